      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Manutencao dos Arquivos de Referencia e Parametros -
      *          lista, inclui, altera e exclui linhas de RETENCAO.dat,
      *          RECONCILIA_LIMITES.dat, BACKUP_PARAM.dat,
      *          TIPOS_METODO.dat, CEP_REF.dat, PAISES_ISO.dat,
      *          TRANSLIT.dat, UPN_DOMINIO.dat e LICENCAS.dat campo a
      *          campo, com a critica de cada um (limites numericos,
      *          faixas de CEP sem sobreposicao, codigo ISO de 2
      *          letras, chaves sem repeticao), para ninguem mais ter
      *          que editar esses arquivos a mao e errar uma coluna.
      *          Restrito a operadores autorizados; cada alteracao vai
      *          para REFERENCIAS_LOG.dat com o operador e a linha
      *          antes e depois.
      * Update: 15/10/2026 - Incluido VERIFICACAO_PARAM.dat (janela e
      *                      prioridades da fila de reverificacao)
      * Update: 15/10/2026 - Incluido LICENCAS_PRECO.dat (preco
      *                      mensal de cada SKU, para o rateio de
      *                      custo das licencas)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13MNTREF.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REFERENCIA ASSIGN TO WS-NOME-REF
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-REF-FS.

            SELECT LOGREF ASSIGN TO ".\REFERENCIAS_LOG.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-LOG-FS.

       DATA DIVISION.

       FILE SECTION.
      * Os arquivos mantidos sao lidos e gravados como linha bruta; o
      * layout de cada um esta nas visoes de WS-REG-NOVO abaixo, com
      * as mesmas posicoes dos programas que os leem.
       FD REFERENCIA.
       01 REG-REFERENCIA           PIC X(60).

       FD LOGREF.
          COPY FD_LOGRF.

       WORKING-STORAGE SECTION.
      * Tabela fixa dos arquivos mantidos: caminho, quantidade maxima
      * de linhas (a tabela do programa que le o arquivo) e se o
      * arquivo tem uma linha so.
       01 WS-TABELA-ARQUIVOS.
          03 FILLER PIC X(24) VALUE '.\RETENCAO.dat'.
          03 FILLER PIC 9(04) VALUE 0003.
          03 FILLER PIC X(01) VALUE 'N'.
          03 FILLER PIC X(24) VALUE '.\RECONCILIA_LIMITES.dat'.
          03 FILLER PIC 9(04) VALUE 0001.
          03 FILLER PIC X(01) VALUE 'S'.
          03 FILLER PIC X(24) VALUE '.\BACKUP_PARAM.dat'.
          03 FILLER PIC 9(04) VALUE 0001.
          03 FILLER PIC X(01) VALUE 'S'.
          03 FILLER PIC X(24) VALUE '.\TIPOS_METODO.dat'.
          03 FILLER PIC 9(04) VALUE 0050.
          03 FILLER PIC X(01) VALUE 'N'.
          03 FILLER PIC X(24) VALUE '.\CEP_REF.dat'.
          03 FILLER PIC 9(04) VALUE 2000.
          03 FILLER PIC X(01) VALUE 'N'.
          03 FILLER PIC X(24) VALUE '.\PAISES_ISO.dat'.
          03 FILLER PIC 9(04) VALUE 0300.
          03 FILLER PIC X(01) VALUE 'N'.
          03 FILLER PIC X(24) VALUE '.\TRANSLIT.dat'.
          03 FILLER PIC 9(04) VALUE 0100.
          03 FILLER PIC X(01) VALUE 'N'.
          03 FILLER PIC X(24) VALUE '.\UPN_DOMINIO.dat'.
          03 FILLER PIC 9(04) VALUE 0001.
          03 FILLER PIC X(01) VALUE 'S'.
          03 FILLER PIC X(24) VALUE '.\LICENCAS.dat'.
          03 FILLER PIC 9(04) VALUE 0020.
          03 FILLER PIC X(01) VALUE 'N'.
          03 FILLER PIC X(24) VALUE '.\VERIFICACAO_PARAM.dat'.
          03 FILLER PIC 9(04) VALUE 0001.
          03 FILLER PIC X(01) VALUE 'S'.
          03 FILLER PIC X(24) VALUE '.\LICENCAS_PRECO.dat'.
          03 FILLER PIC 9(04) VALUE 0020.
          03 FILLER PIC X(01) VALUE 'N'.

       01 FILLER REDEFINES WS-TABELA-ARQUIVOS.
          03 WS-ARQ-LINHA OCCURS 11 TIMES.
             05 WS-ARQ-CAMINHO    PIC X(24).
             05 WS-ARQ-MAXIMO     PIC 9(04).
             05 WS-ARQ-UNICA      PIC X(01).

       77 WS-IDX-ARQ            PIC 9(02) VALUE ZEROS.
          88 ARQ-RETENCAO     VALUE 1.
          88 ARQ-LIMITES      VALUE 2.
          88 ARQ-BACKUP       VALUE 3.
          88 ARQ-TIPOS        VALUE 4.
          88 ARQ-CEP          VALUE 5.
          88 ARQ-PAISES       VALUE 6.
          88 ARQ-TRANSLIT     VALUE 7.
          88 ARQ-DOMINIO      VALUE 8.
          88 ARQ-LICENCAS     VALUE 9.
          88 ARQ-VERIFICACAO  VALUE 10.
          88 ARQ-PRECOS       VALUE 11.
          88 ARQ-VALIDO       VALUE 1 THRU 11.

       77 WS-NOME-REF           PIC X(24) VALUE SPACES.

      * Conteudo inteiro do arquivo escolhido, regravado a partir
      * daqui a cada alteracao.
       01 WS-TAB-REFERENCIA.
          03 WS-TAB-LINHA OCCURS 2000 TIMES PIC X(60).

       77 WS-QTD-LINHAS         PIC 9(04) VALUE ZEROS.
       77 WS-IDX                PIC 9(04) VALUE ZEROS.
       77 WS-IDX-EDIT           PIC 9(04) VALUE ZEROS.
       77 WS-NUM-LINHA          PIC 9(04) VALUE ZEROS.

       77 WS-CARGA-COMPLETA     PIC X(01) VALUE 'S'.
          88 CARGA-COMPLETA   VALUE 'S'.

      * Linha sendo incluida/alterada, com uma visao por arquivo.
       01 WS-REG-NOVO           PIC X(60) VALUE SPACES.

       01 FILLER REDEFINES WS-REG-NOVO.
          03 WS-NOV-RET-ARQUIVO PIC X(10).
          03 WS-NOV-RET-DIAS    PIC 9(05).
          03 FILLER             PIC X(45).

       01 FILLER REDEFINES WS-REG-NOVO.
          03 WS-NOV-LIM-REMOV   PIC 9(05).
          03 WS-NOV-LIM-ALTER   PIC 9(05).
          03 FILLER             PIC X(50).

       01 FILLER REDEFINES WS-REG-NOVO.
          03 WS-NOV-PRM-GERAC   PIC 9(02).
          03 FILLER             PIC X(58).

       01 FILLER REDEFINES WS-REG-NOVO.
          03 WS-NOV-TPM-TIPO    PIC X(10).
          03 FILLER             PIC X(50).

       01 FILLER REDEFINES WS-REG-NOVO.
          03 WS-NOV-CEP-INICIAL PIC 9(08).
          03 WS-NOV-CEP-FINAL   PIC 9(08).
          03 WS-NOV-CEP-CIDADE  PIC X(20).
          03 WS-NOV-CEP-UF      PIC X(02).
          03 FILLER             PIC X(22).

       01 FILLER REDEFINES WS-REG-NOVO.
          03 WS-NOV-PAI-CODIGO  PIC X(02).
          03 WS-NOV-PAI-NOME    PIC X(30).
          03 FILLER             PIC X(28).

       01 FILLER REDEFINES WS-REG-NOVO.
          03 WS-NOV-TRL-DE      PIC X(01).
          03 WS-NOV-TRL-PARA    PIC X(01).
          03 FILLER             PIC X(58).

       01 FILLER REDEFINES WS-REG-NOVO.
          03 WS-NOV-DOM-NOME    PIC X(40).
          03 FILLER             PIC X(20).

       01 FILLER REDEFINES WS-REG-NOVO.
          03 WS-NOV-LIC-SKU     PIC X(20).
          03 WS-NOV-LIC-POSSUI  PIC 9(05).
          03 WS-NOV-LIC-ATRIB   PIC 9(05).
          03 FILLER             PIC X(30).

       01 FILLER REDEFINES WS-REG-NOVO.
          03 WS-NOV-VRP-MESES   PIC 9(03).
          03 WS-NOV-VRP-PRIOR OCCURS 3 TIMES PIC X(11).
          03 FILLER             PIC X(24).

       01 FILLER REDEFINES WS-REG-NOVO.
          03 WS-NOV-PRC-SKU     PIC X(20).
          03 WS-NOV-PRC-MENSAL  PIC 9(07)V99.
          03 FILLER             PIC X(31).

      * Outra linha do arquivo, para as criticas de chave repetida e
      * de faixa de CEP sobreposta.
       01 WS-REG-OUTRO          PIC X(60) VALUE SPACES.

       01 FILLER REDEFINES WS-REG-OUTRO.
          03 WS-OUT-CEP-INICIAL PIC 9(08).
          03 WS-OUT-CEP-FINAL   PIC 9(08).
          03 FILLER             PIC X(44).

       77 WS-TAM-CHAVE          PIC 9(02) VALUE ZEROS.

       77 WS-REG-ANTES          PIC X(60) VALUE SPACES.

       77 WS-VALIDO             PIC X(01) VALUE 'N'.
          88 LINHA-VALIDA     VALUE 'S'.
       77 WS-MOTIVO             PIC X(60) VALUE SPACES.

      * Unidades da federacao aceitas em CEP_REF.dat.
       01 WS-UFS                PIC X(54) VALUE
          'ACALAPAMBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO'.

       01 FILLER REDEFINES WS-UFS.
          03 WS-UF OCCURS 27 TIMES PIC X(02).

       77 WS-IDX-UF             PIC 9(02) VALUE ZEROS.
       77 WS-UF-ACHADA          PIC X(01) VALUE 'N'.
          88 UF-ACHADA        VALUE 'S'.

       77 WS-IDX-PRI            PIC 9(01) VALUE ZEROS.
       77 WS-IDX-PRI-2          PIC 9(01) VALUE ZEROS.

       77 WS-TALLY              PIC 9(02) VALUE ZEROS.
       77 WS-TALLY-2            PIC 9(02) VALUE ZEROS.

       77 WS-REF-FS             PIC 9(02).
          88 REF-OK           VALUE 0.

       77 WS-LOG-FS             PIC 9(02).
          88 LOG-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-EXIT               PIC X(01).
          88 EXIT-OK          VALUE 'N' FALSE 'S'.

       77 WS-ACAO               PIC X(01) VALUE SPACE.
          88 ACAO-INCLUIR     VALUE 'I' 'i'.
          88 ACAO-ALTERAR     VALUE 'A' 'a'.
          88 ACAO-EXCLUIR     VALUE 'E' 'e'.
          88 ACAO-VOLTAR      VALUE 'V' 'v'.

       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-LINHA-DISP         PIC X(70) VALUE SPACES.
       77 WS-ED-PRECO           PIC Z.ZZZ.ZZ9,99.

       COPY LK_ERRFS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** MANUTENCAO DOS ARQUIVOS DE REFERENCIA *****"

      * Um erro nestes arquivos derruba a carga noturna: so mexe
      * quem tem o indicador de autorizacao ligado no login.
            IF LK-AUTORIZADO NOT = 'S' THEN
               DISPLAY "MANUTENCAO RESTRITA A OPERADORES AUTORIZADOS."
               PERFORM P-END
            END-IF

            SET EXIT-OK OF WS-EXIT TO FALSE.

            MOVE LK-OPERADOR TO WS-OPERADOR

            PERFORM P-ESCOLHE-ARQUIVO THRU P-ESCOLHE-ARQUIVO-FIM
                    UNTIL EXIT-OK
            PERFORM P-END
           .

       P-ESCOLHE-ARQUIVO.
            MOVE ZEROS TO WS-IDX-ARQ

            DISPLAY "<1> RETENCAO.dat          (rotacao de logs)"
            DISPLAY "<2> RECONCILIA_LIMITES.dat (limites da "
                    "reconciliacao)"
            DISPLAY "<3> BACKUP_PARAM.dat      (geracoes de backup)"
            DISPLAY "<4> TIPOS_METODO.dat      (tipos de meio de "
                    "contato)"
            DISPLAY "<5> CEP_REF.dat           (faixas de CEP)"
            DISPLAY "<6> PAISES_ISO.dat        (paises ISO)"
            DISPLAY "<7> TRANSLIT.dat          (transliteracao)"
            DISPLAY "<8> UPN_DOMINIO.dat       (dominio do UPN)"
            DISPLAY "<9> LICENCAS.dat          (licencas M365)"
            DISPLAY "<10> VERIFICACAO_PARAM.dat (fila de "
                    "reverificacao)"
            DISPLAY "<11> LICENCAS_PRECO.dat   (preco mensal por SKU)"
            DISPLAY "Arquivo: "
            ACCEPT WS-IDX-ARQ

            IF NOT ARQ-VALIDO THEN
               DISPLAY "OPCAO INVALIDA."
               GO TO P-ESCOLHE-ARQUIVO-CONTINUA
            END-IF

            MOVE WS-ARQ-CAMINHO(WS-IDX-ARQ) TO WS-NOME-REF
            PERFORM P-CARREGA THRU P-CARREGA-FIM

            IF NOT CARGA-COMPLETA THEN
               DISPLAY FUNCTION TRIM(WS-NOME-REF) " TEM MAIS DE 2000 "
                       "LINHAS - MANUTENCAO NAO DISPONIVEL."
               GO TO P-ESCOLHE-ARQUIVO-CONTINUA
            END-IF

            MOVE SPACE TO WS-ACAO
            PERFORM P-MANUTENCAO THRU P-MANUTENCAO-FIM
                    UNTIL ACAO-VOLTAR
            .

       P-ESCOLHE-ARQUIVO-CONTINUA.
            DISPLAY "Voce deseja continuar?"
            DISPLAY "<QUALQUER TECLA> para continuar, <N> para sair."
            ACCEPT WS-EXIT
            .

       P-ESCOLHE-ARQUIVO-FIM.
           EXIT.

      * Le o arquivo inteiro para a tabela; arquivo ainda inexistente
      * comeca vazio.
       P-CARREGA.
            MOVE ZEROS TO WS-QTD-LINHAS
            MOVE 'S'   TO WS-CARGA-COMPLETA
            SET EOF-OK TO FALSE

            OPEN INPUT REFERENCIA
            IF NOT REF-OK THEN
               GO TO P-CARREGA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ REFERENCIA
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF WS-QTD-LINHAS < 2000 THEN
                           ADD 1 TO WS-QTD-LINHAS
                           MOVE REG-REFERENCIA
                                TO WS-TAB-LINHA(WS-QTD-LINHAS)
                        ELSE
                           MOVE 'N' TO WS-CARGA-COMPLETA
                        END-IF
                END-READ
            END-PERFORM

            CLOSE REFERENCIA
            .

       P-CARREGA-FIM.
           EXIT.

       P-MANUTENCAO.
            PERFORM P-LISTA THRU P-LISTA-FIM

            DISPLAY "<I> Incluir, <A> Alterar, <E> Excluir, "
                    "<V> Voltar"
            ACCEPT WS-ACAO

            EVALUATE TRUE
                WHEN ACAO-INCLUIR
                   PERFORM P-INCLUI THRU P-INCLUI-FIM
                WHEN ACAO-ALTERAR
                   PERFORM P-ALTERA THRU P-ALTERA-FIM
                WHEN ACAO-EXCLUIR
                   PERFORM P-EXCLUI THRU P-EXCLUI-FIM
                WHEN ACAO-VOLTAR
                   CONTINUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
            .

       P-MANUTENCAO-FIM.
           EXIT.

       P-LISTA.
            DISPLAY
             "*********************************************************"
            DISPLAY FUNCTION TRIM(WS-NOME-REF) " - " WS-QTD-LINHAS
                    " LINHA(S)"
            DISPLAY
             "*********************************************************"

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-LINHAS
                MOVE WS-TAB-LINHA(WS-IDX) TO WS-REG-NOVO
                PERFORM P-FORMATA-LINHA THRU P-FORMATA-LINHA-FIM
                DISPLAY WS-IDX " " WS-LINHA-DISP
            END-PERFORM

            IF WS-QTD-LINHAS EQUAL ZEROS THEN
               DISPLAY "ARQUIVO VAZIO OU AINDA NAO CRIADO."
            END-IF
            .

       P-LISTA-FIM.
           EXIT.

      * Monta a linha da listagem com os campos separados e rotulados.
       P-FORMATA-LINHA.
            MOVE SPACES TO WS-LINHA-DISP

            EVALUATE TRUE
                WHEN ARQ-RETENCAO
                   STRING WS-NOV-RET-ARQUIVO ' DIAS: ' WS-NOV-RET-DIAS
                          DELIMITED BY SIZE INTO WS-LINHA-DISP
                WHEN ARQ-LIMITES
                   STRING 'REMOVIDOS: ' WS-NOV-LIM-REMOV
                          '  ALTERADOS: ' WS-NOV-LIM-ALTER
                          DELIMITED BY SIZE INTO WS-LINHA-DISP
                WHEN ARQ-BACKUP
                   STRING 'GERACOES: ' WS-NOV-PRM-GERAC
                          DELIMITED BY SIZE INTO WS-LINHA-DISP
                WHEN ARQ-TIPOS
                   MOVE WS-NOV-TPM-TIPO TO WS-LINHA-DISP
                WHEN ARQ-CEP
                   STRING WS-NOV-CEP-INICIAL ' A ' WS-NOV-CEP-FINAL
                          ' ' WS-NOV-CEP-CIDADE ' ' WS-NOV-CEP-UF
                          DELIMITED BY SIZE INTO WS-LINHA-DISP
                WHEN ARQ-PAISES
                   STRING WS-NOV-PAI-CODIGO ' ' WS-NOV-PAI-NOME
                          DELIMITED BY SIZE INTO WS-LINHA-DISP
                WHEN ARQ-TRANSLIT
                   STRING WS-NOV-TRL-DE ' -> ' WS-NOV-TRL-PARA
                          DELIMITED BY SIZE INTO WS-LINHA-DISP
                WHEN ARQ-DOMINIO
                   MOVE WS-NOV-DOM-NOME TO WS-LINHA-DISP
                WHEN ARQ-LICENCAS
                   STRING WS-NOV-LIC-SKU ' POSSUIDOS: '
                          WS-NOV-LIC-POSSUI ' ATRIBUIDOS: '
                          WS-NOV-LIC-ATRIB
                          DELIMITED BY SIZE INTO WS-LINHA-DISP
                WHEN ARQ-VERIFICACAO
                   STRING 'MESES: ' WS-NOV-VRP-MESES
                          ' PRIORIDADE: ' WS-NOV-VRP-PRIOR(1) ' '
                          WS-NOV-VRP-PRIOR(2) ' ' WS-NOV-VRP-PRIOR(3)
                          DELIMITED BY SIZE INTO WS-LINHA-DISP
                WHEN ARQ-PRECOS
                   MOVE WS-NOV-PRC-MENSAL TO WS-ED-PRECO
                   STRING WS-NOV-PRC-SKU ' PRECO MENSAL: '
                          WS-ED-PRECO
                          DELIMITED BY SIZE INTO WS-LINHA-DISP
            END-EVALUATE
            .

       P-FORMATA-LINHA-FIM.

       P-INCLUI.
            IF WS-ARQ-UNICA(WS-IDX-ARQ) EQUAL 'S'
               AND WS-QTD-LINHAS > ZEROS THEN
               DISPLAY "ARQUIVO DE UMA LINHA SO - USE <A> ALTERAR."
               GO TO P-INCLUI-FIM
            END-IF

            IF WS-QTD-LINHAS >= WS-ARQ-MAXIMO(WS-IDX-ARQ) THEN
               DISPLAY "LIMITE DE " WS-ARQ-MAXIMO(WS-IDX-ARQ)
                       " LINHAS DO ARQUIVO ATINGIDO."
               GO TO P-INCLUI-FIM
            END-IF

            MOVE ZEROS  TO WS-IDX-EDIT
            MOVE SPACES TO WS-REG-NOVO WS-REG-ANTES

            PERFORM P-CAPTURA THRU P-CAPTURA-FIM
            PERFORM P-VALIDA  THRU P-VALIDA-FIM

            IF NOT LINHA-VALIDA THEN
               DISPLAY "LINHA RECUSADA: " WS-MOTIVO
               GO TO P-INCLUI-FIM
            END-IF

            PERFORM P-FORMATA-LINHA THRU P-FORMATA-LINHA-FIM
            DISPLAY "INCLUIR: " WS-LINHA-DISP
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para abortar."
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM NOT EQUAL 'S' THEN
               DISPLAY "Operacao Abortada"
               GO TO P-INCLUI-FIM
            END-IF

            ADD 1 TO WS-QTD-LINHAS
            MOVE WS-REG-NOVO TO WS-TAB-LINHA(WS-QTD-LINHAS)

            PERFORM P-REGRAVA THRU P-REGRAVA-FIM

            IF REF-OK THEN
               MOVE 'I' TO LRF-ACAO
               PERFORM P-GRAVA-LOG THRU P-GRAVA-LOG-FIM
               DISPLAY "Linha Incluida!"
            END-IF
            .

       P-INCLUI-FIM.
           EXIT.

       P-ALTERA.
            IF WS-QTD-LINHAS EQUAL ZEROS THEN
               DISPLAY "NADA A ALTERAR - USE <I> INCLUIR."
               GO TO P-ALTERA-FIM
            END-IF

            DISPLAY "Numero da linha a alterar: "
            ACCEPT WS-NUM-LINHA

            IF WS-NUM-LINHA < 1 OR WS-NUM-LINHA > WS-QTD-LINHAS THEN
               DISPLAY "LINHA INEXISTENTE."
               GO TO P-ALTERA-FIM
            END-IF

            MOVE WS-NUM-LINHA TO WS-IDX-EDIT
            MOVE WS-TAB-LINHA(WS-IDX-EDIT) TO WS-REG-ANTES
            MOVE WS-TAB-LINHA(WS-IDX-EDIT) TO WS-REG-NOVO

            PERFORM P-FORMATA-LINHA THRU P-FORMATA-LINHA-FIM
            DISPLAY "ATUAL: " WS-LINHA-DISP
            DISPLAY "Informe todos os campos da linha nova:"

            MOVE SPACES TO WS-REG-NOVO
            PERFORM P-CAPTURA THRU P-CAPTURA-FIM
            PERFORM P-VALIDA  THRU P-VALIDA-FIM

            IF NOT LINHA-VALIDA THEN
               DISPLAY "LINHA RECUSADA: " WS-MOTIVO
               GO TO P-ALTERA-FIM
            END-IF

            PERFORM P-FORMATA-LINHA THRU P-FORMATA-LINHA-FIM
            DISPLAY "NOVA:  " WS-LINHA-DISP
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para abortar."
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM NOT EQUAL 'S' THEN
               DISPLAY "Operacao Abortada"
               GO TO P-ALTERA-FIM
            END-IF

            MOVE WS-REG-NOVO TO WS-TAB-LINHA(WS-IDX-EDIT)

            PERFORM P-REGRAVA THRU P-REGRAVA-FIM

            IF REF-OK THEN
               MOVE 'A' TO LRF-ACAO
               PERFORM P-GRAVA-LOG THRU P-GRAVA-LOG-FIM
               DISPLAY "Linha Alterada!"
            END-IF
            .

       P-ALTERA-FIM.
           EXIT.

      * Excluir a linha dos arquivos de uma linha so faz o programa
      * que o le voltar ao seu valor padrao.
       P-EXCLUI.
            IF WS-QTD-LINHAS EQUAL ZEROS THEN
               DISPLAY "NADA A EXCLUIR."
               GO TO P-EXCLUI-FIM
            END-IF

            DISPLAY "Numero da linha a excluir: "
            ACCEPT WS-NUM-LINHA

            IF WS-NUM-LINHA < 1 OR WS-NUM-LINHA > WS-QTD-LINHAS THEN
               DISPLAY "LINHA INEXISTENTE."
               GO TO P-EXCLUI-FIM
            END-IF

            MOVE WS-TAB-LINHA(WS-NUM-LINHA) TO WS-REG-ANTES
                                               WS-REG-NOVO
            PERFORM P-FORMATA-LINHA THRU P-FORMATA-LINHA-FIM
            DISPLAY "EXCLUIR: " WS-LINHA-DISP
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para abortar."
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM NOT EQUAL 'S' THEN
               DISPLAY "Operacao Abortada"
               GO TO P-EXCLUI-FIM
            END-IF

            PERFORM VARYING WS-IDX FROM WS-NUM-LINHA BY 1
                    UNTIL WS-IDX >= WS-QTD-LINHAS
                MOVE WS-TAB-LINHA(WS-IDX + 1) TO WS-TAB-LINHA(WS-IDX)
            END-PERFORM
            SUBTRACT 1 FROM WS-QTD-LINHAS

            MOVE SPACES TO WS-REG-NOVO

            PERFORM P-REGRAVA THRU P-REGRAVA-FIM

            IF REF-OK THEN
               MOVE 'E' TO LRF-ACAO
               PERFORM P-GRAVA-LOG THRU P-GRAVA-LOG-FIM
               DISPLAY "Linha Excluida!"
            END-IF
            .

       P-EXCLUI-FIM.
           EXIT.

      * Pede os campos da linha, no layout do arquivo escolhido.
       P-CAPTURA.
            EVALUATE TRUE
                WHEN ARQ-RETENCAO
                   DISPLAY "Arquivo (HISTORICO/ERROS/CONTROLE): "
                   ACCEPT WS-NOV-RET-ARQUIVO
                   DISPLAY "Retencao em dias (0 = nao rotaciona): "
                   ACCEPT WS-NOV-RET-DIAS
                WHEN ARQ-LIMITES
                   DISPLAY "Limite de REMOVIDOS por noite: "
                   ACCEPT WS-NOV-LIM-REMOV
                   DISPLAY "Limite de ALTERADOS por noite: "
                   ACCEPT WS-NOV-LIM-ALTER
                WHEN ARQ-BACKUP
                   DISPLAY "Geracoes de backup a manter (01-99): "
                   ACCEPT WS-NOV-PRM-GERAC
                WHEN ARQ-TIPOS
                   DISPLAY "Tipo de meio de contato: "
                   ACCEPT WS-NOV-TPM-TIPO
                WHEN ARQ-CEP
                   DISPLAY "CEP inicial (8 digitos): "
                   ACCEPT WS-NOV-CEP-INICIAL
                   DISPLAY "CEP final (8 digitos): "
                   ACCEPT WS-NOV-CEP-FINAL
                   DISPLAY "Cidade: "
                   ACCEPT WS-NOV-CEP-CIDADE
                   DISPLAY "UF: "
                   ACCEPT WS-NOV-CEP-UF
                WHEN ARQ-PAISES
                   DISPLAY "Codigo ISO (2 letras): "
                   ACCEPT WS-NOV-PAI-CODIGO
                   DISPLAY "Nome do pais: "
                   ACCEPT WS-NOV-PAI-NOME
                WHEN ARQ-TRANSLIT
                   DISPLAY "Caractere de origem (acentuado): "
                   ACCEPT WS-NOV-TRL-DE
                   DISPLAY "Caractere ASCII de destino: "
                   ACCEPT WS-NOV-TRL-PARA
                WHEN ARQ-DOMINIO
                   DISPLAY "Dominio do UPN (ex.: empresa.com.br): "
                   ACCEPT WS-NOV-DOM-NOME
                WHEN ARQ-LICENCAS
                   DISPLAY "SKU da licenca: "
                   ACCEPT WS-NOV-LIC-SKU
                   DISPLAY "Assentos possuidos: "
                   ACCEPT WS-NOV-LIC-POSSUI
                   DISPLAY "Assentos ja atribuidos: "
                   ACCEPT WS-NOV-LIC-ATRIB
                WHEN ARQ-VERIFICACAO
                   DISPLAY "Janela de reverificacao em meses "
                           "(001-120): "
                   ACCEPT WS-NOV-VRP-MESES
                   DISPLAY "Tipos na ordem de prioridade (em branco "
                           "= ordem padrao)"
                   PERFORM VARYING WS-IDX-PRI FROM 1 BY 1
                           UNTIL WS-IDX-PRI > 3
                       DISPLAY "Prioridade " WS-IDX-PRI ": "
                       ACCEPT WS-NOV-VRP-PRIOR(WS-IDX-PRI)
                   END-PERFORM
                WHEN ARQ-PRECOS
                   DISPLAY "SKU da licenca: "
                   ACCEPT WS-NOV-PRC-SKU
                   DISPLAY "Preco mensal por assento (ex.: 57,50): "
                   ACCEPT WS-NOV-PRC-MENSAL
            END-EVALUATE
            .

       P-CAPTURA-FIM.

      * Critica da linha nova; o motivo da recusa fica em WS-MOTIVO.
      * As chaves sao conferidas contra as outras linhas do arquivo
      * (na alteracao, a propria linha WS-IDX-EDIT fica de fora).
       P-VALIDA.
            MOVE 'S'    TO WS-VALIDO
            MOVE SPACES TO WS-MOTIVO
            MOVE ZEROS  TO WS-TAM-CHAVE

            EVALUATE TRUE
                WHEN ARQ-RETENCAO
                   MOVE FUNCTION UPPER-CASE(WS-NOV-RET-ARQUIVO)
                        TO WS-NOV-RET-ARQUIVO
                   IF WS-NOV-RET-ARQUIVO NOT = 'HISTORICO'
                      AND WS-NOV-RET-ARQUIVO NOT = 'ERROS'
                      AND WS-NOV-RET-ARQUIVO NOT = 'CONTROLE' THEN
                      MOVE 'N' TO WS-VALIDO
                      MOVE "ARQUIVO DEVE SER HISTORICO, ERROS OU "
                           & "CONTROLE" TO WS-MOTIVO
                   END-IF
                   IF WS-NOV-RET-DIAS IS NOT NUMERIC
                      OR WS-NOV-RET-DIAS > 36500 THEN
                      MOVE 'N' TO WS-VALIDO
                      MOVE "RETENCAO DEVE SER DE 0 A 36500 DIAS"
                           TO WS-MOTIVO
                   END-IF
                   MOVE 10 TO WS-TAM-CHAVE
                WHEN ARQ-LIMITES
                   IF WS-NOV-LIM-REMOV IS NOT NUMERIC
                      OR WS-NOV-LIM-ALTER IS NOT NUMERIC
                      OR WS-NOV-LIM-REMOV EQUAL ZEROS
                      OR WS-NOV-LIM-ALTER EQUAL ZEROS THEN
                      MOVE 'N' TO WS-VALIDO
                      MOVE "OS DOIS LIMITES DEVEM SER DE 1 A 99999"
                           TO WS-MOTIVO
                   END-IF
                WHEN ARQ-BACKUP
                   IF WS-NOV-PRM-GERAC IS NOT NUMERIC
                      OR WS-NOV-PRM-GERAC EQUAL ZEROS THEN
                      MOVE 'N' TO WS-VALIDO
                      MOVE "GERACOES DEVE SER DE 01 A 99" TO WS-MOTIVO
                   END-IF
                WHEN ARQ-TIPOS
                   MOVE FUNCTION UPPER-CASE(WS-NOV-TPM-TIPO)
                        TO WS-NOV-TPM-TIPO
                   MOVE ZEROS TO WS-TALLY
                   INSPECT FUNCTION TRIM(WS-NOV-TPM-TIPO)
                           TALLYING WS-TALLY FOR ALL SPACE
                   IF WS-NOV-TPM-TIPO EQUAL SPACES
                      OR WS-NOV-TPM-TIPO(1:1) EQUAL SPACE
                      OR WS-TALLY > ZEROS THEN
                      MOVE 'N' TO WS-VALIDO
                      MOVE "TIPO EM BRANCO OU COM ESPACOS" TO WS-MOTIVO
                   END-IF
                   MOVE 10 TO WS-TAM-CHAVE
                WHEN ARQ-CEP
                   PERFORM P-VALIDA-CEP THRU P-VALIDA-CEP-FIM
                WHEN ARQ-PAISES
                   MOVE FUNCTION UPPER-CASE(WS-NOV-PAI-CODIGO)
                        TO WS-NOV-PAI-CODIGO
                   IF WS-NOV-PAI-CODIGO(1:1) < 'A'
                      OR WS-NOV-PAI-CODIGO(1:1) > 'Z'
                      OR WS-NOV-PAI-CODIGO(2:1) < 'A'
                      OR WS-NOV-PAI-CODIGO(2:1) > 'Z' THEN
                      MOVE 'N' TO WS-VALIDO
                      MOVE "CODIGO ISO DEVE TER 2 LETRAS (A-Z)"
                           TO WS-MOTIVO
                   END-IF
                   IF WS-NOV-PAI-NOME EQUAL SPACES THEN
                      MOVE 'N' TO WS-VALIDO
                      MOVE "NOME DO PAIS EM BRANCO" TO WS-MOTIVO
                   END-IF
                   MOVE 2 TO WS-TAM-CHAVE
                WHEN ARQ-TRANSLIT
                   IF WS-NOV-TRL-DE EQUAL SPACE
                      OR WS-NOV-TRL-PARA EQUAL SPACE THEN
                      MOVE 'N' TO WS-VALIDO
                      MOVE "ORIGEM E DESTINO SAO OBRIGATORIOS"
                           TO WS-MOTIVO
                   END-IF
                   IF WS-NOV-TRL-PARA > X'7E' THEN
                      MOVE 'N' TO WS-VALIDO
                      MOVE "DESTINO DEVE SER UM CARACTERE ASCII"
                           TO WS-MOTIVO
                   END-IF
                   MOVE 1 TO WS-TAM-CHAVE
                WHEN ARQ-DOMINIO
                   MOVE FUNCTION LOWER-CASE(WS-NOV-DOM-NOME)
                        TO WS-NOV-DOM-NOME
                   MOVE ZEROS TO WS-TALLY WS-TALLY-2
                   INSPECT FUNCTION TRIM(WS-NOV-DOM-NOME)
                           TALLYING WS-TALLY FOR ALL SPACE
                                    WS-TALLY FOR ALL '@'
                   INSPECT WS-NOV-DOM-NOME
                           TALLYING WS-TALLY-2 FOR ALL '.'
                   IF WS-NOV-DOM-NOME EQUAL SPACES
                      OR WS-NOV-DOM-NOME(1:1) EQUAL SPACE
                      OR WS-NOV-DOM-NOME(1:1) EQUAL '.'
                      OR WS-TALLY > ZEROS
                      OR WS-TALLY-2 EQUAL ZEROS THEN
                      MOVE 'N' TO WS-VALIDO
                      MOVE "DOMINIO INVALIDO (SEM @, SEM ESPACOS, COM "
                           & "PONTO)" TO WS-MOTIVO
                   END-IF
                WHEN ARQ-LICENCAS
                   MOVE FUNCTION UPPER-CASE(WS-NOV-LIC-SKU)
                        TO WS-NOV-LIC-SKU
                   IF WS-NOV-LIC-SKU EQUAL SPACES THEN
                      MOVE 'N' TO WS-VALIDO
                      MOVE "SKU EM BRANCO" TO WS-MOTIVO
                   END-IF
                   IF WS-NOV-LIC-POSSUI IS NOT NUMERIC
                      OR WS-NOV-LIC-ATRIB IS NOT NUMERIC
                      OR WS-NOV-LIC-ATRIB > WS-NOV-LIC-POSSUI THEN
                      MOVE 'N' TO WS-VALIDO
                      MOVE "ATRIBUIDOS NAO PODE PASSAR DOS POSSUIDOS"
                           TO WS-MOTIVO
                   END-IF
                   MOVE 20 TO WS-TAM-CHAVE
                WHEN ARQ-VERIFICACAO
                   PERFORM P-VALIDA-VERIFICACAO
                           THRU P-VALIDA-VERIFICACAO-FIM
                WHEN ARQ-PRECOS
                   MOVE FUNCTION UPPER-CASE(WS-NOV-PRC-SKU)
                        TO WS-NOV-PRC-SKU
                   IF WS-NOV-PRC-SKU EQUAL SPACES THEN
                      MOVE 'N' TO WS-VALIDO
                      MOVE "SKU EM BRANCO" TO WS-MOTIVO
                   END-IF
                   IF WS-NOV-PRC-MENSAL IS NOT NUMERIC
                      OR WS-NOV-PRC-MENSAL EQUAL ZEROS THEN
                      MOVE 'N' TO WS-VALIDO
                      MOVE "PRECO DEVE SER MAIOR QUE ZERO" TO WS-MOTIVO
                   END-IF
                   MOVE 20 TO WS-TAM-CHAVE
            END-EVALUATE

            IF LINHA-VALIDA AND WS-TAM-CHAVE > ZEROS THEN
               PERFORM P-VALIDA-CHAVE THRU P-VALIDA-CHAVE-FIM
            END-IF
            .

       P-VALIDA-FIM.

      * Faixa de CEP: inicial e final com 8 digitos, final nao menor
      * que a inicial, cidade informada, UF valida, e nenhuma
      * sobreposicao com as faixas ja cadastradas.
       P-VALIDA-CEP.
            MOVE FUNCTION UPPER-CASE(WS-NOV-CEP-UF) TO WS-NOV-CEP-UF

            IF WS-NOV-CEP-INICIAL IS NOT NUMERIC
               OR WS-NOV-CEP-FINAL IS NOT NUMERIC
               OR WS-NOV-CEP-INICIAL < 01000000
               OR WS-NOV-CEP-FINAL < WS-NOV-CEP-INICIAL THEN
               MOVE 'N' TO WS-VALIDO
               MOVE "FAIXA DE CEP INVALIDA (8 DIGITOS, FINAL >= "
                    & "INICIAL)" TO WS-MOTIVO
               GO TO P-VALIDA-CEP-FIM
            END-IF

            IF WS-NOV-CEP-CIDADE EQUAL SPACES THEN
               MOVE 'N' TO WS-VALIDO
               MOVE "CIDADE EM BRANCO" TO WS-MOTIVO
               GO TO P-VALIDA-CEP-FIM
            END-IF

            MOVE 'N' TO WS-UF-ACHADA
            PERFORM VARYING WS-IDX-UF FROM 1 BY 1
                    UNTIL WS-IDX-UF > 27 OR UF-ACHADA
                IF WS-UF(WS-IDX-UF) EQUAL WS-NOV-CEP-UF THEN
                   MOVE 'S' TO WS-UF-ACHADA
                END-IF
            END-PERFORM

            IF NOT UF-ACHADA THEN
               MOVE 'N' TO WS-VALIDO
               MOVE "UF INEXISTENTE" TO WS-MOTIVO
               GO TO P-VALIDA-CEP-FIM
            END-IF

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-LINHAS OR NOT LINHA-VALIDA
                IF WS-IDX NOT = WS-IDX-EDIT THEN
                   MOVE WS-TAB-LINHA(WS-IDX) TO WS-REG-OUTRO
                   IF WS-NOV-CEP-INICIAL NOT > WS-OUT-CEP-FINAL
                      AND WS-NOV-CEP-FINAL NOT < WS-OUT-CEP-INICIAL
                      THEN
                      MOVE 'N' TO WS-VALIDO
                      MOVE SPACES TO WS-MOTIVO
                      STRING "FAIXA SOBREPOE A LINHA " WS-IDX " ("
                             WS-OUT-CEP-INICIAL " A "
                             WS-OUT-CEP-FINAL ")"
                             DELIMITED BY SIZE INTO WS-MOTIVO
                   END-IF
                END-IF
            END-PERFORM
            .

       P-VALIDA-CEP-FIM.

      * Janela de 1 a 120 meses; cada prioridade em branco ou um dos
      * tipos de contato, sem repetir tipo.
       P-VALIDA-VERIFICACAO.
            IF WS-NOV-VRP-MESES IS NOT NUMERIC
               OR WS-NOV-VRP-MESES EQUAL ZEROS
               OR WS-NOV-VRP-MESES > 120 THEN
               MOVE 'N' TO WS-VALIDO
               MOVE "JANELA DEVE SER DE 1 A 120 MESES" TO WS-MOTIVO
               GO TO P-VALIDA-VERIFICACAO-FIM
            END-IF

            PERFORM VARYING WS-IDX-PRI FROM 1 BY 1
                    UNTIL WS-IDX-PRI > 3
                MOVE FUNCTION UPPER-CASE(WS-NOV-VRP-PRIOR(WS-IDX-PRI))
                     TO WS-NOV-VRP-PRIOR(WS-IDX-PRI)
                IF WS-NOV-VRP-PRIOR(WS-IDX-PRI) NOT = SPACES
                   AND WS-NOV-VRP-PRIOR(WS-IDX-PRI) NOT = 'CLIENTE'
                   AND WS-NOV-VRP-PRIOR(WS-IDX-PRI) NOT = 'FORNECEDOR'
                   AND WS-NOV-VRP-PRIOR(WS-IDX-PRI) NOT = 'FUNCIONARIO'
                   THEN
                   MOVE 'N' TO WS-VALIDO
                   MOVE "PRIORIDADE DEVE SER CLIENTE, FORNECEDOR OU "
                        & "FUNCIONARIO" TO WS-MOTIVO
                END-IF
                PERFORM VARYING WS-IDX-PRI-2 FROM 1 BY 1
                        UNTIL WS-IDX-PRI-2 >= WS-IDX-PRI
                    IF WS-NOV-VRP-PRIOR(WS-IDX-PRI) NOT = SPACES
                       AND WS-NOV-VRP-PRIOR(WS-IDX-PRI)
                           EQUAL WS-NOV-VRP-PRIOR(WS-IDX-PRI-2) THEN
                       MOVE 'N' TO WS-VALIDO
                       MOVE "TIPO REPETIDO NA PRIORIDADE" TO WS-MOTIVO
                    END-IF
                END-PERFORM
            END-PERFORM
            .

       P-VALIDA-VERIFICACAO-FIM.

      * Chave (inicio da linha, WS-TAM-CHAVE posicoes) repetida em
      * outra linha do arquivo.
       P-VALIDA-CHAVE.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-LINHAS OR NOT LINHA-VALIDA
                IF WS-IDX NOT = WS-IDX-EDIT
                   AND WS-TAB-LINHA(WS-IDX)(1:WS-TAM-CHAVE)
                       EQUAL WS-REG-NOVO(1:WS-TAM-CHAVE) THEN
                   MOVE 'N' TO WS-VALIDO
                   MOVE SPACES TO WS-MOTIVO
                   STRING "CHAVE JA CADASTRADA NA LINHA " WS-IDX
                          DELIMITED BY SIZE INTO WS-MOTIVO
                END-IF
            END-PERFORM
            .

       P-VALIDA-CHAVE-FIM.

      * Regrava o arquivo inteiro a partir da tabela.
       P-REGRAVA.
            OPEN OUTPUT REFERENCIA

            IF NOT REF-OK THEN
               MOVE 'PG13MNTREF'       TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR REFERENCIA' TO LK-ERRO-OPERACAO
               MOVE WS-REF-FS          TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-REGRAVA-FIM
            END-IF

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-LINHAS
                MOVE WS-TAB-LINHA(WS-IDX) TO REG-REFERENCIA
                WRITE REG-REFERENCIA
            END-PERFORM

            CLOSE REFERENCIA
            SET REF-OK TO TRUE
            .

       P-REGRAVA-FIM.

      * Trilha da alteracao: operador, arquivo e a linha antes e
      * depois (em branco na inclusao e na exclusao, respectivamente).
       P-GRAVA-LOG.
            OPEN EXTEND LOGREF
            IF WS-LOG-FS EQUAL 35 THEN
               OPEN OUTPUT LOGREF
            END-IF

            IF LOG-OK THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO LRF-DATA
               MOVE FUNCTION CURRENT-DATE(9:6) TO LRF-HORA
               MOVE WS-OPERADOR  TO LRF-OPERADOR
               MOVE WS-NOME-REF  TO LRF-ARQUIVO
               MOVE WS-REG-ANTES TO LRF-ANTES
               MOVE WS-REG-NOVO  TO LRF-DEPOIS

               WRITE REG-LOG-REFERENCIA

               CLOSE LOGREF
            ELSE
               MOVE 'PG13MNTREF'        TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR REFERENCIAS' TO LK-ERRO-OPERACAO
               MOVE WS-LOG-FS           TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
            END-IF
            .

       P-GRAVA-LOG-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13MNTREF.
