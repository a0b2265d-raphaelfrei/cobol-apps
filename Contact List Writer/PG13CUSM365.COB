      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Rateio do custo das licencas M365 por filial e tipo de
      *          contato - LICENCAS.dat so diz quantos assentos temos
      *          e quantos estao atribuidos por SKU, e o financeiro
      *          quer saber quanto cada filial custa em licencas.
      *          Cada conta do registro de UPNs gerados pelo CTTWRT
      *          (UPN_GERADOS.dat) e ligada ao contato pelo e-mail do
      *          cadastro; as contas ligadas sao contadas por
      *          FILIAL-CONTATO, TP-CONTATO e SKU e multiplicadas pelo
      *          preco mensal do SKU (LICENCAS_PRECO.dat, mantido pelo
      *          PG13MNTREF). A listagem CUSTO_LICENCAS.LST traz o
      *          rateio com o total de cada filial, o custo por SKU
      *          (rateado, atribuido sem contato no cadastro e os
      *          assentos pagos e nao atribuidos) e os totais gerais;
      *          os mesmos numeros saem em CUSTO_LICENCAS.CSV
      *          (separado por ';', decimal com virgula) para a
      *          planilha do financeiro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CUSM365.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTATOS ASSIGN TO
                 '.\CONTATOS.dat'
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT REGUPN ASSIGN TO ".\UPN_GERADOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-UPG-FS.

            SELECT LICENCAS ASSIGN TO ".\LICENCAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-LIC-FS.

            SELECT PRECOS ASSIGN TO ".\LICENCAS_PRECO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-PRC-FS.

            SELECT CUSTOCSV ASSIGN TO ".\CUSTO_LICENCAS.CSV"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CSV-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD REGUPN.
          COPY FD_UPNGR.

      * Mesmo layout lido pelo CTTWRT e mantido pelo PG13MNTREF.
       FD LICENCAS.
       01 REG-LICENCA.
          03 LIC-SKU              PIC X(20).
          03 LIC-POSSUIDOS        PIC 9(05).
          03 LIC-ATRIBUIDOS       PIC 9(05).

      * Preco mensal de um assento de cada SKU, mantido pelo
      * PG13MNTREF.
       FD PRECOS.
       01 REG-PRECO.
          03 PRC-SKU              PIC X(20).
          03 PRC-MENSAL           PIC 9(07)V99.

       FD CUSTOCSV.
       01 REG-CUSTOCSV             PIC X(150).

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-UPG-FS             PIC 9(02).
          88 UPG-OK           VALUE 0.

       77 WS-LIC-FS             PIC 9(02).
          88 LIC-OK           VALUE 0.

       77 WS-PRC-FS             PIC 9(02).
          88 PRC-OK           VALUE 0.

       77 WS-CSV-FS             PIC 9(02).
          88 CSV-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

      * UPN_GERADOS.dat em memoria, uma linha por e-mail (em
      * maiusculas): a ultima linha de um mesmo e-mail e a que vale.
      * WS-UPG-LIGADA marca a conta ja ligada a um contato, para um
      * e-mail repetido no cadastro nao contar a licenca duas vezes.
       01 WS-TABELA-UPNS.
          03 WS-UPG-LINHA OCCURS 2000 TIMES.
             05 WS-UPG-EMAIL       PIC X(40).
             05 WS-UPG-SKU         PIC X(20).
             05 WS-UPG-LIGADA      PIC X(01).

       77 WS-QTD-UPNS           PIC 9(04) VALUE ZEROS.
       77 WS-IDX-UPG            PIC 9(04) VALUE ZEROS.
       77 WS-UPG-ACHADA         PIC 9(04) VALUE ZEROS.

      * SKUs de LICENCAS.dat, de LICENCAS_PRECO.dat e os que
      * aparecem no registro, com os assentos, o preco, as contas
      * ligadas a contatos e os custos apurados.
       01 WS-TABELA-SKUS.
          03 WS-SKU-LINHA OCCURS 40 TIMES.
             05 WS-SKU-CODIGO      PIC X(20).
             05 WS-SKU-POSSUIDOS   PIC 9(05).
             05 WS-SKU-ATRIBUIDOS  PIC 9(05).
             05 WS-SKU-EM-LICENCAS PIC X(01).
             05 WS-SKU-PRECO       PIC 9(07)V99.
             05 WS-SKU-TEM-PRECO   PIC X(01).
             05 WS-SKU-VINCULADOS  PIC 9(05).
             05 WS-SKU-NAO-RATEADO PIC 9(05).
             05 WS-SKU-OCIOSOS     PIC 9(05).
             05 WS-SKU-CST-RATEADO PIC 9(09)V99.
             05 WS-SKU-CST-NAO-RAT PIC 9(09)V99.
             05 WS-SKU-CST-OCIOSO  PIC 9(09)V99.
             05 WS-SKU-CST-CONTRAT PIC 9(09)V99.

       77 WS-QTD-SKUS           PIC 9(02) VALUE ZEROS.
       77 WS-IDX-SKU            PIC 9(02) VALUE ZEROS.
       77 WS-SKU-BUSCA          PIC X(20) VALUE SPACES.
       77 WS-SKU-ACHADO         PIC 9(02) VALUE ZEROS.

      * Rateio: contas ligadas por filial, tipo de contato e SKU,
      * ordenado pela chave para a listagem sair agrupada por filial.
       01 WS-TABELA-RATEIO.
          03 WS-RAT-LINHA OCCURS 500 TIMES.
             05 WS-RAT-CHAVE.
                07 WS-RAT-FILIAL   PIC X(03).
                07 WS-RAT-TIPO     PIC X(11).
                07 WS-RAT-SKU      PIC X(20).
             05 WS-RAT-QTD         PIC 9(05).
             05 WS-RAT-CUSTO       PIC 9(09)V99.

       01 WS-RAT-TROCA.
          03 FILLER             PIC X(34).
          03 FILLER             PIC 9(05).
          03 FILLER             PIC 9(09)V99.

       01 WS-RAT-BUSCA.
          03 WS-BUS-FILIAL      PIC X(03).
          03 WS-BUS-TIPO        PIC X(11).
          03 WS-BUS-SKU         PIC X(20).

       77 WS-QTD-RATEIO         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-RAT            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-SORT           PIC 9(03) VALUE ZEROS.
       77 WS-RAT-ACHADO         PIC X(01) VALUE 'N'.
          88 RAT-ACHADO       VALUE 'S'.
       77 WS-HOUVE-TROCA        PIC X(01) VALUE 'N'.
          88 HOUVE-TROCA      VALUE 'S'.

      * Quebra por filial na impressao do rateio.
       77 WS-FIL-ATUAL          PIC X(03) VALUE SPACES.
       77 WS-FIL-QTD            PIC 9(05) VALUE ZEROS.
       77 WS-FIL-CUSTO          PIC 9(09)V99 VALUE ZEROS.
       77 WS-PRIMEIRA-FILIAL    PIC X(01) VALUE 'S'.
          88 PRIMEIRA-FILIAL  VALUE 'S'.

      * Totais gerais.
       77 WS-TOT-CST-RATEADO    PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-CST-NAO-RAT    PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-CST-OCIOSO     PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-CST-CONTRAT    PIC 9(09)V99 VALUE ZEROS.

       77 WS-CT-IDX             PIC 9(01) VALUE ZEROS.
       77 WS-EML-BUSCA          PIC X(40) VALUE SPACES.

       77 WS-NOME-FILIAL        PIC X(10) VALUE SPACES.
       77 WS-NOME-TIPO          PIC X(11) VALUE SPACES.
       77 WS-OBSERVACAO         PIC X(30) VALUE SPACES.

      * Campos editados da listagem e do CSV (no CSV sem separador de
      * milhar, para a planilha ler o numero).
       77 WS-ED-QTD             PIC ZZZZ9.
       77 WS-ED-QTD-2           PIC ZZZZ9.
       77 WS-ED-QTD-3           PIC ZZZZ9.
       77 WS-ED-QTD-4           PIC ZZZZ9.
       77 WS-ED-QTD-5           PIC ZZZZ9.
       77 WS-ED-PRECO           PIC Z.ZZZ.ZZ9,99.
       77 WS-ED-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-ED-VALOR-2         PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-ED-VALOR-3         PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-ED-VALOR-4         PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-CSV-QTD            PIC ZZZZ9.
       77 WS-CSV-PRECO          PIC ZZZZZZ9,99.
       77 WS-CSV-VALOR          PIC ZZZZZZZZ9,99.

      * Linha do CSV montada em P-GRAVA-CSV a partir destes campos.
       77 WS-CSV-SECAO          PIC X(20) VALUE SPACES.
       77 WS-CSV-FILIAL         PIC X(10) VALUE SPACES.
       77 WS-CSV-TIPO           PIC X(11) VALUE SPACES.
       77 WS-CSV-SKU            PIC X(20) VALUE SPACES.
       77 WS-CSV-QTD-X          PIC X(05) VALUE SPACES.
       77 WS-CSV-PRECO-X        PIC X(10) VALUE SPACES.
       77 WS-CSV-VALOR-X        PIC X(12) VALUE SPACES.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LIGADOS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXCLUIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-SKU        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-CONTATO    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-PRECO      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_PRTFMT.
       COPY LK_DURLOG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** RATEIO DO CUSTO DAS LICENCAS M365 *****"

            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-LIGADOS WS-QTD-EXCLUIDOS
                          WS-QTD-SEM-SKU WS-QTD-SEM-CONTATO
                          WS-QTD-SEM-PRECO WS-QTD-REJEITADOS
                          WS-QTD-RATEIO WS-QTD-SKUS
                          WS-TOT-CST-RATEADO WS-TOT-CST-NAO-RAT
                          WS-TOT-CST-OCIOSO WS-TOT-CST-CONTRAT

            MOVE 'PG13CUSM365' TO LK-DUR-PROGRAMA
            MOVE 'I'           TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-CARREGA-UPNS THRU P-CARREGA-UPNS-FIM
            PERFORM P-CARREGA-LICENCAS THRU P-CARREGA-LICENCAS-FIM
            PERFORM P-CARREGA-PRECOS THRU P-CARREGA-PRECOS-FIM

            PERFORM P-RATEIA THRU P-RATEIA-FIM

            MOVE 'F'           TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-END
           .

      ******************************************************************
      * Le o cadastro inteiro ligando cada contato a sua conta do
      * registro, apura o custo por SKU e emite a listagem e o CSV.
      ******************************************************************
       P-RATEIA.
            OPEN INPUT CONTATOS
            IF NOT FS-OK THEN
               MOVE 'PG13CUSM365'    TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-RATEIA-FIM
            END-IF

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM P-LIGA-CONTATO THRU P-LIGA-CONTATO-FIM
                END-READ
            END-PERFORM

            CLOSE CONTATOS

      * Contas do registro que nenhum contato reclamou: a licenca
      * existe, mas nao ha filial para cobrar.
            PERFORM VARYING WS-IDX-UPG FROM 1 BY 1
                    UNTIL WS-IDX-UPG > WS-QTD-UPNS
                IF WS-UPG-LIGADA(WS-IDX-UPG) NOT = 'S' THEN
                   ADD 1 TO WS-QTD-SEM-CONTATO
                END-IF
            END-PERFORM

            PERFORM P-ORDENA THRU P-ORDENA-FIM
            PERFORM P-APURA-SKUS THRU P-APURA-SKUS-FIM

            OPEN OUTPUT CUSTOCSV
            IF NOT CSV-OK THEN
               MOVE 'PG13CUSM365'         TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CUSTO_LICENCAS' TO LK-ERRO-OPERACAO
               MOVE WS-CSV-FS             TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-RATEIA-FIM
            END-IF

            MOVE 'Secao;Filial;Tipo contato;SKU;Quantidade;Preco '
               & 'mensal;Custo mensal' TO REG-CUSTOCSV
            WRITE REG-CUSTOCSV

            MOVE 'RATEIO DO CUSTO DAS LICENCAS M365'
                                    TO LK-PRT-TITULO
            MOVE '.\CUSTO_LICENCAS.LST' TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR        TO LK-PRT-OPERADOR
            MOVE 'I'                TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            PERFORM P-IMPRIME-RATEIO THRU P-IMPRIME-RATEIO-FIM
            PERFORM P-IMPRIME-SKUS THRU P-IMPRIME-SKUS-FIM
            PERFORM P-IMPRIME-TOTAIS THRU P-IMPRIME-TOTAIS-FIM

            CLOSE CUSTOCSV

            MOVE 'CONTATOS LIDOS'         TO LK-PRT-ROTULO
            MOVE WS-QTD-LIDOS             TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CONTAS LIGADAS A CONTATOS' TO LK-PRT-ROTULO
            MOVE WS-QTD-LIGADOS           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'DAS QUAIS CONTATO EXCLUIDO' TO LK-PRT-ROTULO
            MOVE WS-QTD-EXCLUIDOS         TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'LIGADAS SEM SKU REGISTRADO' TO LK-PRT-ROTULO
            MOVE WS-QTD-SEM-SKU           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'LIGADAS COM SKU SEM PRECO' TO LK-PRT-ROTULO
            MOVE WS-QTD-SEM-PRECO         TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CONTAS SEM CONTATO' TO LK-PRT-ROTULO
            MOVE WS-QTD-SEM-CONTATO       TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            COMPUTE WS-QTD-REJEITADOS = WS-QTD-SEM-SKU
                                      + WS-QTD-SEM-PRECO
            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

            MOVE WS-TOT-CST-CONTRAT TO WS-ED-VALOR
            MOVE WS-TOT-CST-RATEADO TO WS-ED-VALOR-2
            DISPLAY "CONTAS LIGADAS A CONTATOS : " WS-QTD-LIGADOS
            DISPLAY "CUSTO RATEADO POR FILIAL  : " WS-ED-VALOR-2
            DISPLAY "CUSTO MENSAL CONTRATADO   : " WS-ED-VALOR
            DISPLAY "ARQUIVOS: CUSTO_LICENCAS.LST E CUSTO_LICENCAS.CSV"
           .

       P-RATEIA-FIM.
           EXIT.

      ******************************************************************
      * Liga o contato a conta do registro pelo primeiro meio EMAIL
      * que casar com uma conta ainda nao ligada, e soma a licenca no
      * rateio da filial e do tipo do contato. Contato excluido ainda
      * com conta entra no rateio - a licenca continua paga ate o
      * desligamento (PG13DESM365) - e e contado a parte.
      ******************************************************************
       P-LIGA-CONTATO.
            MOVE ZEROS TO WS-UPG-ACHADA

            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > QTD-CT-METODOS
                          OR WS-CT-IDX > 5
                          OR WS-UPG-ACHADA > ZEROS
                IF CT-METODO-TIPO(WS-CT-IDX) EQUAL 'EMAIL'
                   AND CT-METODO-VALOR(WS-CT-IDX) NOT = SPACES THEN
                   MOVE FUNCTION UPPER-CASE(CT-METODO-VALOR(WS-CT-IDX))
                        TO WS-EML-BUSCA
                   PERFORM VARYING WS-IDX-UPG FROM 1 BY 1
                           UNTIL WS-IDX-UPG > WS-QTD-UPNS
                                 OR WS-UPG-ACHADA > ZEROS
                       IF WS-UPG-EMAIL(WS-IDX-UPG) EQUAL WS-EML-BUSCA
                          AND WS-UPG-LIGADA(WS-IDX-UPG) NOT = 'S' THEN
                          MOVE WS-IDX-UPG TO WS-UPG-ACHADA
                       END-IF
                   END-PERFORM
                END-IF
            END-PERFORM

            IF WS-UPG-ACHADA EQUAL ZEROS THEN
               GO TO P-LIGA-CONTATO-FIM
            END-IF

            MOVE 'S' TO WS-UPG-LIGADA(WS-UPG-ACHADA)
            ADD 1 TO WS-QTD-LIGADOS

            IF CONTATO-EXCLUIDO THEN
               ADD 1 TO WS-QTD-EXCLUIDOS
            END-IF

            IF WS-UPG-SKU(WS-UPG-ACHADA) EQUAL SPACES THEN
               ADD 1 TO WS-QTD-SEM-SKU
               GO TO P-LIGA-CONTATO-FIM
            END-IF

            MOVE WS-UPG-SKU(WS-UPG-ACHADA) TO WS-SKU-BUSCA
            PERFORM P-LOCALIZA-SKU THRU P-LOCALIZA-SKU-FIM

            IF WS-SKU-ACHADO EQUAL ZEROS THEN
               ADD 1 TO WS-QTD-SEM-PRECO
               GO TO P-LIGA-CONTATO-FIM
            END-IF

            ADD 1 TO WS-SKU-VINCULADOS(WS-SKU-ACHADO)
            IF WS-SKU-TEM-PRECO(WS-SKU-ACHADO) NOT = 'S' THEN
               ADD 1 TO WS-QTD-SEM-PRECO
            END-IF

            MOVE FILIAL-CONTATO TO WS-BUS-FILIAL
            MOVE TP-CONTATO     TO WS-BUS-TIPO
            MOVE WS-SKU-BUSCA   TO WS-BUS-SKU

            MOVE 'N' TO WS-RAT-ACHADO
            PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
                    UNTIL WS-IDX-RAT > WS-QTD-RATEIO OR RAT-ACHADO
                IF WS-RAT-CHAVE(WS-IDX-RAT) EQUAL WS-RAT-BUSCA THEN
                   MOVE 'S' TO WS-RAT-ACHADO
                   ADD 1 TO WS-RAT-QTD(WS-IDX-RAT)
                   ADD WS-SKU-PRECO(WS-SKU-ACHADO)
                       TO WS-RAT-CUSTO(WS-IDX-RAT)
                END-IF
            END-PERFORM

            IF RAT-ACHADO THEN
               GO TO P-LIGA-CONTATO-FIM
            END-IF

            IF WS-QTD-RATEIO < 500 THEN
               ADD 1 TO WS-QTD-RATEIO
               MOVE WS-RAT-BUSCA TO WS-RAT-CHAVE(WS-QTD-RATEIO)
               MOVE 1            TO WS-RAT-QTD(WS-QTD-RATEIO)
               MOVE WS-SKU-PRECO(WS-SKU-ACHADO)
                    TO WS-RAT-CUSTO(WS-QTD-RATEIO)
            ELSE
               DISPLAY "RATEIO COM MAIS DE 500 COMBINACOES DE FILIAL, "
                       "TIPO E SKU - CONTA NAO RATEADA"
            END-IF
           .

       P-LIGA-CONTATO-FIM.
           EXIT.

      * Procura WS-SKU-BUSCA na tabela de SKUs; SKU do registro que
      * nao esta em LICENCAS.dat nem tem preco entra sem assentos e
      * sem preco. WS-SKU-ACHADO fica zerado se a tabela estiver
      * cheia.
       P-LOCALIZA-SKU.
            MOVE ZEROS TO WS-SKU-ACHADO

            PERFORM VARYING WS-IDX-SKU FROM 1 BY 1
                    UNTIL WS-IDX-SKU > WS-QTD-SKUS
                          OR WS-SKU-ACHADO > ZEROS
                IF WS-SKU-CODIGO(WS-IDX-SKU) EQUAL WS-SKU-BUSCA THEN
                   MOVE WS-IDX-SKU TO WS-SKU-ACHADO
                END-IF
            END-PERFORM

            IF WS-SKU-ACHADO > ZEROS OR WS-QTD-SKUS >= 40 THEN
               GO TO P-LOCALIZA-SKU-FIM
            END-IF

            ADD 1 TO WS-QTD-SKUS
            MOVE WS-QTD-SKUS TO WS-SKU-ACHADO
            MOVE WS-SKU-BUSCA TO WS-SKU-CODIGO(WS-SKU-ACHADO)
            MOVE ZEROS TO WS-SKU-POSSUIDOS(WS-SKU-ACHADO)
                          WS-SKU-ATRIBUIDOS(WS-SKU-ACHADO)
                          WS-SKU-PRECO(WS-SKU-ACHADO)
                          WS-SKU-VINCULADOS(WS-SKU-ACHADO)
            MOVE 'N' TO WS-SKU-EM-LICENCAS(WS-SKU-ACHADO)
                        WS-SKU-TEM-PRECO(WS-SKU-ACHADO)
           .

       P-LOCALIZA-SKU-FIM.
           EXIT.

      * Ordena o rateio por filial, tipo e SKU (bolha simples - o
      * volume e pequeno).
       P-ORDENA.
            MOVE 'S' TO WS-HOUVE-TROCA

            PERFORM UNTIL NOT HOUVE-TROCA
                MOVE 'N' TO WS-HOUVE-TROCA

                PERFORM VARYING WS-IDX-SORT FROM 1 BY 1
                        UNTIL WS-IDX-SORT >= WS-QTD-RATEIO
                    IF WS-RAT-CHAVE(WS-IDX-SORT) >
                       WS-RAT-CHAVE(WS-IDX-SORT + 1) THEN
                       MOVE WS-RAT-LINHA(WS-IDX-SORT)
                            TO WS-RAT-TROCA
                       MOVE WS-RAT-LINHA(WS-IDX-SORT + 1)
                            TO WS-RAT-LINHA(WS-IDX-SORT)
                       MOVE WS-RAT-TROCA
                            TO WS-RAT-LINHA(WS-IDX-SORT + 1)
                       MOVE 'S' TO WS-HOUVE-TROCA
                    END-IF
                END-PERFORM
            END-PERFORM
           .

       P-ORDENA-FIM.
           EXIT.

      ******************************************************************
      * Custo de cada SKU: rateado (contas ligadas a contatos),
      * atribuido sem contato no cadastro (atribuidos de LICENCAS.dat
      * alem das contas ligadas) e ocioso (assentos pagos e nao
      * atribuidos); o contratado e o total de assentos possuidos.
      ******************************************************************
       P-APURA-SKUS.
            PERFORM VARYING WS-IDX-SKU FROM 1 BY 1
                    UNTIL WS-IDX-SKU > WS-QTD-SKUS
                MOVE ZEROS TO WS-SKU-NAO-RATEADO(WS-IDX-SKU)
                              WS-SKU-OCIOSOS(WS-IDX-SKU)
                IF WS-SKU-ATRIBUIDOS(WS-IDX-SKU)
                   > WS-SKU-VINCULADOS(WS-IDX-SKU) THEN
                   COMPUTE WS-SKU-NAO-RATEADO(WS-IDX-SKU) =
                           WS-SKU-ATRIBUIDOS(WS-IDX-SKU)
                         - WS-SKU-VINCULADOS(WS-IDX-SKU)
                END-IF
                IF WS-SKU-POSSUIDOS(WS-IDX-SKU)
                   > WS-SKU-ATRIBUIDOS(WS-IDX-SKU) THEN
                   COMPUTE WS-SKU-OCIOSOS(WS-IDX-SKU) =
                           WS-SKU-POSSUIDOS(WS-IDX-SKU)
                         - WS-SKU-ATRIBUIDOS(WS-IDX-SKU)
                END-IF

                COMPUTE WS-SKU-CST-RATEADO(WS-IDX-SKU) =
                        WS-SKU-VINCULADOS(WS-IDX-SKU)
                      * WS-SKU-PRECO(WS-IDX-SKU)
                COMPUTE WS-SKU-CST-NAO-RAT(WS-IDX-SKU) =
                        WS-SKU-NAO-RATEADO(WS-IDX-SKU)
                      * WS-SKU-PRECO(WS-IDX-SKU)
                COMPUTE WS-SKU-CST-OCIOSO(WS-IDX-SKU) =
                        WS-SKU-OCIOSOS(WS-IDX-SKU)
                      * WS-SKU-PRECO(WS-IDX-SKU)
                COMPUTE WS-SKU-CST-CONTRAT(WS-IDX-SKU) =
                        WS-SKU-POSSUIDOS(WS-IDX-SKU)
                      * WS-SKU-PRECO(WS-IDX-SKU)

                ADD WS-SKU-CST-RATEADO(WS-IDX-SKU)
                    TO WS-TOT-CST-RATEADO
                ADD WS-SKU-CST-NAO-RAT(WS-IDX-SKU)
                    TO WS-TOT-CST-NAO-RAT
                ADD WS-SKU-CST-OCIOSO(WS-IDX-SKU)
                    TO WS-TOT-CST-OCIOSO
                ADD WS-SKU-CST-CONTRAT(WS-IDX-SKU)
                    TO WS-TOT-CST-CONTRAT
            END-PERFORM
           .

       P-APURA-SKUS-FIM.
           EXIT.

      ******************************************************************
      * Rateio por filial e tipo de contato, com o total de cada
      * filial na quebra.
      ******************************************************************
       P-IMPRIME-RATEIO.
            MOVE 'RATEIO POR FILIAL E TIPO DE CONTATO' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'FILIAL     TIPO        SKU                    QTD '
               & 'PRECO MENSAL   CUSTO MENSAL' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            IF WS-QTD-RATEIO EQUAL ZEROS THEN
               MOVE 'NENHUMA CONTA DO REGISTRO LIGADA A UM CONTATO COM '
                  & 'SKU.' TO LK-PRT-LINHA
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
               GO TO P-IMPRIME-RATEIO-FIM
            END-IF

            MOVE 'S'    TO WS-PRIMEIRA-FILIAL
            MOVE ZEROS  TO WS-FIL-QTD WS-FIL-CUSTO

            PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
                    UNTIL WS-IDX-RAT > WS-QTD-RATEIO
                IF NOT PRIMEIRA-FILIAL
                   AND WS-RAT-FILIAL(WS-IDX-RAT) NOT = WS-FIL-ATUAL
                   THEN
                   PERFORM P-QUEBRA-FILIAL THRU P-QUEBRA-FILIAL-FIM
                END-IF
                MOVE 'N' TO WS-PRIMEIRA-FILIAL
                MOVE WS-RAT-FILIAL(WS-IDX-RAT) TO WS-FIL-ATUAL

                MOVE WS-RAT-FILIAL(WS-IDX-RAT) TO WS-NOME-FILIAL
                IF WS-RAT-FILIAL(WS-IDX-RAT) EQUAL SPACES THEN
                   MOVE 'SEM FILIAL' TO WS-NOME-FILIAL
                END-IF
                MOVE WS-RAT-TIPO(WS-IDX-RAT) TO WS-NOME-TIPO
                IF WS-RAT-TIPO(WS-IDX-RAT) EQUAL SPACES THEN
                   MOVE 'SEM TIPO' TO WS-NOME-TIPO
                END-IF

                MOVE WS-RAT-SKU(WS-IDX-RAT) TO WS-SKU-BUSCA
                PERFORM P-LOCALIZA-SKU THRU P-LOCALIZA-SKU-FIM

                MOVE WS-RAT-QTD(WS-IDX-RAT)      TO WS-ED-QTD
                MOVE WS-SKU-PRECO(WS-SKU-ACHADO) TO WS-ED-PRECO
                MOVE WS-RAT-CUSTO(WS-IDX-RAT)    TO WS-ED-VALOR
                MOVE SPACES TO LK-PRT-LINHA
                STRING WS-NOME-FILIAL          DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       WS-NOME-TIPO            DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       WS-RAT-SKU(WS-IDX-RAT)  DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       WS-ED-QTD               DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       WS-ED-PRECO             DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       WS-ED-VALOR             DELIMITED BY SIZE
                    INTO LK-PRT-LINHA
                PERFORM P-IMPRIME THRU P-IMPRIME-FIM

                MOVE 'RATEIO'                    TO WS-CSV-SECAO
                MOVE WS-NOME-FILIAL              TO WS-CSV-FILIAL
                MOVE WS-NOME-TIPO                TO WS-CSV-TIPO
                MOVE WS-RAT-SKU(WS-IDX-RAT)      TO WS-CSV-SKU
                MOVE WS-RAT-QTD(WS-IDX-RAT)      TO WS-CSV-QTD
                MOVE WS-CSV-QTD                  TO WS-CSV-QTD-X
                MOVE WS-SKU-PRECO(WS-SKU-ACHADO) TO WS-CSV-PRECO
                MOVE WS-CSV-PRECO                TO WS-CSV-PRECO-X
                MOVE WS-RAT-CUSTO(WS-IDX-RAT)    TO WS-CSV-VALOR
                MOVE WS-CSV-VALOR                TO WS-CSV-VALOR-X
                PERFORM P-GRAVA-CSV THRU P-GRAVA-CSV-FIM

                ADD WS-RAT-QTD(WS-IDX-RAT)   TO WS-FIL-QTD
                ADD WS-RAT-CUSTO(WS-IDX-RAT) TO WS-FIL-CUSTO
            END-PERFORM

            PERFORM P-QUEBRA-FILIAL THRU P-QUEBRA-FILIAL-FIM
           .

       P-IMPRIME-RATEIO-FIM.
           EXIT.

      * Total da filial WS-FIL-ATUAL, na listagem e no CSV.
       P-QUEBRA-FILIAL.
            MOVE WS-FIL-ATUAL TO WS-NOME-FILIAL
            IF WS-FIL-ATUAL EQUAL SPACES THEN
               MOVE 'SEM FILIAL' TO WS-NOME-FILIAL
            END-IF

            MOVE WS-FIL-QTD   TO WS-ED-QTD
            MOVE WS-FIL-CUSTO TO WS-ED-VALOR
            MOVE SPACES TO LK-PRT-LINHA
            STRING '  TOTAL DA FILIAL '     DELIMITED BY SIZE
                   WS-NOME-FILIAL           DELIMITED BY SIZE
                   '                '       DELIMITED BY SIZE
                   WS-ED-QTD                DELIMITED BY SIZE
                   '              '         DELIMITED BY SIZE
                   WS-ED-VALOR              DELIMITED BY SIZE
                INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE 'FILIAL'       TO WS-CSV-SECAO
            MOVE WS-NOME-FILIAL TO WS-CSV-FILIAL
            MOVE SPACES         TO WS-CSV-TIPO WS-CSV-SKU
                                   WS-CSV-PRECO-X
            MOVE WS-FIL-QTD     TO WS-CSV-QTD
            MOVE WS-CSV-QTD     TO WS-CSV-QTD-X
            MOVE WS-FIL-CUSTO   TO WS-CSV-VALOR
            MOVE WS-CSV-VALOR   TO WS-CSV-VALOR-X
            PERFORM P-GRAVA-CSV THRU P-GRAVA-CSV-FIM

            MOVE ZEROS TO WS-FIL-QTD WS-FIL-CUSTO
           .

       P-QUEBRA-FILIAL-FIM.
           EXIT.

      ******************************************************************
      * Assentos e custo mensal por SKU. No CSV, uma linha por SKU
      * para cada parcela: rateado, atribuido sem contato e ocioso.
      ******************************************************************
       P-IMPRIME-SKUS.
            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'ASSENTOS POR SKU' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'SKU                  POSSUI ATRIB LIGAD S/CTT OCIO'
               & 'S PRECO MENSAL OBSERVACAO' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-SKU FROM 1 BY 1
                    UNTIL WS-IDX-SKU > WS-QTD-SKUS
                MOVE SPACES TO WS-OBSERVACAO
                IF WS-SKU-EM-LICENCAS(WS-IDX-SKU) NOT = 'S' THEN
                   MOVE 'FORA DO LICENCAS.dat' TO WS-OBSERVACAO
                END-IF
                IF WS-SKU-TEM-PRECO(WS-IDX-SKU) NOT = 'S' THEN
                   MOVE 'SEM PRECO CADASTRADO' TO WS-OBSERVACAO
                END-IF
                IF WS-SKU-VINCULADOS(WS-IDX-SKU)
                   > WS-SKU-ATRIBUIDOS(WS-IDX-SKU)
                   AND WS-SKU-EM-LICENCAS(WS-IDX-SKU) EQUAL 'S' THEN
                   MOVE 'LIGADAS > ATRIBUIDOS' TO WS-OBSERVACAO
                END-IF

                MOVE WS-SKU-POSSUIDOS(WS-IDX-SKU)   TO WS-ED-QTD
                MOVE WS-SKU-ATRIBUIDOS(WS-IDX-SKU)  TO WS-ED-QTD-2
                MOVE WS-SKU-VINCULADOS(WS-IDX-SKU)  TO WS-ED-QTD-3
                MOVE WS-SKU-NAO-RATEADO(WS-IDX-SKU) TO WS-ED-QTD-4
                MOVE WS-SKU-OCIOSOS(WS-IDX-SKU)     TO WS-ED-QTD-5
                MOVE WS-SKU-PRECO(WS-IDX-SKU)       TO WS-ED-PRECO
                MOVE SPACES TO LK-PRT-LINHA
                STRING WS-SKU-CODIGO(WS-IDX-SKU) DELIMITED BY SIZE
                       '  '                      DELIMITED BY SIZE
                       WS-ED-QTD                 DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-ED-QTD-2               DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-ED-QTD-3               DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-ED-QTD-4               DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-ED-QTD-5               DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-ED-PRECO               DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-OBSERVACAO             DELIMITED BY SIZE
                    INTO LK-PRT-LINHA
                PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            END-PERFORM

            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'CUSTO MENSAL POR SKU' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'SKU                         RATEADO SEM CONTATO NO'
               & '         OCIOSO     CONTRATADO' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE '                                          CADASTRO'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-SKU FROM 1 BY 1
                    UNTIL WS-IDX-SKU > WS-QTD-SKUS
                MOVE WS-SKU-CST-RATEADO(WS-IDX-SKU) TO WS-ED-VALOR
                MOVE WS-SKU-CST-NAO-RAT(WS-IDX-SKU) TO WS-ED-VALOR-2
                MOVE WS-SKU-CST-OCIOSO(WS-IDX-SKU)  TO WS-ED-VALOR-3
                MOVE WS-SKU-CST-CONTRAT(WS-IDX-SKU) TO WS-ED-VALOR-4
                MOVE SPACES TO LK-PRT-LINHA
                STRING WS-SKU-CODIGO(WS-IDX-SKU) DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-ED-VALOR               DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-ED-VALOR-2             DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-ED-VALOR-3             DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-ED-VALOR-4             DELIMITED BY SIZE
                    INTO LK-PRT-LINHA
                PERFORM P-IMPRIME THRU P-IMPRIME-FIM

                MOVE SPACES TO WS-CSV-FILIAL WS-CSV-TIPO
                MOVE WS-SKU-CODIGO(WS-IDX-SKU) TO WS-CSV-SKU
                MOVE WS-SKU-PRECO(WS-IDX-SKU)  TO WS-CSV-PRECO
                MOVE WS-CSV-PRECO              TO WS-CSV-PRECO-X

                MOVE 'SKU RATEADO'             TO WS-CSV-SECAO
                MOVE WS-SKU-VINCULADOS(WS-IDX-SKU)  TO WS-CSV-QTD
                MOVE WS-CSV-QTD                TO WS-CSV-QTD-X
                MOVE WS-SKU-CST-RATEADO(WS-IDX-SKU) TO WS-CSV-VALOR
                MOVE WS-CSV-VALOR              TO WS-CSV-VALOR-X
                PERFORM P-GRAVA-CSV THRU P-GRAVA-CSV-FIM

                MOVE 'SKU SEM CONTATO'         TO WS-CSV-SECAO
                MOVE WS-SKU-NAO-RATEADO(WS-IDX-SKU) TO WS-CSV-QTD
                MOVE WS-CSV-QTD                TO WS-CSV-QTD-X
                MOVE WS-SKU-CST-NAO-RAT(WS-IDX-SKU) TO WS-CSV-VALOR
                MOVE WS-CSV-VALOR              TO WS-CSV-VALOR-X
                PERFORM P-GRAVA-CSV THRU P-GRAVA-CSV-FIM

                MOVE 'SKU OCIOSO'              TO WS-CSV-SECAO
                MOVE WS-SKU-OCIOSOS(WS-IDX-SKU)     TO WS-CSV-QTD
                MOVE WS-CSV-QTD                TO WS-CSV-QTD-X
                MOVE WS-SKU-CST-OCIOSO(WS-IDX-SKU)  TO WS-CSV-VALOR
                MOVE WS-CSV-VALOR              TO WS-CSV-VALOR-X
                PERFORM P-GRAVA-CSV THRU P-GRAVA-CSV-FIM

                MOVE 'SKU CONTRATADO'          TO WS-CSV-SECAO
                MOVE WS-SKU-POSSUIDOS(WS-IDX-SKU)   TO WS-CSV-QTD
                MOVE WS-CSV-QTD                TO WS-CSV-QTD-X
                MOVE WS-SKU-CST-CONTRAT(WS-IDX-SKU) TO WS-CSV-VALOR
                MOVE WS-CSV-VALOR              TO WS-CSV-VALOR-X
                PERFORM P-GRAVA-CSV THRU P-GRAVA-CSV-FIM
            END-PERFORM
           .

       P-IMPRIME-SKUS-FIM.
           EXIT.

      * Totais gerais em valor (o rodape padrao so leva inteiros).
       P-IMPRIME-TOTAIS.
            MOVE WS-TOT-CST-RATEADO TO WS-ED-VALOR
            MOVE WS-TOT-CST-NAO-RAT TO WS-ED-VALOR-2
            MOVE WS-TOT-CST-OCIOSO  TO WS-ED-VALOR-3
            MOVE WS-TOT-CST-CONTRAT TO WS-ED-VALOR-4
            MOVE SPACES TO LK-PRT-LINHA
            STRING 'TOTAL               ' DELIMITED BY SIZE
                   ' '                    DELIMITED BY SIZE
                   WS-ED-VALOR            DELIMITED BY SIZE
                   ' '                    DELIMITED BY SIZE
                   WS-ED-VALOR-2          DELIMITED BY SIZE
                   ' '                    DELIMITED BY SIZE
                   WS-ED-VALOR-3          DELIMITED BY SIZE
                   ' '                    DELIMITED BY SIZE
                   WS-ED-VALOR-4          DELIMITED BY SIZE
                INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE SPACES TO WS-CSV-FILIAL WS-CSV-TIPO WS-CSV-SKU
                           WS-CSV-QTD-X WS-CSV-PRECO-X

            MOVE 'TOTAL RATEADO'      TO WS-CSV-SECAO
            MOVE WS-TOT-CST-RATEADO   TO WS-CSV-VALOR
            MOVE WS-CSV-VALOR         TO WS-CSV-VALOR-X
            PERFORM P-GRAVA-CSV THRU P-GRAVA-CSV-FIM

            MOVE 'TOTAL SEM CONTATO'  TO WS-CSV-SECAO
            MOVE WS-TOT-CST-NAO-RAT   TO WS-CSV-VALOR
            MOVE WS-CSV-VALOR         TO WS-CSV-VALOR-X
            PERFORM P-GRAVA-CSV THRU P-GRAVA-CSV-FIM

            MOVE 'TOTAL OCIOSO'       TO WS-CSV-SECAO
            MOVE WS-TOT-CST-OCIOSO    TO WS-CSV-VALOR
            MOVE WS-CSV-VALOR         TO WS-CSV-VALOR-X
            PERFORM P-GRAVA-CSV THRU P-GRAVA-CSV-FIM

            MOVE 'TOTAL CONTRATADO'   TO WS-CSV-SECAO
            MOVE WS-TOT-CST-CONTRAT   TO WS-CSV-VALOR
            MOVE WS-CSV-VALOR         TO WS-CSV-VALOR-X
            PERFORM P-GRAVA-CSV THRU P-GRAVA-CSV-FIM
           .

       P-IMPRIME-TOTAIS-FIM.
           EXIT.

      * Monta a linha do CSV a partir de WS-CSV-*, sem os brancos de
      * alinhamento dos campos editados.
       P-GRAVA-CSV.
            MOVE SPACES TO REG-CUSTOCSV
            STRING FUNCTION TRIM(WS-CSV-SECAO)   DELIMITED BY SIZE
                   ';'                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-FILIAL)  DELIMITED BY SIZE
                   ';'                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-TIPO)    DELIMITED BY SIZE
                   ';'                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-SKU)     DELIMITED BY SIZE
                   ';'                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-QTD-X)   DELIMITED BY SIZE
                   ';'                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-PRECO-X) DELIMITED BY SIZE
                   ';'                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-VALOR-X) DELIMITED BY SIZE
                INTO REG-CUSTOCSV
            WRITE REG-CUSTOCSV
           .

       P-GRAVA-CSV-FIM.
           EXIT.

      ******************************************************************
      * Cargas das tabelas de referencia.
      ******************************************************************
       P-CARREGA-UPNS.
            MOVE ZEROS TO WS-QTD-UPNS
            SET EOF-OK TO FALSE

            OPEN INPUT REGUPN
            IF NOT UPG-OK THEN
               DISPLAY "AVISO: UPN_GERADOS.dat INDISPONIVEL - NENHUMA "
                       "CONTA SERA RATEADA."
               GO TO P-CARREGA-UPNS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ REGUPN
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        PERFORM P-GUARDA-UPN THRU P-GUARDA-UPN-FIM
                END-READ
            END-PERFORM

            CLOSE REGUPN
           .

       P-CARREGA-UPNS-FIM.
           EXIT.

      * Linha do registro: um e-mail ja carregado fica com o SKU da
      * linha mais recente.
       P-GUARDA-UPN.
            MOVE FUNCTION UPPER-CASE(UPG-EMAIL) TO WS-EML-BUSCA
            IF WS-EML-BUSCA EQUAL SPACES THEN
               GO TO P-GUARDA-UPN-FIM
            END-IF

            MOVE ZEROS TO WS-UPG-ACHADA
            PERFORM VARYING WS-IDX-UPG FROM 1 BY 1
                    UNTIL WS-IDX-UPG > WS-QTD-UPNS
                          OR WS-UPG-ACHADA > ZEROS
                IF WS-UPG-EMAIL(WS-IDX-UPG) EQUAL WS-EML-BUSCA THEN
                   MOVE WS-IDX-UPG TO WS-UPG-ACHADA
                END-IF
            END-PERFORM

            IF WS-UPG-ACHADA EQUAL ZEROS THEN
               IF WS-QTD-UPNS >= 2000 THEN
                  DISPLAY "UPN_GERADOS.dat TEM MAIS DE 2000 CONTAS - "
                          "IGNORANDO O RESTANTE"
                  SET EOF-OK TO TRUE
                  GO TO P-GUARDA-UPN-FIM
               END-IF
               ADD 1 TO WS-QTD-UPNS
               MOVE WS-QTD-UPNS  TO WS-UPG-ACHADA
               MOVE WS-EML-BUSCA TO WS-UPG-EMAIL(WS-UPG-ACHADA)
               MOVE 'N'          TO WS-UPG-LIGADA(WS-UPG-ACHADA)
            END-IF

            MOVE FUNCTION UPPER-CASE(UPG-SKU)
                 TO WS-UPG-SKU(WS-UPG-ACHADA)
           .

       P-GUARDA-UPN-FIM.
           EXIT.

       P-CARREGA-LICENCAS.
            SET EOF-OK TO FALSE

            OPEN INPUT LICENCAS
            IF NOT LIC-OK THEN
               DISPLAY "AVISO: LICENCAS.dat INDISPONIVEL - SEM "
                       "ASSENTOS POSSUIDOS E ATRIBUIDOS."
               GO TO P-CARREGA-LICENCAS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ LICENCAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE FUNCTION UPPER-CASE(LIC-SKU)
                             TO WS-SKU-BUSCA
                        IF WS-SKU-BUSCA NOT = SPACES THEN
                           PERFORM P-LOCALIZA-SKU
                                   THRU P-LOCALIZA-SKU-FIM
                        END-IF
                        IF WS-SKU-BUSCA NOT = SPACES
                           AND WS-SKU-ACHADO > ZEROS THEN
                           MOVE LIC-POSSUIDOS
                                TO WS-SKU-POSSUIDOS(WS-SKU-ACHADO)
                           MOVE LIC-ATRIBUIDOS
                                TO WS-SKU-ATRIBUIDOS(WS-SKU-ACHADO)
                           MOVE 'S'
                                TO WS-SKU-EM-LICENCAS(WS-SKU-ACHADO)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE LICENCAS
           .

       P-CARREGA-LICENCAS-FIM.
           EXIT.

       P-CARREGA-PRECOS.
            SET EOF-OK TO FALSE

            OPEN INPUT PRECOS
            IF NOT PRC-OK THEN
               DISPLAY "AVISO: LICENCAS_PRECO.dat INDISPONIVEL - "
                       "CUSTOS ZERADOS (CADASTRE PELO PG13MNTREF)."
               GO TO P-CARREGA-PRECOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ PRECOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE FUNCTION UPPER-CASE(PRC-SKU)
                             TO WS-SKU-BUSCA
                        IF WS-SKU-BUSCA NOT = SPACES
                           AND PRC-MENSAL IS NUMERIC THEN
                           PERFORM P-LOCALIZA-SKU
                                   THRU P-LOCALIZA-SKU-FIM
                           IF WS-SKU-ACHADO > ZEROS THEN
                              MOVE PRC-MENSAL
                                   TO WS-SKU-PRECO(WS-SKU-ACHADO)
                              MOVE 'S'
                                   TO WS-SKU-TEM-PRECO(WS-SKU-ACHADO)
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE PRECOS
           .

       P-CARREGA-PRECOS-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.
           EXIT.

       P-GRAVA-CONTROLE.
            MOVE 'PG13CUSM365'     TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS      TO CTL-QTD-LIDOS
            MOVE WS-QTD-LIGADOS    TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-REJEITADOS TO CTL-QTD-REJEITADOS

            OPEN EXTEND CONTROLE
            IF WS-CTL-FS EQUAL 35 THEN
               OPEN OUTPUT CONTROLE
            END-IF

            IF CTL-OK THEN
               WRITE REG-CONTROLE
               CLOSE CONTROLE
            END-IF
           .

       P-GRAVA-CONTROLE-FIM.
           EXIT.

       P-END.
            GOBACK.
       END PROGRAM PG13CUSM365.
