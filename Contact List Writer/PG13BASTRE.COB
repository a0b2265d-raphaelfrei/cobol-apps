      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Base de treinamento - gera, numa pasta separada
      *          (padrao .\TREINO), um jogo completo dos arquivos do
      *          cadastro (CONTATOS.dat, ENDERECOS.dat, NOTAS.dat,
      *          SEGUIMENTO.dat, GRUPOS.dat e EMPRESAS.dat) com os
      *          dados pessoais trocados por valores ficticios: nome,
      *          e-mail, telefone e endereco de cada contato saem de
      *          tabelas de nomes e ruas, CPF e CNPJ sao numeros
      *          gerados com digitos verificadores validos (conferidos
      *          pelo PG13CPFDV/PG13CNPJDV), e os textos livres de
      *          notas e seguimentos viram frases neutras. Os IDs de
      *          contato e de empresa sao mantidos, de modo que os
      *          vinculos entre os arquivos (enderecos, notas, grupos,
      *          empresa do contato) continuam coerentes. Os valores
      *          ficticios sao derivados do proprio ID: rodar de novo
      *          gera a mesma base. Bairro, cidade, UF e CEP ficam como
      *          estao, para a validacao de CEP e os territorios
      *          funcionarem no treinamento. Na mesma pasta sao
      *          gravados MENU_CFG.dat (caminhos relativos apontando
      *          um nivel acima, onde estao os programas) e
      *          OPERADORES.dat com a senha de todos os operadores
      *          trocada pela senha de treinamento - basta executar o
      *          menu a partir da pasta. A pasta precisa existir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13BASTRE.

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

            SELECT CONTATOS-TRN ASSIGN TO WS-NOME-CONTATOS
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO-TRN
                 ALTERNATE RECORD KEY IS CPF-CONTATO-TRN
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO-TRN
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS-TRN.

            SELECT ENDERECOS ASSIGN TO ".\ENDERECOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-END-FS.

            SELECT ENDERECOS-TRN ASSIGN TO WS-NOME-ENDERECOS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FS-TRN.

            SELECT NOTAS ASSIGN TO ".\NOTAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-NOTA-FS.

            SELECT NOTAS-TRN ASSIGN TO WS-NOME-NOTAS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FS-TRN.

            SELECT SEGUIMENTO ASSIGN TO ".\SEGUIMENTO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-SEG-FS.

            SELECT SEGUIMENTO-TRN ASSIGN TO WS-NOME-SEGUIMENTO
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FS-TRN.

            SELECT GRUPOS ASSIGN TO ".\GRUPOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-GRP-FS.

            SELECT GRUPOS-TRN ASSIGN TO WS-NOME-GRUPOS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FS-TRN.

            SELECT EMPRESAS ASSIGN TO ".\EMPRESAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-EMP-FS.

            SELECT EMPRESAS-TRN ASSIGN TO WS-NOME-EMPRESAS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FS-TRN.

            SELECT CONFIG ASSIGN TO ".\MENU_CFG.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CFG-FS.

            SELECT CONFIG-TRN ASSIGN TO WS-NOME-CONFIG
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FS-TRN.

            SELECT OPERADORES ASSIGN TO ".\OPERADORES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-OPR-FS.

            SELECT OPERADORES-TRN ASSIGN TO WS-NOME-OPERADORES
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FS-TRN.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

      * Mesmo layout de REG-CONTATOS (600 bytes); so as chaves tem
      * nome proprio, o resto vem gravado de REG-CONTATOS.
       FD CONTATOS-TRN.
       01 REG-CONTATOS-TRN.
          03 ID-CONTATO-TRN       PIC 9(06).
          03 NM-CONTATO-TRN       PIC X(20).
          03 CPF-CONTATO-TRN      PIC 9(11).
          03 FILLER               PIC X(563).

       FD ENDERECOS.
          COPY FD_ENDER.

       FD ENDERECOS-TRN.
       01 REG-ENDERECO-TRN         PIC X(104).

       FD NOTAS.
          COPY FD_NOTAS.

       FD NOTAS-TRN.
       01 REG-NOTA-TRN             PIC X(88).

       FD SEGUIMENTO.
          COPY FD_SEGU.

       FD SEGUIMENTO-TRN.
       01 REG-SEGUIMENTO-TRN       PIC X(77).

       FD GRUPOS.
          COPY FD_GRUPO.

       FD GRUPOS-TRN.
       01 REG-GRUPO-TRN            PIC X(26).

       FD EMPRESAS.
          COPY FD_EMPRS.

       FD EMPRESAS-TRN.
       01 REG-EMPRESA-TRN          PIC X(48).

      * Mesmo layout de MENU_CFG.dat lido pelo PG13MENU.
       FD CONFIG.
       01 REG-CONFIG.
          03 CFG-OPCAO             PIC X(01).
          03 CFG-GRUPO             PIC X(01).
          03 CFG-DESCRICAO         PIC X(40).
          03 CFG-CAMINHO           PIC X(60).

       FD CONFIG-TRN.
       01 REG-CONFIG-TRN           PIC X(102).

       FD OPERADORES.
          COPY FD_OPERA.

       FD OPERADORES-TRN.
       01 REG-OPERADOR-TRN         PIC X(29).

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-FS-TRN             PIC 9(02).
          88 FS-TRN-OK        VALUE 0.

       77 WS-END-FS             PIC 9(02).
          88 END-OK           VALUE 0.

       77 WS-NOTA-FS            PIC 9(02).
          88 NOTA-OK          VALUE 0.

       77 WS-SEG-FS             PIC 9(02).
          88 SEG-OK           VALUE 0.

       77 WS-GRP-FS             PIC 9(02).
          88 GRP-OK           VALUE 0.

       77 WS-EMP-FS             PIC 9(02).
          88 EMP-OK           VALUE 0.

       77 WS-CFG-FS             PIC 9(02).
          88 CFG-OK           VALUE 0.

       77 WS-OPR-FS             PIC 9(02).
          88 OPR-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.

      * Pasta da base de treinamento, um nivel abaixo da pasta de
      * producao, e o nome completo de cada arquivo gerado nela.
       77 WS-PASTA              PIC X(20) VALUE SPACES.
       77 WS-QTD-INVALIDOS      PIC 9(02) VALUE ZEROS.
       77 WS-TAM-PASTA          PIC 9(02) VALUE ZEROS.
       77 WS-CAMINHO            PIC X(60) VALUE SPACES.
       77 WS-ARQUIVO            PIC X(16) VALUE SPACES.
       77 WS-NOME-ARQUIVO       PIC X(40) VALUE SPACES.
       77 WS-NOME-CONTATOS      PIC X(40) VALUE SPACES.
       77 WS-NOME-ENDERECOS     PIC X(40) VALUE SPACES.
       77 WS-NOME-NOTAS         PIC X(40) VALUE SPACES.
       77 WS-NOME-SEGUIMENTO    PIC X(40) VALUE SPACES.
       77 WS-NOME-GRUPOS        PIC X(40) VALUE SPACES.
       77 WS-NOME-EMPRESAS      PIC X(40) VALUE SPACES.
       77 WS-NOME-CONFIG        PIC X(40) VALUE SPACES.
       77 WS-NOME-OPERADORES    PIC X(40) VALUE SPACES.

      * Senha dada a todos os operadores na base de treinamento.
       77 WS-SENHA-TREINO       PIC X(08) VALUE 'TREINO'.

      * Contato ja anonimizado pelo PG13ANOCNT vai como esta.
       77 WS-NM-ANONIMO         PIC X(20) VALUE '*ANONIMIZADO*'.

       77 WS-QTD-CONTATOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ENDERECOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-NOTAS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEGUIMENTOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRUPOS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EMPRESAS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONFIG         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-OPERADORES     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ERROS          PIC 9(06) VALUE ZEROS.

      * Sorteio deterministico: WS-SEMENTE dividido pelo tamanho da
      * tabela da o indice (resto + 1).
       77 WS-SEMENTE            PIC 9(09) VALUE ZEROS.
       77 WS-LIMITE             PIC 9(02) VALUE ZEROS.
       77 WS-QUOCIENTE          PIC 9(09) VALUE ZEROS.
       77 WS-RESTO              PIC 9(09) VALUE ZEROS.
       77 WS-IDX                PIC 9(02) VALUE ZEROS.
       77 WS-IDX-SOB1           PIC 9(02) VALUE ZEROS.
       77 WS-IDX-MET            PIC 9(01) VALUE ZEROS.

       77 WS-PRENOME            PIC X(10) VALUE SPACES.
       77 WS-SOBRENOME          PIC X(40) VALUE SPACES.
       77 WS-EMAIL-NOME         PIC X(10) VALUE SPACES.
       77 WS-DDD                PIC X(02) VALUE SPACES.
       77 WS-NUM-FIXO           PIC 9(07) VALUE ZEROS.
       77 WS-NUM-CELULAR        PIC 9(08) VALUE ZEROS.
       77 WS-NUM-ENDER          PIC 9(04) VALUE ZEROS.
       77 WS-NUM-ENDER-ED       PIC ZZZ9.
       77 WS-RUA                PIC X(24) VALUE SPACES.

       77 WS-BASE-CPF           PIC 9(09) VALUE ZEROS.
       77 WS-BASE-CNPJ          PIC 9(08) VALUE ZEROS.
       77 WS-DV                 PIC 9(03) VALUE ZEROS.

       01 WS-PRENOMES.
          03 FILLER PIC X(10) VALUE 'Ana'.
          03 FILLER PIC X(10) VALUE 'Bruno'.
          03 FILLER PIC X(10) VALUE 'Carla'.
          03 FILLER PIC X(10) VALUE 'Daniel'.
          03 FILLER PIC X(10) VALUE 'Eduarda'.
          03 FILLER PIC X(10) VALUE 'Felipe'.
          03 FILLER PIC X(10) VALUE 'Gabriela'.
          03 FILLER PIC X(10) VALUE 'Henrique'.
          03 FILLER PIC X(10) VALUE 'Isabela'.
          03 FILLER PIC X(10) VALUE 'Joao'.
          03 FILLER PIC X(10) VALUE 'Karina'.
          03 FILLER PIC X(10) VALUE 'Lucas'.
          03 FILLER PIC X(10) VALUE 'Mariana'.
          03 FILLER PIC X(10) VALUE 'Nicolas'.
          03 FILLER PIC X(10) VALUE 'Otavio'.
          03 FILLER PIC X(10) VALUE 'Patricia'.
          03 FILLER PIC X(10) VALUE 'Rafael'.
          03 FILLER PIC X(10) VALUE 'Sabrina'.
          03 FILLER PIC X(10) VALUE 'Thiago'.
          03 FILLER PIC X(10) VALUE 'Vanessa'.

       01 FILLER REDEFINES WS-PRENOMES.
          03 WS-TAB-PRENOME OCCURS 20 TIMES PIC X(10).

       01 WS-SOBRENOMES.
          03 FILLER PIC X(10) VALUE 'Almeida'.
          03 FILLER PIC X(10) VALUE 'Barbosa'.
          03 FILLER PIC X(10) VALUE 'Cardoso'.
          03 FILLER PIC X(10) VALUE 'Duarte'.
          03 FILLER PIC X(10) VALUE 'Esteves'.
          03 FILLER PIC X(10) VALUE 'Ferreira'.
          03 FILLER PIC X(10) VALUE 'Gomes'.
          03 FILLER PIC X(10) VALUE 'Henriques'.
          03 FILLER PIC X(10) VALUE 'Lima'.
          03 FILLER PIC X(10) VALUE 'Machado'.
          03 FILLER PIC X(10) VALUE 'Nogueira'.
          03 FILLER PIC X(10) VALUE 'Oliveira'.
          03 FILLER PIC X(10) VALUE 'Pereira'.
          03 FILLER PIC X(10) VALUE 'Queiroz'.
          03 FILLER PIC X(10) VALUE 'Ribeiro'.
          03 FILLER PIC X(10) VALUE 'Santos'.
          03 FILLER PIC X(10) VALUE 'Teixeira'.
          03 FILLER PIC X(10) VALUE 'Vieira'.
          03 FILLER PIC X(10) VALUE 'Xavier'.
          03 FILLER PIC X(10) VALUE 'Zanetti'.

       01 FILLER REDEFINES WS-SOBRENOMES.
          03 WS-TAB-SOBRENOME OCCURS 20 TIMES PIC X(10).

       01 WS-RUAS.
          03 FILLER PIC X(20) VALUE 'das Flores'.
          03 FILLER PIC X(20) VALUE 'Sao Jose'.
          03 FILLER PIC X(20) VALUE 'XV de Novembro'.
          03 FILLER PIC X(20) VALUE 'dos Andradas'.
          03 FILLER PIC X(20) VALUE 'Sete de Setembro'.
          03 FILLER PIC X(20) VALUE 'Santa Luzia'.
          03 FILLER PIC X(20) VALUE 'das Palmeiras'.
          03 FILLER PIC X(20) VALUE 'Tiradentes'.
          03 FILLER PIC X(20) VALUE 'Marechal Deodoro'.
          03 FILLER PIC X(20) VALUE 'Bom Jesus'.

       01 FILLER REDEFINES WS-RUAS.
          03 WS-TAB-RUA OCCURS 10 TIMES PIC X(20).

       01 WS-RAMOS.
          03 FILLER PIC X(12) VALUE 'Comercio'.
          03 FILLER PIC X(12) VALUE 'Servicos'.
          03 FILLER PIC X(12) VALUE 'Industria'.
          03 FILLER PIC X(12) VALUE 'Transportes'.
          03 FILLER PIC X(12) VALUE 'Alimentos'.
          03 FILLER PIC X(12) VALUE 'Engenharia'.
          03 FILLER PIC X(12) VALUE 'Tecnologia'.
          03 FILLER PIC X(12) VALUE 'Distribuicao'.

       01 FILLER REDEFINES WS-RAMOS.
          03 WS-TAB-RAMO OCCURS 8 TIMES PIC X(12).

       01 WS-TEXTOS-NOTA.
          03 FILLER PIC X(60) VALUE
             'Contato por telefone; pediu retorno na proxima semana.'.
          03 FILLER PIC X(60) VALUE
             'Enviada proposta por e-mail, aguardando resposta.'.
          03 FILLER PIC X(60) VALUE
             'Cliente confirmou os dados cadastrais.'.
          03 FILLER PIC X(60) VALUE
             'Reuniao agendada para apresentacao do catalogo.'.
          03 FILLER PIC X(60) VALUE
             'Solicitou segunda via do boleto.'.
          03 FILLER PIC X(60) VALUE
             'Sem interesse no momento; tentar no proximo trimestre.'.

       01 FILLER REDEFINES WS-TEXTOS-NOTA.
          03 WS-TAB-TEXTO-NOTA OCCURS 6 TIMES PIC X(60).

       01 WS-MOTIVOS-SEG.
          03 FILLER PIC X(40) VALUE 'Retornar ligacao'.
          03 FILLER PIC X(40) VALUE 'Enviar proposta atualizada'.
          03 FILLER PIC X(40) VALUE 'Confirmar recebimento do pedido'.
          03 FILLER PIC X(40) VALUE 'Agendar visita'.
          03 FILLER PIC X(40) VALUE 'Cobrar documentacao pendente'.
          03 FILLER PIC X(40) VALUE
             'Verificar satisfacao com o servico'.

       01 FILLER REDEFINES WS-MOTIVOS-SEG.
          03 WS-TAB-MOTIVO-SEG OCCURS 6 TIMES PIC X(40).

       COPY LK_ERRFS.
       COPY LK_DURLOG.
       COPY LK_NOMCTT.
       COPY LK_CPFDV.
       COPY LK_CNPJDV.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** BASE DE TREINAMENTO (COPIA ANONIMIZADA) "
                    "*****"

            MOVE LK-OPERADOR TO WS-OPERADOR

            DISPLAY "PASTA DA BASE DE TREINAMENTO (DENTRO DA PASTA "
                    "ATUAL; ENTER = TREINO): "
            ACCEPT WS-PASTA

            IF WS-PASTA EQUAL SPACES THEN
               MOVE 'TREINO' TO WS-PASTA
            END-IF

      * So um nome simples de pasta: os caminhos do MENU_CFG.dat
      * gerado sobem exatamente um nivel.
            MOVE FUNCTION TRIM(WS-PASTA) TO WS-PASTA
            MOVE ZEROS TO WS-QTD-INVALIDOS WS-TAM-PASTA
            INSPECT WS-PASTA
                    TALLYING WS-QTD-INVALIDOS FOR ALL '\' ALL '/'
                                                  ALL '.' ALL ':'
            INSPECT WS-PASTA
                    TALLYING WS-TAM-PASTA FOR CHARACTERS
                             BEFORE INITIAL ' '
            IF WS-TAM-PASTA < LENGTH OF WS-PASTA THEN
               IF WS-PASTA(WS-TAM-PASTA + 1:) NOT EQUAL SPACES THEN
                  ADD 1 TO WS-QTD-INVALIDOS
               END-IF
            END-IF
            IF WS-QTD-INVALIDOS > ZEROS THEN
               DISPLAY "INFORME SO O NOME DA PASTA, SEM '\', '/', "
                       "'.', ':' OU ESPACOS."
               PERFORM P-END
            END-IF

            DISPLAY "OS ARQUIVOS DO CADASTRO, MENU_CFG.dat E "
                    "OPERADORES.dat DA PASTA "
                    FUNCTION TRIM(WS-PASTA)
                    " SERAO SUBSTITUIDOS."
            DISPLAY "CONFIRMA A GERACAO? <S> PARA CONFIRMAR, "
                    "<QUALQUER TECLA> PARA ABORTAR."
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM NOT EQUAL 'S' THEN
               DISPLAY "OPERACAO ABORTADA."
               PERFORM P-END
            END-IF

            MOVE 'CONTATOS.dat'   TO WS-ARQUIVO
            PERFORM P-MONTA-NOME THRU P-MONTA-NOME-FIM
            MOVE WS-NOME-ARQUIVO  TO WS-NOME-CONTATOS
            MOVE 'ENDERECOS.dat'  TO WS-ARQUIVO
            PERFORM P-MONTA-NOME THRU P-MONTA-NOME-FIM
            MOVE WS-NOME-ARQUIVO  TO WS-NOME-ENDERECOS
            MOVE 'NOTAS.dat'      TO WS-ARQUIVO
            PERFORM P-MONTA-NOME THRU P-MONTA-NOME-FIM
            MOVE WS-NOME-ARQUIVO  TO WS-NOME-NOTAS
            MOVE 'SEGUIMENTO.dat' TO WS-ARQUIVO
            PERFORM P-MONTA-NOME THRU P-MONTA-NOME-FIM
            MOVE WS-NOME-ARQUIVO  TO WS-NOME-SEGUIMENTO
            MOVE 'GRUPOS.dat'     TO WS-ARQUIVO
            PERFORM P-MONTA-NOME THRU P-MONTA-NOME-FIM
            MOVE WS-NOME-ARQUIVO  TO WS-NOME-GRUPOS
            MOVE 'EMPRESAS.dat'   TO WS-ARQUIVO
            PERFORM P-MONTA-NOME THRU P-MONTA-NOME-FIM
            MOVE WS-NOME-ARQUIVO  TO WS-NOME-EMPRESAS
            MOVE 'MENU_CFG.dat'   TO WS-ARQUIVO
            PERFORM P-MONTA-NOME THRU P-MONTA-NOME-FIM
            MOVE WS-NOME-ARQUIVO  TO WS-NOME-CONFIG
            MOVE 'OPERADORES.dat' TO WS-ARQUIVO
            PERFORM P-MONTA-NOME THRU P-MONTA-NOME-FIM
            MOVE WS-NOME-ARQUIVO  TO WS-NOME-OPERADORES

            MOVE 'PG13BASTRE' TO LK-DUR-PROGRAMA
            MOVE 'I'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

      * MENU_CFG.dat vai primeiro: se a pasta nao existir, o erro
      * aparece antes de qualquer outro arquivo ser lido.
            PERFORM P-GERA-CONFIG THRU P-GERA-CONFIG-FIM

            IF NOT FS-TRN-OK THEN
               DISPLAY "ERRO AO GRAVAR " FUNCTION TRIM(WS-NOME-CONFIG)
                       " - CONFIRA SE A PASTA "
                       FUNCTION TRIM(WS-PASTA) " EXISTE."
               MOVE 'F'          TO LK-DUR-EVENTO
               CALL 'PG13DURLOG' USING LK-DUR-AREA
               PERFORM P-END
            END-IF

            PERFORM P-GERA-OPERADORES THRU P-GERA-OPERADORES-FIM
            PERFORM P-GERA-EMPRESAS   THRU P-GERA-EMPRESAS-FIM
            PERFORM P-GERA-CONTATOS   THRU P-GERA-CONTATOS-FIM
            PERFORM P-GERA-ENDERECOS  THRU P-GERA-ENDERECOS-FIM
            PERFORM P-GERA-NOTAS      THRU P-GERA-NOTAS-FIM
            PERFORM P-GERA-SEGUIMENTO THRU P-GERA-SEGUIMENTO-FIM
            PERFORM P-GERA-GRUPOS     THRU P-GERA-GRUPOS-FIM

            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            COMPUTE WS-QTD-GRAVADOS = WS-QTD-CONTATOS
                                    + WS-QTD-ENDERECOS
                                    + WS-QTD-NOTAS
                                    + WS-QTD-SEGUIMENTOS
                                    + WS-QTD-GRUPOS
                                    + WS-QTD-EMPRESAS

            DISPLAY "CONTATOS GERADOS    : " WS-QTD-CONTATOS
            DISPLAY "ENDERECOS GERADOS   : " WS-QTD-ENDERECOS
            DISPLAY "NOTAS GERADAS       : " WS-QTD-NOTAS
            DISPLAY "SEGUIMENTOS GERADOS : " WS-QTD-SEGUIMENTOS
            DISPLAY "GRUPOS COPIADOS     : " WS-QTD-GRUPOS
            DISPLAY "EMPRESAS GERADAS    : " WS-QTD-EMPRESAS
            DISPLAY "OPCOES DE MENU      : " WS-QTD-CONFIG
            DISPLAY "OPERADORES          : " WS-QTD-OPERADORES
            IF WS-QTD-ERROS > ZEROS THEN
               DISPLAY "ERROS DE GRAVACAO   : " WS-QTD-ERROS
            END-IF
            DISPLAY "PARA TREINAR, EXECUTE O MENU A PARTIR DA PASTA "
                    FUNCTION TRIM(WS-PASTA)
                    "; A SENHA DE TODOS OS OPERADORES E "
                    FUNCTION TRIM(WS-SENHA-TREINO) "."

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

            PERFORM P-END
           .

      * Nome completo de WS-ARQUIVO dentro da pasta de treinamento.
       P-MONTA-NOME.
            MOVE SPACES TO WS-NOME-ARQUIVO
            STRING '.\'                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PASTA)    DELIMITED BY SIZE
                   '\'                        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARQUIVO)  DELIMITED BY SIZE
               INTO WS-NOME-ARQUIVO
            END-STRING
           .

       P-MONTA-NOME-FIM.

      * Copia MENU_CFG.dat; o caminho relativo a pasta atual (.\)
      * passa a subir um nivel (..\), ja que o menu de treinamento
      * roda de dentro da pasta gerada e os programas ficam na de
      * producao. Caminho absoluto vai como esta.
       P-GERA-CONFIG.
            MOVE ZEROS TO WS-QTD-CONFIG

            OPEN OUTPUT CONFIG-TRN
            IF NOT FS-TRN-OK THEN
               GO TO P-GERA-CONFIG-FIM
            END-IF

            OPEN INPUT CONFIG
            IF NOT CFG-OK THEN
               DISPLAY "AVISO: MENU_CFG.dat NAO ENCONTRADO - O DA "
                       "PASTA DE TREINAMENTO FICA VAZIO."
               CLOSE CONFIG-TRN
               GO TO P-GERA-CONFIG-FIM
            END-IF

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ CONFIG
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF CFG-CAMINHO(1:2) EQUAL '.\' THEN
                           MOVE CFG-CAMINHO(3:) TO WS-CAMINHO
                           MOVE SPACES TO CFG-CAMINHO
                           STRING '..\'           DELIMITED BY SIZE
                                  WS-CAMINHO      DELIMITED BY SIZE
                              INTO CFG-CAMINHO
                           END-STRING
                        END-IF
                        WRITE REG-CONFIG-TRN FROM REG-CONFIG
                        ADD 1 TO WS-QTD-CONFIG
                END-READ
            END-PERFORM

            CLOSE CONFIG
            CLOSE CONFIG-TRN
            SET FS-TRN-OK TO TRUE
           .

       P-GERA-CONFIG-FIM.

      * Copia OPERADORES.dat com a senha de treinamento, a senha
      * valendo a partir de hoje e sem falhas ou bloqueio; a
      * autorizacao e o papel de supervisor ficam como estao.
       P-GERA-OPERADORES.
            MOVE ZEROS TO WS-QTD-OPERADORES

            OPEN INPUT OPERADORES
            IF NOT OPR-OK THEN
               MOVE 'PG13BASTRE'        TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR OPERADORES'  TO LK-ERRO-OPERACAO
               MOVE WS-OPR-FS           TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-GERA-OPERADORES-FIM
            END-IF

            OPEN OUTPUT OPERADORES-TRN
            IF NOT FS-TRN-OK THEN
               PERFORM P-ERRO-GRAVACAO THRU P-ERRO-GRAVACAO-FIM
               CLOSE OPERADORES
               GO TO P-GERA-OPERADORES-FIM
            END-IF

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ OPERADORES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE WS-SENHA-TREINO TO OPR-SENHA
                        MOVE ZEROS           TO OPR-FALHAS
                        MOVE 'N'             TO OPR-BLOQUEIO
                        MOVE FUNCTION CURRENT-DATE(1:8)
                             TO OPR-DT-SENHA
                        WRITE REG-OPERADOR-TRN FROM REG-OPERADOR
                        ADD 1 TO WS-QTD-OPERADORES
                END-READ
            END-PERFORM

            CLOSE OPERADORES
            CLOSE OPERADORES-TRN
           .

       P-GERA-OPERADORES-FIM.

      * Empresa: nome ficticio (sobrenome + ramo) e CNPJ gerado a
      * partir do ID, matriz 0001, com digitos verificadores validos.
       P-GERA-EMPRESAS.
            MOVE ZEROS TO WS-QTD-EMPRESAS

            OPEN INPUT EMPRESAS
            IF NOT EMP-OK THEN
               DISPLAY "AVISO: EMPRESAS.dat NAO ENCONTRADO - GERADO "
                       "VAZIO."
            END-IF

            OPEN OUTPUT EMPRESAS-TRN
            IF NOT FS-TRN-OK THEN
               PERFORM P-ERRO-GRAVACAO THRU P-ERRO-GRAVACAO-FIM
               IF EMP-OK THEN
                  CLOSE EMPRESAS
               END-IF
               GO TO P-GERA-EMPRESAS-FIM
            END-IF

            IF EMP-OK THEN
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ EMPRESAS
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           PERFORM P-FICTICIO-EMPRESA
                                   THRU P-FICTICIO-EMPRESA-FIM
                           WRITE REG-EMPRESA-TRN FROM REG-EMPRESA
                           ADD 1 TO WS-QTD-EMPRESAS
                   END-READ
               END-PERFORM
               CLOSE EMPRESAS
            END-IF

            CLOSE EMPRESAS-TRN
           .

       P-GERA-EMPRESAS-FIM.

       P-FICTICIO-EMPRESA.
            MOVE EMP-ID TO WS-SEMENTE
            MOVE 20     TO WS-LIMITE
            PERFORM P-SORTEIA THRU P-SORTEIA-FIM
            MOVE WS-IDX TO WS-IDX-SOB1

            MOVE WS-QUOCIENTE TO WS-SEMENTE
            MOVE 8            TO WS-LIMITE
            PERFORM P-SORTEIA THRU P-SORTEIA-FIM

            MOVE SPACES TO EMP-NOME
            STRING FUNCTION TRIM(WS-TAB-SOBRENOME(WS-IDX-SOB1))
                                           DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TAB-RAMO(WS-IDX))
                                           DELIMITED BY SIZE
                   ' Ltda'                 DELIMITED BY SIZE
               INTO EMP-NOME
            END-STRING

            IF EMP-CNPJ NOT EQUAL ZEROS THEN
               COMPUTE WS-BASE-CNPJ = 10000000 + EMP-ID * 53
               MOVE 'N' TO LK-CNPJ-VALIDO
               PERFORM VARYING WS-DV FROM 0 BY 1
                       UNTIL WS-DV > 99 OR LK-CNPJ-VALIDO EQUAL 'S'
                   COMPUTE LK-CNPJ-EMPRESA = WS-BASE-CNPJ * 1000000
                                           + 100 + WS-DV
                   CALL 'PG13CNPJDV' USING LK-CNPJ-AREA
               END-PERFORM
               MOVE LK-CNPJ-EMPRESA TO EMP-CNPJ
            END-IF
           .

       P-FICTICIO-EMPRESA-FIM.

      * Contato: todos os dados pessoais trocados, o resto (tipo,
      * situacao, datas, empresa, filial, territorio, consentimentos
      * e devolucoes) mantido para os relatorios terem o que mostrar.
       P-GERA-CONTATOS.
            MOVE ZEROS TO WS-QTD-CONTATOS WS-QTD-LIDOS

            OPEN INPUT CONTATOS
            IF NOT FS-OK THEN
               MOVE 'PG13BASTRE'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-GERA-CONTATOS-FIM
            END-IF

            OPEN OUTPUT CONTATOS-TRN
            IF NOT FS-TRN-OK THEN
               PERFORM P-ERRO-GRAVACAO THRU P-ERRO-GRAVACAO-FIM
               CLOSE CONTATOS
               GO TO P-GERA-CONTATOS-FIM
            END-IF

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        IF NM-CONTATO NOT EQUAL WS-NM-ANONIMO THEN
                           PERFORM P-FICTICIO-CONTATO
                                   THRU P-FICTICIO-CONTATO-FIM
                        END-IF
                        WRITE REG-CONTATOS-TRN FROM REG-CONTATOS
                        IF FS-TRN-OK THEN
                           ADD 1 TO WS-QTD-CONTATOS
                        ELSE
                           PERFORM P-ERRO-GRAVACAO
                                   THRU P-ERRO-GRAVACAO-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS
            CLOSE CONTATOS-TRN
           .

       P-GERA-CONTATOS-FIM.

       P-FICTICIO-CONTATO.
            MOVE ID-CONTATO TO WS-SEMENTE
            MOVE 20         TO WS-LIMITE
            PERFORM P-SORTEIA THRU P-SORTEIA-FIM
            MOVE WS-TAB-PRENOME(WS-IDX) TO WS-PRENOME

            MOVE WS-QUOCIENTE TO WS-SEMENTE
            PERFORM P-SORTEIA THRU P-SORTEIA-FIM
            MOVE WS-IDX TO WS-IDX-SOB1

            COMPUTE WS-SEMENTE = ID-CONTATO * 7 + 3
            PERFORM P-SORTEIA THRU P-SORTEIA-FIM
            IF WS-IDX EQUAL WS-IDX-SOB1 THEN
               IF WS-IDX < 20 THEN
                  ADD 1 TO WS-IDX
               ELSE
                  MOVE 1 TO WS-IDX
               END-IF
            END-IF

            MOVE SPACES TO WS-SOBRENOME
            STRING FUNCTION TRIM(WS-TAB-SOBRENOME(WS-IDX-SOB1))
                                         DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TAB-SOBRENOME(WS-IDX))
                                         DELIMITED BY SIZE
               INTO WS-SOBRENOME
            END-STRING

            MOVE 'J'          TO LK-NMC-FUNCAO
            MOVE WS-PRENOME   TO LK-NMC-PRENOME
            MOVE WS-SOBRENOME TO LK-NMC-SOBRENOME
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            MOVE LK-NMC-NOME-CURTO TO NM-CONTATO
            MOVE WS-PRENOME        TO NM-PRENOME
            MOVE WS-SOBRENOME      TO NM-SOBRENOME

            IF CPF-CONTATO NOT EQUAL ZEROS THEN
               COMPUTE WS-BASE-CPF = 100000000 + ID-CONTATO * 37
               MOVE 'N' TO LK-CPF-VALIDO
               PERFORM VARYING WS-DV FROM 0 BY 1
                       UNTIL WS-DV > 99 OR LK-CPF-VALIDO EQUAL 'S'
                   COMPUTE LK-CPF-CONTATO = WS-BASE-CPF * 100 + WS-DV
                   CALL 'PG13CPFDV' USING LK-CPF-AREA
               END-PERFORM
               MOVE LK-CPF-CONTATO TO CPF-CONTATO
            END-IF

            MOVE WS-PRENOME TO WS-EMAIL-NOME
            INSPECT WS-EMAIL-NOME CONVERTING
                    'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                 TO 'abcdefghijklmnopqrstuvwxyz'

            PERFORM VARYING WS-IDX-MET FROM 1 BY 1
                    UNTIL WS-IDX-MET > QTD-CT-METODOS
                       OR WS-IDX-MET > 5
                PERFORM P-FICTICIO-METODO THRU P-FICTICIO-METODO-FIM
            END-PERFORM
           .

       P-FICTICIO-CONTATO-FIM.

      * E-mail unico pelo ID; telefones no formato canonico (55 + DDD
      * + numero), mantendo o DDD de origem; endereco em texto livre
      * numa rua ficticia. Outros tipos recebem um celular.
       P-FICTICIO-METODO.
            IF CT-METODO-VALOR(WS-IDX-MET)(1:2) EQUAL '55' AND
               CT-METODO-VALOR(WS-IDX-MET)(3:2) IS NUMERIC THEN
               MOVE CT-METODO-VALOR(WS-IDX-MET)(3:2) TO WS-DDD
            ELSE
               MOVE '11' TO WS-DDD
            END-IF

            COMPUTE WS-NUM-FIXO    = 1000000 + ID-CONTATO * 5
                                   + WS-IDX-MET
            COMPUTE WS-NUM-CELULAR = 80000000 + ID-CONTATO * 5
                                   + WS-IDX-MET

            MOVE SPACES TO CT-METODO-VALOR(WS-IDX-MET)

            EVALUATE CT-METODO-TIPO(WS-IDX-MET)
                WHEN 'EMAIL'
                   STRING FUNCTION TRIM(WS-EMAIL-NOME)
                                             DELIMITED BY SIZE
                          '.'                DELIMITED BY SIZE
                          ID-CONTATO         DELIMITED BY SIZE
                          '@exemplo.com.br'  DELIMITED BY SIZE
                      INTO CT-METODO-VALOR(WS-IDX-MET)
                   END-STRING
                WHEN 'TELEFONE'
                   STRING '55'               DELIMITED BY SIZE
                          WS-DDD             DELIMITED BY SIZE
                          '3'                DELIMITED BY SIZE
                          WS-NUM-FIXO        DELIMITED BY SIZE
                      INTO CT-METODO-VALOR(WS-IDX-MET)
                   END-STRING
                WHEN 'ENDERECO'
                   COMPUTE WS-SEMENTE = ID-CONTATO + WS-IDX-MET
                   PERFORM P-RUA-FICTICIA THRU P-RUA-FICTICIA-FIM
                   STRING FUNCTION TRIM(WS-RUA)
                                             DELIMITED BY SIZE
                          ', '               DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NUM-ENDER-ED)
                                             DELIMITED BY SIZE
                      INTO CT-METODO-VALOR(WS-IDX-MET)
                   END-STRING
                WHEN OTHER
                   STRING '55'               DELIMITED BY SIZE
                          WS-DDD             DELIMITED BY SIZE
                          '9'                DELIMITED BY SIZE
                          WS-NUM-CELULAR     DELIMITED BY SIZE
                      INTO CT-METODO-VALOR(WS-IDX-MET)
                   END-STRING
            END-EVALUATE
           .

       P-FICTICIO-METODO-FIM.

      * Rua e numero ficticios a partir de WS-SEMENTE.
       P-RUA-FICTICIA.
            MOVE 10 TO WS-LIMITE
            PERFORM P-SORTEIA THRU P-SORTEIA-FIM

            MOVE SPACES TO WS-RUA
            STRING 'Rua '                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TAB-RUA(WS-IDX)) DELIMITED BY SIZE
               INTO WS-RUA
            END-STRING

            COMPUTE WS-SEMENTE = WS-SEMENTE * 13
            DIVIDE WS-SEMENTE BY 1990 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
            COMPUTE WS-NUM-ENDER = WS-RESTO + 10
            MOVE WS-NUM-ENDER TO WS-NUM-ENDER-ED
           .

       P-RUA-FICTICIA-FIM.

      * Endereco: logradouro, numero e complemento trocados; bairro,
      * cidade, UF e CEP mantidos.
       P-GERA-ENDERECOS.
            MOVE ZEROS TO WS-QTD-ENDERECOS

            OPEN INPUT ENDERECOS
            IF NOT END-OK THEN
               DISPLAY "AVISO: ENDERECOS.dat NAO ENCONTRADO - GERADO "
                       "VAZIO."
            END-IF

            OPEN OUTPUT ENDERECOS-TRN
            IF NOT FS-TRN-OK THEN
               PERFORM P-ERRO-GRAVACAO THRU P-ERRO-GRAVACAO-FIM
               IF END-OK THEN
                  CLOSE ENDERECOS
               END-IF
               GO TO P-GERA-ENDERECOS-FIM
            END-IF

            IF END-OK THEN
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ ENDERECOS
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           COMPUTE WS-SEMENTE = END-ID-CONTATO
                                              + END-SEQ
                           PERFORM P-RUA-FICTICIA
                                   THRU P-RUA-FICTICIA-FIM
                           MOVE WS-RUA TO END-LOGRADOURO
                           MOVE FUNCTION TRIM(WS-NUM-ENDER-ED)
                                TO END-NUMERO
                           MOVE SPACES TO END-COMPLEMENTO
                           WRITE REG-ENDERECO-TRN FROM REG-ENDERECO
                           ADD 1 TO WS-QTD-ENDERECOS
                   END-READ
               END-PERFORM
               CLOSE ENDERECOS
            END-IF

            CLOSE ENDERECOS-TRN
           .

       P-GERA-ENDERECOS-FIM.

      * Nota: contato, data, hora e operador mantidos; o texto livre
      * vira uma frase neutra.
       P-GERA-NOTAS.
            MOVE ZEROS TO WS-QTD-NOTAS

            OPEN INPUT NOTAS
            IF NOT NOTA-OK THEN
               DISPLAY "AVISO: NOTAS.dat NAO ENCONTRADO - GERADO "
                       "VAZIO."
            END-IF

            OPEN OUTPUT NOTAS-TRN
            IF NOT FS-TRN-OK THEN
               PERFORM P-ERRO-GRAVACAO THRU P-ERRO-GRAVACAO-FIM
               IF NOTA-OK THEN
                  CLOSE NOTAS
               END-IF
               GO TO P-GERA-NOTAS-FIM
            END-IF

            IF NOTA-OK THEN
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ NOTAS
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           COMPUTE WS-SEMENTE = NOTA-ID-CONTATO
                                              + NOTA-HORA
                           MOVE 6 TO WS-LIMITE
                           PERFORM P-SORTEIA THRU P-SORTEIA-FIM
                           MOVE WS-TAB-TEXTO-NOTA(WS-IDX)
                                TO NOTA-TEXTO
                           WRITE REG-NOTA-TRN FROM REG-NOTA
                           ADD 1 TO WS-QTD-NOTAS
                   END-READ
               END-PERFORM
               CLOSE NOTAS
            END-IF

            CLOSE NOTAS-TRN
           .

       P-GERA-NOTAS-FIM.

      * Seguimento: so o motivo (texto livre) e trocado.
       P-GERA-SEGUIMENTO.
            MOVE ZEROS TO WS-QTD-SEGUIMENTOS

            OPEN INPUT SEGUIMENTO
            IF NOT SEG-OK THEN
               DISPLAY "AVISO: SEGUIMENTO.dat NAO ENCONTRADO - GERADO "
                       "VAZIO."
            END-IF

            OPEN OUTPUT SEGUIMENTO-TRN
            IF NOT FS-TRN-OK THEN
               PERFORM P-ERRO-GRAVACAO THRU P-ERRO-GRAVACAO-FIM
               IF SEG-OK THEN
                  CLOSE SEGUIMENTO
               END-IF
               GO TO P-GERA-SEGUIMENTO-FIM
            END-IF

            IF SEG-OK THEN
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ SEGUIMENTO
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           COMPUTE WS-SEMENTE = SEG-ID-CONTATO
                                              + SEG-HR-CADASTRO
                           MOVE 6 TO WS-LIMITE
                           PERFORM P-SORTEIA THRU P-SORTEIA-FIM
                           MOVE WS-TAB-MOTIVO-SEG(WS-IDX)
                                TO SEG-MOTIVO
                           WRITE REG-SEGUIMENTO-TRN
                                 FROM REG-SEGUIMENTO
                           ADD 1 TO WS-QTD-SEGUIMENTOS
                   END-READ
               END-PERFORM
               CLOSE SEGUIMENTO
            END-IF

            CLOSE SEGUIMENTO-TRN
           .

       P-GERA-SEGUIMENTO-FIM.

      * Grupo: nome do grupo e ID do contato nao sao dado pessoal -
      * copiados como estao.
       P-GERA-GRUPOS.
            MOVE ZEROS TO WS-QTD-GRUPOS

            OPEN INPUT GRUPOS
            IF NOT GRP-OK THEN
               DISPLAY "AVISO: GRUPOS.dat NAO ENCONTRADO - GERADO "
                       "VAZIO."
            END-IF

            OPEN OUTPUT GRUPOS-TRN
            IF NOT FS-TRN-OK THEN
               PERFORM P-ERRO-GRAVACAO THRU P-ERRO-GRAVACAO-FIM
               IF GRP-OK THEN
                  CLOSE GRUPOS
               END-IF
               GO TO P-GERA-GRUPOS-FIM
            END-IF

            IF GRP-OK THEN
               SET EOF-OK TO FALSE
               PERFORM UNTIL EOF-OK
                   READ GRUPOS
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           WRITE REG-GRUPO-TRN FROM REG-GRUPO
                           ADD 1 TO WS-QTD-GRUPOS
                   END-READ
               END-PERFORM
               CLOSE GRUPOS
            END-IF

            CLOSE GRUPOS-TRN
           .

       P-GERA-GRUPOS-FIM.

      * Indice 1..WS-LIMITE a partir de WS-SEMENTE; o quociente fica
      * em WS-QUOCIENTE para um segundo sorteio independente.
       P-SORTEIA.
            DIVIDE WS-SEMENTE BY WS-LIMITE GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
            COMPUTE WS-IDX = WS-RESTO + 1
           .

       P-SORTEIA-FIM.

       P-ERRO-GRAVACAO.
            ADD 1 TO WS-QTD-ERROS
            MOVE 'PG13BASTRE'          TO LK-ERRO-PROGRAMA
            MOVE 'GRAVAR BASE TREINO'  TO LK-ERRO-OPERACAO
            MOVE WS-FS-TRN             TO LK-ERRO-FS
            CALL 'PG13ERRFS' USING LK-ERRO-AREA
            SET FS-TRN-OK TO TRUE
           .

       P-ERRO-GRAVACAO-FIM.

      * Grava os totais da geracao em CONTROLE.dat, no mesmo padrao
      * dos demais programas em lote do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13BASTRE'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-GRAVADOS       TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-ERROS          TO CTL-QTD-REJEITADOS

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

       P-END.
            GOBACK.
       END PROGRAM PG13BASTRE.
