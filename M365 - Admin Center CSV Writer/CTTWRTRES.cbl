      * (CTTWRT_RERUN.CSV) no proprio layout de CTTWRT_ENTRADA.CSV
      * contendo so as linhas que falharam - a segunda tentativa sobe
      * apenas o que ficou faltando.
      * O mesmo processamento vale para o desligamento de
      * funcionarios do PG13DESM365: o resultado do bloqueio/exclusao
      * (OFFB_RESULTADO.CSV, com o UPN na primeira coluna) e casado
      * com as contas enviadas (OFFB_ENVIADOS.CSV, UPN na primeira
      * coluna), e as que falharam vao para OFFB_RERUN.CSV, que o
      * PG13DESM365 inclui de novo na execucao seguinte.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RESULTADO ASSIGN TO WS-NOME-RESULTADO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-RES-FS.

       SELECT ENTRADA ASSIGN TO WS-NOME-ENTRADA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-ENT-FS.

       SELECT REEXEC ASSIGN TO WS-NOME-RERUN
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-RER-FS.

       SELECT FALHAS ASSIGN TO WS-NOME-FALHAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-FAL-FS.

       01 REG-RESULTADO                PIC X(300).

       FD ENTRADA.
       01 REG-ENTRADA                  PIC X(800).

       FD REEXEC.
       01 REG-RERUN                    PIC X(800).

       FD FALHAS.
       01 REG-FALHA                    PIC X(120).

       WORKING-STORAGE SECTION.

      * Resultado a processar: carga do CTTWRT (padrao) ou
      * desligamento do PG13DESM365; define os quatro arquivos e a
      * coluna da entrada que casa com o resultado.
       77 WS-MODO-RESULTADO        PIC X(01) VALUE SPACE.
          88 MODO-DESLIGAMENTO   VALUE '2'.

       77 WS-NOME-RESULTADO        PIC X(24)
                                   VALUE '.\OTPT_RESULTADO.CSV'.
       77 WS-NOME-ENTRADA          PIC X(24)
                                   VALUE '.\CTTWRT_ENTRADA.CSV'.
       77 WS-NOME-RERUN            PIC X(24)
                                   VALUE '.\CTTWRT_RERUN.CSV'.
       77 WS-NOME-FALHAS           PIC X(24)
                                   VALUE '.\OTPT_FALHAS.LST'.
       77 WS-COL-CHAVE             PIC 9(02) VALUE 3.

       77 WS-RES-FS                PIC 9(02).
          88 RES-OK              VALUE 0.


      * Divisor de linha CSV que respeita campos entre aspas, igual
      * ao do CTTWRT.
       77 WS-PARSE-LINHA           PIC X(800) VALUE SPACES.
       01 WS-PARSE-CAMPOS.
          03 WS-PARSE-CAMPO OCCURS 18 TIMES PIC X(41).
       77 WS-QTD-CAMPOS            PIC 9(02) VALUE ZEROS.
            DISPLAY
            "**********************************************************"

            DISPLAY "Resultado a processar:"
            DISPLAY "<1> Carga de contatos/usuarios do CTTWRT (padrao)"
            DISPLAY "<2> Desligamento de funcionarios (PG13DESM365)"
            ACCEPT WS-MODO-RESULTADO

            IF MODO-DESLIGAMENTO THEN
               MOVE '.\OFFB_RESULTADO.CSV' TO WS-NOME-RESULTADO
               MOVE '.\OFFB_ENVIADOS.CSV'  TO WS-NOME-ENTRADA
               MOVE '.\OFFB_RERUN.CSV'     TO WS-NOME-RERUN
               MOVE '.\OFFB_FALHAS.LST'    TO WS-NOME-FALHAS
               MOVE 1                      TO WS-COL-CHAVE
            END-IF

            PERFORM P-CARREGA-RESULTADO

            IF WS-QTD-FALHAS EQUAL ZEROS THEN
               DISPLAY "FALHAS                  : " WS-QTD-FALHAS
               DISPLAY "LINHAS NO RERUN         : " WS-QTD-RERUN
               DISPLAY "FALHAS SEM LINHA ORIGEM : " WS-QTD-SEM-ORIGEM
               DISPLAY "ARQUIVOS: " FUNCTION TRIM(WS-NOME-RERUN)
                       " E " FUNCTION TRIM(WS-NOME-FALHAS)
            END-IF

            STOP RUN.
            OPEN INPUT RESULTADO

            IF NOT RES-OK THEN
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-NOME-RESULTADO)
               DISPLAY "Error ID: " WS-RES-FS
            ELSE
               PERFORM UNTIL EOF-OK
      * Rele CTTWRT_ENTRADA.CSV e copia para CTTWRT_RERUN.CSV, sem
      * mexer em nada, cada linha cujo e-mail (terceira coluna) esta
      * na lista de falhas - o rerun fica pronto para uma nova carga
      * em lote do CTTWRT. No desligamento, OFFB_ENVIADOS.CSV vira
      * OFFB_RERUN.CSV, casando pelo UPN da primeira coluna.
       P-GERA-RERUN.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-RERUN
            OPEN INPUT ENTRADA

            IF NOT ENT-OK THEN
               DISPLAY "AVISO: " FUNCTION TRIM(WS-NOME-ENTRADA)
                       " INDISPONIVEL - RERUN NAO GERADO."
            ELSE
               OPEN OUTPUT REEXEC

               PERFORM UNTIL EOF-OK
                   READ ENTRADA
               END-PERFORM

               CLOSE ENTRADA
               CLOSE REEXEC
            END-IF
            .

            MOVE REG-ENTRADA TO WS-PARSE-LINHA
            PERFORM P-DIVIDE-CSV

            MOVE FUNCTION UPPER-CASE(WS-PARSE-CAMPO(WS-COL-CHAVE))
                 TO WS-ENT-EMAIL-UC

            MOVE 'N' TO WS-ACHOU-FALHA
            OPEN OUTPUT FALHAS

            IF NOT FAL-OK THEN
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-NOME-FALHAS)
               DISPLAY "Error ID: " WS-FAL-FS
            ELSE
               PERFORM VARYING WS-IDX-FLH FROM 1 BY 1
