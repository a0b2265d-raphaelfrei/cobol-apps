      *          um sistema so. A working-storage do modulo preserva
      *          o estado (arquivo aberto, pagina e linhas) entre as
      *          chamadas de um mesmo relatorio.
      * Update: 15/10/2026 - Cada execucao tambem fica guardada numa
      *                      copia datada do .LST (ex.:
      *                      AGECNT_RPT_20261015_083000.LST),
      *                      registrada no fechamento no catalogo
      *                      RELATORIOS_CAT.dat (relatorio, data/hora,
      *                      operador, paginas e linhas) para a
      *                      consulta/reimpressao do PG13CATREL; as
      *                      copias do relatorio mais velhas que a
      *                      retencao de RETENCAO_RPT.dat sao
      *                      removidas no mesmo fechamento
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13PRTFMT.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-IMP-FS.

            SELECT COPIA ASSIGN TO WS-NOME-COPIA
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CPA-FS.

            SELECT CATALOGO ASSIGN TO ".\RELATORIOS_CAT.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CAT-FS.

            SELECT CATTEMP ASSIGN TO ".\RELATORIOS_CAT.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTP-FS.

            SELECT RETENCAO ASSIGN TO ".\RETENCAO_RPT.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-RET-FS.

       DATA DIVISION.

       FILE SECTION.
       FD IMPRESSO.
       01 REG-IMPRESSO             PIC X(90).

      * Copia datada da execucao, linha a linha igual ao .LST.
       FD COPIA.
       01 REG-COPIA                PIC X(90).

       FD CATALOGO.
          COPY FD_CATRL.

      * Mesmo tamanho de REG-CATALOGO (141 bytes).
       FD CATTEMP.
       01 REG-CATTEMP              PIC X(141).

       FD RETENCAO.
          COPY FD_RETRL.

       WORKING-STORAGE SECTION.
       77 WS-NOME-ARQUIVO       PIC X(40) VALUE SPACES.


       77 WS-LINHA              PIC X(90) VALUE SPACES.

      * Nome da copia datada: o nome do .LST sem a extensao, mais
      * _AAAAMMDD_HHMMSS.LST; o relatorio no catalogo e esse mesmo
      * nome sem o prefixo do diretorio.
       77 WS-NOME-COPIA         PIC X(40) VALUE SPACES.
       77 WS-BASE-ARQUIVO       PIC X(40) VALUE SPACES.
       77 WS-RELATORIO          PIC X(20) VALUE SPACES.
       77 WS-DATA-EXEC          PIC 9(08) VALUE ZEROS.
       77 WS-HORA-EXEC          PIC 9(06) VALUE ZEROS.
       77 WS-TOT-LINHAS         PIC 9(06) VALUE ZEROS.

       77 WS-CPA-FS             PIC 9(02).
          88 CPA-OK           VALUE 0.

       77 WS-COPIA-ABERTA       PIC X(01) VALUE 'N'.
          88 COPIA-ABERTA     VALUE 'S'.

       77 WS-CAT-FS             PIC 9(02).
          88 CAT-OK           VALUE 0.

       77 WS-CTP-FS             PIC 9(02).
          88 CTP-OK           VALUE 0.

       77 WS-RET-FS             PIC 9(02).
          88 RET-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-DIAS-RETENCAO      PIC 9(05) VALUE ZEROS.
       77 WS-INT-CORTE          PIC S9(09) VALUE ZEROS.
       77 WS-QTD-EXPURGADAS     PIC 9(04) VALUE ZEROS.
       77 WS-RET-EXCLUSAO       PIC S9(09) COMP-5 VALUE ZEROS.

       LINKAGE SECTION.
       COPY LK_PRTFMT.

            MOVE ZEROS TO WS-NUM-PAGINA
            MOVE 99    TO WS-LINHAS-PAGINA

            MOVE ZEROS TO WS-TOT-LINHAS
            MOVE 'N'   TO WS-COPIA-ABERTA

            OPEN OUTPUT IMPRESSO

            IF IMP-OK THEN
               MOVE 'S' TO WS-ARQUIVO-ABERTO
               PERFORM P-ABRE-COPIA THRU P-ABRE-COPIA-FIM
            ELSE
               MOVE 'N' TO WS-ARQUIVO-ABERTO
               DISPLAY "AVISO: ARQUIVO DE IMPRESSAO NAO ABRIU "

       P-INICIA-FIM.

      * Monta o nome da copia datada a partir do nome do .LST e a
      * abre; sem a copia o relatorio sai normalmente, so nao entra
      * no catalogo.
       P-ABRE-COPIA.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-EXEC
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-EXEC

            MOVE SPACES TO WS-BASE-ARQUIVO WS-RELATORIO WS-NOME-COPIA
            UNSTRING WS-NOME-ARQUIVO DELIMITED BY '.LST' OR SPACE
                INTO WS-BASE-ARQUIVO
            END-UNSTRING

            IF WS-BASE-ARQUIVO(1:2) EQUAL '.\' THEN
               MOVE WS-BASE-ARQUIVO(3:20) TO WS-RELATORIO
            ELSE
               MOVE WS-BASE-ARQUIVO(1:20) TO WS-RELATORIO
            END-IF

            STRING WS-BASE-ARQUIVO   DELIMITED BY SPACE
                   '_'               DELIMITED BY SIZE
                   WS-DATA-EXEC      DELIMITED BY SIZE
                   '_'               DELIMITED BY SIZE
                   WS-HORA-EXEC      DELIMITED BY SIZE
                   '.LST'            DELIMITED BY SIZE
               INTO WS-NOME-COPIA
               ON OVERFLOW
                  MOVE SPACES TO WS-NOME-COPIA
            END-STRING

            IF WS-NOME-COPIA EQUAL SPACES THEN
               GO TO P-ABRE-COPIA-FIM
            END-IF

            OPEN OUTPUT COPIA

            IF CPA-OK THEN
               MOVE 'S' TO WS-COPIA-ABERTA
            ELSE
               DISPLAY "AVISO: COPIA DATADA DO RELATORIO NAO ABRIU "
                       "(STATUS " WS-CPA-FS ") - EXECUCAO FORA DO "
                       "CATALOGO."
            END-IF
            .

       P-ABRE-COPIA-FIM.

      * Imprime uma linha do corpo, abrindo pagina nova com o
      * cabecalho padrao quando a pagina corrente encheu.
       P-LINHA.
               CLOSE IMPRESSO
               MOVE 'N' TO WS-ARQUIVO-ABERTO
            END-IF

            IF COPIA-ABERTA THEN
               CLOSE COPIA
               MOVE 'N' TO WS-COPIA-ABERTA
               PERFORM P-CATALOGA THRU P-CATALOGA-FIM
               PERFORM P-APLICA-RETENCAO THRU P-APLICA-RETENCAO-FIM
            END-IF
            .

       P-FECHA-FIM.
            IF ARQUIVO-ABERTO THEN
               MOVE WS-LINHA TO REG-IMPRESSO
               WRITE REG-IMPRESSO
               ADD 1 TO WS-TOT-LINHAS
            END-IF

            IF COPIA-ABERTA THEN
               MOVE WS-LINHA TO REG-COPIA
               WRITE REG-COPIA
            END-IF
            .

       P-EMITE-ARQUIVO-FIM.

      * Acrescenta a execucao que acabou de fechar ao catalogo.
       P-CATALOGA.
            OPEN EXTEND CATALOGO
            IF WS-CAT-FS EQUAL 35 THEN
               OPEN OUTPUT CATALOGO
            END-IF

            IF NOT CAT-OK THEN
               DISPLAY "AVISO: RELATORIOS_CAT.dat NAO ABRIU (STATUS "
                       WS-CAT-FS ") - EXECUCAO FORA DO CATALOGO."
               GO TO P-CATALOGA-FIM
            END-IF

            INITIALIZE REG-CATALOGO
            MOVE WS-RELATORIO   TO CAT-RELATORIO
            MOVE WS-TITULO      TO CAT-TITULO
            MOVE WS-DATA-EXEC   TO CAT-DATA
            MOVE WS-HORA-EXEC   TO CAT-HORA
            MOVE WS-OPERADOR    TO CAT-OPERADOR
            MOVE WS-NUM-PAGINA  TO CAT-PAGINAS
            MOVE WS-TOT-LINHAS  TO CAT-LINHAS
            MOVE WS-NOME-COPIA  TO CAT-ARQUIVO
            SET CAT-DISPONIVEL  TO TRUE

            WRITE REG-CATALOGO
            CLOSE CATALOGO
            .

       P-CATALOGA-FIM.

      * Retencao do relatorio em RETENCAO_RPT.dat: as copias ainda
      * disponiveis com data anterior ao corte sao removidas e a
      * linha do catalogo fica marcada como expurgada (regravacao
      * via temporario). Sem retencao configurada, nada e removido.
       P-APLICA-RETENCAO.
            MOVE ZEROS TO WS-DIAS-RETENCAO WS-QTD-EXPURGADAS
            SET EOF-OK TO FALSE

            OPEN INPUT RETENCAO
            IF RET-OK THEN
               PERFORM UNTIL EOF-OK
                   READ RETENCAO
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF RTR-RELATORIO EQUAL WS-RELATORIO
                              AND RTR-DIAS IS NUMERIC THEN
                              MOVE RTR-DIAS TO WS-DIAS-RETENCAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENCAO
            END-IF

            IF WS-DIAS-RETENCAO EQUAL ZEROS THEN
               GO TO P-APLICA-RETENCAO-FIM
            END-IF

            COMPUTE WS-INT-CORTE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
                    - WS-DIAS-RETENCAO

            SET EOF-OK TO FALSE
            OPEN INPUT CATALOGO
            IF NOT CAT-OK THEN
               GO TO P-APLICA-RETENCAO-FIM
            END-IF
            OPEN OUTPUT CATTEMP

            PERFORM UNTIL EOF-OK
                READ CATALOGO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF CAT-RELATORIO EQUAL WS-RELATORIO
                           AND CAT-DISPONIVEL
                           AND FUNCTION INTEGER-OF-DATE(CAT-DATA)
                               < WS-INT-CORTE THEN
                           CALL 'CBL_DELETE_FILE' USING CAT-ARQUIVO
                                RETURNING WS-RET-EXCLUSAO
                           SET CAT-EXPURGADA TO TRUE
                           MOVE WS-DATA-EXEC TO CAT-DT-EXPURGO
                           ADD 1 TO WS-QTD-EXPURGADAS
                        END-IF
                        MOVE REG-CATALOGO TO REG-CATTEMP
                        WRITE REG-CATTEMP
                END-READ
            END-PERFORM

            CLOSE CATALOGO
            CLOSE CATTEMP

            IF WS-QTD-EXPURGADAS EQUAL ZEROS THEN
               GO TO P-APLICA-RETENCAO-FIM
            END-IF

            SET EOF-OK TO FALSE
            OPEN INPUT CATTEMP
            OPEN OUTPUT CATALOGO

            PERFORM UNTIL EOF-OK
                READ CATTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-CATTEMP TO REG-CATALOGO
                        WRITE REG-CATALOGO
                END-READ
            END-PERFORM

            CLOSE CATTEMP
            CLOSE CATALOGO
            .

       P-APLICA-RETENCAO-FIM.
       END PROGRAM PG13PRTFMT.
