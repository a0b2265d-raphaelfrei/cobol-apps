      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Catalogo de Relatorios - lista as execucoes guardadas
      *          em RELATORIOS_CAT.dat (por relatorio ou por data),
      *          mostra na tela ou reimprime (REIMPRESSAO.LST) a copia
      *          datada de uma execucao passada, exatamente como ela
      *          saiu, e mantem a retencao em dias de cada relatorio
      *          em RETENCAO_RPT.dat (aplicada pelo PG13PRTFMT a cada
      *          nova execucao do relatorio).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CATREL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CATALOGO ASSIGN TO ".\RELATORIOS_CAT.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CAT-FS.

            SELECT COPIA ASSIGN TO WS-NOME-COPIA
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CPA-FS.

            SELECT REIMPRESSO ASSIGN TO ".\REIMPRESSAO.LST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-REI-FS.

            SELECT RETENCAO ASSIGN TO ".\RETENCAO_RPT.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-RET-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CATALOGO.
          COPY FD_CATRL.

       FD COPIA.
       01 REG-COPIA                PIC X(90).

       FD REIMPRESSO.
       01 REG-REIMPRESSO           PIC X(90).

       FD RETENCAO.
          COPY FD_RETRL.

       WORKING-STORAGE SECTION.
       77 WS-CAT-FS             PIC 9(02).
          88 CAT-OK           VALUE 0.

       77 WS-CPA-FS             PIC 9(02).
          88 CPA-OK           VALUE 0.

       77 WS-REI-FS             PIC 9(02).
          88 REI-OK           VALUE 0.

       77 WS-RET-FS             PIC 9(02).
          88 RET-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-EXIT               PIC X(01).
          88 EXIT-OK          VALUE 'N' FALSE 'S'.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
          88 OPCAO-POR-RELAT  VALUE '1'.
          88 OPCAO-POR-DATA   VALUE '2'.
          88 OPCAO-VER        VALUE '3'.
          88 OPCAO-RETENCAO   VALUE '4'.

       77 WS-ACAO               PIC X(01) VALUE SPACE.
          88 ACAO-VER         VALUE 'V' 'v'.
          88 ACAO-REIMPRIMIR  VALUE 'R' 'r'.

       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
       77 WS-PAUSA              PIC X(01) VALUE SPACE.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.

       77 WS-FILTRO-RELAT       PIC X(20) VALUE SPACES.
       77 WS-FILTRO-DATA        PIC 9(08) VALUE ZEROS.
       77 WS-NUM-REG            PIC 9(06) VALUE ZEROS.
       77 WS-NUM-ESCOLHIDO      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LISTADAS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LINHAS         PIC 9(06) VALUE ZEROS.
       77 WS-LINHAS-TELA        PIC 9(02) VALUE ZEROS.
       77 WS-DESC-SITUACAO      PIC X(10) VALUE SPACES.
       77 WS-NOME-COPIA         PIC X(40) VALUE SPACES.
       77 WS-LINHA              PIC X(90) VALUE SPACES.

       77 WS-ACHOU-ESCOLHIDA    PIC X(01) VALUE 'N'.
          88 ACHOU-ESCOLHIDA  VALUE 'S'.

      * Execucao escolhida para ver/reimprimir.
       01 WS-EXECUCAO.
          03 WS-EXE-RELATORIO   PIC X(20).
          03 WS-EXE-DATA        PIC 9(08).
          03 WS-EXE-HORA        PIC 9(06).
          03 WS-EXE-OPERADOR    PIC X(08).
          03 WS-EXE-SITUACAO    PIC X(01).
             88 EXE-DISPONIVEL VALUE 'D'.

      * RETENCAO_RPT.dat inteiro em memoria durante a manutencao; o
      * arquivo e regravado a partir da tabela.
       01 WS-TAB-RETENCAO.
          03 WS-TAB-RET OCCURS 100 TIMES.
             05 WS-TAB-RET-RELAT  PIC X(20).
             05 WS-TAB-RET-DIAS   PIC 9(05).

       77 WS-QTD-RET            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-RET            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADO         PIC 9(03) VALUE ZEROS.
       77 WS-RET-RELAT          PIC X(20) VALUE SPACES.
       77 WS-RET-DIAS           PIC 9(05) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** CATALOGO DE RELATORIOS *****"

            SET EXIT-OK OF WS-EXIT TO FALSE.

            MOVE LK-OPERADOR TO WS-OPERADOR

            PERFORM P-OPCAO THRU P-OPCAO-FIM UNTIL EXIT-OK
            PERFORM P-END
           .

       P-OPCAO.
            MOVE SPACE  TO WS-OPCAO
            MOVE SPACES TO WS-FILTRO-RELAT
            MOVE ZEROS  TO WS-FILTRO-DATA

            DISPLAY "<1> Listar execucoes por relatorio"
            DISPLAY "<2> Listar execucoes por data"
            DISPLAY "<3> Ver ou reimprimir uma execucao"
            DISPLAY "<4> Retencao das copias por relatorio"
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN OPCAO-POR-RELAT
                   DISPLAY "Relatorio (ex.: AGECNT_RPT; vazio = "
                           "todos): "
                   ACCEPT WS-FILTRO-RELAT
                   MOVE FUNCTION UPPER-CASE(WS-FILTRO-RELAT)
                        TO WS-FILTRO-RELAT
                   PERFORM P-LISTA THRU P-LISTA-FIM
                WHEN OPCAO-POR-DATA
                   DISPLAY "Data da execucao (AAAAMMDD): "
                   ACCEPT WS-FILTRO-DATA
                   PERFORM P-LISTA THRU P-LISTA-FIM
                WHEN OPCAO-VER
                   PERFORM P-VER-EXECUCAO THRU P-VER-EXECUCAO-FIM
                WHEN OPCAO-RETENCAO
                   PERFORM P-RETENCAO THRU P-RETENCAO-FIM
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE

            DISPLAY "Voce deseja continuar?"
            DISPLAY "<QUALQUER TECLA> para continuar, <N> para sair."
            ACCEPT WS-EXIT
            .

       P-OPCAO-FIM.
           EXIT.

      * Lista as execucoes do catalogo que atendem o filtro (relatorio
      * ou data), numeradas pela posicao no catalogo - o numero que a
      * opcao 3 pede.
       P-LISTA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-NUM-REG WS-QTD-LISTADAS

            OPEN INPUT CATALOGO
            IF NOT CAT-OK THEN
               DISPLAY "NENHUMA EXECUCAO CATALOGADA AINDA."
               GO TO P-LISTA-FIM
            END-IF

            DISPLAY
             "*********************************************************"
            DISPLAY "NUM    RELATORIO            DATA     HORA   "
                    "OPERADOR PAGS LINHAS SITUACAO"
            DISPLAY
             "*********************************************************"

            PERFORM UNTIL EOF-OK
                READ CATALOGO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-NUM-REG
                        IF (WS-FILTRO-DATA > ZEROS
                            AND CAT-DATA EQUAL WS-FILTRO-DATA)
                           OR (WS-FILTRO-DATA EQUAL ZEROS
                            AND (WS-FILTRO-RELAT EQUAL SPACES
                                 OR CAT-RELATORIO
                                    EQUAL WS-FILTRO-RELAT)) THEN
                           ADD 1 TO WS-QTD-LISTADAS
                           PERFORM P-MOSTRA-1 THRU P-MOSTRA-1-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CATALOGO

            IF WS-QTD-LISTADAS EQUAL ZEROS THEN
               DISPLAY "NENHUMA EXECUCAO ATENDE O FILTRO."
            END-IF
           .

       P-LISTA-FIM.
           EXIT.

       P-MOSTRA-1.
            IF CAT-EXPURGADA THEN
               MOVE "EXPURGADA" TO WS-DESC-SITUACAO
            ELSE
               MOVE "DISPONIVEL" TO WS-DESC-SITUACAO
            END-IF

            DISPLAY WS-NUM-REG " " CAT-RELATORIO " " CAT-DATA " "
                    CAT-HORA " " CAT-OPERADOR " " CAT-PAGINAS " "
                    CAT-LINHAS " " WS-DESC-SITUACAO
            DISPLAY "       " CAT-TITULO
           .

       P-MOSTRA-1-FIM.

      * Localiza a execucao pelo numero e mostra a copia na tela ou a
      * reimprime; copia ja expurgada pela retencao nao existe mais.
       P-VER-EXECUCAO.
            DISPLAY "Numero (coluna NUM) da execucao (0 = nenhuma): "
            ACCEPT WS-NUM-ESCOLHIDO

            IF WS-NUM-ESCOLHIDO EQUAL ZEROS THEN
               GO TO P-VER-EXECUCAO-FIM
            END-IF

            PERFORM P-LE-ESCOLHIDA THRU P-LE-ESCOLHIDA-FIM

            IF NOT ACHOU-ESCOLHIDA THEN
               DISPLAY "NUMERO NAO ENCONTRADO NO CATALOGO."
               GO TO P-VER-EXECUCAO-FIM
            END-IF

            IF NOT EXE-DISPONIVEL THEN
               DISPLAY "A COPIA DESTA EXECUCAO JA FOI EXPURGADA PELA "
                       "RETENCAO DO RELATORIO."
               GO TO P-VER-EXECUCAO-FIM
            END-IF

            DISPLAY "<V> Ver na tela, <R> Reimprimir "
                    "(REIMPRESSAO.LST)"
            ACCEPT WS-ACAO

            EVALUATE TRUE
                WHEN ACAO-VER
                   PERFORM P-MOSTRA-COPIA THRU P-MOSTRA-COPIA-FIM
                WHEN ACAO-REIMPRIMIR
                   PERFORM P-REIMPRIME THRU P-REIMPRIME-FIM
                WHEN OTHER
                   DISPLAY "Operacao Abortada"
            END-EVALUATE
            .

       P-VER-EXECUCAO-FIM.
           EXIT.

       P-LE-ESCOLHIDA.
            MOVE 'N'   TO WS-ACHOU-ESCOLHIDA
            MOVE ZEROS TO WS-NUM-REG
            SET EOF-OK TO FALSE

            OPEN INPUT CATALOGO
            IF NOT CAT-OK THEN
               GO TO P-LE-ESCOLHIDA-FIM
            END-IF

            PERFORM UNTIL EOF-OK OR ACHOU-ESCOLHIDA
                READ CATALOGO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-NUM-REG
                        IF WS-NUM-REG EQUAL WS-NUM-ESCOLHIDO THEN
                           MOVE 'S'           TO WS-ACHOU-ESCOLHIDA
                           MOVE CAT-RELATORIO TO WS-EXE-RELATORIO
                           MOVE CAT-DATA      TO WS-EXE-DATA
                           MOVE CAT-HORA      TO WS-EXE-HORA
                           MOVE CAT-OPERADOR  TO WS-EXE-OPERADOR
                           MOVE CAT-SITUACAO  TO WS-EXE-SITUACAO
                           MOVE CAT-ARQUIVO   TO WS-NOME-COPIA
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CATALOGO
            .

       P-LE-ESCOLHIDA-FIM.
           EXIT.

      * Mostra a copia datada na tela, 20 linhas por vez.
       P-MOSTRA-COPIA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-LINHAS-TELA
            MOVE SPACE TO WS-PAUSA

            OPEN INPUT COPIA
            IF NOT CPA-OK THEN
               DISPLAY "COPIA " FUNCTION TRIM(WS-NOME-COPIA)
                       " NAO ENCONTRADA (STATUS " WS-CPA-FS ")."
               GO TO P-MOSTRA-COPIA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ COPIA
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        DISPLAY REG-COPIA
                        ADD 1 TO WS-LINHAS-TELA
                        IF WS-LINHAS-TELA >= 20 THEN
                           MOVE ZEROS TO WS-LINHAS-TELA
                           DISPLAY "<ENTER> para continuar, <S> para "
                                   "parar."
                           ACCEPT WS-PAUSA
                           IF WS-PAUSA EQUAL 'S' OR 's' THEN
                              SET EOF-OK TO TRUE
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE COPIA
            .

       P-MOSTRA-COPIA-FIM.
           EXIT.

      * Reimprime a execucao em REIMPRESSAO.LST: uma faixa dizendo
      * qual execucao e e quem a reimprimiu, e depois a copia datada
      * linha a linha, sem nenhuma alteracao.
       P-REIMPRIME.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LINHAS

            OPEN INPUT COPIA
            IF NOT CPA-OK THEN
               DISPLAY "COPIA " FUNCTION TRIM(WS-NOME-COPIA)
                       " NAO ENCONTRADA (STATUS " WS-CPA-FS ")."
               GO TO P-REIMPRIME-FIM
            END-IF

            OPEN OUTPUT REIMPRESSO
            IF NOT REI-OK THEN
               DISPLAY "ERRO AO ABRIR REIMPRESSAO.LST (STATUS "
                       WS-REI-FS ")."
               CLOSE COPIA
               GO TO P-REIMPRIME-FIM
            END-IF

            MOVE ALL '=' TO REG-REIMPRESSO
            WRITE REG-REIMPRESSO

            MOVE SPACES TO WS-LINHA
            STRING 'REIMPRESSAO DE ' WS-EXE-RELATORIO
                   ' EMITIDO EM ' WS-EXE-DATA ' AS ' WS-EXE-HORA
                   ' POR ' WS-EXE-OPERADOR
                   DELIMITED BY SIZE
               INTO WS-LINHA
            MOVE WS-LINHA TO REG-REIMPRESSO
            WRITE REG-REIMPRESSO

            MOVE SPACES TO WS-LINHA
            STRING 'REIMPRESSO EM ' FUNCTION CURRENT-DATE(1:8)
                   ' AS ' FUNCTION CURRENT-DATE(9:6)
                   ' PELO OPERADOR ' WS-OPERADOR
                   DELIMITED BY SIZE
               INTO WS-LINHA
            MOVE WS-LINHA TO REG-REIMPRESSO
            WRITE REG-REIMPRESSO

            MOVE ALL '=' TO REG-REIMPRESSO
            WRITE REG-REIMPRESSO

            PERFORM UNTIL EOF-OK
                READ COPIA
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-COPIA TO REG-REIMPRESSO
                        WRITE REG-REIMPRESSO
                        ADD 1 TO WS-QTD-LINHAS
                END-READ
            END-PERFORM

            CLOSE COPIA
            CLOSE REIMPRESSO

            DISPLAY "EXECUCAO DE " WS-EXE-DATA " " WS-EXE-HORA
                    " REIMPRESSA EM REIMPRESSAO.LST (" WS-QTD-LINHAS
                    " LINHAS)."
            .

       P-REIMPRIME-FIM.
           EXIT.

      * Mostra a retencao de cada relatorio e altera/inclui a de um
      * deles. Reduzir a retencao remove copias na proxima execucao
      * do relatorio, por isso a manutencao e restrita a operadores
      * autorizados.
       P-RETENCAO.
            PERFORM P-CARREGA-RETENCAO THRU P-CARREGA-RETENCAO-FIM

            DISPLAY "RETENCAO DAS COPIAS (0 OU AUSENTE = GUARDA "
                    "TODAS):"
            PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                    UNTIL WS-IDX-RET > WS-QTD-RET
                DISPLAY "  " WS-TAB-RET-RELAT(WS-IDX-RET) ": "
                        WS-TAB-RET-DIAS(WS-IDX-RET) " DIAS"
            END-PERFORM

            IF LK-AUTORIZADO NOT = 'S' THEN
               DISPLAY "ALTERACAO DA RETENCAO RESTRITA A OPERADORES "
                       "AUTORIZADOS."
               GO TO P-RETENCAO-FIM
            END-IF

            MOVE SPACES TO WS-RET-RELAT
            DISPLAY "Relatorio a alterar (vazio = nenhum): "
            ACCEPT WS-RET-RELAT
            MOVE FUNCTION UPPER-CASE(WS-RET-RELAT) TO WS-RET-RELAT

            IF WS-RET-RELAT EQUAL SPACES THEN
               GO TO P-RETENCAO-FIM
            END-IF

            DISPLAY "Retencao em dias (0 = guardar todas): "
            ACCEPT WS-RET-DIAS

            MOVE ZEROS TO WS-IDX-ACHADO
            PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                    UNTIL WS-IDX-RET > WS-QTD-RET
                IF WS-TAB-RET-RELAT(WS-IDX-RET) EQUAL WS-RET-RELAT
                   MOVE WS-IDX-RET TO WS-IDX-ACHADO
                END-IF
            END-PERFORM

            IF WS-IDX-ACHADO EQUAL ZEROS THEN
               IF WS-QTD-RET >= 100 THEN
                  DISPLAY "TABELA DE RETENCAO CHEIA (100 RELATORIOS)."
                  GO TO P-RETENCAO-FIM
               END-IF
               ADD 1 TO WS-QTD-RET
               MOVE WS-QTD-RET   TO WS-IDX-ACHADO
               MOVE WS-RET-RELAT TO WS-TAB-RET-RELAT(WS-IDX-ACHADO)
            END-IF

            MOVE WS-RET-DIAS TO WS-TAB-RET-DIAS(WS-IDX-ACHADO)

            OPEN OUTPUT RETENCAO
            IF NOT RET-OK THEN
               DISPLAY "ERRO AO GRAVAR RETENCAO_RPT.dat (STATUS "
                       WS-RET-FS ")."
               GO TO P-RETENCAO-FIM
            END-IF

            PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                    UNTIL WS-IDX-RET > WS-QTD-RET
                MOVE WS-TAB-RET-RELAT(WS-IDX-RET) TO RTR-RELATORIO
                MOVE WS-TAB-RET-DIAS(WS-IDX-RET)  TO RTR-DIAS
                WRITE REG-RETENCAO-RPT
            END-PERFORM

            CLOSE RETENCAO

            DISPLAY "RETENCAO DE " FUNCTION TRIM(WS-RET-RELAT)
                    " GRAVADA: " WS-RET-DIAS " DIAS."
            .

       P-RETENCAO-FIM.
           EXIT.

       P-CARREGA-RETENCAO.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-RET

            OPEN INPUT RETENCAO
            IF NOT RET-OK THEN
               GO TO P-CARREGA-RETENCAO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ RETENCAO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF WS-QTD-RET < 100 THEN
                           ADD 1 TO WS-QTD-RET
                           MOVE RTR-RELATORIO
                                TO WS-TAB-RET-RELAT(WS-QTD-RET)
                           MOVE RTR-DIAS
                                TO WS-TAB-RET-DIAS(WS-QTD-RET)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE RETENCAO
            .

       P-CARREGA-RETENCAO-FIM.
           EXIT.

       P-END.
            GOBACK.
       END PROGRAM PG13CATREL.
