      *          suficiente. O arquivo acumula e a consulta fica com
      *          a gravacao mais recente do par matricula/materia,
      *          como a biblioteca de esquemas de pesos.
      * Update: 15/10/2026 - Periodo letivo (AAAA/B) pedido uma vez
      *                      por execucao, como no PG08MEDIA, e
      *                      gravado no fim de cada linha, para a
      *                      presenca de um bimestre nao valer no
      *                      outro (linhas antigas ficam em branco)
      * Update: 15/10/2026 - Periodo fechado pela coordenacao
      *                      (PG33FECPER) e recusado na hora de
      *                      informar o periodo, e outro e pedido
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG21FREQ.
          03 FRQ-MATERIA      PIC X(10).
          03 FRQ-TOTAL        PIC 9(03).
          03 FRQ-PRESENTES    PIC 9(03).
          03 FRQ-TERMO        PIC X(06).

       FD ALUNOS.
       01 REG-ALUNO.

       77 WS-PCT              PIC 9(03) VALUE ZEROS.

      * Periodo letivo carimbado em cada linha, no formato AAAA/B
      * (ano e bimestre); pedido uma vez por execucao.
       77 WS-ANO-LETIVO       PIC 9(04) VALUE ZEROS.
       77 WS-BIMESTRE         PIC 9(01) VALUE ZEROS.
       77 WS-TERMO            PIC X(06) VALUE SPACES.

      * Situacao do periodo letivo (PG32PERIOD).
       COPY LK_PERIO.

       PROCEDURE DIVISION.
       P-START.

            DISPLAY "***** LANCAMENTO DE FREQUENCIA *****"

            IF WS-TERMO EQUAL SPACES
                PERFORM P-DEFINE-TERMO THRU P-DEFINE-TERMO-FIM
            END-IF

            DISPLAY "MATRICULA DO ALUNO: "
            ACCEPT WS-MATRICULA

                MOVE WS-MATERIA   TO FRQ-MATERIA
                MOVE WS-TOTAL     TO FRQ-TOTAL
                MOVE WS-PRESENTES TO FRQ-PRESENTES
                MOVE WS-TERMO     TO FRQ-TERMO
                WRITE REG-FREQUENCIA
                DISPLAY "FREQUENCIA GRAVADA."
            ELSE

       P-GRAVA-FIM.

      * Pede o ano letivo e o bimestre uma unica vez por execucao;
      * ano zerado assume o ano corrente e bimestre fora de 1-4 e
      * pedido de novo.
       P-DEFINE-TERMO.
            DISPLAY "ANO LETIVO (AAAA, 0 = ANO ATUAL): "
            ACCEPT WS-ANO-LETIVO

            IF WS-ANO-LETIVO IS NOT NUMERIC
                       OR WS-ANO-LETIVO EQUAL ZEROS
                MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-LETIVO
            END-IF

            DISPLAY "BIMESTRE (1 A 4): "
            ACCEPT WS-BIMESTRE

            IF WS-BIMESTRE IS NOT NUMERIC
                       OR WS-BIMESTRE < 1
                       OR WS-BIMESTRE > 4
                DISPLAY '***************************************'
                DISPLAY '*   BIMESTRE INVALIDO, TENTE DE NOVO   *'
                DISPLAY '***************************************'
                PERFORM P-DEFINE-TERMO THRU P-DEFINE-TERMO-FIM
            ELSE
                MOVE SPACES TO WS-TERMO
                STRING WS-ANO-LETIVO DELIMITED BY SIZE
                       '/'           DELIMITED BY SIZE
                       WS-BIMESTRE   DELIMITED BY SIZE
                       INTO WS-TERMO
                END-STRING
                MOVE 'C'      TO LK-PERIO-FUNCAO
                MOVE WS-TERMO TO LK-PERIO-TERMO
                CALL 'PG32PERIOD' USING LK-PERIO-AREA
                IF PERIODO-FECHADO
                    DISPLAY 'PERIODO ' WS-TERMO ' FECHADO PELA '
                            'COORDENACAO EM ' LK-PERIO-DATA
                            ' - LANCAMENTO RECUSADO.'
                    PERFORM P-DEFINE-TERMO THRU P-DEFINE-TERMO-FIM
                END-IF
            END-IF.

       P-DEFINE-TERMO-FIM.

       P-REPETE.
            DISPLAY 'REPETIR OPERACAO? (Y/N)'
            ACCEPT WS-RPT
