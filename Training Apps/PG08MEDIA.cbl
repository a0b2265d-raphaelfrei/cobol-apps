      *                      quando a presenca na materia ficou
      *                      abaixo de 75%, mesmo com media acima do
      *                      corte
      * Update: 15/10/2026 - Consulta de frequencia fica com as
      *                      linhas do mesmo periodo letivo (linhas
      *                      antigas, sem periodo, continuam valendo)
      * Update: 15/10/2026 - Periodo fechado pela coordenacao
      *                      (PG33FECPER) e recusado na hora de
      *                      informar o periodo, e outro e pedido
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG08MEDIA.
          03 FRQ-MATERIA      PIC X(10).
          03 FRQ-TOTAL        PIC 9(03).
          03 FRQ-PRESENTES    PIC 9(03).
          03 FRQ-TERMO        PIC X(06).

       FD ESQUEMAS.
       01 REG-ESQUEMA.
          88 NOME-BATEU     VALUE 'S'.

      * Consulta de frequencia no fechamento: a gravacao mais recente
      * do par matricula/materia no periodo vale, e abaixo de 75% de
      * presenca a situacao final vira REPROVADO POR FALTA.
       77 WS-FRQ-FS           PIC 9(02).
          88 FRQ-OK         VALUE 0.

             03 WS-NOTA       PIC 9(02).
             03 WS-PESO       PIC 9(02).

      * Situacao do periodo letivo (PG32PERIOD).
       COPY LK_PERIO.

       PROCEDURE DIVISION.
       P-START.

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
                     IF FRQ-MATRICULA EQUAL WS-MATRICULA
                                AND FRQ-MATERIA EQUAL
                                    WS-NOME-MATERIA OF WS-MATERIA
                                AND (FRQ-TERMO EQUAL WS-TERMO
                                     OR FRQ-TERMO EQUAL SPACES)
                         MOVE 'S'           TO WS-FRQ-ACHADA
                         MOVE FRQ-TOTAL     TO WS-FRQ-TOTAL
                         MOVE FRQ-PRESENTES TO WS-FRQ-PRESENTES
