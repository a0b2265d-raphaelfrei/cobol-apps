      * Update: 02/09/2026 - Linhas SUPERADO (reprovacao substituida
      *                      pelo resultado final da recuperacao do
      *                      PG22RECUP) passaram a ser puladas
      * Update: 15/10/2026 - Periodo letivo (AAAA/B) pedido no
      *                      inicio (em branco = todos, como antes);
      *                      periodo fechado pela coordenacao
      *                      (PG33FECPER) sai como exportacao oficial
      *                      final e fica registrado em PERIODOS.dat
      *                      pelo PG32PERIOD, aberto sai provisorio
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG14EXPBOL.
       77 WS-TRL-EOF           PIC X(01) VALUE 'N'.
          88 TRL-EOF         VALUE 'S' FALSE 'N'.

      * Periodo exportado (em branco = todos) e a situacao dele
      * (PG32PERIOD).
       77 WS-TERMO-EXP         PIC X(06) VALUE SPACES.

       COPY LK_PERIO.

       PROCEDURE DIVISION.
       P-START.

                       THRU P-CARREGA-TRANSLIT-FIM
            END-IF

            DISPLAY "Periodo letivo a exportar (AAAA/B, em branco = "
                    "todos): "
            ACCEPT WS-TERMO-EXP

            MOVE 'A' TO LK-PERIO-SITUACAO
            IF WS-TERMO-EXP NOT = SPACES THEN
               MOVE 'C'          TO LK-PERIO-FUNCAO
               MOVE WS-TERMO-EXP TO LK-PERIO-TERMO
               CALL 'PG32PERIOD' USING LK-PERIO-AREA
            END-IF

            OPEN INPUT BOLETIM

            IF NOT BOL-OK THEN
                  DISPLAY "REGISTROS LIDOS     : " WS-QTD-LIDOS
                  DISPLAY "REGISTROS EXPORTADOS: " WS-QTD-EXPORTADOS
                  DISPLAY "ARQUIVO GERADO: BOLETIM_EXPORT.CSV"

                  IF PERIODO-FECHADO THEN
                     MOVE 'E' TO LK-PERIO-FUNCAO
                     CALL 'PG32PERIOD' USING LK-PERIO-AREA
                     DISPLAY "EXPORTACAO OFICIAL FINAL DO PERIODO "
                             WS-TERMO-EXP " (FECHADO EM "
                             LK-PERIO-DATA ")"
                  ELSE
                     DISPLAY "Exportacao provisoria - periodo nao "
                             "fechado pela coordenacao"
                  END-IF
               END-IF

               CLOSE BOLETIM
                             THRU P-DESMONTA-BOLETIM-FIM

                     IF WS-RESULT-LIDO NOT = "SUPERADO"
                        AND (WS-TERMO-EXP = SPACES
                             OR WS-TERMO-LIDO = WS-TERMO-EXP)
                        PERFORM P-GRAVA-1-EXPORT
                                THRU P-GRAVA-1-EXPORT-FIM
                     END-IF
