      *                      do arquivo e WS-MEDIA-LIDA acabava com a
      *                      media do ultimo registro, nao do
      *                      reprovado em recuperacao)
      * Update: 15/10/2026 - Recuperacao de periodo fechado pela
      *                      coordenacao (PG33FECPER) e recusada sem
      *                      alterar o boletim
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG22RECUP.

       77 WS-LINHA-NOVA       PIC X(60) VALUE SPACES.

      * Situacao do periodo letivo (PG32PERIOD).
       COPY LK_PERIO.

       PROCEDURE DIVISION.
       P-START.

            DISPLAY "TERMO (AAAA/B, EM BRANCO = LINHA SEM TERMO): "
            ACCEPT WS-TERMO-ESC

            IF WS-TERMO-ESC NOT EQUAL SPACES
                MOVE 'C'          TO LK-PERIO-FUNCAO
                MOVE WS-TERMO-ESC TO LK-PERIO-TERMO
                CALL 'PG32PERIOD' USING LK-PERIO-AREA
                IF PERIODO-FECHADO
                    DISPLAY "PERIODO " WS-TERMO-ESC " FECHADO PELA "
                            "COORDENACAO EM " LK-PERIO-DATA
                            " - NADA FOI ALTERADO."
                    STOP RUN
                END-IF
            END-IF

            DISPLAY "NOTA DA RECUPERACAO (0 A 10): "
            ACCEPT WS-NOTA-RECUP

