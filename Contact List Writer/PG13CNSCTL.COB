      *          mostra, para uma data escolhida, todo programa que
      *          rodou naquele dia com seus totais de lidos/gravados/
      *          rejeitados lado a lado.
      * Update: 15/10/2026 - Coluna e total de suprimidos (lista de
      *                      nao contatar); linhas gravadas antes
      *                      dessa coluna existir contam como zero
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CNSCTL.
       77 WS-TOT-LIDOS          PIC 9(08) VALUE ZEROS.
       77 WS-TOT-GRAVADOS       PIC 9(08) VALUE ZEROS.
       77 WS-TOT-REJEITADOS     PIC 9(08) VALUE ZEROS.
       77 WS-TOT-SUPRIMIDOS     PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
            SET EOF-OK  TO FALSE
            MOVE ZEROS   TO WS-QTD-LIDOS WS-QTD-ACHADOS
            MOVE ZEROS   TO WS-TOT-LIDOS WS-TOT-GRAVADOS
                            WS-TOT-REJEITADOS WS-TOT-SUPRIMIDOS

            OPEN INPUT CONTROLE

               DISPLAY
             "*********************************************************"
               DISPLAY "PROGRAMA    HORA    LIDOS   GRAVADOS REJEITADOS"
                       " SUPRIMIDOS"

               PERFORM UNTIL EOF-OK
                   READ CONTROLE
                           ADD 1 TO WS-QTD-LIDOS
                           IF CTL-DATA EQUAL WS-DATA-FILTRO THEN
                              ADD 1 TO WS-QTD-ACHADOS
                              IF CTL-QTD-SUPRIMIDOS NOT NUMERIC THEN
                                 MOVE ZEROS TO CTL-QTD-SUPRIMIDOS
                              END-IF
                              ADD CTL-QTD-LIDOS      TO WS-TOT-LIDOS
                              ADD CTL-QTD-GRAVADOS   TO WS-TOT-GRAVADOS
                              ADD CTL-QTD-REJEITADOS
                                  TO WS-TOT-REJEITADOS
                              ADD CTL-QTD-SUPRIMIDOS
                                  TO WS-TOT-SUPRIMIDOS

                              DISPLAY CTL-PROGRAMA "  " CTL-HORA
                                      "  " CTL-QTD-LIDOS
                                      "  " CTL-QTD-GRAVADOS
                                      "  " CTL-QTD-REJEITADOS
                                      "     " CTL-QTD-SUPRIMIDOS
                           END-IF
                   END-READ
               END-PERFORM
                  DISPLAY "TOTAL LIDOS: "        WS-TOT-LIDOS
                  DISPLAY "TOTAL GRAVADOS: "     WS-TOT-GRAVADOS
                  DISPLAY "TOTAL REJEITADOS: "   WS-TOT-REJEITADOS
                  DISPLAY "TOTAL SUPRIMIDOS: "   WS-TOT-SUPRIMIDOS
               END-IF
               DISPLAY
             "*********************************************************"
