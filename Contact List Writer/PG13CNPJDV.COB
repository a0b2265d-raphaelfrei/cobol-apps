      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Rotina Compartilhada de Conferencia dos Digitos
      *          Verificadores do CNPJ
      * Update: 15/10/2026 - Programa criado, para o PG13CADEMP e a
      *                      varredura de EMPRESAS.dat (PG13MRGEMP)
      *                      usarem o calculo que ja existe em
      *                      CPF_CALC.COB (P-CNPJ-CALC-1/P-CNPJ-CALC-2)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CNPJDV.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
      * Pesos do algoritmo proprio do CNPJ (5..2 seguido de 9..2 para
      * o primeiro digito; 6..2 seguido de 9..2 para o segundo).
       01 WS-PESOS-CNPJ-1       PIC X(12) VALUE '543298765432'.
       01 FILLER REDEFINES WS-PESOS-CNPJ-1.
          03 WS-PESO-1          OCCURS 12 TIMES PIC 9(01).

       01 WS-PESOS-CNPJ-2       PIC X(13) VALUE '6543298765432'.
       01 FILLER REDEFINES WS-PESOS-CNPJ-2.
          03 WS-PESO-2          OCCURS 13 TIMES PIC 9(01).

       77 WS-CNPJ-BASE          PIC 9(12) VALUE ZEROS.
       77 WS-CNPJ-DV1           PIC 9(01) VALUE ZEROS.
       77 WS-CNPJ-DV2           PIC 9(01) VALUE ZEROS.
       77 WS-CNPJ-CALC-1        PIC 9(03) VALUE ZEROS.
       77 WS-CNPJ-CALC-2        PIC 9(03) VALUE ZEROS.
       77 WS-CNPJ-CURDGT        PIC 9(01) VALUE ZEROS.
       77 WS-CNPJ-FILLER        PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CNPJ           PIC 9(02) VALUE ZEROS.
       77 WS-QTD-IGUAIS         PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       COPY LK_CNPJDV.

       PROCEDURE DIVISION USING LK-CNPJ-AREA.
       MAIN-PROCEDURE.
            PERFORM P-CONFERE-CNPJ THRU P-CONFERE-CNPJ-FIM
            GOBACK
            .

      * Confere os dois digitos verificadores de LK-CNPJ-EMPRESA com
      * o mesmo calculo de CPF_CALC.COB, rejeitando tambem o CNPJ com
      * os 14 digitos iguais (passa na conta, mas nao e numero real).
       P-CONFERE-CNPJ.
            MOVE 'N' TO LK-CNPJ-VALIDO
            MOVE ZEROS TO WS-CNPJ-CALC-1 WS-CNPJ-CALC-2
            MOVE ZEROS TO WS-QTD-IGUAIS

            INSPECT LK-CNPJ-EMPRESA TALLYING
               WS-QTD-IGUAIS FOR ALL LK-CNPJ-EMPRESA(1:1)

            MOVE LK-CNPJ-EMPRESA(1:12)  TO WS-CNPJ-BASE
            MOVE LK-CNPJ-EMPRESA(13:1)  TO WS-CNPJ-DV1
            MOVE LK-CNPJ-EMPRESA(14:1)  TO WS-CNPJ-DV2

            PERFORM VARYING WS-IDX-CNPJ FROM 1 BY 1
                    UNTIL WS-IDX-CNPJ > 12
                MOVE WS-CNPJ-BASE(WS-IDX-CNPJ:1) TO WS-CNPJ-CURDGT

                COMPUTE WS-CNPJ-CALC-1 = WS-CNPJ-CALC-1 +
                        (WS-CNPJ-CURDGT * WS-PESO-1(WS-IDX-CNPJ))
            END-PERFORM

            DIVIDE WS-CNPJ-CALC-1 BY 11 GIVING WS-CNPJ-FILLER
                   REMAINDER WS-CNPJ-CALC-1

            COMPUTE WS-CNPJ-CALC-1 = 11 - WS-CNPJ-CALC-1

            IF WS-CNPJ-CALC-1 > 9 THEN
               COMPUTE WS-CNPJ-CALC-1 = 0
            END-IF

            PERFORM VARYING WS-IDX-CNPJ FROM 1 BY 1
                    UNTIL WS-IDX-CNPJ > 12
                MOVE WS-CNPJ-BASE(WS-IDX-CNPJ:1) TO WS-CNPJ-CURDGT

                COMPUTE WS-CNPJ-CALC-2 = WS-CNPJ-CALC-2 +
                        (WS-CNPJ-CURDGT * WS-PESO-2(WS-IDX-CNPJ))
            END-PERFORM

            MOVE WS-CNPJ-CALC-1(3:1) TO WS-CNPJ-CURDGT

            COMPUTE WS-CNPJ-CALC-2 = WS-CNPJ-CALC-2 +
                    (WS-CNPJ-CURDGT * WS-PESO-2(13))

            DIVIDE WS-CNPJ-CALC-2 BY 11 GIVING WS-CNPJ-FILLER
                   REMAINDER WS-CNPJ-CALC-2

            COMPUTE WS-CNPJ-CALC-2 = 11 - WS-CNPJ-CALC-2

            IF WS-CNPJ-CALC-2 > 9 THEN
               COMPUTE WS-CNPJ-CALC-2 = 0
            END-IF

            IF WS-QTD-IGUAIS NOT EQUAL 14
               AND WS-CNPJ-CALC-1 EQUAL WS-CNPJ-DV1
               AND WS-CNPJ-CALC-2 EQUAL WS-CNPJ-DV2 THEN
               MOVE 'S' TO LK-CNPJ-VALIDO
            END-IF
            .

       P-CONFERE-CNPJ-FIM.
       END PROGRAM PG13CNPJDV.
