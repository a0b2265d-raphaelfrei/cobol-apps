      *                      CALC16_LOTE.dat pelos modos novos A, B e
      *                      C (o C leva o numero de periodos na
      *                      quarta coluna)
      * Update: 15/10/2026 - Modo de cambio: converte um valor entre
      *                      BRL e as moedas de CALC16_CAMBIO.dat
      *                      (moeda, data, compra e venda por linha)
      *                      pela cotacao da data escolhida (a mais
      *                      recente, se nao informada), mostra a
      *                      cotacao e a data usadas, grava a conversao
      *                      na fita CALC16_LOG.dat e e aceito no lote
      *                      CALC16_LOTE.dat pelo modo D; cotacao
      *                      ausente na data pedida e rejeitada, nunca
      *                      trocada por outra data
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG16CALC.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-SAIDA-FS.

            SELECT CALC-CAMBIO ASSIGN TO ".\CALC16_CAMBIO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CAMBIO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CALC-LOG.
       FD CALC-SAIDA.
       01 REG-CALC-SAIDA           PIC X(60).

       FD CALC-CAMBIO.
       01 REG-CALC-CAMBIO          PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-MODO                  PIC X(01).

          88 FIN-ESTOUROU        VALUE 'S'.
       77 WS-LOTE-N3               PIC X(12) VALUE SPACES.

      * Modo de cambio: cada linha de CALC16_CAMBIO.dat traz uma
      * cotacao (moeda,data AAAAMMDD,compra,venda), em reais por
      * unidade da moeda. Da moeda para o real vale a taxa de compra;
      * do real para a moeda, a de venda. Data zero pede a cotacao
      * mais recente da moeda; uma data informada tem de existir no
      * arquivo.
       77 WS-CAMBIO-FS             PIC 9(02).
          88 CAMBIO-OK           VALUE 0.

       77 WS-EOF-CAMBIO            PIC X(01) VALUE 'N'.
          88 EOF-CAMBIO          VALUE 'S' FALSE 'N'.

       77 WS-CAMBIO-MOEDA          PIC X(03) VALUE SPACES.
       77 WS-CAMBIO-SENTIDO        PIC X(01) VALUE SPACE.
          88 CAMBIO-PARA-REAL    VALUE '1'.
          88 CAMBIO-DO-REAL      VALUE '2'.
       77 WS-CAMBIO-DATA-PEDIDA    PIC 9(08) VALUE ZEROS.
       77 WS-CAMBIO-DATA-USADA     PIC 9(08) VALUE ZEROS.
       77 WS-CAMBIO-COMPRA         PIC 9(03)V9(06) VALUE ZEROS.
       77 WS-CAMBIO-VENDA          PIC 9(03)V9(06) VALUE ZEROS.
       77 WS-CAMBIO-TAXA           PIC 9(03)V9(06) VALUE ZEROS.
       77 WS-CAMBIO-TIPO-TAXA      PIC X(06) VALUE SPACES.
       77 WS-CAMBIO-DE             PIC X(03) VALUE SPACES.
       77 WS-CAMBIO-PARA           PIC X(03) VALUE SPACES.

       77 WS-CAMBIO-MOEDA-ACHADA   PIC X(01) VALUE 'N'.
          88 MOEDA-ACHADA        VALUE 'S'.

       77 WS-CAMBIO-ERRO           PIC X(01) VALUE 'N'.
          88 CAMBIO-COM-ERRO     VALUE 'S'.
       77 WS-CAMBIO-MSG            PIC X(60) VALUE SPACES.

       77 WS-ARQ-MOEDA             PIC X(03) VALUE SPACES.
       77 WS-ARQ-DATA              PIC X(08) VALUE SPACES.
       77 WS-ARQ-DATA-NUM REDEFINES WS-ARQ-DATA
                                   PIC 9(08).
       77 WS-ARQ-COMPRA            PIC X(12) VALUE SPACES.
       77 WS-ARQ-VENDA             PIC X(12) VALUE SPACES.

       77 WS-ED-TAXA               PIC ZZ9.999999.
       77 WS-LINHA-CAMBIO          PIC X(60) VALUE SPACES.
       77 WS-LOTE-N4               PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY "<7> para lote (CALC16_LOTE.dat)"
            DISPLAY "<8> para expressao (ex: 15+9/4*2)"
            DISPLAY "<9> para financeiro (percentual/juros)"
            DISPLAY "<0> para cambio (BRL e moedas estrangeiras)"
            DISPLAY "*************************************************"
            ACCEPT WS-MODO

            IF WS-MODO NOT EQUAL "5" AND WS-MODO NOT EQUAL "6"
                                     AND WS-MODO NOT EQUAL "7"
                                     AND WS-MODO NOT EQUAL "8"
                                     AND WS-MODO NOT EQUAL "9"
                                     AND WS-MODO NOT EQUAL "0" THEN
               DISPLAY "Insira o primeiro numero:"
               ACCEPT WS-NUM-1

                   WHEN "9"
                       PERFORM PROC-FINANCEIRO
                               THRU PROC-FINANCEIRO-END
                   WHEN "0"
                       PERFORM PROC-CAMBIO
                               THRU PROC-CAMBIO-END
                   WHEN OTHER
                       DISPLAY "Valor Invalido!"
                       PERFORM MAIN-PROCEDURE
      * linhas de rejeicao em vez de derrubar o restante do arquivo.
       PROC-EXECUTA-1-LOTE.
            MOVE SPACES TO WS-LOTE-MODO WS-LOTE-N1 WS-LOTE-N2
                           WS-LOTE-N3 WS-LOTE-N4

            UNSTRING REG-CALC-LOTE DELIMITED BY ','
                INTO WS-LOTE-MODO WS-LOTE-N1 WS-LOTE-N2 WS-LOTE-N3
                     WS-LOTE-N4

            MOVE FUNCTION NUMVAL(WS-LOTE-N1) TO WS-NUM-1
            MOVE FUNCTION NUMVAL(WS-LOTE-N2) TO WS-NUM-2
                       PERFORM PROC-GRAVA-SAIDA
                               THRU PROC-GRAVA-SAIDA-END
                    END-IF
      * Cambio: D,valor,moeda,sentido (1 = moeda para BRL, 2 = BRL
      * para moeda),data da cotacao (vazia = a mais recente).
                WHEN "D"
                    MOVE WS-LOTE-N2 TO WS-CAMBIO-MOEDA
                    MOVE WS-LOTE-N3 TO WS-CAMBIO-SENTIDO
                    IF WS-LOTE-N4 EQUAL SPACES THEN
                       MOVE ZEROS TO WS-CAMBIO-DATA-PEDIDA
                    ELSE
                       MOVE FUNCTION NUMVAL(WS-LOTE-N4)
                            TO WS-CAMBIO-DATA-PEDIDA
                    END-IF
                    PERFORM PROC-CAMBIO-CONVERTE
                            THRU PROC-CAMBIO-CONVERTE-END
                    IF CAMBIO-COM-ERRO THEN
                       ADD 1 TO WS-QTD-REJEITADOS
                       MOVE WS-CAMBIO-MSG TO WS-LINHA-SAIDA
                    ELSE
                       ADD 1 TO WS-QTD-PROCESSADOS
                       PERFORM GRAVA-LOG-CAMBIO
                               THRU GRAVA-LOG-CAMBIO-END
                       MOVE WS-LINHA-CAMBIO TO WS-LINHA-SAIDA
                    END-IF
                    MOVE WS-LINHA-SAIDA TO REG-CALC-SAIDA
                    WRITE REG-CALC-SAIDA
                WHEN OTHER
                    ADD 1 TO WS-QTD-REJEITADOS
                    STRING "MODO INVALIDO: " DELIMITED BY SIZE
            .
       PROC-FIN-JUROS-END.

      * Modo de cambio da tela: pede moeda, sentido, valor e data da
      * cotacao e converte pela mesma rotina do modo D do lote.
       PROC-CAMBIO.
            DISPLAY "Moeda (ex: USD, EUR):"
            ACCEPT WS-CAMBIO-MOEDA
            DISPLAY "<1> da moeda para BRL (taxa de compra)"
            DISPLAY "<2> de BRL para a moeda (taxa de venda)"
            ACCEPT WS-CAMBIO-SENTIDO
            DISPLAY "Valor:"
            ACCEPT WS-NUM-1
            DISPLAY "Data da cotacao (AAAAMMDD, 0 = a mais recente):"
            ACCEPT WS-CAMBIO-DATA-PEDIDA

            PERFORM PROC-CAMBIO-CONVERTE THRU PROC-CAMBIO-CONVERTE-END

            IF CAMBIO-COM-ERRO THEN
               DISPLAY FUNCTION TRIM(WS-CAMBIO-MSG)
            ELSE
               MOVE WS-CAMBIO-TAXA TO WS-ED-TAXA
               MOVE WS-NUM-1       TO WS-ED-N1
               MOVE WS-RESULT      TO WS-ED-RS
               DISPLAY "Cotacao usada: " WS-CAMBIO-MOEDA " de "
                       WS-CAMBIO-DATA-USADA(7:2) "/"
                       WS-CAMBIO-DATA-USADA(5:2) "/"
                       WS-CAMBIO-DATA-USADA(1:4) " - "
                       WS-CAMBIO-TIPO-TAXA " " WS-ED-TAXA
               DISPLAY WS-CAMBIO-DE " " WS-ED-N1 " = "
                       WS-CAMBIO-PARA " " WS-ED-RS

               PERFORM GRAVA-LOG-CAMBIO THRU GRAVA-LOG-CAMBIO-END
            END-IF
            .
       PROC-CAMBIO-END.

      * Converte WS-NUM-1 pela cotacao da moeda na data pedida e monta
      * a linha da fita; qualquer falta (arquivo, moeda, data) sai em
      * WS-CAMBIO-MSG com WS-CAMBIO-ERRO ligado e nada e convertido.
       PROC-CAMBIO-CONVERTE.
            MOVE 'N' TO WS-CAMBIO-ERRO
            MOVE SPACES TO WS-CAMBIO-MSG WS-LINHA-CAMBIO
            MOVE FUNCTION UPPER-CASE(WS-CAMBIO-MOEDA)
                 TO WS-CAMBIO-MOEDA

            IF NOT CAMBIO-PARA-REAL AND NOT CAMBIO-DO-REAL THEN
               MOVE 'S' TO WS-CAMBIO-ERRO
               MOVE "SENTIDO DO CAMBIO INVALIDO (1 OU 2)"
                    TO WS-CAMBIO-MSG
               GO TO PROC-CAMBIO-CONVERTE-END
            END-IF

            IF WS-CAMBIO-MOEDA EQUAL SPACES
               OR WS-CAMBIO-MOEDA EQUAL "BRL" THEN
               MOVE 'S' TO WS-CAMBIO-ERRO
               MOVE "INFORME A MOEDA ESTRANGEIRA (EX: USD)"
                    TO WS-CAMBIO-MSG
               GO TO PROC-CAMBIO-CONVERTE-END
            END-IF

            PERFORM PROC-CAMBIO-COTACAO THRU PROC-CAMBIO-COTACAO-END

            IF CAMBIO-COM-ERRO THEN
               GO TO PROC-CAMBIO-CONVERTE-END
            END-IF

            IF CAMBIO-PARA-REAL THEN
               MOVE WS-CAMBIO-COMPRA TO WS-CAMBIO-TAXA
               MOVE "COMPRA"         TO WS-CAMBIO-TIPO-TAXA
               MOVE WS-CAMBIO-MOEDA  TO WS-CAMBIO-DE
               MOVE "BRL"            TO WS-CAMBIO-PARA
               COMPUTE WS-RESULT ROUNDED =
                       WS-NUM-1 * WS-CAMBIO-TAXA
                   ON SIZE ERROR
                       MOVE 'S' TO WS-CAMBIO-ERRO
               END-COMPUTE
            ELSE
               MOVE WS-CAMBIO-VENDA  TO WS-CAMBIO-TAXA
               MOVE "VENDA"          TO WS-CAMBIO-TIPO-TAXA
               MOVE "BRL"            TO WS-CAMBIO-DE
               MOVE WS-CAMBIO-MOEDA  TO WS-CAMBIO-PARA
               COMPUTE WS-RESULT ROUNDED =
                       WS-NUM-1 / WS-CAMBIO-TAXA
                   ON SIZE ERROR
                       MOVE 'S' TO WS-CAMBIO-ERRO
               END-COMPUTE
            END-IF

            IF CAMBIO-COM-ERRO THEN
               STRING "CONVERSAO ESTOUROU O CAMPO OU TAXA ZERADA: "
                                            DELIMITED BY SIZE
                      WS-CAMBIO-MOEDA       DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-CAMBIO-DATA-USADA  DELIMITED BY SIZE
                      INTO WS-CAMBIO-MSG
               END-STRING
               GO TO PROC-CAMBIO-CONVERTE-END
            END-IF

            MOVE WS-CAMBIO-TAXA TO WS-ED-TAXA
            MOVE WS-NUM-1       TO WS-ED-N1
            MOVE WS-RESULT      TO WS-ED-RS

            STRING "CAMBIO,"             DELIMITED BY SIZE
                   WS-CAMBIO-DE          DELIMITED BY SIZE
                   ">"                   DELIMITED BY SIZE
                   WS-CAMBIO-PARA        DELIMITED BY SIZE
                   ","                   DELIMITED BY SIZE
                   WS-CAMBIO-DATA-USADA  DELIMITED BY SIZE
                   ","                   DELIMITED BY SIZE
                   WS-ED-TAXA            DELIMITED BY SIZE
                   ","                   DELIMITED BY SIZE
                   WS-ED-N1              DELIMITED BY SIZE
                   ","                   DELIMITED BY SIZE
                   WS-ED-RS              DELIMITED BY SIZE
                   INTO WS-LINHA-CAMBIO
            END-STRING
            .
       PROC-CAMBIO-CONVERTE-END.

      * Procura a cotacao em CALC16_CAMBIO.dat: com data pedida, so a
      * linha daquela data serve; sem data, fica a mais recente da
      * moeda. Linhas de outras moedas ou sem data valida sao puladas.
       PROC-CAMBIO-COTACAO.
            MOVE 'N'   TO WS-CAMBIO-MOEDA-ACHADA
            MOVE ZEROS TO WS-CAMBIO-DATA-USADA
                          WS-CAMBIO-COMPRA
                          WS-CAMBIO-VENDA
            SET EOF-CAMBIO TO FALSE

            OPEN INPUT CALC-CAMBIO

            IF NOT CAMBIO-OK THEN
               MOVE 'S' TO WS-CAMBIO-ERRO
               STRING "ERRO AO ABRIR CALC16_CAMBIO.dat - Error ID: "
                                       DELIMITED BY SIZE
                      WS-CAMBIO-FS     DELIMITED BY SIZE
                      INTO WS-CAMBIO-MSG
               END-STRING
               GO TO PROC-CAMBIO-COTACAO-END
            END-IF

            PERFORM PROC-LE-1-CAMBIO THRU PROC-LE-1-CAMBIO-END
                    UNTIL EOF-CAMBIO

            CLOSE CALC-CAMBIO

            IF NOT MOEDA-ACHADA THEN
               MOVE 'S' TO WS-CAMBIO-ERRO
               STRING "SEM COTACOES PARA A MOEDA " DELIMITED BY SIZE
                      WS-CAMBIO-MOEDA              DELIMITED BY SIZE
                      INTO WS-CAMBIO-MSG
               END-STRING
            ELSE
               IF WS-CAMBIO-DATA-USADA EQUAL ZEROS THEN
                  MOVE 'S' TO WS-CAMBIO-ERRO
                  STRING "SEM COTACAO DE "       DELIMITED BY SIZE
                         WS-CAMBIO-MOEDA         DELIMITED BY SIZE
                         " EM "                  DELIMITED BY SIZE
                         WS-CAMBIO-DATA-PEDIDA   DELIMITED BY SIZE
                         INTO WS-CAMBIO-MSG
                  END-STRING
               END-IF
            END-IF
            .
       PROC-CAMBIO-COTACAO-END.

       PROC-LE-1-CAMBIO.
            READ CALC-CAMBIO
                 AT END
                     SET EOF-CAMBIO TO TRUE
                 NOT AT END
                     PERFORM PROC-AVALIA-1-CAMBIO
                             THRU PROC-AVALIA-1-CAMBIO-END
            END-READ
            .
       PROC-LE-1-CAMBIO-END.

       PROC-AVALIA-1-CAMBIO.
            MOVE SPACES TO WS-ARQ-MOEDA WS-ARQ-DATA
                           WS-ARQ-COMPRA WS-ARQ-VENDA

            UNSTRING REG-CALC-CAMBIO DELIMITED BY ','
                INTO WS-ARQ-MOEDA WS-ARQ-DATA
                     WS-ARQ-COMPRA WS-ARQ-VENDA

            IF FUNCTION UPPER-CASE(WS-ARQ-MOEDA)
               NOT EQUAL WS-CAMBIO-MOEDA
               OR WS-ARQ-DATA NOT NUMERIC THEN
               GO TO PROC-AVALIA-1-CAMBIO-END
            END-IF

            MOVE 'S' TO WS-CAMBIO-MOEDA-ACHADA

            IF WS-CAMBIO-DATA-PEDIDA EQUAL ZEROS THEN
               IF WS-ARQ-DATA-NUM NOT > WS-CAMBIO-DATA-USADA THEN
                  GO TO PROC-AVALIA-1-CAMBIO-END
               END-IF
            ELSE
               IF WS-ARQ-DATA-NUM NOT EQUAL WS-CAMBIO-DATA-PEDIDA THEN
                  GO TO PROC-AVALIA-1-CAMBIO-END
               END-IF
            END-IF

            MOVE WS-ARQ-DATA-NUM TO WS-CAMBIO-DATA-USADA
            MOVE FUNCTION NUMVAL(WS-ARQ-COMPRA) TO WS-CAMBIO-COMPRA
            MOVE FUNCTION NUMVAL(WS-ARQ-VENDA)  TO WS-CAMBIO-VENDA
            .
       PROC-AVALIA-1-CAMBIO-END.
           EXIT.

      * A conversao entra na fita CALC16_LOG.dat com o sentido, a data
      * e a taxa da cotacao usada, o valor e o resultado.
       GRAVA-LOG-CAMBIO.
            OPEN EXTEND CALC-LOG
            IF LOG-NOVO THEN
               OPEN OUTPUT CALC-LOG
            END-IF

            IF LOG-OK THEN
               MOVE WS-LINHA-CAMBIO TO REG-CALC-LOG
               WRITE REG-CALC-LOG
            ELSE
               DISPLAY "ERRO AO GRAVAR O LOG."
               DISPLAY "Error ID: " WS-LOG-FS
            END-IF

            CLOSE CALC-LOG
            .
       GRAVA-LOG-CAMBIO-END.

       PROC-ENCERRAR.
            STOP RUN.
       END PROGRAM PG16CALC.
