      *          contra os contatos existentes. O veredito VERDE ou
      *          VERMELHO sai na tela e o detalhe vai para
      *          SAUDE_RPT.LST pelo formatador comum PG13PRTFMT.
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - Lembretes de recertificacao do PG13RECERT
      *                      (SEGUIMENTO.dat com contato 000000) sao
      *                      contados a parte e nao como orfaos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13SAUDE.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

      * Os arquivos sequenciais sao conferidos um a um pelo mesmo

       77 WS-QTD-NOTAS-LIDAS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEG-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEG-INTERNOS   PIC 9(06) VALUE ZEROS.

       COPY LK_PRTFMT.

           EXIT.

      * Conferencia referencial: todo SEG-ID-CONTATO precisa apontar
      * para um contato existente em CONTATOS.dat. Contato 000000 e
      * lembrete interno (recertificacao do PG13RECERT), sem contato
      * por definicao: e so contado.
       P-CONFERE-SEGUIMENTO.
            SET EOF-OK TO FALSE
            SET FS-OK  TO TRUE
            MOVE ZEROS TO WS-QTD-SEG-ORFAOS WS-QTD-SEG-LIDOS
                          WS-QTD-SEG-INTERNOS

            OPEN INPUT CONTATOS
            OPEN INPUT SEGUIMENTO
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-SEG-LIDOS
                        IF SEG-ID-CONTATO EQUAL ZEROS THEN
                           ADD 1 TO WS-QTD-SEG-INTERNOS
                        ELSE
                           PERFORM P-CONFERE-1-SEGUIMENTO
                                   THRU P-CONFERE-1-SEGUIMENTO-FIM
                        END-IF
                END-READ
            END-PERFORM

                   WS-QTD-SEG-LIDOS       DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE SPACES TO LK-PRT-LINHA
            STRING 'LEMBRETES INTERNOS (SEM CONTATO): '
                                          DELIMITED BY SIZE
                   WS-QTD-SEG-INTERNOS    DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-CONFERE-SEGUIMENTO-FIM.
           EXIT.

       P-CONFERE-1-SEGUIMENTO.
            MOVE SEG-ID-CONTATO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                     ADD 1 TO WS-QTD-SEG-ORFAOS
                     MOVE SPACES TO LK-PRT-LINHA
                     STRING 'SEGUIMENTO ORFAO: CONTATO '
                                        DELIMITED BY SIZE
                            SEG-ID-CONTATO
                                        DELIMITED BY SIZE
                            ' NAO EXISTE'
                                        DELIMITED BY SIZE
                         INTO LK-PRT-LINHA
                     PERFORM P-IMPRIME
                             THRU P-IMPRIME-FIM
             NOT INVALID KEY
                     CONTINUE
            END-READ
           .

       P-CONFERE-1-SEGUIMENTO-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
