      * Update: 02/09/2026 - Bloco de contatos ativos por filial, para
      *                      cada escritorio ver os seus numeros no
      *                      mesmo resumo
      * Update: 15/10/2026 - Coluna e total de suprimidos (lista de
      *                      nao contatar) no resumo de CONTROLE.dat
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - Bloco de rejeicoes em aberto e resolvidas
      *                      (reenviadas ou encerradas sem correcao)
      *                      de REJEITOS.dat, por rotina de origem,
      *                      conforme o tratamento na bancada
      *                      PG13TRTREJ
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13RELDIA.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-EXC-FS.

            SELECT REJEITOS ASSIGN TO ".\REJEITOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-REJ-FS.

            SELECT CONTATOS ASSIGN TO
                 '.\CONTATOS.dat'
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS SEQUENTIAL
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

       DATA DIVISION.
       FD EXCECOES.
       01 REG-EXCECAO           PIC X(80).

       FD REJEITOS.
          COPY FD_REJEI.

       FD CONTATOS.
          COPY FD_CONTT.

       77 WS-TOT-LIDOS          PIC 9(08) VALUE ZEROS.
       77 WS-TOT-GRAVADOS       PIC 9(08) VALUE ZEROS.
       77 WS-TOT-REJEITADOS     PIC 9(08) VALUE ZEROS.
       77 WS-TOT-SUPRIMIDOS     PIC 9(08) VALUE ZEROS.

      * Campos da linha de OTPT_CONTROLE.CSV depois do UNSTRING.
       77 WS-M365-ARQUIVO       PIC X(20) VALUE SPACES.
       77 WS-QTD-EXCECOES       PIC 9(06) VALUE ZEROS.
       77 WS-TOT-EXCECOES       PIC 9(08) VALUE ZEROS.

      * Situacao das rejeicoes de REJEITOS.dat por rotina de origem
      * (1 = carga noturna, 2 = alteracao em lote).
       77 WS-REJ-FS             PIC 9(02).
          88 REJ-OK           VALUE 0.

       01 WS-TABELA-REJEITOS.
          03 WS-REJ-LINHA OCCURS 2 TIMES.
             05 WS-REJ-ABERTOS    PIC 9(06).
             05 WS-REJ-REENVIADOS PIC 9(06).
             05 WS-REJ-ENCERRADOS PIC 9(06).
       77 WS-IDX-REJ            PIC 9(01) VALUE ZEROS.
       77 WS-TOT-REJ-ABERTOS    PIC 9(08) VALUE ZEROS.
       77 WS-TOT-REJ-RESOLVIDOS PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
            DISPLAY
             "*********************************************************"

            PERFORM P-RESUMO-REJEITOS THRU P-RESUMO-REJEITOS-FIM

            PERFORM P-END
           .

            SET EOF-OK  TO FALSE
            MOVE ZEROS   TO WS-QTD-ACHADOS
            MOVE ZEROS   TO WS-TOT-LIDOS WS-TOT-GRAVADOS
                            WS-TOT-REJEITADOS WS-TOT-SUPRIMIDOS

            DISPLAY
             "*********************************************************"

            IF CTL-OK THEN
               DISPLAY "PROGRAMA    HORA    LIDOS   GRAVADOS REJEITADOS"
                       " SUPRIMIDOS"

               PERFORM UNTIL EOF-OK
                   READ CONTROLE
                    NOT AT END
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
                  DISPLAY "TOTAL LIDOS: "      WS-TOT-LIDOS
                          "  GRAVADOS: "       WS-TOT-GRAVADOS
                          "  REJEITADOS: "     WS-TOT-REJEITADOS
                          "  SUPRIMIDOS: "     WS-TOT-SUPRIMIDOS
               END-IF
            ELSE
               DISPLAY "SEM CONTROLE.dat PARA LER (STATUS " WS-CTL-FS

       P-RESUMO-EXCECOES-FIM.

      * Conta as rejeicoes acumuladas em REJEITOS.dat (todas as
      * execucoes, nao so a ultima) pela situacao do tratamento na
      * bancada: em aberto, reenviadas e encerradas sem correcao.
       P-RESUMO-REJEITOS.
            SET EOF-OK TO FALSE
            INITIALIZE WS-TABELA-REJEITOS

            DISPLAY
             "*********************************************************"
            DISPLAY "TRATAMENTO DAS REJEICOES (REJEITOS.dat)"
            DISPLAY
             "*********************************************************"

            OPEN INPUT REJEITOS

            IF NOT REJ-OK THEN
               DISPLAY "  NENHUMA REJEICAO REGISTRADA."
               GO TO P-RESUMO-REJEITOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ REJEITOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF REJ-CARGA-NOTURNA THEN
                           MOVE 1 TO WS-IDX-REJ
                        ELSE
                           MOVE 2 TO WS-IDX-REJ
                        END-IF
                        EVALUATE TRUE
                            WHEN REJ-ABERTO
                               ADD 1 TO WS-REJ-ABERTOS(WS-IDX-REJ)
                            WHEN REJ-REENVIADO
                               ADD 1 TO WS-REJ-REENVIADOS(WS-IDX-REJ)
                            WHEN REJ-NAO-CORRIGIR
                               ADD 1 TO WS-REJ-ENCERRADOS(WS-IDX-REJ)
                        END-EVALUATE
                END-READ
            END-PERFORM

            CLOSE REJEITOS
            SET EOF-OK TO FALSE

            DISPLAY "ROTINA              ABERTAS  REENVIADAS  "
                    "ENCERRADAS"
            DISPLAY "CARGA NOTURNA       " WS-REJ-ABERTOS(1)
                    "   " WS-REJ-REENVIADOS(1)
                    "      " WS-REJ-ENCERRADOS(1)
            DISPLAY "ALTERACAO EM LOTE   " WS-REJ-ABERTOS(2)
                    "   " WS-REJ-REENVIADOS(2)
                    "      " WS-REJ-ENCERRADOS(2)
            COMPUTE WS-TOT-REJ-ABERTOS = WS-REJ-ABERTOS(1)
                                       + WS-REJ-ABERTOS(2)
            COMPUTE WS-TOT-REJ-RESOLVIDOS = WS-REJ-REENVIADOS(1)
                                          + WS-REJ-REENVIADOS(2)
                                          + WS-REJ-ENCERRADOS(1)
                                          + WS-REJ-ENCERRADOS(2)
            DISPLAY "REJEICOES EM ABERTO : " WS-TOT-REJ-ABERTOS
            DISPLAY "REJEICOES RESOLVIDAS: " WS-TOT-REJ-RESOLVIDOS
           .

       P-RESUMO-REJEITOS-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13RELDIA.
