      ****************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Analise por pergunta do banco da trilha de
      *          treinamento - le o TREINO_TENTATIVAS.dat gravado pelo
      *          PG18TREINA (uma linha por pergunta respondida) e
      *          imprime, pergunta por pergunta e agrupado pelo grupo
      *          de exercicio, quantas vezes foi feita, o percentual
      *          de acerto e as respostas erradas mais comuns,
      *          marcando para revisao do banco PERGUNTAS.dat as
      *          perguntas que quase todos erram (texto confuso ou
      *          resposta esperada errada) ou quase todos acertam
      *          (ANALISE_PERGUNTAS.LST). A pergunta e identificada
      *          pelo grupo, texto e resposta esperada, entao corrigir
      *          a resposta no banco comeca uma contagem nova.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG34ITENS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TENTATIVAS ASSIGN TO ".\TREINO_TENTATIVAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TEN-FS.

            SELECT RELATORIO ASSIGN TO ".\ANALISE_PERGUNTAS.LST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-REL-FS.

       DATA DIVISION.
       FILE SECTION.
      * Posicao 000 = pergunta fixa do grupo (banco sem pergunta para
      * ele); a resposta digitada fica em maiusculas, como e conferida.
       FD TENTATIVAS.
       01 REG-TENTATIVA.
          03 TEN-DATA          PIC 9(08).
          03 TEN-HORA          PIC 9(06).
          03 TEN-TREINANDO     PIC X(15).
          03 TEN-OPERADOR      PIC X(08).
          03 TEN-GRUPO         PIC X(10).
          03 TEN-SEQ           PIC 9(03).
          03 TEN-TEXTO         PIC X(60).
          03 TEN-ESPERADA      PIC X(20).
          03 TEN-RESPOSTA      PIC X(20).
          03 TEN-ACERTOU       PIC X(01).

       FD RELATORIO.
       01 REG-RELATORIO       PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-TEN-FS           PIC 9(02).
          88 TEN-OK         VALUE 0.

       77 WS-REL-FS           PIC 9(02).
          88 REL-OK         VALUE 0.

       77 WS-EOF              PIC X(01) VALUE 'N'.
          88 EOF-OK         VALUE 'S' FALSE 'N'.

       77 WS-RPT              PIC X(01) VALUE SPACE.

      * Filtro opcional por grupo de exercicio (em branco = todos).
       77 WS-GRUPO-FILTRO     PIC X(10) VALUE SPACES.

      * Regua da revisao: so pergunta feita pelo menos WS-MIN-VEZES
      * vezes e marcada; ate WS-PCT-BAIXO % de acerto quase todos
      * erram, a partir de WS-PCT-ALTO % quase todos acertam.
       77 WS-MIN-VEZES        PIC 9(03) VALUE 5.
       77 WS-PCT-BAIXO        PIC 9(03) VALUE 20.
       77 WS-PCT-ALTO         PIC 9(03) VALUE 95.

      * Uma entrada por pergunta (grupo + texto + resposta esperada),
      * na ordem em que aparecem no arquivo, com ate 10 respostas
      * erradas distintas; as demais somam em WS-IT-OUTROS.
       01 WS-TABELA-ITENS.
          02 WS-IT OCCURS 200 TIMES.
             03 WS-IT-GRUPO       PIC X(10).
             03 WS-IT-SEQ         PIC 9(03).
             03 WS-IT-TEXTO       PIC X(60).
             03 WS-IT-ESPERADA    PIC X(20).
             03 WS-IT-VEZES       PIC 9(05).
             03 WS-IT-ACERTOS     PIC 9(05).
             03 WS-IT-IMPRESSO    PIC X(01).
             03 WS-IT-QTD-ERR     PIC 9(02).
             03 WS-IT-OUTROS      PIC 9(05).
             03 WS-IT-ERR OCCURS 10 TIMES.
                05 WS-IT-ERR-RESP    PIC X(20).
                05 WS-IT-ERR-QTD     PIC 9(05).

       77 WS-QTD-ITENS        PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LIDAS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-IGNORADAS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REVISAR      PIC 9(03) VALUE ZEROS.

       77 WS-I                PIC 9(03) VALUE ZEROS.
       77 WS-J                PIC 9(03) VALUE ZEROS.
       77 WS-K                PIC 9(02) VALUE ZEROS.
       77 WS-ACHADO           PIC 9(03) VALUE ZEROS.
       77 WS-ERR-ACHADO       PIC 9(02) VALUE ZEROS.
       77 WS-GRUPO-ATUAL      PIC X(10) VALUE SPACES.

      * Tres respostas erradas mais comuns da pergunta.
       77 WS-TOP1             PIC 9(02) VALUE ZEROS.
       77 WS-TOP2             PIC 9(02) VALUE ZEROS.
       77 WS-TOP3             PIC 9(02) VALUE ZEROS.
       77 WS-TOP-ATUAL        PIC 9(02) VALUE ZEROS.
       77 WS-MAIOR            PIC 9(05) VALUE ZEROS.

       77 WS-PCT              PIC 9(03) VALUE ZEROS.
       77 WS-PCT-EDIT         PIC ZZ9.
       77 WS-VEZES-EDIT       PIC ZZZZ9.
       77 WS-ACERTOS-EDIT     PIC ZZZZ9.
       77 WS-QTD-EDIT         PIC ZZZZ9.
       77 WS-RESP-MOSTRA      PIC X(20) VALUE SPACES.
       77 WS-PONTEIRO         PIC 9(03) VALUE 1.

       77 WS-LINHA            PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       P-START.

            DISPLAY "***** ANALISE DAS PERGUNTAS DO TREINAMENTO *****"
            DISPLAY "GRUPO DE EXERCICIO (EM BRANCO = TODOS): "
            ACCEPT WS-GRUPO-FILTRO

            PERFORM P-CARREGA THRU P-CARREGA-FIM

            IF WS-QTD-ITENS EQUAL ZEROS
                DISPLAY "NENHUMA PERGUNTA RESPONDIDA REGISTRADA."
            ELSE
                PERFORM P-RELATORIO THRU P-RELATORIO-FIM
            END-IF

            PERFORM P-REPETE THRU P-REPETE-FIM.

       P-START-END.

      * Le as tentativas e acumula por pergunta.
       P-CARREGA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-ITENS WS-QTD-LIDAS WS-QTD-IGNORADAS
            INITIALIZE WS-TABELA-ITENS

            OPEN INPUT TENTATIVAS

            IF NOT TEN-OK
                DISPLAY "TREINO_TENTATIVAS.dat INDISPONIVEL."
                DISPLAY "Error ID: " WS-TEN-FS
                GO TO P-CARREGA-FIM
            END-IF

            PERFORM P-CARREGA-1 THRU P-CARREGA-1-FIM
                    UNTIL EOF-OK

            CLOSE TENTATIVAS.

       P-CARREGA-FIM.

       P-CARREGA-1.
            READ TENTATIVAS
                 AT END
                     SET EOF-OK TO TRUE
                     GO TO P-CARREGA-1-FIM
            END-READ

            IF WS-GRUPO-FILTRO NOT EQUAL SPACES
               AND TEN-GRUPO NOT EQUAL WS-GRUPO-FILTRO
                GO TO P-CARREGA-1-FIM
            END-IF

            ADD 1 TO WS-QTD-LIDAS

            MOVE ZEROS TO WS-ACHADO
            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-ITENS OR WS-ACHADO > 0
                IF WS-IT-GRUPO(WS-I) EQUAL TEN-GRUPO
                   AND WS-IT-TEXTO(WS-I) EQUAL TEN-TEXTO
                   AND WS-IT-ESPERADA(WS-I) EQUAL TEN-ESPERADA
                    MOVE WS-I TO WS-ACHADO
                END-IF
            END-PERFORM

            IF WS-ACHADO EQUAL ZEROS
                IF WS-QTD-ITENS >= 200
                    ADD 1 TO WS-QTD-IGNORADAS
                    GO TO P-CARREGA-1-FIM
                END-IF
                ADD 1 TO WS-QTD-ITENS
                MOVE WS-QTD-ITENS TO WS-ACHADO
                MOVE TEN-GRUPO    TO WS-IT-GRUPO(WS-ACHADO)
                MOVE TEN-TEXTO    TO WS-IT-TEXTO(WS-ACHADO)
                MOVE TEN-ESPERADA TO WS-IT-ESPERADA(WS-ACHADO)
                MOVE 'N'          TO WS-IT-IMPRESSO(WS-ACHADO)
            END-IF

      * Fica a posicao no banco da tentativa mais recente.
            MOVE TEN-SEQ TO WS-IT-SEQ(WS-ACHADO)
            ADD 1 TO WS-IT-VEZES(WS-ACHADO)

            IF TEN-ACERTOU EQUAL 'S'
                ADD 1 TO WS-IT-ACERTOS(WS-ACHADO)
            ELSE
                PERFORM P-CONTA-ERRO THRU P-CONTA-ERRO-FIM
            END-IF.

       P-CARREGA-1-FIM.

       P-CONTA-ERRO.
            MOVE ZEROS TO WS-ERR-ACHADO
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-IT-QTD-ERR(WS-ACHADO)
                          OR WS-ERR-ACHADO > 0
                IF WS-IT-ERR-RESP(WS-ACHADO, WS-K) EQUAL TEN-RESPOSTA
                    MOVE WS-K TO WS-ERR-ACHADO
                END-IF
            END-PERFORM

            IF WS-ERR-ACHADO EQUAL ZEROS
                IF WS-IT-QTD-ERR(WS-ACHADO) >= 10
                    ADD 1 TO WS-IT-OUTROS(WS-ACHADO)
                    GO TO P-CONTA-ERRO-FIM
                END-IF
                ADD 1 TO WS-IT-QTD-ERR(WS-ACHADO)
                MOVE WS-IT-QTD-ERR(WS-ACHADO) TO WS-ERR-ACHADO
                MOVE TEN-RESPOSTA
                     TO WS-IT-ERR-RESP(WS-ACHADO, WS-ERR-ACHADO)
            END-IF

            ADD 1 TO WS-IT-ERR-QTD(WS-ACHADO, WS-ERR-ACHADO).

       P-CONTA-ERRO-FIM.

      * Imprime as perguntas agrupadas pelo grupo de exercicio, na
      * ordem em que o grupo apareceu no arquivo.
       P-RELATORIO.
            MOVE ZEROS TO WS-QTD-REVISAR

            OPEN OUTPUT RELATORIO

            IF NOT REL-OK
                DISPLAY "ERRO AO GRAVAR ANALISE_PERGUNTAS.LST."
                DISPLAY "Error ID: " WS-REL-FS
                GO TO P-RELATORIO-FIM
            END-IF

            MOVE ALL '=' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE "ANALISE POR PERGUNTA - BANCO PERGUNTAS.dat"
                 TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE SPACES TO WS-LINHA
            STRING "REVISAR: FEITA " DELIMITED BY SIZE
                   WS-MIN-VEZES      DELIMITED BY SIZE
                   " VEZES OU MAIS, COM ATE " DELIMITED BY SIZE
                   WS-PCT-BAIXO      DELIMITED BY SIZE
                   "% OU A PARTIR DE " DELIMITED BY SIZE
                   WS-PCT-ALTO       DELIMITED BY SIZE
                   "% DE ACERTO"     DELIMITED BY SIZE
                   INTO WS-LINHA
            END-STRING
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE ALL '=' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-ITENS
                IF WS-IT-IMPRESSO(WS-I) EQUAL 'N'
                    MOVE WS-IT-GRUPO(WS-I) TO WS-GRUPO-ATUAL
                    MOVE SPACES TO WS-LINHA
                    PERFORM P-ESCREVE THRU P-ESCREVE-FIM
                    STRING "GRUPO " DELIMITED BY SIZE
                           WS-GRUPO-ATUAL DELIMITED BY SIZE
                           INTO WS-LINHA
                    END-STRING
                    PERFORM P-ESCREVE THRU P-ESCREVE-FIM
                    MOVE ALL '-' TO WS-LINHA
                    PERFORM P-ESCREVE THRU P-ESCREVE-FIM
                    PERFORM VARYING WS-J FROM WS-I BY 1
                            UNTIL WS-J > WS-QTD-ITENS
                        IF WS-IT-IMPRESSO(WS-J) EQUAL 'N'
                           AND WS-IT-GRUPO(WS-J) EQUAL WS-GRUPO-ATUAL
                            PERFORM P-IMPRIME-ITEM
                                    THRU P-IMPRIME-ITEM-FIM
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM

            MOVE ALL '=' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE SPACES TO WS-LINHA
            STRING "PERGUNTAS: "     DELIMITED BY SIZE
                   WS-QTD-ITENS      DELIMITED BY SIZE
                   "   RESPOSTAS: "  DELIMITED BY SIZE
                   WS-QTD-LIDAS      DELIMITED BY SIZE
                   "   A REVISAR: "  DELIMITED BY SIZE
                   WS-QTD-REVISAR    DELIMITED BY SIZE
                   INTO WS-LINHA
            END-STRING
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            IF WS-QTD-IGNORADAS > 0
                MOVE SPACES TO WS-LINHA
                STRING "RESPOSTAS FORA DA TABELA (MAIS DE 200 "
                                     DELIMITED BY SIZE
                       "PERGUNTAS): " DELIMITED BY SIZE
                       WS-QTD-IGNORADAS DELIMITED BY SIZE
                       INTO WS-LINHA
                END-STRING
                PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            END-IF

            CLOSE RELATORIO

            DISPLAY "RELATORIO GRAVADO EM ANALISE_PERGUNTAS.LST".

       P-RELATORIO-FIM.

      * Tres linhas por pergunta: posicao e texto; resposta esperada,
      * vezes, acertos e a marca de revisao; erros mais comuns.
       P-IMPRIME-ITEM.
            MOVE 'S' TO WS-IT-IMPRESSO(WS-J)

            COMPUTE WS-PCT ROUNDED =
                    WS-IT-ACERTOS(WS-J) * 100 / WS-IT-VEZES(WS-J)

            MOVE SPACES TO WS-LINHA
            STRING "POS "              DELIMITED BY SIZE
                   WS-IT-SEQ(WS-J)     DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   WS-IT-TEXTO(WS-J)   DELIMITED BY SIZE
                   INTO WS-LINHA
            END-STRING
            IF WS-IT-SEQ(WS-J) EQUAL ZEROS
                MOVE "FIXA" TO WS-LINHA(1:7)
            END-IF
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            MOVE WS-IT-VEZES(WS-J)   TO WS-VEZES-EDIT
            MOVE WS-IT-ACERTOS(WS-J) TO WS-ACERTOS-EDIT
            MOVE WS-PCT              TO WS-PCT-EDIT

            MOVE SPACES TO WS-LINHA
            STRING "     ESPERADA: "   DELIMITED BY SIZE
                   WS-IT-ESPERADA(WS-J) DELIMITED BY SIZE
                   " VEZES: "          DELIMITED BY SIZE
                   WS-VEZES-EDIT       DELIMITED BY SIZE
                   " ACERTOS: "        DELIMITED BY SIZE
                   WS-ACERTOS-EDIT     DELIMITED BY SIZE
                   " ("                DELIMITED BY SIZE
                   WS-PCT-EDIT         DELIMITED BY SIZE
                   "%)"                DELIMITED BY SIZE
                   INTO WS-LINHA
            END-STRING

            IF WS-IT-VEZES(WS-J) >= WS-MIN-VEZES
                IF WS-PCT <= WS-PCT-BAIXO
                    MOVE "*** REVISAR: QUASE TODOS ERRAM - TEXTO/"
                       & "RESPOSTA ESPERADA?" TO WS-LINHA(74:59)
                    ADD 1 TO WS-QTD-REVISAR
                END-IF
                IF WS-PCT >= WS-PCT-ALTO
                    MOVE "*** REVISAR: QUASE TODOS ACERTAM - FACIL "
                       & "DEMAIS?" TO WS-LINHA(74:59)
                    ADD 1 TO WS-QTD-REVISAR
                END-IF
            ELSE
                MOVE "(POUCAS RESPOSTAS PARA AVALIAR)"
                     TO WS-LINHA(74:59)
            END-IF
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            IF WS-IT-QTD-ERR(WS-J) EQUAL ZEROS
                GO TO P-IMPRIME-ITEM-FIM
            END-IF

            PERFORM P-TOP-ERROS THRU P-TOP-ERROS-FIM

            MOVE SPACES TO WS-LINHA
            MOVE "     ERROS MAIS COMUNS: " TO WS-LINHA
            MOVE 25 TO WS-PONTEIRO
            MOVE WS-TOP1 TO WS-TOP-ATUAL
            PERFORM P-MOSTRA-ERRO THRU P-MOSTRA-ERRO-FIM
            MOVE WS-TOP2 TO WS-TOP-ATUAL
            PERFORM P-MOSTRA-ERRO THRU P-MOSTRA-ERRO-FIM
            MOVE WS-TOP3 TO WS-TOP-ATUAL
            PERFORM P-MOSTRA-ERRO THRU P-MOSTRA-ERRO-FIM

            IF WS-IT-OUTROS(WS-J) > 0
                MOVE WS-IT-OUTROS(WS-J) TO WS-QTD-EDIT
                STRING "OUTRAS ("          DELIMITED BY SIZE
                       FUNCTION TRIM(WS-QTD-EDIT) DELIMITED BY SIZE
                       ")"                 DELIMITED BY SIZE
                       INTO WS-LINHA
                       WITH POINTER WS-PONTEIRO
                END-STRING
            END-IF
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM.

       P-IMPRIME-ITEM-FIM.

      * Escolhe as tres respostas erradas mais frequentes da pergunta
      * WS-J (zero quando nao ha tantas).
       P-TOP-ERROS.
            MOVE ZEROS TO WS-TOP1 WS-TOP2 WS-TOP3

            MOVE ZEROS TO WS-MAIOR
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-IT-QTD-ERR(WS-J)
                IF WS-IT-ERR-QTD(WS-J, WS-K) > WS-MAIOR
                    MOVE WS-IT-ERR-QTD(WS-J, WS-K) TO WS-MAIOR
                    MOVE WS-K TO WS-TOP1
                END-IF
            END-PERFORM

            MOVE ZEROS TO WS-MAIOR
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-IT-QTD-ERR(WS-J)
                IF WS-K NOT EQUAL WS-TOP1
                   AND WS-IT-ERR-QTD(WS-J, WS-K) > WS-MAIOR
                    MOVE WS-IT-ERR-QTD(WS-J, WS-K) TO WS-MAIOR
                    MOVE WS-K TO WS-TOP2
                END-IF
            END-PERFORM

            MOVE ZEROS TO WS-MAIOR
            PERFORM VARYING WS-K FROM 1 BY 1
                    UNTIL WS-K > WS-IT-QTD-ERR(WS-J)
                IF WS-K NOT EQUAL WS-TOP1
                   AND WS-K NOT EQUAL WS-TOP2
                   AND WS-IT-ERR-QTD(WS-J, WS-K) > WS-MAIOR
                    MOVE WS-IT-ERR-QTD(WS-J, WS-K) TO WS-MAIOR
                    MOVE WS-K TO WS-TOP3
                END-IF
            END-PERFORM.

       P-TOP-ERROS-FIM.

       P-MOSTRA-ERRO.
            IF WS-TOP-ATUAL EQUAL ZEROS
                GO TO P-MOSTRA-ERRO-FIM
            END-IF

            MOVE WS-IT-ERR-RESP(WS-J, WS-TOP-ATUAL) TO WS-RESP-MOSTRA
            IF WS-RESP-MOSTRA EQUAL SPACES
                MOVE "(EM BRANCO)" TO WS-RESP-MOSTRA
            END-IF
            MOVE WS-IT-ERR-QTD(WS-J, WS-TOP-ATUAL) TO WS-QTD-EDIT

            STRING FUNCTION TRIM(WS-RESP-MOSTRA) DELIMITED BY SIZE
                   " ("                DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QTD-EDIT) DELIMITED BY SIZE
                   ")  "               DELIMITED BY SIZE
                   INTO WS-LINHA
                   WITH POINTER WS-PONTEIRO
            END-STRING.

       P-MOSTRA-ERRO-FIM.

       P-ESCREVE.
            DISPLAY WS-LINHA
            MOVE WS-LINHA TO REG-RELATORIO
            WRITE REG-RELATORIO.

       P-ESCREVE-FIM.

       P-REPETE.
            DISPLAY 'REPETIR OPERACAO? (Y/N)'
            ACCEPT WS-RPT

            IF WS-RPT IS EQUAL 'Y' OR WS-RPT IS EQUAL 'y'
                PERFORM P-START THRU P-START-END.

            STOP RUN.

       P-REPETE-FIM.

       END PROGRAM PG34ITENS.
