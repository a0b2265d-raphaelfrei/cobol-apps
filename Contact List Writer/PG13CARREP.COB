      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Carteira por representante - para cada representante
      *          carimbado nos contatos ativos de CONTATOS.dat pela
      *          atribuicao de territorios (PG13ATRTER), a quantidade
      *          de contatos por TP-CONTATO e a distribuicao regional
      *          por UF e cidade (do primeiro endereco do contato em
      *          ENDERECOS.dat). Os contatos ainda sem representante
      *          saem num bloco proprio. Saida em CARTEIRA.LST pelo
      *          formatador comum.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CARREP.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

            SELECT ENDERECOS ASSIGN TO ".\ENDERECOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-END-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD ENDERECOS.
          COPY FD_ENDER.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-END-FS             PIC 9(02).
          88 END-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-REP-FILTRO         PIC X(08) VALUE SPACES.

      * Primeiro endereco (menor sequencia) de cada contato.
       01 WS-TABELA-ENDERECOS.
          03 WS-END-LINHA OCCURS 5000 TIMES.
             05 WS-END-ID          PIC 9(06).
             05 WS-END-SEQ         PIC 9(01).
             05 WS-END-UF          PIC X(02).
             05 WS-END-CIDADE      PIC X(20).

       77 WS-QTD-ENDERECOS      PIC 9(04) VALUE ZEROS.
       77 WS-IDX-END            PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU-END          PIC 9(04) VALUE ZEROS.
       77 WS-ID-BUSCA           PIC 9(06) VALUE ZEROS.

      * Regiao do contato corrente.
       77 WS-UF                 PIC X(02) VALUE SPACES.
       77 WS-CIDADE             PIC X(20) VALUE SPACES.

      * Carteira de cada representante, na ordem em que aparece nos
      * contatos; as quantidades por tipo seguem a ordem de
      * WS-NOME-TIPO (a ultima e a dos tipos fora da lista).
       01 WS-TIPOS.
          03 FILLER PIC X(11) VALUE 'CLIENTE'.
          03 FILLER PIC X(11) VALUE 'FORNECEDOR'.
          03 FILLER PIC X(11) VALUE 'FUNCIONARIO'.
          03 FILLER PIC X(11) VALUE 'OUTROS'.

       01 FILLER REDEFINES WS-TIPOS.
          03 WS-NOME-TIPO OCCURS 4 TIMES PIC X(11).

       77 WS-IDX-TIPO           PIC 9(01) VALUE ZEROS.

       01 WS-TABELA-REPRES.
          03 WS-REP-LINHA OCCURS 100 TIMES.
             05 WS-REP-ID          PIC X(08).
             05 WS-REP-QTD         PIC 9(06).
             05 WS-REP-QTD-TIPO OCCURS 4 TIMES PIC 9(06).

       77 WS-QTD-REPRES         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-REP            PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-REP          PIC 9(03) VALUE ZEROS.

      * Distribuicao regional: por UF e por cidade dentro da UF, de
      * cada representante.
       01 WS-TABELA-UFS.
          03 WS-UF-LINHA OCCURS 1000 TIMES.
             05 WS-UF-REP          PIC 9(03).
             05 WS-UF-SIGLA        PIC X(02).
             05 WS-UF-QTD          PIC 9(06).

       77 WS-QTD-UFS            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-UF             PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU-UF           PIC 9(04) VALUE ZEROS.

       01 WS-TABELA-CIDADES.
          03 WS-CID-LINHA OCCURS 3000 TIMES.
             05 WS-CID-REP         PIC 9(03).
             05 WS-CID-UF          PIC X(02).
             05 WS-CID-NOME        PIC X(20).
             05 WS-CID-QTD         PIC 9(06).

       77 WS-QTD-CIDADES        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-CID            PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU-CID          PIC 9(04) VALUE ZEROS.

       77 WS-DESC-REP           PIC X(16) VALUE SPACES.
       77 WS-QTD-EDIT           PIC ZZZZZ9.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ATIVOS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-REPRES     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FORA-TABELA    PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_PRTFMT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** CARTEIRA POR REPRESENTANTE *****"

            DISPLAY "Somente o representante (em branco = todos): "
            ACCEPT WS-REP-FILTRO

            PERFORM P-CARREGA-ENDERECOS THRU P-CARREGA-ENDERECOS-FIM
            PERFORM P-ACUMULA THRU P-ACUMULA-FIM

            IF WS-QTD-LIDOS > ZEROS THEN
               PERFORM P-RELATORIO THRU P-RELATORIO-FIM
            END-IF

            PERFORM P-END
           .

      * Guarda, para cada contato, o endereco de menor sequencia.
       P-CARREGA-ENDERECOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-ENDERECOS

            OPEN INPUT ENDERECOS
            IF NOT END-OK THEN
               GO TO P-CARREGA-ENDERECOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ ENDERECOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE END-ID-CONTATO TO WS-ID-BUSCA
                        PERFORM P-PROCURA-ENDERECO
                                THRU P-PROCURA-ENDERECO-FIM
                        IF WS-ACHOU-END EQUAL ZEROS
                           AND WS-QTD-ENDERECOS < 5000 THEN
                           ADD 1 TO WS-QTD-ENDERECOS
                           MOVE WS-QTD-ENDERECOS TO WS-ACHOU-END
                           MOVE 9 TO WS-END-SEQ(WS-ACHOU-END)
                        END-IF
                        IF WS-ACHOU-END > ZEROS
                           AND END-SEQ <= WS-END-SEQ(WS-ACHOU-END)
                           THEN
                           MOVE END-ID-CONTATO
                             TO WS-END-ID(WS-ACHOU-END)
                           MOVE END-SEQ    TO WS-END-SEQ(WS-ACHOU-END)
                           MOVE END-UF     TO WS-END-UF(WS-ACHOU-END)
                           MOVE END-CIDADE
                             TO WS-END-CIDADE(WS-ACHOU-END)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE ENDERECOS
           .

       P-CARREGA-ENDERECOS-FIM.
           EXIT.

       P-PROCURA-ENDERECO.
            MOVE ZEROS TO WS-ACHOU-END

            PERFORM VARYING WS-IDX-END FROM 1 BY 1
                    UNTIL WS-IDX-END > WS-QTD-ENDERECOS
                       OR WS-ACHOU-END > ZEROS
                IF WS-END-ID(WS-IDX-END) EQUAL WS-ID-BUSCA THEN
                   MOVE WS-IDX-END TO WS-ACHOU-END
                END-IF
            END-PERFORM
           .

       P-PROCURA-ENDERECO-FIM.
           EXIT.

      * Le CONTATOS.dat e acumula os ativos na carteira do seu
      * representante.
       P-ACUMULA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-ATIVOS WS-QTD-SEM-REPRES
                          WS-QTD-FORA-TABELA WS-QTD-REPRES
                          WS-QTD-UFS WS-QTD-CIDADES

            OPEN INPUT CONTATOS
            IF NOT FS-OK THEN
               MOVE 'PG13CARREP'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-ACUMULA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        IF CONTATO-ATIVO
                           AND (WS-REP-FILTRO EQUAL SPACES
                                OR REPRES-CONTATO EQUAL WS-REP-FILTRO)
                           THEN
                           ADD 1 TO WS-QTD-ATIVOS
                           PERFORM P-ACUMULA-1 THRU P-ACUMULA-1-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS
           .

       P-ACUMULA-FIM.
           EXIT.

       P-ACUMULA-1.
            IF REPRES-CONTATO EQUAL SPACES THEN
               ADD 1 TO WS-QTD-SEM-REPRES
            END-IF

            MOVE ZEROS TO WS-ACHOU-REP
            PERFORM VARYING WS-IDX-REP FROM 1 BY 1
                    UNTIL WS-IDX-REP > WS-QTD-REPRES
                       OR WS-ACHOU-REP > ZEROS
                IF WS-REP-ID(WS-IDX-REP) EQUAL REPRES-CONTATO THEN
                   MOVE WS-IDX-REP TO WS-ACHOU-REP
                END-IF
            END-PERFORM

            IF WS-ACHOU-REP EQUAL ZEROS THEN
               IF WS-QTD-REPRES < 100 THEN
                  ADD 1 TO WS-QTD-REPRES
                  MOVE WS-QTD-REPRES TO WS-ACHOU-REP
                  MOVE REPRES-CONTATO TO WS-REP-ID(WS-ACHOU-REP)
                  MOVE ZEROS TO WS-REP-QTD(WS-ACHOU-REP)
                  PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                          UNTIL WS-IDX-TIPO > 4
                      MOVE ZEROS
                        TO WS-REP-QTD-TIPO(WS-ACHOU-REP, WS-IDX-TIPO)
                  END-PERFORM
               ELSE
                  ADD 1 TO WS-QTD-FORA-TABELA
                  GO TO P-ACUMULA-1-FIM
               END-IF
            END-IF

            ADD 1 TO WS-REP-QTD(WS-ACHOU-REP)

            EVALUATE TRUE
                WHEN TIPO-CLIENTE
                   MOVE 1 TO WS-IDX-TIPO
                WHEN TIPO-FORNECEDOR
                   MOVE 2 TO WS-IDX-TIPO
                WHEN TIPO-FUNCIONARIO
                   MOVE 3 TO WS-IDX-TIPO
                WHEN OTHER
                   MOVE 4 TO WS-IDX-TIPO
            END-EVALUATE
            ADD 1 TO WS-REP-QTD-TIPO(WS-ACHOU-REP, WS-IDX-TIPO)

            MOVE ID-CONTATO TO WS-ID-BUSCA
            PERFORM P-PROCURA-ENDERECO THRU P-PROCURA-ENDERECO-FIM

            IF WS-ACHOU-END > ZEROS THEN
               MOVE WS-END-UF(WS-ACHOU-END)     TO WS-UF
               MOVE WS-END-CIDADE(WS-ACHOU-END) TO WS-CIDADE
            ELSE
               MOVE '--'           TO WS-UF
               MOVE 'SEM ENDERECO' TO WS-CIDADE
            END-IF

            PERFORM P-SOMA-REGIAO THRU P-SOMA-REGIAO-FIM
           .

       P-ACUMULA-1-FIM.
           EXIT.

       P-SOMA-REGIAO.
            MOVE ZEROS TO WS-ACHOU-UF
            PERFORM VARYING WS-IDX-UF FROM 1 BY 1
                    UNTIL WS-IDX-UF > WS-QTD-UFS
                       OR WS-ACHOU-UF > ZEROS
                IF WS-UF-REP(WS-IDX-UF) EQUAL WS-ACHOU-REP
                   AND WS-UF-SIGLA(WS-IDX-UF) EQUAL WS-UF THEN
                   MOVE WS-IDX-UF TO WS-ACHOU-UF
                END-IF
            END-PERFORM

            IF WS-ACHOU-UF EQUAL ZEROS AND WS-QTD-UFS < 1000 THEN
               ADD 1 TO WS-QTD-UFS
               MOVE WS-QTD-UFS   TO WS-ACHOU-UF
               MOVE WS-ACHOU-REP TO WS-UF-REP(WS-ACHOU-UF)
               MOVE WS-UF        TO WS-UF-SIGLA(WS-ACHOU-UF)
               MOVE ZEROS        TO WS-UF-QTD(WS-ACHOU-UF)
            END-IF

            IF WS-ACHOU-UF > ZEROS THEN
               ADD 1 TO WS-UF-QTD(WS-ACHOU-UF)
            END-IF

            MOVE ZEROS TO WS-ACHOU-CID
            PERFORM VARYING WS-IDX-CID FROM 1 BY 1
                    UNTIL WS-IDX-CID > WS-QTD-CIDADES
                       OR WS-ACHOU-CID > ZEROS
                IF WS-CID-REP(WS-IDX-CID) EQUAL WS-ACHOU-REP
                   AND WS-CID-UF(WS-IDX-CID) EQUAL WS-UF
                   AND WS-CID-NOME(WS-IDX-CID) EQUAL WS-CIDADE THEN
                   MOVE WS-IDX-CID TO WS-ACHOU-CID
                END-IF
            END-PERFORM

            IF WS-ACHOU-CID EQUAL ZEROS AND WS-QTD-CIDADES < 3000 THEN
               ADD 1 TO WS-QTD-CIDADES
               MOVE WS-QTD-CIDADES TO WS-ACHOU-CID
               MOVE WS-ACHOU-REP   TO WS-CID-REP(WS-ACHOU-CID)
               MOVE WS-UF          TO WS-CID-UF(WS-ACHOU-CID)
               MOVE WS-CIDADE      TO WS-CID-NOME(WS-ACHOU-CID)
               MOVE ZEROS          TO WS-CID-QTD(WS-ACHOU-CID)
            END-IF

            IF WS-ACHOU-CID > ZEROS THEN
               ADD 1 TO WS-CID-QTD(WS-ACHOU-CID)
            END-IF
           .

       P-SOMA-REGIAO-FIM.
           EXIT.

      ******************************************************************
      * Um bloco por representante: total, quantidades por tipo e,
      * para cada UF, o total da UF seguido das cidades.
      ******************************************************************
       P-RELATORIO.
            MOVE 'CARTEIRA POR REPRESENTANTE' TO LK-PRT-TITULO
            MOVE '.\CARTEIRA.LST'   TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR        TO LK-PRT-OPERADOR
            MOVE 'I'                TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            PERFORM VARYING WS-IDX-REP FROM 1 BY 1
                    UNTIL WS-IDX-REP > WS-QTD-REPRES
                PERFORM P-IMPRIME-REPRES THRU P-IMPRIME-REPRES-FIM
            END-PERFORM

            MOVE 'CONTATOS LIDOS'        TO LK-PRT-ROTULO
            MOVE WS-QTD-LIDOS            TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CONTATOS ATIVOS NA CARTEIRA' TO LK-PRT-ROTULO
            MOVE WS-QTD-ATIVOS           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'ATIVOS SEM REPRESENTANTE' TO LK-PRT-ROTULO
            MOVE WS-QTD-SEM-REPRES       TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'REPRESENTANTES'        TO LK-PRT-ROTULO
            MOVE WS-QTD-REPRES           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            IF WS-QTD-FORA-TABELA > ZEROS THEN
               MOVE 'FORA DO RELATORIO (> 100 REPRES.)'
                 TO LK-PRT-ROTULO
               MOVE WS-QTD-FORA-TABELA   TO LK-PRT-VALOR
               CALL 'PG13PRTFMT' USING LK-PRT-AREA
            END-IF

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-RELATORIO-FIM.
           EXIT.

       P-IMPRIME-REPRES.
            MOVE WS-REP-ID(WS-IDX-REP) TO WS-DESC-REP
            IF WS-REP-ID(WS-IDX-REP) EQUAL SPACES THEN
               MOVE 'SEM REPRES.' TO WS-DESC-REP
            END-IF

            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE WS-REP-QTD(WS-IDX-REP) TO WS-QTD-EDIT
            MOVE SPACES TO LK-PRT-LINHA
            STRING 'REPRESENTANTE: '  DELIMITED BY SIZE
                   WS-DESC-REP        DELIMITED BY SIZE
                   '  CONTATOS ATIVOS: ' DELIMITED BY SIZE
                   WS-QTD-EDIT        DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE SPACES TO LK-PRT-LINHA
            MOVE '  POR TIPO:' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                    UNTIL WS-IDX-TIPO > 4
                IF WS-REP-QTD-TIPO(WS-IDX-REP, WS-IDX-TIPO) > ZEROS
                   THEN
                   MOVE WS-REP-QTD-TIPO(WS-IDX-REP, WS-IDX-TIPO)
                     TO WS-QTD-EDIT
                   MOVE SPACES TO LK-PRT-LINHA
                   STRING '    '                    DELIMITED BY SIZE
                          WS-NOME-TIPO(WS-IDX-TIPO) DELIMITED BY SIZE
                          '              '          DELIMITED BY SIZE
                          WS-QTD-EDIT               DELIMITED BY SIZE
                      INTO LK-PRT-LINHA
                   PERFORM P-IMPRIME THRU P-IMPRIME-FIM
                END-IF
            END-PERFORM

            MOVE '  POR REGIAO (UF / CIDADE):' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-UF FROM 1 BY 1
                    UNTIL WS-IDX-UF > WS-QTD-UFS
                IF WS-UF-REP(WS-IDX-UF) EQUAL WS-IDX-REP THEN
                   PERFORM P-IMPRIME-UF THRU P-IMPRIME-UF-FIM
                END-IF
            END-PERFORM
           .

       P-IMPRIME-REPRES-FIM.
           EXIT.

       P-IMPRIME-UF.
            MOVE WS-UF-QTD(WS-IDX-UF) TO WS-QTD-EDIT
            MOVE SPACES TO LK-PRT-LINHA
            STRING '    UF '               DELIMITED BY SIZE
                   WS-UF-SIGLA(WS-IDX-UF)  DELIMITED BY SIZE
                   '                    '  DELIMITED BY SIZE
                   WS-QTD-EDIT             DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-CID FROM 1 BY 1
                    UNTIL WS-IDX-CID > WS-QTD-CIDADES
                IF WS-CID-REP(WS-IDX-CID) EQUAL WS-IDX-REP
                   AND WS-CID-UF(WS-IDX-CID)
                       EQUAL WS-UF-SIGLA(WS-IDX-UF) THEN
                   MOVE WS-CID-QTD(WS-IDX-CID) TO WS-QTD-EDIT
                   MOVE SPACES TO LK-PRT-LINHA
                   STRING '       '               DELIMITED BY SIZE
                          WS-CID-NOME(WS-IDX-CID) DELIMITED BY SIZE
                          '  '                    DELIMITED BY SIZE
                          WS-QTD-EDIT             DELIMITED BY SIZE
                      INTO LK-PRT-LINHA
                   PERFORM P-IMPRIME THRU P-IMPRIME-FIM
                END-IF
            END-PERFORM
           .

       P-IMPRIME-UF-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13CARREP.
