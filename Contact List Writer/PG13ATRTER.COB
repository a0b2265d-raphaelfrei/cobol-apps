      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Atribuicao dos territorios de vendas - cada contato
      *          ativo de CONTATOS.dat e carimbado com o territorio de
      *          TERRITORIOS.dat que cobre o seu endereco (o primeiro
      *          endereco do contato em ENDERECOS.dat: faixa de CEP
      *          antes de UF inteira) e com o representante do
      *          territorio. Lista em ATRTER.LST os contatos que nao
      *          caem em territorio nenhum (ou nao tem endereco), os
      *          que caem em mais de um territorio e os carimbos que
      *          mudam. O modo previa so lista; o modo de execucao
      *          (operador autorizado) regrava os contatos, com imagem
      *          em JORNAL.dat, entrada em HISTORICO.dat e os totais
      *          da execucao em CONTROLE.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13ATRTER.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTATOS ASSIGN TO
                 '.\CONTATOS.dat'
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT TERRITORIOS ASSIGN TO ".\TERRITORIOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TER-FS.

            SELECT ENDERECOS ASSIGN TO ".\ENDERECOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-END-FS.

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-HIST-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD TERRITORIOS.
          COPY FD_TERRI.

       FD ENDERECOS.
          COPY FD_ENDER.

       FD HISTORICO.
          COPY FD_HISTC.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-TER-FS             PIC 9(02).
          88 TER-OK           VALUE 0.

       77 WS-END-FS             PIC 9(02).
          88 END-OK           VALUE 0.

       77 WS-HIST-FS            PIC 9(02).
          88 HIST-OK          VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-MODO               PIC X(01) VALUE SPACE.
          88 MODO-EXECUTA     VALUE '2'.

       77 WS-CONFIRMA           PIC X(01) VALUE SPACE.
          88 CONFIRMADO       VALUE 'S' 's'.

      * Territorios em memoria.
       01 WS-TABELA-TERRITORIOS.
          03 WS-TER-LINHA OCCURS 500 TIMES.
             05 WS-TER-CODIGO      PIC X(04).
             05 WS-TER-CRITERIO    PIC X(01).
             05 WS-TER-CEP-INICIAL PIC 9(08).
             05 WS-TER-CEP-FINAL   PIC 9(08).
             05 WS-TER-UF          PIC X(02).
             05 WS-TER-REPRES      PIC X(08).

       77 WS-QTD-TERRITORIOS    PIC 9(03) VALUE ZEROS.
       77 WS-IDX-TER            PIC 9(03) VALUE ZEROS.

      * Primeiro endereco (menor sequencia) de cada contato.
       01 WS-TABELA-ENDERECOS.
          03 WS-END-LINHA OCCURS 5000 TIMES.
             05 WS-END-ID          PIC 9(06).
             05 WS-END-SEQ         PIC 9(01).
             05 WS-END-CEP         PIC 9(08).
             05 WS-END-UF          PIC X(02).

       77 WS-QTD-ENDERECOS      PIC 9(04) VALUE ZEROS.
       77 WS-IDX-END            PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU-END          PIC 9(04) VALUE ZEROS.
       77 WS-ID-BUSCA           PIC 9(06) VALUE ZEROS.

      * Territorios distintos que cobrem o endereco do contato.
       01 WS-TABELA-CANDIDATOS.
          03 WS-CAND-LINHA OCCURS 10 TIMES.
             05 WS-CAND-CODIGO     PIC X(04).
             05 WS-CAND-REPRES     PIC X(08).

       77 WS-QTD-CANDIDATOS     PIC 9(02) VALUE ZEROS.
       77 WS-IDX-CAND           PIC 9(02) VALUE ZEROS.
       77 WS-JA-CANDIDATO       PIC X(01) VALUE 'N'.
          88 JA-CANDIDATO     VALUE 'S' FALSE 'N'.
       77 WS-CRITERIO-BUSCA     PIC X(01) VALUE SPACE.

      * Carimbo calculado para o contato.
       77 WS-NOVO-TERRITORIO    PIC X(04) VALUE SPACES.
       77 WS-NOVO-REPRES        PIC X(08) VALUE SPACES.
       77 WS-LISTA-CODIGOS      PIC X(40) VALUE SPACES.
       77 WS-PONTEIRO           PIC 9(03) VALUE ZEROS.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ATIVOS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ATRIBUIDOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-ENDERECO   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FORA           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SOBREPOSTOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MUDANCAS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_PRTFMT.
       COPY LK_JRNCTT.
       COPY LK_DURLOG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** ATRIBUICAO DOS TERRITORIOS DE VENDAS *****"

            DISPLAY "<1> Previa - so listar (padrao)"
            DISPLAY "<2> Executar a atribuicao"
            ACCEPT WS-MODO

      * A execucao regrava a base inteira: fica restrita aos
      * operadores autorizados no login do PG13MENU.
            IF MODO-EXECUTA AND LK-AUTORIZADO NOT = 'S' THEN
               DISPLAY "EXECUCAO RESTRITA A OPERADORES AUTORIZADOS - "
                       "SO A PREVIA ESTA DISPONIVEL."
               MOVE '1' TO WS-MODO
            END-IF

            PERFORM P-CARREGA-TERRITORIOS
                    THRU P-CARREGA-TERRITORIOS-FIM

            IF WS-QTD-TERRITORIOS EQUAL ZEROS THEN
               DISPLAY "NENHUM TERRITORIO EM TERRITORIOS.dat - "
                       "CADASTRE OS TERRITORIOS (PG13TERRIT)."
               PERFORM P-END
            END-IF

            PERFORM P-CARREGA-ENDERECOS THRU P-CARREGA-ENDERECOS-FIM

            IF MODO-EXECUTA THEN
               DISPLAY "OS CONTATOS ATIVOS SERAO CARIMBADOS COM O "
                       "TERRITORIO E O REPRESENTANTE."
               DISPLAY "Voce deseja continuar?"
               DISPLAY "<S> para confirmar, <QUALQUER TECLA> para sair."
               ACCEPT WS-CONFIRMA
               IF NOT CONFIRMADO THEN
                  DISPLAY "OPERACAO CANCELADA."
                  PERFORM P-END
               END-IF

               MOVE 'PG13ATRTER' TO LK-DUR-PROGRAMA
               MOVE 'I'          TO LK-DUR-EVENTO
               CALL 'PG13DURLOG' USING LK-DUR-AREA
            END-IF

            PERFORM P-ATRIBUI THRU P-ATRIBUI-FIM

            IF MODO-EXECUTA THEN
               PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

               MOVE 'F'          TO LK-DUR-EVENTO
               CALL 'PG13DURLOG' USING LK-DUR-AREA
            END-IF

            PERFORM P-END
           .

       P-CARREGA-TERRITORIOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-TERRITORIOS

            OPEN INPUT TERRITORIOS
            IF NOT TER-OK THEN
               GO TO P-CARREGA-TERRITORIOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ TERRITORIOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF WS-QTD-TERRITORIOS < 500 THEN
                           ADD 1 TO WS-QTD-TERRITORIOS
                           MOVE TER-CODIGO
                             TO WS-TER-CODIGO(WS-QTD-TERRITORIOS)
                           MOVE TER-CRITERIO
                             TO WS-TER-CRITERIO(WS-QTD-TERRITORIOS)
                           MOVE TER-CEP-INICIAL
                             TO WS-TER-CEP-INICIAL(WS-QTD-TERRITORIOS)
                           MOVE TER-CEP-FINAL
                             TO WS-TER-CEP-FINAL(WS-QTD-TERRITORIOS)
                           MOVE TER-UF
                             TO WS-TER-UF(WS-QTD-TERRITORIOS)
                           MOVE TER-REPRESENTANTE
                             TO WS-TER-REPRES(WS-QTD-TERRITORIOS)
                        ELSE
                           DISPLAY "TERRITORIOS.dat TEM MAIS DE 500 "
                                   "LINHAS - IGNORANDO O RESTANTE"
                        END-IF
                END-READ
            END-PERFORM

            CLOSE TERRITORIOS
           .

       P-CARREGA-TERRITORIOS-FIM.
           EXIT.

      * Guarda, para cada contato, o endereco de menor sequencia.
       P-CARREGA-ENDERECOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-ENDERECOS

            OPEN INPUT ENDERECOS
            IF NOT END-OK THEN
               DISPLAY "ENDERECOS.dat VAZIO OU INDISPONIVEL - NENHUM "
                       "CONTATO TERA TERRITORIO."
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
                        IF WS-ACHOU-END EQUAL ZEROS THEN
                           IF WS-QTD-ENDERECOS < 5000 THEN
                              ADD 1 TO WS-QTD-ENDERECOS
                              MOVE WS-QTD-ENDERECOS TO WS-ACHOU-END
                              MOVE 9 TO WS-END-SEQ(WS-ACHOU-END)
                           ELSE
                              DISPLAY "ENDERECOS.dat COM MAIS DE 5000 "
                                      "CONTATOS - IGNORANDO "
                                      END-ID-CONTATO
                           END-IF
                        END-IF
                        IF WS-ACHOU-END > ZEROS
                           AND END-SEQ <= WS-END-SEQ(WS-ACHOU-END)
                           THEN
                           MOVE END-ID-CONTATO
                             TO WS-END-ID(WS-ACHOU-END)
                           MOVE END-SEQ TO WS-END-SEQ(WS-ACHOU-END)
                           MOVE END-CEP TO WS-END-CEP(WS-ACHOU-END)
                           MOVE END-UF  TO WS-END-UF(WS-ACHOU-END)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE ENDERECOS
           .

       P-CARREGA-ENDERECOS-FIM.
           EXIT.

      * Procura WS-ID-BUSCA na tabela de enderecos.
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

      ******************************************************************
      * Percorre CONTATOS.dat inteiro; cada contato ativo tem o
      * territorio calculado e, quando o carimbo muda, e listado e (na
      * execucao) regravado.
      ******************************************************************
       P-ATRIBUI.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-ATIVOS WS-QTD-ATRIBUIDOS
                          WS-QTD-SEM-ENDERECO WS-QTD-FORA
                          WS-QTD-SOBREPOSTOS WS-QTD-MUDANCAS
                          WS-QTD-GRAVADOS WS-QTD-REJEITADOS

            IF MODO-EXECUTA THEN
               OPEN I-O CONTATOS
            ELSE
               OPEN INPUT CONTATOS
            END-IF

            IF NOT FS-OK THEN
               MOVE 'PG13ATRTER'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-ATRIBUI-FIM
            END-IF

            IF MODO-EXECUTA THEN
               OPEN EXTEND HISTORICO
               IF WS-HIST-FS EQUAL 35 THEN
                  OPEN OUTPUT HISTORICO
               END-IF
               IF NOT HIST-OK THEN
                  DISPLAY "ERRO AO ABRIR HISTORICO.dat - "
                          "ATRIBUICAO NAO REALIZADA."
                  DISPLAY "Error ID: " WS-HIST-FS
                  CLOSE CONTATOS
                  GO TO P-ATRIBUI-FIM
               END-IF
               MOVE 'ATRIBUICAO DE TERRITORIOS' TO LK-PRT-TITULO
            ELSE
               MOVE 'ATRIBUICAO DE TERRITORIOS - PREVIA'
                    TO LK-PRT-TITULO
            END-IF

            MOVE '.\ATRTER.LST'     TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR        TO LK-PRT-OPERADOR
            MOVE 'I'                TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'ID     NOME                 CEP      UF OCORRENCIA'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        IF CONTATO-ATIVO THEN
                           ADD 1 TO WS-QTD-ATIVOS
                           PERFORM P-ATRIBUI-1 THRU P-ATRIBUI-1-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS

            IF MODO-EXECUTA THEN
               CLOSE HISTORICO
            END-IF

            MOVE 'CONTATOS LIDOS'        TO LK-PRT-ROTULO
            MOVE WS-QTD-LIDOS            TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CONTATOS ATIVOS'       TO LK-PRT-ROTULO
            MOVE WS-QTD-ATIVOS           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'COM TERRITORIO'        TO LK-PRT-ROTULO
            MOVE WS-QTD-ATRIBUIDOS       TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'SEM ENDERECO'          TO LK-PRT-ROTULO
            MOVE WS-QTD-SEM-ENDERECO     TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'FORA DE TERRITORIO'    TO LK-PRT-ROTULO
            MOVE WS-QTD-FORA             TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'EM TERRITORIOS SOBREPOSTOS' TO LK-PRT-ROTULO
            MOVE WS-QTD-SOBREPOSTOS      TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CARIMBOS QUE MUDAM'    TO LK-PRT-ROTULO
            MOVE WS-QTD-MUDANCAS         TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            IF MODO-EXECUTA THEN
               MOVE 'CONTATOS REGRAVADOS'    TO LK-PRT-ROTULO
               MOVE WS-QTD-GRAVADOS          TO LK-PRT-VALOR
               CALL 'PG13PRTFMT' USING LK-PRT-AREA
               MOVE 'REJEITADOS NA GRAVACAO' TO LK-PRT-ROTULO
               MOVE WS-QTD-REJEITADOS        TO LK-PRT-VALOR
               CALL 'PG13PRTFMT' USING LK-PRT-AREA
            END-IF

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-ATRIBUI-FIM.
           EXIT.

      * Calcula o territorio do contato corrente. Sem endereco ou
      * fora de todos os territorios, o contato fica sem territorio;
      * em mais de um territorio, mantem o atual se ele e um dos
      * candidatos (senao fica sem) ate o cadastro ser corrigido.
       P-ATRIBUI-1.
            MOVE SPACES TO WS-NOVO-TERRITORIO WS-NOVO-REPRES

            MOVE ID-CONTATO TO WS-ID-BUSCA
            PERFORM P-PROCURA-ENDERECO THRU P-PROCURA-ENDERECO-FIM

            IF WS-ACHOU-END EQUAL ZEROS THEN
               ADD 1 TO WS-QTD-SEM-ENDERECO
               MOVE SPACES TO LK-PRT-LINHA
               STRING ID-CONTATO           DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      NM-CONTATO           DELIMITED BY SIZE
                      '             SEM ENDERECO'
                                           DELIMITED BY SIZE
                  INTO LK-PRT-LINHA
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
               GO TO P-ATRIBUI-1-APLICA
            END-IF

            MOVE 'C' TO WS-CRITERIO-BUSCA
            PERFORM P-BUSCA-CANDIDATOS THRU P-BUSCA-CANDIDATOS-FIM

            IF WS-QTD-CANDIDATOS EQUAL ZEROS THEN
               MOVE 'U' TO WS-CRITERIO-BUSCA
               PERFORM P-BUSCA-CANDIDATOS THRU P-BUSCA-CANDIDATOS-FIM
            END-IF

            EVALUATE TRUE
                WHEN WS-QTD-CANDIDATOS EQUAL ZEROS
                   ADD 1 TO WS-QTD-FORA
                   MOVE 'FORA DE TERRITORIO' TO WS-LISTA-CODIGOS
                   PERFORM P-IMPRIME-OCORRENCIA
                           THRU P-IMPRIME-OCORRENCIA-FIM
                WHEN WS-QTD-CANDIDATOS EQUAL 1
                   MOVE WS-CAND-CODIGO(1) TO WS-NOVO-TERRITORIO
                   MOVE WS-CAND-REPRES(1) TO WS-NOVO-REPRES
                WHEN OTHER
                   ADD 1 TO WS-QTD-SOBREPOSTOS
                   PERFORM P-MONTA-SOBREPOSTOS
                           THRU P-MONTA-SOBREPOSTOS-FIM
                   PERFORM P-IMPRIME-OCORRENCIA
                           THRU P-IMPRIME-OCORRENCIA-FIM
            END-EVALUATE
           .

       P-ATRIBUI-1-APLICA.
            IF WS-NOVO-TERRITORIO NOT EQUAL SPACES THEN
               ADD 1 TO WS-QTD-ATRIBUIDOS
            END-IF

            IF WS-NOVO-TERRITORIO EQUAL TERRITORIO-CONTATO
               AND WS-NOVO-REPRES EQUAL REPRES-CONTATO THEN
               GO TO P-ATRIBUI-1-FIM
            END-IF

            ADD 1 TO WS-QTD-MUDANCAS

            MOVE SPACES TO LK-PRT-LINHA
            STRING ID-CONTATO           DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   NM-CONTATO           DELIMITED BY SIZE
                   '             MUDA DE '
                                        DELIMITED BY SIZE
                   TERRITORIO-CONTATO   DELIMITED BY SIZE
                   '/'                  DELIMITED BY SIZE
                   REPRES-CONTATO       DELIMITED BY SIZE
                   ' PARA '             DELIMITED BY SIZE
                   WS-NOVO-TERRITORIO   DELIMITED BY SIZE
                   '/'                  DELIMITED BY SIZE
                   WS-NOVO-REPRES       DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            IF NOT MODO-EXECUTA THEN
               GO TO P-ATRIBUI-1-FIM
            END-IF

            MOVE REG-CONTATOS       TO LK-JRN-ANTES
            MOVE SPACES             TO HIST-NM-ANTIGO HIST-NM-NOVO
            STRING 'TERR '            DELIMITED BY SIZE
                   TERRITORIO-CONTATO DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   REPRES-CONTATO     DELIMITED BY SIZE
               INTO HIST-NM-ANTIGO

            MOVE WS-NOVO-TERRITORIO TO TERRITORIO-CONTATO
            MOVE WS-NOVO-REPRES     TO REPRES-CONTATO
            MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA

            REWRITE REG-CONTATOS
                    INVALID KEY
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "CONTATO NAO REGRAVADO - ID "
                               ID-CONTATO " STATUS " WS-FS
                       GO TO P-ATRIBUI-1-FIM
            END-REWRITE

            ADD 1 TO WS-QTD-GRAVADOS

            MOVE 'PG13ATRTER'      TO LK-JRN-PROGRAMA
            MOVE LK-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "TERRITORIO"      TO LK-JRN-OPERACAO
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA

            MOVE ID-CONTATO        TO HIST-ID-CONTATO
            MOVE "TERRITORIO"      TO HIST-OPERACAO
            STRING 'TERR '            DELIMITED BY SIZE
                   TERRITORIO-CONTATO DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   REPRES-CONTATO     DELIMITED BY SIZE
               INTO HIST-NM-NOVO
            MOVE DT-ULT-ALT-DATA   TO HIST-DATA
            MOVE DT-ULT-ALT-HORA   TO HIST-HORA
            MOVE LK-OPERADOR       TO HIST-OPERADOR
            WRITE REG-HISTORICO
           .

       P-ATRIBUI-1-FIM.
           EXIT.

      * Junta em WS-TABELA-CANDIDATOS os territorios distintos com
      * linha do criterio WS-CRITERIO-BUSCA que cobre o endereco.
       P-BUSCA-CANDIDATOS.
            MOVE ZEROS TO WS-QTD-CANDIDATOS

            PERFORM VARYING WS-IDX-TER FROM 1 BY 1
                    UNTIL WS-IDX-TER > WS-QTD-TERRITORIOS
                IF WS-TER-CRITERIO(WS-IDX-TER) EQUAL WS-CRITERIO-BUSCA
                   THEN
                   IF (WS-CRITERIO-BUSCA EQUAL 'C'
                       AND WS-END-CEP(WS-ACHOU-END)
                           >= WS-TER-CEP-INICIAL(WS-IDX-TER)
                       AND WS-END-CEP(WS-ACHOU-END)
                           <= WS-TER-CEP-FINAL(WS-IDX-TER))
                      OR (WS-CRITERIO-BUSCA EQUAL 'U'
                          AND WS-END-UF(WS-ACHOU-END)
                              EQUAL WS-TER-UF(WS-IDX-TER)) THEN
                      PERFORM P-GUARDA-CANDIDATO
                              THRU P-GUARDA-CANDIDATO-FIM
                   END-IF
                END-IF
            END-PERFORM
           .

       P-BUSCA-CANDIDATOS-FIM.
           EXIT.

       P-GUARDA-CANDIDATO.
            SET JA-CANDIDATO TO FALSE

            PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                    UNTIL WS-IDX-CAND > WS-QTD-CANDIDATOS
                IF WS-CAND-CODIGO(WS-IDX-CAND)
                   EQUAL WS-TER-CODIGO(WS-IDX-TER) THEN
                   SET JA-CANDIDATO TO TRUE
                END-IF
            END-PERFORM

            IF NOT JA-CANDIDATO AND WS-QTD-CANDIDATOS < 10 THEN
               ADD 1 TO WS-QTD-CANDIDATOS
               MOVE WS-TER-CODIGO(WS-IDX-TER)
                 TO WS-CAND-CODIGO(WS-QTD-CANDIDATOS)
               MOVE WS-TER-REPRES(WS-IDX-TER)
                 TO WS-CAND-REPRES(WS-QTD-CANDIDATOS)
            END-IF
           .

       P-GUARDA-CANDIDATO-FIM.
           EXIT.

      * Monta a lista dos territorios sobrepostos e decide o carimbo:
      * fica o atual, se ele esta entre os candidatos.
       P-MONTA-SOBREPOSTOS.
            MOVE SPACES TO WS-LISTA-CODIGOS
            MOVE 1      TO WS-PONTEIRO
            STRING 'SOBREPOSTOS:' DELIMITED BY SIZE
                INTO WS-LISTA-CODIGOS WITH POINTER WS-PONTEIRO

            PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                    UNTIL WS-IDX-CAND > WS-QTD-CANDIDATOS
                STRING ' '                         DELIMITED BY SIZE
                       WS-CAND-CODIGO(WS-IDX-CAND) DELIMITED BY SIZE
                    INTO WS-LISTA-CODIGOS WITH POINTER WS-PONTEIRO
                IF WS-CAND-CODIGO(WS-IDX-CAND)
                   EQUAL TERRITORIO-CONTATO THEN
                   MOVE WS-CAND-CODIGO(WS-IDX-CAND)
                     TO WS-NOVO-TERRITORIO
                   MOVE WS-CAND-REPRES(WS-IDX-CAND)
                     TO WS-NOVO-REPRES
                END-IF
            END-PERFORM
           .

       P-MONTA-SOBREPOSTOS-FIM.
           EXIT.

       P-IMPRIME-OCORRENCIA.
            MOVE SPACES TO LK-PRT-LINHA
            STRING ID-CONTATO                DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   NM-CONTATO                DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   WS-END-CEP(WS-ACHOU-END)  DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   WS-END-UF(WS-ACHOU-END)   DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   WS-LISTA-CODIGOS          DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-IMPRIME-OCORRENCIA-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

       P-GRAVA-CONTROLE.
            MOVE 'PG13ATRTER'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS      TO CTL-QTD-LIDOS
            MOVE WS-QTD-GRAVADOS   TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-REJEITADOS TO CTL-QTD-REJEITADOS

            OPEN EXTEND CONTROLE
            IF WS-CTL-FS EQUAL 35 THEN
               OPEN OUTPUT CONTROLE
            END-IF

            IF CTL-OK THEN
               WRITE REG-CONTROLE
               CLOSE CONTROLE
            END-IF
           .

       P-GRAVA-CONTROLE-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13ATRTER.
