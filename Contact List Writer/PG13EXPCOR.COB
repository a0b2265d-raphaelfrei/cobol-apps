      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Exportacao da lista de postagem dos Correios - monta
      *          CORREIOS_POSTAGEM.TXT (layout de postagem em lote:
      *          cabecalho com cartao de postagem, servico e filial,
      *          um registro por objeto com destinatario e endereco
      *          estruturado de ENDERECOS.dat, e um trailer com a
      *          quantidade de objetos) para as cartas registradas e
      *          avisos de cobranca, que eram lancados a mao na lista
      *          de postagem. Os contatos vem de um grupo de
      *          GRUPOS.dat, da selecao de campanha CAMPANHA_SAIDA.dat,
      *          da ultima rodada de cartas impressas do PG13CARTAS
      *          (CARTAS_POSTAGEM.dat) ou dos filtros usuais de tipo e
      *          filial. Vale o primeiro endereco (menor sequencia) de
      *          cada contato, com o CEP conferido pelo PG13VALCEP;
      *          endereco marcado para revisao (END-REVISAR = 'S'),
      *          devolvido pelos Correios, sem CEP valido ou sem
      *          endereco estruturado fica fora da lista e sai em
      *          CORREIOS_EXCECOES.LST com o motivo. O resumo da
      *          postagem (CORREIOS_RESUMO.LST) traz a quantidade de
      *          objetos por UF, para a filial bater com o recibo da
      *          agencia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13EXPCOR.

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

            SELECT ENDERECOS ASSIGN TO ".\ENDERECOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-END-FS.

            SELECT GRUPOS ASSIGN TO ".\GRUPOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-GRP-FS.

            SELECT SELECAO ASSIGN TO ".\CAMPANHA_SAIDA.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-SEL-FS.

            SELECT CARTAS ASSIGN TO ".\CARTAS_POSTAGEM.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CAR-FS.

            SELECT FILIAIS ASSIGN TO ".\FILIAIS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FIL-FS.

            SELECT POSTAGEM ASSIGN TO ".\CORREIOS_POSTAGEM.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-PST-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD ENDERECOS.
          COPY FD_ENDER.

       FD GRUPOS.
          COPY FD_GRUPO.

      * Mesmo layout de REG-SAIDA do PG13CAMPAN; so o ID interessa.
       FD SELECAO.
       01 REG-SELECAO.
          03 SEL-ID-CONTATO       PIC 9(06).
          03 SEL-NM-CONTATO       PIC X(20).
          03 SEL-EMAIL            PIC X(30).
          03 SEL-TELEFONE         PIC X(30).

      * Mesmo layout de REG-POSTAGEM do PG13CARTAS.
       FD CARTAS.
       01 REG-CARTA-POSTAGEM.
          03 CRP-ID-CONTATO       PIC 9(06).
          03 CRP-MODELO           PIC X(12).
          03 CRP-DATA             PIC 9(08).

       FD FILIAIS.
          COPY FD_FILIA.

      * Arquivo de postagem em lote: um cabecalho (tipo 1), um
      * registro por objeto (tipo 2) e o trailer (tipo 9), todos em
      * colunas fixas.
       FD POSTAGEM.
       01 REG-PST-CABECALHO.
          03 PSC-TIPO             PIC X(01).
          03 PSC-CARTAO           PIC 9(10).
          03 PSC-SERVICO          PIC 9(05).
          03 PSC-DATA             PIC 9(08).
          03 PSC-FILIAL           PIC X(03).
          03 PSC-NOME-FILIAL      PIC X(20).
          03 PSC-AR               PIC X(01).
          03 FILLER               PIC X(117).
       01 REG-PST-OBJETO.
          03 PSO-TIPO             PIC X(01).
          03 PSO-SEQUENCIA        PIC 9(06).
          03 PSO-SERVICO          PIC 9(05).
          03 PSO-AR               PIC X(01).
          03 PSO-DESTINATARIO     PIC X(50).
          03 PSO-LOGRADOURO       PIC X(30).
          03 PSO-NUMERO           PIC X(06).
          03 PSO-COMPLEMENTO      PIC X(10).
          03 PSO-BAIRRO           PIC X(20).
          03 PSO-CIDADE           PIC X(20).
          03 PSO-UF               PIC X(02).
          03 PSO-CEP              PIC 9(08).
          03 PSO-REFERENCIA       PIC 9(06).
       01 REG-PST-TRAILER.
          03 PST-TIPO             PIC X(01).
          03 PST-QTD-OBJETOS      PIC 9(06).
          03 FILLER               PIC X(158).

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-END-FS             PIC 9(02).
          88 END-OK           VALUE 0.

       77 WS-GRP-FS             PIC 9(02).
          88 GRP-OK           VALUE 0.

       77 WS-SEL-FS             PIC 9(02).
          88 SEL-OK           VALUE 0.

       77 WS-CAR-FS             PIC 9(02).
          88 CAR-OK           VALUE 0.

       77 WS-FIL-FS             PIC 9(02).
          88 FIL-OK           VALUE 0.

       77 WS-PST-FS             PIC 9(02).
          88 PST-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

      * Origem da selecao: '1' filtros de tipo/filial, '2' grupo de
      * GRUPOS.dat, '3' selecao de campanha em CAMPANHA_SAIDA.dat,
      * '4' ultima rodada de cartas impressas (CARTAS_POSTAGEM.dat).
       77 WS-ORIGEM             PIC X(01) VALUE '1'.
          88 ORIGEM-FILTROS   VALUE '1'.
          88 ORIGEM-GRUPO     VALUE '2'.
          88 ORIGEM-SELECAO   VALUE '3'.
          88 ORIGEM-CARTAS    VALUE '4'.

       77 WS-NOME-GRUPO         PIC X(20) VALUE SPACES.
       77 WS-TIPO-FILTRO        PIC X(11) VALUE SPACES.
       77 WS-FILIAL-FILTRO      PIC X(03) VALUE SPACES.

      * Dados da postagem pedidos ao operador.
       77 WS-CARTAO             PIC 9(10) VALUE ZEROS.
       77 WS-SERVICO            PIC 9(05) VALUE ZEROS.
       77 WS-AR                 PIC X(01) VALUE 'N'.
          88 COM-AR           VALUE 'S'.
       77 WS-FILIAL-POSTAGEM    PIC X(03) VALUE SPACES.
       77 WS-NOME-FILIAL        PIC X(20) VALUE SPACES.
       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.

      * Contatos selecionados e o primeiro endereco (menor
      * sequencia) de cada um, como no PG13CARREP.
       01 WS-TABELA-SELECAO.
          03 WS-SEL-LINHA OCCURS 2000 TIMES.
             05 WS-SEL-ID          PIC 9(06).
             05 WS-SEL-SEQ         PIC 9(01).
             05 WS-SEL-ENDERECO    PIC X(104).
       77 WS-QTD-SELECAO        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-SEL            PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU-SEL          PIC 9(04) VALUE ZEROS.
       77 WS-ID-BUSCA           PIC 9(06) VALUE ZEROS.

      * Quantidade de objetos por UF, na ordem alfabetica das
      * unidades da federacao.
       01 WS-UFS.
          03 FILLER PIC X(54) VALUE
             'ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO'.

       01 FILLER REDEFINES WS-UFS.
          03 WS-NOME-UF OCCURS 27 TIMES PIC X(02).

       01 WS-TABELA-QTD-UF.
          03 WS-QTD-UF OCCURS 27 TIMES PIC 9(06).
       77 WS-IDX-UF             PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU-UF           PIC 9(02) VALUE ZEROS.

       77 WS-MOTIVO             PIC X(30) VALUE SPACES.
       77 WS-CT-IDX             PIC 9(01) VALUE ZEROS.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-OBJETOS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXCECOES       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SUPRIMIDOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-INATIVOS       PIC 9(06) VALUE ZEROS.

       COPY LK_CHKSUP.
       COPY LK_ERRFS.
       COPY LK_NOMCTT.
       COPY LK_PRTFMT.
       COPY LK_DURLOG.
       COPY LK_VALCEP.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** LISTA DE POSTAGEM DOS CORREIOS *****"

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            PERFORM P-PARAMETROS THRU P-PARAMETROS-FIM

            IF WS-SERVICO EQUAL ZEROS THEN
               PERFORM P-END
            END-IF

            PERFORM P-CARREGA-SELECAO THRU P-CARREGA-SELECAO-FIM

            IF WS-QTD-SELECAO EQUAL ZEROS THEN
               DISPLAY "NENHUM CONTATO NA SELECAO INFORMADA."
               PERFORM P-END
            END-IF

            MOVE 'PG13EXPCOR' TO LK-DUR-PROGRAMA
            MOVE 'I'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-CARREGA-ENDERECOS THRU P-CARREGA-ENDERECOS-FIM
            PERFORM P-EXPORTA THRU P-EXPORTA-FIM

            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-END
           .

      * Pede a origem da selecao e os dados da postagem. Qualquer
      * erro devolve o servico zerado.
       P-PARAMETROS.
            MOVE '1' TO WS-ORIGEM
            DISPLAY "<1> Selecionar por tipo/filial (padrao)"
            DISPLAY "<2> Selecionar por grupo de GRUPOS.dat"
            DISPLAY "<3> Usar a selecao de campanha CAMPANHA_SAIDA.dat"
            DISPLAY "<4> Usar a ultima rodada de cartas impressas "
                    "(CARTAS_POSTAGEM.dat)"
            ACCEPT WS-ORIGEM

            EVALUATE TRUE
                WHEN ORIGEM-GRUPO
                   DISPLAY "Nome do grupo: "
                   ACCEPT WS-NOME-GRUPO
                WHEN ORIGEM-SELECAO
                WHEN ORIGEM-CARTAS
                   CONTINUE
                WHEN OTHER
                   MOVE '1' TO WS-ORIGEM
                   DISPLAY "Somente o tipo (em branco = todos): "
                   ACCEPT WS-TIPO-FILTRO
                   DISPLAY "Somente a filial (em branco = todas): "
                   ACCEPT WS-FILIAL-FILTRO
            END-EVALUATE

            DISPLAY "Cartao de postagem do contrato (10 digitos): "
            ACCEPT WS-CARTAO
            DISPLAY "Codigo do servico do contrato (5 digitos): "
            ACCEPT WS-SERVICO
            DISPLAY "Com aviso de recebimento (AR)? <S> sim, "
                    "<QUALQUER TECLA> nao"
            ACCEPT WS-AR
            IF NOT COM-AR THEN
               MOVE 'N' TO WS-AR
            END-IF
            DISPLAY "Filial que faz a postagem: "
            ACCEPT WS-FILIAL-POSTAGEM

            IF WS-CARTAO EQUAL ZEROS OR WS-SERVICO EQUAL ZEROS THEN
               DISPLAY "CARTAO DE POSTAGEM E SERVICO SAO OBRIGATORIOS "
                       "- EXPORTACAO CANCELADA."
               MOVE ZEROS TO WS-SERVICO
               GO TO P-PARAMETROS-FIM
            END-IF

            PERFORM P-PROCURA-FILIAL THRU P-PROCURA-FILIAL-FIM

            IF WS-NOME-FILIAL EQUAL SPACES THEN
               DISPLAY "FILIAL NAO CADASTRADA EM FILIAIS.dat - "
                       "EXPORTACAO CANCELADA."
               MOVE ZEROS TO WS-SERVICO
            END-IF
           .

       P-PARAMETROS-FIM.
           EXIT.

       P-PROCURA-FILIAL.
            SET EOF-OK TO FALSE
            MOVE SPACES TO WS-NOME-FILIAL

            OPEN INPUT FILIAIS
            IF NOT FIL-OK THEN
               GO TO P-PROCURA-FILIAL-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ FILIAIS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF FIL-CODIGO EQUAL WS-FILIAL-POSTAGEM THEN
                           MOVE FIL-NOME TO WS-NOME-FILIAL
                           SET EOF-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM

            CLOSE FILIAIS
           .

       P-PROCURA-FILIAL-FIM.
           EXIT.

      * Carrega os IDs da origem escolhida. Nos filtros de tipo e
      * filial a selecao sai de uma leitura de CONTATOS.dat.
       P-CARREGA-SELECAO.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-SELECAO

            EVALUATE TRUE
                WHEN ORIGEM-GRUPO
                   OPEN INPUT GRUPOS
                   IF NOT GRP-OK THEN
                      DISPLAY "GRUPOS.dat VAZIO OU INDISPONIVEL."
                      GO TO P-CARREGA-SELECAO-FIM
                   END-IF
                   PERFORM UNTIL EOF-OK
                       READ GRUPOS
                            AT END
                               SET EOF-OK TO TRUE
                        NOT AT END
                               IF GRP-NOME EQUAL WS-NOME-GRUPO THEN
                                  MOVE GRP-ID-CONTATO TO WS-ID-BUSCA
                                  PERFORM P-INCLUI-SELECAO
                                          THRU P-INCLUI-SELECAO-FIM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GRUPOS
                WHEN ORIGEM-SELECAO
                   OPEN INPUT SELECAO
                   IF NOT SEL-OK THEN
                      DISPLAY "CAMPANHA_SAIDA.dat VAZIO OU "
                              "INDISPONIVEL."
                      GO TO P-CARREGA-SELECAO-FIM
                   END-IF
                   PERFORM UNTIL EOF-OK
                       READ SELECAO
                            AT END
                               SET EOF-OK TO TRUE
                        NOT AT END
                               MOVE SEL-ID-CONTATO TO WS-ID-BUSCA
                               PERFORM P-INCLUI-SELECAO
                                       THRU P-INCLUI-SELECAO-FIM
                       END-READ
                   END-PERFORM
                   CLOSE SELECAO
                WHEN ORIGEM-CARTAS
                   OPEN INPUT CARTAS
                   IF NOT CAR-OK THEN
                      DISPLAY "CARTAS_POSTAGEM.dat VAZIO OU "
                              "INDISPONIVEL - GERE AS CARTAS ANTES."
                      GO TO P-CARREGA-SELECAO-FIM
                   END-IF
                   PERFORM UNTIL EOF-OK
                       READ CARTAS
                            AT END
                               SET EOF-OK TO TRUE
                        NOT AT END
                               MOVE CRP-ID-CONTATO TO WS-ID-BUSCA
                               PERFORM P-INCLUI-SELECAO
                                       THRU P-INCLUI-SELECAO-FIM
                       END-READ
                   END-PERFORM
                   CLOSE CARTAS
                WHEN OTHER
                   OPEN INPUT CONTATOS
                   IF NOT FS-OK THEN
                      MOVE 'PG13EXPCOR'     TO LK-ERRO-PROGRAMA
                      MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
                      MOVE WS-FS            TO LK-ERRO-FS
                      CALL 'PG13ERRFS' USING LK-ERRO-AREA
                      GO TO P-CARREGA-SELECAO-FIM
                   END-IF
                   PERFORM UNTIL EOF-OK
                       READ CONTATOS NEXT RECORD
                            AT END
                               SET EOF-OK TO TRUE
                        NOT AT END
                               IF CONTATO-ATIVO
                                  AND (WS-TIPO-FILTRO EQUAL SPACES
                                   OR TP-CONTATO EQUAL WS-TIPO-FILTRO)
                                  AND (WS-FILIAL-FILTRO EQUAL SPACES
                                   OR FILIAL-CONTATO
                                      EQUAL WS-FILIAL-FILTRO) THEN
                                  MOVE ID-CONTATO TO WS-ID-BUSCA
                                  PERFORM P-INCLUI-SELECAO
                                          THRU P-INCLUI-SELECAO-FIM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTATOS
            END-EVALUATE
           .

       P-CARREGA-SELECAO-FIM.
           EXIT.

      * Inclui WS-ID-BUSCA na selecao (uma vez so por contato).
       P-INCLUI-SELECAO.
            PERFORM P-PROCURA-SELECAO THRU P-PROCURA-SELECAO-FIM

            IF WS-ACHOU-SEL > ZEROS THEN
               GO TO P-INCLUI-SELECAO-FIM
            END-IF

            IF WS-QTD-SELECAO < 2000 THEN
               ADD 1 TO WS-QTD-SELECAO
               MOVE WS-ID-BUSCA TO WS-SEL-ID(WS-QTD-SELECAO)
               MOVE 9           TO WS-SEL-SEQ(WS-QTD-SELECAO)
               MOVE SPACES      TO WS-SEL-ENDERECO(WS-QTD-SELECAO)
            ELSE
               IF WS-QTD-SELECAO EQUAL 2000 THEN
                  DISPLAY 'MAIS DE 2000 CONTATOS NA SELECAO - '
                          'IGNORANDO O RESTANTE'
                  ADD 1 TO WS-QTD-SELECAO
               END-IF
            END-IF
           .

       P-INCLUI-SELECAO-FIM.
           EXIT.

       P-PROCURA-SELECAO.
            MOVE ZEROS TO WS-ACHOU-SEL
            PERFORM VARYING WS-IDX-SEL FROM 1 BY 1
                    UNTIL WS-IDX-SEL > WS-QTD-SELECAO
                       OR WS-IDX-SEL > 2000
                       OR WS-ACHOU-SEL > ZEROS
                IF WS-SEL-ID(WS-IDX-SEL) EQUAL WS-ID-BUSCA THEN
                   MOVE WS-IDX-SEL TO WS-ACHOU-SEL
                END-IF
            END-PERFORM
           .

       P-PROCURA-SELECAO-FIM.
           EXIT.

      * Guarda, para cada contato selecionado, o endereco de menor
      * sequencia em ENDERECOS.dat.
       P-CARREGA-ENDERECOS.
            IF WS-QTD-SELECAO > 2000 THEN
               MOVE 2000 TO WS-QTD-SELECAO
            END-IF

            SET EOF-OK TO FALSE

            OPEN INPUT ENDERECOS
            IF NOT END-OK THEN
               DISPLAY "ENDERECOS.dat VAZIO OU INDISPONIVEL - TODOS "
                       "OS CONTATOS VAO PARA AS EXCECOES."
               GO TO P-CARREGA-ENDERECOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ ENDERECOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE END-ID-CONTATO TO WS-ID-BUSCA
                        PERFORM P-PROCURA-SELECAO
                                THRU P-PROCURA-SELECAO-FIM
                        IF WS-ACHOU-SEL > ZEROS
                           AND END-SEQ <= WS-SEL-SEQ(WS-ACHOU-SEL)
                           THEN
                           MOVE END-SEQ TO WS-SEL-SEQ(WS-ACHOU-SEL)
                           MOVE REG-ENDERECO
                             TO WS-SEL-ENDERECO(WS-ACHOU-SEL)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE ENDERECOS
           .

       P-CARREGA-ENDERECOS-FIM.
           EXIT.

       P-EXPORTA.
            SET FS-OK  TO TRUE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-OBJETOS WS-QTD-EXCECOES
                          WS-QTD-SUPRIMIDOS WS-QTD-INATIVOS
            INITIALIZE WS-TABELA-QTD-UF

      * Lista de supressao relida a cada exportacao.
            MOVE 'C' TO LK-SUP-FUNCAO
            CALL 'PG13CHKSUP' USING LK-SUP-AREA REG-CONTATOS

            OPEN INPUT CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13EXPCOR'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-EXPORTA-FIM
            END-IF

            OPEN OUTPUT POSTAGEM

            MOVE SPACES             TO REG-PST-CABECALHO
            MOVE '1'                TO PSC-TIPO
            MOVE WS-CARTAO          TO PSC-CARTAO
            MOVE WS-SERVICO         TO PSC-SERVICO
            MOVE WS-DATA-HOJE       TO PSC-DATA
            MOVE WS-FILIAL-POSTAGEM TO PSC-FILIAL
            MOVE WS-NOME-FILIAL     TO PSC-NOME-FILIAL
            MOVE WS-AR              TO PSC-AR
            WRITE REG-PST-CABECALHO

            MOVE '.\CORREIOS_EXCECOES.LST' TO LK-PRT-ARQUIVO
            MOVE 'POSTAGEM CORREIOS - EXCECOES' TO LK-PRT-TITULO
            MOVE LK-OPERADOR               TO LK-PRT-OPERADOR
            MOVE 'I'                       TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'ID     NOME                 MOTIVO' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-SEL FROM 1 BY 1
                    UNTIL WS-IDX-SEL > WS-QTD-SELECAO
                PERFORM P-AVALIA-1-OBJETO THRU P-AVALIA-1-OBJETO-FIM
            END-PERFORM

            MOVE SPACES          TO REG-PST-TRAILER
            MOVE '9'             TO PST-TIPO
            MOVE WS-QTD-OBJETOS  TO PST-QTD-OBJETOS
            WRITE REG-PST-TRAILER

            CLOSE CONTATOS
            CLOSE POSTAGEM

            MOVE 'CONTATOS SELECIONADOS'     TO LK-PRT-ROTULO
            MOVE WS-QTD-SELECAO              TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            MOVE 'EXCECOES (FORA DA LISTA)'  TO LK-PRT-ROTULO
            MOVE WS-QTD-EXCECOES             TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            PERFORM P-IMPRIME-RESUMO THRU P-IMPRIME-RESUMO-FIM

            DISPLAY "CONTATOS SELECIONADOS     : " WS-QTD-SELECAO
            DISPLAY "OBJETOS NA LISTA          : " WS-QTD-OBJETOS
            DISPLAY "EXCECOES                  : " WS-QTD-EXCECOES
            DISPLAY "SUPRIMIDOS (NAO CONTATAR) : " WS-QTD-SUPRIMIDOS
            DISPLAY "INATIVOS/NAO ENCONTRADOS  : " WS-QTD-INATIVOS
            DISPLAY "LISTA EM CORREIOS_POSTAGEM.TXT; EXCECOES EM "
                    "CORREIOS_EXCECOES.LST; RESUMO POR UF EM "
                    "CORREIOS_RESUMO.LST"

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
           .

       P-EXPORTA-FIM.
           EXIT.

      * Confere um contato da selecao e o seu endereco; passando,
      * grava o objeto e soma na UF.
       P-AVALIA-1-OBJETO.
            MOVE WS-SEL-ID(WS-IDX-SEL) TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                    ADD 1 TO WS-QTD-INATIVOS
                    GO TO P-AVALIA-1-OBJETO-FIM
            END-READ

            ADD 1 TO WS-QTD-LIDOS

            IF NOT CONTATO-ATIVO THEN
               ADD 1 TO WS-QTD-INATIVOS
               GO TO P-AVALIA-1-OBJETO-FIM
            END-IF

            MOVE 'V' TO LK-SUP-FUNCAO
            CALL 'PG13CHKSUP' USING LK-SUP-AREA REG-CONTATOS
            IF LK-SUP-SUPRIMIDO THEN
               ADD 1 TO WS-QTD-SUPRIMIDOS
               GO TO P-AVALIA-1-OBJETO-FIM
            END-IF

            IF WS-SEL-ENDERECO(WS-IDX-SEL) EQUAL SPACES THEN
               MOVE 'SEM ENDERECO ESTRUTURADO' TO WS-MOTIVO
               PERFORM P-EXCECAO THRU P-EXCECAO-FIM
               GO TO P-AVALIA-1-OBJETO-FIM
            END-IF

            MOVE WS-SEL-ENDERECO(WS-IDX-SEL) TO REG-ENDERECO

            IF END-REVISAR EQUAL 'S' THEN
               MOVE 'ENDERECO MARCADO PARA REVISAO' TO WS-MOTIVO
               PERFORM P-EXCECAO THRU P-EXCECAO-FIM
               GO TO P-AVALIA-1-OBJETO-FIM
            END-IF

      * A sequencia do endereco e a posicao do meio ENDERECO na
      * tabela do contato, onde fica a marca de devolvido.
            MOVE END-SEQ TO WS-CT-IDX
            IF WS-CT-IDX > ZEROS AND WS-CT-IDX <= 5 THEN
               IF METODO-DEVOLVIDO(WS-CT-IDX) THEN
                  MOVE 'ENDERECO DEVOLVIDO PELOS CORREIOS'
                    TO WS-MOTIVO
                  PERFORM P-EXCECAO THRU P-EXCECAO-FIM
                  GO TO P-AVALIA-1-OBJETO-FIM
               END-IF
            END-IF

            IF END-LOGRADOURO EQUAL SPACES THEN
               MOVE 'LOGRADOURO EM BRANCO' TO WS-MOTIVO
               PERFORM P-EXCECAO THRU P-EXCECAO-FIM
               GO TO P-AVALIA-1-OBJETO-FIM
            END-IF

      * O PG13VALCEP procura o CEP, a cidade e a UF num texto de 30
      * posicoes; UF e CEP vao na frente para a cidade caber inteira.
            MOVE SPACES TO LK-CEP-ENDERECO
            STRING END-UF       DELIMITED BY SIZE
                   END-CEP      DELIMITED BY SIZE
                   END-CIDADE   DELIMITED BY SIZE
               INTO LK-CEP-ENDERECO
            END-STRING
            CALL 'PG13VALCEP' USING LK-CEP-AREA

            EVALUATE TRUE
                WHEN LK-CEP-VALIDO
                   CONTINUE
                WHEN LK-CEP-DIVERGE
                   MOVE 'CEP NAO CONFERE COM CIDADE/UF' TO WS-MOTIVO
                WHEN LK-CEP-NAO-EXISTE
                   MOVE 'CEP INEXISTENTE' TO WS-MOTIVO
                WHEN LK-CEP-SEM-REF
                   MOVE 'CEP NAO CONFERIDO (SEM CEP_REF)' TO WS-MOTIVO
                WHEN OTHER
                   MOVE 'CEP INVALIDO' TO WS-MOTIVO
            END-EVALUATE

            IF NOT LK-CEP-VALIDO THEN
               PERFORM P-EXCECAO THRU P-EXCECAO-FIM
               GO TO P-AVALIA-1-OBJETO-FIM
            END-IF

            MOVE 'A'            TO LK-NMC-FUNCAO
            MOVE NM-CONTATO     TO LK-NMC-NOME-CURTO
            MOVE NM-PRENOME     TO LK-NMC-PRENOME
            MOVE NM-SOBRENOME   TO LK-NMC-SOBRENOME
            MOVE LENGTH OF PSO-DESTINATARIO TO LK-NMC-TAM-MAXIMO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            ADD 1 TO WS-QTD-OBJETOS

            MOVE SPACES          TO REG-PST-OBJETO
            MOVE '2'             TO PSO-TIPO
            MOVE WS-QTD-OBJETOS  TO PSO-SEQUENCIA
            MOVE WS-SERVICO      TO PSO-SERVICO
            MOVE WS-AR           TO PSO-AR
            MOVE LK-NMC-NOME-COMPLETO TO PSO-DESTINATARIO
            MOVE END-LOGRADOURO  TO PSO-LOGRADOURO
            MOVE END-NUMERO      TO PSO-NUMERO
            MOVE END-COMPLEMENTO TO PSO-COMPLEMENTO
            MOVE END-BAIRRO      TO PSO-BAIRRO
            MOVE END-CIDADE      TO PSO-CIDADE
            MOVE END-UF          TO PSO-UF
            MOVE END-CEP         TO PSO-CEP
            MOVE ID-CONTATO      TO PSO-REFERENCIA
            WRITE REG-PST-OBJETO

            MOVE ZEROS TO WS-ACHOU-UF
            PERFORM VARYING WS-IDX-UF FROM 1 BY 1
                    UNTIL WS-IDX-UF > 27 OR WS-ACHOU-UF > ZEROS
                IF WS-NOME-UF(WS-IDX-UF) EQUAL END-UF THEN
                   MOVE WS-IDX-UF TO WS-ACHOU-UF
                END-IF
            END-PERFORM
            IF WS-ACHOU-UF > ZEROS THEN
               ADD 1 TO WS-QTD-UF(WS-ACHOU-UF)
            END-IF
           .

       P-AVALIA-1-OBJETO-FIM.
           EXIT.

       P-EXCECAO.
            ADD 1 TO WS-QTD-EXCECOES
            MOVE SPACES TO LK-PRT-LINHA
            STRING ID-CONTATO  DELIMITED BY SIZE
                   ' '         DELIMITED BY SIZE
                   NM-CONTATO  DELIMITED BY SIZE
                   ' '         DELIMITED BY SIZE
                   WS-MOTIVO   DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-EXCECAO-FIM.
           EXIT.

      * Resumo da postagem: dados do cabecalho, objetos por UF e o
      * total, na ordem em que a agencia confere o recibo.
       P-IMPRIME-RESUMO.
            MOVE '.\CORREIOS_RESUMO.LST'   TO LK-PRT-ARQUIVO
            MOVE 'POSTAGEM CORREIOS - RESUMO' TO LK-PRT-TITULO
            MOVE LK-OPERADOR               TO LK-PRT-OPERADOR
            MOVE 'I'                       TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE SPACES TO LK-PRT-LINHA
            STRING 'FILIAL: '          DELIMITED BY SIZE
                   WS-FILIAL-POSTAGEM  DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   WS-NOME-FILIAL      DELIMITED BY SIZE
                   ' CARTAO: '         DELIMITED BY SIZE
                   WS-CARTAO           DELIMITED BY SIZE
                   ' SERVICO: '        DELIMITED BY SIZE
                   WS-SERVICO          DELIMITED BY SIZE
                   ' AR: '             DELIMITED BY SIZE
                   WS-AR               DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE 'OBJETOS POR UF' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-UF FROM 1 BY 1
                    UNTIL WS-IDX-UF > 27
                IF WS-QTD-UF(WS-IDX-UF) > ZEROS THEN
                   MOVE SPACES TO LK-PRT-ROTULO
                   STRING 'UF '                 DELIMITED BY SIZE
                          WS-NOME-UF(WS-IDX-UF) DELIMITED BY SIZE
                      INTO LK-PRT-ROTULO
                   MOVE WS-QTD-UF(WS-IDX-UF) TO LK-PRT-VALOR
                   PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
                END-IF
            END-PERFORM

            MOVE 'TOTAL DE OBJETOS'  TO LK-PRT-ROTULO
            MOVE WS-QTD-OBJETOS      TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-RESUMO-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

       P-IMPRIME-TOTAL.
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-TOTAL-FIM.

      * Grava os totais desta exportacao em CONTROLE.dat, no mesmo
      * padrao dos demais programas em lote do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13EXPCOR'      TO CTL-PROGRAMA
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-OBJETOS        TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-EXCECOES       TO CTL-QTD-REJEITADOS
            MOVE WS-QTD-SUPRIMIDOS     TO CTL-QTD-SUPRIMIDOS

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
       END PROGRAM PG13EXPCOR.
