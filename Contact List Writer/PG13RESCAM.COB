      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Resultado de campanhas - registra em RESPOSTAS.dat o
      *          que aconteceu com cada contato selecionado pelo
      *          PG13CAMPAN (respondeu, interessado, sem interesse,
      *          convertido ou sem resposta), pela tela ou pelo
      *          arquivo de retorno da central de atendimento
      *          (RESPOSTAS_CARGA.dat), e imprime em
      *          CAMPANHA_RESULTADO.LST os selecionados x
      *          responderam x convertidos por campanha e, para uma
      *          campanha escolhida, quebrados por tipo de contato,
      *          empresa e filial - para o marketing decidir quais
      *          listas vale a pena repetir.
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13RESCAM.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTATOS ASSIGN TO
                 '.\CONTATOS.dat'
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS RANDOM
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT CAMPANHAS ASSIGN TO ".\CAMPANHAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CAM-FS.

            SELECT RESPOSTAS ASSIGN TO ".\RESPOSTAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-RSP-FS.

      * Retorno da central: campanha, ID do contato, codigo da
      * resposta e data (em branco = hoje).
            SELECT CARGA ASSIGN TO ".\RESPOSTAS_CARGA.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CRG-FS.

            SELECT EMPRESAS ASSIGN TO ".\EMPRESAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-EMP-FS.

            SELECT FILIAIS ASSIGN TO ".\FILIAIS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FIL-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD CAMPANHAS.
          COPY FD_CAMPA.

       FD RESPOSTAS.
          COPY FD_RESPC.

       FD CARGA.
       01 REG-CARGA.
          03 CRG-CAMPANHA         PIC X(20).
          03 CRG-ID-CONTATO       PIC 9(06).
          03 CRG-CODIGO           PIC X(01).
          03 CRG-DATA             PIC 9(08).

       FD EMPRESAS.
          COPY FD_EMPRS.

       FD FILIAIS.
          COPY FD_FILIA.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-CAM-FS             PIC 9(02).
          88 CAM-OK           VALUE 0.

       77 WS-RSP-FS             PIC 9(02).
          88 RSP-OK           VALUE 0.

       77 WS-CRG-FS             PIC 9(02).
          88 CRG-OK           VALUE 0.

       77 WS-EMP-FS             PIC 9(02).
          88 EMP-OK           VALUE 0.

       77 WS-FIL-FS             PIC 9(02).
          88 FIL-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-EXIT               PIC X(01).
          88 EXIT-OK          VALUE 'N' FALSE 'S'.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
          88 OPCAO-REGISTRAR  VALUE '1'.
          88 OPCAO-CARGA      VALUE '2'.

       77 WS-CONFIRMA           PIC X(01) VALUE SPACE.
          88 CONFIRMADO       VALUE 'S' 's'.

       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.

      * Campanha escolhida (em branco no relatorio = todas).
       77 WS-CAMPANHA           PIC X(20) VALUE SPACES.
       77 WS-ID-INFORMADO       PIC 9(06) VALUE ZEROS.
       77 WS-CODIGO             PIC X(01) VALUE SPACE.

      * Selecionados de CAMPANHAS.dat (sem repetir contato dentro da
      * mesma campanha) com a resposta que vale para cada um.
       01 WS-TABELA-SELECAO.
          03 WS-SL-ITEM OCCURS 9999 TIMES.
             05 WS-SL-CAMPANHA      PIC X(20).
             05 WS-SL-ID            PIC 9(06).
             05 WS-SL-CODIGO        PIC X(01).
                88 SL-HOUVE-RETORNO VALUE 'R' 'I' 'N' 'C'.
                88 SL-CONVERTIDO    VALUE 'C'.

       77 WS-QTD-SL             PIC 9(04) VALUE ZEROS.
       77 WS-IDX-SL             PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU-SL           PIC 9(04) VALUE ZEROS.

      * Totais por campanha.
       01 WS-TABELA-CAMPANHAS.
          03 WS-CP-ITEM OCCURS 200 TIMES.
             05 WS-CP-NOME          PIC X(20).
             05 WS-CP-SELEC         PIC 9(05).
             05 WS-CP-RESP          PIC 9(05).
             05 WS-CP-CONV          PIC 9(05).

       77 WS-QTD-CP             PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CP             PIC 9(03) VALUE ZEROS.

      * Quebras da campanha escolhida: 1 = tipo de contato,
      * 2 = empresa, 3 = filial.
       01 WS-TABELA-QUEBRAS.
          03 WS-QB-GRUPO OCCURS 3 TIMES.
             05 WS-QB-QTD           PIC 9(03).
             05 WS-QB-ITEM OCCURS 100 TIMES.
                07 WS-QB-CHAVE      PIC X(30).
                07 WS-QB-SELEC      PIC 9(05).
                07 WS-QB-RESP       PIC 9(05).
                07 WS-QB-CONV       PIC 9(05).

       77 WS-IDX-GRP            PIC 9(01) VALUE ZEROS.
       77 WS-IDX-QB             PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-QB           PIC 9(03) VALUE ZEROS.
       77 WS-CHAVE-QUEBRA       PIC X(30) VALUE SPACES.

       01 WS-TITULOS-QUEBRA.
          03 FILLER PIC X(30) VALUE 'POR TIPO DE CONTATO:'.
          03 FILLER PIC X(30) VALUE 'POR EMPRESA:'.
          03 FILLER PIC X(30) VALUE 'POR FILIAL:'.

       01 FILLER REDEFINES WS-TITULOS-QUEBRA.
          03 WS-TITULO-QUEBRA OCCURS 3 TIMES PIC X(30).

       01 WS-TABELA-EMPRESAS.
          03 WS-EMP-ITEM OCCURS 100 TIMES.
             05 WS-EMP-ID           PIC 9(04).
             05 WS-EMP-NOME         PIC X(30).

       77 WS-QTD-EMPRESAS       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-EMP            PIC 9(03) VALUE ZEROS.

       01 WS-TABELA-FILIAIS.
          03 WS-FIL-ITEM OCCURS 100 TIMES.
             05 WS-FIL-CODIGO       PIC X(03).
             05 WS-FIL-NOME         PIC X(20).

       77 WS-QTD-FILIAIS        PIC 9(03) VALUE ZEROS.
       77 WS-IDX-FIL            PIC 9(03) VALUE ZEROS.

       77 WS-SELEC              PIC 9(05) VALUE ZEROS.
       77 WS-RESP               PIC 9(05) VALUE ZEROS.
       77 WS-CONV               PIC 9(05) VALUE ZEROS.
       77 WS-EDT-SELEC          PIC ZZZZ9.
       77 WS-EDT-RESP           PIC ZZZZ9.
       77 WS-EDT-CONV           PIC ZZZZ9.
       77 WS-EDT-PCT-RESP       PIC ZZ9,9.
       77 WS-EDT-PCT-CONV       PIC ZZ9,9.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-NAO-LOCALIZ    PIC 9(05) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_DURLOG.
       COPY LK_PRTFMT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** RESULTADO DE CAMPANHAS *****"

            MOVE LK-OPERADOR TO WS-OPERADOR
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            SET EXIT-OK OF WS-EXIT TO FALSE

            PERFORM P-MENU THRU P-MENU-FIM UNTIL EXIT-OK

            PERFORM P-END
           .

       P-MENU.
            MOVE SPACE TO WS-OPCAO

            DISPLAY "<1> Registrar resposta de um contato"
            DISPLAY "<2> Carregar retorno da central "
                    "(RESPOSTAS_CARGA.dat)"
            DISPLAY "<3> Relatorio de resultados (padrao)"
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN OPCAO-REGISTRAR
                   PERFORM P-REGISTRA THRU P-REGISTRA-FIM
                WHEN OPCAO-CARGA
                   PERFORM P-CARGA THRU P-CARGA-FIM
                WHEN OTHER
                   PERFORM P-RELATORIO THRU P-RELATORIO-FIM
            END-EVALUATE

            DISPLAY "<QUALQUER TECLA> para continuar, <N> para sair."
            ACCEPT WS-EXIT
           .

       P-MENU-FIM.

      * Registra pela tela a resposta de um contato que tenha sido
      * selecionado na campanha informada; havendo resposta anterior
      * ela e mostrada e a nova passa a valer no lugar dela.
       P-REGISTRA.
            MOVE SPACES TO WS-CAMPANHA
            DISPLAY "Nome da campanha: "
            ACCEPT WS-CAMPANHA
            MOVE FUNCTION UPPER-CASE(WS-CAMPANHA) TO WS-CAMPANHA

            IF WS-CAMPANHA EQUAL SPACES THEN
               DISPLAY "NOME EM BRANCO - NADA FOI REGISTRADO."
               GO TO P-REGISTRA-FIM
            END-IF

            PERFORM P-CARREGA-SELECAO THRU P-CARREGA-SELECAO-FIM
            IF WS-QTD-SL EQUAL ZEROS THEN
               DISPLAY "NENHUM CONTATO SELECIONADO NESSA CAMPANHA."
               GO TO P-REGISTRA-FIM
            END-IF

            PERFORM P-APLICA-RESPOSTAS THRU P-APLICA-RESPOSTAS-FIM

            DISPLAY "ID do contato: "
            ACCEPT WS-ID-INFORMADO

            PERFORM P-LOCALIZA-SELECAO THRU P-LOCALIZA-SELECAO-FIM
            IF WS-ACHOU-SL EQUAL ZEROS THEN
               DISPLAY "CONTATO NAO FOI SELECIONADO NESSA CAMPANHA."
               GO TO P-REGISTRA-FIM
            END-IF

            IF WS-SL-CODIGO(WS-ACHOU-SL) NOT = SPACE THEN
               DISPLAY "RESPOSTA JA REGISTRADA: "
                       WS-SL-CODIGO(WS-ACHOU-SL)
            END-IF

            DISPLAY "<R> Respondeu  <I> Interessado  "
                    "<N> Sem interesse"
            DISPLAY "<C> Convertido <S> Sem resposta"
            ACCEPT WS-CODIGO
            MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO WS-CODIGO

            MOVE WS-CODIGO TO RSP-CODIGO
            IF NOT RSP-CODIGO-VALIDO THEN
               DISPLAY "CODIGO DE RESPOSTA INVALIDO."
               GO TO P-REGISTRA-FIM
            END-IF

            DISPLAY "Voce deseja continuar?"
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para sair."
            ACCEPT WS-CONFIRMA

            IF NOT CONFIRMADO THEN
               GO TO P-REGISTRA-FIM
            END-IF

            OPEN EXTEND RESPOSTAS
            IF WS-RSP-FS EQUAL 35 THEN
               OPEN OUTPUT RESPOSTAS
            END-IF

            IF NOT RSP-OK THEN
               MOVE 'PG13RESCAM'       TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR RESPOSTAS' TO LK-ERRO-OPERACAO
               MOVE WS-RSP-FS          TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-REGISTRA-FIM
            END-IF

            MOVE WS-CAMPANHA       TO RSP-CAMPANHA
            MOVE WS-ID-INFORMADO   TO RSP-ID-CONTATO
            MOVE WS-CODIGO         TO RSP-CODIGO
            MOVE WS-DATA-HOJE      TO RSP-DATA
            MOVE 'T'               TO RSP-ORIGEM
            MOVE WS-OPERADOR       TO RSP-OPERADOR
            WRITE REG-RESPOSTA
            CLOSE RESPOSTAS

            DISPLAY "RESPOSTA REGISTRADA."
           .

       P-REGISTRA-FIM.
           EXIT.

      * Carrega o retorno da central: cada linha precisa apontar um
      * contato selecionado na campanha e trazer um codigo valido;
      * as demais sao recusadas e listadas na tela.
       P-CARGA.
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
                          WS-QTD-REJEITADOS

            OPEN INPUT CARGA
            IF NOT CRG-OK THEN
               DISPLAY "ARQUIVO RESPOSTAS_CARGA.dat NAO ENCONTRADO."
               DISPLAY "Error ID: " WS-CRG-FS
               GO TO P-CARGA-FIM
            END-IF

            MOVE 'PG13RESCAM' TO LK-DUR-PROGRAMA
            MOVE 'I'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

      * Todas as campanhas, ja que o retorno pode trazer varias.
            MOVE SPACES TO WS-CAMPANHA
            PERFORM P-CARREGA-SELECAO THRU P-CARREGA-SELECAO-FIM

            OPEN EXTEND RESPOSTAS
            IF WS-RSP-FS EQUAL 35 THEN
               OPEN OUTPUT RESPOSTAS
            END-IF

            IF NOT RSP-OK THEN
               MOVE 'PG13RESCAM'       TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR RESPOSTAS' TO LK-ERRO-OPERACAO
               MOVE WS-RSP-FS          TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE CARGA
               GO TO P-CARGA-FIM
            END-IF

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ CARGA
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM P-CARGA-1 THRU P-CARGA-1-FIM
                END-READ
            END-PERFORM

            CLOSE CARGA
            CLOSE RESPOSTAS

            DISPLAY "LINHAS LIDAS        : " WS-QTD-LIDOS
            DISPLAY "RESPOSTAS GRAVADAS  : " WS-QTD-GRAVADOS
            DISPLAY "LINHAS RECUSADAS    : " WS-QTD-REJEITADOS

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA
           .

       P-CARGA-FIM.
           EXIT.

       P-CARGA-1.
            MOVE CRG-CODIGO TO RSP-CODIGO
            MOVE FUNCTION UPPER-CASE(RSP-CODIGO) TO RSP-CODIGO

            IF CRG-ID-CONTATO NOT NUMERIC
               OR NOT RSP-CODIGO-VALIDO THEN
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "ID OU CODIGO INVALIDO: " REG-CARGA
               GO TO P-CARGA-1-FIM
            END-IF

            MOVE FUNCTION UPPER-CASE(CRG-CAMPANHA) TO WS-CAMPANHA
            MOVE CRG-ID-CONTATO TO WS-ID-INFORMADO

            PERFORM P-LOCALIZA-SELECAO THRU P-LOCALIZA-SELECAO-FIM
            IF WS-ACHOU-SL EQUAL ZEROS THEN
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "NAO SELECIONADO NA CAMPANHA: " REG-CARGA
               GO TO P-CARGA-1-FIM
            END-IF

            MOVE WS-CAMPANHA       TO RSP-CAMPANHA
            MOVE WS-ID-INFORMADO   TO RSP-ID-CONTATO
            IF CRG-DATA NUMERIC AND CRG-DATA > ZEROS THEN
               MOVE CRG-DATA       TO RSP-DATA
            ELSE
               MOVE WS-DATA-HOJE   TO RSP-DATA
            END-IF
            MOVE 'A'               TO RSP-ORIGEM
            MOVE WS-OPERADOR       TO RSP-OPERADOR
            WRITE REG-RESPOSTA
            ADD 1 TO WS-QTD-GRAVADOS
           .

       P-CARGA-1-FIM.
           EXIT.

      * Relatorio de resultados. Campanha em branco = uma linha de
      * totais por campanha; com o nome, a linha da campanha e as
      * quebras por tipo de contato, empresa e filial.
       P-RELATORIO.
            MOVE SPACES TO WS-CAMPANHA
            DISPLAY "Campanha (em branco = todas): "
            ACCEPT WS-CAMPANHA
            MOVE FUNCTION UPPER-CASE(WS-CAMPANHA) TO WS-CAMPANHA

            PERFORM P-CARREGA-SELECAO THRU P-CARREGA-SELECAO-FIM
            IF WS-QTD-SL EQUAL ZEROS THEN
               DISPLAY "NENHUMA SELECAO ENCONTRADA EM CAMPANHAS.dat."
               GO TO P-RELATORIO-FIM
            END-IF

            PERFORM P-APLICA-RESPOSTAS THRU P-APLICA-RESPOSTAS-FIM
            PERFORM P-TOTALIZA-CAMPANHAS THRU P-TOTALIZA-CAMPANHAS-FIM

            MOVE 'RESULTADO DE CAMPANHAS' TO LK-PRT-TITULO
            MOVE '.\CAMPANHA_RESULTADO.LST' TO LK-PRT-ARQUIVO
            MOVE WS-OPERADOR        TO LK-PRT-OPERADOR
            MOVE 'I'                TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE SPACES TO LK-PRT-LINHA
            STRING 'CAMPANHA/GRUPO         SELEC  RESP  CONV'
                   '  %RESP  %CONV'     DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-CP FROM 1 BY 1
                    UNTIL WS-IDX-CP > WS-QTD-CP
                MOVE WS-CP-SELEC(WS-IDX-CP) TO WS-SELEC
                MOVE WS-CP-RESP(WS-IDX-CP)  TO WS-RESP
                MOVE WS-CP-CONV(WS-IDX-CP)  TO WS-CONV
                MOVE WS-CP-NOME(WS-IDX-CP)  TO WS-CHAVE-QUEBRA
                PERFORM P-IMPRIME-CONTAGEM THRU P-IMPRIME-CONTAGEM-FIM
            END-PERFORM

            IF WS-CAMPANHA NOT = SPACES THEN
               PERFORM P-QUEBRAS THRU P-QUEBRAS-FIM
            END-IF

            MOVE 'CAMPANHAS NO RELATORIO' TO LK-PRT-ROTULO
            MOVE WS-QTD-CP TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            MOVE 'CONTATOS SELECIONADOS' TO LK-PRT-ROTULO
            MOVE WS-QTD-SL TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            DISPLAY "SAIDA EM CAMPANHA_RESULTADO.LST"
           .

       P-RELATORIO-FIM.
           EXIT.

      * Carrega CAMPANHAS.dat na tabela de selecionados (so a
      * campanha WS-CAMPANHA, ou todas se estiver em branco). O mesmo
      * contato selecionado de novo na mesma campanha conta uma vez.
       P-CARREGA-SELECAO.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-SL

            OPEN INPUT CAMPANHAS
            IF NOT CAM-OK THEN
               GO TO P-CARREGA-SELECAO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CAMPANHAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF WS-CAMPANHA EQUAL SPACES
                           OR FUNCTION UPPER-CASE(CAM-NOME)
                              EQUAL WS-CAMPANHA THEN
                           PERFORM P-CARREGA-1-SELECAO
                                   THRU P-CARREGA-1-SELECAO-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CAMPANHAS
           .

       P-CARREGA-SELECAO-FIM.
           EXIT.

       P-CARREGA-1-SELECAO.
            MOVE FUNCTION UPPER-CASE(CAM-NOME) TO WS-CHAVE-QUEBRA
            MOVE ZEROS TO WS-ACHOU-SL

            PERFORM VARYING WS-IDX-SL FROM 1 BY 1
                    UNTIL WS-IDX-SL > WS-QTD-SL
                       OR WS-ACHOU-SL > ZEROS
                IF WS-SL-ID(WS-IDX-SL) EQUAL CAM-ID-CONTATO
                   AND WS-SL-CAMPANHA(WS-IDX-SL)
                       EQUAL WS-CHAVE-QUEBRA(1:20) THEN
                   MOVE WS-IDX-SL TO WS-ACHOU-SL
                END-IF
            END-PERFORM

            IF WS-ACHOU-SL > ZEROS THEN
               GO TO P-CARREGA-1-SELECAO-FIM
            END-IF

            IF WS-QTD-SL >= 9999 THEN
               DISPLAY "MAIS DE 9999 SELECIONADOS - RESTANTE IGNORADO."
               SET EOF-OK TO TRUE
               GO TO P-CARREGA-1-SELECAO-FIM
            END-IF

            ADD 1 TO WS-QTD-SL
            MOVE WS-CHAVE-QUEBRA(1:20) TO WS-SL-CAMPANHA(WS-QTD-SL)
            MOVE CAM-ID-CONTATO        TO WS-SL-ID(WS-QTD-SL)
            MOVE SPACE                 TO WS-SL-CODIGO(WS-QTD-SL)
           .

       P-CARREGA-1-SELECAO-FIM.
           EXIT.

      * Le RESPOSTAS.dat na ordem em que foi gravado; a ultima
      * resposta de cada contato em cada campanha fica valendo.
       P-APLICA-RESPOSTAS.
            SET EOF-OK TO FALSE

            OPEN INPUT RESPOSTAS
            IF NOT RSP-OK THEN
               GO TO P-APLICA-RESPOSTAS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ RESPOSTAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE RSP-CAMPANHA   TO WS-CHAVE-QUEBRA
                        MOVE RSP-ID-CONTATO TO WS-ID-INFORMADO
                        PERFORM P-LOCALIZA-RESPOSTA
                                THRU P-LOCALIZA-RESPOSTA-FIM
                        IF WS-ACHOU-SL > ZEROS THEN
                           MOVE RSP-CODIGO
                                TO WS-SL-CODIGO(WS-ACHOU-SL)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE RESPOSTAS
           .

       P-APLICA-RESPOSTAS-FIM.
           EXIT.

      * Procura na tabela o contato WS-ID-INFORMADO da campanha em
      * WS-CAMPANHA; devolve a posicao em WS-ACHOU-SL (zero = nao).
       P-LOCALIZA-SELECAO.
            MOVE WS-CAMPANHA TO WS-CHAVE-QUEBRA
            PERFORM P-LOCALIZA-RESPOSTA THRU P-LOCALIZA-RESPOSTA-FIM
           .

       P-LOCALIZA-SELECAO-FIM.
           EXIT.

       P-LOCALIZA-RESPOSTA.
            MOVE ZEROS TO WS-ACHOU-SL

            PERFORM VARYING WS-IDX-SL FROM 1 BY 1
                    UNTIL WS-IDX-SL > WS-QTD-SL
                       OR WS-ACHOU-SL > ZEROS
                IF WS-SL-ID(WS-IDX-SL) EQUAL WS-ID-INFORMADO
                   AND WS-SL-CAMPANHA(WS-IDX-SL)
                       EQUAL WS-CHAVE-QUEBRA(1:20) THEN
                   MOVE WS-IDX-SL TO WS-ACHOU-SL
                END-IF
            END-PERFORM
           .

       P-LOCALIZA-RESPOSTA-FIM.
           EXIT.

      * Soma selecionados, respondidos e convertidos por campanha.
       P-TOTALIZA-CAMPANHAS.
            MOVE ZEROS TO WS-QTD-CP

            PERFORM VARYING WS-IDX-SL FROM 1 BY 1
                    UNTIL WS-IDX-SL > WS-QTD-SL
                PERFORM VARYING WS-IDX-CP FROM 1 BY 1
                        UNTIL WS-IDX-CP > WS-QTD-CP
                           OR WS-CP-NOME(WS-IDX-CP)
                              EQUAL WS-SL-CAMPANHA(WS-IDX-SL)
                    CONTINUE
                END-PERFORM

                IF WS-IDX-CP > WS-QTD-CP AND WS-QTD-CP < 200 THEN
                   ADD 1 TO WS-QTD-CP
                   MOVE WS-SL-CAMPANHA(WS-IDX-SL)
                        TO WS-CP-NOME(WS-QTD-CP)
                   MOVE ZEROS TO WS-CP-SELEC(WS-QTD-CP)
                                 WS-CP-RESP(WS-QTD-CP)
                                 WS-CP-CONV(WS-QTD-CP)
                END-IF

                IF WS-IDX-CP <= WS-QTD-CP THEN
                   ADD 1 TO WS-CP-SELEC(WS-IDX-CP)
                   IF SL-HOUVE-RETORNO(WS-IDX-SL) THEN
                      ADD 1 TO WS-CP-RESP(WS-IDX-CP)
                   END-IF
                   IF SL-CONVERTIDO(WS-IDX-SL) THEN
                      ADD 1 TO WS-CP-CONV(WS-IDX-CP)
                   END-IF
                END-IF
            END-PERFORM
           .

       P-TOTALIZA-CAMPANHAS-FIM.
           EXIT.

      * Le cada selecionado da campanha escolhida em CONTATOS.dat
      * pela chave e acumula nas quebras por tipo, empresa e filial.
      * Contato que ja nao existe na base entra como NAO LOCALIZADO.
       P-QUEBRAS.
            MOVE ZEROS TO WS-QTD-NAO-LOCALIZ
            MOVE ZEROS TO WS-QB-QTD(1) WS-QB-QTD(2) WS-QB-QTD(3)

            PERFORM P-CARREGA-EMPRESAS THRU P-CARREGA-EMPRESAS-FIM
            PERFORM P-CARREGA-FILIAIS THRU P-CARREGA-FILIAIS-FIM

            OPEN INPUT CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13RESCAM'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-QUEBRAS-FIM
            END-IF

            PERFORM VARYING WS-IDX-SL FROM 1 BY 1
                    UNTIL WS-IDX-SL > WS-QTD-SL
                MOVE WS-SL-ID(WS-IDX-SL) TO ID-CONTATO
                READ CONTATOS
                     KEY IS ID-CONTATO
                     INVALID KEY
                        ADD 1 TO WS-QTD-NAO-LOCALIZ
                        MOVE 'NAO LOCALIZADO' TO TP-CONTATO
                        MOVE ZEROS  TO ID-EMPRESA
                        MOVE SPACES TO FILIAL-CONTATO
                END-READ
                PERFORM P-ACUMULA-QUEBRAS THRU P-ACUMULA-QUEBRAS-FIM
            END-PERFORM

            CLOSE CONTATOS

            PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                    UNTIL WS-IDX-GRP > 3
                MOVE SPACES TO LK-PRT-LINHA
                PERFORM P-IMPRIME THRU P-IMPRIME-FIM
                MOVE WS-TITULO-QUEBRA(WS-IDX-GRP) TO LK-PRT-LINHA
                PERFORM P-IMPRIME THRU P-IMPRIME-FIM

                PERFORM VARYING WS-IDX-QB FROM 1 BY 1
                        UNTIL WS-IDX-QB > WS-QB-QTD(WS-IDX-GRP)
                    MOVE WS-QB-SELEC(WS-IDX-GRP WS-IDX-QB) TO WS-SELEC
                    MOVE WS-QB-RESP(WS-IDX-GRP WS-IDX-QB)  TO WS-RESP
                    MOVE WS-QB-CONV(WS-IDX-GRP WS-IDX-QB)  TO WS-CONV
                    MOVE WS-QB-CHAVE(WS-IDX-GRP WS-IDX-QB)
                         TO WS-CHAVE-QUEBRA
                    PERFORM P-IMPRIME-CONTAGEM
                            THRU P-IMPRIME-CONTAGEM-FIM
                END-PERFORM
            END-PERFORM

            MOVE 'SELECIONADOS NAO LOCALIZADOS' TO LK-PRT-ROTULO
            MOVE WS-QTD-NAO-LOCALIZ TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
           .

       P-QUEBRAS-FIM.
           EXIT.

      * Monta a chave de cada quebra para o contato corrente.
       P-ACUMULA-QUEBRAS.
            MOVE 1 TO WS-IDX-GRP
            MOVE TP-CONTATO TO WS-CHAVE-QUEBRA
            PERFORM P-ACUMULA-1-QUEBRA THRU P-ACUMULA-1-QUEBRA-FIM

            MOVE 2 TO WS-IDX-GRP
            MOVE SPACES TO WS-CHAVE-QUEBRA
            IF ID-EMPRESA NOT NUMERIC OR ID-EMPRESA EQUAL ZEROS THEN
               MOVE 'SEM EMPRESA' TO WS-CHAVE-QUEBRA
            ELSE
               MOVE ID-EMPRESA TO WS-CHAVE-QUEBRA(1:4)
               PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                       UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS
                   IF WS-EMP-ID(WS-IDX-EMP) EQUAL ID-EMPRESA THEN
                      MOVE WS-EMP-NOME(WS-IDX-EMP)(1:25)
                           TO WS-CHAVE-QUEBRA(6:25)
                   END-IF
               END-PERFORM
            END-IF
            PERFORM P-ACUMULA-1-QUEBRA THRU P-ACUMULA-1-QUEBRA-FIM

            MOVE 3 TO WS-IDX-GRP
            MOVE SPACES TO WS-CHAVE-QUEBRA
            IF FILIAL-CONTATO EQUAL SPACES THEN
               MOVE 'SEM FILIAL' TO WS-CHAVE-QUEBRA
            ELSE
               MOVE FILIAL-CONTATO TO WS-CHAVE-QUEBRA(1:3)
               PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
                       UNTIL WS-IDX-FIL > WS-QTD-FILIAIS
                   IF WS-FIL-CODIGO(WS-IDX-FIL) EQUAL FILIAL-CONTATO
                      THEN
                      MOVE WS-FIL-NOME(WS-IDX-FIL)
                           TO WS-CHAVE-QUEBRA(5:20)
                   END-IF
               END-PERFORM
            END-IF
            PERFORM P-ACUMULA-1-QUEBRA THRU P-ACUMULA-1-QUEBRA-FIM
           .

       P-ACUMULA-QUEBRAS-FIM.
           EXIT.

       P-ACUMULA-1-QUEBRA.
            MOVE ZEROS TO WS-ACHOU-QB

            PERFORM VARYING WS-IDX-QB FROM 1 BY 1
                    UNTIL WS-IDX-QB > WS-QB-QTD(WS-IDX-GRP)
                       OR WS-ACHOU-QB > ZEROS
                IF WS-QB-CHAVE(WS-IDX-GRP WS-IDX-QB)
                   EQUAL WS-CHAVE-QUEBRA THEN
                   MOVE WS-IDX-QB TO WS-ACHOU-QB
                END-IF
            END-PERFORM

            IF WS-ACHOU-QB EQUAL ZEROS THEN
               IF WS-QB-QTD(WS-IDX-GRP) >= 100 THEN
                  GO TO P-ACUMULA-1-QUEBRA-FIM
               END-IF
               ADD 1 TO WS-QB-QTD(WS-IDX-GRP)
               MOVE WS-QB-QTD(WS-IDX-GRP) TO WS-ACHOU-QB
               MOVE WS-CHAVE-QUEBRA
                    TO WS-QB-CHAVE(WS-IDX-GRP WS-ACHOU-QB)
               MOVE ZEROS TO WS-QB-SELEC(WS-IDX-GRP WS-ACHOU-QB)
                             WS-QB-RESP(WS-IDX-GRP WS-ACHOU-QB)
                             WS-QB-CONV(WS-IDX-GRP WS-ACHOU-QB)
            END-IF

            ADD 1 TO WS-QB-SELEC(WS-IDX-GRP WS-ACHOU-QB)
            IF SL-HOUVE-RETORNO(WS-IDX-SL) THEN
               ADD 1 TO WS-QB-RESP(WS-IDX-GRP WS-ACHOU-QB)
            END-IF
            IF SL-CONVERTIDO(WS-IDX-SL) THEN
               ADD 1 TO WS-QB-CONV(WS-IDX-GRP WS-ACHOU-QB)
            END-IF
           .

       P-ACUMULA-1-QUEBRA-FIM.
           EXIT.

      * Imprime uma linha com o rotulo em WS-CHAVE-QUEBRA e os
      * totais em WS-SELEC/WS-RESP/WS-CONV, com as taxas de resposta
      * e de conversao sobre os selecionados.
       P-IMPRIME-CONTAGEM.
            MOVE WS-SELEC TO WS-EDT-SELEC
            MOVE WS-RESP  TO WS-EDT-RESP
            MOVE WS-CONV  TO WS-EDT-CONV

            IF WS-SELEC > ZEROS THEN
               COMPUTE WS-EDT-PCT-RESP ROUNDED =
                       WS-RESP * 100 / WS-SELEC
               COMPUTE WS-EDT-PCT-CONV ROUNDED =
                       WS-CONV * 100 / WS-SELEC
            ELSE
               MOVE ZEROS TO WS-EDT-PCT-RESP WS-EDT-PCT-CONV
            END-IF

            MOVE SPACES TO LK-PRT-LINHA
            STRING WS-CHAVE-QUEBRA(1:20) DELIMITED BY SIZE
                   '   '                 DELIMITED BY SIZE
                   WS-EDT-SELEC          DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WS-EDT-RESP           DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WS-EDT-CONV           DELIMITED BY SIZE
                   '  '                  DELIMITED BY SIZE
                   WS-EDT-PCT-RESP       DELIMITED BY SIZE
                   '  '                  DELIMITED BY SIZE
                   WS-EDT-PCT-CONV       DELIMITED BY SIZE
                   '  '                  DELIMITED BY SIZE
                   WS-CHAVE-QUEBRA(21:10) DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-IMPRIME-CONTAGEM-FIM.
           EXIT.

       P-CARREGA-EMPRESAS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-EMPRESAS

            OPEN INPUT EMPRESAS
            IF NOT EMP-OK THEN
               GO TO P-CARREGA-EMPRESAS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ EMPRESAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF WS-QTD-EMPRESAS < 100 THEN
                           ADD 1 TO WS-QTD-EMPRESAS
                           MOVE EMP-ID
                                TO WS-EMP-ID(WS-QTD-EMPRESAS)
                           MOVE EMP-NOME
                                TO WS-EMP-NOME(WS-QTD-EMPRESAS)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE EMPRESAS
           .

       P-CARREGA-EMPRESAS-FIM.
           EXIT.

       P-CARREGA-FILIAIS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-FILIAIS

            OPEN INPUT FILIAIS
            IF NOT FIL-OK THEN
               GO TO P-CARREGA-FILIAIS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ FILIAIS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF WS-QTD-FILIAIS < 100 THEN
                           ADD 1 TO WS-QTD-FILIAIS
                           MOVE FIL-CODIGO
                                TO WS-FIL-CODIGO(WS-QTD-FILIAIS)
                           MOVE FIL-NOME
                                TO WS-FIL-NOME(WS-QTD-FILIAIS)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE FILIAIS
           .

       P-CARREGA-FILIAIS-FIM.
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

      * Grava os totais da carga do retorno em CONTROLE.dat.
       P-GRAVA-CONTROLE.
            MOVE 'PG13RESCAM'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-GRAVADOS       TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-REJEITADOS     TO CTL-QTD-REJEITADOS

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
       END PROGRAM PG13RESCAM.
