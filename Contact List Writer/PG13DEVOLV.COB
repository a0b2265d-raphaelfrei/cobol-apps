      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Processamento de devolucoes - le DEVOLUCOES.dat (uma
      *          linha por carta devolvida pelos Correios ou e-mail
      *          que voltou: ID do contato ou o proprio valor do
      *          meio, tipo do meio, motivo e data), marca o meio
      *          correspondente de CT-METODO como devolvido com a
      *          data e o motivo, deixa uma linha de HISTORICO.dat
      *          por meio marcado e imprime em DEVOLUCOES_RPT.LST os
      *          contatos ativos que ficaram sem nenhum meio que
      *          ainda funcione, mais as devolucoes que nao casaram
      *          com nenhum contato. PG13CAMPAN, PG13CARTAS e as
      *          exportacoes deixam de usar os meios devolvidos.
      * Update: 15/10/2026 - Novo total CTL-QTD-SUPRIMIDOS de
      *                      CONTROLE.dat gravado zerado (so as
      *                      saidas para contato suprimem)
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13DEVOLV.

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

      * Uma linha por devolucao: o ID do contato (impresso na
      * etiqueta) ou, sem ele, o valor do meio (o e-mail que voltou).
            SELECT DEVOLUCOES ASSIGN TO ".\DEVOLUCOES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-DEV-FS.

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

      * ID zerado (ou em branco) = localizar pelo valor; tipo em
      * branco = qualquer tipo; valor em branco = todos os meios do
      * tipo informado do contato; data em branco = hoje.
       FD DEVOLUCOES.
       01 REG-DEVOLUCAO.
          03 DEV-ID-CONTATO       PIC 9(06).
          03 DEV-VALOR            PIC X(30).
          03 DEV-TIPO             PIC X(10).
          03 DEV-MOTIVO           PIC X(20).
          03 DEV-DATA             PIC 9(08).

       FD HISTORICO.
          COPY FD_HISTC.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
      * Devolucoes carregadas uma vez; a base e varrida uma unica vez
      * conferindo cada contato contra a tabela inteira, ja que as
      * devolucoes por e-mail nao trazem a chave.
       01 WS-TABELA-DEVOLUCOES.
          03 WS-DV-ITEM OCCURS 2000 TIMES.
             05 WS-DV-ID            PIC 9(06).
             05 WS-DV-VALOR         PIC X(30).
             05 WS-DV-TIPO          PIC X(10).
             05 WS-DV-MOTIVO        PIC X(20).
             05 WS-DV-DATA          PIC 9(08).
             05 WS-DV-ACHOU         PIC X(01).
                88 DV-ACHOU         VALUE 'S'.

       77 WS-QTD-DV             PIC 9(04) VALUE ZEROS.
       77 WS-IDX-DV             PIC 9(04) VALUE ZEROS.

      * Meios marcados no contato corrente, para o historico sair
      * depois da regravacao.
       01 WS-TABELA-MARCADOS.
          03 WS-MARCADO-AGORA OCCURS 5 TIMES PIC X(01).

       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-DEV-FS             PIC 9(02).
          88 DEV-OK           VALUE 0.

       77 WS-HIST-FS            PIC 9(02).
          88 HIST-OK          VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.

       77 WS-CT-IDX             PIC 9(01) VALUE ZEROS.
       77 WS-VALOR-UC           PIC X(30) VALUE SPACES.
       77 WS-QTD-BONS           PIC 9(01) VALUE ZEROS.
       77 WS-ULT-DEVOLUCAO      PIC 9(08) VALUE ZEROS.

       77 WS-MUDOU-REGISTRO     PIC X(01) VALUE 'N'.
          88 MUDOU-REGISTRO   VALUE 'S'.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-INVALIDAS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-NAO-ACHADAS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONTATOS-LIDOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MARCADOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-JA-MARCADOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONTATOS-ALT   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-MEIO       PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_DURLOG.
       COPY LK_JRNCTT.
       COPY LK_PRTFMT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** PROCESSAMENTO DE DEVOLUCOES *****"

            MOVE LK-OPERADOR TO WS-OPERADOR
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            MOVE 'PG13DEVOLV' TO LK-DUR-PROGRAMA
            MOVE 'I'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-CARREGA-DEVOLUCOES THRU P-CARREGA-DEVOLUCOES-FIM

            IF WS-QTD-DV > ZEROS THEN
               PERFORM P-PROCESSA THRU P-PROCESSA-FIM
               PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
            ELSE
               DISPLAY "NENHUMA DEVOLUCAO VALIDA PARA PROCESSAR."
            END-IF

            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-END
           .

      * Carrega DEVOLUCOES.dat na tabela, deixando o tipo e o valor
      * em maiusculas para a comparacao. Linha sem ID e sem valor,
      * ou com ID mas sem tipo e sem valor, nao tem como casar com
      * um meio e e recusada aqui.
       P-CARREGA-DEVOLUCOES.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-DV WS-QTD-LIDOS WS-QTD-INVALIDAS

            OPEN INPUT DEVOLUCOES

            IF NOT DEV-OK THEN
               DISPLAY "ARQUIVO DEVOLUCOES.dat NAO ENCONTRADO."
               DISPLAY "Error ID: " WS-DEV-FS
               GO TO P-CARREGA-DEVOLUCOES-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ DEVOLUCOES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM P-CARREGA-1-DEVOLUCAO
                                THRU P-CARREGA-1-DEVOLUCAO-FIM
                END-READ
            END-PERFORM

            CLOSE DEVOLUCOES
           .

       P-CARREGA-DEVOLUCOES-FIM.
           EXIT.

       P-CARREGA-1-DEVOLUCAO.
            IF DEV-ID-CONTATO NOT NUMERIC THEN
               MOVE ZEROS TO DEV-ID-CONTATO
            END-IF

            IF (DEV-ID-CONTATO EQUAL ZEROS AND DEV-VALOR EQUAL SPACES)
               OR (DEV-TIPO EQUAL SPACES AND DEV-VALOR EQUAL SPACES)
               THEN
               ADD 1 TO WS-QTD-INVALIDAS
               DISPLAY "DEVOLUCAO SEM CONTATO/MEIO IDENTIFICAVEL: "
                       REG-DEVOLUCAO
               GO TO P-CARREGA-1-DEVOLUCAO-FIM
            END-IF

            IF WS-QTD-DV >= 2000 THEN
               ADD 1 TO WS-QTD-INVALIDAS
               DISPLAY "MAIS DE 2000 DEVOLUCOES - LINHA IGNORADA: "
                       REG-DEVOLUCAO
               GO TO P-CARREGA-1-DEVOLUCAO-FIM
            END-IF

            ADD 1 TO WS-QTD-DV
            MOVE DEV-ID-CONTATO TO WS-DV-ID(WS-QTD-DV)
            MOVE FUNCTION UPPER-CASE(DEV-VALOR)
                 TO WS-DV-VALOR(WS-QTD-DV)
            MOVE FUNCTION UPPER-CASE(DEV-TIPO)
                 TO WS-DV-TIPO(WS-QTD-DV)
            MOVE DEV-MOTIVO     TO WS-DV-MOTIVO(WS-QTD-DV)
            MOVE 'N'            TO WS-DV-ACHOU(WS-QTD-DV)

            IF DEV-DATA NUMERIC AND DEV-DATA > ZEROS THEN
               MOVE DEV-DATA     TO WS-DV-DATA(WS-QTD-DV)
            ELSE
               MOVE WS-DATA-HOJE TO WS-DV-DATA(WS-QTD-DV)
            END-IF
           .

       P-CARREGA-1-DEVOLUCAO-FIM.
           EXIT.

      * Varre CONTATOS.dat uma vez, marcando os meios devolvidos e
      * imprimindo os contatos que ficaram sem meio que funcione; no
      * fim lista as devolucoes que nao casaram com nenhum contato.
       P-PROCESSA.
            SET EOF-OK TO FALSE
            SET FS-OK  TO TRUE
            MOVE ZEROS TO WS-QTD-CONTATOS-LIDOS WS-QTD-MARCADOS
                          WS-QTD-JA-MARCADOS WS-QTD-CONTATOS-ALT
                          WS-QTD-SEM-MEIO WS-QTD-NAO-ACHADAS

            OPEN I-O CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13DEVOLV'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-PROCESSA-FIM
            END-IF

            MOVE 'MEIOS DE CONTATO DEVOLVIDOS' TO LK-PRT-TITULO
            MOVE '.\DEVOLUCOES_RPT.LST' TO LK-PRT-ARQUIVO
            MOVE WS-OPERADOR        TO LK-PRT-OPERADOR
            MOVE 'I'                TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'CONTATOS ATIVOS COM TODOS OS MEIOS DEVOLVIDOS:'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-CONTATOS-LIDOS
                        PERFORM P-PROCESSA-1-CONTATO
                                THRU P-PROCESSA-1-CONTATO-FIM
                END-READ
            END-PERFORM

            CLOSE CONTATOS

            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'DEVOLUCOES SEM CONTATO CORRESPONDENTE:'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-DV FROM 1 BY 1
                    UNTIL WS-IDX-DV > WS-QTD-DV
                IF NOT DV-ACHOU(WS-IDX-DV) THEN
                   ADD 1 TO WS-QTD-NAO-ACHADAS
                   MOVE SPACES TO LK-PRT-LINHA
                   STRING '  ID '                 DELIMITED BY SIZE
                          WS-DV-ID(WS-IDX-DV)     DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                          WS-DV-TIPO(WS-IDX-DV)   DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                          WS-DV-VALOR(WS-IDX-DV)  DELIMITED BY SIZE
                          ' '                     DELIMITED BY SIZE
                          WS-DV-MOTIVO(WS-IDX-DV) DELIMITED BY SIZE
                      INTO LK-PRT-LINHA
                   PERFORM P-IMPRIME THRU P-IMPRIME-FIM
                END-IF
            END-PERFORM

            MOVE 'DEVOLUCOES LIDAS' TO LK-PRT-ROTULO
            MOVE WS-QTD-LIDOS TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            MOVE 'MEIOS MARCADOS COMO DEVOLVIDOS' TO LK-PRT-ROTULO
            MOVE WS-QTD-MARCADOS TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            MOVE 'MEIOS JA MARCADOS ANTES' TO LK-PRT-ROTULO
            MOVE WS-QTD-JA-MARCADOS TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            MOVE 'DEVOLUCOES SEM CONTATO' TO LK-PRT-ROTULO
            COMPUTE LK-PRT-VALOR = WS-QTD-NAO-ACHADAS
                                 + WS-QTD-INVALIDAS
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            MOVE 'CONTATOS SEM MEIO QUE FUNCIONE' TO LK-PRT-ROTULO
            MOVE WS-QTD-SEM-MEIO TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            DISPLAY "CONTATOS LIDOS       : " WS-QTD-CONTATOS-LIDOS
            DISPLAY "CONTATOS ALTERADOS   : " WS-QTD-CONTATOS-ALT
            DISPLAY "SAIDA EM DEVOLUCOES_RPT.LST"
           .

       P-PROCESSA-FIM.
           EXIT.

       P-PROCESSA-1-CONTATO.
            MOVE 'N' TO WS-MUDOU-REGISTRO
            MOVE SPACES TO WS-TABELA-MARCADOS
            MOVE REG-CONTATOS TO LK-JRN-ANTES

            PERFORM VARYING WS-IDX-DV FROM 1 BY 1
                    UNTIL WS-IDX-DV > WS-QTD-DV
                IF WS-DV-ID(WS-IDX-DV) EQUAL ID-CONTATO
                   OR WS-DV-ID(WS-IDX-DV) EQUAL ZEROS THEN
                   PERFORM P-CASA-METODOS THRU P-CASA-METODOS-FIM
                END-IF
            END-PERFORM

            IF MUDOU-REGISTRO THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
               MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA
               REWRITE REG-CONTATOS
               IF FS-OK THEN
                  ADD 1 TO WS-QTD-CONTATOS-ALT
                  PERFORM P-GRAVA-JORNAL THRU P-GRAVA-JORNAL-FIM
                  PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                          UNTIL WS-CT-IDX > QTD-CT-METODOS
                      IF WS-MARCADO-AGORA(WS-CT-IDX) EQUAL 'S' THEN
                         PERFORM P-GRAVA-HISTORICO
                                 THRU P-GRAVA-HISTORICO-FIM
                      END-IF
                  END-PERFORM
               ELSE
                  MOVE 'PG13DEVOLV'        TO LK-ERRO-PROGRAMA
                  MOVE 'REGRAVAR CONTATOS' TO LK-ERRO-OPERACAO
                  MOVE WS-FS               TO LK-ERRO-FS
                  CALL 'PG13ERRFS' USING LK-ERRO-AREA
               END-IF
            END-IF

            IF CONTATO-ATIVO THEN
               PERFORM P-CONFERE-SEM-MEIO THRU P-CONFERE-SEM-MEIO-FIM
            END-IF
           .

       P-PROCESSA-1-CONTATO-FIM.
           EXIT.

      * Confere os meios do contato contra a devolucao WS-IDX-DV:
      * o tipo (se informado) e o valor (se informado) precisam
      * bater, sem diferenca de maiusculas/minusculas no valor.
       P-CASA-METODOS.
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > QTD-CT-METODOS
                MOVE FUNCTION UPPER-CASE(CT-METODO-VALOR(WS-CT-IDX))
                     TO WS-VALOR-UC
                IF (WS-DV-TIPO(WS-IDX-DV) EQUAL SPACES
                    OR WS-DV-TIPO(WS-IDX-DV)
                       EQUAL CT-METODO-TIPO(WS-CT-IDX))
                   AND (WS-DV-VALOR(WS-IDX-DV) EQUAL SPACES
                        OR WS-DV-VALOR(WS-IDX-DV) EQUAL WS-VALOR-UC)
                   THEN
                   PERFORM P-MARCA-METODO THRU P-MARCA-METODO-FIM
                END-IF
            END-PERFORM
           .

       P-CASA-METODOS-FIM.
           EXIT.

      * Marca o meio como devolvido com a data e o motivo. A mesma
      * devolucao processada de novo (meio ja marcado com a mesma
      * data) nao altera o registro nem repete o historico.
       P-MARCA-METODO.
            MOVE 'S' TO WS-DV-ACHOU(WS-IDX-DV)

            IF METODO-DEVOLVIDO(WS-CT-IDX)
               AND CT-METODO-DT-DEVOL(WS-CT-IDX)
                   EQUAL WS-DV-DATA(WS-IDX-DV) THEN
               ADD 1 TO WS-QTD-JA-MARCADOS
               GO TO P-MARCA-METODO-FIM
            END-IF

            MOVE 'S' TO CT-METODO-DEVOLVIDO(WS-CT-IDX)
            MOVE WS-DV-DATA(WS-IDX-DV)
                 TO CT-METODO-DT-DEVOL(WS-CT-IDX)
            MOVE WS-DV-MOTIVO(WS-IDX-DV)
                 TO CT-METODO-MOT-DEVOL(WS-CT-IDX)
            MOVE 'S' TO WS-MARCADO-AGORA(WS-CT-IDX)
            MOVE 'S' TO WS-MUDOU-REGISTRO
            ADD 1 TO WS-QTD-MARCADOS

            DISPLAY "ID " ID-CONTATO " " CT-METODO-TIPO(WS-CT-IDX)
                    " " CT-METODO-VALOR(WS-CT-IDX) " DEVOLVIDO"
           .

       P-MARCA-METODO-FIM.
           EXIT.

      * Contato ativo com meios cadastrados e nenhum deles ainda
      * entregavel vai para o relatorio, com a data da devolucao
      * mais recente.
       P-CONFERE-SEM-MEIO.
            IF QTD-CT-METODOS EQUAL ZEROS THEN
               GO TO P-CONFERE-SEM-MEIO-FIM
            END-IF

            MOVE ZEROS TO WS-QTD-BONS WS-ULT-DEVOLUCAO

            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > QTD-CT-METODOS
                IF METODO-DEVOLVIDO(WS-CT-IDX) THEN
                   IF CT-METODO-DT-DEVOL(WS-CT-IDX) > WS-ULT-DEVOLUCAO
                      MOVE CT-METODO-DT-DEVOL(WS-CT-IDX)
                           TO WS-ULT-DEVOLUCAO
                   END-IF
                ELSE
                   ADD 1 TO WS-QTD-BONS
                END-IF
            END-PERFORM

            IF WS-QTD-BONS > ZEROS THEN
               GO TO P-CONFERE-SEM-MEIO-FIM
            END-IF

            ADD 1 TO WS-QTD-SEM-MEIO
            MOVE SPACES TO LK-PRT-LINHA
            STRING '  ID '            DELIMITED BY SIZE
                   ID-CONTATO         DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   NM-CONTATO         DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   TP-CONTATO         DELIMITED BY SIZE
                   ' MEIOS: '         DELIMITED BY SIZE
                   QTD-CT-METODOS     DELIMITED BY SIZE
                   ' ULTIMA DEVOLUCAO: ' DELIMITED BY SIZE
                   WS-ULT-DEVOLUCAO   DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-CONFERE-SEM-MEIO-FIM.
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

      * Grava no HISTORICO.dat uma linha por meio marcado, com o
      * valor do meio no lugar do nome antigo e o motivo no lugar
      * do novo, como a renumeracao de telefones ja faz.
       P-GRAVA-HISTORICO.
            OPEN EXTEND HISTORICO
            IF WS-HIST-FS EQUAL 35 THEN
               OPEN OUTPUT HISTORICO
            END-IF

            IF HIST-OK THEN
               MOVE ID-CONTATO           TO HIST-ID-CONTATO
               MOVE "DEVOLUCAO"          TO HIST-OPERACAO
               MOVE CT-METODO-VALOR(WS-CT-IDX)(1:20)
                                         TO HIST-NM-ANTIGO
               MOVE CT-METODO-MOT-DEVOL(WS-CT-IDX)
                                         TO HIST-NM-NOVO
               MOVE FUNCTION CURRENT-DATE(1:8)  TO HIST-DATA
               MOVE FUNCTION CURRENT-DATE(9:6)  TO HIST-HORA
               MOVE WS-OPERADOR          TO HIST-OPERADOR

               WRITE REG-HISTORICO

               CLOSE HISTORICO
            ELSE
               DISPLAY "ERRO AO GRAVAR O HISTORICO."
               DISPLAY "Error ID: " WS-HIST-FS
            END-IF
           .

       P-GRAVA-HISTORICO-FIM.

      * Grava os totais desta execucao em CONTROLE.dat: devolucoes
      * lidas, meios marcados e devolucoes que nao casaram com
      * nenhum contato.
       P-GRAVA-CONTROLE.
            MOVE 'PG13DEVOLV'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-MARCADOS       TO CTL-QTD-GRAVADOS
            COMPUTE CTL-QTD-REJEITADOS = WS-QTD-NAO-ACHADAS
                                       + WS-QTD-INVALIDAS

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

      * Acrescenta a JORNAL.dat a imagem anterior e a posterior do
      * registro recem gravado em CONTATOS.dat, para a recuperacao
      * por PG13RECJRN a partir de uma geracao de backup.
       P-GRAVA-JORNAL.
            MOVE 'PG13DEVOLV'      TO LK-JRN-PROGRAMA
            MOVE WS-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "DEVOLUCAO"       TO LK-JRN-OPERACAO
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13DEVOLV.
