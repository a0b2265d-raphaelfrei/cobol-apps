      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Padronizacao dos nomes gravados - varre CONTATOS.dat,
      *          propoe para cada NM-CONTATO a forma padrao devolvida
      *          pelo PG13PADNOM (inicial maiuscula, particulas da/de/
      *          do/das/dos/e em minusculas, espacos repetidos e
      *          pontuacao descartados) e imprime o antes/depois em
      *          PADRONIZA_NOMES.LST. Na previa nada e gravado; na
      *          aplicacao (so operador autorizado) o registro e
      *          regravado com o nome novo, com uma linha em
      *          HISTORICO.dat trazendo o nome antigo e o novo e a
      *          imagem do registro em JORNAL.dat, como na conversao
      *          de telefones do PG13CNVTEL.
      * Update: 15/10/2026 - Contato ja separado em prenome e
      *                      sobrenome tem as duas partes padronizadas
      *                      pelo PG13NOMCTT e o nome curto refeito a
      *                      partir delas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13PADCTT.

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

       FD HISTORICO.
          COPY FD_HISTC.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-HIST-FS            PIC 9(02).
          88 HIST-OK          VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-MODO               PIC X(01) VALUE SPACE.
          88 MODO-APLICA      VALUE '2'.

       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.

       77 WS-NOME-ANTES         PIC X(20) VALUE SPACES.
       77 WS-NOME-DEPOIS        PIC X(20) VALUE SPACES.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PROPOSTOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-JA-PADRAO      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ERROS          PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_DURLOG.
       COPY LK_JRNCTT.
       COPY LK_PRTFMT.
       COPY LK_PADNOM.
       COPY LK_NOMCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** PADRONIZACAO DOS NOMES DE CONTATOS *****"

            MOVE LK-OPERADOR TO WS-OPERADOR

            DISPLAY "<1> Previa - so o relatorio antes/depois (PADRAO)"
            DISPLAY "<2> Aplicar - regrava os nomes propostos"
            ACCEPT WS-MODO

            IF MODO-APLICA THEN
               IF LK-AUTORIZADO NOT = 'S' THEN
                  DISPLAY "APLICACAO RESTRITA A OPERADORES "
                          "AUTORIZADOS. RODE A PREVIA."
                  PERFORM P-END
               END-IF

               DISPLAY "A APLICACAO REGRAVA OS NOMES DE CONTATOS.dat. "
                       "RECOMENDA-SE UM BACKUP (PG13BAKCTT) ANTES."
               DISPLAY "CONFIRMA A APLICACAO? <S> PARA CONFIRMAR, "
                       "<QUALQUER TECLA> PARA ABORTAR."
               ACCEPT WS-CONFIRM

               IF WS-CONFIRM NOT EQUAL 'S' THEN
                  DISPLAY "OPERACAO ABORTADA."
                  PERFORM P-END
               END-IF
            END-IF

            MOVE 'PG13PADCTT' TO LK-DUR-PROGRAMA
            MOVE 'I'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-VARRE THRU P-VARRE-FIM

            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-END
           .

       P-VARRE.
            SET EOF-OK TO FALSE
            SET FS-OK  TO TRUE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-PROPOSTOS
                          WS-QTD-JA-PADRAO WS-QTD-GRAVADOS
                          WS-QTD-ERROS

            IF MODO-APLICA THEN
               OPEN I-O CONTATOS
            ELSE
               OPEN INPUT CONTATOS
            END-IF

            IF NOT FS-OK THEN
               MOVE 'PG13PADCTT'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-VARRE-FIM
            END-IF

            IF MODO-APLICA THEN
               MOVE 'PADRONIZACAO DE NOMES - APLICACAO'
                    TO LK-PRT-TITULO
            ELSE
               MOVE 'PADRONIZACAO DE NOMES - PREVIA'
                    TO LK-PRT-TITULO
            END-IF
            MOVE '.\PADRONIZA_NOMES.LST' TO LK-PRT-ARQUIVO
            MOVE WS-OPERADOR             TO LK-PRT-OPERADOR
            MOVE 'I'                     TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'ID     NOME ATUAL            NOME PADRONIZADO'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM P-PADRONIZA-1-CONTATO
                                THRU P-PADRONIZA-1-CONTATO-FIM
                END-READ
            END-PERFORM

            CLOSE CONTATOS

            MOVE 'CONTATOS LIDOS' TO LK-PRT-ROTULO
            MOVE WS-QTD-LIDOS     TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            MOVE 'NOMES JA NO PADRAO' TO LK-PRT-ROTULO
            MOVE WS-QTD-JA-PADRAO     TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            MOVE 'NOMES A PADRONIZAR' TO LK-PRT-ROTULO
            MOVE WS-QTD-PROPOSTOS     TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            IF MODO-APLICA THEN
               MOVE 'NOMES REGRAVADOS' TO LK-PRT-ROTULO
               MOVE WS-QTD-GRAVADOS    TO LK-PRT-VALOR
               PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
               MOVE 'ERROS DE GRAVACAO' TO LK-PRT-ROTULO
               MOVE WS-QTD-ERROS        TO LK-PRT-VALOR
               PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            END-IF

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            DISPLAY "CONTATOS LIDOS      : " WS-QTD-LIDOS
            DISPLAY "NOMES A PADRONIZAR  : " WS-QTD-PROPOSTOS
            IF MODO-APLICA THEN
               DISPLAY "NOMES REGRAVADOS    : " WS-QTD-GRAVADOS
               PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
            ELSE
               DISPLAY "PREVIA - NADA FOI GRAVADO."
            END-IF
            DISPLAY "ANTES/DEPOIS EM PADRONIZA_NOMES.LST"
           .

       P-VARRE-FIM.
           EXIT.

      * Propoe a forma padrao do nome; na aplicacao regrava o registro
      * so quando o nome realmente muda.
       P-PADRONIZA-1-CONTATO.
            IF NM-PRENOME NOT EQUAL SPACES THEN
               MOVE 'P'          TO LK-NMC-FUNCAO
               MOVE NM-PRENOME   TO LK-NMC-PRENOME
               MOVE NM-SOBRENOME TO LK-NMC-SOBRENOME
               CALL 'PG13NOMCTT' USING LK-NMC-AREA

               IF LK-NMC-PRENOME       EQUAL NM-PRENOME
                  AND LK-NMC-SOBRENOME  EQUAL NM-SOBRENOME
                  AND LK-NMC-NOME-CURTO EQUAL NM-CONTATO THEN
                  ADD 1 TO WS-QTD-JA-PADRAO
                  GO TO P-PADRONIZA-1-CONTATO-FIM
               END-IF

               MOVE LK-NMC-NOME-CURTO TO WS-NOME-DEPOIS
            ELSE
               MOVE NM-CONTATO TO LK-NOM-ENTRADA
               CALL 'PG13PADNOM' USING LK-NOM-AREA

               IF NOT LK-NOM-ALTERADO THEN
                  ADD 1 TO WS-QTD-JA-PADRAO
                  GO TO P-PADRONIZA-1-CONTATO-FIM
               END-IF

               MOVE LK-NOM-SAIDA TO WS-NOME-DEPOIS
            END-IF

            ADD 1 TO WS-QTD-PROPOSTOS
            MOVE NM-CONTATO   TO WS-NOME-ANTES

            MOVE SPACES TO LK-PRT-LINHA
            STRING ID-CONTATO     DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WS-NOME-ANTES  DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   WS-NOME-DEPOIS DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            IF NOT MODO-APLICA THEN
               GO TO P-PADRONIZA-1-CONTATO-FIM
            END-IF

            MOVE REG-CONTATOS TO LK-JRN-ANTES

            MOVE WS-NOME-DEPOIS TO NM-CONTATO
            IF NM-PRENOME NOT EQUAL SPACES THEN
               MOVE LK-NMC-PRENOME   TO NM-PRENOME
               MOVE LK-NMC-SOBRENOME TO NM-SOBRENOME
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA

            REWRITE REG-CONTATOS

            IF FS-OK THEN
               ADD 1 TO WS-QTD-GRAVADOS
               PERFORM P-GRAVA-JORNAL    THRU P-GRAVA-JORNAL-FIM
               PERFORM P-GRAVA-HISTORICO THRU P-GRAVA-HISTORICO-FIM
            ELSE
               ADD 1 TO WS-QTD-ERROS
               MOVE 'PG13PADCTT'        TO LK-ERRO-PROGRAMA
               MOVE 'REGRAVAR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS               TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               SET FS-OK TO TRUE
            END-IF
           .

       P-PADRONIZA-1-CONTATO-FIM.
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

      * Uma linha por nome regravado, com o nome antigo e o novo.
       P-GRAVA-HISTORICO.
            OPEN EXTEND HISTORICO
            IF WS-HIST-FS EQUAL 35 THEN
               OPEN OUTPUT HISTORICO
            END-IF

            IF HIST-OK THEN
               MOVE ID-CONTATO           TO HIST-ID-CONTATO
               MOVE "PADRONIZA"          TO HIST-OPERACAO
               MOVE WS-NOME-ANTES        TO HIST-NM-ANTIGO
               MOVE WS-NOME-DEPOIS       TO HIST-NM-NOVO
               MOVE DT-ULT-ALT-DATA      TO HIST-DATA
               MOVE DT-ULT-ALT-HORA      TO HIST-HORA
               MOVE WS-OPERADOR          TO HIST-OPERADOR

               WRITE REG-HISTORICO

               CLOSE HISTORICO
            ELSE
               DISPLAY "ERRO AO GRAVAR O HISTORICO."
               DISPLAY "Error ID: " WS-HIST-FS
            END-IF
           .

       P-GRAVA-HISTORICO-FIM.

      * Grava os totais da aplicacao em CONTROLE.dat, no mesmo padrao
      * dos demais programas em lote do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13PADCTT'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-GRAVADOS       TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-ERROS          TO CTL-QTD-REJEITADOS

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
            MOVE 'PG13PADCTT'      TO LK-JRN-PROGRAMA
            MOVE WS-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "PADRONIZA"       TO LK-JRN-OPERACAO
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13PADCTT.
