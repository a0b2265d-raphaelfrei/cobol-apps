      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Conversao dos nomes gravados para prenome e sobrenome
      *          - varre CONTATOS.dat e, para cada contato ainda sem
      *          NM-PRENOME, separa o NM-CONTATO pelo PG13NOMCTT
      *          (primeira palavra = prenome, resto = sobrenome). A
      *          separacao confiavel e gravada; a que nao da para
      *          fazer com seguranca (palavra unica, possivel prenome
      *          composto, ou nome que ocupa os 20 caracteres do
      *          campo antigo e pode ter sido cortado na digitacao)
      *          fica sem gravar e sai marcada para revisao no
      *          relatorio SEPARA_NOMES.LST, para o operador informar
      *          o nome completo pela alteracao (PG13ALTCNT). Na
      *          previa nada e gravado; na aplicacao (so operador
      *          autorizado) o registro e regravado com a imagem
      *          antes/depois em JORNAL.dat, como na padronizacao do
      *          PG13PADCTT. Pode ser rodada de novo: contato ja
      *          separado e apenas contado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13SEPNOM.

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

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-MODO               PIC X(01) VALUE SPACE.
          88 MODO-APLICA      VALUE '2'.

       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-JA-SEPARADOS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONFIAVEIS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REVISAR        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ERROS          PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_DURLOG.
       COPY LK_JRNCTT.
       COPY LK_PRTFMT.
       COPY LK_NOMCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** SEPARACAO DOS NOMES EM PRENOME E SOBRENOME "
                    "*****"

            MOVE LK-OPERADOR TO WS-OPERADOR

            DISPLAY "<1> Previa - so o relatorio da separacao (PADRAO)"
            DISPLAY "<2> Aplicar - grava as separacoes confiaveis"
            ACCEPT WS-MODO

            IF MODO-APLICA THEN
               IF LK-AUTORIZADO NOT = 'S' THEN
                  DISPLAY "APLICACAO RESTRITA A OPERADORES "
                          "AUTORIZADOS. RODE A PREVIA."
                  PERFORM P-END
               END-IF

               DISPLAY "A APLICACAO REGRAVA OS CONTATOS DE "
                       "CONTATOS.dat. RECOMENDA-SE UM BACKUP "
                       "(PG13BAKCTT) ANTES."
               DISPLAY "CONFIRMA A APLICACAO? <S> PARA CONFIRMAR, "
                       "<QUALQUER TECLA> PARA ABORTAR."
               ACCEPT WS-CONFIRM

               IF WS-CONFIRM NOT EQUAL 'S' THEN
                  DISPLAY "OPERACAO ABORTADA."
                  PERFORM P-END
               END-IF
            END-IF

            MOVE 'PG13SEPNOM' TO LK-DUR-PROGRAMA
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
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-JA-SEPARADOS
                          WS-QTD-CONFIAVEIS WS-QTD-REVISAR
                          WS-QTD-GRAVADOS WS-QTD-ERROS

            IF MODO-APLICA THEN
               OPEN I-O CONTATOS
            ELSE
               OPEN INPUT CONTATOS
            END-IF

            IF NOT FS-OK THEN
               MOVE 'PG13SEPNOM'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-VARRE-FIM
            END-IF

            IF MODO-APLICA THEN
               MOVE 'SEPARACAO DE NOMES - APLICACAO'
                    TO LK-PRT-TITULO
            ELSE
               MOVE 'SEPARACAO DE NOMES - PREVIA'
                    TO LK-PRT-TITULO
            END-IF
            MOVE '.\SEPARA_NOMES.LST' TO LK-PRT-ARQUIVO
            MOVE WS-OPERADOR          TO LK-PRT-OPERADOR
            MOVE 'I'                  TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'ID     NOME ATUAL           PRENOME / SOBRENOME'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM P-SEPARA-1-CONTATO
                                THRU P-SEPARA-1-CONTATO-FIM
                END-READ
            END-PERFORM

            CLOSE CONTATOS

            MOVE 'CONTATOS LIDOS' TO LK-PRT-ROTULO
            MOVE WS-QTD-LIDOS     TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            MOVE 'JA SEPARADOS'      TO LK-PRT-ROTULO
            MOVE WS-QTD-JA-SEPARADOS TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            MOVE 'SEPARACAO CONFIAVEL' TO LK-PRT-ROTULO
            MOVE WS-QTD-CONFIAVEIS     TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            MOVE 'PARA REVISAO'    TO LK-PRT-ROTULO
            MOVE WS-QTD-REVISAR    TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            IF MODO-APLICA THEN
               MOVE 'CONTATOS REGRAVADOS' TO LK-PRT-ROTULO
               MOVE WS-QTD-GRAVADOS       TO LK-PRT-VALOR
               PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
               MOVE 'ERROS DE GRAVACAO' TO LK-PRT-ROTULO
               MOVE WS-QTD-ERROS        TO LK-PRT-VALOR
               PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            END-IF

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            DISPLAY "CONTATOS LIDOS      : " WS-QTD-LIDOS
            DISPLAY "JA SEPARADOS        : " WS-QTD-JA-SEPARADOS
            DISPLAY "SEPARACAO CONFIAVEL : " WS-QTD-CONFIAVEIS
            DISPLAY "PARA REVISAO        : " WS-QTD-REVISAR
            IF MODO-APLICA THEN
               DISPLAY "CONTATOS REGRAVADOS : " WS-QTD-GRAVADOS
               PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
            ELSE
               DISPLAY "PREVIA - NADA FOI GRAVADO."
            END-IF
            IF WS-QTD-REVISAR > ZEROS THEN
               DISPLAY "OS NOMES PARA REVISAO DEVEM SER INFORMADOS "
                       "PELA ALTERACAO DE CONTATOS."
            END-IF
            DISPLAY "DETALHE EM SEPARA_NOMES.LST"
           .

       P-VARRE-FIM.
           EXIT.

      * Separa o nome de um contato ainda nao convertido; so a divisao
      * confiavel e gravada, e so na aplicacao.
       P-SEPARA-1-CONTATO.
            IF NM-PRENOME NOT EQUAL SPACES THEN
               ADD 1 TO WS-QTD-JA-SEPARADOS
               GO TO P-SEPARA-1-CONTATO-FIM
            END-IF

            MOVE 'S'        TO LK-NMC-FUNCAO
            MOVE NM-CONTATO TO LK-NMC-NOME-COMPLETO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

      * Nome que chega ao ultimo caractere do campo antigo pode ter
      * sido cortado na digitacao - o sobrenome gravado sairia pela
      * metade.
            IF LK-NMC-CONFIAVEL AND NM-CONTATO(20:1) NOT EQUAL SPACE
               THEN
               MOVE 'R'                           TO LK-NMC-SITUACAO
               MOVE 'NOME POSSIVELMENTE CORTADO'  TO LK-NMC-MOTIVO
            END-IF

            MOVE SPACES TO LK-PRT-LINHA

            IF LK-NMC-REVISAR THEN
               ADD 1 TO WS-QTD-REVISAR
               STRING ID-CONTATO      DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      NM-CONTATO      DELIMITED BY SIZE
                      ' REVISAR: '    DELIMITED BY SIZE
                      LK-NMC-MOTIVO   DELIMITED BY SIZE
                  INTO LK-PRT-LINHA
               END-STRING
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
               GO TO P-SEPARA-1-CONTATO-FIM
            END-IF

            ADD 1 TO WS-QTD-CONFIAVEIS
            STRING ID-CONTATO                      DELIMITED BY SIZE
                   ' '                             DELIMITED BY SIZE
                   NM-CONTATO                      DELIMITED BY SIZE
                   ' '                             DELIMITED BY SIZE
                   FUNCTION TRIM(LK-NMC-PRENOME)   DELIMITED BY SIZE
                   ' / '                           DELIMITED BY SIZE
                   FUNCTION TRIM(LK-NMC-SOBRENOME) DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            END-STRING
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            IF NOT MODO-APLICA THEN
               GO TO P-SEPARA-1-CONTATO-FIM
            END-IF

            MOVE REG-CONTATOS TO LK-JRN-ANTES

            MOVE LK-NMC-PRENOME   TO NM-PRENOME
            MOVE LK-NMC-SOBRENOME TO NM-SOBRENOME
            MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA

            REWRITE REG-CONTATOS

            IF FS-OK THEN
               ADD 1 TO WS-QTD-GRAVADOS
               PERFORM P-GRAVA-JORNAL THRU P-GRAVA-JORNAL-FIM
            ELSE
               ADD 1 TO WS-QTD-ERROS
               MOVE 'PG13SEPNOM'        TO LK-ERRO-PROGRAMA
               MOVE 'REGRAVAR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS               TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               SET FS-OK TO TRUE
            END-IF
           .

       P-SEPARA-1-CONTATO-FIM.
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

      * Grava os totais da aplicacao em CONTROLE.dat, no mesmo padrao
      * dos demais programas em lote do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13SEPNOM'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-GRAVADOS       TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-REVISAR        TO CTL-QTD-REJEITADOS

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
            MOVE 'PG13SEPNOM'      TO LK-JRN-PROGRAMA
            MOVE WS-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "SEPARANOME"      TO LK-JRN-OPERACAO
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13SEPNOM.
