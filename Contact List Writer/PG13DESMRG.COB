      *                      area de comunicacao do PG13MENU (login
      *                      unico na abertura do menu), em vez de
      *                      ser pedida aqui
      * Update: 15/10/2026 - Imagem completa do registro antes e
      *                      depois de cada gravacao em CONTATOS.dat
      *                      acrescentada a JORNAL.dat via PG13JRNCTT,
      *                      para a recuperacao por PG13RECJRN
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13DESMRG.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS RANDOM
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
          88 MESC-ACHADA     VALUE 'S'.

       COPY LK_ERRFS.
       COPY LK_JRNCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
                        ACCEPT WS-CONFIRM

                        IF WS-CONFIRM EQUAL 'S' THEN
                           MOVE REG-CONTATOS TO LK-JRN-ANTES
                           SET CONTATO-ATIVO TO TRUE
                           MOVE FUNCTION CURRENT-DATE(1:8)
                                TO DT-ULT-ALT-DATA

                           PERFORM P-GRAVA-HISTORICO
                                   THRU P-GRAVA-HISTORICO-FIM
                           PERFORM P-GRAVA-JORNAL
                                   THRU P-GRAVA-JORNAL-FIM

                           DISPLAY "MESCLAGEM DESFEITA - CONTATO "
                                   "REATIVADO COMO ERA."

       P-GRAVA-HISTORICO-FIM.

      * Acrescenta a JORNAL.dat a imagem anterior e a posterior do
      * registro recem gravado em CONTATOS.dat, para a recuperacao
      * por PG13RECJRN a partir de uma geracao de backup.
       P-GRAVA-JORNAL.
            MOVE 'PG13DESMRG'      TO LK-JRN-PROGRAMA
            MOVE WS-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "DESFAZMESC"      TO LK-JRN-OPERACAO
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13DESMRG.
