      *                      em lote registrados em DURACAO.dat via
      *                      PG13DURLOG, para o relatorio de duracoes
      *                      anormais
      * Update: 15/10/2026 - Imagem completa do registro antes e
      *                      depois de cada gravacao em CONTATOS.dat
      *                      acrescentada a JORNAL.dat via PG13JRNCTT,
      *                      para a recuperacao por PG13RECJRN
      * Update: 15/10/2026 - Novo total CTL-QTD-SUPRIMIDOS de
      *                      CONTROLE.dat gravado zerado (so as
      *                      saidas para contato suprimem)
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CNVTEL.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT RELATO ASSIGN TO ".\CONVERSAO_TEL.LST"

       COPY LK_ERRFS.
       COPY LK_DURLOG.
       COPY LK_JRNCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
      * so acontece quando algum valor realmente mudou.
       P-CONVERTE-1-CONTATO.
            MOVE 'N' TO WS-MUDOU-REGISTRO
            MOVE REG-CONTATOS TO LK-JRN-ANTES

            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > QTD-CT-METODOS

            IF MUDOU-REGISTRO THEN
               REWRITE REG-CONTATOS
               PERFORM P-GRAVA-JORNAL THRU P-GRAVA-JORNAL-FIM
            END-IF
           .

      * padrao dos demais programas em lote do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13CNVTEL'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS

       P-GRAVA-CONTROLE-FIM.

      * Acrescenta a JORNAL.dat a imagem anterior e a posterior do
      * registro recem gravado em CONTATOS.dat, para a recuperacao
      * por PG13RECJRN a partir de uma geracao de backup.
       P-GRAVA-JORNAL.
            MOVE 'PG13CNVTEL'      TO LK-JRN-PROGRAMA
            MOVE LK-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "CONVERSAO"       TO LK-JRN-OPERACAO
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13CNVTEL.
