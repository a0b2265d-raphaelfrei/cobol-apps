      *                      area de comunicacao do PG13MENU (login
      *                      unico na abertura do menu), em vez de
      *                      ser pedida aqui
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
      * Update: 15/10/2026 - Nome que o lote gravou refeito pela mesma
      *                      regra do PG13ALTCNT (nome completo da
      *                      coluna nova ou TRN-NM-CONTATO, separado e
      *                      padronizado) antes de procurar o
      *                      historico; prenome e sobrenome do nome
      *                      restaurado vem da separacao do nome
      *                      anterior, ou ficam em branco para o
      *                      PG13SEPNOM quando ela nao e confiavel
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13DESALT.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS RANDOM
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT TRANSACOES ASSIGN TO ".\ALT_CONTATOS.dat"
          03 TRN-ID-CONTATO       PIC 9(06).
          03 TRN-NM-CONTATO       PIC X(20).
          03 TRN-CPF-NOVO         PIC 9(11).
          03 TRN-NM-COMPLETO      PIC X(71).

       FD HISTORICO.
          COPY FD_HISTC.

      * Nome anterior achado no historico para a transacao corrente.
       77 WS-NM-ANTERIOR        PIC X(20) VALUE SPACES.
       77 WS-NM-APLICADO        PIC X(20) VALUE SPACES.
       77 WS-HIST-ACHADO        PIC X(01) VALUE 'N'.
          88 HIST-ACHADO      VALUE 'S'.

       77 WS-QTD-PULADAS        PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_JRNCTT.
       COPY LK_PADNOM.
       COPY LK_NOMCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
      * da transacao), confere se o contato ainda esta com aquele
      * nome e devolve o nome anterior registrado.
       P-DESFAZ-1-TRANSACAO.
            PERFORM P-NOME-APLICADO THRU P-NOME-APLICADO-FIM

            PERFORM P-LOCALIZA-HISTORICO
                    THRU P-LOCALIZA-HISTORICO-FIM

                     DISPLAY "PULADA (CONTATO NAO EXISTE): "
                             TRN-ID-CONTATO
             NOT INVALID KEY
                 IF NM-CONTATO NOT EQUAL WS-NM-APLICADO THEN
                     ADD 1 TO WS-QTD-PULADAS
                     DISPLAY "PULADA (NOME JA MUDOU DEPOIS DO "
                             "LOTE): " TRN-ID-CONTATO
                 ELSE
                     MOVE REG-CONTATOS TO LK-JRN-ANTES
                     MOVE WS-NM-ANTERIOR TO NM-CONTATO
                     PERFORM P-PARTES-ANTERIOR
                             THRU P-PARTES-ANTERIOR-FIM
                     MOVE FUNCTION CURRENT-DATE(1:8)
                          TO DT-ULT-ALT-DATA
                     MOVE FUNCTION CURRENT-DATE(9:6)

                     PERFORM P-GRAVA-HISTORICO
                             THRU P-GRAVA-HISTORICO-FIM
                     PERFORM P-GRAVA-JORNAL
                             THRU P-GRAVA-JORNAL-FIM

                     ADD 1 TO WS-QTD-REVERTIDAS
                 END-IF
       P-DESFAZ-1-TRANSACAO-FIM.
           EXIT.

      * Nome curto que o PG13ALTCNT gravou para a transacao: o nome
      * completo (ou TRN-NM-CONTATO) separado pelo PG13NOMCTT e
      * padronizado, ou so padronizado pelo PG13PADNOM quando a
      * separacao nao e confiavel.
       P-NOME-APLICADO.
            IF TRN-NM-COMPLETO EQUAL SPACES THEN
               MOVE TRN-NM-CONTATO TO LK-NMC-NOME-COMPLETO
            ELSE
               MOVE TRN-NM-COMPLETO TO LK-NMC-NOME-COMPLETO
            END-IF

            MOVE 'S' TO LK-NMC-FUNCAO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            IF LK-NMC-CONFIAVEL THEN
               MOVE 'P'               TO LK-NMC-FUNCAO
               CALL 'PG13NOMCTT' USING LK-NMC-AREA
               MOVE LK-NMC-NOME-CURTO TO WS-NM-APLICADO
            ELSE
               MOVE LK-NMC-NOME-COMPLETO TO LK-NOM-ENTRADA
               CALL 'PG13PADNOM' USING LK-NOM-AREA
               MOVE LK-NOM-SAIDA         TO WS-NM-APLICADO
            END-IF
           .

       P-NOME-APLICADO-FIM.
           EXIT.

      * O historico so guarda o nome curto anterior: as partes saem da
      * separacao dele quando confiavel e o nome nao ocupa o campo
      * inteiro (podia estar cortado); senao ficam em branco e o
      * contato volta para a conversao PG13SEPNOM.
       P-PARTES-ANTERIOR.
            MOVE SPACES TO NM-PRENOME NM-SOBRENOME

            MOVE 'S'            TO LK-NMC-FUNCAO
            MOVE WS-NM-ANTERIOR TO LK-NMC-NOME-COMPLETO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            IF LK-NMC-CONFIAVEL AND WS-NM-ANTERIOR(20:1) EQUAL SPACE
               THEN
               MOVE LK-NMC-PRENOME   TO NM-PRENOME
               MOVE LK-NMC-SOBRENOME TO NM-SOBRENOME
            END-IF
           .

       P-PARTES-ANTERIOR-FIM.
           EXIT.

      * Varre o historico inteiro guardando a ultima entrada de
      * ALTERACAO do ID da transacao cujo nome novo e o nome que o
      * lote aplicou - e dela que sai o nome anterior a restaurar.
                              AND HIST-ID-CONTATO
                                  EQUAL TRN-ID-CONTATO
                              AND HIST-NM-NOVO
                                  EQUAL WS-NM-APLICADO THEN
                              MOVE 'S' TO WS-HIST-ACHADO
                              MOVE HIST-NM-ANTIGO TO WS-NM-ANTERIOR
                           END-IF
            IF HIST-OK THEN
               MOVE ID-CONTATO           TO HIST-ID-CONTATO
               MOVE "DESFAZALT"          TO HIST-OPERACAO
               MOVE WS-NM-APLICADO       TO HIST-NM-ANTIGO
               MOVE NM-CONTATO           TO HIST-NM-NOVO
               MOVE DT-ULT-ALT-DATA      TO HIST-DATA
               MOVE DT-ULT-ALT-HORA      TO HIST-HORA
      * padrao dos demais programas em lote do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13DESALT'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDAS          TO CTL-QTD-LIDOS

       P-GRAVA-CONTROLE-FIM.

      * Acrescenta a JORNAL.dat a imagem anterior e a posterior do
      * registro recem gravado em CONTATOS.dat, para a recuperacao
      * por PG13RECJRN a partir de uma geracao de backup.
       P-GRAVA-JORNAL.
            MOVE 'PG13DESALT'      TO LK-JRN-PROGRAMA
            MOVE WS-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "DESFAZALT"       TO LK-JRN-OPERACAO
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13DESALT.
