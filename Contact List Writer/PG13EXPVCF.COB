      *          pessoal de campo importar direto no celular. Totais
      *          de controle em CONTROLE.dat como nas demais
      *          exportacoes.
      * Update: 15/10/2026 - Meios marcados como devolvidos (carta
      *                      ou e-mail que voltou) ficam fora do
      *                      cartao
      * Update: 15/10/2026 - Contatos na lista de supressao (nao
      *                      contatar, SUPRESSAO.dat) nao sao
      *                      exportados, conferidos via PG13CHKSUP,
      *                      com a quantidade em CTL-QTD-SUPRIMIDOS
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - N e FN do cartao saem do prenome e do
      *                      sobrenome cadastrados (via PG13NOMCTT),
      *                      no lugar da divisao no primeiro espaco
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13EXPVCF.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS SEQUENTIAL
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT EMPRESAS ASSIGN TO ".\EMPRESAS.dat"

       77 WS-ORG                PIC X(30) VALUE SPACES.

       77 WS-NM-PRIMEIRO        PIC X(30) VALUE SPACES.
       77 WS-NM-ULTIMO          PIC X(40) VALUE SPACES.
       77 WS-NM-COMPLETO        PIC X(71) VALUE SPACES.

       77 WS-CT-IDX             PIC 9(01) VALUE ZEROS.
       77 WS-LINHA              PIC X(80) VALUE SPACES.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXPORTADOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SUPRIMIDOS     PIC 9(06) VALUE ZEROS.

       COPY LK_CHKSUP.
       COPY LK_ERRFS.
       COPY LK_NOMCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
            SET EOF-OK TO FALSE
            SET FS-OK  TO TRUE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-EXPORTADOS
                          WS-QTD-SUPRIMIDOS

            MOVE 'C' TO LK-SUP-FUNCAO
            CALL 'PG13CHKSUP' USING LK-SUP-AREA REG-CONTATOS

            OPEN INPUT CONTATOS


            DISPLAY "CONTATOS LIDOS     : " WS-QTD-LIDOS
            DISPLAY "CARTOES EXPORTADOS : " WS-QTD-EXPORTADOS
            DISPLAY "SUPRIMIDOS         : " WS-QTD-SUPRIMIDOS
            DISPLAY "ARQUIVO GERADO     : CONTATOS.VCF"

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
      * com o nome dividido, ORG com a empresa (ou o tipo, na falta),
      * um TEL por telefone/celular e um EMAIL por e-mail.
       P-GRAVA-1-VCARD.
            MOVE 'V' TO LK-SUP-FUNCAO
            CALL 'PG13CHKSUP' USING LK-SUP-AREA REG-CONTATOS
            IF LK-SUP-SUPRIMIDO THEN
               ADD 1 TO WS-QTD-SUPRIMIDOS
               GO TO P-GRAVA-1-VCARD-FIM
            END-IF

            PERFORM P-DIVIDE-NOME THRU P-DIVIDE-NOME-FIM
            PERFORM P-RESOLVE-ORG THRU P-RESOLVE-ORG-FIM


            MOVE SPACES TO WS-LINHA
            STRING 'FN:'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NM-COMPLETO) DELIMITED BY SIZE
               INTO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM

       P-GRAVA-1-VCARD-FIM.

       P-GRAVA-1-METODO.
            IF METODO-DEVOLVIDO(WS-CT-IDX) THEN
               GO TO P-GRAVA-1-METODO-FIM
            END-IF

            EVALUATE CT-METODO-TIPO(WS-CT-IDX)
                WHEN 'CELULAR'
                   MOVE SPACES TO WS-LINHA

       P-GRAVA-1-METODO-FIM.

      * Prenome, sobrenome e nome completo do contato, montados pelo
      * PG13NOMCTT a partir do cadastro, como o PG13LSCNTT faz.
       P-DIVIDE-NOME.
            MOVE 'J'            TO LK-NMC-FUNCAO
            MOVE NM-CONTATO     TO LK-NMC-NOME-CURTO
            MOVE NM-PRENOME     TO LK-NMC-PRENOME
            MOVE NM-SOBRENOME   TO LK-NMC-SOBRENOME
            MOVE ZEROS          TO LK-NMC-TAM-MAXIMO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            MOVE LK-NMC-PRENOME       TO WS-NM-PRIMEIRO
            MOVE LK-NMC-SOBRENOME     TO WS-NM-ULTIMO
            MOVE LK-NMC-NOME-COMPLETO TO WS-NM-COMPLETO
           .

       P-DIVIDE-NOME-FIM.
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-EXPORTADOS     TO CTL-QTD-GRAVADOS
            MOVE ZEROS                 TO CTL-QTD-REJEITADOS
            MOVE WS-QTD-SUPRIMIDOS     TO CTL-QTD-SUPRIMIDOS

            OPEN EXTEND CONTROLE
            IF WS-CTL-FS EQUAL 35 THEN
