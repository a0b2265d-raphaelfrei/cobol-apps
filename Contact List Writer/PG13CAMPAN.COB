      *                      em lote registrados em DURACAO.dat via
      *                      PG13DURLOG, para o relatorio de duracoes
      *                      anormais
      * Update: 15/10/2026 - Meios marcados como devolvidos (carta
      *                      ou e-mail que voltou) nao sao mais
      *                      usados na campanha
      * Update: 15/10/2026 - Contatos na lista de supressao (nao
      *                      contatar, SUPRESSAO.dat) ficam fora da
      *                      selecao, conferidos via PG13CHKSUP, com
      *                      a quantidade em CTL-QTD-SUPRIMIDOS
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CAMPAN.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS SEQUENTIAL
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT CAMPANHAS ASSIGN TO ".\CAMPANHAS.dat"
       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SELECIONADOS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXCLUIDOS-JAN  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SUPRIMIDOS     PIC 9(06) VALUE ZEROS.

       COPY LK_CHKSUP.
       COPY LK_ERRFS.
       COPY LK_DURLOG.

            SET EOF-OK TO FALSE
            SET FS-OK  TO TRUE
            MOVE ZEROS  TO WS-QTD-LIDOS WS-QTD-SELECIONADOS
                           WS-QTD-EXCLUIDOS-JAN WS-QTD-SUPRIMIDOS

      * Lista de supressao relida a cada selecao.
            MOVE 'C' TO LK-SUP-FUNCAO
            CALL 'PG13CHKSUP' USING LK-SUP-AREA REG-CONTATOS

            OPEN INPUT CONTATOS

                    WS-QTD-SELECIONADOS
            DISPLAY "EXCLUIDOS PELA JANELA     : "
                    WS-QTD-EXCLUIDOS-JAN
            DISPLAY "SUPRIMIDOS (NAO CONTATAR) : "
                    WS-QTD-SUPRIMIDOS
            DISPLAY "SELECAO GRAVADA EM CAMPANHA_SAIDA.dat"

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
               GO TO P-AVALIA-1-CONTATO-FIM
            END-IF

            MOVE 'V' TO LK-SUP-FUNCAO
            CALL 'PG13CHKSUP' USING LK-SUP-AREA REG-CONTATOS
            IF LK-SUP-SUPRIMIDO THEN
               ADD 1 TO WS-QTD-SUPRIMIDOS
               GO TO P-AVALIA-1-CONTATO-FIM
            END-IF

            MOVE SPACES TO WS-EML-ACHADO WS-TLF-ACHADO

            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > QTD-CT-METODOS
                IF CT-METODO-TIPO(WS-CT-IDX) EQUAL 'EMAIL'
                   AND WS-EML-ACHADO EQUAL SPACES
                   AND NOT METODO-DEVOLVIDO(WS-CT-IDX)
                   AND (NOT SO-CONSENTIDOS
                        OR METODO-CONSENTIDO(WS-CT-IDX)) THEN
                   MOVE CT-METODO-VALOR(WS-CT-IDX) TO WS-EML-ACHADO
                IF (CT-METODO-TIPO(WS-CT-IDX) EQUAL 'TELEFONE'
                    OR CT-METODO-TIPO(WS-CT-IDX) EQUAL 'CELULAR')
                   AND WS-TLF-ACHADO EQUAL SPACES
                   AND NOT METODO-DEVOLVIDO(WS-CT-IDX)
                   AND (NOT SO-CONSENTIDOS
                        OR METODO-CONSENTIDO(WS-CT-IDX)) THEN
                   MOVE CT-METODO-VALOR(WS-CT-IDX) TO WS-TLF-ACHADO
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-SELECIONADOS   TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-EXCLUIDOS-JAN  TO CTL-QTD-REJEITADOS
            MOVE WS-QTD-SUPRIMIDOS     TO CTL-QTD-SUPRIMIDOS

            OPEN EXTEND CONTROLE
            IF WS-CTL-FS EQUAL 35 THEN
