      *          e listar as empresas as quais os contatos pertencem,
      *          com numeracao automatica do ID, para o ID-EMPRESA de
      *          REG-CONTATOS ter contra o que ser validado.
      * Update: 15/10/2026 - CNPJ da inclusao conferido pelo
      *                      PG13CNPJDV (digitos verificadores) e
      *                      recusado quando ja pertence a outra
      *                      empresa de EMPRESAS.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CADEMP.

       77 WS-QTD-LISTADAS       PIC 9(04) VALUE ZEROS.

      * Empresa ja gravada com o CNPJ digitado (zero = nenhuma).
       77 WS-ID-MESMO-CNPJ      PIC 9(04) VALUE ZEROS.
       77 WS-NM-MESMO-CNPJ      PIC X(30) VALUE SPACES.

       COPY LK_CNPJDV.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
            DISPLAY "CNPJ (14 digitos, so numeros): "
            ACCEPT WS-NOVO-CNPJ

            MOVE WS-NOVO-CNPJ TO LK-CNPJ-EMPRESA
            CALL 'PG13CNPJDV' USING LK-CNPJ-AREA

            IF LK-CNPJ-VALIDO NOT EQUAL 'S' THEN
               DISPLAY "CNPJ INVALIDO (DIGITOS VERIFICADORES NAO "
                       "CONFEREM) - INCLUSAO CANCELADA."
               GO TO P-INCLUI-FIM
            END-IF

            PERFORM P-PROCURA-CNPJ THRU P-PROCURA-CNPJ-FIM

            IF WS-ID-MESMO-CNPJ NOT EQUAL ZEROS THEN
               DISPLAY "CNPJ JA CADASTRADO PARA A EMPRESA "
                       WS-ID-MESMO-CNPJ " - " WS-NM-MESMO-CNPJ
               DISPLAY "INCLUSAO CANCELADA."
               GO TO P-INCLUI-FIM
            END-IF

            OPEN EXTEND EMPRESAS
            IF WS-EMP-FS EQUAL 35 THEN
               OPEN OUTPUT EMPRESAS

       P-PROXIMO-ID-FIM.

      * Procura em EMPRESAS.dat uma empresa ja gravada com o CNPJ
      * digitado, para a mesma empresa nao entrar duas vezes com
      * nomes ligeiramente diferentes.
       P-PROCURA-CNPJ.
            SET EOF-OK TO FALSE
            MOVE ZEROS  TO WS-ID-MESMO-CNPJ
            MOVE SPACES TO WS-NM-MESMO-CNPJ

            OPEN INPUT EMPRESAS

            IF NOT EMP-OK THEN
               GO TO P-PROCURA-CNPJ-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ EMPRESAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF EMP-CNPJ EQUAL WS-NOVO-CNPJ
                           AND WS-ID-MESMO-CNPJ EQUAL ZEROS THEN
                           MOVE EMP-ID   TO WS-ID-MESMO-CNPJ
                           MOVE EMP-NOME TO WS-NM-MESMO-CNPJ
                        END-IF
                END-READ
            END-PERFORM

            CLOSE EMPRESAS
           .

       P-PROCURA-CNPJ-FIM.
           EXIT.

       P-END.
            GOBACK.
       END PROGRAM PG13CADEMP.
