      *                      contato (FILIAL-CONTATO), como a
      *                      listagem e a exportacao simples do
      *                      PG13LSCNTT ja fazem
      * Update: 15/10/2026 - Buffers de CONTATOS.dat acompanharam o
      *                      crescimento de FD_CONTT para 600 bytes
      *                      (devolucao por meio de contato e
      *                      reserva)
      * Update: 15/10/2026 - Meios marcados como devolvidos (carta
      *                      ou e-mail que voltou) nao sao mais
      *                      exportados
      * Update: 15/10/2026 - Contatos na lista de supressao (nao
      *                      contatar, SUPRESSAO.dat) ficam fora do
      *                      arquivo, conferidos via PG13CHKSUP, com
      *                      a quantidade em CTL-QTD-SUPRIMIDOS
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - First Name, Last Name e Display Name saem
      *                      do prenome e do sobrenome cadastrados
      *                      (via PG13NOMCTT), no lugar da divisao no
      *                      primeiro espaco; campos da protecao do
      *                      CSV alargados para o nome completo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13EXPM365.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT CSV-OTPT ASSIGN TO ".\OTPT.CSV"
          03 ULT-LAYOUT           PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO          PIC X(600) VALUE SPACES.

       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO     PIC 9(06).
          03 WS-DT-NASCIMENTO   PIC 9(08).
          03 WS-ID-EMPRESA      PIC 9(04).
          03 WS-FILIAL-CONTATO  PIC X(03).
          03 WS-CT-METODO-DEVOLUCOES.
             05 WS-CT-DEVOLUCAO OCCURS 5 TIMES.
                07 WS-CT-METODO-DEVOLVIDO PIC X(01).
                07 WS-CT-METODO-DT-DEVOL  PIC 9(08).
                07 WS-CT-METODO-MOT-DEVOL PIC X(20).
          03 FILLER             PIC X(28).
          03 WS-NM-PRENOME      PIC X(30).
          03 WS-NM-SOBRENOME    PIC X(40).
          03 FILLER             PIC X(33).

       77 WS-FS                PIC 9(02).
          88 FS-OK           VALUE 0.
       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-NM-PRIMEIRO        PIC X(30) VALUE SPACES.
       77 WS-NM-ULTIMO          PIC X(40) VALUE SPACES.

       77 WS-EML-ACHADO         PIC X(30) VALUE SPACES.
       77 WS-TLF-ACHADO         PIC X(30) VALUE SPACES.
      * Contatos pulados nos templates de Usuarios/Convidados por nao
      * terem e-mail - a coluna-chave que o bulk do M365 exige.
       77 WS-QTD-SEM-EMAIL      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SUPRIMIDOS     PIC 9(05) VALUE ZEROS.

       77 WS-LINHA-CSV          PIC X(300) VALUE SPACES.

      * Protecao de campo para o CSV: campo com virgula ou aspas sai
      * entre aspas, com as aspas internas dobradas. As copias
      * WS-*-PROT alimentam os STRINGs dos quatro layouts.
       77 WS-CAMPO-BRUTO       PIC X(71) VALUE SPACES.
       77 WS-CAMPO-PROTEGIDO   PIC X(144) VALUE SPACES.
       77 WS-QTD-VIRGULA       PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ASPAS         PIC 9(02) VALUE ZEROS.
       77 WS-TAM-BRUTO         PIC 9(02) VALUE ZEROS.
       77 WS-POS-PROT          PIC 9(03) VALUE ZEROS.
       77 WS-IDX-PROT          PIC 9(02) VALUE ZEROS.

       77 WS-NOME-PROT         PIC X(144) VALUE SPACES.
       77 WS-NOMEC-PROT        PIC X(144) VALUE SPACES.
       77 WS-PRIM-PROT         PIC X(144) VALUE SPACES.
       77 WS-ULT-PROT          PIC X(144) VALUE SPACES.
       77 WS-END-PROT          PIC X(144) VALUE SPACES.

      * Filtro opcional de filial da exportacao, zerado na abertura
      * porque a working-storage do modulo persiste entre chamadas.
          88 FILTRA-POR-FILIAL VALUE 'S' 's'.
       77 WS-FILIAL-FILTRO     PIC X(03) VALUE SPACES.

       COPY LK_CHKSUP.
       COPY LK_ERRFS.
       COPY LK_NOMCTT.
       COPY LK_DURLOG.

       LINKAGE SECTION.
            MOVE ZEROS               TO WS-QTD-EXPORT
            MOVE ZEROS               TO WS-TOTAL-LIDOS
            MOVE ZEROS               TO WS-QTD-SEM-EMAIL
            MOVE ZEROS               TO WS-QTD-SUPRIMIDOS

            MOVE 'C' TO LK-SUP-FUNCAO
            CALL 'PG13CHKSUP' USING LK-SUP-AREA WS-REGISTRO

            OPEN INPUT CONTATOS

                                       AND WS-DT-ULT-ALT-HORA
                                           > WS-ULT-HORA))
                                                                THEN
                              MOVE 'V' TO LK-SUP-FUNCAO
                              CALL 'PG13CHKSUP'
                                   USING LK-SUP-AREA WS-REGISTRO
                              PERFORM P-DIVIDE-NOME
                                      THRU P-DIVIDE-NOME-FIM
                              PERFORM P-LOCALIZA-METODOS
                                      THRU P-LOCALIZA-METODOS-FIM

      * Contato na lista de supressao nao sai em nenhum layout.
      * Nos templates de Usuarios/Convidados o e-mail e a coluna-
      * chave (UPN/Email address) e o bulk-import do M365 rejeita a
      * linha sem ela; contato sem e-mail e pulado e contado em vez
      * de gerar uma linha que o destino recusa.
                              EVALUATE TRUE
                                  WHEN LK-SUP-SUPRIMIDO
                                     ADD 1 TO WS-QTD-SUPRIMIDOS
                                  WHEN (OPCAO-USUARIOS
                                        OR OPCAO-CONVIDADOS)
                                   AND WS-EML-ACHADO EQUAL SPACES
                                     ADD 1 TO WS-QTD-SEM-EMAIL
                                  WHEN OTHER
                                     PERFORM P-GRAVA-LINHA
                                             THRU P-GRAVA-LINHA-FIM
                                     ADD 1 TO WS-QTD-EXPORT
                              END-EVALUATE
                           END-IF
                      END-READ
                  END-PERFORM
                             "TEMPLATE): " WS-QTD-SEM-EMAIL
                  END-IF

                  IF WS-QTD-SUPRIMIDOS > ZEROS THEN
                     DISPLAY "SUPRIMIDOS (NAO CONTATAR): "
                             WS-QTD-SUPRIMIDOS
                  END-IF

                  PERFORM P-GRAVA-ULTIMA-EXPORTACAO
                          THRU P-GRAVA-ULTIMA-EXPORTACAO-FIM


       P-GRAVA-ULTIMA-EXPORTACAO-FIM.

      * Prenome e sobrenome do contato para o layout do CTTWRT,
      * montados pelo PG13NOMCTT a partir do cadastro (registro ainda
      * nao separado tem as partes estimadas do nome curto).
       P-DIVIDE-NOME.
            MOVE 'J'               TO LK-NMC-FUNCAO
            MOVE WS-NM-CONTATO     TO LK-NMC-NOME-CURTO
            MOVE WS-NM-PRENOME     TO LK-NMC-PRENOME
            MOVE WS-NM-SOBRENOME   TO LK-NMC-SOBRENOME
            MOVE ZEROS             TO LK-NMC-TAM-MAXIMO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            MOVE LK-NMC-PRENOME    TO WS-NM-PRIMEIRO
            MOVE LK-NMC-SOBRENOME  TO WS-NM-ULTIMO
            .

       P-DIVIDE-NOME-FIM.
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > WS-QTD-CT-METODOS
                IF WS-CT-METODO-TIPO(WS-CT-IDX) EQUAL 'EMAIL'
                   AND WS-EML-ACHADO EQUAL SPACES
                   AND WS-CT-METODO-DEVOLVIDO(WS-CT-IDX) NOT = 'S' THEN
                   MOVE WS-CT-METODO-VALOR(WS-CT-IDX) TO WS-EML-ACHADO
                END-IF

                IF (WS-CT-METODO-TIPO(WS-CT-IDX) EQUAL 'TELEFONE'
                    OR WS-CT-METODO-TIPO(WS-CT-IDX) EQUAL 'CELULAR')
                   AND WS-TLF-ACHADO EQUAL SPACES
                   AND WS-CT-METODO-DEVOLVIDO(WS-CT-IDX) NOT = 'S' THEN
                   MOVE WS-CT-METODO-VALOR(WS-CT-IDX) TO WS-TLF-ACHADO
                END-IF

                IF WS-CT-METODO-TIPO(WS-CT-IDX) EQUAL 'TELEFONE'
                   AND WS-TLF-COM-ACHADO EQUAL SPACES
                   AND WS-CT-METODO-DEVOLVIDO(WS-CT-IDX) NOT = 'S' THEN
                   MOVE WS-CT-METODO-VALOR(WS-CT-IDX)
                        TO WS-TLF-COM-ACHADO
                END-IF

                IF WS-CT-METODO-TIPO(WS-CT-IDX) EQUAL 'CELULAR'
                   AND WS-TLF-CEL-ACHADO EQUAL SPACES
                   AND WS-CT-METODO-DEVOLVIDO(WS-CT-IDX) NOT = 'S' THEN
                   MOVE WS-CT-METODO-VALOR(WS-CT-IDX)
                        TO WS-TLF-CEL-ACHADO
                END-IF

                IF WS-CT-METODO-TIPO(WS-CT-IDX) EQUAL 'ENDERECO'
                   AND WS-END-ACHADO EQUAL SPACES
                   AND WS-CT-METODO-DEVOLVIDO(WS-CT-IDX) NOT = 'S' THEN
                   MOVE WS-CT-METODO-VALOR(WS-CT-IDX)
                        TO WS-END-ACHADO
                END-IF
            MOVE WS-QTD-EXPORT  TO CTL-QTD-GRAVADOS
            COMPUTE CTL-QTD-REJEITADOS =
                    WS-TOTAL-LIDOS - WS-QTD-EXPORT
            MOVE WS-QTD-SUPRIMIDOS TO CTL-QTD-SUPRIMIDOS

            OPEN EXTEND CONTROLE
            IF WS-CTL-FS EQUAL 35 THEN
