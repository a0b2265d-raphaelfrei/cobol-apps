      *                      area de comunicacao do PG13MENU (login
      *                      unico na abertura do menu), em vez de
      *                      ser pedida aqui
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - Cada dossie gerado grava o acesso em
      *                      ACESSOS_LGPD.dat via PG13ACSLOG
      * Update: 15/10/2026 - Dados cadastrais trazem o nome completo,
      *                      o prenome e o sobrenome do contato
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13DOSSIE.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS RANDOM
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
       77 WS-QTD-SEGUIMENTOS    PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_NOMCTT.
       COPY LK_ACSLOG.

       LINKAGE SECTION.
       01 LK-COM-AREA.

            CLOSE DOSSIE

            MOVE 'PG13DOSSIE'    TO LK-ACS-PROGRAMA
            MOVE WS-OPERADOR     TO LK-ACS-OPERADOR
            MOVE WS-ID-FILTRO    TO LK-ACS-ID-CONTATO
            MOVE 'DOSSIE'        TO LK-ACS-EVENTO
            CALL 'PG13ACSLOG' USING LK-ACS-AREA

            DISPLAY "DOSSIE GRAVADO EM DOSSIE_LGPD.TXT"
            DISPLAY "ENTRADAS DE HISTORICO : " WS-QTD-HISTORICO
            DISPLAY "ANOTACOES             : " WS-QTD-NOTAS
            MOVE 'DADOS CADASTRAIS:' TO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM

            MOVE SPACES TO WS-LINHA
            MOVE 'J'            TO LK-NMC-FUNCAO
            MOVE NM-CONTATO     TO LK-NMC-NOME-CURTO
            MOVE NM-PRENOME     TO LK-NMC-PRENOME
            MOVE NM-SOBRENOME   TO LK-NMC-SOBRENOME
            MOVE ZEROS          TO LK-NMC-TAM-MAXIMO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            MOVE SPACES TO WS-LINHA
            STRING '  ID: '          DELIMITED BY SIZE
                   ID-CONTATO        DELIMITED BY SIZE
                   '  NOME: '        DELIMITED BY SIZE
                   LK-NMC-NOME-COMPLETO DELIMITED BY SIZE
               INTO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM

            MOVE SPACES TO WS-LINHA
            IF NM-PRENOME EQUAL SPACES THEN
               STRING '  NOME CURTO: '       DELIMITED BY SIZE
                      NM-CONTATO             DELIMITED BY SIZE
                      '  (NOME AINDA NAO SEPARADO EM PRENOME E '
                                             DELIMITED BY SIZE
                      'SOBRENOME)'           DELIMITED BY SIZE
                  INTO WS-LINHA
            ELSE
               STRING '  NOME CURTO: '       DELIMITED BY SIZE
                      NM-CONTATO             DELIMITED BY SIZE
                      '  PRENOME: '          DELIMITED BY SIZE
                      FUNCTION TRIM(NM-PRENOME)
                                             DELIMITED BY SIZE
                      '  SOBRENOME: '        DELIMITED BY SIZE
                      FUNCTION TRIM(NM-SOBRENOME)
                                             DELIMITED BY SIZE
                  INTO WS-LINHA
            END-IF
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM

            MOVE SPACES TO WS-LINHA
            STRING '  CPF: '         DELIMITED BY SIZE
                   CPF-CONTATO       DELIMITED BY SIZE
