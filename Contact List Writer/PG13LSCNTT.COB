      *                      data/hora e operador) e rodape de
      *                      totais em CTT_RPT.LST, no lugar da
      *                      paginacao propria
      * Update: 15/10/2026 - Buffers de CONTATOS.dat acompanharam o
      *                      crescimento de FD_CONTT para 600 bytes
      *                      (devolucao por meio de contato e
      *                      reserva)
      * Update: 15/10/2026 - Meios marcados como devolvidos (carta
      *                      ou e-mail que voltou) ficam fora das
      *                      etiquetas e da listagem de meios
      * Update: 15/10/2026 - Etiquetas nao saem para contatos na
      *                      lista de supressao (nao contatar,
      *                      SUPRESSAO.dat), conferidos via
      *                      PG13CHKSUP, com a quantidade em
      *                      CTL-QTD-SUPRIMIDOS
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - Listagens, ordem alfabetica, exportacao e
      *                      etiquetas passaram a usar o nome completo
      *                      (prenome e sobrenome, via PG13NOMCTT), e
      *                      nao mais o nome curto de 20 posicoes; na
      *                      etiqueta o nome e abreviado para caber
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13LSCNTT.
      *          ALTERA DE RANDOM PARA SEQUENTIAL
                 ACCESS  MODE IS SEQUENTIAL
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT CSV ASSIGN TO ".\CTT_CSV.CSV"
          03 TRL-PARA             PIC X(01).

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
       77 WS-CSV-FS            PIC 9(02).
          88 CSV-OK          VALUE 0.

       77 WS-NM-PRIMEIRO       PIC X(30) VALUE SPACES.
       77 WS-NM-ULTIMO         PIC X(40) VALUE SPACES.
       77 WS-NM-COMPLETO       PIC X(71) VALUE SPACES.
       77 WS-QTD-EXPORT        PIC 9(03) VALUE ZEROS.

       77 WS-EML-ACHADO        PIC X(30) VALUE SPACES.
          88 TRL-EOF          VALUE 'S' FALSE 'N'.

       77 WS-QTD-ETIQUETAS     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SUPRIMIDOS    PIC 9(05) VALUE ZEROS.

       77 WS-MODO-LISTA        PIC X(01) VALUE SPACE.
          88 LISTA-ALFABETICA VALUE '2'.
       77 WS-TOTAL-LIDOS       PIC 9(06) VALUE ZEROS.
       77 WS-CTL-PROGRAMA      PIC X(11) VALUE SPACES.
       77 WS-CTL-GRAVADOS      PIC 9(06) VALUE ZEROS.
       77 WS-CTL-SUPRIMIDOS    PIC 9(06) VALUE ZEROS.

       01 WS-TABELA.
          03 WS-TAB-LINHA OCCURS 99999 TIMES INDEXED BY WS-IDX.
             05 WS-TAB-ID      PIC 9(06).
             05 WS-TAB-NM      PIC X(71).

       77 WS-QTD-TAB           PIC 9(05) VALUE ZEROS.
       77 WS-IDX-2             PIC 9(05) VALUE ZEROS.
       77 WS-IDX-3             PIC 9(03) VALUE ZEROS.
       01 WS-TAB-TEMP.
          03 WS-TAB-TEMP-ID    PIC 9(06).
          03 WS-TAB-TEMP-NM    PIC X(71).

       COPY LK_CHKSUP.
       COPY LK_NOMCTT.
       COPY LK_ERRFS.
       COPY LK_PRTFMT.

                                                                THEN

                              ADD 1      TO WS-CONT
                              PERFORM P-DIVIDE-NOME
                                      THRU P-DIVIDE-NOME-FIM

                              IF LISTA-ALFABETICA THEN
                                 IF WS-QTD-TAB < 99999 THEN
                                    ADD 1             TO WS-QTD-TAB
                                    MOVE WS-ID-CONTATO
                                         TO WS-TAB-ID(WS-QTD-TAB)
                                    MOVE WS-NM-COMPLETO
                                         TO WS-TAB-NM(WS-QTD-TAB)
                                 ELSE
                                    DISPLAY 'LISTA CHEIA - LIMITE DE '
                                 IF WS-CONTATO-EXCLUIDO THEN
                                    DISPLAY 'Registro: ' WS-CONT
                                            ': ' WS-ID-CONTATO
                                            ' - '
                                       FUNCTION TRIM(WS-NM-COMPLETO)
                                            ' [EXCLUIDO]'
                                 ELSE
                                    DISPLAY 'Registro: ' WS-CONT
                                            ': ' WS-ID-CONTATO
                                            ' - '
                                       FUNCTION TRIM(WS-NM-COMPLETO)
                                 END-IF
                              END-IF

                    UNTIL WS-IDX > WS-QTD-TAB
                DISPLAY 'Registro: ' WS-IDX
                        ': ' WS-TAB-ID(WS-IDX)
                        ' - ' FUNCTION TRIM(WS-TAB-NM(WS-IDX))
            END-PERFORM
            .

       P-CARREGA-TRANSLIT-FIM.


      * Prenome, sobrenome e nome completo do contato, montados pelo
      * PG13NOMCTT a partir dos campos do cadastro (registros ainda
      * nao separados tem as partes estimadas do nome curto).
       P-DIVIDE-NOME.
            MOVE 'J'               TO LK-NMC-FUNCAO
            MOVE WS-NM-CONTATO     TO LK-NMC-NOME-CURTO
            MOVE WS-NM-PRENOME     TO LK-NMC-PRENOME
            MOVE WS-NM-SOBRENOME   TO LK-NMC-SOBRENOME
            MOVE ZEROS             TO LK-NMC-TAM-MAXIMO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            MOVE LK-NMC-PRENOME       TO WS-NM-PRIMEIRO
            MOVE LK-NMC-SOBRENOME     TO WS-NM-ULTIMO
            MOVE LK-NMC-NOME-COMPLETO TO WS-NM-COMPLETO
            .

       P-DIVIDE-NOME-FIM.
                    UNTIL WS-CT-IDX > WS-QTD-CT-METODOS
                IF WS-CT-METODO-TIPO(WS-CT-IDX) EQUAL 'EMAIL'
                   AND WS-EML-ACHADO EQUAL SPACES
                   AND WS-CT-METODO-DEVOLVIDO(WS-CT-IDX) NOT = 'S'
                   AND (NOT SO-CONSENTIDOS
                        OR WS-CT-METODO-CONSENT(WS-CT-IDX)
                           EQUAL 'S') THEN
                IF (WS-CT-METODO-TIPO(WS-CT-IDX) EQUAL 'TELEFONE'
                    OR WS-CT-METODO-TIPO(WS-CT-IDX) EQUAL 'CELULAR')
                   AND WS-TLF-ACHADO EQUAL SPACES
                   AND WS-CT-METODO-DEVOLVIDO(WS-CT-IDX) NOT = 'S'
                   AND (NOT SO-CONSENTIDOS
                        OR WS-CT-METODO-CONSENT(WS-CT-IDX)
                           EQUAL 'S') THEN

                IF WS-CT-METODO-TIPO(WS-CT-IDX) EQUAL 'ENDERECO'
                   AND WS-END-ACHADO EQUAL SPACES
                   AND WS-CT-METODO-DEVOLVIDO(WS-CT-IDX) NOT = 'S'
                   AND (NOT SO-CONSENTIDOS
                        OR WS-CT-METODO-CONSENT(WS-CT-IDX)
                           EQUAL 'S') THEN
            SET EOF-OK              TO FALSE
            SET FS-OK               TO TRUE
            MOVE ZEROS               TO WS-QTD-ETIQUETAS
            MOVE ZEROS               TO WS-QTD-SUPRIMIDOS
            MOVE ZEROS               TO WS-TOTAL-LIDOS
            MOVE SPACE               TO WS-FILTRO WS-FILTRO-TIPO
            MOVE SPACES              TO WS-TIPO-FILTRO
               ACCEPT WS-TIPO-FILTRO
            END-IF

            MOVE 'C' TO LK-SUP-FUNCAO
            CALL 'PG13CHKSUP' USING LK-SUP-AREA WS-REGISTRO

            OPEN INPUT CONTATOS

            IF FS-OK THEN

                  DISPLAY "ETIQUETAS GERADAS: CTT_ETIQUETAS.LST"
                  DISPLAY "CONTATOS NAS ETIQUETAS: " WS-QTD-ETIQUETAS
                  DISPLAY "SUPRIMIDOS (NAO CONTATAR): "
                          WS-QTD-SUPRIMIDOS

                  MOVE 'PG13LSCNTT' TO WS-CTL-PROGRAMA
                  MOVE WS-QTD-ETIQUETAS TO WS-CTL-GRAVADOS
                  MOVE WS-QTD-SUPRIMIDOS TO WS-CTL-SUPRIMIDOS
                  PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

               ELSE
      * cadastrado) e o primeiro telefone ou e-mail, seguidos de uma
      * linha em branco separando da proxima etiqueta.
       P-GRAVA-ETIQUETA.
            MOVE 'V' TO LK-SUP-FUNCAO
            CALL 'PG13CHKSUP' USING LK-SUP-AREA WS-REGISTRO
            IF LK-SUP-SUPRIMIDO THEN
               ADD 1 TO WS-QTD-SUPRIMIDOS
               GO TO P-GRAVA-ETIQUETA-FIM
            END-IF

            PERFORM P-LOCALIZA-METODOS THRU P-LOCALIZA-METODOS-FIM

            MOVE 'A'               TO LK-NMC-FUNCAO
            MOVE WS-NM-CONTATO     TO LK-NMC-NOME-CURTO
            MOVE WS-NM-PRENOME     TO LK-NMC-PRENOME
            MOVE WS-NM-SOBRENOME   TO LK-NMC-SOBRENOME
            MOVE LENGTH OF REG-ETIQUETA TO LK-NMC-TAM-MAXIMO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            MOVE SPACES TO REG-ETIQUETA
            MOVE LK-NMC-NOME-COMPLETO TO REG-ETIQUETA
            WRITE REG-ETIQUETA

            IF WS-END-ACHADO NOT EQUAL SPACES THEN
                              AND WS-DT-ULT-ALT-DATA <= WS-DATA-ATE
                                                                THEN
                              ADD 1 TO WS-QTD-ALTERADOS
                              PERFORM P-DIVIDE-NOME
                                      THRU P-DIVIDE-NOME-FIM
                              DISPLAY WS-ID-CONTATO ' - '
                                      FUNCTION TRIM(WS-NM-COMPLETO)
                                      ' - '
                                      WS-DT-ULT-ALT-DATA ' '
                                      WS-DT-ULT-ALT-HORA
                           END-IF
      * rejeitados) em CONTROLE.dat ao final da execucao, para
      * conferencia posterior de que o processamento bateu com o
      * volume de contatos esperado. WS-CTL-PROGRAMA e WS-CTL-GRAVADOS
      * devem ser preenchidos pelo chamador antes do PERFORM;
      * WS-CTL-SUPRIMIDOS so pelas etiquetas, e volta a zero aqui.
       P-GRAVA-CONTROLE.
            MOVE WS-CTL-PROGRAMA   TO CTL-PROGRAMA
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE WS-CTL-GRAVADOS   TO CTL-QTD-GRAVADOS
            COMPUTE CTL-QTD-REJEITADOS =
                    WS-TOTAL-LIDOS - WS-CTL-GRAVADOS
            MOVE WS-CTL-SUPRIMIDOS TO CTL-QTD-SUPRIMIDOS
            MOVE ZEROS             TO WS-CTL-SUPRIMIDOS

            OPEN EXTEND CONTROLE
            IF WS-CTL-FS EQUAL 35 THEN
