      *                      assim os nomes com virgula - "Moveis,
      *                      Irmaos & Cia" nao desloca mais as
      *                      colunas da importacao
      * Update: 15/10/2026 - Imagem completa do registro antes e
      *                      depois de cada gravacao em CONTATOS.dat
      *                      acrescentada a JORNAL.dat via PG13JRNCTT,
      *                      para a recuperacao por PG13RECJRN
      * Update: 15/10/2026 - Buffers de CONTATOS.dat acompanharam o
      *                      crescimento de FD_CONTT para 600 bytes
      *                      (devolucao por meio de contato e
      *                      reserva)
      * Update: 15/10/2026 - Novo total CTL-QTD-SUPRIMIDOS de
      *                      CONTROLE.dat gravado zerado (so as
      *                      saidas para contato suprimem)
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - Nome duplicado procurado pela chave
      *                      alternativa NM-CONTATO (como veio no CSV
      *                      e em maiusculas) em vez de varrer
      *                      CONTATOS.dat a cada linha importada
      * Update: 15/10/2026 - Nome do CSV (ate 30 posicoes) separado
      *                      em prenome e sobrenome pelo PG13NOMCTT,
      *                      em vez de cortado nos 20 do NM-CONTATO;
      *                      separacao duvidosa grava so o nome curto
      *                      e fica para o PG13SEPNOM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13IMPCSV.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT CSV ASSIGN TO ".\CTT_CSV.CSV"
          COPY FD_CTRLE.

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
          03 FILLER             PIC X(131).

       77 WS-FS                PIC 9(02).
          88 FS-OK           VALUE 0.
       77 WS-CH                PIC X(01) VALUE SPACE.
       77 WS-EM-ASPAS          PIC X(01) VALUE 'N'.

       77 WS-NOVO-NOME          PIC X(20) VALUE SPACES.
       77 WS-NOVO-NOME-UC       PIC X(20) VALUE SPACES.
       77 WS-NOME-CHAVE         PIC X(20) VALUE SPACES.
       77 WS-DUP-ENCONTRADO     PIC X(01) VALUE 'N'.
          88 DUP-ENCONTRADA   VALUE 'S'.
       77 WS-DUP-ID             PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_DURLOG.
       COPY LK_JRNCTT.
       COPY LK_NOMCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
               GO TO P-IMPORTA-1-LINHA-FIM
            END-IF

            MOVE 'S'         TO LK-NMC-FUNCAO
            MOVE WS-CSV-NOME TO LK-NMC-NOME-COMPLETO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA
            IF NOT LK-NMC-CONFIAVEL THEN
               MOVE SPACES TO LK-NMC-PRENOME LK-NMC-SOBRENOME
            END-IF

            MOVE LK-NMC-NOME-CURTO TO WS-NOVO-NOME
            MOVE FUNCTION UPPER-CASE(LK-NMC-NOME-CURTO)
                 TO WS-NOVO-NOME-UC

            PERFORM P-VERIFICA-DUPLICADO
                    THRU P-VERIFICA-DUPLICADO-FIM

            IF DUP-ENCONTRADA THEN
               ADD 1 TO WS-QTD-REJEITADOS
               DISPLAY "REJEITADO (NOME DUPLICADO, ID " WS-DUP-ID
                       "): " WS-CSV-NOME
            ELSE
               MOVE SPACES           TO REG-CONTATOS
               MOVE ZEROS            TO DT-NASCIMENTO ID-EMPRESA
                                        DT-ULT-VERIFICACAO
                                        CPF-DT-CONSULTA-RF
               MOVE WS-PROX-ID       TO ID-CONTATO
               MOVE WS-NOVO-NOME     TO NM-CONTATO
               MOVE LK-NMC-PRENOME   TO NM-PRENOME
               MOVE LK-NMC-SOBRENOME TO NM-SOBRENOME
               MOVE ZEROS            TO CPF-CONTATO
               MOVE WS-TIPO-PADRAO   TO TP-CONTATO
               MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
               SET CONTATO-ATIVO TO TRUE

               MOVE ZEROS TO QTD-CT-METODOS
               INITIALIZE CT-METODO-DEVOLUCOES
               IF WS-CSV-EMAIL NOT EQUAL SPACES THEN
                  ADD 1 TO QTD-CT-METODOS
                  MOVE 'EMAIL' TO CT-METODO-TIPO(QTD-CT-METODOS)
                                 WS-PROX-ID
                 NOT INVALID KEY
                         ADD 1 TO WS-QTD-GRAVADOS
                         PERFORM P-GRAVA-JORNAL
                                 THRU P-GRAVA-JORNAL-FIM
                         ADD 1 TO WS-PROX-ID
               END-WRITE
            END-IF

       P-ACHA-MAIOR-ID-FIM.

      * Procura, pela chave alternativa NM-CONTATO, um contato ja
      * gravado com o nome da linha sendo importada - como veio e em
      * maiusculas -, para nao gravar a mesma pessoa duas vezes em
      * importacoes repetidas.
       P-VERIFICA-DUPLICADO.
            MOVE 'N' TO WS-DUP-ENCONTRADO

            MOVE WS-NOVO-NOME TO WS-NOME-CHAVE
            PERFORM P-PROCURA-NOME THRU P-PROCURA-NOME-FIM

            IF NOT DUP-ENCONTRADA
               AND WS-NOVO-NOME-UC NOT = WS-NOVO-NOME THEN
               MOVE WS-NOVO-NOME-UC TO WS-NOME-CHAVE
               PERFORM P-PROCURA-NOME THRU P-PROCURA-NOME-FIM
            END-IF
           .

       P-VERIFICA-DUPLICADO-FIM.

       P-PROCURA-NOME.
            MOVE WS-NOME-CHAVE TO NM-CONTATO

            START CONTATOS KEY IS EQUAL TO NM-CONTATO
                  INVALID KEY
                      GO TO P-PROCURA-NOME-FIM
            END-START

            READ CONTATOS NEXT RECORD
                 AT END
                    CONTINUE
             NOT AT END
                    IF NM-CONTATO EQUAL WS-NOME-CHAVE THEN
                       MOVE 'S'        TO WS-DUP-ENCONTRADO
                       MOVE ID-CONTATO TO WS-DUP-ID
                    END-IF
            END-READ
           .

       P-PROCURA-NOME-FIM.
           EXIT.

      * Grava os totais desta importacao em CONTROLE.dat, no mesmo
      * padrao dos demais programas em lote do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13IMPCSV'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS

       P-DIVIDE-CSV-FIM.

      * Acrescenta a JORNAL.dat a imagem anterior e a posterior do
      * registro recem gravado em CONTATOS.dat, para a recuperacao
      * por PG13RECJRN a partir de uma geracao de backup.
       P-GRAVA-JORNAL.
            MOVE 'PG13IMPCSV'      TO LK-JRN-PROGRAMA
            MOVE LK-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'I'               TO LK-JRN-ACAO
            MOVE "IMPORTACAO"      TO LK-JRN-OPERACAO
            MOVE SPACES            TO LK-JRN-ANTES
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13IMPCSV.
