      *                      area de comunicacao do PG13MENU (login
      *                      unico na abertura do menu), em vez de
      *                      ser pedida aqui
      * Update: 15/10/2026 - Imagem completa do registro antes e
      *                      depois de cada gravacao em CONTATOS.dat
      *                      acrescentada a JORNAL.dat via PG13JRNCTT,
      *                      para a recuperacao por PG13RECJRN
      * Update: 15/10/2026 - Buffers de CONTATOS.dat acompanharam o
      *                      crescimento de FD_CONTT para 600 bytes
      *                      (devolucao por meio de contato e
      *                      reserva)
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13UNDCNT.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS RANDOM
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
          COPY FD_HISTC.

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

      * Segunda leitura do contato, feita imediatamente antes da
      * reativacao, apenas para conferir se a data/hora da ultima
      * alteracao ainda e a mesma que foi lida no inicio da operacao
      * (protecao contra dois operadores mexendo no mesmo contato
      * ao mesmo tempo).
       01 WS-VERIF-REGISTRO    PIC X(600) VALUE SPACES.

       01 FILLER REDEFINES WS-VERIF-REGISTRO.
          03 FILLER                    PIC X(48).
          03 WS-VERIF-DT-ULT-ALTERACAO.
             05 WS-VERIF-DT-ULT-ALT-DATA  PIC 9(08).
             05 WS-VERIF-DT-ULT-ALT-HORA  PIC 9(06).
          03 FILLER                    PIC X(538).

       77 WS-CONFLITO           PIC X(01) VALUE 'N'.
          88 HOUVE-CONFLITO   VALUE 'S'.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.

       COPY LK_ERRFS.
       COPY LK_JRNCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.

                              PERFORM P-GRAVA-HISTORICO
                                      THRU P-GRAVA-HISTORICO-FIM
                              PERFORM P-GRAVA-JORNAL
                                      THRU P-GRAVA-JORNAL-FIM

                              DISPLAY "Contato Reativado!"
                           END-IF

       P-GRAVA-HISTORICO-FIM.

      * Acrescenta a JORNAL.dat a imagem anterior e a posterior do
      * registro recem gravado em CONTATOS.dat, para a recuperacao
      * por PG13RECJRN a partir de uma geracao de backup.
       P-GRAVA-JORNAL.
            MOVE 'PG13UNDCNT'      TO LK-JRN-PROGRAMA
            MOVE WS-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "REATIVACAO"      TO LK-JRN-OPERACAO
            MOVE WS-VERIF-REGISTRO TO LK-JRN-ANTES
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13UNDCNT.
