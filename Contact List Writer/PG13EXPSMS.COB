      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Exportacao de SMS para o gateway do provedor - monta
      *          SMS_ENVIO.CSV (layout de carga em lote do provedor:
      *          celular canonico 55 + DDD + numero, texto da
      *          mensagem com &NOME trocado pelo nome do contato e
      *          data/hora de agendamento) para os contatos
      *          selecionados por grupo de GRUPOS.dat, pela selecao de
      *          campanha CAMPANHA_SAIDA.dat ou pelos filtros usuais
      *          de tipo e filial. So entram meios CELULAR com
      *          consentimento LGPD ('S') e nao devolvidos; mensagem
      *          acima de 160 caracteres nao e enviada. Cada contato
      *          exportado e registrado em CAMPANHAS.dat com o nome da
      *          campanha, para a janela de exclusao valer tambem para
      *          o SMS; os nao exportados saem em EXPSMS.LST com o
      *          motivo.
      * Update: 15/10/2026 - &NOME traz o nome completo (prenome e
      *                      sobrenome, via PG13NOMCTT) e a nova marca
      *                      &PRENOME traz so o prenome
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13EXPSMS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTATOS ASSIGN TO
                 '.\CONTATOS.dat'
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS SEQUENTIAL
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT GRUPOS ASSIGN TO ".\GRUPOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-GRP-FS.

            SELECT SELECAO ASSIGN TO ".\CAMPANHA_SAIDA.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-SEL-FS.

            SELECT CAMPANHAS ASSIGN TO ".\CAMPANHAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CAM-FS.

            SELECT ENVIO ASSIGN TO ".\SMS_ENVIO.CSV"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ENV-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD GRUPOS.
          COPY FD_GRUPO.

      * Mesmo layout de REG-SAIDA do PG13CAMPAN; so o ID interessa.
       FD SELECAO.
       01 REG-SELECAO.
          03 SEL-ID-CONTATO       PIC 9(06).
          03 SEL-NM-CONTATO       PIC X(20).
          03 SEL-EMAIL            PIC X(30).
          03 SEL-TELEFONE         PIC X(30).

       FD CAMPANHAS.
          COPY FD_CAMPA.

       FD ENVIO.
       01 REG-ENVIO                PIC X(220).

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-GRP-FS             PIC 9(02).
          88 GRP-OK           VALUE 0.

       77 WS-SEL-FS             PIC 9(02).
          88 SEL-OK           VALUE 0.

       77 WS-CAM-FS             PIC 9(02).
          88 CAM-OK           VALUE 0.

       77 WS-ENV-FS             PIC 9(02).
          88 ENV-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

      * Origem da selecao: '1' filtros de tipo/filial, '2' grupo de
      * GRUPOS.dat, '3' selecao de campanha em CAMPANHA_SAIDA.dat.
       77 WS-ORIGEM             PIC X(01) VALUE '1'.
          88 ORIGEM-GRUPO     VALUE '2'.
          88 ORIGEM-SELECAO   VALUE '3'.

       77 WS-NOME-CAMPANHA      PIC X(20) VALUE SPACES.
       77 WS-NOME-GRUPO         PIC X(20) VALUE SPACES.
       77 WS-TIPO-FILTRO        PIC X(11) VALUE SPACES.
       77 WS-FILIAL-FILTRO      PIC X(03) VALUE SPACES.

      * IDs da selecao por grupo ou por CAMPANHA_SAIDA.dat.
       01 WS-TABELA-SELECAO.
          03 WS-SEL-ID OCCURS 2000 TIMES PIC 9(06).
       77 WS-QTD-SELECAO        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-SEL            PIC 9(04) VALUE ZEROS.
       77 WS-NA-SELECAO         PIC X(01) VALUE 'N'.
          88 NA-SELECAO       VALUE 'S'.

      * IDs ja contatados dentro da janela de exclusao, carregados de
      * CAMPANHAS.dat antes da exportacao, como no PG13CAMPAN.
       01 WS-TABELA-RECENTES.
          03 WS-REC-ID OCCURS 999 TIMES PIC 9(06).
       77 WS-QTD-RECENTES       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-REC            PIC 9(03) VALUE ZEROS.
       77 WS-JA-CONTATADO       PIC X(01) VALUE 'N'.
          88 JA-CONTATADO     VALUE 'S'.

       77 WS-JANELA-DIAS        PIC 9(05) VALUE ZEROS.
       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-INT-HOJE           PIC S9(09) VALUE ZEROS.
       77 WS-INT-CORTE          PIC S9(09) VALUE ZEROS.
       77 WS-INT-CAMPANHA       PIC S9(09) VALUE ZEROS.

      * Agendamento do envio (data 0 = hoje; hora 0 = 09:00).
       01 WS-DATA-AGENDA        PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-AGENDA.
          03 WS-AGENDA-AAAA     PIC 9(04).
          03 WS-AGENDA-MM       PIC 9(02).
          03 WS-AGENDA-DD       PIC 9(02).
       01 WS-HORA-AGENDA        PIC 9(04) VALUE ZEROS.
       01 FILLER REDEFINES WS-HORA-AGENDA.
          03 WS-AGENDA-HH       PIC 9(02).
          03 WS-AGENDA-MI       PIC 9(02).
       77 WS-AGENDA-TEXTO       PIC X(16) VALUE SPACES.

      * Texto da mensagem e a mensagem montada para o contato; o
      * provedor recusa SMS acima de 160 caracteres.
       77 WS-TEXTO-MODELO       PIC X(160) VALUE SPACES.
       77 WS-MENSAGEM           PIC X(200) VALUE SPACES.
       77 WS-MENSAGEM-NOVA      PIC X(200) VALUE SPACES.
       77 WS-TAM-MENSAGEM       PIC 9(03) VALUE ZEROS.
       77 WS-LIMITE-SMS         PIC 9(03) VALUE 160.
       77 WS-POS-MARCA          PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CHAR           PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-MARCA        PIC X(01) VALUE 'N'.
          88 ACHOU-MARCA      VALUE 'S'.

      * Marca da vez e o valor que entra no lugar dela.
       77 WS-MARCA              PIC X(08) VALUE SPACES.
       77 WS-TAM-MARCA          PIC 9(01) VALUE ZEROS.
       77 WS-VALOR-MARCA        PIC X(71) VALUE SPACES.

      * Celular do contato: o primeiro meio CELULAR consentido e nao
      * devolvido, reduzido a digitos e posto no canonico 55 + DDD +
      * numero pela mesma regra do PG13CNVTEL.
       77 WS-CT-IDX             PIC 9(01) VALUE ZEROS.
       77 WS-CELULAR-BRUTO      PIC X(30) VALUE SPACES.
       77 WS-SO-DIGITOS         PIC X(30) VALUE SPACES.
       77 WS-CANONICO           PIC X(13) VALUE SPACES.
       77 WS-QTD-DIGITOS        PIC 9(02) VALUE ZEROS.
       77 WS-CHAR               PIC X(01) VALUE SPACE.
       77 WS-VALOR-OK           PIC X(01) VALUE 'N'.
          88 VALOR-INTERPRETADO VALUE 'S'.
       77 WS-MOTIVO             PIC X(30) VALUE SPACES.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SELECIONADOS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXPORTADOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXCLUIDOS-JAN  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SUPRIMIDOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-CELULAR    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LONGAS         PIC 9(06) VALUE ZEROS.

       COPY LK_CHKSUP.
       COPY LK_ERRFS.
       COPY LK_NOMCTT.
       COPY LK_PRTFMT.
       COPY LK_DURLOG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** EXPORTACAO DE SMS *****"

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
            COMPUTE WS-INT-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

            DISPLAY "Nome da campanha: "
            ACCEPT WS-NOME-CAMPANHA

            IF WS-NOME-CAMPANHA EQUAL SPACES THEN
               DISPLAY "NOME EM BRANCO - EXPORTACAO CANCELADA."
               PERFORM P-END
            END-IF

            PERFORM P-PARAMETROS THRU P-PARAMETROS-FIM

            IF WS-TEXTO-MODELO EQUAL SPACES THEN
               PERFORM P-END
            END-IF

            IF ORIGEM-GRUPO OR ORIGEM-SELECAO THEN
               PERFORM P-CARREGA-SELECAO THRU P-CARREGA-SELECAO-FIM
               IF WS-QTD-SELECAO EQUAL ZEROS THEN
                  DISPLAY "NENHUM CONTATO NA SELECAO INFORMADA."
                  PERFORM P-END
               END-IF
            END-IF

            IF WS-JANELA-DIAS > ZEROS THEN
               PERFORM P-CARREGA-RECENTES THRU P-CARREGA-RECENTES-FIM
            END-IF

            MOVE 'PG13EXPSMS' TO LK-DUR-PROGRAMA
            MOVE 'I'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-EXPORTA THRU P-EXPORTA-FIM

            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-END
           .

      * Pede a origem da selecao, a janela de exclusao, o texto e o
      * agendamento. Qualquer erro devolve o texto em branco.
       P-PARAMETROS.
            MOVE '1' TO WS-ORIGEM
            DISPLAY "<1> Selecionar por tipo/filial (padrao)"
            DISPLAY "<2> Selecionar por grupo de GRUPOS.dat"
            DISPLAY "<3> Usar a selecao de campanha CAMPANHA_SAIDA.dat"
            ACCEPT WS-ORIGEM

            EVALUATE TRUE
                WHEN ORIGEM-GRUPO
                   DISPLAY "Nome do grupo: "
                   ACCEPT WS-NOME-GRUPO
                WHEN ORIGEM-SELECAO
                   CONTINUE
                WHEN OTHER
                   MOVE '1' TO WS-ORIGEM
                   DISPLAY "Somente o tipo (em branco = todos): "
                   ACCEPT WS-TIPO-FILTRO
                   DISPLAY "Somente a filial (em branco = todas): "
                   ACCEPT WS-FILIAL-FILTRO
            END-EVALUATE

            DISPLAY "Excluir quem foi contatado nos ultimos quantos "
                    "dias? (0 = nao excluir ninguem)"
            ACCEPT WS-JANELA-DIAS

            DISPLAY "Texto da mensagem (aceita &NOME e &PRENOME; ate "
                    WS-LIMITE-SMS " caracteres): "
            ACCEPT WS-TEXTO-MODELO

            IF WS-TEXTO-MODELO EQUAL SPACES THEN
               DISPLAY "TEXTO EM BRANCO - EXPORTACAO CANCELADA."
               GO TO P-PARAMETROS-FIM
            END-IF

            DISPLAY "Data de agendamento AAAAMMDD (0 = hoje): "
            ACCEPT WS-DATA-AGENDA
            IF WS-DATA-AGENDA EQUAL ZEROS THEN
               MOVE WS-DATA-HOJE TO WS-DATA-AGENDA
            END-IF

            DISPLAY "Hora de agendamento HHMM (0 = 0900): "
            ACCEPT WS-HORA-AGENDA
            IF WS-HORA-AGENDA EQUAL ZEROS THEN
               MOVE 0900 TO WS-HORA-AGENDA
            END-IF

            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-AGENDA)
               NOT EQUAL ZEROS
               OR WS-DATA-AGENDA < WS-DATA-HOJE
               OR WS-AGENDA-HH > 23 OR WS-AGENDA-MI > 59 THEN
               DISPLAY "AGENDAMENTO INVALIDO OU NO PASSADO - "
                       "EXPORTACAO CANCELADA."
               MOVE SPACES TO WS-TEXTO-MODELO
               GO TO P-PARAMETROS-FIM
            END-IF

            MOVE SPACES TO WS-AGENDA-TEXTO
            STRING WS-AGENDA-DD    DELIMITED BY SIZE
                   '/'             DELIMITED BY SIZE
                   WS-AGENDA-MM    DELIMITED BY SIZE
                   '/'             DELIMITED BY SIZE
                   WS-AGENDA-AAAA  DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-AGENDA-HH    DELIMITED BY SIZE
                   ':'             DELIMITED BY SIZE
                   WS-AGENDA-MI    DELIMITED BY SIZE
               INTO WS-AGENDA-TEXTO

            COMPUTE WS-INT-CORTE = WS-INT-HOJE - WS-JANELA-DIAS
           .

       P-PARAMETROS-FIM.
           EXIT.

      * Carrega os IDs do grupo escolhido (GRUPOS.dat) ou da ultima
      * selecao de campanha (CAMPANHA_SAIDA.dat).
       P-CARREGA-SELECAO.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-SELECAO

            IF ORIGEM-GRUPO THEN
               OPEN INPUT GRUPOS
               IF NOT GRP-OK THEN
                  DISPLAY "GRUPOS.dat VAZIO OU INDISPONIVEL."
                  GO TO P-CARREGA-SELECAO-FIM
               END-IF
               PERFORM UNTIL EOF-OK
                   READ GRUPOS
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF GRP-NOME EQUAL WS-NOME-GRUPO
                              AND WS-QTD-SELECAO < 2000 THEN
                              ADD 1 TO WS-QTD-SELECAO
                              MOVE GRP-ID-CONTATO
                                TO WS-SEL-ID(WS-QTD-SELECAO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRUPOS
            ELSE
               OPEN INPUT SELECAO
               IF NOT SEL-OK THEN
                  DISPLAY "CAMPANHA_SAIDA.dat VAZIO OU INDISPONIVEL."
                  GO TO P-CARREGA-SELECAO-FIM
               END-IF
               PERFORM UNTIL EOF-OK
                   READ SELECAO
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF WS-QTD-SELECAO < 2000 THEN
                              ADD 1 TO WS-QTD-SELECAO
                              MOVE SEL-ID-CONTATO
                                TO WS-SEL-ID(WS-QTD-SELECAO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SELECAO
            END-IF
           .

       P-CARREGA-SELECAO-FIM.
           EXIT.

      * Carrega de CAMPANHAS.dat os IDs contatados dentro da janela
      * de exclusao (data da campanha igual ou posterior ao corte).
       P-CARREGA-RECENTES.
            SET EOF-OK TO FALSE
            MOVE ZEROS  TO WS-QTD-RECENTES

            OPEN INPUT CAMPANHAS

            IF NOT CAM-OK THEN
               DISPLAY "CAMPANHAS.dat AINDA NAO EXISTE - NINGUEM A "
                       "EXCLUIR."
               GO TO P-CARREGA-RECENTES-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CAMPANHAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        COMPUTE WS-INT-CAMPANHA =
                                FUNCTION INTEGER-OF-DATE(CAM-DATA)
                        IF WS-INT-CAMPANHA >= WS-INT-CORTE THEN
                           IF WS-QTD-RECENTES < 999 THEN
                              ADD 1 TO WS-QTD-RECENTES
                              MOVE CAM-ID-CONTATO
                                   TO WS-REC-ID(WS-QTD-RECENTES)
                           ELSE
                              DISPLAY 'MAIS DE 999 CONTATADOS '
                                      'RECENTES - IGNORANDO O '
                                      'RESTANTE'
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CAMPANHAS
           .

       P-CARREGA-RECENTES-FIM.
           EXIT.

       P-EXPORTA.
            SET EOF-OK TO FALSE
            SET FS-OK  TO TRUE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-SELECIONADOS
                          WS-QTD-EXPORTADOS WS-QTD-EXCLUIDOS-JAN
                          WS-QTD-SUPRIMIDOS WS-QTD-SEM-CELULAR
                          WS-QTD-LONGAS

      * Lista de supressao relida a cada exportacao.
            MOVE 'C' TO LK-SUP-FUNCAO
            CALL 'PG13CHKSUP' USING LK-SUP-AREA REG-CONTATOS

            OPEN INPUT CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13EXPSMS'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-EXPORTA-FIM
            END-IF

            OPEN OUTPUT ENVIO
            MOVE 'celular;mensagem;agendamento;id_cliente'
                 TO REG-ENVIO
            WRITE REG-ENVIO

            OPEN EXTEND CAMPANHAS
            IF WS-CAM-FS EQUAL 35 THEN
               OPEN OUTPUT CAMPANHAS
            END-IF

            MOVE '.\EXPSMS.LST'         TO LK-PRT-ARQUIVO
            MOVE 'EXPORTACAO DE SMS'    TO LK-PRT-TITULO
            MOVE LK-OPERADOR            TO LK-PRT-OPERADOR
            MOVE 'I'                    TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE SPACES TO LK-PRT-LINHA
            STRING 'CAMPANHA: '         DELIMITED BY SIZE
                   WS-NOME-CAMPANHA     DELIMITED BY SIZE
                   '  AGENDAMENTO: '    DELIMITED BY SIZE
                   WS-AGENDA-TEXTO      DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE 'NAO EXPORTADOS' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'ID     NOME                 MOTIVO' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        IF CONTATO-ATIVO THEN
                           PERFORM P-AVALIA-1-CONTATO
                                   THRU P-AVALIA-1-CONTATO-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS
            CLOSE ENVIO
            CLOSE CAMPANHAS

            MOVE 'CONTATOS LIDOS'            TO LK-PRT-ROTULO
            MOVE WS-QTD-LIDOS                TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'SELECIONADOS'              TO LK-PRT-ROTULO
            MOVE WS-QTD-SELECIONADOS         TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'SMS EXPORTADOS'            TO LK-PRT-ROTULO
            MOVE WS-QTD-EXPORTADOS           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'EXCLUIDOS PELA JANELA'     TO LK-PRT-ROTULO
            MOVE WS-QTD-EXCLUIDOS-JAN        TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'SUPRIMIDOS (NAO CONTATAR)' TO LK-PRT-ROTULO
            MOVE WS-QTD-SUPRIMIDOS           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'SEM CELULAR UTILIZAVEL'    TO LK-PRT-ROTULO
            MOVE WS-QTD-SEM-CELULAR          TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'MENSAGEM ACIMA DO LIMITE'  TO LK-PRT-ROTULO
            MOVE WS-QTD-LONGAS               TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            DISPLAY "CONTATOS LIDOS            : " WS-QTD-LIDOS
            DISPLAY "SELECIONADOS              : "
                    WS-QTD-SELECIONADOS
            DISPLAY "SMS EXPORTADOS            : " WS-QTD-EXPORTADOS
            DISPLAY "EXCLUIDOS PELA JANELA     : "
                    WS-QTD-EXCLUIDOS-JAN
            DISPLAY "SUPRIMIDOS (NAO CONTATAR) : "
                    WS-QTD-SUPRIMIDOS
            DISPLAY "SEM CELULAR UTILIZAVEL    : "
                    WS-QTD-SEM-CELULAR
            DISPLAY "MENSAGEM ACIMA DO LIMITE  : " WS-QTD-LONGAS
            DISPLAY "ARQUIVO DO PROVEDOR EM SMS_ENVIO.CSV; "
                    "NAO EXPORTADOS EM EXPSMS.LST"

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
           .

       P-EXPORTA-FIM.
           EXIT.

      * Aplica a selecao, a janela e a supressao; passando, procura
      * o celular, monta a mensagem e grava a linha do provedor e o
      * registro em CAMPANHAS.dat.
       P-AVALIA-1-CONTATO.
            IF ORIGEM-GRUPO OR ORIGEM-SELECAO THEN
               MOVE 'N' TO WS-NA-SELECAO
               PERFORM VARYING WS-IDX-SEL FROM 1 BY 1
                       UNTIL WS-IDX-SEL > WS-QTD-SELECAO
                          OR NA-SELECAO
                   IF WS-SEL-ID(WS-IDX-SEL) EQUAL ID-CONTATO THEN
                      MOVE 'S' TO WS-NA-SELECAO
                   END-IF
               END-PERFORM
               IF NOT NA-SELECAO THEN
                  GO TO P-AVALIA-1-CONTATO-FIM
               END-IF
            ELSE
               IF (WS-TIPO-FILTRO NOT EQUAL SPACES
                   AND TP-CONTATO NOT EQUAL WS-TIPO-FILTRO)
                  OR (WS-FILIAL-FILTRO NOT EQUAL SPACES
                      AND FILIAL-CONTATO NOT EQUAL WS-FILIAL-FILTRO)
                  THEN
                  GO TO P-AVALIA-1-CONTATO-FIM
               END-IF
            END-IF

            ADD 1 TO WS-QTD-SELECIONADOS

            MOVE 'N' TO WS-JA-CONTATADO
            PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                    UNTIL WS-IDX-REC > WS-QTD-RECENTES
                           OR JA-CONTATADO
                IF WS-REC-ID(WS-IDX-REC) EQUAL ID-CONTATO THEN
                   MOVE 'S' TO WS-JA-CONTATADO
                END-IF
            END-PERFORM

            IF JA-CONTATADO THEN
               ADD 1 TO WS-QTD-EXCLUIDOS-JAN
               GO TO P-AVALIA-1-CONTATO-FIM
            END-IF

            MOVE 'V' TO LK-SUP-FUNCAO
            CALL 'PG13CHKSUP' USING LK-SUP-AREA REG-CONTATOS
            IF LK-SUP-SUPRIMIDO THEN
               ADD 1 TO WS-QTD-SUPRIMIDOS
               GO TO P-AVALIA-1-CONTATO-FIM
            END-IF

            PERFORM P-PROCURA-CELULAR THRU P-PROCURA-CELULAR-FIM

            IF WS-CANONICO EQUAL SPACES THEN
               ADD 1 TO WS-QTD-SEM-CELULAR
               PERFORM P-IMPRIME-REJEITO THRU P-IMPRIME-REJEITO-FIM
               GO TO P-AVALIA-1-CONTATO-FIM
            END-IF

            PERFORM P-MONTA-MENSAGEM THRU P-MONTA-MENSAGEM-FIM

            IF WS-TAM-MENSAGEM > WS-LIMITE-SMS THEN
               ADD 1 TO WS-QTD-LONGAS
               MOVE SPACES TO WS-MOTIVO
               STRING 'MENSAGEM COM '     DELIMITED BY SIZE
                      WS-TAM-MENSAGEM     DELIMITED BY SIZE
                      ' CARACTERES'       DELIMITED BY SIZE
                  INTO WS-MOTIVO
               PERFORM P-IMPRIME-REJEITO THRU P-IMPRIME-REJEITO-FIM
               GO TO P-AVALIA-1-CONTATO-FIM
            END-IF

            MOVE SPACES TO REG-ENVIO
            STRING WS-CANONICO                  DELIMITED BY SPACE
                   ';'                          DELIMITED BY SIZE
                   WS-MENSAGEM(1:WS-TAM-MENSAGEM)
                                                DELIMITED BY SIZE
                   ';'                          DELIMITED BY SIZE
                   WS-AGENDA-TEXTO              DELIMITED BY SIZE
                   ';'                          DELIMITED BY SIZE
                   ID-CONTATO                   DELIMITED BY SIZE
               INTO REG-ENVIO
            WRITE REG-ENVIO

            MOVE WS-NOME-CAMPANHA TO CAM-NOME
            MOVE ID-CONTATO       TO CAM-ID-CONTATO
            MOVE WS-DATA-AGENDA   TO CAM-DATA
            WRITE REG-CAMPANHA

            ADD 1 TO WS-QTD-EXPORTADOS
           .

       P-AVALIA-1-CONTATO-FIM.
           EXIT.

      * Primeiro meio CELULAR com consentimento 'S', nao devolvido e
      * interpretavel como numero (10 a 13 digitos depois de tirar
      * espacos, '+', '-', '.', '(' e ')'; ate 11 digitos ganha o 55
      * na frente). Sem nenhum, WS-CANONICO volta em branco e
      * WS-MOTIVO diz por que.
       P-PROCURA-CELULAR.
            MOVE SPACES TO WS-CANONICO
            MOVE 'SEM CELULAR' TO WS-MOTIVO

            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > QTD-CT-METODOS
                       OR WS-CANONICO NOT EQUAL SPACES
                IF CT-METODO-TIPO(WS-CT-IDX) EQUAL 'CELULAR' THEN
                   EVALUATE TRUE
                       WHEN NOT METODO-CONSENTIDO(WS-CT-IDX)
                          MOVE 'CELULAR SEM CONSENTIMENTO'
                            TO WS-MOTIVO
                       WHEN METODO-DEVOLVIDO(WS-CT-IDX)
                          MOVE 'CELULAR DEVOLVIDO' TO WS-MOTIVO
                       WHEN OTHER
                          PERFORM P-CANONICO THRU P-CANONICO-FIM
                   END-EVALUATE
                END-IF
            END-PERFORM
           .

       P-PROCURA-CELULAR-FIM.
           EXIT.

       P-CANONICO.
            MOVE CT-METODO-VALOR(WS-CT-IDX) TO WS-CELULAR-BRUTO
            MOVE 'S'    TO WS-VALOR-OK
            MOVE ZEROS  TO WS-QTD-DIGITOS
            MOVE SPACES TO WS-SO-DIGITOS

            PERFORM VARYING WS-IDX-CHAR FROM 1 BY 1
                    UNTIL WS-IDX-CHAR > 30
                MOVE WS-CELULAR-BRUTO(WS-IDX-CHAR:1) TO WS-CHAR

                EVALUATE TRUE
                    WHEN WS-CHAR >= '0' AND WS-CHAR <= '9'
                       ADD 1 TO WS-QTD-DIGITOS
                       MOVE WS-CHAR
                            TO WS-SO-DIGITOS(WS-QTD-DIGITOS:1)
                    WHEN WS-CHAR EQUAL SPACE OR WS-CHAR EQUAL '+'
                         OR WS-CHAR EQUAL '-' OR WS-CHAR EQUAL '.'
                         OR WS-CHAR EQUAL '(' OR WS-CHAR EQUAL ')'
                       CONTINUE
                    WHEN OTHER
                       MOVE 'N' TO WS-VALOR-OK
                END-EVALUATE
            END-PERFORM

            IF WS-QTD-DIGITOS < 10 OR WS-QTD-DIGITOS > 13 THEN
               MOVE 'N' TO WS-VALOR-OK
            END-IF

            IF NOT VALOR-INTERPRETADO THEN
               MOVE 'CELULAR INVALIDO' TO WS-MOTIVO
               GO TO P-CANONICO-FIM
            END-IF

            IF WS-QTD-DIGITOS <= 11 THEN
               STRING '55'          DELIMITED BY SIZE
                      WS-SO-DIGITOS(1:WS-QTD-DIGITOS)
                                    DELIMITED BY SIZE
                   INTO WS-CANONICO
            ELSE
               MOVE WS-SO-DIGITOS(1:WS-QTD-DIGITOS) TO WS-CANONICO
            END-IF
           .

       P-CANONICO-FIM.
           EXIT.

      * Troca cada &NOME do texto pelo nome completo do contato e
      * cada &PRENOME pelo prenome (montados pelo PG13NOMCTT) e mede
      * a mensagem final (sem os brancos do fim). O ';' e o separador
      * do arquivo do provedor e vira ',' dentro do texto.
       P-MONTA-MENSAGEM.
            MOVE WS-TEXTO-MODELO TO WS-MENSAGEM

            MOVE 'J'            TO LK-NMC-FUNCAO
            MOVE NM-CONTATO     TO LK-NMC-NOME-CURTO
            MOVE NM-PRENOME     TO LK-NMC-PRENOME
            MOVE NM-SOBRENOME   TO LK-NMC-SOBRENOME
            MOVE ZEROS          TO LK-NMC-TAM-MAXIMO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            MOVE '&NOME'              TO WS-MARCA
            MOVE 5                    TO WS-TAM-MARCA
            MOVE LK-NMC-NOME-COMPLETO TO WS-VALOR-MARCA
            PERFORM P-TROCA-MARCA THRU P-TROCA-MARCA-FIM

            MOVE '&PRENOME'           TO WS-MARCA
            MOVE 8                    TO WS-TAM-MARCA
            MOVE LK-NMC-PRENOME       TO WS-VALOR-MARCA
            PERFORM P-TROCA-MARCA THRU P-TROCA-MARCA-FIM

            INSPECT WS-MENSAGEM REPLACING ALL ';' BY ','

            COMPUTE WS-TAM-MENSAGEM =
                    FUNCTION LENGTH(FUNCTION TRIM(WS-MENSAGEM TRAILING))
           .

       P-MONTA-MENSAGEM-FIM.
           EXIT.

       P-TROCA-MARCA.
            MOVE 'S' TO WS-ACHOU-MARCA

            PERFORM UNTIL NOT ACHOU-MARCA
                MOVE 'N' TO WS-ACHOU-MARCA
                MOVE ZEROS TO WS-POS-MARCA

                PERFORM VARYING WS-IDX-CHAR FROM 1 BY 1
                        UNTIL WS-IDX-CHAR > 201 - WS-TAM-MARCA
                           OR ACHOU-MARCA
                    IF WS-MENSAGEM(WS-IDX-CHAR:WS-TAM-MARCA) EQUAL
                       WS-MARCA(1:WS-TAM-MARCA) THEN
                       MOVE 'S' TO WS-ACHOU-MARCA
                       MOVE WS-IDX-CHAR TO WS-POS-MARCA
                    END-IF
                END-PERFORM

                IF ACHOU-MARCA THEN
                   MOVE SPACES TO WS-MENSAGEM-NOVA
                   IF WS-POS-MARCA > 1 THEN
                      STRING WS-MENSAGEM(1:WS-POS-MARCA - 1)
                                                DELIMITED BY SIZE
                             FUNCTION TRIM(WS-VALOR-MARCA)
                                                DELIMITED BY SIZE
                             WS-MENSAGEM(WS-POS-MARCA + WS-TAM-MARCA:)
                                                DELIMITED BY SIZE
                          INTO WS-MENSAGEM-NOVA
                   ELSE
                      STRING FUNCTION TRIM(WS-VALOR-MARCA)
                                                DELIMITED BY SIZE
                             WS-MENSAGEM(WS-POS-MARCA + WS-TAM-MARCA:)
                                                DELIMITED BY SIZE
                          INTO WS-MENSAGEM-NOVA
                   END-IF
                   MOVE WS-MENSAGEM-NOVA TO WS-MENSAGEM
                END-IF
            END-PERFORM
           .

       P-TROCA-MARCA-FIM.
           EXIT.

       P-IMPRIME-REJEITO.
            MOVE SPACES TO LK-PRT-LINHA
            STRING ID-CONTATO  DELIMITED BY SIZE
                   ' '         DELIMITED BY SIZE
                   NM-CONTATO  DELIMITED BY SIZE
                   ' '         DELIMITED BY SIZE
                   WS-MOTIVO   DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-IMPRIME-REJEITO-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

      * Grava os totais desta exportacao em CONTROLE.dat, no mesmo
      * padrao dos demais programas em lote do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13EXPSMS'      TO CTL-PROGRAMA
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-EXPORTADOS     TO CTL-QTD-GRAVADOS
            COMPUTE CTL-QTD-REJEITADOS = WS-QTD-EXCLUIDOS-JAN
                                       + WS-QTD-SEM-CELULAR
                                       + WS-QTD-LONGAS
            MOVE WS-QTD-SUPRIMIDOS     TO CTL-QTD-SUPRIMIDOS

            OPEN EXTEND CONTROLE
            IF WS-CTL-FS EQUAL 35 THEN
               OPEN OUTPUT CONTROLE
            END-IF

            IF CTL-OK THEN
               WRITE REG-CONTROLE
               CLOSE CONTROLE
            END-IF
           .

       P-GRAVA-CONTROLE-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13EXPSMS.
