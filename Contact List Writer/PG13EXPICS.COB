      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Exportacao dos acompanhamentos de SEGUIMENTO.dat em
      *          iCalendar 2.0 - grava no arquivo unico
      *          ACOMPANHAMENTOS.ICS um evento de dia inteiro por
      *          acompanhamento (filtros opcionais de responsavel e
      *          de faixa de datas de retorno), com o nome do contato
      *          e o telefone preferencial (CELULAR, ou TELEFONE na
      *          falta) no titulo e o motivo na descricao, para o
      *          operador importar na agenda do Outlook. O UID de
      *          cada evento e montado com o ID do contato e a
      *          data/hora em que o acompanhamento foi agendado, que
      *          nao mudam, de modo que importar o arquivo de novo
      *          atualiza os eventos em vez de duplicar; os
      *          acompanhamentos ja concluidos saem como eventos
      *          cancelados. Totais em CONTROLE.dat como nas demais
      *          exportacoes.
      * Update: 15/10/2026 - Titulo do evento traz o nome completo do
      *                      contato (prenome e sobrenome), abreviado
      *                      pelo PG13NOMCTT acima de 40 posicoes
      * Update: 15/10/2026 - Lembrete interno (contato 000000, como os
      *                      de recertificacao do PG13RECERT) sai com
      *                      o titulo "Lembrete interno" e o motivo,
      *                      sem procurar contato
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13EXPICS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTATOS ASSIGN TO
                 '.\CONTATOS.dat'
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT SEGUIMENTO ASSIGN TO ".\SEGUIMENTO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-SEG-FS.

            SELECT ICS ASSIGN TO ".\ACOMPANHAMENTOS.ICS"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ICS-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD SEGUIMENTO.
          COPY FD_SEGU.

       FD ICS.
       01 REG-ICS                  PIC X(75).

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-SEG-FS             PIC 9(02).
          88 SEG-OK           VALUE 0.

       77 WS-ICS-FS             PIC 9(02).
          88 ICS-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

      * Filtros da exportacao.
       77 WS-RESP-FILTRO        PIC X(08) VALUE SPACES.
       77 WS-DATA-DE            PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ATE           PIC 9(08) VALUE 99999999.

      * Dados do contato do acompanhamento corrente.
       77 WS-NOME               PIC X(40) VALUE SPACES.
       77 WS-TELEFONE           PIC X(30) VALUE SPACES.
       77 WS-CEL-ACHADO         PIC X(30) VALUE SPACES.
       77 WS-TLF-ACHADO         PIC X(30) VALUE SPACES.
       77 WS-CT-IDX             PIC 9(01) VALUE ZEROS.
       77 WS-RESPONSAVEL        PIC X(08) VALUE SPACES.

      * Data seguinte a do retorno (fim do evento de dia inteiro).
       77 WS-INT-DATA           PIC S9(09) VALUE ZEROS.
       77 WS-DT-FIM             PIC 9(08) VALUE ZEROS.

      * Carimbo DTSTAMP em UTC, calculado a partir da data/hora local
      * e do deslocamento do fuso devolvidos por CURRENT-DATE.
       01 WS-AGORA.
          03 WS-AGORA-DATA       PIC 9(08).
          03 WS-AGORA-HH         PIC 9(02).
          03 WS-AGORA-MI         PIC 9(02).
          03 WS-AGORA-SS         PIC 9(02).
          03 FILLER              PIC X(02).
          03 WS-AGORA-SINAL      PIC X(01).
          03 WS-AGORA-FUSO-HH    PIC 9(02).
          03 WS-AGORA-FUSO-MI    PIC 9(02).

       77 WS-SEGUNDOS           PIC S9(07) VALUE ZEROS.
       77 WS-SEG-FUSO           PIC S9(07) VALUE ZEROS.
       77 WS-INT-UTC            PIC S9(09) VALUE ZEROS.

       01 WS-STAMP-UTC.
          03 WS-UTC-DATA         PIC 9(08).
          03 FILLER              PIC X(01) VALUE 'T'.
          03 WS-UTC-HH           PIC 9(02).
          03 WS-UTC-MI           PIC 9(02).
          03 WS-UTC-SS           PIC 9(02).
          03 FILLER              PIC X(01) VALUE 'Z'.

      * Texto livre com virgula, ponto e virgula e barra invertida
      * escapados, como o iCalendar exige nos campos de texto.
       77 WS-TEXTO-ORIGEM       PIC X(40) VALUE SPACES.
       77 WS-TEXTO-ESCAPADO     PIC X(80) VALUE SPACES.
       77 WS-POS-ORIGEM         PIC 9(02) VALUE ZEROS.
       77 WS-POS-ESCAPADO       PIC 9(02) VALUE ZEROS.
       77 WS-NOME-ESCAPADO      PIC X(80) VALUE SPACES.
       77 WS-MOTIVO-ESCAPADO    PIC X(80) VALUE SPACES.

      * Linha logica do arquivo; as maiores que 75 posicoes sao
      * dobradas em linhas de continuacao iniciadas por espaco.
       77 WS-LINHA              PIC X(200) VALUE SPACES.
       77 WS-TAM-LINHA          PIC 9(03) VALUE ZEROS.
       77 WS-POS-LINHA          PIC 9(03) VALUE ZEROS.
       77 WS-TAM-PEDACO         PIC 9(03) VALUE ZEROS.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EVENTOS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CANCELADOS     PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_NOMCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** EXPORTAR ACOMPANHAMENTOS PARA A AGENDA "
                    "(ICS) *****"

            DISPLAY "Somente os acompanhamentos do responsavel "
                    "(operador, em branco = todos): "
            ACCEPT WS-RESP-FILTRO

            DISPLAY "Data de retorno inicial (AAAAMMDD, 0 = sem "
                    "limite): "
            ACCEPT WS-DATA-DE

            DISPLAY "Data de retorno final (AAAAMMDD, 0 = sem "
                    "limite): "
            ACCEPT WS-DATA-ATE

            IF WS-DATA-ATE EQUAL ZEROS THEN
               MOVE 99999999 TO WS-DATA-ATE
            END-IF

            PERFORM P-CALCULA-STAMP THRU P-CALCULA-STAMP-FIM
            PERFORM P-EXPORTA THRU P-EXPORTA-FIM

            PERFORM P-END
           .

       P-EXPORTA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-EVENTOS
                          WS-QTD-CANCELADOS

            OPEN INPUT SEGUIMENTO

            IF NOT SEG-OK THEN
               DISPLAY "NENHUM ACOMPANHAMENTO CADASTRADO AINDA."
               GO TO P-EXPORTA-FIM
            END-IF

            OPEN INPUT CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13EXPICS'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE SEGUIMENTO
               GO TO P-EXPORTA-FIM
            END-IF

            OPEN OUTPUT ICS

            IF NOT ICS-OK THEN
               DISPLAY "ERRO AO ABRIR ACOMPANHAMENTOS.ICS."
               DISPLAY "Error ID: " WS-ICS-FS
               CLOSE SEGUIMENTO
               CLOSE CONTATOS
               GO TO P-EXPORTA-FIM
            END-IF

            MOVE 'BEGIN:VCALENDAR' TO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM
            MOVE 'VERSION:2.0' TO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM
            MOVE 'PRODID:-//PG13//ACOMPANHAMENTOS DE CONTATOS//PT'
                 TO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM
            MOVE 'CALSCALE:GREGORIAN' TO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM
            MOVE 'METHOD:PUBLISH' TO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM

            PERFORM UNTIL EOF-OK
                READ SEGUIMENTO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        IF (WS-RESP-FILTRO EQUAL SPACES
                            OR SEG-RESPONSAVEL EQUAL WS-RESP-FILTRO)
                           AND SEG-DT-SEGUIMENTO >= WS-DATA-DE
                           AND SEG-DT-SEGUIMENTO <= WS-DATA-ATE
                           AND (SEG-PENDENTE OR SEG-CONCLUIDO) THEN
                           PERFORM P-GRAVA-1-EVENTO
                                   THRU P-GRAVA-1-EVENTO-FIM
                        END-IF
                END-READ
            END-PERFORM

            MOVE 'END:VCALENDAR' TO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM

            CLOSE SEGUIMENTO
            CLOSE CONTATOS
            CLOSE ICS

            DISPLAY "ACOMPANHAMENTOS LIDOS : " WS-QTD-LIDOS
            DISPLAY "EVENTOS EXPORTADOS    : " WS-QTD-EVENTOS
            DISPLAY "  DOS QUAIS CANCELADOS: " WS-QTD-CANCELADOS
            DISPLAY "ARQUIVO GERADO        : ACOMPANHAMENTOS.ICS"

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
           .

       P-EXPORTA-FIM.
           EXIT.

      * Grava um VEVENT de dia inteiro para o acompanhamento
      * corrente; o concluido sai com STATUS:CANCELLED e SEQUENCE
      * maior, para a agenda substituir o evento ja importado.
       P-GRAVA-1-EVENTO.
            COMPUTE WS-INT-DATA =
                    FUNCTION INTEGER-OF-DATE(SEG-DT-SEGUIMENTO)
                    ON SIZE ERROR
                       GO TO P-GRAVA-1-EVENTO-FIM
            END-COMPUTE
            IF WS-INT-DATA NOT > ZEROS THEN
               GO TO P-GRAVA-1-EVENTO-FIM
            END-IF
            ADD 1 TO WS-INT-DATA
            COMPUTE WS-DT-FIM = FUNCTION DATE-OF-INTEGER(WS-INT-DATA)

            PERFORM P-LE-CONTATO THRU P-LE-CONTATO-FIM

            MOVE 'BEGIN:VEVENT' TO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM

            MOVE SPACES TO WS-LINHA
            STRING 'UID:PG13-SEG-'        DELIMITED BY SIZE
                   SEG-ID-CONTATO         DELIMITED BY SIZE
                   '-'                    DELIMITED BY SIZE
                   SEG-DT-CADASTRO        DELIMITED BY SIZE
                   SEG-HR-CADASTRO        DELIMITED BY SIZE
                   '@CONTATOS'            DELIMITED BY SIZE
               INTO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM

            MOVE SPACES TO WS-LINHA
            STRING 'DTSTAMP:'             DELIMITED BY SIZE
                   WS-STAMP-UTC           DELIMITED BY SIZE
               INTO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM

            MOVE SPACES TO WS-LINHA
            STRING 'DTSTART;VALUE=DATE:'  DELIMITED BY SIZE
                   SEG-DT-SEGUIMENTO      DELIMITED BY SIZE
               INTO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM

            MOVE SPACES TO WS-LINHA
            STRING 'DTEND;VALUE=DATE:'    DELIMITED BY SIZE
                   WS-DT-FIM              DELIMITED BY SIZE
               INTO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM

            MOVE SEG-MOTIVO TO WS-TEXTO-ORIGEM
            PERFORM P-ESCAPA-TEXTO THRU P-ESCAPA-TEXTO-FIM
            MOVE WS-TEXTO-ESCAPADO TO WS-MOTIVO-ESCAPADO

            MOVE SPACES TO WS-LINHA
            IF SEG-ID-CONTATO EQUAL ZEROS THEN
               STRING 'SUMMARY:Lembrete interno: '
                                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MOTIVO-ESCAPADO)
                                          DELIMITED BY SIZE
                  INTO WS-LINHA
            ELSE
               STRING 'SUMMARY:Retorno: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NOME-ESCAPADO)
                                          DELIMITED BY SIZE
                      ' - '               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TELEFONE)
                                          DELIMITED BY SIZE
                  INTO WS-LINHA
            END-IF
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM

            IF SEG-RESPONSAVEL EQUAL SPACES THEN
               MOVE 'SEM DONO' TO WS-RESPONSAVEL
            ELSE
               MOVE SEG-RESPONSAVEL TO WS-RESPONSAVEL
            END-IF

            MOVE SPACES TO WS-LINHA
            STRING 'DESCRIPTION:Motivo: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MOTIVO-ESCAPADO)
                                          DELIMITED BY SIZE
                   '\nTelefone: '         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TELEFONE)
                                          DELIMITED BY SIZE
                   '\nContato ID '        DELIMITED BY SIZE
                   SEG-ID-CONTATO         DELIMITED BY SIZE
                   '\nResponsavel: '      DELIMITED BY SIZE
                   WS-RESPONSAVEL         DELIMITED BY SIZE
               INTO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM

            MOVE 'TRANSP:TRANSPARENT' TO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM

            IF SEG-CONCLUIDO THEN
               MOVE 'STATUS:CANCELLED' TO WS-LINHA
               PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM
               MOVE 'SEQUENCE:1' TO WS-LINHA
               PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM
               ADD 1 TO WS-QTD-CANCELADOS
            ELSE
               MOVE 'STATUS:CONFIRMED' TO WS-LINHA
               PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM
               MOVE 'SEQUENCE:0' TO WS-LINHA
               PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM
            END-IF

            MOVE 'END:VEVENT' TO WS-LINHA
            PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM

            ADD 1 TO WS-QTD-EVENTOS
           .

       P-GRAVA-1-EVENTO-FIM.
           EXIT.

      * Le o contato do acompanhamento e resolve o nome e o telefone
      * preferencial: o primeiro CELULAR ou, na falta, o primeiro
      * TELEFONE, como no PG13ANIVER (meios devolvidos ficam de fora).
      * Contato 000000 e lembrete interno, sem contato a procurar.
       P-LE-CONTATO.
            MOVE SPACES TO WS-NOME WS-TELEFONE
                           WS-CEL-ACHADO WS-TLF-ACHADO

            IF SEG-ID-CONTATO EQUAL ZEROS THEN
               MOVE 'LEMBRETE INTERNO' TO WS-NOME
               MOVE 'SEM CONTATO' TO WS-TELEFONE
               GO TO P-LE-CONTATO-ESCAPA
            END-IF

            MOVE SEG-ID-CONTATO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                     MOVE 'CONTATO NAO ACHADO' TO WS-NOME
                     MOVE 'SEM TELEFONE' TO WS-TELEFONE
                     GO TO P-LE-CONTATO-ESCAPA
            END-READ

            MOVE 'A'            TO LK-NMC-FUNCAO
            MOVE NM-CONTATO     TO LK-NMC-NOME-CURTO
            MOVE NM-PRENOME     TO LK-NMC-PRENOME
            MOVE NM-SOBRENOME   TO LK-NMC-SOBRENOME
            MOVE LENGTH OF WS-NOME TO LK-NMC-TAM-MAXIMO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA
            MOVE LK-NMC-NOME-COMPLETO TO WS-NOME

            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > QTD-CT-METODOS
                IF NOT METODO-DEVOLVIDO(WS-CT-IDX) THEN
                   EVALUATE CT-METODO-TIPO(WS-CT-IDX)
                       WHEN 'CELULAR'
                          IF WS-CEL-ACHADO EQUAL SPACES THEN
                             MOVE CT-METODO-VALOR(WS-CT-IDX)
                                  TO WS-CEL-ACHADO
                          END-IF
                       WHEN 'TELEFONE'
                          IF WS-TLF-ACHADO EQUAL SPACES THEN
                             MOVE CT-METODO-VALOR(WS-CT-IDX)
                                  TO WS-TLF-ACHADO
                          END-IF
                       WHEN OTHER
                          CONTINUE
                   END-EVALUATE
                END-IF
            END-PERFORM

            EVALUATE TRUE
                WHEN WS-CEL-ACHADO NOT = SPACES
                   MOVE WS-CEL-ACHADO TO WS-TELEFONE
                WHEN WS-TLF-ACHADO NOT = SPACES
                   MOVE WS-TLF-ACHADO TO WS-TELEFONE
                WHEN OTHER
                   MOVE 'SEM TELEFONE' TO WS-TELEFONE
            END-EVALUATE
           .

       P-LE-CONTATO-ESCAPA.
            MOVE WS-NOME TO WS-TEXTO-ORIGEM
            PERFORM P-ESCAPA-TEXTO THRU P-ESCAPA-TEXTO-FIM
            MOVE WS-TEXTO-ESCAPADO TO WS-NOME-ESCAPADO
           .

       P-LE-CONTATO-FIM.
           EXIT.

      * Copia WS-TEXTO-ORIGEM para WS-TEXTO-ESCAPADO pondo uma barra
      * invertida antes de cada virgula, ponto e virgula ou barra
      * invertida.
       P-ESCAPA-TEXTO.
            MOVE SPACES TO WS-TEXTO-ESCAPADO
            MOVE ZEROS  TO WS-POS-ESCAPADO

            PERFORM VARYING WS-POS-ORIGEM FROM 1 BY 1
                    UNTIL WS-POS-ORIGEM > 40
                IF WS-TEXTO-ORIGEM(WS-POS-ORIGEM:1) EQUAL ','
                   OR WS-TEXTO-ORIGEM(WS-POS-ORIGEM:1) EQUAL ';'
                   OR WS-TEXTO-ORIGEM(WS-POS-ORIGEM:1) EQUAL '\' THEN
                   ADD 1 TO WS-POS-ESCAPADO
                   MOVE '\' TO WS-TEXTO-ESCAPADO(WS-POS-ESCAPADO:1)
                END-IF
                ADD 1 TO WS-POS-ESCAPADO
                MOVE WS-TEXTO-ORIGEM(WS-POS-ORIGEM:1)
                     TO WS-TEXTO-ESCAPADO(WS-POS-ESCAPADO:1)
            END-PERFORM
           .

       P-ESCAPA-TEXTO-FIM.
           EXIT.

      * Converte a data/hora local para UTC com o deslocamento do
      * fuso de CURRENT-DATE, para o DTSTAMP dos eventos.
       P-CALCULA-STAMP.
            MOVE FUNCTION CURRENT-DATE TO WS-AGORA

            COMPUTE WS-SEGUNDOS = WS-AGORA-HH * 3600
                                + WS-AGORA-MI * 60
                                + WS-AGORA-SS
            MOVE ZEROS TO WS-SEG-FUSO
            IF WS-AGORA-FUSO-HH IS NUMERIC
               AND WS-AGORA-FUSO-MI IS NUMERIC THEN
               COMPUTE WS-SEG-FUSO = WS-AGORA-FUSO-HH * 3600
                                   + WS-AGORA-FUSO-MI * 60
            END-IF

            IF WS-AGORA-SINAL EQUAL '-' THEN
               ADD WS-SEG-FUSO TO WS-SEGUNDOS
            ELSE
               SUBTRACT WS-SEG-FUSO FROM WS-SEGUNDOS
            END-IF

            COMPUTE WS-INT-UTC =
                    FUNCTION INTEGER-OF-DATE(WS-AGORA-DATA)

            IF WS-SEGUNDOS < ZEROS THEN
               ADD 86400 TO WS-SEGUNDOS
               SUBTRACT 1 FROM WS-INT-UTC
            END-IF
            IF WS-SEGUNDOS >= 86400 THEN
               SUBTRACT 86400 FROM WS-SEGUNDOS
               ADD 1 TO WS-INT-UTC
            END-IF

            COMPUTE WS-UTC-DATA = FUNCTION DATE-OF-INTEGER(WS-INT-UTC)
            COMPUTE WS-UTC-HH = WS-SEGUNDOS / 3600
            COMPUTE WS-UTC-MI =
                    (WS-SEGUNDOS - WS-UTC-HH * 3600) / 60
            COMPUTE WS-UTC-SS =
                    WS-SEGUNDOS - WS-UTC-HH * 3600 - WS-UTC-MI * 60
           .

       P-CALCULA-STAMP-FIM.
           EXIT.

      * Grava WS-LINHA; passando de 75 posicoes, o restante vai em
      * linhas de continuacao de ate 74 posicoes precedidas de um
      * espaco (dobra de linha do iCalendar).
       P-GRAVA-LINHA.
            MOVE ZEROS TO WS-TAM-LINHA
            INSPECT FUNCTION REVERSE(WS-LINHA) TALLYING WS-TAM-LINHA
                    FOR LEADING SPACES
            COMPUTE WS-TAM-LINHA = 200 - WS-TAM-LINHA

            IF WS-TAM-LINHA <= 75 THEN
               MOVE WS-LINHA TO REG-ICS
               WRITE REG-ICS
               GO TO P-GRAVA-LINHA-FIM
            END-IF

            MOVE WS-LINHA(1:75) TO REG-ICS
            WRITE REG-ICS
            MOVE 76 TO WS-POS-LINHA

            PERFORM UNTIL WS-POS-LINHA > WS-TAM-LINHA
                COMPUTE WS-TAM-PEDACO = WS-TAM-LINHA - WS-POS-LINHA + 1
                IF WS-TAM-PEDACO > 74 THEN
                   MOVE 74 TO WS-TAM-PEDACO
                END-IF
                MOVE SPACES TO REG-ICS
                MOVE WS-LINHA(WS-POS-LINHA:WS-TAM-PEDACO)
                     TO REG-ICS(2:WS-TAM-PEDACO)
                WRITE REG-ICS
                ADD WS-TAM-PEDACO TO WS-POS-LINHA
            END-PERFORM
           .

       P-GRAVA-LINHA-FIM.
           EXIT.

      * Grava os totais desta exportacao em CONTROLE.dat, no mesmo
      * padrao das demais exportacoes do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13EXPICS'      TO CTL-PROGRAMA
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-EVENTOS        TO CTL-QTD-GRAVADOS
            MOVE ZEROS                 TO CTL-QTD-REJEITADOS
            MOVE ZEROS                 TO CTL-QTD-SUPRIMIDOS

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
       END PROGRAM PG13EXPICS.
