      ****************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Fechamento de periodo letivo pela coordenacao -
      *          registra em PERIODOS.dat o fechamento de um periodo
      *          (AAAA/B); fechado, o PG08MEDIA, o PG21FREQ, o
      *          PG22RECUP e o PG30CORNOT recusam lancar ou alterar
      *          linhas dele (consulta pelo PG32PERIOD) e a
      *          exportacao do periodo pelo PG14EXPBOL passa a ser a
      *          oficial final. A reabertura exige operador autorizado
      *          (identificacao e senha de OPERADORES.dat, com
      *          autorizacao para operacoes destrutivas) e o motivo,
      *          e fica registrada no mesmo arquivo; a listagem mostra
      *          o historico completo de cada periodo.
      * Update: 15/10/2026 - Operador conferido pelo PG13CNFOPR, com
      *                      as regras do login do menu (falhas,
      *                      bloqueio e SEGURANCA_LOG.dat); a
      *                      reabertura exige tambem certificado
      *                      valido da trilha de treinamento
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG33FECPER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PERIODOS ASSIGN TO ".\PERIODOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-PER-FS.

       DATA DIVISION.
       FILE SECTION.
      * Um evento por linha: F = fechamento, A = reabertura, E =
      * exportacao oficial final; com a data, a hora, o operador e o
      * motivo (reabertura).
       FD PERIODOS.
       01 REG-PERIODO.
          03 PER-TERMO        PIC X(06).
          03 PER-EVENTO       PIC X(01).
          03 PER-DATA         PIC 9(08).
          03 PER-HORA         PIC 9(06).
          03 PER-OPERADOR     PIC X(08).
          03 PER-MOTIVO       PIC X(40).

       WORKING-STORAGE SECTION.

       77 WS-PER-FS           PIC 9(02).
          88 PER-NOVO       VALUE 35.
          88 PER-OK         VALUE 0.

       77 WS-EOF              PIC X(01) VALUE 'N'.
          88 EOF-OK         VALUE 'S' FALSE 'N'.

       77 WS-RPT              PIC X(01) VALUE SPACE.
       77 WS-CONFIRMA         PIC X(01) VALUE SPACE.

       77 WS-OPCAO            PIC X(01) VALUE SPACE.
          88 OPCAO-FECHAR   VALUE '2'.
          88 OPCAO-REABRIR  VALUE '3'.

      * Periodo no formato AAAA/B, como no PG08MEDIA.
       77 WS-ANO-LETIVO       PIC 9(04) VALUE ZEROS.
       77 WS-BIMESTRE         PIC 9(01) VALUE ZEROS.
       77 WS-TERMO            PIC X(06) VALUE SPACES.

       77 WS-OPERADOR         PIC X(08) VALUE SPACES.
       77 WS-SENHA            PIC X(08) VALUE SPACES.
       77 WS-OPR-CONFERIDO    PIC X(01) VALUE 'N'.
          88 OPR-CONFERIDO  VALUE 'S'.
       77 WS-OPR-AUTORIZADO   PIC X(01) VALUE 'N'.
          88 OPR-AUTORIZADO VALUE 'S'.
       77 WS-TENTATIVAS       PIC 9(01) VALUE ZEROS.

       77 WS-EVENTO           PIC X(01) VALUE SPACE.
       77 WS-MOTIVO           PIC X(40) VALUE SPACES.
       77 WS-AGORA            PIC X(21) VALUE SPACES.

       77 WS-EVENTO-TXT       PIC X(20) VALUE SPACES.
       77 WS-QTD-LISTADOS     PIC 9(04) VALUE ZEROS.

       COPY LK_PERIO.
       COPY LK_CNFOPR.

       PROCEDURE DIVISION.
       P-START.

            DISPLAY "***** FECHAMENTO DE PERIODO LETIVO *****"
            DISPLAY "<1> LISTAR PERIODOS E HISTORICO (PADRAO)"
            DISPLAY "<2> FECHAR PERIODO"
            DISPLAY "<3> REABRIR PERIODO (OPERADOR AUTORIZADO)"
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN OPCAO-FECHAR
                   PERFORM P-FECHA THRU P-FECHA-FIM
                WHEN OPCAO-REABRIR
                   PERFORM P-REABRE THRU P-REABRE-FIM
                WHEN OTHER
                   PERFORM P-LISTA THRU P-LISTA-FIM
            END-EVALUATE

            PERFORM P-REPETE THRU P-REPETE-FIM.

       P-START-END.

       P-LISTA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LISTADOS

            OPEN INPUT PERIODOS

            IF NOT PER-OK
                DISPLAY "NENHUM PERIODO FECHADO AINDA."
                GO TO P-LISTA-FIM
            END-IF

            DISPLAY "PERIODO EVENTO               DATA     HORA   "
                    "OPERADOR MOTIVO"

            PERFORM P-LISTA-1-EVENTO THRU P-LISTA-1-EVENTO-FIM
                    UNTIL EOF-OK

            CLOSE PERIODOS

            DISPLAY "EVENTOS: " WS-QTD-LISTADOS.

       P-LISTA-FIM.

       P-LISTA-1-EVENTO.
            READ PERIODOS
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     ADD 1 TO WS-QTD-LISTADOS
                     EVALUATE PER-EVENTO
                         WHEN 'F'
                             MOVE 'FECHAMENTO' TO WS-EVENTO-TXT
                         WHEN 'A'
                             MOVE 'REABERTURA' TO WS-EVENTO-TXT
                         WHEN 'E'
                             MOVE 'EXPORTACAO OFICIAL'
                                  TO WS-EVENTO-TXT
                         WHEN OTHER
                             MOVE PER-EVENTO TO WS-EVENTO-TXT
                     END-EVALUATE
                     DISPLAY PER-TERMO '  ' WS-EVENTO-TXT ' '
                             PER-DATA ' ' PER-HORA ' ' PER-OPERADOR
                             ' ' FUNCTION TRIM(PER-MOTIVO)
            END-READ.

       P-LISTA-1-EVENTO-FIM.

      * Fecha o periodo: qualquer operador cadastrado pode fechar.
       P-FECHA.
            PERFORM P-DEFINE-TERMO THRU P-DEFINE-TERMO-FIM
            PERFORM P-SITUACAO THRU P-SITUACAO-FIM

            IF PERIODO-FECHADO
                DISPLAY "PERIODO " WS-TERMO " JA ESTA FECHADO DESDE "
                        LK-PERIO-DATA "."
                GO TO P-FECHA-FIM
            END-IF

            PERFORM P-PEDE-OPERADOR THRU P-PEDE-OPERADOR-FIM

            IF NOT OPR-CONFERIDO
                DISPLAY "FECHAMENTO CANCELADO."
                GO TO P-FECHA-FIM
            END-IF

            DISPLAY "CONFIRMA O FECHAMENTO DO PERIODO " WS-TERMO
                    "? (S/N)"
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
                DISPLAY "FECHAMENTO CANCELADO."
                GO TO P-FECHA-FIM
            END-IF

            MOVE 'F'    TO WS-EVENTO
            MOVE SPACES TO WS-MOTIVO
            PERFORM P-GRAVA-EVENTO THRU P-GRAVA-EVENTO-FIM

            DISPLAY "PERIODO " WS-TERMO " FECHADO - LANCAMENTOS "
                    "RECUSADOS A PARTIR DE AGORA.".

       P-FECHA-FIM.

      * Reabre o periodo: so operador autorizado e com motivo.
       P-REABRE.
            PERFORM P-DEFINE-TERMO THRU P-DEFINE-TERMO-FIM
            PERFORM P-SITUACAO THRU P-SITUACAO-FIM

            IF NOT PERIODO-FECHADO
                DISPLAY "PERIODO " WS-TERMO " NAO ESTA FECHADO."
                GO TO P-REABRE-FIM
            END-IF

            IF LK-PERIO-DT-EXPORT NOT EQUAL ZEROS
                DISPLAY "ATENCAO: PERIODO JA EXPORTADO OFICIALMENTE "
                        "EM " LK-PERIO-DT-EXPORT " - O SISTEMA DA "
                        "ESCOLA PRECISARA DE NOVA EXPORTACAO."
            END-IF

            PERFORM P-PEDE-OPERADOR THRU P-PEDE-OPERADOR-FIM

            IF NOT OPR-CONFERIDO
                DISPLAY "REABERTURA CANCELADA."
                GO TO P-REABRE-FIM
            END-IF

            IF NOT OPR-AUTORIZADO
                DISPLAY "OPERADOR SEM AUTORIZACAO PARA REABRIR "
                        "PERIODO - REABERTURA CANCELADA."
                GO TO P-REABRE-FIM
            END-IF

            MOVE SPACES TO WS-MOTIVO
            PERFORM UNTIL WS-MOTIVO NOT EQUAL SPACES
                DISPLAY "MOTIVO DA REABERTURA: "
                ACCEPT WS-MOTIVO
            END-PERFORM

            MOVE 'A' TO WS-EVENTO
            PERFORM P-GRAVA-EVENTO THRU P-GRAVA-EVENTO-FIM

            DISPLAY "PERIODO " WS-TERMO " REABERTO.".

       P-REABRE-FIM.

       P-SITUACAO.
            MOVE 'C'      TO LK-PERIO-FUNCAO
            MOVE WS-TERMO TO LK-PERIO-TERMO
            CALL 'PG32PERIOD' USING LK-PERIO-AREA.

       P-SITUACAO-FIM.

      * Identificacao e senha conferidas pelo PG13CNFOPR, tres
      * chances; operador bloqueado (ou que se bloqueia aqui) nao
      * passa. Sem OPERADORES.dat ninguem e conferido (nem fecha nem
      * reabre). A autorizacao para reabrir so vem com certificado
      * valido da trilha, como as opcoes destrutivas do menu.
       P-PEDE-OPERADOR.
            MOVE 'N'   TO WS-OPR-CONFERIDO WS-OPR-AUTORIZADO
            MOVE ZEROS TO WS-TENTATIVAS

            PERFORM UNTIL OPR-CONFERIDO OR WS-TENTATIVAS >= 3
                ADD 1 TO WS-TENTATIVAS
                MOVE SPACES TO WS-OPERADOR WS-SENHA
                DISPLAY "IDENTIFICACAO DO OPERADOR: "
                ACCEPT WS-OPERADOR
                DISPLAY "SENHA: "
                ACCEPT WS-SENHA
                PERFORM P-CONFERE-OPERADOR THRU P-CONFERE-OPERADOR-FIM
            END-PERFORM.

       P-PEDE-OPERADOR-FIM.

       P-CONFERE-OPERADOR.
            MOVE 'PG33FECPER' TO LK-CNF-PROGRAMA
            MOVE WS-OPERADOR  TO LK-CNF-OPERADOR
            MOVE WS-SENHA     TO LK-CNF-SENHA
            MOVE 'S'          TO LK-CNF-CONFERE-CERT
            CALL 'PG13CNFOPR' USING LK-CNF-AREA

            IF LK-CNF-BLOQUEADO OR LK-CNF-INDISPONIVEL
                MOVE 3 TO WS-TENTATIVAS
                GO TO P-CONFERE-OPERADOR-FIM
            END-IF

            IF LK-CNF-CONFERIDO
                MOVE 'S' TO WS-OPR-CONFERIDO
                MOVE LK-CNF-AUTORIZADO TO WS-OPR-AUTORIZADO
            END-IF.

       P-CONFERE-OPERADOR-FIM.

       P-GRAVA-EVENTO.
            MOVE FUNCTION CURRENT-DATE TO WS-AGORA

            OPEN EXTEND PERIODOS
            IF PER-NOVO
                OPEN OUTPUT PERIODOS
            END-IF

            IF PER-OK
                MOVE WS-TERMO      TO PER-TERMO
                MOVE WS-EVENTO     TO PER-EVENTO
                MOVE WS-AGORA(1:8) TO PER-DATA
                MOVE WS-AGORA(9:6) TO PER-HORA
                MOVE WS-OPERADOR   TO PER-OPERADOR
                MOVE WS-MOTIVO     TO PER-MOTIVO
                WRITE REG-PERIODO
                CLOSE PERIODOS
            ELSE
                DISPLAY "ERRO AO GRAVAR PERIODOS.dat."
                DISPLAY "Error ID: " WS-PER-FS
            END-IF.

       P-GRAVA-EVENTO-FIM.

      * Ano e bimestre do periodo; ano zerado assume o ano corrente e
      * bimestre fora de 1-4 e pedido de novo.
       P-DEFINE-TERMO.
            DISPLAY "ANO LETIVO (AAAA, 0 = ANO ATUAL): "
            ACCEPT WS-ANO-LETIVO

            IF WS-ANO-LETIVO IS NOT NUMERIC
                       OR WS-ANO-LETIVO EQUAL ZEROS
                MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-LETIVO
            END-IF

            DISPLAY "BIMESTRE (1 A 4): "
            ACCEPT WS-BIMESTRE

            IF WS-BIMESTRE IS NOT NUMERIC
                       OR WS-BIMESTRE < 1
                       OR WS-BIMESTRE > 4
                DISPLAY "BIMESTRE INVALIDO, TENTE DE NOVO."
                PERFORM P-DEFINE-TERMO THRU P-DEFINE-TERMO-FIM
            ELSE
                MOVE SPACES TO WS-TERMO
                STRING WS-ANO-LETIVO DELIMITED BY SIZE
                       '/'           DELIMITED BY SIZE
                       WS-BIMESTRE   DELIMITED BY SIZE
                       INTO WS-TERMO
                END-STRING
            END-IF.

       P-DEFINE-TERMO-FIM.

       P-REPETE.
            DISPLAY 'REPETIR OPERACAO? (Y/N)'
            ACCEPT WS-RPT

            IF WS-RPT IS EQUAL 'Y' OR WS-RPT IS EQUAL 'y'
                PERFORM P-START THRU P-START-END.

            STOP RUN.

       P-REPETE-FIM.

       END PROGRAM PG33FECPER.
