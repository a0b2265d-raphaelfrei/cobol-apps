      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Aprovacao de Operacoes Destrutivas - tela do segundo
      *          operador do controle em duas pessoas: lista as
      *          solicitacoes pendentes de APROVACOES.dat (expurgo,
      *          mesclagem, alteracao em lote) com quem pediu, quando e
      *          com quais parametros, e deixa um operador autorizado,
      *          diferente do solicitante, aprovar ou rejeitar cada
      *          uma com o motivo. Tambem lista a fila inteira, com as
      *          decisoes e execucoes ja registradas, para a auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13APRDES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT APROVACOES ASSIGN TO ".\APROVACOES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-APV-FS.

       DATA DIVISION.

       FILE SECTION.
       FD APROVACOES.
          COPY FD_APROV.

       WORKING-STORAGE SECTION.
       77 WS-APV-FS             PIC 9(02).
          88 APV-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
          88 OPCAO-HISTORICO  VALUE '2'.

       77 WS-SO-PENDENTES       PIC X(01) VALUE 'S'.
          88 SO-PENDENTES     VALUE 'S'.

       77 WS-NUMERO             PIC 9(06) VALUE ZEROS.
       77 WS-DECISAO            PIC X(01) VALUE SPACE.
          88 DECIDE-APROVAR   VALUE 'A' 'a'.
          88 DECIDE-REJEITAR  VALUE 'R' 'r'.

       77 WS-MOTIVO             PIC X(40) VALUE SPACES.
       77 WS-QTD-LISTADAS       PIC 9(05) VALUE ZEROS.

       77 WS-DESC-SITUACAO      PIC X(10) VALUE SPACES.

       COPY LK_FILAPV.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** APROVACAO DE OPERACOES DESTRUTIVAS *****"

      * So um operador com autorizacao para operacoes destrutivas
      * pode ser o segundo par de olhos de uma delas.
            IF LK-AUTORIZADO NOT = 'S' THEN
               DISPLAY "APROVACAO RESTRITA A OPERADORES AUTORIZADOS."
               PERFORM P-END
            END-IF

            DISPLAY "<1> Pendentes - aprovar/rejeitar (padrao)"
            DISPLAY "<2> Consultar a fila inteira (historico)"
            ACCEPT WS-OPCAO

            IF OPCAO-HISTORICO THEN
               MOVE 'N' TO WS-SO-PENDENTES
               PERFORM P-LISTA THRU P-LISTA-FIM
            ELSE
               MOVE 'S' TO WS-SO-PENDENTES
               PERFORM P-LISTA THRU P-LISTA-FIM
               IF WS-QTD-LISTADAS > ZEROS THEN
                  PERFORM P-DECIDE THRU P-DECIDE-FIM
               END-IF
            END-IF

            PERFORM P-END
           .

      * Lista as solicitacoes (so as pendentes, ou todas) com a
      * situacao, o solicitante, o aprovador e o executor.
       P-LISTA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LISTADAS

            OPEN INPUT APROVACOES
            IF NOT APV-OK THEN
               DISPLAY "NENHUMA SOLICITACAO REGISTRADA AINDA."
               GO TO P-LISTA-FIM
            END-IF

            DISPLAY
             "*********************************************************"
            PERFORM UNTIL EOF-OK
                READ APROVACOES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF APV-PENDENTE OR NOT SO-PENDENTES THEN
                           ADD 1 TO WS-QTD-LISTADAS
                           PERFORM P-MOSTRA-1 THRU P-MOSTRA-1-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE APROVACOES
            DISPLAY
             "*********************************************************"

            IF WS-QTD-LISTADAS EQUAL ZEROS THEN
               IF SO-PENDENTES THEN
                  DISPLAY "NENHUMA SOLICITACAO PENDENTE."
               ELSE
                  DISPLAY "NENHUMA SOLICITACAO REGISTRADA AINDA."
               END-IF
            END-IF
           .

       P-LISTA-FIM.
           EXIT.

       P-MOSTRA-1.
            EVALUATE TRUE
                WHEN APV-PENDENTE
                   MOVE "PENDENTE"   TO WS-DESC-SITUACAO
                WHEN APV-APROVADA
                   MOVE "APROVADA"   TO WS-DESC-SITUACAO
                WHEN APV-REJEITADA
                   MOVE "REJEITADA"  TO WS-DESC-SITUACAO
                WHEN APV-EXECUTADA
                   MOVE "EXECUTADA"  TO WS-DESC-SITUACAO
                WHEN OTHER
                   MOVE APV-SITUACAO TO WS-DESC-SITUACAO
            END-EVALUATE

            DISPLAY "No " APV-NUMERO " " APV-OPERACAO " "
                    WS-DESC-SITUACAO " PEDIDO POR " APV-SOLICITANTE
                    " EM " APV-DT-SOLIC " " APV-HR-SOLIC
            DISPLAY "   PARAMETROS: " APV-PARAMETROS

            IF NOT APV-PENDENTE THEN
               DISPLAY "   DECISAO POR " APV-APROVADOR " EM "
                       APV-DT-DECISAO " " APV-HR-DECISAO
                       " - " APV-MOTIVO
            END-IF

            IF APV-EXECUTADA THEN
               DISPLAY "   EXECUTADA POR " APV-EXECUTOR " EM "
                       APV-DT-EXECUCAO " " APV-HR-EXECUCAO
            END-IF
           .

       P-MOSTRA-1-FIM.

      * Pede o numero da solicitacao e a decisao; a rejeicao exige o
      * motivo. A rotina PG13FILAPV recusa a decisao do proprio
      * solicitante e de solicitacao que nao esteja pendente.
       P-DECIDE.
            DISPLAY "Numero da solicitacao a decidir (0 = sair): "
            ACCEPT WS-NUMERO

            IF WS-NUMERO EQUAL ZEROS THEN
               GO TO P-DECIDE-FIM
            END-IF

            DISPLAY "<A> Aprovar, <R> Rejeitar, "
                    "<QUALQUER TECLA> desistir"
            ACCEPT WS-DECISAO

            IF NOT DECIDE-APROVAR AND NOT DECIDE-REJEITAR THEN
               DISPLAY "NADA FOI DECIDIDO."
               GO TO P-DECIDE-FIM
            END-IF

            MOVE SPACES TO WS-MOTIVO
            DISPLAY "Motivo/observacao: "
            ACCEPT WS-MOTIVO

            PERFORM UNTIL WS-MOTIVO NOT = SPACES
                       OR DECIDE-APROVAR
                DISPLAY "O MOTIVO DA REJEICAO E OBRIGATORIO."
                DISPLAY "Motivo/observacao: "
                ACCEPT WS-MOTIVO
            END-PERFORM

            IF DECIDE-APROVAR THEN
               MOVE 'A' TO LK-APV-FUNCAO
            ELSE
               MOVE 'R' TO LK-APV-FUNCAO
            END-IF
            MOVE WS-NUMERO   TO LK-APV-NUMERO
            MOVE LK-OPERADOR TO LK-APV-OPERADOR
            MOVE WS-MOTIVO   TO LK-APV-MOTIVO
            CALL 'PG13FILAPV' USING LK-APV-AREA

            EVALUATE TRUE
                WHEN LK-APV-OK
                   IF DECIDE-APROVAR THEN
                      DISPLAY "SOLICITACAO " WS-NUMERO " APROVADA - "
                              "O SOLICITANTE JA PODE EXECUTAR "
                              LK-APV-OPERACAO "."
                   ELSE
                      DISPLAY "SOLICITACAO " WS-NUMERO " REJEITADA."
                   END-IF
                WHEN LK-APV-PROPRIA
                   DISPLAY "A SOLICITACAO FOI FEITA POR VOCE - A "
                           "DECISAO PRECISA SER DE OUTRO OPERADOR "
                           "AUTORIZADO."
                WHEN OTHER
                   DISPLAY "SOLICITACAO " WS-NUMERO " NAO ENCONTRADA "
                           "OU NAO ESTA PENDENTE."
            END-EVALUATE
           .

       P-DECIDE-FIM.
           EXIT.

       P-END.
            GOBACK.
       END PROGRAM PG13APRDES.
