      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Rotina Compartilhada da Fila de Aprovacao - mantem
      *          APROVACOES.dat para o controle em duas pessoas das
      *          operacoes destrutivas (expurgo, mesclagem, alteracao
      *          em lote): o programa destrutivo registra a
      *          solicitacao ('S'), um segundo operador autorizado,
      *          diferente de quem pediu, aprova ou rejeita pelo
      *          PG13APRDES ('A'/'R'), e so entao o programa encontra a
      *          solicitacao aprovada ('C'), executa e a marca como
      *          executada ('E'). Nenhuma linha e apagada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13FILAPV.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT APROVACOES ASSIGN TO ".\APROVACOES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-APV-FS.

            SELECT APVTEMP ASSIGN TO ".\APROVACOES.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

       DATA DIVISION.

       FILE SECTION.
       FD APROVACOES.
          COPY FD_APROV.

      * Mesmo tamanho de REG-APROVACAO (163 bytes), para a regravacao
      * via temporario nao truncar o fim dos registros copiados.
       FD APVTEMP.
       01 REG-APVTEMP              PIC X(163).

       WORKING-STORAGE SECTION.
       77 WS-APV-FS             PIC 9(02).
          88 APV-OK           VALUE 0.

       77 WS-TMP-FS             PIC 9(02).
          88 TMP-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-MAIOR-NUMERO       PIC 9(06) VALUE ZEROS.

       77 WS-ALTEROU            PIC X(01) VALUE 'N'.
          88 ALTEROU          VALUE 'S'.

       COPY LK_ERRFS.

       LINKAGE SECTION.
       COPY LK_FILAPV.

       PROCEDURE DIVISION USING LK-APV-AREA.
       MAIN-PROCEDURE.
            MOVE 'N' TO LK-APV-RETORNO

            EVALUATE LK-APV-FUNCAO
                WHEN 'S'
                   PERFORM P-SOLICITA THRU P-SOLICITA-FIM
                WHEN 'C'
                   PERFORM P-CONSULTA THRU P-CONSULTA-FIM
                WHEN OTHER
                   PERFORM P-ATUALIZA THRU P-ATUALIZA-FIM
            END-EVALUATE

            GOBACK
            .

      * Numera a solicitacao como a maior existente + 1 e acrescenta
      * a linha pendente ao fim de APROVACOES.dat.
       P-SOLICITA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-MAIOR-NUMERO

            OPEN INPUT APROVACOES
            IF APV-OK THEN
               PERFORM UNTIL EOF-OK
                   READ APROVACOES
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF APV-NUMERO > WS-MAIOR-NUMERO THEN
                              MOVE APV-NUMERO TO WS-MAIOR-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APROVACOES
            END-IF

            OPEN EXTEND APROVACOES
            IF WS-APV-FS EQUAL 35 THEN
               OPEN OUTPUT APROVACOES
            END-IF

            IF NOT APV-OK THEN
               MOVE 'PG13FILAPV'        TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR APROVACOES' TO LK-ERRO-OPERACAO
               MOVE WS-APV-FS           TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-SOLICITA-FIM
            END-IF

            INITIALIZE REG-APROVACAO
            ADD 1 WS-MAIOR-NUMERO GIVING APV-NUMERO
            MOVE LK-APV-OPERACAO   TO APV-OPERACAO
            MOVE LK-APV-PARAMETROS TO APV-PARAMETROS
            MOVE LK-APV-OPERADOR   TO APV-SOLICITANTE
            MOVE FUNCTION CURRENT-DATE(1:8) TO APV-DT-SOLIC
            MOVE FUNCTION CURRENT-DATE(9:6) TO APV-HR-SOLIC
            SET APV-PENDENTE TO TRUE

            WRITE REG-APROVACAO
            CLOSE APROVACOES

            MOVE APV-NUMERO TO LK-APV-NUMERO
            MOVE 'S'        TO LK-APV-RETORNO
           .

       P-SOLICITA-FIM.
           EXIT.

      * Procura a primeira solicitacao aprovada e nao executada da
      * operacao pedida, depois do numero informado.
       P-CONSULTA.
            SET EOF-OK TO FALSE

            OPEN INPUT APROVACOES
            IF NOT APV-OK THEN
               GO TO P-CONSULTA-FIM
            END-IF

            PERFORM UNTIL EOF-OK OR LK-APV-OK
                READ APROVACOES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF APV-APROVADA
                           AND APV-OPERACAO EQUAL LK-APV-OPERACAO
                           AND APV-NUMERO > LK-APV-NUMERO
                           AND (LK-APV-PARAMETROS EQUAL SPACES
                                OR APV-PARAMETROS
                                   EQUAL LK-APV-PARAMETROS)     THEN
                           MOVE APV-NUMERO      TO LK-APV-NUMERO
                           MOVE APV-PARAMETROS  TO LK-APV-PARAMETROS
                           MOVE APV-SOLICITANTE TO LK-APV-SOLICITANTE
                           MOVE APV-APROVADOR   TO LK-APV-APROVADOR
                           MOVE APV-MOTIVO      TO LK-APV-MOTIVO
                           MOVE 'S'             TO LK-APV-RETORNO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE APROVACOES
           .

       P-CONSULTA-FIM.
           EXIT.

      * Aprova, rejeita ou marca como executada a solicitacao
      * LK-APV-NUMERO, regravando APROVACOES.dat via temporario.
      * Aprovar e rejeitar exigem a linha pendente e um operador
      * diferente do solicitante; executar exige a linha aprovada.
       P-ATUALIZA.
            SET EOF-OK TO FALSE
            MOVE 'N' TO WS-ALTEROU

            OPEN INPUT APROVACOES
            IF NOT APV-OK THEN
               GO TO P-ATUALIZA-FIM
            END-IF

            OPEN OUTPUT APVTEMP

            PERFORM UNTIL EOF-OK
                READ APROVACOES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF APV-NUMERO EQUAL LK-APV-NUMERO THEN
                           PERFORM P-ATUALIZA-1-LINHA
                                   THRU P-ATUALIZA-1-LINHA-FIM
                        END-IF
                        MOVE REG-APROVACAO TO REG-APVTEMP
                        WRITE REG-APVTEMP
                END-READ
            END-PERFORM

            CLOSE APROVACOES
            CLOSE APVTEMP

            IF ALTEROU THEN
               PERFORM P-REGRAVA-APROVACOES
                       THRU P-REGRAVA-APROVACOES-FIM
               MOVE 'S' TO LK-APV-RETORNO
            END-IF
           .

       P-ATUALIZA-FIM.
           EXIT.

       P-ATUALIZA-1-LINHA.
            MOVE APV-OPERACAO    TO LK-APV-OPERACAO
            MOVE APV-PARAMETROS  TO LK-APV-PARAMETROS
            MOVE APV-SOLICITANTE TO LK-APV-SOLICITANTE

            IF LK-APV-FUNCAO EQUAL 'E' THEN
               IF APV-APROVADA THEN
                  SET APV-EXECUTADA TO TRUE
                  MOVE LK-APV-OPERADOR TO APV-EXECUTOR
                  MOVE FUNCTION CURRENT-DATE(1:8) TO APV-DT-EXECUCAO
                  MOVE FUNCTION CURRENT-DATE(9:6) TO APV-HR-EXECUCAO
                  MOVE 'S' TO WS-ALTEROU
               END-IF
               GO TO P-ATUALIZA-1-LINHA-FIM
            END-IF

            IF NOT APV-PENDENTE THEN
               GO TO P-ATUALIZA-1-LINHA-FIM
            END-IF

            IF APV-SOLICITANTE EQUAL LK-APV-OPERADOR THEN
               MOVE 'P' TO LK-APV-RETORNO
               GO TO P-ATUALIZA-1-LINHA-FIM
            END-IF

            IF LK-APV-FUNCAO EQUAL 'A' THEN
               SET APV-APROVADA  TO TRUE
            ELSE
               SET APV-REJEITADA TO TRUE
            END-IF
            MOVE LK-APV-OPERADOR TO APV-APROVADOR
            MOVE LK-APV-MOTIVO   TO APV-MOTIVO
            MOVE FUNCTION CURRENT-DATE(1:8) TO APV-DT-DECISAO
            MOVE FUNCTION CURRENT-DATE(9:6) TO APV-HR-DECISAO
            MOVE 'S' TO WS-ALTEROU
           .

       P-ATUALIZA-1-LINHA-FIM.
           EXIT.

       P-REGRAVA-APROVACOES.
            SET EOF-OK TO FALSE

            OPEN INPUT APVTEMP
            OPEN OUTPUT APROVACOES

            PERFORM UNTIL EOF-OK
                READ APVTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-APVTEMP TO REG-APROVACAO
                        WRITE REG-APROVACAO
                END-READ
            END-PERFORM

            CLOSE APVTEMP
            CLOSE APROVACOES
           .

       P-REGRAVA-APROVACOES-FIM.
       END PROGRAM PG13FILAPV.
