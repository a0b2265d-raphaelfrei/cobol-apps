      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Rotina Compartilhada de Acerto de Vinculos - chamada
      *          pela mesclagem (PG13MRGCNT) e pelo expurgo
      *          (PG13PRGCNT) para que RELACOES.dat nao fique
      *          apontando para um contato que saiu da base. Na
      *          mesclagem os vinculos do ID removido passam para o ID
      *          mantido, marcados para revisao (vinculo que viraria
      *          do contato com ele mesmo, ou repetido, e descartado);
      *          no expurgo os vinculos do ID expurgado sao removidos.
      *          A regravacao e feita via RELACOES.TMP, como nos
      *          demais arquivos sequenciais do cadastro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13RELLIM.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RELACOES ASSIGN TO ".\RELACOES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-REL-FS.

            SELECT RELTEMP ASSIGN TO ".\RELACOES.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

       DATA DIVISION.

       FILE SECTION.
       FD RELACOES.
          COPY FD_RELAC.

      * Mesmo tamanho de REG-RELACAO (41 bytes), para a regravacao
      * via temporario nao truncar o fim dos registros copiados.
       FD RELTEMP.
       01 REG-RELTEMP              PIC X(41).

       WORKING-STORAGE SECTION.
       77 WS-REL-FS             PIC 9(02).
          88 REL-OK           VALUE 0.

       77 WS-TMP-FS             PIC 9(02).
          88 TMP-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

      * Vinculos ja existentes do ID mantido (e os que forem sendo
      * repassados a ele), para nao gravar o mesmo vinculo duas vezes.
       01 WS-TABELA-VINCULOS.
          03 WS-VN-ITEM OCCURS 500 TIMES.
             05 WS-VN-ORIGEM        PIC 9(06).
             05 WS-VN-TIPO          PIC X(12).
             05 WS-VN-DESTINO       PIC 9(06).

       77 WS-QTD-VN             PIC 9(03) VALUE ZEROS.
       77 WS-IDX-VN             PIC 9(03) VALUE ZEROS.

       77 WS-DESCARTA           PIC X(01) VALUE 'N'.
          88 DESCARTA-VINCULO VALUE 'S'.

       LINKAGE SECTION.
       COPY LK_RELLIM.

       PROCEDURE DIVISION USING LK-REL-AREA.
       MAIN-PROCEDURE.
            MOVE ZEROS TO LK-REL-QTD-AFETADOS

            IF LK-REL-ID-ANTIGO EQUAL ZEROS THEN
               GOBACK
            END-IF

            IF LK-REL-FUNCAO EQUAL 'M' THEN
               PERFORM P-CARREGA-DO-NOVO THRU P-CARREGA-DO-NOVO-FIM
            END-IF

            PERFORM P-GERA-TEMP THRU P-GERA-TEMP-FIM

            IF LK-REL-QTD-AFETADOS > ZEROS THEN
               PERFORM P-REGRAVA THRU P-REGRAVA-FIM
            END-IF

            GOBACK
            .

       P-CARREGA-DO-NOVO.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-VN

            OPEN INPUT RELACOES
            IF NOT REL-OK THEN
               GO TO P-CARREGA-DO-NOVO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ RELACOES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF (REL-ID-ORIGEM EQUAL LK-REL-ID-NOVO
                            OR REL-ID-DESTINO EQUAL LK-REL-ID-NOVO)
                           AND WS-QTD-VN < 500 THEN
                           ADD 1 TO WS-QTD-VN
                           MOVE REL-ID-ORIGEM
                                TO WS-VN-ORIGEM(WS-QTD-VN)
                           MOVE REL-TIPO       TO WS-VN-TIPO(WS-QTD-VN)
                           MOVE REL-ID-DESTINO
                                TO WS-VN-DESTINO(WS-QTD-VN)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE RELACOES
           .

       P-CARREGA-DO-NOVO-FIM.
           EXIT.

      * Copia RELACOES.dat para o temporario acertando os vinculos
      * do ID antigo conforme a funcao pedida.
       P-GERA-TEMP.
            SET EOF-OK TO FALSE

            OPEN INPUT RELACOES
            IF NOT REL-OK THEN
               GO TO P-GERA-TEMP-FIM
            END-IF

            OPEN OUTPUT RELTEMP
            IF NOT TMP-OK THEN
               DISPLAY "ERRO AO ABRIR RELACOES.TMP."
               DISPLAY "Error ID: " WS-TMP-FS
               CLOSE RELACOES
               GO TO P-GERA-TEMP-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ RELACOES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        PERFORM P-ACERTA-1 THRU P-ACERTA-1-FIM
                END-READ
            END-PERFORM

            CLOSE RELACOES
            CLOSE RELTEMP
           .

       P-GERA-TEMP-FIM.
           EXIT.

       P-ACERTA-1.
            MOVE 'N' TO WS-DESCARTA

            IF REL-ID-ORIGEM NOT = LK-REL-ID-ANTIGO
               AND REL-ID-DESTINO NOT = LK-REL-ID-ANTIGO THEN
               MOVE REG-RELACAO TO REG-RELTEMP
               WRITE REG-RELTEMP
               GO TO P-ACERTA-1-FIM
            END-IF

            ADD 1 TO LK-REL-QTD-AFETADOS

            IF LK-REL-FUNCAO NOT = 'M' THEN
               GO TO P-ACERTA-1-FIM
            END-IF

            IF REL-ID-ORIGEM EQUAL LK-REL-ID-ANTIGO THEN
               MOVE LK-REL-ID-NOVO TO REL-ID-ORIGEM
            END-IF
            IF REL-ID-DESTINO EQUAL LK-REL-ID-ANTIGO THEN
               MOVE LK-REL-ID-NOVO TO REL-ID-DESTINO
            END-IF

            IF REL-ID-ORIGEM EQUAL REL-ID-DESTINO THEN
               GO TO P-ACERTA-1-FIM
            END-IF

            PERFORM VARYING WS-IDX-VN FROM 1 BY 1
                    UNTIL WS-IDX-VN > WS-QTD-VN
                       OR DESCARTA-VINCULO
                IF WS-VN-ORIGEM(WS-IDX-VN)  EQUAL REL-ID-ORIGEM
                   AND WS-VN-TIPO(WS-IDX-VN)    EQUAL REL-TIPO
                   AND WS-VN-DESTINO(WS-IDX-VN) EQUAL REL-ID-DESTINO
                   THEN
                   MOVE 'S' TO WS-DESCARTA
                END-IF
            END-PERFORM

            IF DESCARTA-VINCULO THEN
               GO TO P-ACERTA-1-FIM
            END-IF

            IF WS-QTD-VN < 500 THEN
               ADD 1 TO WS-QTD-VN
               MOVE REL-ID-ORIGEM  TO WS-VN-ORIGEM(WS-QTD-VN)
               MOVE REL-TIPO       TO WS-VN-TIPO(WS-QTD-VN)
               MOVE REL-ID-DESTINO TO WS-VN-DESTINO(WS-QTD-VN)
            END-IF

            MOVE 'R' TO REL-SITUACAO
            MOVE REG-RELACAO TO REG-RELTEMP
            WRITE REG-RELTEMP
           .

       P-ACERTA-1-FIM.
           EXIT.

       P-REGRAVA.
            SET EOF-OK TO FALSE

            OPEN INPUT RELTEMP
            OPEN OUTPUT RELACOES

            PERFORM UNTIL EOF-OK
                READ RELTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-RELTEMP TO REG-RELACAO
                        WRITE REG-RELACAO
                END-READ
            END-PERFORM

            CLOSE RELTEMP
            CLOSE RELACOES
           .

       P-REGRAVA-FIM.
           EXIT.
       END PROGRAM PG13RELLIM.
