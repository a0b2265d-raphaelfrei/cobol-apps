      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Manutencao do calendario de feriados FERIADOS.dat
      *          usado pela rotina de dias uteis PG13DIAUTL -
      *          listagem por ano, inclusao de feriado nacional,
      *          estadual (por UF) ou de uma filial, anual ou de data
      *          unica, e exclusao. A regravacao e feita via
      *          FERIADOS.TMP, como nos demais arquivos sequenciais do
      *          cadastro; ao sair, a rotina de dias uteis rele o
      *          calendario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13FERIAD.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FERIADOS ASSIGN TO ".\FERIADOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FER-FS.

            SELECT FERTEMP ASSIGN TO ".\FERIADOS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT FILIAIS ASSIGN TO ".\FILIAIS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FIL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD FERIADOS.
          COPY FD_FERIA.

      * Mesmo tamanho de REG-FERIADO (45 bytes), para a regravacao via
      * temporario nao truncar o fim dos registros copiados.
       FD FERTEMP.
       01 REG-FERTEMP              PIC X(45).

       FD FILIAIS.
          COPY FD_FILIA.

       WORKING-STORAGE SECTION.
       77 WS-FER-FS             PIC 9(02).
          88 FER-OK           VALUE 0.

       77 WS-TMP-FS             PIC 9(02).
          88 TMP-OK           VALUE 0.

       77 WS-FIL-FS             PIC 9(02).
          88 FIL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-EXIT               PIC X(01).
          88 EXIT-OK          VALUE 'N' FALSE 'S'.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
          88 OPCAO-INCLUIR    VALUE '2'.
          88 OPCAO-EXCLUIR    VALUE '3'.

       77 WS-CONFIRMA           PIC X(01) VALUE SPACE.
          88 CONFIRMADO       VALUE 'S' 's'.

       77 WS-ALTEROU            PIC X(01) VALUE 'N'.
          88 CALENDARIO-ALTERADO VALUE 'S'.

      * Listagem.
       77 WS-ANO                PIC 9(04) VALUE ZEROS.
       77 WS-QTD-LISTADOS       PIC 9(04) VALUE ZEROS.
       77 WS-DESC-ABRANGENCIA   PIC X(08) VALUE SPACES.
       77 WS-DESC-ANUAL         PIC X(05) VALUE SPACES.

      * Feriado em digitacao.
       77 WS-DATA               PIC 9(08) VALUE ZEROS.
       77 WS-ABRANGENCIA        PIC X(01) VALUE SPACE.
          88 ABRANG-NACIONAL  VALUE 'N'.
          88 ABRANG-ESTADUAL  VALUE 'E'.
          88 ABRANG-FILIAL    VALUE 'F'.
       77 WS-UF                 PIC X(02) VALUE SPACES.
       77 WS-FILIAL             PIC X(03) VALUE SPACES.
       77 WS-ANUAL              PIC X(01) VALUE SPACE.
       77 WS-DESCRICAO          PIC X(30) VALUE SPACES.

       77 WS-ACHOU              PIC X(01) VALUE 'N'.
          88 ACHOU            VALUE 'S' FALSE 'N'.

      * Exclusao: numero da linha do arquivo escolhida pelo operador.
       77 WS-LINHA              PIC 9(04) VALUE ZEROS.
       77 WS-LINHA-EXCLUIR      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-NA-DATA        PIC 9(04) VALUE ZEROS.

       COPY LK_ERRFS.

       COPY LK_DIAUTL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** CALENDARIO DE FERIADOS *****"

            SET EXIT-OK OF WS-EXIT TO FALSE

            PERFORM P-MENU THRU P-MENU-FIM UNTIL EXIT-OK

            PERFORM P-END
           .

       P-MENU.
            MOVE SPACE TO WS-OPCAO

            DISPLAY "<1> Listar feriados de um ano (padrao)"
            DISPLAY "<2> Incluir feriado"
            DISPLAY "<3> Excluir feriado"
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN OPCAO-INCLUIR
                   PERFORM P-INCLUI THRU P-INCLUI-FIM
                WHEN OPCAO-EXCLUIR
                   PERFORM P-EXCLUI THRU P-EXCLUI-FIM
                WHEN OTHER
                   PERFORM P-LISTA THRU P-LISTA-FIM
            END-EVALUATE

            DISPLAY "<QUALQUER TECLA> para continuar, <N> para sair."
            ACCEPT WS-EXIT
           .

       P-MENU-FIM.

      * Lista os feriados que caem no ano pedido: os de data unica
      * daquele ano e todos os anuais.
       P-LISTA.
            DISPLAY "Ano (AAAA, 0 = ano corrente): "
            MOVE ZEROS TO WS-ANO
            ACCEPT WS-ANO

            IF WS-ANO EQUAL ZEROS THEN
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO
            END-IF

            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LISTADOS

            OPEN INPUT FERIADOS
            IF NOT FER-OK THEN
               DISPLAY "FERIADOS.dat VAZIO OU INDISPONIVEL."
               GO TO P-LISTA-FIM
            END-IF

            DISPLAY "DATA     ABRANG.  UF FIL ANUAL DESCRICAO"

            PERFORM UNTIL EOF-OK
                READ FERIADOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF FER-DATA(1:4) EQUAL WS-ANO
                           OR FER-REPETE-TODO-ANO THEN
                           PERFORM P-MOSTRA-FERIADO
                                   THRU P-MOSTRA-FERIADO-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE FERIADOS

            DISPLAY "FERIADOS EM " WS-ANO ": " WS-QTD-LISTADOS
           .

       P-LISTA-FIM.
           EXIT.

      * Mostra REG-FERIADO; o anual sai com a data no ano listado.
       P-MOSTRA-FERIADO.
            ADD 1 TO WS-QTD-LISTADOS

            EVALUATE TRUE
                WHEN FER-NACIONAL
                   MOVE 'NACIONAL' TO WS-DESC-ABRANGENCIA
                WHEN FER-ESTADUAL
                   MOVE 'ESTADUAL' TO WS-DESC-ABRANGENCIA
                WHEN FER-DA-FILIAL
                   MOVE 'FILIAL'   TO WS-DESC-ABRANGENCIA
                WHEN OTHER
                   MOVE '?'        TO WS-DESC-ABRANGENCIA
            END-EVALUATE

            MOVE 'NAO' TO WS-DESC-ANUAL
            MOVE FER-DATA TO WS-DATA
            IF FER-REPETE-TODO-ANO THEN
               MOVE 'SIM'  TO WS-DESC-ANUAL
               MOVE WS-ANO TO WS-DATA(1:4)
            END-IF

            DISPLAY WS-DATA " " WS-DESC-ABRANGENCIA " " FER-UF " "
                    FER-FILIAL " " WS-DESC-ANUAL " " FER-DESCRICAO
           .

       P-MOSTRA-FERIADO-FIM.
           EXIT.

      ******************************************************************
      * Inclui um feriado no fim de FERIADOS.dat. Nao aceita repetir a
      * mesma data (ou o mesmo dia e mes, se um dos dois e anual) com
      * a mesma abrangencia.
      ******************************************************************
       P-INCLUI.
            DISPLAY "Data do feriado (AAAAMMDD): "
            MOVE ZEROS TO WS-DATA
            ACCEPT WS-DATA

            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA) NOT EQUAL ZEROS
               THEN
               DISPLAY "DATA INVALIDA."
               GO TO P-INCLUI-FIM
            END-IF

            DISPLAY "Abrangencia: <N> nacional, <E> estadual, "
                    "<F> so de uma filial"
            MOVE SPACE TO WS-ABRANGENCIA
            ACCEPT WS-ABRANGENCIA
            MOVE FUNCTION UPPER-CASE(WS-ABRANGENCIA) TO WS-ABRANGENCIA

            MOVE SPACES TO WS-UF WS-FILIAL

            EVALUATE TRUE
                WHEN ABRANG-NACIONAL
                   CONTINUE
                WHEN ABRANG-ESTADUAL
                   DISPLAY "UF (sigla do estado): "
                   ACCEPT WS-UF
                   MOVE FUNCTION UPPER-CASE(WS-UF) TO WS-UF
                   IF WS-UF EQUAL SPACES THEN
                      DISPLAY "UF NAO PODE FICAR EM BRANCO."
                      GO TO P-INCLUI-FIM
                   END-IF
                WHEN ABRANG-FILIAL
                   DISPLAY "Codigo da filial: "
                   ACCEPT WS-FILIAL
                   PERFORM P-PROCURA-FILIAL THRU P-PROCURA-FILIAL-FIM
                   IF NOT ACHOU THEN
                      DISPLAY "FILIAL NAO CADASTRADA EM FILIAIS.dat."
                      GO TO P-INCLUI-FIM
                   END-IF
                WHEN OTHER
                   DISPLAY "ABRANGENCIA INVALIDA."
                   GO TO P-INCLUI-FIM
            END-EVALUATE

            DISPLAY "Repete todo ano no mesmo dia? <S> sim, "
                    "<QUALQUER TECLA> so nesta data"
            MOVE SPACE TO WS-ANUAL
            ACCEPT WS-ANUAL
            IF WS-ANUAL EQUAL 'S' OR 's' THEN
               MOVE 'S' TO WS-ANUAL
            ELSE
               MOVE 'N' TO WS-ANUAL
            END-IF

            DISPLAY "Descricao: "
            MOVE SPACES TO WS-DESCRICAO
            ACCEPT WS-DESCRICAO

            IF WS-DESCRICAO EQUAL SPACES THEN
               DISPLAY "DESCRICAO NAO PODE FICAR EM BRANCO."
               GO TO P-INCLUI-FIM
            END-IF

            PERFORM P-PROCURA-REPETIDO THRU P-PROCURA-REPETIDO-FIM

            IF ACHOU THEN
               DISPLAY "FERIADO JA CADASTRADO NESSA DATA: "
                       FER-DESCRICAO
               GO TO P-INCLUI-FIM
            END-IF

            OPEN EXTEND FERIADOS
            IF WS-FER-FS EQUAL 35 THEN
               OPEN OUTPUT FERIADOS
            END-IF

            IF NOT FER-OK THEN
               MOVE 'PG13FERIAD'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR FERIADOS' TO LK-ERRO-OPERACAO
               MOVE WS-FER-FS        TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-INCLUI-FIM
            END-IF

            MOVE WS-DATA        TO FER-DATA
            MOVE WS-ABRANGENCIA TO FER-ABRANGENCIA
            MOVE WS-UF          TO FER-UF
            MOVE WS-FILIAL      TO FER-FILIAL
            MOVE WS-ANUAL       TO FER-ANUAL
            MOVE WS-DESCRICAO   TO FER-DESCRICAO
            WRITE REG-FERIADO

            CLOSE FERIADOS

            MOVE 'S' TO WS-ALTEROU

            DISPLAY "FERIADO INCLUIDO: " WS-DATA " - " WS-DESCRICAO
           .

       P-INCLUI-FIM.
           EXIT.

       P-PROCURA-FILIAL.
            SET EOF-OK TO FALSE
            SET ACHOU  TO FALSE

            OPEN INPUT FILIAIS
            IF NOT FIL-OK THEN
               GO TO P-PROCURA-FILIAL-FIM
            END-IF

            PERFORM UNTIL EOF-OK OR ACHOU
                READ FILIAIS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF FIL-CODIGO EQUAL WS-FILIAL THEN
                           SET ACHOU TO TRUE
                        END-IF
                END-READ
            END-PERFORM

            CLOSE FILIAIS
           .

       P-PROCURA-FILIAL-FIM.
           EXIT.

       P-PROCURA-REPETIDO.
            SET EOF-OK TO FALSE
            SET ACHOU  TO FALSE

            OPEN INPUT FERIADOS
            IF NOT FER-OK THEN
               GO TO P-PROCURA-REPETIDO-FIM
            END-IF

            PERFORM UNTIL EOF-OK OR ACHOU
                READ FERIADOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF FER-ABRANGENCIA EQUAL WS-ABRANGENCIA
                           AND FER-UF     EQUAL WS-UF
                           AND FER-FILIAL EQUAL WS-FILIAL THEN
                           IF FER-DATA EQUAL WS-DATA
                              OR ((FER-REPETE-TODO-ANO
                                   OR WS-ANUAL EQUAL 'S')
                                  AND FER-DATA(5:4)
                                      EQUAL WS-DATA(5:4)) THEN
                              SET ACHOU TO TRUE
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE FERIADOS
           .

       P-PROCURA-REPETIDO-FIM.
           EXIT.

      ******************************************************************
      * Exclui um feriado: mostra os cadastrados na data pedida (os
      * anuais pelo dia e mes) com o numero da linha no arquivo, e
      * regrava FERIADOS.dat sem a linha escolhida.
      ******************************************************************
       P-EXCLUI.
            DISPLAY "Data do feriado (AAAAMMDD): "
            MOVE ZEROS TO WS-DATA
            ACCEPT WS-DATA

            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-LINHA WS-QTD-NA-DATA

            OPEN INPUT FERIADOS
            IF NOT FER-OK THEN
               DISPLAY "FERIADOS.dat VAZIO OU INDISPONIVEL."
               GO TO P-EXCLUI-FIM
            END-IF

            DISPLAY "LINHA DATA     AB UF FIL ANUAL DESCRICAO"

            PERFORM UNTIL EOF-OK
                READ FERIADOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-LINHA
                        IF FER-DATA EQUAL WS-DATA
                           OR (FER-REPETE-TODO-ANO
                               AND FER-DATA(5:4) EQUAL WS-DATA(5:4))
                           THEN
                           ADD 1 TO WS-QTD-NA-DATA
                           MOVE WS-LINHA TO WS-LINHA-EXCLUIR
                           DISPLAY WS-LINHA  " " FER-DATA " "
                                   FER-ABRANGENCIA "  " FER-UF " "
                                   FER-FILIAL " " FER-ANUAL "     "
                                   FER-DESCRICAO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE FERIADOS

            IF WS-QTD-NA-DATA EQUAL ZEROS THEN
               DISPLAY "NENHUM FERIADO CADASTRADO NESSA DATA."
               GO TO P-EXCLUI-FIM
            END-IF

            IF WS-QTD-NA-DATA > 1 THEN
               DISPLAY "Numero da LINHA a excluir: "
               MOVE ZEROS TO WS-LINHA-EXCLUIR
               ACCEPT WS-LINHA-EXCLUIR
            END-IF

            DISPLAY "EXCLUIR A LINHA " WS-LINHA-EXCLUIR
                    " DO CALENDARIO?"
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para sair."
            ACCEPT WS-CONFIRMA

            IF NOT CONFIRMADO THEN
               DISPLAY "OPERACAO CANCELADA."
               GO TO P-EXCLUI-FIM
            END-IF

            PERFORM P-REGRAVA THRU P-REGRAVA-FIM
           .

       P-EXCLUI-FIM.
           EXIT.

      * Copia FERIADOS.dat para o temporario sem a linha
      * WS-LINHA-EXCLUIR (so se ela for mesmo da data pedida) e
      * devolve o temporario ao calendario.
       P-REGRAVA.
            SET EOF-OK TO FALSE
            SET ACHOU  TO FALSE
            MOVE ZEROS TO WS-LINHA

            OPEN INPUT FERIADOS
            IF NOT FER-OK THEN
               MOVE 'PG13FERIAD'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR FERIADOS' TO LK-ERRO-OPERACAO
               MOVE WS-FER-FS        TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-REGRAVA-FIM
            END-IF

            OPEN OUTPUT FERTEMP
            IF NOT TMP-OK THEN
               DISPLAY "ERRO AO ABRIR FERIADOS.TMP."
               DISPLAY "Error ID: " WS-TMP-FS
               CLOSE FERIADOS
               GO TO P-REGRAVA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ FERIADOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-LINHA
                        IF WS-LINHA EQUAL WS-LINHA-EXCLUIR
                           AND (FER-DATA EQUAL WS-DATA
                                OR (FER-REPETE-TODO-ANO
                                    AND FER-DATA(5:4)
                                        EQUAL WS-DATA(5:4))) THEN
                           SET ACHOU TO TRUE
                        ELSE
                           MOVE REG-FERIADO TO REG-FERTEMP
                           WRITE REG-FERTEMP
                        END-IF
                END-READ
            END-PERFORM

            CLOSE FERIADOS
            CLOSE FERTEMP

            IF NOT ACHOU THEN
               DISPLAY "LINHA " WS-LINHA-EXCLUIR
                       " NAO E DE UM FERIADO DESSA DATA."
               GO TO P-REGRAVA-FIM
            END-IF

            SET EOF-OK TO FALSE

            OPEN INPUT FERTEMP
            OPEN OUTPUT FERIADOS

            PERFORM UNTIL EOF-OK
                READ FERTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-FERTEMP TO REG-FERIADO
                        WRITE REG-FERIADO
                END-READ
            END-PERFORM

            CLOSE FERTEMP
            CLOSE FERIADOS

            MOVE 'S' TO WS-ALTEROU

            DISPLAY "FERIADO EXCLUIDO."
           .

       P-REGRAVA-FIM.
           EXIT.

      * Com o calendario alterado, a rotina de dias uteis rele
      * FERIADOS.dat na proxima chamada.
       P-END.
            IF CALENDARIO-ALTERADO THEN
               MOVE 'R' TO LK-DIA-FUNCAO
               CALL 'PG13DIAUTL' USING LK-DIA-AREA
            END-IF

            GOBACK.
       END PROGRAM PG13FERIAD.
