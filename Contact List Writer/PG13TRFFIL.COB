      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Transferencia em lote da carteira de uma filial para
      *          outra - todos os contatos de CONTATOS.dat com o
      *          FILIAL-CONTATO de origem (opcionalmente so de um
      *          TP-CONTATO e/ou de um ID-EMPRESA) passam para a
      *          filial de destino, que precisa estar ativa em
      *          FILIAIS.dat. O modo previa so lista em TRFFIL.LST os
      *          contatos que seriam movidos; o modo de execucao
      *          (operador autorizado) regrava cada contato, com
      *          imagem em JORNAL.dat, entrada em HISTORICO.dat e os
      *          totais da execucao em CONTROLE.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13TRFFIL.

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

            SELECT FILIAIS ASSIGN TO ".\FILIAIS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FIL-FS.

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-HIST-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD FILIAIS.
          COPY FD_FILIA.

       FD HISTORICO.
          COPY FD_HISTC.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-FIL-FS             PIC 9(02).
          88 FIL-OK           VALUE 0.

       77 WS-HIST-FS            PIC 9(02).
          88 HIST-OK          VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-MODO               PIC X(01) VALUE SPACE.
          88 MODO-EXECUTA     VALUE '2'.

       77 WS-CONFIRMA           PIC X(01) VALUE SPACE.
          88 CONFIRMADO       VALUE 'S' 's'.

      * Parametros da transferencia.
       77 WS-FIL-ORIGEM         PIC X(03) VALUE SPACES.
       77 WS-FIL-DESTINO        PIC X(03) VALUE SPACES.
       77 WS-TP-FILTRO          PIC X(11) VALUE SPACES.
       77 WS-EMP-FILTRO         PIC 9(04) VALUE ZEROS.

      * Situacao das filiais digitadas no mestre: 'N' nao cadastrada,
      * 'A' ativa, 'I' desativada.
       77 WS-SIT-ORIGEM         PIC X(01) VALUE 'N'.
       77 WS-SIT-DESTINO        PIC X(01) VALUE 'N'.
          88 DESTINO-ATIVO    VALUE 'A'.
       77 WS-NM-DESTINO         PIC X(20) VALUE SPACES.

       77 WS-DESC-SITUACAO      PIC X(08) VALUE SPACES.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SELECIONADOS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-TRANSFERIDOS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_PRTFMT.
       COPY LK_JRNCTT.
       COPY LK_DURLOG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** TRANSFERENCIA DE CONTATOS ENTRE FILIAIS "
                    "*****"

            DISPLAY "<1> Previa - so listar os contatos (padrao)"
            DISPLAY "<2> Executar a transferencia"
            ACCEPT WS-MODO

      * A execucao regrava a carteira inteira de uma filial: fica
      * restrita aos operadores autorizados no login do PG13MENU.
            IF MODO-EXECUTA AND LK-AUTORIZADO NOT = 'S' THEN
               DISPLAY "EXECUCAO RESTRITA A OPERADORES AUTORIZADOS - "
                       "SO A PREVIA ESTA DISPONIVEL."
               MOVE '1' TO WS-MODO
            END-IF

            PERFORM P-PARAMETROS THRU P-PARAMETROS-FIM

            IF WS-FIL-DESTINO EQUAL SPACES THEN
               PERFORM P-END
            END-IF

            IF MODO-EXECUTA THEN
               DISPLAY "OS CONTATOS DA FILIAL " WS-FIL-ORIGEM
                       " SERAO PASSADOS PARA A FILIAL " WS-FIL-DESTINO
                       " - " WS-NM-DESTINO
               DISPLAY "Voce deseja continuar?"
               DISPLAY "<S> para confirmar, <QUALQUER TECLA> para sair."
               ACCEPT WS-CONFIRMA
               IF NOT CONFIRMADO THEN
                  DISPLAY "OPERACAO CANCELADA."
                  PERFORM P-END
               END-IF

               MOVE 'PG13TRFFIL' TO LK-DUR-PROGRAMA
               MOVE 'I'          TO LK-DUR-EVENTO
               CALL 'PG13DURLOG' USING LK-DUR-AREA
            END-IF

            PERFORM P-TRANSFERE THRU P-TRANSFERE-FIM

            IF MODO-EXECUTA THEN
               PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

               MOVE 'F'          TO LK-DUR-EVENTO
               CALL 'PG13DURLOG' USING LK-DUR-AREA
            END-IF

            PERFORM P-END
           .

      * Pede e critica a filial de origem, a de destino (cadastrada,
      * ativa e diferente da origem) e os filtros opcionais. Em caso
      * de erro a filial de destino volta em branco.
       P-PARAMETROS.
            DISPLAY "Filial de origem (codigo): "
            ACCEPT WS-FIL-ORIGEM

            DISPLAY "Filial de destino (codigo): "
            ACCEPT WS-FIL-DESTINO

            IF WS-FIL-ORIGEM EQUAL SPACES
               OR WS-FIL-DESTINO EQUAL SPACES THEN
               DISPLAY "INFORME A FILIAL DE ORIGEM E A DE DESTINO."
               MOVE SPACES TO WS-FIL-DESTINO
               GO TO P-PARAMETROS-FIM
            END-IF

            IF WS-FIL-ORIGEM EQUAL WS-FIL-DESTINO THEN
               DISPLAY "A FILIAL DE DESTINO DEVE SER DIFERENTE DA "
                       "ORIGEM."
               MOVE SPACES TO WS-FIL-DESTINO
               GO TO P-PARAMETROS-FIM
            END-IF

            PERFORM P-CONFERE-FILIAIS THRU P-CONFERE-FILIAIS-FIM

            IF NOT DESTINO-ATIVO THEN
               DISPLAY "FILIAL DE DESTINO NAO CADASTRADA OU "
                       "DESATIVADA EM FILIAIS.dat."
               MOVE SPACES TO WS-FIL-DESTINO
               GO TO P-PARAMETROS-FIM
            END-IF

            IF WS-SIT-ORIGEM EQUAL 'N' THEN
               DISPLAY "AVISO: FILIAL DE ORIGEM NAO ESTA EM "
                       "FILIAIS.dat - OS CONTATOS COM ESSE CODIGO "
                       "SERAO MOVIDOS ASSIM MESMO."
            END-IF

            DISPLAY "Somente o tipo de contato (em branco = todos): "
            ACCEPT WS-TP-FILTRO

            DISPLAY "Somente o ID da empresa (0 = todas): "
            ACCEPT WS-EMP-FILTRO
           .

       P-PARAMETROS-FIM.
           EXIT.

       P-CONFERE-FILIAIS.
            SET EOF-OK TO FALSE
            MOVE 'N'    TO WS-SIT-ORIGEM WS-SIT-DESTINO
            MOVE SPACES TO WS-NM-DESTINO

            OPEN INPUT FILIAIS
            IF NOT FIL-OK THEN
               DISPLAY "FILIAIS.dat VAZIO OU INDISPONIVEL."
               GO TO P-CONFERE-FILIAIS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ FILIAIS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF FIL-CODIGO EQUAL WS-FIL-ORIGEM THEN
                           MOVE 'A' TO WS-SIT-ORIGEM
                           IF FIL-INATIVA THEN
                              MOVE 'I' TO WS-SIT-ORIGEM
                           END-IF
                        END-IF
                        IF FIL-CODIGO EQUAL WS-FIL-DESTINO THEN
                           MOVE FIL-NOME TO WS-NM-DESTINO
                           MOVE 'A' TO WS-SIT-DESTINO
                           IF FIL-INATIVA THEN
                              MOVE 'I' TO WS-SIT-DESTINO
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE FILIAIS
           .

       P-CONFERE-FILIAIS-FIM.
           EXIT.

      * Percorre CONTATOS.dat inteiro; os contatos da filial de origem
      * que passam pelos filtros sao listados e, na execucao,
      * regravados com a filial de destino. Contatos excluidos tambem
      * sao movidos, para uma reativacao futura nao cair na filial
      * antiga.
       P-TRANSFERE.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-SELECIONADOS
                          WS-QTD-TRANSFERIDOS WS-QTD-REJEITADOS

            IF MODO-EXECUTA THEN
               OPEN I-O CONTATOS
            ELSE
               OPEN INPUT CONTATOS
            END-IF

            IF NOT FS-OK THEN
               MOVE 'PG13TRFFIL'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-TRANSFERE-FIM
            END-IF

            IF MODO-EXECUTA THEN
               OPEN EXTEND HISTORICO
               IF WS-HIST-FS EQUAL 35 THEN
                  OPEN OUTPUT HISTORICO
               END-IF
               IF NOT HIST-OK THEN
                  DISPLAY "ERRO AO ABRIR HISTORICO.dat - "
                          "TRANSFERENCIA NAO REALIZADA."
                  DISPLAY "Error ID: " WS-HIST-FS
                  CLOSE CONTATOS
                  GO TO P-TRANSFERE-FIM
               END-IF
               MOVE 'TRANSFERENCIA DE FILIAL' TO LK-PRT-TITULO
            ELSE
               MOVE 'TRANSFERENCIA DE FILIAL - PREVIA'
                    TO LK-PRT-TITULO
            END-IF

            MOVE '.\TRFFIL.LST'     TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR        TO LK-PRT-OPERADOR
            MOVE 'I'                TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE SPACES TO LK-PRT-LINHA
            STRING 'DE '            DELIMITED BY SIZE
                   WS-FIL-ORIGEM    DELIMITED BY SIZE
                   ' PARA '         DELIMITED BY SIZE
                   WS-FIL-DESTINO   DELIMITED BY SIZE
                   ' - '            DELIMITED BY SIZE
                   WS-NM-DESTINO    DELIMITED BY SIZE
                   '  TIPO: '       DELIMITED BY SIZE
                   WS-TP-FILTRO     DELIMITED BY SIZE
                   '  EMPRESA: '    DELIMITED BY SIZE
                   WS-EMP-FILTRO    DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE 'ID     NOME                 TIPO        EMP  SITUACAO'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        IF FILIAL-CONTATO EQUAL WS-FIL-ORIGEM
                           AND (WS-TP-FILTRO EQUAL SPACES
                                OR TP-CONTATO EQUAL WS-TP-FILTRO)
                           AND (WS-EMP-FILTRO EQUAL ZEROS
                                OR ID-EMPRESA EQUAL WS-EMP-FILTRO)
                           THEN
                           PERFORM P-TRANSFERE-1 THRU P-TRANSFERE-1-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS

            IF MODO-EXECUTA THEN
               CLOSE HISTORICO
            END-IF

            MOVE 'CONTATOS LIDOS'      TO LK-PRT-ROTULO
            MOVE WS-QTD-LIDOS          TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CONTATOS SELECIONADOS' TO LK-PRT-ROTULO
            MOVE WS-QTD-SELECIONADOS   TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            IF MODO-EXECUTA THEN
               MOVE 'CONTATOS TRANSFERIDOS' TO LK-PRT-ROTULO
               MOVE WS-QTD-TRANSFERIDOS   TO LK-PRT-VALOR
               CALL 'PG13PRTFMT' USING LK-PRT-AREA
               MOVE 'REJEITADOS NA GRAVACAO' TO LK-PRT-ROTULO
               MOVE WS-QTD-REJEITADOS     TO LK-PRT-VALOR
               CALL 'PG13PRTFMT' USING LK-PRT-AREA
            END-IF

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-TRANSFERE-FIM.
           EXIT.

       P-TRANSFERE-1.
            ADD 1 TO WS-QTD-SELECIONADOS

            MOVE 'ATIVO' TO WS-DESC-SITUACAO
            IF CONTATO-EXCLUIDO THEN
               MOVE 'EXCLUIDO' TO WS-DESC-SITUACAO
            END-IF

            MOVE SPACES TO LK-PRT-LINHA
            STRING ID-CONTATO        DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   NM-CONTATO        DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   TP-CONTATO        DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   ID-EMPRESA        DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-DESC-SITUACAO  DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            IF NOT MODO-EXECUTA THEN
               GO TO P-TRANSFERE-1-FIM
            END-IF

            MOVE REG-CONTATOS   TO LK-JRN-ANTES
            MOVE WS-FIL-DESTINO TO FILIAL-CONTATO
            MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA

            REWRITE REG-CONTATOS
                    INVALID KEY
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "CONTATO NAO REGRAVADO - ID "
                               ID-CONTATO " STATUS " WS-FS
                       GO TO P-TRANSFERE-1-FIM
            END-REWRITE

            ADD 1 TO WS-QTD-TRANSFERIDOS

            MOVE 'PG13TRFFIL'      TO LK-JRN-PROGRAMA
            MOVE LK-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "TRANSF FIL"      TO LK-JRN-OPERACAO
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA

            MOVE ID-CONTATO        TO HIST-ID-CONTATO
            MOVE "TRANSF FIL"      TO HIST-OPERACAO
            MOVE SPACES            TO HIST-NM-ANTIGO HIST-NM-NOVO
            STRING 'FILIAL '       DELIMITED BY SIZE
                   WS-FIL-ORIGEM   DELIMITED BY SIZE
               INTO HIST-NM-ANTIGO
            STRING 'FILIAL '       DELIMITED BY SIZE
                   WS-FIL-DESTINO  DELIMITED BY SIZE
               INTO HIST-NM-NOVO
            MOVE DT-ULT-ALT-DATA   TO HIST-DATA
            MOVE DT-ULT-ALT-HORA   TO HIST-HORA
            MOVE LK-OPERADOR       TO HIST-OPERADOR
            WRITE REG-HISTORICO
           .

       P-TRANSFERE-1-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

       P-GRAVA-CONTROLE.
            MOVE 'PG13TRFFIL'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-TRANSFERIDOS   TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-REJEITADOS     TO CTL-QTD-REJEITADOS

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
       END PROGRAM PG13TRFFIL.
