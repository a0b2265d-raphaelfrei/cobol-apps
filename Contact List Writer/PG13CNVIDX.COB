      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Reorganizacao de CONTATOS.dat com as chaves
      *          alternativas CPF-CONTATO e NM-CONTATO (com
      *          duplicatas). Roda uma unica vez: antes dela o
      *          operador renomeia o CONTATOS.dat atual (e o indice
      *          que o acompanha) para CONTATOS_SEM_ALT.dat; o programa
      *          copia todos os registros, na ordem do ID, para um
      *          CONTATOS.dat novo ja com as chaves alternativas, e
      *          em seguida lista em CPF_DUPLICADOS.LST os contatos
      *          ativos que repetem o CPF de outro contato ativo
      *          (cadastrados antes do bloqueio por CPF), para o
      *          tratamento pela mesclagem. Depois da reorganizacao a
      *          copia do dia anterior (CONTATOS_ANTERIOR.dat) deve ser
      *          tirada de novo, para ficar com o mesmo formato.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CNVIDX.

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

      * O arquivo no formato antigo, so com a chave primaria.
            SELECT CONTATOS-VELHO ASSIGN TO
                 '.\CONTATOS_SEM_ALT.dat'
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS SEQUENTIAL
                 RECORD   KEY IS ID-VELHO
                 FILE  STATUS IS WS-VEL-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

      * Mesmo tamanho de REG-CONTATOS (600 bytes); so a chave primaria
      * precisa ser conhecida para a leitura na ordem do ID.
       FD CONTATOS-VELHO.
       01 REG-VELHO.
          03 ID-VELHO              PIC 9(06).
          03 FILLER                PIC X(594).

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-VEL-FS             PIC 9(02).
          88 VEL-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-CONFIRM            PIC X(01) VALUE SPACE.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CPF-DUP        PIC 9(06) VALUE ZEROS.

      * Primeiro contato ativo do CPF corrente, na leitura pela chave
      * CPF-CONTATO.
       77 WS-CPF-ANTERIOR       PIC 9(11) VALUE ZEROS.
       77 WS-ID-PRIMEIRO        PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_PRTFMT.
       COPY LK_DURLOG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** REORGANIZACAO DE CONTATOS.dat COM CHAVES "
                    "ALTERNATIVAS *****"

            IF LK-AUTORIZADO NOT = 'S' THEN
               DISPLAY "REORGANIZACAO RESTRITA A OPERADORES "
                       "AUTORIZADOS."
               PERFORM P-END
            END-IF

      * O CONTATOS.dat novo e criado do zero: se ainda existe um
      * CONTATOS.dat, o arquivo antigo nao foi renomeado e nada e
      * feito, para nao sobrepor a base.
            OPEN INPUT CONTATOS
            IF WS-FS NOT = 35 THEN
               IF FS-OK THEN
                  CLOSE CONTATOS
               END-IF
               DISPLAY "CONTATOS.dat JA EXISTE. RENOMEIE O ARQUIVO "
                       "ATUAL (E SEU INDICE) PARA CONTATOS_SEM_ALT.dat "
                       "ANTES DE REORGANIZAR."
               PERFORM P-END
            END-IF

            DISPLAY "CONTATOS_SEM_ALT.dat SERA COPIADO PARA UM "
                    "CONTATOS.dat NOVO, COM AS CHAVES POR CPF E NOME."
            DISPLAY "Voce deseja continuar?"
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para sair."
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's' THEN
               DISPLAY "OPERACAO ABORTADA."
               PERFORM P-END
            END-IF

            MOVE 'PG13CNVIDX' TO LK-DUR-PROGRAMA
            MOVE 'I'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-COPIA THRU P-COPIA-FIM

            IF WS-QTD-GRAVADOS > ZEROS THEN
               PERFORM P-LISTA-CPF-DUP THRU P-LISTA-CPF-DUP-FIM
            END-IF

            DISPLAY "REGISTROS LIDOS            : " WS-QTD-LIDOS
            DISPLAY "REGISTROS GRAVADOS         : " WS-QTD-GRAVADOS
            DISPLAY "REGISTROS REJEITADOS       : " WS-QTD-REJEITADOS
            DISPLAY "ATIVOS COM CPF REPETIDO    : " WS-QTD-CPF-DUP

            IF WS-QTD-GRAVADOS > ZEROS THEN
               DISPLAY "TIRE DE NOVO A COPIA DO DIA ANTERIOR "
                       "(CONTATOS_ANTERIOR.dat)."
            END-IF

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-END
           .

      * Copia os registros do arquivo antigo, na ordem do ID, para o
      * CONTATOS.dat novo; as chaves alternativas sao montadas na
      * propria gravacao.
       P-COPIA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
                          WS-QTD-REJEITADOS

            OPEN INPUT CONTATOS-VELHO

            IF NOT VEL-OK THEN
               MOVE 'PG13CNVIDX'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR SEM_ALT'  TO LK-ERRO-OPERACAO
               MOVE WS-VEL-FS        TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-COPIA-FIM
            END-IF

            OPEN OUTPUT CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13CNVIDX'     TO LK-ERRO-PROGRAMA
               MOVE 'CRIAR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE CONTATOS-VELHO
               GO TO P-COPIA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CONTATOS-VELHO NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        MOVE REG-VELHO TO REG-CONTATOS
                        WRITE REG-CONTATOS
                              INVALID KEY
                                 ADD 1 TO WS-QTD-REJEITADOS
                                 DISPLAY "REGISTRO NAO COPIADO - ID "
                                         ID-CONTATO " STATUS " WS-FS
                          NOT INVALID KEY
                                 ADD 1 TO WS-QTD-GRAVADOS
                        END-WRITE
                END-READ
            END-PERFORM

            CLOSE CONTATOS-VELHO
            CLOSE CONTATOS
           .

       P-COPIA-FIM.
           EXIT.

      * Le o CONTATOS.dat novo pela chave CPF-CONTATO e lista os
      * contatos ativos com CPF diferente de zero que repetem o CPF
      * de um contato ativo anterior na mesma chave.
       P-LISTA-CPF-DUP.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-CPF-DUP WS-CPF-ANTERIOR WS-ID-PRIMEIRO

            OPEN INPUT CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13CNVIDX'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-LISTA-CPF-DUP-FIM
            END-IF

            MOVE 'CONTATOS ATIVOS COM CPF REPETIDO' TO LK-PRT-TITULO
            MOVE '.\CPF_DUPLICADOS.LST' TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR            TO LK-PRT-OPERADOR
            MOVE 'I'                    TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'CPF         ID     NOME                 REPETE O ID'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE 1 TO CPF-CONTATO
            START CONTATOS KEY IS NOT LESS THAN CPF-CONTATO
                  INVALID KEY
                      SET EOF-OK TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF CONTATO-ATIVO THEN
                           PERFORM P-CONFERE-CPF THRU P-CONFERE-CPF-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS

            MOVE 'ATIVOS COM CPF REPETIDO' TO LK-PRT-ROTULO
            MOVE WS-QTD-CPF-DUP TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-LISTA-CPF-DUP-FIM.
           EXIT.

       P-CONFERE-CPF.
            IF CPF-CONTATO NOT = WS-CPF-ANTERIOR THEN
               MOVE CPF-CONTATO TO WS-CPF-ANTERIOR
               MOVE ID-CONTATO  TO WS-ID-PRIMEIRO
               GO TO P-CONFERE-CPF-FIM
            END-IF

            ADD 1 TO WS-QTD-CPF-DUP
            MOVE SPACES TO LK-PRT-LINHA
            STRING CPF-CONTATO     DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   ID-CONTATO      DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   NM-CONTATO      DELIMITED BY SIZE
                   ' '             DELIMITED BY SIZE
                   WS-ID-PRIMEIRO  DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-CONFERE-CPF-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

       P-GRAVA-CONTROLE.
            MOVE 'PG13CNVIDX'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-GRAVADOS       TO CTL-QTD-GRAVADOS
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
       END PROGRAM PG13CNVIDX.
