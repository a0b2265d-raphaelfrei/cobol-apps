      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Restauracao de contato expurgado - lista os contatos
      *          de CONTATOS_PURGADOS.dat (filtro por trecho do nome,
      *          ID ou data do expurgo) e devolve o escolhido a
      *          CONTATOS.dat, ativo, com o ID original ou, se ele ja
      *          foi reaproveitado, com um ID novo automatico. As
      *          linhas de ENDERECOS_PURGADOS.dat do contato voltam
      *          para ENDERECOS.dat, a restauracao vai para
      *          HISTORICO.dat e JORNAL.dat com o operador, e o
      *          registro sai do arquivo de expurgados. Vinculos de
      *          RELACOES.dat removidos no expurgo nao voltam.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13RESPRG.

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

            SELECT ARQUIVO ASSIGN TO ".\CONTATOS_PURGADOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ARQ-FS.

            SELECT ARQTEMP ASSIGN TO ".\CONTATOS_PURGADOS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ATP-FS.

            SELECT ENDERECOS ASSIGN TO ".\ENDERECOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-END-FS.

            SELECT ENDPURG ASSIGN TO ".\ENDERECOS_PURGADOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-EPG-FS.

            SELECT EPGTEMP ASSIGN TO ".\ENDERECOS_PURGADOS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ETP-FS.

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-HIST-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD ARQUIVO.
          COPY FD_PURGA.

      * Mesmo tamanho de REG-PURGADO (616 bytes), para a regravacao
      * de CONTATOS_PURGADOS.dat sem o contato restaurado.
       FD ARQTEMP.
       01 REG-ARQTEMP              PIC X(616).

       FD ENDERECOS.
          COPY FD_ENDER.

      * Mesmo tamanho de REG-ENDERECO (104 bytes).
       FD ENDPURG.
       01 REG-ENDPURG              PIC X(104).

       FD EPGTEMP.
       01 REG-EPGTEMP              PIC X(104).

       FD HISTORICO.
          COPY FD_HISTC.

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO          PIC X(600) VALUE SPACES.

       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO     PIC 9(06).
          03 WS-NM-CONTATO     PIC X(20).
          03 WS-CPF-CONTATO    PIC 9(11).
          03 WS-TP-CONTATO     PIC X(11).
          03 WS-DT-ULT-ALTERACAO.
             05 WS-DT-ULT-ALT-DATA  PIC 9(08).
             05 WS-DT-ULT-ALT-HORA  PIC 9(06).
          03 WS-ST-CONTATO     PIC X(01).
          03 FILLER            PIC X(537).

       77 WS-FS                PIC 9(02).
          88 FS-OK           VALUE 0.

       77 WS-ARQ-FS            PIC 9(02).
          88 ARQ-OK          VALUE 0.

       77 WS-ATP-FS            PIC 9(02).
          88 ATP-OK          VALUE 0.

       77 WS-END-FS            PIC 9(02).
          88 END-OK          VALUE 0.

       77 WS-EPG-FS            PIC 9(02).
          88 EPG-OK          VALUE 0.

       77 WS-ETP-FS            PIC 9(02).
          88 ETP-OK          VALUE 0.

       77 WS-HIST-FS           PIC 9(02).
          88 HIST-OK         VALUE 0.

       77 WS-EOF               PIC X.
          88 EOF-OK          VALUE 'S' FALSE 'N'.

       77 WS-EXIT              PIC X.
          88 EXIT-OK         VALUE 'N' FALSE 'S'.

       77 WS-CONFIRM           PIC X(01) VALUE SPACE.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.

       77 WS-MODO-FILTRO       PIC X(01) VALUE SPACE.
          88 FILTRO-POR-NOME   VALUE '1'.
          88 FILTRO-POR-ID     VALUE '2'.
          88 FILTRO-POR-DATA   VALUE '3'.

       77 WS-NOME-FILTRO       PIC X(20) VALUE SPACES.
       77 WS-NOME-FILTRO-UC    PIC X(20) VALUE SPACES.
       77 WS-NM-CONTATO-UC     PIC X(20) VALUE SPACES.
       77 WS-LEN-FILTRO        PIC 9(02) VALUE ZEROS.
       77 WS-TALLY             PIC 9(02) VALUE ZEROS.
       77 WS-ID-FILTRO         PIC 9(06) VALUE ZEROS.
       77 WS-DATA-FILTRO       PIC 9(08) VALUE ZEROS.
       77 WS-ATENDE            PIC X(01) VALUE 'N'.
          88 REGISTRO-ATENDE VALUE 'S'.

       77 WS-NUM-REG           PIC 9(06) VALUE ZEROS.
       77 WS-NUM-ESCOLHIDO     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LISTADOS      PIC 9(06) VALUE ZEROS.
       77 WS-ACHOU-ESCOLHIDO   PIC X(01) VALUE 'N'.
          88 ACHOU-ESCOLHIDO VALUE 'S'.
       77 WS-DT-EXPURGO-DISP   PIC X(08) VALUE SPACES.
       77 WS-DT-EXPURGO-ESC    PIC X(08) VALUE SPACES.

      * ID original do contato e o ID com que ele volta.
       77 WS-ID-ORIGINAL       PIC 9(06) VALUE ZEROS.
       77 WS-ID-NOVO           PIC 9(06) VALUE ZEROS.
       77 WS-MAIOR-ID          PIC 9(06) VALUE ZEROS.
       77 WS-NM-OCUPANTE       PIC X(20) VALUE SPACES.

      * Contato ativo ja cadastrado com o mesmo CPF (bloqueia).
       77 WS-CPF-DUP           PIC X(01) VALUE 'N'.
          88 CPF-DUPLICADO   VALUE 'S'.
       77 WS-CPF-DUP-ID        PIC 9(06) VALUE ZEROS.
       77 WS-FIM-CHAVE         PIC X(01) VALUE 'N'.
          88 FIM-CHAVE       VALUE 'S'.

       77 WS-QTD-END-VOLTA     PIC 9(03) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_JRNCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** RESTAURAR CONTATO EXPURGADO *****"

            SET EXIT-OK OF WS-EXIT TO FALSE.

            MOVE LK-OPERADOR TO WS-OPERADOR

            PERFORM P-RESTAURA THRU P-RESTAURA-FIM UNTIL EXIT-OK
            PERFORM P-END
           .

       P-RESTAURA.
            MOVE SPACES TO WS-CONFIRM WS-MODO-FILTRO

            DISPLAY 'Filtrar por: <1> Nome  <2> ID  '
                    '<3> Data do expurgo'
            ACCEPT WS-MODO-FILTRO

            EVALUATE TRUE
                WHEN FILTRO-POR-ID
                   DISPLAY 'Informe o ID: '
                   ACCEPT WS-ID-FILTRO
                WHEN FILTRO-POR-DATA
                   DISPLAY 'Data do expurgo (AAAAMMDD): '
                   ACCEPT WS-DATA-FILTRO
                WHEN OTHER
                   SET FILTRO-POR-NOME TO TRUE
                   MOVE SPACES TO WS-NOME-FILTRO
                   DISPLAY 'Trecho do nome (vazio = todos): '
                   ACCEPT WS-NOME-FILTRO
                   MOVE FUNCTION UPPER-CASE(WS-NOME-FILTRO)
                        TO WS-NOME-FILTRO-UC
                   COMPUTE WS-LEN-FILTRO =
                      FUNCTION LENGTH(FUNCTION TRIM(WS-NOME-FILTRO))
                   IF WS-NOME-FILTRO EQUAL SPACES THEN
                      MOVE ZEROS TO WS-LEN-FILTRO
                   END-IF
            END-EVALUATE

            PERFORM P-LISTA THRU P-LISTA-FIM

            IF WS-QTD-LISTADOS EQUAL ZEROS THEN
               GO TO P-RESTAURA-CONTINUA
            END-IF

            DISPLAY "Numero (coluna NUM) do contato a restaurar "
                    "(0 = nenhum): "
            ACCEPT WS-NUM-ESCOLHIDO

            IF WS-NUM-ESCOLHIDO EQUAL ZEROS THEN
               GO TO P-RESTAURA-CONTINUA
            END-IF

            PERFORM P-LE-ESCOLHIDO THRU P-LE-ESCOLHIDO-FIM

            IF NOT ACHOU-ESCOLHIDO THEN
               DISPLAY "NUMERO NAO ENCONTRADO EM "
                       "CONTATOS_PURGADOS.dat."
               GO TO P-RESTAURA-CONTINUA
            END-IF

            OPEN I-O CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13RESPRG'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-RESTAURA-CONTINUA
            END-IF

            PERFORM P-CONFERE-E-GRAVA THRU P-CONFERE-E-GRAVA-FIM

            CLOSE CONTATOS
            .

       P-RESTAURA-CONTINUA.
            DISPLAY "Voce deseja continuar?"
            DISPLAY "<QUALQUER TECLA> para continuar, <N> para sair."
            ACCEPT WS-EXIT
            .

       P-RESTAURA-FIM.
           EXIT.

      * Lista os expurgados que atendem o filtro, numerados pela
      * posicao no arquivo (o numero escolhido pelo operador).
      * Linhas anteriores ao registro da data do expurgo mostram a
      * data em branco.
       P-LISTA.
            MOVE ZEROS TO WS-NUM-REG WS-QTD-LISTADOS
            SET EOF-OK TO FALSE

            OPEN INPUT ARQUIVO

            IF NOT ARQ-OK THEN
               DISPLAY "NENHUM CONTATO EXPURGADO (SEM "
                       "CONTATOS_PURGADOS.dat)."
               GO TO P-LISTA-FIM
            END-IF

            DISPLAY
             "*********************************************************"
            DISPLAY "NUM    ID     NOME                 TIPO        "
                    "EXCLUSAO EXPURGO"
            DISPLAY
             "*********************************************************"

            PERFORM UNTIL EOF-OK
                READ ARQUIVO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-NUM-REG
                        MOVE PRG-REGISTRO TO WS-REGISTRO
                        PERFORM P-APLICA-FILTRO
                                THRU P-APLICA-FILTRO-FIM
                        IF REGISTRO-ATENDE THEN
                           ADD 1 TO WS-QTD-LISTADOS
                           MOVE SPACES TO WS-DT-EXPURGO-DISP
                           IF PRG-DT-EXPURGO IS NUMERIC THEN
                              MOVE PRG-DT-EXPURGO TO WS-DT-EXPURGO-DISP
                           END-IF
                           DISPLAY WS-NUM-REG " " WS-ID-CONTATO " "
                                   WS-NM-CONTATO " " WS-TP-CONTATO " "
                                   WS-DT-ULT-ALT-DATA " "
                                   WS-DT-EXPURGO-DISP
                        END-IF
                END-READ
            END-PERFORM

            CLOSE ARQUIVO

            IF WS-QTD-LISTADOS EQUAL ZEROS THEN
               DISPLAY "NENHUM CONTATO EXPURGADO ATENDE O FILTRO."
            END-IF
            .

       P-LISTA-FIM.
           EXIT.

       P-APLICA-FILTRO.
            MOVE 'N' TO WS-ATENDE

            EVALUATE TRUE
                WHEN FILTRO-POR-ID
                   IF WS-ID-CONTATO EQUAL WS-ID-FILTRO THEN
                      MOVE 'S' TO WS-ATENDE
                   END-IF
                WHEN FILTRO-POR-DATA
                   IF PRG-DT-EXPURGO IS NUMERIC
                      AND PRG-DT-EXPURGO EQUAL WS-DATA-FILTRO THEN
                      MOVE 'S' TO WS-ATENDE
                   END-IF
                WHEN OTHER
                   IF WS-LEN-FILTRO EQUAL ZEROS THEN
                      MOVE 'S' TO WS-ATENDE
                   ELSE
                      MOVE FUNCTION UPPER-CASE(WS-NM-CONTATO)
                           TO WS-NM-CONTATO-UC
                      MOVE ZEROS TO WS-TALLY
                      INSPECT WS-NM-CONTATO-UC TALLYING WS-TALLY
                              FOR ALL WS-NOME-FILTRO-UC(1:WS-LEN-FILTRO)
                      IF WS-TALLY > ZEROS THEN
                         MOVE 'S' TO WS-ATENDE
                      END-IF
                   END-IF
            END-EVALUATE
            .

       P-APLICA-FILTRO-FIM.
           EXIT.

      * Le de novo CONTATOS_PURGADOS.dat ate a linha escolhida.
       P-LE-ESCOLHIDO.
            MOVE 'N'   TO WS-ACHOU-ESCOLHIDO
            MOVE ZEROS TO WS-NUM-REG
            SET EOF-OK TO FALSE

            OPEN INPUT ARQUIVO
            IF NOT ARQ-OK THEN
               GO TO P-LE-ESCOLHIDO-FIM
            END-IF

            PERFORM UNTIL EOF-OK OR ACHOU-ESCOLHIDO
                READ ARQUIVO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-NUM-REG
                        IF WS-NUM-REG EQUAL WS-NUM-ESCOLHIDO THEN
                           MOVE 'S'          TO WS-ACHOU-ESCOLHIDO
                           MOVE PRG-REGISTRO TO WS-REGISTRO
                           MOVE SPACES       TO WS-DT-EXPURGO-ESC
                           IF PRG-DT-EXPURGO IS NUMERIC THEN
                              MOVE PRG-DT-EXPURGO TO WS-DT-EXPURGO-ESC
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE ARQUIVO
            .

       P-LE-ESCOLHIDO-FIM.
           EXIT.

      * Bloqueia a restauracao se o CPF ja pertence a um contato
      * ativo (a pessoa foi recadastrada - use a fusao PG13MRGCNT);
      * resolve o ID (original ou novo) e, confirmado, grava.
       P-CONFERE-E-GRAVA.
            MOVE WS-ID-CONTATO TO WS-ID-ORIGINAL

            DISPLAY "CONTATO: " WS-ID-CONTATO " - " WS-NM-CONTATO
            DISPLAY "EXCLUIDO EM " WS-DT-ULT-ALT-DATA
                    "  EXPURGADO EM " WS-DT-EXPURGO-ESC

            IF WS-CPF-CONTATO > ZEROS THEN
               PERFORM P-VERIFICA-CPF-ATIVO
                       THRU P-VERIFICA-CPF-ATIVO-FIM
               IF CPF-DUPLICADO THEN
                  DISPLAY "CPF JA PERTENCE AO CONTATO ATIVO "
                          WS-CPF-DUP-ID " - RESTAURACAO CANCELADA."
                  DISPLAY "SE FOR A MESMA PESSOA, USE A FUSAO DE "
                          "CONTATOS DUPLICADOS."
                  GO TO P-CONFERE-E-GRAVA-FIM
               END-IF
            END-IF

            MOVE WS-ID-ORIGINAL TO WS-ID-NOVO
            MOVE WS-ID-ORIGINAL TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                    CONTINUE
             NOT INVALID KEY
                    MOVE NM-CONTATO TO WS-NM-OCUPANTE
                    PERFORM P-ACHA-MAIOR-ID THRU P-ACHA-MAIOR-ID-FIM
                    COMPUTE WS-ID-NOVO = WS-MAIOR-ID + 1
                    DISPLAY "O ID " WS-ID-ORIGINAL " JA ESTA EM USO ("
                            WS-NM-OCUPANTE ")."
                    DISPLAY "O CONTATO VOLTA COM O ID " WS-ID-NOVO "."
            END-READ

            DISPLAY "Voce deseja restaurar este contato (volta "
                    "ATIVO)?"
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para abortar."
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM NOT EQUAL 'S' THEN
               DISPLAY "Operacao Abortada"
               GO TO P-CONFERE-E-GRAVA-FIM
            END-IF

            MOVE WS-REGISTRO TO REG-CONTATOS
            MOVE WS-ID-NOVO  TO ID-CONTATO
            SET CONTATO-ATIVO TO TRUE
            MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA

            WRITE REG-CONTATOS
                  INVALID KEY
                      DISPLAY "ERRO AO GRAVAR O CONTATO " ID-CONTATO
                              " - RESTAURACAO CANCELADA."
                      GO TO P-CONFERE-E-GRAVA-FIM
            END-WRITE

            PERFORM P-GRAVA-JORNAL THRU P-GRAVA-JORNAL-FIM
            PERFORM P-GRAVA-HISTORICO THRU P-GRAVA-HISTORICO-FIM
            PERFORM P-VOLTA-ENDERECOS THRU P-VOLTA-ENDERECOS-FIM
            PERFORM P-RETIRA-PURGADO THRU P-RETIRA-PURGADO-FIM

            DISPLAY "Contato Restaurado com o ID " WS-ID-NOVO "!"
            IF WS-QTD-END-VOLTA > ZEROS THEN
               DISPLAY "ENDERECOS RESTAURADOS: " WS-QTD-END-VOLTA
            END-IF
            .

       P-CONFERE-E-GRAVA-FIM.
           EXIT.

      * Procura, pela chave alternativa CPF-CONTATO, um contato ATIVO
      * com o CPF do expurgado.
       P-VERIFICA-CPF-ATIVO.
            MOVE 'N'   TO WS-CPF-DUP
            MOVE 'N'   TO WS-FIM-CHAVE
            MOVE ZEROS TO WS-CPF-DUP-ID

            MOVE WS-CPF-CONTATO TO CPF-CONTATO

            START CONTATOS KEY IS EQUAL TO CPF-CONTATO
                  INVALID KEY
                      GO TO P-VERIFICA-CPF-ATIVO-FIM
            END-START

            PERFORM UNTIL FIM-CHAVE OR CPF-DUPLICADO
                READ CONTATOS NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-FIM-CHAVE
                 NOT AT END
                        IF CPF-CONTATO NOT = WS-CPF-CONTATO THEN
                           MOVE 'S' TO WS-FIM-CHAVE
                        ELSE
                           IF CONTATO-ATIVO THEN
                              MOVE 'S'        TO WS-CPF-DUP
                              MOVE ID-CONTATO TO WS-CPF-DUP-ID
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            .

       P-VERIFICA-CPF-ATIVO-FIM.
           EXIT.

      * Maior ID ja usado em CONTATOS.dat (ativo ou excluido), para o
      * ID novo quando o original foi reaproveitado.
       P-ACHA-MAIOR-ID.
            MOVE 'N'   TO WS-FIM-CHAVE
            MOVE ZEROS TO WS-MAIOR-ID
            MOVE ZEROS TO ID-CONTATO

            START CONTATOS KEY IS NOT LESS THAN ID-CONTATO
                  INVALID KEY
                      MOVE 'S' TO WS-FIM-CHAVE
            END-START

            PERFORM UNTIL FIM-CHAVE
                READ CONTATOS NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-FIM-CHAVE
                 NOT AT END
                        IF ID-CONTATO > WS-MAIOR-ID THEN
                           MOVE ID-CONTATO TO WS-MAIOR-ID
                        END-IF
                END-READ
            END-PERFORM
            .

       P-ACHA-MAIOR-ID-FIM.
           EXIT.

      * Devolve a ENDERECOS.dat as linhas do contato guardadas em
      * ENDERECOS_PURGADOS.dat no expurgo (ja com o ID novo, se
      * mudou) e regrava o arquivo de expurgados sem elas.
       P-VOLTA-ENDERECOS.
            MOVE ZEROS TO WS-QTD-END-VOLTA
            SET EOF-OK TO FALSE

            OPEN INPUT ENDPURG
            IF NOT EPG-OK THEN
               GO TO P-VOLTA-ENDERECOS-FIM
            END-IF

            OPEN OUTPUT EPGTEMP
            OPEN EXTEND ENDERECOS
            IF WS-END-FS EQUAL 35 THEN
               OPEN OUTPUT ENDERECOS
            END-IF

            IF NOT END-OK THEN
               DISPLAY "ERRO AO GRAVAR ENDERECOS.dat."
               DISPLAY "Error ID: " WS-END-FS
               CLOSE ENDPURG
               CLOSE EPGTEMP
               GO TO P-VOLTA-ENDERECOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ ENDPURG
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-ENDPURG TO REG-ENDERECO
                        IF END-ID-CONTATO EQUAL WS-ID-ORIGINAL THEN
                           MOVE WS-ID-NOVO TO END-ID-CONTATO
                           WRITE REG-ENDERECO
                           ADD 1 TO WS-QTD-END-VOLTA
                        ELSE
                           MOVE REG-ENDPURG TO REG-EPGTEMP
                           WRITE REG-EPGTEMP
                        END-IF
                END-READ
            END-PERFORM

            CLOSE ENDPURG
            CLOSE EPGTEMP
            CLOSE ENDERECOS

            IF WS-QTD-END-VOLTA > ZEROS THEN
               SET EOF-OK TO FALSE
               OPEN INPUT EPGTEMP
               OPEN OUTPUT ENDPURG

               PERFORM UNTIL EOF-OK
                   READ EPGTEMP
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           MOVE REG-EPGTEMP TO REG-ENDPURG
                           WRITE REG-ENDPURG
                   END-READ
               END-PERFORM

               CLOSE EPGTEMP
               CLOSE ENDPURG
            END-IF
            .

       P-VOLTA-ENDERECOS-FIM.
           EXIT.

      * Regrava CONTATOS_PURGADOS.dat sem a linha restaurada, via
      * CONTATOS_PURGADOS.TMP.
       P-RETIRA-PURGADO.
            MOVE ZEROS TO WS-NUM-REG
            SET EOF-OK TO FALSE

            OPEN INPUT ARQUIVO
            OPEN OUTPUT ARQTEMP

            IF NOT ARQ-OK OR NOT ATP-OK THEN
               MOVE 'PG13RESPRG'        TO LK-ERRO-PROGRAMA
               MOVE 'REGRAVAR PURGADOS' TO LK-ERRO-OPERACAO
               MOVE WS-ATP-FS           TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE ARQUIVO
               CLOSE ARQTEMP
               GO TO P-RETIRA-PURGADO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ ARQUIVO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-NUM-REG
                        IF WS-NUM-REG NOT EQUAL WS-NUM-ESCOLHIDO THEN
                           MOVE REG-PURGADO TO REG-ARQTEMP
                           WRITE REG-ARQTEMP
                        END-IF
                END-READ
            END-PERFORM

            CLOSE ARQUIVO
            CLOSE ARQTEMP

            SET EOF-OK TO FALSE
            OPEN INPUT ARQTEMP
            OPEN OUTPUT ARQUIVO

            PERFORM UNTIL EOF-OK
                READ ARQTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-ARQTEMP TO REG-PURGADO
                        WRITE REG-PURGADO
                END-READ
            END-PERFORM

            CLOSE ARQTEMP
            CLOSE ARQUIVO
            .

       P-RETIRA-PURGADO-FIM.
           EXIT.

      * Grava no HISTORICO.dat a restauracao; quando o contato volta
      * com outro ID, o ID original fica registrado no nome antigo.
       P-GRAVA-HISTORICO.
            OPEN EXTEND HISTORICO
            IF WS-HIST-FS EQUAL 35 THEN
               OPEN OUTPUT HISTORICO
            END-IF

            IF HIST-OK THEN
               MOVE ID-CONTATO           TO HIST-ID-CONTATO
               MOVE "RESTAURA"           TO HIST-OPERACAO
               MOVE NM-CONTATO           TO HIST-NM-ANTIGO
               IF WS-ID-NOVO NOT EQUAL WS-ID-ORIGINAL THEN
                  MOVE SPACES TO HIST-NM-ANTIGO
                  STRING 'ID ANTIGO ' WS-ID-ORIGINAL
                         DELIMITED BY SIZE
                     INTO HIST-NM-ANTIGO
               END-IF
               MOVE NM-CONTATO           TO HIST-NM-NOVO
               MOVE DT-ULT-ALT-DATA      TO HIST-DATA
               MOVE DT-ULT-ALT-HORA      TO HIST-HORA
               MOVE WS-OPERADOR          TO HIST-OPERADOR

               WRITE REG-HISTORICO

               CLOSE HISTORICO
            ELSE
               MOVE 'PG13RESPRG'      TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR HISTORICO' TO LK-ERRO-OPERACAO
               MOVE WS-HIST-FS        TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
            END-IF
            .

       P-GRAVA-HISTORICO-FIM.

      * Acrescenta a JORNAL.dat a imagem do registro recem gravado em
      * CONTATOS.dat, para a recuperacao por PG13RECJRN a partir de
      * uma geracao de backup.
       P-GRAVA-JORNAL.
            MOVE 'PG13RESPRG'      TO LK-JRN-PROGRAMA
            MOVE WS-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'I'               TO LK-JRN-ACAO
            MOVE "RESTAURA"        TO LK-JRN-OPERACAO
            MOVE SPACES            TO LK-JRN-ANTES
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13RESPRG.
