      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Alteracoes Programadas - registra em
      *          ALT_PROGRAMADAS.dat uma alteracao de contato com data
      *          de vigencia futura (novo nome, tipo e/ou filial, e
      *          quem no RH pediu), lista as pendentes e cancela uma
      *          pendente. A aplicacao no dia da vigencia e feita na
      *          carga noturna pelo PG13APLPRG. O nome novo e pedido
      *          em prenome e sobrenome e padronizado pelo PG13NOMCTT,
      *          como na alteracao normal (PG13ALTCNT), e a data/hora
      *          da ultima alteracao do contato vai junto para a
      *          verificacao de concorrencia na aplicacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13ALTPRG.

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

            SELECT PROGRAMADAS ASSIGN TO ".\ALT_PROGRAMADAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-APG-FS.

            SELECT APGTEMP ASSIGN TO ".\ALT_PROGRAMADAS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT FILIAIS ASSIGN TO ".\FILIAIS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FIL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD PROGRAMADAS.
          COPY FD_ALTPR.

      * Mesmo tamanho de REG-ALT-PROGRAMADA (227 bytes), para a
      * regravacao via temporario nao truncar o fim dos registros.
       FD APGTEMP.
       01 REG-APGTEMP              PIC X(227).

       FD FILIAIS.
          COPY FD_FILIA.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-APG-FS             PIC 9(02).
          88 APG-OK           VALUE 0.

       77 WS-TMP-FS             PIC 9(02).
          88 TMP-OK           VALUE 0.

       77 WS-FIL-FS             PIC 9(02).
          88 FIL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-EXIT               PIC X(01).
          88 EXIT-OK          VALUE 'N' FALSE 'S'.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
          88 OPCAO-REGISTRAR  VALUE '1'.
          88 OPCAO-LISTAR     VALUE '2'.
          88 OPCAO-CANCELAR   VALUE '3'.

       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-MAIOR-NUMERO       PIC 9(06) VALUE ZEROS.
       77 WS-NUMERO             PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LISTADAS       PIC 9(05) VALUE ZEROS.

       77 WS-ACHOU-CONTATO      PIC X(01) VALUE 'N'.
          88 ACHOU-CONTATO    VALUE 'S'.

       77 WS-CANCELOU           PIC X(01) VALUE 'N'.
          88 CANCELOU         VALUE 'S'.

      * Alteracao sendo registrada; campo em branco = manter.
       01 WS-NOVA-ALTERACAO.
          03 WS-ID-ENT          PIC 9(06) VALUE ZEROS.
          03 WS-DT-VIGENCIA     PIC 9(08) VALUE ZEROS.
          03 WS-NM-NOVO         PIC X(20) VALUE SPACES.
          03 WS-TP-NOVO         PIC X(11) VALUE SPACES.
             88 TP-NOVO-VALIDO  VALUE 'CLIENTE' 'FORNECEDOR'
                                      'FUNCIONARIO' SPACES.
          03 WS-FILIAL-NOVA     PIC X(03) VALUE SPACES.
          03 WS-SOLICITANTE     PIC X(20) VALUE SPACES.
          03 WS-PRENOME-NOVO    PIC X(30) VALUE SPACES.
          03 WS-SOBRENOME-NOVO  PIC X(40) VALUE SPACES.

      * Data/hora da ultima alteracao do contato no momento do
      * registro, para a verificacao de concorrencia na aplicacao.
       77 WS-DT-ULT-ALT-ATUAL   PIC 9(14) VALUE ZEROS.

      * Data de vigencia aberta em ano/mes/dia para a critica de mes
      * 01-12 e dia 01-31 (mesma regra da data de nascimento).
       01 WS-DT-VIG-ENT         PIC 9(08) VALUE ZEROS.

       01 FILLER REDEFINES WS-DT-VIG-ENT.
          03 WS-DT-VIG-ANO      PIC 9(04).
          03 WS-DT-VIG-MES      PIC 9(02).
          03 WS-DT-VIG-DIA      PIC 9(02).

       77 WS-DATA-OK            PIC X(01) VALUE SPACE.
          88 DATA-VALIDA      VALUE 'S'.

       77 WS-FIL-VALIDA-OK      PIC X(01) VALUE SPACE.
          88 FIL-VALIDA       VALUE 'S'.

       77 WS-FIL-ACHOU          PIC X(01) VALUE 'N'.
          88 FIL-ACHADA       VALUE 'S'.

       COPY LK_ERRFS.
       COPY LK_NOMCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** ALTERACOES PROGRAMADAS DE CONTATOS *****"

            SET EXIT-OK OF WS-EXIT TO FALSE.

            MOVE LK-OPERADOR TO WS-OPERADOR

            PERFORM P-OPCAO THRU P-OPCAO-FIM UNTIL EXIT-OK
            PERFORM P-END
           .

       P-OPCAO.
            MOVE SPACE TO WS-OPCAO
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            DISPLAY "<1> Registrar alteracao com data de vigencia"
            DISPLAY "<2> Listar alteracoes pendentes"
            DISPLAY "<3> Cancelar alteracao pendente"
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN OPCAO-REGISTRAR
                   PERFORM P-REGISTRA THRU P-REGISTRA-FIM
                WHEN OPCAO-LISTAR
                   PERFORM P-LISTA THRU P-LISTA-FIM
                WHEN OPCAO-CANCELAR
                   PERFORM P-LISTA THRU P-LISTA-FIM
                   IF WS-QTD-LISTADAS > ZEROS THEN
                      PERFORM P-CANCELA THRU P-CANCELA-FIM
                   END-IF
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE

            DISPLAY "Voce deseja continuar?"
            DISPLAY "<QUALQUER TECLA> para continuar, <N> para sair."
            ACCEPT WS-EXIT
            .

       P-OPCAO-FIM.
           EXIT.

      * Pede o contato (ativo), a data de vigencia (posterior a hoje),
      * os valores novos e o solicitante, e acrescenta a alteracao
      * pendente a ALT_PROGRAMADAS.dat.
       P-REGISTRA.
            INITIALIZE WS-NOVA-ALTERACAO
            MOVE 'N' TO WS-ACHOU-CONTATO

            DISPLAY 'Informe o ID: '
            ACCEPT WS-ID-ENT

            OPEN INPUT CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13ALTPRG'     TO LK-ERRO-PROGRAMA
               MOVE 'LER CONTATOS'   TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-REGISTRA-FIM
            END-IF

            MOVE WS-ID-ENT TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                     DISPLAY "CONTATO NAO EXISTE!"
             NOT INVALID KEY
                     IF CONTATO-EXCLUIDO THEN
                        DISPLAY "CONTATO EXCLUIDO - ALTERACAO NAO "
                                "PODE SER PROGRAMADA."
                     ELSE
                        MOVE 'S' TO WS-ACHOU-CONTATO
                        MOVE DT-ULT-ALTERACAO TO WS-DT-ULT-ALT-ATUAL
                        MOVE 'J'              TO LK-NMC-FUNCAO
                        MOVE NM-CONTATO       TO LK-NMC-NOME-CURTO
                        MOVE NM-PRENOME       TO LK-NMC-PRENOME
                        MOVE NM-SOBRENOME     TO LK-NMC-SOBRENOME
                        CALL 'PG13NOMCTT' USING LK-NMC-AREA
                        DISPLAY "Nome atual:   "
                                FUNCTION TRIM(LK-NMC-NOME-COMPLETO)
                        DISPLAY "Tipo atual:   " TP-CONTATO
                        DISPLAY "Filial atual: " FILIAL-CONTATO
                     END-IF
            END-READ

            CLOSE CONTATOS

            IF NOT ACHOU-CONTATO THEN
               GO TO P-REGISTRA-FIM
            END-IF

            DISPLAY "Data de vigencia (AAAAMMDD, depois de hoje): "
            ACCEPT WS-DT-VIG-ENT

            MOVE SPACE TO WS-DATA-OK
            PERFORM P-VALIDA-VIGENCIA THRU P-VALIDA-VIGENCIA-FIM
                    UNTIL DATA-VALIDA

            MOVE WS-DT-VIG-ENT TO WS-DT-VIGENCIA

            PERFORM P-CAPTURA-NOME THRU P-CAPTURA-NOME-FIM

            DISPLAY "Novo tipo (CLIENTE/FORNECEDOR/FUNCIONARIO, "
                    "vazio = manter): "
            ACCEPT WS-TP-NOVO

            PERFORM UNTIL TP-NOVO-VALIDO
                DISPLAY "TIPO INVALIDO - USE CLIENTE, FORNECEDOR OU "
                        "FUNCIONARIO."
                DISPLAY "Novo tipo (vazio = manter): "
                ACCEPT WS-TP-NOVO
            END-PERFORM

            DISPLAY "Nova filial (vazio = manter): "
            ACCEPT WS-FILIAL-NOVA

            MOVE SPACE TO WS-FIL-VALIDA-OK
            PERFORM P-VALIDA-FILIAL THRU P-VALIDA-FILIAL-FIM
                    UNTIL FIL-VALIDA

            IF WS-NM-NOVO EQUAL SPACES
               AND WS-TP-NOVO EQUAL SPACES
               AND WS-FILIAL-NOVA EQUAL SPACES THEN
               DISPLAY "NENHUM CAMPO A ALTERAR - NADA REGISTRADO."
               GO TO P-REGISTRA-FIM
            END-IF

            DISPLAY "Solicitado por (nome de quem pediu no RH): "
            ACCEPT WS-SOLICITANTE

            PERFORM UNTIL WS-SOLICITANTE NOT = SPACES
                DISPLAY "O SOLICITANTE E OBRIGATORIO."
                DISPLAY "Solicitado por: "
                ACCEPT WS-SOLICITANTE
            END-PERFORM

            DISPLAY "Registrar a alteracao do contato " WS-ID-ENT
                    " para vigorar em " WS-DT-VIGENCIA "?"
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para abortar."
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM NOT EQUAL 'S' THEN
               DISPLAY "Operacao Abortada"
               GO TO P-REGISTRA-FIM
            END-IF

            PERFORM P-GRAVA-PROGRAMADA THRU P-GRAVA-PROGRAMADA-FIM
            .

       P-REGISTRA-FIM.
           EXIT.

      * Nome novo em prenome e sobrenome, padronizados pelo
      * PG13NOMCTT; prenome em branco mantem o nome como esta.
       P-CAPTURA-NOME.
            DISPLAY "Novo prenome (vazio = manter o nome): "
            ACCEPT WS-PRENOME-NOVO

            IF WS-PRENOME-NOVO EQUAL SPACES THEN
               MOVE SPACES TO WS-SOBRENOME-NOVO WS-NM-NOVO
               GO TO P-CAPTURA-NOME-FIM
            END-IF

            DISPLAY "Novo sobrenome (vazio = nao tem): "
            ACCEPT WS-SOBRENOME-NOVO

            MOVE 'P'               TO LK-NMC-FUNCAO
            MOVE WS-PRENOME-NOVO   TO LK-NMC-PRENOME
            MOVE WS-SOBRENOME-NOVO TO LK-NMC-SOBRENOME
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            IF LK-NMC-PRENOME   NOT EQUAL WS-PRENOME-NOVO
               OR LK-NMC-SOBRENOME NOT EQUAL WS-SOBRENOME-NOVO THEN
               DISPLAY "Nome padronizado para: "
                       FUNCTION TRIM(LK-NMC-NOME-COMPLETO)
            END-IF

            MOVE LK-NMC-PRENOME    TO WS-PRENOME-NOVO
            MOVE LK-NMC-SOBRENOME  TO WS-SOBRENOME-NOVO
            MOVE LK-NMC-NOME-CURTO TO WS-NM-NOVO
            .

       P-CAPTURA-NOME-FIM.
           EXIT.

       P-VALIDA-VIGENCIA.
            MOVE 'S' TO WS-DATA-OK

            IF WS-DT-VIG-ENT IS NOT NUMERIC THEN
               MOVE 'N' TO WS-DATA-OK
            ELSE
               IF WS-DT-VIG-MES < 01 OR WS-DT-VIG-MES > 12
                  OR WS-DT-VIG-DIA < 01 OR WS-DT-VIG-DIA > 31
                  OR WS-DT-VIG-ENT NOT > WS-DATA-HOJE THEN
                  MOVE 'N' TO WS-DATA-OK
               END-IF
            END-IF

            IF NOT DATA-VALIDA THEN
               DISPLAY "DATA INVALIDA - USE AAAAMMDD, POSTERIOR A "
                       "HOJE (" WS-DATA-HOJE ")."
               DISPLAY "Data de vigencia (AAAAMMDD): "
               ACCEPT WS-DT-VIG-ENT
            END-IF
            .

       P-VALIDA-VIGENCIA-FIM.

      * Filial nova: em branco (manter) ou codigo ativo em
      * FILIAIS.dat, mesma critica da alteracao interativa.
       P-VALIDA-FILIAL.
            MOVE 'S' TO WS-FIL-VALIDA-OK

            IF WS-FILIAL-NOVA EQUAL SPACES THEN
               GO TO P-VALIDA-FILIAL-FIM
            END-IF

            SET EOF-OK TO FALSE
            MOVE 'N' TO WS-FIL-ACHOU

            OPEN INPUT FILIAIS

            IF NOT FIL-OK THEN
               DISPLAY "AVISO: FILIAIS.dat INDISPONIVEL - FILIAL "
                       "NAO CONFERIDA."
               GO TO P-VALIDA-FILIAL-FIM
            END-IF

            PERFORM UNTIL EOF-OK OR FIL-ACHADA
                READ FILIAIS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF FIL-CODIGO EQUAL WS-FILIAL-NOVA
                           AND FIL-ATIVA THEN
                           MOVE 'S' TO WS-FIL-ACHOU
                        END-IF
                END-READ
            END-PERFORM

            CLOSE FILIAIS

            IF NOT FIL-ACHADA THEN
               MOVE 'N' TO WS-FIL-VALIDA-OK
               DISPLAY "FILIAL NAO CADASTRADA OU DESATIVADA EM "
                       "FILIAIS.dat - INFORME UM CODIGO VALIDO OU "
                       "DEIXE EM BRANCO."
               DISPLAY "Nova filial (vazio = manter): "
               ACCEPT WS-FILIAL-NOVA
            END-IF
            .

       P-VALIDA-FILIAL-FIM.

      * Numera a alteracao como a maior existente + 1 e acrescenta a
      * linha pendente ao fim de ALT_PROGRAMADAS.dat.
       P-GRAVA-PROGRAMADA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-MAIOR-NUMERO

            OPEN INPUT PROGRAMADAS
            IF APG-OK THEN
               PERFORM UNTIL EOF-OK
                   READ PROGRAMADAS
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF APG-NUMERO > WS-MAIOR-NUMERO THEN
                              MOVE APG-NUMERO TO WS-MAIOR-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRAMADAS
            END-IF

            OPEN EXTEND PROGRAMADAS
            IF WS-APG-FS EQUAL 35 THEN
               OPEN OUTPUT PROGRAMADAS
            END-IF

            IF NOT APG-OK THEN
               MOVE 'PG13ALTPRG'         TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR PROGRAMADAS' TO LK-ERRO-OPERACAO
               MOVE WS-APG-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-GRAVA-PROGRAMADA-FIM
            END-IF

            INITIALIZE REG-ALT-PROGRAMADA
            ADD 1 WS-MAIOR-NUMERO GIVING APG-NUMERO
            MOVE WS-ID-ENT         TO APG-ID-CONTATO
            MOVE WS-DT-VIGENCIA    TO APG-DT-VIGENCIA
            MOVE WS-NM-NOVO        TO APG-NM-NOVO
            MOVE WS-PRENOME-NOVO   TO APG-PRENOME-NOVO
            MOVE WS-SOBRENOME-NOVO TO APG-SOBRENOME-NOVO
            MOVE WS-DT-ULT-ALT-ATUAL TO APG-DT-ULT-ALT-CTT
            MOVE WS-TP-NOVO        TO APG-TP-NOVO
            MOVE WS-FILIAL-NOVA    TO APG-FILIAL-NOVA
            MOVE WS-SOLICITANTE    TO APG-SOLICITANTE
            MOVE WS-OPERADOR       TO APG-OPERADOR
            MOVE FUNCTION CURRENT-DATE(1:8) TO APG-DT-REGISTRO
            MOVE FUNCTION CURRENT-DATE(9:6) TO APG-HR-REGISTRO
            SET APG-PENDENTE TO TRUE

            WRITE REG-ALT-PROGRAMADA
            CLOSE PROGRAMADAS

            DISPLAY "ALTERACAO PROGRAMADA No " APG-NUMERO
                    " REGISTRADA - SERA APLICADA NA CARGA NOTURNA DE "
                    APG-DT-VIGENCIA "."
            .

       P-GRAVA-PROGRAMADA-FIM.
           EXIT.

      * Lista as alteracoes pendentes, na ordem em que foram
      * registradas.
       P-LISTA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LISTADAS

            OPEN INPUT PROGRAMADAS
            IF NOT APG-OK THEN
               DISPLAY "NENHUMA ALTERACAO PROGRAMADA REGISTRADA AINDA."
               GO TO P-LISTA-FIM
            END-IF

            DISPLAY
             "*********************************************************"
            PERFORM UNTIL EOF-OK
                READ PROGRAMADAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF APG-PENDENTE THEN
                           ADD 1 TO WS-QTD-LISTADAS
                           PERFORM P-MOSTRA-1 THRU P-MOSTRA-1-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROGRAMADAS
            DISPLAY
             "*********************************************************"

            IF WS-QTD-LISTADAS EQUAL ZEROS THEN
               DISPLAY "NENHUMA ALTERACAO PROGRAMADA PENDENTE."
            END-IF
           .

       P-LISTA-FIM.
           EXIT.

       P-MOSTRA-1.
            DISPLAY "No " APG-NUMERO " CONTATO " APG-ID-CONTATO
                    " VIGENCIA " APG-DT-VIGENCIA
                    " PEDIDO POR " APG-SOLICITANTE
            IF APG-PRENOME-NOVO NOT = SPACES THEN
               DISPLAY "   NOME   -> " FUNCTION TRIM(APG-PRENOME-NOVO)
                       " " FUNCTION TRIM(APG-SOBRENOME-NOVO)
            ELSE
               IF APG-NM-NOVO NOT = SPACES THEN
                  DISPLAY "   NOME   -> " APG-NM-NOVO
               END-IF
            END-IF
            IF APG-TP-NOVO NOT = SPACES THEN
               DISPLAY "   TIPO   -> " APG-TP-NOVO
            END-IF
            IF APG-FILIAL-NOVA NOT = SPACES THEN
               DISPLAY "   FILIAL -> " APG-FILIAL-NOVA
            END-IF
            DISPLAY "   REGISTRADA POR " APG-OPERADOR " EM "
                    APG-DT-REGISTRO " " APG-HR-REGISTRO
           .

       P-MOSTRA-1-FIM.

      * Marca como cancelada a alteracao pendente escolhida,
      * regravando ALT_PROGRAMADAS.dat via temporario.
       P-CANCELA.
            DISPLAY "Numero da alteracao a cancelar (0 = nenhuma): "
            ACCEPT WS-NUMERO

            IF WS-NUMERO EQUAL ZEROS THEN
               GO TO P-CANCELA-FIM
            END-IF

            DISPLAY "Confirma o cancelamento da alteracao "
                    WS-NUMERO "?"
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para abortar."
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM NOT EQUAL 'S' THEN
               DISPLAY "Operacao Abortada"
               GO TO P-CANCELA-FIM
            END-IF

            SET EOF-OK TO FALSE
            MOVE 'N' TO WS-CANCELOU

            OPEN INPUT PROGRAMADAS
            IF NOT APG-OK THEN
               GO TO P-CANCELA-FIM
            END-IF

            OPEN OUTPUT APGTEMP

            PERFORM UNTIL EOF-OK
                READ PROGRAMADAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF APG-NUMERO EQUAL WS-NUMERO
                           AND APG-PENDENTE THEN
                           SET APG-CANCELADA TO TRUE
                           MOVE WS-DATA-HOJE TO APG-DT-SITUACAO
                           MOVE WS-OPERADOR  TO APG-OPER-SITUACAO
                           MOVE "CANCELADA PELO OPERADOR"
                                TO APG-MOTIVO
                           MOVE 'S' TO WS-CANCELOU
                        END-IF
                        MOVE REG-ALT-PROGRAMADA TO REG-APGTEMP
                        WRITE REG-APGTEMP
                END-READ
            END-PERFORM

            CLOSE PROGRAMADAS
            CLOSE APGTEMP

            IF NOT CANCELOU THEN
               DISPLAY "ALTERACAO " WS-NUMERO " NAO ENCONTRADA OU "
                       "NAO ESTA PENDENTE."
               GO TO P-CANCELA-FIM
            END-IF

            SET EOF-OK TO FALSE
            OPEN INPUT APGTEMP
            OPEN OUTPUT PROGRAMADAS

            PERFORM UNTIL EOF-OK
                READ APGTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-APGTEMP TO REG-ALT-PROGRAMADA
                        WRITE REG-ALT-PROGRAMADA
                END-READ
            END-PERFORM

            CLOSE APGTEMP
            CLOSE PROGRAMADAS

            DISPLAY "ALTERACAO " WS-NUMERO " CANCELADA."
            .

       P-CANCELA-FIM.
           EXIT.

       P-END.
            GOBACK.
       END PROGRAM PG13ALTPRG.
