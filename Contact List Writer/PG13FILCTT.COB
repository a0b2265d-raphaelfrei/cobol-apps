      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Manutencao do mestre de filiais FILIAIS.dat -
      *          inclusao de filial nova (ou reativacao de uma
      *          desativada), troca do nome, desativacao (so depois
      *          que a filial nao tiver mais contatos ativos; a
      *          carteira e levada a outra filial pelo PG13TRFFIL) e
      *          listagem das filiais com a quantidade de contatos
      *          ativos de cada uma em CONTATOS.dat. A regravacao e
      *          feita via FILIAIS.TMP, como nos demais arquivos
      *          sequenciais do cadastro.
      * Update: 15/10/2026 - UF da filial pedida na inclusao e na
      *                      troca de nome (opcao 3 passou a trocar
      *                      nome e/ou UF) e mostrada na listagem, para
      *                      os feriados estaduais do calendario de
      *                      dias uteis (PG13DIAUTL), que rele as
      *                      filiais ao sair
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13FILCTT.

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

            SELECT FILTEMP ASSIGN TO ".\FILIAIS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD FILIAIS.
          COPY FD_FILIA.

      * Mesmo tamanho de REG-FILIAL (34 bytes), para a regravacao via
      * temporario nao truncar o fim dos registros copiados.
       FD FILTEMP.
       01 REG-FILTEMP              PIC X(34).

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-FIL-FS             PIC 9(02).
          88 FIL-OK           VALUE 0.

       77 WS-TMP-FS             PIC 9(02).
          88 TMP-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-EXIT               PIC X(01).
          88 EXIT-OK          VALUE 'N' FALSE 'S'.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
          88 OPCAO-INCLUIR    VALUE '2'.
          88 OPCAO-RENOMEAR   VALUE '3'.
          88 OPCAO-DESATIVAR  VALUE '4'.

       77 WS-CONFIRMA           PIC X(01) VALUE SPACE.
          88 CONFIRMADO       VALUE 'S' 's'.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.

      * Filial em digitacao.
       77 WS-CODIGO             PIC X(03) VALUE SPACES.
       77 WS-NOME               PIC X(20) VALUE SPACES.
       77 WS-UF                 PIC X(02) VALUE SPACES.

      * Situacao da filial digitada no mestre: 'N' nao cadastrada,
      * 'A' ativa, 'I' desativada.
       77 WS-SITUACAO-ATUAL     PIC X(01) VALUE 'N'.
          88 FILIAL-NAO-EXISTE VALUE 'N'.
          88 FILIAL-JA-ATIVA   VALUE 'A'.
          88 FILIAL-DESATIVADA VALUE 'I'.
       77 WS-NOME-ATUAL         PIC X(20) VALUE SPACES.
       77 WS-UF-ATUAL           PIC X(02) VALUE SPACES.

      * 'R' = trocar o nome, 'D' = desativar, 'T' = reativar.
       77 WS-ACAO               PIC X(01) VALUE SPACE.
          88 ACAO-RENOMEAR    VALUE 'R'.
          88 ACAO-DESATIVAR   VALUE 'D'.
          88 ACAO-REATIVAR    VALUE 'T'.

      * Contagem de contatos ativos por filial, na ordem de
      * FILIAIS.dat; a contagem das filiais que aparecem nos contatos
      * mas nao estao no mestre vai para WS-QTD-SEM-MESTRE.
       01 WS-TABELA-FILIAIS.
          03 WS-FIL-ITEM OCCURS 100 TIMES.
             05 WS-FIL-CODIGO       PIC X(03).
             05 WS-FIL-NOME         PIC X(20).
             05 WS-FIL-SITUACAO     PIC X(01).
             05 WS-FIL-DT-SITUACAO  PIC 9(08).
             05 WS-FIL-UF           PIC X(02).
             05 WS-FIL-QTD-ATIVOS   PIC 9(06).

       77 WS-QTD-FILIAIS        PIC 9(03) VALUE ZEROS.
       77 WS-IDX-FIL            PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-FIL          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-SEM-FILIAL     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-MESTRE     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ATIVOS-FIL     PIC 9(06) VALUE ZEROS.
       77 WS-DESC-SITUACAO      PIC X(10) VALUE SPACES.

       COPY LK_ERRFS.

       COPY LK_DIAUTL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** MANUTENCAO DAS FILIAIS *****"

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            SET EXIT-OK OF WS-EXIT TO FALSE

            PERFORM P-MENU THRU P-MENU-FIM UNTIL EXIT-OK

            PERFORM P-END
           .

       P-MENU.
            MOVE SPACE TO WS-OPCAO

            DISPLAY "<1> Listar filiais com os contatos ativos (padrao)"
            DISPLAY "<2> Incluir filial"
            DISPLAY "<3> Trocar o nome ou a UF de uma filial"
            DISPLAY "<4> Desativar filial"
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN OPCAO-INCLUIR
                   PERFORM P-INCLUI THRU P-INCLUI-FIM
                WHEN OPCAO-RENOMEAR
                   PERFORM P-RENOMEIA THRU P-RENOMEIA-FIM
                WHEN OPCAO-DESATIVAR
                   PERFORM P-DESATIVA THRU P-DESATIVA-FIM
                WHEN OTHER
                   PERFORM P-LISTA THRU P-LISTA-FIM
            END-EVALUATE

            DISPLAY "<QUALQUER TECLA> para continuar, <N> para sair."
            ACCEPT WS-EXIT
           .

       P-MENU-FIM.

      * Lista as filiais do mestre com a quantidade de contatos ativos
      * de cada uma, mais os contatos ativos sem filial e os que
      * apontam para um codigo que nao esta no mestre.
       P-LISTA.
            PERFORM P-CARREGA-FILIAIS THRU P-CARREGA-FILIAIS-FIM
            PERFORM P-CONTA-ATIVOS THRU P-CONTA-ATIVOS-FIM

            DISPLAY "COD NOME                 UF SITUACAO   DESDE    "
                    "ATIVOS"

            PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
                    UNTIL WS-IDX-FIL > WS-QTD-FILIAIS
                MOVE 'ATIVA' TO WS-DESC-SITUACAO
                IF WS-FIL-SITUACAO(WS-IDX-FIL) EQUAL 'I' THEN
                   MOVE 'DESATIVADA' TO WS-DESC-SITUACAO
                END-IF
                DISPLAY WS-FIL-CODIGO(WS-IDX-FIL) " "
                        WS-FIL-NOME(WS-IDX-FIL) " "
                        WS-FIL-UF(WS-IDX-FIL) " "
                        WS-DESC-SITUACAO " "
                        WS-FIL-DT-SITUACAO(WS-IDX-FIL) " "
                        WS-FIL-QTD-ATIVOS(WS-IDX-FIL)
            END-PERFORM

            DISPLAY "FILIAIS CADASTRADAS          : " WS-QTD-FILIAIS
            DISPLAY "ATIVOS SEM FILIAL INFORMADA  : " WS-QTD-SEM-FILIAL
            DISPLAY "ATIVOS EM FILIAL FORA DO "
                    "MESTRE: " WS-QTD-SEM-MESTRE
           .

       P-LISTA-FIM.
           EXIT.

       P-CARREGA-FILIAIS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-FILIAIS

            OPEN INPUT FILIAIS
            IF NOT FIL-OK THEN
               DISPLAY "FILIAIS.dat VAZIO OU INDISPONIVEL."
               GO TO P-CARREGA-FILIAIS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ FILIAIS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF WS-QTD-FILIAIS < 100 THEN
                           ADD 1 TO WS-QTD-FILIAIS
                           MOVE FIL-CODIGO
                                TO WS-FIL-CODIGO(WS-QTD-FILIAIS)
                           MOVE FIL-NOME
                                TO WS-FIL-NOME(WS-QTD-FILIAIS)
                           MOVE FIL-SITUACAO
                                TO WS-FIL-SITUACAO(WS-QTD-FILIAIS)
                           MOVE FIL-UF
                                TO WS-FIL-UF(WS-QTD-FILIAIS)
                           MOVE ZEROS
                                TO WS-FIL-DT-SITUACAO(WS-QTD-FILIAIS)
                           IF FIL-DT-SITUACAO IS NUMERIC THEN
                              MOVE FIL-DT-SITUACAO
                                TO WS-FIL-DT-SITUACAO(WS-QTD-FILIAIS)
                           END-IF
                           MOVE ZEROS
                                TO WS-FIL-QTD-ATIVOS(WS-QTD-FILIAIS)
                        ELSE
                           DISPLAY "FILIAIS.dat TEM MAIS DE 100 "
                                   "FILIAIS - IGNORANDO O RESTANTE"
                        END-IF
                END-READ
            END-PERFORM

            CLOSE FILIAIS
           .

       P-CARREGA-FILIAIS-FIM.
           EXIT.

       P-CONTA-ATIVOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-SEM-FILIAL WS-QTD-SEM-MESTRE

            OPEN INPUT CONTATOS
            IF NOT FS-OK THEN
               MOVE 'PG13FILCTT'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-CONTA-ATIVOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF CONTATO-ATIVO THEN
                           PERFORM P-SOMA-1-CONTATO
                                   THRU P-SOMA-1-CONTATO-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS
           .

       P-CONTA-ATIVOS-FIM.
           EXIT.

       P-SOMA-1-CONTATO.
            IF FILIAL-CONTATO EQUAL SPACES THEN
               ADD 1 TO WS-QTD-SEM-FILIAL
               GO TO P-SOMA-1-CONTATO-FIM
            END-IF

            MOVE ZEROS TO WS-ACHOU-FIL
            PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
                    UNTIL WS-IDX-FIL > WS-QTD-FILIAIS
                       OR WS-ACHOU-FIL > ZEROS
                IF WS-FIL-CODIGO(WS-IDX-FIL) EQUAL FILIAL-CONTATO THEN
                   MOVE WS-IDX-FIL TO WS-ACHOU-FIL
                END-IF
            END-PERFORM

            IF WS-ACHOU-FIL > ZEROS THEN
               ADD 1 TO WS-FIL-QTD-ATIVOS(WS-ACHOU-FIL)
            ELSE
               ADD 1 TO WS-QTD-SEM-MESTRE
            END-IF
           .

       P-SOMA-1-CONTATO-FIM.
           EXIT.

      * Inclui uma filial nova no fim de FILIAIS.dat; se o codigo ja
      * existe desativado, oferece a reativacao.
       P-INCLUI.
            DISPLAY "Codigo da nova filial: "
            ACCEPT WS-CODIGO

            IF WS-CODIGO EQUAL SPACES THEN
               DISPLAY "CODIGO DE FILIAL INVALIDO."
               GO TO P-INCLUI-FIM
            END-IF

            PERFORM P-PROCURA-FILIAL THRU P-PROCURA-FILIAL-FIM

            IF FILIAL-JA-ATIVA THEN
               DISPLAY "FILIAL JA CADASTRADA: " WS-CODIGO " - "
                       WS-NOME-ATUAL
               GO TO P-INCLUI-FIM
            END-IF

            IF FILIAL-DESATIVADA THEN
               DISPLAY "FILIAL " WS-CODIGO " - " WS-NOME-ATUAL
                       " ESTA DESATIVADA."
               DISPLAY "Voce deseja reativa-la?"
               DISPLAY "<S> para confirmar, <QUALQUER TECLA> para sair."
               ACCEPT WS-CONFIRMA
               IF CONFIRMADO THEN
                  MOVE 'T' TO WS-ACAO
                  PERFORM P-REGRAVA THRU P-REGRAVA-FIM
                  DISPLAY "FILIAL REATIVADA."
               ELSE
                  DISPLAY "OPERACAO CANCELADA."
               END-IF
               GO TO P-INCLUI-FIM
            END-IF

            DISPLAY "Nome da filial: "
            ACCEPT WS-NOME

            IF WS-NOME EQUAL SPACES THEN
               DISPLAY "NOME DA FILIAL NAO PODE FICAR EM BRANCO."
               GO TO P-INCLUI-FIM
            END-IF

            DISPLAY "UF da filial (sigla do estado): "
            ACCEPT WS-UF

            IF WS-UF EQUAL SPACES THEN
               DISPLAY "UF DA FILIAL NAO PODE FICAR EM BRANCO."
               GO TO P-INCLUI-FIM
            END-IF

            OPEN EXTEND FILIAIS
            IF WS-FIL-FS EQUAL 35 THEN
               OPEN OUTPUT FILIAIS
            END-IF

            IF NOT FIL-OK THEN
               MOVE 'PG13FILCTT'    TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR FILIAIS' TO LK-ERRO-OPERACAO
               MOVE WS-FIL-FS       TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-INCLUI-FIM
            END-IF

            MOVE WS-CODIGO    TO FIL-CODIGO
            MOVE WS-NOME      TO FIL-NOME
            MOVE WS-UF        TO FIL-UF
            MOVE 'A'          TO FIL-SITUACAO
            MOVE WS-DATA-HOJE TO FIL-DT-SITUACAO
            WRITE REG-FILIAL

            CLOSE FILIAIS

            DISPLAY "FILIAL INCLUIDA: " WS-CODIGO " - " WS-NOME
           .

       P-INCLUI-FIM.
           EXIT.

       P-RENOMEIA.
            DISPLAY "Codigo da filial: "
            ACCEPT WS-CODIGO

            PERFORM P-PROCURA-FILIAL THRU P-PROCURA-FILIAL-FIM

            IF FILIAL-NAO-EXISTE THEN
               DISPLAY "FILIAL NAO CADASTRADA EM FILIAIS.dat."
               GO TO P-RENOMEIA-FIM
            END-IF

            DISPLAY "Nome atual: " WS-NOME-ATUAL
            DISPLAY "Novo nome (em branco = manter): "
            MOVE SPACES TO WS-NOME
            ACCEPT WS-NOME

            IF WS-NOME EQUAL SPACES THEN
               MOVE WS-NOME-ATUAL TO WS-NOME
            END-IF

            DISPLAY "UF atual: " WS-UF-ATUAL
            DISPLAY "Nova UF (em branco = manter): "
            MOVE SPACES TO WS-UF
            ACCEPT WS-UF

            IF WS-UF EQUAL SPACES THEN
               MOVE WS-UF-ATUAL TO WS-UF
            END-IF

            MOVE 'R' TO WS-ACAO
            PERFORM P-REGRAVA THRU P-REGRAVA-FIM

            DISPLAY "FILIAL ALTERADA: " WS-CODIGO " - " WS-NOME
                    " " WS-UF
           .

       P-RENOMEIA-FIM.
           EXIT.

      * A filial so pode ser desativada sem contatos ativos: a
      * carteira precisa antes ser transferida (PG13TRFFIL), para
      * nenhum contato ativo ficar numa filial fechada.
       P-DESATIVA.
            DISPLAY "Codigo da filial: "
            ACCEPT WS-CODIGO

            PERFORM P-PROCURA-FILIAL THRU P-PROCURA-FILIAL-FIM

            IF FILIAL-NAO-EXISTE THEN
               DISPLAY "FILIAL NAO CADASTRADA EM FILIAIS.dat."
               GO TO P-DESATIVA-FIM
            END-IF

            IF FILIAL-DESATIVADA THEN
               DISPLAY "FILIAL JA ESTA DESATIVADA."
               GO TO P-DESATIVA-FIM
            END-IF

            PERFORM P-CARREGA-FILIAIS THRU P-CARREGA-FILIAIS-FIM
            PERFORM P-CONTA-ATIVOS THRU P-CONTA-ATIVOS-FIM

            MOVE ZEROS TO WS-QTD-ATIVOS-FIL
            PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
                    UNTIL WS-IDX-FIL > WS-QTD-FILIAIS
                IF WS-FIL-CODIGO(WS-IDX-FIL) EQUAL WS-CODIGO THEN
                   MOVE WS-FIL-QTD-ATIVOS(WS-IDX-FIL)
                        TO WS-QTD-ATIVOS-FIL
                END-IF
            END-PERFORM

            IF WS-QTD-ATIVOS-FIL > ZEROS THEN
               DISPLAY "A FILIAL AINDA TEM " WS-QTD-ATIVOS-FIL
                       " CONTATOS ATIVOS."
               DISPLAY "TRANSFIRA A CARTEIRA PARA OUTRA FILIAL "
                       "(PG13TRFFIL) ANTES DE DESATIVAR."
               GO TO P-DESATIVA-FIM
            END-IF

            DISPLAY "DESATIVAR A FILIAL " WS-CODIGO " - "
                    WS-NOME-ATUAL "?"
            DISPLAY "Voce deseja continuar?"
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para sair."
            ACCEPT WS-CONFIRMA

            IF NOT CONFIRMADO THEN
               DISPLAY "OPERACAO CANCELADA."
               GO TO P-DESATIVA-FIM
            END-IF

            MOVE 'D' TO WS-ACAO
            PERFORM P-REGRAVA THRU P-REGRAVA-FIM

            DISPLAY "FILIAL DESATIVADA."
           .

       P-DESATIVA-FIM.
           EXIT.

      * Procura WS-CODIGO no mestre e devolve a situacao, o nome e a
      * UF.
       P-PROCURA-FILIAL.
            SET EOF-OK TO FALSE
            MOVE 'N'    TO WS-SITUACAO-ATUAL
            MOVE SPACES TO WS-NOME-ATUAL WS-UF-ATUAL

            OPEN INPUT FILIAIS
            IF NOT FIL-OK THEN
               GO TO P-PROCURA-FILIAL-FIM
            END-IF

            PERFORM UNTIL EOF-OK OR NOT FILIAL-NAO-EXISTE
                READ FILIAIS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF FIL-CODIGO EQUAL WS-CODIGO THEN
                           MOVE FIL-NOME TO WS-NOME-ATUAL
                           MOVE FIL-UF   TO WS-UF-ATUAL
                           IF FIL-INATIVA THEN
                              MOVE 'I' TO WS-SITUACAO-ATUAL
                           ELSE
                              MOVE 'A' TO WS-SITUACAO-ATUAL
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE FILIAIS
           .

       P-PROCURA-FILIAL-FIM.
           EXIT.

      * Copia FILIAIS.dat para o temporario aplicando a acao pedida
      * na linha de WS-CODIGO e devolve o temporario ao mestre.
       P-REGRAVA.
            SET EOF-OK TO FALSE

            OPEN INPUT FILIAIS
            IF NOT FIL-OK THEN
               MOVE 'PG13FILCTT'    TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR FILIAIS' TO LK-ERRO-OPERACAO
               MOVE WS-FIL-FS       TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-REGRAVA-FIM
            END-IF

            OPEN OUTPUT FILTEMP
            IF NOT TMP-OK THEN
               DISPLAY "ERRO AO ABRIR FILIAIS.TMP."
               DISPLAY "Error ID: " WS-TMP-FS
               CLOSE FILIAIS
               GO TO P-REGRAVA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ FILIAIS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF FIL-CODIGO EQUAL WS-CODIGO THEN
                           PERFORM P-APLICA-ACAO THRU P-APLICA-ACAO-FIM
                        END-IF
                        MOVE REG-FILIAL TO REG-FILTEMP
                        WRITE REG-FILTEMP
                END-READ
            END-PERFORM

            CLOSE FILIAIS
            CLOSE FILTEMP

            SET EOF-OK TO FALSE

            OPEN INPUT FILTEMP
            OPEN OUTPUT FILIAIS

            PERFORM UNTIL EOF-OK
                READ FILTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-FILTEMP TO REG-FILIAL
                        WRITE REG-FILIAL
                END-READ
            END-PERFORM

            CLOSE FILTEMP
            CLOSE FILIAIS
           .

       P-REGRAVA-FIM.
           EXIT.

       P-APLICA-ACAO.
            EVALUATE TRUE
                WHEN ACAO-RENOMEAR
                   MOVE WS-NOME TO FIL-NOME
                   MOVE WS-UF   TO FIL-UF
                   IF FIL-SITUACAO EQUAL SPACE THEN
                      MOVE 'A' TO FIL-SITUACAO
                   END-IF
                WHEN ACAO-DESATIVAR
                   MOVE 'I'          TO FIL-SITUACAO
                   MOVE WS-DATA-HOJE TO FIL-DT-SITUACAO
                WHEN ACAO-REATIVAR
                   MOVE 'A'          TO FIL-SITUACAO
                   MOVE WS-DATA-HOJE TO FIL-DT-SITUACAO
            END-EVALUATE

            IF FIL-DT-SITUACAO IS NOT NUMERIC THEN
               MOVE ZEROS TO FIL-DT-SITUACAO
            END-IF
           .

       P-APLICA-ACAO-FIM.
           EXIT.

      * A UF das filiais pode ter mudado: a rotina de dias uteis
      * rele as filiais na proxima chamada.
       P-END.
            MOVE 'R' TO LK-DIA-FUNCAO
            CALL 'PG13DIAUTL' USING LK-DIA-AREA

            GOBACK.
       END PROGRAM PG13FILCTT.
