      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Vinculos entre contatos e organograma - mantem
      *          RELACOES.dat (quem e assistente, gerente, conjuge,
      *          socio de quem, ou a quem reporta), com inclusao so
      *          entre dois contatos existentes e ativos, remocao,
      *          confirmacao dos vinculos marcados para revisao numa
      *          mesclagem e a impressao em ORGANOGRAMA.LST da
      *          hierarquia dos contatos ativos de cada empresa de
      *          EMPRESAS.dat, montada pelos vinculos REPORTA A,
      *          ASSISTENTE e GERENTE entre contatos da mesma empresa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13RELCTT.

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

            SELECT RELACOES ASSIGN TO ".\RELACOES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-REL-FS.

            SELECT RELTEMP ASSIGN TO ".\RELACOES.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT EMPRESAS ASSIGN TO ".\EMPRESAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-EMP-FS.

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-HIST-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD RELACOES.
          COPY FD_RELAC.

      * Mesmo tamanho de REG-RELACAO (41 bytes), para a regravacao
      * via temporario nao truncar o fim dos registros copiados.
       FD RELTEMP.
       01 REG-RELTEMP              PIC X(41).

       FD EMPRESAS.
          COPY FD_EMPRS.

       FD HISTORICO.
          COPY FD_HISTC.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-REL-FS             PIC 9(02).
          88 REL-OK           VALUE 0.

       77 WS-TMP-FS             PIC 9(02).
          88 TMP-OK           VALUE 0.

       77 WS-EMP-FS             PIC 9(02).
          88 EMP-OK           VALUE 0.

       77 WS-HIST-FS            PIC 9(02).
          88 HIST-OK          VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-EXIT               PIC X(01).
          88 EXIT-OK          VALUE 'N' FALSE 'S'.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
          88 OPCAO-INCLUIR    VALUE '2'.
          88 OPCAO-REMOVER    VALUE '3'.
          88 OPCAO-CONFIRMAR  VALUE '4'.
          88 OPCAO-ORGANOGRAMA VALUE '5'.

       77 WS-CONFIRMA           PIC X(01) VALUE SPACE.
          88 CONFIRMADO       VALUE 'S' 's'.

       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.

      * Tipos de vinculo oferecidos na tela, na ordem do menu.
       01 WS-TIPOS-VINCULO.
          03 FILLER PIC X(12) VALUE 'REPORTA A'.
          03 FILLER PIC X(12) VALUE 'ASSISTENTE'.
          03 FILLER PIC X(12) VALUE 'GERENTE'.
          03 FILLER PIC X(12) VALUE 'CONJUGE'.
          03 FILLER PIC X(12) VALUE 'SOCIO'.
          03 FILLER PIC X(12) VALUE 'OUTRO'.

       01 FILLER REDEFINES WS-TIPOS-VINCULO.
          03 WS-TIPO-VINCULO OCCURS 6 TIMES PIC X(12).

       77 WS-OPCAO-TIPO         PIC 9(01) VALUE ZEROS.

      * Vinculo em digitacao.
       77 WS-ID-ORIGEM          PIC 9(06) VALUE ZEROS.
       77 WS-ID-DESTINO         PIC 9(06) VALUE ZEROS.
       77 WS-TIPO               PIC X(12) VALUE SPACES.
       77 WS-NM-ORIGEM          PIC X(20) VALUE SPACES.
       77 WS-NM-DESTINO         PIC X(20) VALUE SPACES.
       77 WS-ID-CONSULTA        PIC 9(06) VALUE ZEROS.

       77 WS-CONTATO-OK         PIC X(01) VALUE 'N'.
          88 CONTATO-VALIDO   VALUE 'S'.

       77 WS-DUPLICADO          PIC X(01) VALUE 'N'.
          88 VINCULO-DUPLICADO VALUE 'S'.

      * 'X' = remover, 'C' = confirmar revisao.
       77 WS-ACAO               PIC X(01) VALUE SPACE.
          88 ACAO-REMOVER     VALUE 'X'.

       77 WS-QTD-AFETADOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LISTADOS       PIC 9(05) VALUE ZEROS.
       77 WS-MARCA-REVISAR      PIC X(10) VALUE SPACES.

      * Contatos ativos com empresa, para o organograma. OG-PAI e a
      * posicao do superior na propria tabela (zero = topo).
       01 WS-TABELA-ORGANOGRAMA.
          03 WS-OG-ITEM OCCURS 5000 TIMES.
             05 WS-OG-ID            PIC 9(06).
             05 WS-OG-NOME          PIC X(20).
             05 WS-OG-TIPO          PIC X(11).
             05 WS-OG-EMPRESA       PIC 9(04).
             05 WS-OG-PAI           PIC 9(04).
             05 WS-OG-VINCULO       PIC X(12).
             05 WS-OG-IMPRESSO      PIC X(01).
                88 OG-IMPRESSO      VALUE 'S'.

       77 WS-QTD-OG             PIC 9(04) VALUE ZEROS.
       77 WS-IDX-OG             PIC 9(04) VALUE ZEROS.
       77 WS-IDX-FILHO          PIC 9(04) VALUE ZEROS.
       77 WS-IDX-SUPERIOR       PIC 9(04) VALUE ZEROS.
       77 WS-ID-BUSCA           PIC 9(06) VALUE ZEROS.
       77 WS-ACHOU-OG           PIC 9(04) VALUE ZEROS.

      * Pilha do percurso da arvore (um nivel por degrau da
      * hierarquia); PILHA-POS guarda ate onde ja se procurou filho.
       01 WS-PILHA.
          03 WS-PILHA-ITEM OCCURS 20 TIMES.
             05 WS-PILHA-NO         PIC 9(04).
             05 WS-PILHA-POS        PIC 9(04).

       77 WS-NIVEL              PIC 9(02) VALUE ZEROS.
       77 WS-RECUO              PIC 9(02) VALUE ZEROS.
       77 WS-BRANCOS            PIC X(60) VALUE SPACES.

       01 WS-TABELA-EMPRESAS.
          03 WS-EMP-ITEM OCCURS 100 TIMES.
             05 WS-EMP-ID           PIC 9(04).
             05 WS-EMP-NOME         PIC X(30).

       77 WS-QTD-EMPRESAS       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-EMP            PIC 9(03) VALUE ZEROS.
       77 WS-EMP-FILTRO         PIC 9(04) VALUE ZEROS.

       77 WS-QTD-NA-EMPRESA     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-EMP-IMPRESSAS  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-EM-CICLO       PIC 9(04) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_PRTFMT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** VINCULOS ENTRE CONTATOS *****"

            MOVE LK-OPERADOR TO WS-OPERADOR
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            SET EXIT-OK OF WS-EXIT TO FALSE

            PERFORM P-MENU THRU P-MENU-FIM UNTIL EXIT-OK

            PERFORM P-END
           .

       P-MENU.
            MOVE SPACE TO WS-OPCAO

            DISPLAY "<1> Listar vinculos de um contato (padrao)"
            DISPLAY "<2> Incluir vinculo"
            DISPLAY "<3> Remover vinculo"
            DISPLAY "<4> Confirmar vinculo revisado apos mesclagem"
            DISPLAY "<5> Organograma por empresa (ORGANOGRAMA.LST)"
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN OPCAO-INCLUIR
                   PERFORM P-INCLUI THRU P-INCLUI-FIM
                WHEN OPCAO-REMOVER
                   MOVE 'X' TO WS-ACAO
                   PERFORM P-ALTERA-VINCULO THRU P-ALTERA-VINCULO-FIM
                WHEN OPCAO-CONFIRMAR
                   MOVE 'C' TO WS-ACAO
                   PERFORM P-ALTERA-VINCULO THRU P-ALTERA-VINCULO-FIM
                WHEN OPCAO-ORGANOGRAMA
                   PERFORM P-ORGANOGRAMA THRU P-ORGANOGRAMA-FIM
                WHEN OTHER
                   PERFORM P-LISTA THRU P-LISTA-FIM
            END-EVALUATE

            DISPLAY "<QUALQUER TECLA> para continuar, <N> para sair."
            ACCEPT WS-EXIT
           .

       P-MENU-FIM.

      * Lista os vinculos em que o contato aparece, dos dois lados.
       P-LISTA.
            DISPLAY "ID do contato: "
            ACCEPT WS-ID-CONSULTA

            MOVE ZEROS TO WS-QTD-LISTADOS
            SET EOF-OK TO FALSE

            OPEN INPUT RELACOES
            IF NOT REL-OK THEN
               DISPLAY "NENHUM VINCULO REGISTRADO AINDA."
               GO TO P-LISTA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ RELACOES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF REL-ID-ORIGEM EQUAL WS-ID-CONSULTA
                           OR REL-ID-DESTINO EQUAL WS-ID-CONSULTA THEN
                           ADD 1 TO WS-QTD-LISTADOS
                           MOVE SPACES TO WS-MARCA-REVISAR
                           IF REL-A-REVISAR THEN
                              MOVE '(REVISAR)' TO WS-MARCA-REVISAR
                           END-IF
                           DISPLAY REL-ID-ORIGEM " E " REL-TIPO
                                   " DE " REL-ID-DESTINO "  "
                                   REL-DATA " " WS-MARCA-REVISAR
                        END-IF
                END-READ
            END-PERFORM

            CLOSE RELACOES

            DISPLAY "VINCULOS DO CONTATO: " WS-QTD-LISTADOS
           .

       P-LISTA-FIM.
           EXIT.

      * Inclui um vinculo: os dois contatos precisam existir e estar
      * ativos, ser diferentes, e o mesmo vinculo nao pode repetir.
       P-INCLUI.
            DISPLAY "ID do contato de origem: "
            ACCEPT WS-ID-ORIGEM

            PERFORM P-ESCOLHE-TIPO THRU P-ESCOLHE-TIPO-FIM
            IF WS-TIPO EQUAL SPACES THEN
               DISPLAY "TIPO DE VINCULO INVALIDO."
               GO TO P-INCLUI-FIM
            END-IF

            DISPLAY "ID do contato de destino: "
            ACCEPT WS-ID-DESTINO

            IF WS-ID-ORIGEM EQUAL WS-ID-DESTINO THEN
               DISPLAY "UM CONTATO NAO PODE SER VINCULADO A SI MESMO."
               GO TO P-INCLUI-FIM
            END-IF

            OPEN INPUT CONTATOS
            IF NOT FS-OK THEN
               MOVE 'PG13RELCTT'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-INCLUI-FIM
            END-IF

            MOVE WS-ID-ORIGEM TO ID-CONTATO
            PERFORM P-LE-CONTATO THRU P-LE-CONTATO-FIM
            MOVE NM-CONTATO TO WS-NM-ORIGEM
            IF CONTATO-VALIDO THEN
               MOVE WS-ID-DESTINO TO ID-CONTATO
               PERFORM P-LE-CONTATO THRU P-LE-CONTATO-FIM
               MOVE NM-CONTATO TO WS-NM-DESTINO
            END-IF

            CLOSE CONTATOS

            IF NOT CONTATO-VALIDO THEN
               GO TO P-INCLUI-FIM
            END-IF

            PERFORM P-CONFERE-DUPLICADO THRU P-CONFERE-DUPLICADO-FIM
            IF VINCULO-DUPLICADO THEN
               DISPLAY "ESSE VINCULO JA ESTA REGISTRADO."
               GO TO P-INCLUI-FIM
            END-IF

            DISPLAY WS-ID-ORIGEM " " WS-NM-ORIGEM
            DISPLAY "   E " WS-TIPO " DE"
            DISPLAY WS-ID-DESTINO " " WS-NM-DESTINO
            DISPLAY "Voce deseja continuar?"
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para sair."
            ACCEPT WS-CONFIRMA

            IF NOT CONFIRMADO THEN
               GO TO P-INCLUI-FIM
            END-IF

            OPEN EXTEND RELACOES
            IF WS-REL-FS EQUAL 35 THEN
               OPEN OUTPUT RELACOES
            END-IF

            IF NOT REL-OK THEN
               MOVE 'PG13RELCTT'      TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR RELACOES' TO LK-ERRO-OPERACAO
               MOVE WS-REL-FS         TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-INCLUI-FIM
            END-IF

            MOVE WS-ID-ORIGEM  TO REL-ID-ORIGEM
            MOVE WS-TIPO       TO REL-TIPO
            MOVE WS-ID-DESTINO TO REL-ID-DESTINO
            MOVE SPACE         TO REL-SITUACAO
            MOVE WS-DATA-HOJE  TO REL-DATA
            MOVE WS-OPERADOR   TO REL-OPERADOR
            WRITE REG-RELACAO
            CLOSE RELACOES

            MOVE "VINCULO" TO HIST-OPERACAO
            PERFORM P-GRAVA-HISTORICO THRU P-GRAVA-HISTORICO-FIM

            DISPLAY "VINCULO INCLUIDO."
           .

       P-INCLUI-FIM.
           EXIT.

       P-ESCOLHE-TIPO.
            MOVE SPACES TO WS-TIPO
            MOVE ZEROS  TO WS-OPCAO-TIPO

            DISPLAY "Tipo do vinculo (origem E ... DE destino):"
            DISPLAY "<1> REPORTA A  <2> ASSISTENTE  <3> GERENTE"
            DISPLAY "<4> CONJUGE    <5> SOCIO       <6> OUTRO"
            ACCEPT WS-OPCAO-TIPO

            IF WS-OPCAO-TIPO >= 1 AND WS-OPCAO-TIPO <= 6 THEN
               MOVE WS-TIPO-VINCULO(WS-OPCAO-TIPO) TO WS-TIPO
            END-IF
           .

       P-ESCOLHE-TIPO-FIM.
           EXIT.

      * Le o contato em ID-CONTATO e confere se existe e esta ativo.
       P-LE-CONTATO.
            MOVE 'N' TO WS-CONTATO-OK

            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                    DISPLAY "CONTATO " ID-CONTATO " NAO EXISTE!"
                    MOVE SPACES TO NM-CONTATO
             NOT INVALID KEY
                    IF CONTATO-ATIVO THEN
                       MOVE 'S' TO WS-CONTATO-OK
                    ELSE
                       DISPLAY "CONTATO " ID-CONTATO " ESTA EXCLUIDO."
                    END-IF
            END-READ
           .

       P-LE-CONTATO-FIM.
           EXIT.

       P-CONFERE-DUPLICADO.
            MOVE 'N' TO WS-DUPLICADO
            SET EOF-OK TO FALSE

            OPEN INPUT RELACOES
            IF NOT REL-OK THEN
               GO TO P-CONFERE-DUPLICADO-FIM
            END-IF

            PERFORM UNTIL EOF-OK OR VINCULO-DUPLICADO
                READ RELACOES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF REL-ID-ORIGEM  EQUAL WS-ID-ORIGEM
                           AND REL-TIPO   EQUAL WS-TIPO
                           AND REL-ID-DESTINO EQUAL WS-ID-DESTINO THEN
                           MOVE 'S' TO WS-DUPLICADO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE RELACOES
           .

       P-CONFERE-DUPLICADO-FIM.
           EXIT.

      * Remove (WS-ACAO 'X') ou confirma apos revisao (WS-ACAO 'C')
      * o vinculo informado, regravando RELACOES.dat via temporario.
       P-ALTERA-VINCULO.
            DISPLAY "ID do contato de origem: "
            ACCEPT WS-ID-ORIGEM

            PERFORM P-ESCOLHE-TIPO THRU P-ESCOLHE-TIPO-FIM
            IF WS-TIPO EQUAL SPACES THEN
               DISPLAY "TIPO DE VINCULO INVALIDO."
               GO TO P-ALTERA-VINCULO-FIM
            END-IF

            DISPLAY "ID do contato de destino: "
            ACCEPT WS-ID-DESTINO

            MOVE ZEROS TO WS-QTD-AFETADOS
            SET EOF-OK TO FALSE

            OPEN INPUT RELACOES
            IF NOT REL-OK THEN
               DISPLAY "NENHUM VINCULO REGISTRADO AINDA."
               GO TO P-ALTERA-VINCULO-FIM
            END-IF

            OPEN OUTPUT RELTEMP

            PERFORM UNTIL EOF-OK
                READ RELACOES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF REL-ID-ORIGEM  EQUAL WS-ID-ORIGEM
                           AND REL-TIPO   EQUAL WS-TIPO
                           AND REL-ID-DESTINO EQUAL WS-ID-DESTINO THEN
                           ADD 1 TO WS-QTD-AFETADOS
                           IF NOT ACAO-REMOVER THEN
                              MOVE SPACE TO REL-SITUACAO
                              MOVE REG-RELACAO TO REG-RELTEMP
                              WRITE REG-RELTEMP
                           END-IF
                        ELSE
                           MOVE REG-RELACAO TO REG-RELTEMP
                           WRITE REG-RELTEMP
                        END-IF
                END-READ
            END-PERFORM

            CLOSE RELACOES
            CLOSE RELTEMP

            IF WS-QTD-AFETADOS EQUAL ZEROS THEN
               DISPLAY "VINCULO NAO ENCONTRADO."
               GO TO P-ALTERA-VINCULO-FIM
            END-IF

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

            IF ACAO-REMOVER THEN
               MOVE "DESVINCULO" TO HIST-OPERACAO
               PERFORM P-GRAVA-HISTORICO THRU P-GRAVA-HISTORICO-FIM
               DISPLAY "VINCULO REMOVIDO."
            ELSE
               DISPLAY "VINCULO CONFIRMADO."
            END-IF
           .

       P-ALTERA-VINCULO-FIM.
           EXIT.

      * Imprime o organograma de uma empresa (ou de todas as de
      * EMPRESAS.dat) em ORGANOGRAMA.LST.
       P-ORGANOGRAMA.
            DISPLAY "ID da empresa (0 = todas): "
            ACCEPT WS-EMP-FILTRO

            PERFORM P-CARREGA-EMPRESAS THRU P-CARREGA-EMPRESAS-FIM
            PERFORM P-CARREGA-CONTATOS THRU P-CARREGA-CONTATOS-FIM
            IF WS-QTD-OG EQUAL ZEROS THEN
               DISPLAY "NENHUM CONTATO ATIVO VINCULADO A EMPRESA."
               GO TO P-ORGANOGRAMA-FIM
            END-IF

            PERFORM P-MONTA-HIERARQUIA THRU P-MONTA-HIERARQUIA-FIM

            MOVE 'ORGANOGRAMA POR EMPRESA' TO LK-PRT-TITULO
            MOVE '.\ORGANOGRAMA.LST' TO LK-PRT-ARQUIVO
            MOVE WS-OPERADOR        TO LK-PRT-OPERADOR
            MOVE 'I'                TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE ZEROS TO WS-QTD-EMP-IMPRESSAS WS-QTD-EM-CICLO

            PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                    UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS
                IF WS-EMP-FILTRO EQUAL ZEROS
                   OR WS-EMP-FILTRO EQUAL WS-EMP-ID(WS-IDX-EMP) THEN
                   PERFORM P-IMPRIME-EMPRESA
                           THRU P-IMPRIME-EMPRESA-FIM
                END-IF
            END-PERFORM

            MOVE 'EMPRESAS IMPRESSAS' TO LK-PRT-ROTULO
            MOVE WS-QTD-EMP-IMPRESSAS TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            MOVE 'CONTATOS EM CICLO DE VINCULOS' TO LK-PRT-ROTULO
            MOVE WS-QTD-EM-CICLO TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            DISPLAY "SAIDA EM ORGANOGRAMA.LST"
           .

       P-ORGANOGRAMA-FIM.
           EXIT.

       P-CARREGA-EMPRESAS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-EMPRESAS

            OPEN INPUT EMPRESAS
            IF NOT EMP-OK THEN
               DISPLAY "EMPRESAS.dat INDISPONIVEL."
               GO TO P-CARREGA-EMPRESAS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ EMPRESAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF WS-QTD-EMPRESAS < 100 THEN
                           ADD 1 TO WS-QTD-EMPRESAS
                           MOVE EMP-ID
                                TO WS-EMP-ID(WS-QTD-EMPRESAS)
                           MOVE EMP-NOME
                                TO WS-EMP-NOME(WS-QTD-EMPRESAS)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE EMPRESAS
           .

       P-CARREGA-EMPRESAS-FIM.
           EXIT.

      * Carrega os contatos ativos que tem empresa (so a escolhida,
      * se houver filtro).
       P-CARREGA-CONTATOS.
            SET EOF-OK TO FALSE
            SET FS-OK  TO TRUE
            MOVE ZEROS TO WS-QTD-OG

            OPEN INPUT CONTATOS
            IF NOT FS-OK THEN
               MOVE 'PG13RELCTT'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-CARREGA-CONTATOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF CONTATO-ATIVO
                           AND ID-EMPRESA NUMERIC
                           AND ID-EMPRESA > ZEROS
                           AND (WS-EMP-FILTRO EQUAL ZEROS
                                OR ID-EMPRESA EQUAL WS-EMP-FILTRO)
                           AND WS-QTD-OG < 5000 THEN
                           ADD 1 TO WS-QTD-OG
                           MOVE ID-CONTATO TO WS-OG-ID(WS-QTD-OG)
                           MOVE NM-CONTATO TO WS-OG-NOME(WS-QTD-OG)
                           MOVE TP-CONTATO TO WS-OG-TIPO(WS-QTD-OG)
                           MOVE ID-EMPRESA TO WS-OG-EMPRESA(WS-QTD-OG)
                           MOVE ZEROS      TO WS-OG-PAI(WS-QTD-OG)
                           MOVE SPACES     TO WS-OG-VINCULO(WS-QTD-OG)
                           MOVE 'N'        TO WS-OG-IMPRESSO(WS-QTD-OG)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS
           .

       P-CARREGA-CONTATOS-FIM.
           EXIT.

      * Le os vinculos hierarquicos e aponta o superior de cada
      * contato: em REPORTA A e ASSISTENTE o superior e o destino,
      * em GERENTE e a origem. Vale o primeiro superior encontrado e
      * so entre contatos da mesma empresa.
       P-MONTA-HIERARQUIA.
            SET EOF-OK TO FALSE

            OPEN INPUT RELACOES
            IF NOT REL-OK THEN
               GO TO P-MONTA-HIERARQUIA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ RELACOES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF REL-REPORTA-A OR REL-ASSISTENTE
                           OR REL-GERENTE THEN
                           PERFORM P-APONTA-SUPERIOR
                                   THRU P-APONTA-SUPERIOR-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE RELACOES
           .

       P-MONTA-HIERARQUIA-FIM.
           EXIT.

       P-APONTA-SUPERIOR.
            IF REL-GERENTE THEN
               MOVE REL-ID-DESTINO TO WS-ID-BUSCA
            ELSE
               MOVE REL-ID-ORIGEM  TO WS-ID-BUSCA
            END-IF
            PERFORM P-LOCALIZA-OG THRU P-LOCALIZA-OG-FIM
            MOVE WS-ACHOU-OG TO WS-IDX-FILHO

            IF REL-GERENTE THEN
               MOVE REL-ID-ORIGEM  TO WS-ID-BUSCA
            ELSE
               MOVE REL-ID-DESTINO TO WS-ID-BUSCA
            END-IF
            PERFORM P-LOCALIZA-OG THRU P-LOCALIZA-OG-FIM
            MOVE WS-ACHOU-OG TO WS-IDX-SUPERIOR

            IF WS-IDX-FILHO EQUAL ZEROS
               OR WS-IDX-SUPERIOR EQUAL ZEROS THEN
               GO TO P-APONTA-SUPERIOR-FIM
            END-IF

            IF WS-OG-PAI(WS-IDX-FILHO) EQUAL ZEROS
               AND WS-OG-EMPRESA(WS-IDX-FILHO)
                   EQUAL WS-OG-EMPRESA(WS-IDX-SUPERIOR) THEN
               MOVE WS-IDX-SUPERIOR TO WS-OG-PAI(WS-IDX-FILHO)
               MOVE REL-TIPO        TO WS-OG-VINCULO(WS-IDX-FILHO)
            END-IF
           .

       P-APONTA-SUPERIOR-FIM.
           EXIT.

       P-LOCALIZA-OG.
            MOVE ZEROS TO WS-ACHOU-OG

            PERFORM VARYING WS-IDX-OG FROM 1 BY 1
                    UNTIL WS-IDX-OG > WS-QTD-OG
                       OR WS-ACHOU-OG > ZEROS
                IF WS-OG-ID(WS-IDX-OG) EQUAL WS-ID-BUSCA THEN
                   MOVE WS-IDX-OG TO WS-ACHOU-OG
                END-IF
            END-PERFORM
           .

       P-LOCALIZA-OG-FIM.
           EXIT.

      * Imprime a empresa WS-IDX-EMP: cada contato sem superior abre
      * uma arvore; no fim, os que so aparecem num ciclo de vinculos
      * (A reporta a B que reporta a A) sao listados a parte.
       P-IMPRIME-EMPRESA.
            MOVE ZEROS TO WS-QTD-NA-EMPRESA

            PERFORM VARYING WS-IDX-OG FROM 1 BY 1
                    UNTIL WS-IDX-OG > WS-QTD-OG
                IF WS-OG-EMPRESA(WS-IDX-OG) EQUAL WS-EMP-ID(WS-IDX-EMP)
                   THEN
                   ADD 1 TO WS-QTD-NA-EMPRESA
                END-IF
            END-PERFORM

            IF WS-QTD-NA-EMPRESA EQUAL ZEROS THEN
               GO TO P-IMPRIME-EMPRESA-FIM
            END-IF

            ADD 1 TO WS-QTD-EMP-IMPRESSAS

            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            STRING 'EMPRESA '              DELIMITED BY SIZE
                   WS-EMP-ID(WS-IDX-EMP)   DELIMITED BY SIZE
                   ' - '                   DELIMITED BY SIZE
                   WS-EMP-NOME(WS-IDX-EMP) DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-FILHO FROM 1 BY 1
                    UNTIL WS-IDX-FILHO > WS-QTD-OG
                IF WS-OG-EMPRESA(WS-IDX-FILHO)
                   EQUAL WS-EMP-ID(WS-IDX-EMP)
                   AND WS-OG-PAI(WS-IDX-FILHO) EQUAL ZEROS THEN
                   PERFORM P-IMPRIME-ARVORE THRU P-IMPRIME-ARVORE-FIM
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX-OG FROM 1 BY 1
                    UNTIL WS-IDX-OG > WS-QTD-OG
                IF WS-OG-EMPRESA(WS-IDX-OG) EQUAL WS-EMP-ID(WS-IDX-EMP)
                   AND NOT OG-IMPRESSO(WS-IDX-OG) THEN
                   ADD 1 TO WS-QTD-EM-CICLO
                   MOVE SPACES TO LK-PRT-LINHA
                   STRING '  EM CICLO DE VINCULOS - REVISAR: '
                                               DELIMITED BY SIZE
                          WS-OG-ID(WS-IDX-OG)  DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          WS-OG-NOME(WS-IDX-OG) DELIMITED BY SIZE
                      INTO LK-PRT-LINHA
                   PERFORM P-IMPRIME THRU P-IMPRIME-FIM
                END-IF
            END-PERFORM
           .

       P-IMPRIME-EMPRESA-FIM.
           EXIT.

      * Percorre a arvore a partir de WS-IDX-FILHO em profundidade,
      * imprimindo cada contato recuado conforme o nivel.
       P-IMPRIME-ARVORE.
            MOVE 1 TO WS-NIVEL
            MOVE WS-IDX-FILHO TO WS-PILHA-NO(1)
            MOVE ZEROS        TO WS-PILHA-POS(1)
            MOVE WS-IDX-FILHO TO WS-IDX-OG
            PERFORM P-IMPRIME-NO THRU P-IMPRIME-NO-FIM

            PERFORM P-PROXIMO-FILHO THRU P-PROXIMO-FILHO-FIM
                    UNTIL WS-NIVEL EQUAL ZEROS
           .

       P-IMPRIME-ARVORE-FIM.
           EXIT.

       P-PROXIMO-FILHO.
            MOVE ZEROS TO WS-ACHOU-OG

            COMPUTE WS-IDX-OG = WS-PILHA-POS(WS-NIVEL) + 1
            PERFORM UNTIL WS-IDX-OG > WS-QTD-OG
                       OR WS-ACHOU-OG > ZEROS
                IF WS-OG-PAI(WS-IDX-OG) EQUAL WS-PILHA-NO(WS-NIVEL)
                   AND NOT OG-IMPRESSO(WS-IDX-OG) THEN
                   MOVE WS-IDX-OG TO WS-ACHOU-OG
                ELSE
                   ADD 1 TO WS-IDX-OG
                END-IF
            END-PERFORM

            IF WS-ACHOU-OG EQUAL ZEROS THEN
               SUBTRACT 1 FROM WS-NIVEL
               GO TO P-PROXIMO-FILHO-FIM
            END-IF

            MOVE WS-ACHOU-OG TO WS-PILHA-POS(WS-NIVEL)

            IF WS-NIVEL < 20 THEN
               ADD 1 TO WS-NIVEL
               MOVE WS-ACHOU-OG TO WS-PILHA-NO(WS-NIVEL)
               MOVE ZEROS       TO WS-PILHA-POS(WS-NIVEL)
            END-IF

            MOVE WS-ACHOU-OG TO WS-IDX-OG
            PERFORM P-IMPRIME-NO THRU P-IMPRIME-NO-FIM
           .

       P-PROXIMO-FILHO-FIM.
           EXIT.

       P-IMPRIME-NO.
            MOVE 'S' TO WS-OG-IMPRESSO(WS-IDX-OG)
            COMPUTE WS-RECUO = WS-NIVEL * 3 - 1

            MOVE SPACES TO LK-PRT-LINHA
            STRING WS-BRANCOS(1:WS-RECUO)    DELIMITED BY SIZE
                   WS-OG-ID(WS-IDX-OG)       DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   WS-OG-NOME(WS-IDX-OG)     DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   WS-OG-TIPO(WS-IDX-OG)     DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   WS-OG-VINCULO(WS-IDX-OG)  DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-IMPRIME-NO-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

       P-IMPRIME-TOTAL.
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-TOTAL-FIM.

      * Registra a inclusao/remocao do vinculo no historico da
      * origem, com o tipo no lugar do nome antigo e o ID do destino
      * no lugar do novo.
       P-GRAVA-HISTORICO.
            OPEN EXTEND HISTORICO
            IF WS-HIST-FS EQUAL 35 THEN
               OPEN OUTPUT HISTORICO
            END-IF

            IF HIST-OK THEN
               MOVE WS-ID-ORIGEM         TO HIST-ID-CONTATO
               MOVE WS-TIPO              TO HIST-NM-ANTIGO
               MOVE SPACES               TO HIST-NM-NOVO
               STRING 'ID '              DELIMITED BY SIZE
                      WS-ID-DESTINO      DELIMITED BY SIZE
                  INTO HIST-NM-NOVO
               MOVE FUNCTION CURRENT-DATE(1:8)  TO HIST-DATA
               MOVE FUNCTION CURRENT-DATE(9:6)  TO HIST-HORA
               MOVE WS-OPERADOR          TO HIST-OPERADOR

               WRITE REG-HISTORICO

               CLOSE HISTORICO
            ELSE
               DISPLAY "ERRO AO GRAVAR O HISTORICO."
               DISPLAY "Error ID: " WS-HIST-FS
            END-IF
           .

       P-GRAVA-HISTORICO-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13RELCTT.
