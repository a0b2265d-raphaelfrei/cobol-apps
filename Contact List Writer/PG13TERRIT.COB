      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Manutencao dos territorios de vendas TERRITORIOS.dat -
      *          listagem, inclusao de uma faixa de CEP ou de uma UF
      *          num territorio (novo ou ja existente), exclusao de
      *          uma linha e reatribuicao do territorio a outro
      *          representante. A reatribuicao (operador autorizado)
      *          troca o representante em todas as linhas do
      *          territorio e move para ele todos os contatos
      *          carimbados com o territorio, com imagem em
      *          JORNAL.dat, entrada em HISTORICO.dat e os totais em
      *          CONTROLE.dat. A regravacao do mestre e feita via
      *          TERRITORIOS.TMP, como nos demais arquivos sequenciais
      *          do cadastro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13TERRIT.

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

            SELECT TERRITORIOS ASSIGN TO ".\TERRITORIOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TER-FS.

            SELECT TERTEMP ASSIGN TO ".\TERRITORIOS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT OPERADORES ASSIGN TO ".\OPERADORES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-OPR-FS.

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

       FD TERRITORIOS.
          COPY FD_TERRI.

      * Mesmo tamanho de REG-TERRITORIO (59 bytes), para a regravacao
      * via temporario nao truncar o fim dos registros copiados.
       FD TERTEMP.
       01 REG-TERTEMP              PIC X(59).

       FD OPERADORES.
          COPY FD_OPERA.

       FD HISTORICO.
          COPY FD_HISTC.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-TER-FS             PIC 9(02).
          88 TER-OK           VALUE 0.

       77 WS-TMP-FS             PIC 9(02).
          88 TMP-OK           VALUE 0.

       77 WS-OPR-FS             PIC 9(02).
          88 OPR-OK           VALUE 0.

       77 WS-HIST-FS            PIC 9(02).
          88 HIST-OK          VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-EXIT               PIC X(01).
          88 EXIT-OK          VALUE 'N' FALSE 'S'.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
          88 OPCAO-INCLUIR    VALUE '2'.
          88 OPCAO-EXCLUIR    VALUE '3'.
          88 OPCAO-REATRIBUIR VALUE '4'.

       77 WS-CONFIRMA           PIC X(01) VALUE SPACE.
          88 CONFIRMADO       VALUE 'S' 's'.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.

      * Linha de territorio em digitacao.
       77 WS-CODIGO             PIC X(04) VALUE SPACES.
       77 WS-NOME               PIC X(20) VALUE SPACES.
       77 WS-CRITERIO           PIC X(01) VALUE SPACE.
          88 CRITERIO-CEP     VALUE 'C'.
          88 CRITERIO-UF      VALUE 'U'.
       77 WS-CEP-INICIAL        PIC 9(08) VALUE ZEROS.
       77 WS-CEP-FINAL          PIC 9(08) VALUE ZEROS.
       77 WS-UF                 PIC X(02) VALUE SPACES.
       77 WS-REPRESENTANTE      PIC X(08) VALUE SPACES.

      * Territorio digitado no mestre: nome, representante atual e
      * quantidade de linhas.
       77 WS-QTD-LINHAS-TER     PIC 9(04) VALUE ZEROS.
       77 WS-NOME-ATUAL         PIC X(20) VALUE SPACES.
       77 WS-REPRES-ATUAL       PIC X(08) VALUE SPACES.

      * Outros territorios que cobrem a mesma faixa ou UF.
       77 WS-QTD-SOBREPOSTOS    PIC 9(04) VALUE ZEROS.

      * Operador procurado em OPERADORES.dat: 'S' cadastrado, 'N' nao
      * cadastrado, 'X' arquivo de operadores ausente.
       77 WS-OPR-BUSCA          PIC X(08) VALUE SPACES.
       77 WS-OPR-SITUACAO       PIC X(01) VALUE 'N'.
          88 OPR-CADASTRADO   VALUE 'S'.
          88 OPR-SEM-CONTROLE VALUE 'X'.

      * 'E' = excluir a linha WS-LINHA-ALVO, 'R' = trocar o
      * representante de todas as linhas de WS-CODIGO.
       77 WS-ACAO               PIC X(01) VALUE SPACE.
          88 ACAO-EXCLUIR     VALUE 'E'.
          88 ACAO-REATRIBUIR  VALUE 'R'.
       77 WS-LINHA              PIC 9(04) VALUE ZEROS.
       77 WS-LINHA-ALVO         PIC 9(04) VALUE ZEROS.
       77 WS-REGRAVOU           PIC X(01) VALUE 'N'.
          88 REGRAVOU         VALUE 'S' FALSE 'N'.

       77 WS-DESC-CRITERIO      PIC X(20) VALUE SPACES.
       77 WS-QTD-LISTADOS       PIC 9(04) VALUE ZEROS.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MOVIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_JRNCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** TERRITORIOS DE VENDAS *****"

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            SET EXIT-OK OF WS-EXIT TO FALSE

            PERFORM P-MENU THRU P-MENU-FIM UNTIL EXIT-OK

            PERFORM P-END
           .

       P-MENU.
            MOVE SPACE TO WS-OPCAO

            DISPLAY "<1> Listar territorios (padrao)"
            DISPLAY "<2> Incluir faixa de CEP ou UF num territorio"
            DISPLAY "<3> Excluir uma linha de territorio"
            DISPLAY "<4> Reatribuir territorio a outro representante"
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN OPCAO-INCLUIR
                   PERFORM P-INCLUI THRU P-INCLUI-FIM
                WHEN OPCAO-EXCLUIR
                   PERFORM P-EXCLUI THRU P-EXCLUI-FIM
                WHEN OPCAO-REATRIBUIR
                   PERFORM P-REATRIBUI THRU P-REATRIBUI-FIM
                WHEN OTHER
                   PERFORM P-LISTA THRU P-LISTA-FIM
            END-EVALUATE

            DISPLAY "<QUALQUER TECLA> para continuar, <N> para sair."
            ACCEPT WS-EXIT
           .

       P-MENU-FIM.

       P-LISTA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LISTADOS

            OPEN INPUT TERRITORIOS
            IF NOT TER-OK THEN
               DISPLAY "TERRITORIOS.dat VAZIO OU INDISPONIVEL."
               GO TO P-LISTA-FIM
            END-IF

            DISPLAY "COD  NOME                 REPRES.  ABRANGENCIA"
                    "          DESDE"

            PERFORM UNTIL EOF-OK
                READ TERRITORIOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LISTADOS
                        PERFORM P-DESCREVE-LINHA
                                THRU P-DESCREVE-LINHA-FIM
                        DISPLAY TER-CODIGO " " TER-NOME " "
                                TER-REPRESENTANTE " "
                                WS-DESC-CRITERIO " "
                                TER-DT-ATRIBUICAO
                END-READ
            END-PERFORM

            CLOSE TERRITORIOS

            DISPLAY "LINHAS DE TERRITORIO: " WS-QTD-LISTADOS
           .

       P-LISTA-FIM.
           EXIT.

       P-DESCREVE-LINHA.
            MOVE SPACES TO WS-DESC-CRITERIO

            IF TER-POR-CEP THEN
               STRING 'CEP '          DELIMITED BY SIZE
                      TER-CEP-INICIAL DELIMITED BY SIZE
                      '-'             DELIMITED BY SIZE
                      TER-CEP-FINAL   DELIMITED BY SIZE
                  INTO WS-DESC-CRITERIO
            ELSE
               STRING 'UF '           DELIMITED BY SIZE
                      TER-UF          DELIMITED BY SIZE
                  INTO WS-DESC-CRITERIO
            END-IF
           .

       P-DESCREVE-LINHA-FIM.
           EXIT.

      ******************************************************************
      * Inclui uma linha (faixa de CEP ou UF) no fim de
      * TERRITORIOS.dat. Territorio novo pede o nome e o
      * representante; territorio existente herda os dois. Faixa ou
      * UF ja coberta por outro territorio so entra com confirmacao,
      * e sai depois no relatorio de sobreposicoes da atribuicao.
      ******************************************************************
       P-INCLUI.
            DISPLAY "Codigo do territorio: "
            MOVE SPACES TO WS-CODIGO
            ACCEPT WS-CODIGO

            IF WS-CODIGO EQUAL SPACES THEN
               DISPLAY "CODIGO DE TERRITORIO INVALIDO."
               GO TO P-INCLUI-FIM
            END-IF

            PERFORM P-PROCURA-TERRITORIO THRU P-PROCURA-TERRITORIO-FIM

            IF WS-QTD-LINHAS-TER > ZEROS THEN
               DISPLAY "TERRITORIO " WS-CODIGO " - " WS-NOME-ATUAL
                       " (REPRESENTANTE " WS-REPRES-ATUAL ")"
               MOVE WS-NOME-ATUAL   TO WS-NOME
               MOVE WS-REPRES-ATUAL TO WS-REPRESENTANTE
            ELSE
               DISPLAY "Nome do novo territorio: "
               MOVE SPACES TO WS-NOME
               ACCEPT WS-NOME
               IF WS-NOME EQUAL SPACES THEN
                  DISPLAY "NOME DO TERRITORIO NAO PODE FICAR EM BRANCO."
                  GO TO P-INCLUI-FIM
               END-IF

               DISPLAY "Representante (operador): "
               MOVE SPACES TO WS-REPRESENTANTE
               ACCEPT WS-REPRESENTANTE
               MOVE WS-REPRESENTANTE TO WS-OPR-BUSCA
               PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM
               IF WS-REPRESENTANTE EQUAL SPACES
                  OR (NOT OPR-CADASTRADO AND NOT OPR-SEM-CONTROLE)
                  THEN
                  DISPLAY "REPRESENTANTE NAO CADASTRADO EM "
                          "OPERADORES.dat."
                  GO TO P-INCLUI-FIM
               END-IF
            END-IF

            DISPLAY "Abrangencia da linha: <C> faixa de CEP, "
                    "<U> UF inteira"
            MOVE SPACE TO WS-CRITERIO
            ACCEPT WS-CRITERIO
            MOVE FUNCTION UPPER-CASE(WS-CRITERIO) TO WS-CRITERIO

            MOVE ZEROS  TO WS-CEP-INICIAL WS-CEP-FINAL
            MOVE SPACES TO WS-UF

            EVALUATE TRUE
                WHEN CRITERIO-CEP
                   DISPLAY "CEP inicial (8 digitos): "
                   ACCEPT WS-CEP-INICIAL
                   DISPLAY "CEP final (8 digitos): "
                   ACCEPT WS-CEP-FINAL
                   IF WS-CEP-INICIAL EQUAL ZEROS
                      OR WS-CEP-FINAL < WS-CEP-INICIAL THEN
                      DISPLAY "FAIXA DE CEP INVALIDA."
                      GO TO P-INCLUI-FIM
                   END-IF
                WHEN CRITERIO-UF
                   DISPLAY "UF (sigla do estado): "
                   ACCEPT WS-UF
                   MOVE FUNCTION UPPER-CASE(WS-UF) TO WS-UF
                   IF WS-UF EQUAL SPACES THEN
                      DISPLAY "UF NAO PODE FICAR EM BRANCO."
                      GO TO P-INCLUI-FIM
                   END-IF
                WHEN OTHER
                   DISPLAY "ABRANGENCIA INVALIDA."
                   GO TO P-INCLUI-FIM
            END-EVALUATE

            PERFORM P-CONFERE-SOBREPOSICAO
                    THRU P-CONFERE-SOBREPOSICAO-FIM

            IF WS-QTD-SOBREPOSTOS > ZEROS THEN
               DISPLAY "A LINHA SE SOBREPOE A " WS-QTD-SOBREPOSTOS
                       " LINHA(S) DE OUTRO(S) TERRITORIO(S)."
               DISPLAY "Voce deseja incluir assim mesmo?"
               DISPLAY "<S> para confirmar, <QUALQUER TECLA> para sair."
               ACCEPT WS-CONFIRMA
               IF NOT CONFIRMADO THEN
                  DISPLAY "OPERACAO CANCELADA."
                  GO TO P-INCLUI-FIM
               END-IF
            END-IF

            OPEN EXTEND TERRITORIOS
            IF WS-TER-FS EQUAL 35 THEN
               OPEN OUTPUT TERRITORIOS
            END-IF

            IF NOT TER-OK THEN
               MOVE 'PG13TERRIT'        TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR TERRITORIOS' TO LK-ERRO-OPERACAO
               MOVE WS-TER-FS           TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-INCLUI-FIM
            END-IF

            MOVE WS-CODIGO        TO TER-CODIGO
            MOVE WS-NOME          TO TER-NOME
            MOVE WS-CRITERIO      TO TER-CRITERIO
            MOVE WS-CEP-INICIAL   TO TER-CEP-INICIAL
            MOVE WS-CEP-FINAL     TO TER-CEP-FINAL
            MOVE WS-UF            TO TER-UF
            MOVE WS-REPRESENTANTE TO TER-REPRESENTANTE
            MOVE WS-DATA-HOJE     TO TER-DT-ATRIBUICAO
            WRITE REG-TERRITORIO

            CLOSE TERRITORIOS

            PERFORM P-DESCREVE-LINHA THRU P-DESCREVE-LINHA-FIM
            DISPLAY "LINHA INCLUIDA: " WS-CODIGO " - "
                    WS-DESC-CRITERIO
            DISPLAY "RODE A ATRIBUICAO DE TERRITORIOS (PG13ATRTER) "
                    "PARA CARIMBAR OS CONTATOS."
           .

       P-INCLUI-FIM.
           EXIT.

      * Procura WS-CODIGO no mestre e devolve o nome, o representante
      * e a quantidade de linhas do territorio.
       P-PROCURA-TERRITORIO.
            SET EOF-OK TO FALSE
            MOVE ZEROS  TO WS-QTD-LINHAS-TER
            MOVE SPACES TO WS-NOME-ATUAL WS-REPRES-ATUAL

            OPEN INPUT TERRITORIOS
            IF NOT TER-OK THEN
               GO TO P-PROCURA-TERRITORIO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ TERRITORIOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF TER-CODIGO EQUAL WS-CODIGO THEN
                           ADD 1 TO WS-QTD-LINHAS-TER
                           MOVE TER-NOME          TO WS-NOME-ATUAL
                           MOVE TER-REPRESENTANTE TO WS-REPRES-ATUAL
                        END-IF
                END-READ
            END-PERFORM

            CLOSE TERRITORIOS
           .

       P-PROCURA-TERRITORIO-FIM.
           EXIT.

      * Conta as linhas de outros territorios que cobrem a faixa ou a
      * UF digitada.
       P-CONFERE-SOBREPOSICAO.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-SOBREPOSTOS

            OPEN INPUT TERRITORIOS
            IF NOT TER-OK THEN
               GO TO P-CONFERE-SOBREPOSICAO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ TERRITORIOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF TER-CODIGO NOT EQUAL WS-CODIGO
                           AND TER-CRITERIO EQUAL WS-CRITERIO THEN
                           IF (CRITERIO-CEP
                               AND TER-CEP-INICIAL <= WS-CEP-FINAL
                               AND TER-CEP-FINAL >= WS-CEP-INICIAL)
                              OR (CRITERIO-UF
                                  AND TER-UF EQUAL WS-UF) THEN
                              ADD 1 TO WS-QTD-SOBREPOSTOS
                              PERFORM P-DESCREVE-LINHA
                                      THRU P-DESCREVE-LINHA-FIM
                              DISPLAY "  SOBREPOE " TER-CODIGO " - "
                                      TER-NOME " " WS-DESC-CRITERIO
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE TERRITORIOS
           .

       P-CONFERE-SOBREPOSICAO-FIM.
           EXIT.

      * Exclui uma linha: mostra as linhas do territorio com o numero
      * da linha no arquivo e regrava sem a escolhida. Os contatos ja
      * carimbados so mudam na proxima atribuicao.
       P-EXCLUI.
            DISPLAY "Codigo do territorio: "
            MOVE SPACES TO WS-CODIGO
            ACCEPT WS-CODIGO

            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-LINHA WS-QTD-LINHAS-TER

            OPEN INPUT TERRITORIOS
            IF NOT TER-OK THEN
               DISPLAY "TERRITORIOS.dat VAZIO OU INDISPONIVEL."
               GO TO P-EXCLUI-FIM
            END-IF

            DISPLAY "LINHA COD  ABRANGENCIA"

            PERFORM UNTIL EOF-OK
                READ TERRITORIOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-LINHA
                        IF TER-CODIGO EQUAL WS-CODIGO THEN
                           ADD 1 TO WS-QTD-LINHAS-TER
                           MOVE WS-LINHA TO WS-LINHA-ALVO
                           PERFORM P-DESCREVE-LINHA
                                   THRU P-DESCREVE-LINHA-FIM
                           DISPLAY WS-LINHA " " TER-CODIGO " "
                                   WS-DESC-CRITERIO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE TERRITORIOS

            IF WS-QTD-LINHAS-TER EQUAL ZEROS THEN
               DISPLAY "TERRITORIO NAO CADASTRADO EM TERRITORIOS.dat."
               GO TO P-EXCLUI-FIM
            END-IF

            IF WS-QTD-LINHAS-TER > 1 THEN
               DISPLAY "Numero da LINHA a excluir: "
               MOVE ZEROS TO WS-LINHA-ALVO
               ACCEPT WS-LINHA-ALVO
            END-IF

            DISPLAY "EXCLUIR A LINHA " WS-LINHA-ALVO
                    " DO TERRITORIO " WS-CODIGO "?"
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para sair."
            ACCEPT WS-CONFIRMA

            IF NOT CONFIRMADO THEN
               DISPLAY "OPERACAO CANCELADA."
               GO TO P-EXCLUI-FIM
            END-IF

            MOVE 'E' TO WS-ACAO
            PERFORM P-REGRAVA THRU P-REGRAVA-FIM

            IF REGRAVOU THEN
               DISPLAY "LINHA EXCLUIDA."
            ELSE
               DISPLAY "LINHA " WS-LINHA-ALVO
                       " NAO E DO TERRITORIO " WS-CODIGO "."
            END-IF
           .

       P-EXCLUI-FIM.
           EXIT.

      ******************************************************************
      * Reatribui o territorio a outro representante: troca o
      * representante em todas as linhas do territorio e leva junto
      * todos os contatos carimbados com ele. Restrito aos operadores
      * autorizados no login do PG13MENU, como as demais regravacoes
      * em lote de CONTATOS.dat.
      ******************************************************************
       P-REATRIBUI.
            IF LK-AUTORIZADO NOT = 'S' THEN
               DISPLAY "REATRIBUICAO RESTRITA A OPERADORES "
                       "AUTORIZADOS."
               GO TO P-REATRIBUI-FIM
            END-IF

            DISPLAY "Codigo do territorio: "
            MOVE SPACES TO WS-CODIGO
            ACCEPT WS-CODIGO

            PERFORM P-PROCURA-TERRITORIO THRU P-PROCURA-TERRITORIO-FIM

            IF WS-QTD-LINHAS-TER EQUAL ZEROS THEN
               DISPLAY "TERRITORIO NAO CADASTRADO EM TERRITORIOS.dat."
               GO TO P-REATRIBUI-FIM
            END-IF

            DISPLAY "TERRITORIO " WS-CODIGO " - " WS-NOME-ATUAL
            DISPLAY "Representante atual: " WS-REPRES-ATUAL
            DISPLAY "Novo representante (operador): "
            MOVE SPACES TO WS-REPRESENTANTE
            ACCEPT WS-REPRESENTANTE

            IF WS-REPRESENTANTE EQUAL SPACES
               OR WS-REPRESENTANTE EQUAL WS-REPRES-ATUAL THEN
               DISPLAY "INFORME UM REPRESENTANTE DIFERENTE DO ATUAL."
               GO TO P-REATRIBUI-FIM
            END-IF

            MOVE WS-REPRESENTANTE TO WS-OPR-BUSCA
            PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM

            IF NOT OPR-CADASTRADO AND NOT OPR-SEM-CONTROLE THEN
               DISPLAY "REPRESENTANTE NAO CADASTRADO EM "
                       "OPERADORES.dat."
               GO TO P-REATRIBUI-FIM
            END-IF

            DISPLAY "O TERRITORIO " WS-CODIGO " E SEUS CONTATOS "
                    "PASSARAO DE " WS-REPRES-ATUAL " PARA "
                    WS-REPRESENTANTE
            DISPLAY "Voce deseja continuar?"
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para sair."
            ACCEPT WS-CONFIRMA

            IF NOT CONFIRMADO THEN
               DISPLAY "OPERACAO CANCELADA."
               GO TO P-REATRIBUI-FIM
            END-IF

            MOVE 'R' TO WS-ACAO
            PERFORM P-REGRAVA THRU P-REGRAVA-FIM

            IF NOT REGRAVOU THEN
               GO TO P-REATRIBUI-FIM
            END-IF

            PERFORM P-MOVE-CONTATOS THRU P-MOVE-CONTATOS-FIM
            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

            DISPLAY "TERRITORIO REATRIBUIDO - CONTATOS MOVIDOS: "
                    WS-QTD-MOVIDOS "  REJEITADOS: " WS-QTD-REJEITADOS
           .

       P-REATRIBUI-FIM.
           EXIT.

      * Regrava cada contato carimbado com o territorio com o novo
      * representante, com imagem em JORNAL.dat e entrada em
      * HISTORICO.dat (representante antigo e novo).
       P-MOVE-CONTATOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-MOVIDOS
                          WS-QTD-REJEITADOS

            OPEN I-O CONTATOS
            IF NOT FS-OK THEN
               MOVE 'PG13TERRIT'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-MOVE-CONTATOS-FIM
            END-IF

            OPEN EXTEND HISTORICO
            IF WS-HIST-FS EQUAL 35 THEN
               OPEN OUTPUT HISTORICO
            END-IF
            IF NOT HIST-OK THEN
               DISPLAY "ERRO AO ABRIR HISTORICO.dat - CONTATOS NAO "
                       "MOVIDOS; REPITA A REATRIBUICAO."
               DISPLAY "Error ID: " WS-HIST-FS
               CLOSE CONTATOS
               GO TO P-MOVE-CONTATOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        IF TERRITORIO-CONTATO EQUAL WS-CODIGO
                           AND REPRES-CONTATO
                               NOT EQUAL WS-REPRESENTANTE THEN
                           PERFORM P-MOVE-1 THRU P-MOVE-1-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS
            CLOSE HISTORICO
           .

       P-MOVE-CONTATOS-FIM.
           EXIT.

       P-MOVE-1.
            MOVE REG-CONTATOS     TO LK-JRN-ANTES
            MOVE SPACES           TO HIST-NM-ANTIGO HIST-NM-NOVO
            STRING 'REPRES '      DELIMITED BY SIZE
                   REPRES-CONTATO DELIMITED BY SIZE
               INTO HIST-NM-ANTIGO

            MOVE WS-REPRESENTANTE TO REPRES-CONTATO
            MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA

            REWRITE REG-CONTATOS
                    INVALID KEY
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "CONTATO NAO REGRAVADO - ID "
                               ID-CONTATO " STATUS " WS-FS
                       GO TO P-MOVE-1-FIM
            END-REWRITE

            ADD 1 TO WS-QTD-MOVIDOS

            MOVE 'PG13TERRIT'      TO LK-JRN-PROGRAMA
            MOVE LK-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "TERRIT REP"      TO LK-JRN-OPERACAO
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA

            MOVE ID-CONTATO        TO HIST-ID-CONTATO
            MOVE "TERRIT REP"      TO HIST-OPERACAO
            STRING 'REPRES '       DELIMITED BY SIZE
                   WS-REPRESENTANTE DELIMITED BY SIZE
               INTO HIST-NM-NOVO
            MOVE DT-ULT-ALT-DATA   TO HIST-DATA
            MOVE DT-ULT-ALT-HORA   TO HIST-HORA
            MOVE LK-OPERADOR       TO HIST-OPERADOR
            WRITE REG-HISTORICO
           .

       P-MOVE-1-FIM.
           EXIT.

      * Copia TERRITORIOS.dat para o temporario aplicando a acao
      * pedida e devolve o temporario ao mestre. WS-REGRAVOU diz se
      * alguma linha foi de fato alterada ou excluida.
       P-REGRAVA.
            SET EOF-OK   TO FALSE
            SET REGRAVOU TO FALSE
            MOVE ZEROS TO WS-LINHA

            OPEN INPUT TERRITORIOS
            IF NOT TER-OK THEN
               MOVE 'PG13TERRIT'        TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR TERRITORIOS' TO LK-ERRO-OPERACAO
               MOVE WS-TER-FS           TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-REGRAVA-FIM
            END-IF

            OPEN OUTPUT TERTEMP
            IF NOT TMP-OK THEN
               DISPLAY "ERRO AO ABRIR TERRITORIOS.TMP."
               DISPLAY "Error ID: " WS-TMP-FS
               CLOSE TERRITORIOS
               GO TO P-REGRAVA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ TERRITORIOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-LINHA
                        IF ACAO-EXCLUIR
                           AND WS-LINHA EQUAL WS-LINHA-ALVO
                           AND TER-CODIGO EQUAL WS-CODIGO THEN
                           SET REGRAVOU TO TRUE
                        ELSE
                           IF ACAO-REATRIBUIR
                              AND TER-CODIGO EQUAL WS-CODIGO THEN
                              MOVE WS-REPRESENTANTE
                                TO TER-REPRESENTANTE
                              MOVE WS-DATA-HOJE TO TER-DT-ATRIBUICAO
                              SET REGRAVOU TO TRUE
                           END-IF
                           MOVE REG-TERRITORIO TO REG-TERTEMP
                           WRITE REG-TERTEMP
                        END-IF
                END-READ
            END-PERFORM

            CLOSE TERRITORIOS
            CLOSE TERTEMP

            IF NOT REGRAVOU THEN
               GO TO P-REGRAVA-FIM
            END-IF

            SET EOF-OK TO FALSE

            OPEN INPUT TERTEMP
            OPEN OUTPUT TERRITORIOS

            PERFORM UNTIL EOF-OK
                READ TERTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-TERTEMP TO REG-TERRITORIO
                        WRITE REG-TERRITORIO
                END-READ
            END-PERFORM

            CLOSE TERTEMP
            CLOSE TERRITORIOS
           .

       P-REGRAVA-FIM.
           EXIT.

      * Procura WS-OPR-BUSCA em OPERADORES.dat.
       P-LE-OPERADOR.
            SET EOF-OK TO FALSE
            MOVE 'N' TO WS-OPR-SITUACAO

            OPEN INPUT OPERADORES
            IF NOT OPR-OK THEN
               MOVE 'X' TO WS-OPR-SITUACAO
               GO TO P-LE-OPERADOR-FIM
            END-IF

            PERFORM UNTIL EOF-OK OR OPR-CADASTRADO
                READ OPERADORES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF OPR-ID EQUAL WS-OPR-BUSCA THEN
                           MOVE 'S' TO WS-OPR-SITUACAO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE OPERADORES
           .

       P-LE-OPERADOR-FIM.
           EXIT.

       P-GRAVA-CONTROLE.
            MOVE 'PG13TERRIT'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS      TO CTL-QTD-LIDOS
            MOVE WS-QTD-MOVIDOS    TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-REJEITADOS TO CTL-QTD-REJEITADOS

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
       END PROGRAM PG13TERRIT.
