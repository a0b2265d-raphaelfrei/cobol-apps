      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Fila de reverificacao dos dados de contato - monta a
      *          fila dos contatos ativos que nao tiveram os dados
      *          confirmados com o proprio contato dentro da janela
      *          de VERIFICACAO_PARAM.dat (padrao 12 meses), na ordem
      *          de prioridade dos tipos (padrao CLIENTE primeiro) e,
      *          dentro do tipo, do nunca verificado e do verificado
      *          ha mais tempo para o mais recente. Da fila (ou pelo
      *          ID, fora dela) o operador confirma os dados: o
      *          contato recebe a data da verificacao e o operador, e
      *          a confirmacao fica como anotacao em NOTAS.dat. Mostra
      *          tambem quanto da base ativa esta dentro da janela -
      *          o mesmo numero que a fotografia mensal do PG13FOTMES
      *          guarda mes a mes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13VERCTT.

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

            SELECT VERIFPARAM ASSIGN TO ".\VERIFICACAO_PARAM.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-PRM-FS.

            SELECT NOTAS ASSIGN TO ".\NOTAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-NOT-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD VERIFPARAM.
          COPY FD_VERPR.

       FD NOTAS.
          COPY FD_NOTAS.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-PRM-FS             PIC 9(02).
          88 PRM-OK           VALUE 0.

       77 WS-NOT-FS             PIC 9(02).
          88 NOT-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-EXIT               PIC X(01).
          88 EXIT-OK          VALUE 'N' FALSE 'S'.

       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-ANO        PIC 9(04).
          03 WS-HOJE-MES        PIC 9(02).
          03 WS-HOJE-DIA        PIC 9(02).

      * Janela de reverificacao e a ordem dos tipos na fila.
       77 WS-MESES-JANELA       PIC 9(03) VALUE 12.
       01 WS-TABELA-PRIORIDADE.
          03 WS-PRIORIDADE OCCURS 3 TIMES PIC X(11).
       77 WS-IDX-PRI            PIC 9(01) VALUE ZEROS.

      * Data de corte: verificacao anterior a ela esta vencida.
       77 WS-DATA-CORTE         PIC 9(08) VALUE ZEROS.
       77 WS-MESES-CORTE        PIC 9(06) VALUE ZEROS.
       77 WS-ANO-CORTE          PIC 9(04) VALUE ZEROS.
       77 WS-MES-CORTE          PIC 9(02) VALUE ZEROS.

      * Fila de reverificacao. A chave de ordenacao junta a posicao
      * do tipo na prioridade, a data da ultima verificacao (zeros =
      * nunca verificado) e o ID.
       01 WS-TABELA-FILA.
          03 WS-FIL-ITEM OCCURS 2000 TIMES.
             05 WS-FIL-CHAVE.
                07 WS-FIL-PRIORIDADE PIC 9(01).
                07 WS-FIL-DT-VERIF   PIC 9(08).
                07 WS-FIL-ID         PIC 9(06).
             05 WS-FIL-NOME         PIC X(20).
             05 WS-FIL-TIPO         PIC X(11).
             05 WS-FIL-FEITO        PIC X(01).
                88 FIL-CONFIRMADO   VALUE 'S'.

       01 WS-FIL-TROCA          PIC X(47) VALUE SPACES.

       77 WS-QTD-FILA           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-FORA-FILA      PIC 9(06) VALUE ZEROS.
       77 WS-IDX-FILA           PIC 9(04) VALUE ZEROS.
       77 WS-IDX-SORT           PIC 9(04) VALUE ZEROS.
       77 WS-HOUVE-TROCA        PIC X(01) VALUE 'N'.
          88 HOUVE-TROCA      VALUE 'S'.

      * Pagina corrente da fila na tela.
       77 WS-PAG-INICIO         PIC 9(04) VALUE 1.
       77 WS-PAG-FIM            PIC 9(04) VALUE ZEROS.

      * Cobertura da base ativa.
       77 WS-QTD-ATIVOS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EM-DIA         PIC 9(06) VALUE ZEROS.
       77 WS-PERC-EM-DIA        PIC 9(03)V9 VALUE ZEROS.
       77 WS-PERC-ED            PIC ZZ9,9.

       77 WS-DT-VERIF-TRAB      PIC 9(08) VALUE ZEROS.
       77 WS-DT-VERIF-DISP      PIC X(10) VALUE SPACES.

       77 WS-ACAO               PIC X(01) VALUE SPACE.
          88 ACAO-CONFIRMAR   VALUE 'C' 'c'.
          88 ACAO-POR-ID      VALUE 'I' 'i'.
          88 ACAO-PROXIMA     VALUE 'P' 'p'.
          88 ACAO-VOLTAR      VALUE 'V' 'v'.

       77 WS-NUM-FILA           PIC 9(04) VALUE ZEROS.
       77 WS-ID-CONFIRMAR       PIC 9(06) VALUE ZEROS.
       77 WS-CT-IDX             PIC 9(01) VALUE ZEROS.
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.
       77 WS-TEXTO-NOTA         PIC X(47) VALUE SPACES.

       77 WS-CONFIRMOU          PIC X(01) VALUE 'N'.
          88 CONFIRMOU        VALUE 'S'.

       COPY LK_ERRFS.
       COPY LK_JRNCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** FILA DE REVERIFICACAO DE CONTATOS *****"

            MOVE LK-OPERADOR TO WS-OPERADOR
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            PERFORM P-LE-PARAMETROS THRU P-LE-PARAMETROS-FIM
            PERFORM P-CALCULA-CORTE THRU P-CALCULA-CORTE-FIM

            PERFORM P-MONTA-FILA THRU P-MONTA-FILA-FIM

            IF NOT FS-OK AND NOT EOF-OK THEN
               PERFORM P-END
            END-IF

            PERFORM P-ORDENA THRU P-ORDENA-FIM

            PERFORM P-EXIBE-COBERTURA THRU P-EXIBE-COBERTURA-FIM

            MOVE 1 TO WS-PAG-INICIO
            MOVE SPACE TO WS-ACAO
            PERFORM P-TRABALHA-FILA THRU P-TRABALHA-FILA-FIM
                    UNTIL ACAO-VOLTAR

            PERFORM P-END
           .

      * Janela e prioridades de VERIFICACAO_PARAM.dat; sem o arquivo
      * (ou com a janela zerada) valem os padroes.
       P-LE-PARAMETROS.
            MOVE 12            TO WS-MESES-JANELA
            MOVE 'CLIENTE'     TO WS-PRIORIDADE(1)
            MOVE 'FORNECEDOR'  TO WS-PRIORIDADE(2)
            MOVE 'FUNCIONARIO' TO WS-PRIORIDADE(3)

            OPEN INPUT VERIFPARAM
            IF NOT PRM-OK THEN
               GO TO P-LE-PARAMETROS-FIM
            END-IF

            READ VERIFPARAM
                 AT END
                    CONTINUE
             NOT AT END
                    IF VRP-MESES IS NUMERIC
                       AND VRP-MESES > ZEROS THEN
                       MOVE VRP-MESES TO WS-MESES-JANELA
                    END-IF
                    IF VRP-PRIORIDADE(1) NOT EQUAL SPACES THEN
                       PERFORM VARYING WS-IDX-PRI FROM 1 BY 1
                               UNTIL WS-IDX-PRI > 3
                           MOVE VRP-PRIORIDADE(WS-IDX-PRI)
                                TO WS-PRIORIDADE(WS-IDX-PRI)
                       END-PERFORM
                    END-IF
            END-READ

            CLOSE VERIFPARAM
           .

       P-LE-PARAMETROS-FIM.
           EXIT.

      * Recua a data de hoje WS-MESES-JANELA meses (o dia fica o
      * mesmo; a comparacao e so numerica).
       P-CALCULA-CORTE.
            COMPUTE WS-MESES-CORTE = WS-HOJE-ANO * 12
                                   + WS-HOJE-MES - 1
                                   - WS-MESES-JANELA
            DIVIDE WS-MESES-CORTE BY 12 GIVING WS-ANO-CORTE
                   REMAINDER WS-MES-CORTE
            ADD 1 TO WS-MES-CORTE

            COMPUTE WS-DATA-CORTE = WS-ANO-CORTE * 10000
                                  + WS-MES-CORTE * 100
                                  + WS-HOJE-DIA
           .

       P-CALCULA-CORTE-FIM.
           EXIT.

      ******************************************************************
      * Le a base inteira: conta os ativos e os que estao em dia e poe
      * na fila os ativos com a verificacao vencida ou nunca feita.
      ******************************************************************
       P-MONTA-FILA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-FILA WS-QTD-FORA-FILA
                          WS-QTD-ATIVOS WS-QTD-EM-DIA

            OPEN INPUT CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13VERCTT'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-MONTA-FILA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF CONTATO-ATIVO THEN
                           PERFORM P-AVALIA-CONTATO
                                   THRU P-AVALIA-CONTATO-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS
           .

       P-MONTA-FILA-FIM.
           EXIT.

       P-AVALIA-CONTATO.
            ADD 1 TO WS-QTD-ATIVOS

            IF DT-ULT-VERIFICACAO IS NUMERIC THEN
               MOVE DT-ULT-VERIFICACAO TO WS-DT-VERIF-TRAB
            ELSE
               MOVE ZEROS TO WS-DT-VERIF-TRAB
            END-IF

            IF WS-DT-VERIF-TRAB NOT < WS-DATA-CORTE THEN
               ADD 1 TO WS-QTD-EM-DIA
               GO TO P-AVALIA-CONTATO-FIM
            END-IF

            IF WS-QTD-FILA >= 2000 THEN
               ADD 1 TO WS-QTD-FORA-FILA
               GO TO P-AVALIA-CONTATO-FIM
            END-IF

            ADD 1 TO WS-QTD-FILA
            MOVE 4 TO WS-FIL-PRIORIDADE(WS-QTD-FILA)
            PERFORM VARYING WS-IDX-PRI FROM 3 BY -1
                    UNTIL WS-IDX-PRI < 1
                IF WS-PRIORIDADE(WS-IDX-PRI) EQUAL TP-CONTATO
                   AND TP-CONTATO NOT EQUAL SPACES THEN
                   MOVE WS-IDX-PRI TO WS-FIL-PRIORIDADE(WS-QTD-FILA)
                END-IF
            END-PERFORM

            MOVE WS-DT-VERIF-TRAB TO WS-FIL-DT-VERIF(WS-QTD-FILA)
            MOVE ID-CONTATO       TO WS-FIL-ID(WS-QTD-FILA)
            MOVE NM-CONTATO       TO WS-FIL-NOME(WS-QTD-FILA)
            MOVE TP-CONTATO       TO WS-FIL-TIPO(WS-QTD-FILA)
            MOVE 'N'              TO WS-FIL-FEITO(WS-QTD-FILA)
           .

       P-AVALIA-CONTATO-FIM.
           EXIT.

      * Ordena a fila pela chave (bolha simples, como a listagem de
      * aniversariantes).
       P-ORDENA.
            MOVE 'S' TO WS-HOUVE-TROCA

            PERFORM UNTIL NOT HOUVE-TROCA
                MOVE 'N' TO WS-HOUVE-TROCA

                PERFORM VARYING WS-IDX-SORT FROM 1 BY 1
                        UNTIL WS-IDX-SORT >= WS-QTD-FILA
                    IF WS-FIL-CHAVE(WS-IDX-SORT) >
                       WS-FIL-CHAVE(WS-IDX-SORT + 1) THEN
                       MOVE WS-FIL-ITEM(WS-IDX-SORT)
                            TO WS-FIL-TROCA
                       MOVE WS-FIL-ITEM(WS-IDX-SORT + 1)
                            TO WS-FIL-ITEM(WS-IDX-SORT)
                       MOVE WS-FIL-TROCA
                            TO WS-FIL-ITEM(WS-IDX-SORT + 1)
                       MOVE 'S' TO WS-HOUVE-TROCA
                    END-IF
                END-PERFORM
            END-PERFORM
           .

       P-ORDENA-FIM.
           EXIT.

       P-EXIBE-COBERTURA.
            MOVE ZEROS TO WS-PERC-EM-DIA
            IF WS-QTD-ATIVOS > ZEROS THEN
               COMPUTE WS-PERC-EM-DIA ROUNDED =
                       WS-QTD-EM-DIA * 100 / WS-QTD-ATIVOS
            END-IF
            MOVE WS-PERC-EM-DIA TO WS-PERC-ED

            DISPLAY "JANELA DE VERIFICACAO : " WS-MESES-JANELA
                    " MESES (VERIFICADOS DESDE " WS-DATA-CORTE ")"
            DISPLAY "CONTATOS ATIVOS       : " WS-QTD-ATIVOS
            DISPLAY "DENTRO DA JANELA      : " WS-QTD-EM-DIA
                    " (" WS-PERC-ED "%)"
            DISPLAY "NA FILA               : " WS-QTD-FILA
            IF WS-QTD-FORA-FILA > ZEROS THEN
               DISPLAY "VENCIDOS ALEM DA FILA : " WS-QTD-FORA-FILA
                       " (APARECEM QUANDO A FILA ANDAR)"
            END-IF
           .

       P-EXIBE-COBERTURA-FIM.
           EXIT.

      ******************************************************************
      * Mostra 20 posicoes da fila a partir de WS-PAG-INICIO e trata a
      * acao do operador.
      ******************************************************************
       P-TRABALHA-FILA.
            DISPLAY
             "*********************************************************"
            DISPLAY " POS.  ID     NOME                 TIPO        "
                    "ULT.VERIF."
            DISPLAY
             "*********************************************************"

            COMPUTE WS-PAG-FIM = WS-PAG-INICIO + 19
            IF WS-PAG-FIM > WS-QTD-FILA THEN
               MOVE WS-QTD-FILA TO WS-PAG-FIM
            END-IF

            PERFORM VARYING WS-IDX-FILA FROM WS-PAG-INICIO BY 1
                    UNTIL WS-IDX-FILA > WS-PAG-FIM
                IF WS-FIL-DT-VERIF(WS-IDX-FILA) EQUAL ZEROS THEN
                   MOVE 'NUNCA'     TO WS-DT-VERIF-DISP
                ELSE
                   MOVE WS-FIL-DT-VERIF(WS-IDX-FILA)
                        TO WS-DT-VERIF-DISP
                END-IF
                IF FIL-CONFIRMADO(WS-IDX-FILA) THEN
                   MOVE 'CONFIRMADO' TO WS-DT-VERIF-DISP
                END-IF
                DISPLAY WS-IDX-FILA "  " WS-FIL-ID(WS-IDX-FILA) " "
                        WS-FIL-NOME(WS-IDX-FILA) " "
                        WS-FIL-TIPO(WS-IDX-FILA) " "
                        WS-DT-VERIF-DISP
            END-PERFORM

            IF WS-QTD-FILA EQUAL ZEROS THEN
               DISPLAY "NENHUM CONTATO ATIVO COM VERIFICACAO VENCIDA."
            END-IF

            DISPLAY "<C> Confirmar pela posicao, <I> Confirmar pelo "
                    "ID, <P> Proxima pagina, <V> Voltar"
            ACCEPT WS-ACAO

            EVALUATE TRUE
                WHEN ACAO-CONFIRMAR
                   DISPLAY "Posicao na fila: "
                   ACCEPT WS-NUM-FILA
                   IF WS-NUM-FILA < 1 OR WS-NUM-FILA > WS-QTD-FILA
                      THEN
                      DISPLAY "POSICAO INEXISTENTE."
                   ELSE
                      IF FIL-CONFIRMADO(WS-NUM-FILA) THEN
                         DISPLAY "CONTATO JA CONFIRMADO NESTA SESSAO."
                      ELSE
                         MOVE WS-FIL-ID(WS-NUM-FILA)
                              TO WS-ID-CONFIRMAR
                         PERFORM P-CONFIRMA THRU P-CONFIRMA-FIM
                         IF CONFIRMOU THEN
                            MOVE 'S' TO WS-FIL-FEITO(WS-NUM-FILA)
                         END-IF
                      END-IF
                   END-IF
                WHEN ACAO-POR-ID
                   DISPLAY "ID do contato: "
                   ACCEPT WS-ID-CONFIRMAR
                   PERFORM P-CONFIRMA THRU P-CONFIRMA-FIM
                   IF CONFIRMOU THEN
                      PERFORM VARYING WS-IDX-FILA FROM 1 BY 1
                              UNTIL WS-IDX-FILA > WS-QTD-FILA
                          IF WS-FIL-ID(WS-IDX-FILA)
                             EQUAL WS-ID-CONFIRMAR THEN
                             MOVE 'S' TO WS-FIL-FEITO(WS-IDX-FILA)
                          END-IF
                      END-PERFORM
                   END-IF
                WHEN ACAO-PROXIMA
                   ADD 20 TO WS-PAG-INICIO
                   IF WS-PAG-INICIO > WS-QTD-FILA THEN
                      DISPLAY "FIM DA FILA - VOLTANDO AO INICIO."
                      MOVE 1 TO WS-PAG-INICIO
                   END-IF
                WHEN ACAO-VOLTAR
                   CONTINUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
           .

       P-TRABALHA-FILA-FIM.
           EXIT.

      ******************************************************************
      * Confirma os dados do contato WS-ID-CONFIRMAR: mostra o que esta
      * cadastrado, pede a confirmacao de que os dados foram conferidos
      * com o contato e uma observacao, carimba a data e o operador da
      * verificacao e deixa a anotacao em NOTAS.dat.
      ******************************************************************
       P-CONFIRMA.
            MOVE 'N' TO WS-CONFIRMOU

            OPEN I-O CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13VERCTT'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-CONFIRMA-FIM
            END-IF

            MOVE WS-ID-CONFIRMAR TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                    DISPLAY "CONTATO NAO EXISTE!"
                    CLOSE CONTATOS
                    GO TO P-CONFIRMA-FIM
            END-READ

            IF NOT CONTATO-ATIVO THEN
               DISPLAY "CONTATO EXCLUIDO - NAO HA O QUE VERIFICAR."
               CLOSE CONTATOS
               GO TO P-CONFIRMA-FIM
            END-IF

            DISPLAY "ID      : " ID-CONTATO
            DISPLAY "NOME    : " NM-CONTATO
            DISPLAY "CPF     : " CPF-CONTATO
            DISPLAY "TIPO    : " TP-CONTATO
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > QTD-CT-METODOS
                DISPLAY "MEIO " WS-CT-IDX " : "
                        CT-METODO-TIPO(WS-CT-IDX) " "
                        CT-METODO-VALOR(WS-CT-IDX)
            END-PERFORM
            IF DT-ULT-VERIFICACAO IS NUMERIC
               AND DT-ULT-VERIFICACAO > ZEROS THEN
               DISPLAY "ULTIMA VERIFICACAO: " DT-ULT-VERIFICACAO
                       " POR " OPER-ULT-VERIFICACAO
            ELSE
               DISPLAY "ULTIMA VERIFICACAO: NUNCA VERIFICADO"
            END-IF

            DISPLAY "Os dados acima foram confirmados com o contato?"
            DISPLAY "(dados errados: corrija primeiro pela alteracao "
                    "de contatos)"
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para abortar."
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM NOT EQUAL 'S' THEN
               DISPLAY "Operacao Abortada"
               CLOSE CONTATOS
               GO TO P-CONFIRMA-FIM
            END-IF

            DISPLAY "Observacao da verificacao (ate 47 caracteres): "
            ACCEPT WS-TEXTO-NOTA

            MOVE REG-CONTATOS TO LK-JRN-ANTES

            MOVE WS-DATA-HOJE TO DT-ULT-VERIFICACAO
            MOVE WS-OPERADOR  TO OPER-ULT-VERIFICACAO
            MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA

            REWRITE REG-CONTATOS
                    INVALID KEY
                       MOVE 'PG13VERCTT'        TO LK-ERRO-PROGRAMA
                       MOVE 'REGRAVAR CONTATOS' TO LK-ERRO-OPERACAO
                       MOVE WS-FS               TO LK-ERRO-FS
                       CALL 'PG13ERRFS' USING LK-ERRO-AREA
                       CLOSE CONTATOS
                       GO TO P-CONFIRMA-FIM
            END-REWRITE

            CLOSE CONTATOS

            MOVE 'S' TO WS-CONFIRMOU
            PERFORM P-GRAVA-JORNAL THRU P-GRAVA-JORNAL-FIM
            PERFORM P-GRAVA-NOTA   THRU P-GRAVA-NOTA-FIM

            DISPLAY "Verificacao Registrada!"
           .

       P-CONFIRMA-FIM.
           EXIT.

      * A confirmacao vira uma anotacao do contato, para quem consulta
      * as notas ver quando e com qual observacao foi verificado.
       P-GRAVA-NOTA.
            MOVE ID-CONTATO TO NOTA-ID-CONTATO
            MOVE FUNCTION CURRENT-DATE(1:8) TO NOTA-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO NOTA-HORA
            MOVE WS-OPERADOR TO NOTA-OPERADOR
            MOVE SPACES      TO NOTA-TEXTO
            IF WS-TEXTO-NOTA EQUAL SPACES THEN
               MOVE 'DADOS VERIFICADOS: CONFIRMADOS COM O CONTATO'
                    TO NOTA-TEXTO
            ELSE
               STRING 'DADOS VERIFICADOS: ' DELIMITED BY SIZE
                      WS-TEXTO-NOTA         DELIMITED BY SIZE
                      INTO NOTA-TEXTO
            END-IF

            OPEN EXTEND NOTAS
            IF WS-NOT-FS EQUAL 35 THEN
               OPEN OUTPUT NOTAS
            END-IF

            IF NOT-OK THEN
               WRITE REG-NOTA
               CLOSE NOTAS
            ELSE
               MOVE 'PG13VERCTT'   TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR NOTAS' TO LK-ERRO-OPERACAO
               MOVE WS-NOT-FS      TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
            END-IF
           .

       P-GRAVA-NOTA-FIM.
           EXIT.

      * Acrescenta a JORNAL.dat a imagem anterior e a posterior do
      * registro recem gravado em CONTATOS.dat, para a recuperacao
      * por PG13RECJRN a partir de uma geracao de backup.
       P-GRAVA-JORNAL.
            MOVE 'PG13VERCTT'      TO LK-JRN-PROGRAMA
            MOVE WS-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "VERIFICA"        TO LK-JRN-OPERACAO
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13VERCTT.
