      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Relatorio de contatos dormentes - lista os contatos
      *          ativos sem nenhuma atividade em HISTORICO.dat,
      *          NOTAS.dat, SEGUIMENTO.dat e CAMPANHAS.dat ha mais de
      *          N meses (informado pelo operador, padrao 12), com a
      *          data da ultima atividade e o arquivo de onde ela veio
      *          (ou NUNCA, quando o contato nao aparece em nenhum),
      *          agrupados por filial e tipo (DORMENTES.LST). Opcional-
      *          mente grava a lista como lote de exclusao no layout
      *          de CTT_TRANSACOES.dat (DORMENTES_TRN.dat: cabecalho,
      *          uma transacao D por contato e rodape), para revisao
      *          e, depois de revisado, pre-critica no PG13EDTTRN e
      *          carga no PG13TRNCTT. E a lista de partida da limpeza
      *          anual da base.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13DORMEN.

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

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-HIS-FS.

            SELECT NOTAS ASSIGN TO ".\NOTAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-NOT-FS.

            SELECT SEGUIMENTO ASSIGN TO ".\SEGUIMENTO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-SEG-FS.

            SELECT CAMPANHAS ASSIGN TO ".\CAMPANHAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CAM-FS.

            SELECT REGISTRO ASSIGN TO ".\CTT_REGISTRO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-RTR-FS.

            SELECT LOTE ASSIGN TO ".\DORMENTES_TRN.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-LOT-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD HISTORICO.
          COPY FD_HISTC.

       FD NOTAS.
          COPY FD_NOTAS.

       FD SEGUIMENTO.
          COPY FD_SEGU.

       FD CAMPANHAS.
          COPY FD_CAMPA.

       FD REGISTRO.
          COPY FD_REGTR.

       FD LOTE.
          COPY FD_TRNCT.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-HIS-FS             PIC 9(02).
          88 HIS-OK           VALUE 0.

       77 WS-NOT-FS             PIC 9(02).
          88 NOT-OK           VALUE 0.

       77 WS-SEG-FS             PIC 9(02).
          88 SEG-OK           VALUE 0.

       77 WS-CAM-FS             PIC 9(02).
          88 CAM-OK           VALUE 0.

       77 WS-RTR-FS             PIC 9(02).
          88 RTR-OK           VALUE 0.

       77 WS-LOT-FS             PIC 9(02).
          88 LOT-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-ANO        PIC 9(04).
          03 WS-HOJE-MES        PIC 9(02).
          03 WS-HOJE-DIA        PIC 9(02).

      * Meses sem atividade e a data de corte: ultima atividade
      * anterior a ela (ou nenhuma) torna o contato dormente.
       77 WS-MESES-DORMENTE     PIC 9(03) VALUE 12.
       77 WS-DATA-CORTE         PIC 9(08) VALUE ZEROS.
       77 WS-MESES-CORTE        PIC 9(06) VALUE ZEROS.
       77 WS-ANO-CORTE          PIC 9(04) VALUE ZEROS.
       77 WS-MES-CORTE          PIC 9(02) VALUE ZEROS.

       77 WS-GERA-LOTE          PIC X(01) VALUE 'N'.
          88 GERA-LOTE        VALUE 'S' 's'.

      * Contatos ativos, carregados na ordem do ID (a leitura de
      * CONTATOS.dat e pela chave), com a ultima atividade de cada
      * um. Depois da leitura dos arquivos de atividade os dormentes
      * sao trazidos para o inicio e ordenados pela chave do
      * relatorio (filial, tipo, ID).
       01 WS-TABELA-CONTATOS.
          03 WS-CTT-ITEM OCCURS 5000 TIMES.
             05 WS-CTT-CHAVE.
                07 WS-CTT-FILIAL     PIC X(03).
                07 WS-CTT-TIPO       PIC X(11).
                07 WS-CTT-ID         PIC 9(06).
             05 WS-CTT-NOME         PIC X(20).
             05 WS-CTT-CPF          PIC 9(11).
             05 WS-CTT-ULT-DATA     PIC 9(08).
             05 WS-CTT-ORIGEM       PIC X(10).

       01 WS-CTT-TROCA          PIC X(69) VALUE SPACES.

       77 WS-QTD-CONTATOS       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-FORA-TABELA    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DORMENTES      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-NUNCA          PIC 9(06) VALUE ZEROS.
       77 WS-IDX-CTT            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-SORT           PIC 9(04) VALUE ZEROS.
       77 WS-HOUVE-TROCA        PIC X(01) VALUE 'N'.
          88 HOUVE-TROCA      VALUE 'S'.

      * Busca binaria do ID na tabela (ainda na ordem do ID).
       77 WS-ID-BUSCA           PIC 9(06) VALUE ZEROS.
       77 WS-BUSCA-INICIO       PIC 9(04) VALUE ZEROS.
       77 WS-BUSCA-FIM          PIC 9(04) VALUE ZEROS.
       77 WS-BUSCA-MEIO         PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU-CTT          PIC 9(04) VALUE ZEROS.

      * Atividade lida no momento e o arquivo de onde veio.
       77 WS-DT-ATIVIDADE       PIC 9(08) VALUE ZEROS.
       77 WS-ORIGEM-ATIVIDADE   PIC X(10) VALUE SPACES.

      * Quebra do relatorio por filial e tipo.
       77 WS-FILIAL-ANTERIOR    PIC X(03) VALUE SPACES.
       77 WS-TIPO-ANTERIOR      PIC X(11) VALUE SPACES.
       77 WS-QTD-GRUPO          PIC 9(06) VALUE ZEROS.
       77 WS-DT-DISP            PIC X(10) VALUE SPACES.

      * Numeracao e totais do lote de exclusao.
       77 WS-MAIOR-PROCESSADO   PIC 9(06) VALUE ZEROS.
       77 WS-NUMERO-LOTE        PIC 9(06) VALUE ZEROS.
       77 WS-HASH-LOTE          PIC 9(12) VALUE ZEROS.
       77 WS-QTD-LOTE           PIC 9(06) VALUE ZEROS.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.

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
            DISPLAY "***** CONTATOS DORMENTES *****"

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            PERFORM P-PARAMETROS THRU P-PARAMETROS-FIM
            PERFORM P-CALCULA-CORTE THRU P-CALCULA-CORTE-FIM

            MOVE 'PG13DORMEN' TO LK-DUR-PROGRAMA
            MOVE 'I'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-CARREGA-CONTATOS THRU P-CARREGA-CONTATOS-FIM

            IF NOT FS-OK AND NOT EOF-OK THEN
               PERFORM P-END
            END-IF

            PERFORM P-LE-HISTORICO  THRU P-LE-HISTORICO-FIM
            PERFORM P-LE-NOTAS      THRU P-LE-NOTAS-FIM
            PERFORM P-LE-SEGUIMENTO THRU P-LE-SEGUIMENTO-FIM
            PERFORM P-LE-CAMPANHAS  THRU P-LE-CAMPANHAS-FIM

            PERFORM P-SEPARA-DORMENTES THRU P-SEPARA-DORMENTES-FIM
            PERFORM P-ORDENA THRU P-ORDENA-FIM

            PERFORM P-RELATORIO THRU P-RELATORIO-FIM

            IF GERA-LOTE AND WS-QTD-DORMENTES > ZEROS THEN
               PERFORM P-GRAVA-LOTE THRU P-GRAVA-LOTE-FIM
            END-IF

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-END
           .

       P-PARAMETROS.
            DISPLAY "Meses sem atividade (padrao 12): "
            ACCEPT WS-MESES-DORMENTE
            IF WS-MESES-DORMENTE IS NOT NUMERIC
               OR WS-MESES-DORMENTE EQUAL ZEROS THEN
               MOVE 12 TO WS-MESES-DORMENTE
            END-IF

            DISPLAY "Gravar a lista como lote de exclusao para "
                    "revisao (DORMENTES_TRN.dat)? <S/N>"
            ACCEPT WS-GERA-LOTE
           .

       P-PARAMETROS-FIM.
           EXIT.

      * Recua a data de hoje WS-MESES-DORMENTE meses, como a janela
      * de reverificacao do PG13VERCTT.
       P-CALCULA-CORTE.
            COMPUTE WS-MESES-CORTE = WS-HOJE-ANO * 12
                                   + WS-HOJE-MES - 1
                                   - WS-MESES-DORMENTE
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
      * Carrega os contatos ativos, sem atividade ainda.
      ******************************************************************
       P-CARREGA-CONTATOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-CONTATOS WS-QTD-FORA-TABELA
                          WS-QTD-LIDOS

            OPEN INPUT CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13DORMEN'     TO LK-ERRO-PROGRAMA
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
                        ADD 1 TO WS-QTD-LIDOS
                        IF CONTATO-ATIVO THEN
                           PERFORM P-GUARDA-CONTATO
                                   THRU P-GUARDA-CONTATO-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS
           .

       P-CARREGA-CONTATOS-FIM.
           EXIT.

       P-GUARDA-CONTATO.
            IF WS-QTD-CONTATOS >= 5000 THEN
               ADD 1 TO WS-QTD-FORA-TABELA
               GO TO P-GUARDA-CONTATO-FIM
            END-IF

            ADD 1 TO WS-QTD-CONTATOS
            MOVE FILIAL-CONTATO TO WS-CTT-FILIAL(WS-QTD-CONTATOS)
            MOVE TP-CONTATO     TO WS-CTT-TIPO(WS-QTD-CONTATOS)
            MOVE ID-CONTATO     TO WS-CTT-ID(WS-QTD-CONTATOS)
            MOVE NM-CONTATO     TO WS-CTT-NOME(WS-QTD-CONTATOS)
            MOVE CPF-CONTATO    TO WS-CTT-CPF(WS-QTD-CONTATOS)
            MOVE ZEROS          TO WS-CTT-ULT-DATA(WS-QTD-CONTATOS)
            MOVE 'NUNCA'        TO WS-CTT-ORIGEM(WS-QTD-CONTATOS)
           .

       P-GUARDA-CONTATO-FIM.
           EXIT.

      ******************************************************************
      * Arquivos de atividade. Arquivo que ainda nao existe (status 35)
      * simplesmente nao contribui; os demais erros de abertura sao
      * avisados e o arquivo e ignorado.
      ******************************************************************
       P-LE-HISTORICO.
            SET EOF-OK TO FALSE
            MOVE 'HISTORICO' TO WS-ORIGEM-ATIVIDADE

            OPEN INPUT HISTORICO

            IF NOT HIS-OK THEN
               IF WS-HIS-FS NOT EQUAL 35 THEN
                  MOVE 'PG13DORMEN'      TO LK-ERRO-PROGRAMA
                  MOVE 'ABRIR HISTORICO' TO LK-ERRO-OPERACAO
                  MOVE WS-HIS-FS         TO LK-ERRO-FS
                  CALL 'PG13ERRFS' USING LK-ERRO-AREA
               END-IF
               GO TO P-LE-HISTORICO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ HISTORICO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE HIST-ID-CONTATO TO WS-ID-BUSCA
                        MOVE HIST-DATA       TO WS-DT-ATIVIDADE
                        PERFORM P-REGISTRA-ATIVIDADE
                                THRU P-REGISTRA-ATIVIDADE-FIM
                END-READ
            END-PERFORM

            CLOSE HISTORICO
           .

       P-LE-HISTORICO-FIM.
           EXIT.

       P-LE-NOTAS.
            SET EOF-OK TO FALSE
            MOVE 'NOTAS' TO WS-ORIGEM-ATIVIDADE

            OPEN INPUT NOTAS

            IF NOT NOT-OK THEN
               IF WS-NOT-FS NOT EQUAL 35 THEN
                  MOVE 'PG13DORMEN'  TO LK-ERRO-PROGRAMA
                  MOVE 'ABRIR NOTAS' TO LK-ERRO-OPERACAO
                  MOVE WS-NOT-FS     TO LK-ERRO-FS
                  CALL 'PG13ERRFS' USING LK-ERRO-AREA
               END-IF
               GO TO P-LE-NOTAS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ NOTAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE NOTA-ID-CONTATO TO WS-ID-BUSCA
                        MOVE NOTA-DATA       TO WS-DT-ATIVIDADE
                        PERFORM P-REGISTRA-ATIVIDADE
                                THRU P-REGISTRA-ATIVIDADE-FIM
                END-READ
            END-PERFORM

            CLOSE NOTAS
           .

       P-LE-NOTAS-FIM.
           EXIT.

      * Vale a data de cadastro do acompanhamento e tambem a data
      * marcada: um retorno agendado mantem o contato fora da lista.
       P-LE-SEGUIMENTO.
            SET EOF-OK TO FALSE
            MOVE 'SEGUIMENTO' TO WS-ORIGEM-ATIVIDADE

            OPEN INPUT SEGUIMENTO

            IF NOT SEG-OK THEN
               IF WS-SEG-FS NOT EQUAL 35 THEN
                  MOVE 'PG13DORMEN'       TO LK-ERRO-PROGRAMA
                  MOVE 'ABRIR SEGUIMENTO' TO LK-ERRO-OPERACAO
                  MOVE WS-SEG-FS          TO LK-ERRO-FS
                  CALL 'PG13ERRFS' USING LK-ERRO-AREA
               END-IF
               GO TO P-LE-SEGUIMENTO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ SEGUIMENTO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE SEG-ID-CONTATO  TO WS-ID-BUSCA
                        MOVE SEG-DT-CADASTRO TO WS-DT-ATIVIDADE
                        PERFORM P-REGISTRA-ATIVIDADE
                                THRU P-REGISTRA-ATIVIDADE-FIM
                        MOVE SEG-DT-SEGUIMENTO TO WS-DT-ATIVIDADE
                        PERFORM P-REGISTRA-ATIVIDADE
                                THRU P-REGISTRA-ATIVIDADE-FIM
                END-READ
            END-PERFORM

            CLOSE SEGUIMENTO
           .

       P-LE-SEGUIMENTO-FIM.
           EXIT.

       P-LE-CAMPANHAS.
            SET EOF-OK TO FALSE
            MOVE 'CAMPANHAS' TO WS-ORIGEM-ATIVIDADE

            OPEN INPUT CAMPANHAS

            IF NOT CAM-OK THEN
               IF WS-CAM-FS NOT EQUAL 35 THEN
                  MOVE 'PG13DORMEN'      TO LK-ERRO-PROGRAMA
                  MOVE 'ABRIR CAMPANHAS' TO LK-ERRO-OPERACAO
                  MOVE WS-CAM-FS         TO LK-ERRO-FS
                  CALL 'PG13ERRFS' USING LK-ERRO-AREA
               END-IF
               GO TO P-LE-CAMPANHAS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CAMPANHAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE CAM-ID-CONTATO TO WS-ID-BUSCA
                        MOVE CAM-DATA       TO WS-DT-ATIVIDADE
                        PERFORM P-REGISTRA-ATIVIDADE
                                THRU P-REGISTRA-ATIVIDADE-FIM
                END-READ
            END-PERFORM

            CLOSE CAMPANHAS
           .

       P-LE-CAMPANHAS-FIM.
           EXIT.

      * Localiza WS-ID-BUSCA entre os ativos e, se a data for mais
      * recente que a ultima guardada, fica com ela e com a origem.
       P-REGISTRA-ATIVIDADE.
            IF WS-DT-ATIVIDADE IS NOT NUMERIC
               OR WS-DT-ATIVIDADE EQUAL ZEROS THEN
               GO TO P-REGISTRA-ATIVIDADE-FIM
            END-IF

            MOVE ZEROS           TO WS-ACHOU-CTT
            MOVE 1               TO WS-BUSCA-INICIO
            MOVE WS-QTD-CONTATOS TO WS-BUSCA-FIM

            PERFORM UNTIL WS-BUSCA-INICIO > WS-BUSCA-FIM
                       OR WS-ACHOU-CTT > ZEROS
                COMPUTE WS-BUSCA-MEIO =
                        (WS-BUSCA-INICIO + WS-BUSCA-FIM) / 2
                EVALUATE TRUE
                    WHEN WS-CTT-ID(WS-BUSCA-MEIO) EQUAL WS-ID-BUSCA
                       MOVE WS-BUSCA-MEIO TO WS-ACHOU-CTT
                    WHEN WS-CTT-ID(WS-BUSCA-MEIO) < WS-ID-BUSCA
                       COMPUTE WS-BUSCA-INICIO = WS-BUSCA-MEIO + 1
                    WHEN OTHER
                       IF WS-BUSCA-MEIO EQUAL 1 THEN
                          MOVE ZEROS TO WS-BUSCA-FIM
                       ELSE
                          COMPUTE WS-BUSCA-FIM = WS-BUSCA-MEIO - 1
                       END-IF
                END-EVALUATE
            END-PERFORM

            IF WS-ACHOU-CTT EQUAL ZEROS THEN
               GO TO P-REGISTRA-ATIVIDADE-FIM
            END-IF

            IF WS-DT-ATIVIDADE > WS-CTT-ULT-DATA(WS-ACHOU-CTT) THEN
               MOVE WS-DT-ATIVIDADE
                    TO WS-CTT-ULT-DATA(WS-ACHOU-CTT)
               MOVE WS-ORIGEM-ATIVIDADE
                    TO WS-CTT-ORIGEM(WS-ACHOU-CTT)
            END-IF
           .

       P-REGISTRA-ATIVIDADE-FIM.
           EXIT.

      * Traz para o inicio da tabela os contatos com a ultima
      * atividade anterior ao corte (ou sem atividade nenhuma).
       P-SEPARA-DORMENTES.
            MOVE ZEROS TO WS-QTD-DORMENTES WS-QTD-NUNCA

            PERFORM VARYING WS-IDX-CTT FROM 1 BY 1
                    UNTIL WS-IDX-CTT > WS-QTD-CONTATOS
                IF WS-CTT-ULT-DATA(WS-IDX-CTT) < WS-DATA-CORTE THEN
                   ADD 1 TO WS-QTD-DORMENTES
                   IF WS-CTT-ULT-DATA(WS-IDX-CTT) EQUAL ZEROS THEN
                      ADD 1 TO WS-QTD-NUNCA
                   END-IF
                   IF WS-QTD-DORMENTES < WS-IDX-CTT THEN
                      MOVE WS-CTT-ITEM(WS-IDX-CTT)
                           TO WS-CTT-ITEM(WS-QTD-DORMENTES)
                   END-IF
                END-IF
            END-PERFORM
           .

       P-SEPARA-DORMENTES-FIM.
           EXIT.

      * Ordena os dormentes por filial, tipo e ID (bolha simples, como
      * a listagem de aniversariantes).
       P-ORDENA.
            MOVE 'S' TO WS-HOUVE-TROCA

            PERFORM UNTIL NOT HOUVE-TROCA
                MOVE 'N' TO WS-HOUVE-TROCA

                PERFORM VARYING WS-IDX-SORT FROM 1 BY 1
                        UNTIL WS-IDX-SORT >= WS-QTD-DORMENTES
                    IF WS-CTT-CHAVE(WS-IDX-SORT) >
                       WS-CTT-CHAVE(WS-IDX-SORT + 1) THEN
                       MOVE WS-CTT-ITEM(WS-IDX-SORT)
                            TO WS-CTT-TROCA
                       MOVE WS-CTT-ITEM(WS-IDX-SORT + 1)
                            TO WS-CTT-ITEM(WS-IDX-SORT)
                       MOVE WS-CTT-TROCA
                            TO WS-CTT-ITEM(WS-IDX-SORT + 1)
                       MOVE 'S' TO WS-HOUVE-TROCA
                    END-IF
                END-PERFORM
            END-PERFORM
           .

       P-ORDENA-FIM.
           EXIT.

      ******************************************************************
      * DORMENTES.LST: um bloco por filial e tipo, com o subtotal do
      * bloco, e os totais gerais no fim.
      ******************************************************************
       P-RELATORIO.
            MOVE '.\DORMENTES.LST'        TO LK-PRT-ARQUIVO
            MOVE 'CONTATOS DORMENTES'     TO LK-PRT-TITULO
            MOVE LK-OPERADOR              TO LK-PRT-OPERADOR
            MOVE 'I'                      TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE SPACES TO LK-PRT-LINHA
            STRING 'SEM ATIVIDADE HA MAIS DE '  DELIMITED BY SIZE
                   WS-MESES-DORMENTE            DELIMITED BY SIZE
                   ' MESES (ULTIMA ATIVIDADE ANTES DE '
                                                DELIMITED BY SIZE
                   WS-DATA-CORTE                DELIMITED BY SIZE
                   ')'                          DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE HIGH-VALUES TO WS-FILIAL-ANTERIOR WS-TIPO-ANTERIOR
            MOVE ZEROS       TO WS-QTD-GRUPO

            PERFORM VARYING WS-IDX-CTT FROM 1 BY 1
                    UNTIL WS-IDX-CTT > WS-QTD-DORMENTES
                IF WS-CTT-FILIAL(WS-IDX-CTT)
                   NOT EQUAL WS-FILIAL-ANTERIOR
                   OR WS-CTT-TIPO(WS-IDX-CTT)
                   NOT EQUAL WS-TIPO-ANTERIOR THEN
                   PERFORM P-QUEBRA-GRUPO THRU P-QUEBRA-GRUPO-FIM
                END-IF
                PERFORM P-IMPRIME-DORMENTE THRU P-IMPRIME-DORMENTE-FIM
            END-PERFORM

            IF WS-QTD-GRUPO > ZEROS THEN
               PERFORM P-SUBTOTAL-GRUPO THRU P-SUBTOTAL-GRUPO-FIM
            END-IF

            IF WS-QTD-DORMENTES EQUAL ZEROS THEN
               MOVE 'NENHUM CONTATO ATIVO DORMENTE.' TO LK-PRT-LINHA
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            END-IF

            MOVE 'CONTATOS ATIVOS AVALIADOS'  TO LK-PRT-ROTULO
            MOVE WS-QTD-CONTATOS              TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            MOVE 'CONTATOS DORMENTES'         TO LK-PRT-ROTULO
            MOVE WS-QTD-DORMENTES             TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            MOVE 'DORMENTES SEM NENHUMA ATIV.' TO LK-PRT-ROTULO
            MOVE WS-QTD-NUNCA                 TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            IF WS-QTD-FORA-TABELA > ZEROS THEN
               MOVE 'ATIVOS NAO AVALIADOS'    TO LK-PRT-ROTULO
               MOVE WS-QTD-FORA-TABELA        TO LK-PRT-VALOR
               PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
            END-IF

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            DISPLAY "CORTE                     : " WS-DATA-CORTE
                    " (" WS-MESES-DORMENTE " MESES)"
            DISPLAY "CONTATOS ATIVOS AVALIADOS : " WS-QTD-CONTATOS
            DISPLAY "CONTATOS DORMENTES        : " WS-QTD-DORMENTES
            DISPLAY "SEM NENHUMA ATIVIDADE     : " WS-QTD-NUNCA
            IF WS-QTD-FORA-TABELA > ZEROS THEN
               DISPLAY "ATIVOS NAO AVALIADOS      : "
                       WS-QTD-FORA-TABELA " (LIMITE DE 5000 ATIVOS)"
            END-IF
            DISPLAY "RELATORIO EM DORMENTES.LST"
           .

       P-RELATORIO-FIM.
           EXIT.

       P-QUEBRA-GRUPO.
            IF WS-QTD-GRUPO > ZEROS THEN
               PERFORM P-SUBTOTAL-GRUPO THRU P-SUBTOTAL-GRUPO-FIM
            END-IF

            MOVE WS-CTT-FILIAL(WS-IDX-CTT) TO WS-FILIAL-ANTERIOR
            MOVE WS-CTT-TIPO(WS-IDX-CTT)   TO WS-TIPO-ANTERIOR
            MOVE ZEROS                     TO WS-QTD-GRUPO

            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            STRING 'FILIAL: '          DELIMITED BY SIZE
                   WS-FILIAL-ANTERIOR  DELIMITED BY SIZE
                   '  TIPO: '          DELIMITED BY SIZE
                   WS-TIPO-ANTERIOR    DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE 'ID     NOME                 CPF         ULT.ATIV.  '
                 TO LK-PRT-LINHA
            MOVE 'ORIGEM' TO LK-PRT-LINHA(52:6)
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-QUEBRA-GRUPO-FIM.
           EXIT.

       P-SUBTOTAL-GRUPO.
            MOVE SPACES TO LK-PRT-ROTULO
            STRING 'SUBTOTAL '         DELIMITED BY SIZE
                   WS-FILIAL-ANTERIOR  DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   WS-TIPO-ANTERIOR    DELIMITED BY SIZE
               INTO LK-PRT-ROTULO
            MOVE WS-QTD-GRUPO TO LK-PRT-VALOR
            PERFORM P-IMPRIME-TOTAL THRU P-IMPRIME-TOTAL-FIM
           .

       P-SUBTOTAL-GRUPO-FIM.
           EXIT.

       P-IMPRIME-DORMENTE.
            ADD 1 TO WS-QTD-GRUPO

            IF WS-CTT-ULT-DATA(WS-IDX-CTT) EQUAL ZEROS THEN
               MOVE 'NUNCA' TO WS-DT-DISP
            ELSE
               MOVE SPACES TO WS-DT-DISP
               STRING WS-CTT-ULT-DATA(WS-IDX-CTT)(7:2)
                                          DELIMITED BY SIZE
                      '/'                 DELIMITED BY SIZE
                      WS-CTT-ULT-DATA(WS-IDX-CTT)(5:2)
                                          DELIMITED BY SIZE
                      '/'                 DELIMITED BY SIZE
                      WS-CTT-ULT-DATA(WS-IDX-CTT)(1:4)
                                          DELIMITED BY SIZE
                  INTO WS-DT-DISP
            END-IF

            MOVE SPACES TO LK-PRT-LINHA
            STRING WS-CTT-ID(WS-IDX-CTT)      DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-CTT-NOME(WS-IDX-CTT)    DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-CTT-CPF(WS-IDX-CTT)     DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-DT-DISP                 DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-CTT-ORIGEM(WS-IDX-CTT)  DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-IMPRIME-DORMENTE-FIM.
           EXIT.

      ******************************************************************
      * Lote de exclusao no layout de CTT_TRANSACOES.dat. O numero do
      * arquivo e o seguinte ao ultimo processado em CTT_REGISTRO.dat,
      * como a pre-critica espera. O lote nao vai direto para a carga:
      * a lista e revisada, copiada para CTT_TRANSACOES.dat e passa
      * pelo PG13EDTTRN antes do PG13TRNCTT.
      ******************************************************************
       P-GRAVA-LOTE.
            SET  EOF-OK TO FALSE
            MOVE ZEROS  TO WS-MAIOR-PROCESSADO WS-HASH-LOTE
                           WS-QTD-LOTE

            OPEN INPUT REGISTRO

            IF RTR-OK THEN
               PERFORM UNTIL EOF-OK
                   READ REGISTRO
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF RTR-PROCESSADO
                              AND RTR-NUMERO > WS-MAIOR-PROCESSADO
                              THEN
                              MOVE RTR-NUMERO TO WS-MAIOR-PROCESSADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRO
            END-IF

            ADD 1 WS-MAIOR-PROCESSADO GIVING WS-NUMERO-LOTE

            OPEN OUTPUT LOTE

            IF NOT LOT-OK THEN
               MOVE 'PG13DORMEN'         TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR DORMENTES_TRN' TO LK-ERRO-OPERACAO
               MOVE WS-LOT-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-GRAVA-LOTE-FIM
            END-IF

            MOVE SPACES         TO REG-TRN-CABECALHO
            MOVE 'H'            TO TRH-CODIGO
            MOVE WS-DATA-HOJE   TO TRH-DT-GERACAO
            MOVE WS-NUMERO-LOTE TO TRH-NUMERO
            WRITE REG-TRN-CABECALHO

            PERFORM VARYING WS-IDX-CTT FROM 1 BY 1
                    UNTIL WS-IDX-CTT > WS-QTD-DORMENTES
                MOVE SPACES                  TO REG-TRANSACAO
                MOVE 'D'                     TO TRN-CODIGO
                MOVE WS-CTT-ID(WS-IDX-CTT)   TO TRN-ID
                MOVE WS-CTT-NOME(WS-IDX-CTT) TO TRN-NOME
                MOVE WS-CTT-CPF(WS-IDX-CTT)  TO TRN-CPF
                MOVE WS-CTT-TIPO(WS-IDX-CTT) TO TRN-TIPO
                WRITE REG-TRANSACAO
                ADD 1 TO WS-QTD-LOTE
                ADD WS-CTT-ID(WS-IDX-CTT) TO WS-HASH-LOTE
            END-PERFORM

            MOVE SPACES       TO REG-TRN-RODAPE
            MOVE 'T'          TO TRT-CODIGO
            MOVE WS-QTD-LOTE  TO TRT-QTD
            MOVE WS-HASH-LOTE TO TRT-HASH
            WRITE REG-TRN-RODAPE

            CLOSE LOTE

            DISPLAY "LOTE DE EXCLUSAO " WS-NUMERO-LOTE
                    " EM DORMENTES_TRN.DAT: " WS-QTD-LOTE
                    " TRANSACOES D"
            DISPLAY "REVISE A LISTA, RETIRE QUEM DEVE FICAR (AJUSTANDO "
                    "O RODAPE), COPIE PARA CTT_TRANSACOES.DAT E RODE "
                    "A PRE-CRITICA ANTES DA CARGA."
           .

       P-GRAVA-LOTE-FIM.
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

      * Grava os totais deste relatorio em CONTROLE.dat, no mesmo
      * padrao dos demais programas em lote do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13DORMEN'      TO CTL-PROGRAMA
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-DORMENTES      TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-FORA-TABELA    TO CTL-QTD-REJEITADOS
            MOVE ZEROS                 TO CTL-QTD-SUPRIMIDOS

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
       END PROGRAM PG13DORMEN.
