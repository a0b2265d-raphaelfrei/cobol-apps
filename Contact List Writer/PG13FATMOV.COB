      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Movimento diario para o faturamento - em vez do
      *          retrato completo do PG13EXPFIX, gera em
      *          CTT_FAT_MOVIMENTO.dat so os contatos incluidos,
      *          alterados, excluidos, reativados ou expurgados desde a
      *          remessa anterior, apurados em JORNAL.dat, com codigo
      *          de acao, numero sequencial da remessa e rodape com a
      *          quantidade. Cada remessa fica em FAT_REMESSAS.dat, e o
      *          arquivo de retorno do faturamento (FAT_RETORNO.dat) da
      *          baixa nas remessas aceitas ou rejeitadas.
      * Update: 15/10/2026 - Buffers de CONTATOS.dat acompanharam o
      *                      crescimento de FD_CONTT para 600 bytes
      *                      (devolucao por meio de contato e
      *                      reserva)
      * Update: 15/10/2026 - Novo total CTL-QTD-SUPRIMIDOS de
      *                      CONTROLE.dat gravado zerado (so as
      *                      saidas para contato suprimem)
      * Update: 15/10/2026 - Campo NOME (30) do movimento passou a
      *                      levar o nome completo (prenome e
      *                      sobrenome da imagem do jornal), abreviado
      *                      pelo PG13NOMCTT quando nao cabe
      * Update: 15/10/2026 - Gravacoes do jornal desfeitas por uma
      *                      recuperacao com corte do PG13RECJRN
      *                      (janelas de JORNAL_DESCARTES.dat) nao
      *                      entram mais no movimento
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13FATMOV.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT JORNAL ASSIGN TO ".\JORNAL.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-JRN-FS.

            SELECT MOVIMENTO ASSIGN TO ".\CTT_FAT_MOVIMENTO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-MOV-FS.

            SELECT REMESSAS ASSIGN TO ".\FAT_REMESSAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-REM-FS.

            SELECT REMTEMP ASSIGN TO ".\FAT_REMESSAS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT RETORNO ASSIGN TO ".\FAT_RETORNO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-RET-FS.

            SELECT DESCARTES ASSIGN TO ".\JORNAL_DESCARTES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-DSC-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD JORNAL.
          COPY FD_JORNL.

      * Layout fixo acordado com o faturamento: cabecalho (H), uma
      * linha por contato movimentado (D) e rodape (T), todas com o
      * numero da remessa. Acoes: I inclusao, A alteracao, E exclusao,
      * R reativacao, P expurgo. CPF mascarado como no PG13EXPFIX.
       FD MOVIMENTO.
       01 REG-MOVIMENTO.
          03 MOV-TIPO-REG         PIC X(01).
          03 MOV-SEQ-REMESSA      PIC 9(06).
          03 MOV-ACAO             PIC X(01).
          03 MOV-ID-CONTATO       PIC 9(06).
          03 MOV-NM-CONTATO       PIC X(30).
          03 MOV-CPF-CONTATO      PIC X(11).
          03 MOV-TP-CONTATO       PIC X(11).
          03 MOV-DT-ULT-ALTERACAO PIC 9(08).
          03 FILLER               PIC X(06).

       01 REG-MOV-CABECALHO.
          03 MVH-TIPO-REG         PIC X(01).
          03 MVH-SEQ-REMESSA      PIC 9(06).
          03 MVH-DATA             PIC 9(08).
          03 MVH-HORA             PIC 9(06).
          03 MVH-DESDE-DATA       PIC 9(08).
          03 MVH-DESDE-HORA       PIC 9(06).
          03 FILLER               PIC X(45).

       01 REG-MOV-RODAPE.
          03 MVT-TIPO-REG         PIC X(01).
          03 MVT-SEQ-REMESSA      PIC 9(06).
          03 MVT-QTD              PIC 9(06).
          03 FILLER               PIC X(67).

      * Uma linha por remessa gerada: numero, momento da geracao,
      * janela do jornal coberta (depois de DESDE ate ATE), quantidade
      * e a situacao dada pelo retorno do faturamento.
       FD REMESSAS.
       01 REG-REMESSA.
          03 REM-SEQ              PIC 9(06).
          03 REM-DATA             PIC 9(08).
          03 REM-HORA             PIC 9(06).
          03 REM-DESDE            PIC 9(14).
          03 REM-ATE              PIC 9(14).
          03 REM-QTD              PIC 9(06).
          03 REM-SITUACAO         PIC X(01).
             88 REM-ENVIADA         VALUE 'E'.
             88 REM-ACEITA          VALUE 'A'.
             88 REM-REJEITADA       VALUE 'R'.
          03 REM-DT-RETORNO       PIC 9(08).
          03 REM-QTD-RETORNO      PIC 9(06).
          03 REM-MENSAGEM         PIC X(40).

      * Mesmo tamanho de REG-REMESSA (109 bytes), para a regravacao
      * via temporario nao truncar o fim dos registros copiados.
       FD REMTEMP.
       01 REG-REMTEMP             PIC X(109).

      * Retorno do faturamento: uma linha por remessa recebida, com
      * A (aceita) ou R (rejeitada), a quantidade que eles contaram e
      * uma mensagem livre.
       FD RETORNO.
       01 REG-RETORNO.
          03 RET-SEQ-REMESSA      PIC 9(06).
          03 RET-SITUACAO         PIC X(01).
          03 RET-QTD-RECEBIDA     PIC 9(06).
          03 RET-MENSAGEM         PIC X(40).

       FD DESCARTES.
          COPY FD_JRDSC.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-JRN-FS             PIC 9(02).
          88 JRN-OK           VALUE 0.

       77 WS-MOV-FS             PIC 9(02).
          88 MOV-OK           VALUE 0.

       77 WS-REM-FS             PIC 9(02).
          88 REM-OK           VALUE 0.

       77 WS-TMP-FS             PIC 9(02).
          88 TMP-OK           VALUE 0.

       77 WS-RET-FS             PIC 9(02).
          88 RET-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-DSC-FS             PIC 9(02).
          88 DSC-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
          88 OPCAO-RETORNO    VALUE '2'.
          88 OPCAO-CONSULTA   VALUE '3'.

      * Janela do jornal desta remessa: depois do ATE da remessa
      * anterior ate o momento da geracao.
       77 WS-ULT-SEQ            PIC 9(06) VALUE ZEROS.
       77 WS-SEQ                PIC 9(06) VALUE ZEROS.
       77 WS-DESDE              PIC 9(14) VALUE ZEROS.
       77 WS-ATE                PIC 9(14) VALUE ZEROS.
       77 WS-MOMENTO-JRN        PIC 9(14) VALUE ZEROS.
       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA         PIC 9(06) VALUE ZEROS.

       77 WS-QTD-JORNAL         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-NA-JANELA      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DESCARTADAS    PIC 9(06) VALUE ZEROS.

      * Janelas do jornal desfeitas pelas recuperacoes com corte do
      * PG13RECJRN: gravacao depois do corte e ate o fim da
      * recuperacao nao existe mais no cadastro.
       01 WS-TABELA-DESCARTES.
          03 WS-DSC-LINHA OCCURS 100 TIMES.
             05 WS-DSC-CORTE      PIC 9(14).
             05 WS-DSC-RECUP      PIC 9(14).

       77 WS-QTD-DESCARTES      PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DSC            PIC 9(03) VALUE ZEROS.
       77 WS-DESCARTADA         PIC X(01) VALUE 'N'.
          88 ENTRADA-DESCARTADA VALUE 'S'.
       77 WS-QTD-MOVIMENTO      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-EFEITO     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ACAO-I         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ACAO-A         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ACAO-E         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ACAO-R         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ACAO-P         PIC 9(06) VALUE ZEROS.

      * Imagens do jornal vistas campo a campo (mesma disposicao de
      * REG-CONTATOS); ao movimento interessam o inicio do registro e
      * o prenome/sobrenome (posicao 498, 70 bytes).
       01 WS-IMG-ANTES          PIC X(600) VALUE SPACES.
       01 FILLER REDEFINES WS-IMG-ANTES.
          03 FILLER             PIC X(62).
          03 WS-ANT-ST          PIC X(01).
          03 FILLER             PIC X(537).

       01 WS-IMG-DEPOIS         PIC X(600) VALUE SPACES.

      * Um contato por posicao: a situacao antes da primeira gravacao
      * da janela (N = nao existia) e o inicio da ultima imagem
      * conhecida, com a indicacao de ter sido expurgado no fim.
       01 WS-TABELA-MOV.
          03 WS-MV-ITEM OCCURS 5000 TIMES.
             05 WS-MV-ID            PIC 9(06).
             05 WS-MV-ST-ANTES      PIC X(01).
             05 WS-MV-REMOVIDO      PIC X(01).
             05 WS-MV-IMAGEM        PIC X(63).
             05 WS-MV-NOMES         PIC X(70).

       77 WS-QTD-MV             PIC 9(04) VALUE ZEROS.
       77 WS-IDX-MV             PIC 9(04) VALUE ZEROS.
       77 WS-MV-ACHADO          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-EXCESSO        PIC 9(06) VALUE ZEROS.

       01 WS-MV-ATUAL.
          03 WS-ATU-ID             PIC 9(06).
          03 WS-ATU-NM             PIC X(20).
          03 WS-ATU-CPF            PIC 9(11).
          03 WS-ATU-TP             PIC X(11).
          03 WS-ATU-DT             PIC 9(08).
          03 WS-ATU-HR             PIC 9(06).
          03 WS-ATU-ST             PIC X(01).

       01 WS-MV-NOMES-ATUAL.
          03 WS-ATU-PRENOME        PIC X(30).
          03 WS-ATU-SOBRENOME      PIC X(40).

       77 WS-ACAO               PIC X(01) VALUE SPACE.
       77 WS-CPF-MASCARADO      PIC X(11) VALUE SPACES.

      * Retornos lidos de FAT_RETORNO.dat, para a baixa nas remessas.
       01 WS-TABELA-RET.
          03 WS-RT-ITEM OCCURS 500 TIMES.
             05 WS-RT-SEQ           PIC 9(06).
             05 WS-RT-SITUACAO      PIC X(01).
             05 WS-RT-QTD           PIC 9(06).
             05 WS-RT-MENSAGEM      PIC X(40).

       77 WS-QTD-RT             PIC 9(03) VALUE ZEROS.
       77 WS-IDX-RT             PIC 9(03) VALUE ZEROS.
       77 WS-QTD-BAIXADAS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PENDENTES      PIC 9(06) VALUE ZEROS.
       77 WS-DESC-SITUACAO      PIC X(10) VALUE SPACES.

       COPY LK_ERRFS.
       COPY LK_NOMCTT.
       COPY LK_DURLOG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** MOVIMENTO DIARIO PARA O FATURAMENTO *****"

            DISPLAY "<1> Gerar a remessa do movimento (padrao)"
            DISPLAY "<2> Processar o retorno do faturamento"
            DISPLAY "<3> Consultar as remessas"
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN OPCAO-RETORNO
                   PERFORM P-PROCESSA-RETORNO
                           THRU P-PROCESSA-RETORNO-FIM
                WHEN OPCAO-CONSULTA
                   PERFORM P-CONSULTA THRU P-CONSULTA-FIM
                WHEN OTHER
                   MOVE 'PG13FATMOV' TO LK-DUR-PROGRAMA
                   MOVE 'I'          TO LK-DUR-EVENTO
                   CALL 'PG13DURLOG' USING LK-DUR-AREA

                   PERFORM P-GERA-REMESSA THRU P-GERA-REMESSA-FIM

                   MOVE 'F'          TO LK-DUR-EVENTO
                   CALL 'PG13DURLOG' USING LK-DUR-AREA
            END-EVALUATE

            PERFORM P-END
           .

      * Apura no jornal o que mudou desde a remessa anterior e grava
      * a remessa nova, mesmo sem movimento - o rodape zerado e a
      * prova de que o dia foi enviado.
       P-GERA-REMESSA.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-AGORA
            MOVE WS-DATA-HOJE  TO WS-ATE(1:8)
            MOVE WS-HORA-AGORA TO WS-ATE(9:6)

            PERFORM P-LE-REMESSAS THRU P-LE-REMESSAS-FIM
            ADD 1 WS-ULT-SEQ GIVING WS-SEQ

            PERFORM P-APURA-JORNAL THRU P-APURA-JORNAL-FIM

            IF WS-QTD-EXCESSO > ZEROS THEN
               DISPLAY "MAIS DE 5000 CONTATOS MOVIMENTADOS NA JANELA - "
                       "REMESSA NAO GERADA; " WS-QTD-EXCESSO
                       " GRAVACOES DO JORNAL NAO COUBERAM."
               GO TO P-GERA-REMESSA-FIM
            END-IF

            OPEN OUTPUT MOVIMENTO

            IF NOT MOV-OK THEN
               MOVE 'PG13FATMOV'      TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR MOVIMENTO' TO LK-ERRO-OPERACAO
               MOVE WS-MOV-FS         TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-GERA-REMESSA-FIM
            END-IF

            MOVE SPACES         TO REG-MOV-CABECALHO
            MOVE 'H'            TO MVH-TIPO-REG
            MOVE WS-SEQ         TO MVH-SEQ-REMESSA
            MOVE WS-DATA-HOJE   TO MVH-DATA
            MOVE WS-HORA-AGORA  TO MVH-HORA
            MOVE WS-DESDE(1:8)  TO MVH-DESDE-DATA
            MOVE WS-DESDE(9:6)  TO MVH-DESDE-HORA
            WRITE REG-MOV-CABECALHO

            MOVE ZEROS TO WS-QTD-MOVIMENTO
            PERFORM VARYING WS-IDX-MV FROM 1 BY 1
                    UNTIL WS-IDX-MV > WS-QTD-MV
                PERFORM P-GRAVA-1-MOVIMENTO
                        THRU P-GRAVA-1-MOVIMENTO-FIM
            END-PERFORM

            MOVE SPACES           TO REG-MOV-RODAPE
            MOVE 'T'              TO MVT-TIPO-REG
            MOVE WS-SEQ           TO MVT-SEQ-REMESSA
            MOVE WS-QTD-MOVIMENTO TO MVT-QTD
            WRITE REG-MOV-RODAPE

            CLOSE MOVIMENTO

            PERFORM P-GRAVA-REMESSA THRU P-GRAVA-REMESSA-FIM

            DISPLAY "REMESSA " WS-SEQ " GERADA EM CTT_FAT_MOVIMENTO.dat"
            DISPLAY "GRAVACOES NO JORNAL DA JANELA: " WS-QTD-NA-JANELA
            DISPLAY "DESFEITAS POR RECUPERACAO    : " WS-QTD-DESCARTADAS
            DISPLAY "CONTATOS NO MOVIMENTO       : " WS-QTD-MOVIMENTO
            DISPLAY "  INCLUIDOS  : " WS-QTD-ACAO-I
            DISPLAY "  ALTERADOS  : " WS-QTD-ACAO-A
            DISPLAY "  EXCLUIDOS  : " WS-QTD-ACAO-E
            DISPLAY "  REATIVADOS : " WS-QTD-ACAO-R
            DISPLAY "  EXPURGADOS : " WS-QTD-ACAO-P
            DISPLAY "SEM EFEITO PARA O FATURAMENTO: " WS-QTD-SEM-EFEITO

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
           .

       P-GERA-REMESSA-FIM.
           EXIT.

      * Numero e fim da janela da ultima remessa gerada.
       P-LE-REMESSAS.
            SET  EOF-OK TO FALSE
            MOVE ZEROS  TO WS-ULT-SEQ
            MOVE ZEROS  TO WS-DESDE

            OPEN INPUT REMESSAS

            IF REM-OK THEN
               PERFORM UNTIL EOF-OK
                   READ REMESSAS
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF REM-SEQ > WS-ULT-SEQ THEN
                              MOVE REM-SEQ TO WS-ULT-SEQ
                              MOVE REM-ATE TO WS-DESDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMESSAS
            END-IF
           .

       P-LE-REMESSAS-FIM.

      * Le o jornal e, para cada gravacao da janela, guarda por
      * contato a situacao de antes da primeira gravacao e a ultima
      * imagem; varias mudancas do mesmo contato no dia viram um so
      * movimento, com o efeito liquido.
       P-APURA-JORNAL.
            SET  EOF-OK TO FALSE
            MOVE ZEROS  TO WS-QTD-JORNAL
                           WS-QTD-NA-JANELA
                           WS-QTD-MV
                           WS-QTD-EXCESSO
                           WS-QTD-DESCARTADAS

            PERFORM P-CARREGA-DESCARTES THRU P-CARREGA-DESCARTES-FIM
            SET  EOF-OK TO FALSE

            OPEN INPUT JORNAL

            IF NOT JRN-OK THEN
               DISPLAY "JORNAL.dat INDISPONIVEL (STATUS " WS-JRN-FS
                       ") - REMESSA SEM MOVIMENTO."
               GO TO P-APURA-JORNAL-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ JORNAL
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-JORNAL
                        MOVE JRN-DATA TO WS-MOMENTO-JRN(1:8)
                        MOVE JRN-HORA TO WS-MOMENTO-JRN(9:6)
                        IF WS-MOMENTO-JRN > WS-DESDE
                           AND WS-MOMENTO-JRN <= WS-ATE THEN
                           PERFORM P-CONFERE-DESCARTE
                                   THRU P-CONFERE-DESCARTE-FIM
                           IF ENTRADA-DESCARTADA THEN
                              ADD 1 TO WS-QTD-DESCARTADAS
                           ELSE
                              ADD 1 TO WS-QTD-NA-JANELA
                              PERFORM P-GUARDA-GRAVACAO
                                      THRU P-GUARDA-GRAVACAO-FIM
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE JORNAL
           .

       P-APURA-JORNAL-FIM.
           EXIT.

      * Janelas desfeitas pelas recuperacoes com corte; arquivo ainda
      * inexistente = nenhuma.
       P-CARREGA-DESCARTES.
            SET  EOF-OK TO FALSE
            MOVE ZEROS  TO WS-QTD-DESCARTES

            OPEN INPUT DESCARTES

            IF DSC-OK THEN
               PERFORM UNTIL EOF-OK
                   READ DESCARTES
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF WS-QTD-DESCARTES < 100 THEN
                              ADD 1 TO WS-QTD-DESCARTES
                              MOVE DSC-CORTE TO
                                   WS-DSC-CORTE(WS-QTD-DESCARTES)
                              MOVE DSC-RECUPERACAO TO
                                   WS-DSC-RECUP(WS-QTD-DESCARTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DESCARTES
            END-IF
           .

       P-CARREGA-DESCARTES-FIM.
           EXIT.

      * Gravacao do jornal (WS-MOMENTO-JRN) dentro de uma janela
      * desfeita por recuperacao.
       P-CONFERE-DESCARTE.
            MOVE 'N' TO WS-DESCARTADA

            PERFORM VARYING WS-IDX-DSC FROM 1 BY 1
                    UNTIL WS-IDX-DSC > WS-QTD-DESCARTES
                          OR ENTRADA-DESCARTADA
                IF WS-MOMENTO-JRN > WS-DSC-CORTE(WS-IDX-DSC)
                   AND WS-MOMENTO-JRN NOT > WS-DSC-RECUP(WS-IDX-DSC)
                   THEN
                   MOVE 'S' TO WS-DESCARTADA
                END-IF
            END-PERFORM
           .

       P-CONFERE-DESCARTE-FIM.
           EXIT.

       P-GUARDA-GRAVACAO.
            MOVE JRN-IMAGEM-ANTES  TO WS-IMG-ANTES
            MOVE JRN-IMAGEM-DEPOIS TO WS-IMG-DEPOIS
            MOVE ZEROS TO WS-MV-ACHADO

            PERFORM VARYING WS-IDX-MV FROM 1 BY 1
                    UNTIL WS-IDX-MV > WS-QTD-MV
                       OR WS-MV-ACHADO > ZEROS
                IF WS-MV-ID(WS-IDX-MV) EQUAL JRN-ID-CONTATO THEN
                   MOVE WS-IDX-MV TO WS-MV-ACHADO
                END-IF
            END-PERFORM

            IF WS-MV-ACHADO EQUAL ZEROS THEN
               IF WS-QTD-MV >= 5000 THEN
                  ADD 1 TO WS-QTD-EXCESSO
                  GO TO P-GUARDA-GRAVACAO-FIM
               END-IF
               ADD 1 TO WS-QTD-MV
               MOVE WS-QTD-MV      TO WS-MV-ACHADO
               MOVE JRN-ID-CONTATO TO WS-MV-ID(WS-MV-ACHADO)
               IF JRN-INCLUSAO THEN
                  MOVE 'N'       TO WS-MV-ST-ANTES(WS-MV-ACHADO)
               ELSE
                  MOVE WS-ANT-ST TO WS-MV-ST-ANTES(WS-MV-ACHADO)
               END-IF
            END-IF

            IF JRN-REMOCAO THEN
               MOVE 'S'                TO WS-MV-REMOVIDO(WS-MV-ACHADO)
               MOVE WS-IMG-ANTES(1:63) TO WS-MV-IMAGEM(WS-MV-ACHADO)
               MOVE WS-IMG-ANTES(498:70)
                                       TO WS-MV-NOMES(WS-MV-ACHADO)
            ELSE
               MOVE 'N'                TO WS-MV-REMOVIDO(WS-MV-ACHADO)
               MOVE WS-IMG-DEPOIS(1:63)
                                       TO WS-MV-IMAGEM(WS-MV-ACHADO)
               MOVE WS-IMG-DEPOIS(498:70)
                                       TO WS-MV-NOMES(WS-MV-ACHADO)
            END-IF
           .

       P-GUARDA-GRAVACAO-FIM.
           EXIT.

      * Decide o codigo de acao pelo efeito liquido na janela e grava
      * a linha. Contato que nasceu e morreu na mesma janela, ou que
      * so mudou enquanto ja estava excluido, o faturamento nunca
      * viu: nao vai no movimento.
       P-GRAVA-1-MOVIMENTO.
            MOVE WS-MV-IMAGEM(WS-IDX-MV) TO WS-MV-ATUAL
            MOVE WS-MV-NOMES(WS-IDX-MV)  TO WS-MV-NOMES-ATUAL
            MOVE SPACE TO WS-ACAO

            EVALUATE TRUE
                WHEN WS-MV-ST-ANTES(WS-IDX-MV) EQUAL 'N'
                   IF WS-MV-REMOVIDO(WS-IDX-MV) NOT EQUAL 'S'
                      AND WS-ATU-ST NOT EQUAL 'E' THEN
                      MOVE 'I' TO WS-ACAO
                   END-IF
                WHEN WS-MV-REMOVIDO(WS-IDX-MV) EQUAL 'S'
                   MOVE 'P' TO WS-ACAO
                WHEN WS-MV-ST-ANTES(WS-IDX-MV) EQUAL 'E'
                   IF WS-ATU-ST NOT EQUAL 'E' THEN
                      MOVE 'R' TO WS-ACAO
                   END-IF
                WHEN WS-ATU-ST EQUAL 'E'
                   MOVE 'E' TO WS-ACAO
                WHEN OTHER
                   MOVE 'A' TO WS-ACAO
            END-EVALUATE

            IF WS-ACAO EQUAL SPACE THEN
               ADD 1 TO WS-QTD-SEM-EFEITO
               GO TO P-GRAVA-1-MOVIMENTO-FIM
            END-IF

            MOVE SPACES TO WS-CPF-MASCARADO
            STRING '***'            DELIMITED BY SIZE
                   WS-ATU-CPF(4:6)  DELIMITED BY SIZE
                   '**'             DELIMITED BY SIZE
                   INTO WS-CPF-MASCARADO
            END-STRING

            MOVE SPACES           TO REG-MOVIMENTO
            MOVE 'D'              TO MOV-TIPO-REG
            MOVE WS-SEQ           TO MOV-SEQ-REMESSA
            MOVE WS-ACAO          TO MOV-ACAO
            MOVE WS-ATU-ID        TO MOV-ID-CONTATO
            MOVE 'A'              TO LK-NMC-FUNCAO
            MOVE WS-ATU-NM        TO LK-NMC-NOME-CURTO
            MOVE WS-ATU-PRENOME   TO LK-NMC-PRENOME
            MOVE WS-ATU-SOBRENOME TO LK-NMC-SOBRENOME
            MOVE LENGTH OF MOV-NM-CONTATO TO LK-NMC-TAM-MAXIMO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA
            MOVE LK-NMC-NOME-COMPLETO TO MOV-NM-CONTATO
            MOVE WS-CPF-MASCARADO TO MOV-CPF-CONTATO
            MOVE WS-ATU-TP        TO MOV-TP-CONTATO
            MOVE WS-ATU-DT        TO MOV-DT-ULT-ALTERACAO
            WRITE REG-MOVIMENTO

            ADD 1 TO WS-QTD-MOVIMENTO
            EVALUATE WS-ACAO
                WHEN 'I'  ADD 1 TO WS-QTD-ACAO-I
                WHEN 'A'  ADD 1 TO WS-QTD-ACAO-A
                WHEN 'E'  ADD 1 TO WS-QTD-ACAO-E
                WHEN 'R'  ADD 1 TO WS-QTD-ACAO-R
                WHEN 'P'  ADD 1 TO WS-QTD-ACAO-P
            END-EVALUATE
           .

       P-GRAVA-1-MOVIMENTO-FIM.
           EXIT.

      * Registra a remessa em FAT_REMESSAS.dat como enviada,
      * aguardando o retorno do faturamento.
       P-GRAVA-REMESSA.
            OPEN EXTEND REMESSAS
            IF WS-REM-FS EQUAL 35 THEN
               OPEN OUTPUT REMESSAS
            END-IF

            IF NOT REM-OK THEN
               MOVE 'PG13FATMOV'      TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR REMESSAS' TO LK-ERRO-OPERACAO
               MOVE WS-REM-FS         TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-GRAVA-REMESSA-FIM
            END-IF

            INITIALIZE REG-REMESSA
            MOVE WS-SEQ           TO REM-SEQ
            MOVE WS-DATA-HOJE     TO REM-DATA
            MOVE WS-HORA-AGORA    TO REM-HORA
            MOVE WS-DESDE         TO REM-DESDE
            MOVE WS-ATE           TO REM-ATE
            MOVE WS-QTD-MOVIMENTO TO REM-QTD
            SET  REM-ENVIADA      TO TRUE

            WRITE REG-REMESSA
            CLOSE REMESSAS
           .

       P-GRAVA-REMESSA-FIM.
           EXIT.

      * Le FAT_RETORNO.dat e da baixa nas remessas: aceita so se a
      * quantidade que o faturamento contou bate com a enviada.
      * FAT_REMESSAS.dat e regravado via temporario.
       P-PROCESSA-RETORNO.
            SET  EOF-OK TO FALSE
            MOVE ZEROS  TO WS-QTD-RT
                           WS-QTD-BAIXADAS

            OPEN INPUT RETORNO

            IF NOT RET-OK THEN
               DISPLAY "FAT_RETORNO.dat INDISPONIVEL (STATUS "
                       WS-RET-FS ")."
               GO TO P-PROCESSA-RETORNO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ RETORNO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF WS-QTD-RT < 500 THEN
                           ADD 1 TO WS-QTD-RT
                           MOVE RET-SEQ-REMESSA
                                TO WS-RT-SEQ(WS-QTD-RT)
                           MOVE RET-SITUACAO
                                TO WS-RT-SITUACAO(WS-QTD-RT)
                           MOVE RET-QTD-RECEBIDA
                                TO WS-RT-QTD(WS-QTD-RT)
                           MOVE RET-MENSAGEM
                                TO WS-RT-MENSAGEM(WS-QTD-RT)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE RETORNO

            SET EOF-OK TO FALSE

            OPEN INPUT REMESSAS
            IF NOT REM-OK THEN
               DISPLAY "NENHUMA REMESSA REGISTRADA AINDA."
               GO TO P-PROCESSA-RETORNO-FIM
            END-IF

            OPEN OUTPUT REMTEMP

            PERFORM UNTIL EOF-OK
                READ REMESSAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF REM-ENVIADA THEN
                           PERFORM P-BAIXA-1-REMESSA
                                   THRU P-BAIXA-1-REMESSA-FIM
                        END-IF
                        MOVE REG-REMESSA TO REG-REMTEMP
                        WRITE REG-REMTEMP
                END-READ
            END-PERFORM

            CLOSE REMESSAS
            CLOSE REMTEMP

            IF WS-QTD-BAIXADAS > ZEROS THEN
               PERFORM P-REGRAVA-REMESSAS THRU P-REGRAVA-REMESSAS-FIM
            END-IF

            DISPLAY "RETORNOS LIDOS    : " WS-QTD-RT
            DISPLAY "REMESSAS BAIXADAS : " WS-QTD-BAIXADAS
           .

       P-PROCESSA-RETORNO-FIM.
           EXIT.

       P-BAIXA-1-REMESSA.
            PERFORM VARYING WS-IDX-RT FROM 1 BY 1
                    UNTIL WS-IDX-RT > WS-QTD-RT
                       OR NOT REM-ENVIADA
                IF WS-RT-SEQ(WS-IDX-RT) EQUAL REM-SEQ THEN
                   MOVE FUNCTION CURRENT-DATE(1:8) TO REM-DT-RETORNO
                   MOVE WS-RT-QTD(WS-IDX-RT)      TO REM-QTD-RETORNO
                   MOVE WS-RT-MENSAGEM(WS-IDX-RT) TO REM-MENSAGEM

                   IF WS-RT-SITUACAO(WS-IDX-RT) EQUAL 'A'
                      AND WS-RT-QTD(WS-IDX-RT) EQUAL REM-QTD THEN
                      SET REM-ACEITA    TO TRUE
                   ELSE
                      SET REM-REJEITADA TO TRUE
                      IF WS-RT-SITUACAO(WS-IDX-RT) EQUAL 'A' THEN
                         MOVE "QTD RECEBIDA DIFERE DA ENVIADA"
                              TO REM-MENSAGEM
                      END-IF
                   END-IF

                   ADD 1 TO WS-QTD-BAIXADAS
                   DISPLAY "REMESSA " REM-SEQ ": " REM-SITUACAO
                           " - " REM-MENSAGEM
                END-IF
            END-PERFORM
           .

       P-BAIXA-1-REMESSA-FIM.
           EXIT.

       P-REGRAVA-REMESSAS.
            SET EOF-OK TO FALSE

            OPEN INPUT REMTEMP
            OPEN OUTPUT REMESSAS

            PERFORM UNTIL EOF-OK
                READ REMTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-REMTEMP TO REG-REMESSA
                        WRITE REG-REMESSA
                END-READ
            END-PERFORM

            CLOSE REMTEMP
            CLOSE REMESSAS
           .

       P-REGRAVA-REMESSAS-FIM.
           EXIT.

      * Lista as remessas com a situacao do retorno; as enviadas e
      * ainda sem retorno de dias anteriores ficam em destaque.
       P-CONSULTA.
            SET  EOF-OK TO FALSE
            MOVE ZEROS  TO WS-QTD-PENDENTES
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            OPEN INPUT REMESSAS
            IF NOT REM-OK THEN
               DISPLAY "NENHUMA REMESSA REGISTRADA AINDA."
               GO TO P-CONSULTA-FIM
            END-IF

            DISPLAY "REMESSA DATA     HORA   QTD    SITUACAO   RETORNO"
            PERFORM UNTIL EOF-OK
                READ REMESSAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        EVALUATE TRUE
                            WHEN REM-ACEITA
                               MOVE "ACEITA"     TO WS-DESC-SITUACAO
                            WHEN REM-REJEITADA
                               MOVE "REJEITADA"  TO WS-DESC-SITUACAO
                            WHEN REM-DATA < WS-DATA-HOJE
                               MOVE "SEM RETORNO" TO WS-DESC-SITUACAO
                               ADD 1 TO WS-QTD-PENDENTES
                            WHEN OTHER
                               MOVE "ENVIADA"    TO WS-DESC-SITUACAO
                        END-EVALUATE
                        DISPLAY REM-SEQ " " REM-DATA " " REM-HORA " "
                                REM-QTD " " WS-DESC-SITUACAO " "
                                REM-DT-RETORNO " " REM-MENSAGEM
                END-READ
            END-PERFORM

            CLOSE REMESSAS

            IF WS-QTD-PENDENTES > ZEROS THEN
               DISPLAY "ATENCAO: " WS-QTD-PENDENTES " REMESSA(S) DE "
                       "DIAS ANTERIORES SEM RETORNO DO FATURAMENTO."
            END-IF
           .

       P-CONSULTA-FIM.
           EXIT.

      * Totais da geracao em CONTROLE.dat: gravacoes do jornal na
      * janela, contatos no movimento e os que nao tiveram efeito.
       P-GRAVA-CONTROLE.
            MOVE 'PG13FATMOV'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-NA-JANELA      TO CTL-QTD-LIDOS
            MOVE WS-QTD-MOVIMENTO      TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-SEM-EFEITO     TO CTL-QTD-REJEITADOS

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
       END PROGRAM PG13FATMOV.
