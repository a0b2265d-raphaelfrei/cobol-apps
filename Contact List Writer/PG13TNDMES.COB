      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Relatorio de tendencia da base de contatos - le as
      *          fotografias de fim de mes de FOTOGRAFIAS.dat (gravadas
      *          pelo PG13FOTMES) e poe lado a lado os 12 meses que
      *          terminam no mes informado: o total geral (ativos,
      *          excluidos, ativos com consentimento e ativos com
      *          e-mail) e os ativos e excluidos por tipo, por filial
      *          e por empresa, cada linha com o crescimento e a
      *          variacao percentual no periodo e sobre o mes
      *          anterior - os numeros que a diretoria pede a cada
      *          trimestre. Antes do relatorio, oferece gravar ja a
      *          fotografia do mes corrente. Copia impressa em
      *          TENDENCIA.LST pelo formatador comum PG13PRTFMT.
      * Update: 15/10/2026 - Total geral ganhou a linha dos ativos com
      *                      os dados verificados dentro da janela de
      *                      reverificacao (fotografias antigas sem o
      *                      campo entram como zero)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13TNDMES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FOTOGRAFIAS ASSIGN TO ".\FOTOGRAFIAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FOT-FS.

            SELECT EMPRESAS ASSIGN TO ".\EMPRESAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-EMP-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD FOTOGRAFIAS.
          COPY FD_FOTOM.

       FD EMPRESAS.
          COPY FD_EMPRS.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FOT-FS             PIC 9(02).
          88 FOT-OK           VALUE 0.

       77 WS-EMP-FS             PIC 9(02).
          88 EMP-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-OPCAO              PIC X(01) VALUE SPACES.

      * Os 12 meses do relatorio, do mais antigo (1) ao informado
      * (12), e se cada um tem fotografia gravada.
       77 WS-MES-FINAL          PIC 9(06) VALUE ZEROS.
       01 WS-MES-TRAB.
          03 WS-MES-TRAB-ANO    PIC 9(04).
          03 WS-MES-TRAB-MES    PIC 9(02).

       01 WS-TABELA-MESES.
          03 WS-MES-LINHA OCCURS 12 TIMES.
             05 WS-MES-AAAAMM     PIC 9(06).
             05 WS-MES-TEM-FOTO   PIC X(01).
                88 MES-TEM-FOTO   VALUE 'S'.

       77 WS-IDX-MES            PIC 9(02) VALUE ZEROS.
       77 WS-IDX-MES-ACHADO     PIC 9(02) VALUE ZEROS.
       77 WS-QTD-MESES-FOTO     PIC 9(02) VALUE ZEROS.

      * Valores de cada dimensao/chave nos 12 meses.
       01 WS-TABELA-TENDENCIA.
          03 WS-TND-LINHA OCCURS 300 TIMES.
             05 WS-TND-DIMENSAO   PIC X(01).
             05 WS-TND-CHAVE      PIC X(11).
             05 WS-TND-MES OCCURS 12 TIMES.
                07 WS-TND-ATIVOS    PIC 9(07).
                07 WS-TND-EXCLUIDOS PIC 9(07).
                07 WS-TND-CONSENT   PIC 9(07).
                07 WS-TND-EMAIL     PIC 9(07).
                07 WS-TND-VERIF     PIC 9(07).

       77 WS-QTD-LINHAS         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-TND            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADO         PIC 9(03) VALUE ZEROS.

       01 WS-TABELA-EMPRESAS.
          03 WS-EMP-LINHA OCCURS 100 TIMES.
             05 WS-EMP-ID         PIC 9(04).
             05 WS-EMP-NOME       PIC X(30).

       77 WS-QTD-EMPRESAS       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-EMP            PIC 9(03) VALUE ZEROS.

      * Bloco e medida sendo impressos.
       77 WS-DIMENSAO-BLOCO     PIC X(01) VALUE SPACES.
       77 WS-TITULO-BLOCO       PIC X(30) VALUE SPACES.
       77 WS-ROTULO-MEDIDA      PIC X(11) VALUE SPACES.
       77 WS-MEDIDA             PIC X(01) VALUE SPACES.
          88 MEDIDA-ATIVOS    VALUE 'A'.
          88 MEDIDA-EXCLUIDOS VALUE 'X'.
          88 MEDIDA-CONSENT   VALUE 'C'.
          88 MEDIDA-EMAIL     VALUE 'E'.
          88 MEDIDA-VERIF     VALUE 'V'.

      * Serie da medida corrente e as variacoes calculadas sobre ela.
       01 WS-SERIE.
          03 WS-SERIE-VALOR OCCURS 12 TIMES PIC 9(07).

       77 WS-PRIMEIRO-VALOR     PIC 9(07) VALUE ZEROS.
       77 WS-ULTIMO-VALOR       PIC 9(07) VALUE ZEROS.
       77 WS-IDX-PRIMEIRO       PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ULTIMO         PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ANTERIOR       PIC 9(02) VALUE ZEROS.
       77 WS-VARIACAO           PIC S9(07) VALUE ZEROS.
       77 WS-PERCENTUAL         PIC S9(05)V9 VALUE ZEROS.

       77 WS-VALOR-ED           PIC ZZZZ9.
       77 WS-VARIACAO-ED        PIC ++++++9.
       77 WS-PERCENTUAL-ED      PIC +++++9,9.
       77 WS-TEXTO-PERC         PIC X(09) VALUE SPACES.
       77 WS-TEXTO-PERC-PER     PIC X(09) VALUE SPACES.
       77 WS-TEXTO-PERC-MES     PIC X(09) VALUE SPACES.
       77 WS-TEXTO-VAR          PIC X(07) VALUE SPACES.
       77 WS-TEXTO-VAR-MES      PIC X(07) VALUE SPACES.
       77 WS-POS                PIC 9(02) VALUE ZEROS.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-IMPRESSAS      PIC 9(06) VALUE ZEROS.

       COPY LK_PRTFMT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** TENDENCIA DA BASE DE CONTATOS *****"

            DISPLAY "<F> para gravar agora a fotografia do mes "
                    "corrente, <QUALQUER TECLA> para so emitir o "
                    "relatorio."
            ACCEPT WS-OPCAO

            IF WS-OPCAO EQUAL 'F' OR WS-OPCAO EQUAL 'f' THEN
               CALL 'PG13FOTMES' USING LK-COM-AREA
            END-IF

            DISPLAY "ULTIMO MES DO RELATORIO (AAAAMM, 0 = ULTIMO "
                    "GRAVADO): "
            ACCEPT WS-MES-FINAL

            IF WS-MES-FINAL EQUAL ZEROS THEN
               PERFORM P-ACHA-ULTIMO-MES THRU P-ACHA-ULTIMO-MES-FIM
            END-IF

            IF WS-MES-FINAL EQUAL ZEROS THEN
               DISPLAY "NENHUMA FOTOGRAFIA GRAVADA EM FOTOGRAFIAS.dat."
               PERFORM P-END
            END-IF

            MOVE WS-MES-FINAL TO WS-MES-TRAB
            IF WS-MES-TRAB-MES < 1 OR WS-MES-TRAB-MES > 12 THEN
               DISPLAY "MES INVALIDO."
               PERFORM P-END
            END-IF

            PERFORM P-MONTA-MESES THRU P-MONTA-MESES-FIM
            PERFORM P-CARREGA-EMPRESAS THRU P-CARREGA-EMPRESAS-FIM
            PERFORM P-CARREGA-FOTOGRAFIAS
                    THRU P-CARREGA-FOTOGRAFIAS-FIM

            IF WS-QTD-MESES-FOTO EQUAL ZEROS THEN
               DISPLAY "NENHUMA FOTOGRAFIA NOS 12 MESES ATE "
                       WS-MES-FINAL "."
               PERFORM P-END
            END-IF

            PERFORM P-EXIBE THRU P-EXIBE-FIM
            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

            PERFORM P-END
           .

      * Sem mes informado, o relatorio termina no mes da fotografia
      * mais recente do arquivo.
       P-ACHA-ULTIMO-MES.
            SET EOF-OK TO FALSE

            OPEN INPUT FOTOGRAFIAS

            IF NOT FOT-OK THEN
               GO TO P-ACHA-ULTIMO-MES-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ FOTOGRAFIAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF FOT-MES > WS-MES-FINAL THEN
                           MOVE FOT-MES TO WS-MES-FINAL
                        END-IF
                END-READ
            END-PERFORM

            CLOSE FOTOGRAFIAS
           .

       P-ACHA-ULTIMO-MES-FIM.
           EXIT.

      * Monta os 12 meses, recuando um mes de cada vez a partir do
      * ultimo.
       P-MONTA-MESES.
            MOVE WS-MES-FINAL TO WS-MES-TRAB

            PERFORM VARYING WS-IDX-MES FROM 12 BY -1
                    UNTIL WS-IDX-MES < 1
                MOVE WS-MES-TRAB TO WS-MES-AAAAMM(WS-IDX-MES)
                MOVE 'N'         TO WS-MES-TEM-FOTO(WS-IDX-MES)
                IF WS-MES-TRAB-MES EQUAL 1 THEN
                   MOVE 12 TO WS-MES-TRAB-MES
                   SUBTRACT 1 FROM WS-MES-TRAB-ANO
                ELSE
                   SUBTRACT 1 FROM WS-MES-TRAB-MES
                END-IF
            END-PERFORM
           .

       P-MONTA-MESES-FIM.
           EXIT.

       P-CARREGA-EMPRESAS.
            SET EOF-OK TO FALSE
            MOVE ZEROS  TO WS-QTD-EMPRESAS

            OPEN INPUT EMPRESAS

            IF NOT EMP-OK THEN
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

      ******************************************************************
      * Le FOTOGRAFIAS.dat e guarda os valores de cada linha que cai
      * num dos 12 meses, na coluna do seu mes.
      ******************************************************************
       P-CARREGA-FOTOGRAFIAS.
            SET EOF-OK TO FALSE

            OPEN INPUT FOTOGRAFIAS

            IF NOT FOT-OK THEN
               DISPLAY "SEM FOTOGRAFIAS.dat PARA LER (STATUS "
                       WS-FOT-FS ")."
               GO TO P-CARREGA-FOTOGRAFIAS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ FOTOGRAFIAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM P-GUARDA-FOTOGRAFIA
                                THRU P-GUARDA-FOTOGRAFIA-FIM
                END-READ
            END-PERFORM

            CLOSE FOTOGRAFIAS
           .

       P-CARREGA-FOTOGRAFIAS-FIM.
           EXIT.

       P-GUARDA-FOTOGRAFIA.
            MOVE ZEROS TO WS-IDX-MES-ACHADO

            PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                    UNTIL WS-IDX-MES > 12
                IF WS-MES-AAAAMM(WS-IDX-MES) EQUAL FOT-MES THEN
                   MOVE WS-IDX-MES TO WS-IDX-MES-ACHADO
                END-IF
            END-PERFORM

            IF WS-IDX-MES-ACHADO EQUAL ZEROS THEN
               GO TO P-GUARDA-FOTOGRAFIA-FIM
            END-IF

            IF NOT MES-TEM-FOTO(WS-IDX-MES-ACHADO) THEN
               MOVE 'S' TO WS-MES-TEM-FOTO(WS-IDX-MES-ACHADO)
               ADD 1 TO WS-QTD-MESES-FOTO
            END-IF

            PERFORM P-LOCALIZA-LINHA THRU P-LOCALIZA-LINHA-FIM

            IF WS-IDX-ACHADO EQUAL ZEROS THEN
               GO TO P-GUARDA-FOTOGRAFIA-FIM
            END-IF

            MOVE FOT-QTD-ATIVOS
                 TO WS-TND-ATIVOS(WS-IDX-ACHADO, WS-IDX-MES-ACHADO)
            MOVE FOT-QTD-EXCLUIDOS
                 TO WS-TND-EXCLUIDOS(WS-IDX-ACHADO, WS-IDX-MES-ACHADO)
            MOVE FOT-QTD-CONSENT
                 TO WS-TND-CONSENT(WS-IDX-ACHADO, WS-IDX-MES-ACHADO)
            MOVE FOT-QTD-EMAIL
                 TO WS-TND-EMAIL(WS-IDX-ACHADO, WS-IDX-MES-ACHADO)
            IF FOT-QTD-VERIFICADOS IS NUMERIC THEN
               MOVE FOT-QTD-VERIFICADOS
                 TO WS-TND-VERIF(WS-IDX-ACHADO, WS-IDX-MES-ACHADO)
            ELSE
               MOVE ZEROS
                 TO WS-TND-VERIF(WS-IDX-ACHADO, WS-IDX-MES-ACHADO)
            END-IF
           .

       P-GUARDA-FOTOGRAFIA-FIM.
           EXIT.

      * Acha (ou cria, zerada nos 12 meses) a linha da dimensao/chave
      * da fotografia lida e devolve o indice em WS-IDX-ACHADO.
       P-LOCALIZA-LINHA.
            MOVE ZEROS TO WS-IDX-ACHADO

            PERFORM VARYING WS-IDX-TND FROM 1 BY 1
                    UNTIL WS-IDX-TND > WS-QTD-LINHAS
                IF WS-TND-DIMENSAO(WS-IDX-TND) EQUAL FOT-DIMENSAO
                   AND WS-TND-CHAVE(WS-IDX-TND) EQUAL FOT-CHAVE THEN
                   MOVE WS-IDX-TND TO WS-IDX-ACHADO
                   GO TO P-LOCALIZA-LINHA-FIM
                END-IF
            END-PERFORM

            IF WS-QTD-LINHAS >= 300 THEN
               DISPLAY 'MAIS DE 300 LINHAS DE TENDENCIA - '
                       'IGNORANDO ' FOT-DIMENSAO ' ' FOT-CHAVE
               GO TO P-LOCALIZA-LINHA-FIM
            END-IF

            ADD 1 TO WS-QTD-LINHAS
            MOVE WS-QTD-LINHAS TO WS-IDX-ACHADO
            MOVE FOT-DIMENSAO  TO WS-TND-DIMENSAO(WS-IDX-ACHADO)
            MOVE FOT-CHAVE     TO WS-TND-CHAVE(WS-IDX-ACHADO)
            PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                    UNTIL WS-IDX-MES > 12
                MOVE ZEROS
                  TO WS-TND-ATIVOS(WS-IDX-ACHADO, WS-IDX-MES)
                     WS-TND-EXCLUIDOS(WS-IDX-ACHADO, WS-IDX-MES)
                     WS-TND-CONSENT(WS-IDX-ACHADO, WS-IDX-MES)
                     WS-TND-EMAIL(WS-IDX-ACHADO, WS-IDX-MES)
                     WS-TND-VERIF(WS-IDX-ACHADO, WS-IDX-MES)
            END-PERFORM
           .

       P-LOCALIZA-LINHA-FIM.
           EXIT.

      ******************************************************************
      * Imprime um bloco por dimensao. Cada chave tem um cabecalho e
      * uma linha por medida com os 12 meses lado a lado, seguida da
      * linha de variacao: no periodo (do primeiro ao ultimo mes com
      * fotografia) e sobre o mes anterior com fotografia.
      ******************************************************************
       P-EXIBE.
            MOVE 'TENDENCIA DA BASE DE CONTATOS' TO LK-PRT-TITULO
            MOVE '.\TENDENCIA.LST'               TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR                     TO LK-PRT-OPERADOR
            MOVE 'I'                             TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE SPACES TO LK-PRT-LINHA
            STRING 'MESES DE '             DELIMITED BY SIZE
                   WS-MES-AAAAMM(1)        DELIMITED BY SIZE
                   ' A '                   DELIMITED BY SIZE
                   WS-MES-AAAAMM(12)       DELIMITED BY SIZE
                   ' (- = MES SEM FOTOGRAFIA)' DELIMITED BY SIZE
              INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE 'G'                     TO WS-DIMENSAO-BLOCO
            MOVE 'TOTAL GERAL'           TO WS-TITULO-BLOCO
            PERFORM P-EXIBE-BLOCO THRU P-EXIBE-BLOCO-FIM

            MOVE 'T'                     TO WS-DIMENSAO-BLOCO
            MOVE 'POR TIPO DE CONTATO'   TO WS-TITULO-BLOCO
            PERFORM P-EXIBE-BLOCO THRU P-EXIBE-BLOCO-FIM

            MOVE 'F'                     TO WS-DIMENSAO-BLOCO
            MOVE 'POR FILIAL'            TO WS-TITULO-BLOCO
            PERFORM P-EXIBE-BLOCO THRU P-EXIBE-BLOCO-FIM

            MOVE 'E'                     TO WS-DIMENSAO-BLOCO
            MOVE 'POR EMPRESA'           TO WS-TITULO-BLOCO
            PERFORM P-EXIBE-BLOCO THRU P-EXIBE-BLOCO-FIM

            MOVE 'FOTOGRAFIAS LIDAS'     TO LK-PRT-ROTULO
            MOVE WS-QTD-LIDOS            TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'MESES COM FOTOGRAFIA'  TO LK-PRT-ROTULO
            MOVE WS-QTD-MESES-FOTO       TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            DISPLAY "RELATORIO GRAVADO EM TENDENCIA.LST"
           .

       P-EXIBE-FIM.
           EXIT.

       P-EXIBE-BLOCO.
            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE WS-TITULO-BLOCO TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

      *     Linha de meses (MM/AA) alinhada com as colunas de valores.
            MOVE SPACES TO LK-PRT-LINHA
            MOVE 'MES'  TO LK-PRT-LINHA(1:3)
            PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                    UNTIL WS-IDX-MES > 12
                COMPUTE WS-POS = 13 + (WS-IDX-MES - 1) * 6
                MOVE WS-MES-AAAAMM(WS-IDX-MES) TO WS-MES-TRAB
                MOVE WS-MES-TRAB-MES      TO LK-PRT-LINHA(WS-POS:2)
                MOVE '/'                  TO LK-PRT-LINHA(WS-POS + 2:1)
                MOVE WS-MES-TRAB-ANO(3:2) TO LK-PRT-LINHA(WS-POS + 3:2)
            END-PERFORM
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-TND FROM 1 BY 1
                    UNTIL WS-IDX-TND > WS-QTD-LINHAS
                IF WS-TND-DIMENSAO(WS-IDX-TND) EQUAL WS-DIMENSAO-BLOCO
                   THEN
                   PERFORM P-EXIBE-CHAVE THRU P-EXIBE-CHAVE-FIM
                END-IF
            END-PERFORM
           .

       P-EXIBE-BLOCO-FIM.
           EXIT.

      * Cabecalho da chave (com o nome da empresa, quando houver) e
      * as medidas: as cinco no total geral, ativos e excluidos nas
      * demais dimensoes.
       P-EXIBE-CHAVE.
            IF WS-DIMENSAO-BLOCO NOT EQUAL 'G' THEN
               MOVE SPACES TO LK-PRT-LINHA
               MOVE WS-TND-CHAVE(WS-IDX-TND) TO LK-PRT-LINHA(1:11)
               IF WS-DIMENSAO-BLOCO EQUAL 'E' THEN
                  PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                          UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS
                      IF WS-TND-CHAVE(WS-IDX-TND)(1:4)
                         EQUAL WS-EMP-ID(WS-IDX-EMP) THEN
                         MOVE WS-EMP-NOME(WS-IDX-EMP)
                              TO LK-PRT-LINHA(13:30)
                      END-IF
                  END-PERFORM
               END-IF
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            END-IF

            MOVE 'A'           TO WS-MEDIDA
            MOVE '  ATIVOS'    TO WS-ROTULO-MEDIDA
            PERFORM P-EXIBE-MEDIDA THRU P-EXIBE-MEDIDA-FIM

            MOVE 'X'           TO WS-MEDIDA
            MOVE '  EXCLUIDOS' TO WS-ROTULO-MEDIDA
            PERFORM P-EXIBE-MEDIDA THRU P-EXIBE-MEDIDA-FIM

            IF WS-DIMENSAO-BLOCO EQUAL 'G' THEN
               MOVE 'C'           TO WS-MEDIDA
               MOVE '  C/CONSENT' TO WS-ROTULO-MEDIDA
               PERFORM P-EXIBE-MEDIDA THRU P-EXIBE-MEDIDA-FIM

               MOVE 'E'           TO WS-MEDIDA
               MOVE '  C/E-MAIL'  TO WS-ROTULO-MEDIDA
               PERFORM P-EXIBE-MEDIDA THRU P-EXIBE-MEDIDA-FIM

               MOVE 'V'           TO WS-MEDIDA
               MOVE '  VERIFICAD' TO WS-ROTULO-MEDIDA
               PERFORM P-EXIBE-MEDIDA THRU P-EXIBE-MEDIDA-FIM
            END-IF
           .

       P-EXIBE-CHAVE-FIM.
           EXIT.

       P-EXIBE-MEDIDA.
            MOVE ZEROS TO WS-IDX-PRIMEIRO WS-IDX-ULTIMO
                          WS-IDX-ANTERIOR

            MOVE SPACES           TO LK-PRT-LINHA
            MOVE WS-ROTULO-MEDIDA TO LK-PRT-LINHA(1:11)

            PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                    UNTIL WS-IDX-MES > 12
                EVALUATE TRUE
                    WHEN MEDIDA-ATIVOS
                       MOVE WS-TND-ATIVOS(WS-IDX-TND, WS-IDX-MES)
                         TO WS-SERIE-VALOR(WS-IDX-MES)
                    WHEN MEDIDA-EXCLUIDOS
                       MOVE WS-TND-EXCLUIDOS(WS-IDX-TND, WS-IDX-MES)
                         TO WS-SERIE-VALOR(WS-IDX-MES)
                    WHEN MEDIDA-CONSENT
                       MOVE WS-TND-CONSENT(WS-IDX-TND, WS-IDX-MES)
                         TO WS-SERIE-VALOR(WS-IDX-MES)
                    WHEN MEDIDA-VERIF
                       MOVE WS-TND-VERIF(WS-IDX-TND, WS-IDX-MES)
                         TO WS-SERIE-VALOR(WS-IDX-MES)
                    WHEN OTHER
                       MOVE WS-TND-EMAIL(WS-IDX-TND, WS-IDX-MES)
                         TO WS-SERIE-VALOR(WS-IDX-MES)
                END-EVALUATE

                COMPUTE WS-POS = 13 + (WS-IDX-MES - 1) * 6
                IF MES-TEM-FOTO(WS-IDX-MES) THEN
                   MOVE WS-SERIE-VALOR(WS-IDX-MES) TO WS-VALOR-ED
                   MOVE WS-VALOR-ED TO LK-PRT-LINHA(WS-POS:5)
                   IF WS-IDX-PRIMEIRO EQUAL ZEROS THEN
                      MOVE WS-IDX-MES TO WS-IDX-PRIMEIRO
                   END-IF
                   MOVE WS-IDX-ULTIMO TO WS-IDX-ANTERIOR
                   MOVE WS-IDX-MES    TO WS-IDX-ULTIMO
                ELSE
                   MOVE '    -'  TO LK-PRT-LINHA(WS-POS:5)
                END-IF
            END-PERFORM

            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            ADD 1 TO WS-QTD-IMPRESSAS

            MOVE WS-SERIE-VALOR(WS-IDX-PRIMEIRO) TO WS-PRIMEIRO-VALOR
            MOVE WS-SERIE-VALOR(WS-IDX-ULTIMO)   TO WS-ULTIMO-VALOR

            PERFORM P-CALCULA-VARIACAO THRU P-CALCULA-VARIACAO-FIM
            MOVE WS-VARIACAO-ED TO WS-TEXTO-VAR
            MOVE WS-TEXTO-PERC  TO WS-TEXTO-PERC-PER

            IF WS-IDX-ANTERIOR > ZEROS THEN
               MOVE WS-SERIE-VALOR(WS-IDX-ANTERIOR)
                 TO WS-PRIMEIRO-VALOR
               PERFORM P-CALCULA-VARIACAO THRU P-CALCULA-VARIACAO-FIM
               MOVE WS-VARIACAO-ED TO WS-TEXTO-VAR-MES
               MOVE WS-TEXTO-PERC  TO WS-TEXTO-PERC-MES
            ELSE
               MOVE '      -'    TO WS-TEXTO-VAR-MES
               MOVE '      N/D' TO WS-TEXTO-PERC-MES
            END-IF

            MOVE SPACES TO LK-PRT-LINHA
            STRING '             PERIODO: '  DELIMITED BY SIZE
                   WS-TEXTO-VAR              DELIMITED BY SIZE
                   ' ('                      DELIMITED BY SIZE
                   WS-TEXTO-PERC-PER         DELIMITED BY SIZE
                   ')  MES ANTERIOR: '       DELIMITED BY SIZE
                   WS-TEXTO-VAR-MES          DELIMITED BY SIZE
                   ' ('                      DELIMITED BY SIZE
                   WS-TEXTO-PERC-MES         DELIMITED BY SIZE
                   ')'                       DELIMITED BY SIZE
              INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-EXIBE-MEDIDA-FIM.
           EXIT.

      * Variacao de WS-PRIMEIRO-VALOR para WS-ULTIMO-VALOR, em
      * quantidade (WS-VARIACAO-ED) e em percentual (WS-TEXTO-PERC;
      * N/D quando o valor de partida e zero).
       P-CALCULA-VARIACAO.
            COMPUTE WS-VARIACAO = WS-ULTIMO-VALOR - WS-PRIMEIRO-VALOR
            MOVE WS-VARIACAO TO WS-VARIACAO-ED

            IF WS-PRIMEIRO-VALOR EQUAL ZEROS THEN
               MOVE '      N/D' TO WS-TEXTO-PERC
            ELSE
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-VARIACAO * 100 / WS-PRIMEIRO-VALOR
               MOVE WS-PERCENTUAL TO WS-PERCENTUAL-ED
               MOVE SPACES TO WS-TEXTO-PERC
               STRING WS-PERCENTUAL-ED DELIMITED BY SIZE
                      '%'              DELIMITED BY SIZE
                 INTO WS-TEXTO-PERC
            END-IF
           .

       P-CALCULA-VARIACAO-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

      * Grava os totais desta execucao em CONTROLE.dat, no mesmo
      * formato dos demais relatorios.
       P-GRAVA-CONTROLE.
            MOVE 'PG13TNDMES'      TO CTL-PROGRAMA
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-IMPRESSAS      TO CTL-QTD-GRAVADOS
            MOVE ZEROS                 TO CTL-QTD-REJEITADOS
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
           EXIT.

       P-END.
            GOBACK.
       END PROGRAM PG13TNDMES.
