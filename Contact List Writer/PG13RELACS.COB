      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Relatorio de acessos a dados pessoais (LGPD) - le a
      *          trilha ACESSOS_LGPD.dat gravada pelo PG13ACSLOG (CPF
      *          exibido sem mascara e dossies gerados) e, para um
      *          intervalo de datas, lista os acessos por operador e
      *          por contato. Quando um operador ou um contato e
      *          informado, lista tambem cada acesso. Na visao por
      *          operador, compara a media diaria do intervalo com a
      *          media diaria dos 90 dias anteriores e marca os
      *          operadores com volume muito acima do seu usual.
      *          Copia impressa em ACESSOS_LGPD.LST pelo formatador
      *          comum PG13PRTFMT e totais em CONTROLE.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13RELACS.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ACESSOS ASSIGN TO ".\ACESSOS_LGPD.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ACS-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD ACESSOS.
          COPY FD_ACESS.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-ACS-FS             PIC 9(02).
          88 ACS-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

      * Filtros do relatorio.
       77 WS-DATA-DE            PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ATE           PIC 9(08) VALUE ZEROS.
       77 WS-OPR-FILTRO         PIC X(08) VALUE SPACES.
       77 WS-ID-FILTRO          PIC 9(06) VALUE ZEROS.

      * Regra do alerta: o operador e marcado quando a media diaria
      * do intervalo passa de WS-FATOR-ALERTA vezes a sua media dos
      * WS-DIAS-BASE dias anteriores ao inicio do intervalo, desde
      * que tenha feito pelo menos WS-MIN-ALERTA acessos (poucas
      * consultas nao sao anormais, mesmo sem historico).
       77 WS-FATOR-ALERTA       PIC 9(02) VALUE 3.
       77 WS-MIN-ALERTA         PIC 9(04) VALUE 10.
       77 WS-DIAS-BASE          PIC 9(03) VALUE 90.

      * Datas do intervalo e do periodo de referencia anterior.
       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-INT-DE             PIC S9(09) VALUE ZEROS.
       77 WS-INT-ATE            PIC S9(09) VALUE ZEROS.
       77 WS-BASE-DE            PIC 9(08) VALUE ZEROS.
       77 WS-BASE-ATE           PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-PERIODO       PIC 9(05) VALUE ZEROS.

      * Acumuladores por operador (intervalo e periodo anterior).
       01 WS-TABELA-OPERADORES.
          03 WS-OPR-LINHA OCCURS 200 TIMES.
             05 WS-OPR-NOME       PIC X(08).
             05 WS-OPR-QTD        PIC 9(06).
             05 WS-OPR-QTD-BASE   PIC 9(06).

       77 WS-QTD-OPERADORES     PIC 9(03) VALUE ZEROS.
       77 WS-IDX-OPR            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-OPR-ACHADO     PIC 9(03) VALUE ZEROS.

      * Acumuladores por contato (so o intervalo).
       01 WS-TABELA-CONTATOS.
          03 WS-CTT-LINHA OCCURS 3000 TIMES.
             05 WS-CTT-ID         PIC 9(06).
             05 WS-CTT-QTD        PIC 9(05).
             05 WS-CTT-ULT-DATA   PIC 9(08).
             05 WS-CTT-ULT-OPR    PIC X(08).

       77 WS-QTD-CONTATOS       PIC 9(04) VALUE ZEROS.
       77 WS-IDX-CTT            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-CTT-ACHADO     PIC 9(04) VALUE ZEROS.

      * Medias diarias e o teste do alerta.
       77 WS-MEDIA              PIC 9(04)V99 VALUE ZEROS.
       77 WS-MEDIA-BASE         PIC 9(04)V99 VALUE ZEROS.
       77 WS-MEDIA-ED           PIC ZZZ9,99.
       77 WS-MEDIA-BASE-ED      PIC ZZZ9,99.
       77 WS-LIMITE-ALERTA      PIC 9(12) VALUE ZEROS.
       77 WS-VOLUME-PERIODO     PIC 9(12) VALUE ZEROS.
       77 WS-MARCA-ALERTA       PIC X(20) VALUE SPACES.

      * Contadores.
       77 WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-NO-PERIODO     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ALERTAS        PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DETALHE        PIC 9(07) VALUE ZEROS.

       COPY LK_PRTFMT.

       COPY LK_DURLOG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            MOVE 'PG13RELACS' TO LK-DUR-PROGRAMA
            MOVE 'I'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            DISPLAY "***** ACESSOS A DADOS PESSOAIS (LGPD) *****"

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            DISPLAY "DATA INICIAL (AAAAMMDD, 0 = ULTIMOS 30 DIAS): "
            ACCEPT WS-DATA-DE
            DISPLAY "DATA FINAL (AAAAMMDD, 0 = HOJE): "
            ACCEPT WS-DATA-ATE
            DISPLAY "OPERADOR (EM BRANCO = TODOS): "
            ACCEPT WS-OPR-FILTRO
            DISPLAY "ID DO CONTATO (0 = TODOS): "
            ACCEPT WS-ID-FILTRO

            IF WS-DATA-ATE EQUAL ZEROS THEN
               MOVE WS-DATA-HOJE TO WS-DATA-ATE
            END-IF

            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ATE) NOT EQUAL
               ZEROS THEN
               DISPLAY "DATA FINAL INVALIDA."
               PERFORM P-END
            END-IF

            COMPUTE WS-INT-ATE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-ATE)

            IF WS-DATA-DE EQUAL ZEROS THEN
               COMPUTE WS-DATA-DE =
                       FUNCTION DATE-OF-INTEGER(WS-INT-ATE - 29)
            END-IF

            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-DE) NOT EQUAL
               ZEROS OR WS-DATA-DE > WS-DATA-ATE THEN
               DISPLAY "DATA INICIAL INVALIDA."
               PERFORM P-END
            END-IF

      *     Periodo de referencia: os WS-DIAS-BASE dias imediatamente
      *     anteriores ao inicio do intervalo.
            COMPUTE WS-INT-DE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-DE)
            COMPUTE WS-DIAS-PERIODO = WS-INT-ATE - WS-INT-DE + 1
            COMPUTE WS-BASE-ATE =
                    FUNCTION DATE-OF-INTEGER(WS-INT-DE - 1)
            COMPUTE WS-BASE-DE =
                    FUNCTION DATE-OF-INTEGER(WS-INT-DE - WS-DIAS-BASE)

            PERFORM P-ABRE-RELATORIO THRU P-ABRE-RELATORIO-FIM

            PERFORM P-LE-ACESSOS THRU P-LE-ACESSOS-FIM

            IF WS-QTD-NO-PERIODO EQUAL ZEROS THEN
               DISPLAY "NENHUM ACESSO NO INTERVALO INFORMADO."
               MOVE 'NENHUM ACESSO NO INTERVALO INFORMADO.'
                    TO LK-PRT-LINHA
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            ELSE
               PERFORM P-POR-OPERADOR THRU P-POR-OPERADOR-FIM
               PERFORM P-POR-CONTATO THRU P-POR-CONTATO-FIM
            END-IF

            PERFORM P-FECHA-RELATORIO THRU P-FECHA-RELATORIO-FIM

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

            PERFORM P-END
           .

      ******************************************************************
      * Abre o relatorio e imprime os filtros usados. A secao de
      * acessos individuais so e aberta quando ha filtro de operador
      * ou de contato, para o relatorio geral nao virar uma copia da
      * trilha inteira.
      ******************************************************************
       P-ABRE-RELATORIO.
            MOVE 'ACESSOS A DADOS PESSOAIS (LGPD)' TO LK-PRT-TITULO
            MOVE '.\ACESSOS_LGPD.LST'              TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR                       TO LK-PRT-OPERADOR
            MOVE 'I'                               TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE SPACES TO LK-PRT-LINHA
            STRING 'INTERVALO: '       DELIMITED BY SIZE
                   WS-DATA-DE          DELIMITED BY SIZE
                   ' A '               DELIMITED BY SIZE
                   WS-DATA-ATE         DELIMITED BY SIZE
                   '  REFERENCIA: '    DELIMITED BY SIZE
                   WS-BASE-DE          DELIMITED BY SIZE
                   ' A '               DELIMITED BY SIZE
                   WS-BASE-ATE         DELIMITED BY SIZE
              INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE SPACES TO LK-PRT-LINHA
            STRING 'OPERADOR: '        DELIMITED BY SIZE
                   WS-OPR-FILTRO       DELIMITED BY SIZE
                   '  CONTATO: '       DELIMITED BY SIZE
                   WS-ID-FILTRO        DELIMITED BY SIZE
              INTO LK-PRT-LINHA
            IF WS-OPR-FILTRO EQUAL SPACES THEN
               MOVE 'TODOS   ' TO LK-PRT-LINHA(11:8)
            END-IF
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            IF WS-OPR-FILTRO NOT EQUAL SPACES
               OR WS-ID-FILTRO NOT EQUAL ZEROS THEN
               MOVE SPACES TO LK-PRT-LINHA
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
               MOVE 'ACESSOS NO INTERVALO:' TO LK-PRT-LINHA
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
               MOVE 'DATA     HORA   OPERADOR CONTATO PROGRAMA'
                    TO LK-PRT-LINHA
               MOVE 'EVENTO' TO LK-PRT-LINHA(46:6)
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            END-IF
           .

       P-ABRE-RELATORIO-FIM.
           EXIT.

      ******************************************************************
      * Le a trilha inteira uma vez: os acessos do intervalo que
      * passam nos filtros vao para as tabelas por operador e por
      * contato (e para o detalhe, quando ha filtro); os do periodo
      * de referencia so contam para a media usual do operador.
      ******************************************************************
       P-LE-ACESSOS.
            SET EOF-OK TO FALSE

            OPEN INPUT ACESSOS

            IF NOT ACS-OK THEN
               DISPLAY "SEM ACESSOS_LGPD.dat PARA LER (STATUS "
                       WS-ACS-FS ")."
               GO TO P-LE-ACESSOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ ACESSOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM P-TRATA-ACESSO
                                THRU P-TRATA-ACESSO-FIM
                END-READ
            END-PERFORM

            CLOSE ACESSOS
           .

       P-LE-ACESSOS-FIM.
           EXIT.

       P-TRATA-ACESSO.
            IF WS-OPR-FILTRO NOT EQUAL SPACES
               AND ACS-OPERADOR NOT EQUAL WS-OPR-FILTRO THEN
               GO TO P-TRATA-ACESSO-FIM
            END-IF

            IF ACS-DATA >= WS-BASE-DE AND ACS-DATA <= WS-BASE-ATE
               THEN
               PERFORM P-LOCALIZA-OPERADOR
                       THRU P-LOCALIZA-OPERADOR-FIM
               IF WS-IDX-OPR-ACHADO > ZEROS THEN
                  ADD 1 TO WS-OPR-QTD-BASE(WS-IDX-OPR-ACHADO)
               END-IF
               GO TO P-TRATA-ACESSO-FIM
            END-IF

            IF ACS-DATA < WS-DATA-DE OR ACS-DATA > WS-DATA-ATE THEN
               GO TO P-TRATA-ACESSO-FIM
            END-IF

            IF WS-ID-FILTRO NOT EQUAL ZEROS
               AND ACS-ID-CONTATO NOT EQUAL WS-ID-FILTRO THEN
               GO TO P-TRATA-ACESSO-FIM
            END-IF

            ADD 1 TO WS-QTD-NO-PERIODO

            PERFORM P-LOCALIZA-OPERADOR THRU P-LOCALIZA-OPERADOR-FIM
            IF WS-IDX-OPR-ACHADO > ZEROS THEN
               ADD 1 TO WS-OPR-QTD(WS-IDX-OPR-ACHADO)
            END-IF

            PERFORM P-LOCALIZA-CONTATO THRU P-LOCALIZA-CONTATO-FIM
            IF WS-IDX-CTT-ACHADO > ZEROS THEN
               ADD 1 TO WS-CTT-QTD(WS-IDX-CTT-ACHADO)
               IF ACS-DATA >= WS-CTT-ULT-DATA(WS-IDX-CTT-ACHADO) THEN
                  MOVE ACS-DATA
                       TO WS-CTT-ULT-DATA(WS-IDX-CTT-ACHADO)
                  MOVE ACS-OPERADOR
                       TO WS-CTT-ULT-OPR(WS-IDX-CTT-ACHADO)
               END-IF
            END-IF

            IF WS-OPR-FILTRO NOT EQUAL SPACES
               OR WS-ID-FILTRO NOT EQUAL ZEROS THEN
               ADD 1 TO WS-QTD-DETALHE
               MOVE SPACES TO LK-PRT-LINHA
               STRING ACS-DATA          DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ACS-HORA          DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ACS-OPERADOR      DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ACS-ID-CONTATO    DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      ACS-PROGRAMA      DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ACS-EVENTO        DELIMITED BY SIZE
                 INTO LK-PRT-LINHA
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            END-IF
           .

       P-TRATA-ACESSO-FIM.
           EXIT.

      * Acha (ou cria) a linha do operador do acesso corrente e
      * devolve o indice em WS-IDX-OPR-ACHADO (zero = tabela cheia).
       P-LOCALIZA-OPERADOR.
            MOVE ZEROS TO WS-IDX-OPR-ACHADO

            PERFORM VARYING WS-IDX-OPR FROM 1 BY 1
                    UNTIL WS-IDX-OPR > WS-QTD-OPERADORES
                IF WS-OPR-NOME(WS-IDX-OPR) EQUAL ACS-OPERADOR THEN
                   MOVE WS-IDX-OPR TO WS-IDX-OPR-ACHADO
                   GO TO P-LOCALIZA-OPERADOR-FIM
                END-IF
            END-PERFORM

            IF WS-QTD-OPERADORES >= 200 THEN
               DISPLAY 'MAIS DE 200 OPERADORES - IGNORANDO O '
                       'EXCEDENTE'
               GO TO P-LOCALIZA-OPERADOR-FIM
            END-IF

            ADD 1 TO WS-QTD-OPERADORES
            MOVE WS-QTD-OPERADORES TO WS-IDX-OPR-ACHADO
            MOVE ACS-OPERADOR TO WS-OPR-NOME(WS-IDX-OPR-ACHADO)
            MOVE ZEROS TO WS-OPR-QTD(WS-IDX-OPR-ACHADO)
                          WS-OPR-QTD-BASE(WS-IDX-OPR-ACHADO)
           .

       P-LOCALIZA-OPERADOR-FIM.
           EXIT.

      * Acha (ou cria) a linha do contato do acesso corrente e
      * devolve o indice em WS-IDX-CTT-ACHADO (zero = tabela cheia).
       P-LOCALIZA-CONTATO.
            MOVE ZEROS TO WS-IDX-CTT-ACHADO

            PERFORM VARYING WS-IDX-CTT FROM 1 BY 1
                    UNTIL WS-IDX-CTT > WS-QTD-CONTATOS
                IF WS-CTT-ID(WS-IDX-CTT) EQUAL ACS-ID-CONTATO THEN
                   MOVE WS-IDX-CTT TO WS-IDX-CTT-ACHADO
                   GO TO P-LOCALIZA-CONTATO-FIM
                END-IF
            END-PERFORM

            IF WS-QTD-CONTATOS >= 3000 THEN
               DISPLAY 'MAIS DE 3000 CONTATOS ACESSADOS - IGNORANDO '
                       'O EXCEDENTE'
               GO TO P-LOCALIZA-CONTATO-FIM
            END-IF

            ADD 1 TO WS-QTD-CONTATOS
            MOVE WS-QTD-CONTATOS TO WS-IDX-CTT-ACHADO
            MOVE ACS-ID-CONTATO TO WS-CTT-ID(WS-IDX-CTT-ACHADO)
            MOVE ZEROS TO WS-CTT-QTD(WS-IDX-CTT-ACHADO)
                          WS-CTT-ULT-DATA(WS-IDX-CTT-ACHADO)
            MOVE SPACES TO WS-CTT-ULT-OPR(WS-IDX-CTT-ACHADO)
           .

       P-LOCALIZA-CONTATO-FIM.
           EXIT.

      ******************************************************************
      * Visao por operador: acessos no intervalo, media diaria do
      * intervalo e media diaria usual (periodo de referencia), com
      * a marca de alerta. O teste e feito em inteiros:
      * QTD / DIAS > FATOR * BASE / DIAS-BASE
      * equivale a QTD * DIAS-BASE > FATOR * BASE * DIAS.
      ******************************************************************
       P-POR-OPERADOR.
            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'POR OPERADOR:' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'OPERADOR ACESSOS MEDIA/DIA  USUAL/DIA'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-OPR FROM 1 BY 1
                    UNTIL WS-IDX-OPR > WS-QTD-OPERADORES
                IF WS-OPR-QTD(WS-IDX-OPR) > ZEROS THEN
                   PERFORM P-LINHA-OPERADOR
                           THRU P-LINHA-OPERADOR-FIM
                END-IF
            END-PERFORM
           .

       P-POR-OPERADOR-FIM.
           EXIT.

       P-LINHA-OPERADOR.
            COMPUTE WS-MEDIA ROUNDED =
                    WS-OPR-QTD(WS-IDX-OPR) / WS-DIAS-PERIODO
            COMPUTE WS-MEDIA-BASE ROUNDED =
                    WS-OPR-QTD-BASE(WS-IDX-OPR) / WS-DIAS-BASE
            MOVE WS-MEDIA      TO WS-MEDIA-ED
            MOVE WS-MEDIA-BASE TO WS-MEDIA-BASE-ED

            MOVE SPACES TO WS-MARCA-ALERTA
            COMPUTE WS-VOLUME-PERIODO =
                    WS-OPR-QTD(WS-IDX-OPR) * WS-DIAS-BASE
            COMPUTE WS-LIMITE-ALERTA =
                    WS-FATOR-ALERTA * WS-OPR-QTD-BASE(WS-IDX-OPR)
                  * WS-DIAS-PERIODO

            IF WS-OPR-QTD(WS-IDX-OPR) >= WS-MIN-ALERTA THEN
               IF WS-OPR-QTD-BASE(WS-IDX-OPR) EQUAL ZEROS THEN
                  MOVE '*** SEM HISTORICO' TO WS-MARCA-ALERTA
                  ADD 1 TO WS-QTD-ALERTAS
               ELSE
                  IF WS-VOLUME-PERIODO > WS-LIMITE-ALERTA THEN
                     MOVE '*** ACIMA DO USUAL' TO WS-MARCA-ALERTA
                     ADD 1 TO WS-QTD-ALERTAS
                  END-IF
               END-IF
            END-IF

            MOVE SPACES TO LK-PRT-LINHA
            STRING WS-OPR-NOME(WS-IDX-OPR)     DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-OPR-QTD(WS-IDX-OPR)      DELIMITED BY SIZE
                   '   '                       DELIMITED BY SIZE
                   WS-MEDIA-ED                 DELIMITED BY SIZE
                   '    '                      DELIMITED BY SIZE
                   WS-MEDIA-BASE-ED            DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-MARCA-ALERTA             DELIMITED BY SIZE
              INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            IF WS-MARCA-ALERTA NOT EQUAL SPACES THEN
               DISPLAY 'ALERTA: ' WS-OPR-NOME(WS-IDX-OPR) ' - '
                       WS-OPR-QTD(WS-IDX-OPR) ' ACESSOS '
                       WS-MARCA-ALERTA
            END-IF
           .

       P-LINHA-OPERADOR-FIM.
           EXIT.

      ******************************************************************
      * Visao por contato: quantas vezes os dados pessoais de cada
      * contato foram vistos no intervalo, quando e por quem por
      * ultimo.
      ******************************************************************
       P-POR-CONTATO.
            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'POR CONTATO:' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'CONTATO QTDE  ULTIMO   POR'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-CTT FROM 1 BY 1
                    UNTIL WS-IDX-CTT > WS-QTD-CONTATOS
                MOVE SPACES TO LK-PRT-LINHA
                STRING WS-CTT-ID(WS-IDX-CTT)       DELIMITED BY SIZE
                       '  '                        DELIMITED BY SIZE
                       WS-CTT-QTD(WS-IDX-CTT)      DELIMITED BY SIZE
                       ' '                         DELIMITED BY SIZE
                       WS-CTT-ULT-DATA(WS-IDX-CTT) DELIMITED BY SIZE
                       ' '                         DELIMITED BY SIZE
                       WS-CTT-ULT-OPR(WS-IDX-CTT)  DELIMITED BY SIZE
                  INTO LK-PRT-LINHA
                PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            END-PERFORM
           .

       P-POR-CONTATO-FIM.
           EXIT.

       P-FECHA-RELATORIO.
            MOVE 'REGISTROS DA TRILHA LIDOS' TO LK-PRT-ROTULO
            MOVE WS-QTD-LIDOS                TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'ACESSOS NO INTERVALO'      TO LK-PRT-ROTULO
            MOVE WS-QTD-NO-PERIODO           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CONTATOS DISTINTOS'        TO LK-PRT-ROTULO
            MOVE WS-QTD-CONTATOS             TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'OPERADORES EM ALERTA'      TO LK-PRT-ROTULO
            MOVE WS-QTD-ALERTAS              TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            DISPLAY 'ACESSOS NO INTERVALO: ' WS-QTD-NO-PERIODO
            DISPLAY 'OPERADORES EM ALERTA: ' WS-QTD-ALERTAS
            DISPLAY 'RELATORIO GRAVADO EM ACESSOS_LGPD.LST'
           .

       P-FECHA-RELATORIO-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

      * Grava os totais desta execucao em CONTROLE.dat, no mesmo
      * formato dos demais relatorios.
       P-GRAVA-CONTROLE.
            MOVE 'PG13RELACS'      TO CTL-PROGRAMA
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-NO-PERIODO     TO CTL-QTD-GRAVADOS
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
            MOVE 'PG13RELACS' TO LK-DUR-PROGRAMA
            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            GOBACK.
       END PROGRAM PG13RELACS.
