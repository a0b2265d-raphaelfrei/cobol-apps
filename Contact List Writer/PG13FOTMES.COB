      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Fotografia de fim de mes da base de contatos - le
      *          CONTATOS.dat inteiro e grava em FOTOGRAFIAS.dat, para
      *          o mes corrente, quantos contatos ativos e excluidos
      *          havia no total, por tipo, por filial e por empresa,
      *          e quantos dos ativos tinham algum meio de contato com
      *          consentimento LGPD e algum e-mail. Rodar de novo no
      *          mesmo mes substitui a fotografia do mes (fica a
      *          ultima). Chamado pela carga noturna PG13NOITE no
      *          ultimo dia do mes e, fora dela, pelo PG13TNDMES, que
      *          emite o relatorio de tendencia dos ultimos 12 meses.
      * Update: 15/10/2026 - Conta tambem os ativos com os dados
      *                      verificados dentro da janela de
      *                      VERIFICACAO_PARAM.dat (a mesma da fila
      *                      de reverificacao PG13VERCTT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13FOTMES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTATOS ASSIGN TO
                 '.\CONTATOS.dat'
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS SEQUENTIAL
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT FOTOGRAFIAS ASSIGN TO ".\FOTOGRAFIAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FOT-FS.

            SELECT FOTTEMP ASSIGN TO ".\FOTOGRAFIAS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT VERIFPARAM ASSIGN TO ".\VERIFICACAO_PARAM.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-PRM-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD FOTOGRAFIAS.
          COPY FD_FOTOM.

      * Mesmo tamanho de REG-FOTOGRAFIA (67 bytes), para a regravacao
      * via temporario nao truncar o fim dos registros copiados.
       FD FOTTEMP.
       01 REG-FOTTEMP              PIC X(67).

       FD VERIFPARAM.
          COPY FD_VERPR.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-FOT-FS             PIC 9(02).
          88 FOT-OK           VALUE 0.

       77 WS-TMP-FS             PIC 9(02).
          88 TMP-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-PRM-FS             PIC 9(02).
          88 PRM-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       01 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-ANO        PIC 9(04).
          03 WS-HOJE-MES        PIC 9(02).
          03 WS-HOJE-DIA        PIC 9(02).

       77 WS-HORA-AGORA         PIC 9(06) VALUE ZEROS.
       77 WS-MES-FOTO           PIC 9(06) VALUE ZEROS.

      * Janela de reverificacao: verificado antes da data de corte
      * esta vencido.
       77 WS-MESES-JANELA       PIC 9(03) VALUE 12.
       77 WS-DATA-CORTE         PIC 9(08) VALUE ZEROS.
       77 WS-MESES-CORTE        PIC 9(06) VALUE ZEROS.
       77 WS-ANO-CORTE          PIC 9(04) VALUE ZEROS.
       77 WS-MES-CORTE          PIC 9(02) VALUE ZEROS.

      * Contadores da fotografia, um por total geral, tipo, filial e
      * empresa, na ordem em que aparecem.
       01 WS-TABELA-FOTO.
          03 WS-FOT-LINHA OCCURS 300 TIMES.
             05 WS-FOT-DIMENSAO   PIC X(01).
             05 WS-FOT-CHAVE      PIC X(11).
             05 WS-FOT-ATIVOS     PIC 9(07).
             05 WS-FOT-EXCLUIDOS  PIC 9(07).
             05 WS-FOT-CONSENT    PIC 9(07).
             05 WS-FOT-EMAIL      PIC 9(07).
             05 WS-FOT-VERIF      PIC 9(07).

       77 WS-QTD-LINHAS         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-FOT            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADO         PIC 9(03) VALUE ZEROS.

      * Chave do contato corrente em cada dimensao.
       77 WS-DIMENSAO-TRAB      PIC X(01) VALUE SPACES.
       77 WS-CHAVE-TRAB         PIC X(11) VALUE SPACES.

      * Situacao LGPD do contato corrente.
       77 WS-CT-IDX             PIC 9(01) VALUE ZEROS.
       77 WS-TEM-CONSENT        PIC X(01) VALUE 'N'.
          88 TEM-CONSENT      VALUE 'S' FALSE 'N'.
       77 WS-TEM-EMAIL          PIC X(01) VALUE 'N'.
          88 TEM-EMAIL        VALUE 'S' FALSE 'N'.
       77 WS-EM-DIA             PIC X(01) VALUE 'N'.
          88 EM-DIA           VALUE 'S' FALSE 'N'.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SUBSTITUIDAS   PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-AGORA
            MOVE WS-DATA-HOJE(1:6)          TO WS-MES-FOTO

            PERFORM P-CALCULA-CORTE THRU P-CALCULA-CORTE-FIM

            DISPLAY "FOTOGRAFIA DA BASE DE CONTATOS - MES "
                    WS-MES-FOTO

      *     O total geral e sempre a primeira linha da fotografia.
            MOVE 'G'     TO WS-DIMENSAO-TRAB
            MOVE 'TOTAL' TO WS-CHAVE-TRAB
            PERFORM P-LOCALIZA-LINHA THRU P-LOCALIZA-LINHA-FIM

            PERFORM P-CONTA-CONTATOS THRU P-CONTA-CONTATOS-FIM

            IF NOT FS-OK AND NOT EOF-OK THEN
               PERFORM P-END
            END-IF

            PERFORM P-GRAVA-FOTOGRAFIA THRU P-GRAVA-FOTOGRAFIA-FIM

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

            DISPLAY "CONTATOS LIDOS     : " WS-QTD-LIDOS
            DISPLAY "LINHAS GRAVADAS    : " WS-QTD-LINHAS
            IF WS-QTD-SUBSTITUIDAS > ZEROS THEN
               DISPLAY "FOTOGRAFIA ANTERIOR DO MES SUBSTITUIDA ("
                       WS-QTD-SUBSTITUIDAS " LINHAS)."
            END-IF

            PERFORM P-END
           .

      ******************************************************************
      * Le a base inteira e soma cada contato no total geral, no seu
      * tipo, na sua filial e na sua empresa.
      ******************************************************************
       P-CONTA-CONTATOS.
            SET EOF-OK TO FALSE

            OPEN INPUT CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13FOTMES'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-CONTA-CONTATOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM P-CONTA-CONTATO
                                THRU P-CONTA-CONTATO-FIM
                END-READ
            END-PERFORM

            CLOSE CONTATOS
           .

       P-CONTA-CONTATOS-FIM.
           EXIT.

       P-CONTA-CONTATO.
            SET TEM-CONSENT TO FALSE
            SET TEM-EMAIL   TO FALSE
            SET EM-DIA      TO FALSE

            IF DT-ULT-VERIFICACAO IS NUMERIC
               AND DT-ULT-VERIFICACAO NOT < WS-DATA-CORTE THEN
               SET EM-DIA TO TRUE
            END-IF

            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > QTD-CT-METODOS
                IF METODO-CONSENTIDO(WS-CT-IDX) THEN
                   SET TEM-CONSENT TO TRUE
                END-IF
                IF CT-METODO-TIPO(WS-CT-IDX) EQUAL 'EMAIL'
                   AND CT-METODO-VALOR(WS-CT-IDX) NOT EQUAL SPACES
                   THEN
                   SET TEM-EMAIL TO TRUE
                END-IF
            END-PERFORM

            MOVE 1 TO WS-IDX-ACHADO
            PERFORM P-SOMA-LINHA THRU P-SOMA-LINHA-FIM

            MOVE 'T'        TO WS-DIMENSAO-TRAB
            MOVE TP-CONTATO TO WS-CHAVE-TRAB
            IF TP-CONTATO EQUAL SPACES THEN
               MOVE 'SEM TIPO' TO WS-CHAVE-TRAB
            END-IF
            PERFORM P-LOCALIZA-LINHA THRU P-LOCALIZA-LINHA-FIM
            PERFORM P-SOMA-LINHA THRU P-SOMA-LINHA-FIM

            MOVE 'F'            TO WS-DIMENSAO-TRAB
            MOVE FILIAL-CONTATO TO WS-CHAVE-TRAB
            IF FILIAL-CONTATO EQUAL SPACES THEN
               MOVE 'SEM FILIAL' TO WS-CHAVE-TRAB
            END-IF
            PERFORM P-LOCALIZA-LINHA THRU P-LOCALIZA-LINHA-FIM
            PERFORM P-SOMA-LINHA THRU P-SOMA-LINHA-FIM

            MOVE 'E'        TO WS-DIMENSAO-TRAB
            MOVE ID-EMPRESA TO WS-CHAVE-TRAB
            IF ID-EMPRESA EQUAL ZEROS THEN
               MOVE 'SEM EMPRESA' TO WS-CHAVE-TRAB
            END-IF
            PERFORM P-LOCALIZA-LINHA THRU P-LOCALIZA-LINHA-FIM
            PERFORM P-SOMA-LINHA THRU P-SOMA-LINHA-FIM
           .

       P-CONTA-CONTATO-FIM.
           EXIT.

      * Soma o contato corrente na linha WS-IDX-ACHADO (zero = tabela
      * cheia, o contato fica so nas demais dimensoes).
       P-SOMA-LINHA.
            IF WS-IDX-ACHADO EQUAL ZEROS THEN
               GO TO P-SOMA-LINHA-FIM
            END-IF

            IF CONTATO-EXCLUIDO THEN
               ADD 1 TO WS-FOT-EXCLUIDOS(WS-IDX-ACHADO)
               GO TO P-SOMA-LINHA-FIM
            END-IF

            ADD 1 TO WS-FOT-ATIVOS(WS-IDX-ACHADO)
            IF TEM-CONSENT THEN
               ADD 1 TO WS-FOT-CONSENT(WS-IDX-ACHADO)
            END-IF
            IF TEM-EMAIL THEN
               ADD 1 TO WS-FOT-EMAIL(WS-IDX-ACHADO)
            END-IF
            IF EM-DIA THEN
               ADD 1 TO WS-FOT-VERIF(WS-IDX-ACHADO)
            END-IF
           .

       P-SOMA-LINHA-FIM.
           EXIT.

      * Acha (ou cria) a linha da dimensao/chave de trabalho e devolve
      * o indice em WS-IDX-ACHADO (zero = tabela cheia).
       P-LOCALIZA-LINHA.
            MOVE ZEROS TO WS-IDX-ACHADO

            PERFORM VARYING WS-IDX-FOT FROM 1 BY 1
                    UNTIL WS-IDX-FOT > WS-QTD-LINHAS
                IF WS-FOT-DIMENSAO(WS-IDX-FOT) EQUAL WS-DIMENSAO-TRAB
                   AND WS-FOT-CHAVE(WS-IDX-FOT) EQUAL WS-CHAVE-TRAB
                   THEN
                   MOVE WS-IDX-FOT TO WS-IDX-ACHADO
                   GO TO P-LOCALIZA-LINHA-FIM
                END-IF
            END-PERFORM

            IF WS-QTD-LINHAS >= 300 THEN
               DISPLAY 'MAIS DE 300 LINHAS NA FOTOGRAFIA - '
                       'IGNORANDO ' WS-DIMENSAO-TRAB ' '
                       WS-CHAVE-TRAB
               GO TO P-LOCALIZA-LINHA-FIM
            END-IF

            ADD 1 TO WS-QTD-LINHAS
            MOVE WS-QTD-LINHAS    TO WS-IDX-ACHADO
            MOVE WS-DIMENSAO-TRAB TO WS-FOT-DIMENSAO(WS-IDX-ACHADO)
            MOVE WS-CHAVE-TRAB    TO WS-FOT-CHAVE(WS-IDX-ACHADO)
            MOVE ZEROS TO WS-FOT-ATIVOS(WS-IDX-ACHADO)
                          WS-FOT-EXCLUIDOS(WS-IDX-ACHADO)
                          WS-FOT-CONSENT(WS-IDX-ACHADO)
                          WS-FOT-EMAIL(WS-IDX-ACHADO)
                          WS-FOT-VERIF(WS-IDX-ACHADO)
           .

       P-LOCALIZA-LINHA-FIM.
           EXIT.

      ******************************************************************
      * Copia FOTOGRAFIAS.dat para o temporario sem as linhas do mes
      * corrente, acrescenta a fotografia nova e regrava o original a
      * partir dele. Sem FOTOGRAFIAS.dat (status 35), a fotografia
      * nova e a primeira do arquivo.
      ******************************************************************
       P-GRAVA-FOTOGRAFIA.
            SET EOF-OK TO FALSE

            OPEN OUTPUT FOTTEMP
            IF NOT TMP-OK THEN
               MOVE 'PG13FOTMES'       TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR TEMPORARIO' TO LK-ERRO-OPERACAO
               MOVE WS-TMP-FS          TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-GRAVA-FOTOGRAFIA-FIM
            END-IF

            OPEN INPUT FOTOGRAFIAS
            IF FOT-OK THEN
               PERFORM UNTIL EOF-OK
                   READ FOTOGRAFIAS
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF FOT-MES EQUAL WS-MES-FOTO THEN
                              ADD 1 TO WS-QTD-SUBSTITUIDAS
                           ELSE
                              MOVE REG-FOTOGRAFIA TO REG-FOTTEMP
                              WRITE REG-FOTTEMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOTOGRAFIAS
            ELSE
               IF WS-FOT-FS NOT EQUAL 35 THEN
                  MOVE 'PG13FOTMES'        TO LK-ERRO-PROGRAMA
                  MOVE 'ABRIR FOTOGRAFIAS' TO LK-ERRO-OPERACAO
                  MOVE WS-FOT-FS           TO LK-ERRO-FS
                  CALL 'PG13ERRFS' USING LK-ERRO-AREA
                  CLOSE FOTTEMP
                  GO TO P-GRAVA-FOTOGRAFIA-FIM
               END-IF
            END-IF

            PERFORM VARYING WS-IDX-FOT FROM 1 BY 1
                    UNTIL WS-IDX-FOT > WS-QTD-LINHAS
                MOVE WS-MES-FOTO    TO FOT-MES
                MOVE WS-DATA-HOJE   TO FOT-DATA
                MOVE WS-HORA-AGORA  TO FOT-HORA
                MOVE WS-FOT-DIMENSAO(WS-IDX-FOT)  TO FOT-DIMENSAO
                MOVE WS-FOT-CHAVE(WS-IDX-FOT)     TO FOT-CHAVE
                MOVE WS-FOT-ATIVOS(WS-IDX-FOT)    TO FOT-QTD-ATIVOS
                MOVE WS-FOT-EXCLUIDOS(WS-IDX-FOT) TO FOT-QTD-EXCLUIDOS
                MOVE WS-FOT-CONSENT(WS-IDX-FOT)   TO FOT-QTD-CONSENT
                MOVE WS-FOT-EMAIL(WS-IDX-FOT)     TO FOT-QTD-EMAIL
                MOVE WS-FOT-VERIF(WS-IDX-FOT)
                     TO FOT-QTD-VERIFICADOS
                MOVE REG-FOTOGRAFIA TO REG-FOTTEMP
                WRITE REG-FOTTEMP
            END-PERFORM

            CLOSE FOTTEMP

            SET EOF-OK TO FALSE
            OPEN INPUT FOTTEMP
            OPEN OUTPUT FOTOGRAFIAS

            PERFORM UNTIL EOF-OK
                READ FOTTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-FOTTEMP TO REG-FOTOGRAFIA
                        WRITE REG-FOTOGRAFIA
                END-READ
            END-PERFORM

            CLOSE FOTTEMP
            CLOSE FOTOGRAFIAS
           .

       P-GRAVA-FOTOGRAFIA-FIM.
           EXIT.

      * Data de corte da janela de VERIFICACAO_PARAM.dat (sem o
      * arquivo, ou com a janela zerada, 12 meses): hoje recuado os
      * meses da janela, como na fila do PG13VERCTT.
       P-CALCULA-CORTE.
            MOVE 12 TO WS-MESES-JANELA

            OPEN INPUT VERIFPARAM
            IF PRM-OK THEN
               READ VERIFPARAM
                    AT END
                       CONTINUE
                NOT AT END
                       IF VRP-MESES IS NUMERIC
                          AND VRP-MESES > ZEROS THEN
                          MOVE VRP-MESES TO WS-MESES-JANELA
                       END-IF
               END-READ
               CLOSE VERIFPARAM
            END-IF

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

      * Grava os totais desta execucao em CONTROLE.dat, no mesmo
      * formato dos demais programas.
       P-GRAVA-CONTROLE.
            MOVE 'PG13FOTMES'      TO CTL-PROGRAMA
            MOVE WS-DATA-HOJE          TO CTL-DATA
            MOVE WS-HORA-AGORA         TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-LINHAS         TO CTL-QTD-GRAVADOS
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
       END PROGRAM PG13FOTMES.
