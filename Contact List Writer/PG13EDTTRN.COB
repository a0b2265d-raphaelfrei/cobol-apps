      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Pre-critica do arquivo de transacoes do RH - confere
      *          CTT_TRANSACOES.dat inteiro antes de a carga noturna
      *          (PG13TRNCTT) tocar em CONTATOS.dat: cabecalho com data
      *          de geracao e numero sequencial do arquivo, rodape com
      *          a quantidade de transacoes e a soma dos TRN-ID, numero
      *          na sequencia do ultimo processado e ainda nao usado.
      *          Qualquer falha rejeita o arquivo todo; o resultado
      *          (liberado ou rejeitado) fica em CTT_REGISTRO.dat, e a
      *          PG13TRNCTT so aplica arquivo liberado ali.
      * Update: 15/10/2026 - Novo total CTL-QTD-SUPRIMIDOS de
      *                      CONTROLE.dat gravado zerado (so as
      *                      saidas para contato suprimem)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13EDTTRN.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRANSACOES ASSIGN TO ".\CTT_TRANSACOES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TRN-FS.

            SELECT REGISTRO ASSIGN TO ".\CTT_REGISTRO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-RTR-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD TRANSACOES.
          COPY FD_TRNCT.

       FD REGISTRO.
          COPY FD_REGTR.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-TRN-FS             PIC 9(02).
          88 TRN-OK           VALUE 0.

       77 WS-RTR-FS             PIC 9(02).
          88 RTR-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-MOTIVO             PIC X(40) VALUE SPACES.
       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.

      * O que o arquivo diz de si mesmo (cabecalho e rodape) e o que
      * a leitura das transacoes apurou.
       77 WS-TEM-CABECALHO      PIC X(01) VALUE 'N'.
          88 TEM-CABECALHO    VALUE 'S'.
       77 WS-TEM-RODAPE         PIC X(01) VALUE 'N'.
          88 TEM-RODAPE       VALUE 'S'.

       77 WS-DT-GERACAO         PIC 9(08) VALUE ZEROS.
       77 WS-NUMERO             PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RODAPE         PIC 9(06) VALUE ZEROS.
       77 WS-HASH-RODAPE        PIC 9(12) VALUE ZEROS.

       77 WS-QTD-LINHAS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DETALHES       PIC 9(06) VALUE ZEROS.
       77 WS-HASH-CALC          PIC 9(12) VALUE ZEROS.

      * O que CTT_REGISTRO.dat ja sabe sobre arquivos anteriores.
       77 WS-MAIOR-PROCESSADO   PIC 9(06) VALUE ZEROS.
       77 WS-MAIOR-DT-GERACAO   PIC 9(08) VALUE ZEROS.
       77 WS-ESPERADO           PIC 9(06) VALUE ZEROS.
       77 WS-DT-PROCESSADO      PIC 9(08) VALUE ZEROS.

       77 WS-JA-PROCESSADO      PIC X(01) VALUE 'N'.
          88 JA-PROCESSADO    VALUE 'S'.
       77 WS-JA-LIBERADO        PIC X(01) VALUE 'N'.
          88 JA-LIBERADO      VALUE 'S'.
       77 WS-QTD-LIBERADO       PIC 9(06) VALUE ZEROS.
       77 WS-HASH-LIBERADO      PIC 9(12) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_DURLOG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            MOVE 'PG13EDTTRN' TO LK-DUR-PROGRAMA
            MOVE 'I'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            DISPLAY "***** PRE-CRITICA DO ARQUIVO DE TRANSACOES *****"

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
            MOVE SPACES TO WS-MOTIVO

            PERFORM P-CONFERE-ARQUIVO THRU P-CONFERE-ARQUIVO-FIM

            IF WS-MOTIVO EQUAL SPACES THEN
               PERFORM P-CONFERE-REGISTRO THRU P-CONFERE-REGISTRO-FIM
            END-IF

            PERFORM P-GRAVA-REGISTRO THRU P-GRAVA-REGISTRO-FIM

            IF WS-MOTIVO EQUAL SPACES THEN
               DISPLAY "ARQUIVO " WS-NUMERO " DE " WS-DT-GERACAO
                       " LIBERADO PARA A CARGA - " WS-QTD-DETALHES
                       " TRANSACOES."
            ELSE
               DISPLAY "ARQUIVO REJEITADO INTEIRO: " WS-MOTIVO
               DISPLAY "NENHUMA TRANSACAO SERA APLICADA."
            END-IF

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-END
           .

      * Le o arquivo do inicio ao fim: o cabecalho tem de ser a
      * primeira linha e o rodape a ultima, um de cada. As transacoes
      * sao contadas e os TRN-ID somados para bater com o rodape - um
      * arquivo cortado na transferencia perde o rodape ou os totais.
       P-CONFERE-ARQUIVO.
            SET  EOF-OK TO FALSE
            MOVE ZEROS  TO WS-QTD-LINHAS
                           WS-QTD-DETALHES
                           WS-HASH-CALC

            OPEN INPUT TRANSACOES

            IF NOT TRN-OK THEN
               MOVE 'PG13EDTTRN'     TO LK-ERRO-PROGRAMA
               MOVE 'LER TRANSACOES' TO LK-ERRO-OPERACAO
               MOVE WS-TRN-FS        TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               MOVE "ARQUIVO DE TRANSACOES INDISPONIVEL" TO WS-MOTIVO
               GO TO P-CONFERE-ARQUIVO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ TRANSACOES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LINHAS
                        PERFORM P-CONFERE-LINHA
                                THRU P-CONFERE-LINHA-FIM
                END-READ
            END-PERFORM

            CLOSE TRANSACOES

            IF WS-MOTIVO EQUAL SPACES AND NOT TEM-CABECALHO THEN
               MOVE "ARQUIVO SEM CABECALHO" TO WS-MOTIVO
            END-IF

            IF WS-MOTIVO EQUAL SPACES AND NOT TEM-RODAPE THEN
               MOVE "SEM RODAPE - ARQUIVO CORTADO NA CARGA?"
                    TO WS-MOTIVO
            END-IF

            IF WS-MOTIVO EQUAL SPACES
               AND WS-QTD-DETALHES NOT EQUAL WS-QTD-RODAPE THEN
               MOVE "QTD DE TRANSACOES DIFERE DO RODAPE"
                    TO WS-MOTIVO
            END-IF

            IF WS-MOTIVO EQUAL SPACES
               AND WS-HASH-CALC NOT EQUAL WS-HASH-RODAPE THEN
               MOVE "SOMA DOS TRN-ID DIFERE DO RODAPE" TO WS-MOTIVO
            END-IF

            IF WS-MOTIVO EQUAL SPACES
               AND WS-DT-GERACAO > WS-DATA-HOJE THEN
               MOVE "DATA DE GERACAO NO FUTURO" TO WS-MOTIVO
            END-IF

            DISPLAY "LINHAS LIDAS: " WS-QTD-LINHAS
                    "  TRANSACOES: " WS-QTD-DETALHES
                    "  SOMA DOS IDS: " WS-HASH-CALC
           .

       P-CONFERE-ARQUIVO-FIM.
           EXIT.

      * Classifica uma linha; so o primeiro problema encontrado fica
      * como motivo da rejeicao.
       P-CONFERE-LINHA.
            EVALUATE TRUE
                WHEN TRN-CABECALHO
                   IF WS-QTD-LINHAS > 1 AND WS-MOTIVO EQUAL SPACES THEN
                      MOVE "CABECALHO FORA DA PRIMEIRA LINHA"
                           TO WS-MOTIVO
                   END-IF
                   MOVE 'S'            TO WS-TEM-CABECALHO
                   MOVE TRH-DT-GERACAO TO WS-DT-GERACAO
                   MOVE TRH-NUMERO     TO WS-NUMERO

                WHEN TRN-RODAPE
                   IF TEM-RODAPE AND WS-MOTIVO EQUAL SPACES THEN
                      MOVE "MAIS DE UM RODAPE NO ARQUIVO" TO WS-MOTIVO
                   END-IF
                   MOVE 'S'       TO WS-TEM-RODAPE
                   MOVE TRT-QTD   TO WS-QTD-RODAPE
                   MOVE TRT-HASH  TO WS-HASH-RODAPE

                WHEN OTHER
                   IF TEM-RODAPE AND WS-MOTIVO EQUAL SPACES THEN
                      MOVE "TRANSACAO DEPOIS DO RODAPE" TO WS-MOTIVO
                   END-IF
                   IF NOT TEM-CABECALHO AND WS-MOTIVO EQUAL SPACES THEN
                      MOVE "ARQUIVO SEM CABECALHO" TO WS-MOTIVO
                   END-IF
                   ADD 1 TO WS-QTD-DETALHES
                   IF TRN-ID IS NUMERIC THEN
                      ADD TRN-ID TO WS-HASH-CALC
                   END-IF
            END-EVALUATE
           .

       P-CONFERE-LINHA-FIM.
           EXIT.

      * Cruza o numero do arquivo com CTT_REGISTRO.dat: numero ja
      * processado e repeticao; numero diferente do ultimo
      * processado + 1 esta fora de sequencia. Um numero liberado e
      * ainda nao processado (carga interrompida) pode ser liberado de
      * novo, desde que com os mesmos totais.
       P-CONFERE-REGISTRO.
            SET  EOF-OK TO FALSE
            MOVE ZEROS  TO WS-MAIOR-PROCESSADO
                           WS-MAIOR-DT-GERACAO
                           WS-DT-PROCESSADO
            MOVE 'N'    TO WS-JA-PROCESSADO
            MOVE 'N'    TO WS-JA-LIBERADO

            OPEN INPUT REGISTRO

            IF RTR-OK THEN
               PERFORM UNTIL EOF-OK
                   READ REGISTRO
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           PERFORM P-CONFERE-1-REGISTRO
                                   THRU P-CONFERE-1-REGISTRO-FIM
                   END-READ
               END-PERFORM
               CLOSE REGISTRO
            END-IF

            ADD 1 WS-MAIOR-PROCESSADO GIVING WS-ESPERADO

            EVALUATE TRUE
                WHEN JA-PROCESSADO
                   STRING "ARQUIVO JA PROCESSADO EM "
                                           DELIMITED BY SIZE
                          WS-DT-PROCESSADO DELIMITED BY SIZE
                          INTO WS-MOTIVO
                   END-STRING
                WHEN WS-MAIOR-PROCESSADO > ZEROS
                 AND WS-NUMERO NOT EQUAL WS-ESPERADO
                   STRING "FORA DE SEQUENCIA - ESPERADO O "
                                           DELIMITED BY SIZE
                          WS-ESPERADO      DELIMITED BY SIZE
                          INTO WS-MOTIVO
                   END-STRING
                WHEN WS-DT-GERACAO < WS-MAIOR-DT-GERACAO
                   MOVE "GERADO ANTES DO ULTIMO PROCESSADO"
                        TO WS-MOTIVO
                WHEN JA-LIBERADO
                 AND (WS-QTD-DETALHES NOT EQUAL WS-QTD-LIBERADO
                  OR  WS-HASH-CALC NOT EQUAL WS-HASH-LIBERADO)
                   MOVE "NUMERO JA LIBERADO COM OUTROS TOTAIS"
                        TO WS-MOTIVO
            END-EVALUATE
           .

       P-CONFERE-REGISTRO-FIM.
           EXIT.

       P-CONFERE-1-REGISTRO.
            IF RTR-PROCESSADO THEN
               IF RTR-NUMERO > WS-MAIOR-PROCESSADO THEN
                  MOVE RTR-NUMERO TO WS-MAIOR-PROCESSADO
               END-IF
               IF RTR-DT-GERACAO > WS-MAIOR-DT-GERACAO THEN
                  MOVE RTR-DT-GERACAO TO WS-MAIOR-DT-GERACAO
               END-IF
               IF RTR-NUMERO EQUAL WS-NUMERO THEN
                  MOVE 'S'      TO WS-JA-PROCESSADO
                  MOVE RTR-DATA TO WS-DT-PROCESSADO
               END-IF
            END-IF

            IF RTR-LIBERADO AND RTR-NUMERO EQUAL WS-NUMERO THEN
               MOVE 'S'      TO WS-JA-LIBERADO
               MOVE RTR-QTD  TO WS-QTD-LIBERADO
               MOVE RTR-HASH TO WS-HASH-LIBERADO
            END-IF
           .

       P-CONFERE-1-REGISTRO-FIM.
           EXIT.

      * Anota o resultado em CTT_REGISTRO.dat: a linha de liberacao
      * (uma so por numero) ou a de rejeicao com o motivo.
       P-GRAVA-REGISTRO.
            IF WS-MOTIVO EQUAL SPACES AND JA-LIBERADO THEN
               DISPLAY "ARQUIVO JA ESTAVA LIBERADO - CARGA ANTERIOR "
                       "NAO CONCLUIDA."
               GO TO P-GRAVA-REGISTRO-FIM
            END-IF

            OPEN EXTEND REGISTRO
            IF WS-RTR-FS EQUAL 35 THEN
               OPEN OUTPUT REGISTRO
            END-IF

            IF NOT RTR-OK THEN
               MOVE 'PG13EDTTRN'       TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR REGISTRO'  TO LK-ERRO-OPERACAO
               MOVE WS-RTR-FS          TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               IF WS-MOTIVO EQUAL SPACES THEN
                  MOVE "REGISTRO DE ARQUIVOS INDISPONIVEL"
                       TO WS-MOTIVO
               END-IF
               GO TO P-GRAVA-REGISTRO-FIM
            END-IF

            MOVE WS-NUMERO       TO RTR-NUMERO
            MOVE WS-DT-GERACAO   TO RTR-DT-GERACAO
            MOVE FUNCTION CURRENT-DATE(1:8) TO RTR-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO RTR-HORA
            MOVE WS-QTD-DETALHES TO RTR-QTD
            MOVE WS-HASH-CALC    TO RTR-HASH
            MOVE WS-MOTIVO       TO RTR-MOTIVO

            IF WS-MOTIVO EQUAL SPACES THEN
               SET RTR-LIBERADO  TO TRUE
            ELSE
               SET RTR-REJEITADO TO TRUE
            END-IF

            WRITE REG-REGISTRO-TRN
            CLOSE REGISTRO
           .

       P-GRAVA-REGISTRO-FIM.
           EXIT.

      * Linha de totais em CONTROLE.dat: transacoes lidas, liberadas
      * e rejeitadas. Arquivo rejeitado conta todas as suas linhas
      * como rejeitadas (no minimo uma, o proprio arquivo), e e por
      * isso que a PG13NOITE decide se chama a carga.
       P-GRAVA-CONTROLE.
            MOVE 'PG13EDTTRN'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-DETALHES   TO CTL-QTD-LIDOS

            IF WS-MOTIVO EQUAL SPACES THEN
               MOVE WS-QTD-DETALHES TO CTL-QTD-GRAVADOS
               MOVE ZEROS           TO CTL-QTD-REJEITADOS
            ELSE
               MOVE ZEROS           TO CTL-QTD-GRAVADOS
               MOVE WS-QTD-LINHAS   TO CTL-QTD-REJEITADOS
               IF CTL-QTD-REJEITADOS EQUAL ZEROS THEN
                  MOVE 1 TO CTL-QTD-REJEITADOS
               END-IF
            END-IF

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
       END PROGRAM PG13EDTTRN.
