      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Relatorio de autorizacao destrutiva sem certificado -
      *          cruza OPERADORES.dat com CERTIFICADOS.dat e lista os
      *          operadores com OPR-DESTRUTIVO = S que nao tem
      *          certificado da trilha de treinamento ligado a sua
      *          identificacao (o menu ja nao honra a autorizacao
      *          deles), seguidos dos certificados ainda sem operador
      *          vinculado, que o PG27CERTIF vincula. E o insumo da
      *          conferencia entre direitos no sistema e registros de
      *          treinamento pedida pela auditoria (RELCRT_RPT.LST).
      * Update: 15/10/2026 - So o certificado dentro da validade (12
      *                      meses) cobre a autorizacao; operador com
      *                      certificado vencido sai na lista
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13RELCRT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPERADORES ASSIGN TO ".\OPERADORES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-OPR-FS.

            SELECT CERTIFICADOS ASSIGN TO ".\CERTIFICADOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTD-FS.

       DATA DIVISION.

       FILE SECTION.
       FD OPERADORES.
          COPY FD_OPERA.

       FD CERTIFICADOS.
          COPY FD_CERTI.

       WORKING-STORAGE SECTION.
      * Operadores com certificado valido, na ordem em que aparecem em
      * CERTIFICADOS.dat (um por operador, mesmo com varias emissoes).
      * Linha sem validade vale um ano depois da emissao.
       01 WS-TABELA-CERTIFICADOS.
          03 WS-CRT-OPERADOR OCCURS 500 TIMES PIC X(08).

       77 WS-QTD-CERT-OPR       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CRT            PIC 9(03) VALUE ZEROS.

       77 WS-ACHOU-CERT         PIC X(01) VALUE 'N'.
          88 ACHOU-CERT       VALUE 'S'.

       77 WS-OPR-FS             PIC 9(02).
          88 OPR-OK           VALUE 0.

       77 WS-CTD-FS             PIC 9(02).
          88 CTD-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-QTD-CERT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-VINCULO    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-OPR-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DESTRUTIVOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-CERT       PIC 9(06) VALUE ZEROS.

       77 WS-SITUACAO-OPR       PIC X(20) VALUE SPACES.
       77 WS-OPR-PROCURA        PIC X(08) VALUE SPACES.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-VALIDADE-CERT      PIC 9(08) VALUE ZEROS.
       77 WS-QTD-CERT-VENCIDOS  PIC 9(06) VALUE ZEROS.

       COPY LK_PRTFMT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** AUTORIZACAO DESTRUTIVA SEM CERTIFICADO *****"

            OPEN INPUT OPERADORES

            IF NOT OPR-OK THEN
               DISPLAY "SEM OPERADORES.dat PARA CONFERIR (STATUS "
                       WS-OPR-FS ")."
               PERFORM P-END
            END-IF

            CLOSE OPERADORES

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            PERFORM P-CARREGA-CERTIFICADOS
                    THRU P-CARREGA-CERTIFICADOS-FIM

            MOVE 'AUTORIZACAO DESTRUTIVA SEM CERTIF.' TO LK-PRT-TITULO
            MOVE '.\RELCRT_RPT.LST'       TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR              TO LK-PRT-OPERADOR
            MOVE 'I'                      TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            PERFORM P-CONFERE-OPERADORES
                    THRU P-CONFERE-OPERADORES-FIM

            PERFORM P-LISTA-SEM-VINCULO THRU P-LISTA-SEM-VINCULO-FIM

            MOVE 'OPERADORES LIDOS'            TO LK-PRT-ROTULO
            MOVE WS-QTD-OPR-LIDOS              TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'COM AUTORIZACAO DESTRUTIVA'  TO LK-PRT-ROTULO
            MOVE WS-QTD-DESTRUTIVOS            TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'AUTORIZADOS SEM CERTIFICADO' TO LK-PRT-ROTULO
            MOVE WS-QTD-SEM-CERT               TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CERTIFICADOS LIDOS'          TO LK-PRT-ROTULO
            MOVE WS-QTD-CERT-LIDOS             TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CERTIFICADOS VENCIDOS'       TO LK-PRT-ROTULO
            MOVE WS-QTD-CERT-VENCIDOS          TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CERTIFICADOS SEM OPERADOR'   TO LK-PRT-ROTULO
            MOVE WS-QTD-SEM-VINCULO            TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            PERFORM P-END
           .

      * Guarda cada operador com certificado uma unica vez e conta os
      * certificados ainda sem operador vinculado. Sem o arquivo de
      * certificados, nenhum operador autorizado esta coberto.
       P-CARREGA-CERTIFICADOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-CERT-OPR
                          WS-QTD-CERT-LIDOS
                          WS-QTD-SEM-VINCULO
                          WS-QTD-CERT-VENCIDOS

            OPEN INPUT CERTIFICADOS

            IF NOT CTD-OK THEN
               DISPLAY "SEM CERTIFICADOS.dat (STATUS " WS-CTD-FS
                       ") - NENHUM OPERADOR CERTIFICADO."
               GO TO P-CARREGA-CERTIFICADOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CERTIFICADOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-CERT-LIDOS
                        PERFORM P-VALIDADE-CERTIFICADO
                                THRU P-VALIDADE-CERTIFICADO-FIM
                        IF WS-VALIDADE-CERT < WS-DATA-HOJE THEN
                           ADD 1 TO WS-QTD-CERT-VENCIDOS
                        END-IF
                        IF CTD-OPR-ID EQUAL SPACES THEN
                           ADD 1 TO WS-QTD-SEM-VINCULO
                        ELSE
                           IF WS-VALIDADE-CERT >= WS-DATA-HOJE THEN
                              MOVE CTD-OPR-ID TO WS-OPR-PROCURA
                              PERFORM P-PROCURA-CERT
                                      THRU P-PROCURA-CERT-FIM
                              IF NOT ACHOU-CERT THEN
                                 PERFORM P-GUARDA-CERT
                                         THRU P-GUARDA-CERT-FIM
                              END-IF
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CERTIFICADOS
           .

       P-CARREGA-CERTIFICADOS-FIM.
           EXIT.

       P-VALIDADE-CERTIFICADO.
            IF CTD-VALIDADE IS NUMERIC
               AND CTD-VALIDADE NOT EQUAL ZEROS THEN
               MOVE CTD-VALIDADE TO WS-VALIDADE-CERT
            ELSE
               COMPUTE WS-VALIDADE-CERT = CTD-DATA + 10000
               IF WS-VALIDADE-CERT(5:4) EQUAL '0229' THEN
                  SUBTRACT 1 FROM WS-VALIDADE-CERT
               END-IF
            END-IF
           .

       P-VALIDADE-CERTIFICADO-FIM.
           EXIT.

      * Liga WS-ACHOU-CERT se WS-OPR-PROCURA ja esta na tabela.
       P-PROCURA-CERT.
            MOVE 'N' TO WS-ACHOU-CERT

            PERFORM VARYING WS-IDX-CRT FROM 1 BY 1
                    UNTIL WS-IDX-CRT > WS-QTD-CERT-OPR
                           OR ACHOU-CERT
                IF WS-CRT-OPERADOR(WS-IDX-CRT)
                   EQUAL WS-OPR-PROCURA THEN
                   MOVE 'S' TO WS-ACHOU-CERT
                END-IF
            END-PERFORM
           .

       P-PROCURA-CERT-FIM.
           EXIT.

       P-GUARDA-CERT.
            IF WS-QTD-CERT-OPR >= 500 THEN
               DISPLAY 'MAIS DE 500 OPERADORES CERTIFICADOS - '
                       'IGNORANDO O EXCEDENTE'
               GO TO P-GUARDA-CERT-FIM
            END-IF

            ADD 1 TO WS-QTD-CERT-OPR
            MOVE WS-OPR-PROCURA TO WS-CRT-OPERADOR(WS-QTD-CERT-OPR)
           .

       P-GUARDA-CERT-FIM.
           EXIT.

      * Uma linha por operador autorizado sem certificado, com a
      * situacao do cadastro (bloqueado, supervisor).
       P-CONFERE-OPERADORES.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-OPR-LIDOS
                          WS-QTD-DESTRUTIVOS
                          WS-QTD-SEM-CERT

            MOVE 'OPERADORES AUTORIZADOS SEM CERTIFICADO VALIDO:'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'OPERADOR  SITUACAO' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            OPEN INPUT OPERADORES

            PERFORM UNTIL EOF-OK
                READ OPERADORES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-OPR-LIDOS
                        IF OPR-DESTRUTIVO EQUAL 'S' THEN
                           ADD 1 TO WS-QTD-DESTRUTIVOS
                           MOVE OPR-ID TO WS-OPR-PROCURA
                           PERFORM P-PROCURA-CERT
                                   THRU P-PROCURA-CERT-FIM
                           IF NOT ACHOU-CERT THEN
                              ADD 1 TO WS-QTD-SEM-CERT
                              PERFORM P-IMPRIME-OPERADOR
                                      THRU P-IMPRIME-OPERADOR-FIM
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE OPERADORES

            IF WS-QTD-SEM-CERT EQUAL ZEROS THEN
               MOVE '  (NENHUM - TODA AUTORIZACAO TEM CERTIFICADO)'
                    TO LK-PRT-LINHA
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            END-IF
           .

       P-CONFERE-OPERADORES-FIM.
           EXIT.

       P-IMPRIME-OPERADOR.
            EVALUATE TRUE
                WHEN OPR-BLOQUEADO AND OPR-E-SUPERVISOR
                   MOVE 'BLOQUEADO SUPERVISOR' TO WS-SITUACAO-OPR
                WHEN OPR-BLOQUEADO
                   MOVE 'BLOQUEADO'            TO WS-SITUACAO-OPR
                WHEN OPR-E-SUPERVISOR
                   MOVE 'ATIVO SUPERVISOR'     TO WS-SITUACAO-OPR
                WHEN OTHER
                   MOVE 'ATIVO'                TO WS-SITUACAO-OPR
            END-EVALUATE

            MOVE SPACES TO LK-PRT-LINHA
            STRING OPR-ID           DELIMITED BY SIZE
                   '  '             DELIMITED BY SIZE
                   WS-SITUACAO-OPR  DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-IMPRIME-OPERADOR-FIM.
           EXIT.

      * Certificados emitidos antes do vinculo com o operador: nao
      * cobrem ninguem ate serem vinculados no PG27CERTIF.
       P-LISTA-SEM-VINCULO.
            IF WS-QTD-SEM-VINCULO EQUAL ZEROS THEN
               GO TO P-LISTA-SEM-VINCULO-FIM
            END-IF

            SET EOF-OK TO FALSE

            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'CERTIFICADOS SEM OPERADOR VINCULADO (PG27CERTIF):'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'NOME             EMISSAO' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            OPEN INPUT CERTIFICADOS

            IF NOT CTD-OK THEN
               GO TO P-LISTA-SEM-VINCULO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CERTIFICADOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF CTD-OPR-ID EQUAL SPACES THEN
                           MOVE SPACES TO LK-PRT-LINHA
                           STRING CTD-NOME  DELIMITED BY SIZE
                                  '  '      DELIMITED BY SIZE
                                  CTD-DATA  DELIMITED BY SIZE
                              INTO LK-PRT-LINHA
                           PERFORM P-IMPRIME THRU P-IMPRIME-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CERTIFICADOS
           .

       P-LISTA-SEM-VINCULO-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13RELCRT.
