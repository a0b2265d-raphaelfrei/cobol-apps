      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Agenda de recertificacao da trilha de treinamento - le
      *          CERTIFICADOS.dat, fica com o certificado mais recente
      *          de cada treinando e lista, pela validade de 12 meses,
      *          os ja vencidos e os que vencem em ate 30, 60 e 90
      *          dias (RECERT_RPT.LST). Opcionalmente enfileira em
      *          SEGUIMENTO.dat um lembrete por treinando listado,
      *          para o operador do certificado (ou, sem operador
      *          vinculado, para quem roda o relatorio), com retorno
      *          30 dias antes do vencimento - ou hoje, se ja passou.
      *          Lembrete pendente igual nao e enfileirado de novo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13RECERT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CERTIFICADOS ASSIGN TO ".\CERTIFICADOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTD-FS.

            SELECT SEGUIMENTO ASSIGN TO ".\SEGUIMENTO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-SEG-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CERTIFICADOS.
          COPY FD_CERTI.

       FD SEGUIMENTO.
          COPY FD_SEGU.

       WORKING-STORAGE SECTION.
      * Um treinando por nome (em maiusculas), com o certificado de
      * validade mais longa e o ultimo operador vinculado a ele.
       01 WS-TABELA-TREINANDOS.
          03 WS-TRN-LINHA OCCURS 500 TIMES.
             05 WS-TRN-CHAVE      PIC X(15).
             05 WS-TRN-NOME       PIC X(15).
             05 WS-TRN-OPERADOR   PIC X(08).
             05 WS-TRN-EMISSAO    PIC 9(08).
             05 WS-TRN-VALIDADE   PIC 9(08).
             05 WS-TRN-DIAS       PIC S9(05).
             05 WS-TRN-FAIXA      PIC X(01).
                88 TRN-VENCIDO      VALUE 'V'.
                88 TRN-ATE-30       VALUE '1'.
                88 TRN-ATE-60       VALUE '2'.
                88 TRN-ATE-90       VALUE '3'.
                88 TRN-EM-DIA       VALUE ' '.

       77 WS-QTD-TREINANDOS     PIC 9(03) VALUE ZEROS.
       77 WS-IDX-TRN            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADO         PIC 9(03) VALUE ZEROS.

      * Lembretes de recertificacao ja pendentes em SEGUIMENTO.dat,
      * pelo motivo, para nao enfileirar o mesmo lembrete duas vezes.
       01 WS-TABELA-LEMBRETES.
          03 WS-LMB-MOTIVO OCCURS 500 TIMES PIC X(40).

       77 WS-QTD-LEMBRETES      PIC 9(03) VALUE ZEROS.
       77 WS-IDX-LMB            PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-LEMBRETE     PIC X(01) VALUE 'N'.
          88 ACHOU-LEMBRETE   VALUE 'S'.

       77 WS-CTD-FS             PIC 9(02).
          88 CTD-OK           VALUE 0.

       77 WS-SEG-FS             PIC 9(02).
          88 SEG-OK           VALUE 0.
          88 SEG-NOVO         VALUE 35.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-VALIDADE           PIC 9(08) VALUE ZEROS.
       77 WS-NOME-UC            PIC X(15) VALUE SPACES.
       77 WS-DATA-RETORNO       PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO             PIC X(40) VALUE SPACES.
       77 WS-DIAS-EDIT          PIC -(04)9.

       77 WS-FAIXA-LISTA        PIC X(01) VALUE SPACE.
       77 WS-QTD-NA-FAIXA       PIC 9(03) VALUE ZEROS.

       77 WS-GERA-LEMBRETES     PIC X(01) VALUE 'N'.
          88 GERA-LEMBRETES   VALUE 'S' 's'.

       77 WS-QTD-CERT-LIDOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-VENCIDOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ATE-30         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ATE-60         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ATE-90         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ENFILEIRADOS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-JA-PENDENTES   PIC 9(06) VALUE ZEROS.

       COPY LK_PRTFMT.

       COPY LK_ERRFS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** RECERTIFICACAO DA TRILHA *****"

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
            MOVE ZEROS TO WS-QTD-ENFILEIRADOS WS-QTD-JA-PENDENTES

            PERFORM P-CARREGA-CERTIFICADOS
                    THRU P-CARREGA-CERTIFICADOS-FIM

            IF WS-QTD-TREINANDOS EQUAL ZEROS THEN
               DISPLAY "NENHUM CERTIFICADO EM CERTIFICADOS.dat."
               PERFORM P-END
            END-IF

            PERFORM P-CLASSIFICA THRU P-CLASSIFICA-FIM

            MOVE 'RECERTIFICACAO DA TRILHA'   TO LK-PRT-TITULO
            MOVE '.\RECERT_RPT.LST'           TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR                  TO LK-PRT-OPERADOR
            MOVE 'I'                          TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'V' TO WS-FAIXA-LISTA
            MOVE 'CERTIFICADOS VENCIDOS:' TO LK-PRT-LINHA
            PERFORM P-LISTA-FAIXA THRU P-LISTA-FAIXA-FIM
            MOVE '1' TO WS-FAIXA-LISTA
            MOVE 'VENCEM EM ATE 30 DIAS:' TO LK-PRT-LINHA
            PERFORM P-LISTA-FAIXA THRU P-LISTA-FAIXA-FIM
            MOVE '2' TO WS-FAIXA-LISTA
            MOVE 'VENCEM ENTRE 31 E 60 DIAS:' TO LK-PRT-LINHA
            PERFORM P-LISTA-FAIXA THRU P-LISTA-FAIXA-FIM
            MOVE '3' TO WS-FAIXA-LISTA
            MOVE 'VENCEM ENTRE 61 E 90 DIAS:' TO LK-PRT-LINHA
            PERFORM P-LISTA-FAIXA THRU P-LISTA-FAIXA-FIM

            DISPLAY "ENFILEIRAR LEMBRETES DE RECERTIFICACAO EM "
                    "SEGUIMENTO.dat? (S/N)"
            ACCEPT WS-GERA-LEMBRETES

            IF GERA-LEMBRETES THEN
               PERFORM P-ENFILEIRA THRU P-ENFILEIRA-FIM
            END-IF

            MOVE 'CERTIFICADOS LIDOS'          TO LK-PRT-ROTULO
            MOVE WS-QTD-CERT-LIDOS             TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'TREINANDOS'                  TO LK-PRT-ROTULO
            MOVE WS-QTD-TREINANDOS             TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'VENCIDOS'                    TO LK-PRT-ROTULO
            MOVE WS-QTD-VENCIDOS               TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'VENCEM EM ATE 30 DIAS'       TO LK-PRT-ROTULO
            MOVE WS-QTD-ATE-30                 TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'VENCEM ENTRE 31 E 60 DIAS'   TO LK-PRT-ROTULO
            MOVE WS-QTD-ATE-60                 TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'VENCEM ENTRE 61 E 90 DIAS'   TO LK-PRT-ROTULO
            MOVE WS-QTD-ATE-90                 TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'LEMBRETES ENFILEIRADOS'      TO LK-PRT-ROTULO
            MOVE WS-QTD-ENFILEIRADOS           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'LEMBRETES JA PENDENTES'      TO LK-PRT-ROTULO
            MOVE WS-QTD-JA-PENDENTES           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            PERFORM P-END
           .

      * Um treinando por nome: vale o certificado de validade mais
      * longa (a recertificacao substitui o anterior). Linha sem
      * validade vale um ano depois da emissao.
       P-CARREGA-CERTIFICADOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-TREINANDOS WS-QTD-CERT-LIDOS

            OPEN INPUT CERTIFICADOS

            IF NOT CTD-OK THEN
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
                        PERFORM P-GUARDA-TREINANDO
                                THRU P-GUARDA-TREINANDO-FIM
                END-READ
            END-PERFORM

            CLOSE CERTIFICADOS
           .

       P-CARREGA-CERTIFICADOS-FIM.
           EXIT.

       P-VALIDADE-CERTIFICADO.
            IF CTD-VALIDADE IS NUMERIC
               AND CTD-VALIDADE NOT EQUAL ZEROS THEN
               MOVE CTD-VALIDADE TO WS-VALIDADE
            ELSE
               COMPUTE WS-VALIDADE = CTD-DATA + 10000
               IF WS-VALIDADE(5:4) EQUAL '0229' THEN
                  SUBTRACT 1 FROM WS-VALIDADE
               END-IF
            END-IF
           .

       P-VALIDADE-CERTIFICADO-FIM.
           EXIT.

       P-GUARDA-TREINANDO.
            MOVE FUNCTION UPPER-CASE(CTD-NOME) TO WS-NOME-UC
            MOVE ZEROS TO WS-IDX-ACHADO

            PERFORM VARYING WS-IDX-TRN FROM 1 BY 1
                    UNTIL WS-IDX-TRN > WS-QTD-TREINANDOS
                           OR WS-IDX-ACHADO > ZEROS
                IF WS-TRN-CHAVE(WS-IDX-TRN) EQUAL WS-NOME-UC THEN
                   MOVE WS-IDX-TRN TO WS-IDX-ACHADO
                END-IF
            END-PERFORM

            IF WS-IDX-ACHADO EQUAL ZEROS THEN
               IF WS-QTD-TREINANDOS >= 500 THEN
                  DISPLAY 'MAIS DE 500 TREINANDOS - IGNORANDO O '
                          'EXCEDENTE'
                  GO TO P-GUARDA-TREINANDO-FIM
               END-IF
               ADD 1 TO WS-QTD-TREINANDOS
               MOVE WS-QTD-TREINANDOS TO WS-IDX-ACHADO
               MOVE WS-NOME-UC  TO WS-TRN-CHAVE(WS-IDX-ACHADO)
               MOVE SPACES      TO WS-TRN-OPERADOR(WS-IDX-ACHADO)
               MOVE ZEROS       TO WS-TRN-VALIDADE(WS-IDX-ACHADO)
            END-IF

            IF CTD-OPR-ID NOT EQUAL SPACES THEN
               MOVE CTD-OPR-ID TO WS-TRN-OPERADOR(WS-IDX-ACHADO)
            END-IF

            IF WS-VALIDADE > WS-TRN-VALIDADE(WS-IDX-ACHADO) THEN
               MOVE CTD-NOME    TO WS-TRN-NOME(WS-IDX-ACHADO)
               MOVE CTD-DATA    TO WS-TRN-EMISSAO(WS-IDX-ACHADO)
               MOVE WS-VALIDADE TO WS-TRN-VALIDADE(WS-IDX-ACHADO)
            END-IF
           .

       P-GUARDA-TREINANDO-FIM.
           EXIT.

      * Dias ate o vencimento e a faixa de cada treinando.
       P-CLASSIFICA.
            MOVE ZEROS TO WS-QTD-VENCIDOS WS-QTD-ATE-30
                          WS-QTD-ATE-60 WS-QTD-ATE-90

            PERFORM VARYING WS-IDX-TRN FROM 1 BY 1
                    UNTIL WS-IDX-TRN > WS-QTD-TREINANDOS
                COMPUTE WS-TRN-DIAS(WS-IDX-TRN) =
                        FUNCTION INTEGER-OF-DATE
                                 (WS-TRN-VALIDADE(WS-IDX-TRN))
                      - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

                EVALUATE TRUE
                    WHEN WS-TRN-DIAS(WS-IDX-TRN) < ZEROS
                       SET TRN-VENCIDO(WS-IDX-TRN) TO TRUE
                       ADD 1 TO WS-QTD-VENCIDOS
                    WHEN WS-TRN-DIAS(WS-IDX-TRN) <= 30
                       SET TRN-ATE-30(WS-IDX-TRN)  TO TRUE
                       ADD 1 TO WS-QTD-ATE-30
                    WHEN WS-TRN-DIAS(WS-IDX-TRN) <= 60
                       SET TRN-ATE-60(WS-IDX-TRN)  TO TRUE
                       ADD 1 TO WS-QTD-ATE-60
                    WHEN WS-TRN-DIAS(WS-IDX-TRN) <= 90
                       SET TRN-ATE-90(WS-IDX-TRN)  TO TRUE
                       ADD 1 TO WS-QTD-ATE-90
                    WHEN OTHER
                       SET TRN-EM-DIA(WS-IDX-TRN)  TO TRUE
                END-EVALUATE
            END-PERFORM
           .

       P-CLASSIFICA-FIM.
           EXIT.

      * Imprime o titulo ja montado em LK-PRT-LINHA e os treinandos
      * da faixa WS-FAIXA-LISTA.
       P-LISTA-FAIXA.
            MOVE ZEROS TO WS-QTD-NA-FAIXA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'NOME             OPERADOR  EMISSAO   VALIDADE  DIAS'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-TRN FROM 1 BY 1
                    UNTIL WS-IDX-TRN > WS-QTD-TREINANDOS
                IF WS-TRN-FAIXA(WS-IDX-TRN) EQUAL WS-FAIXA-LISTA THEN
                   ADD 1 TO WS-QTD-NA-FAIXA
                   MOVE WS-TRN-DIAS(WS-IDX-TRN) TO WS-DIAS-EDIT
                   MOVE SPACES TO LK-PRT-LINHA
                   STRING WS-TRN-NOME(WS-IDX-TRN)     DELIMITED BY SIZE
                          '  '                        DELIMITED BY SIZE
                          WS-TRN-OPERADOR(WS-IDX-TRN) DELIMITED BY SIZE
                          '  '                        DELIMITED BY SIZE
                          WS-TRN-EMISSAO(WS-IDX-TRN)  DELIMITED BY SIZE
                          '  '                        DELIMITED BY SIZE
                          WS-TRN-VALIDADE(WS-IDX-TRN) DELIMITED BY SIZE
                          ' '                         DELIMITED BY SIZE
                          WS-DIAS-EDIT                DELIMITED BY SIZE
                      INTO LK-PRT-LINHA
                   PERFORM P-IMPRIME THRU P-IMPRIME-FIM
                END-IF
            END-PERFORM

            IF WS-QTD-NA-FAIXA EQUAL ZEROS THEN
               MOVE '  (NENHUM)' TO LK-PRT-LINHA
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            END-IF

            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-LISTA-FAIXA-FIM.
           EXIT.

      * Um lembrete por treinando vencido ou vencendo em ate 90 dias,
      * sem contato (ID zero), para o operador do certificado.
       P-ENFILEIRA.
            PERFORM P-CARREGA-LEMBRETES THRU P-CARREGA-LEMBRETES-FIM

            OPEN EXTEND SEGUIMENTO
            IF SEG-NOVO THEN
               OPEN OUTPUT SEGUIMENTO
            END-IF

            IF NOT SEG-OK THEN
               MOVE 'PG13RECERT'        TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR SEGUIMENTO' TO LK-ERRO-OPERACAO
               MOVE WS-SEG-FS           TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-ENFILEIRA-FIM
            END-IF

            PERFORM VARYING WS-IDX-TRN FROM 1 BY 1
                    UNTIL WS-IDX-TRN > WS-QTD-TREINANDOS
                IF NOT TRN-EM-DIA(WS-IDX-TRN) THEN
                   PERFORM P-GRAVA-LEMBRETE
                           THRU P-GRAVA-LEMBRETE-FIM
                END-IF
            END-PERFORM

            CLOSE SEGUIMENTO

            DISPLAY "LEMBRETES ENFILEIRADOS: " WS-QTD-ENFILEIRADOS
                    " (JA PENDENTES: " WS-QTD-JA-PENDENTES ")"
           .

       P-ENFILEIRA-FIM.
           EXIT.

       P-CARREGA-LEMBRETES.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LEMBRETES

            OPEN INPUT SEGUIMENTO

            IF NOT SEG-OK THEN
               GO TO P-CARREGA-LEMBRETES-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ SEGUIMENTO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF SEG-PENDENTE
                           AND SEG-ID-CONTATO EQUAL ZEROS
                           AND SEG-MOTIVO(1:9) EQUAL 'RECERTIF '
                           AND WS-QTD-LEMBRETES < 500 THEN
                           ADD 1 TO WS-QTD-LEMBRETES
                           MOVE SEG-MOTIVO
                                TO WS-LMB-MOTIVO(WS-QTD-LEMBRETES)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE SEGUIMENTO
            SET EOF-OK TO FALSE
           .

       P-CARREGA-LEMBRETES-FIM.
           EXIT.

      * Retorno 30 dias antes do vencimento, ou hoje se essa data ja
      * passou; sem operador vinculado, o lembrete fica com quem
      * rodou o relatorio.
       P-GRAVA-LEMBRETE.
            MOVE SPACES TO WS-MOTIVO
            STRING 'RECERTIF '                 DELIMITED BY SIZE
                   WS-TRN-NOME(WS-IDX-TRN)     DELIMITED BY SIZE
                   ' VENCE '                   DELIMITED BY SIZE
                   WS-TRN-VALIDADE(WS-IDX-TRN) DELIMITED BY SIZE
               INTO WS-MOTIVO

            MOVE 'N' TO WS-ACHOU-LEMBRETE
            PERFORM VARYING WS-IDX-LMB FROM 1 BY 1
                    UNTIL WS-IDX-LMB > WS-QTD-LEMBRETES
                           OR ACHOU-LEMBRETE
                IF WS-LMB-MOTIVO(WS-IDX-LMB) EQUAL WS-MOTIVO THEN
                   MOVE 'S' TO WS-ACHOU-LEMBRETE
                END-IF
            END-PERFORM

            IF ACHOU-LEMBRETE THEN
               ADD 1 TO WS-QTD-JA-PENDENTES
               GO TO P-GRAVA-LEMBRETE-FIM
            END-IF

            COMPUTE WS-DATA-RETORNO = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE
                              (WS-TRN-VALIDADE(WS-IDX-TRN)) - 30)

            IF WS-DATA-RETORNO < WS-DATA-HOJE THEN
               MOVE WS-DATA-HOJE TO WS-DATA-RETORNO
            END-IF

            MOVE ZEROS            TO SEG-ID-CONTATO
            MOVE WS-DATA-RETORNO  TO SEG-DT-SEGUIMENTO
            MOVE WS-MOTIVO        TO SEG-MOTIVO
            MOVE FUNCTION CURRENT-DATE(1:8) TO SEG-DT-CADASTRO
            MOVE FUNCTION CURRENT-DATE(9:6) TO SEG-HR-CADASTRO
            SET SEG-PENDENTE      TO TRUE

            IF WS-TRN-OPERADOR(WS-IDX-TRN) NOT EQUAL SPACES THEN
               MOVE WS-TRN-OPERADOR(WS-IDX-TRN) TO SEG-RESPONSAVEL
            ELSE
               MOVE LK-OPERADOR TO SEG-RESPONSAVEL
            END-IF

            WRITE REG-SEGUIMENTO
            ADD 1 TO WS-QTD-ENFILEIRADOS
           .

       P-GRAVA-LEMBRETE-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13RECERT.
