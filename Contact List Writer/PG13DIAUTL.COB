      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Rotina Compartilhada de Dias Uteis - diz se uma data
      *          e dia util, devolve o proximo dia util a partir de uma
      *          data e conta os dias uteis entre duas datas, sempre
      *          pelo mesmo criterio: sabado e domingo nao sao uteis,
      *          nem os feriados de FERIADOS.dat que valem para a
      *          filial informada (os nacionais sempre; os estaduais
      *          quando a UF da filial em FILIAIS.dat e a do feriado;
      *          os da filial so para ela). O calendario e as filiais
      *          sao lidos na primeira chamada e ficam em memoria; o
      *          PG13FERIAD pede a releitura (funcao 'R') depois de
      *          mexer no calendario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13DIAUTL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FERIADOS ASSIGN TO ".\FERIADOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FER-FS.

            SELECT FILIAIS ASSIGN TO ".\FILIAIS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FIL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD FERIADOS.
          COPY FD_FERIA.

       FD FILIAIS.
          COPY FD_FILIA.

       WORKING-STORAGE SECTION.
       77 WS-FER-FS             PIC 9(02).
          88 FER-OK           VALUE 0.

       77 WS-FIL-FS             PIC 9(02).
          88 FIL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-CARREGADO          PIC X(01) VALUE 'N'.
          88 CALENDARIO-CARREGADO VALUE 'S'.

      * Calendario em memoria.
       01 WS-TABELA-FERIADOS.
          03 WS-FER-LINHA OCCURS 500 TIMES.
             05 WS-FER-DATA        PIC 9(08).
             05 WS-FER-ABRANGENCIA PIC X(01).
             05 WS-FER-UF          PIC X(02).
             05 WS-FER-FILIAL      PIC X(03).
             05 WS-FER-ANUAL       PIC X(01).
             05 WS-FER-DESCRICAO   PIC X(30).

       77 WS-QTD-FERIADOS       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-FER            PIC 9(03) VALUE ZEROS.

      * UF de cada filial, para os feriados estaduais.
       01 WS-TABELA-FILIAIS.
          03 WS-FIL-LINHA OCCURS 100 TIMES.
             05 WS-FIL-CODIGO      PIC X(03).
             05 WS-FIL-UF          PIC X(02).

       77 WS-QTD-FILIAIS        PIC 9(03) VALUE ZEROS.
       77 WS-IDX-FIL            PIC 9(03) VALUE ZEROS.
       77 WS-UF-FILIAL          PIC X(02) VALUE SPACES.

      * Dia em teste e o resultado do teste.
       77 WS-DATA-TESTE         PIC 9(08) VALUE ZEROS.
       77 WS-INT-DATA           PIC S9(09) VALUE ZEROS.
       77 WS-DIA-SEMANA         PIC 9(01) VALUE ZEROS.
       77 WS-UTIL               PIC X(01) VALUE 'S'.
          88 DIA-UTIL         VALUE 'S' FALSE 'N'.
       77 WS-MOTIVO             PIC X(30) VALUE SPACES.
       77 WS-VALE               PIC X(01) VALUE 'N'.
          88 FERIADO-VALE     VALUE 'S' FALSE 'N'.
       77 WS-TENTATIVAS         PIC 9(03) VALUE ZEROS.

      * Contagem de dias uteis: semanas inteiras valem 5 dias, o resto
      * e contado dia a dia, e os feriados que caem em dia de semana
      * dentro do periodo sao descontados uma vez cada data.
       77 WS-INT-INICIO         PIC S9(09) VALUE ZEROS.
       77 WS-INT-FIM            PIC S9(09) VALUE ZEROS.
       77 WS-INT-DIA            PIC S9(09) VALUE ZEROS.
       77 WS-QTD-SEMANAS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-UTEIS          PIC S9(07) VALUE ZEROS.
       77 WS-ANO                PIC 9(04) VALUE ZEROS.
       77 WS-ANO-FIM            PIC 9(04) VALUE ZEROS.

       01 WS-DATA-FERIADO.
          03 WS-DTF-ANO         PIC 9(04).
          03 WS-DTF-MMDD        PIC 9(04).

       01 WS-TABELA-DESCONTADOS.
          03 WS-DESCONTADO OCCURS 400 TIMES PIC 9(08).

       77 WS-QTD-DESCONTADOS    PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DSC            PIC 9(03) VALUE ZEROS.
       77 WS-JA-DESCONTADO      PIC X(01) VALUE 'N'.
          88 JA-DESCONTADO    VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       COPY LK_DIAUTL.

       PROCEDURE DIVISION USING LK-DIA-AREA.
       MAIN-PROCEDURE.
            IF LK-DIA-RECARREGA OR NOT CALENDARIO-CARREGADO THEN
               PERFORM P-CARREGA THRU P-CARREGA-FIM
            END-IF

            IF LK-DIA-RECARREGA THEN
               GOBACK
            END-IF

            PERFORM P-UF-DA-FILIAL THRU P-UF-DA-FILIAL-FIM

            MOVE LK-DIA-DATA TO LK-DIA-RESULTADO
            MOVE ZEROS       TO LK-DIA-QTD-DIAS
            MOVE SPACES      TO LK-DIA-MOTIVO
            MOVE 'N'         TO LK-DIA-UTIL

            IF FUNCTION TEST-DATE-YYYYMMDD(LK-DIA-DATA) NOT EQUAL
               ZEROS THEN
               MOVE 'DATA INVALIDA' TO LK-DIA-MOTIVO
               GOBACK
            END-IF

            EVALUATE TRUE
                WHEN LK-DIA-PROXIMO
                   PERFORM P-PROXIMO THRU P-PROXIMO-FIM
                WHEN LK-DIA-CONTA
                   PERFORM P-CONTA THRU P-CONTA-FIM
                WHEN OTHER
                   MOVE LK-DIA-DATA TO WS-DATA-TESTE
                   PERFORM P-TESTA-DIA THRU P-TESTA-DIA-FIM
                   MOVE WS-UTIL   TO LK-DIA-UTIL
                   MOVE WS-MOTIVO TO LK-DIA-MOTIVO
            END-EVALUATE

            GOBACK
            .

      ******************************************************************
      * Le FERIADOS.dat e a UF de cada filial de FILIAIS.dat. Sem
      * calendario (status 35), so sabado e domingo deixam de ser
      * uteis.
      ******************************************************************
       P-CARREGA.
            MOVE ZEROS TO WS-QTD-FERIADOS WS-QTD-FILIAIS
            MOVE 'S'   TO WS-CARREGADO

            SET EOF-OK TO FALSE
            OPEN INPUT FERIADOS

            IF FER-OK THEN
               PERFORM UNTIL EOF-OK
                   READ FERIADOS
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF WS-QTD-FERIADOS < 500 THEN
                              ADD 1 TO WS-QTD-FERIADOS
                              MOVE REG-FERIADO
                                TO WS-FER-LINHA(WS-QTD-FERIADOS)
                           ELSE
                              DISPLAY 'FERIADOS.dat COM MAIS DE 500 '
                                      'DATAS - IGNORANDO O RESTANTE'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADOS
            END-IF

            SET EOF-OK TO FALSE
            OPEN INPUT FILIAIS

            IF FIL-OK THEN
               PERFORM UNTIL EOF-OK
                   READ FILIAIS
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF WS-QTD-FILIAIS < 100 THEN
                              ADD 1 TO WS-QTD-FILIAIS
                              MOVE FIL-CODIGO
                                TO WS-FIL-CODIGO(WS-QTD-FILIAIS)
                              MOVE FIL-UF
                                TO WS-FIL-UF(WS-QTD-FILIAIS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILIAIS
            END-IF
           .

       P-CARREGA-FIM.
           EXIT.

       P-UF-DA-FILIAL.
            MOVE SPACES TO WS-UF-FILIAL

            IF LK-DIA-FILIAL EQUAL SPACES THEN
               GO TO P-UF-DA-FILIAL-FIM
            END-IF

            PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
                    UNTIL WS-IDX-FIL > WS-QTD-FILIAIS
                IF WS-FIL-CODIGO(WS-IDX-FIL) EQUAL LK-DIA-FILIAL THEN
                   MOVE WS-FIL-UF(WS-IDX-FIL) TO WS-UF-FILIAL
                   GO TO P-UF-DA-FILIAL-FIM
                END-IF
            END-PERFORM
           .

       P-UF-DA-FILIAL-FIM.
           EXIT.

      * Testa WS-DATA-TESTE: fim de semana ou feriado que vale para a
      * filial deixam WS-UTIL em 'N' com o motivo em WS-MOTIVO.
       P-TESTA-DIA.
            SET DIA-UTIL TO TRUE
            MOVE SPACES  TO WS-MOTIVO

            PERFORM P-DIA-DA-SEMANA THRU P-DIA-DA-SEMANA-FIM

            IF WS-DIA-SEMANA EQUAL 5 THEN
               SET DIA-UTIL TO FALSE
               MOVE 'SABADO' TO WS-MOTIVO
               GO TO P-TESTA-DIA-FIM
            END-IF

            IF WS-DIA-SEMANA EQUAL 6 THEN
               SET DIA-UTIL TO FALSE
               MOVE 'DOMINGO' TO WS-MOTIVO
               GO TO P-TESTA-DIA-FIM
            END-IF

            PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                    UNTIL WS-IDX-FER > WS-QTD-FERIADOS
                PERFORM P-FERIADO-VALE THRU P-FERIADO-VALE-FIM
                IF FERIADO-VALE THEN
                   IF WS-FER-DATA(WS-IDX-FER) EQUAL WS-DATA-TESTE
                      OR (WS-FER-ANUAL(WS-IDX-FER) EQUAL 'S'
                          AND WS-FER-DATA(WS-IDX-FER)(5:4)
                              EQUAL WS-DATA-TESTE(5:4)) THEN
                      SET DIA-UTIL TO FALSE
                      MOVE WS-FER-DESCRICAO(WS-IDX-FER) TO WS-MOTIVO
                      GO TO P-TESTA-DIA-FIM
                   END-IF
                END-IF
            END-PERFORM
           .

       P-TESTA-DIA-FIM.
           EXIT.

      * Dia da semana de WS-DATA-TESTE: 0 = segunda ... 5 = sabado,
      * 6 = domingo (o dia 1 do calendario, 01/01/1601, foi uma
      * segunda-feira).
       P-DIA-DA-SEMANA.
            COMPUTE WS-INT-DATA =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE)
            COMPUTE WS-DIA-SEMANA =
                    FUNCTION MOD(WS-INT-DATA - 1, 7)
           .

       P-DIA-DA-SEMANA-FIM.
           EXIT.

      * O feriado WS-IDX-FER vale para a filial da chamada?
       P-FERIADO-VALE.
            SET FERIADO-VALE TO FALSE

            EVALUATE WS-FER-ABRANGENCIA(WS-IDX-FER)
                WHEN 'N'
                   SET FERIADO-VALE TO TRUE
                WHEN 'E'
                   IF WS-UF-FILIAL NOT EQUAL SPACES
                      AND WS-FER-UF(WS-IDX-FER) EQUAL WS-UF-FILIAL
                      THEN
                      SET FERIADO-VALE TO TRUE
                   END-IF
                WHEN 'F'
                   IF LK-DIA-FILIAL NOT EQUAL SPACES
                      AND WS-FER-FILIAL(WS-IDX-FER)
                          EQUAL LK-DIA-FILIAL THEN
                      SET FERIADO-VALE TO TRUE
                   END-IF
            END-EVALUATE
           .

       P-FERIADO-VALE-FIM.
           EXIT.

      * Primeiro dia util a partir de LK-DIA-DATA. LK-DIA-UTIL e
      * LK-DIA-MOTIVO dizem como estava a data pedida, para o
      * chamador avisar o operador do ajuste.
       P-PROXIMO.
            MOVE LK-DIA-DATA TO WS-DATA-TESTE
            PERFORM P-TESTA-DIA THRU P-TESTA-DIA-FIM
            MOVE WS-UTIL   TO LK-DIA-UTIL
            MOVE WS-MOTIVO TO LK-DIA-MOTIVO
            MOVE ZEROS     TO WS-TENTATIVAS

            PERFORM UNTIL DIA-UTIL OR WS-TENTATIVAS > 60
                ADD 1 TO WS-TENTATIVAS
                COMPUTE WS-DATA-TESTE = FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE) + 1)
                PERFORM P-TESTA-DIA THRU P-TESTA-DIA-FIM
            END-PERFORM

            MOVE WS-DATA-TESTE TO LK-DIA-RESULTADO
           .

       P-PROXIMO-FIM.
           EXIT.

      ******************************************************************
      * Dias uteis depois de LK-DIA-DATA ate LK-DIA-DATA-FIM.
      ******************************************************************
       P-CONTA.
            IF FUNCTION TEST-DATE-YYYYMMDD(LK-DIA-DATA-FIM) NOT EQUAL
               ZEROS OR LK-DIA-DATA-FIM <= LK-DIA-DATA THEN
               GO TO P-CONTA-FIM
            END-IF

            COMPUTE WS-INT-INICIO =
                    FUNCTION INTEGER-OF-DATE(LK-DIA-DATA)
            COMPUTE WS-INT-FIM =
                    FUNCTION INTEGER-OF-DATE(LK-DIA-DATA-FIM)

            COMPUTE WS-QTD-SEMANAS = (WS-INT-FIM - WS-INT-INICIO) / 7
            COMPUTE WS-QTD-UTEIS   = WS-QTD-SEMANAS * 5

            COMPUTE WS-INT-DIA = WS-INT-INICIO + WS-QTD-SEMANAS * 7 + 1
            PERFORM UNTIL WS-INT-DIA > WS-INT-FIM
                IF FUNCTION MOD(WS-INT-DIA - 1, 7) < 5 THEN
                   ADD 1 TO WS-QTD-UTEIS
                END-IF
                ADD 1 TO WS-INT-DIA
            END-PERFORM

            MOVE ZEROS TO WS-QTD-DESCONTADOS
            MOVE LK-DIA-DATA(1:4)     TO WS-ANO
            MOVE LK-DIA-DATA-FIM(1:4) TO WS-ANO-FIM

            PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                    UNTIL WS-IDX-FER > WS-QTD-FERIADOS
                PERFORM P-FERIADO-VALE THRU P-FERIADO-VALE-FIM
                IF FERIADO-VALE THEN
                   IF WS-FER-ANUAL(WS-IDX-FER) EQUAL 'S' THEN
                      PERFORM P-DESCONTA-ANUAL
                              THRU P-DESCONTA-ANUAL-FIM
                   ELSE
                      MOVE WS-FER-DATA(WS-IDX-FER) TO WS-DATA-FERIADO
                      PERFORM P-DESCONTA THRU P-DESCONTA-FIM
                   END-IF
                END-IF
            END-PERFORM

            IF WS-QTD-UTEIS < ZEROS THEN
               MOVE ZEROS TO WS-QTD-UTEIS
            END-IF

            MOVE WS-QTD-UTEIS TO LK-DIA-QTD-DIAS
           .

       P-CONTA-FIM.
           EXIT.

      * Feriado anual: uma data por ano do periodo.
       P-DESCONTA-ANUAL.
            MOVE WS-FER-DATA(WS-IDX-FER)(5:4) TO WS-DTF-MMDD

            PERFORM VARYING WS-DTF-ANO FROM WS-ANO BY 1
                    UNTIL WS-DTF-ANO > WS-ANO-FIM
                PERFORM P-DESCONTA THRU P-DESCONTA-FIM
            END-PERFORM
           .

       P-DESCONTA-ANUAL-FIM.
           EXIT.

      * Desconta WS-DATA-FERIADO se ela cai no periodo, em dia de
      * semana, e ainda nao foi descontada por outro feriado.
       P-DESCONTA.
            IF WS-DATA-FERIADO <= LK-DIA-DATA
               OR WS-DATA-FERIADO > LK-DIA-DATA-FIM THEN
               GO TO P-DESCONTA-FIM
            END-IF

            MOVE WS-DATA-FERIADO TO WS-DATA-TESTE
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-TESTE) NOT EQUAL
               ZEROS THEN
               GO TO P-DESCONTA-FIM
            END-IF

            PERFORM P-DIA-DA-SEMANA THRU P-DIA-DA-SEMANA-FIM
            IF WS-DIA-SEMANA > 4 THEN
               GO TO P-DESCONTA-FIM
            END-IF

            SET JA-DESCONTADO TO FALSE
            PERFORM VARYING WS-IDX-DSC FROM 1 BY 1
                    UNTIL WS-IDX-DSC > WS-QTD-DESCONTADOS
                       OR JA-DESCONTADO
                IF WS-DESCONTADO(WS-IDX-DSC) EQUAL WS-DATA-FERIADO
                   THEN
                   SET JA-DESCONTADO TO TRUE
                END-IF
            END-PERFORM

            IF JA-DESCONTADO THEN
               GO TO P-DESCONTA-FIM
            END-IF

            IF WS-QTD-DESCONTADOS < 400 THEN
               ADD 1 TO WS-QTD-DESCONTADOS
               MOVE WS-DATA-FERIADO
                 TO WS-DESCONTADO(WS-QTD-DESCONTADOS)
            END-IF

            SUBTRACT 1 FROM WS-QTD-UTEIS
           .

       P-DESCONTA-FIM.
           EXIT.
       END PROGRAM PG13DIAUTL.
