      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Utilitario chamavel de controle de periodo letivo -
      *          consulta em PERIODOS.dat (mantido pelo PG33FECPER) se
      *          o periodo informado esta fechado, para o PG08MEDIA, o
      *          PG21FREQ, o PG22RECUP e o PG30CORNOT recusarem
      *          lancamentos nele, e registra a exportacao oficial
      *          final feita pelo PG14EXPBOL de um periodo fechado.
      *          O arquivo acumula e vale o ultimo fechamento ou
      *          reabertura do periodo; sem registro (ou sem o
      *          arquivo) o periodo esta aberto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG32PERIOD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PERIODOS ASSIGN TO ".\PERIODOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-PER-FS.

       DATA DIVISION.
       FILE SECTION.
      * Um evento por linha: F = fechamento, A = reabertura, E =
      * exportacao oficial final; com a data, a hora, o operador e o
      * motivo (reabertura).
       FD PERIODOS.
       01 REG-PERIODO.
          03 PER-TERMO        PIC X(06).
          03 PER-EVENTO       PIC X(01).
          03 PER-DATA         PIC 9(08).
          03 PER-HORA         PIC 9(06).
          03 PER-OPERADOR     PIC X(08).
          03 PER-MOTIVO       PIC X(40).

       WORKING-STORAGE SECTION.
       77 WS-PER-FS            PIC 9(02).
          88 PER-NOVO        VALUE 35.
          88 PER-OK          VALUE 0.

       77 WS-EOF               PIC X(01) VALUE 'N'.
          88 EOF-OK          VALUE 'S' FALSE 'N'.

       77 WS-AGORA             PIC X(21) VALUE SPACES.

       LINKAGE SECTION.
       COPY LK_PERIO.

       PROCEDURE DIVISION USING LK-PERIO-AREA.
       MAIN-PROCEDURE.
            PERFORM P-CONSULTA THRU P-CONSULTA-FIM

            IF PERIO-EXPORTACAO AND PERIODO-FECHADO
                PERFORM P-REGISTRA-EXPORT THRU P-REGISTRA-EXPORT-FIM
            END-IF

            GOBACK
           .

      * Situacao do periodo pelo ultimo fechamento/reabertura, e a
      * data da exportacao oficial feita depois do ultimo fechamento.
       P-CONSULTA.
            MOVE 'A'   TO LK-PERIO-SITUACAO
            MOVE ZEROS TO LK-PERIO-DATA LK-PERIO-DT-EXPORT
            SET EOF-OK TO FALSE

            OPEN INPUT PERIODOS

            IF NOT PER-OK
                GO TO P-CONSULTA-FIM
            END-IF

            PERFORM P-LE-1-PERIODO THRU P-LE-1-PERIODO-FIM
                    UNTIL EOF-OK

            CLOSE PERIODOS.

       P-CONSULTA-FIM.

       P-LE-1-PERIODO.
            READ PERIODOS
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     IF PER-TERMO EQUAL LK-PERIO-TERMO
                         EVALUATE PER-EVENTO
                             WHEN 'F'
                                 MOVE 'F'      TO LK-PERIO-SITUACAO
                                 MOVE PER-DATA TO LK-PERIO-DATA
                                 MOVE ZEROS    TO LK-PERIO-DT-EXPORT
                             WHEN 'A'
                                 MOVE 'A'      TO LK-PERIO-SITUACAO
                                 MOVE PER-DATA TO LK-PERIO-DATA
                                 MOVE ZEROS    TO LK-PERIO-DT-EXPORT
                             WHEN 'E'
                                 MOVE PER-DATA TO LK-PERIO-DT-EXPORT
                         END-EVALUATE
                     END-IF
            END-READ.

       P-LE-1-PERIODO-FIM.

       P-REGISTRA-EXPORT.
            MOVE FUNCTION CURRENT-DATE TO WS-AGORA

            OPEN EXTEND PERIODOS
            IF PER-NOVO
                OPEN OUTPUT PERIODOS
            END-IF

            IF PER-OK
                MOVE LK-PERIO-TERMO TO PER-TERMO
                MOVE 'E'            TO PER-EVENTO
                MOVE WS-AGORA(1:8)  TO PER-DATA
                MOVE WS-AGORA(9:6)  TO PER-HORA
                MOVE 'PG14EXPB'     TO PER-OPERADOR
                MOVE 'EXPORTACAO OFICIAL FINAL'
                                    TO PER-MOTIVO
                WRITE REG-PERIODO
                CLOSE PERIODOS
                MOVE PER-DATA TO LK-PERIO-DT-EXPORT
            END-IF.

       P-REGISTRA-EXPORT-FIM.
       END PROGRAM PG32PERIOD.
