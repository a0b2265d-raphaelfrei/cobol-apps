      ******************************************************************
      * Copybook: LK_PERIO
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Area de comunicacao com o utilitario PG32PERIOD, que
      *          consulta em PERIODOS.dat se um periodo letivo (AAAA/B)
      *          esta fechado pela coordenacao ('C') ou registra a
      *          exportacao oficial final de um periodo fechado ('E').
      *          Periodo sem registro esta aberto.
      ******************************************************************
       01 LK-PERIO-AREA.
          03 LK-PERIO-FUNCAO      PIC X(01).
             88 PERIO-CONSULTA       VALUE 'C'.
             88 PERIO-EXPORTACAO     VALUE 'E'.
          03 LK-PERIO-TERMO       PIC X(06).
          03 LK-PERIO-SITUACAO    PIC X(01).
             88 PERIODO-FECHADO      VALUE 'F'.
             88 PERIODO-ABERTO       VALUE 'A'.
          03 LK-PERIO-DATA        PIC 9(08).
          03 LK-PERIO-DT-EXPORT   PIC 9(08).
