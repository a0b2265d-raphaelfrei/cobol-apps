      ******************************************************************
      * Copybook: LK_DIAUTL
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Area de comunicacao com a rotina compartilhada de
      *          dias uteis PG13DIAUTL. Funcoes: 'V' diz se
      *          LK-DIA-DATA e dia util (e, se nao for, o motivo);
      *          'P' devolve em LK-DIA-RESULTADO o primeiro dia util a
      *          partir de LK-DIA-DATA (ela mesma, se ja for util);
      *          'C' conta em LK-DIA-QTD-DIAS os dias uteis depois de
      *          LK-DIA-DATA ate LK-DIA-DATA-FIM inclusive; 'R' rele
      *          o calendario e as filiais. A filial (em branco = so
      *          os feriados nacionais) decide quais feriados
      *          estaduais e da filial valem.
      ******************************************************************
       01 LK-DIA-AREA.
          03 LK-DIA-FUNCAO        PIC X(01).
             88 LK-DIA-VERIFICA     VALUE 'V'.
             88 LK-DIA-PROXIMO      VALUE 'P'.
             88 LK-DIA-CONTA        VALUE 'C'.
             88 LK-DIA-RECARREGA    VALUE 'R'.
          03 LK-DIA-FILIAL        PIC X(03).
          03 LK-DIA-DATA          PIC 9(08).
          03 LK-DIA-DATA-FIM      PIC 9(08).
          03 LK-DIA-RESULTADO     PIC 9(08).
          03 LK-DIA-QTD-DIAS      PIC 9(05).
          03 LK-DIA-UTIL          PIC X(01).
             88 LK-DIA-E-UTIL       VALUE 'S'.
          03 LK-DIA-MOTIVO        PIC X(30).
