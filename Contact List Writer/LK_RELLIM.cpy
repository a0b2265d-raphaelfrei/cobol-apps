      ******************************************************************
      * Copybook: LK_RELLIM
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Area de comunicacao do PG13RELLIM (acerto dos vinculos
      *          de RELACOES.dat quando um contato some da base).
      *          Funcoes: 'M' mesclagem - os vinculos de
      *          LK-REL-ID-ANTIGO passam para LK-REL-ID-NOVO marcados
      *          para revisao; 'E' expurgo - os vinculos de
      *          LK-REL-ID-ANTIGO sao removidos. Devolve em
      *          LK-REL-QTD-AFETADOS quantos vinculos mudaram.
      ******************************************************************
       01 LK-REL-AREA.
          03 LK-REL-FUNCAO        PIC X(01).
          03 LK-REL-ID-ANTIGO     PIC 9(06).
          03 LK-REL-ID-NOVO       PIC 9(06).
          03 LK-REL-QTD-AFETADOS  PIC 9(05).
