      ******************************************************************
      * Copybook: FD_RETRL
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de RETENCAO_RPT.dat (retencao em
      *          dias das copias datadas de cada relatorio, mantida
      *          pelo PG13CATREL e aplicada pelo PG13PRTFMT a cada
      *          execucao do relatorio). Retencao zero ou linha
      *          ausente significa "guardar todas as copias", como na
      *          RETENCAO.dat da rotacao de logs.
      ******************************************************************
       01 REG-RETENCAO-RPT.
          03 RTR-RELATORIO        PIC X(20).
          03 RTR-DIAS             PIC 9(05).
