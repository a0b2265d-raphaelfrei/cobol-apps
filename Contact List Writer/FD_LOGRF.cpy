      ******************************************************************
      * Copybook: FD_LOGRF
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de REFERENCIAS_LOG.dat (trilha das
      *          alteracoes feitas pelo PG13MNTREF nos arquivos de
      *          referencia e de parametros: quando, quem, em qual
      *          arquivo, a acao e a linha antes e depois).
      ******************************************************************
       01 REG-LOG-REFERENCIA.
          03 LRF-DATA             PIC 9(08).
          03 LRF-HORA             PIC 9(06).
          03 LRF-OPERADOR         PIC X(08).
          03 LRF-ARQUIVO          PIC X(24).
          03 LRF-ACAO             PIC X(01).
             88 LRF-INCLUSAO    VALUE 'I'.
             88 LRF-ALTERACAO   VALUE 'A'.
             88 LRF-EXCLUSAO    VALUE 'E'.
          03 LRF-ANTES            PIC X(60).
          03 LRF-DEPOIS           PIC X(60).
