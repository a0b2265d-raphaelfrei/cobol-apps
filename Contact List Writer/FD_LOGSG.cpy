      ******************************************************************
      * Copybook: FD_LOGSG
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de SEGURANCA_LOG.dat (eventos de
      *          acesso do PG13MENU: logins com e sem sucesso,
      *          bloqueios, desbloqueios e trocas de senha)
      ******************************************************************
       01 REG-LOG-SEGURANCA.
          03 LSG-DATA             PIC 9(08).
          03 LSG-HORA             PIC 9(06).
          03 LSG-OPERADOR         PIC X(08).
          03 LSG-EVENTO           PIC X(12).
          03 LSG-DETALHE          PIC X(40).
