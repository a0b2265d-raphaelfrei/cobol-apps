      ******************************************************************
      * Copybook: FD_CATRL
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de RELATORIOS_CAT.dat (catalogo das
      *          execucoes de relatorio guardadas pelo PG13PRTFMT: cada
      *          execucao fica numa copia datada do .LST, com o
      *          relatorio, a data/hora, o operador, as paginas e as
      *          linhas). A linha nunca e apagada - a copia vencida
      *          pela retencao do relatorio (RETENCAO_RPT.dat) e
      *          removida e a linha fica marcada como expurgada.
      ******************************************************************
       01 REG-CATALOGO.
          03 CAT-RELATORIO        PIC X(20).
          03 CAT-TITULO           PIC X(40).
          03 CAT-DATA             PIC 9(08).
          03 CAT-HORA             PIC 9(06).
          03 CAT-OPERADOR         PIC X(08).
          03 CAT-PAGINAS          PIC 9(04).
          03 CAT-LINHAS           PIC 9(06).
          03 CAT-ARQUIVO          PIC X(40).
          03 CAT-SITUACAO         PIC X(01).
             88 CAT-DISPONIVEL  VALUE 'D'.
             88 CAT-EXPURGADA   VALUE 'E'.
          03 CAT-DT-EXPURGO       PIC 9(08).
