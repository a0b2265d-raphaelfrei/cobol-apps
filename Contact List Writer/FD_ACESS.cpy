      ******************************************************************
      * Copybook: FD_ACESS
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de ACESSOS_LGPD.dat (trilha de
      *          acesso a dados pessoais: uma linha por exibicao do
      *          CPF sem mascara ou geracao de dossie, com o operador,
      *          o contato, o programa e a data/hora, gravada pelo
      *          PG13ACSLOG)
      ******************************************************************
       01 REG-ACESSO.
          03 ACS-DATA             PIC 9(08).
          03 ACS-HORA             PIC 9(06).
          03 ACS-OPERADOR         PIC X(08).
          03 ACS-ID-CONTATO       PIC 9(06).
          03 ACS-PROGRAMA         PIC X(11).
          03 ACS-EVENTO           PIC X(10).
