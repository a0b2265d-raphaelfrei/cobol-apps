      ******************************************************************
      * Copybook: LK_ACSLOG
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Area de comunicacao com o utilitario PG13ACSLOG, que
      *          acrescenta a ACESSOS_LGPD.dat uma linha de acesso a
      *          dados pessoais de um contato (evento CPF CONSUL =
      *          CPF exibido sem mascara na consulta por ID, CPF BUSCA
      *          = contato achado pela busca por CPF, CPF DUPLIC =
      *          CPF exibido no par da mesclagem de duplicados,
      *          DOSSIE = dossie LGPD gerado)
      ******************************************************************
       01 LK-ACS-AREA.
          03 LK-ACS-PROGRAMA      PIC X(11).
          03 LK-ACS-OPERADOR      PIC X(08).
          03 LK-ACS-ID-CONTATO    PIC 9(06).
          03 LK-ACS-EVENTO        PIC X(10).
