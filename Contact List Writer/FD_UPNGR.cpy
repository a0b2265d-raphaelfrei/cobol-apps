      ******************************************************************
      * Copybook: FD_UPNGR
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de UPN_GERADOS.dat (uma linha por
      *          conta M365 montada pelo template de Usuarios do
      *          CTTWRT: o UPN gerado, o e-mail digitado na entrada -
      *          que casa com o meio de contato EMAIL do cadastro -, o
      *          SKU da licenca pedida e a data da geracao). Mesmo
      *          layout do FD REGUPN do CTTWRT.
      ******************************************************************
       01 REG-UPN-GERADO.
          03 UPG-UPN              PIC X(90).
          03 UPG-EMAIL            PIC X(40).
          03 UPG-SKU              PIC X(20).
          03 UPG-DATA             PIC 9(08).
