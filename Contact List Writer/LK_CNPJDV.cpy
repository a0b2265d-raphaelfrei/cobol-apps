      ******************************************************************
      * Copybook: LK_CNPJDV
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Area de comunicacao com o utilitario PG13CNPJDV, que
      *          confere os dois digitos verificadores de um CNPJ
      *          completo (14 digitos) usando o mesmo calculo de
      *          CPF_CALC.COB (P-CNPJ-CALC-1/P-CNPJ-CALC-2)
      ******************************************************************
       01 LK-CNPJ-AREA.
          03 LK-CNPJ-EMPRESA      PIC 9(14).
          03 LK-CNPJ-VALIDO       PIC X(01).
