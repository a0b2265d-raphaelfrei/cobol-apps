      ******************************************************************
      * Copybook: FD_OPERA
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de OPERADORES.dat (identificacao,
      *          senha e autorizacao de cada operador do menu, com o
      *          controle de tentativas falhas, bloqueio e data da
      *          ultima troca de senha)
      ******************************************************************
       01 REG-OPERADOR.
          03 OPR-ID               PIC X(08).
          03 OPR-SENHA            PIC X(08).
          03 OPR-DESTRUTIVO       PIC X(01).
          03 OPR-FALHAS           PIC 9(02).
          03 OPR-BLOQUEIO         PIC X(01).
             88 OPR-BLOQUEADO       VALUE 'S'.
          03 OPR-DT-SENHA         PIC 9(08).
          03 OPR-SUPERVISOR       PIC X(01).
             88 OPR-E-SUPERVISOR    VALUE 'S'.
