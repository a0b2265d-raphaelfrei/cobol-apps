      ******************************************************************
      * Copybook: FD_PURGA
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de CONTATOS_PURGADOS.dat (copia do
      *          registro de CONTATOS.dat gravada pelo PG13PRGCNT antes
      *          da remocao fisica, com a data do expurgo e o operador
      *          que o executou). Linhas gravadas antes da data e do
      *          operador ficam com esses campos em branco. O
      *          PG13RESPRG le daqui para restaurar um contato.
      ******************************************************************
       01 REG-PURGADO.
          03 PRG-REGISTRO         PIC X(600).
          03 PRG-DT-EXPURGO       PIC 9(08).
          03 PRG-OPERADOR         PIC X(08).
