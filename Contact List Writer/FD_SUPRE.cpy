      ******************************************************************
      * Copybook: FD_SUPRE
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de SUPRESSAO.dat (lista global de
      *          "nao contatar" por CPF, telefone ou e-mail, mantida
      *          pelo PG13SUPRES e conferida pelo PG13CHKSUP antes de
      *          qualquer contato sair numa campanha, carta, etiqueta
      *          ou exportacao). Telefone e CPF ficam so com os
      *          digitos.
      ******************************************************************
       01 REG-SUPRESSAO.
          03 SUP-TIPO             PIC X(01).
             88 SUP-POR-CPF      VALUE 'C'.
             88 SUP-POR-TELEFONE VALUE 'T'.
             88 SUP-POR-EMAIL    VALUE 'E'.
             88 SUP-TIPO-VALIDO  VALUE 'C' 'T' 'E'.
          03 SUP-VALOR            PIC X(30).
          03 SUP-MOTIVO           PIC X(30).
          03 SUP-ORIGEM           PIC X(15).
          03 SUP-DATA             PIC 9(08).
          03 SUP-OPERADOR         PIC X(08).
