      ******************************************************************
      * Copybook: LK_CHKSUP
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Area de comunicacao com o utilitario PG13CHKSUP, que
      *          confere um contato (REG-CONTATOS, passado como segundo
      *          parametro) contra a lista de supressao SUPRESSAO.dat.
      *          Funcoes: 'C' (re)carrega a lista; 'V' verifica o
      *          contato (carrega a lista na primeira chamada).
      *          Retorno 'S' = contato suprimido, com o tipo e o valor
      *          que casaram; 'N' = pode sair.
      ******************************************************************
       01 LK-SUP-AREA.
          03 LK-SUP-FUNCAO        PIC X(01).
          03 LK-SUP-RETORNO       PIC X(01).
             88 LK-SUP-SUPRIMIDO VALUE 'S'.
          03 LK-SUP-TIPO          PIC X(01).
          03 LK-SUP-VALOR         PIC X(30).
          03 LK-SUP-QTD-LISTA     PIC 9(05).
