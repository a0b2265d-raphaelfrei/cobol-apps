      ******************************************************************
      * Copybook: LK_JRNCTT
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Area de comunicacao com o utilitario PG13JRNCTT, que
      *          acrescenta a JORNAL.dat a imagem anterior e a imagem
      *          posterior de um registro de CONTATOS.dat apos cada
      *          WRITE ('I'), REWRITE ('R') ou DELETE ('D'). Na
      *          inclusao a imagem anterior vai em branco; na remocao
      *          fisica, a posterior.
      * Update: 15/10/2026 - Imagens acompanharam o crescimento de
      *                      FD_CONTT para 600 bytes
      ******************************************************************
       01 LK-JRN-AREA.
          03 LK-JRN-PROGRAMA      PIC X(11).
          03 LK-JRN-OPERADOR      PIC X(08).
          03 LK-JRN-ACAO          PIC X(01).
          03 LK-JRN-OPERACAO      PIC X(10).
          03 LK-JRN-ANTES         PIC X(600).
          03 LK-JRN-DEPOIS        PIC X(600).
