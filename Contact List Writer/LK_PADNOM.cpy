      ******************************************************************
      * Copybook: LK_PADNOM
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Area de comunicacao com o utilitario PG13PADNOM, que
      *          devolve a forma padrao de um nome de pessoa: cada
      *          palavra com a inicial maiuscula, as particulas (da,
      *          de, do, das, dos, e) em minusculas fora do inicio,
      *          espacos repetidos reduzidos a um e pontuacao
      *          descartada. LK-NOM-MUDOU = 'S' quando a forma padrao
      *          difere do nome recebido.
      ******************************************************************
       01 LK-NOM-AREA.
          03 LK-NOM-ENTRADA       PIC X(60).
          03 LK-NOM-SAIDA         PIC X(60).
          03 LK-NOM-MUDOU         PIC X(01).
             88 LK-NOM-ALTERADO     VALUE 'S'.
