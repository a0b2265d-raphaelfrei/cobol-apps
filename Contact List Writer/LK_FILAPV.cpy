      ******************************************************************
      * Copybook: LK_FILAPV
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Area de comunicacao com o utilitario PG13FILAPV, que
      *          mantem a fila de aprovacao APROVACOES.dat. Funcoes:
      *          'S' registra uma solicitacao pendente (devolve o
      *              numero em LK-APV-NUMERO)
      *          'C' procura a primeira solicitacao aprovada e ainda
      *              nao executada da operacao, com numero maior que
      *              LK-APV-NUMERO e, se LK-APV-PARAMETROS vier
      *              preenchido, com os mesmos parametros
      *          'A' / 'R' aprova / rejeita a solicitacao LK-APV-NUMERO
      *              (so se pendente e de outro operador)
      *          'E' marca a solicitacao LK-APV-NUMERO como executada
      *          Retorno: 'S' feito/achado, 'N' nao achado ou fora da
      *          situacao esperada, 'P' o proprio solicitante tentou
      *          decidir a solicitacao
      ******************************************************************
       01 LK-APV-AREA.
          03 LK-APV-FUNCAO        PIC X(01).
          03 LK-APV-OPERACAO      PIC X(10).
          03 LK-APV-PARAMETROS    PIC X(40).
          03 LK-APV-OPERADOR      PIC X(08).
          03 LK-APV-NUMERO        PIC 9(06).
          03 LK-APV-MOTIVO        PIC X(40).
          03 LK-APV-SOLICITANTE   PIC X(08).
          03 LK-APV-APROVADOR     PIC X(08).
          03 LK-APV-RETORNO       PIC X(01).
             88 LK-APV-OK       VALUE 'S'.
             88 LK-APV-PROPRIA  VALUE 'P'.
