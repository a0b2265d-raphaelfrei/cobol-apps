      ******************************************************************
      * Copybook: FD_VERPR
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de VERIFICACAO_PARAM.dat (uma linha
      *          so: a janela de reverificacao em meses - contato
      *          ativo sem verificacao dentro dela entra na fila do
      *          PG13VERCTT e fica fora da cobertura da fotografia
      *          mensal do PG13FOTMES - e ate tres tipos de contato na
      *          ordem de prioridade da fila). Sem o arquivo, ou com
      *          a janela zerada, vale 12 meses e a ordem CLIENTE,
      *          FORNECEDOR, FUNCIONARIO. Mantido pelo PG13MNTREF.
      ******************************************************************
       01 REG-VERIF-PARAM.
          03 VRP-MESES            PIC 9(03).
          03 VRP-PRIORIDADE OCCURS 3 TIMES PIC X(11).
