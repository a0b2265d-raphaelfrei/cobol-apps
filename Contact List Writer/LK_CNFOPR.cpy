      ******************************************************************
      * Copybook: LK_CNFOPR
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Area de comunicacao com o utilitario PG13CNFOPR, que
      *          confere identificacao e senha de OPERADORES.dat fora
      *          do menu com as mesmas regras do login do PG13MENU
      *          (falhas, bloqueio e SEGURANCA_LOG.dat).
      *          Entrada: programa que pede (vai no log), operador,
      *          senha e LK-CNF-CONFERE-CERT = 'S' quando a
      *          autorizacao destrutiva importa (so vale com
      *          certificado da trilha valido em CERTIFICADOS.dat).
      *          Retorno: 'S' = conferido; 'N' = identificacao ou
      *          senha invalida; 'B' = operador bloqueado; 'I' =
      *          OPERADORES.dat indisponivel (ninguem e conferido).
      *          LK-CNF-AUTORIZADO = 'S' so para operador conferido,
      *          com autorizacao destrutiva e (se pedido) certificado.
      ******************************************************************
       01 LK-CNF-AREA.
          03 LK-CNF-PROGRAMA      PIC X(10).
          03 LK-CNF-OPERADOR      PIC X(08).
          03 LK-CNF-SENHA         PIC X(08).
          03 LK-CNF-CONFERE-CERT  PIC X(01).
          03 LK-CNF-RETORNO       PIC X(01).
             88 LK-CNF-CONFERIDO    VALUE 'S'.
             88 LK-CNF-INVALIDO     VALUE 'N'.
             88 LK-CNF-BLOQUEADO    VALUE 'B'.
             88 LK-CNF-INDISPONIVEL VALUE 'I'.
          03 LK-CNF-AUTORIZADO    PIC X(01).
             88 LK-CNF-AUTORIZADO-S VALUE 'S'.
