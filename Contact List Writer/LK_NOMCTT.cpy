      ******************************************************************
      * Copybook: LK_NOMCTT
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Area de comunicacao com o utilitario PG13NOMCTT, que
      *          trata o nome do contato em duas partes (prenome e
      *          sobrenome) e o nome curto NM-CONTATO:
      *          'J' (juntar) - recebe prenome, sobrenome e nome curto
      *              e devolve o nome completo e o nome curto formado
      *              por ele; registro ainda nao separado (prenome em
      *              branco) devolve o nome curto como nome completo e
      *              a divisao pelo primeiro espaco
      *          'S' (separar) - recebe o nome completo e devolve o
      *              prenome (primeira palavra), o sobrenome (o resto)
      *              e o nome curto, com LK-NMC-SITUACAO = 'R' e o
      *              motivo quando a divisao nao e confiavel e precisa
      *              de revisao
      *          'P' (padronizar) - passa o prenome e o sobrenome
      *              pelo PG13PADNOM (a particula que abre o
      *              sobrenome, como em "dos Santos", fica em
      *              minusculas) e devolve as duas partes, o nome
      *              completo e o nome curto
      *          'A' (abreviar) - como o 'J', mas o nome completo
      *              que passar de LK-NMC-TAM-MAXIMO posicoes sai
      *              com as palavras do meio reduzidas a inicial
      *              ("Maria A. dos S. Oliveira"), para etiquetas e
      *              layouts de largura fixa
      ******************************************************************
       01 LK-NMC-AREA.
          03 LK-NMC-FUNCAO        PIC X(01).
             88 LK-NMC-JUNTAR       VALUE 'J'.
             88 LK-NMC-SEPARAR      VALUE 'S'.
             88 LK-NMC-PADRONIZAR   VALUE 'P'.
             88 LK-NMC-ABREVIAR     VALUE 'A'.
          03 LK-NMC-NOME-CURTO    PIC X(20).
          03 LK-NMC-PRENOME       PIC X(30).
          03 LK-NMC-SOBRENOME     PIC X(40).
          03 LK-NMC-NOME-COMPLETO PIC X(71).
          03 LK-NMC-SITUACAO      PIC X(01).
             88 LK-NMC-CONFIAVEL    VALUE 'C'.
             88 LK-NMC-REVISAR      VALUE 'R'.
          03 LK-NMC-MOTIVO        PIC X(30).
          03 LK-NMC-TAM-MAXIMO    PIC 9(02).
