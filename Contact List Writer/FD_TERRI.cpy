      ******************************************************************
      * Copybook: FD_TERRI
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de TERRITORIOS.dat (territorios de
      *          vendas, mantidos pelo PG13TERRIT): cada linha e uma
      *          faixa de CEP ou uma UF inteira de um territorio, com
      *          o representante (operador) que atende o territorio;
      *          um territorio pode ter varias linhas, todas com o
      *          mesmo representante. A faixa de CEP e mais
      *          especifica e vale antes da UF na atribuicao
      *          (PG13ATRTER), feita pelo endereco de ENDERECOS.dat
      ******************************************************************
       01 REG-TERRITORIO.
          03 TER-CODIGO           PIC X(04).
          03 TER-NOME             PIC X(20).
          03 TER-CRITERIO         PIC X(01).
             88 TER-POR-CEP         VALUE 'C'.
             88 TER-POR-UF          VALUE 'U'.
          03 TER-CEP-INICIAL      PIC 9(08).
          03 TER-CEP-FINAL        PIC 9(08).
          03 TER-UF               PIC X(02).
          03 TER-REPRESENTANTE    PIC X(08).
          03 TER-DT-ATRIBUICAO    PIC 9(08).
