      * Purpose: Layout do registro de CONTROLE.dat (totais de controle
      *          gravados ao final das execucoes de listagem/exportacao
      *          e demais rotinas em lote do cadastro de contatos)
      * Update: 15/10/2026 - Total de contatos suprimidos pela lista
      *                      de nao contatar (SUPRESSAO.dat) nas
      *                      saidas para fora (campanha, cartas,
      *                      etiquetas, exportacoes); zero nos
      *                      demais programas
      ******************************************************************
       01 REG-CONTROLE.
          03 CTL-PROGRAMA         PIC X(11).
          03 CTL-QTD-LIDOS        PIC 9(06).
          03 CTL-QTD-GRAVADOS     PIC 9(06).
          03 CTL-QTD-REJEITADOS   PIC 9(06).
          03 CTL-QTD-SUPRIMIDOS   PIC 9(06).
