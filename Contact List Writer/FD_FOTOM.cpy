      ******************************************************************
      * Copybook: FD_FOTOM
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de FOTOGRAFIAS.dat (fotografia de
      *          fim de mes da base de contatos gravada pelo
      *          PG13FOTMES: uma linha por mes e por total geral, tipo
      *          de contato, filial e empresa, com os ativos, os
      *          excluidos e, entre os ativos, os que tem algum meio
      *          de contato com consentimento e os que tem e-mail),
      *          lida pelo relatorio de tendencia PG13TNDMES
      * Update: 15/10/2026 - Ativos com os dados verificados dentro da
      *                      janela de VERIFICACAO_PARAM.dat (linhas
      *                      gravadas antes ficam sem o campo e sao
      *                      lidas como zero)
      ******************************************************************
       01 REG-FOTOGRAFIA.
          03 FOT-MES              PIC 9(06).
          03 FOT-DATA             PIC 9(08).
          03 FOT-HORA             PIC 9(06).
          03 FOT-DIMENSAO         PIC X(01).
             88 FOT-GERAL           VALUE 'G'.
             88 FOT-TIPO            VALUE 'T'.
             88 FOT-FILIAL          VALUE 'F'.
             88 FOT-EMPRESA         VALUE 'E'.
          03 FOT-CHAVE            PIC X(11).
          03 FOT-QTD-ATIVOS       PIC 9(07).
          03 FOT-QTD-EXCLUIDOS    PIC 9(07).
          03 FOT-QTD-CONSENT      PIC 9(07).
          03 FOT-QTD-EMAIL        PIC 9(07).
          03 FOT-QTD-VERIFICADOS  PIC 9(07).
