      * Purpose: Layout do registro de FILIAIS.dat (cadastro mestre
      *          das filiais, apontado pelo FILIAL-CONTATO de
      *          REG-CONTATOS)
      * Update: 15/10/2026 - Situacao da filial e data em que ela
      *                      mudou, mantidas pelo PG13FILCTT (linhas
      *                      antigas ficam com a situacao em branco,
      *                      tratada como ativa)
      * Update: 15/10/2026 - UF da filial, para o calendario de dias
      *                      uteis (PG13DIAUTL) aplicar os feriados
      *                      estaduais (linhas antigas ficam em
      *                      branco: so os nacionais e os da filial)
      ******************************************************************
       01 REG-FILIAL.
          03 FIL-CODIGO           PIC X(03).
          03 FIL-NOME             PIC X(20).
          03 FIL-SITUACAO         PIC X(01).
             88 FIL-ATIVA         VALUE 'A' SPACE.
             88 FIL-INATIVA       VALUE 'I'.
          03 FIL-DT-SITUACAO      PIC 9(08).
          03 FIL-UF               PIC X(02).
