      * Date: 08/08/2026
      * Purpose: Layout do registro de SEGUIMENTO.dat (fila de datas de
      *          acompanhamento/follow-up por contato)
      * Update: 15/10/2026 - Operador responsavel pelo acompanhamento
      *                      (OPR-ID de OPERADORES.dat; linhas antigas
      *                      ficam com o campo em branco, sem dono)
      ******************************************************************
       01 REG-SEGUIMENTO.
          03 SEG-ID-CONTATO       PIC 9(06).
          03 SEG-ST-SEGUIMENTO    PIC X(01).
             88 SEG-PENDENTE        VALUE 'P'.
             88 SEG-CONCLUIDO       VALUE 'C'.
          03 SEG-RESPONSAVEL      PIC X(08).
