      ******************************************************************
      * Copybook: FD_TRNCT
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout de CTT_TRANSACOES.dat (carga noturna do RH):
      *          um cabecalho (data de geracao e numero sequencial do
      *          arquivo), as transacoes ADD/CHANGE/DELETE e um rodape
      *          (quantidade de transacoes e soma dos TRN-ID)
      * Update: 15/10/2026 - Nome completo opcional no fim da
      *                      transacao, para o contato ser gravado ja
      *                      com prenome e sobrenome; arquivo antigo
      *                      chega com o campo em espacos e vale o
      *                      TRN-NOME
      ******************************************************************
      * Uma transacao por linha: codigo (A/C/D), ID e os campos que a
      * transacao carrega. Em CHANGE, um campo em branco/zerado
      * significa "nao alterar esse campo".
       01 REG-TRANSACAO.
          03 TRN-CODIGO           PIC X(01).
             88 TRN-ADD             VALUE 'A'.
             88 TRN-CHANGE          VALUE 'C'.
             88 TRN-DELETE          VALUE 'D'.
             88 TRN-CABECALHO       VALUE 'H'.
             88 TRN-RODAPE          VALUE 'T'.
          03 TRN-ID                PIC 9(06).
          03 TRN-NOME              PIC X(20).
          03 TRN-CPF               PIC 9(11).
          03 TRN-TIPO              PIC X(11).
          03 TRN-NM-COMPLETO       PIC X(71).

      * Primeira linha do arquivo.
       01 REG-TRN-CABECALHO.
          03 TRH-CODIGO            PIC X(01).
          03 TRH-DT-GERACAO        PIC 9(08).
          03 TRH-NUMERO            PIC 9(06).
          03 FILLER                PIC X(34).

      * Ultima linha do arquivo.
       01 REG-TRN-RODAPE.
          03 TRT-CODIGO            PIC X(01).
          03 TRT-QTD               PIC 9(06).
          03 TRT-HASH              PIC 9(12).
          03 FILLER                PIC X(30).
