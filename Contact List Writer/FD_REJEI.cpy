      ******************************************************************
      * Copybook: FD_REJEI
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout de REJEITOS.dat - registro permanente das
      *          transacoes rejeitadas pela carga noturna (PG13TRNCTT)
      *          e pela alteracao em lote (PG13ALTCNT), com a imagem
      *          da transacao e a situacao do tratamento na bancada
      *          de rejeicoes (PG13TRTREJ): aberta, reenviada para a
      *          proxima execucao ou encerrada sem correcao
      ******************************************************************
       01 REG-REJEITO.
          03 REJ-NUMERO           PIC 9(06).
          03 REJ-ORIGEM           PIC X(01).
             88 REJ-CARGA-NOTURNA   VALUE 'C'.
             88 REJ-ALTERACAO-LOTE  VALUE 'A'.
          03 REJ-DATA             PIC 9(08).
          03 REJ-HORA             PIC 9(06).
          03 REJ-MOTIVO           PIC X(40).
          03 REJ-SITUACAO         PIC X(01).
             88 REJ-ABERTO          VALUE 'A'.
             88 REJ-REENVIADO       VALUE 'R'.
             88 REJ-NAO-CORRIGIR    VALUE 'N'.
          03 REJ-CORRIGIDO        PIC X(01).
             88 REJ-FOI-CORRIGIDO   VALUE 'S'.
          03 REJ-DT-SITUACAO      PIC 9(08).
          03 REJ-OPERADOR         PIC X(08).
          03 REJ-OBSERVACAO       PIC X(40).
      * Imagem da transacao rejeitada, no layout do arquivo de origem
      * (REG-TRANSACAO de FD_TRNCT ou do PG13ALTCNT).
          03 REJ-TRANSACAO        PIC X(120).
