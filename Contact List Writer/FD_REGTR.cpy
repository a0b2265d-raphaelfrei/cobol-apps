      ******************************************************************
      * Copybook: FD_REGTR
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout de CTT_REGISTRO.dat - registro permanente dos
      *          arquivos de transacoes do RH pela pre-critica
      *          (liberado ou rejeitado) e pela carga noturna
      *          (processado), usado para pegar arquivo repetido ou
      *          fora de sequencia mesmo semanas depois
      ******************************************************************
       01 REG-REGISTRO-TRN.
          03 RTR-NUMERO           PIC 9(06).
          03 RTR-DT-GERACAO       PIC 9(08).
          03 RTR-SITUACAO         PIC X(01).
             88 RTR-LIBERADO        VALUE 'L'.
             88 RTR-PROCESSADO      VALUE 'P'.
             88 RTR-REJEITADO       VALUE 'R'.
          03 RTR-DATA             PIC 9(08).
          03 RTR-HORA             PIC 9(06).
          03 RTR-QTD              PIC 9(06).
          03 RTR-HASH             PIC 9(12).
          03 RTR-MOTIVO           PIC X(40).
