      *                      empresa e filial); sem isso o OPEN da
      *                      copia de 324 bytes falhava e a noite
      *                      inteira saia como ADICIONADO
      * Update: 15/10/2026 - Buffers de CONTATOS.dat acompanharam o
      *                      crescimento de FD_CONTT para 600 bytes
      *                      (devolucao por meio de contato e
      *                      reserva)
      * Update: 15/10/2026 - Novo total CTL-QTD-SUPRIMIDOS de
      *                      CONTROLE.dat gravado zerado (so as
      *                      saidas para contato suprimem)
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX (e no da copia do dia
      *                      anterior, que e uma copia do mesmo
      *                      arquivo)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13RECCTT.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT CONTATOS-ANT ASSIGN TO
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO-ANT
                 ALTERNATE RECORD KEY IS CPF-CONTATO-ANT
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO-ANT
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS-ANT.

            SELECT RELATORIO ASSIGN TO ".\RECONCILIACAO.dat"
          03 DT-NASCIMENTO-ANT    PIC 9(08).
          03 ID-EMPRESA-ANT       PIC 9(04).
          03 FILIAL-CONTATO-ANT   PIC X(03).
          03 CT-METODO-DEVOLUCOES-ANT.
             05 CT-DEVOLUCAO-ANT OCCURS 5 TIMES.
                07 CT-METODO-DEVOLVIDO-ANT PIC X(01).
                07 CT-METODO-DT-DEVOL-ANT  PIC 9(08).
                07 CT-METODO-MOT-DEVOL-ANT PIC X(20).
          03 FILLER               PIC X(131).

       FD RELATORIO.
       01 REG-RELATORIO            PIC X(80).
      * arquivos e diferencas encontradas) em CONTROLE.dat.
       P-GRAVA-CONTROLE.
            MOVE 'PG13RECCTT'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            COMPUTE CTL-QTD-LIDOS = WS-QTD-AT + WS-QTD-AN
