      *          nomes divergentes vao para DIFERENCAS_M365.LST, para
      *          decidirmos qual lado corrigir quando as duas bases
      *          derivam.
      * Update: 15/10/2026 - Novo total CTL-QTD-SUPRIMIDOS de
      *                      CONTROLE.dat gravado zerado (so as
      *                      saidas para contato suprimem)
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CMPM365.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS SEQUENTIAL
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT M365CSV ASSIGN TO ".\M365_EXPORT.CSV"
      * padrao dos demais programas em lote do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13CMPM365'     TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
