      *                      em lote registrados em DURACAO.dat via
      *                      PG13DURLOG, para o relatorio de duracoes
      *                      anormais
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
      *                      PG13CNVIDX
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CHKCPF.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS SEQUENTIAL
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT APURACAO ASSIGN TO ".\CPF_APURACAO.LST"
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO          PIC X(600) VALUE SPACES.

       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO     PIC 9(06).
          03 WS-DT-NASCIMENTO   PIC 9(08).
          03 WS-ID-EMPRESA      PIC 9(04).
          03 WS-FILIAL-CONTATO  PIC X(03).
          03 WS-CT-METODO-DEVOLUCOES.
             05 WS-CT-DEVOLUCAO OCCURS 5 TIMES.
                07 WS-CT-METODO-DEVOLVIDO PIC X(01).
                07 WS-CT-METODO-DT-DEVOL  PIC 9(08).
                07 WS-CT-METODO-MOT-DEVOL PIC X(20).
          03 FILLER             PIC X(131).

       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.
      * padrao dos demais programas em lote do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13CHKCPF'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
