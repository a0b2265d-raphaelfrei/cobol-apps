      *                      em lote registrados em DURACAO.dat via
      *                      PG13DURLOG, para o relatorio de duracoes
      *                      anormais
      * Update: 15/10/2026 - Buffers de CONTATOS.dat acompanharam o
      *                      crescimento de FD_CONTT para 600 bytes
      *                      (devolucao por meio de contato e
      *                      reserva)
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13BAKCTT.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS SEQUENTIAL
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

      * Uma linha so: o numero de geracoes de backup a manter.
       01 REG-CATTEMP              PIC X(60).

       FD BACKUP.
       01 REG-BACKUP               PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO          PIC X(600) VALUE SPACES.

       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO     PIC 9(06).
          03 FILLER            PIC X(594).

       77 WS-NOME-BACKUP        PIC X(40) VALUE SPACES.

