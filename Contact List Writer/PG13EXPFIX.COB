      * Update: 02/09/2026 - Inicio, fim e tempo decorrido da execucao
      *                      registrados em DURACAO.dat via PG13DURLOG,
      *                      para o relatorio de duracoes anormais
      * Update: 15/10/2026 - Novo total CTL-QTD-SUPRIMIDOS de
      *                      CONTROLE.dat gravado zerado (so as
      *                      saidas para contato suprimem)
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - Campo NOME (30) passou a levar o nome
      *                      completo (prenome e sobrenome), abreviado
      *                      pelo PG13NOMCTT quando nao cabe
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13EXPFIX.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS SEQUENTIAL
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT FATURAMENTO ASSIGN TO ".\CTT_FATURAMENTO.dat"
       77 WS-CPF-MASCARADO      PIC X(11) VALUE SPACES.

       COPY LK_ERRFS.
       COPY LK_NOMCTT.
       COPY LK_DURLOG.

       LINKAGE SECTION.
                                      THRU P-MASCARA-CPF-FIM

                              MOVE ID-CONTATO  TO FAT-ID-CONTATO
                              MOVE 'A'          TO LK-NMC-FUNCAO
                              MOVE NM-CONTATO   TO LK-NMC-NOME-CURTO
                              MOVE NM-PRENOME   TO LK-NMC-PRENOME
                              MOVE NM-SOBRENOME TO LK-NMC-SOBRENOME
                              MOVE LENGTH OF FAT-NM-CONTATO
                                   TO LK-NMC-TAM-MAXIMO
                              CALL 'PG13NOMCTT' USING LK-NMC-AREA
                              MOVE LK-NMC-NOME-COMPLETO
                                   TO FAT-NM-CONTATO
                              MOVE WS-CPF-MASCARADO
                                   TO FAT-CPF-CONTATO
                              MOVE TP-CONTATO  TO FAT-TP-CONTATO
      * padrao dos demais programas de exportacao do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13EXPFIX'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
