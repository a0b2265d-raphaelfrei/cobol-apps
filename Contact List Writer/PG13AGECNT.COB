      *                      PG13PRTFMT (cabecalho, paginacao, rodape
      *                      de totais e copia impressa em
      *                      AGECNT_RPT.LST)
      * Update: 15/10/2026 - Novo total CTL-QTD-SUPRIMIDOS de
      *                      CONTROLE.dat gravado zerado (so as
      *                      saidas para contato suprimem)
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - Idade contada em dias uteis da filial do
      *                      contato pela rotina comum PG13DIAUTL (sem
      *                      fins de semana e feriados), no corte e na
      *                      coluna do relatorio
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13AGECNT.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
          88 USA-CORTE        VALUE 'S'.

       77 WS-DIAS-EXCLUIDO      PIC 9(05) VALUE ZEROS.

       77 WS-QTD-LISTADOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ANALISADOS     PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_PRTFMT.
       COPY LK_DIAUTL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
            DISPLAY "***** IDADE DOS CONTATOS EXCLUIDOS *****"

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            DISPLAY "MOSTRAR APENAS EXCLUIDOS HA PELO MENOS QUANTOS "
                    "DIAS UTEIS? (0 = TODOS)"
            ACCEPT WS-DIAS-CORTE

            MOVE 'S' TO WS-USA-CORTE

               MOVE 'ID      NOME                  EXCLUIDO EM  DIAS'
                    TO LK-PRT-LINHA
               MOVE 'UTEIS' TO LK-PRT-LINHA(49:5)
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM

               PERFORM UNTIL EOF-OK

      * A data de exclusao e a propria DT-ULT-ALT-DATA do registro, ja
      * que PG13DELCNT carimba essa data no momento em que exclui o
      * contato. Os dias sao os uteis da filial do contato, contados
      * pela rotina comum de dias uteis.
       P-AVALIA-1-CONTATO.
            MOVE 'C'             TO LK-DIA-FUNCAO
            MOVE FILIAL-CONTATO  TO LK-DIA-FILIAL
            MOVE DT-ULT-ALT-DATA TO LK-DIA-DATA
            MOVE WS-DATA-HOJE    TO LK-DIA-DATA-FIM
            CALL 'PG13DIAUTL' USING LK-DIA-AREA
            MOVE LK-DIA-QTD-DIAS TO WS-DIAS-EXCLUIDO

            IF NOT USA-CORTE OR WS-DIAS-EXCLUIDO >= WS-DIAS-CORTE THEN
               ADD 1 TO WS-QTD-LISTADOS
      * padrao dos demais programas em lote/relatorio do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13AGECNT'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-ANALISADOS     TO CTL-QTD-LIDOS
