      *                      em lote registrados em DURACAO.dat via
      *                      PG13DURLOG, para o relatorio de duracoes
      *                      anormais
      * Update: 15/10/2026 - Imagem completa do registro antes e
      *                      depois de cada gravacao em CONTATOS.dat
      *                      acrescentada a JORNAL.dat via PG13JRNCTT,
      *                      para a recuperacao por PG13RECJRN
      * Update: 15/10/2026 - Controle em duas pessoas: sem uma
      *                      solicitacao aprovada em APROVACOES.dat
      *                      por outro operador autorizado
      *                      (PG13APRDES), o expurgo so registra o
      *                      pedido; com ela, roda com os dias de corte
      *                      aprovados e marca a solicitacao executada
      * Update: 15/10/2026 - Buffers de CONTATOS.dat acompanharam o
      *                      crescimento de FD_CONTT para 600 bytes
      *                      (devolucao por meio de contato e
      *                      reserva)
      * Update: 15/10/2026 - Novo total CTL-QTD-SUPRIMIDOS de
      *                      CONTROLE.dat gravado zerado (so as
      *                      saidas para contato suprimem)
      * Update: 15/10/2026 - Vinculos de RELACOES.dat do contato
      *                      expurgado sao removidos (PG13RELLIM)
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - CONTATOS_PURGADOS.dat passou a acumular
      *                      os expurgos (era recriado a cada
      *                      execucao), com a data do expurgo e o
      *                      operador (FD_PURGA); as linhas de
      *                      ENDERECOS.dat dos contatos expurgados vao
      *                      para ENDERECOS_PURGADOS.dat, para a
      *                      restauracao pelo PG13RESPRG
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13PRGCNT.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT ARQUIVO ASSIGN TO ".\CONTATOS_PURGADOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ARQ-FS.

            SELECT ENDERECOS ASSIGN TO ".\ENDERECOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-END-FS.

            SELECT ENDTEMP ASSIGN TO ".\ENDERECOS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ETP-FS.

            SELECT ENDPURG ASSIGN TO ".\ENDERECOS_PURGADOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-EPG-FS.

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-HIST-FS.
          COPY FD_CONTT.

       FD ARQUIVO.
          COPY FD_PURGA.

       FD ENDERECOS.
          COPY FD_ENDER.

      * Mesmo tamanho de REG-ENDERECO (104 bytes), para a regravacao
      * de ENDERECOS.dat e para o arquivo dos enderecos expurgados.
       FD ENDTEMP.
       01 REG-ENDTEMP              PIC X(104).

       FD ENDPURG.
       01 REG-ENDPURG              PIC X(104).

       FD HISTORICO.
          COPY FD_HISTC.
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
       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-END-FS             PIC 9(02).
          88 END-OK           VALUE 0.

       77 WS-ETP-FS             PIC 9(02).
          88 ETP-OK           VALUE 0.

       77 WS-EPG-FS             PIC 9(02).
          88 EPG-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-INT-EXCLUSAO       PIC S9(09) VALUE ZEROS.
       77 WS-DIAS-EXCLUIDO      PIC 9(05) VALUE ZEROS.

      * Parametros do expurgo como vao na solicitacao de aprovacao.
       01 WS-PARAM-EXPURGO.
          03 WS-PRM-DIAS-CORTE  PIC 9(05) VALUE ZEROS.
          03 FILLER             PIC X(35) VALUE SPACES.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PURGADOS       PIC 9(06) VALUE ZEROS.

      * IDs expurgados nesta execucao, para levar as linhas de
      * ENDERECOS.dat para ENDERECOS_PURGADOS.dat; acima do limite
      * da tabela os enderecos ficam em ENDERECOS.dat.
       01 WS-TAB-PURGADOS.
          03 WS-ID-PURGADO OCCURS 2000 TIMES PIC 9(06).
       77 WS-QTD-TAB-PURG       PIC 9(04) VALUE ZEROS.
       77 WS-IDX-PURG           PIC 9(04) VALUE ZEROS.
       77 WS-END-PURGADO        PIC X(01) VALUE 'N'.
          88 END-PURGADO      VALUE 'S'.
       77 WS-QTD-END-MOVIDOS    PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_DURLOG.
       COPY LK_JRNCTT.
       COPY LK_FILAPV.
       COPY LK_RELLIM.

       LINKAGE SECTION.
       01 LK-COM-AREA.
            COMPUTE WS-INT-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

      * Controle em duas pessoas: o expurgo so roda contra uma
      * solicitacao aprovada por outro operador autorizado; sem ela,
      * o pedido e registrado na fila e a execucao fica para depois
      * da aprovacao em PG13APRDES.
            MOVE 'C'          TO LK-APV-FUNCAO
            MOVE 'EXPURGO'    TO LK-APV-OPERACAO
            MOVE SPACES       TO LK-APV-PARAMETROS
            MOVE ZEROS        TO LK-APV-NUMERO
            MOVE WS-OPERADOR  TO LK-APV-OPERADOR
            CALL 'PG13FILAPV' USING LK-APV-AREA

            IF NOT LK-APV-OK THEN
               PERFORM P-SOLICITA-EXPURGO
                       THRU P-SOLICITA-EXPURGO-FIM
               PERFORM P-END
            END-IF

            MOVE LK-APV-PARAMETROS TO WS-PARAM-EXPURGO
            MOVE WS-PRM-DIAS-CORTE TO WS-DIAS-CORTE

            DISPLAY "SOLICITACAO " LK-APV-NUMERO " DE "
                    LK-APV-SOLICITANTE " APROVADA POR "
                    LK-APV-APROVADOR
            DISPLAY "EXPURGAR CONTATOS EXCLUIDOS HA PELO MENOS "
                    WS-DIAS-CORTE " DIAS."

            DISPLAY "CONFIRMA O EXPURGO DEFINITIVO DESSES "
                    "CONTATOS? <S> PARA CONFIRMAR, "

               PERFORM P-EXPURGA THRU P-EXPURGA-FIM

               MOVE 'E'          TO LK-APV-FUNCAO
               MOVE WS-OPERADOR  TO LK-APV-OPERADOR
               CALL 'PG13FILAPV' USING LK-APV-AREA

               MOVE 'F'          TO LK-DUR-EVENTO
               CALL 'PG13DURLOG' USING LK-DUR-AREA
            ELSE
            PERFORM P-END
           .

      * Sem solicitacao aprovada: pede os dias de corte e registra o
      * pedido de expurgo na fila de aprovacao.
       P-SOLICITA-EXPURGO.
            DISPLAY "NENHUM EXPURGO APROVADO AGUARDANDO EXECUCAO."
            DISPLAY "EXPURGAR CONTATOS EXCLUIDOS HA PELO MENOS "
                    "QUANTOS DIAS? "
            ACCEPT WS-DIAS-CORTE

            DISPLAY "REGISTRAR O PEDIDO DE EXPURGO PARA APROVACAO? "
                    "<S> PARA CONFIRMAR, <QUALQUER TECLA> PARA "
                    "ABORTAR."
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM NOT = 'S' THEN
               DISPLAY "OPERACAO ABORTADA."
               GO TO P-SOLICITA-EXPURGO-FIM
            END-IF

            MOVE WS-DIAS-CORTE    TO WS-PRM-DIAS-CORTE
            MOVE 'S'              TO LK-APV-FUNCAO
            MOVE 'EXPURGO'        TO LK-APV-OPERACAO
            MOVE WS-PARAM-EXPURGO TO LK-APV-PARAMETROS
            MOVE WS-OPERADOR      TO LK-APV-OPERADOR
            CALL 'PG13FILAPV' USING LK-APV-AREA

            IF LK-APV-OK THEN
               DISPLAY "PEDIDO REGISTRADO SOB O NUMERO " LK-APV-NUMERO
                       " - AGUARDANDO APROVACAO DE OUTRO OPERADOR "
                       "AUTORIZADO."
            ELSE
               DISPLAY "NAO FOI POSSIVEL REGISTRAR O PEDIDO."
            END-IF
           .

       P-SOLICITA-EXPURGO-FIM.
           EXIT.

       P-EXPURGA.
            SET EOF-OK  TO FALSE
            SET FS-OK   TO TRUE
            MOVE ZEROS   TO WS-QTD-LIDOS WS-QTD-PURGADOS
                            WS-QTD-TAB-PURG

            OPEN I-O CONTATOS
            OPEN EXTEND ARQUIVO
            IF WS-ARQ-FS EQUAL 35 THEN
               OPEN OUTPUT ARQUIVO
            END-IF

            IF FS-OK AND ARQ-OK THEN

               DISPLAY "CONTATOS LIDOS: "    WS-QTD-LIDOS
               DISPLAY "CONTATOS EXPURGADOS: " WS-QTD-PURGADOS

               PERFORM P-ARQUIVA-ENDERECOS
                       THRU P-ARQUIVA-ENDERECOS-FIM

               PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
            ELSE
               MOVE 'PG13PRGCNT'     TO LK-ERRO-PROGRAMA
            COMPUTE WS-DIAS-EXCLUIDO = WS-INT-HOJE - WS-INT-EXCLUSAO

            IF WS-DIAS-EXCLUIDO >= WS-DIAS-CORTE THEN
               MOVE WS-REGISTRO  TO PRG-REGISTRO
               MOVE WS-DATA-HOJE TO PRG-DT-EXPURGO
               MOVE WS-OPERADOR  TO PRG-OPERADOR
               WRITE REG-PURGADO

               PERFORM P-GRAVA-HISTORICO THRU P-GRAVA-HISTORICO-FIM

               DELETE CONTATOS RECORD
               PERFORM P-GRAVA-JORNAL THRU P-GRAVA-JORNAL-FIM

               MOVE 'E'           TO LK-REL-FUNCAO
               MOVE WS-ID-CONTATO TO LK-REL-ID-ANTIGO
               MOVE ZEROS         TO LK-REL-ID-NOVO
               CALL 'PG13RELLIM' USING LK-REL-AREA

               ADD 1 TO WS-QTD-PURGADOS

               IF WS-QTD-TAB-PURG < 2000 THEN
                  ADD 1 TO WS-QTD-TAB-PURG
                  MOVE WS-ID-CONTATO TO WS-ID-PURGADO(WS-QTD-TAB-PURG)
               END-IF
            END-IF
           .

       P-AVALIA-1-CONTATO-FIM.

      * Leva as linhas de ENDERECOS.dat dos contatos expurgados nesta
      * execucao para ENDERECOS_PURGADOS.dat, regravando ENDERECOS.dat
      * sem elas via ENDERECOS.TMP.
       P-ARQUIVA-ENDERECOS.
            MOVE ZEROS TO WS-QTD-END-MOVIDOS

            IF WS-QTD-TAB-PURG EQUAL ZEROS THEN
               GO TO P-ARQUIVA-ENDERECOS-FIM
            END-IF

            OPEN INPUT ENDERECOS
            IF NOT END-OK THEN
               GO TO P-ARQUIVA-ENDERECOS-FIM
            END-IF

            OPEN OUTPUT ENDTEMP
            OPEN EXTEND ENDPURG
            IF WS-EPG-FS EQUAL 35 THEN
               OPEN OUTPUT ENDPURG
            END-IF

            IF NOT ETP-OK OR NOT EPG-OK THEN
               MOVE 'PG13PRGCNT'      TO LK-ERRO-PROGRAMA
               MOVE 'ARQUIVAR ENDERECOS' TO LK-ERRO-OPERACAO
               MOVE WS-EPG-FS         TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE ENDERECOS ENDTEMP ENDPURG
               GO TO P-ARQUIVA-ENDERECOS-FIM
            END-IF

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ ENDERECOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE 'N' TO WS-END-PURGADO
                        PERFORM VARYING WS-IDX-PURG FROM 1 BY 1
                                UNTIL WS-IDX-PURG > WS-QTD-TAB-PURG
                                   OR END-PURGADO
                            IF END-ID-CONTATO EQUAL
                               WS-ID-PURGADO(WS-IDX-PURG) THEN
                               MOVE 'S' TO WS-END-PURGADO
                            END-IF
                        END-PERFORM
                        IF END-PURGADO THEN
                           MOVE REG-ENDERECO TO REG-ENDPURG
                           WRITE REG-ENDPURG
                           ADD 1 TO WS-QTD-END-MOVIDOS
                        ELSE
                           MOVE REG-ENDERECO TO REG-ENDTEMP
                           WRITE REG-ENDTEMP
                        END-IF
                END-READ
            END-PERFORM

            CLOSE ENDERECOS
            CLOSE ENDTEMP
            CLOSE ENDPURG

            IF WS-QTD-END-MOVIDOS > ZEROS THEN
               SET EOF-OK TO FALSE
               OPEN INPUT ENDTEMP
               OPEN OUTPUT ENDERECOS

               PERFORM UNTIL EOF-OK
                   READ ENDTEMP
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           MOVE REG-ENDTEMP TO REG-ENDERECO
                           WRITE REG-ENDERECO
                   END-READ
               END-PERFORM

               CLOSE ENDTEMP
               CLOSE ENDERECOS

               DISPLAY "ENDERECOS ARQUIVADOS: " WS-QTD-END-MOVIDOS
            END-IF

            SET EOF-OK TO FALSE
           .

       P-ARQUIVA-ENDERECOS-FIM.

      * Grava no HISTORICO.dat o expurgo definitivo do contato, para
      * que a remocao fisica fique registrada no mesmo trilho de
      * auditoria das demais operacoes.
      * padrao dos demais programas em lote do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13PRGCNT'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS

       P-GRAVA-CONTROLE-FIM.

      * Acrescenta a JORNAL.dat a imagem anterior e a posterior do
      * registro recem gravado em CONTATOS.dat, para a recuperacao
      * por PG13RECJRN a partir de uma geracao de backup.
       P-GRAVA-JORNAL.
            MOVE 'PG13PRGCNT'      TO LK-JRN-PROGRAMA
            MOVE WS-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'D'               TO LK-JRN-ACAO
            MOVE "EXPURGO"         TO LK-JRN-OPERACAO
            MOVE WS-REGISTRO       TO LK-JRN-ANTES
            MOVE SPACES            TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13PRGCNT.
