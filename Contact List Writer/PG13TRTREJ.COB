      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Bancada de rejeicoes - lista as transacoes rejeitadas
      *          em aberto de REJEITOS.dat (carga noturna PG13TRNCTT e
      *          alteracao em lote PG13ALTCNT) com o motivo, deixa o
      *          operador corrigir os campos da transacao ali mesmo e
      *          reenvia-la para a proxima execucao (CTT_TRANSACOES.dat
      *          ou ALT_CONTATOS.dat), ou encerra-la sem correcao com
      *          o motivo. Cada rejeicao guarda a situacao, a data e o
      *          operador do tratamento, e nao volta a ser trabalhada
      *          depois de reenviada ou encerrada.
      *          No arquivo da carga noturna o reenvio respeita o
      *          cabecalho/rodape e a numeracao da pre-critica: arquivo
      *          ainda nao processado e nao liberado recebe a transacao
      *          antes do rodape (quantidade e soma dos ID refeitas);
      *          arquivo ja processado, ou ausente, da lugar a um
      *          arquivo novo com o numero seguinte ao ultimo
      *          processado; arquivo ja liberado pelo PG13EDTTRN e
      *          ainda nao carregado nao e mexido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13TRTREJ.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REJEITOS ASSIGN TO ".\REJEITOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-REJ-FS.

            SELECT REJTEMP ASSIGN TO ".\REJEITOS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-RTP-FS.

            SELECT CARGA ASSIGN TO ".\CTT_TRANSACOES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CRG-FS.

            SELECT CARGATEMP ASSIGN TO ".\CTT_TRANSACOES.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTP-FS.

            SELECT ALTERACAO ASSIGN TO ".\ALT_CONTATOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ALT-FS.

            SELECT REGISTRO ASSIGN TO ".\CTT_REGISTRO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-RTR-FS.

       DATA DIVISION.

       FILE SECTION.
       FD REJEITOS.
          COPY FD_REJEI.

       FD REJTEMP.
       01 REG-REJTEMP              PIC X(239).

       FD CARGA.
          COPY FD_TRNCT.

       FD CARGATEMP.
       01 REG-CARGATEMP            PIC X(120).

      * Mesmo layout de REG-TRANSACAO do PG13ALTCNT.
       FD ALTERACAO.
       01 REG-ALTERACAO.
          03 ALT-ID-CONTATO       PIC 9(06).
          03 ALT-NM-CONTATO       PIC X(20).
          03 ALT-CPF-NOVO         PIC 9(11).
          03 ALT-NM-COMPLETO      PIC X(71).

       FD REGISTRO.
          COPY FD_REGTR.

       WORKING-STORAGE SECTION.
       77 WS-REJ-FS             PIC 9(02).
          88 REJ-OK           VALUE 0.

       77 WS-RTP-FS             PIC 9(02).
          88 RTP-OK           VALUE 0.

       77 WS-CRG-FS             PIC 9(02).
          88 CRG-OK           VALUE 0.

       77 WS-CTP-FS             PIC 9(02).
          88 CTP-OK           VALUE 0.

       77 WS-ALT-FS             PIC 9(02).
          88 ALT-OK           VALUE 0.

       77 WS-RTR-FS             PIC 9(02).
          88 RTR-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.

       77 WS-ACAO               PIC X(01) VALUE SPACE.
          88 ACAO-CORRIGIR    VALUE 'C' 'c'.
          88 ACAO-REENVIAR    VALUE 'R' 'r'.
          88 ACAO-ENCERRAR    VALUE 'E' 'e'.
          88 ACAO-PROXIMA     VALUE 'P' 'p'.
          88 ACAO-VOLTAR      VALUE 'V' 'v'.

       77 WS-CONFIRM            PIC X(01) VALUE SPACE.

      * Pagina corrente da lista de rejeicoes em aberto.
       77 WS-NUM-INICIO         PIC 9(06) VALUE 1.
       77 WS-PROX-INICIO        PIC 9(06) VALUE 1.
       77 WS-QTD-PAGINA         PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ABERTOS        PIC 9(06) VALUE ZEROS.

      * Rejeicao escolhida pelo operador e a copia do registro, que
      * volta a REJEITOS.dat no lugar do original.
       77 WS-NUM-REJEITO        PIC 9(06) VALUE ZEROS.
       01 WS-REJ-ATUAL          PIC X(239) VALUE SPACES.
       77 WS-ACHOU-REJEITO      PIC X(01) VALUE 'N'.
          88 ACHOU-REJEITO    VALUE 'S'.
       77 WS-REJEITO-VALIDO     PIC X(01) VALUE 'N'.
          88 REJEITO-VALIDO   VALUE 'S'.
       77 WS-ORIGEM-DISP        PIC X(17) VALUE SPACES.
       77 WS-ID-DISP            PIC 9(06) VALUE ZEROS.

      * Imagem da transacao e as duas visoes, conforme a origem.
       01 WS-TRN-IMAGEM         PIC X(120) VALUE SPACES.

      * Carga noturna (layout de REG-TRANSACAO de FD_TRNCT).
       01 FILLER REDEFINES WS-TRN-IMAGEM.
          03 WS-CTT-CODIGO       PIC X(01).
          03 WS-CTT-ID           PIC 9(06).
          03 WS-CTT-NOME         PIC X(20).
          03 WS-CTT-CPF          PIC 9(11).
          03 WS-CTT-TIPO         PIC X(11).
          03 WS-CTT-NM-COMPLETO  PIC X(71).

      * Alteracao em lote (layout de REG-TRANSACAO do PG13ALTCNT).
       01 FILLER REDEFINES WS-TRN-IMAGEM.
          03 WS-ALT-ID           PIC 9(06).
          03 WS-ALT-NOME         PIC X(20).
          03 WS-ALT-CPF-NOVO     PIC 9(11).
          03 WS-ALT-NM-COMPLETO  PIC X(71).
          03 FILLER              PIC X(12).

      * Entrada dos campos na correcao: em branco mantem o valor,
      * '*' limpa o campo.
       77 WS-ENT-CODIGO         PIC X(01) VALUE SPACE.
       77 WS-ENT-ID             PIC 9(06) VALUE ZEROS.
       77 WS-ENT-TEXTO          PIC X(71) VALUE SPACES.
       77 WS-ENT-OBS            PIC X(40) VALUE SPACES.

      * Situacao do arquivo da carga noturna no reenvio.
       77 WS-ARQ-CARGA          PIC X(01) VALUE 'N'.
          88 CARGA-AUSENTE    VALUE 'N'.
          88 CARGA-COM-CABEC  VALUE 'S'.
          88 CARGA-SEM-CABEC  VALUE 'X'.
       77 WS-NUMERO-ARQ         PIC 9(06) VALUE ZEROS.
       77 WS-DT-GERACAO-ARQ     PIC 9(08) VALUE ZEROS.
       77 WS-MAIOR-PROCESSADO   PIC 9(06) VALUE ZEROS.
       77 WS-ARQ-LIBERADO       PIC X(01) VALUE 'N'.
          88 ARQ-LIBERADO     VALUE 'S'.
       77 WS-ARQ-PROCESSADO     PIC X(01) VALUE 'N'.
          88 ARQ-PROCESSADO   VALUE 'S'.
       77 WS-QTD-ARQ            PIC 9(06) VALUE ZEROS.
       77 WS-HASH-ARQ           PIC 9(12) VALUE ZEROS.

       77 WS-REENVIOU           PIC X(01) VALUE 'N'.
          88 REENVIOU         VALUE 'S'.
       77 WS-OBS-REENVIO        PIC X(40) VALUE SPACES.

       COPY LK_ERRFS.
       COPY LK_CPFDV.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** BANCADA DE REJEICOES *****"

            MOVE LK-OPERADOR TO WS-OPERADOR
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            MOVE 1     TO WS-NUM-INICIO
            MOVE SPACE TO WS-ACAO
            PERFORM P-TRABALHA THRU P-TRABALHA-FIM
                    UNTIL ACAO-VOLTAR

            PERFORM P-END
           .

      ******************************************************************
      * Mostra uma pagina das rejeicoes em aberto e trata a acao do
      * operador.
      ******************************************************************
       P-TRABALHA.
            PERFORM P-LISTA-ABERTOS THRU P-LISTA-ABERTOS-FIM

            DISPLAY "<C> Corrigir, <R> Reenviar, <E> Encerrar sem "
                    "correcao, <P> Proxima pagina, <V> Voltar"
            ACCEPT WS-ACAO

            EVALUATE TRUE
                WHEN ACAO-CORRIGIR
                   PERFORM P-PEDE-REJEITO THRU P-PEDE-REJEITO-FIM
                   IF REJEITO-VALIDO THEN
                      PERFORM P-CORRIGE THRU P-CORRIGE-FIM
                   END-IF
                WHEN ACAO-REENVIAR
                   PERFORM P-PEDE-REJEITO THRU P-PEDE-REJEITO-FIM
                   IF REJEITO-VALIDO THEN
                      PERFORM P-REENVIA THRU P-REENVIA-FIM
                   END-IF
                WHEN ACAO-ENCERRAR
                   PERFORM P-PEDE-REJEITO THRU P-PEDE-REJEITO-FIM
                   IF REJEITO-VALIDO THEN
                      PERFORM P-ENCERRA THRU P-ENCERRA-FIM
                   END-IF
                WHEN ACAO-PROXIMA
                   MOVE WS-PROX-INICIO TO WS-NUM-INICIO
                WHEN ACAO-VOLTAR
                   CONTINUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
           .

       P-TRABALHA-FIM.
           EXIT.

      * Conta as rejeicoes em aberto e mostra ate 20 delas a partir
      * do numero WS-NUM-INICIO. Chegando ao fim do arquivo, a proxima
      * pagina volta ao inicio.
       P-LISTA-ABERTOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-ABERTOS WS-QTD-PAGINA
            MOVE 1     TO WS-PROX-INICIO

            DISPLAY
             "*********************************************************"
            DISPLAY "NUMERO ORIGEM            DATA     ID     MOTIVO"
            DISPLAY
             "*********************************************************"

            OPEN INPUT REJEITOS

            IF NOT REJ-OK THEN
               DISPLAY "NENHUMA REJEICAO REGISTRADA."
               GO TO P-LISTA-ABERTOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ REJEITOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF REJ-ABERTO THEN
                           ADD 1 TO WS-QTD-ABERTOS
                           IF REJ-NUMERO NOT < WS-NUM-INICIO
                              AND WS-QTD-PAGINA < 20 THEN
                              PERFORM P-MOSTRA-LINHA
                                      THRU P-MOSTRA-LINHA-FIM
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE REJEITOS

            IF WS-QTD-ABERTOS EQUAL ZEROS THEN
               DISPLAY "NENHUMA REJEICAO EM ABERTO."
            ELSE
               DISPLAY "REJEICOES EM ABERTO: " WS-QTD-ABERTOS
                       "  (* = JA CORRIGIDA, AGUARDANDO REENVIO)"
            END-IF
           .

       P-LISTA-ABERTOS-FIM.
           EXIT.

       P-MOSTRA-LINHA.
            ADD 1 TO WS-QTD-PAGINA
            PERFORM P-PREPARA-EXIBICAO THRU P-PREPARA-EXIBICAO-FIM

            IF REJ-FOI-CORRIGIDO THEN
               DISPLAY REJ-NUMERO " " WS-ORIGEM-DISP " " REJ-DATA " "
                       WS-ID-DISP " " REJ-MOTIVO(1:30) " *"
            ELSE
               DISPLAY REJ-NUMERO " " WS-ORIGEM-DISP " " REJ-DATA " "
                       WS-ID-DISP " " REJ-MOTIVO(1:30)
            END-IF

            IF WS-QTD-PAGINA EQUAL 20 THEN
               COMPUTE WS-PROX-INICIO = REJ-NUMERO + 1
            END-IF
           .

       P-MOSTRA-LINHA-FIM.
           EXIT.

      * Origem por extenso e o ID da transacao, conforme o layout.
       P-PREPARA-EXIBICAO.
            MOVE REJ-TRANSACAO TO WS-TRN-IMAGEM

            IF REJ-CARGA-NOTURNA THEN
               MOVE 'CARGA NOTURNA' TO WS-ORIGEM-DISP
               MOVE WS-CTT-ID       TO WS-ID-DISP
            ELSE
               MOVE 'ALTERACAO LOTE' TO WS-ORIGEM-DISP
               MOVE WS-ALT-ID        TO WS-ID-DISP
            END-IF
           .

       P-PREPARA-EXIBICAO-FIM.
           EXIT.

      ******************************************************************
      * Pede o numero da rejeicao e confere que ela existe e continua
      * em aberto; a copia do registro fica em WS-REJ-ATUAL.
      ******************************************************************
       P-PEDE-REJEITO.
            MOVE 'N' TO WS-REJEITO-VALIDO

            DISPLAY "Numero da rejeicao: "
            ACCEPT WS-NUM-REJEITO

            PERFORM P-LOCALIZA THRU P-LOCALIZA-FIM

            IF NOT ACHOU-REJEITO THEN
               DISPLAY "REJEICAO NAO ENCONTRADA."
               GO TO P-PEDE-REJEITO-FIM
            END-IF

            MOVE WS-REJ-ATUAL TO REG-REJEITO

            EVALUATE TRUE
                WHEN REJ-REENVIADO
                   DISPLAY "REJEICAO JA REENVIADA EM " REJ-DT-SITUACAO
                           " POR " REJ-OPERADOR
                WHEN REJ-NAO-CORRIGIR
                   DISPLAY "REJEICAO JA ENCERRADA EM " REJ-DT-SITUACAO
                           " POR " REJ-OPERADOR ": " REJ-OBSERVACAO
                WHEN OTHER
                   MOVE 'S' TO WS-REJEITO-VALIDO
                   PERFORM P-EXIBE-REJEITO THRU P-EXIBE-REJEITO-FIM
            END-EVALUATE
           .

       P-PEDE-REJEITO-FIM.
           EXIT.

       P-LOCALIZA.
            SET EOF-OK TO FALSE
            MOVE 'N' TO WS-ACHOU-REJEITO

            OPEN INPUT REJEITOS

            IF NOT REJ-OK THEN
               GO TO P-LOCALIZA-FIM
            END-IF

            PERFORM UNTIL EOF-OK OR ACHOU-REJEITO
                READ REJEITOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF REJ-NUMERO EQUAL WS-NUM-REJEITO THEN
                           MOVE 'S'         TO WS-ACHOU-REJEITO
                           MOVE REG-REJEITO TO WS-REJ-ATUAL
                        END-IF
                END-READ
            END-PERFORM

            CLOSE REJEITOS
           .

       P-LOCALIZA-FIM.
           EXIT.

      * Mostra a rejeicao corrente (REG-REJEITO) com os campos da
      * transacao.
       P-EXIBE-REJEITO.
            PERFORM P-PREPARA-EXIBICAO THRU P-PREPARA-EXIBICAO-FIM

            DISPLAY "REJEICAO : " REJ-NUMERO " (" WS-ORIGEM-DISP
                    ") EM " REJ-DATA " " REJ-HORA
            DISPLAY "MOTIVO   : " REJ-MOTIVO

            IF REJ-CARGA-NOTURNA THEN
               DISPLAY "CODIGO   : " WS-CTT-CODIGO
               DISPLAY "ID       : " WS-CTT-ID
               DISPLAY "NOME     : " WS-CTT-NOME
               DISPLAY "CPF      : " WS-CTT-CPF
               DISPLAY "TIPO     : " WS-CTT-TIPO
               DISPLAY "NOME COMP: " WS-CTT-NM-COMPLETO
            ELSE
               DISPLAY "ID       : " WS-ALT-ID
               DISPLAY "NOME     : " WS-ALT-NOME
               DISPLAY "CPF NOVO : " WS-ALT-CPF-NOVO
               DISPLAY "NOME COMP: " WS-ALT-NM-COMPLETO
            END-IF

            IF REJ-FOI-CORRIGIDO THEN
               DISPLAY "CORRIGIDA EM " REJ-DT-SITUACAO " POR "
                       REJ-OPERADOR
            END-IF
           .

       P-EXIBE-REJEITO-FIM.
           EXIT.

      ******************************************************************
      * Correcao dos campos da transacao rejeitada. A rejeicao continua
      * em aberto, marcada como corrigida, ate ser reenviada.
      ******************************************************************
       P-CORRIGE.
            MOVE REJ-TRANSACAO TO WS-TRN-IMAGEM

            DISPLAY "Informe os campos corrigidos (em branco mantem, "
                    "* limpa o campo)."

            IF REJ-CARGA-NOTURNA THEN
               PERFORM P-CORRIGE-CARGA THRU P-CORRIGE-CARGA-FIM
            ELSE
               PERFORM P-CORRIGE-ALTERACAO
                       THRU P-CORRIGE-ALTERACAO-FIM
            END-IF

            MOVE WS-REJ-ATUAL  TO REG-REJEITO
            MOVE WS-TRN-IMAGEM TO REJ-TRANSACAO
            PERFORM P-EXIBE-REJEITO THRU P-EXIBE-REJEITO-FIM

            DISPLAY "<S> para gravar a correcao, <QUALQUER TECLA> para "
                    "abortar."
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM NOT EQUAL 'S' THEN
               DISPLAY "Operacao Abortada"
               GO TO P-CORRIGE-FIM
            END-IF

            MOVE 'S'          TO REJ-CORRIGIDO
            MOVE WS-DATA-HOJE TO REJ-DT-SITUACAO
            MOVE WS-OPERADOR  TO REJ-OPERADOR
            MOVE REG-REJEITO  TO WS-REJ-ATUAL

            PERFORM P-REGRAVA-REJEITO THRU P-REGRAVA-REJEITO-FIM

            DISPLAY "Correcao Gravada! Reenvie a rejeicao para a "
                    "proxima execucao."
           .

       P-CORRIGE-FIM.
           EXIT.

       P-CORRIGE-CARGA.
            DISPLAY "Codigo (A/C/D): "
            ACCEPT WS-ENT-CODIGO
            IF WS-ENT-CODIGO NOT EQUAL SPACE THEN
               IF WS-ENT-CODIGO EQUAL 'A' OR 'C' OR 'D' THEN
                  MOVE WS-ENT-CODIGO TO WS-CTT-CODIGO
               ELSE
                  DISPLAY "CODIGO INVALIDO - MANTIDO " WS-CTT-CODIGO
               END-IF
            END-IF

            DISPLAY "ID (0 = mantem): "
            ACCEPT WS-ENT-ID
            IF WS-ENT-ID > ZEROS THEN
               MOVE WS-ENT-ID TO WS-CTT-ID
            END-IF

            DISPLAY "Nome: "
            MOVE SPACES TO WS-ENT-TEXTO
            ACCEPT WS-ENT-TEXTO
            EVALUATE TRUE
                WHEN WS-ENT-TEXTO EQUAL '*'
                   MOVE SPACES       TO WS-CTT-NOME
                WHEN WS-ENT-TEXTO NOT EQUAL SPACES
                   MOVE WS-ENT-TEXTO TO WS-CTT-NOME
            END-EVALUATE

            PERFORM P-PEDE-CPF THRU P-PEDE-CPF-FIM
            EVALUATE TRUE
                WHEN WS-ENT-TEXTO EQUAL '*'
                   MOVE ZEROS TO WS-CTT-CPF
                WHEN WS-ENT-TEXTO NOT EQUAL SPACES
                   MOVE LK-CPF-CONTATO TO WS-CTT-CPF
            END-EVALUATE

            DISPLAY "Tipo: "
            MOVE SPACES TO WS-ENT-TEXTO
            ACCEPT WS-ENT-TEXTO
            EVALUATE TRUE
                WHEN WS-ENT-TEXTO EQUAL '*'
                   MOVE SPACES       TO WS-CTT-TIPO
                WHEN WS-ENT-TEXTO NOT EQUAL SPACES
                   MOVE WS-ENT-TEXTO TO WS-CTT-TIPO
            END-EVALUATE

            DISPLAY "Nome completo: "
            MOVE SPACES TO WS-ENT-TEXTO
            ACCEPT WS-ENT-TEXTO
            EVALUATE TRUE
                WHEN WS-ENT-TEXTO EQUAL '*'
                   MOVE SPACES       TO WS-CTT-NM-COMPLETO
                WHEN WS-ENT-TEXTO NOT EQUAL SPACES
                   MOVE WS-ENT-TEXTO TO WS-CTT-NM-COMPLETO
            END-EVALUATE
           .

       P-CORRIGE-CARGA-FIM.
           EXIT.

       P-CORRIGE-ALTERACAO.
            DISPLAY "ID (0 = mantem): "
            ACCEPT WS-ENT-ID
            IF WS-ENT-ID > ZEROS THEN
               MOVE WS-ENT-ID TO WS-ALT-ID
            END-IF

            DISPLAY "Nome: "
            MOVE SPACES TO WS-ENT-TEXTO
            ACCEPT WS-ENT-TEXTO
            EVALUATE TRUE
                WHEN WS-ENT-TEXTO EQUAL '*'
                   MOVE SPACES       TO WS-ALT-NOME
                WHEN WS-ENT-TEXTO NOT EQUAL SPACES
                   MOVE WS-ENT-TEXTO TO WS-ALT-NOME
            END-EVALUATE

            PERFORM P-PEDE-CPF THRU P-PEDE-CPF-FIM
            EVALUATE TRUE
                WHEN WS-ENT-TEXTO EQUAL '*'
                   MOVE ZEROS TO WS-ALT-CPF-NOVO
                WHEN WS-ENT-TEXTO NOT EQUAL SPACES
                   MOVE LK-CPF-CONTATO TO WS-ALT-CPF-NOVO
            END-EVALUATE

            DISPLAY "Nome completo: "
            MOVE SPACES TO WS-ENT-TEXTO
            ACCEPT WS-ENT-TEXTO
            EVALUATE TRUE
                WHEN WS-ENT-TEXTO EQUAL '*'
                   MOVE SPACES       TO WS-ALT-NM-COMPLETO
                WHEN WS-ENT-TEXTO NOT EQUAL SPACES
                   MOVE WS-ENT-TEXTO TO WS-ALT-NM-COMPLETO
            END-EVALUATE
           .

       P-CORRIGE-ALTERACAO-FIM.
           EXIT.

      * Pede o CPF com os 11 digitos e confere os verificadores pelo
      * PG13CPFDV. CPF recusado volta como "em branco" (mantem). O
      * CPF aceito fica em LK-CPF-CONTATO.
       P-PEDE-CPF.
            DISPLAY "CPF (11 digitos): "
            MOVE SPACES TO WS-ENT-TEXTO
            ACCEPT WS-ENT-TEXTO

            IF WS-ENT-TEXTO EQUAL SPACES OR WS-ENT-TEXTO EQUAL '*' THEN
               GO TO P-PEDE-CPF-FIM
            END-IF

            IF WS-ENT-TEXTO(1:11) IS NOT NUMERIC
               OR WS-ENT-TEXTO(12:) NOT EQUAL SPACES THEN
               DISPLAY "CPF DEVE TER 11 DIGITOS - MANTIDO O ANTERIOR."
               MOVE SPACES TO WS-ENT-TEXTO
               GO TO P-PEDE-CPF-FIM
            END-IF

            MOVE WS-ENT-TEXTO(1:11) TO LK-CPF-CONTATO
            CALL 'PG13CPFDV' USING LK-CPF-AREA

            IF LK-CPF-VALIDO NOT EQUAL 'S' THEN
               DISPLAY "CPF INVALIDO - MANTIDO O ANTERIOR."
               MOVE SPACES TO WS-ENT-TEXTO
            END-IF
           .

       P-PEDE-CPF-FIM.
           EXIT.

      ******************************************************************
      * Reenvia a transacao (corrigida ou nao) para o arquivo de
      * entrada da rotina de origem e marca a rejeicao como reenviada.
      ******************************************************************
       P-REENVIA.
            DISPLAY "Reenviar a transacao acima para a proxima "
                    "execucao?"
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para abortar."
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM NOT EQUAL 'S' THEN
               DISPLAY "Operacao Abortada"
               GO TO P-REENVIA-FIM
            END-IF

            MOVE 'N'    TO WS-REENVIOU
            MOVE SPACES TO WS-OBS-REENVIO
            MOVE REJ-TRANSACAO TO WS-TRN-IMAGEM

            IF REJ-CARGA-NOTURNA THEN
               PERFORM P-REENVIA-CARGA THRU P-REENVIA-CARGA-FIM
            ELSE
               PERFORM P-REENVIA-ALTERACAO
                       THRU P-REENVIA-ALTERACAO-FIM
            END-IF

            IF NOT REENVIOU THEN
               GO TO P-REENVIA-FIM
            END-IF

            MOVE WS-REJ-ATUAL   TO REG-REJEITO
            SET  REJ-REENVIADO  TO TRUE
            MOVE WS-DATA-HOJE   TO REJ-DT-SITUACAO
            MOVE WS-OPERADOR    TO REJ-OPERADOR
            MOVE WS-OBS-REENVIO TO REJ-OBSERVACAO
            MOVE REG-REJEITO    TO WS-REJ-ATUAL

            PERFORM P-REGRAVA-REJEITO THRU P-REGRAVA-REJEITO-FIM

            DISPLAY "Rejeicao Reenviada! " WS-OBS-REENVIO
           .

       P-REENVIA-FIM.
           EXIT.

      * Alteracao em lote: a transacao vai para o fim de
      * ALT_CONTATOS.dat e entra no resumo do proximo pedido de
      * aprovacao.
       P-REENVIA-ALTERACAO.
            MOVE WS-TRN-IMAGEM(1:108) TO REG-ALTERACAO

            OPEN EXTEND ALTERACAO
            IF WS-ALT-FS EQUAL 35 THEN
               OPEN OUTPUT ALTERACAO
            END-IF

            IF NOT ALT-OK THEN
               MOVE 'PG13TRTREJ'          TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR ALT_CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-ALT-FS             TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-REENVIA-ALTERACAO-FIM
            END-IF

            WRITE REG-ALTERACAO
            CLOSE ALTERACAO

            MOVE 'S' TO WS-REENVIOU
            MOVE 'REENVIADA EM ALT_CONTATOS.dat' TO WS-OBS-REENVIO
           .

       P-REENVIA-ALTERACAO-FIM.
           EXIT.

      * Carga noturna: confere o cabecalho do CTT_TRANSACOES.dat atual
      * e a situacao do numero em CTT_REGISTRO.dat para decidir entre
      * acrescentar ao arquivo pendente ou abrir um arquivo novo.
       P-REENVIA-CARGA.
            SET  CARGA-AUSENTE TO TRUE
            MOVE ZEROS         TO WS-NUMERO-ARQ WS-DT-GERACAO-ARQ

            OPEN INPUT CARGA
            IF CRG-OK THEN
               READ CARGA
                    AT END
                       CONTINUE
                NOT AT END
                       IF TRN-CABECALHO THEN
                          SET  CARGA-COM-CABEC TO TRUE
                          MOVE TRH-NUMERO      TO WS-NUMERO-ARQ
                          MOVE TRH-DT-GERACAO  TO WS-DT-GERACAO-ARQ
                       ELSE
                          SET  CARGA-SEM-CABEC TO TRUE
                       END-IF
               END-READ
               CLOSE CARGA
            END-IF

            IF CARGA-SEM-CABEC THEN
               DISPLAY "CTT_TRANSACOES.dat SEM CABECALHO - REENVIO "
                       "NAO FEITO."
               GO TO P-REENVIA-CARGA-FIM
            END-IF

            PERFORM P-CONFERE-REGISTRO THRU P-CONFERE-REGISTRO-FIM

            IF CARGA-COM-CABEC AND NOT ARQ-PROCESSADO THEN
               IF ARQ-LIBERADO THEN
                  DISPLAY "ARQUIVO " WS-NUMERO-ARQ " JA LIBERADO PELA "
                          "PRE-CRITICA E AINDA NAO CARREGADO - "
                          "REENVIE DEPOIS DA CARGA."
               ELSE
                  PERFORM P-ACRESCENTA-CARGA
                          THRU P-ACRESCENTA-CARGA-FIM
               END-IF
            ELSE
               PERFORM P-NOVA-CARGA THRU P-NOVA-CARGA-FIM
            END-IF
           .

       P-REENVIA-CARGA-FIM.
           EXIT.

       P-CONFERE-REGISTRO.
            SET  EOF-OK TO FALSE
            MOVE ZEROS  TO WS-MAIOR-PROCESSADO
            MOVE 'N'    TO WS-ARQ-LIBERADO WS-ARQ-PROCESSADO

            OPEN INPUT REGISTRO

            IF NOT RTR-OK THEN
               GO TO P-CONFERE-REGISTRO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ REGISTRO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF RTR-PROCESSADO
                           AND RTR-NUMERO > WS-MAIOR-PROCESSADO THEN
                           MOVE RTR-NUMERO TO WS-MAIOR-PROCESSADO
                        END-IF
                        IF RTR-NUMERO EQUAL WS-NUMERO-ARQ THEN
                           IF RTR-LIBERADO THEN
                              MOVE 'S' TO WS-ARQ-LIBERADO
                           END-IF
                           IF RTR-PROCESSADO THEN
                              MOVE 'S' TO WS-ARQ-PROCESSADO
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE REGISTRO
           .

       P-CONFERE-REGISTRO-FIM.
           EXIT.

      * Arquivo pendente: copia o arquivo para CTT_TRANSACOES.TMP sem
      * o rodape, acrescenta a transacao, refaz o rodape com a
      * quantidade e a soma dos ID e devolve o arquivo.
       P-ACRESCENTA-CARGA.
            SET  EOF-OK TO FALSE
            MOVE ZEROS  TO WS-QTD-ARQ WS-HASH-ARQ

            OPEN INPUT  CARGA
            OPEN OUTPUT CARGATEMP

            IF NOT CRG-OK OR NOT CTP-OK THEN
               MOVE 'PG13TRTREJ'           TO LK-ERRO-PROGRAMA
               MOVE 'COPIAR CTT_TRANSACOES' TO LK-ERRO-OPERACAO
               MOVE WS-CTP-FS              TO LK-ERRO-FS
               IF NOT CRG-OK THEN
                  MOVE WS-CRG-FS           TO LK-ERRO-FS
               END-IF
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE CARGA
               CLOSE CARGATEMP
               GO TO P-ACRESCENTA-CARGA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CARGA
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF NOT TRN-RODAPE THEN
                           IF NOT TRN-CABECALHO THEN
                              ADD 1 TO WS-QTD-ARQ
                              IF TRN-ID IS NUMERIC THEN
                                 ADD TRN-ID TO WS-HASH-ARQ
                              END-IF
                           END-IF
                           MOVE REG-TRANSACAO TO REG-CARGATEMP
                           WRITE REG-CARGATEMP
                        END-IF
                END-READ
            END-PERFORM

            MOVE WS-TRN-IMAGEM TO REG-CARGATEMP
            WRITE REG-CARGATEMP
            ADD 1         TO WS-QTD-ARQ
            ADD WS-CTT-ID TO WS-HASH-ARQ

            MOVE SPACES      TO REG-TRN-RODAPE
            MOVE 'T'         TO TRT-CODIGO
            MOVE WS-QTD-ARQ  TO TRT-QTD
            MOVE WS-HASH-ARQ TO TRT-HASH
            MOVE REG-TRN-RODAPE TO REG-CARGATEMP
            WRITE REG-CARGATEMP

            CLOSE CARGA
            CLOSE CARGATEMP

            SET EOF-OK TO FALSE
            OPEN INPUT  CARGATEMP
            OPEN OUTPUT CARGA

            PERFORM UNTIL EOF-OK
                READ CARGATEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-CARGATEMP TO REG-TRANSACAO
                        WRITE REG-TRANSACAO
                END-READ
            END-PERFORM

            CLOSE CARGATEMP
            CLOSE CARGA

            MOVE 'S' TO WS-REENVIOU
            STRING 'REENVIADA NO ARQUIVO ' DELIMITED BY SIZE
                   WS-NUMERO-ARQ           DELIMITED BY SIZE
                   ' DA CARGA'             DELIMITED BY SIZE
               INTO WS-OBS-REENVIO
           .

       P-ACRESCENTA-CARGA-FIM.
           EXIT.

      * Sem arquivo pendente: grava um CTT_TRANSACOES.dat novo, com o
      * numero seguinte ao ultimo processado, so com a transacao.
       P-NOVA-CARGA.
            ADD 1 WS-MAIOR-PROCESSADO GIVING WS-NUMERO-ARQ

            OPEN OUTPUT CARGA

            IF NOT CRG-OK THEN
               MOVE 'PG13TRTREJ'           TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR CTT_TRANSACOES' TO LK-ERRO-OPERACAO
               MOVE WS-CRG-FS              TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-NOVA-CARGA-FIM
            END-IF

            MOVE SPACES        TO REG-TRN-CABECALHO
            MOVE 'H'           TO TRH-CODIGO
            MOVE WS-DATA-HOJE  TO TRH-DT-GERACAO
            MOVE WS-NUMERO-ARQ TO TRH-NUMERO
            WRITE REG-TRN-CABECALHO

            MOVE WS-TRN-IMAGEM TO REG-TRANSACAO
            WRITE REG-TRANSACAO

            MOVE SPACES        TO REG-TRN-RODAPE
            MOVE 'T'           TO TRT-CODIGO
            MOVE 1             TO TRT-QTD
            MOVE WS-CTT-ID     TO TRT-HASH
            WRITE REG-TRN-RODAPE

            CLOSE CARGA

            MOVE 'S' TO WS-REENVIOU
            STRING 'REENVIADA NO ARQUIVO ' DELIMITED BY SIZE
                   WS-NUMERO-ARQ           DELIMITED BY SIZE
                   ' (NOVO)'               DELIMITED BY SIZE
               INTO WS-OBS-REENVIO
           .

       P-NOVA-CARGA-FIM.
           EXIT.

      ******************************************************************
      * Encerra a rejeicao sem correcao, com o motivo obrigatorio.
      ******************************************************************
       P-ENCERRA.
            DISPLAY "Motivo do encerramento sem correcao: "
            MOVE SPACES TO WS-ENT-OBS
            ACCEPT WS-ENT-OBS

            IF WS-ENT-OBS EQUAL SPACES THEN
               DISPLAY "MOTIVO OBRIGATORIO - REJEICAO CONTINUA ABERTA."
               GO TO P-ENCERRA-FIM
            END-IF

            DISPLAY "<S> para encerrar, <QUALQUER TECLA> para abortar."
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM NOT EQUAL 'S' THEN
               DISPLAY "Operacao Abortada"
               GO TO P-ENCERRA-FIM
            END-IF

            MOVE WS-REJ-ATUAL     TO REG-REJEITO
            SET  REJ-NAO-CORRIGIR TO TRUE
            MOVE WS-DATA-HOJE     TO REJ-DT-SITUACAO
            MOVE WS-OPERADOR      TO REJ-OPERADOR
            MOVE WS-ENT-OBS       TO REJ-OBSERVACAO
            MOVE REG-REJEITO      TO WS-REJ-ATUAL

            PERFORM P-REGRAVA-REJEITO THRU P-REGRAVA-REJEITO-FIM

            DISPLAY "Rejeicao Encerrada!"
           .

       P-ENCERRA-FIM.
           EXIT.

      * Regrava REJEITOS.dat via REJEITOS.TMP, trocando o registro
      * WS-NUM-REJEITO pela copia em WS-REJ-ATUAL.
       P-REGRAVA-REJEITO.
            SET EOF-OK TO FALSE

            OPEN INPUT  REJEITOS
            OPEN OUTPUT REJTEMP

            IF NOT REJ-OK OR NOT RTP-OK THEN
               MOVE 'PG13TRTREJ'       TO LK-ERRO-PROGRAMA
               MOVE 'REGRAVAR REJEITOS' TO LK-ERRO-OPERACAO
               MOVE WS-RTP-FS          TO LK-ERRO-FS
               IF NOT REJ-OK THEN
                  MOVE WS-REJ-FS       TO LK-ERRO-FS
               END-IF
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE REJEITOS
               CLOSE REJTEMP
               GO TO P-REGRAVA-REJEITO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ REJEITOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF REJ-NUMERO EQUAL WS-NUM-REJEITO THEN
                           MOVE WS-REJ-ATUAL TO REG-REJTEMP
                        ELSE
                           MOVE REG-REJEITO  TO REG-REJTEMP
                        END-IF
                        WRITE REG-REJTEMP
                END-READ
            END-PERFORM

            CLOSE REJEITOS
            CLOSE REJTEMP

            SET EOF-OK TO FALSE
            OPEN INPUT  REJTEMP
            OPEN OUTPUT REJEITOS

            PERFORM UNTIL EOF-OK
                READ REJTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-REJTEMP TO REG-REJEITO
                        WRITE REG-REJEITO
                END-READ
            END-PERFORM

            CLOSE REJTEMP
            CLOSE REJEITOS
           .

       P-REGRAVA-REJEITO-FIM.
           EXIT.

       P-END.
            GOBACK.
       END PROGRAM PG13TRTREJ.
