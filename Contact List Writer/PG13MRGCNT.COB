      *                      comunicacao do PG13MENU): a operacao e
      *                      destrutiva e nao pode depender so da
      *                      letra que o MENU_CFG.dat atribui a opcao
      * Update: 15/10/2026 - Imagem completa do registro antes e
      *                      depois de cada gravacao em CONTATOS.dat
      *                      acrescentada a JORNAL.dat via PG13JRNCTT,
      *                      para a recuperacao por PG13RECJRN
      * Update: 15/10/2026 - Controle em duas pessoas: o par escolhido
      *                      vira um pedido em APROVACOES.dat, e a
      *                      mesclagem so e feita no modo de executar
      *                      as aprovadas, depois de outro operador
      *                      autorizado aprovar o pedido (PG13APRDES)
      * Update: 15/10/2026 - Buffers de CONTATOS.dat acompanharam o
      *                      crescimento de FD_CONTT para 600 bytes
      *                      (devolucao por meio de contato e
      *                      reserva)
      * Update: 15/10/2026 - Novo total CTL-QTD-SUPRIMIDOS de
      *                      CONTROLE.dat gravado zerado (so as
      *                      saidas para contato suprimem)
      * Update: 15/10/2026 - Vinculos de RELACOES.dat do contato
      *                      removido passam ao mantido, marcados
      *                      para revisao (PG13RELLIM)
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - Tabela carregada pela chave CPF-CONTATO
      *                      e nova passada de deteccao por CPF igual
      *                      antes da comparacao por nome
      * Update: 15/10/2026 - CPF exibido por inteiro na deteccao por
      *                      CPF igual registrado, para os dois
      *                      contatos do par, na trilha de acessos
      *                      ACESSOS_LGPD.dat (PG13ACSLOG)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13MRGCNT.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
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

      * Segunda leitura do contato, feita imediatamente antes da
      * mesclagem, apenas para conferir se a data/hora da ultima
      * alteracao ainda e a mesma que foi lida no inicio da operacao
      * (protecao contra dois operadores mexendo no mesmo contato
      * ao mesmo tempo).
       01 WS-VERIF-REGISTRO    PIC X(600) VALUE SPACES.

       01 FILLER REDEFINES WS-VERIF-REGISTRO.
          03 FILLER                    PIC X(48).
          03 WS-VERIF-DT-ULT-ALTERACAO.
             05 WS-VERIF-DT-ULT-ALT-DATA  PIC 9(08).
             05 WS-VERIF-DT-ULT-ALT-HORA  PIC 9(06).
          03 FILLER                    PIC X(538).

       77 WS-CONFLITO           PIC X(01) VALUE 'N'.
          88 HOUVE-CONFLITO   VALUE 'S'.
             05 WS-TAB-ID       PIC 9(06).
             05 WS-TAB-NM       PIC X(20).
             05 WS-TAB-NM-UC    PIC X(20).
             05 WS-TAB-CPF      PIC 9(11).
             05 WS-TAB-TRATADO  PIC X(01) VALUE 'N'.
                88 TAB-TRATADO VALUE 'S'.

       77 WS-CTL-FS            PIC 9(02).
          88 CTL-OK          VALUE 0.

       77 WS-MODO              PIC X(01) VALUE SPACE.
          88 MODO-EXECUTA    VALUE '2'.

       77 WS-QTD-PEDIDOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ANTES         PIC 9(05) VALUE ZEROS.

       77 WS-ACHOU-APROVADA    PIC X(01) VALUE 'N'.
          88 ACHOU-APROVADA  VALUE 'S'.

      * Parametros da mesclagem como vao na solicitacao de aprovacao:
      * o ID que sera excluido e o ID que permanece.
       01 WS-PARAM-MESCLA.
          03 WS-PRM-ID-REMOVIDO PIC 9(06) VALUE ZEROS.
          03 WS-PRM-ID-MANTIDO  PIC 9(06) VALUE ZEROS.
          03 FILLER             PIC X(28) VALUE SPACES.

       COPY LK_ERRFS.
       COPY LK_JRNCTT.
       COPY LK_FILAPV.
       COPY LK_RELLIM.
       COPY LK_ACSLOG.

       LINKAGE SECTION.
       01 LK-COM-AREA.

            MOVE LK-OPERADOR TO WS-OPERADOR

      * Controle em duas pessoas: a deteccao so registra os pedidos;
      * a mesclagem de fato roda no modo <2>, sobre os pedidos que
      * outro operador autorizado ja aprovou em PG13APRDES.
            DISPLAY "<1> Procurar duplicatas e pedir mesclagens "
                    "(padrao)"
            DISPLAY "<2> Executar as mesclagens ja aprovadas"
            ACCEPT WS-MODO

            IF MODO-EXECUTA THEN
               PERFORM P-EXECUTA-APROVADAS
                       THRU P-EXECUTA-APROVADAS-FIM
            ELSE
               PERFORM P-CARREGA-TABELA THRU P-CARREGA-TABELA-FIM
               PERFORM P-DETECTA-DUPLICADOS
                       THRU P-DETECTA-DUPLICADOS-FIM
               DISPLAY "PEDIDOS DE MESCLAGEM REGISTRADOS: "
                       WS-QTD-PEDIDOS
            END-IF

            DISPLAY "MESCLAGEM CONCLUIDA."
            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
            PERFORM P-END
           .

      * Le CONTATOS.dat pela chave alternativa CPF-CONTATO e monta
      * uma tabela em memoria com os contatos ativos, para comparacao
      * par a par; na ordem do CPF os contatos com o mesmo CPF ficam
      * lado a lado na tabela.
       P-CARREGA-TABELA.
            SET EOF-OK    TO FALSE
            SET FS-OK     TO TRUE
            OPEN INPUT CONTATOS

            IF FS-OK THEN
               MOVE ZEROS TO CPF-CONTATO
               START CONTATOS KEY IS NOT LESS THAN CPF-CONTATO
                     INVALID KEY
                         SET EOF-OK TO TRUE
               END-START

               PERFORM UNTIL EOF-OK
                   READ CONTATOS NEXT RECORD INTO WS-REGISTRO
                        AT END
                                      TO WS-TAB-ID(WS-QTD-TAB)
                                 MOVE WS-NM-CONTATO
                                      TO WS-TAB-NM(WS-QTD-TAB)
                                 MOVE WS-CPF-CONTATO
                                      TO WS-TAB-CPF(WS-QTD-TAB)
                                 MOVE FUNCTION
                                      UPPER-CASE(WS-NM-CONTATO)
                                      TO WS-TAB-NM-UC(WS-QTD-TAB)

       P-CARREGA-TABELA-FIM.

      * Primeiro oferece os pares com o mesmo CPF; depois compara
      * cada par de contatos ainda nao tratados, procurando nomes
      * iguais ou um nome contido dentro do outro, e trata cada par
      * suspeito assim que e encontrado. Par com o mesmo CPF ja foi
      * oferecido na primeira passada e nao e repetido.
       P-DETECTA-DUPLICADOS.
            MOVE ZEROS TO WS-QTD-ACHADOS

            PERFORM P-DETECTA-POR-CPF THRU P-DETECTA-POR-CPF-FIM

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TAB
                IF NOT TAB-TRATADO(WS-IDX) THEN
                   PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                           UNTIL WS-IDX-2 > WS-QTD-TAB
                       IF WS-IDX-2 > WS-IDX
                          AND NOT TAB-TRATADO(WS-IDX-2)
                          AND (WS-TAB-CPF(WS-IDX) EQUAL ZEROS
                               OR WS-TAB-CPF(WS-IDX) NOT =
                                  WS-TAB-CPF(WS-IDX-2)) THEN
                          PERFORM P-COMPARA-PAR
                                  THRU P-COMPARA-PAR-FIM
                       END-IF

       P-DETECTA-DUPLICADOS-FIM.

      * Como a tabela esta na ordem do CPF, os contatos com o mesmo
      * CPF (diferente de zero) estao em sequencia: cada um e oferecido
      * junto com os seguintes de mesmo CPF ainda nao tratados.
       P-DETECTA-POR-CPF.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX >= WS-QTD-TAB
                IF NOT TAB-TRATADO(WS-IDX)
                   AND WS-TAB-CPF(WS-IDX) > ZEROS THEN
                   SET WS-IDX-2 TO WS-IDX
                   ADD 1 TO WS-IDX-2
                   PERFORM UNTIL WS-IDX-2 > WS-QTD-TAB
                              OR TAB-TRATADO(WS-IDX)
                              OR WS-TAB-CPF(WS-IDX-2) NOT =
                                 WS-TAB-CPF(WS-IDX)
                       IF NOT TAB-TRATADO(WS-IDX-2) THEN
                          DISPLAY "MESMO CPF: " WS-TAB-CPF(WS-IDX)
                          PERFORM P-GRAVA-ACESSO
                                  THRU P-GRAVA-ACESSO-FIM
                          ADD 1 TO WS-QTD-ACHADOS
                          PERFORM P-TRATA-PAR THRU P-TRATA-PAR-FIM
                       END-IF
                       ADD 1 TO WS-IDX-2
                   END-PERFORM
                END-IF
            END-PERFORM
            .

       P-DETECTA-POR-CPF-FIM.

      * Verifica se o par (WS-IDX / WS-IDX-2) parece duplicado: nomes
      * identicos ou um sendo um trecho inicial do outro.
       P-COMPARA-PAR.
                   MOVE WS-TAB-ID(WS-IDX-2) TO WS-ID-CONTATO
                   MOVE WS-TAB-ID(WS-IDX)   TO ID-CONTATO
                   SET  TAB-TRATADO(WS-IDX-2) TO TRUE
                   PERFORM P-SOLICITA-MESCLA THRU P-SOLICITA-MESCLA-FIM
                WHEN '2'
                   MOVE WS-TAB-ID(WS-IDX)   TO WS-ID-CONTATO
                   MOVE WS-TAB-ID(WS-IDX-2) TO ID-CONTATO
                   SET  TAB-TRATADO(WS-IDX) TO TRUE
                   PERFORM P-SOLICITA-MESCLA THRU P-SOLICITA-MESCLA-FIM
                WHEN OTHER
                   DISPLAY "IGNORADO."
            END-EVALUATE

       P-TRATA-PAR-FIM.

      * Registra o par escolhido (WS-ID-CONTATO sai, ID-CONTATO fica)
      * como pedido de mesclagem na fila de aprovacao.
       P-SOLICITA-MESCLA.
            MOVE WS-ID-CONTATO     TO WS-PRM-ID-REMOVIDO
            MOVE ID-CONTATO        TO WS-PRM-ID-MANTIDO

            MOVE 'S'               TO LK-APV-FUNCAO
            MOVE 'MESCLAGEM'       TO LK-APV-OPERACAO
            MOVE WS-PARAM-MESCLA   TO LK-APV-PARAMETROS
            MOVE WS-OPERADOR       TO LK-APV-OPERADOR
            CALL 'PG13FILAPV' USING LK-APV-AREA

            IF LK-APV-OK THEN
               ADD 1 TO WS-QTD-PEDIDOS
               DISPLAY "PEDIDO " LK-APV-NUMERO " REGISTRADO: EXCLUIR "
                       WS-PRM-ID-REMOVIDO " MANTENDO "
                       WS-PRM-ID-MANTIDO " - AGUARDANDO APROVACAO."
            ELSE
               DISPLAY "NAO FOI POSSIVEL REGISTRAR O PEDIDO."
            END-IF
            .

       P-SOLICITA-MESCLA-FIM.

      * Percorre os pedidos de mesclagem aprovados e ainda nao
      * executados, na ordem de numero, faz cada mesclagem e marca o
      * pedido como executado quando ela de fato acontece (um pedido
      * cancelado por conflito fica aprovado para nova tentativa).
       P-EXECUTA-APROVADAS.
            MOVE ZEROS TO LK-APV-NUMERO
            MOVE 'S'   TO WS-ACHOU-APROVADA

            PERFORM UNTIL NOT ACHOU-APROVADA
                MOVE 'C'         TO LK-APV-FUNCAO
                MOVE 'MESCLAGEM' TO LK-APV-OPERACAO
                MOVE SPACES      TO LK-APV-PARAMETROS
                CALL 'PG13FILAPV' USING LK-APV-AREA

                IF LK-APV-OK THEN
                   ADD 1 TO WS-QTD-TAB
                   MOVE LK-APV-PARAMETROS TO WS-PARAM-MESCLA
                   DISPLAY "PEDIDO " LK-APV-NUMERO " DE "
                           LK-APV-SOLICITANTE " APROVADO POR "
                           LK-APV-APROVADOR ": EXCLUIR "
                           WS-PRM-ID-REMOVIDO " MANTENDO "
                           WS-PRM-ID-MANTIDO

                   MOVE WS-QTD-MESCLADOS   TO WS-QTD-ANTES
                   MOVE WS-PRM-ID-REMOVIDO TO WS-ID-CONTATO
                   PERFORM P-MESCLA THRU P-MESCLA-FIM

                   IF WS-QTD-MESCLADOS > WS-QTD-ANTES THEN
                      MOVE 'E'         TO LK-APV-FUNCAO
                      MOVE WS-OPERADOR TO LK-APV-OPERADOR
                      CALL 'PG13FILAPV' USING LK-APV-AREA
                   END-IF
                ELSE
                   MOVE 'N' TO WS-ACHOU-APROVADA
                END-IF
            END-PERFORM

            IF WS-QTD-TAB EQUAL ZEROS THEN
               DISPLAY "NENHUMA MESCLAGEM APROVADA AGUARDANDO "
                       "EXECUCAO."
            END-IF
            .

       P-EXECUTA-APROVADAS-FIM.

      * Marca o contato apontado por WS-ID-CONTATO como excluido
      * (o ID sobrevivente ja esta em ID-CONTATO) e registra a
      * mesclagem no historico.
                                TO DT-ULT-ALT-HORA

                           REWRITE REG-CONTATOS
                           PERFORM P-GRAVA-JORNAL
                                   THRU P-GRAVA-JORNAL-FIM

                           MOVE ID-CONTATO      TO HIST-ID-CONTATO
                           MOVE "MESCLAGEM"     TO HIST-OPERACAO
                              CLOSE HISTORICO
                           END-IF

                           MOVE 'M'               TO LK-REL-FUNCAO
                           MOVE ID-CONTATO        TO LK-REL-ID-ANTIGO
                           MOVE WS-PRM-ID-MANTIDO TO LK-REL-ID-NOVO
                           CALL 'PG13RELLIM' USING LK-REL-AREA
                           IF LK-REL-QTD-AFETADOS > ZEROS THEN
                              DISPLAY "VINCULOS REPASSADOS PARA "
                                      "REVISAO: " LK-REL-QTD-AFETADOS
                           END-IF

                           ADD 1 TO WS-QTD-MESCLADOS

                           DISPLAY "CONTATO " ID-CONTATO
      * conferencia posterior do volume processado.
       P-GRAVA-CONTROLE.
            MOVE 'PG13MRGCNT' TO CTL-PROGRAMA
            MOVE ZEROS        TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-TAB       TO CTL-QTD-LIDOS

       P-GRAVA-CONTROLE-FIM.

      * Acrescenta a JORNAL.dat a imagem anterior e a posterior do
      * registro recem gravado em CONTATOS.dat, para a recuperacao
      * por PG13RECJRN a partir de uma geracao de backup.
       P-GRAVA-JORNAL.
            MOVE 'PG13MRGCNT'      TO LK-JRN-PROGRAMA
            MOVE WS-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "MESCLAGEM"       TO LK-JRN-OPERACAO
            MOVE WS-VERIF-REGISTRO TO LK-JRN-ANTES
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

      * Registra em ACESSOS_LGPD.dat que o operador viu o CPF dos
      * dois contatos do par exibido.
       P-GRAVA-ACESSO.
            MOVE 'PG13MRGCNT'      TO LK-ACS-PROGRAMA
            MOVE WS-OPERADOR       TO LK-ACS-OPERADOR
            MOVE 'CPF DUPLIC'      TO LK-ACS-EVENTO
            MOVE WS-TAB-ID(WS-IDX) TO LK-ACS-ID-CONTATO
            CALL 'PG13ACSLOG' USING LK-ACS-AREA
            MOVE WS-TAB-ID(WS-IDX-2) TO LK-ACS-ID-CONTATO
            CALL 'PG13ACSLOG' USING LK-ACS-AREA
            .

       P-GRAVA-ACESSO-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13MRGCNT.
