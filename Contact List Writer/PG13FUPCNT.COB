      *                      dialogo - o resultado da ligacao deixava
      *                      de ser registrado quando o operador nao
      *                      abria as anotacoes em separado
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - Cada acompanhamento passou a ter um
      *                      operador responsavel (padrao: quem
      *                      agendou), com a consulta "meus
      *                      acompanhamentos", a reatribuicao de um ou
      *                      de todos os pendentes de um operador para
      *                      outro e o relatorio de escalonamento dos
      *                      vencidos por responsavel e faixa de
      *                      atraso (ESCALONA_FUP.LST), restrito a
      *                      supervisores
      * Update: 15/10/2026 - Data de retorno que cai em fim de semana
      *                      ou feriado da filial do contato passa
      *                      para o proximo dia util (PG13DIAUTL), com
      *                      aviso ao operador, no agendamento e no
      *                      proximo retorno da conclusao
      * Update: 15/10/2026 - Lembretes internos (contato 000000, como
      *                      os de recertificacao do PG13RECERT)
      *                      aparecem como LEMBR. nas listas, ficam
      *                      fora do escalonamento (so contados) e
      *                      concluem sem anotacao em NOTAS.dat nem
      *                      proximo retorno
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13FUPCNT.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT SEGUIMENTO ASSIGN TO ".\SEGUIMENTO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-NOTA-FS.

            SELECT OPERADORES ASSIGN TO ".\OPERADORES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-OPR-FS.

       DATA DIVISION.

       FILE SECTION.
       FD SEGUIMENTO.
          COPY FD_SEGU.

      * Mesmo tamanho de REG-SEGUIMENTO (77 bytes), para a regravacao
      * via temporario nao truncar o fim dos registros copiados.
       FD SEGTEMP.
       01 REG-SEGTEMP              PIC X(77).

       FD NOTAS.
          COPY FD_NOTAS.

       FD OPERADORES.
          COPY FD_OPERA.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.
       77 WS-OPCAO              PIC X(01) VALUE SPACE.
          88 OPCAO-RELATORIO  VALUE '2'.
          88 OPCAO-CONCLUI    VALUE '3'.
          88 OPCAO-MEUS       VALUE '4'.
          88 OPCAO-REATRIBUI  VALUE '5'.
          88 OPCAO-ESCALONA   VALUE '6'.

       77 WS-TMP-FS             PIC 9(02).
          88 TMP-OK           VALUE 0.
       77 WS-PROX-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-PROX-MOTIVO        PIC X(40) VALUE SPACES.

      * Ajuste da data de retorno para dia util da filial do contato.
       77 WS-FILIAL-FUP         PIC X(03) VALUE SPACES.
       77 WS-DATA-AJUSTE        PIC 9(08) VALUE ZEROS.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-QTD-PENDENTES      PIC 9(05) VALUE ZEROS.

      * ID mostrado nas listas; contato 000000 e lembrete interno.
       77 WS-ID-EXIBE           PIC X(06) VALUE SPACES.
       77 WS-QTD-INTERNOS       PIC 9(05) VALUE ZEROS.

       77 WS-OPR-FS             PIC 9(02).
          88 OPR-OK           VALUE 0.

      * Responsavel pelo acompanhamento e conferencia do operador em
      * OPERADORES.dat: 'S' cadastrado, 'N' nao cadastrado, 'X'
      * arquivo indisponivel (menu aberto sem controle de acesso).
       77 WS-RESPONSAVEL        PIC X(08) VALUE SPACES.
       77 WS-OPR-BUSCA          PIC X(08) VALUE SPACES.
       77 WS-OPR-SITUACAO       PIC X(01) VALUE 'N'.
          88 OPR-CADASTRADO   VALUE 'S'.
          88 OPR-SEM-CONTROLE VALUE 'X'.
       77 WS-OPR-SUPERVISOR     PIC X(01) VALUE 'N'.
          88 OPR-BUSCA-SUPERV  VALUE 'S'.

      * Reatribuicao: responsavel atual ('*' = acompanhamentos sem
      * responsavel), novo responsavel e alcance (um ou todos).
       77 WS-RESP-ORIGEM        PIC X(08) VALUE SPACES.
       77 WS-RESP-DESTINO       PIC X(08) VALUE SPACES.
       77 WS-ALCANCE            PIC X(01) VALUE SPACE.
          88 ALCANCE-UM       VALUE '1'.
       77 WS-ID-REATRIB         PIC 9(06) VALUE ZEROS.
       77 WS-DATA-REATRIB       PIC 9(08) VALUE ZEROS.
       77 WS-QTD-REATRIB        PIC 9(05) VALUE ZEROS.
       77 WS-SITUACAO-DESC      PIC X(07) VALUE SPACES.

      * Escalonamento: acompanhamentos pendentes vencidos, com os dias
      * de atraso, e os responsaveis distintos com as quantidades por
      * faixa de atraso (1 a 7, 8 a 30, mais de 30 dias).
       01 WS-TABELA-VENCIDOS.
          03 WS-VN-ITEM OCCURS 3000 TIMES.
             05 WS-VN-RESPONSAVEL   PIC X(08).
             05 WS-VN-ID-CONTATO    PIC 9(06).
             05 WS-VN-DT-RETORNO    PIC 9(08).
             05 WS-VN-DIAS          PIC 9(05).
             05 WS-VN-MOTIVO        PIC X(40).

       77 WS-QTD-VN             PIC 9(04) VALUE ZEROS.
       77 WS-IDX-VN             PIC 9(04) VALUE ZEROS.

       01 WS-TABELA-DONOS.
          03 WS-DN-ITEM OCCURS 200 TIMES.
             05 WS-DN-RESPONSAVEL   PIC X(08).
             05 WS-DN-QTD-FAIXA     PIC 9(05) OCCURS 3 TIMES.

       77 WS-QTD-DN             PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DN             PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-DN           PIC 9(03) VALUE ZEROS.
       77 WS-FAIXA              PIC 9(01) VALUE ZEROS.
       77 WS-QTD-TOT-FAIXA      PIC 9(06) OCCURS 3 TIMES.

       77 WS-INT-HOJE           PIC S9(09) VALUE ZEROS.
       77 WS-INT-RETORNO        PIC S9(09) VALUE ZEROS.
       77 WS-DIAS-ATRASO        PIC 9(05) VALUE ZEROS.
       77 WS-DESC-FAIXA         PIC X(05) VALUE SPACES.
       77 WS-DN-EDIT            PIC X(08) VALUE SPACES.

       COPY LK_ERRFS.
       COPY LK_PRTFMT.
       COPY LK_DIAUTL.

       LINKAGE SECTION.
       01 LK-COM-AREA.
            DISPLAY "<1> Marcar Contato para Acompanhamento (PADRAO)"
            DISPLAY "<2> Relatorio do Dia (Pendentes e Vencidos)"
            DISPLAY "<3> Concluir um Acompanhamento"
            DISPLAY "<4> Meus Acompanhamentos Pendentes"
            DISPLAY "<5> Reatribuir Acompanhamentos a Outro Operador"
            DISPLAY "<6> Escalonamento dos Vencidos por Responsavel "
                    "(Supervisores)"
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                   PERFORM P-RELATORIO THRU P-RELATORIO-FIM
                WHEN OPCAO-CONCLUI
                   PERFORM P-CONCLUI THRU P-CONCLUI-FIM
                WHEN OPCAO-MEUS
                   PERFORM P-MEUS THRU P-MEUS-FIM
                WHEN OPCAO-REATRIBUI
                   PERFORM P-REATRIBUI THRU P-REATRIBUI-FIM
                WHEN OPCAO-ESCALONA
                   PERFORM P-ESCALONA THRU P-ESCALONA-FIM
                WHEN OTHER
                   PERFORM P-CADASTRA THRU P-CADASTRA-FIM
            END-EVALUATE
           .

      * Confere se o contato informado existe e esta ativo e, se
      * estiver, grava uma linha pendente em SEGUIMENTO.dat com a data,
      * o motivo do retorno e o operador responsavel.
       P-CADASTRA.
            OPEN INPUT CONTATOS

                           DISPLAY "DATA DO RETORNO (AAAAMMDD): "
                           ACCEPT SEG-DT-SEGUIMENTO

                           MOVE FILIAL-CONTATO    TO WS-FILIAL-FUP
                           MOVE SEG-DT-SEGUIMENTO TO WS-DATA-AJUSTE
                           PERFORM P-AJUSTA-DIA-UTIL
                                   THRU P-AJUSTA-DIA-UTIL-FIM
                           MOVE WS-DATA-AJUSTE TO SEG-DT-SEGUIMENTO

                           DISPLAY "MOTIVO: "
                           ACCEPT SEG-MOTIVO

                           DISPLAY "RESPONSAVEL (OPERADOR, EM BRANCO = "
                                   LK-OPERADOR "): "
                           MOVE SPACES TO WS-RESPONSAVEL
                           ACCEPT WS-RESPONSAVEL
                           PERFORM P-DEFINE-RESPONSAVEL
                                   THRU P-DEFINE-RESPONSAVEL-FIM
                           MOVE WS-RESPONSAVEL TO SEG-RESPONSAVEL

                           MOVE FUNCTION CURRENT-DATE(1:8)
                                TO SEG-DT-CADASTRO
                           MOVE FUNCTION CURRENT-DATE(9:6)
            IF SEG-OK THEN
               DISPLAY
             "*********************************************************"
               DISPLAY "ID     DATA RETORNO  RESPONSAVEL  MOTIVO"
               DISPLAY
             "*********************************************************"

                              AND SEG-DT-SEGUIMENTO <= WS-DATA-HOJE
                                                                THEN
                              ADD 1 TO WS-QTD-PENDENTES
                              PERFORM P-ID-EXIBE THRU P-ID-EXIBE-FIM
                              DISPLAY WS-ID-EXIBE "  "
                                      SEG-DT-SEGUIMENTO "      "
                                      SEG-RESPONSAVEL "     "
                                      SEG-MOTIVO
                           END-IF
                   END-READ
      * ID/data de retorno, exige o texto de desfecho, grava o
      * desfecho em NOTAS.dat contra o mesmo contato e flipa o
      * registro para SEG-CONCLUIDO regravando SEGUIMENTO.dat; no
      * mesmo dialogo oferece agendar o proximo retorno, que fica com
      * o mesmo responsavel da linha concluida.
       P-CONCLUI.
            SET EOF-OK TO FALSE
            MOVE 'N' TO WS-CONCLUIU
            ACCEPT WS-DATA-CONCLUI

            MOVE SPACES TO WS-DESFECHO

            IF WS-ID-CONCLUI EQUAL ZEROS THEN
               GO TO P-CONCLUI-LINHA
            END-IF

            DISPLAY "DESFECHO DO CONTATO (OBRIGATORIO): "
            ACCEPT WS-DESFECHO

                DISPLAY "DESFECHO DO CONTATO (OBRIGATORIO): "
                ACCEPT WS-DESFECHO
            END-PERFORM
           .

       P-CONCLUI-LINHA.
            OPEN INPUT SEGUIMENTO

            IF NOT SEG-OK THEN
                           AND NOT CONCLUIU THEN
                           SET SEG-CONCLUIDO TO TRUE
                           MOVE 'S' TO WS-CONCLUIU
                           MOVE SEG-RESPONSAVEL TO WS-RESPONSAVEL
                        END-IF
                        MOVE REG-SEGUIMENTO TO REG-SEGTEMP
                        WRITE REG-SEGTEMP

            PERFORM P-REGRAVA-SEGUIMENTO
                    THRU P-REGRAVA-SEGUIMENTO-FIM

            IF WS-ID-CONCLUI EQUAL ZEROS THEN
               DISPLAY "LEMBRETE INTERNO CONCLUIDO."
               GO TO P-CONCLUI-FIM
            END-IF

            PERFORM P-GRAVA-NOTA-DESFECHO
                    THRU P-GRAVA-NOTA-DESFECHO-FIM

            IF AGENDA-PROX THEN
               DISPLAY "DATA DO PROXIMO RETORNO (AAAAMMDD): "
               ACCEPT WS-PROX-DATA

               PERFORM P-FILIAL-DO-CONTATO
                       THRU P-FILIAL-DO-CONTATO-FIM
               MOVE WS-PROX-DATA TO WS-DATA-AJUSTE
               PERFORM P-AJUSTA-DIA-UTIL THRU P-AJUSTA-DIA-UTIL-FIM
               MOVE WS-DATA-AJUSTE TO WS-PROX-DATA

               DISPLAY "MOTIVO: "
               ACCEPT WS-PROX-MOTIVO

               MOVE WS-ID-CONCLUI  TO SEG-ID-CONTATO
               MOVE WS-PROX-DATA   TO SEG-DT-SEGUIMENTO
               MOVE WS-PROX-MOTIVO TO SEG-MOTIVO
               MOVE WS-RESPONSAVEL TO SEG-RESPONSAVEL
               MOVE FUNCTION CURRENT-DATE(1:8) TO SEG-DT-CADASTRO
               MOVE FUNCTION CURRENT-DATE(9:6) TO SEG-HR-CADASTRO
               SET SEG-PENDENTE TO TRUE
       P-CONCLUI-FIM.
           EXIT.

      * Leva WS-DATA-AJUSTE ao proximo dia util da filial
      * WS-FILIAL-FUP, avisando o operador quando a data muda. Data
      * invalida fica como foi digitada.
       P-AJUSTA-DIA-UTIL.
            MOVE 'P'            TO LK-DIA-FUNCAO
            MOVE WS-FILIAL-FUP  TO LK-DIA-FILIAL
            MOVE WS-DATA-AJUSTE TO LK-DIA-DATA
            CALL 'PG13DIAUTL' USING LK-DIA-AREA

            IF LK-DIA-E-UTIL
               OR LK-DIA-RESULTADO EQUAL WS-DATA-AJUSTE THEN
               GO TO P-AJUSTA-DIA-UTIL-FIM
            END-IF

            DISPLAY WS-DATA-AJUSTE " NAO E DIA UTIL ("
                    FUNCTION TRIM(LK-DIA-MOTIVO) ") - RETORNO "
                    "AJUSTADO PARA " LK-DIA-RESULTADO

            MOVE LK-DIA-RESULTADO TO WS-DATA-AJUSTE
           .

       P-AJUSTA-DIA-UTIL-FIM.
           EXIT.

      * Filial do contato WS-ID-CONCLUI, para o ajuste do proximo
      * retorno (em branco se o contato nao for encontrado).
       P-FILIAL-DO-CONTATO.
            MOVE SPACES TO WS-FILIAL-FUP

            OPEN INPUT CONTATOS
            IF NOT FS-OK THEN
               GO TO P-FILIAL-DO-CONTATO-FIM
            END-IF

            MOVE WS-ID-CONCLUI TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                     CONTINUE
             NOT INVALID KEY
                     MOVE FILIAL-CONTATO TO WS-FILIAL-FUP
            END-READ

            CLOSE CONTATOS
           .

       P-FILIAL-DO-CONTATO-FIM.
           EXIT.

       P-REGRAVA-SEGUIMENTO.
            SET EOF-OK TO FALSE


       P-GRAVA-NOTA-DESFECHO-FIM.

      * Responsavel digitado no agendamento: em branco fica com o
      * operador logado; operador que nao esta em OPERADORES.dat nao
      * e aceito e o acompanhamento fica com o operador logado.
       P-DEFINE-RESPONSAVEL.
            IF WS-RESPONSAVEL EQUAL SPACES THEN
               MOVE LK-OPERADOR TO WS-RESPONSAVEL
               GO TO P-DEFINE-RESPONSAVEL-FIM
            END-IF

            MOVE WS-RESPONSAVEL TO WS-OPR-BUSCA
            PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM

            IF NOT OPR-CADASTRADO AND NOT OPR-SEM-CONTROLE THEN
               DISPLAY "OPERADOR NAO CADASTRADO - O ACOMPANHAMENTO "
                       "FICA COM " LK-OPERADOR
               MOVE LK-OPERADOR TO WS-RESPONSAVEL
            END-IF
           .

       P-DEFINE-RESPONSAVEL-FIM.
           EXIT.

      * Procura WS-OPR-BUSCA em OPERADORES.dat e devolve se esta
      * cadastrado e se e supervisor.
       P-LE-OPERADOR.
            SET EOF-OK TO FALSE
            MOVE 'N' TO WS-OPR-SITUACAO
            MOVE 'N' TO WS-OPR-SUPERVISOR

            OPEN INPUT OPERADORES
            IF NOT OPR-OK THEN
               MOVE 'X' TO WS-OPR-SITUACAO
               GO TO P-LE-OPERADOR-FIM
            END-IF

            PERFORM UNTIL EOF-OK OR OPR-CADASTRADO
                READ OPERADORES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF OPR-ID EQUAL WS-OPR-BUSCA THEN
                           MOVE 'S' TO WS-OPR-SITUACAO
                           IF OPR-E-SUPERVISOR THEN
                              MOVE 'S' TO WS-OPR-SUPERVISOR
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE OPERADORES
            SET EOF-OK TO FALSE
           .

       P-LE-OPERADOR-FIM.
           EXIT.

      * Todos os acompanhamentos pendentes do operador logado, em
      * qualquer data, com a indicacao dos vencidos e dos de hoje.
       P-MEUS.
            SET EOF-OK   TO FALSE
            MOVE ZEROS    TO WS-QTD-PENDENTES
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            OPEN INPUT SEGUIMENTO

            IF NOT SEG-OK THEN
               DISPLAY "NENHUM ACOMPANHAMENTO CADASTRADO AINDA."
               GO TO P-MEUS-FIM
            END-IF

            DISPLAY "ACOMPANHAMENTOS PENDENTES DE " LK-OPERADOR
            DISPLAY "ID     DATA RETORNO  SITUACAO  MOTIVO"

            PERFORM UNTIL EOF-OK
                READ SEGUIMENTO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF SEG-PENDENTE
                           AND SEG-RESPONSAVEL EQUAL LK-OPERADOR THEN
                           ADD 1 TO WS-QTD-PENDENTES
                           EVALUATE TRUE
                               WHEN SEG-DT-SEGUIMENTO < WS-DATA-HOJE
                                  MOVE 'VENCIDO' TO WS-SITUACAO-DESC
                               WHEN SEG-DT-SEGUIMENTO = WS-DATA-HOJE
                                  MOVE 'HOJE'    TO WS-SITUACAO-DESC
                               WHEN OTHER
                                  MOVE SPACES    TO WS-SITUACAO-DESC
                           END-EVALUATE
                           PERFORM P-ID-EXIBE THRU P-ID-EXIBE-FIM
                           DISPLAY WS-ID-EXIBE "  "
                                   SEG-DT-SEGUIMENTO "      "
                                   WS-SITUACAO-DESC "   "
                                   SEG-MOTIVO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE SEGUIMENTO

            DISPLAY "TOTAL DE ACOMPANHAMENTOS PENDENTES: "
                    WS-QTD-PENDENTES
           .

       P-MEUS-FIM.
           EXIT.

      * Passa um acompanhamento pendente (par ID/data), ou todos os
      * pendentes de um responsavel, para outro operador - cobertura
      * de ferias e afastamentos. Cada operador reatribui os seus;
      * os de outro operador, ou os sem responsavel ('*'), so um
      * supervisor.
       P-REATRIBUI.
            MOVE ZEROS TO WS-QTD-REATRIB
            MOVE 'N'   TO WS-CONCLUIU

            DISPLAY "RESPONSAVEL ATUAL (EM BRANCO = " LK-OPERADOR
                    ", * = SEM RESPONSAVEL): "
            MOVE SPACES TO WS-RESP-ORIGEM
            ACCEPT WS-RESP-ORIGEM

            IF WS-RESP-ORIGEM EQUAL SPACES THEN
               MOVE LK-OPERADOR TO WS-RESP-ORIGEM
            END-IF

            IF WS-RESP-ORIGEM NOT = LK-OPERADOR THEN
               MOVE LK-OPERADOR TO WS-OPR-BUSCA
               PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM
               IF NOT OPR-BUSCA-SUPERV AND NOT OPR-SEM-CONTROLE THEN
                  DISPLAY "SO UM SUPERVISOR PODE REATRIBUIR "
                          "ACOMPANHAMENTOS DE OUTRO OPERADOR."
                  GO TO P-REATRIBUI-FIM
               END-IF
            END-IF

            IF WS-RESP-ORIGEM EQUAL '*' THEN
               MOVE SPACES TO WS-RESP-ORIGEM
            END-IF

            DISPLAY "NOVO RESPONSAVEL (OPERADOR): "
            MOVE SPACES TO WS-RESP-DESTINO
            ACCEPT WS-RESP-DESTINO

            IF WS-RESP-DESTINO EQUAL SPACES
               OR WS-RESP-DESTINO EQUAL WS-RESP-ORIGEM THEN
               DISPLAY "NOVO RESPONSAVEL INVALIDO."
               GO TO P-REATRIBUI-FIM
            END-IF

            MOVE WS-RESP-DESTINO TO WS-OPR-BUSCA
            PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM
            IF NOT OPR-CADASTRADO AND NOT OPR-SEM-CONTROLE THEN
               DISPLAY "OPERADOR NAO CADASTRADO EM OPERADORES.dat."
               GO TO P-REATRIBUI-FIM
            END-IF

            DISPLAY "<1> Um acompanhamento  <2> Todos os pendentes "
                    "desse responsavel"
            ACCEPT WS-ALCANCE

            IF ALCANCE-UM THEN
               DISPLAY "ID DO CONTATO: "
               ACCEPT WS-ID-REATRIB
               DISPLAY "DATA DE RETORNO DA LINHA (AAAAMMDD): "
               ACCEPT WS-DATA-REATRIB
            END-IF

            SET EOF-OK TO FALSE

            OPEN INPUT SEGUIMENTO

            IF NOT SEG-OK THEN
               DISPLAY "NENHUM ACOMPANHAMENTO CADASTRADO AINDA."
               GO TO P-REATRIBUI-FIM
            END-IF

            OPEN OUTPUT SEGTEMP

            PERFORM UNTIL EOF-OK
                READ SEGUIMENTO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF SEG-PENDENTE
                           AND SEG-RESPONSAVEL EQUAL WS-RESP-ORIGEM
                           AND NOT CONCLUIU THEN
                           IF NOT ALCANCE-UM
                              OR (SEG-ID-CONTATO EQUAL WS-ID-REATRIB
                                  AND SEG-DT-SEGUIMENTO
                                      EQUAL WS-DATA-REATRIB) THEN
                              MOVE WS-RESP-DESTINO TO SEG-RESPONSAVEL
                              ADD 1 TO WS-QTD-REATRIB
                              IF ALCANCE-UM THEN
                                 MOVE 'S' TO WS-CONCLUIU
                              END-IF
                           END-IF
                        END-IF
                        MOVE REG-SEGUIMENTO TO REG-SEGTEMP
                        WRITE REG-SEGTEMP
                END-READ
            END-PERFORM

            CLOSE SEGUIMENTO
            CLOSE SEGTEMP

            IF WS-QTD-REATRIB EQUAL ZEROS THEN
               DISPLAY "NENHUM ACOMPANHAMENTO PENDENTE ENCONTRADO - "
                       "NADA FOI ALTERADO."
               GO TO P-REATRIBUI-FIM
            END-IF

            PERFORM P-REGRAVA-SEGUIMENTO
                    THRU P-REGRAVA-SEGUIMENTO-FIM

            DISPLAY "ACOMPANHAMENTOS REATRIBUIDOS A " WS-RESP-DESTINO
                    ": " WS-QTD-REATRIB
           .

       P-REATRIBUI-FIM.
           EXIT.

      * Relatorio de escalonamento para supervisores: os
      * acompanhamentos pendentes ja vencidos, agrupados por
      * responsavel, com os dias de atraso e a faixa (1-7, 8-30, +30),
      * subtotal por responsavel e totais por faixa no rodape.
       P-ESCALONA.
            MOVE LK-OPERADOR TO WS-OPR-BUSCA
            PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM
            IF NOT OPR-BUSCA-SUPERV AND NOT OPR-SEM-CONTROLE THEN
               DISPLAY "RELATORIO RESTRITO A SUPERVISORES."
               GO TO P-ESCALONA-FIM
            END-IF

            PERFORM P-CARREGA-VENCIDOS THRU P-CARREGA-VENCIDOS-FIM

            MOVE 'ESCALONAMENTO DOS ACOMPANHAMENTOS VENCIDOS'
                 TO LK-PRT-TITULO
            MOVE '.\ESCALONA_FUP.LST' TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR          TO LK-PRT-OPERADOR
            MOVE 'I'                  TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'RESPONS. ID     RETORNO   DIAS FAIXA MOTIVO'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-DN FROM 1 BY 1
                    UNTIL WS-IDX-DN > WS-QTD-DN
                PERFORM P-IMPRIME-DONO THRU P-IMPRIME-DONO-FIM
            END-PERFORM

            MOVE 'VENCIDOS HA 1 A 7 DIAS'   TO LK-PRT-ROTULO
            MOVE WS-QTD-TOT-FAIXA(1)        TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'VENCIDOS HA 8 A 30 DIAS'  TO LK-PRT-ROTULO
            MOVE WS-QTD-TOT-FAIXA(2)        TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'VENCIDOS HA MAIS DE 30 DIAS' TO LK-PRT-ROTULO
            MOVE WS-QTD-TOT-FAIXA(3)        TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'TOTAL DE VENCIDOS'        TO LK-PRT-ROTULO
            MOVE WS-QTD-VN                  TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'LEMBRETES INTERNOS VENCIDOS'  TO LK-PRT-ROTULO
            MOVE WS-QTD-INTERNOS            TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-ESCALONA-FIM.
           EXIT.

      * Carrega os pendentes com data de retorno anterior a hoje e
      * monta a lista de responsaveis com as quantidades por faixa.
      * Lembrete interno (contato 000000) nao e acompanhamento de
      * contato: so entra na contagem do rodape.
       P-CARREGA-VENCIDOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-VN WS-QTD-DN WS-QTD-INTERNOS
            MOVE ZEROS TO WS-QTD-TOT-FAIXA(1) WS-QTD-TOT-FAIXA(2)
                          WS-QTD-TOT-FAIXA(3)
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
            COMPUTE WS-INT-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

            OPEN INPUT SEGUIMENTO
            IF NOT SEG-OK THEN
               GO TO P-CARREGA-VENCIDOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ SEGUIMENTO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF SEG-PENDENTE
                           AND SEG-DT-SEGUIMENTO < WS-DATA-HOJE
                           AND SEG-DT-SEGUIMENTO > 16010101 THEN
                           IF SEG-ID-CONTATO EQUAL ZEROS THEN
                              ADD 1 TO WS-QTD-INTERNOS
                           ELSE
                              PERFORM P-GUARDA-VENCIDO
                                      THRU P-GUARDA-VENCIDO-FIM
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE SEGUIMENTO
           .

       P-CARREGA-VENCIDOS-FIM.
           EXIT.

       P-GUARDA-VENCIDO.
            IF WS-QTD-VN NOT < 3000 THEN
               DISPLAY "MAIS DE 3000 ACOMPANHAMENTOS VENCIDOS - "
                       "IGNORANDO O RESTANTE"
               GO TO P-GUARDA-VENCIDO-FIM
            END-IF

            COMPUTE WS-INT-RETORNO =
                    FUNCTION INTEGER-OF-DATE(SEG-DT-SEGUIMENTO)
            COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE - WS-INT-RETORNO

            EVALUATE TRUE
                WHEN WS-DIAS-ATRASO <= 7
                   MOVE 1 TO WS-FAIXA
                WHEN WS-DIAS-ATRASO <= 30
                   MOVE 2 TO WS-FAIXA
                WHEN OTHER
                   MOVE 3 TO WS-FAIXA
            END-EVALUATE

            MOVE ZEROS TO WS-ACHOU-DN
            PERFORM VARYING WS-IDX-DN FROM 1 BY 1
                    UNTIL WS-IDX-DN > WS-QTD-DN
                       OR WS-ACHOU-DN > ZEROS
                IF WS-DN-RESPONSAVEL(WS-IDX-DN) EQUAL SEG-RESPONSAVEL
                   THEN
                   MOVE WS-IDX-DN TO WS-ACHOU-DN
                END-IF
            END-PERFORM

            IF WS-ACHOU-DN EQUAL ZEROS THEN
               IF WS-QTD-DN NOT < 200 THEN
                  GO TO P-GUARDA-VENCIDO-FIM
               END-IF
               ADD 1 TO WS-QTD-DN
               MOVE WS-QTD-DN       TO WS-ACHOU-DN
               MOVE SEG-RESPONSAVEL TO WS-DN-RESPONSAVEL(WS-ACHOU-DN)
               MOVE ZEROS TO WS-DN-QTD-FAIXA(WS-ACHOU-DN, 1)
                             WS-DN-QTD-FAIXA(WS-ACHOU-DN, 2)
                             WS-DN-QTD-FAIXA(WS-ACHOU-DN, 3)
            END-IF

            ADD 1 TO WS-DN-QTD-FAIXA(WS-ACHOU-DN, WS-FAIXA)
            ADD 1 TO WS-QTD-TOT-FAIXA(WS-FAIXA)

            ADD 1 TO WS-QTD-VN
            MOVE SEG-RESPONSAVEL   TO WS-VN-RESPONSAVEL(WS-QTD-VN)
            MOVE SEG-ID-CONTATO    TO WS-VN-ID-CONTATO(WS-QTD-VN)
            MOVE SEG-DT-SEGUIMENTO TO WS-VN-DT-RETORNO(WS-QTD-VN)
            MOVE WS-DIAS-ATRASO    TO WS-VN-DIAS(WS-QTD-VN)
            MOVE SEG-MOTIVO        TO WS-VN-MOTIVO(WS-QTD-VN)
           .

       P-GUARDA-VENCIDO-FIM.
           EXIT.

      * Imprime os vencidos de um responsavel e a linha de subtotal
      * com as quantidades por faixa.
       P-IMPRIME-DONO.
            MOVE WS-DN-RESPONSAVEL(WS-IDX-DN) TO WS-DN-EDIT
            IF WS-DN-EDIT EQUAL SPACES THEN
               MOVE 'SEM DONO' TO WS-DN-EDIT
            END-IF

            PERFORM VARYING WS-IDX-VN FROM 1 BY 1
                    UNTIL WS-IDX-VN > WS-QTD-VN
                IF WS-VN-RESPONSAVEL(WS-IDX-VN)
                   EQUAL WS-DN-RESPONSAVEL(WS-IDX-DN) THEN
                   EVALUATE TRUE
                       WHEN WS-VN-DIAS(WS-IDX-VN) <= 7
                          MOVE '1-7'  TO WS-DESC-FAIXA
                       WHEN WS-VN-DIAS(WS-IDX-VN) <= 30
                          MOVE '8-30' TO WS-DESC-FAIXA
                       WHEN OTHER
                          MOVE '+30'  TO WS-DESC-FAIXA
                   END-EVALUATE
                   MOVE SPACES TO LK-PRT-LINHA
                   STRING WS-DN-EDIT                DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WS-VN-ID-CONTATO(WS-IDX-VN)
                                                    DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WS-VN-DT-RETORNO(WS-IDX-VN)
                                                    DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WS-VN-DIAS(WS-IDX-VN)     DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WS-DESC-FAIXA             DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WS-VN-MOTIVO(WS-IDX-VN)   DELIMITED BY SIZE
                      INTO LK-PRT-LINHA
                   PERFORM P-IMPRIME THRU P-IMPRIME-FIM
                END-IF
            END-PERFORM

            MOVE SPACES TO LK-PRT-LINHA
            STRING '  SUBTOTAL '                 DELIMITED BY SIZE
                   WS-DN-EDIT                    DELIMITED BY SIZE
                   '   1-7: '                    DELIMITED BY SIZE
                   WS-DN-QTD-FAIXA(WS-IDX-DN, 1) DELIMITED BY SIZE
                   '   8-30: '                   DELIMITED BY SIZE
                   WS-DN-QTD-FAIXA(WS-IDX-DN, 2) DELIMITED BY SIZE
                   '   +30: '                    DELIMITED BY SIZE
                   WS-DN-QTD-FAIXA(WS-IDX-DN, 3) DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-IMPRIME-DONO-FIM.
           EXIT.

       P-ID-EXIBE.
            IF SEG-ID-CONTATO EQUAL ZEROS THEN
               MOVE 'LEMBR.' TO WS-ID-EXIBE
            ELSE
               MOVE SEG-ID-CONTATO TO WS-ID-EXIBE
            END-IF
           .

       P-ID-EXIBE-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13FUPCNT.
