      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Registro dos pedidos de titulares de dados (LGPD) -
      *          cada pedido (acesso, correcao, eliminacao,
      *          portabilidade ou revogacao de consentimento) fica em
      *          PEDIDOS_TITULAR.dat amarrado ao ID-CONTATO, com quem
      *          pediu, a data do pedido e o prazo legal de resposta
      *          (15 dias corridos). O encerramento grava o operador
      *          e como o pedido foi atendido (dossie emitido pelo
      *          PG13DOSSIE, cadastro corrigido, contato anonimizado
      *          pelo PG13ANOCNT, dados exportados, consentimento
      *          revogado ou pedido indeferido). A lista diaria
      *          PEDIDOS_PRAZO.LST traz os pedidos em aberto vencendo
      *          nos proximos dias ou ja atrasados, para o
      *          encarregado de dados (DPO). A regravacao e feita via
      *          PEDIDOS_TITULAR.TMP, como nos demais arquivos
      *          sequenciais do cadastro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13PEDTIT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTATOS ASSIGN TO
                 '.\CONTATOS.dat'
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS RANDOM
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT PEDIDOS ASSIGN TO ".\PEDIDOS_TITULAR.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-PED-FS.

            SELECT PEDTEMP ASSIGN TO ".\PEDIDOS_TITULAR.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD PEDIDOS.
          COPY FD_PEDTI.

      * Mesmo tamanho de REG-PEDIDO (165 bytes), para a regravacao via
      * temporario nao truncar o fim dos registros copiados.
       FD PEDTEMP.
       01 REG-PEDTEMP              PIC X(165).

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-PED-FS             PIC 9(02).
          88 PED-OK           VALUE 0.

       77 WS-TMP-FS             PIC 9(02).
          88 TMP-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-EXIT               PIC X(01).
          88 EXIT-OK          VALUE 'N' FALSE 'S'.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
          88 OPCAO-REGISTRAR  VALUE '2'.
          88 OPCAO-CONSULTAR  VALUE '3'.
          88 OPCAO-ENCERRAR   VALUE '4'.
          88 OPCAO-LISTA-DIA  VALUE '5'.

       77 WS-CONFIRMA           PIC X(01) VALUE SPACE.
          88 CONFIRMADO       VALUE 'S' 's'.

      * Prazo legal de resposta, em dias corridos, e a antecedencia
      * com que o pedido em aberto entra na lista como vencendo.
       77 WS-PRAZO-LEGAL        PIC 9(03) VALUE 15.
       77 WS-DIAS-ALERTA        PIC 9(03) VALUE 3.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-INT-HOJE           PIC S9(09) VALUE ZEROS.
       77 WS-INT-DATA           PIC S9(09) VALUE ZEROS.
       77 WS-DIAS-RESTANTES     PIC S9(05) VALUE ZEROS.
       77 WS-DIAS-EDIT          PIC -(4)9.

      * Pedido em digitacao.
       77 WS-NUMERO             PIC 9(06) VALUE ZEROS.
       77 WS-ID-CONTATO         PIC 9(06) VALUE ZEROS.
       77 WS-SOLICITANTE        PIC X(30) VALUE SPACES.
       77 WS-TIPO               PIC X(01) VALUE SPACE.
       77 WS-DT-PEDIDO          PIC 9(08) VALUE ZEROS.
       77 WS-DESCRICAO          PIC X(40) VALUE SPACES.
       77 WS-RESOLUCAO          PIC X(01) VALUE SPACE.
       77 WS-OBS                PIC X(40) VALUE SPACES.

       77 WS-MAIOR-NUMERO       PIC 9(06) VALUE ZEROS.

      * Copia do pedido achado, para uso depois do CLOSE.
       01 WS-PEDIDO-ACHADO      PIC X(165) VALUE SPACES.

       77 WS-NM-CONTATO         PIC X(20) VALUE SPACES.
       77 WS-ANONIMIZADO        PIC X(01) VALUE 'N'.
          88 CONTATO-ANONIMIZADO VALUE 'S'.

       77 WS-ACHOU              PIC X(01) VALUE 'N'.
          88 ACHOU            VALUE 'S' FALSE 'N'.

       77 WS-DESC-TIPO          PIC X(14) VALUE SPACES.
       77 WS-DESC-PRAZO         PIC X(16) VALUE SPACES.
       77 WS-DESC-RESOLUCAO     PIC X(20) VALUE SPACES.

       77 WS-QTD-ABERTOS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-VENCENDO       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ATRASADOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LISTADOS       PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_PRTFMT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** PEDIDOS DE TITULARES DE DADOS (LGPD) *****"

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
            COMPUTE WS-INT-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

            SET EXIT-OK OF WS-EXIT TO FALSE

            PERFORM P-MENU THRU P-MENU-FIM UNTIL EXIT-OK

            PERFORM P-END
           .

       P-MENU.
            MOVE SPACE TO WS-OPCAO

            DISPLAY "<1> Listar pedidos em aberto (padrao)"
            DISPLAY "<2> Registrar pedido"
            DISPLAY "<3> Consultar os pedidos de um contato"
            DISPLAY "<4> Encerrar pedido"
            DISPLAY "<5> Emitir a lista diaria de prazos "
                    "(PEDIDOS_PRAZO.LST)"
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN OPCAO-REGISTRAR
                   PERFORM P-REGISTRA THRU P-REGISTRA-FIM
                WHEN OPCAO-CONSULTAR
                   PERFORM P-CONSULTA THRU P-CONSULTA-FIM
                WHEN OPCAO-ENCERRAR
                   PERFORM P-ENCERRA THRU P-ENCERRA-FIM
                WHEN OPCAO-LISTA-DIA
                   PERFORM P-LISTA-DIA THRU P-LISTA-DIA-FIM
                WHEN OTHER
                   PERFORM P-LISTA THRU P-LISTA-FIM
            END-EVALUATE

            DISPLAY "<QUALQUER TECLA> para continuar, <N> para sair."
            ACCEPT WS-EXIT
           .

       P-MENU-FIM.

      * Lista na tela todos os pedidos em aberto com o prazo e a
      * situacao do prazo de cada um.
       P-LISTA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-ABERTOS WS-QTD-VENCENDO
                          WS-QTD-ATRASADOS

            OPEN INPUT PEDIDOS

            IF NOT PED-OK THEN
               DISPLAY "NENHUM PEDIDO REGISTRADO AINDA."
               GO TO P-LISTA-FIM
            END-IF

            DISPLAY "NUMERO ID     TIPO           PEDIDO   PRAZO    "
                    "DIAS  SITUACAO"

            PERFORM UNTIL EOF-OK
                READ PEDIDOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF PED-ABERTO THEN
                           PERFORM P-AVALIA-PRAZO
                                   THRU P-AVALIA-PRAZO-FIM
                           PERFORM P-DESCREVE-TIPO
                                   THRU P-DESCREVE-TIPO-FIM
                           DISPLAY PED-NUMERO " " PED-ID-CONTATO " "
                                   WS-DESC-TIPO " " PED-DT-PEDIDO " "
                                   PED-DT-PRAZO " " WS-DIAS-EDIT " "
                                   WS-DESC-PRAZO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE PEDIDOS

            DISPLAY "PEDIDOS EM ABERTO       : " WS-QTD-ABERTOS
            DISPLAY "  VENCENDO EM ATE " WS-DIAS-ALERTA " DIAS: "
                    WS-QTD-VENCENDO
            DISPLAY "  ATRASADOS             : " WS-QTD-ATRASADOS
           .

       P-LISTA-FIM.
           EXIT.

      * Registra um pedido novo: o contato tem de existir em
      * CONTATOS.dat; a data do pedido e a de hoje, a nao ser que o
      * pedido tenha chegado antes (carta, e-mail), e o prazo legal
      * conta a partir dela.
       P-REGISTRA.
            MOVE ZEROS  TO WS-ID-CONTATO WS-DT-PEDIDO
            MOVE SPACES TO WS-SOLICITANTE WS-DESCRICAO
            MOVE SPACE  TO WS-TIPO

            DISPLAY "ID do contato (titular): "
            ACCEPT WS-ID-CONTATO

            PERFORM P-LE-CONTATO THRU P-LE-CONTATO-FIM

            IF NOT ACHOU THEN
               DISPLAY "CONTATO " WS-ID-CONTATO
                       " NAO CADASTRADO EM CONTATOS.dat."
               GO TO P-REGISTRA-FIM
            END-IF

            DISPLAY "CONTATO: " WS-NM-CONTATO

            DISPLAY "Quem fez o pedido (titular ou representante): "
            ACCEPT WS-SOLICITANTE

            IF WS-SOLICITANTE EQUAL SPACES THEN
               MOVE WS-NM-CONTATO TO WS-SOLICITANTE
            END-IF

            DISPLAY "Tipo: <A> Acesso  <C> Correcao  <E> Eliminacao  "
                    "<P> Portabilidade  <R> Revogacao do "
                    "consentimento"
            ACCEPT WS-TIPO
            MOVE FUNCTION UPPER-CASE(WS-TIPO) TO PED-TIPO

            IF NOT PED-TIPO-VALIDO THEN
               DISPLAY "TIPO DE PEDIDO INVALIDO."
               GO TO P-REGISTRA-FIM
            END-IF

            DISPLAY "Data do pedido (AAAAMMDD, 0 = hoje): "
            ACCEPT WS-DT-PEDIDO

            IF WS-DT-PEDIDO EQUAL ZEROS THEN
               MOVE WS-DATA-HOJE TO WS-DT-PEDIDO
            END-IF

            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-PEDIDO) NOT = ZEROS
               OR WS-DT-PEDIDO > WS-DATA-HOJE THEN
               DISPLAY "DATA DO PEDIDO INVALIDA OU NO FUTURO."
               GO TO P-REGISTRA-FIM
            END-IF

            DISPLAY "Descricao do pedido: "
            ACCEPT WS-DESCRICAO

            PERFORM P-MAIOR-NUMERO THRU P-MAIOR-NUMERO-FIM

            MOVE PED-TIPO TO WS-TIPO
            INITIALIZE REG-PEDIDO
            ADD 1 WS-MAIOR-NUMERO GIVING PED-NUMERO
            MOVE WS-ID-CONTATO    TO PED-ID-CONTATO
            MOVE WS-SOLICITANTE   TO PED-SOLICITANTE
            MOVE WS-TIPO          TO PED-TIPO
            MOVE WS-DT-PEDIDO     TO PED-DT-PEDIDO
            COMPUTE WS-INT-DATA =
                    FUNCTION INTEGER-OF-DATE(WS-DT-PEDIDO)
                  + WS-PRAZO-LEGAL
            COMPUTE PED-DT-PRAZO =
                    FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
            SET PED-ABERTO        TO TRUE
            MOVE LK-OPERADOR      TO PED-OPR-ABERTURA
            MOVE WS-DESCRICAO     TO PED-DESCRICAO
            MOVE ZEROS            TO PED-DT-ENCERRAMENTO
            MOVE SPACES           TO PED-OPR-ENCERRAMENTO
                                     PED-RESOLUCAO
                                     PED-OBS-ENCERRAMENTO

            OPEN EXTEND PEDIDOS
            IF WS-PED-FS EQUAL 35 THEN
               OPEN OUTPUT PEDIDOS
            END-IF

            IF NOT PED-OK THEN
               MOVE 'PG13PEDTIT'      TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR PEDIDO'   TO LK-ERRO-OPERACAO
               MOVE WS-PED-FS         TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-REGISTRA-FIM
            END-IF

            WRITE REG-PEDIDO
            CLOSE PEDIDOS

            DISPLAY "PEDIDO " PED-NUMERO " REGISTRADO - PRAZO PARA "
                    "RESPOSTA: " PED-DT-PRAZO
           .

       P-REGISTRA-FIM.
           EXIT.

      * Lista todos os pedidos de um contato, abertos e encerrados,
      * com a resolucao e se a resposta saiu dentro do prazo legal.
       P-CONSULTA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-ID-CONTATO WS-QTD-LISTADOS
                          WS-QTD-ABERTOS WS-QTD-VENCENDO
                          WS-QTD-ATRASADOS

            DISPLAY "ID do contato: "
            ACCEPT WS-ID-CONTATO

            OPEN INPUT PEDIDOS

            IF NOT PED-OK THEN
               DISPLAY "NENHUM PEDIDO REGISTRADO AINDA."
               GO TO P-CONSULTA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ PEDIDOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF PED-ID-CONTATO EQUAL WS-ID-CONTATO THEN
                           ADD 1 TO WS-QTD-LISTADOS
                           PERFORM P-MOSTRA-PEDIDO
                                   THRU P-MOSTRA-PEDIDO-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE PEDIDOS

            IF WS-QTD-LISTADOS EQUAL ZEROS THEN
               DISPLAY "NENHUM PEDIDO PARA O CONTATO " WS-ID-CONTATO
                       "."
            END-IF
           .

       P-CONSULTA-FIM.
           EXIT.

      * Mostra o pedido corrente de PEDIDOS_TITULAR.dat na tela.
       P-MOSTRA-PEDIDO.
            PERFORM P-DESCREVE-TIPO THRU P-DESCREVE-TIPO-FIM
            PERFORM P-AVALIA-PRAZO  THRU P-AVALIA-PRAZO-FIM

            DISPLAY "PEDIDO " PED-NUMERO " - " WS-DESC-TIPO
                    " - CONTATO " PED-ID-CONTATO
            DISPLAY "  SOLICITANTE: " PED-SOLICITANTE
            DISPLAY "  DESCRICAO  : " PED-DESCRICAO
            DISPLAY "  PEDIDO EM " PED-DT-PEDIDO " POR "
                    PED-OPR-ABERTURA " - PRAZO " PED-DT-PRAZO

            IF PED-ENCERRADO THEN
               PERFORM P-DESCREVE-RESOLUCAO
                       THRU P-DESCREVE-RESOLUCAO-FIM
               DISPLAY "  ENCERRADO EM " PED-DT-ENCERRAMENTO " POR "
                       PED-OPR-ENCERRAMENTO " - " WS-DESC-RESOLUCAO
                       " - " WS-DESC-PRAZO
               DISPLAY "  OBSERVACAO : " PED-OBS-ENCERRAMENTO
            ELSE
               DISPLAY "  EM ABERTO - " WS-DESC-PRAZO " ("
                       WS-DIAS-EDIT " DIAS)"
            END-IF
           .

       P-MOSTRA-PEDIDO-FIM.
           EXIT.

      * Encerra um pedido em aberto gravando o operador, a data e
      * como ele foi atendido. Eliminacao atendida por anonimizacao
      * confere se o PG13ANOCNT ja passou pelo contato.
       P-ENCERRA.
            MOVE ZEROS  TO WS-NUMERO
            MOVE SPACE  TO WS-RESOLUCAO
            MOVE SPACES TO WS-OBS

            DISPLAY "Numero do pedido a encerrar: "
            ACCEPT WS-NUMERO

            SET EOF-OK TO FALSE
            SET ACHOU  TO FALSE

            OPEN INPUT PEDIDOS

            IF NOT PED-OK THEN
               DISPLAY "NENHUM PEDIDO REGISTRADO AINDA."
               GO TO P-ENCERRA-FIM
            END-IF

            PERFORM UNTIL EOF-OK OR ACHOU
                READ PEDIDOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF PED-NUMERO EQUAL WS-NUMERO THEN
                           SET ACHOU TO TRUE
                           MOVE REG-PEDIDO TO WS-PEDIDO-ACHADO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE PEDIDOS

            IF NOT ACHOU THEN
               DISPLAY "PEDIDO " WS-NUMERO " NAO ENCONTRADO."
               GO TO P-ENCERRA-FIM
            END-IF

            MOVE WS-PEDIDO-ACHADO TO REG-PEDIDO
            PERFORM P-MOSTRA-PEDIDO THRU P-MOSTRA-PEDIDO-FIM

            IF NOT PED-ABERTO THEN
               DISPLAY "PEDIDO JA ENCERRADO."
               GO TO P-ENCERRA-FIM
            END-IF

            MOVE PED-ID-CONTATO TO WS-ID-CONTATO

            DISPLAY "Como foi atendido: <D> Dossie emitido  "
                    "<C> Cadastro corrigido  <A> Anonimizado  "
                    "<P> Dados exportados  <R> Consentimento "
                    "revogado  <N> Indeferido"
            ACCEPT WS-RESOLUCAO
            MOVE FUNCTION UPPER-CASE(WS-RESOLUCAO) TO PED-RESOLUCAO
            MOVE PED-RESOLUCAO TO WS-RESOLUCAO

            IF NOT RES-VALIDA THEN
               DISPLAY "RESOLUCAO INVALIDA."
               GO TO P-ENCERRA-FIM
            END-IF

            IF RES-ANONIMIZADO THEN
               PERFORM P-LE-CONTATO THRU P-LE-CONTATO-FIM
               IF ACHOU AND NOT CONTATO-ANONIMIZADO THEN
                  DISPLAY "ATENCAO: O CONTATO " WS-ID-CONTATO
                          " AINDA NAO FOI ANONIMIZADO (PG13ANOCNT)."
                  DISPLAY "Encerrar mesmo assim? <S> para "
                          "confirmar, <QUALQUER TECLA> para sair."
                  ACCEPT WS-CONFIRMA
                  IF NOT CONFIRMADO THEN
                     DISPLAY "OPERACAO ABORTADA."
                     GO TO P-ENCERRA-FIM
                  END-IF
               END-IF
            END-IF

            DISPLAY "Observacao do encerramento: "
            ACCEPT WS-OBS

            DISPLAY "Voce deseja continuar?"
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para sair."
            ACCEPT WS-CONFIRMA

            IF NOT CONFIRMADO THEN
               DISPLAY "OPERACAO ABORTADA."
               GO TO P-ENCERRA-FIM
            END-IF

            PERFORM P-REGRAVA-PEDIDO THRU P-REGRAVA-PEDIDO-FIM
           .

       P-ENCERRA-FIM.
           EXIT.

      * Copia PEDIDOS_TITULAR.dat para o temporario encerrando o
      * pedido WS-NUMERO e regrava o original a partir dele.
       P-REGRAVA-PEDIDO.
            SET EOF-OK TO FALSE
            SET ACHOU  TO FALSE

            OPEN INPUT PEDIDOS
            OPEN OUTPUT PEDTEMP

            IF NOT PED-OK OR NOT TMP-OK THEN
               MOVE 'PG13PEDTIT'      TO LK-ERRO-PROGRAMA
               MOVE 'REGRAVAR PEDIDOS' TO LK-ERRO-OPERACAO
               MOVE WS-PED-FS         TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE PEDIDOS
               CLOSE PEDTEMP
               GO TO P-REGRAVA-PEDIDO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ PEDIDOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF PED-NUMERO EQUAL WS-NUMERO
                           AND PED-ABERTO THEN
                           SET PED-ENCERRADO     TO TRUE
                           MOVE WS-DATA-HOJE     TO PED-DT-ENCERRAMENTO
                           MOVE LK-OPERADOR      TO PED-OPR-ENCERRAMENTO
                           MOVE WS-RESOLUCAO     TO PED-RESOLUCAO
                           MOVE WS-OBS           TO PED-OBS-ENCERRAMENTO
                           SET ACHOU TO TRUE
                        END-IF
                        MOVE REG-PEDIDO TO REG-PEDTEMP
                        WRITE REG-PEDTEMP
                END-READ
            END-PERFORM

            CLOSE PEDIDOS
            CLOSE PEDTEMP

            IF NOT ACHOU THEN
               DISPLAY "PEDIDO " WS-NUMERO " NAO ESTA MAIS EM ABERTO."
               GO TO P-REGRAVA-PEDIDO-FIM
            END-IF

            SET EOF-OK TO FALSE
            OPEN INPUT PEDTEMP
            OPEN OUTPUT PEDIDOS

            PERFORM UNTIL EOF-OK
                READ PEDTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-PEDTEMP TO REG-PEDIDO
                        WRITE REG-PEDIDO
                END-READ
            END-PERFORM

            CLOSE PEDTEMP
            CLOSE PEDIDOS

            DISPLAY "PEDIDO " WS-NUMERO " ENCERRADO."
           .

       P-REGRAVA-PEDIDO-FIM.
           EXIT.

      * Lista diaria dos pedidos em aberto que vencem nos proximos
      * WS-DIAS-ALERTA dias ou que ja passaram do prazo legal.
       P-LISTA-DIA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-ABERTOS WS-QTD-VENCENDO
                          WS-QTD-ATRASADOS

            OPEN INPUT PEDIDOS

            IF NOT PED-OK THEN
               DISPLAY "NENHUM PEDIDO REGISTRADO AINDA."
               GO TO P-LISTA-DIA-FIM
            END-IF

            MOVE 'PEDIDOS DE TITULARES - PRAZOS DO DIA'
                 TO LK-PRT-TITULO
            MOVE '.\PEDIDOS_PRAZO.LST' TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR           TO LK-PRT-OPERADOR
            MOVE 'I'                   TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'NUMERO ID     TIPO           PEDIDO   PRAZO    DIAS'
                 TO LK-PRT-LINHA
            MOVE 'SITUACAO'            TO LK-PRT-LINHA(54:8)
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM UNTIL EOF-OK
                READ PEDIDOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF PED-ABERTO THEN
                           PERFORM P-AVALIA-PRAZO
                                   THRU P-AVALIA-PRAZO-FIM
                           IF WS-DIAS-RESTANTES <= WS-DIAS-ALERTA THEN
                              PERFORM P-DESCREVE-TIPO
                                      THRU P-DESCREVE-TIPO-FIM
                              MOVE SPACES TO LK-PRT-LINHA
                              STRING PED-NUMERO     DELIMITED BY SIZE
                                     ' '            DELIMITED BY SIZE
                                     PED-ID-CONTATO DELIMITED BY SIZE
                                     ' '            DELIMITED BY SIZE
                                     WS-DESC-TIPO   DELIMITED BY SIZE
                                     ' '            DELIMITED BY SIZE
                                     PED-DT-PEDIDO  DELIMITED BY SIZE
                                     ' '            DELIMITED BY SIZE
                                     PED-DT-PRAZO   DELIMITED BY SIZE
                                     ' '            DELIMITED BY SIZE
                                     WS-DIAS-EDIT   DELIMITED BY SIZE
                                     ' '            DELIMITED BY SIZE
                                     WS-DESC-PRAZO  DELIMITED BY SIZE
                                 INTO LK-PRT-LINHA
                              PERFORM P-IMPRIME THRU P-IMPRIME-FIM
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE PEDIDOS

            MOVE 'PEDIDOS EM ABERTO'        TO LK-PRT-ROTULO
            MOVE WS-QTD-ABERTOS             TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'VENCENDO NOS PROXIMOS DIAS' TO LK-PRT-ROTULO
            MOVE WS-QTD-VENCENDO            TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'ATRASADOS'                TO LK-PRT-ROTULO
            MOVE WS-QTD-ATRASADOS           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-LISTA-DIA-FIM.
           EXIT.

      * Situacao do prazo do pedido corrente. Em aberto: dias que
      * faltam ate o prazo (negativo = atrasado), contados nos totais;
      * encerrado: se a resposta saiu dentro do prazo legal.
       P-AVALIA-PRAZO.
            IF PED-ENCERRADO THEN
               MOVE ZEROS TO WS-DIAS-RESTANTES WS-DIAS-EDIT
               IF PED-DT-ENCERRAMENTO <= PED-DT-PRAZO THEN
                  MOVE 'NO PRAZO'         TO WS-DESC-PRAZO
               ELSE
                  MOVE 'FORA DO PRAZO'    TO WS-DESC-PRAZO
               END-IF
               GO TO P-AVALIA-PRAZO-FIM
            END-IF

            ADD 1 TO WS-QTD-ABERTOS

            COMPUTE WS-DIAS-RESTANTES =
                    FUNCTION INTEGER-OF-DATE(PED-DT-PRAZO)
                  - WS-INT-HOJE
            MOVE WS-DIAS-RESTANTES TO WS-DIAS-EDIT

            EVALUATE TRUE
                WHEN WS-DIAS-RESTANTES < ZEROS
                   MOVE 'ATRASADO'        TO WS-DESC-PRAZO
                   ADD 1 TO WS-QTD-ATRASADOS
                WHEN WS-DIAS-RESTANTES EQUAL ZEROS
                   MOVE 'VENCE HOJE'      TO WS-DESC-PRAZO
                   ADD 1 TO WS-QTD-VENCENDO
                WHEN WS-DIAS-RESTANTES <= WS-DIAS-ALERTA
                   MOVE 'VENCENDO'        TO WS-DESC-PRAZO
                   ADD 1 TO WS-QTD-VENCENDO
                WHEN OTHER
                   MOVE 'NO PRAZO'        TO WS-DESC-PRAZO
            END-EVALUATE
           .

       P-AVALIA-PRAZO-FIM.
           EXIT.

       P-DESCREVE-TIPO.
            EVALUATE TRUE
                WHEN PED-ACESSO
                   MOVE 'ACESSO'          TO WS-DESC-TIPO
                WHEN PED-CORRECAO
                   MOVE 'CORRECAO'        TO WS-DESC-TIPO
                WHEN PED-ELIMINACAO
                   MOVE 'ELIMINACAO'      TO WS-DESC-TIPO
                WHEN PED-PORTABILIDADE
                   MOVE 'PORTABILIDADE'   TO WS-DESC-TIPO
                WHEN PED-REVOGACAO
                   MOVE 'REVOGA CONSENT.' TO WS-DESC-TIPO
                WHEN OTHER
                   MOVE '?'               TO WS-DESC-TIPO
            END-EVALUATE
           .

       P-DESCREVE-TIPO-FIM.
           EXIT.

       P-DESCREVE-RESOLUCAO.
            EVALUATE TRUE
                WHEN RES-DOSSIE
                   MOVE 'DOSSIE EMITIDO'       TO WS-DESC-RESOLUCAO
                WHEN RES-CORRIGIDO
                   MOVE 'CADASTRO CORRIGIDO'   TO WS-DESC-RESOLUCAO
                WHEN RES-ANONIMIZADO
                   MOVE 'ANONIMIZADO'          TO WS-DESC-RESOLUCAO
                WHEN RES-EXPORTADO
                   MOVE 'DADOS EXPORTADOS'     TO WS-DESC-RESOLUCAO
                WHEN RES-CONSENT-REVOG
                   MOVE 'CONSENT. REVOGADO'    TO WS-DESC-RESOLUCAO
                WHEN RES-INDEFERIDO
                   MOVE 'INDEFERIDO'           TO WS-DESC-RESOLUCAO
                WHEN OTHER
                   MOVE '?'                    TO WS-DESC-RESOLUCAO
            END-EVALUATE
           .

       P-DESCREVE-RESOLUCAO-FIM.
           EXIT.

      * Procura o contato WS-ID-CONTATO em CONTATOS.dat e guarda o
      * nome e se ele ja foi anonimizado (marca do PG13ANOCNT).
       P-LE-CONTATO.
            SET ACHOU TO FALSE
            MOVE SPACES TO WS-NM-CONTATO
            MOVE 'N'    TO WS-ANONIMIZADO

            OPEN INPUT CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13PEDTIT'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-LE-CONTATO-FIM
            END-IF

            MOVE WS-ID-CONTATO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                     CONTINUE
             NOT INVALID KEY
                     SET ACHOU TO TRUE
                     MOVE NM-CONTATO TO WS-NM-CONTATO
                     IF NM-CONTATO EQUAL '*ANONIMIZADO*' THEN
                        MOVE 'S' TO WS-ANONIMIZADO
                     END-IF
            END-READ

            CLOSE CONTATOS
           .

       P-LE-CONTATO-FIM.
           EXIT.

      * Maior numero de pedido ja usado, para numerar o proximo.
       P-MAIOR-NUMERO.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-MAIOR-NUMERO

            OPEN INPUT PEDIDOS

            IF NOT PED-OK THEN
               GO TO P-MAIOR-NUMERO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ PEDIDOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF PED-NUMERO > WS-MAIOR-NUMERO THEN
                           MOVE PED-NUMERO TO WS-MAIOR-NUMERO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE PEDIDOS
            SET EOF-OK TO FALSE
           .

       P-MAIOR-NUMERO-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13PEDTIT.
