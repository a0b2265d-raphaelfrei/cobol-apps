      * Update: 02/09/2026 - Inicio, fim e tempo decorrido da execucao
      *                      registrados em DURACAO.dat via PG13DURLOG,
      *                      para o relatorio de duracoes anormais
      * Update: 15/10/2026 - Imagem completa do registro antes e
      *                      depois de cada gravacao em CONTATOS.dat
      *                      acrescentada a JORNAL.dat via PG13JRNCTT,
      *                      para a recuperacao por PG13RECJRN
      * Update: 15/10/2026 - Arquivo do RH com cabecalho (data de
      *                      geracao e numero sequencial) e rodape
      *                      (quantidade e soma dos TRN-ID): so e
      *                      aplicado o arquivo liberado pela
      *                      pre-critica PG13EDTTRN em
      *                      CTT_REGISTRO.dat, e ao fim da carga
      *                      completa o numero fica registrado como
      *                      processado
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
      * Update: 15/10/2026 - Nome duplicado procurado pela chave
      *                      alternativa NM-CONTATO em vez de varrer
      *                      CONTATOS.dat a cada ADD; CPF de outro
      *                      contato ativo (chave CPF-CONTATO) vira
      *                      excecao "CPF JA CADASTRADO" no ADD e no
      *                      CHANGE
      * Update: 15/10/2026 - Nome da transacao (o completo, quando
      *                      vier, ou TRN-NOME) separado em prenome e
      *                      sobrenome pelo PG13NOMCTT no ADD e no
      *                      CHANGE; separacao duvidosa grava so o
      *                      nome curto e deixa as partes para o
      *                      PG13SEPNOM
      * Update: 15/10/2026 - Transacao rejeitada tambem vai para
      *                      REJEITOS.dat com a imagem completa e a
      *                      situacao aberta, para a bancada de
      *                      rejeicoes (PG13TRTREJ) corrigir e
      *                      reenviar
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13TRNCTT.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

            SELECT REGISTRO ASSIGN TO ".\CTT_REGISTRO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-RTR-FS.

            SELECT CHECKPT ASSIGN TO ".\CTT_TRANSACOES.CKP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CKP-FS.

            SELECT REJEITOS ASSIGN TO ".\REJEITOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-REJ-FS.

       DATA DIVISION.

       FILE SECTION.
       FD HISTORICO.
          COPY FD_HISTC.

       FD TRANSACOES.
          COPY FD_TRNCT.

       FD REGISTRO.
          COPY FD_REGTR.

       FD EXCECOES.
       01 REG-EXCECAO              PIC X(80).
       FD CHECKPT.
       01 REG-CHECKPT               PIC 9(08).

       FD REJEITOS.
          COPY FD_REJEI.

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
      * REWRITE, apenas para conferir se a data/hora da ultima
      * alteracao ainda e a mesma que foi lida no inicio da operacao
      * (protecao contra a carga noturna sobrescrever uma alteracao
      * feita por um operador durante o dia).
       01 WS-VERIF-REGISTRO    PIC X(600) VALUE SPACES.

       01 FILLER REDEFINES WS-VERIF-REGISTRO.
          03 FILLER                    PIC X(48).
          03 WS-VERIF-DT-ULT-ALTERACAO.
             05 WS-VERIF-DT-ULT-ALT-DATA  PIC 9(08).
             05 WS-VERIF-DT-ULT-ALT-HORA  PIC 9(06).
          03 FILLER                    PIC X(538).

       77 WS-CONFLITO           PIC X(01) VALUE 'N'.
          88 HOUVE-CONFLITO   VALUE 'S'.

       77 WS-NM-ANTIGO          PIC X(20) VALUE SPACES.

       77 WS-NOVO-NOME          PIC X(20) VALUE SPACES.
       77 WS-NOVO-NOME-UC       PIC X(20) VALUE SPACES.
       77 WS-TRN-PRENOME        PIC X(30) VALUE SPACES.
       77 WS-TRN-SOBRENOME      PIC X(40) VALUE SPACES.
       77 WS-NOME-CHAVE         PIC X(20) VALUE SPACES.
       77 WS-DUP-ENCONTRADO     PIC X(01) VALUE 'N'.
          88 DUP-ENCONTRADA   VALUE 'S'.
       77 WS-DUP-ID             PIC 9(06) VALUE ZEROS.
       77 WS-ID-SALVO           PIC 9(06) VALUE ZEROS.

      * Outro contato ativo ja cadastrado com o CPF da transacao.
       77 WS-CPF-DUP            PIC X(01) VALUE 'N'.
          88 CPF-DUPLICADO    VALUE 'S'.
       77 WS-CPF-DUP-ID         PIC 9(06) VALUE ZEROS.
       77 WS-FIM-CHAVE          PIC X(01) VALUE 'N'.
          88 FIM-CHAVE        VALUE 'S'.

      * A conferencia dos digitos verificadores do CPF e feita pelo
      * utilitario PG13CPFDV, com o mesmo calculo de CPF_CALC.COB
      * (P-CALC-1/P-CALC-2), para nao duplicar a aritmetica aqui.
          88 CKP-OK           VALUE 0.

       77 WS-ULT-TRN-PROC       PIC 9(08) VALUE ZEROS.

      * Liberacao do arquivo pela pre-critica (CTT_REGISTRO.dat).
       77 WS-RTR-FS             PIC 9(02).
          88 RTR-OK           VALUE 0.

       77 WS-LIBERADO           PIC X(01) VALUE 'N'.
          88 ARQUIVO-LIBERADO VALUE 'S'.
       77 WS-PROCESSADO         PIC X(01) VALUE 'N'.
          88 ARQUIVO-PROCESSADO VALUE 'S'.

       77 WS-NUMERO-ARQ         PIC 9(06) VALUE ZEROS.
       77 WS-DT-GERACAO-ARQ     PIC 9(08) VALUE ZEROS.
       77 WS-QTD-ARQ            PIC 9(06) VALUE ZEROS.
       77 WS-HASH-ARQ           PIC 9(12) VALUE ZEROS.
       77 WS-TRN-ATUAL          PIC 9(08) VALUE ZEROS.

      * Rejeicoes permanentes (REJEITOS.dat): o numero segue o maior
      * ja gravado por esta carga ou pela alteracao em lote.
       77 WS-REJ-FS             PIC 9(02).
          88 REJ-OK           VALUE 0.
       77 WS-ULT-REJEITO        PIC 9(06) VALUE ZEROS.
       77 WS-FIM-REJEITOS       PIC X(01) VALUE 'N'.
          88 FIM-REJEITOS     VALUE 'S'.

       COPY LK_ERRFS.
       COPY LK_DURLOG.
       COPY LK_CPFDV.
       COPY LK_JRNCTT.
       COPY LK_NOMCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE TRANSACOES."
               DISPLAY "Error ID: " WS-TRN-FS
            ELSE
               PERFORM P-CONFERE-LIBERACAO
                       THRU P-CONFERE-LIBERACAO-FIM

               IF NOT ARQUIVO-LIBERADO THEN
                  CLOSE TRANSACOES
                  GO TO P-PROCESSA-LOTE-FIM
               END-IF

               OPEN OUTPUT EXCECOES

               IF NOT EXC-OK THEN
                  DISPLAY "ERRO AO ABRIR O ARQUIVO DE EXCECOES."
                  DISPLAY "Error ID: " WS-EXC-FS
               ELSE
                  PERFORM P-ABRE-REJEITOS THRU P-ABRE-REJEITOS-FIM

                  OPEN I-O CONTATOS

                  IF NOT FS-OK THEN
                     MOVE ZEROS TO WS-TRN-ATUAL
                     PERFORM P-GRAVA-CHECKPOINT
                             THRU P-GRAVA-CHECKPOINT-FIM
                     PERFORM P-REGISTRA-PROCESSADO
                             THRU P-REGISTRA-PROCESSADO-FIM
                  END-IF

                  CLOSE EXCECOES
                  IF REJ-OK THEN
                     CLOSE REJEITOS
                  END-IF

                  DISPLAY "PROCESSAMENTO EM LOTE CONCLUIDO."
                  DISPLAY "TRANSACOES LIDAS    : " WS-QTD-LIDAS

       P-PROCESSA-LOTE-FIM.

      * Le o cabecalho (primeira linha do arquivo) e procura o numero
      * em CTT_REGISTRO.dat: so segue a carga de arquivo liberado pela
      * pre-critica e ainda nao processado.
       P-CONFERE-LIBERACAO.
            MOVE 'N' TO WS-LIBERADO
            MOVE 'N' TO WS-PROCESSADO

            READ TRANSACOES
                 AT END
                     DISPLAY "ARQUIVO DE TRANSACOES VAZIO."
                     GO TO P-CONFERE-LIBERACAO-FIM
            END-READ

            ADD 1 TO WS-TRN-ATUAL

            IF NOT TRN-CABECALHO THEN
               DISPLAY "ARQUIVO SEM CABECALHO - CARGA NAO EXECUTADA. "
                       "RODE A PRE-CRITICA (PG13EDTTRN)."
               GO TO P-CONFERE-LIBERACAO-FIM
            END-IF

            MOVE TRH-NUMERO     TO WS-NUMERO-ARQ
            MOVE TRH-DT-GERACAO TO WS-DT-GERACAO-ARQ

            OPEN INPUT REGISTRO

            IF RTR-OK THEN
               PERFORM UNTIL EOF-OK
                   READ REGISTRO
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF RTR-NUMERO EQUAL WS-NUMERO-ARQ THEN
                              IF RTR-LIBERADO THEN
                                 MOVE 'S'      TO WS-LIBERADO
                                 MOVE RTR-QTD  TO WS-QTD-ARQ
                                 MOVE RTR-HASH TO WS-HASH-ARQ
                              END-IF
                              IF RTR-PROCESSADO THEN
                                 MOVE 'S'      TO WS-PROCESSADO
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRO
               SET EOF-OK TO FALSE
            END-IF

            IF ARQUIVO-PROCESSADO THEN
               MOVE 'N' TO WS-LIBERADO
               DISPLAY "ARQUIVO " WS-NUMERO-ARQ " JA PROCESSADO - "
                       "CARGA NAO EXECUTADA."
               GO TO P-CONFERE-LIBERACAO-FIM
            END-IF

            IF NOT ARQUIVO-LIBERADO THEN
               DISPLAY "ARQUIVO " WS-NUMERO-ARQ " NAO LIBERADO PELA "
                       "PRE-CRITICA (PG13EDTTRN) - CARGA NAO "
                       "EXECUTADA."
            END-IF
           .

       P-CONFERE-LIBERACAO-FIM.
           EXIT.

      * Carga completa: o numero do arquivo passa a constar como
      * processado em CTT_REGISTRO.dat, e nao sera aceito de novo.
       P-REGISTRA-PROCESSADO.
            OPEN EXTEND REGISTRO
            IF WS-RTR-FS EQUAL 35 THEN
               OPEN OUTPUT REGISTRO
            END-IF

            IF NOT RTR-OK THEN
               MOVE 'PG13TRNCTT'      TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR REGISTRO' TO LK-ERRO-OPERACAO
               MOVE WS-RTR-FS         TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-REGISTRA-PROCESSADO-FIM
            END-IF

            MOVE WS-NUMERO-ARQ     TO RTR-NUMERO
            MOVE WS-DT-GERACAO-ARQ TO RTR-DT-GERACAO
            SET  RTR-PROCESSADO    TO TRUE
            MOVE FUNCTION CURRENT-DATE(1:8) TO RTR-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO RTR-HORA
            MOVE WS-QTD-ARQ        TO RTR-QTD
            MOVE WS-HASH-ARQ       TO RTR-HASH
            MOVE SPACES            TO RTR-MOTIVO

            WRITE REG-REGISTRO-TRN
            CLOSE REGISTRO
           .

       P-REGISTRA-PROCESSADO-FIM.

      * Le uma transacao do arquivo; as que ja foram processadas em
      * uma execucao interrompida (ate o ponto do checkpoint) sao
      * puladas, e o checkpoint e atualizado apos cada transacao
                     SET EOF-OK TO TRUE
                 NOT AT END
                     ADD 1 TO WS-TRN-ATUAL
                     IF WS-TRN-ATUAL > WS-ULT-TRN-PROC
                        AND NOT TRN-RODAPE THEN
                        ADD 1 TO WS-QTD-LIDAS
                        PERFORM P-APLICA-TRANSACAO
                                THRU P-APLICA-TRANSACAO-FIM

       P-APLICA-TRANSACAO-FIM.

      * Nome curto e partes do nome da transacao, pelo PG13NOMCTT; a
      * separacao duvidosa deixa as partes em branco.
       P-NOME-TRANSACAO.
            IF TRN-NM-COMPLETO EQUAL SPACES THEN
               MOVE TRN-NOME        TO LK-NMC-NOME-COMPLETO
            ELSE
               MOVE TRN-NM-COMPLETO TO LK-NMC-NOME-COMPLETO
            END-IF

            MOVE 'S' TO LK-NMC-FUNCAO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            MOVE LK-NMC-NOME-CURTO TO WS-NOVO-NOME
            IF LK-NMC-CONFIAVEL THEN
               MOVE LK-NMC-PRENOME   TO WS-TRN-PRENOME
               MOVE LK-NMC-SOBRENOME TO WS-TRN-SOBRENOME
            ELSE
               MOVE SPACES TO WS-TRN-PRENOME WS-TRN-SOBRENOME
            END-IF
            .

       P-NOME-TRANSACAO-FIM.
           EXIT.

      * Grava um contato novo com o ID informado na transacao. Uma
      * carga noturna nao tem operador para confirmar um nome
      * duplicado nem um ID repetido, entao os dois casos viram
      * excecao em vez de pedir confirmacao.
      * As verificacoes de duplicados precisam rodar antes de mover
      * os dados da transacao para o registro da FD: as leituras
      * pelas chaves alternativas repopulam o registro da FD, entao
      * mover a transacao para la antes faria o WRITE gravar o
      * nome/CPF/tipo do ultimo registro lido, nao o da transacao
      * sendo aplicada.
       P-APLICA-ADD.
            MOVE TRN-CPF          TO WS-CPF-CONTATO
            PERFORM P-VALIDA-CPF THRU P-VALIDA-CPF-FIM
               MOVE "CPF INVALIDO" TO WS-MOTIVO
               PERFORM P-GRAVA-EXCECAO THRU P-GRAVA-EXCECAO-FIM
            ELSE
               PERFORM P-VERIFICA-CPF-ATIVO
                       THRU P-VERIFICA-CPF-ATIVO-FIM
               IF CPF-DUPLICADO THEN
                  MOVE "CPF JA CADASTRADO" TO WS-MOTIVO
                  PERFORM P-GRAVA-EXCECAO THRU P-GRAVA-EXCECAO-FIM
                  GO TO P-APLICA-ADD-FIM
               END-IF

               PERFORM P-NOME-TRANSACAO THRU P-NOME-TRANSACAO-FIM
               MOVE FUNCTION UPPER-CASE(WS-NOVO-NOME)
                    TO WS-NOVO-NOME-UC

               PERFORM P-VERIFICA-DUPLICADO
                       THRU P-VERIFICA-DUPLICADO-FIM

               IF DUP-ENCONTRADA THEN
                  MOVE "NOME DUPLICADO" TO WS-MOTIVO
                  PERFORM P-GRAVA-EXCECAO THRU P-GRAVA-EXCECAO-FIM
               ELSE
                  MOVE SPACES           TO REG-CONTATOS
                  MOVE ZEROS            TO DT-NASCIMENTO ID-EMPRESA
                                           DT-ULT-VERIFICACAO
                                           CPF-DT-CONSULTA-RF
                  MOVE TRN-ID           TO ID-CONTATO
                  MOVE WS-NOVO-NOME     TO NM-CONTATO
                  MOVE WS-TRN-PRENOME   TO NM-PRENOME
                  MOVE WS-TRN-SOBRENOME TO NM-SOBRENOME
                  MOVE TRN-CPF          TO CPF-CONTATO
                  MOVE TRN-TIPO         TO TP-CONTATO

                  MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA
                  SET CONTATO-ATIVO TO TRUE
                  MOVE ZEROS TO QTD-CT-METODOS
                  INITIALIZE CT-METODO-DEVOLUCOES

                  WRITE REG-CONTATOS
                        INVALID KEY
                                    THRU P-GRAVA-EXCECAO-FIM
                    NOT INVALID KEY
                            ADD 1 TO WS-QTD-APLICADAS
                            MOVE 'I'         TO LK-JRN-ACAO
                            MOVE "INCLUSAO"  TO LK-JRN-OPERACAO
                            MOVE SPACES      TO LK-JRN-ANTES
                            PERFORM P-GRAVA-JORNAL
                                    THRU P-GRAVA-JORNAL-FIM
                  END-WRITE
               END-IF
            END-IF
      * contato TRN-ID. Um CPF invalido no campo de troca cancela so
      * essa transacao, sem tocar no restante do registro.
       P-APLICA-CHANGE.
            IF TRN-CPF NOT = ZEROS THEN
               PERFORM P-VERIFICA-CPF-ATIVO
                       THRU P-VERIFICA-CPF-ATIVO-FIM
               IF CPF-DUPLICADO THEN
                  MOVE "CPF JA CADASTRADO" TO WS-MOTIVO
                  PERFORM P-GRAVA-EXCECAO THRU P-GRAVA-EXCECAO-FIM
                  GO TO P-APLICA-CHANGE-FIM
               END-IF
            END-IF

            MOVE TRN-ID TO ID-CONTATO

            READ CONTATOS INTO WS-REGISTRO
                           ELSE
                              MOVE WS-NM-CONTATO TO WS-NM-ANTIGO

                              IF TRN-NOME NOT = SPACES
                                 OR TRN-NM-COMPLETO NOT = SPACES THEN
                                 PERFORM P-NOME-TRANSACAO
                                         THRU P-NOME-TRANSACAO-FIM
                                 MOVE WS-NOVO-NOME     TO NM-CONTATO
                                 MOVE WS-TRN-PRENOME   TO NM-PRENOME
                                 MOVE WS-TRN-SOBRENOME TO NM-SOBRENOME
                              END-IF
                              IF TRN-CPF NOT = ZEROS THEN
                                 MOVE TRN-CPF TO CPF-CONTATO
                              PERFORM P-GRAVA-HISTORICO
                                      THRU P-GRAVA-HISTORICO-FIM

                              MOVE 'R'           TO LK-JRN-ACAO
                              MOVE "ALTERACAO"   TO LK-JRN-OPERACAO
                              MOVE WS-VERIF-REGISTRO TO LK-JRN-ANTES
                              PERFORM P-GRAVA-JORNAL
                                      THRU P-GRAVA-JORNAL-FIM

                              ADD 1 TO WS-QTD-APLICADAS
                           END-IF
                        END-IF
                           PERFORM P-GRAVA-HISTORICO
                                   THRU P-GRAVA-HISTORICO-FIM

                           MOVE 'R'           TO LK-JRN-ACAO
                           MOVE "EXCLUSAO"    TO LK-JRN-OPERACAO
                           MOVE WS-VERIF-REGISTRO TO LK-JRN-ANTES
                           PERFORM P-GRAVA-JORNAL
                                   THRU P-GRAVA-JORNAL-FIM

                           ADD 1 TO WS-QTD-APLICADAS
                        END-IF
                     END-IF

       P-VERIFICA-CONCORRENCIA-FIM.

      * Procura, pela chave alternativa NM-CONTATO, um contato ja
      * gravado com o nome da transacao - como veio e em maiusculas
      * -, para nao gravar um possivel registro duplicado sem que
      * ninguem confirme.
       P-VERIFICA-DUPLICADO.
            MOVE 'N' TO WS-DUP-ENCONTRADO

            MOVE ID-CONTATO TO WS-ID-SALVO

            MOVE WS-NOVO-NOME TO WS-NOME-CHAVE
            PERFORM P-PROCURA-NOME THRU P-PROCURA-NOME-FIM

            IF NOT DUP-ENCONTRADA
               AND WS-NOVO-NOME-UC NOT = WS-NOVO-NOME THEN
               MOVE WS-NOVO-NOME-UC TO WS-NOME-CHAVE
               PERFORM P-PROCURA-NOME THRU P-PROCURA-NOME-FIM
            END-IF

            MOVE WS-ID-SALVO TO ID-CONTATO
           .

       P-VERIFICA-DUPLICADO-FIM.

       P-PROCURA-NOME.
            MOVE WS-NOME-CHAVE TO NM-CONTATO

            START CONTATOS KEY IS EQUAL TO NM-CONTATO
                  INVALID KEY
                      GO TO P-PROCURA-NOME-FIM
            END-START

            READ CONTATOS NEXT RECORD
                 AT END
                    CONTINUE
             NOT AT END
                    IF NM-CONTATO EQUAL WS-NOME-CHAVE THEN
                       MOVE 'S'        TO WS-DUP-ENCONTRADO
                       MOVE ID-CONTATO TO WS-DUP-ID
                    END-IF
            END-READ
           .

       P-PROCURA-NOME-FIM.
           EXIT.

      * Procura, pela chave alternativa CPF-CONTATO, outro contato
      * ATIVO (que nao o proprio TRN-ID) com o CPF da transacao; um
      * CPF de contato excluido pode voltar a ser usado.
       P-VERIFICA-CPF-ATIVO.
            MOVE 'N'   TO WS-CPF-DUP
            MOVE 'N'   TO WS-FIM-CHAVE
            MOVE ZEROS TO WS-CPF-DUP-ID

            MOVE TRN-CPF TO CPF-CONTATO

            START CONTATOS KEY IS EQUAL TO CPF-CONTATO
                  INVALID KEY
                      GO TO P-VERIFICA-CPF-ATIVO-FIM
            END-START

            PERFORM UNTIL FIM-CHAVE OR CPF-DUPLICADO
                READ CONTATOS NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-FIM-CHAVE
                 NOT AT END
                        IF CPF-CONTATO NOT = TRN-CPF THEN
                           MOVE 'S' TO WS-FIM-CHAVE
                        ELSE
                           IF CONTATO-ATIVO
                              AND ID-CONTATO NOT = TRN-ID THEN
                              MOVE 'S'        TO WS-CPF-DUP
                              MOVE ID-CONTATO TO WS-CPF-DUP-ID
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
           .

       P-VERIFICA-CPF-ATIVO-FIM.
           EXIT.

      * Confere os dois digitos verificadores do CPF informado
      * chamando PG13CPFDV, que usa o mesmo calculo de CPF_CALC.COB

            MOVE WS-LINHA-EXCECAO TO REG-EXCECAO
            WRITE REG-EXCECAO

            IF REJ-OK THEN
               ADD 1 TO WS-ULT-REJEITO
               MOVE SPACES            TO REG-REJEITO
               MOVE WS-ULT-REJEITO    TO REJ-NUMERO
               SET  REJ-CARGA-NOTURNA TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-DATA
               MOVE FUNCTION CURRENT-DATE(9:6) TO REJ-HORA
               MOVE WS-MOTIVO         TO REJ-MOTIVO
               SET  REJ-ABERTO        TO TRUE
               MOVE 'N'               TO REJ-CORRIGIDO
               MOVE ZEROS             TO REJ-DT-SITUACAO
               MOVE REG-TRANSACAO     TO REJ-TRANSACAO
               WRITE REG-REJEITO
            END-IF
           .

       P-GRAVA-EXCECAO-FIM.

      * Acha o maior numero ja gravado em REJEITOS.dat e deixa o
      * arquivo aberto para acrescentar as rejeicoes desta carga.
      * Sem o arquivo a carga segue, so com CTT_EXCECOES.dat.
       P-ABRE-REJEITOS.
            MOVE ZEROS TO WS-ULT-REJEITO
            MOVE 'N'   TO WS-FIM-REJEITOS

            OPEN INPUT REJEITOS

            IF REJ-OK THEN
               PERFORM UNTIL FIM-REJEITOS
                   READ REJEITOS
                        AT END
                           MOVE 'S' TO WS-FIM-REJEITOS
                    NOT AT END
                           IF REJ-NUMERO > WS-ULT-REJEITO THEN
                              MOVE REJ-NUMERO TO WS-ULT-REJEITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJEITOS
            END-IF

            OPEN EXTEND REJEITOS
            IF WS-REJ-FS EQUAL 35 THEN
               OPEN OUTPUT REJEITOS
            END-IF

            IF NOT REJ-OK THEN
               MOVE 'PG13TRNCTT'      TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR REJEITOS' TO LK-ERRO-OPERACAO
               MOVE WS-REJ-FS         TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
            END-IF
           .

       P-ABRE-REJEITOS-FIM.
           EXIT.

      * Grava uma linha de totais de controle (transacoes lidas,
      * aplicadas e em erro) em CONTROLE.dat ao final do processamento,
      * para conferencia posterior do volume da carga noturna.
       P-GRAVA-CONTROLE.
            MOVE 'PG13TRNCTT'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDAS          TO CTL-QTD-LIDOS

       P-GRAVA-CONTROLE-FIM.

      * Acrescenta a JORNAL.dat a imagem anterior e a posterior do
      * registro recem gravado em CONTATOS.dat, para a recuperacao
      * por PG13RECJRN a partir de uma geracao de backup.
       P-GRAVA-JORNAL.
            MOVE 'PG13TRNCTT'      TO LK-JRN-PROGRAMA
            MOVE 'NOTURNO'         TO LK-JRN-OPERADOR
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13TRNCTT.
