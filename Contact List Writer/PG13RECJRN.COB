      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Recuperacao de CONTATOS.dat por jornal - restaura uma
      *          geracao de backup catalogada pelo PG13BAKCTT e, em
      *          seguida, reaplica sobre ela as imagens posteriores
      *          gravadas em JORNAL.dat (via PG13JRNCTT) desde a hora
      *          da copia ate a data/hora de corte escolhida pelo
      *          operador - assim uma execucao ruim de madrugada se
      *          desfaz restaurando o backup da vespera e reaplicando
      *          so o que veio antes dela, sem redigitar o dia.
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
      * Update: 15/10/2026 - Recuperacao com corte anota em
      *                      JORNAL_DESCARTES.dat a janela desfeita
      *                      (do corte ao fim da recuperacao); as
      *                      gravacoes de janelas ja descartadas nao
      *                      sao reaplicadas numa recuperacao posterior
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13RECJRN.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTATOS ASSIGN TO
                 '.\CONTATOS.dat'
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT CATALOGO ASSIGN TO ".\BACKUP_CATALOGO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CAT-FS.

            SELECT BACKUP ASSIGN TO WS-NOME-BACKUP
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-BAK-FS.

            SELECT JORNAL ASSIGN TO ".\JORNAL.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-JRN-FS.

            SELECT DESCARTES ASSIGN TO ".\JORNAL_DESCARTES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-DSC-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD CATALOGO.
       01 REG-CATALOGO.
          03 CAT-ARQUIVO          PIC X(40).
          03 CAT-DATA             PIC 9(08).
          03 CAT-HORA             PIC 9(06).
          03 CAT-QTD              PIC 9(06).

       FD BACKUP.
       01 REG-BACKUP               PIC X(600).

       FD JORNAL.
          COPY FD_JORNL.

       FD DESCARTES.
          COPY FD_JRDSC.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-NOME-BACKUP        PIC X(40) VALUE SPACES.

       01 WS-TABELA-CATALOGO.
          03 WS-CAT-LINHA OCCURS 20 TIMES.
             05 WS-CAT-ARQUIVO    PIC X(40).
             05 WS-CAT-DATA       PIC 9(08).
             05 WS-CAT-HORA       PIC 9(06).
             05 WS-CAT-QTD        PIC 9(06).

       77 WS-QTD-CATALOGO       PIC 9(02) VALUE ZEROS.
       77 WS-IDX-CAT            PIC 9(02) VALUE ZEROS.
       77 WS-ESCOLHA            PIC 9(02) VALUE ZEROS.

       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-CAT-FS             PIC 9(02).
          88 CAT-OK           VALUE 0.

       77 WS-BAK-FS             PIC 9(02).
          88 BAK-OK           VALUE 0.

       77 WS-JRN-FS             PIC 9(02).
          88 JRN-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-DSC-FS             PIC 9(02).
          88 DSC-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-CONFIRM            PIC X(01) VALUE SPACE.

      * Janela de reaplicacao: do momento da copia (inclusive) ate o
      * corte informado (inclusive), comparadas como AAAAMMDDHHMMSS.
       01 WS-MOMENTO-COPIA.
          03 WS-COPIA-DATA        PIC 9(08) VALUE ZEROS.
          03 WS-COPIA-HORA        PIC 9(06) VALUE ZEROS.

       01 WS-MOMENTO-CORTE.
          03 WS-CORTE-DATA        PIC 9(08) VALUE ZEROS.
          03 WS-CORTE-HORA        PIC 9(06) VALUE ZEROS.

       01 WS-MOMENTO-JORNAL.
          03 WS-JORNAL-DATA       PIC 9(08) VALUE ZEROS.
          03 WS-JORNAL-HORA       PIC 9(06) VALUE ZEROS.

      * Janelas desfeitas por recuperacoes anteriores com corte
      * (JORNAL_DESCARTES.dat): gravacao depois do corte e ate o fim
      * daquela recuperacao nao volta.
       01 WS-TABELA-DESCARTES.
          03 WS-DSC-LINHA OCCURS 100 TIMES.
             05 WS-DSC-CORTE      PIC 9(14).
             05 WS-DSC-RECUP      PIC 9(14).

       77 WS-QTD-DESCARTES      PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DSC            PIC 9(03) VALUE ZEROS.
       77 WS-MOMENTO-TESTE      PIC 9(14) VALUE ZEROS.
       77 WS-DESCARTADA         PIC X(01) VALUE 'N'.
          88 ENTRADA-DESCARTADA VALUE 'S'.

       77 WS-QTD-RESTAURADOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-APLICADOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FORA-JANELA    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DESCARTADAS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_DURLOG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** RECUPERACAO DE CONTATOS POR JORNAL *****"

      * A recuperacao sobrepoe o arquivo vivo: so roda para operadores
      * com o indicador de autorizacao ligado no login do PG13MENU.
            IF LK-AUTORIZADO NOT = 'S' THEN
               DISPLAY "RECUPERACAO RESTRITA A OPERADORES "
                       "AUTORIZADOS."
               PERFORM P-END
            END-IF

            PERFORM P-CARREGA-CATALOGO THRU P-CARREGA-CATALOGO-FIM
            PERFORM P-ESCOLHE-GERACAO THRU P-ESCOLHE-GERACAO-FIM

            IF WS-CONFIRM EQUAL 'S' THEN
               MOVE 'PG13RECJRN' TO LK-DUR-PROGRAMA
               MOVE 'I'          TO LK-DUR-EVENTO
               CALL 'PG13DURLOG' USING LK-DUR-AREA

               PERFORM P-RESTAURA THRU P-RESTAURA-FIM

               IF WS-QTD-RESTAURADOS > ZEROS THEN
                  PERFORM P-CARREGA-DESCARTES
                          THRU P-CARREGA-DESCARTES-FIM
                  PERFORM P-REAPLICA THRU P-REAPLICA-FIM
                  PERFORM P-REGISTRA-DESCARTE
                          THRU P-REGISTRA-DESCARTE-FIM
                  PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
               END-IF

               MOVE 'F'          TO LK-DUR-EVENTO
               CALL 'PG13DURLOG' USING LK-DUR-AREA
            ELSE
               DISPLAY "OPERACAO ABORTADA."
            END-IF

            PERFORM P-END
           .

      * Carrega em memoria as geracoes anotadas no catalogo do
      * PG13BAKCTT.
       P-CARREGA-CATALOGO.
            SET EOF-OK TO FALSE
            MOVE ZEROS  TO WS-QTD-CATALOGO

            OPEN INPUT CATALOGO

            IF CAT-OK THEN
               PERFORM UNTIL EOF-OK
                   READ CATALOGO
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF WS-QTD-CATALOGO < 20 THEN
                              ADD 1 TO WS-QTD-CATALOGO
                              MOVE CAT-ARQUIVO TO
                                   WS-CAT-ARQUIVO(WS-QTD-CATALOGO)
                              MOVE CAT-DATA TO
                                   WS-CAT-DATA(WS-QTD-CATALOGO)
                              MOVE CAT-HORA TO
                                   WS-CAT-HORA(WS-QTD-CATALOGO)
                              MOVE CAT-QTD TO
                                   WS-CAT-QTD(WS-QTD-CATALOGO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO
            END-IF
           .

       P-CARREGA-CATALOGO-FIM.

      * Mostra as geracoes, deixa o operador escolher uma e informar
      * a data/hora de corte da reaplicacao (em branco = tudo o que
      * houver no jornal) e pede confirmacao explicita.
       P-ESCOLHE-GERACAO.
            MOVE SPACE TO WS-CONFIRM

            IF WS-QTD-CATALOGO EQUAL ZEROS THEN
               DISPLAY "NENHUMA GERACAO CATALOGADA - NADA A "
                       "RECUPERAR."
               GO TO P-ESCOLHE-GERACAO-FIM
            END-IF

            DISPLAY "GERACOES DISPONIVEIS:"
            PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                    UNTIL WS-IDX-CAT > WS-QTD-CATALOGO
                DISPLAY "  <" WS-IDX-CAT "> "
                        WS-CAT-DATA(WS-IDX-CAT) " "
                        WS-CAT-HORA(WS-IDX-CAT) " - "
                        WS-CAT-QTD(WS-IDX-CAT) " REGISTROS - "
                        FUNCTION TRIM(WS-CAT-ARQUIVO(WS-IDX-CAT))
            END-PERFORM

            DISPLAY "Numero da geracao a restaurar: "
            ACCEPT WS-ESCOLHA

            IF WS-ESCOLHA < 1 OR WS-ESCOLHA > WS-QTD-CATALOGO THEN
               DISPLAY "GERACAO INVALIDA - OPERACAO ABORTADA."
               GO TO P-ESCOLHE-GERACAO-FIM
            END-IF

            MOVE WS-CAT-DATA(WS-ESCOLHA) TO WS-COPIA-DATA
            MOVE WS-CAT-HORA(WS-ESCOLHA) TO WS-COPIA-HORA

            DISPLAY "Reaplicar o jornal ate a data (AAAAMMDD, "
                    "em branco = tudo): "
            ACCEPT WS-CORTE-DATA

            IF WS-CORTE-DATA EQUAL ZEROS THEN
               MOVE 99999999 TO WS-CORTE-DATA
               MOVE 999999   TO WS-CORTE-HORA
            ELSE
               DISPLAY "Ate a hora (HHMMSS, em branco = fim do "
                       "dia): "
               ACCEPT WS-CORTE-HORA
               IF WS-CORTE-HORA EQUAL ZEROS THEN
                  MOVE 235959 TO WS-CORTE-HORA
               END-IF
            END-IF

            IF WS-MOMENTO-CORTE < WS-MOMENTO-COPIA THEN
               DISPLAY "CORTE ANTERIOR A GERACAO ESCOLHIDA - "
                       "OPERACAO ABORTADA."
               GO TO P-ESCOLHE-GERACAO-FIM
            END-IF

            DISPLAY "A GERACAO DE " WS-COPIA-DATA " " WS-COPIA-HORA
                    " COM " WS-CAT-QTD(WS-ESCOLHA) " REGISTROS VAI "
                    "SUBSTITUIR O CONTATOS.dat ATUAL, E O JORNAL "
                    "SERA REAPLICADO ATE " WS-CORTE-DATA " "
                    WS-CORTE-HORA "."
            DISPLAY "CONFIRMA A RECUPERACAO? <S> PARA CONFIRMAR, "
                    "<QUALQUER TECLA> PARA ABORTAR."
            ACCEPT WS-CONFIRM
           .

       P-ESCOLHE-GERACAO-FIM.
           EXIT.

      * Regrava CONTATOS.dat inteiro a partir da geracao escolhida,
      * como na restauracao do PG13BAKCTT.
       P-RESTAURA.
            MOVE WS-CAT-ARQUIVO(WS-ESCOLHA) TO WS-NOME-BACKUP
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-RESTAURADOS

            OPEN INPUT BACKUP

            IF NOT BAK-OK THEN
               DISPLAY "ERRO AO ABRIR A GERACAO ESCOLHIDA."
               DISPLAY "Error ID: " WS-BAK-FS
               GO TO P-RESTAURA-FIM
            END-IF

            OPEN OUTPUT CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13RECJRN'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE BACKUP
               GO TO P-RESTAURA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ BACKUP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-BACKUP TO REG-CONTATOS
                        WRITE REG-CONTATOS
                             INVALID KEY
                                 DISPLAY "CHAVE DUPLICADA NA "
                                         "RESTAURACAO: " ID-CONTATO
                         NOT INVALID KEY
                                 ADD 1 TO WS-QTD-RESTAURADOS
                        END-WRITE
                END-READ
            END-PERFORM

            CLOSE BACKUP
            CLOSE CONTATOS

            DISPLAY "GERACAO RESTAURADA: " WS-QTD-RESTAURADOS
                    " REGISTROS."
           .

       P-RESTAURA-FIM.
           EXIT.

      * Le JORNAL.dat do inicio ao fim e reaplica, na ordem em que
      * foram gravadas, as entradas que caem dentro da janela entre
      * a copia e o corte e fora das janelas ja descartadas; as
      * demais so sao contadas.
       P-REAPLICA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-APLICADOS
                          WS-QTD-FORA-JANELA WS-QTD-REJEITADOS
                          WS-QTD-DESCARTADAS

            OPEN INPUT JORNAL

            IF NOT JRN-OK THEN
               DISPLAY "JORNAL.dat INDISPONIVEL - FICA SO A GERACAO "
                       "RESTAURADA."
               DISPLAY "Error ID: " WS-JRN-FS
               GO TO P-REAPLICA-FIM
            END-IF

            OPEN I-O CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13RECJRN'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE JORNAL
               GO TO P-REAPLICA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ JORNAL
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        MOVE JRN-DATA TO WS-JORNAL-DATA
                        MOVE JRN-HORA TO WS-JORNAL-HORA

                        IF WS-MOMENTO-JORNAL < WS-MOMENTO-COPIA
                           OR WS-MOMENTO-JORNAL > WS-MOMENTO-CORTE THEN
                           ADD 1 TO WS-QTD-FORA-JANELA
                        ELSE
                           PERFORM P-CONFERE-DESCARTE
                                   THRU P-CONFERE-DESCARTE-FIM
                           IF ENTRADA-DESCARTADA THEN
                              ADD 1 TO WS-QTD-DESCARTADAS
                           ELSE
                              PERFORM P-REAPLICA-1-ENTRADA
                                      THRU P-REAPLICA-1-ENTRADA-FIM
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE JORNAL
            CLOSE CONTATOS

            DISPLAY "ENTRADAS DO JORNAL LIDAS : " WS-QTD-LIDOS
            DISPLAY "REAPLICADAS              : " WS-QTD-APLICADOS
            DISPLAY "FORA DA JANELA           : " WS-QTD-FORA-JANELA
            DISPLAY "DESCARTADAS ANTES        : " WS-QTD-DESCARTADAS
            DISPLAY "REJEITADAS               : " WS-QTD-REJEITADOS
           .

       P-REAPLICA-FIM.
           EXIT.

      * Reaplica uma entrada: inclusao e regravacao deixam o registro
      * igual a imagem posterior (gravando ou regravando conforme ele
      * exista ou nao na geracao restaurada); remocao fisica apaga o
      * registro da imagem anterior.
       P-REAPLICA-1-ENTRADA.
            IF JRN-REMOCAO THEN
               MOVE JRN-IMAGEM-ANTES TO REG-CONTATOS
               DELETE CONTATOS RECORD
                      INVALID KEY
                          ADD 1 TO WS-QTD-REJEITADOS
                          DISPLAY "REMOCAO SEM REGISTRO NA GERACAO: "
                                  ID-CONTATO " (" JRN-DATA " "
                                  JRN-HORA ")"
                  NOT INVALID KEY
                          ADD 1 TO WS-QTD-APLICADOS
               END-DELETE
               GO TO P-REAPLICA-1-ENTRADA-FIM
            END-IF

            MOVE JRN-IMAGEM-DEPOIS TO REG-CONTATOS

            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                     MOVE JRN-IMAGEM-DEPOIS TO REG-CONTATOS
                     WRITE REG-CONTATOS
                           INVALID KEY
                               ADD 1 TO WS-QTD-REJEITADOS
                               DISPLAY "ERRO AO REAPLICAR: " ID-CONTATO
                                       " - FS " WS-FS
                       NOT INVALID KEY
                               ADD 1 TO WS-QTD-APLICADOS
                     END-WRITE
             NOT INVALID KEY
                     MOVE JRN-IMAGEM-DEPOIS TO REG-CONTATOS
                     REWRITE REG-CONTATOS
                           INVALID KEY
                               ADD 1 TO WS-QTD-REJEITADOS
                               DISPLAY "ERRO AO REAPLICAR: " ID-CONTATO
                                       " - FS " WS-FS
                       NOT INVALID KEY
                               ADD 1 TO WS-QTD-APLICADOS
                     END-REWRITE
            END-READ
           .

       P-REAPLICA-1-ENTRADA-FIM.
           EXIT.

      * Entrada do jornal (WS-MOMENTO-JORNAL) dentro de uma janela
      * desfeita por uma recuperacao anterior com corte.
       P-CONFERE-DESCARTE.
            MOVE 'N' TO WS-DESCARTADA
            MOVE WS-MOMENTO-JORNAL TO WS-MOMENTO-TESTE

            PERFORM VARYING WS-IDX-DSC FROM 1 BY 1
                    UNTIL WS-IDX-DSC > WS-QTD-DESCARTES
                          OR ENTRADA-DESCARTADA
                IF WS-MOMENTO-TESTE > WS-DSC-CORTE(WS-IDX-DSC)
                   AND WS-MOMENTO-TESTE NOT > WS-DSC-RECUP(WS-IDX-DSC)
                   THEN
                   MOVE 'S' TO WS-DESCARTADA
                END-IF
            END-PERFORM
           .

       P-CONFERE-DESCARTE-FIM.
           EXIT.

      * Carrega as janelas desfeitas pelas recuperacoes anteriores;
      * arquivo ainda inexistente = nenhuma.
       P-CARREGA-DESCARTES.
            SET EOF-OK TO FALSE
            MOVE ZEROS  TO WS-QTD-DESCARTES

            OPEN INPUT DESCARTES

            IF DSC-OK THEN
               PERFORM UNTIL EOF-OK
                   READ DESCARTES
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF WS-QTD-DESCARTES < 100 THEN
                              ADD 1 TO WS-QTD-DESCARTES
                              MOVE DSC-CORTE TO
                                   WS-DSC-CORTE(WS-QTD-DESCARTES)
                              MOVE DSC-RECUPERACAO TO
                                   WS-DSC-RECUP(WS-QTD-DESCARTES)
                           ELSE
                              DISPLAY "JORNAL_DESCARTES.dat COM MAIS "
                                      "DE 100 JANELAS - IGNORANDO O "
                                      "RESTANTE"
                              SET EOF-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DESCARTES
            END-IF
           .

       P-CARREGA-DESCARTES-FIM.
           EXIT.

      * Com corte informado, o que o jornal tem depois dele ate agora
      * foi desfeito pela restauracao: anota a janela para nenhuma
      * recuperacao posterior nem o movimento do faturamento usar
      * essas gravacoes de novo. Sem corte (tudo reaplicado) nao ha
      * o que anotar.
       P-REGISTRA-DESCARTE.
            IF WS-CORTE-DATA EQUAL 99999999 THEN
               GO TO P-REGISTRA-DESCARTE-FIM
            END-IF

            MOVE SPACES                     TO REG-JRN-DESCARTE
            MOVE WS-MOMENTO-CORTE           TO DSC-CORTE
            MOVE FUNCTION CURRENT-DATE(1:14) TO DSC-RECUPERACAO
            MOVE LK-OPERADOR                TO DSC-OPERADOR
            MOVE WS-NOME-BACKUP             TO DSC-GERACAO

            OPEN EXTEND DESCARTES
            IF WS-DSC-FS EQUAL 35 THEN
               OPEN OUTPUT DESCARTES
            END-IF

            IF NOT DSC-OK THEN
               MOVE 'PG13RECJRN'        TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR DESCARTES'  TO LK-ERRO-OPERACAO
               MOVE WS-DSC-FS           TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               DISPLAY "ATENCAO: JANELA DESCARTADA NAO ANOTADA - AS "
                       "GRAVACOES APOS " WS-CORTE-DATA " "
                       WS-CORTE-HORA " CONTINUAM VALENDO NO JORNAL."
               GO TO P-REGISTRA-DESCARTE-FIM
            END-IF

            WRITE REG-JRN-DESCARTE
            CLOSE DESCARTES

            DISPLAY "JANELA DESCARTADA ANOTADA: DE " DSC-CORTE
                    " ATE " DSC-RECUPERACAO
           .

       P-REGISTRA-DESCARTE-FIM.
           EXIT.

      * Grava uma linha de totais de controle (entradas do jornal
      * lidas, reaplicadas e rejeitadas) em CONTROLE.dat.
       P-GRAVA-CONTROLE.
            MOVE 'PG13RECJRN'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS      TO CTL-QTD-LIDOS
            MOVE WS-QTD-APLICADOS  TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-REJEITADOS TO CTL-QTD-REJEITADOS

            OPEN EXTEND CONTROLE
            IF WS-CTL-FS EQUAL 35 THEN
               OPEN OUTPUT CONTROLE
            END-IF

            IF CTL-OK THEN
               WRITE REG-CONTROLE
               CLOSE CONTROLE
            END-IF
           .

       P-GRAVA-CONTROLE-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13RECJRN.
