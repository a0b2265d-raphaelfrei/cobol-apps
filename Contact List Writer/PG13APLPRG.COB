      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Aplicacao das Alteracoes Programadas - etapa da carga
      *          noturna (PG13NOITE) que aplica em CONTATOS.dat toda
      *          alteracao pendente de ALT_PROGRAMADAS.dat cuja data de
      *          vigencia ja chegou, com a mesma entrada de
      *          HISTORICO.dat da alteracao normal (PG13ALTCNT). O
      *          nome novo vai para prenome, sobrenome e nome curto,
      *          padronizado pelo PG13NOMCTT. A alteracao que nao
      *          pode mais ser aplicada (contato excluido, mesclado ou
      *          removido, filial desativada, ou alterado por outro
      *          operador depois do registro) e marcada como recusada
      *          e vai para a lista de excecoes ALTPRG_EXCECOES.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13APLPRG.

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

            SELECT PROGRAMADAS ASSIGN TO ".\ALT_PROGRAMADAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-APG-FS.

            SELECT APGTEMP ASSIGN TO ".\ALT_PROGRAMADAS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-HIST-FS.

            SELECT FILIAIS ASSIGN TO ".\FILIAIS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FIL-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

            SELECT EXCECOES ASSIGN TO ".\ALTPRG_EXCECOES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-EXC-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD PROGRAMADAS.
          COPY FD_ALTPR.

      * Mesmo tamanho de REG-ALT-PROGRAMADA (227 bytes).
       FD APGTEMP.
       01 REG-APGTEMP              PIC X(227).

       FD HISTORICO.
          COPY FD_HISTC.

       FD FILIAIS.
          COPY FD_FILIA.

       FD CONTROLE.
          COPY FD_CTRLE.

       FD EXCECOES.
       01 REG-EXCECAO          PIC X(80).

       WORKING-STORAGE SECTION.
      * Imagem do contato lida no inicio da aplicacao, de onde saem o
      * nome antigo para o historico, a imagem anterior para o jornal
      * e a data/hora da ultima alteracao para a verificacao de
      * concorrencia.
       01 WS-REGISTRO          PIC X(600) VALUE SPACES.

       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO     PIC 9(06).
          03 WS-NM-CONTATO     PIC X(20).
          03 FILLER            PIC X(22).
          03 WS-DT-ULT-ALTERACAO.
             05 WS-DT-ULT-ALT-DATA  PIC 9(08).
             05 WS-DT-ULT-ALT-HORA  PIC 9(06).
          03 FILLER            PIC X(538).

       77 WS-FS                PIC 9(02).
          88 FS-OK           VALUE 0.

       77 WS-APG-FS            PIC 9(02).
          88 APG-OK          VALUE 0.

       77 WS-TMP-FS            PIC 9(02).
          88 TMP-OK          VALUE 0.

       77 WS-HIST-FS           PIC 9(02).
          88 HIST-OK         VALUE 0.

       77 WS-FIL-FS            PIC 9(02).
          88 FIL-OK          VALUE 0.

       77 WS-CTL-FS            PIC 9(02).
          88 CTL-OK          VALUE 0.

       77 WS-EXC-FS            PIC 9(02).
          88 EXC-OK          VALUE 0.

       77 WS-EOF               PIC X.
          88 EOF-OK          VALUE 'S' FALSE 'N'.

       77 WS-EOF-AUX           PIC X.
          88 EOF-AUX         VALUE 'S' FALSE 'N'.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.

       77 WS-CONFLITO          PIC X(01) VALUE 'N'.
          88 HOUVE-CONFLITO  VALUE 'S'.

       77 WS-MESCLADO          PIC X(01) VALUE 'N'.
          88 FOI-MESCLADO    VALUE 'S'.

       77 WS-FIL-ACHOU         PIC X(01) VALUE 'N'.
          88 FIL-ACHADA      VALUE 'S'.

       77 WS-ALTEROU           PIC X(01) VALUE 'N'.
          88 ALTEROU         VALUE 'S'.

       77 WS-MOTIVO-EXCECAO    PIC X(30) VALUE SPACES.
       77 WS-LINHA-EXCECAO     PIC X(80) VALUE SPACES.

       77 WS-QTD-VENCIDAS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-APLICADAS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RECUSADAS     PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_JRNCTT.
       COPY LK_NOMCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
            MOVE LK-OPERADOR TO WS-OPERADOR
            MOVE ZEROS TO WS-QTD-VENCIDAS WS-QTD-APLICADAS
                          WS-QTD-RECUSADAS
            MOVE 'N'   TO WS-ALTEROU

            PERFORM P-APLICA THRU P-APLICA-FIM

            IF ALTEROU THEN
               PERFORM P-REGRAVA-PROGRAMADAS
                       THRU P-REGRAVA-PROGRAMADAS-FIM
            END-IF

            DISPLAY "ALTERACOES PROGRAMADAS VENCIDAS: " WS-QTD-VENCIDAS
                    "  APLICADAS: " WS-QTD-APLICADAS
                    "  RECUSADAS: " WS-QTD-RECUSADAS

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
            PERFORM P-END
           .

      * Copia ALT_PROGRAMADAS.dat para o temporario, aplicando (ou
      * recusando) no caminho cada pendente com vigencia ate hoje.
       P-APLICA.
            SET EOF-OK TO FALSE

            OPEN INPUT PROGRAMADAS
            IF NOT APG-OK THEN
               GO TO P-APLICA-FIM
            END-IF

            OPEN OUTPUT APGTEMP
            OPEN OUTPUT EXCECOES
            OPEN I-O CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13APLPRG'       TO LK-ERRO-PROGRAMA
               MOVE 'ALTERAR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS              TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE PROGRAMADAS
               CLOSE APGTEMP
               CLOSE EXCECOES
               GO TO P-APLICA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ PROGRAMADAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF APG-PENDENTE
                           AND APG-DT-VIGENCIA NOT > WS-DATA-HOJE THEN
                           ADD 1 TO WS-QTD-VENCIDAS
                           MOVE 'S' TO WS-ALTEROU
                           PERFORM P-APLICA-1 THRU P-APLICA-1-FIM
                        END-IF
                        MOVE REG-ALT-PROGRAMADA TO REG-APGTEMP
                        WRITE REG-APGTEMP
                END-READ
            END-PERFORM

            CLOSE CONTATOS
            CLOSE PROGRAMADAS
            CLOSE APGTEMP
            CLOSE EXCECOES
           .

       P-APLICA-FIM.
           EXIT.

      * Aplica uma alteracao vencida ao contato, ou a recusa com o
      * motivo; a situacao da linha de ALT_PROGRAMADAS.dat muda de
      * acordo.
       P-APLICA-1.
            MOVE WS-DATA-HOJE TO APG-DT-SITUACAO
            MOVE WS-OPERADOR  TO APG-OPER-SITUACAO

            MOVE APG-ID-CONTATO TO ID-CONTATO
            READ CONTATOS INTO WS-REGISTRO
                 KEY IS ID-CONTATO
                 INVALID KEY
                     MOVE "CONTATO NAO ENCONTRADO"
                          TO WS-MOTIVO-EXCECAO
                     GO TO P-APLICA-1-RECUSA
            END-READ

            IF CONTATO-EXCLUIDO THEN
               PERFORM P-VERIFICA-MESCLAGEM
                       THRU P-VERIFICA-MESCLAGEM-FIM
               IF FOI-MESCLADO THEN
                  MOVE "CONTATO MESCLADO" TO WS-MOTIVO-EXCECAO
               ELSE
                  MOVE "CONTATO EXCLUIDO" TO WS-MOTIVO-EXCECAO
               END-IF
               GO TO P-APLICA-1-RECUSA
            END-IF

            IF APG-FILIAL-NOVA NOT = SPACES THEN
               PERFORM P-VERIFICA-FILIAL THRU P-VERIFICA-FILIAL-FIM
               IF NOT FIL-ACHADA THEN
                  MOVE "FILIAL DESATIVADA" TO WS-MOTIVO-EXCECAO
                  GO TO P-APLICA-1-RECUSA
               END-IF
            END-IF

            PERFORM P-VERIFICA-CONCORRENCIA
                    THRU P-VERIFICA-CONCORRENCIA-FIM

            IF HOUVE-CONFLITO THEN
               MOVE "CONFLITO DE CONCORRENCIA" TO WS-MOTIVO-EXCECAO
               GO TO P-APLICA-1-RECUSA
            END-IF

            IF APG-NM-NOVO NOT = SPACES THEN
               PERFORM P-APLICA-NOME THRU P-APLICA-NOME-FIM
            END-IF
            IF APG-TP-NOVO NOT = SPACES THEN
               MOVE APG-TP-NOVO TO TP-CONTATO
            END-IF
            IF APG-FILIAL-NOVA NOT = SPACES THEN
               MOVE APG-FILIAL-NOVA TO FILIAL-CONTATO
            END-IF
            MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA

            REWRITE REG-CONTATOS
                    INVALID KEY
                        MOVE "ERRO NA GRAVACAO DO CONTATO"
                             TO WS-MOTIVO-EXCECAO
                        GO TO P-APLICA-1-RECUSA
            END-REWRITE

            PERFORM P-GRAVA-HISTORICO THRU P-GRAVA-HISTORICO-FIM
            PERFORM P-GRAVA-JORNAL THRU P-GRAVA-JORNAL-FIM

            SET APG-APLICADA TO TRUE
            MOVE SPACES TO APG-MOTIVO
            ADD 1 TO WS-QTD-APLICADAS
            GO TO P-APLICA-1-FIM
            .

       P-APLICA-1-RECUSA.
            SET APG-RECUSADA TO TRUE
            MOVE WS-MOTIVO-EXCECAO TO APG-MOTIVO
            ADD 1 TO WS-QTD-RECUSADAS

            MOVE SPACES TO WS-LINHA-EXCECAO
            STRING APG-NUMERO          DELIMITED BY SIZE
                   " - "               DELIMITED BY SIZE
                   APG-ID-CONTATO      DELIMITED BY SIZE
                   " - VIGENCIA "      DELIMITED BY SIZE
                   APG-DT-VIGENCIA     DELIMITED BY SIZE
                   " - "               DELIMITED BY SIZE
                   WS-MOTIVO-EXCECAO   DELIMITED BY SIZE
                INTO WS-LINHA-EXCECAO

            MOVE WS-LINHA-EXCECAO TO REG-EXCECAO
            WRITE REG-EXCECAO

            DISPLAY "ALTERACAO PROGRAMADA " APG-NUMERO " RECUSADA: "
                    WS-MOTIVO-EXCECAO
            .

       P-APLICA-1-FIM.
           EXIT.

      * Nome novo padronizado pelo PG13NOMCTT nas duas partes e no
      * nome curto, como no PG13ALTCNT. Linha registrada antes do
      * prenome/sobrenome so traz o nome curto: a separacao confiavel
      * vai para as duas partes; a duvidosa limpa as partes e o
      * contato volta a fila do PG13SEPNOM.
       P-APLICA-NOME.
            IF APG-PRENOME-NOVO NOT = SPACES THEN
               MOVE 'P'                TO LK-NMC-FUNCAO
               MOVE APG-PRENOME-NOVO   TO LK-NMC-PRENOME
               MOVE APG-SOBRENOME-NOVO TO LK-NMC-SOBRENOME
               CALL 'PG13NOMCTT' USING LK-NMC-AREA
            ELSE
               MOVE 'S'                TO LK-NMC-FUNCAO
               MOVE APG-NM-NOVO        TO LK-NMC-NOME-COMPLETO
               CALL 'PG13NOMCTT' USING LK-NMC-AREA
               IF NOT LK-NMC-CONFIAVEL THEN
                  MOVE SPACES      TO NM-PRENOME NM-SOBRENOME
                  MOVE APG-NM-NOVO TO NM-CONTATO
                  GO TO P-APLICA-NOME-FIM
               END-IF
               MOVE 'P'                TO LK-NMC-FUNCAO
               CALL 'PG13NOMCTT' USING LK-NMC-AREA
            END-IF

            MOVE LK-NMC-PRENOME    TO NM-PRENOME
            MOVE LK-NMC-SOBRENOME  TO NM-SOBRENOME
            MOVE LK-NMC-NOME-CURTO TO NM-CONTATO
            .

       P-APLICA-NOME-FIM.
           EXIT.

      * Contato excluido por mesclagem (PG13MRGCNT) tem a entrada
      * "MESCLAGEM" no HISTORICO.dat; sem ela, foi excluido comum.
       P-VERIFICA-MESCLAGEM.
            MOVE 'N' TO WS-MESCLADO
            SET EOF-AUX TO FALSE

            OPEN INPUT HISTORICO
            IF NOT HIST-OK THEN
               GO TO P-VERIFICA-MESCLAGEM-FIM
            END-IF

            PERFORM UNTIL EOF-AUX OR FOI-MESCLADO
                READ HISTORICO
                     AT END
                        SET EOF-AUX TO TRUE
                 NOT AT END
                        IF HIST-ID-CONTATO EQUAL APG-ID-CONTATO
                           AND HIST-OPERACAO EQUAL "MESCLAGEM" THEN
                           MOVE 'S' TO WS-MESCLADO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE HISTORICO
            .

       P-VERIFICA-MESCLAGEM-FIM.

      * A filial pode ter sido desativada depois do registro da
      * alteracao; so vale codigo ainda ativo em FILIAIS.dat.
       P-VERIFICA-FILIAL.
            MOVE 'N' TO WS-FIL-ACHOU
            SET EOF-AUX TO FALSE

            OPEN INPUT FILIAIS
            IF NOT FIL-OK THEN
               MOVE 'S' TO WS-FIL-ACHOU
               GO TO P-VERIFICA-FILIAL-FIM
            END-IF

            PERFORM UNTIL EOF-AUX OR FIL-ACHADA
                READ FILIAIS
                     AT END
                        SET EOF-AUX TO TRUE
                 NOT AT END
                        IF FIL-CODIGO EQUAL APG-FILIAL-NOVA
                           AND FIL-ATIVA THEN
                           MOVE 'S' TO WS-FIL-ACHOU
                        END-IF
                END-READ
            END-PERFORM

            CLOSE FILIAIS
            .

       P-VERIFICA-FILIAL-FIM.

      * O contato nao pode ter sido alterado depois do registro da
      * alteracao programada: a data/hora da ultima alteracao lida
      * agora tem de ser a guardada pelo PG13ALTPRG (mesma protecao
      * do PG13ALTCNT contra sobrescrever alteracao feita por outro
      * operador no intervalo). Linha registrada antes deste campo
      * (em branco) nao tem com o que comparar.
       P-VERIFICA-CONCORRENCIA.
            MOVE 'N' TO WS-CONFLITO

            IF APG-DT-ULT-ALT-CTT IS NOT NUMERIC THEN
               GO TO P-VERIFICA-CONCORRENCIA-FIM
            END-IF

            IF APG-DT-ULT-ALT-DATA NOT = WS-DT-ULT-ALT-DATA
               OR APG-DT-ULT-ALT-HORA NOT = WS-DT-ULT-ALT-HORA THEN
               MOVE 'S' TO WS-CONFLITO
            END-IF
            .

       P-VERIFICA-CONCORRENCIA-FIM.

      * Mesma entrada de HISTORICO.dat da alteracao normal, com o
      * operador que registrou a alteracao programada.
       P-GRAVA-HISTORICO.
            OPEN EXTEND HISTORICO
            IF WS-HIST-FS EQUAL 35 THEN
               OPEN OUTPUT HISTORICO
            END-IF

            IF HIST-OK THEN
               MOVE ID-CONTATO           TO HIST-ID-CONTATO
               MOVE "ALTERACAO"          TO HIST-OPERACAO
               MOVE WS-NM-CONTATO        TO HIST-NM-ANTIGO
               MOVE NM-CONTATO           TO HIST-NM-NOVO
               MOVE DT-ULT-ALT-DATA      TO HIST-DATA
               MOVE DT-ULT-ALT-HORA      TO HIST-HORA
               MOVE APG-OPERADOR         TO HIST-OPERADOR

               WRITE REG-HISTORICO

               CLOSE HISTORICO
            ELSE
               DISPLAY "ERRO AO GRAVAR O HISTORICO."
               DISPLAY "Error ID: " WS-HIST-FS
            END-IF
            .

       P-GRAVA-HISTORICO-FIM.

      * Acrescenta a JORNAL.dat a imagem anterior e a posterior do
      * registro recem gravado em CONTATOS.dat, para a recuperacao
      * por PG13RECJRN a partir de uma geracao de backup.
       P-GRAVA-JORNAL.
            MOVE 'PG13APLPRG'      TO LK-JRN-PROGRAMA
            MOVE APG-OPERADOR      TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "ALTERACAO"       TO LK-JRN-OPERACAO
            MOVE WS-REGISTRO       TO LK-JRN-ANTES
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-REGRAVA-PROGRAMADAS.
            SET EOF-OK TO FALSE

            OPEN INPUT APGTEMP
            OPEN OUTPUT PROGRAMADAS

            PERFORM UNTIL EOF-OK
                READ APGTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-APGTEMP TO REG-ALT-PROGRAMADA
                        WRITE REG-ALT-PROGRAMADA
                END-READ
            END-PERFORM

            CLOSE APGTEMP
            CLOSE PROGRAMADAS
           .

       P-REGRAVA-PROGRAMADAS-FIM.

      * Totais da etapa em CONTROLE.dat (vencidas, aplicadas e
      * recusadas), para o resumo da carga noturna.
       P-GRAVA-CONTROLE.
            MOVE 'PG13APLPRG'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-VENCIDAS   TO CTL-QTD-LIDOS
            MOVE WS-QTD-APLICADAS  TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-RECUSADAS  TO CTL-QTD-REJEITADOS

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
       END PROGRAM PG13APLPRG.
