      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Rotina Compartilhada de Conferencia de Operador -
      *          confere identificacao e senha de OPERADORES.dat para
      *          os programas que pedem o operador fora do menu
      *          (fechamento de periodo, correcao de nota, trilha de
      *          treinamento), com as mesmas regras do login do
      *          PG13MENU: operador bloqueado nao passa, cada senha
      *          errada soma uma falha no cadastro e o limite de
      *          SEGURANCA_PARAM.dat bloqueia o operador, a senha
      *          certa zera as falhas, e todo resultado vai para
      *          SEGURANCA_LOG.dat com o programa que pediu. Sem
      *          OPERADORES.dat ninguem e conferido. A autorizacao
      *          destrutiva so e devolvida com certificado valido da
      *          trilha de treinamento em CERTIFICADOS.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CNFOPR.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPERADORES ASSIGN TO ".\OPERADORES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-OPR-FS.

            SELECT OPRTEMP ASSIGN TO ".\OPERADORES.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT PARAMSEG ASSIGN TO ".\SEGURANCA_PARAM.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-PRM-FS.

            SELECT LOGSEG ASSIGN TO ".\SEGURANCA_LOG.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-LSG-FS.

            SELECT CERTIFICADOS ASSIGN TO ".\CERTIFICADOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTD-FS.

       DATA DIVISION.

       FILE SECTION.
       FD OPERADORES.
          COPY FD_OPERA.

      * Mesmo tamanho de REG-OPERADOR (29 bytes), para a regravacao
      * via temporario nao truncar o fim dos registros copiados.
       FD OPRTEMP.
       01 REG-OPRTEMP              PIC X(29).

      * Mesmo layout lido pelo PG13MENU.
       FD PARAMSEG.
       01 REG-PARAMSEG.
          03 PRM-MAX-FALHAS        PIC 9(02).
          03 PRM-DIAS-SENHA        PIC 9(03).

       FD LOGSEG.
          COPY FD_LOGSG.

       FD CERTIFICADOS.
          COPY FD_CERTI.

       WORKING-STORAGE SECTION.
       77 WS-OPR-FS                    PIC 9(02).
          88 OPR-OK                  VALUE 0.

       77 WS-TMP-FS                    PIC 9(02).
          88 TMP-OK                  VALUE 0.

       77 WS-PRM-FS                    PIC 9(02).
          88 PRM-OK                  VALUE 0.

       77 WS-LSG-FS                    PIC 9(02).
          88 LSG-OK                  VALUE 0.

       77 WS-CTD-FS                    PIC 9(02).
          88 CTD-OK                  VALUE 0.

       77 WS-EOF                       PIC X(01) VALUE 'N'.
          88 EOF-OK                  VALUE 'S' FALSE 'N'.

       77 WS-OPR-ACHADO                PIC X(01) VALUE 'N'.
          88 OPR-ACHADO              VALUE 'S'.

       77 WS-REGRAVOU                  PIC X(01) VALUE 'N'.
          88 REGRAVOU                VALUE 'S'.

       77 WS-TEM-CERTIFICADO           PIC X(01) VALUE 'N'.
          88 TEM-CERTIFICADO         VALUE 'S'.

       77 WS-VALIDADE-CERT             PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.
       77 WS-MAX-FALHAS                PIC 9(02) VALUE 3.

      * Copia de trabalho da linha do operador em OPERADORES.dat.
       01 WS-OPR-ATUAL.
          03 WS-ATU-ID                 PIC X(08).
          03 WS-ATU-SENHA              PIC X(08).
          03 WS-ATU-DESTRUTIVO         PIC X(01).
          03 WS-ATU-FALHAS             PIC 9(02).
          03 WS-ATU-BLOQUEIO           PIC X(01).
             88 ATU-BLOQUEADO        VALUE 'S'.
          03 WS-ATU-DT-SENHA           PIC 9(08).
          03 WS-ATU-SUPERVISOR         PIC X(01).

       77 WS-LSG-EVENTO                PIC X(12) VALUE SPACES.
       77 WS-LSG-DETALHE               PIC X(40) VALUE SPACES.
       77 WS-LSG-MOTIVO                PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       COPY LK_CNFOPR.

       PROCEDURE DIVISION USING LK-CNF-AREA.
       MAIN-PROCEDURE.
            MOVE 'N' TO LK-CNF-RETORNO
            MOVE 'N' TO LK-CNF-AUTORIZADO
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            PERFORM P-CARREGA-PARAM-SEG THRU P-CARREGA-PARAM-SEG-FIM
            PERFORM P-CONFERE THRU P-CONFERE-FIM

            GOBACK
            .

      * Sem o arquivo a tentativa sai como 3 falhas ate o bloqueio,
      * como no PG13MENU.
       P-CARREGA-PARAM-SEG.
            OPEN INPUT PARAMSEG

            IF PRM-OK THEN
               READ PARAMSEG
                    AT END
                        CONTINUE
                NOT AT END
                        IF PRM-MAX-FALHAS IS NUMERIC
                           AND PRM-MAX-FALHAS > ZEROS THEN
                           MOVE PRM-MAX-FALHAS TO WS-MAX-FALHAS
                        END-IF
               END-READ
               CLOSE PARAMSEG
            END-IF
           .

       P-CARREGA-PARAM-SEG-FIM.

      * Mesma sequencia do P-CONFERE-LOGIN do PG13MENU; o arquivo de
      * operadores indisponivel e uma recusa, e nao acesso livre.
       P-CONFERE.
            PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM

            IF NOT OPR-OK THEN
               MOVE 'I'                  TO LK-CNF-RETORNO
               MOVE 'SEM-CONTROLE'       TO WS-LSG-EVENTO
               MOVE 'OPERADORES.dat INDISPONIVEL'
                                         TO WS-LSG-MOTIVO
               PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM
               DISPLAY 'OPERADORES.dat INDISPONIVEL (STATUS '
                       WS-OPR-FS ') - OPERADOR NAO CONFERIDO.'
               GO TO P-CONFERE-FIM
            END-IF

            IF NOT OPR-ACHADO THEN
               MOVE 'LOGIN-FALHA'             TO WS-LSG-EVENTO
               MOVE 'OPERADOR NAO CADASTRADO' TO WS-LSG-MOTIVO
               PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM
               DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
               GO TO P-CONFERE-FIM
            END-IF

            IF ATU-BLOQUEADO THEN
               MOVE 'B'                       TO LK-CNF-RETORNO
               MOVE 'LOGIN-BLOQ'              TO WS-LSG-EVENTO
               MOVE 'OPERADOR JA BLOQUEADO'   TO WS-LSG-MOTIVO
               PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM
               DISPLAY 'OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR.'
               GO TO P-CONFERE-FIM
            END-IF

            IF WS-ATU-SENHA NOT EQUAL LK-CNF-SENHA THEN
               IF WS-ATU-FALHAS < 99 THEN
                  ADD 1 TO WS-ATU-FALHAS
               END-IF

               MOVE 'LOGIN-FALHA'             TO WS-LSG-EVENTO
               MOVE 'SENHA INVALIDA'          TO WS-LSG-MOTIVO
               PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM

               IF WS-ATU-FALHAS >= WS-MAX-FALHAS THEN
                  MOVE 'B'                    TO LK-CNF-RETORNO
                  MOVE 'S'                    TO WS-ATU-BLOQUEIO
                  MOVE 'BLOQUEIO'             TO WS-LSG-EVENTO
                  MOVE 'LIMITE DE FALHAS ATINGIDO'
                                              TO WS-LSG-MOTIVO
                  PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM
                  DISPLAY 'OPERADOR BLOQUEADO APOS ' WS-ATU-FALHAS
                          ' TENTATIVAS FALHAS - PROCURE UM '
                          'SUPERVISOR.'
               ELSE
                  DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
               END-IF

               PERFORM P-REGRAVA-OPERADOR THRU P-REGRAVA-OPERADOR-FIM
               GO TO P-CONFERE-FIM
            END-IF

            IF WS-ATU-FALHAS > ZEROS THEN
               MOVE ZEROS TO WS-ATU-FALHAS
               PERFORM P-REGRAVA-OPERADOR THRU P-REGRAVA-OPERADOR-FIM
            END-IF

            MOVE 'S'               TO LK-CNF-RETORNO
            MOVE 'LOGIN-OK'        TO WS-LSG-EVENTO
            MOVE 'OPERADOR CONFERIDO'  TO WS-LSG-MOTIVO
            PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM

            IF WS-ATU-DESTRUTIVO NOT EQUAL 'S' THEN
               GO TO P-CONFERE-FIM
            END-IF

            IF LK-CNF-CONFERE-CERT NOT EQUAL 'S' THEN
               MOVE 'S' TO LK-CNF-AUTORIZADO
               GO TO P-CONFERE-FIM
            END-IF

            PERFORM P-CONFERE-CERTIFICADO
                    THRU P-CONFERE-CERTIFICADO-FIM
           .

       P-CONFERE-FIM.

      * Autorizacao destrutiva so com certificado da trilha em nome do
      * operador e dentro da validade (linha sem validade vale um ano
      * depois da emissao), como no PG13MENU.
       P-CONFERE-CERTIFICADO.
            SET EOF-OK TO FALSE
            MOVE 'N' TO WS-TEM-CERTIFICADO

            OPEN INPUT CERTIFICADOS

            IF CTD-OK THEN
               PERFORM UNTIL EOF-OK OR TEM-CERTIFICADO
                   READ CERTIFICADOS
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF CTD-OPR-ID EQUAL WS-ATU-ID THEN
                              PERFORM P-VALIDADE-CERTIFICADO
                                 THRU P-VALIDADE-CERTIFICADO-FIM
                              IF WS-VALIDADE-CERT
                                 NOT LESS WS-DATA-HOJE THEN
                                 MOVE 'S' TO WS-TEM-CERTIFICADO
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CERTIFICADOS
            END-IF

            SET EOF-OK TO FALSE

            IF TEM-CERTIFICADO THEN
               MOVE 'S' TO LK-CNF-AUTORIZADO
               GO TO P-CONFERE-CERTIFICADO-FIM
            END-IF

            MOVE 'SEM-CERTIF'      TO WS-LSG-EVENTO
            MOVE 'DESTRUTIVA SEM CERTIFICADO'
                                   TO WS-LSG-MOTIVO
            PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM

            DISPLAY 'AVISO: SEM CERTIFICADO VALIDO DA TRILHA DE '
                    'TREINAMENTO EM SEU NOME - OPERACAO DESTRUTIVA '
                    'NAO AUTORIZADA.'
           .

       P-CONFERE-CERTIFICADO-FIM.

       P-VALIDADE-CERTIFICADO.
            IF CTD-VALIDADE IS NUMERIC
               AND CTD-VALIDADE NOT EQUAL ZEROS THEN
               MOVE CTD-VALIDADE TO WS-VALIDADE-CERT
            ELSE
               COMPUTE WS-VALIDADE-CERT = CTD-DATA + 10000
               IF WS-VALIDADE-CERT(5:4) EQUAL '0229' THEN
                  SUBTRACT 1 FROM WS-VALIDADE-CERT
               END-IF
            END-IF
           .

       P-VALIDADE-CERTIFICADO-FIM.

      * Procura em OPERADORES.dat a linha de LK-CNF-OPERADOR e a
      * copia para WS-OPR-ATUAL; falhas em branco valem zero.
       P-LE-OPERADOR.
            SET EOF-OK TO FALSE
            MOVE 'N'    TO WS-OPR-ACHADO
            MOVE SPACES TO WS-OPR-ATUAL

            OPEN INPUT OPERADORES

            IF NOT OPR-OK THEN
               GO TO P-LE-OPERADOR-FIM
            END-IF

            PERFORM UNTIL EOF-OK OR OPR-ACHADO
                READ OPERADORES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF OPR-ID EQUAL LK-CNF-OPERADOR THEN
                           MOVE 'S'          TO WS-OPR-ACHADO
                           MOVE REG-OPERADOR TO WS-OPR-ATUAL
                        END-IF
                END-READ
            END-PERFORM

            CLOSE OPERADORES
            SET EOF-OK TO FALSE

            IF WS-ATU-FALHAS IS NOT NUMERIC THEN
               MOVE ZEROS TO WS-ATU-FALHAS
            END-IF
           .

       P-LE-OPERADOR-FIM.

      * Grava WS-OPR-ATUAL de volta em OPERADORES.dat via
      * OPERADORES.TMP, como o PG13MENU.
       P-REGRAVA-OPERADOR.
            SET EOF-OK TO FALSE
            MOVE 'N' TO WS-REGRAVOU

            OPEN INPUT OPERADORES
            IF NOT OPR-OK THEN
               GO TO P-REGRAVA-OPERADOR-FIM
            END-IF

            OPEN OUTPUT OPRTEMP

            PERFORM UNTIL EOF-OK
                READ OPERADORES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF OPR-ID EQUAL WS-ATU-ID THEN
                           MOVE WS-OPR-ATUAL TO REG-OPRTEMP
                           MOVE 'S'          TO WS-REGRAVOU
                        ELSE
                           MOVE REG-OPERADOR TO REG-OPRTEMP
                        END-IF
                        WRITE REG-OPRTEMP
                END-READ
            END-PERFORM

            CLOSE OPERADORES
            CLOSE OPRTEMP

            IF NOT REGRAVOU THEN
               GO TO P-REGRAVA-OPERADOR-FIM
            END-IF

            SET EOF-OK TO FALSE

            OPEN INPUT OPRTEMP
            OPEN OUTPUT OPERADORES

            PERFORM UNTIL EOF-OK
                READ OPRTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-OPRTEMP TO REG-OPERADOR
                        WRITE REG-OPERADOR
                END-READ
            END-PERFORM

            CLOSE OPRTEMP
            CLOSE OPERADORES
            SET EOF-OK TO FALSE
           .

       P-REGRAVA-OPERADOR-FIM.

      * Acrescenta o evento ao SEGURANCA_LOG.dat, com o programa que
      * pediu a conferencia na frente do detalhe (por isso os textos
      * curtos, para caber nas 40 posicoes de LSG-DETALHE).
       P-GRAVA-LOG-SEG.
            MOVE SPACES TO WS-LSG-DETALHE
            STRING LK-CNF-PROGRAMA       DELIMITED BY SPACE
                   ': '                  DELIMITED BY SIZE
                   WS-LSG-MOTIVO         DELIMITED BY SIZE
                   INTO WS-LSG-DETALHE
            END-STRING

            OPEN EXTEND LOGSEG
            IF WS-LSG-FS EQUAL 35 THEN
               OPEN OUTPUT LOGSEG
            END-IF

            IF NOT LSG-OK THEN
               DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR EM '
                       'SEGURANCA_LOG.dat (STATUS ' WS-LSG-FS ').'
               GO TO P-GRAVA-LOG-SEG-FIM
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:8) TO LSG-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO LSG-HORA
            MOVE LK-CNF-OPERADOR            TO LSG-OPERADOR
            MOVE WS-LSG-EVENTO              TO LSG-EVENTO
            MOVE WS-LSG-DETALHE             TO LSG-DETALHE

            WRITE REG-LOG-SEGURANCA
            CLOSE LOGSEG
           .

       P-GRAVA-LOG-SEG-FIM.

       END PROGRAM PG13CNFOPR.
