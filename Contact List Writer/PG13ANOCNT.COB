      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Anonimizacao LGPD de contatos - alternativa ao
      *          expurgo fisico (PG13PRGCNT) para os contatos
      *          excluidos ha mais que o periodo de retencao ou
      *          citados em pedido de eliminacao do titular. Apaga o
      *          nome (substituido pela marca *ANONIMIZADO*), o CPF,
      *          a data de nascimento e o valor de todos os meios de
      *          contato, os campos das linhas de ENDERECOS.dat e os
      *          textos de NOTAS.dat do contato, e os nomes das
      *          entradas anteriores do contato em HISTORICO.dat;
      *          mantem o ID, o tipo, a filial, a empresa e as datas,
      *          para as estatisticas e os totais de controle
      *          continuarem fechando. Operacao destrutiva: exige
      *          operador autorizado e solicitacao aprovada por outro
      *          operador em APROVACOES.dat (PG13APRDES), como o
      *          expurgo. Cada contato anonimizado ganha uma entrada
      *          ANONIMIZA em HISTORICO.dat, e a execucao emite o
      *          certificado ANONIMIZACAO.LST para o encarregado de
      *          dados (DPO).
      * Update: 15/10/2026 - Prenome e sobrenome tambem apagados; o
      *                      prenome recebe a marca de anonimizado,
      *                      para o contato nao cair na fila de
      *                      revisao da conversao PG13SEPNOM
      * Update: 15/10/2026 - Imagens antes/depois dos contatos
      *                      anonimizados em JORNAL.dat tambem tem
      *                      nome, prenome, sobrenome, CPF,
      *                      nascimento e meios de contato apagados
      *                      (regravacao via JORNAL.TMP)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13ANOCNT.

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

            SELECT ENDERECOS ASSIGN TO ".\ENDERECOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-END-FS.

            SELECT ENDTEMP ASSIGN TO ".\ENDERECOS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT NOTAS ASSIGN TO ".\NOTAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-NOTA-FS.

            SELECT NOTATEMP ASSIGN TO ".\NOTAS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-HIST-FS.

            SELECT HISTTEMP ASSIGN TO ".\HISTORICO.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT JORNAL ASSIGN TO ".\JORNAL.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-JRN-FS.

            SELECT JRNTEMP ASSIGN TO ".\JORNAL.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD ENDERECOS.
          COPY FD_ENDER.

      * Mesmo tamanho de REG-ENDERECO (104 bytes), para a regravacao
      * via temporario nao truncar o fim dos registros copiados.
       FD ENDTEMP.
       01 REG-ENDTEMP              PIC X(104).

       FD NOTAS.
          COPY FD_NOTAS.

      * Mesmo tamanho de REG-NOTA (88 bytes), para a regravacao via
      * temporario nao truncar o fim dos registros copiados.
       FD NOTATEMP.
       01 REG-NOTATEMP             PIC X(88).

       FD HISTORICO.
          COPY FD_HISTC.

      * Mesmo tamanho de REG-HISTORICO (78 bytes), para a regravacao
      * via temporario nao truncar o fim dos registros copiados.
       FD HISTTEMP.
       01 REG-HISTTEMP             PIC X(78).

       FD JORNAL.
          COPY FD_JORNL.

      * Mesmo tamanho de REG-JORNAL (1250 bytes), para a regravacao
      * via temporario nao truncar o fim dos registros copiados.
       FD JRNTEMP.
       01 REG-JRNTEMP              PIC X(1250).

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-END-FS             PIC 9(02).
          88 END-OK           VALUE 0.

       77 WS-NOTA-FS            PIC 9(02).
          88 NOTA-OK          VALUE 0.

       77 WS-HIST-FS            PIC 9(02).
          88 HIST-OK          VALUE 0.

       77 WS-JRN-FS             PIC 9(02).
          88 JRN-OK           VALUE 0.

       77 WS-TMP-FS             PIC 9(02).
          88 TMP-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-CONFIRM            PIC X(01) VALUE SPACE.

       77 WS-OPERADOR           PIC X(08) VALUE SPACES.

      * Marca gravada no lugar do nome: identifica nas listagens o
      * contato ja anonimizado e evita anonimiza-lo de novo.
       77 WS-NM-ANONIMO         PIC X(20) VALUE '*ANONIMIZADO*'.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-INT-HOJE           PIC S9(09) VALUE ZEROS.
       77 WS-INT-EXCLUSAO       PIC S9(09) VALUE ZEROS.
       77 WS-DIAS-EXCLUIDO      PIC 9(05) VALUE ZEROS.

       77 WS-IDX                PIC 9(01) VALUE ZEROS.
       77 WS-IDX-TAB            PIC 9(04) VALUE ZEROS.
       77 WS-ID-DIGITADO        PIC 9(06) VALUE ZEROS.

       77 WS-SELECIONADO        PIC X(01) VALUE 'N'.
          88 SELECIONADO      VALUE 'S' FALSE 'N'.

       77 WS-ACHOU              PIC X(01) VALUE 'N'.
          88 ACHOU            VALUE 'S' FALSE 'N'.

       77 WS-ALTEROU            PIC X(01) VALUE 'N'.
          88 ALTEROU          VALUE 'S' FALSE 'N'.

       77 WS-SITUACAO-ANTES     PIC X(08) VALUE SPACES.

      * Parametros da anonimizacao como vao na solicitacao de
      * aprovacao: criterio, dias de retencao (criterio 1) ou ate
      * cinco IDs de pedidos de eliminacao do titular (criterio 2).
       01 WS-PARAM-ANONIM.
          03 WS-PRM-CRITERIO    PIC X(01) VALUE SPACE.
             88 CRITERIO-RETENCAO  VALUE '1'.
             88 CRITERIO-PEDIDO    VALUE '2'.
          03 WS-PRM-DIAS-CORTE  PIC 9(05) VALUE ZEROS.
          03 WS-PRM-ID          PIC 9(06) OCCURS 5 TIMES.
          03 FILLER             PIC X(04) VALUE SPACES.

      * IDs anonimizados nesta execucao, na ordem da chave, para os
      * arquivos satelites (enderecos, notas e historico).
       01 WS-TAB-ANONIM.
          03 WS-QTD-TAB         PIC 9(04) VALUE ZEROS.
          03 WS-ANON-ID         PIC 9(06) OCCURS 5000 TIMES.

       77 WS-MAX-TAB            PIC 9(04) VALUE 5000.

      * IDs ja anonimizados em execucoes anteriores: so o jornal
      * ainda pode guardar imagens deles com os dados pessoais.
       01 WS-TAB-JA-ANONIM.
          03 WS-QTD-JA          PIC 9(04) VALUE ZEROS.
          03 WS-JA-ID           PIC 9(06) OCCURS 5000 TIMES.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ANONIM         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-END            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-NOTAS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-HIST           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-JRN            PIC 9(06) VALUE ZEROS.

      * Imagem do jornal vista campo a campo (mesma disposicao de
      * REG-CONTATOS), so nos campos pessoais que a anonimizacao
      * apaga.
       01 WS-IMG-JRN            PIC X(600) VALUE SPACES.
       01 FILLER REDEFINES WS-IMG-JRN.
          03 FILLER             PIC X(06).
          03 WS-IMG-NOME        PIC X(20).
          03 WS-IMG-CPF         PIC 9(11).
          03 FILLER             PIC X(27).
          03 WS-IMG-METODO OCCURS 5 TIMES.
             05 FILLER          PIC X(10).
             05 WS-IMG-MET-VALOR PIC X(30).
             05 FILLER          PIC X(09).
          03 WS-IMG-NASCIMENTO  PIC 9(08).
          03 FILLER             PIC X(180).
          03 WS-IMG-PRENOME     PIC X(30).
          03 WS-IMG-SOBRENOME   PIC X(40).
          03 FILLER             PIC X(33).

       COPY LK_ERRFS.
       COPY LK_DURLOG.
       COPY LK_JRNCTT.
       COPY LK_FILAPV.
       COPY LK_PRTFMT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** ANONIMIZACAO LGPD DE CONTATOS *****"

      * A anonimizacao e irreversivel: so roda para operadores com o
      * indicador de autorizacao ligado no login do PG13MENU, mesmo
      * que o MENU_CFG.dat rearranje a letra da opcao.
            IF LK-AUTORIZADO NOT = 'S' THEN
               DISPLAY "ANONIMIZACAO RESTRITA A OPERADORES "
                       "AUTORIZADOS."
               PERFORM P-END
            END-IF

            MOVE LK-OPERADOR TO WS-OPERADOR

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
            COMPUTE WS-INT-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

      * Controle em duas pessoas, como no expurgo: sem solicitacao
      * aprovada por outro operador autorizado, o pedido e
      * registrado na fila e a execucao fica para depois da
      * aprovacao em PG13APRDES.
            MOVE 'C'          TO LK-APV-FUNCAO
            MOVE 'ANONIMIZA'  TO LK-APV-OPERACAO
            MOVE SPACES       TO LK-APV-PARAMETROS
            MOVE ZEROS        TO LK-APV-NUMERO
            MOVE WS-OPERADOR  TO LK-APV-OPERADOR
            CALL 'PG13FILAPV' USING LK-APV-AREA

            IF NOT LK-APV-OK THEN
               PERFORM P-SOLICITA-ANONIM
                       THRU P-SOLICITA-ANONIM-FIM
               PERFORM P-END
            END-IF

            MOVE LK-APV-PARAMETROS TO WS-PARAM-ANONIM

            DISPLAY "SOLICITACAO " LK-APV-NUMERO " DE "
                    LK-APV-SOLICITANTE " APROVADA POR "
                    LK-APV-APROVADOR

            IF CRITERIO-RETENCAO THEN
               DISPLAY "ANONIMIZAR CONTATOS EXCLUIDOS HA PELO MENOS "
                       WS-PRM-DIAS-CORTE " DIAS."
            ELSE
               DISPLAY "ANONIMIZAR POR PEDIDO DE ELIMINACAO OS "
                       "CONTATOS: " WS-PRM-ID(1) " " WS-PRM-ID(2) " "
                       WS-PRM-ID(3) " " WS-PRM-ID(4) " "
                       WS-PRM-ID(5)
            END-IF

            DISPLAY "CONFIRMA A ANONIMIZACAO DEFINITIVA DESSES "
                    "CONTATOS? <S> PARA CONFIRMAR, "
                    "<QUALQUER TECLA> PARA ABORTAR."
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM EQUAL 'S' THEN
               MOVE 'PG13ANOCNT' TO LK-DUR-PROGRAMA
               MOVE 'I'          TO LK-DUR-EVENTO
               CALL 'PG13DURLOG' USING LK-DUR-AREA

               PERFORM P-ANONIMIZA THRU P-ANONIMIZA-FIM

               MOVE 'E'          TO LK-APV-FUNCAO
               MOVE WS-OPERADOR  TO LK-APV-OPERADOR
               CALL 'PG13FILAPV' USING LK-APV-AREA

               MOVE 'F'          TO LK-DUR-EVENTO
               CALL 'PG13DURLOG' USING LK-DUR-AREA
            ELSE
               DISPLAY "OPERACAO ABORTADA."
            END-IF

            PERFORM P-END
           .

      * Sem solicitacao aprovada: pede o criterio (retencao ou
      * pedido de eliminacao) e registra o pedido de anonimizacao na
      * fila de aprovacao.
       P-SOLICITA-ANONIM.
            DISPLAY "NENHUMA ANONIMIZACAO APROVADA AGUARDANDO "
                    "EXECUCAO."
            INITIALIZE WS-PARAM-ANONIM

            DISPLAY "CRITERIO: <1> EXCLUIDOS HA MAIS QUE O PERIODO "
                    "DE RETENCAO  <2> PEDIDO DE ELIMINACAO DO "
                    "TITULAR"
            ACCEPT WS-PRM-CRITERIO

            EVALUATE TRUE
                WHEN CRITERIO-RETENCAO
                   DISPLAY "ANONIMIZAR CONTATOS EXCLUIDOS HA PELO "
                           "MENOS QUANTOS DIAS? "
                   ACCEPT WS-PRM-DIAS-CORTE
                WHEN CRITERIO-PEDIDO
                   DISPLAY "INFORME ATE 5 IDS DE CONTATO (0 ENCERRA):"
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 5
                       MOVE ZEROS TO WS-ID-DIGITADO
                       DISPLAY "ID " WS-IDX ": "
                       ACCEPT WS-ID-DIGITADO
                       MOVE WS-ID-DIGITADO TO WS-PRM-ID(WS-IDX)
                       IF WS-ID-DIGITADO EQUAL ZEROS THEN
                          MOVE 6 TO WS-IDX
                       END-IF
                   END-PERFORM
                   IF WS-PRM-ID(1) EQUAL ZEROS THEN
                      DISPLAY "NENHUM ID INFORMADO."
                      GO TO P-SOLICITA-ANONIM-FIM
                   END-IF
                WHEN OTHER
                   DISPLAY "CRITERIO INVALIDO."
                   GO TO P-SOLICITA-ANONIM-FIM
            END-EVALUATE

            DISPLAY "REGISTRAR O PEDIDO DE ANONIMIZACAO PARA "
                    "APROVACAO? <S> PARA CONFIRMAR, <QUALQUER TECLA> "
                    "PARA ABORTAR."
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM NOT = 'S' THEN
               DISPLAY "OPERACAO ABORTADA."
               GO TO P-SOLICITA-ANONIM-FIM
            END-IF

            MOVE 'S'              TO LK-APV-FUNCAO
            MOVE 'ANONIMIZA'      TO LK-APV-OPERACAO
            MOVE WS-PARAM-ANONIM  TO LK-APV-PARAMETROS
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

       P-SOLICITA-ANONIM-FIM.
           EXIT.

       P-ANONIMIZA.
            SET EOF-OK  TO FALSE
            MOVE ZEROS   TO WS-QTD-LIDOS WS-QTD-ANONIM
                            WS-QTD-REJEITADOS WS-QTD-END
                            WS-QTD-NOTAS WS-QTD-HIST WS-QTD-TAB
                            WS-QTD-JRN WS-QTD-JA

            OPEN I-O CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13ANOCNT'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-ANONIMIZA-FIM
            END-IF

            MOVE 'CERTIFICADO DE ANONIMIZACAO - LGPD'
                 TO LK-PRT-TITULO
            MOVE '.\ANONIMIZACAO.LST' TO LK-PRT-ARQUIVO
            MOVE WS-OPERADOR          TO LK-PRT-OPERADOR
            MOVE 'I'                  TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            PERFORM P-CABECALHO-CERT THRU P-CABECALHO-CERT-FIM

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM P-AVALIA-1-CONTATO
                                THRU P-AVALIA-1-CONTATO-FIM
                END-READ
            END-PERFORM

            CLOSE CONTATOS

            IF WS-QTD-TAB > ZEROS THEN
               PERFORM P-LIMPA-ENDERECOS THRU P-LIMPA-ENDERECOS-FIM
               PERFORM P-LIMPA-NOTAS     THRU P-LIMPA-NOTAS-FIM
               PERFORM P-LIMPA-HISTORICO THRU P-LIMPA-HISTORICO-FIM
            END-IF

            IF WS-QTD-TAB > ZEROS OR WS-QTD-JA > ZEROS THEN
               PERFORM P-LIMPA-JORNAL    THRU P-LIMPA-JORNAL-FIM
            END-IF

            PERFORM P-RODAPE-CERT THRU P-RODAPE-CERT-FIM

            DISPLAY "CONTATOS LIDOS: "         WS-QTD-LIDOS
            DISPLAY "CONTATOS ANONIMIZADOS: "  WS-QTD-ANONIM
            DISPLAY "CERTIFICADO GERADO: ANONIMIZACAO.LST"

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
           .

       P-ANONIMIZA-FIM.
           EXIT.

      * Decide se o contato corrente entra na anonimizacao: pelo
      * criterio de retencao, os excluidos ha pelo menos os dias
      * aprovados; pelo pedido de eliminacao, os IDs da solicitacao,
      * ativos ou nao. Contatos ja anonimizados ficam de fora, so
      * anotados para a limpeza do jornal.
       P-AVALIA-1-CONTATO.
            IF NM-CONTATO EQUAL WS-NM-ANONIMO THEN
               IF WS-QTD-JA < WS-MAX-TAB THEN
                  ADD 1 TO WS-QTD-JA
                  MOVE ID-CONTATO TO WS-JA-ID(WS-QTD-JA)
               END-IF
               GO TO P-AVALIA-1-CONTATO-FIM
            END-IF

            SET SELECIONADO TO FALSE

            IF CRITERIO-RETENCAO AND CONTATO-EXCLUIDO THEN
               COMPUTE WS-INT-EXCLUSAO =
                       FUNCTION INTEGER-OF-DATE(DT-ULT-ALT-DATA)
               COMPUTE WS-DIAS-EXCLUIDO = WS-INT-HOJE - WS-INT-EXCLUSAO
               IF WS-DIAS-EXCLUIDO >= WS-PRM-DIAS-CORTE THEN
                  SET SELECIONADO TO TRUE
               END-IF
            END-IF

            IF CRITERIO-PEDIDO THEN
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                   IF WS-PRM-ID(WS-IDX) NOT = ZEROS
                      AND WS-PRM-ID(WS-IDX) EQUAL ID-CONTATO THEN
                      SET SELECIONADO TO TRUE
                   END-IF
               END-PERFORM
            END-IF

            IF NOT SELECIONADO THEN
               GO TO P-AVALIA-1-CONTATO-FIM
            END-IF

            IF WS-QTD-TAB >= WS-MAX-TAB THEN
               DISPLAY "LIMITE DE " WS-MAX-TAB " CONTATOS POR "
                       "EXECUCAO ATINGIDO - CONTATO " ID-CONTATO
                       " FICA PARA A PROXIMA."
               GO TO P-AVALIA-1-CONTATO-FIM
            END-IF

            PERFORM P-ANONIMIZA-1-CONTATO
                    THRU P-ANONIMIZA-1-CONTATO-FIM
           .

       P-AVALIA-1-CONTATO-FIM.
           EXIT.

      * Apaga os dados pessoais do registro e o regrava. O contato
      * ativo de um pedido de eliminacao passa a excluido na data de
      * hoje; no excluido a data da exclusao e mantida. A imagem do
      * jornal vai ja anonimizada nos dois lados, para os dados
      * apagados nao sobreviverem em JORNAL.dat.
       P-ANONIMIZA-1-CONTATO.
            IF CONTATO-ATIVO THEN
               MOVE 'ATIVO'    TO WS-SITUACAO-ANTES
               SET CONTATO-EXCLUIDO TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
               MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA
            ELSE
               MOVE 'EXCLUIDO' TO WS-SITUACAO-ANTES
            END-IF

            MOVE WS-NM-ANONIMO TO NM-CONTATO
            MOVE WS-NM-ANONIMO TO NM-PRENOME
            MOVE SPACES        TO NM-SOBRENOME
            MOVE ZEROS         TO CPF-CONTATO
            MOVE ZEROS         TO DT-NASCIMENTO

            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                MOVE SPACES TO CT-METODO-VALOR(WS-IDX)
            END-PERFORM

            REWRITE REG-CONTATOS
                    INVALID KEY
                        ADD 1 TO WS-QTD-REJEITADOS
                        DISPLAY "ERRO AO REGRAVAR O CONTATO "
                                ID-CONTATO " - FS " WS-FS
                        GO TO P-ANONIMIZA-1-CONTATO-FIM
            END-REWRITE

            PERFORM P-GRAVA-JORNAL    THRU P-GRAVA-JORNAL-FIM
            PERFORM P-GRAVA-HISTORICO THRU P-GRAVA-HISTORICO-FIM

            ADD 1 TO WS-QTD-TAB
            MOVE ID-CONTATO TO WS-ANON-ID(WS-QTD-TAB)
            ADD 1 TO WS-QTD-ANONIM

            MOVE SPACES TO LK-PRT-LINHA
            STRING ID-CONTATO         DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   TP-CONTATO         DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   FILIAL-CONTATO     DELIMITED BY SIZE
                   '    '             DELIMITED BY SIZE
                   ID-EMPRESA         DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-SITUACAO-ANTES  DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   DT-ULT-ALT-DATA    DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-ANONIMIZA-1-CONTATO-FIM.
           EXIT.

      * Procura ID em WS-ANON-ID (ids anonimizados nesta execucao).
       P-PROCURA-ID.
            SET ACHOU TO FALSE

            PERFORM VARYING WS-IDX-TAB FROM 1 BY 1
                    UNTIL WS-IDX-TAB > WS-QTD-TAB OR ACHOU
                IF WS-ANON-ID(WS-IDX-TAB) EQUAL WS-ID-DIGITADO THEN
                   SET ACHOU TO TRUE
                END-IF
            END-PERFORM
           .

       P-PROCURA-ID-FIM.
           EXIT.

      * Como o P-PROCURA-ID, tambem nos ids ja anonimizados antes.
       P-PROCURA-ID-JORNAL.
            PERFORM P-PROCURA-ID THRU P-PROCURA-ID-FIM

            PERFORM VARYING WS-IDX-TAB FROM 1 BY 1
                    UNTIL WS-IDX-TAB > WS-QTD-JA OR ACHOU
                IF WS-JA-ID(WS-IDX-TAB) EQUAL WS-ID-DIGITADO THEN
                   SET ACHOU TO TRUE
                END-IF
            END-PERFORM
           .

       P-PROCURA-ID-JORNAL-FIM.
           EXIT.

      * Apaga, via ENDERECOS.TMP, os campos das linhas de
      * ENDERECOS.dat dos contatos anonimizados; a linha fica, com o
      * ID e a sequencia do slot, como os demais satelites.
       P-LIMPA-ENDERECOS.
            SET EOF-OK TO FALSE
            SET ALTEROU TO FALSE

            OPEN INPUT ENDERECOS

            IF NOT END-OK THEN
               GO TO P-LIMPA-ENDERECOS-FIM
            END-IF

            OPEN OUTPUT ENDTEMP

            PERFORM UNTIL EOF-OK
                READ ENDERECOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE END-ID-CONTATO TO WS-ID-DIGITADO
                        PERFORM P-PROCURA-ID THRU P-PROCURA-ID-FIM
                        IF ACHOU THEN
                           MOVE SPACES TO END-LOGRADOURO END-NUMERO
                                          END-COMPLEMENTO END-BAIRRO
                                          END-CIDADE END-UF
                                          END-REVISAR
                           MOVE ZEROS  TO END-CEP
                           ADD 1 TO WS-QTD-END
                           SET ALTEROU TO TRUE
                        END-IF
                        MOVE REG-ENDERECO TO REG-ENDTEMP
                        WRITE REG-ENDTEMP
                END-READ
            END-PERFORM

            CLOSE ENDERECOS
            CLOSE ENDTEMP

            IF ALTEROU THEN
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
            END-IF

            SET EOF-OK TO FALSE
           .

       P-LIMPA-ENDERECOS-FIM.
           EXIT.

      * Apaga, via NOTAS.TMP, o texto das anotacoes dos contatos
      * anonimizados; data, hora e operador da anotacao ficam.
       P-LIMPA-NOTAS.
            SET EOF-OK TO FALSE
            SET ALTEROU TO FALSE

            OPEN INPUT NOTAS

            IF NOT NOTA-OK THEN
               GO TO P-LIMPA-NOTAS-FIM
            END-IF

            OPEN OUTPUT NOTATEMP

            PERFORM UNTIL EOF-OK
                READ NOTAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE NOTA-ID-CONTATO TO WS-ID-DIGITADO
                        PERFORM P-PROCURA-ID THRU P-PROCURA-ID-FIM
                        IF ACHOU THEN
                           MOVE '*** TEXTO ANONIMIZADO (LGPD) ***'
                                TO NOTA-TEXTO
                           ADD 1 TO WS-QTD-NOTAS
                           SET ALTEROU TO TRUE
                        END-IF
                        MOVE REG-NOTA TO REG-NOTATEMP
                        WRITE REG-NOTATEMP
                END-READ
            END-PERFORM

            CLOSE NOTAS
            CLOSE NOTATEMP

            IF ALTEROU THEN
               SET EOF-OK TO FALSE
               OPEN INPUT NOTATEMP
               OPEN OUTPUT NOTAS

               PERFORM UNTIL EOF-OK
                   READ NOTATEMP
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           MOVE REG-NOTATEMP TO REG-NOTA
                           WRITE REG-NOTA
                   END-READ
               END-PERFORM

               CLOSE NOTATEMP
               CLOSE NOTAS
            END-IF

            SET EOF-OK TO FALSE
           .

       P-LIMPA-NOTAS-FIM.
           EXIT.

      * Apaga, via HISTORICO.TMP, os nomes das entradas anteriores
      * dos contatos anonimizados em HISTORICO.dat; a operacao, a
      * data e o operador de cada entrada ficam no trilho.
       P-LIMPA-HISTORICO.
            SET EOF-OK TO FALSE
            SET ALTEROU TO FALSE

            OPEN INPUT HISTORICO

            IF NOT HIST-OK THEN
               GO TO P-LIMPA-HISTORICO-FIM
            END-IF

            OPEN OUTPUT HISTTEMP

            PERFORM UNTIL EOF-OK
                READ HISTORICO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE HIST-ID-CONTATO TO WS-ID-DIGITADO
                        PERFORM P-PROCURA-ID THRU P-PROCURA-ID-FIM
                        IF ACHOU
                           AND HIST-OPERACAO NOT = 'ANONIMIZA'
                           AND (HIST-NM-ANTIGO NOT = SPACES
                             OR HIST-NM-NOVO NOT = SPACES) THEN
                           MOVE SPACES TO HIST-NM-ANTIGO HIST-NM-NOVO
                           ADD 1 TO WS-QTD-HIST
                           SET ALTEROU TO TRUE
                        END-IF
                        MOVE REG-HISTORICO TO REG-HISTTEMP
                        WRITE REG-HISTTEMP
                END-READ
            END-PERFORM

            CLOSE HISTORICO
            CLOSE HISTTEMP

            IF ALTEROU THEN
               SET EOF-OK TO FALSE
               OPEN INPUT HISTTEMP
               OPEN OUTPUT HISTORICO

               PERFORM UNTIL EOF-OK
                   READ HISTTEMP
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           MOVE REG-HISTTEMP TO REG-HISTORICO
                           WRITE REG-HISTORICO
                   END-READ
               END-PERFORM

               CLOSE HISTTEMP
               CLOSE HISTORICO
            END-IF

            SET EOF-OK TO FALSE
           .

       P-LIMPA-HISTORICO-FIM.
           EXIT.

      * Apaga, via JORNAL.TMP, os campos pessoais das imagens antes e
      * depois das gravacoes dos contatos anonimizados em JORNAL.dat,
      * inclusive as anteriores a esta execucao e as dos contatos
      * anonimizados em execucoes passadas; data, hora, programa,
      * operador e operacao de cada entrada ficam no jornal. Imagem
      * em branco (antes da inclusao, depois da remocao) fica em
      * branco; sem entrada a limpar, o jornal nao e regravado.
       P-LIMPA-JORNAL.
            SET EOF-OK TO FALSE
            SET ALTEROU TO FALSE

            OPEN INPUT JORNAL

            IF NOT JRN-OK THEN
               GO TO P-LIMPA-JORNAL-FIM
            END-IF

            OPEN OUTPUT JRNTEMP

            PERFORM UNTIL EOF-OK
                READ JORNAL
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE JRN-ID-CONTATO TO WS-ID-DIGITADO
                        PERFORM P-PROCURA-ID-JORNAL
                                THRU P-PROCURA-ID-JORNAL-FIM
                        MOVE REG-JORNAL TO REG-JRNTEMP
                        IF ACHOU THEN
                           MOVE JRN-IMAGEM-ANTES TO WS-IMG-JRN
                           PERFORM P-LIMPA-IMAGEM
                                   THRU P-LIMPA-IMAGEM-FIM
                           MOVE WS-IMG-JRN TO JRN-IMAGEM-ANTES
                           MOVE JRN-IMAGEM-DEPOIS TO WS-IMG-JRN
                           PERFORM P-LIMPA-IMAGEM
                                   THRU P-LIMPA-IMAGEM-FIM
                           MOVE WS-IMG-JRN TO JRN-IMAGEM-DEPOIS
                           IF REG-JORNAL NOT EQUAL REG-JRNTEMP THEN
                              ADD 1 TO WS-QTD-JRN
                              SET ALTEROU TO TRUE
                           END-IF
                        END-IF
                        MOVE REG-JORNAL TO REG-JRNTEMP
                        WRITE REG-JRNTEMP
                END-READ
            END-PERFORM

            CLOSE JORNAL
            CLOSE JRNTEMP

            IF ALTEROU THEN
               SET EOF-OK TO FALSE
               OPEN INPUT JRNTEMP
               OPEN OUTPUT JORNAL

               PERFORM UNTIL EOF-OK
                   READ JRNTEMP
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           MOVE REG-JRNTEMP TO REG-JORNAL
                           WRITE REG-JORNAL
                   END-READ
               END-PERFORM

               CLOSE JRNTEMP
               CLOSE JORNAL
            END-IF

            SET EOF-OK TO FALSE
           .

       P-LIMPA-JORNAL-FIM.
           EXIT.

      * Mesmos campos e mesmas marcas do P-ANONIMIZA-1-CONTATO.
       P-LIMPA-IMAGEM.
            IF WS-IMG-JRN EQUAL SPACES THEN
               GO TO P-LIMPA-IMAGEM-FIM
            END-IF

            MOVE WS-NM-ANONIMO TO WS-IMG-NOME
            MOVE WS-NM-ANONIMO TO WS-IMG-PRENOME
            MOVE SPACES        TO WS-IMG-SOBRENOME
            MOVE ZEROS         TO WS-IMG-CPF
            MOVE ZEROS         TO WS-IMG-NASCIMENTO

            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                MOVE SPACES TO WS-IMG-MET-VALOR(WS-IDX)
            END-PERFORM
           .

       P-LIMPA-IMAGEM-FIM.
           EXIT.

      * Abertura do certificado: quem pediu, quem aprovou, quem
      * executou e com qual criterio.
       P-CABECALHO-CERT.
            MOVE SPACES TO LK-PRT-LINHA
            STRING 'SOLICITACAO No '    DELIMITED BY SIZE
                   LK-APV-NUMERO        DELIMITED BY SIZE
                   ' - SOLICITANTE '    DELIMITED BY SIZE
                   LK-APV-SOLICITANTE   DELIMITED BY SIZE
                   ' - APROVADOR '      DELIMITED BY SIZE
                   LK-APV-APROVADOR     DELIMITED BY SIZE
                   ' - EXECUTOR '       DELIMITED BY SIZE
                   WS-OPERADOR          DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE SPACES TO LK-PRT-LINHA
            IF CRITERIO-RETENCAO THEN
               STRING 'CRITERIO: CONTATOS EXCLUIDOS HA PELO MENOS '
                                         DELIMITED BY SIZE
                      WS-PRM-DIAS-CORTE  DELIMITED BY SIZE
                      ' DIAS (RETENCAO)' DELIMITED BY SIZE
                  INTO LK-PRT-LINHA
            ELSE
               STRING 'CRITERIO: PEDIDO DE ELIMINACAO DO TITULAR - '
                                         DELIMITED BY SIZE
                      'IDS '             DELIMITED BY SIZE
                      WS-PRM-ID(1)       DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-PRM-ID(2)       DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-PRM-ID(3)       DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-PRM-ID(4)       DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-PRM-ID(5)       DELIMITED BY SIZE
                  INTO LK-PRT-LINHA
            END-IF
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE 'ID     TIPO        FIL EMPRESA SITUACAO EXCLUIDO EM'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-CABECALHO-CERT-FIM.
           EXIT.

      * Fecho do certificado: totais por arquivo e declaracao.
       P-RODAPE-CERT.
            MOVE 'CONTATOS LIDOS'               TO LK-PRT-ROTULO
            MOVE WS-QTD-LIDOS                   TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CONTATOS ANONIMIZADOS'        TO LK-PRT-ROTULO
            MOVE WS-QTD-ANONIM                  TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'FALHAS DE REGRAVACAO'         TO LK-PRT-ROTULO
            MOVE WS-QTD-REJEITADOS              TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'ENDERECOS APAGADOS'           TO LK-PRT-ROTULO
            MOVE WS-QTD-END                     TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'ANOTACOES APAGADAS'           TO LK-PRT-ROTULO
            MOVE WS-QTD-NOTAS                   TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'NOMES APAGADOS DO HISTORICO'  TO LK-PRT-ROTULO
            MOVE WS-QTD-HIST                    TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'ENTRADAS LIMPAS DO JORNAL'    TO LK-PRT-ROTULO
            MOVE WS-QTD-JRN                     TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'CERTIFICAMOS QUE OS DADOS PESSOAIS DOS CONTATOS '
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'ACIMA (NOME, CPF, NASCIMENTO, MEIOS DE CONTATO, '
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'ENDERECOS E ANOTACOES) FORAM ANONIMIZADOS NESTA '
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'DATA, NOS TERMOS DA LGPD (LEI 13.709/2018).'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'ENCARREGADO DE DADOS (DPO): ______________________'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-RODAPE-CERT-FIM.
           EXIT.

      * Grava no HISTORICO.dat a anonimizacao do contato, sem o nome
      * apagado, no mesmo trilho de auditoria das demais operacoes.
       P-GRAVA-HISTORICO.
            OPEN EXTEND HISTORICO
            IF WS-HIST-FS EQUAL 35 THEN
               OPEN OUTPUT HISTORICO
            END-IF

            IF HIST-OK THEN
               MOVE ID-CONTATO           TO HIST-ID-CONTATO
               MOVE "ANONIMIZA"          TO HIST-OPERACAO
               MOVE SPACES               TO HIST-NM-ANTIGO
               MOVE WS-NM-ANONIMO        TO HIST-NM-NOVO
               MOVE FUNCTION CURRENT-DATE(1:8)  TO HIST-DATA
               MOVE FUNCTION CURRENT-DATE(9:6)  TO HIST-HORA
               MOVE WS-OPERADOR          TO HIST-OPERADOR

               WRITE REG-HISTORICO

               CLOSE HISTORICO
            ELSE
               MOVE 'PG13ANOCNT'      TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR HISTORICO' TO LK-ERRO-OPERACAO
               MOVE WS-HIST-FS        TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
            END-IF
           .

       P-GRAVA-HISTORICO-FIM.

      * Grava os totais desta anonimizacao em CONTROLE.dat, no mesmo
      * padrao dos demais programas em lote do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13ANOCNT'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-ANONIM         TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-REJEITADOS     TO CTL-QTD-REJEITADOS

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

      * Acrescenta a JORNAL.dat a regravacao do contato; as duas
      * imagens vao anonimizadas.
       P-GRAVA-JORNAL.
            MOVE 'PG13ANOCNT'      TO LK-JRN-PROGRAMA
            MOVE WS-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "ANONIMIZA"       TO LK-JRN-OPERACAO
            MOVE REG-CONTATOS      TO LK-JRN-ANTES
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13ANOCNT.
