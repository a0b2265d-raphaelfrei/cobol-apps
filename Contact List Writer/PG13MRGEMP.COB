      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Varredura e fusao de empresas duplicadas de
      *          EMPRESAS.dat. A varredura passa o CNPJ de cada empresa
      *          pelo PG13CNPJDV e lista em MRGEMP.LST os CNPJs
      *          invalidos e os grupos de empresas que dividem o mesmo
      *          CNPJ, com a quantidade de contatos de cada uma, para
      *          a escolha da empresa que fica. A fusao (operador
      *          autorizado) aponta o ID-EMPRESA de todos os contatos
      *          da empresa absorvida para a mantida, com imagem em
      *          JORNAL.dat, entrada em HISTORICO.dat e os totais em
      *          CONTROLE.dat, e retira a absorvida do mestre via
      *          EMPRESAS.TMP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13MRGEMP.

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

            SELECT EMPRESAS ASSIGN TO ".\EMPRESAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-EMP-FS.

            SELECT EMPTEMP ASSIGN TO ".\EMPRESAS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-HIST-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD EMPRESAS.
          COPY FD_EMPRS.

      * Mesmo tamanho de REG-EMPRESA (48 bytes), para a regravacao
      * via temporario nao truncar o fim dos registros copiados.
       FD EMPTEMP.
       01 REG-EMPTEMP              PIC X(48).

       FD HISTORICO.
          COPY FD_HISTC.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-EMP-FS             PIC 9(02).
          88 EMP-OK           VALUE 0.

       77 WS-TMP-FS             PIC 9(02).
          88 TMP-OK           VALUE 0.

       77 WS-HIST-FS            PIC 9(02).
          88 HIST-OK          VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-MODO               PIC X(01) VALUE SPACE.
          88 MODO-FUSAO       VALUE '2'.

       77 WS-CONFIRMA           PIC X(01) VALUE SPACE.
          88 CONFIRMADO       VALUE 'S' 's'.

      * Empresas de EMPRESAS.dat carregadas para a varredura, com o
      * resultado da conferencia do CNPJ, o grupo de CNPJ repetido em
      * que a empresa caiu (zero = nenhum) e os contatos apontados.
       01 WS-TAB-EMPRESAS.
          03 WS-EMP-ITEM OCCURS 2000 TIMES.
             05 WS-EMP-ID          PIC 9(04).
             05 WS-EMP-NOME        PIC X(30).
             05 WS-EMP-CNPJ        PIC 9(14).
             05 WS-EMP-VALIDO      PIC X(01).
             05 WS-EMP-GRUPO       PIC 9(04).
             05 WS-EMP-CONTATOS    PIC 9(06).
       77 WS-QTD-EMPRESAS       PIC 9(04) VALUE ZEROS.
       77 WS-IDX-EMP            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-OUTRA          PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU-EMP          PIC 9(04) VALUE ZEROS.
       77 WS-EMP-BUSCA          PIC 9(04) VALUE ZEROS.

      * Empresas da fusao: a mantida recebe os contatos da absorvida.
       77 WS-ID-MANTIDA         PIC 9(04) VALUE ZEROS.
       77 WS-ID-ABSORVIDA       PIC 9(04) VALUE ZEROS.
       77 WS-IDX-MANTIDA        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ABSORVIDA      PIC 9(04) VALUE ZEROS.

       77 WS-CNPJ-MSK           PIC 99.999.999/9999B99.
       77 WS-QTD-EDIT           PIC ZZZZZ9.
       77 WS-DESC-SITUACAO      PIC X(20) VALUE SPACES.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-INVALIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-CNPJ       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRUPOS         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-EM-GRUPOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MOVIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EMP-GRAVADAS   PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_PRTFMT.
       COPY LK_JRNCTT.
       COPY LK_DURLOG.
       COPY LK_CNPJDV.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** VARREDURA E FUSAO DE EMPRESAS *****"

            DISPLAY "<1> Varredura - CNPJ invalido e repetido (padrao)"
            DISPLAY "<2> Fundir duas empresas"
            ACCEPT WS-MODO

      * A fusao regrava contatos e retira uma empresa do mestre: fica
      * restrita aos operadores autorizados no login do PG13MENU.
            IF MODO-FUSAO AND LK-AUTORIZADO NOT = 'S' THEN
               DISPLAY "FUSAO RESTRITA A OPERADORES AUTORIZADOS - "
                       "SO A VARREDURA ESTA DISPONIVEL."
               MOVE '1' TO WS-MODO
            END-IF

            PERFORM P-CARREGA-EMPRESAS THRU P-CARREGA-EMPRESAS-FIM

            IF WS-QTD-EMPRESAS EQUAL ZEROS THEN
               DISPLAY "NENHUMA EMPRESA CADASTRADA AINDA."
               PERFORM P-END
            END-IF

            IF MODO-FUSAO THEN
               PERFORM P-FUNDE THRU P-FUNDE-FIM
            ELSE
               PERFORM P-VARREDURA THRU P-VARREDURA-FIM
            END-IF

            PERFORM P-END
           .

      * Carrega EMPRESAS.dat, confere o CNPJ de cada empresa e conta
      * os contatos (ativos ou excluidos) que apontam para ela.
       P-CARREGA-EMPRESAS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-EMPRESAS

            OPEN INPUT EMPRESAS
            IF NOT EMP-OK THEN
               GO TO P-CARREGA-EMPRESAS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ EMPRESAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF WS-QTD-EMPRESAS < 2000 THEN
                           ADD 1 TO WS-QTD-EMPRESAS
                           MOVE EMP-ID
                             TO WS-EMP-ID(WS-QTD-EMPRESAS)
                           MOVE EMP-NOME
                             TO WS-EMP-NOME(WS-QTD-EMPRESAS)
                           MOVE EMP-CNPJ
                             TO WS-EMP-CNPJ(WS-QTD-EMPRESAS)
                           MOVE ZEROS
                             TO WS-EMP-GRUPO(WS-QTD-EMPRESAS)
                                WS-EMP-CONTATOS(WS-QTD-EMPRESAS)
                           MOVE EMP-CNPJ TO LK-CNPJ-EMPRESA
                           CALL 'PG13CNPJDV' USING LK-CNPJ-AREA
                           MOVE LK-CNPJ-VALIDO
                             TO WS-EMP-VALIDO(WS-QTD-EMPRESAS)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE EMPRESAS

            SET EOF-OK TO FALSE

            OPEN INPUT CONTATOS
            IF NOT FS-OK THEN
               GO TO P-CARREGA-EMPRESAS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF ID-EMPRESA NOT EQUAL ZEROS THEN
                           MOVE ID-EMPRESA TO WS-EMP-BUSCA
                           PERFORM P-PROCURA-EMPRESA
                                   THRU P-PROCURA-EMPRESA-FIM
                           IF WS-ACHOU-EMP NOT EQUAL ZEROS THEN
                              ADD 1 TO WS-EMP-CONTATOS(WS-ACHOU-EMP)
                           END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS
           .

       P-CARREGA-EMPRESAS-FIM.
           EXIT.

      * Devolve em WS-ACHOU-EMP a posicao de WS-EMP-BUSCA na tabela
      * (zero = empresa nao cadastrada).
       P-PROCURA-EMPRESA.
            MOVE ZEROS TO WS-ACHOU-EMP

            PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                    UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS
                       OR WS-ACHOU-EMP NOT EQUAL ZEROS
                IF WS-EMP-ID(WS-IDX-EMP) EQUAL WS-EMP-BUSCA THEN
                   MOVE WS-IDX-EMP TO WS-ACHOU-EMP
                END-IF
            END-PERFORM
           .

       P-PROCURA-EMPRESA-FIM.
           EXIT.

      * Lista em MRGEMP.LST as empresas com CNPJ invalido ou nao
      * informado e, em seguida, cada grupo de empresas com o mesmo
      * CNPJ (a primeira do grupo abre o grupo; as outras sao
      * marcadas para nao abrirem um grupo repetido).
       P-VARREDURA.
            MOVE ZEROS TO WS-QTD-INVALIDOS WS-QTD-SEM-CNPJ
                          WS-QTD-GRUPOS WS-QTD-EM-GRUPOS

            MOVE '.\MRGEMP.LST'          TO LK-PRT-ARQUIVO
            MOVE 'VARREDURA DE EMPRESAS' TO LK-PRT-TITULO
            MOVE LK-OPERADOR             TO LK-PRT-OPERADOR
            MOVE 'I'                     TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'CNPJ INVALIDO OU NAO INFORMADO' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'ID   NOME                           CNPJ'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                    UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS
                IF WS-EMP-VALIDO(WS-IDX-EMP) NOT EQUAL 'S' THEN
                   IF WS-EMP-CNPJ(WS-IDX-EMP) EQUAL ZEROS THEN
                      ADD 1 TO WS-QTD-SEM-CNPJ
                      MOVE 'NAO INFORMADO' TO WS-DESC-SITUACAO
                   ELSE
                      ADD 1 TO WS-QTD-INVALIDOS
                      MOVE 'DV NAO CONFERE' TO WS-DESC-SITUACAO
                   END-IF
                   PERFORM P-IMPRIME-EMPRESA
                           THRU P-IMPRIME-EMPRESA-FIM
                END-IF
            END-PERFORM

            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'EMPRESAS COM O MESMO CNPJ' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'ID   NOME                           CNPJ'
                 TO LK-PRT-LINHA
            MOVE 'CONTATOS' TO LK-PRT-LINHA(61:8)
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                    UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS
                IF WS-EMP-GRUPO(WS-IDX-EMP) EQUAL ZEROS
                   AND WS-EMP-CNPJ(WS-IDX-EMP) NOT EQUAL ZEROS THEN
                   PERFORM P-MONTA-GRUPO THRU P-MONTA-GRUPO-FIM
                END-IF
            END-PERFORM

            MOVE 'EMPRESAS LIDAS'        TO LK-PRT-ROTULO
            MOVE WS-QTD-EMPRESAS         TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CNPJ INVALIDO'         TO LK-PRT-ROTULO
            MOVE WS-QTD-INVALIDOS        TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CNPJ NAO INFORMADO'    TO LK-PRT-ROTULO
            MOVE WS-QTD-SEM-CNPJ         TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'GRUPOS COM MESMO CNPJ' TO LK-PRT-ROTULO
            MOVE WS-QTD-GRUPOS           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'EMPRESAS NOS GRUPOS'   TO LK-PRT-ROTULO
            MOVE WS-QTD-EM-GRUPOS        TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            DISPLAY "VARREDURA GRAVADA EM MRGEMP.LST - CNPJ INVALIDO: "
                    WS-QTD-INVALIDOS "  GRUPOS: " WS-QTD-GRUPOS
           .

       P-VARREDURA-FIM.
           EXIT.

      * Procura as demais empresas com o CNPJ da empresa WS-IDX-EMP;
      * havendo alguma, imprime o grupo inteiro.
       P-MONTA-GRUPO.
            MOVE ZEROS TO WS-ACHOU-EMP

            PERFORM VARYING WS-IDX-OUTRA FROM WS-IDX-EMP BY 1
                    UNTIL WS-IDX-OUTRA > WS-QTD-EMPRESAS
                IF WS-IDX-OUTRA NOT EQUAL WS-IDX-EMP
                   AND WS-EMP-CNPJ(WS-IDX-OUTRA)
                       EQUAL WS-EMP-CNPJ(WS-IDX-EMP) THEN
                   MOVE WS-IDX-OUTRA TO WS-ACHOU-EMP
                END-IF
            END-PERFORM

            IF WS-ACHOU-EMP EQUAL ZEROS THEN
               GO TO P-MONTA-GRUPO-FIM
            END-IF

            ADD 1 TO WS-QTD-GRUPOS

            MOVE SPACES TO LK-PRT-LINHA
            STRING 'GRUPO '       DELIMITED BY SIZE
                   WS-QTD-GRUPOS  DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-OUTRA FROM WS-IDX-EMP BY 1
                    UNTIL WS-IDX-OUTRA > WS-QTD-EMPRESAS
                IF WS-EMP-CNPJ(WS-IDX-OUTRA)
                   EQUAL WS-EMP-CNPJ(WS-IDX-EMP) THEN
                   MOVE WS-QTD-GRUPOS TO WS-EMP-GRUPO(WS-IDX-OUTRA)
                   ADD 1 TO WS-QTD-EM-GRUPOS
                   MOVE WS-EMP-CONTATOS(WS-IDX-OUTRA) TO WS-QTD-EDIT
                   MOVE WS-EMP-CNPJ(WS-IDX-OUTRA)     TO WS-CNPJ-MSK
                   MOVE SPACES TO LK-PRT-LINHA
                   STRING WS-EMP-ID(WS-IDX-OUTRA)   DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WS-EMP-NOME(WS-IDX-OUTRA) DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WS-CNPJ-MSK               DELIMITED BY SIZE
                          '    '                    DELIMITED BY SIZE
                          WS-QTD-EDIT               DELIMITED BY SIZE
                      INTO LK-PRT-LINHA
                   PERFORM P-IMPRIME THRU P-IMPRIME-FIM
                END-IF
            END-PERFORM
           .

       P-MONTA-GRUPO-FIM.
           EXIT.

       P-IMPRIME-EMPRESA.
            MOVE WS-EMP-CNPJ(WS-IDX-EMP) TO WS-CNPJ-MSK
            MOVE SPACES TO LK-PRT-LINHA
            STRING WS-EMP-ID(WS-IDX-EMP)   DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WS-EMP-NOME(WS-IDX-EMP) DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WS-CNPJ-MSK             DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WS-DESC-SITUACAO        DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-IMPRIME-EMPRESA-FIM.
           EXIT.

      * Pede a empresa mantida e a absorvida, confirma e aponta os
      * contatos da absorvida para a mantida. A absorvida so sai de
      * EMPRESAS.dat se todos os seus contatos foram regravados, para
      * nenhum contato ficar apontando para uma empresa inexistente.
       P-FUNDE.
            DISPLAY "ID da empresa que FICA: "
            ACCEPT WS-ID-MANTIDA
            DISPLAY "ID da empresa ABSORVIDA (sai do cadastro): "
            ACCEPT WS-ID-ABSORVIDA

            IF WS-ID-MANTIDA EQUAL WS-ID-ABSORVIDA THEN
               DISPLAY "INFORME DUAS EMPRESAS DIFERENTES."
               GO TO P-FUNDE-FIM
            END-IF

            MOVE WS-ID-MANTIDA TO WS-EMP-BUSCA
            PERFORM P-PROCURA-EMPRESA THRU P-PROCURA-EMPRESA-FIM
            MOVE WS-ACHOU-EMP TO WS-IDX-MANTIDA

            MOVE WS-ID-ABSORVIDA TO WS-EMP-BUSCA
            PERFORM P-PROCURA-EMPRESA THRU P-PROCURA-EMPRESA-FIM
            MOVE WS-ACHOU-EMP TO WS-IDX-ABSORVIDA

            IF WS-IDX-MANTIDA EQUAL ZEROS
               OR WS-IDX-ABSORVIDA EQUAL ZEROS THEN
               DISPLAY "EMPRESA NAO CADASTRADA EM EMPRESAS.dat."
               GO TO P-FUNDE-FIM
            END-IF

            MOVE WS-EMP-CNPJ(WS-IDX-MANTIDA) TO WS-CNPJ-MSK
            DISPLAY "FICA:     " WS-ID-MANTIDA " "
                    WS-EMP-NOME(WS-IDX-MANTIDA) " " WS-CNPJ-MSK
                    " CONTATOS: " WS-EMP-CONTATOS(WS-IDX-MANTIDA)
            MOVE WS-EMP-CNPJ(WS-IDX-ABSORVIDA) TO WS-CNPJ-MSK
            DISPLAY "ABSORVIDA: " WS-ID-ABSORVIDA " "
                    WS-EMP-NOME(WS-IDX-ABSORVIDA) " " WS-CNPJ-MSK
                    " CONTATOS: " WS-EMP-CONTATOS(WS-IDX-ABSORVIDA)

            IF WS-EMP-CNPJ(WS-IDX-MANTIDA)
               NOT EQUAL WS-EMP-CNPJ(WS-IDX-ABSORVIDA) THEN
               DISPLAY "AVISO: AS DUAS EMPRESAS TEM CNPJ DIFERENTE."
            END-IF

            DISPLAY "OS CONTATOS DA EMPRESA " WS-ID-ABSORVIDA
                    " PASSARAO PARA A EMPRESA " WS-ID-MANTIDA
                    " E A " WS-ID-ABSORVIDA " SAIRA DO CADASTRO."
            DISPLAY "Voce deseja continuar?"
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para sair."
            ACCEPT WS-CONFIRMA
            IF NOT CONFIRMADO THEN
               DISPLAY "OPERACAO CANCELADA."
               GO TO P-FUNDE-FIM
            END-IF

            MOVE 'PG13MRGEMP' TO LK-DUR-PROGRAMA
            MOVE 'I'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-MOVE-CONTATOS THRU P-MOVE-CONTATOS-FIM

            IF FS-OK AND HIST-OK
               AND WS-QTD-REJEITADOS EQUAL ZEROS THEN
               PERFORM P-RETIRA-EMPRESA THRU P-RETIRA-EMPRESA-FIM
            ELSE
               DISPLAY "A EMPRESA " WS-ID-ABSORVIDA
                       " FOI MANTIDA NO CADASTRO - REPITA A FUSAO "
                       "DEPOIS DE CORRIGIR OS CONTATOS REJEITADOS."
            END-IF

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            DISPLAY "FUSAO CONCLUIDA - CONTATOS MOVIDOS: "
                    WS-QTD-MOVIDOS "  REJEITADOS: " WS-QTD-REJEITADOS
           .

       P-FUNDE-FIM.
           EXIT.

      * Regrava cada contato (ativo ou excluido) da empresa absorvida
      * com o ID da mantida, com imagem em JORNAL.dat e entrada em
      * HISTORICO.dat; a lista sai em MRGEMP.LST.
       P-MOVE-CONTATOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-MOVIDOS
                          WS-QTD-REJEITADOS

            OPEN I-O CONTATOS
            IF NOT FS-OK THEN
               MOVE 'PG13MRGEMP'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-MOVE-CONTATOS-FIM
            END-IF

            OPEN EXTEND HISTORICO
            IF WS-HIST-FS EQUAL 35 THEN
               OPEN OUTPUT HISTORICO
            END-IF
            IF NOT HIST-OK THEN
               DISPLAY "ERRO AO ABRIR HISTORICO.dat - CONTATOS NAO "
                       "MOVIDOS."
               DISPLAY "Error ID: " WS-HIST-FS
               CLOSE CONTATOS
               GO TO P-MOVE-CONTATOS-FIM
            END-IF

            MOVE '.\MRGEMP.LST'      TO LK-PRT-ARQUIVO
            MOVE 'FUSAO DE EMPRESAS' TO LK-PRT-TITULO
            MOVE LK-OPERADOR         TO LK-PRT-OPERADOR
            MOVE 'I'                 TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE SPACES TO LK-PRT-LINHA
            STRING 'DA EMPRESA '                 DELIMITED BY SIZE
                   WS-ID-ABSORVIDA               DELIMITED BY SIZE
                   ' '                           DELIMITED BY SIZE
                   WS-EMP-NOME(WS-IDX-ABSORVIDA) DELIMITED BY SIZE
                   ' PARA '                      DELIMITED BY SIZE
                   WS-ID-MANTIDA                 DELIMITED BY SIZE
                   ' '                           DELIMITED BY SIZE
                   WS-EMP-NOME(WS-IDX-MANTIDA)   DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE 'ID     NOME                 TIPO        SITUACAO'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        IF ID-EMPRESA EQUAL WS-ID-ABSORVIDA THEN
                           PERFORM P-MOVE-1 THRU P-MOVE-1-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS
            CLOSE HISTORICO

            MOVE 'CONTATOS LIDOS'         TO LK-PRT-ROTULO
            MOVE WS-QTD-LIDOS             TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CONTATOS MOVIDOS'       TO LK-PRT-ROTULO
            MOVE WS-QTD-MOVIDOS           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'REJEITADOS NA GRAVACAO' TO LK-PRT-ROTULO
            MOVE WS-QTD-REJEITADOS        TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-MOVE-CONTATOS-FIM.
           EXIT.

       P-MOVE-1.
            MOVE 'ATIVO' TO WS-DESC-SITUACAO
            IF CONTATO-EXCLUIDO THEN
               MOVE 'EXCLUIDO' TO WS-DESC-SITUACAO
            END-IF

            MOVE SPACES TO LK-PRT-LINHA
            STRING ID-CONTATO        DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   NM-CONTATO        DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   TP-CONTATO        DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   WS-DESC-SITUACAO  DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE REG-CONTATOS  TO LK-JRN-ANTES
            MOVE WS-ID-MANTIDA TO ID-EMPRESA
            MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA

            REWRITE REG-CONTATOS
                    INVALID KEY
                       ADD 1 TO WS-QTD-REJEITADOS
                       DISPLAY "CONTATO NAO REGRAVADO - ID "
                               ID-CONTATO " STATUS " WS-FS
                       GO TO P-MOVE-1-FIM
            END-REWRITE

            ADD 1 TO WS-QTD-MOVIDOS

            MOVE 'PG13MRGEMP'      TO LK-JRN-PROGRAMA
            MOVE LK-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "FUSAO EMP"       TO LK-JRN-OPERACAO
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA

            MOVE ID-CONTATO        TO HIST-ID-CONTATO
            MOVE "FUSAO EMP"       TO HIST-OPERACAO
            MOVE SPACES            TO HIST-NM-ANTIGO HIST-NM-NOVO
            STRING 'EMPRESA '      DELIMITED BY SIZE
                   WS-ID-ABSORVIDA DELIMITED BY SIZE
               INTO HIST-NM-ANTIGO
            STRING 'EMPRESA '      DELIMITED BY SIZE
                   WS-ID-MANTIDA   DELIMITED BY SIZE
               INTO HIST-NM-NOVO
            MOVE DT-ULT-ALT-DATA   TO HIST-DATA
            MOVE DT-ULT-ALT-HORA   TO HIST-HORA
            MOVE LK-OPERADOR       TO HIST-OPERADOR
            WRITE REG-HISTORICO
           .

       P-MOVE-1-FIM.
           EXIT.

      * Copia EMPRESAS.dat para o temporario sem a empresa absorvida e
      * devolve o temporario ao mestre.
       P-RETIRA-EMPRESA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-EMP-GRAVADAS

            OPEN INPUT EMPRESAS
            IF NOT EMP-OK THEN
               MOVE 'PG13MRGEMP'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR EMPRESAS' TO LK-ERRO-OPERACAO
               MOVE WS-EMP-FS        TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-RETIRA-EMPRESA-FIM
            END-IF

            OPEN OUTPUT EMPTEMP
            IF NOT TMP-OK THEN
               DISPLAY "ERRO AO ABRIR EMPRESAS.TMP."
               DISPLAY "Error ID: " WS-TMP-FS
               CLOSE EMPRESAS
               GO TO P-RETIRA-EMPRESA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ EMPRESAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF EMP-ID NOT EQUAL WS-ID-ABSORVIDA THEN
                           MOVE REG-EMPRESA TO REG-EMPTEMP
                           WRITE REG-EMPTEMP
                        END-IF
                END-READ
            END-PERFORM

            CLOSE EMPRESAS
            CLOSE EMPTEMP

            SET EOF-OK TO FALSE

            OPEN INPUT EMPTEMP
            OPEN OUTPUT EMPRESAS

            PERFORM UNTIL EOF-OK
                READ EMPTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-EMPTEMP TO REG-EMPRESA
                        WRITE REG-EMPRESA
                        ADD 1 TO WS-QTD-EMP-GRAVADAS
                END-READ
            END-PERFORM

            CLOSE EMPTEMP
            CLOSE EMPRESAS

            DISPLAY "EMPRESA " WS-ID-ABSORVIDA
                    " RETIRADA DE EMPRESAS.dat."
           .

       P-RETIRA-EMPRESA-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

       P-GRAVA-CONTROLE.
            MOVE 'PG13MRGEMP'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS      TO CTL-QTD-LIDOS
            MOVE WS-QTD-MOVIDOS    TO CTL-QTD-GRAVADOS
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
       END PROGRAM PG13MRGEMP.
