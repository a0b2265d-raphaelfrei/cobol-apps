      ****************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Fechamento do ano letivo - decide a promocao ou a
      *          retencao de cada aluno de ALUNOS.dat pelo resultado
      *          final de cada materia no ano (a linha do ultimo
      *          bimestre de cada materia; linhas SUPERADO do
      *          PG22RECUP puladas, valendo o resultado da
      *          recuperacao), passa os promovidos para a turma
      *          seguinte conforme a tabela de progressao
      *          (TURMAS_PROGRESSAO.dat), marca os formandos como
      *          egressos (turma EGRES e uma linha em EGRESSOS.dat),
      *          move as linhas do ano de BOLETIM.dat e de
      *          FREQUENCIA.dat para arquivos mortos datados
      *          (BOLETIM_AAAA.ARQ e FREQUENCIA_AAAA.ARQ, como na
      *          rotacao do PG13ROTARQ) e imprime a lista de promocao
      *          por turma para a secretaria assinar
      *          (PROMOCAO_AAAA.LST). A previa imprime a mesma lista
      *          sem alterar nenhum arquivo.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG29FECANO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ALUNOS ASSIGN TO ".\ALUNOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ALU-FS.

            SELECT ALUTEMP ASSIGN TO ".\ALUNOS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ATM-FS.

            SELECT BOLETIM ASSIGN TO ".\BOLETIM.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-BOL-FS.

            SELECT BOLTEMP ASSIGN TO ".\BOLETIM.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT ARQBOL ASSIGN TO WS-NOME-ARQBOL
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ABO-FS.

            SELECT FREQUENCIA ASSIGN TO ".\FREQUENCIA.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FRQ-FS.

            SELECT FRQTEMP ASSIGN TO ".\FREQUENCIA.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FTM-FS.

            SELECT ARQFRQ ASSIGN TO WS-NOME-ARQFRQ
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-AFR-FS.

            SELECT PROGRESSAO ASSIGN TO ".\TURMAS_PROGRESSAO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TPR-FS.

            SELECT EGRESSOS ASSIGN TO ".\EGRESSOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-EGR-FS.

            SELECT LISTA ASSIGN TO WS-NOME-LISTA
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-LST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
       01 REG-ALUNO.
          03 ALU-MATRICULA    PIC 9(05).
          03 ALU-NOME         PIC X(15).
          03 ALU-TURMA        PIC X(05).

       FD ALUTEMP.
       01 REG-ALUTEMP         PIC X(25).

       FD BOLETIM.
       01 REG-BOLETIM         PIC X(60).

       FD BOLTEMP.
       01 REG-BOLTEMP         PIC X(60).

       FD ARQBOL.
       01 REG-ARQBOL          PIC X(60).

       FD FREQUENCIA.
       01 REG-FREQUENCIA.
          03 FRQ-MATRICULA    PIC 9(05).
          03 FRQ-MATERIA      PIC X(10).
          03 FRQ-TOTAL        PIC 9(03).
          03 FRQ-PRESENTES    PIC 9(03).
          03 FRQ-TERMO        PIC X(06).

       FD FRQTEMP.
       01 REG-FRQTEMP         PIC X(27).

       FD ARQFRQ.
       01 REG-ARQFRQ          PIC X(27).

      * Uma linha por turma: a turma do ano que fecha e a turma do
      * ano seguinte; FORMA na turma seguinte marca a ultima serie
      * (quem e promovido dela se forma). O arquivo acumula e vale a
      * gravacao mais recente de cada turma.
       FD PROGRESSAO.
       01 REG-PROGRESSAO.
          03 TPR-TURMA        PIC X(05).
          03 TPR-PROXIMA      PIC X(05).
          03 TPR-DATA         PIC 9(08).

       FD EGRESSOS.
       01 REG-EGRESSO.
          03 EGR-MATRICULA    PIC 9(05).
          03 EGR-NOME         PIC X(15).
          03 EGR-TURMA        PIC X(05).
          03 EGR-ANO          PIC 9(04).
          03 EGR-DATA         PIC 9(08).

       FD LISTA.
       01 REG-LISTA           PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-ALU-FS           PIC 9(02).
          88 ALU-OK         VALUE 0.

       77 WS-ATM-FS           PIC 9(02).
          88 ATM-OK         VALUE 0.

       77 WS-BOL-FS           PIC 9(02).
          88 BOL-OK         VALUE 0.

       77 WS-TMP-FS           PIC 9(02).
          88 TMP-OK         VALUE 0.

       77 WS-ABO-FS           PIC 9(02).
          88 ABO-OK         VALUE 0.

       77 WS-FRQ-FS           PIC 9(02).
          88 FRQ-OK         VALUE 0.

       77 WS-FTM-FS           PIC 9(02).
          88 FTM-OK         VALUE 0.

       77 WS-AFR-FS           PIC 9(02).
          88 AFR-OK         VALUE 0.

       77 WS-TPR-FS           PIC 9(02).
          88 TPR-NOVO       VALUE 35.
          88 TPR-OK         VALUE 0.

       77 WS-EGR-FS           PIC 9(02).
          88 EGR-NOVO       VALUE 35.
          88 EGR-OK         VALUE 0.

       77 WS-LST-FS           PIC 9(02).
          88 LST-OK         VALUE 0.

       77 WS-EOF              PIC X(01) VALUE 'N'.
          88 EOF-OK         VALUE 'S' FALSE 'N'.

      * Cada etapa do fechamento diz se terminou; uma gravacao que
      * falha no temporario ou no arquivo morto impede a regravacao
      * do arquivo vivo. A lista so sai como definitiva depois do
      * fechamento concluido.
       77 WS-ETAPA            PIC X(01) VALUE 'N'.
          88 ETAPA-OK       VALUE 'S' FALSE 'N'.
       77 WS-FALHA-GRAV       PIC X(01) VALUE 'N'.
          88 FALHA-GRAVACAO VALUE 'S' FALSE 'N'.
       77 WS-LISTA-FINAL      PIC X(01) VALUE 'N'.
          88 LISTA-FINAL    VALUE 'S' FALSE 'N'.

       77 WS-RPT              PIC X(01) VALUE SPACE.
       77 WS-CONFIRMA         PIC X(01) VALUE SPACE.

       77 WS-OPCAO            PIC X(01) VALUE SPACE.
          88 OPCAO-GRAVAR   VALUE '2'.
          88 OPCAO-PREVIA   VALUE '3'.
          88 OPCAO-FECHAR   VALUE '4'.

       77 WS-ANO              PIC 9(04) VALUE ZEROS.
       77 WS-HOJE             PIC 9(08) VALUE ZEROS.

       77 WS-NOME-ARQBOL      PIC X(40) VALUE SPACES.
       77 WS-NOME-ARQFRQ      PIC X(40) VALUE SPACES.
       77 WS-NOME-LISTA       PIC X(40) VALUE SPACES.

      * Tabela de progressao vigente (a gravacao mais recente de cada
      * turma).
       01 WS-TABELA-PROGRESSAO.
          02 WS-TPR OCCURS 50 TIMES.
             03 WS-TPR-TURMA      PIC X(05).
             03 WS-TPR-PROXIMA    PIC X(05).

       77 WS-QTD-TPR          PIC 9(02) VALUE ZEROS.
       77 WS-IDX-TPR          PIC 9(02) VALUE ZEROS.
       77 WS-TURMA-PROCURA    PIC X(05) VALUE SPACES.
       77 WS-NOVA-TURMA       PIC X(05) VALUE SPACES.
       77 WS-PROXIMA-TURMA    PIC X(05) VALUE SPACES.

      * Resultado final do ano por aluno e materia: fica a linha do
      * bimestre mais alto (em empate, a gravada por ultimo).
       01 WS-TABELA-RESULTADOS.
          02 WS-RES OCCURS 3000 TIMES.
             03 WS-RES-MATRICULA  PIC 9(05).
             03 WS-RES-MATERIA    PIC X(10).
             03 WS-RES-TERMO      PIC X(06).
             03 WS-RES-SITUACAO   PIC X(01).

       77 WS-QTD-RES          PIC 9(04) VALUE ZEROS.
       77 WS-IDX-RES          PIC 9(04) VALUE ZEROS.
       77 WS-POS-RES          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SEM-MATR     PIC 9(04) VALUE ZEROS.

      * Alunos na ordem de ALUNOS.dat, com a decisao do fechamento:
      * P = promovido, F = formando, R = retido, S = sem resultado
      * no ano, T = turma fora da tabela de progressao, E = ja
      * egresso.
       01 WS-TABELA-ALUNOS.
          02 WS-ALU OCCURS 500 TIMES.
             03 WS-ALU-MATRICULA  PIC 9(05).
             03 WS-ALU-NOME       PIC X(15).
             03 WS-ALU-TURMA      PIC X(05).
             03 WS-ALU-DECISAO    PIC X(01).
             03 WS-ALU-NOVA-TURMA PIC X(05).
             03 WS-ALU-MOTIVO     PIC X(10).
             03 WS-ALU-QTD-REPROV PIC 9(02).

       77 WS-QTD-ALUNOS       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ALU          PIC 9(03) VALUE ZEROS.
       77 WS-ESTOUROU         PIC X(01) VALUE 'N'.
          88 TABELA-ESTOUROU VALUE 'S'.

      * Turmas na ordem em que aparecem, para a lista por turma.
       01 WS-TABELA-TURMAS.
          02 WS-TUR OCCURS 50 TIMES.
             03 WS-TUR-NOME       PIC X(05).

       77 WS-QTD-TURMAS       PIC 9(02) VALUE ZEROS.
       77 WS-IDX-TUR          PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU            PIC X(01) VALUE 'N'.
          88 ACHOU          VALUE 'S'.

       77 WS-I                PIC 9(04) VALUE ZEROS.

      * Campos crus da linha do boletim antes da desmontagem pelos
      * dois layouts (com e sem matricula na frente).
       77 WS-MATRICULA-LIDA   PIC 9(05) VALUE ZEROS.
       77 WS-NOME-LIDO        PIC X(15).
       77 WS-MAT-LIDA         PIC X(10).
       77 WS-MEDIA-TXT        PIC X(04).
       77 WS-RESULT-LIDO      PIC X(20).
       77 WS-TERMO-LIDO       PIC X(06).
       77 WS-C1               PIC X(20).
       77 WS-C2               PIC X(20).
       77 WS-C3               PIC X(20).
       77 WS-C4               PIC X(20).
       77 WS-C5               PIC X(20).
       77 WS-C6               PIC X(20).

       77 WS-LINHA            PIC X(80) VALUE SPACES.
       77 WS-SITUACAO-TXT     PIC X(20) VALUE SPACES.

       77 WS-TOT-PROMOVIDOS   PIC 9(04) VALUE ZEROS.
       77 WS-TOT-FORMANDOS    PIC 9(04) VALUE ZEROS.
       77 WS-TOT-RETIDOS      PIC 9(04) VALUE ZEROS.
       77 WS-TOT-SEM-RESULT   PIC 9(04) VALUE ZEROS.
       77 WS-TOT-SEM-PROGR    PIC 9(04) VALUE ZEROS.
       77 WS-TOT-ARQ-BOL      PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ARQ-FRQ      PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       P-START.

            DISPLAY "***** FECHAMENTO DO ANO LETIVO *****"
            DISPLAY "<1> LISTAR TABELA DE PROGRESSAO (PADRAO)"
            DISPLAY "<2> GRAVAR PROGRESSAO DE UMA TURMA"
            DISPLAY "<3> PREVIA DA PROMOCAO (NAO ALTERA NADA)"
            DISPLAY "<4> FECHAR O ANO LETIVO"
            ACCEPT WS-OPCAO

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE

            EVALUATE TRUE
                WHEN OPCAO-GRAVAR
                   PERFORM P-GRAVA-PROGRESSAO
                           THRU P-GRAVA-PROGRESSAO-FIM
                WHEN OPCAO-PREVIA
                   PERFORM P-APURA THRU P-APURA-FIM
                WHEN OPCAO-FECHAR
                   PERFORM P-FECHA THRU P-FECHA-FIM
                WHEN OTHER
                   PERFORM P-LISTA-PROGRESSAO
                           THRU P-LISTA-PROGRESSAO-FIM
            END-EVALUATE

            PERFORM P-REPETE THRU P-REPETE-FIM.

       P-START-END.

       P-LISTA-PROGRESSAO.
            PERFORM P-CARREGA-PROGRESSAO THRU P-CARREGA-PROGRESSAO-FIM

            IF WS-QTD-TPR EQUAL ZEROS
                DISPLAY "NENHUMA PROGRESSAO DE TURMA GRAVADA AINDA."
            ELSE
                DISPLAY "TURMA  TURMA SEGUINTE"
                PERFORM VARYING WS-IDX-TPR FROM 1 BY 1
                        UNTIL WS-IDX-TPR > WS-QTD-TPR
                    IF WS-TPR-PROXIMA(WS-IDX-TPR) EQUAL 'FORMA'
                        DISPLAY WS-TPR-TURMA(WS-IDX-TPR)
                                "  (ULTIMA SERIE - FORMATURA)"
                    ELSE
                        DISPLAY WS-TPR-TURMA(WS-IDX-TPR) "  "
                                WS-TPR-PROXIMA(WS-IDX-TPR)
                    END-IF
                END-PERFORM
            END-IF.

       P-LISTA-PROGRESSAO-FIM.

       P-GRAVA-PROGRESSAO.
            MOVE SPACES TO WS-TURMA-PROCURA WS-PROXIMA-TURMA

            DISPLAY "TURMA DO ANO QUE FECHA: "
            ACCEPT WS-TURMA-PROCURA
            DISPLAY "TURMA DO ANO SEGUINTE (FORMA = ULTIMA SERIE): "
            ACCEPT WS-PROXIMA-TURMA

            MOVE FUNCTION UPPER-CASE(WS-PROXIMA-TURMA)
                 TO WS-PROXIMA-TURMA

            IF WS-TURMA-PROCURA EQUAL SPACES
               OR WS-PROXIMA-TURMA EQUAL SPACES
                DISPLAY "TURMA EM BRANCO - NADA FOI GRAVADO."
                GO TO P-GRAVA-PROGRESSAO-FIM
            END-IF

            OPEN EXTEND PROGRESSAO
            IF TPR-NOVO
                OPEN OUTPUT PROGRESSAO
            END-IF

            IF TPR-OK
                MOVE WS-TURMA-PROCURA TO TPR-TURMA
                MOVE WS-PROXIMA-TURMA TO TPR-PROXIMA
                MOVE WS-HOJE          TO TPR-DATA
                WRITE REG-PROGRESSAO
                CLOSE PROGRESSAO
                DISPLAY "PROGRESSAO GRAVADA COM SUCESSO!"
            ELSE
                DISPLAY "ERRO AO GRAVAR TURMAS_PROGRESSAO.dat."
                DISPLAY "Error ID: " WS-TPR-FS
            END-IF.

       P-GRAVA-PROGRESSAO-FIM.

       P-CARREGA-PROGRESSAO.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-TPR

            OPEN INPUT PROGRESSAO

            IF TPR-OK
                PERFORM P-LE-1-PROGRESSAO THRU P-LE-1-PROGRESSAO-FIM
                        UNTIL EOF-OK
                CLOSE PROGRESSAO
            END-IF.

       P-CARREGA-PROGRESSAO-FIM.

       P-LE-1-PROGRESSAO.
            READ PROGRESSAO
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     MOVE TPR-TURMA TO WS-TURMA-PROCURA
                     PERFORM P-PROCURA-PROGRESSAO
                             THRU P-PROCURA-PROGRESSAO-FIM
                     IF WS-IDX-TPR EQUAL ZEROS AND WS-QTD-TPR < 50
                         ADD 1 TO WS-QTD-TPR
                         MOVE WS-QTD-TPR TO WS-IDX-TPR
                         MOVE TPR-TURMA TO WS-TPR-TURMA(WS-IDX-TPR)
                     END-IF
                     IF WS-IDX-TPR > ZEROS
                         MOVE TPR-PROXIMA
                              TO WS-TPR-PROXIMA(WS-IDX-TPR)
                     END-IF
            END-READ.

       P-LE-1-PROGRESSAO-FIM.

      * Devolve em WS-IDX-TPR a linha da turma WS-TURMA-PROCURA na
      * tabela de progressao (zero = turma sem progressao).
       P-PROCURA-PROGRESSAO.
            MOVE ZEROS TO WS-IDX-TPR

            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-TPR OR WS-IDX-TPR > ZEROS
                IF WS-TPR-TURMA(WS-I) EQUAL WS-TURMA-PROCURA
                    MOVE WS-I TO WS-IDX-TPR
                END-IF
            END-PERFORM.

       P-PROCURA-PROGRESSAO-FIM.

      * Apura o ano: resultados finais, decisao por aluno e a lista
      * de promocao. Usado pela previa e pelo fechamento.
       P-APURA.
            MOVE ZEROS TO WS-ANO
            DISPLAY "ANO LETIVO A FECHAR (AAAA, ZERO = ANO ATUAL): "
            ACCEPT WS-ANO

            IF WS-ANO EQUAL ZEROS
                MOVE WS-HOJE(1:4) TO WS-ANO
            END-IF

            PERFORM P-CARREGA-PROGRESSAO THRU P-CARREGA-PROGRESSAO-FIM
            PERFORM P-CARREGA-RESULTADOS THRU P-CARREGA-RESULTADOS-FIM
            PERFORM P-CARREGA-ALUNOS THRU P-CARREGA-ALUNOS-FIM

            IF WS-QTD-ALUNOS EQUAL ZEROS
                DISPLAY "NENHUM ALUNO CADASTRADO EM ALUNOS.dat."
                GO TO P-APURA-FIM
            END-IF

            PERFORM P-DECIDE-1-ALUNO THRU P-DECIDE-1-ALUNO-FIM
                    VARYING WS-IDX-ALU FROM 1 BY 1
                    UNTIL WS-IDX-ALU > WS-QTD-ALUNOS

            PERFORM P-IMPRIME-LISTA THRU P-IMPRIME-LISTA-FIM.

       P-APURA-FIM.

       P-CARREGA-RESULTADOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-RES WS-QTD-SEM-MATR

            OPEN INPUT BOLETIM

            IF BOL-OK
                PERFORM P-LE-1-BOLETIM THRU P-LE-1-BOLETIM-FIM
                        UNTIL EOF-OK
                CLOSE BOLETIM
            ELSE
                DISPLAY "AVISO: BOLETIM.dat INDISPONIVEL."
            END-IF.

       P-CARREGA-RESULTADOS-FIM.

       P-LE-1-BOLETIM.
            READ BOLETIM
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     PERFORM P-DESMONTA-BOLETIM
                             THRU P-DESMONTA-BOLETIM-FIM

                     IF WS-TERMO-LIDO(1:4) EQUAL WS-ANO
                        AND WS-RESULT-LIDO NOT = "SUPERADO"
                         IF WS-MATRICULA-LIDA EQUAL ZEROS
                             ADD 1 TO WS-QTD-SEM-MATR
                         ELSE
                             PERFORM P-GUARDA-RESULTADO
                                     THRU P-GUARDA-RESULTADO-FIM
                         END-IF
                     END-IF
            END-READ.

       P-LE-1-BOLETIM-FIM.

       P-GUARDA-RESULTADO.
            MOVE ZEROS TO WS-POS-RES

            PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                    UNTIL WS-IDX-RES > WS-QTD-RES OR WS-POS-RES > 0
                IF WS-RES-MATRICULA(WS-IDX-RES) EQUAL
                   WS-MATRICULA-LIDA
                   AND WS-RES-MATERIA(WS-IDX-RES) EQUAL WS-MAT-LIDA
                    MOVE WS-IDX-RES TO WS-POS-RES
                END-IF
            END-PERFORM

            IF WS-POS-RES EQUAL ZEROS
                IF WS-QTD-RES < 3000
                    ADD 1 TO WS-QTD-RES
                    MOVE WS-QTD-RES TO WS-POS-RES
                    MOVE WS-MATRICULA-LIDA
                         TO WS-RES-MATRICULA(WS-POS-RES)
                    MOVE WS-MAT-LIDA TO WS-RES-MATERIA(WS-POS-RES)
                    MOVE SPACES TO WS-RES-TERMO(WS-POS-RES)
                ELSE
                    DISPLAY "MAIS DE 3000 RESULTADOS NO ANO - "
                            "IGNORANDO " WS-MATRICULA-LIDA " "
                            WS-MAT-LIDA
                    GO TO P-GUARDA-RESULTADO-FIM
                END-IF
            END-IF

            IF WS-TERMO-LIDO < WS-RES-TERMO(WS-POS-RES)
                GO TO P-GUARDA-RESULTADO-FIM
            END-IF

            MOVE WS-TERMO-LIDO TO WS-RES-TERMO(WS-POS-RES)

            EVALUATE WS-RESULT-LIDO
                WHEN "APROVADO"
                    MOVE 'A' TO WS-RES-SITUACAO(WS-POS-RES)
                WHEN "REPROVADO POR FALTA"
                    MOVE 'F' TO WS-RES-SITUACAO(WS-POS-RES)
                WHEN OTHER
                    MOVE 'R' TO WS-RES-SITUACAO(WS-POS-RES)
            END-EVALUATE.

       P-GUARDA-RESULTADO-FIM.

      * Desmonta uma linha do boletim aceitando os dois layouts: o
      * novo comeca pela matricula de 5 digitos e o antigo comeca
      * direto pelo nome (matricula sai zerada).
       P-DESMONTA-BOLETIM.
            MOVE SPACES TO WS-C1 WS-C2 WS-C3 WS-C4 WS-C5 WS-C6
            MOVE SPACES TO WS-TERMO-LIDO

            UNSTRING REG-BOLETIM DELIMITED BY ','
                INTO WS-C1 WS-C2 WS-C3 WS-C4 WS-C5 WS-C6

            IF WS-C1(1:5) IS NUMERIC AND WS-C1(6:10) EQUAL SPACES
                MOVE WS-C1(1:5)  TO WS-MATRICULA-LIDA
                MOVE WS-C2       TO WS-NOME-LIDO
                MOVE WS-C3(1:10) TO WS-MAT-LIDA
                MOVE WS-C4(1:4)  TO WS-MEDIA-TXT
                MOVE WS-C5(1:20) TO WS-RESULT-LIDO
                MOVE WS-C6(1:6)  TO WS-TERMO-LIDO
            ELSE
                MOVE ZEROS       TO WS-MATRICULA-LIDA
                MOVE WS-C1       TO WS-NOME-LIDO
                MOVE WS-C2(1:10) TO WS-MAT-LIDA
                MOVE WS-C3(1:4)  TO WS-MEDIA-TXT
                MOVE WS-C4(1:20) TO WS-RESULT-LIDO
                MOVE WS-C5(1:6)  TO WS-TERMO-LIDO
            END-IF.

       P-DESMONTA-BOLETIM-FIM.

       P-CARREGA-ALUNOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-ALUNOS WS-QTD-TURMAS
            MOVE 'N'   TO WS-ESTOUROU

            OPEN INPUT ALUNOS

            IF ALU-OK
                PERFORM P-LE-1-ALUNO THRU P-LE-1-ALUNO-FIM
                        UNTIL EOF-OK
                CLOSE ALUNOS
            END-IF.

       P-CARREGA-ALUNOS-FIM.

       P-LE-1-ALUNO.
            READ ALUNOS
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     IF WS-QTD-ALUNOS < 500
                         ADD 1 TO WS-QTD-ALUNOS
                         MOVE ALU-MATRICULA
                              TO WS-ALU-MATRICULA(WS-QTD-ALUNOS)
                         MOVE ALU-NOME
                              TO WS-ALU-NOME(WS-QTD-ALUNOS)
                         MOVE ALU-TURMA
                              TO WS-ALU-TURMA(WS-QTD-ALUNOS)
                         PERFORM P-GUARDA-TURMA THRU P-GUARDA-TURMA-FIM
                     ELSE
                         MOVE 'S' TO WS-ESTOUROU
                     END-IF
            END-READ.

       P-LE-1-ALUNO-FIM.

       P-GUARDA-TURMA.
            MOVE 'N' TO WS-ACHOU

            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TURMAS OR ACHOU
                IF WS-TUR-NOME(WS-IDX-TUR) EQUAL ALU-TURMA
                    MOVE 'S' TO WS-ACHOU
                END-IF
            END-PERFORM

            IF NOT ACHOU AND WS-QTD-TURMAS < 50
                ADD 1 TO WS-QTD-TURMAS
                MOVE ALU-TURMA TO WS-TUR-NOME(WS-QTD-TURMAS)
            END-IF.

       P-GUARDA-TURMA-FIM.

      * Decisao do aluno: retido com qualquer materia REPROVADO ou
      * REPROVADO POR FALTA no resultado final; sem nenhuma linha no
      * ano fica na turma para a secretaria conferir.
       P-DECIDE-1-ALUNO.
            MOVE WS-ALU-TURMA(WS-IDX-ALU)
                 TO WS-ALU-NOVA-TURMA(WS-IDX-ALU)
            MOVE SPACES TO WS-ALU-MOTIVO(WS-IDX-ALU)
            MOVE ZEROS  TO WS-ALU-QTD-REPROV(WS-IDX-ALU)

            IF WS-ALU-TURMA(WS-IDX-ALU) EQUAL 'EGRES'
                MOVE 'E' TO WS-ALU-DECISAO(WS-IDX-ALU)
                GO TO P-DECIDE-1-ALUNO-FIM
            END-IF

            MOVE 'S' TO WS-ALU-DECISAO(WS-IDX-ALU)

            PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                    UNTIL WS-IDX-RES > WS-QTD-RES
                IF WS-RES-MATRICULA(WS-IDX-RES) EQUAL
                   WS-ALU-MATRICULA(WS-IDX-ALU)
                    IF WS-RES-SITUACAO(WS-IDX-RES) EQUAL 'A'
                        IF WS-ALU-DECISAO(WS-IDX-ALU) EQUAL 'S'
                            MOVE 'P' TO WS-ALU-DECISAO(WS-IDX-ALU)
                        END-IF
                    ELSE
                        MOVE 'R' TO WS-ALU-DECISAO(WS-IDX-ALU)
                        ADD 1 TO WS-ALU-QTD-REPROV(WS-IDX-ALU)
                        IF WS-ALU-MOTIVO(WS-IDX-ALU) EQUAL SPACES
                            MOVE WS-RES-MATERIA(WS-IDX-RES)
                                 TO WS-ALU-MOTIVO(WS-IDX-ALU)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM

            IF WS-ALU-DECISAO(WS-IDX-ALU) NOT EQUAL 'P'
                GO TO P-DECIDE-1-ALUNO-FIM
            END-IF

            MOVE WS-ALU-TURMA(WS-IDX-ALU) TO WS-TURMA-PROCURA
            PERFORM P-PROCURA-PROGRESSAO THRU P-PROCURA-PROGRESSAO-FIM

            IF WS-IDX-TPR EQUAL ZEROS
                MOVE 'T' TO WS-ALU-DECISAO(WS-IDX-ALU)
            ELSE
                IF WS-TPR-PROXIMA(WS-IDX-TPR) EQUAL 'FORMA'
                    MOVE 'F'     TO WS-ALU-DECISAO(WS-IDX-ALU)
                    MOVE 'EGRES' TO WS-ALU-NOVA-TURMA(WS-IDX-ALU)
                ELSE
                    MOVE WS-TPR-PROXIMA(WS-IDX-TPR)
                         TO WS-ALU-NOVA-TURMA(WS-IDX-ALU)
                END-IF
            END-IF.

       P-DECIDE-1-ALUNO-FIM.

      * Lista de promocao por turma, na tela e em PROMOCAO_AAAA.LST,
      * com os totais e o campo de assinatura da secretaria.
       P-IMPRIME-LISTA.
            MOVE ZEROS TO WS-TOT-PROMOVIDOS WS-TOT-FORMANDOS
                          WS-TOT-RETIDOS WS-TOT-SEM-RESULT
                          WS-TOT-SEM-PROGR

            MOVE SPACES TO WS-NOME-LISTA
            STRING '.\PROMOCAO_' DELIMITED BY SIZE
                   WS-ANO        DELIMITED BY SIZE
                   '.LST'        DELIMITED BY SIZE
               INTO WS-NOME-LISTA
            END-STRING

            OPEN OUTPUT LISTA

            IF NOT LST-OK
                DISPLAY "ERRO AO GRAVAR A LISTA DE PROMOCAO."
                DISPLAY "Error ID: " WS-LST-FS
                GO TO P-IMPRIME-LISTA-FIM
            END-IF

            MOVE SPACES TO WS-LINHA
            IF NOT LISTA-FINAL
                STRING 'PREVIA DA PROMOCAO - ANO LETIVO '
                                      DELIMITED BY SIZE
                       WS-ANO         DELIMITED BY SIZE
                       ' (NADA FOI ALTERADO)'
                                      DELIMITED BY SIZE
                   INTO WS-LINHA
                END-STRING
            ELSE
                STRING 'LISTA DE PROMOCAO - ANO LETIVO '
                                      DELIMITED BY SIZE
                       WS-ANO         DELIMITED BY SIZE
                   INTO WS-LINHA
                END-STRING
            END-IF
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            PERFORM P-IMPRIME-TURMA THRU P-IMPRIME-TURMA-FIM
                    VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TURMAS

            MOVE ALL '=' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            MOVE SPACES TO WS-LINHA
            STRING 'PROMOVIDOS: '     DELIMITED BY SIZE
                   WS-TOT-PROMOVIDOS  DELIMITED BY SIZE
                   '  FORMANDOS: '    DELIMITED BY SIZE
                   WS-TOT-FORMANDOS   DELIMITED BY SIZE
                   '  RETIDOS: '      DELIMITED BY SIZE
                   WS-TOT-RETIDOS     DELIMITED BY SIZE
               INTO WS-LINHA
            END-STRING
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            MOVE SPACES TO WS-LINHA
            STRING 'SEM RESULTADO NO ANO: ' DELIMITED BY SIZE
                   WS-TOT-SEM-RESULT        DELIMITED BY SIZE
                   '  TURMA SEM PROGRESSAO: '
                                            DELIMITED BY SIZE
                   WS-TOT-SEM-PROGR         DELIMITED BY SIZE
               INTO WS-LINHA
            END-STRING
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            IF WS-QTD-SEM-MATR > ZEROS
                MOVE SPACES TO WS-LINHA
                STRING 'LINHAS DO ANO SEM MATRICULA (NAO '
                                          DELIMITED BY SIZE
                       'CONSIDERADAS): '  DELIMITED BY SIZE
                       WS-QTD-SEM-MATR    DELIMITED BY SIZE
                   INTO WS-LINHA
                END-STRING
                PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            END-IF

            IF TABELA-ESTOUROU
                MOVE 'MAIS DE 500 ALUNOS - LISTA INCOMPLETA'
                     TO WS-LINHA
                PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            END-IF

            MOVE SPACES TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE 'SECRETARIA: ______________________________   '
                 & 'DATA: ___/___/______' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE 'DIRECAO   : ______________________________'
                 TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            CLOSE LISTA

            DISPLAY "LISTA GRAVADA EM " FUNCTION TRIM(WS-NOME-LISTA).

       P-IMPRIME-LISTA-FIM.

       P-IMPRIME-TURMA.
            IF WS-TUR-NOME(WS-IDX-TUR) EQUAL 'EGRES'
                GO TO P-IMPRIME-TURMA-FIM
            END-IF

            MOVE ALL '-' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE SPACES TO WS-LINHA
            STRING 'TURMA ' DELIMITED BY SIZE
                   WS-TUR-NOME(WS-IDX-TUR) DELIMITED BY SIZE
               INTO WS-LINHA
            END-STRING
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE 'MATR. ALUNO           SITUACAO             TURMA '
                 & 'NOVA  OBSERVACAO' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            PERFORM P-IMPRIME-ALUNO THRU P-IMPRIME-ALUNO-FIM
                    VARYING WS-IDX-ALU FROM 1 BY 1
                    UNTIL WS-IDX-ALU > WS-QTD-ALUNOS.

       P-IMPRIME-TURMA-FIM.

       P-IMPRIME-ALUNO.
            IF WS-ALU-TURMA(WS-IDX-ALU) NOT EQUAL
               WS-TUR-NOME(WS-IDX-TUR)
                GO TO P-IMPRIME-ALUNO-FIM
            END-IF

            MOVE SPACES TO WS-LINHA
            MOVE WS-ALU-MATRICULA(WS-IDX-ALU) TO WS-LINHA(1:5)
            MOVE WS-ALU-NOME(WS-IDX-ALU)      TO WS-LINHA(7:15)
            MOVE WS-ALU-NOVA-TURMA(WS-IDX-ALU) TO WS-LINHA(45:5)

            EVALUATE WS-ALU-DECISAO(WS-IDX-ALU)
                WHEN 'P'
                    MOVE 'PROMOVIDO'     TO WS-LINHA(23:20)
                    ADD 1 TO WS-TOT-PROMOVIDOS
                WHEN 'F'
                    MOVE 'FORMANDO'      TO WS-LINHA(23:20)
                    ADD 1 TO WS-TOT-FORMANDOS
                WHEN 'R'
                    MOVE 'RETIDO'        TO WS-LINHA(23:20)
                    MOVE WS-ALU-QTD-REPROV(WS-IDX-ALU)
                         TO WS-LINHA(56:2)
                    MOVE 'REPROV. EX.'   TO WS-LINHA(59:11)
                    MOVE WS-ALU-MOTIVO(WS-IDX-ALU)
                         TO WS-LINHA(71:10)
                    ADD 1 TO WS-TOT-RETIDOS
                WHEN 'T'
                    MOVE 'PROMOVIDO'     TO WS-LINHA(23:20)
                    MOVE 'TURMA SEM PROGRESSAO'
                         TO WS-LINHA(56:20)
                    ADD 1 TO WS-TOT-SEM-PROGR
                WHEN OTHER
                    MOVE 'SEM RESULTADO' TO WS-LINHA(23:20)
                    MOVE 'CONFERIR NA SECRETARIA'
                         TO WS-LINHA(56:22)
                    ADD 1 TO WS-TOT-SEM-RESULT
            END-EVALUATE

            PERFORM P-ESCREVE THRU P-ESCREVE-FIM.

       P-IMPRIME-ALUNO-FIM.

       P-ESCREVE.
            DISPLAY WS-LINHA
            MOVE WS-LINHA TO REG-LISTA
            WRITE REG-LISTA.

       P-ESCREVE-FIM.

      * Fechamento de verdade: apura, confirma e so entao regrava
      * ALUNOS.dat, registra os egressos e arquiva as linhas do ano.
      * Um ano ja arquivado (BOLETIM_AAAA.ARQ existe) nao fecha de
      * novo.
       P-FECHA.
            SET LISTA-FINAL TO FALSE
            PERFORM P-APURA THRU P-APURA-FIM

            IF WS-QTD-ALUNOS EQUAL ZEROS
                GO TO P-FECHA-FIM
            END-IF

            IF TABELA-ESTOUROU
                DISPLAY "MAIS DE 500 ALUNOS - FECHAMENTO CANCELADO."
                GO TO P-FECHA-FIM
            END-IF

            MOVE SPACES TO WS-NOME-ARQBOL WS-NOME-ARQFRQ
            STRING '.\BOLETIM_' DELIMITED BY SIZE
                   WS-ANO       DELIMITED BY SIZE
                   '.ARQ'       DELIMITED BY SIZE
               INTO WS-NOME-ARQBOL
            END-STRING
            STRING '.\FREQUENCIA_' DELIMITED BY SIZE
                   WS-ANO          DELIMITED BY SIZE
                   '.ARQ'          DELIMITED BY SIZE
               INTO WS-NOME-ARQFRQ
            END-STRING

            OPEN INPUT ARQBOL
            IF ABO-OK
                CLOSE ARQBOL
                DISPLAY "ANO " WS-ANO " JA FOI FECHADO ("
                        FUNCTION TRIM(WS-NOME-ARQBOL)
                        " EXISTE) - NADA FOI ALTERADO."
                GO TO P-FECHA-FIM
            END-IF

            DISPLAY "CONFIRMA O FECHAMENTO DO ANO " WS-ANO
                    "? (S/N)"
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
                DISPLAY "FECHAMENTO CANCELADO - NADA FOI ALTERADO."
                GO TO P-FECHA-FIM
            END-IF

            PERFORM P-ATUALIZA-ALUNOS THRU P-ATUALIZA-ALUNOS-FIM

            IF NOT ETAPA-OK
                DISPLAY "FECHAMENTO CANCELADO - NADA FOI ALTERADO."
                GO TO P-FECHA-FIM
            END-IF

            PERFORM P-GRAVA-EGRESSOS THRU P-GRAVA-EGRESSOS-FIM
            PERFORM P-ARQUIVA-BOLETIM THRU P-ARQUIVA-BOLETIM-FIM

            IF ETAPA-OK
                PERFORM P-ARQUIVA-FREQUENCIA
                        THRU P-ARQUIVA-FREQUENCIA-FIM
            END-IF

            IF NOT ETAPA-OK
                DISPLAY "ATENCAO: AS TURMAS JA FORAM ATUALIZADAS EM "
                        "ALUNOS.dat, MAS O ARQUIVAMENTO DO ANO "
                        WS-ANO " NAO TERMINOU."
                DISPLAY "NAO FECHE O ANO DE NOVO - CORRIJA O ERRO E "
                        "PROCURE O SUPORTE."
                GO TO P-FECHA-FIM
            END-IF

            SET LISTA-FINAL TO TRUE
            PERFORM P-IMPRIME-LISTA THRU P-IMPRIME-LISTA-FIM

            DISPLAY "ANO LETIVO " WS-ANO " FECHADO."
            DISPLAY "LINHAS DO BOLETIM ARQUIVADAS   : "
                    WS-TOT-ARQ-BOL
            DISPLAY "LINHAS DE FREQUENCIA ARQUIVADAS: "
                    WS-TOT-ARQ-FRQ.

       P-FECHA-FIM.

      * Regrava ALUNOS.dat via ALUNOS.TMP com a turma nova de cada
      * aluno; a ordem do arquivo e a mesma da tabela.
       P-ATUALIZA-ALUNOS.
            SET ETAPA-OK TO FALSE
            SET FALHA-GRAVACAO TO FALSE
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-IDX-ALU

            OPEN INPUT ALUNOS
            OPEN OUTPUT ALUTEMP

            IF NOT ALU-OK OR NOT ATM-OK
                DISPLAY "ERRO AO REGRAVAR ALUNOS.dat."
                DISPLAY "Error ID: " WS-ALU-FS " " WS-ATM-FS
                CLOSE ALUNOS ALUTEMP
                GO TO P-ATUALIZA-ALUNOS-FIM
            END-IF

            PERFORM P-ATUALIZA-1-ALUNO THRU P-ATUALIZA-1-ALUNO-FIM
                    UNTIL EOF-OK

            CLOSE ALUNOS
            CLOSE ALUTEMP

            IF FALHA-GRAVACAO
                DISPLAY "ERRO AO GRAVAR ALUNOS.TMP - ALUNOS.dat NAO "
                        "FOI ALTERADO."
                DISPLAY "Error ID: " WS-ATM-FS
                GO TO P-ATUALIZA-ALUNOS-FIM
            END-IF

            SET EOF-OK TO FALSE
            OPEN INPUT ALUTEMP

            IF NOT ATM-OK
                DISPLAY "ERRO AO LER ALUNOS.TMP - ALUNOS.dat NAO "
                        "FOI ALTERADO."
                DISPLAY "Error ID: " WS-ATM-FS
                GO TO P-ATUALIZA-ALUNOS-FIM
            END-IF

            OPEN OUTPUT ALUNOS

            IF NOT ALU-OK
                DISPLAY "ERRO AO REGRAVAR ALUNOS.dat."
                DISPLAY "Error ID: " WS-ALU-FS
                CLOSE ALUTEMP
                GO TO P-ATUALIZA-ALUNOS-FIM
            END-IF

            PERFORM P-COPIA-1-ALUNO THRU P-COPIA-1-ALUNO-FIM
                    UNTIL EOF-OK

            CLOSE ALUTEMP
            CLOSE ALUNOS
            SET ETAPA-OK TO TRUE.

       P-ATUALIZA-ALUNOS-FIM.

       P-ATUALIZA-1-ALUNO.
            READ ALUNOS
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     ADD 1 TO WS-IDX-ALU
                     IF WS-ALU-MATRICULA(WS-IDX-ALU) EQUAL
                        ALU-MATRICULA
                         MOVE WS-ALU-NOVA-TURMA(WS-IDX-ALU)
                              TO ALU-TURMA
                     END-IF
                     MOVE REG-ALUNO TO REG-ALUTEMP
                     WRITE REG-ALUTEMP
                     IF NOT ATM-OK
                         SET FALHA-GRAVACAO TO TRUE
                     END-IF
            END-READ.

       P-ATUALIZA-1-ALUNO-FIM.

       P-COPIA-1-ALUNO.
            READ ALUTEMP
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     MOVE REG-ALUTEMP TO REG-ALUNO
                     WRITE REG-ALUNO
            END-READ.

       P-COPIA-1-ALUNO-FIM.

      * Uma linha em EGRESSOS.dat por formando, com a ultima turma e
      * o ano de conclusao.
       P-GRAVA-EGRESSOS.
            IF WS-TOT-FORMANDOS EQUAL ZEROS
                GO TO P-GRAVA-EGRESSOS-FIM
            END-IF

            OPEN EXTEND EGRESSOS
            IF EGR-NOVO
                OPEN OUTPUT EGRESSOS
            END-IF

            IF NOT EGR-OK
                DISPLAY "ERRO AO GRAVAR EGRESSOS.dat."
                DISPLAY "Error ID: " WS-EGR-FS
                GO TO P-GRAVA-EGRESSOS-FIM
            END-IF

            PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                    UNTIL WS-IDX-ALU > WS-QTD-ALUNOS
                IF WS-ALU-DECISAO(WS-IDX-ALU) EQUAL 'F'
                    MOVE WS-ALU-MATRICULA(WS-IDX-ALU)
                         TO EGR-MATRICULA
                    MOVE WS-ALU-NOME(WS-IDX-ALU)  TO EGR-NOME
                    MOVE WS-ALU-TURMA(WS-IDX-ALU) TO EGR-TURMA
                    MOVE WS-ANO                   TO EGR-ANO
                    MOVE WS-HOJE                  TO EGR-DATA
                    WRITE REG-EGRESSO
                END-IF
            END-PERFORM

            CLOSE EGRESSOS.

       P-GRAVA-EGRESSOS-FIM.

      * Linhas do boletim com periodo do ano vao para o arquivo
      * morto; as demais (outros anos e linhas antigas sem periodo)
      * voltam para BOLETIM.dat via BOLETIM.TMP.
       P-ARQUIVA-BOLETIM.
            SET ETAPA-OK TO FALSE
            SET FALHA-GRAVACAO TO FALSE
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-TOT-ARQ-BOL

            OPEN INPUT BOLETIM

            IF NOT BOL-OK
                IF WS-BOL-FS EQUAL 35
                    SET ETAPA-OK TO TRUE
                ELSE
                    DISPLAY "ERRO AO LER BOLETIM.dat."
                    DISPLAY "Error ID: " WS-BOL-FS
                END-IF
                GO TO P-ARQUIVA-BOLETIM-FIM
            END-IF

            OPEN OUTPUT BOLTEMP

            IF NOT TMP-OK
                DISPLAY "ERRO AO GRAVAR BOLETIM.TMP - BOLETIM.dat NAO "
                        "FOI ALTERADO."
                DISPLAY "Error ID: " WS-TMP-FS
                CLOSE BOLETIM
                GO TO P-ARQUIVA-BOLETIM-FIM
            END-IF

            OPEN OUTPUT ARQBOL

            IF NOT ABO-OK
                DISPLAY "ERRO AO GRAVAR " FUNCTION TRIM(WS-NOME-ARQBOL)
                        " - BOLETIM.dat NAO FOI ALTERADO."
                DISPLAY "Error ID: " WS-ABO-FS
                CLOSE BOLETIM
                CLOSE BOLTEMP
                GO TO P-ARQUIVA-BOLETIM-FIM
            END-IF

            PERFORM P-ARQUIVA-1-BOLETIM THRU P-ARQUIVA-1-BOLETIM-FIM
                    UNTIL EOF-OK

            CLOSE BOLETIM
            CLOSE BOLTEMP
            CLOSE ARQBOL

            IF FALHA-GRAVACAO
                DISPLAY "ERRO AO GRAVAR BOLETIM.TMP OU "
                        FUNCTION TRIM(WS-NOME-ARQBOL)
                        " - BOLETIM.dat NAO FOI ALTERADO."
                DISPLAY "Error ID: " WS-TMP-FS " " WS-ABO-FS
                GO TO P-ARQUIVA-BOLETIM-FIM
            END-IF

            SET EOF-OK TO FALSE
            OPEN INPUT BOLTEMP

            IF NOT TMP-OK
                DISPLAY "ERRO AO LER BOLETIM.TMP - BOLETIM.dat NAO "
                        "FOI ALTERADO."
                DISPLAY "Error ID: " WS-TMP-FS
                GO TO P-ARQUIVA-BOLETIM-FIM
            END-IF

            OPEN OUTPUT BOLETIM

            IF NOT BOL-OK
                DISPLAY "ERRO AO REGRAVAR BOLETIM.dat."
                DISPLAY "Error ID: " WS-BOL-FS
                CLOSE BOLTEMP
                GO TO P-ARQUIVA-BOLETIM-FIM
            END-IF

            PERFORM P-COPIA-1-BOLETIM THRU P-COPIA-1-BOLETIM-FIM
                    UNTIL EOF-OK

            CLOSE BOLTEMP
            CLOSE BOLETIM
            SET ETAPA-OK TO TRUE.

       P-ARQUIVA-BOLETIM-FIM.

       P-ARQUIVA-1-BOLETIM.
            READ BOLETIM
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     PERFORM P-DESMONTA-BOLETIM
                             THRU P-DESMONTA-BOLETIM-FIM
                     IF WS-TERMO-LIDO(1:4) EQUAL WS-ANO
                         MOVE REG-BOLETIM TO REG-ARQBOL
                         WRITE REG-ARQBOL
                         IF NOT ABO-OK
                             SET FALHA-GRAVACAO TO TRUE
                         END-IF
                         ADD 1 TO WS-TOT-ARQ-BOL
                     ELSE
                         MOVE REG-BOLETIM TO REG-BOLTEMP
                         WRITE REG-BOLTEMP
                         IF NOT TMP-OK
                             SET FALHA-GRAVACAO TO TRUE
                         END-IF
                     END-IF
            END-READ.

       P-ARQUIVA-1-BOLETIM-FIM.

       P-COPIA-1-BOLETIM.
            READ BOLTEMP
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     MOVE REG-BOLTEMP TO REG-BOLETIM
                     WRITE REG-BOLETIM
            END-READ.

       P-COPIA-1-BOLETIM-FIM.

       P-ARQUIVA-FREQUENCIA.
            SET ETAPA-OK TO FALSE
            SET FALHA-GRAVACAO TO FALSE
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-TOT-ARQ-FRQ

            OPEN INPUT FREQUENCIA

            IF NOT FRQ-OK
                IF WS-FRQ-FS EQUAL 35
                    SET ETAPA-OK TO TRUE
                ELSE
                    DISPLAY "ERRO AO LER FREQUENCIA.dat."
                    DISPLAY "Error ID: " WS-FRQ-FS
                END-IF
                GO TO P-ARQUIVA-FREQUENCIA-FIM
            END-IF

            OPEN OUTPUT FRQTEMP

            IF NOT FTM-OK
                DISPLAY "ERRO AO GRAVAR FREQUENCIA.TMP - "
                        "FREQUENCIA.dat NAO FOI ALTERADO."
                DISPLAY "Error ID: " WS-FTM-FS
                CLOSE FREQUENCIA
                GO TO P-ARQUIVA-FREQUENCIA-FIM
            END-IF

            OPEN OUTPUT ARQFRQ

            IF NOT AFR-OK
                DISPLAY "ERRO AO GRAVAR " FUNCTION TRIM(WS-NOME-ARQFRQ)
                        " - FREQUENCIA.dat NAO FOI ALTERADO."
                DISPLAY "Error ID: " WS-AFR-FS
                CLOSE FREQUENCIA
                CLOSE FRQTEMP
                GO TO P-ARQUIVA-FREQUENCIA-FIM
            END-IF

            PERFORM P-ARQUIVA-1-FREQUENCIA
                    THRU P-ARQUIVA-1-FREQUENCIA-FIM
                    UNTIL EOF-OK

            CLOSE FREQUENCIA
            CLOSE FRQTEMP
            CLOSE ARQFRQ

            IF FALHA-GRAVACAO
                DISPLAY "ERRO AO GRAVAR FREQUENCIA.TMP OU "
                        FUNCTION TRIM(WS-NOME-ARQFRQ)
                        " - FREQUENCIA.dat NAO FOI ALTERADO."
                DISPLAY "Error ID: " WS-FTM-FS " " WS-AFR-FS
                GO TO P-ARQUIVA-FREQUENCIA-FIM
            END-IF

            SET EOF-OK TO FALSE
            OPEN INPUT FRQTEMP

            IF NOT FTM-OK
                DISPLAY "ERRO AO LER FREQUENCIA.TMP - "
                        "FREQUENCIA.dat NAO FOI ALTERADO."
                DISPLAY "Error ID: " WS-FTM-FS
                GO TO P-ARQUIVA-FREQUENCIA-FIM
            END-IF

            OPEN OUTPUT FREQUENCIA

            IF NOT FRQ-OK
                DISPLAY "ERRO AO REGRAVAR FREQUENCIA.dat."
                DISPLAY "Error ID: " WS-FRQ-FS
                CLOSE FRQTEMP
                GO TO P-ARQUIVA-FREQUENCIA-FIM
            END-IF

            PERFORM P-COPIA-1-FREQUENCIA THRU P-COPIA-1-FREQUENCIA-FIM
                    UNTIL EOF-OK

            CLOSE FRQTEMP
            CLOSE FREQUENCIA
            SET ETAPA-OK TO TRUE.

       P-ARQUIVA-FREQUENCIA-FIM.

       P-ARQUIVA-1-FREQUENCIA.
            READ FREQUENCIA
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     IF FRQ-TERMO(1:4) EQUAL WS-ANO
                         MOVE REG-FREQUENCIA TO REG-ARQFRQ
                         WRITE REG-ARQFRQ
                         IF NOT AFR-OK
                             SET FALHA-GRAVACAO TO TRUE
                         END-IF
                         ADD 1 TO WS-TOT-ARQ-FRQ
                     ELSE
                         MOVE REG-FREQUENCIA TO REG-FRQTEMP
                         WRITE REG-FRQTEMP
                         IF NOT FTM-OK
                             SET FALHA-GRAVACAO TO TRUE
                         END-IF
                     END-IF
            END-READ.

       P-ARQUIVA-1-FREQUENCIA-FIM.

       P-COPIA-1-FREQUENCIA.
            READ FRQTEMP
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     MOVE REG-FRQTEMP TO REG-FREQUENCIA
                     WRITE REG-FREQUENCIA
            END-READ.

       P-COPIA-1-FREQUENCIA-FIM.

       P-REPETE.
            DISPLAY 'REPETIR OPERACAO? (Y/N)'
            ACCEPT WS-RPT

            IF WS-RPT IS EQUAL 'Y' OR WS-RPT IS EQUAL 'y'
                PERFORM P-START THRU P-START-END.

            STOP RUN.

       P-REPETE-FIM.

       END PROGRAM PG29FECANO.
