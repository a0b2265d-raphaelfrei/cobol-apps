      ****************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Boletim consolidado da turma e folha do professor - a
      *          coordenacao trabalha por turma (ALU-TURMA do mestre
      *          ALUNOS.dat), e o PG10RESBOL resume por materia e o
      *          PG15HISALU por aluno. Para uma turma e um periodo
      *          letivo (AAAA/B), monta a grade alunos x materias com
      *          a media e a situacao de cada um (linhas SUPERADO do
      *          PG22RECUP puladas), a presenca geral do aluno no
      *          periodo (FREQUENCIA.dat), a media da turma por
      *          materia e as contagens de aprovados, reprovados e
      *          reprovados por falta (BOLETIM_TURMA.LST). A opcao 2
      *          imprime a folha em branco do professor com os alunos
      *          da turma para o lancamento a mao das notas do
      *          periodo seguinte (FOLHA_PROFESSOR.LST), com uma
      *          coluna por nota do esquema da materia quando ele
      *          existe em MATERIAS_PESOS.dat.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG28BOLTUR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ALUNOS ASSIGN TO ".\ALUNOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ALU-FS.

            SELECT BOLETIM ASSIGN TO ".\BOLETIM.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-BOL-FS.

            SELECT FREQUENCIA ASSIGN TO ".\FREQUENCIA.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FRQ-FS.

            SELECT ESQUEMAS ASSIGN TO ".\MATERIAS_PESOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ESQ-FS.

            SELECT RELATORIO ASSIGN TO ".\BOLETIM_TURMA.LST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-REL-FS.

            SELECT FOLHA ASSIGN TO ".\FOLHA_PROFESSOR.LST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FOL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
       01 REG-ALUNO.
          03 ALU-MATRICULA    PIC 9(05).
          03 ALU-NOME         PIC X(15).
          03 ALU-TURMA        PIC X(05).

       FD BOLETIM.
       01 REG-BOLETIM         PIC X(60).

       FD FREQUENCIA.
       01 REG-FREQUENCIA.
          03 FRQ-MATRICULA    PIC 9(05).
          03 FRQ-MATERIA      PIC X(10).
          03 FRQ-TOTAL        PIC 9(03).
          03 FRQ-PRESENTES    PIC 9(03).
          03 FRQ-TERMO        PIC X(06).

       FD ESQUEMAS.
       01 REG-ESQUEMA.
          03 ESQ-MATERIA      PIC X(10).
          03 ESQ-QTD-NOTAS    PIC 9(01).
          03 ESQ-CORTE        PIC 9(02)V99.
          03 ESQ-PESO-TAB OCCURS 9 TIMES.
             05 ESQ-PESO      PIC 9(02).

       FD RELATORIO.
       01 REG-RELATORIO       PIC X(132).

       FD FOLHA.
       01 REG-FOLHA           PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-ALU-FS           PIC 9(02).
          88 ALU-OK         VALUE 0.

       77 WS-BOL-FS           PIC 9(02).
          88 BOL-OK         VALUE 0.

       77 WS-FRQ-FS           PIC 9(02).
          88 FRQ-OK         VALUE 0.

       77 WS-ESQ-FS           PIC 9(02).
          88 ESQ-OK         VALUE 0.

       77 WS-REL-FS           PIC 9(02).
          88 REL-OK         VALUE 0.

       77 WS-FOL-FS           PIC 9(02).
          88 FOL-OK         VALUE 0.

       77 WS-EOF              PIC X(01) VALUE 'N'.
          88 EOF-OK         VALUE 'S' FALSE 'N'.

       77 WS-RPT              PIC X(01) VALUE SPACE.

       77 WS-OPCAO            PIC X(01) VALUE SPACE.
          88 OPCAO-FOLHA    VALUE '2'.

       77 WS-TURMA            PIC X(05) VALUE SPACES.
       77 WS-TERMO            PIC X(06) VALUE SPACES.
       77 WS-TERMO-PROXIMO    PIC X(06) VALUE SPACES.
       77 WS-ANO-TERMO        PIC 9(04) VALUE ZEROS.
       77 WS-BIM-TERMO        PIC 9(01) VALUE ZEROS.

      * Alunos da turma (ate 60) e, para cada um, a celula de cada
      * materia da grade: media e situacao do boletim do periodo e a
      * frequencia lancada (a linha do periodo vale mais que uma
      * linha antiga sem periodo).
       01 WS-TABELA-ALUNOS.
          02 WS-ALU OCCURS 60 TIMES.
             03 WS-ALU-MATRICULA  PIC 9(05).
             03 WS-ALU-NOME       PIC X(15).
             03 WS-CEL OCCURS 10 TIMES.
                05 WS-CEL-MEDIA      PIC 9(02)V99.
                05 WS-CEL-SITUACAO   PIC X(01).
                05 WS-CEL-FRQ-TOTAL  PIC 9(03).
                05 WS-CEL-FRQ-PRES   PIC 9(03).
                05 WS-CEL-FRQ-ORIGEM PIC X(01).

       77 WS-QTD-ALUNOS       PIC 9(02) VALUE ZEROS.

      * Materias que aparecem para a turma no periodo, na ordem em
      * que surgem, com os acumuladores do rodape.
       01 WS-TABELA-MATERIAS.
          02 WS-MAT OCCURS 10 TIMES.
             03 WS-MAT-NOME       PIC X(10).
             03 WS-MAT-SOMA       PIC 9(05)V99.
             03 WS-MAT-QTD        PIC 9(03).
             03 WS-MAT-APROV      PIC 9(03).
             03 WS-MAT-REPROV     PIC 9(03).
             03 WS-MAT-FALTA      PIC 9(03).

       77 WS-QTD-MATERIAS     PIC 9(02) VALUE ZEROS.

       77 WS-I                PIC 9(02) VALUE ZEROS.
       77 WS-J                PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ALU          PIC 9(02) VALUE ZEROS.
       77 WS-IDX-MAT          PIC 9(02) VALUE ZEROS.
       77 WS-MAT-PROCURA      PIC X(10) VALUE SPACES.

      * Campos crus da linha do boletim antes da desmontagem pelos
      * dois layouts (com e sem matricula na frente).
       77 WS-MATRICULA-LIDA   PIC 9(05) VALUE ZEROS.
       77 WS-NOME-LIDO        PIC X(15).
       77 WS-MAT-LIDA         PIC X(10).
       77 WS-MEDIA-TXT        PIC X(04).
       77 WS-MEDIA-LIDA REDEFINES WS-MEDIA-TXT
                              PIC 9(02)V99.
       77 WS-RESULT-LIDO      PIC X(20).
       77 WS-TERMO-LIDO       PIC X(06).
       77 WS-C1               PIC X(20).
       77 WS-C2               PIC X(20).
       77 WS-C3               PIC X(20).
       77 WS-C4               PIC X(20).
       77 WS-C5               PIC X(20).
       77 WS-C6               PIC X(20).

       77 WS-LINHA            PIC X(132) VALUE SPACES.
       77 WS-POS              PIC 9(03) VALUE ZEROS.
       77 WS-MEDIA-EDIT       PIC Z9.99.
       77 WS-PCT-EDIT         PIC ZZ9.
       77 WS-QTD-EDIT         PIC ZZ9.

       77 WS-SOMA-TOTAL       PIC 9(05) VALUE ZEROS.
       77 WS-SOMA-PRES        PIC 9(05) VALUE ZEROS.
       77 WS-PCT-PRESENCA     PIC 9(03) VALUE ZEROS.
       77 WS-MEDIA-TURMA      PIC 9(02)V99 VALUE ZEROS.

       77 WS-TOT-APROV        PIC 9(04) VALUE ZEROS.
       77 WS-TOT-REPROV       PIC 9(04) VALUE ZEROS.
       77 WS-TOT-FALTA        PIC 9(04) VALUE ZEROS.

      * Folha do professor: materia (opcional) e o esquema vigente
      * dela, que da a quantidade de colunas de nota.
       77 WS-MATERIA-FOLHA    PIC X(10) VALUE SPACES.
       77 WS-QTD-COLUNAS      PIC 9(01) VALUE 4.
       77 WS-ESQ-ACHADO       PIC X(01) VALUE 'N'.
          88 ESQUEMA-ACHADO VALUE 'S'.
       01 WS-ESQ-PESOS.
          02 WS-ESQ-PESO OCCURS 9 TIMES PIC 9(02).

       PROCEDURE DIVISION.
       P-START.

            DISPLAY "***** BOLETIM CONSOLIDADO DA TURMA *****"
            DISPLAY "<1> BOLETIM CONSOLIDADO (PADRAO)"
            DISPLAY "<2> FOLHA EM BRANCO DO PROFESSOR"
            ACCEPT WS-OPCAO

            DISPLAY "TURMA: "
            ACCEPT WS-TURMA
            DISPLAY "PERIODO LETIVO (AAAA/B): "
            ACCEPT WS-TERMO

            PERFORM P-CARREGA-ALUNOS THRU P-CARREGA-ALUNOS-FIM

            IF WS-QTD-ALUNOS EQUAL ZEROS
                DISPLAY "NENHUM ALUNO NA TURMA " WS-TURMA
                        " EM ALUNOS.dat."
            ELSE
                IF OPCAO-FOLHA
                    PERFORM P-FOLHA THRU P-FOLHA-FIM
                ELSE
                    PERFORM P-CONSOLIDADO THRU P-CONSOLIDADO-FIM
                END-IF
            END-IF

            PERFORM P-REPETE THRU P-REPETE-FIM.

       P-START-END.

       P-CARREGA-ALUNOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-ALUNOS WS-QTD-MATERIAS
            INITIALIZE WS-TABELA-ALUNOS WS-TABELA-MATERIAS

            OPEN INPUT ALUNOS

            IF ALU-OK
                PERFORM P-LE-1-ALUNO THRU P-LE-1-ALUNO-FIM
                        UNTIL EOF-OK
                CLOSE ALUNOS
            ELSE
                DISPLAY "ERRO AO ABRIR ALUNOS.dat."
                DISPLAY "Error ID: " WS-ALU-FS
            END-IF.

       P-CARREGA-ALUNOS-FIM.

       P-LE-1-ALUNO.
            READ ALUNOS
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     IF ALU-TURMA EQUAL WS-TURMA
                         IF WS-QTD-ALUNOS < 60
                             ADD 1 TO WS-QTD-ALUNOS
                             MOVE ALU-MATRICULA
                                  TO WS-ALU-MATRICULA(WS-QTD-ALUNOS)
                             MOVE ALU-NOME
                                  TO WS-ALU-NOME(WS-QTD-ALUNOS)
                         ELSE
                             DISPLAY "MAIS DE 60 ALUNOS NA TURMA - "
                                     "IGNORANDO " ALU-MATRICULA
                         END-IF
                     END-IF
            END-READ.

       P-LE-1-ALUNO-FIM.

      * Grade alunos x materias do periodo, com rodape por materia.
       P-CONSOLIDADO.
            MOVE ZEROS TO WS-TOT-APROV WS-TOT-REPROV WS-TOT-FALTA
            PERFORM P-LE-BOLETINS THRU P-LE-BOLETINS-FIM
            PERFORM P-LE-FREQUENCIAS THRU P-LE-FREQUENCIAS-FIM

            IF WS-QTD-MATERIAS EQUAL ZEROS
                DISPLAY "NENHUMA NOTA OU FREQUENCIA DA TURMA NO "
                        "PERIODO " WS-TERMO "."
                GO TO P-CONSOLIDADO-FIM
            END-IF

            OPEN OUTPUT RELATORIO

            IF NOT REL-OK
                DISPLAY "ERRO AO GRAVAR BOLETIM_TURMA.LST."
                DISPLAY "Error ID: " WS-REL-FS
                GO TO P-CONSOLIDADO-FIM
            END-IF

            MOVE SPACES TO WS-LINHA
            STRING 'BOLETIM CONSOLIDADO - TURMA ' DELIMITED BY SIZE
                   WS-TURMA                       DELIMITED BY SIZE
                   ' - PERIODO '                  DELIMITED BY SIZE
                   WS-TERMO                       DELIMITED BY SIZE
               INTO WS-LINHA
            END-STRING
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE 'SITUACAO: A = APROVADO  R = REPROVADO  F = '
                 & 'REPROVADO POR FALTA  - = SEM NOTA'
                 TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE ALL '-' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            MOVE SPACES TO WS-LINHA
            MOVE 'MATR. ALUNO' TO WS-LINHA(1:11)
            MOVE 23 TO WS-POS
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTD-MATERIAS
                MOVE WS-MAT-NOME(WS-IDX-MAT) TO WS-LINHA(WS-POS:9)
                ADD 10 TO WS-POS
            END-PERFORM
            MOVE 'PRES.' TO WS-LINHA(WS-POS:5)
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            PERFORM P-LINHA-ALUNO THRU P-LINHA-ALUNO-FIM
                    VARYING WS-IDX-ALU FROM 1 BY 1
                    UNTIL WS-IDX-ALU > WS-QTD-ALUNOS

            MOVE ALL '-' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            PERFORM P-RODAPE THRU P-RODAPE-FIM

            CLOSE RELATORIO

            DISPLAY "BOLETIM DA TURMA GRAVADO EM BOLETIM_TURMA.LST".

       P-CONSOLIDADO-FIM.

      * Linhas do boletim do periodo para os alunos da turma; a mais
      * recente do par aluno/materia vale.
       P-LE-BOLETINS.
            SET EOF-OK TO FALSE

            OPEN INPUT BOLETIM

            IF BOL-OK
                PERFORM P-LE-1-BOLETIM THRU P-LE-1-BOLETIM-FIM
                        UNTIL EOF-OK
                CLOSE BOLETIM
            ELSE
                DISPLAY "AVISO: BOLETIM.dat INDISPONIVEL."
            END-IF.

       P-LE-BOLETINS-FIM.

       P-LE-1-BOLETIM.
            READ BOLETIM
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     PERFORM P-DESMONTA-BOLETIM
                             THRU P-DESMONTA-BOLETIM-FIM

                     IF WS-TERMO-LIDO EQUAL WS-TERMO
                        AND WS-RESULT-LIDO NOT = "SUPERADO"
                        AND WS-MATRICULA-LIDA NOT EQUAL ZEROS
                         PERFORM P-PROCURA-ALUNO
                                 THRU P-PROCURA-ALUNO-FIM
                         IF WS-IDX-ALU > ZEROS
                             MOVE WS-MAT-LIDA TO WS-MAT-PROCURA
                             PERFORM P-PROCURA-MATERIA
                                     THRU P-PROCURA-MATERIA-FIM
                             IF WS-IDX-MAT > ZEROS
                                 MOVE WS-MEDIA-LIDA TO WS-CEL-MEDIA
                                      (WS-IDX-ALU WS-IDX-MAT)
                                 EVALUATE WS-RESULT-LIDO
                                     WHEN "APROVADO"
                                         MOVE 'A' TO WS-CEL-SITUACAO
                                              (WS-IDX-ALU WS-IDX-MAT)
                                     WHEN "REPROVADO POR FALTA"
                                         MOVE 'F' TO WS-CEL-SITUACAO
                                              (WS-IDX-ALU WS-IDX-MAT)
                                     WHEN OTHER
                                         MOVE 'R' TO WS-CEL-SITUACAO
                                              (WS-IDX-ALU WS-IDX-MAT)
                                 END-EVALUATE
                             END-IF
                         END-IF
                     END-IF
            END-READ.

       P-LE-1-BOLETIM-FIM.

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

      * Frequencia do periodo (ou linha antiga sem periodo, enquanto
      * nao aparecer a do periodo) de cada aluno da turma.
       P-LE-FREQUENCIAS.
            SET EOF-OK TO FALSE

            OPEN INPUT FREQUENCIA

            IF FRQ-OK
                PERFORM P-LE-1-FREQUENCIA THRU P-LE-1-FREQUENCIA-FIM
                        UNTIL EOF-OK
                CLOSE FREQUENCIA
            END-IF.

       P-LE-FREQUENCIAS-FIM.

       P-LE-1-FREQUENCIA.
            READ FREQUENCIA
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     IF FRQ-TERMO EQUAL WS-TERMO
                        OR FRQ-TERMO EQUAL SPACES
                         MOVE FRQ-MATRICULA TO WS-MATRICULA-LIDA
                         PERFORM P-PROCURA-ALUNO
                                 THRU P-PROCURA-ALUNO-FIM
                         IF WS-IDX-ALU > ZEROS
                             MOVE FRQ-MATERIA TO WS-MAT-PROCURA
                             PERFORM P-PROCURA-MATERIA
                                     THRU P-PROCURA-MATERIA-FIM
                             IF WS-IDX-MAT > ZEROS
                                 PERFORM P-GUARDA-FREQUENCIA
                                         THRU P-GUARDA-FREQUENCIA-FIM
                             END-IF
                         END-IF
                     END-IF
            END-READ.

       P-LE-1-FREQUENCIA-FIM.

       P-GUARDA-FREQUENCIA.
            IF FRQ-TERMO EQUAL SPACES
               AND WS-CEL-FRQ-ORIGEM(WS-IDX-ALU WS-IDX-MAT) EQUAL 'T'
                GO TO P-GUARDA-FREQUENCIA-FIM
            END-IF

            MOVE FRQ-TOTAL
                 TO WS-CEL-FRQ-TOTAL(WS-IDX-ALU WS-IDX-MAT)
            MOVE FRQ-PRESENTES
                 TO WS-CEL-FRQ-PRES(WS-IDX-ALU WS-IDX-MAT)

            IF FRQ-TERMO EQUAL SPACES
                MOVE 'L' TO WS-CEL-FRQ-ORIGEM(WS-IDX-ALU WS-IDX-MAT)
            ELSE
                MOVE 'T' TO WS-CEL-FRQ-ORIGEM(WS-IDX-ALU WS-IDX-MAT)
            END-IF.

       P-GUARDA-FREQUENCIA-FIM.

      * Devolve em WS-IDX-ALU a posicao da matricula lida na tabela
      * da turma (zero = aluno de outra turma).
       P-PROCURA-ALUNO.
            MOVE ZEROS TO WS-IDX-ALU

            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-ALUNOS
                       OR WS-IDX-ALU > ZEROS
                IF WS-ALU-MATRICULA(WS-I) EQUAL WS-MATRICULA-LIDA
                    MOVE WS-I TO WS-IDX-ALU
                END-IF
            END-PERFORM.

       P-PROCURA-ALUNO-FIM.

      * Devolve em WS-IDX-MAT a coluna da materia, abrindo uma nova
      * se ainda nao existe (zero = mais de 10 materias).
       P-PROCURA-MATERIA.
            MOVE ZEROS TO WS-IDX-MAT

            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-QTD-MATERIAS
                       OR WS-IDX-MAT > ZEROS
                IF WS-MAT-NOME(WS-J) EQUAL WS-MAT-PROCURA
                    MOVE WS-J TO WS-IDX-MAT
                END-IF
            END-PERFORM

            IF WS-IDX-MAT EQUAL ZEROS
                IF WS-QTD-MATERIAS < 10
                    ADD 1 TO WS-QTD-MATERIAS
                    MOVE WS-QTD-MATERIAS TO WS-IDX-MAT
                    MOVE WS-MAT-PROCURA TO WS-MAT-NOME(WS-IDX-MAT)
                ELSE
                    DISPLAY "MAIS DE 10 MATERIAS - IGNORANDO "
                            WS-MAT-PROCURA
                END-IF
            END-IF.

       P-PROCURA-MATERIA-FIM.

      * Uma linha por aluno: media e situacao em cada materia e a
      * presenca somada de todas as materias no periodo.
       P-LINHA-ALUNO.
            MOVE SPACES TO WS-LINHA
            MOVE WS-ALU-MATRICULA(WS-IDX-ALU) TO WS-LINHA(1:5)
            MOVE WS-ALU-NOME(WS-IDX-ALU)      TO WS-LINHA(7:15)
            MOVE 23    TO WS-POS
            MOVE ZEROS TO WS-SOMA-TOTAL WS-SOMA-PRES

            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTD-MATERIAS
                IF WS-CEL-SITUACAO(WS-IDX-ALU WS-IDX-MAT)
                   EQUAL SPACE
                    MOVE '  -' TO WS-LINHA(WS-POS:3)
                ELSE
                    MOVE WS-CEL-MEDIA(WS-IDX-ALU WS-IDX-MAT)
                         TO WS-MEDIA-EDIT
                    MOVE WS-MEDIA-EDIT TO WS-LINHA(WS-POS:5)
                    ADD 6 TO WS-POS
                    MOVE WS-CEL-SITUACAO(WS-IDX-ALU WS-IDX-MAT)
                         TO WS-LINHA(WS-POS:1)
                    SUBTRACT 6 FROM WS-POS
                    PERFORM P-ACUMULA-MATERIA
                            THRU P-ACUMULA-MATERIA-FIM
                END-IF
                ADD WS-CEL-FRQ-TOTAL(WS-IDX-ALU WS-IDX-MAT)
                    TO WS-SOMA-TOTAL
                ADD WS-CEL-FRQ-PRES(WS-IDX-ALU WS-IDX-MAT)
                    TO WS-SOMA-PRES
                ADD 10 TO WS-POS
            END-PERFORM

            IF WS-SOMA-TOTAL > ZEROS
                COMPUTE WS-PCT-PRESENCA =
                        (WS-SOMA-PRES * 100) / WS-SOMA-TOTAL
                MOVE WS-PCT-PRESENCA TO WS-PCT-EDIT
                MOVE WS-PCT-EDIT TO WS-LINHA(WS-POS:3)
                MOVE '%' TO WS-LINHA(WS-POS + 3:1)
            ELSE
                MOVE '  -' TO WS-LINHA(WS-POS:3)
            END-IF

            PERFORM P-ESCREVE THRU P-ESCREVE-FIM.

       P-LINHA-ALUNO-FIM.

       P-ACUMULA-MATERIA.
            ADD 1 TO WS-MAT-QTD(WS-IDX-MAT)
            ADD WS-CEL-MEDIA(WS-IDX-ALU WS-IDX-MAT)
                TO WS-MAT-SOMA(WS-IDX-MAT)

            EVALUATE WS-CEL-SITUACAO(WS-IDX-ALU WS-IDX-MAT)
                WHEN 'A'
                    ADD 1 TO WS-MAT-APROV(WS-IDX-MAT)
                    ADD 1 TO WS-TOT-APROV
                WHEN 'F'
                    ADD 1 TO WS-MAT-FALTA(WS-IDX-MAT)
                    ADD 1 TO WS-TOT-FALTA
                WHEN OTHER
                    ADD 1 TO WS-MAT-REPROV(WS-IDX-MAT)
                    ADD 1 TO WS-TOT-REPROV
            END-EVALUATE.

       P-ACUMULA-MATERIA-FIM.

      * Media da turma e contagens por materia, e o total da turma.
       P-RODAPE.
            MOVE SPACES TO WS-LINHA
            MOVE 'MEDIA DA TURMA' TO WS-LINHA(1:14)
            MOVE 23 TO WS-POS
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTD-MATERIAS
                IF WS-MAT-QTD(WS-IDX-MAT) > ZEROS
                    COMPUTE WS-MEDIA-TURMA ROUNDED =
                            WS-MAT-SOMA(WS-IDX-MAT)
                          / WS-MAT-QTD(WS-IDX-MAT)
                    MOVE WS-MEDIA-TURMA TO WS-MEDIA-EDIT
                    MOVE WS-MEDIA-EDIT TO WS-LINHA(WS-POS:5)
                ELSE
                    MOVE '  -' TO WS-LINHA(WS-POS:3)
                END-IF
                ADD 10 TO WS-POS
            END-PERFORM
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            MOVE SPACES TO WS-LINHA
            MOVE 'APROVADOS' TO WS-LINHA(1:9)
            MOVE 23 TO WS-POS
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTD-MATERIAS
                MOVE WS-MAT-APROV(WS-IDX-MAT) TO WS-QTD-EDIT
                MOVE WS-QTD-EDIT TO WS-LINHA(WS-POS:3)
                ADD 10 TO WS-POS
            END-PERFORM
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            MOVE SPACES TO WS-LINHA
            MOVE 'REPROVADOS' TO WS-LINHA(1:10)
            MOVE 23 TO WS-POS
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTD-MATERIAS
                MOVE WS-MAT-REPROV(WS-IDX-MAT) TO WS-QTD-EDIT
                MOVE WS-QTD-EDIT TO WS-LINHA(WS-POS:3)
                ADD 10 TO WS-POS
            END-PERFORM
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            MOVE SPACES TO WS-LINHA
            MOVE 'REPROV. P/ FALTA' TO WS-LINHA(1:16)
            MOVE 23 TO WS-POS
            PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTD-MATERIAS
                MOVE WS-MAT-FALTA(WS-IDX-MAT) TO WS-QTD-EDIT
                MOVE WS-QTD-EDIT TO WS-LINHA(WS-POS:3)
                ADD 10 TO WS-POS
            END-PERFORM
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            MOVE ALL '-' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            MOVE SPACES TO WS-LINHA
            STRING 'ALUNOS: '        DELIMITED BY SIZE
                   WS-QTD-ALUNOS     DELIMITED BY SIZE
                   '  APROVACOES: '  DELIMITED BY SIZE
                   WS-TOT-APROV      DELIMITED BY SIZE
                   '  REPROVACOES: ' DELIMITED BY SIZE
                   WS-TOT-REPROV     DELIMITED BY SIZE
                   '  POR FALTA: '   DELIMITED BY SIZE
                   WS-TOT-FALTA      DELIMITED BY SIZE
               INTO WS-LINHA
            END-STRING
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM.

       P-RODAPE-FIM.

       P-ESCREVE.
            DISPLAY WS-LINHA
            MOVE WS-LINHA TO REG-RELATORIO
            WRITE REG-RELATORIO.

       P-ESCREVE-FIM.

      * Folha em branco do periodo seguinte ao informado: um aluno por
      * linha e uma coluna por nota (as do esquema da materia, ou 4
      * sem esquema), mais a coluna de faltas.
       P-FOLHA.
            PERFORM P-PROXIMO-TERMO THRU P-PROXIMO-TERMO-FIM

            DISPLAY "MATERIA (EM BRANCO = PREENCHER A MAO): "
            ACCEPT WS-MATERIA-FOLHA

            MOVE 4   TO WS-QTD-COLUNAS
            MOVE 'N' TO WS-ESQ-ACHADO
            IF WS-MATERIA-FOLHA NOT EQUAL SPACES
                PERFORM P-BUSCA-ESQUEMA THRU P-BUSCA-ESQUEMA-FIM
            END-IF

            OPEN OUTPUT FOLHA

            IF NOT FOL-OK
                DISPLAY "ERRO AO GRAVAR FOLHA_PROFESSOR.LST."
                DISPLAY "Error ID: " WS-FOL-FS
                GO TO P-FOLHA-FIM
            END-IF

            MOVE SPACES TO WS-LINHA
            STRING 'FOLHA DE NOTAS - TURMA ' DELIMITED BY SIZE
                   WS-TURMA                  DELIMITED BY SIZE
                   ' - PERIODO '             DELIMITED BY SIZE
                   WS-TERMO-PROXIMO          DELIMITED BY SIZE
               INTO WS-LINHA
            END-STRING
            PERFORM P-ESCREVE-FOLHA THRU P-ESCREVE-FOLHA-FIM

            MOVE SPACES TO WS-LINHA
            IF WS-MATERIA-FOLHA EQUAL SPACES
                MOVE 'MATERIA: ____________   PROFESSOR: '
                     & '______________________________' TO WS-LINHA
            ELSE
                STRING 'MATERIA: '          DELIMITED BY SIZE
                       WS-MATERIA-FOLHA     DELIMITED BY SIZE
                       '   PROFESSOR: '     DELIMITED BY SIZE
                       '______________________________'
                                            DELIMITED BY SIZE
                   INTO WS-LINHA
                END-STRING
            END-IF
            PERFORM P-ESCREVE-FOLHA THRU P-ESCREVE-FOLHA-FIM

            MOVE ALL '-' TO WS-LINHA
            PERFORM P-ESCREVE-FOLHA THRU P-ESCREVE-FOLHA-FIM

            MOVE SPACES TO WS-LINHA
            MOVE 'MATR. ALUNO' TO WS-LINHA(1:11)
            MOVE 23 TO WS-POS
            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-QTD-COLUNAS
                MOVE 'NOTA'  TO WS-LINHA(WS-POS:4)
                MOVE WS-J(2:1) TO WS-LINHA(WS-POS + 4:1)
                IF ESQUEMA-ACHADO
                    MOVE '(P'  TO WS-LINHA(WS-POS + 5:2)
                    MOVE WS-ESQ-PESO(WS-J)
                         TO WS-LINHA(WS-POS + 7:2)
                    MOVE ')'   TO WS-LINHA(WS-POS + 9:1)
                END-IF
                ADD 11 TO WS-POS
            END-PERFORM
            MOVE 'FALTAS' TO WS-LINHA(WS-POS:6)
            PERFORM P-ESCREVE-FOLHA THRU P-ESCREVE-FOLHA-FIM

            PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                    UNTIL WS-IDX-ALU > WS-QTD-ALUNOS
                MOVE SPACES TO WS-LINHA
                MOVE WS-ALU-MATRICULA(WS-IDX-ALU) TO WS-LINHA(1:5)
                MOVE WS-ALU-NOME(WS-IDX-ALU)      TO WS-LINHA(7:15)
                MOVE 23 TO WS-POS
                PERFORM VARYING WS-J FROM 1 BY 1
                        UNTIL WS-J > WS-QTD-COLUNAS + 1
                    MOVE '[_______]' TO WS-LINHA(WS-POS:9)
                    ADD 11 TO WS-POS
                END-PERFORM
                PERFORM P-ESCREVE-FOLHA THRU P-ESCREVE-FOLHA-FIM
            END-PERFORM

            MOVE ALL '-' TO WS-LINHA
            PERFORM P-ESCREVE-FOLHA THRU P-ESCREVE-FOLHA-FIM
            MOVE 'ASSINATURA DO PROFESSOR: ______________________'
                 & '   DATA: ___/___/______' TO WS-LINHA
            PERFORM P-ESCREVE-FOLHA THRU P-ESCREVE-FOLHA-FIM

            CLOSE FOLHA

            DISPLAY "FOLHA GRAVADA EM FOLHA_PROFESSOR.LST".

       P-FOLHA-FIM.

      * Periodo seguinte: proximo bimestre, ou bimestre 1 do ano
      * seguinte depois do 4o.
       P-PROXIMO-TERMO.
            MOVE WS-TERMO TO WS-TERMO-PROXIMO

            IF WS-TERMO(1:4) IS NUMERIC AND WS-TERMO(6:1) IS NUMERIC
                MOVE WS-TERMO(1:4) TO WS-ANO-TERMO
                MOVE WS-TERMO(6:1) TO WS-BIM-TERMO
                IF WS-BIM-TERMO < 4
                    ADD 1 TO WS-BIM-TERMO
                ELSE
                    ADD 1 TO WS-ANO-TERMO
                    MOVE 1 TO WS-BIM-TERMO
                END-IF
                MOVE SPACES TO WS-TERMO-PROXIMO
                STRING WS-ANO-TERMO DELIMITED BY SIZE
                       '/'          DELIMITED BY SIZE
                       WS-BIM-TERMO DELIMITED BY SIZE
                   INTO WS-TERMO-PROXIMO
                END-STRING
            END-IF.

       P-PROXIMO-TERMO-FIM.

      * Esquema vigente da materia (a gravacao mais recente), como no
      * P-BUSCA-ESQUEMA do PG08MEDIA.
       P-BUSCA-ESQUEMA.
            SET EOF-OK TO FALSE

            OPEN INPUT ESQUEMAS

            IF ESQ-OK
                PERFORM P-LE-1-ESQUEMA THRU P-LE-1-ESQUEMA-FIM
                        UNTIL EOF-OK
                CLOSE ESQUEMAS
            END-IF.

       P-BUSCA-ESQUEMA-FIM.

       P-LE-1-ESQUEMA.
            READ ESQUEMAS
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     IF ESQ-MATERIA EQUAL WS-MATERIA-FOLHA
                        AND ESQ-QTD-NOTAS IS NUMERIC
                        AND ESQ-QTD-NOTAS > ZERO
                         MOVE 'S'           TO WS-ESQ-ACHADO
                         MOVE ESQ-QTD-NOTAS TO WS-QTD-COLUNAS
                         PERFORM VARYING WS-J FROM 1 BY 1
                                 UNTIL WS-J > 9
                             MOVE ESQ-PESO(WS-J) TO WS-ESQ-PESO(WS-J)
                         END-PERFORM
                     END-IF
            END-READ.

       P-LE-1-ESQUEMA-FIM.

       P-ESCREVE-FOLHA.
            DISPLAY WS-LINHA
            MOVE WS-LINHA TO REG-FOLHA
            WRITE REG-FOLHA.

       P-ESCREVE-FOLHA-FIM.

       P-REPETE.
            DISPLAY 'REPETIR OPERACAO? (Y/N)'
            ACCEPT WS-RPT

            IF WS-RPT IS EQUAL 'Y' OR WS-RPT IS EQUAL 'y'
                PERFORM P-START THRU P-START-END.

            STOP RUN.

       P-REPETE-FIM.

       END PROGRAM PG28BOLTUR.
