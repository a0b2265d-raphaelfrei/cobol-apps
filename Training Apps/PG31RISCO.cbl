      ****************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Alerta de alunos em risco no meio do periodo - hoje
      *          o aluno so aparece reprovado quando o PG08MEDIA
      *          fecha o bimestre. Cruza a frequencia parcial do
      *          periodo (FREQUENCIA.dat, regra dos 75%) com as notas
      *          parciais ja lancadas (NOTAS_PARCIAIS.dat, lancadas
      *          pela opcao 2 deste programa, uma linha por nota do
      *          esquema) e o esquema da materia em MATERIAS_PESOS.dat
      *          (pesos e corte; sem esquema, 4 notas de peso igual e
      *          corte 7,00), e lista por turma os alunos em risco com
      *          o motivo (FREQUENCIA, NOTAS ou AMBOS) e quanto falta
      *          para recuperar: aulas seguidas sem faltar para voltar
      *          aos 75% e a media necessaria nas notas que ainda
      *          faltam (RISCO_ALUNOS.LST).
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG31RISCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ALUNOS ASSIGN TO ".\ALUNOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ALU-FS.

            SELECT FREQUENCIA ASSIGN TO ".\FREQUENCIA.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FRQ-FS.

            SELECT PARCIAIS ASSIGN TO ".\NOTAS_PARCIAIS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-NPA-FS.

            SELECT ESQUEMAS ASSIGN TO ".\MATERIAS_PESOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ESQ-FS.

            SELECT RELATORIO ASSIGN TO ".\RISCO_ALUNOS.LST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-REL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
       01 REG-ALUNO.
          03 ALU-MATRICULA    PIC 9(05).
          03 ALU-NOME         PIC X(15).
          03 ALU-TURMA        PIC X(05).

       FD FREQUENCIA.
       01 REG-FREQUENCIA.
          03 FRQ-MATRICULA    PIC 9(05).
          03 FRQ-MATERIA      PIC X(10).
          03 FRQ-TOTAL        PIC 9(03).
          03 FRQ-PRESENTES    PIC 9(03).
          03 FRQ-TERMO        PIC X(06).

      * Nota parcial: uma linha por nota do esquema (NPA-SEQ e a
      * posicao da nota, 1 a 9). O arquivo acumula e vale a gravacao
      * mais recente de matricula/materia/periodo/posicao.
       FD PARCIAIS.
       01 REG-PARCIAL.
          03 NPA-MATRICULA    PIC 9(05).
          03 NPA-MATERIA      PIC X(10).
          03 NPA-TERMO        PIC X(06).
          03 NPA-SEQ          PIC 9(01).
          03 NPA-NOTA         PIC 9(02).
          03 NPA-DATA         PIC 9(08).

       FD ESQUEMAS.
       01 REG-ESQUEMA.
          03 ESQ-MATERIA      PIC X(10).
          03 ESQ-QTD-NOTAS    PIC 9(01).
          03 ESQ-CORTE        PIC 9(02)V99.
          03 ESQ-PESO-TAB OCCURS 9 TIMES.
             05 ESQ-PESO      PIC 9(02).

       FD RELATORIO.
       01 REG-RELATORIO       PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-ALU-FS           PIC 9(02).
          88 ALU-OK         VALUE 0.

       77 WS-FRQ-FS           PIC 9(02).
          88 FRQ-OK         VALUE 0.

       77 WS-NPA-FS           PIC 9(02).
          88 NPA-NOVO       VALUE 35.
          88 NPA-OK         VALUE 0.

       77 WS-ESQ-FS           PIC 9(02).
          88 ESQ-OK         VALUE 0.

       77 WS-REL-FS           PIC 9(02).
          88 REL-OK         VALUE 0.

       77 WS-EOF              PIC X(01) VALUE 'N'.
          88 EOF-OK         VALUE 'S' FALSE 'N'.

       77 WS-RPT              PIC X(01) VALUE SPACE.

       77 WS-OPCAO            PIC X(01) VALUE SPACE.
          88 OPCAO-LANCAR   VALUE '2'.

       77 WS-TERMO            PIC X(06) VALUE SPACES.
       77 WS-CORTE-PRESENCA   PIC 9(03) VALUE 75.

      * Lancamento de nota parcial.
       77 WS-MATRICULA        PIC 9(05) VALUE ZEROS.
       77 WS-MATERIA          PIC X(10) VALUE SPACES.
       77 WS-SEQ              PIC 9(01) VALUE ZEROS.
       77 WS-NOTA             PIC 9(02) VALUE ZEROS.
       77 WS-NOME-ALUNO       PIC X(15) VALUE SPACES.
       77 WS-ALU-ACHADO       PIC X(01) VALUE 'N'.
          88 ALUNO-ACHADO   VALUE 'S'.

      * Alunos do mestre, para a turma e o nome no relatorio.
       01 WS-TABELA-ALUNOS.
          02 WS-ALU OCCURS 500 TIMES.
             03 WS-ALU-MATRICULA  PIC 9(05).
             03 WS-ALU-NOME       PIC X(15).
             03 WS-ALU-TURMA      PIC X(05).

       77 WS-QTD-ALUNOS       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ALU          PIC 9(03) VALUE ZEROS.

       01 WS-TABELA-TURMAS.
          02 WS-TUR OCCURS 50 TIMES.
             03 WS-TUR-NOME       PIC X(05).

       77 WS-QTD-TURMAS       PIC 9(02) VALUE ZEROS.
       77 WS-IDX-TUR          PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU            PIC X(01) VALUE 'N'.
          88 ACHOU          VALUE 'S'.

      * Situacao parcial de cada par aluno/materia no periodo:
      * frequencia (T = linha do periodo, L = linha antiga sem
      * periodo) e as notas ja lancadas em cada posicao.
       01 WS-TABELA-SITUACAO.
          02 WS-SIT OCCURS 2000 TIMES.
             03 WS-SIT-MATRICULA  PIC 9(05).
             03 WS-SIT-MATERIA    PIC X(10).
             03 WS-SIT-FRQ-TOTAL  PIC 9(03).
             03 WS-SIT-FRQ-PRES   PIC 9(03).
             03 WS-SIT-FRQ-ORIGEM PIC X(01).
             03 WS-SIT-NOTA-TAB OCCURS 9 TIMES.
                05 WS-SIT-NOTA    PIC 9(02).
                05 WS-SIT-LANCADA PIC X(01).

       77 WS-QTD-SIT          PIC 9(04) VALUE ZEROS.
       77 WS-IDX-SIT          PIC 9(04) VALUE ZEROS.
       77 WS-POS-SIT          PIC 9(04) VALUE ZEROS.
       77 WS-MATRICULA-PROC   PIC 9(05) VALUE ZEROS.
       77 WS-MATERIA-PROC     PIC X(10) VALUE SPACES.

      * Esquemas vigentes das materias (a gravacao mais recente).
       01 WS-TABELA-ESQUEMAS.
          02 WS-ESQ OCCURS 50 TIMES.
             03 WS-ESQ-MATERIA    PIC X(10).
             03 WS-ESQ-QTD        PIC 9(01).
             03 WS-ESQ-CORTE      PIC 9(02)V99.
             03 WS-ESQ-PESO OCCURS 9 TIMES PIC 9(02).

       77 WS-QTD-ESQ          PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ESQ          PIC 9(02) VALUE ZEROS.

       77 WS-I                PIC 9(04) VALUE ZEROS.
       77 WS-J                PIC 9(02) VALUE ZEROS.

      * Conta do risco de um par aluno/materia.
       77 WS-QTD-NOTAS        PIC 9(01) VALUE ZEROS.
       77 WS-CORTE            PIC 9(02)V99 VALUE ZEROS.
       77 WS-PESO-ATUAL       PIC 9(02) VALUE ZEROS.
       77 WS-SOMA-NOTA-PESO   PIC 9(05)V99 VALUE ZEROS.
       77 WS-SOMA-PESO-LANC   PIC 9(03) VALUE ZEROS.
       77 WS-SOMA-PESO-REST   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-RESTANTES    PIC 9(01) VALUE ZEROS.
       77 WS-MEDIA-PARCIAL    PIC 9(02)V99 VALUE ZEROS.
       77 WS-MEDIA-NECESS     PIC 9(03)V99 VALUE ZEROS.
       77 WS-PCT-PRESENCA     PIC 9(03) VALUE ZEROS.
       77 WS-AULAS-RECUPERAR  PIC S9(05) VALUE ZEROS.

       77 WS-RISCO-FRQ        PIC X(01) VALUE 'N'.
          88 RISCO-FRQ      VALUE 'S'.
       77 WS-RISCO-NOTA       PIC X(01) VALUE 'N'.
          88 RISCO-NOTA     VALUE 'S'.

       77 WS-LINHA            PIC X(132) VALUE SPACES.
       77 WS-POS              PIC 9(03) VALUE ZEROS.
       77 WS-MEDIA-EDIT       PIC Z9.99.
       77 WS-NECESS-EDIT      PIC ZZ9.99.
       77 WS-PCT-EDIT         PIC ZZ9.
       77 WS-AULAS-EDIT       PIC ZZZZ9.
       77 WS-QTD-RISCO-TURMA  PIC 9(04) VALUE ZEROS.
       77 WS-QTD-RISCO        PIC 9(04) VALUE ZEROS.
       77 WS-QTD-FORA-MESTRE  PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       P-START.

            DISPLAY "***** ALUNOS EM RISCO NO PERIODO *****"
            DISPLAY "<1> RELATORIO DE ALUNOS EM RISCO (PADRAO)"
            DISPLAY "<2> LANCAR NOTA PARCIAL"
            ACCEPT WS-OPCAO

            DISPLAY "PERIODO LETIVO (AAAA/B): "
            ACCEPT WS-TERMO

            IF OPCAO-LANCAR
                PERFORM P-LANCA THRU P-LANCA-FIM
            ELSE
                PERFORM P-RELATORIO THRU P-RELATORIO-FIM
            END-IF

            PERFORM P-REPETE THRU P-REPETE-FIM.

       P-START-END.

      * Lancamento de uma nota parcial na posicao do esquema da
      * materia; relancar a mesma posicao corrige a nota.
       P-LANCA.
            DISPLAY "MATRICULA DO ALUNO: "
            ACCEPT WS-MATRICULA

            PERFORM P-BUSCA-ALUNO THRU P-BUSCA-ALUNO-FIM

            IF ALUNO-ACHADO
                DISPLAY "ALUNO: " FUNCTION TRIM(WS-NOME-ALUNO)
            ELSE
                DISPLAY "MATRICULA NAO CADASTRADA - USE O "
                        "PG20ALUNOS PARA INCLUIR O ALUNO."
                GO TO P-LANCA-FIM
            END-IF

            DISPLAY "MATERIA: "
            ACCEPT WS-MATERIA

            PERFORM P-CARREGA-ESQUEMAS THRU P-CARREGA-ESQUEMAS-FIM
            MOVE WS-MATERIA TO WS-MATERIA-PROC
            PERFORM P-ESQUEMA-DA-MATERIA
                    THRU P-ESQUEMA-DA-MATERIA-FIM

            DISPLAY "POSICAO DA NOTA NO ESQUEMA (1 A "
                    WS-QTD-NOTAS "): "
            ACCEPT WS-SEQ

            PERFORM UNTIL WS-SEQ IS NUMERIC
                          AND WS-SEQ > ZERO
                          AND WS-SEQ NOT > WS-QTD-NOTAS
                DISPLAY "POSICAO INVALIDA - INFORME DE 1 A "
                        WS-QTD-NOTAS "."
                ACCEPT WS-SEQ
            END-PERFORM

            DISPLAY "NOTA (0 A 10): "
            ACCEPT WS-NOTA

            PERFORM UNTIL WS-NOTA IS NUMERIC AND WS-NOTA NOT > 10
                DISPLAY "NOTA INVALIDA - INFORME DE 0 A 10."
                ACCEPT WS-NOTA
            END-PERFORM

            OPEN EXTEND PARCIAIS
            IF NPA-NOVO
                OPEN OUTPUT PARCIAIS
            END-IF

            IF NPA-OK
                MOVE WS-MATRICULA TO NPA-MATRICULA
                MOVE WS-MATERIA   TO NPA-MATERIA
                MOVE WS-TERMO     TO NPA-TERMO
                MOVE WS-SEQ       TO NPA-SEQ
                MOVE WS-NOTA      TO NPA-NOTA
                MOVE FUNCTION CURRENT-DATE(1:8) TO NPA-DATA
                WRITE REG-PARCIAL
                CLOSE PARCIAIS
                DISPLAY "NOTA PARCIAL GRAVADA."
            ELSE
                DISPLAY "ERRO AO GRAVAR NOTAS_PARCIAIS.dat."
                DISPLAY "Error ID: " WS-NPA-FS
            END-IF.

       P-LANCA-FIM.

       P-BUSCA-ALUNO.
            MOVE 'N' TO WS-ALU-ACHADO
            SET EOF-OK TO FALSE

            OPEN INPUT ALUNOS

            IF ALU-OK
                PERFORM UNTIL EOF-OK
                    READ ALUNOS
                         AT END
                             SET EOF-OK TO TRUE
                         NOT AT END
                             IF ALU-MATRICULA EQUAL WS-MATRICULA
                                 MOVE 'S'      TO WS-ALU-ACHADO
                                 MOVE ALU-NOME TO WS-NOME-ALUNO
                             END-IF
                    END-READ
                END-PERFORM
                CLOSE ALUNOS
            END-IF.

       P-BUSCA-ALUNO-FIM.

      * Relatorio por turma dos pares aluno/materia em risco.
       P-RELATORIO.
            PERFORM P-CARREGA-ALUNOS THRU P-CARREGA-ALUNOS-FIM
            PERFORM P-CARREGA-ESQUEMAS THRU P-CARREGA-ESQUEMAS-FIM

            MOVE ZEROS TO WS-QTD-SIT WS-QTD-RISCO WS-QTD-FORA-MESTRE
            PERFORM P-CARREGA-FREQUENCIA THRU P-CARREGA-FREQUENCIA-FIM
            PERFORM P-CARREGA-PARCIAIS THRU P-CARREGA-PARCIAIS-FIM

            IF WS-QTD-SIT EQUAL ZEROS
                DISPLAY "NENHUMA FREQUENCIA OU NOTA PARCIAL NO "
                        "PERIODO " WS-TERMO "."
                GO TO P-RELATORIO-FIM
            END-IF

            OPEN OUTPUT RELATORIO

            IF NOT REL-OK
                DISPLAY "ERRO AO GRAVAR RISCO_ALUNOS.LST."
                DISPLAY "Error ID: " WS-REL-FS
                GO TO P-RELATORIO-FIM
            END-IF

            MOVE SPACES TO WS-LINHA
            STRING 'ALUNOS EM RISCO - PERIODO ' DELIMITED BY SIZE
                   WS-TERMO                     DELIMITED BY SIZE
                   ' (PARCIAL)'                 DELIMITED BY SIZE
               INTO WS-LINHA
            END-STRING
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            PERFORM P-RELATORIO-TURMA THRU P-RELATORIO-TURMA-FIM
                    VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TURMAS

            MOVE ALL '=' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE SPACES TO WS-LINHA
            STRING 'TOTAL DE SITUACOES DE RISCO: ' DELIMITED BY SIZE
                   WS-QTD-RISCO                    DELIMITED BY SIZE
               INTO WS-LINHA
            END-STRING
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            IF WS-QTD-FORA-MESTRE > ZEROS
                MOVE SPACES TO WS-LINHA
                STRING 'LANCAMENTOS DE MATRICULAS FORA DO ALUNOS.dat '
                                              DELIMITED BY SIZE
                       '(NAO LISTADOS): '     DELIMITED BY SIZE
                       WS-QTD-FORA-MESTRE     DELIMITED BY SIZE
                   INTO WS-LINHA
                END-STRING
                PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            END-IF

            CLOSE RELATORIO

            DISPLAY "RELATORIO GRAVADO EM RISCO_ALUNOS.LST".

       P-RELATORIO-FIM.

       P-CARREGA-ALUNOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-ALUNOS WS-QTD-TURMAS

            OPEN INPUT ALUNOS

            IF ALU-OK
                PERFORM P-LE-1-ALUNO THRU P-LE-1-ALUNO-FIM
                        UNTIL EOF-OK
                CLOSE ALUNOS
            ELSE
                DISPLAY "AVISO: ALUNOS.dat INDISPONIVEL."
            END-IF.

       P-CARREGA-ALUNOS-FIM.

       P-LE-1-ALUNO.
            READ ALUNOS
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     IF WS-QTD-ALUNOS < 500
                        AND ALU-TURMA NOT EQUAL 'EGRES'
                         ADD 1 TO WS-QTD-ALUNOS
                         MOVE ALU-MATRICULA
                              TO WS-ALU-MATRICULA(WS-QTD-ALUNOS)
                         MOVE ALU-NOME
                              TO WS-ALU-NOME(WS-QTD-ALUNOS)
                         MOVE ALU-TURMA
                              TO WS-ALU-TURMA(WS-QTD-ALUNOS)
                         PERFORM P-GUARDA-TURMA THRU P-GUARDA-TURMA-FIM
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

       P-CARREGA-ESQUEMAS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-ESQ

            OPEN INPUT ESQUEMAS

            IF ESQ-OK
                PERFORM P-LE-1-ESQUEMA THRU P-LE-1-ESQUEMA-FIM
                        UNTIL EOF-OK
                CLOSE ESQUEMAS
            END-IF.

       P-CARREGA-ESQUEMAS-FIM.

       P-LE-1-ESQUEMA.
            READ ESQUEMAS
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     IF ESQ-QTD-NOTAS IS NUMERIC
                        AND ESQ-QTD-NOTAS > ZERO
                         MOVE ZEROS TO WS-IDX-ESQ
                         PERFORM VARYING WS-J FROM 1 BY 1
                                 UNTIL WS-J > WS-QTD-ESQ
                                    OR WS-IDX-ESQ > ZEROS
                             IF WS-ESQ-MATERIA(WS-J) EQUAL ESQ-MATERIA
                                 MOVE WS-J TO WS-IDX-ESQ
                             END-IF
                         END-PERFORM
                         IF WS-IDX-ESQ EQUAL ZEROS AND WS-QTD-ESQ < 50
                             ADD 1 TO WS-QTD-ESQ
                             MOVE WS-QTD-ESQ TO WS-IDX-ESQ
                             MOVE ESQ-MATERIA
                                  TO WS-ESQ-MATERIA(WS-IDX-ESQ)
                         END-IF
                         IF WS-IDX-ESQ > ZEROS
                             MOVE ESQ-QTD-NOTAS
                                  TO WS-ESQ-QTD(WS-IDX-ESQ)
                             MOVE ESQ-CORTE
                                  TO WS-ESQ-CORTE(WS-IDX-ESQ)
                             PERFORM VARYING WS-J FROM 1 BY 1
                                     UNTIL WS-J > 9
                                 MOVE ESQ-PESO(WS-J)
                                      TO WS-ESQ-PESO(WS-IDX-ESQ WS-J)
                             END-PERFORM
                         END-IF
                     END-IF
            END-READ.

       P-LE-1-ESQUEMA-FIM.

      * Quantidade de notas e corte da materia WS-MATERIA-PROC; sem
      * esquema, 4 notas de peso 1 e corte 7,00 (WS-IDX-ESQ zero).
       P-ESQUEMA-DA-MATERIA.
            MOVE ZEROS TO WS-IDX-ESQ

            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-QTD-ESQ OR WS-IDX-ESQ > ZEROS
                IF WS-ESQ-MATERIA(WS-J) EQUAL WS-MATERIA-PROC
                    MOVE WS-J TO WS-IDX-ESQ
                END-IF
            END-PERFORM

            IF WS-IDX-ESQ EQUAL ZEROS
                MOVE 4    TO WS-QTD-NOTAS
                MOVE 7.00 TO WS-CORTE
            ELSE
                MOVE WS-ESQ-QTD(WS-IDX-ESQ)   TO WS-QTD-NOTAS
                MOVE WS-ESQ-CORTE(WS-IDX-ESQ) TO WS-CORTE
            END-IF.

       P-ESQUEMA-DA-MATERIA-FIM.

       P-CARREGA-FREQUENCIA.
            SET EOF-OK TO FALSE

            OPEN INPUT FREQUENCIA

            IF FRQ-OK
                PERFORM P-LE-1-FREQUENCIA THRU P-LE-1-FREQUENCIA-FIM
                        UNTIL EOF-OK
                CLOSE FREQUENCIA
            END-IF.

       P-CARREGA-FREQUENCIA-FIM.

      * A linha do periodo vale mais que uma linha antiga sem
      * periodo; entre linhas iguais, a mais recente.
       P-LE-1-FREQUENCIA.
            READ FREQUENCIA
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     IF FRQ-TERMO EQUAL WS-TERMO
                        OR FRQ-TERMO EQUAL SPACES
                         MOVE FRQ-MATRICULA TO WS-MATRICULA-PROC
                         MOVE FRQ-MATERIA   TO WS-MATERIA-PROC
                         PERFORM P-POSICIONA-SIT
                                 THRU P-POSICIONA-SIT-FIM
                         IF WS-POS-SIT > ZEROS
                             IF FRQ-TERMO NOT EQUAL SPACES
                                OR WS-SIT-FRQ-ORIGEM(WS-POS-SIT)
                                   NOT EQUAL 'T'
                                 MOVE FRQ-TOTAL
                                      TO WS-SIT-FRQ-TOTAL(WS-POS-SIT)
                                 MOVE FRQ-PRESENTES
                                      TO WS-SIT-FRQ-PRES(WS-POS-SIT)
                                 IF FRQ-TERMO EQUAL SPACES
                                     MOVE 'L' TO WS-SIT-FRQ-ORIGEM
                                                 (WS-POS-SIT)
                                 ELSE
                                     MOVE 'T' TO WS-SIT-FRQ-ORIGEM
                                                 (WS-POS-SIT)
                                 END-IF
                             END-IF
                         END-IF
                     END-IF
            END-READ.

       P-LE-1-FREQUENCIA-FIM.

       P-CARREGA-PARCIAIS.
            SET EOF-OK TO FALSE

            OPEN INPUT PARCIAIS

            IF NPA-OK
                PERFORM P-LE-1-PARCIAL THRU P-LE-1-PARCIAL-FIM
                        UNTIL EOF-OK
                CLOSE PARCIAIS
            END-IF.

       P-CARREGA-PARCIAIS-FIM.

       P-LE-1-PARCIAL.
            READ PARCIAIS
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     IF NPA-TERMO EQUAL WS-TERMO
                        AND NPA-SEQ IS NUMERIC
                        AND NPA-SEQ > ZERO
                         MOVE NPA-MATRICULA TO WS-MATRICULA-PROC
                         MOVE NPA-MATERIA   TO WS-MATERIA-PROC
                         PERFORM P-POSICIONA-SIT
                                 THRU P-POSICIONA-SIT-FIM
                         IF WS-POS-SIT > ZEROS
                             MOVE NPA-NOTA
                                  TO WS-SIT-NOTA(WS-POS-SIT NPA-SEQ)
                             MOVE 'S'
                                  TO WS-SIT-LANCADA(WS-POS-SIT NPA-SEQ)
                         END-IF
                     END-IF
            END-READ.

       P-LE-1-PARCIAL-FIM.

      * Devolve em WS-POS-SIT a linha do par aluno/materia, abrindo
      * uma nova se preciso (zero = tabela cheia).
       P-POSICIONA-SIT.
            MOVE ZEROS TO WS-POS-SIT

            PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
                    UNTIL WS-IDX-SIT > WS-QTD-SIT OR WS-POS-SIT > 0
                IF WS-SIT-MATRICULA(WS-IDX-SIT) EQUAL
                   WS-MATRICULA-PROC
                   AND WS-SIT-MATERIA(WS-IDX-SIT) EQUAL
                       WS-MATERIA-PROC
                    MOVE WS-IDX-SIT TO WS-POS-SIT
                END-IF
            END-PERFORM

            IF WS-POS-SIT EQUAL ZEROS
                IF WS-QTD-SIT < 2000
                    ADD 1 TO WS-QTD-SIT
                    MOVE WS-QTD-SIT TO WS-POS-SIT
                    INITIALIZE WS-SIT(WS-POS-SIT)
                    MOVE WS-MATRICULA-PROC
                         TO WS-SIT-MATRICULA(WS-POS-SIT)
                    MOVE WS-MATERIA-PROC
                         TO WS-SIT-MATERIA(WS-POS-SIT)
                ELSE
                    DISPLAY "MAIS DE 2000 PARES ALUNO/MATERIA - "
                            "IGNORANDO " WS-MATRICULA-PROC " "
                            WS-MATERIA-PROC
                END-IF
            END-IF.

       P-POSICIONA-SIT-FIM.

       P-RELATORIO-TURMA.
            MOVE ZEROS TO WS-QTD-RISCO-TURMA

            MOVE ALL '-' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE SPACES TO WS-LINHA
            STRING 'TURMA ' DELIMITED BY SIZE
                   WS-TUR-NOME(WS-IDX-TUR) DELIMITED BY SIZE
               INTO WS-LINHA
            END-STRING
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE 'MATR. ALUNO           MATERIA    PRES. MEDIA '
                 & 'MOTIVO      PARA RECUPERAR' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            PERFORM P-AVALIA-1-SIT THRU P-AVALIA-1-SIT-FIM
                    VARYING WS-IDX-SIT FROM 1 BY 1
                    UNTIL WS-IDX-SIT > WS-QTD-SIT

            IF WS-QTD-RISCO-TURMA EQUAL ZEROS
                MOVE 'NENHUM ALUNO EM RISCO NA TURMA.' TO WS-LINHA
                PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            END-IF.

       P-RELATORIO-TURMA-FIM.

      * Avalia um par aluno/materia da turma corrente: frequencia
      * abaixo dos 75% e/ou media parcial abaixo do corte.
       P-AVALIA-1-SIT.
            MOVE ZEROS TO WS-IDX-ALU

            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-ALUNOS OR WS-IDX-ALU > ZEROS
                IF WS-ALU-MATRICULA(WS-I) EQUAL
                   WS-SIT-MATRICULA(WS-IDX-SIT)
                    MOVE WS-I TO WS-IDX-ALU
                END-IF
            END-PERFORM

            IF WS-IDX-ALU EQUAL ZEROS
                IF WS-IDX-TUR EQUAL 1
                    ADD 1 TO WS-QTD-FORA-MESTRE
                END-IF
                GO TO P-AVALIA-1-SIT-FIM
            END-IF

            IF WS-ALU-TURMA(WS-IDX-ALU) NOT EQUAL
               WS-TUR-NOME(WS-IDX-TUR)
                GO TO P-AVALIA-1-SIT-FIM
            END-IF

            MOVE 'N' TO WS-RISCO-FRQ WS-RISCO-NOTA
            MOVE ZEROS TO WS-PCT-PRESENCA WS-AULAS-RECUPERAR

            IF WS-SIT-FRQ-TOTAL(WS-IDX-SIT) > ZEROS
                COMPUTE WS-PCT-PRESENCA =
                        (WS-SIT-FRQ-PRES(WS-IDX-SIT) * 100)
                      / WS-SIT-FRQ-TOTAL(WS-IDX-SIT)
                IF WS-PCT-PRESENCA < WS-CORTE-PRESENCA
                    MOVE 'S' TO WS-RISCO-FRQ
      * Aulas seguidas sem faltar para voltar aos 75%:
      * (presentes + x) / (total + x) >= 0,75  =>  x >= 3T - 4P.
                    COMPUTE WS-AULAS-RECUPERAR =
                            (3 * WS-SIT-FRQ-TOTAL(WS-IDX-SIT))
                          - (4 * WS-SIT-FRQ-PRES(WS-IDX-SIT))
                END-IF
            END-IF

            PERFORM P-AVALIA-NOTAS THRU P-AVALIA-NOTAS-FIM

            IF NOT RISCO-FRQ AND NOT RISCO-NOTA
                GO TO P-AVALIA-1-SIT-FIM
            END-IF

            ADD 1 TO WS-QTD-RISCO-TURMA WS-QTD-RISCO

            MOVE SPACES TO WS-LINHA
            MOVE WS-SIT-MATRICULA(WS-IDX-SIT) TO WS-LINHA(1:5)
            MOVE WS-ALU-NOME(WS-IDX-ALU)      TO WS-LINHA(7:15)
            MOVE WS-SIT-MATERIA(WS-IDX-SIT)   TO WS-LINHA(23:10)

            IF WS-SIT-FRQ-TOTAL(WS-IDX-SIT) > ZEROS
                MOVE WS-PCT-PRESENCA TO WS-PCT-EDIT
                MOVE WS-PCT-EDIT TO WS-LINHA(34:3)
                MOVE '%'         TO WS-LINHA(37:1)
            ELSE
                MOVE '  -' TO WS-LINHA(34:3)
            END-IF

            IF WS-SOMA-PESO-LANC > ZEROS
                MOVE WS-MEDIA-PARCIAL TO WS-MEDIA-EDIT
                MOVE WS-MEDIA-EDIT TO WS-LINHA(40:5)
            ELSE
                MOVE '    -' TO WS-LINHA(40:5)
            END-IF

            EVALUATE TRUE
                WHEN RISCO-FRQ AND RISCO-NOTA
                    MOVE 'AMBOS'      TO WS-LINHA(46:11)
                WHEN RISCO-FRQ
                    MOVE 'FREQUENCIA' TO WS-LINHA(46:11)
                WHEN OTHER
                    MOVE 'NOTAS'      TO WS-LINHA(46:11)
            END-EVALUATE

            MOVE 58 TO WS-POS

            IF RISCO-FRQ
                MOVE WS-AULAS-RECUPERAR TO WS-AULAS-EDIT
                STRING WS-AULAS-EDIT     DELIMITED BY SIZE
                       ' AULAS SEM FALTA' DELIMITED BY SIZE
                   INTO WS-LINHA WITH POINTER WS-POS
                END-STRING
            END-IF

            IF RISCO-NOTA
                IF RISCO-FRQ
                    STRING '; ' DELIMITED BY SIZE
                       INTO WS-LINHA WITH POINTER WS-POS
                    END-STRING
                END-IF
                IF WS-QTD-RESTANTES EQUAL ZEROS
                    STRING 'SEM NOTAS RESTANTES - SO RECUPERACAO'
                                         DELIMITED BY SIZE
                       INTO WS-LINHA WITH POINTER WS-POS
                    END-STRING
                ELSE
                    MOVE WS-MEDIA-NECESS TO WS-NECESS-EDIT
                    STRING 'MEDIA'        DELIMITED BY SIZE
                           WS-NECESS-EDIT DELIMITED BY SIZE
                           ' NAS '        DELIMITED BY SIZE
                           WS-QTD-RESTANTES DELIMITED BY SIZE
                           ' NOTAS RESTANTES'
                                          DELIMITED BY SIZE
                       INTO WS-LINHA WITH POINTER WS-POS
                    END-STRING
                    IF WS-MEDIA-NECESS > 10
                        STRING ' (ACIMA DE 10)' DELIMITED BY SIZE
                           INTO WS-LINHA WITH POINTER WS-POS
                        END-STRING
                    END-IF
                END-IF
            END-IF

            PERFORM P-ESCREVE THRU P-ESCREVE-FIM.

       P-AVALIA-1-SIT-FIM.

      * Media ponderada das notas ja lancadas e a media que falta
      * nas posicoes ainda sem nota para fechar no corte:
      * (corte * soma de todos os pesos - soma nota*peso lancada)
      * / soma dos pesos restantes.
       P-AVALIA-NOTAS.
            MOVE WS-SIT-MATERIA(WS-IDX-SIT) TO WS-MATERIA-PROC
            PERFORM P-ESQUEMA-DA-MATERIA
                    THRU P-ESQUEMA-DA-MATERIA-FIM

            MOVE ZEROS TO WS-SOMA-NOTA-PESO WS-SOMA-PESO-LANC
                          WS-SOMA-PESO-REST WS-QTD-RESTANTES
                          WS-MEDIA-PARCIAL WS-MEDIA-NECESS

            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-QTD-NOTAS
                IF WS-IDX-ESQ EQUAL ZEROS
                    MOVE 1 TO WS-PESO-ATUAL
                ELSE
                    MOVE WS-ESQ-PESO(WS-IDX-ESQ WS-J)
                         TO WS-PESO-ATUAL
                END-IF
                IF WS-SIT-LANCADA(WS-IDX-SIT WS-J) EQUAL 'S'
                    COMPUTE WS-SOMA-NOTA-PESO = WS-SOMA-NOTA-PESO
                          + (WS-SIT-NOTA(WS-IDX-SIT WS-J)
                             * WS-PESO-ATUAL)
                    ADD WS-PESO-ATUAL TO WS-SOMA-PESO-LANC
                ELSE
                    ADD WS-PESO-ATUAL TO WS-SOMA-PESO-REST
                    ADD 1 TO WS-QTD-RESTANTES
                END-IF
            END-PERFORM

            IF WS-SOMA-PESO-LANC EQUAL ZEROS
                GO TO P-AVALIA-NOTAS-FIM
            END-IF

            COMPUTE WS-MEDIA-PARCIAL =
                    WS-SOMA-NOTA-PESO / WS-SOMA-PESO-LANC

            IF WS-MEDIA-PARCIAL NOT < WS-CORTE
                GO TO P-AVALIA-NOTAS-FIM
            END-IF

            MOVE 'S' TO WS-RISCO-NOTA

            IF WS-SOMA-PESO-REST > ZEROS
                COMPUTE WS-MEDIA-NECESS ROUNDED =
                        ((WS-CORTE * (WS-SOMA-PESO-LANC
                                     + WS-SOMA-PESO-REST))
                        - WS-SOMA-NOTA-PESO) / WS-SOMA-PESO-REST
            END-IF.

       P-AVALIA-NOTAS-FIM.

       P-ESCREVE.
            DISPLAY WS-LINHA
            MOVE WS-LINHA TO REG-RELATORIO
            WRITE REG-RELATORIO.

       P-ESCREVE-FIM.

       P-REPETE.
            DISPLAY 'REPETIR OPERACAO? (Y/N)'
            ACCEPT WS-RPT

            IF WS-RPT IS EQUAL 'Y' OR WS-RPT IS EQUAL 'y'
                PERFORM P-START THRU P-START-END.

            STOP RUN.

       P-REPETE-FIM.

       END PROGRAM PG31RISCO.
