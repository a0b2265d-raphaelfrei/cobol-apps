      ****************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Correcao de nota no BOLETIM.dat com trilha de
      *          auditoria - acha a linha do aluno pela matricula,
      *          materia e periodo letivo, recebe as notas corrigidas,
      *          recalcula a media e a situacao como o PG08MEDIA
      *          (esquema da materia em MATERIAS_PESOS.dat, corte de
      *          7,00 e pesos digitados na falta de esquema, e 75% de
      *          presenca pela FREQUENCIA.dat), regrava a linha via
      *          BOLETIM.TMP e registra quem corrigiu, quando, o que
      *          mudou e o motivo em NOTAS_AUDITORIA.dat. A opcao 2
      *          imprime as correcoes de um periodo para o visto da
      *          coordenacao (CORRECOES_NOTAS.LST).
      * Update: 15/10/2026 - Correcao em periodo fechado pela
      *                      coordenacao (PG33FECPER) e recusada
      * Update: 15/10/2026 - Operador conferido pelo PG13CNFOPR, com
      *                      as regras do login do menu (falhas,
      *                      bloqueio e SEGURANCA_LOG.dat); sem
      *                      OPERADORES.dat a correcao e recusada
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG30CORNOT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BOLETIM ASSIGN TO ".\BOLETIM.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-BOL-FS.

            SELECT BOLTEMP ASSIGN TO ".\BOLETIM.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT ESQUEMAS ASSIGN TO ".\MATERIAS_PESOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ESQ-FS.

            SELECT FREQUENCIA ASSIGN TO ".\FREQUENCIA.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FRQ-FS.

            SELECT AUDITORIA ASSIGN TO ".\NOTAS_AUDITORIA.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-AUD-FS.

            SELECT RELATORIO ASSIGN TO ".\CORRECOES_NOTAS.LST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-REL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD BOLETIM.
       01 REG-BOLETIM         PIC X(60).

       FD BOLTEMP.
       01 REG-BOLTEMP         PIC X(60).

       FD ESQUEMAS.
       01 REG-ESQUEMA.
          03 ESQ-MATERIA      PIC X(10).
          03 ESQ-QTD-NOTAS    PIC 9(01).
          03 ESQ-CORTE        PIC 9(02)V99.
          03 ESQ-PESO-TAB OCCURS 9 TIMES.
             05 ESQ-PESO      PIC 9(02).

       FD FREQUENCIA.
       01 REG-FREQUENCIA.
          03 FRQ-MATRICULA    PIC 9(05).
          03 FRQ-MATERIA      PIC X(10).
          03 FRQ-TOTAL        PIC 9(03).
          03 FRQ-PRESENTES    PIC 9(03).
          03 FRQ-TERMO        PIC X(06).

      * Uma linha por correcao: quando, quem, a linha corrigida, o
      * antes e o depois e o motivo informado.
       FD AUDITORIA.
       01 REG-AUDITORIA.
          03 AUD-DATA         PIC 9(08).
          03 AUD-HORA         PIC 9(06).
          03 AUD-OPERADOR     PIC X(08).
          03 AUD-MATRICULA    PIC 9(05).
          03 AUD-MATERIA      PIC X(10).
          03 AUD-TERMO        PIC X(06).
          03 AUD-MEDIA-ANT    PIC 9(02)V99.
          03 AUD-RESULT-ANT   PIC X(20).
          03 AUD-MEDIA-NOVA   PIC 9(02)V99.
          03 AUD-RESULT-NOVO  PIC X(20).
          03 AUD-MOTIVO       PIC X(40).

       FD RELATORIO.
       01 REG-RELATORIO       PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-BOL-FS           PIC 9(02).
          88 BOL-OK         VALUE 0.

       77 WS-TMP-FS           PIC 9(02).
          88 TMP-OK         VALUE 0.

       77 WS-ESQ-FS           PIC 9(02).
          88 ESQ-OK         VALUE 0.

       77 WS-FRQ-FS           PIC 9(02).
          88 FRQ-OK         VALUE 0.

       77 WS-AUD-FS           PIC 9(02).
          88 AUD-NOVO       VALUE 35.
          88 AUD-OK         VALUE 0.

       77 WS-REL-FS           PIC 9(02).
          88 REL-OK         VALUE 0.

       77 WS-EOF              PIC X(01) VALUE 'N'.
          88 EOF-OK         VALUE 'S' FALSE 'N'.

       77 WS-RPT              PIC X(01) VALUE SPACE.
       77 WS-CONFIRMA         PIC X(01) VALUE SPACE.

       77 WS-OPCAO            PIC X(01) VALUE SPACE.
          88 OPCAO-RELATORIO VALUE '2'.

      * Operador que faz a correcao, conferido com a senha em
      * OPERADORES.dat pelo PG13CNFOPR; sem o arquivo ninguem e
      * conferido e a correcao nao e feita.
       77 WS-OPERADOR         PIC X(08) VALUE SPACES.
       77 WS-SENHA            PIC X(08) VALUE SPACES.
       77 WS-OPR-CONFERIDO    PIC X(01) VALUE 'N'.
          88 OPR-CONFERIDO  VALUE 'S'.

      * Chave da linha a corrigir e o que ela tem hoje.
       77 WS-MATRICULA        PIC 9(05) VALUE ZEROS.
       77 WS-MATERIA          PIC X(10) VALUE SPACES.
       77 WS-TERMO            PIC X(06) VALUE SPACES.
       77 WS-NOME-ALUNO       PIC X(15) VALUE SPACES.
       77 WS-MEDIA-ANT        PIC 9(02)V99 VALUE ZEROS.
       77 WS-RESULT-ANT       PIC X(20) VALUE SPACES.

       77 WS-NUM-LINHA        PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-ALVO       PIC 9(05) VALUE ZEROS.
       77 WS-TEM-SUPERADO     PIC X(01) VALUE 'N'.
          88 TEM-SUPERADO   VALUE 'S'.

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

      * Notas corrigidas e a conta da media, nos moldes do PG08MEDIA.
       77 WS-ESQ-ACHADO       PIC X(01) VALUE 'N'.
          88 ESQUEMA-ACHADO VALUE 'S'.
       77 WS-QTD-NOTAS        PIC 9(01) VALUE ZEROS.
       77 WS-NOTA-CORTE       PIC 9(02)V99 VALUE 7.00.
       77 WS-I                PIC 9(02) VALUE ZEROS.
       77 WS-NOTA-OK          PIC X(01) VALUE 'N'.
          88 NOTA-VALIDA    VALUE 'S'.

       01 WS-NOTAS.
          02 WS-NOTA-TAB OCCURS 9 TIMES.
             03 WS-NOTA       PIC 9(02).
             03 WS-PESO       PIC 9(02).

       77 WS-SOMA-NOTA-PESO   PIC 9(05)V99 VALUE ZEROS.
       77 WS-SOMA-PESO        PIC 9(03) VALUE ZEROS.
       77 WS-MEDIA-NOVA       PIC 9(02)V99 VALUE ZEROS.
       77 WS-RESULT-NOVO      PIC X(20) VALUE SPACES.

       77 WS-FRQ-ACHADA       PIC X(01) VALUE 'N'.
          88 FREQ-ACHADA    VALUE 'S'.
       77 WS-FRQ-TOTAL        PIC 9(03) VALUE ZEROS.
       77 WS-FRQ-PRESENTES    PIC 9(03) VALUE ZEROS.
       77 WS-PCT-PRESENCA     PIC 9(03) VALUE ZEROS.
       77 WS-CORTE-PRESENCA   PIC 9(03) VALUE 75.

       77 WS-MOTIVO           PIC X(40) VALUE SPACES.
       77 WS-LINHA-NOVA       PIC X(60) VALUE SPACES.
       77 WS-AGORA            PIC X(21) VALUE SPACES.

      * Relatorio do periodo.
       77 WS-LINHA            PIC X(132) VALUE SPACES.
       77 WS-MEDIA-EDIT       PIC Z9.99.
       77 WS-MEDIA-EDIT2      PIC Z9.99.
       77 WS-QTD-CORRECOES    PIC 9(04) VALUE ZEROS.

      * Situacao do periodo letivo (PG32PERIOD).
       COPY LK_PERIO.
       COPY LK_CNFOPR.

       PROCEDURE DIVISION.
       P-START.

            DISPLAY "***** CORRECAO DE NOTAS DO BOLETIM *****"
            DISPLAY "<1> CORRIGIR UMA LINHA DO BOLETIM (PADRAO)"
            DISPLAY "<2> RELATORIO DE CORRECOES DO PERIODO"
            ACCEPT WS-OPCAO

            IF OPCAO-RELATORIO
                PERFORM P-RELATORIO THRU P-RELATORIO-FIM
            ELSE
                PERFORM P-CORRIGE THRU P-CORRIGE-FIM
            END-IF

            PERFORM P-REPETE THRU P-REPETE-FIM.

       P-START-END.

       P-CORRIGE.
            MOVE 'N' TO WS-OPR-CONFERIDO
            PERFORM P-PEDE-OPERADOR THRU P-PEDE-OPERADOR-FIM

            IF NOT OPR-CONFERIDO
                DISPLAY "CORRECAO CANCELADA."
                GO TO P-CORRIGE-FIM
            END-IF

            DISPLAY "MATRICULA DO ALUNO: "
            ACCEPT WS-MATRICULA
            DISPLAY "MATERIA: "
            ACCEPT WS-MATERIA
            DISPLAY "PERIODO LETIVO (AAAA/B): "
            ACCEPT WS-TERMO

            MOVE 'C'      TO LK-PERIO-FUNCAO
            MOVE WS-TERMO TO LK-PERIO-TERMO
            CALL 'PG32PERIOD' USING LK-PERIO-AREA

            IF PERIODO-FECHADO
                DISPLAY "PERIODO " WS-TERMO " FECHADO PELA "
                        "COORDENACAO EM " LK-PERIO-DATA
                        " - CORRECAO NAO PERMITIDA."
                GO TO P-CORRIGE-FIM
            END-IF

            PERFORM P-ACHA-LINHA THRU P-ACHA-LINHA-FIM

            IF WS-LINHA-ALVO EQUAL ZEROS
                DISPLAY "NENHUMA LINHA DO BOLETIM PARA ESSA "
                        "MATRICULA, MATERIA E PERIODO."
                GO TO P-CORRIGE-FIM
            END-IF

      * Linha que ja passou pela recuperacao guarda a media final do
      * PG22RECUP; corrigir as notas do periodo nela desfaria a
      * recuperacao sem refaze-la.
            IF TEM-SUPERADO
                DISPLAY "ESTA LINHA JA PASSOU PELA RECUPERACAO "
                        "(PG22RECUP) - CORRECAO NAO PERMITIDA AQUI."
                GO TO P-CORRIGE-FIM
            END-IF

            DISPLAY "ALUNO      : " FUNCTION TRIM(WS-NOME-ALUNO)
            DISPLAY "MEDIA ATUAL: " WS-MEDIA-ANT
                    "  SITUACAO: " FUNCTION TRIM(WS-RESULT-ANT)

            PERFORM P-BUSCA-ESQUEMA THRU P-BUSCA-ESQUEMA-FIM

            IF ESQUEMA-ACHADO
                DISPLAY "ESQUEMA DA MATERIA: " WS-QTD-NOTAS
                        " NOTAS, CORTE " WS-NOTA-CORTE
            ELSE
                DISPLAY "MATERIA SEM ESQUEMA GRAVADO - INFORME A "
                        "QUANTIDADE DE NOTAS E OS PESOS (CORTE 7,00)."
                PERFORM P-DEFINE-QTD-NOTAS THRU P-DEFINE-QTD-NOTAS-FIM
            END-IF

            PERFORM P-PEDE-1-NOTA THRU P-PEDE-1-NOTA-FIM
                    VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-NOTAS

            PERFORM P-CALCULA THRU P-CALCULA-FIM

            DISPLAY "****** CORRECAO ******"
            DISPLAY "ANTES : " WS-MEDIA-ANT "  "
                    FUNCTION TRIM(WS-RESULT-ANT)
            DISPLAY "DEPOIS: " WS-MEDIA-NOVA "  "
                    FUNCTION TRIM(WS-RESULT-NOVO)

            MOVE SPACES TO WS-MOTIVO
            PERFORM UNTIL WS-MOTIVO NOT EQUAL SPACES
                DISPLAY "MOTIVO DA CORRECAO: "
                ACCEPT WS-MOTIVO
            END-PERFORM

            DISPLAY "CONFIRMA A CORRECAO? (S/N)"
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
                DISPLAY "CORRECAO CANCELADA - NADA FOI ALTERADO."
                GO TO P-CORRIGE-FIM
            END-IF

            PERFORM P-REGRAVA-BOLETIM THRU P-REGRAVA-BOLETIM-FIM
            PERFORM P-GRAVA-AUDITORIA THRU P-GRAVA-AUDITORIA-FIM

            DISPLAY "CORRECAO GRAVADA COM SUCESSO!".

       P-CORRIGE-FIM.

      * Identificacao e senha do operador; tres chances, menos se o
      * operador ficar bloqueado ou faltar o arquivo de operadores.
       P-PEDE-OPERADOR.
            MOVE ZEROS TO WS-I

            PERFORM UNTIL OPR-CONFERIDO OR WS-I >= 3
                ADD 1 TO WS-I
                MOVE SPACES TO WS-OPERADOR WS-SENHA
                DISPLAY "IDENTIFICACAO DO OPERADOR: "
                ACCEPT WS-OPERADOR
                DISPLAY "SENHA: "
                ACCEPT WS-SENHA
                PERFORM P-CONFERE-OPERADOR THRU P-CONFERE-OPERADOR-FIM
            END-PERFORM.

       P-PEDE-OPERADOR-FIM.

       P-CONFERE-OPERADOR.
            IF WS-OPERADOR EQUAL SPACES
                DISPLAY "IDENTIFICACAO EM BRANCO."
                GO TO P-CONFERE-OPERADOR-FIM
            END-IF

            MOVE 'PG30CORNOT' TO LK-CNF-PROGRAMA
            MOVE WS-OPERADOR  TO LK-CNF-OPERADOR
            MOVE WS-SENHA     TO LK-CNF-SENHA
            MOVE 'N'          TO LK-CNF-CONFERE-CERT
            CALL 'PG13CNFOPR' USING LK-CNF-AREA

            IF LK-CNF-BLOQUEADO OR LK-CNF-INDISPONIVEL
                MOVE 3 TO WS-I
                GO TO P-CONFERE-OPERADOR-FIM
            END-IF

            IF LK-CNF-CONFERIDO
                MOVE 'S' TO WS-OPR-CONFERIDO
            END-IF.

       P-CONFERE-OPERADOR-FIM.

      * Numero da ultima linha (a que vale) do boletim que casa com a
      * chave, fora as SUPERADO; marca se a chave tem linha SUPERADO.
       P-ACHA-LINHA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-NUM-LINHA WS-LINHA-ALVO
            MOVE 'N'   TO WS-TEM-SUPERADO

            OPEN INPUT BOLETIM

            IF NOT BOL-OK
                DISPLAY "ERRO AO ABRIR O BOLETIM."
                DISPLAY "Error ID: " WS-BOL-FS
                GO TO P-ACHA-LINHA-FIM
            END-IF

            PERFORM P-ACHA-1-LINHA THRU P-ACHA-1-LINHA-FIM
                    UNTIL EOF-OK

            CLOSE BOLETIM.

       P-ACHA-LINHA-FIM.

       P-ACHA-1-LINHA.
            READ BOLETIM
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     ADD 1 TO WS-NUM-LINHA
                     PERFORM P-DESMONTA-BOLETIM
                             THRU P-DESMONTA-BOLETIM-FIM

                     IF WS-MATRICULA-LIDA EQUAL WS-MATRICULA
                        AND WS-MAT-LIDA EQUAL WS-MATERIA
                        AND WS-TERMO-LIDO EQUAL WS-TERMO
                         IF WS-RESULT-LIDO EQUAL "SUPERADO"
                             MOVE 'S' TO WS-TEM-SUPERADO
                         ELSE
                             MOVE WS-NUM-LINHA   TO WS-LINHA-ALVO
                             MOVE WS-NOME-LIDO   TO WS-NOME-ALUNO
                             MOVE WS-MEDIA-LIDA  TO WS-MEDIA-ANT
                             MOVE WS-RESULT-LIDO TO WS-RESULT-ANT
                         END-IF
                     END-IF
            END-READ.

       P-ACHA-1-LINHA-FIM.

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

      * Esquema vigente da materia (a gravacao mais recente); sem
      * esquema o corte fica no 7,00 padrao do PG08MEDIA.
       P-BUSCA-ESQUEMA.
            MOVE 'N'   TO WS-ESQ-ACHADO
            MOVE 7.00  TO WS-NOTA-CORTE
            MOVE ZEROS TO WS-QTD-NOTAS
            INITIALIZE WS-NOTAS
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
                     IF ESQ-MATERIA EQUAL WS-MATERIA
                        AND ESQ-QTD-NOTAS IS NUMERIC
                        AND ESQ-QTD-NOTAS > ZERO
                         MOVE 'S'           TO WS-ESQ-ACHADO
                         MOVE ESQ-QTD-NOTAS TO WS-QTD-NOTAS
                         MOVE ESQ-CORTE     TO WS-NOTA-CORTE
                         PERFORM VARYING WS-I FROM 1 BY 1
                                 UNTIL WS-I > 9
                             MOVE ESQ-PESO(WS-I) TO WS-PESO(WS-I)
                         END-PERFORM
                     END-IF
            END-READ.

       P-LE-1-ESQUEMA-FIM.

       P-DEFINE-QTD-NOTAS.
            DISPLAY "QUANTAS NOTAS (1 A 9)? "
            ACCEPT WS-QTD-NOTAS

            IF WS-QTD-NOTAS IS NOT NUMERIC
               OR WS-QTD-NOTAS EQUAL ZERO
                DISPLAY "QUANTIDADE INVALIDA, TENTE NOVAMENTE."
                PERFORM P-DEFINE-QTD-NOTAS THRU P-DEFINE-QTD-NOTAS-FIM
            END-IF.

       P-DEFINE-QTD-NOTAS-FIM.

      * Nota corrigida de 0 a 10; sem esquema pede tambem o peso.
       P-PEDE-1-NOTA.
            MOVE 'N' TO WS-NOTA-OK

            PERFORM UNTIL NOTA-VALIDA
                DISPLAY "INSIRA A " WS-I "A NOTA: "
                ACCEPT WS-NOTA(WS-I)

                IF NOT ESQUEMA-ACHADO
                    DISPLAY "INSIRA O PESO DA " WS-I "A NOTA: "
                    ACCEPT WS-PESO(WS-I)
                END-IF

                IF WS-NOTA(WS-I) IS NUMERIC
                   AND WS-NOTA(WS-I) NOT > 10
                   AND WS-PESO(WS-I) IS NUMERIC
                   AND WS-PESO(WS-I) > ZEROS
                    MOVE 'S' TO WS-NOTA-OK
                ELSE
                    DISPLAY "NOTA INVALIDA, INFORME NOVAMENTE."
                END-IF
            END-PERFORM.

       P-PEDE-1-NOTA-FIM.

      * Media ponderada contra o corte e a regra dos 75% de presenca.
       P-CALCULA.
            MOVE ZEROS TO WS-SOMA-NOTA-PESO WS-SOMA-PESO

            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-QTD-NOTAS
                COMPUTE WS-SOMA-NOTA-PESO = WS-SOMA-NOTA-PESO +
                        (WS-NOTA(WS-I) * WS-PESO(WS-I))
                ADD WS-PESO(WS-I) TO WS-SOMA-PESO
            END-PERFORM

            COMPUTE WS-MEDIA-NOVA = WS-SOMA-NOTA-PESO / WS-SOMA-PESO

            IF WS-MEDIA-NOVA GREATER THAN OR EQUAL WS-NOTA-CORTE
                MOVE 'APROVADO' TO WS-RESULT-NOVO
            ELSE
                MOVE 'REPROVADO' TO WS-RESULT-NOVO
            END-IF

            PERFORM P-CONSULTA-FREQUENCIA
                    THRU P-CONSULTA-FREQUENCIA-FIM

            IF FREQ-ACHADA AND WS-PCT-PRESENCA < WS-CORTE-PRESENCA
                MOVE 'REPROVADO POR FALTA' TO WS-RESULT-NOVO
                DISPLAY 'PRESENCA DE ' WS-PCT-PRESENCA
                        '% - ABAIXO DOS ' WS-CORTE-PRESENCA
                        '% EXIGIDOS.'
            END-IF.

       P-CALCULA-FIM.

      * Presenca do aluno na materia no periodo (ou linha antiga sem
      * periodo), ficando com a gravacao mais recente.
       P-CONSULTA-FREQUENCIA.
            MOVE 'N' TO WS-FRQ-ACHADA
            MOVE ZEROS TO WS-PCT-PRESENCA
            SET EOF-OK TO FALSE

            OPEN INPUT FREQUENCIA

            IF FRQ-OK
                PERFORM P-LE-1-FREQUENCIA THRU P-LE-1-FREQUENCIA-FIM
                        UNTIL EOF-OK
                CLOSE FREQUENCIA
            END-IF

            IF FREQ-ACHADA AND WS-FRQ-TOTAL > ZEROS
                COMPUTE WS-PCT-PRESENCA =
                        (WS-FRQ-PRESENTES * 100) / WS-FRQ-TOTAL
            END-IF.

       P-CONSULTA-FREQUENCIA-FIM.

       P-LE-1-FREQUENCIA.
            READ FREQUENCIA
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     IF FRQ-MATRICULA EQUAL WS-MATRICULA
                        AND FRQ-MATERIA EQUAL WS-MATERIA
                        AND (FRQ-TERMO EQUAL WS-TERMO
                             OR FRQ-TERMO EQUAL SPACES)
                         MOVE 'S'           TO WS-FRQ-ACHADA
                         MOVE FRQ-TOTAL     TO WS-FRQ-TOTAL
                         MOVE FRQ-PRESENTES TO WS-FRQ-PRESENTES
                     END-IF
            END-READ.

       P-LE-1-FREQUENCIA-FIM.

      * Copia o boletim para BOLETIM.TMP trocando a linha alvo pela
      * linha corrigida, e devolve a copia para BOLETIM.dat.
       P-REGRAVA-BOLETIM.
            MOVE SPACES TO WS-LINHA-NOVA
            STRING WS-MATRICULA     DELIMITED BY SIZE
                   ','              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOME-ALUNO)
                                    DELIMITED BY SIZE
                   ','              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MATERIA)
                                    DELIMITED BY SIZE
                   ','              DELIMITED BY SIZE
                   WS-MEDIA-NOVA    DELIMITED BY SIZE
                   ','              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RESULT-NOVO)
                                    DELIMITED BY SIZE
                   ','              DELIMITED BY SIZE
                   WS-TERMO         DELIMITED BY SIZE
                   INTO WS-LINHA-NOVA
            END-STRING

            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-NUM-LINHA

            OPEN INPUT BOLETIM
            OPEN OUTPUT BOLTEMP

            PERFORM P-TROCA-1-LINHA THRU P-TROCA-1-LINHA-FIM
                    UNTIL EOF-OK

            CLOSE BOLETIM
            CLOSE BOLTEMP

            SET EOF-OK TO FALSE
            OPEN INPUT BOLTEMP
            OPEN OUTPUT BOLETIM

            PERFORM P-COPIA-1-LINHA THRU P-COPIA-1-LINHA-FIM
                    UNTIL EOF-OK

            CLOSE BOLTEMP
            CLOSE BOLETIM.

       P-REGRAVA-BOLETIM-FIM.

       P-TROCA-1-LINHA.
            READ BOLETIM
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     ADD 1 TO WS-NUM-LINHA
                     IF WS-NUM-LINHA EQUAL WS-LINHA-ALVO
                         MOVE WS-LINHA-NOVA TO REG-BOLTEMP
                     ELSE
                         MOVE REG-BOLETIM TO REG-BOLTEMP
                     END-IF
                     WRITE REG-BOLTEMP
            END-READ.

       P-TROCA-1-LINHA-FIM.

       P-COPIA-1-LINHA.
            READ BOLTEMP
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     MOVE REG-BOLTEMP TO REG-BOLETIM
                     WRITE REG-BOLETIM
            END-READ.

       P-COPIA-1-LINHA-FIM.

       P-GRAVA-AUDITORIA.
            MOVE FUNCTION CURRENT-DATE TO WS-AGORA

            OPEN EXTEND AUDITORIA
            IF AUD-NOVO
                OPEN OUTPUT AUDITORIA
            END-IF

            IF AUD-OK
                MOVE WS-AGORA(1:8)  TO AUD-DATA
                MOVE WS-AGORA(9:6)  TO AUD-HORA
                MOVE WS-OPERADOR    TO AUD-OPERADOR
                MOVE WS-MATRICULA   TO AUD-MATRICULA
                MOVE WS-MATERIA     TO AUD-MATERIA
                MOVE WS-TERMO       TO AUD-TERMO
                MOVE WS-MEDIA-ANT   TO AUD-MEDIA-ANT
                MOVE WS-RESULT-ANT  TO AUD-RESULT-ANT
                MOVE WS-MEDIA-NOVA  TO AUD-MEDIA-NOVA
                MOVE WS-RESULT-NOVO TO AUD-RESULT-NOVO
                MOVE WS-MOTIVO      TO AUD-MOTIVO
                WRITE REG-AUDITORIA
                CLOSE AUDITORIA
            ELSE
                DISPLAY "ERRO AO GRAVAR NOTAS_AUDITORIA.dat."
                DISPLAY "Error ID: " WS-AUD-FS
            END-IF.

       P-GRAVA-AUDITORIA-FIM.

      * Correcoes do periodo, na ordem em que foram feitas, com o
      * campo de visto da coordenacao.
       P-RELATORIO.
            DISPLAY "PERIODO LETIVO (AAAA/B): "
            ACCEPT WS-TERMO

            MOVE ZEROS TO WS-QTD-CORRECOES
            SET EOF-OK TO FALSE

            OPEN INPUT AUDITORIA

            IF NOT AUD-OK
                DISPLAY "NENHUMA CORRECAO REGISTRADA AINDA."
                GO TO P-RELATORIO-FIM
            END-IF

            OPEN OUTPUT RELATORIO

            IF NOT REL-OK
                DISPLAY "ERRO AO GRAVAR CORRECOES_NOTAS.LST."
                DISPLAY "Error ID: " WS-REL-FS
                CLOSE AUDITORIA
                GO TO P-RELATORIO-FIM
            END-IF

            MOVE SPACES TO WS-LINHA
            STRING 'CORRECOES DE NOTAS - PERIODO ' DELIMITED BY SIZE
                   WS-TERMO                        DELIMITED BY SIZE
               INTO WS-LINHA
            END-STRING
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE ALL '-' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE 'DATA     HORA   OPERADOR MATR. MATERIA    ANTES '
                 & 'SIT.        DEPOIS SIT.        MOTIVO'
                 TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            PERFORM P-LISTA-1-CORRECAO THRU P-LISTA-1-CORRECAO-FIM
                    UNTIL EOF-OK

            CLOSE AUDITORIA

            MOVE ALL '-' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE SPACES TO WS-LINHA
            STRING 'TOTAL DE CORRECOES: ' DELIMITED BY SIZE
                   WS-QTD-CORRECOES       DELIMITED BY SIZE
               INTO WS-LINHA
            END-STRING
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE SPACES TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM
            MOVE 'VISTO DA COORDENACAO: ____________________________'
                 & '   DATA: ___/___/______' TO WS-LINHA
            PERFORM P-ESCREVE THRU P-ESCREVE-FIM

            CLOSE RELATORIO

            DISPLAY "RELATORIO GRAVADO EM CORRECOES_NOTAS.LST".

       P-RELATORIO-FIM.

       P-LISTA-1-CORRECAO.
            READ AUDITORIA
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     IF AUD-TERMO EQUAL WS-TERMO
                         ADD 1 TO WS-QTD-CORRECOES
                         MOVE AUD-MEDIA-ANT  TO WS-MEDIA-EDIT
                         MOVE AUD-MEDIA-NOVA TO WS-MEDIA-EDIT2
                         MOVE SPACES TO WS-LINHA
                         MOVE AUD-DATA        TO WS-LINHA(1:8)
                         MOVE AUD-HORA        TO WS-LINHA(10:6)
                         MOVE AUD-OPERADOR    TO WS-LINHA(17:8)
                         MOVE AUD-MATRICULA   TO WS-LINHA(26:5)
                         MOVE AUD-MATERIA     TO WS-LINHA(32:10)
                         MOVE WS-MEDIA-EDIT   TO WS-LINHA(43:5)
                         MOVE AUD-RESULT-ANT  TO WS-LINHA(49:11)
                         MOVE WS-MEDIA-EDIT2  TO WS-LINHA(62:5)
                         MOVE AUD-RESULT-NOVO TO WS-LINHA(68:11)
                         MOVE AUD-MOTIVO      TO WS-LINHA(81:40)
                         PERFORM P-ESCREVE THRU P-ESCREVE-FIM
                     END-IF
            END-READ.

       P-LISTA-1-CORRECAO-FIM.

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

       END PROGRAM PG30CORNOT.
