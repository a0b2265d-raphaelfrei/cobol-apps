      *          e o total da execucao no final - para as cartas de
      *          cobranca e boas-vindas pararem de ser datilografadas
      *          uma a uma.
      * Update: 15/10/2026 - Contato cujos enderecos voltaram todos
      *                      dos Correios (meios marcados como
      *                      devolvidos) nao recebe carta; a
      *                      quantidade sai no total e como
      *                      rejeitados em CONTROLE.dat
      * Update: 15/10/2026 - Contatos na lista de supressao (nao
      *                      contatar, SUPRESSAO.dat) nao recebem
      *                      carta, conferidos via PG13CHKSUP, com a
      *                      quantidade em CTL-QTD-SUPRIMIDOS
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - Modo e-mail: com o mesmo modelo e um
      *                      assunto, gera uma mensagem .EML pronta
      *                      para envio por contato na pasta
      *                      SAIDA_EMAIL (e-mail com consentimento e
      *                      nao devolvido), com o manifesto
      *                      SAIDA_EMAIL\MANIFESTO.LST; quem nao tem
      *                      e-mail utilizavel sai em
      *                      CARTAS_SEM_EMAIL.LST e recebe a carta
      *                      impressa em CARTAS_SAIDA.LST
      * Update: 15/10/2026 - &NOME passou a trazer o nome completo
      *                      (prenome e sobrenome) e a nova marca
      *                      &PRENOME traz so o prenome, para a
      *                      saudacao ("Prezado(a) &PRENOME,")
      * Update: 15/10/2026 - Cada carta impressa e registrada em
      *                      CARTAS_POSTAGEM.dat (ID do contato,
      *                      modelo e data), refeito a cada execucao,
      *                      para a exportacao da lista de postagem
      *                      dos Correios (PG13EXPCOR) usar a rodada
      *                      como selecao
      * Update: 15/10/2026 - Modo boletim: no fechamento do bimestre,
      *                      uma carta por responsavel e aluno
      *                      (RESPONSAVEIS.dat), com as marcas &ALUNO,
      *                      &TURMA, &TERMO e &PARENTESCO e a linha
      *                      &BOLETIM trocada pelas materias do aluno
      *                      no periodo (media e situacao de
      *                      BOLETIM.dat, presenca de FREQUENCIA.dat)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CARTAS.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS SEQUENTIAL
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

      * Uma linha por linha de texto de cada modelo: o nome do modelo
      * e o texto, com as marcas &NOME, &PRENOME e &EMPRESA onde os
      * dados do contato entram.
            SELECT MODELOS ASSIGN TO ".\CARTAS_MODELO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-MOD-FS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CAR-FS.

      * Uma mensagem por contato no modo e-mail, com o nome montado
      * a partir do ID do contato (SAIDA_EMAIL\CARTA_nnnnnn.EML).
            SELECT MENSAGEM ASSIGN TO WS-NOME-EML
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-EML-FS.

            SELECT MANIFESTO ASSIGN TO ".\SAIDA_EMAIL\MANIFESTO.LST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-MAN-FS.

      * Uma linha por carta impressa na ultima execucao, lida pela
      * exportacao da lista de postagem dos Correios (PG13EXPCOR).
            SELECT POSTAGEM ASSIGN TO ".\CARTAS_POSTAGEM.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-PST-FS.

            SELECT SEMEMAIL ASSIGN TO ".\CARTAS_SEM_EMAIL.LST"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-SEM-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

      * Arquivos do subsistema escolar, lidos no modo boletim.
            SELECT RESPONSAVEIS ASSIGN TO ".\RESPONSAVEIS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-RSA-FS.

            SELECT ALUNOS ASSIGN TO ".\ALUNOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ALU-FS.

            SELECT BOLETIM ASSIGN TO ".\BOLETIM.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-BOL-FS.

            SELECT FREQUENCIA ASSIGN TO ".\FREQUENCIA.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-FRQ-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CARTAS.
       01 REG-CARTA                PIC X(90).

       FD MENSAGEM.
       01 REG-MENSAGEM             PIC X(120).

       FD MANIFESTO.
       01 REG-MANIFESTO            PIC X(120).

       FD POSTAGEM.
       01 REG-POSTAGEM.
          03 PST-ID-CONTATO       PIC 9(06).
          03 PST-MODELO           PIC X(12).
          03 PST-DATA             PIC 9(08).

       FD SEMEMAIL.
       01 REG-SEMEMAIL             PIC X(90).

       FD CONTROLE.
          COPY FD_CTRLE.

       FD RESPONSAVEIS.
          COPY FD_RESAL.

      * Mestre de alunos, boletim e frequencia nos layouts gravados
      * pelo PG20ALUNOS, PG08MEDIA e PG21FREQ.
       FD ALUNOS.
       01 REG-ALUNO.
          03 ALU-MATRICULA        PIC 9(05).
          03 ALU-NOME             PIC X(15).
          03 ALU-TURMA            PIC X(05).

       FD BOLETIM.
       01 REG-BOLETIM              PIC X(60).

       FD FREQUENCIA.
       01 REG-FREQUENCIA.
          03 FRQ-MATRICULA        PIC 9(05).
          03 FRQ-MATERIA          PIC X(10).
          03 FRQ-TOTAL            PIC 9(03).
          03 FRQ-PRESENTES        PIC 9(03).
          03 FRQ-TERMO            PIC X(06).

       WORKING-STORAGE SECTION.
      * Linhas do modelo escolhido, carregadas uma vez; 60 linhas
      * cobrem uma carta de pagina inteira.

       77 WS-MODELO-ESCOLHIDO   PIC X(12) VALUE SPACES.

       77 WS-NOME-TROCA         PIC X(71) VALUE SPACES.
       77 WS-PRENOME-TROCA      PIC X(30) VALUE SPACES.
       77 WS-EMPRESA-TROCA      PIC X(30) VALUE SPACES.

      * Montagem da linha impressa: o texto do modelo e varrido a
       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EML-FS             PIC 9(02).
          88 EML-OK           VALUE 0.

       77 WS-MAN-FS             PIC 9(02).
          88 MAN-OK           VALUE 0.

       77 WS-SEM-FS             PIC 9(02).
          88 SEM-OK           VALUE 0.

       77 WS-PST-FS             PIC 9(02).
          88 PST-OK           VALUE 0.

      * Saida escolhida: '1' cartas impressas, '2' mensagens .EML,
      * '3' boletim impresso aos responsaveis dos alunos.
       77 WS-MODO-SAIDA         PIC X(01) VALUE '1'.
          88 MODO-EMAIL       VALUE '2'.
          88 MODO-BOLETIM     VALUE '3'.

       77 WS-REMETENTE          PIC X(40) VALUE SPACES.
       77 WS-ASSUNTO            PIC X(60) VALUE SPACES.
       77 WS-ASSUNTO-TROCA      PIC X(90) VALUE SPACES.
       77 WS-NOME-EML           PIC X(40) VALUE SPACES.

      * E-mail utilizavel do contato corrente (espacos = nenhum) e,
      * quando nao ha, o motivo que vai para CARTAS_SEM_EMAIL.LST.
       77 WS-EML-ACHADO         PIC X(30) VALUE SPACES.
       77 WS-MOTIVO-SEM-EMAIL   PIC X(20) VALUE SPACES.
       77 WS-QTD-ARROBA         PIC 9(02) VALUE ZEROS.

       77 WS-QTD-EMAILS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-EMAIL      PIC 9(06) VALUE ZEROS.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.
       77 WS-EOF-BOL            PIC X(01) VALUE 'N'.
          88 EOF-BOL          VALUE 'S' FALSE 'N'.
       77 WS-EOF-FRQ            PIC X(01) VALUE 'N'.
          88 EOF-FRQ          VALUE 'S' FALSE 'N'.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CARTAS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DEVOLVIDOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SUPRIMIDOS     PIC 9(06) VALUE ZEROS.

       77 WS-CT-IDX             PIC 9(01) VALUE ZEROS.
       77 WS-QTD-END-BONS       PIC 9(01) VALUE ZEROS.
       77 WS-QTD-END-DEVOL      PIC 9(01) VALUE ZEROS.

      * Modo boletim: vinculos aluno/responsavel ativos (vale a
      * gravacao mais recente do par), mestre de alunos e as materias
      * do aluno da carta corrente no periodo pedido.
       77 WS-RSA-FS             PIC 9(02).
          88 RSA-OK           VALUE 0.
       77 WS-ALU-FS             PIC 9(02).
          88 ALU-OK           VALUE 0.
       77 WS-BOL-FS             PIC 9(02).
          88 BOL-OK           VALUE 0.
       77 WS-FRQ-FS             PIC 9(02).
          88 FRQ-OK           VALUE 0.

       77 WS-TERMO-BOL          PIC X(06) VALUE SPACES.

       01 WS-TABELA-RSA.
          03 WS-RSA-LINHA OCCURS 2000 TIMES.
             05 WS-RSA-MATRICULA  PIC 9(05).
             05 WS-RSA-ID         PIC 9(06).
             05 WS-RSA-PARENTESCO PIC X(12).
             05 WS-RSA-SITUACAO   PIC X(01).
                88 WS-RSA-ATIVO  VALUE 'A'.

       77 WS-QTD-RSA            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-RSA            PIC 9(04) VALUE ZEROS.
       77 WS-POS-RSA            PIC 9(04) VALUE ZEROS.
       77 WS-QTD-RSA-ATIVOS     PIC 9(04) VALUE ZEROS.

       01 WS-TABELA-ALU.
          03 WS-ALU-LINHA OCCURS 2000 TIMES.
             05 WS-ALU-MATRICULA  PIC 9(05).
             05 WS-ALU-NOME       PIC X(15).
             05 WS-ALU-TURMA      PIC X(05).

       77 WS-QTD-ALU            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ALU            PIC 9(04) VALUE ZEROS.

       01 WS-TABELA-NOTAS.
          03 WS-NT-LINHA OCCURS 20 TIMES.
             05 WS-NT-MATERIA     PIC X(10).
             05 WS-NT-MEDIA       PIC X(04).
             05 WS-NT-SITUACAO    PIC X(20).
             05 WS-NT-FRQ-ORIGEM  PIC X(01).
                88 WS-NT-SEM-FRQ VALUE 'N'.
                88 WS-NT-FRQ-TERMO VALUE 'T'.
             05 WS-NT-TOTAL       PIC 9(03).
             05 WS-NT-PRESENTES   PIC 9(03).

       77 WS-QTD-NT             PIC 9(02) VALUE ZEROS.
       77 WS-IDX-NT             PIC 9(02) VALUE ZEROS.
       77 WS-POS-NT             PIC 9(02) VALUE ZEROS.
       77 WS-PCT-PRESENCA       PIC 9(03) VALUE ZEROS.
       77 WS-PCT-PRESENCA-ED    PIC ZZ9.

       77 WS-BOL-C1             PIC X(20) VALUE SPACES.
       77 WS-BOL-C2             PIC X(20) VALUE SPACES.
       77 WS-BOL-C3             PIC X(20) VALUE SPACES.
       77 WS-BOL-C4             PIC X(20) VALUE SPACES.
       77 WS-BOL-C5             PIC X(20) VALUE SPACES.
       77 WS-BOL-C6             PIC X(20) VALUE SPACES.

       77 WS-MATRICULA-CARTA    PIC 9(05) VALUE ZEROS.
       77 WS-ALUNO-TROCA        PIC X(15) VALUE SPACES.
       77 WS-TURMA-TROCA        PIC X(05) VALUE SPACES.
       77 WS-PARENTESCO-TROCA   PIC X(12) VALUE SPACES.
       77 WS-QTD-MARCA-BOL      PIC 9(02) VALUE ZEROS.

       77 WS-QTD-BOLETINS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-NOTAS      PIC 9(06) VALUE ZEROS.

      * Troca generica de uma marca do modelo pelo valor informado.
       77 WS-MARCA              PIC X(12) VALUE SPACES.
       77 WS-TAM-MARCA          PIC 9(02) VALUE ZEROS.
       77 WS-VALOR-TROCA        PIC X(71) VALUE SPACES.

       COPY LK_CHKSUP.
       COPY LK_ERRFS.
       COPY LK_NOMCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
               PERFORM P-END
            END-IF

            MOVE '1' TO WS-MODO-SAIDA
            DISPLAY "<1> Cartas impressas em CARTAS_SAIDA.LST (padrao)"
            DISPLAY "<2> E-mail - uma mensagem .EML por contato em "
                    "SAIDA_EMAIL"
            DISPLAY "<3> Boletim aos responsaveis - uma carta por "
                    "responsavel e aluno, com as notas do periodo"
            ACCEPT WS-MODO-SAIDA

            IF MODO-BOLETIM THEN
               DISPLAY "Periodo letivo (AAAA/B): "
               ACCEPT WS-TERMO-BOL
               IF WS-TERMO-BOL(1:4) IS NOT NUMERIC
                  OR WS-TERMO-BOL(5:1) NOT EQUAL '/'
                  OR WS-TERMO-BOL(6:1) < '1'
                  OR WS-TERMO-BOL(6:1) > '4' THEN
                  DISPLAY "PERIODO INVALIDO - USE AAAA/B, COMO NO "
                          "BOLETIM."
                  PERFORM P-END
               END-IF

               PERFORM P-CARREGA-RESPONSAVEIS
                       THRU P-CARREGA-RESPONSAVEIS-FIM
               IF WS-QTD-RSA-ATIVOS EQUAL ZEROS THEN
                  DISPLAY "NENHUM RESPONSAVEL VINCULADO EM "
                          "RESPONSAVEIS.dat."
                  PERFORM P-END
               END-IF
               PERFORM P-CARREGA-ALUNOS THRU P-CARREGA-ALUNOS-FIM
            END-IF

            IF MODO-EMAIL THEN
               DISPLAY "E-mail do remetente: "
               ACCEPT WS-REMETENTE
               DISPLAY "Assunto (aceita &NOME, &PRENOME e &EMPRESA): "
               ACCEPT WS-ASSUNTO
               IF WS-REMETENTE EQUAL SPACES
                  OR WS-ASSUNTO EQUAL SPACES THEN
                  DISPLAY "REMETENTE E ASSUNTO SAO OBRIGATORIOS NO "
                          "MODO E-MAIL."
                  PERFORM P-END
               END-IF
            END-IF

            MOVE SPACE  TO WS-FILTRO WS-FILTRO-TIPO
            MOVE SPACES TO WS-TIPO-FILTRO
            MOVE ZEROS  TO WS-ID-DE
       P-GERA-CARTAS.
            SET EOF-OK TO FALSE
            SET FS-OK  TO TRUE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-CARTAS WS-QTD-DEVOLVIDOS
                          WS-QTD-SUPRIMIDOS WS-QTD-EMAILS
                          WS-QTD-SEM-EMAIL WS-QTD-BOLETINS
                          WS-QTD-SEM-NOTAS

            MOVE 'C' TO LK-SUP-FUNCAO
            CALL 'PG13CHKSUP' USING LK-SUP-AREA REG-CONTATOS

            OPEN INPUT CONTATOS

            END-IF

            OPEN OUTPUT CARTAS
            OPEN OUTPUT POSTAGEM

      * A pasta SAIDA_EMAIL precisa existir: sem o manifesto o modo
      * e-mail nao tem como prestar contas do que foi gerado.
            IF MODO-EMAIL THEN
               OPEN OUTPUT MANIFESTO
               IF NOT MAN-OK THEN
                  DISPLAY "ERRO AO ABRIR SAIDA_EMAIL\MANIFESTO.LST - "
                          "CONFIRA SE A PASTA SAIDA_EMAIL EXISTE."
                  DISPLAY "Error ID: " WS-MAN-FS
                  CLOSE CONTATOS
                  CLOSE CARTAS
                  CLOSE POSTAGEM
                  GO TO P-GERA-CARTAS-FIM
               END-IF
               OPEN OUTPUT SEMEMAIL

               MOVE 'ID     NOME                 E-MAIL'
                    TO REG-MANIFESTO
               MOVE 'ARQUIVO' TO REG-MANIFESTO(60:7)
               WRITE REG-MANIFESTO
               MOVE 'ID     NOME                 MOTIVO' TO REG-SEMEMAIL
               WRITE REG-SEMEMAIL
            END-IF

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD

            CLOSE CONTATOS
            CLOSE CARTAS
            CLOSE POSTAGEM

            IF MODO-EMAIL THEN
               MOVE SPACES TO REG-MANIFESTO
               STRING 'TOTAL DE MENSAGENS GERADAS: ' DELIMITED BY SIZE
                      WS-QTD-EMAILS                  DELIMITED BY SIZE
                  INTO REG-MANIFESTO
               WRITE REG-MANIFESTO
               MOVE SPACES TO REG-SEMEMAIL
               STRING 'TOTAL SEM E-MAIL UTILIZAVEL: ' DELIMITED BY SIZE
                      WS-QTD-SEM-EMAIL                DELIMITED BY SIZE
                  INTO REG-SEMEMAIL
               WRITE REG-SEMEMAIL
               CLOSE MANIFESTO
               CLOSE SEMEMAIL
            END-IF

            DISPLAY "CONTATOS LIDOS  : " WS-QTD-LIDOS
            DISPLAY "CARTAS GERADAS  : " WS-QTD-CARTAS
            DISPLAY "END. DEVOLVIDOS : " WS-QTD-DEVOLVIDOS
            DISPLAY "SUPRIMIDOS      : " WS-QTD-SUPRIMIDOS
            DISPLAY "SAIDA EM CARTAS_SAIDA.LST"

            IF MODO-BOLETIM THEN
               DISPLAY "BOLETINS        : " WS-QTD-BOLETINS
               DISPLAY "SEM NOTAS NO PERIODO " WS-TERMO-BOL ": "
                       WS-QTD-SEM-NOTAS
            END-IF

            IF MODO-EMAIL THEN
               DISPLAY "E-MAILS GERADOS : " WS-QTD-EMAILS
               DISPLAY "SEM E-MAIL      : " WS-QTD-SEM-EMAIL
               DISPLAY "MENSAGENS E MANIFESTO EM SAIDA_EMAIL; "
                       "SEM E-MAIL EM CARTAS_SEM_EMAIL.LST"
            END-IF

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
           .

           EXIT.

      * Imprime uma carta: cada linha do modelo passa pela troca das
      * marcas &NOME, &PRENOME e &EMPRESA e o salto de pagina fecha a
      * carta.
       P-GERA-1-CARTA.
            MOVE 'V' TO LK-SUP-FUNCAO
            CALL 'PG13CHKSUP' USING LK-SUP-AREA REG-CONTATOS
            IF LK-SUP-SUPRIMIDO THEN
               ADD 1 TO WS-QTD-SUPRIMIDOS
               GO TO P-GERA-1-CARTA-FIM
            END-IF

      * No modo e-mail, quem tem e-mail utilizavel recebe a mensagem;
      * os demais vao para a lista e seguem para a carta impressa.
            IF MODO-EMAIL THEN
               PERFORM P-PROCURA-EMAIL THRU P-PROCURA-EMAIL-FIM
               IF WS-EML-ACHADO NOT EQUAL SPACES THEN
                  PERFORM P-GERA-1-EMAIL THRU P-GERA-1-EMAIL-FIM
                  GO TO P-GERA-1-CARTA-FIM
               END-IF
               ADD 1 TO WS-QTD-SEM-EMAIL
               MOVE SPACES TO REG-SEMEMAIL
               STRING ID-CONTATO          DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      NM-CONTATO          DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-MOTIVO-SEM-EMAIL DELIMITED BY SIZE
                  INTO REG-SEMEMAIL
               WRITE REG-SEMEMAIL
            END-IF

      * Se todos os enderecos do contato ja voltaram dos Correios a
      * carta voltaria de novo; contato sem endereco cadastrado
      * continua recebendo, como antes.
            MOVE ZEROS TO WS-QTD-END-BONS WS-QTD-END-DEVOL
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > QTD-CT-METODOS
                IF CT-METODO-TIPO(WS-CT-IDX) EQUAL 'ENDERECO' THEN
                   IF METODO-DEVOLVIDO(WS-CT-IDX) THEN
                      ADD 1 TO WS-QTD-END-DEVOL
                   ELSE
                      ADD 1 TO WS-QTD-END-BONS
                   END-IF
                END-IF
            END-PERFORM

            IF WS-QTD-END-DEVOL > ZEROS
               AND WS-QTD-END-BONS EQUAL ZEROS THEN
               ADD 1 TO WS-QTD-DEVOLVIDOS
               GO TO P-GERA-1-CARTA-FIM
            END-IF

            IF MODO-BOLETIM THEN
               PERFORM P-GERA-BOLETINS THRU P-GERA-BOLETINS-FIM
               GO TO P-GERA-1-CARTA-FIM
            END-IF

            PERFORM P-NOME-CONTATO THRU P-NOME-CONTATO-FIM
            PERFORM P-RESOLVE-EMPRESA THRU P-RESOLVE-EMPRESA-FIM

            IF WS-QTD-CARTAS > ZEROS THEN
                MOVE WS-MOD-TEXTO(WS-IDX-MOD) TO WS-LINHA-TRAB

                PERFORM P-TROCA-NOME THRU P-TROCA-NOME-FIM
                PERFORM P-TROCA-PRENOME THRU P-TROCA-PRENOME-FIM
                PERFORM P-TROCA-EMPRESA THRU P-TROCA-EMPRESA-FIM

                MOVE WS-LINHA-TRAB TO REG-CARTA
                WRITE REG-CARTA
            END-PERFORM

            IF PST-OK THEN
               MOVE ID-CONTATO           TO PST-ID-CONTATO
               MOVE WS-MODELO-ESCOLHIDO  TO PST-MODELO
               MOVE FUNCTION CURRENT-DATE(1:8) TO PST-DATA
               WRITE REG-POSTAGEM
            END-IF

            ADD 1 TO WS-QTD-CARTAS
           .

       P-GERA-1-CARTA-FIM.

      ******************************************************************
      * Modo boletim: uma carta para cada aluno de quem o contato e
      * responsavel, desde que o aluno tenha notas no periodo.
      ******************************************************************
       P-GERA-BOLETINS.
            PERFORM P-NOME-CONTATO THRU P-NOME-CONTATO-FIM
            PERFORM P-RESOLVE-EMPRESA THRU P-RESOLVE-EMPRESA-FIM

            PERFORM VARYING WS-IDX-RSA FROM 1 BY 1
                    UNTIL WS-IDX-RSA > WS-QTD-RSA
                IF WS-RSA-ID(WS-IDX-RSA) EQUAL ID-CONTATO
                   AND WS-RSA-ATIVO(WS-IDX-RSA) THEN
                   PERFORM P-GERA-1-BOLETIM THRU P-GERA-1-BOLETIM-FIM
                END-IF
            END-PERFORM
           .

       P-GERA-BOLETINS-FIM.
           EXIT.

       P-GERA-1-BOLETIM.
            MOVE WS-RSA-MATRICULA(WS-IDX-RSA)  TO WS-MATRICULA-CARTA
            MOVE WS-RSA-PARENTESCO(WS-IDX-RSA) TO WS-PARENTESCO-TROCA
            MOVE SPACES TO WS-ALUNO-TROCA WS-TURMA-TROCA

            PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                    UNTIL WS-IDX-ALU > WS-QTD-ALU
                IF WS-ALU-MATRICULA(WS-IDX-ALU)
                   EQUAL WS-MATRICULA-CARTA THEN
                   MOVE WS-ALU-NOME(WS-IDX-ALU)  TO WS-ALUNO-TROCA
                   MOVE WS-ALU-TURMA(WS-IDX-ALU) TO WS-TURMA-TROCA
                END-IF
            END-PERFORM

            PERFORM P-CARREGA-NOTAS THRU P-CARREGA-NOTAS-FIM

            IF WS-QTD-NT EQUAL ZEROS THEN
               ADD 1 TO WS-QTD-SEM-NOTAS
               GO TO P-GERA-1-BOLETIM-FIM
            END-IF

            PERFORM P-CARREGA-PRESENCA THRU P-CARREGA-PRESENCA-FIM

            IF WS-QTD-CARTAS > ZEROS THEN
               MOVE WS-SALTO-PAGINA TO REG-CARTA
               WRITE REG-CARTA
            END-IF

            PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                    UNTIL WS-IDX-MOD > WS-QTD-LINHAS-MOD
                MOVE ZEROS TO WS-QTD-MARCA-BOL
                INSPECT WS-MOD-TEXTO(WS-IDX-MOD)
                        TALLYING WS-QTD-MARCA-BOL FOR ALL '&BOLETIM'

                IF WS-QTD-MARCA-BOL > ZEROS THEN
                   PERFORM P-IMPRIME-NOTAS THRU P-IMPRIME-NOTAS-FIM
                ELSE
                   MOVE WS-MOD-TEXTO(WS-IDX-MOD) TO WS-LINHA-TRAB

                   PERFORM P-TROCA-NOME THRU P-TROCA-NOME-FIM
                   PERFORM P-TROCA-PRENOME THRU P-TROCA-PRENOME-FIM
                   PERFORM P-TROCA-EMPRESA THRU P-TROCA-EMPRESA-FIM

                   MOVE '&ALUNO'         TO WS-MARCA
                   MOVE 6                TO WS-TAM-MARCA
                   MOVE WS-ALUNO-TROCA   TO WS-VALOR-TROCA
                   PERFORM P-TROCA-MARCA THRU P-TROCA-MARCA-FIM

                   MOVE '&TURMA'         TO WS-MARCA
                   MOVE 6                TO WS-TAM-MARCA
                   MOVE WS-TURMA-TROCA   TO WS-VALOR-TROCA
                   PERFORM P-TROCA-MARCA THRU P-TROCA-MARCA-FIM

                   MOVE '&TERMO'         TO WS-MARCA
                   MOVE 6                TO WS-TAM-MARCA
                   MOVE WS-TERMO-BOL     TO WS-VALOR-TROCA
                   PERFORM P-TROCA-MARCA THRU P-TROCA-MARCA-FIM

                   MOVE '&PARENTESCO'    TO WS-MARCA
                   MOVE 11               TO WS-TAM-MARCA
                   MOVE WS-PARENTESCO-TROCA TO WS-VALOR-TROCA
                   PERFORM P-TROCA-MARCA THRU P-TROCA-MARCA-FIM

                   MOVE WS-LINHA-TRAB TO REG-CARTA
                   WRITE REG-CARTA
                END-IF
            END-PERFORM

            IF PST-OK THEN
               MOVE ID-CONTATO           TO PST-ID-CONTATO
               MOVE WS-MODELO-ESCOLHIDO  TO PST-MODELO
               MOVE FUNCTION CURRENT-DATE(1:8) TO PST-DATA
               WRITE REG-POSTAGEM
            END-IF

            ADD 1 TO WS-QTD-CARTAS
            ADD 1 TO WS-QTD-BOLETINS
           .

       P-GERA-1-BOLETIM-FIM.
           EXIT.

      * Quadro de notas no lugar da linha &BOLETIM do modelo: uma
      * linha por materia com a media, a presenca e a situacao.
       P-IMPRIME-NOTAS.
            MOVE '  MATERIA     MEDIA   PRESENCA  SITUACAO' TO REG-CARTA
            WRITE REG-CARTA

            PERFORM VARYING WS-IDX-NT FROM 1 BY 1
                    UNTIL WS-IDX-NT > WS-QTD-NT
                MOVE SPACES TO REG-CARTA
                MOVE WS-NT-MATERIA(WS-IDX-NT)    TO REG-CARTA(3:10)
                MOVE WS-NT-MEDIA(WS-IDX-NT)(1:2) TO REG-CARTA(15:2)
                MOVE ','                         TO REG-CARTA(17:1)
                MOVE WS-NT-MEDIA(WS-IDX-NT)(3:2) TO REG-CARTA(18:2)
                IF WS-NT-SEM-FRQ(WS-IDX-NT)
                   OR WS-NT-TOTAL(WS-IDX-NT) EQUAL ZEROS THEN
                   MOVE '  -'                    TO REG-CARTA(23:3)
                ELSE
                   COMPUTE WS-PCT-PRESENCA =
                           (WS-NT-PRESENTES(WS-IDX-NT) * 100)
                           / WS-NT-TOTAL(WS-IDX-NT)
                   MOVE WS-PCT-PRESENCA TO WS-PCT-PRESENCA-ED
                   MOVE WS-PCT-PRESENCA-ED       TO REG-CARTA(23:3)
                   MOVE '%'                      TO REG-CARTA(26:1)
                END-IF
                MOVE WS-NT-SITUACAO(WS-IDX-NT)   TO REG-CARTA(33:20)
                WRITE REG-CARTA
            END-PERFORM
           .

       P-IMPRIME-NOTAS-FIM.
           EXIT.

      * Materias do aluno no periodo, do BOLETIM.dat no layout com a
      * matricula na frente; linhas SUPERADO (trocadas pelo resultado
      * da recuperacao) ficam de fora e a gravacao mais recente da
      * materia e a que vale.
       P-CARREGA-NOTAS.
            SET EOF-BOL TO FALSE
            MOVE ZEROS TO WS-QTD-NT

            OPEN INPUT BOLETIM
            IF NOT BOL-OK THEN
               GO TO P-CARREGA-NOTAS-FIM
            END-IF

            PERFORM UNTIL EOF-BOL
                READ BOLETIM
                     AT END
                        SET EOF-BOL TO TRUE
                 NOT AT END
                        MOVE SPACES TO WS-BOL-C1 WS-BOL-C2 WS-BOL-C3
                                       WS-BOL-C4 WS-BOL-C5 WS-BOL-C6
                        UNSTRING REG-BOLETIM DELIMITED BY ','
                            INTO WS-BOL-C1 WS-BOL-C2 WS-BOL-C3
                                 WS-BOL-C4 WS-BOL-C5 WS-BOL-C6
                        IF WS-BOL-C1(1:5) IS NUMERIC
                           AND WS-BOL-C1(6:) EQUAL SPACES
                           AND WS-BOL-C1(1:5) EQUAL WS-MATRICULA-CARTA
                           AND WS-BOL-C6(1:6) EQUAL WS-TERMO-BOL
                           AND WS-BOL-C5 NOT EQUAL 'SUPERADO' THEN
                           PERFORM P-GUARDA-NOTA THRU P-GUARDA-NOTA-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE BOLETIM
           .

       P-CARREGA-NOTAS-FIM.
           EXIT.

       P-GUARDA-NOTA.
            MOVE ZEROS TO WS-POS-NT

            PERFORM VARYING WS-IDX-NT FROM 1 BY 1
                    UNTIL WS-IDX-NT > WS-QTD-NT OR WS-POS-NT > ZEROS
                IF WS-NT-MATERIA(WS-IDX-NT) EQUAL WS-BOL-C3(1:10) THEN
                   MOVE WS-IDX-NT TO WS-POS-NT
                END-IF
            END-PERFORM

            IF WS-POS-NT EQUAL ZEROS AND WS-QTD-NT < 20 THEN
               ADD 1 TO WS-QTD-NT
               MOVE WS-QTD-NT TO WS-POS-NT
               MOVE 'N'       TO WS-NT-FRQ-ORIGEM(WS-POS-NT)
               MOVE ZEROS     TO WS-NT-TOTAL(WS-POS-NT)
                                 WS-NT-PRESENTES(WS-POS-NT)
            END-IF

            IF WS-POS-NT > ZEROS THEN
               MOVE WS-BOL-C3(1:10) TO WS-NT-MATERIA(WS-POS-NT)
               MOVE WS-BOL-C4(1:4)  TO WS-NT-MEDIA(WS-POS-NT)
               MOVE WS-BOL-C5       TO WS-NT-SITUACAO(WS-POS-NT)
            END-IF
           .

       P-GUARDA-NOTA-FIM.
           EXIT.

      * Presenca de cada materia do aluno: vale a gravacao mais
      * recente do periodo; linha antiga, sem periodo, so entra
      * quando a materia nao tem nenhuma do periodo.
       P-CARREGA-PRESENCA.
            SET EOF-FRQ TO FALSE

            OPEN INPUT FREQUENCIA
            IF NOT FRQ-OK THEN
               GO TO P-CARREGA-PRESENCA-FIM
            END-IF

            PERFORM UNTIL EOF-FRQ
                READ FREQUENCIA
                     AT END
                        SET EOF-FRQ TO TRUE
                 NOT AT END
                        IF FRQ-MATRICULA EQUAL WS-MATRICULA-CARTA
                           AND (FRQ-TERMO EQUAL WS-TERMO-BOL
                                OR FRQ-TERMO EQUAL SPACES) THEN
                           PERFORM VARYING WS-IDX-NT FROM 1 BY 1
                                   UNTIL WS-IDX-NT > WS-QTD-NT
                               IF WS-NT-MATERIA(WS-IDX-NT)
                                  EQUAL FRQ-MATERIA
                                  AND (FRQ-TERMO NOT EQUAL SPACES
                                   OR NOT WS-NT-FRQ-TERMO(WS-IDX-NT))
                                  THEN
                                  MOVE FRQ-TOTAL
                                    TO WS-NT-TOTAL(WS-IDX-NT)
                                  MOVE FRQ-PRESENTES
                                    TO WS-NT-PRESENTES(WS-IDX-NT)
                                  IF FRQ-TERMO EQUAL SPACES THEN
                                     MOVE 'A'
                                       TO WS-NT-FRQ-ORIGEM(WS-IDX-NT)
                                  ELSE
                                     MOVE 'T'
                                       TO WS-NT-FRQ-ORIGEM(WS-IDX-NT)
                                  END-IF
                               END-IF
                           END-PERFORM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE FREQUENCIA
           .

       P-CARREGA-PRESENCA-FIM.
           EXIT.

      * Vinculos aluno/responsavel, um por par, com a gravacao mais
      * recente de cada par.
       P-CARREGA-RESPONSAVEIS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-RSA WS-QTD-RSA-ATIVOS

            OPEN INPUT RESPONSAVEIS
            IF NOT RSA-OK THEN
               GO TO P-CARREGA-RESPONSAVEIS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ RESPONSAVEIS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE ZEROS TO WS-POS-RSA
                        PERFORM VARYING WS-IDX-RSA FROM 1 BY 1
                                UNTIL WS-IDX-RSA > WS-QTD-RSA
                                   OR WS-POS-RSA > ZEROS
                            IF WS-RSA-MATRICULA(WS-IDX-RSA)
                               EQUAL RSA-MATRICULA
                               AND WS-RSA-ID(WS-IDX-RSA)
                               EQUAL RSA-ID-CONTATO THEN
                               MOVE WS-IDX-RSA TO WS-POS-RSA
                            END-IF
                        END-PERFORM
                        IF WS-POS-RSA EQUAL ZEROS
                           AND WS-QTD-RSA < 2000 THEN
                           ADD 1 TO WS-QTD-RSA
                           MOVE WS-QTD-RSA TO WS-POS-RSA
                        END-IF
                        IF WS-POS-RSA > ZEROS THEN
                           MOVE RSA-MATRICULA
                             TO WS-RSA-MATRICULA(WS-POS-RSA)
                           MOVE RSA-ID-CONTATO
                             TO WS-RSA-ID(WS-POS-RSA)
                           MOVE RSA-PARENTESCO
                             TO WS-RSA-PARENTESCO(WS-POS-RSA)
                           MOVE RSA-SITUACAO
                             TO WS-RSA-SITUACAO(WS-POS-RSA)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE RESPONSAVEIS

            PERFORM VARYING WS-IDX-RSA FROM 1 BY 1
                    UNTIL WS-IDX-RSA > WS-QTD-RSA
                IF WS-RSA-ATIVO(WS-IDX-RSA) THEN
                   ADD 1 TO WS-QTD-RSA-ATIVOS
                END-IF
            END-PERFORM
           .

       P-CARREGA-RESPONSAVEIS-FIM.
           EXIT.

       P-CARREGA-ALUNOS.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-ALU

            OPEN INPUT ALUNOS
            IF NOT ALU-OK THEN
               DISPLAY "AVISO: ALUNOS.dat INDISPONIVEL - CARTAS SAEM "
                       "SEM O NOME DO ALUNO."
               GO TO P-CARREGA-ALUNOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ ALUNOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF WS-QTD-ALU < 2000 THEN
                           ADD 1 TO WS-QTD-ALU
                           MOVE ALU-MATRICULA
                             TO WS-ALU-MATRICULA(WS-QTD-ALU)
                           MOVE ALU-NOME  TO WS-ALU-NOME(WS-QTD-ALU)
                           MOVE ALU-TURMA TO WS-ALU-TURMA(WS-QTD-ALU)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE ALUNOS
           .

       P-CARREGA-ALUNOS-FIM.
           EXIT.

      * Escolhe o primeiro e-mail do contato com consentimento LGPD,
      * nao devolvido e com arroba; sem nenhum, deixa o motivo do
      * ultimo e-mail recusado (ou a falta de e-mail cadastrado).
       P-PROCURA-EMAIL.
            MOVE SPACES TO WS-EML-ACHADO
            MOVE 'SEM E-MAIL' TO WS-MOTIVO-SEM-EMAIL

            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > QTD-CT-METODOS
                       OR WS-EML-ACHADO NOT EQUAL SPACES
                IF CT-METODO-TIPO(WS-CT-IDX) EQUAL 'EMAIL' THEN
                   MOVE ZEROS TO WS-QTD-ARROBA
                   INSPECT CT-METODO-VALOR(WS-CT-IDX)
                           TALLYING WS-QTD-ARROBA FOR ALL '@'
                   EVALUATE TRUE
                       WHEN METODO-DEVOLVIDO(WS-CT-IDX)
                          MOVE 'E-MAIL DEVOLVIDO'
                            TO WS-MOTIVO-SEM-EMAIL
                       WHEN NOT METODO-CONSENTIDO(WS-CT-IDX)
                          MOVE 'SEM CONSENTIMENTO'
                            TO WS-MOTIVO-SEM-EMAIL
                       WHEN WS-QTD-ARROBA NOT EQUAL 1
                          MOVE 'E-MAIL INVALIDO'
                            TO WS-MOTIVO-SEM-EMAIL
                       WHEN OTHER
                          MOVE CT-METODO-VALOR(WS-CT-IDX)
                            TO WS-EML-ACHADO
                   END-EVALUATE
                END-IF
            END-PERFORM
           .

       P-PROCURA-EMAIL-FIM.
           EXIT.

      * Grava a mensagem .EML do contato: cabecalho (remetente,
      * destinatario, assunto com as marcas trocadas e X-Unsent, para
      * o cliente de e-mail abrir a mensagem pronta para envio), uma
      * linha em branco e o texto do modelo com as marcas trocadas.
       P-GERA-1-EMAIL.
            PERFORM P-NOME-CONTATO THRU P-NOME-CONTATO-FIM
            PERFORM P-RESOLVE-EMPRESA THRU P-RESOLVE-EMPRESA-FIM

            MOVE SPACES TO WS-NOME-EML
            STRING '.\SAIDA_EMAIL\CARTA_' DELIMITED BY SIZE
                   ID-CONTATO            DELIMITED BY SIZE
                   '.EML'                DELIMITED BY SIZE
               INTO WS-NOME-EML

            OPEN OUTPUT MENSAGEM
            IF NOT EML-OK THEN
               DISPLAY "ERRO AO GRAVAR " FUNCTION TRIM(WS-NOME-EML)
                       " - Error ID: " WS-EML-FS
               ADD 1 TO WS-QTD-SEM-EMAIL
               MOVE SPACES TO REG-SEMEMAIL
               STRING ID-CONTATO            DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      NM-CONTATO            DELIMITED BY SIZE
                      ' ERRO AO GRAVAR .EML' DELIMITED BY SIZE
                  INTO REG-SEMEMAIL
               WRITE REG-SEMEMAIL
               GO TO P-GERA-1-EMAIL-FIM
            END-IF

            MOVE WS-ASSUNTO TO WS-LINHA-TRAB
            PERFORM P-TROCA-NOME THRU P-TROCA-NOME-FIM
            PERFORM P-TROCA-PRENOME THRU P-TROCA-PRENOME-FIM
            PERFORM P-TROCA-EMPRESA THRU P-TROCA-EMPRESA-FIM
            MOVE WS-LINHA-TRAB TO WS-ASSUNTO-TROCA

            MOVE SPACES TO REG-MENSAGEM
            STRING 'From: '                  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REMETENTE) DELIMITED BY SIZE
               INTO REG-MENSAGEM
            WRITE REG-MENSAGEM

            MOVE SPACES TO REG-MENSAGEM
            STRING 'To: "'                    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOME-TROCA) DELIMITED BY SIZE
                   '" <'                      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EML-ACHADO) DELIMITED BY SIZE
                   '>'                        DELIMITED BY SIZE
               INTO REG-MENSAGEM
            WRITE REG-MENSAGEM

            MOVE SPACES TO REG-MENSAGEM
            STRING 'Subject: '               DELIMITED BY SIZE
                   WS-ASSUNTO-TROCA          DELIMITED BY SIZE
               INTO REG-MENSAGEM
            WRITE REG-MENSAGEM

            MOVE 'X-Unsent: 1' TO REG-MENSAGEM
            WRITE REG-MENSAGEM
            MOVE 'MIME-Version: 1.0' TO REG-MENSAGEM
            WRITE REG-MENSAGEM
            MOVE 'Content-Type: text/plain; charset=ISO-8859-1'
                 TO REG-MENSAGEM
            WRITE REG-MENSAGEM
            MOVE SPACES TO REG-MENSAGEM
            WRITE REG-MENSAGEM

            PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                    UNTIL WS-IDX-MOD > WS-QTD-LINHAS-MOD
                MOVE WS-MOD-TEXTO(WS-IDX-MOD) TO WS-LINHA-TRAB

                PERFORM P-TROCA-NOME THRU P-TROCA-NOME-FIM
                PERFORM P-TROCA-PRENOME THRU P-TROCA-PRENOME-FIM
                PERFORM P-TROCA-EMPRESA THRU P-TROCA-EMPRESA-FIM

                MOVE WS-LINHA-TRAB TO REG-MENSAGEM
                WRITE REG-MENSAGEM
            END-PERFORM

            CLOSE MENSAGEM

            ADD 1 TO WS-QTD-EMAILS

            MOVE SPACES TO REG-MANIFESTO
            STRING ID-CONTATO               DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   NM-CONTATO               DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WS-EML-ACHADO            DELIMITED BY SIZE
                   ' '                      DELIMITED BY SIZE
                   WS-NOME-EML(15:)         DELIMITED BY SPACE
               INTO REG-MANIFESTO
            WRITE REG-MANIFESTO
           .

       P-GERA-1-EMAIL-FIM.
           EXIT.

      * Nome completo e prenome do contato para as marcas, montados
      * pelo PG13NOMCTT (cadastro ainda nao separado tem o prenome
      * estimado pela primeira palavra do nome curto).
       P-NOME-CONTATO.
            MOVE 'J'            TO LK-NMC-FUNCAO
            MOVE NM-CONTATO     TO LK-NMC-NOME-CURTO
            MOVE NM-PRENOME     TO LK-NMC-PRENOME
            MOVE NM-SOBRENOME   TO LK-NMC-SOBRENOME
            MOVE ZEROS          TO LK-NMC-TAM-MAXIMO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            MOVE LK-NMC-NOME-COMPLETO TO WS-NOME-TROCA
            MOVE LK-NMC-PRENOME       TO WS-PRENOME-TROCA
           .

       P-NOME-CONTATO-FIM.
           EXIT.

       P-RESOLVE-EMPRESA.
            MOVE SPACES TO WS-EMPRESA-TROCA


       P-TROCA-EMPRESA-FIM.

      * Troca todas as ocorrencias de &PRENOME na linha de trabalho
      * pelo prenome do contato.
       P-TROCA-PRENOME.
            MOVE 'S' TO WS-ACHOU-MARCA

            PERFORM UNTIL NOT ACHOU-MARCA
                MOVE 'N' TO WS-ACHOU-MARCA
                MOVE ZEROS TO WS-POS-MARCA

                PERFORM VARYING WS-IDX-CHAR FROM 1 BY 1
                        UNTIL WS-IDX-CHAR > 82 OR ACHOU-MARCA
                    IF WS-LINHA-TRAB(WS-IDX-CHAR:8)
                       EQUAL '&PRENOME' THEN
                       MOVE 'S' TO WS-ACHOU-MARCA
                       MOVE WS-IDX-CHAR TO WS-POS-MARCA
                    END-IF
                END-PERFORM

                IF ACHOU-MARCA THEN
                   MOVE SPACES TO WS-LINHA-NOVA
                   IF WS-POS-MARCA > 1 THEN
                      STRING WS-LINHA-TRAB(1:WS-POS-MARCA - 1)
                                                DELIMITED BY SIZE
                             FUNCTION TRIM(WS-PRENOME-TROCA)
                                                DELIMITED BY SIZE
                             WS-LINHA-TRAB(WS-POS-MARCA + 8:)
                                                DELIMITED BY SIZE
                          INTO WS-LINHA-NOVA
                   ELSE
                      STRING FUNCTION TRIM(WS-PRENOME-TROCA)
                                                DELIMITED BY SIZE
                             WS-LINHA-TRAB(WS-POS-MARCA + 8:)
                                                DELIMITED BY SIZE
                          INTO WS-LINHA-NOVA
                   END-IF
                   MOVE WS-LINHA-NOVA TO WS-LINHA-TRAB
                END-IF
            END-PERFORM
           .

       P-TROCA-PRENOME-FIM.

      * Troca todas as ocorrencias da marca WS-MARCA (WS-TAM-MARCA
      * caracteres) na linha de trabalho por WS-VALOR-TROCA.
       P-TROCA-MARCA.
            MOVE 'S' TO WS-ACHOU-MARCA

            PERFORM UNTIL NOT ACHOU-MARCA
                MOVE 'N' TO WS-ACHOU-MARCA
                MOVE ZEROS TO WS-POS-MARCA

                PERFORM VARYING WS-IDX-CHAR FROM 1 BY 1
                        UNTIL WS-IDX-CHAR > 90 - WS-TAM-MARCA
                           OR ACHOU-MARCA
                    IF WS-LINHA-TRAB(WS-IDX-CHAR:WS-TAM-MARCA)
                       EQUAL WS-MARCA(1:WS-TAM-MARCA) THEN
                       MOVE 'S' TO WS-ACHOU-MARCA
                       MOVE WS-IDX-CHAR TO WS-POS-MARCA
                    END-IF
                END-PERFORM

                IF ACHOU-MARCA THEN
                   MOVE SPACES TO WS-LINHA-NOVA
                   IF WS-POS-MARCA > 1 THEN
                      STRING WS-LINHA-TRAB(1:WS-POS-MARCA - 1)
                                                DELIMITED BY SIZE
                             FUNCTION TRIM(WS-VALOR-TROCA)
                                                DELIMITED BY SIZE
                             WS-LINHA-TRAB(WS-POS-MARCA
                                           + WS-TAM-MARCA:)
                                                DELIMITED BY SIZE
                          INTO WS-LINHA-NOVA
                   ELSE
                      STRING FUNCTION TRIM(WS-VALOR-TROCA)
                                                DELIMITED BY SIZE
                             WS-LINHA-TRAB(WS-POS-MARCA
                                           + WS-TAM-MARCA:)
                                                DELIMITED BY SIZE
                          INTO WS-LINHA-NOVA
                   END-IF
                   MOVE WS-LINHA-NOVA TO WS-LINHA-TRAB
                END-IF
            END-PERFORM
           .

       P-TROCA-MARCA-FIM.

      * Grava os totais desta geracao em CONTROLE.dat, no mesmo
      * padrao dos demais programas em lote do cadastro.
       P-GRAVA-CONTROLE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            COMPUTE CTL-QTD-GRAVADOS = WS-QTD-CARTAS + WS-QTD-EMAILS
            MOVE WS-QTD-DEVOLVIDOS     TO CTL-QTD-REJEITADOS
            MOVE WS-QTD-SUPRIMIDOS     TO CTL-QTD-SUPRIMIDOS

            OPEN EXTEND CONTROLE
            IF WS-CTL-FS EQUAL 35 THEN
