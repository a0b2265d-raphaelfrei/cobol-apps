      *                      evento em CERTIFICADOS.dat, para o RH
      *                      listar os certificados e o PG27CERTIF
      *                      reemitir uma segunda via
      * Update: 15/10/2026 - O treinando que opera o cadastro de
      *                      contatos informa a sua identificacao de
      *                      OPERADORES.dat, que vai no certificado e
      *                      em CERTIFICADOS.dat (layout FD_CERTI): e
      *                      por ela que o PG13MENU confere o
      *                      certificado antes de liberar as opcoes
      *                      destrutivas
      * Update: 15/10/2026 - Certificado valido por 12 meses: a data
      *                      de validade vai no certificado e em
      *                      CERTIFICADOS.dat, e refazer a trilha
      *                      gera o certificado novo da
      *                      recertificacao
      * Update: 15/10/2026 - Cada pergunta respondida vai para
      *                      TREINO_TENTATIVAS.dat (grupo, posicao no
      *                      banco, texto, resposta esperada, resposta
      *                      digitada e certo/errado), para o
      *                      PG34ITENS analisar pergunta por pergunta
      *                      e apontar as que precisam de revisao
      * Update: 15/10/2026 - A identificacao de operador so vai para
      *                      o certificado com a senha do operador,
      *                      conferida pelo PG13CNFOPR com as regras
      *                      do login do menu (falhas, bloqueio e
      *                      SEGURANCA_LOG.dat); sem OPERADORES.dat
      *                      o certificado so sai sem operador
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG18TREINA.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CRT-FS.

      * Uma linha por certificado emitido: nome, data, hora e o
      * operador a quem pertence.
            SELECT CERTIFICADOS ASSIGN TO ".\CERTIFICADOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTD-FS.

      * Uma linha por pergunta respondida, para a analise por
      * pergunta do PG34ITENS.
            SELECT TENTATIVAS ASSIGN TO ".\TREINO_TENTATIVAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TEN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SCORECARD.
       01 REG-CERTIFICADO      PIC X(60).

       FD CERTIFICADOS.
          COPY FD_CERTI.

      * Posicao 000 = pergunta fixa do grupo (banco sem pergunta para
      * ele); a resposta digitada fica em maiusculas, como e conferida.
       FD TENTATIVAS.
       01 REG-TENTATIVA.
          03 TEN-DATA          PIC 9(08).
          03 TEN-HORA          PIC 9(06).
          03 TEN-TREINANDO     PIC X(15).
          03 TEN-OPERADOR      PIC X(08).
          03 TEN-GRUPO         PIC X(10).
          03 TEN-SEQ           PIC 9(03).
          03 TEN-TEXTO         PIC X(60).
          03 TEN-ESPERADA      PIC X(20).
          03 TEN-RESPOSTA      PIC X(20).
          03 TEN-ACERTOU       PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-SCO-FS            PIC 9(02).
          88 CTD-NOVO        VALUE 35.
          88 CTD-OK          VALUE 0.

       77 WS-OPR-TREINANDO     PIC X(08) VALUE SPACES.
       77 WS-SENHA-TREINANDO   PIC X(08) VALUE SPACES.

       77 WS-OPR-CONFERIDO     PIC X(01) VALUE 'N'.
          88 OPR-CONFERIDO   VALUE 'S'.

      * Validade do certificado: mesmo dia, um ano depois (29/02
      * passa para 28/02).
       77 WS-DATA-EMISSAO      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-VALIDADE     PIC 9(08) VALUE ZEROS.

      * Registro da pergunta respondida.
       77 WS-TEN-FS            PIC 9(02).
          88 TEN-NOVO        VALUE 35.
          88 TEN-OK          VALUE 0.

       77 WS-RESP-EDIT         PIC Z(06)9.
       77 WS-AGORA             PIC X(21) VALUE SPACES.

       COPY LK_CPFDV.
       COPY LK_CNFOPR.

       PROCEDURE DIVISION.
       P-START.
            DISPLAY 'NOME DO TREINANDO: '
            ACCEPT WS-NOME-TREINANDO

            MOVE 'N' TO WS-OPR-CONFERIDO
            PERFORM P-PEDE-OPERADOR THRU P-PEDE-OPERADOR-FIM
                    UNTIL OPR-CONFERIDO

            PERFORM P-EXERCICIO-PG06  THRU P-EXERCICIO-PG06-FIM
            PERFORM P-EXERCICIO-PG16  THRU P-EXERCICIO-PG16-FIM
            PERFORM P-EXERCICIO-ROMANO THRU P-EXERCICIO-ROMANO-FIM
            DISPLAY '****************************************'

            IF WS-QTD-ACERTOS EQUAL 5
               PERFORM P-CALCULA-VALIDADE
                       THRU P-CALCULA-VALIDADE-FIM
               PERFORM P-GERA-CERTIFICADO
                       THRU P-GERA-CERTIFICADO-FIM
               PERFORM P-REGISTRA-CERTIFICADO

       P-START-END.

      * O treinando que vai operar o cadastro de contatos informa a
      * sua identificacao de OPERADORES.dat e a senha dela; e a
      * identificacao que liga o certificado ao operador, entao ela
      * passa pelo PG13CNFOPR como no login do menu (senha errada
      * soma falha e bloqueia no limite). Em branco, o certificado
      * sai sem operador (treinando de fora da operacao); sem
      * OPERADORES.dat ou com o operador bloqueado, so em branco.
       P-PEDE-OPERADOR.
            MOVE SPACES TO WS-OPR-TREINANDO WS-SENHA-TREINANDO
            DISPLAY 'IDENTIFICACAO DE OPERADOR (EM BRANCO SE NAO '
                    'FOR OPERADOR): '
            ACCEPT WS-OPR-TREINANDO

            IF WS-OPR-TREINANDO EQUAL SPACES
               MOVE 'S' TO WS-OPR-CONFERIDO
               GO TO P-PEDE-OPERADOR-FIM
            END-IF

            DISPLAY 'SENHA DO OPERADOR: '
            ACCEPT WS-SENHA-TREINANDO

            MOVE 'PG18TREINA'       TO LK-CNF-PROGRAMA
            MOVE WS-OPR-TREINANDO   TO LK-CNF-OPERADOR
            MOVE WS-SENHA-TREINANDO TO LK-CNF-SENHA
            MOVE 'N'                TO LK-CNF-CONFERE-CERT
            CALL 'PG13CNFOPR' USING LK-CNF-AREA

            IF LK-CNF-CONFERIDO
               MOVE 'S' TO WS-OPR-CONFERIDO
            ELSE
               DISPLAY 'IDENTIFICACAO NAO CONFERIDA - INFORME DE NOVO '
                       'OU DEIXE EM BRANCO.'
            END-IF
            .
       P-PEDE-OPERADOR-FIM.

      * Exercicio no espirito do PG06CALC: uma multiplicacao simples.
       P-EXERCICIO-PG06.
            MOVE 'PG06CALC' TO WS-GRUPO-BUSCA
            ACCEPT WS-RESPOSTA-NUM

            MOVE 'PG06CALC' TO WS-EXERCICIO
            MOVE ZEROS      TO WS-ALVO-SORTEIO
            MOVE 'QUANTO E 12 X 7?' TO WS-TEXTO-SORTEADO
            MOVE '84'       TO WS-RESPOSTA-CERTA
            MOVE WS-RESPOSTA-NUM TO WS-RESP-EDIT
            MOVE FUNCTION TRIM(WS-RESP-EDIT) TO WS-RESPOSTA-TXT
            IF WS-RESPOSTA-NUM EQUAL 84 THEN
               MOVE 'S' TO WS-ACERTOU
            ELSE
            ACCEPT WS-RESPOSTA-NUM

            MOVE 'PG16CALC' TO WS-EXERCICIO
            MOVE ZEROS      TO WS-ALVO-SORTEIO
            MOVE 'QUANTO E (15 + 9) / 4?' TO WS-TEXTO-SORTEADO
            MOVE '6'        TO WS-RESPOSTA-CERTA
            MOVE WS-RESPOSTA-NUM TO WS-RESP-EDIT
            MOVE FUNCTION TRIM(WS-RESP-EDIT) TO WS-RESPOSTA-TXT
            IF WS-RESPOSTA-NUM EQUAL 6 THEN
               MOVE 'S' TO WS-ACERTOU
            ELSE
            ACCEPT WS-RESPOSTA-NUM

            MOVE 'RMNTODEC' TO WS-EXERCICIO
            MOVE ZEROS      TO WS-ALVO-SORTEIO
            MOVE 'QUANTO VALE O NUMERAL XIV?' TO WS-TEXTO-SORTEADO
            MOVE '14'       TO WS-RESPOSTA-CERTA
            MOVE WS-RESPOSTA-NUM TO WS-RESP-EDIT
            MOVE FUNCTION TRIM(WS-RESP-EDIT) TO WS-RESPOSTA-TXT
            IF WS-RESPOSTA-NUM EQUAL 14 THEN
               MOVE 'S' TO WS-ACERTOU
            ELSE

            MOVE 'CPF_CALC' TO WS-EXERCICIO
            MOVE 'N' TO WS-ACERTOU
            MOVE ZEROS      TO WS-ALVO-SORTEIO
            MOVE 'QUAIS SAO OS DOIS DIGITOS VERIFICADORES DO CPF '
               & '529.982.247?' TO WS-TEXTO-SORTEADO
            MOVE '25'       TO WS-RESPOSTA-CERTA

            IF FUNCTION TRIM(WS-RESPOSTA-TXT) IS NUMERIC
               AND FUNCTION LENGTH(
            ACCEPT WS-RESPOSTA-NUM

            MOVE 'PG08MEDIA' TO WS-EXERCICIO
            MOVE ZEROS      TO WS-ALVO-SORTEIO
            MOVE 'MEDIA PONDERADA DE NOTA 8 (PESO 1) E NOTA 6 (PESO '
               & '1)?' TO WS-TEXTO-SORTEADO
            MOVE '7'        TO WS-RESPOSTA-CERTA
            MOVE WS-RESPOSTA-NUM TO WS-RESP-EDIT
            MOVE FUNCTION TRIM(WS-RESP-EDIT) TO WS-RESPOSTA-TXT
            IF WS-RESPOSTA-NUM EQUAL 7 THEN
               MOVE 'S' TO WS-ACERTOU
            ELSE
                   INTO WS-LINHA-SCORE
            END-STRING
            PERFORM P-GRAVA-SCORE THRU P-GRAVA-SCORE-FIM
            PERFORM P-GRAVA-TENTATIVA THRU P-GRAVA-TENTATIVA-FIM
            .
       P-AVALIA-FIM.

      * Acrescenta a pergunta respondida ao TREINO_TENTATIVAS.dat:
      * o grupo, a posicao sorteada no banco (000 = pergunta fixa),
      * o texto, a resposta esperada, a digitada e se acertou.
       P-GRAVA-TENTATIVA.
            MOVE FUNCTION CURRENT-DATE TO WS-AGORA

            OPEN EXTEND TENTATIVAS
            IF TEN-NOVO THEN
               OPEN OUTPUT TENTATIVAS
            END-IF

            IF TEN-OK THEN
               MOVE WS-AGORA(1:8)     TO TEN-DATA
               MOVE WS-AGORA(9:6)     TO TEN-HORA
               MOVE WS-NOME-TREINANDO TO TEN-TREINANDO
               MOVE WS-OPR-TREINANDO  TO TEN-OPERADOR
               MOVE WS-EXERCICIO      TO TEN-GRUPO
               MOVE WS-ALVO-SORTEIO   TO TEN-SEQ
               MOVE WS-TEXTO-SORTEADO TO TEN-TEXTO
               MOVE WS-RESPOSTA-CERTA TO TEN-ESPERADA
               MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-RESPOSTA-TXT)) TO TEN-RESPOSTA
               MOVE WS-ACERTOU        TO TEN-ACERTOU
               WRITE REG-TENTATIVA
               CLOSE TENTATIVAS
            ELSE
               DISPLAY "ERRO AO GRAVAR TREINO_TENTATIVAS.dat."
               DISPLAY "Error ID: " WS-TEN-FS
            END-IF
            .
       P-GRAVA-TENTATIVA-FIM.

      * Acrescenta uma linha ao TREINO_SCORECARD.dat, criando o
      * arquivo na primeira gravacao, como os demais logs de treino.
       P-GRAVA-SCORE.
                 TO REG-CERTIFICADO
            WRITE REG-CERTIFICADO

            IF WS-OPR-TREINANDO NOT EQUAL SPACES
               MOVE SPACES TO REG-CERTIFICADO
               STRING 'OPERADOR: '             DELIMITED BY SIZE
                      WS-OPR-TREINANDO         DELIMITED BY SIZE
                  INTO REG-CERTIFICADO
               END-STRING
               WRITE REG-CERTIFICADO
            END-IF

            MOVE SPACES TO REG-CERTIFICADO
            STRING 'EMITIDO EM '              DELIMITED BY SIZE
                   WS-DATA-EMISSAO            DELIMITED BY SIZE
               INTO REG-CERTIFICADO
            END-STRING
            WRITE REG-CERTIFICADO

            MOVE SPACES TO REG-CERTIFICADO
            STRING 'VALIDO ATE '              DELIMITED BY SIZE
                   WS-DATA-VALIDADE           DELIMITED BY SIZE
               INTO REG-CERTIFICADO
            END-STRING
            WRITE REG-CERTIFICADO
       P-GERA-CERTIFICADO-FIM.
           EXIT.

       P-CALCULA-VALIDADE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-EMISSAO
            COMPUTE WS-DATA-VALIDADE = WS-DATA-EMISSAO + 10000

            IF WS-DATA-VALIDADE(5:4) EQUAL '0229'
               SUBTRACT 1 FROM WS-DATA-VALIDADE
            END-IF
            .
       P-CALCULA-VALIDADE-FIM.

      * Registra a emissao em CERTIFICADOS.dat, para o RH listar quem
      * esta certificado e o PG27CERTIF reemitir segunda via.
       P-REGISTRA-CERTIFICADO.

            IF CTD-OK
               MOVE WS-NOME-TREINANDO TO CTD-NOME
               MOVE WS-OPR-TREINANDO  TO CTD-OPR-ID
               MOVE WS-DATA-EMISSAO   TO CTD-DATA
               MOVE WS-DATA-VALIDADE  TO CTD-VALIDADE
               MOVE FUNCTION CURRENT-DATE(9:6) TO CTD-HORA
               WRITE REG-CERTREG
               CLOSE CERTIFICADOS
