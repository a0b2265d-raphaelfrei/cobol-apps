      *                      a critica passar - antes, o ACCEPT livre
      *                      do redigitar deixava em ENDERECOS.dat a
      *                      linha estruturada do endereco rejeitado
      * Update: 15/10/2026 - Imagem completa do registro antes e
      *                      depois de cada gravacao em CONTATOS.dat
      *                      acrescentada a JORNAL.dat via PG13JRNCTT,
      *                      para a recuperacao por PG13RECJRN
      * Update: 15/10/2026 - Buffers de CONTATOS.dat acompanharam o
      *                      crescimento de FD_CONTT para 600 bytes
      *                      (devolucao por meio de contato e
      *                      reserva)
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - Nome duplicado procurado pela chave
      *                      alternativa NM-CONTATO (como digitado e
      *                      em maiusculas) em vez de varrer o
      *                      arquivo; CPF de um contato ativo ja
      *                      cadastrado passou a bloquear o cadastro
      *                      (procura pela chave CPF-CONTATO)
      * Update: 15/10/2026 - Filial desativada em FILIAIS.dat deixou
      *                      de ser aceita para o contato
      * Update: 15/10/2026 - Nome digitado ou vindo da carga em lote
      *                      passa pela padronizacao do PG13PADNOM
      *                      (inicial maiuscula, particulas em
      *                      minusculas, sem espacos repetidos) antes
      *                      da procura de duplicados e da gravacao
      * Update: 15/10/2026 - Nome pedido em prenome e sobrenome, com
      *                      espaco para o nome completo; NM-CONTATO
      *                      passa a ser o nome curto formado pelo
      *                      PG13NOMCTT. A carga em lote aceita o nome
      *                      completo numa coluna nova depois do nome
      *                      curto e grava as duas partes quando a
      *                      separacao e confiavel
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CADCTT.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT ENTRADA ASSIGN TO ".\CARGA_CONTATOS.dat"
       01 REG-ENTRADA.
          03 ENT-ID-CONTATO       PIC 9(06).
          03 ENT-NM-CONTATO       PIC X(20).
          03 ENT-NM-COMPLETO      PIC X(71).

       FD CHECKPT.
       01 REG-CHECKPT               PIC 9(08).
       01 REG-ENDTEMP              PIC X(104).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO          PIC X(600) VALUE SPACES.

       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO     PIC 9(06).
          03 WS-DT-NASCIMENTO   PIC 9(08).
          03 WS-ID-EMPRESA      PIC 9(04).
          03 WS-FILIAL-CONTATO  PIC X(03).
          03 WS-CT-METODO-DEVOLUCOES.
             05 WS-CT-DEVOLUCAO OCCURS 5 TIMES.
                07 WS-CT-METODO-DEVOLVIDO PIC X(01).
                07 WS-CT-METODO-DT-DEVOL  PIC 9(08).
                07 WS-CT-METODO-MOT-DEVOL PIC X(20).
          03 FILLER             PIC X(28).
          03 WS-NM-PRENOME      PIC X(30).
          03 WS-NM-SOBRENOME    PIC X(40).
          03 FILLER             PIC X(33).

       77 WS-FS                PIC 9(02).
          88 FS-OK           VALUE 0.
       77 WS-EXIT              PIC X.
          88 EXIT-OK         VALUE 'N' FALSE 'S'.

       77 WS-NOVO-NOME          PIC X(20) VALUE SPACES.
       77 WS-NOVO-NOME-UC       PIC X(20) VALUE SPACES.

      * Partes do nome vindas da carga em lote (espacos quando a
      * separacao nao e confiavel e fica para o PG13SEPNOM).
       77 WS-LOTE-PRENOME       PIC X(30) VALUE SPACES.
       77 WS-LOTE-SOBRENOME     PIC X(40) VALUE SPACES.
       77 WS-NOME-CHAVE         PIC X(20) VALUE SPACES.
       77 WS-DUP-ENCONTRADO     PIC X(01) VALUE 'N'.
          88 DUP-ENCONTRADA   VALUE 'S'.
       77 WS-DUP-ID             PIC 9(06) VALUE ZEROS.

      * Contato ativo ja cadastrado com o mesmo CPF (bloqueia).
       77 WS-CPF-DUP            PIC X(01) VALUE 'N'.
          88 CPF-DUPLICADO    VALUE 'S'.
       77 WS-CPF-DUP-ID         PIC 9(06) VALUE ZEROS.
       77 WS-FIM-CHAVE          PIC X(01) VALUE 'N'.
          88 FIM-CHAVE        VALUE 'S'.
       77 WS-CONFIRM            PIC X(01) VALUE SPACE.

       77 WS-MODO-CAD           PIC X(01) VALUE SPACE.
       COPY LK_VALMET.
       COPY LK_VALCEP.
       COPY LK_ISTDT.
       COPY LK_JRNCTT.
       COPY LK_PADNOM.
       COPY LK_NOMCTT.

      * SEGUNDO PASSO ------------------------------------------------
       LINKAGE SECTION.
            PERFORM P-PROXIMO-ID THRU P-PROXIMO-ID-FIM
            DISPLAY "ID ATRIBUIDO AUTOMATICAMENTE: " WS-ID-CONTATO

            DISPLAY "Prenome (nome de batismo): "
            ACCEPT  WS-NM-PRENOME

            MOVE SPACE TO WS-CAMPO-OK
            PERFORM P-VALIDA-NOME THRU P-VALIDA-NOME-FIM
                    UNTIL CAMPO-VALIDO

            DISPLAY "Sobrenome (em branco = nao tem): "
            ACCEPT  WS-NM-SOBRENOME

            MOVE SPACE TO WS-CAMPO-OK
            PERFORM P-VALIDA-SOBRENOME THRU P-VALIDA-SOBRENOME-FIM
                    UNTIL CAMPO-VALIDO

            PERFORM P-PADRONIZA-NOME THRU P-PADRONIZA-NOME-FIM

            DISPLAY "CPF (11 digitos, com os 2 digitos "
                    "verificadores): "
            ACCEPT  WS-CPF-CONTATO
               END-IF

               IF FS-OK THEN
                  MOVE WS-NM-CONTATO TO WS-NOVO-NOME
                  MOVE FUNCTION UPPER-CASE(WS-NM-CONTATO)
                       TO WS-NOVO-NOME-UC

      * As verificacoes de duplicados precisam rodar antes de mover
      * os dados do novo contato para o registro da FD: as leituras
      * pelas chaves alternativas repopulam o registro da FD, entao
      * mover o novo contato para la antes faria o WRITE gravar o
      * nome/CPF/tipo do ultimo registro lido, nao o do contato que
      * esta sendo cadastrado.
                  PERFORM P-VERIFICA-CPF-ATIVO
                          THRU P-VERIFICA-CPF-ATIVO-FIM
                  PERFORM P-VERIFICA-DUPLICADO
                          THRU P-VERIFICA-DUPLICADO-FIM

      * Limpa o que a ultima leitura deixou no registro (territorio,
      * verificacao, consulta na Receita) antes de montar o novo.
                  MOVE SPACES             TO REG-CONTATOS
                  MOVE ZEROS              TO DT-ULT-VERIFICACAO
                                             CPF-DT-CONSULTA-RF
                  MOVE WS-ID-CONTATO      TO ID-CONTATO
                  MOVE WS-NM-CONTATO      TO NM-CONTATO
                  MOVE WS-CPF-CONTATO     TO CPF-CONTATO
                  MOVE WS-DT-NASC-ENT     TO DT-NASCIMENTO
                  MOVE WS-ID-EMP-ENT      TO ID-EMPRESA
                  MOVE WS-FILIAL-ENT      TO FILIAL-CONTATO
                  MOVE WS-NM-PRENOME      TO NM-PRENOME
                  MOVE WS-NM-SOBRENOME    TO NM-SOBRENOME

                  MOVE SPACES             TO WS-CONFIRM
                  EVALUATE TRUE
                      WHEN CPF-DUPLICADO
                         DISPLAY "JA EXISTE UM CONTATO ATIVO COM ESSE "
                                 "CPF, ID " WS-CPF-DUP-ID
                         DISPLAY "CADASTRO BLOQUEADO - ALTERE OU "
                                 "REATIVE O CONTATO EXISTENTE."
                         MOVE 'N'             TO WS-CONFIRM
                      WHEN DUP-ENCONTRADA
                         DISPLAY "JA EXISTE UM CONTATO COM ESSE NOME, "
                                 "ID " WS-DUP-ID
                         DISPLAY "Deseja gravar mesmo assim?"
                         DISPLAY "<S> para confirmar, "
                                 "<QUALQUER TECLA> para abortar."
                         ACCEPT WS-CONFIRM
                      WHEN OTHER
                         MOVE 'S'             TO WS-CONFIRM
                  END-EVALUATE

                  IF WS-CONFIRM EQUAL 'S' THEN
                     MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
                               DISPLAY "CONTATO GRAVADO COM SUCESSO!"
                               PERFORM P-GRAVA-HISTORICO
                                       THRU P-GRAVA-HISTORICO-FIM
                               PERFORM P-GRAVA-JORNAL
                                       THRU P-GRAVA-JORNAL-FIM
                  ELSE
                     DISPLAY "OPERACAO NAO REALIZADA"
                  END-IF

       P-PROXIMO-ID-FIM.

      * Procura, pela chave alternativa NM-CONTATO, um contato ja
      * gravado com o nome que esta sendo cadastrado - como digitado
      * e em maiusculas -, para alertar o operador antes de gravar
      * um possivel registro duplicado. As leituras vao para o
      * registro da FD, nunca para WS-REGISTRO, que guarda a
      * digitacao do cadastro interativo.
       P-VERIFICA-DUPLICADO.
            MOVE 'N' TO WS-DUP-ENCONTRADO

            MOVE WS-NOVO-NOME TO WS-NOME-CHAVE
            PERFORM P-PROCURA-NOME THRU P-PROCURA-NOME-FIM

            IF NOT DUP-ENCONTRADA
               AND WS-NOVO-NOME-UC NOT = WS-NOVO-NOME THEN
               MOVE WS-NOVO-NOME-UC TO WS-NOME-CHAVE
               PERFORM P-PROCURA-NOME THRU P-PROCURA-NOME-FIM
            END-IF
            .

       P-VERIFICA-DUPLICADO-FIM.

       P-PROCURA-NOME.
            MOVE WS-NOME-CHAVE TO NM-CONTATO

            START CONTATOS KEY IS EQUAL TO NM-CONTATO
                  INVALID KEY
                      GO TO P-PROCURA-NOME-FIM
            END-START

      * Arquivo recem-criado (aberto OUTPUT) nao aceita START.
            IF NOT FS-OK THEN
               SET FS-OK TO TRUE
               GO TO P-PROCURA-NOME-FIM
            END-IF

            READ CONTATOS NEXT RECORD
                 AT END
                    CONTINUE
             NOT AT END
                    IF NM-CONTATO EQUAL WS-NOME-CHAVE THEN
                       MOVE 'S'        TO WS-DUP-ENCONTRADO
                       MOVE ID-CONTATO TO WS-DUP-ID
                    END-IF
            END-READ
            .

       P-PROCURA-NOME-FIM.
           EXIT.

      * Procura, pela chave alternativa CPF-CONTATO, um contato ATIVO
      * com o CPF digitado; havendo, o cadastro e bloqueado (um CPF
      * de contato excluido pode ser cadastrado de novo).
       P-VERIFICA-CPF-ATIVO.
            MOVE 'N'   TO WS-CPF-DUP
            MOVE 'N'   TO WS-FIM-CHAVE
            MOVE ZEROS TO WS-CPF-DUP-ID

            MOVE WS-CPF-CONTATO TO CPF-CONTATO

            START CONTATOS KEY IS EQUAL TO CPF-CONTATO
                  INVALID KEY
                      GO TO P-VERIFICA-CPF-ATIVO-FIM
            END-START

            IF NOT FS-OK THEN
               SET FS-OK TO TRUE
               GO TO P-VERIFICA-CPF-ATIVO-FIM
            END-IF

            PERFORM UNTIL FIM-CHAVE OR CPF-DUPLICADO
                READ CONTATOS NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-FIM-CHAVE
                 NOT AT END
                        IF CPF-CONTATO NOT = WS-CPF-CONTATO THEN
                           MOVE 'S' TO WS-FIM-CHAVE
                        ELSE
                           IF CONTATO-ATIVO THEN
                              MOVE 'S'        TO WS-CPF-DUP
                              MOVE ID-CONTATO TO WS-CPF-DUP-ID
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            .

       P-VERIFICA-CPF-ATIVO-FIM.
           EXIT.

      * Coleta ate 5 meios de contato (telefone, celular, e-mail,
      * endereco) para o registro que esta sendo gravado.
       P-CAPTURA-METODOS.
            PERFORM P-LIMPA-ENDERECOS THRU P-LIMPA-ENDERECOS-FIM
            MOVE ZEROS TO QTD-CT-METODOS
      * Meios digitados agora valem como novos: some qualquer
      * indicacao anterior de devolvido.
            INITIALIZE CT-METODO-DEVOLUCOES
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > 5
                MOVE SPACES TO CT-METODO-TIPO(WS-CT-IDX)
       P-LIMPA-ENDERECOS-FIM.
           EXIT.

      * Confere pelo PG04ISTDT (classe alfabetica) se o prenome
      * digitado contem so letras e espacos; se nao, avisa e pede de
      * novo.
       P-VALIDA-NOME.
            MOVE WS-NM-PRENOME TO LK-ISTDT-DADO
            MOVE 'A'           TO LK-ISTDT-CLASSE
            CALL 'PG04ISTDT' USING LK-ISTDT-AREA
            MOVE LK-ISTDT-VALIDO TO WS-CAMPO-OK

            IF NOT CAMPO-VALIDO THEN
               DISPLAY "NOME INVALIDO - USE APENAS LETRAS E ESPACOS."
               DISPLAY "Prenome (nome de batismo): "
               ACCEPT WS-NM-PRENOME
            END-IF
            .

       P-VALIDA-NOME-FIM.

      * Mesma conferencia para o sobrenome, que pode ficar em branco;
      * o PG04ISTDT confere 30 posicoes, entao o resto vai a parte.
       P-VALIDA-SOBRENOME.
            MOVE 'S' TO WS-CAMPO-OK

            IF WS-NM-SOBRENOME EQUAL SPACES THEN
               GO TO P-VALIDA-SOBRENOME-FIM
            END-IF

            MOVE 'A'                   TO LK-ISTDT-CLASSE
            IF WS-NM-SOBRENOME(1:30) NOT EQUAL SPACES THEN
               MOVE WS-NM-SOBRENOME(1:30) TO LK-ISTDT-DADO
               CALL 'PG04ISTDT' USING LK-ISTDT-AREA
               MOVE LK-ISTDT-VALIDO TO WS-CAMPO-OK
            END-IF

            IF CAMPO-VALIDO AND WS-NM-SOBRENOME(31:10) NOT EQUAL SPACES
               THEN
               MOVE WS-NM-SOBRENOME(31:10) TO LK-ISTDT-DADO
               CALL 'PG04ISTDT' USING LK-ISTDT-AREA
               MOVE LK-ISTDT-VALIDO TO WS-CAMPO-OK
            END-IF

            IF NOT CAMPO-VALIDO THEN
               DISPLAY "SOBRENOME INVALIDO - USE APENAS LETRAS E "
                       "ESPACOS."
               DISPLAY "Sobrenome (em branco = nao tem): "
               ACCEPT WS-NM-SOBRENOME
            END-IF
            .

       P-VALIDA-SOBRENOME-FIM.

      * Forma padrao das duas partes do nome (PG13PADNOM, pelo
      * PG13NOMCTT), a mesma que a varredura PG13PADCTT aplica aos
      * nomes ja gravados; o nome curto NM-CONTATO sai do nome
      * completo.
       P-PADRONIZA-NOME.
            MOVE 'P'             TO LK-NMC-FUNCAO
            MOVE WS-NM-PRENOME   TO LK-NMC-PRENOME
            MOVE WS-NM-SOBRENOME TO LK-NMC-SOBRENOME
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            IF LK-NMC-PRENOME   NOT EQUAL WS-NM-PRENOME
               OR LK-NMC-SOBRENOME NOT EQUAL WS-NM-SOBRENOME THEN
               DISPLAY "NOME PADRONIZADO PARA: "
                       FUNCTION TRIM(LK-NMC-NOME-COMPLETO)
            END-IF

            MOVE LK-NMC-PRENOME    TO WS-NM-PRENOME
            MOVE LK-NMC-SOBRENOME  TO WS-NM-SOBRENOME
            MOVE LK-NMC-NOME-CURTO TO WS-NM-CONTATO
            .

       P-PADRONIZA-NOME-FIM.

      * Na carga o nome completo vem na coluna nova (ou, em arquivo
      * antigo, so o nome curto); a separacao confiavel e gravada nas
      * duas partes, a duvidosa fica so no nome curto padronizado.
       P-PADRONIZA-NOME-LOTE.
            MOVE SPACES TO WS-LOTE-PRENOME WS-LOTE-SOBRENOME

            IF ENT-NM-COMPLETO EQUAL SPACES THEN
               MOVE ENT-NM-CONTATO TO ENT-NM-COMPLETO
            END-IF

            MOVE 'S'             TO LK-NMC-FUNCAO
            MOVE ENT-NM-COMPLETO TO LK-NMC-NOME-COMPLETO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            IF LK-NMC-CONFIAVEL THEN
               MOVE 'P'               TO LK-NMC-FUNCAO
               CALL 'PG13NOMCTT' USING LK-NMC-AREA
               MOVE LK-NMC-PRENOME    TO WS-LOTE-PRENOME
               MOVE LK-NMC-SOBRENOME  TO WS-LOTE-SOBRENOME
               MOVE LK-NMC-NOME-CURTO TO ENT-NM-CONTATO
            ELSE
               MOVE ENT-NM-COMPLETO TO LK-NOM-ENTRADA
               CALL 'PG13PADNOM' USING LK-NOM-AREA
               MOVE LK-NOM-SAIDA    TO ENT-NM-CONTATO
            END-IF
            .

       P-PADRONIZA-NOME-LOTE-FIM.

      * Confere pelo PG04ISTDT (classe alfabetica) se o tipo digitado
      * contem so letras; se nao, avisa e pede de novo.
       P-VALIDA-TIPO.
           EXIT.

      * Critica o codigo de filial digitado: em branco passa direto;
      * outro valor precisa existir em FILIAIS.dat e estar ativo. Mestre
      * indisponivel e avisado e aceita, para o cadastro nao travar.
       P-VALIDA-FILIAL.
            MOVE 'S' TO WS-CAMPO-OK
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF FIL-CODIGO EQUAL WS-FILIAL-ENT
                           AND FIL-ATIVA THEN
                           MOVE 'S' TO WS-FIL-ACHOU
                        END-IF
                END-READ

            IF NOT FIL-ACHADA THEN
               MOVE 'N' TO WS-CAMPO-OK
               DISPLAY "FILIAL NAO CADASTRADA OU DESATIVADA EM "
                       "FILIAIS.dat - INFORME UM CODIGO VALIDO OU "
                       "DEIXE EM BRANCO."
               DISPLAY "Filial (codigo, em branco = nao informada): "
               ACCEPT WS-FILIAL-ENT
            END-IF
            END-IF

            IF FS-OK THEN
               PERFORM P-PADRONIZA-NOME-LOTE
                       THRU P-PADRONIZA-NOME-LOTE-FIM
               MOVE ENT-NM-CONTATO TO WS-NOVO-NOME
               MOVE FUNCTION UPPER-CASE(ENT-NM-CONTATO)
                    TO WS-NOVO-NOME-UC

               PERFORM P-VERIFICA-DUPLICADO
                       THRU P-VERIFICA-DUPLICADO-FIM

               IF DUP-ENCONTRADA THEN
                  ADD 1 TO WS-QTD-REJEITADO
               ELSE
                  MOVE ENT-ID-CONTATO TO ID-CONTATO
                  MOVE ENT-NM-CONTATO TO NM-CONTATO
                  MOVE WS-LOTE-PRENOME   TO NM-PRENOME
                  MOVE WS-LOTE-SOBRENOME TO NM-SOBRENOME
                  MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
                  MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA
                  SET CONTATO-ATIVO TO TRUE
                  MOVE ZEROS TO DT-NASCIMENTO
                  MOVE ZEROS TO ID-EMPRESA
                  MOVE SPACES TO FILIAL-CONTATO
                  INITIALIZE CT-METODO-DEVOLUCOES

                  WRITE REG-CONTATOS
                        INVALID KEY
                            ADD 1 TO WS-QTD-GRAVADO
                            PERFORM P-GRAVA-HISTORICO
                                    THRU P-GRAVA-HISTORICO-FIM
                            PERFORM P-GRAVA-JORNAL
                                    THRU P-GRAVA-JORNAL-FIM
                  END-WRITE
               END-IF
            ELSE
               GO TO P-VALIDA-1-REG-FIM
            END-IF

            IF ENT-NM-CONTATO EQUAL SPACES
               AND ENT-NM-COMPLETO EQUAL SPACES THEN
               ADD 1 TO WS-QTD-REJEITADO
               DISPLAY "REG " WS-REG-LIDO
                       " - SERIA REJEITADO (NOME EM BRANCO): "
            OPEN INPUT CONTATOS

            IF FS-OK THEN
               PERFORM P-PADRONIZA-NOME-LOTE
                       THRU P-PADRONIZA-NOME-LOTE-FIM
               MOVE ENT-NM-CONTATO TO WS-NOVO-NOME
               MOVE FUNCTION UPPER-CASE(ENT-NM-CONTATO)
                    TO WS-NOVO-NOME-UC

               PERFORM P-VERIFICA-DUPLICADO
                       THRU P-VERIFICA-DUPLICADO-FIM

               MOVE ENT-ID-CONTATO TO ID-CONTATO
               READ CONTATOS

       P-VALIDA-CPF-FIM.

      * Acrescenta a JORNAL.dat a imagem anterior e a posterior do
      * registro recem gravado em CONTATOS.dat, para a recuperacao
      * por PG13RECJRN a partir de uma geracao de backup.
       P-GRAVA-JORNAL.
            MOVE 'PG13CADCTT'      TO LK-JRN-PROGRAMA
            MOVE LK-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'I'               TO LK-JRN-ACAO
            MOVE "INCLUSAO"        TO LK-JRN-OPERACAO
            MOVE SPACES            TO LK-JRN-ANTES
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-END.
      * QUINTO PASSO -------------------------------------------------
            GOBACK.
