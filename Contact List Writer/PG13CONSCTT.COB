      * Update: 21/08/2026 - Busca combinada: trecho do nome, tipo e
      *                      situacao (ativo/excluido/todos) podem ser
      *                      filtrados juntos na mesma consulta
      * Update: 15/10/2026 - Buffers de CONTATOS.dat acompanharam o
      *                      crescimento de FD_CONTT para 600 bytes
      *                      (devolucao por meio de contato e
      *                      reserva)
      * Update: 15/10/2026 - Consulta por ID passou a listar os
      *                      vinculos do contato em RELACOES.dat
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - Consulta por nome posiciona pela chave
      *                      alternativa NM-CONTATO e lista os nomes
      *                      que comecam com o texto digitado (trecho
      *                      em qualquer posicao continua disponivel
      *                      iniciando a busca por '*'); nova consulta
      *                      por CPF pela chave CPF-CONTATO
      * Update: 15/10/2026 - Cada exibicao do CPF completo (consulta
      *                      por ID) e cada contato achado pela busca
      *                      por CPF gravam o acesso em
      *                      ACESSOS_LGPD.dat via PG13ACSLOG
      * Update: 15/10/2026 - Consulta por ID exibe o nome completo,
      *                      o prenome e o sobrenome do contato
      * Update: 15/10/2026 - Consulta por ID lista os alunos de quem o
      *                      contato e responsavel (RESPONSAVEIS.dat,
      *                      com nome e turma de ALUNOS.dat)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CONSCTT.
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS DYNAMIC
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT RELACOES ASSIGN TO ".\RELACOES.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-REL-FS.

            SELECT RESPONSAVEIS ASSIGN TO ".\RESPONSAVEIS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-RSA-FS.

            SELECT ALUNOS ASSIGN TO ".\ALUNOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ALU-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD RELACOES.
          COPY FD_RELAC.

       FD RESPONSAVEIS.
          COPY FD_RESAL.

      * Mestre de alunos mantido pelo PG20ALUNOS.
       FD ALUNOS.
       01 REG-ALUNO.
          03 ALU-MATRICULA        PIC 9(05).
          03 ALU-NOME             PIC X(15).
          03 ALU-TURMA            PIC X(05).

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

       77 WS-REL-FS            PIC 9(02).
          88 REL-OK          VALUE 0.

       77 WS-EOF               PIC X.
          88 EOF-OK          VALUE 'S' FALSE 'N'.

          88 BUSCA-POR-TIPO    VALUE '3'.
          88 BUSCA-POR-METODO  VALUE '4'.
          88 BUSCA-COMBINADA   VALUE '5'.
          88 BUSCA-POR-CPF     VALUE '6'.

      * Situacao pedida na busca combinada.
       77 WS-FILTRO-SITUACAO   PIC X(01) VALUE '1'.

       77 WS-TIPO-BUSCA        PIC X(11) VALUE SPACES.

      * Buscas pelas chaves alternativas NM-CONTATO e CPF-CONTATO.
       77 WS-NOME-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-CPF-BUSCA         PIC 9(11) VALUE ZEROS.
       77 WS-FIM-CHAVE         PIC X(01) VALUE 'N'.
          88 FIM-CHAVE       VALUE 'S'.
       77 WS-SITUACAO-DESC     PIC X(08) VALUE SPACES.

      * Vinculos do contato consultado por ID.
       77 WS-ID-OUTRO          PIC 9(06) VALUE ZEROS.
       77 WS-NM-OUTRO          PIC X(20) VALUE SPACES.
       77 WS-SENTIDO           PIC X(06) VALUE SPACES.
       77 WS-MARCA-REVISAR     PIC X(10) VALUE SPACES.
       77 WS-QTD-VINCULOS      PIC 9(03) VALUE ZEROS.

      * Alunos de quem o contato consultado e responsavel; vale a
      * gravacao mais recente de cada matricula em RESPONSAVEIS.dat.
       77 WS-RSA-FS            PIC 9(02).
          88 RSA-OK          VALUE 0.

       77 WS-ALU-FS            PIC 9(02).
          88 ALU-OK          VALUE 0.

       01 WS-TABELA-ALUNOS.
          03 WS-TA-LINHA OCCURS 20 TIMES.
             05 WS-TA-MATRICULA   PIC 9(05).
             05 WS-TA-PARENTESCO  PIC X(12).
             05 WS-TA-SITUACAO    PIC X(01).
                88 WS-TA-ATIVO   VALUE 'A'.
             05 WS-TA-NOME        PIC X(15).
             05 WS-TA-TURMA       PIC X(05).

       77 WS-QTD-TA            PIC 9(02) VALUE ZEROS.
       77 WS-IDX-TA            PIC 9(02) VALUE ZEROS.
       77 WS-POS-TA            PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ALUNOS        PIC 9(02) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_NOMCTT.
       COPY LK_ACSLOG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
            MOVE SPACES             TO WS-MODO-BUSCA

            DISPLAY 'Buscar por: <1> ID  <2> Nome  <3> Tipo  '
                    '<4> Telefone/E-mail  <5> Combinada  <6> CPF'
            ACCEPT WS-MODO-BUSCA

            EVALUATE TRUE
                WHEN BUSCA-COMBINADA
                   PERFORM P-CONSULT-COMBINADA
                           THRU P-CONSULT-COMBINADA-FIM
                WHEN BUSCA-POR-CPF
                   PERFORM P-CONSULT-CPF THRU P-CONSULT-CPF-FIM
                WHEN OTHER
                   PERFORM P-CONSULT-ID   THRU P-CONSULT-ID-FIM
            END-EVALUATE
                    INVALID KEY
                        DISPLAY "CONTATO NAO EXISTE!"
                NOT INVALID KEY
                        MOVE 'J'             TO LK-NMC-FUNCAO
                        MOVE WS-NM-CONTATO   TO LK-NMC-NOME-CURTO
                        MOVE WS-NM-PRENOME   TO LK-NMC-PRENOME
                        MOVE WS-NM-SOBRENOME TO LK-NMC-SOBRENOME
                        MOVE ZEROS           TO LK-NMC-TAM-MAXIMO
                        CALL 'PG13NOMCTT' USING LK-NMC-AREA
                        DISPLAY WS-ID-CONTATO ' - '
                                FUNCTION TRIM(LK-NMC-NOME-COMPLETO)
                        IF WS-NM-PRENOME EQUAL SPACES THEN
                           DISPLAY 'NOME AINDA NAO SEPARADO EM '
                                   'PRENOME E SOBRENOME'
                        ELSE
                           DISPLAY 'Prenome: '
                                   FUNCTION TRIM(WS-NM-PRENOME)
                           DISPLAY 'Sobrenome: '
                                   FUNCTION TRIM(WS-NM-SOBRENOME)
                        END-IF
                        DISPLAY 'CPF: ' WS-CPF-CONTATO
                        MOVE 'CPF CONSUL' TO LK-ACS-EVENTO
                        PERFORM P-GRAVA-ACESSO THRU P-GRAVA-ACESSO-FIM
                        PERFORM P-EXIBE-RELACOES
                                THRU P-EXIBE-RELACOES-FIM
                        PERFORM P-EXIBE-ALUNOS
                                THRU P-EXIBE-ALUNOS-FIM
               END-READ

            ELSE

       P-CONSULT-ID-FIM.

      * Lista os vinculos do contato consultado, nos dois sentidos,
      * com o nome do outro contato (lido na propria CONTATOS.dat).
       P-EXIBE-RELACOES.
            MOVE ZEROS TO WS-QTD-VINCULOS
            SET EOF-OK TO FALSE

            OPEN INPUT RELACOES
            IF NOT REL-OK THEN
               GO TO P-EXIBE-RELACOES-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ RELACOES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE ZEROS TO WS-ID-OUTRO
                        IF REL-ID-ORIGEM EQUAL WS-ID-CONTATO THEN
                           MOVE REL-ID-DESTINO TO WS-ID-OUTRO
                           MOVE 'DE'           TO WS-SENTIDO
                        END-IF
                        IF REL-ID-DESTINO EQUAL WS-ID-CONTATO THEN
                           MOVE REL-ID-ORIGEM  TO WS-ID-OUTRO
                           MOVE 'DADO'         TO WS-SENTIDO
                        END-IF
                        IF WS-ID-OUTRO > ZEROS THEN
                           PERFORM P-EXIBE-1-VINCULO
                                   THRU P-EXIBE-1-VINCULO-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE RELACOES

            IF WS-QTD-VINCULOS > ZEROS THEN
               DISPLAY 'VINCULOS: ' WS-QTD-VINCULOS
            END-IF
            .

       P-EXIBE-RELACOES-FIM.

      * 'DE' = o contato consultado e o TIPO do outro (ex.: REPORTA A
      * fulano); 'DADO' = o outro e que tem o vinculo com ele.
       P-EXIBE-1-VINCULO.
            ADD 1 TO WS-QTD-VINCULOS

            IF WS-QTD-VINCULOS EQUAL 1 THEN
               DISPLAY 'VINCULOS COM OUTROS CONTATOS:'
            END-IF

            MOVE WS-ID-OUTRO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                    MOVE '(NAO ENCONTRADO)' TO WS-NM-OUTRO
             NOT INVALID KEY
                    MOVE NM-CONTATO TO WS-NM-OUTRO
            END-READ

            MOVE SPACES TO WS-MARCA-REVISAR
            IF REL-A-REVISAR THEN
               MOVE '(REVISAR)' TO WS-MARCA-REVISAR
            END-IF

            IF WS-SENTIDO EQUAL 'DE' THEN
               DISPLAY '  ' REL-TIPO ' ' WS-ID-OUTRO ' '
                       WS-NM-OUTRO ' ' WS-MARCA-REVISAR
            ELSE
               DISPLAY '  ' WS-ID-OUTRO ' ' WS-NM-OUTRO ' E '
                       REL-TIPO ' DESTE ' WS-MARCA-REVISAR
            END-IF
            .

       P-EXIBE-1-VINCULO-FIM.

      * Lista os alunos de quem o contato consultado e responsavel,
      * com o parentesco e o nome/turma do mestre ALUNOS.dat.
       P-EXIBE-ALUNOS.
            MOVE ZEROS TO WS-QTD-TA WS-QTD-ALUNOS
            SET EOF-OK TO FALSE

            OPEN INPUT RESPONSAVEIS
            IF NOT RSA-OK THEN
               GO TO P-EXIBE-ALUNOS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ RESPONSAVEIS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF RSA-ID-CONTATO EQUAL WS-ID-CONTATO THEN
                           PERFORM P-GUARDA-ALUNO
                                   THRU P-GUARDA-ALUNO-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE RESPONSAVEIS

            SET EOF-OK TO FALSE
            OPEN INPUT ALUNOS
            IF ALU-OK THEN
               PERFORM UNTIL EOF-OK
                   READ ALUNOS
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           PERFORM VARYING WS-IDX-TA FROM 1 BY 1
                                   UNTIL WS-IDX-TA > WS-QTD-TA
                               IF WS-TA-MATRICULA(WS-IDX-TA)
                                  EQUAL ALU-MATRICULA THEN
                                  MOVE ALU-NOME
                                    TO WS-TA-NOME(WS-IDX-TA)
                                  MOVE ALU-TURMA
                                    TO WS-TA-TURMA(WS-IDX-TA)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
            END-IF

            PERFORM VARYING WS-IDX-TA FROM 1 BY 1
                    UNTIL WS-IDX-TA > WS-QTD-TA
                IF WS-TA-ATIVO(WS-IDX-TA) THEN
                   ADD 1 TO WS-QTD-ALUNOS
                   IF WS-QTD-ALUNOS EQUAL 1 THEN
                      DISPLAY 'RESPONSAVEL PELOS ALUNOS:'
                   END-IF
                   DISPLAY '  ' WS-TA-MATRICULA(WS-IDX-TA) ' '
                           WS-TA-NOME(WS-IDX-TA) ' TURMA '
                           WS-TA-TURMA(WS-IDX-TA) ' ('
                           FUNCTION TRIM(WS-TA-PARENTESCO(WS-IDX-TA))
                           ')'
                END-IF
            END-PERFORM
            .

       P-EXIBE-ALUNOS-FIM.

       P-GUARDA-ALUNO.
            MOVE ZEROS TO WS-POS-TA

            PERFORM VARYING WS-IDX-TA FROM 1 BY 1
                    UNTIL WS-IDX-TA > WS-QTD-TA OR WS-POS-TA > ZEROS
                IF WS-TA-MATRICULA(WS-IDX-TA) EQUAL RSA-MATRICULA THEN
                   MOVE WS-IDX-TA TO WS-POS-TA
                END-IF
            END-PERFORM

            IF WS-POS-TA EQUAL ZEROS AND WS-QTD-TA < 20 THEN
               ADD 1 TO WS-QTD-TA
               MOVE WS-QTD-TA TO WS-POS-TA
               MOVE '(NAO ENCONTRADO)' TO WS-TA-NOME(WS-POS-TA)
               MOVE SPACES             TO WS-TA-TURMA(WS-POS-TA)
            END-IF

            IF WS-POS-TA > ZEROS THEN
               MOVE RSA-MATRICULA  TO WS-TA-MATRICULA(WS-POS-TA)
               MOVE RSA-PARENTESCO TO WS-TA-PARENTESCO(WS-POS-TA)
               MOVE RSA-SITUACAO   TO WS-TA-SITUACAO(WS-POS-TA)
            END-IF
            .

       P-GUARDA-ALUNO-FIM.

       P-CONSULT-NOME.
            SET EOF-OK              TO FALSE
            MOVE ZEROS               TO WS-ACHADOS
            MOVE SPACES              TO WS-NOME-BUSCA

            DISPLAY 'Informe o inicio do nome (ou *trecho para '
                    'procurar em qualquer posicao): '
            ACCEPT WS-NOME-BUSCA

            IF WS-NOME-BUSCA(1:1) EQUAL '*' THEN
               MOVE WS-NOME-BUSCA(2:19) TO WS-NOME-BUSCA
               PERFORM P-CONSULT-NOME-TRECHO
                       THRU P-CONSULT-NOME-TRECHO-FIM
               GO TO P-CONSULT-NOME-FIM
            END-IF

            COMPUTE WS-LEN-BUSCA =
                    FUNCTION LENGTH(FUNCTION TRIM(WS-NOME-BUSCA))
            IF WS-NOME-BUSCA EQUAL SPACES THEN
               MOVE ZEROS TO WS-LEN-BUSCA
            END-IF

            OPEN INPUT CONTATOS

            IF FS-OK THEN
               MOVE WS-NOME-BUSCA TO WS-NOME-CHAVE
               PERFORM P-LISTA-POR-NOME THRU P-LISTA-POR-NOME-FIM

               MOVE FUNCTION UPPER-CASE(WS-NOME-BUSCA)
                    TO WS-NOME-BUSCA-UC
               IF WS-NOME-BUSCA-UC NOT = WS-NOME-BUSCA THEN
                  MOVE WS-NOME-BUSCA-UC TO WS-NOME-CHAVE
                  PERFORM P-LISTA-POR-NOME THRU P-LISTA-POR-NOME-FIM
               END-IF

               IF WS-ACHADOS EQUAL ZEROS THEN
                  DISPLAY "NENHUM CONTATO ENCONTRADO!"
               END-IF

            ELSE
               MOVE 'PG13CONSCTT'    TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA

            END-IF

            CLOSE CONTATOS
            .

       P-CONSULT-NOME-FIM.

      * Posiciona pela chave alternativa NM-CONTATO no inicio de
      * WS-NOME-CHAVE e lista os contatos nao excluidos cujo nome
      * comeca com o texto digitado, parando no primeiro que nao
      * comeca mais.
       P-LISTA-POR-NOME.
            MOVE 'N'           TO WS-FIM-CHAVE
            MOVE WS-NOME-CHAVE TO NM-CONTATO

            START CONTATOS KEY IS NOT LESS THAN NM-CONTATO
                  INVALID KEY
                      GO TO P-LISTA-POR-NOME-FIM
            END-START

            PERFORM UNTIL FIM-CHAVE
                READ CONTATOS NEXT RECORD INTO WS-REGISTRO
                     AT END
                        MOVE 'S' TO WS-FIM-CHAVE
                 NOT AT END
                        IF WS-LEN-BUSCA > ZEROS
                           AND WS-NM-CONTATO(1:WS-LEN-BUSCA) NOT =
                               WS-NOME-CHAVE(1:WS-LEN-BUSCA) THEN
                           MOVE 'S' TO WS-FIM-CHAVE
                        ELSE
                           IF NOT CONTATO-EXCLUIDO THEN
                              ADD 1 TO WS-ACHADOS
                              DISPLAY WS-ID-CONTATO ' - '
                                      WS-NM-CONTATO
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            .

       P-LISTA-POR-NOME-FIM.

      * Busca por trecho em qualquer posicao do nome (texto iniciado
      * por '*'): nao tem como usar a chave, entao varre o arquivo.
       P-CONSULT-NOME-TRECHO.
            MOVE FUNCTION UPPER-CASE(WS-NOME-BUSCA) TO WS-NOME-BUSCA-UC
            COMPUTE WS-LEN-BUSCA =
                    FUNCTION LENGTH(FUNCTION TRIM(WS-NOME-BUSCA-UC))
            CLOSE CONTATOS
            .

       P-CONSULT-NOME-TRECHO-FIM.

      * Lista, pela chave alternativa CPF-CONTATO, todos os contatos
      * (ativos e excluidos) gravados com o CPF informado.
       P-CONSULT-CPF.
            MOVE ZEROS TO WS-ACHADOS WS-CPF-BUSCA
            MOVE 'N'   TO WS-FIM-CHAVE

            DISPLAY 'Informe o CPF (11 digitos): '
            ACCEPT WS-CPF-BUSCA

            OPEN INPUT CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13CONSCTT'    TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-CONSULT-CPF-FIM
            END-IF

            MOVE WS-CPF-BUSCA TO CPF-CONTATO

            START CONTATOS KEY IS EQUAL TO CPF-CONTATO
                  INVALID KEY
                      MOVE 'S' TO WS-FIM-CHAVE
            END-START

            PERFORM UNTIL FIM-CHAVE
                READ CONTATOS NEXT RECORD INTO WS-REGISTRO
                     AT END
                        MOVE 'S' TO WS-FIM-CHAVE
                 NOT AT END
                        IF WS-CPF-CONTATO NOT = WS-CPF-BUSCA THEN
                           MOVE 'S' TO WS-FIM-CHAVE
                        ELSE
                           ADD 1 TO WS-ACHADOS
                           MOVE 'ATIVO'    TO WS-SITUACAO-DESC
                           IF CONTATO-EXCLUIDO THEN
                              MOVE 'EXCLUIDO' TO WS-SITUACAO-DESC
                           END-IF
                           DISPLAY WS-ID-CONTATO ' - ' WS-NM-CONTATO
                                   ' - ' WS-SITUACAO-DESC
                           MOVE 'CPF BUSCA' TO LK-ACS-EVENTO
                           PERFORM P-GRAVA-ACESSO
                                   THRU P-GRAVA-ACESSO-FIM
                        END-IF
                END-READ
            END-PERFORM

            IF WS-ACHADOS EQUAL ZEROS THEN
               DISPLAY "NENHUM CONTATO COM ESSE CPF!"
            END-IF

            CLOSE CONTATOS
            .

       P-CONSULT-CPF-FIM.

      * Registra em ACESSOS_LGPD.dat que o operador logado viu o CPF
      * do contato em WS-REGISTRO (evento em LK-ACS-EVENTO).
       P-GRAVA-ACESSO.
            MOVE 'PG13CONSCTT'   TO LK-ACS-PROGRAMA
            MOVE LK-OPERADOR     TO LK-ACS-OPERADOR
            MOVE WS-ID-CONTATO   TO LK-ACS-ID-CONTATO
            CALL 'PG13ACSLOG' USING LK-ACS-AREA
            .

       P-GRAVA-ACESSO-FIM.

      * Lista todos os contatos ativos de um determinado tipo
      * (CLIENTE, FORNECEDOR ou FUNCIONARIO).
