      *          nome, para o subsistema escolar deixar de se apoiar
      *          no nome digitado ("Ana Paula S." e "Ana Paula
      *          Silva" dividiam o historico de uma mesma aluna)
      * Update: 15/10/2026 - Responsaveis do aluno: vincula um ou mais
      *                      contatos de CONTATOS.dat (pais, avos,
      *                      tutores) a matricula com o parentesco, em
      *                      RESPONSAVEIS.dat; desfaz o vinculo e
      *                      mostra a ficha do aluno com os
      *                      responsaveis e o telefone de cada um
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG20ALUNOS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ALU-FS.

            SELECT RESPONSAVEIS ASSIGN TO ".\RESPONSAVEIS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-RSA-FS.

            SELECT CONTATOS ASSIGN TO ".\CONTATOS.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS  MODE IS RANDOM
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-CTT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
          03 ALU-NOME         PIC X(15).
          03 ALU-TURMA        PIC X(05).

       FD RESPONSAVEIS.
          COPY FD_RESAL.

       FD CONTATOS.
          COPY FD_CONTT.

       WORKING-STORAGE SECTION.

       77 WS-ALU-FS           PIC 9(02).
       77 WS-OPCAO            PIC X(01) VALUE SPACE.
          88 OPCAO-INCLUIR  VALUE '2'.
          88 OPCAO-PROCURAR VALUE '3'.
          88 OPCAO-VINCULAR VALUE '4'.
          88 OPCAO-DESVINC  VALUE '5'.
          88 OPCAO-FICHA    VALUE '6'.

       77 WS-MAIOR-MATRICULA  PIC 9(05) VALUE ZEROS.
       77 WS-NOVA-MATRICULA   PIC 9(05) VALUE ZEROS.

       77 WS-QTD-LISTADOS     PIC 9(04) VALUE ZEROS.

      * Responsaveis do aluno: RESPONSAVEIS.dat acumula e a gravacao
      * mais recente do par matricula/contato e a que vale.
       77 WS-RSA-FS           PIC 9(02).
          88 RSA-NOVO       VALUE 35.
          88 RSA-OK         VALUE 0.

       77 WS-CTT-FS           PIC 9(02).
          88 CTT-OK         VALUE 0.

       77 WS-MATRICULA-SEL    PIC 9(05) VALUE ZEROS.
       77 WS-NOME-SEL         PIC X(15) VALUE SPACES.
       77 WS-TURMA-SEL        PIC X(05) VALUE SPACES.
       77 WS-ALU-ACHADO       PIC X(01) VALUE 'N'.
          88 ALUNO-ACHADO   VALUE 'S'.

       77 WS-ID-RESP          PIC 9(06) VALUE ZEROS.
       77 WS-NOME-RESP        PIC X(20) VALUE SPACES.
       77 WS-FONE-RESP        PIC X(30) VALUE SPACES.
       77 WS-PARENTESCO       PIC X(12) VALUE SPACES.
       77 WS-SITUACAO-GRAVA   PIC X(01) VALUE SPACE.
       77 WS-CTT-ACHADO       PIC X(01) VALUE 'N'.
          88 CONTATO-ACHADO VALUE 'S'.
       77 WS-CT-IDX           PIC 9(01) VALUE ZEROS.

       01 WS-TABELA-RESP.
          03 WS-TR-LINHA OCCURS 20 TIMES.
             05 WS-TR-ID         PIC 9(06).
             05 WS-TR-PARENTESCO PIC X(12).
             05 WS-TR-SITUACAO   PIC X(01).
                88 WS-TR-ATIVO  VALUE 'A'.

       77 WS-QTD-TR           PIC 9(02) VALUE ZEROS.
       77 WS-IDX-TR           PIC 9(02) VALUE ZEROS.
       77 WS-POS-TR           PIC 9(02) VALUE ZEROS.
       77 WS-ID-PROCURA       PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       P-START.

            DISPLAY "<1> LISTAR ALUNOS (PADRAO)"
            DISPLAY "<2> INCLUIR ALUNO"
            DISPLAY "<3> PROCURAR PELO NOME"
            DISPLAY "<4> VINCULAR RESPONSAVEL"
            DISPLAY "<5> DESFAZER VINCULO DE RESPONSAVEL"
            DISPLAY "<6> FICHA DO ALUNO COM OS RESPONSAVEIS"
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                   PERFORM P-INCLUI THRU P-INCLUI-FIM
                WHEN OPCAO-PROCURAR
                   PERFORM P-PROCURA THRU P-PROCURA-FIM
                WHEN OPCAO-VINCULAR
                   PERFORM P-VINCULA THRU P-VINCULA-FIM
                WHEN OPCAO-DESVINC
                   PERFORM P-DESVINCULA THRU P-DESVINCULA-FIM
                WHEN OPCAO-FICHA
                   PERFORM P-FICHA THRU P-FICHA-FIM
                WHEN OTHER
                   PERFORM P-LISTA THRU P-LISTA-FIM
            END-EVALUATE

       P-PROCURA-1-ALUNO-FIM.

      * Vincula um contato de CONTATOS.dat como responsavel do aluno,
      * com o parentesco; o contato precisa existir e estar ativo.
       P-VINCULA.
            PERFORM P-PEDE-ALUNO THRU P-PEDE-ALUNO-FIM

            IF ALUNO-ACHADO
                DISPLAY "ID DO CONTATO RESPONSAVEL: "
                ACCEPT WS-ID-RESP

                PERFORM P-BUSCA-CONTATO THRU P-BUSCA-CONTATO-FIM

                IF CONTATO-ACHADO
                    DISPLAY "RESPONSAVEL: " WS-NOME-RESP
                    PERFORM P-VINCULA-CONTATO
                            THRU P-VINCULA-CONTATO-FIM
                ELSE
                    DISPLAY "CONTATO NAO ENCONTRADO OU EXCLUIDO EM "
                            "CONTATOS.dat - VINCULO CANCELADO."
                END-IF
            END-IF.

       P-VINCULA-FIM.

       P-VINCULA-CONTATO.
            PERFORM P-CARREGA-RESP THRU P-CARREGA-RESP-FIM
            MOVE WS-ID-RESP TO WS-ID-PROCURA
            PERFORM P-POSICIONA-RESP THRU P-POSICIONA-RESP-FIM

            IF WS-POS-TR > ZEROS AND WS-TR-ATIVO(WS-POS-TR)
                DISPLAY "CONTATO JA E RESPONSAVEL POR ESTE ALUNO ("
                        FUNCTION TRIM(WS-TR-PARENTESCO(WS-POS-TR))
                        ")."
            ELSE
                DISPLAY "PARENTESCO (MAE, PAI, AVO, TUTOR...): "
                MOVE SPACES TO WS-PARENTESCO
                ACCEPT WS-PARENTESCO

                IF WS-PARENTESCO EQUAL SPACES
                    DISPLAY "PARENTESCO EM BRANCO - VINCULO "
                            "CANCELADO."
                ELSE
                    MOVE 'A' TO WS-SITUACAO-GRAVA
                    PERFORM P-GRAVA-VINCULO THRU P-GRAVA-VINCULO-FIM
                END-IF
            END-IF.

       P-VINCULA-CONTATO-FIM.

      * Desfaz o vinculo de um responsavel ativo do aluno, gravando
      * o par de novo com a situacao 'E'.
       P-DESVINCULA.
            PERFORM P-PEDE-ALUNO THRU P-PEDE-ALUNO-FIM

            IF ALUNO-ACHADO
                PERFORM P-LISTA-RESP THRU P-LISTA-RESP-FIM

                DISPLAY "ID DO CONTATO A DESVINCULAR: "
                ACCEPT WS-ID-RESP

                MOVE WS-ID-RESP TO WS-ID-PROCURA
                PERFORM P-POSICIONA-RESP THRU P-POSICIONA-RESP-FIM

                IF WS-POS-TR > ZEROS AND WS-TR-ATIVO(WS-POS-TR)
                    MOVE WS-TR-PARENTESCO(WS-POS-TR)
                         TO WS-PARENTESCO
                    MOVE 'E' TO WS-SITUACAO-GRAVA
                    PERFORM P-GRAVA-VINCULO THRU P-GRAVA-VINCULO-FIM
                ELSE
                    DISPLAY "CONTATO NAO E RESPONSAVEL POR ESTE "
                            "ALUNO."
                END-IF
            END-IF.

       P-DESVINCULA-FIM.

      * Ficha do aluno: dados do mestre e os responsaveis ativos, com
      * o nome e o primeiro telefone de cada um em CONTATOS.dat.
       P-FICHA.
            PERFORM P-PEDE-ALUNO THRU P-PEDE-ALUNO-FIM

            IF ALUNO-ACHADO
                DISPLAY "MATRICULA: " WS-MATRICULA-SEL
                DISPLAY "NOME     : " WS-NOME-SEL
                DISPLAY "TURMA    : " WS-TURMA-SEL
                PERFORM P-LISTA-RESP THRU P-LISTA-RESP-FIM
            END-IF.

       P-FICHA-FIM.

       P-PEDE-ALUNO.
            DISPLAY "MATRICULA DO ALUNO: "
            ACCEPT WS-MATRICULA-SEL

            PERFORM P-BUSCA-ALUNO THRU P-BUSCA-ALUNO-FIM

            IF ALUNO-ACHADO
                DISPLAY "ALUNO: " FUNCTION TRIM(WS-NOME-SEL)
                        "  TURMA " WS-TURMA-SEL
            ELSE
                DISPLAY "MATRICULA NAO CADASTRADA."
            END-IF.

       P-PEDE-ALUNO-FIM.

       P-BUSCA-ALUNO.
            MOVE 'N' TO WS-ALU-ACHADO
            SET EOF-OK TO FALSE

            OPEN INPUT ALUNOS

            IF ALU-OK
                PERFORM P-LE-ALUNO-SEL THRU P-LE-ALUNO-SEL-FIM
                        UNTIL EOF-OK
                CLOSE ALUNOS
            END-IF.

       P-BUSCA-ALUNO-FIM.

       P-LE-ALUNO-SEL.
            READ ALUNOS
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     IF ALU-MATRICULA EQUAL WS-MATRICULA-SEL
                         MOVE 'S'       TO WS-ALU-ACHADO
                         MOVE ALU-NOME  TO WS-NOME-SEL
                         MOVE ALU-TURMA TO WS-TURMA-SEL
                     END-IF
            END-READ.

       P-LE-ALUNO-SEL-FIM.

      * Le o contato WS-ID-RESP em CONTATOS.dat; so contato ativo
      * serve de responsavel. Traz o nome e o primeiro telefone.
       P-BUSCA-CONTATO.
            MOVE 'N'    TO WS-CTT-ACHADO
            MOVE SPACES TO WS-NOME-RESP WS-FONE-RESP

            OPEN INPUT CONTATOS

            IF CTT-OK
                MOVE WS-ID-RESP TO ID-CONTATO
                READ CONTATOS
                     KEY IS ID-CONTATO
                     INVALID KEY
                         CONTINUE
                 NOT INVALID KEY
                         IF CONTATO-ATIVO
                             MOVE 'S'        TO WS-CTT-ACHADO
                             MOVE NM-CONTATO TO WS-NOME-RESP
                             PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                                     UNTIL WS-CT-IDX > QTD-CT-METODOS
                                        OR WS-FONE-RESP NOT = SPACES
                                 IF CT-METODO-TIPO(WS-CT-IDX) EQUAL
                                    'TELEFONE' OR 'CELULAR'
                                     MOVE CT-METODO-VALOR(WS-CT-IDX)
                                          TO WS-FONE-RESP
                                 END-IF
                             END-PERFORM
                         END-IF
                END-READ
                CLOSE CONTATOS
            ELSE
                DISPLAY "AVISO: CONTATOS.dat INDISPONIVEL."
                DISPLAY "Error ID: " WS-CTT-FS
            END-IF.

       P-BUSCA-CONTATO-FIM.

      * Monta a tabela de responsaveis do aluno WS-MATRICULA-SEL, um
      * por contato, com a gravacao mais recente de cada par.
       P-CARREGA-RESP.
            MOVE ZEROS TO WS-QTD-TR
            SET EOF-OK TO FALSE

            OPEN INPUT RESPONSAVEIS

            IF RSA-OK
                PERFORM P-LE-1-RESP THRU P-LE-1-RESP-FIM
                        UNTIL EOF-OK
                CLOSE RESPONSAVEIS
            END-IF.

       P-CARREGA-RESP-FIM.

       P-LE-1-RESP.
            READ RESPONSAVEIS
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     IF RSA-MATRICULA EQUAL WS-MATRICULA-SEL
                         MOVE RSA-ID-CONTATO TO WS-ID-PROCURA
                         PERFORM P-POSICIONA-RESP
                                 THRU P-POSICIONA-RESP-FIM
                         IF WS-POS-TR EQUAL ZEROS AND WS-QTD-TR < 20
                             ADD 1 TO WS-QTD-TR
                             MOVE WS-QTD-TR TO WS-POS-TR
                         END-IF
                         IF WS-POS-TR > ZEROS
                             MOVE RSA-ID-CONTATO
                                  TO WS-TR-ID(WS-POS-TR)
                             MOVE RSA-PARENTESCO
                                  TO WS-TR-PARENTESCO(WS-POS-TR)
                             MOVE RSA-SITUACAO
                                  TO WS-TR-SITUACAO(WS-POS-TR)
                         END-IF
                     END-IF
            END-READ.

       P-LE-1-RESP-FIM.

      * Posicao de WS-ID-PROCURA na tabela de responsaveis (zero = nao
      * esta na tabela).
       P-POSICIONA-RESP.
            MOVE ZEROS TO WS-POS-TR

            PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                    UNTIL WS-IDX-TR > WS-QTD-TR OR WS-POS-TR > ZEROS
                IF WS-TR-ID(WS-IDX-TR) EQUAL WS-ID-PROCURA
                    MOVE WS-IDX-TR TO WS-POS-TR
                END-IF
            END-PERFORM.

       P-POSICIONA-RESP-FIM.

       P-LISTA-RESP.
            PERFORM P-CARREGA-RESP THRU P-CARREGA-RESP-FIM
            MOVE ZEROS TO WS-QTD-LISTADOS

            DISPLAY "RESPONSAVEIS:"
            DISPLAY "ID     NOME                 PARENTESCO   TELEFONE"

            PERFORM VARYING WS-IDX-TR FROM 1 BY 1
                    UNTIL WS-IDX-TR > WS-QTD-TR
                IF WS-TR-ATIVO(WS-IDX-TR)
                    ADD 1 TO WS-QTD-LISTADOS
                    MOVE WS-TR-ID(WS-IDX-TR) TO WS-ID-RESP
                    PERFORM P-BUSCA-CONTATO THRU P-BUSCA-CONTATO-FIM
                    IF NOT CONTATO-ACHADO
                        MOVE '(NAO ENCONTRADO)' TO WS-NOME-RESP
                    END-IF
                    DISPLAY WS-TR-ID(WS-IDX-TR) ' ' WS-NOME-RESP ' '
                            WS-TR-PARENTESCO(WS-IDX-TR) ' '
                            WS-FONE-RESP
                END-IF
            END-PERFORM

            IF WS-QTD-LISTADOS EQUAL ZEROS
                DISPLAY "NENHUM RESPONSAVEL VINCULADO."
            END-IF.

       P-LISTA-RESP-FIM.

      * Acrescenta o par matricula/contato em RESPONSAVEIS.dat com a
      * situacao WS-SITUACAO-GRAVA ('A' vincula, 'E' desfaz).
       P-GRAVA-VINCULO.
            OPEN EXTEND RESPONSAVEIS
            IF RSA-NOVO
                OPEN OUTPUT RESPONSAVEIS
            END-IF

            IF RSA-OK
                MOVE WS-MATRICULA-SEL  TO RSA-MATRICULA
                MOVE WS-ID-RESP        TO RSA-ID-CONTATO
                MOVE WS-PARENTESCO     TO RSA-PARENTESCO
                MOVE WS-SITUACAO-GRAVA TO RSA-SITUACAO
                MOVE FUNCTION CURRENT-DATE(1:8) TO RSA-DATA
                WRITE REG-RESPONSAVEL
                CLOSE RESPONSAVEIS
                IF WS-SITUACAO-GRAVA EQUAL 'A'
                    DISPLAY "VINCULO GRAVADO COM SUCESSO!"
                ELSE
                    DISPLAY "VINCULO DESFEITO."
                END-IF
            ELSE
                DISPLAY "ERRO AO GRAVAR RESPONSAVEIS.dat."
                DISPLAY "Error ID: " WS-RSA-FS
            END-IF.

       P-GRAVA-VINCULO-FIM.

       P-REPETE.
            DISPLAY 'REPETIR OPERACAO? (Y/N)'
            ACCEPT WS-RPT
