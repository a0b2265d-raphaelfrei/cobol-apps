      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Navegacao paginada pelo cadastro - mostra os contatos
      *          ativos de 10 em 10 (ID, nome, tipo, filial e telefone
      *          preferencial), em ordem de nome (chave alternativa
      *          NM-CONTATO) ou de ID, com avancar e voltar pagina,
      *          salto para um ID ou para o primeiro nome que comeca
      *          com as letras digitadas, e abertura de uma linha da
      *          pagina com o contato completo, as anotacoes de
      *          NOTAS.dat e os acompanhamentos pendentes de
      *          SEGUIMENTO.dat, voltando depois para a mesma pagina.
      * Update: 15/10/2026 - Detalhe do contato mostra o nome completo
      *         (prenome e sobrenome, via PG13NOMCTT) no lugar do
      *         nome curto de pesquisa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13NAVCTT.

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

            SELECT NOTAS ASSIGN TO ".\NOTAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-NOTA-FS.

            SELECT SEGUIMENTO ASSIGN TO ".\SEGUIMENTO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-SEG-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD EMPRESAS.
          COPY FD_EMPRS.

       FD NOTAS.
          COPY FD_NOTAS.

       FD SEGUIMENTO.
          COPY FD_SEGU.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 9(02).
          88 FS-OK           VALUE 0.

       77 WS-EMP-FS            PIC 9(02).
          88 EMP-OK          VALUE 0.

       77 WS-NOTA-FS           PIC 9(02).
          88 NOTA-OK         VALUE 0.

       77 WS-SEG-FS            PIC 9(02).
          88 SEG-OK          VALUE 0.

       77 WS-EOF               PIC X.
          88 EOF-OK          VALUE 'S' FALSE 'N'.

       77 WS-SAIR              PIC X(01) VALUE 'N'.
          88 SAIR-OK         VALUE 'S' FALSE 'N'.

      * Ordem da navegacao: por nome (padrao, como a recepcao
      * procura) ou por ID.
       77 WS-ORDEM             PIC X(01) VALUE 'N'.
          88 ORDEM-NOME      VALUE 'N'.
          88 ORDEM-ID        VALUE 'I'.

       77 WS-LINHAS-POR-PAGINA PIC 9(02) VALUE 10.

      * Linhas da pagina em exibicao.
       01 WS-PAGINA.
          03 WS-PAG-LINHA OCCURS 10 TIMES.
             05 WS-PAG-ID          PIC 9(06).
             05 WS-PAG-NOME        PIC X(20).
             05 WS-PAG-TIPO        PIC X(11).
             05 WS-PAG-FILIAL      PIC X(03).
             05 WS-PAG-FONE        PIC X(30).
       77 WS-QTD-PAG           PIC 9(02) VALUE ZEROS.

      * Primeiro contato da pagina em exibicao e da pagina seguinte
      * (o 11o contato lido); na ordem de nome o ID desempata os
      * nomes repetidos.
       77 WS-INI-ID            PIC 9(06) VALUE ZEROS.
       77 WS-INI-NOME          PIC X(20) VALUE SPACES.
       77 WS-PROX-ID           PIC 9(06) VALUE ZEROS.
       77 WS-PROX-NOME         PIC X(20) VALUE SPACES.
       77 WS-TEM-PROXIMA       PIC X(01) VALUE 'N'.
          88 TEM-PROXIMA     VALUE 'S'.

      * Inicio das paginas ja vistas, para o voltar pagina; zerada a
      * cada salto por ID ou por nome.
       01 WS-PILHA.
          03 WS-PILHA-PAGINA OCCURS 500 TIMES.
             05 WS-PILHA-ID        PIC 9(06).
             05 WS-PILHA-NOME      PIC X(20).
       77 WS-QTD-PILHA         PIC 9(03) VALUE ZEROS.

       77 WS-POSICIONADO       PIC X(01) VALUE 'N'.
          88 POSICIONADO     VALUE 'S'.

       77 WS-COMANDO           PIC X(02) VALUE SPACES.
       77 WS-LINHA-ESC         PIC 9(02) VALUE ZEROS.
       77 WS-ID-SALTO          PIC 9(06) VALUE ZEROS.
       77 WS-NOME-SALTO        PIC X(20) VALUE SPACES.
       77 WS-AVISO             PIC X(60) VALUE SPACES.

       77 WS-IDX               PIC 9(02) VALUE ZEROS.
       77 WS-LN                PIC Z9.
       77 WS-FONE-PREF         PIC X(30) VALUE SPACES.

      * Detalhe do contato aberto.
       77 WS-CPF-MASCARADO     PIC X(14) VALUE SPACES.
       77 WS-NM-EMPRESA        PIC X(30) VALUE SPACES.
       77 WS-SITUACAO-MET      PIC X(20) VALUE SPACES.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-MARCA-VENCIDO     PIC X(10) VALUE SPACES.
       77 WS-QTD-ACHADAS       PIC 9(03) VALUE ZEROS.
       77 WS-PAUSA             PIC X(01) VALUE SPACE.

       COPY LK_ERRFS.
       COPY LK_NOMCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            OPEN INPUT CONTATOS

            IF NOT FS-OK THEN
               MOVE 'PG13NAVCTT'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               PERFORM P-END
            END-IF

            SET ORDEM-NOME TO TRUE
            MOVE LOW-VALUES TO WS-INI-NOME
            MOVE ZEROS      TO WS-INI-ID WS-QTD-PILHA
            SET SAIR-OK     TO FALSE

            PERFORM P-NAVEGA THRU P-NAVEGA-FIM UNTIL SAIR-OK

            CLOSE CONTATOS

            PERFORM P-END
           .

      * Monta e mostra a pagina a partir do inicio guardado e trata o
      * comando do operador.
       P-NAVEGA.
            PERFORM P-MONTA-PAGINA THRU P-MONTA-PAGINA-FIM
            PERFORM P-EXIBE-PAGINA THRU P-EXIBE-PAGINA-FIM

            MOVE SPACES TO WS-AVISO
            MOVE SPACES TO WS-COMANDO
            ACCEPT WS-COMANDO
            MOVE FUNCTION UPPER-CASE(WS-COMANDO) TO WS-COMANDO

            MOVE ZEROS TO WS-LINHA-ESC
            IF WS-COMANDO(1:1) IS NUMERIC
               AND WS-COMANDO(2:1) EQUAL SPACE THEN
               MOVE WS-COMANDO(1:1) TO WS-LINHA-ESC
            END-IF
            IF WS-COMANDO IS NUMERIC THEN
               MOVE WS-COMANDO TO WS-LINHA-ESC
            END-IF

            EVALUATE TRUE
                WHEN WS-LINHA-ESC > ZEROS
                   IF WS-LINHA-ESC > WS-QTD-PAG THEN
                      MOVE "LINHA FORA DA PAGINA." TO WS-AVISO
                   ELSE
                      PERFORM P-DETALHE THRU P-DETALHE-FIM
                   END-IF
                WHEN WS-COMANDO EQUAL SPACES
                WHEN WS-COMANDO EQUAL 'A'
                   PERFORM P-AVANCA THRU P-AVANCA-FIM
                WHEN WS-COMANDO EQUAL 'V'
                   PERFORM P-VOLTA THRU P-VOLTA-FIM
                WHEN WS-COMANDO EQUAL 'I'
                   DISPLAY "IR PARA O ID: "
                   ACCEPT WS-ID-SALTO
                   SET ORDEM-ID TO TRUE
                   MOVE WS-ID-SALTO TO WS-INI-ID
                   MOVE ZEROS       TO WS-QTD-PILHA
                WHEN WS-COMANDO EQUAL 'N'
                   DISPLAY "IR PARA O NOME QUE COMECA COM: "
                   MOVE SPACES TO WS-NOME-SALTO
                   ACCEPT WS-NOME-SALTO
                   SET ORDEM-NOME TO TRUE
                   MOVE WS-NOME-SALTO TO WS-INI-NOME
                   MOVE ZEROS         TO WS-INI-ID WS-QTD-PILHA
                WHEN WS-COMANDO EQUAL 'S'
                   SET SAIR-OK TO TRUE
                WHEN OTHER
                   MOVE "COMANDO INVALIDO." TO WS-AVISO
            END-EVALUATE
            .

       P-NAVEGA-FIM.
           EXIT.

      * Proxima pagina: o inicio atual vai para a pilha e o 11o
      * contato lido passa a ser o inicio.
       P-AVANCA.
            IF NOT TEM-PROXIMA THEN
               MOVE "JA ESTA NA ULTIMA PAGINA." TO WS-AVISO
               GO TO P-AVANCA-FIM
            END-IF

            IF WS-QTD-PILHA < 500 THEN
               ADD 1 TO WS-QTD-PILHA
               MOVE WS-INI-ID   TO WS-PILHA-ID(WS-QTD-PILHA)
               MOVE WS-INI-NOME TO WS-PILHA-NOME(WS-QTD-PILHA)
            END-IF

            MOVE WS-PROX-ID   TO WS-INI-ID
            MOVE WS-PROX-NOME TO WS-INI-NOME
            .

       P-AVANCA-FIM.
           EXIT.

       P-VOLTA.
            IF WS-QTD-PILHA EQUAL ZEROS THEN
               MOVE "JA ESTA NA PRIMEIRA PAGINA." TO WS-AVISO
               GO TO P-VOLTA-FIM
            END-IF

            MOVE WS-PILHA-ID(WS-QTD-PILHA)   TO WS-INI-ID
            MOVE WS-PILHA-NOME(WS-QTD-PILHA) TO WS-INI-NOME
            SUBTRACT 1 FROM WS-QTD-PILHA
            .

       P-VOLTA-FIM.
           EXIT.

      * Posiciona no inicio da pagina pela chave da ordem corrente e
      * le ate 10 contatos ativos, mais um para saber se ha pagina
      * seguinte. Na ordem de nome, os nomes repetidos anteriores ao
      * ID do inicio sao pulados.
       P-MONTA-PAGINA.
            MOVE ZEROS  TO WS-QTD-PAG
            MOVE SPACES TO WS-PAGINA
            MOVE 'N'    TO WS-TEM-PROXIMA
            SET EOF-OK  TO FALSE

            IF ORDEM-ID THEN
               MOVE 'S'       TO WS-POSICIONADO
               MOVE WS-INI-ID TO ID-CONTATO
               START CONTATOS KEY IS NOT LESS THAN ID-CONTATO
                     INVALID KEY
                         SET EOF-OK TO TRUE
               END-START
            ELSE
               MOVE 'S' TO WS-POSICIONADO
               IF WS-INI-ID > ZEROS THEN
                  MOVE 'N' TO WS-POSICIONADO
               END-IF
               MOVE WS-INI-NOME TO NM-CONTATO
               START CONTATOS KEY IS NOT LESS THAN NM-CONTATO
                     INVALID KEY
                         SET EOF-OK TO TRUE
               END-START
            END-IF

            PERFORM UNTIL EOF-OK OR TEM-PROXIMA
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF NOT POSICIONADO THEN
                           IF NM-CONTATO NOT EQUAL WS-INI-NOME
                              OR ID-CONTATO EQUAL WS-INI-ID THEN
                              MOVE 'S' TO WS-POSICIONADO
                           END-IF
                        END-IF
                        IF POSICIONADO AND CONTATO-ATIVO THEN
                           PERFORM P-GUARDA-LINHA
                                   THRU P-GUARDA-LINHA-FIM
                        END-IF
                END-READ
            END-PERFORM
            .

       P-MONTA-PAGINA-FIM.
           EXIT.

       P-GUARDA-LINHA.
            IF WS-QTD-PAG EQUAL WS-LINHAS-POR-PAGINA THEN
               MOVE 'S'        TO WS-TEM-PROXIMA
               MOVE ID-CONTATO TO WS-PROX-ID
               MOVE NM-CONTATO TO WS-PROX-NOME
               GO TO P-GUARDA-LINHA-FIM
            END-IF

            IF WS-QTD-PAG EQUAL ZEROS THEN
               MOVE ID-CONTATO TO WS-INI-ID
               MOVE NM-CONTATO TO WS-INI-NOME
            END-IF

            PERFORM P-FONE-PREFERENCIAL THRU P-FONE-PREFERENCIAL-FIM

            ADD 1 TO WS-QTD-PAG
            MOVE ID-CONTATO     TO WS-PAG-ID(WS-QTD-PAG)
            MOVE NM-CONTATO     TO WS-PAG-NOME(WS-QTD-PAG)
            MOVE TP-CONTATO     TO WS-PAG-TIPO(WS-QTD-PAG)
            MOVE FILIAL-CONTATO TO WS-PAG-FILIAL(WS-QTD-PAG)
            MOVE WS-FONE-PREF   TO WS-PAG-FONE(WS-QTD-PAG)
            .

       P-GUARDA-LINHA-FIM.
           EXIT.

      * Telefone preferencial, como no PG13EXPICS: o primeiro
      * CELULAR ou, na falta, o primeiro TELEFONE.
       P-FONE-PREFERENCIAL.
            MOVE SPACES TO WS-FONE-PREF

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > QTD-CT-METODOS OR WS-IDX > 5
                IF CT-METODO-TIPO(WS-IDX) EQUAL 'CELULAR'
                   AND WS-FONE-PREF EQUAL SPACES THEN
                   MOVE CT-METODO-VALOR(WS-IDX) TO WS-FONE-PREF
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > QTD-CT-METODOS OR WS-IDX > 5
                IF CT-METODO-TIPO(WS-IDX) EQUAL 'TELEFONE'
                   AND WS-FONE-PREF EQUAL SPACES THEN
                   MOVE CT-METODO-VALOR(WS-IDX) TO WS-FONE-PREF
                END-IF
            END-PERFORM
            .

       P-FONE-PREFERENCIAL-FIM.
           EXIT.

       P-EXIBE-PAGINA.
            DISPLAY " "
            IF ORDEM-NOME THEN
               DISPLAY "***** CONTATOS - ORDEM DE NOME *****"
            ELSE
               DISPLAY "***** CONTATOS - ORDEM DE ID *****"
            END-IF
            DISPLAY
             "*********************************************************"
            DISPLAY "LN ID     NOME                 TIPO        FIL "
                    "TELEFONE"
            DISPLAY
             "*********************************************************"

            IF WS-QTD-PAG EQUAL ZEROS THEN
               DISPLAY "NENHUM CONTATO ATIVO A PARTIR DESTE PONTO."
            END-IF

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PAG
                MOVE WS-IDX TO WS-LN
                DISPLAY WS-LN " " WS-PAG-ID(WS-IDX) " "
                        WS-PAG-NOME(WS-IDX) " " WS-PAG-TIPO(WS-IDX) " "
                        WS-PAG-FILIAL(WS-IDX) " "
                        FUNCTION TRIM(WS-PAG-FONE(WS-IDX))
            END-PERFORM

            DISPLAY
             "*********************************************************"
            IF WS-AVISO NOT EQUAL SPACES THEN
               DISPLAY FUNCTION TRIM(WS-AVISO)
            END-IF
            DISPLAY "<ENTER>/<A> Avancar  <V> Voltar  <I> Ir para ID  "
                    "<N> Ir para nome"
            DISPLAY "<1>-<10> Abrir a linha  <S> Sair"
            .

       P-EXIBE-PAGINA-FIM.
           EXIT.

      * Abre a linha escolhida: contato completo (CPF mascarado,
      * como na listagem), anotacoes e acompanhamentos pendentes. A
      * pagina e remontada pelo P-NAVEGA na volta.
       P-DETALHE.
            MOVE WS-PAG-ID(WS-LINHA-ESC) TO ID-CONTATO

            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                    MOVE "CONTATO NAO ENCONTRADO." TO WS-AVISO
                    GO TO P-DETALHE-FIM
            END-READ

            MOVE SPACES TO WS-CPF-MASCARADO
            STRING '***.'               DELIMITED BY SIZE
                   CPF-CONTATO(4:3)     DELIMITED BY SIZE
                   '.'                  DELIMITED BY SIZE
                   CPF-CONTATO(7:3)     DELIMITED BY SIZE
                   '-**'                DELIMITED BY SIZE
                   INTO WS-CPF-MASCARADO
            END-STRING

            PERFORM P-NOME-EMPRESA THRU P-NOME-EMPRESA-FIM

            MOVE 'J'             TO LK-NMC-FUNCAO
            MOVE NM-CONTATO      TO LK-NMC-NOME-CURTO
            MOVE NM-PRENOME      TO LK-NMC-PRENOME
            MOVE NM-SOBRENOME    TO LK-NMC-SOBRENOME
            MOVE ZEROS           TO LK-NMC-TAM-MAXIMO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            DISPLAY " "
            DISPLAY
             "*********************************************************"
            DISPLAY "CONTATO " ID-CONTATO " - "
                    FUNCTION TRIM(LK-NMC-NOME-COMPLETO)
            DISPLAY
             "*********************************************************"
            DISPLAY "CPF.............: " WS-CPF-MASCARADO
            DISPLAY "TIPO............: " TP-CONTATO
            DISPLAY "FILIAL..........: " FILIAL-CONTATO
            DISPLAY "NASCIMENTO......: " DT-NASCIMENTO
            DISPLAY "EMPRESA.........: " ID-EMPRESA " " WS-NM-EMPRESA
            DISPLAY "TERRITORIO......: " TERRITORIO-CONTATO
                    "  REPRESENTANTE: " REPRES-CONTATO
            DISPLAY "ULTIMA ALTERACAO: " DT-ULT-ALT-DATA " "
                    DT-ULT-ALT-HORA
            DISPLAY "MEIOS DE CONTATO:"

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > QTD-CT-METODOS OR WS-IDX > 5
                MOVE SPACES TO WS-SITUACAO-MET
                EVALUATE TRUE
                    WHEN METODO-DEVOLVIDO(WS-IDX)
                       MOVE '(DEVOLVIDO)'       TO WS-SITUACAO-MET
                    WHEN METODO-RECUSADO(WS-IDX)
                       MOVE '(SEM CONSENTIMENTO)' TO WS-SITUACAO-MET
                    WHEN METODO-CONSENTIDO(WS-IDX)
                       MOVE '(CONSENTIDO)'      TO WS-SITUACAO-MET
                    WHEN OTHER
                       CONTINUE
                END-EVALUATE
                DISPLAY "  " CT-METODO-TIPO(WS-IDX) " "
                        CT-METODO-VALOR(WS-IDX) " " WS-SITUACAO-MET
            END-PERFORM

            PERFORM P-EXIBE-NOTAS THRU P-EXIBE-NOTAS-FIM
            PERFORM P-EXIBE-PENDENTES THRU P-EXIBE-PENDENTES-FIM

            DISPLAY
             "*********************************************************"
            DISPLAY "<ENTER> para voltar a lista."
            ACCEPT WS-PAUSA
            .

       P-DETALHE-FIM.
           EXIT.

       P-NOME-EMPRESA.
            MOVE SPACES TO WS-NM-EMPRESA

            IF ID-EMPRESA EQUAL ZEROS THEN
               GO TO P-NOME-EMPRESA-FIM
            END-IF

            OPEN INPUT EMPRESAS
            IF NOT EMP-OK THEN
               GO TO P-NOME-EMPRESA-FIM
            END-IF

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ EMPRESAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF EMP-ID EQUAL ID-EMPRESA THEN
                           MOVE EMP-NOME TO WS-NM-EMPRESA
                           SET EOF-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM

            CLOSE EMPRESAS
            .

       P-NOME-EMPRESA-FIM.
           EXIT.

      * Anotacoes do contato, da mais antiga para a mais recente, no
      * mesmo formato da consulta do PG13NOTCNT.
       P-EXIBE-NOTAS.
            MOVE ZEROS TO WS-QTD-ACHADAS
            DISPLAY "ANOTACOES:"

            OPEN INPUT NOTAS
            IF NOT NOTA-OK THEN
               DISPLAY "  NENHUMA ANOTACAO."
               GO TO P-EXIBE-NOTAS-FIM
            END-IF

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ NOTAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF NOTA-ID-CONTATO EQUAL ID-CONTATO THEN
                           ADD 1 TO WS-QTD-ACHADAS
                           DISPLAY "  " NOTA-DATA " " NOTA-HORA " ["
                                   FUNCTION TRIM(NOTA-OPERADOR)
                                   "] " FUNCTION TRIM(NOTA-TEXTO)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE NOTAS

            IF WS-QTD-ACHADAS EQUAL ZEROS THEN
               DISPLAY "  NENHUMA ANOTACAO."
            END-IF
            .

       P-EXIBE-NOTAS-FIM.
           EXIT.

      * Acompanhamentos ainda pendentes do contato; os de data ja
      * passada saem marcados como vencidos.
       P-EXIBE-PENDENTES.
            MOVE ZEROS TO WS-QTD-ACHADAS
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
            DISPLAY "ACOMPANHAMENTOS PENDENTES:"

            OPEN INPUT SEGUIMENTO
            IF NOT SEG-OK THEN
               DISPLAY "  NENHUM ACOMPANHAMENTO PENDENTE."
               GO TO P-EXIBE-PENDENTES-FIM
            END-IF

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ SEGUIMENTO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF SEG-ID-CONTATO EQUAL ID-CONTATO
                           AND SEG-PENDENTE THEN
                           ADD 1 TO WS-QTD-ACHADAS
                           MOVE SPACES TO WS-MARCA-VENCIDO
                           IF SEG-DT-SEGUIMENTO < WS-DATA-HOJE THEN
                              MOVE '(VENCIDO)' TO WS-MARCA-VENCIDO
                           END-IF
                           DISPLAY "  " SEG-DT-SEGUIMENTO " "
                                   SEG-RESPONSAVEL " "
                                   FUNCTION TRIM(SEG-MOTIVO) " "
                                   WS-MARCA-VENCIDO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE SEGUIMENTO

            IF WS-QTD-ACHADAS EQUAL ZEROS THEN
               DISPLAY "  NENHUM ACOMPANHAMENTO PENDENTE."
            END-IF
            .

       P-EXIBE-PENDENTES-FIM.
           EXIT.

       P-END.
            GOBACK.
       END PROGRAM PG13NAVCTT.
