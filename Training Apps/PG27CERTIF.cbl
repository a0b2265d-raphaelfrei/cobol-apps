      *          pelo PG18TREINA, lista quem esta certificado (para o
      *          RH) e reemite em CERTIFICADO.LST a segunda via de um
      *          certificado, com a data original da emissao.
      * Update: 15/10/2026 - Listagem com o operador de cada
      *                      certificado (layout FD_CERTI), segunda
      *                      via procurada pelo nome ou pela
      *                      identificacao do operador, e opcao 3
      *                      para vincular a um operador de
      *                      OPERADORES.dat os certificados emitidos
      *                      antes do vinculo
      * Update: 15/10/2026 - Listagem com a validade de cada
      *                      certificado e a marca VENCIDO; segunda
      *                      via de certificado vencido so sai com a
      *                      confirmacao do operador e com a nota de
      *                      vencimento impressa
      * Update: 15/10/2026 - O vinculo a um operador exige a senha
      *                      dele, conferida pelo PG13CNFOPR com as
      *                      regras do login do menu (falhas,
      *                      bloqueio e SEGURANCA_LOG.dat)
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG27CERTIF.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CRT-FS.

            SELECT CERTTEMP ASSIGN TO ".\CERTIFICADOS.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CERTIFICADOS.
          COPY FD_CERTI.

       FD CERTIFICADO.
       01 REG-CERTIFICADO      PIC X(60).

      * Mesmo tamanho de REG-CERTREG, para a regravacao via
      * temporario nao truncar o fim das linhas.
       FD CERTTEMP.
       01 REG-CERTTEMP         PIC X(45).

       WORKING-STORAGE SECTION.

       77 WS-CTD-FS            PIC 9(02).
       77 WS-CRT-FS            PIC 9(02).
          88 CRT-OK          VALUE 0.

       77 WS-TMP-FS            PIC 9(02).
          88 TMP-OK          VALUE 0.

       77 WS-EOF               PIC X(01) VALUE 'N'.
          88 EOF-OK          VALUE 'S' FALSE 'N'.


       77 WS-OPCAO             PIC X(01) VALUE SPACE.
          88 OPCAO-REEMITIR  VALUE '2'.
          88 OPCAO-VINCULAR  VALUE '3'.

       77 WS-NOME-BUSCA        PIC X(15) VALUE SPACES.
       77 WS-NOME-BUSCA-UC     PIC X(15) VALUE SPACES.
       77 WS-NOME-CERT         PIC X(15) VALUE SPACES.
       77 WS-DATA-CERT         PIC 9(08) VALUE ZEROS.

      * Validade do certificado; linha sem validade (anterior ao
      * controle) vale um ano depois da emissao.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-VALIDADE          PIC 9(08) VALUE ZEROS.
       77 WS-VALIDADE-CERT     PIC 9(08) VALUE ZEROS.
       77 WS-MARCA-VENCIDO     PIC X(07) VALUE SPACES.
       77 WS-QTD-VENCIDOS      PIC 9(04) VALUE ZEROS.

       77 WS-CONFIRMA          PIC X(01) VALUE SPACE.
       77 WS-NOTA-VENCIDO      PIC X(01) VALUE 'N'.
          88 NOTA-VENCIDO    VALUE 'S'.

       77 WS-QTD-LISTADOS      PIC 9(04) VALUE ZEROS.

       77 WS-OPR-VINCULO       PIC X(08) VALUE SPACES.
       77 WS-SENHA-VINCULO     PIC X(08) VALUE SPACES.

       77 WS-QTD-VINCULADOS    PIC 9(04) VALUE ZEROS.
       77 WS-QTD-OUTRO-OPR     PIC 9(04) VALUE ZEROS.

       COPY LK_CNFOPR.

       PROCEDURE DIVISION.
       P-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            DISPLAY "***** CERTIFICADOS DA TRILHA DE TREINAMENTO "
                    "*****"
            DISPLAY "<1> LISTAR CERTIFICADOS (PADRAO)"
            DISPLAY "<2> REEMITIR SEGUNDA VIA"
            DISPLAY "<3> VINCULAR CERTIFICADOS A UM OPERADOR"
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN OPCAO-REEMITIR
                    PERFORM P-REEMITE THRU P-REEMITE-FIM
                WHEN OPCAO-VINCULAR
                    PERFORM P-VINCULA THRU P-VINCULA-FIM
                WHEN OTHER
                    PERFORM P-LISTA THRU P-LISTA-FIM
            END-EVALUATE

            PERFORM P-REPETE THRU P-REPETE-FIM.


       P-LISTA.
            SET EOF-OK TO FALSE
            MOVE ZEROS  TO WS-QTD-LISTADOS WS-QTD-VENCIDOS

            OPEN INPUT CERTIFICADOS

            IF NOT CTD-OK
                DISPLAY "NENHUM CERTIFICADO REGISTRADO AINDA."
            ELSE
                DISPLAY "NOME             DATA      HORA    OPERADOR  "
                        "VALIDADE"

                PERFORM P-LISTA-1 THRU P-LISTA-1-FIM UNTIL EOF-OK

                CLOSE CERTIFICADOS

                DISPLAY "CERTIFICADOS: " WS-QTD-LISTADOS
                DISPLAY "VENCIDOS:     " WS-QTD-VENCIDOS
            END-IF.

       P-LISTA-FIM.
                     SET EOF-OK TO TRUE
                 NOT AT END
                     ADD 1 TO WS-QTD-LISTADOS
                     PERFORM P-VALIDADE THRU P-VALIDADE-FIM
                     MOVE SPACES TO WS-MARCA-VENCIDO
                     IF WS-VALIDADE LESS WS-DATA-HOJE
                         MOVE 'VENCIDO' TO WS-MARCA-VENCIDO
                         ADD 1 TO WS-QTD-VENCIDOS
                     END-IF
                     DISPLAY CTD-NOME '  ' CTD-DATA '  ' CTD-HORA
                             '  ' CTD-OPR-ID '  ' WS-VALIDADE
                             ' ' WS-MARCA-VENCIDO
            END-READ.

       P-LISTA-1-FIM.

       P-VALIDADE.
            IF CTD-VALIDADE IS NUMERIC AND CTD-VALIDADE NOT EQUAL ZEROS
                MOVE CTD-VALIDADE TO WS-VALIDADE
            ELSE
                COMPUTE WS-VALIDADE = CTD-DATA + 10000
                IF WS-VALIDADE(5:4) EQUAL '0229'
                    SUBTRACT 1 FROM WS-VALIDADE
                END-IF
            END-IF.

       P-VALIDADE-FIM.

      * Procura o registro mais recente do nome (ou da identificacao
      * de operador) pedido e regrava o certificado em
      * CERTIFICADO.LST com a data original, marcado como segunda
      * via.
       P-REEMITE.
            SET EOF-OK TO FALSE
            MOVE 'N' TO WS-ACHEI
            MOVE 'N' TO WS-NOTA-VENCIDO

            DISPLAY "NOME DO TREINANDO OU OPERADOR: "
            ACCEPT WS-NOME-BUSCA

            MOVE FUNCTION UPPER-CASE(WS-NOME-BUSCA)
                CLOSE CERTIFICADOS

                IF CERT-ACHADO
                    PERFORM P-CONFERE-VENCIDO
                            THRU P-CONFERE-VENCIDO-FIM
                ELSE
                    DISPLAY "NENHUM CERTIFICADO PARA ESSE NOME."
                END-IF

       P-REEMITE-FIM.

      * Certificado vencido nao tem segunda via comum: so sai se o
      * operador confirmar, e com a nota de vencimento impressa.
       P-CONFERE-VENCIDO.
            IF WS-VALIDADE-CERT NOT LESS WS-DATA-HOJE
                PERFORM P-GERA-SEGUNDA-VIA
                        THRU P-GERA-SEGUNDA-VIA-FIM
                GO TO P-CONFERE-VENCIDO-FIM
            END-IF

            DISPLAY "CERTIFICADO VENCIDO EM " WS-VALIDADE-CERT
                    " - RECERTIFICACAO PENDENTE."
            DISPLAY "EMITIR SEGUNDA VIA COM A NOTA DE VENCIMENTO? "
                    "(S/N)"
            MOVE SPACE TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
                MOVE 'S' TO WS-NOTA-VENCIDO
                PERFORM P-GERA-SEGUNDA-VIA
                        THRU P-GERA-SEGUNDA-VIA-FIM
            ELSE
                DISPLAY "SEGUNDA VIA NAO EMITIDA."
            END-IF.

       P-CONFERE-VENCIDO-FIM.

       P-PROCURA-1.
            READ CERTIFICADOS
                 AT END
                     MOVE FUNCTION UPPER-CASE(CTD-NOME)
                          TO WS-NOME-LIDO-UC
                     IF WS-NOME-LIDO-UC EQUAL WS-NOME-BUSCA-UC
                        OR (CTD-OPR-ID NOT EQUAL SPACES AND
                            CTD-OPR-ID EQUAL WS-NOME-BUSCA)
                         MOVE 'S'      TO WS-ACHEI
                         MOVE CTD-NOME TO WS-NOME-CERT
                         MOVE CTD-DATA TO WS-DATA-CERT
                         PERFORM P-VALIDADE THRU P-VALIDADE-FIM
                         MOVE WS-VALIDADE TO WS-VALIDADE-CERT
                     END-IF
            END-READ.

       P-PROCURA-1-FIM.

      * Liga ao operador informado os certificados do nome pedido que
      * ainda estao sem operador (emitidos antes do vinculo), com a
      * senha do operador conferida pelo PG13CNFOPR. Quem ja tem
      * operador diferente nao e mexido e so e contado. A regravacao
      * passa por CERTIFICADOS.TMP.
       P-VINCULA.
            SET EOF-OK TO FALSE
            MOVE ZEROS  TO WS-QTD-VINCULADOS WS-QTD-OUTRO-OPR
            MOVE SPACES TO WS-NOME-BUSCA WS-OPR-VINCULO
                           WS-SENHA-VINCULO

            DISPLAY "NOME DO TREINANDO: "
            ACCEPT WS-NOME-BUSCA
            DISPLAY "IDENTIFICACAO DO OPERADOR: "
            ACCEPT WS-OPR-VINCULO

            IF WS-NOME-BUSCA EQUAL SPACES
               OR WS-OPR-VINCULO EQUAL SPACES
                DISPLAY "INFORME O NOME E A IDENTIFICACAO."
                GO TO P-VINCULA-FIM
            END-IF

            DISPLAY "SENHA DO OPERADOR: "
            ACCEPT WS-SENHA-VINCULO

            MOVE 'PG27CERTIF'     TO LK-CNF-PROGRAMA
            MOVE WS-OPR-VINCULO   TO LK-CNF-OPERADOR
            MOVE WS-SENHA-VINCULO TO LK-CNF-SENHA
            MOVE 'N'              TO LK-CNF-CONFERE-CERT
            CALL 'PG13CNFOPR' USING LK-CNF-AREA

            IF NOT LK-CNF-CONFERIDO
                DISPLAY "VINCULO CANCELADO."
                GO TO P-VINCULA-FIM
            END-IF

            MOVE FUNCTION UPPER-CASE(WS-NOME-BUSCA)
                 TO WS-NOME-BUSCA-UC

            OPEN INPUT CERTIFICADOS

            IF NOT CTD-OK
                DISPLAY "NENHUM CERTIFICADO REGISTRADO AINDA."
                GO TO P-VINCULA-FIM
            END-IF

            OPEN OUTPUT CERTTEMP

            PERFORM P-VINCULA-1 THRU P-VINCULA-1-FIM UNTIL EOF-OK

            CLOSE CERTIFICADOS
            CLOSE CERTTEMP

            IF WS-QTD-VINCULADOS GREATER ZEROS
                SET EOF-OK TO FALSE
                OPEN INPUT CERTTEMP
                OPEN OUTPUT CERTIFICADOS
                PERFORM P-VOLTA-TEMP THRU P-VOLTA-TEMP-FIM
                        UNTIL EOF-OK
                CLOSE CERTTEMP
                CLOSE CERTIFICADOS
            END-IF

            DISPLAY "CERTIFICADOS VINCULADOS: " WS-QTD-VINCULADOS

            IF WS-QTD-OUTRO-OPR GREATER ZEROS
                DISPLAY "JA VINCULADOS A OUTRO OPERADOR (NAO "
                        "ALTERADOS): " WS-QTD-OUTRO-OPR
            END-IF.

       P-VINCULA-FIM.

       P-VINCULA-1.
            READ CERTIFICADOS
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     MOVE FUNCTION UPPER-CASE(CTD-NOME)
                          TO WS-NOME-LIDO-UC
                     IF WS-NOME-LIDO-UC EQUAL WS-NOME-BUSCA-UC
                         IF CTD-OPR-ID EQUAL SPACES
                             MOVE WS-OPR-VINCULO TO CTD-OPR-ID
                             ADD 1 TO WS-QTD-VINCULADOS
                         ELSE
                             IF CTD-OPR-ID NOT EQUAL WS-OPR-VINCULO
                                 ADD 1 TO WS-QTD-OUTRO-OPR
                             END-IF
                         END-IF
                     END-IF
                     MOVE REG-CERTREG TO REG-CERTTEMP
                     WRITE REG-CERTTEMP
            END-READ.

       P-VINCULA-1-FIM.

       P-VOLTA-TEMP.
            READ CERTTEMP
                 AT END
                     SET EOF-OK TO TRUE
                 NOT AT END
                     MOVE REG-CERTTEMP TO REG-CERTREG
                     WRITE REG-CERTREG
            END-READ.

       P-VOLTA-TEMP-FIM.

       P-GERA-SEGUNDA-VIA.
            OPEN OUTPUT CERTIFICADO

            END-STRING
            WRITE REG-CERTIFICADO

            MOVE SPACES TO REG-CERTIFICADO
            STRING 'VALIDO ATE '               DELIMITED BY SIZE
                   WS-VALIDADE-CERT            DELIMITED BY SIZE
               INTO REG-CERTIFICADO
            END-STRING
            WRITE REG-CERTIFICADO

            IF NOTA-VENCIDO
                MOVE SPACES TO REG-CERTIFICADO
                STRING '*** CERTIFICADO VENCIDO EM ' DELIMITED BY SIZE
                       WS-VALIDADE-CERT              DELIMITED BY SIZE
                       ' ***'                        DELIMITED BY SIZE
                   INTO REG-CERTIFICADO
                END-STRING
                WRITE REG-CERTIFICADO
                MOVE '*** SEM VALOR ATE A RECERTIFICACAO NA TRILHA ***'
                     TO REG-CERTIFICADO
                WRITE REG-CERTIFICADO
            END-IF

            MOVE SPACES TO REG-CERTIFICADO
            STRING 'SEGUNDA VIA EMITIDA EM '   DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
