      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Manutencao da lista de supressao (SUPRESSAO.dat) -
      *          pedidos de "nao contatar" por CPF, telefone ou e-mail
      *          que valem acima do consentimento de CT-METODO e de
      *          qualquer cadastro: incluir (com motivo, origem e
      *          data), remover (so operador autorizado), listar e
      *          carregar uma lista externa (Nao Me Perturbe e
      *          similares) de SUPRESSAO_CARGA.dat. A conferencia na
      *          hora da saida e feita pelo PG13CHKSUP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13SUPRES.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SUPRESSAO ASSIGN TO ".\SUPRESSAO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-SUP-FS.

            SELECT SUPTEMP ASSIGN TO ".\SUPRESSAO.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

      * Lista externa ja convertida para uma linha por pedido: tipo
      * (C/T/E) e o valor.
            SELECT CARGA ASSIGN TO ".\SUPRESSAO_CARGA.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CRG-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD SUPRESSAO.
          COPY FD_SUPRE.

      * Mesmo tamanho de REG-SUPRESSAO (92 bytes), para a regravacao
      * via temporario nao truncar o fim dos registros copiados.
       FD SUPTEMP.
       01 REG-SUPTEMP              PIC X(92).

       FD CARGA.
       01 REG-CARGA.
          03 CRG-TIPO             PIC X(01).
          03 CRG-VALOR            PIC X(30).

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-SUP-FS             PIC 9(02).
          88 SUP-OK           VALUE 0.

       77 WS-TMP-FS             PIC 9(02).
          88 TMP-OK           VALUE 0.

       77 WS-CRG-FS             PIC 9(02).
          88 CRG-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-EXIT               PIC X(01).
          88 EXIT-OK          VALUE 'N' FALSE 'S'.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
          88 OPCAO-INCLUIR    VALUE '2'.
          88 OPCAO-REMOVER    VALUE '3'.
          88 OPCAO-CARGA      VALUE '4'.

       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.

      * Pedido em digitacao/carga, ja normalizado por P-NORMALIZA.
       77 WS-NOVO-TIPO          PIC X(01) VALUE SPACE.
          88 NOVO-POR-CPF     VALUE 'C'.
          88 NOVO-POR-TELEFONE VALUE 'T'.
          88 NOVO-POR-EMAIL   VALUE 'E'.
       77 WS-NOVO-VALOR         PIC X(30) VALUE SPACES.
       77 WS-NOVO-MOTIVO        PIC X(30) VALUE SPACES.
       77 WS-NOVO-ORIGEM        PIC X(15) VALUE SPACES.

       77 WS-VALIDO             PIC X(01) VALUE 'N'.
          88 VALOR-VALIDO     VALUE 'S'.

       77 WS-DUPLICADO          PIC X(01) VALUE 'N'.
          88 VALOR-DUPLICADO  VALUE 'S'.

      * Reducao do valor aos digitos (CPF e telefone).
       77 WS-BRUTO              PIC X(30) VALUE SPACES.
       77 WS-DIGITOS            PIC X(30) VALUE SPACES.
       77 WS-TAM-DIGITOS        PIC 9(02) VALUE ZEROS.
       77 WS-IDX-CHAR           PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ARROBA         PIC 9(02) VALUE ZEROS.

       01 WS-CPF-EDITADO.
          03 WS-CPF-NUM         PIC 9(11) VALUE ZEROS.

      * Chaves ja existentes, para a carga nao duplicar pedidos.
       01 WS-TABELA-EXISTENTES.
          03 WS-EX-ITEM OCCURS 5000 TIMES.
             05 WS-EX-TIPO          PIC X(01).
             05 WS-EX-VALOR         PIC X(30).

       77 WS-QTD-EX             PIC 9(05) VALUE ZEROS.
       77 WS-IDX-EX             PIC 9(05) VALUE ZEROS.

       77 WS-QTD-LISTADAS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REMOVIDAS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-INCLUIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DUPLICADOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-INVALIDOS      PIC 9(06) VALUE ZEROS.

       COPY LK_CPFDV.
       COPY LK_ERRFS.
       COPY LK_DURLOG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** LISTA DE SUPRESSAO (NAO CONTATAR) *****"

            MOVE LK-OPERADOR TO WS-OPERADOR
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            SET EXIT-OK OF WS-EXIT TO FALSE

            PERFORM P-MENU THRU P-MENU-FIM UNTIL EXIT-OK

            PERFORM P-END
           .

       P-MENU.
            MOVE SPACE TO WS-OPCAO

            DISPLAY "<1> Listar pedidos (padrao)"
            DISPLAY "<2> Incluir pedido"
            DISPLAY "<3> Remover pedido"
            DISPLAY "<4> Carregar lista externa (SUPRESSAO_CARGA.dat)"
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN OPCAO-INCLUIR
                   PERFORM P-INCLUI THRU P-INCLUI-FIM
                WHEN OPCAO-REMOVER
                   PERFORM P-REMOVE THRU P-REMOVE-FIM
                WHEN OPCAO-CARGA
                   PERFORM P-CARGA THRU P-CARGA-FIM
                WHEN OTHER
                   PERFORM P-LISTA THRU P-LISTA-FIM
            END-EVALUATE

            DISPLAY "<QUALQUER TECLA> para continuar, <N> para sair."
            ACCEPT WS-EXIT
           .

       P-MENU-FIM.

       P-LISTA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LISTADAS

            OPEN INPUT SUPRESSAO
            IF NOT SUP-OK THEN
               DISPLAY "NENHUM PEDIDO DE SUPRESSAO REGISTRADO AINDA."
               GO TO P-LISTA-FIM
            END-IF

            DISPLAY "T VALOR                          ORIGEM          "
                    "DATA     MOTIVO"
            PERFORM UNTIL EOF-OK
                READ SUPRESSAO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LISTADAS
                        DISPLAY SUP-TIPO " " SUP-VALOR " " SUP-ORIGEM
                                " " SUP-DATA " " SUP-MOTIVO
                END-READ
            END-PERFORM
            CLOSE SUPRESSAO

            DISPLAY "TOTAL DE PEDIDOS: " WS-QTD-LISTADAS
           .

       P-LISTA-FIM.
           EXIT.

      * Pede tipo, valor, motivo e origem de um pedido novo; o valor
      * precisa ser valido para o tipo e nao pode ja estar na lista.
       P-INCLUI.
            DISPLAY "Tipo <C> CPF, <T> Telefone, <E> E-mail: "
            ACCEPT WS-NOVO-TIPO
            MOVE FUNCTION UPPER-CASE(WS-NOVO-TIPO) TO WS-NOVO-TIPO

            DISPLAY "Valor: "
            ACCEPT WS-NOVO-VALOR

            PERFORM P-NORMALIZA THRU P-NORMALIZA-FIM
            IF NOT VALOR-VALIDO THEN
               DISPLAY "VALOR INVALIDO PARA O TIPO INFORMADO - NADA "
                       "FOI INCLUIDO."
               GO TO P-INCLUI-FIM
            END-IF

            PERFORM P-CARREGA-EXISTENTES THRU P-CARREGA-EXISTENTES-FIM
            PERFORM P-CONFERE-DUPLICADO THRU P-CONFERE-DUPLICADO-FIM
            IF VALOR-DUPLICADO THEN
               DISPLAY "ESSE VALOR JA CONSTA DA LISTA DE SUPRESSAO."
               GO TO P-INCLUI-FIM
            END-IF

            MOVE SPACES TO WS-NOVO-MOTIVO WS-NOVO-ORIGEM
            DISPLAY "Motivo: "
            ACCEPT WS-NOVO-MOTIVO
            DISPLAY "Origem (ex. TITULAR, PROCON, NAO ME PERTURBE): "
            ACCEPT WS-NOVO-ORIGEM
            MOVE FUNCTION UPPER-CASE(WS-NOVO-ORIGEM) TO WS-NOVO-ORIGEM

            PERFORM UNTIL WS-NOVO-MOTIVO NOT = SPACES
                DISPLAY "O MOTIVO E OBRIGATORIO."
                DISPLAY "Motivo: "
                ACCEPT WS-NOVO-MOTIVO
            END-PERFORM

            OPEN EXTEND SUPRESSAO
            IF WS-SUP-FS EQUAL 35 THEN
               OPEN OUTPUT SUPRESSAO
            END-IF

            IF NOT SUP-OK THEN
               MOVE 'PG13SUPRES'       TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR SUPRESSAO' TO LK-ERRO-OPERACAO
               MOVE WS-SUP-FS          TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-INCLUI-FIM
            END-IF

            PERFORM P-MONTA-REGISTRO THRU P-MONTA-REGISTRO-FIM
            WRITE REG-SUPRESSAO
            CLOSE SUPRESSAO

            DISPLAY "PEDIDO INCLUIDO: " SUP-TIPO " " SUP-VALOR
           .

       P-INCLUI-FIM.
           EXIT.

      * Remove da lista o pedido do tipo/valor informado, regravando
      * SUPRESSAO.dat via temporario. Tirar alguem da lista volta a
      * liberar o contato para todas as saidas, por isso so operador
      * autorizado pode fazer.
       P-REMOVE.
            IF LK-AUTORIZADO NOT = 'S' THEN
               DISPLAY "REMOCAO RESTRITA A OPERADORES AUTORIZADOS."
               GO TO P-REMOVE-FIM
            END-IF

            DISPLAY "Tipo <C> CPF, <T> Telefone, <E> E-mail: "
            ACCEPT WS-NOVO-TIPO
            MOVE FUNCTION UPPER-CASE(WS-NOVO-TIPO) TO WS-NOVO-TIPO

            DISPLAY "Valor: "
            ACCEPT WS-NOVO-VALOR

            PERFORM P-NORMALIZA THRU P-NORMALIZA-FIM
            IF NOT VALOR-VALIDO THEN
               DISPLAY "VALOR INVALIDO PARA O TIPO INFORMADO."
               GO TO P-REMOVE-FIM
            END-IF

            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-REMOVIDAS

            OPEN INPUT SUPRESSAO
            IF NOT SUP-OK THEN
               DISPLAY "NENHUM PEDIDO DE SUPRESSAO REGISTRADO AINDA."
               GO TO P-REMOVE-FIM
            END-IF

            OPEN OUTPUT SUPTEMP

            PERFORM UNTIL EOF-OK
                READ SUPRESSAO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF SUP-TIPO EQUAL WS-NOVO-TIPO
                           AND FUNCTION UPPER-CASE(SUP-VALOR)
                               EQUAL WS-NOVO-VALOR THEN
                           ADD 1 TO WS-QTD-REMOVIDAS
                           DISPLAY "REMOVIDO: " SUP-TIPO " " SUP-VALOR
                                   " " SUP-ORIGEM " " SUP-DATA
                        ELSE
                           MOVE REG-SUPRESSAO TO REG-SUPTEMP
                           WRITE REG-SUPTEMP
                        END-IF
                END-READ
            END-PERFORM

            CLOSE SUPRESSAO
            CLOSE SUPTEMP

            IF WS-QTD-REMOVIDAS EQUAL ZEROS THEN
               DISPLAY "VALOR NAO CONSTA DA LISTA DE SUPRESSAO."
               GO TO P-REMOVE-FIM
            END-IF

            SET EOF-OK TO FALSE
            OPEN INPUT SUPTEMP
            OPEN OUTPUT SUPRESSAO

            PERFORM UNTIL EOF-OK
                READ SUPTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-SUPTEMP TO REG-SUPRESSAO
                        WRITE REG-SUPRESSAO
                END-READ
            END-PERFORM

            CLOSE SUPTEMP
            CLOSE SUPRESSAO
           .

       P-REMOVE-FIM.
           EXIT.

      * Carrega SUPRESSAO_CARGA.dat: cada linha valida e ainda nao
      * existente entra na lista com a origem e o motivo informados
      * uma vez para o arquivo inteiro.
       P-CARGA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-INCLUIDOS
                          WS-QTD-DUPLICADOS WS-QTD-INVALIDOS

            MOVE SPACES TO WS-NOVO-ORIGEM WS-NOVO-MOTIVO
            DISPLAY "Origem da lista (padrao NAO ME PERTURBE): "
            ACCEPT WS-NOVO-ORIGEM
            MOVE FUNCTION UPPER-CASE(WS-NOVO-ORIGEM) TO WS-NOVO-ORIGEM
            IF WS-NOVO-ORIGEM EQUAL SPACES THEN
               MOVE "NAO ME PERTURBE" TO WS-NOVO-ORIGEM
            END-IF

            DISPLAY "Motivo (padrao CARGA DE LISTA EXTERNA): "
            ACCEPT WS-NOVO-MOTIVO
            IF WS-NOVO-MOTIVO EQUAL SPACES THEN
               MOVE "CARGA DE LISTA EXTERNA" TO WS-NOVO-MOTIVO
            END-IF

            OPEN INPUT CARGA
            IF NOT CRG-OK THEN
               DISPLAY "ARQUIVO SUPRESSAO_CARGA.dat NAO ENCONTRADO."
               DISPLAY "Error ID: " WS-CRG-FS
               GO TO P-CARGA-FIM
            END-IF

            MOVE 'PG13SUPRES' TO LK-DUR-PROGRAMA
            MOVE 'I'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-CARREGA-EXISTENTES THRU P-CARREGA-EXISTENTES-FIM

            OPEN EXTEND SUPRESSAO
            IF WS-SUP-FS EQUAL 35 THEN
               OPEN OUTPUT SUPRESSAO
            END-IF

            IF NOT SUP-OK THEN
               MOVE 'PG13SUPRES'       TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR SUPRESSAO' TO LK-ERRO-OPERACAO
               MOVE WS-SUP-FS          TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE CARGA
               GO TO P-CARGA-FIM
            END-IF

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ CARGA
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM P-CARGA-1 THRU P-CARGA-1-FIM
                END-READ
            END-PERFORM

            CLOSE CARGA
            CLOSE SUPRESSAO

            DISPLAY "LINHAS LIDAS    : " WS-QTD-LIDOS
            DISPLAY "INCLUIDAS       : " WS-QTD-INCLUIDOS
            DISPLAY "JA NA LISTA     : " WS-QTD-DUPLICADOS
            DISPLAY "INVALIDAS       : " WS-QTD-INVALIDOS

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA
           .

       P-CARGA-FIM.
           EXIT.

       P-CARGA-1.
            MOVE FUNCTION UPPER-CASE(CRG-TIPO) TO WS-NOVO-TIPO
            MOVE CRG-VALOR TO WS-NOVO-VALOR

            PERFORM P-NORMALIZA THRU P-NORMALIZA-FIM
            IF NOT VALOR-VALIDO THEN
               ADD 1 TO WS-QTD-INVALIDOS
               DISPLAY "INVALIDA: " REG-CARGA
               GO TO P-CARGA-1-FIM
            END-IF

            PERFORM P-CONFERE-DUPLICADO THRU P-CONFERE-DUPLICADO-FIM
            IF VALOR-DUPLICADO THEN
               ADD 1 TO WS-QTD-DUPLICADOS
               GO TO P-CARGA-1-FIM
            END-IF

            PERFORM P-MONTA-REGISTRO THRU P-MONTA-REGISTRO-FIM
            WRITE REG-SUPRESSAO
            ADD 1 TO WS-QTD-INCLUIDOS

      * O proprio arquivo de carga pode repetir o mesmo valor.
            IF WS-QTD-EX < 5000 THEN
               ADD 1 TO WS-QTD-EX
               MOVE WS-NOVO-TIPO  TO WS-EX-TIPO(WS-QTD-EX)
               MOVE WS-NOVO-VALOR TO WS-EX-VALOR(WS-QTD-EX)
            END-IF
           .

       P-CARGA-1-FIM.
           EXIT.

      * Deixa o valor no formato guardado na lista e confere se e
      * valido para o tipo: CPF com 11 digitos e digitos
      * verificadores certos, telefone com DDD (10 digitos ou mais),
      * e-mail em maiusculas com exatamente um arroba.
       P-NORMALIZA.
            MOVE 'N' TO WS-VALIDO

            EVALUATE TRUE
                WHEN NOVO-POR-CPF
                   MOVE WS-NOVO-VALOR TO WS-BRUTO
                   PERFORM P-SO-DIGITOS THRU P-SO-DIGITOS-FIM
                   IF WS-TAM-DIGITOS > ZEROS
                      AND WS-TAM-DIGITOS <= 11 THEN
                      MOVE WS-DIGITOS(1:WS-TAM-DIGITOS) TO WS-CPF-NUM
                      MOVE WS-CPF-NUM TO LK-CPF-CONTATO
                      CALL 'PG13CPFDV' USING LK-CPF-AREA
                      IF LK-CPF-VALIDO EQUAL 'S' THEN
                         MOVE WS-CPF-EDITADO TO WS-NOVO-VALOR
                         MOVE 'S' TO WS-VALIDO
                      END-IF
                   END-IF
                WHEN NOVO-POR-TELEFONE
                   MOVE WS-NOVO-VALOR TO WS-BRUTO
                   PERFORM P-SO-DIGITOS THRU P-SO-DIGITOS-FIM
                   IF WS-TAM-DIGITOS >= 10 THEN
                      MOVE WS-DIGITOS TO WS-NOVO-VALOR
                      MOVE 'S' TO WS-VALIDO
                   END-IF
                WHEN NOVO-POR-EMAIL
                   MOVE FUNCTION UPPER-CASE(WS-NOVO-VALOR)
                        TO WS-NOVO-VALOR
                   MOVE ZEROS TO WS-QTD-ARROBA
                   INSPECT WS-NOVO-VALOR TALLYING WS-QTD-ARROBA
                           FOR ALL '@'
                   IF WS-QTD-ARROBA EQUAL 1
                      AND WS-NOVO-VALOR(1:1) NOT = '@' THEN
                      MOVE 'S' TO WS-VALIDO
                   END-IF
            END-EVALUATE
           .

       P-NORMALIZA-FIM.
           EXIT.

       P-SO-DIGITOS.
            MOVE SPACES TO WS-DIGITOS
            MOVE ZEROS  TO WS-TAM-DIGITOS

            PERFORM VARYING WS-IDX-CHAR FROM 1 BY 1
                    UNTIL WS-IDX-CHAR > 30
                IF WS-BRUTO(WS-IDX-CHAR:1) IS NUMERIC THEN
                   ADD 1 TO WS-TAM-DIGITOS
                   MOVE WS-BRUTO(WS-IDX-CHAR:1)
                        TO WS-DIGITOS(WS-TAM-DIGITOS:1)
                END-IF
            END-PERFORM
           .

       P-SO-DIGITOS-FIM.
           EXIT.

      * Carrega tipo e valor dos pedidos ja existentes (e-mails em
      * maiusculas) para a conferencia de duplicados.
       P-CARREGA-EXISTENTES.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-EX

            OPEN INPUT SUPRESSAO
            IF NOT SUP-OK THEN
               GO TO P-CARREGA-EXISTENTES-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ SUPRESSAO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF WS-QTD-EX < 5000 THEN
                           ADD 1 TO WS-QTD-EX
                           MOVE SUP-TIPO TO WS-EX-TIPO(WS-QTD-EX)
                           MOVE FUNCTION UPPER-CASE(SUP-VALOR)
                                TO WS-EX-VALOR(WS-QTD-EX)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE SUPRESSAO
           .

       P-CARREGA-EXISTENTES-FIM.
           EXIT.

       P-CONFERE-DUPLICADO.
            MOVE 'N' TO WS-DUPLICADO

            PERFORM VARYING WS-IDX-EX FROM 1 BY 1
                    UNTIL WS-IDX-EX > WS-QTD-EX
                       OR VALOR-DUPLICADO
                IF WS-EX-TIPO(WS-IDX-EX) EQUAL WS-NOVO-TIPO
                   AND WS-EX-VALOR(WS-IDX-EX) EQUAL WS-NOVO-VALOR THEN
                   MOVE 'S' TO WS-DUPLICADO
                END-IF
            END-PERFORM
           .

       P-CONFERE-DUPLICADO-FIM.
           EXIT.

       P-MONTA-REGISTRO.
            INITIALIZE REG-SUPRESSAO
            MOVE WS-NOVO-TIPO   TO SUP-TIPO
            MOVE WS-NOVO-VALOR  TO SUP-VALOR
            MOVE WS-NOVO-MOTIVO TO SUP-MOTIVO
            MOVE WS-NOVO-ORIGEM TO SUP-ORIGEM
            MOVE WS-DATA-HOJE   TO SUP-DATA
            MOVE WS-OPERADOR    TO SUP-OPERADOR
           .

       P-MONTA-REGISTRO-FIM.
           EXIT.

      * Grava os totais da carga da lista externa em CONTROLE.dat,
      * no mesmo padrao dos demais programas em lote do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13SUPRES'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
            MOVE WS-QTD-INCLUIDOS      TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-INVALIDOS      TO CTL-QTD-REJEITADOS

            OPEN EXTEND CONTROLE
            IF WS-CTL-FS EQUAL 35 THEN
               OPEN OUTPUT CONTROLE
            END-IF

            IF CTL-OK THEN
               WRITE REG-CONTROLE
               CLOSE CONTROLE
            END-IF
           .

       P-GRAVA-CONTROLE-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13SUPRES.
