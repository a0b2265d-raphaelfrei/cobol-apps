      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Rotina Compartilhada da Lista de Supressao - confere
      *          um contato contra SUPRESSAO.dat (pedidos de "nao
      *          contatar" por CPF, telefone ou e-mail, inclusive a
      *          lista Nao Me Perturbe) antes de ele sair numa
      *          campanha, carta, etiqueta ou exportacao. A lista vale
      *          mais que o consentimento do meio: basta o CPF ou um
      *          dos meios do contato estar na lista para o contato
      *          inteiro ficar de fora. A lista e carregada uma vez e
      *          fica na memoria entre as chamadas da mesma execucao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CHKSUP.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SUPRESSAO ASSIGN TO ".\SUPRESSAO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-SUP-FS.

       DATA DIVISION.

       FILE SECTION.
       FD SUPRESSAO.
          COPY FD_SUPRE.

       WORKING-STORAGE SECTION.
       77 WS-SUP-FS             PIC 9(02).
          88 SUP-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-CARREGADA          PIC X(01) VALUE 'N'.
          88 LISTA-CARREGADA  VALUE 'S'.

      * Lista em memoria: e-mail em maiusculas, telefone e CPF so
      * com os digitos, e o tamanho util de cada valor.
       01 WS-TABELA-SUPRESSAO.
          03 WS-SP-ITEM OCCURS 5000 TIMES.
             05 WS-SP-TIPO          PIC X(01).
             05 WS-SP-VALOR         PIC X(30).
             05 WS-SP-TAM           PIC 9(02).

       77 WS-QTD-SP             PIC 9(05) VALUE ZEROS.
       77 WS-IDX-SP             PIC 9(05) VALUE ZEROS.

       77 WS-CT-IDX             PIC 9(01) VALUE ZEROS.
       77 WS-CPF-TEXTO          PIC X(11) VALUE SPACES.
       77 WS-VALOR-UC           PIC X(30) VALUE SPACES.

      * Telefone reduzido aos digitos (entrada em WS-TLF-BRUTO).
       77 WS-TLF-BRUTO          PIC X(30) VALUE SPACES.
       77 WS-TLF-DIGITOS        PIC X(30) VALUE SPACES.
       77 WS-TLF-TAM            PIC 9(02) VALUE ZEROS.
       77 WS-IDX-CHAR           PIC 9(02) VALUE ZEROS.

       77 WS-TAM-COMUM          PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       COPY LK_CHKSUP.
       COPY FD_CONTT.

       PROCEDURE DIVISION USING LK-SUP-AREA REG-CONTATOS.
       MAIN-PROCEDURE.
            MOVE 'N'    TO LK-SUP-RETORNO
            MOVE SPACES TO LK-SUP-TIPO LK-SUP-VALOR

            IF LK-SUP-FUNCAO EQUAL 'C' OR NOT LISTA-CARREGADA THEN
               PERFORM P-CARREGA THRU P-CARREGA-FIM
            END-IF

            IF LK-SUP-FUNCAO EQUAL 'V' THEN
               PERFORM P-VERIFICA THRU P-VERIFICA-FIM
            END-IF

            MOVE WS-QTD-SP TO LK-SUP-QTD-LISTA

            GOBACK
            .

      * Le SUPRESSAO.dat para a tabela. Sem o arquivo a lista fica
      * vazia e nenhum contato e suprimido.
       P-CARREGA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-SP
            MOVE 'S'   TO WS-CARREGADA

            OPEN INPUT SUPRESSAO
            IF NOT SUP-OK THEN
               GO TO P-CARREGA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ SUPRESSAO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF SUP-TIPO-VALIDO
                           AND SUP-VALOR NOT = SPACES THEN
                           PERFORM P-CARREGA-1 THRU P-CARREGA-1-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE SUPRESSAO
           .

       P-CARREGA-FIM.
           EXIT.

       P-CARREGA-1.
            IF WS-QTD-SP >= 5000 THEN
               DISPLAY "SUPRESSAO.dat COM MAIS DE 5000 LINHAS - "
                       "RESTANTE IGNORADO."
               SET EOF-OK TO TRUE
               GO TO P-CARREGA-1-FIM
            END-IF

            ADD 1 TO WS-QTD-SP
            MOVE SUP-TIPO TO WS-SP-TIPO(WS-QTD-SP)

            IF SUP-POR-EMAIL THEN
               MOVE FUNCTION UPPER-CASE(SUP-VALOR)
                    TO WS-SP-VALOR(WS-QTD-SP)
               MOVE ZEROS TO WS-SP-TAM(WS-QTD-SP)
            ELSE
               MOVE SUP-VALOR TO WS-TLF-BRUTO
               PERFORM P-SO-DIGITOS THRU P-SO-DIGITOS-FIM
               MOVE WS-TLF-DIGITOS TO WS-SP-VALOR(WS-QTD-SP)
               MOVE WS-TLF-TAM     TO WS-SP-TAM(WS-QTD-SP)
            END-IF
           .

       P-CARREGA-1-FIM.
           EXIT.

      * O contato e suprimido se o CPF, algum e-mail ou algum
      * telefone/celular dele estiver na lista.
       P-VERIFICA.
            IF CPF-CONTATO NUMERIC AND CPF-CONTATO > ZEROS THEN
               MOVE CPF-CONTATO TO WS-CPF-TEXTO
               PERFORM VARYING WS-IDX-SP FROM 1 BY 1
                       UNTIL WS-IDX-SP > WS-QTD-SP
                          OR LK-SUP-SUPRIMIDO
                   IF WS-SP-TIPO(WS-IDX-SP) EQUAL 'C'
                      AND WS-SP-VALOR(WS-IDX-SP) EQUAL WS-CPF-TEXTO
                      THEN
                      MOVE 'S'          TO LK-SUP-RETORNO
                      MOVE 'C'          TO LK-SUP-TIPO
                      MOVE WS-CPF-TEXTO TO LK-SUP-VALOR
                   END-IF
               END-PERFORM
            END-IF

            IF LK-SUP-SUPRIMIDO
               OR QTD-CT-METODOS NOT NUMERIC THEN
               GO TO P-VERIFICA-FIM
            END-IF

            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > QTD-CT-METODOS
                       OR WS-CT-IDX > 5
                       OR LK-SUP-SUPRIMIDO
                EVALUATE CT-METODO-TIPO(WS-CT-IDX)
                    WHEN 'EMAIL'
                       PERFORM P-CONFERE-EMAIL
                               THRU P-CONFERE-EMAIL-FIM
                    WHEN 'TELEFONE'
                    WHEN 'CELULAR'
                       PERFORM P-CONFERE-TELEFONE
                               THRU P-CONFERE-TELEFONE-FIM
                END-EVALUATE
            END-PERFORM
           .

       P-VERIFICA-FIM.
           EXIT.

       P-CONFERE-EMAIL.
            MOVE FUNCTION UPPER-CASE(CT-METODO-VALOR(WS-CT-IDX))
                 TO WS-VALOR-UC

            PERFORM VARYING WS-IDX-SP FROM 1 BY 1
                    UNTIL WS-IDX-SP > WS-QTD-SP
                       OR LK-SUP-SUPRIMIDO
                IF WS-SP-TIPO(WS-IDX-SP) EQUAL 'E'
                   AND WS-SP-VALOR(WS-IDX-SP) EQUAL WS-VALOR-UC THEN
                   MOVE 'S'                        TO LK-SUP-RETORNO
                   MOVE 'E'                        TO LK-SUP-TIPO
                   MOVE CT-METODO-VALOR(WS-CT-IDX) TO LK-SUP-VALOR
                END-IF
            END-PERFORM
           .

       P-CONFERE-EMAIL-FIM.
           EXIT.

      * Telefones comparados pelos ultimos digitos do menor dos dois
      * (no minimo 10, DDD + numero), para o numero da lista sem o
      * 55 do pais casar com o cadastrado com ele, e vice-versa.
       P-CONFERE-TELEFONE.
            MOVE CT-METODO-VALOR(WS-CT-IDX) TO WS-TLF-BRUTO
            PERFORM P-SO-DIGITOS THRU P-SO-DIGITOS-FIM

            IF WS-TLF-TAM < 10 THEN
               GO TO P-CONFERE-TELEFONE-FIM
            END-IF

            PERFORM VARYING WS-IDX-SP FROM 1 BY 1
                    UNTIL WS-IDX-SP > WS-QTD-SP
                       OR LK-SUP-SUPRIMIDO
                IF WS-SP-TIPO(WS-IDX-SP) EQUAL 'T'
                   AND WS-SP-TAM(WS-IDX-SP) >= 10 THEN
                   IF WS-SP-TAM(WS-IDX-SP) < WS-TLF-TAM THEN
                      MOVE WS-SP-TAM(WS-IDX-SP) TO WS-TAM-COMUM
                   ELSE
                      MOVE WS-TLF-TAM           TO WS-TAM-COMUM
                   END-IF

                   IF WS-SP-VALOR(WS-IDX-SP)
                      (WS-SP-TAM(WS-IDX-SP) - WS-TAM-COMUM + 1:
                       WS-TAM-COMUM)
                      EQUAL WS-TLF-DIGITOS
                      (WS-TLF-TAM - WS-TAM-COMUM + 1:WS-TAM-COMUM)
                      THEN
                      MOVE 'S'                        TO LK-SUP-RETORNO
                      MOVE 'T'                        TO LK-SUP-TIPO
                      MOVE CT-METODO-VALOR(WS-CT-IDX) TO LK-SUP-VALOR
                   END-IF
                END-IF
            END-PERFORM
           .

       P-CONFERE-TELEFONE-FIM.
           EXIT.

      * Copia so os digitos de WS-TLF-BRUTO para WS-TLF-DIGITOS,
      * alinhados a esquerda, e conta quantos ficaram.
       P-SO-DIGITOS.
            MOVE SPACES TO WS-TLF-DIGITOS
            MOVE ZEROS  TO WS-TLF-TAM

            PERFORM VARYING WS-IDX-CHAR FROM 1 BY 1
                    UNTIL WS-IDX-CHAR > 30
                IF WS-TLF-BRUTO(WS-IDX-CHAR:1) IS NUMERIC THEN
                   ADD 1 TO WS-TLF-TAM
                   MOVE WS-TLF-BRUTO(WS-IDX-CHAR:1)
                        TO WS-TLF-DIGITOS(WS-TLF-TAM:1)
                END-IF
            END-PERFORM
           .

       P-SO-DIGITOS-FIM.
           EXIT.
       END PROGRAM PG13CHKSUP.
