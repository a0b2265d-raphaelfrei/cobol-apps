      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Rotina Compartilhada de Padronizacao de Nomes - recebe
      *          um nome como foi digitado ("JOAO DA SILVA", "joao
      *          silva", "Joao  Da Silva.") e devolve a forma padrao
      *          do cadastro: pontuacao trocada por espaco, espacos
      *          repetidos reduzidos a um, cada palavra com a inicial
      *          maiuscula (tambem depois de hifen e apostrofo, como
      *          em Ana-Maria e D'Avila) e as particulas da, de, do,
      *          das, dos e "e" em minusculas quando nao abrem o nome.
      *          Usada pela varredura PG13PADCTT e pela captura em
      *          PG13CADCTT e PG13ALTCNT, para a regra ser uma so.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13PADNOM.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       77 WS-TRAB               PIC X(60) VALUE SPACES.
       77 WS-SAIDA              PIC X(60) VALUE SPACES.
       77 WS-PALAVRA            PIC X(60) VALUE SPACES.
       77 WS-TAM-PALAVRA        PIC 9(02) VALUE ZEROS.

       77 WS-PTR-LEITURA        PIC 9(03) VALUE ZEROS.
       77 WS-PTR-SAIDA          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PALAVRAS       PIC 9(02) VALUE ZEROS.
       77 WS-IDX-CHAR           PIC 9(02) VALUE ZEROS.

       77 WS-INICIO-PALAVRA     PIC X(01) VALUE 'S'.
          88 INICIO-PALAVRA   VALUE 'S' FALSE 'N'.

       77 WS-PARTICULA          PIC X(01) VALUE 'N'.
          88 PARTICULA        VALUE 'S' FALSE 'N'.

      * Letras para a troca de caixa sem depender do idioma do
      * ambiente.
       77 WS-MAIUSCULAS         PIC X(26) VALUE
          'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77 WS-MINUSCULAS         PIC X(26) VALUE
          'abcdefghijklmnopqrstuvwxyz'.

      * Pontuacao que nao faz parte de nome; hifen e apostrofo ficam.
       77 WS-PONTUACAO          PIC X(24) VALUE
          '.,;:!?"*_/\()[]{}#@&+=<>'.
       77 WS-ESPACOS            PIC X(24) VALUE SPACES.

       LINKAGE SECTION.
       COPY LK_PADNOM.

       PROCEDURE DIVISION USING LK-NOM-AREA.
       MAIN-PROCEDURE.
            MOVE LK-NOM-ENTRADA TO WS-TRAB
            MOVE SPACES         TO WS-SAIDA
            MOVE 'N'            TO LK-NOM-MUDOU

            INSPECT WS-TRAB CONVERTING WS-PONTUACAO TO WS-ESPACOS
            INSPECT WS-TRAB CONVERTING WS-MAIUSCULAS TO WS-MINUSCULAS

            MOVE 1     TO WS-PTR-LEITURA
            MOVE 1     TO WS-PTR-SAIDA
            MOVE ZEROS TO WS-QTD-PALAVRAS

            PERFORM P-PROXIMA-PALAVRA THRU P-PROXIMA-PALAVRA-FIM
                    UNTIL WS-PTR-LEITURA > 60

            MOVE WS-SAIDA TO LK-NOM-SAIDA
            IF LK-NOM-SAIDA NOT EQUAL LK-NOM-ENTRADA THEN
               MOVE 'S' TO LK-NOM-MUDOU
            END-IF

            GOBACK
           .

      * Separa a proxima palavra, acerta a caixa e acrescenta na saida
      * com um espaco so antes dela.
       P-PROXIMA-PALAVRA.
            MOVE SPACES TO WS-PALAVRA
            MOVE ZEROS  TO WS-TAM-PALAVRA

            UNSTRING WS-TRAB DELIMITED BY ALL SPACE
                INTO WS-PALAVRA COUNT IN WS-TAM-PALAVRA
                WITH POINTER WS-PTR-LEITURA
            END-UNSTRING

            IF WS-TAM-PALAVRA EQUAL ZEROS THEN
               GO TO P-PROXIMA-PALAVRA-FIM
            END-IF

            ADD 1 TO WS-QTD-PALAVRAS

            SET PARTICULA TO FALSE
            IF WS-QTD-PALAVRAS > 1 THEN
               IF WS-PALAVRA EQUAL 'da'  OR WS-PALAVRA EQUAL 'de'
                  OR WS-PALAVRA EQUAL 'do'  OR WS-PALAVRA EQUAL 'das'
                  OR WS-PALAVRA EQUAL 'dos' OR WS-PALAVRA EQUAL 'e'
                  THEN
                  SET PARTICULA TO TRUE
               END-IF
            END-IF

            IF NOT PARTICULA THEN
               SET INICIO-PALAVRA TO TRUE
               PERFORM VARYING WS-IDX-CHAR FROM 1 BY 1
                       UNTIL WS-IDX-CHAR > WS-TAM-PALAVRA
                   IF INICIO-PALAVRA THEN
                      INSPECT WS-PALAVRA(WS-IDX-CHAR:1)
                              CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS
                   END-IF
                   IF WS-PALAVRA(WS-IDX-CHAR:1) EQUAL '-'
                      OR WS-PALAVRA(WS-IDX-CHAR:1) EQUAL "'" THEN
                      SET INICIO-PALAVRA TO TRUE
                   ELSE
                      SET INICIO-PALAVRA TO FALSE
                   END-IF
               END-PERFORM
            END-IF

            IF WS-QTD-PALAVRAS > 1 AND WS-PTR-SAIDA < 60 THEN
               ADD 1 TO WS-PTR-SAIDA
            END-IF

            STRING WS-PALAVRA(1:WS-TAM-PALAVRA) DELIMITED BY SIZE
                INTO WS-SAIDA
                WITH POINTER WS-PTR-SAIDA
            END-STRING
           .

       P-PROXIMA-PALAVRA-FIM.
           EXIT.

       END PROGRAM PG13PADNOM.
