      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Rotina Compartilhada do Nome do Contato - junta o
      *          prenome e o sobrenome de REG-CONTATOS no nome
      *          completo (e no nome curto NM-CONTATO, os 20 primeiros
      *          caracteres dele) ou separa um nome completo digitado
      *          ou importado em prenome e sobrenome. A separacao
      *          toma a primeira palavra como prenome e o resto como
      *          sobrenome, e marca para revisao o nome que nao da
      *          para separar com seguranca: palavra unica, parte
      *          maior que o campo ou tres ou mais palavras fora as
      *          particulas (da, de, do, das, dos, e), que podem ser
      *          um prenome composto como Maria Aparecida ou Joao
      *          Pedro. Para registro ainda nao separado (prenome em
      *          branco) o nome curto faz as vezes do nome completo.
      *          A padronizacao passa cada parte pelo PG13PADNOM e
      *          deixa em minusculas a particula que abre o
      *          sobrenome ("dos Santos"). A abreviacao reduz as
      *          palavras do meio a inicial quando o nome completo nao
      *          cabe na largura pedida (etiquetas, layouts fixos).
      *          Usada pela captura, alteracao, listagens, cartas,
      *          etiquetas, exportacoes e pela conversao PG13SEPNOM,
      *          para a regra ser uma so.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13NOMCTT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       77 WS-TRAB               PIC X(71) VALUE SPACES.
       77 WS-JUNTO              PIC X(71) VALUE SPACES.
       77 WS-PALAVRA            PIC X(71) VALUE SPACES.
       77 WS-PALAVRA-MIN        PIC X(71) VALUE SPACES.
       77 WS-TAM-PALAVRA        PIC 9(02) VALUE ZEROS.

       77 WS-PTR-LEITURA        PIC 9(03) VALUE ZEROS.
       77 WS-PTR-SOBRENOME      PIC 9(03) VALUE ZEROS.
       77 WS-PTR-JUNTO          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PALAVRAS       PIC 9(02) VALUE ZEROS.
       77 WS-QTD-SIGNIF         PIC 9(02) VALUE ZEROS.

       77 WS-SOBRENOME-INICIO   PIC X(04) VALUE SPACES.

      * Palavras do nome, guardadas na divisao para a abreviacao.
       01 WS-TAB-PALAVRAS.
          03 WS-PAL OCCURS 36 TIMES.
             05 WS-PAL-TEXTO      PIC X(71).
             05 WS-PAL-TAM        PIC 9(02).
             05 WS-PAL-PARTICULA  PIC X(01).

       77 WS-IDX-PAL            PIC 9(02) VALUE ZEROS.
       77 WS-PARTICULA-ATUAL    PIC X(01) VALUE 'N'.
       77 WS-SALVA-PRENOME      PIC X(30) VALUE SPACES.
       77 WS-SALVA-SOBRENOME    PIC X(40) VALUE SPACES.
       77 WS-TAM-NOME           PIC 9(03) VALUE ZEROS.

       77 WS-ESTOUROU           PIC X(01) VALUE 'N'.
          88 ESTOUROU         VALUE 'S' FALSE 'N'.

      * Letras para a troca de caixa sem depender do idioma do
      * ambiente.
       77 WS-MAIUSCULAS         PIC X(26) VALUE
          'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77 WS-MINUSCULAS         PIC X(26) VALUE
          'abcdefghijklmnopqrstuvwxyz'.

       COPY LK_PADNOM.

       LINKAGE SECTION.
       COPY LK_NOMCTT.

       PROCEDURE DIVISION USING LK-NMC-AREA.
       MAIN-PROCEDURE.
            MOVE 'C'    TO LK-NMC-SITUACAO
            MOVE SPACES TO LK-NMC-MOTIVO

            EVALUATE TRUE
                WHEN LK-NMC-SEPARAR
                     PERFORM P-SEPARA THRU P-SEPARA-FIM
                WHEN LK-NMC-PADRONIZAR
                     PERFORM P-PADRONIZA THRU P-PADRONIZA-FIM
                     PERFORM P-JUNTA THRU P-JUNTA-FIM
                WHEN LK-NMC-ABREVIAR
                     PERFORM P-JUNTA THRU P-JUNTA-FIM
                     PERFORM P-ABREVIA THRU P-ABREVIA-FIM
                WHEN OTHER
                     PERFORM P-JUNTA THRU P-JUNTA-FIM
            END-EVALUATE

            GOBACK
           .

      * Nome completo a partir das duas partes; sem prenome gravado o
      * registro ainda e do formato antigo e a divisao e a do primeiro
      * espaco do nome curto, so para exibicao.
       P-JUNTA.
            IF LK-NMC-PRENOME EQUAL SPACES THEN
               MOVE LK-NMC-NOME-CURTO TO LK-NMC-NOME-COMPLETO
               MOVE LK-NMC-NOME-CURTO TO WS-TRAB
               PERFORM P-DIVIDE-PALAVRAS THRU P-DIVIDE-PALAVRAS-FIM
               GO TO P-JUNTA-FIM
            END-IF

            MOVE SPACES TO LK-NMC-NOME-COMPLETO
            IF LK-NMC-SOBRENOME EQUAL SPACES THEN
               MOVE LK-NMC-PRENOME TO LK-NMC-NOME-COMPLETO
            ELSE
               STRING FUNCTION TRIM(LK-NMC-PRENOME)   DELIMITED BY SIZE
                      ' '                             DELIMITED BY SIZE
                      FUNCTION TRIM(LK-NMC-SOBRENOME) DELIMITED BY SIZE
                   INTO LK-NMC-NOME-COMPLETO
               END-STRING
            END-IF

            MOVE LK-NMC-NOME-COMPLETO(1:20) TO LK-NMC-NOME-CURTO
           .

       P-JUNTA-FIM.
           EXIT.

      * Nome completo que nao cabe em LK-NMC-TAM-MAXIMO: primeira e
      * ultima palavra inteiras, particulas mantidas e as demais
      * reduzidas a inicial com ponto. O prenome e o sobrenome
      * devolvidos nao mudam.
       P-ABREVIA.
            IF LK-NMC-TAM-MAXIMO EQUAL ZEROS THEN
               GO TO P-ABREVIA-FIM
            END-IF

            MOVE ZEROS TO WS-TAM-NOME
            INSPECT FUNCTION REVERSE(LK-NMC-NOME-COMPLETO)
                    TALLYING WS-TAM-NOME FOR LEADING SPACES
            COMPUTE WS-TAM-NOME = 71 - WS-TAM-NOME

            IF WS-TAM-NOME NOT > LK-NMC-TAM-MAXIMO THEN
               GO TO P-ABREVIA-FIM
            END-IF

            MOVE LK-NMC-PRENOME   TO WS-SALVA-PRENOME
            MOVE LK-NMC-SOBRENOME TO WS-SALVA-SOBRENOME
            MOVE LK-NMC-NOME-COMPLETO TO WS-TRAB
            PERFORM P-DIVIDE-PALAVRAS THRU P-DIVIDE-PALAVRAS-FIM
            MOVE WS-SALVA-PRENOME   TO LK-NMC-PRENOME
            MOVE WS-SALVA-SOBRENOME TO LK-NMC-SOBRENOME

            IF WS-QTD-PALAVRAS < 3 OR WS-QTD-PALAVRAS > 36 THEN
               GO TO P-ABREVIA-FIM
            END-IF

            MOVE SPACES TO LK-NMC-NOME-COMPLETO
            MOVE 1      TO WS-PTR-JUNTO
            PERFORM VARYING WS-IDX-PAL FROM 1 BY 1
                    UNTIL WS-IDX-PAL > WS-QTD-PALAVRAS
                IF WS-IDX-PAL > 1 THEN
                   ADD 1 TO WS-PTR-JUNTO
                END-IF
                IF WS-IDX-PAL EQUAL 1
                   OR WS-IDX-PAL EQUAL WS-QTD-PALAVRAS
                   OR WS-PAL-PARTICULA(WS-IDX-PAL) EQUAL 'S' THEN
                   STRING WS-PAL-TEXTO(WS-IDX-PAL)
                              (1:WS-PAL-TAM(WS-IDX-PAL))
                                              DELIMITED BY SIZE
                       INTO LK-NMC-NOME-COMPLETO
                       WITH POINTER WS-PTR-JUNTO
                   END-STRING
                ELSE
                   STRING WS-PAL-TEXTO(WS-IDX-PAL)(1:1)
                                              DELIMITED BY SIZE
                          '.'                 DELIMITED BY SIZE
                       INTO LK-NMC-NOME-COMPLETO
                       WITH POINTER WS-PTR-JUNTO
                   END-STRING
                END-IF
            END-PERFORM
           .

       P-ABREVIA-FIM.
           EXIT.

      * Forma padrao de cada parte; o PG13PADNOM sempre poe maiuscula
      * na primeira palavra, o que no sobrenome erraria a particula.
       P-PADRONIZA.
            MOVE LK-NMC-PRENOME TO LK-NOM-ENTRADA
            CALL 'PG13PADNOM' USING LK-NOM-AREA
            MOVE LK-NOM-SAIDA   TO LK-NMC-PRENOME

            IF LK-NMC-SOBRENOME EQUAL SPACES THEN
               GO TO P-PADRONIZA-FIM
            END-IF

            MOVE LK-NMC-SOBRENOME TO LK-NOM-ENTRADA
            CALL 'PG13PADNOM' USING LK-NOM-AREA
            MOVE LK-NOM-SAIDA     TO LK-NMC-SOBRENOME

            MOVE LK-NMC-SOBRENOME(1:4) TO WS-SOBRENOME-INICIO
            IF WS-SOBRENOME-INICIO(1:3) EQUAL 'Da ' OR 'De ' OR 'Do '
               OR WS-SOBRENOME-INICIO EQUAL 'Das ' OR 'Dos '
               OR WS-SOBRENOME-INICIO(1:2) EQUAL 'E ' THEN
               INSPECT LK-NMC-SOBRENOME(1:1)
                       CONVERTING WS-MAIUSCULAS TO WS-MINUSCULAS
            END-IF
           .

       P-PADRONIZA-FIM.
           EXIT.

      * Nome completo em prenome e sobrenome, com a avaliacao de
      * confiabilidade da divisao.
       P-SEPARA.
            MOVE LK-NMC-NOME-COMPLETO TO WS-TRAB
            PERFORM P-DIVIDE-PALAVRAS THRU P-DIVIDE-PALAVRAS-FIM

            MOVE WS-JUNTO              TO LK-NMC-NOME-COMPLETO
            MOVE WS-JUNTO(1:20)        TO LK-NMC-NOME-CURTO

            EVALUATE TRUE
                WHEN WS-QTD-PALAVRAS EQUAL ZEROS
                     MOVE 'R'                 TO LK-NMC-SITUACAO
                     MOVE 'NOME EM BRANCO'    TO LK-NMC-MOTIVO
                WHEN WS-QTD-PALAVRAS EQUAL 1
                     MOVE 'R'                 TO LK-NMC-SITUACAO
                     MOVE 'NOME SEM SOBRENOME' TO LK-NMC-MOTIVO
                WHEN ESTOUROU
                     MOVE 'R'                 TO LK-NMC-SITUACAO
                     MOVE 'PARTE MAIOR QUE O CAMPO'
                                              TO LK-NMC-MOTIVO
                WHEN WS-QTD-SIGNIF > 2
                     MOVE 'R'                 TO LK-NMC-SITUACAO
                     MOVE 'PRENOME COMPOSTO POSSIVEL'
                                              TO LK-NMC-MOTIVO
                WHEN OTHER
                     MOVE 'C'                 TO LK-NMC-SITUACAO
            END-EVALUATE
           .

       P-SEPARA-FIM.
           EXIT.

      * Percorre WS-TRAB palavra a palavra: a primeira vai para o
      * prenome, as demais para o sobrenome separadas por um espaco so,
      * e WS-JUNTO fica com o nome inteiro ja sem espacos repetidos.
       P-DIVIDE-PALAVRAS.
            MOVE SPACES TO LK-NMC-PRENOME LK-NMC-SOBRENOME WS-JUNTO
            MOVE 1      TO WS-PTR-LEITURA WS-PTR-SOBRENOME WS-PTR-JUNTO
            MOVE ZEROS  TO WS-QTD-PALAVRAS WS-QTD-SIGNIF
            SET ESTOUROU TO FALSE

            PERFORM P-PROXIMA-PALAVRA THRU P-PROXIMA-PALAVRA-FIM
                    UNTIL WS-PTR-LEITURA > 71
           .

       P-DIVIDE-PALAVRAS-FIM.
           EXIT.

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

            MOVE WS-PALAVRA TO WS-PALAVRA-MIN
            INSPECT WS-PALAVRA-MIN
                    CONVERTING WS-MAIUSCULAS TO WS-MINUSCULAS
            IF WS-PALAVRA-MIN NOT EQUAL 'da'
               AND WS-PALAVRA-MIN NOT EQUAL 'de'
               AND WS-PALAVRA-MIN NOT EQUAL 'do'
               AND WS-PALAVRA-MIN NOT EQUAL 'das'
               AND WS-PALAVRA-MIN NOT EQUAL 'dos'
               AND WS-PALAVRA-MIN NOT EQUAL 'e' THEN
               ADD 1 TO WS-QTD-SIGNIF
               MOVE 'N' TO WS-PARTICULA-ATUAL
            ELSE
               MOVE 'S' TO WS-PARTICULA-ATUAL
            END-IF

            IF WS-QTD-PALAVRAS NOT > 36 THEN
               MOVE WS-PALAVRA     TO WS-PAL-TEXTO(WS-QTD-PALAVRAS)
               MOVE WS-TAM-PALAVRA TO WS-PAL-TAM(WS-QTD-PALAVRAS)
               MOVE WS-PARTICULA-ATUAL
                    TO WS-PAL-PARTICULA(WS-QTD-PALAVRAS)
            END-IF

            IF WS-QTD-PALAVRAS > 1 THEN
               ADD 1 TO WS-PTR-JUNTO
            END-IF
            STRING WS-PALAVRA(1:WS-TAM-PALAVRA) DELIMITED BY SIZE
                INTO WS-JUNTO
                WITH POINTER WS-PTR-JUNTO
            END-STRING

            IF WS-QTD-PALAVRAS EQUAL 1 THEN
               IF WS-TAM-PALAVRA > 30 THEN
                  SET ESTOUROU TO TRUE
               END-IF
               MOVE WS-PALAVRA TO LK-NMC-PRENOME
               GO TO P-PROXIMA-PALAVRA-FIM
            END-IF

            IF WS-PTR-SOBRENOME > 1 THEN
               ADD 1 TO WS-PTR-SOBRENOME
            END-IF
            STRING WS-PALAVRA(1:WS-TAM-PALAVRA) DELIMITED BY SIZE
                INTO LK-NMC-SOBRENOME
                WITH POINTER WS-PTR-SOBRENOME
                ON OVERFLOW
                   SET ESTOUROU TO TRUE
            END-STRING
           .

       P-PROXIMA-PALAVRA-FIM.
           EXIT.

       END PROGRAM PG13NOMCTT.
