      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Grupos de distribuicao do M365 a partir de
      *          GRUPOS.dat - as listas mantidas pelo PG13GRPCNT
      *          ("diretoria", fornecedores) eram mantidas de novo a
      *          mao no admin center. Opcao 1 grava, para um grupo ou
      *          para todos, o CSV de bulk de membros do admin center
      *          (GRUPOS_M365.CSV: nome do grupo e e-mail do membro -
      *          o e-mail do meio de contato EMAIL, ou o UPN gerado
      *          pelo CTTWRT quando o membro e funcionario); opcao 2
      *          le a lista de membros exportada do M365
      *          (M365_GRUPOS.CSV, grupo e e-mail nas duas primeiras
      *          colunas) e mostra quem falta de cada lado. Os membros
      *          sem e-mail utilizavel saem na listagem das duas
      *          opcoes (GRUPOS_M365.LST / DIFERENCAS_GRUPOS.LST).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13GRPM365.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTATOS ASSIGN TO
                 '.\CONTATOS.dat'
                 ORGANISATION IS INDEXED
                 ACCESS  MODE IS RANDOM
                 RECORD   KEY IS ID-CONTATO
                 ALTERNATE RECORD KEY IS CPF-CONTATO
                           WITH DUPLICATES
                 ALTERNATE RECORD KEY IS NM-CONTATO
                           WITH DUPLICATES
                 FILE  STATUS IS WS-FS.

            SELECT GRUPOS ASSIGN TO ".\GRUPOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-GRP-FS.

            SELECT REGUPN ASSIGN TO ".\UPN_GERADOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-UPG-FS.

            SELECT CSV-OTPT ASSIGN TO ".\GRUPOS_M365.CSV"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CSV-FS.

            SELECT M365CSV ASSIGN TO ".\M365_GRUPOS.CSV"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-M36-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD GRUPOS.
          COPY FD_GRUPO.

       FD REGUPN.
          COPY FD_UPNGR.

       FD CSV-OTPT.
       01 REG-CSV                  PIC X(150).

       FD M365CSV.
       01 REG-M365CSV              PIC X(200).

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-GRP-FS             PIC 9(02).
          88 GRP-OK           VALUE 0.

       77 WS-UPG-FS             PIC 9(02).
          88 UPG-OK           VALUE 0.

       77 WS-CSV-FS             PIC 9(02).
          88 CSV-OK           VALUE 0.

       77 WS-M36-FS             PIC 9(02).
          88 M36-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
          88 OPCAO-COMPARAR   VALUE '2'.

      * Grupo escolhido (espacos = todos) e a copia em maiusculas
      * usada nas comparacoes - o nome no M365 costuma vir com outra
      * caixa ("Diretoria").
       77 WS-GRUPO-ESCOLHIDO    PIC X(20) VALUE SPACES.
       77 WS-GRUPO-ESCOLHIDO-UC PIC X(20) VALUE SPACES.
       77 WS-GRUPO-UC           PIC X(20) VALUE SPACES.

      * UPN_GERADOS.dat em memoria, para os membros funcionarios.
       01 WS-TABELA-UPNS.
          03 WS-UPG-LINHA OCCURS 2000 TIMES.
             05 WS-UPG-UPN         PIC X(90).
             05 WS-UPG-EMAIL       PIC X(40).

       77 WS-QTD-UPNS           PIC 9(04) VALUE ZEROS.
       77 WS-IDX-UPG            PIC 9(04) VALUE ZEROS.

      * Membros exportados do M365 (grupo e e-mail em maiusculas),
      * com a marca de "achado em GRUPOS.dat".
       01 WS-TABELA-M365.
          03 WS-M36-LINHA OCCURS 2000 TIMES.
             05 WS-M36-GRUPO       PIC X(20).
             05 WS-M36-EMAIL       PIC X(90).
             05 WS-M36-ACHADO      PIC X(01).

       77 WS-QTD-M365           PIC 9(04) VALUE ZEROS.
       77 WS-IDX-M36            PIC 9(04) VALUE ZEROS.
       77 WS-CAMPO-1            PIC X(60) VALUE SPACES.
       77 WS-CAMPO-2            PIC X(90) VALUE SPACES.
       77 WS-PRIMEIRA-LINHA     PIC X(01) VALUE 'S'.
          88 PRIMEIRA-LINHA   VALUE 'S'.

      * E-mail resolvido do membro corrente.
       77 WS-MBR-EMAIL          PIC X(90) VALUE SPACES.
       77 WS-MBR-EMAIL-UC       PIC X(90) VALUE SPACES.
       77 WS-MBR-NOME           PIC X(20) VALUE SPACES.
       77 WS-MBR-MOTIVO         PIC X(30) VALUE SPACES.
       77 WS-MBR-OK             PIC X(01) VALUE 'N'.
          88 MBR-OK           VALUE 'S'.
       77 WS-EML-BUSCA          PIC X(40) VALUE SPACES.
       77 WS-QTD-DEVOLVIDOS     PIC 9(01) VALUE ZEROS.
       77 WS-CT-IDX             PIC 9(01) VALUE ZEROS.
       77 WS-UPN-ACHADO         PIC X(01) VALUE 'N'.
          88 UPN-ACHADO       VALUE 'S'.
       77 WS-ACHOU-M365         PIC X(01) VALUE 'N'.
          88 ACHOU-M365       VALUE 'S'.

       77 WS-LINHA-CSV          PIC X(150) VALUE SPACES.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MEMBROS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-EMAIL      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-IGUAIS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-INCLUIR-M365   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SO-M365        PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_PRTFMT.
       COPY LK_DURLOG.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** GRUPOS DE DISTRIBUICAO DO M365 *****"

            MOVE SPACE  TO WS-OPCAO
            MOVE SPACES TO WS-GRUPO-ESCOLHIDO

            DISPLAY "<1> Exportar membros para o M365 (padrao)"
            DISPLAY "<2> Comparar com a lista exportada do M365"
            ACCEPT WS-OPCAO

            DISPLAY "Nome do grupo (<ENTER> para todos os grupos): "
            ACCEPT WS-GRUPO-ESCOLHIDO
            MOVE FUNCTION UPPER-CASE(WS-GRUPO-ESCOLHIDO)
                 TO WS-GRUPO-ESCOLHIDO-UC

            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-MEMBROS WS-QTD-GRAVADOS
                          WS-QTD-SEM-EMAIL WS-QTD-IGUAIS
                          WS-QTD-INCLUIR-M365 WS-QTD-SO-M365

            MOVE 'PG13GRPM365' TO LK-DUR-PROGRAMA
            MOVE 'I'           TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-CARREGA-UPNS THRU P-CARREGA-UPNS-FIM

            IF OPCAO-COMPARAR THEN
               PERFORM P-COMPARA THRU P-COMPARA-FIM
            ELSE
               PERFORM P-EXPORTA THRU P-EXPORTA-FIM
            END-IF

            MOVE 'F'           TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-END
           .

      ******************************************************************
      * Exportacao: uma linha de GRUPOS_M365.CSV por membro do(s)
      * grupo(s) com e-mail utilizavel; os demais vao para a listagem
      * GRUPOS_M365.LST com o motivo.
      ******************************************************************
       P-EXPORTA.
            PERFORM P-ABRE-ENTRADAS THRU P-ABRE-ENTRADAS-FIM
            IF NOT GRP-OK OR NOT FS-OK THEN
               GO TO P-EXPORTA-FIM
            END-IF

            OPEN OUTPUT CSV-OTPT
            IF NOT CSV-OK THEN
               MOVE 'PG13GRPM365'      TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR GRUPOS_M365' TO LK-ERRO-OPERACAO
               MOVE WS-CSV-FS          TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE GRUPOS
               CLOSE CONTATOS
               GO TO P-EXPORTA-FIM
            END-IF

            MOVE 'Group name,Member email' TO REG-CSV
            WRITE REG-CSV

            MOVE 'MEMBROS DE GRUPO SEM E-MAIL PARA O M365'
                                    TO LK-PRT-TITULO
            MOVE '.\GRUPOS_M365.LST' TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR        TO LK-PRT-OPERADOR
            MOVE 'I'                TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'GRUPO                ID     NOME                 '
               & 'MOTIVO' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ GRUPOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM P-EXPORTA-1 THRU P-EXPORTA-1-FIM
                END-READ
            END-PERFORM

            CLOSE GRUPOS
            CLOSE CONTATOS
            CLOSE CSV-OTPT

            IF WS-QTD-SEM-EMAIL EQUAL ZEROS THEN
               MOVE 'TODOS OS MEMBROS TEM E-MAIL PARA O M365.'
                    TO LK-PRT-LINHA
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            END-IF

            MOVE 'MEMBROS NO(S) GRUPO(S)'  TO LK-PRT-ROTULO
            MOVE WS-QTD-MEMBROS            TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'EXPORTADOS PARA O M365'  TO LK-PRT-ROTULO
            MOVE WS-QTD-GRAVADOS           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'SEM E-MAIL UTILIZAVEL'   TO LK-PRT-ROTULO
            MOVE WS-QTD-SEM-EMAIL          TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            DISPLAY "MEMBROS NO(S) GRUPO(S): " WS-QTD-MEMBROS
            DISPLAY "EXPORTADOS            : " WS-QTD-GRAVADOS
            DISPLAY "SEM E-MAIL UTILIZAVEL : " WS-QTD-SEM-EMAIL
            DISPLAY "ARQUIVOS: GRUPOS_M365.CSV E GRUPOS_M365.LST"

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
           .

       P-EXPORTA-FIM.
           EXIT.

       P-EXPORTA-1.
            MOVE FUNCTION UPPER-CASE(GRP-NOME) TO WS-GRUPO-UC
            IF WS-GRUPO-ESCOLHIDO-UC NOT = SPACES
               AND WS-GRUPO-UC NOT = WS-GRUPO-ESCOLHIDO-UC THEN
               GO TO P-EXPORTA-1-FIM
            END-IF

            ADD 1 TO WS-QTD-MEMBROS

            PERFORM P-RESOLVE-EMAIL THRU P-RESOLVE-EMAIL-FIM
            IF NOT MBR-OK THEN
               PERFORM P-IMPRIME-SEM-EMAIL THRU P-IMPRIME-SEM-EMAIL-FIM
               GO TO P-EXPORTA-1-FIM
            END-IF

            MOVE SPACES TO WS-LINHA-CSV
            STRING FUNCTION TRIM(GRP-NOME)     DELIMITED BY SIZE
                   ','                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MBR-EMAIL) DELIMITED BY SIZE
                INTO WS-LINHA-CSV
            MOVE WS-LINHA-CSV TO REG-CSV
            WRITE REG-CSV
            ADD 1 TO WS-QTD-GRAVADOS
           .

       P-EXPORTA-1-FIM.
           EXIT.

      ******************************************************************
      * Comparacao: cada membro de GRUPOS.dat e procurado (grupo e
      * e-mail) na lista exportada do M365; o que so existe em
      * GRUPOS.dat precisa ser incluido no M365, e o que so existe
      * no M365 precisa ser removido de la (ou incluido no
      * GRUPOS.dat pelo PG13GRPCNT, se a lista daqui e que estava
      * desatualizada).
      ******************************************************************
       P-COMPARA.
            PERFORM P-CARREGA-M365 THRU P-CARREGA-M365-FIM
            IF NOT M36-OK THEN
               DISPLAY "M365_GRUPOS.CSV INDISPONIVEL - NADA A "
                       "COMPARAR."
               GO TO P-COMPARA-FIM
            END-IF

            PERFORM P-ABRE-ENTRADAS THRU P-ABRE-ENTRADAS-FIM
            IF NOT GRP-OK OR NOT FS-OK THEN
               GO TO P-COMPARA-FIM
            END-IF

            MOVE 'GRUPOS.dat x GRUPOS DE DISTRIBUICAO DO M365'
                                    TO LK-PRT-TITULO
            MOVE '.\DIFERENCAS_GRUPOS.LST' TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR        TO LK-PRT-OPERADOR
            MOVE 'I'                TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'GRUPO                ACAO              '
               & 'E-MAIL / MEMBRO' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ GRUPOS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM P-COMPARA-1 THRU P-COMPARA-1-FIM
                END-READ
            END-PERFORM

            CLOSE GRUPOS
            CLOSE CONTATOS

            PERFORM VARYING WS-IDX-M36 FROM 1 BY 1
                    UNTIL WS-IDX-M36 > WS-QTD-M365
                IF WS-M36-ACHADO(WS-IDX-M36) NOT = 'S' THEN
                   ADD 1 TO WS-QTD-SO-M365
                   MOVE SPACES TO LK-PRT-LINHA
                   STRING WS-M36-GRUPO(WS-IDX-M36) DELIMITED BY SIZE
                          ' REMOVER DO M365   '    DELIMITED BY SIZE
                          FUNCTION TRIM(WS-M36-EMAIL(WS-IDX-M36))
                                                   DELIMITED BY SIZE
                          ' (NAO ESTA EM GRUPOS.dat)'
                                                   DELIMITED BY SIZE
                      INTO LK-PRT-LINHA
                   PERFORM P-IMPRIME THRU P-IMPRIME-FIM
                END-IF
            END-PERFORM

            IF WS-QTD-INCLUIR-M365 EQUAL ZEROS
               AND WS-QTD-SO-M365 EQUAL ZEROS
               AND WS-QTD-SEM-EMAIL EQUAL ZEROS THEN
               MOVE 'GRUPOS.dat E M365 IGUAIS - NADA A ACERTAR.'
                    TO LK-PRT-LINHA
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            END-IF

            MOVE 'MEMBROS EM GRUPOS.dat'   TO LK-PRT-ROTULO
            MOVE WS-QTD-MEMBROS            TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'MEMBROS NO M365'         TO LK-PRT-ROTULO
            MOVE WS-QTD-M365               TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'IGUAIS DOS DOIS LADOS'   TO LK-PRT-ROTULO
            MOVE WS-QTD-IGUAIS             TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'INCLUIR NO M365'         TO LK-PRT-ROTULO
            MOVE WS-QTD-INCLUIR-M365       TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'REMOVER DO M365'         TO LK-PRT-ROTULO
            MOVE WS-QTD-SO-M365            TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'SEM E-MAIL UTILIZAVEL'   TO LK-PRT-ROTULO
            MOVE WS-QTD-SEM-EMAIL          TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            DISPLAY "IGUAIS DOS DOIS LADOS : " WS-QTD-IGUAIS
            DISPLAY "INCLUIR NO M365       : " WS-QTD-INCLUIR-M365
            DISPLAY "REMOVER DO M365       : " WS-QTD-SO-M365
            DISPLAY "SEM E-MAIL UTILIZAVEL : " WS-QTD-SEM-EMAIL
            DISPLAY "RELATORIO EM DIFERENCAS_GRUPOS.LST"

            MOVE WS-QTD-IGUAIS TO WS-QTD-GRAVADOS
            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
           .

       P-COMPARA-FIM.
           EXIT.

       P-COMPARA-1.
            MOVE FUNCTION UPPER-CASE(GRP-NOME) TO WS-GRUPO-UC
            IF WS-GRUPO-ESCOLHIDO-UC NOT = SPACES
               AND WS-GRUPO-UC NOT = WS-GRUPO-ESCOLHIDO-UC THEN
               GO TO P-COMPARA-1-FIM
            END-IF

            ADD 1 TO WS-QTD-MEMBROS

            PERFORM P-RESOLVE-EMAIL THRU P-RESOLVE-EMAIL-FIM
            IF NOT MBR-OK THEN
               PERFORM P-IMPRIME-SEM-EMAIL THRU P-IMPRIME-SEM-EMAIL-FIM
               GO TO P-COMPARA-1-FIM
            END-IF

            MOVE FUNCTION UPPER-CASE(WS-MBR-EMAIL) TO WS-MBR-EMAIL-UC

            MOVE 'N' TO WS-ACHOU-M365
            PERFORM VARYING WS-IDX-M36 FROM 1 BY 1
                    UNTIL WS-IDX-M36 > WS-QTD-M365
                IF WS-M36-GRUPO(WS-IDX-M36) EQUAL WS-GRUPO-UC
                   AND WS-M36-EMAIL(WS-IDX-M36)
                       EQUAL WS-MBR-EMAIL-UC THEN
                   MOVE 'S' TO WS-ACHOU-M365
                   MOVE 'S' TO WS-M36-ACHADO(WS-IDX-M36)
                END-IF
            END-PERFORM

            IF ACHOU-M365 THEN
               ADD 1 TO WS-QTD-IGUAIS
               GO TO P-COMPARA-1-FIM
            END-IF

            ADD 1 TO WS-QTD-INCLUIR-M365
            MOVE SPACES TO LK-PRT-LINHA
            STRING GRP-NOME                    DELIMITED BY SIZE
                   ' INCLUIR NO M365   '       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MBR-EMAIL) DELIMITED BY SIZE
                   ' ('                        DELIMITED BY SIZE
                   GRP-ID-CONTATO              DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MBR-NOME)  DELIMITED BY SIZE
                   ')'                         DELIMITED BY SIZE
                INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-COMPARA-1-FIM.
           EXIT.

      ******************************************************************
      * E-mail do membro para o M365: o contato precisa existir e
      * estar ativo; vale o primeiro meio EMAIL nao devolvido, e para
      * funcionario o UPN que o CTTWRT gerou para aquele e-mail (a
      * conta do M365 dele), quando houver.
      ******************************************************************
       P-RESOLVE-EMAIL.
            MOVE 'N'    TO WS-MBR-OK
            MOVE 'N'    TO WS-UPN-ACHADO
            MOVE SPACES TO WS-MBR-EMAIL WS-MBR-NOME WS-MBR-MOTIVO
            MOVE ZEROS  TO WS-QTD-DEVOLVIDOS

            MOVE GRP-ID-CONTATO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                    MOVE 'CONTATO NAO EXISTE MAIS' TO WS-MBR-MOTIVO
                    GO TO P-RESOLVE-EMAIL-FIM
            END-READ

            MOVE NM-CONTATO TO WS-MBR-NOME

            IF CONTATO-EXCLUIDO THEN
               MOVE 'CONTATO EXCLUIDO' TO WS-MBR-MOTIVO
               GO TO P-RESOLVE-EMAIL-FIM
            END-IF

            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > QTD-CT-METODOS
                          OR WS-CT-IDX > 5
                IF CT-METODO-TIPO(WS-CT-IDX) EQUAL 'EMAIL'
                   AND CT-METODO-VALOR(WS-CT-IDX) NOT = SPACES THEN
                   IF METODO-DEVOLVIDO(WS-CT-IDX) THEN
                      ADD 1 TO WS-QTD-DEVOLVIDOS
                   ELSE
                      IF WS-MBR-EMAIL EQUAL SPACES THEN
                         MOVE CT-METODO-VALOR(WS-CT-IDX)
                              TO WS-MBR-EMAIL
                      END-IF
                   END-IF
                   IF TIPO-FUNCIONARIO AND NOT UPN-ACHADO THEN
                      MOVE FUNCTION UPPER-CASE(
                           CT-METODO-VALOR(WS-CT-IDX))
                           TO WS-EML-BUSCA
                      PERFORM P-PROCURA-UPN THRU P-PROCURA-UPN-FIM
                   END-IF
                END-IF
            END-PERFORM

      * O UPN da conta do funcionario vale mesmo que o e-mail
      * cadastrado tenha voltado: a caixa e a do M365.
            IF UPN-ACHADO THEN
               MOVE 'S' TO WS-MBR-OK
               GO TO P-RESOLVE-EMAIL-FIM
            END-IF

            IF WS-MBR-EMAIL NOT = SPACES THEN
               MOVE 'S' TO WS-MBR-OK
               GO TO P-RESOLVE-EMAIL-FIM
            END-IF

            IF WS-QTD-DEVOLVIDOS > ZEROS THEN
               MOVE 'E-MAIL DEVOLVIDO' TO WS-MBR-MOTIVO
            ELSE
               MOVE 'SEM E-MAIL CADASTRADO' TO WS-MBR-MOTIVO
            END-IF
           .

       P-RESOLVE-EMAIL-FIM.
           EXIT.

      * Procura WS-EML-BUSCA no registro de UPNs; a linha mais
      * recente do e-mail e a que vale.
       P-PROCURA-UPN.
            PERFORM VARYING WS-IDX-UPG FROM 1 BY 1
                    UNTIL WS-IDX-UPG > WS-QTD-UPNS
                IF WS-UPG-EMAIL(WS-IDX-UPG) EQUAL WS-EML-BUSCA THEN
                   MOVE 'S' TO WS-UPN-ACHADO
                   MOVE WS-UPG-UPN(WS-IDX-UPG) TO WS-MBR-EMAIL
                END-IF
            END-PERFORM
           .

       P-PROCURA-UPN-FIM.
           EXIT.

       P-IMPRIME-SEM-EMAIL.
            ADD 1 TO WS-QTD-SEM-EMAIL

            MOVE SPACES TO LK-PRT-LINHA
            STRING GRP-NOME              DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   GRP-ID-CONTATO        DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WS-MBR-NOME           DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WS-MBR-MOTIVO         DELIMITED BY SIZE
                INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-IMPRIME-SEM-EMAIL-FIM.
           EXIT.

      ******************************************************************
      * Aberturas e cargas.
      ******************************************************************
       P-ABRE-ENTRADAS.
            OPEN INPUT GRUPOS
            IF NOT GRP-OK THEN
               DISPLAY "NENHUM GRUPO CADASTRADO AINDA."
               GO TO P-ABRE-ENTRADAS-FIM
            END-IF

            OPEN INPUT CONTATOS
            IF NOT FS-OK THEN
               MOVE 'PG13GRPM365'    TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE GRUPOS
            END-IF
           .

       P-ABRE-ENTRADAS-FIM.
           EXIT.

       P-CARREGA-UPNS.
            MOVE ZEROS TO WS-QTD-UPNS
            SET EOF-OK TO FALSE

            OPEN INPUT REGUPN
            IF NOT UPG-OK THEN
               GO TO P-CARREGA-UPNS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ REGUPN
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF WS-QTD-UPNS < 2000 THEN
                           ADD 1 TO WS-QTD-UPNS
                           MOVE UPG-UPN TO WS-UPG-UPN(WS-QTD-UPNS)
                           MOVE FUNCTION UPPER-CASE(UPG-EMAIL)
                                TO WS-UPG-EMAIL(WS-QTD-UPNS)
                        ELSE
                           DISPLAY "UPN_GERADOS.dat TEM MAIS DE 2000 "
                                   "LINHAS - IGNORANDO O RESTANTE"
                           SET EOF-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM

            CLOSE REGUPN
           .

       P-CARREGA-UPNS-FIM.
           EXIT.

      * Le M365_GRUPOS.CSV pulando o cabecalho: nome do grupo e
      * e-mail do membro nas duas primeiras colunas (as demais sao
      * ignoradas), ja filtrando pelo grupo escolhido.
       P-CARREGA-M365.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-M365
            MOVE 'S'   TO WS-PRIMEIRA-LINHA

            OPEN INPUT M365CSV
            IF NOT M36-OK THEN
               GO TO P-CARREGA-M365-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ M365CSV
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF PRIMEIRA-LINHA THEN
                           MOVE 'N' TO WS-PRIMEIRA-LINHA
                        ELSE
                           PERFORM P-GUARDA-1-MEMBRO
                                   THRU P-GUARDA-1-MEMBRO-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE M365CSV
           .

       P-CARREGA-M365-FIM.
           EXIT.

       P-GUARDA-1-MEMBRO.
            MOVE SPACES TO WS-CAMPO-1 WS-CAMPO-2

            INSPECT REG-M365CSV REPLACING ALL '"' BY SPACE
            UNSTRING REG-M365CSV DELIMITED BY ','
                 INTO WS-CAMPO-1 WS-CAMPO-2
            END-UNSTRING

            MOVE FUNCTION TRIM(WS-CAMPO-1) TO WS-CAMPO-1
            MOVE FUNCTION TRIM(WS-CAMPO-2) TO WS-CAMPO-2

            IF WS-CAMPO-1 EQUAL SPACES OR WS-CAMPO-2 EQUAL SPACES THEN
               GO TO P-GUARDA-1-MEMBRO-FIM
            END-IF

            MOVE FUNCTION UPPER-CASE(WS-CAMPO-1) TO WS-GRUPO-UC
            IF WS-GRUPO-ESCOLHIDO-UC NOT = SPACES
               AND WS-GRUPO-UC NOT = WS-GRUPO-ESCOLHIDO-UC THEN
               GO TO P-GUARDA-1-MEMBRO-FIM
            END-IF

            IF WS-QTD-M365 >= 2000 THEN
               DISPLAY 'MAIS DE 2000 MEMBROS NO M365_GRUPOS.CSV - '
                       'IGNORANDO O RESTANTE'
               GO TO P-GUARDA-1-MEMBRO-FIM
            END-IF

            ADD 1 TO WS-QTD-M365
            MOVE WS-GRUPO-UC TO WS-M36-GRUPO(WS-QTD-M365)
            MOVE FUNCTION UPPER-CASE(WS-CAMPO-2)
                 TO WS-M36-EMAIL(WS-QTD-M365)
            MOVE 'N' TO WS-M36-ACHADO(WS-QTD-M365)
           .

       P-GUARDA-1-MEMBRO-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.
           EXIT.

       P-GRAVA-CONTROLE.
            MOVE 'PG13GRPM365'     TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS      TO CTL-QTD-LIDOS
            MOVE WS-QTD-GRAVADOS   TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-SEM-EMAIL  TO CTL-QTD-REJEITADOS

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
           EXIT.

       P-END.
            GOBACK.
       END PROGRAM PG13GRPM365.
