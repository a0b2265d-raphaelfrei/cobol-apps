      *                      para colisoes (joao.silva2@...)
      * Update: 02/09/2026 - Opcao de transliterar acentos para ASCII
      *                      na saida, pela tabela TRANSLIT.dat
      * Update: 15/10/2026 - First Name e Last Name alargados para o
      *                      prenome (30) e o sobrenome (40) do
      *                      cadastro de contatos; o UPN passa a usar
      *                      a primeira palavra do prenome e a ultima
      *                      do sobrenome (maria.oliveira@...)
      * Update: 15/10/2026 - UPNs gerados no template de Usuarios
      *                      gravados em UPN_GERADOS.dat (UPN, e-mail
      *                      digitado, SKU e data), para o
      *                      desligamento e os demais processos
      *                      acharem a conta M365 de cada pessoa; o
      *                      mesmo e-mail reaproveita o UPN ja
      *                      registrado (reexecucao do rerun) e a
      *                      unicidade passa a valer contra as
      *                      execucoes anteriores tambem

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-TRL-FS.

      * Registro permanente dos UPNs gerados: uma linha por conta,
      * acrescentada a cada execucao do template de Usuarios.
       SELECT REGUPN ASSIGN TO ".\UPN_GERADOS.dat"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WS-UPG-FS.

       DATA DIVISION.
       FILE SECTION.

       FD CSV-OTPT.
       01 REG-CSV                      PIC X(700).

       FD ENTRADA.
       01 REG-ENTRADA                  PIC X(800).

       FD CONTROLE.
       01 REG-CONTROLE                 PIC X(80).
          03 TRL-DE                    PIC X(01).
          03 TRL-PARA                  PIC X(01).

      * UPN gerado, e-mail digitado na entrada (a ligacao com o
      * cadastro de contatos), SKU da licenca e data da geracao.
       FD REGUPN.
       01 REG-UPN-GERADO.
          03 UPG-UPN                   PIC X(90).
          03 UPG-EMAIL                 PIC X(40).
          03 UPG-SKU                   PIC X(20).
          03 UPG-DATA                  PIC 9(08).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *     The record length is 343 bytes (357 with ',')
      *     COLUMN A: FULL NAME                    (71 | B + " " + C)
      *     COLUMN B: FIRST NAME                   (30)
      *     COLUMN C: LAST NAME                    (40)
      *     COLUMN D: EMAIL                        (30)
      *     COLUMN E: COMPANY                      (30)
      *     COLUMN F: TELEPHONE - COMMERCIAL       (10)

       01 WS-CUST-RECORD.
          03 WS-CUST-NM.
             05 WS-CUST-NM-FL          PIC A(71).
             05 WS-CUST-NM-FN          PIC A(30).
             05 WS-CUST-NM-LN          PIC A(40).

          03 WS-CUST-EML               PIC X(30).
          03 WS-CUST-CMP               PIC X(30).
       77 WS-RET-RENAME            PIC S9(09) COMP VALUE ZEROS.

      * Montagem automatica do UPN do template de Usuarios:
      * nome.sobrenome@dominio (primeira palavra do prenome, ultima do
      * sobrenome) em minusculas, acentos convertidos e
      * sufixo numerico quando o mesmo nome aparece duas vezes na
      * execucao (dois Joao Silva viram joao.silva e joao.silva2).
       77 WS-DOM-FS                PIC 9(02).
          88 DOM-OK              VALUE 0.

       77 WS-UPN-DOMINIO           PIC X(40) VALUE SPACES.
       77 WS-UPN-BASE              PIC X(71) VALUE SPACES.
       77 WS-UPN-LOCAL             PIC X(50) VALUE SPACES.
       77 WS-UPN                   PIC X(90) VALUE SPACES.
       77 WS-UPN-TRABALHO          PIC X(71) VALUE SPACES.
       77 WS-UPN-PRIMEIRO          PIC X(30) VALUE SPACES.
       77 WS-UPN-ULTIMO            PIC X(40) VALUE SPACES.
       77 WS-UPN-INVERTIDO         PIC X(40) VALUE SPACES.
       77 WS-UPN-SUFIXO            PIC 9(02) VALUE ZEROS.
      * Versao editada do sufixo sem o zero a esquerda, para o UPN
      * sair joao.silva2@... e nao joao.silva02@....

       77 WS-QTD-UPNS              PIC 9(03) VALUE ZEROS.

      * UPNs ja registrados em UPN_GERADOS.dat por execucoes
      * anteriores, com o e-mail de cada um em maiusculas para a
      * busca.
       77 WS-UPG-FS                PIC 9(02).
          88 UPG-OK              VALUE 0.

       01 WS-TABELA-REGISTRO.
          03 WS-REG-LINHA OCCURS 2000 TIMES.
             05 WS-REG-UPN            PIC X(90).
             05 WS-REG-EMAIL          PIC X(40).

       77 WS-QTD-REGISTRO          PIC 9(04) VALUE ZEROS.
       77 WS-IDX-REG               PIC 9(04) VALUE ZEROS.
       77 WS-UPG-EOF               PIC X(01) VALUE 'N'.
          88 UPG-EOF             VALUE 'S' FALSE 'N'.
       77 WS-UPN-REGISTRADO        PIC X(01) VALUE 'N'.
          88 UPN-REGISTRADO      VALUE 'S'.
       77 WS-EML-BUSCA             PIC X(40) VALUE SPACES.

      * Opcao de transliteracao de acentos na exportacao: liga a
      * conversao de caracteres acentuados para ASCII usando a tabela
      * mantida em TRANSLIT.dat (um par de-para por linha); sem o
      * Protecao de campo para o CSV: campo com virgula ou aspas sai
      * entre aspas, com as aspas internas dobradas. Os campos de
      * texto livre protegidos ficam nas copias WS-PROT-*.
       77 WS-CAMPO-BRUTO           PIC X(71) VALUE SPACES.
       77 WS-CAMPO-PROTEGIDO       PIC X(144) VALUE SPACES.
       77 WS-QTD-VIRGULA           PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ASPAS             PIC 9(02) VALUE ZEROS.
       77 WS-TAM-BRUTO             PIC 9(03) VALUE ZEROS.
       77 WS-POS-PROT              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-PROT              PIC 9(03) VALUE ZEROS.

       77 WS-PROT-NOME             PIC X(144) VALUE SPACES.
       77 WS-PROT-CMP              PIC X(86) VALUE SPACES.
       77 WS-PROT-TTL              PIC X(86) VALUE SPACES.
       77 WS-PROT-STE              PIC X(86) VALUE SPACES.

      * Divisor de linha CSV que respeita campos entre aspas, usado
      * na leitura de CTTWRT_ENTRADA.CSV.
       77 WS-PARSE-LINHA           PIC X(800) VALUE SPACES.
       01 WS-PARSE-CAMPOS.
          03 WS-PARSE-CAMPO OCCURS 18 TIMES PIC X(41).
       77 WS-QTD-CAMPOS            PIC 9(02) VALUE ZEROS.

            IF TEMPLATE-USUARIOS THEN
               PERFORM P-CARREGA-DOMINIO
               PERFORM P-CARREGA-REGISTRO-UPN
               PERFORM P-ABRE-REGISTRO-UPN
            END-IF

            IF MODO-LOTE THEN
               PERFORM P-INTERATIVO
            END-IF

            IF TEMPLATE-USUARIOS AND UPG-OK THEN
               CLOSE REGUPN
            END-IF

            STOP RUN.

      * Cadastro de um usuario por vez, via prompts na tela; modo
      * Grava a linha de cabecalho de OTPT com os nomes de coluna
      * esperados pelo template de bulk-import selecionado.
       P-GRAVA-HEADER-OTPT.
            MOVE SPACES TO REG-CSV

            EVALUATE TRUE
                WHEN TEMPLATE-USUARIOS
                   STRING "User Principal Name,Display Name,"
            PERFORM P-PROTEGE-CAMPOS

            IF TEMPLATE-USUARIOS THEN
               PERFORM P-PROCURA-UPN-REGISTRO
               IF NOT UPN-REGISTRADO THEN
                  PERFORM P-GERA-UPN
                  PERFORM P-REGISTRA-UPN
               END-IF
            END-IF

            MOVE SPACES TO REG-CSV

            EVALUATE TRUE
                WHEN TEMPLATE-USUARIOS
                   PERFORM P-GRAVA-USUARIO
            END-PERFORM
            .

      * Monta o UPN nome.sobrenome@dominio: primeira palavra do
      * prenome e ultima do sobrenome (Maria Aparecida dos Santos
      * Oliveira vira maria.oliveira), em minusculas, acentos
      * convertidos para ASCII (tabela latin-1) e espacos
      * descartados; colisao dentro da execucao ganha sufixo
      * numerico a partir de 2.
       P-GERA-UPN.
            MOVE SPACES TO WS-UPN-BASE WS-UPN-TRABALHO
            MOVE SPACES TO WS-UPN-PRIMEIRO WS-UPN-ULTIMO
                           WS-UPN-INVERTIDO

            UNSTRING FUNCTION TRIM(WS-CUST-NM-FN) DELIMITED BY SPACE
                INTO WS-UPN-PRIMEIRO
            END-UNSTRING

            MOVE FUNCTION REVERSE(FUNCTION TRIM(WS-CUST-NM-LN))
                 TO WS-UPN-INVERTIDO
            UNSTRING WS-UPN-INVERTIDO DELIMITED BY SPACE
                INTO WS-UPN-ULTIMO
            END-UNSTRING
            MOVE FUNCTION REVERSE(FUNCTION TRIM(WS-UPN-ULTIMO))
                 TO WS-UPN-INVERTIDO
            MOVE WS-UPN-INVERTIDO TO WS-UPN-ULTIMO

            STRING FUNCTION LOWER-CASE(
                       FUNCTION TRIM(WS-UPN-PRIMEIRO))
                                              DELIMITED BY SIZE
                   '.'                        DELIMITED BY SIZE
                   FUNCTION LOWER-CASE(
                       FUNCTION TRIM(WS-UPN-ULTIMO))
                                              DELIMITED BY SIZE
                INTO WS-UPN-TRABALHO
            END-STRING
            MOVE ZEROS TO WS-POS-LIMPA
            MOVE SPACES TO WS-UPN-BASE
            PERFORM VARYING WS-IDX-LIMPA FROM 1 BY 1
                    UNTIL WS-IDX-LIMPA > 71
                IF WS-UPN-TRABALHO(WS-IDX-LIMPA:1) NOT = SPACE THEN
                   ADD 1 TO WS-POS-LIMPA
                   MOVE WS-UPN-TRABALHO(WS-IDX-LIMPA:1)
                   MOVE 'N' TO WS-UPN-UNICO
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                    UNTIL WS-IDX-REG > WS-QTD-REGISTRO
                IF WS-REG-UPN(WS-IDX-REG) EQUAL WS-UPN THEN
                   MOVE 'N' TO WS-UPN-UNICO
                END-IF
            END-PERFORM
            .

      * Carrega UPN_GERADOS.dat para a tabela em memoria; sem o
      * arquivo (primeira execucao) a tabela fica vazia.
       P-CARREGA-REGISTRO-UPN.
            MOVE ZEROS TO WS-QTD-REGISTRO
            SET UPG-EOF TO FALSE

            OPEN INPUT REGUPN

            IF UPG-OK THEN
               PERFORM UNTIL UPG-EOF
                   READ REGUPN
                        AT END
                           SET UPG-EOF TO TRUE
                    NOT AT END
                           IF WS-QTD-REGISTRO < 2000 THEN
                              ADD 1 TO WS-QTD-REGISTRO
                              MOVE UPG-UPN
                                   TO WS-REG-UPN(WS-QTD-REGISTRO)
                              MOVE FUNCTION UPPER-CASE(UPG-EMAIL)
                                   TO WS-REG-EMAIL(WS-QTD-REGISTRO)
                           ELSE
                              DISPLAY "UPN_GERADOS.dat TEM MAIS DE "
                                      "2000 LINHAS - IGNORANDO O "
                                      "RESTANTE"
                              SET UPG-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGUPN
            END-IF
            .

      * Abre UPN_GERADOS.dat para acrescentar os UPNs desta execucao,
      * criando o arquivo na primeira vez.
       P-ABRE-REGISTRO-UPN.
            OPEN EXTEND REGUPN
            IF WS-UPG-FS EQUAL 35 THEN
               OPEN OUTPUT REGUPN
            END-IF

            IF NOT UPG-OK THEN
               DISPLAY "AVISO: UPN_GERADOS.dat INDISPONIVEL - UPNs "
                       "DESTA EXECUCAO NAO SERAO REGISTRADOS."
               DISPLAY "Error ID: " WS-UPG-FS
            END-IF
            .

      * Procura o e-mail digitado entre os UPNs ja registrados; se a
      * pessoa ja tem conta gerada (rerun de uma carga que falhou),
      * o UPN registrado e reaproveitado em vez de gerar outro.
       P-PROCURA-UPN-REGISTRO.
            MOVE 'N' TO WS-UPN-REGISTRADO
            MOVE FUNCTION UPPER-CASE(WS-CUST-EML) TO WS-EML-BUSCA

            IF WS-EML-BUSCA NOT = SPACES THEN
               PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                       UNTIL WS-IDX-REG > WS-QTD-REGISTRO
                              OR UPN-REGISTRADO
                   IF WS-REG-EMAIL(WS-IDX-REG) EQUAL WS-EML-BUSCA THEN
                      MOVE 'S' TO WS-UPN-REGISTRADO
                      MOVE WS-REG-UPN(WS-IDX-REG) TO WS-UPN
                   END-IF
               END-PERFORM
            END-IF
            .

      * Grava o UPN recem-gerado em UPN_GERADOS.dat e na tabela em
      * memoria (o mesmo e-mail repetido no lote reaproveita o UPN).
       P-REGISTRA-UPN.
            IF UPG-OK THEN
               MOVE WS-UPN              TO UPG-UPN
               MOVE WS-CUST-EML         TO UPG-EMAIL
               MOVE WS-CUST-LICENSE-SKU TO UPG-SKU
               MOVE FUNCTION CURRENT-DATE(1:8) TO UPG-DATA
               WRITE REG-UPN-GERADO
            END-IF

            IF WS-QTD-REGISTRO < 2000 THEN
               ADD 1 TO WS-QTD-REGISTRO
               MOVE WS-UPN TO WS-REG-UPN(WS-QTD-REGISTRO)
               MOVE WS-EML-BUSCA TO WS-REG-EMAIL(WS-QTD-REGISTRO)
            END-IF
            .

      * Carrega LICENCAS.dat para a tabela em memoria; sem o arquivo
