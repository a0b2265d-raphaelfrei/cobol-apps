      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Desligamento no M365 dos funcionarios excluidos - o
      *          PG13TRNCTT e o PG13DELCNT excluem o contato, mas a
      *          conta do M365 continua ativa ate alguem lembrar.
      *          Le os contatos FUNCIONARIO excluidos desde a ultima
      *          execucao (carimbo em OFFB_ULTEXEC.dat), acha a conta
      *          de cada um no registro de UPNs gerados pelo CTTWRT
      *          (UPN_GERADOS.dat, casado pelo e-mail do cadastro) e
      *          gera os CSVs de bulk do admin center para bloquear a
      *          entrada (OFFB_BLOQUEIO.CSV) e excluir a conta
      *          (OFFB_EXCLUSAO.CSV), a lista de contas enviadas para
      *          o CTTWRTRES casar o resultado (OFFB_ENVIADOS.CSV) e a
      *          listagem DESLIGAMENTOS_M365.LST, com as licencas a
      *          liberar por SKU conferidas com LICENCAS.dat. As
      *          contas que falharam no admin center voltam pelo
      *          OFFB_RERUN.CSV do CTTWRTRES e sao reenviadas aqui.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13DESM365.

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

            SELECT REGUPN ASSIGN TO ".\UPN_GERADOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-UPG-FS.

            SELECT LICENCAS ASSIGN TO ".\LICENCAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-LIC-FS.

            SELECT ULTEXEC ASSIGN TO ".\OFFB_ULTEXEC.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ULT-FS.

            SELECT BLOQUEIO ASSIGN TO ".\OFFB_BLOQUEIO.CSV"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-BLQ-FS.

            SELECT EXCLUSAO ASSIGN TO ".\OFFB_EXCLUSAO.CSV"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-EXC-FS.

            SELECT ENVIADOS ASSIGN TO ".\OFFB_ENVIADOS.CSV"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ENV-FS.

            SELECT REEXEC ASSIGN TO ".\OFFB_RERUN.CSV"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-REX-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD REGUPN.
          COPY FD_UPNGR.

      * Mesmo layout lido pelo CTTWRT e mantido pelo PG13MNTREF.
       FD LICENCAS.
       01 REG-LICENCA.
          03 LIC-SKU              PIC X(20).
          03 LIC-POSSUIDOS        PIC 9(05).
          03 LIC-ATRIBUIDOS       PIC 9(05).

      * Carimbo de data/hora do inicio da ultima execucao: so os
      * funcionarios excluidos depois dele entram na proxima.
       FD ULTEXEC.
       01 REG-ULTEXEC.
          03 ULT-DATA             PIC 9(08).
          03 ULT-HORA             PIC 9(06).

       FD BLOQUEIO.
       01 REG-BLOQUEIO             PIC X(120).

       FD EXCLUSAO.
       01 REG-EXCLUSAO             PIC X(120).

      * Contas enviadas nesta execucao: UPN, ID do contato, SKU e
      * nome. OFFB_RERUN.CSV, gerado pelo CTTWRTRES, tem o mesmo
      * layout (so as linhas que falharam).
       FD ENVIADOS.
       01 REG-ENVIADO              PIC X(300).

       FD REEXEC.
       01 REG-REEXEC               PIC X(300).

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-UPG-FS             PIC 9(02).
          88 UPG-OK           VALUE 0.

       77 WS-LIC-FS             PIC 9(02).
          88 LIC-OK           VALUE 0.

       77 WS-ULT-FS             PIC 9(02).
          88 ULT-OK           VALUE 0.

       77 WS-BLQ-FS             PIC 9(02).
          88 BLQ-OK           VALUE 0.

       77 WS-EXC-FS             PIC 9(02).
          88 EXC-OK           VALUE 0.

       77 WS-ENV-FS             PIC 9(02).
          88 ENV-OK           VALUE 0.

       77 WS-REX-FS             PIC 9(02).
          88 REX-OK           VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

      * Carimbo da execucao anterior e inicio desta.
       77 WS-ULT-DATA           PIC 9(08) VALUE ZEROS.
       77 WS-ULT-HORA           PIC 9(06) VALUE ZEROS.
       77 WS-INI-DATA           PIC 9(08) VALUE ZEROS.
       77 WS-INI-HORA           PIC 9(06) VALUE ZEROS.

      * UPN_GERADOS.dat em memoria, com o e-mail em maiusculas para a
      * busca; a ultima linha de um mesmo e-mail e a que vale.
       01 WS-TABELA-UPNS.
          03 WS-UPG-LINHA OCCURS 2000 TIMES.
             05 WS-UPG-UPN         PIC X(90).
             05 WS-UPG-EMAIL       PIC X(40).
             05 WS-UPG-SKU         PIC X(20).

       77 WS-QTD-UPNS           PIC 9(04) VALUE ZEROS.
       77 WS-IDX-UPG            PIC 9(04) VALUE ZEROS.

      * LICENCAS.dat em memoria, com os assentos a liberar por SKU
      * acumulados nesta execucao.
       01 WS-TABELA-LICENCAS.
          03 WS-LIC-LINHA OCCURS 20 TIMES.
             05 WS-LIC-SKU         PIC X(20).
             05 WS-LIC-POSSUIDOS   PIC 9(05).
             05 WS-LIC-ATRIBUIDOS  PIC 9(05).
             05 WS-LIC-LIBERAR     PIC 9(05).

       77 WS-QTD-LICENCAS       PIC 9(02) VALUE ZEROS.
       77 WS-IDX-LIC            PIC 9(02) VALUE ZEROS.
       77 WS-LIC-ACHADA         PIC X(01) VALUE 'N'.
          88 LIC-ACHADA       VALUE 'S'.

      * SKUs registrados que nao constam de LICENCAS.dat.
       01 WS-TABELA-SKU-FORA.
          03 WS-FORA-LINHA OCCURS 20 TIMES.
             05 WS-FORA-SKU        PIC X(20).
             05 WS-FORA-LIBERAR    PIC 9(05).

       77 WS-QTD-SKU-FORA       PIC 9(02) VALUE ZEROS.
       77 WS-IDX-FORA           PIC 9(02) VALUE ZEROS.
       77 WS-QTD-SEM-SKU        PIC 9(05) VALUE ZEROS.

      * UPNs ja enviados nesta execucao (reenvios e novos), para a
      * mesma conta nao sair duas vezes.
       01 WS-TABELA-ENVIADOS.
          03 WS-ENV-UPN OCCURS 500 TIMES PIC X(90).

       77 WS-QTD-ENVIADOS       PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ENV            PIC 9(03) VALUE ZEROS.
       77 WS-JA-ENVIADO         PIC X(01) VALUE 'N'.
          88 JA-ENVIADO       VALUE 'S'.

      * Conta do funcionario sendo desligado.
       77 WS-DSL-UPN            PIC X(90) VALUE SPACES.
       77 WS-DSL-UPN-UC         PIC X(90) VALUE SPACES.
       77 WS-DSL-ID             PIC 9(06) VALUE ZEROS.
       77 WS-DSL-NOME           PIC X(20) VALUE SPACES.
       77 WS-DSL-SKU            PIC X(20) VALUE SPACES.
       77 WS-DSL-ORIGEM         PIC X(08) VALUE SPACES.
       77 WS-DSL-ID-X           PIC X(06) VALUE SPACES.

       77 WS-EML-BUSCA          PIC X(40) VALUE SPACES.
       77 WS-EML-PRIMEIRO       PIC X(30) VALUE SPACES.
       77 WS-CT-IDX             PIC 9(01) VALUE ZEROS.
       77 WS-UPN-ACHADO         PIC X(01) VALUE 'N'.
          88 UPN-ACHADO       VALUE 'S'.

       77 WS-LINHA-CSV          PIC X(300) VALUE SPACES.
       77 WS-ED-QTD             PIC ZZZZ9.
       77 WS-ED-POSSUIDOS       PIC ZZZZ9.
       77 WS-ED-ATRIBUIDOS      PIC ZZZZ9.
       77 WS-ED-APOS            PIC ZZZZ9.
       77 WS-APOS-LIBERACAO     PIC 9(05) VALUE ZEROS.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXCLUIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REENVIOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PELO-EMAIL     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.

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
            DISPLAY "***** DESLIGAMENTO DE FUNCIONARIOS NO M365 *****"

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INI-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-INI-HORA

            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-EXCLUIDOS
                          WS-QTD-REENVIOS WS-QTD-PELO-EMAIL
                          WS-QTD-GRAVADOS WS-QTD-REJEITADOS
                          WS-QTD-ENVIADOS WS-QTD-SEM-SKU
                          WS-QTD-SKU-FORA

            MOVE 'PG13DESM365' TO LK-DUR-PROGRAMA
            MOVE 'I'           TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-CARREGA-UPNS THRU P-CARREGA-UPNS-FIM
            PERFORM P-CARREGA-LICENCAS THRU P-CARREGA-LICENCAS-FIM
            PERFORM P-LE-CARIMBO THRU P-LE-CARIMBO-FIM

            PERFORM P-DESLIGA THRU P-DESLIGA-FIM

            MOVE 'F'           TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-END
           .

      ******************************************************************
      * Abre as saidas, reenvia primeiro as contas que falharam na
      * execucao anterior (OFFB_RERUN.CSV) e depois os funcionarios
      * excluidos desde o carimbo; no fim lista as licencas a liberar
      * e avanca o carimbo para o inicio desta execucao.
      ******************************************************************
       P-DESLIGA.
            OPEN INPUT CONTATOS
            IF NOT FS-OK THEN
               MOVE 'PG13DESM365'    TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-DESLIGA-FIM
            END-IF

            OPEN OUTPUT BLOQUEIO
            OPEN OUTPUT EXCLUSAO
            OPEN OUTPUT ENVIADOS

            IF NOT BLQ-OK OR NOT EXC-OK OR NOT ENV-OK THEN
               MOVE 'PG13DESM365'    TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR SAIDAS'   TO LK-ERRO-OPERACAO
               MOVE WS-BLQ-FS        TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE CONTATOS
               CLOSE BLOQUEIO
               CLOSE EXCLUSAO
               CLOSE ENVIADOS
               GO TO P-DESLIGA-FIM
            END-IF

      * Cabecalhos dos templates de bulk do admin center: bloqueio
      * de entrada (Block sign-in = Yes) e exclusao de usuarios.
            MOVE 'User Principal Name,Block sign-in' TO REG-BLOQUEIO
            WRITE REG-BLOQUEIO
            MOVE 'User Principal Name' TO REG-EXCLUSAO
            WRITE REG-EXCLUSAO

            MOVE 'DESLIGAMENTO DE FUNCIONARIOS NO M365'
                                    TO LK-PRT-TITULO
            MOVE '.\DESLIGAMENTOS_M365.LST' TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR        TO LK-PRT-OPERADOR
            MOVE 'I'                TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'ID     NOME                 ORIGEM   UPN / SKU'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM P-REENVIOS THRU P-REENVIOS-FIM

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        IF TIPO-FUNCIONARIO AND CONTATO-EXCLUIDO THEN
                           PERFORM P-AVALIA-CONTATO
                                   THRU P-AVALIA-CONTATO-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS
            CLOSE BLOQUEIO
            CLOSE EXCLUSAO
            CLOSE ENVIADOS

            IF WS-QTD-GRAVADOS EQUAL ZEROS THEN
               MOVE 'NENHUM FUNCIONARIO EXCLUIDO DESDE A ULTIMA '
                  & 'EXECUCAO.' TO LK-PRT-LINHA
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            END-IF

            PERFORM P-IMPRIME-LICENCAS THRU P-IMPRIME-LICENCAS-FIM

            MOVE 'CONTATOS LIDOS'         TO LK-PRT-ROTULO
            MOVE WS-QTD-LIDOS             TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'FUNCIONARIOS EXCLUIDOS' TO LK-PRT-ROTULO
            MOVE WS-QTD-EXCLUIDOS         TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'REENVIOS (FALHA ANTERIOR)' TO LK-PRT-ROTULO
            MOVE WS-QTD-REENVIOS          TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CONTAS ENVIADAS'        TO LK-PRT-ROTULO
            MOVE WS-QTD-GRAVADOS          TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'UPN PELO E-MAIL CADASTRO' TO LK-PRT-ROTULO
            MOVE WS-QTD-PELO-EMAIL        TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'SEM CONTA LOCALIZADA'   TO LK-PRT-ROTULO
            MOVE WS-QTD-REJEITADOS        TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            PERFORM P-GRAVA-CARIMBO THRU P-GRAVA-CARIMBO-FIM
            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

            DISPLAY "FUNCIONARIOS EXCLUIDOS : " WS-QTD-EXCLUIDOS
            DISPLAY "REENVIOS               : " WS-QTD-REENVIOS
            DISPLAY "CONTAS ENVIADAS        : " WS-QTD-GRAVADOS
            DISPLAY "SEM CONTA LOCALIZADA   : " WS-QTD-REJEITADOS
            DISPLAY "ARQUIVOS: OFFB_BLOQUEIO.CSV, OFFB_EXCLUSAO.CSV, "
                    "OFFB_ENVIADOS.CSV E DESLIGAMENTOS_M365.LST"
            DISPLAY "O RESULTADO DO ADMIN CENTER (OFFB_RESULTADO.CSV) "
                    "VAI PARA O CTTWRTRES, OPCAO <2>."
           .

       P-DESLIGA-FIM.
           EXIT.

      ******************************************************************
      * Reenvio das contas que o admin center reprovou: cada linha de
      * OFFB_RERUN.CSV (UPN, ID, SKU, nome) sai de novo, e o arquivo
      * e esvaziado para nao reenviar a mesma falha duas vezes.
      ******************************************************************
       P-REENVIOS.
            OPEN INPUT REEXEC
            IF NOT REX-OK THEN
               GO TO P-REENVIOS-FIM
            END-IF

            SET EOF-OK TO FALSE
            PERFORM UNTIL EOF-OK
                READ REEXEC
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        PERFORM P-REENVIA-1 THRU P-REENVIA-1-FIM
                END-READ
            END-PERFORM

            CLOSE REEXEC

            OPEN OUTPUT REEXEC
            CLOSE REEXEC
           .

       P-REENVIOS-FIM.
           EXIT.

       P-REENVIA-1.
            IF REG-REEXEC EQUAL SPACES THEN
               GO TO P-REENVIA-1-FIM
            END-IF

            MOVE SPACES TO WS-DSL-UPN WS-DSL-ID-X WS-DSL-SKU
                           WS-DSL-NOME
            UNSTRING REG-REEXEC DELIMITED BY ','
                INTO WS-DSL-UPN WS-DSL-ID-X WS-DSL-SKU WS-DSL-NOME
            END-UNSTRING

            IF WS-DSL-UPN EQUAL SPACES THEN
               GO TO P-REENVIA-1-FIM
            END-IF

            IF WS-DSL-ID-X IS NUMERIC THEN
               MOVE WS-DSL-ID-X TO WS-DSL-ID
            ELSE
               MOVE ZEROS TO WS-DSL-ID
            END-IF

            MOVE 'REENVIO' TO WS-DSL-ORIGEM
            PERFORM P-ENVIA-CONTA THRU P-ENVIA-CONTA-FIM
            IF NOT JA-ENVIADO THEN
               ADD 1 TO WS-QTD-REENVIOS
            END-IF
           .

       P-REENVIA-1-FIM.
           EXIT.

      ******************************************************************
      * Funcionario excluido: so entra se a exclusao (data da ultima
      * alteracao) for posterior ao carimbo da execucao anterior. O
      * UPN vem do registro do CTTWRT pelo e-mail do cadastro; sem
      * registro, vale o proprio e-mail (conta exportada pelo
      * PG13EXPM365, que usa o e-mail como UPN).
      ******************************************************************
       P-AVALIA-CONTATO.
            IF DT-ULT-ALT-DATA < WS-ULT-DATA
               OR (DT-ULT-ALT-DATA = WS-ULT-DATA
                   AND DT-ULT-ALT-HORA NOT > WS-ULT-HORA) THEN
               GO TO P-AVALIA-CONTATO-FIM
            END-IF

            ADD 1 TO WS-QTD-EXCLUIDOS

            MOVE ID-CONTATO TO WS-DSL-ID
            MOVE NM-CONTATO TO WS-DSL-NOME
            MOVE SPACES     TO WS-DSL-UPN WS-DSL-SKU WS-EML-PRIMEIRO
            MOVE 'N'        TO WS-UPN-ACHADO

            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > QTD-CT-METODOS
                          OR WS-CT-IDX > 5
                IF CT-METODO-TIPO(WS-CT-IDX) EQUAL 'EMAIL'
                   AND CT-METODO-VALOR(WS-CT-IDX) NOT = SPACES THEN
                   IF WS-EML-PRIMEIRO EQUAL SPACES THEN
                      MOVE CT-METODO-VALOR(WS-CT-IDX)
                           TO WS-EML-PRIMEIRO
                   END-IF
                   IF NOT UPN-ACHADO THEN
                      MOVE FUNCTION UPPER-CASE(
                           CT-METODO-VALOR(WS-CT-IDX))
                           TO WS-EML-BUSCA
                      PERFORM P-PROCURA-UPN THRU P-PROCURA-UPN-FIM
                   END-IF
                END-IF
            END-PERFORM

            IF UPN-ACHADO THEN
               MOVE 'REGISTRO' TO WS-DSL-ORIGEM
            ELSE
               IF WS-EML-PRIMEIRO EQUAL SPACES THEN
                  ADD 1 TO WS-QTD-REJEITADOS
                  MOVE SPACES TO LK-PRT-LINHA
                  STRING ID-CONTATO         DELIMITED BY SIZE
                         ' '                DELIMITED BY SIZE
                         NM-CONTATO         DELIMITED BY SIZE
                         ' SEM E-MAIL NEM UPN REGISTRADO - DESLIGAR '
                                            DELIMITED BY SIZE
                         'A MAO'            DELIMITED BY SIZE
                      INTO LK-PRT-LINHA
                  PERFORM P-IMPRIME THRU P-IMPRIME-FIM
                  GO TO P-AVALIA-CONTATO-FIM
               END-IF
               MOVE WS-EML-PRIMEIRO TO WS-DSL-UPN
               MOVE 'E-MAIL'        TO WS-DSL-ORIGEM
            END-IF

            PERFORM P-ENVIA-CONTA THRU P-ENVIA-CONTA-FIM

            IF NOT JA-ENVIADO AND NOT UPN-ACHADO THEN
               ADD 1 TO WS-QTD-PELO-EMAIL
            END-IF
           .

       P-AVALIA-CONTATO-FIM.
           EXIT.

      * Procura WS-EML-BUSCA no registro; varre a tabela inteira para
      * ficar com a linha mais recente do e-mail.
       P-PROCURA-UPN.
            PERFORM VARYING WS-IDX-UPG FROM 1 BY 1
                    UNTIL WS-IDX-UPG > WS-QTD-UPNS
                IF WS-UPG-EMAIL(WS-IDX-UPG) EQUAL WS-EML-BUSCA THEN
                   MOVE 'S' TO WS-UPN-ACHADO
                   MOVE WS-UPG-UPN(WS-IDX-UPG) TO WS-DSL-UPN
                   MOVE WS-UPG-SKU(WS-IDX-UPG) TO WS-DSL-SKU
                END-IF
            END-PERFORM
           .

       P-PROCURA-UPN-FIM.
           EXIT.

      ******************************************************************
      * Grava a conta de WS-DSL-* nos dois CSVs do admin center e em
      * OFFB_ENVIADOS.CSV, lista e soma a licenca a liberar; conta ja
      * enviada nesta execucao e ignorada.
      ******************************************************************
       P-ENVIA-CONTA.
            MOVE FUNCTION LOWER-CASE(WS-DSL-UPN) TO WS-DSL-UPN
            MOVE FUNCTION UPPER-CASE(WS-DSL-UPN) TO WS-DSL-UPN-UC
            MOVE FUNCTION UPPER-CASE(WS-DSL-SKU) TO WS-DSL-SKU
            INSPECT WS-DSL-NOME REPLACING ALL ',' BY ' '

            MOVE 'N' TO WS-JA-ENVIADO
            PERFORM VARYING WS-IDX-ENV FROM 1 BY 1
                    UNTIL WS-IDX-ENV > WS-QTD-ENVIADOS
                IF WS-ENV-UPN(WS-IDX-ENV) EQUAL WS-DSL-UPN-UC THEN
                   MOVE 'S' TO WS-JA-ENVIADO
                END-IF
            END-PERFORM

            IF JA-ENVIADO THEN
               GO TO P-ENVIA-CONTA-FIM
            END-IF

            IF WS-QTD-ENVIADOS < 500 THEN
               ADD 1 TO WS-QTD-ENVIADOS
               MOVE WS-DSL-UPN-UC TO WS-ENV-UPN(WS-QTD-ENVIADOS)
            END-IF

            MOVE SPACES TO REG-BLOQUEIO
            STRING FUNCTION TRIM(WS-DSL-UPN) DELIMITED BY SIZE
                   ',Yes'                    DELIMITED BY SIZE
                INTO REG-BLOQUEIO
            WRITE REG-BLOQUEIO

            MOVE WS-DSL-UPN TO REG-EXCLUSAO
            WRITE REG-EXCLUSAO

            MOVE WS-DSL-ID TO WS-DSL-ID-X
            MOVE SPACES TO WS-LINHA-CSV
            STRING FUNCTION TRIM(WS-DSL-UPN)  DELIMITED BY SIZE
                   ','                        DELIMITED BY SIZE
                   WS-DSL-ID-X                DELIMITED BY SIZE
                   ','                        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DSL-SKU)  DELIMITED BY SIZE
                   ','                        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DSL-NOME) DELIMITED BY SIZE
                INTO WS-LINHA-CSV
            MOVE WS-LINHA-CSV TO REG-ENVIADO
            WRITE REG-ENVIADO

            ADD 1 TO WS-QTD-GRAVADOS

            MOVE SPACES TO LK-PRT-LINHA
            STRING WS-DSL-ID-X                DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-DSL-NOME                DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   WS-DSL-ORIGEM              DELIMITED BY SIZE
                   ' '                        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DSL-UPN)  DELIMITED BY SIZE
                   ' / '                      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DSL-SKU)  DELIMITED BY SIZE
                INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM P-SOMA-LICENCA THRU P-SOMA-LICENCA-FIM
           .

       P-ENVIA-CONTA-FIM.
           EXIT.

      * Soma um assento a liberar no SKU da conta; SKU fora de
      * LICENCAS.dat vai para a tabela a parte, e conta sem SKU no
      * registro (exportada pelo PG13EXPM365) so e contada.
       P-SOMA-LICENCA.
            IF WS-DSL-SKU EQUAL SPACES THEN
               ADD 1 TO WS-QTD-SEM-SKU
               GO TO P-SOMA-LICENCA-FIM
            END-IF

            MOVE 'N' TO WS-LIC-ACHADA
            PERFORM VARYING WS-IDX-LIC FROM 1 BY 1
                    UNTIL WS-IDX-LIC > WS-QTD-LICENCAS
                          OR LIC-ACHADA
                IF WS-LIC-SKU(WS-IDX-LIC) EQUAL WS-DSL-SKU THEN
                   MOVE 'S' TO WS-LIC-ACHADA
                   ADD 1 TO WS-LIC-LIBERAR(WS-IDX-LIC)
                END-IF
            END-PERFORM

            IF LIC-ACHADA THEN
               GO TO P-SOMA-LICENCA-FIM
            END-IF

            PERFORM VARYING WS-IDX-FORA FROM 1 BY 1
                    UNTIL WS-IDX-FORA > WS-QTD-SKU-FORA
                          OR LIC-ACHADA
                IF WS-FORA-SKU(WS-IDX-FORA) EQUAL WS-DSL-SKU THEN
                   MOVE 'S' TO WS-LIC-ACHADA
                   ADD 1 TO WS-FORA-LIBERAR(WS-IDX-FORA)
                END-IF
            END-PERFORM

            IF NOT LIC-ACHADA AND WS-QTD-SKU-FORA < 20 THEN
               ADD 1 TO WS-QTD-SKU-FORA
               MOVE WS-DSL-SKU TO WS-FORA-SKU(WS-QTD-SKU-FORA)
               MOVE 1          TO WS-FORA-LIBERAR(WS-QTD-SKU-FORA)
            END-IF
           .

       P-SOMA-LICENCA-FIM.
           EXIT.

      ******************************************************************
      * Licencas a liberar por SKU, com os assentos possuidos e
      * atribuidos de LICENCAS.dat e quantos ficam atribuidos depois
      * da liberacao (LICENCAS.dat nao e alterado aqui - o PG13MNTREF
      * o acerta quando o admin center confirmar).
      ******************************************************************
       P-IMPRIME-LICENCAS.
            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'LICENCAS A LIBERAR POR SKU' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'SKU                  LIBERAR POSSUIDOS ATRIBUIDOS '
               & 'APOS' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM VARYING WS-IDX-LIC FROM 1 BY 1
                    UNTIL WS-IDX-LIC > WS-QTD-LICENCAS
                IF WS-LIC-LIBERAR(WS-IDX-LIC) > ZEROS THEN
                   IF WS-LIC-ATRIBUIDOS(WS-IDX-LIC)
                      > WS-LIC-LIBERAR(WS-IDX-LIC) THEN
                      COMPUTE WS-APOS-LIBERACAO =
                              WS-LIC-ATRIBUIDOS(WS-IDX-LIC)
                            - WS-LIC-LIBERAR(WS-IDX-LIC)
                   ELSE
                      MOVE ZEROS TO WS-APOS-LIBERACAO
                   END-IF
                   MOVE WS-LIC-LIBERAR(WS-IDX-LIC)    TO WS-ED-QTD
                   MOVE WS-LIC-POSSUIDOS(WS-IDX-LIC)  TO WS-ED-POSSUIDOS
                   MOVE WS-LIC-ATRIBUIDOS(WS-IDX-LIC)
                        TO WS-ED-ATRIBUIDOS
                   MOVE WS-APOS-LIBERACAO             TO WS-ED-APOS
                   MOVE SPACES TO LK-PRT-LINHA
                   STRING WS-LIC-SKU(WS-IDX-LIC) DELIMITED BY SIZE
                          ' '                    DELIMITED BY SIZE
                          '  '                   DELIMITED BY SIZE
                          WS-ED-QTD              DELIMITED BY SIZE
                          '     '                DELIMITED BY SIZE
                          WS-ED-POSSUIDOS        DELIMITED BY SIZE
                          '      '               DELIMITED BY SIZE
                          WS-ED-ATRIBUIDOS       DELIMITED BY SIZE
                          ' '                    DELIMITED BY SIZE
                          WS-ED-APOS             DELIMITED BY SIZE
                       INTO LK-PRT-LINHA
                   PERFORM P-IMPRIME THRU P-IMPRIME-FIM
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX-FORA FROM 1 BY 1
                    UNTIL WS-IDX-FORA > WS-QTD-SKU-FORA
                MOVE WS-FORA-LIBERAR(WS-IDX-FORA) TO WS-ED-QTD
                MOVE SPACES TO LK-PRT-LINHA
                STRING WS-FORA-SKU(WS-IDX-FORA)  DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       '  '                      DELIMITED BY SIZE
                       WS-ED-QTD                 DELIMITED BY SIZE
                       '  SKU FORA DO LICENCAS.dat'
                                                 DELIMITED BY SIZE
                    INTO LK-PRT-LINHA
                PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            END-PERFORM

            IF WS-QTD-SEM-SKU > ZEROS THEN
               MOVE WS-QTD-SEM-SKU TO WS-ED-QTD
               MOVE SPACES TO LK-PRT-LINHA
               STRING '(SEM SKU REGISTRADO)' DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      '  '                   DELIMITED BY SIZE
                      WS-ED-QTD              DELIMITED BY SIZE
                      '  CONFERIR A LICENCA NO ADMIN CENTER'
                                             DELIMITED BY SIZE
                   INTO LK-PRT-LINHA
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            END-IF
           .

       P-IMPRIME-LICENCAS-FIM.
           EXIT.

      ******************************************************************
      * Cargas das tabelas de referencia.
      ******************************************************************
       P-CARREGA-UPNS.
            MOVE ZEROS TO WS-QTD-UPNS
            SET EOF-OK TO FALSE

            OPEN INPUT REGUPN
            IF NOT UPG-OK THEN
               DISPLAY "AVISO: UPN_GERADOS.dat INDISPONIVEL - O UPN "
                       "SERA O E-MAIL DO CADASTRO."
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
                           MOVE UPG-SKU TO WS-UPG-SKU(WS-QTD-UPNS)
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

       P-CARREGA-LICENCAS.
            MOVE ZEROS TO WS-QTD-LICENCAS
            SET EOF-OK TO FALSE

            OPEN INPUT LICENCAS
            IF NOT LIC-OK THEN
               DISPLAY "AVISO: LICENCAS.dat INDISPONIVEL - TODOS OS "
                       "SKUs SAIRAO COMO FORA DO ARQUIVO."
               GO TO P-CARREGA-LICENCAS-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ LICENCAS
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF WS-QTD-LICENCAS < 20 THEN
                           ADD 1 TO WS-QTD-LICENCAS
                           MOVE FUNCTION UPPER-CASE(LIC-SKU)
                                TO WS-LIC-SKU(WS-QTD-LICENCAS)
                           MOVE LIC-POSSUIDOS
                                TO WS-LIC-POSSUIDOS(WS-QTD-LICENCAS)
                           MOVE LIC-ATRIBUIDOS
                                TO WS-LIC-ATRIBUIDOS(WS-QTD-LICENCAS)
                           MOVE ZEROS
                                TO WS-LIC-LIBERAR(WS-QTD-LICENCAS)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE LICENCAS
           .

       P-CARREGA-LICENCAS-FIM.
           EXIT.

      ******************************************************************
      * Carimbo da execucao anterior; sem ele (primeira execucao)
      * entram todos os funcionarios excluidos, o que e o correto.
      ******************************************************************
       P-LE-CARIMBO.
            MOVE ZEROS TO WS-ULT-DATA WS-ULT-HORA

            OPEN INPUT ULTEXEC
            IF ULT-OK THEN
               READ ULTEXEC
                    NOT AT END
                       IF ULT-DATA IS NUMERIC
                          AND ULT-HORA IS NUMERIC THEN
                          MOVE ULT-DATA TO WS-ULT-DATA
                          MOVE ULT-HORA TO WS-ULT-HORA
                       END-IF
               END-READ
               CLOSE ULTEXEC
            END-IF

            IF WS-ULT-DATA EQUAL ZEROS THEN
               DISPLAY "SEM CARIMBO DE EXECUCAO ANTERIOR - TODOS OS "
                       "FUNCIONARIOS EXCLUIDOS SERAO ENVIADOS."
            END-IF
           .

       P-LE-CARIMBO-FIM.
           EXIT.

      * Grava o inicio desta execucao como o novo carimbo: uma
      * exclusao feita durante a execucao entra na proxima.
       P-GRAVA-CARIMBO.
            OPEN OUTPUT ULTEXEC
            IF ULT-OK THEN
               MOVE WS-INI-DATA TO ULT-DATA
               MOVE WS-INI-HORA TO ULT-HORA
               WRITE REG-ULTEXEC
               CLOSE ULTEXEC
            ELSE
               DISPLAY "AVISO: CARIMBO NAO GRAVADO EM OFFB_ULTEXEC.dat"
               DISPLAY "Error ID: " WS-ULT-FS
            END-IF
           .

       P-GRAVA-CARIMBO-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.
           EXIT.

       P-GRAVA-CONTROLE.
            MOVE 'PG13DESM365'     TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS      TO CTL-QTD-LIDOS
            MOVE WS-QTD-GRAVADOS   TO CTL-QTD-GRAVADOS
            MOVE WS-QTD-REJEITADOS TO CTL-QTD-REJEITADOS

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
       END PROGRAM PG13DESM365.
