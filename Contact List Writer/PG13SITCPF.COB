      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Situacao cadastral do CPF na Receita Federal - o
      *          PG13CPFDV so confere os digitos, e um CPF valido pode
      *          estar suspenso, cancelado ou ser de titular falecido.
      *          Opcao 1 gera CPF_CONSULTA_RF.dat com o CPF dos
      *          contatos ativos no layout do servico de consulta;
      *          opcao 2 (operador autorizado) le o retorno do servico
      *          (CPF_RETORNO_RF.dat), grava no contato o codigo da
      *          situacao e a data da consulta e, quando a situacao
      *          muda, deixa a entrada em HISTORICO.dat, com imagem em
      *          JORNAL.dat e os totais em CONTROLE.dat; opcao 3 lista
      *          os contatos ativos com CPF fora da situacao regular,
      *          por tipo e filial (CPF_SITUACAO.LST).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13SITCPF.

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

            SELECT CONSULTA ASSIGN TO ".\CPF_CONSULTA_RF.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CSR-FS.

            SELECT RETORNO ASSIGN TO ".\CPF_RETORNO_RF.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-RET-FS.

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-HIST-FS.

            SELECT CONTROLE ASSIGN TO ".\CONTROLE.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTL-FS.

       DATA DIVISION.

       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

      * Layout fixo aceito pelo servico de consulta: CPF (11), data
      * de nascimento (8, zeros = nao informada) e o ID do contato
      * (6) como referencia, devolvida no retorno. O CPF vai completo:
      * e ele que o servico consulta.
       FD CONSULTA.
       01 REG-CONSULTA.
          03 CSR-CPF              PIC 9(11).
          03 CSR-DT-NASCIMENTO    PIC 9(08).
          03 CSR-ID-CONTATO       PIC 9(06).

      * Retorno do servico: CPF (11), referencia (6), codigo da
      * situacao cadastral da Receita (1) e data da consulta (8).
       FD RETORNO.
       01 REG-RETORNO.
          03 RET-CPF              PIC 9(11).
          03 RET-ID-CONTATO       PIC 9(06).
          03 RET-SITUACAO         PIC X(01).
             88 RET-SITUACAO-VALIDA VALUE '0' '2' '3' '4' '5' '8' '9'.
          03 RET-DT-CONSULTA      PIC 9(08).

       FD HISTORICO.
          COPY FD_HISTC.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                 PIC 9(02).
          88 FS-OK            VALUE 0.

       77 WS-CSR-FS             PIC 9(02).
          88 CSR-OK           VALUE 0.

       77 WS-RET-FS             PIC 9(02).
          88 RET-OK           VALUE 0.

       77 WS-HIST-FS            PIC 9(02).
          88 HIST-OK          VALUE 0.

       77 WS-CTL-FS             PIC 9(02).
          88 CTL-OK           VALUE 0.

       77 WS-EOF                PIC X(01) VALUE 'N'.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-OPCAO              PIC X(01) VALUE SPACE.
          88 OPCAO-GERAR      VALUE '1'.
          88 OPCAO-RETORNO    VALUE '2'.
          88 OPCAO-RELATORIO  VALUE '3'.

       77 WS-CONFIRMA           PIC X(01) VALUE SPACE.
          88 CONFIRMADO       VALUE 'S' 's'.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.

      * Descricao do codigo de situacao da Receita.
       77 WS-SIT-CODIGO         PIC X(01) VALUE SPACE.
       77 WS-SIT-DESCRICAO      PIC X(20) VALUE SPACES.
       77 WS-SIT-ANTIGA         PIC X(01) VALUE SPACE.
       77 WS-DESC-ANTIGA        PIC X(20) VALUE SPACES.
       77 WS-DT-CONSULTA        PIC 9(08) VALUE ZEROS.
       77 WS-DT-ULT-CONSULTA    PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO-REJEICAO    PIC X(40) VALUE SPACES.

      * Contatos fora da situacao regular, ordenados por tipo, filial
      * e ID (bolha simples, como a fila de reverificacao).
       01 WS-TABELA-IRREGULARES.
          03 WS-IRR-ITEM OCCURS 2000 TIMES.
             05 WS-IRR-CHAVE.
                07 WS-IRR-TIPO       PIC X(11).
                07 WS-IRR-FILIAL     PIC X(03).
                07 WS-IRR-ID         PIC 9(06).
             05 WS-IRR-NOME         PIC X(20).
             05 WS-IRR-CPF          PIC 9(11).
             05 WS-IRR-SITUACAO     PIC X(01).
             05 WS-IRR-DT-CONSULTA  PIC 9(08).

       01 WS-IRR-TROCA          PIC X(60) VALUE SPACES.

       77 WS-QTD-IRREGULARES    PIC 9(04) VALUE ZEROS.
       77 WS-QTD-FORA-TABELA    PIC 9(06) VALUE ZEROS.
       77 WS-IDX-IRR            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-SORT           PIC 9(04) VALUE ZEROS.
       77 WS-HOUVE-TROCA        PIC X(01) VALUE 'N'.
          88 HOUVE-TROCA      VALUE 'S'.

      * Quebra por tipo e filial no relatorio.
       77 WS-TIPO-ANTERIOR      PIC X(11) VALUE SPACES.
       77 WS-FILIAL-ANTERIOR    PIC X(03) VALUE SPACES.
       77 WS-QTD-GRUPO          PIC 9(06) VALUE ZEROS.
       77 WS-PRIMEIRO-GRUPO     PIC X(01) VALUE 'S'.
          88 PRIMEIRO-GRUPO   VALUE 'S'.

       77 WS-CPF-MASCARADO      PIC X(11) VALUE SPACES.
       77 WS-CPF-TRAB           PIC 9(11) VALUE ZEROS.

       77 WS-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ATIVOS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ENVIADOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CPF-INVALIDO   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REGULARES      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-NAO-CONSULT    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MUDANCAS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_PRTFMT.
       COPY LK_JRNCTT.
       COPY LK_DURLOG.
       COPY LK_CPFDV.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY "***** SITUACAO DO CPF NA RECEITA FEDERAL *****"

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            DISPLAY "<1> Gerar o arquivo de consulta (padrao)"
            DISPLAY "<2> Processar o retorno do servico de consulta"
            DISPLAY "<3> Relatorio de CPFs fora da situacao regular"
            ACCEPT WS-OPCAO

            EVALUATE TRUE
                WHEN OPCAO-RETORNO
                   PERFORM P-RETORNO THRU P-RETORNO-FIM
                WHEN OPCAO-RELATORIO
                   PERFORM P-RELATORIO THRU P-RELATORIO-FIM
                WHEN OTHER
                   PERFORM P-GERA-CONSULTA THRU P-GERA-CONSULTA-FIM
            END-EVALUATE

            PERFORM P-END
           .

      ******************************************************************
      * Arquivo de consulta: uma linha por contato ativo com CPF que
      * passa no PG13CPFDV (os demais so sao contados - a correcao e
      * pela varredura do PG13CHKCPF).
      ******************************************************************
       P-GERA-CONSULTA.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-ATIVOS WS-QTD-ENVIADOS
                          WS-QTD-CPF-INVALIDO

            MOVE 'PG13SITCPF' TO LK-DUR-PROGRAMA
            MOVE 'I'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            OPEN INPUT CONTATOS
            OPEN OUTPUT CONSULTA

            IF NOT FS-OK OR NOT CSR-OK THEN
               MOVE 'PG13SITCPF'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR ARQUIVOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE CONTATOS
               CLOSE CONSULTA
               GO TO P-GERA-CONSULTA-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        IF CONTATO-ATIVO THEN
                           ADD 1 TO WS-QTD-ATIVOS
                           PERFORM P-GERA-1 THRU P-GERA-1-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS
            CLOSE CONSULTA

            DISPLAY "CONTATOS LIDOS       : " WS-QTD-LIDOS
            DISPLAY "CONTATOS ATIVOS      : " WS-QTD-ATIVOS
            DISPLAY "CPFs ENVIADOS        : " WS-QTD-ENVIADOS
            DISPLAY "CPFs INVALIDOS/VAZIOS: " WS-QTD-CPF-INVALIDO
                    " (CORRIGIR PELA VARREDURA PG13CHKCPF)"
            DISPLAY "ARQUIVO GERADO: CPF_CONSULTA_RF.dat"

            MOVE WS-QTD-ENVIADOS     TO WS-QTD-GRAVADOS
            MOVE WS-QTD-CPF-INVALIDO TO WS-QTD-REJEITADOS
            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA
           .

       P-GERA-CONSULTA-FIM.
           EXIT.

       P-GERA-1.
            MOVE CPF-CONTATO TO LK-CPF-CONTATO
            CALL 'PG13CPFDV' USING LK-CPF-AREA

            IF CPF-CONTATO EQUAL ZEROS OR LK-CPF-VALIDO NOT = 'S' THEN
               ADD 1 TO WS-QTD-CPF-INVALIDO
               GO TO P-GERA-1-FIM
            END-IF

            MOVE CPF-CONTATO TO CSR-CPF
            IF DT-NASCIMENTO IS NUMERIC THEN
               MOVE DT-NASCIMENTO TO CSR-DT-NASCIMENTO
            ELSE
               MOVE ZEROS TO CSR-DT-NASCIMENTO
            END-IF
            MOVE ID-CONTATO  TO CSR-ID-CONTATO
            WRITE REG-CONSULTA
            ADD 1 TO WS-QTD-ENVIADOS
           .

       P-GERA-1-FIM.
           EXIT.

      ******************************************************************
      * Retorno do servico: cada linha e casada com o contato pela
      * referencia (ID) e conferida pelo CPF; a situacao e a data da
      * consulta sao gravadas no contato, e a mudanca de situacao vai
      * para HISTORICO.dat e para a listagem CPF_RETORNO_RF.LST, junto
      * com as linhas rejeitadas.
      ******************************************************************
       P-RETORNO.
      * Regrava a base: fica restrito aos operadores autorizados no
      * login do PG13MENU.
            IF LK-AUTORIZADO NOT = 'S' THEN
               DISPLAY "PROCESSAMENTO DO RETORNO RESTRITO A OPERADORES "
                       "AUTORIZADOS."
               GO TO P-RETORNO-FIM
            END-IF

            DISPLAY "A SITUACAO DO CPF DOS CONTATOS SERA ATUALIZADA "
                    "PELO CPF_RETORNO_RF.dat."
            DISPLAY "Voce deseja continuar?"
            DISPLAY "<S> para confirmar, <QUALQUER TECLA> para sair."
            ACCEPT WS-CONFIRMA
            IF NOT CONFIRMADO THEN
               DISPLAY "OPERACAO CANCELADA."
               GO TO P-RETORNO-FIM
            END-IF

            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS WS-QTD-MUDANCAS
                          WS-QTD-REJEITADOS

            OPEN INPUT RETORNO
            IF NOT RET-OK THEN
               DISPLAY "CPF_RETORNO_RF.dat VAZIO OU INDISPONIVEL."
               DISPLAY "Error ID: " WS-RET-FS
               GO TO P-RETORNO-FIM
            END-IF

            OPEN I-O CONTATOS
            IF NOT FS-OK THEN
               MOVE 'PG13SITCPF'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE RETORNO
               GO TO P-RETORNO-FIM
            END-IF

            OPEN EXTEND HISTORICO
            IF WS-HIST-FS EQUAL 35 THEN
               OPEN OUTPUT HISTORICO
            END-IF
            IF NOT HIST-OK THEN
               DISPLAY "ERRO AO ABRIR HISTORICO.dat - RETORNO NAO "
                       "PROCESSADO."
               DISPLAY "Error ID: " WS-HIST-FS
               CLOSE RETORNO
               CLOSE CONTATOS
               GO TO P-RETORNO-FIM
            END-IF

            MOVE 'PG13SITCPF' TO LK-DUR-PROGRAMA
            MOVE 'I'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            MOVE 'RETORNO DA SITUACAO DO CPF (RECEITA)'
                                    TO LK-PRT-TITULO
            MOVE '.\CPF_RETORNO_RF.LST' TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR        TO LK-PRT-OPERADOR
            MOVE 'I'                TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'ID     NOME                 CPF         OCORRENCIA'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM UNTIL EOF-OK
                READ RETORNO
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM P-RETORNO-1 THRU P-RETORNO-1-FIM
                END-READ
            END-PERFORM

            CLOSE RETORNO
            CLOSE CONTATOS
            CLOSE HISTORICO

            MOVE 'LINHAS DO RETORNO'      TO LK-PRT-ROTULO
            MOVE WS-QTD-LIDOS             TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CONTATOS ATUALIZADOS'   TO LK-PRT-ROTULO
            MOVE WS-QTD-GRAVADOS          TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'SITUACOES QUE MUDARAM'  TO LK-PRT-ROTULO
            MOVE WS-QTD-MUDANCAS          TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'LINHAS REJEITADAS'      TO LK-PRT-ROTULO
            MOVE WS-QTD-REJEITADOS        TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM

            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA
           .

       P-RETORNO-FIM.
           EXIT.

      * Aplica uma linha do retorno. Contato inexistente ou excluido,
      * CPF trocado desde o envio, codigo desconhecido ou consulta
      * mais antiga que a ja gravada sao rejeitados e listados.
       P-RETORNO-1.
            MOVE RET-ID-CONTATO TO ID-CONTATO
            READ CONTATOS
                 KEY IS ID-CONTATO
                 INVALID KEY
                    MOVE 'CONTATO INEXISTENTE' TO WS-MOTIVO-REJEICAO
                    PERFORM P-REJEITA THRU P-REJEITA-FIM
                    GO TO P-RETORNO-1-FIM
            END-READ

            IF NOT CONTATO-ATIVO THEN
               MOVE 'CONTATO EXCLUIDO' TO WS-MOTIVO-REJEICAO
               PERFORM P-REJEITA THRU P-REJEITA-FIM
               GO TO P-RETORNO-1-FIM
            END-IF

            IF CPF-CONTATO NOT EQUAL RET-CPF THEN
               MOVE 'CPF DO CONTATO MUDOU DESDE O ENVIO'
                    TO WS-MOTIVO-REJEICAO
               PERFORM P-REJEITA THRU P-REJEITA-FIM
               GO TO P-RETORNO-1-FIM
            END-IF

            IF NOT RET-SITUACAO-VALIDA THEN
               MOVE 'CODIGO DE SITUACAO DESCONHECIDO'
                    TO WS-MOTIVO-REJEICAO
               PERFORM P-REJEITA THRU P-REJEITA-FIM
               GO TO P-RETORNO-1-FIM
            END-IF

            IF RET-DT-CONSULTA IS NUMERIC
               AND RET-DT-CONSULTA > ZEROS THEN
               MOVE RET-DT-CONSULTA TO WS-DT-CONSULTA
            ELSE
               MOVE WS-DATA-HOJE    TO WS-DT-CONSULTA
            END-IF

            IF CPF-DT-CONSULTA-RF IS NUMERIC THEN
               MOVE CPF-DT-CONSULTA-RF TO WS-DT-ULT-CONSULTA
            ELSE
               MOVE ZEROS TO WS-DT-ULT-CONSULTA
            END-IF

            IF WS-DT-CONSULTA < WS-DT-ULT-CONSULTA THEN
               MOVE 'CONSULTA MAIS ANTIGA QUE A JA GRAVADA'
                    TO WS-MOTIVO-REJEICAO
               PERFORM P-REJEITA THRU P-REJEITA-FIM
               GO TO P-RETORNO-1-FIM
            END-IF

            MOVE REG-CONTATOS    TO LK-JRN-ANTES
            MOVE CPF-SITUACAO-RF TO WS-SIT-ANTIGA

            MOVE RET-SITUACAO    TO CPF-SITUACAO-RF
            MOVE WS-DT-CONSULTA  TO CPF-DT-CONSULTA-RF

      * So a mudanca de situacao conta como alteracao do contato; a
      * data da consulta sozinha nao mexe na data da ultima alteracao.
            IF WS-SIT-ANTIGA NOT EQUAL RET-SITUACAO THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
               MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA
            END-IF

            REWRITE REG-CONTATOS
                    INVALID KEY
                       MOVE 'CONTATO NAO REGRAVADO'
                            TO WS-MOTIVO-REJEICAO
                       PERFORM P-REJEITA THRU P-REJEITA-FIM
                       GO TO P-RETORNO-1-FIM
            END-REWRITE

            ADD 1 TO WS-QTD-GRAVADOS

            MOVE 'PG13SITCPF'      TO LK-JRN-PROGRAMA
            MOVE LK-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "SITCPF-RF"       TO LK-JRN-OPERACAO
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA

            IF WS-SIT-ANTIGA EQUAL RET-SITUACAO THEN
               GO TO P-RETORNO-1-FIM
            END-IF

            ADD 1 TO WS-QTD-MUDANCAS

            MOVE WS-SIT-ANTIGA TO WS-SIT-CODIGO
            PERFORM P-DESCREVE-SITUACAO THRU P-DESCREVE-SITUACAO-FIM
            MOVE WS-SIT-DESCRICAO TO WS-DESC-ANTIGA
            MOVE RET-SITUACAO  TO WS-SIT-CODIGO
            PERFORM P-DESCREVE-SITUACAO THRU P-DESCREVE-SITUACAO-FIM

            MOVE ID-CONTATO        TO HIST-ID-CONTATO
            MOVE "SITCPF-RF"       TO HIST-OPERACAO
            MOVE WS-DESC-ANTIGA    TO HIST-NM-ANTIGO
            MOVE WS-SIT-DESCRICAO  TO HIST-NM-NOVO
            MOVE DT-ULT-ALT-DATA   TO HIST-DATA
            MOVE DT-ULT-ALT-HORA   TO HIST-HORA
            MOVE LK-OPERADOR       TO HIST-OPERADOR
            WRITE REG-HISTORICO

            MOVE CPF-CONTATO TO WS-CPF-TRAB
            PERFORM P-MASCARA-CPF THRU P-MASCARA-CPF-FIM

            MOVE SPACES TO LK-PRT-LINHA
            STRING ID-CONTATO           DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   NM-CONTATO           DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-CPF-MASCARADO     DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DESC-ANTIGA)
                                        DELIMITED BY SIZE
                   ' -> '               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SIT-DESCRICAO)
                                        DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-RETORNO-1-FIM.
           EXIT.

       P-REJEITA.
            ADD 1 TO WS-QTD-REJEITADOS

            MOVE RET-CPF TO WS-CPF-TRAB
            PERFORM P-MASCARA-CPF THRU P-MASCARA-CPF-FIM

            MOVE SPACES TO LK-PRT-LINHA
            STRING RET-ID-CONTATO       DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   '                    '
                                        DELIMITED BY SIZE
                   ' '                  DELIMITED BY SIZE
                   WS-CPF-MASCARADO     DELIMITED BY SIZE
                   ' REJEITADA: '       DELIMITED BY SIZE
                   WS-MOTIVO-REJEICAO   DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-REJEITA-FIM.
           EXIT.

      ******************************************************************
      * Relatorio dos contatos ativos com CPF consultado e fora da
      * situacao regular, agrupados por tipo e filial, com o total de
      * cada grupo; os nunca consultados so aparecem no total.
      ******************************************************************
       P-RELATORIO.
            SET EOF-OK TO FALSE
            MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-ATIVOS WS-QTD-REGULARES
                          WS-QTD-NAO-CONSULT WS-QTD-IRREGULARES
                          WS-QTD-FORA-TABELA

            OPEN INPUT CONTATOS
            IF NOT FS-OK THEN
               MOVE 'PG13SITCPF'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               GO TO P-RELATORIO-FIM
            END-IF

            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT RECORD
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        IF CONTATO-ATIVO THEN
                           ADD 1 TO WS-QTD-ATIVOS
                           PERFORM P-AVALIA-CONTATO
                                   THRU P-AVALIA-CONTATO-FIM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS

            PERFORM P-ORDENA THRU P-ORDENA-FIM

            MOVE 'CPF FORA DA SITUACAO REGULAR (RECEITA)'
                                    TO LK-PRT-TITULO
            MOVE '.\CPF_SITUACAO.LST' TO LK-PRT-ARQUIVO
            MOVE LK-OPERADOR        TO LK-PRT-OPERADOR
            MOVE 'I'                TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'TIPO        FIL ID     NOME                 CPF      '
              & '   SITUACAO             CONSULTA' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE 'S'    TO WS-PRIMEIRO-GRUPO
            MOVE ZEROS  TO WS-QTD-GRUPO

            PERFORM VARYING WS-IDX-IRR FROM 1 BY 1
                    UNTIL WS-IDX-IRR > WS-QTD-IRREGULARES
                IF NOT PRIMEIRO-GRUPO
                   AND (WS-IRR-TIPO(WS-IDX-IRR)
                           NOT EQUAL WS-TIPO-ANTERIOR
                        OR WS-IRR-FILIAL(WS-IDX-IRR)
                           NOT EQUAL WS-FILIAL-ANTERIOR) THEN
                   PERFORM P-IMPRIME-SUBTOTAL
                           THRU P-IMPRIME-SUBTOTAL-FIM
                END-IF
                MOVE 'N' TO WS-PRIMEIRO-GRUPO
                MOVE WS-IRR-TIPO(WS-IDX-IRR)   TO WS-TIPO-ANTERIOR
                MOVE WS-IRR-FILIAL(WS-IDX-IRR) TO WS-FILIAL-ANTERIOR
                ADD 1 TO WS-QTD-GRUPO
                PERFORM P-IMPRIME-IRREGULAR
                        THRU P-IMPRIME-IRREGULAR-FIM
            END-PERFORM

            IF NOT PRIMEIRO-GRUPO THEN
               PERFORM P-IMPRIME-SUBTOTAL THRU P-IMPRIME-SUBTOTAL-FIM
            END-IF

            IF WS-QTD-IRREGULARES EQUAL ZEROS THEN
               MOVE 'NENHUM CONTATO ATIVO COM CPF FORA DA SITUACAO '
                  & 'REGULAR.' TO LK-PRT-LINHA
               PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            END-IF

            MOVE 'CONTATOS ATIVOS'        TO LK-PRT-ROTULO
            MOVE WS-QTD-ATIVOS            TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CPF REGULAR'            TO LK-PRT-ROTULO
            MOVE WS-QTD-REGULARES         TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'FORA DA SITUACAO REGULAR' TO LK-PRT-ROTULO
            COMPUTE LK-PRT-VALOR = WS-QTD-IRREGULARES
                                 + WS-QTD-FORA-TABELA
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'NUNCA CONSULTADOS'      TO LK-PRT-ROTULO
            MOVE WS-QTD-NAO-CONSULT       TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            IF WS-QTD-FORA-TABELA > ZEROS THEN
               MOVE 'IRREGULARES NAO LISTADOS' TO LK-PRT-ROTULO
               MOVE WS-QTD-FORA-TABELA    TO LK-PRT-VALOR
               CALL 'PG13PRTFMT' USING LK-PRT-AREA
            END-IF

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-RELATORIO-FIM.
           EXIT.

       P-AVALIA-CONTATO.
            IF CPF-RF-NAO-CONSULTADO THEN
               ADD 1 TO WS-QTD-NAO-CONSULT
               GO TO P-AVALIA-CONTATO-FIM
            END-IF

            IF CPF-RF-REGULAR THEN
               ADD 1 TO WS-QTD-REGULARES
               GO TO P-AVALIA-CONTATO-FIM
            END-IF

            IF WS-QTD-IRREGULARES >= 2000 THEN
               ADD 1 TO WS-QTD-FORA-TABELA
               GO TO P-AVALIA-CONTATO-FIM
            END-IF

            ADD 1 TO WS-QTD-IRREGULARES
            MOVE TP-CONTATO      TO WS-IRR-TIPO(WS-QTD-IRREGULARES)
            MOVE FILIAL-CONTATO  TO WS-IRR-FILIAL(WS-QTD-IRREGULARES)
            MOVE ID-CONTATO      TO WS-IRR-ID(WS-QTD-IRREGULARES)
            MOVE NM-CONTATO      TO WS-IRR-NOME(WS-QTD-IRREGULARES)
            MOVE CPF-CONTATO     TO WS-IRR-CPF(WS-QTD-IRREGULARES)
            MOVE CPF-SITUACAO-RF
                 TO WS-IRR-SITUACAO(WS-QTD-IRREGULARES)
            IF CPF-DT-CONSULTA-RF IS NUMERIC THEN
               MOVE CPF-DT-CONSULTA-RF
                    TO WS-IRR-DT-CONSULTA(WS-QTD-IRREGULARES)
            ELSE
               MOVE ZEROS TO WS-IRR-DT-CONSULTA(WS-QTD-IRREGULARES)
            END-IF
           .

       P-AVALIA-CONTATO-FIM.
           EXIT.

       P-ORDENA.
            MOVE 'S' TO WS-HOUVE-TROCA

            PERFORM UNTIL NOT HOUVE-TROCA
                MOVE 'N' TO WS-HOUVE-TROCA

                PERFORM VARYING WS-IDX-SORT FROM 1 BY 1
                        UNTIL WS-IDX-SORT >= WS-QTD-IRREGULARES
                    IF WS-IRR-CHAVE(WS-IDX-SORT) >
                       WS-IRR-CHAVE(WS-IDX-SORT + 1) THEN
                       MOVE WS-IRR-ITEM(WS-IDX-SORT)
                            TO WS-IRR-TROCA
                       MOVE WS-IRR-ITEM(WS-IDX-SORT + 1)
                            TO WS-IRR-ITEM(WS-IDX-SORT)
                       MOVE WS-IRR-TROCA
                            TO WS-IRR-ITEM(WS-IDX-SORT + 1)
                       MOVE 'S' TO WS-HOUVE-TROCA
                    END-IF
                END-PERFORM
            END-PERFORM
           .

       P-ORDENA-FIM.
           EXIT.

       P-IMPRIME-IRREGULAR.
            MOVE WS-IRR-CPF(WS-IDX-IRR) TO WS-CPF-TRAB
            PERFORM P-MASCARA-CPF THRU P-MASCARA-CPF-FIM

            MOVE WS-IRR-SITUACAO(WS-IDX-IRR) TO WS-SIT-CODIGO
            PERFORM P-DESCREVE-SITUACAO THRU P-DESCREVE-SITUACAO-FIM

            MOVE SPACES TO LK-PRT-LINHA
            STRING WS-IRR-TIPO(WS-IDX-IRR)        DELIMITED BY SIZE
                   ' '                            DELIMITED BY SIZE
                   WS-IRR-FILIAL(WS-IDX-IRR)      DELIMITED BY SIZE
                   ' '                            DELIMITED BY SIZE
                   WS-IRR-ID(WS-IDX-IRR)          DELIMITED BY SIZE
                   ' '                            DELIMITED BY SIZE
                   WS-IRR-NOME(WS-IDX-IRR)        DELIMITED BY SIZE
                   ' '                            DELIMITED BY SIZE
                   WS-CPF-MASCARADO               DELIMITED BY SIZE
                   ' '                            DELIMITED BY SIZE
                   WS-SIT-DESCRICAO               DELIMITED BY SIZE
                   ' '                            DELIMITED BY SIZE
                   WS-IRR-DT-CONSULTA(WS-IDX-IRR) DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-IMPRIME-IRREGULAR-FIM.
           EXIT.

       P-IMPRIME-SUBTOTAL.
            MOVE SPACES TO LK-PRT-LINHA
            STRING '   SUBTOTAL '      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TIPO-ANTERIOR)
                                       DELIMITED BY SIZE
                   ' / FILIAL '        DELIMITED BY SIZE
                   WS-FILIAL-ANTERIOR  DELIMITED BY SIZE
                   ': '                DELIMITED BY SIZE
                   WS-QTD-GRUPO        DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE SPACES TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE ZEROS TO WS-QTD-GRUPO
           .

       P-IMPRIME-SUBTOTAL-FIM.
           EXIT.

      * Codigos de situacao cadastral devolvidos pelo servico.
       P-DESCREVE-SITUACAO.
            EVALUATE WS-SIT-CODIGO
                WHEN SPACE
                   MOVE 'NAO CONSULTADO'       TO WS-SIT-DESCRICAO
                WHEN '0'
                   MOVE 'REGULAR'              TO WS-SIT-DESCRICAO
                WHEN '2'
                   MOVE 'SUSPENSA'             TO WS-SIT-DESCRICAO
                WHEN '3'
                   MOVE 'TITULAR FALECIDO'     TO WS-SIT-DESCRICAO
                WHEN '4'
                   MOVE 'PENDENTE REGULARIZ.'  TO WS-SIT-DESCRICAO
                WHEN '5'
                   MOVE 'CANCELADA MULTIPLIC.' TO WS-SIT-DESCRICAO
                WHEN '8'
                   MOVE 'NULA'                 TO WS-SIT-DESCRICAO
                WHEN '9'
                   MOVE 'CANCELADA DE OFICIO'  TO WS-SIT-DESCRICAO
                WHEN OTHER
                   MOVE 'CODIGO DESCONHECIDO'  TO WS-SIT-DESCRICAO
            END-EVALUATE
           .

       P-DESCREVE-SITUACAO-FIM.
           EXIT.

      * CPF mascarado na saida impressa (***456789**), como nas
      * demais listagens do cadastro.
       P-MASCARA-CPF.
            MOVE SPACES TO WS-CPF-MASCARADO
            STRING '***'              DELIMITED BY SIZE
                   WS-CPF-TRAB(4:6)   DELIMITED BY SIZE
                   '**'               DELIMITED BY SIZE
                   INTO WS-CPF-MASCARADO
            END-STRING
           .

       P-MASCARA-CPF-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.
           EXIT.

       P-GRAVA-CONTROLE.
            MOVE 'PG13SITCPF'      TO CTL-PROGRAMA
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
       END PROGRAM PG13SITCPF.
