      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Importacao de vCard (.VCF) exportado dos celulares da
      *          equipe de campo - le um arquivo com um ou varios
      *          cartoes (BEGIN:VCARD ... END:VCARD) e leva FN/N, ORG,
      *          TEL, EMAIL e ADR para CONTATOS.dat e ENDERECOS.dat.
      *          Telefones e e-mails passam pelo PG13VALMET (telefone
      *          gravado no formato canonico) e o CEP dos enderecos
      *          pelo PG13VALCEP. Cada cartao e comparado com a base
      *          (e-mail, depois telefone, depois nome) e, havendo
      *          contato parecido, o operador escolhe entre incluir
      *          como contato novo, acrescentar os meios do cartao ao
      *          contato existente ou pular o cartao. Cartoes que nao
      *          puderam ser lidos e meios descartados saem em
      *          IMPVCF.LST; os totais vao para CONTROLE.dat.
      * Update: 15/10/2026 - Prenome e sobrenome gravados a partir do
      *                      N do cartao (nome e sobrenome ja vem
      *                      separados) ou, sem N, da separacao
      *                      confiavel do FN pelo PG13NOMCTT; o nome
      *                      curto NM-CONTATO sai do nome completo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13IMPVCF.

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

      * Nome do arquivo informado pelo operador (vazio = o padrao
      * CONTATOS_IMP.VCF na pasta do sistema).
            SELECT VCF ASSIGN TO WS-NOME-VCF
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-VCF-FS.

            SELECT EMPRESAS ASSIGN TO ".\EMPRESAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-EMP-FS.

            SELECT ENDERECOS ASSIGN TO ".\ENDERECOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-END-FS.

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

       FD VCF.
       01 REG-VCF              PIC X(150).

       FD EMPRESAS.
          COPY FD_EMPRS.

       FD ENDERECOS.
          COPY FD_ENDER.

       FD HISTORICO.
          COPY FD_HISTC.

       FD CONTROLE.
          COPY FD_CTRLE.

       WORKING-STORAGE SECTION.
       77 WS-FS                PIC 9(02).
          88 FS-OK           VALUE 0.

       77 WS-VCF-FS            PIC 9(02).
          88 VCF-OK          VALUE 0.

       77 WS-EMP-FS            PIC 9(02).
          88 EMP-OK          VALUE 0.

       77 WS-END-FS            PIC 9(02).
          88 END-OK          VALUE 0.

       77 WS-HIST-FS           PIC 9(02).
          88 HIST-OK         VALUE 0.

       77 WS-CTL-FS            PIC 9(02).
          88 CTL-OK          VALUE 0.

       77 WS-EOF               PIC X.
          88 EOF-OK          VALUE 'S' FALSE 'N'.

      * Fim das varreduras internas (CONTATOS.dat, EMPRESAS.dat),
      * separado do WS-EOF que controla a leitura do .VCF.
       77 WS-FIM-VARRE         PIC X(01) VALUE 'N'.
          88 FIM-VARRE       VALUE 'S' FALSE 'N'.

       77 WS-NOME-VCF          PIC X(40) VALUE SPACES.
       77 WS-TIPO-PADRAO       PIC X(11) VALUE SPACES.

      * Linha do .VCF separada em cabecalho da propriedade (nome e
      * parametros, antes do primeiro ':') e valor.
       77 WS-LINHA             PIC X(150) VALUE SPACES.
       77 WS-NUM-LINHA         PIC 9(06) VALUE ZEROS.
       77 WS-PROP-CAB          PIC X(60) VALUE SPACES.
       77 WS-PROP-NOME         PIC X(20) VALUE SPACES.
       77 WS-PROP-GRUPO        PIC X(20) VALUE SPACES.
       77 WS-PROP-ITEM         PIC X(20) VALUE SPACES.
       77 WS-PROP-PARAMS       PIC X(60) VALUE SPACES.
       77 WS-PROP-VALOR        PIC X(150) VALUE SPACES.
       77 WS-PTR               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CHAR          PIC 9(03) VALUE ZEROS.

      * Propriedade em BASE64 (foto do contato): as linhas seguintes
      * sem ':' sao o resto da imagem e nao invalidam o cartao.
       77 WS-EM-BASE64         PIC X(01) VALUE 'N'.
          88 EM-BASE64       VALUE 'S'.

       77 WS-EM-CARTAO         PIC X(01) VALUE 'N'.
          88 EM-CARTAO       VALUE 'S'.

      * Cartao em montagem: o que foi lido entre BEGIN:VCARD e
      * END:VCARD. Cada meio guarda tambem o endereco estruturado
      * (quando ENDERECO) e o slot que ganhou no contato gravado.
       01 WS-CARTAO.
          03 WS-CAR-LINHA         PIC 9(06).
          03 WS-CAR-FN            PIC X(60).
          03 WS-CAR-N-ULTIMO      PIC X(30).
          03 WS-CAR-N-PRIMEIRO    PIC X(30).
          03 WS-CAR-ORG           PIC X(30).
          03 WS-CAR-ERRO          PIC X(50).
          03 WS-CAR-NOME          PIC X(60).
          03 WS-CAR-NOME-CURTO    PIC X(20).
          03 WS-CAR-PRENOME       PIC X(30).
          03 WS-CAR-SOBRENOME     PIC X(40).
          03 WS-CAR-ID-EMPRESA    PIC 9(04).
          03 WS-CAR-QTD-MET       PIC 9(01).
          03 WS-CAR-MET OCCURS 5 TIMES.
             05 WS-CAR-MET-TIPO     PIC X(10).
             05 WS-CAR-MET-VALOR    PIC X(30).
             05 WS-CAR-MET-SLOT     PIC 9(01).
             05 WS-CAR-END-LOGR     PIC X(30).
             05 WS-CAR-END-NUMERO   PIC X(06).
             05 WS-CAR-END-COMPL    PIC X(10).
             05 WS-CAR-END-CIDADE   PIC X(20).
             05 WS-CAR-END-UF       PIC X(02).
             05 WS-CAR-END-CEP      PIC 9(08).
             05 WS-CAR-END-REVISAR  PIC X(01).
          03 WS-CAR-QTD-AVISOS    PIC 9(02).
          03 WS-CAR-AVISO OCCURS 10 TIMES PIC X(50).

      * Meio sendo acrescentado ao cartao.
       77 WS-NOVO-TIPO         PIC X(10) VALUE SPACES.
       77 WS-NOVO-VALOR        PIC X(30) VALUE SPACES.
       01 WS-NOVO-END.
          03 WS-NOVO-END-LOGR     PIC X(30).
          03 WS-NOVO-END-NUMERO   PIC X(06).
          03 WS-NOVO-END-COMPL    PIC X(10).
          03 WS-NOVO-END-CIDADE   PIC X(20).
          03 WS-NOVO-END-UF       PIC X(02).
          03 WS-NOVO-END-CEP      PIC 9(08).
          03 WS-NOVO-END-REVISAR  PIC X(01).

      * Componentes do ADR (caixa postal;complemento;rua;cidade;
      * estado;CEP;pais) e da rua separada em logradouro e numero.
       01 WS-ADR.
          03 WS-ADR-CXPOSTAL      PIC X(30).
          03 WS-ADR-COMPL         PIC X(30).
          03 WS-ADR-RUA           PIC X(60).
          03 WS-ADR-CIDADE        PIC X(30).
          03 WS-ADR-REGIAO        PIC X(30).
          03 WS-ADR-CEP-TXT       PIC X(20).
          03 WS-ADR-PAIS          PIC X(30).
       77 WS-ADR-LOGR          PIC X(60) VALUE SPACES.
       77 WS-ADR-NUMERO        PIC X(20) VALUE SPACES.
       77 WS-ADR-CEP-DIG       PIC X(08) VALUE SPACES.
       77 WS-QTD-DIG-CEP       PIC 9(02) VALUE ZEROS.

       77 WS-MSG-AVISO         PIC X(50) VALUE SPACES.
       77 WS-MOTIVO            PIC X(50) VALUE SPACES.
       77 WS-TAM-VALOR         PIC 9(03) VALUE ZEROS.
       77 WS-JA-EXISTE         PIC X(01) VALUE 'N'.
          88 JA-EXISTE       VALUE 'S'.

       77 WS-IDX               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-MET           PIC 9(02) VALUE ZEROS.
       77 WS-IDX-CAR           PIC 9(02) VALUE ZEROS.
       77 WS-CH                PIC X(01) VALUE SPACE.

      * Contato parecido achado na base e por qual criterio.
       77 WS-ACHOU-EMAIL-ID    PIC 9(06) VALUE ZEROS.
       77 WS-ACHOU-TEL-ID      PIC 9(06) VALUE ZEROS.
       77 WS-ACHOU-ID          PIC 9(06) VALUE ZEROS.
       77 WS-ACHOU-CRITERIO    PIC X(08) VALUE SPACES.
       77 WS-NOME-CHAVE        PIC X(20) VALUE SPACES.
       77 WS-VALOR-UC-1        PIC X(30) VALUE SPACES.
       77 WS-VALOR-UC-2        PIC X(30) VALUE SPACES.

       77 WS-OPCAO-VCF         PIC X(01) VALUE SPACE.
          88 OPCAO-NOVO      VALUE '1'.
          88 OPCAO-ACRESCENTA VALUE '2'.
          88 OPCAO-PULA      VALUE '3'.

       77 WS-IMAGEM-ANTES      PIC X(600) VALUE SPACES.
       77 WS-HIST-OPERACAO     PIC X(10) VALUE SPACES.
       77 WS-HIST-NM-ANTIGO    PIC X(20) VALUE SPACES.
       77 WS-QTD-ACRESCENTADOS PIC 9(01) VALUE ZEROS.

      * Proximo ID livre, derivado do maior ID ja gravado no inicio
      * da carga e incrementado a cada contato gravado.
       77 WS-MAIOR-ID          PIC 9(06) VALUE ZEROS.
       77 WS-PROX-ID           PIC 9(06) VALUE ZEROS.

       77 WS-QTD-CARTOES       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-NOVOS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ATUALIZADOS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PULADOS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REJEITADOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MEIOS-DESC    PIC 9(06) VALUE ZEROS.

       COPY LK_ERRFS.
       COPY LK_DURLOG.
       COPY LK_JRNCTT.
       COPY LK_VALMET.
       COPY LK_VALCEP.
       COPY LK_PRTFMT.
       COPY LK_NOMCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM       PIC X(20).
          03 LK-OPERADOR       PIC X(08).
          03 LK-AUTORIZADO     PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            MOVE 'PG13IMPVCF' TO LK-DUR-PROGRAMA
            MOVE 'I'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            DISPLAY "***** IMPORTAR VCARD (.VCF) DA EQUIPE DE CAMPO "
                    "*****"

            DISPLAY "Arquivo .VCF (vazio = CONTATOS_IMP.VCF): "
            ACCEPT WS-NOME-VCF

            IF WS-NOME-VCF EQUAL SPACES THEN
               MOVE '.\CONTATOS_IMP.VCF' TO WS-NOME-VCF
            END-IF

            DISPLAY "Tipo a atribuir aos contatos novos "
                    "(CLIENTE/FORNECEDOR/FUNCIONARIO, vazio = "
                    "CLIENTE): "
            ACCEPT WS-TIPO-PADRAO

            IF WS-TIPO-PADRAO EQUAL SPACES THEN
               MOVE 'CLIENTE' TO WS-TIPO-PADRAO
            END-IF

            PERFORM P-IMPORTA THRU P-IMPORTA-FIM

            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-END
           .

      * Le o .VCF linha a linha montando os cartoes; cada END:VCARD
      * fecha um cartao, que e conferido, comparado com a base e
      * gravado conforme a escolha do operador.
       P-IMPORTA.
            SET EOF-OK TO FALSE
            MOVE 'N'   TO WS-EM-CARTAO
            MOVE ZEROS TO WS-NUM-LINHA WS-QTD-CARTOES WS-QTD-NOVOS
                          WS-QTD-ATUALIZADOS WS-QTD-PULADOS
                          WS-QTD-REJEITADOS WS-QTD-MEIOS-DESC

            OPEN INPUT VCF

            IF NOT VCF-OK THEN
               DISPLAY "ERRO AO ABRIR " FUNCTION TRIM(WS-NOME-VCF)
               DISPLAY "Error ID: " WS-VCF-FS
               GO TO P-IMPORTA-FIM
            END-IF

            OPEN I-O CONTATOS
            IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT CONTATOS
            END-IF

            IF NOT FS-OK THEN
               MOVE 'PG13IMPVCF'     TO LK-ERRO-PROGRAMA
               MOVE 'ABRIR CONTATOS' TO LK-ERRO-OPERACAO
               MOVE WS-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               CLOSE VCF
               GO TO P-IMPORTA-FIM
            END-IF

            PERFORM P-ACHA-MAIOR-ID THRU P-ACHA-MAIOR-ID-FIM
            COMPUTE WS-PROX-ID = WS-MAIOR-ID + 1

            MOVE '.\IMPVCF.LST'         TO LK-PRT-ARQUIVO
            MOVE 'IMPORTACAO DE VCARD'  TO LK-PRT-TITULO
            MOVE LK-OPERADOR            TO LK-PRT-OPERADOR
            MOVE 'I'                    TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE SPACES TO LK-PRT-LINHA
            STRING 'ARQUIVO: '                  DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOME-VCF)   DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            MOVE 'OCORRENCIAS' TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
            MOVE 'LINHA  CARTAO               OCORRENCIA'
                 TO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM

            PERFORM UNTIL EOF-OK
                READ VCF
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1 TO WS-NUM-LINHA
                        PERFORM P-TRATA-LINHA THRU P-TRATA-LINHA-FIM
                END-READ
            END-PERFORM

            IF EM-CARTAO THEN
               IF WS-CAR-ERRO EQUAL SPACES THEN
                  MOVE 'CARTAO SEM END:VCARD' TO WS-CAR-ERRO
               END-IF
               PERFORM P-FECHA-CARTAO THRU P-FECHA-CARTAO-FIM
            END-IF

            CLOSE CONTATOS
            CLOSE VCF

            MOVE 'CARTOES LIDOS'             TO LK-PRT-ROTULO
            MOVE WS-QTD-CARTOES              TO LK-PRT-VALOR
            MOVE 'T' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CONTATOS NOVOS'            TO LK-PRT-ROTULO
            MOVE WS-QTD-NOVOS                TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'MEIOS ACRESCENTADOS'       TO LK-PRT-ROTULO
            MOVE WS-QTD-ATUALIZADOS          TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'PULADOS'                   TO LK-PRT-ROTULO
            MOVE WS-QTD-PULADOS              TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'CARTOES ILEGIVEIS'         TO LK-PRT-ROTULO
            MOVE WS-QTD-REJEITADOS           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
            MOVE 'MEIOS DESCARTADOS'         TO LK-PRT-ROTULO
            MOVE WS-QTD-MEIOS-DESC           TO LK-PRT-VALOR
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            MOVE 'F' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA

            DISPLAY "IMPORTACAO CONCLUIDA."
            DISPLAY "CARTOES LIDOS      : " WS-QTD-CARTOES
            DISPLAY "CONTATOS NOVOS     : " WS-QTD-NOVOS
            DISPLAY "MEIOS ACRESCENTADOS: " WS-QTD-ATUALIZADOS
            DISPLAY "PULADOS            : " WS-QTD-PULADOS
            DISPLAY "CARTOES ILEGIVEIS  : " WS-QTD-REJEITADOS
            DISPLAY "MEIOS DESCARTADOS  : " WS-QTD-MEIOS-DESC
            DISPLAY "OCORRENCIAS EM IMPVCF.LST"

            PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
           .

       P-IMPORTA-FIM.
           EXIT.

      * Separa a linha em propriedade, parametros e valor e guarda no
      * cartao em montagem o que interessa ao cadastro. Linhas
      * dobradas (continuacao comecando com espaco) so aparecem em
      * campos longos que o cadastro nao usa (foto, observacao) e sao
      * ignoradas; o prefixo de grupo (item1.TEL) e descartado.
       P-TRATA-LINHA.
            MOVE REG-VCF TO WS-LINHA
            INSPECT WS-LINHA REPLACING ALL X'0D' BY SPACE
                                       ALL X'09' BY SPACE

            IF WS-LINHA EQUAL SPACES
               OR WS-LINHA(1:1) EQUAL SPACE THEN
               GO TO P-TRATA-LINHA-FIM
            END-IF

            MOVE ZEROS TO WS-QTD-CHAR
            INSPECT WS-LINHA TALLYING WS-QTD-CHAR FOR ALL ':'

            IF WS-QTD-CHAR EQUAL ZEROS THEN
               IF EM-CARTAO AND NOT EM-BASE64
                  AND WS-CAR-ERRO EQUAL SPACES THEN
                  MOVE SPACES TO WS-CAR-ERRO
                  STRING 'LINHA ' WS-NUM-LINHA ' SEM PROPRIEDADE'
                         DELIMITED BY SIZE
                     INTO WS-CAR-ERRO
               END-IF
               GO TO P-TRATA-LINHA-FIM
            END-IF

            MOVE SPACES TO WS-PROP-CAB WS-PROP-VALOR WS-PROP-NOME
                           WS-PROP-PARAMS WS-PROP-GRUPO
            MOVE 1 TO WS-PTR
            UNSTRING WS-LINHA DELIMITED BY ':'
                INTO WS-PROP-CAB
                WITH POINTER WS-PTR
            END-UNSTRING
            IF WS-PTR <= 150 THEN
               MOVE WS-LINHA(WS-PTR:) TO WS-PROP-VALOR
            END-IF

            MOVE FUNCTION UPPER-CASE(WS-PROP-CAB) TO WS-PROP-CAB

            MOVE 1 TO WS-PTR
            UNSTRING WS-PROP-CAB DELIMITED BY ';'
                INTO WS-PROP-NOME
                WITH POINTER WS-PTR
            END-UNSTRING
            IF WS-PTR <= 60 THEN
               MOVE WS-PROP-CAB(WS-PTR:) TO WS-PROP-PARAMS
            END-IF

            MOVE ZEROS TO WS-QTD-CHAR
            INSPECT WS-PROP-NOME TALLYING WS-QTD-CHAR FOR ALL '.'
            IF WS-QTD-CHAR > ZEROS THEN
               MOVE WS-PROP-NOME TO WS-PROP-ITEM
               MOVE SPACES       TO WS-PROP-NOME
               UNSTRING WS-PROP-ITEM DELIMITED BY '.'
                   INTO WS-PROP-GRUPO WS-PROP-NOME
               END-UNSTRING
            END-IF

            MOVE 'N'   TO WS-EM-BASE64
            MOVE ZEROS TO WS-QTD-CHAR
            INSPECT WS-PROP-PARAMS TALLYING WS-QTD-CHAR
                    FOR ALL 'BASE64' ALL 'ENCODING=B'
            IF WS-QTD-CHAR > ZEROS THEN
               MOVE 'S' TO WS-EM-BASE64
            END-IF

            EVALUATE TRUE
                WHEN WS-PROP-NOME EQUAL 'BEGIN'
                   IF FUNCTION UPPER-CASE(WS-PROP-VALOR) = 'VCARD'
                      PERFORM P-ABRE-CARTAO THRU P-ABRE-CARTAO-FIM
                   END-IF
                WHEN WS-PROP-NOME EQUAL 'END'
                   IF EM-CARTAO THEN
                      PERFORM P-FECHA-CARTAO THRU P-FECHA-CARTAO-FIM
                   ELSE
                      MOVE WS-NUM-LINHA TO WS-CAR-LINHA
                      MOVE SPACES       TO WS-CAR-NOME
                      MOVE 'END:VCARD SEM BEGIN:VCARD' TO WS-MOTIVO
                      PERFORM P-IMPRIME-OCORRENCIA
                              THRU P-IMPRIME-OCORRENCIA-FIM
                   END-IF
                WHEN NOT EM-CARTAO
                WHEN WS-CAR-ERRO NOT EQUAL SPACES
                   CONTINUE
                WHEN OTHER
                   PERFORM P-GUARDA-PROPRIEDADE
                           THRU P-GUARDA-PROPRIEDADE-FIM
            END-EVALUATE
            .

       P-TRATA-LINHA-FIM.
           EXIT.

      * BEGIN:VCARD - um BEGIN antes do END do cartao anterior fecha
      * aquele cartao como ilegivel e comeca o novo.
       P-ABRE-CARTAO.
            IF EM-CARTAO THEN
               IF WS-CAR-ERRO EQUAL SPACES THEN
                  MOVE 'CARTAO SEM END:VCARD' TO WS-CAR-ERRO
               END-IF
               PERFORM P-FECHA-CARTAO THRU P-FECHA-CARTAO-FIM
            END-IF

            INITIALIZE WS-CARTAO
            MOVE WS-NUM-LINHA TO WS-CAR-LINHA
            MOVE 'S'          TO WS-EM-CARTAO
            .

       P-ABRE-CARTAO-FIM.
           EXIT.

      * Guarda no cartao as propriedades usadas pelo cadastro; as
      * demais (VERSION, PHOTO, NOTE, BDAY, ...) sao ignoradas. Texto
      * em QUOTED-PRINTABLE (vCard 2.1) nao e decodificado e torna o
      * cartao ilegivel.
       P-GUARDA-PROPRIEDADE.
            MOVE ZEROS TO WS-QTD-CHAR
            INSPECT WS-PROP-PARAMS TALLYING WS-QTD-CHAR
                    FOR ALL 'QUOTED-PRINTABLE'

            IF WS-QTD-CHAR > ZEROS THEN
               MOVE SPACES TO WS-CAR-ERRO
               STRING 'QUOTED-PRINTABLE NA LINHA ' WS-NUM-LINHA
                      DELIMITED BY SIZE
                  INTO WS-CAR-ERRO
               GO TO P-GUARDA-PROPRIEDADE-FIM
            END-IF

            EVALUATE WS-PROP-NOME
                WHEN 'FN'
                   MOVE WS-PROP-VALOR TO WS-CAR-FN
                WHEN 'N'
                   UNSTRING WS-PROP-VALOR DELIMITED BY ';'
                       INTO WS-CAR-N-ULTIMO WS-CAR-N-PRIMEIRO
                   END-UNSTRING
                WHEN 'ORG'
                   UNSTRING WS-PROP-VALOR DELIMITED BY ';'
                       INTO WS-CAR-ORG
                   END-UNSTRING
                WHEN 'TEL'
                   MOVE ZEROS TO WS-QTD-CHAR
                   INSPECT WS-PROP-PARAMS TALLYING WS-QTD-CHAR
                           FOR ALL 'CELL'
                   IF WS-QTD-CHAR > ZEROS THEN
                      MOVE 'CELULAR'  TO WS-NOVO-TIPO
                   ELSE
                      MOVE 'TELEFONE' TO WS-NOVO-TIPO
                   END-IF
                   PERFORM P-VALIDA-VALOR THRU P-VALIDA-VALOR-FIM
                WHEN 'EMAIL'
                   MOVE 'EMAIL' TO WS-NOVO-TIPO
                   PERFORM P-VALIDA-VALOR THRU P-VALIDA-VALOR-FIM
                WHEN 'ADR'
                   PERFORM P-MONTA-ENDERECO THRU P-MONTA-ENDERECO-FIM
                WHEN OTHER
                   CONTINUE
            END-EVALUATE
            .

       P-GUARDA-PROPRIEDADE-FIM.
           EXIT.

      * TEL/EMAIL: o valor passa pelo PG13VALMET (telefone volta no
      * formato canonico); valor acima de 30 posicoes ou reprovado e
      * descartado com aviso.
       P-VALIDA-VALOR.
            MOVE SPACES TO WS-NOVO-END
            MOVE ZEROS  TO WS-NOVO-END-CEP

            COMPUTE WS-TAM-VALOR =
                    FUNCTION LENGTH(FUNCTION TRIM(WS-PROP-VALOR))

            IF WS-TAM-VALOR > 30 THEN
               MOVE SPACES TO WS-MSG-AVISO
               STRING FUNCTION TRIM(WS-NOVO-TIPO) DELIMITED BY SIZE
                      ' ACIMA DE 30 POSICOES: '   DELIMITED BY SIZE
                      WS-PROP-VALOR               DELIMITED BY SIZE
                  INTO WS-MSG-AVISO
               PERFORM P-GUARDA-AVISO THRU P-GUARDA-AVISO-FIM
               GO TO P-VALIDA-VALOR-FIM
            END-IF

            MOVE WS-NOVO-TIPO                  TO LK-METODO-TIPO
            MOVE FUNCTION TRIM(WS-PROP-VALOR)  TO LK-METODO-VALOR
            CALL 'PG13VALMET' USING LK-METODO-AREA

            IF LK-METODO-VALIDO NOT EQUAL 'S' THEN
               MOVE SPACES TO WS-MSG-AVISO
               STRING FUNCTION TRIM(WS-NOVO-TIPO) DELIMITED BY SIZE
                      ' INVALIDO: '               DELIMITED BY SIZE
                      WS-PROP-VALOR               DELIMITED BY SIZE
                  INTO WS-MSG-AVISO
               PERFORM P-GUARDA-AVISO THRU P-GUARDA-AVISO-FIM
               GO TO P-VALIDA-VALOR-FIM
            END-IF

            MOVE LK-METODO-VALOR TO WS-NOVO-VALOR
            PERFORM P-ACRESCENTA-METODO THRU P-ACRESCENTA-METODO-FIM
            .

       P-VALIDA-VALOR-FIM.
           EXIT.

      * ADR: caixa postal;complemento;rua;cidade;estado;CEP;pais. A
      * rua "Logradouro, numero" e separada na virgula; o CEP precisa
      * dar 8 digitos. O resumo "CEP CIDADE/UF" do meio e conferido
      * pelo PG13VALCEP e o que nao conferir vai para ENDERECOS.dat
      * marcado para revisao (END-REVISAR = 'S').
       P-MONTA-ENDERECO.
            MOVE SPACES TO WS-ADR WS-ADR-LOGR WS-ADR-NUMERO
                           WS-NOVO-END
            MOVE ZEROS  TO WS-NOVO-END-CEP

            UNSTRING WS-PROP-VALOR DELIMITED BY ';'
                INTO WS-ADR-CXPOSTAL WS-ADR-COMPL WS-ADR-RUA
                     WS-ADR-CIDADE WS-ADR-REGIAO WS-ADR-CEP-TXT
                     WS-ADR-PAIS
            END-UNSTRING

            UNSTRING WS-ADR-RUA DELIMITED BY ','
                INTO WS-ADR-LOGR WS-ADR-NUMERO
            END-UNSTRING

            MOVE SPACES TO WS-ADR-CEP-DIG
            MOVE ZEROS  TO WS-QTD-DIG-CEP
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 20
                MOVE WS-ADR-CEP-TXT(WS-IDX:1) TO WS-CH
                IF WS-CH >= '0' AND WS-CH <= '9' THEN
                   ADD 1 TO WS-QTD-DIG-CEP
                   IF WS-QTD-DIG-CEP <= 8 THEN
                      MOVE WS-CH TO WS-ADR-CEP-DIG(WS-QTD-DIG-CEP:1)
                   END-IF
                END-IF
            END-PERFORM

            IF WS-QTD-DIG-CEP NOT EQUAL 8 THEN
               MOVE SPACES TO WS-MSG-AVISO
               STRING 'ENDERECO SEM CEP VALIDO: '    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ADR-RUA)      DELIMITED BY SIZE
                  INTO WS-MSG-AVISO
               PERFORM P-GUARDA-AVISO THRU P-GUARDA-AVISO-FIM
               GO TO P-MONTA-ENDERECO-FIM
            END-IF

            MOVE FUNCTION TRIM(WS-ADR-LOGR)       TO WS-NOVO-END-LOGR
            MOVE FUNCTION TRIM(WS-ADR-NUMERO)     TO WS-NOVO-END-NUMERO
            MOVE FUNCTION TRIM(WS-ADR-COMPL)      TO WS-NOVO-END-COMPL
            MOVE FUNCTION TRIM(WS-ADR-CIDADE)     TO WS-NOVO-END-CIDADE
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADR-REGIAO))
                 TO WS-NOVO-END-UF
            MOVE WS-ADR-CEP-DIG                   TO WS-NOVO-END-CEP
            MOVE 'N'                              TO WS-NOVO-END-REVISAR

            MOVE 'ENDERECO' TO WS-NOVO-TIPO
            MOVE SPACES     TO WS-NOVO-VALOR
            STRING WS-NOVO-END-CEP                   DELIMITED BY SIZE
                   ' '                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOVO-END-CIDADE(1:18))
                                                     DELIMITED BY SIZE
                   '/'                               DELIMITED BY SIZE
                   WS-NOVO-END-UF                    DELIMITED BY SIZE
               INTO WS-NOVO-VALOR

            MOVE WS-NOVO-VALOR TO LK-CEP-ENDERECO
            CALL 'PG13VALCEP' USING LK-CEP-AREA

            IF NOT LK-CEP-VALIDO AND NOT LK-CEP-SEM-REF THEN
               MOVE 'S' TO WS-NOVO-END-REVISAR
               MOVE SPACES TO WS-MSG-AVISO
               STRING 'CEP NAO CONFERE (REVISAR): ' DELIMITED BY SIZE
                      WS-NOVO-VALOR                 DELIMITED BY SIZE
                  INTO WS-MSG-AVISO
               PERFORM P-GUARDA-AVISO THRU P-GUARDA-AVISO-FIM
            END-IF

            PERFORM P-ACRESCENTA-METODO THRU P-ACRESCENTA-METODO-FIM
            .

       P-MONTA-ENDERECO-FIM.
           EXIT.

      * Poe o meio ja conferido na tabela do cartao; o mesmo valor
      * repetido no cartao (residencial e comercial iguais) entra uma
      * vez so, e o que passar de 5 meios e descartado com aviso.
       P-ACRESCENTA-METODO.
            MOVE 'N' TO WS-JA-EXISTE
            PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                    UNTIL WS-IDX-CAR > WS-CAR-QTD-MET
                IF WS-CAR-MET-VALOR(WS-IDX-CAR) EQUAL WS-NOVO-VALOR
                   MOVE 'S' TO WS-JA-EXISTE
                END-IF
            END-PERFORM

            IF JA-EXISTE THEN
               GO TO P-ACRESCENTA-METODO-FIM
            END-IF

            IF WS-CAR-QTD-MET EQUAL 5 THEN
               MOVE SPACES TO WS-MSG-AVISO
               STRING 'MAIS DE 5 MEIOS, IGNORADO: ' DELIMITED BY SIZE
                      WS-NOVO-VALOR                 DELIMITED BY SIZE
                  INTO WS-MSG-AVISO
               PERFORM P-GUARDA-AVISO THRU P-GUARDA-AVISO-FIM
               GO TO P-ACRESCENTA-METODO-FIM
            END-IF

            ADD 1 TO WS-CAR-QTD-MET
            MOVE WS-NOVO-TIPO       TO WS-CAR-MET-TIPO(WS-CAR-QTD-MET)
            MOVE WS-NOVO-VALOR      TO WS-CAR-MET-VALOR(WS-CAR-QTD-MET)
            MOVE ZEROS              TO WS-CAR-MET-SLOT(WS-CAR-QTD-MET)
            MOVE WS-NOVO-END-LOGR   TO WS-CAR-END-LOGR(WS-CAR-QTD-MET)
            MOVE WS-NOVO-END-NUMERO
                 TO WS-CAR-END-NUMERO(WS-CAR-QTD-MET)
            MOVE WS-NOVO-END-COMPL  TO WS-CAR-END-COMPL(WS-CAR-QTD-MET)
            MOVE WS-NOVO-END-CIDADE
                 TO WS-CAR-END-CIDADE(WS-CAR-QTD-MET)
            MOVE WS-NOVO-END-UF     TO WS-CAR-END-UF(WS-CAR-QTD-MET)
            MOVE WS-NOVO-END-CEP    TO WS-CAR-END-CEP(WS-CAR-QTD-MET)
            MOVE WS-NOVO-END-REVISAR
                 TO WS-CAR-END-REVISAR(WS-CAR-QTD-MET)
            .

       P-ACRESCENTA-METODO-FIM.
           EXIT.

      * Avisos do cartao ficam guardados ate o END:VCARD, quando o
      * nome do cartao ja e conhecido para a listagem.
       P-GUARDA-AVISO.
            ADD 1 TO WS-QTD-MEIOS-DESC
            IF WS-CAR-QTD-AVISOS < 10 THEN
               ADD 1 TO WS-CAR-QTD-AVISOS
               MOVE WS-MSG-AVISO TO WS-CAR-AVISO(WS-CAR-QTD-AVISOS)
            END-IF
            .

       P-GUARDA-AVISO-FIM.
           EXIT.

      * Partes do nome do cartao: o N ja traz nome e sobrenome
      * separados; sem N, o FN passa pela separacao do PG13NOMCTT e so
      * a confiavel e aproveitada (a duvidosa fica para o PG13SEPNOM).
       P-NOME-CARTAO.
            MOVE SPACES TO WS-CAR-PRENOME WS-CAR-SOBRENOME
            MOVE WS-CAR-NOME(1:20) TO WS-CAR-NOME-CURTO

            IF WS-CAR-NOME EQUAL SPACES THEN
               GO TO P-NOME-CARTAO-FIM
            END-IF

            IF WS-CAR-N-PRIMEIRO NOT EQUAL SPACES THEN
               MOVE 'J'                TO LK-NMC-FUNCAO
               MOVE FUNCTION TRIM(WS-CAR-N-PRIMEIRO) TO LK-NMC-PRENOME
               MOVE FUNCTION TRIM(WS-CAR-N-ULTIMO)   TO LK-NMC-SOBRENOME
               CALL 'PG13NOMCTT' USING LK-NMC-AREA
            ELSE
               MOVE 'S'                TO LK-NMC-FUNCAO
               MOVE WS-CAR-NOME        TO LK-NMC-NOME-COMPLETO
               CALL 'PG13NOMCTT' USING LK-NMC-AREA
               IF NOT LK-NMC-CONFIAVEL THEN
                  GO TO P-NOME-CARTAO-FIM
               END-IF
            END-IF

            MOVE LK-NMC-PRENOME    TO WS-CAR-PRENOME
            MOVE LK-NMC-SOBRENOME  TO WS-CAR-SOBRENOME
            MOVE LK-NMC-NOME-CURTO TO WS-CAR-NOME-CURTO
            .

       P-NOME-CARTAO-FIM.
           EXIT.

      * END:VCARD - confere o cartao, lista as ocorrencias, procura o
      * contato parecido na base e grava conforme a escolha.
       P-FECHA-CARTAO.
            MOVE 'N' TO WS-EM-CARTAO
            ADD 1 TO WS-QTD-CARTOES

            MOVE FUNCTION TRIM(WS-CAR-FN) TO WS-CAR-NOME
            IF WS-CAR-NOME EQUAL SPACES THEN
               STRING FUNCTION TRIM(WS-CAR-N-PRIMEIRO)
                                            DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAR-N-ULTIMO)
                                            DELIMITED BY SIZE
                  INTO WS-CAR-NOME
               MOVE FUNCTION TRIM(WS-CAR-NOME) TO WS-CAR-NOME
            END-IF

            PERFORM P-NOME-CARTAO THRU P-NOME-CARTAO-FIM

            IF WS-CAR-ERRO EQUAL SPACES AND WS-CAR-NOME EQUAL SPACES
               MOVE 'CARTAO SEM NOME (FN/N)' TO WS-CAR-ERRO
            END-IF

            IF WS-CAR-ERRO NOT EQUAL SPACES THEN
               ADD 1 TO WS-QTD-REJEITADOS
               MOVE SPACES TO WS-MOTIVO
               STRING 'ILEGIVEL: '  DELIMITED BY SIZE
                      WS-CAR-ERRO   DELIMITED BY SIZE
                  INTO WS-MOTIVO
               PERFORM P-IMPRIME-OCORRENCIA
                       THRU P-IMPRIME-OCORRENCIA-FIM
               GO TO P-FECHA-CARTAO-FIM
            END-IF

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-CAR-QTD-AVISOS
                MOVE WS-CAR-AVISO(WS-IDX) TO WS-MOTIVO
                PERFORM P-IMPRIME-OCORRENCIA
                        THRU P-IMPRIME-OCORRENCIA-FIM
            END-PERFORM

            PERFORM P-PROCURA-EMPRESA THRU P-PROCURA-EMPRESA-FIM

            PERFORM P-PROCURA-PARECIDO THRU P-PROCURA-PARECIDO-FIM

            IF WS-ACHOU-ID EQUAL ZEROS THEN
               SET OPCAO-NOVO TO TRUE
            ELSE
               PERFORM P-ESCOLHE-ACAO THRU P-ESCOLHE-ACAO-FIM
            END-IF

            EVALUATE TRUE
                WHEN OPCAO-NOVO
                   PERFORM P-GRAVA-NOVO THRU P-GRAVA-NOVO-FIM
                WHEN OPCAO-ACRESCENTA
                   PERFORM P-ACRESCENTA-MEIOS
                           THRU P-ACRESCENTA-MEIOS-FIM
                WHEN OTHER
                   ADD 1 TO WS-QTD-PULADOS
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'PULADO PELO OPERADOR (PARECIDO COM ID '
                          WS-ACHOU-ID ')'
                          DELIMITED BY SIZE
                      INTO WS-MOTIVO
                   PERFORM P-IMPRIME-OCORRENCIA
                           THRU P-IMPRIME-OCORRENCIA-FIM
            END-EVALUATE
            .

       P-FECHA-CARTAO-FIM.
           EXIT.

      * ORG do cartao procurado pelo nome em EMPRESAS.dat (sem
      * diferenciar maiusculas); empresa que nao estiver no mestre
      * fica zerada no contato e e listada para o cadastro completar.
       P-PROCURA-EMPRESA.
            MOVE ZEROS TO WS-CAR-ID-EMPRESA

            IF WS-CAR-ORG EQUAL SPACES THEN
               GO TO P-PROCURA-EMPRESA-FIM
            END-IF

            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAR-ORG))
                 TO WS-VALOR-UC-1
            SET FIM-VARRE TO FALSE

            OPEN INPUT EMPRESAS

            IF EMP-OK THEN
               PERFORM UNTIL FIM-VARRE
                   READ EMPRESAS
                        AT END
                           SET FIM-VARRE TO TRUE
                    NOT AT END
                           IF FUNCTION UPPER-CASE(EMP-NOME)
                              EQUAL WS-VALOR-UC-1 THEN
                              MOVE EMP-ID TO WS-CAR-ID-EMPRESA
                              SET FIM-VARRE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPRESAS
            END-IF

            IF WS-CAR-ID-EMPRESA EQUAL ZEROS THEN
               MOVE SPACES TO WS-MOTIVO
               STRING 'EMPRESA NAO CADASTRADA: '  DELIMITED BY SIZE
                      WS-CAR-ORG                  DELIMITED BY SIZE
                  INTO WS-MOTIVO
               PERFORM P-IMPRIME-OCORRENCIA
                       THRU P-IMPRIME-OCORRENCIA-FIM
            END-IF
            .

       P-PROCURA-EMPRESA-FIM.
           EXIT.

      * Procura na base um contato ativo parecido com o cartao: o
      * mesmo e-mail tem precedencia, depois o mesmo telefone (os dois
      * ja no formato canonico) e por fim o mesmo nome, pela chave
      * alternativa NM-CONTATO (como veio e em maiusculas).
       P-PROCURA-PARECIDO.
            MOVE ZEROS  TO WS-ACHOU-ID WS-ACHOU-EMAIL-ID
                           WS-ACHOU-TEL-ID
            MOVE SPACES TO WS-ACHOU-CRITERIO

            IF WS-CAR-QTD-MET > ZEROS THEN
               SET FIM-VARRE TO FALSE
               MOVE ZEROS TO ID-CONTATO

               START CONTATOS KEY IS NOT LESS THAN ID-CONTATO
                     INVALID KEY
                         SET FIM-VARRE TO TRUE
               END-START

               PERFORM UNTIL FIM-VARRE
                   READ CONTATOS NEXT RECORD
                        AT END
                           SET FIM-VARRE TO TRUE
                    NOT AT END
                           IF CONTATO-ATIVO THEN
                              PERFORM P-COMPARA-MEIOS
                                      THRU P-COMPARA-MEIOS-FIM
                           END-IF
                   END-READ
               END-PERFORM
            END-IF

            EVALUATE TRUE
                WHEN WS-ACHOU-EMAIL-ID > ZEROS
                   MOVE WS-ACHOU-EMAIL-ID TO WS-ACHOU-ID
                   MOVE 'E-MAIL'          TO WS-ACHOU-CRITERIO
                WHEN WS-ACHOU-TEL-ID > ZEROS
                   MOVE WS-ACHOU-TEL-ID   TO WS-ACHOU-ID
                   MOVE 'TELEFONE'        TO WS-ACHOU-CRITERIO
                WHEN OTHER
                   MOVE WS-CAR-NOME-CURTO TO WS-NOME-CHAVE
                   PERFORM P-PROCURA-NOME THRU P-PROCURA-NOME-FIM
                   IF WS-ACHOU-ID EQUAL ZEROS THEN
                      MOVE FUNCTION UPPER-CASE(WS-CAR-NOME-CURTO)
                           TO WS-NOME-CHAVE
                      PERFORM P-PROCURA-NOME THRU P-PROCURA-NOME-FIM
                   END-IF
                   IF WS-ACHOU-ID > ZEROS THEN
                      MOVE 'NOME'         TO WS-ACHOU-CRITERIO
                   END-IF
            END-EVALUATE
            .

       P-PROCURA-PARECIDO-FIM.
           EXIT.

      * Compara os meios do contato lido com os do cartao; guarda o
      * primeiro contato com e-mail igual e o primeiro com telefone
      * igual (telefone e celular contam como o mesmo numero).
       P-COMPARA-MEIOS.
            PERFORM VARYING WS-IDX-MET FROM 1 BY 1
                    UNTIL WS-IDX-MET > QTD-CT-METODOS
                       OR WS-IDX-MET > 5
                PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                        UNTIL WS-IDX-CAR > WS-CAR-QTD-MET
                    EVALUATE TRUE
                        WHEN WS-CAR-MET-TIPO(WS-IDX-CAR) = 'EMAIL'
                         AND CT-METODO-TIPO(WS-IDX-MET)  = 'EMAIL'
                         AND WS-ACHOU-EMAIL-ID = ZEROS
                           MOVE FUNCTION UPPER-CASE
                                (CT-METODO-VALOR(WS-IDX-MET))
                                TO WS-VALOR-UC-1
                           MOVE FUNCTION UPPER-CASE
                                (WS-CAR-MET-VALOR(WS-IDX-CAR))
                                TO WS-VALOR-UC-2
                           IF WS-VALOR-UC-1 EQUAL WS-VALOR-UC-2
                              MOVE ID-CONTATO TO WS-ACHOU-EMAIL-ID
                           END-IF
                        WHEN (WS-CAR-MET-TIPO(WS-IDX-CAR) = 'TELEFONE'
                           OR WS-CAR-MET-TIPO(WS-IDX-CAR) = 'CELULAR')
                         AND (CT-METODO-TIPO(WS-IDX-MET) = 'TELEFONE'
                           OR CT-METODO-TIPO(WS-IDX-MET) = 'CELULAR')
                         AND WS-ACHOU-TEL-ID = ZEROS
                           IF CT-METODO-VALOR(WS-IDX-MET) EQUAL
                              WS-CAR-MET-VALOR(WS-IDX-CAR) THEN
                              MOVE ID-CONTATO TO WS-ACHOU-TEL-ID
                           END-IF
                        WHEN OTHER
                           CONTINUE
                    END-EVALUATE
                END-PERFORM
            END-PERFORM
            .

       P-COMPARA-MEIOS-FIM.
           EXIT.

       P-PROCURA-NOME.
            MOVE WS-NOME-CHAVE TO NM-CONTATO
            SET FIM-VARRE TO FALSE

            START CONTATOS KEY IS EQUAL TO NM-CONTATO
                  INVALID KEY
                      GO TO P-PROCURA-NOME-FIM
            END-START

            PERFORM UNTIL FIM-VARRE
                READ CONTATOS NEXT RECORD
                     AT END
                        SET FIM-VARRE TO TRUE
                 NOT AT END
                        IF NM-CONTATO NOT EQUAL WS-NOME-CHAVE THEN
                           SET FIM-VARRE TO TRUE
                        ELSE
                           IF CONTATO-ATIVO THEN
                              MOVE ID-CONTATO TO WS-ACHOU-ID
                              SET FIM-VARRE TO TRUE
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            .

       P-PROCURA-NOME-FIM.
           EXIT.

      * Mostra o cartao e o contato parecido e pede a decisao do
      * operador.
       P-ESCOLHE-ACAO.
            MOVE WS-ACHOU-ID TO ID-CONTATO
            READ CONTATOS
                 INVALID KEY
                    SET OPCAO-NOVO TO TRUE
                    GO TO P-ESCOLHE-ACAO-FIM
            END-READ

            DISPLAY " "
            DISPLAY "CARTAO (LINHA " WS-CAR-LINHA "): "
                    FUNCTION TRIM(WS-CAR-NOME)
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-CAR-QTD-MET
                DISPLAY "   " WS-CAR-MET-TIPO(WS-IDX) " "
                        WS-CAR-MET-VALOR(WS-IDX)
            END-PERFORM

            DISPLAY "PARECIDO (MESMO " FUNCTION TRIM(WS-ACHOU-CRITERIO)
                    ") COM O CONTATO " ID-CONTATO " " NM-CONTATO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > QTD-CT-METODOS OR WS-IDX > 5
                DISPLAY "   " CT-METODO-TIPO(WS-IDX) " "
                        CT-METODO-VALOR(WS-IDX)
            END-PERFORM

            MOVE SPACE TO WS-OPCAO-VCF
            PERFORM UNTIL OPCAO-NOVO OR OPCAO-ACRESCENTA OR OPCAO-PULA
                DISPLAY "1 - INCLUIR COMO CONTATO NOVO"
                DISPLAY "2 - ACRESCENTAR OS MEIOS AO CONTATO "
                        ID-CONTATO
                DISPLAY "3 - PULAR O CARTAO"
                DISPLAY "Opcao: "
                ACCEPT WS-OPCAO-VCF
            END-PERFORM
            .

       P-ESCOLHE-ACAO-FIM.
           EXIT.

      * Inclui o cartao como contato novo, com o proximo ID livre. O
      * vCard nao traz CPF nem consentimento LGPD: o CPF fica zerado e
      * o consentimento em branco (nao perguntado), como na importacao
      * do cadastro antigo.
       P-GRAVA-NOVO.
            MOVE SPACES             TO REG-CONTATOS
            MOVE WS-PROX-ID         TO ID-CONTATO
            MOVE WS-CAR-NOME-CURTO  TO NM-CONTATO
            MOVE WS-CAR-PRENOME     TO NM-PRENOME
            MOVE WS-CAR-SOBRENOME   TO NM-SOBRENOME
            MOVE ZEROS              TO CPF-CONTATO
            MOVE WS-TIPO-PADRAO     TO TP-CONTATO
            MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA
            SET CONTATO-ATIVO TO TRUE
            MOVE ZEROS              TO QTD-CT-METODOS
            MOVE ZEROS              TO DT-NASCIMENTO
            MOVE WS-CAR-ID-EMPRESA  TO ID-EMPRESA
            INITIALIZE CT-METODO-DEVOLUCOES

            PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                    UNTIL WS-IDX-CAR > WS-CAR-QTD-MET
                PERFORM P-METODO-NO-CONTATO
                        THRU P-METODO-NO-CONTATO-FIM
            END-PERFORM

            WRITE REG-CONTATOS
                  INVALID KEY
                      ADD 1 TO WS-QTD-REJEITADOS
                      MOVE SPACES TO WS-MOTIVO
                      STRING 'ID JA CADASTRADO: ' WS-PROX-ID
                             DELIMITED BY SIZE
                         INTO WS-MOTIVO
                      PERFORM P-IMPRIME-OCORRENCIA
                              THRU P-IMPRIME-OCORRENCIA-FIM
              NOT INVALID KEY
                      ADD 1 TO WS-QTD-NOVOS
                      DISPLAY "INCLUIDO O CONTATO " ID-CONTATO " "
                              NM-CONTATO
                      MOVE SPACES            TO WS-IMAGEM-ANTES
                      MOVE 'I'               TO LK-JRN-ACAO
                      MOVE "INCLUSAO"        TO WS-HIST-OPERACAO
                      MOVE SPACES            TO WS-HIST-NM-ANTIGO
                      PERFORM P-GRAVA-JORNAL THRU P-GRAVA-JORNAL-FIM
                      PERFORM P-GRAVA-HISTORICO
                              THRU P-GRAVA-HISTORICO-FIM
                      PERFORM P-GRAVA-ENDERECOS
                              THRU P-GRAVA-ENDERECOS-FIM
                      ADD 1 TO WS-PROX-ID
            END-WRITE
            .

       P-GRAVA-NOVO-FIM.
           EXIT.

      * Acrescenta ao contato parecido os meios do cartao que ele
      * ainda nao tem; o que nao couber nos 5 meios e listado. A
      * empresa do cartao so e levada se o contato estiver sem
      * empresa.
       P-ACRESCENTA-MEIOS.
            MOVE REG-CONTATOS TO WS-IMAGEM-ANTES
            MOVE ZEROS        TO WS-QTD-ACRESCENTADOS

            PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                    UNTIL WS-IDX-CAR > WS-CAR-QTD-MET
                MOVE 'N' TO WS-JA-EXISTE
                PERFORM VARYING WS-IDX-MET FROM 1 BY 1
                        UNTIL WS-IDX-MET > QTD-CT-METODOS
                    MOVE FUNCTION UPPER-CASE
                         (CT-METODO-VALOR(WS-IDX-MET)) TO WS-VALOR-UC-1
                    MOVE FUNCTION UPPER-CASE
                         (WS-CAR-MET-VALOR(WS-IDX-CAR)) TO WS-VALOR-UC-2
                    IF WS-VALOR-UC-1 EQUAL WS-VALOR-UC-2 THEN
                       MOVE 'S' TO WS-JA-EXISTE
                    END-IF
                END-PERFORM

                EVALUATE TRUE
                    WHEN JA-EXISTE
                       CONTINUE
                    WHEN QTD-CT-METODOS >= 5
                       MOVE SPACES TO WS-MOTIVO
                       STRING 'SEM ESPACO NO CONTATO '   ID-CONTATO
                              ': '  WS-CAR-MET-VALOR(WS-IDX-CAR)
                              DELIMITED BY SIZE
                          INTO WS-MOTIVO
                       PERFORM P-IMPRIME-OCORRENCIA
                               THRU P-IMPRIME-OCORRENCIA-FIM
                       ADD 1 TO WS-QTD-MEIOS-DESC
                    WHEN OTHER
                       PERFORM P-METODO-NO-CONTATO
                               THRU P-METODO-NO-CONTATO-FIM
                       ADD 1 TO WS-QTD-ACRESCENTADOS
                END-EVALUATE
            END-PERFORM

            IF ID-EMPRESA EQUAL ZEROS
               AND WS-CAR-ID-EMPRESA > ZEROS THEN
               MOVE WS-CAR-ID-EMPRESA TO ID-EMPRESA
               ADD 1 TO WS-QTD-ACRESCENTADOS
            END-IF

            IF WS-QTD-ACRESCENTADOS EQUAL ZEROS THEN
               ADD 1 TO WS-QTD-PULADOS
               MOVE SPACES TO WS-MOTIVO
               STRING 'NADA A ACRESCENTAR AO CONTATO ' ID-CONTATO
                      DELIMITED BY SIZE
                  INTO WS-MOTIVO
               PERFORM P-IMPRIME-OCORRENCIA
                       THRU P-IMPRIME-OCORRENCIA-FIM
               GO TO P-ACRESCENTA-MEIOS-FIM
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:8) TO DT-ULT-ALT-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO DT-ULT-ALT-HORA

            REWRITE REG-CONTATOS
                    INVALID KEY
                        ADD 1 TO WS-QTD-REJEITADOS
                        MOVE 'PG13IMPVCF'      TO LK-ERRO-PROGRAMA
                        MOVE 'REGRAVAR CONTATO' TO LK-ERRO-OPERACAO
                        MOVE WS-FS             TO LK-ERRO-FS
                        CALL 'PG13ERRFS' USING LK-ERRO-AREA
                NOT INVALID KEY
                        ADD 1 TO WS-QTD-ATUALIZADOS
                        DISPLAY "MEIOS ACRESCENTADOS AO CONTATO "
                                ID-CONTATO " " NM-CONTATO
                        MOVE 'R'               TO LK-JRN-ACAO
                        MOVE "ALTERACAO"       TO WS-HIST-OPERACAO
                        MOVE NM-CONTATO        TO WS-HIST-NM-ANTIGO
                        PERFORM P-GRAVA-JORNAL THRU P-GRAVA-JORNAL-FIM
                        PERFORM P-GRAVA-HISTORICO
                                THRU P-GRAVA-HISTORICO-FIM
                        PERFORM P-GRAVA-ENDERECOS
                                THRU P-GRAVA-ENDERECOS-FIM
            END-REWRITE
            .

       P-ACRESCENTA-MEIOS-FIM.
           EXIT.

      * Copia o meio WS-IDX-CAR do cartao para o proximo slot livre do
      * contato e anota o slot, para a linha de ENDERECOS.dat.
       P-METODO-NO-CONTATO.
            ADD 1 TO QTD-CT-METODOS
            MOVE WS-CAR-MET-TIPO(WS-IDX-CAR)
                 TO CT-METODO-TIPO(QTD-CT-METODOS)
            MOVE WS-CAR-MET-VALOR(WS-IDX-CAR)
                 TO CT-METODO-VALOR(QTD-CT-METODOS)
            MOVE SPACE TO CT-METODO-CONSENT(QTD-CT-METODOS)
            MOVE ZEROS TO CT-METODO-DT-CONS(QTD-CT-METODOS)
            INITIALIZE CT-DEVOLUCAO(QTD-CT-METODOS)
            MOVE QTD-CT-METODOS TO WS-CAR-MET-SLOT(WS-IDX-CAR)
            .

       P-METODO-NO-CONTATO-FIM.
           EXIT.

      * Grava em ENDERECOS.dat a linha estruturada de cada ENDERECO do
      * cartao que entrou no contato, amarrada ao slot que ganhou.
       P-GRAVA-ENDERECOS.
            OPEN EXTEND ENDERECOS
            IF WS-END-FS EQUAL 35 THEN
               OPEN OUTPUT ENDERECOS
            END-IF

            IF NOT END-OK THEN
               DISPLAY "ERRO AO GRAVAR ENDERECOS.dat."
               DISPLAY "Error ID: " WS-END-FS
               GO TO P-GRAVA-ENDERECOS-FIM
            END-IF

            PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                    UNTIL WS-IDX-CAR > WS-CAR-QTD-MET
                IF WS-CAR-MET-TIPO(WS-IDX-CAR) EQUAL 'ENDERECO'
                   AND WS-CAR-MET-SLOT(WS-IDX-CAR) > ZEROS THEN
                   MOVE ID-CONTATO          TO END-ID-CONTATO
                   MOVE WS-CAR-MET-SLOT(WS-IDX-CAR)    TO END-SEQ
                   MOVE WS-CAR-END-LOGR(WS-IDX-CAR)    TO END-LOGRADOURO
                   MOVE WS-CAR-END-NUMERO(WS-IDX-CAR)  TO END-NUMERO
                   MOVE WS-CAR-END-COMPL(WS-IDX-CAR)
                        TO END-COMPLEMENTO
                   MOVE SPACES                         TO END-BAIRRO
                   MOVE WS-CAR-END-CIDADE(WS-IDX-CAR)  TO END-CIDADE
                   MOVE WS-CAR-END-UF(WS-IDX-CAR)      TO END-UF
                   MOVE WS-CAR-END-CEP(WS-IDX-CAR)     TO END-CEP
                   MOVE WS-CAR-END-REVISAR(WS-IDX-CAR) TO END-REVISAR
                   WRITE REG-ENDERECO
                END-IF
            END-PERFORM

            CLOSE ENDERECOS
            .

       P-GRAVA-ENDERECOS-FIM.
           EXIT.

      * Acrescenta a JORNAL.dat a imagem anterior e a posterior do
      * registro gravado em CONTATOS.dat, para a recuperacao por
      * PG13RECJRN a partir de uma geracao de backup. A acao ('I' ou
      * 'R') vem preenchida pelo chamador.
       P-GRAVA-JORNAL.
            MOVE 'PG13IMPVCF'      TO LK-JRN-PROGRAMA
            MOVE LK-OPERADOR       TO LK-JRN-OPERADOR
            MOVE "IMPORT VCF"      TO LK-JRN-OPERACAO
            MOVE WS-IMAGEM-ANTES   TO LK-JRN-ANTES
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

      * HISTORICO.dat com o operador logado; a operacao e o nome
      * antigo vem preenchidos pelo chamador.
       P-GRAVA-HISTORICO.
            OPEN EXTEND HISTORICO
            IF WS-HIST-FS EQUAL 35 THEN
               OPEN OUTPUT HISTORICO
            END-IF

            IF HIST-OK THEN
               MOVE ID-CONTATO           TO HIST-ID-CONTATO
               MOVE WS-HIST-OPERACAO     TO HIST-OPERACAO
               MOVE WS-HIST-NM-ANTIGO    TO HIST-NM-ANTIGO
               MOVE NM-CONTATO           TO HIST-NM-NOVO
               MOVE FUNCTION CURRENT-DATE(1:8)  TO HIST-DATA
               MOVE FUNCTION CURRENT-DATE(9:6)  TO HIST-HORA
               MOVE LK-OPERADOR          TO HIST-OPERADOR

               WRITE REG-HISTORICO

               CLOSE HISTORICO
            ELSE
               DISPLAY "ERRO AO GRAVAR O HISTORICO."
               DISPLAY "Error ID: " WS-HIST-FS
            END-IF
            .

       P-GRAVA-HISTORICO-FIM.

      * Percorre CONTATOS.dat atras do maior ID ja usado (ativo ou
      * excluido), para numerar os contatos novos a partir dele.
       P-ACHA-MAIOR-ID.
            SET FIM-VARRE TO FALSE
            MOVE ZEROS  TO WS-MAIOR-ID
            MOVE ZEROS  TO ID-CONTATO

            START CONTATOS KEY IS NOT LESS THAN ID-CONTATO
                  INVALID KEY
                      SET FIM-VARRE TO TRUE
            END-START

            PERFORM UNTIL FIM-VARRE
                READ CONTATOS NEXT RECORD
                     AT END
                        SET FIM-VARRE TO TRUE
                 NOT AT END
                        IF ID-CONTATO > WS-MAIOR-ID THEN
                           MOVE ID-CONTATO TO WS-MAIOR-ID
                        END-IF
                END-READ
            END-PERFORM
           .

       P-ACHA-MAIOR-ID-FIM.

       P-IMPRIME-OCORRENCIA.
            MOVE SPACES TO LK-PRT-LINHA
            STRING WS-CAR-LINHA       DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-CAR-NOME(1:20)  DELIMITED BY SIZE
                   ' '                DELIMITED BY SIZE
                   WS-MOTIVO          DELIMITED BY SIZE
               INTO LK-PRT-LINHA
            PERFORM P-IMPRIME THRU P-IMPRIME-FIM
           .

       P-IMPRIME-OCORRENCIA-FIM.
           EXIT.

       P-IMPRIME.
            MOVE 'L' TO LK-PRT-FUNCAO
            CALL 'PG13PRTFMT' USING LK-PRT-AREA
           .

       P-IMPRIME-FIM.

      * Grava os totais desta importacao em CONTROLE.dat: lidos sao
      * os cartoes, gravados os contatos novos e os acrescidos, e
      * rejeitados os ilegiveis e os pulados.
       P-GRAVA-CONTROLE.
            MOVE 'PG13IMPVCF'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-CARTOES    TO CTL-QTD-LIDOS
            COMPUTE CTL-QTD-GRAVADOS = WS-QTD-NOVOS
                                     + WS-QTD-ATUALIZADOS
            COMPUTE CTL-QTD-REJEITADOS = WS-QTD-REJEITADOS
                                       + WS-QTD-PULADOS

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
       END PROGRAM PG13IMPVCF.
