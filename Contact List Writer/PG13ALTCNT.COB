      *                      a critica passar - antes, o ACCEPT livre
      *                      do redigitar deixava em ENDERECOS.dat a
      *                      linha estruturada do endereco rejeitado
      * Update: 15/10/2026 - Imagem completa do registro antes e
      *                      depois de cada gravacao em CONTATOS.dat
      *                      acrescentada a JORNAL.dat via PG13JRNCTT,
      *                      para a recuperacao por PG13RECJRN
      * Update: 15/10/2026 - Controle em duas pessoas na alteracao em
      *                      lote: o arquivo de transacoes e resumido
      *                      (quantidade e soma dos IDs) e so e
      *                      aplicado depois que outro operador
      *                      autorizado aprova o pedido com esse mesmo
      *                      resumo (PG13APRDES)
      * Update: 15/10/2026 - Buffers de CONTATOS.dat acompanharam o
      *                      crescimento de FD_CONTT para 600 bytes
      *                      (devolucao por meio de contato e
      *                      reserva)
      * Update: 15/10/2026 - Novo total CTL-QTD-SUPRIMIDOS de
      *                      CONTROLE.dat gravado zerado (so as
      *                      saidas para contato suprimem)
      * Update: 15/10/2026 - Chaves alternativas CPF-CONTATO e
      *                      NM-CONTATO (com duplicatas) declaradas no
      *                      SELECT de CONTATOS.dat, reorganizado pelo
      *                      PG13CNVIDX
      * Update: 15/10/2026 - CPF novo da alteracao em lote que ja
      *                      pertence a outro contato ativo (chave
      *                      alternativa CPF-CONTATO) vira excecao
      *                      "CPF JA CADASTRADO"; acesso a CONTATOS.dat
      *                      passou a DYNAMIC para o START pela chave
      * Update: 15/10/2026 - Filial desativada em FILIAIS.dat deixou
      *                      de ser aceita para o contato
      * Update: 15/10/2026 - Nome novo (digitado ou da transacao em
      *                      lote) passa pela padronizacao do
      *                      PG13PADNOM antes da gravacao
      * Update: 15/10/2026 - Nome novo pedido em prenome e sobrenome
      *                      (prenome em branco mantem o nome), com o
      *                      nome curto NM-CONTATO formado pelo
      *                      PG13NOMCTT; a transacao em lote aceita o
      *                      nome completo numa coluna nova depois do
      *                      CPF e grava as duas partes quando a
      *                      separacao e confiavel
      * Update: 15/10/2026 - Transacao em lote rejeitada tambem vai
      *                      para REJEITOS.dat com a imagem completa
      *                      e a situacao aberta, para a bancada de
      *                      rejeicoes (PG13TRTREJ) corrigir e
      *                      reenviar
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13ALTCNT.
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

            SELECT HISTORICO ASSIGN TO ".\HISTORICO.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-EXC-FS.

            SELECT REJEITOS ASSIGN TO ".\REJEITOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-REJ-FS.

            SELECT EMPRESAS ASSIGN TO ".\EMPRESAS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-EMP-FS.
          03 TRN-ID-CONTATO       PIC 9(06).
          03 TRN-NM-CONTATO       PIC X(20).
          03 TRN-CPF-NOVO         PIC 9(11).
          03 TRN-NM-COMPLETO      PIC X(71).

       FD CONTROLE.
          COPY FD_CTRLE.
       FD EXCECOES.
       01 REG-EXCECAO          PIC X(80).

       FD REJEITOS.
          COPY FD_REJEI.

       FD EMPRESAS.
          COPY FD_EMPRS.

          COPY FD_FILIA.

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO          PIC X(600) VALUE SPACES.

       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO     PIC 9(06).
          03 WS-DT-NASCIMENTO   PIC 9(08).
          03 WS-ID-EMPRESA      PIC 9(04).
          03 WS-FILIAL-CONTATO  PIC X(03).
          03 WS-CT-METODO-DEVOLUCOES.
             05 WS-CT-DEVOLUCAO OCCURS 5 TIMES.
                07 WS-CT-METODO-DEVOLVIDO PIC X(01).
                07 WS-CT-METODO-DT-DEVOL  PIC 9(08).
                07 WS-CT-METODO-MOT-DEVOL PIC X(20).
          03 FILLER             PIC X(28).
          03 WS-NM-PRENOME      PIC X(30).
          03 WS-NM-SOBRENOME    PIC X(40).
          03 FILLER             PIC X(33).

      * Segunda leitura do contato, feita imediatamente antes da
      * REWRITE, apenas para conferir se a data/hora da ultima
      * alteracao ainda e a mesma que foi lida no inicio da operacao
      * (protecao contra dois operadores alterando o mesmo contato
      * ao mesmo tempo).
       01 WS-VERIF-REGISTRO    PIC X(600) VALUE SPACES.

       01 FILLER REDEFINES WS-VERIF-REGISTRO.
          03 FILLER                    PIC X(48).
          03 WS-VERIF-DT-ULT-ALTERACAO.
             05 WS-VERIF-DT-ULT-ALT-DATA  PIC 9(08).
             05 WS-VERIF-DT-ULT-ALT-HORA  PIC 9(06).
          03 FILLER                    PIC X(538).

       77 WS-NOVO-NOME          PIC X(20) VALUE SPACES.
       77 WS-NOVO-PRENOME       PIC X(30) VALUE SPACES.
       77 WS-NOVO-SOBRENOME     PIC X(40) VALUE SPACES.

       77 WS-OPERADOR           PIC X(08) VALUE SPACES.

          88 TRN-OK          VALUE 0.

       77 WS-QTD-ATUALIZADO    PIC 9(05) VALUE ZEROS.

      * Resumo do arquivo de transacoes que vai como parametro da
      * solicitacao de aprovacao: um arquivo diferente do aprovado
      * (outra quantidade ou outros IDs) exige novo pedido.
       01 WS-PARAM-LOTE.
          03 WS-PRM-QTD-TRN     PIC 9(05) VALUE ZEROS.
          03 FILLER             PIC X(01) VALUE SPACE.
          03 WS-PRM-SOMA-ID     PIC 9(11) VALUE ZEROS.
          03 FILLER             PIC X(23) VALUE SPACES.
       77 WS-QTD-NAO-ENCONTRADO PIC 9(05) VALUE ZEROS.

       77 WS-CTL-FS            PIC 9(02).
       77 WS-LINHA-EXCECAO     PIC X(80) VALUE SPACES.
       77 WS-MOTIVO-EXCECAO    PIC X(30) VALUE SPACES.

      * Rejeicoes permanentes (REJEITOS.dat): o numero segue o maior
      * ja gravado por este lote ou pela carga noturna.
       77 WS-REJ-FS            PIC 9(02).
          88 REJ-OK          VALUE 0.
       77 WS-ULT-REJEITO       PIC 9(06) VALUE ZEROS.
       77 WS-FIM-REJEITOS      PIC X(01) VALUE 'N'.
          88 FIM-REJEITOS    VALUE 'S'.

       77 WS-METODO-OK          PIC X(01) VALUE SPACE.
          88 METODO-VALIDO    VALUE 'S'.

       77 WS-CPF-OK             PIC X(01) VALUE SPACE.
          88 CPF-VALIDO       VALUE 'S'.

      * Outro contato ativo ja cadastrado com o CPF novo do lote; o
      * registro lido para a alteracao fica guardado durante a busca.
       77 WS-CPF-DUP            PIC X(01) VALUE 'N'.
          88 CPF-DUPLICADO    VALUE 'S'.
       77 WS-FIM-CHAVE          PIC X(01) VALUE 'N'.
          88 FIM-CHAVE        VALUE 'S'.
       01 WS-REG-SALVO          PIC X(600) VALUE SPACES.

       77 WS-ATUALIZA-NASC     PIC X(01) VALUE SPACE.
          88 ATUALIZA-NASC   VALUE 'S' 's'.

       COPY LK_VALMET.
       COPY LK_VALCEP.
       COPY LK_CPFDV.
       COPY LK_JRNCTT.
       COPY LK_FILAPV.
       COPY LK_PADNOM.
       COPY LK_NOMCTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
               PERFORM P-END
            END-IF

      * Controle em duas pessoas: sem um pedido aprovado para este
      * mesmo arquivo de transacoes, o lote so e solicitado.
            IF ALT-LOTE THEN
               PERFORM P-RESUME-LOTE THRU P-RESUME-LOTE-FIM

               MOVE 'C'             TO LK-APV-FUNCAO
               MOVE 'ALTLOTE'       TO LK-APV-OPERACAO
               MOVE WS-PARAM-LOTE   TO LK-APV-PARAMETROS
               MOVE ZEROS           TO LK-APV-NUMERO
               CALL 'PG13FILAPV' USING LK-APV-AREA

               IF NOT LK-APV-OK THEN
                  MOVE 'S'           TO LK-APV-FUNCAO
                  MOVE WS-PARAM-LOTE TO LK-APV-PARAMETROS
                  MOVE WS-OPERADOR   TO LK-APV-OPERADOR
                  CALL 'PG13FILAPV' USING LK-APV-AREA
                  DISPLAY "LOTE COM " WS-PRM-QTD-TRN " TRANSACOES "
                          "REGISTRADO NO PEDIDO " LK-APV-NUMERO
                  DISPLAY "A ALTERACAO SO RODA DEPOIS DA APROVACAO "
                          "DE OUTRO OPERADOR AUTORIZADO (PG13APRDES)."
                  PERFORM P-END
               END-IF

               DISPLAY "PEDIDO " LK-APV-NUMERO " DE "
                       LK-APV-SOLICITANTE " APROVADO POR "
                       LK-APV-APROVADOR

               MOVE 'PG13ALTCNT' TO LK-DUR-PROGRAMA
               MOVE 'I'          TO LK-DUR-EVENTO
               CALL 'PG13DURLOG' USING LK-DUR-AREA

               PERFORM P-ALTERA-LOTE THRU P-ALTERA-LOTE-FIM

               MOVE 'E'          TO LK-APV-FUNCAO
               MOVE WS-OPERADOR  TO LK-APV-OPERADOR
               CALL 'PG13FILAPV' USING LK-APV-AREA

               MOVE 'F'          TO LK-DUR-EVENTO
               CALL 'PG13DURLOG' USING LK-DUR-AREA
            ELSE
                    INVALID KEY
                        DISPLAY "CONTATO NAO EXISTE!"
                NOT INVALID KEY
                        PERFORM P-CAPTURA-NOME
                                THRU P-CAPTURA-NOME-FIM

                        DISPLAY "Voce deseja continuar?"
                        DISPLAY "<S> para confirmar, "
                              DISPLAY "OPERACAO CANCELADA PARA NAO "
                                      "SOBRESCREVER A OUTRA ALTERACAO."
                           ELSE
                              MOVE WS-NOVO-NOME      TO NM-CONTATO
                              MOVE WS-NOVO-PRENOME   TO NM-PRENOME
                              MOVE WS-NOVO-SOBRENOME TO NM-SOBRENOME

                              MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO DT-ULT-ALT-DATA

                              PERFORM P-GRAVA-HISTORICO
                                      THRU P-GRAVA-HISTORICO-FIM
                              PERFORM P-GRAVA-JORNAL
                                      THRU P-GRAVA-JORNAL-FIM

                              DISPLAY "Contato Atualizado!"
                           END-IF

       P-VERIFICA-CONCORRENCIA-FIM.

      * Mostra o nome completo atual e pede o novo em prenome e
      * sobrenome, padronizados pelo PG13NOMCTT; prenome em branco
      * mantem o nome como esta. E tambem por aqui que o operador
      * informa o nome completo dos contatos que a conversao
      * PG13SEPNOM deixou para revisao.
       P-CAPTURA-NOME.
            MOVE 'J'             TO LK-NMC-FUNCAO
            MOVE WS-NM-CONTATO   TO LK-NMC-NOME-CURTO
            MOVE WS-NM-PRENOME   TO LK-NMC-PRENOME
            MOVE WS-NM-SOBRENOME TO LK-NMC-SOBRENOME
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            DISPLAY 'Nome atual: ' FUNCTION TRIM(LK-NMC-NOME-COMPLETO)
            IF WS-NM-PRENOME EQUAL SPACES THEN
               DISPLAY '(nome ainda nao separado em prenome e '
                       'sobrenome)'
            END-IF

            MOVE WS-NM-CONTATO   TO WS-NOVO-NOME
            MOVE WS-NM-PRENOME   TO WS-NOVO-PRENOME
            MOVE WS-NM-SOBRENOME TO WS-NOVO-SOBRENOME

            DISPLAY 'Informe o novo prenome (em branco = manter o '
                    'nome): '
            ACCEPT  WS-NOVO-PRENOME

            IF WS-NOVO-PRENOME EQUAL SPACES THEN
               MOVE WS-NM-PRENOME TO WS-NOVO-PRENOME
               GO TO P-CAPTURA-NOME-FIM
            END-IF

            DISPLAY 'Informe o novo sobrenome (em branco = nao tem): '
            ACCEPT  WS-NOVO-SOBRENOME

            MOVE 'P'               TO LK-NMC-FUNCAO
            MOVE WS-NOVO-PRENOME   TO LK-NMC-PRENOME
            MOVE WS-NOVO-SOBRENOME TO LK-NMC-SOBRENOME
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            IF LK-NMC-PRENOME   NOT EQUAL WS-NOVO-PRENOME
               OR LK-NMC-SOBRENOME NOT EQUAL WS-NOVO-SOBRENOME THEN
               DISPLAY 'Nome padronizado para: '
                       FUNCTION TRIM(LK-NMC-NOME-COMPLETO)
            END-IF

            MOVE LK-NMC-PRENOME    TO WS-NOVO-PRENOME
            MOVE LK-NMC-SOBRENOME  TO WS-NOVO-SOBRENOME
            MOVE LK-NMC-NOME-CURTO TO WS-NOVO-NOME
            .

       P-CAPTURA-NOME-FIM.
           EXIT.

      * Nome da transacao em lote: o completo da coluna nova ou, em
      * arquivo antigo, o nome curto. A separacao confiavel vai para
      * as duas partes; a duvidosa limpa as partes (o contato volta a
      * fila do PG13SEPNOM) e fica so no nome curto padronizado.
       P-NOME-LOTE.
            IF TRN-NM-COMPLETO EQUAL SPACES THEN
               MOVE TRN-NM-CONTATO TO LK-NMC-NOME-COMPLETO
            ELSE
               MOVE TRN-NM-COMPLETO TO LK-NMC-NOME-COMPLETO
            END-IF

            MOVE 'S' TO LK-NMC-FUNCAO
            CALL 'PG13NOMCTT' USING LK-NMC-AREA

            IF LK-NMC-CONFIAVEL THEN
               MOVE 'P'               TO LK-NMC-FUNCAO
               CALL 'PG13NOMCTT' USING LK-NMC-AREA
               MOVE LK-NMC-PRENOME    TO NM-PRENOME
               MOVE LK-NMC-SOBRENOME  TO NM-SOBRENOME
               MOVE LK-NMC-NOME-CURTO TO NM-CONTATO
            ELSE
               MOVE SPACES TO NM-PRENOME NM-SOBRENOME
               MOVE LK-NMC-NOME-COMPLETO TO LK-NOM-ENTRADA
               CALL 'PG13PADNOM' USING LK-NOM-AREA
               MOVE LK-NOM-SAIDA         TO NM-CONTATO
            END-IF
            .

       P-NOME-LOTE-FIM.
           EXIT.

      * Grava no HISTORICO.dat o nome antigo e o novo do contato
      * alterado, para consulta futura de "quem mudou o que e quando".
       P-GRAVA-HISTORICO.
       P-CAPTURA-METODOS.
            PERFORM P-LIMPA-ENDERECOS THRU P-LIMPA-ENDERECOS-FIM
            MOVE ZEROS TO QTD-CT-METODOS
      * Meios digitados agora valem como novos: some qualquer
      * indicacao anterior de devolvido.
            INITIALIZE CT-METODO-DEVOLUCOES
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > 5
                MOVE SPACES TO CT-METODO-TIPO(WS-CT-IDX)

      * Pede o novo codigo de filial e aplica a mesma critica do
      * PG13CADCTT (em branco passa direto, outro valor precisa
      * existir e estar ativo em FILIAIS.dat), repetindo ate passar.
       P-CAPTURA-FILIAL.
            DISPLAY "Filial atual: " FILIAL-CONTATO
            DISPLAY "Nova filial (codigo, em branco = nao "
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF FIL-CODIGO EQUAL WS-FILIAL-ENT
                           AND FIL-ATIVA THEN
                           MOVE 'S' TO WS-FIL-ACHOU
                        END-IF
                END-READ

            IF NOT FIL-ACHADA THEN
               MOVE 'N' TO WS-FIL-VALIDA-OK
               DISPLAY "FILIAL NAO CADASTRADA OU DESATIVADA EM "
                       "FILIAIS.dat - INFORME UM CODIGO VALIDO OU "
                       "DEIXE EM BRANCO."
               DISPLAY "Nova filial (codigo, em branco = nao "
                       "informada): "
               ACCEPT WS-FILIAL-ENT
       P-VALIDA-FILIAL-FIM.
           EXIT.

      * Resume o arquivo de transacoes (quantidade de linhas e soma
      * dos IDs) para identificar o lote no pedido de aprovacao.
       P-RESUME-LOTE.
            SET  EOF-OK   TO FALSE
            MOVE ZEROS    TO WS-PRM-QTD-TRN
            MOVE ZEROS    TO WS-PRM-SOMA-ID

            OPEN INPUT TRANSACOES

            IF NOT TRN-OK THEN
               MOVE 'PG13ALTCNT'     TO LK-ERRO-PROGRAMA
               MOVE 'LER TRANSACOES' TO LK-ERRO-OPERACAO
               MOVE WS-TRN-FS        TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
               PERFORM P-END
            END-IF

            PERFORM UNTIL EOF-OK
                READ TRANSACOES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        ADD 1              TO WS-PRM-QTD-TRN
                        ADD TRN-ID-CONTATO TO WS-PRM-SOMA-ID
                END-READ
            END-PERFORM

            CLOSE TRANSACOES

            IF WS-PRM-QTD-TRN EQUAL ZEROS THEN
               DISPLAY "ARQUIVO DE TRANSACOES VAZIO - NADA A ALTERAR."
               PERFORM P-END
            END-IF
           .

       P-RESUME-LOTE-FIM.
           EXIT.

      * Le um arquivo de transacoes (ID + novo nome) e aplica cada
      * alteracao em CONTATOS.dat em um unico lote, registrando no
      * historico e contando quantos IDs nao foram encontrados.

            OPEN INPUT TRANSACOES
            OPEN OUTPUT EXCECOES
            PERFORM P-ABRE-REJEITOS THRU P-ABRE-REJEITOS-FIM

            IF TRN-OK THEN


                                   IF NOT CPF-VALIDO THEN
                                      ADD 1 TO WS-QTD-NAO-ENCONTRADO
                                      DISPLAY WS-MOTIVO-EXCECAO ": "
                                              TRN-ID-CONTATO
                                      PERFORM P-GRAVA-EXCECAO THRU
                                              P-GRAVA-EXCECAO-FIM
                                   ELSE
                                      MOVE NM-CONTATO
                                           TO WS-NM-CONTATO
                                      PERFORM P-NOME-LOTE
                                              THRU P-NOME-LOTE-FIM
                                      IF TRN-CPF-NOVO IS NUMERIC
                                         AND TRN-CPF-NOVO > ZEROS THEN
                                         MOVE TRN-CPF-NOVO

                                      PERFORM P-GRAVA-HISTORICO THRU
                                              P-GRAVA-HISTORICO-FIM
                                      PERFORM P-GRAVA-JORNAL THRU
                                              P-GRAVA-JORNAL-FIM

                                      ADD 1 TO WS-QTD-ATUALIZADO
                                   END-IF
            END-IF

            CLOSE EXCECOES
            IF REJ-OK THEN
               CLOSE REJEITOS
            END-IF
            .

       P-ALTERA-LOTE-FIM.

      * Confere o CPF novo da transacao corrente: em branco ou zerado
      * significa "manter o CPF atual" e passa direto; qualquer outro
      * valor precisa passar pelos digitos verificadores do PG13CPFDV
      * e nao pode ser de outro contato ativo. O motivo da recusa
      * fica em WS-MOTIVO-EXCECAO.
       P-VALIDA-CPF-LOTE.
            IF TRN-CPF-NOVO IS NOT NUMERIC
               OR TRN-CPF-NOVO EQUAL ZEROS THEN
               MOVE 'S' TO WS-CPF-OK
               GO TO P-VALIDA-CPF-LOTE-FIM
            END-IF

            MOVE TRN-CPF-NOVO  TO LK-CPF-CONTATO
            CALL 'PG13CPFDV' USING LK-CPF-AREA
            MOVE LK-CPF-VALIDO TO WS-CPF-OK

            IF NOT CPF-VALIDO THEN
               MOVE "CPF NOVO INVALIDO" TO WS-MOTIVO-EXCECAO
               GO TO P-VALIDA-CPF-LOTE-FIM
            END-IF

            MOVE REG-CONTATOS TO WS-REG-SALVO
            PERFORM P-VERIFICA-CPF-ATIVO THRU P-VERIFICA-CPF-ATIVO-FIM
            MOVE WS-REG-SALVO TO REG-CONTATOS

            IF CPF-DUPLICADO THEN
               MOVE 'N' TO WS-CPF-OK
               MOVE "CPF JA CADASTRADO" TO WS-MOTIVO-EXCECAO
            END-IF
            .

       P-VALIDA-CPF-LOTE-FIM.

      * Procura, pela chave alternativa CPF-CONTATO, outro contato
      * ATIVO (que nao o proprio TRN-ID-CONTATO) com o CPF novo.
       P-VERIFICA-CPF-ATIVO.
            MOVE 'N' TO WS-CPF-DUP
            MOVE 'N' TO WS-FIM-CHAVE

            MOVE TRN-CPF-NOVO TO CPF-CONTATO

            START CONTATOS KEY IS EQUAL TO CPF-CONTATO
                  INVALID KEY
                      GO TO P-VERIFICA-CPF-ATIVO-FIM
            END-START

            PERFORM UNTIL FIM-CHAVE OR CPF-DUPLICADO
                READ CONTATOS NEXT RECORD
                     AT END
                        MOVE 'S' TO WS-FIM-CHAVE
                 NOT AT END
                        IF CPF-CONTATO NOT = TRN-CPF-NOVO THEN
                           MOVE 'S' TO WS-FIM-CHAVE
                        ELSE
                           IF CONTATO-ATIVO
                              AND ID-CONTATO NOT = TRN-ID-CONTATO THEN
                              MOVE 'S' TO WS-CPF-DUP
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            .

       P-VERIFICA-CPF-ATIVO-FIM.

      * Grava uma linha de totais de controle (transacoes lidas,
      * atualizadas e nao encontradas) em CONTROLE.dat ao final da
      * alteracao em lote, para conferencia posterior do volume
      * processado.
       P-GRAVA-CONTROLE.
            MOVE 'PG13ALTCNT'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            COMPUTE CTL-QTD-LIDOS =

            MOVE WS-LINHA-EXCECAO TO REG-EXCECAO
            WRITE REG-EXCECAO

            IF REJ-OK THEN
               ADD 1 TO WS-ULT-REJEITO
               MOVE SPACES             TO REG-REJEITO
               MOVE WS-ULT-REJEITO     TO REJ-NUMERO
               SET  REJ-ALTERACAO-LOTE TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-DATA
               MOVE FUNCTION CURRENT-DATE(9:6) TO REJ-HORA
               MOVE WS-MOTIVO-EXCECAO  TO REJ-MOTIVO
               SET  REJ-ABERTO         TO TRUE
               MOVE 'N'                TO REJ-CORRIGIDO
               MOVE ZEROS              TO REJ-DT-SITUACAO
               MOVE REG-TRANSACAO      TO REJ-TRANSACAO
               WRITE REG-REJEITO
            END-IF
            .

       P-GRAVA-EXCECAO-FIM.

      * Acha o maior numero ja gravado em REJEITOS.dat e deixa o
      * arquivo aberto para acrescentar as rejeicoes deste lote.
      * Sem o arquivo o lote segue, so com ALT_EXCECOES.dat.
       P-ABRE-REJEITOS.
            MOVE ZEROS TO WS-ULT-REJEITO
            MOVE 'N'   TO WS-FIM-REJEITOS

            OPEN INPUT REJEITOS

            IF REJ-OK THEN
               PERFORM UNTIL FIM-REJEITOS
                   READ REJEITOS
                        AT END
                           MOVE 'S' TO WS-FIM-REJEITOS
                    NOT AT END
                           IF REJ-NUMERO > WS-ULT-REJEITO THEN
                              MOVE REJ-NUMERO TO WS-ULT-REJEITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJEITOS
            END-IF

            OPEN EXTEND REJEITOS
            IF WS-REJ-FS EQUAL 35 THEN
               OPEN OUTPUT REJEITOS
            END-IF

            IF NOT REJ-OK THEN
               MOVE 'PG13ALTCNT'      TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR REJEITOS' TO LK-ERRO-OPERACAO
               MOVE WS-REJ-FS         TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
            END-IF
            .

       P-ABRE-REJEITOS-FIM.

      * Acrescenta a JORNAL.dat a imagem anterior e a posterior do
      * registro recem gravado em CONTATOS.dat, para a recuperacao
      * por PG13RECJRN a partir de uma geracao de backup.
       P-GRAVA-JORNAL.
            MOVE 'PG13ALTCNT'      TO LK-JRN-PROGRAMA
            MOVE WS-OPERADOR       TO LK-JRN-OPERADOR
            MOVE 'R'               TO LK-JRN-ACAO
            MOVE "ALTERACAO"       TO LK-JRN-OPERACAO
            MOVE WS-VERIF-REGISTRO TO LK-JRN-ANTES
            MOVE REG-CONTATOS      TO LK-JRN-DEPOIS
            CALL 'PG13JRNCTT' USING LK-JRN-AREA
            .

       P-GRAVA-JORNAL-FIM.

       P-END.
            GOBACK.
       END PROGRAM PG13ALTCNT.
