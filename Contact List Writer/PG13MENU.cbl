      *                      texto das opcoes, entao rearranjar o menu
      *                      e so editar o arquivo, sem recompilar -
      *                      exatamente como os caminhos ja funcionam
      * Update: 15/10/2026 - Opcao n adicionada para a recuperacao de
      *                      CONTATOS.dat por backup e jornal
      *                      (PG13RECJRN)
      * Update: 15/10/2026 - Opcao o adicionada para a aprovacao de
      *                      operacoes destrutivas (PG13APRDES)
      * Update: 15/10/2026 - Seguranca do login: cada falha de senha
      *                      conta no cadastro do operador e bloqueia
      *                      ao atingir o limite de SEGURANCA_PARAM.dat
      *                      ate um supervisor liberar (opcao 6 do menu
      *                      principal); opcao 5 para o operador trocar
      *                      a propria senha; senha vencida obriga a
      *                      troca no login; logins, bloqueios,
      *                      desbloqueios e trocas de senha gravados em
      *                      SEGURANCA_LOG.dat
      * Update: 15/10/2026 - Opcao p adicionada para a pre-critica do
      *                      arquivo de transacoes do RH (PG13EDTTRN)
      * Update: 15/10/2026 - Opcao q adicionada para o movimento diario
      *                      do faturamento (PG13FATMOV)
      * Update: 15/10/2026 - Opcao r adicionada para o processamento de
      *                      devolucoes de cartas e e-mails (PG13DEVOLV)
      * Update: 15/10/2026 - Opcao s adicionada para a manutencao da
      *                      lista de supressao - nao contatar
      *                      (PG13SUPRES)
      * Update: 15/10/2026 - Opcao t adicionada para o resultado das
      *                      campanhas (PG13RESCAM)
      * Update: 15/10/2026 - Tabela de MENU_CFG.dat ampliada para 99
      *                      linhas
      * Update: 15/10/2026 - Opcao u adicionada para os vinculos entre
      *                      contatos e o organograma (PG13RELCTT)
      * Update: 15/10/2026 - Opcao v adicionada para a reorganizacao de
      *                      CONTATOS.dat com as chaves alternativas
      *                      (PG13CNVIDX)
      * Update: 15/10/2026 - Opcao w adicionada para a manutencao do
      *                      mestre de filiais (PG13FILCTT)
      * Update: 15/10/2026 - Opcao x adicionada para a transferencia
      *                      de contatos entre filiais (PG13TRFFIL)
      * Update: 15/10/2026 - Opcao y adicionada para a exportacao dos
      *                      acompanhamentos para a agenda (PG13EXPICS)
      * Update: 15/10/2026 - Opcao z adicionada para a anonimizacao LGPD
      *                      de contatos (PG13ANOCNT)
      * Update: 15/10/2026 - Opcao # adicionada para o registro dos
      *                      pedidos de titulares LGPD (PG13PEDTIT)
      * Update: 15/10/2026 - Opcao $ adicionada para o relatorio de
      *                      acessos a dados pessoais LGPD
      *                      (PG13RELACS)
      * Update: 15/10/2026 - Opcao % adicionada para a fotografia mensal
      *                      e o relatorio de tendencia da base
      *                      (PG13TNDMES)
      * Update: 15/10/2026 - Opcao & adicionada para a manutencao do
      *                      calendario de feriados (PG13FERIAD)
      * Update: 15/10/2026 - Opcao ( adicionada para a manutencao dos
      *                      territorios de vendas (PG13TERRIT)
      * Update: 15/10/2026 - Opcao ) adicionada para a atribuicao dos
      *                      territorios aos contatos (PG13ATRTER)
      * Update: 15/10/2026 - Opcao * adicionada para o relatorio de
      *                      carteira por representante (PG13CARREP)
      * Update: 15/10/2026 - Opcao + adicionada para a varredura de CNPJ
      *                      e a fusao de empresas duplicadas
      *                      (PG13MRGEMP)
      * Update: 15/10/2026 - Opcao - adicionada para a exportacao de
      *                      SMS ao gateway do provedor (PG13EXPSMS)
      * Update: 15/10/2026 - Opcao / adicionada para a importacao de
      *                      vCard (.VCF) da equipe de campo
      *                      (PG13IMPVCF)
      * Update: 15/10/2026 - Opcao = adicionada para a navegacao
      *                      paginada pelo cadastro (PG13NAVCTT)
      * Update: 15/10/2026 - Opcao @ adicionada para a restauracao
      *                      de contatos expurgados (PG13RESPRG)
      * Update: 15/10/2026 - Opcao ! adicionada para as alteracoes
      *                      programadas com data de vigencia
      *                      (PG13ALTPRG)
      * Update: 15/10/2026 - Opcao ? adicionada para o catalogo de
      *                      relatorios, com consulta e reimpressao
      *                      de execucoes passadas (PG13CATREL)
      * Update: 15/10/2026 - Opcao < adicionada para a manutencao
      *                      dos arquivos de referencia e
      *                      parametros (PG13MNTREF)
      * Update: 15/10/2026 - Opcao > adicionada para a fila de
      *                      reverificacao dos dados de contato
      *                      (PG13VERCTT)
      * Update: 15/10/2026 - Opcao : adicionada para a padronizacao
      *                      dos nomes de contatos (PG13PADCTT)
      * Update: 15/10/2026 - Opcao ; adicionada para a separacao dos
      *                      nomes em prenome e sobrenome
      *                      (PG13SEPNOM)
      * Update: 15/10/2026 - Opcao ^ adicionada para a base de
      *                      treinamento anonimizada (PG13BASTRE)
      * Update: 15/10/2026 - Opcao ~ adicionada para a lista de
      *                      postagem dos Correios (PG13EXPCOR)
      * Update: 15/10/2026 - Opcao | adicionada para o relatorio de
      *                      contatos dormentes (PG13DORMEN)
      * Update: 15/10/2026 - Opcao [ adicionada para a bancada de
      *                      rejeicoes (PG13TRTREJ)
      * Update: 15/10/2026 - Autorizacao destrutiva so vale para o
      *                      operador com certificado da trilha de
      *                      treinamento em CERTIFICADOS.dat; sem ele
      *                      o login segue sem as opcoes destrutivas
      *                      e o fato vai para SEGURANCA_LOG.dat
      * Update: 15/10/2026 - Certificado vencido (validade de 12
      *                      meses) nao cobre a autorizacao
      *                      destrutiva
      * Update: 15/10/2026 - Opcao ] adicionada para o relatorio de
      *                      operadores autorizados sem certificado
      *                      (PG13RELCRT)
      * Update: 15/10/2026 - Opcao { adicionada para a agenda de
      *                      recertificacao da trilha de treinamento
      *                      (PG13RECERT)
      * Update: 15/10/2026 - Opcao } adicionada para a situacao
      *                      cadastral do CPF na Receita Federal
      *                      (PG13SITCPF)
      * Update: 15/10/2026 - Opcao _ adicionada para o desligamento no
      *                      M365 dos funcionarios excluidos
      *                      (PG13DESM365)
      * Update: 15/10/2026 - Opcao . adicionada para os grupos de
      *                      distribuicao do M365 a partir de GRUPOS.dat
      *                      (PG13GRPM365)
      * Update: 15/10/2026 - Opcao , adicionada para o rateio do custo
      *                      das licencas M365 por filial e tipo de
      *                      contato (PG13CUSM365)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13MENU.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-OPR-FS.

            SELECT OPRTEMP ASSIGN TO ".\OPERADORES.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-TMP-FS.

            SELECT PARAMSEG ASSIGN TO ".\SEGURANCA_PARAM.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-PRM-FS.

            SELECT LOGSEG ASSIGN TO ".\SEGURANCA_LOG.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-LSG-FS.

            SELECT CERTIFICADOS ASSIGN TO ".\CERTIFICADOS.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-CTD-FS.

       DATA DIVISION.

       FILE SECTION.
          03 CFG-CAMINHO           PIC X(60).

      * Uma linha por operador: identificacao, senha e o indicador de
      * autorizacao para as opcoes destrutivas (S = pode), mais o
      * controle de falhas, bloqueio e validade da senha.
       FD OPERADORES.
          COPY FD_OPERA.

      * Mesmo tamanho de REG-OPERADOR (29 bytes), para a regravacao
      * via temporario nao truncar o fim dos registros copiados.
       FD OPRTEMP.
       01 REG-OPRTEMP              PIC X(29).

      * Uma linha: tentativas falhas ate o bloqueio e validade da
      * senha em dias (zero = a senha nao vence).
       FD PARAMSEG.
       01 REG-PARAMSEG.
          03 PRM-MAX-FALHAS        PIC 9(02).
          03 PRM-DIAS-SENHA        PIC 9(03).

       FD LOGSEG.
          COPY FD_LOGSG.

      * Certificados da trilha de treinamento (PG18TREINA), com o
      * operador a quem cada um pertence.
       FD CERTIFICADOS.
          COPY FD_CERTI.

       WORKING-STORAGE SECTION.
       01 WS-COM-AREA.
          88 EOF-OK                  VALUE 'S' FALSE 'N'.

       01 WS-TABELA-CFG.
          03 WS-CFG-LINHA OCCURS 99 TIMES.
             05 WS-CFG-TAB-OPCAO      PIC X(01).
             05 WS-CFG-TAB-GRUPO      PIC X(01).
             05 WS-CFG-TAB-DESCRICAO  PIC X(40).
          88 LOGIN-OK                VALUE 'S'.
       77 WS-TENTATIVAS                PIC 9(01) VALUE ZEROS.

       77 WS-TMP-FS                    PIC 9(02).
          88 TMP-OK                  VALUE 0.

       77 WS-PRM-FS                    PIC 9(02).
          88 PRM-OK                  VALUE 0.

       77 WS-LSG-FS                    PIC 9(02).
          88 LSG-OK                  VALUE 0.

       77 WS-CTD-FS                    PIC 9(02).
          88 CTD-OK                  VALUE 0.

       77 WS-TEM-CERTIFICADO           PIC X(01) VALUE 'N'.
          88 TEM-CERTIFICADO         VALUE 'S'.

       77 WS-VALIDADE-CERT             PIC 9(08) VALUE ZEROS.

       77 WS-MAX-FALHAS                PIC 9(02) VALUE 3.
       77 WS-DIAS-SENHA                PIC 9(03) VALUE 90.
       77 WS-DIAS-DECORRIDOS           PIC S9(07) VALUE ZEROS.
       77 WS-DIAS-EDIT                 PIC Z(06)9.
       77 WS-DATA-HOJE                 PIC 9(08) VALUE ZEROS.

       77 WS-CONTROLE-ACESSO           PIC X(01) VALUE 'S'.
          88 CONTROLE-ACESSO         VALUE 'S'.

       77 WS-LOGADO-SUPERVISOR         PIC X(01) VALUE 'N'.
          88 LOGADO-SUPERVISOR       VALUE 'S'.

       77 WS-OPR-ACHADO                PIC X(01) VALUE 'N'.
          88 OPR-ACHADO              VALUE 'S'.

       77 WS-REGRAVOU                  PIC X(01) VALUE 'N'.
          88 REGRAVOU                VALUE 'S'.

       77 WS-TROCA-OBRIGATORIA         PIC X(01) VALUE 'N'.
          88 TROCA-OBRIGATORIA       VALUE 'S'.

       77 WS-SENHA-TROCADA             PIC X(01) VALUE 'N'.
          88 SENHA-TROCADA           VALUE 'S'.

       77 WS-SENHA-NOVA                PIC X(08) VALUE SPACES.
       77 WS-SENHA-CONFIRMA            PIC X(08) VALUE SPACES.

      * Copia de trabalho da linha do operador em OPERADORES.dat.
       01 WS-OPR-ATUAL.
          03 WS-ATU-ID                 PIC X(08).
          03 WS-ATU-SENHA              PIC X(08).
          03 WS-ATU-DESTRUTIVO         PIC X(01).
          03 WS-ATU-FALHAS             PIC 9(02).
          03 WS-ATU-BLOQUEIO           PIC X(01).
             88 ATU-BLOQUEADO        VALUE 'S'.
          03 WS-ATU-DT-SENHA           PIC 9(08).
          03 WS-ATU-SUPERVISOR         PIC X(01).

       77 WS-LSG-OPERADOR              PIC X(08) VALUE SPACES.
       77 WS-LSG-EVENTO                PIC X(12) VALUE SPACES.
       77 WS-LSG-DETALHE               PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       P-INICIO.
            PERFORM P-LOGIN THRU P-LOGIN-FIM
      * tentativas) e guarda na area de comunicacao a identificacao e
      * o indicador de autorizacao para opcoes destrutivas. Sem o
      * arquivo de operadores o menu avisa e abre sem restricao, para
      * nao trancar a operacao no dia em que o arquivo sumir. Todo
      * login, com ou sem sucesso, vai para SEGURANCA_LOG.dat, e a
      * senha vencida tem de ser trocada antes de o menu abrir.
       P-LOGIN.
            MOVE 'N'    TO WS-LOGIN-OK
            MOVE SPACES TO WS-COM-OPERADOR
            MOVE 'N'    TO WS-COM-AUTORIZADO
            MOVE 'N'    TO WS-LOGADO-SUPERVISOR
            MOVE ZEROS  TO WS-TENTATIVAS
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

            PERFORM P-CARREGA-PARAM-SEG THRU P-CARREGA-PARAM-SEG-FIM

            OPEN INPUT OPERADORES

               DISPLAY 'AVISO: OPERADORES.dat INDISPONIVEL (STATUS '
                       WS-OPR-FS ') - MENU ABERTO SEM CONTROLE DE '
                       'ACESSO.'
               MOVE 'N'        TO WS-CONTROLE-ACESSO
               MOVE 'OPERADOR' TO WS-COM-OPERADOR
               MOVE 'S'        TO WS-COM-AUTORIZADO
               MOVE 'S'        TO WS-LOGIN-OK

               MOVE 'OPERADOR'          TO WS-LSG-OPERADOR
               MOVE 'SEM-CONTROLE'      TO WS-LSG-EVENTO
               MOVE 'OPERADORES.dat INDISPONIVEL'
                                        TO WS-LSG-DETALHE
               PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM
               GO TO P-LOGIN-FIM
            END-IF

                ACCEPT WS-LOGIN-SENHA

                PERFORM P-CONFERE-LOGIN THRU P-CONFERE-LOGIN-FIM
            END-PERFORM

            IF LOGIN-OK THEN
               PERFORM P-VALIDADE-SENHA THRU P-VALIDADE-SENHA-FIM
            END-IF

            IF LOGIN-OK AND OPERADOR-AUTORIZADO THEN
               PERFORM P-CONFERE-CERTIFICADO
                       THRU P-CONFERE-CERTIFICADO-FIM
            END-IF
           .

       P-LOGIN-FIM.

      * Le os parametros de seguranca; sem o arquivo ficam 3
      * tentativas falhas ate o bloqueio e senha valida por 90 dias.
      * Validade zerada no arquivo desliga o vencimento da senha.
       P-CARREGA-PARAM-SEG.
            OPEN INPUT PARAMSEG

            IF PRM-OK THEN
               READ PARAMSEG
                    AT END
                        CONTINUE
                NOT AT END
                        IF PRM-MAX-FALHAS IS NUMERIC
                           AND PRM-MAX-FALHAS > ZEROS THEN
                           MOVE PRM-MAX-FALHAS TO WS-MAX-FALHAS
                        END-IF
                        IF PRM-DIAS-SENHA IS NUMERIC THEN
                           MOVE PRM-DIAS-SENHA TO WS-DIAS-SENHA
                        END-IF
               END-READ
               CLOSE PARAMSEG
            END-IF
           .

       P-CARREGA-PARAM-SEG-FIM.

      * Confere a identificacao e a senha digitadas. Operador
      * bloqueado nao entra nem com a senha certa; cada senha errada
      * soma uma falha no cadastro do operador e, ao chegar no limite
      * de SEGURANCA_PARAM.dat, o operador fica bloqueado ate um
      * supervisor liberar. O login certo zera as falhas.
       P-CONFERE-LOGIN.
            PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM

            MOVE WS-LOGIN-ID TO WS-LSG-OPERADOR

            IF NOT OPR-ACHADO THEN
               MOVE 'LOGIN-FALHA'             TO WS-LSG-EVENTO
               MOVE 'OPERADOR NAO CADASTRADO' TO WS-LSG-DETALHE
               PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM
               DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
               GO TO P-CONFERE-LOGIN-FIM
            END-IF

            IF ATU-BLOQUEADO THEN
               MOVE 'LOGIN-BLOQ'              TO WS-LSG-EVENTO
               MOVE 'TENTATIVA COM OPERADOR BLOQUEADO'
                                              TO WS-LSG-DETALHE
               PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM
               DISPLAY 'OPERADOR BLOQUEADO - PROCURE UM SUPERVISOR.'
               GO TO P-CONFERE-LOGIN-FIM
            END-IF

            IF WS-ATU-SENHA NOT EQUAL WS-LOGIN-SENHA THEN
               IF WS-ATU-FALHAS < 99 THEN
                  ADD 1 TO WS-ATU-FALHAS
               END-IF

               MOVE 'LOGIN-FALHA'             TO WS-LSG-EVENTO
               MOVE 'SENHA INVALIDA'          TO WS-LSG-DETALHE
               PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM

               IF WS-ATU-FALHAS >= WS-MAX-FALHAS THEN
                  MOVE 'S'                    TO WS-ATU-BLOQUEIO
                  MOVE 'BLOQUEIO'             TO WS-LSG-EVENTO
                  MOVE 'LIMITE DE TENTATIVAS FALHAS ATINGIDO'
                                              TO WS-LSG-DETALHE
                  PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM
                  DISPLAY 'OPERADOR BLOQUEADO APOS ' WS-ATU-FALHAS
                          ' TENTATIVAS FALHAS - PROCURE UM '
                          'SUPERVISOR.'
               ELSE
                  DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
               END-IF

               PERFORM P-REGRAVA-OPERADOR THRU P-REGRAVA-OPERADOR-FIM
               GO TO P-CONFERE-LOGIN-FIM
            END-IF

            IF WS-ATU-FALHAS > ZEROS THEN
               MOVE ZEROS TO WS-ATU-FALHAS
               PERFORM P-REGRAVA-OPERADOR THRU P-REGRAVA-OPERADOR-FIM
            END-IF

            MOVE 'S'               TO WS-LOGIN-OK
            MOVE WS-ATU-ID         TO WS-COM-OPERADOR
            MOVE WS-ATU-DESTRUTIVO TO WS-COM-AUTORIZADO
            MOVE WS-ATU-SUPERVISOR TO WS-LOGADO-SUPERVISOR

            MOVE 'LOGIN-OK'        TO WS-LSG-EVENTO
            MOVE SPACES            TO WS-LSG-DETALHE
            PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM
           .

       P-CONFERE-LOGIN-FIM.

      * A autorizacao destrutiva de OPERADORES.dat so e honrada se o
      * operador tiver certificado da trilha de treinamento ligado a
      * sua identificacao em CERTIFICADOS.dat e ainda dentro da
      * validade (linha sem validade vale um ano depois da emissao).
      * Sem certificado valido (ou sem o arquivo) o operador entra
      * sem as opcoes destrutivas, e o fato vai para o log de
      * seguranca.
       P-CONFERE-CERTIFICADO.
            SET EOF-OK TO FALSE
            MOVE 'N' TO WS-TEM-CERTIFICADO

            OPEN INPUT CERTIFICADOS

            IF CTD-OK THEN
               PERFORM UNTIL EOF-OK OR TEM-CERTIFICADO
                   READ CERTIFICADOS
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF CTD-OPR-ID EQUAL WS-ATU-ID THEN
                              PERFORM P-VALIDADE-CERTIFICADO
                                 THRU P-VALIDADE-CERTIFICADO-FIM
                              IF WS-VALIDADE-CERT
                                 NOT LESS WS-DATA-HOJE THEN
                                 MOVE 'S' TO WS-TEM-CERTIFICADO
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CERTIFICADOS
            END-IF

            SET EOF-OK TO FALSE

            IF TEM-CERTIFICADO THEN
               GO TO P-CONFERE-CERTIFICADO-FIM
            END-IF

            MOVE 'N'               TO WS-COM-AUTORIZADO

            MOVE WS-ATU-ID         TO WS-LSG-OPERADOR
            MOVE 'SEM-CERTIF'      TO WS-LSG-EVENTO
            MOVE 'AUTORIZACAO DESTRUTIVA SEM CERTIFICADO'
                                   TO WS-LSG-DETALHE
            PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM

            DISPLAY 'AVISO: SEM CERTIFICADO VALIDO DA TRILHA DE '
                    'TREINAMENTO EM SEU NOME - OPCOES DESTRUTIVAS '
                    'BLOQUEADAS.'
           .

       P-CONFERE-CERTIFICADO-FIM.

       P-VALIDADE-CERTIFICADO.
            IF CTD-VALIDADE IS NUMERIC
               AND CTD-VALIDADE NOT EQUAL ZEROS THEN
               MOVE CTD-VALIDADE TO WS-VALIDADE-CERT
            ELSE
               COMPUTE WS-VALIDADE-CERT = CTD-DATA + 10000
               IF WS-VALIDADE-CERT(5:4) EQUAL '0229' THEN
                  SUBTRACT 1 FROM WS-VALIDADE-CERT
               END-IF
            END-IF
           .

       P-VALIDADE-CERTIFICADO-FIM.

      * Procura em OPERADORES.dat a linha do operador WS-LOGIN-ID e a
      * copia para WS-OPR-ATUAL. Linhas gravadas antes do controle de
      * bloqueio chegam com falhas e data da senha em branco, que
      * valem zero.
       P-LE-OPERADOR.
            SET EOF-OK TO FALSE
            MOVE 'N'    TO WS-OPR-ACHADO
            MOVE SPACES TO WS-OPR-ATUAL

            OPEN INPUT OPERADORES

            IF NOT OPR-OK THEN
               GO TO P-LE-OPERADOR-FIM
            END-IF

            PERFORM UNTIL EOF-OK OR OPR-ACHADO
                READ OPERADORES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF OPR-ID EQUAL WS-LOGIN-ID THEN
                           MOVE 'S'          TO WS-OPR-ACHADO
                           MOVE REG-OPERADOR TO WS-OPR-ATUAL
                        END-IF
                END-READ
            END-PERFORM

            CLOSE OPERADORES
            SET EOF-OK TO FALSE

            IF WS-ATU-FALHAS IS NOT NUMERIC THEN
               MOVE ZEROS TO WS-ATU-FALHAS
            END-IF

            IF WS-ATU-DT-SENHA IS NOT NUMERIC THEN
               MOVE ZEROS TO WS-ATU-DT-SENHA
            END-IF
           .

       P-LE-OPERADOR-FIM.

      * Grava WS-OPR-ATUAL de volta em OPERADORES.dat: copia o
      * arquivo para OPERADORES.TMP trocando a linha do operador e
      * regrava o original a partir do temporario.
       P-REGRAVA-OPERADOR.
            SET EOF-OK TO FALSE
            MOVE 'N' TO WS-REGRAVOU

            OPEN INPUT OPERADORES
            IF NOT OPR-OK THEN
               GO TO P-REGRAVA-OPERADOR-FIM
            END-IF

            OPEN OUTPUT OPRTEMP

            PERFORM UNTIL EOF-OK
                READ OPERADORES
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        IF OPR-ID EQUAL WS-ATU-ID THEN
                           MOVE WS-OPR-ATUAL TO REG-OPRTEMP
                           MOVE 'S'          TO WS-REGRAVOU
                        ELSE
                           MOVE REG-OPERADOR TO REG-OPRTEMP
                        END-IF
                        WRITE REG-OPRTEMP
                END-READ
            END-PERFORM

            CLOSE OPERADORES
            CLOSE OPRTEMP

            IF NOT REGRAVOU THEN
               GO TO P-REGRAVA-OPERADOR-FIM
            END-IF

            SET EOF-OK TO FALSE

            OPEN INPUT OPRTEMP
            OPEN OUTPUT OPERADORES

            PERFORM UNTIL EOF-OK
                READ OPRTEMP
                     AT END
                        SET EOF-OK TO TRUE
                 NOT AT END
                        MOVE REG-OPRTEMP TO REG-OPERADOR
                        WRITE REG-OPERADOR
                END-READ
            END-PERFORM

            CLOSE OPRTEMP
            CLOSE OPERADORES
            SET EOF-OK TO FALSE
           .

       P-REGRAVA-OPERADOR-FIM.

      * Confere a idade da senha do operador que acabou de entrar.
      * Cadastro sem data (anterior ao controle de validade) comeca a
      * contar hoje; senha vencida obriga a troca, e sem troca o
      * login e desfeito.
       P-VALIDADE-SENHA.
            IF WS-ATU-DT-SENHA EQUAL ZEROS THEN
               MOVE WS-DATA-HOJE TO WS-ATU-DT-SENHA
               PERFORM P-REGRAVA-OPERADOR THRU P-REGRAVA-OPERADOR-FIM
               GO TO P-VALIDADE-SENHA-FIM
            END-IF

            IF WS-DIAS-SENHA EQUAL ZEROS THEN
               GO TO P-VALIDADE-SENHA-FIM
            END-IF

            COMPUTE WS-DIAS-DECORRIDOS =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                  - FUNCTION INTEGER-OF-DATE(WS-ATU-DT-SENHA)

            IF WS-DIAS-DECORRIDOS < WS-DIAS-SENHA THEN
               GO TO P-VALIDADE-SENHA-FIM
            END-IF

            MOVE WS-ATU-ID        TO WS-LSG-OPERADOR
            MOVE 'SENHA-VENCEU'   TO WS-LSG-EVENTO
            MOVE 'TROCA OBRIGATORIA NO LOGIN' TO WS-LSG-DETALHE
            PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM

            MOVE WS-DIAS-DECORRIDOS TO WS-DIAS-EDIT
            DISPLAY 'SUA SENHA TEM ' FUNCTION TRIM(WS-DIAS-EDIT)
                    ' DIAS E '
                    'VENCEU - E PRECISO TROCA-LA AGORA.'

            MOVE 'S'    TO WS-TROCA-OBRIGATORIA
            MOVE 'N'    TO WS-SENHA-TROCADA
            MOVE ZEROS  TO WS-TENTATIVAS

            PERFORM P-TROCA-SENHA THRU P-TROCA-SENHA-FIM
                    UNTIL SENHA-TROCADA OR WS-TENTATIVAS >= 3

            MOVE 'N'    TO WS-TROCA-OBRIGATORIA

            IF NOT SENHA-TROCADA THEN
               DISPLAY 'SEM A TROCA DA SENHA O ACESSO NAO E LIBERADO.'
               MOVE 'N' TO WS-LOGIN-OK
            END-IF
           .

       P-VALIDADE-SENHA-FIM.

      * Troca a senha do operador logado: pede a senha atual (a nao
      * ser na troca obrigatoria, logo depois do login) e a nova duas
      * vezes; a nova nao pode ficar em branco nem repetir a atual.
       P-TROCA-SENHA.
            ADD 1 TO WS-TENTATIVAS
            MOVE 'N' TO WS-SENHA-TROCADA

            IF NOT CONTROLE-ACESSO THEN
               DISPLAY 'SEM OPERADORES.dat NAO HA SENHA A TROCAR.'
               GO TO P-TROCA-SENHA-FIM
            END-IF

            MOVE WS-COM-OPERADOR TO WS-LOGIN-ID
            PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM

            IF NOT OPR-ACHADO THEN
               DISPLAY 'OPERADOR NAO ENCONTRADO EM OPERADORES.dat.'
               GO TO P-TROCA-SENHA-FIM
            END-IF

            MOVE WS-ATU-ID TO WS-LSG-OPERADOR

            IF NOT TROCA-OBRIGATORIA THEN
               DISPLAY 'Senha atual: '
               ACCEPT WS-LOGIN-SENHA
               IF WS-LOGIN-SENHA NOT EQUAL WS-ATU-SENHA THEN
                  MOVE 'SENHA-FALHA'             TO WS-LSG-EVENTO
                  MOVE 'SENHA ATUAL NAO CONFERE' TO WS-LSG-DETALHE
                  PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM
                  DISPLAY 'SENHA ATUAL NAO CONFERE.'
                  GO TO P-TROCA-SENHA-FIM
               END-IF
            END-IF

            MOVE SPACES TO WS-SENHA-NOVA
            MOVE SPACES TO WS-SENHA-CONFIRMA
            DISPLAY 'Nova senha: '
            ACCEPT WS-SENHA-NOVA
            DISPLAY 'Repita a nova senha: '
            ACCEPT WS-SENHA-CONFIRMA

            IF WS-SENHA-NOVA EQUAL SPACES THEN
               DISPLAY 'A NOVA SENHA NAO PODE FICAR EM BRANCO.'
               GO TO P-TROCA-SENHA-FIM
            END-IF

            IF WS-SENHA-NOVA NOT EQUAL WS-SENHA-CONFIRMA THEN
               DISPLAY 'AS DUAS DIGITACOES NAO CONFEREM.'
               GO TO P-TROCA-SENHA-FIM
            END-IF

            IF WS-SENHA-NOVA EQUAL WS-ATU-SENHA THEN
               DISPLAY 'A NOVA SENHA PRECISA SER DIFERENTE DA ATUAL.'
               GO TO P-TROCA-SENHA-FIM
            END-IF

            MOVE WS-SENHA-NOVA TO WS-ATU-SENHA
            MOVE WS-DATA-HOJE  TO WS-ATU-DT-SENHA
            PERFORM P-REGRAVA-OPERADOR THRU P-REGRAVA-OPERADOR-FIM

            IF REGRAVOU THEN
               MOVE 'S'           TO WS-SENHA-TROCADA
               MOVE 'SENHA-TROCA' TO WS-LSG-EVENTO
               MOVE SPACES        TO WS-LSG-DETALHE
               PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM
               DISPLAY 'SENHA ALTERADA.'
            ELSE
               DISPLAY 'NAO FOI POSSIVEL GRAVAR A NOVA SENHA.'
            END-IF
           .

       P-TROCA-SENHA-FIM.

      * Libera um operador bloqueado por tentativas falhas; so um
      * supervisor (OPR-SUPERVISOR = S) pode. As falhas sao zeradas e
      * o desbloqueio fica no log com o supervisor que o fez.
       P-DESBLOQUEIA.
            IF NOT CONTROLE-ACESSO OR NOT LOGADO-SUPERVISOR THEN
               DISPLAY 'OPCAO RESTRITA A SUPERVISORES.'
               GO TO P-DESBLOQUEIA-FIM
            END-IF

            MOVE SPACES TO WS-LOGIN-ID
            DISPLAY 'Operador a desbloquear: '
            ACCEPT WS-LOGIN-ID

            PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM

            IF NOT OPR-ACHADO THEN
               DISPLAY 'OPERADOR NAO CADASTRADO.'
               GO TO P-DESBLOQUEIA-FIM
            END-IF

            IF NOT ATU-BLOQUEADO THEN
               DISPLAY 'OPERADOR ' WS-ATU-ID ' NAO ESTA BLOQUEADO.'
               GO TO P-DESBLOQUEIA-FIM
            END-IF

            MOVE 'N'   TO WS-ATU-BLOQUEIO
            MOVE ZEROS TO WS-ATU-FALHAS
            PERFORM P-REGRAVA-OPERADOR THRU P-REGRAVA-OPERADOR-FIM

            IF REGRAVOU THEN
               MOVE WS-ATU-ID     TO WS-LSG-OPERADOR
               MOVE 'DESBLOQUEIO' TO WS-LSG-EVENTO
               MOVE SPACES        TO WS-LSG-DETALHE
               STRING 'LIBERADO POR ' DELIMITED BY SIZE
                      WS-COM-OPERADOR DELIMITED BY SPACE
                      INTO WS-LSG-DETALHE
               END-STRING
               PERFORM P-GRAVA-LOG-SEG THRU P-GRAVA-LOG-SEG-FIM
               DISPLAY 'OPERADOR ' WS-ATU-ID ' DESBLOQUEADO.'
            ELSE
               DISPLAY 'NAO FOI POSSIVEL GRAVAR O DESBLOQUEIO.'
            END-IF
           .

       P-DESBLOQUEIA-FIM.

      * Acrescenta um evento (WS-LSG-OPERADOR/EVENTO/DETALHE) ao
      * SEGURANCA_LOG.dat com a data e a hora do momento.
       P-GRAVA-LOG-SEG.
            OPEN EXTEND LOGSEG
            IF WS-LSG-FS EQUAL 35 THEN
               OPEN OUTPUT LOGSEG
            END-IF

            IF NOT LSG-OK THEN
               DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR EM '
                       'SEGURANCA_LOG.dat (STATUS ' WS-LSG-FS ').'
               GO TO P-GRAVA-LOG-SEG-FIM
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:8) TO LSG-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO LSG-HORA
            MOVE WS-LSG-OPERADOR            TO LSG-OPERADOR
            MOVE WS-LSG-EVENTO              TO LSG-EVENTO
            MOVE WS-LSG-DETALHE             TO LSG-DETALHE

            WRITE REG-LOG-SEGURANCA
            CLOSE LOGSEG
           .

       P-GRAVA-LOG-SEG-FIM.

      * Le MENU_CFG.dat uma vez, no inicio, para uma tabela em
      * memoria, para que mudar o local de instalacao dos programas
                        AT END
                           SET EOF-OK TO TRUE
                    NOT AT END
                           IF WS-QTD-CFG < 99 THEN
                              ADD 1 TO WS-QTD-CFG
                              MOVE CFG-OPCAO
                                   TO WS-CFG-TAB-OPCAO(WS-QTD-CFG)
                              MOVE CFG-CAMINHO
                                   TO WS-CFG-TAB-CAMINHO(WS-QTD-CFG)
                           ELSE
                              DISPLAY 'MENU_CFG.dat TEM MAIS DE 99 '
                                      'LINHAS - IGNORANDO O RESTANTE'
                           END-IF
                   END-READ
            DISPLAY '<2> Relatorios'
            DISPLAY '<3> Cargas em Lote'
            DISPLAY '<4> Utilitarios de Manutencao'
            DISPLAY '<5> Trocar a Senha'
            IF LOGADO-SUPERVISOR THEN
               DISPLAY '<6> Desbloquear Operador'
            END-IF
            DISPLAY '<QUALQUER TECLA> para Sair'
            ACCEPT WS-GRUPO-ESCOLHIDO

            EVALUATE TRUE
                WHEN WS-GRUPO-ESCOLHIDO >= '1'
                 AND WS-GRUPO-ESCOLHIDO <= '4'
                   PERFORM P-SUBMENU THRU P-SUBMENU-FIM
                   PERFORM P-START THRU P-START-END
                WHEN WS-GRUPO-ESCOLHIDO EQUAL '5'
                   MOVE 'N'   TO WS-TROCA-OBRIGATORIA
                   MOVE ZEROS TO WS-TENTATIVAS
                   PERFORM P-TROCA-SENHA THRU P-TROCA-SENHA-FIM
                   PERFORM P-START THRU P-START-END
                WHEN WS-GRUPO-ESCOLHIDO EQUAL '6'
                   PERFORM P-DESBLOQUEIA THRU P-DESBLOQUEIA-FIM
                   PERFORM P-START THRU P-START-END
                WHEN OTHER
                   DISPLAY 'Saindo...'
            END-EVALUATE

            .
       P-START-END.
