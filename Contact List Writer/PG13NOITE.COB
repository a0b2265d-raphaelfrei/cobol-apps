      * Update: 02/09/2026 - Inicio, fim e tempo decorrido da execucao
      *                      registrados em DURACAO.dat via PG13DURLOG,
      *                      para o relatorio de duracoes anormais
      * Update: 15/10/2026 - Pre-critica do arquivo do RH (PG13EDTTRN)
      *                      como primeira etapa: arquivo rejeitado
      *                      (fora de sequencia, repetido ou com
      *                      totais que nao batem) nao chega a ir para
      *                      a aplicacao das transacoes
      * Update: 15/10/2026 - No ultimo dia do mes, a fotografia de fim
      *                      de mes da base de contatos (PG13FOTMES)
      *                      e gravada depois da reconciliacao
      * Update: 15/10/2026 - Em dia nao util (fim de semana ou feriado
      *                      nacional, pela rotina PG13DIAUTL) o RH nao
      *                      manda arquivo: a pre-critica e a aplicacao
      *                      nao rodam e o resumo mostra o motivo, sem
      *                      acusar a falta do controle delas
      * Update: 15/10/2026 - Nova etapa de aplicacao das alteracoes
      *                      programadas com vigencia ate hoje
      *                      (PG13APLPRG), antes da reconciliacao, que
      *                      roda todo dia (util ou nao), com o total
      *                      de aplicadas e recusadas no resumo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13NOITE.
          88 EOF-OK           VALUE 'S' FALSE 'N'.

       77 WS-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-AMANHA        PIC 9(08) VALUE ZEROS.

       77 WS-DIA-UTIL           PIC X(01) VALUE 'S'.
          88 HOJE-E-UTIL      VALUE 'S'.
       77 WS-MOTIVO-NAO-UTIL    PIC X(30) VALUE SPACES.

      * Guarda a ultima linha de CONTROLE.dat de cada programa da
      * carga noturna gravada hoje, para montar o resumo consolidado
      * depois que as duas execucoes terminarem.
       01 WS-RESUMO-EDT.
          03 WS-EDT-ACHADO      PIC X(01) VALUE 'N'.
             88 EDT-ACHADO    VALUE 'S'.
          03 WS-EDT-LIDOS       PIC 9(06) VALUE ZEROS.
          03 WS-EDT-GRAVADOS    PIC 9(06) VALUE ZEROS.
          03 WS-EDT-REJEITADOS  PIC 9(06) VALUE ZEROS.

       01 WS-RESUMO-TRN.
          03 WS-TRN-ACHADO      PIC X(01) VALUE 'N'.
             88 TRN-ACHADO    VALUE 'S'.
          03 WS-TRN-GRAVADOS    PIC 9(06) VALUE ZEROS.
          03 WS-TRN-REJEITADOS  PIC 9(06) VALUE ZEROS.

       01 WS-RESUMO-APG.
          03 WS-APG-ACHADO      PIC X(01) VALUE 'N'.
             88 APG-ACHADO    VALUE 'S'.
          03 WS-APG-LIDOS       PIC 9(06) VALUE ZEROS.
          03 WS-APG-GRAVADOS    PIC 9(06) VALUE ZEROS.
          03 WS-APG-REJEITADOS  PIC 9(06) VALUE ZEROS.

       01 WS-RESUMO-REC.
          03 WS-REC-ACHADO      PIC X(01) VALUE 'N'.
             88 REC-ACHADO    VALUE 'S'.
          03 WS-REC-REJEITADOS  PIC 9(06) VALUE ZEROS.

       COPY LK_DURLOG.
       COPY LK_DIAUTL.

       LINKAGE SECTION.
       01 LK-COM-AREA.

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

      * O arquivo do RH so vem em dia util; nos outros dias as duas
      * primeiras etapas ficam de fora e a noite segue normalmente.
            MOVE 'V'          TO LK-DIA-FUNCAO
            MOVE SPACES       TO LK-DIA-FILIAL
            MOVE WS-DATA-HOJE TO LK-DIA-DATA
            CALL 'PG13DIAUTL' USING LK-DIA-AREA
            MOVE LK-DIA-UTIL   TO WS-DIA-UTIL
            MOVE LK-DIA-MOTIVO TO WS-MOTIVO-NAO-UTIL

            IF HOJE-E-UTIL THEN
               PERFORM P-CARGA-RH THRU P-CARGA-RH-FIM
            ELSE
               DISPLAY "DIA NAO UTIL ("
                       FUNCTION TRIM(WS-MOTIVO-NAO-UTIL)
                       ") - CARGA DO RH NAO EXECUTADA."
               DISPLAY "ETAPAS 1/4 E 2/4 - SEM ARQUIVO DO RH HOJE."
            END-IF

      * Alteracao com data de vigencia nao depende do arquivo do RH:
      * a que vence num sabado ou feriado entra na noite do proprio
      * dia.
            DISPLAY "ETAPA 3/4 - APLICANDO AS ALTERACOES PROGRAMADAS..."
            CALL 'PG13APLPRG' USING LK-COM-AREA

            DISPLAY "ETAPA 4/4 - RECONCILIANDO COM O DIA ANTERIOR..."
            CALL 'PG13RECCTT' USING LK-COM-AREA

            PERFORM P-LOCALIZA-RESUMOS THRU P-LOCALIZA-RESUMOS-FIM
            PERFORM P-IMPRIME-RESUMO   THRU P-IMPRIME-RESUMO-FIM

      * Amanha e dia 1: hoje fecha o mes, e a fotografia da base vai
      * com os numeros ja reconciliados.
            COMPUTE WS-DATA-AMANHA = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 1)
            IF WS-DATA-AMANHA(7:2) EQUAL '01' THEN
               DISPLAY "FIM DE MES - GRAVANDO A FOTOGRAFIA DA BASE..."
               CALL 'PG13FOTMES' USING LK-COM-AREA
            END-IF

            MOVE 'F'          TO LK-DUR-EVENTO
            CALL 'PG13DURLOG' USING LK-DUR-AREA

            PERFORM P-END
           .

      * Etapas 1 e 2: pre-critica do arquivo do RH e, se ele foi
      * liberado, aplicacao das transacoes.
       P-CARGA-RH.
            DISPLAY "ETAPA 1/4 - PRE-CRITICA DO ARQUIVO DO RH..."
            CALL 'PG13EDTTRN' USING LK-COM-AREA

      * A linha de controle que a pre-critica acabou de gravar diz se
      * o arquivo foi liberado; rejeitado, a aplicacao nem e chamada.
            PERFORM P-LOCALIZA-RESUMOS THRU P-LOCALIZA-RESUMOS-FIM

            IF EDT-ACHADO AND WS-EDT-REJEITADOS EQUAL ZEROS THEN
               DISPLAY "ETAPA 2/4 - APLICANDO AS TRANSACOES DO DIA..."
               CALL 'PG13TRNCTT' USING LK-COM-AREA
            ELSE
               DISPLAY "ETAPA 2/4 - ARQUIVO DO RH REJEITADO NA "
                       "PRE-CRITICA - TRANSACOES NAO APLICADAS."
            END-IF
           .

       P-CARGA-RH-FIM.

      * Le CONTROLE.dat do inicio ao fim e guarda a ultima linha
      * gravada hoje por PG13TRNCTT e por PG13RECCTT - como as duas
      * chamadas acima acabaram de rodar, essas sao as linhas que elas
      * mesmas gravaram nesta execucao da carga noturna.
       P-LOCALIZA-RESUMOS.
            SET EOF-OK  TO FALSE
            MOVE 'N' TO WS-EDT-ACHADO
            MOVE 'N' TO WS-TRN-ACHADO
            MOVE 'N' TO WS-APG-ACHADO
            MOVE 'N' TO WS-REC-ACHADO

            OPEN INPUT CONTROLE

       P-GUARDA-RESUMO.
            EVALUATE CTL-PROGRAMA
                WHEN 'PG13EDTTRN'
                    MOVE 'S'             TO WS-EDT-ACHADO
                    MOVE CTL-QTD-LIDOS      TO WS-EDT-LIDOS
                    MOVE CTL-QTD-GRAVADOS   TO WS-EDT-GRAVADOS
                    MOVE CTL-QTD-REJEITADOS TO WS-EDT-REJEITADOS
                WHEN 'PG13TRNCTT'
                    MOVE 'S'             TO WS-TRN-ACHADO
                    MOVE CTL-QTD-LIDOS      TO WS-TRN-LIDOS
                    MOVE CTL-QTD-GRAVADOS   TO WS-TRN-GRAVADOS
                    MOVE CTL-QTD-REJEITADOS TO WS-TRN-REJEITADOS
                WHEN 'PG13APLPRG'
                    MOVE 'S'             TO WS-APG-ACHADO
                    MOVE CTL-QTD-LIDOS      TO WS-APG-LIDOS
                    MOVE CTL-QTD-GRAVADOS   TO WS-APG-GRAVADOS
                    MOVE CTL-QTD-REJEITADOS TO WS-APG-REJEITADOS
                WHEN 'PG13RECCTT'
                    MOVE 'S'             TO WS-REC-ACHADO
                    MOVE CTL-QTD-LIDOS      TO WS-REC-LIDOS
            DISPLAY
             "*********************************************************"

            IF NOT HOJE-E-UTIL THEN
               DISPLAY "PRE-CRITICA - DIA NAO UTIL ("
                       FUNCTION TRIM(WS-MOTIVO-NAO-UTIL)
                       ") - SEM ARQUIVO DO RH"
               DISPLAY "TRANSACOES  - DIA NAO UTIL - NADA A APLICAR"
               GO TO P-IMPRIME-PROGRAMADAS
            END-IF

            IF EDT-ACHADO THEN
               IF WS-EDT-REJEITADOS EQUAL ZEROS THEN
                  DISPLAY "PRE-CRITICA - ARQUIVO LIBERADO COM "
                          WS-EDT-GRAVADOS " TRANSACOES"
               ELSE
                  DISPLAY "PRE-CRITICA - ARQUIVO REJEITADO ("
                          WS-EDT-REJEITADOS " LINHAS)"
               END-IF
            ELSE
               DISPLAY "PRE-CRITICA - NENHUM REGISTRO DE CONTROLE "
                       "ENCONTRADO PARA HOJE."
            END-IF

            IF TRN-ACHADO THEN
               DISPLAY "TRANSACOES  - LIDAS: " WS-TRN-LIDOS
                       "  APLICADAS: " WS-TRN-GRAVADOS
               DISPLAY "TRANSACOES  - NENHUM REGISTRO DE CONTROLE "
                       "ENCONTRADO PARA HOJE."
            END-IF
           .

       P-IMPRIME-PROGRAMADAS.
            IF APG-ACHADO THEN
               DISPLAY "PROGRAMADAS - VENCIDAS: " WS-APG-LIDOS
                       "  APLICADAS: " WS-APG-GRAVADOS
                       "  RECUSADAS: " WS-APG-REJEITADOS
            ELSE
               DISPLAY "PROGRAMADAS - NENHUM REGISTRO DE CONTROLE "
                       "ENCONTRADO PARA HOJE."
            END-IF
           .

       P-IMPRIME-RECONCILIACAO.
            IF REC-ACHADO THEN
               DISPLAY "RECONCILIAC - LIDOS: " WS-REC-LIDOS
                       "  DIFERENCAS: " WS-REC-GRAVADOS
