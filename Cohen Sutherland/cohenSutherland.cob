      *                      sub-segmentos sobreviventes gravados em
      *                      LINHAS_CLIPADAS.dat com o id da
      *                      polilinha e o numero da perna
      * Update: 15/10/2026 - Novo modo de lote com varios viewports:
      *                      VIEWPORTS.dat traz retangulos com nome
      *                      ("nome,xmin,xmax,ymin,ymax"), cada
      *                      segmento, perna de polilinha e poligono
      *                      ("G,id,qtd" seguido dos vertices) de
      *                      LINHAS_LOTE.dat e clipado contra todos
      *                      eles, o resultado sai em
      *                      LINHAS_CLIPADAS.dat etiquetado com o nome
      *                      do viewport, com o resumo por viewport
      *                      (aceitos inteiros, clipados, rejeitados)
      *                      e os elementos que nao caem em viewport
      *                      nenhum (etiqueta NENHUM)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cohenSutherland.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE  STATUS IS WS-CTL-FS.

           SELECT VIEWPORTS ASSIGN TO ".\VIEWPORTS.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE  STATUS IS WS-VP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD LINHAS-LOTE.
       FD CONTROLE.
       01 REG-CONTROLE         PIC X(80).

       FD VIEWPORTS.
       01 REG-VIEWPORT         PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-XMIN          PIC S9(05)V99 VALUE ZEROES.
       77 WS-XMAX          PIC S9(05)V99 VALUE ZEROES.
          88 OPCAO-INTERATIVO VALUE '1'.
          88 OPCAO-LOTE       VALUE '2'.
          88 OPCAO-POLIGONO   VALUE '3'.
          88 OPCAO-MULTI      VALUE '4'.

      * Clipping de poligonos (Sutherland-Hodgman): o poligono de
      * entrada e clipado contra as quatro bordas do viewport, uma de
       77 WS-VERT-X         PIC S9(05)V99 VALUE ZEROES.
       77 WS-VERT-Y         PIC S9(05)V99 VALUE ZEROES.

      * Lote com varios viewports: a tabela guarda os retangulos de
      * VIEWPORTS.dat e os totais de cada um. Cada elemento do lote
      * (segmento, perna de polilinha ou poligono) e clipado contra
      * todos; o que nenhum viewport aceita sai com a etiqueta NENHUM.
       77 WS-VP-FS          PIC 9(02).
          88 VP-OK         VALUE 0.

       77 WS-EOF-VP         PIC X(01) VALUE 'N'.
          88 EOF-VP        VALUE 'S' FALSE 'N'.

       01 WS-TAB-VIEWPORTS.
          03 WS-VP OCCURS 20 TIMES.
             05 WS-VP-NOME          PIC X(10).
             05 WS-VP-XMIN          PIC S9(05)V99.
             05 WS-VP-XMAX          PIC S9(05)V99.
             05 WS-VP-YMIN          PIC S9(05)V99.
             05 WS-VP-YMAX          PIC S9(05)V99.
             05 WS-VP-QTD-ACEITAS   PIC 9(05).
             05 WS-VP-QTD-CLIPADAS  PIC 9(05).
             05 WS-VP-QTD-REJEITADAS PIC 9(05).

       77 WS-QTD-VIEWPORTS  PIC 9(02) VALUE ZEROES.
       77 WS-IDX-VP         PIC 9(02) VALUE ZEROES.
       77 WS-QTD-FORA-TODOS PIC 9(05) VALUE ZEROES.
       77 WS-CAMPO-5        PIC X(10).

       77 WS-EM-ALGUM       PIC X(01) VALUE 'N'.
          88 EM-ALGUM-VIEWPORT VALUE 'S'.

      * Elemento corrente do lote: coordenadas originais (cada
      * viewport clipa a partir delas) e a etiqueta gravada na saida.
       77 WS-SEQ-SEGMENTO   PIC 9(05) VALUE ZEROES.
       77 WS-TAG-ELEMENTO   PIC X(16) VALUE SPACES.
       77 WS-SEG-X1         PIC S9(05)V99 VALUE ZEROES.
       77 WS-SEG-Y1         PIC S9(05)V99 VALUE ZEROES.
       77 WS-SEG-X2         PIC S9(05)V99 VALUE ZEROES.
       77 WS-SEG-Y2         PIC S9(05)V99 VALUE ZEROES.

      * Poligono do lote ("G,id,qtd" e qtd vertices "x,y"): os
      * vertices ficam guardados ate o ultimo chegar, e a copia
      * original volta para a tabela de entrada a cada viewport.
       77 WS-EM-POLIGONO    PIC X(01) VALUE 'N'.
          88 EM-POLIGONO   VALUE 'S'.
       77 WS-DESCARTA-POLI  PIC X(01) VALUE 'N'.
          88 DESCARTA-POLIGONO VALUE 'S'.
       77 WS-POLI-INTEIRO   PIC X(01) VALUE 'N'.
          88 POLIGONO-INTEIRO VALUE 'S'.

       01 WS-POLI-LOTE.
          03 WS-PL-VERT OCCURS 40 TIMES.
             05 WS-PL-X      PIC S9(05)V99.
             05 WS-PL-Y      PIC S9(05)V99.

       77 WS-QTD-VERT-LOTE  PIC 9(02) VALUE ZEROES.

       01 WS-OUTCODE-1.
          03 WS-OC1-ESQUERDA PIC X(01) VALUE 'N'.
             88 OC1-ESQUERDA   VALUE 'S'.
            DISPLAY "<1> Clipar uma linha (interativo)"
            DISPLAY "<2> Clipar em lote (LINHAS_LOTE.dat)"
            DISPLAY "<3> Clipar um poligono (Sutherland-Hodgman)"
            DISPLAY "<4> Clipar em lote contra varios viewports "
                    "(VIEWPORTS.dat)"

            ACCEPT WS-OPCAO

                    PERFORM P-LOTE THRU P-LOTE-FIM
                WHEN OPCAO-POLIGONO
                    PERFORM P-POLIGONO THRU P-POLIGONO-FIM
                WHEN OPCAO-MULTI
                    PERFORM P-LOTE-MULTI THRU P-LOTE-MULTI-FIM
                WHEN OTHER
                    PERFORM P-VARIABLES THRU P-VARIABLES-FIM
            END-EVALUATE
            .
       P-GRAVA-ESTATISTICA-FIM.

      * Lote contra varios viewports: carrega VIEWPORTS.dat, le
      * LINHAS_LOTE.dat (a primeira linha, o viewport unico do modo
      * 2, e pulada, para o mesmo desenho servir aos dois modos) e
      * clipa cada elemento contra todos os viewports, gravando em
      * LINHAS_CLIPADAS.dat e mostrando o resumo por viewport.
       P-LOTE-MULTI.
            MOVE 'N' TO WS-EOF-LOTE
            MOVE 'S' TO WS-PRIMEIRA-LINHA
            MOVE 'N' TO WS-EM-POLILINHA
            MOVE 'N' TO WS-EM-POLIGONO
            MOVE ZEROES TO WS-QTD-LINHAS-LOTE
            MOVE ZEROES TO WS-QTD-REJEITADAS
            MOVE ZEROES TO WS-QTD-ACEITAS
            MOVE ZEROES TO WS-QTD-CLIPADAS
            MOVE ZEROES TO WS-QTD-FORA-TODOS
            MOVE ZEROES TO WS-SEQ-SEGMENTO

            PERFORM P-CARREGA-VIEWPORTS THRU P-CARREGA-VIEWPORTS-FIM

            IF WS-QTD-VIEWPORTS EQUAL ZEROES THEN
                DISPLAY "NENHUM VIEWPORT VALIDO EM VIEWPORTS.dat"
                PERFORM P-PERGUNTA-NOVAMENTE
                        THRU P-PERGUNTA-NOVAMENTE-FIM
            END-IF

            OPEN INPUT LINHAS-LOTE

            IF NOT LOTE-OK THEN
                DISPLAY "ERRO AO ABRIR LINHAS_LOTE.dat"
                DISPLAY "Error ID: " WS-LOTE-FS
            ELSE
                OPEN OUTPUT LINHAS-CLIPADAS

                IF NOT CLIP-OK THEN
                    DISPLAY "ERRO AO ABRIR LINHAS_CLIPADAS.dat"
                    DISPLAY "Error ID: " WS-CLIP-FS
                ELSE
                    PERFORM P-LE-1-LINHA-MULTI
                            THRU P-LE-1-LINHA-MULTI-FIM
                            UNTIL EOF-LOTE

                    CLOSE LINHAS-CLIPADAS

                    DISPLAY
             "*********************************************************"
                    DISPLAY "VIEWPORT    ACEITOS CLIPADOS REJEITADOS"
                    PERFORM P-MOSTRA-1-VIEWPORT
                            THRU P-MOSTRA-1-VIEWPORT-FIM
                            VARYING WS-IDX-VP FROM 1 BY 1
                            UNTIL WS-IDX-VP > WS-QTD-VIEWPORTS
                    DISPLAY " "
                    DISPLAY "ELEMENTOS PROCESSADOS     : "
                            WS-QTD-LINHAS-LOTE
                    DISPLAY "FORA DE TODOS OS VIEWPORTS: "
                            WS-QTD-FORA-TODOS
                    DISPLAY
             "*********************************************************"

                    PERFORM P-GRAVA-ESTATISTICA-MULTI
                            THRU P-GRAVA-ESTATISTICA-MULTI-FIM
                END-IF

                CLOSE LINHAS-LOTE
            END-IF

            PERFORM P-PERGUNTA-NOVAMENTE THRU P-PERGUNTA-NOVAMENTE-FIM
            .
       P-LOTE-MULTI-FIM.

      * Carrega VIEWPORTS.dat ("nome,xmin,xmax,ymin,ymax" por linha)
      * na tabela; retangulo sem nome ou com minimo nao menor que o
      * maximo e recusado com aviso, e passa de 20 nao cabe.
       P-CARREGA-VIEWPORTS.
            MOVE ZEROES TO WS-QTD-VIEWPORTS
            MOVE 'N' TO WS-EOF-VP

            OPEN INPUT VIEWPORTS

            IF NOT VP-OK THEN
                DISPLAY "ERRO AO ABRIR VIEWPORTS.dat"
                DISPLAY "Error ID: " WS-VP-FS
                GO TO P-CARREGA-VIEWPORTS-FIM
            END-IF

            PERFORM P-LE-1-VIEWPORT THRU P-LE-1-VIEWPORT-FIM
                    UNTIL EOF-VP

            CLOSE VIEWPORTS
            .
       P-CARREGA-VIEWPORTS-FIM.

       P-LE-1-VIEWPORT.
            READ VIEWPORTS
                 AT END
                     SET EOF-VP TO TRUE
                 NOT AT END
                     PERFORM P-GUARDA-VIEWPORT
                             THRU P-GUARDA-VIEWPORT-FIM
            END-READ
            .
       P-LE-1-VIEWPORT-FIM.

       P-GUARDA-VIEWPORT.
            IF REG-VIEWPORT EQUAL SPACES THEN
                GO TO P-GUARDA-VIEWPORT-FIM
            END-IF

            MOVE SPACES TO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
                           WS-CAMPO-4 WS-CAMPO-5

            UNSTRING REG-VIEWPORT DELIMITED BY ','
                INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
                     WS-CAMPO-4 WS-CAMPO-5

            IF WS-QTD-VIEWPORTS EQUAL 20 THEN
                DISPLAY "MAIS DE 20 VIEWPORTS - IGNORADO: "
                        WS-CAMPO-1
                GO TO P-GUARDA-VIEWPORT-FIM
            END-IF

            MOVE FUNCTION NUMVAL(WS-CAMPO-2) TO WS-XMIN
            MOVE FUNCTION NUMVAL(WS-CAMPO-3) TO WS-XMAX
            MOVE FUNCTION NUMVAL(WS-CAMPO-4) TO WS-YMIN
            MOVE FUNCTION NUMVAL(WS-CAMPO-5) TO WS-YMAX

            IF WS-CAMPO-1 EQUAL SPACES
               OR WS-XMIN NOT < WS-XMAX
               OR WS-YMIN NOT < WS-YMAX THEN
                DISPLAY "VIEWPORT INVALIDO - IGNORADO: " REG-VIEWPORT
                GO TO P-GUARDA-VIEWPORT-FIM
            END-IF

            ADD 1 TO WS-QTD-VIEWPORTS
            MOVE FUNCTION TRIM(WS-CAMPO-1)
                 TO WS-VP-NOME(WS-QTD-VIEWPORTS)
            MOVE WS-XMIN TO WS-VP-XMIN(WS-QTD-VIEWPORTS)
            MOVE WS-XMAX TO WS-VP-XMAX(WS-QTD-VIEWPORTS)
            MOVE WS-YMIN TO WS-VP-YMIN(WS-QTD-VIEWPORTS)
            MOVE WS-YMAX TO WS-VP-YMAX(WS-QTD-VIEWPORTS)
            MOVE ZEROES  TO WS-VP-QTD-ACEITAS(WS-QTD-VIEWPORTS)
                            WS-VP-QTD-CLIPADAS(WS-QTD-VIEWPORTS)
                            WS-VP-QTD-REJEITADAS(WS-QTD-VIEWPORTS)
            .
       P-GUARDA-VIEWPORT-FIM.

      * Um registro do lote: segmento "x1,y1,x2,y2", cabecalho de
      * polilinha "P,id,qtd", cabecalho de poligono "G,id,qtd" ou
      * vertice "x,y" da polilinha/poligono em aberto.
       P-LE-1-LINHA-MULTI.
            READ LINHAS-LOTE
                 AT END
                     SET EOF-LOTE TO TRUE
                 NOT AT END
                     PERFORM P-TRATA-1-LINHA-MULTI
                             THRU P-TRATA-1-LINHA-MULTI-FIM
            END-READ
            .
       P-LE-1-LINHA-MULTI-FIM.

       P-TRATA-1-LINHA-MULTI.
            IF PRIMEIRA-LINHA THEN
                MOVE 'N' TO WS-PRIMEIRA-LINHA
                GO TO P-TRATA-1-LINHA-MULTI-FIM
            END-IF

            MOVE SPACES TO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4

            UNSTRING REG-LINHA-LOTE DELIMITED BY ','
                INTO WS-CAMPO-1 WS-CAMPO-2
                     WS-CAMPO-3 WS-CAMPO-4

            EVALUATE TRUE
                WHEN EM-POLILINHA
                    PERFORM P-MULTI-VERTICE
                            THRU P-MULTI-VERTICE-FIM
                WHEN EM-POLIGONO
                    PERFORM P-MULTI-VERTICE-POLIGONO
                            THRU P-MULTI-VERTICE-POLIGONO-FIM
                WHEN FUNCTION TRIM(WS-CAMPO-1) EQUAL 'P'
                    PERFORM P-ABRE-POLILINHA
                            THRU P-ABRE-POLILINHA-FIM
                WHEN FUNCTION TRIM(WS-CAMPO-1) EQUAL 'G'
                    PERFORM P-ABRE-POLIGONO-LOTE
                            THRU P-ABRE-POLIGONO-LOTE-FIM
                WHEN OTHER
                    ADD 1 TO WS-QTD-LINHAS-LOTE
                    ADD 1 TO WS-SEQ-SEGMENTO

                    MOVE FUNCTION NUMVAL(WS-CAMPO-1) TO WS-SEG-X1
                    MOVE FUNCTION NUMVAL(WS-CAMPO-2) TO WS-SEG-Y1
                    MOVE FUNCTION NUMVAL(WS-CAMPO-3) TO WS-SEG-X2
                    MOVE FUNCTION NUMVAL(WS-CAMPO-4) TO WS-SEG-Y2

                    MOVE SPACES TO WS-TAG-ELEMENTO
                    STRING "S"             DELIMITED BY SIZE
                           WS-SEQ-SEGMENTO DELIMITED BY SIZE
                        INTO WS-TAG-ELEMENTO
                    END-STRING

                    PERFORM P-MULTI-SEGMENTO THRU P-MULTI-SEGMENTO-FIM
            END-EVALUATE
            .
       P-TRATA-1-LINHA-MULTI-FIM.

      * Vertice da polilinha em aberto: como no P-TRATA-VERTICE, cada
      * vertice a partir do segundo fecha a perna anterior->atual, que
      * segue para todos os viewports.
       P-MULTI-VERTICE.
            MOVE FUNCTION NUMVAL(WS-CAMPO-1) TO WS-VERT-X
            MOVE FUNCTION NUMVAL(WS-CAMPO-2) TO WS-VERT-Y

            IF TEM-ANTERIOR THEN
                ADD 1 TO WS-PERNA
                ADD 1 TO WS-QTD-LINHAS-LOTE

                MOVE WS-PREV-X TO WS-SEG-X1
                MOVE WS-PREV-Y TO WS-SEG-Y1
                MOVE WS-VERT-X TO WS-SEG-X2
                MOVE WS-VERT-Y TO WS-SEG-Y2

                MOVE SPACES TO WS-TAG-ELEMENTO
                STRING "P"        DELIMITED BY SIZE
                       WS-POLI-ID DELIMITED BY SIZE
                       ",PERNA "  DELIMITED BY SIZE
                       WS-PERNA   DELIMITED BY SIZE
                    INTO WS-TAG-ELEMENTO
                END-STRING

                PERFORM P-MULTI-SEGMENTO THRU P-MULTI-SEGMENTO-FIM
            END-IF

            MOVE WS-VERT-X TO WS-PREV-X
            MOVE WS-VERT-Y TO WS-PREV-Y
            MOVE 'S' TO WS-TEM-ANTERIOR

            SUBTRACT 1 FROM WS-POLI-RESTANTES
            IF WS-POLI-RESTANTES EQUAL ZEROES THEN
                MOVE 'N' TO WS-EM-POLILINHA
            END-IF
            .
       P-MULTI-VERTICE-FIM.

      * Clipa o segmento corrente (WS-SEG-*) contra cada viewport da
      * tabela; se nenhum aceitar nada dele, grava-o inteiro com a
      * etiqueta NENHUM.
       P-MULTI-SEGMENTO.
            MOVE 'N' TO WS-EM-ALGUM

            PERFORM P-MULTI-SEGMENTO-1-VP
                    THRU P-MULTI-SEGMENTO-1-VP-FIM
                    VARYING WS-IDX-VP FROM 1 BY 1
                    UNTIL WS-IDX-VP > WS-QTD-VIEWPORTS

            IF NOT EM-ALGUM-VIEWPORT THEN
                ADD 1 TO WS-QTD-FORA-TODOS

                MOVE WS-SEG-X1 TO WS-XONE
                MOVE WS-SEG-Y1 TO WS-YONE
                MOVE WS-SEG-X2 TO WS-XTWO
                MOVE WS-SEG-Y2 TO WS-YTWO

                MOVE SPACES TO WS-LINHA-SAIDA
                STRING "NENHUM"        DELIMITED BY SIZE
                       ","             DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TAG-ELEMENTO)
                                       DELIMITED BY SIZE
                       ": "            DELIMITED BY SIZE
                       WS-XONE ","
                       WS-YONE ","
                       WS-XTWO ","
                       WS-YTWO         DELIMITED BY SIZE
                    INTO WS-LINHA-SAIDA
                END-STRING

                MOVE WS-LINHA-SAIDA TO REG-LINHA-CLIPADA
                WRITE REG-LINHA-CLIPADA
            END-IF
            .
       P-MULTI-SEGMENTO-FIM.

       P-MULTI-SEGMENTO-1-VP.
            PERFORM P-CARREGA-BORDAS THRU P-CARREGA-BORDAS-FIM

            MOVE WS-SEG-X1 TO WS-XONE
            MOVE WS-SEG-Y1 TO WS-YONE
            MOVE WS-SEG-X2 TO WS-XTWO
            MOVE WS-SEG-Y2 TO WS-YTWO

            PERFORM P-CLIPA-SEGMENTO THRU P-CLIPA-SEGMENTO-FIM

            EVALUATE TRUE
                WHEN LINHA-REJEITADA
                    ADD 1 TO WS-VP-QTD-REJEITADAS(WS-IDX-VP)
                    GO TO P-MULTI-SEGMENTO-1-VP-FIM
                WHEN LINHA-CLIPADA
                    ADD 1 TO WS-VP-QTD-CLIPADAS(WS-IDX-VP)
                WHEN OTHER
                    ADD 1 TO WS-VP-QTD-ACEITAS(WS-IDX-VP)
            END-EVALUATE

            MOVE 'S' TO WS-EM-ALGUM

            MOVE SPACES TO WS-LINHA-SAIDA
            STRING WS-VP-NOME(WS-IDX-VP) DELIMITED BY SPACE
                   ","                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TAG-ELEMENTO)
                                         DELIMITED BY SIZE
                   ": "                  DELIMITED BY SIZE
                   WS-XONE ","
                   WS-YONE ","
                   WS-XTWO ","
                   WS-YTWO               DELIMITED BY SIZE
                INTO WS-LINHA-SAIDA
            END-STRING

            MOVE WS-LINHA-SAIDA TO REG-LINHA-CLIPADA
            WRITE REG-LINHA-CLIPADA
            .
       P-MULTI-SEGMENTO-1-VP-FIM.

      * Passa o retangulo do viewport corrente da tabela para os
      * campos de borda usados pelas rotinas de clipping.
       P-CARREGA-BORDAS.
            MOVE WS-VP-XMIN(WS-IDX-VP) TO WS-XMIN
            MOVE WS-VP-XMAX(WS-IDX-VP) TO WS-XMAX
            MOVE WS-VP-YMIN(WS-IDX-VP) TO WS-YMIN
            MOVE WS-VP-YMAX(WS-IDX-VP) TO WS-YMAX
            .
       P-CARREGA-BORDAS-FIM.

      * Cabecalho "G,id,qtd" de um poligono fechado do lote: de 3 a
      * 20 vertices; fora disso o poligono e ignorado, mas os qtd
      * registros de vertice que o seguem sao consumidos mesmo assim.
       P-ABRE-POLIGONO-LOTE.
            MOVE FUNCTION NUMVAL(WS-CAMPO-2) TO WS-POLI-ID
            MOVE FUNCTION NUMVAL(WS-CAMPO-3) TO WS-POLI-RESTANTES
            MOVE ZEROES TO WS-QTD-VERT-LOTE
            MOVE 'N' TO WS-DESCARTA-POLI

            IF WS-POLI-RESTANTES < 3 OR WS-POLI-RESTANTES > 20 THEN
                DISPLAY "POLIGONO " WS-POLI-ID " FORA DE 3 A 20 "
                        "VERTICES - IGNORADO."
                MOVE 'S' TO WS-DESCARTA-POLI
            END-IF

            IF WS-POLI-RESTANTES > ZEROES THEN
                MOVE 'S' TO WS-EM-POLIGONO
            END-IF
            .
       P-ABRE-POLIGONO-LOTE-FIM.

       P-MULTI-VERTICE-POLIGONO.
            IF NOT DESCARTA-POLIGONO THEN
                ADD 1 TO WS-QTD-VERT-LOTE
                MOVE FUNCTION NUMVAL(WS-CAMPO-1)
                     TO WS-PL-X(WS-QTD-VERT-LOTE)
                MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                     TO WS-PL-Y(WS-QTD-VERT-LOTE)
            END-IF

            SUBTRACT 1 FROM WS-POLI-RESTANTES
            IF WS-POLI-RESTANTES EQUAL ZEROES THEN
                MOVE 'N' TO WS-EM-POLIGONO
                IF NOT DESCARTA-POLIGONO THEN
                    ADD 1 TO WS-QTD-LINHAS-LOTE
                    PERFORM P-MULTI-POLIGONO THRU P-MULTI-POLIGONO-FIM
                END-IF
            END-IF
            .
       P-MULTI-VERTICE-POLIGONO-FIM.

      * Clipa o poligono guardado contra cada viewport com o mesmo
      * Sutherland-Hodgman do modo 3; se nenhum viewport ficar com
      * vertice nenhum, o poligono sai com a etiqueta NENHUM.
       P-MULTI-POLIGONO.
            MOVE 'N' TO WS-EM-ALGUM

            MOVE SPACES TO WS-TAG-ELEMENTO
            STRING "G"        DELIMITED BY SIZE
                   WS-POLI-ID DELIMITED BY SIZE
                INTO WS-TAG-ELEMENTO
            END-STRING

            PERFORM P-MULTI-POLIGONO-1-VP
                    THRU P-MULTI-POLIGONO-1-VP-FIM
                    VARYING WS-IDX-VP FROM 1 BY 1
                    UNTIL WS-IDX-VP > WS-QTD-VIEWPORTS

            IF NOT EM-ALGUM-VIEWPORT THEN
                ADD 1 TO WS-QTD-FORA-TODOS

                MOVE SPACES TO WS-LINHA-SAIDA
                STRING "NENHUM,"        DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TAG-ELEMENTO)
                                        DELIMITED BY SIZE
                       ",VERTICES "     DELIMITED BY SIZE
                       WS-QTD-VERT-LOTE DELIMITED BY SIZE
                    INTO WS-LINHA-SAIDA
                END-STRING

                MOVE WS-LINHA-SAIDA TO REG-LINHA-CLIPADA
                WRITE REG-LINHA-CLIPADA
            END-IF
            .
       P-MULTI-POLIGONO-FIM.

      * Um viewport: poligono com todos os vertices dentro conta como
      * aceito inteiro; sem vertice que sobre, rejeitado; senao,
      * clipado. O que sobra sai como cabecalho mais um vertice por
      * linha.
       P-MULTI-POLIGONO-1-VP.
            PERFORM P-CARREGA-BORDAS THRU P-CARREGA-BORDAS-FIM

            MOVE WS-POLI-LOTE     TO WS-POLI-ENTRADA
            MOVE WS-QTD-VERT-LOTE TO WS-QTD-VERT-ENT

            MOVE 'S' TO WS-POLI-INTEIRO
            PERFORM P-VERIFICA-1-VERTICE THRU P-VERIFICA-1-VERTICE-FIM
                    VARYING WS-IDX-VERT FROM 1 BY 1
                    UNTIL WS-IDX-VERT > WS-QTD-VERT-ENT

            PERFORM P-POLI-CLIPA THRU P-POLI-CLIPA-FIM

            EVALUATE TRUE
                WHEN WS-QTD-VERT-ENT EQUAL ZEROES
                    ADD 1 TO WS-VP-QTD-REJEITADAS(WS-IDX-VP)
                    ADD 1 TO WS-QTD-REJEITADAS
                    GO TO P-MULTI-POLIGONO-1-VP-FIM
                WHEN POLIGONO-INTEIRO
                    ADD 1 TO WS-VP-QTD-ACEITAS(WS-IDX-VP)
                    ADD 1 TO WS-QTD-ACEITAS
                WHEN OTHER
                    ADD 1 TO WS-VP-QTD-CLIPADAS(WS-IDX-VP)
                    ADD 1 TO WS-QTD-CLIPADAS
            END-EVALUATE

            MOVE 'S' TO WS-EM-ALGUM

            MOVE SPACES TO WS-LINHA-SAIDA
            STRING WS-VP-NOME(WS-IDX-VP) DELIMITED BY SPACE
                   ","                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TAG-ELEMENTO)
                                         DELIMITED BY SIZE
                   ",VERTICES "          DELIMITED BY SIZE
                   WS-QTD-VERT-ENT       DELIMITED BY SIZE
                INTO WS-LINHA-SAIDA
            END-STRING

            MOVE WS-LINHA-SAIDA TO REG-LINHA-CLIPADA
            WRITE REG-LINHA-CLIPADA

            PERFORM P-GRAVA-1-VERTICE-MULTI
                    THRU P-GRAVA-1-VERTICE-MULTI-FIM
                    VARYING WS-IDX-VERT FROM 1 BY 1
                    UNTIL WS-IDX-VERT > WS-QTD-VERT-ENT
            .
       P-MULTI-POLIGONO-1-VP-FIM.

       P-VERIFICA-1-VERTICE.
            IF WS-PE-X(WS-IDX-VERT) < WS-XMIN
               OR WS-PE-X(WS-IDX-VERT) > WS-XMAX
               OR WS-PE-Y(WS-IDX-VERT) < WS-YMIN
               OR WS-PE-Y(WS-IDX-VERT) > WS-YMAX THEN
                MOVE 'N' TO WS-POLI-INTEIRO
            END-IF
            .
       P-VERIFICA-1-VERTICE-FIM.

       P-GRAVA-1-VERTICE-MULTI.
            MOVE SPACES TO WS-LINHA-SAIDA
            STRING WS-VP-NOME(WS-IDX-VP) DELIMITED BY SPACE
                   ","                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TAG-ELEMENTO)
                                         DELIMITED BY SIZE
                   ",V"                  DELIMITED BY SIZE
                   WS-IDX-VERT           DELIMITED BY SIZE
                   ": "                  DELIMITED BY SIZE
                   WS-PE-X(WS-IDX-VERT)  DELIMITED BY SIZE
                   ","                   DELIMITED BY SIZE
                   WS-PE-Y(WS-IDX-VERT)  DELIMITED BY SIZE
                INTO WS-LINHA-SAIDA
            END-STRING

            MOVE WS-LINHA-SAIDA TO REG-LINHA-CLIPADA
            WRITE REG-LINHA-CLIPADA
            .
       P-GRAVA-1-VERTICE-MULTI-FIM.

       P-MOSTRA-1-VIEWPORT.
            DISPLAY WS-VP-NOME(WS-IDX-VP) "  "
                    WS-VP-QTD-ACEITAS(WS-IDX-VP) "    "
                    WS-VP-QTD-CLIPADAS(WS-IDX-VP) "      "
                    WS-VP-QTD-REJEITADAS(WS-IDX-VP)
            .
       P-MOSTRA-1-VIEWPORT-FIM.

      * Totais do lote com varios viewports em CLIP_CONTROLE.dat: uma
      * linha por viewport no formato do modo 2 com o nome do
      * viewport no fim, e uma linha NENHUM com os elementos que nao
      * caem em viewport nenhum (na coluna de rejeitadas).
       P-GRAVA-ESTATISTICA-MULTI.
            OPEN EXTEND CONTROLE
            IF CTL-NOVO THEN
               OPEN OUTPUT CONTROLE
            END-IF

            IF NOT CTL-OK THEN
               DISPLAY "ERRO AO GRAVAR CLIP_CONTROLE.dat"
               DISPLAY "Error ID: " WS-CTL-FS
               GO TO P-GRAVA-ESTATISTICA-MULTI-FIM
            END-IF

            PERFORM P-GRAVA-1-ESTATISTICA-VP
                    THRU P-GRAVA-1-ESTATISTICA-VP-FIM
                    VARYING WS-IDX-VP FROM 1 BY 1
                    UNTIL WS-IDX-VP > WS-QTD-VIEWPORTS

            MOVE SPACES TO WS-LINHA-CONTROLE
            STRING FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
                   ','                          DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(9:6)  DELIMITED BY SIZE
                   ','                          DELIMITED BY SIZE
                   WS-QTD-LINHAS-LOTE          DELIMITED BY SIZE
                   ',00000,00000,'              DELIMITED BY SIZE
                   WS-QTD-FORA-TODOS           DELIMITED BY SIZE
                   ',NENHUM'                    DELIMITED BY SIZE
                   INTO WS-LINHA-CONTROLE
            END-STRING

            MOVE WS-LINHA-CONTROLE TO REG-CONTROLE
            WRITE REG-CONTROLE

            CLOSE CONTROLE
            .
       P-GRAVA-ESTATISTICA-MULTI-FIM.

       P-GRAVA-1-ESTATISTICA-VP.
            MOVE SPACES TO WS-LINHA-CONTROLE
            STRING FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
                   ','                          DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(9:6)  DELIMITED BY SIZE
                   ','                          DELIMITED BY SIZE
                   WS-QTD-LINHAS-LOTE          DELIMITED BY SIZE
                   ','                          DELIMITED BY SIZE
                   WS-VP-QTD-ACEITAS(WS-IDX-VP)
                                               DELIMITED BY SIZE
                   ','                          DELIMITED BY SIZE
                   WS-VP-QTD-CLIPADAS(WS-IDX-VP)
                                               DELIMITED BY SIZE
                   ','                          DELIMITED BY SIZE
                   WS-VP-QTD-REJEITADAS(WS-IDX-VP)
                                               DELIMITED BY SIZE
                   ','                          DELIMITED BY SIZE
                   WS-VP-NOME(WS-IDX-VP)       DELIMITED BY SPACE
                   INTO WS-LINHA-CONTROLE
            END-STRING

            MOVE WS-LINHA-CONTROLE TO REG-CONTROLE
            WRITE REG-CONTROLE
            .
       P-GRAVA-1-ESTATISTICA-VP-FIM.

       P-PERGUNTA-NOVAMENTE.
            DISPLAY " "
            DISPLAY " "
