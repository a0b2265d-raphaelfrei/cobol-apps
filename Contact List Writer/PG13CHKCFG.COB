      *                      com grupo e descricao (submenus do
      *                      PG13MENU); o grupo de cada linha tambem
      *                      passou a ser validado (1 a 4)
      * Update: 15/10/2026 - Opcoes n (PG13RECJRN) e o (PG13APRDES)
      *                      incluidas na lista do menu
      * Update: 15/10/2026 - Opcao p (PG13EDTTRN) incluida na lista
      * Update: 15/10/2026 - Opcao q (PG13FATMOV) incluida na lista
      * Update: 15/10/2026 - Opcao r (PG13DEVOLV) incluida na lista
      * Update: 15/10/2026 - Opcao s (PG13SUPRES) incluida na lista
      * Update: 15/10/2026 - Opcao t (PG13RESCAM) incluida na lista
      * Update: 15/10/2026 - Tabela de MENU_CFG.dat ampliada para 99
      *                      linhas, como no PG13MENU
      * Update: 15/10/2026 - Opcao u (PG13RELCTT) incluida na lista
      * Update: 15/10/2026 - Opcao v (PG13CNVIDX) incluida na lista
      * Update: 15/10/2026 - Opcao w (PG13FILCTT) incluida na lista
      * Update: 15/10/2026 - Opcao x (PG13TRFFIL) incluida na lista
      * Update: 15/10/2026 - Opcao y (PG13EXPICS) incluida na lista
      * Update: 15/10/2026 - Opcao z (PG13ANOCNT) incluida na lista
      * Update: 15/10/2026 - Letras e numeros esgotados: as opcoes
      *                      novas passam a usar sinais (a primeira e
      *                      # para PG13PEDTIT)
      * Update: 15/10/2026 - Opcao $ (PG13RELACS) incluida na lista
      * Update: 15/10/2026 - Opcao % (PG13TNDMES) incluida na lista
      * Update: 15/10/2026 - Opcao & (PG13FERIAD) incluida na lista
      * Update: 15/10/2026 - Opcao ( (PG13TERRIT) incluida na lista
      * Update: 15/10/2026 - Opcao ) (PG13ATRTER) incluida na lista
      * Update: 15/10/2026 - Opcao * (PG13CARREP) incluida na lista
      * Update: 15/10/2026 - Opcao + (PG13MRGEMP) incluida na lista
      * Update: 15/10/2026 - Opcao - (PG13EXPSMS) incluida na lista
      * Update: 15/10/2026 - Opcao / (PG13IMPVCF) incluida na lista
      * Update: 15/10/2026 - Opcao = (PG13NAVCTT) incluida na lista
      * Update: 15/10/2026 - Opcao @ (PG13RESPRG) incluida na lista
      * Update: 15/10/2026 - Opcao ! (PG13ALTPRG) incluida na lista
      * Update: 15/10/2026 - Opcao ? (PG13CATREL) incluida na lista
      * Update: 15/10/2026 - Opcao < (PG13MNTREF) incluida na lista
      * Update: 15/10/2026 - Opcao > (PG13VERCTT) incluida na lista
      * Update: 15/10/2026 - Opcao : (PG13PADCTT) incluida na lista
      * Update: 15/10/2026 - Opcao ; (PG13SEPNOM) incluida na lista
      * Update: 15/10/2026 - Opcao ^ (PG13BASTRE) incluida na lista
      * Update: 15/10/2026 - Opcao ~ (PG13EXPCOR) incluida na lista
      * Update: 15/10/2026 - Opcao | (PG13DORMEN) incluida na lista
      * Update: 15/10/2026 - Opcao [ (PG13TRTREJ) incluida na lista
      * Update: 15/10/2026 - Opcao ] (PG13RELCRT) incluida na lista
      * Update: 15/10/2026 - Opcao { (PG13RECERT) incluida na lista
      * Update: 15/10/2026 - Opcao } (PG13SITCPF) incluida na lista
      * Update: 15/10/2026 - Opcao _ (PG13DESM365) incluida na lista
      * Update: 15/10/2026 - Opcao . (PG13GRPM365) incluida na lista
      * Update: 15/10/2026 - Opcao , (PG13CUSM365) incluida na lista
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13CHKCFG.
      * Opcoes que o P-START do PG13MENU exibe hoje; manter esta
      * lista em dia quando uma opcao nova entrar no menu.
       01 WS-OPCOES-MENU.
          03 FILLER PIC X(36) VALUE
             '123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ0'.
          03 FILLER PIC X(26) VALUE
             'abcdefghijklmnopqrstuvwxyz'.
          03 FILLER PIC X(28) VALUE
             '#$%&()*+-/=@!?<>:;^~|[]{}_.,'.

       01 FILLER REDEFINES WS-OPCOES-MENU.
          03 WS-OPCAO-MENU OCCURS 90 TIMES PIC X(01).

       77 WS-QTD-OPCOES         PIC 9(02) VALUE 90.
       77 WS-IDX-OPC            PIC 9(02) VALUE ZEROS.

       01 WS-TABELA-CFG.
          03 WS-CFG-LINHA OCCURS 99 TIMES.
             05 WS-CFG-TAB-OPCAO      PIC X(01).
             05 WS-CFG-TAB-GRUPO      PIC X(01).
             05 WS-CFG-TAB-CAMINHO    PIC X(60).
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
