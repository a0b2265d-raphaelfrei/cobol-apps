      * Update: 02/09/2026 - Inicio, fim e tempo decorrido da execucao
      *                      registrados em DURACAO.dat via PG13DURLOG,
      *                      para o relatorio de duracoes anormais
      * Update: 15/10/2026 - Novo total CTL-QTD-SUPRIMIDOS de
      *                      CONTROLE.dat gravado zerado (so as
      *                      saidas para contato suprimem)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13EXPHST.
      * padrao dos demais programas de exportacao do cadastro.
       P-GRAVA-CONTROLE.
            MOVE 'PG13EXPHST'      TO CTL-PROGRAMA
            MOVE ZEROS             TO CTL-QTD-SUPRIMIDOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO CTL-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-HORA
            MOVE WS-QTD-LIDOS          TO CTL-QTD-LIDOS
