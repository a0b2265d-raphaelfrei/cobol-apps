      ******************************************************************
      * Copybook: FD_JRDSC
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de JORNAL_DESCARTES.dat (uma linha
      *          por recuperacao do PG13RECJRN feita com data/hora de
      *          corte). As gravacoes do jornal depois do corte e ate
      *          o fim da recuperacao foram desfeitas pela restauracao
      *          e continuam em JORNAL.dat: quem le o jornal (uma
      *          recuperacao posterior, o movimento do faturamento
      *          PG13FATMOV) ignora as que caem numa destas janelas.
      *          Momentos como AAAAMMDDHHMMSS.
      ******************************************************************
       01 REG-JRN-DESCARTE.
          03 DSC-CORTE            PIC 9(14).
          03 DSC-RECUPERACAO      PIC 9(14).
          03 DSC-OPERADOR         PIC X(08).
          03 DSC-GERACAO          PIC X(40).
