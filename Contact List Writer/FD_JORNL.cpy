      ******************************************************************
      * Copybook: FD_JORNL
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de JORNAL.dat (imagem completa de
      *          REG-CONTATOS antes e depois de cada gravacao em
      *          CONTATOS.dat, gravada via PG13JRNCTT e usada por
      *          PG13RECJRN para reaplicar as operacoes sobre uma
      *          geracao de backup restaurada)
      * Update: 15/10/2026 - Imagens acompanharam o crescimento de
      *                      FD_CONTT para 600 bytes
      ******************************************************************
       01 REG-JORNAL.
          03 JRN-DATA             PIC 9(08).
          03 JRN-HORA             PIC 9(06).
          03 JRN-PROGRAMA         PIC X(11).
          03 JRN-OPERADOR         PIC X(08).
          03 JRN-ACAO             PIC X(01).
             88 JRN-INCLUSAO    VALUE 'I'.
             88 JRN-REGRAVACAO  VALUE 'R'.
             88 JRN-REMOCAO     VALUE 'D'.
          03 JRN-OPERACAO         PIC X(10).
          03 JRN-ID-CONTATO       PIC 9(06).
          03 JRN-IMAGEM-ANTES     PIC X(600).
          03 JRN-IMAGEM-DEPOIS    PIC X(600).
