      ******************************************************************
      * Copybook: FD_RESPC
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de RESPOSTAS.dat (resultado de
      *          campanha: uma linha por resposta registrada para um
      *          contato selecionado em CAMPANHAS.dat; a linha mais
      *          recente do mesmo contato na mesma campanha e a que
      *          vale, as anteriores ficam como historico)
      ******************************************************************
       01 REG-RESPOSTA.
          03 RSP-CAMPANHA         PIC X(20).
          03 RSP-ID-CONTATO       PIC 9(06).
          03 RSP-CODIGO           PIC X(01).
             88 RSP-RESPONDEU     VALUE 'R'.
             88 RSP-INTERESSADO   VALUE 'I'.
             88 RSP-NAO-INTERESSE VALUE 'N'.
             88 RSP-CONVERTIDO    VALUE 'C'.
             88 RSP-SEM-RESPOSTA  VALUE 'S'.
             88 RSP-CODIGO-VALIDO VALUE 'R' 'I' 'N' 'C' 'S'.
             88 RSP-HOUVE-RETORNO VALUE 'R' 'I' 'N' 'C'.
          03 RSP-DATA             PIC 9(08).
          03 RSP-ORIGEM           PIC X(01).
             88 RSP-PELA-TELA     VALUE 'T'.
             88 RSP-PELO-ARQUIVO  VALUE 'A'.
          03 RSP-OPERADOR         PIC X(08).
