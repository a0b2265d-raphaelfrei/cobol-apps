      ******************************************************************
      * Copybook: FD_RESAL
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout de RESPONSAVEIS.dat - vinculo entre o aluno
      *          (matricula de ALUNOS.dat, mantido pelo PG20ALUNOS) e
      *          o contato responsavel por ele (ID-CONTATO de
      *          CONTATOS.dat), com o parentesco. O arquivo acumula e
      *          vale a gravacao mais recente do par matricula/
      *          contato; desfazer o vinculo grava o par de novo com
      *          a situacao 'E'
      ******************************************************************
       01 REG-RESPONSAVEL.
          03 RSA-MATRICULA        PIC 9(05).
          03 RSA-ID-CONTATO       PIC 9(06).
          03 RSA-PARENTESCO       PIC X(12).
          03 RSA-SITUACAO         PIC X(01).
             88 RSA-ATIVO           VALUE 'A'.
             88 RSA-DESFEITO        VALUE 'E'.
          03 RSA-DATA             PIC 9(08).
