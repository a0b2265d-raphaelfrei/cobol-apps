      ******************************************************************
      * Copybook: FD_APROV
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de APROVACOES.dat (fila de
      *          aprovacao em duas pessoas das operacoes destrutivas:
      *          quem pediu, qual operacao, parametros, quem aprovou
      *          ou rejeitou e quando, e quem executou). As linhas nunca
      *          sao apagadas - aprovadas, rejeitadas e executadas
      *          ficam como trilha para a auditoria.
      ******************************************************************
       01 REG-APROVACAO.
          03 APV-NUMERO           PIC 9(06).
          03 APV-OPERACAO         PIC X(10).
          03 APV-PARAMETROS       PIC X(40).
          03 APV-SOLICITANTE      PIC X(08).
          03 APV-DT-SOLIC         PIC 9(08).
          03 APV-HR-SOLIC         PIC 9(06).
          03 APV-SITUACAO         PIC X(01).
             88 APV-PENDENTE    VALUE 'P'.
             88 APV-APROVADA    VALUE 'A'.
             88 APV-REJEITADA   VALUE 'R'.
             88 APV-EXECUTADA   VALUE 'E'.
          03 APV-APROVADOR        PIC X(08).
          03 APV-DT-DECISAO       PIC 9(08).
          03 APV-HR-DECISAO       PIC 9(06).
          03 APV-MOTIVO           PIC X(40).
          03 APV-EXECUTOR         PIC X(08).
          03 APV-DT-EXECUCAO      PIC 9(08).
          03 APV-HR-EXECUCAO      PIC 9(06).
