      ******************************************************************
      * Copybook: FD_ALTPR
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de ALT_PROGRAMADAS.dat (alteracoes
      *          de contato com data de vigencia futura, registradas
      *          pelo PG13ALTPRG e aplicadas na carga noturna pelo
      *          PG13APLPRG no dia da vigencia). Campo novo em branco
      *          = manter o valor atual. As linhas nunca sao apagadas
      *          - aplicadas, canceladas e recusadas ficam como trilha.
      *          O nome novo vem em prenome e sobrenome ja
      *          padronizados, com o nome curto em APG-NM-NOVO, e a
      *          data/hora da ultima alteracao do contato no registro
      *          fica guardada para a verificacao de concorrencia na
      *          aplicacao (linhas gravadas antes destes campos ficam
      *          com eles em branco).
      ******************************************************************
       01 REG-ALT-PROGRAMADA.
          03 APG-NUMERO           PIC 9(06).
          03 APG-ID-CONTATO       PIC 9(06).
          03 APG-DT-VIGENCIA      PIC 9(08).
          03 APG-NM-NOVO          PIC X(20).
          03 APG-TP-NOVO          PIC X(11).
          03 APG-FILIAL-NOVA      PIC X(03).
          03 APG-SOLICITANTE      PIC X(20).
          03 APG-OPERADOR         PIC X(08).
          03 APG-DT-REGISTRO      PIC 9(08).
          03 APG-HR-REGISTRO      PIC 9(06).
          03 APG-SITUACAO         PIC X(01).
             88 APG-PENDENTE    VALUE 'P'.
             88 APG-APLICADA    VALUE 'A'.
             88 APG-CANCELADA   VALUE 'C'.
             88 APG-RECUSADA    VALUE 'X'.
          03 APG-DT-SITUACAO      PIC 9(08).
          03 APG-OPER-SITUACAO    PIC X(08).
          03 APG-MOTIVO           PIC X(30).
          03 APG-PRENOME-NOVO     PIC X(30).
          03 APG-SOBRENOME-NOVO   PIC X(40).
          03 APG-DT-ULT-ALT-CTT.
             05 APG-DT-ULT-ALT-DATA PIC 9(08).
             05 APG-DT-ULT-ALT-HORA PIC 9(06).
