      ******************************************************************
      * Copybook: FD_PEDTI
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de PEDIDOS_TITULAR.dat (registro
      *          dos pedidos de titulares de dados pela LGPD: quem
      *          pediu, o que pediu, o prazo legal de resposta e como
      *          e por quem o pedido foi encerrado), mantido pelo
      *          PG13PEDTIT
      ******************************************************************
       01 REG-PEDIDO.
          03 PED-NUMERO           PIC 9(06).
          03 PED-ID-CONTATO       PIC 9(06).
          03 PED-SOLICITANTE      PIC X(30).
          03 PED-TIPO             PIC X(01).
             88 PED-ACESSO          VALUE 'A'.
             88 PED-CORRECAO        VALUE 'C'.
             88 PED-ELIMINACAO      VALUE 'E'.
             88 PED-PORTABILIDADE   VALUE 'P'.
             88 PED-REVOGACAO       VALUE 'R'.
             88 PED-TIPO-VALIDO     VALUE 'A' 'C' 'E' 'P' 'R'.
          03 PED-DT-PEDIDO        PIC 9(08).
          03 PED-DT-PRAZO         PIC 9(08).
          03 PED-SITUACAO         PIC X(01).
             88 PED-ABERTO          VALUE 'A'.
             88 PED-ENCERRADO       VALUE 'E'.
          03 PED-OPR-ABERTURA     PIC X(08).
          03 PED-DESCRICAO        PIC X(40).
          03 PED-DT-ENCERRAMENTO  PIC 9(08).
          03 PED-OPR-ENCERRAMENTO PIC X(08).
          03 PED-RESOLUCAO        PIC X(01).
             88 RES-DOSSIE          VALUE 'D'.
             88 RES-CORRIGIDO       VALUE 'C'.
             88 RES-ANONIMIZADO     VALUE 'A'.
             88 RES-EXPORTADO       VALUE 'P'.
             88 RES-CONSENT-REVOG   VALUE 'R'.
             88 RES-INDEFERIDO      VALUE 'N'.
             88 RES-VALIDA          VALUE 'D' 'C' 'A' 'P' 'R' 'N'.
          03 PED-OBS-ENCERRAMENTO PIC X(40).
