      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Rotina Compartilhada da Trilha de Acesso LGPD -
      *          chamada toda vez que um programa exibe o CPF completo
      *          de um contato ou gera o dossie dele; acrescenta a
      *          ACESSOS_LGPD.dat o operador da area de comunicacao do
      *          PG13MENU, o contato, o programa, o evento e a
      *          data/hora, para o PG13RELACS responder quem acessou
      *          os dados de um titular.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13ACSLOG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ACESSOS ASSIGN TO ".\ACESSOS_LGPD.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-ACS-FS.

       DATA DIVISION.

       FILE SECTION.
       FD ACESSOS.
          COPY FD_ACESS.

       WORKING-STORAGE SECTION.
       77 WS-ACS-FS             PIC 9(02).
          88 ACS-OK           VALUE 0.

       COPY LK_ERRFS.

       LINKAGE SECTION.
       COPY LK_ACSLOG.

       PROCEDURE DIVISION USING LK-ACS-AREA.
       MAIN-PROCEDURE.
            OPEN EXTEND ACESSOS
            IF WS-ACS-FS EQUAL 35 THEN
               OPEN OUTPUT ACESSOS
            END-IF

            IF ACS-OK THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO ACS-DATA
               MOVE FUNCTION CURRENT-DATE(9:6) TO ACS-HORA
               MOVE LK-ACS-OPERADOR   TO ACS-OPERADOR
               MOVE LK-ACS-ID-CONTATO TO ACS-ID-CONTATO
               MOVE LK-ACS-PROGRAMA   TO ACS-PROGRAMA
               MOVE LK-ACS-EVENTO     TO ACS-EVENTO

               WRITE REG-ACESSO

               CLOSE ACESSOS
            ELSE
               MOVE 'PG13ACSLOG'      TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR ACESSOS'  TO LK-ERRO-OPERACAO
               MOVE WS-ACS-FS         TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
            END-IF

            GOBACK
            .
       END PROGRAM PG13ACSLOG.
