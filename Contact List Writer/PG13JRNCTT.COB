      ******************************************************************
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Rotina Compartilhada de Jornal de CONTATOS.dat -
      *          chamada por todo programa que grava, regrava ou
      *          remove um registro de CONTATOS.dat, logo apos a
      *          operacao dar certo. Acrescenta a JORNAL.dat uma linha
      *          com data/hora, programa, operador, acao e as imagens
      *          completas do registro antes e depois, para que o
      *          PG13RECJRN possa reaplicar sobre uma geracao de backup
      *          restaurada tudo o que foi feito depois dela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PG13JRNCTT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT JORNAL ASSIGN TO ".\JORNAL.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE  STATUS IS WS-JRN-FS.

       DATA DIVISION.

       FILE SECTION.
       FD JORNAL.
          COPY FD_JORNL.

       WORKING-STORAGE SECTION.
       77 WS-JRN-FS             PIC 9(02).
          88 JRN-OK           VALUE 0.

       COPY LK_ERRFS.

       LINKAGE SECTION.
       COPY LK_JRNCTT.

       PROCEDURE DIVISION USING LK-JRN-AREA.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO JRN-DATA
            MOVE FUNCTION CURRENT-DATE(9:6) TO JRN-HORA
            MOVE LK-JRN-PROGRAMA TO JRN-PROGRAMA
            MOVE LK-JRN-OPERADOR TO JRN-OPERADOR
            MOVE LK-JRN-ACAO     TO JRN-ACAO
            MOVE LK-JRN-OPERACAO TO JRN-OPERACAO
            MOVE LK-JRN-ANTES    TO JRN-IMAGEM-ANTES
            MOVE LK-JRN-DEPOIS   TO JRN-IMAGEM-DEPOIS

      * A chave vem da imagem posterior; na remocao fisica, que nao
      * tem imagem posterior, vem da anterior.
            IF JRN-REMOCAO THEN
               MOVE LK-JRN-ANTES(1:6)  TO JRN-ID-CONTATO
            ELSE
               MOVE LK-JRN-DEPOIS(1:6) TO JRN-ID-CONTATO
            END-IF

            OPEN EXTEND JORNAL
            IF WS-JRN-FS EQUAL 35 THEN
               OPEN OUTPUT JORNAL
            END-IF

            IF JRN-OK THEN
               WRITE REG-JORNAL
               IF NOT JRN-OK THEN
                  MOVE 'PG13JRNCTT'      TO LK-ERRO-PROGRAMA
                  MOVE 'GRAVAR JORNAL'   TO LK-ERRO-OPERACAO
                  MOVE WS-JRN-FS         TO LK-ERRO-FS
                  CALL 'PG13ERRFS' USING LK-ERRO-AREA
               END-IF
               CLOSE JORNAL
            ELSE
               MOVE 'PG13JRNCTT'         TO LK-ERRO-PROGRAMA
               MOVE 'GRAVAR JORNAL'      TO LK-ERRO-OPERACAO
               MOVE WS-JRN-FS            TO LK-ERRO-FS
               CALL 'PG13ERRFS' USING LK-ERRO-AREA
            END-IF

            GOBACK
            .
       END PROGRAM PG13JRNCTT.
