      ******************************************************************
      * Copybook: FD_CERTI
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout de CERTIFICADOS.dat - uma linha por certificado
      *          da trilha de treinamento emitido pelo PG18TREINA, com
      *          o nome do treinando, a data e hora da emissao e a
      *          identificacao do operador (OPR-ID de OPERADORES.dat)
      *          a quem o certificado pertence. Linhas gravadas antes
      *          do vinculo chegam com o operador em branco e sao
      *          vinculadas pelo PG27CERTIF
      * Update: 15/10/2026 - Data de validade do certificado (a
      *                      trilha vale 12 meses); linhas anteriores
      *                      chegam com o campo em branco e valem ate
      *                      um ano depois da emissao
      ******************************************************************
       01 REG-CERTREG.
          03 CTD-NOME             PIC X(15).
          03 CTD-DATA             PIC 9(08).
          03 CTD-HORA             PIC 9(06).
          03 CTD-OPR-ID           PIC X(08).
          03 CTD-VALIDADE         PIC 9(08).
