      ******************************************************************
      * Copybook: FD_FERIA
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de FERIADOS.dat (calendario de
      *          feriados usado pela rotina de dias uteis PG13DIAUTL e
      *          mantido pelo PG13FERIAD): nacional, estadual (vale
      *          para as filiais da UF) ou de uma filial so; o feriado
      *          anual vale todo ano no mesmo dia e mes da data
      *          cadastrada
      ******************************************************************
       01 REG-FERIADO.
          03 FER-DATA             PIC 9(08).
          03 FER-ABRANGENCIA      PIC X(01).
             88 FER-NACIONAL        VALUE 'N'.
             88 FER-ESTADUAL        VALUE 'E'.
             88 FER-DA-FILIAL       VALUE 'F'.
             88 FER-ABRANG-VALIDA   VALUE 'N' 'E' 'F'.
          03 FER-UF               PIC X(02).
          03 FER-FILIAL           PIC X(03).
          03 FER-ANUAL            PIC X(01).
             88 FER-REPETE-TODO-ANO VALUE 'S'.
          03 FER-DESCRICAO        PIC X(30).
