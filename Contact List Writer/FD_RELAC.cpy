      ******************************************************************
      * Copybook: FD_RELAC
      * Author: Raphael Frei
      * Date: 15/10/2026
      * Purpose: Layout do registro de RELACOES.dat (vinculo entre dois
      *          contatos: REL-ID-ORIGEM e REL-TIPO de REL-ID-DESTINO,
      *          p.ex. 100 ASSISTENTE de 200, 300 REPORTA A 200).
      *          REL-SITUACAO 'R' = vinculo que passou para outro ID
      *          numa mesclagem e precisa ser revisado.
      ******************************************************************
       01 REG-RELACAO.
          03 REL-ID-ORIGEM        PIC 9(06).
          03 REL-TIPO             PIC X(12).
             88 REL-REPORTA-A     VALUE 'REPORTA A'.
             88 REL-ASSISTENTE    VALUE 'ASSISTENTE'.
             88 REL-GERENTE       VALUE 'GERENTE'.
             88 REL-CONJUGE       VALUE 'CONJUGE'.
             88 REL-SOCIO         VALUE 'SOCIO'.
             88 REL-OUTRO         VALUE 'OUTRO'.
             88 REL-TIPO-VALIDO   VALUE 'REPORTA A' 'ASSISTENTE'
                                        'GERENTE' 'CONJUGE' 'SOCIO'
                                        'OUTRO'.
          03 REL-ID-DESTINO       PIC 9(06).
          03 REL-SITUACAO         PIC X(01).
             88 REL-A-REVISAR     VALUE 'R'.
          03 REL-DATA             PIC 9(08).
          03 REL-OPERADOR         PIC X(08).
