      *                      (chave de FILIAIS.dat; espacos =
      *                      registros anteriores a operacao em duas
      *                      filiais)
      * Update: 15/10/2026 - Cada meio de contato ganhou o indicador
      *                      de devolvido/nao entregue ('S' = carta
      *                      voltou dos Correios ou e-mail voltou),
      *                      com a data e o motivo, gravados por
      *                      PG13DEVOLV; o registro passou a 600
      *                      bytes, com uma reserva no fim para os
      *                      proximos campos nao obrigarem a mexer
      *                      de novo em todos os buffers
      * Update: 15/10/2026 - Territorio de vendas do contato e o
      *                      representante (operador) que o atende,
      *                      carimbados pela atribuicao PG13ATRTER e
      *                      movidos pela reatribuicao do territorio
      *                      em PG13TERRIT (tirados da reserva do fim
      *                      do registro; espacos = sem territorio)
      * Update: 15/10/2026 - Data da ultima verificacao dos dados com
      *                      o proprio contato e o operador que a
      *                      fez, carimbados pela fila de
      *                      reverificacao PG13VERCTT (tirados da
      *                      reserva do fim do registro; zeros ou
      *                      espacos = nunca verificado)
      * Update: 15/10/2026 - Nome de batismo (prenome) e sobrenome em
      *                      campos proprios, com espaco para o nome
      *                      brasileiro completo (tirados da reserva
      *                      do fim do registro); NM-CONTATO continua
      *                      como o nome curto de busca e de chave,
      *                      formado pelos 20 primeiros caracteres do
      *                      nome completo. Prenome em branco =
      *                      registro ainda nao separado pelo
      *                      PG13SEPNOM
      * Update: 15/10/2026 - Situacao cadastral do CPF na Receita
      *                      Federal (codigo devolvido pelo servico
      *                      de consulta) e a data da consulta,
      *                      gravadas pelo retorno do PG13SITCPF
      *                      (tirados da reserva do fim do registro;
      *                      espaco = nunca consultado)
      ******************************************************************
       01 REG-CONTATOS.
          03 ID-CONTATO           PIC 9(06).
          03 DT-NASCIMENTO        PIC 9(08).
          03 ID-EMPRESA           PIC 9(04).
          03 FILIAL-CONTATO       PIC X(03).
          03 CT-METODO-DEVOLUCOES.
             05 CT-DEVOLUCAO OCCURS 5 TIMES.
                07 CT-METODO-DEVOLVIDO PIC X(01).
                   88 METODO-DEVOLVIDO   VALUE 'S'.
                07 CT-METODO-DT-DEVOL  PIC 9(08).
                07 CT-METODO-MOT-DEVOL PIC X(20).
          03 TERRITORIO-CONTATO   PIC X(04).
          03 REPRES-CONTATO       PIC X(08).
          03 DT-ULT-VERIFICACAO   PIC 9(08).
          03 OPER-ULT-VERIFICACAO PIC X(08).
          03 NM-PRENOME           PIC X(30).
          03 NM-SOBRENOME         PIC X(40).
          03 CPF-SITUACAO-RF      PIC X(01).
             88 CPF-RF-NAO-CONSULTADO VALUE SPACE.
             88 CPF-RF-REGULAR        VALUE '0'.
             88 CPF-RF-SUSPENSO       VALUE '2'.
             88 CPF-RF-FALECIDO       VALUE '3'.
             88 CPF-RF-PENDENTE       VALUE '4'.
             88 CPF-RF-CANCELADO      VALUE '5' '9'.
             88 CPF-RF-NULO           VALUE '8'.
          03 CPF-DT-CONSULTA-RF   PIC 9(08).
          03 FILLER               PIC X(24).
