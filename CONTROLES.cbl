      *    verdade). Tudo em Controle-numeracao.txt. Numero de fatura
      *    duplicado e apontamento de auditoria esperando para
      *    acontecer; melhor a gente achar primeiro.
      *    01/10/2026 - Manutencao.txt e Historico-anual.txt lidos
      *    com 179 posicoes, Faturas.txt com 122 e Orcamentos.txt com
      *    149 (filial no fim). A numeracao continua unica para todas
      *    as filiais.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MAINTENANCE               PIC X(179).

       FD HISTORICO-ANUAL
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HISTORICO-ANUAL           PIC X(179).

       FD FATURAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FATURAS                   PIC X(122).

       FD ORCAMENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-ORCAMENTOS                PIC X(149).

       FD PEDIDOS
          RECORDING MODE IS F
       01 WS-BURACO-ATE                 PIC 9(06) VALUE ZEROS.

       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-DADOS                      PIC X(179) VALUE SPACES.
       01 WS-CAMPO1-X                   PIC X(06) VALUE SPACES.
       01 WS-CAMPO2-X                   PIC X(59) VALUE SPACES.
       01 WS-CAMPO3-X                   PIC X(10) VALUE SPACES.
       LINKAGE SECTION.

       01 WS-SUB-OPTION                 PIC X(01).
       01 WS-OPERADOR-SESSAO            PIC X(38).

       PROCEDURE DIVISION USING WS-SUB-OPTION,
                       WS-OPERADOR-SESSAO.
