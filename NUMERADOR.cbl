      *    do segundo terminal como 'ja minha' e os dois podiam sacar
      *    o mesmo numero. Sem operador (chamada avulsa), cai no nome
      *    fixo como antes.
      *    01/10/2026 - Sessao do operador com 38 posicoes (filial
      *    da sessao no fim).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-TRV-ACAO                   PIC X(01) VALUE SPACES.
       01 WS-TRV-MODULO                 PIC X(10) VALUE SPACES.
       01 WS-TRV-CHAVE                  PIC X(15) VALUE SPACES.
       01 WS-TRV-OPER                   PIC X(38) VALUE SPACES.
       01 WS-TRV-RESULTADO              PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------

       01 WS-SUB-SERIE                  PIC X(10).
       01 WS-SUB-SEMENTE                PIC 9(06).
       01 WS-SUB-PROXIMO                PIC 9(06).
       01 WS-SUB-OPERADOR               PIC X(38).

       PROCEDURE DIVISION USING WS-SUB-SERIE, WS-SUB-SEMENTE,
                       WS-SUB-PROXIMO, WS-SUB-OPERADOR.
