      *    limpa todas as travas do operador (para o logoff). E uma
      *    disciplina cooperativa entre os programas do sistema, nao
      *    um lock de sistema operacional.
      *    01/10/2026 - Sessao do operador recebida com 38 posicoes
      *    (filial da sessao no fim); a trava continua gravando o
      *    operador nas mesmas 35 posicoes.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-SUB-ACAO                   PIC X(01).
       01 WS-SUB-MODULO                 PIC X(10).
       01 WS-SUB-CHAVE                  PIC X(15).
       01 WS-SUB-OPERADOR               PIC X(38).
       01 WS-SUB-RESULTADO              PIC X(01).

       PROCEDURE DIVISION USING WS-SUB-ACAO, WS-SUB-MODULO,
