      *    parametro (cada terminal carimba o erro com a propria
      *    sessao); Operador-atual.txt ficou so como fallback para
      *    chamadores sem sessao, como a rotina noturna.
      *    01/10/2026 - Sessao do operador recebida com 38 posicoes
      *    (filial da sessao no fim); o log de erros continua gravando
      *    o operador nas mesmas 35 posicoes.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-SUB-ARQUIVO                PIC X(20).
       01 WS-SUB-STATUS                 PIC X(02).
       01 WS-SUB-FATAL                  PIC X(01).
       01 WS-SUB-OPERADOR               PIC X(38).

       PROCEDURE DIVISION USING WS-SUB-PROGRAMA, WS-SUB-SECAO,
                       WS-SUB-ARQUIVO, WS-SUB-STATUS, WS-SUB-FATAL,
