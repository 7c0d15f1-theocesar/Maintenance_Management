      *    chamador como sexto parametro (cada terminal carimba com a
      *    propria sessao); Operador-atual.txt ficou so como fallback
      *    para chamadores sem sessao, como a rotina noturna.
      *    22/09/2026 - Kardex valorizado pelo custo medio movel: o
      *    movimento passa de 103 para 130 posicoes, com o custo
      *    unitario, o saldo em quantidade e o saldo em valor da peca
      *    depois dele (Kardex.txt existente converte uma vez pelo
      *    MIGRAKARDEX). O setimo parametro traz o custo unitario da
      *    entrada (nota do fornecedor, cadastro; zero = custo medio
      *    corrente) e devolve o custo medio da peca depois do
      *    movimento. Cada entrada recalcula a media pelo saldo
      *    valorizado do ultimo movimento da peca; a saida sai pelo
      *    custo medio e nao muda a media.
      *    01/10/2026 - O movimento grava a filial que vem no fim do
      *    operador da sessao (registro de 130 para 133; sem filial
      *    vale a 01, MIGRAFILIAL converte o Kardex.txt existente).
      *    Cada filial tem o proprio saldo e custo medio da peca:
      *    o saldo anterior so olha movimentos da mesma filial, e a
      *    transferencia entre filiais vira uma saida na origem e uma
      *    entrada no destino.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-KARDEX                    PIC X(133).

       FD OPERADOR-ATUAL
          RECORDING MODE IS F
      *         OPERADOR LOGADO
      *-----------------------------------------------------------------
       01 LINDET-OPERADOR               PIC X(35) VALUE SPACES.
       01 WS-KAR-FILIAL                 PIC X(02) VALUE '01'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           05 LINDET-KAR-ORIGEM         PIC X(15) VALUE SPACES.
           05 LINDET-KAR-SP7            PIC X(01) VALUE '|'.
           05 LINDET-KAR-OPERADOR       PIC X(35) VALUE SPACES.
           05 LINDET-KAR-SP8            PIC X(01) VALUE '|'.
           05 LINDET-KAR-CUSTO          PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-KAR-SP9            PIC X(01) VALUE '|'.
           05 LINDET-KAR-SALDO-QTD      PIC 9(06) VALUE ZEROS.
           05 LINDET-KAR-SP10           PIC X(01) VALUE '|'.
           05 LINDET-KAR-SALDO-VALOR    PIC 9(08)V99 VALUE ZEROS.
           05 LINDET-KAR-SP11           PIC X(01) VALUE '|'.
           05 LINDET-KAR-FILIAL         PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         SALDO VALORIZADO ANTERIOR (CUSTO MEDIO MOVEL)
      *-----------------------------------------------------------------
       01 WS-DADOS-KAR.
           05 FILLER                    PIC X(20).
           05 WS-LIDO-PECA              PIC X(06).
           05 FILLER                    PIC X(77).
           05 WS-LIDO-SP8               PIC X(01).
           05 WS-LIDO-CUSTO-X           PIC X(08).
           05 WS-LIDO-CUSTO-N REDEFINES WS-LIDO-CUSTO-X
                                        PIC 9(06)V99.
           05 FILLER                    PIC X(01).
           05 WS-LIDO-SALDO-QTD-X       PIC X(06).
           05 WS-LIDO-SALDO-QTD-N REDEFINES WS-LIDO-SALDO-QTD-X
                                        PIC 9(06).
           05 FILLER                    PIC X(01).
           05 WS-LIDO-SALDO-VALOR-X     PIC X(10).
           05 WS-LIDO-SALDO-VALOR-N REDEFINES WS-LIDO-SALDO-VALOR-X
                                        PIC 9(08)V99.
           05 FILLER                    PIC X(01).
           05 WS-LIDO-FILIAL            PIC X(02).

       01 WS-CLOSE-KAR                  PIC X(01) VALUE 'S'.
       01 WS-SALDO-QTD-ANT              PIC 9(06) VALUE ZEROS.
       01 WS-SALDO-VALOR-ANT            PIC 9(08)V99 VALUE ZEROS.
       01 WS-CUSTO-MEDIO-ANT            PIC 9(06)V99 VALUE ZEROS.
       01 WS-CUSTO-MOV                  PIC 9(06)V99 VALUE ZEROS.
       01 WS-VALOR-MOV                  PIC 9(08)V99 VALUE ZEROS.
      *-----------------------------------------------------------------

       LINKAGE SECTION.
       01 WS-SUB-QTD                    PIC 9(06).
       01 WS-SUB-MOTIVO                 PIC X(15).
       01 WS-SUB-ORIGEM                 PIC X(15).
       01 WS-SUB-OPERADOR               PIC X(38).
       01 WS-SUB-CUSTO                  PIC 9(06)V99.

       PROCEDURE DIVISION USING WS-SUB-TIPO, WS-SUB-PECA,
                       WS-SUB-QTD, WS-SUB-MOTIVO, WS-SUB-ORIGEM,
                       WS-SUB-OPERADOR, WS-SUB-CUSTO.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR.
           MOVE ':'          TO LINDET-KAR-HORA(3:1)
                                 LINDET-KAR-HORA(6:1)

           MOVE ZEROS TO WS-SALDO-QTD-ANT
           MOVE ZEROS TO WS-SALDO-VALOR-ANT
           MOVE ZEROS TO WS-CUSTO-MEDIO-ANT

           OPEN INPUT KARDEX-ARQ
           IF AS-STATUS-S = ZEROS
               MOVE 'S' TO WS-EXISTE-ARQUIVO
               PERFORM 1040-SALDO-ANTERIOR
               CLOSE KARDEX-ARQ
           ELSE
               MOVE 'N' TO WS-EXISTE-ARQUIVO
           ELSE
               PERFORM 1030-OPERADOR-DO-ARQUIVO
           END-IF

           MOVE '01' TO WS-KAR-FILIAL
           IF WS-SUB-OPERADOR(37:2) NOT = SPACES
               MOVE WS-SUB-OPERADOR(37:2) TO WS-KAR-FILIAL
           END-IF
           .
       1020-CARREGAR-OPERADOR-FIM.
           EXIT.
       1030-OPERADOR-DO-ARQUIVO-FIM.
           EXIT.

      *    SALDO VALORIZADO DA PECA ANTES DESTE MOVIMENTO: O DO ULTIMO
      *    MOVIMENTO DELA NO KARDEX. SEM SALDO, O CUSTO MEDIO FICA O
      *    ULTIMO CUSTO UNITARIO VISTO (PECA QUE ZEROU E VOLTA A SAIR).
       1040-SALDO-ANTERIOR             SECTION.

           MOVE 'S' TO WS-CLOSE-KAR
           PERFORM UNTIL WS-CLOSE-KAR = 'N'
               READ KARDEX-ARQ INTO WS-DADOS-KAR
                   AT END
                       MOVE 'N' TO WS-CLOSE-KAR
                   NOT AT END
                       IF WS-LIDO-FILIAL = SPACES
                           MOVE '01' TO WS-LIDO-FILIAL
                       END-IF
                       IF WS-LIDO-PECA = WS-SUB-PECA AND
                          WS-LIDO-FILIAL = WS-KAR-FILIAL AND
                          WS-LIDO-SP8 = '|' AND
                          WS-LIDO-CUSTO-X IS NUMERIC AND
                          WS-LIDO-SALDO-QTD-X IS NUMERIC AND
                          WS-LIDO-SALDO-VALOR-X IS NUMERIC
                           MOVE WS-LIDO-SALDO-QTD-N TO
                               WS-SALDO-QTD-ANT
                           MOVE WS-LIDO-SALDO-VALOR-N TO
                               WS-SALDO-VALOR-ANT
                           MOVE WS-LIDO-CUSTO-N TO WS-CUSTO-MEDIO-ANT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SALDO-QTD-ANT > ZEROS
               COMPUTE WS-CUSTO-MEDIO-ANT ROUNDED =
                   WS-SALDO-VALOR-ANT / WS-SALDO-QTD-ANT
           END-IF
           .
       1040-SALDO-ANTERIOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         PROCESSAMENTO
      *-----------------------------------------------------------------
           MOVE WS-SUB-MOTIVO TO LINDET-KAR-MOTIVO
           MOVE WS-SUB-ORIGEM TO LINDET-KAR-ORIGEM
           MOVE LINDET-OPERADOR TO LINDET-KAR-OPERADOR
           MOVE WS-KAR-FILIAL TO LINDET-KAR-FILIAL

           IF WS-SUB-TIPO = 'E'
               PERFORM 2010-VALORIZAR-ENTRADA
           ELSE
               PERFORM 2020-VALORIZAR-SAIDA
           END-IF
           MOVE WS-CUSTO-MOV TO LINDET-KAR-CUSTO

           MOVE LINDET-KARDEX TO ARQ-KARDEX
           WRITE ARQ-KARDEX
       2000-PROCESSAR-FIM.
           EXIT.

      *    ENTRADA: PELO CUSTO INFORMADO PELO CHAMADOR OU, SEM ELE,
      *    PELO CUSTO MEDIO CORRENTE; A MEDIA E RECALCULADA SOBRE O
      *    SALDO VALORIZADO E DEVOLVIDA AO CHAMADOR.
       2010-VALORIZAR-ENTRADA          SECTION.

           IF WS-SUB-CUSTO > ZEROS
               MOVE WS-SUB-CUSTO TO WS-CUSTO-MOV
           ELSE
               MOVE WS-CUSTO-MEDIO-ANT TO WS-CUSTO-MOV
           END-IF

           COMPUTE WS-VALOR-MOV = WS-CUSTO-MOV * WS-SUB-QTD
           COMPUTE LINDET-KAR-SALDO-QTD =
               WS-SALDO-QTD-ANT + WS-SUB-QTD
           COMPUTE LINDET-KAR-SALDO-VALOR =
               WS-SALDO-VALOR-ANT + WS-VALOR-MOV

           IF LINDET-KAR-SALDO-QTD > ZEROS
               COMPUTE WS-SUB-CUSTO ROUNDED =
                   LINDET-KAR-SALDO-VALOR / LINDET-KAR-SALDO-QTD
           ELSE
               MOVE WS-CUSTO-MOV TO WS-SUB-CUSTO
           END-IF
           .
       2010-VALORIZAR-ENTRADA-FIM.
           EXIT.

      *    SAIDA: PELO CUSTO MEDIO CORRENTE, QUE NAO MUDA. A ULTIMA
      *    UNIDADE LEVA O RESIDUO DE ARREDONDAMENTO DO SALDO EM VALOR.
       2020-VALORIZAR-SAIDA            SECTION.

           MOVE WS-CUSTO-MEDIO-ANT TO WS-CUSTO-MOV

           IF WS-SUB-QTD >= WS-SALDO-QTD-ANT
               MOVE ZEROS TO LINDET-KAR-SALDO-QTD
               MOVE ZEROS TO LINDET-KAR-SALDO-VALOR
           ELSE
               COMPUTE LINDET-KAR-SALDO-QTD =
                   WS-SALDO-QTD-ANT - WS-SUB-QTD
               COMPUTE WS-VALOR-MOV = WS-CUSTO-MOV * WS-SUB-QTD
               IF WS-VALOR-MOV < WS-SALDO-VALOR-ANT
                   COMPUTE LINDET-KAR-SALDO-VALOR =
                       WS-SALDO-VALOR-ANT - WS-VALOR-MOV
               ELSE
                   MOVE ZEROS TO LINDET-KAR-SALDO-VALOR
               END-IF
           END-IF

           MOVE WS-CUSTO-MOV TO WS-SUB-CUSTO
           .
       2020-VALORIZAR-SAIDA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------
