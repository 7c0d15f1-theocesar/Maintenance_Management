       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTREIO.
      ******************************************************************
      * Author: Théo César
      * Date: 24/09/2026
      * Purpose: Rastreabilidade por numero de serie ou lote das pecas
      *          marcadas como rastreadas (baterias, pneus e afins)
      * Modifications:
      *    24/09/2026 - Rastreio's structure finished. Cada unidade de
      *    peca rastreada (indicador S = numero de serie, L = lote no
      *    cadastro de pecas) que entra ou sai do estoque vira uma
      *    linha em Rastreio.txt com o numero, a quantidade, o pedido
      *    de compra e o fornecedor de origem, a OS e a placa de
      *    destino e a data. A acao vem do chamador no primeiro
      *    parametro: E = recebimento do pedido (pede um numero por
      *    unidade, ou os lotes com a quantidade de cada um, ate
      *    cobrir a quantidade recebida); S = consumo na OS (lista os
      *    numeros com saldo e exige a escolha do numero usado; sem
      *    nenhum numero disponivel - estoque anterior ao rastreio - a
      *    saida fica registrada como SEM REGISTRO); V = OS cancelada
      *    (devolve ao saldo, sem perguntar, os numeros que aquela OS
      *    tinha consumido da peca); C = consulta por numero de serie
      *    ou lote (pedido, fornecedor e data de recebimento, e cada
      *    OS, placa e cliente que recebeu a peca - no caso de lote, a
      *    lista de todos os veiculos atingidos), mostrada na tela e
      *    gravada em Rastreio-consulta.txt para um eventual recall.
      *    30/09/2026 - Registro do cliente com 236 posicoes
      *    (consentimento de marketing por canal no fim).
      *    03/10/2026 - Veiculos.txt lido com 85 posicoes (chassi no
      *    fim do registro).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RASTREIO-ARQ ASSIGN TO WS-ARQ-RASTREIO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-RAS.

       SELECT CONSULTA ASSIGN TO WS-ARQ-CONSULTA-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CON.

       SELECT VEICULOS ASSIGN TO WS-ARQ-VEICULOS-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ARQ-VEICULOS-PLACA
       FILE STATUS IS AS-STATUS-VEI.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ARQ-CLIENTES-CPF
       FILE STATUS IS AS-STATUS-CLI.

       DATA DIVISION.
       FILE SECTION.

       FD RASTREIO-ARQ
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RASTREIO                  PIC X(72).

       FD CONSULTA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONSULTA                  PIC X(120).

       FD VEICULOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-VEICULOS.
           05 ARQ-VEICULOS-PLACA        PIC X(08).
           05 ARQ-VEICULOS-SUFIXO       PIC X(77).

       FD CLIENTES
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CLIENTES.
           05 ARQ-CLIENTES-PREFIXO      PIC X(43).
           05 ARQ-CLIENTES-CPF          PIC X(11).
           05 ARQ-CLIENTES-SUFIXO       PIC X(182).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-RAS                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CON                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-VEI                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CLI                 PIC 9(02) VALUE ZEROS.

       01 WS-DATA                       PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-RASTREIO-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-CONSULTA-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-VEICULOS-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-CLIENTES-PATH          PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         DEFINICAO DE DETALHE
      *-----------------------------------------------------------------
      *    MOVIMENTO: E = ENTRADA (RECEBIMENTO DO PEDIDO), S = SAIDA
      *    (CONSUMO NA OS), V = VOLTA AO ESTOQUE (OS CANCELADA).
       01 LINDET-RASTREIO.
           05 LINDET-RAS-MOV            PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RAS-PECA           PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RAS-MODO           PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RAS-NUMERO         PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RAS-QTD            PIC 9(04) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RAS-PEDIDO         PIC 9(05) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RAS-FORNECEDOR     PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RAS-OS             PIC X(06) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RAS-PLACA          PIC X(08) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RAS-DATA           PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         MOVIMENTO LIDO
      *-----------------------------------------------------------------
       01 WS-DADOS-RAS.
           05 WS-RL-MOV                 PIC X(01).
           05 FILLER                    PIC X(01).
           05 WS-RL-PECA                PIC X(04).
           05 FILLER                    PIC X(01).
           05 WS-RL-MODO                PIC X(01).
           05 FILLER                    PIC X(01).
           05 WS-RL-NUMERO              PIC X(20).
           05 FILLER                    PIC X(01).
           05 WS-RL-QTD-X               PIC X(04).
           05 WS-RL-QTD-N REDEFINES WS-RL-QTD-X
                                        PIC 9(04).
           05 FILLER                    PIC X(01).
           05 WS-RL-PEDIDO              PIC X(05).
           05 FILLER                    PIC X(01).
           05 WS-RL-FORNECEDOR          PIC X(04).
           05 FILLER                    PIC X(01).
           05 WS-RL-OS                  PIC X(06).
           05 FILLER                    PIC X(01).
           05 WS-RL-PLACA               PIC X(08).
           05 FILLER                    PIC X(01).
           05 WS-RL-DATA                PIC X(10).

       01 WS-CLOSE-RAS                  PIC X(01) VALUE 'S'.
       01 WS-RAS-ABERTO                 PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         SALDO POR NUMERO DE SERIE / LOTE DA PECA
      *-----------------------------------------------------------------
       01 WS-TAB-NUMEROS.
           05 WS-TN-ITEM OCCURS 500 TIMES.
               10 WS-TN-NUMERO          PIC X(20) VALUE SPACES.
               10 WS-TN-SALDO           PIC S9(05) VALUE ZEROS.

       01 WS-TN-QTD                     PIC 9(03) VALUE ZEROS.
       01 WS-TN-I                       PIC 9(03) VALUE ZEROS.
       01 WS-TN-ACHOU                   PIC X(01) VALUE 'N'.
       01 WS-TN-BUSCA                   PIC X(20) VALUE SPACES.
       01 WS-TN-MOV                     PIC S9(05) VALUE ZEROS.
       01 WS-TN-SALDO-ED                PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         CAPTURA E ESCOLHA DOS NUMEROS
      *-----------------------------------------------------------------
       01 WS-NUMERO                     PIC X(20) VALUE SPACES.
       01 WS-FALTA                      PIC 9(04) VALUE ZEROS.
       01 WS-QTD-INFORMADA              PIC 9(04) VALUE ZEROS.
       01 WS-QTD-LIMITE                 PIC 9(04) VALUE ZEROS.
       01 WS-TOTAL-DISP                 PIC S9(05) VALUE ZEROS.
       01 WS-QTD-DEVOLVIDOS             PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         CONSULTA POR NUMERO
      *-----------------------------------------------------------------
       01 WS-LINHA-CONS                 PIC X(120) VALUE SPACES.
       01 WS-QTD-ACHADOS                PIC 9(05) VALUE ZEROS.
       01 WS-QTD-VEICULOS               PIC 9(05) VALUE ZEROS.
       01 WS-VEI-ABERTO                 PIC X(01) VALUE 'N'.
       01 WS-CLI-ABERTO                 PIC X(01) VALUE 'N'.
       01 WS-NOME-CLIENTE               PIC X(40) VALUE SPACES.

       01 WS-DADOS-VEICULOS             PIC X(85) VALUE SPACES.
       01 WS-DADOS-CLIENTES             PIC X(236) VALUE SPACES.
       01 WS-VEI-PLACA                  PIC X(13) VALUE SPACES.
       01 WS-VEI-MARCA                  PIC X(15) VALUE SPACES.
       01 WS-VEI-MODELO                 PIC X(15) VALUE SPACES.
       01 WS-VEI-ANO                    PIC X(15) VALUE SPACES.
       01 WS-VEI-CPF                    PIC 9(11) VALUE ZEROS.
      *-----------------------------------------------------------------

       LINKAGE SECTION.

       01 WS-SUB-ACAO                   PIC X(01).
       01 WS-SUB-PECA                   PIC X(04).
       01 WS-SUB-MODO                   PIC X(01).
       01 WS-SUB-QTD                    PIC 9(04).
       01 WS-SUB-PEDIDO                 PIC 9(05).
       01 WS-SUB-FORNECEDOR             PIC X(04).
       01 WS-SUB-OS                     PIC X(06).
       01 WS-SUB-PLACA                  PIC X(08).

       PROCEDURE DIVISION USING WS-SUB-ACAO, WS-SUB-PECA,
                       WS-SUB-MODO, WS-SUB-QTD, WS-SUB-PEDIDO,
                       WS-SUB-FORNECEDOR, WS-SUB-OS, WS-SUB-PLACA.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.


            STOP RUN.

      *-----------------------------------------------------------------
      *         INICIALIZACAO
      *-----------------------------------------------------------------

       1000-INICIALIZAR                SECTION.

           PERFORM 1010-CARREGAR-DIRETORIO

           ACCEPT WS-DATA FROM DATE YYYYMMDD

           MOVE WS-DATA(1:4) TO LINDET-RAS-DATA(7:4)
           MOVE WS-DATA(5:2) TO LINDET-RAS-DATA(4:2)
           MOVE WS-DATA(7:2) TO LINDET-RAS-DATA(1:2)
           MOVE '/'          TO LINDET-RAS-DATA(3:1)
                                 LINDET-RAS-DATA(6:1)

           MOVE 'N' TO WS-RAS-ABERTO
           MOVE ZEROS TO WS-TN-QTD
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *    SECAO PARA MONTAR OS CAMINHOS DOS ARQUIVOS A PARTIR DE UM
      *    DIRETORIO CONFIGURAVEL PELA VARIAVEL DE AMBIENTE
      *    VOLVO_COBOL_DIR, CAINDO PARA O DIRETORIO PADRAO SE ELA NAO
      *    ESTIVER DEFINIDA.
       1010-CARREGAR-DIRETORIO         SECTION.

           ACCEPT WS-CFG-BASE-DIR FROM ENVIRONMENT 'VOLVO_COBOL_DIR'
           IF WS-CFG-BASE-DIR = SPACES
               MOVE 'C:/Users/Theo/Desktop/Escola/Volvo/COBOL/' TO
                   WS-CFG-BASE-DIR
           END-IF

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Rastreio.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-RASTREIO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Rastreio-consulta.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CONSULTA-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Relatorio-veiculos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-VEICULOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Clientes.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CLIENTES-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         PROCESSAMENTO
      *-----------------------------------------------------------------

       2000-PROCESSAR                  SECTION.

           EVALUATE WS-SUB-ACAO
               WHEN 'E'
                   PERFORM 2100-REGISTRAR-ENTRADA
               WHEN 'S'
                   PERFORM 2200-REGISTRAR-SAIDA
               WHEN 'V'
                   PERFORM 2300-ESTORNAR-SAIDA
               WHEN 'C'
                   PERFORM 2400-CONSULTAR-NUMERO
               WHEN OTHER
                   DISPLAY 'ACAO DE RASTREIO INVALIDA: ' WS-SUB-ACAO
           END-EVALUATE
           .
       2000-PROCESSAR-FIM.
           EXIT.

      *    SALDO DE CADA NUMERO DA PECA: ENTRADAS E VOLTAS SOMAM,
      *    SAIDAS SUBTRAEM.
       2050-CARREGAR-SALDOS            SECTION.

           MOVE ZEROS TO WS-TN-QTD

           OPEN INPUT RASTREIO-ARQ
           IF AS-STATUS-RAS = ZEROS
               MOVE 'S' TO WS-CLOSE-RAS
               PERFORM UNTIL WS-CLOSE-RAS = 'N'
                   READ RASTREIO-ARQ INTO WS-DADOS-RAS
                       AT END
                           MOVE 'N' TO WS-CLOSE-RAS
                       NOT AT END
                           IF WS-RL-PECA = WS-SUB-PECA AND
                              WS-RL-QTD-X IS NUMERIC
                               PERFORM 2055-ACUMULAR-SALDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RASTREIO-ARQ
           END-IF
           .
       2050-CARREGAR-SALDOS-FIM.
           EXIT.

       2055-ACUMULAR-SALDO             SECTION.

           MOVE WS-RL-NUMERO TO WS-TN-BUSCA
           MOVE WS-RL-QTD-N TO WS-TN-MOV
           IF WS-RL-MOV = 'S'
               COMPUTE WS-TN-MOV = WS-TN-MOV * -1
           END-IF
           PERFORM 2065-SOMAR-NO-NUMERO
           .
       2055-ACUMULAR-SALDO-FIM.
           EXIT.

       2060-LOCALIZAR-NUMERO           SECTION.

           MOVE 'N' TO WS-TN-ACHOU
           PERFORM VARYING WS-TN-I FROM 1 BY 1
                   UNTIL WS-TN-I > WS-TN-QTD OR WS-TN-ACHOU = 'S'
               IF WS-TN-NUMERO(WS-TN-I) = WS-TN-BUSCA
                   MOVE 'S' TO WS-TN-ACHOU
               END-IF
           END-PERFORM
           IF WS-TN-ACHOU = 'S'
               SUBTRACT 1 FROM WS-TN-I
           END-IF
           .
       2060-LOCALIZAR-NUMERO-FIM.
           EXIT.

      *    SOMA WS-TN-MOV AO SALDO DO NUMERO WS-TN-BUSCA, INCLUINDO O
      *    NUMERO NA TABELA SE FOR A PRIMEIRA VEZ QUE APARECE.
       2065-SOMAR-NO-NUMERO            SECTION.

           PERFORM 2060-LOCALIZAR-NUMERO
           IF WS-TN-ACHOU = 'N' AND WS-TN-QTD < 500
               ADD 1 TO WS-TN-QTD
               MOVE WS-TN-QTD TO WS-TN-I
               MOVE WS-TN-BUSCA TO WS-TN-NUMERO(WS-TN-I)
               MOVE ZEROS TO WS-TN-SALDO(WS-TN-I)
               MOVE 'S' TO WS-TN-ACHOU
           END-IF
           IF WS-TN-ACHOU = 'S'
               ADD WS-TN-MOV TO WS-TN-SALDO(WS-TN-I)
           END-IF
           .
       2065-SOMAR-NO-NUMERO-FIM.
           EXIT.

       2090-ABRIR-GRAVACAO             SECTION.

           OPEN INPUT RASTREIO-ARQ
           IF AS-STATUS-RAS = ZEROS
               CLOSE RASTREIO-ARQ
               OPEN EXTEND RASTREIO-ARQ
           ELSE
               OPEN OUTPUT RASTREIO-ARQ
           END-IF

           IF AS-STATUS-RAS NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-RAS
           ELSE
               MOVE 'S' TO WS-RAS-ABERTO
           END-IF
           .
       2090-ABRIR-GRAVACAO-FIM.
           EXIT.

       2095-GRAVAR-MOVIMENTO           SECTION.

           MOVE WS-SUB-PECA TO LINDET-RAS-PECA
           MOVE WS-SUB-MODO TO LINDET-RAS-MODO
           MOVE LINDET-RASTREIO TO ARQ-RASTREIO
           WRITE ARQ-RASTREIO
           .
       2095-GRAVAR-MOVIMENTO-FIM.
           EXIT.

      *    RECEBIMENTO DO PEDIDO: UM NUMERO POR UNIDADE (SERIE) OU OS
      *    LOTES COM A QUANTIDADE DE CADA UM, ATE COBRIR A QUANTIDADE
      *    RECEBIDA.
       2100-REGISTRAR-ENTRADA          SECTION.

           PERFORM 2050-CARREGAR-SALDOS
           PERFORM 2090-ABRIR-GRAVACAO
           IF WS-RAS-ABERTO = 'S'
               MOVE 'E' TO LINDET-RAS-MOV
               MOVE WS-SUB-PEDIDO TO LINDET-RAS-PEDIDO
               MOVE WS-SUB-FORNECEDOR TO LINDET-RAS-FORNECEDOR
               MOVE SPACES TO LINDET-RAS-OS
               MOVE SPACES TO LINDET-RAS-PLACA

               IF WS-SUB-MODO = 'S'
                   DISPLAY 'PECA ' WS-SUB-PECA ' RASTREADA POR NUMERO '
                       'DE SERIE: INFORME O NUMERO DE CADA UNIDADE.'
               ELSE
                   DISPLAY 'PECA ' WS-SUB-PECA ' RASTREADA POR LOTE: '
                       'INFORME OS LOTES RECEBIDOS.'
               END-IF

               MOVE WS-SUB-QTD TO WS-FALTA
               PERFORM UNTIL WS-FALTA = ZEROS
                   PERFORM 2110-CAPTURAR-ENTRADA
               END-PERFORM
           END-IF
           .
       2100-REGISTRAR-ENTRADA-FIM.
           EXIT.

       2110-CAPTURAR-ENTRADA           SECTION.

           MOVE SPACES TO WS-NUMERO
           IF WS-SUB-MODO = 'S'
               DISPLAY 'NUMERO DE SERIE (FALTAM ' WS-FALTA '):'
           ELSE
               DISPLAY 'NUMERO DO LOTE (FALTAM ' WS-FALTA '):'
           END-IF
           ACCEPT WS-NUMERO

           IF WS-NUMERO = SPACES
               DISPLAY 'NUMERO EM BRANCO NAO E ACEITO.'
           ELSE
               MOVE WS-NUMERO TO WS-TN-BUSCA
               PERFORM 2060-LOCALIZAR-NUMERO
               IF WS-SUB-MODO = 'S' AND WS-TN-ACHOU = 'S'
                   DISPLAY 'NUMERO DE SERIE JA REGISTRADO PARA A '
                       'PECA ' WS-SUB-PECA '.'
               ELSE
                   IF WS-SUB-MODO = 'S'
                       MOVE 1 TO WS-QTD-INFORMADA
                   ELSE
                       MOVE ZEROS TO WS-QTD-INFORMADA
                       DISPLAY 'QUANTIDADE DESTE LOTE (ZERO = AS '
                           WS-FALTA ' RESTANTES):'
                       ACCEPT WS-QTD-INFORMADA
                       IF WS-QTD-INFORMADA = ZEROS OR
                          WS-QTD-INFORMADA > WS-FALTA
                           MOVE WS-FALTA TO WS-QTD-INFORMADA
                       END-IF
                   END-IF

                   MOVE WS-NUMERO TO LINDET-RAS-NUMERO
                   MOVE WS-QTD-INFORMADA TO LINDET-RAS-QTD
                   PERFORM 2095-GRAVAR-MOVIMENTO

                   MOVE WS-QTD-INFORMADA TO WS-TN-MOV
                   PERFORM 2065-SOMAR-NO-NUMERO
                   SUBTRACT WS-QTD-INFORMADA FROM WS-FALTA
               END-IF
           END-IF
           .
       2110-CAPTURAR-ENTRADA-FIM.
           EXIT.

      *    CONSUMO NA OS: O OPERADOR ESCOLHE, ENTRE OS NUMEROS COM
      *    SALDO, QUAL FOI USADO. SEM NENHUM NUMERO DISPONIVEL (PECA
      *    EM ESTOQUE DESDE ANTES DO RASTREIO) A SAIDA FICA
      *    REGISTRADA COMO SEM REGISTRO, PARA A OS NAO TRAVAR.
       2200-REGISTRAR-SAIDA            SECTION.

           PERFORM 2050-CARREGAR-SALDOS
           PERFORM 2090-ABRIR-GRAVACAO
           IF WS-RAS-ABERTO = 'S'
               MOVE 'S' TO LINDET-RAS-MOV
               MOVE ZEROS TO LINDET-RAS-PEDIDO
               MOVE SPACES TO LINDET-RAS-FORNECEDOR
               MOVE WS-SUB-OS TO LINDET-RAS-OS
               MOVE WS-SUB-PLACA TO LINDET-RAS-PLACA

               DISPLAY 'PECA ' WS-SUB-PECA ' E RASTREADA: ESCOLHA O '
                   'NUMERO USADO NA OS ' WS-SUB-OS '.'

               MOVE WS-SUB-QTD TO WS-FALTA
               PERFORM UNTIL WS-FALTA = ZEROS
                   PERFORM 2210-ESCOLHER-SAIDA
               END-PERFORM
           END-IF
           .
       2200-REGISTRAR-SAIDA-FIM.
           EXIT.

       2210-ESCOLHER-SAIDA             SECTION.

           PERFORM 2220-LISTAR-DISPONIVEIS

           IF WS-TOTAL-DISP NOT > ZEROS
               DISPLAY 'NENHUM NUMERO DISPONIVEL: ' WS-FALTA
                   ' UNIDADE(S) FICAM SEM REGISTRO NA OS.'
               MOVE 'SEM REGISTRO' TO LINDET-RAS-NUMERO
               MOVE WS-FALTA TO LINDET-RAS-QTD
               PERFORM 2095-GRAVAR-MOVIMENTO
               MOVE ZEROS TO WS-FALTA
           ELSE
               MOVE SPACES TO WS-NUMERO
               DISPLAY 'NUMERO USADO (FALTAM ' WS-FALTA '):'
               ACCEPT WS-NUMERO

               MOVE WS-NUMERO TO WS-TN-BUSCA
               PERFORM 2060-LOCALIZAR-NUMERO
               IF WS-NUMERO = SPACES OR WS-TN-ACHOU = 'N'
                   DISPLAY 'NUMERO NAO DISPONIVEL PARA ESTA PECA.'
               ELSE
                   IF WS-TN-SALDO(WS-TN-I) NOT > ZEROS
                       DISPLAY 'NUMERO NAO DISPONIVEL PARA ESTA PECA.'
                   ELSE
                       PERFORM 2230-GRAVAR-SAIDA
                   END-IF
               END-IF
           END-IF
           .
       2210-ESCOLHER-SAIDA-FIM.
           EXIT.

       2220-LISTAR-DISPONIVEIS         SECTION.

           MOVE ZEROS TO WS-TOTAL-DISP
           PERFORM VARYING WS-TN-I FROM 1 BY 1
                   UNTIL WS-TN-I > WS-TN-QTD
               IF WS-TN-SALDO(WS-TN-I) > ZEROS
                   ADD WS-TN-SALDO(WS-TN-I) TO WS-TOTAL-DISP
                   MOVE WS-TN-SALDO(WS-TN-I) TO WS-TN-SALDO-ED
                   DISPLAY '  ' WS-TN-NUMERO(WS-TN-I)
                       ' DISPONIVEL: ' WS-TN-SALDO-ED
               END-IF
           END-PERFORM
           .
       2220-LISTAR-DISPONIVEIS-FIM.
           EXIT.

      *    GRAVA A SAIDA DO NUMERO ESCOLHIDO (WS-TN-I): UMA UNIDADE
      *    POR NUMERO DE SERIE; NO LOTE, A QUANTIDADE INFORMADA,
      *    LIMITADA AO SALDO DO LOTE E AO QUE FALTA NA OS.
       2230-GRAVAR-SAIDA               SECTION.

           IF WS-FALTA < WS-TN-SALDO(WS-TN-I)
               MOVE WS-FALTA TO WS-QTD-LIMITE
           ELSE
               MOVE WS-TN-SALDO(WS-TN-I) TO WS-QTD-LIMITE
           END-IF

           IF WS-SUB-MODO = 'S'
               MOVE 1 TO WS-QTD-INFORMADA
           ELSE
               MOVE ZEROS TO WS-QTD-INFORMADA
               DISPLAY 'QUANTIDADE DESTE LOTE (ZERO = '
                   WS-QTD-LIMITE '):'
               ACCEPT WS-QTD-INFORMADA
               IF WS-QTD-INFORMADA = ZEROS OR
                  WS-QTD-INFORMADA > WS-QTD-LIMITE
                   MOVE WS-QTD-LIMITE TO WS-QTD-INFORMADA
               END-IF
           END-IF

           MOVE WS-NUMERO TO LINDET-RAS-NUMERO
           MOVE WS-QTD-INFORMADA TO LINDET-RAS-QTD
           PERFORM 2095-GRAVAR-MOVIMENTO

           SUBTRACT WS-QTD-INFORMADA FROM WS-TN-SALDO(WS-TN-I)
           SUBTRACT WS-QTD-INFORMADA FROM WS-FALTA
           .
       2230-GRAVAR-SAIDA-FIM.
           EXIT.

      *    OS CANCELADA: O QUE A OS CONSUMIU DA PECA, MENOS O QUE JA
      *    VOLTOU, VOLTA AO SALDO DE CADA NUMERO.
       2300-ESTORNAR-SAIDA             SECTION.

           MOVE ZEROS TO WS-TN-QTD
           MOVE ZEROS TO WS-QTD-DEVOLVIDOS

           OPEN INPUT RASTREIO-ARQ
           IF AS-STATUS-RAS = ZEROS
               MOVE 'S' TO WS-CLOSE-RAS
               PERFORM UNTIL WS-CLOSE-RAS = 'N'
                   READ RASTREIO-ARQ INTO WS-DADOS-RAS
                       AT END
                           MOVE 'N' TO WS-CLOSE-RAS
                       NOT AT END
                           IF WS-RL-PECA = WS-SUB-PECA AND
                              WS-RL-OS = WS-SUB-OS AND
                              WS-RL-QTD-X IS NUMERIC
                               PERFORM 2310-ACUMULAR-DA-OS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RASTREIO-ARQ
           END-IF

           IF WS-TN-QTD > ZEROS
               PERFORM 2090-ABRIR-GRAVACAO
               IF WS-RAS-ABERTO = 'S'
                   MOVE 'V' TO LINDET-RAS-MOV
                   MOVE ZEROS TO LINDET-RAS-PEDIDO
                   MOVE SPACES TO LINDET-RAS-FORNECEDOR
                   MOVE WS-SUB-OS TO LINDET-RAS-OS
                   MOVE WS-SUB-PLACA TO LINDET-RAS-PLACA
                   PERFORM VARYING WS-TN-I FROM 1 BY 1
                           UNTIL WS-TN-I > WS-TN-QTD
                       IF WS-TN-SALDO(WS-TN-I) > ZEROS AND
                          WS-TN-NUMERO(WS-TN-I) NOT = 'SEM REGISTRO'
                           MOVE WS-TN-NUMERO(WS-TN-I) TO
                               LINDET-RAS-NUMERO
                           MOVE WS-TN-SALDO(WS-TN-I) TO LINDET-RAS-QTD
                           PERFORM 2095-GRAVAR-MOVIMENTO
                           ADD 1 TO WS-QTD-DEVOLVIDOS
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF WS-QTD-DEVOLVIDOS > ZEROS
               DISPLAY 'RASTREIO: ' WS-QTD-DEVOLVIDOS ' NUMERO(S) DA '
                   'PECA ' WS-SUB-PECA ' DE VOLTA AO ESTOQUE.'
           END-IF
           .
       2300-ESTORNAR-SAIDA-FIM.
           EXIT.

       2310-ACUMULAR-DA-OS             SECTION.

           MOVE WS-RL-NUMERO TO WS-TN-BUSCA
           MOVE WS-RL-QTD-N TO WS-TN-MOV
           EVALUATE WS-RL-MOV
               WHEN 'S'
                   PERFORM 2065-SOMAR-NO-NUMERO
               WHEN 'V'
                   COMPUTE WS-TN-MOV = WS-TN-MOV * -1
                   PERFORM 2065-SOMAR-NO-NUMERO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2310-ACUMULAR-DA-OS-FIM.
           EXIT.

      *    CONSULTA POR NUMERO DE SERIE OU LOTE: DE ONDE VEIO E PARA
      *    ONDE FOI. NO LOTE, A LISTA DE SAIDAS E A DE TODOS OS
      *    VEICULOS QUE RECEBERAM PECA DELE.
       2400-CONSULTAR-NUMERO           SECTION.

           MOVE SPACES TO WS-NUMERO
           DISPLAY 'NUMERO DE SERIE OU LOTE:'
           ACCEPT WS-NUMERO

           IF WS-NUMERO = SPACES
               DISPLAY 'NUMERO EM BRANCO.'
           ELSE
               OPEN INPUT RASTREIO-ARQ
               IF AS-STATUS-RAS NOT EQUAL ZEROS
                   DISPLAY 'NENHUM MOVIMENTO DE RASTREIO REGISTRADO.'
               ELSE
                   PERFORM 2410-VARRER-CONSULTA
                   CLOSE RASTREIO-ARQ
               END-IF
           END-IF
           .
       2400-CONSULTAR-NUMERO-FIM.
           EXIT.

       2410-VARRER-CONSULTA            SECTION.

           MOVE ZEROS TO WS-QTD-ACHADOS
           MOVE ZEROS TO WS-QTD-VEICULOS

           OPEN OUTPUT CONSULTA
           IF AS-STATUS-CON NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-CON
           END-IF

           MOVE 'N' TO WS-VEI-ABERTO
           OPEN INPUT VEICULOS
           IF AS-STATUS-VEI = ZEROS
               MOVE 'S' TO WS-VEI-ABERTO
           END-IF
           MOVE 'N' TO WS-CLI-ABERTO
           OPEN INPUT CLIENTES
           IF AS-STATUS-CLI = ZEROS
               MOVE 'S' TO WS-CLI-ABERTO
           END-IF

           MOVE SPACES TO WS-LINHA-CONS
           STRING 'RASTREIO DO NUMERO ' DELIMITED BY SIZE
                  WS-NUMERO DELIMITED BY '  '
                  ' EM ' DELIMITED BY SIZE
                  LINDET-RAS-DATA DELIMITED BY SIZE
                  INTO WS-LINHA-CONS
           PERFORM 2490-EMITIR-LINHA

           MOVE 'S' TO WS-CLOSE-RAS
           PERFORM UNTIL WS-CLOSE-RAS = 'N'
               READ RASTREIO-ARQ INTO WS-DADOS-RAS
                   AT END
                       MOVE 'N' TO WS-CLOSE-RAS
                   NOT AT END
                       IF WS-RL-NUMERO = WS-NUMERO
                           ADD 1 TO WS-QTD-ACHADOS
                           PERFORM 2420-MOSTRAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-ACHADOS = ZEROS
               MOVE 'NUMERO NAO ENCONTRADO NO RASTREIO.' TO
                   WS-LINHA-CONS
           ELSE
               MOVE SPACES TO WS-LINHA-CONS
               STRING 'SAIDAS PARA VEICULOS: ' DELIMITED BY SIZE
                      WS-QTD-VEICULOS DELIMITED BY SIZE
                      ' (LISTA EM RASTREIO-CONSULTA.TXT)'
                          DELIMITED BY SIZE
                      INTO WS-LINHA-CONS
           END-IF
           PERFORM 2490-EMITIR-LINHA

           IF WS-VEI-ABERTO = 'S'
               CLOSE VEICULOS
           END-IF
           IF WS-CLI-ABERTO = 'S'
               CLOSE CLIENTES
           END-IF
           IF AS-STATUS-CON = ZEROS
               CLOSE CONSULTA
           END-IF
           .
       2410-VARRER-CONSULTA-FIM.
           EXIT.

       2420-MOSTRAR-MOVIMENTO          SECTION.

           MOVE SPACES TO WS-LINHA-CONS
           EVALUATE WS-RL-MOV
               WHEN 'E'
                   STRING 'ENTRADA PECA ' DELIMITED BY SIZE
                          WS-RL-PECA DELIMITED BY SIZE
                          ' QTD ' DELIMITED BY SIZE
                          WS-RL-QTD-X DELIMITED BY SIZE
                          ' PEDIDO ' DELIMITED BY SIZE
                          WS-RL-PEDIDO DELIMITED BY SIZE
                          ' FORNECEDOR ' DELIMITED BY SIZE
                          WS-RL-FORNECEDOR DELIMITED BY SIZE
                          ' RECEBIDO EM ' DELIMITED BY SIZE
                          WS-RL-DATA DELIMITED BY SIZE
                          INTO WS-LINHA-CONS
               WHEN 'S'
                   ADD 1 TO WS-QTD-VEICULOS
                   PERFORM 2430-CLIENTE-DA-PLACA
                   STRING 'SAIDA   PECA ' DELIMITED BY SIZE
                          WS-RL-PECA DELIMITED BY SIZE
                          ' QTD ' DELIMITED BY SIZE
                          WS-RL-QTD-X DELIMITED BY SIZE
                          ' OS ' DELIMITED BY SIZE
                          WS-RL-OS DELIMITED BY SIZE
                          ' PLACA ' DELIMITED BY SIZE
                          WS-RL-PLACA DELIMITED BY SIZE
                          ' EM ' DELIMITED BY SIZE
                          WS-RL-DATA DELIMITED BY SIZE
                          ' CLIENTE ' DELIMITED BY SIZE
                          WS-NOME-CLIENTE DELIMITED BY '  '
                          INTO WS-LINHA-CONS
               WHEN 'V'
                   SUBTRACT 1 FROM WS-QTD-VEICULOS
                   STRING 'ESTORNO PECA ' DELIMITED BY SIZE
                          WS-RL-PECA DELIMITED BY SIZE
                          ' QTD ' DELIMITED BY SIZE
                          WS-RL-QTD-X DELIMITED BY SIZE
                          ' OS ' DELIMITED BY SIZE
                          WS-RL-OS DELIMITED BY SIZE
                          ' PLACA ' DELIMITED BY SIZE
                          WS-RL-PLACA DELIMITED BY SIZE
                          ' EM ' DELIMITED BY SIZE
                          WS-RL-DATA DELIMITED BY SIZE
                          ' (OS CANCELADA)' DELIMITED BY SIZE
                          INTO WS-LINHA-CONS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-LINHA-CONS NOT = SPACES
               PERFORM 2490-EMITIR-LINHA
           END-IF
           .
       2420-MOSTRAR-MOVIMENTO-FIM.
           EXIT.

      *    PROPRIETARIO DO VEICULO: PLACA -> CPF EM VEICULOS -> NOME
      *    EM CLIENTES.
       2430-CLIENTE-DA-PLACA           SECTION.

           MOVE 'NAO LOCALIZADO' TO WS-NOME-CLIENTE
           IF WS-VEI-ABERTO = 'S'
               MOVE WS-RL-PLACA TO ARQ-VEICULOS-PLACA
               READ VEICULOS INTO WS-DADOS-VEICULOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       UNSTRING WS-DADOS-VEICULOS DELIMITED BY '|' INTO
                                           WS-VEI-PLACA
                                           WS-VEI-MARCA
                                           WS-VEI-MODELO
                                           WS-VEI-ANO
                                           WS-VEI-CPF
                       IF WS-CLI-ABERTO = 'S'
                           MOVE WS-VEI-CPF TO ARQ-CLIENTES-CPF
                           READ CLIENTES INTO WS-DADOS-CLIENTES
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   UNSTRING WS-DADOS-CLIENTES
                                       DELIMITED BY '|' INTO
                                           WS-NOME-CLIENTE
                           END-READ
                       END-IF
               END-READ
           END-IF
           .
       2430-CLIENTE-DA-PLACA-FIM.
           EXIT.

       2490-EMITIR-LINHA               SECTION.

           DISPLAY WS-LINHA-CONS
           IF AS-STATUS-CON = ZEROS
               MOVE WS-LINHA-CONS TO ARQ-CONSULTA
               WRITE ARQ-CONSULTA
           END-IF
           .
       2490-EMITIR-LINHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------

       3000-FINALIZAR                  SECTION.

           IF WS-RAS-ABERTO = 'S'
               CLOSE RASTREIO-ARQ
               MOVE 'N' TO WS-RAS-ABERTO
           END-IF

            EXIT PROGRAM
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM RASTREIO.
