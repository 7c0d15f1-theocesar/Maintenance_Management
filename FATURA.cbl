      *    repassa ao NUMERADOR: a trava da serie de faturas fica no
      *    nome do terminal, em vez do nome fixo que fazia os dois
      *    terminais contarem como o mesmo dono.
      *    18/09/2026 - Fatura com mao de obra sai com o aviso do RPS
      *    (o proprio numero da fatura), que o FINANCEIRO envia em
      *    lote a prefeitura; o numero da NFS-e e o codigo de
      *    verificacao sao acrescentados a esta via no retorno.
      *    20/09/2026 - Recebe do chamador a linha de rateio do
      *    sinistro (em branco na fatura comum): a via da franquia do
      *    segurado e a via da seguradora saem com a identificacao do
      *    sinistro logo abaixo do total.
      *    01/10/2026 - A fatura grava a filial que vem no fim do
      *    operador recebido (a da OS) no fim do razao Faturas.txt
      *    (registro de 119 para 122); sem filial vale a 01.
      *    12/10/2026 - Nova linha do carro reserva: o km rodado alem
      *    da franquia nos carros reserva devolvidos da OS (subprograma
      *    CORTESIA) sai na via do cliente; o valor ja vem somado no
      *    total pelo chamador, como os servicos de terceiros.
      *    13/10/2026 - Desconto da OS (subprograma DESCONTO) em linha
      *    propria na via do cliente, com os valores sem desconto e o
      *    motivo. A mao de obra e as pecas ja chegam com o desconto
      *    abatido pelo chamador, entao o ISS e o ICMS saem sobre o
      *    valor com desconto.
      *    15/10/2026 - A via da seguradora no rateio do sinistro nao
      *    leva a linha do carro reserva: o km excedente e cobrado so
      *    na via do segurado.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FATURAS                   PIC X(122).

       FD FAT-IMPRESSA
          RECORDING MODE IS F
       01 WS-DATA-EMISSAO               PIC X(10) VALUE SPACES.
       01 WS-EXISTE-ARQUIVO             PIC X(01) VALUE 'N'.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-DADOS                      PIC X(122) VALUE SPACES.
       01 WS-PROXIMA-FATURA             PIC 9(06) VALUE ZEROS.
       01 WS-NUM-SERIE-CH               PIC X(10) VALUE SPACES.
       01 WS-NUM-SEMENTE                PIC 9(06) VALUE ZEROS.
       01 WS-TER-SUBTOTAL               PIC 9(06)V99 VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         KM EXCEDENTE DO CARRO RESERVA (SUBPROGRAMA CORTESIA)
      *-----------------------------------------------------------------
       01 WS-CRT-OPCAO                  PIC X(01) VALUE 'V'.
       01 WS-CRT-OS                     PIC X(06) VALUE SPACES.
       01 WS-CRT-DATA                   PIC X(10) VALUE SPACES.
       01 WS-CRT-KM                     PIC 9(05) VALUE ZEROS.
       01 WS-CRT-VALOR                  PIC 9(06)V99 VALUE ZEROS.
       01 WS-CRT-PARTE-SEG              PIC 9(02) VALUE ZEROS.
       01 WS-CRT-LISTA                  PIC X(1000) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         DESCONTO DA OS (SUBPROGRAMA DESCONTO)
      *-----------------------------------------------------------------
       01 WS-DSC-OPCAO                  PIC X(01) VALUE 'L'.
       01 WS-DSC-ORC                    PIC X(06) VALUE SPACES.
       01 WS-DSC-OS                     PIC X(06) VALUE SPACES.
       01 WS-DSC-PLACA                  PIC X(08) VALUE SPACES.
       01 WS-DSC-MAO                    PIC 9(06)V99 VALUE ZEROS.
       01 WS-DSC-PECAS                  PIC 9(06)V99 VALUE ZEROS.
       01 WS-DSC-DESC-MAO               PIC 9(06)V99 VALUE ZEROS.
       01 WS-DSC-DESC-PECAS             PIC 9(06)V99 VALUE ZEROS.
       01 WS-DSC-TEXTO                  PIC X(80) VALUE SPACES.
       01 WS-DSC-BRUTO-MAO              PIC 9(06)V99 VALUE ZEROS.
       01 WS-DSC-BRUTO-PECAS            PIC 9(06)V99 VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         CHECKLIST DE INSPECAO DA OS (IMPRESSO NA FATURA)
      *-----------------------------------------------------------------
           05 LINDET-FAT-ISS            PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-FAT-SP9            PIC X(01) VALUE '|'.
           05 LINDET-FAT-ICMS           PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-FAT-SP10           PIC X(01) VALUE '|'.
           05 LINDET-FAT-FILIAL         PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------

       LINKAGE SECTION.
       01 WS-SUB-MAO-OBRA               PIC 9(06)V99.
       01 WS-SUB-PECAS-VAL              PIC 9(06)V99.
       01 WS-SUB-TOTAL                  PIC 9(06)V99.
       01 WS-SUB-OPERADOR               PIC X(38).
       01 WS-SUB-RATEIO                 PIC X(80).

       PROCEDURE DIVISION USING WS-SUB-OS, WS-SUB-PLACA, WS-SUB-MARCA,
                       WS-SUB-MODELO, WS-SUB-TIPO-SERVICO,
                       WS-SUB-DATA-CONCLUSAO, WS-SUB-CLIENTE,
                       WS-SUB-ENDERECO, WS-SUB-TELEFONE, WS-SUB-PECAS,
                       WS-SUB-MAO-OBRA, WS-SUB-PECAS-VAL, WS-SUB-TOTAL,
                       WS-SUB-OPERADOR, WS-SUB-RATEIO.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR.
           MOVE WS-SUB-PECAS-VAL TO LINDET-FAT-PECAS
           MOVE WS-SUB-TOTAL TO LINDET-FAT-TOTAL

      *    COM DESCONTO NA OS, A MAO DE OBRA E AS PECAS RECEBIDAS JA
      *    SAO AS LIQUIDAS: OS IMPOSTOS CAEM SOBRE O VALOR DESCONTADO.
           COMPUTE WS-VALOR-ISS =
               (WS-SUB-MAO-OBRA * WS-ISS-PCT) / 100
           COMPUTE WS-VALOR-ICMS =

           MOVE WS-VALOR-ISS TO LINDET-FAT-ISS
           MOVE WS-VALOR-ICMS TO LINDET-FAT-ICMS
           MOVE WS-SUB-OPERADOR(37:2) TO LINDET-FAT-FILIAL
           IF LINDET-FAT-FILIAL = SPACES
               MOVE '01' TO LINDET-FAT-FILIAL
           END-IF

           MOVE LINDET-FAT TO ARQ-FATURAS
           WRITE ARQ-FATURAS
           MOVE WS-LINHA-IMP TO ARQ-FAT-IMPRESSA
           WRITE ARQ-FAT-IMPRESSA

           PERFORM 2500-IMPRIMIR-DESCONTO

           MOVE SPACES TO WS-LINHA-IMP
           STRING 'MAO DE OBRA: ' DELIMITED BY SIZE
                  WS-SUB-MAO-OBRA DELIMITED BY SIZE
           MOVE WS-LINHA-IMP TO ARQ-FAT-IMPRESSA
           WRITE ARQ-FAT-IMPRESSA

           IF WS-SUB-RATEIO NOT = SPACES
               MOVE WS-SUB-RATEIO TO ARQ-FAT-IMPRESSA
               WRITE ARQ-FAT-IMPRESSA
           END-IF

           IF WS-SUB-MAO-OBRA > ZEROS
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'RPS NR ' DELIMITED BY SIZE
                      LINDET-FAT-NUM DELIMITED BY SIZE
                      ' - SERA CONVERTIDO EM NFS-E' DELIMITED BY SIZE
                      ' PELA PREFEITURA' DELIMITED BY SIZE
                      INTO WS-LINHA-IMP
               MOVE WS-LINHA-IMP TO ARQ-FAT-IMPRESSA
               WRITE ARQ-FAT-IMPRESSA
           END-IF

           PERFORM 2300-IMPRIMIR-TERCEIROS

           PERFORM 2400-IMPRIMIR-CARRO-RESERVA

           PERFORM 2200-IMPRIMIR-CHECKLIST

           CLOSE FAT-IMPRESSA
       2350-LINHA-TERCEIRO-FIM.
           EXIT.

      *    IMPRIME NA VIA DO CLIENTE O KM RODADO ALEM DA FRANQUIA NOS
      *    CARROS RESERVA JA DEVOLVIDOS DA OS E O VALOR COBRADO. NA
      *    VIA DA SEGURADORA (RATEIO DO SINISTRO) NAO SAI: ESSE VALOR
      *    ENTRA SO NA PARTE DO SEGURADO.
       2400-IMPRIMIR-CARRO-RESERVA     SECTION.

           MOVE ZEROS TO WS-CRT-VALOR
           MOVE ZEROS TO WS-CRT-PARTE-SEG
           INSPECT WS-SUB-RATEIO TALLYING WS-CRT-PARTE-SEG
               FOR ALL 'PARTE DA SEGURADORA'

           IF WS-CRT-PARTE-SEG = ZEROS
               MOVE 'V' TO WS-CRT-OPCAO
               MOVE WS-SUB-OS TO WS-CRT-OS
               MOVE ZEROS TO WS-CRT-KM
               CALL 'CORTESIA' USING WS-CRT-OPCAO, WS-SUB-OPERADOR,
                   WS-CRT-OS, WS-CRT-DATA, WS-CRT-KM, WS-CRT-VALOR,
                   WS-CRT-LISTA
           END-IF

           IF WS-CRT-VALOR > ZEROS
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'CARRO RESERVA - KM EXCEDENTE: ' DELIMITED BY SIZE
                      WS-CRT-KM DELIMITED BY SIZE
                      ' KM  R$: ' DELIMITED BY SIZE
                      WS-CRT-VALOR DELIMITED BY SIZE
                      INTO WS-LINHA-IMP
               MOVE WS-LINHA-IMP TO ARQ-FAT-IMPRESSA
               WRITE ARQ-FAT-IMPRESSA
           END-IF
           .
       2400-IMPRIMIR-CARRO-RESERVA-FIM.
           EXIT.

      *    IMPRIME O DESCONTO DA OS: OS VALORES ANTES DELE E A LINHA
      *    DO DESCONTO COM O MOTIVO. AS FATURAS DE RATEIO DO SINISTRO
      *    SAEM SO COM A PARCELA DE CADA PAGADOR, SEM ESSA LINHA.
       2500-IMPRIMIR-DESCONTO          SECTION.

           IF WS-SUB-RATEIO = SPACES AND WS-SUB-OS > ZEROS
               MOVE 'L' TO WS-DSC-OPCAO
               MOVE SPACES TO WS-DSC-ORC
               MOVE WS-SUB-OS TO WS-DSC-OS
               MOVE WS-SUB-PLACA TO WS-DSC-PLACA
               MOVE ZEROS TO WS-DSC-DESC-MAO
               MOVE ZEROS TO WS-DSC-DESC-PECAS
               MOVE SPACES TO WS-DSC-TEXTO
               CALL 'DESCONTO' USING WS-DSC-OPCAO, WS-SUB-OPERADOR,
                   WS-DSC-ORC, WS-DSC-OS, WS-DSC-PLACA, WS-DSC-MAO,
                   WS-DSC-PECAS, WS-DSC-DESC-MAO, WS-DSC-DESC-PECAS,
                   WS-DSC-TEXTO

               IF WS-DSC-DESC-MAO > ZEROS OR WS-DSC-DESC-PECAS > ZEROS
                   COMPUTE WS-DSC-BRUTO-MAO =
                       WS-SUB-MAO-OBRA + WS-DSC-DESC-MAO
                   COMPUTE WS-DSC-BRUTO-PECAS =
                       WS-SUB-PECAS-VAL + WS-DSC-DESC-PECAS

                   MOVE SPACES TO WS-LINHA-IMP
                   STRING 'SEM DESCONTO - MAO DE OBRA: '
                              DELIMITED BY SIZE
                          WS-DSC-BRUTO-MAO DELIMITED BY SIZE
                          '  PECAS: ' DELIMITED BY SIZE
                          WS-DSC-BRUTO-PECAS DELIMITED BY SIZE
                          INTO WS-LINHA-IMP
                   MOVE WS-LINHA-IMP TO ARQ-FAT-IMPRESSA
                   WRITE ARQ-FAT-IMPRESSA

                   MOVE WS-DSC-TEXTO TO ARQ-FAT-IMPRESSA
                   WRITE ARQ-FAT-IMPRESSA

                   MOVE SPACES TO WS-LINHA-IMP
                   STRING 'DESCONTO - MAO DE OBRA: ' DELIMITED BY SIZE
                          WS-DSC-DESC-MAO DELIMITED BY SIZE
                          '  PECAS: ' DELIMITED BY SIZE
                          WS-DSC-DESC-PECAS DELIMITED BY SIZE
                          INTO WS-LINHA-IMP
                   MOVE WS-LINHA-IMP TO ARQ-FAT-IMPRESSA
                   WRITE ARQ-FAT-IMPRESSA
               END-IF
           END-IF
           .
       2500-IMPRIMIR-DESCONTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------
