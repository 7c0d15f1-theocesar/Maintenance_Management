      *    excluida, item da lista de pecas ou pedido de compra
      *    apontando peca que nao existe mais. Pode ser rodado de novo
      *    apos as correcoes ate sair limpo.
      *    23/09/2026 - Registro da peca com 103 posicoes (estoque
      *    minimo e quantidade de reposicao no fim).
      *    24/09/2026 - Registro da peca com 107 posicoes (indicador
      *    de rastreio por numero de serie ou lote no fim).
      *    30/09/2026 - Registro do cliente com 236 posicoes
      *    (consentimento de marketing por canal no fim).
      *    01/10/2026 - Manutencao.txt e Historico-anual.txt lidos
      *    com 179 posicoes (filial no fim). As pecas de cada OS sao
      *    conferidas no estoque da filial dela; os pedidos de compra,
      *    no estoque da matriz (01).
      *    03/10/2026 - Veiculos.txt lido com 85 posicoes (chassi no
      *    fim do registro).
      *    10/10/2026 - Conciliacao do estoque com o Kardex.txt: o
      *    saldo de cada peca em cada filial e reconstituido pelos
      *    movimentos e confrontado com o do cadastro. As divergencias
      *    (com a data do ultimo movimento) vao para
      *    Kardex-conciliacao.txt e o ajuste de cada uma para
      *    Kardex-ajuste-proposta.txt, aplicado pelo gerente no PECAS.
      *    Movimento que aponta OS ou pedido de compra inexistente vai
      *    para as excecoes.
      *    15/10/2026 - Kardex com mais de 2000 OS/pedidos citados:
      *    as referencias que nao cabem na tabela deixam de ser
      *    descartadas em silencio - o relatorio de excecoes e a tela
      *    avisam TABELA CHEIA - CONFERENCIA INCOMPLETA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-EXC.

       SELECT KARDEX-ARQ ASSIGN TO WS-ARQ-KARDEX-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-KAR.

       SELECT FILIAIS ASSIGN TO WS-ARQ-FILIAIS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FIL.

       SELECT CONCILIACAO ASSIGN TO WS-ARQ-CONCILIACAO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CNC.

       SELECT AJUSTE-PROP ASSIGN TO WS-ARQ-AJUSTE-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-AJP.

       DATA DIVISION.
       FILE SECTION.

       01 ARQ-CLIENTES.
           05 ARQ-CLIENTES-PREFIXO      PIC X(43).
           05 ARQ-CLIENTES-CPF          PIC X(11).
           05 ARQ-CLIENTES-SUFIXO       PIC X(182).

       FD VEICULOS
          RECORDING MODE IS F

       01 ARQ-VEICULOS.
           05 ARQ-VEICULOS-PLACA        PIC X(08).
           05 ARQ-VEICULOS-SUFIXO       PIC X(77).

       FD PECAS
          RECORDING MODE IS F

       01 ARQ-PECAS.
           05 ARQ-PECAS-ID              PIC X(04).
           05 ARQ-PECAS-SUFIXO          PIC X(103).

       FD MAINTENANCE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MAINTENANCE               PIC X(179).

       FD HISTORICO-ANUAL
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HISTORICO-ANUAL           PIC X(179).

       FD PEDIDOS
          RECORDING MODE IS F

       01 ARQ-EXCECOES                  PIC X(100).

       FD KARDEX-ARQ
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-KARDEX                    PIC X(133).

       FD FILIAIS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FILIAIS                   PIC X(30).

       FD CONCILIACAO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONCILIACAO               PIC X(100).

       FD AJUSTE-PROP
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-AJUSTE-PROP               PIC X(32).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-CLI                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ANUAL               PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PED                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-EXC                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-KAR                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FIL                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CNC                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AJP                 PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
       01 WS-ARQ-HISTORICO-ANUAL-PATH   PIC X(80) VALUE SPACES.
       01 WS-ARQ-PEDIDOS-PATH           PIC X(80) VALUE SPACES.
       01 WS-ARQ-EXCECOES-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-KARDEX-PATH            PIC X(80) VALUE SPACES.
       01 WS-ARQ-FILIAIS-PATH           PIC X(80) VALUE SPACES.
       01 WS-ARQ-CONCILIACAO-PATH       PIC X(80) VALUE SPACES.
       01 WS-ARQ-AJUSTE-PATH            PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         CAMPOS DOS REGISTROS LIDOS
      *-----------------------------------------------------------------
       01 WS-DADOS-VEI                  PIC X(85) VALUE SPACES.
       01 WS-VEI-PLACA                  PIC X(13) VALUE SPACES.
       01 WS-VEI-MARCA                  PIC X(15) VALUE SPACES.
       01 WS-VEI-MODELO                 PIC X(15) VALUE SPACES.
       01 WS-VEI-ANO                    PIC X(15) VALUE SPACES.
       01 WS-VEI-CPF                    PIC X(11) VALUE SPACES.
       01 WS-DADOS-CLI                  PIC X(236) VALUE SPACES.
       01 WS-DADOS-PEC                  PIC X(107) VALUE SPACES.

       01 WS-DADOS                      PIC X(179) VALUE SPACES.
       01 WS-MAN-OS                     PIC X(06) VALUE SPACES.
       01 WS-MAN-PLACA                  PIC X(08) VALUE SPACES.
       01 WS-MAN-DATA                   PIC X(10) VALUE SPACES.
       01 WS-MAN-STATUS                 PIC X(10) VALUE SPACES.
       01 WS-MAN-PECAS                  PIC X(59) VALUE SPACES.
       01 WS-ORIGEM                     PIC X(10) VALUE SPACES.
       01 WS-MAN-FILIAL                 PIC X(02) VALUE SPACES.
       01 WS-PEC-FILIAL-ABERTA          PIC X(02) VALUE '01'.

       01 WS-PARES-PECAS.
           05 WS-PAR-PECA OCCURS 5 TIMES
       01 WS-VEICULOS-ABERTO            PIC X(01) VALUE 'N'.
       01 WS-PECAS-ABERTO               PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      *         CONCILIACAO DO KARDEX COM O CADASTRO DE PECAS
      *-----------------------------------------------------------------
       01 WS-DADOS-KAR                  PIC X(133) VALUE SPACES.
       01 WS-KAR-MOV REDEFINES WS-DADOS-KAR.
           05 WS-KAR-M-DATA             PIC X(10).
           05 FILLER                    PIC X(10).
           05 WS-KAR-M-PECA             PIC X(06).
           05 FILLER                    PIC X(01).
           05 WS-KAR-M-TIPO             PIC X(01).
           05 FILLER                    PIC X(01).
           05 WS-KAR-M-QTD-X            PIC X(06).
           05 WS-KAR-M-QTD-N REDEFINES WS-KAR-M-QTD-X
                                        PIC 9(06).
           05 FILLER                    PIC X(01).
           05 WS-KAR-M-MOTIVO           PIC X(15).
           05 FILLER                    PIC X(01).
           05 WS-KAR-M-ORIGEM           PIC X(15).
           05 FILLER                    PIC X(64).
           05 WS-KAR-M-FILIAL           PIC X(02).

      *    SALDO RECONSTITUIDO DE CADA PECA EM CADA FILIAL.
       01 WS-CNC-PECAS.
           05 WS-CNC-PEC-ENT OCCURS 3000 TIMES.
               10 WS-CNC-PEC-ID         PIC X(04).
               10 WS-CNC-PEC-FILIAL     PIC X(02).
               10 WS-CNC-PEC-SALDO      PIC S9(07).
               10 WS-CNC-PEC-ULT-DATA   PIC X(10).
               10 WS-CNC-PEC-VISTA      PIC X(01).
       01 WS-CNC-PEC-QTD                PIC 9(04) VALUE ZEROS.
       01 WS-CNC-PEC-I                  PIC 9(04) VALUE ZEROS.

      *    OS (O) E PEDIDOS DE COMPRA (P) CITADOS NOS MOVIMENTOS.
       01 WS-CNC-REFS.
           05 WS-CNC-REF-ENT OCCURS 2000 TIMES.
               10 WS-CNC-REF-TIPO       PIC X(01).
               10 WS-CNC-REF-NUM        PIC X(06).
               10 WS-CNC-REF-EXISTE     PIC X(01).
       01 WS-CNC-REF-QTD                PIC 9(04) VALUE ZEROS.
       01 WS-CNC-REF-I                  PIC 9(04) VALUE ZEROS.
       01 WS-CNC-REF-TIPO-AT            PIC X(01) VALUE SPACES.
       01 WS-CNC-REF-NUM-AT             PIC X(06) VALUE SPACES.

       01 WS-CNC-FILIAIS.
           05 WS-CNC-FIL-COD OCCURS 99 TIMES PIC X(02).
       01 WS-CNC-FIL-QTD                PIC 9(02) VALUE ZEROS.
       01 WS-CNC-FIL-I                  PIC 9(02) VALUE ZEROS.

       01 WS-CNC-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-CNC-CHEIA                  PIC X(01) VALUE 'N'.
       01 WS-CNC-REF-CHEIA              PIC X(01) VALUE 'N'.
       01 WS-CNC-FIM                    PIC X(01) VALUE 'S'.
       01 WS-CNC-SALDO-CAD              PIC 9(06) VALUE ZEROS.
       01 WS-CNC-SALDO-KDX              PIC S9(07) VALUE ZEROS.
       01 WS-CNC-DIFERENCA              PIC S9(07) VALUE ZEROS.
       01 WS-CNC-ULT-DATA               PIC X(10) VALUE SPACES.
       01 WS-CNC-KDX-ED                 PIC -9(06) VALUE ZEROS.
       01 WS-CNC-DIVERGENTES            PIC 9(05) VALUE ZEROS.
       01 WS-CNC-FORA                   PIC 9(05) VALUE ZEROS.
       01 WS-CNC-LINHA                  PIC X(100) VALUE SPACES.

      *    UMA LINHA DE AJUSTE PROPOSTO: TIPO E QUANTIDADE DO MOVIMENTO
      *    QUE IGUALA O KARDEX AO CADASTRO, MAIS OS DOIS SALDOS DE
      *    ORIGEM, QUE O PECAS CONFERE ANTES DE APLICAR.
       01 WS-CNC-PROPOSTA.
           05 WS-CNC-PRP-PECA           PIC X(04).
           05 FILLER                    PIC X(01) VALUE '|'.
           05 WS-CNC-PRP-FILIAL         PIC X(02).
           05 FILLER                    PIC X(01) VALUE '|'.
           05 WS-CNC-PRP-TIPO           PIC X(01).
           05 FILLER                    PIC X(01) VALUE '|'.
           05 WS-CNC-PRP-QTD            PIC 9(06).
           05 FILLER                    PIC X(01) VALUE '|'.
           05 WS-CNC-PRP-CADASTRO       PIC 9(06).
           05 FILLER                    PIC X(01) VALUE '|'.
           05 WS-CNC-PRP-KDX-SINAL      PIC X(01).
           05 WS-CNC-PRP-KDX-QTD        PIC 9(06).
      *-----------------------------------------------------------------

       LINKAGE SECTION.

       01 WS-SUB-OPTION                 PIC X(01).
       01 WS-OPERADOR-SESSAO               PIC X(38).

       PROCEDURE DIVISION USING WS-SUB-OPTION,
                       WS-OPERADOR-SESSAO.
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Excecoes-integridade.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-EXCECOES-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Kardex.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-KARDEX-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Filiais.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FILIAIS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Kardex-conciliacao.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CONCILIACAO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Kardex-ajuste-proposta.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-AJUSTE-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.
               CLOSE HISTORICO-ANUAL
           END-IF

      *    PEDIDOS DE COMPRA SAO DA MATRIZ: CONFERE NO ESTOQUE 01.
           IF WS-PEC-FILIAL-ABERTA NOT = '01'
               MOVE '01' TO WS-MAN-FILIAL
               PERFORM 2250-ABRIR-PECAS-DA-FILIAL
           END-IF

           IF WS-PECAS-ABERTO = 'S'
               PERFORM 2400-VERIFICAR-PEDIDOS
           END-IF

           PERFORM 2500-CONCILIAR-KARDEX

           DISPLAY "---------------------------------------------"
           DISPLAY WS-QTD-EXCECOES " REFERENCIA(S) ORFA(S) "
               "ENCONTRADA(S)"
               WS-MAN-STATUS
               WS-MAN-PECAS

           MOVE WS-DADOS(178:2) TO WS-MAN-FILIAL
           IF WS-MAN-FILIAL = SPACES
               MOVE '01' TO WS-MAN-FILIAL
           END-IF

           IF WS-MAN-OS IS NUMERIC AND WS-MAN-PLACA NOT = SPACES

               IF WS-MAN-PECAS NOT = SPACES AND
                  WS-MAN-FILIAL NOT = WS-PEC-FILIAL-ABERTA
                   PERFORM 2250-ABRIR-PECAS-DA-FILIAL
               END-IF

               IF WS-VEICULOS-ABERTO = 'S'
                   MOVE 'N' TO WS-VEI-OK
                   MOVE WS-MAN-PLACA TO ARQ-VEICULOS-PLACA
       2200-VERIFICAR-MANUTENCAO-FIM.
           EXIT.

      * AS PECAS DE UMA OS SAO CONFERIDAS NO ESTOQUE DA FILIAL DELA
      * (01 = RELATORIO-PECAS.TXT, NN = RELATORIO-PECAS-NN.TXT).
       2250-ABRIR-PECAS-DA-FILIAL      SECTION.

           IF WS-PECAS-ABERTO = 'S'
               CLOSE PECAS
           END-IF

           MOVE SPACES TO WS-ARQ-PECAS-PATH
           IF WS-MAN-FILIAL = '01'
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Relatorio-pecas.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-PECAS-PATH
           ELSE
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Relatorio-pecas-' DELIMITED BY SIZE
                      WS-MAN-FILIAL DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-PECAS-PATH
           END-IF
           MOVE WS-MAN-FILIAL TO WS-PEC-FILIAL-ABERTA

           OPEN INPUT PECAS
           IF AS-STATUS-PEC = ZEROS
               MOVE 'S' TO WS-PECAS-ABERTO
           ELSE
               MOVE 'N' TO WS-PECAS-ABERTO
               DISPLAY "AVISO: ESTOQUE DA FILIAL " WS-MAN-FILIAL
                   " INDISPONIVEL (" AS-STATUS-PEC
                   "). CHECAGENS DE PECA PULADAS."
           END-IF
           .
       2250-ABRIR-PECAS-DA-FILIAL-FIM.
           EXIT.

       2300-VERIFICAR-PECAS-DA-LISTA   SECTION.

           MOVE SPACES TO WS-PARES-PECAS
       2450-VERIFICAR-UM-PEDIDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *              CONCILIACAO DO KARDEX COM O CADASTRO
      *-----------------------------------------------------------------

      * RECONSTITUI PELO KARDEX O SALDO DE CADA PECA EM CADA FILIAL E
      * CONFRONTA COM O SALDO DO CADASTRO. AS DIVERGENCIAS VAO PARA
      * KARDEX-CONCILIACAO.TXT E O MOVIMENTO QUE AS ACERTA PARA
      * KARDEX-AJUSTE-PROPOSTA.TXT (APLICADO PELO GERENTE NO PECAS).
      * MOVIMENTO QUE APONTA OS OU PEDIDO DE COMPRA QUE NAO EXISTE VAI
      * PARA AS EXCECOES.
       2500-CONCILIAR-KARDEX           SECTION.

           MOVE ZEROS TO WS-CNC-PEC-QTD
           MOVE ZEROS TO WS-CNC-REF-QTD
           MOVE ZEROS TO WS-CNC-DIVERGENTES
           MOVE ZEROS TO WS-CNC-FORA
           MOVE 'N' TO WS-CNC-CHEIA
           MOVE 'N' TO WS-CNC-REF-CHEIA

           OPEN INPUT KARDEX-ARQ
           IF AS-STATUS-KAR NOT = ZEROS
               DISPLAY "AVISO: KARDEX.TXT INDISPONIVEL (" AS-STATUS-KAR
                   "). CONCILIACAO DE ESTOQUE PULADA."
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ KARDEX-ARQ INTO WS-DADOS-KAR
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 2510-ACUMULAR-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE KARDEX-ARQ

               IF WS-CNC-REF-QTD > ZEROS
                   PERFORM 2520-MARCAR-REFERENCIAS
                   PERFORM 2530-LISTAR-MOVIMENTOS-ORFAOS
               END-IF
               IF WS-CNC-REF-CHEIA = 'S'
                   MOVE SPACES TO WS-LINHA-EXC
                   STRING 'KARDEX | MAIS DE 2000 OS/PEDIDOS CITADOS | '
                              DELIMITED BY SIZE
                          'TABELA CHEIA - CONFERENCIA INCOMPLETA'
                              DELIMITED BY SIZE
                          INTO WS-LINHA-EXC
                   PERFORM 2900-GRAVAR-EXCECAO
               END-IF

               DISPLAY "---------------------------------------------"
               IF WS-CNC-CHEIA = 'S'
                   DISPLAY "KARDEX COM MAIS DE 3000 PECAS/FILIAIS: "
                       "CONCILIACAO DE SALDOS NAO FEITA."
               ELSE
                   PERFORM 2540-COMPARAR-SALDOS
                   DISPLAY WS-CNC-DIVERGENTES " PECA(S) COM SALDO "
                       "DIVERGENTE DO KARDEX"
                   IF WS-CNC-FORA > ZEROS
                       DISPLAY WS-CNC-FORA " PECA(S) COM SALDO NO "
                           "KARDEX FORA DO CADASTRO"
                   END-IF
                   IF WS-CNC-DIVERGENTES > ZEROS OR
                      WS-CNC-FORA > ZEROS
                       DISPLAY "DETALHES EM KARDEX-CONCILIACAO.TXT. O "
                           "AJUSTE PROPOSTO E APLICADO PELO"
                       DISPLAY "GERENTE NO MENU DE PECAS (OPCAO 20)."
                   END-IF
               END-IF
           END-IF
           .
       2500-CONCILIAR-KARDEX-FIM.
           EXIT.

      * SOMA O MOVIMENTO NO SALDO DA PECA NA FILIAL E GUARDA A OS OU O
      * PEDIDO DE COMPRA QUE ELE CITA.
       2510-ACUMULAR-MOVIMENTO         SECTION.

           IF WS-KAR-M-FILIAL = SPACES
               MOVE '01' TO WS-KAR-M-FILIAL
           END-IF

           IF WS-KAR-M-PECA NOT = SPACES AND
              WS-KAR-M-QTD-X IS NUMERIC
               MOVE 'N' TO WS-CNC-ACHOU
               PERFORM VARYING WS-CNC-PEC-I FROM 1 BY 1
                       UNTIL WS-CNC-PEC-I > WS-CNC-PEC-QTD
                          OR WS-CNC-ACHOU = 'S'
                   IF WS-CNC-PEC-ID(WS-CNC-PEC-I) =
                          WS-KAR-M-PECA(1:4) AND
                      WS-CNC-PEC-FILIAL(WS-CNC-PEC-I) = WS-KAR-M-FILIAL
                       MOVE 'S' TO WS-CNC-ACHOU
                       PERFORM 2515-SOMAR-MOVIMENTO
                   END-IF
               END-PERFORM

               IF WS-CNC-ACHOU = 'N'
                   IF WS-CNC-PEC-QTD < 3000
                       ADD 1 TO WS-CNC-PEC-QTD
                       MOVE WS-CNC-PEC-QTD TO WS-CNC-PEC-I
                       MOVE WS-KAR-M-PECA(1:4) TO
                           WS-CNC-PEC-ID(WS-CNC-PEC-I)
                       MOVE WS-KAR-M-FILIAL TO
                           WS-CNC-PEC-FILIAL(WS-CNC-PEC-I)
                       MOVE ZEROS TO WS-CNC-PEC-SALDO(WS-CNC-PEC-I)
                       MOVE 'N' TO WS-CNC-PEC-VISTA(WS-CNC-PEC-I)
                       PERFORM 2515-SOMAR-MOVIMENTO
                   ELSE
                       MOVE 'S' TO WS-CNC-CHEIA
                   END-IF
               END-IF
           END-IF

           PERFORM 2512-IDENTIFICAR-REFERENCIA
           IF WS-CNC-REF-TIPO-AT NOT = SPACES
               MOVE 'N' TO WS-CNC-ACHOU
               PERFORM VARYING WS-CNC-REF-I FROM 1 BY 1
                       UNTIL WS-CNC-REF-I > WS-CNC-REF-QTD
                          OR WS-CNC-ACHOU = 'S'
                   IF WS-CNC-REF-TIPO(WS-CNC-REF-I) =
                          WS-CNC-REF-TIPO-AT AND
                      WS-CNC-REF-NUM(WS-CNC-REF-I) = WS-CNC-REF-NUM-AT
                       MOVE 'S' TO WS-CNC-ACHOU
                   END-IF
               END-PERFORM

               IF WS-CNC-ACHOU = 'N'
                   IF WS-CNC-REF-QTD < 2000
                       ADD 1 TO WS-CNC-REF-QTD
                       MOVE WS-CNC-REF-TIPO-AT TO
                           WS-CNC-REF-TIPO(WS-CNC-REF-QTD)
                       MOVE WS-CNC-REF-NUM-AT TO
                           WS-CNC-REF-NUM(WS-CNC-REF-QTD)
                       MOVE 'N' TO WS-CNC-REF-EXISTE(WS-CNC-REF-QTD)
                   ELSE
                       MOVE 'S' TO WS-CNC-REF-CHEIA
                   END-IF
               END-IF
           END-IF
           .
       2510-ACUMULAR-MOVIMENTO-FIM.
           EXIT.

      * CONSUMO E ESTORNO CITAM A OS NA ORIGEM; RECEBIMENTO E
      * DEVOLUCAO AO FORNECEDOR CITAM O PEDIDO DE COMPRA.
       2512-IDENTIFICAR-REFERENCIA     SECTION.

           MOVE SPACES TO WS-CNC-REF-TIPO-AT
           MOVE SPACES TO WS-CNC-REF-NUM-AT

           EVALUATE WS-KAR-M-MOTIVO
               WHEN 'CONSUMO OS'
               WHEN 'ESTORNO CANCEL'
                   IF WS-KAR-M-ORIGEM(1:6) IS NUMERIC
                       MOVE 'O' TO WS-CNC-REF-TIPO-AT
                       MOVE WS-KAR-M-ORIGEM(1:6) TO WS-CNC-REF-NUM-AT
                   END-IF
               WHEN 'RECEBIMENTO'
               WHEN 'DEVOLUCAO RMA'
                   IF WS-KAR-M-ORIGEM(1:5) IS NUMERIC
                       MOVE 'P' TO WS-CNC-REF-TIPO-AT
                       MOVE WS-KAR-M-ORIGEM(1:5) TO WS-CNC-REF-NUM-AT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2512-IDENTIFICAR-REFERENCIA-FIM.
           EXIT.

      * O KARDEX E GRAVADO EM ORDEM CRONOLOGICA: O ULTIMO MOVIMENTO
      * LIDO E O MAIS RECENTE.
       2515-SOMAR-MOVIMENTO            SECTION.

           IF WS-KAR-M-TIPO = 'E'
               ADD WS-KAR-M-QTD-N TO WS-CNC-PEC-SALDO(WS-CNC-PEC-I)
           ELSE
               SUBTRACT WS-KAR-M-QTD-N FROM
                   WS-CNC-PEC-SALDO(WS-CNC-PEC-I)
           END-IF
           MOVE WS-KAR-M-DATA TO WS-CNC-PEC-ULT-DATA(WS-CNC-PEC-I)
           .
       2515-SOMAR-MOVIMENTO-FIM.
           EXIT.

      * MARCA AS OS (AO VIVO E ARQUIVADAS) E OS PEDIDOS DE COMPRA
      * CITADOS NO KARDEX QUE EXISTEM.
       2520-MARCAR-REFERENCIAS         SECTION.

           MOVE 'O' TO WS-CNC-REF-TIPO-AT
           OPEN INPUT MAINTENANCE
           IF AS-STATUS-MAN = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ MAINTENANCE INTO WS-DADOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE WS-DADOS(1:6) TO WS-CNC-REF-NUM-AT
                           PERFORM 2525-MARCAR-UMA-REFERENCIA
                   END-READ
               END-PERFORM
               CLOSE MAINTENANCE
           END-IF

           OPEN INPUT HISTORICO-ANUAL
           IF AS-STATUS-ANUAL = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ HISTORICO-ANUAL INTO WS-DADOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE WS-DADOS(1:6) TO WS-CNC-REF-NUM-AT
                           PERFORM 2525-MARCAR-UMA-REFERENCIA
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-ANUAL
           END-IF

           MOVE 'P' TO WS-CNC-REF-TIPO-AT
           OPEN INPUT PEDIDOS
           IF AS-STATUS-PED = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ PEDIDOS INTO WS-DADOS-PED
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE SPACES TO WS-CNC-REF-NUM-AT
                           MOVE WS-DADOS-PED(1:5) TO WS-CNC-REF-NUM-AT
                           PERFORM 2525-MARCAR-UMA-REFERENCIA
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS
           END-IF
           .
       2520-MARCAR-REFERENCIAS-FIM.
           EXIT.

       2525-MARCAR-UMA-REFERENCIA      SECTION.

           PERFORM VARYING WS-CNC-REF-I FROM 1 BY 1
                   UNTIL WS-CNC-REF-I > WS-CNC-REF-QTD
               IF WS-CNC-REF-TIPO(WS-CNC-REF-I) = WS-CNC-REF-TIPO-AT AND
                  WS-CNC-REF-NUM(WS-CNC-REF-I) = WS-CNC-REF-NUM-AT
                   MOVE 'S' TO WS-CNC-REF-EXISTE(WS-CNC-REF-I)
               END-IF
           END-PERFORM
           .
       2525-MARCAR-UMA-REFERENCIA-FIM.
           EXIT.

      * RELE O KARDEX E GRAVA UMA EXCECAO PARA CADA MOVIMENTO QUE CITA
      * OS OU PEDIDO DE COMPRA QUE NAO FOI ENCONTRADO.
       2530-LISTAR-MOVIMENTOS-ORFAOS   SECTION.

           OPEN INPUT KARDEX-ARQ
           IF AS-STATUS-KAR = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ KARDEX-ARQ INTO WS-DADOS-KAR
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 2535-CONFERIR-UM-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE KARDEX-ARQ
           END-IF
           .
       2530-LISTAR-MOVIMENTOS-ORFAOS-FIM.
           EXIT.

       2535-CONFERIR-UM-MOVIMENTO      SECTION.

           PERFORM 2512-IDENTIFICAR-REFERENCIA
           IF WS-CNC-REF-TIPO-AT NOT = SPACES
               MOVE 'N' TO WS-CNC-ACHOU
               PERFORM VARYING WS-CNC-REF-I FROM 1 BY 1
                       UNTIL WS-CNC-REF-I > WS-CNC-REF-QTD
                          OR WS-CNC-ACHOU = 'S'
                   IF WS-CNC-REF-TIPO(WS-CNC-REF-I) =
                          WS-CNC-REF-TIPO-AT AND
                      WS-CNC-REF-NUM(WS-CNC-REF-I) = WS-CNC-REF-NUM-AT
                       MOVE 'S' TO WS-CNC-ACHOU
                       IF WS-CNC-REF-EXISTE(WS-CNC-REF-I) = 'N'
                           PERFORM 2537-GRAVAR-MOVIMENTO-ORFAO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
       2535-CONFERIR-UM-MOVIMENTO-FIM.
           EXIT.

       2537-GRAVAR-MOVIMENTO-ORFAO     SECTION.

           MOVE SPACES TO WS-LINHA-EXC
           IF WS-CNC-REF-TIPO-AT = 'O'
               STRING 'KARDEX | ' DELIMITED BY SIZE
                      WS-KAR-M-DATA DELIMITED BY SIZE
                      ' | PECA ' DELIMITED BY SIZE
                      WS-KAR-M-PECA(1:4) DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-KAR-M-MOTIVO DELIMITED BY '  '
                      ' | OS ' DELIMITED BY SIZE
                      WS-CNC-REF-NUM-AT DELIMITED BY SIZE
                      ' NAO EXISTE EM MANUTENCAO' DELIMITED BY SIZE
                      INTO WS-LINHA-EXC
           ELSE
               STRING 'KARDEX | ' DELIMITED BY SIZE
                      WS-KAR-M-DATA DELIMITED BY SIZE
                      ' | PECA ' DELIMITED BY SIZE
                      WS-KAR-M-PECA(1:4) DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-KAR-M-MOTIVO DELIMITED BY '  '
                      ' | PEDIDO ' DELIMITED BY SIZE
                      WS-CNC-REF-NUM-AT(1:5) DELIMITED BY SIZE
                      ' NAO EXISTE EM PEDIDOS' DELIMITED BY SIZE
                      INTO WS-LINHA-EXC
           END-IF
           PERFORM 2900-GRAVAR-EXCECAO
           .
       2537-GRAVAR-MOVIMENTO-ORFAO-FIM.
           EXIT.

      * CONFRONTA O CADASTRO DE PECAS DE CADA FILIAL COM OS SALDOS
      * RECONSTITUIDOS E GRAVA O RELATORIO E A PROPOSTA DE AJUSTE.
       2540-COMPARAR-SALDOS            SECTION.

           OPEN OUTPUT CONCILIACAO
           OPEN OUTPUT AJUSTE-PROP

           MOVE 'CONCILIACAO DO KARDEX COM O CADASTRO DE PECAS' TO
               ARQ-CONCILIACAO
           WRITE ARQ-CONCILIACAO
           MOVE SPACES TO ARQ-CONCILIACAO
           STRING 'PECA | FILIAL | SALDO CADASTRO | SALDO KARDEX | '
                      DELIMITED BY SIZE
                  'ULTIMO MOVIMENTO | AJUSTE' DELIMITED BY SIZE
                  INTO ARQ-CONCILIACAO
           WRITE ARQ-CONCILIACAO

           PERFORM 2545-CARREGAR-FILIAIS

           PERFORM VARYING WS-CNC-FIL-I FROM 1 BY 1
                   UNTIL WS-CNC-FIL-I > WS-CNC-FIL-QTD
               MOVE WS-CNC-FIL-COD(WS-CNC-FIL-I) TO WS-MAN-FILIAL
               PERFORM 2250-ABRIR-PECAS-DA-FILIAL
               IF WS-PECAS-ABERTO = 'S'
                   PERFORM 2550-CONFERIR-PECAS-DA-FILIAL
               ELSE
      *            SEM O CADASTRO DA FILIAL NAO HA O QUE CONFRONTAR:
      *            OS SALDOS DELA NAO SAO DADOS COMO FORA DO CADASTRO.
                   PERFORM VARYING WS-CNC-PEC-I FROM 1 BY 1
                           UNTIL WS-CNC-PEC-I > WS-CNC-PEC-QTD
                       IF WS-CNC-PEC-FILIAL(WS-CNC-PEC-I) =
                          WS-MAN-FILIAL
                           MOVE 'S' TO WS-CNC-PEC-VISTA(WS-CNC-PEC-I)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           PERFORM 2580-LISTAR-FORA-DO-CADASTRO

           CLOSE AJUSTE-PROP
           CLOSE CONCILIACAO
           .
       2540-COMPARAR-SALDOS-FIM.
           EXIT.

      * A 01 SEMPRE; AS DEMAIS, AS CADASTRADAS EM FILIAIS.TXT.
       2545-CARREGAR-FILIAIS           SECTION.

           MOVE '01' TO WS-CNC-FIL-COD(1)
           MOVE 1 TO WS-CNC-FIL-QTD

           OPEN INPUT FILIAIS
           IF AS-STATUS-FIL = ZEROS
               MOVE 'S' TO WS-CNC-FIM
               PERFORM UNTIL WS-CNC-FIM = 'N'
                   READ FILIAIS
                       AT END
                           MOVE 'N' TO WS-CNC-FIM
                       NOT AT END
                           IF ARQ-FILIAIS(1:2) IS NUMERIC AND
                              ARQ-FILIAIS(1:2) NOT = '01' AND
                              WS-CNC-FIL-QTD < 99
                               ADD 1 TO WS-CNC-FIL-QTD
                               MOVE ARQ-FILIAIS(1:2) TO
                                   WS-CNC-FIL-COD(WS-CNC-FIL-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILIAIS
           END-IF
           .
       2545-CARREGAR-FILIAIS-FIM.
           EXIT.

       2550-CONFERIR-PECAS-DA-FILIAL   SECTION.

           MOVE LOW-VALUES TO ARQ-PECAS-ID
           START PECAS KEY >= ARQ-PECAS-ID
               INVALID KEY
                   MOVE 'N' TO WS-CNC-FIM
               NOT INVALID KEY
                   MOVE 'S' TO WS-CNC-FIM
           END-START

           PERFORM UNTIL WS-CNC-FIM = 'N'
               READ PECAS NEXT RECORD INTO WS-DADOS-PEC
                   AT END
                       MOVE 'N' TO WS-CNC-FIM
                   NOT AT END
                       PERFORM 2560-CONFERIR-UMA-PECA
               END-READ
           END-PERFORM
           .
       2550-CONFERIR-PECAS-DA-FILIAL-FIM.
           EXIT.

      * PECA SEM MOVIMENTO NO KARDEX TEM SALDO RECONSTITUIDO ZERO.
       2560-CONFERIR-UMA-PECA          SECTION.

           MOVE ZEROS TO WS-CNC-SALDO-CAD
           IF WS-DADOS-PEC(49:4) IS NUMERIC
               MOVE WS-DADOS-PEC(49:4) TO WS-CNC-SALDO-CAD
           END-IF

           MOVE ZEROS TO WS-CNC-SALDO-KDX
           MOVE 'NENHUM' TO WS-CNC-ULT-DATA
           MOVE 'N' TO WS-CNC-ACHOU
           PERFORM VARYING WS-CNC-PEC-I FROM 1 BY 1
                   UNTIL WS-CNC-PEC-I > WS-CNC-PEC-QTD
                      OR WS-CNC-ACHOU = 'S'
               IF WS-CNC-PEC-ID(WS-CNC-PEC-I) = WS-DADOS-PEC(1:4) AND
                  WS-CNC-PEC-FILIAL(WS-CNC-PEC-I) = WS-MAN-FILIAL
                   MOVE 'S' TO WS-CNC-ACHOU
                   MOVE 'S' TO WS-CNC-PEC-VISTA(WS-CNC-PEC-I)
                   MOVE WS-CNC-PEC-SALDO(WS-CNC-PEC-I) TO
                       WS-CNC-SALDO-KDX
                   MOVE WS-CNC-PEC-ULT-DATA(WS-CNC-PEC-I) TO
                       WS-CNC-ULT-DATA
               END-IF
           END-PERFORM

           IF WS-CNC-SALDO-KDX NOT = WS-CNC-SALDO-CAD
               ADD 1 TO WS-CNC-DIVERGENTES

      *        O AJUSTE LEVA O KARDEX AO SALDO DO CADASTRO.
               COMPUTE WS-CNC-DIFERENCA =
                   WS-CNC-SALDO-CAD - WS-CNC-SALDO-KDX
               IF WS-CNC-DIFERENCA > ZEROS
                   MOVE 'E' TO WS-CNC-PRP-TIPO
                   MOVE WS-CNC-DIFERENCA TO WS-CNC-PRP-QTD
               ELSE
                   MOVE 'S' TO WS-CNC-PRP-TIPO
                   COMPUTE WS-CNC-PRP-QTD = 0 - WS-CNC-DIFERENCA
               END-IF
               MOVE WS-DADOS-PEC(1:4) TO WS-CNC-PRP-PECA
               MOVE WS-MAN-FILIAL TO WS-CNC-PRP-FILIAL
               MOVE WS-CNC-SALDO-CAD TO WS-CNC-PRP-CADASTRO
               IF WS-CNC-SALDO-KDX < ZEROS
                   MOVE '-' TO WS-CNC-PRP-KDX-SINAL
                   COMPUTE WS-CNC-PRP-KDX-QTD = 0 - WS-CNC-SALDO-KDX
               ELSE
                   MOVE '+' TO WS-CNC-PRP-KDX-SINAL
                   MOVE WS-CNC-SALDO-KDX TO WS-CNC-PRP-KDX-QTD
               END-IF
               MOVE WS-CNC-PROPOSTA TO ARQ-AJUSTE-PROP
               WRITE ARQ-AJUSTE-PROP

               MOVE WS-CNC-SALDO-KDX TO WS-CNC-KDX-ED
               MOVE SPACES TO WS-CNC-LINHA
               STRING WS-DADOS-PEC(1:4) DELIMITED BY SIZE
                      ' |  ' DELIMITED BY SIZE
                      WS-MAN-FILIAL DELIMITED BY SIZE
                      '    |     ' DELIMITED BY SIZE
                      WS-CNC-SALDO-CAD DELIMITED BY SIZE
                      '     |      ' DELIMITED BY SIZE
                      WS-CNC-KDX-ED DELIMITED BY SIZE
                      ' |       ' DELIMITED BY SIZE
                      WS-CNC-ULT-DATA DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-CNC-PRP-TIPO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CNC-PRP-QTD DELIMITED BY SIZE
                      INTO WS-CNC-LINHA
               PERFORM 2590-GRAVAR-LINHA-CONCILIACAO
           END-IF
           .
       2560-CONFERIR-UMA-PECA-FIM.
           EXIT.

      * SALDO NO KARDEX DE PECA QUE NAO ESTA NO CADASTRO DA FILIAL:
      * SO E LISTADO, POIS NAO HA SALDO DE CADASTRO PARA ACERTAR.
       2580-LISTAR-FORA-DO-CADASTRO    SECTION.

           PERFORM VARYING WS-CNC-PEC-I FROM 1 BY 1
                   UNTIL WS-CNC-PEC-I > WS-CNC-PEC-QTD
               IF WS-CNC-PEC-VISTA(WS-CNC-PEC-I) = 'N' AND
                  WS-CNC-PEC-SALDO(WS-CNC-PEC-I) NOT = ZEROS
                   ADD 1 TO WS-CNC-FORA
                   MOVE WS-CNC-PEC-SALDO(WS-CNC-PEC-I) TO WS-CNC-KDX-ED
                   MOVE SPACES TO WS-CNC-LINHA
                   STRING WS-CNC-PEC-ID(WS-CNC-PEC-I) DELIMITED BY SIZE
                          ' |  ' DELIMITED BY SIZE
                          WS-CNC-PEC-FILIAL(WS-CNC-PEC-I)
                              DELIMITED BY SIZE
                          '    | FORA CADASTRO  |      '
                              DELIMITED BY SIZE
                          WS-CNC-KDX-ED DELIMITED BY SIZE
                          ' |       ' DELIMITED BY SIZE
                          WS-CNC-PEC-ULT-DATA(WS-CNC-PEC-I)
                              DELIMITED BY SIZE
                          ' | SEM AJUSTE' DELIMITED BY SIZE
                          INTO WS-CNC-LINHA
                   PERFORM 2590-GRAVAR-LINHA-CONCILIACAO
               END-IF
           END-PERFORM
           .
       2580-LISTAR-FORA-DO-CADASTRO-FIM.
           EXIT.

       2590-GRAVAR-LINHA-CONCILIACAO   SECTION.

           DISPLAY WS-CNC-LINHA
           MOVE WS-CNC-LINHA TO ARQ-CONCILIACAO
           WRITE ARQ-CONCILIACAO
           .
       2590-GRAVAR-LINHA-CONCILIACAO-FIM.
           EXIT.

       2900-GRAVAR-EXCECAO             SECTION.

           DISPLAY WS-LINHA-EXC
