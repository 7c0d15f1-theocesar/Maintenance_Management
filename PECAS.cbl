      *    sessao (ID|NOME) ao NUMERADOR: a trava da serie fica no
      *    nome do terminal, em vez do nome fixo que fazia os dois
      *    terminais contarem como o mesmo dono.
      *    21/09/2026 - Venda de balcao (opcao 15): uma ou mais pecas
      *    pelo ID ou pelas equivalencias, conferindo o estoque,
      *    baixando com movimento VENDA BALCAO no kardex e emitindo
      *    recibo numerado (serie VENDA) com o ICMS da
      *    Tabela-impostos.txt. O pagamento fica registrado na hora em
      *    Vendas-balcao.txt, com o custo de compra, para o caixa do
      *    dia e a lucratividade do FINANCEIRO.
      *    22/09/2026 - Custo medio: cada movimento manda ao KARDEX o
      *    custo da entrada (nota do fornecedor no recebimento, custo
      *    do cadastro na inclusao; zero nos ajustes e saidas) e o
      *    recebimento grava no cadastro o custo medio devolvido. A
      *    valorizacao do estoque (opcao 6) passa a usar o custo medio
      *    em vez do preco de venda. Nova opcao 16, kardex valorizado
      *    por peca e periodo (saldo inicial, entradas, saidas e saldo
      *    final em quantidade e valor), em Kardex-valorizado.txt.
      *    23/09/2026 - Ponto de reposicao por peca: o registro passa
      *    de 89 para 103 posicoes, com o estoque minimo e a
      *    quantidade de reposicao de cada peca no fim (o arquivo
      *    existente converte uma vez pelo MIGRAMINIMO). O relatorio
      *    de estoque baixo compara cada peca com o proprio minimo e o
      *    pedido gerado pede a quantidade de reposicao (ou completa o
      *    minimo, se ela for zero). Nova opcao 17: gera a proposta de
      *    minimos pelo consumo real (subprograma REPOSICAO, que a
      *    rodada noturna tambem chama) e aplica a proposta pendente
      *    so com a aprovacao de um gerente, auditando cada peca.
      *    24/09/2026 - Rastreio por numero de serie ou lote: o
      *    registro passa de 103 para 107 posicoes, com o indicador de
      *    rastreio no fim (S = serie, L = lote, N = nenhum; o arquivo
      *    existente converte uma vez pelo MIGRARASTREIO), informado
      *    na inclusao e na alteracao. Peca rastreada pede os numeros
      *    no recebimento do pedido e a escolha do numero usado na
      *    baixa da OS liberada (subprograma RASTREIO, que grava
      *    Rastreio.txt). Nova opcao 18: consulta por numero de serie
      *    ou lote, com pedido, fornecedor, data de recebimento e cada
      *    OS, placa e cliente que recebeu a peca.
      *    26/09/2026 - Parcela a pagar ao fornecedor que vence em
      *    feriado ou dia fechado do calendario da oficina passa para
      *    o proximo dia util (a serie de 30 em 30 dias nao muda).
      *    01/10/2026 - Cada filial tem o proprio estoque: fora da
      *    filial 01 da sessao o cadastro e Relatorio-pecas-NN.txt (e
      *    a contagem de inventario tambem e da filial). O extrato e o
      *    kardex valorizado so mostram movimentos da filial da sessao.
      *    O recebimento de pedido so libera OS da mesma filial. Nova
      *    opcao 19: transferencia de estoque entre filiais (saida na
      *    origem e entrada no destino no kardex, pelo custo medio da
      *    origem; peca sem cadastro no destino e criada nele). Os
      *    pontos de reposicao continuam sendo da filial 01.
      *    10/10/2026 - Nova opcao 20: o gerente aplica a proposta de
      *    ajuste da conciliacao do kardex gerada pelo INTEGRIDADE
      *    (Kardex-ajuste-proposta.txt). Cada linha vira um movimento
      *    AJUSTE CONCIL no kardex da filial dela, que iguala o saldo
      *    do kardex ao do cadastro; linha cuja peca movimentou depois
      *    da conciliacao e pulada.
      *    11/10/2026 - Cada OS liberada de AGUARDA-PECA no
      *    recebimento do pedido ganha a ficha de servico da oficina
      *    (subprograma FICHA, Ficha_<OS>.txt), como na liberacao
      *    pelo MANUTENCAO.
      *    15/10/2026 - REPOSICAO chamado com a data de
      *    processamento em branco (vale o relogio).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-IDF.

       SELECT VENDAS-BALCAO ASSIGN TO WS-ARQ-VENDAS-BALCAO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-VDB.

       SELECT RECIBO-BALCAO ASSIGN TO WS-ARQ-RECIBO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-RCB.

       SELECT TABELA-IMPOSTOS ASSIGN TO WS-ARQ-TABELA-IMP-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-TIMP.

       SELECT KARDEX-VALORIZADO ASSIGN TO WS-ARQ-KARDEX-VAL-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-KVL.

       SELECT REPOSICAO-PROP ASSIGN TO WS-ARQ-REPOSICAO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-RPP.

       SELECT AJUSTE-KARDEX ASSIGN TO WS-ARQ-AJUSTE-KAR-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-AJK.


       DATA DIVISION.
       FILE SECTION.

       01 ARQ-RELATO1-PECAS.
           05 ARQ-RELATO-PECAS-ID       PIC X(04).
           05 ARQ-RELATO-PECAS-SUFIXO   PIC X(103).

      *-----------------------------------------------------------------
       FD MAINTENANCE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MAINTENANCE-PECAS    PIC X(179).

      *-----------------------------------------------------------------
       FD PEDIDOS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01 ARQ-KARDEX               PIC X(133).

      *-----------------------------------------------------------------
       FD SNAPSHOT

       01 ARQ-IMPORT-DIFF          PIC X(90).

      *-----------------------------------------------------------------
       FD VENDAS-BALCAO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01 ARQ-VENDAS-BALCAO        PIC X(74).

      *-----------------------------------------------------------------
       FD RECIBO-BALCAO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RECIBO-BALCAO        PIC X(80).

      *-----------------------------------------------------------------
       FD TABELA-IMPOSTOS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01 ARQ-TABELA-IMPOSTOS      PIC X(11).

      *-----------------------------------------------------------------
       FD KARDEX-VALORIZADO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01 ARQ-KARDEX-VALORIZADO    PIC X(132).

      *-----------------------------------------------------------------
       FD REPOSICAO-PROP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01 ARQ-REPOSICAO-PROP       PIC X(36).

      *-----------------------------------------------------------------
       FD AJUSTE-KARDEX
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01 ARQ-AJUSTE-KARDEX        PIC X(32).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 AS-STATUS-EQU                 PIC 9(02)  VALUE ZEROS.
       01 AS-STATUS-TBF                 PIC 9(02)  VALUE ZEROS.
       01 AS-STATUS-IDF                 PIC 9(02)  VALUE ZEROS.
       01 AS-STATUS-VDB                 PIC 9(02)  VALUE ZEROS.
       01 AS-STATUS-RCB                 PIC 9(02)  VALUE ZEROS.
       01 AS-STATUS-TIMP                PIC 9(02)  VALUE ZEROS.
       01 AS-STATUS-KVL                 PIC 9(02)  VALUE ZEROS.
       01 AS-STATUS-RPP                 PIC 9(02)  VALUE ZEROS.
       01 AS-STATUS-AJK                 PIC 9(02)  VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
       01 WS-ARQ-EQUIVALENCIAS-PATH           PIC X(80)  VALUE SPACES.
       01 WS-ARQ-TABELA-FORN-PATH             PIC X(80)  VALUE SPACES.
       01 WS-ARQ-IMPORT-DIFF-PATH             PIC X(80)  VALUE SPACES.
       01 WS-ARQ-VENDAS-BALCAO-PATH           PIC X(80)  VALUE SPACES.
       01 WS-ARQ-RECIBO-PATH                  PIC X(80)  VALUE SPACES.
       01 WS-ARQ-TABELA-IMP-PATH              PIC X(80)  VALUE SPACES.
       01 WS-ARQ-KARDEX-VAL-PATH              PIC X(80)  VALUE SPACES.
       01 WS-ARQ-REPOSICAO-PATH               PIC X(80)  VALUE SPACES.
       01 WS-ARQ-AJUSTE-KAR-PATH              PIC X(80)  VALUE SPACES.
      *-----------------------------------------------------------------


       01 WS-TRV-ACAO                      PIC X(01)   VALUE SPACES.
       01 WS-TRV-MODULO-L                  PIC X(10)   VALUE SPACES.
       01 WS-TRV-CHAVE-L                   PIC X(15)   VALUE SPACES.
       01 WS-TRV-OPER-L                    PIC X(38)   VALUE SPACES.
       01 WS-TRV-RESULTADO                 PIC X(01)   VALUE SPACES.
      *-----------------------------------------------------------------

       01 WS-OPER-ID                   PIC X(04)    VALUE SPACES.
       01 WS-OPER-NOME                 PIC X(20)    VALUE SPACES.
       01 WS-OPER-CARGO                PIC X(09)    VALUE SPACES.
       01 WS-OPER-FILIAL               PIC X(02)    VALUE SPACES.
       01 WS-ACESSO-OK                 PIC X(01)    VALUE 'N'.
       01 WS-ACAO-PROTEGIDA            PIC X(15)    VALUE SPACES.
      *-----------------------------------------------------------------
                                               VALUE ZEROS.
           05 LINDET02-REL-SPACE6              PIC X(03) VALUE ' | '.
           05 LINDET02-REL-LOCAL-P             PIC X(12) VALUE SPACES.
           05 LINDET02-REL-SPACE7              PIC X(03) VALUE ' | '.
           05 LINDET02-REL-MINIMO-P            PIC 9(04) VALUE ZEROS.
           05 LINDET02-REL-SPACE8              PIC X(03) VALUE ' | '.
           05 LINDET02-REL-REPOR-P             PIC 9(04) VALUE ZEROS.
           05 LINDET02-REL-SPACE9              PIC X(03) VALUE ' | '.
           05 LINDET02-REL-RASTREIO-P          PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

       01 AS-FIM                       PIC X(04)    VALUE 'NAO'.
       01 AS-HORA                      PIC X(06)    VALUE ZEROS.
       01 OPERACAO                     PIC 9(02)    VALUE ZEROS.
       01 BUSCAR                       PIC X(08)    VALUE ZEROS.
       01 ARMAZENA-RELATO              PIC X(107)   VALUE ZEROS.
       01 ARMAZENA-ID                  PIC 9(04)    VALUE ZEROS.
       01 ARMAZENA-MARCA               PIC X(15)    VALUE ZEROS.
       01 ARMAZENA-DESC                PIC X(30)    VALUE ZEROS.
       01 ARMAZENA-CUSTO-N REDEFINES ARMAZENA-CUSTO
                                       PIC 9(06)V99.
       01 ARMAZENA-LOCAL               PIC X(12)    VALUE SPACES.
       01 ARMAZENA-MINIMO              PIC X(04)    VALUE SPACES.
       01 ARMAZENA-MINIMO-N REDEFINES ARMAZENA-MINIMO
                                       PIC 9(04).
       01 ARMAZENA-REPOR               PIC X(04)    VALUE SPACES.
       01 ARMAZENA-REPOR-N REDEFINES ARMAZENA-REPOR
                                       PIC 9(04).
       01 ARMAZENA-RASTREIO            PIC X(01)    VALUE SPACES.
       01 WS-CUSTO-RECEBIDO            PIC 9(06)V99 VALUE ZEROS.
       01 WS-PROXIMO-ID                PIC 9(4)     VALUE 0000.
       01 OPERACAO-UPDATE              PIC X(02)    VALUE ZEROS.
       01 WS-MAN-KM                    PIC X(07)    VALUE SPACES.
       01 WS-MAN-PROMETIDA             PIC X(10)    VALUE SPACES.
       01 WS-MAN-ORCAMENTO             PIC X(06)    VALUE SPACES.
       01 WS-MAN-FILIAL                PIC X(02)    VALUE SPACES.
       01 WS-MAN-PARES.
           05 WS-MAN-PAR OCCURS 5 TIMES
                         INDEXED BY WS-MAN-PAR-IDX PIC X(11).
       01 WS-MAN-PAR-QTD-X             PIC X(04)    VALUE SPACES.
       01 WS-MAN-PAR-QTD               PIC 9(04)    VALUE ZEROS.
       01 WS-QTD-OS-LIBERADAS          PIC 9(03)    VALUE ZEROS.
       01 WS-OS-LIBERADAS.
           05 WS-OS-LIBERADA OCCURS 50 TIMES PIC X(06).
       01 WS-OS-LIB-I                  PIC 9(03)    VALUE ZEROS.
       01 WS-FIC-OPCAO                 PIC X(01)    VALUE 'O'.
       01 WS-FIC-OS                    PIC X(06)    VALUE SPACES.
       01 WS-FIC-DATA                  PIC X(08)    VALUE SPACES.
       01 WS-FIC-QTD                   PIC 9(05)    VALUE ZEROS.
       01 WS-DADOS-MAN                 PIC X(179)   VALUE SPACES.
       01 WS-CONFIRMA-EXCLUSAO         PIC X(01)    VALUE SPACES.

       01 WS-ESTOQUE-MINIMO            PIC 9(04)    VALUE 0010.
       01 WS-NUM-SERIE-CH              PIC X(10)    VALUE SPACES.
       01 WS-NUM-SEMENTE               PIC 9(06)    VALUE ZEROS.
       01 WS-NUM-PROXIMO               PIC 9(06)    VALUE ZEROS.
       01 WS-NUM-OPER                  PIC X(38)    VALUE SPACES.
       01 WS-PED-QTD-PEDIR             PIC 9(04)    VALUE ZEROS.
       01 WS-PED-ACHOU-PENDENTE        PIC X(01)    VALUE 'N'.
       01 WS-RECEBER-ID-PED            PIC 9(05)    VALUE ZEROS.
       01 WS-KAR-QTD                   PIC 9(06)    VALUE ZEROS.
       01 WS-KAR-MOTIVO                PIC X(15)    VALUE SPACES.
       01 WS-KAR-ORIGEM                PIC X(15)    VALUE SPACES.
       01 WS-KAR-CUSTO                 PIC 9(06)V99 VALUE ZEROS.
       01 WS-QTD-ANTERIOR              PIC 9(04)    VALUE ZEROS.

      *-----------------------------------------------------------------
      *              EXTRATO DE MOVIMENTOS DE UMA PECA
      *-----------------------------------------------------------------
       01 WS-EXT-PECA-ID               PIC X(06)    VALUE SPACES.
       01 WS-DADOS-KAR                 PIC X(133)   VALUE SPACES.
       01 WS-KVL-MOV REDEFINES WS-DADOS-KAR.
           05 WS-KVL-M-DATA            PIC X(10).
           05 FILLER                   PIC X(10).
           05 WS-KVL-M-PECA            PIC X(06).
           05 FILLER                   PIC X(01).
           05 WS-KVL-M-TIPO            PIC X(01).
           05 FILLER                   PIC X(01).
           05 WS-KVL-M-QTD-X           PIC X(06).
           05 WS-KVL-M-QTD-N REDEFINES WS-KVL-M-QTD-X
                                       PIC 9(06).
           05 FILLER                   PIC X(01).
           05 WS-KVL-M-MOTIVO          PIC X(15).
           05 FILLER                   PIC X(01).
           05 WS-KVL-M-ORIGEM          PIC X(15).
           05 FILLER                   PIC X(36).
           05 WS-KVL-M-SP8             PIC X(01).
           05 WS-KVL-M-CUSTO-X         PIC X(08).
           05 WS-KVL-M-CUSTO-N REDEFINES WS-KVL-M-CUSTO-X
                                       PIC 9(06)V99.
           05 FILLER                   PIC X(01).
           05 WS-KVL-M-SALDO-QTD-X     PIC X(06).
           05 WS-KVL-M-SALDO-QTD-N REDEFINES WS-KVL-M-SALDO-QTD-X
                                       PIC 9(06).
           05 FILLER                   PIC X(01).
           05 WS-KVL-M-SALDO-VALOR-X   PIC X(10).
           05 WS-KVL-M-SALDO-VALOR-N REDEFINES WS-KVL-M-SALDO-VALOR-X
                                       PIC 9(08)V99.
           05 FILLER                   PIC X(01).
           05 WS-KVL-M-FILIAL          PIC X(02).
       01 WS-KAR-L-DATA                PIC X(10)    VALUE SPACES.
       01 WS-KAR-L-HORA                PIC X(08)    VALUE SPACES.
       01 WS-KAR-L-PECA                PIC X(06)    VALUE SPACES.
       01 WS-CPG-VENC                  PIC X(10)    VALUE SPACES.
       01 WS-CPG-I                     PIC 9(02)    VALUE ZEROS.
       01 WS-EXISTE-CPG                PIC X(01)    VALUE 'N'.

       01 WS-DAT-FUNCAO                PIC X(01)    VALUE SPACES.
       01 WS-DAT-DATA1                 PIC X(10)    VALUE SPACES.
       01 WS-DAT-DATA2                 PIC X(10)    VALUE SPACES.
       01 WS-DAT-VALIDA                PIC X(01)    VALUE 'N'.
       01 WS-DAT-DIAS                  PIC S9(07)   VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01 WS-LINHA-IDF                 PIC X(90)    VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              VENDA DE BALCAO (SEM OS)
      *-----------------------------------------------------------------
       01 LINDET-VDB.
           05 LINDET-VDB-NUM            PIC 9(06) VALUE ZEROS.
           05 LINDET-VDB-SP1            PIC X(01) VALUE '|'.
           05 LINDET-VDB-DATA           PIC X(10) VALUE SPACES.
           05 LINDET-VDB-SP2            PIC X(01) VALUE '|'.
           05 LINDET-VDB-ITENS          PIC 9(02) VALUE ZEROS.
           05 LINDET-VDB-SP3            PIC X(01) VALUE '|'.
           05 LINDET-VDB-SUBTOTAL       PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-VDB-SP4            PIC X(01) VALUE '|'.
           05 LINDET-VDB-ICMS           PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-VDB-SP5            PIC X(01) VALUE '|'.
           05 LINDET-VDB-TOTAL          PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-VDB-SP6            PIC X(01) VALUE '|'.
           05 LINDET-VDB-CUSTO          PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-VDB-SP7            PIC X(01) VALUE '|'.
           05 LINDET-VDB-FORMA          PIC X(09) VALUE SPACES.
           05 LINDET-VDB-SP8            PIC X(01) VALUE '|'.
           05 LINDET-VDB-OPER           PIC X(04) VALUE SPACES.
           05 LINDET-VDB-SP9            PIC X(01) VALUE '|'.
           05 LINDET-VDB-FILIAL         PIC X(02) VALUE SPACES.

       01 WS-VDB-CARRINHO.
           05 WS-VDB-ITEM OCCURS 10 TIMES.
               10 WS-VDB-I-ID           PIC X(04).
               10 WS-VDB-I-DESC         PIC X(24).
               10 WS-VDB-I-QTD          PIC 9(04).
               10 WS-VDB-I-UNIT         PIC 9(06)V99.
               10 WS-VDB-I-CUSTO        PIC 9(06)V99.
               10 WS-VDB-I-TOTAL        PIC 9(06)V99.
       01 WS-VDB-QTD-ITENS             PIC 9(02)    VALUE ZEROS.
       01 WS-VDB-I                     PIC 9(02)    VALUE ZEROS.
       01 WS-VDB-J                     PIC 9(02)    VALUE ZEROS.
       01 WS-VDB-FIM-ITENS             PIC X(01)    VALUE 'N'.
       01 WS-VDB-CODIGO                PIC X(15)    VALUE SPACES.
       01 WS-VDB-ID                    PIC X(04)    VALUE SPACES.
       01 WS-VDB-ACHOU                 PIC X(01)    VALUE 'N'.
       01 WS-VDB-QTD-PEDIDA            PIC 9(04)    VALUE ZEROS.
       01 WS-VDB-NO-CARRINHO           PIC 9(05)    VALUE ZEROS.
       01 WS-VDB-DISPONIVEL            PIC 9(04)    VALUE ZEROS.
       01 WS-VDB-ESTOQUE-OK            PIC X(01)    VALUE 'S'.
       01 WS-VDB-FORMA-OK              PIC X(01)    VALUE 'N'.
       01 WS-VDB-CONFIRMA              PIC X(01)    VALUE 'N'.
       01 WS-VDB-MAIOR                 PIC 9(06)    VALUE ZEROS.
       01 WS-DADOS-VDB                 PIC X(74)    VALUE SPACES.
       01 WS-VDB-L-NUM-X               PIC X(06)    VALUE SPACES.
       01 WS-VDB-L-NUM-N REDEFINES WS-VDB-L-NUM-X PIC 9(06).
       01 WS-CLOSE-VDB                 PIC X(01)    VALUE 'S'.
       01 WS-EXISTE-VDB                PIC X(01)    VALUE 'N'.
       01 WS-VDB-ICMS-PCT              PIC 9(03)V99 VALUE 18.
       01 WS-DADOS-TIMP                PIC X(11)    VALUE SPACES.
       01 WS-CLOSE-TIMP                PIC X(01)    VALUE 'S'.
       01 WS-TIMP-NOME                 PIC X(05)    VALUE SPACES.
       01 WS-TIMP-PCT-X                PIC X(05)    VALUE SPACES.
       01 WS-TIMP-PCT-N REDEFINES WS-TIMP-PCT-X PIC 9(03)V99.
       01 WS-VDB-VALOR-ED              PIC ZZZZZ9,99 VALUE ZEROS.
       01 WS-VDB-UNIT-ED               PIC ZZZZZ9,99 VALUE ZEROS.
       01 WS-VDB-PCT-ED                PIC ZZ9,99   VALUE ZEROS.
       01 WS-VDB-QTD-ED                PIC ZZZ9     VALUE ZEROS.
       01 WS-LINHA-RCB                 PIC X(80)    VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              KARDEX VALORIZADO POR PERIODO
      *-----------------------------------------------------------------
       01 WS-KVL-PECA                  PIC X(06)    VALUE SPACES.
       01 WS-KVL-DATA-INI              PIC X(10)    VALUE SPACES.
       01 WS-KVL-DATA-FIM              PIC X(10)    VALUE SPACES.
       01 WS-KVL-DATA-ED               PIC X(10)    VALUE SPACES.
       01 WS-KVL-DATA-AMD              PIC X(08)    VALUE SPACES.
       01 WS-KVL-DATA-OK               PIC X(01)    VALUE 'N'.
       01 WS-KVL-DIA                   PIC 9(02)    VALUE ZEROS.
       01 WS-KVL-MES                   PIC 9(02)    VALUE ZEROS.
       01 WS-KVL-INI-AMD               PIC X(08)    VALUE SPACES.
       01 WS-KVL-FIM-AMD               PIC X(08)    VALUE SPACES.
       01 WS-KVL-LINHA-AMD             PIC X(08)    VALUE SPACES.
       01 WS-KVL-TABELA.
           05 WS-KVL-ITEM OCCURS 500 TIMES.
               10 WS-KVL-T-PECA         PIC X(06).
               10 WS-KVL-T-INI-QTD      PIC 9(06).
               10 WS-KVL-T-INI-VALOR    PIC 9(08)V99.
               10 WS-KVL-T-ENT-QTD      PIC 9(06).
               10 WS-KVL-T-ENT-VALOR    PIC 9(08)V99.
               10 WS-KVL-T-SAI-QTD      PIC 9(06).
               10 WS-KVL-T-SAI-VALOR    PIC 9(08)V99.
               10 WS-KVL-T-FIM-QTD      PIC 9(06).
               10 WS-KVL-T-FIM-VALOR    PIC 9(08)V99.
       01 WS-KVL-QTD-PECAS             PIC 9(04)    VALUE ZEROS.
       01 WS-KVL-I                     PIC 9(04)    VALUE ZEROS.
       01 WS-KVL-ACHOU                 PIC X(01)    VALUE 'N'.
       01 WS-KVL-ESTOUROU              PIC X(01)    VALUE 'N'.
       01 WS-KVL-SEM-VALOR             PIC 9(06)    VALUE ZEROS.
       01 WS-KVL-VALOR-MOV             PIC 9(08)V99 VALUE ZEROS.
       01 WS-KVL-TOT-INI               PIC 9(10)V99 VALUE ZEROS.
       01 WS-KVL-TOT-ENT               PIC 9(10)V99 VALUE ZEROS.
       01 WS-KVL-TOT-SAI               PIC 9(10)V99 VALUE ZEROS.
       01 WS-KVL-TOT-FIM               PIC 9(10)V99 VALUE ZEROS.
       01 WS-KVL-QTD1-ED               PIC ZZZZZ9   VALUE ZEROS.
       01 WS-KVL-QTD2-ED               PIC ZZZZZ9   VALUE ZEROS.
       01 WS-KVL-QTD3-ED               PIC ZZZZZ9   VALUE ZEROS.
       01 WS-KVL-QTD4-ED               PIC ZZZZZ9   VALUE ZEROS.
       01 WS-KVL-VALOR1-ED             PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       01 WS-KVL-VALOR2-ED             PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       01 WS-KVL-VALOR3-ED             PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       01 WS-KVL-VALOR4-ED             PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       01 WS-KVL-CUSTO-ED              PIC ZZZZZ9,99 VALUE ZEROS.
       01 WS-LINHA-KVL                 PIC X(132)   VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              PONTOS DE REPOSICAO (PROPOSTA DO REPOSICAO)
      *-----------------------------------------------------------------
       01 WS-DADOS-RPP.
           05 WS-RPP-ID                PIC X(04).
           05 FILLER                   PIC X(01).
           05 WS-RPP-MIN-ATUAL         PIC 9(04).
           05 FILLER                   PIC X(01).
           05 WS-RPP-REP-ATUAL         PIC 9(04).
           05 FILLER                   PIC X(01).
           05 WS-RPP-MIN-NOVO          PIC 9(04).
           05 FILLER                   PIC X(01).
           05 WS-RPP-REP-NOVO          PIC 9(04).
           05 FILLER                   PIC X(01).
           05 WS-RPP-CONSUMO           PIC 9(07).
           05 FILLER                   PIC X(01).
           05 WS-RPP-PRAZO             PIC 9(03).
       01 WS-RPP-OPCAO                 PIC X(01)    VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              TRANSFERENCIA DE ESTOQUE ENTRE FILIAIS
      *-----------------------------------------------------------------
       01 WS-TRF-PECA                  PIC X(04)    VALUE SPACES.
       01 WS-TRF-DESTINO               PIC X(02)    VALUE SPACES.
       01 WS-TRF-QTD                   PIC 9(04)    VALUE ZEROS.
       01 WS-TRF-CUSTO                 PIC 9(06)V99 VALUE ZEROS.
       01 WS-TRF-OK                    PIC X(01)    VALUE 'N'.
       01 WS-TRF-REGISTRO              PIC X(107)   VALUE SPACES.
       01 WS-TRF-PATH-ORIGEM           PIC X(80)    VALUE SPACES.
       01 WS-TRF-SESSAO                PIC X(38)    VALUE SPACES.
       01 WS-FIL-OPCAO                 PIC X(01)    VALUE SPACES.
       01 WS-FIL-CAPACIDADE            PIC 9(03)    VALUE ZEROS.
       01 WS-FIL-BOXES                 PIC 9(02)    VALUE ZEROS.
       01 WS-FIL-BUSCA-TRF             PIC X(02)    VALUE SPACES.
       01 WS-RPP-PROPOSTAS             PIC 9(05)    VALUE ZEROS.
       01 WS-RPP-DATA-PROCESSO         PIC X(08)    VALUE SPACES.
       01 WS-RPP-QTD                   PIC 9(05)    VALUE ZEROS.
       01 WS-RPP-APLICADAS             PIC 9(05)    VALUE ZEROS.
       01 WS-RPP-CONFIRMA              PIC X(01)    VALUE 'N'.
       01 WS-CLOSE-RPP                 PIC X(01)    VALUE 'S'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              AJUSTE DA CONCILIACAO DO KARDEX (INTEGRIDADE)
      *-----------------------------------------------------------------
       01 WS-DADOS-AJK.
           05 WS-AJK-PECA              PIC X(04).
           05 FILLER                   PIC X(01).
           05 WS-AJK-FILIAL            PIC X(02).
           05 FILLER                   PIC X(01).
           05 WS-AJK-TIPO              PIC X(01).
           05 FILLER                   PIC X(01).
           05 WS-AJK-QTD               PIC 9(06).
           05 FILLER                   PIC X(01).
           05 WS-AJK-CADASTRO          PIC 9(06).
           05 FILLER                   PIC X(01).
           05 WS-AJK-KDX-SINAL         PIC X(01).
           05 WS-AJK-KDX-QTD           PIC 9(06).
       01 WS-AJK-SALDO-PROP            PIC S9(07)   VALUE ZEROS.
       01 WS-AJK-QTD-LINHAS            PIC 9(05)    VALUE ZEROS.
       01 WS-AJK-APLICADOS             PIC 9(05)    VALUE ZEROS.
       01 WS-AJK-CONFIRMA              PIC X(01)    VALUE 'N'.
       01 WS-AJK-OK                    PIC X(01)    VALUE 'N'.
       01 WS-CLOSE-AJK                 PIC X(01)    VALUE 'S'.
       01 WS-AJK-SESSAO                PIC X(38)    VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              RASTREIO POR NUMERO DE SERIE / LOTE
      *-----------------------------------------------------------------
       01 WS-DADOS-RAS.
           05 WS-RAS-ACAO              PIC X(01)    VALUE SPACES.
           05 WS-RAS-PECA              PIC X(04)    VALUE SPACES.
           05 WS-RAS-MODO              PIC X(01)    VALUE SPACES.
           05 WS-RAS-QTD               PIC 9(04)    VALUE ZEROS.
           05 WS-RAS-PEDIDO            PIC 9(05)    VALUE ZEROS.
           05 WS-RAS-FORNECEDOR        PIC X(04)    VALUE SPACES.
           05 WS-RAS-OS                PIC X(06)    VALUE SPACES.
           05 WS-RAS-PLACA             PIC X(08)    VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              TRATADOR CENTRAL DE ERROS (SUBPROGRAMA ERRO)
      *-----------------------------------------------------------------

       LINKAGE SECTION.
       01 WS-SUB-OPTION                PIC X(01)   VALUE SPACES.
       01 WS-OPERADOR-SESSAO               PIC X(38).

       PROCEDURE DIVISION USING WS-SUB-OPTION,
                       WS-OPERADOR-SESSAO.

           PERFORM 1075-CARREGAR-OPERADOR.

           PERFORM 1076-CAMINHOS-DA-FILIAL.

           PERFORM 1100-CHECAR-ARQUIVO-EXISTE.

           OPEN I-O RELATO-PECAS.
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Importacao-precos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-IMPORT-DIFF-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Vendas-balcao.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-VENDAS-BALCAO-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Tabela-impostos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-TABELA-IMP-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Kardex-valorizado.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-KARDEX-VAL-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Reposicao-proposta.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-REPOSICAO-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Kardex-ajuste-proposta.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-AJUSTE-KAR-PATH
           .
       1010-CARREGAR-DIRETORIO-EXIT.
           EXIT.
           MOVE SPACES TO WS-OPER-NOME
           MOVE SPACES TO WS-OPER-CARGO

           MOVE SPACES TO WS-OPER-FILIAL

           IF WS-OPERADOR-SESSAO NOT = SPACES
               UNSTRING WS-OPERADOR-SESSAO DELIMITED BY '|'
                   INTO WS-OPER-ID
                        WS-OPER-NOME
                        WS-OPER-CARGO
                        WS-OPER-FILIAL
           ELSE
               OPEN INPUT OPERADOR-ATUAL
               IF AS-STATUS-OPER = ZEROS
               END-IF
           END-IF.

           IF WS-OPER-FILIAL = SPACES
               MOVE '01' TO WS-OPER-FILIAL
           END-IF.

       1075-CARREGAR-OPERADOR-EXIT.
           EXIT.

      * FORA DA FILIAL 01 O ESTOQUE (E A CONTAGEM DE INVENTARIO) SAO
      * ARQUIVOS PROPRIOS DA FILIAL, COM O CODIGO NO NOME.
       1076-CAMINHOS-DA-FILIAL     SECTION.

           IF WS-OPER-FILIAL NOT = '01'
               MOVE SPACES TO WS-ARQ-RELATO-PECAS-PATH
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Relatorio-pecas-' DELIMITED BY SIZE
                      WS-OPER-FILIAL DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-RELATO-PECAS-PATH

               MOVE SPACES TO WS-ARQ-SNAPSHOT-PATH
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Inventario-snapshot-' DELIMITED BY SIZE
                      WS-OPER-FILIAL DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-SNAPSHOT-PATH

               MOVE SPACES TO WS-ARQ-VARIACAO-PATH
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Inventario-variacao-' DELIMITED BY SIZE
                      WS-OPER-FILIAL DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-VARIACAO-PATH
           END-IF.

       1076-CAMINHOS-DA-FILIAL-EXIT.
           EXIT.

      * SO O GERENTE PODE EXECUTAR ACOES DESTRUTIVAS. A RECUSA FICA
      * REGISTRADA NA AUDITORIA COMO NEGADO.
       1080-VERIFICAR-GERENTE      SECTION.
           DISPLAY '(12) - DEVOLUCAO AO FORNECEDOR (RMA)'
           DISPLAY '(13) - EQUIVALENCIAS DE CODIGO DE PECA'
           DISPLAY '(14) - IMPORTAR LISTA DE PRECOS DO FORNECEDOR'
           DISPLAY '(15) - VENDA DE BALCAO'
           DISPLAY '(16) - KARDEX VALORIZADO POR PERIODO'
           DISPLAY '(17) - PONTOS DE REPOSICAO'
           DISPLAY '(18) - RASTREIO POR NUMERO DE SERIE/LOTE'
           DISPLAY '(19) - TRANSFERENCIA DE ESTOQUE ENTRE FILIAIS'
           DISPLAY '(20) - AJUSTE DA CONCILIACAO DO KARDEX'
           ACCEPT OPERACAO

           EVALUATE OPERACAO

               PERFORM 7500-IMPORTAR-PRECOS

      *-----------------------------------------------------------------
           WHEN 15

               CLOSE RELATO-PECAS

               IF AS-STATUS-S NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR RELATO PECAS'
                       AS-STATUS-S
               END-IF

               PERFORM 8000-VENDA-BALCAO

      *-----------------------------------------------------------------
           WHEN 16

               CLOSE RELATO-PECAS

               IF AS-STATUS-S NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR RELATO PECAS'
                       AS-STATUS-S
               END-IF

               PERFORM 8100-KARDEX-VALORIZADO

      *-----------------------------------------------------------------
           WHEN 17

               CLOSE RELATO-PECAS

               IF AS-STATUS-S NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR RELATO PECAS'
                       AS-STATUS-S
               END-IF

               PERFORM 8200-PONTOS-REPOSICAO

      *-----------------------------------------------------------------
           WHEN 18

               CLOSE RELATO-PECAS

               IF AS-STATUS-S NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR RELATO PECAS'
                       AS-STATUS-S
               END-IF

               MOVE 'C' TO WS-RAS-ACAO
               MOVE SPACES TO WS-RAS-PECA
               MOVE SPACES TO WS-RAS-MODO
               MOVE ZEROS TO WS-RAS-QTD
               MOVE ZEROS TO WS-RAS-PEDIDO
               MOVE SPACES TO WS-RAS-FORNECEDOR
               MOVE SPACES TO WS-RAS-OS
               MOVE SPACES TO WS-RAS-PLACA
               PERFORM 2990-CHAMAR-RASTREIO

      *-----------------------------------------------------------------
           WHEN 19

               CLOSE RELATO-PECAS

               IF AS-STATUS-S NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR RELATO PECAS'
                       AS-STATUS-S
               END-IF

               PERFORM 9000-TRANSFERIR-ESTOQUE

      *-----------------------------------------------------------------
           WHEN 20

               CLOSE RELATO-PECAS

               IF AS-STATUS-S NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR RELATO PECAS'
                       AS-STATUS-S
               END-IF

               PERFORM 8300-APROVAR-AJUSTE-KARDEX

      *-----------------------------------------------------------------
           WHEN 8

           ACCEPT LINDET02-REL-CUSTO-P
           DISPLAY 'INFORME A LOCALIZACAO (CORREDOR-PRAT-CAIXA): '
           ACCEPT LINDET02-REL-LOCAL-P
           DISPLAY 'INFORME O ESTOQUE MINIMO (ZERO = PADRAO DE '
                   WS-ESTOQUE-MINIMO '): '
           ACCEPT LINDET02-REL-MINIMO-P
           IF LINDET02-REL-MINIMO-P = ZEROS
               MOVE WS-ESTOQUE-MINIMO TO LINDET02-REL-MINIMO-P
           END-IF
           DISPLAY 'INFORME A QUANTIDADE DE REPOSICAO '
                   '(ZERO = COMPLETAR O MINIMO): '
           ACCEPT LINDET02-REL-REPOR-P
           DISPLAY 'RASTREIO (S = NUMERO DE SERIE, L = LOTE, '
                   'N = NENHUM): '
           ACCEPT LINDET02-REL-RASTREIO-P
           IF LINDET02-REL-RASTREIO-P NOT = 'S' AND
              LINDET02-REL-RASTREIO-P NOT = 'L'
               MOVE 'N' TO LINDET02-REL-RASTREIO-P
           END-IF
           DISPLAY ''


                       MOVE LINDET02-REL-QTD-P TO WS-KAR-QTD
                       MOVE 'CADASTRO' TO WS-KAR-MOTIVO
                       MOVE SPACES TO WS-KAR-ORIGEM
                       MOVE LINDET02-REL-CUSTO-P TO WS-KAR-CUSTO
                       CALL 'KARDEX' USING WS-KAR-TIPO,
                           WS-KAR-PECA, WS-KAR-QTD,
                           WS-KAR-MOTIVO, WS-KAR-ORIGEM,
                           WS-OPERADOR-SESSAO, WS-KAR-CUSTO
                   END-IF

                   DISPLAY ' CADASTRO REALIZADO COM SUCESSO!!'

       2100-CREATE-PECA-EXIT.
           EXIT.

      * LEVA O MINIMO E A REPOSICAO LIDOS DO REGISTRO PARA A LINHA
      * REGRAVADA. REGISTRO SEM ELES FICA COM O MINIMO PADRAO E SEM
      * QUANTIDADE DE REPOSICAO.
       2190-COPIAR-REPOSICAO       SECTION.

           IF ARMAZENA-MINIMO IS NUMERIC
               MOVE ARMAZENA-MINIMO-N TO LINDET02-REL-MINIMO-P
           ELSE
               MOVE WS-ESTOQUE-MINIMO TO LINDET02-REL-MINIMO-P
           END-IF

           IF ARMAZENA-REPOR IS NUMERIC
               MOVE ARMAZENA-REPOR-N TO LINDET02-REL-REPOR-P
           ELSE
               MOVE ZEROS TO LINDET02-REL-REPOR-P
           END-IF
           .
       2190-COPIAR-REPOSICAO-EXIT.
           EXIT.

      * LEVA O INDICADOR DE RASTREIO LIDO DO REGISTRO PARA A LINHA
      * REGRAVADA. QUALQUER COISA DIFERENTE DE SERIE OU LOTE E PECA
      * SEM RASTREIO.
       2195-COPIAR-RASTREIO        SECTION.

           IF ARMAZENA-RASTREIO = 'S' OR ARMAZENA-RASTREIO = 'L'
               MOVE ARMAZENA-RASTREIO TO LINDET02-REL-RASTREIO-P
           ELSE
               MOVE 'N' TO LINDET02-REL-RASTREIO-P
           END-IF
           .
       2195-COPIAR-RASTREIO-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * SECAO PARA ATUALIZAR UMA PECA, LOCALIZANDO-A DIRETAMENTE PELA
      * CHAVE (ID) EM VEZ DE PERCORRER O ARQUIVO INTEIRO.
                   ARMAZENA-VALOR
                   ARMAZENA-CUSTO
                   ARMAZENA-LOCAL
                   ARMAZENA-MINIMO
                   ARMAZENA-REPOR
                   ARMAZENA-RASTREIO

                   MOVE ARMAZENA-RELATO TO
                   WS-AUD-VALOR-ANTIGO
                   ACCEPT ARMAZENA-CUSTO
                   DISPLAY 'LOCALIZACAO (CORREDOR-PRAT-CAIXA):'
                   ACCEPT ARMAZENA-LOCAL
                   DISPLAY 'RASTREIO (S = SERIE, L = LOTE, N = NENHUM;'
                       ' ATUAL: ' ARMAZENA-RASTREIO '):'
                   ACCEPT ARMAZENA-RASTREIO

                   MOVE ARMAZENA-ID TO
                   LINDET02-REL-ID-P
                   END-IF

                   MOVE ARMAZENA-LOCAL TO LINDET02-REL-LOCAL-P
                   PERFORM 2190-COPIAR-REPOSICAO
                   PERFORM 2195-COPIAR-RASTREIO


                   MOVE LINDET02-REL TO ARQ-RELATO1-PECAS
                       MOVE LINDET02-REL-ID-P TO WS-KAR-PECA
                       MOVE 'AJUSTE MANUAL' TO WS-KAR-MOTIVO
                       MOVE SPACES TO WS-KAR-ORIGEM
                       MOVE ZEROS TO WS-KAR-CUSTO
                       CALL 'KARDEX' USING WS-KAR-TIPO,
                           WS-KAR-PECA, WS-KAR-QTD,
                           WS-KAR-MOTIVO, WS-KAR-ORIGEM,
                           WS-OPERADOR-SESSAO, WS-KAR-CUSTO
                   END-IF

                   MOVE 'ALTERACAO' TO
           END-IF

           DISPLAY '---------------------------------------------'
           DISPLAY 'PECAS COM ESTOQUE ABAIXO DO MINIMO DE CADA PECA'
           DISPLAY '---------------------------------------------'

           PERFORM UNTIL AS-FIM = 'SIM'
                                           LINDET02-REL-DESC-P
                                           LINDET02-REL-QTD-P
                                           LINDET02-REL-VALOR-P
                       MOVE ARMAZENA-RELATO(93:4) TO ARMAZENA-MINIMO
                       MOVE ARMAZENA-RELATO(100:4) TO ARMAZENA-REPOR
                       PERFORM 2190-COPIAR-REPOSICAO

                       IF LINDET02-REL-QTD-P < LINDET02-REL-MINIMO-P
                           DISPLAY ARMAZENA-RELATO
                           PERFORM 2800-GERAR-PEDIDO-COMPRA
                       END-IF
       2800-GERAR-PEDIDO-COMPRA    SECTION.

           COMPUTE WS-PED-QTD-PEDIR =
                   LINDET02-REL-MINIMO-P - LINDET02-REL-QTD-P
           IF LINDET02-REL-REPOR-P > WS-PED-QTD-PEDIR
               MOVE LINDET02-REL-REPOR-P TO WS-PED-QTD-PEDIR
           END-IF

           MOVE 'N' TO WS-PED-ACHOU-PENDENTE
           MOVE 'NAO' TO AS-FIM-PED
           MOVE '/' TO LINDET-CPG-VENCIMENTO(6:1)
           MOVE WS-PREV-ANO TO LINDET-CPG-VENCIMENTO(7:4)

      *    VENCIMENTO EM FERIADO OU DIA FECHADO VAI PARA O PROXIMO
      *    DIA UTIL.
           MOVE 'P' TO WS-DAT-FUNCAO
           MOVE LINDET-CPG-VENCIMENTO TO WS-DAT-DATA1
           CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
               WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
           IF WS-DAT-VALIDA = 'S' AND WS-DAT-DIAS > ZEROS
               MOVE WS-DAT-DATA2 TO LINDET-CPG-VENCIMENTO
           END-IF

           IF WS-CPG-I = WS-CPG-PARCELAS
               COMPUTE LINDET-CPG-VALOR =
                   WS-CPG-TOTAL - WS-CPG-VALOR-ACUM
               DISPLAY WS-QTD-OS-LIBERADAS ' OS LIBERADA(S) DE '
                   'AGUARDA-PECA PARA AGENDADO.'
           END-IF

      *    COM O ARQUIVO JA FECHADO, SAI A FICHA DE SERVICO DE CADA OS
      *    LIBERADA PARA A OFICINA.
           PERFORM VARYING WS-OS-LIB-I FROM 1 BY 1
                   UNTIL WS-OS-LIB-I > WS-QTD-OS-LIBERADAS
                      OR WS-OS-LIB-I > 50
               MOVE 'O' TO WS-FIC-OPCAO
               MOVE WS-OS-LIBERADA(WS-OS-LIB-I) TO WS-FIC-OS
               MOVE SPACES TO WS-FIC-DATA
               MOVE ZEROS TO WS-FIC-QTD
               CALL 'FICHA' USING WS-FIC-OPCAO, WS-OPERADOR-SESSAO,
                   WS-FIC-OS, WS-FIC-DATA, WS-FIC-QTD
           END-PERFORM
           .
       2960-LIBERAR-OS-AGUARDANDO-EXIT.
           EXIT.
           MOVE SPACES TO WS-MAN-KM
           MOVE SPACES TO WS-MAN-PROMETIDA
           MOVE SPACES TO WS-MAN-ORCAMENTO
           MOVE SPACES TO WS-MAN-FILIAL

           UNSTRING WS-DADOS-MAN DELIMITED BY '|' INTO
                               WS-MAN-OS
                               WS-MAN-KM
                               WS-MAN-PROMETIDA
                               WS-MAN-ORCAMENTO
                               WS-MAN-FILIAL

      *    SO A OS DA FILIAL QUE RECEBEU O PEDIDO SAI DO ESTOQUE DELA.
           IF WS-MAN-FILIAL = SPACES
               MOVE '01' TO WS-MAN-FILIAL
           END-IF

           IF WS-MAN-STATUS = 'AGUARDA-PECA' AND
              WS-MAN-PEDIDO IS NUMERIC AND
              WS-MAN-PEDIDO = WS-RECEBER-ID-PED AND
              WS-MAN-FILIAL = WS-OPER-FILIAL

               MOVE WS-DADOS-MAN TO WS-AUD-VALOR-ANTIGO

                      WS-MAN-PROMETIDA DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-MAN-ORCAMENTO DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-MAN-FILIAL DELIMITED BY SIZE
                      INTO WS-DADOS-MAN

               MOVE WS-DADOS-MAN TO ARQ-MAINTENANCE-PECAS
               MOVE 'PECAS' TO WS-AUD-MODULO

               ADD 1 TO WS-QTD-OS-LIBERADAS
               IF WS-QTD-OS-LIBERADAS NOT > 50
                   MOVE WS-MAN-OS TO
                       WS-OS-LIBERADA(WS-QTD-OS-LIBERADAS)
               END-IF
               DISPLAY 'OS ' WS-MAN-OS ' LIBERADA (AGENDADO).'
           END-IF
           .
                                ARMAZENA-VALOR
                                ARMAZENA-CUSTO
                                ARMAZENA-LOCAL
                                ARMAZENA-MINIMO
                                ARMAZENA-REPOR
                                ARMAZENA-RASTREIO

                   MOVE ARMAZENA-QTD TO WS-ESTOQUE-QTD-NUM
                   IF WS-ESTOQUE-QTD-NUM >= WS-MAN-PAR-QTD
                           WS-MAN-PAR-ID ' NAO COBRIU A OS LIBERADA.'
                   END-IF

                   IF ARMAZENA-RASTREIO = 'S' OR
                      ARMAZENA-RASTREIO = 'L'
                       MOVE 'S' TO WS-RAS-ACAO
                       MOVE ARMAZENA-ID TO WS-RAS-PECA
                       MOVE ARMAZENA-RASTREIO TO WS-RAS-MODO
                       MOVE WS-MAN-PAR-QTD TO WS-RAS-QTD
                       MOVE ZEROS TO WS-RAS-PEDIDO
                       MOVE SPACES TO WS-RAS-FORNECEDOR
                       MOVE WS-MAN-OS TO WS-RAS-OS
                       MOVE WS-MAN-PLACA TO WS-RAS-PLACA
                       PERFORM 2990-CHAMAR-RASTREIO
                   END-IF

                   MOVE ARMAZENA-ID    TO LINDET02-REL-ID-P
                   MOVE ARMAZENA-MARCA TO LINDET02-REL-MARCA-P
                   MOVE ARMAZENA-DESC  TO LINDET02-REL-DESC-P
                       MOVE ZEROS TO LINDET02-REL-CUSTO-P
                   END-IF
                   MOVE ARMAZENA-LOCAL TO LINDET02-REL-LOCAL-P
                   PERFORM 2190-COPIAR-REPOSICAO
                   PERFORM 2195-COPIAR-RASTREIO

                   MOVE LINDET02-REL TO ARQ-RELATO1-PECAS
                   REWRITE ARQ-RELATO1-PECAS
                   MOVE 'CONSUMO OS' TO WS-KAR-MOTIVO
                   MOVE SPACES TO WS-KAR-ORIGEM
                   MOVE WS-MAN-OS TO WS-KAR-ORIGEM(1:6)
                   MOVE ZEROS TO WS-KAR-CUSTO
                   CALL 'KARDEX' USING WS-KAR-TIPO,
                       WS-KAR-PECA, WS-KAR-QTD,
                       WS-KAR-MOTIVO, WS-KAR-ORIGEM,
                       WS-OPERADOR-SESSAO, WS-KAR-CUSTO
           END-READ
           .
       2975-BAIXAR-UM-ITEM-OS-EXIT.
                                ARMAZENA-VALOR
                                ARMAZENA-CUSTO
                                ARMAZENA-LOCAL
                                ARMAZENA-MINIMO
                                ARMAZENA-REPOR
                                ARMAZENA-RASTREIO

                   MOVE ARMAZENA-QTD TO WS-ESTOQUE-QTD-NUM
                   ADD LINDET-PED-QTD TO WS-ESTOQUE-QTD-NUM

      *            A ENTRADA VAI AO KARDEX PELO CUSTO DA NOTA DO
      *            FORNECEDOR (SEM ELE, PELO CUSTO DO CADASTRO) E O
      *            KARDEX DEVOLVE O NOVO CUSTO MEDIO DA PECA.
                   IF WS-CUSTO-RECEBIDO > ZEROS
                       MOVE WS-CUSTO-RECEBIDO TO WS-KAR-CUSTO
                   ELSE
                       IF ARMAZENA-CUSTO IS NUMERIC
                           MOVE ARMAZENA-CUSTO-N TO WS-KAR-CUSTO
                       ELSE
                           MOVE ZEROS TO WS-KAR-CUSTO
                       END-IF
                   END-IF
                   MOVE 'E' TO WS-KAR-TIPO
                   MOVE ARMAZENA-ID TO WS-KAR-PECA
                   MOVE LINDET-PED-QTD TO WS-KAR-QTD
                   MOVE 'RECEBIMENTO' TO WS-KAR-MOTIVO
                   MOVE SPACES TO WS-KAR-ORIGEM
                   MOVE LINDET-PED-ID TO WS-KAR-ORIGEM(1:5)
                   CALL 'KARDEX' USING WS-KAR-TIPO,
                       WS-KAR-PECA, WS-KAR-QTD,
                       WS-KAR-MOTIVO, WS-KAR-ORIGEM,
                       WS-OPERADOR-SESSAO, WS-KAR-CUSTO

      *            PECA RASTREADA: OS NUMEROS DE SERIE OU LOTES
      *            RECEBIDOS FICAM LIGADOS AO PEDIDO E AO FORNECEDOR.
                   IF ARMAZENA-RASTREIO = 'S' OR
                      ARMAZENA-RASTREIO = 'L'
                       MOVE 'E' TO WS-RAS-ACAO
                       MOVE ARMAZENA-ID TO WS-RAS-PECA
                       MOVE ARMAZENA-RASTREIO TO WS-RAS-MODO
                       MOVE LINDET-PED-QTD TO WS-RAS-QTD
                       MOVE LINDET-PED-ID TO WS-RAS-PEDIDO
                       MOVE LINDET-PED-FORNECEDOR TO WS-RAS-FORNECEDOR
                       MOVE SPACES TO WS-RAS-OS
                       MOVE SPACES TO WS-RAS-PLACA
                       PERFORM 2990-CHAMAR-RASTREIO
                   END-IF

                   MOVE ARMAZENA-ID    TO LINDET02-REL-ID-P
                   MOVE ARMAZENA-MARCA TO LINDET02-REL-MARCA-P
                   MOVE ARMAZENA-DESC  TO LINDET02-REL-DESC-P
                       MOVE ZEROS TO LINDET02-REL-VALOR-P
                   END-IF

      *            O CUSTO MEDIO DEVOLVIDO PELO KARDEX PASSA A SER O
      *            CUSTO CORRENTE DA PECA; SEM ELE, O CUSTO ANTERIOR E
      *            PRESERVADO.
                   IF WS-KAR-CUSTO > ZEROS
                       MOVE WS-KAR-CUSTO TO
                           LINDET02-REL-CUSTO-P
                   ELSE
                       IF ARMAZENA-CUSTO IS NUMERIC
                   END-IF

                   MOVE ARMAZENA-LOCAL TO LINDET02-REL-LOCAL-P
                   PERFORM 2190-COPIAR-REPOSICAO
                   PERFORM 2195-COPIAR-RASTREIO

                   MOVE LINDET02-REL TO ARQ-RELATO1-PECAS
                   REWRITE ARQ-RELATO1-PECAS
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO
           END-READ

           CLOSE RELATO-PECAS
       2950-ATUALIZAR-ESTOQUE-RECEBIDO-EXIT.
           EXIT.

      * MOVIMENTO DE PECA RASTREADA (RECEBIMENTO, BAIXA NA OS OU
      * CONSULTA), COM A ACAO E OS DADOS JA MONTADOS EM WS-RAS-*.
       2990-CHAMAR-RASTREIO        SECTION.

           CALL 'RASTREIO' USING WS-RAS-ACAO, WS-RAS-PECA,
               WS-RAS-MODO, WS-RAS-QTD, WS-RAS-PEDIDO,
               WS-RAS-FORNECEDOR, WS-RAS-OS, WS-RAS-PLACA
           .
       2990-CHAMAR-RASTREIO-EXIT.
           EXIT.

      * SECAO PARA CALCULAR O VALOR TOTAL DO ESTOQUE DE PECAS
       2700-RELATORIO-VALORIZACAO  SECTION.

           END-IF

           DISPLAY '---------------------------------------------'
           DISPLAY 'RELATORIO DE VALORIZACAO DO ESTOQUE (CUSTO MEDIO)'
           DISPLAY '---------------------------------------------'

           PERFORM UNTIL AS-FIM = 'SIM'
                   AT END
                       MOVE 'SIM' TO AS-FIM
                   NOT AT END
                       UNSTRING ARMAZENA-RELATO DELIMITED BY ' | '
                               INTO ARMAZENA-ID
                                    ARMAZENA-MARCA
                                    ARMAZENA-DESC
                                    ARMAZENA-QTD
                                    ARMAZENA-VALOR
                                    ARMAZENA-CUSTO
                                    ARMAZENA-LOCAL

                       MOVE ARMAZENA-QTD TO WS-ESTOQUE-QTD-NUM
                       IF ARMAZENA-CUSTO IS NUMERIC
                           COMPUTE WS-VALOR-TOTAL-ITEM =
                               WS-ESTOQUE-QTD-NUM * ARMAZENA-CUSTO-N
                       ELSE
                           MOVE ZEROS TO WS-VALOR-TOTAL-ITEM
                       END-IF

                       DISPLAY ARMAZENA-DESC(1:24) ' - QTD: '
                               WS-ESTOQUE-QTD-NUM ' - CUSTO MEDIO: '
                               ARMAZENA-CUSTO ' - SUBTOTAL: '
                               WS-VALOR-TOTAL-ITEM

                       ADD WS-VALOR-TOTAL-ITEM TO WS-VALOR-TOTAL-ESTOQUE
               WS-KAR-L-TIPO
               WS-KAR-L-QTD-X

           IF WS-KVL-M-FILIAL = SPACES
               MOVE '01' TO WS-KVL-M-FILIAL
           END-IF

           IF WS-KAR-L-PECA = WS-EXT-PECA-ID AND
              WS-KAR-L-QTD-X IS NUMERIC AND
              WS-KVL-M-FILIAL = WS-OPER-FILIAL
               MOVE WS-KAR-L-QTD-X TO WS-KAR-L-QTD
               IF WS-KAR-L-TIPO = 'E'
                   ADD WS-KAR-L-QTD TO WS-SALDO-KARDEX
                                       ARMAZENA-VALOR
                                       ARMAZENA-CUSTO
                                       ARMAZENA-LOCAL
                                       ARMAZENA-MINIMO
                                       ARMAZENA-REPOR
                                       ARMAZENA-RASTREIO

                   MOVE ARMAZENA-RELATO TO WS-AUD-VALOR-ANTIGO

                       MOVE ZEROS TO LINDET02-REL-CUSTO-P
                   END-IF
                   MOVE ARMAZENA-LOCAL TO LINDET02-REL-LOCAL-P
                   PERFORM 2190-COPIAR-REPOSICAO
                   PERFORM 2195-COPIAR-RASTREIO
                   MOVE WS-INV-QTD-CONT(WS-INV-I) TO
                       LINDET02-REL-QTD-P

                   MOVE WS-INV-ID(WS-INV-I) TO WS-KAR-PECA
                   MOVE 'AJUSTE INVENT' TO WS-KAR-MOTIVO
                   MOVE SPACES TO WS-KAR-ORIGEM
                   MOVE ZEROS TO WS-KAR-CUSTO
                   CALL 'KARDEX' USING WS-KAR-TIPO,
                       WS-KAR-PECA, WS-KAR-QTD,
                       WS-KAR-MOTIVO, WS-KAR-ORIGEM,
                       WS-OPERADOR-SESSAO, WS-KAR-CUSTO
           END-READ
           .
       4450-AJUSTAR-UMA-PECA-EXIT.
                                    ARMAZENA-VALOR
                                    ARMAZENA-CUSTO
                                    ARMAZENA-LOCAL
                                    ARMAZENA-MINIMO
                                    ARMAZENA-REPOR
                                    ARMAZENA-RASTREIO

                       MOVE ARMAZENA-QTD TO WS-ESTOQUE-QTD-NUM
                       IF WS-ESTOQUE-QTD-NUM >= LINDET-DEV-QTD
                           MOVE ZEROS TO LINDET02-REL-CUSTO-P
                       END-IF
                       MOVE ARMAZENA-LOCAL TO LINDET02-REL-LOCAL-P
                       PERFORM 2190-COPIAR-REPOSICAO
                       PERFORM 2195-COPIAR-RASTREIO

                       MOVE LINDET02-REL TO ARQ-RELATO1-PECAS
                       REWRITE ARQ-RELATO1-PECAS
                       MOVE 'DEVOLUCAO RMA' TO WS-KAR-MOTIVO
                       MOVE SPACES TO WS-KAR-ORIGEM
                       MOVE LINDET-DEV-PEDIDO TO WS-KAR-ORIGEM(1:5)
                       MOVE ZEROS TO WS-KAR-CUSTO
                       CALL 'KARDEX' USING WS-KAR-TIPO,
                           WS-KAR-PECA, WS-KAR-QTD,
                           WS-KAR-MOTIVO, WS-KAR-ORIGEM,
                           WS-OPERADOR-SESSAO, WS-KAR-CUSTO
               END-READ
               CLOSE RELATO-PECAS
           END-IF
                       ARMAZENA-VALOR
                       ARMAZENA-CUSTO
                       ARMAZENA-LOCAL
                       ARMAZENA-MINIMO
                       ARMAZENA-REPOR
                       ARMAZENA-RASTREIO

                   MOVE ARMAZENA-RELATO TO WS-AUD-VALOR-ANTIGO

                       MOVE ZEROS TO LINDET02-REL-CUSTO-P
                   END-IF
                   MOVE ARMAZENA-LOCAL TO LINDET02-REL-LOCAL-P
                   PERFORM 2190-COPIAR-REPOSICAO
                   PERFORM 2195-COPIAR-RASTREIO

                   MOVE LINDET02-REL TO ARQ-RELATO1-PECAS
                   REWRITE ARQ-RELATO1-PECAS
       7590-GRAVAR-LINHA-IDF-EXIT.
           EXIT.

      * VENDA DE BALCAO PARA CLIENTE SEM OS: MONTA O CARRINHO (ATE 10
      * ITENS, PELO ID OU PELAS EQUIVALENCIAS), CALCULA O ICMS DA
      * TABELA-IMPOSTOS.TXT, RECEBE NA HORA E SO ENTAO BAIXA O
      * ESTOQUE (KARDEX 'VENDA BALCAO'), GRAVA A VENDA E O RECIBO.
       8000-VENDA-BALCAO           SECTION.

           MOVE ZEROS TO WS-VDB-QTD-ITENS
           MOVE 'N' TO WS-VDB-FIM-ITENS
           PERFORM 8010-CARREGAR-ICMS

           DISPLAY '|---------------------------------------|'
           DISPLAY '|        VENDA DE BALCAO (SEM OS)       |'
           DISPLAY '|---------------------------------------|'

           PERFORM 8020-INCLUIR-ITEM-VENDA
               UNTIL WS-VDB-FIM-ITENS = 'S'

           IF WS-VDB-QTD-ITENS = ZEROS
               DISPLAY 'NENHUM ITEM INFORMADO. VENDA CANCELADA.'
           ELSE
               MOVE ZEROS TO LINDET-VDB-SUBTOTAL
               MOVE ZEROS TO LINDET-VDB-CUSTO
               PERFORM VARYING WS-VDB-I FROM 1 BY 1
                   UNTIL WS-VDB-I > WS-VDB-QTD-ITENS
                   ADD WS-VDB-I-TOTAL(WS-VDB-I) TO LINDET-VDB-SUBTOTAL
                   COMPUTE LINDET-VDB-CUSTO = LINDET-VDB-CUSTO +
                       WS-VDB-I-CUSTO(WS-VDB-I) * WS-VDB-I-QTD(WS-VDB-I)
               END-PERFORM
               COMPUTE LINDET-VDB-ICMS =
                   (LINDET-VDB-SUBTOTAL * WS-VDB-ICMS-PCT) / 100
               COMPUTE LINDET-VDB-TOTAL =
                   LINDET-VDB-SUBTOTAL + LINDET-VDB-ICMS

               MOVE LINDET-VDB-SUBTOTAL TO WS-VDB-VALOR-ED
               DISPLAY 'SUBTOTAL DAS PECAS: ' WS-VDB-VALOR-ED
               MOVE WS-VDB-ICMS-PCT TO WS-VDB-PCT-ED
               MOVE LINDET-VDB-ICMS TO WS-VDB-VALOR-ED
               DISPLAY 'ICMS (' WS-VDB-PCT-ED '%): ' WS-VDB-VALOR-ED
               MOVE LINDET-VDB-TOTAL TO WS-VDB-VALOR-ED
               DISPLAY 'TOTAL A RECEBER: ' WS-VDB-VALOR-ED

               MOVE 'N' TO WS-VDB-FORMA-OK
               PERFORM UNTIL WS-VDB-FORMA-OK = 'S'
                   DISPLAY 'FORMA DE PAGAMENTO '
                           '(DINHEIRO/CARTAO/PIX/CHEQUE): '
                   MOVE SPACES TO LINDET-VDB-FORMA
                   ACCEPT LINDET-VDB-FORMA
                   PERFORM 8095-VALIDAR-FORMA-VENDA
                   IF WS-VDB-FORMA-OK = 'N'
                       DISPLAY 'FORMA DE PAGAMENTO INVALIDA.'
                   END-IF
               END-PERFORM

               DISPLAY 'CONFIRMA A VENDA E O RECEBIMENTO (S/N)? '
               MOVE 'N' TO WS-VDB-CONFIRMA
               ACCEPT WS-VDB-CONFIRMA
               IF WS-VDB-CONFIRMA NOT = 'S'
                   DISPLAY 'VENDA CANCELADA - ESTOQUE NAO ALTERADO.'
               ELSE
                   PERFORM 8050-CONFERIR-ESTOQUE-VENDA
                   IF WS-VDB-ESTOQUE-OK = 'N'
                       DISPLAY 'O ESTOQUE MUDOU DURANTE A VENDA. '
                               'VENDA CANCELADA.'
                   ELSE
                       PERFORM 8060-PROXIMO-NUMERO-VENDA
                       PERFORM VARYING WS-VDB-I FROM 1 BY 1
                           UNTIL WS-VDB-I > WS-VDB-QTD-ITENS
                           PERFORM 8070-BAIXAR-ITEM-VENDA
                       END-PERFORM
                       PERFORM 8080-GRAVAR-VENDA
                       PERFORM 8090-IMPRIMIR-RECIBO
                       MOVE LINDET-VDB-TOTAL TO WS-VDB-VALOR-ED
                       DISPLAY 'VENDA ' LINDET-VDB-NUM
                               ' REGISTRADA - TOTAL ' WS-VDB-VALOR-ED
                               ' (' LINDET-VDB-FORMA ')'
                       DISPLAY 'RECIBO GRAVADO EM '
                               WS-ARQ-RECIBO-PATH
                   END-IF
               END-IF
           END-IF
           .
       8000-VENDA-BALCAO-EXIT.
           EXIT.

      * ALIQUOTA DE ICMS DA TABELA-IMPOSTOS.TXT (A MESMA DA FATURA);
      * SEM A TABELA, FICA O PADRAO DE 18%.
       8010-CARREGAR-ICMS          SECTION.

           MOVE 18 TO WS-VDB-ICMS-PCT

           OPEN INPUT TABELA-IMPOSTOS
           IF AS-STATUS-TIMP = ZEROS
               MOVE 'S' TO WS-CLOSE-TIMP
               PERFORM UNTIL WS-CLOSE-TIMP = 'N'
                   READ TABELA-IMPOSTOS INTO WS-DADOS-TIMP
                       AT END
                           MOVE 'N' TO WS-CLOSE-TIMP
                       NOT AT END
                           MOVE SPACES TO WS-TIMP-NOME
                           MOVE SPACES TO WS-TIMP-PCT-X
                           UNSTRING WS-DADOS-TIMP DELIMITED BY '|'
                               INTO WS-TIMP-NOME
                                    WS-TIMP-PCT-X
                           IF WS-TIMP-NOME = 'ICMS'
                              AND WS-TIMP-PCT-X IS NUMERIC
                               MOVE WS-TIMP-PCT-N TO WS-VDB-ICMS-PCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TABELA-IMPOSTOS
           END-IF
           .
       8010-CARREGAR-ICMS-EXIT.
           EXIT.

      * PEDE UM ITEM DO CARRINHO: CODIGO EM BRANCO ENCERRA. A
      * QUANTIDADE E CONFERIDA CONTRA O ESTOQUE MENOS O QUE JA ESTA
      * NO CARRINHO PARA A MESMA PECA.
       8020-INCLUIR-ITEM-VENDA     SECTION.

           DISPLAY 'CODIGO DA PECA - ID OU DO FABRICANTE '
                   '(EM BRANCO ENCERRA): '
           MOVE SPACES TO WS-VDB-CODIGO
           ACCEPT WS-VDB-CODIGO

           IF WS-VDB-CODIGO = SPACES
               MOVE 'S' TO WS-VDB-FIM-ITENS
           ELSE
               PERFORM 8030-LOCALIZAR-PECA-VENDA
               IF WS-VDB-ACHOU = 'N'
                   DISPLAY 'CODIGO NAO ENCONTRADO NO CADASTRO NEM '
                           'NAS EQUIVALENCIAS.'
               ELSE
                   PERFORM 8040-QTD-NO-CARRINHO
                   MOVE ARMAZENA-QTD TO WS-ESTOQUE-QTD-NUM
                   IF WS-ESTOQUE-QTD-NUM > WS-VDB-NO-CARRINHO
                       COMPUTE WS-VDB-DISPONIVEL =
                           WS-ESTOQUE-QTD-NUM - WS-VDB-NO-CARRINHO
                   ELSE
                       MOVE ZEROS TO WS-VDB-DISPONIVEL
                   END-IF
                   DISPLAY 'PECA ' WS-VDB-ID ' - ' ARMAZENA-DESC(1:24)
                           ' DISPONIVEL: ' WS-VDB-DISPONIVEL
                   DISPLAY 'QUANTIDADE: '
                   MOVE ZEROS TO WS-VDB-QTD-PEDIDA
                   ACCEPT WS-VDB-QTD-PEDIDA
                   IF WS-VDB-QTD-PEDIDA = ZEROS
                      OR WS-VDB-QTD-PEDIDA > WS-VDB-DISPONIVEL
                       DISPLAY 'QUANTIDADE INVALIDA OU ESTOQUE '
                               'INSUFICIENTE - ITEM NAO INCLUIDO.'
                   ELSE
                       ADD 1 TO WS-VDB-QTD-ITENS
                       MOVE WS-VDB-ID TO WS-VDB-I-ID(WS-VDB-QTD-ITENS)
                       MOVE ARMAZENA-DESC
                           TO WS-VDB-I-DESC(WS-VDB-QTD-ITENS)
                       MOVE WS-VDB-QTD-PEDIDA
                           TO WS-VDB-I-QTD(WS-VDB-QTD-ITENS)
                       IF ARMAZENA-VALOR IS NUMERIC
                           MOVE ARMAZENA-VALOR-N
                               TO WS-VDB-I-UNIT(WS-VDB-QTD-ITENS)
                       ELSE
                           MOVE ZEROS
                               TO WS-VDB-I-UNIT(WS-VDB-QTD-ITENS)
                       END-IF
                       IF ARMAZENA-CUSTO IS NUMERIC
                           MOVE ARMAZENA-CUSTO-N
                               TO WS-VDB-I-CUSTO(WS-VDB-QTD-ITENS)
                       ELSE
                           MOVE ZEROS
                               TO WS-VDB-I-CUSTO(WS-VDB-QTD-ITENS)
                       END-IF
                       COMPUTE WS-VDB-I-TOTAL(WS-VDB-QTD-ITENS) =
                           WS-VDB-I-UNIT(WS-VDB-QTD-ITENS) *
                           WS-VDB-I-QTD(WS-VDB-QTD-ITENS)
                       MOVE WS-VDB-I-TOTAL(WS-VDB-QTD-ITENS)
                           TO WS-VDB-VALOR-ED
                       DISPLAY 'ITEM ' WS-VDB-QTD-ITENS
                               ' INCLUIDO - VALOR ' WS-VDB-VALOR-ED
                       IF WS-VDB-QTD-ITENS = 10
                           DISPLAY 'LIMITE DE 10 ITENS POR VENDA.'
                           MOVE 'S' TO WS-VDB-FIM-ITENS
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       8020-INCLUIR-ITEM-VENDA-EXIT.
           EXIT.

      * RESOLVE O CODIGO DIGITADO: PRIMEIRO COMO ID INTERNO (4
      * POSICOES), DEPOIS PELAS EQUIVALENCIAS DE FABRICANTE.
       8030-LOCALIZAR-PECA-VENDA   SECTION.

           MOVE 'N' TO WS-VDB-ACHOU
           MOVE SPACES TO WS-VDB-ID

           IF WS-VDB-CODIGO(5:11) = SPACES
               MOVE WS-VDB-CODIGO(1:4) TO WS-VDB-ID
               PERFORM 8035-LER-PECA-VENDA
           END-IF

           IF WS-VDB-ACHOU = 'N'
               MOVE WS-VDB-CODIGO TO WS-EQU-BUSCA
               PERFORM 7150-BUSCAR-EQUIVALENCIA
               IF WS-EQU-ACHOU = 'S'
                   MOVE WS-EQU-L-ID TO WS-VDB-ID
                   DISPLAY 'CODIGO EQUIVALENTE A PECA INTERNA '
                           WS-VDB-ID ' (' WS-EQU-L-FAB ')'
                   PERFORM 8035-LER-PECA-VENDA
               END-IF
           END-IF
           .
       8030-LOCALIZAR-PECA-VENDA-EXIT.
           EXIT.

       8035-LER-PECA-VENDA         SECTION.

           OPEN INPUT RELATO-PECAS
           IF AS-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA RELATO PECAS' AS-STATUS-S
           ELSE
               MOVE WS-VDB-ID TO ARQ-RELATO-PECAS-ID
               READ RELATO-PECAS INTO ARMAZENA-RELATO
                   INVALID KEY
                       MOVE 'N' TO WS-VDB-ACHOU
                   NOT INVALID KEY
                       UNSTRING ARMAZENA-RELATO DELIMITED BY ' | '
                               INTO ARMAZENA-ID
                                    ARMAZENA-MARCA
                                    ARMAZENA-DESC
                                    ARMAZENA-QTD
                                    ARMAZENA-VALOR
                                    ARMAZENA-CUSTO
                                    ARMAZENA-LOCAL
                       MOVE 'S' TO WS-VDB-ACHOU
               END-READ
               CLOSE RELATO-PECAS
           END-IF
           .
       8035-LER-PECA-VENDA-EXIT.
           EXIT.

      * SOMA A QUANTIDADE DA PECA WS-VDB-ID JA LANCADA NO CARRINHO.
       8040-QTD-NO-CARRINHO        SECTION.

           MOVE ZEROS TO WS-VDB-NO-CARRINHO
           PERFORM VARYING WS-VDB-J FROM 1 BY 1
               UNTIL WS-VDB-J > WS-VDB-QTD-ITENS
               IF WS-VDB-I-ID(WS-VDB-J) = WS-VDB-ID
                   ADD WS-VDB-I-QTD(WS-VDB-J) TO WS-VDB-NO-CARRINHO
               END-IF
           END-PERFORM
           .
       8040-QTD-NO-CARRINHO-EXIT.
           EXIT.

      * RECONFERE O ESTOQUE DE CADA PECA NA HORA DE FECHAR, JA QUE
      * OUTRO TERMINAL PODE TER BAIXADO A MESMA PECA NESSE MEIO TEMPO.
       8050-CONFERIR-ESTOQUE-VENDA SECTION.

           MOVE 'S' TO WS-VDB-ESTOQUE-OK

           OPEN INPUT RELATO-PECAS
           IF AS-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA RELATO PECAS' AS-STATUS-S
               MOVE 'N' TO WS-VDB-ESTOQUE-OK
           ELSE
               PERFORM VARYING WS-VDB-I FROM 1 BY 1
                   UNTIL WS-VDB-I > WS-VDB-QTD-ITENS
                   MOVE WS-VDB-I-ID(WS-VDB-I) TO WS-VDB-ID
                   PERFORM 8040-QTD-NO-CARRINHO
                   MOVE WS-VDB-ID TO ARQ-RELATO-PECAS-ID
                   READ RELATO-PECAS INTO ARMAZENA-RELATO
                       INVALID KEY
                           MOVE 'N' TO WS-VDB-ESTOQUE-OK
                       NOT INVALID KEY
                           UNSTRING ARMAZENA-RELATO DELIMITED BY ' | '
                                   INTO ARMAZENA-ID
                                        ARMAZENA-MARCA
                                        ARMAZENA-DESC
                                        ARMAZENA-QTD
                           MOVE ARMAZENA-QTD TO WS-ESTOQUE-QTD-NUM
                           IF WS-ESTOQUE-QTD-NUM < WS-VDB-NO-CARRINHO
                               MOVE 'N' TO WS-VDB-ESTOQUE-OK
                               DISPLAY 'PECA ' WS-VDB-ID
                                       ' SO TEM ' WS-ESTOQUE-QTD-NUM
                                       ' EM ESTOQUE.'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELATO-PECAS
           END-IF
           .
       8050-CONFERIR-ESTOQUE-VENDA-EXIT.
           EXIT.

      * NUMERO DA VENDA: O MAIOR NUMERO JA GRAVADO EM VENDAS-BALCAO
      * VIRA SEMENTE DA SERIE VENDA NO NUMERADOR CENTRAL.
       8060-PROXIMO-NUMERO-VENDA   SECTION.

           MOVE ZEROS TO WS-VDB-MAIOR

           OPEN INPUT VENDAS-BALCAO
           IF AS-STATUS-VDB = ZEROS
               MOVE 'S' TO WS-CLOSE-VDB
               PERFORM UNTIL WS-CLOSE-VDB = 'N'
                   READ VENDAS-BALCAO INTO WS-DADOS-VDB
                       AT END
                           MOVE 'N' TO WS-CLOSE-VDB
                       NOT AT END
                           MOVE WS-DADOS-VDB(1:6) TO WS-VDB-L-NUM-X
                           IF WS-VDB-L-NUM-X IS NUMERIC
                              AND WS-VDB-L-NUM-N > WS-VDB-MAIOR
                               MOVE WS-VDB-L-NUM-N TO WS-VDB-MAIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDAS-BALCAO
           END-IF

           MOVE 'VENDA' TO WS-NUM-SERIE-CH
           MOVE WS-VDB-MAIOR TO WS-NUM-SEMENTE
           MOVE SPACES TO WS-NUM-OPER
           STRING WS-OPER-ID DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-OPER-NOME DELIMITED BY SIZE
                  INTO WS-NUM-OPER
           CALL 'NUMERADOR' USING WS-NUM-SERIE-CH,
               WS-NUM-SEMENTE, WS-NUM-PROXIMO, WS-NUM-OPER
           MOVE WS-NUM-PROXIMO TO LINDET-VDB-NUM
           .
       8060-PROXIMO-NUMERO-VENDA-EXIT.
           EXIT.

      * BAIXA O ITEM WS-VDB-I DO CARRINHO NO CADASTRO E LANCA A SAIDA
      * 'VENDA BALCAO' NO KARDEX, COM O NUMERO DA VENDA COMO ORIGEM.
       8070-BAIXAR-ITEM-VENDA      SECTION.

           OPEN I-O RELATO-PECAS
           IF AS-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'ERRO NA ABERTURA RELATO PECAS' AS-STATUS-S
           ELSE
               MOVE WS-VDB-I-ID(WS-VDB-I) TO ARQ-RELATO-PECAS-ID
               READ RELATO-PECAS INTO ARMAZENA-RELATO
                   INVALID KEY
                       DISPLAY 'PECA NAO ENCONTRADA NO CADASTRO - '
                           'AJUSTE O ESTOQUE MANUALMENTE.'
                   NOT INVALID KEY
                       UNSTRING ARMAZENA-RELATO DELIMITED BY ' | '
                               INTO ARMAZENA-ID
                                    ARMAZENA-MARCA
                                    ARMAZENA-DESC
                                    ARMAZENA-QTD
                                    ARMAZENA-VALOR
                                    ARMAZENA-CUSTO
                                    ARMAZENA-LOCAL
                                    ARMAZENA-MINIMO
                                    ARMAZENA-REPOR
                                    ARMAZENA-RASTREIO

                       MOVE ARMAZENA-QTD TO WS-ESTOQUE-QTD-NUM
                       IF WS-ESTOQUE-QTD-NUM >= WS-VDB-I-QTD(WS-VDB-I)
                           SUBTRACT WS-VDB-I-QTD(WS-VDB-I) FROM
                               WS-ESTOQUE-QTD-NUM
                       ELSE
                           MOVE ZEROS TO WS-ESTOQUE-QTD-NUM
                       END-IF

                       MOVE ARMAZENA-ID    TO LINDET02-REL-ID-P
                       MOVE ARMAZENA-MARCA TO LINDET02-REL-MARCA-P
                       MOVE ARMAZENA-DESC  TO LINDET02-REL-DESC-P
                       MOVE WS-ESTOQUE-QTD-NUM TO LINDET02-REL-QTD-P
                       IF ARMAZENA-VALOR IS NUMERIC
                           MOVE ARMAZENA-VALOR-N TO
                               LINDET02-REL-VALOR-P
                       ELSE
                           MOVE ZEROS TO LINDET02-REL-VALOR-P
                       END-IF
                       IF ARMAZENA-CUSTO IS NUMERIC
                           MOVE ARMAZENA-CUSTO-N TO
                               LINDET02-REL-CUSTO-P
                       ELSE
                           MOVE ZEROS TO LINDET02-REL-CUSTO-P
                       END-IF
                       MOVE ARMAZENA-LOCAL TO LINDET02-REL-LOCAL-P
                       PERFORM 2190-COPIAR-REPOSICAO
                       PERFORM 2195-COPIAR-RASTREIO

                       MOVE LINDET02-REL TO ARQ-RELATO1-PECAS
                       REWRITE ARQ-RELATO1-PECAS

                       MOVE 'S' TO WS-KAR-TIPO
                       MOVE WS-VDB-I-ID(WS-VDB-I) TO WS-KAR-PECA
                       MOVE WS-VDB-I-QTD(WS-VDB-I) TO WS-KAR-QTD
                       MOVE 'VENDA BALCAO' TO WS-KAR-MOTIVO
                       MOVE SPACES TO WS-KAR-ORIGEM
                       MOVE LINDET-VDB-NUM TO WS-KAR-ORIGEM(1:6)
                       MOVE ZEROS TO WS-KAR-CUSTO
                       CALL 'KARDEX' USING WS-KAR-TIPO,
                           WS-KAR-PECA, WS-KAR-QTD,
                           WS-KAR-MOTIVO, WS-KAR-ORIGEM,
                           WS-OPERADOR-SESSAO, WS-KAR-CUSTO
               END-READ
               CLOSE RELATO-PECAS
           END-IF
           .
       8070-BAIXAR-ITEM-VENDA-EXIT.
           EXIT.

      * GRAVA A VENDA (JA RECEBIDA) EM VENDAS-BALCAO.TXT, QUE O
      * FINANCEIRO LE NO CAIXA DO DIA E NA LUCRATIVIDADE.
       8080-GRAVAR-VENDA           SECTION.

           MOVE AS-DATA(1:4) TO LINDET-VDB-DATA(7:4)
           MOVE AS-DATA(5:2) TO LINDET-VDB-DATA(4:2)
           MOVE AS-DATA(7:2) TO LINDET-VDB-DATA(1:2)
           MOVE '/'          TO LINDET-VDB-DATA(3:1)
                                 LINDET-VDB-DATA(6:1)
           MOVE WS-VDB-QTD-ITENS TO LINDET-VDB-ITENS
           MOVE WS-OPER-ID TO LINDET-VDB-OPER
           MOVE WS-OPER-FILIAL TO LINDET-VDB-FILIAL

           MOVE 'N' TO WS-EXISTE-VDB
           OPEN INPUT VENDAS-BALCAO
           IF AS-STATUS-VDB = ZEROS
               MOVE 'S' TO WS-EXISTE-VDB
               CLOSE VENDAS-BALCAO
           END-IF

           IF WS-EXISTE-VDB = 'S'
               OPEN EXTEND VENDAS-BALCAO
           ELSE
               OPEN OUTPUT VENDAS-BALCAO
           END-IF
           IF AS-STATUS-VDB NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-VDB
           ELSE
               MOVE LINDET-VDB TO ARQ-VENDAS-BALCAO
               WRITE ARQ-VENDAS-BALCAO
               CLOSE VENDAS-BALCAO
           END-IF

           MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING 'VENDA ' DELIMITED BY SIZE
                  LINDET-VDB-NUM DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-VALOR-ANTIGO
           MOVE LINDET-VDB TO WS-AUD-VALOR-NOVO
           CALL 'AUDITORIA' USING WS-AUD-MODULO,
               WS-AUD-OPERACAO, WS-AUD-CHAVE,
               WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-OPERADOR-SESSAO
           .
       8080-GRAVAR-VENDA-EXIT.
           EXIT.

      * RECIBO DA VENDA EM RECIBO-BALCAO_NNNNNN.TXT.
       8090-IMPRIMIR-RECIBO        SECTION.

           MOVE SPACES TO WS-ARQ-RECIBO-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Recibo-balcao_' DELIMITED BY SIZE
                  LINDET-VDB-NUM DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-RECIBO-PATH

           OPEN OUTPUT RECIBO-BALCAO
           IF AS-STATUS-RCB NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-RCB
           ELSE
               MOVE ALL '=' TO ARQ-RECIBO-BALCAO
               WRITE ARQ-RECIBO-BALCAO

               MOVE SPACES TO WS-LINHA-RCB
               STRING 'RECIBO DE VENDA DE BALCAO NR ' DELIMITED BY SIZE
                      LINDET-VDB-NUM DELIMITED BY SIZE
                      '  -  VOLVO S.A' DELIMITED BY SIZE
                      INTO WS-LINHA-RCB
               PERFORM 8092-GRAVAR-LINHA-RCB

               MOVE ALL '=' TO ARQ-RECIBO-BALCAO
               WRITE ARQ-RECIBO-BALCAO

               MOVE SPACES TO WS-LINHA-RCB
               STRING 'DATA: ' DELIMITED BY SIZE
                      LINDET-VDB-DATA DELIMITED BY SIZE
                      '  OPERADOR: ' DELIMITED BY SIZE
                      WS-OPER-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-OPER-NOME DELIMITED BY SIZE
                      INTO WS-LINHA-RCB
               PERFORM 8092-GRAVAR-LINHA-RCB

               MOVE 'PECA | DESCRICAO | QTD | UNITARIO | TOTAL'
                   TO WS-LINHA-RCB
               PERFORM 8092-GRAVAR-LINHA-RCB

               PERFORM VARYING WS-VDB-I FROM 1 BY 1
                   UNTIL WS-VDB-I > WS-VDB-QTD-ITENS
                   MOVE WS-VDB-I-QTD(WS-VDB-I) TO WS-VDB-QTD-ED
                   MOVE WS-VDB-I-UNIT(WS-VDB-I) TO WS-VDB-UNIT-ED
                   MOVE WS-VDB-I-TOTAL(WS-VDB-I) TO WS-VDB-VALOR-ED
                   MOVE SPACES TO WS-LINHA-RCB
                   STRING WS-VDB-I-ID(WS-VDB-I) DELIMITED BY SIZE
                          ' | ' DELIMITED BY SIZE
                          WS-VDB-I-DESC(WS-VDB-I) DELIMITED BY SIZE
                          ' | ' DELIMITED BY SIZE
                          WS-VDB-QTD-ED DELIMITED BY SIZE
                          ' | ' DELIMITED BY SIZE
                          WS-VDB-UNIT-ED DELIMITED BY SIZE
                          ' | ' DELIMITED BY SIZE
                          WS-VDB-VALOR-ED DELIMITED BY SIZE
                          INTO WS-LINHA-RCB
                   PERFORM 8092-GRAVAR-LINHA-RCB
               END-PERFORM

               MOVE ALL '-' TO ARQ-RECIBO-BALCAO
               WRITE ARQ-RECIBO-BALCAO

               MOVE LINDET-VDB-SUBTOTAL TO WS-VDB-VALOR-ED
               MOVE SPACES TO WS-LINHA-RCB
               STRING 'SUBTOTAL DAS PECAS: ' DELIMITED BY SIZE
                      WS-VDB-VALOR-ED DELIMITED BY SIZE
                      INTO WS-LINHA-RCB
               PERFORM 8092-GRAVAR-LINHA-RCB

               MOVE WS-VDB-ICMS-PCT TO WS-VDB-PCT-ED
               MOVE LINDET-VDB-ICMS TO WS-VDB-VALOR-ED
               MOVE SPACES TO WS-LINHA-RCB
               STRING 'ICMS (' DELIMITED BY SIZE
                      WS-VDB-PCT-ED DELIMITED BY SIZE
                      '%): ' DELIMITED BY SIZE
                      WS-VDB-VALOR-ED DELIMITED BY SIZE
                      INTO WS-LINHA-RCB
               PERFORM 8092-GRAVAR-LINHA-RCB

               MOVE LINDET-VDB-TOTAL TO WS-VDB-VALOR-ED
               MOVE SPACES TO WS-LINHA-RCB
               STRING 'TOTAL PAGO: ' DELIMITED BY SIZE
                      WS-VDB-VALOR-ED DELIMITED BY SIZE
                      '  FORMA: ' DELIMITED BY SIZE
                      LINDET-VDB-FORMA DELIMITED BY SIZE
                      INTO WS-LINHA-RCB
               PERFORM 8092-GRAVAR-LINHA-RCB

               MOVE ALL '=' TO ARQ-RECIBO-BALCAO
               WRITE ARQ-RECIBO-BALCAO

               CLOSE RECIBO-BALCAO
           END-IF
           .
       8090-IMPRIMIR-RECIBO-EXIT.
           EXIT.

       8092-GRAVAR-LINHA-RCB       SECTION.

           MOVE WS-LINHA-RCB TO ARQ-RECIBO-BALCAO
           WRITE ARQ-RECIBO-BALCAO
           .
       8092-GRAVAR-LINHA-RCB-EXIT.
           EXIT.

       8095-VALIDAR-FORMA-VENDA    SECTION.

           EVALUATE LINDET-VDB-FORMA
               WHEN 'DINHEIRO'
               WHEN 'CARTAO'
               WHEN 'PIX'
               WHEN 'CHEQUE'
                   MOVE 'S' TO WS-VDB-FORMA-OK
               WHEN OTHER
                   MOVE 'N' TO WS-VDB-FORMA-OK
           END-EVALUATE
           .
       8095-VALIDAR-FORMA-VENDA-EXIT.
           EXIT.

      * KARDEX VALORIZADO POR PERIODO: PARA UMA PECA (OU TODAS), O SALDO
      * NA VESPERA DA DATA INICIAL, AS ENTRADAS E SAIDAS DO PERIODO E O
      * SALDO NA DATA FINAL, EM QUANTIDADE E EM VALOR PELO CUSTO MEDIO.
      * COM UMA PECA SO, LISTA TAMBEM CADA MOVIMENTO DO PERIODO.
       8100-KARDEX-VALORIZADO      SECTION.

           MOVE SPACES TO WS-KVL-PECA
           DISPLAY 'ID DA PECA (EM BRANCO PARA TODAS): '
           ACCEPT WS-KVL-PECA

           DISPLAY 'DATA INICIAL (DD/MM/AAAA): '
           ACCEPT WS-KVL-DATA-INI
           MOVE WS-KVL-DATA-INI TO WS-KVL-DATA-ED
           PERFORM 8105-VALIDAR-DATA-KVL
           MOVE WS-KVL-DATA-AMD TO WS-KVL-INI-AMD

           IF WS-KVL-DATA-OK = 'S'
               DISPLAY 'DATA FINAL (DD/MM/AAAA): '
               ACCEPT WS-KVL-DATA-FIM
               MOVE WS-KVL-DATA-FIM TO WS-KVL-DATA-ED
               PERFORM 8105-VALIDAR-DATA-KVL
               MOVE WS-KVL-DATA-AMD TO WS-KVL-FIM-AMD
           END-IF

           IF WS-KVL-DATA-OK = 'S' AND
              WS-KVL-INI-AMD > WS-KVL-FIM-AMD
               MOVE 'N' TO WS-KVL-DATA-OK
           END-IF

           IF WS-KVL-DATA-OK NOT = 'S'
               DISPLAY 'PERIODO INVALIDO.'
           ELSE
               INITIALIZE WS-KVL-TABELA
               MOVE ZEROS TO WS-KVL-QTD-PECAS
               MOVE ZEROS TO WS-KVL-SEM-VALOR
               MOVE 'N' TO WS-KVL-ESTOUROU

               OPEN INPUT KARDEX-ARQ
               IF AS-STATUS-KAR NOT EQUAL ZEROS
                   DISPLAY 'NAO HA MOVIMENTOS DE ESTOQUE REGISTRADOS'
               ELSE
                   OPEN OUTPUT KARDEX-VALORIZADO
                   IF AS-STATUS-KVL NOT EQUAL ZEROS
                       DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-KVL
                       CLOSE KARDEX-ARQ
                   ELSE
                       PERFORM 8135-CABECALHO-KVL

                       MOVE 'S' TO WS-CLOSE-KAR
                       PERFORM UNTIL WS-CLOSE-KAR = 'N'
                           READ KARDEX-ARQ INTO WS-DADOS-KAR
                               AT END
                                   MOVE 'N' TO WS-CLOSE-KAR
                               NOT AT END
                                   PERFORM 8110-TRATAR-MOV-KVL
                           END-READ
                       END-PERFORM
                       CLOSE KARDEX-ARQ

                       PERFORM 8140-RESUMO-KVL
                       CLOSE KARDEX-VALORIZADO
                       DISPLAY 'RELATORIO GRAVADO EM '
                           'KARDEX-VALORIZADO.TXT'
                   END-IF
               END-IF
           END-IF
           .
       8100-KARDEX-VALORIZADO-EXIT.
           EXIT.

      * CONFERE UMA DATA DD/MM/AAAA E A DEVOLVE COMO AAAAMMDD, PARA
      * COMPARAR COM A DATA DOS MOVIMENTOS.
       8105-VALIDAR-DATA-KVL       SECTION.

           MOVE 'N' TO WS-KVL-DATA-OK
           MOVE SPACES TO WS-KVL-DATA-AMD

           IF WS-KVL-DATA-ED(1:2) IS NUMERIC AND
              WS-KVL-DATA-ED(3:1) = '/' AND
              WS-KVL-DATA-ED(4:2) IS NUMERIC AND
              WS-KVL-DATA-ED(6:1) = '/' AND
              WS-KVL-DATA-ED(7:4) IS NUMERIC
               MOVE WS-KVL-DATA-ED(1:2) TO WS-KVL-DIA
               MOVE WS-KVL-DATA-ED(4:2) TO WS-KVL-MES
               IF WS-KVL-DIA >= 1 AND WS-KVL-DIA <= 31 AND
                  WS-KVL-MES >= 1 AND WS-KVL-MES <= 12
                   MOVE 'S' TO WS-KVL-DATA-OK
                   STRING WS-KVL-DATA-ED(7:4) DELIMITED BY SIZE
                          WS-KVL-DATA-ED(4:2) DELIMITED BY SIZE
                          WS-KVL-DATA-ED(1:2) DELIMITED BY SIZE
                          INTO WS-KVL-DATA-AMD
               END-IF
           END-IF
           .
       8105-VALIDAR-DATA-KVL-EXIT.
           EXIT.

      * SO ENTRAM OS MOVIMENTOS VALORIZADOS (COM CUSTO E SALDO) ATE A
      * DATA FINAL; OS ANTERIORES AO PERIODO SO FORMAM O SALDO INICIAL.
       8110-TRATAR-MOV-KVL         SECTION.

           IF WS-KVL-M-FILIAL = SPACES
               MOVE '01' TO WS-KVL-M-FILIAL
           END-IF

           IF WS-KVL-M-SP8 NOT = '|' OR
              WS-KVL-M-QTD-X IS NOT NUMERIC OR
              WS-KVL-M-CUSTO-X IS NOT NUMERIC OR
              WS-KVL-M-SALDO-QTD-X IS NOT NUMERIC OR
              WS-KVL-M-SALDO-VALOR-X IS NOT NUMERIC
               ADD 1 TO WS-KVL-SEM-VALOR
           ELSE
               IF (WS-KVL-PECA = SPACES OR
                   WS-KVL-M-PECA = WS-KVL-PECA) AND
                  WS-KVL-M-FILIAL = WS-OPER-FILIAL
                   MOVE SPACES TO WS-KVL-LINHA-AMD
                   STRING WS-KVL-M-DATA(7:4) DELIMITED BY SIZE
                          WS-KVL-M-DATA(4:2) DELIMITED BY SIZE
                          WS-KVL-M-DATA(1:2) DELIMITED BY SIZE
                          INTO WS-KVL-LINHA-AMD
                   IF WS-KVL-LINHA-AMD NOT > WS-KVL-FIM-AMD
                       PERFORM 8120-LOCALIZAR-PECA-KVL
                       IF WS-KVL-ACHOU = 'S'
                           PERFORM 8125-ACUMULAR-MOV-KVL
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       8110-TRATAR-MOV-KVL-EXIT.
           EXIT.

       8120-LOCALIZAR-PECA-KVL     SECTION.

           MOVE 'N' TO WS-KVL-ACHOU
           PERFORM VARYING WS-KVL-I FROM 1 BY 1
               UNTIL WS-KVL-I > WS-KVL-QTD-PECAS
                  OR WS-KVL-ACHOU = 'S'
               IF WS-KVL-T-PECA(WS-KVL-I) = WS-KVL-M-PECA
                   MOVE 'S' TO WS-KVL-ACHOU
               END-IF
           END-PERFORM

           IF WS-KVL-ACHOU = 'S'
               SUBTRACT 1 FROM WS-KVL-I
           ELSE
               IF WS-KVL-QTD-PECAS < 500
                   ADD 1 TO WS-KVL-QTD-PECAS
                   MOVE WS-KVL-QTD-PECAS TO WS-KVL-I
                   MOVE WS-KVL-M-PECA TO WS-KVL-T-PECA(WS-KVL-I)
                   MOVE 'S' TO WS-KVL-ACHOU
               ELSE
                   MOVE 'S' TO WS-KVL-ESTOUROU
               END-IF
           END-IF
           .
       8120-LOCALIZAR-PECA-KVL-EXIT.
           EXIT.

       8125-ACUMULAR-MOV-KVL       SECTION.

           IF WS-KVL-LINHA-AMD < WS-KVL-INI-AMD
               MOVE WS-KVL-M-SALDO-QTD-N TO
                   WS-KVL-T-INI-QTD(WS-KVL-I)
               MOVE WS-KVL-M-SALDO-VALOR-N TO
                   WS-KVL-T-INI-VALOR(WS-KVL-I)
           ELSE
               COMPUTE WS-KVL-VALOR-MOV ROUNDED =
                   WS-KVL-M-QTD-N * WS-KVL-M-CUSTO-N
               IF WS-KVL-M-TIPO = 'E'
                   ADD WS-KVL-M-QTD-N TO WS-KVL-T-ENT-QTD(WS-KVL-I)
                   ADD WS-KVL-VALOR-MOV TO
                       WS-KVL-T-ENT-VALOR(WS-KVL-I)
               ELSE
                   ADD WS-KVL-M-QTD-N TO WS-KVL-T-SAI-QTD(WS-KVL-I)
                   ADD WS-KVL-VALOR-MOV TO
                       WS-KVL-T-SAI-VALOR(WS-KVL-I)
               END-IF
               IF WS-KVL-PECA NOT = SPACES
                   PERFORM 8130-DETALHE-KVL
               END-IF
           END-IF

           MOVE WS-KVL-M-SALDO-QTD-N TO WS-KVL-T-FIM-QTD(WS-KVL-I)
           MOVE WS-KVL-M-SALDO-VALOR-N TO
               WS-KVL-T-FIM-VALOR(WS-KVL-I)
           .
       8125-ACUMULAR-MOV-KVL-EXIT.
           EXIT.

       8130-DETALHE-KVL            SECTION.

           MOVE WS-KVL-M-QTD-N TO WS-KVL-QTD1-ED
           MOVE WS-KVL-M-CUSTO-N TO WS-KVL-CUSTO-ED
           MOVE WS-KVL-VALOR-MOV TO WS-KVL-VALOR1-ED
           MOVE WS-KVL-M-SALDO-QTD-N TO WS-KVL-QTD2-ED
           MOVE WS-KVL-M-SALDO-VALOR-N TO WS-KVL-VALOR2-ED

           MOVE SPACES TO WS-LINHA-KVL
           STRING WS-KVL-M-DATA DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-KVL-M-TIPO DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-KVL-QTD1-ED DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-KVL-M-MOTIVO DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-KVL-M-ORIGEM DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-KVL-CUSTO-ED DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-KVL-VALOR1-ED DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-KVL-QTD2-ED DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-KVL-VALOR2-ED DELIMITED BY SIZE
                  INTO WS-LINHA-KVL
           PERFORM 8150-GRAVAR-LINHA-KVL
           .
       8130-DETALHE-KVL-EXIT.
           EXIT.

       8135-CABECALHO-KVL          SECTION.

           MOVE ALL '=' TO WS-LINHA-KVL
           PERFORM 8150-GRAVAR-LINHA-KVL

           MOVE SPACES TO WS-LINHA-KVL
           STRING 'KARDEX VALORIZADO (CUSTO MEDIO) DE '
                      DELIMITED BY SIZE
                  WS-KVL-DATA-INI DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-KVL-DATA-FIM DELIMITED BY SIZE
                  INTO WS-LINHA-KVL
           PERFORM 8150-GRAVAR-LINHA-KVL

           MOVE SPACES TO WS-LINHA-KVL
           IF WS-KVL-PECA = SPACES
               MOVE 'PECAS: TODAS' TO WS-LINHA-KVL
           ELSE
               STRING 'PECA: ' DELIMITED BY SIZE
                      WS-KVL-PECA DELIMITED BY SIZE
                      INTO WS-LINHA-KVL
           END-IF
           PERFORM 8150-GRAVAR-LINHA-KVL

           MOVE ALL '=' TO WS-LINHA-KVL
           PERFORM 8150-GRAVAR-LINHA-KVL

           IF WS-KVL-PECA NOT = SPACES
               MOVE SPACES TO WS-LINHA-KVL
               STRING 'DATA | E/S | QTD | MOTIVO | ORIGEM | '
                          DELIMITED BY SIZE
                      'CUSTO UNIT | VALOR | SALDO QTD | SALDO VALOR'
                          DELIMITED BY SIZE
                      INTO WS-LINHA-KVL
               PERFORM 8150-GRAVAR-LINHA-KVL
               MOVE ALL '-' TO WS-LINHA-KVL
               PERFORM 8150-GRAVAR-LINHA-KVL
           END-IF
           .
       8135-CABECALHO-KVL-EXIT.
           EXIT.

      * UMA LINHA POR PECA (SALDO INICIAL, ENTRADAS, SAIDAS E SALDO
      * FINAL) E O TOTAL GERAL DO ESTOQUE VALORIZADO.
       8140-RESUMO-KVL             SECTION.

           MOVE ZEROS TO WS-KVL-TOT-INI
           MOVE ZEROS TO WS-KVL-TOT-ENT
           MOVE ZEROS TO WS-KVL-TOT-SAI
           MOVE ZEROS TO WS-KVL-TOT-FIM

           MOVE ALL '-' TO WS-LINHA-KVL
           PERFORM 8150-GRAVAR-LINHA-KVL
           MOVE SPACES TO WS-LINHA-KVL
           STRING 'PECA   | SALDO INICIAL QTD E VALOR | '
                      DELIMITED BY SIZE
                  'ENTRADAS | SAIDAS | SALDO FINAL'
                      DELIMITED BY SIZE
                  INTO WS-LINHA-KVL
           PERFORM 8150-GRAVAR-LINHA-KVL
           MOVE ALL '-' TO WS-LINHA-KVL
           PERFORM 8150-GRAVAR-LINHA-KVL

           PERFORM VARYING WS-KVL-I FROM 1 BY 1
               UNTIL WS-KVL-I > WS-KVL-QTD-PECAS
               MOVE WS-KVL-T-INI-QTD(WS-KVL-I) TO WS-KVL-QTD1-ED
               MOVE WS-KVL-T-INI-VALOR(WS-KVL-I) TO WS-KVL-VALOR1-ED
               MOVE WS-KVL-T-ENT-QTD(WS-KVL-I) TO WS-KVL-QTD2-ED
               MOVE WS-KVL-T-ENT-VALOR(WS-KVL-I) TO WS-KVL-VALOR2-ED
               MOVE WS-KVL-T-SAI-QTD(WS-KVL-I) TO WS-KVL-QTD3-ED
               MOVE WS-KVL-T-SAI-VALOR(WS-KVL-I) TO WS-KVL-VALOR3-ED
               MOVE WS-KVL-T-FIM-QTD(WS-KVL-I) TO WS-KVL-QTD4-ED
               MOVE WS-KVL-T-FIM-VALOR(WS-KVL-I) TO WS-KVL-VALOR4-ED

               MOVE SPACES TO WS-LINHA-KVL
               STRING WS-KVL-T-PECA(WS-KVL-I) DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-KVL-QTD1-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-KVL-VALOR1-ED DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-KVL-QTD2-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-KVL-VALOR2-ED DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-KVL-QTD3-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-KVL-VALOR3-ED DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-KVL-QTD4-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-KVL-VALOR4-ED DELIMITED BY SIZE
                      INTO WS-LINHA-KVL
               PERFORM 8150-GRAVAR-LINHA-KVL

               ADD WS-KVL-T-INI-VALOR(WS-KVL-I) TO WS-KVL-TOT-INI
               ADD WS-KVL-T-ENT-VALOR(WS-KVL-I) TO WS-KVL-TOT-ENT
               ADD WS-KVL-T-SAI-VALOR(WS-KVL-I) TO WS-KVL-TOT-SAI
               ADD WS-KVL-T-FIM-VALOR(WS-KVL-I) TO WS-KVL-TOT-FIM
           END-PERFORM

           MOVE ALL '=' TO WS-LINHA-KVL
           PERFORM 8150-GRAVAR-LINHA-KVL

           MOVE WS-KVL-TOT-INI TO WS-KVL-VALOR1-ED
           MOVE WS-KVL-TOT-ENT TO WS-KVL-VALOR2-ED
           MOVE WS-KVL-TOT-SAI TO WS-KVL-VALOR3-ED
           MOVE WS-KVL-TOT-FIM TO WS-KVL-VALOR4-ED
           MOVE SPACES TO WS-LINHA-KVL
           STRING 'TOTAL  | ' DELIMITED BY SIZE
                  WS-KVL-VALOR1-ED DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-KVL-VALOR2-ED DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-KVL-VALOR3-ED DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-KVL-VALOR4-ED DELIMITED BY SIZE
                  INTO WS-LINHA-KVL
           PERFORM 8150-GRAVAR-LINHA-KVL

           MOVE SPACES TO WS-LINHA-KVL
           STRING 'VALOR DO ESTOQUE EM ' DELIMITED BY SIZE
                  WS-KVL-DATA-FIM DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-KVL-VALOR4-ED DELIMITED BY SIZE
                  INTO WS-LINHA-KVL
           PERFORM 8150-GRAVAR-LINHA-KVL

           IF WS-KVL-ESTOUROU = 'S'
               MOVE SPACES TO WS-LINHA-KVL
               STRING 'ATENCAO: MAIS DE 500 PECAS NO KARDEX; '
                          DELIMITED BY SIZE
                      'AS EXCEDENTES FICARAM DE FORA.'
                          DELIMITED BY SIZE
                      INTO WS-LINHA-KVL
               PERFORM 8150-GRAVAR-LINHA-KVL
           END-IF

           IF WS-KVL-SEM-VALOR > ZEROS
               MOVE WS-KVL-SEM-VALOR TO WS-KVL-QTD1-ED
               MOVE SPACES TO WS-LINHA-KVL
               STRING 'ATENCAO: ' DELIMITED BY SIZE
                      WS-KVL-QTD1-ED DELIMITED BY SIZE
                      ' MOVIMENTO(S) SEM CUSTO NO KARDEX.'
                          DELIMITED BY SIZE
                      INTO WS-LINHA-KVL
               PERFORM 8150-GRAVAR-LINHA-KVL
           END-IF
           .
       8140-RESUMO-KVL-EXIT.
           EXIT.

       8150-GRAVAR-LINHA-KVL       SECTION.

           MOVE WS-LINHA-KVL TO ARQ-KARDEX-VALORIZADO
           WRITE ARQ-KARDEX-VALORIZADO
           DISPLAY WS-LINHA-KVL(1:100)
           .
       8150-GRAVAR-LINHA-KVL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *              PONTOS DE REPOSICAO POR CONSUMO REAL
      *-----------------------------------------------------------------

      * GERA A PROPOSTA DE MINIMO E REPOSICAO PELO CONSUMO (O MESMO
      * SUBPROGRAMA QUE A RODADA NOTURNA CHAMA) OU APLICA A PROPOSTA
      * PENDENTE, ESTA SO COM A APROVACAO DE UM GERENTE.
       8200-PONTOS-REPOSICAO       SECTION.

           IF WS-OPER-FILIAL NOT = '01'
               DISPLAY 'PONTOS DE REPOSICAO SAO CALCULADOS PARA A '
                   'FILIAL 01. NAS DEMAIS, USE O RELATORIO DE ESTOQUE '
                   'BAIXO (OPCAO 5).'
           ELSE
               DISPLAY '(1) - GERAR PROPOSTA PELO CONSUMO REAL'
               DISPLAY '(2) - APROVAR A PROPOSTA PENDENTE'
               ACCEPT WS-RPP-OPCAO

               EVALUATE WS-RPP-OPCAO
                   WHEN '1'
                       MOVE ZEROS TO WS-RPP-PROPOSTAS
                       CALL 'REPOSICAO' USING WS-RPP-PROPOSTAS,
                           WS-RPP-DATA-PROCESSO
                       DISPLAY WS-RPP-PROPOSTAS
                           ' ALTERACAO(OES) PROPOSTA(S). REVISAO EM '
                           'REPOSICAO-REVISAO.TXT'
                   WHEN '2'
                       PERFORM 8210-APROVAR-REPOSICAO
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-IF
           .
       8200-PONTOS-REPOSICAO-EXIT.
           EXIT.

      * MOSTRA A PROPOSTA PENDENTE (ATUAL X PROPOSTO) E, COM O
      * GERENTE DE ACORDO, GRAVA CADA PECA NO CADASTRO. A PROPOSTA E
      * ESVAZIADA DEPOIS DE APLICADA PARA NAO SER APLICADA DE NOVO.
       8210-APROVAR-REPOSICAO      SECTION.

           MOVE ZEROS TO WS-RPP-QTD

           OPEN INPUT REPOSICAO-PROP
           IF AS-STATUS-RPP NOT EQUAL ZEROS
               DISPLAY 'NENHUMA PROPOSTA PENDENTE. GERE A PROPOSTA '
                   'PRIMEIRO.'
           ELSE
               DISPLAY 'ID   | MIN ATUAL | REP ATUAL | MIN NOVO | '
                   'REP NOVO'
               MOVE 'S' TO WS-CLOSE-RPP
               PERFORM UNTIL WS-CLOSE-RPP = 'N'
                   READ REPOSICAO-PROP INTO WS-DADOS-RPP
                       AT END
                           MOVE 'N' TO WS-CLOSE-RPP
                       NOT AT END
                           ADD 1 TO WS-RPP-QTD
                           DISPLAY WS-RPP-ID ' | ' WS-RPP-MIN-ATUAL
                               '      | ' WS-RPP-REP-ATUAL
                               '      | ' WS-RPP-MIN-NOVO
                               '     | ' WS-RPP-REP-NOVO
                   END-READ
               END-PERFORM
               CLOSE REPOSICAO-PROP

               IF WS-RPP-QTD = ZEROS
                   DISPLAY 'NENHUMA PROPOSTA PENDENTE.'
               ELSE
                   MOVE 'APLICAR MINIMOS' TO WS-ACAO-PROTEGIDA
                   PERFORM 1080-VERIFICAR-GERENTE
                   IF WS-ACESSO-OK = 'S'
                       DISPLAY 'APLICAR OS NOVOS MINIMOS NO CADASTRO? '
                           '(S/N)'
                       ACCEPT WS-RPP-CONFIRMA
                       IF WS-RPP-CONFIRMA = 'S'
                           PERFORM 8220-APLICAR-REPOSICAO
                       ELSE
                           DISPLAY 'NADA FOI APLICADO.'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       8210-APROVAR-REPOSICAO-EXIT.
           EXIT.

       8220-APLICAR-REPOSICAO      SECTION.

           MOVE ZEROS TO WS-RPP-APLICADAS

           OPEN I-O RELATO-PECAS
           IF AS-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE PECAS INDISPONIVEL ' AS-STATUS-S
           ELSE
               OPEN INPUT REPOSICAO-PROP
               MOVE 'S' TO WS-CLOSE-RPP
               PERFORM UNTIL WS-CLOSE-RPP = 'N'
                   READ REPOSICAO-PROP INTO WS-DADOS-RPP
                       AT END
                           MOVE 'N' TO WS-CLOSE-RPP
                       NOT AT END
                           PERFORM 8230-APLICAR-UMA-REPOSICAO
                   END-READ
               END-PERFORM
               CLOSE REPOSICAO-PROP
               CLOSE RELATO-PECAS

      *        PROPOSTA CONSUMIDA: O ARQUIVO FICA VAZIO ATE A PROXIMA.
               OPEN OUTPUT REPOSICAO-PROP
               CLOSE REPOSICAO-PROP

               DISPLAY WS-RPP-APLICADAS ' PECA(S) ATUALIZADA(S).'
           END-IF
           .
       8220-APLICAR-REPOSICAO-EXIT.
           EXIT.

      * GRAVA UMA PECA DA PROPOSTA. SE O MINIMO OU A REPOSICAO DO
      * CADASTRO MUDARAM DEPOIS DA PROPOSTA, A PECA E PULADA.
       8230-APLICAR-UMA-REPOSICAO  SECTION.

           MOVE WS-RPP-ID TO ARQ-RELATO-PECAS-ID
           READ RELATO-PECAS INTO ARMAZENA-RELATO
               INVALID KEY
                   DISPLAY 'PECA ' WS-RPP-ID
                       ' SUMIU DO CADASTRO - PULADA'
               NOT INVALID KEY
                   MOVE ARMAZENA-RELATO TO LINDET02-REL
                   IF LINDET02-REL-MINIMO-P NOT = WS-RPP-MIN-ATUAL OR
                      LINDET02-REL-REPOR-P NOT = WS-RPP-REP-ATUAL
                       DISPLAY 'PECA ' WS-RPP-ID
                           ' ALTERADA DEPOIS DA PROPOSTA - PULADA'
                   ELSE
                       MOVE WS-RPP-MIN-NOVO TO LINDET02-REL-MINIMO-P
                       MOVE WS-RPP-REP-NOVO TO LINDET02-REL-REPOR-P
                       MOVE LINDET02-REL TO ARQ-RELATO1-PECAS
                       REWRITE ARQ-RELATO1-PECAS
                       ADD 1 TO WS-RPP-APLICADAS

                       MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                       MOVE WS-RPP-ID TO WS-AUD-CHAVE
                       MOVE SPACES TO WS-AUD-VALOR-ANTIGO
                       STRING 'MINIMO ' DELIMITED BY SIZE
                              WS-RPP-MIN-ATUAL DELIMITED BY SIZE
                              ' REPOSICAO ' DELIMITED BY SIZE
                              WS-RPP-REP-ATUAL DELIMITED BY SIZE
                              INTO WS-AUD-VALOR-ANTIGO
                       MOVE SPACES TO WS-AUD-VALOR-NOVO
                       STRING 'MINIMO ' DELIMITED BY SIZE
                              WS-RPP-MIN-NOVO DELIMITED BY SIZE
                              ' REPOSICAO ' DELIMITED BY SIZE
                              WS-RPP-REP-NOVO DELIMITED BY SIZE
                              ' CONSUMO ' DELIMITED BY SIZE
                              WS-RPP-CONSUMO DELIMITED BY SIZE
                              ' PRAZO ' DELIMITED BY SIZE
                              WS-RPP-PRAZO DELIMITED BY SIZE
                              INTO WS-AUD-VALOR-NOVO
                       CALL 'AUDITORIA' USING WS-AUD-MODULO,
                           WS-AUD-OPERACAO, WS-AUD-CHAVE,
                           WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                           WS-OPERADOR-SESSAO
                   END-IF
           END-READ
           .
       8230-APLICAR-UMA-REPOSICAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *              AJUSTE DA CONCILIACAO DO KARDEX
      *-----------------------------------------------------------------

      * MOSTRA A PROPOSTA DE AJUSTE GERADA PELO INTEGRIDADE E, COM O
      * GERENTE DE ACORDO, LANCA NO KARDEX O MOVIMENTO QUE IGUALA O
      * SALDO DELE AO DO CADASTRO. O CADASTRO NAO MUDA. A PROPOSTA E
      * ESVAZIADA DEPOIS DE APLICADA PARA NAO SER APLICADA DE NOVO.
       8300-APROVAR-AJUSTE-KARDEX  SECTION.

           MOVE ZEROS TO WS-AJK-QTD-LINHAS

           OPEN INPUT AJUSTE-KARDEX
           IF AS-STATUS-AJK NOT EQUAL ZEROS
               DISPLAY 'NENHUMA PROPOSTA DE AJUSTE PENDENTE. RODE A '
                   'VERIFICACAO DE INTEGRIDADE PRIMEIRO.'
           ELSE
               DISPLAY 'PECA | FILIAL | CADASTRO | KARDEX  | AJUSTE'
               MOVE 'S' TO WS-CLOSE-AJK
               PERFORM UNTIL WS-CLOSE-AJK = 'N'
                   READ AJUSTE-KARDEX INTO WS-DADOS-AJK
                       AT END
                           MOVE 'N' TO WS-CLOSE-AJK
                       NOT AT END
                           ADD 1 TO WS-AJK-QTD-LINHAS
                           DISPLAY WS-AJK-PECA ' |   ' WS-AJK-FILIAL
                               '   |   ' WS-AJK-CADASTRO
                               ' | ' WS-AJK-KDX-SINAL WS-AJK-KDX-QTD
                               ' | ' WS-AJK-TIPO ' ' WS-AJK-QTD
                   END-READ
               END-PERFORM
               CLOSE AJUSTE-KARDEX

               IF WS-AJK-QTD-LINHAS = ZEROS
                   DISPLAY 'NENHUMA PROPOSTA DE AJUSTE PENDENTE.'
               ELSE
                   MOVE 'AJUSTE KARDEX' TO WS-ACAO-PROTEGIDA
                   PERFORM 1080-VERIFICAR-GERENTE
                   IF WS-ACESSO-OK = 'S'
                       DISPLAY 'PECA QUE MOVIMENTOU DEPOIS DA '
                           'CONCILIACAO SERA PULADA.'
                       DISPLAY 'LANCAR OS AJUSTES NO KARDEX? (S/N)'
                       ACCEPT WS-AJK-CONFIRMA
                       IF WS-AJK-CONFIRMA = 'S'
                           PERFORM 8310-APLICAR-AJUSTES-KARDEX
                       ELSE
                           DISPLAY 'NADA FOI APLICADO.'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       8300-APROVAR-AJUSTE-KARDEX-EXIT.
           EXIT.

       8310-APLICAR-AJUSTES-KARDEX SECTION.

           MOVE ZEROS TO WS-AJK-APLICADOS

           OPEN INPUT AJUSTE-KARDEX
           MOVE 'S' TO WS-CLOSE-AJK
           PERFORM UNTIL WS-CLOSE-AJK = 'N'
               READ AJUSTE-KARDEX INTO WS-DADOS-AJK
                   AT END
                       MOVE 'N' TO WS-CLOSE-AJK
                   NOT AT END
                       PERFORM 8320-APLICAR-UM-AJUSTE
               END-READ
           END-PERFORM
           CLOSE AJUSTE-KARDEX

      *    PROPOSTA CONSUMIDA: O ARQUIVO FICA VAZIO ATE A PROXIMA.
           OPEN OUTPUT AJUSTE-KARDEX
           CLOSE AJUSTE-KARDEX

           DISPLAY WS-AJK-APLICADOS ' AJUSTE(S) LANCADO(S) NO KARDEX.'
           .
       8310-APLICAR-AJUSTES-KARDEX-EXIT.
           EXIT.

      * LANCA UMA LINHA DA PROPOSTA. SE O SALDO DO CADASTRO OU O DO
      * KARDEX DA PECA NA FILIAL MUDARAM DEPOIS DA CONCILIACAO, A
      * LINHA E PULADA.
       8320-APLICAR-UM-AJUSTE      SECTION.

           MOVE 'N' TO WS-AJK-OK
           PERFORM 8330-LER-SALDO-DA-FILIAL

           IF WS-AJK-OK = 'S'
               PERFORM 8340-SOMAR-KARDEX-DA-FILIAL
               IF WS-AJK-KDX-SINAL = '-'
                   COMPUTE WS-AJK-SALDO-PROP = 0 - WS-AJK-KDX-QTD
               ELSE
                   MOVE WS-AJK-KDX-QTD TO WS-AJK-SALDO-PROP
               END-IF
               IF LINDET02-REL-QTD-P NOT = WS-AJK-CADASTRO OR
                  WS-SALDO-KARDEX NOT = WS-AJK-SALDO-PROP
                   MOVE 'N' TO WS-AJK-OK
                   DISPLAY 'PECA ' WS-AJK-PECA ' FILIAL ' WS-AJK-FILIAL
                       ' MOVIMENTOU DEPOIS DA CONCILIACAO - PULADA'
               END-IF
           END-IF

           IF WS-AJK-OK = 'S'
      *        O AJUSTE VAI AO KARDEX E A AUDITORIA EM NOME DA FILIAL
      *        DA LINHA.
               MOVE WS-OPERADOR-SESSAO TO WS-AJK-SESSAO
               MOVE '|' TO WS-AJK-SESSAO(36:1)
               MOVE WS-AJK-FILIAL TO WS-AJK-SESSAO(37:2)

               MOVE WS-AJK-TIPO TO WS-KAR-TIPO
               MOVE WS-AJK-PECA TO WS-KAR-PECA
               MOVE WS-AJK-QTD TO WS-KAR-QTD
               MOVE 'AJUSTE CONCIL' TO WS-KAR-MOTIVO
               MOVE 'CONCILIACAO' TO WS-KAR-ORIGEM
               MOVE ZEROS TO WS-KAR-CUSTO
               CALL 'KARDEX' USING WS-KAR-TIPO,
                   WS-KAR-PECA, WS-KAR-QTD,
                   WS-KAR-MOTIVO, WS-KAR-ORIGEM,
                   WS-AJK-SESSAO, WS-KAR-CUSTO
               ADD 1 TO WS-AJK-APLICADOS

               MOVE 'AJUSTE' TO WS-AUD-OPERACAO
               MOVE WS-AJK-PECA TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-VALOR-ANTIGO
               STRING 'SALDO KARDEX ' DELIMITED BY SIZE
                      WS-AJK-KDX-SINAL DELIMITED BY SIZE
                      WS-AJK-KDX-QTD DELIMITED BY SIZE
                      ' CADASTRO ' DELIMITED BY SIZE
                      WS-AJK-CADASTRO DELIMITED BY SIZE
                      INTO WS-AUD-VALOR-ANTIGO
               MOVE SPACES TO WS-AUD-VALOR-NOVO
               STRING 'AJUSTE CONCIL ' DELIMITED BY SIZE
                      WS-AJK-TIPO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AJK-QTD DELIMITED BY SIZE
                      INTO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-AJK-SESSAO
           END-IF
           .
       8320-APLICAR-UM-AJUSTE-EXIT.
           EXIT.

      * LE A PECA NO CADASTRO DA FILIAL DA LINHA (01 =
      * RELATORIO-PECAS.TXT, NN = RELATORIO-PECAS-NN.TXT); O ARQUIVO
      * DA SESSAO E RESTAURADO NO FIM.
       8330-LER-SALDO-DA-FILIAL    SECTION.

           MOVE WS-ARQ-RELATO-PECAS-PATH TO WS-TRF-PATH-ORIGEM
           MOVE SPACES TO WS-ARQ-RELATO-PECAS-PATH
           IF WS-AJK-FILIAL = '01'
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Relatorio-pecas.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-RELATO-PECAS-PATH
           ELSE
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Relatorio-pecas-' DELIMITED BY SIZE
                      WS-AJK-FILIAL DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-RELATO-PECAS-PATH
           END-IF

           OPEN INPUT RELATO-PECAS
           IF AS-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE PECAS DA FILIAL ' WS-AJK-FILIAL
                   ' INDISPONIVEL ' AS-STATUS-S ' - PECA '
                   WS-AJK-PECA ' PULADA'
           ELSE
               MOVE WS-AJK-PECA TO ARQ-RELATO-PECAS-ID
               READ RELATO-PECAS INTO ARMAZENA-RELATO
                   INVALID KEY
                       DISPLAY 'PECA ' WS-AJK-PECA ' SUMIU DO '
                           'CADASTRO DA FILIAL ' WS-AJK-FILIAL
                           ' - PULADA'
                   NOT INVALID KEY
                       PERFORM 9030-DESMONTAR-PECA
                       MOVE 'S' TO WS-AJK-OK
               END-READ
               CLOSE RELATO-PECAS
           END-IF

           MOVE WS-TRF-PATH-ORIGEM TO WS-ARQ-RELATO-PECAS-PATH
           .
       8330-LER-SALDO-DA-FILIAL-EXIT.
           EXIT.

      * SALDO ATUAL DA PECA NA FILIAL DA LINHA, RECONSTITUIDO PELOS
      * MOVIMENTOS DO KARDEX.
       8340-SOMAR-KARDEX-DA-FILIAL SECTION.

           MOVE ZEROS TO WS-SALDO-KARDEX

           OPEN INPUT KARDEX-ARQ
           IF AS-STATUS-KAR EQUAL ZEROS
               MOVE 'S' TO WS-CLOSE-KAR
               PERFORM UNTIL WS-CLOSE-KAR = 'N'
                   READ KARDEX-ARQ INTO WS-DADOS-KAR
                       AT END
                           MOVE 'N' TO WS-CLOSE-KAR
                       NOT AT END
                           IF WS-KVL-M-FILIAL = SPACES
                               MOVE '01' TO WS-KVL-M-FILIAL
                           END-IF
                           IF WS-KVL-M-PECA(1:4) = WS-AJK-PECA AND
                              WS-KVL-M-FILIAL = WS-AJK-FILIAL AND
                              WS-KVL-M-QTD-X IS NUMERIC
                               IF WS-KVL-M-TIPO = 'E'
                                   ADD WS-KVL-M-QTD-N TO
                                       WS-SALDO-KARDEX
                               ELSE
                                   SUBTRACT WS-KVL-M-QTD-N FROM
                                       WS-SALDO-KARDEX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KARDEX-ARQ
           END-IF
           .
       8340-SOMAR-KARDEX-DA-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *              TRANSFERENCIA DE ESTOQUE ENTRE FILIAIS
      *-----------------------------------------------------------------

      * TIRA A QUANTIDADE DO ESTOQUE DA FILIAL DA SESSAO E A POE NO
      * DA FILIAL DE DESTINO. O KARDEX REGISTRA A SAIDA NA ORIGEM E A
      * ENTRADA NO DESTINO PELO CUSTO MEDIO DA ORIGEM.
       9000-TRANSFERIR-ESTOQUE     SECTION.

           MOVE 'N' TO WS-TRF-OK
           MOVE SPACES TO WS-TRF-PECA
           MOVE SPACES TO WS-TRF-DESTINO
           MOVE ZEROS TO WS-TRF-QTD

           DISPLAY 'INFORME O ID DA PECA: '
           ACCEPT WS-TRF-PECA
           DISPLAY 'FILIAL DE DESTINO: '
           ACCEPT WS-TRF-DESTINO
           DISPLAY 'QUANTIDADE A TRANSFERIR: '
           ACCEPT WS-TRF-QTD

           MOVE 'V' TO WS-FIL-OPCAO
           MOVE WS-TRF-DESTINO TO WS-FIL-BUSCA-TRF
           CALL 'FILIAL' USING WS-FIL-OPCAO, WS-OPERADOR-SESSAO,
               WS-FIL-BUSCA-TRF, WS-FIL-CAPACIDADE, WS-FIL-BOXES

           EVALUATE TRUE
               WHEN WS-TRF-DESTINO = WS-OPER-FILIAL
                   DISPLAY 'A FILIAL DE DESTINO E A FILIAL DA SESSAO.'
               WHEN WS-FIL-BUSCA-TRF = SPACES
                   DISPLAY 'FILIAL ' WS-TRF-DESTINO
                       ' NAO CADASTRADA.'
               WHEN WS-TRF-QTD = ZEROS
                   DISPLAY 'QUANTIDADE INVALIDA.'
               WHEN OTHER
                   PERFORM 9010-BAIXAR-NA-ORIGEM
                   IF WS-TRF-OK = 'S'
                       PERFORM 9020-ENTRAR-NO-DESTINO
                   END-IF
           END-EVALUATE
           .
       9000-TRANSFERIR-ESTOQUE-EXIT.
           EXIT.

       9010-BAIXAR-NA-ORIGEM       SECTION.

           OPEN I-O RELATO-PECAS
           IF AS-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE PECAS INDISPONIVEL ' AS-STATUS-S
           ELSE
               MOVE WS-TRF-PECA TO ARQ-RELATO-PECAS-ID
               READ RELATO-PECAS INTO ARMAZENA-RELATO
                   INVALID KEY
                       DISPLAY 'PECA ' WS-TRF-PECA
                           ' NAO ENCONTRADA NO CADASTRO'
                   NOT INVALID KEY
                       PERFORM 9030-DESMONTAR-PECA
                       IF LINDET02-REL-QTD-P < WS-TRF-QTD
                           DISPLAY 'ESTOQUE INSUFICIENTE: SALDO '
                               LINDET02-REL-QTD-P
                       ELSE
                           MOVE LINDET02-REL TO WS-TRF-REGISTRO
                           SUBTRACT WS-TRF-QTD FROM LINDET02-REL-QTD-P

                           MOVE LINDET02-REL TO ARQ-RELATO1-PECAS
                           REWRITE ARQ-RELATO1-PECAS
                           MOVE 'S' TO WS-TRF-OK

                           MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                           MOVE WS-TRF-PECA TO WS-AUD-CHAVE
                           MOVE ARQ-RELATO1-PECAS TO WS-AUD-VALOR-NOVO
                           CALL 'AUDITORIA' USING WS-AUD-MODULO,
                               WS-AUD-OPERACAO, WS-AUD-CHAVE,
                               WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                               WS-OPERADOR-SESSAO

                           MOVE 'S' TO WS-KAR-TIPO
                           MOVE WS-TRF-PECA TO WS-KAR-PECA
                           MOVE WS-TRF-QTD TO WS-KAR-QTD
                           MOVE 'TRANSFERENCIA' TO WS-KAR-MOTIVO
                           MOVE SPACES TO WS-KAR-ORIGEM
                           STRING 'PARA FILIAL ' DELIMITED BY SIZE
                                  WS-TRF-DESTINO DELIMITED BY SIZE
                                  INTO WS-KAR-ORIGEM
                           MOVE ZEROS TO WS-KAR-CUSTO
                           CALL 'KARDEX' USING WS-KAR-TIPO,
                               WS-KAR-PECA, WS-KAR-QTD,
                               WS-KAR-MOTIVO, WS-KAR-ORIGEM,
                               WS-OPERADOR-SESSAO, WS-KAR-CUSTO
                           MOVE WS-KAR-CUSTO TO WS-TRF-CUSTO
                       END-IF
               END-READ
               CLOSE RELATO-PECAS
           END-IF
           .
       9010-BAIXAR-NA-ORIGEM-EXIT.
           EXIT.

      * O ARQUIVO DE PECAS E TROCADO PELO DA FILIAL DE DESTINO SO
      * DURANTE A ENTRADA; PECA QUE NAO EXISTE LA E CRIADA COM O
      * CADASTRO DA ORIGEM (SEM A LOCALIZACAO FISICA, QUE E OUTRA).
       9020-ENTRAR-NO-DESTINO      SECTION.

           MOVE WS-ARQ-RELATO-PECAS-PATH TO WS-TRF-PATH-ORIGEM
           MOVE SPACES TO WS-ARQ-RELATO-PECAS-PATH
           IF WS-TRF-DESTINO = '01'
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Relatorio-pecas.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-RELATO-PECAS-PATH
           ELSE
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Relatorio-pecas-' DELIMITED BY SIZE
                      WS-TRF-DESTINO DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-RELATO-PECAS-PATH
           END-IF

           OPEN I-O RELATO-PECAS
           IF AS-STATUS-S = 35
               OPEN OUTPUT RELATO-PECAS
               CLOSE RELATO-PECAS
               OPEN I-O RELATO-PECAS
           END-IF

           IF AS-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'CADASTRO DE PECAS DA FILIAL ' WS-TRF-DESTINO
                   ' INDISPONIVEL ' AS-STATUS-S
               DISPLAY 'A SAIDA JA FOI REGISTRADA NA ORIGEM: LANCE A '
                   'ENTRADA NO DESTINO PELA ALTERACAO DE PECA.'
           ELSE
               MOVE WS-TRF-PECA TO ARQ-RELATO-PECAS-ID
               READ RELATO-PECAS INTO ARMAZENA-RELATO
                   INVALID KEY
                       MOVE WS-TRF-REGISTRO TO LINDET02-REL
                       MOVE WS-TRF-QTD TO LINDET02-REL-QTD-P
                       MOVE SPACES TO LINDET02-REL-LOCAL-P
                       MOVE LINDET02-REL TO ARQ-RELATO1-PECAS
                       WRITE ARQ-RELATO1-PECAS
                       MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
                       MOVE SPACES TO WS-AUD-VALOR-ANTIGO
                   NOT INVALID KEY
                       PERFORM 9030-DESMONTAR-PECA
                       ADD WS-TRF-QTD TO LINDET02-REL-QTD-P
                       MOVE LINDET02-REL TO ARQ-RELATO1-PECAS
                       REWRITE ARQ-RELATO1-PECAS
                       MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
               END-READ
               CLOSE RELATO-PECAS

      *        A ENTRADA E AUDITADA E VAI AO KARDEX EM NOME DA FILIAL
      *        DE DESTINO.
               MOVE WS-OPERADOR-SESSAO TO WS-TRF-SESSAO
               MOVE '|' TO WS-TRF-SESSAO(36:1)
               MOVE WS-TRF-DESTINO TO WS-TRF-SESSAO(37:2)

               MOVE WS-TRF-PECA TO WS-AUD-CHAVE
               MOVE ARQ-RELATO1-PECAS TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-TRF-SESSAO

               MOVE 'E' TO WS-KAR-TIPO
               MOVE WS-TRF-PECA TO WS-KAR-PECA
               MOVE WS-TRF-QTD TO WS-KAR-QTD
               MOVE 'TRANSFERENCIA' TO WS-KAR-MOTIVO
               MOVE SPACES TO WS-KAR-ORIGEM
               STRING 'DA FILIAL ' DELIMITED BY SIZE
                      WS-OPER-FILIAL DELIMITED BY SIZE
                      INTO WS-KAR-ORIGEM
               MOVE WS-TRF-CUSTO TO WS-KAR-CUSTO
               CALL 'KARDEX' USING WS-KAR-TIPO,
                   WS-KAR-PECA, WS-KAR-QTD,
                   WS-KAR-MOTIVO, WS-KAR-ORIGEM,
                   WS-TRF-SESSAO, WS-KAR-CUSTO

               DISPLAY 'TRANSFERIDAS ' WS-TRF-QTD ' UNIDADE(S) DA PECA '
                   WS-TRF-PECA ' PARA A FILIAL ' WS-TRF-DESTINO
           END-IF

           MOVE WS-TRF-PATH-ORIGEM TO WS-ARQ-RELATO-PECAS-PATH
           .
       9020-ENTRAR-NO-DESTINO-EXIT.
           EXIT.

      * MONTA A LINHA DA PECA (LINDET02-REL) A PARTIR DO REGISTRO LIDO.
       9030-DESMONTAR-PECA         SECTION.

           UNSTRING ARMAZENA-RELATO DELIMITED BY ' | ' INTO
                               ARMAZENA-ID
                               ARMAZENA-MARCA
                               ARMAZENA-DESC
                               ARMAZENA-QTD
                               ARMAZENA-VALOR
                               ARMAZENA-CUSTO
                               ARMAZENA-LOCAL
                               ARMAZENA-MINIMO
                               ARMAZENA-REPOR
                               ARMAZENA-RASTREIO

           MOVE ARMAZENA-RELATO TO WS-AUD-VALOR-ANTIGO

           MOVE ARMAZENA-ID    TO LINDET02-REL-ID-P
           MOVE ARMAZENA-MARCA TO LINDET02-REL-MARCA-P
           MOVE ARMAZENA-DESC  TO LINDET02-REL-DESC-P
           IF ARMAZENA-QTD IS NUMERIC
               MOVE ARMAZENA-QTD TO LINDET02-REL-QTD-P
           ELSE
               MOVE ZEROS TO LINDET02-REL-QTD-P
           END-IF
           IF ARMAZENA-VALOR IS NUMERIC
               MOVE ARMAZENA-VALOR-N TO LINDET02-REL-VALOR-P
           ELSE
               MOVE ZEROS TO LINDET02-REL-VALOR-P
           END-IF
           IF ARMAZENA-CUSTO IS NUMERIC
               MOVE ARMAZENA-CUSTO-N TO LINDET02-REL-CUSTO-P
           ELSE
               MOVE ZEROS TO LINDET02-REL-CUSTO-P
           END-IF
           MOVE ARMAZENA-LOCAL TO LINDET02-REL-LOCAL-P
           PERFORM 2190-COPIAR-REPOSICAO
           PERFORM 2195-COPIAR-RASTREIO
           .
       9030-DESMONTAR-PECA-EXIT.
           EXIT.

       3000-FINALIZAR              SECTION.


