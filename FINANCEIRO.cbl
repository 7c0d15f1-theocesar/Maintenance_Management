      *    Agora separa por ' | ' como o PECAS ja fazia. A fatura
      *    consolidada de frota tambem passa o operador da sessao ao
      *    FATURA, para a trava da serie ficar no nome do terminal.
      *    14/09/2026 - Nova opcao N (so gerente): cancela uma fatura
      *    emitindo nota de credito numerada pela serie NOTACRED do
      *    NUMERADOR. A nota entra no razao Notas-credito.txt e sai
      *    impressa em NotaCredito_NNNNNN.txt no mesmo formato da
      *    fatura; a fatura cancelada sai das contas a receber, da
      *    cobranca, do extrato e dos resumos, o resumo de impostos
      *    estorna o ISS e o ICMS dela no mes da fatura e pagamento
      *    contra ela passa a ser recusado. Fatura datada em mes de
      *    Meses-fechados.txt nao pode ser cancelada. Tudo auditado.
      *    15/09/2026 - Sinal de orcamento (Sinais.txt, gravado pelo
      *    MANUTENCAO na aprovacao): o fechamento de caixa soma o
      *    sinal na data em que foi recebido, pela forma de pagamento
      *    dele, e deixa de fora a linha SINAL que o aplica na fatura
      *    (o dinheiro ja entrou no dia do sinal). Nova opcao S lista
      *    os sinais a devolver ao cliente (orcamento recusado ou
      *    expirado, ou sinal maior que a fatura) e registra a
      *    devolucao paga, so gerente, com auditoria.
      *    16/09/2026 - Multa e juros de fatura vencida: percentuais
      *    em Encargos-atraso.txt (multa 2% e juros de 1% ao mes na
      *    primeira execucao). A fatura vence no prazo do primeiro
      *    aviso de Dias-cobranca.txt; pagamento registrado depois
      *    disso mostra multa, juros pro rata e o saldo atualizado, e
      *    os encargos entram em Encargos.txt como lancamento proprio
      *    (total e impostos da fatura nao mudam). Multa so uma vez;
      *    os juros correm desde o ultimo lancamento. O gerente pode
      *    dispensar os encargos (DISPENSADO, OVERRIDE auditado). O
      *    saldo das contas a receber e da cobranca soma os encargos
      *    cobrados e a carta de cobranca imprime o saldo atualizado.
      *    17/09/2026 - Conciliacao bancaria (opcao B): le o extrato
      *    do banco em Extrato-banco.txt (linhas data;historico;valor,
      *    ponto-e-virgula como a lista de precos do fornecedor) e
      *    casa os creditos com Pagamentos.txt e Sinais.txt por data
      *    (ate 3 dias de compensacao), valor e forma de pagamento, e
      *    os debitos com as parcelas pagas de Contas-pagar.txt. O
      *    relatorio Conciliacao-bancaria.txt traz os conciliados, as
      *    linhas do extrato sem registro e os recebimentos/parcelas
      *    que nao apareceram no banco. Cada par conciliado fica em
      *    Conciliacao.txt e nao e oferecido de novo.
      *    18/09/2026 - NFS-e: a opcao R gera o lote de RPS
      *    (Rps-lote_NNNNNN.txt, layout fixo da prefeitura) com as
      *    faturas de mao de obra ainda nao enviadas, tomador pelo CPF
      *    e endereco de Clientes.txt, valor do servico e ISS da
      *    fatura; parametros do prestador em Nfse-param.txt. A opcao
      *    P le o retorno (Retorno-nfse.txt), grava numero e codigo
      *    de verificacao da NFS-e em Nfse.txt, acrescenta a NFS-e na
      *    via do cliente (Fatura_NNNNNN.txt) e lista as rejeitadas
      *    com o motivo. O resumo de impostos traz a NFS-e por fatura.
      *    19/09/2026 - Diario contabil em partidas dobradas (opcao
      *    D, e tambem no fechamento de mes): faturas emitidas
      *    (receita de servicos e pecas, ISS, ICMS, clientes), notas
      *    de credito, recebimentos por forma, sinais, encargos
      *    cobrados, compras e pagamentos a fornecedores e o custo das
      *    pecas consumidas pelo Kardex.txt viram lancamentos em
      *    Diario-contabil_MMAAAA.txt, com as contas tiradas do
      *    Mapa-contas.txt. Diario-controle_MMAAAA.txt traz debitos x
      *    creditos por conta e as excecoes (evento sem conta
      *    mapeada, que nao vai para o diario). A baixa de parcela a
      *    pagar passa a gravar a data do pagamento em
      *    Baixas-pagar.txt.
      *    20/09/2026 - Seguradoras e sinistros (opcao G): cadastro
      *    de seguradoras (Seguradoras.txt) e relatorio de sinistros
      *    em aberto por seguradora, com os dias de espera, gerado
      *    tambem no fechamento de mes. A fatura da parte da
      *    seguradora (Sinistros.txt, gravado pelo MANUTENCAO) vira
      *    recebivel da seguradora: sai agrupada por seguradora no
      *    contas a receber, ganha carta de cobranca propria (sem
      *    bloqueio de CPF), vai ao RPS com o CNPJ da seguradora como
      *    tomador e fica fora do extrato do cliente; resumo mensal e
      *    lucratividade somam as duas faturas da OS.
      *    21/09/2026 - Vendas de balcao (Vendas-balcao.txt, gravado
      *    pelo PECAS): entram no fechamento de caixa do dia pela
      *    forma de pagamento, na lucratividade com o custo de compra
      *    (linha por venda e coluna propria no resumo mensal), no
      *    ICMS do resumo de impostos, no diario contabil (receita de
      *    pecas, ICMS e baixa de estoque) e como candidatas da
      *    conciliacao bancaria.
      *    22/09/2026 - Custo das pecas pelo kardex valorizado (130
      *    posicoes): a lucratividade por OS e a baixa de estoque do
      *    diario contabil usam o custo unitario gravado no movimento
      *    (custo medio da peca na hora do consumo); o cadastro so
      *    entra para movimento ainda sem custo.
      *    23/09/2026 - Registro da peca com 103 posicoes (estoque
      *    minimo e quantidade de reposicao no fim).
      *    24/09/2026 - Registro da peca com 107 posicoes (indicador
      *    de rastreio por numero de serie ou lote no fim).
      *    26/09/2026 - Prazos de Dias-cobranca.txt contados em dias
      *    uteis pelo calendario da oficina (DATAS): a carta de
      *    cobranca, o bloqueio de credito e a cobranca da seguradora
      *    comparam a idade da fatura em dias uteis, e a fatura vence
      *    (para multa e juros) no dia util em que termina o prazo do
      *    primeiro aviso. Os juros seguem pro rata por dia corrido.
      *    28/09/2026 - Nova opcao M (gerente): comissoes do mes de
      *    mecanicos e atendentes, com extrato e arquivo para a folha,
      *    servida pelo novo COMISSAO.cbl.
      *    30/09/2026 - Registro do cliente com 236 posicoes
      *    (consentimento de marketing por canal no fim).
      *    01/10/2026 - Filiais: Manutencao.txt e Historico-anual.txt
      *    com 179 posicoes, Faturas.txt com 122, Pagamentos.txt com
      *    51 e Kardex.txt com 133 (filial no fim de cada registro). O
      *    pagamento registrado leva a filial da sessao e a fatura de
      *    frota sai na filial da sessao. Contas a receber, resumo
      *    mensal, fechamento de caixa e lucratividade saem por filial
      *    ou consolidados (GERENTE escolhe; os demais veem a propria
      *    filial); sinais e vendas de balcao, sem filial, so entram
      *    no fechamento consolidado. O custo das pecas vem do estoque
      *    da filial da sessao.
      *    03/10/2026 - Veiculos.txt lido com 85 posicoes (chassi no
      *    fim do registro).
      *    15/10/2026 - Sinais.txt (70 posicoes) e Vendas-balcao.txt
      *    (74) com a filial que recebeu; o fechamento de caixa de
      *    uma filial passa a somar os sinais e vendas de balcao dela
      *    (em branco = 01). Sinistros em aberto ignoram sinistro de
      *    OS cancelada (nao fica mais EM SERVICO para sempre).
      *    15/10/2026 - Aviso de fatura na fila de e-mail mostra o
      *    e-mail do cliente mascarado pelo cargo da sessao (MASCARA).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-DCO.

       SELECT ENCARGOS-PARAM ASSIGN TO WS-ARQ-ENCARGOS-PARAM-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-EPA.

       SELECT ENCARGOS ASSIGN TO WS-ARQ-ENCARGOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-ENC.

       SELECT COBRANCAS ASSIGN TO WS-ARQ-COBRANCAS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-COB.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-SEM.

       SELECT NOTAS-CREDITO ASSIGN TO WS-ARQ-NOTAS-CREDITO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-NCR.

       SELECT SINAIS ASSIGN TO WS-ARQ-SINAIS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-SIN.

       SELECT EXTRATO-BANCO ASSIGN TO WS-ARQ-EXTRATO-BANCO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-EXB.

       SELECT CONCILIACAO ASSIGN TO WS-ARQ-CONCILIACAO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CNC.

       SELECT CONCILIACAO-REL ASSIGN TO WS-ARQ-CONCILIACAO-REL-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CRL.

       SELECT NFSE ASSIGN TO WS-ARQ-NFSE-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-NFS.

       SELECT NFSE-PARAM ASSIGN TO WS-ARQ-NFSE-PARAM-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-NFP.

       SELECT RPS-LOTE ASSIGN TO WS-ARQ-RPS-LOTE-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-RPS.

       SELECT RETORNO-NFSE ASSIGN TO WS-ARQ-RETORNO-NFSE-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-RNF.

       SELECT FAT-VIA ASSIGN TO WS-ARQ-FAT-VIA-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FVI.

       SELECT KARDEX ASSIGN TO WS-ARQ-KARDEX-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-KAR.

       SELECT MAPA-CONTAS ASSIGN TO WS-ARQ-MAPA-CONTAS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-MAP.

       SELECT BAIXAS-PAGAR ASSIGN TO WS-ARQ-BAIXAS-PAGAR-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-BXP.

       SELECT DIARIO ASSIGN TO WS-ARQ-DIARIO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-DIA.

       SELECT DIARIO-CTL ASSIGN TO WS-ARQ-DIARIO-CTL-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-DCT.

       SELECT SEGURADORAS ASSIGN TO WS-ARQ-SEGURADORAS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-SEG.

       SELECT SINISTROS ASSIGN TO WS-ARQ-SINISTROS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-SNT.

       SELECT SIN-ABERTOS ASSIGN TO WS-ARQ-SIN-ABERTOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-SAB.

       SELECT VENDAS-BALCAO ASSIGN TO WS-ARQ-VENDAS-BALCAO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-VDB.

       SELECT NOTA-IMPRESSA ASSIGN TO WS-ARQ-NOTA-IMPRESSA-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-NCI.

       DATA DIVISION.
       FILE SECTION.

          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FATURAS                   PIC X(122).

       FD PAGAMENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PAGAMENTOS                PIC X(51).

       FD MAINTENANCE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MAINTENANCE               PIC X(179).

       FD HISTORICO-ANUAL
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HISTORICO-ANUAL           PIC X(179).

       FD RECEBER
          RECORDING MODE IS F

       01 ARQ-VEICULOS.
           05 ARQ-VEICULOS-PLACA        PIC X(08).
           05 ARQ-VEICULOS-SUFIXO       PIC X(77).

       FD CLIENTES
          RECORDING MODE IS F
       01 ARQ-CLIENTES.
           05 ARQ-CLIENTES-PREFIXO      PIC X(43).
           05 ARQ-CLIENTES-CPF          PIC X(11).
           05 ARQ-CLIENTES-SUFIXO       PIC X(182).

       FD EXTRATO
          RECORDING MODE IS F

       01 ARQ-PECAS.
           05 ARQ-PECAS-ID              PIC X(04).
           05 ARQ-PECAS-SUFIXO          PIC X(103).

       FD LUCRATIVIDADE
          RECORDING MODE IS F

       01 ARQ-DIAS-COBRANCA             PIC X(03).

       FD ENCARGOS-PARAM
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-ENCARGOS-PARAM            PIC X(11).

       FD ENCARGOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-ENCARGOS                  PIC X(56).

       FD COBRANCAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-SEM-EMAIL                 PIC X(80).

       FD NOTAS-CREDITO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-NOTAS-CREDITO             PIC X(124).

       FD NOTA-IMPRESSA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-NOTA-IMPRESSA             PIC X(80).

       FD SINAIS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-SINAIS                    PIC X(70).

       FD EXTRATO-BANCO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-EXTRATO-BANCO             PIC X(80).

       FD CONCILIACAO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONCILIACAO               PIC X(147).

       FD CONCILIACAO-REL
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONCILIACAO-REL           PIC X(150).

       FD NFSE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-NFSE                      PIC X(117).

       FD NFSE-PARAM
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-NFSE-PARAM                PIC X(20).

       FD RPS-LOTE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RPS-LOTE                  PIC X(244).

       FD RETORNO-NFSE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RETORNO-NFSE              PIC X(102).

       FD FAT-VIA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FAT-VIA                   PIC X(80).

       FD KARDEX
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-KARDEX                    PIC X(133).

       FD MAPA-CONTAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MAPA-CONTAS               PIC X(36).

       FD BAIXAS-PAGAR
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-BAIXAS-PAGAR              PIC X(35).

       FD DIARIO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-DIARIO                    PIC X(122).

       FD DIARIO-CTL
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-DIARIO-CTL                PIC X(100).

       FD SEGURADORAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-SEGURADORAS               PIC X(141).

       FD SINISTROS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-SINISTROS                 PIC X(61).

       FD SIN-ABERTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-SIN-ABERTOS               PIC X(90).

       FD VENDAS-BALCAO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-VENDAS-BALCAO             PIC X(74).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-FAT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-OUT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ENV                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SEM                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-NCR                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-NCI                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SIN                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-EPA                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ENC                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-EXB                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CNC                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CRL                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-NFS                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-NFP                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-RPS                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-RNF                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FVI                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-KAR                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MAP                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-BXP                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DIA                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DCT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SEG                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SNT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SAB                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-VDB                 PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
       01 WS-ARQ-OUTBOX-PATH            PIC X(80) VALUE SPACES.
       01 WS-ARQ-ENVIADOS-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-SEM-EMAIL-PATH         PIC X(80) VALUE SPACES.
       01 WS-ARQ-NOTAS-CREDITO-PATH     PIC X(80) VALUE SPACES.
       01 WS-ARQ-NOTA-IMPRESSA-PATH     PIC X(80) VALUE SPACES.
       01 WS-ARQ-SINAIS-PATH            PIC X(80) VALUE SPACES.
       01 WS-ARQ-ENCARGOS-PARAM-PATH    PIC X(80) VALUE SPACES.
       01 WS-ARQ-ENCARGOS-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-EXTRATO-BANCO-PATH     PIC X(80) VALUE SPACES.
       01 WS-ARQ-CONCILIACAO-PATH       PIC X(80) VALUE SPACES.
       01 WS-ARQ-CONCILIACAO-REL-PATH   PIC X(80) VALUE SPACES.
       01 WS-ARQ-NFSE-PATH              PIC X(80) VALUE SPACES.
       01 WS-ARQ-NFSE-PARAM-PATH        PIC X(80) VALUE SPACES.
       01 WS-ARQ-RPS-LOTE-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-RETORNO-NFSE-PATH      PIC X(80) VALUE SPACES.
       01 WS-ARQ-FAT-VIA-PATH           PIC X(80) VALUE SPACES.
       01 WS-ARQ-KARDEX-PATH            PIC X(80) VALUE SPACES.
       01 WS-ARQ-MAPA-CONTAS-PATH       PIC X(80) VALUE SPACES.
       01 WS-ARQ-BAIXAS-PAGAR-PATH      PIC X(80) VALUE SPACES.
       01 WS-ARQ-DIARIO-PATH            PIC X(80) VALUE SPACES.
       01 WS-ARQ-DIARIO-CTL-PATH        PIC X(80) VALUE SPACES.
       01 WS-ARQ-SEGURADORAS-PATH       PIC X(80) VALUE SPACES.
       01 WS-ARQ-SINISTROS-PATH         PIC X(80) VALUE SPACES.
       01 WS-ARQ-SIN-ABERTOS-PATH       PIC X(80) VALUE SPACES.
       01 WS-ARQ-VENDAS-BALCAO-PATH     PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           05 LINDET-PAG-FORMA          PIC X(09) VALUE SPACES.
           05 LINDET-PAG-SP5            PIC X(01) VALUE '|'.
           05 LINDET-PAG-OPER           PIC X(04) VALUE SPACES.
           05 LINDET-PAG-SP6            PIC X(01) VALUE '|'.
           05 LINDET-PAG-FILIAL         PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01 WS-FAT-ICMS-X                 PIC X(08) VALUE SPACES.
       01 WS-FAT-ICMS-N REDEFINES WS-FAT-ICMS-X
                                        PIC 9(06)V99.
       01 WS-FAT-FILIAL                 PIC X(02) VALUE SPACES.
       01 WS-FAT-TOTAL                  PIC 9(06)V99 VALUE ZEROS.
       01 WS-FAT-MAO                    PIC 9(06)V99 VALUE ZEROS.
       01 WS-FAT-PECAS                  PIC 9(06)V99 VALUE ZEROS.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-CLOSE-FAT                  PIC X(01) VALUE 'S'.
       01 WS-CLOSE-PAG                  PIC X(01) VALUE 'S'.
       01 WS-DADOS                      PIC X(179) VALUE SPACES.
       01 WS-DADOS-FAT                  PIC X(122) VALUE SPACES.
       01 WS-DADOS-PAG                  PIC X(51) VALUE SPACES.
       01 WS-EXISTE-ARQUIVO             PIC X(01) VALUE 'N'.

       01 WS-FATURA-BUSCA               PIC 9(06) VALUE ZEROS.
       01 WS-IDADE-DIAS-CONC            PIC 9(07) VALUE ZEROS.
       01 WS-IDADE-DIAS-HOJE            PIC 9(07) VALUE ZEROS.
       01 WS-IDADE-DIAS                 PIC S9(07) VALUE ZEROS.
       01 WS-IDADE-UTEIS                PIC S9(07) VALUE ZEROS.

       01 WS-REC-LINHA.
           05 WS-REC-OS                 PIC 9(06) VALUE ZEROS.
       01 WS-EXT-ACHOU-CLI              PIC X(01) VALUE 'N'.
       01 WS-EXT-I                      PIC 9(03) VALUE ZEROS.
       01 WS-EXT-J                      PIC 9(03) VALUE ZEROS.
       01 WS-DADOS-VEI                  PIC X(85) VALUE SPACES.
       01 WS-DADOS-CLI                  PIC X(236) VALUE SPACES.
       01 WS-VEI-PLACA-L                PIC X(13) VALUE SPACES.
       01 WS-VEI-MARCA-L                PIC X(15) VALUE SPACES.
       01 WS-VEI-MODELO-L               PIC X(15) VALUE SPACES.
       01 WS-LUC-PAR-ID                 PIC X(06) VALUE SPACES.
       01 WS-LUC-PAR-QTD-X              PIC X(04) VALUE SPACES.
       01 WS-LUC-PAR-QTD                PIC 9(04) VALUE ZEROS.
       01 WS-DADOS-PEC                  PIC X(107) VALUE SPACES.
       01 WS-PEC-ID-L                   PIC X(04) VALUE SPACES.
       01 WS-PEC-MARCA-L                PIC X(11) VALUE SPACES.
       01 WS-PEC-DESC-L                 PIC X(24) VALUE SPACES.
       01 WS-LUC-MARGEM                 PIC S9(08)V99 VALUE ZEROS.
       01 WS-LUC-SEM-FATURA             PIC 9(05) VALUE ZEROS.

      *    CUSTO UNITARIO DO ULTIMO CONSUMO DE CADA PECA EM CADA OS,
      *    TIRADO DO KARDEX VALORIZADO.
       01 WS-LUC-CONSUMOS.
           05 WS-LUC-CON-ENT OCCURS 3000 TIMES.
               10 WS-LUC-CON-OS         PIC X(06).
               10 WS-LUC-CON-PECA       PIC X(04).
               10 WS-LUC-CON-CUSTO      PIC 9(06)V99.
       01 WS-LUC-CON-QTD                PIC 9(04) VALUE ZEROS.
       01 WS-LUC-CON-I                  PIC 9(04) VALUE ZEROS.
       01 WS-LUC-CON-ACHOU              PIC X(01) VALUE 'N'.
       01 WS-LUC-CON-CUSTO-UNIT         PIC 9(06)V99 VALUE ZEROS.

       01 WS-LUC-TABELA.
           05 WS-LUC-ENT OCCURS 24 TIMES INDEXED BY WS-LUC-IDX.
               10 WS-LUC-MES            PIC X(07).
               10 WS-LUC-REC            PIC 9(10)V99.
               10 WS-LUC-CUS            PIC 9(10)V99.
               10 WS-LUC-QTD-OS         PIC 9(04).
               10 WS-LUC-QTD-VDB        PIC 9(04).

       01 WS-LUC-QTD-MES                PIC 9(02) VALUE ZEROS.
       01 WS-LUC-ACHOU                  PIC X(01) VALUE 'N'.
               10 WS-RIMP-ISS           PIC 9(10)V99.
               10 WS-RIMP-ICMS          PIC 9(10)V99.
               10 WS-RIMP-QTD           PIC 9(04).
               10 WS-RIMP-QTD-NC        PIC 9(04).

       01 WS-RIMP-QTD-MES               PIC 9(02) VALUE ZEROS.
       01 WS-RIMP-ACHOU                 PIC X(01) VALUE 'N'.
       01 WS-BLQ-I                      PIC 9(02) VALUE ZEROS.
       01 WS-SALDO-ED                   PIC ZZZZZZZ9,99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *         MULTA E JUROS DE FATURA VENCIDA
      *-----------------------------------------------------------------
       01 LINDET-EPA.
           05 LINDET-EPA-NOME           PIC X(05) VALUE SPACES.
           05 LINDET-EPA-SP1            PIC X(01) VALUE '|'.
           05 LINDET-EPA-PCT            PIC 9(03)V99 VALUE ZEROS.

       01 WS-EXISTE-EPA                 PIC X(01) VALUE 'N'.
       01 WS-CLOSE-EPA                  PIC X(01) VALUE 'S'.
       01 WS-EPA-NOME-L                 PIC X(05) VALUE SPACES.
       01 WS-EPA-PCT-X                  PIC X(05) VALUE SPACES.
       01 WS-EPA-PCT-N REDEFINES WS-EPA-PCT-X
                                        PIC 9(03)V99.
       01 WS-ENC-MULTA-PCT              PIC 9(03)V99 VALUE 2.
       01 WS-ENC-JUROS-PCT              PIC 9(03)V99 VALUE 1.
       01 WS-ENC-MULTA-PADRAO           PIC 9(03)V99 VALUE 2.
       01 WS-ENC-JUROS-PADRAO           PIC 9(03)V99 VALUE 1.
       01 WS-ENC-VENCIMENTO             PIC X(10) VALUE SPACES.

       01 LINDET-ENC.
           05 LINDET-ENC-FATURA         PIC 9(06) VALUE ZEROS.
           05 LINDET-ENC-SP1            PIC X(01) VALUE '|'.
           05 LINDET-ENC-DATA           PIC X(10) VALUE SPACES.
           05 LINDET-ENC-SP2            PIC X(01) VALUE '|'.
           05 LINDET-ENC-DIAS           PIC 9(04) VALUE ZEROS.
           05 LINDET-ENC-SP3            PIC X(01) VALUE '|'.
           05 LINDET-ENC-MULTA          PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-ENC-SP4            PIC X(01) VALUE '|'.
           05 LINDET-ENC-JUROS          PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-ENC-SP5            PIC X(01) VALUE '|'.
           05 LINDET-ENC-SITUACAO       PIC X(10) VALUE SPACES.
           05 LINDET-ENC-SP6            PIC X(01) VALUE '|'.
           05 LINDET-ENC-OPER           PIC X(04) VALUE SPACES.

       01 WS-DADOS-ENC                  PIC X(56) VALUE SPACES.
       01 WS-CLOSE-ENC                  PIC X(01) VALUE 'S'.
       01 WS-EXISTE-ENC                 PIC X(01) VALUE 'N'.
       01 WS-ENC-L-FAT                  PIC X(06) VALUE SPACES.
       01 WS-ENC-L-FAT-N REDEFINES WS-ENC-L-FAT
                                        PIC 9(06).
       01 WS-ENC-L-DATA                 PIC X(10) VALUE SPACES.
       01 WS-ENC-L-DIAS                 PIC X(04) VALUE SPACES.
       01 WS-ENC-L-MULTA-X              PIC X(08) VALUE SPACES.
       01 WS-ENC-L-MULTA-N REDEFINES WS-ENC-L-MULTA-X
                                        PIC 9(06)V99.
       01 WS-ENC-L-JUROS-X              PIC X(08) VALUE SPACES.
       01 WS-ENC-L-JUROS-N REDEFINES WS-ENC-L-JUROS-X
                                        PIC 9(06)V99.
       01 WS-ENC-L-SITUACAO             PIC X(10) VALUE SPACES.
       01 WS-TOTAL-ENCARGOS             PIC 9(08)V99 VALUE ZEROS.
       01 WS-ENC-TEM-ANTERIOR           PIC X(01) VALUE 'N'.
       01 WS-ENC-ULT-DATA               PIC X(10) VALUE SPACES.
       01 WS-ENC-DATA-FAT               PIC X(10) VALUE SPACES.
       01 WS-ENC-DATA-REF               PIC X(10) VALUE SPACES.
       01 WS-ENC-DIAS-ATRASO            PIC 9(04) VALUE ZEROS.
       01 WS-ENC-DIAS-JUROS             PIC 9(04) VALUE ZEROS.
       01 WS-ENC-MULTA                  PIC 9(06)V99 VALUE ZEROS.
       01 WS-ENC-JUROS                  PIC 9(06)V99 VALUE ZEROS.
       01 WS-ENC-SALDO-ATUAL            PIC S9(08)V99 VALUE ZEROS.
       01 WS-ENC-SITUACAO               PIC X(10) VALUE SPACES.
       01 WS-ENC-DISPENSA               PIC X(01) VALUE 'N'.
       01 WS-ENC-MULTA-ED               PIC ZZZZZ9,99 VALUE ZEROS.
       01 WS-ENC-JUROS-ED               PIC ZZZZZ9,99 VALUE ZEROS.
       01 WS-ENC-PCT-ED                 PIC ZZ9,99 VALUE ZEROS.
       01 WS-ENC-DIAS-ED                PIC ZZZ9 VALUE ZEROS.

      *    FECHAMENTO DE MES (PERIODO CONTABIL TRAVADO)
       01 WS-MFE-DATA                   PIC X(10) VALUE SPACES.
       01 WS-MES-FECHADO                PIC X(01) VALUE 'N'.
       01 WS-FPD-L-STATUS               PIC X(01) VALUE SPACES.
       01 WS-FFR-QTD-OS                 PIC 9(03) VALUE ZEROS.
       01 WS-FFR-MAO                    PIC 9(06)V99 VALUE ZEROS.
       01 WS-FFR-OPER                   PIC X(38) VALUE SPACES.
       01 WS-FFR-RATEIO                 PIC X(80) VALUE SPACES.
       01 WS-FFR-PECAS                  PIC 9(06)V99 VALUE ZEROS.
       01 WS-FFR-TOTAL                  PIC 9(06)V99 VALUE ZEROS.
       01 WS-FFR-LISTA-OS               PIC X(59) VALUE SPACES.
       01 WS-LINHA-CARTA                PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         NOTA DE CREDITO (CANCELAMENTO DE FATURA)
      *-----------------------------------------------------------------
       01 LINDET-NCR.
           05 LINDET-NCR-NUM            PIC 9(06) VALUE ZEROS.
           05 LINDET-NCR-SP1            PIC X(01) VALUE '|'.
           05 LINDET-NCR-FATURA         PIC 9(06) VALUE ZEROS.
           05 LINDET-NCR-SP2            PIC X(01) VALUE '|'.
           05 LINDET-NCR-DATA           PIC X(10) VALUE SPACES.
           05 LINDET-NCR-SP3            PIC X(01) VALUE '|'.
           05 LINDET-NCR-DATA-FAT       PIC X(10) VALUE SPACES.
           05 LINDET-NCR-SP4            PIC X(01) VALUE '|'.
           05 LINDET-NCR-OS             PIC 9(06) VALUE ZEROS.
           05 LINDET-NCR-SP5            PIC X(01) VALUE '|'.
           05 LINDET-NCR-PLACA          PIC X(08) VALUE SPACES.
           05 LINDET-NCR-SP6            PIC X(01) VALUE '|'.
           05 LINDET-NCR-TOTAL          PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-NCR-SP7            PIC X(01) VALUE '|'.
           05 LINDET-NCR-ISS            PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-NCR-SP8            PIC X(01) VALUE '|'.
           05 LINDET-NCR-ICMS           PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-NCR-SP9            PIC X(01) VALUE '|'.
           05 LINDET-NCR-MOTIVO         PIC X(40) VALUE SPACES.
           05 LINDET-NCR-SP10           PIC X(01) VALUE '|'.
           05 LINDET-NCR-OPER           PIC X(04) VALUE SPACES.

       01 WS-DADOS-NCR                  PIC X(124) VALUE SPACES.
       01 WS-CLOSE-NCR                  PIC X(01) VALUE 'S'.
       01 WS-EXISTE-NCR                 PIC X(01) VALUE 'N'.
       01 WS-NCR-L-NUM                  PIC X(06) VALUE SPACES.
       01 WS-NCR-L-NUM-N REDEFINES WS-NCR-L-NUM
                                        PIC 9(06).
       01 WS-NCR-L-FATURA               PIC X(06) VALUE SPACES.
       01 WS-NCR-L-FATURA-N REDEFINES WS-NCR-L-FATURA
                                        PIC 9(06).
       01 WS-NCR-L-DATA                 PIC X(10) VALUE SPACES.
       01 WS-NCR-L-DATA-FAT             PIC X(10) VALUE SPACES.
       01 WS-NCR-L-OS                   PIC X(06) VALUE SPACES.
       01 WS-NCR-L-PLACA                PIC X(08) VALUE SPACES.
       01 WS-NCR-L-TOTAL-X              PIC X(08) VALUE SPACES.
       01 WS-NCR-L-TOTAL-N REDEFINES WS-NCR-L-TOTAL-X
                                        PIC 9(06)V99.
       01 WS-NCR-L-ISS-X                PIC X(08) VALUE SPACES.
       01 WS-NCR-L-ISS-N REDEFINES WS-NCR-L-ISS-X
                                        PIC 9(06)V99.
       01 WS-NCR-L-ICMS-X               PIC X(08) VALUE SPACES.
       01 WS-NCR-L-ICMS-N REDEFINES WS-NCR-L-ICMS-X
                                        PIC 9(06)V99.
       01 WS-NCR-BUSCA                  PIC 9(06) VALUE ZEROS.
       01 WS-FAT-CANCELADA              PIC X(01) VALUE 'N'.
       01 WS-FAT-OS-CANCELADA           PIC X(01) VALUE 'N'.
       01 WS-NCR-NUM-CANC               PIC 9(06) VALUE ZEROS.
       01 WS-NCR-MOTIVO                 PIC X(40) VALUE SPACES.
       01 WS-NCR-CONFIRMA               PIC X(01) VALUE 'N'.
       01 WS-NCR-PROXIMA                PIC 9(06) VALUE ZEROS.
       01 WS-NCR-TOTAL-IMPOSTOS         PIC 9(07)V99 VALUE ZEROS.
       01 WS-LINHA-NCI                  PIC X(80) VALUE SPACES.
       01 WS-NCR-VALOR-ED               PIC ZZZZZZZ9,99 VALUE ZEROS.
       01 WS-NUM-SERIE-CH               PIC X(10) VALUE SPACES.
       01 WS-NUM-SEMENTE                PIC 9(06) VALUE ZEROS.
       01 WS-NUM-PROXIMO                PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         SINAL DE ORCAMENTO (SINAIS.TXT, GRAVADO PELO MANUTENCAO)
      *-----------------------------------------------------------------
       01 LINDET-SIN.
           05 LINDET-SIN-ORC            PIC 9(06) VALUE ZEROS.
           05 LINDET-SIN-SP1            PIC X(01) VALUE '|'.
           05 LINDET-SIN-DATA           PIC X(10) VALUE SPACES.
           05 LINDET-SIN-SP2            PIC X(01) VALUE '|'.
           05 LINDET-SIN-VALOR          PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-SIN-SP3            PIC X(01) VALUE '|'.
           05 LINDET-SIN-FORMA          PIC X(09) VALUE SPACES.
           05 LINDET-SIN-SP4            PIC X(01) VALUE '|'.
           05 LINDET-SIN-OPER           PIC X(04) VALUE SPACES.
           05 LINDET-SIN-SP5            PIC X(01) VALUE '|'.
           05 LINDET-SIN-STATUS         PIC X(09) VALUE SPACES.
           05 LINDET-SIN-SP6            PIC X(01) VALUE '|'.
           05 LINDET-SIN-FATURA         PIC 9(06) VALUE ZEROS.
           05 LINDET-SIN-SP7            PIC X(01) VALUE '|'.
           05 LINDET-SIN-APLICADO       PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-SIN-SP8            PIC X(01) VALUE '|'.
           05 LINDET-SIN-FILIAL         PIC X(02) VALUE SPACES.

       01 WS-DADOS-SIN                  PIC X(70) VALUE SPACES.
       01 WS-CLOSE-SIN                  PIC X(01) VALUE 'S'.
       01 WS-SIN-ORC-X                  PIC X(06) VALUE SPACES.
       01 WS-SIN-VALOR-X                PIC X(08) VALUE SPACES.
       01 WS-SIN-VALOR-N REDEFINES WS-SIN-VALOR-X
                                        PIC 9(06)V99.
       01 WS-SIN-FATURA-X               PIC X(06) VALUE SPACES.
       01 WS-SIN-APLIC-X                PIC X(08) VALUE SPACES.
       01 WS-SIN-APLIC-N REDEFINES WS-SIN-APLIC-X
                                        PIC 9(06)V99.
       01 WS-SIN-BUSCA                  PIC 9(06) VALUE ZEROS.
       01 WS-SIN-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-SIN-QTD                    PIC 9(04) VALUE ZEROS.
       01 WS-SIN-DEVOLVER               PIC 9(06)V99 VALUE ZEROS.
       01 WS-SIN-TOTAL                  PIC 9(08)V99 VALUE ZEROS.
       01 WS-SIN-VALOR-ED               PIC ZZZZZ9,99 VALUE ZEROS.
       01 WS-SIN-APLIC-ED               PIC ZZZZZ9,99 VALUE ZEROS.
       01 WS-SIN-DEV-ED                 PIC ZZZZZ9,99 VALUE ZEROS.
       01 WS-SIN-TOTAL-ED               PIC ZZZZZZZ9,99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *         VENDA DE BALCAO (VENDAS-BALCAO.TXT, GRAVADO PELO PECAS)
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

       01 WS-DADOS-VDB                  PIC X(74) VALUE SPACES.
       01 WS-CLOSE-VDB                  PIC X(01) VALUE 'S'.
       01 WS-VDB-NUM-X                  PIC X(06) VALUE SPACES.
       01 WS-VDB-ITENS-X                PIC X(02) VALUE SPACES.
       01 WS-VDB-SUBTOTAL-X             PIC X(08) VALUE SPACES.
       01 WS-VDB-SUBTOTAL-N REDEFINES WS-VDB-SUBTOTAL-X
                                        PIC 9(06)V99.
       01 WS-VDB-ICMS-X                 PIC X(08) VALUE SPACES.
       01 WS-VDB-ICMS-N REDEFINES WS-VDB-ICMS-X
                                        PIC 9(06)V99.
       01 WS-VDB-TOTAL-X                PIC X(08) VALUE SPACES.
       01 WS-VDB-TOTAL-N REDEFINES WS-VDB-TOTAL-X
                                        PIC 9(06)V99.
       01 WS-VDB-CUSTO-X                PIC X(08) VALUE SPACES.
       01 WS-VDB-CUSTO-N REDEFINES WS-VDB-CUSTO-X
                                        PIC 9(06)V99.

      *-----------------------------------------------------------------
      *         CONCILIACAO BANCARIA
      *-----------------------------------------------------------------
      *    PAR CONCILIADO: CHAVE DO REGISTRO DO SISTEMA (TIPO R =
      *    PAGAMENTO, S = SINAL, P = PARCELA DE CONTAS A PAGAR) E A
      *    LINHA DO EXTRATO COMO VEIO DO BANCO.
       01 LINDET-CNC.
           05 LINDET-CNC-DATA           PIC X(10) VALUE SPACES.
           05 LINDET-CNC-SP1            PIC X(01) VALUE '|'.
           05 LINDET-CNC-OPER           PIC X(04) VALUE SPACES.
           05 LINDET-CNC-SP2            PIC X(01) VALUE '|'.
           05 LINDET-CNC-TIPO           PIC X(01) VALUE SPACES.
           05 LINDET-CNC-SP3            PIC X(01) VALUE '|'.
           05 LINDET-CNC-SISTEMA        PIC X(48) VALUE SPACES.
           05 LINDET-CNC-SP4            PIC X(01) VALUE '|'.
           05 LINDET-CNC-EXTRATO        PIC X(80) VALUE SPACES.

       01 WS-DADOS-CNC                  PIC X(147) VALUE SPACES.
       01 WS-CLOSE-CNC                  PIC X(01) VALUE 'S'.
       01 WS-EXISTE-CNC                 PIC X(01) VALUE 'N'.
       01 WS-CNC-L-DATA                 PIC X(10) VALUE SPACES.
       01 WS-CNC-L-OPER                 PIC X(04) VALUE SPACES.
       01 WS-CNC-L-TIPO                 PIC X(01) VALUE SPACES.
       01 WS-CNC-L-SISTEMA              PIC X(48) VALUE SPACES.
       01 WS-CNC-L-EXTRATO              PIC X(80) VALUE SPACES.

       01 WS-DADOS-EXB                  PIC X(80) VALUE SPACES.
       01 WS-CLOSE-EXB                  PIC X(01) VALUE 'S'.
       01 WS-EXB-DATA                   PIC X(10) VALUE SPACES.
       01 WS-EXB-HIST                   PIC X(50) VALUE SPACES.
       01 WS-EXB-VALOR-X                PIC X(15) VALUE SPACES.
       01 WS-EXB-SINAL                  PIC X(01) VALUE SPACES.
       01 WS-EXB-INT-X                  PIC X(06) VALUE SPACES.
       01 WS-EXB-INT-ALI                PIC X(06) VALUE ZEROS.
       01 WS-EXB-INT-LEN                PIC 9(02) VALUE ZEROS.
       01 WS-EXB-INT-POS                PIC 9(02) VALUE ZEROS.
       01 WS-EXB-INT-N                  PIC 9(06) VALUE ZEROS.
       01 WS-EXB-DEC-X                  PIC X(02) VALUE SPACES.
       01 WS-EXB-DEC-N                  PIC 9(02) VALUE ZEROS.
       01 WS-EXB-VALOR                  PIC 9(06)V99 VALUE ZEROS.
       01 WS-EXB-OK                     PIC X(01) VALUE 'N'.
       01 WS-EXB-FORMA                  PIC X(09) VALUE SPACES.
       01 WS-EXB-CONTA                  PIC 9(03) VALUE ZEROS.

      *    PERIODO COBERTO PELO EXTRATO, DIAS DE COMPENSACAO ACEITOS
      *    ENTRE O RECEBIMENTO E O CREDITO, E JANELA EM TORNO DO
      *    PERIODO PARA AS PARCELAS PAGAS E OS PARES JA CONCILIADOS.
       01 WS-CNC-INI                    PIC X(10) VALUE SPACES.
       01 WS-CNC-FIM                    PIC X(10) VALUE SPACES.
       01 WS-CNC-TOLERANCIA             PIC 9(02) VALUE 3.
       01 WS-CNC-JANELA                 PIC 9(02) VALUE 30.
       01 WS-CNC-NO-PERIODO             PIC X(01) VALUE 'N'.
       01 WS-CNC-DATA-TESTE             PIC X(10) VALUE SPACES.
       01 WS-CNC-MARGEM                 PIC 9(02) VALUE ZEROS.

       01 WS-CNC-REC-TABELA.
           05 WS-CNC-REC-ENT OCCURS 500 TIMES.
               10 WS-CNC-REC-CHAVE      PIC X(48).
               10 WS-CNC-REC-TIPO       PIC X(01).
               10 WS-CNC-REC-DATA       PIC X(10).
               10 WS-CNC-REC-VALOR      PIC 9(06)V99.
               10 WS-CNC-REC-FORMA      PIC X(09).
               10 WS-CNC-REC-USADO      PIC X(01).
       01 WS-CNC-REC-QTD                PIC 9(04) VALUE ZEROS.

       01 WS-CNC-CPG-TABELA.
           05 WS-CNC-CPG-ENT OCCURS 300 TIMES.
               10 WS-CNC-CPG-CHAVE      PIC X(48).
               10 WS-CNC-CPG-VENC       PIC X(10).
               10 WS-CNC-CPG-VALOR      PIC 9(06)V99.
               10 WS-CNC-CPG-USADO      PIC X(01).
       01 WS-CNC-CPG-QTD                PIC 9(04) VALUE ZEROS.

       01 WS-CNC-LED-TABELA.
           05 WS-CNC-LED-ENT OCCURS 1000 TIMES.
               10 WS-CNC-LED-TIPO       PIC X(01).
               10 WS-CNC-LED-SISTEMA    PIC X(48).
               10 WS-CNC-LED-EXTRATO    PIC X(80).
               10 WS-CNC-LED-USADO-S    PIC X(01).
               10 WS-CNC-LED-USADO-E    PIC X(01).
       01 WS-CNC-LED-QTD                PIC 9(04) VALUE ZEROS.

       01 WS-CNC-SEM-TABELA.
           05 WS-CNC-SEM-LINHA OCCURS 300 TIMES PIC X(80).

       01 WS-CNC-I                      PIC 9(04) VALUE ZEROS.
       01 WS-CNC-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-CNC-CHAVE                  PIC X(48) VALUE SPACES.
       01 WS-CNC-TIPO                   PIC X(01) VALUE SPACES.
       01 WS-CNC-QTD-LINHAS             PIC 9(04) VALUE ZEROS.
       01 WS-CNC-QTD-CONC               PIC 9(04) VALUE ZEROS.
       01 WS-CNC-QTD-JA                 PIC 9(04) VALUE ZEROS.
       01 WS-CNC-QTD-SEM-REG            PIC 9(04) VALUE ZEROS.
       01 WS-CNC-QTD-ILEGIVEL           PIC 9(04) VALUE ZEROS.
       01 WS-CNC-QTD-NAO-BANCO          PIC 9(04) VALUE ZEROS.
       01 WS-CNC-QTD-CHEIO              PIC 9(04) VALUE ZEROS.
       01 WS-CNC-VALOR-ED               PIC ZZZZZ9,99 VALUE ZEROS.
       01 WS-LINHA-CRL                  PIC X(150) VALUE SPACES.

      *-----------------------------------------------------------------
      *         NFS-E (LOTE DE RPS E RETORNO DA PREFEITURA)
      *-----------------------------------------------------------------
      *    SITUACAO DE CADA RPS ENVIADO: ENVIADO, ACEITO (COM O NUMERO
      *    DA NFS-E E O CODIGO DE VERIFICACAO) OU REJEITADO (MOTIVO).
      *    A FATURA REJEITADA VOLTA NO LOTE SEGUINTE EM LINHA NOVA.
       01 LINDET-NFS.
           05 LINDET-NFS-FATURA         PIC 9(06) VALUE ZEROS.
           05 LINDET-NFS-SP1            PIC X(01) VALUE '|'.
           05 LINDET-NFS-LOTE           PIC 9(06) VALUE ZEROS.
           05 LINDET-NFS-SP2            PIC X(01) VALUE '|'.
           05 LINDET-NFS-DATA           PIC X(10) VALUE SPACES.
           05 LINDET-NFS-SP3            PIC X(01) VALUE '|'.
           05 LINDET-NFS-STATUS         PIC X(09) VALUE SPACES.
           05 LINDET-NFS-SP4            PIC X(01) VALUE '|'.
           05 LINDET-NFS-NUMERO         PIC X(12) VALUE SPACES.
           05 LINDET-NFS-SP5            PIC X(01) VALUE '|'.
           05 LINDET-NFS-CODVER         PIC X(08) VALUE SPACES.
           05 LINDET-NFS-SP6            PIC X(01) VALUE '|'.
           05 LINDET-NFS-MOTIVO         PIC X(60) VALUE SPACES.

       01 WS-DADOS-NFS                  PIC X(117) VALUE SPACES.
       01 WS-CLOSE-NFS                  PIC X(01) VALUE 'S'.
       01 WS-EXISTE-NFS                 PIC X(01) VALUE 'N'.
       01 WS-NFS-L-FATURA               PIC X(06) VALUE SPACES.
       01 WS-NFS-L-FATURA-N REDEFINES WS-NFS-L-FATURA
                                        PIC 9(06).
       01 WS-NFS-L-LOTE                 PIC X(06) VALUE SPACES.
       01 WS-NFS-L-LOTE-N REDEFINES WS-NFS-L-LOTE
                                        PIC 9(06).

      *    PARAMETROS DO PRESTADOR: INSCRICAO MUNICIPAL, CODIGO DO
      *    SERVICO NA LISTA DO MUNICIPIO E SERIE DO RPS.
       01 LINDET-NFP.
           05 LINDET-NFP-IM             PIC X(08) VALUE '00000000'.
           05 LINDET-NFP-SP1            PIC X(01) VALUE '|'.
           05 LINDET-NFP-CODSERV        PIC X(05) VALUE '01401'.
           05 LINDET-NFP-SP2            PIC X(01) VALUE '|'.
           05 LINDET-NFP-SERIE          PIC X(05) VALUE 'RPS'.
       01 WS-EXISTE-NFP                 PIC X(01) VALUE 'N'.

      *    LAYOUT FIXO DO LOTE DE RPS DA PREFEITURA: CABECALHO (1),
      *    UM DETALHE POR RPS (2) E RODAPE (9); VALORES SEM VIRGULA,
      *    COM DOIS DECIMAIS IMPLICITOS, E DATAS AAAAMMDD.
       01 LINDET-RPC.
           05 LINDET-RPC-TIPO           PIC X(01) VALUE '1'.
           05 LINDET-RPC-VERSAO         PIC X(03) VALUE '001'.
           05 LINDET-RPC-IM             PIC X(08) VALUE SPACES.
           05 LINDET-RPC-DATA-INI       PIC 9(08) VALUE ZEROS.
           05 LINDET-RPC-DATA-FIM       PIC 9(08) VALUE ZEROS.
           05 LINDET-RPC-LOTE           PIC 9(06) VALUE ZEROS.
           05 FILLER                    PIC X(210) VALUE SPACES.

       01 LINDET-RPS.
           05 LINDET-RPS-TIPO           PIC X(01) VALUE '2'.
           05 LINDET-RPS-SERIE          PIC X(05) VALUE SPACES.
           05 LINDET-RPS-NUMERO         PIC 9(12) VALUE ZEROS.
           05 LINDET-RPS-DATA           PIC 9(08) VALUE ZEROS.
           05 LINDET-RPS-SITUACAO       PIC X(01) VALUE 'T'.
           05 LINDET-RPS-VALOR          PIC 9(13)V99 VALUE ZEROS.
           05 LINDET-RPS-ISS            PIC 9(13)V99 VALUE ZEROS.
           05 LINDET-RPS-ALIQ           PIC 9(02)V99 VALUE ZEROS.
           05 LINDET-RPS-CODSERV        PIC X(05) VALUE SPACES.
           05 LINDET-RPS-IND-DOC        PIC X(01) VALUE '1'.
           05 LINDET-RPS-CPF            PIC X(14) VALUE SPACES.
           05 LINDET-RPS-NOME           PIC X(40) VALUE SPACES.
           05 LINDET-RPS-RUA            PIC X(30) VALUE SPACES.
           05 LINDET-RPS-NUM            PIC X(05) VALUE SPACES.
           05 LINDET-RPS-CIDADE         PIC X(20) VALUE SPACES.
           05 LINDET-RPS-CEP            PIC X(08) VALUE SPACES.
           05 LINDET-RPS-DISCR          PIC X(60) VALUE SPACES.

       01 LINDET-RPT.
           05 LINDET-RPT-TIPO           PIC X(01) VALUE '9'.
           05 LINDET-RPT-QTD            PIC 9(07) VALUE ZEROS.
           05 LINDET-RPT-VALOR          PIC 9(13)V99 VALUE ZEROS.
           05 LINDET-RPT-ISS            PIC 9(13)V99 VALUE ZEROS.
           05 FILLER                    PIC X(206) VALUE SPACES.

      *    RETORNO DA PREFEITURA, TAMBEM EM LAYOUT FIXO: SO AS LINHAS
      *    TIPO 2 INTERESSAM (A = NFS-E GERADA, R = RPS REJEITADO).
       01 WS-DADOS-RNF.
           05 WS-RNF-TIPO               PIC X(01).
           05 WS-RNF-RPS                PIC X(12).
           05 WS-RNF-RPS-N REDEFINES WS-RNF-RPS
                                        PIC 9(12).
           05 WS-RNF-SITUACAO           PIC X(01).
           05 WS-RNF-NFSE               PIC X(12).
           05 WS-RNF-CODVER             PIC X(08).
           05 WS-RNF-DATA               PIC X(08).
           05 WS-RNF-MOTIVO             PIC X(60).
       01 WS-CLOSE-RNF                  PIC X(01) VALUE 'S'.

       01 WS-NFS-TABELA.
           05 WS-NFS-ENT OCCURS 5000 TIMES.
               10 WS-NFS-FATURA         PIC 9(06).
               10 WS-NFS-SIT            PIC X(09).
               10 WS-NFS-NUMERO         PIC X(12).
       01 WS-NFS-QTD                    PIC 9(04) VALUE ZEROS.
       01 WS-NFS-I                      PIC 9(04) VALUE ZEROS.
       01 WS-NFS-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-NFS-BUSCA                  PIC 9(06) VALUE ZEROS.
       01 WS-NFS-SIT-ACHADA             PIC X(09) VALUE SPACES.
       01 WS-NFS-NUM-ACHADO             PIC X(12) VALUE SPACES.
       01 WS-NFS-ENVIAR                 PIC X(01) VALUE 'N'.
       01 WS-NFS-LOTE                   PIC 9(06) VALUE ZEROS.
       01 WS-NFS-QTD-LOTE               PIC 9(05) VALUE ZEROS.
       01 WS-NFS-QTD-ACEITAS            PIC 9(05) VALUE ZEROS.
       01 WS-NFS-QTD-REJEITADAS         PIC 9(05) VALUE ZEROS.
       01 WS-NFS-QTD-SEM-ENVIO          PIC 9(05) VALUE ZEROS.
       01 WS-NFS-QTD-CHEIO              PIC 9(05) VALUE ZEROS.
       01 WS-NFS-DATA-AAAAMMDD          PIC 9(08) VALUE ZEROS.
       01 WS-NFS-DATA-MIN               PIC 9(08) VALUE ZEROS.
       01 WS-NFS-DATA-MAX               PIC 9(08) VALUE ZEROS.
       01 WS-NFS-DATA-CONV              PIC X(10) VALUE SPACES.
       01 WS-NFS-DATA-CONV-R REDEFINES WS-NFS-DATA-CONV.
           05 WS-NFS-CONV-DIA           PIC 9(02).
           05 FILLER                    PIC X(01).
           05 WS-NFS-CONV-MES           PIC 9(02).
           05 FILLER                    PIC X(01).
           05 WS-NFS-CONV-ANO           PIC 9(04).
       01 WS-NFS-CONFIRMA               PIC X(01) VALUE 'N'.
       01 WS-NFS-REGISTROU              PIC X(01) VALUE 'N'.
       01 WS-NFS-LINHA-VIA              PIC X(80) VALUE SPACES.

      *-----------------------------------------------------------------
      *         DIARIO CONTABIL (PARTIDAS DOBRADAS)
      *-----------------------------------------------------------------
      *    MAPA DE CONTAS: CADA EVENTO DO SISTEMA (CHAVE) APONTA PARA
      *    A CONTA DO PLANO DO CONTADOR. OS RECEBIMENTOS USAM A CHAVE
      *    REC- MAIS A FORMA DE PAGAMENTO. CHAVE SEM CONTA (OU COM A
      *    CONTA EM BRANCO) DERRUBA O EVENTO PARA AS EXCECOES.
       01 LINDET-MAP.
           05 LINDET-MAP-CHAVE          PIC X(15) VALUE SPACES.
           05 LINDET-MAP-SP1            PIC X(01) VALUE '|'.
           05 LINDET-MAP-CONTA          PIC X(20) VALUE SPACES.

      *    CONTAS DO PRIMEIRO MAPA, GRAVADO QUANDO O ARQUIVO NAO
      *    EXISTE; DALI EM DIANTE O MAPA E MANTIDO NO PROPRIO ARQUIVO.
       01 WS-DIA-PADRAO.
           05 FILLER PIC X(35) VALUE 'CLIENTES       1.1.2.01'.
           05 FILLER PIC X(35) VALUE 'REC-DINHEIRO   1.1.1.01'.
           05 FILLER PIC X(35) VALUE 'REC-PIX        1.1.1.02'.
           05 FILLER PIC X(35) VALUE 'REC-CHEQUE     1.1.1.02'.
           05 FILLER PIC X(35) VALUE 'REC-CARTAO     1.1.2.05'.
           05 FILLER PIC X(35) VALUE 'REC-SINAL      2.1.3.01'.
           05 FILLER PIC X(35) VALUE 'ADIANTAMENTO   2.1.3.01'.
           05 FILLER PIC X(35) VALUE 'RECEITA-SERV   3.1.1.01'.
           05 FILLER PIC X(35) VALUE 'RECEITA-PECAS  3.1.1.02'.
           05 FILLER PIC X(35) VALUE 'RECEITA-ENCARG 3.2.1.01'.
           05 FILLER PIC X(35) VALUE 'CANCELAMENTO   3.1.2.01'.
           05 FILLER PIC X(35) VALUE 'ISS-DESPESA    3.1.3.01'.
           05 FILLER PIC X(35) VALUE 'ICMS-DESPESA   3.1.3.02'.
           05 FILLER PIC X(35) VALUE 'ISS-RECOLHER   2.1.2.01'.
           05 FILLER PIC X(35) VALUE 'ICMS-RECOLHER  2.1.2.02'.
           05 FILLER PIC X(35) VALUE 'ESTOQUE        1.1.4.01'.
           05 FILLER PIC X(35) VALUE 'FORNECEDORES   2.1.1.01'.
           05 FILLER PIC X(35) VALUE 'PAGTO-FORN     1.1.1.02'.
           05 FILLER PIC X(35) VALUE 'CUSTO-PECAS    4.1.1.01'.
       01 WS-DIA-PADRAO-R REDEFINES WS-DIA-PADRAO.
           05 WS-DIA-PADRAO-ENT OCCURS 19 TIMES.
               10 WS-DIA-PADRAO-CHAVE   PIC X(15).
               10 WS-DIA-PADRAO-CONTA   PIC X(20).

       01 WS-DIA-MAPA.
           05 WS-DIA-MAPA-ENT OCCURS 100 TIMES.
               10 WS-DIA-MAPA-CHAVE     PIC X(15).
               10 WS-DIA-MAPA-CONTA     PIC X(20).
       01 WS-DIA-MAPA-QTD               PIC 9(03) VALUE ZEROS.
       01 WS-EXISTE-MAP                 PIC X(01) VALUE 'N'.
       01 WS-CLOSE-MAP                  PIC X(01) VALUE 'S'.

      *    LINHA DO DIARIO: UM LANCAMENTO TEM DUAS OU MAIS LINHAS COM
      *    O MESMO NUMERO, E SOMA DOS DEBITOS IGUAL A DOS CREDITOS.
       01 LINDET-DIA.
           05 LINDET-DIA-LANC           PIC 9(06) VALUE ZEROS.
           05 LINDET-DIA-SP1            PIC X(01) VALUE ';'.
           05 LINDET-DIA-DATA           PIC X(10) VALUE SPACES.
           05 LINDET-DIA-SP2            PIC X(01) VALUE ';'.
           05 LINDET-DIA-CONTA          PIC X(20) VALUE SPACES.
           05 LINDET-DIA-SP3            PIC X(01) VALUE ';'.
           05 LINDET-DIA-DC             PIC X(01) VALUE SPACES.
           05 LINDET-DIA-SP4            PIC X(01) VALUE ';'.
           05 LINDET-DIA-VALOR          PIC ZZZZZZZ9,99 VALUE ZEROS.
           05 LINDET-DIA-SP5            PIC X(01) VALUE ';'.
           05 LINDET-DIA-EVENTO         PIC X(15) VALUE SPACES.
           05 LINDET-DIA-SP6            PIC X(01) VALUE ';'.
           05 LINDET-DIA-DOC            PIC X(12) VALUE SPACES.
           05 LINDET-DIA-SP7            PIC X(01) VALUE ';'.
           05 LINDET-DIA-HIST           PIC X(40) VALUE SPACES.

      *    PARTIDAS DO EVENTO EM MONTAGEM (CHAVE DO MAPA, D/C, VALOR).
       01 WS-DIA-PARTIDAS.
           05 WS-DIA-PART OCCURS 8 TIMES.
               10 WS-DIA-PART-CHAVE     PIC X(15).
               10 WS-DIA-PART-DC        PIC X(01).
               10 WS-DIA-PART-VALOR     PIC 9(08)V99.
               10 WS-DIA-PART-CONTA     PIC X(20).
       01 WS-DIA-QTD-PART               PIC 9(02) VALUE ZEROS.
       01 WS-DIA-P-CHAVE                PIC X(15) VALUE SPACES.
       01 WS-DIA-P-DC                   PIC X(01) VALUE SPACES.
       01 WS-DIA-P-VALOR                PIC 9(08)V99 VALUE ZEROS.
       01 WS-DIA-EVENTO                 PIC X(15) VALUE SPACES.
       01 WS-DIA-DOC                    PIC X(12) VALUE SPACES.
       01 WS-DIA-DATA                   PIC X(10) VALUE SPACES.
       01 WS-DIA-HIST                   PIC X(40) VALUE SPACES.
       01 WS-DIA-FALTA                  PIC X(15) VALUE SPACES.
       01 WS-DIA-EVT-DEB                PIC 9(08)V99 VALUE ZEROS.
       01 WS-DIA-EVT-CRED               PIC 9(08)V99 VALUE ZEROS.

      *    TOTAIS DO MES POR CONTA, PARA O RELATORIO DE CONTROLE.
       01 WS-DIA-CONTAS.
           05 WS-DIA-CTA-ENT OCCURS 100 TIMES.
               10 WS-DIA-CTA-CONTA      PIC X(20).
               10 WS-DIA-CTA-DEB        PIC 9(10)V99.
               10 WS-DIA-CTA-CRED       PIC 9(10)V99.
       01 WS-DIA-CTA-QTD                PIC 9(03) VALUE ZEROS.

      *    DATA DE RECEBIMENTO DE CADA PEDIDO (KARDEX) E DATA DE
      *    PAGAMENTO DE CADA PARCELA BAIXADA (BAIXAS-PAGAR.TXT).
       01 WS-DIA-PEDIDOS.
           05 WS-DIA-PED-ENT OCCURS 500 TIMES.
               10 WS-DIA-PED-NUM        PIC X(05).
               10 WS-DIA-PED-DATA       PIC X(10).
       01 WS-DIA-PED-QTD                PIC 9(04) VALUE ZEROS.

       01 WS-DIA-BAIXAS.
           05 WS-DIA-BXP-ENT OCCURS 1000 TIMES.
               10 WS-DIA-BXP-PED        PIC X(05).
               10 WS-DIA-BXP-PARC       PIC X(02).
               10 WS-DIA-BXP-DATA       PIC X(10).
       01 WS-DIA-BXP-QTD                PIC 9(04) VALUE ZEROS.

       01 LINDET-BXP.
           05 LINDET-BXP-PEDIDO         PIC X(05) VALUE SPACES.
           05 LINDET-BXP-SP1            PIC X(01) VALUE '|'.
           05 LINDET-BXP-PARCELA        PIC X(02) VALUE SPACES.
           05 LINDET-BXP-SP2            PIC X(01) VALUE '|'.
           05 LINDET-BXP-DATA           PIC X(10) VALUE SPACES.
           05 LINDET-BXP-SP3            PIC X(01) VALUE '|'.
           05 LINDET-BXP-VALOR          PIC X(08) VALUE SPACES.
           05 LINDET-BXP-SP4            PIC X(01) VALUE '|'.
           05 LINDET-BXP-OPER           PIC X(04) VALUE SPACES.
       01 WS-DADOS-BXP                  PIC X(35) VALUE SPACES.
       01 WS-CLOSE-BXP                  PIC X(01) VALUE 'S'.
       01 WS-EXISTE-BXP                 PIC X(01) VALUE 'N'.

       01 WS-DADOS-KAR                  PIC X(133) VALUE SPACES.
       01 WS-CLOSE-KAR                  PIC X(01) VALUE 'S'.
       01 WS-KAR-L-DATA                 PIC X(10) VALUE SPACES.
       01 WS-KAR-L-HORA                 PIC X(08) VALUE SPACES.
       01 WS-KAR-L-PECA                 PIC X(06) VALUE SPACES.
       01 WS-KAR-L-TIPO                 PIC X(01) VALUE SPACES.
       01 WS-KAR-L-QTD-X                PIC X(06) VALUE SPACES.
       01 WS-KAR-L-QTD-N REDEFINES WS-KAR-L-QTD-X
                                        PIC 9(06).
       01 WS-KAR-L-MOTIVO               PIC X(15) VALUE SPACES.
       01 WS-KAR-L-ORIGEM               PIC X(15) VALUE SPACES.
       01 WS-KAR-L-CUSTO-X              PIC X(08) VALUE SPACES.
       01 WS-KAR-L-CUSTO-N REDEFINES WS-KAR-L-CUSTO-X
                                        PIC 9(06)V99.

       01 WS-DIA-MES                    PIC X(07) VALUE SPACES.
       01 WS-DIA-MES-COMPACTO           PIC X(06) VALUE SPACES.
       01 WS-DIA-I                      PIC 9(04) VALUE ZEROS.
       01 WS-DIA-J                      PIC 9(04) VALUE ZEROS.
       01 WS-DIA-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-DIA-CONTA-ACHADA           PIC X(20) VALUE SPACES.
       01 WS-DIA-VALOR                  PIC 9(08)V99 VALUE ZEROS.
       01 WS-DIA-DATA-EVT               PIC X(10) VALUE SPACES.
       01 WS-DIA-NUM-LANC               PIC 9(06) VALUE ZEROS.
       01 WS-DIA-QTD-LINHAS             PIC 9(06) VALUE ZEROS.
       01 WS-DIA-QTD-EXCECOES           PIC 9(05) VALUE ZEROS.
       01 WS-DIA-TOTAL-DEB              PIC 9(10)V99 VALUE ZEROS.
       01 WS-DIA-TOTAL-CRED             PIC 9(10)V99 VALUE ZEROS.
       01 WS-DIA-DIFERENCA              PIC S9(10)V99 VALUE ZEROS.
       01 WS-DIA-DEB-ED                 PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       01 WS-DIA-CRED-ED                PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       01 WS-DIA-DIF-ED                 PIC ---------9,99 VALUE ZEROS.
       01 WS-DIA-VALOR-ED               PIC ZZZZZZZ9,99 VALUE ZEROS.
       01 WS-LINHA-DCT                  PIC X(100) VALUE SPACES.

      *    SEGURADORAS (PAGADORES DE SINISTRO) E SINISTROS POR OS, QUE
      *    O MANUTENCAO GRAVA COM OS NUMEROS DAS DUAS FATURAS DA OS.
       01 LINDET-SEG.
           05 LINDET-SEG-CODIGO         PIC X(04) VALUE SPACES.
           05 LINDET-SEG-SP1            PIC X(01) VALUE '|'.
           05 LINDET-SEG-NOME           PIC X(40) VALUE SPACES.
           05 LINDET-SEG-SP2            PIC X(01) VALUE '|'.
           05 LINDET-SEG-CNPJ           PIC X(14) VALUE SPACES.
           05 LINDET-SEG-SP3            PIC X(01) VALUE '|'.
           05 LINDET-SEG-TELEFONE       PIC X(13) VALUE SPACES.
           05 LINDET-SEG-SP4            PIC X(01) VALUE '|'.
           05 LINDET-SEG-RUA            PIC X(30) VALUE SPACES.
           05 LINDET-SEG-SP5            PIC X(01) VALUE '|'.
           05 LINDET-SEG-NUMERO         PIC X(05) VALUE SPACES.
           05 LINDET-SEG-SP6            PIC X(01) VALUE '|'.
           05 LINDET-SEG-CIDADE         PIC X(20) VALUE SPACES.
           05 LINDET-SEG-SP7            PIC X(01) VALUE '|'.
           05 LINDET-SEG-CEP            PIC X(08) VALUE SPACES.
       01 WS-DADOS-SEG                  PIC X(141) VALUE SPACES.
       01 WS-CLOSE-SEG                  PIC X(01) VALUE 'S'.
       01 WS-EXISTE-SEG                 PIC X(01) VALUE 'N'.
       01 WS-OPCAO-SEG                  PIC X(01) VALUE SPACES.
       01 AS-FIM-LOOP-SEG               PIC X(04) VALUE 'NAO'.

       01 WS-SEG-TABELA.
           05 WS-SEG-ENT OCCURS 50 TIMES.
               10 WS-SEG-T-CODIGO       PIC X(04).
               10 WS-SEG-T-NOME         PIC X(40).
               10 WS-SEG-T-CNPJ         PIC X(14).
               10 WS-SEG-T-RUA          PIC X(30).
               10 WS-SEG-T-NUM          PIC X(05).
               10 WS-SEG-T-CID          PIC X(20).
               10 WS-SEG-T-CEP          PIC X(08).
       01 WS-SEG-QTD                    PIC 9(03) VALUE ZEROS.
       01 WS-SEG-I                      PIC 9(03) VALUE ZEROS.
       01 WS-SEG-IDX                    PIC 9(03) VALUE ZEROS.
       01 WS-SEG-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-SEG-BUSCA                  PIC X(04) VALUE SPACES.
       01 WS-SEG-NOME-ACHADO            PIC X(40) VALUE SPACES.
       01 WS-SEG-CNPJ-ACHADO            PIC X(14) VALUE SPACES.

       01 WS-DADOS-SNT                  PIC X(61) VALUE SPACES.
       01 WS-CLOSE-SNT                  PIC X(01) VALUE 'S'.
       01 WS-SNT-L-OS                   PIC X(06) VALUE SPACES.
       01 WS-SNT-L-SEG                  PIC X(04) VALUE SPACES.
       01 WS-SNT-L-NUMERO               PIC X(15) VALUE SPACES.
       01 WS-SNT-L-FRANQ                PIC X(08) VALUE SPACES.
       01 WS-SNT-L-DATA                 PIC X(10) VALUE SPACES.
       01 WS-SNT-L-FCLI                 PIC X(06) VALUE SPACES.
       01 WS-SNT-L-FSEG                 PIC X(06) VALUE SPACES.

       01 WS-SNT-TABELA.
           05 WS-SNT-ENT OCCURS 500 TIMES.
               10 WS-SNT-T-OS           PIC 9(06).
               10 WS-SNT-T-SEG          PIC X(04).
               10 WS-SNT-T-NUMERO       PIC X(15).
               10 WS-SNT-T-DATA         PIC X(10).
               10 WS-SNT-T-FAT-CLI      PIC 9(06).
               10 WS-SNT-T-FAT-SEG      PIC 9(06).
               10 WS-SNT-T-OS-CANC      PIC X(01).
       01 WS-SNT-QTD                    PIC 9(04) VALUE ZEROS.
       01 WS-SNT-QTD-CHEIO              PIC 9(05) VALUE ZEROS.
       01 WS-SNT-I                      PIC 9(04) VALUE ZEROS.
       01 WS-SNT-J                      PIC 9(04) VALUE ZEROS.
       01 WS-SNT-K                      PIC 9(04) VALUE ZEROS.
       01 WS-SNT-M                      PIC 9(04) VALUE ZEROS.
       01 WS-SNT-IDX                    PIC 9(04) VALUE ZEROS.
       01 WS-SNT-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-SNT-E-SEGURADORA           PIC X(01) VALUE 'N'.
       01 WS-SNT-JA-LISTADA             PIC X(01) VALUE 'N'.
       01 WS-SNT-CAB-FEITO              PIC X(01) VALUE 'N'.
       01 WS-SNT-SEG-ATUAL              PIC X(04) VALUE SPACES.
       01 WS-SNT-NUM-ATUAL              PIC X(15) VALUE SPACES.
       01 WS-SNT-FAT-BUSCA              PIC X(06) VALUE SPACES.
       01 WS-SNT-FAT-BUSCA-N REDEFINES WS-SNT-FAT-BUSCA
                                        PIC 9(06).
       01 WS-FAT-OS-SEGURADORA          PIC X(01) VALUE 'N'.
       01 WS-COB-DEVEDOR-SEG            PIC X(01) VALUE 'N'.

      *    RELATORIO DE SINISTROS EM ABERTO POR SEGURADORA
       01 WS-SAB-LINHA.
           05 WS-SAB-OS                 PIC 9(06) VALUE ZEROS.
           05 WS-SAB-SP1                PIC X(03) VALUE ' | '.
           05 WS-SAB-NUMERO             PIC X(15) VALUE SPACES.
           05 WS-SAB-SP2                PIC X(03) VALUE ' | '.
           05 WS-SAB-ABERTURA           PIC X(10) VALUE SPACES.
           05 WS-SAB-SP3                PIC X(03) VALUE ' | '.
           05 WS-SAB-SITUACAO           PIC X(10) VALUE SPACES.
           05 WS-SAB-SP4                PIC X(03) VALUE ' | '.
           05 WS-SAB-FATURA             PIC X(06) VALUE SPACES.
           05 WS-SAB-SP5                PIC X(03) VALUE ' | '.
           05 WS-SAB-SALDO              PIC ZZZZZ9,99 VALUE ZEROS.
           05 WS-SAB-SP6                PIC X(03) VALUE ' | '.
           05 WS-SAB-DIAS               PIC ZZZZZ9 VALUE ZEROS.
       01 WS-SAB-ABERTO                 PIC X(01) VALUE 'N'.
       01 WS-SAB-QTD                    PIC 9(05) VALUE ZEROS.
       01 WS-SAB-SUB-QTD                PIC 9(05) VALUE ZEROS.
       01 WS-SAB-SUB-SALDO              PIC 9(08)V99 VALUE ZEROS.
       01 WS-SAB-TOTAL-SALDO            PIC 9(08)V99 VALUE ZEROS.
       01 WS-SAB-SALDO-ED               PIC ZZZZZZZ9,99 VALUE ZEROS.
       01 WS-LINHA-SAB                  PIC X(90) VALUE SPACES.

      *-----------------------------------------------------------------
      *         OPERADOR LOGADO (PARAMETRO DE SESSAO DO PRINCIPAL)
      *-----------------------------------------------------------------
       01 WS-OPER-ID                    PIC X(04) VALUE SPACES.
       01 WS-OPER-NOME                  PIC X(20) VALUE SPACES.
       01 WS-OPER-CARGO                 PIC X(09) VALUE SPACES.
       01 WS-OPER-FILIAL                PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------------
      *         FILIAL DOS RELATORIOS (SUBPROGRAMA FILIAL)
      *-----------------------------------------------------------------
       01 WS-FIL-OPCAO                  PIC X(01) VALUE SPACES.
       01 WS-FIL-CAPACIDADE             PIC 9(03) VALUE ZEROS.
       01 WS-FIL-BOXES                  PIC 9(02) VALUE ZEROS.
       01 WS-REG-FILIAL                 PIC X(02) VALUE SPACES.
       01 WS-REL-FILIAL                 PIC X(02) VALUE SPACES.
       01 WS-REL-DENTRO                 PIC X(01) VALUE 'S'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01 WS-AUD-VALOR-NOVO             PIC X(75) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              MASCARA DE DADOS PESSOAIS
      *-----------------------------------------------------------------
       01 WS-MSC-OPCAO                  PIC X(01) VALUE SPACES.
       01 WS-MSC-VALOR                  PIC X(40) VALUE SPACES.
       01 WS-MSC-RESULTADO              PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------

       LINKAGE SECTION.

       01 WS-SUB-OPTION                 PIC X(01).
       01 WS-OPERADOR-SESSAO               PIC X(38).

       PROCEDURE DIVISION USING WS-SUB-OPTION,
                       WS-OPERADOR-SESSAO.
           MOVE SPACES TO WS-OPER-NOME
           MOVE SPACES TO WS-OPER-CARGO

           MOVE SPACES TO WS-OPER-FILIAL

           IF WS-OPERADOR-SESSAO NOT = SPACES
               UNSTRING WS-OPERADOR-SESSAO DELIMITED BY '|'
                   INTO WS-OPER-ID
                        WS-OPER-NOME
                        WS-OPER-CARGO
                        WS-OPER-FILIAL
           END-IF
           IF WS-OPER-FILIAL = SPACES
               MOVE '01' TO WS-OPER-FILIAL
           END-IF

      *    O CUSTO DAS PECAS SAI DO ESTOQUE DA FILIAL DA SESSAO.
           IF WS-OPER-FILIAL NOT = '01'
               MOVE SPACES TO WS-ARQ-PECAS-PATH
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Relatorio-pecas-' DELIMITED BY SIZE
                      WS-OPER-FILIAL DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-PECAS-PATH
           END-IF
           .
       1075-CARREGAR-OPERADOR-FIM.
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Sem-email.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-SEM-EMAIL-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Notas-credito.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-NOTAS-CREDITO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Sinais.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-SINAIS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Encargos-atraso.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-ENCARGOS-PARAM-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Encargos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-ENCARGOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Extrato-banco.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-EXTRATO-BANCO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Conciliacao.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CONCILIACAO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Conciliacao-bancaria.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CONCILIACAO-REL-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Nfse.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-NFSE-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Nfse-param.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-NFSE-PARAM-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Retorno-nfse.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-RETORNO-NFSE-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Kardex.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-KARDEX-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Mapa-contas.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-MAPA-CONTAS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Baixas-pagar.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-BAIXAS-PAGAR-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Seguradoras.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-SEGURADORAS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Sinistros.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-SINISTROS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Sinistros-abertos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-SIN-ABERTOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Vendas-balcao.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-VENDAS-BALCAO-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                       FILIAL DO RELATORIO
      *-----------------------------------------------------------------

      * RELATORIO POR FILIAL OU CONSOLIDADO: O GERENTE ESCOLHE, OS
      * DEMAIS FICAM NA FILIAL DA SESSAO. EM BRANCO = TODAS.
       1090-ESCOLHER-FILIAL-RELATORIO  SECTION.

           MOVE 'P' TO WS-FIL-OPCAO
           MOVE SPACES TO WS-REL-FILIAL
           CALL 'FILIAL' USING WS-FIL-OPCAO, WS-OPERADOR-SESSAO,
               WS-REL-FILIAL, WS-FIL-CAPACIDADE, WS-FIL-BOXES
           .
       1090-ESCOLHER-FILIAL-RELATORIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                        FILTRO POR FILIAL
      *-----------------------------------------------------------------

      * O REGISTRO DA FILIAL WS-REG-FILIAL (EM BRANCO = 01, DE ANTES
      * DAS FILIAIS) ENTRA NO RELATORIO DA FILIAL WS-REL-FILIAL?
       1095-FILTRAR-FILIAL             SECTION.

           IF WS-REG-FILIAL = SPACES
               MOVE '01' TO WS-REG-FILIAL
           END-IF
           IF WS-REL-FILIAL = SPACES OR
              WS-REL-FILIAL = WS-REG-FILIAL
               MOVE 'S' TO WS-REL-DENTRO
           ELSE
               MOVE 'N' TO WS-REL-DENTRO
           END-IF
           .
       1095-FILTRAR-FILIAL-FIM.
           EXIT.

       1100-DISPLAY-MENU               SECTION.

           DISPLAY "|---------------------------------------|"
           DISPLAY "| F. Fechamento de mes (gerente).       |"
           DISPLAY "| T. Fatura mensal consolidada de frota.|"
           DISPLAY "| E. Enviar fatura por e-mail (outbox). |"
           DISPLAY "| N. Nota de credito - cancelar fatura  |"
           DISPLAY "|    (gerente).                         |"
           DISPLAY "| S. Sinais de orcamento a devolver.    |"
           DISPLAY "| B. Conciliacao bancaria (extrato).    |"
           DISPLAY "| R. NFS-e - gerar lote de RPS.         |"
           DISPLAY "| P. NFS-e - importar retorno da        |"
           DISPLAY "|    prefeitura.                        |"
           DISPLAY "| D. Diario contabil do mes (partidas   |"
           DISPLAY "|    dobradas para o contador).         |"
           DISPLAY "| G. Seguradoras e sinistros (cadastro  |"
           DISPLAY "|    e sinistros em aberto).            |"
           DISPLAY "| M. Comissoes do mes (gerente).        |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
           WHEN '1'
               PERFORM 2000-REGISTRAR-PAGAMENTO
           WHEN '2'
               PERFORM 1090-ESCOLHER-FILIAL-RELATORIO
               PERFORM 2500-RELATORIO-RECEBER
               MOVE SPACES TO WS-REL-FILIAL
           WHEN '3'
               PERFORM 2900-EXTRATO-CLIENTES
           WHEN '4'
               PERFORM 1090-ESCOLHER-FILIAL-RELATORIO
               PERFORM 3100-RESUMO-MENSAL
               MOVE SPACES TO WS-REL-FILIAL
           WHEN '5'
               PERFORM 1090-ESCOLHER-FILIAL-RELATORIO
               PERFORM 4000-FECHAMENTO-CAIXA
               MOVE SPACES TO WS-REL-FILIAL
           WHEN '6'
               PERFORM 1090-ESCOLHER-FILIAL-RELATORIO
               PERFORM 4200-RELATORIO-LUCRATIVIDADE
               MOVE SPACES TO WS-REL-FILIAL
           WHEN '7'
               PERFORM 4300-CONTAS-PAGAR
           WHEN '8'
               PERFORM 4900-FATURA-FROTA
           WHEN 'E'
               PERFORM 5100-ENVIAR-FATURA-EMAIL
           WHEN 'N'
               MOVE 'NOTA CREDITO' TO WS-ACAO-PROTEGIDA
               PERFORM 1080-VERIFICAR-GERENTE
               IF WS-ACESSO-OK = 'S'
                   PERFORM 5200-NOTA-CREDITO
               END-IF
           WHEN 'S'
               PERFORM 5300-SINAIS-A-DEVOLVER
           WHEN 'B'
               PERFORM 5400-CONCILIACAO-BANCARIA
           WHEN 'R'
               PERFORM 5500-GERAR-LOTE-RPS
           WHEN 'P'
               PERFORM 5550-IMPORTAR-RETORNO-NFSE
           WHEN 'D'
               PERFORM 5600-DIARIO-CONTABIL
           WHEN 'G'
               PERFORM 5700-MENU-SEGURADORAS
           WHEN 'M'
               MOVE 'COMISSOES' TO WS-ACAO-PROTEGIDA
               PERFORM 1080-VERIFICAR-GERENTE
               IF WS-ACESSO-OK = 'S'
                   CALL 'COMISSAO' USING WS-OPCAO, WS-OPERADOR-SESSAO
               END-IF
           WHEN '9'
               MOVE 'SIM' TO AS-FIM-LOOP-MAIN
           WHEN OTHER DISPLAY "Opcao invalida. Tente novamente."

           PERFORM 2100-BUSCAR-FATURA

           MOVE 'N' TO WS-FAT-CANCELADA
           IF WS-FAT-ACHOU = 'S'
               MOVE WS-FAT-NUM TO WS-NCR-BUSCA
               PERFORM 2270-VERIFICAR-NOTA-CREDITO
           END-IF

           IF WS-FAT-ACHOU = 'N'
               DISPLAY "FATURA NAO ENCONTRADA"
           ELSE
               PERFORM 2200-SOMAR-PAGAMENTOS
               COMPUTE WS-SALDO = WS-FAT-TOTAL + WS-TOTAL-ENCARGOS
                   - WS-TOTAL-PAGO

               DISPLAY "Fatura: " WS-FAT-NUM " OS: " WS-FAT-OS
                   " Placa: " WS-FAT-PLACA
               DISPLAY "Total: " WS-FAT-TOTAL " Pago: " WS-TOTAL-PAGO
                   " Saldo: " WS-SALDO
               IF WS-TOTAL-ENCARGOS > ZEROS
                   DISPLAY "(saldo inclui multa e juros ja lancados: "
                       WS-TOTAL-ENCARGOS ")"
               END-IF

      *        FATURA CANCELADA POR NOTA DE CREDITO NAO RECEBE MAIS
      *        PAGAMENTO.
               IF WS-SALDO <= ZEROS OR WS-FAT-CANCELADA = 'S'
                   IF WS-FAT-CANCELADA = 'S'
                       DISPLAY "FATURA CANCELADA PELA NOTA DE CREDITO "
                           WS-NCR-NUM-CANC ". PAGAMENTO RECUSADO."
                   ELSE
                       DISPLAY "FATURA JA QUITADA"
                   END-IF
               ELSE
                   DISPLAY "Data do pagamento (DD/MM/AAAA): "
                   ACCEPT WS-PAG-DATA
                           WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                           WS-OPERADOR-SESSAO
                   ELSE
      *            PAGAMENTO DEPOIS DO VENCIMENTO: MULTA E JUROS SOBRE
      *            O SALDO, LANCADOS A PARTE EM ENCARGOS.TXT.
                   MOVE WS-FAT-DATA TO WS-ENC-DATA-FAT
                   MOVE WS-PAG-DATA TO WS-ENC-DATA-REF
                   PERFORM 4605-CARREGAR-DIAS-COBRANCA
                   PERFORM 2280-CARREGAR-ENCARGOS-PARAM
                   PERFORM 2290-CALCULAR-ENCARGOS
                   IF WS-ENC-MULTA > ZEROS OR WS-ENC-JUROS > ZEROS
                       PERFORM 2310-TRATAR-ENCARGOS
                   END-IF
                   DISPLAY "Valor pago: "
                   ACCEPT WS-PAG-VALOR
                   PERFORM UNTIL WS-PAG-VALOR <= WS-SALDO
                   MOVE WS-PAG-VALOR TO LINDET-PAG-VALOR
                   MOVE WS-PAG-FORMA TO LINDET-PAG-FORMA
                   MOVE WS-OPER-ID TO LINDET-PAG-OPER
                   MOVE WS-OPER-FILIAL TO LINDET-PAG-FILIAL

                   PERFORM 2300-ABRIR-PAGAMENTOS-EXTEND
                   MOVE LINDET-PAG TO ARQ-PAGAMENTOS
               END-PERFORM
               CLOSE PAGAMENTOS
           END-IF

      *    MULTA E JUROS COBRADOS SOMAM NO SALDO DA FATURA; O ULTIMO
      *    LANCAMENTO (COBRADO OU DISPENSADO) MARCA DE ONDE OS JUROS
      *    VOLTAM A CORRER.
           MOVE ZEROS TO WS-TOTAL-ENCARGOS
           MOVE 'N' TO WS-ENC-TEM-ANTERIOR
           MOVE SPACES TO WS-ENC-ULT-DATA

           OPEN INPUT ENCARGOS
           IF AS-STATUS-ENC = ZEROS
               MOVE 'S' TO WS-CLOSE-ENC
               PERFORM UNTIL WS-CLOSE-ENC = 'N'
                   READ ENCARGOS INTO WS-DADOS-ENC
                       AT END
                           MOVE 'N' TO WS-CLOSE-ENC
                       NOT AT END
                           PERFORM 2260-SOMAR-UM-ENCARGO
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS
           END-IF
           .
       2200-SOMAR-PAGAMENTOS-FIM.
           EXIT.
       2250-SOMAR-UM-PAGAMENTO-FIM.
           EXIT.

       2260-SOMAR-UM-ENCARGO           SECTION.

           MOVE SPACES TO WS-ENC-L-FAT
           MOVE SPACES TO WS-ENC-L-DATA
           MOVE SPACES TO WS-ENC-L-DIAS
           MOVE SPACES TO WS-ENC-L-MULTA-X
           MOVE SPACES TO WS-ENC-L-JUROS-X
           MOVE SPACES TO WS-ENC-L-SITUACAO

           UNSTRING WS-DADOS-ENC DELIMITED BY '|' INTO
               WS-ENC-L-FAT
               WS-ENC-L-DATA
               WS-ENC-L-DIAS
               WS-ENC-L-MULTA-X
               WS-ENC-L-JUROS-X
               WS-ENC-L-SITUACAO

           IF WS-ENC-L-FAT IS NUMERIC
               IF WS-ENC-L-FAT-N = WS-FATURA-BUSCA
                   MOVE 'S' TO WS-ENC-TEM-ANTERIOR
                   MOVE WS-ENC-L-DATA TO WS-ENC-ULT-DATA
                   IF WS-ENC-L-SITUACAO = 'COBRADO' AND
                      WS-ENC-L-MULTA-X IS NUMERIC AND
                      WS-ENC-L-JUROS-X IS NUMERIC
                       ADD WS-ENC-L-MULTA-N TO WS-TOTAL-ENCARGOS
                       ADD WS-ENC-L-JUROS-N TO WS-TOTAL-ENCARGOS
                   END-IF
               END-IF
           END-IF
           .
       2260-SOMAR-UM-ENCARGO-FIM.
           EXIT.

      * DIZ SE A FATURA EM WS-NCR-BUSCA FOI CANCELADA POR UMA NOTA DE
      * CREDITO (NOTAS-CREDITO.TXT), DEVOLVENDO O NUMERO DA NOTA.
       2270-VERIFICAR-NOTA-CREDITO     SECTION.

           MOVE 'N' TO WS-FAT-CANCELADA
           MOVE ZEROS TO WS-NCR-NUM-CANC

           OPEN INPUT NOTAS-CREDITO
           IF AS-STATUS-NCR = ZEROS
               MOVE 'S' TO WS-CLOSE-NCR
               PERFORM UNTIL WS-CLOSE-NCR = 'N'
                   READ NOTAS-CREDITO INTO WS-DADOS-NCR
                       AT END
                           MOVE 'N' TO WS-CLOSE-NCR
                       NOT AT END
                           MOVE SPACES TO WS-NCR-L-NUM
                           MOVE SPACES TO WS-NCR-L-FATURA
                           UNSTRING WS-DADOS-NCR DELIMITED BY '|'
                               INTO WS-NCR-L-NUM
                                    WS-NCR-L-FATURA
                           IF WS-NCR-L-FATURA IS NUMERIC AND
                              WS-NCR-L-NUM IS NUMERIC
                               IF WS-NCR-L-FATURA-N = WS-NCR-BUSCA
                                   MOVE 'S' TO WS-FAT-CANCELADA
                                   MOVE WS-NCR-L-NUM-N TO
                                       WS-NCR-NUM-CANC
                                   MOVE 'N' TO WS-CLOSE-NCR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-CREDITO
           END-IF
           .
       2270-VERIFICAR-NOTA-CREDITO-FIM.
           EXIT.

      * CARREGA OS PERCENTUAIS DE MULTA E DE JUROS AO MES DE
      * ENCARGOS-ATRASO.TXT, CRIANDO O ARQUIVO COM OS PADROES NA
      * PRIMEIRA EXECUCAO, COMO A TABELA DE IMPOSTOS DO FATURA.
       2280-CARREGAR-ENCARGOS-PARAM    SECTION.

           OPEN INPUT ENCARGOS-PARAM
           IF AS-STATUS-EPA = ZEROS
               MOVE 'S' TO WS-EXISTE-EPA
               CLOSE ENCARGOS-PARAM
           ELSE
               MOVE 'N' TO WS-EXISTE-EPA
           END-IF

           IF WS-EXISTE-EPA = 'N'
               OPEN OUTPUT ENCARGOS-PARAM

               MOVE 'MULTA' TO LINDET-EPA-NOME
               MOVE WS-ENC-MULTA-PADRAO TO LINDET-EPA-PCT
               MOVE LINDET-EPA TO ARQ-ENCARGOS-PARAM
               WRITE ARQ-ENCARGOS-PARAM

               MOVE 'JUROS' TO LINDET-EPA-NOME
               MOVE WS-ENC-JUROS-PADRAO TO LINDET-EPA-PCT
               MOVE LINDET-EPA TO ARQ-ENCARGOS-PARAM
               WRITE ARQ-ENCARGOS-PARAM

               CLOSE ENCARGOS-PARAM
           END-IF

           MOVE WS-ENC-MULTA-PADRAO TO WS-ENC-MULTA-PCT
           MOVE WS-ENC-JUROS-PADRAO TO WS-ENC-JUROS-PCT

           OPEN INPUT ENCARGOS-PARAM
           IF AS-STATUS-EPA = ZEROS
               MOVE 'S' TO WS-CLOSE-EPA
               PERFORM UNTIL WS-CLOSE-EPA = 'N'
                   READ ENCARGOS-PARAM
                       AT END
                           MOVE 'N' TO WS-CLOSE-EPA
                       NOT AT END
                           MOVE SPACES TO WS-EPA-NOME-L
                           MOVE SPACES TO WS-EPA-PCT-X
                           UNSTRING ARQ-ENCARGOS-PARAM
                               DELIMITED BY '|' INTO
                               WS-EPA-NOME-L
                               WS-EPA-PCT-X
                           IF WS-EPA-PCT-X IS NUMERIC
                               IF WS-EPA-NOME-L = 'MULTA'
                                   MOVE WS-EPA-PCT-N TO
                                       WS-ENC-MULTA-PCT
                               END-IF
                               IF WS-EPA-NOME-L = 'JUROS'
                                   MOVE WS-EPA-PCT-N TO
                                       WS-ENC-JUROS-PCT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS-PARAM
           END-IF
           .
       2280-CARREGAR-ENCARGOS-PARAM-FIM.
           EXIT.

      * CALCULA MULTA E JUROS SOBRE O SALDO (WS-SALDO) DA FATURA DE
      * WS-ENC-DATA-FAT NA DATA WS-ENC-DATA-REF. A FATURA VENCE NO
      * PRAZO DO PRIMEIRO AVISO DE COBRANCA, CONTADO EM DIAS UTEIS; A
      * MULTA E COBRADA UMA SO VEZ E OS JUROS SAO PRO RATA DIA (MES
      * DE 30 DIAS), CONTADOS DO VENCIMENTO OU DO ULTIMO LANCAMENTO DE
      * ENCARGOS DA FATURA.
       2290-CALCULAR-ENCARGOS          SECTION.

           MOVE ZEROS TO WS-ENC-MULTA
           MOVE ZEROS TO WS-ENC-JUROS
           MOVE ZEROS TO WS-ENC-DIAS-ATRASO
           MOVE ZEROS TO WS-ENC-DIAS-JUROS

           IF WS-SALDO > ZEROS
               MOVE 'A' TO WS-DAT-FUNCAO
               MOVE WS-ENC-DATA-FAT TO WS-DAT-DATA1
               MOVE WS-COB-DIAS1 TO WS-DAT-DIAS
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
               MOVE WS-DAT-DATA2 TO WS-ENC-VENCIMENTO

               MOVE 'D' TO WS-DAT-FUNCAO
               MOVE WS-ENC-VENCIMENTO TO WS-DAT-DATA1
               MOVE WS-ENC-DATA-REF TO WS-DAT-DATA2
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS

               IF WS-DAT-VALIDA = 'S' AND WS-DAT-DIAS > ZEROS
                   MOVE WS-DAT-DIAS TO WS-ENC-DIAS-ATRASO

                   IF WS-ENC-TEM-ANTERIOR = 'S'
                       MOVE 'D' TO WS-DAT-FUNCAO
                       MOVE WS-ENC-ULT-DATA TO WS-DAT-DATA1
                       MOVE WS-ENC-DATA-REF TO WS-DAT-DATA2
                       CALL 'DATAS' USING WS-DAT-FUNCAO,
                           WS-DAT-DATA1, WS-DAT-DATA2,
                           WS-DAT-VALIDA, WS-DAT-DIAS
                       IF WS-DAT-VALIDA = 'S' AND WS-DAT-DIAS > ZEROS
                           MOVE WS-DAT-DIAS TO WS-ENC-DIAS-JUROS
                       END-IF
                   ELSE
                       COMPUTE WS-ENC-MULTA ROUNDED =
                           WS-SALDO * WS-ENC-MULTA-PCT / 100
                       MOVE WS-ENC-DIAS-ATRASO TO WS-ENC-DIAS-JUROS
                   END-IF

                   COMPUTE WS-ENC-JUROS ROUNDED =
                       WS-SALDO * WS-ENC-JUROS-PCT / 100 *
                       WS-ENC-DIAS-JUROS / 30
               END-IF
           END-IF

           COMPUTE WS-ENC-SALDO-ATUAL =
               WS-SALDO + WS-ENC-MULTA + WS-ENC-JUROS
           .
       2290-CALCULAR-ENCARGOS-FIM.
           EXIT.

      * MOSTRA OS ENCARGOS DO PAGAMENTO EM ATRASO E O SALDO
      * ATUALIZADO, OFERECE A DISPENSA (SO GERENTE) E GRAVA O
      * LANCAMENTO EM ENCARGOS.TXT, COBRADO OU DISPENSADO.
       2310-TRATAR-ENCARGOS            SECTION.

           MOVE WS-ENC-DIAS-ATRASO TO WS-ENC-DIAS-ED
           MOVE WS-ENC-MULTA TO WS-ENC-MULTA-ED
           MOVE WS-ENC-JUROS TO WS-ENC-JUROS-ED
           DISPLAY "FATURA VENCIDA HA " WS-ENC-DIAS-ED " DIA(S)."
           MOVE WS-ENC-MULTA-PCT TO WS-ENC-PCT-ED
           DISPLAY "MULTA (" WS-ENC-PCT-ED "%): " WS-ENC-MULTA-ED
           MOVE WS-ENC-JUROS-PCT TO WS-ENC-PCT-ED
           DISPLAY "JUROS (" WS-ENC-PCT-ED "% AO MES): "
               WS-ENC-JUROS-ED
           DISPLAY "SALDO ATUALIZADO: " WS-ENC-SALDO-ATUAL

           MOVE 'COBRADO' TO WS-ENC-SITUACAO
           DISPLAY "Dispensar multa e juros (gerente)? (S/N)"
           ACCEPT WS-ENC-DISPENSA
           IF WS-ENC-DISPENSA = 'S'
               MOVE 'DISPENSAR JUROS' TO WS-ACAO-PROTEGIDA
               PERFORM 1080-VERIFICAR-GERENTE
               IF WS-ACESSO-OK = 'S'
                   MOVE 'DISPENSADO' TO WS-ENC-SITUACAO
               END-IF
           END-IF

           MOVE WS-FAT-NUM TO LINDET-ENC-FATURA
           MOVE WS-ENC-DATA-REF TO LINDET-ENC-DATA
           MOVE WS-ENC-DIAS-ATRASO TO LINDET-ENC-DIAS
           MOVE WS-ENC-MULTA TO LINDET-ENC-MULTA
           MOVE WS-ENC-JUROS TO LINDET-ENC-JUROS
           MOVE WS-ENC-SITUACAO TO LINDET-ENC-SITUACAO
           MOVE WS-OPER-ID TO LINDET-ENC-OPER

           OPEN INPUT ENCARGOS
           IF AS-STATUS-ENC = ZEROS
               MOVE 'S' TO WS-EXISTE-ENC
               CLOSE ENCARGOS
           ELSE
               MOVE 'N' TO WS-EXISTE-ENC
           END-IF

           IF WS-EXISTE-ENC = 'S'
               OPEN EXTEND ENCARGOS
           ELSE
               OPEN OUTPUT ENCARGOS
           END-IF

           MOVE LINDET-ENC TO ARQ-ENCARGOS
           WRITE ARQ-ENCARGOS
           CLOSE ENCARGOS

      *    A DISPENSA E UMA EXCECAO DO GERENTE E FICA COMO OVERRIDE.
           IF WS-ENC-SITUACAO = 'DISPENSADO'
               MOVE 'OVERRIDE' TO WS-AUD-OPERACAO
               DISPLAY "MULTA E JUROS DISPENSADOS."
           ELSE
               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               COMPUTE WS-SALDO = WS-ENC-SALDO-ATUAL
           END-IF
           MOVE WS-FAT-NUM TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-VALOR-ANTIGO
           MOVE LINDET-ENC TO WS-AUD-VALOR-NOVO
           CALL 'AUDITORIA' USING WS-AUD-MODULO,
               WS-AUD-OPERACAO, WS-AUD-CHAVE,
               WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO

           DISPLAY "SALDO A PAGAR: " WS-SALDO
           .
       2310-TRATAR-ENCARGOS-FIM.
           EXIT.

      * ABRE PAGAMENTOS.TXT PARA ACRESCENTAR, CRIANDO O ARQUIVO NA
      * PRIMEIRA VEZ.
       2300-ABRIR-PAGAMENTOS-EXTEND    SECTION.

           OPEN INPUT PAGAMENTOS
           IF AS-STATUS-PAG = ZEROS
               MOVE 'S' TO WS-EXISTE-ARQUIVO
               CLOSE PAGAMENTOS
           ELSE

           MOVE ZEROS TO WS-REC-QTD
           MOVE ZEROS TO WS-REC-TOTAL-ABERTO
           PERFORM 2780-CARREGAR-SINISTROS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(7:2) TO WS-DATA-HOJE-FMT(1:2)
               CLOSE FATURAS
           END-IF

      *    A PARTE DA SEGURADORA NOS SINISTROS, POR SEGURADORA.
           PERFORM 2570-RECEBER-SEGURADORAS

           CLOSE RECEBER

           DISPLAY "---------------------------------------------"
       2560-RECEBER-CONSOLIDADA        SECTION.

           PERFORM 2160-DESMONTAR-FATURA
           MOVE WS-FAT-FILIAL TO WS-REG-FILIAL
           PERFORM 1095-FILTRAR-FILIAL

           IF WS-FAT-NUM-X IS NUMERIC AND
              WS-FAT-OS-X IS NUMERIC AND
              WS-FAT-OS-X = '000000' AND
              WS-REL-DENTRO = 'S'

               MOVE WS-FAT-NUM-X TO WS-FAT-NUM
               MOVE WS-FAT-NUM TO WS-FATURA-BUSCA
               END-IF

               PERFORM 2200-SOMAR-PAGAMENTOS
               COMPUTE WS-SALDO = WS-FAT-TOTAL + WS-TOTAL-ENCARGOS
                   - WS-TOTAL-PAGO

               MOVE WS-FAT-NUM TO WS-NCR-BUSCA
               PERFORM 2270-VERIFICAR-NOTA-CREDITO

               IF WS-SALDO > ZEROS AND WS-FAT-CANCELADA = 'N'
                   MOVE ZEROS TO WS-REC-OS
                   MOVE SPACES TO WS-REC-FATURA
                   MOVE WS-FAT-NUM TO WS-REC-FATURA(1:6)
       2560-RECEBER-CONSOLIDADA-FIM.
           EXIT.

      * RECEBIVEIS DAS SEGURADORAS: A FATURA DA PARTE DA SEGURADORA EM
      * CADA SINISTRO, AGRUPADA SOB O NOME DA SEGURADORA COMO DEVEDOR
      * PROPRIO (A FRANQUIA DO SEGURADO SEGUE NA LINHA DA OS).
       2570-RECEBER-SEGURADORAS        SECTION.

           PERFORM VARYING WS-SNT-I FROM 1 BY 1
                   UNTIL WS-SNT-I > WS-SNT-QTD
               PERFORM 2783-SEGURADORA-JA-LISTADA
               IF WS-SNT-JA-LISTADA = 'N'
                   MOVE WS-SNT-T-SEG(WS-SNT-I) TO WS-SNT-SEG-ATUAL
                   MOVE 'N' TO WS-SNT-CAB-FEITO
                   PERFORM VARYING WS-SNT-J FROM WS-SNT-I BY 1
                           UNTIL WS-SNT-J > WS-SNT-QTD
                       IF WS-SNT-T-SEG(WS-SNT-J) = WS-SNT-SEG-ATUAL AND
                          WS-SNT-T-FAT-SEG(WS-SNT-J) NOT = ZEROS
                           PERFORM 2575-RECEBER-SINISTRO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       2570-RECEBER-SEGURADORAS-FIM.
           EXIT.

       2575-RECEBER-SINISTRO           SECTION.

           PERFORM 2797-SALDO-FATURA-SEG
           MOVE WS-FAT-FILIAL TO WS-REG-FILIAL
           PERFORM 1095-FILTRAR-FILIAL

           IF WS-FAT-ACHOU = 'S' AND WS-FAT-CANCELADA = 'N' AND
              WS-SALDO > ZEROS AND WS-REL-DENTRO = 'S'

               IF WS-SNT-CAB-FEITO = 'N'
                   MOVE WS-SNT-SEG-ATUAL TO WS-SEG-BUSCA
                   PERFORM 2787-BUSCAR-SEGURADORA
                   MOVE SPACES TO ARQ-RECEBER
                   STRING 'SEGURADORA ' DELIMITED BY SIZE
                          WS-SNT-SEG-ATUAL DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          WS-SEG-NOME-ACHADO DELIMITED BY SIZE
                          INTO ARQ-RECEBER
                   DISPLAY ARQ-RECEBER
                   WRITE ARQ-RECEBER
                   MOVE 'S' TO WS-SNT-CAB-FEITO
               END-IF

               MOVE WS-SNT-T-OS(WS-SNT-J) TO WS-REC-OS
               MOVE SPACES TO WS-REC-FATURA
               MOVE WS-FAT-NUM TO WS-REC-FATURA(1:6)
               MOVE WS-FAT-PLACA TO WS-REC-PLACA
               MOVE WS-FAT-DATA TO WS-REC-DATA-CONC
               MOVE WS-FAT-TOTAL TO WS-REC-TOTAL
               MOVE WS-TOTAL-PAGO TO WS-REC-PAGO
               MOVE WS-SALDO TO WS-REC-SALDO
               ADD WS-SALDO TO WS-REC-TOTAL-ABERTO
               MOVE WS-FAT-DATA TO WS-MAN-DATA-CONCLUSAO
               PERFORM 2850-CALCULAR-IDADE
               MOVE WS-IDADE-DIAS TO WS-REC-DIAS
               DISPLAY WS-REC-LINHA
               MOVE WS-REC-LINHA TO ARQ-RECEBER
               WRITE ARQ-RECEBER
               ADD 1 TO WS-REC-QTD
           END-IF
           .
       2575-RECEBER-SINISTRO-FIM.
           EXIT.

       2600-PROCESSAR-CONCLUIDA        SECTION.

           MOVE SPACES TO WS-MAN-OS-X
               WS-MAN-PECAS
               WS-MAN-DATA-CONCLUSAO

           MOVE WS-DADOS(178:2) TO WS-REG-FILIAL
           PERFORM 1095-FILTRAR-FILIAL

           IF WS-MAN-STATUS = 'CONCLUIDO' AND
              WS-MAN-OS-X IS NUMERIC AND
              WS-MAN-DATA-CONCLUSAO NOT = SPACES AND
              WS-REL-DENTRO = 'S'

               MOVE WS-MAN-OS-X TO WS-MAN-OS
               PERFORM 2700-APURAR-SALDO-OS
       2700-APURAR-SALDO-OS            SECTION.

           MOVE 'N' TO WS-FAT-ACHOU
           MOVE 'N' TO WS-FAT-OS-CANCELADA
           MOVE 'N' TO WS-FAT-OS-SEGURADORA
           MOVE ZEROS TO WS-FAT-TOTAL
           MOVE ZEROS TO WS-FAT-NUM

           IF WS-FAT-ACHOU = 'S'
               MOVE WS-FAT-NUM TO WS-FATURA-BUSCA
               PERFORM 2200-SOMAR-PAGAMENTOS
               COMPUTE WS-SALDO = WS-FAT-TOTAL + WS-TOTAL-ENCARGOS
                   - WS-TOTAL-PAGO
           ELSE
               MOVE ZEROS TO WS-TOTAL-PAGO
               MOVE ZEROS TO WS-SALDO

      *    OS DE VEICULO DE FROTA NAO TEM FATURA PROPRIA DE
      *    PROPOSITO: O RECEBIVEL DELA E A FATURA CONSOLIDADA DO
      *    CONVENIO (OS ZERO), LISTADA A PARTE. OS CUJA FATURA FOI
      *    CANCELADA POR NOTA DE CREDITO TAMBEM SAI DO RECEBER, E
      *    SINISTRO SEM FRANQUIA A COBRAR SO TEM A FATURA DA
      *    SEGURADORA, LISTADA SOB ELA.
           IF WS-FAT-ACHOU = 'N' AND WS-FAT-OS-CANCELADA = 'N' AND
              WS-FAT-OS-SEGURADORA = 'N'
               PERFORM 4950-PLACA-EM-FROTA
               IF WS-PLACA-FROTA = 'N'
                   MOVE WS-MAN-OS TO WS-REC-OS
           IF WS-FAT-NUM-X IS NUMERIC AND WS-FAT-OS-X IS NUMERIC
               MOVE WS-FAT-OS-X TO WS-FAT-OS
               IF WS-FAT-OS = WS-MAN-OS
      *            FATURA CANCELADA POR NOTA DE CREDITO NAO CONTA: A
      *            BUSCA SEGUE PARA UMA EVENTUAL REEMISSAO DA OS.
                   MOVE WS-FAT-NUM-X TO WS-NCR-BUSCA
                   PERFORM 2270-VERIFICAR-NOTA-CREDITO
      *            A FATURA DA PARTE DA SEGURADORA NUM SINISTRO E
      *            RECEBIVEL DA SEGURADORA: AQUI VALE A DO CLIENTE.
                   MOVE WS-FAT-NUM-X TO WS-SNT-FAT-BUSCA
                   PERFORM 2785-FATURA-DE-SEGURADORA
                   IF WS-FAT-CANCELADA = 'S'
                       MOVE 'S' TO WS-FAT-OS-CANCELADA
                   END-IF
                   IF WS-FAT-CANCELADA = 'N' AND
                      WS-SNT-E-SEGURADORA = 'S'
                       MOVE 'S' TO WS-FAT-OS-SEGURADORA
                   END-IF
                   IF WS-FAT-CANCELADA = 'N' AND
                      WS-SNT-E-SEGURADORA = 'N'
                       MOVE 'S' TO WS-FAT-ACHOU
                       MOVE WS-FAT-NUM-X TO WS-FAT-NUM
                       IF WS-FAT-TOTAL-X IS NUMERIC
                           MOVE WS-FAT-TOTAL-N TO WS-FAT-TOTAL
                       END-IF
                       IF WS-FAT-MAO-X IS NUMERIC
                           MOVE WS-FAT-MAO-N TO WS-FAT-MAO
                       ELSE
                           MOVE ZEROS TO WS-FAT-MAO
                       END-IF
                       IF WS-FAT-PECAS-X IS NUMERIC
                           MOVE WS-FAT-PECAS-N TO WS-FAT-PECAS
                       ELSE
                           MOVE ZEROS TO WS-FAT-PECAS
                       END-IF
                       MOVE 'N' TO WS-CLOSE-FAT
                   END-IF
               END-IF
           END-IF
           .
       2750-COMPARAR-FATURA-OS-FIM.
           EXIT.

      * CARREGA O CADASTRO DE SEGURADORAS E OS SINISTROS (OS,
      * SEGURADORA, NUMERO, ABERTURA E AS DUAS FATURAS) EM MEMORIA.
       2780-CARREGAR-SINISTROS         SECTION.

           PERFORM 2784-CARREGAR-SEGURADORAS

           MOVE ZEROS TO WS-SNT-QTD
           MOVE ZEROS TO WS-SNT-QTD-CHEIO

           OPEN INPUT SINISTROS
           IF AS-STATUS-SNT = ZEROS
               MOVE 'S' TO WS-CLOSE-SNT
               PERFORM UNTIL WS-CLOSE-SNT = 'N'
                   READ SINISTROS INTO WS-DADOS-SNT
                       AT END
                           MOVE 'N' TO WS-CLOSE-SNT
                       NOT AT END
                           PERFORM 2781-GUARDAR-SINISTRO
                   END-READ
               END-PERFORM
               CLOSE SINISTROS
           END-IF

           IF WS-SNT-QTD-CHEIO > ZEROS
               DISPLAY "AVISO: SINISTROS.TXT MAIOR QUE A TABELA ("
                   WS-SNT-QTD-CHEIO " LINHA(S) FORA)"
           END-IF
           .
       2780-CARREGAR-SINISTROS-FIM.
           EXIT.

       2781-GUARDAR-SINISTRO           SECTION.

           MOVE SPACES TO WS-SNT-L-OS
           MOVE SPACES TO WS-SNT-L-SEG
           MOVE SPACES TO WS-SNT-L-NUMERO
           MOVE SPACES TO WS-SNT-L-FRANQ
           MOVE SPACES TO WS-SNT-L-DATA
           MOVE SPACES TO WS-SNT-L-FCLI
           MOVE SPACES TO WS-SNT-L-FSEG

           UNSTRING WS-DADOS-SNT DELIMITED BY '|' INTO
               WS-SNT-L-OS
               WS-SNT-L-SEG
               WS-SNT-L-NUMERO
               WS-SNT-L-FRANQ
               WS-SNT-L-DATA
               WS-SNT-L-FCLI
               WS-SNT-L-FSEG

           IF WS-SNT-L-OS IS NUMERIC
               IF WS-SNT-QTD < 500
                   ADD 1 TO WS-SNT-QTD
                   MOVE WS-SNT-L-OS TO WS-SNT-T-OS(WS-SNT-QTD)
                   MOVE WS-SNT-L-SEG TO WS-SNT-T-SEG(WS-SNT-QTD)
                   MOVE WS-SNT-L-NUMERO TO WS-SNT-T-NUMERO(WS-SNT-QTD)
                   MOVE WS-SNT-L-DATA TO WS-SNT-T-DATA(WS-SNT-QTD)
                   MOVE 'N' TO WS-SNT-T-OS-CANC(WS-SNT-QTD)
                   IF WS-SNT-L-FCLI IS NUMERIC
                       MOVE WS-SNT-L-FCLI TO
                           WS-SNT-T-FAT-CLI(WS-SNT-QTD)
                   ELSE
                       MOVE ZEROS TO WS-SNT-T-FAT-CLI(WS-SNT-QTD)
                   END-IF
                   IF WS-SNT-L-FSEG IS NUMERIC
                       MOVE WS-SNT-L-FSEG TO
                           WS-SNT-T-FAT-SEG(WS-SNT-QTD)
                   ELSE
                       MOVE ZEROS TO WS-SNT-T-FAT-SEG(WS-SNT-QTD)
                   END-IF
               ELSE
                   ADD 1 TO WS-SNT-QTD-CHEIO
               END-IF
           END-IF
           .
       2781-GUARDAR-SINISTRO-FIM.
           EXIT.

      * WS-SNT-JA-LISTADA = 'S' QUANDO A SEGURADORA DO SINISTRO
      * WS-SNT-I JA APARECEU NUM SINISTRO ANTERIOR DA TABELA (OS
      * RELATORIOS AGRUPAM POR SEGURADORA NA PRIMEIRA OCORRENCIA).
       2783-SEGURADORA-JA-LISTADA      SECTION.

           MOVE 'N' TO WS-SNT-JA-LISTADA
           PERFORM VARYING WS-SNT-M FROM 1 BY 1
                   UNTIL WS-SNT-M >= WS-SNT-I
                      OR WS-SNT-JA-LISTADA = 'S'
               IF WS-SNT-T-SEG(WS-SNT-M) = WS-SNT-T-SEG(WS-SNT-I)
                   MOVE 'S' TO WS-SNT-JA-LISTADA
               END-IF
           END-PERFORM
           .
       2783-SEGURADORA-JA-LISTADA-FIM.
           EXIT.

       2784-CARREGAR-SEGURADORAS       SECTION.

           MOVE ZEROS TO WS-SEG-QTD

           OPEN INPUT SEGURADORAS
           IF AS-STATUS-SEG = ZEROS
               MOVE 'S' TO WS-CLOSE-SEG
               PERFORM UNTIL WS-CLOSE-SEG = 'N'
                   READ SEGURADORAS INTO WS-DADOS-SEG
                       AT END
                           MOVE 'N' TO WS-CLOSE-SEG
                       NOT AT END
                           MOVE WS-DADOS-SEG TO LINDET-SEG
                           IF LINDET-SEG-CODIGO NOT = SPACES AND
                              WS-SEG-QTD < 50
                               ADD 1 TO WS-SEG-QTD
                               MOVE LINDET-SEG-CODIGO TO
                                   WS-SEG-T-CODIGO(WS-SEG-QTD)
                               MOVE LINDET-SEG-NOME TO
                                   WS-SEG-T-NOME(WS-SEG-QTD)
                               MOVE LINDET-SEG-CNPJ TO
                                   WS-SEG-T-CNPJ(WS-SEG-QTD)
                               MOVE LINDET-SEG-RUA TO
                                   WS-SEG-T-RUA(WS-SEG-QTD)
                               MOVE LINDET-SEG-NUMERO TO
                                   WS-SEG-T-NUM(WS-SEG-QTD)
                               MOVE LINDET-SEG-CIDADE TO
                                   WS-SEG-T-CID(WS-SEG-QTD)
                               MOVE LINDET-SEG-CEP TO
                                   WS-SEG-T-CEP(WS-SEG-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGURADORAS
           END-IF
           .
       2784-CARREGAR-SEGURADORAS-FIM.
           EXIT.

      * WS-SNT-E-SEGURADORA = 'S' QUANDO A FATURA WS-SNT-FAT-BUSCA E A
      * PARTE DA SEGURADORA DE UM SINISTRO (WS-SNT-IDX APONTA O
      * SINISTRO NA TABELA).
       2785-FATURA-DE-SEGURADORA       SECTION.

           MOVE 'N' TO WS-SNT-E-SEGURADORA
           MOVE ZEROS TO WS-SNT-IDX

           IF WS-SNT-FAT-BUSCA IS NUMERIC AND
              WS-SNT-FAT-BUSCA NOT = '000000'
               PERFORM VARYING WS-SNT-K FROM 1 BY 1
                       UNTIL WS-SNT-K > WS-SNT-QTD
                          OR WS-SNT-E-SEGURADORA = 'S'
                   IF WS-SNT-T-FAT-SEG(WS-SNT-K) = WS-SNT-FAT-BUSCA-N
                       MOVE 'S' TO WS-SNT-E-SEGURADORA
                       MOVE WS-SNT-K TO WS-SNT-IDX
                   END-IF
               END-PERFORM
           END-IF
           .
       2785-FATURA-DE-SEGURADORA-FIM.
           EXIT.

      * LOCALIZA A SEGURADORA WS-SEG-BUSCA NA TABELA. SEM CADASTRO, O
      * NOME FICA COMO DESCONHECIDA PARA O RELATORIO NAO PERDER A
      * FATURA.
       2787-BUSCAR-SEGURADORA          SECTION.

           MOVE 'N' TO WS-SEG-ACHOU
           MOVE ZEROS TO WS-SEG-IDX
           MOVE 'SEGURADORA DESCONHECIDA' TO WS-SEG-NOME-ACHADO
           MOVE SPACES TO WS-SEG-CNPJ-ACHADO

           PERFORM VARYING WS-SEG-I FROM 1 BY 1
                   UNTIL WS-SEG-I > WS-SEG-QTD OR WS-SEG-ACHOU = 'S'
               IF WS-SEG-T-CODIGO(WS-SEG-I) = WS-SEG-BUSCA
                   MOVE 'S' TO WS-SEG-ACHOU
                   MOVE WS-SEG-I TO WS-SEG-IDX
                   MOVE WS-SEG-T-NOME(WS-SEG-I) TO WS-SEG-NOME-ACHADO
                   MOVE WS-SEG-T-CNPJ(WS-SEG-I) TO WS-SEG-CNPJ-ACHADO
               END-IF
           END-PERFORM
           .
       2787-BUSCAR-SEGURADORA-FIM.
           EXIT.

      * OS DE SINISTRO: SOMA EM WS-FAT-MAO, WS-FAT-PECAS E
      * WS-FAT-TOTAL OS VALORES DA FATURA DA PARTE DA SEGURADORA, PARA
      * A RECEITA DA OS SAIR INTEIRA NOS RELATORIOS.
       2790-SOMAR-PARTE-SEGURADORA     SECTION.

           MOVE 'N' TO WS-SNT-ACHOU
           PERFORM VARYING WS-SNT-K FROM 1 BY 1
                   UNTIL WS-SNT-K > WS-SNT-QTD OR WS-SNT-ACHOU = 'S'
               IF WS-SNT-T-OS(WS-SNT-K) = WS-MAN-OS AND
                  WS-SNT-T-FAT-SEG(WS-SNT-K) NOT = ZEROS
                   MOVE 'S' TO WS-SNT-ACHOU
                   MOVE WS-SNT-T-FAT-SEG(WS-SNT-K) TO
                       WS-SNT-FAT-BUSCA-N
               END-IF
           END-PERFORM

           IF WS-SNT-ACHOU = 'S'
               MOVE WS-SNT-FAT-BUSCA-N TO WS-NCR-BUSCA
               PERFORM 2270-VERIFICAR-NOTA-CREDITO
               IF WS-FAT-CANCELADA = 'N'
                   OPEN INPUT FATURAS
                   IF AS-STATUS-FAT = ZEROS
                       MOVE 'S' TO WS-CLOSE-FAT
                       PERFORM UNTIL WS-CLOSE-FAT = 'N'
                           READ FATURAS INTO WS-DADOS-FAT
                               AT END
                                   MOVE 'N' TO WS-CLOSE-FAT
                               NOT AT END
                                   PERFORM 2795-VALORES-FATURA-SEG
                           END-READ
                       END-PERFORM
                       CLOSE FATURAS
                   END-IF
               END-IF
           END-IF
           .
       2790-SOMAR-PARTE-SEGURADORA-FIM.
           EXIT.

       2795-VALORES-FATURA-SEG         SECTION.

           PERFORM 2160-DESMONTAR-FATURA

           IF WS-FAT-NUM-X = WS-SNT-FAT-BUSCA
               MOVE 'S' TO WS-FAT-ACHOU
               IF WS-FAT-MAO-X IS NUMERIC
                   ADD WS-FAT-MAO-N TO WS-FAT-MAO
               END-IF
               IF WS-FAT-PECAS-X IS NUMERIC
                   ADD WS-FAT-PECAS-N TO WS-FAT-PECAS
               END-IF
               IF WS-FAT-TOTAL-X IS NUMERIC
                   ADD WS-FAT-TOTAL-N TO WS-FAT-TOTAL
               END-IF
               MOVE 'N' TO WS-CLOSE-FAT
           END-IF
           .
       2795-VALORES-FATURA-SEG-FIM.
           EXIT.

      * SALDO DA FATURA DA SEGURADORA DO SINISTRO WS-SNT-J: ACHA A
      * FATURA (DATA, PLACA, TOTAL), VE SE FOI CANCELADA E SOMA OS
      * PAGAMENTOS E ENCARGOS.
       2797-SALDO-FATURA-SEG           SECTION.

           MOVE ZEROS TO WS-SALDO
           MOVE ZEROS TO WS-TOTAL-PAGO
           MOVE 'N' TO WS-FAT-CANCELADA

           MOVE WS-SNT-T-FAT-SEG(WS-SNT-J) TO WS-FATURA-BUSCA
           PERFORM 2100-BUSCAR-FATURA

           IF WS-FAT-ACHOU = 'S'
               MOVE WS-FATURA-BUSCA TO WS-FAT-NUM
               MOVE WS-FATURA-BUSCA TO WS-NCR-BUSCA
               PERFORM 2270-VERIFICAR-NOTA-CREDITO
               MOVE WS-FAT-DATA TO WS-ENC-DATA-FAT
               PERFORM 2200-SOMAR-PAGAMENTOS
               COMPUTE WS-SALDO = WS-FAT-TOTAL + WS-TOTAL-ENCARGOS
                   - WS-TOTAL-PAGO
           END-IF
           .
       2797-SALDO-FATURA-SEG-FIM.
           EXIT.

      * DESMONTA OS CAMPOS DE UMA LINHA DE FATURA LIDA EM WS-DADOS-FAT
           MOVE SPACES TO WS-FAT-TOTAL-X
           MOVE SPACES TO WS-FAT-ISS-X
           MOVE SPACES TO WS-FAT-ICMS-X
           MOVE SPACES TO WS-FAT-FILIAL

           UNSTRING WS-DADOS-FAT DELIMITED BY '|' INTO
               WS-FAT-NUM-X
               WS-FAT-TOTAL-X
               WS-FAT-ISS-X
               WS-FAT-ICMS-X
               WS-FAT-FILIAL
           .
       2160-DESMONTAR-FATURA-FIM.
           EXIT.
       2850-CALCULAR-IDADE-FIM.
           EXIT.

      * IDADE DO MESMO REGISTRO EM DIAS UTEIS (CALENDARIO DA OFICINA),
      * QUE E COMO CORREM OS PRAZOS DE DIAS-COBRANCA.TXT.
       2855-CALCULAR-IDADE-UTEIS       SECTION.

           MOVE ZEROS TO WS-IDADE-UTEIS

           MOVE 'U' TO WS-DAT-FUNCAO
           MOVE WS-MAN-DATA-CONCLUSAO TO WS-DAT-DATA1
           MOVE WS-DATA-HOJE-FMT TO WS-DAT-DATA2
           CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
               WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS

           IF WS-DAT-VALIDA = 'S'
               MOVE WS-DAT-DIAS TO WS-IDADE-UTEIS
           END-IF
           .
       2855-CALCULAR-IDADE-UTEIS-FIM.
           EXIT.

      * EXTRATO DE FATURAMENTO POR CLIENTE: CARREGA TODAS AS FATURAS
      * EM MEMORIA RESOLVENDO PLACA -> CPF -> NOME UMA UNICA VEZ, E
      * IMPRIME AS VISITAS AGRUPADAS POR CLIENTE COM OS SUBTOTAIS.
           MOVE ZEROS TO WS-EXT-QTD-CLI
           MOVE ZEROS TO WS-EXT-QTD-VIS
           MOVE ZEROS TO WS-EXT-QTD-PERDIDAS
           PERFORM 2780-CARREGAR-SINISTROS

           OPEN INPUT VEICULOS
           IF AS-STATUS-VEI NOT EQUAL ZEROS

           PERFORM 2160-DESMONTAR-FATURA

           MOVE 'N' TO WS-FAT-CANCELADA
           MOVE 'N' TO WS-SNT-E-SEGURADORA
           IF WS-FAT-NUM-X IS NUMERIC
               MOVE WS-FAT-NUM-X TO WS-NCR-BUSCA
               PERFORM 2270-VERIFICAR-NOTA-CREDITO
      *        A PARTE DA SEGURADORA NUM SINISTRO NAO E FATURAMENTO DO
      *        CLIENTE: FICA FORA DO EXTRATO.
               MOVE WS-FAT-NUM-X TO WS-SNT-FAT-BUSCA
               PERFORM 2785-FATURA-DE-SEGURADORA
           END-IF

           IF WS-FAT-NUM-X IS NUMERIC AND WS-FAT-CANCELADA = 'N' AND
              WS-SNT-E-SEGURADORA = 'N' AND WS-EXT-QTD-VIS >= 200
               ADD 1 TO WS-EXT-QTD-PERDIDAS
           END-IF

           IF WS-FAT-NUM-X IS NUMERIC AND WS-FAT-CANCELADA = 'N' AND
              WS-SNT-E-SEGURADORA = 'N' AND WS-EXT-QTD-VIS < 200

               PERFORM 2920-RESOLVER-CPF-PLACA


           MOVE ZEROS TO WS-RES-QTD
           MOVE ZEROS TO WS-RES-EXCEDENTES
           PERFORM 2780-CARREGAR-SINISTROS

           OPEN INPUT MAINTENANCE
           IF AS-STATUS-MAN = ZEROS
               WS-MAN-MECANICO
               WS-MAN-GARANTIA

           MOVE WS-DADOS(178:2) TO WS-REG-FILIAL
           PERFORM 1095-FILTRAR-FILIAL

           IF WS-MAN-OS-X IS NUMERIC AND WS-MAN-PLACA NOT = SPACES AND
              WS-REL-DENTRO = 'S'

               IF WS-MAN-STATUS = 'CONCLUIDO' AND
                  WS-MAN-DATA-CONCLUSAO NOT = SPACES
               END-PERFORM
               CLOSE FATURAS
           END-IF
           PERFORM 2790-SOMAR-PARTE-SEGURADORA

           PERFORM 3140-LOCALIZAR-BUCKET

                   END-READ
               END-PERFORM
               CLOSE PAGAMENTOS
           END-IF

      *    SINAIS DE ORCAMENTO ENTRAM NO CAIXA DO DIA EM QUE FORAM
      *    RECEBIDOS, PELA FORMA DE PAGAMENTO DELES, NA FILIAL QUE OS
      *    RECEBEU (EM BRANCO = 01).
           OPEN INPUT SINAIS
           IF AS-STATUS-SIN = ZEROS
               MOVE 'S' TO WS-CLOSE-SIN
               PERFORM UNTIL WS-CLOSE-SIN = 'N'
                   READ SINAIS INTO WS-DADOS-SIN
                       AT END
                           MOVE 'N' TO WS-CLOSE-SIN
                       NOT AT END
                           PERFORM 4040-ACUMULAR-SINAL-DIA
                   END-READ
               END-PERFORM
               CLOSE SINAIS
           END-IF

      *    VENDAS DE BALCAO SAO RECEBIDAS NA HORA, PELA FORMA DA VENDA.
           OPEN INPUT VENDAS-BALCAO
           IF AS-STATUS-VDB = ZEROS
               MOVE 'S' TO WS-CLOSE-VDB
               PERFORM UNTIL WS-CLOSE-VDB = 'N'
                   READ VENDAS-BALCAO INTO WS-DADOS-VDB
                       AT END
                           MOVE 'N' TO WS-CLOSE-VDB
                       NOT AT END
                           PERFORM 4045-ACUMULAR-VENDA-DIA
                   END-READ
               END-PERFORM
               CLOSE VENDAS-BALCAO
           END-IF

           IF WS-FEC-QTD-TAB = ZEROS
               DISPLAY "NENHUM PAGAMENTO EM " WS-FEC-DATA
           ELSE
               PERFORM 4050-IMPRIMIR-FECHAMENTO
           END-IF
           .
       4000-FECHAMENTO-CAIXA-FIM.
               WS-PAG-FORMA-L
               WS-PAG-OPER-L

      *    A LINHA SINAL SO APLICA NA FATURA UM SINAL JA CONTADO NO
      *    CAIXA DO DIA EM QUE FOI RECEBIDO - NAO ENTRA DE NOVO.
           MOVE WS-DADOS-PAG(50:2) TO WS-REG-FILIAL
           PERFORM 1095-FILTRAR-FILIAL

           IF WS-PAG-DATA-L = WS-FEC-DATA AND
              WS-PAG-VALOR-X IS NUMERIC AND
              WS-PAG-FORMA-L NOT = 'SINAL' AND
              WS-REL-DENTRO = 'S' AND
              WS-FEC-QTD-TAB < 200

               ADD 1 TO WS-FEC-QTD-TAB
       4010-ACUMULAR-PAGAMENTO-DIA-FIM.
           EXIT.

      * TRATA UM SINAL NA APURACAO DO FECHAMENTO: O RECEBIDO NA DATA
      * ENTRA NA TABELA COMO UM PAGAMENTO, SOB A FORMA DO SINAL.
       4040-ACUMULAR-SINAL-DIA         SECTION.

           PERFORM 5320-DESMONTAR-SINAL
           MOVE LINDET-SIN-FILIAL TO WS-REG-FILIAL
           PERFORM 1095-FILTRAR-FILIAL

           IF LINDET-SIN-DATA = WS-FEC-DATA AND
              WS-SIN-VALOR-X IS NUMERIC AND
              WS-REL-DENTRO = 'S' AND
              WS-FEC-QTD-TAB < 200

               MOVE LINDET-SIN-FORMA TO WS-PAG-FORMA-L
               MOVE LINDET-SIN-OPER TO WS-PAG-OPER-L
               MOVE WS-SIN-VALOR-X TO WS-PAG-VALOR-X

               ADD 1 TO WS-FEC-QTD-TAB
               MOVE SPACES TO WS-FEC-PAG-REG(WS-FEC-QTD-TAB)
               STRING 'SINAL ORC ' DELIMITED BY SIZE
                      WS-SIN-ORC-X DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-SIN-VALOR-X DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      LINDET-SIN-FORMA DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      LINDET-SIN-OPER DELIMITED BY SIZE
                      INTO WS-FEC-PAG-REG(WS-FEC-QTD-TAB)
               MOVE WS-PAG-FORMA-L TO
                   WS-FEC-PAG-FORMA(WS-FEC-QTD-TAB)
               MOVE WS-PAG-OPER-L TO WS-FEC-PAG-OPER(WS-FEC-QTD-TAB)
               MOVE WS-PAG-VALOR-N TO
                   WS-FEC-PAG-VALOR(WS-FEC-QTD-TAB)
               ADD WS-PAG-VALOR-N TO WS-FEC-TOTAL

               PERFORM 4020-SOMAR-FORMA
               PERFORM 4030-SOMAR-OPERADOR
           END-IF
           .
       4040-ACUMULAR-SINAL-DIA-FIM.
           EXIT.

      * TRATA UMA VENDA DE BALCAO NA APURACAO DO FECHAMENTO: A VENDA
      * DA DATA ENTRA NA TABELA PELO TOTAL PAGO (PECAS + ICMS).
       4045-ACUMULAR-VENDA-DIA         SECTION.

           PERFORM 5325-DESMONTAR-VENDA
           MOVE LINDET-VDB-FILIAL TO WS-REG-FILIAL
           PERFORM 1095-FILTRAR-FILIAL

           IF LINDET-VDB-DATA = WS-FEC-DATA AND
              WS-VDB-TOTAL-X IS NUMERIC AND
              WS-REL-DENTRO = 'S' AND
              WS-FEC-QTD-TAB < 200

               MOVE LINDET-VDB-FORMA TO WS-PAG-FORMA-L
               MOVE LINDET-VDB-OPER TO WS-PAG-OPER-L
               MOVE WS-VDB-TOTAL-X TO WS-PAG-VALOR-X

               ADD 1 TO WS-FEC-QTD-TAB
               MOVE SPACES TO WS-FEC-PAG-REG(WS-FEC-QTD-TAB)
               STRING 'BALCAO ' DELIMITED BY SIZE
                      WS-VDB-NUM-X DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-VDB-TOTAL-X DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      LINDET-VDB-FORMA DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      LINDET-VDB-OPER DELIMITED BY SIZE
                      INTO WS-FEC-PAG-REG(WS-FEC-QTD-TAB)
               MOVE WS-PAG-FORMA-L TO
                   WS-FEC-PAG-FORMA(WS-FEC-QTD-TAB)
               MOVE WS-PAG-OPER-L TO WS-FEC-PAG-OPER(WS-FEC-QTD-TAB)
               MOVE WS-PAG-VALOR-N TO
                   WS-FEC-PAG-VALOR(WS-FEC-QTD-TAB)
               ADD WS-PAG-VALOR-N TO WS-FEC-TOTAL

               PERFORM 4020-SOMAR-FORMA
               PERFORM 4030-SOMAR-OPERADOR
           END-IF
           .
       4045-ACUMULAR-VENDA-DIA-FIM.
           EXIT.

       4020-SOMAR-FORMA                SECTION.

           MOVE 'N' TO WS-FEC-ACHOU
           PERFORM VARYING WS-FEC-FOR-IDX FROM 1 BY 1
                   UNTIL WS-FEC-FOR-IDX > WS-FEC-QTD-FORMAS
                      OR WS-FEC-ACHOU = 'S'
               IF WS-FEC-FORMA(WS-FEC-FOR-IDX) = WS-PAG-FORMA-L
                   MOVE 'S' TO WS-FEC-ACHOU
                   ADD WS-PAG-VALOR-N TO
                       WS-FEC-FORMA-TOT(WS-FEC-FOR-IDX)
                   ADD 1 TO WS-FEC-FORMA-QTD(WS-FEC-FOR-IDX)
               END-IF
           END-PERFORM

           IF WS-FEC-ACHOU = 'N' AND WS-FEC-QTD-FORMAS < 10
               ADD 1 TO WS-FEC-QTD-FORMAS
               SET WS-FEC-FOR-IDX TO WS-FEC-QTD-FORMAS
               MOVE WS-PAG-FORMA-L TO WS-FEC-FORMA(WS-FEC-FOR-IDX)
               MOVE WS-PAG-VALOR-N TO
                   WS-FEC-FORMA-TOT(WS-FEC-FOR-IDX)
               MOVE 1 TO WS-FEC-FORMA-QTD(WS-FEC-FOR-IDX)
           END-IF
           .
       4020-SOMAR-FORMA-FIM.
           EXIT.

       4030-SOMAR-OPERADOR             SECTION.
           MOVE WS-FEC-DATA(7:4) TO WS-FEC-DATA-COMPACTA(5:4)

           MOVE SPACES TO WS-ARQ-FECHAMENTO-PATH
           IF WS-REL-FILIAL = SPACES
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Fechamento_' DELIMITED BY SIZE
                      WS-FEC-DATA-COMPACTA DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-FECHAMENTO-PATH
           ELSE
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Fechamento_' DELIMITED BY SIZE
                      WS-FEC-DATA-COMPACTA DELIMITED BY SIZE
                      '_filial' DELIMITED BY SIZE
                      WS-REL-FILIAL DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-FECHAMENTO-PATH
           END-IF

           OPEN OUTPUT FECHAMENTO
           IF AS-STATUS-FEC NOT EQUAL ZEROS

           MOVE ZEROS TO WS-LUC-QTD-MES
           MOVE ZEROS TO WS-LUC-SEM-FATURA
           PERFORM 2780-CARREGAR-SINISTROS
           PERFORM 4205-CARREGAR-CONSUMOS

           OPEN OUTPUT LUCRATIVIDADE
           IF AS-STATUS-LUC NOT EQUAL ZEROS
               CLOSE HISTORICO-ANUAL
           END-IF

           OPEN INPUT VENDAS-BALCAO
           IF AS-STATUS-VDB = ZEROS
               MOVE 'S' TO WS-CLOSE-VDB
               PERFORM UNTIL WS-CLOSE-VDB = 'N'
                   READ VENDAS-BALCAO INTO WS-DADOS-VDB
                       AT END
                           MOVE 'N' TO WS-CLOSE-VDB
                       NOT AT END
                           PERFORM 4270-LUCRO-BALCAO
                   END-READ
               END-PERFORM
               CLOSE VENDAS-BALCAO
           END-IF

           IF AS-STATUS-PEC = ZEROS
               CLOSE PECAS
           END-IF
       4200-RELATORIO-LUCRATIVIDADE-FIM.
           EXIT.

      * GUARDA O CUSTO UNITARIO DE CADA CONSUMO OS DO KARDEX; UMA
      * PECA CONSUMIDA DE NOVO NA MESMA OS FICA COM O ULTIMO CUSTO.
       4205-CARREGAR-CONSUMOS          SECTION.

           MOVE ZEROS TO WS-LUC-CON-QTD

           OPEN INPUT KARDEX
           IF AS-STATUS-KAR = ZEROS
               MOVE 'S' TO WS-CLOSE-KAR
               PERFORM UNTIL WS-CLOSE-KAR = 'N'
                   READ KARDEX INTO WS-DADOS-KAR
                       AT END
                           MOVE 'N' TO WS-CLOSE-KAR
                       NOT AT END
                           IF WS-DADOS-KAR(37:15) = 'CONSUMO OS' AND
                              WS-DADOS-KAR(104:1) = '|' AND
                              WS-DADOS-KAR(105:8) IS NUMERIC
                               PERFORM 4207-GUARDAR-CONSUMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KARDEX
           END-IF
           .
       4205-CARREGAR-CONSUMOS-FIM.
           EXIT.

       4207-GUARDAR-CONSUMO            SECTION.

           MOVE WS-DADOS-KAR(105:8) TO WS-KAR-L-CUSTO-X
           MOVE 'N' TO WS-LUC-CON-ACHOU
           PERFORM VARYING WS-LUC-CON-I FROM 1 BY 1
                   UNTIL WS-LUC-CON-I > WS-LUC-CON-QTD
                      OR WS-LUC-CON-ACHOU = 'S'
               IF WS-LUC-CON-OS(WS-LUC-CON-I) = WS-DADOS-KAR(53:6) AND
                  WS-LUC-CON-PECA(WS-LUC-CON-I) = WS-DADOS-KAR(21:4)
                   MOVE 'S' TO WS-LUC-CON-ACHOU
                   MOVE WS-KAR-L-CUSTO-N TO
                       WS-LUC-CON-CUSTO(WS-LUC-CON-I)
               END-IF
           END-PERFORM

           IF WS-LUC-CON-ACHOU = 'N' AND WS-LUC-CON-QTD < 3000
               ADD 1 TO WS-LUC-CON-QTD
               MOVE WS-DADOS-KAR(53:6) TO
                   WS-LUC-CON-OS(WS-LUC-CON-QTD)
               MOVE WS-DADOS-KAR(21:4) TO
                   WS-LUC-CON-PECA(WS-LUC-CON-QTD)
               MOVE WS-KAR-L-CUSTO-N TO
                   WS-LUC-CON-CUSTO(WS-LUC-CON-QTD)
           END-IF
           .
       4207-GUARDAR-CONSUMO-FIM.
           EXIT.

      * TRATA UM REGISTRO DE MANUTENCAO NO RELATORIO DE LUCRATIVIDADE:
      * SO CONCLUIDAS COM FATURA EMITIDA ENTRAM.
       4210-LUCRO-REGISTRO             SECTION.

           MOVE WS-DADOS(178:2) TO WS-REG-FILIAL
           PERFORM 1095-FILTRAR-FILIAL

           MOVE SPACES TO WS-MAN-OS-X
           MOVE SPACES TO WS-MAN-PLACA
           MOVE SPACES TO WS-MAN-DATA

           IF WS-MAN-STATUS = 'CONCLUIDO' AND
              WS-MAN-OS-X IS NUMERIC AND
              WS-MAN-DATA-CONCLUSAO NOT = SPACES AND
              WS-REL-DENTRO = 'S'

               MOVE WS-MAN-OS-X TO WS-MAN-OS

                   END-PERFORM
                   CLOSE FATURAS
               END-IF
               PERFORM 2790-SOMAR-PARTE-SEGURADORA

               IF WS-FAT-ACHOU = 'S'
                   PERFORM 4220-CUSTO-PECAS-OS
       4210-LUCRO-REGISTRO-FIM.
           EXIT.

      * SOMA O CUSTO DE CADA PECA DA LISTA (ID:QTD;...) DA OS
      * CORRENTE: O CUSTO MEDIO DO CONSUMO NO KARDEX OU, SEM ELE, O
      * CUSTO DO CADASTRO, LENDO A PECA PELA CHAVE.
       4220-CUSTO-PECAS-OS             SECTION.

           MOVE ZEROS TO WS-LUC-CUSTO-PECAS
           MOVE SPACES TO WS-LUC-PARES

           IF WS-MAN-PECAS NOT = SPACES
               UNSTRING WS-MAN-PECAS DELIMITED BY ';' INTO
                   WS-LUC-PAR(1), WS-LUC-PAR(2), WS-LUC-PAR(3),
                   WS-LUC-PAR(4), WS-LUC-PAR(5)
               MOVE ZEROS TO WS-LUC-PAR-QTD
           END-IF

           MOVE 'N' TO WS-LUC-CON-ACHOU
           MOVE ZEROS TO WS-LUC-CON-CUSTO-UNIT
           PERFORM VARYING WS-LUC-CON-I FROM 1 BY 1
                   UNTIL WS-LUC-CON-I > WS-LUC-CON-QTD
                      OR WS-LUC-CON-ACHOU = 'S'
               IF WS-LUC-CON-OS(WS-LUC-CON-I) = WS-MAN-OS-X AND
                  WS-LUC-CON-PECA(WS-LUC-CON-I) = WS-LUC-PAR-ID(1:4)
                   MOVE 'S' TO WS-LUC-CON-ACHOU
                   MOVE WS-LUC-CON-CUSTO(WS-LUC-CON-I) TO
                       WS-LUC-CON-CUSTO-UNIT
               END-IF
           END-PERFORM

           IF WS-LUC-CON-CUSTO-UNIT > ZEROS
               COMPUTE WS-LUC-CUSTO-PECAS ROUNDED =
                   WS-LUC-CUSTO-PECAS +
                   (WS-LUC-CON-CUSTO-UNIT * WS-LUC-PAR-QTD)
           ELSE
               IF AS-STATUS-PEC = ZEROS
                   MOVE WS-LUC-PAR-ID TO ARQ-PECAS-ID
                   READ PECAS INTO WS-DADOS-PEC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-PEC-CUSTO-X
                           UNSTRING WS-DADOS-PEC DELIMITED BY ' | '
                               INTO WS-PEC-ID-L
                                    WS-PEC-MARCA-L
                                    WS-PEC-DESC-L
                                    WS-PEC-QTD-L
                                    WS-PEC-VALOR-L
                                    WS-PEC-CUSTO-X
                           IF WS-PEC-CUSTO-X IS NUMERIC
                               COMPUTE WS-LUC-CUSTO-PECAS =
                                   WS-LUC-CUSTO-PECAS +
                                   (WS-PEC-CUSTO-N * WS-LUC-PAR-QTD)
                           END-IF
                   END-READ
               END-IF
           END-IF
           .
       4230-CUSTO-UMA-PECA-FIM.
           EXIT.
               MOVE WS-FAT-TOTAL TO WS-LUC-REC(WS-LUC-IDX)
               MOVE WS-LUC-CUSTO-PECAS TO WS-LUC-CUS(WS-LUC-IDX)
               MOVE 1 TO WS-LUC-QTD-OS(WS-LUC-IDX)
               MOVE ZEROS TO WS-LUC-QTD-VDB(WS-LUC-IDX)
           END-IF
           .
       4250-ACUMULAR-LUCRO-MES-FIM.

       4260-IMPRIMIR-LUCRO-MENSAL      SECTION.

           MOVE SPACES TO WS-LINHA-LUC
           STRING 'MES/ANO | OS CONCLUIDAS | VENDAS BALCAO | '
                      DELIMITED BY SIZE
                  'RECEITA | CUSTO PECAS | MARGEM' DELIMITED BY SIZE
                  INTO WS-LINHA-LUC
           MOVE WS-LINHA-LUC TO ARQ-LUCRATIVIDADE
           WRITE ARQ-LUCRATIVIDADE

           PERFORM VARYING WS-LUC-I FROM 1 BY 1
                      ' | ' DELIMITED BY SIZE
                      WS-LUC-QTD-OS(WS-LUC-I) DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-LUC-QTD-VDB(WS-LUC-I) DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-LUC-REC-ED DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-LUC-CUS-ED DELIMITED BY SIZE
       4260-IMPRIMIR-LUCRO-MENSAL-FIM.
           EXIT.

      * VENDA DE BALCAO NA LUCRATIVIDADE: RECEITA SEM O ICMS (COMO A
      * DA FATURA DA OS) CONTRA O CUSTO DE COMPRA GRAVADO NA VENDA.
       4270-LUCRO-BALCAO               SECTION.

           PERFORM 5325-DESMONTAR-VENDA

           IF WS-VDB-NUM-X IS NUMERIC AND
              LINDET-VDB-DATA NOT = SPACES
               COMPUTE WS-LUC-MARGEM =
                   LINDET-VDB-SUBTOTAL - LINDET-VDB-CUSTO
               MOVE LINDET-VDB-SUBTOTAL TO WS-LUC-REC-ED
               MOVE LINDET-VDB-CUSTO TO WS-LUC-CUS-ED
               MOVE WS-LUC-MARGEM TO WS-LUC-MAR-ED

               MOVE SPACES TO WS-LINHA-LUC
               STRING 'BALCAO ' DELIMITED BY SIZE
                      WS-VDB-NUM-X DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      LINDET-VDB-DATA(4:7) DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-LUC-REC-ED DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-LUC-CUS-ED DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-LUC-MAR-ED DELIMITED BY SIZE
                      INTO WS-LINHA-LUC
               DISPLAY WS-LINHA-LUC
               MOVE WS-LINHA-LUC TO ARQ-LUCRATIVIDADE
               WRITE ARQ-LUCRATIVIDADE

               PERFORM 4275-ACUMULAR-BALCAO-MES
           END-IF
           .
       4270-LUCRO-BALCAO-FIM.
           EXIT.

       4275-ACUMULAR-BALCAO-MES        SECTION.

           MOVE 'N' TO WS-LUC-ACHOU
           PERFORM VARYING WS-LUC-IDX FROM 1 BY 1
                   UNTIL WS-LUC-IDX > WS-LUC-QTD-MES
                      OR WS-LUC-ACHOU = 'S'
               IF WS-LUC-MES(WS-LUC-IDX) = LINDET-VDB-DATA(4:7)
                   MOVE 'S' TO WS-LUC-ACHOU
                   ADD LINDET-VDB-SUBTOTAL TO WS-LUC-REC(WS-LUC-IDX)
                   ADD LINDET-VDB-CUSTO TO WS-LUC-CUS(WS-LUC-IDX)
                   ADD 1 TO WS-LUC-QTD-VDB(WS-LUC-IDX)
               END-IF
           END-PERFORM

           IF WS-LUC-ACHOU = 'N' AND WS-LUC-QTD-MES < 24
               ADD 1 TO WS-LUC-QTD-MES
               SET WS-LUC-IDX TO WS-LUC-QTD-MES
               MOVE LINDET-VDB-DATA(4:7) TO WS-LUC-MES(WS-LUC-IDX)
               MOVE LINDET-VDB-SUBTOTAL TO WS-LUC-REC(WS-LUC-IDX)
               MOVE LINDET-VDB-CUSTO TO WS-LUC-CUS(WS-LUC-IDX)
               MOVE ZEROS TO WS-LUC-QTD-OS(WS-LUC-IDX)
               MOVE 1 TO WS-LUC-QTD-VDB(WS-LUC-IDX)
           END-IF
           .
       4275-ACUMULAR-BALCAO-MES-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                        CONTAS A PAGAR E FLUXO DE CAIXA
      *-----------------------------------------------------------------

           IF WS-CPG-ACHOU = 'N'
               DISPLAY "PARCELA ABERTA NAO ENCONTRADA"
           ELSE
               PERFORM 4345-GRAVAR-DATA-BAIXA
           END-IF
           .
       4330-BAIXAR-PARCELA-FIM.
       4340-TRATAR-BAIXA-FIM.
           EXIT.

      * GUARDA A DATA EM QUE A PARCELA FOI PAGA (BAIXAS-PAGAR.TXT),
      * QUE O DIARIO CONTABIL USA PARA DATAR O PAGAMENTO.
       4345-GRAVAR-DATA-BAIXA          SECTION.

           OPEN INPUT BAIXAS-PAGAR
           IF AS-STATUS-BXP = ZEROS
               MOVE 'S' TO WS-EXISTE-BXP
               CLOSE BAIXAS-PAGAR
           ELSE
               MOVE 'N' TO WS-EXISTE-BXP
           END-IF

           IF WS-EXISTE-BXP = 'S'
               OPEN EXTEND BAIXAS-PAGAR
           ELSE
               OPEN OUTPUT BAIXAS-PAGAR
           END-IF

           MOVE WS-CPG-PED-X TO LINDET-BXP-PEDIDO
           MOVE WS-CPG-PARC-X TO LINDET-BXP-PARCELA
           MOVE WS-DATA-HOJE-FMT TO LINDET-BXP-DATA
           MOVE WS-CPG-VALOR-X TO LINDET-BXP-VALOR
           MOVE WS-OPERADOR-SESSAO TO LINDET-BXP-OPER
           MOVE LINDET-BXP TO ARQ-BAIXAS-PAGAR
           WRITE ARQ-BAIXAS-PAGAR
           CLOSE BAIXAS-PAGAR
           .
       4345-GRAVAR-DATA-BAIXA-FIM.
           EXIT.

      * FLUXO DE CAIXA SEMANAL: ALINHA AS SAIDAS DAS CONTAS A PAGAR
      * POR SEMANA DE VENCIMENTO (AS VENCIDAS ENTRAM NA SEMANA 0), O
      * TOTAL DE RECEBIVEIS EM ABERTO (SEM VENCIMENTO PROPRIO - O

      * RESUMO MENSAL DE IMPOSTOS PARA O CONTADOR: VARRE O RAZAO DE
      * FATURAS E TOTALIZA O ISS E O ICMS GRAVADOS EM CADA FATURA,
      * AGRUPADOS PELO MES DE EMISSAO, EM RESUMO-IMPOSTOS.TXT. AS
      * NOTAS DE CREDITO ESTORNAM O IMPOSTO DA FATURA CANCELADA NO
      * MES DA PROPRIA FATURA (QUE TEM DE ESTAR ABERTO).
       4500-RESUMO-IMPOSTOS            SECTION.

           MOVE ZEROS TO WS-RIMP-QTD-MES
               END-PERFORM
               CLOSE FATURAS

               OPEN INPUT NOTAS-CREDITO
               IF AS-STATUS-NCR = ZEROS
                   MOVE 'S' TO WS-CLOSE-NCR
                   PERFORM UNTIL WS-CLOSE-NCR = 'N'
                       READ NOTAS-CREDITO INTO WS-DADOS-NCR
                           AT END
                               MOVE 'N' TO WS-CLOSE-NCR
                           NOT AT END
                               PERFORM 4530-ESTORNAR-IMPOSTOS
                       END-READ
                   END-PERFORM
                   CLOSE NOTAS-CREDITO
               END-IF

               OPEN INPUT VENDAS-BALCAO
               IF AS-STATUS-VDB = ZEROS
                   MOVE 'S' TO WS-CLOSE-VDB
                   PERFORM UNTIL WS-CLOSE-VDB = 'N'
                       READ VENDAS-BALCAO INTO WS-DADOS-VDB
                           AT END
                               MOVE 'N' TO WS-CLOSE-VDB
                           NOT AT END
                               PERFORM 4540-IMPOSTOS-BALCAO
                       END-READ
                   END-PERFORM
                   CLOSE VENDAS-BALCAO
               END-IF

               PERFORM 4550-IMPRIMIR-IMPOSTOS
           END-IF
           .
                   MOVE ZEROS TO WS-RIMP-ISS(WS-RIMP-IDX)
                   MOVE ZEROS TO WS-RIMP-ICMS(WS-RIMP-IDX)
                   MOVE ZEROS TO WS-RIMP-QTD(WS-RIMP-IDX)
                   MOVE ZEROS TO WS-RIMP-QTD-NC(WS-RIMP-IDX)
                   PERFORM 4520-SOMAR-IMPOSTOS-MES
               END-IF
           END-IF
       4520-SOMAR-IMPOSTOS-MES-FIM.
           EXIT.

      * ESTORNA NO MES DA FATURA O ISS E O ICMS DE UMA NOTA DE
      * CREDITO LIDA EM WS-DADOS-NCR.
       4530-ESTORNAR-IMPOSTOS          SECTION.

           PERFORM 5260-DESMONTAR-NOTA

           IF WS-NCR-L-NUM IS NUMERIC AND
              WS-NCR-L-DATA-FAT NOT = SPACES

               MOVE 'N' TO WS-RIMP-ACHOU
               PERFORM VARYING WS-RIMP-IDX FROM 1 BY 1
                       UNTIL WS-RIMP-IDX > WS-RIMP-QTD-MES
                          OR WS-RIMP-ACHOU = 'S'
                   IF WS-RIMP-MES(WS-RIMP-IDX) =
                      WS-NCR-L-DATA-FAT(4:7)
                       MOVE 'S' TO WS-RIMP-ACHOU
                       ADD 1 TO WS-RIMP-QTD-NC(WS-RIMP-IDX)
                       IF WS-NCR-L-ISS-X IS NUMERIC AND
                          WS-NCR-L-ISS-N <= WS-RIMP-ISS(WS-RIMP-IDX)
                           SUBTRACT WS-NCR-L-ISS-N FROM
                               WS-RIMP-ISS(WS-RIMP-IDX)
                       END-IF
                       IF WS-NCR-L-ICMS-X IS NUMERIC AND
                          WS-NCR-L-ICMS-N <= WS-RIMP-ICMS(WS-RIMP-IDX)
                           SUBTRACT WS-NCR-L-ICMS-N FROM
                               WS-RIMP-ICMS(WS-RIMP-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
       4530-ESTORNAR-IMPOSTOS-FIM.
           EXIT.

      * SOMA NO MES DA VENDA O ICMS DE UMA VENDA DE BALCAO (A VENDA
      * NAO CONTA COMO FATURA NA QUANTIDADE DO MES).
       4540-IMPOSTOS-BALCAO            SECTION.

           PERFORM 5325-DESMONTAR-VENDA

           IF WS-VDB-NUM-X IS NUMERIC AND
              LINDET-VDB-DATA NOT = SPACES

               MOVE 'N' TO WS-RIMP-ACHOU
               PERFORM VARYING WS-RIMP-IDX FROM 1 BY 1
                       UNTIL WS-RIMP-IDX > WS-RIMP-QTD-MES
                          OR WS-RIMP-ACHOU = 'S'
                   IF WS-RIMP-MES(WS-RIMP-IDX) = LINDET-VDB-DATA(4:7)
                       MOVE 'S' TO WS-RIMP-ACHOU
                       ADD LINDET-VDB-ICMS TO WS-RIMP-ICMS(WS-RIMP-IDX)
                   END-IF
               END-PERFORM

               IF WS-RIMP-ACHOU = 'N' AND WS-RIMP-QTD-MES < 24
                   ADD 1 TO WS-RIMP-QTD-MES
                   SET WS-RIMP-IDX TO WS-RIMP-QTD-MES
                   MOVE LINDET-VDB-DATA(4:7) TO
                       WS-RIMP-MES(WS-RIMP-IDX)
                   MOVE ZEROS TO WS-RIMP-ISS(WS-RIMP-IDX)
                   MOVE LINDET-VDB-ICMS TO WS-RIMP-ICMS(WS-RIMP-IDX)
                   MOVE ZEROS TO WS-RIMP-QTD(WS-RIMP-IDX)
                   MOVE ZEROS TO WS-RIMP-QTD-NC(WS-RIMP-IDX)
               END-IF
           END-IF
           .
       4540-IMPOSTOS-BALCAO-FIM.
           EXIT.

       4550-IMPRIMIR-IMPOSTOS          SECTION.

           OPEN OUTPUT RESUMO-IMPOSTOS

           DISPLAY "---------------------------------------------"
           DISPLAY "RESUMO MENSAL DE IMPOSTOS"
           DISPLAY "MES/ANO | FATURAS | NOTAS CRED | ISS | ICMS"
           DISPLAY "---------------------------------------------"

           MOVE 'MES/ANO | FATURAS | NOTAS CRED | ISS | ICMS'
               TO ARQ-RESUMO-IMPOSTOS
           WRITE ARQ-RESUMO-IMPOSTOS

                      ' | ' DELIMITED BY SIZE
                      WS-RIMP-QTD(WS-RIMP-I) DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-RIMP-QTD-NC(WS-RIMP-I) DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-RIMP-ISS-ED DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-RIMP-ICMS-ED DELIMITED BY SIZE
               WRITE ARQ-RESUMO-IMPOSTOS
           END-PERFORM

           PERFORM 4560-IMPRIMIR-NFSE-FATURAS

           CLOSE RESUMO-IMPOSTOS

           DISPLAY "---------------------------------------------"
       4550-IMPRIMIR-IMPOSTOS-FIM.
           EXIT.

      * COMPLEMENTO DO RESUMO DE IMPOSTOS NO ARQUIVO: CADA FATURA COM
      * MAO DE OBRA, SEU ISS E A NFS-E QUE A PREFEITURA EMITIU (OU EM
      * QUE PE ESTA O RPS).
       4560-IMPRIMIR-NFSE-FATURAS      SECTION.

           PERFORM 5505-CARREGAR-NFSE

           MOVE SPACES TO ARQ-RESUMO-IMPOSTOS
           WRITE ARQ-RESUMO-IMPOSTOS
           MOVE 'FATURA | DATA | ISS | NFS-E' TO ARQ-RESUMO-IMPOSTOS
           WRITE ARQ-RESUMO-IMPOSTOS

           OPEN INPUT FATURAS
           IF AS-STATUS-FAT = ZEROS
               MOVE 'S' TO WS-CLOSE-FAT
               PERFORM UNTIL WS-CLOSE-FAT = 'N'
                   READ FATURAS INTO WS-DADOS-FAT
                       AT END
                           MOVE 'N' TO WS-CLOSE-FAT
                       NOT AT END
                           PERFORM 4565-LINHA-NFSE-FATURA
                   END-READ
               END-PERFORM
               CLOSE FATURAS
           END-IF
           .
       4560-IMPRIMIR-NFSE-FATURAS-FIM.
           EXIT.

       4565-LINHA-NFSE-FATURA          SECTION.

           PERFORM 2160-DESMONTAR-FATURA

           IF WS-FAT-NUM-X IS NUMERIC AND
              WS-FAT-MAO-X IS NUMERIC AND
              WS-FAT-ISS-X IS NUMERIC
               IF WS-FAT-MAO-N > ZEROS
                   MOVE WS-FAT-NUM-X TO WS-NFS-BUSCA
                   PERFORM 5540-SITUACAO-NFSE
                   MOVE WS-FAT-ISS-N TO WS-RIMP-ISS-ED

                   MOVE SPACES TO WS-LINHA-RIMP
                   STRING WS-FAT-NUM-X DELIMITED BY SIZE
                          ' | ' DELIMITED BY SIZE
                          WS-FAT-DATA DELIMITED BY SIZE
                          ' | ' DELIMITED BY SIZE
                          WS-RIMP-ISS-ED DELIMITED BY SIZE
                          ' | ' DELIMITED BY SIZE
                          INTO WS-LINHA-RIMP
                   EVALUATE WS-NFS-SIT-ACHADA
                       WHEN 'ACEITO'
                           MOVE WS-NFS-NUM-ACHADO TO
                               WS-LINHA-RIMP(39:12)
                       WHEN 'ENVIADO'
                           MOVE 'RPS ENVIADO' TO WS-LINHA-RIMP(39:12)
                       WHEN 'REJEITADO'
                           MOVE 'RPS REJEITADO' TO
                               WS-LINHA-RIMP(39:13)
                       WHEN OTHER
                           MOVE 'NAO ENVIADA' TO WS-LINHA-RIMP(39:11)
                   END-EVALUATE
                   MOVE WS-LINHA-RIMP TO ARQ-RESUMO-IMPOSTOS
                   WRITE ARQ-RESUMO-IMPOSTOS
               END-IF
           END-IF
           .
       4565-LINHA-NFSE-FATURA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                        COBRANCA
      *-----------------------------------------------------------------
       4600-COBRANCA                   SECTION.

           PERFORM 4605-CARREGAR-DIAS-COBRANCA
           PERFORM 2280-CARREGAR-ENCARGOS-PARAM

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(7:2) TO WS-DATA-HOJE-FMT(1:2)

           MOVE ZEROS TO WS-COB-QTD-CARTAS
           MOVE ZEROS TO WS-BLQ-QTD
           MOVE 'N' TO WS-COB-DEVEDOR-SEG
           PERFORM 2780-CARREGAR-SINISTROS

           OPEN INPUT VEICULOS
           IF AS-STATUS-VEI NOT EQUAL ZEROS
               CLOSE HISTORICO-ANUAL
           END-IF

      *    PARTE DAS SEGURADORAS NOS SINISTROS: CARTA A SEGURADORA.
           PERFORM VARYING WS-SNT-J FROM 1 BY 1
                   UNTIL WS-SNT-J > WS-SNT-QTD
               IF WS-SNT-T-FAT-SEG(WS-SNT-J) NOT = ZEROS
                   PERFORM 4670-COBRAR-SEGURADORA
               END-IF
           END-PERFORM

           IF AS-STATUS-VEI = ZEROS
               CLOSE VEICULOS
           END-IF
               END-IF

               IF WS-FAT-ACHOU = 'S'
                   MOVE WS-FAT-DATA TO WS-ENC-DATA-FAT
                   MOVE WS-FAT-NUM TO WS-FATURA-BUSCA
                   PERFORM 2200-SOMAR-PAGAMENTOS
                   COMPUTE WS-SALDO = WS-FAT-TOTAL + WS-TOTAL-ENCARGOS
                   - WS-TOTAL-PAGO

                   IF WS-SALDO > ZEROS
                       PERFORM 2850-CALCULAR-IDADE
                       PERFORM 2855-CALCULAR-IDADE-UTEIS
                       IF WS-IDADE-UTEIS >= WS-COB-DIAS1
                           PERFORM 4620-GERAR-AVISO
                       END-IF
                   END-IF

       4620-GERAR-AVISO                SECTION.

           IF WS-IDADE-UTEIS >= WS-COB-DIAS2
               MOVE 2 TO WS-COB-NIVEL
           ELSE
               MOVE 1 TO WS-COB-NIVEL
           WRITE ARQ-CARTA

           MOVE SPACES TO WS-LINHA-CARTA
           IF WS-COB-DEVEDOR-SEG = 'S'
               STRING 'SEGURADORA: ' DELIMITED BY SIZE
                      WS-SEG-NOME-ACHADO DELIMITED BY SIZE
                      '  CNPJ: ' DELIMITED BY SIZE
                      WS-SEG-CNPJ-ACHADO DELIMITED BY SIZE
                      INTO WS-LINHA-CARTA
           ELSE
               STRING 'CLIENTE: ' DELIMITED BY SIZE
                      WS-EXT-NOME-ATUAL DELIMITED BY SIZE
                      '  CPF: ' DELIMITED BY SIZE
                      WS-EXT-CPF-ATUAL DELIMITED BY SIZE
                      INTO WS-LINHA-CARTA
           END-IF
           MOVE WS-LINHA-CARTA TO ARQ-CARTA
           WRITE ARQ-CARTA

           IF WS-COB-DEVEDOR-SEG = 'S'
               MOVE SPACES TO WS-LINHA-CARTA
               STRING 'SINISTRO NR ' DELIMITED BY SIZE
                      WS-SNT-NUM-ATUAL DELIMITED BY SIZE
                      '  (PARTE DA SEGURADORA NO REPARO)'
                          DELIMITED BY SIZE
                      INTO WS-LINHA-CARTA
               MOVE WS-LINHA-CARTA TO ARQ-CARTA
               WRITE ARQ-CARTA
           END-IF

           MOVE WS-SALDO TO WS-SALDO-ED
           MOVE WS-IDADE-DIAS TO WS-IDADE-ED
           MOVE SPACES TO WS-LINHA-CARTA
           STRING 'FATURA ' DELIMITED BY SIZE
           MOVE WS-LINHA-CARTA TO ARQ-CARTA
           WRITE ARQ-CARTA

      *    MULTA E JUROS ATE A DATA DA CARTA, EM LINHAS PROPRIAS.
           MOVE WS-DATA-HOJE-FMT TO WS-ENC-DATA-REF
           PERFORM 2290-CALCULAR-ENCARGOS
           IF WS-ENC-MULTA > ZEROS OR WS-ENC-JUROS > ZEROS
               MOVE WS-ENC-MULTA TO WS-ENC-MULTA-ED
               MOVE WS-ENC-MULTA-PCT TO WS-ENC-PCT-ED
               MOVE SPACES TO WS-LINHA-CARTA
               STRING 'MULTA POR ATRASO (' DELIMITED BY SIZE
                      WS-ENC-PCT-ED DELIMITED BY SIZE
                      '%)            R$ ' DELIMITED BY SIZE
                      WS-ENC-MULTA-ED DELIMITED BY SIZE
                      INTO WS-LINHA-CARTA
               MOVE WS-LINHA-CARTA TO ARQ-CARTA
               WRITE ARQ-CARTA

               MOVE WS-ENC-JUROS TO WS-ENC-JUROS-ED
               MOVE WS-ENC-JUROS-PCT TO WS-ENC-PCT-ED
               MOVE SPACES TO WS-LINHA-CARTA
               STRING 'JUROS DE MORA (' DELIMITED BY SIZE
                      WS-ENC-PCT-ED DELIMITED BY SIZE
                      '% AO MES)     R$ ' DELIMITED BY SIZE
                      WS-ENC-JUROS-ED DELIMITED BY SIZE
                      INTO WS-LINHA-CARTA
               MOVE WS-LINHA-CARTA TO ARQ-CARTA
               WRITE ARQ-CARTA

               MOVE WS-ENC-SALDO-ATUAL TO WS-SALDO-ED
               MOVE SPACES TO WS-LINHA-CARTA
               STRING 'SALDO ATUALIZADO EM ' DELIMITED BY SIZE
                      WS-DATA-HOJE-FMT DELIMITED BY SIZE
                      '   R$ ' DELIMITED BY SIZE
                      WS-SALDO-ED DELIMITED BY SIZE
                      INTO WS-LINHA-CARTA
               MOVE WS-LINHA-CARTA TO ARQ-CARTA
               WRITE ARQ-CARTA
           END-IF

           IF WS-COB-DEVEDOR-SEG = 'S'
               MOVE 'SOLICITAMOS A LIQUIDACAO DO SALDO ACIMA, REFERENTE'
                   TO ARQ-CARTA
               WRITE ARQ-CARTA
               MOVE 'AO REPARO AUTORIZADO NO SINISTRO INDICADO.'
                   TO ARQ-CARTA
               WRITE ARQ-CARTA
           ELSE
               MOVE 'SOLICITAMOS A REGULARIZACAO DO SALDO ACIMA. NOVOS'
                   TO ARQ-CARTA
               WRITE ARQ-CARTA
               MOVE 'AGENDAMENTOS FICAM SUSPENSOS ATE A QUITACAO.'
                   TO ARQ-CARTA
               WRITE ARQ-CARTA
           END-IF

           CLOSE CARTA

       4690-REGRAVAR-BLOQUEIO-FIM.
           EXIT.

      * COBRANCA DA FATURA DA SEGURADORA NO SINISTRO WS-SNT-J: MESMOS
      * PRAZOS E NIVEIS DO CLIENTE, CONTADOS DA DATA DA FATURA; A
      * CARTA VAI A SEGURADORA E NAO HA BLOQUEIO DE CPF (NO REGISTRO
      * DO AVISO O CODIGO DA SEGURADORA OCUPA O LUGAR DO CPF).
       4670-COBRAR-SEGURADORA          SECTION.

           PERFORM 2797-SALDO-FATURA-SEG

           IF WS-FAT-ACHOU = 'S' AND WS-FAT-CANCELADA = 'N' AND
              WS-SALDO > ZEROS
               MOVE WS-SNT-T-OS(WS-SNT-J) TO WS-MAN-OS
               MOVE WS-FAT-DATA TO WS-MAN-DATA-CONCLUSAO
               PERFORM 2850-CALCULAR-IDADE
               PERFORM 2855-CALCULAR-IDADE-UTEIS

               IF WS-IDADE-UTEIS >= WS-COB-DIAS1
                   IF WS-IDADE-UTEIS >= WS-COB-DIAS2
                       MOVE 2 TO WS-COB-NIVEL
                   ELSE
                       MOVE 1 TO WS-COB-NIVEL
                   END-IF

                   MOVE WS-SNT-T-SEG(WS-SNT-J) TO WS-SEG-BUSCA
                   PERFORM 2787-BUSCAR-SEGURADORA
                   MOVE WS-SNT-T-NUMERO(WS-SNT-J) TO WS-SNT-NUM-ATUAL
                   MOVE WS-SNT-T-SEG(WS-SNT-J) TO WS-EXT-CPF-ATUAL

                   MOVE 'S' TO WS-COB-DEVEDOR-SEG
                   PERFORM 4630-VERIFICAR-AVISO-ENVIADO
                   IF WS-COB-JA-ENVIADA = 'N'
                       PERFORM 4640-GRAVAR-CARTA
                       PERFORM 4650-REGISTRAR-AVISO
                   END-IF
                   MOVE 'N' TO WS-COB-DEVEDOR-SEG
               END-IF
           END-IF
           .
       4670-COBRAR-SEGURADORA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                        FECHAMENTO DE MES
      *-----------------------------------------------------------------
               PERFORM 2900-EXTRATO-CLIENTES
               PERFORM 2500-RELATORIO-RECEBER
               PERFORM 4500-RESUMO-IMPOSTOS
               PERFORM 5760-SINISTROS-ABERTOS
               MOVE WS-MFE-MES-ALVO TO WS-DIA-MES
               PERFORM 5605-GERAR-DIARIO

               MOVE WS-MFE-MES-ALVO(1:2) TO WS-MFE-MES-COMPACTO(1:2)
               MOVE WS-MFE-MES-ALVO(4:4) TO WS-MFE-MES-COMPACTO(3:4)
           MOVE 'Resumo-impostos.txt' TO WS-ARQ-COPIA-ENT-PATH
           MOVE 'Resumo-impostos_' TO WS-ARQ-COPIA-SAI-PATH
           PERFORM 4730-COPIAR-RELATORIO

           MOVE 'Sinistros-abertos.txt' TO WS-ARQ-COPIA-ENT-PATH
           MOVE 'Sinistros-abertos_' TO WS-ARQ-COPIA-SAI-PATH
           PERFORM 4730-COPIAR-RELATORIO
           .
       4720-ARQUIVAR-PACOTE-MENSAL-FIM.
           EXIT.
                  '|' DELIMITED BY SIZE
                  WS-OPER-NOME DELIMITED BY SIZE
                  INTO WS-FFR-OPER
           MOVE '|' TO WS-FFR-OPER(36:1)
           MOVE WS-OPER-FILIAL TO WS-FFR-OPER(37:2)

           CALL 'FATURA' USING
               WS-FFR-OS-ZERO,
               WS-FFR-MAO,
               WS-FFR-PECAS,
               WS-FFR-TOTAL,
               WS-FFR-OPER,
               WS-FFR-RATEIO

           DISPLAY "FATURA CONSOLIDADA DA FROTA " WS-FFR-CODIGO
               " EMITIDA: " WS-FFR-QTD-OS " OS DO MES " WS-FFR-MES
                   ELSE
                       PERFORM 5140-GRAVAR-OUTBOX
                       PERFORM 5150-MARCAR-ENVIADO
                       MOVE 'E' TO WS-MSC-OPCAO
                       MOVE WS-EML-EMAIL TO WS-MSC-VALOR
                       CALL 'MASCARA' USING WS-MSC-OPCAO,
                           WS-OPERADOR-SESSAO, WS-MSC-VALOR,
                           WS-MSC-RESULTADO
                       DISPLAY "FATURA NA FILA DE E-MAIL PARA "
                           WS-MSC-RESULTADO
                   END-IF
               END-IF
           END-IF
       5150-MARCAR-ENVIADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                        NOTA DE CREDITO
      *-----------------------------------------------------------------

      * CANCELA UMA FATURA EMITINDO UMA NOTA DE CREDITO NUMERADA (SO
      * GERENTE): A NOTA ENTRA NO RAZAO NOTAS-CREDITO.TXT E SAI
      * IMPRESSA EM NOTACREDITO_NNNNNN.TXT. A PARTIR DAI A FATURA SAI
      * DAS CONTAS A RECEBER E DA COBRANCA, E O RESUMO DE IMPOSTOS
      * ESTORNA O ISS E O ICMS DELA. FATURA DE MES FECHADO NAO PODE
      * SER CANCELADA.
       5200-NOTA-CREDITO               SECTION.

           DISPLAY "Numero da fatura a cancelar: "
           ACCEPT WS-FATURA-BUSCA

           PERFORM 2100-BUSCAR-FATURA

           MOVE 'N' TO WS-FAT-CANCELADA
           IF WS-FAT-ACHOU = 'S'
               MOVE WS-FAT-NUM TO WS-NCR-BUSCA
               PERFORM 2270-VERIFICAR-NOTA-CREDITO
           END-IF

           IF WS-FAT-ACHOU = 'N'
               DISPLAY "FATURA NAO ENCONTRADA"
           ELSE
               IF WS-FAT-CANCELADA = 'S'
                   DISPLAY "FATURA JA CANCELADA PELA NOTA DE CREDITO "
                       WS-NCR-NUM-CANC
               ELSE
                   MOVE WS-FAT-DATA TO WS-MFE-DATA
                   PERFORM 4710-VERIFICAR-MES-FECHADO
                   IF WS-MES-FECHADO = 'S'
                       DISPLAY "FATURA DATADA EM MES JA FECHADO ("
                           WS-FAT-DATA(4:7) "). CANCELAMENTO RECUSADO."
                       MOVE 'NEGADO' TO WS-AUD-OPERACAO
                       MOVE WS-FAT-NUM TO WS-AUD-CHAVE
                       MOVE WS-FAT-DATA TO WS-AUD-VALOR-ANTIGO
                       MOVE 'NOTA DE CREDITO - MES FECHADO' TO
                           WS-AUD-VALOR-NOVO
                       CALL 'AUDITORIA' USING WS-AUD-MODULO,
                           WS-AUD-OPERACAO, WS-AUD-CHAVE,
                           WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                           WS-OPERADOR-SESSAO
                   ELSE
                       PERFORM 5210-CONFIRMAR-NOTA
                   END-IF
               END-IF
           END-IF
           .
       5200-NOTA-CREDITO-FIM.
           EXIT.

      * MOSTRA A FATURA, PEDE O MOTIVO (OBRIGATORIO) E A CONFIRMACAO,
      * E SO ENTAO NUMERA, GRAVA E IMPRIME A NOTA.
       5210-CONFIRMAR-NOTA             SECTION.

           PERFORM 2200-SOMAR-PAGAMENTOS

           DISPLAY "Fatura: " WS-FAT-NUM " OS: " WS-FAT-OS
               " Placa: " WS-FAT-PLACA " Data: " WS-FAT-DATA
           DISPLAY "Cliente: " WS-FAT-CLIENTE
           DISPLAY "Total: " WS-FAT-TOTAL " Pago: " WS-TOTAL-PAGO
           IF WS-TOTAL-PAGO > ZEROS
               DISPLAY "ATENCAO: O VALOR JA PAGO FICA COMO DEVOLUCAO "
                   "DEVIDA AO CLIENTE."
           END-IF

           MOVE SPACES TO WS-NCR-MOTIVO
           PERFORM UNTIL WS-NCR-MOTIVO NOT = SPACES
               DISPLAY "Motivo do cancelamento: "
               ACCEPT WS-NCR-MOTIVO
           END-PERFORM

           DISPLAY "Confirma a emissao da nota de credito (S/N)? "
           ACCEPT WS-NCR-CONFIRMA

           IF WS-NCR-CONFIRMA = 'S'
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DATA-HOJE(7:2) TO WS-DATA-HOJE-FMT(1:2)
               MOVE '/' TO WS-DATA-HOJE-FMT(3:1)
               MOVE WS-DATA-HOJE(5:2) TO WS-DATA-HOJE-FMT(4:2)
               MOVE '/' TO WS-DATA-HOJE-FMT(6:1)
               MOVE WS-DATA-HOJE(1:4) TO WS-DATA-HOJE-FMT(7:4)

               PERFORM 5220-PROXIMO-NUMERO-NOTA

               MOVE WS-NCR-PROXIMA TO LINDET-NCR-NUM
               MOVE WS-FAT-NUM TO LINDET-NCR-FATURA
               MOVE WS-DATA-HOJE-FMT TO LINDET-NCR-DATA
               MOVE WS-FAT-DATA TO LINDET-NCR-DATA-FAT
               MOVE WS-FAT-OS TO LINDET-NCR-OS
               MOVE WS-FAT-PLACA TO LINDET-NCR-PLACA
               MOVE WS-FAT-TOTAL TO LINDET-NCR-TOTAL
               MOVE ZEROS TO LINDET-NCR-ISS
               MOVE ZEROS TO LINDET-NCR-ICMS
               IF WS-FAT-ISS-X IS NUMERIC
                   MOVE WS-FAT-ISS-N TO LINDET-NCR-ISS
               END-IF
               IF WS-FAT-ICMS-X IS NUMERIC
                   MOVE WS-FAT-ICMS-N TO LINDET-NCR-ICMS
               END-IF
               MOVE WS-NCR-MOTIVO TO LINDET-NCR-MOTIVO
               MOVE WS-OPER-ID TO LINDET-NCR-OPER

               PERFORM 5230-GRAVAR-NOTA
               PERFORM 5240-IMPRIMIR-NOTA

               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               MOVE WS-FAT-NUM TO WS-AUD-CHAVE
               MOVE WS-DADOS-FAT TO WS-AUD-VALOR-ANTIGO
               MOVE LINDET-NCR TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-OPERADOR-SESSAO

               DISPLAY "NOTA DE CREDITO " WS-NCR-PROXIMA
                   " EMITIDA. FATURA " WS-FAT-NUM " CANCELADA."
           ELSE
               DISPLAY "CANCELAMENTO NAO CONFIRMADO."
           END-IF
           .
       5210-CONFIRMAR-NOTA-FIM.
           EXIT.

      * OBTEM O PROXIMO NUMERO DE NOTA DE CREDITO: O MAIOR NUMERO DO
      * RAZAO VIRA SEMENTE DA SERIE NOTACRED DO NUMERADOR, COMO A
      * SERIE DE FATURAS NO FATURA.CBL.
       5220-PROXIMO-NUMERO-NOTA        SECTION.

           MOVE ZEROS TO WS-NCR-PROXIMA

           OPEN INPUT NOTAS-CREDITO
           IF AS-STATUS-NCR = ZEROS
               MOVE 'S' TO WS-CLOSE-NCR
               PERFORM UNTIL WS-CLOSE-NCR = 'N'
                   READ NOTAS-CREDITO INTO WS-DADOS-NCR
                       AT END
                           MOVE 'N' TO WS-CLOSE-NCR
                       NOT AT END
                           MOVE SPACES TO WS-NCR-L-NUM
                           UNSTRING WS-DADOS-NCR DELIMITED BY '|'
                               INTO WS-NCR-L-NUM
                           IF WS-NCR-L-NUM IS NUMERIC
                               IF WS-NCR-L-NUM-N > WS-NCR-PROXIMA
                                   MOVE WS-NCR-L-NUM-N TO
                                       WS-NCR-PROXIMA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-CREDITO
           END-IF

           MOVE 'NOTACRED' TO WS-NUM-SERIE-CH
           MOVE WS-NCR-PROXIMA TO WS-NUM-SEMENTE
           CALL 'NUMERADOR' USING WS-NUM-SERIE-CH, WS-NUM-SEMENTE,
               WS-NUM-PROXIMO, WS-OPERADOR-SESSAO
           MOVE WS-NUM-PROXIMO TO WS-NCR-PROXIMA
           .
       5220-PROXIMO-NUMERO-NOTA-FIM.
           EXIT.

       5230-GRAVAR-NOTA                SECTION.

           OPEN INPUT NOTAS-CREDITO
           IF AS-STATUS-NCR = ZEROS
               MOVE 'S' TO WS-EXISTE-NCR
               CLOSE NOTAS-CREDITO
           ELSE
               MOVE 'N' TO WS-EXISTE-NCR
           END-IF

           IF WS-EXISTE-NCR = 'S'
               OPEN EXTEND NOTAS-CREDITO
           ELSE
               OPEN OUTPUT NOTAS-CREDITO
           END-IF

           IF AS-STATUS-NCR NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-NCR
           END-IF

           MOVE LINDET-NCR TO ARQ-NOTAS-CREDITO
           WRITE ARQ-NOTAS-CREDITO
           CLOSE NOTAS-CREDITO
           .
       5230-GRAVAR-NOTA-FIM.
           EXIT.

      * IMPRIME A VIA DO CLIENTE DA NOTA DE CREDITO EM UM ARQUIVO
      * PROPRIO (NOTACREDITO_NNNNNN.TXT), NO MESMO FORMATO DA FATURA.
       5240-IMPRIMIR-NOTA              SECTION.

           MOVE SPACES TO WS-ARQ-NOTA-IMPRESSA-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'NotaCredito_' DELIMITED BY SIZE
                  LINDET-NCR-NUM DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-NOTA-IMPRESSA-PATH

           OPEN OUTPUT NOTA-IMPRESSA
           IF AS-STATUS-NCI NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-NCI
           END-IF

           MOVE ALL '=' TO ARQ-NOTA-IMPRESSA
           WRITE ARQ-NOTA-IMPRESSA

           MOVE SPACES TO WS-LINHA-NCI
           STRING 'NOTA DE CREDITO NR ' DELIMITED BY SIZE
                  LINDET-NCR-NUM DELIMITED BY SIZE
                  '  -  VOLVO S.A  -  ' DELIMITED BY SIZE
                  LINDET-NCR-DATA DELIMITED BY SIZE
                  INTO WS-LINHA-NCI
           MOVE WS-LINHA-NCI TO ARQ-NOTA-IMPRESSA
           WRITE ARQ-NOTA-IMPRESSA

           MOVE ALL '=' TO ARQ-NOTA-IMPRESSA
           WRITE ARQ-NOTA-IMPRESSA

           MOVE SPACES TO WS-LINHA-NCI
           STRING 'CANCELA A FATURA NR ' DELIMITED BY SIZE
                  LINDET-NCR-FATURA DELIMITED BY SIZE
                  ' EMITIDA EM ' DELIMITED BY SIZE
                  LINDET-NCR-DATA-FAT DELIMITED BY SIZE
                  INTO WS-LINHA-NCI
           MOVE WS-LINHA-NCI TO ARQ-NOTA-IMPRESSA
           WRITE ARQ-NOTA-IMPRESSA

           MOVE SPACES TO WS-LINHA-NCI
           STRING 'CLIENTE: ' DELIMITED BY SIZE
                  WS-FAT-CLIENTE DELIMITED BY SIZE
                  INTO WS-LINHA-NCI
           MOVE WS-LINHA-NCI TO ARQ-NOTA-IMPRESSA
           WRITE ARQ-NOTA-IMPRESSA

           MOVE SPACES TO WS-LINHA-NCI
           STRING 'VEICULO: ' DELIMITED BY SIZE
                  LINDET-NCR-PLACA DELIMITED BY SIZE
                  '  OS: ' DELIMITED BY SIZE
                  LINDET-NCR-OS DELIMITED BY SIZE
                  INTO WS-LINHA-NCI
           MOVE WS-LINHA-NCI TO ARQ-NOTA-IMPRESSA
           WRITE ARQ-NOTA-IMPRESSA

           MOVE SPACES TO WS-LINHA-NCI
           STRING 'MOTIVO: ' DELIMITED BY SIZE
                  LINDET-NCR-MOTIVO DELIMITED BY SIZE
                  INTO WS-LINHA-NCI
           MOVE WS-LINHA-NCI TO ARQ-NOTA-IMPRESSA
           WRITE ARQ-NOTA-IMPRESSA

           MOVE LINDET-NCR-TOTAL TO WS-NCR-VALOR-ED
           MOVE SPACES TO WS-LINHA-NCI
           STRING 'VALOR CREDITADO (MAO DE OBRA + PECAS) R$: '
                      DELIMITED BY SIZE
                  WS-NCR-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-NCI
           MOVE WS-LINHA-NCI TO ARQ-NOTA-IMPRESSA
           WRITE ARQ-NOTA-IMPRESSA

           MOVE LINDET-NCR-ISS TO WS-NCR-VALOR-ED
           MOVE SPACES TO WS-LINHA-NCI
           STRING 'ESTORNO DE ISS: ' DELIMITED BY SIZE
                  WS-NCR-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-NCI
           MOVE WS-LINHA-NCI TO ARQ-NOTA-IMPRESSA
           WRITE ARQ-NOTA-IMPRESSA

           MOVE LINDET-NCR-ICMS TO WS-NCR-VALOR-ED
           MOVE SPACES TO WS-LINHA-NCI
           STRING 'ESTORNO DE ICMS: ' DELIMITED BY SIZE
                  WS-NCR-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-NCI
           MOVE WS-LINHA-NCI TO ARQ-NOTA-IMPRESSA
           WRITE ARQ-NOTA-IMPRESSA

           COMPUTE WS-NCR-TOTAL-IMPOSTOS = LINDET-NCR-TOTAL +
               LINDET-NCR-ISS + LINDET-NCR-ICMS
           MOVE WS-NCR-TOTAL-IMPOSTOS TO WS-NCR-VALOR-ED
           MOVE SPACES TO WS-LINHA-NCI
           STRING 'TOTAL CREDITADO COM IMPOSTOS R$: ' DELIMITED BY SIZE
                  WS-NCR-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LINHA-NCI
           MOVE WS-LINHA-NCI TO ARQ-NOTA-IMPRESSA
           WRITE ARQ-NOTA-IMPRESSA

           IF WS-TOTAL-PAGO > ZEROS
               MOVE WS-TOTAL-PAGO TO WS-NCR-VALOR-ED
               MOVE SPACES TO WS-LINHA-NCI
               STRING 'VALOR JA PAGO A DEVOLVER AO CLIENTE R$: '
                          DELIMITED BY SIZE
                      WS-NCR-VALOR-ED DELIMITED BY SIZE
                      INTO WS-LINHA-NCI
               MOVE WS-LINHA-NCI TO ARQ-NOTA-IMPRESSA
               WRITE ARQ-NOTA-IMPRESSA
           END-IF

           MOVE SPACES TO WS-LINHA-NCI
           STRING 'EMITIDA POR: ' DELIMITED BY SIZE
                  WS-OPER-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OPER-NOME DELIMITED BY SIZE
                  INTO WS-LINHA-NCI
           MOVE WS-LINHA-NCI TO ARQ-NOTA-IMPRESSA
           WRITE ARQ-NOTA-IMPRESSA

           CLOSE NOTA-IMPRESSA

           DISPLAY "NOTA DE CREDITO IMPRESSA EM "
               WS-ARQ-NOTA-IMPRESSA-PATH
           .
       5240-IMPRIMIR-NOTA-FIM.
           EXIT.

      * DESMONTA UMA LINHA DE NOTA DE CREDITO LIDA EM WS-DADOS-NCR.
       5260-DESMONTAR-NOTA             SECTION.

           MOVE SPACES TO WS-NCR-L-NUM
           MOVE SPACES TO WS-NCR-L-FATURA
           MOVE SPACES TO WS-NCR-L-DATA
           MOVE SPACES TO WS-NCR-L-DATA-FAT
           MOVE SPACES TO WS-NCR-L-OS
           MOVE SPACES TO WS-NCR-L-PLACA
           MOVE SPACES TO WS-NCR-L-TOTAL-X
           MOVE SPACES TO WS-NCR-L-ISS-X
           MOVE SPACES TO WS-NCR-L-ICMS-X

           UNSTRING WS-DADOS-NCR DELIMITED BY '|' INTO
               WS-NCR-L-NUM
               WS-NCR-L-FATURA
               WS-NCR-L-DATA
               WS-NCR-L-DATA-FAT
               WS-NCR-L-OS
               WS-NCR-L-PLACA
               WS-NCR-L-TOTAL-X
               WS-NCR-L-ISS-X
               WS-NCR-L-ICMS-X
           .
       5260-DESMONTAR-NOTA-FIM.
           EXIT.

      * DIZ SE A PLACA DO REGISTRO CORRENTE PERTENCE A UMA FROTA.
      *-----------------------------------------------------------------
      *                  SINAIS DE ORCAMENTO A DEVOLVER
      *-----------------------------------------------------------------

      * LISTA OS SINAIS A DEVOLVER AO CLIENTE (ORCAMENTO RECUSADO OU
      * EXPIRADO, OU SINAL MAIOR QUE A FATURA) COM O VALOR DEVIDO, E
      * REGISTRA A DEVOLUCAO JA PAGA DE UM DELES (SO GERENTE).
       5300-SINAIS-A-DEVOLVER          SECTION.

           MOVE ZEROS TO WS-SIN-QTD
           MOVE ZEROS TO WS-SIN-TOTAL

           OPEN INPUT SINAIS
           IF AS-STATUS-SIN NOT EQUAL ZEROS
               DISPLAY "NAO HA SINAIS REGISTRADOS"
           ELSE
               DISPLAY "ORCAMENTO | DATA SINAL | SINAL | APLICADO | "
                   "A DEVOLVER | FORMA"
               MOVE 'S' TO WS-CLOSE-SIN
               PERFORM UNTIL WS-CLOSE-SIN = 'N'
                   READ SINAIS INTO WS-DADOS-SIN
                       AT END
                           MOVE 'N' TO WS-CLOSE-SIN
                       NOT AT END
                           PERFORM 5310-LISTAR-SINAL
                   END-READ
               END-PERFORM
               CLOSE SINAIS

               MOVE WS-SIN-TOTAL TO WS-SIN-TOTAL-ED
               DISPLAY WS-SIN-QTD " SINAL(IS) A DEVOLVER - TOTAL "
                   WS-SIN-TOTAL-ED

               IF WS-SIN-QTD > ZEROS
                   DISPLAY "Orcamento cuja devolucao foi paga "
                       "(0 = nenhum): "
                   ACCEPT WS-SIN-BUSCA
                   IF WS-SIN-BUSCA NOT = ZEROS
                       MOVE 'DEVOLVER SINAL' TO WS-ACAO-PROTEGIDA
                       PERFORM 1080-VERIFICAR-GERENTE
                       IF WS-ACESSO-OK = 'S'
                           PERFORM 5330-BAIXAR-DEVOLUCAO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       5300-SINAIS-A-DEVOLVER-FIM.
           EXIT.

       5310-LISTAR-SINAL               SECTION.

           PERFORM 5320-DESMONTAR-SINAL

           IF LINDET-SIN-STATUS = 'DEVOLVER'
               COMPUTE WS-SIN-DEVOLVER =
                   LINDET-SIN-VALOR - LINDET-SIN-APLICADO
               ADD 1 TO WS-SIN-QTD
               ADD WS-SIN-DEVOLVER TO WS-SIN-TOTAL
               MOVE LINDET-SIN-VALOR TO WS-SIN-VALOR-ED
               MOVE LINDET-SIN-APLICADO TO WS-SIN-APLIC-ED
               MOVE WS-SIN-DEVOLVER TO WS-SIN-DEV-ED
               DISPLAY LINDET-SIN-ORC " | " LINDET-SIN-DATA " | "
                   WS-SIN-VALOR-ED " | " WS-SIN-APLIC-ED " | "
                   WS-SIN-DEV-ED " | " LINDET-SIN-FORMA
           END-IF
           .
       5310-LISTAR-SINAL-FIM.
           EXIT.

      * DESMONTA O REGISTRO DE SINAL LIDO EM WS-DADOS-SIN PARA OS
      * CAMPOS DE LINDET-SIN.
       5320-DESMONTAR-SINAL            SECTION.

           MOVE WS-DADOS-SIN(69:2) TO LINDET-SIN-FILIAL
           MOVE SPACES TO WS-SIN-ORC-X
           MOVE SPACES TO LINDET-SIN-DATA
           MOVE SPACES TO WS-SIN-VALOR-X
           MOVE SPACES TO LINDET-SIN-FORMA
           MOVE SPACES TO LINDET-SIN-OPER
           MOVE SPACES TO LINDET-SIN-STATUS
           MOVE SPACES TO WS-SIN-FATURA-X
           MOVE SPACES TO WS-SIN-APLIC-X

           UNSTRING WS-DADOS-SIN DELIMITED BY '|' INTO
               WS-SIN-ORC-X
               LINDET-SIN-DATA
               WS-SIN-VALOR-X
               LINDET-SIN-FORMA
               LINDET-SIN-OPER
               LINDET-SIN-STATUS
               WS-SIN-FATURA-X
               WS-SIN-APLIC-X

           IF WS-SIN-ORC-X IS NUMERIC
               MOVE WS-SIN-ORC-X TO LINDET-SIN-ORC
           ELSE
               MOVE ZEROS TO LINDET-SIN-ORC
           END-IF
           IF WS-SIN-VALOR-X IS NUMERIC
               MOVE WS-SIN-VALOR-N TO LINDET-SIN-VALOR
           ELSE
               MOVE ZEROS TO LINDET-SIN-VALOR
           END-IF
           IF WS-SIN-FATURA-X IS NUMERIC
               MOVE WS-SIN-FATURA-X TO LINDET-SIN-FATURA
           ELSE
               MOVE ZEROS TO LINDET-SIN-FATURA
           END-IF
           IF WS-SIN-APLIC-X IS NUMERIC
               MOVE WS-SIN-APLIC-N TO LINDET-SIN-APLICADO
           ELSE
               MOVE ZEROS TO LINDET-SIN-APLICADO
           END-IF
           .
       5320-DESMONTAR-SINAL-FIM.
           EXIT.

      * SEPARA UMA LINHA DE VENDAS-BALCAO.TXT (WS-DADOS-VDB) EM
      * LINDET-VDB; VALORES NAO NUMERICOS FICAM ZERADOS.
       5325-DESMONTAR-VENDA            SECTION.

           MOVE WS-DADOS-VDB(73:2) TO LINDET-VDB-FILIAL
           MOVE SPACES TO WS-VDB-NUM-X
           MOVE SPACES TO LINDET-VDB-DATA
           MOVE SPACES TO WS-VDB-ITENS-X
           MOVE SPACES TO WS-VDB-SUBTOTAL-X
           MOVE SPACES TO WS-VDB-ICMS-X
           MOVE SPACES TO WS-VDB-TOTAL-X
           MOVE SPACES TO WS-VDB-CUSTO-X
           MOVE SPACES TO LINDET-VDB-FORMA
           MOVE SPACES TO LINDET-VDB-OPER

           UNSTRING WS-DADOS-VDB DELIMITED BY '|' INTO
               WS-VDB-NUM-X
               LINDET-VDB-DATA
               WS-VDB-ITENS-X
               WS-VDB-SUBTOTAL-X
               WS-VDB-ICMS-X
               WS-VDB-TOTAL-X
               WS-VDB-CUSTO-X
               LINDET-VDB-FORMA
               LINDET-VDB-OPER

           IF WS-VDB-NUM-X IS NUMERIC
               MOVE WS-VDB-NUM-X TO LINDET-VDB-NUM
           ELSE
               MOVE ZEROS TO LINDET-VDB-NUM
           END-IF
           IF WS-VDB-ITENS-X IS NUMERIC
               MOVE WS-VDB-ITENS-X TO LINDET-VDB-ITENS
           ELSE
               MOVE ZEROS TO LINDET-VDB-ITENS
           END-IF
           IF WS-VDB-SUBTOTAL-X IS NUMERIC
               MOVE WS-VDB-SUBTOTAL-N TO LINDET-VDB-SUBTOTAL
           ELSE
               MOVE ZEROS TO LINDET-VDB-SUBTOTAL
           END-IF
           IF WS-VDB-ICMS-X IS NUMERIC
               MOVE WS-VDB-ICMS-N TO LINDET-VDB-ICMS
           ELSE
               MOVE ZEROS TO LINDET-VDB-ICMS
           END-IF
           IF WS-VDB-TOTAL-X IS NUMERIC
               MOVE WS-VDB-TOTAL-N TO LINDET-VDB-TOTAL
           ELSE
               MOVE ZEROS TO LINDET-VDB-TOTAL
           END-IF
           IF WS-VDB-CUSTO-X IS NUMERIC
               MOVE WS-VDB-CUSTO-N TO LINDET-VDB-CUSTO
           ELSE
               MOVE ZEROS TO LINDET-VDB-CUSTO
           END-IF
           .
       5325-DESMONTAR-VENDA-FIM.
           EXIT.

      * MARCA COMO DEVOLVIDO O SINAL A DEVOLVER DO ORCAMENTO
      * WS-SIN-BUSCA.
       5330-BAIXAR-DEVOLUCAO           SECTION.

           MOVE 'N' TO WS-SIN-ACHOU
           OPEN I-O SINAIS
           IF AS-STATUS-SIN = ZEROS
               MOVE 'S' TO WS-CLOSE-SIN
               PERFORM UNTIL WS-CLOSE-SIN = 'N'
                   READ SINAIS INTO WS-DADOS-SIN
                       AT END
                           MOVE 'N' TO WS-CLOSE-SIN
                       NOT AT END
                           PERFORM 5320-DESMONTAR-SINAL
                           IF LINDET-SIN-ORC = WS-SIN-BUSCA AND
                              LINDET-SIN-STATUS = 'DEVOLVER'
                               MOVE 'S' TO WS-SIN-ACHOU
                               MOVE 'DEVOLVIDO' TO LINDET-SIN-STATUS
                               MOVE LINDET-SIN TO ARQ-SINAIS
                               REWRITE ARQ-SINAIS

                               MOVE 'SINAL' TO WS-AUD-MODULO
                               MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                               MOVE LINDET-SIN-ORC TO WS-AUD-CHAVE
                               MOVE WS-DADOS-SIN TO
                                   WS-AUD-VALOR-ANTIGO
                               MOVE LINDET-SIN TO WS-AUD-VALOR-NOVO
                               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                                   WS-AUD-VALOR-ANTIGO,
                                   WS-AUD-VALOR-NOVO,
                                   WS-OPERADOR-SESSAO
                               MOVE 'FINANCEIRO' TO WS-AUD-MODULO

                               DISPLAY "DEVOLUCAO DO SINAL DO "
                                   "ORCAMENTO " LINDET-SIN-ORC
                                   " REGISTRADA."
                               MOVE 'N' TO WS-CLOSE-SIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SINAIS
           END-IF

           IF WS-SIN-ACHOU = 'N'
               DISPLAY "NAO HA SINAL A DEVOLVER PARA O ORCAMENTO "
                   WS-SIN-BUSCA
           END-IF
           .
       5330-BAIXAR-DEVOLUCAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *              CONCILIACAO BANCARIA
      *-----------------------------------------------------------------

      * CONCILIA EXTRATO-BANCO.TXT (LINHAS DATA;HISTORICO;VALOR, O
      * VALOR COM VIRGULA DECIMAL E '-' NOS DEBITOS): PRIMEIRO APURA O
      * PERIODO DO EXTRATO, DEPOIS CARREGA OS PARES JA CONCILIADOS E
      * OS REGISTROS DO SISTEMA DAQUELE PERIODO AINDA SEM PAR, E SO
      * ENTAO CASA LINHA A LINHA. OS PARES NOVOS VAO PARA
      * CONCILIACAO.TXT; O RELATORIO SAI EM CONCILIACAO-BANCARIA.TXT.
       5400-CONCILIACAO-BANCARIA       SECTION.

           MOVE ZEROS TO WS-CNC-QTD-LINHAS
           MOVE ZEROS TO WS-CNC-QTD-CONC
           MOVE ZEROS TO WS-CNC-QTD-JA
           MOVE ZEROS TO WS-CNC-QTD-SEM-REG
           MOVE ZEROS TO WS-CNC-QTD-ILEGIVEL
           MOVE ZEROS TO WS-CNC-QTD-NAO-BANCO
           MOVE ZEROS TO WS-CNC-QTD-CHEIO
           MOVE ZEROS TO WS-CNC-REC-QTD
           MOVE ZEROS TO WS-CNC-CPG-QTD
           MOVE ZEROS TO WS-CNC-LED-QTD
           MOVE SPACES TO WS-CNC-INI
           MOVE SPACES TO WS-CNC-FIM

           OPEN INPUT EXTRATO-BANCO
           IF AS-STATUS-EXB NOT EQUAL ZEROS
               DISPLAY "EXTRATO-BANCO.TXT NAO ENCONTRADO. COPIE O"
               DISPLAY "EXTRATO DO BANCO PARA O DIRETORIO DE DADOS"
               DISPLAY "(LINHAS DATA;HISTORICO;VALOR)."
           ELSE
               MOVE 'S' TO WS-CLOSE-EXB
               PERFORM UNTIL WS-CLOSE-EXB = 'N'
                   READ EXTRATO-BANCO INTO WS-DADOS-EXB
                       AT END
                           MOVE 'N' TO WS-CLOSE-EXB
                       NOT AT END
                           PERFORM 5410-PERIODO-EXTRATO
                   END-READ
               END-PERFORM
               CLOSE EXTRATO-BANCO

               IF WS-CNC-INI = SPACES
                   DISPLAY "EXTRATO-BANCO.TXT SEM LINHAS DATADAS."
               ELSE
                   PERFORM 5405-EXECUTAR-CONCILIACAO
               END-IF
           END-IF
           .
       5400-CONCILIACAO-BANCARIA-FIM.
           EXIT.

      * COM O PERIODO APURADO: CARREGA AS TABELAS, CASA AS LINHAS DO
      * EXTRATO E GRAVA O RELATORIO.
       5405-EXECUTAR-CONCILIACAO       SECTION.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(7:2) TO WS-DATA-HOJE-FMT(1:2)
           MOVE '/' TO WS-DATA-HOJE-FMT(3:1)
           MOVE WS-DATA-HOJE(5:2) TO WS-DATA-HOJE-FMT(4:2)
           MOVE '/' TO WS-DATA-HOJE-FMT(6:1)
           MOVE WS-DATA-HOJE(1:4) TO WS-DATA-HOJE-FMT(7:4)

           PERFORM 5420-CARREGAR-CONCILIADOS
           PERFORM 5430-CARREGAR-SISTEMA

           OPEN OUTPUT CONCILIACAO-REL
           IF AS-STATUS-CRL NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-CRL
           END-IF

           MOVE SPACES TO WS-LINHA-CRL
           STRING 'CONCILIACAO BANCARIA - EXTRATO DE ' DELIMITED BY
                      SIZE
                  WS-CNC-INI DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-CNC-FIM DELIMITED BY SIZE
                  INTO WS-LINHA-CRL
           PERFORM 5490-GRAVAR-LINHA-CRL
           MOVE SPACES TO WS-LINHA-CRL
           PERFORM 5490-GRAVAR-LINHA-CRL
           MOVE 'CONCILIADOS (EXTRATO <-> SISTEMA)' TO WS-LINHA-CRL
           PERFORM 5490-GRAVAR-LINHA-CRL

           MOVE 'N' TO WS-EXISTE-CNC
           OPEN INPUT CONCILIACAO
           IF AS-STATUS-CNC = ZEROS
               MOVE 'S' TO WS-EXISTE-CNC
               CLOSE CONCILIACAO
           END-IF
           IF WS-EXISTE-CNC = 'S'
               OPEN EXTEND CONCILIACAO
           ELSE
               OPEN OUTPUT CONCILIACAO
           END-IF

           OPEN INPUT EXTRATO-BANCO
           MOVE 'S' TO WS-CLOSE-EXB
           PERFORM UNTIL WS-CLOSE-EXB = 'N'
               READ EXTRATO-BANCO INTO WS-DADOS-EXB
                   AT END
                       MOVE 'N' TO WS-CLOSE-EXB
                   NOT AT END
                       PERFORM 5440-CONCILIAR-LINHA
               END-READ
           END-PERFORM
           CLOSE EXTRATO-BANCO
           CLOSE CONCILIACAO

           PERFORM 5470-LISTAR-SEM-BANCO

           MOVE SPACES TO WS-LINHA-CRL
           PERFORM 5490-GRAVAR-LINHA-CRL
           MOVE SPACES TO WS-LINHA-CRL
           STRING WS-CNC-QTD-CONC DELIMITED BY SIZE
                  ' CONCILIADA(S) NESTA EXECUCAO, ' DELIMITED BY SIZE
                  WS-CNC-QTD-JA DELIMITED BY SIZE
                  ' JA CONCILIADA(S) ANTES, ' DELIMITED BY SIZE
                  WS-CNC-QTD-SEM-REG DELIMITED BY SIZE
                  ' SEM REGISTRO, ' DELIMITED BY SIZE
                  WS-CNC-QTD-NAO-BANCO DELIMITED BY SIZE
                  ' FORA DO BANCO' DELIMITED BY SIZE
                  INTO WS-LINHA-CRL
           PERFORM 5490-GRAVAR-LINHA-CRL
           CLOSE CONCILIACAO-REL

           DISPLAY "CONCILIACAO DE " WS-CNC-INI " A " WS-CNC-FIM
           DISPLAY WS-CNC-QTD-CONC " LINHA(S) CONCILIADA(S)"
           DISPLAY WS-CNC-QTD-JA " JA CONCILIADA(S) EM EXECUCAO "
               "ANTERIOR"
           DISPLAY WS-CNC-QTD-SEM-REG " LINHA(S) DO EXTRATO SEM "
               "REGISTRO NO SISTEMA"
           DISPLAY WS-CNC-QTD-NAO-BANCO " REGISTRO(S) DO SISTEMA "
               "QUE NAO CHEGARAM AO BANCO"
           IF WS-CNC-QTD-ILEGIVEL > ZEROS
               DISPLAY WS-CNC-QTD-ILEGIVEL " LINHA(S) ILEGIVEL(IS) "
                   "IGNORADA(S)"
           END-IF
           IF WS-CNC-QTD-CHEIO > ZEROS
               DISPLAY "AVISO: " WS-CNC-QTD-CHEIO " REGISTRO(S) NAO "
                   "COUBERAM NAS TABELAS DA CONCILIACAO"
           END-IF
           DISPLAY "RELATORIO EM CONCILIACAO-BANCARIA.TXT"
           .
       5405-EXECUTAR-CONCILIACAO-FIM.
           EXIT.

      * PRIMEIRA LEITURA DO EXTRATO: SO APURA A MENOR E A MAIOR DATA.
      * CABECALHO E LINHAS SEM DATA VALIDA SAO DEIXADOS DE LADO.
       5410-PERIODO-EXTRATO            SECTION.

           PERFORM 5450-DESMONTAR-EXTRATO

           IF WS-EXB-OK = 'S'
               IF WS-CNC-INI = SPACES
                   MOVE WS-EXB-DATA TO WS-CNC-INI
                   MOVE WS-EXB-DATA TO WS-CNC-FIM
               ELSE
                   MOVE 'D' TO WS-DAT-FUNCAO
                   MOVE WS-CNC-INI TO WS-DAT-DATA1
                   MOVE WS-EXB-DATA TO WS-DAT-DATA2
                   CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                       WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
                   IF WS-DAT-DIAS < ZEROS
                       MOVE WS-EXB-DATA TO WS-CNC-INI
                   END-IF

                   MOVE 'D' TO WS-DAT-FUNCAO
                   MOVE WS-CNC-FIM TO WS-DAT-DATA1
                   MOVE WS-EXB-DATA TO WS-DAT-DATA2
                   CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                       WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
                   IF WS-DAT-DIAS > ZEROS
                       MOVE WS-EXB-DATA TO WS-CNC-FIM
                   END-IF
               END-IF
           END-IF
           .
       5410-PERIODO-EXTRATO-FIM.
           EXIT.

      * CARREGA OS PARES JA CONCILIADOS CUJA LINHA DE EXTRATO CAI NO
      * PERIODO (COM A JANELA): SAO OS QUE PODEM REAPARECER AGORA.
       5420-CARREGAR-CONCILIADOS       SECTION.

           OPEN INPUT CONCILIACAO
           IF AS-STATUS-CNC = ZEROS
               MOVE 'S' TO WS-CLOSE-CNC
               PERFORM UNTIL WS-CLOSE-CNC = 'N'
                   READ CONCILIACAO INTO WS-DADOS-CNC
                       AT END
                           MOVE 'N' TO WS-CLOSE-CNC
                       NOT AT END
                           PERFORM 5425-GUARDAR-CONCILIADO
                   END-READ
               END-PERFORM
               CLOSE CONCILIACAO
           END-IF
           .
       5420-CARREGAR-CONCILIADOS-FIM.
           EXIT.

       5425-GUARDAR-CONCILIADO         SECTION.

           MOVE SPACES TO WS-CNC-L-DATA
           MOVE SPACES TO WS-CNC-L-OPER
           MOVE SPACES TO WS-CNC-L-TIPO
           MOVE SPACES TO WS-CNC-L-SISTEMA
           MOVE SPACES TO WS-CNC-L-EXTRATO

           UNSTRING WS-DADOS-CNC DELIMITED BY '|' INTO
               WS-CNC-L-DATA
               WS-CNC-L-OPER
               WS-CNC-L-TIPO
               WS-CNC-L-SISTEMA
               WS-CNC-L-EXTRATO

           MOVE WS-CNC-L-EXTRATO(1:10) TO WS-CNC-DATA-TESTE
           MOVE WS-CNC-JANELA TO WS-CNC-MARGEM
           PERFORM 5480-TESTAR-PERIODO

           IF WS-CNC-NO-PERIODO = 'S'
               IF WS-CNC-LED-QTD < 1000
                   ADD 1 TO WS-CNC-LED-QTD
                   MOVE WS-CNC-L-TIPO TO
                       WS-CNC-LED-TIPO(WS-CNC-LED-QTD)
                   MOVE WS-CNC-L-SISTEMA TO
                       WS-CNC-LED-SISTEMA(WS-CNC-LED-QTD)
                   MOVE WS-CNC-L-EXTRATO TO
                       WS-CNC-LED-EXTRATO(WS-CNC-LED-QTD)
                   MOVE 'N' TO WS-CNC-LED-USADO-S(WS-CNC-LED-QTD)
                   MOVE 'N' TO WS-CNC-LED-USADO-E(WS-CNC-LED-QTD)
               ELSE
                   ADD 1 TO WS-CNC-QTD-CHEIO
               END-IF
           END-IF
           .
       5425-GUARDAR-CONCILIADO-FIM.
           EXIT.

      * CARREGA OS CANDIDATOS DO SISTEMA AINDA SEM PAR: PAGAMENTOS,
      * SINAIS E VENDAS DE BALCAO RECEBIDOS NO PERIODO (MENOS OS DIAS
      * DE COMPENSACAO) E PARCELAS PAGAS COM VENCIMENTO NA JANELA DO
      * PERIODO.
       5430-CARREGAR-SISTEMA           SECTION.

           OPEN INPUT PAGAMENTOS
           IF AS-STATUS-PAG = ZEROS
               MOVE 'S' TO WS-CLOSE-PAG
               PERFORM UNTIL WS-CLOSE-PAG = 'N'
                   READ PAGAMENTOS INTO WS-DADOS-PAG
                       AT END
                           MOVE 'N' TO WS-CLOSE-PAG
                       NOT AT END
                           PERFORM 5432-CANDIDATO-PAGAMENTO
                   END-READ
               END-PERFORM
               CLOSE PAGAMENTOS
           END-IF

           OPEN INPUT SINAIS
           IF AS-STATUS-SIN = ZEROS
               MOVE 'S' TO WS-CLOSE-SIN
               PERFORM UNTIL WS-CLOSE-SIN = 'N'
                   READ SINAIS INTO WS-DADOS-SIN
                       AT END
                           MOVE 'N' TO WS-CLOSE-SIN
                       NOT AT END
                           PERFORM 5434-CANDIDATO-SINAL
                   END-READ
               END-PERFORM
               CLOSE SINAIS
           END-IF

           OPEN INPUT VENDAS-BALCAO
           IF AS-STATUS-VDB = ZEROS
               MOVE 'S' TO WS-CLOSE-VDB
               PERFORM UNTIL WS-CLOSE-VDB = 'N'
                   READ VENDAS-BALCAO INTO WS-DADOS-VDB
                       AT END
                           MOVE 'N' TO WS-CLOSE-VDB
                       NOT AT END
                           PERFORM 5435-CANDIDATO-VENDA
                   END-READ
               END-PERFORM
               CLOSE VENDAS-BALCAO
           END-IF

           OPEN INPUT CONTAS-PAGAR
           IF AS-STATUS-CPG = ZEROS
               MOVE 'S' TO WS-CLOSE-CPG
               PERFORM UNTIL WS-CLOSE-CPG = 'N'
                   READ CONTAS-PAGAR INTO WS-DADOS-CPG
                       AT END
                           MOVE 'N' TO WS-CLOSE-CPG
                       NOT AT END
                           PERFORM 5436-CANDIDATO-PARCELA
                   END-READ
               END-PERFORM
               CLOSE CONTAS-PAGAR
           END-IF
           .
       5430-CARREGAR-SISTEMA-FIM.
           EXIT.

      * A LINHA SINAL DE PAGAMENTOS.TXT NAO MOVIMENTA O BANCO - O
      * DINHEIRO ENTROU QUANDO O SINAL FOI RECEBIDO (VEM DE SINAIS).
       5432-CANDIDATO-PAGAMENTO        SECTION.

           MOVE SPACES TO WS-PAG-FAT-X
           MOVE SPACES TO WS-PAG-OS-X
           MOVE SPACES TO WS-PAG-DATA-L
           MOVE SPACES TO WS-PAG-VALOR-X
           MOVE SPACES TO WS-PAG-FORMA-L
           MOVE SPACES TO WS-PAG-OPER-L

           UNSTRING WS-DADOS-PAG DELIMITED BY '|' INTO
               WS-PAG-FAT-X
               WS-PAG-OS-X
               WS-PAG-DATA-L
               WS-PAG-VALOR-X
               WS-PAG-FORMA-L
               WS-PAG-OPER-L

           IF WS-PAG-VALOR-X IS NUMERIC AND
              WS-PAG-FORMA-L NOT = 'SINAL'
               MOVE WS-PAG-DATA-L TO WS-CNC-DATA-TESTE
               MOVE WS-CNC-TOLERANCIA TO WS-CNC-MARGEM
               PERFORM 5480-TESTAR-PERIODO
               IF WS-CNC-NO-PERIODO = 'S'
                   MOVE 'R' TO WS-CNC-TIPO
                   MOVE WS-DADOS-PAG TO WS-CNC-CHAVE
                   PERFORM 5438-JA-CONCILIADO-SISTEMA
                   IF WS-CNC-ACHOU = 'N'
                       IF WS-CNC-REC-QTD < 500
                           ADD 1 TO WS-CNC-REC-QTD
                           MOVE WS-CNC-CHAVE TO
                               WS-CNC-REC-CHAVE(WS-CNC-REC-QTD)
                           MOVE 'R' TO WS-CNC-REC-TIPO(WS-CNC-REC-QTD)
                           MOVE WS-PAG-DATA-L TO
                               WS-CNC-REC-DATA(WS-CNC-REC-QTD)
                           MOVE WS-PAG-VALOR-N TO
                               WS-CNC-REC-VALOR(WS-CNC-REC-QTD)
                           MOVE WS-PAG-FORMA-L TO
                               WS-CNC-REC-FORMA(WS-CNC-REC-QTD)
                           MOVE 'N' TO
                               WS-CNC-REC-USADO(WS-CNC-REC-QTD)
                       ELSE
                           ADD 1 TO WS-CNC-QTD-CHEIO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       5432-CANDIDATO-PAGAMENTO-FIM.
           EXIT.

      * O SINAL E IDENTIFICADO PELO INICIO DA LINHA (ORCAMENTO, DATA,
      * VALOR E FORMA), QUE NAO MUDA QUANDO ELE E APLICADO.
       5434-CANDIDATO-SINAL            SECTION.

           PERFORM 5320-DESMONTAR-SINAL

           IF WS-SIN-VALOR-X IS NUMERIC
               MOVE LINDET-SIN-DATA TO WS-CNC-DATA-TESTE
               MOVE WS-CNC-TOLERANCIA TO WS-CNC-MARGEM
               PERFORM 5480-TESTAR-PERIODO
               IF WS-CNC-NO-PERIODO = 'S'
                   MOVE 'S' TO WS-CNC-TIPO
                   MOVE SPACES TO WS-CNC-CHAVE
                   MOVE WS-DADOS-SIN(1:36) TO WS-CNC-CHAVE
                   PERFORM 5438-JA-CONCILIADO-SISTEMA
                   IF WS-CNC-ACHOU = 'N'
                       IF WS-CNC-REC-QTD < 500
                           ADD 1 TO WS-CNC-REC-QTD
                           MOVE WS-CNC-CHAVE TO
                               WS-CNC-REC-CHAVE(WS-CNC-REC-QTD)
                           MOVE 'S' TO WS-CNC-REC-TIPO(WS-CNC-REC-QTD)
                           MOVE LINDET-SIN-DATA TO
                               WS-CNC-REC-DATA(WS-CNC-REC-QTD)
                           MOVE WS-SIN-VALOR-N TO
                               WS-CNC-REC-VALOR(WS-CNC-REC-QTD)
                           MOVE LINDET-SIN-FORMA TO
                               WS-CNC-REC-FORMA(WS-CNC-REC-QTD)
                           MOVE 'N' TO
                               WS-CNC-REC-USADO(WS-CNC-REC-QTD)
                       ELSE
                           ADD 1 TO WS-CNC-QTD-CHEIO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       5434-CANDIDATO-SINAL-FIM.
           EXIT.

      * A VENDA DE BALCAO E IDENTIFICADA PELO NUMERO E PELA DATA.
       5435-CANDIDATO-VENDA            SECTION.

           PERFORM 5325-DESMONTAR-VENDA

           IF WS-VDB-TOTAL-X IS NUMERIC
               MOVE LINDET-VDB-DATA TO WS-CNC-DATA-TESTE
               MOVE WS-CNC-TOLERANCIA TO WS-CNC-MARGEM
               PERFORM 5480-TESTAR-PERIODO
               IF WS-CNC-NO-PERIODO = 'S'
                   MOVE 'V' TO WS-CNC-TIPO
                   MOVE SPACES TO WS-CNC-CHAVE
                   MOVE WS-DADOS-VDB(1:17) TO WS-CNC-CHAVE
                   PERFORM 5438-JA-CONCILIADO-SISTEMA
                   IF WS-CNC-ACHOU = 'N'
                       IF WS-CNC-REC-QTD < 500
                           ADD 1 TO WS-CNC-REC-QTD
                           MOVE WS-CNC-CHAVE TO
                               WS-CNC-REC-CHAVE(WS-CNC-REC-QTD)
                           MOVE 'V' TO WS-CNC-REC-TIPO(WS-CNC-REC-QTD)
                           MOVE LINDET-VDB-DATA TO
                               WS-CNC-REC-DATA(WS-CNC-REC-QTD)
                           MOVE WS-VDB-TOTAL-N TO
                               WS-CNC-REC-VALOR(WS-CNC-REC-QTD)
                           MOVE LINDET-VDB-FORMA TO
                               WS-CNC-REC-FORMA(WS-CNC-REC-QTD)
                           MOVE 'N' TO
                               WS-CNC-REC-USADO(WS-CNC-REC-QTD)
                       ELSE
                           ADD 1 TO WS-CNC-QTD-CHEIO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       5435-CANDIDATO-VENDA-FIM.
           EXIT.

      * SO PARCELAS JA BAIXADAS (PAGA). A CHAVE E A LINHA SEM O
      * STATUS: PEDIDO, FORNECEDOR, PARCELA, VENCIMENTO E VALOR.
       5436-CANDIDATO-PARCELA          SECTION.

           PERFORM 4320-DESMONTAR-PARCELA

           IF WS-CPG-STATUS = 'PAGA' AND
              WS-CPG-VALOR-X IS NUMERIC
               MOVE WS-CPG-VENC TO WS-CNC-DATA-TESTE
               MOVE WS-CNC-JANELA TO WS-CNC-MARGEM
               PERFORM 5480-TESTAR-PERIODO
               IF WS-CNC-NO-PERIODO = 'S'
                   MOVE 'P' TO WS-CNC-TIPO
                   MOVE SPACES TO WS-CNC-CHAVE
                   MOVE WS-DADOS-CPG(1:33) TO WS-CNC-CHAVE
                   PERFORM 5438-JA-CONCILIADO-SISTEMA
                   IF WS-CNC-ACHOU = 'N'
                       IF WS-CNC-CPG-QTD < 300
                           ADD 1 TO WS-CNC-CPG-QTD
                           MOVE WS-CNC-CHAVE TO
                               WS-CNC-CPG-CHAVE(WS-CNC-CPG-QTD)
                           MOVE WS-CPG-VENC TO
                               WS-CNC-CPG-VENC(WS-CNC-CPG-QTD)
                           MOVE WS-CPG-VALOR-N TO
                               WS-CNC-CPG-VALOR(WS-CNC-CPG-QTD)
                           MOVE 'N' TO
                               WS-CNC-CPG-USADO(WS-CNC-CPG-QTD)
                       ELSE
                           ADD 1 TO WS-CNC-QTD-CHEIO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       5436-CANDIDATO-PARCELA-FIM.
           EXIT.

      * PROCURA O REGISTRO WS-CNC-TIPO/WS-CNC-CHAVE ENTRE OS PARES JA
      * CONCILIADOS. CADA PAR SO RESPONDE POR UM REGISTRO, PARA QUE
      * DOIS PAGAMENTOS IGUAIS NO MESMO DIA NAO SE ANULEM.
       5438-JA-CONCILIADO-SISTEMA      SECTION.

           MOVE 'N' TO WS-CNC-ACHOU
           PERFORM VARYING WS-CNC-I FROM 1 BY 1
                   UNTIL WS-CNC-I > WS-CNC-LED-QTD
                      OR WS-CNC-ACHOU = 'S'
               IF WS-CNC-LED-TIPO(WS-CNC-I) = WS-CNC-TIPO AND
                  WS-CNC-LED-SISTEMA(WS-CNC-I) = WS-CNC-CHAVE AND
                  WS-CNC-LED-USADO-S(WS-CNC-I) = 'N'
                   MOVE 'S' TO WS-CNC-LED-USADO-S(WS-CNC-I)
                   MOVE 'S' TO WS-CNC-ACHOU
               END-IF
           END-PERFORM
           .
       5438-JA-CONCILIADO-SISTEMA-FIM.
           EXIT.

      * SEGUNDA LEITURA DO EXTRATO: CADA LINHA JA CONCILIADA ANTES E
      * PULADA; AS DEMAIS PROCURAM PAR - CREDITO NOS RECEBIMENTOS,
      * DEBITO NAS PARCELAS PAGAS.
       5440-CONCILIAR-LINHA            SECTION.

           PERFORM 5450-DESMONTAR-EXTRATO

           IF WS-EXB-OK = 'N'
               IF WS-DADOS-EXB NOT = SPACES
                   ADD 1 TO WS-CNC-QTD-ILEGIVEL
               END-IF
           ELSE
               ADD 1 TO WS-CNC-QTD-LINHAS

               MOVE 'N' TO WS-CNC-ACHOU
               PERFORM VARYING WS-CNC-I FROM 1 BY 1
                       UNTIL WS-CNC-I > WS-CNC-LED-QTD
                          OR WS-CNC-ACHOU = 'S'
                   IF WS-CNC-LED-EXTRATO(WS-CNC-I) = WS-DADOS-EXB AND
                      WS-CNC-LED-USADO-E(WS-CNC-I) = 'N'
                       MOVE 'S' TO WS-CNC-LED-USADO-E(WS-CNC-I)
                       MOVE 'S' TO WS-CNC-ACHOU
                   END-IF
               END-PERFORM

               IF WS-CNC-ACHOU = 'S'
                   ADD 1 TO WS-CNC-QTD-JA
               ELSE
                   PERFORM 5445-CASAR-LINHA
               END-IF
           END-IF
           .
       5440-CONCILIAR-LINHA-FIM.
           EXIT.

      * PROCURA O PAR DE UMA LINHA AINDA NAO CONCILIADA. ACHANDO,
      * GRAVA O PAR E A LINHA DO RELATORIO; SENAO A LINHA FICA NA
      * TABELA DAS SEM REGISTRO, LISTADA NO FIM.
       5445-CASAR-LINHA                SECTION.

           MOVE SPACES TO WS-CNC-CHAVE
           MOVE SPACES TO WS-CNC-TIPO
           IF WS-EXB-SINAL = '-'
               PERFORM 5462-PAR-PARCELA
           ELSE
               PERFORM 5460-PAR-RECEBIMENTO
           END-IF

           MOVE WS-EXB-VALOR TO WS-CNC-VALOR-ED
           IF WS-CNC-ACHOU = 'S'
               ADD 1 TO WS-CNC-QTD-CONC

               MOVE WS-DATA-HOJE-FMT TO LINDET-CNC-DATA
               MOVE WS-OPER-ID TO LINDET-CNC-OPER
               MOVE WS-CNC-TIPO TO LINDET-CNC-TIPO
               MOVE WS-CNC-CHAVE TO LINDET-CNC-SISTEMA
               MOVE WS-DADOS-EXB TO LINDET-CNC-EXTRATO
               MOVE LINDET-CNC TO ARQ-CONCILIACAO
               WRITE ARQ-CONCILIACAO

               MOVE SPACES TO WS-LINHA-CRL
               STRING WS-EXB-DATA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EXB-SINAL DELIMITED BY SIZE
                      WS-CNC-VALOR-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EXB-HIST(1:30) DELIMITED BY SIZE
                      ' <-> ' DELIMITED BY SIZE
                      WS-CNC-TIPO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CNC-CHAVE DELIMITED BY SIZE
                      INTO WS-LINHA-CRL
               PERFORM 5490-GRAVAR-LINHA-CRL
           ELSE
               ADD 1 TO WS-CNC-QTD-SEM-REG
               IF WS-CNC-QTD-SEM-REG <= 300
                   MOVE SPACES TO WS-CNC-SEM-LINHA(WS-CNC-QTD-SEM-REG)
                   STRING WS-EXB-DATA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-EXB-SINAL DELIMITED BY SIZE
                          WS-CNC-VALOR-ED DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-EXB-HIST DELIMITED BY SIZE
                          INTO WS-CNC-SEM-LINHA(WS-CNC-QTD-SEM-REG)
               ELSE
                   ADD 1 TO WS-CNC-QTD-CHEIO
               END-IF
           END-IF
           .
       5445-CASAR-LINHA-FIM.
           EXIT.

      * SEPARA DATA;HISTORICO;VALOR; LINHA SEM DATA VALIDA (COMO O
      * CABECALHO) FICA COM WS-EXB-OK = 'N'. A FORMA DE PAGAMENTO E
      * DEDUZIDA DO HISTORICO; SEM PISTA, FICA EM BRANCO E O PAR E
      * PROCURADO EM QUALQUER FORMA.
       5450-DESMONTAR-EXTRATO          SECTION.

           MOVE 'N' TO WS-EXB-OK
           MOVE SPACES TO WS-EXB-DATA
           MOVE SPACES TO WS-EXB-HIST
           MOVE SPACES TO WS-EXB-VALOR-X
           MOVE SPACES TO WS-EXB-SINAL
           MOVE ZEROS TO WS-EXB-VALOR

           UNSTRING WS-DADOS-EXB DELIMITED BY ';' INTO
               WS-EXB-DATA
               WS-EXB-HIST
               WS-EXB-VALOR-X

           MOVE 'V' TO WS-DAT-FUNCAO
           MOVE WS-EXB-DATA TO WS-DAT-DATA1
           CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
               WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
           IF WS-DAT-VALIDA = 'S'
               PERFORM 5455-CONVERTER-VALOR
           END-IF

           MOVE SPACES TO WS-EXB-FORMA
           MOVE ZEROS TO WS-EXB-CONTA
           INSPECT WS-EXB-HIST TALLYING WS-EXB-CONTA FOR ALL 'PIX'
           IF WS-EXB-CONTA > ZEROS
               MOVE 'PIX' TO WS-EXB-FORMA
           END-IF
           MOVE ZEROS TO WS-EXB-CONTA
           INSPECT WS-EXB-HIST TALLYING WS-EXB-CONTA FOR ALL 'CART'
           IF WS-EXB-CONTA > ZEROS
               MOVE 'CARTAO' TO WS-EXB-FORMA
           END-IF
           MOVE ZEROS TO WS-EXB-CONTA
           INSPECT WS-EXB-HIST TALLYING WS-EXB-CONTA
               FOR ALL 'CHEQUE' ALL 'CHQ'
           IF WS-EXB-CONTA > ZEROS
               MOVE 'CHEQUE' TO WS-EXB-FORMA
           END-IF
           MOVE ZEROS TO WS-EXB-CONTA
           INSPECT WS-EXB-HIST TALLYING WS-EXB-CONTA
               FOR ALL 'DINHEIRO' ALL 'DEPOSITO'
           IF WS-EXB-CONTA > ZEROS
               MOVE 'DINHEIRO' TO WS-EXB-FORMA
           END-IF
           .
       5450-DESMONTAR-EXTRATO-FIM.
           EXIT.

      * CONVERTE O VALOR 'NNNN,NN' DO EXTRATO: O '-' DOS DEBITOS VAI
      * PARA WS-EXB-SINAL E O RESTO SEGUE A CONVERSAO DA LISTA DE
      * PRECOS (PARTE INTEIRA ALINHADA PELO TAMANHO EM DIGITOS).
       5455-CONVERTER-VALOR            SECTION.

           MOVE ZEROS TO WS-EXB-CONTA
           INSPECT WS-EXB-VALOR-X TALLYING WS-EXB-CONTA FOR ALL '-'
           IF WS-EXB-CONTA > ZEROS
               MOVE '-' TO WS-EXB-SINAL
               INSPECT WS-EXB-VALOR-X REPLACING ALL '-' BY SPACE
           END-IF

           MOVE SPACES TO WS-EXB-INT-X
           MOVE SPACES TO WS-EXB-DEC-X
           UNSTRING WS-EXB-VALOR-X DELIMITED BY ',' INTO
               WS-EXB-INT-X
               WS-EXB-DEC-X

           INSPECT WS-EXB-INT-X REPLACING LEADING SPACES BY ZEROS
           MOVE ZEROS TO WS-EXB-INT-LEN
           INSPECT WS-EXB-INT-X TALLYING WS-EXB-INT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ZEROS TO WS-EXB-INT-ALI
           IF WS-EXB-INT-LEN > 0
               COMPUTE WS-EXB-INT-POS = 7 - WS-EXB-INT-LEN
               MOVE WS-EXB-INT-X(1:WS-EXB-INT-LEN) TO
                   WS-EXB-INT-ALI(WS-EXB-INT-POS:WS-EXB-INT-LEN)
           END-IF

           IF WS-EXB-DEC-X = SPACES
               MOVE '00' TO WS-EXB-DEC-X
           END-IF
           INSPECT WS-EXB-DEC-X REPLACING TRAILING SPACES BY ZEROS

           IF WS-EXB-INT-ALI IS NUMERIC AND WS-EXB-DEC-X IS NUMERIC
               MOVE WS-EXB-INT-ALI TO WS-EXB-INT-N
               MOVE WS-EXB-DEC-X TO WS-EXB-DEC-N
               COMPUTE WS-EXB-VALOR =
                   WS-EXB-INT-N + (WS-EXB-DEC-N / 100)
               IF WS-EXB-VALOR > ZEROS
                   MOVE 'S' TO WS-EXB-OK
               END-IF
           END-IF
           .
       5455-CONVERTER-VALOR-FIM.
           EXIT.

      * CREDITO: RECEBIMENTO AINDA SEM PAR, DE MESMO VALOR E FORMA,
      * DATADO DO DIA DO CREDITO OU ATE WS-CNC-TOLERANCIA DIAS ANTES.
       5460-PAR-RECEBIMENTO            SECTION.

           MOVE 'N' TO WS-CNC-ACHOU
           PERFORM VARYING WS-CNC-I FROM 1 BY 1
                   UNTIL WS-CNC-I > WS-CNC-REC-QTD
                      OR WS-CNC-ACHOU = 'S'
               IF WS-CNC-REC-USADO(WS-CNC-I) = 'N' AND
                  WS-CNC-REC-VALOR(WS-CNC-I) = WS-EXB-VALOR AND
                  (WS-EXB-FORMA = SPACES OR
                   WS-CNC-REC-FORMA(WS-CNC-I) = WS-EXB-FORMA)
                   MOVE 'D' TO WS-DAT-FUNCAO
                   MOVE WS-CNC-REC-DATA(WS-CNC-I) TO WS-DAT-DATA1
                   MOVE WS-EXB-DATA TO WS-DAT-DATA2
                   CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                       WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
                   IF WS-DAT-VALIDA = 'S' AND
                      WS-DAT-DIAS >= ZEROS AND
                      WS-DAT-DIAS <= WS-CNC-TOLERANCIA
                       MOVE 'S' TO WS-CNC-REC-USADO(WS-CNC-I)
                       MOVE WS-CNC-REC-TIPO(WS-CNC-I) TO WS-CNC-TIPO
                       MOVE WS-CNC-REC-CHAVE(WS-CNC-I) TO
                           WS-CNC-CHAVE
                       MOVE 'S' TO WS-CNC-ACHOU
                   END-IF
               END-IF
           END-PERFORM
           .
       5460-PAR-RECEBIMENTO-FIM.
           EXIT.

      * DEBITO: PARCELA PAGA AINDA SEM PAR, DE MESMO VALOR. A BAIXA
      * NAO GUARDA A DATA DO PAGAMENTO, ENTAO A DATA NAO E COMPARADA
      * (A PARCELA JA FOI FILTRADA PELA JANELA DO VENCIMENTO).
       5462-PAR-PARCELA                SECTION.

           MOVE 'N' TO WS-CNC-ACHOU
           PERFORM VARYING WS-CNC-I FROM 1 BY 1
                   UNTIL WS-CNC-I > WS-CNC-CPG-QTD
                      OR WS-CNC-ACHOU = 'S'
               IF WS-CNC-CPG-USADO(WS-CNC-I) = 'N' AND
                  WS-CNC-CPG-VALOR(WS-CNC-I) = WS-EXB-VALOR
                   MOVE 'S' TO WS-CNC-CPG-USADO(WS-CNC-I)
                   MOVE 'P' TO WS-CNC-TIPO
                   MOVE WS-CNC-CPG-CHAVE(WS-CNC-I) TO WS-CNC-CHAVE
                   MOVE 'S' TO WS-CNC-ACHOU
               END-IF
           END-PERFORM
           .
       5462-PAR-PARCELA-FIM.
           EXIT.

      * FECHA O RELATORIO: LINHAS DO EXTRATO SEM REGISTRO NO SISTEMA
      * E REGISTROS DO PERIODO QUE NAO APARECERAM NO BANCO.
       5470-LISTAR-SEM-BANCO           SECTION.

           MOVE SPACES TO WS-LINHA-CRL
           PERFORM 5490-GRAVAR-LINHA-CRL
           MOVE 'NO EXTRATO SEM REGISTRO NO SISTEMA' TO WS-LINHA-CRL
           PERFORM 5490-GRAVAR-LINHA-CRL

           PERFORM VARYING WS-CNC-I FROM 1 BY 1
                   UNTIL WS-CNC-I > WS-CNC-QTD-SEM-REG
                      OR WS-CNC-I > 300
               MOVE WS-CNC-SEM-LINHA(WS-CNC-I) TO WS-LINHA-CRL
               PERFORM 5490-GRAVAR-LINHA-CRL
           END-PERFORM

           MOVE SPACES TO WS-LINHA-CRL
           PERFORM 5490-GRAVAR-LINHA-CRL
           MOVE 'NO SISTEMA E NAO NO BANCO (R=PAGAMENTO S=SINAL '
               TO WS-LINHA-CRL
           MOVE 'P=PARCELA PAGA)' TO WS-LINHA-CRL(48:15)
           PERFORM 5490-GRAVAR-LINHA-CRL

           PERFORM VARYING WS-CNC-I FROM 1 BY 1
                   UNTIL WS-CNC-I > WS-CNC-REC-QTD
               MOVE WS-CNC-REC-DATA(WS-CNC-I) TO WS-CNC-DATA-TESTE
               MOVE ZEROS TO WS-CNC-MARGEM
               PERFORM 5480-TESTAR-PERIODO
               IF WS-CNC-REC-USADO(WS-CNC-I) = 'N' AND
                  WS-CNC-NO-PERIODO = 'S'
                   ADD 1 TO WS-CNC-QTD-NAO-BANCO
                   MOVE SPACES TO WS-LINHA-CRL
                   STRING WS-CNC-REC-TIPO(WS-CNC-I) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-CNC-REC-CHAVE(WS-CNC-I) DELIMITED BY SIZE
                          INTO WS-LINHA-CRL
                   PERFORM 5490-GRAVAR-LINHA-CRL
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CNC-I FROM 1 BY 1
                   UNTIL WS-CNC-I > WS-CNC-CPG-QTD
               MOVE WS-CNC-CPG-VENC(WS-CNC-I) TO WS-CNC-DATA-TESTE
               MOVE ZEROS TO WS-CNC-MARGEM
               PERFORM 5480-TESTAR-PERIODO
               IF WS-CNC-CPG-USADO(WS-CNC-I) = 'N' AND
                  WS-CNC-NO-PERIODO = 'S'
                   ADD 1 TO WS-CNC-QTD-NAO-BANCO
                   MOVE SPACES TO WS-LINHA-CRL
                   STRING 'P ' DELIMITED BY SIZE
                          WS-CNC-CPG-CHAVE(WS-CNC-I) DELIMITED BY SIZE
                          INTO WS-LINHA-CRL
                   PERFORM 5490-GRAVAR-LINHA-CRL
               END-IF
           END-PERFORM
           .
       5470-LISTAR-SEM-BANCO-FIM.
           EXIT.

      * WS-CNC-NO-PERIODO = 'S' QUANDO WS-CNC-DATA-TESTE CAI ENTRE
      * O INICIO E O FIM DO EXTRATO, ALARGADOS EM WS-CNC-MARGEM DIAS
      * PARA TRAS E PARA A FRENTE.
       5480-TESTAR-PERIODO             SECTION.

           MOVE 'N' TO WS-CNC-NO-PERIODO

           MOVE 'D' TO WS-DAT-FUNCAO
           MOVE WS-CNC-INI TO WS-DAT-DATA1
           MOVE WS-CNC-DATA-TESTE TO WS-DAT-DATA2
           CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
               WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
           IF WS-DAT-VALIDA = 'S' AND
              WS-DAT-DIAS + WS-CNC-MARGEM >= ZEROS
               MOVE 'D' TO WS-DAT-FUNCAO
               MOVE WS-CNC-DATA-TESTE TO WS-DAT-DATA1
               MOVE WS-CNC-FIM TO WS-DAT-DATA2
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
               IF WS-DAT-VALIDA = 'S' AND
                  WS-DAT-DIAS + WS-CNC-MARGEM >= ZEROS
                   MOVE 'S' TO WS-CNC-NO-PERIODO
               END-IF
           END-IF
           .
       5480-TESTAR-PERIODO-FIM.
           EXIT.

       5490-GRAVAR-LINHA-CRL           SECTION.

           MOVE WS-LINHA-CRL TO ARQ-CONCILIACAO-REL
           WRITE ARQ-CONCILIACAO-REL
           .
       5490-GRAVAR-LINHA-CRL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *              NFS-E - LOTE DE RPS E RETORNO
      *-----------------------------------------------------------------

      * GERA O LOTE DE RPS COM AS FATURAS DE MAO DE OBRA AINDA NAO
      * ENVIADAS (NEM CANCELADAS POR NOTA DE CREDITO). A PRIMEIRA
      * LEITURA SO CONTA E APURA O PERIODO DO CABECALHO; A SEGUNDA
      * GRAVA OS DETALHES E A SITUACAO ENVIADO DE CADA FATURA.
       5500-GERAR-LOTE-RPS             SECTION.

           PERFORM 5530-CARREGAR-PARAM-NFSE
           PERFORM 5505-CARREGAR-NFSE
           PERFORM 2780-CARREGAR-SINISTROS

           MOVE ZEROS TO WS-NFS-QTD-LOTE
           MOVE ZEROS TO WS-NFS-DATA-MIN
           MOVE ZEROS TO WS-NFS-DATA-MAX
           MOVE ZEROS TO LINDET-RPT-VALOR
           MOVE ZEROS TO LINDET-RPT-ISS

           OPEN INPUT FATURAS
           IF AS-STATUS-FAT NOT EQUAL ZEROS
               DISPLAY "NAO HA FATURAS EMITIDAS"
           ELSE
               MOVE 'S' TO WS-CLOSE-FAT
               PERFORM UNTIL WS-CLOSE-FAT = 'N'
                   READ FATURAS INTO WS-DADOS-FAT
                       AT END
                           MOVE 'N' TO WS-CLOSE-FAT
                       NOT AT END
                           PERFORM 5520-APURAR-LOTE
                   END-READ
               END-PERFORM
               CLOSE FATURAS

               IF WS-NFS-QTD-LOTE = ZEROS
                   DISPLAY "NENHUMA FATURA A ENVIAR PARA A PREFEITURA."
               ELSE
                   DISPLAY WS-NFS-QTD-LOTE " FATURA(S) A ENVIAR. "
                       "GERAR O LOTE DE RPS? (S/N)"
                   ACCEPT WS-NFS-CONFIRMA
                   IF WS-NFS-CONFIRMA = 'S'
                       PERFORM 5502-GRAVAR-LOTE
                   ELSE
                       DISPLAY "NENHUM LOTE GERADO."
                   END-IF
               END-IF
           END-IF
           .
       5500-GERAR-LOTE-RPS-FIM.
           EXIT.

       5502-GRAVAR-LOTE                SECTION.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(7:2) TO WS-DATA-HOJE-FMT(1:2)
           MOVE '/' TO WS-DATA-HOJE-FMT(3:1)
           MOVE WS-DATA-HOJE(5:2) TO WS-DATA-HOJE-FMT(4:2)
           MOVE '/' TO WS-DATA-HOJE-FMT(6:1)
           MOVE WS-DATA-HOJE(1:4) TO WS-DATA-HOJE-FMT(7:4)

      *    O MAIOR LOTE DE NFSE.TXT E A SEMENTE DA SERIE LOTERPS.
           MOVE 'LOTERPS' TO WS-NUM-SERIE-CH
           MOVE WS-NFS-LOTE TO WS-NUM-SEMENTE
           CALL 'NUMERADOR' USING WS-NUM-SERIE-CH, WS-NUM-SEMENTE,
               WS-NUM-PROXIMO, WS-OPERADOR-SESSAO
           MOVE WS-NUM-PROXIMO TO WS-NFS-LOTE

           MOVE SPACES TO WS-ARQ-RPS-LOTE-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Rps-lote_' DELIMITED BY SIZE
                  WS-NFS-LOTE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-RPS-LOTE-PATH

           OPEN OUTPUT RPS-LOTE
           IF AS-STATUS-RPS NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-RPS
           END-IF

           MOVE LINDET-NFP-IM TO LINDET-RPC-IM
           MOVE WS-NFS-DATA-MIN TO LINDET-RPC-DATA-INI
           MOVE WS-NFS-DATA-MAX TO LINDET-RPC-DATA-FIM
           MOVE WS-NFS-LOTE TO LINDET-RPC-LOTE
           MOVE LINDET-RPC TO ARQ-RPS-LOTE
           WRITE ARQ-RPS-LOTE

           OPEN INPUT NFSE
           IF AS-STATUS-NFS = ZEROS
               MOVE 'S' TO WS-EXISTE-NFS
               CLOSE NFSE
           ELSE
               MOVE 'N' TO WS-EXISTE-NFS
           END-IF
           IF WS-EXISTE-NFS = 'S'
               OPEN EXTEND NFSE
           ELSE
               OPEN OUTPUT NFSE
           END-IF

           MOVE ZEROS TO WS-NFS-QTD-LOTE
           MOVE ZEROS TO LINDET-RPT-VALOR
           MOVE ZEROS TO LINDET-RPT-ISS

           OPEN INPUT FATURAS
           MOVE 'S' TO WS-CLOSE-FAT
           PERFORM UNTIL WS-CLOSE-FAT = 'N'
               READ FATURAS INTO WS-DADOS-FAT
                   AT END
                       MOVE 'N' TO WS-CLOSE-FAT
                   NOT AT END
                       PERFORM 5525-GRAVAR-RPS
               END-READ
           END-PERFORM
           CLOSE FATURAS
           CLOSE NFSE

           MOVE WS-NFS-QTD-LOTE TO LINDET-RPT-QTD
           MOVE LINDET-RPT TO ARQ-RPS-LOTE
           WRITE ARQ-RPS-LOTE
           CLOSE RPS-LOTE

           MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
           MOVE WS-NFS-LOTE TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-VALOR-ANTIGO
           MOVE SPACES TO WS-AUD-VALOR-NOVO
           STRING 'LOTE RPS ' DELIMITED BY SIZE
                  WS-NFS-LOTE DELIMITED BY SIZE
                  ' COM ' DELIMITED BY SIZE
                  WS-NFS-QTD-LOTE DELIMITED BY SIZE
                  ' RPS' DELIMITED BY SIZE
                  INTO WS-AUD-VALOR-NOVO
           CALL 'AUDITORIA' USING WS-AUD-MODULO,
               WS-AUD-OPERACAO, WS-AUD-CHAVE,
               WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO

           DISPLAY "LOTE " WS-NFS-LOTE " GERADO COM " WS-NFS-QTD-LOTE
               " RPS EM RPS-LOTE_" WS-NFS-LOTE ".TXT"
           .
       5502-GRAVAR-LOTE-FIM.
           EXIT.

      * CARREGA A SITUACAO DE CADA FATURA EM NFSE.TXT (A ULTIMA LINHA
      * DA FATURA VALE) E O MAIOR NUMERO DE LOTE JA USADO.
       5505-CARREGAR-NFSE              SECTION.

           MOVE ZEROS TO WS-NFS-QTD
           MOVE ZEROS TO WS-NFS-LOTE
           MOVE ZEROS TO WS-NFS-QTD-CHEIO

           OPEN INPUT NFSE
           IF AS-STATUS-NFS = ZEROS
               MOVE 'S' TO WS-CLOSE-NFS
               PERFORM UNTIL WS-CLOSE-NFS = 'N'
                   READ NFSE INTO WS-DADOS-NFS
                       AT END
                           MOVE 'N' TO WS-CLOSE-NFS
                       NOT AT END
                           PERFORM 5580-DESMONTAR-NFSE
                           PERFORM 5507-GUARDAR-NFSE
                   END-READ
               END-PERFORM
               CLOSE NFSE
           END-IF

           IF WS-NFS-QTD-CHEIO > ZEROS
               DISPLAY "AVISO: NFSE.TXT MAIOR QUE A TABELA ("
                   WS-NFS-QTD-CHEIO " LINHA(S) FORA)"
           END-IF
           .
       5505-CARREGAR-NFSE-FIM.
           EXIT.

       5507-GUARDAR-NFSE               SECTION.

           IF WS-NFS-L-FATURA IS NUMERIC
               IF WS-NFS-L-LOTE IS NUMERIC
                   IF WS-NFS-L-LOTE-N > WS-NFS-LOTE
                       MOVE WS-NFS-L-LOTE-N TO WS-NFS-LOTE
                   END-IF
               END-IF

               MOVE 'N' TO WS-NFS-ACHOU
               PERFORM VARYING WS-NFS-I FROM 1 BY 1
                       UNTIL WS-NFS-I > WS-NFS-QTD
                          OR WS-NFS-ACHOU = 'S'
                   IF WS-NFS-FATURA(WS-NFS-I) = WS-NFS-L-FATURA-N
                       MOVE 'S' TO WS-NFS-ACHOU
                       MOVE LINDET-NFS-STATUS TO WS-NFS-SIT(WS-NFS-I)
                       MOVE LINDET-NFS-NUMERO TO
                           WS-NFS-NUMERO(WS-NFS-I)
                   END-IF
               END-PERFORM

               IF WS-NFS-ACHOU = 'N'
                   IF WS-NFS-QTD < 5000
                       ADD 1 TO WS-NFS-QTD
                       MOVE WS-NFS-L-FATURA-N TO
                           WS-NFS-FATURA(WS-NFS-QTD)
                       MOVE LINDET-NFS-STATUS TO
                           WS-NFS-SIT(WS-NFS-QTD)
                       MOVE LINDET-NFS-NUMERO TO
                           WS-NFS-NUMERO(WS-NFS-QTD)
                   ELSE
                       ADD 1 TO WS-NFS-QTD-CHEIO
                   END-IF
               END-IF
           END-IF
           .
       5507-GUARDAR-NFSE-FIM.
           EXIT.

      * TOMADOR DO SERVICO: DONO DO VEICULO DA FATURA (VEICULOS ->
      * CLIENTES) OU, NA FATURA DE FROTA, O CLIENTE DA FROTA. NA
      * FATURA DA PARTE DA SEGURADORA NUM SINISTRO, A SEGURADORA.
       5510-TOMADOR-DA-FATURA          SECTION.

           MOVE SPACES TO WS-VEI-CPF-L
           MOVE SPACES TO WS-FFR-CPF-D
           MOVE SPACES TO WS-FFR-CLI-RUA
           MOVE SPACES TO WS-FFR-CLI-NUM
           MOVE SPACES TO WS-FFR-CLI-CID
           MOVE SPACES TO WS-FFR-CLI-CEP
           MOVE WS-FAT-CLIENTE TO WS-FFR-CLIENTE
           MOVE 'N' TO WS-SEG-ACHOU

           MOVE WS-FAT-NUM-X TO WS-SNT-FAT-BUSCA
           PERFORM 2785-FATURA-DE-SEGURADORA
           IF WS-SNT-E-SEGURADORA = 'S'
               MOVE WS-SNT-T-SEG(WS-SNT-IDX) TO WS-SEG-BUSCA
               PERFORM 2787-BUSCAR-SEGURADORA
               IF WS-SEG-ACHOU = 'S'
                   MOVE WS-SEG-NOME-ACHADO TO WS-FFR-CLIENTE
                   MOVE WS-SEG-T-RUA(WS-SEG-IDX) TO WS-FFR-CLI-RUA
                   MOVE WS-SEG-T-NUM(WS-SEG-IDX) TO WS-FFR-CLI-NUM
                   MOVE WS-SEG-T-CID(WS-SEG-IDX) TO WS-FFR-CLI-CID
                   MOVE WS-SEG-T-CEP(WS-SEG-IDX) TO WS-FFR-CLI-CEP
               END-IF
           ELSE
               PERFORM 5120-EMAIL-DO-DONO

               IF WS-VEI-CPF-L = SPACES
                   MOVE WS-FAT-PLACA(1:4) TO WS-FFR-CODIGO
                   PERFORM 4905-BUSCAR-FROTA
                   IF WS-FFR-ACHOU = 'S'
                       OPEN INPUT CLIENTES
                       IF AS-STATUS-CLI = ZEROS
                           MOVE WS-FFR-CPF TO ARQ-CLIENTES-CPF
                           READ CLIENTES INTO WS-DADOS-CLI
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   UNSTRING WS-DADOS-CLI
                                       DELIMITED BY '|'
                                       INTO WS-FFR-CLIENTE
                                            WS-FFR-CPF-D
                                            WS-FFR-CLI-RUA
                                            WS-FFR-CLI-NUM
                                            WS-FFR-CLI-CID
                                            WS-FFR-CLI-CEP
                           END-READ
                           CLOSE CLIENTES
                       END-IF
                       IF WS-FFR-CPF-D = SPACES
                           MOVE WS-FFR-CPF TO WS-FFR-CPF-D
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       5510-TOMADOR-DA-FATURA-FIM.
           EXIT.

      * WS-NFS-ENVIAR = 'S' PARA A FATURA LIDA QUE VAI NO LOTE: TEM
      * MAO DE OBRA, NAO FOI CANCELADA E NAO ESTA ENVIADA NEM ACEITA.
       5515-FATURA-A-ENVIAR            SECTION.

           MOVE 'N' TO WS-NFS-ENVIAR
           PERFORM 2160-DESMONTAR-FATURA

           IF WS-FAT-NUM-X IS NUMERIC AND
              WS-FAT-MAO-X IS NUMERIC AND
              WS-FAT-ISS-X IS NUMERIC
               IF WS-FAT-MAO-N > ZEROS
                   MOVE WS-FAT-NUM-X TO WS-NFS-BUSCA
                   PERFORM 5540-SITUACAO-NFSE
                   IF WS-NFS-SIT-ACHADA NOT = 'ENVIADO' AND
                      WS-NFS-SIT-ACHADA NOT = 'ACEITO'
                       MOVE WS-FAT-NUM-X TO WS-NCR-BUSCA
                       PERFORM 2270-VERIFICAR-NOTA-CREDITO
                       IF WS-FAT-CANCELADA = 'N'
                           MOVE 'S' TO WS-NFS-ENVIAR
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       5515-FATURA-A-ENVIAR-FIM.
           EXIT.

       5520-APURAR-LOTE                SECTION.

           PERFORM 5515-FATURA-A-ENVIAR

           IF WS-NFS-ENVIAR = 'S'
               ADD 1 TO WS-NFS-QTD-LOTE
               MOVE WS-FAT-DATA TO WS-NFS-DATA-CONV
               PERFORM 5535-DATA-AAAAMMDD
               IF WS-NFS-DATA-MIN = ZEROS OR
                  WS-NFS-DATA-AAAAMMDD < WS-NFS-DATA-MIN
                   MOVE WS-NFS-DATA-AAAAMMDD TO WS-NFS-DATA-MIN
               END-IF
               IF WS-NFS-DATA-AAAAMMDD > WS-NFS-DATA-MAX
                   MOVE WS-NFS-DATA-AAAAMMDD TO WS-NFS-DATA-MAX
               END-IF
           END-IF
           .
       5520-APURAR-LOTE-FIM.
           EXIT.

      * UM RPS DO LOTE: VALOR DO SERVICO E ISS COMO ESTAO NA FATURA,
      * ALIQUOTA DEDUZIDA DELES, TOMADOR PELO CADASTRO DE CLIENTES.
       5525-GRAVAR-RPS                 SECTION.

           PERFORM 5515-FATURA-A-ENVIAR

           IF WS-NFS-ENVIAR = 'S'
               PERFORM 5510-TOMADOR-DA-FATURA

               MOVE LINDET-NFP-SERIE TO LINDET-RPS-SERIE
               MOVE WS-FAT-NUM-X TO WS-FAT-NUM
               MOVE WS-FAT-NUM TO LINDET-RPS-NUMERO
               MOVE WS-FAT-DATA TO WS-NFS-DATA-CONV
               PERFORM 5535-DATA-AAAAMMDD
               MOVE WS-NFS-DATA-AAAAMMDD TO LINDET-RPS-DATA
               MOVE WS-FAT-MAO-N TO LINDET-RPS-VALOR
               MOVE WS-FAT-ISS-N TO LINDET-RPS-ISS
               COMPUTE LINDET-RPS-ALIQ ROUNDED =
                   WS-FAT-ISS-N * 100 / WS-FAT-MAO-N
               MOVE LINDET-NFP-CODSERV TO LINDET-RPS-CODSERV

      *        SEGURADORA E TOMADOR PESSOA JURIDICA (CNPJ).
               IF WS-SNT-E-SEGURADORA = 'S' AND WS-SEG-ACHOU = 'S'
                   MOVE '2' TO LINDET-RPS-IND-DOC
                   MOVE WS-SEG-CNPJ-ACHADO TO LINDET-RPS-CPF
               ELSE
                   IF WS-FFR-CPF-D = SPACES
                       MOVE '3' TO LINDET-RPS-IND-DOC
                       MOVE SPACES TO LINDET-RPS-CPF
                   ELSE
                       MOVE '1' TO LINDET-RPS-IND-DOC
                       MOVE SPACES TO LINDET-RPS-CPF
                       STRING '000' DELIMITED BY SIZE
                              WS-FFR-CPF-D DELIMITED BY SIZE
                              INTO LINDET-RPS-CPF
                   END-IF
               END-IF
               MOVE WS-FFR-CLIENTE TO LINDET-RPS-NOME
               MOVE WS-FFR-CLI-RUA TO LINDET-RPS-RUA
               MOVE WS-FFR-CLI-NUM TO LINDET-RPS-NUM
               MOVE WS-FFR-CLI-CID TO LINDET-RPS-CIDADE
               MOVE WS-FFR-CLI-CEP TO LINDET-RPS-CEP

               MOVE SPACES TO LINDET-RPS-DISCR
               STRING 'SERVICOS DE MANUTENCAO - FATURA ' DELIMITED BY
                          SIZE
                      WS-FAT-NUM-X DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-FAT-PLACA DELIMITED BY SIZE
                      INTO LINDET-RPS-DISCR

               MOVE LINDET-RPS TO ARQ-RPS-LOTE
               WRITE ARQ-RPS-LOTE

               ADD 1 TO WS-NFS-QTD-LOTE
               ADD WS-FAT-MAO-N TO LINDET-RPT-VALOR
               ADD WS-FAT-ISS-N TO LINDET-RPT-ISS

               MOVE WS-FAT-NUM TO LINDET-NFS-FATURA
               MOVE WS-NFS-LOTE TO LINDET-NFS-LOTE
               MOVE WS-DATA-HOJE-FMT TO LINDET-NFS-DATA
               MOVE 'ENVIADO' TO LINDET-NFS-STATUS
               MOVE SPACES TO LINDET-NFS-NUMERO
               MOVE SPACES TO LINDET-NFS-CODVER
               MOVE SPACES TO LINDET-NFS-MOTIVO
               MOVE LINDET-NFS TO ARQ-NFSE
               WRITE ARQ-NFSE
           END-IF
           .
       5525-GRAVAR-RPS-FIM.
           EXIT.

      * CARREGA NFSE-PARAM.TXT, CRIANDO O ARQUIVO COM OS PADROES NA
      * PRIMEIRA EXECUCAO (A INSCRICAO MUNICIPAL ZERADA PRECISA SER
      * ACERTADA NO ARQUIVO ANTES DO PRIMEIRO ENVIO).
       5530-CARREGAR-PARAM-NFSE        SECTION.

           OPEN INPUT NFSE-PARAM
           IF AS-STATUS-NFP = ZEROS
               MOVE 'S' TO WS-EXISTE-NFP
               READ NFSE-PARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING ARQ-NFSE-PARAM DELIMITED BY '|' INTO
                           LINDET-NFP-IM
                           LINDET-NFP-CODSERV
                           LINDET-NFP-SERIE
               END-READ
               CLOSE NFSE-PARAM
           ELSE
               MOVE 'N' TO WS-EXISTE-NFP
           END-IF

           IF WS-EXISTE-NFP = 'N'
               OPEN OUTPUT NFSE-PARAM
               MOVE LINDET-NFP TO ARQ-NFSE-PARAM
               WRITE ARQ-NFSE-PARAM
               CLOSE NFSE-PARAM
           END-IF

           IF LINDET-NFP-IM = '00000000'
               DISPLAY "AVISO: INSCRICAO MUNICIPAL ZERADA EM "
                   "NFSE-PARAM.TXT"
           END-IF
           .
       5530-CARREGAR-PARAM-NFSE-FIM.
           EXIT.

      * DD/MM/AAAA (WS-NFS-DATA-CONV) PARA AAAAMMDD NUMERICO.
       5535-DATA-AAAAMMDD              SECTION.

           MOVE ZEROS TO WS-NFS-DATA-AAAAMMDD
           IF WS-NFS-CONV-ANO IS NUMERIC AND
              WS-NFS-CONV-MES IS NUMERIC AND
              WS-NFS-CONV-DIA IS NUMERIC
               COMPUTE WS-NFS-DATA-AAAAMMDD =
                   WS-NFS-CONV-ANO * 10000 +
                   WS-NFS-CONV-MES * 100 +
                   WS-NFS-CONV-DIA
           END-IF
           .
       5535-DATA-AAAAMMDD-FIM.
           EXIT.

      * SITUACAO DA FATURA WS-NFS-BUSCA NA TABELA CARREGADA (ESPACOS
      * QUANDO NUNCA FOI ENVIADA) E O NUMERO DA NFS-E, SE HOUVER.
       5540-SITUACAO-NFSE              SECTION.

           MOVE SPACES TO WS-NFS-SIT-ACHADA
           MOVE SPACES TO WS-NFS-NUM-ACHADO
           MOVE 'N' TO WS-NFS-ACHOU
           PERFORM VARYING WS-NFS-I FROM 1 BY 1
                   UNTIL WS-NFS-I > WS-NFS-QTD
                      OR WS-NFS-ACHOU = 'S'
               IF WS-NFS-FATURA(WS-NFS-I) = WS-NFS-BUSCA
                   MOVE 'S' TO WS-NFS-ACHOU
                   MOVE WS-NFS-SIT(WS-NFS-I) TO WS-NFS-SIT-ACHADA
                   MOVE WS-NFS-NUMERO(WS-NFS-I) TO WS-NFS-NUM-ACHADO
               END-IF
           END-PERFORM
           .
       5540-SITUACAO-NFSE-FIM.
           EXIT.

      * LE O RETORNO DA PREFEITURA (RETORNO-NFSE.TXT): CADA RPS
      * ACEITO GANHA O NUMERO DA NFS-E E O CODIGO DE VERIFICACAO EM
      * NFSE.TXT E NA VIA DO CLIENTE; OS REJEITADOS SAO LISTADOS COM
      * O MOTIVO E VOLTAM NO PROXIMO LOTE.
       5550-IMPORTAR-RETORNO-NFSE      SECTION.

           MOVE ZEROS TO WS-NFS-QTD-ACEITAS
           MOVE ZEROS TO WS-NFS-QTD-REJEITADAS
           MOVE ZEROS TO WS-NFS-QTD-SEM-ENVIO

           OPEN INPUT RETORNO-NFSE
           IF AS-STATUS-RNF NOT EQUAL ZEROS
               DISPLAY "RETORNO-NFSE.TXT NAO ENCONTRADO. COPIE O "
                   "ARQUIVO DE RETORNO"
               DISPLAY "DA PREFEITURA PARA O DIRETORIO DE DADOS."
           ELSE
               DISPLAY "---------------------------------------------"
               DISPLAY "RPS REJEITADOS PELA PREFEITURA"
               DISPLAY "FATURA | MOTIVO"
               DISPLAY "---------------------------------------------"
               MOVE 'S' TO WS-CLOSE-RNF
               PERFORM UNTIL WS-CLOSE-RNF = 'N'
                   READ RETORNO-NFSE INTO WS-DADOS-RNF
                       AT END
                           MOVE 'N' TO WS-CLOSE-RNF
                       NOT AT END
                           IF WS-RNF-TIPO = '2' AND
                              WS-RNF-RPS IS NUMERIC
                               PERFORM 5560-TRATAR-RETORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETORNO-NFSE

               DISPLAY "---------------------------------------------"
               DISPLAY WS-NFS-QTD-ACEITAS " NFS-E REGISTRADA(S), "
                   WS-NFS-QTD-REJEITADAS " RPS REJEITADO(S)"
               IF WS-NFS-QTD-SEM-ENVIO > ZEROS
                   DISPLAY WS-NFS-QTD-SEM-ENVIO " LINHA(S) SEM RPS "
                       "ENVIADO PENDENTE (JA IMPORTADAS?)"
               END-IF
           END-IF
           .
       5550-IMPORTAR-RETORNO-NFSE-FIM.
           EXIT.

      * ACHA EM NFSE.TXT O RPS ENVIADO DA FATURA E REGRAVA A LINHA
      * COMO ACEITO OU REJEITADO, COM AUDITORIA.
       5560-TRATAR-RETORNO             SECTION.

           MOVE WS-RNF-RPS-N TO WS-NFS-BUSCA
           MOVE 'N' TO WS-NFS-REGISTROU

           OPEN I-O NFSE
           IF AS-STATUS-NFS = ZEROS
               MOVE 'S' TO WS-CLOSE-NFS
               PERFORM UNTIL WS-CLOSE-NFS = 'N'
                   READ NFSE INTO WS-DADOS-NFS
                       AT END
                           MOVE 'N' TO WS-CLOSE-NFS
                       NOT AT END
                           PERFORM 5580-DESMONTAR-NFSE
                           IF WS-NFS-L-FATURA IS NUMERIC AND
                              WS-NFS-L-FATURA-N = WS-NFS-BUSCA AND
                              LINDET-NFS-STATUS = 'ENVIADO'
                               PERFORM 5565-REGRAVAR-NFSE
                               MOVE 'S' TO WS-NFS-REGISTROU
                               MOVE 'N' TO WS-CLOSE-NFS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NFSE
           END-IF

           IF WS-NFS-REGISTROU = 'N'
               ADD 1 TO WS-NFS-QTD-SEM-ENVIO
           ELSE
               IF LINDET-NFS-STATUS = 'ACEITO'
                   ADD 1 TO WS-NFS-QTD-ACEITAS
                   PERFORM 5570-NFSE-NA-VIA
               ELSE
                   ADD 1 TO WS-NFS-QTD-REJEITADAS
                   DISPLAY LINDET-NFS-FATURA " | " LINDET-NFS-MOTIVO
               END-IF
           END-IF
           .
       5560-TRATAR-RETORNO-FIM.
           EXIT.

       5565-REGRAVAR-NFSE              SECTION.

           MOVE WS-DADOS-NFS TO WS-AUD-VALOR-ANTIGO

           IF WS-RNF-SITUACAO = 'A'
               MOVE 'ACEITO' TO LINDET-NFS-STATUS
               MOVE WS-RNF-NFSE TO LINDET-NFS-NUMERO
               MOVE WS-RNF-CODVER TO LINDET-NFS-CODVER
               MOVE SPACES TO LINDET-NFS-MOTIVO
           ELSE
               MOVE 'REJEITADO' TO LINDET-NFS-STATUS
               MOVE SPACES TO LINDET-NFS-NUMERO
               MOVE SPACES TO LINDET-NFS-CODVER
               MOVE WS-RNF-MOTIVO TO LINDET-NFS-MOTIVO
           END-IF

           MOVE LINDET-NFS TO ARQ-NFSE
           REWRITE ARQ-NFSE

           MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
           MOVE LINDET-NFS-FATURA TO WS-AUD-CHAVE
           MOVE LINDET-NFS TO WS-AUD-VALOR-NOVO
           CALL 'AUDITORIA' USING WS-AUD-MODULO,
               WS-AUD-OPERACAO, WS-AUD-CHAVE,
               WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO
           .
       5565-REGRAVAR-NFSE-FIM.
           EXIT.

      * ACRESCENTA A NFS-E NA VIA DO CLIENTE JA IMPRESSA PELO FATURA
      * (FATURA_NNNNNN.TXT), LOGO ABAIXO DO AVISO DE RPS.
       5570-NFSE-NA-VIA                SECTION.

           MOVE SPACES TO WS-ARQ-FAT-VIA-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Fatura_' DELIMITED BY SIZE
                  LINDET-NFS-FATURA DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FAT-VIA-PATH

           OPEN EXTEND FAT-VIA
           IF AS-STATUS-FVI = ZEROS
               MOVE SPACES TO WS-NFS-LINHA-VIA
               STRING 'NFS-E NR ' DELIMITED BY SIZE
                      LINDET-NFS-NUMERO DELIMITED BY SIZE
                      '  CODIGO DE VERIFICACAO: ' DELIMITED BY SIZE
                      LINDET-NFS-CODVER DELIMITED BY SIZE
                      INTO WS-NFS-LINHA-VIA
               MOVE WS-NFS-LINHA-VIA TO ARQ-FAT-VIA
               WRITE ARQ-FAT-VIA
               CLOSE FAT-VIA
           ELSE
               DISPLAY "VIA DA FATURA " LINDET-NFS-FATURA
                   " NAO ENCONTRADA - NFS-E SO EM NFSE.TXT"
           END-IF
           .
       5570-NFSE-NA-VIA-FIM.
           EXIT.

       5580-DESMONTAR-NFSE             SECTION.

           MOVE SPACES TO WS-NFS-L-FATURA
           MOVE SPACES TO WS-NFS-L-LOTE
           MOVE SPACES TO LINDET-NFS-DATA
           MOVE SPACES TO LINDET-NFS-STATUS
           MOVE SPACES TO LINDET-NFS-NUMERO
           MOVE SPACES TO LINDET-NFS-CODVER
           MOVE SPACES TO LINDET-NFS-MOTIVO

           UNSTRING WS-DADOS-NFS DELIMITED BY '|' INTO
               WS-NFS-L-FATURA
               WS-NFS-L-LOTE
               LINDET-NFS-DATA
               LINDET-NFS-STATUS
               LINDET-NFS-NUMERO
               LINDET-NFS-CODVER
               LINDET-NFS-MOTIVO

           IF WS-NFS-L-FATURA IS NUMERIC
               MOVE WS-NFS-L-FATURA-N TO LINDET-NFS-FATURA
           ELSE
               MOVE ZEROS TO LINDET-NFS-FATURA
           END-IF
           IF WS-NFS-L-LOTE IS NUMERIC
               MOVE WS-NFS-L-LOTE-N TO LINDET-NFS-LOTE
           ELSE
               MOVE ZEROS TO LINDET-NFS-LOTE
           END-IF
           .
       5580-DESMONTAR-NFSE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *              DIARIO CONTABIL (PARTIDAS DOBRADAS)
      *-----------------------------------------------------------------

       5600-DIARIO-CONTABIL            SECTION.

           DISPLAY "Diario de qual mes (MM/AAAA)?"
           ACCEPT WS-DIA-MES
           PERFORM UNTIL WS-DIA-MES(1:2) IS NUMERIC AND
                   WS-DIA-MES(3:1) = '/' AND
                   WS-DIA-MES(4:4) IS NUMERIC
               DISPLAY "MES INVALIDO. USE MM/AAAA: "
               ACCEPT WS-DIA-MES
           END-PERFORM

           PERFORM 5605-GERAR-DIARIO
           .
       5600-DIARIO-CONTABIL-FIM.
           EXIT.

      * GERA O DIARIO DO MES WS-DIA-MES: CADA EVENTO DO PERIODO VIRA
      * UM LANCAMENTO BALANCEADO EM DIARIO-CONTABIL_MMAAAA.TXT; O
      * EVENTO COM ALGUMA CHAVE SEM CONTA NO MAPA NAO ENTRA NO DIARIO
      * E SAI NAS EXCECOES DE DIARIO-CONTROLE_MMAAAA.TXT, QUE FECHA
      * COM OS TOTAIS DE DEBITO E CREDITO POR CONTA.
       5605-GERAR-DIARIO               SECTION.

           MOVE WS-DIA-MES(1:2) TO WS-DIA-MES-COMPACTO(1:2)
           MOVE WS-DIA-MES(4:4) TO WS-DIA-MES-COMPACTO(3:4)

           MOVE SPACES TO WS-ARQ-DIARIO-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Diario-contabil_' DELIMITED BY SIZE
                  WS-DIA-MES-COMPACTO DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-DIARIO-PATH
           MOVE SPACES TO WS-ARQ-DIARIO-CTL-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Diario-controle_' DELIMITED BY SIZE
                  WS-DIA-MES-COMPACTO DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-DIARIO-CTL-PATH

           MOVE ZEROS TO WS-DIA-NUM-LANC
           MOVE ZEROS TO WS-DIA-QTD-LINHAS
           MOVE ZEROS TO WS-DIA-QTD-EXCECOES
           MOVE ZEROS TO WS-DIA-TOTAL-DEB
           MOVE ZEROS TO WS-DIA-TOTAL-CRED
           MOVE ZEROS TO WS-DIA-CTA-QTD
           MOVE ZEROS TO WS-DIA-PED-QTD

           PERFORM 5610-CARREGAR-MAPA
           PERFORM 5615-CARREGAR-BAIXAS

           OPEN OUTPUT DIARIO
           IF AS-STATUS-DIA NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-DIA
           END-IF
           OPEN OUTPUT DIARIO-CTL
           IF AS-STATUS-DCT NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-DCT
           END-IF

           MOVE SPACES TO WS-LINHA-DCT
           STRING 'CONTROLE DO DIARIO CONTABIL - ' DELIMITED BY SIZE
                  WS-DIA-MES DELIMITED BY SIZE
                  INTO WS-LINHA-DCT
           MOVE WS-LINHA-DCT TO ARQ-DIARIO-CTL
           WRITE ARQ-DIARIO-CTL
           MOVE SPACES TO ARQ-DIARIO-CTL
           WRITE ARQ-DIARIO-CTL
           MOVE 'EXCECOES (EVENTOS FORA DO DIARIO)' TO ARQ-DIARIO-CTL
           WRITE ARQ-DIARIO-CTL
           MOVE 'EVENTO | DOCUMENTO | DATA | VALOR | MOTIVO' TO
               ARQ-DIARIO-CTL
           WRITE ARQ-DIARIO-CTL

           PERFORM 5620-EVENTOS-KARDEX
           PERFORM 5630-EVENTOS-FATURAS
           PERFORM 5635-EVENTOS-NOTAS
           PERFORM 5640-EVENTOS-PAGAMENTOS
           PERFORM 5645-EVENTOS-SINAIS
           PERFORM 5648-EVENTOS-VENDAS
           PERFORM 5650-EVENTOS-ENCARGOS
           PERFORM 5655-EVENTOS-PAGAR

           CLOSE DIARIO

           PERFORM 5670-IMPRIMIR-CONTROLE
           CLOSE DIARIO-CTL

           DISPLAY "---------------------------------------------"
           DISPLAY "DIARIO " WS-DIA-MES ": " WS-DIA-NUM-LANC
               " LANCAMENTO(S), " WS-DIA-QTD-LINHAS " LINHA(S)"
           MOVE WS-DIA-TOTAL-DEB TO WS-DIA-DEB-ED
           MOVE WS-DIA-TOTAL-CRED TO WS-DIA-CRED-ED
           DISPLAY "DEBITOS " WS-DIA-DEB-ED " CREDITOS " WS-DIA-CRED-ED
           IF WS-DIA-QTD-EXCECOES > ZEROS
               DISPLAY WS-DIA-QTD-EXCECOES " EVENTO(S) SEM CONTA - "
                   "VER DIARIO-CONTROLE_" WS-DIA-MES-COMPACTO ".TXT"
           END-IF
           DISPLAY "DIARIO EXPORTADO PARA DIARIO-CONTABIL_"
               WS-DIA-MES-COMPACTO ".TXT"
           .
       5605-GERAR-DIARIO-FIM.
           EXIT.

      * CARREGA MAPA-CONTAS.TXT; NA PRIMEIRA EXECUCAO GRAVA O MAPA
      * PADRAO PARA O CONTADOR CONFERIR E AJUSTAR.
       5610-CARREGAR-MAPA              SECTION.

           MOVE ZEROS TO WS-DIA-MAPA-QTD

           OPEN INPUT MAPA-CONTAS
           IF AS-STATUS-MAP = ZEROS
               MOVE 'S' TO WS-EXISTE-MAP
               CLOSE MAPA-CONTAS
           ELSE
               MOVE 'N' TO WS-EXISTE-MAP
           END-IF

           IF WS-EXISTE-MAP = 'N'
               OPEN OUTPUT MAPA-CONTAS
               PERFORM VARYING WS-DIA-I FROM 1 BY 1
                       UNTIL WS-DIA-I > 19
                   MOVE WS-DIA-PADRAO-CHAVE(WS-DIA-I) TO
                       LINDET-MAP-CHAVE
                   MOVE WS-DIA-PADRAO-CONTA(WS-DIA-I) TO
                       LINDET-MAP-CONTA
                   MOVE LINDET-MAP TO ARQ-MAPA-CONTAS
                   WRITE ARQ-MAPA-CONTAS
               END-PERFORM
               CLOSE MAPA-CONTAS
               DISPLAY "MAPA-CONTAS.TXT CRIADO COM AS CONTAS PADRAO"
           END-IF

           OPEN INPUT MAPA-CONTAS
           IF AS-STATUS-MAP = ZEROS
               MOVE 'S' TO WS-CLOSE-MAP
               PERFORM UNTIL WS-CLOSE-MAP = 'N'
                   READ MAPA-CONTAS
                       AT END
                           MOVE 'N' TO WS-CLOSE-MAP
                       NOT AT END
                           MOVE SPACES TO LINDET-MAP-CHAVE
                           MOVE SPACES TO LINDET-MAP-CONTA
                           UNSTRING ARQ-MAPA-CONTAS DELIMITED BY '|'
                               INTO LINDET-MAP-CHAVE
                                    LINDET-MAP-CONTA
                           IF LINDET-MAP-CHAVE NOT = SPACES AND
                              WS-DIA-MAPA-QTD < 100
                               ADD 1 TO WS-DIA-MAPA-QTD
                               MOVE LINDET-MAP-CHAVE TO
                                   WS-DIA-MAPA-CHAVE(WS-DIA-MAPA-QTD)
                               MOVE LINDET-MAP-CONTA TO
                                   WS-DIA-MAPA-CONTA(WS-DIA-MAPA-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAPA-CONTAS
           END-IF
           .
       5610-CARREGAR-MAPA-FIM.
           EXIT.

       5615-CARREGAR-BAIXAS            SECTION.

           MOVE ZEROS TO WS-DIA-BXP-QTD

           OPEN INPUT BAIXAS-PAGAR
           IF AS-STATUS-BXP = ZEROS
               MOVE 'S' TO WS-CLOSE-BXP
               PERFORM UNTIL WS-CLOSE-BXP = 'N'
                   READ BAIXAS-PAGAR INTO WS-DADOS-BXP
                       AT END
                           MOVE 'N' TO WS-CLOSE-BXP
                       NOT AT END
                           MOVE SPACES TO LINDET-BXP-PEDIDO
                           MOVE SPACES TO LINDET-BXP-PARCELA
                           MOVE SPACES TO LINDET-BXP-DATA
                           UNSTRING WS-DADOS-BXP DELIMITED BY '|'
                               INTO LINDET-BXP-PEDIDO
                                    LINDET-BXP-PARCELA
                                    LINDET-BXP-DATA
                           IF WS-DIA-BXP-QTD < 1000
                               ADD 1 TO WS-DIA-BXP-QTD
                               MOVE LINDET-BXP-PEDIDO TO
                                   WS-DIA-BXP-PED(WS-DIA-BXP-QTD)
                               MOVE LINDET-BXP-PARCELA TO
                                   WS-DIA-BXP-PARC(WS-DIA-BXP-QTD)
                               MOVE LINDET-BXP-DATA TO
                                   WS-DIA-BXP-DATA(WS-DIA-BXP-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAIXAS-PAGAR
           END-IF
           .
       5615-CARREGAR-BAIXAS-FIM.
           EXIT.

      * KARDEX: GUARDA A DATA DE RECEBIMENTO DE CADA PEDIDO (DATA DA
      * COMPRA NO DIARIO) E LANCA O CUSTO DAS PECAS CONSUMIDAS PELAS
      * OS DO MES E VENDIDAS NO BALCAO (E O ESTORNO DAS OS
      * CANCELADAS) PELO CUSTO DO CADASTRO DE PECAS.
       5620-EVENTOS-KARDEX             SECTION.

           OPEN INPUT KARDEX
           IF AS-STATUS-KAR = ZEROS
               OPEN INPUT PECAS
               IF AS-STATUS-PEC NOT EQUAL ZEROS
                   DISPLAY "CADASTRO DE PECAS INDISPONIVEL "
                       AS-STATUS-PEC
               END-IF
               MOVE 'S' TO WS-CLOSE-KAR
               PERFORM UNTIL WS-CLOSE-KAR = 'N'
                   READ KARDEX INTO WS-DADOS-KAR
                       AT END
                           MOVE 'N' TO WS-CLOSE-KAR
                       NOT AT END
                           PERFORM 5625-MOVIMENTO-KARDEX
                   END-READ
               END-PERFORM
               CLOSE PECAS
               CLOSE KARDEX
           END-IF
           .
       5620-EVENTOS-KARDEX-FIM.
           EXIT.

       5625-MOVIMENTO-KARDEX           SECTION.

           MOVE SPACES TO WS-KAR-L-DATA
           MOVE SPACES TO WS-KAR-L-HORA
           MOVE SPACES TO WS-KAR-L-PECA
           MOVE SPACES TO WS-KAR-L-TIPO
           MOVE SPACES TO WS-KAR-L-QTD-X
           MOVE SPACES TO WS-KAR-L-MOTIVO
           MOVE SPACES TO WS-KAR-L-ORIGEM

           UNSTRING WS-DADOS-KAR DELIMITED BY '|' INTO
               WS-KAR-L-DATA
               WS-KAR-L-HORA
               WS-KAR-L-PECA
               WS-KAR-L-TIPO
               WS-KAR-L-QTD-X
               WS-KAR-L-MOTIVO
               WS-KAR-L-ORIGEM

           IF WS-KAR-L-MOTIVO = 'RECEBIMENTO'
               MOVE 'N' TO WS-DIA-ACHOU
               PERFORM VARYING WS-DIA-I FROM 1 BY 1
                       UNTIL WS-DIA-I > WS-DIA-PED-QTD
                          OR WS-DIA-ACHOU = 'S'
                   IF WS-DIA-PED-NUM(WS-DIA-I) = WS-KAR-L-ORIGEM(1:5)
                       MOVE 'S' TO WS-DIA-ACHOU
                   END-IF
               END-PERFORM
               IF WS-DIA-ACHOU = 'N' AND WS-DIA-PED-QTD < 500
                   ADD 1 TO WS-DIA-PED-QTD
                   MOVE WS-KAR-L-ORIGEM(1:5) TO
                       WS-DIA-PED-NUM(WS-DIA-PED-QTD)
                   MOVE WS-KAR-L-DATA TO WS-DIA-PED-DATA(WS-DIA-PED-QTD)
               END-IF
           END-IF

           IF WS-KAR-L-DATA(4:7) = WS-DIA-MES AND
              WS-KAR-L-QTD-X IS NUMERIC AND
              (WS-KAR-L-MOTIVO = 'CONSUMO OS' OR
               WS-KAR-L-MOTIVO = 'VENDA BALCAO' OR
               WS-KAR-L-MOTIVO = 'ESTORNO CANCEL')

      *        O MOVIMENTO VALORIZADO TRAZ O CUSTO MEDIO DA PECA NA
      *        HORA DA BAIXA; SEM ELE, VALE O CUSTO DO CADASTRO.
               MOVE ZEROS TO WS-DIA-VALOR
               MOVE SPACES TO WS-KAR-L-CUSTO-X
               IF WS-DADOS-KAR(104:1) = '|'
                   MOVE WS-DADOS-KAR(105:8) TO WS-KAR-L-CUSTO-X
               END-IF
               IF WS-KAR-L-CUSTO-X IS NUMERIC AND
                  WS-KAR-L-CUSTO-N > ZEROS
                   COMPUTE WS-DIA-VALOR ROUNDED =
                       WS-KAR-L-CUSTO-N * WS-KAR-L-QTD-N
               ELSE
                   MOVE WS-KAR-L-PECA(1:4) TO ARQ-PECAS-ID
                   READ PECAS INTO WS-DADOS-PEC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-PEC-CUSTO-X
                           UNSTRING WS-DADOS-PEC DELIMITED BY ' | '
                               INTO WS-PEC-ID-L
                                    WS-PEC-MARCA-L
                                    WS-PEC-DESC-L
                                    WS-PEC-QTD-L
                                    WS-PEC-VALOR-L
                                    WS-PEC-CUSTO-X
                           IF WS-PEC-CUSTO-X IS NUMERIC
                               COMPUTE WS-DIA-VALOR =
                                   WS-PEC-CUSTO-N * WS-KAR-L-QTD-N
                           END-IF
                   END-READ
               END-IF

               MOVE ZEROS TO WS-DIA-QTD-PART
               MOVE WS-KAR-L-DATA TO WS-DIA-DATA
               MOVE SPACES TO WS-DIA-DOC
               IF WS-KAR-L-MOTIVO = 'VENDA BALCAO'
                   STRING 'VENDA ' DELIMITED BY SIZE
                          WS-KAR-L-ORIGEM(1:6) DELIMITED BY SIZE
                          INTO WS-DIA-DOC
               ELSE
                   STRING 'OS ' DELIMITED BY SIZE
                          WS-KAR-L-ORIGEM(1:6) DELIMITED BY SIZE
                          INTO WS-DIA-DOC
               END-IF
               MOVE SPACES TO WS-DIA-HIST
               STRING 'PECA ' DELIMITED BY SIZE
                      WS-KAR-L-PECA DELIMITED BY SPACE
                      ' QTD ' DELIMITED BY SIZE
                      WS-KAR-L-QTD-X DELIMITED BY SIZE
                      INTO WS-DIA-HIST

               IF WS-KAR-L-MOTIVO NOT = 'ESTORNO CANCEL'
                   IF WS-KAR-L-MOTIVO = 'VENDA BALCAO'
                       MOVE 'BAIXA BALCAO' TO WS-DIA-EVENTO
                   ELSE
                       MOVE 'CONSUMO PECAS' TO WS-DIA-EVENTO
                   END-IF
                   MOVE 'CUSTO-PECAS' TO WS-DIA-P-CHAVE
                   MOVE 'D' TO WS-DIA-P-DC
                   MOVE WS-DIA-VALOR TO WS-DIA-P-VALOR
                   PERFORM 5690-INCLUIR-PARTIDA
                   MOVE 'ESTOQUE' TO WS-DIA-P-CHAVE
                   MOVE 'C' TO WS-DIA-P-DC
                   PERFORM 5690-INCLUIR-PARTIDA
               ELSE
                   MOVE 'ESTORNO PECAS' TO WS-DIA-EVENTO
                   MOVE 'ESTOQUE' TO WS-DIA-P-CHAVE
                   MOVE 'D' TO WS-DIA-P-DC
                   MOVE WS-DIA-VALOR TO WS-DIA-P-VALOR
                   PERFORM 5690-INCLUIR-PARTIDA
                   MOVE 'CUSTO-PECAS' TO WS-DIA-P-CHAVE
                   MOVE 'C' TO WS-DIA-P-DC
                   PERFORM 5690-INCLUIR-PARTIDA
               END-IF

               IF WS-DIA-VALOR = ZEROS
                   MOVE 'PECA SEM CUSTO NO CADASTRO' TO WS-DIA-FALTA
                   PERFORM 5685-GRAVAR-EXCECAO
               ELSE
                   PERFORM 5680-LANCAR-EVENTO
               END-IF
           END-IF
           .
       5625-MOVIMENTO-KARDEX-FIM.
           EXIT.

      * FATURA EMITIDA: CLIENTES A DEBITO PELO TOTAL, RECEITA DE
      * SERVICOS (MAO DE OBRA E TERCEIROS) E DE PECAS A CREDITO; O
      * ISS E O ICMS SAEM COMO DEDUCAO DA RECEITA CONTRA O IMPOSTO A
      * RECOLHER.
       5630-EVENTOS-FATURAS            SECTION.

           OPEN INPUT FATURAS
           IF AS-STATUS-FAT = ZEROS
               MOVE 'S' TO WS-CLOSE-FAT
               PERFORM UNTIL WS-CLOSE-FAT = 'N'
                   READ FATURAS INTO WS-DADOS-FAT
                       AT END
                           MOVE 'N' TO WS-CLOSE-FAT
                       NOT AT END
                           PERFORM 5632-EVENTO-FATURA
                   END-READ
               END-PERFORM
               CLOSE FATURAS
           END-IF
           .
       5630-EVENTOS-FATURAS-FIM.
           EXIT.

       5632-EVENTO-FATURA              SECTION.

           PERFORM 2160-DESMONTAR-FATURA

           IF WS-FAT-DATA(4:7) = WS-DIA-MES AND
              WS-FAT-NUM-X IS NUMERIC AND
              WS-FAT-TOTAL-X IS NUMERIC AND
              WS-FAT-PECAS-X IS NUMERIC AND
              WS-FAT-ISS-X IS NUMERIC AND
              WS-FAT-ICMS-X IS NUMERIC

               MOVE ZEROS TO WS-DIA-QTD-PART
               MOVE 'FATURA' TO WS-DIA-EVENTO
               MOVE WS-FAT-DATA TO WS-DIA-DATA
               MOVE SPACES TO WS-DIA-DOC
               STRING 'FAT ' DELIMITED BY SIZE
                      WS-FAT-NUM-X DELIMITED BY SIZE
                      INTO WS-DIA-DOC
               MOVE SPACES TO WS-DIA-HIST
               STRING 'FATURA ' DELIMITED BY SIZE
                      WS-FAT-NUM-X DELIMITED BY SIZE
                      ' PLACA ' DELIMITED BY SIZE
                      WS-FAT-PLACA DELIMITED BY SIZE
                      INTO WS-DIA-HIST

               MOVE 'CLIENTES' TO WS-DIA-P-CHAVE
               MOVE 'D' TO WS-DIA-P-DC
               MOVE WS-FAT-TOTAL-N TO WS-DIA-P-VALOR
               PERFORM 5690-INCLUIR-PARTIDA

               IF WS-FAT-TOTAL-N >= WS-FAT-PECAS-N
                   MOVE 'RECEITA-SERV' TO WS-DIA-P-CHAVE
                   MOVE 'C' TO WS-DIA-P-DC
                   COMPUTE WS-DIA-P-VALOR =
                       WS-FAT-TOTAL-N - WS-FAT-PECAS-N
                   PERFORM 5690-INCLUIR-PARTIDA
               END-IF

               MOVE 'RECEITA-PECAS' TO WS-DIA-P-CHAVE
               MOVE 'C' TO WS-DIA-P-DC
               MOVE WS-FAT-PECAS-N TO WS-DIA-P-VALOR
               PERFORM 5690-INCLUIR-PARTIDA

               MOVE 'ISS-DESPESA' TO WS-DIA-P-CHAVE
               MOVE 'D' TO WS-DIA-P-DC
               MOVE WS-FAT-ISS-N TO WS-DIA-P-VALOR
               PERFORM 5690-INCLUIR-PARTIDA
               MOVE 'ISS-RECOLHER' TO WS-DIA-P-CHAVE
               MOVE 'C' TO WS-DIA-P-DC
               PERFORM 5690-INCLUIR-PARTIDA

               MOVE 'ICMS-DESPESA' TO WS-DIA-P-CHAVE
               MOVE 'D' TO WS-DIA-P-DC
               MOVE WS-FAT-ICMS-N TO WS-DIA-P-VALOR
               PERFORM 5690-INCLUIR-PARTIDA
               MOVE 'ICMS-RECOLHER' TO WS-DIA-P-CHAVE
               MOVE 'C' TO WS-DIA-P-DC
               PERFORM 5690-INCLUIR-PARTIDA

               PERFORM 5680-LANCAR-EVENTO
           END-IF
           .
       5632-EVENTO-FATURA-FIM.
           EXIT.

      * NOTA DE CREDITO: ESTORNA O RECEBIVEL CONTRA A CONTA DE VENDAS
      * CANCELADAS E DEVOLVE OS IMPOSTOS A RECOLHER DA FATURA.
       5635-EVENTOS-NOTAS              SECTION.

           OPEN INPUT NOTAS-CREDITO
           IF AS-STATUS-NCR = ZEROS
               MOVE 'S' TO WS-CLOSE-NCR
               PERFORM UNTIL WS-CLOSE-NCR = 'N'
                   READ NOTAS-CREDITO INTO WS-DADOS-NCR
                       AT END
                           MOVE 'N' TO WS-CLOSE-NCR
                       NOT AT END
                           PERFORM 5260-DESMONTAR-NOTA
                           IF WS-NCR-L-DATA(4:7) = WS-DIA-MES AND
                              WS-NCR-L-TOTAL-X IS NUMERIC AND
                              WS-NCR-L-ISS-X IS NUMERIC AND
                              WS-NCR-L-ICMS-X IS NUMERIC
                               PERFORM 5637-EVENTO-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-CREDITO
           END-IF
           .
       5635-EVENTOS-NOTAS-FIM.
           EXIT.

       5637-EVENTO-NOTA                SECTION.

           MOVE ZEROS TO WS-DIA-QTD-PART
           MOVE 'NOTA CREDITO' TO WS-DIA-EVENTO
           MOVE WS-NCR-L-DATA TO WS-DIA-DATA
           MOVE SPACES TO WS-DIA-DOC
           STRING 'NC ' DELIMITED BY SIZE
                  WS-NCR-L-NUM DELIMITED BY SIZE
                  INTO WS-DIA-DOC
           MOVE SPACES TO WS-DIA-HIST
           STRING 'CANCELAMENTO DA FATURA ' DELIMITED BY SIZE
                  WS-NCR-L-FATURA DELIMITED BY SIZE
                  INTO WS-DIA-HIST

           MOVE 'CANCELAMENTO' TO WS-DIA-P-CHAVE
           MOVE 'D' TO WS-DIA-P-DC
           MOVE WS-NCR-L-TOTAL-N TO WS-DIA-P-VALOR
           PERFORM 5690-INCLUIR-PARTIDA
           MOVE 'CLIENTES' TO WS-DIA-P-CHAVE
           MOVE 'C' TO WS-DIA-P-DC
           PERFORM 5690-INCLUIR-PARTIDA

           MOVE 'ISS-RECOLHER' TO WS-DIA-P-CHAVE
           MOVE 'D' TO WS-DIA-P-DC
           MOVE WS-NCR-L-ISS-N TO WS-DIA-P-VALOR
           PERFORM 5690-INCLUIR-PARTIDA
           MOVE 'ISS-DESPESA' TO WS-DIA-P-CHAVE
           MOVE 'C' TO WS-DIA-P-DC
           PERFORM 5690-INCLUIR-PARTIDA

           MOVE 'ICMS-RECOLHER' TO WS-DIA-P-CHAVE
           MOVE 'D' TO WS-DIA-P-DC
           MOVE WS-NCR-L-ICMS-N TO WS-DIA-P-VALOR
           PERFORM 5690-INCLUIR-PARTIDA
           MOVE 'ICMS-DESPESA' TO WS-DIA-P-CHAVE
           MOVE 'C' TO WS-DIA-P-DC
           PERFORM 5690-INCLUIR-PARTIDA

           PERFORM 5680-LANCAR-EVENTO
           .
       5637-EVENTO-NOTA-FIM.
           EXIT.

      * RECEBIMENTO DE FATURA: A CONTA DE DEBITO VEM DA FORMA DE
      * PAGAMENTO (REC-PIX, REC-DINHEIRO...); O SINAL APLICADO NA
      * FATURA BAIXA O ADIANTAMENTO DO CLIENTE (REC-SINAL).
       5640-EVENTOS-PAGAMENTOS         SECTION.

           OPEN INPUT PAGAMENTOS
           IF AS-STATUS-PAG = ZEROS
               MOVE 'S' TO WS-CLOSE-PAG
               PERFORM UNTIL WS-CLOSE-PAG = 'N'
                   READ PAGAMENTOS INTO WS-DADOS-PAG
                       AT END
                           MOVE 'N' TO WS-CLOSE-PAG
                       NOT AT END
                           PERFORM 5642-EVENTO-PAGAMENTO
                   END-READ
               END-PERFORM
               CLOSE PAGAMENTOS
           END-IF
           .
       5640-EVENTOS-PAGAMENTOS-FIM.
           EXIT.

       5642-EVENTO-PAGAMENTO           SECTION.

           MOVE SPACES TO WS-PAG-FAT-X
           MOVE SPACES TO WS-PAG-OS-X
           MOVE SPACES TO WS-PAG-DATA-L
           MOVE SPACES TO WS-PAG-VALOR-X
           MOVE SPACES TO WS-PAG-FORMA-L

           UNSTRING WS-DADOS-PAG DELIMITED BY '|' INTO
               WS-PAG-FAT-X
               WS-PAG-OS-X
               WS-PAG-DATA-L
               WS-PAG-VALOR-X
               WS-PAG-FORMA-L

           IF WS-PAG-DATA-L(4:7) = WS-DIA-MES AND
              WS-PAG-VALOR-X IS NUMERIC
               MOVE ZEROS TO WS-DIA-QTD-PART
               MOVE 'RECEBIMENTO' TO WS-DIA-EVENTO
               MOVE WS-PAG-DATA-L TO WS-DIA-DATA
               MOVE SPACES TO WS-DIA-DOC
               STRING 'FAT ' DELIMITED BY SIZE
                      WS-PAG-FAT-X DELIMITED BY SIZE
                      INTO WS-DIA-DOC
               MOVE SPACES TO WS-DIA-HIST
               STRING 'RECEBIMENTO FATURA ' DELIMITED BY SIZE
                      WS-PAG-FAT-X DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-PAG-FORMA-L DELIMITED BY SIZE
                      INTO WS-DIA-HIST

               MOVE SPACES TO WS-DIA-P-CHAVE
               STRING 'REC-' DELIMITED BY SIZE
                      WS-PAG-FORMA-L DELIMITED BY SPACE
                      INTO WS-DIA-P-CHAVE
               MOVE 'D' TO WS-DIA-P-DC
               MOVE WS-PAG-VALOR-N TO WS-DIA-P-VALOR
               PERFORM 5690-INCLUIR-PARTIDA
               MOVE 'CLIENTES' TO WS-DIA-P-CHAVE
               MOVE 'C' TO WS-DIA-P-DC
               PERFORM 5690-INCLUIR-PARTIDA

               PERFORM 5680-LANCAR-EVENTO
           END-IF
           .
       5642-EVENTO-PAGAMENTO-FIM.
           EXIT.

      * SINAL DE ORCAMENTO RECEBIDO: ENTRA NO CAIXA PELA FORMA E FICA
      * COMO ADIANTAMENTO DE CLIENTE ATE SER APLICADO NA FATURA.
       5645-EVENTOS-SINAIS             SECTION.

           OPEN INPUT SINAIS
           IF AS-STATUS-SIN = ZEROS
               MOVE 'S' TO WS-CLOSE-SIN
               PERFORM UNTIL WS-CLOSE-SIN = 'N'
                   READ SINAIS INTO WS-DADOS-SIN
                       AT END
                           MOVE 'N' TO WS-CLOSE-SIN
                       NOT AT END
                           PERFORM 5320-DESMONTAR-SINAL
                           IF LINDET-SIN-DATA(4:7) = WS-DIA-MES
                               PERFORM 5647-EVENTO-SINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SINAIS
           END-IF
           .
       5645-EVENTOS-SINAIS-FIM.
           EXIT.

       5647-EVENTO-SINAL               SECTION.

           MOVE ZEROS TO WS-DIA-QTD-PART
           MOVE 'SINAL' TO WS-DIA-EVENTO
           MOVE LINDET-SIN-DATA TO WS-DIA-DATA
           MOVE SPACES TO WS-DIA-DOC
           STRING 'ORC ' DELIMITED BY SIZE
                  WS-SIN-ORC-X DELIMITED BY SIZE
                  INTO WS-DIA-DOC
           MOVE SPACES TO WS-DIA-HIST
           STRING 'SINAL DO ORCAMENTO ' DELIMITED BY SIZE
                  WS-SIN-ORC-X DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  LINDET-SIN-FORMA DELIMITED BY SIZE
                  INTO WS-DIA-HIST

           MOVE SPACES TO WS-DIA-P-CHAVE
           STRING 'REC-' DELIMITED BY SIZE
                  LINDET-SIN-FORMA DELIMITED BY SPACE
                  INTO WS-DIA-P-CHAVE
           MOVE 'D' TO WS-DIA-P-DC
           MOVE LINDET-SIN-VALOR TO WS-DIA-P-VALOR
           PERFORM 5690-INCLUIR-PARTIDA
           MOVE 'ADIANTAMENTO' TO WS-DIA-P-CHAVE
           MOVE 'C' TO WS-DIA-P-DC
           PERFORM 5690-INCLUIR-PARTIDA

           PERFORM 5680-LANCAR-EVENTO
           .
       5647-EVENTO-SINAL-FIM.
           EXIT.

      * VENDA DE BALCAO: ENTRA NO CAIXA PELA FORMA CONTRA A RECEITA
      * DE PECAS, E O ICMS DA VENDA VAI PARA O ICMS A RECOLHER. A
      * BAIXA DO ESTOQUE VEM DO KARDEX (VENDA BALCAO).
       5648-EVENTOS-VENDAS             SECTION.

           OPEN INPUT VENDAS-BALCAO
           IF AS-STATUS-VDB = ZEROS
               MOVE 'S' TO WS-CLOSE-VDB
               PERFORM UNTIL WS-CLOSE-VDB = 'N'
                   READ VENDAS-BALCAO INTO WS-DADOS-VDB
                       AT END
                           MOVE 'N' TO WS-CLOSE-VDB
                       NOT AT END
                           PERFORM 5325-DESMONTAR-VENDA
                           IF LINDET-VDB-DATA(4:7) = WS-DIA-MES
                               PERFORM 5649-EVENTO-VENDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDAS-BALCAO
           END-IF
           .
       5648-EVENTOS-VENDAS-FIM.
           EXIT.

       5649-EVENTO-VENDA               SECTION.

           MOVE ZEROS TO WS-DIA-QTD-PART
           MOVE 'VENDA BALCAO' TO WS-DIA-EVENTO
           MOVE LINDET-VDB-DATA TO WS-DIA-DATA
           MOVE SPACES TO WS-DIA-DOC
           STRING 'VENDA ' DELIMITED BY SIZE
                  WS-VDB-NUM-X DELIMITED BY SIZE
                  INTO WS-DIA-DOC
           MOVE SPACES TO WS-DIA-HIST
           STRING 'VENDA DE BALCAO ' DELIMITED BY SIZE
                  WS-VDB-NUM-X DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  LINDET-VDB-FORMA DELIMITED BY SIZE
                  INTO WS-DIA-HIST

           MOVE SPACES TO WS-DIA-P-CHAVE
           STRING 'REC-' DELIMITED BY SIZE
                  LINDET-VDB-FORMA DELIMITED BY SPACE
                  INTO WS-DIA-P-CHAVE
           MOVE 'D' TO WS-DIA-P-DC
           MOVE LINDET-VDB-TOTAL TO WS-DIA-P-VALOR
           PERFORM 5690-INCLUIR-PARTIDA
           MOVE 'RECEITA-PECAS' TO WS-DIA-P-CHAVE
           MOVE 'C' TO WS-DIA-P-DC
           PERFORM 5690-INCLUIR-PARTIDA

           IF LINDET-VDB-ICMS > ZEROS
               MOVE 'ICMS-DESPESA' TO WS-DIA-P-CHAVE
               MOVE 'D' TO WS-DIA-P-DC
               MOVE LINDET-VDB-ICMS TO WS-DIA-P-VALOR
               PERFORM 5690-INCLUIR-PARTIDA
               MOVE 'ICMS-RECOLHER' TO WS-DIA-P-CHAVE
               MOVE 'C' TO WS-DIA-P-DC
               PERFORM 5690-INCLUIR-PARTIDA
           END-IF

           PERFORM 5680-LANCAR-EVENTO
           .
       5649-EVENTO-VENDA-FIM.
           EXIT.

      * MULTA E JUROS COBRADOS (OS DISPENSADOS NAO ENTRAM): AUMENTAM
      * O RECEBIVEL CONTRA A RECEITA DE ENCARGOS.
       5650-EVENTOS-ENCARGOS           SECTION.

           OPEN INPUT ENCARGOS
           IF AS-STATUS-ENC = ZEROS
               MOVE 'S' TO WS-CLOSE-ENC
               PERFORM UNTIL WS-CLOSE-ENC = 'N'
                   READ ENCARGOS INTO WS-DADOS-ENC
                       AT END
                           MOVE 'N' TO WS-CLOSE-ENC
                       NOT AT END
                           PERFORM 5652-EVENTO-ENCARGO
                   END-READ
               END-PERFORM
               CLOSE ENCARGOS
           END-IF
           .
       5650-EVENTOS-ENCARGOS-FIM.
           EXIT.

       5652-EVENTO-ENCARGO             SECTION.

           MOVE SPACES TO WS-ENC-L-FAT
           MOVE SPACES TO WS-ENC-L-DATA
           MOVE SPACES TO WS-ENC-L-DIAS
           MOVE SPACES TO WS-ENC-L-MULTA-X
           MOVE SPACES TO WS-ENC-L-JUROS-X
           MOVE SPACES TO WS-ENC-L-SITUACAO

           UNSTRING WS-DADOS-ENC DELIMITED BY '|' INTO
               WS-ENC-L-FAT
               WS-ENC-L-DATA
               WS-ENC-L-DIAS
               WS-ENC-L-MULTA-X
               WS-ENC-L-JUROS-X
               WS-ENC-L-SITUACAO

           IF WS-ENC-L-DATA(4:7) = WS-DIA-MES AND
              WS-ENC-L-SITUACAO = 'COBRADO' AND
              WS-ENC-L-MULTA-X IS NUMERIC AND
              WS-ENC-L-JUROS-X IS NUMERIC
               MOVE ZEROS TO WS-DIA-QTD-PART
               MOVE 'ENCARGOS' TO WS-DIA-EVENTO
               MOVE WS-ENC-L-DATA TO WS-DIA-DATA
               MOVE SPACES TO WS-DIA-DOC
               STRING 'FAT ' DELIMITED BY SIZE
                      WS-ENC-L-FAT DELIMITED BY SIZE
                      INTO WS-DIA-DOC
               MOVE SPACES TO WS-DIA-HIST
               STRING 'MULTA E JUROS DA FATURA ' DELIMITED BY SIZE
                      WS-ENC-L-FAT DELIMITED BY SIZE
                      INTO WS-DIA-HIST

               MOVE 'CLIENTES' TO WS-DIA-P-CHAVE
               MOVE 'D' TO WS-DIA-P-DC
               COMPUTE WS-DIA-P-VALOR =
                   WS-ENC-L-MULTA-N + WS-ENC-L-JUROS-N
               PERFORM 5690-INCLUIR-PARTIDA
               MOVE 'RECEITA-ENCARG' TO WS-DIA-P-CHAVE
               MOVE 'C' TO WS-DIA-P-DC
               PERFORM 5690-INCLUIR-PARTIDA

               PERFORM 5680-LANCAR-EVENTO
           END-IF
           .
       5652-EVENTO-ENCARGO-FIM.
           EXIT.

      * CONTAS A PAGAR: A COMPRA ENTRA NO MES EM QUE O PEDIDO FOI
      * RECEBIDO (KARDEX), ESTOQUE CONTRA FORNECEDORES; A PARCELA PAGA
      * SAI NO MES DA BAIXA. PARCELA SEM DATA DE RECEBIMENTO OU DE
      * BAIXA REGISTRADA USA O VENCIMENTO.
       5655-EVENTOS-PAGAR              SECTION.

           OPEN INPUT CONTAS-PAGAR
           IF AS-STATUS-CPG = ZEROS
               MOVE 'S' TO WS-CLOSE-CPG
               PERFORM UNTIL WS-CLOSE-CPG = 'N'
                   READ CONTAS-PAGAR INTO WS-DADOS-CPG
                       AT END
                           MOVE 'N' TO WS-CLOSE-CPG
                       NOT AT END
                           PERFORM 4320-DESMONTAR-PARCELA
                           IF WS-CPG-PED-X IS NUMERIC AND
                              WS-CPG-VALOR-X IS NUMERIC
                               PERFORM 5657-EVENTO-COMPRA
                               IF WS-CPG-STATUS = 'PAGA'
                                   PERFORM 5659-EVENTO-PAGTO-FORN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS-PAGAR
           END-IF
           .
       5655-EVENTOS-PAGAR-FIM.
           EXIT.

       5657-EVENTO-COMPRA              SECTION.

           MOVE WS-CPG-VENC TO WS-DIA-DATA-EVT
           PERFORM VARYING WS-DIA-I FROM 1 BY 1
                   UNTIL WS-DIA-I > WS-DIA-PED-QTD
               IF WS-DIA-PED-NUM(WS-DIA-I) = WS-CPG-PED-X
                   MOVE WS-DIA-PED-DATA(WS-DIA-I) TO WS-DIA-DATA-EVT
               END-IF
           END-PERFORM

           IF WS-DIA-DATA-EVT(4:7) = WS-DIA-MES
               MOVE ZEROS TO WS-DIA-QTD-PART
               MOVE 'COMPRA' TO WS-DIA-EVENTO
               MOVE WS-DIA-DATA-EVT TO WS-DIA-DATA
               MOVE SPACES TO WS-DIA-DOC
               STRING 'PED ' DELIMITED BY SIZE
                      WS-CPG-PED-X DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-CPG-PARC-X DELIMITED BY SIZE
                      INTO WS-DIA-DOC
               MOVE SPACES TO WS-DIA-HIST
               STRING 'COMPRA FORNECEDOR ' DELIMITED BY SIZE
                      WS-CPG-FORN DELIMITED BY SIZE
                      ' PARCELA ' DELIMITED BY SIZE
                      WS-CPG-PARC-X DELIMITED BY SIZE
                      INTO WS-DIA-HIST

               MOVE 'ESTOQUE' TO WS-DIA-P-CHAVE
               MOVE 'D' TO WS-DIA-P-DC
               MOVE WS-CPG-VALOR-N TO WS-DIA-P-VALOR
               PERFORM 5690-INCLUIR-PARTIDA
               MOVE 'FORNECEDORES' TO WS-DIA-P-CHAVE
               MOVE 'C' TO WS-DIA-P-DC
               PERFORM 5690-INCLUIR-PARTIDA

               PERFORM 5680-LANCAR-EVENTO
           END-IF
           .
       5657-EVENTO-COMPRA-FIM.
           EXIT.

       5659-EVENTO-PAGTO-FORN          SECTION.

           MOVE WS-CPG-VENC TO WS-DIA-DATA-EVT
           PERFORM VARYING WS-DIA-I FROM 1 BY 1
                   UNTIL WS-DIA-I > WS-DIA-BXP-QTD
               IF WS-DIA-BXP-PED(WS-DIA-I) = WS-CPG-PED-X AND
                  WS-DIA-BXP-PARC(WS-DIA-I) = WS-CPG-PARC-X
                   MOVE WS-DIA-BXP-DATA(WS-DIA-I) TO WS-DIA-DATA-EVT
               END-IF
           END-PERFORM

           IF WS-DIA-DATA-EVT(4:7) = WS-DIA-MES
               MOVE ZEROS TO WS-DIA-QTD-PART
               MOVE 'PAGTO FORNEC' TO WS-DIA-EVENTO
               MOVE WS-DIA-DATA-EVT TO WS-DIA-DATA
               MOVE SPACES TO WS-DIA-DOC
               STRING 'PED ' DELIMITED BY SIZE
                      WS-CPG-PED-X DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-CPG-PARC-X DELIMITED BY SIZE
                      INTO WS-DIA-DOC
               MOVE SPACES TO WS-DIA-HIST
               STRING 'PAGTO FORNECEDOR ' DELIMITED BY SIZE
                      WS-CPG-FORN DELIMITED BY SIZE
                      ' PARCELA ' DELIMITED BY SIZE
                      WS-CPG-PARC-X DELIMITED BY SIZE
                      INTO WS-DIA-HIST

               MOVE 'FORNECEDORES' TO WS-DIA-P-CHAVE
               MOVE 'D' TO WS-DIA-P-DC
               MOVE WS-CPG-VALOR-N TO WS-DIA-P-VALOR
               PERFORM 5690-INCLUIR-PARTIDA
               MOVE 'PAGTO-FORN' TO WS-DIA-P-CHAVE
               MOVE 'C' TO WS-DIA-P-DC
               PERFORM 5690-INCLUIR-PARTIDA

               PERFORM 5680-LANCAR-EVENTO
           END-IF
           .
       5659-EVENTO-PAGTO-FORN-FIM.
           EXIT.

      * FECHA O RELATORIO DE CONTROLE: DEBITOS E CREDITOS POR CONTA,
      * OS TOTAIS DO DIARIO E SE ELES BATEM.
       5670-IMPRIMIR-CONTROLE          SECTION.

           IF WS-DIA-QTD-EXCECOES = ZEROS
               MOVE '(NENHUMA)' TO ARQ-DIARIO-CTL
               WRITE ARQ-DIARIO-CTL
           END-IF

           MOVE SPACES TO ARQ-DIARIO-CTL
           WRITE ARQ-DIARIO-CTL
           MOVE 'TOTAIS POR CONTA' TO ARQ-DIARIO-CTL
           WRITE ARQ-DIARIO-CTL
           MOVE 'CONTA | DEBITOS | CREDITOS' TO ARQ-DIARIO-CTL
           WRITE ARQ-DIARIO-CTL

           PERFORM VARYING WS-DIA-I FROM 1 BY 1
                   UNTIL WS-DIA-I > WS-DIA-CTA-QTD
               MOVE WS-DIA-CTA-DEB(WS-DIA-I) TO WS-DIA-DEB-ED
               MOVE WS-DIA-CTA-CRED(WS-DIA-I) TO WS-DIA-CRED-ED
               MOVE SPACES TO WS-LINHA-DCT
               STRING WS-DIA-CTA-CONTA(WS-DIA-I) DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-DIA-DEB-ED DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-DIA-CRED-ED DELIMITED BY SIZE
                      INTO WS-LINHA-DCT
               MOVE WS-LINHA-DCT TO ARQ-DIARIO-CTL
               WRITE ARQ-DIARIO-CTL
           END-PERFORM

           MOVE WS-DIA-TOTAL-DEB TO WS-DIA-DEB-ED
           MOVE WS-DIA-TOTAL-CRED TO WS-DIA-CRED-ED
           COMPUTE WS-DIA-DIFERENCA =
               WS-DIA-TOTAL-DEB - WS-DIA-TOTAL-CRED
           MOVE WS-DIA-DIFERENCA TO WS-DIA-DIF-ED

           MOVE SPACES TO ARQ-DIARIO-CTL
           WRITE ARQ-DIARIO-CTL
           MOVE SPACES TO WS-LINHA-DCT
           STRING 'TOTAL DEBITOS ' DELIMITED BY SIZE
                  WS-DIA-DEB-ED DELIMITED BY SIZE
                  ' | TOTAL CREDITOS ' DELIMITED BY SIZE
                  WS-DIA-CRED-ED DELIMITED BY SIZE
                  INTO WS-LINHA-DCT
           MOVE WS-LINHA-DCT TO ARQ-DIARIO-CTL
           WRITE ARQ-DIARIO-CTL

           MOVE SPACES TO WS-LINHA-DCT
           IF WS-DIA-DIFERENCA = ZEROS
               MOVE 'DIARIO BALANCEADO (DEBITOS = CREDITOS)' TO
                   WS-LINHA-DCT
           ELSE
               STRING 'DIARIO DESBALANCEADO - DIFERENCA '
                          DELIMITED BY SIZE
                      WS-DIA-DIF-ED DELIMITED BY SIZE
                      INTO WS-LINHA-DCT
               DISPLAY "ATENCAO: DIARIO DESBALANCEADO " WS-DIA-DIF-ED
           END-IF
           MOVE WS-LINHA-DCT TO ARQ-DIARIO-CTL
           WRITE ARQ-DIARIO-CTL

           MOVE SPACES TO WS-LINHA-DCT
           STRING WS-DIA-NUM-LANC DELIMITED BY SIZE
                  ' LANCAMENTOS, ' DELIMITED BY SIZE
                  WS-DIA-QTD-LINHAS DELIMITED BY SIZE
                  ' LINHAS, ' DELIMITED BY SIZE
                  WS-DIA-QTD-EXCECOES DELIMITED BY SIZE
                  ' EXCECOES' DELIMITED BY SIZE
                  INTO WS-LINHA-DCT
           MOVE WS-LINHA-DCT TO ARQ-DIARIO-CTL
           WRITE ARQ-DIARIO-CTL
           .
       5670-IMPRIMIR-CONTROLE-FIM.
           EXIT.

      * GRAVA O EVENTO MONTADO EM WS-DIA-PARTIDAS: TODAS AS CHAVES
      * PRECISAM TER CONTA NO MAPA E OS DEBITOS PRECISAM BATER COM
      * OS CREDITOS; SENAO O EVENTO INTEIRO VAI PARA AS EXCECOES.
       5680-LANCAR-EVENTO              SECTION.

           MOVE SPACES TO WS-DIA-FALTA
           MOVE ZEROS TO WS-DIA-EVT-DEB
           MOVE ZEROS TO WS-DIA-EVT-CRED

           PERFORM VARYING WS-DIA-I FROM 1 BY 1
                   UNTIL WS-DIA-I > WS-DIA-QTD-PART
               MOVE SPACES TO WS-DIA-CONTA-ACHADA
               PERFORM VARYING WS-DIA-J FROM 1 BY 1
                       UNTIL WS-DIA-J > WS-DIA-MAPA-QTD
                   IF WS-DIA-MAPA-CHAVE(WS-DIA-J) =
                      WS-DIA-PART-CHAVE(WS-DIA-I)
                       MOVE WS-DIA-MAPA-CONTA(WS-DIA-J) TO
                           WS-DIA-CONTA-ACHADA
                   END-IF
               END-PERFORM
               MOVE WS-DIA-CONTA-ACHADA TO WS-DIA-PART-CONTA(WS-DIA-I)
               IF WS-DIA-CONTA-ACHADA = SPACES AND
                  WS-DIA-FALTA = SPACES
                   MOVE WS-DIA-PART-CHAVE(WS-DIA-I) TO WS-DIA-FALTA
               END-IF
               IF WS-DIA-PART-DC(WS-DIA-I) = 'D'
                   ADD WS-DIA-PART-VALOR(WS-DIA-I) TO WS-DIA-EVT-DEB
               ELSE
                   ADD WS-DIA-PART-VALOR(WS-DIA-I) TO WS-DIA-EVT-CRED
               END-IF
           END-PERFORM

           IF WS-DIA-QTD-PART > ZEROS
               IF WS-DIA-FALTA NOT = SPACES
                   PERFORM 5685-GRAVAR-EXCECAO
               ELSE
                   IF WS-DIA-EVT-DEB NOT = WS-DIA-EVT-CRED
                       MOVE 'DESBALANCEADO' TO WS-DIA-FALTA
                       PERFORM 5685-GRAVAR-EXCECAO
                   ELSE
                       ADD 1 TO WS-DIA-NUM-LANC
                       PERFORM VARYING WS-DIA-I FROM 1 BY 1
                               UNTIL WS-DIA-I > WS-DIA-QTD-PART
                           PERFORM 5687-GRAVAR-PARTIDA
                       END-PERFORM
                   END-IF
               END-IF
           END-IF
           .
       5680-LANCAR-EVENTO-FIM.
           EXIT.

      * EVENTO FORA DO DIARIO: SAI NO CONTROLE COM O MOTIVO (A CHAVE
      * SEM CONTA NO MAPA, OU O PROBLEMA ENCONTRADO).
       5685-GRAVAR-EXCECAO             SECTION.

           ADD 1 TO WS-DIA-QTD-EXCECOES
           IF WS-DIA-EVT-DEB > WS-DIA-EVT-CRED
               MOVE WS-DIA-EVT-DEB TO WS-DIA-VALOR-ED
           ELSE
               MOVE WS-DIA-EVT-CRED TO WS-DIA-VALOR-ED
           END-IF

           MOVE SPACES TO WS-LINHA-DCT
           STRING WS-DIA-EVENTO DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-DIA-DOC DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-DIA-DATA DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-DIA-VALOR-ED DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  INTO WS-LINHA-DCT
           IF WS-DIA-FALTA = 'DESBALANCEADO' OR
              WS-DIA-FALTA = 'PECA SEM CUSTO NO CADASTRO'
               MOVE WS-DIA-FALTA TO WS-LINHA-DCT(71:30)
           ELSE
               STRING 'SEM CONTA: ' DELIMITED BY SIZE
                      WS-DIA-FALTA DELIMITED BY SIZE
                      INTO WS-LINHA-DCT(71:30)
           END-IF
           MOVE WS-LINHA-DCT TO ARQ-DIARIO-CTL
           WRITE ARQ-DIARIO-CTL
           .
       5685-GRAVAR-EXCECAO-FIM.
           EXIT.

       5687-GRAVAR-PARTIDA             SECTION.

           MOVE WS-DIA-NUM-LANC TO LINDET-DIA-LANC
           MOVE WS-DIA-DATA TO LINDET-DIA-DATA
           MOVE WS-DIA-PART-CONTA(WS-DIA-I) TO LINDET-DIA-CONTA
           MOVE WS-DIA-PART-DC(WS-DIA-I) TO LINDET-DIA-DC
           MOVE WS-DIA-PART-VALOR(WS-DIA-I) TO LINDET-DIA-VALOR
           MOVE WS-DIA-EVENTO TO LINDET-DIA-EVENTO
           MOVE WS-DIA-DOC TO LINDET-DIA-DOC
           MOVE WS-DIA-HIST TO LINDET-DIA-HIST
           MOVE LINDET-DIA TO ARQ-DIARIO
           WRITE ARQ-DIARIO
           ADD 1 TO WS-DIA-QTD-LINHAS

           MOVE 'N' TO WS-DIA-ACHOU
           PERFORM VARYING WS-DIA-J FROM 1 BY 1
                   UNTIL WS-DIA-J > WS-DIA-CTA-QTD
                      OR WS-DIA-ACHOU = 'S'
               IF WS-DIA-CTA-CONTA(WS-DIA-J) =
                  WS-DIA-PART-CONTA(WS-DIA-I)
                   MOVE 'S' TO WS-DIA-ACHOU
               END-IF
           END-PERFORM
           IF WS-DIA-ACHOU = 'S'
               SUBTRACT 1 FROM WS-DIA-J
           ELSE
               IF WS-DIA-CTA-QTD < 100
                   ADD 1 TO WS-DIA-CTA-QTD
                   MOVE WS-DIA-CTA-QTD TO WS-DIA-J
                   MOVE WS-DIA-PART-CONTA(WS-DIA-I) TO
                       WS-DIA-CTA-CONTA(WS-DIA-J)
                   MOVE ZEROS TO WS-DIA-CTA-DEB(WS-DIA-J)
                   MOVE ZEROS TO WS-DIA-CTA-CRED(WS-DIA-J)
               ELSE
                   MOVE ZEROS TO WS-DIA-J
               END-IF
           END-IF

           IF WS-DIA-PART-DC(WS-DIA-I) = 'D'
               ADD WS-DIA-PART-VALOR(WS-DIA-I) TO WS-DIA-TOTAL-DEB
               IF WS-DIA-J > ZEROS
                   ADD WS-DIA-PART-VALOR(WS-DIA-I) TO
                       WS-DIA-CTA-DEB(WS-DIA-J)
               END-IF
           ELSE
               ADD WS-DIA-PART-VALOR(WS-DIA-I) TO WS-DIA-TOTAL-CRED
               IF WS-DIA-J > ZEROS
                   ADD WS-DIA-PART-VALOR(WS-DIA-I) TO
                       WS-DIA-CTA-CRED(WS-DIA-J)
               END-IF
           END-IF
           .
       5687-GRAVAR-PARTIDA-FIM.
           EXIT.

      * ACRESCENTA UMA PARTIDA (WS-DIA-P-CHAVE, -DC, -VALOR) AO
      * EVENTO EM MONTAGEM; VALOR ZERO NAO GERA LINHA.
       5690-INCLUIR-PARTIDA            SECTION.

           IF WS-DIA-P-VALOR > ZEROS AND WS-DIA-QTD-PART < 8
               ADD 1 TO WS-DIA-QTD-PART
               MOVE WS-DIA-P-CHAVE TO WS-DIA-PART-CHAVE(WS-DIA-QTD-PART)
               MOVE WS-DIA-P-DC TO WS-DIA-PART-DC(WS-DIA-QTD-PART)
               MOVE WS-DIA-P-VALOR TO
                   WS-DIA-PART-VALOR(WS-DIA-QTD-PART)
           END-IF
           .
       5690-INCLUIR-PARTIDA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                  SEGURADORAS E SINISTROS
      *-----------------------------------------------------------------

       5700-MENU-SEGURADORAS           SECTION.

           MOVE 'NAO' TO AS-FIM-LOOP-SEG
           PERFORM 5710-DISPLAY-MENU-SEG
               UNTIL AS-FIM-LOOP-SEG = 'SIM'
           .
       5700-MENU-SEGURADORAS-FIM.
           EXIT.

       5710-DISPLAY-MENU-SEG           SECTION.

           DISPLAY "|---------------------------------------|"
           DISPLAY "|        SEGURADORAS E SINISTROS        |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "| 1. Incluir seguradora.                |"
           DISPLAY "| 2. Listar seguradoras.                |"
           DISPLAY "| 3. Relatorio de sinistros em aberto.  |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "Escolha uma opcao:"
           ACCEPT WS-OPCAO-SEG

               EVALUATE WS-OPCAO-SEG
           WHEN '1'
               PERFORM 5720-INCLUIR-SEGURADORA
           WHEN '2'
               PERFORM 5730-LISTAR-SEGURADORAS
           WHEN '3'
               PERFORM 5760-SINISTROS-ABERTOS
           WHEN '9'
               MOVE 'SIM' TO AS-FIM-LOOP-SEG
           WHEN OTHER
               DISPLAY "Opcao invalida. Tente novamente."
           END-EVALUATE
           .
       5710-DISPLAY-MENU-SEG-FIM.
           EXIT.

      * INCLUI UMA SEGURADORA NO CADASTRO (SEGURADORAS.TXT): O
      * MANUTENCAO VALIDA POR ELE A SEGURADORA DO SINISTRO E TIRA DELE
      * NOME E ENDERECO DA FATURA DA SEGURADORA.
       5720-INCLUIR-SEGURADORA         SECTION.

           PERFORM 2784-CARREGAR-SEGURADORAS

           DISPLAY "Codigo da seguradora (4 posicoes): "
           ACCEPT WS-SEG-BUSCA
           PERFORM 2787-BUSCAR-SEGURADORA

           IF WS-SEG-BUSCA = SPACES
               DISPLAY "CODIGO EM BRANCO. NADA GRAVADO."
           END-IF
           IF WS-SEG-BUSCA NOT = SPACES AND WS-SEG-ACHOU = 'S'
               DISPLAY "SEGURADORA " WS-SEG-BUSCA " JA CADASTRADA: "
                   WS-SEG-NOME-ACHADO
           END-IF
           IF WS-SEG-BUSCA NOT = SPACES AND WS-SEG-ACHOU = 'N'
               MOVE WS-SEG-BUSCA TO LINDET-SEG-CODIGO
               DISPLAY "Razao social: "
               ACCEPT LINDET-SEG-NOME
               DISPLAY "CNPJ (somente numeros): "
               ACCEPT LINDET-SEG-CNPJ
               DISPLAY "Telefone: "
               ACCEPT LINDET-SEG-TELEFONE
               DISPLAY "Rua: "
               ACCEPT LINDET-SEG-RUA
               DISPLAY "Numero: "
               ACCEPT LINDET-SEG-NUMERO
               DISPLAY "Cidade: "
               ACCEPT LINDET-SEG-CIDADE
               DISPLAY "CEP: "
               ACCEPT LINDET-SEG-CEP

               OPEN INPUT SEGURADORAS
               IF AS-STATUS-SEG = ZEROS
                   MOVE 'S' TO WS-EXISTE-SEG
                   CLOSE SEGURADORAS
               ELSE
                   MOVE 'N' TO WS-EXISTE-SEG
               END-IF

               IF WS-EXISTE-SEG = 'S'
                   OPEN EXTEND SEGURADORAS
               ELSE
                   OPEN OUTPUT SEGURADORAS
               END-IF

               MOVE LINDET-SEG TO ARQ-SEGURADORAS
               WRITE ARQ-SEGURADORAS
               CLOSE SEGURADORAS

               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               MOVE LINDET-SEG-CODIGO TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-VALOR-ANTIGO
               MOVE LINDET-SEG TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-OPERADOR-SESSAO

               DISPLAY "SEGURADORA " LINDET-SEG-CODIGO " CADASTRADA."
           END-IF
           .
       5720-INCLUIR-SEGURADORA-FIM.
           EXIT.

       5730-LISTAR-SEGURADORAS         SECTION.

           PERFORM 2784-CARREGAR-SEGURADORAS

           DISPLAY "---------------------------------------------"
           DISPLAY "SEGURADORAS CADASTRADAS"
           DISPLAY "CODIGO | RAZAO SOCIAL | CNPJ | CIDADE"
           DISPLAY "---------------------------------------------"
           PERFORM VARYING WS-SEG-I FROM 1 BY 1
                   UNTIL WS-SEG-I > WS-SEG-QTD
               DISPLAY WS-SEG-T-CODIGO(WS-SEG-I) " | "
                   WS-SEG-T-NOME(WS-SEG-I) " | "
                   WS-SEG-T-CNPJ(WS-SEG-I) " | "
                   WS-SEG-T-CID(WS-SEG-I)
           END-PERFORM
           DISPLAY "---------------------------------------------"
           DISPLAY WS-SEG-QTD " SEGURADORA(S)"
           .
       5730-LISTAR-SEGURADORAS-FIM.
           EXIT.

      * SINISTROS EM ABERTO POR SEGURADORA (SINISTROS-ABERTOS.TXT):
      * OS AINDA NAO FATURADA (EM SERVICO, DIAS DESDE A ABERTURA DO
      * SINISTRO) OU FATURA DA SEGURADORA COM SALDO (A RECEBER, DIAS
      * DESDE A FATURA), COM SUBTOTAL POR SEGURADORA.
       5760-SINISTROS-ABERTOS          SECTION.

           PERFORM 2780-CARREGAR-SINISTROS

      *    SINISTRO DE OS CANCELADA NAO TEM MAIS O QUE RECEBER.
           IF WS-SNT-QTD > ZEROS
               OPEN INPUT MAINTENANCE
               IF AS-STATUS-MAN = ZEROS
                   MOVE 'S' TO WS-CLOSE-FILE
                   PERFORM UNTIL WS-CLOSE-FILE = 'N'
                       READ MAINTENANCE INTO WS-DADOS
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               PERFORM 5762-MARCAR-OS-CANCELADA
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
                               PERFORM 5762-MARCAR-OS-CANCELADA
                       END-READ
                   END-PERFORM
                   CLOSE HISTORICO-ANUAL
               END-IF
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE(7:2) TO WS-DATA-HOJE-FMT(1:2)
           MOVE '/' TO WS-DATA-HOJE-FMT(3:1)
           MOVE WS-DATA-HOJE(5:2) TO WS-DATA-HOJE-FMT(4:2)
           MOVE '/' TO WS-DATA-HOJE-FMT(6:1)
           MOVE WS-DATA-HOJE(1:4) TO WS-DATA-HOJE-FMT(7:4)

           MOVE ZEROS TO WS-SAB-QTD
           MOVE ZEROS TO WS-SAB-TOTAL-SALDO

           OPEN OUTPUT SIN-ABERTOS
           IF AS-STATUS-SAB NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-SAB
           END-IF

           MOVE SPACES TO WS-LINHA-SAB
           STRING 'SINISTROS EM ABERTO POR SEGURADORA - VOLVO S.A - '
                      DELIMITED BY SIZE
                  WS-DATA-HOJE-FMT DELIMITED BY SIZE
                  INTO WS-LINHA-SAB
           MOVE WS-LINHA-SAB TO ARQ-SIN-ABERTOS
           WRITE ARQ-SIN-ABERTOS
           DISPLAY WS-LINHA-SAB
           MOVE ALL '=' TO ARQ-SIN-ABERTOS
           WRITE ARQ-SIN-ABERTOS

           PERFORM VARYING WS-SNT-I FROM 1 BY 1
                   UNTIL WS-SNT-I > WS-SNT-QTD
               PERFORM 2783-SEGURADORA-JA-LISTADA
               IF WS-SNT-JA-LISTADA = 'N'
                   PERFORM 5765-SINISTROS-DA-SEGURADORA
               END-IF
           END-PERFORM

           MOVE ALL '=' TO ARQ-SIN-ABERTOS
           WRITE ARQ-SIN-ABERTOS
           MOVE WS-SAB-TOTAL-SALDO TO WS-SAB-SALDO-ED
           MOVE SPACES TO WS-LINHA-SAB
           STRING 'TOTAL: ' DELIMITED BY SIZE
                  WS-SAB-QTD DELIMITED BY SIZE
                  ' SINISTRO(S) EM ABERTO  -  A RECEBER R$ '
                      DELIMITED BY SIZE
                  WS-SAB-SALDO-ED DELIMITED BY SIZE
                  INTO WS-LINHA-SAB
           MOVE WS-LINHA-SAB TO ARQ-SIN-ABERTOS
           WRITE ARQ-SIN-ABERTOS

           CLOSE SIN-ABERTOS

           DISPLAY WS-LINHA-SAB
           DISPLAY "RELATORIO EXPORTADO PARA SINISTROS-ABERTOS.TXT"
           .
       5760-SINISTROS-ABERTOS-FIM.
           EXIT.

      * OS CANCELADA (REGISTRO EM WS-DADOS): MARCA OS SINISTROS DELA NA
      * TABELA, PARA NAO SAIREM COMO EM SERVICO.
       5762-MARCAR-OS-CANCELADA        SECTION.

           MOVE SPACES TO WS-MAN-OS-X
           MOVE SPACES TO WS-MAN-PLACA
           MOVE SPACES TO WS-MAN-DATA
           MOVE SPACES TO WS-MAN-TIPO-SERVICO
           MOVE SPACES TO WS-MAN-STATUS

           UNSTRING WS-DADOS DELIMITED BY '|' INTO
               WS-MAN-OS-X
               WS-MAN-PLACA
               WS-MAN-DATA
               WS-MAN-TIPO-SERVICO
               WS-MAN-STATUS

           IF WS-MAN-OS-X IS NUMERIC AND WS-MAN-STATUS = 'CANCELADO'
               MOVE WS-MAN-OS-X TO WS-MAN-OS
               PERFORM VARYING WS-SNT-K FROM 1 BY 1
                       UNTIL WS-SNT-K > WS-SNT-QTD
                   IF WS-SNT-T-OS(WS-SNT-K) = WS-MAN-OS
                       MOVE 'S' TO WS-SNT-T-OS-CANC(WS-SNT-K)
                   END-IF
               END-PERFORM
           END-IF
           .
       5762-MARCAR-OS-CANCELADA-FIM.
           EXIT.

      * BLOCO DE UMA SEGURADORA (A DO SINISTRO WS-SNT-I): CABECALHO NA
      * PRIMEIRA LINHA EM ABERTO E SUBTOTAL NO FIM.
       5765-SINISTROS-DA-SEGURADORA    SECTION.

           MOVE WS-SNT-T-SEG(WS-SNT-I) TO WS-SNT-SEG-ATUAL
           MOVE 'N' TO WS-SNT-CAB-FEITO
           MOVE ZEROS TO WS-SAB-SUB-QTD
           MOVE ZEROS TO WS-SAB-SUB-SALDO

           PERFORM VARYING WS-SNT-J FROM WS-SNT-I BY 1
                   UNTIL WS-SNT-J > WS-SNT-QTD
               IF WS-SNT-T-SEG(WS-SNT-J) = WS-SNT-SEG-ATUAL
                   PERFORM 5770-LINHA-SINISTRO
               END-IF
           END-PERFORM

           IF WS-SAB-SUB-QTD > ZEROS
               MOVE WS-SAB-SUB-SALDO TO WS-SAB-SALDO-ED
               MOVE SPACES TO WS-LINHA-SAB
               STRING 'SUBTOTAL ' DELIMITED BY SIZE
                      WS-SNT-SEG-ATUAL DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WS-SAB-SUB-QTD DELIMITED BY SIZE
                      ' SINISTRO(S)  -  A RECEBER R$ ' DELIMITED BY SIZE
                      WS-SAB-SALDO-ED DELIMITED BY SIZE
                      INTO WS-LINHA-SAB
               MOVE WS-LINHA-SAB TO ARQ-SIN-ABERTOS
               WRITE ARQ-SIN-ABERTOS
               DISPLAY WS-LINHA-SAB
               MOVE SPACES TO ARQ-SIN-ABERTOS
               WRITE ARQ-SIN-ABERTOS
           END-IF
           .
       5765-SINISTROS-DA-SEGURADORA-FIM.
           EXIT.

       5770-LINHA-SINISTRO             SECTION.

           MOVE 'N' TO WS-SAB-ABERTO
           MOVE SPACES TO WS-SAB-FATURA
           MOVE ZEROS TO WS-SAB-SALDO

           IF WS-SNT-T-FAT-SEG(WS-SNT-J) = ZEROS
      *        SEM NENHUMA FATURA: O CARRO AINDA ESTA NO REPARO. SO COM
      *        A DO CLIENTE, A FRANQUIA COBRIU TUDO E NADA FICA ABERTO
      *        COM A SEGURADORA. OS CANCELADA NAO ENTRA.
               IF WS-SNT-T-FAT-CLI(WS-SNT-J) = ZEROS AND
                  WS-SNT-T-OS-CANC(WS-SNT-J) = 'N'
                   MOVE 'S' TO WS-SAB-ABERTO
                   MOVE 'EM SERVICO' TO WS-SAB-SITUACAO
                   MOVE WS-SNT-T-DATA(WS-SNT-J) TO
                       WS-MAN-DATA-CONCLUSAO
               END-IF
           ELSE
               PERFORM 2797-SALDO-FATURA-SEG
               IF WS-FAT-ACHOU = 'S' AND WS-FAT-CANCELADA = 'N' AND
                  WS-SALDO > ZEROS
                   MOVE 'S' TO WS-SAB-ABERTO
                   MOVE 'A RECEBER' TO WS-SAB-SITUACAO
                   MOVE WS-FAT-NUM TO WS-SAB-FATURA
                   MOVE WS-SALDO TO WS-SAB-SALDO
                   ADD WS-SALDO TO WS-SAB-SUB-SALDO
                   ADD WS-SALDO TO WS-SAB-TOTAL-SALDO
                   MOVE WS-FAT-DATA TO WS-MAN-DATA-CONCLUSAO
               END-IF
           END-IF

           IF WS-SAB-ABERTO = 'S'
               IF WS-SNT-CAB-FEITO = 'N'
                   MOVE WS-SNT-SEG-ATUAL TO WS-SEG-BUSCA
                   PERFORM 2787-BUSCAR-SEGURADORA
                   MOVE SPACES TO WS-LINHA-SAB
                   STRING 'SEGURADORA ' DELIMITED BY SIZE
                          WS-SNT-SEG-ATUAL DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          WS-SEG-NOME-ACHADO DELIMITED BY SIZE
                          INTO WS-LINHA-SAB
                   MOVE WS-LINHA-SAB TO ARQ-SIN-ABERTOS
                   WRITE ARQ-SIN-ABERTOS
                   DISPLAY WS-LINHA-SAB
                   MOVE SPACES TO WS-LINHA-SAB
                   STRING 'OS     | SINISTRO        | ABERTURA   | '
                              DELIMITED BY SIZE
                          'SITUACAO   | FATURA |     SALDO | DIAS'
                              DELIMITED BY SIZE
                          INTO WS-LINHA-SAB
                   MOVE WS-LINHA-SAB TO ARQ-SIN-ABERTOS
                   WRITE ARQ-SIN-ABERTOS
                   MOVE 'S' TO WS-SNT-CAB-FEITO
               END-IF

               MOVE WS-SNT-T-OS(WS-SNT-J) TO WS-SAB-OS
               MOVE WS-SNT-T-NUMERO(WS-SNT-J) TO WS-SAB-NUMERO
               MOVE WS-SNT-T-DATA(WS-SNT-J) TO WS-SAB-ABERTURA
               PERFORM 2850-CALCULAR-IDADE
               MOVE WS-IDADE-DIAS TO WS-SAB-DIAS
               MOVE WS-SAB-LINHA TO ARQ-SIN-ABERTOS
               WRITE ARQ-SIN-ABERTOS
               DISPLAY WS-SAB-LINHA
               ADD 1 TO WS-SAB-SUB-QTD
               ADD 1 TO WS-SAB-QTD
           END-IF
           .
       5770-LINHA-SINISTRO-FIM.
           EXIT.

       4950-PLACA-EM-FROTA             SECTION.

           MOVE 'N' TO WS-PLACA-FROTA
