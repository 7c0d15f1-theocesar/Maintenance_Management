      *    baixa de OS liberada do PECAS. As demais leituras da peca
      *    (checagem de estoque, equivalencia, valor das pecas da
      *    fatura) passam ao mesmo separador.
      *    15/09/2026 - Sinal de orcamento: ao passar um orcamento a
      *    APROVADO (menu ou conversao na hora) o cliente pode deixar
      *    um sinal, gravado em Sinais.txt contra o numero do
      *    orcamento, com valor, forma de pagamento e operador. Na
      *    conclusao da OS convertida, logo depois do FATURA, o sinal
      *    entra em Pagamentos.txt como primeiro pagamento da fatura
      *    (forma SINAL); o que passar do total da fatura, ou o sinal
      *    inteiro de orcamento RECUSADO/EXPIRADO, fica marcado como
      *    devolucao devida ao cliente. Tudo auditado.
      *    20/09/2026 - Sinistro de seguradora (opcao N): a OS e
      *    marcada com a seguradora do cadastro do FINANCEIRO
      *    (Seguradoras.txt), o numero do sinistro e a franquia do
      *    segurado, em Sinistros.txt. Na conclusao a OS sai em duas
      *    faturas: a franquia contra o cliente (onde entra o sinal
      *    do orcamento) e o restante contra a seguradora, com mao
      *    de obra e pecas rateadas na mesma proporcao; os numeros
      *    das duas faturas voltam para o registro do sinistro.
      *    22/09/2026 - Consumo e estorno de pecas vao ao KARDEX com o
      *    custo zerado: os dois saem e voltam pelo custo medio da
      *    peca, calculado la.
      *    23/09/2026 - Registro da peca com 103 posicoes: a baixa e o
      *    estorno de pecas da OS leem e regravam o estoque minimo e a
      *    quantidade de reposicao de cada peca junto com o resto.
      *    24/09/2026 - Registro da peca com 107 posicoes (indicador
      *    de rastreio no fim). Na baixa das pecas da OS, peca
      *    rastreada por numero de serie ou lote pede a escolha do
      *    numero usado (subprograma RASTREIO); no cancelamento, os
      *    numeros consumidos pela OS voltam ao saldo.
      *    25/09/2026 - Ao agendar (ou converter um orcamento), o
      *    atendente e avisado dos equipamentos exigidos pelo tipo de
      *    servico que estao com a calibracao vencida (subprograma
      *    CALIBRACAO); o agendamento segue normalmente.
      *    26/09/2026 - Dias uteis pelo calendario da oficina (DATAS):
      *    a checagem de capacidade recusa feriado e dia fechado e
      *    sugere o proximo dia util com vaga; a validade do orcamento
      *    conta os dias de Validade-orcamento.txt em dias uteis; a
      *    data prometida de entrega vem sugerida como a data da
      *    agenda mais os dias uteis de Prazo-entrega.txt (2 na
      *    primeira execucao), e promessa em dia fechado gera aviso.
      *    27/09/2026 - Ausencias dos funcionarios (subprograma
      *    AUSENCIA): agendar ou converter orcamento recusa mecanico
      *    de ferias, folga ou atestado na data do servico e pede
      *    outro; a grade da agenda do dia mostra quem esta fora.
      *    29/09/2026 - Nova opcao Q: pesquisa de satisfacao (NPS)
      *    pos-servico, servida pelo novo PESQUISA.cbl (lista de
      *    ligacoes das OS concluidas ha tres dias, registro da nota
      *    e relatorio mensal por mecanico e tipo de servico).
      *    30/09/2026 - Registro do cliente com 236 posicoes, com o
      *    consentimento de marketing por canal. A lista de retorno
      *    preventivo e a de orcamentos vencendo so trazem quem
      *    autorizou ligacao; o lote de e-mails so enfileira orcamento
      *    para quem autorizou e-mail (fatura e confirmacao de
      *    agendamento continuam saindo para todos). Cada rodada anota
      *    incluidos e excluidos em Exclusoes-consentimento.txt para o
      *    relatorio do CLIENTE.
      *    01/10/2026 - Operacao em mais de uma filial: a sessao traz
      *    a filial escolhida no login e o registro da manutencao
      *    ganha a filial no fim (176 para 179), o do orcamento
      *    tambem (146 para 149), gravadas na criacao e preservadas
      *    nas regravacoes (MIGRAFILIAL poe 01 nos arquivos antigos).
      *    Capacidade diaria e boxes vem do cadastro da filial
      *    (Filiais.txt, servido pelo FILIAL) e a contagem de
      *    agendados e a colisao de box so olham a filial da sessao;
      *    sem cadastro valem Capacidade-dia.txt e Boxes-dia.txt. O
      *    estoque e o da filial (Relatorio-pecas-NN.txt fora da 01).
      *    A fatura e o pagamento do sinal saem com a filial da OS.
      *    Turnaround, produtividade, WIP e funil de orcamentos sao
      *    por filial ou consolidados (GERENTE escolhe; os demais
      *    veem a propria filial).
      *    02/10/2026 - Importacao dos agendamentos do site (opcao I
      *    e modo batch 'I', linha AGENDASITE do noturno): cada pedido
      *    de Agendamentos-site.txt (nome, CPF, telefone, placa, data,
      *    hora, tipo de servico e filial opcional) passa pelo digito
      *    do CPF, pelo formato da placa, pelo cadastro do cliente ou
      *    do veiculo, pelo credito, pela tabela de precos, pela OS
      *    aberta da placa, pelo dia util e pela capacidade do dia e
      *    box livre na hora pedida. Aceito, vira OS AGENDADO numerada
      *    pelo NUMERADOR (o mecanico e escolhido quando a OS passa a
      *    ATIVO); recusado, vai com o motivo para
      *    Agendamentos-site-rejeitados.txt, para o atendente ligar de
      *    volta. Cada pedido fica em Agendamentos-site-processados.txt
      *    com o resultado e o arquivo do site e esvaziado. A lista de
      *    confirmacao traz todo agendamento do site ainda nao
      *    listado (Agenda-site.txt), com o contato do pedido quando o
      *    veiculo nao tem cadastro.
      *    03/10/2026 - Veiculos.txt lido com 85 posicoes (chassi no
      *    fim). Campanhas de recall (subprograma RECALL): o
      *    agendamento e a conversao de orcamento avisam quando a placa
      *    tem campanha aberta ainda nao feita, e a conclusao da OS do
      *    tipo de servico da campanha da baixa no recall da placa.
      *    04/10/2026 - Simulacao de tabela de precos (opcao R): uma
      *    tabela rascunho no layout de Tabela-precos.txt reprecifica
      *    as OS concluidas dos ultimos 12 meses (arquivo ao vivo e
      *    historico anual) e compara com a mao de obra faturada, por
      *    tipo de servico e mes, com o efeito da cobranca por hora,
      *    em Simulacao-precos.txt. Nenhum arquivo ao vivo e alterado.
      *    07/10/2026 - Telefones das listas de confirmacao, de
      *    retorno preventivo e de orcamentos vencendo, o e-mail do
      *    envio de orcamento e o CPF do aviso de credito bloqueado
      *    saem mascarados para os cargos que nao precisam deles
      *    (subprograma MASCARA). A lista so sai completa com
      *    autorizacao de um gerente, registrada na auditoria.
      *    09/10/2026 - Os modos batch recebem a data de
      *    processamento da rodada noturna (terceiro parametro, em
      *    AAAAMMDD) e usam ela como "hoje" em vez do relogio: atraso
      *    do sweep, vencimento de orcamentos, lista de separacao de
      *    amanha, e-mails e importacao do site saem como na noite
      *    certa quando o NOTURNO recupera noites perdidas. No uso
      *    pelo menu o parametro vem em branco e vale o relogio.
      *    11/10/2026 - Ficha de servico para o chao da oficina
      *    (subprograma FICHA): sai em Ficha_<OS>.txt quando a OS e
      *    agendada (ou convertida de orcamento) ja com as pecas e
      *    quando sai de AGUARDA-PECA na atualizacao de status; a nova
      *    opcao F reimprime a ficha de qualquer OS em aberto.
      *    12/10/2026 - Carros reserva (subprograma CORTESIA, nova
      *    opcao C): cadastro, reserva por OS e CPF com checagem de
      *    conflito, retirada e devolucao com km e combustivel. O km
      *    excedente devolvido entra no total da fatura, do relatorio
      *    de custos e do historico da placa; a OS nao conclui com o
      *    carro ainda na rua e, cancelada, solta as reservas dela. A
      *    agenda do dia e a lista de confirmacao mostram quem leva
      *    carro reserva na data.
      *    13/10/2026 - Descontos (subprograma DESCONTO): nova opcao D
      *    concede desconto na OS antes da conclusao e a opcao 8 do
      *    menu de orcamentos no orcamento, que passa para a OS na
      *    conversao. O desconto sai da mao de obra e das pecas da
      *    fatura (ISS e ICMS ja sobre o valor com desconto), do
      *    relatorio de custos, do historico da placa e do controle
      *    de variacao. A opcao E abre o relatorio mensal e os limites
      *    por cargo. O historico da placa passa a usar a OS de cada
      *    registro nas contas de terceiros e carro reserva.
      *    15/10/2026 - Lista de separacao por filial: cada filial
      *    com agendados de amanha ganha a sua lista (a 01 em
      *    Lista-separacao.txt, as demais em Lista-separacao-NN.txt),
      *    so com as OS dela e as localizacoes do estoque dela
      *    (Relatorio-pecas-NN.txt). CALIBRACAO recebe a data de
      *    processamento. O sinal grava a filial da sessao.
      *    15/10/2026 - OS cancelada (de qualquer status) cancela a
      *    reserva do carro reserva e deixa o sinal do orcamento a
      *    devolver; o mesmo vale para OS de frota e de sinistro sem
      *    franquia, onde o sinal nao e aplicado. No sinistro o km
      *    excedente do carro reserva fica fora do rateio e vai so para
      *    a fatura do cliente. Controle de variacao compara bruto com
      *    bruto (desconto nao esconde estouro). Simulacao de precos
      *    ignora faturas canceladas por nota de credito.
      *    15/10/2026 - Relatorio de custos (RelatorioFinal) sai com
      *    o telefone do cliente mascarado pelo cargo, salvo lista
      *    liberada pelo gerente; sem sessao (NOTURNO) sai completo.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-LOGN.

       SELECT EXCLUSOES-CONS ASSIGN TO WS-ARQ-EXCLUSOES-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-EXC.

       SELECT MESES-RETORNO ASSIGN TO WS-ARQ-MESES-RETORNO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-MRET.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-VORC.

       SELECT PRAZO-ENTREGA ASSIGN TO WS-ARQ-PRAZO-ENTREGA-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-PRZ.

       SELECT ORC-VENCENDO ASSIGN TO WS-ARQ-ORC-VENCENDO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-OVEN.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FAT.

       SELECT NOTAS-CREDITO ASSIGN TO WS-ARQ-NOTAS-CREDITO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-NCR.

       SELECT OUTBOX ASSIGN TO WS-ARQ-OUTBOX-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-OUT.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-VRC.

       SELECT SINAIS ASSIGN TO WS-ARQ-SINAIS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-SIN.

       SELECT PAGAMENTOS ASSIGN TO WS-ARQ-PAGAMENTOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-PAG.

       SELECT SEGURADORAS ASSIGN TO WS-ARQ-SEGURADORAS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-SEG.

       SELECT SINISTROS ASSIGN TO WS-ARQ-SINISTROS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-SNT.

       SELECT AGENDA-WEB ASSIGN TO WS-ARQ-AGENDA-WEB-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-AWB.

       SELECT AGENDA-WEB-REJ ASSIGN TO WS-ARQ-AGENDA-REJ-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-ARJ.

       SELECT AGENDA-WEB-PROC ASSIGN TO WS-ARQ-AGENDA-PROC-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-APR.

       SELECT AGENDA-SITE ASSIGN TO WS-ARQ-AGENDA-SITE-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-ASI.

       SELECT TABELA-RASCUNHO ASSIGN TO WS-ARQ-TAB-RASCUNHO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-TRS.

       SELECT SIMULACAO-PRECOS ASSIGN TO WS-ARQ-SIMULACAO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-SMP.

       DATA DIVISION.
       FILE SECTION.

          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 AGENDA-MANUTENCAO-RECORD         PIC X(179).


       FD PECAS

       01 ARQ-PECAS.
           05 ARQ-PECAS-ID              PIC X(04).
           05 ARQ-PECAS-SUFIXO          PIC X(103).


       FD VEICULOS

       01 ARQ-VEICULOS.
           05 ARQ-VEICULOS-PLACA        PIC X(08).
           05 ARQ-VEICULOS-SUFIXO       PIC X(77).


       FD TABELA-PRECOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HISTORICO                    PIC X(179).


       FD ATIVAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-ATIVAS                       PIC X(179).


       FD CLIENTES
       01 ARQ-CLIENTES.
           05 ARQ-CLIENTES-PREFIXO      PIC X(43).
           05 ARQ-CLIENTES-CPF          PIC X(11).
           05 ARQ-CLIENTES-SUFIXO       PIC X(182).


       FD TURNAROUND
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-ATRASADAS                    PIC X(179).


       FD MAINTENANCE-NOVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MAINTENANCE-NOVO             PIC X(179).


       FD HISTORICO-ANUAL
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HISTORICO-ANUAL              PIC X(179).


       FD ORCAMENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-ORCAMENTOS                   PIC X(149).


       FD ORC-IMPRESSO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-AGENDA-DIA                   PIC X(179).


       FD FUNCIONARIOS

       01 ARQ-LOG-NOTURNO                  PIC X(80).

       FD EXCLUSOES-CONS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-EXCLUSOES-CONS               PIC X(52).


       FD MESES-RETORNO
          RECORDING MODE IS F
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HISTORICO-PLACA              PIC X(179).


       FD HIST-PROPRIEDADE

       01 ARQ-VALIDADE-ORC                 PIC X(03).

       FD PRAZO-ENTREGA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PRAZO-ENTREGA                PIC X(03).


       FD ORC-VENCENDO
          RECORDING MODE IS F
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FATURAS                      PIC X(122).

       FD NOTAS-CREDITO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-NOTAS-CREDITO                PIC X(124).


       FD OUTBOX
       01 ARQ-VARIACAO-ORC                 PIC X(120).


       FD SINAIS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-SINAIS                       PIC X(70).


       FD PAGAMENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PAGAMENTOS                   PIC X(51).


       FD SEGURADORAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-SEGURADORAS                  PIC X(141).


       FD SINISTROS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-SINISTROS                    PIC X(61).


       FD AGENDA-WEB
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-AGENDA-WEB                   PIC X(120).


       FD AGENDA-WEB-REJ
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-AGENDA-WEB-REJ               PIC X(200).


       FD AGENDA-WEB-PROC
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-AGENDA-WEB-PROC              PIC X(200).


       FD AGENDA-SITE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-AGENDA-SITE                  PIC X(86).


       FD TABELA-RASCUNHO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-TABELA-RASCUNHO              PIC X(40).


       FD SIMULACAO-PRECOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-SIMULACAO-PRECOS             PIC X(120).


       WORKING-STORAGE SECTION.

       01 AS-STATUS-S                      PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-PROD                   PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-OPER                   PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-LOGN                   PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-EXC                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-MRET                   PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-LRET                   PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-HPLA                   PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-PED                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-CRB                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-VORC                   PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-PRZ                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-OVEN                   PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-FUN                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-KMR                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-EQU                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-SEP                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-FAT                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-NCR                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-OUT                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-ENV                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-SEM                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-FOR                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-PCT                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-VRC                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-SIN                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-PAG                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-SEG                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-SNT                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-AWB                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-ARJ                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-APR                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-ASI                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-TRS                    PIC 9(2)    VALUE ZEROS.
       01 AS-STATUS-SMP                    PIC 9(2)    VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
       01 WS-ARQ-PRODUTIVIDADE-PATH        PIC X(80)   VALUE SPACES.
       01 WS-ARQ-OPERADOR-PATH             PIC X(80)   VALUE SPACES.
       01 WS-ARQ-LOG-NOTURNO-PATH          PIC X(80)   VALUE SPACES.
       01 WS-ARQ-EXCLUSOES-PATH            PIC X(80)   VALUE SPACES.
       01 WS-ARQ-MESES-RETORNO-PATH        PIC X(80)   VALUE SPACES.
       01 WS-ARQ-LISTA-RETORNO-PATH        PIC X(80)   VALUE SPACES.
       01 WS-ARQ-HIST-PLACA-PATH           PIC X(80)   VALUE SPACES.
       01 WS-ARQ-PEDIDOS-PATH              PIC X(80)   VALUE SPACES.
       01 WS-ARQ-CREDITO-BLOQ-PATH         PIC X(80)   VALUE SPACES.
       01 WS-ARQ-VALIDADE-ORC-PATH         PIC X(80)   VALUE SPACES.
       01 WS-ARQ-PRAZO-ENTREGA-PATH        PIC X(80)   VALUE SPACES.
       01 WS-ARQ-ORC-VENCENDO-PATH         PIC X(80)   VALUE SPACES.
       01 WS-ARQ-FUNIL-PATH                PIC X(80)   VALUE SPACES.
       01 WS-ARQ-KM-RETORNO-PATH           PIC X(80)   VALUE SPACES.
       01 WS-ARQ-EQUIVALENCIAS-PATH        PIC X(80)   VALUE SPACES.
       01 WS-ARQ-LISTA-SEP-PATH            PIC X(80)   VALUE SPACES.
       01 WS-ARQ-FATURAS-PATH              PIC X(80)   VALUE SPACES.
       01 WS-ARQ-NOTAS-CREDITO-PATH        PIC X(80)   VALUE SPACES.
       01 WS-ARQ-OUTBOX-PATH               PIC X(80)   VALUE SPACES.
       01 WS-ARQ-ENVIADOS-PATH             PIC X(80)   VALUE SPACES.
       01 WS-ARQ-SEM-EMAIL-PATH            PIC X(80)   VALUE SPACES.
       01 WS-ARQ-FORNECEDORES-PATH         PIC X(80)   VALUE SPACES.
       01 WS-ARQ-PCT-VARIACAO-PATH         PIC X(80)   VALUE SPACES.
       01 WS-ARQ-VARIACAO-ORC-PATH         PIC X(80)   VALUE SPACES.
       01 WS-ARQ-SINAIS-PATH               PIC X(80)   VALUE SPACES.
       01 WS-ARQ-PAGAMENTOS-PATH           PIC X(80)   VALUE SPACES.
       01 WS-ARQ-SEGURADORAS-PATH          PIC X(80)   VALUE SPACES.
       01 WS-ARQ-SINISTROS-PATH            PIC X(80)   VALUE SPACES.
       01 WS-ARQ-AGENDA-WEB-PATH           PIC X(80)   VALUE SPACES.
       01 WS-ARQ-AGENDA-REJ-PATH           PIC X(80)   VALUE SPACES.
       01 WS-ARQ-AGENDA-PROC-PATH          PIC X(80)   VALUE SPACES.
       01 WS-ARQ-AGENDA-SITE-PATH          PIC X(80)   VALUE SPACES.
       01 WS-ARQ-TAB-RASCUNHO-PATH         PIC X(80)   VALUE SPACES.
       01 WS-ARQ-SIMULACAO-PATH            PIC X(80)   VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           05 LINDET01-REL-PROMETIDA       PIC X(10)   VALUE SPACES.
           05 LINDET01-REL-SPACE15         PIC X(01)   VALUE '|'.
           05 LINDET01-REL-ORCAMENTO       PIC 9(06)   VALUE ZEROS.
           05 LINDET01-REL-SPACE16         PIC X(01)   VALUE '|'.
           05 LINDET01-REL-FILIAL          PIC X(02)   VALUE SPACES.

       01 WS-LINDET-SPACES                 PIC X(60)   VALUE ALL SPACES.

       01 WS-INPUT-STRING                  PIC X(50)   VALUE SPACES.
       01 WS-EXISTE-DADOS                  PIC X(01)   VALUE SPACES.
       01 WS-CLOSE-FILE                    PIC X(01)   VALUE 'S'.
       01 WS-DADOS                         PIC X(179)   VALUE SPACES.
       01 WS-OPCAO                         PIC X(01)   VALUE SPACES.
       01 AS-FIM-LOOP-MAIN                 PIC X(04)   VALUE 'NAO'.
       01 WS-NOVO-STATUS                   PIC X(12)   VALUE SPACES.
       01 WS-STATUS-ANTERIOR               PIC X(12)   VALUE SPACES.
       01 WS-STATUS-GRAVADO                PIC X(01)   VALUE 'N'.
       01 WS-DATA-HOJE                     PIC X(08)   VALUE SPACES.
       01 WS-PLACA                         PIC X(10)   VALUE SPACES.
       01 WS-VALOR-TOTAL                   PIC 9(06)V99 VALUE ZEROS.
       01 WS-VALOR-MAO-OBRA                PIC 9(06)V99 VALUE ZEROS.
       01 WS-VALOR-PECAS-TOTAL             PIC 9(06)V99 VALUE ZEROS.
       01 WS-DADOS-PECAS                   PIC X(107)  VALUE SPACES.
       01 WS-DADOS-VEICULOS                PIC X(85)   VALUE SPACES.
       01 WS-VEICULO-CL                    PIC X(40)   VALUE SPACES.
       01 WS-VEICULO-TEL                   PIC X(13)   VALUE SPACES.

       01 WS-DADOS-CLIENTES                PIC X(236)  VALUE SPACES.
       01 WS-CLI-NOME                      PIC X(40)   VALUE SPACES.
       01 WS-CLI-CPF                       PIC 9(11)   VALUE ZEROS.
       01 WS-CLI-RUA                       PIC X(30)   VALUE SPACES.
       01 WS-CLI-TELEFONE                  PIC X(13)   VALUE SPACES.
       01 WS-CLI-EMAIL                     PIC X(40)   VALUE SPACES.
       01 WS-CLI-ENDERECO                  PIC X(66)   VALUE SPACES.
       01 WS-CLI-CONS-TEL                  PIC X(01)   VALUE 'N'.
       01 WS-CLI-CONS-EML                  PIC X(01)   VALUE 'N'.
       01 WS-CPF-BUSCA                     PIC 9(11)   VALUE ZEROS.

      *-----------------------------------------------------------------
      *          MASCARA DE DADOS PESSOAIS (SUBPROGRAMA MASCARA)
      *-----------------------------------------------------------------
       01 WS-MSC-OPCAO                     PIC X(01)   VALUE SPACES.
       01 WS-MSC-VALOR                     PIC X(40)   VALUE SPACES.
       01 WS-MSC-RESULTADO                 PIC X(40)   VALUE SPACES.
       01 WS-MSC-LISTA                     PIC X(40)   VALUE SPACES.
       01 WS-MSC-LIBERADO                  PIC X(01)   VALUE 'N'.
      *-----------------------------------------------------------------

       01 WS-CLOSE-TURNAROUND              PIC X(01)   VALUE 'S'.
       01 WS-TURN-DIA-INI                  PIC 9(02)   VALUE ZEROS.
       01 WS-TURN-MES-INI                  PIC 9(02)   VALUE ZEROS.
       01 WS-CHK-KM                        PIC X(07)   VALUE SPACES.
       01 WS-CHK-PROMETIDA                 PIC X(10)   VALUE SPACES.
       01 WS-CHK-ORCAMENTO                 PIC X(06)   VALUE SPACES.
       01 WS-CHK-FILIAL                    PIC X(02)   VALUE SPACES.
       01 WS-CONFLITO                      PIC X(01)   VALUE 'N'.

       01 WS-REC-PECA.
                                               VALUE ZEROS.
           05 WS-REC-PECA-SP6                  PIC X(03) VALUE ' | '.
           05 WS-REC-PECA-LOCAL                PIC X(12) VALUE SPACES.
           05 WS-REC-PECA-SP7                  PIC X(03) VALUE ' | '.
           05 WS-REC-PECA-MINIMO               PIC X(04) VALUE '0010'.
           05 WS-REC-PECA-SP8                  PIC X(03) VALUE ' | '.
           05 WS-REC-PECA-REPOR                PIC X(04) VALUE '0000'.
           05 WS-REC-PECA-SP9                  PIC X(03) VALUE ' | '.
           05 WS-REC-PECA-RASTREIO             PIC X(01) VALUE 'N'.

       01 WS-ESTOQUE-INSUFICIENTE          PIC X(01)   VALUE 'N'.

       01 WS-SEP-TROCA-LOCAL               PIC X(12)   VALUE SPACES.
       01 WS-LINHA-SEP                     PIC X(120)  VALUE SPACES.
       01 WS-LOCAL8                        PIC X(12)   VALUE SPACES.
       01 WS-SEP-FILIAIS.
           05 WS-SEP-FIL OCCURS 20 TIMES   PIC X(02).
       01 WS-SEP-QTD-FIL                   PIC 9(02)   VALUE ZEROS.
       01 WS-SEP-F                         PIC 9(02)   VALUE ZEROS.
       01 WS-SEP-FILIAL                    PIC X(02)   VALUE SPACES.
       01 WS-SEP-FILIAL-OS                 PIC X(02)   VALUE SPACES.
       01 WS-SEP-PECAS-PATH-SESSAO         PIC X(80)   VALUE SPACES.
       01 WS-SEP-LISTA-PATH-SESSAO         PIC X(80)   VALUE SPACES.
       01 WS-MINIMO9                       PIC X(04)   VALUE SPACES.
       01 WS-REPOR10                       PIC X(04)   VALUE SPACES.
       01 WS-RASTREIO11                    PIC X(01)   VALUE SPACES.
       01 WS-CUSTO7                        PIC X(08)   VALUE SPACES.
       01 WS-CUSTO7-N REDEFINES WS-CUSTO7  PIC 9(06)V99.

       01 WS-EML-ACHOU-DOC                 PIC X(01)   VALUE 'N'.
       01 WS-QTD-EMAILS-FILA               PIC 9(04)   VALUE ZEROS.
       01 WS-QTD-SEM-EMAIL                 PIC 9(04)   VALUE ZEROS.
       01 WS-QTD-EML-SEM-CONSENT           PIC 9(04)   VALUE ZEROS.
       01 WS-DADOS-FAT                     PIC X(122)  VALUE SPACES.
       01 WS-CLOSE-FAT                     PIC X(01)   VALUE 'S'.
       01 WS-FAT-NUM-X                     PIC X(06)   VALUE SPACES.
       01 WS-FAT-OS-X                      PIC X(06)   VALUE SPACES.
       01 WS-EXISTE-TER                    PIC X(01)   VALUE 'N'.
       01 WS-OPCAO-TER                     PIC X(01)   VALUE SPACES.
       01 AS-FIM-LOOP-TER                  PIC X(04)   VALUE 'NAO'.

      *    CARROS RESERVA (SUBPROGRAMA CORTESIA)
       01 WS-VALOR-CARRO-RESERVA           PIC 9(06)V99 VALUE ZEROS.
       01 WS-CRT-OPCAO                     PIC X(01)   VALUE SPACES.
       01 WS-CRT-OS                        PIC X(06)   VALUE SPACES.
       01 WS-CRT-DATA                      PIC X(10)   VALUE SPACES.
       01 WS-CRT-QTD                       PIC 9(05)   VALUE ZEROS.
       01 WS-CRT-VALOR                     PIC 9(06)V99 VALUE ZEROS.
       01 WS-CRT-LISTA.
           05 WS-CRT-LINHA OCCURS 10 TIMES PIC X(100).
       01 WS-CRT-I                         PIC 9(02)   VALUE ZEROS.
       01 WS-CRT-PENDENTE                  PIC X(01)   VALUE 'N'.

      *    DESCONTOS (SUBPROGRAMA DESCONTO)
       01 WS-DSC-OPCAO                     PIC X(01)   VALUE SPACES.
       01 WS-DSC-ORC                       PIC X(06)   VALUE SPACES.
       01 WS-DSC-OS                        PIC X(06)   VALUE SPACES.
       01 WS-DSC-PLACA                     PIC X(08)   VALUE SPACES.
       01 WS-DSC-MAO                       PIC 9(06)V99 VALUE ZEROS.
       01 WS-DSC-PECAS                     PIC 9(06)V99 VALUE ZEROS.
       01 WS-DSC-DESC-MAO                  PIC 9(06)V99 VALUE ZEROS.
       01 WS-DSC-DESC-PECAS                PIC 9(06)V99 VALUE ZEROS.
       01 WS-DSC-TEXTO                     PIC X(80)   VALUE SPACES.
       01 WS-DSC-ACHOU                     PIC X(01)   VALUE 'N'.
       01 WS-TER-L-OS                      PIC X(06)   VALUE SPACES.
       01 WS-TER-L-FORN                    PIC X(04)   VALUE SPACES.
       01 WS-TER-L-DESC                    PIC X(24)   VALUE SPACES.
       01 WS-LINHA-VRL                     PIC X(120)  VALUE SPACES.
       01 WS-FAT-CLIENTE-L                 PIC X(40)   VALUE SPACES.
       01 WS-FAT-MAO-LX                    PIC X(08)   VALUE SPACES.
       01 WS-FAT-MAO-LN REDEFINES WS-FAT-MAO-LX
                                           PIC 9(06)V99.
       01 WS-FAT-PEC-LX                    PIC X(08)   VALUE SPACES.
       01 WS-FAT-TOT-LX                    PIC X(08)   VALUE SPACES.
       01 WS-FAT-TOT-LN REDEFINES WS-FAT-TOT-LX
                                           PIC 9(06)V99.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *          SINAL (ADIANTAMENTO) DE ORCAMENTO APROVADO
      *-----------------------------------------------------------------
       01 LINDET-SIN.
           05 LINDET-SIN-ORC               PIC 9(06)   VALUE ZEROS.
           05 LINDET-SIN-SP1               PIC X(01)   VALUE '|'.
           05 LINDET-SIN-DATA              PIC X(10)   VALUE SPACES.
           05 LINDET-SIN-SP2               PIC X(01)   VALUE '|'.
           05 LINDET-SIN-VALOR             PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-SIN-SP3               PIC X(01)   VALUE '|'.
           05 LINDET-SIN-FORMA             PIC X(09)   VALUE SPACES.
           05 LINDET-SIN-SP4               PIC X(01)   VALUE '|'.
           05 LINDET-SIN-OPER              PIC X(04)   VALUE SPACES.
           05 LINDET-SIN-SP5               PIC X(01)   VALUE '|'.
           05 LINDET-SIN-STATUS            PIC X(09)   VALUE SPACES.
           05 LINDET-SIN-SP6               PIC X(01)   VALUE '|'.
           05 LINDET-SIN-FATURA            PIC 9(06)   VALUE ZEROS.
           05 LINDET-SIN-SP7               PIC X(01)   VALUE '|'.
           05 LINDET-SIN-APLICADO          PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-SIN-SP8               PIC X(01)   VALUE '|'.
           05 LINDET-SIN-FILIAL            PIC X(02)   VALUE SPACES.

       01 WS-DADOS-SIN                     PIC X(70)   VALUE SPACES.
       01 WS-CLOSE-SIN                     PIC X(01)   VALUE 'S'.
       01 WS-EXISTE-SIN                    PIC X(01)   VALUE 'N'.
       01 WS-SIN-ACHOU                     PIC X(01)   VALUE 'N'.
       01 WS-SIN-BUSCA                     PIC 9(06)   VALUE ZEROS.
       01 WS-SIN-RESPOSTA                  PIC X(01)   VALUE 'N'.
       01 WS-SIN-FORMA-OK                  PIC X(01)   VALUE 'N'.
       01 WS-SIN-ORC-X                     PIC X(06)   VALUE SPACES.
       01 WS-SIN-VALOR-X                   PIC X(08)   VALUE SPACES.
       01 WS-SIN-VALOR-N REDEFINES WS-SIN-VALOR-X
                                           PIC 9(06)V99.
       01 WS-SIN-FATURA-X                  PIC X(06)   VALUE SPACES.
       01 WS-SIN-APLIC-X                   PIC X(08)   VALUE SPACES.
       01 WS-SIN-APLIC-N REDEFINES WS-SIN-APLIC-X
                                           PIC 9(06)V99.
       01 WS-SIN-FAT-NUM                   PIC 9(06)   VALUE ZEROS.
       01 WS-SIN-FAT-DATA                  PIC X(10)   VALUE SPACES.
       01 WS-SIN-FAT-TOTAL                 PIC 9(06)V99 VALUE ZEROS.
       01 WS-SIN-DEVOLVER                  PIC 9(06)V99 VALUE ZEROS.
       01 WS-SIN-VALOR-ED                  PIC ZZZZZ9,99 VALUE ZEROS.
       01 WS-EXISTE-PAG                    PIC X(01)   VALUE 'N'.

      *    LINHA DE PAGAMENTO NO LAYOUT DE PAGAMENTOS.TXT DO FINANCEIRO
       01 LINDET-PAG.
           05 LINDET-PAG-FATURA            PIC 9(06)   VALUE ZEROS.
           05 LINDET-PAG-SP1               PIC X(01)   VALUE '|'.
           05 LINDET-PAG-OS                PIC 9(06)   VALUE ZEROS.
           05 LINDET-PAG-SP2               PIC X(01)   VALUE '|'.
           05 LINDET-PAG-DATA              PIC X(10)   VALUE SPACES.
           05 LINDET-PAG-SP3               PIC X(01)   VALUE '|'.
           05 LINDET-PAG-VALOR             PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-PAG-SP4               PIC X(01)   VALUE '|'.
           05 LINDET-PAG-FORMA             PIC X(09)   VALUE SPACES.
           05 LINDET-PAG-SP5               PIC X(01)   VALUE '|'.
           05 LINDET-PAG-OPER              PIC X(04)   VALUE SPACES.
           05 LINDET-PAG-SP6               PIC X(01)   VALUE '|'.
           05 LINDET-PAG-FILIAL            PIC X(02)   VALUE SPACES.

      *    SINISTRO DE SEGURADORA POR OS (SINISTROS.TXT)
       01 LINDET-SNT.
           05 LINDET-SNT-OS                PIC 9(06)   VALUE ZEROS.
           05 LINDET-SNT-SP1               PIC X(01)   VALUE '|'.
           05 LINDET-SNT-SEGURADORA        PIC X(04)   VALUE SPACES.
           05 LINDET-SNT-SP2               PIC X(01)   VALUE '|'.
           05 LINDET-SNT-NUMERO            PIC X(15)   VALUE SPACES.
           05 LINDET-SNT-SP3               PIC X(01)   VALUE '|'.
           05 LINDET-SNT-FRANQUIA          PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-SNT-SP4               PIC X(01)   VALUE '|'.
           05 LINDET-SNT-DATA              PIC X(10)   VALUE SPACES.
           05 LINDET-SNT-SP5               PIC X(01)   VALUE '|'.
           05 LINDET-SNT-FAT-CLIENTE       PIC 9(06)   VALUE ZEROS.
           05 LINDET-SNT-SP6               PIC X(01)   VALUE '|'.
           05 LINDET-SNT-FAT-SEGURADORA    PIC 9(06)   VALUE ZEROS.

       01 WS-DADOS-SNT                     PIC X(61)   VALUE SPACES.
       01 WS-SNT-NOVO                      PIC X(61)   VALUE SPACES.
       01 WS-CLOSE-SNT                     PIC X(01)   VALUE 'S'.
       01 WS-EXISTE-SNT                    PIC X(01)   VALUE 'N'.
       01 WS-SNT-ACHOU                     PIC X(01)   VALUE 'N'.
       01 WS-SNT-BUSCA                     PIC 9(06)   VALUE ZEROS.
       01 WS-SNT-RESPOSTA                  PIC X(01)   VALUE 'N'.
       01 WS-SNT-OS-X                      PIC X(06)   VALUE SPACES.
       01 WS-SNT-FRANQ-X                   PIC X(08)   VALUE SPACES.
       01 WS-SNT-FRANQ-N REDEFINES WS-SNT-FRANQ-X
                                           PIC 9(06)V99.
       01 WS-SNT-FCLI-X                    PIC X(06)   VALUE SPACES.
       01 WS-SNT-FSEG-X                    PIC X(06)   VALUE SPACES.
       01 WS-SNT-RATEIO                    PIC X(80)   VALUE SPACES.
       01 WS-SNT-CLI-MAO                   PIC 9(06)V99 VALUE ZEROS.
       01 WS-SNT-CLI-PECAS                 PIC 9(06)V99 VALUE ZEROS.
       01 WS-SNT-CLI-TOTAL                 PIC 9(06)V99 VALUE ZEROS.
       01 WS-SNT-BASE                      PIC 9(06)V99 VALUE ZEROS.
       01 WS-SNT-SEG-MAO                   PIC 9(06)V99 VALUE ZEROS.
       01 WS-SNT-SEG-PECAS                 PIC 9(06)V99 VALUE ZEROS.
       01 WS-SNT-SEG-TOTAL                 PIC 9(06)V99 VALUE ZEROS.
       01 WS-SNT-SEG-ENDERECO              PIC X(66)   VALUE SPACES.

      *    CADASTRO DE SEGURADORAS (MANTIDO PELO FINANCEIRO)
       01 WS-DADOS-SEG                     PIC X(141)  VALUE SPACES.
       01 WS-CLOSE-SEG                     PIC X(01)   VALUE 'S'.
       01 WS-SEG-ACHOU                     PIC X(01)   VALUE 'N'.
       01 WS-SEG-BUSCA                     PIC X(04)   VALUE SPACES.
       01 WS-SEG-COD-L                     PIC X(04)   VALUE SPACES.
       01 WS-SEG-NOME-L                    PIC X(40)   VALUE SPACES.
       01 WS-SEG-CNPJ-L                    PIC X(14)   VALUE SPACES.
       01 WS-SEG-TEL-L                     PIC X(13)   VALUE SPACES.
       01 WS-SEG-RUA-L                     PIC X(30)   VALUE SPACES.
       01 WS-SEG-NUM-L                     PIC X(05)   VALUE SPACES.
       01 WS-SEG-CID-L                     PIC X(20)   VALUE SPACES.
       01 WS-SEG-CEP-L                     PIC X(08)   VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *          NUMERACAO SEQUENCIAL DAS ORDENS DE SERVICO (OS)
      *-----------------------------------------------------------------
       01 WS-NUM-SERIE-CH                  PIC X(10)   VALUE SPACES.
       01 WS-NUM-SEMENTE                   PIC 9(06)   VALUE ZEROS.
       01 WS-NUM-PROXIMO                   PIC 9(06)   VALUE ZEROS.
       01 WS-NUM-OPER                      PIC X(38)   VALUE SPACES.
       01 WS-PROXIMO-OS                    PIC 9(06)   VALUE ZEROS.
       01 WS-OS-LIDA                       PIC 9(06)   VALUE ZEROS.
       01 WS-OS-BUSCA                      PIC 9(06)   VALUE ZEROS.

      *    FICHA DE SERVICO DA OS (SUBPROGRAMA FICHA)
       01 WS-FIC-OPCAO                     PIC X(01)   VALUE 'O'.
       01 WS-FIC-OS                        PIC X(06)   VALUE SPACES.
       01 WS-FIC-DATA                      PIC X(08)   VALUE SPACES.
       01 WS-FIC-QTD                       PIC 9(05)   VALUE ZEROS.

       01 WS-CLOSE-ANUAL                   PIC X(01)   VALUE 'S'.
      *-----------------------------------------------------------------

       01 WS-SUG-TENTATIVAS                PIC 9(03)   VALUE ZEROS.
       01 WS-SUG-LIVRE                     PIC X(01)   VALUE 'N'.
       01 WS-DATA-SUGERIDA                 PIC X(10)   VALUE SPACES.
       01 WS-DIA-FECHADO                   PIC X(01)   VALUE 'N'.
       01 WS-DATA-AMANHA                   PIC X(10)   VALUE SPACES.
       01 WS-QTD-CONFIRMAR                 PIC 9(03)   VALUE ZEROS.
       01 WS-LINHA-CONF                    PIC X(120)  VALUE SPACES.
       01 WS-HORA-VALIDA                   PIC X(01)   VALUE 'N'.
       01 WS-COLISAO                       PIC X(01)   VALUE 'N'.
       01 WS-BOX-ESCOLHIDO                 PIC 9(02)   VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *          FILIAL (SUBPROGRAMA FILIAL)
      *-----------------------------------------------------------------
       01 WS-FIL-OPCAO                     PIC X(01)   VALUE SPACES.
       01 WS-FIL-CAPACIDADE                PIC 9(03)   VALUE ZEROS.
       01 WS-FIL-BOXES                     PIC 9(02)   VALUE ZEROS.
       01 WS-REG-FILIAL                    PIC X(02)   VALUE SPACES.
       01 WS-REL-FILIAL                    PIC X(02)   VALUE SPACES.
       01 WS-REL-DENTRO                    PIC X(01)   VALUE 'S'.

       01 WS-AGD-TABELA.
           05 WS-AGD-ENT OCCURS 100 TIMES INDEXED BY WS-AGD-IDX.
               10 WS-AGD-REG               PIC X(179).
               10 WS-AGD-BOX               PIC 9(02).
               10 WS-AGD-HORA              PIC X(05).

       01 WS-AGD-QTD                       PIC 9(03)   VALUE ZEROS.
       01 WS-AGD-I                         PIC 9(03)   VALUE ZEROS.
       01 WS-AGD-J                         PIC 9(03)   VALUE ZEROS.
       01 WS-AGD-TROCA-REG                 PIC X(179)  VALUE SPACES.
       01 WS-AGD-TROCA-BOX                 PIC 9(02)   VALUE ZEROS.
       01 WS-AGD-TROCA-HORA                PIC X(05)   VALUE SPACES.
       01 WS-AGD-BOX-ATUAL                 PIC 9(02)   VALUE ZEROS.
       01 WS-FUNC-NOME                     PIC X(20)   VALUE SPACES.
       01 WS-FUNC-SENHA                    PIC X(10)   VALUE SPACES.
       01 WS-FUNC-CARGO                    PIC X(09)   VALUE SPACES.
       01 WS-AUS-OPCAO                     PIC X(01)   VALUE SPACES.
       01 WS-AUS-RESPOSTA                  PIC X(150)  VALUE SPACES.

       01 ARMAZENA-OPERADOR                PIC X(35)   VALUE SPACES.
       01 WS-OPER-ID                       PIC X(04)   VALUE SPACES.
       01 WS-OPER-NOME                     PIC X(20)   VALUE SPACES.
       01 WS-OPER-CARGO                    PIC X(09)   VALUE SPACES.
       01 WS-OPER-FILIAL                   PIC X(02)   VALUE SPACES.
       01 WS-ACESSO-OK                     PIC X(01)   VALUE 'N'.
       01 WS-ACAO-PROTEGIDA                PIC X(15)   VALUE SPACES.

       01 WS-RET-ACHOU                     PIC X(01)   VALUE 'N'.
       01 WS-RET-I                         PIC 9(03)   VALUE ZEROS.
       01 WS-RET-QTD-LISTA                 PIC 9(03)   VALUE ZEROS.
       01 WS-RET-QTD-SEM-CONSENT           PIC 9(03)   VALUE ZEROS.
       01 WS-RET-ANO                       PIC 9(04)   VALUE ZEROS.
       01 WS-RET-MES                       PIC S9(03)  VALUE ZEROS.
       01 WS-LINHA-RET                     PIC X(130)  VALUE SPACES.
      *-----------------------------------------------------------------
       01 WS-HIS-TABELA.
           05 WS-HIS-ENT OCCURS 200 TIMES INDEXED BY WS-HIS-IDX.
               10 WS-HIS-REG               PIC X(179).
               10 WS-HIS-DATA-NUM          PIC 9(08).

       01 WS-HIS-QTD                       PIC 9(03)   VALUE ZEROS.
       01 WS-HIS-PLACA-BUSCA               PIC X(08)   VALUE SPACES.
       01 WS-HIS-I                         PIC 9(03)   VALUE ZEROS.
       01 WS-HIS-J                         PIC 9(03)   VALUE ZEROS.
       01 WS-HIS-TROCA-REG                 PIC X(179)  VALUE SPACES.
       01 WS-HIS-TROCA-NUM                 PIC 9(08)   VALUE ZEROS.
       01 WS-HIS-TOTAL-VIDA                PIC 9(08)V99 VALUE ZEROS.
       01 WS-HIS-TOTAL-VIDA-ED             PIC ZZZZZZZ9,99
           05 LINDET-ORC-TOTAL             PIC 9(06)V99 VALUE ZEROS.
           05 LINDET-ORC-SP9               PIC X(01)   VALUE '|'.
           05 LINDET-ORC-VALIDADE          PIC X(10)   VALUE SPACES.
           05 LINDET-ORC-SP10              PIC X(01)   VALUE '|'.
           05 LINDET-ORC-FILIAL            PIC X(02)   VALUE SPACES.

       01 WS-OPCAO-ORC                     PIC X(01)   VALUE SPACES.
       01 AS-FIM-LOOP-ORC                  PIC X(04)   VALUE 'NAO'.
       01 WS-CLOSE-ORC                     PIC X(01)   VALUE 'S'.
       01 WS-DADOS-ORC                     PIC X(149)  VALUE SPACES.
       01 WS-EXISTE-ORC                    PIC X(01)   VALUE 'N'.
       01 WS-PROXIMO-ORC                   PIC 9(06)   VALUE ZEROS.
       01 WS-ORC-NUM-X                     PIC X(06)   VALUE SPACES.
       01 WS-VALIDADE-DIAS                 PIC 9(03)   VALUE 15.
       01 WS-VALIDADE-PADRAO               PIC 9(03)   VALUE 15.
       01 WS-EXISTE-VORC                   PIC X(01)   VALUE 'N'.
       01 WS-PRAZO-ENTREGA                 PIC 9(03)   VALUE 2.
       01 WS-PRAZO-PADRAO                  PIC 9(03)   VALUE 2.
       01 WS-EXISTE-PRZ                    PIC X(01)   VALUE 'N'.
       01 WS-PROMETIDA-SUGERIDA            PIC X(10)   VALUE SPACES.
       01 WS-ORC-HOJE-NUM                  PIC 9(08)   VALUE ZEROS.
       01 WS-ORC-VALID-NUM                 PIC 9(08)   VALUE ZEROS.
       01 WS-ORC-LIMITE-NUM                PIC 9(08)   VALUE ZEROS.
       01 WS-QTD-ORC-EXPIRADOS             PIC 9(05)   VALUE ZEROS.
       01 WS-QTD-ORC-VENCENDO              PIC 9(05)   VALUE ZEROS.
       01 WS-QTD-ORC-SEM-CONSENT           PIC 9(05)   VALUE ZEROS.
       01 WS-LINHA-OVEN                    PIC X(120)  VALUE SPACES.

      *-----------------------------------------------------------------
      *    EXCLUSOES POR FALTA DE CONSENTIMENTO DE MARKETING (POR
      *    RODADA DE CADA LISTA)
      *-----------------------------------------------------------------
       01 LINDET-EXC.
           05 LINDET-EXC-DATA              PIC X(10)   VALUE SPACES.
           05 LINDET-EXC-SP1               PIC X(01)   VALUE '|'.
           05 LINDET-EXC-LISTA             PIC X(20)   VALUE SPACES.
           05 LINDET-EXC-SP2               PIC X(01)   VALUE '|'.
           05 LINDET-EXC-CANAL             PIC X(08)   VALUE SPACES.
           05 LINDET-EXC-SP3               PIC X(01)   VALUE '|'.
           05 LINDET-EXC-INCLUIDOS         PIC 9(05)   VALUE ZEROS.
           05 LINDET-EXC-SP4               PIC X(01)   VALUE '|'.
           05 LINDET-EXC-EXCLUIDOS         PIC 9(05)   VALUE ZEROS.
       01 WS-EXISTE-EXC                    PIC X(01)   VALUE 'N'.

       01 WS-FUN-TABELA.
           05 WS-FUN-ENT OCCURS 24 TIMES INDEXED BY WS-FUN-IDX.
               10 WS-FUN-MES               PIC X(07).
       01 WS-TRV-ACAO                      PIC X(01)   VALUE SPACES.
       01 WS-TRV-MODULO-L                  PIC X(10)   VALUE SPACES.
       01 WS-TRV-CHAVE-L                   PIC X(15)   VALUE SPACES.
       01 WS-TRV-OPER-L                    PIC X(38)   VALUE SPACES.
       01 WS-TRV-RESULTADO                 PIC X(01)   VALUE SPACES.
      *-----------------------------------------------------------------

       01 WS-KAR-QTD                       PIC 9(06)   VALUE ZEROS.
       01 WS-KAR-MOTIVO                    PIC X(15)   VALUE SPACES.
       01 WS-KAR-ORIGEM                    PIC X(15)   VALUE SPACES.
       01 WS-KAR-CUSTO                     PIC 9(06)V99 VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              RASTREIO POR NUMERO DE SERIE / LOTE
      *-----------------------------------------------------------------
       01 WS-RAS-ACAO                      PIC X(01)   VALUE SPACES.
       01 WS-RAS-PECA                      PIC X(04)   VALUE SPACES.
       01 WS-RAS-MODO                      PIC X(01)   VALUE SPACES.
       01 WS-RAS-QTD                       PIC 9(04)   VALUE ZEROS.
       01 WS-RAS-PEDIDO                    PIC 9(05)   VALUE ZEROS.
       01 WS-RAS-FORNECEDOR                PIC X(04)   VALUE SPACES.
       01 WS-RAS-OS                        PIC X(06)   VALUE SPACES.
       01 WS-RAS-PLACA                     PIC X(08)   VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              CALIBRACAO DOS EQUIPAMENTOS DO SERVICO
      *-----------------------------------------------------------------
       01 WS-CAL-OPCAO                     PIC X(01)   VALUE 'A'.
       01 WS-CAL-VENCIDOS                  PIC 9(05)   VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              CAMPANHAS DE RECALL (SUBPROGRAMA RECALL)
      *-----------------------------------------------------------------
       01 WS-RCL-OPCAO                     PIC X(01)   VALUE 'C'.
       01 WS-RCL-QTD                       PIC 9(05)   VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01 WS-SWEEP-ARQUIVAR                PIC X(01)   VALUE 'N'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *          AGENDAMENTOS RECEBIDOS PELO SITE
      *-----------------------------------------------------------------
       01 WS-CLOSE-AWB                     PIC X(01)   VALUE 'S'.
       01 WS-WEB-LINHA                     PIC X(120)  VALUE SPACES.
       01 WS-WEB-NOME                      PIC X(40)   VALUE SPACES.
       01 WS-WEB-CPF                       PIC X(11)   VALUE SPACES.
       01 WS-WEB-TELEFONE                  PIC X(13)   VALUE SPACES.
       01 WS-WEB-PLACA                     PIC X(08)   VALUE SPACES.
       01 WS-WEB-DATA                      PIC X(10)   VALUE SPACES.
       01 WS-WEB-HORA                      PIC X(05)   VALUE SPACES.
       01 WS-WEB-TIPO                      PIC X(10)   VALUE SPACES.
       01 WS-WEB-FILIAL                    PIC X(02)   VALUE SPACES.
       01 WS-WEB-FILIAL-SESSAO             PIC X(02)   VALUE SPACES.
       01 WS-WEB-MOTIVO                    PIC X(60)   VALUE SPACES.
       01 WS-WEB-CLIENTE-OK                PIC X(01)   VALUE 'N'.
       01 WS-WEB-TIPO-OK                   PIC X(01)   VALUE 'N'.
       01 WS-WEB-PLACA-OK                  PIC X(01)   VALUE 'N'.
       01 WS-WEB-BOX                       PIC 9(02)   VALUE ZEROS.
       01 WS-WEB-BOX-I                     PIC 9(02)   VALUE ZEROS.
       01 WS-WEB-QTD-LIDOS                 PIC 9(05)   VALUE ZEROS.
       01 WS-WEB-QTD-IMPORTADOS            PIC 9(05)   VALUE ZEROS.
       01 WS-WEB-QTD-REJEITADOS            PIC 9(05)   VALUE ZEROS.
       01 WS-WEB-LINHA-SAIDA               PIC X(200)  VALUE SPACES.

      *    DIGITO VERIFICADOR DO CPF DO PEDIDO, NAS MESMAS CONTAS DO
      *    CADASTRO DE CLIENTES.
       01 WS-CPF-VALIDO                    PIC X(01)   VALUE 'S'.
       01 WS-CPF-EDITADO                   PIC 9(11)   VALUE ZEROS.
       01 WS-CPF-DIGITOS REDEFINES WS-CPF-EDITADO.
           05 WS-CPF-D                     PIC 9(01) OCCURS 11 TIMES.
       01 WS-CPF-IDX                       PIC 9(02)   VALUE ZEROS.
       01 WS-CPF-SOMA                      PIC 9(04)   VALUE ZEROS.
       01 WS-CPF-QUOC                      PIC 9(04)   VALUE ZEROS.
       01 WS-CPF-RESTO                     PIC 9(04)   VALUE ZEROS.
       01 WS-CPF-DV1                       PIC 9(01)   VALUE ZEROS.
       01 WS-CPF-DV2                       PIC 9(01)   VALUE ZEROS.
       01 WS-CPF-IGUAIS                    PIC X(01)   VALUE 'N'.

      *    AGENDA-SITE.TXT: UMA LINHA POR OS NASCIDA DE PEDIDO DO SITE,
      *    COM O CONTATO DO PEDIDO E A MARCA DE JA LISTADA NA LISTA DE
      *    CONFIRMACAO.
       01 WS-ASI-REG.
           05 WS-ASI-R-OS                  PIC 9(06)   VALUE ZEROS.
           05 FILLER                       PIC X(01)   VALUE '|'.
           05 WS-ASI-R-DATA                PIC X(10)   VALUE SPACES.
           05 FILLER                       PIC X(01)   VALUE '|'.
           05 WS-ASI-R-CPF                 PIC X(11)   VALUE SPACES.
           05 FILLER                       PIC X(01)   VALUE '|'.
           05 WS-ASI-R-NOME                PIC X(40)   VALUE SPACES.
           05 FILLER                       PIC X(01)   VALUE '|'.
           05 WS-ASI-R-TELEFONE            PIC X(13)   VALUE SPACES.
           05 FILLER                       PIC X(01)   VALUE '|'.
           05 WS-ASI-R-LISTADA             PIC X(01)   VALUE 'N'.

       01 WS-ASI-TABELA.
           05 WS-ASI-ENT OCCURS 500 TIMES.
               10 WS-ASI-OS                PIC 9(06).
               10 FILLER                   PIC X(01).
               10 WS-ASI-DATA              PIC X(10).
               10 FILLER                   PIC X(01).
               10 WS-ASI-CPF               PIC X(11).
               10 FILLER                   PIC X(01).
               10 WS-ASI-NOME              PIC X(40).
               10 FILLER                   PIC X(01).
               10 WS-ASI-TELEFONE          PIC X(13).
               10 FILLER                   PIC X(01).
               10 WS-ASI-LISTADA           PIC X(01).

       01 WS-ASI-QTD                       PIC 9(03)   VALUE ZEROS.
       01 WS-ASI-I                         PIC 9(03)   VALUE ZEROS.
       01 WS-ASI-POS                       PIC 9(03)   VALUE ZEROS.
       01 WS-ASI-CHEIA                     PIC X(01)   VALUE 'N'.
       01 WS-ASI-NOVA                      PIC X(01)   VALUE 'N'.
       01 WS-ASI-DATA-NUM                  PIC X(08)   VALUE SPACES.
       01 WS-CLOSE-ASI                     PIC X(01)   VALUE 'S'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *          SIMULACAO DE TABELA DE PRECOS (RASCUNHO)
      *-----------------------------------------------------------------
       01 WS-SIM-ARQUIVO                   PIC X(40)   VALUE SPACES.
       01 WS-SIM-ARQUIVO-PADRAO            PIC X(40)
                                   VALUE 'Tabela-precos-rascunho.txt'.
       01 WS-CLOSE-TRS                     PIC X(01)   VALUE 'S'.

      *    PRECO DE CADA TIPO NA TABELA RASCUNHO: A LINHA DE VIGENCIA
      *    MAIS RECENTE DO TIPO (A QUE PASSARIA A VALER).
       01 WS-SIM-PRECOS.
           05 WS-SIM-PRECO OCCURS 40 TIMES.
               10 WS-SIM-P-TIPO            PIC X(10).
               10 WS-SIM-P-VALOR           PIC 9(06)V99.
               10 WS-SIM-P-VIG             PIC 9(08).
       01 WS-SIM-QTD-PRECOS                PIC 9(02)   VALUE ZEROS.
       01 WS-SIM-P                         PIC 9(02)   VALUE ZEROS.
       01 WS-SIM-P-POS                     PIC 9(02)   VALUE ZEROS.

      *    ACUMULADO POR TIPO DE SERVICO E MES (1 = O MAIS ANTIGO DOS
      *    12 MESES, 12 = O MES CORRENTE).
       01 WS-SIM-ACUM.
           05 WS-SIM-TIPO OCCURS 40 TIMES.
               10 WS-SIM-T-NOME            PIC X(10).
               10 WS-SIM-T-MES OCCURS 12 TIMES.
                   15 WS-SIM-T-QTD         PIC 9(05).
                   15 WS-SIM-T-ATUAL       PIC 9(10)V99.
                   15 WS-SIM-T-SIMUL       PIC 9(10)V99.
       01 WS-SIM-ROTULOS.
           05 WS-SIM-ROTULO OCCURS 12 TIMES PIC X(07).
       01 WS-SIM-QTD-TIPOS                 PIC 9(02)   VALUE ZEROS.
       01 WS-SIM-T                         PIC 9(02)   VALUE ZEROS.
       01 WS-SIM-T-POS                     PIC 9(02)   VALUE ZEROS.
       01 WS-SIM-M                         PIC 9(02)   VALUE ZEROS.
       01 WS-SIM-M2                        PIC 9(02)   VALUE ZEROS.

       01 WS-SIM-ANO                       PIC 9(04)   VALUE ZEROS.
       01 WS-SIM-MM                        PIC 9(02)   VALUE ZEROS.
       01 WS-SIM-N                         PIC 9(06)   VALUE ZEROS.
       01 WS-SIM-HOJE-MESES                PIC 9(06)   VALUE ZEROS.
       01 WS-SIM-OS-MESES                  PIC 9(06)   VALUE ZEROS.
       01 WS-SIM-DIF-MESES                 PIC S9(06)  VALUE ZEROS.

       01 WS-SIM-TEM-FAT                   PIC X(01)   VALUE 'N'.
       01 WS-SIM-CANCELADAS.
           05 WS-SIM-CANC-FAT OCCURS 2000 TIMES PIC X(06).
       01 WS-SIM-CANC-QTD                  PIC 9(04)   VALUE ZEROS.
       01 WS-SIM-CANC-I                    PIC 9(04)   VALUE ZEROS.
       01 WS-SIM-CANC-ACHOU                PIC X(01)   VALUE 'N'.
       01 WS-SIM-NCR-NUM                   PIC X(06)   VALUE SPACES.
       01 WS-SIM-NCR-FATURA                PIC X(06)   VALUE SPACES.
       01 WS-DADOS-NCR                     PIC X(124)  VALUE SPACES.
       01 WS-SIM-VALOR-ATUAL               PIC 9(06)V99 VALUE ZEROS.
       01 WS-SIM-VALOR-TAB                 PIC 9(06)V99 VALUE ZEROS.
       01 WS-SIM-VALOR-SIMUL               PIC 9(06)V99 VALUE ZEROS.
       01 WS-SIM-QTD-OS                    PIC 9(05)   VALUE ZEROS.
       01 WS-SIM-SEM-FAT                   PIC 9(05)   VALUE ZEROS.
       01 WS-SIM-HORA-QTD                  PIC 9(05)   VALUE ZEROS.
       01 WS-SIM-HORA-VALOR                PIC 9(10)V99 VALUE ZEROS.
       01 WS-SIM-HORA-TABELA               PIC 9(10)V99 VALUE ZEROS.

       01 WS-SIM-COL-TIPO                  PIC X(10)   VALUE SPACES.
       01 WS-SIM-COL-MES                   PIC X(07)   VALUE SPACES.
       01 WS-SIM-SUB-QTD                   PIC 9(05)   VALUE ZEROS.
       01 WS-SIM-SUB-ATUAL                 PIC 9(10)V99 VALUE ZEROS.
       01 WS-SIM-SUB-SIMUL                 PIC 9(10)V99 VALUE ZEROS.
       01 WS-SIM-GER-QTD                   PIC 9(05)   VALUE ZEROS.
       01 WS-SIM-GER-ATUAL                 PIC 9(10)V99 VALUE ZEROS.
       01 WS-SIM-GER-SIMUL                 PIC 9(10)V99 VALUE ZEROS.
       01 WS-SIM-DIFF                      PIC S9(10)V99 VALUE ZEROS.
       01 WS-SIM-QTD-ED                    PIC ZZZZ9   VALUE ZEROS.
       01 WS-SIM-ATUAL-ED                  PIC ZZZZZZZZZ9,99
                                                       VALUE ZEROS.
       01 WS-SIM-SIMUL-ED                  PIC ZZZZZZZZZ9,99
                                                       VALUE ZEROS.
       01 WS-SIM-DIF-ED                    PIC ---------9,99
                                                       VALUE ZEROS.
       01 WS-LINHA-SIM                     PIC X(120)  VALUE SPACES.
      *-----------------------------------------------------------------



       LINKAGE SECTION.

       01 WS-SUB-OPTION                    PIC X(01)   VALUE SPACES.
       01 WS-OPERADOR-SESSAO               PIC X(38).
       01 WS-DATA-PROCESSO                 PIC X(08).
      *-----------------------------------------------------------------
      *                    DEFINIÇÃO DAS VARIAVEIS
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------

       PROCEDURE DIVISION USING WS-SUB-OPTION,
                       WS-OPERADOR-SESSAO, WS-DATA-PROCESSO.
       MAIN-PROCEDURE.

           IF WS-SUB-OPTION = 'W' OR WS-SUB-OPTION = 'H' OR
              WS-SUB-OPTION = 'C' OR WS-SUB-OPTION = 'O' OR
              WS-SUB-OPTION = 'P' OR WS-SUB-OPTION = 'E' OR
              WS-SUB-OPTION = 'I'
               MOVE 'S' TO WS-MODO-BATCH
               PERFORM 1000-INICIALIZAR
               PERFORM 7000-EXECUTAR-BATCH

           PERFORM 1700-CARREGAR-VALIDADE-ORC

           PERFORM 1750-CARREGAR-PRAZO-ENTREGA

           PERFORM 1800-CARREGAR-ITENS-CHECKLIST

           PERFORM 1900-CARREGAR-PCT-VARIACAO

           PERFORM 1075-CARREGAR-OPERADOR

           PERFORM 1560-CARREGAR-FILIAL

           .
       1000-INICIALIZAR-FIM.
           EXIT.
                  'Log-noturno.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-LOG-NOTURNO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Exclusoes-consentimento.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-EXCLUSOES-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Meses-retorno.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-MESES-RETORNO-PATH
                  'Validade-orcamento.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-VALIDADE-ORC-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Prazo-entrega.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-PRAZO-ENTREGA-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Orcamentos-vencendo.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-ORC-VENCENDO-PATH
                  'Faturas.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FATURAS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Notas-credito.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-NOTAS-CREDITO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Outbox.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-OUTBOX-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Variacao-orcamentos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-VARIACAO-ORC-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Sinais.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-SINAIS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Pagamentos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-PAGAMENTOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Seguradoras.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-SEGURADORAS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Sinistros.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-SINISTROS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Agendamentos-site.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-AGENDA-WEB-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Agendamentos-site-rejeitados.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-AGENDA-REJ-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Agendamentos-site-processados.txt'
                      DELIMITED BY SIZE
                  INTO WS-ARQ-AGENDA-PROC-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Agenda-site.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-AGENDA-SITE-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Simulacao-precos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-SIMULACAO-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.
           DISPLAY "| W. Envelhecimento do trabalho em      |"
           DISPLAY "|    andamento (WIP e promessas).       |"
           DISPLAY "| S. Servicos de terceiros na OS.       |"
           DISPLAY "| N. Sinistro de seguradora na OS.      |"
           DISPLAY "| P. Lista de retorno preventivo.       |"
           DISPLAY "| V. Historico completo por placa.      |"
           DISPLAY "| Q. Pesquisa de satisfacao (NPS).      |"
           DISPLAY "| I. Importar agendamentos do site.     |"
           DISPLAY "| R. Simular tabela de precos rascunho. |"
           DISPLAY "| F. Ficha de servico da OS (imprimir). |"
           DISPLAY "| C. Carros reserva (frota e reservas). |"
           DISPLAY "| D. Desconto na OS antes de concluir.  |"
           DISPLAY "| E. Descontos: relatorio mensal e      |"
           DISPLAY "|    limites por cargo.                 |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
               PERFORM 2400-CALCULAR-CUSTOS
               DISPLAY "RELATORIO GERADO COM SUCESSO!"
           WHEN '6'
               PERFORM 1570-ESCOLHER-FILIAL-RELATORIO
               PERFORM 2700-RELATORIO-TURNAROUND
               MOVE SPACES TO WS-REL-FILIAL
           WHEN '7'
               MOVE 'FIM DE DIA' TO WS-ACAO-PROTEGIDA
               PERFORM 1080-VERIFICAR-GERENTE
           WHEN 'L'
               PERFORM 2093-LISTA-CONFIRMACAO
           WHEN 'M'
               PERFORM 1570-ESCOLHER-FILIAL-RELATORIO
               PERFORM 5000-RELATORIO-PRODUTIVIDADE
               MOVE SPACES TO WS-REL-FILIAL
           WHEN 'T'
               PERFORM 6000-APONTAR-HORAS
           WHEN 'K'
           WHEN 'G'
               PERFORM 6500-MENU-KITS
           WHEN 'W'
               PERFORM 1570-ESCOLHER-FILIAL-RELATORIO
               PERFORM 6200-RELATORIO-WIP
               MOVE SPACES TO WS-REL-FILIAL
           WHEN 'S'
               PERFORM 6300-MENU-TERCEIROS
           WHEN 'N'
               PERFORM 6600-SINISTRO-OS
           WHEN 'P'
               PERFORM 5500-LISTA-RETORNO-PREVENTIVO
           WHEN 'V'
               PERFORM 5600-HISTORICO-POR-PLACA
           WHEN 'Q'
               CLOSE MAINTENANCE
               PERFORM 1300-VERIFICAR-FECHAMENTO
               CALL 'PESQUISA' USING WS-OPCAO, WS-OPERADOR-SESSAO
               OPEN EXTEND MAINTENANCE
               PERFORM 1200-VERIFICAR-ABERTURA
           WHEN 'I'
               PERFORM 2900-IMPORTAR-AGENDA-SITE
           WHEN 'R'
               PERFORM 1570-ESCOLHER-FILIAL-RELATORIO
               PERFORM 6700-SIMULAR-TABELA-PRECOS
               MOVE SPACES TO WS-REL-FILIAL
           WHEN 'F'
               DISPLAY "Ficha de servico de qual OS?"
               ACCEPT WS-OS-BUSCA
               MOVE WS-OS-BUSCA TO WS-FIC-OS
               PERFORM 6900-IMPRIMIR-FICHA
           WHEN 'C'
               CLOSE MAINTENANCE
               PERFORM 1300-VERIFICAR-FECHAMENTO
               MOVE 'M' TO WS-CRT-OPCAO
               PERFORM 2531-CHAMAR-CORTESIA
               OPEN EXTEND MAINTENANCE
               PERFORM 1200-VERIFICAR-ABERTURA
           WHEN 'D'
               PERFORM 2545-DESCONTO-OS
           WHEN 'E'
               MOVE 'M' TO WS-DSC-OPCAO
               MOVE SPACES TO WS-DSC-ORC
               MOVE SPACES TO WS-DSC-OS
               PERFORM 2541-CHAMAR-DESCONTO
           WHEN '9'
               MOVE 'SIM' TO AS-FIM-LOOP-MAIN
           WHEN OTHER DISPLAY "Opção invalida. Tente novamente."
       1550-CARREGAR-BOXES-FIM.
           EXIT.

      * CAPACIDADE E BOXES DA FILIAL DA SESSAO, DO CADASTRO DE
      * FILIAIS. FILIAL SEM CADASTRO FICA COM OS VALORES DE
      * CAPACIDADE-DIA.TXT E BOXES-DIA.TXT. FORA DA FILIAL 01 O
      * ESTOQUE E O ARQUIVO DE PECAS PROPRIO DA FILIAL.
       1560-CARREGAR-FILIAL                    SECTION.

           PERFORM 1565-CAPACIDADE-DA-FILIAL

           IF WS-OPER-FILIAL NOT = '01'
               MOVE SPACES TO WS-ARQ-PECAS-PATH
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Relatorio-pecas-' DELIMITED BY SIZE
                      WS-OPER-FILIAL DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-PECAS-PATH
           END-IF
           .
       1560-CARREGAR-FILIAL-FIM.
           EXIT.

      * CAPACIDADE DIARIA E BOXES DA FILIAL EM WS-OPER-FILIAL, POR
      * CIMA DOS VALORES DE CAPACIDADE-DIA.TXT E BOXES-DIA.TXT.
       1565-CAPACIDADE-DA-FILIAL               SECTION.

           MOVE 'C' TO WS-FIL-OPCAO
           CALL 'FILIAL' USING WS-FIL-OPCAO, WS-OPERADOR-SESSAO,
               WS-OPER-FILIAL, WS-FIL-CAPACIDADE, WS-FIL-BOXES
           IF WS-FIL-CAPACIDADE > ZEROS
               MOVE WS-FIL-CAPACIDADE TO WS-CAPACIDADE-DIA
           END-IF
           IF WS-FIL-BOXES > ZEROS
               MOVE WS-FIL-BOXES TO WS-QTD-BOXES
           END-IF
           .
       1565-CAPACIDADE-DA-FILIAL-FIM.
           EXIT.

      * RELATORIO POR FILIAL OU CONSOLIDADO: O GERENTE ESCOLHE, OS
      * DEMAIS FICAM NA FILIAL DA SESSAO. EM BRANCO = TODAS.
       1570-ESCOLHER-FILIAL-RELATORIO          SECTION.

           MOVE 'P' TO WS-FIL-OPCAO
           MOVE SPACES TO WS-REL-FILIAL
           CALL 'FILIAL' USING WS-FIL-OPCAO, WS-OPERADOR-SESSAO,
               WS-REL-FILIAL, WS-FIL-CAPACIDADE, WS-FIL-BOXES
           .
       1570-ESCOLHER-FILIAL-RELATORIO-FIM.
           EXIT.

      * FILIAL DO REGISTRO EM WS-REG-FILIAL: REGISTRO DE ANTES DAS
      * FILIAIS (EM BRANCO) E DA 01.
       1575-FILIAL-DO-REGISTRO                 SECTION.

           IF WS-REG-FILIAL = SPACES
               MOVE '01' TO WS-REG-FILIAL
           END-IF
           .
       1575-FILIAL-DO-REGISTRO-FIM.
           EXIT.

      * O REGISTRO DA FILIAL WS-REG-FILIAL ENTRA NO RELATORIO DA
      * FILIAL ESCOLHIDA EM WS-REL-FILIAL (EM BRANCO = CONSOLIDADO)?
       1580-FILTRAR-FILIAL                     SECTION.

           PERFORM 1575-FILIAL-DO-REGISTRO
           IF WS-REL-FILIAL = SPACES OR
              WS-REL-FILIAL = WS-REG-FILIAL
               MOVE 'S' TO WS-REL-DENTRO
           ELSE
               MOVE 'N' TO WS-REL-DENTRO
           END-IF
           .
       1580-FILTRAR-FILIAL-FIM.
           EXIT.

      * CARREGA O VALOR DA HORA DE MAO DE OBRA (VALOR-HORA.TXT) E O
      * PARAMETRO DE COBRANCA POR HORA (COBRANCA-HORAS.TXT), CRIANDO
      * OS DOIS COM O PADRAO NA PRIMEIRA EXECUCAO, NO MESMO ESTILO DA
       1700-CARREGAR-VALIDADE-ORC-FIM.
           EXIT.

      * CARREGA DE PRAZO-ENTREGA.TXT QUANTOS DIAS UTEIS DEPOIS DA
      * DATA DA AGENDA O SISTEMA SUGERE COMO DATA PROMETIDA, CRIADO
      * COM O PADRAO NA PRIMEIRA EXECUCAO.
       1750-CARREGAR-PRAZO-ENTREGA             SECTION.

           OPEN INPUT PRAZO-ENTREGA
           IF AS-STATUS-PRZ = ZEROS
               MOVE 'S' TO WS-EXISTE-PRZ
               CLOSE PRAZO-ENTREGA
           ELSE
               MOVE 'N' TO WS-EXISTE-PRZ
           END-IF

           IF WS-EXISTE-PRZ = 'N'
               OPEN OUTPUT PRAZO-ENTREGA
               MOVE WS-PRAZO-PADRAO TO ARQ-PRAZO-ENTREGA
               WRITE ARQ-PRAZO-ENTREGA
               CLOSE PRAZO-ENTREGA
           END-IF

           MOVE WS-PRAZO-PADRAO TO WS-PRAZO-ENTREGA
           OPEN INPUT PRAZO-ENTREGA
           IF AS-STATUS-PRZ = ZEROS
               READ PRAZO-ENTREGA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARQ-PRAZO-ENTREGA IS NUMERIC
                           MOVE ARQ-PRAZO-ENTREGA TO WS-PRAZO-ENTREGA
                       END-IF
               END-READ
               CLOSE PRAZO-ENTREGA
           END-IF
           .
       1750-CARREGAR-PRAZO-ENTREGA-FIM.
           EXIT.

      * CARREGA A LISTA DE ITENS DO CHECKLIST DE INSPECAO DE
      * ITENS-CHECKLIST.TXT (UM ITEM POR LINHA), CRIADO COM OS ITENS
      * PADRAO NA PRIMEIRA EXECUCAO.
               MOVE SPACES TO WS-OPER-ID
               MOVE SPACES TO WS-OPER-NOME
               MOVE SPACES TO WS-OPER-CARGO
               MOVE SPACES TO WS-OPER-FILIAL
               UNSTRING WS-OPERADOR-SESSAO DELIMITED BY '|'
                   INTO WS-OPER-ID
                        WS-OPER-NOME
                        WS-OPER-CARGO
                        WS-OPER-FILIAL
           ELSE
               MOVE SPACES TO WS-OPER-ID
               MOVE SPACES TO WS-OPER-NOME
                   CLOSE OPERADOR-ATUAL
               END-IF
           END-IF

           IF WS-OPER-FILIAL = SPACES
               MOVE '01' TO WS-OPER-FILIAL
           END-IF
           .
       1075-CARREGAR-OPERADOR-FIM.
           EXIT.
                   "BLOQUEADO PELA COBRANCA."
           ELSE
               PERFORM 2049-MOSTRAR-RECOMENDACOES
               PERFORM 2041-AVISAR-RECALL
               PERFORM 2020-PROXIMO-NUMERO-OS
               MOVE WS-PROXIMO-OS TO LINDET01-REL-OS
               DISPLAY "Digite a data da manutencao (DD/MM/AAAA): "
                   DISPLAY "Digite o tipo de servico: "
                   ACCEPT LINDET01-REL-TIPO-SERVICO
               END-IF
               PERFORM 2039-VERIFICAR-EQUIPAMENTO
               MOVE "AGENDADO" TO LINDET01-REL-STATUS
               MOVE SPACES TO LINDET01-REL-DATA-CONCLUSAO

               PERFORM 2033-INFORMAR-MECANICO
               DISPLAY "Mecanico: " WS-MECANICO-NOME

               PERFORM 2018-VALIDAR-KM

               MOVE ZEROS TO LINDET01-REL-PEDIDO
               MOVE ZEROS TO LINDET01-REL-ORCAMENTO
               MOVE WS-OPER-FILIAL TO LINDET01-REL-FILIAL
               PERFORM 2058-VERIFICAR-DISPONIBILIDADE
               IF WS-FALTA-PECA = 'S'
                   PERFORM 2059-VINCULAR-PEDIDO-COMPRA
                       DISPLAY "Verifique a reposicao no cadastro de "
                           "pecas."
                   END-IF

      *            EM AGUARDA-PECA A FICHA SO SAI NA LIBERACAO.
                   MOVE LINDET01-REL-OS TO WS-FIC-OS
                   PERFORM 6900-IMPRIMIR-FICHA
               END-IF
           END-IF
           END-IF
       2047-VERIFICAR-FROTA-FIM.
           EXIT.

      * CPF DO DONO DA PLACA CORRENTE EM WS-CRED-CPF (ESPACOS QUANDO O
      * VEICULO NAO TEM CADASTRO).
       2043-DONO-DA-PLACA                      SECTION.

           MOVE SPACES TO WS-CRED-CPF

           OPEN INPUT VEICULOS
               END-READ
               CLOSE VEICULOS
           END-IF
           .
       2043-DONO-DA-PLACA-FIM.
           EXIT.

      * O CPF EM WS-CRED-CPF ESTA NA LISTA DE CREDITO BLOQUEADO DA
      * COBRANCA? RESPOSTA EM WS-CRED-BLOQUEADO.
       2044-CREDITO-DO-CPF                     SECTION.

           MOVE 'N' TO WS-CRED-BLOQUEADO

           IF WS-CRED-CPF NOT = SPACES
               OPEN INPUT CREDITO-BLOQ
                   CLOSE CREDITO-BLOQ
               END-IF
           END-IF
           .
       2044-CREDITO-DO-CPF-FIM.
           EXIT.

       2048-VERIFICAR-CREDITO                  SECTION.

           MOVE 'S' TO WS-CREDITO-OK

           PERFORM 2043-DONO-DA-PLACA
           PERFORM 2044-CREDITO-DO-CPF

           IF WS-CRED-BLOQUEADO = 'S'
               MOVE 'C' TO WS-MSC-OPCAO
               MOVE WS-CRED-CPF TO WS-MSC-VALOR
               CALL 'MASCARA' USING WS-MSC-OPCAO, WS-OPERADOR-SESSAO,
                   WS-MSC-VALOR, WS-MSC-RESULTADO
               DISPLAY "ATENCAO: O CLIENTE "
                   WS-MSC-RESULTADO(1:14) " ESTA COM "
                   "CREDITO BLOQUEADO PELA COBRANCA."
               MOVE 'LIBERAR CREDITO' TO WS-ACAO-PROTEGIDA
               PERFORM 1080-VERIFICAR-GERENTE
                  '|' DELIMITED BY SIZE
                  WS-OPER-NOME DELIMITED BY SIZE
                  INTO WS-NUM-OPER
           MOVE '|' TO WS-NUM-OPER(36:1)
           MOVE WS-OPER-FILIAL TO WS-NUM-OPER(37:2)
           .
       2021-OPERADOR-NUMERADOR-FIM.
           EXIT.
      * DE 31/02 OU TEXTO LIVRE).
      * CAPTURA A DATA PROMETIDA DE ENTREGA AO CLIENTE, VALIDADA PELO
      * SUBPROGRAMA DATAS COMO A DATA DA AGENDA. A PROMESSA DEIXA DE
      * VIVER SO NA MEMORIA DO ATENDENTE. A SUGESTAO E A DATA DA
      * AGENDA MAIS O PRAZO DE ENTREGA EM DIAS UTEIS.
       2014-VALIDAR-DATA-PROMETIDA             SECTION.

           MOVE SPACES TO WS-PROMETIDA-SUGERIDA
           MOVE 'A' TO WS-DAT-FUNCAO
           MOVE LINDET01-REL-DATA TO WS-DAT-DATA1
           MOVE WS-PRAZO-ENTREGA TO WS-DAT-DIAS
           CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
               WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
           IF WS-DAT-VALIDA = 'S'
               MOVE WS-DAT-DATA2 TO WS-PROMETIDA-SUGERIDA
           END-IF

           IF WS-PROMETIDA-SUGERIDA NOT = SPACES
               DISPLAY "Data prometida de entrega (DD/MM/AAAA, "
                   "ENTER = " WS-PROMETIDA-SUGERIDA "): "
           ELSE
               DISPLAY "Data prometida de entrega (DD/MM/AAAA): "
           END-IF
           ACCEPT LINDET01-REL-PROMETIDA
           IF LINDET01-REL-PROMETIDA = SPACES
               MOVE WS-PROMETIDA-SUGERIDA TO LINDET01-REL-PROMETIDA
           END-IF

           MOVE 'V' TO WS-DAT-FUNCAO
           MOVE LINDET01-REL-PROMETIDA TO WS-DAT-DATA1
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
           END-PERFORM

           MOVE LINDET01-REL-PROMETIDA TO WS-DATA-VERIFICAR
           PERFORM 2086-VERIFICAR-DIA-FECHADO
           IF WS-DIA-FECHADO = 'S'
               DISPLAY "ATENCAO: A OFICINA ESTA FECHADA EM "
                   LINDET01-REL-PROMETIDA ". PROXIMO DIA UTIL: "
                   WS-DAT-DATA2
           END-IF
           .
       2014-VALIDAR-DATA-PROMETIDA-FIM.
           EXIT.
           EXIT.

      * MONTA A DATA DE HOJE EM DD/MM/AAAA PARA AS CONTAS DE DIAS.
      * NA RODADA NOTURNA "HOJE" E A DATA DE PROCESSAMENTO RECEBIDA.
       2017-DATA-HOJE-FMT                      SECTION.

           IF WS-DATA-PROCESSO NOT = SPACES AND
              WS-DATA-PROCESSO IS NUMERIC
               MOVE WS-DATA-PROCESSO TO WS-DATA-HOJE
           ELSE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-DATA-HOJE(7:2) TO WS-DATA-HOJE-FMT(1:2)
           MOVE '/' TO WS-DATA-HOJE-FMT(3:1)
           MOVE WS-DATA-HOJE(5:2) TO WS-DATA-HOJE-FMT(4:2)
       2038-TRADUZIR-CODIGO-PECA-FIM.
           EXIT.

      * PEDE O MECANICO RESPONSAVEL DA OS QUE ESTA SENDO AGENDADA:
      * A MATRICULA PRECISA ESTAR EM FUNCIONARIOS.TXT E O MECANICO
      * NAO PODE ESTAR DE FERIAS, FOLGA OU ATESTADO NA DATA DA OS
      * (AUSENCIA, MODO C) - AUSENTE, O ATENDENTE INFORMA OUTRO.
       2033-INFORMAR-MECANICO                  SECTION.

           DISPLAY "Digite a matricula do mecanico responsavel: "
           ACCEPT LINDET01-REL-MECANICO
           PERFORM 2037-VALIDAR-MECANICO
           PERFORM 2032-VERIFICAR-AUSENCIA
           PERFORM UNTIL WS-MECANICO-OK = 'S'
               IF WS-AUS-RESPOSTA NOT = SPACES
                   DISPLAY "MECANICO " WS-MECANICO-NOME " FORA EM "
                       LINDET01-REL-DATA ": " WS-AUS-RESPOSTA
                   DISPLAY "INFORME OUTRO MECANICO: "
               ELSE
                   DISPLAY "MATRICULA NAO CADASTRADA EM FUNCIONARIOS."
                   DISPLAY "INFORME OUTRA: "
               END-IF
               ACCEPT LINDET01-REL-MECANICO
               PERFORM 2037-VALIDAR-MECANICO
               PERFORM 2032-VERIFICAR-AUSENCIA
           END-PERFORM
           .
       2033-INFORMAR-MECANICO-FIM.
           EXIT.

      * MECANICO VALIDO (WS-MECANICO-OK = 'S') MAS AUSENTE NA DATA DA
      * OS VOLTA COMO NAO ACEITO, COM O MOTIVO EM WS-AUS-RESPOSTA.
       2032-VERIFICAR-AUSENCIA                 SECTION.

           MOVE SPACES TO WS-AUS-RESPOSTA
           IF WS-MECANICO-OK = 'S'
               MOVE 'C' TO WS-AUS-OPCAO
               CALL 'AUSENCIA' USING WS-AUS-OPCAO, WS-OPERADOR-SESSAO,
                   LINDET01-REL-MECANICO, LINDET01-REL-DATA,
                   WS-AUS-RESPOSTA
               IF WS-AUS-RESPOSTA NOT = SPACES
                   MOVE 'N' TO WS-MECANICO-OK
               END-IF
           END-IF
           .
       2032-VERIFICAR-AUSENCIA-FIM.
           EXIT.

      * VALIDA A MATRICULA DO MECANICO CONTRA FUNCIONARIOS.TXT (O
      * MESMO ARQUIVO QUE O LOGIN DO PRINCIPAL USA) E GUARDA O NOME.
       2037-VALIDAR-MECANICO                   SECTION.

           MOVE 'N' TO WS-MECANICO-OK
           MOVE SPACES TO WS-MECANICO-NOME

           OPEN INPUT FUNCIONARIOS
           IF AS-STATUS-FUNC NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL LER FUNCIONARIOS.TXT "
                   AS-STATUS-FUNC
           ELSE
               MOVE 'S' TO WS-CLOSE-FUNC
       2037-VALIDAR-MECANICO-FIM.
           EXIT.

      * AVISA O ATENDENTE DOS EQUIPAMENTOS EXIGIDOS PELO TIPO DE
      * SERVICO COM A CALIBRACAO OU INSPECAO VENCIDA. SO AVISA: QUEM
      * DECIDE SE O SERVICO ESPERA E A OFICINA.
       2039-VERIFICAR-EQUIPAMENTO              SECTION.

           MOVE 'A' TO WS-CAL-OPCAO
           MOVE ZEROS TO WS-CAL-VENCIDOS
           CALL 'CALIBRACAO' USING WS-CAL-OPCAO, WS-OPERADOR-SESSAO,
               LINDET01-REL-TIPO-SERVICO, WS-CAL-VENCIDOS,
               WS-DATA-PROCESSO
           IF WS-CAL-VENCIDOS > ZEROS
               DISPLAY "ESTE SERVICO USA " WS-CAL-VENCIDOS
                   " EQUIPAMENTO(S) FORA DA CALIBRACAO. "
                   "CONFIRME COM A OFICINA ANTES DE PROMETER A DATA."
           END-IF
           .
       2039-VERIFICAR-EQUIPAMENTO-FIM.
           EXIT.

      * AVISA O ATENDENTE DAS CAMPANHAS DE RECALL ABERTAS QUE ATINGEM
      * A PLACA E AINDA NAO FORAM FEITAS NELA, PARA APROVEITAR A
      * VISITA. SO AVISA: O AGENDAMENTO SEGUE NORMALMENTE.
       2041-AVISAR-RECALL                      SECTION.

           MOVE 'C' TO WS-RCL-OPCAO
           MOVE ZEROS TO WS-RCL-QTD
           CALL 'RECALL' USING WS-RCL-OPCAO, WS-OPERADOR-SESSAO,
               LINDET01-REL-PLACA, LINDET01-REL-TIPO-SERVICO,
               LINDET01-REL-OS, WS-RCL-QTD
           .
       2041-AVISAR-RECALL-FIM.
           EXIT.

      * MONTA O CAMPO DE LISTA DE PECAS DO REGISTRO (ID:QTD;ID:QTD;...)
      * A PARTIR DA TABELA EM MEMORIA PREENCHIDA EM 2035-INFORMAR-PECA.
       2040-MONTAR-LISTA-PECAS                 SECTION.
       2045-DESMONTAR-LISTA-PECAS-FIM.
           EXIT.

      * OS CONCLUIDA: O RECALL DA PLACA CUJA CAMPANHA E ATENDIDA PELO
      * TIPO DE SERVICO DESTA OS FICA FEITO PARA ESTE VEICULO.
       2046-BAIXAR-RECALL                      SECTION.

           MOVE 'B' TO WS-RCL-OPCAO
           MOVE ZEROS TO WS-RCL-QTD
           CALL 'RECALL' USING WS-RCL-OPCAO, WS-OPERADOR-SESSAO,
               LINDET01-REL-PLACA, LINDET01-REL-TIPO-SERVICO,
               LINDET01-REL-OS, WS-RCL-QTD
           IF WS-RCL-QTD > ZEROS
               DISPLAY WS-RCL-QTD " CAMPANHA(S) DE RECALL BAIXADA(S) "
                   "PARA A PLACA " LINDET01-REL-PLACA
           END-IF
           .
       2046-BAIXAR-RECALL-FIM.
           EXIT.

      * AVISA QUANDO A MESMA PLACA + TIPO DE SERVICO FOI CONCLUIDA
      * DENTRO DA JANELA DE GARANTIA DO SERVICO (TABELA DE PRECOS),
      * VARRENDO O ARQUIVO AO VIVO E O HISTORICO ANUAL, E OFERECE
      *            LIDOS PARA VOLTAREM INTEIROS NA REGRAVACAO.
                   MOVE SPACES TO WS-CUSTO7
                   MOVE SPACES TO WS-LOCAL8
                   MOVE SPACES TO WS-MINIMO9
                   MOVE SPACES TO WS-REPOR10
                   MOVE SPACES TO WS-RASTREIO11
                   UNSTRING WS-DADOS-PECAS DELIMITED BY ' | ' INTO
                                           WS-PECA1
                                           WS-MARCA2
                                           WS-VALOR5
                                           WS-CUSTO7
                                           WS-LOCAL8
                                           WS-MINIMO9
                                           WS-REPOR10
                                           WS-RASTREIO11

                   IF WS-QTD4 < WS-PECA-ITEM-QTD(WS-PECA-IDX)
                       MOVE 'S' TO WS-ESTOQUE-INSUFICIENTE
                           MOVE ZEROS TO WS-REC-PECA-CUSTO
                       END-IF
                       MOVE WS-LOCAL8 TO WS-REC-PECA-LOCAL
                       IF WS-MINIMO9 IS NUMERIC
                           MOVE WS-MINIMO9 TO WS-REC-PECA-MINIMO
                       ELSE
                           MOVE '0010' TO WS-REC-PECA-MINIMO
                       END-IF
                       IF WS-REPOR10 IS NUMERIC
                           MOVE WS-REPOR10 TO WS-REC-PECA-REPOR
                       ELSE
                           MOVE '0000' TO WS-REC-PECA-REPOR
                       END-IF
                       IF WS-RASTREIO11 = 'S' OR WS-RASTREIO11 = 'L'
                           MOVE WS-RASTREIO11 TO WS-REC-PECA-RASTREIO
                       ELSE
                           MOVE 'N' TO WS-REC-PECA-RASTREIO
                       END-IF

                       MOVE WS-DADOS-PECAS TO
                           WS-AUD-VALOR-ANTIGO
                       MOVE 'CONSUMO OS' TO WS-KAR-MOTIVO
                       MOVE SPACES TO WS-KAR-ORIGEM
                       MOVE LINDET01-REL-OS TO WS-KAR-ORIGEM(1:6)
                       MOVE ZEROS TO WS-KAR-CUSTO
                       CALL 'KARDEX' USING WS-KAR-TIPO,
                           WS-KAR-PECA, WS-KAR-QTD,
                           WS-KAR-MOTIVO, WS-KAR-ORIGEM,
                           WS-OPERADOR-SESSAO, WS-KAR-CUSTO

      *                PECA RASTREADA: O OPERADOR ESCOLHE O NUMERO
      *                DE SERIE OU LOTE QUE FOI PARA O VEICULO.
                       IF WS-REC-PECA-RASTREIO NOT = 'N'
                           MOVE 'S' TO WS-RAS-ACAO
                           PERFORM 2068-CHAMAR-RASTREIO
                       END-IF
                   END-IF
           END-READ
           .
       2065-BAIXAR-UMA-PECA-FIM.
           EXIT.

      * MOVIMENTO DE PECA RASTREADA DA OS CORRENTE (BAIXA OU
      * ESTORNO, CONFORME WS-RAS-ACAO) PARA O ITEM WS-PECA-IDX.
       2068-CHAMAR-RASTREIO                    SECTION.

           MOVE WS-PECA-ITEM-ID(WS-PECA-IDX) TO WS-RAS-PECA
           MOVE WS-REC-PECA-RASTREIO TO WS-RAS-MODO
           MOVE WS-PECA-ITEM-QTD(WS-PECA-IDX) TO WS-RAS-QTD
           MOVE ZEROS TO WS-RAS-PEDIDO
           MOVE SPACES TO WS-RAS-FORNECEDOR
           MOVE LINDET01-REL-OS TO WS-RAS-OS
           MOVE LINDET01-REL-PLACA TO WS-RAS-PLACA
           CALL 'RASTREIO' USING WS-RAS-ACAO, WS-RAS-PECA,
               WS-RAS-MODO, WS-RAS-QTD, WS-RAS-PEDIDO,
               WS-RAS-FORNECEDOR, WS-RAS-OS, WS-RAS-PLACA
           .
       2068-CHAMAR-RASTREIO-FIM.
           EXIT.

      * ESTORNO DA RESERVA DE ESTOQUE QUANDO UMA MANUTENCAO E
      * CANCELADA: DEVOLVE A QUANTIDADE DE CADA PECA DA LISTA AO
      * CADASTRO, COM AUDITORIA E MOVIMENTO DE ENTRADA NO KARDEX,
      *            LIDOS PARA VOLTAREM INTEIROS NA REGRAVACAO.
                   MOVE SPACES TO WS-CUSTO7
                   MOVE SPACES TO WS-LOCAL8
                   MOVE SPACES TO WS-MINIMO9
                   MOVE SPACES TO WS-REPOR10
                   MOVE SPACES TO WS-RASTREIO11
                   UNSTRING WS-DADOS-PECAS DELIMITED BY ' | ' INTO
                                           WS-PECA1
                                           WS-MARCA2
                                           WS-VALOR5
                                           WS-CUSTO7
                                           WS-LOCAL8
                                           WS-MINIMO9
                                           WS-REPOR10
                                           WS-RASTREIO11

                   ADD WS-PECA-ITEM-QTD(WS-PECA-IDX) TO WS-QTD4

                       MOVE ZEROS TO WS-REC-PECA-CUSTO
                   END-IF
                   MOVE WS-LOCAL8 TO WS-REC-PECA-LOCAL
                   IF WS-MINIMO9 IS NUMERIC
                       MOVE WS-MINIMO9 TO WS-REC-PECA-MINIMO
                   ELSE
                       MOVE '0010' TO WS-REC-PECA-MINIMO
                   END-IF
                   IF WS-REPOR10 IS NUMERIC
                       MOVE WS-REPOR10 TO WS-REC-PECA-REPOR
                   ELSE
                       MOVE '0000' TO WS-REC-PECA-REPOR
                   END-IF
                   IF WS-RASTREIO11 = 'S' OR WS-RASTREIO11 = 'L'
                       MOVE WS-RASTREIO11 TO WS-REC-PECA-RASTREIO
                   ELSE
                       MOVE 'N' TO WS-REC-PECA-RASTREIO
                   END-IF

                   MOVE WS-DADOS-PECAS TO WS-AUD-VALOR-ANTIGO

                   MOVE 'ESTORNO CANCEL' TO WS-KAR-MOTIVO
                   MOVE SPACES TO WS-KAR-ORIGEM
                   MOVE LINDET01-REL-OS TO WS-KAR-ORIGEM(1:6)
                   MOVE ZEROS TO WS-KAR-CUSTO
                   CALL 'KARDEX' USING WS-KAR-TIPO,
                       WS-KAR-PECA, WS-KAR-QTD,
                       WS-KAR-MOTIVO, WS-KAR-ORIGEM,
                       WS-OPERADOR-SESSAO, WS-KAR-CUSTO

      *            OS NUMEROS DE SERIE OU LOTES QUE A OS CONSUMIU
      *            VOLTAM AO SALDO DO RASTREIO.
                   IF WS-REC-PECA-RASTREIO NOT = 'N'
                       MOVE 'V' TO WS-RAS-ACAO
                       PERFORM 2068-CHAMAR-RASTREIO
                   END-IF
           END-READ
           .
       2072-ESTORNAR-UMA-PECA-FIM.
               MOVE ZEROS TO WS-VALOR-MAO-OBRA
           END-IF
           PERFORM 2500-VALOR-PECAS
      *    O DESCONTO DA OS SAI AQUI DA MAO DE OBRA E DAS PECAS: A
      *    FATURA RECEBE OS VALORES JA COM DESCONTO E CALCULA O ISS E
      *    O ICMS SOBRE ELES.
           MOVE 'F' TO WS-DSC-OPCAO
           PERFORM 2540-APLICAR-DESCONTO
           PERFORM 2520-VALOR-TERCEIROS
           PERFORM 2530-VALOR-CARRO-RESERVA
           COMPUTE WS-VALOR-TOTAL =
               WS-VALOR-MAO-OBRA + WS-VALOR-PECAS-TOTAL +
               WS-VALOR-TERCEIROS + WS-VALOR-CARRO-RESERVA

           MOVE SPACES TO ARQ-R-MARCA
           MOVE SPACES TO ARQ-R-MODELO
               PERFORM 2076-PENDURAR-NA-FROTA
           ELSE
               PERFORM 2021-OPERADOR-NUMERADOR
      *        A FATURA SAI NA FILIAL DA OS, NAO NA DA SESSAO.
               IF WS-CHK-FILIAL NOT = SPACES
                   MOVE WS-CHK-FILIAL TO WS-NUM-OPER(37:2)
               END-IF

      *        OS DE SINISTRO: FRANQUIA CONTRA O CLIENTE E O RESTANTE
      *        CONTRA A SEGURADORA, EM DUAS FATURAS.
               MOVE LINDET01-REL-OS TO WS-SNT-BUSCA
               PERFORM 6630-SINISTRO-DA-OS
               IF WS-SNT-ACHOU = 'S'
                   PERFORM 6640-FATURAR-SINISTRO
               ELSE
                   MOVE SPACES TO WS-SNT-RATEIO
                   CALL 'FATURA' USING
                       LINDET01-REL-OS,
                       LINDET01-REL-PLACA,
                       ARQ-R-MARCA,
                       ARQ-R-MODELO,
                       LINDET01-REL-TIPO-SERVICO,
                       LINDET01-REL-DATA-CONCLUSAO,
                       WS-VEICULO-CL,
                       WS-CLI-ENDERECO,
                       WS-VEICULO-TEL,
                       LINDET01-REL-PECAS,
                       WS-VALOR-MAO-OBRA,
                       WS-VALOR-PECAS-TOTAL,
                       WS-VALOR-TOTAL,
                       WS-NUM-OPER,
                       WS-SNT-RATEIO

      *            OS CONVERTIDA DE ORCAMENTO COM SINAL: O SINAL ENTRA
      *            COMO PRIMEIRO PAGAMENTO DA FATURA RECEM-EMITIDA.
                   IF WS-CHK-ORCAMENTO IS NUMERIC AND
                      WS-CHK-ORCAMENTO NOT = '000000'
                       PERFORM 2077-APLICAR-SINAL
                   END-IF
               END-IF
           END-IF
           .
       2075-EMITIR-FATURA-FIM.
           DISPLAY "OS DE FROTA " WS-FROTA-PLACA ": SEM FATURA "
               "INDIVIDUAL, ENTROU NA FILA DO FATURAMENTO "
               "CONSOLIDADO."

      *    A FATURA CONSOLIDADA E DO CONVENIO: O SINAL QUE O CLIENTE
      *    DEU NO ORCAMENTO NAO ENTRA NELA E FICA A DEVOLVER.
           IF WS-CHK-ORCAMENTO IS NUMERIC AND
              WS-CHK-ORCAMENTO NOT = '000000'
               MOVE WS-CHK-ORCAMENTO TO WS-SIN-BUSCA
               PERFORM 4240-SINAL-A-DEVOLVER
           END-IF
           .
       2076-PENDURAR-NA-FROTA-FIM.
           EXIT.

      * APLICA O SINAL EM ABERTO DO ORCAMENTO DE ORIGEM DA OS
      * (WS-CHK-ORCAMENTO) NA FATURA QUE O FATURA ACABOU DE EMITIR:
      * GRAVA O PAGAMENTO EM PAGAMENTOS.TXT E BAIXA O SINAL.
       2077-APLICAR-SINAL                      SECTION.

           MOVE WS-CHK-ORCAMENTO TO WS-SIN-BUSCA
           PERFORM 2078-FATURA-DA-OS

           IF WS-SIN-FAT-NUM NOT = ZEROS
               OPEN I-O SINAIS
               IF AS-STATUS-SIN = ZEROS
                   MOVE 'S' TO WS-CLOSE-SIN
                   PERFORM UNTIL WS-CLOSE-SIN = 'N'
                       READ SINAIS INTO WS-DADOS-SIN
                           AT END
                               MOVE 'N' TO WS-CLOSE-SIN
                           NOT AT END
                               PERFORM 2079-BAIXAR-SINAL
                       END-READ
                   END-PERFORM
                   CLOSE SINAIS
               END-IF
           END-IF
           .
       2077-APLICAR-SINAL-FIM.
           EXIT.

      * LOCALIZA NO RAZAO DE FATURAS A FATURA MAIS RECENTE DA OS
      * CORRENTE (WS-CHK-OS), DEVOLVENDO NUMERO, DATA E TOTAL.
       2078-FATURA-DA-OS                       SECTION.

           MOVE ZEROS TO WS-SIN-FAT-NUM
           MOVE ZEROS TO WS-SIN-FAT-TOTAL
           MOVE SPACES TO WS-SIN-FAT-DATA

           OPEN INPUT FATURAS
           IF AS-STATUS-FAT = ZEROS
               MOVE 'S' TO WS-CLOSE-FAT
               PERFORM UNTIL WS-CLOSE-FAT = 'N'
                   READ FATURAS INTO WS-DADOS-FAT
                       AT END
                           MOVE 'N' TO WS-CLOSE-FAT
                       NOT AT END
                           MOVE SPACES TO WS-FAT-NUM-X
                           MOVE SPACES TO WS-FAT-OS-X
                           MOVE SPACES TO WS-FAT-DATA-L
                           MOVE SPACES TO WS-FAT-TOT-LX
                           UNSTRING WS-DADOS-FAT DELIMITED BY '|'
                               INTO WS-FAT-NUM-X
                                    WS-FAT-OS-X
                                    WS-FAT-DATA-L
                                    WS-FAT-PLACA-L
                                    WS-FAT-CLIENTE-L
                                    WS-FAT-MAO-LX
                                    WS-FAT-PEC-LX
                                    WS-FAT-TOT-LX
                           IF WS-FAT-NUM-X IS NUMERIC AND
                              WS-FAT-OS-X IS NUMERIC AND
                              WS-FAT-OS-X = WS-CHK-OS AND
                              WS-FAT-TOT-LX IS NUMERIC
                               MOVE WS-FAT-NUM-X TO WS-SIN-FAT-NUM
                               MOVE WS-FAT-DATA-L TO WS-SIN-FAT-DATA
                               MOVE WS-FAT-TOT-LN TO WS-SIN-FAT-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FATURAS
           END-IF
           .
       2078-FATURA-DA-OS-FIM.
           EXIT.

      * TRATA UM SINAL LIDO NA APLICACAO: SE FOR O SINAL EM ABERTO DO
      * ORCAMENTO, LANCA O PAGAMENTO (ATE O TOTAL DA FATURA) E MARCA O
      * SINAL COMO APLICADO - OU A DEVOLVER, SE SOBROU VALOR.
       2079-BAIXAR-SINAL                       SECTION.

           PERFORM 4235-DESMONTAR-SINAL

           IF LINDET-SIN-ORC = WS-SIN-BUSCA AND
              LINDET-SIN-STATUS = 'ABERTO'

               MOVE WS-DADOS-SIN TO WS-AUD-VALOR-ANTIGO

               IF LINDET-SIN-VALOR > WS-SIN-FAT-TOTAL
                   MOVE WS-SIN-FAT-TOTAL TO LINDET-SIN-APLICADO
                   MOVE 'DEVOLVER' TO LINDET-SIN-STATUS
               ELSE
                   MOVE LINDET-SIN-VALOR TO LINDET-SIN-APLICADO
                   MOVE 'APLICADO' TO LINDET-SIN-STATUS
               END-IF
               MOVE WS-SIN-FAT-NUM TO LINDET-SIN-FATURA

               MOVE LINDET-SIN TO ARQ-SINAIS
               REWRITE ARQ-SINAIS

               IF LINDET-SIN-APLICADO > ZEROS
                   MOVE WS-SIN-FAT-NUM TO LINDET-PAG-FATURA
                   MOVE LINDET01-REL-OS TO LINDET-PAG-OS
                   MOVE WS-SIN-FAT-DATA TO LINDET-PAG-DATA
                   MOVE LINDET-SIN-APLICADO TO LINDET-PAG-VALOR
                   MOVE 'SINAL' TO LINDET-PAG-FORMA
                   MOVE WS-OPER-ID TO LINDET-PAG-OPER
                   MOVE WS-NUM-OPER(37:2) TO LINDET-PAG-FILIAL

                   OPEN INPUT PAGAMENTOS
                   IF AS-STATUS-PAG = ZEROS
                       MOVE 'S' TO WS-EXISTE-PAG
                       CLOSE PAGAMENTOS
                   ELSE
                       MOVE 'N' TO WS-EXISTE-PAG
                   END-IF

                   IF WS-EXISTE-PAG = 'S'
                       OPEN EXTEND PAGAMENTOS
                   ELSE
                       OPEN OUTPUT PAGAMENTOS
                   END-IF

                   MOVE LINDET-PAG TO ARQ-PAGAMENTOS
                   WRITE ARQ-PAGAMENTOS
                   CLOSE PAGAMENTOS

                   MOVE 'FINANCEIRO' TO WS-AUD-MODULO
                   MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
                   MOVE WS-SIN-FAT-NUM TO WS-AUD-CHAVE
                   MOVE WS-DADOS-SIN TO WS-AUD-VALOR-ANTIGO
                   MOVE LINDET-PAG TO WS-AUD-VALOR-NOVO
                   CALL 'AUDITORIA' USING WS-AUD-MODULO,
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO
               END-IF

               MOVE 'SINAL' TO WS-AUD-MODULO
               MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
               MOVE LINDET-SIN-ORC TO WS-AUD-CHAVE
               MOVE WS-DADOS-SIN TO WS-AUD-VALOR-ANTIGO
               MOVE LINDET-SIN TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO
               MOVE 'MANUTENCAO' TO WS-AUD-MODULO

               MOVE LINDET-SIN-APLICADO TO WS-SIN-VALOR-ED
               DISPLAY "SINAL DO ORCAMENTO " LINDET-SIN-ORC
                   " APLICADO NA FATURA " WS-SIN-FAT-NUM ": "
                   WS-SIN-VALOR-ED
               IF LINDET-SIN-STATUS = 'DEVOLVER'
                   COMPUTE WS-SIN-DEVOLVER =
                       LINDET-SIN-VALOR - LINDET-SIN-APLICADO
                   MOVE WS-SIN-DEVOLVER TO WS-SIN-VALOR-ED
                   DISPLAY "SINAL MAIOR QUE A FATURA: "
                       WS-SIN-VALOR-ED " A DEVOLVER AO CLIENTE."
               END-IF

               MOVE 'N' TO WS-CLOSE-SIN
           END-IF
           .
       2079-BAIXAR-SINAL-FIM.
           EXIT.

      * GARANTE QUE A DATA ESCOLHIDA E DIA UTIL E AINDA TEM VAGA NA
      * AGENDA DO DIA: ENQUANTO A DATA CAIR EM FERIADO OU DIA FECHADO,
      * OU ESTIVER LOTADA, RECUSA, SUGERE O PROXIMO DIA UTIL LIVRE E
      * PEDE OUTRA DATA.
       2080-VALIDAR-CAPACIDADE                 SECTION.

           MOVE LINDET01-REL-DATA TO WS-DATA-VERIFICAR
           PERFORM 2086-VERIFICAR-DIA-FECHADO
           PERFORM 2085-CONTAR-AGENDADOS-DATA

           PERFORM UNTIL WS-DIA-FECHADO = 'N' AND
                         WS-QTD-AGENDADOS-DATA < WS-CAPACIDADE-DIA
               IF WS-DIA-FECHADO = 'S'
                   DISPLAY "A OFICINA ESTA FECHADA EM "
                       WS-DATA-VERIFICAR
                       " (FERIADO OU DIA SEM EXPEDIENTE)."
               ELSE
                   DISPLAY "A DATA " WS-DATA-VERIFICAR " JA ESTA COM "
                       WS-QTD-AGENDADOS-DATA
                       " AGENDAMENTO(S), NO LIMITE "
                       "DE " WS-CAPACIDADE-DIA " POR DIA."
               END-IF
               PERFORM 2095-SUGERIR-PROXIMA-DATA
               IF WS-DATA-SUGERIDA NOT = SPACES
                   DISPLAY "PROXIMA DATA LIVRE: " WS-DATA-SUGERIDA
               ACCEPT LINDET01-REL-DATA
               PERFORM 2015-VALIDAR-DATA-AGENDA
               MOVE LINDET01-REL-DATA TO WS-DATA-VERIFICAR
               PERFORM 2086-VERIFICAR-DIA-FECHADO
               PERFORM 2085-CONTAR-AGENDADOS-DATA
           END-PERFORM
           .
       2080-VALIDAR-CAPACIDADE-FIM.
           EXIT.

      * WS-DATA-VERIFICAR CAI EM FERIADO OU DIA FECHADO DO CALENDARIO
      * DA OFICINA? O PROXIMO DIA UTIL FICA EM WS-DAT-DATA2.
       2086-VERIFICAR-DIA-FECHADO              SECTION.

           MOVE 'N' TO WS-DIA-FECHADO
           MOVE 'P' TO WS-DAT-FUNCAO
           MOVE WS-DATA-VERIFICAR TO WS-DAT-DATA1
           CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
               WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
           IF WS-DAT-VALIDA = 'S' AND WS-DAT-DIAS > ZEROS
               MOVE 'S' TO WS-DIA-FECHADO
           END-IF
           .
       2086-VERIFICAR-DIA-FECHADO-FIM.
           EXIT.

      * PEDE A HORA MARCADA (HH:MM) E O BOX DO AGENDAMENTO E RECUSA
      * COLISAO: O MESMO BOX NO MESMO DIA E HORA SO PODE TER UM
      * AGENDAMENTO. INSISTE ATE UMA COMBINACAO LIVRE.
                           WS-CHK-MECANICO, WS-CHK-GARANTIA,
                           WS-CHK-MINUTOS, WS-CHK-HORA,
                           WS-CHK-BOX
                       MOVE WS-DADOS(178:2) TO WS-REG-FILIAL
                       PERFORM 1575-FILIAL-DO-REGISTRO
                       IF WS-CHK-STATUS = 'AGENDADO' AND
                          WS-CHK-DATA = LINDET01-REL-DATA AND
                          WS-CHK-HORA = LINDET01-REL-HORA AND
                          WS-CHK-BOX IS NUMERIC AND
                          WS-CHK-PLACA NOT = SPACES AND
                          WS-REG-FILIAL = WS-OPER-FILIAL
                           IF WS-CHK-BOX = WS-BOX-ESCOLHIDO
                               MOVE 'S' TO WS-COLISAO
                           END-IF
                       UNSTRING WS-DADOS DELIMITED BY '|' INTO
                           WS-CHK-OS, WS-CHK-PLACA, WS-CHK-DATA,
                           WS-CHK-TIPO-SERVICO, WS-CHK-STATUS
                       MOVE WS-DADOS(178:2) TO WS-REG-FILIAL
                       PERFORM 1575-FILIAL-DO-REGISTRO
                       IF WS-CHK-STATUS = 'AGENDADO' AND
                          WS-CHK-DATA = WS-DATA-VERIFICAR AND
                          WS-CHK-PLACA NOT = SPACES AND
                          WS-REG-FILIAL = WS-OPER-FILIAL
                           ADD 1 TO WS-QTD-AGENDADOS-DATA
                       END-IF
               END-READ
               MOVE WS-AGD-REG(WS-AGD-IDX) TO ARQ-AGENDA-DIA
               WRITE ARQ-AGENDA-DIA
           END-PERFORM

      *    QUEM ESTA DE FERIAS, FOLGA OU ATESTADO NA DATA DA AGENDA.
           MOVE 'D' TO WS-AUS-OPCAO
           MOVE SPACES TO WS-AUS-RESPOSTA
           CALL 'AUSENCIA' USING WS-AUS-OPCAO, WS-OPERADOR-SESSAO,
               WS-FUNC-ID, WS-AGENDA-DATA, WS-AUS-RESPOSTA
           MOVE SPACES TO ARQ-AGENDA-DIA
           IF WS-AUS-RESPOSTA = SPACES
               STRING '===== FORA EM ' DELIMITED BY SIZE
                      WS-AGENDA-DATA DELIMITED BY SIZE
                      ': NINGUEM' DELIMITED BY SIZE
                      INTO ARQ-AGENDA-DIA
           ELSE
               STRING '===== FORA EM ' DELIMITED BY SIZE
                      WS-AGENDA-DATA DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WS-AUS-RESPOSTA DELIMITED BY SIZE
                      INTO ARQ-AGENDA-DIA
           END-IF
           DISPLAY ARQ-AGENDA-DIA
           WRITE ARQ-AGENDA-DIA

      *    QUEM LEVA CARRO RESERVA NA DATA DA AGENDA.
           MOVE 'D' TO WS-CRT-OPCAO
           MOVE WS-AGENDA-DATA TO WS-CRT-DATA
           PERFORM 2531-CHAMAR-CORTESIA
           MOVE SPACES TO ARQ-AGENDA-DIA
           IF WS-CRT-QTD = ZEROS
               STRING '===== CARRO RESERVA EM ' DELIMITED BY SIZE
                      WS-AGENDA-DATA DELIMITED BY SIZE
                      ': NINGUEM' DELIMITED BY SIZE
                      INTO ARQ-AGENDA-DIA
           ELSE
               STRING '===== CARRO RESERVA EM ' DELIMITED BY SIZE
                      WS-AGENDA-DATA DELIMITED BY SIZE
                      ' =====' DELIMITED BY SIZE
                      INTO ARQ-AGENDA-DIA
           END-IF
           DISPLAY ARQ-AGENDA-DIA
           WRITE ARQ-AGENDA-DIA
           PERFORM VARYING WS-CRT-I FROM 1 BY 1
                   UNTIL WS-CRT-I > WS-CRT-QTD OR WS-CRT-I > 10
               MOVE WS-CRT-LINHA(WS-CRT-I) TO ARQ-AGENDA-DIA
               DISPLAY ARQ-AGENDA-DIA
               WRITE ARQ-AGENDA-DIA
           END-PERFORM
           .
       2098-IMPRIMIR-GRADE-AGENDA-FIM.
           EXIT.

           MOVE ZEROS TO WS-QTD-CONFIRMAR

           MOVE 'LISTA-CONFIRMACAO' TO WS-MSC-LISTA
           PERFORM 8950-LIBERAR-LISTA

           OPEN OUTPUT LISTA-CONFIRMACAO
           IF AS-STATUS-LCON NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-LCON
           MOVE WS-LINHA-CONF TO ARQ-LISTA-CONFIRMACAO
           WRITE ARQ-LISTA-CONFIRMACAO

           PERFORM 2092-CARREGAR-AGENDA-SITE

           CLOSE MAINTENANCE
           PERFORM 1300-VERIFICAR-FECHAMENTO

           OPEN EXTEND MAINTENANCE
           PERFORM 1200-VERIFICAR-ABERTURA

      *    CLIENTES QUE RETIRAM CARRO RESERVA AMANHA: A LIGACAO TAMBEM
      *    CONFIRMA O CARRO.
           MOVE 'D' TO WS-CRT-OPCAO
           MOVE WS-DATA-AMANHA TO WS-CRT-DATA
           PERFORM 2531-CHAMAR-CORTESIA
           MOVE SPACES TO WS-LINHA-CONF
           IF WS-CRT-QTD = ZEROS
               STRING 'CARRO RESERVA PARA RETIRAR EM ' DELIMITED BY SIZE
                      WS-DATA-AMANHA DELIMITED BY SIZE
                      ': NINGUEM' DELIMITED BY SIZE
                      INTO WS-LINHA-CONF
           ELSE
               STRING 'CARRO RESERVA PARA RETIRAR EM ' DELIMITED BY SIZE
                      WS-DATA-AMANHA DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                      INTO WS-LINHA-CONF
           END-IF
           DISPLAY WS-LINHA-CONF
           MOVE WS-LINHA-CONF TO ARQ-LISTA-CONFIRMACAO
           WRITE ARQ-LISTA-CONFIRMACAO
           PERFORM VARYING WS-CRT-I FROM 1 BY 1
                   UNTIL WS-CRT-I > WS-CRT-QTD OR WS-CRT-I > 10
               MOVE WS-CRT-LINHA(WS-CRT-I) TO WS-LINHA-CONF
               DISPLAY WS-LINHA-CONF
               MOVE WS-LINHA-CONF TO ARQ-LISTA-CONFIRMACAO
               WRITE ARQ-LISTA-CONFIRMACAO
           END-PERFORM

           CLOSE LISTA-CONFIRMACAO

           PERFORM 2089-REGRAVAR-AGENDA-SITE

           DISPLAY WS-QTD-CONFIRMAR " CLIENTE(S) PARA CONFIRMAR EM "
               WS-DATA-AMANHA
           DISPLAY "LISTA EXPORTADA PARA LISTA-CONFIRMACAO.TXT"
       2093-LISTA-CONFIRMACAO-FIM.
           EXIT.

      * TRATA UM REGISTRO NA LISTA DE CONFIRMACAO: ENTRAM OS AGENDADOS
      * DE AMANHA E TODO AGENDAMENTO DO SITE QUE AINDA NAO PASSOU POR
      * UMA LISTA, JA COM NOME E TELEFONE DO PROPRIETARIO (OU DO
      * PEDIDO DO SITE, QUANDO O VEICULO NAO TEM CADASTRO).
       2094-GRAVAR-LINHA-CONFIRMACAO           SECTION.

           MOVE SPACES TO WS-CHK-OS
                               WS-CHK-MINUTOS
                               WS-CHK-HORA

           MOVE ZEROS TO WS-ASI-POS
           MOVE 'N' TO WS-ASI-NOVA
           IF LINDET01-REL-STATUS = 'AGENDADO' AND
              LINDET01-REL-PLACA NOT = SPACES AND
              WS-CHK-OS IS NUMERIC
               PERFORM 2099-BUSCAR-AGENDA-SITE
               IF WS-ASI-POS > ZEROS
                   IF WS-ASI-LISTADA(WS-ASI-POS) NOT = 'S'
                       MOVE 'S' TO WS-ASI-NOVA
                   END-IF
               END-IF
           END-IF

           IF LINDET01-REL-STATUS = 'AGENDADO' AND
              (LINDET01-REL-DATA = WS-DATA-AMANHA OR
               WS-ASI-NOVA = 'S') AND
              LINDET01-REL-PLACA NOT = SPACES AND
              WS-CHK-OS IS NUMERIC

               MOVE ZEROS TO WS-CPF-BUSCA
               MOVE SPACES TO LINDET01-REL-DATA-CONCLUSAO
               PERFORM 2600-VEICULO-PROP
               IF WS-ASI-POS > ZEROS AND WS-VEICULO-CL = SPACES
                   MOVE WS-ASI-NOME(WS-ASI-POS) TO WS-VEICULO-CL
                   MOVE WS-ASI-TELEFONE(WS-ASI-POS) TO WS-VEICULO-TEL
               END-IF
               PERFORM 8960-MASCARAR-TELEFONE

               MOVE SPACES TO WS-LINHA-CONF
               STRING 'OS ' DELIMITED BY SIZE
               DISPLAY WS-LINHA-CONF
               MOVE WS-LINHA-CONF TO ARQ-LISTA-CONFIRMACAO
               WRITE ARQ-LISTA-CONFIRMACAO

               IF WS-ASI-NOVA = 'S'
                   MOVE SPACES TO WS-LINHA-CONF
                   STRING '    PEDIDO DO SITE PARA ' DELIMITED BY SIZE
                          LINDET01-REL-DATA DELIMITED BY SIZE
                          ' - PRIMEIRA LIGACAO DA OFICINA'
                              DELIMITED BY SIZE
                          INTO WS-LINHA-CONF
                   DISPLAY WS-LINHA-CONF
                   MOVE WS-LINHA-CONF TO ARQ-LISTA-CONFIRMACAO
                   WRITE ARQ-LISTA-CONFIRMACAO
                   MOVE 'S' TO WS-ASI-LISTADA(WS-ASI-POS)
               END-IF
               ADD 1 TO WS-QTD-CONFIRMAR
           END-IF
           .
       2094-GRAVAR-LINHA-CONFIRMACAO-FIM.
           EXIT.

      * CARREGA AGENDA-SITE.TXT PARA A LISTA DE CONFIRMACAO SABER QUAIS
      * OS VIERAM DO SITE E QUAIS AINDA NAO FORAM LISTADAS.
       2092-CARREGAR-AGENDA-SITE               SECTION.

           MOVE ZEROS TO WS-ASI-QTD
           MOVE 'N' TO WS-ASI-CHEIA

           OPEN INPUT AGENDA-SITE
           IF AS-STATUS-ASI = ZEROS
               MOVE 'S' TO WS-CLOSE-ASI
               PERFORM UNTIL WS-CLOSE-ASI = 'N'
                   READ AGENDA-SITE INTO WS-ASI-REG
                       AT END
                           MOVE 'N' TO WS-CLOSE-ASI
                       NOT AT END
                           IF WS-ASI-R-OS IS NUMERIC
                               IF WS-ASI-QTD < 500
                                   ADD 1 TO WS-ASI-QTD
                                   MOVE WS-ASI-REG TO
                                       WS-ASI-ENT(WS-ASI-QTD)
                               ELSE
                                   MOVE 'S' TO WS-ASI-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENDA-SITE
           END-IF

           IF WS-ASI-CHEIA = 'S'
               DISPLAY "AGENDA-SITE.TXT PASSOU DE 500 LINHAS: AS "
                   "EXCEDENTES FICAM PARA A PROXIMA LISTA."
           END-IF
           .
       2092-CARREGAR-AGENDA-SITE-FIM.
           EXIT.

      * POSICAO EM WS-ASI-POS DA OS WS-CHK-OS NA TABELA DOS
      * AGENDAMENTOS DO SITE (ZERO QUANDO NAO VEIO DO SITE).
       2099-BUSCAR-AGENDA-SITE                 SECTION.

           MOVE ZEROS TO WS-ASI-POS
           PERFORM VARYING WS-ASI-I FROM 1 BY 1
                   UNTIL WS-ASI-I > WS-ASI-QTD
               IF WS-ASI-OS(WS-ASI-I) = WS-CHK-OS
                   MOVE WS-ASI-I TO WS-ASI-POS
               END-IF
           END-PERFORM
           .
       2099-BUSCAR-AGENDA-SITE-FIM.
           EXIT.

      * REGRAVA AGENDA-SITE.TXT COM AS MARCAS DE LISTADA. LINHA JA
      * LISTADA COM DATA DE AGENDA PASSADA NAO SERVE MAIS E SAI.
       2089-REGRAVAR-AGENDA-SITE               SECTION.

           IF WS-ASI-CHEIA = 'N' AND WS-ASI-QTD > ZEROS
               PERFORM 2017-DATA-HOJE-FMT

               OPEN OUTPUT AGENDA-SITE
               IF AS-STATUS-ASI NOT EQUAL ZEROS
                   DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-ASI
               ELSE
                   PERFORM VARYING WS-ASI-I FROM 1 BY 1
                           UNTIL WS-ASI-I > WS-ASI-QTD
                       MOVE SPACES TO WS-ASI-DATA-NUM
                       MOVE WS-ASI-DATA(WS-ASI-I)(7:4) TO
                           WS-ASI-DATA-NUM(1:4)
                       MOVE WS-ASI-DATA(WS-ASI-I)(4:2) TO
                           WS-ASI-DATA-NUM(5:2)
                       MOVE WS-ASI-DATA(WS-ASI-I)(1:2) TO
                           WS-ASI-DATA-NUM(7:2)
                       IF WS-ASI-LISTADA(WS-ASI-I) NOT = 'S' OR
                          WS-ASI-DATA-NUM NOT < WS-DATA-HOJE
                           MOVE WS-ASI-ENT(WS-ASI-I) TO
                               ARQ-AGENDA-SITE
                           WRITE ARQ-AGENDA-SITE
                       END-IF
                   END-PERFORM
                   CLOSE AGENDA-SITE
               END-IF
           END-IF
           .
       2089-REGRAVAR-AGENDA-SITE-FIM.
           EXIT.

      * PROCURA A PROXIMA DATA COM VAGA NA AGENDA, AVANCANDO UM DIA DE
      * CADA VEZ A PARTIR DA DATA LOTADA (ATE 90 DIAS A FRENTE) E
      * PULANDO FERIADOS E DIAS FECHADOS.
       2095-SUGERIR-PROXIMA-DATA               SECTION.

           MOVE SPACES TO WS-DATA-SUGERIDA
                   MOVE '/' TO WS-DATA-VERIFICAR(6:1)
                   MOVE WS-SUG-ANO TO WS-DATA-VERIFICAR(7:4)

                   PERFORM 2086-VERIFICAR-DIA-FECHADO
                   IF WS-DIA-FECHADO = 'N'
                       PERFORM 2085-CONTAR-AGENDADOS-DATA
                       IF WS-QTD-AGENDADOS-DATA < WS-CAPACIDADE-DIA
                           MOVE 'S' TO WS-SUG-LIVRE
                           MOVE WS-DATA-VERIFICAR TO WS-DATA-SUGERIDA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
                           MOVE SPACES TO WS-CHK-KM
                           MOVE SPACES TO LINDET01-REL-PROMETIDA
                           MOVE SPACES TO WS-CHK-ORCAMENTO
                           MOVE SPACES TO WS-CHK-FILIAL
                           UNSTRING WS-DADOS DELIMITED BY '|' INTO
                                               WS-CHK-OS
                                               LINDET01-REL-PLACA
                                               WS-CHK-KM
                                               LINDET01-REL-PROMETIDA
                                               WS-CHK-ORCAMENTO
                                               WS-CHK-FILIAL

                           IF WS-CHK-OS IS NUMERIC
                               MOVE WS-CHK-OS TO LINDET01-REL-OS
                                   PERFORM 2261-VERIFICAR-VARIACAO
                               END-IF

      *                        CARRO RESERVA DA OS AINDA NA RUA: A OS
      *                        SO FECHA DEPOIS DA DEVOLUCAO, QUE TRAZ
      *                        O KM EXCEDENTE PARA A FATURA.
                               MOVE 'N' TO WS-CRT-PENDENTE
                               IF WS-NOVO-STATUS = 'CONCLUIDO' AND
                                  WS-VAR-OK = 'S'
                                   MOVE 'P' TO WS-CRT-OPCAO
                                   MOVE LINDET01-REL-OS TO WS-CRT-OS
                                   PERFORM 2531-CHAMAR-CORTESIA
                                   IF WS-CRT-QTD > ZEROS
                                       MOVE 'S' TO WS-CRT-PENDENTE
                                       MOVE 'N' TO WS-VAR-OK
                                   END-IF
                               END-IF

                               IF WS-VAR-OK = 'N'
                                   IF WS-CRT-PENDENTE = 'S'
                                       DISPLAY "CONCLUSAO RECUSADA: "
                                           "REGISTRE ANTES A DEVOLUCAO"
                                           " DO CARRO RESERVA."
                                   ELSE
                                   DISPLAY "CONCLUSAO RECUSADA PELO "
                                       "CONTROLE DE VARIACAO ORCADO "
                                       "X FATURADO."
                                   END-IF
                                   MOVE 'N' TO WS-CLOSE-FILE
                               ELSE

                               MOVE WS-NOVO-STATUS TO
                                                   LINDET01-REL-STATUS

      *                        OS AGENDADA PELO SITE CHEGA SEM
      *                        MECANICO: ELE E ESCOLHIDO NA ENTRADA.
                               IF WS-NOVO-STATUS = 'ATIVO' AND
                                  LINDET01-REL-MECANICO = SPACES
                                   DISPLAY "OS SEM MECANICO "
                                       "RESPONSAVEL."
                                   PERFORM 2033-INFORMAR-MECANICO
                               END-IF

                               IF WS-NOVO-STATUS = 'CONCLUIDO'
                                   ACCEPT WS-DATA-HOJE FROM DATE
                                                                YYYYMMDD
                                   DELIMITED BY SIZE
                               '|' DELIMITED BY SIZE
                               WS-CHK-ORCAMENTO DELIMITED BY SIZE
                               '|' DELIMITED BY SIZE
                               WS-CHK-FILIAL DELIMITED BY SIZE
                               INTO LINDET01-REL

                               MOVE LINDET01-REL TO
                               IF WS-NOVO-STATUS = 'CONCLUIDO' AND
                                  WS-STATUS-ANTERIOR NOT = 'CONCLUIDO'
                                   PERFORM 2075-EMITIR-FATURA
                                   PERFORM 2046-BAIXAR-RECALL
                               END-IF

                               IF WS-NOVO-STATUS = 'CANCELADO' AND
                                   PERFORM 2070-ESTORNAR-ESTOQUE-PECA
                               END-IF

      *                        CANCELADA DE QUALQUER STATUS: A RESERVA
      *                        DO CARRO RESERVA CAI E O SINAL DO
      *                        ORCAMENTO DE ORIGEM FICA A DEVOLVER.
                               IF WS-NOVO-STATUS = 'CANCELADO' AND
                                  WS-STATUS-ANTERIOR NOT = 'CANCELADO'
                                   MOVE 'C' TO WS-CRT-OPCAO
                                   MOVE LINDET01-REL-OS TO WS-CRT-OS
                                   PERFORM 2531-CHAMAR-CORTESIA
                                   IF WS-CHK-ORCAMENTO IS NUMERIC AND
                                      WS-CHK-ORCAMENTO NOT = '000000'
                                       MOVE WS-CHK-ORCAMENTO TO
                                           WS-SIN-BUSCA
                                       PERFORM 4240-SINAL-A-DEVOLVER
                                   END-IF
                               END-IF

                               MOVE 'N' TO WS-CLOSE-FILE
                               END-IF
                               END-IF
                   DISPLAY 'STATUS ATUALIZADO COM SUCESSO'
               END-IF
           END-IF

      *    OS QUE SAIU DE AGUARDA-PECA VAI PARA A OFICINA: SAI A FICHA.
           IF WS-STATUS-GRAVADO = 'S' AND
              WS-STATUS-ANTERIOR = 'AGUARDA-PECA' AND
              (WS-NOVO-STATUS = 'AGENDADO' OR WS-NOVO-STATUS = 'ATIVO')
               MOVE WS-OS-BUSCA TO WS-FIC-OS
               PERFORM 6900-IMPRIMIR-FICHA
           END-IF
           .
       2200-ATUALIZAR-STATUS-FIM.
           EXIT.

      * CONTROLE DE VARIACAO: COMPARA O TOTAL QUE A FATURA VAI SAIR
      * (MAO DE OBRA + PECAS + TERCEIROS DO REGISTRO CORRENTE) COM O
      * TOTAL DO ORCAMENTO CONVERTIDO, OS DOIS SEM DESCONTO (UM
      * DESCONTO NAO PODE ESCONDER O ESTOURO). PASSANDO O PERCENTUAL DE
      * TOLERANCIA, SO UM GERENTE APROVA (OVERRIDE AUDITADO); A
      * RECUSA DE QUEM NAO E GERENTE JA SAI COMO NEGADO.
       2261-VERIFICAR-VARIACAO                 SECTION.

           MOVE ZEROS TO WS-QTD-CUSTOS-EXP

           MOVE 'RELATORIO-CUSTOS' TO WS-MSC-LISTA
           PERFORM 8950-LIBERAR-LISTA

           CLOSE MAINTENANCE
           PERFORM 1300-VERIFICAR-FECHAMENTO

                               MOVE ZEROS TO WS-VALOR-MAO-OBRA
                           END-IF
                           PERFORM 2500-VALOR-PECAS
                           MOVE 'V' TO WS-DSC-OPCAO
                           PERFORM 2540-APLICAR-DESCONTO
                           PERFORM 2520-VALOR-TERCEIROS
                           PERFORM 2530-VALOR-CARRO-RESERVA
                           COMPUTE WS-VALOR-TOTAL =
                                              WS-VALOR-PECAS-TOTAL +
                                              WS-VALOR-MAO-OBRA +
                                              WS-VALOR-TERCEIROS +
                                              WS-VALOR-CARRO-RESERVA

                           PERFORM 2600-VEICULO-PROP
                           PERFORM 8960-MASCARAR-TELEFONE
                           CALL 'RELATORIO' USING
                           LINDET01-REL-OS,
                           WS-VEICULO-CL,

           MOVE SPACES TO WS-VEICULO-CL
           MOVE SPACES TO WS-VEICULO-TEL
           MOVE 'N' TO WS-CLI-CONS-TEL
           MOVE 'N' TO WS-CLI-CONS-EML

           OPEN INPUT CLIENTES
           IF AS-STATUS-CLI NOT EQUAL ZEROS

                   MOVE WS-CLI-NOME TO WS-VEICULO-CL
                   MOVE WS-CLI-TELEFONE TO WS-VEICULO-TEL
                   MOVE WS-DADOS-CLIENTES(192:1) TO WS-CLI-CONS-TEL
                   MOVE WS-DADOS-CLIENTES(216:1) TO WS-CLI-CONS-EML

                   MOVE SPACES TO WS-CLI-ENDERECO
                   STRING WS-CLI-RUA DELIMITED BY '  '
                           MOVE ZEROS TO LINDET01-REL-OS
                       END-IF

                       MOVE WS-DADOS(178:2) TO WS-REG-FILIAL
                       PERFORM 1580-FILTRAR-FILIAL

                       IF LINDET01-REL-STATUS = 'CONCLUIDO' AND
                           LINDET01-REL-PLACA NOT = SPACES AND
                           LINDET01-REL-DATA-CONCLUSAO NOT = SPACES AND
                           WS-REL-DENTRO = 'S'

                           MOVE 'D' TO WS-DAT-FUNCAO
                           MOVE LINDET01-REL-DATA TO WS-DAT-DATA1


      *-----------------------------------------------------------------
      *              IMPORTACAO DE AGENDAMENTOS DO SITE
      *-----------------------------------------------------------------

      * IMPORTA OS PEDIDOS DE AGENDAMENTO DEIXADOS PELO SITE EM
      * AGENDAMENTOS-SITE.TXT (NOME|CPF|TELEFONE|PLACA|DATA|HORA|TIPO|
      * FILIAL, FILIAL OPCIONAL). CADA PEDIDO PASSA PELAS MESMAS
      * REGRAS DO AGENDAMENTO NO BALCAO; O ACEITO VIRA OS AGENDADO E
      * O RECUSADO VAI PARA AGENDAMENTOS-SITE-REJEITADOS.TXT COM O
      * MOTIVO, PARA O ATENDENTE LIGAR DE VOLTA.
       2900-IMPORTAR-AGENDA-SITE               SECTION.

           MOVE ZEROS TO WS-WEB-QTD-LIDOS
           MOVE ZEROS TO WS-WEB-QTD-IMPORTADOS
           MOVE ZEROS TO WS-WEB-QTD-REJEITADOS
           MOVE WS-OPER-FILIAL TO WS-WEB-FILIAL-SESSAO
           PERFORM 2017-DATA-HOJE-FMT

           OPEN INPUT AGENDA-WEB
           IF AS-STATUS-AWB NOT EQUAL ZEROS
               DISPLAY "NENHUM PEDIDO DO SITE A IMPORTAR "
                   "(AGENDAMENTOS-SITE.TXT NAO ENCONTRADO)."
           ELSE
               MOVE 'S' TO WS-CLOSE-AWB
               PERFORM UNTIL WS-CLOSE-AWB = 'N'
                   READ AGENDA-WEB INTO WS-WEB-LINHA
                       AT END
                           MOVE 'N' TO WS-CLOSE-AWB
                       NOT AT END
                           IF WS-WEB-LINHA NOT = SPACES
                               ADD 1 TO WS-WEB-QTD-LIDOS
                               PERFORM 2905-IMPORTAR-UM-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENDA-WEB

      *        TODO PEDIDO LIDO JA FICOU EM
      *        AGENDAMENTOS-SITE-PROCESSADOS.TXT COM O RESULTADO: O
      *        ARQUIVO DO SITE E ESVAZIADO PARA A PROXIMA IMPORTACAO
      *        NAO AGENDAR O MESMO PEDIDO DUAS VEZES.
               OPEN OUTPUT AGENDA-WEB
               CLOSE AGENDA-WEB
           END-IF

      *    PEDIDO DE OUTRA FILIAL TROCA A CAPACIDADE E OS BOXES DURANTE
      *    A IMPORTACAO: A SESSAO VOLTA PARA A SUA FILIAL NO FIM.
           IF WS-OPER-FILIAL NOT = WS-WEB-FILIAL-SESSAO
               MOVE WS-WEB-FILIAL-SESSAO TO WS-OPER-FILIAL
               PERFORM 1500-CARREGAR-CAPACIDADE
               PERFORM 1550-CARREGAR-BOXES
               PERFORM 1565-CAPACIDADE-DA-FILIAL
           END-IF

           DISPLAY "PEDIDOS DO SITE LIDOS.......: " WS-WEB-QTD-LIDOS
           DISPLAY "AGENDADOS...................: "
               WS-WEB-QTD-IMPORTADOS
           DISPLAY "REJEITADOS..................: "
               WS-WEB-QTD-REJEITADOS
           IF WS-WEB-QTD-REJEITADOS > ZEROS
               DISPLAY "LIGAR DE VOLTA PARA OS CLIENTES DE "
                   "AGENDAMENTOS-SITE-REJEITADOS.TXT"
           END-IF
           .
       2900-IMPORTAR-AGENDA-SITE-FIM.
           EXIT.

      * SEPARA OS CAMPOS DE UM PEDIDO, VALIDA E AGENDA OU REJEITA.
       2905-IMPORTAR-UM-PEDIDO                 SECTION.

           MOVE SPACES TO WS-WEB-NOME, WS-WEB-CPF, WS-WEB-TELEFONE,
               WS-WEB-PLACA, WS-WEB-DATA, WS-WEB-HORA, WS-WEB-TIPO,
               WS-WEB-FILIAL, WS-WEB-MOTIVO
           UNSTRING WS-WEB-LINHA DELIMITED BY '|' INTO
               WS-WEB-NOME
               WS-WEB-CPF
               WS-WEB-TELEFONE
               WS-WEB-PLACA
               WS-WEB-DATA
               WS-WEB-HORA
               WS-WEB-TIPO
               WS-WEB-FILIAL

           MOVE WS-WEB-PLACA TO LINDET01-REL-PLACA
           MOVE WS-WEB-DATA TO LINDET01-REL-DATA
           MOVE WS-WEB-HORA TO LINDET01-REL-HORA
           MOVE WS-WEB-TIPO TO LINDET01-REL-TIPO-SERVICO

           PERFORM 2910-VALIDAR-PEDIDO-SITE

           IF WS-WEB-MOTIVO = SPACES
               PERFORM 2935-GRAVAR-OS-SITE
           ELSE
               PERFORM 2940-REJEITAR-PEDIDO-SITE
           END-IF
           .
       2905-IMPORTAR-UM-PEDIDO-FIM.
           EXIT.

      * AS REGRAS DO BALCAO, NA ORDEM: CADA UMA SO RODA SE AS
      * ANTERIORES PASSARAM, E A PRIMEIRA QUE FALHA DA O MOTIVO.
       2910-VALIDAR-PEDIDO-SITE                SECTION.

           IF WS-WEB-NOME = SPACES OR WS-WEB-CPF = SPACES OR
              WS-WEB-TELEFONE = SPACES OR WS-WEB-PLACA = SPACES OR
              WS-WEB-DATA = SPACES OR WS-WEB-HORA = SPACES OR
              WS-WEB-TIPO = SPACES
               MOVE 'PEDIDO INCOMPLETO' TO WS-WEB-MOTIVO
           END-IF

           IF WS-WEB-MOTIVO = SPACES
               PERFORM 2915-VALIDAR-CPF-SITE
           END-IF

           IF WS-WEB-MOTIVO = SPACES
               PERFORM 2920-VALIDAR-PLACA-SITE
           END-IF

           IF WS-WEB-MOTIVO = SPACES
               PERFORM 2922-FILIAL-DO-PEDIDO
           END-IF

           IF WS-WEB-MOTIVO = SPACES
               PERFORM 2924-VALIDAR-CADASTRO-SITE
           END-IF

           IF WS-WEB-MOTIVO = SPACES
               PERFORM 2926-VALIDAR-TIPO-SITE
           END-IF

           IF WS-WEB-MOTIVO = SPACES
               PERFORM 2050-VERIFICAR-CONFLITO
               IF WS-CONFLITO = 'S'
                   MOVE 'VEICULO JA TEM OS AGENDADA OU ATIVA' TO
                       WS-WEB-MOTIVO
               END-IF
           END-IF

           IF WS-WEB-MOTIVO = SPACES
               PERFORM 2928-VALIDAR-DATA-SITE
           END-IF

           IF WS-WEB-MOTIVO = SPACES
               PERFORM 2930-VALIDAR-HORARIO-SITE
           END-IF
           .
       2910-VALIDAR-PEDIDO-SITE-FIM.
           EXIT.

      * CPF NUMERICO E COM OS DOIS DIGITOS VERIFICADORES CORRETOS.
       2915-VALIDAR-CPF-SITE                   SECTION.

           MOVE 'N' TO WS-CPF-VALIDO
           IF WS-WEB-CPF IS NUMERIC
               MOVE WS-WEB-CPF TO WS-CPF-EDITADO
               PERFORM 2916-DIGITO-CPF
           END-IF

           IF WS-CPF-VALIDO = 'N'
               MOVE 'CPF INVALIDO (DIGITO VERIFICADOR)' TO
                   WS-WEB-MOTIVO
           END-IF
           .
       2915-VALIDAR-CPF-SITE-FIM.
           EXIT.

      * DIGITOS VERIFICADORES DO CPF EM WS-CPF-EDITADO, PELA MESMA
      * CONTA DO CADASTRO DE CLIENTES. CPF COM TODOS OS DIGITOS
      * IGUAIS (000..., 111...) E RECUSADO.
       2916-DIGITO-CPF                         SECTION.

           MOVE 'S' TO WS-CPF-VALIDO

           MOVE 'S' TO WS-CPF-IGUAIS
           PERFORM VARYING WS-CPF-IDX FROM 2 BY 1
                   UNTIL WS-CPF-IDX > 11
               IF WS-CPF-D(WS-CPF-IDX) NOT = WS-CPF-D(1)
                   MOVE 'N' TO WS-CPF-IGUAIS
               END-IF
           END-PERFORM
           IF WS-CPF-IGUAIS = 'S'
               MOVE 'N' TO WS-CPF-VALIDO
           END-IF

           IF WS-CPF-VALIDO = 'S'
               MOVE ZEROS TO WS-CPF-SOMA
               PERFORM VARYING WS-CPF-IDX FROM 1 BY 1
                       UNTIL WS-CPF-IDX > 9
                   COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                       WS-CPF-D(WS-CPF-IDX) * (11 - WS-CPF-IDX)
               END-PERFORM
               DIVIDE WS-CPF-SOMA BY 11 GIVING WS-CPF-QUOC
                   REMAINDER WS-CPF-RESTO
               IF WS-CPF-RESTO < 2
                   MOVE 0 TO WS-CPF-DV1
               ELSE
                   COMPUTE WS-CPF-DV1 = 11 - WS-CPF-RESTO
               END-IF

               MOVE ZEROS TO WS-CPF-SOMA
               PERFORM VARYING WS-CPF-IDX FROM 1 BY 1
                       UNTIL WS-CPF-IDX > 10
                   COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                       WS-CPF-D(WS-CPF-IDX) * (12 - WS-CPF-IDX)
               END-PERFORM
               DIVIDE WS-CPF-SOMA BY 11 GIVING WS-CPF-QUOC
                   REMAINDER WS-CPF-RESTO
               IF WS-CPF-RESTO < 2
                   MOVE 0 TO WS-CPF-DV2
               ELSE
                   COMPUTE WS-CPF-DV2 = 11 - WS-CPF-RESTO
               END-IF

               IF WS-CPF-DV1 NOT = WS-CPF-D(10) OR
                  WS-CPF-DV2 NOT = WS-CPF-D(11)
                   MOVE 'N' TO WS-CPF-VALIDO
               END-IF
           END-IF
           .
       2916-DIGITO-CPF-FIM.
           EXIT.

      * PLACA NO FORMATO ANTIGO (AAA-9999) OU MERCOSUL (AAA9A99),
      * COMO NO CADASTRO DE VEICULOS.
       2920-VALIDAR-PLACA-SITE                 SECTION.

           MOVE 'N' TO WS-WEB-PLACA-OK

           IF LINDET01-REL-PLACA(1:3) IS ALPHABETIC AND
              LINDET01-REL-PLACA(1:3) NOT = SPACES AND
              LINDET01-REL-PLACA(4:1) = '-' AND
              LINDET01-REL-PLACA(5:4) IS NUMERIC
               MOVE 'S' TO WS-WEB-PLACA-OK
           END-IF

           IF LINDET01-REL-PLACA(1:3) IS ALPHABETIC AND
              LINDET01-REL-PLACA(1:3) NOT = SPACES AND
              LINDET01-REL-PLACA(4:1) IS NUMERIC AND
              LINDET01-REL-PLACA(5:1) IS ALPHABETIC AND
              LINDET01-REL-PLACA(5:1) NOT = SPACE AND
              LINDET01-REL-PLACA(6:2) IS NUMERIC AND
              LINDET01-REL-PLACA(8:1) = SPACE
               MOVE 'S' TO WS-WEB-PLACA-OK
           END-IF

           IF WS-WEB-PLACA-OK = 'N'
               MOVE 'PLACA FORA DO FORMATO AAA-9999 OU AAA9A99' TO
                   WS-WEB-MOTIVO
           END-IF
           .
       2920-VALIDAR-PLACA-SITE-FIM.
           EXIT.

      * FILIAL DO PEDIDO (EM BRANCO = A DA SESSAO). FILIAL DIFERENTE
      * DA CORRENTE TROCA CAPACIDADE E BOXES PARA AS DELA.
       2922-FILIAL-DO-PEDIDO                   SECTION.

           IF WS-WEB-FILIAL = SPACES
               MOVE WS-WEB-FILIAL-SESSAO TO WS-WEB-FILIAL
           END-IF

           IF WS-WEB-FILIAL NOT = WS-WEB-FILIAL-SESSAO
               MOVE 'V' TO WS-FIL-OPCAO
               CALL 'FILIAL' USING WS-FIL-OPCAO, WS-OPERADOR-SESSAO,
                   WS-WEB-FILIAL, WS-FIL-CAPACIDADE, WS-FIL-BOXES
               IF WS-WEB-FILIAL = SPACES
                   MOVE 'FILIAL NAO CADASTRADA' TO WS-WEB-MOTIVO
               END-IF
           END-IF

           IF WS-WEB-MOTIVO = SPACES AND
              WS-WEB-FILIAL NOT = WS-OPER-FILIAL
               MOVE WS-WEB-FILIAL TO WS-OPER-FILIAL
               PERFORM 1500-CARREGAR-CAPACIDADE
               PERFORM 1550-CARREGAR-BOXES
               PERFORM 1565-CAPACIDADE-DA-FILIAL
           END-IF
           .
       2922-FILIAL-DO-PEDIDO-FIM.
           EXIT.

      * O SITE SO AGENDA PARA QUEM A OFICINA JA CONHECE: O VEICULO
      * CADASTRADO OU, NA FALTA DELE, O CLIENTE PELO CPF DO PEDIDO.
      * O DONO COM CREDITO BLOQUEADO E RECUSADO (SEM OVERRIDE AQUI: O
      * GERENTE LIBERA NO BALCAO, LIGANDO PARA O CLIENTE).
       2924-VALIDAR-CADASTRO-SITE              SECTION.

           MOVE 'N' TO WS-WEB-CLIENTE-OK
           PERFORM 2043-DONO-DA-PLACA
           IF WS-CRED-CPF NOT = SPACES
               MOVE 'S' TO WS-WEB-CLIENTE-OK
           ELSE
               MOVE WS-WEB-CPF TO WS-CPF-BUSCA
               PERFORM 2650-CONSULTAR-CLIENTE
               IF WS-VEICULO-CL NOT = SPACES
                   MOVE 'S' TO WS-WEB-CLIENTE-OK
                   MOVE WS-WEB-CPF TO WS-CRED-CPF
               END-IF
           END-IF

           IF WS-WEB-CLIENTE-OK = 'N'
               MOVE 'CLIENTE E VEICULO SEM CADASTRO NA OFICINA' TO
                   WS-WEB-MOTIVO
           ELSE
               PERFORM 2044-CREDITO-DO-CPF
               IF WS-CRED-BLOQUEADO = 'S'
                   MOVE 'CLIENTE COM CREDITO BLOQUEADO PELA COBRANCA'
                       TO WS-WEB-MOTIVO
               END-IF
           END-IF
           .
       2924-VALIDAR-CADASTRO-SITE-FIM.
           EXIT.

      * O TIPO DE SERVICO PEDIDO PRECISA ESTAR NA TABELA DE PRECOS.
       2926-VALIDAR-TIPO-SITE                  SECTION.

           MOVE 'N' TO WS-WEB-TIPO-OK
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
                   UNTIL WS-TAB-IDX > WS-QTD-TIPOS-SERVICO
               IF WS-TAB-TIPO-SERVICO(WS-TAB-IDX) =
                  LINDET01-REL-TIPO-SERVICO
                   MOVE 'S' TO WS-WEB-TIPO-OK
               END-IF
           END-PERFORM

           IF WS-WEB-TIPO-OK = 'N'
               MOVE 'TIPO DE SERVICO FORA DA TABELA DE PRECOS' TO
                   WS-WEB-MOTIVO
           END-IF
           .
       2926-VALIDAR-TIPO-SITE-FIM.
           EXIT.

      * DATA REAL, DEPOIS DE HOJE, EM MES AINDA ABERTO E EM DIA UTIL.
       2928-VALIDAR-DATA-SITE                  SECTION.

           MOVE 'V' TO WS-DAT-FUNCAO
           MOVE LINDET01-REL-DATA TO WS-DAT-DATA1
           CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
               WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
           IF WS-DAT-VALIDA NOT = 'S'
               MOVE 'DATA INVALIDA (USE DD/MM/AAAA)' TO WS-WEB-MOTIVO
           END-IF

           IF WS-WEB-MOTIVO = SPACES
               MOVE 'D' TO WS-DAT-FUNCAO
               MOVE WS-DATA-HOJE-FMT TO WS-DAT-DATA1
               MOVE LINDET01-REL-DATA TO WS-DAT-DATA2
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
               IF WS-DAT-DIAS NOT > ZEROS
                   MOVE 'DATA PEDIDA JA PASSOU OU E HOJE' TO
                       WS-WEB-MOTIVO
               END-IF
           END-IF

           IF WS-WEB-MOTIVO = SPACES
               MOVE LINDET01-REL-DATA TO WS-MFE-DATA
               PERFORM 2016-VERIFICAR-MES-FECHADO
               IF WS-MES-FECHADO = 'S'
                   MOVE 'MES DA DATA PEDIDA JA FECHADO' TO
                       WS-WEB-MOTIVO
               END-IF
           END-IF

           IF WS-WEB-MOTIVO = SPACES
               MOVE LINDET01-REL-DATA TO WS-DATA-VERIFICAR
               PERFORM 2086-VERIFICAR-DIA-FECHADO
               IF WS-DIA-FECHADO = 'S'
                   STRING 'OFICINA FECHADA NA DATA. PROXIMO DIA UTIL: '
                              DELIMITED BY SIZE
                          WS-DAT-DATA2 DELIMITED BY SIZE
                          INTO WS-WEB-MOTIVO
               END-IF
           END-IF
           .
       2928-VALIDAR-DATA-SITE-FIM.
           EXIT.

      * HORA HH:MM, VAGA NA CAPACIDADE DO DIA E UM BOX LIVRE NA HORA
      * PEDIDA (O PRIMEIRO LIVRE, JA QUE O SITE NAO ESCOLHE BOX).
       2930-VALIDAR-HORARIO-SITE               SECTION.

           PERFORM 2083-VALIDAR-FORMATO-HORA
           IF WS-HORA-VALIDA NOT = 'S'
               MOVE 'HORA INVALIDA (USE HH:MM)' TO WS-WEB-MOTIVO
           END-IF

           IF WS-WEB-MOTIVO = SPACES
               MOVE LINDET01-REL-DATA TO WS-DATA-VERIFICAR
               PERFORM 2085-CONTAR-AGENDADOS-DATA
               IF WS-QTD-AGENDADOS-DATA NOT < WS-CAPACIDADE-DIA
                   PERFORM 2095-SUGERIR-PROXIMA-DATA
                   STRING 'DIA LOTADO. PROXIMA DATA LIVRE: '
                              DELIMITED BY SIZE
                          WS-DATA-SUGERIDA DELIMITED BY SIZE
                          INTO WS-WEB-MOTIVO
               END-IF
           END-IF

           IF WS-WEB-MOTIVO = SPACES
               PERFORM 2932-PROCURAR-BOX-LIVRE
               IF WS-WEB-BOX = ZEROS
                   MOVE 'NENHUM BOX LIVRE NA HORA PEDIDA' TO
                       WS-WEB-MOTIVO
               ELSE
                   MOVE WS-WEB-BOX TO LINDET01-REL-BOX
               END-IF
           END-IF
           .
       2930-VALIDAR-HORARIO-SITE-FIM.
           EXIT.

      * PRIMEIRO BOX SEM AGENDAMENTO NA DATA E HORA DO PEDIDO, EM
      * WS-WEB-BOX (ZERO QUANDO TODOS ESTAO OCUPADOS).
       2932-PROCURAR-BOX-LIVRE                 SECTION.

           MOVE ZEROS TO WS-WEB-BOX
           PERFORM VARYING WS-WEB-BOX-I FROM 1 BY 1
                   UNTIL WS-WEB-BOX-I > WS-QTD-BOXES OR
                         WS-WEB-BOX > ZEROS
               MOVE WS-WEB-BOX-I TO LINDET01-REL-BOX
               PERFORM 2082-VERIFICAR-COLISAO-BOX
               IF WS-COLISAO = 'N'
                   MOVE WS-WEB-BOX-I TO WS-WEB-BOX
               END-IF
           END-PERFORM
           .
       2932-PROCURAR-BOX-LIVRE-FIM.
           EXIT.

      * GRAVA A OS AGENDADO DO PEDIDO ACEITO. O MECANICO E O
      * ODOMETRO SAO CONFIRMADOS NA CHEGADA DO VEICULO: O MECANICO E
      * PEDIDO QUANDO A OS PASSA A ATIVO E O KM PARTE DA MAIOR LEITURA
      * JA GRAVADA PARA A PLACA.
       2935-GRAVAR-OS-SITE                     SECTION.

           PERFORM 2020-PROXIMO-NUMERO-OS
           MOVE WS-PROXIMO-OS TO LINDET01-REL-OS
           MOVE 'AGENDADO' TO LINDET01-REL-STATUS
           MOVE SPACES TO LINDET01-REL-PECAS
           MOVE SPACES TO LINDET01-REL-DATA-CONCLUSAO
           MOVE SPACES TO LINDET01-REL-MECANICO
           MOVE 'N' TO LINDET01-REL-GARANTIA
           MOVE ZEROS TO LINDET01-REL-MINUTOS
           MOVE ZEROS TO LINDET01-REL-PEDIDO
           MOVE ZEROS TO LINDET01-REL-ORCAMENTO
           MOVE WS-OPER-FILIAL TO LINDET01-REL-FILIAL

           PERFORM 2019-MAIOR-KM-PLACA
           MOVE WS-KM-MAX-PLACA TO LINDET01-REL-KM

           MOVE 'A' TO WS-DAT-FUNCAO
           MOVE LINDET01-REL-DATA TO WS-DAT-DATA1
           MOVE WS-PRAZO-ENTREGA TO WS-DAT-DIAS
           CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
               WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
           IF WS-DAT-VALIDA = 'S'
               MOVE WS-DAT-DATA2 TO LINDET01-REL-PROMETIDA
           ELSE
               MOVE LINDET01-REL-DATA TO LINDET01-REL-PROMETIDA
           END-IF

           MOVE LINDET01-REL TO AGENDA-MANUTENCAO-RECORD
           WRITE AGENDA-MANUTENCAO-RECORD

           MOVE WS-LINDET-SPACES TO AGENDA-MANUTENCAO-RECORD
           WRITE AGENDA-MANUTENCAO-RECORD

           MOVE 'MANUTENCAO' TO WS-AUD-MODULO
           MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
           MOVE LINDET01-REL-OS TO WS-AUD-CHAVE
           MOVE 'AGENDAMENTO PELO SITE' TO WS-AUD-VALOR-ANTIGO
           MOVE LINDET01-REL TO WS-AUD-VALOR-NOVO
           CALL 'AUDITORIA' USING WS-AUD-MODULO,
               WS-AUD-OPERACAO, WS-AUD-CHAVE,
               WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-OPERADOR-SESSAO

           MOVE LINDET01-REL-OS TO WS-ASI-R-OS
           MOVE LINDET01-REL-DATA TO WS-ASI-R-DATA
           MOVE WS-WEB-CPF TO WS-ASI-R-CPF
           MOVE WS-WEB-NOME TO WS-ASI-R-NOME
           MOVE WS-WEB-TELEFONE TO WS-ASI-R-TELEFONE
           MOVE 'N' TO WS-ASI-R-LISTADA
           OPEN EXTEND AGENDA-SITE
           IF AS-STATUS-ASI NOT EQUAL ZEROS
               OPEN OUTPUT AGENDA-SITE
           END-IF
           MOVE WS-ASI-REG TO ARQ-AGENDA-SITE
           WRITE ARQ-AGENDA-SITE
           CLOSE AGENDA-SITE

           ADD 1 TO WS-WEB-QTD-IMPORTADOS
           DISPLAY "OS " LINDET01-REL-OS " AGENDADA: "
               LINDET01-REL-PLACA " " LINDET01-REL-DATA " "
               LINDET01-REL-HORA " BOX " LINDET01-REL-BOX
               " FILIAL " LINDET01-REL-FILIAL

           MOVE SPACES TO WS-WEB-LINHA-SAIDA
           STRING WS-DATA-HOJE-FMT DELIMITED BY SIZE
                  ' | OS ' DELIMITED BY SIZE
                  LINDET01-REL-OS DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-WEB-LINHA DELIMITED BY SIZE
                  INTO WS-WEB-LINHA-SAIDA
           PERFORM 2945-GRAVAR-PROCESSADO
           .
       2935-GRAVAR-OS-SITE-FIM.
           EXIT.

      * PEDIDO RECUSADO: VAI COM O MOTIVO PARA O ARQUIVO QUE O
      * ATENDENTE USA PARA LIGAR DE VOLTA.
       2940-REJEITAR-PEDIDO-SITE               SECTION.

           ADD 1 TO WS-WEB-QTD-REJEITADOS

           MOVE SPACES TO WS-WEB-LINHA-SAIDA
           STRING WS-DATA-HOJE-FMT DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-WEB-NOME DELIMITED BY '  '
                  ' | ' DELIMITED BY SIZE
                  WS-WEB-CPF DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-WEB-TELEFONE DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-WEB-PLACA DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-WEB-DATA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-WEB-HORA DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-WEB-TIPO DELIMITED BY SIZE
                  ' | MOTIVO: ' DELIMITED BY SIZE
                  WS-WEB-MOTIVO DELIMITED BY SIZE
                  INTO WS-WEB-LINHA-SAIDA

           OPEN EXTEND AGENDA-WEB-REJ
           IF AS-STATUS-ARJ NOT EQUAL ZEROS
               OPEN OUTPUT AGENDA-WEB-REJ
           END-IF
           MOVE WS-WEB-LINHA-SAIDA TO ARQ-AGENDA-WEB-REJ
           WRITE ARQ-AGENDA-WEB-REJ
           CLOSE AGENDA-WEB-REJ

           DISPLAY "REJEITADO: " WS-WEB-PLACA " " WS-WEB-DATA " - "
               WS-WEB-MOTIVO

           MOVE SPACES TO WS-WEB-LINHA-SAIDA
           STRING WS-DATA-HOJE-FMT DELIMITED BY SIZE
                  ' | REJEITADO | ' DELIMITED BY SIZE
                  WS-WEB-LINHA DELIMITED BY SIZE
                  INTO WS-WEB-LINHA-SAIDA
           PERFORM 2945-GRAVAR-PROCESSADO
           .
       2940-REJEITAR-PEDIDO-SITE-FIM.
           EXIT.

      * HISTORICO DE TODO PEDIDO LIDO DO SITE, COM O RESULTADO.
       2945-GRAVAR-PROCESSADO                  SECTION.

           OPEN EXTEND AGENDA-WEB-PROC
           IF AS-STATUS-APR NOT EQUAL ZEROS
               OPEN OUTPUT AGENDA-WEB-PROC
           END-IF
           MOVE WS-WEB-LINHA-SAIDA TO ARQ-AGENDA-WEB-PROC
           WRITE ARQ-AGENDA-WEB-PROC
           CLOSE AGENDA-WEB-PROC
           .
       2945-GRAVAR-PROCESSADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                 PRODUTIVIDADE POR MECANICO
      *-----------------------------------------------------------------

      * RELATORIO DE PRODUTIVIDADE: PARA CADA MECANICO, QUANTAS
      * MANUTENCOES CONCLUIU, O TEMPO MEDIO DE ATENDIMENTO EM DIAS (O
      * MESMO CALCULO DO RELATORIO DE TURNAROUND) E A RECEITA DE MAO
      * DE OBRA, VARRENDO O ARQUIVO AO VIVO E O HISTORICO ANUAL.
       5000-RELATORIO-PRODUTIVIDADE            SECTION.

           MOVE ZEROS TO WS-PROD-QTD-MEC

           CLOSE MAINTENANCE
           PERFORM 1300-VERIFICAR-FECHAMENTO
               MOVE ZEROS TO LINDET01-REL-MINUTOS
           END-IF

           MOVE WS-DADOS(178:2) TO WS-REG-FILIAL
           PERFORM 1580-FILTRAR-FILIAL

           IF LINDET01-REL-STATUS = 'CONCLUIDO' AND
              LINDET01-REL-MECANICO NOT = SPACES AND
              LINDET01-REL-DATA NOT = SPACES AND
              LINDET01-REL-DATA-CONCLUSAO NOT = SPACES AND
              WS-REL-DENTRO = 'S'

               MOVE 'D' TO WS-DAT-FUNCAO
               MOVE LINDET01-REL-DATA TO WS-DAT-DATA1

           MOVE ZEROS TO WS-RET-QTD
           MOVE ZEROS TO WS-RET-QTD-LISTA
           MOVE ZEROS TO WS-RET-QTD-SEM-CONSENT

           CLOSE MAINTENANCE
           PERFORM 1300-VERIFICAR-FECHAMENTO
      * RETORNO) NO FORMATO AAAAMMDD PARA COMPARACAO.
       5540-CALCULAR-LIMITE                    SECTION.

           PERFORM 2017-DATA-HOJE-FMT
           MOVE WS-DATA-HOJE(1:4) TO WS-RET-ANO
           MOVE WS-DATA-HOJE(5:2) TO WS-RET-MES

      * ANTERIOR A DATA LIMITE, COM NOME E TELEFONE DO PROPRIETARIO.
       5550-GRAVAR-LISTA-RETORNO               SECTION.

           MOVE 'LISTA-RETORNO' TO WS-MSC-LISTA
           PERFORM 8950-LIBERAR-LISTA

           OPEN OUTPUT LISTA-RETORNO
           IF AS-STATUS-LRET NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-LRET
           DISPLAY "---------------------------------------------"
           DISPLAY WS-RET-QTD-LISTA " CLIENTE(S) PARA LIGAR "
               "(LISTA-RETORNO.TXT)"
           DISPLAY WS-RET-QTD-SEM-CONSENT " CLIENTE(S) FORA DA LISTA "
               "SEM CONSENTIMENTO DE LIGACAO"

           MOVE 'RETORNO PREVENTIVO' TO LINDET-EXC-LISTA
           MOVE 'TELEFONE' TO LINDET-EXC-CANAL
           MOVE WS-RET-QTD-LISTA TO LINDET-EXC-INCLUIDOS
           MOVE WS-RET-QTD-SEM-CONSENT TO LINDET-EXC-EXCLUIDOS
           PERFORM 8900-GRAVAR-EXCLUSOES
           .
       5550-GRAVAR-LISTA-RETORNO-FIM.
           EXIT.
           MOVE SPACES TO LINDET01-REL-DATA-CONCLUSAO
           PERFORM 2600-VEICULO-PROP

           IF WS-CLI-CONS-TEL = 'S'
               PERFORM 5565-ESCREVER-LINHA-RETORNO
           ELSE
               ADD 1 TO WS-RET-QTD-SEM-CONSENT
           END-IF
           .
       5560-GRAVAR-LINHA-RETORNO-FIM.
           EXIT.

       5565-ESCREVER-LINHA-RETORNO             SECTION.

           PERFORM 8960-MASCARAR-TELEFONE
           MOVE SPACES TO WS-LINHA-RET
           IF WS-KM-DEVIDO = 'S'
               STRING WS-RET-PLACA(WS-RET-I) DELIMITED BY SIZE
           WRITE ARQ-LISTA-RETORNO
           ADD 1 TO WS-RET-QTD-LISTA
           .
       5565-ESCREVER-LINHA-RETORNO-FIM.
           EXIT.

      *-----------------------------------------------------------------
                               LINDET01-REL-GARANTIA
                               WS-CHK-MINUTOS

           IF WS-CHK-OS IS NUMERIC
               MOVE WS-CHK-OS TO LINDET01-REL-OS
           ELSE
               MOVE ZEROS TO LINDET01-REL-OS
           END-IF

           IF WS-CHK-MINUTOS IS NUMERIC
               MOVE WS-CHK-MINUTOS TO LINDET01-REL-MINUTOS
           ELSE
                   MOVE ZEROS TO WS-VALOR-MAO-OBRA
               END-IF
               PERFORM 2500-VALOR-PECAS
               MOVE 'V' TO WS-DSC-OPCAO
               PERFORM 2540-APLICAR-DESCONTO
               PERFORM 2520-VALOR-TERCEIROS
               PERFORM 2530-VALOR-CARRO-RESERVA
               ADD WS-VALOR-MAO-OBRA TO WS-HIS-TOTAL-VIDA
               ADD WS-VALOR-PECAS-TOTAL TO WS-HIS-TOTAL-VIDA
               ADD WS-VALOR-TERCEIROS TO WS-HIS-TOTAL-VIDA
               ADD WS-VALOR-CARRO-RESERVA TO WS-HIS-TOTAL-VIDA
           END-IF
           .
       5660-SOMAR-CUSTO-VIDA-FIM.
           MOVE SPACES TO WS-CHK-KM
           MOVE SPACES TO LINDET01-REL-PROMETIDA
           MOVE SPACES TO WS-CHK-ORCAMENTO
           MOVE SPACES TO WS-CHK-FILIAL
           UNSTRING WS-DADOS DELIMITED BY '|' INTO
                               WS-CHK-OS
                               LINDET01-REL-PLACA
                               WS-CHK-KM
                               LINDET01-REL-PROMETIDA
                               WS-CHK-ORCAMENTO
                               WS-CHK-FILIAL

           IF WS-CHK-OS IS NUMERIC
               MOVE WS-CHK-OS TO LINDET01-REL-OS
               LINDET01-REL-PROMETIDA DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-CHK-ORCAMENTO DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-CHK-FILIAL DELIMITED BY SIZE
               INTO LINDET01-REL

               MOVE LINDET01-REL TO AGENDA-MANUTENCAO-RECORD
               WS-CHK-MINUTOS, WS-CHK-HORA, WS-CHK-BOX,
               WS-CHK-PEDIDO, WS-CHK-KM, WS-CHK-PROMETIDA

           MOVE WS-DADOS(178:2) TO WS-REG-FILIAL
           PERFORM 1580-FILTRAR-FILIAL

           IF WS-CHK-STATUS = 'ATIVO' AND
              WS-CHK-PLACA NOT = SPACES AND
              WS-CHK-OS IS NUMERIC AND
              WS-REL-DENTRO = 'S'

               ADD 1 TO WS-WIP-QTD

       2520-VALOR-TERCEIROS-FIM.
           EXIT.

      * KM EXCEDENTE DOS CARROS RESERVA JA DEVOLVIDOS DA OS CORRENTE
      * (LINDET01-REL-OS), COBRADO DO CLIENTE NA FATURA. FICA FORA DO
      * CONTROLE DE VARIACAO: NAO E SERVICO E NUNCA ENTRA NO ORCADO.
       2530-VALOR-CARRO-RESERVA                SECTION.

           MOVE 'V' TO WS-CRT-OPCAO
           MOVE LINDET01-REL-OS TO WS-CRT-OS
           PERFORM 2531-CHAMAR-CORTESIA
           MOVE WS-CRT-VALOR TO WS-VALOR-CARRO-RESERVA
           .
       2530-VALOR-CARRO-RESERVA-FIM.
           EXIT.

       2531-CHAMAR-CORTESIA                    SECTION.

           MOVE ZEROS TO WS-CRT-QTD
           MOVE ZEROS TO WS-CRT-VALOR
           CALL 'CORTESIA' USING WS-CRT-OPCAO, WS-OPERADOR-SESSAO,
               WS-CRT-OS, WS-CRT-DATA, WS-CRT-QTD, WS-CRT-VALOR,
               WS-CRT-LISTA
           .
       2531-CHAMAR-CORTESIA-FIM.
           EXIT.

      * TIRA DA MAO DE OBRA E DAS PECAS DO REGISTRO CORRENTE O
      * DESCONTO DA OS (WS-DSC-OPCAO: V = SO CALCULA, F = CALCULA E
      * GRAVA COMO FATURADO). TERCEIROS E CARRO RESERVA NAO ENTRAM.
       2540-APLICAR-DESCONTO                   SECTION.

           MOVE SPACES TO WS-DSC-ORC
           MOVE LINDET01-REL-OS TO WS-DSC-OS
           MOVE SPACES TO WS-DSC-PLACA
           MOVE WS-VALOR-MAO-OBRA TO WS-DSC-MAO
           MOVE WS-VALOR-PECAS-TOTAL TO WS-DSC-PECAS
           PERFORM 2541-CHAMAR-DESCONTO
           SUBTRACT WS-DSC-DESC-MAO FROM WS-VALOR-MAO-OBRA
           SUBTRACT WS-DSC-DESC-PECAS FROM WS-VALOR-PECAS-TOTAL
           .
       2540-APLICAR-DESCONTO-FIM.
           EXIT.

       2541-CHAMAR-DESCONTO                    SECTION.

           MOVE ZEROS TO WS-DSC-DESC-MAO
           MOVE ZEROS TO WS-DSC-DESC-PECAS
           MOVE SPACES TO WS-DSC-TEXTO
           CALL 'DESCONTO' USING WS-DSC-OPCAO, WS-OPERADOR-SESSAO,
               WS-DSC-ORC, WS-DSC-OS, WS-DSC-PLACA, WS-DSC-MAO,
               WS-DSC-PECAS, WS-DSC-DESC-MAO, WS-DSC-DESC-PECAS,
               WS-DSC-TEXTO
           .
       2541-CHAMAR-DESCONTO-FIM.
           EXIT.

      * DESCONTO NA OS AINDA EM ABERTO: A BASE E A MESMA DA FATURA
      * (PRECO DA DATA DO ORCAMENTO QUANDO CONVERTIDA, MAO DE OBRA
      * ZERADA EM GARANTIA) E O SUBPROGRAMA CONFERE O LIMITE DO CARGO.
       2545-DESCONTO-OS                        SECTION.

           DISPLAY "Desconto em qual OS?"
           ACCEPT WS-OS-BUSCA

           MOVE WS-OS-BUSCA TO WS-TRV-CHAVE-L
           PERFORM 1085-TRAVAR-REGISTRO
           IF WS-TRV-RESULTADO = 'S'
               MOVE 'N' TO WS-DSC-ACHOU
               CLOSE MAINTENANCE
               PERFORM 1300-VERIFICAR-FECHAMENTO
               OPEN INPUT MAINTENANCE
               PERFORM 1200-VERIFICAR-ABERTURA

               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ MAINTENANCE INTO WS-DADOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE SPACES TO WS-CHK-OS
                           MOVE SPACES TO LINDET01-REL-PLACA
                           MOVE SPACES TO LINDET01-REL-DATA
                           MOVE SPACES TO LINDET01-REL-TIPO-SERVICO
                           MOVE SPACES TO LINDET01-REL-STATUS
                           MOVE SPACES TO LINDET01-REL-PECAS
                           MOVE SPACES TO LINDET01-REL-DATA-CONCLUSAO
                           MOVE SPACES TO LINDET01-REL-MECANICO
                           MOVE 'N' TO LINDET01-REL-GARANTIA
                           MOVE SPACES TO WS-CHK-MINUTOS
                           MOVE SPACES TO LINDET01-REL-HORA
                           MOVE SPACES TO WS-CHK-BOX
                           MOVE SPACES TO WS-CHK-PEDIDO
                           MOVE SPACES TO WS-CHK-KM
                           MOVE SPACES TO LINDET01-REL-PROMETIDA
                           MOVE SPACES TO WS-CHK-ORCAMENTO
                           MOVE SPACES TO WS-CHK-FILIAL
                           UNSTRING WS-DADOS DELIMITED BY '|' INTO
                                               WS-CHK-OS
                                               LINDET01-REL-PLACA
                                               LINDET01-REL-DATA
                                               LINDET01-REL-TIPO-SERVICO
                                               LINDET01-REL-STATUS
                                               LINDET01-REL-PECAS
                                       LINDET01-REL-DATA-CONCLUSAO
                                               LINDET01-REL-MECANICO
                                               LINDET01-REL-GARANTIA
                                               WS-CHK-MINUTOS
                                               LINDET01-REL-HORA
                                               WS-CHK-BOX
                                               WS-CHK-PEDIDO
                                               WS-CHK-KM
                                               LINDET01-REL-PROMETIDA
                                               WS-CHK-ORCAMENTO
                                               WS-CHK-FILIAL

                           IF WS-CHK-OS IS NUMERIC
                               MOVE WS-CHK-OS TO LINDET01-REL-OS
                           ELSE
                               MOVE ZEROS TO LINDET01-REL-OS
                           END-IF

                           IF WS-CHK-MINUTOS IS NUMERIC
                               MOVE WS-CHK-MINUTOS TO
                                   LINDET01-REL-MINUTOS
                           ELSE
                               MOVE ZEROS TO LINDET01-REL-MINUTOS
                           END-IF

                           IF LINDET01-REL-OS = WS-OS-BUSCA AND
                              WS-OS-BUSCA NOT = ZEROS
                               MOVE 'S' TO WS-DSC-ACHOU
                               MOVE 'N' TO WS-CLOSE-FILE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE MAINTENANCE
               PERFORM 1300-VERIFICAR-FECHAMENTO
               OPEN EXTEND MAINTENANCE
               PERFORM 1200-VERIFICAR-ABERTURA

               IF WS-DSC-ACHOU = 'N'
                   DISPLAY "OS NAO ENCONTRADA"
               ELSE
                   IF LINDET01-REL-STATUS = 'CONCLUIDO' OR
                      LINDET01-REL-STATUS = 'CANCELADO'
                       DISPLAY "OS " LINDET01-REL-STATUS
                           ": DESCONTO SO ANTES DA CONCLUSAO."
                   ELSE
                       MOVE 'N' TO WS-PRECO-USA-ORC
                       IF WS-CHK-ORCAMENTO IS NUMERIC AND
                          WS-CHK-ORCAMENTO NOT = '000000'
                           PERFORM 2262-TOTAL-DO-ORCAMENTO
                           IF WS-VAR-ACHOU-ORC = 'S'
                               MOVE 'S' TO WS-PRECO-USA-ORC
                           END-IF
                       END-IF
                       PERFORM 2410-BUSCAR-PRECO-SERVICO
                       MOVE 'N' TO WS-PRECO-USA-ORC
                       IF LINDET01-REL-GARANTIA = 'S'
                           MOVE ZEROS TO WS-VALOR-MAO-OBRA
                       END-IF
                       PERFORM 2500-VALOR-PECAS

                       MOVE 'G' TO WS-DSC-OPCAO
                       MOVE SPACES TO WS-DSC-ORC
                       MOVE LINDET01-REL-OS TO WS-DSC-OS
                       MOVE LINDET01-REL-PLACA TO WS-DSC-PLACA
                       MOVE WS-VALOR-MAO-OBRA TO WS-DSC-MAO
                       MOVE WS-VALOR-PECAS-TOTAL TO WS-DSC-PECAS
                       PERFORM 2541-CHAMAR-DESCONTO
                   END-IF
               END-IF

               PERFORM 1086-DESTRAVAR-REGISTRO
           END-IF
           .
       2545-DESCONTO-OS-FIM.
           EXIT.

      * RELATORIO MENSAL POR PRESTADOR: QUANTO GASTAMOS FORA, QUANTO
      * COBRAMOS E A MARGEM, AGRUPADO POR MES DO LANCAMENTO, EM
      * TERCEIROS-MENSAL.TXT.
       6350-RELATORIO-TERCEIROS                SECTION.

           MOVE ZEROS TO WS-TER-QTD-GRUPOS

           OPEN INPUT TERCEIROS
           IF AS-STATUS-TER NOT EQUAL ZEROS
               DISPLAY "NENHUM SERVICO DE TERCEIRO LANCADO"
           ELSE
               MOVE 'S' TO WS-CLOSE-TER
               PERFORM UNTIL WS-CLOSE-TER = 'N'
                   READ TERCEIROS INTO WS-DADOS-TER
                       AT END
                           MOVE 'N' TO WS-CLOSE-TER
                       NOT AT END
                           PERFORM 6360-ACUMULAR-TERCEIRO
                   END-READ
               END-PERFORM
               CLOSE TERCEIROS

               PERFORM 6370-IMPRIMIR-TERCEIROS
           END-IF
           .
       6350-RELATORIO-TERCEIROS-FIM.
           EXIT.

       6360-ACUMULAR-TERCEIRO                  SECTION.

           MOVE SPACES TO WS-TER-L-OS
           MOVE SPACES TO WS-TER-L-FORN
           MOVE SPACES TO WS-TER-L-DESC
           MOVE SPACES TO WS-TER-L-CUSTO-X
           MOVE SPACES TO WS-TER-L-PRECO-X
           MOVE SPACES TO WS-TER-L-DATA

           UNSTRING WS-DADOS-TER DELIMITED BY '|' INTO
               WS-TER-L-OS
               WS-TER-L-FORN
               WS-TER-L-DESC
               WS-TER-L-CUSTO-X
               WS-TER-L-PRECO-X
               WS-TER-L-DATA

           IF WS-TER-L-OS IS NUMERIC AND
              WS-TER-L-DATA NOT = SPACES
               PERFORM 2040-MONTAR-LISTA-PECAS
               MOVE LINDET01-REL-PECAS TO LINDET-KIT-PECAS

               OPEN INPUT KITS
               IF AS-STATUS-KIT = ZEROS
                   MOVE 'S' TO WS-EXISTE-KIT
                   CLOSE KITS
               ELSE
                   MOVE 'N' TO WS-EXISTE-KIT
               END-IF

               IF WS-EXISTE-KIT = 'S'
                   OPEN EXTEND KITS
               ELSE
                   OPEN OUTPUT KITS
               END-IF

               MOVE LINDET-KIT TO ARQ-KITS
               WRITE ARQ-KITS
               CLOSE KITS

               MOVE 'MANUTENCAO' TO WS-AUD-MODULO
               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               MOVE LINDET-KIT-CODIGO TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-VALOR-ANTIGO
               MOVE LINDET-KIT TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO

               DISPLAY "KIT CADASTRADO COM SUCESSO"
           END-IF
           .
       6530-INCLUIR-KIT-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                 SINISTRO DE SEGURADORA NA OS
      *-----------------------------------------------------------------

      * MARCA A OS COMO SINISTRO: SEGURADORA DO CADASTRO MANTIDO PELO
      * FINANCEIRO, NUMERO DO SINISTRO E FRANQUIA DO SEGURADO. NA
      * CONCLUSAO A OS SAI EM DUAS FATURAS (VER 6640).
       6600-SINISTRO-OS                        SECTION.

           DISPLAY "Numero da OS: "
           ACCEPT WS-SNT-BUSCA

           DISPLAY "Codigo da seguradora (Seguradoras.txt): "
           ACCEPT WS-SEG-BUSCA
           PERFORM 6610-BUSCAR-SEGURADORA
           PERFORM UNTIL WS-SEG-ACHOU = 'S' OR WS-SEG-BUSCA = SPACES
               DISPLAY "SEGURADORA NAO CADASTRADA (CADASTRO NO "
                   "FINANCEIRO)."
               DISPLAY "INFORME OUTRA (EM BRANCO DESISTE): "
               ACCEPT WS-SEG-BUSCA
               IF WS-SEG-BUSCA NOT = SPACES
                   PERFORM 6610-BUSCAR-SEGURADORA
               END-IF
           END-PERFORM

           IF WS-SEG-ACHOU = 'S'
               MOVE WS-SNT-BUSCA TO LINDET-SNT-OS
               MOVE WS-SEG-COD-L TO LINDET-SNT-SEGURADORA
               DISPLAY "Numero do sinistro: "
               ACCEPT LINDET-SNT-NUMERO
               DISPLAY "Franquia do segurado (valor): "
               ACCEPT LINDET-SNT-FRANQUIA
               PERFORM 2017-DATA-HOJE-FMT
               MOVE WS-DATA-HOJE-FMT TO LINDET-SNT-DATA
               MOVE ZEROS TO LINDET-SNT-FAT-CLIENTE
               MOVE ZEROS TO LINDET-SNT-FAT-SEGURADORA
               MOVE LINDET-SNT TO WS-SNT-NOVO
               PERFORM 6620-GRAVAR-SINISTRO
           ELSE
               DISPLAY "SINISTRO NAO REGISTRADO."
           END-IF
           .
       6600-SINISTRO-OS-FIM.
           EXIT.

      * LOCALIZA A SEGURADORA WS-SEG-BUSCA NO CADASTRO, DEVOLVENDO
      * NOME, CNPJ, TELEFONE E ENDERECO.
       6610-BUSCAR-SEGURADORA                  SECTION.

           MOVE 'N' TO WS-SEG-ACHOU

           OPEN INPUT SEGURADORAS
           IF AS-STATUS-SEG = ZEROS
               MOVE 'S' TO WS-CLOSE-SEG
               PERFORM UNTIL WS-CLOSE-SEG = 'N'
                   READ SEGURADORAS INTO WS-DADOS-SEG
                       AT END
                           MOVE 'N' TO WS-CLOSE-SEG
                       NOT AT END
                           MOVE SPACES TO WS-SEG-COD-L
                           UNSTRING WS-DADOS-SEG DELIMITED BY '|'
                               INTO WS-SEG-COD-L
                                    WS-SEG-NOME-L
                                    WS-SEG-CNPJ-L
                                    WS-SEG-TEL-L
                                    WS-SEG-RUA-L
                                    WS-SEG-NUM-L
                                    WS-SEG-CID-L
                                    WS-SEG-CEP-L
                           IF WS-SEG-COD-L = WS-SEG-BUSCA
                               MOVE 'S' TO WS-SEG-ACHOU
                               MOVE 'N' TO WS-CLOSE-SEG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGURADORAS
           END-IF
           .
       6610-BUSCAR-SEGURADORA-FIM.
           EXIT.

      * GRAVA O SINISTRO MONTADO EM WS-SNT-NOVO. SE A OS JA TEM
      * SINISTRO AINDA NAO FATURADO, PERGUNTA SE SUBSTITUI.
       6620-GRAVAR-SINISTRO                    SECTION.

           MOVE 'N' TO WS-SNT-ACHOU

           OPEN I-O SINISTROS
           IF AS-STATUS-SNT = ZEROS
               MOVE 'S' TO WS-EXISTE-SNT
               MOVE 'S' TO WS-CLOSE-SNT
               PERFORM UNTIL WS-CLOSE-SNT = 'N'
                   READ SINISTROS INTO WS-DADOS-SNT
                       AT END
                           MOVE 'N' TO WS-CLOSE-SNT
                       NOT AT END
                           PERFORM 6635-DESMONTAR-SINISTRO
                           IF LINDET-SNT-OS = WS-SNT-BUSCA
                               MOVE 'S' TO WS-SNT-ACHOU
                               MOVE 'N' TO WS-CLOSE-SNT
                               PERFORM 6625-SUBSTITUIR-SINISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SINISTROS
           ELSE
               MOVE 'N' TO WS-EXISTE-SNT
           END-IF

           IF WS-SNT-ACHOU = 'N'
               IF WS-EXISTE-SNT = 'S'
                   OPEN EXTEND SINISTROS
               ELSE
                   OPEN OUTPUT SINISTROS
               END-IF

               MOVE WS-SNT-NOVO TO ARQ-SINISTROS
               WRITE ARQ-SINISTROS
               CLOSE SINISTROS

               MOVE 'MANUTENCAO' TO WS-AUD-MODULO
               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               MOVE WS-SNT-BUSCA TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-VALOR-ANTIGO
               MOVE WS-SNT-NOVO TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                           WS-OPERADOR-SESSAO

               DISPLAY "SINISTRO REGISTRADO NA OS " WS-SNT-BUSCA
           END-IF
           .
       6620-GRAVAR-SINISTRO-FIM.
           EXIT.

       6625-SUBSTITUIR-SINISTRO                SECTION.

           IF LINDET-SNT-FAT-CLIENTE NOT = ZEROS OR
              LINDET-SNT-FAT-SEGURADORA NOT = ZEROS
               DISPLAY "OS " WS-SNT-BUSCA " JA FATURADA COMO O "
                   "SINISTRO " LINDET-SNT-NUMERO ". NADA ALTERADO."
           ELSE
               DISPLAY "A OS JA TEM O SINISTRO " LINDET-SNT-NUMERO
                   " DA SEGURADORA " LINDET-SNT-SEGURADORA "."
               DISPLAY "SUBSTITUIR (S/N)? "
               ACCEPT WS-SNT-RESPOSTA
               IF WS-SNT-RESPOSTA = 'S'
                   MOVE WS-SNT-NOVO TO ARQ-SINISTROS
                   REWRITE ARQ-SINISTROS

                   MOVE 'MANUTENCAO' TO WS-AUD-MODULO
                   MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                   MOVE WS-SNT-BUSCA TO WS-AUD-CHAVE
                   MOVE WS-DADOS-SNT TO WS-AUD-VALOR-ANTIGO
                   MOVE WS-SNT-NOVO TO WS-AUD-VALOR-NOVO
                   CALL 'AUDITORIA' USING WS-AUD-MODULO,
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                               WS-OPERADOR-SESSAO

                   DISPLAY "SINISTRO DA OS " WS-SNT-BUSCA
                       " SUBSTITUIDO."
               ELSE
                   DISPLAY "NADA ALTERADO."
               END-IF
           END-IF
           .
       6625-SUBSTITUIR-SINISTRO-FIM.
           EXIT.

      * LOCALIZA O SINISTRO DA OS WS-SNT-BUSCA (FICA EM LINDET-SNT).
       6630-SINISTRO-DA-OS                     SECTION.

           MOVE 'N' TO WS-SNT-ACHOU

           OPEN INPUT SINISTROS
           IF AS-STATUS-SNT = ZEROS
               MOVE 'S' TO WS-CLOSE-SNT
               PERFORM UNTIL WS-CLOSE-SNT = 'N'
                   READ SINISTROS INTO WS-DADOS-SNT
                       AT END
                           MOVE 'N' TO WS-CLOSE-SNT
                       NOT AT END
                           PERFORM 6635-DESMONTAR-SINISTRO
                           IF LINDET-SNT-OS = WS-SNT-BUSCA
                               MOVE 'S' TO WS-SNT-ACHOU
                               MOVE 'N' TO WS-CLOSE-SNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SINISTROS
           END-IF
           .
       6630-SINISTRO-DA-OS-FIM.
           EXIT.

       6635-DESMONTAR-SINISTRO                 SECTION.

           MOVE SPACES TO WS-SNT-OS-X
           MOVE SPACES TO LINDET-SNT-SEGURADORA
           MOVE SPACES TO LINDET-SNT-NUMERO
           MOVE SPACES TO WS-SNT-FRANQ-X
           MOVE SPACES TO LINDET-SNT-DATA
           MOVE SPACES TO WS-SNT-FCLI-X
           MOVE SPACES TO WS-SNT-FSEG-X

           UNSTRING WS-DADOS-SNT DELIMITED BY '|' INTO
               WS-SNT-OS-X
               LINDET-SNT-SEGURADORA
               LINDET-SNT-NUMERO
               WS-SNT-FRANQ-X
               LINDET-SNT-DATA
               WS-SNT-FCLI-X
               WS-SNT-FSEG-X

           IF WS-SNT-OS-X IS NUMERIC
               MOVE WS-SNT-OS-X TO LINDET-SNT-OS
           ELSE
               MOVE ZEROS TO LINDET-SNT-OS
           END-IF
           IF WS-SNT-FRANQ-X IS NUMERIC
               MOVE WS-SNT-FRANQ-N TO LINDET-SNT-FRANQUIA
           ELSE
               MOVE ZEROS TO LINDET-SNT-FRANQUIA
           END-IF
           IF WS-SNT-FCLI-X IS NUMERIC
               MOVE WS-SNT-FCLI-X TO LINDET-SNT-FAT-CLIENTE
           ELSE
               MOVE ZEROS TO LINDET-SNT-FAT-CLIENTE
           END-IF
           IF WS-SNT-FSEG-X IS NUMERIC
               MOVE WS-SNT-FSEG-X TO LINDET-SNT-FAT-SEGURADORA
           ELSE
               MOVE ZEROS TO LINDET-SNT-FAT-SEGURADORA
           END-IF
           .
       6635-DESMONTAR-SINISTRO-FIM.
           EXIT.

      * FATURA A OS DE SINISTRO EM DUAS VIAS: O CLIENTE PAGA A
      * FRANQUIA (LIMITADA AO TOTAL DA OS) E A SEGURADORA O RESTANTE.
      * MAO DE OBRA E PECAS SAO RATEADAS NA PROPORCAO DE CADA PARTE,
      * PARA O ISS E O ICMS DE CADA FATURA FICAREM CERTOS. O SINAL DO
      * ORCAMENTO, SE HOUVER, ENTRA NA FATURA DO CLIENTE. O KM
      * EXCEDENTE DO CARRO RESERVA NAO E RATEADO: E SO DO CLIENTE.
       6640-FATURAR-SINISTRO                   SECTION.

           COMPUTE WS-SNT-BASE =
               WS-VALOR-TOTAL - WS-VALOR-CARRO-RESERVA
           IF LINDET-SNT-FRANQUIA > WS-SNT-BASE
               MOVE WS-SNT-BASE TO WS-SNT-CLI-TOTAL
           ELSE
               MOVE LINDET-SNT-FRANQUIA TO WS-SNT-CLI-TOTAL
           END-IF
           COMPUTE WS-SNT-SEG-TOTAL = WS-SNT-BASE - WS-SNT-CLI-TOTAL

           MOVE ZEROS TO WS-SNT-CLI-MAO
           MOVE ZEROS TO WS-SNT-CLI-PECAS
           IF WS-SNT-BASE > ZEROS
               COMPUTE WS-SNT-CLI-MAO ROUNDED =
                   WS-VALOR-MAO-OBRA * WS-SNT-CLI-TOTAL /
                   WS-SNT-BASE
               COMPUTE WS-SNT-CLI-PECAS ROUNDED =
                   WS-VALOR-PECAS-TOTAL * WS-SNT-CLI-TOTAL /
                   WS-SNT-BASE
           END-IF
           COMPUTE WS-SNT-SEG-MAO = WS-VALOR-MAO-OBRA - WS-SNT-CLI-MAO
           COMPUTE WS-SNT-SEG-PECAS =
               WS-VALOR-PECAS-TOTAL - WS-SNT-CLI-PECAS
           ADD WS-VALOR-CARRO-RESERVA TO WS-SNT-CLI-TOTAL

           IF WS-SNT-CLI-TOTAL > ZEROS
               MOVE SPACES TO WS-SNT-RATEIO
               STRING 'SINISTRO NR ' DELIMITED BY SIZE
                      LINDET-SNT-NUMERO DELIMITED BY SIZE
                      ' SEGURADORA ' DELIMITED BY SIZE
                      LINDET-SNT-SEGURADORA DELIMITED BY SIZE
                      ' - FRANQUIA DO SEGURADO' DELIMITED BY SIZE
                      INTO WS-SNT-RATEIO
               CALL 'FATURA' USING
                   LINDET01-REL-OS,
                   LINDET01-REL-PLACA,
                   ARQ-R-MARCA,
                   ARQ-R-MODELO,
                   LINDET01-REL-TIPO-SERVICO,
                   LINDET01-REL-DATA-CONCLUSAO,
                   WS-VEICULO-CL,
                   WS-CLI-ENDERECO,
                   WS-VEICULO-TEL,
                   LINDET01-REL-PECAS,
                   WS-SNT-CLI-MAO,
                   WS-SNT-CLI-PECAS,
                   WS-SNT-CLI-TOTAL,
                   WS-NUM-OPER,
                   WS-SNT-RATEIO
               PERFORM 2078-FATURA-DA-OS
               MOVE WS-SIN-FAT-NUM TO LINDET-SNT-FAT-CLIENTE

      *        O SINAL E DO CLIENTE: APLICA ANTES DE EMITIR A FATURA
      *        DA SEGURADORA, ENQUANTO A MAIS RECENTE DA OS E A DELE.
               IF WS-CHK-ORCAMENTO IS NUMERIC AND
                  WS-CHK-ORCAMENTO NOT = '000000'
                   PERFORM 2077-APLICAR-SINAL
               END-IF
           ELSE
      *        SEM FATURA DO CLIENTE O SINAL NAO TEM ONDE SER
      *        APLICADO: FICA A DEVOLVER.
               IF WS-CHK-ORCAMENTO IS NUMERIC AND
                  WS-CHK-ORCAMENTO NOT = '000000'
                   MOVE WS-CHK-ORCAMENTO TO WS-SIN-BUSCA
                   PERFORM 4240-SINAL-A-DEVOLVER
               END-IF
           END-IF

           IF WS-SNT-SEG-TOTAL > ZEROS
               MOVE LINDET-SNT-SEGURADORA TO WS-SEG-BUSCA
               PERFORM 6610-BUSCAR-SEGURADORA
               IF WS-SEG-ACHOU = 'N'
                   MOVE SPACES TO WS-SEG-NOME-L
                   STRING 'SEGURADORA ' DELIMITED BY SIZE
                          LINDET-SNT-SEGURADORA DELIMITED BY SIZE
                          INTO WS-SEG-NOME-L
                   MOVE SPACES TO WS-SEG-TEL-L
                   MOVE SPACES TO WS-SNT-SEG-ENDERECO
               ELSE
                   MOVE SPACES TO WS-SNT-SEG-ENDERECO
                   STRING WS-SEG-RUA-L DELIMITED BY '  '
                          ', ' DELIMITED BY SIZE
                          WS-SEG-NUM-L DELIMITED BY SPACE
                          ' - ' DELIMITED BY SIZE
                          WS-SEG-CID-L DELIMITED BY '  '
                          ' - ' DELIMITED BY SIZE
                          WS-SEG-CEP-L DELIMITED BY SPACE
                          INTO WS-SNT-SEG-ENDERECO
               END-IF

               MOVE SPACES TO WS-SNT-RATEIO
               STRING 'SINISTRO NR ' DELIMITED BY SIZE
                      LINDET-SNT-NUMERO DELIMITED BY SIZE
                      ' SEGURADORA ' DELIMITED BY SIZE
                      LINDET-SNT-SEGURADORA DELIMITED BY SIZE
                      ' - PARTE DA SEGURADORA' DELIMITED BY SIZE
                      INTO WS-SNT-RATEIO
               CALL 'FATURA' USING
                   LINDET01-REL-OS,
                   LINDET01-REL-PLACA,
                   ARQ-R-MARCA,
                   ARQ-R-MODELO,
                   LINDET01-REL-TIPO-SERVICO,
                   LINDET01-REL-DATA-CONCLUSAO,
                   WS-SEG-NOME-L,
                   WS-SNT-SEG-ENDERECO,
                   WS-SEG-TEL-L,
                   LINDET01-REL-PECAS,
                   WS-SNT-SEG-MAO,
                   WS-SNT-SEG-PECAS,
                   WS-SNT-SEG-TOTAL,
                   WS-NUM-OPER,
                   WS-SNT-RATEIO
               PERFORM 2078-FATURA-DA-OS
               MOVE WS-SIN-FAT-NUM TO LINDET-SNT-FAT-SEGURADORA
           END-IF

           MOVE LINDET-SNT TO WS-SNT-NOVO
           PERFORM 6645-ATUALIZAR-SINISTRO

           DISPLAY "OS DE SINISTRO " LINDET-SNT-NUMERO ": FATURA "
               "DO CLIENTE " LINDET-SNT-FAT-CLIENTE
               ", DA SEGURADORA " LINDET-SNT-FAT-SEGURADORA
           .
       6640-FATURAR-SINISTRO-FIM.
           EXIT.

      * REGRAVA O SINISTRO DA OS COM OS NUMEROS DAS DUAS FATURAS.
       6645-ATUALIZAR-SINISTRO                 SECTION.

           MOVE 'N' TO WS-SNT-ACHOU

           OPEN I-O SINISTROS
           IF AS-STATUS-SNT = ZEROS
               MOVE 'S' TO WS-CLOSE-SNT
               PERFORM UNTIL WS-CLOSE-SNT = 'N'
                   READ SINISTROS INTO WS-DADOS-SNT
                       AT END
                           MOVE 'N' TO WS-CLOSE-SNT
                       NOT AT END
                           IF WS-DADOS-SNT(1:6) = WS-SNT-NOVO(1:6)
                               MOVE WS-SNT-NOVO TO ARQ-SINISTROS
                               REWRITE ARQ-SINISTROS
                               MOVE WS-DADOS-SNT TO WS-AUD-VALOR-ANTIGO
                               MOVE 'S' TO WS-SNT-ACHOU
                               MOVE 'N' TO WS-CLOSE-SNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SINISTROS
           END-IF

           IF WS-SNT-ACHOU = 'S'
               MOVE 'MANUTENCAO' TO WS-AUD-MODULO
               MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
               MOVE WS-SNT-BUSCA TO WS-AUD-CHAVE
               MOVE WS-SNT-NOVO TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO
           END-IF
           .
       6645-ATUALIZAR-SINISTRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *              SIMULACAO DE TABELA DE PRECOS
      *-----------------------------------------------------------------

      * SIMULA UMA TABELA DE PRECOS RASCUNHO (MESMO LAYOUT DE
      * TABELA-PRECOS.TXT, AINDA FORA DE USO) CONTRA AS OS CONCLUIDAS
      * DOS ULTIMOS 12 MESES DO ARQUIVO AO VIVO E DO HISTORICO ANUAL:
      * A RECEITA ATUAL E A MAO DE OBRA FATURADA DA OS; A SIMULADA E O
      * PRECO DO RASCUNHO PARA O TIPO DE SERVICO. O RESULTADO SAI POR
      * TIPO E MES EM SIMULACAO-PRECOS.TXT. SO LEITURA: NENHUM ARQUIVO
      * AO VIVO E ALTERADO.
       6700-SIMULAR-TABELA-PRECOS              SECTION.

           DISPLAY "Arquivo da tabela rascunho (ENTER para"
           DISPLAY "Tabela-precos-rascunho.txt):"
           MOVE SPACES TO WS-SIM-ARQUIVO
           ACCEPT WS-SIM-ARQUIVO
           IF WS-SIM-ARQUIVO = SPACES
               MOVE WS-SIM-ARQUIVO-PADRAO TO WS-SIM-ARQUIVO
           END-IF

           MOVE SPACES TO WS-ARQ-TAB-RASCUNHO-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  WS-SIM-ARQUIVO DELIMITED BY SPACE
                  INTO WS-ARQ-TAB-RASCUNHO-PATH

           PERFORM 6705-CARREGAR-RASCUNHO

           IF WS-SIM-QTD-PRECOS = ZEROS
               DISPLAY "TABELA RASCUNHO VAZIA OU NAO ENCONTRADA: "
                   WS-SIM-ARQUIVO
           ELSE
               PERFORM 6708-CARREGAR-CANCELADAS
               PERFORM 6710-PROCESSAR-SIMULACAO
           END-IF
           .
       6700-SIMULAR-TABELA-PRECOS-FIM.
           EXIT.

      * FATURAS CANCELADAS POR NOTA DE CREDITO NAO CONTAM COMO MAO DE
      * OBRA FATURADA NA SIMULACAO.
       6708-CARREGAR-CANCELADAS                SECTION.

           MOVE ZEROS TO WS-SIM-CANC-QTD

           OPEN INPUT NOTAS-CREDITO
           IF AS-STATUS-NCR = ZEROS
               MOVE 'S' TO WS-CLOSE-FAT
               PERFORM UNTIL WS-CLOSE-FAT = 'N'
                   READ NOTAS-CREDITO INTO WS-DADOS-NCR
                       AT END
                           MOVE 'N' TO WS-CLOSE-FAT
                       NOT AT END
                           MOVE SPACES TO WS-SIM-NCR-NUM
                           MOVE SPACES TO WS-SIM-NCR-FATURA
                           UNSTRING WS-DADOS-NCR DELIMITED BY '|'
                               INTO WS-SIM-NCR-NUM
                                    WS-SIM-NCR-FATURA
                           IF WS-SIM-NCR-FATURA IS NUMERIC AND
                              WS-SIM-CANC-QTD < 2000
                               ADD 1 TO WS-SIM-CANC-QTD
                               MOVE WS-SIM-NCR-FATURA TO
                                   WS-SIM-CANC-FAT(WS-SIM-CANC-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-CREDITO
           END-IF
           .
       6708-CARREGAR-CANCELADAS-FIM.
           EXIT.

       6705-CARREGAR-RASCUNHO                  SECTION.

           MOVE ZEROS TO WS-SIM-QTD-PRECOS

           OPEN INPUT TABELA-RASCUNHO
           IF AS-STATUS-TRS = ZEROS
               MOVE 'S' TO WS-CLOSE-TRS
               PERFORM UNTIL WS-CLOSE-TRS = 'N'
                   READ TABELA-RASCUNHO
                       AT END
                           MOVE 'N' TO WS-CLOSE-TRS
                       NOT AT END
                           MOVE ARQ-TABELA-RASCUNHO TO LINDET-TAB
                           PERFORM 6706-ARMAZENAR-PRECO-RASCUNHO
                   END-READ
               END-PERFORM
               CLOSE TABELA-RASCUNHO
           END-IF
           .
       6705-CARREGAR-RASCUNHO-FIM.
           EXIT.

      * GUARDA UMA LINHA DO RASCUNHO: POR TIPO DE SERVICO FICA SO A
      * LINHA DE VIGENCIA MAIS RECENTE, QUE E O PRECO PROPOSTO. A DATA
      * DE VIGENCIA NAO LIMITA A SIMULACAO - O PRECO NOVO E APLICADO A
      * TODO O PERIODO, COMO SE JA ESTIVESSE EM VIGOR.
       6706-ARMAZENAR-PRECO-RASCUNHO           SECTION.

           MOVE ZEROS TO WS-TAB-VIG-LIDA
           IF LINDET-TAB-VIGENCIA(1:2) IS NUMERIC AND
              LINDET-TAB-VIGENCIA(4:2) IS NUMERIC AND
              LINDET-TAB-VIGENCIA(7:4) IS NUMERIC
               MOVE LINDET-TAB-VIGENCIA(7:4) TO WS-TAB-VIG-LIDA(1:4)
               MOVE LINDET-TAB-VIGENCIA(4:2) TO WS-TAB-VIG-LIDA(5:2)
               MOVE LINDET-TAB-VIGENCIA(1:2) TO WS-TAB-VIG-LIDA(7:2)
           END-IF

           IF LINDET-TAB-TIPO-SERVICO NOT = SPACES AND
              LINDET-TAB-VALOR IS NUMERIC

               MOVE ZEROS TO WS-SIM-P-POS
               PERFORM VARYING WS-SIM-P FROM 1 BY 1
                       UNTIL WS-SIM-P > WS-SIM-QTD-PRECOS
                   IF WS-SIM-P-TIPO(WS-SIM-P) =
                      LINDET-TAB-TIPO-SERVICO
                       MOVE WS-SIM-P TO WS-SIM-P-POS
                   END-IF
               END-PERFORM

               IF WS-SIM-P-POS = ZEROS
                   IF WS-SIM-QTD-PRECOS < 40
                       ADD 1 TO WS-SIM-QTD-PRECOS
                       MOVE LINDET-TAB-TIPO-SERVICO TO
                           WS-SIM-P-TIPO(WS-SIM-QTD-PRECOS)
                       MOVE LINDET-TAB-VALOR TO
                           WS-SIM-P-VALOR(WS-SIM-QTD-PRECOS)
                       MOVE WS-TAB-VIG-LIDA TO
                           WS-SIM-P-VIG(WS-SIM-QTD-PRECOS)
                   END-IF
               ELSE
                   IF WS-TAB-VIG-LIDA >= WS-SIM-P-VIG(WS-SIM-P-POS)
                       MOVE LINDET-TAB-VALOR TO
                           WS-SIM-P-VALOR(WS-SIM-P-POS)
                       MOVE WS-TAB-VIG-LIDA TO
                           WS-SIM-P-VIG(WS-SIM-P-POS)
                   END-IF
               END-IF
           END-IF
           .
       6706-ARMAZENAR-PRECO-RASCUNHO-FIM.
           EXIT.

       6710-PROCESSAR-SIMULACAO                SECTION.

           MOVE ZEROS TO WS-SIM-QTD-TIPOS
           MOVE ZEROS TO WS-SIM-QTD-OS
           MOVE ZEROS TO WS-SIM-SEM-FAT
           MOVE ZEROS TO WS-SIM-HORA-QTD
           MOVE ZEROS TO WS-SIM-HORA-VALOR
           MOVE ZEROS TO WS-SIM-HORA-TABELA

      *    OS 12 MESES DA SIMULACAO TERMINAM NO MES CORRENTE; CADA MES
      *    E CONTADO COMO ANO * 12 + MES PARA A DISTANCIA SAIR DE UMA
      *    SUBTRACAO SO.
           PERFORM 2017-DATA-HOJE-FMT
           MOVE WS-DATA-HOJE(1:4) TO WS-SIM-ANO
           MOVE WS-DATA-HOJE(5:2) TO WS-SIM-MM
           COMPUTE WS-SIM-HOJE-MESES = WS-SIM-ANO * 12 + WS-SIM-MM

           PERFORM VARYING WS-SIM-M FROM 1 BY 1 UNTIL WS-SIM-M > 12
               COMPUTE WS-SIM-N = WS-SIM-HOJE-MESES - 12 + WS-SIM-M
               COMPUTE WS-SIM-ANO = (WS-SIM-N - 1) / 12
               COMPUTE WS-SIM-MM = WS-SIM-N - (WS-SIM-ANO * 12)
               MOVE SPACES TO WS-SIM-ROTULO(WS-SIM-M)
               STRING WS-SIM-MM DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-SIM-ANO DELIMITED BY SIZE
                      INTO WS-SIM-ROTULO(WS-SIM-M)
           END-PERFORM

           CLOSE MAINTENANCE
           PERFORM 1300-VERIFICAR-FECHAMENTO

           OPEN INPUT MAINTENANCE
           PERFORM 1200-VERIFICAR-ABERTURA

           MOVE 'S' TO WS-CLOSE-FILE
           PERFORM UNTIL WS-CLOSE-FILE = 'N'
               READ MAINTENANCE INTO WS-DADOS
                   AT END
                       MOVE 'N' TO WS-CLOSE-FILE
                   NOT AT END
                       PERFORM 6720-SIMULAR-REGISTRO
               END-READ
           END-PERFORM

           CLOSE MAINTENANCE
           PERFORM 1300-VERIFICAR-FECHAMENTO

           OPEN INPUT HISTORICO-ANUAL
           IF AS-STATUS-ANUAL = ZEROS
               MOVE 'S' TO WS-CLOSE-ANUAL
               PERFORM UNTIL WS-CLOSE-ANUAL = 'N'
                   READ HISTORICO-ANUAL INTO WS-DADOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-ANUAL
                       NOT AT END
                           PERFORM 6720-SIMULAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-ANUAL
           END-IF

           OPEN EXTEND MAINTENANCE
           PERFORM 1200-VERIFICAR-ABERTURA

           PERFORM 6750-IMPRIMIR-SIMULACAO
           .
       6710-PROCESSAR-SIMULACAO-FIM.
           EXIT.

       6720-SIMULAR-REGISTRO                   SECTION.

           MOVE SPACES TO WS-CHK-OS, WS-CHK-PLACA, WS-CHK-DATA,
               WS-CHK-TIPO-SERVICO, WS-CHK-STATUS, WS-CHK-PECAS,
               WS-CHK-MECANICO, WS-CHK-GARANTIA, WS-CHK-MINUTOS
           MOVE SPACES TO WS-GAR-DATA-LIDA

           UNSTRING WS-DADOS DELIMITED BY '|' INTO
               WS-CHK-OS, WS-CHK-PLACA, WS-CHK-DATA,
               WS-CHK-TIPO-SERVICO, WS-CHK-STATUS,
               WS-CHK-PECAS, WS-GAR-DATA-LIDA,
               WS-CHK-MECANICO, WS-CHK-GARANTIA,
               WS-CHK-MINUTOS

           MOVE WS-DADOS(178:2) TO WS-REG-FILIAL
           PERFORM 1580-FILTRAR-FILIAL

           IF WS-CHK-STATUS = 'CONCLUIDO' AND
              WS-CHK-OS IS NUMERIC AND
              WS-GAR-DATA-LIDA(4:2) IS NUMERIC AND
              WS-GAR-DATA-LIDA(7:4) IS NUMERIC AND
              WS-REL-DENTRO = 'S'

               MOVE WS-GAR-DATA-LIDA(7:4) TO WS-SIM-ANO
               MOVE WS-GAR-DATA-LIDA(4:2) TO WS-SIM-MM
               COMPUTE WS-SIM-OS-MESES = WS-SIM-ANO * 12 + WS-SIM-MM
               COMPUTE WS-SIM-DIF-MESES =
                   WS-SIM-HOJE-MESES - WS-SIM-OS-MESES

               IF WS-SIM-DIF-MESES >= ZEROS AND
                  WS-SIM-DIF-MESES < 12
                   COMPUTE WS-SIM-M = 12 - WS-SIM-DIF-MESES
                   PERFORM 6725-REPRECIFICAR-OS
               END-IF
           END-IF
           .
       6720-SIMULAR-REGISTRO-FIM.
           EXIT.

      * RECEITA ATUAL E SIMULADA DA OS CORRENTE. SEM FATURA NO RAZAO
      * (OS DE FROTA, COBRADA NA FATURA CONSOLIDADA), A ATUAL E O
      * PRECO DA TABELA EM VIGOR NA DATA DO SERVICO. OS EM GARANTIA
      * NAO COBRAM MAO DE OBRA EM NENHUMA DAS DUAS; COM A COBRANCA
      * POR HORA LIGADA, A OS COM MINUTOS APONTADOS CONTINUA COBRADA
      * PELAS HORAS E O RASCUNHO NAO A ALTERA.
       6725-REPRECIFICAR-OS                    SECTION.

           ADD 1 TO WS-SIM-QTD-OS

           MOVE WS-CHK-DATA TO LINDET01-REL-DATA
           MOVE WS-CHK-TIPO-SERVICO TO LINDET01-REL-TIPO-SERVICO
           IF WS-CHK-MINUTOS IS NUMERIC
               MOVE WS-CHK-MINUTOS TO LINDET01-REL-MINUTOS
           ELSE
               MOVE ZEROS TO LINDET01-REL-MINUTOS
           END-IF
           MOVE 'N' TO WS-PRECO-USA-ORC

           PERFORM 6730-MAO-OBRA-FATURADA
           IF WS-SIM-TEM-FAT = 'N'
               ADD 1 TO WS-SIM-SEM-FAT
               PERFORM 2410-BUSCAR-PRECO-SERVICO
               IF WS-CHK-GARANTIA = 'S'
                   MOVE ZEROS TO WS-VALOR-MAO-OBRA
               END-IF
               MOVE WS-VALOR-MAO-OBRA TO WS-SIM-VALOR-ATUAL
           END-IF

      *    PRECO DO RASCUNHO PARA O TIPO; TIPO AUSENTE DO RASCUNHO
      *    CONTINUA COM O VALOR ATUAL.
           MOVE WS-SIM-VALOR-ATUAL TO WS-SIM-VALOR-TAB
           PERFORM VARYING WS-SIM-P FROM 1 BY 1
                   UNTIL WS-SIM-P > WS-SIM-QTD-PRECOS
               IF WS-SIM-P-TIPO(WS-SIM-P) = WS-CHK-TIPO-SERVICO
                   MOVE WS-SIM-P-VALOR(WS-SIM-P) TO WS-SIM-VALOR-TAB
               END-IF
           END-PERFORM

           IF WS-CHK-GARANTIA = 'S'
               MOVE ZEROS TO WS-SIM-VALOR-SIMUL
           ELSE
               IF WS-COBRANCA-HORAS = 'S' AND
                  LINDET01-REL-MINUTOS > ZEROS
                   COMPUTE WS-SIM-VALOR-SIMUL =
                       (WS-VALOR-HORA * LINDET01-REL-MINUTOS) / 60
                   ADD 1 TO WS-SIM-HORA-QTD
                   ADD WS-SIM-VALOR-SIMUL TO WS-SIM-HORA-VALOR
                   ADD WS-SIM-VALOR-TAB TO WS-SIM-HORA-TABELA
               ELSE
                   MOVE WS-SIM-VALOR-TAB TO WS-SIM-VALOR-SIMUL
               END-IF
           END-IF

           PERFORM 6740-ACUMULAR-SIMULACAO
           .
       6725-REPRECIFICAR-OS-FIM.
           EXIT.

      * MAO DE OBRA FATURADA PARA A OS CORRENTE (WS-CHK-OS): SOMA DE
      * TODAS AS FATURAS DA OS NO RAZAO, PARA O SINISTRO (FRANQUIA E
      * SEGURADORA EM DUAS FATURAS) ENTRAR PELO TOTAL. FATURA
      * CANCELADA POR NOTA DE CREDITO NAO ENTRA.
       6730-MAO-OBRA-FATURADA                  SECTION.

           MOVE 'N' TO WS-SIM-TEM-FAT
           MOVE ZEROS TO WS-SIM-VALOR-ATUAL

           OPEN INPUT FATURAS
           IF AS-STATUS-FAT = ZEROS
               MOVE 'S' TO WS-CLOSE-FAT
               PERFORM UNTIL WS-CLOSE-FAT = 'N'
                   READ FATURAS INTO WS-DADOS-FAT
                       AT END
                           MOVE 'N' TO WS-CLOSE-FAT
                       NOT AT END
                           MOVE SPACES TO WS-FAT-NUM-X
                           MOVE SPACES TO WS-FAT-OS-X
                           MOVE SPACES TO WS-FAT-MAO-LX
                           UNSTRING WS-DADOS-FAT DELIMITED BY '|'
                               INTO WS-FAT-NUM-X
                                    WS-FAT-OS-X
                                    WS-FAT-DATA-L
                                    WS-FAT-PLACA-L
                                    WS-FAT-CLIENTE-L
                                    WS-FAT-MAO-LX
                           MOVE 'N' TO WS-SIM-CANC-ACHOU
                           PERFORM VARYING WS-SIM-CANC-I FROM 1 BY 1
                                   UNTIL WS-SIM-CANC-I > WS-SIM-CANC-QTD
                                      OR WS-SIM-CANC-ACHOU = 'S'
                               IF WS-SIM-CANC-FAT(WS-SIM-CANC-I) =
                                      WS-FAT-NUM-X
                                   MOVE 'S' TO WS-SIM-CANC-ACHOU
                               END-IF
                           END-PERFORM
                           IF WS-FAT-OS-X IS NUMERIC AND
                              WS-FAT-OS-X = WS-CHK-OS AND
                              WS-FAT-MAO-LX IS NUMERIC AND
                              WS-SIM-CANC-ACHOU = 'N'
                               MOVE 'S' TO WS-SIM-TEM-FAT
                               ADD WS-FAT-MAO-LN TO WS-SIM-VALOR-ATUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FATURAS
           END-IF
           .
       6730-MAO-OBRA-FATURADA-FIM.
           EXIT.

      * SOMA A OS CORRENTE NO TIPO DE SERVICO E NO MES WS-SIM-M.
       6740-ACUMULAR-SIMULACAO                 SECTION.

           MOVE ZEROS TO WS-SIM-T-POS
           PERFORM VARYING WS-SIM-T FROM 1 BY 1
                   UNTIL WS-SIM-T > WS-SIM-QTD-TIPOS
               IF WS-SIM-T-NOME(WS-SIM-T) = WS-CHK-TIPO-SERVICO
                   MOVE WS-SIM-T TO WS-SIM-T-POS
               END-IF
           END-PERFORM

           IF WS-SIM-T-POS = ZEROS AND WS-SIM-QTD-TIPOS < 40
               ADD 1 TO WS-SIM-QTD-TIPOS
               MOVE WS-SIM-QTD-TIPOS TO WS-SIM-T-POS
               MOVE WS-CHK-TIPO-SERVICO TO WS-SIM-T-NOME(WS-SIM-T-POS)
               PERFORM VARYING WS-SIM-M2 FROM 1 BY 1
                       UNTIL WS-SIM-M2 > 12
                   MOVE ZEROS TO WS-SIM-T-QTD(WS-SIM-T-POS, WS-SIM-M2)
                   MOVE ZEROS TO
                       WS-SIM-T-ATUAL(WS-SIM-T-POS, WS-SIM-M2)
                   MOVE ZEROS TO
                       WS-SIM-T-SIMUL(WS-SIM-T-POS, WS-SIM-M2)
               END-PERFORM
           END-IF

           IF WS-SIM-T-POS > ZEROS
               ADD 1 TO WS-SIM-T-QTD(WS-SIM-T-POS, WS-SIM-M)
               ADD WS-SIM-VALOR-ATUAL TO
                   WS-SIM-T-ATUAL(WS-SIM-T-POS, WS-SIM-M)
               ADD WS-SIM-VALOR-SIMUL TO
                   WS-SIM-T-SIMUL(WS-SIM-T-POS, WS-SIM-M)
           END-IF
           .
       6740-ACUMULAR-SIMULACAO-FIM.
           EXIT.

      * RELATORIO DA SIMULACAO: CADA TIPO MES A MES COM O SUBTOTAL DO
      * TIPO, DEPOIS O TOTAL DE CADA MES, O TOTAL GERAL E O EFEITO DA
      * COBRANCA POR HORA.
       6750-IMPRIMIR-SIMULACAO                 SECTION.

           OPEN OUTPUT SIMULACAO-PRECOS
           IF AS-STATUS-SMP NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-SMP
           END-IF

           DISPLAY "---------------------------------------------"
           MOVE SPACES TO WS-LINHA-SIM
           STRING 'SIMULACAO DA TABELA RASCUNHO ' DELIMITED BY SIZE
                  WS-SIM-ARQUIVO DELIMITED BY SPACE
                  ' - CONCLUIDAS DE ' DELIMITED BY SIZE
                  WS-SIM-ROTULO(1) DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-SIM-ROTULO(12) DELIMITED BY SIZE
                  INTO WS-LINHA-SIM
           PERFORM 6760-GRAVAR-LINHA-SIM

           IF WS-REL-FILIAL NOT = SPACES
               MOVE SPACES TO WS-LINHA-SIM
               STRING 'FILIAL ' DELIMITED BY SIZE
                      WS-REL-FILIAL DELIMITED BY SIZE
                      INTO WS-LINHA-SIM
               PERFORM 6760-GRAVAR-LINHA-SIM
           END-IF

           MOVE 'TIPO | MES/ANO | OS | RECEITA ATUAL | RECEITA SIMULAD
      -        'A | DIFERENCA' TO WS-LINHA-SIM
           PERFORM 6760-GRAVAR-LINHA-SIM

           MOVE ZEROS TO WS-SIM-GER-QTD
           MOVE ZEROS TO WS-SIM-GER-ATUAL
           MOVE ZEROS TO WS-SIM-GER-SIMUL

           PERFORM VARYING WS-SIM-T FROM 1 BY 1
                   UNTIL WS-SIM-T > WS-SIM-QTD-TIPOS
               PERFORM VARYING WS-SIM-M FROM 1 BY 1
                       UNTIL WS-SIM-M > 12
                   IF WS-SIM-T-QTD(WS-SIM-T, WS-SIM-M) > ZEROS
                       MOVE WS-SIM-T-NOME(WS-SIM-T) TO WS-SIM-COL-TIPO
                       MOVE WS-SIM-ROTULO(WS-SIM-M) TO WS-SIM-COL-MES
                       MOVE WS-SIM-T-QTD(WS-SIM-T, WS-SIM-M) TO
                           WS-SIM-SUB-QTD
                       MOVE WS-SIM-T-ATUAL(WS-SIM-T, WS-SIM-M) TO
                           WS-SIM-SUB-ATUAL
                       MOVE WS-SIM-T-SIMUL(WS-SIM-T, WS-SIM-M) TO
                           WS-SIM-SUB-SIMUL
                       PERFORM 6755-MONTAR-LINHA-SIM
                   END-IF
               END-PERFORM

               MOVE WS-SIM-T-NOME(WS-SIM-T) TO WS-SIM-COL-TIPO
               MOVE 'TOTAL' TO WS-SIM-COL-MES
               MOVE ZEROS TO WS-SIM-SUB-QTD
               MOVE ZEROS TO WS-SIM-SUB-ATUAL
               MOVE ZEROS TO WS-SIM-SUB-SIMUL
               PERFORM VARYING WS-SIM-M FROM 1 BY 1
                       UNTIL WS-SIM-M > 12
                   ADD WS-SIM-T-QTD(WS-SIM-T, WS-SIM-M) TO
                       WS-SIM-SUB-QTD
                   ADD WS-SIM-T-ATUAL(WS-SIM-T, WS-SIM-M) TO
                       WS-SIM-SUB-ATUAL
                   ADD WS-SIM-T-SIMUL(WS-SIM-T, WS-SIM-M) TO
                       WS-SIM-SUB-SIMUL
               END-PERFORM
               PERFORM 6755-MONTAR-LINHA-SIM
           END-PERFORM

           MOVE 'TOTAL POR MES' TO WS-LINHA-SIM
           PERFORM 6760-GRAVAR-LINHA-SIM

           PERFORM VARYING WS-SIM-M FROM 1 BY 1 UNTIL WS-SIM-M > 12
               MOVE 'TODOS' TO WS-SIM-COL-TIPO
               MOVE WS-SIM-ROTULO(WS-SIM-M) TO WS-SIM-COL-MES
               MOVE ZEROS TO WS-SIM-SUB-QTD
               MOVE ZEROS TO WS-SIM-SUB-ATUAL
               MOVE ZEROS TO WS-SIM-SUB-SIMUL
               PERFORM VARYING WS-SIM-T FROM 1 BY 1
                       UNTIL WS-SIM-T > WS-SIM-QTD-TIPOS
                   ADD WS-SIM-T-QTD(WS-SIM-T, WS-SIM-M) TO
                       WS-SIM-SUB-QTD
                   ADD WS-SIM-T-ATUAL(WS-SIM-T, WS-SIM-M) TO
                       WS-SIM-SUB-ATUAL
                   ADD WS-SIM-T-SIMUL(WS-SIM-T, WS-SIM-M) TO
                       WS-SIM-SUB-SIMUL
               END-PERFORM
               ADD WS-SIM-SUB-QTD TO WS-SIM-GER-QTD
               ADD WS-SIM-SUB-ATUAL TO WS-SIM-GER-ATUAL
               ADD WS-SIM-SUB-SIMUL TO WS-SIM-GER-SIMUL
               PERFORM 6755-MONTAR-LINHA-SIM
           END-PERFORM

           MOVE 'TODOS' TO WS-SIM-COL-TIPO
           MOVE 'TOTAL' TO WS-SIM-COL-MES
           MOVE WS-SIM-GER-QTD TO WS-SIM-SUB-QTD
           MOVE WS-SIM-GER-ATUAL TO WS-SIM-SUB-ATUAL
           MOVE WS-SIM-GER-SIMUL TO WS-SIM-SUB-SIMUL
           PERFORM 6755-MONTAR-LINHA-SIM

      *    EFEITO DA COBRANCA POR HORA: AS OS COBRADAS PELAS HORAS
      *    APONTADAS FICAM FORA DO REAJUSTE DA TABELA; MOSTRA QUANTO
      *    ELAS RENDEM PELAS HORAS E QUANTO RENDERIAM PELO RASCUNHO.
           IF WS-COBRANCA-HORAS = 'S'
               MOVE WS-SIM-HORA-QTD TO WS-SIM-QTD-ED
               MOVE SPACES TO WS-LINHA-SIM
               STRING 'COBRANCA POR HORA LIGADA: ' DELIMITED BY SIZE
                      WS-SIM-QTD-ED DELIMITED BY SIZE
                      ' OS COBRADA(S) PELAS HORAS APONTADAS, SEM EFEITO'
                          DELIMITED BY SIZE
                      ' DO RASCUNHO' DELIMITED BY SIZE
                      INTO WS-LINHA-SIM
               PERFORM 6760-GRAVAR-LINHA-SIM

               MOVE WS-SIM-HORA-VALOR TO WS-SIM-ATUAL-ED
               MOVE WS-SIM-HORA-TABELA TO WS-SIM-SIMUL-ED
               COMPUTE WS-SIM-DIFF =
                   WS-SIM-HORA-TABELA - WS-SIM-HORA-VALOR
               MOVE WS-SIM-DIFF TO WS-SIM-DIF-ED
               MOVE SPACES TO WS-LINHA-SIM
               STRING 'PELAS HORAS: ' DELIMITED BY SIZE
                      WS-SIM-ATUAL-ED DELIMITED BY SIZE
                      ' | PELA TABELA RASCUNHO: ' DELIMITED BY SIZE
                      WS-SIM-SIMUL-ED DELIMITED BY SIZE
                      ' | DIFERENCA: ' DELIMITED BY SIZE
                      WS-SIM-DIF-ED DELIMITED BY SIZE
                      INTO WS-LINHA-SIM
               PERFORM 6760-GRAVAR-LINHA-SIM
           ELSE
               MOVE 'COBRANCA POR HORA DESLIGADA: TODAS AS OS SIMULADAS
      -            ' PELA TABELA' TO WS-LINHA-SIM
               PERFORM 6760-GRAVAR-LINHA-SIM
           END-IF

           IF WS-SIM-SEM-FAT > ZEROS
               MOVE WS-SIM-SEM-FAT TO WS-SIM-QTD-ED
               MOVE SPACES TO WS-LINHA-SIM
               STRING WS-SIM-QTD-ED DELIMITED BY SIZE
                      ' OS SEM FATURA PROPRIA (FROTA): RECEITA ATUAL'
                          DELIMITED BY SIZE
                      ' PELA TABELA EM VIGOR' DELIMITED BY SIZE
                      INTO WS-LINHA-SIM
               PERFORM 6760-GRAVAR-LINHA-SIM
           END-IF

           CLOSE SIMULACAO-PRECOS

           DISPLAY "---------------------------------------------"
           DISPLAY WS-SIM-QTD-OS " OS REPRECIFICADA(S) - RELATORIO "
               "EXPORTADO PARA SIMULACAO-PRECOS.TXT"
           .
       6750-IMPRIMIR-SIMULACAO-FIM.
           EXIT.

      * MONTA E GRAVA UMA LINHA TIPO | MES | OS | ATUAL | SIMULADA |
      * DIFERENCA A PARTIR DE WS-SIM-COL-* E WS-SIM-SUB-*.
       6755-MONTAR-LINHA-SIM                   SECTION.

           MOVE WS-SIM-SUB-QTD TO WS-SIM-QTD-ED
           MOVE WS-SIM-SUB-ATUAL TO WS-SIM-ATUAL-ED
           MOVE WS-SIM-SUB-SIMUL TO WS-SIM-SIMUL-ED
           COMPUTE WS-SIM-DIFF = WS-SIM-SUB-SIMUL - WS-SIM-SUB-ATUAL
           MOVE WS-SIM-DIFF TO WS-SIM-DIF-ED

           MOVE SPACES TO WS-LINHA-SIM
           STRING WS-SIM-COL-TIPO DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-SIM-COL-MES DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-SIM-QTD-ED DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-SIM-ATUAL-ED DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-SIM-SIMUL-ED DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-SIM-DIF-ED DELIMITED BY SIZE
                  INTO WS-LINHA-SIM
           PERFORM 6760-GRAVAR-LINHA-SIM
           .
       6755-MONTAR-LINHA-SIM-FIM.
           EXIT.

       6760-GRAVAR-LINHA-SIM                   SECTION.

           DISPLAY WS-LINHA-SIM
           MOVE WS-LINHA-SIM TO ARQ-SIMULACAO-PRECOS
           WRITE ARQ-SIMULACAO-PRECOS
           .
       6760-GRAVAR-LINHA-SIM-FIM.
           EXIT.

      *-----------------------------------------------------------------
           DISPLAY "| 6. Enviar orcamento por e-mail        |"
           DISPLAY "|    (outbox).                          |"
           DISPLAY "| 7. Variacao orcado x faturado.        |"
           DISPLAY "| 8. Desconto no orcamento.             |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
           WHEN '4'
               PERFORM 4400-LISTAR-ORCAMENTOS
           WHEN '5'
               PERFORM 1570-ESCOLHER-FILIAL-RELATORIO
               PERFORM 4600-FUNIL-ORCAMENTOS
               MOVE SPACES TO WS-REL-FILIAL
           WHEN '6'
               PERFORM 9000-ENVIAR-ORCAMENTO-EMAIL
           WHEN '7'
               PERFORM 4800-RELATORIO-VARIACAO
           WHEN '8'
               PERFORM 4900-DESCONTO-ORCAMENTO
           WHEN '9'
               MOVE 'SIM' TO AS-FIM-LOOP-ORC
           WHEN OTHER DISPLAY "Opcao invalida. Tente novamente."
           MOVE '/' TO LINDET-ORC-DATA(3:1)
                       LINDET-ORC-DATA(6:1)

      *    A VALIDADE E A DATA DA COTACAO MAIS OS DIAS DO PARAMETRO,
      *    CONTADOS EM DIAS UTEIS PELO CALENDARIO DA OFICINA.
           MOVE 'A' TO WS-DAT-FUNCAO
           MOVE LINDET-ORC-DATA TO WS-DAT-DATA1
           MOVE WS-VALIDADE-DIAS TO WS-DAT-DIAS
           CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
               WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
           MOVE WS-DAT-DATA2 TO LINDET-ORC-VALIDADE
           MOVE WS-OPER-FILIAL TO LINDET-ORC-FILIAL

           PERFORM 4160-ABRIR-ORCAMENTOS-EXTEND
           MOVE LINDET-ORC TO ARQ-ORCAMENTOS

               DISPLAY "STATUS DO ORCAMENTO ATUALIZADO"
               MOVE 'N' TO WS-CLOSE-ORC

      *        APROVACAO PODE VIR COM SINAL; RECUSA OU EXPIRACAO
      *        TRANSFORMA O SINAL EM ABERTO EM DEVOLUCAO AO CLIENTE.
               EVALUATE WS-NOVO-STATUS-ORC
                   WHEN 'APROVADO'
                       PERFORM 4230-REGISTRAR-SINAL
                   WHEN 'RECUSADO'
                   WHEN 'EXPIRADO'
                       MOVE LINDET-ORC-NUM TO WS-SIN-BUSCA
                       PERFORM 4240-SINAL-A-DEVOLVER
               END-EVALUATE
           END-IF
           .
       4210-TRATAR-STATUS-ORC-FIM.
           MOVE SPACES TO LINDET-ORC-STATUS
           MOVE SPACES TO LINDET-ORC-PECAS
           MOVE SPACES TO LINDET-ORC-VALIDADE
           MOVE SPACES TO LINDET-ORC-FILIAL

           MOVE SPACES TO WS-ORC-MAO-X
           MOVE SPACES TO WS-ORC-PEC-X
               WS-ORC-PEC-X
               WS-ORC-TOT-X
               LINDET-ORC-VALIDADE
               LINDET-ORC-FILIAL

           IF WS-ORC-MAO-X IS NUMERIC
               MOVE WS-ORC-MAO-N TO LINDET-ORC-MAO-OBRA
       4220-DESMONTAR-ORCAMENTO-FIM.
           EXIT.

      * REGISTRA O SINAL DEIXADO PELO CLIENTE NA APROVACAO DO
      * ORCAMENTO CORRENTE (LINDET-ORC) EM SINAIS.TXT. O SINAL FICA
      * ABERTO ATE A FATURA DA OS CONVERTIDA, ONDE ENTRA COMO PRIMEIRO
      * PAGAMENTO; ORCAMENTO RECUSADO OU EXPIRADO O DEVOLVE.
       4230-REGISTRAR-SINAL                    SECTION.

           MOVE LINDET-ORC-NUM TO WS-SIN-BUSCA
           PERFORM 4236-BUSCAR-SINAL-ABERTO

           IF WS-SIN-ACHOU = 'S'
               MOVE LINDET-SIN-VALOR TO WS-SIN-VALOR-ED
               DISPLAY "ORCAMENTO JA TEM SINAL EM ABERTO DE "
                   WS-SIN-VALOR-ED " (" LINDET-SIN-FORMA ")."
           ELSE
               DISPLAY "O cliente deixou sinal? (S/N)"
               ACCEPT WS-SIN-RESPOSTA
               IF WS-SIN-RESPOSTA = 'S'
                   PERFORM 2017-DATA-HOJE-FMT
                   MOVE WS-DATA-HOJE-FMT TO WS-MFE-DATA
                   PERFORM 2016-VERIFICAR-MES-FECHADO
                   IF WS-MES-FECHADO = 'S'
                       DISPLAY "MES " WS-DATA-HOJE-FMT(4:7)
                           " JA FECHADO. SINAL NAO REGISTRADO."
                       MOVE 'SINAL' TO WS-AUD-MODULO
                       MOVE 'NEGADO' TO WS-AUD-OPERACAO
                       MOVE LINDET-ORC-NUM TO WS-AUD-CHAVE
                       MOVE 'MES FECHADO' TO WS-AUD-VALOR-ANTIGO
                       MOVE SPACES TO WS-AUD-VALOR-NOVO
                       CALL 'AUDITORIA' USING WS-AUD-MODULO,
                           WS-AUD-OPERACAO, WS-AUD-CHAVE,
                           WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO
                       MOVE 'MANUTENCAO' TO WS-AUD-MODULO
                   ELSE
                       PERFORM 4231-GRAVAR-SINAL
                   END-IF
               END-IF
           END-IF
           .
       4230-REGISTRAR-SINAL-FIM.
           EXIT.

      * PEDE VALOR E FORMA DO SINAL E ACRESCENTA O REGISTRO EM
      * SINAIS.TXT, NO MESMO ESTILO DE 4160-ABRIR-ORCAMENTOS-EXTEND.
       4231-GRAVAR-SINAL                       SECTION.

           DISPLAY "Valor do sinal: "
           ACCEPT LINDET-SIN-VALOR
           PERFORM UNTIL LINDET-SIN-VALOR > ZEROS AND
                         LINDET-SIN-VALOR <= LINDET-ORC-TOTAL
               DISPLAY "VALOR INVALIDO. INFORME ATE O TOTAL DO "
                   "ORCAMENTO (" LINDET-ORC-TOTAL "): "
               ACCEPT LINDET-SIN-VALOR
           END-PERFORM

           DISPLAY "Forma de pagamento "
           DISPLAY "(DINHEIRO/CARTAO/PIX/CHEQUE): "
           ACCEPT LINDET-SIN-FORMA
           PERFORM 4237-VALIDAR-FORMA-SINAL
           PERFORM UNTIL WS-SIN-FORMA-OK = 'S'
               DISPLAY "FORMA INVALIDA. INFORME DINHEIRO, CARTAO, "
                   "PIX OU CHEQUE: "
               ACCEPT LINDET-SIN-FORMA
               PERFORM 4237-VALIDAR-FORMA-SINAL
           END-PERFORM

           MOVE LINDET-ORC-NUM TO LINDET-SIN-ORC
           MOVE WS-DATA-HOJE-FMT TO LINDET-SIN-DATA
           MOVE WS-OPER-ID TO LINDET-SIN-OPER
           MOVE 'ABERTO' TO LINDET-SIN-STATUS
           MOVE ZEROS TO LINDET-SIN-FATURA
           MOVE ZEROS TO LINDET-SIN-APLICADO
           MOVE WS-OPER-FILIAL TO LINDET-SIN-FILIAL

           OPEN INPUT SINAIS
           IF AS-STATUS-SIN = ZEROS
               MOVE 'S' TO WS-EXISTE-SIN
               CLOSE SINAIS
           ELSE
               MOVE 'N' TO WS-EXISTE-SIN
           END-IF

           IF WS-EXISTE-SIN = 'S'
               OPEN EXTEND SINAIS
           ELSE
               OPEN OUTPUT SINAIS
           END-IF

           IF AS-STATUS-SIN NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-SIN
           ELSE
               MOVE LINDET-SIN TO ARQ-SINAIS
               WRITE ARQ-SINAIS
               CLOSE SINAIS

               MOVE 'SINAL' TO WS-AUD-MODULO
               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               MOVE LINDET-SIN-ORC TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-VALOR-ANTIGO
               MOVE LINDET-SIN TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO
               MOVE 'MANUTENCAO' TO WS-AUD-MODULO

               MOVE LINDET-SIN-VALOR TO WS-SIN-VALOR-ED
               DISPLAY "SINAL DE " WS-SIN-VALOR-ED " REGISTRADO NO "
                   "ORCAMENTO " LINDET-SIN-ORC
           END-IF
           .
       4231-GRAVAR-SINAL-FIM.
           EXIT.

      * DESMONTA O REGISTRO DE SINAL LIDO EM WS-DADOS-SIN PARA OS
      * CAMPOS DE LINDET-SIN.
       4235-DESMONTAR-SINAL                    SECTION.

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
       4235-DESMONTAR-SINAL-FIM.
           EXIT.

      * PROCURA O SINAL EM ABERTO DO ORCAMENTO WS-SIN-BUSCA, DEIXANDO
      * O REGISTRO ACHADO EM LINDET-SIN.
       4236-BUSCAR-SINAL-ABERTO                SECTION.

           MOVE 'N' TO WS-SIN-ACHOU

           OPEN INPUT SINAIS
           IF AS-STATUS-SIN = ZEROS
               MOVE 'S' TO WS-CLOSE-SIN
               PERFORM UNTIL WS-CLOSE-SIN = 'N'
                   READ SINAIS INTO WS-DADOS-SIN
                       AT END
                           MOVE 'N' TO WS-CLOSE-SIN
                       NOT AT END
                           PERFORM 4235-DESMONTAR-SINAL
                           IF LINDET-SIN-ORC = WS-SIN-BUSCA AND
                              LINDET-SIN-STATUS = 'ABERTO'
                               MOVE 'S' TO WS-SIN-ACHOU
                               MOVE 'N' TO WS-CLOSE-SIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SINAIS
           END-IF
           .
       4236-BUSCAR-SINAL-ABERTO-FIM.
           EXIT.

       4237-VALIDAR-FORMA-SINAL                SECTION.

           EVALUATE LINDET-SIN-FORMA
               WHEN 'DINHEIRO'
               WHEN 'CARTAO'
               WHEN 'PIX'
               WHEN 'CHEQUE'
                   MOVE 'S' TO WS-SIN-FORMA-OK
               WHEN OTHER
                   MOVE 'N' TO WS-SIN-FORMA-OK
           END-EVALUATE
           .
       4237-VALIDAR-FORMA-SINAL-FIM.
           EXIT.

      * ORCAMENTO RECUSADO OU EXPIRADO: O SINAL EM ABERTO DO
      * ORCAMENTO WS-SIN-BUSCA PASSA A DEVOLVER, PARA O FINANCEIRO
      * PAGAR DE VOLTA AO CLIENTE.
       4240-SINAL-A-DEVOLVER                   SECTION.

           OPEN I-O SINAIS
           IF AS-STATUS-SIN = ZEROS
               MOVE 'S' TO WS-CLOSE-SIN
               PERFORM UNTIL WS-CLOSE-SIN = 'N'
                   READ SINAIS INTO WS-DADOS-SIN
                       AT END
                           MOVE 'N' TO WS-CLOSE-SIN
                       NOT AT END
                           PERFORM 4235-DESMONTAR-SINAL
                           IF LINDET-SIN-ORC = WS-SIN-BUSCA AND
                              LINDET-SIN-STATUS = 'ABERTO'
                               MOVE 'DEVOLVER' TO LINDET-SIN-STATUS
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
                               MOVE 'MANUTENCAO' TO WS-AUD-MODULO

                               MOVE LINDET-SIN-VALOR TO WS-SIN-VALOR-ED
                               DISPLAY "SINAL DE " WS-SIN-VALOR-ED
                                   " DO ORCAMENTO " LINDET-SIN-ORC
                                   " FICA A DEVOLVER AO CLIENTE."
                               MOVE 'N' TO WS-CLOSE-SIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SINAIS
           END-IF
           .
       4240-SINAL-A-DEVOLVER-FIM.
           EXIT.

      * VALIDA O STATUS INFORMADO PARA UM ORCAMENTO
       4250-VALIDAR-STATUS-ORC                 SECTION.

                   REWRITE ARQ-ORCAMENTOS
                   DISPLAY "A aprovacao do cliente foi registrada: "
                   DISPLAY "o orcamento agora esta APROVADO."
                   PERFORM 4230-REGISTRAR-SINAL
               END-IF
           ELSE
           PERFORM 2048-VERIFICAR-CREDITO

               MOVE LINDET-ORC-TIPO-SERVICO TO
                   LINDET01-REL-TIPO-SERVICO
               PERFORM 2039-VERIFICAR-EQUIPAMENTO
               PERFORM 2041-AVISAR-RECALL
               MOVE 'AGENDADO' TO LINDET01-REL-STATUS
               MOVE LINDET-ORC-PECAS TO LINDET01-REL-PECAS
               MOVE SPACES TO LINDET01-REL-DATA-CONCLUSAO

               PERFORM 2033-INFORMAR-MECANICO

               PERFORM 2018-VALIDAR-KM
               PERFORM 2014-VALIDAR-DATA-PROMETIDA
      *        O NUMERO DO ORCAMENTO DE ORIGEM FICA NO REGISTRO, PARA
      *        O CONTROLE DE VARIACAO ORCADO X FATURADO NA CONCLUSAO.
               MOVE LINDET-ORC-NUM TO LINDET01-REL-ORCAMENTO
               MOVE WS-OPER-FILIAL TO LINDET01-REL-FILIAL
               PERFORM 2045-DESMONTAR-LISTA-PECAS
               PERFORM 2058-VERIFICAR-DISPONIBILIDADE
               IF WS-FALTA-PECA = 'S'
                       DISPLAY "Verifique a reposicao no cadastro de "
                           "pecas."
                   END-IF
                   MOVE LINDET01-REL-OS TO WS-FIC-OS
                   PERFORM 6900-IMPRIMIR-FICHA
               END-IF

      *        APROVACAO NA HORA (ORCAMENTO AINDA PENDENTE): E O
      *        MOMENTO DE RECEBER O SINAL.
               IF LINDET-ORC-STATUS = 'PENDENTE'
                   PERFORM 4230-REGISTRAR-SINAL
               END-IF

               MOVE 'CONVERTIDO' TO LINDET-ORC-STATUS

               DISPLAY "Orcamento convertido em manutencao!"
               DISPLAY "Numero da OS: " LINDET01-REL-OS

      *        O DESCONTO DADO NO ORCAMENTO VALE PARA A OS NOVA.
               MOVE 'T' TO WS-DSC-OPCAO
               MOVE LINDET-ORC-NUM TO WS-DSC-ORC
               MOVE LINDET01-REL-OS TO WS-DSC-OS
               PERFORM 2541-CHAMAR-DESCONTO
           END-IF
           END-IF
           .

           MOVE ZEROS TO WS-QTD-ORC-EXPIRADOS
           MOVE ZEROS TO WS-QTD-ORC-VENCENDO
           MOVE ZEROS TO WS-QTD-ORC-SEM-CONSENT

           PERFORM 2017-DATA-HOJE-FMT
           MOVE WS-DATA-HOJE(1:4) TO WS-ORC-HOJE-NUM(1:4)
           MOVE WS-SUG-MES TO WS-ORC-LIMITE-NUM(5:2)
           MOVE WS-SUG-DIA TO WS-ORC-LIMITE-NUM(7:2)

           MOVE 'ORCAMENTOS-VENCENDO' TO WS-MSC-LISTA
           PERFORM 8950-LIBERAR-LISTA

           OPEN OUTPUT ORC-VENCENDO
           IF AS-STATUS-OVEN NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-OVEN
           DISPLAY WS-QTD-ORC-EXPIRADOS " ORCAMENTO(S) EXPIRADO(S)"
           DISPLAY WS-QTD-ORC-VENCENDO " ORCAMENTO(S) VENCENDO EM "
               "ATE 3 DIAS (ORCAMENTOS-VENCENDO.TXT)"
           DISPLAY WS-QTD-ORC-SEM-CONSENT " FORA DA LISTA SEM "
               "CONSENTIMENTO DE LIGACAO"

           MOVE 'ORCAMENTOS VENCENDO' TO LINDET-EXC-LISTA
           MOVE 'TELEFONE' TO LINDET-EXC-CANAL
           MOVE WS-QTD-ORC-VENCENDO TO LINDET-EXC-INCLUIDOS
           MOVE WS-QTD-ORC-SEM-CONSENT TO LINDET-EXC-EXCLUIDOS
           PERFORM 8900-GRAVAR-EXCLUSOES
           .
       4500-EXPIRAR-ORCAMENTOS-FIM.
           EXIT.
                       WS-OPERADOR-SESSAO
                   MOVE 'MANUTENCAO' TO WS-AUD-MODULO

                   MOVE LINDET-ORC-NUM TO WS-SIN-BUSCA
                   PERFORM 4240-SINAL-A-DEVOLVER

                   ADD 1 TO WS-QTD-ORC-EXPIRADOS
               ELSE
                   IF WS-ORC-VALID-NUM <= WS-ORC-LIMITE-NUM
                       MOVE ZEROS TO WS-CPF-BUSCA
                       PERFORM 2600-VEICULO-PROP

                       IF WS-CLI-CONS-TEL = 'S'
                           PERFORM 8960-MASCARAR-TELEFONE
                           MOVE SPACES TO WS-LINHA-OVEN
                           STRING 'ORC ' DELIMITED BY SIZE
                                  LINDET-ORC-NUM DELIMITED BY SIZE
                                  ' | ' DELIMITED BY SIZE
                                  LINDET-ORC-PLACA DELIMITED BY SIZE
                                  ' | VENCE ' DELIMITED BY SIZE
                                  LINDET-ORC-VALIDADE DELIMITED BY SIZE
                                  ' | ' DELIMITED BY SIZE
                                  WS-VEICULO-CL DELIMITED BY SIZE
                                  ' | ' DELIMITED BY SIZE
                                  WS-VEICULO-TEL DELIMITED BY SIZE
                                  INTO WS-LINHA-OVEN
                           MOVE WS-LINHA-OVEN TO ARQ-ORC-VENCENDO
                           WRITE ARQ-ORC-VENCENDO
                           ADD 1 TO WS-QTD-ORC-VENCENDO
                       ELSE
                           ADD 1 TO WS-QTD-ORC-SEM-CONSENT
                       END-IF
                   END-IF
               END-IF
           END-IF
       4610-ACUMULAR-FUNIL                     SECTION.

           PERFORM 4220-DESMONTAR-ORCAMENTO
           MOVE LINDET-ORC-FILIAL TO WS-REG-FILIAL
           PERFORM 1580-FILTRAR-FILIAL

           IF LINDET-ORC-NUM > ZEROS AND
              LINDET-ORC-DATA NOT = SPACES AND
              WS-REL-DENTRO = 'S'

      *        A SOMA ACONTECE DENTRO DO LACO, NA ENTRADA ACHADA: O
      *        PERFORM VARYING AVANCA O INDICE ANTES DE TESTAR A
       4850-IMPRIMIR-VARIACAO-MENSAL-FIM.
           EXIT.

      * DESCONTO NO ORCAMENTO AINDA EM NEGOCIACAO (PENDENTE OU
      * APROVADO), SOBRE A MAO DE OBRA E AS PECAS COTADAS. NA
      * CONVERSAO ELE PASSA PARA A OS.
       4900-DESCONTO-ORCAMENTO                 SECTION.

           DISPLAY "Desconto em qual orcamento?"
           ACCEPT WS-ORC-BUSCA

           MOVE 'N' TO WS-ORC-ACHOU
           OPEN INPUT ORCAMENTOS
           IF AS-STATUS-ORC NOT EQUAL ZEROS
               DISPLAY "NAO HA ORCAMENTOS GRAVADOS"
           ELSE
               MOVE 'S' TO WS-CLOSE-ORC
               PERFORM UNTIL WS-CLOSE-ORC = 'N'
                   READ ORCAMENTOS INTO WS-DADOS-ORC
                       AT END
                           MOVE 'N' TO WS-CLOSE-ORC
                       NOT AT END
                           PERFORM 4220-DESMONTAR-ORCAMENTO
                           IF LINDET-ORC-NUM = WS-ORC-BUSCA AND
                              WS-ORC-BUSCA NOT = ZEROS
                               MOVE 'S' TO WS-ORC-ACHOU
                               MOVE 'N' TO WS-CLOSE-ORC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORCAMENTOS
           END-IF

           IF WS-ORC-ACHOU = 'N'
               DISPLAY "ORCAMENTO NAO ENCONTRADO"
           ELSE
               IF LINDET-ORC-STATUS NOT = 'PENDENTE' AND
                  LINDET-ORC-STATUS NOT = 'APROVADO'
                   DISPLAY "Orcamento com status " LINDET-ORC-STATUS
                   DISPLAY "nao aceita desconto."
               ELSE
                   MOVE 'G' TO WS-DSC-OPCAO
                   MOVE LINDET-ORC-NUM TO WS-DSC-ORC
                   MOVE SPACES TO WS-DSC-OS
                   MOVE LINDET-ORC-PLACA TO WS-DSC-PLACA
                   MOVE LINDET-ORC-MAO-OBRA TO WS-DSC-MAO
                   MOVE LINDET-ORC-PECAS-VAL TO WS-DSC-PECAS
                   PERFORM 2541-CHAMAR-DESCONTO
               END-IF
           END-IF
           .
       4900-DESCONTO-ORCAMENTO-FIM.
           EXIT.

      * FICHA DE SERVICO DA OS DE WS-FIC-OS PARA O CHAO DA OFICINA
      * (FICHA_<OS>.TXT). O SUBPROGRAMA RELE O ARQUIVO AO VIVO, ENTAO
      * ELE E FECHADO ANTES E REABERTO PARA INCLUSAO DEPOIS.
       6900-IMPRIMIR-FICHA                     SECTION.

           CLOSE MAINTENANCE
           PERFORM 1300-VERIFICAR-FECHAMENTO

           MOVE 'O' TO WS-FIC-OPCAO
           MOVE SPACES TO WS-FIC-DATA
           MOVE ZEROS TO WS-FIC-QTD
           CALL 'FICHA' USING WS-FIC-OPCAO, WS-OPERADOR-SESSAO,
               WS-FIC-OS, WS-FIC-DATA, WS-FIC-QTD

           OPEN EXTEND MAINTENANCE
           PERFORM 1200-VERIFICAR-ABERTURA
           .
       6900-IMPRIMIR-FICHA-FIM.
           EXIT.

      * LISTA DE SEPARACAO DO ESTOQUISTA (BATCH 'P', LINHA SEPARACAO
      * DO NOTURNO): EXPLODE AS LISTAS DE PECAS DOS AGENDADOS DE
      * AMANHA, AGREGA AS QUANTIDADES POR PECA E IMPRIME NA ORDEM DAS
           MOVE '/' TO WS-DATA-AMANHA(6:1)
           MOVE WS-SUG-ANO TO WS-DATA-AMANHA(7:4)

      *    UMA LISTA POR FILIAL: A DA SESSAO SAI SEMPRE (MESMO VAZIA)
      *    E AS DEMAIS SO QUANDO TEM AGENDADO AMANHA. CADA PASSADA
      *    SOMA SO AS OS DA FILIAL E LE O ESTOQUE DELA.
           MOVE WS-ARQ-PECAS-PATH TO WS-SEP-PECAS-PATH-SESSAO
           MOVE WS-ARQ-LISTA-SEP-PATH TO WS-SEP-LISTA-PATH-SESSAO
           MOVE 1 TO WS-SEP-QTD-FIL
           MOVE WS-OPER-FILIAL TO WS-SEP-FIL(1)
           IF WS-SEP-FIL(1) = SPACES
               MOVE '01' TO WS-SEP-FIL(1)
           END-IF

           CLOSE MAINTENANCE
           PERFORM 1300-VERIFICAR-FECHAMENTO
                   AT END
                       MOVE 'N' TO WS-CLOSE-FILE
                   NOT AT END
                       PERFORM 4705-FILIAL-COM-AGENDADO
               END-READ
           END-PERFORM

           CLOSE MAINTENANCE
           PERFORM 1300-VERIFICAR-FECHAMENTO

           PERFORM VARYING WS-SEP-F FROM 1 BY 1
                   UNTIL WS-SEP-F > WS-SEP-QTD-FIL
               MOVE WS-SEP-FIL(WS-SEP-F) TO WS-SEP-FILIAL
               MOVE ZEROS TO WS-SEP-QTD-ITENS

               OPEN INPUT MAINTENANCE
               PERFORM 1200-VERIFICAR-ABERTURA

               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ MAINTENANCE INTO WS-DADOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 4710-AGREGAR-PECAS-AMANHA
                   END-READ
               END-PERFORM

               CLOSE MAINTENANCE
               PERFORM 1300-VERIFICAR-FECHAMENTO

               MOVE SPACES TO WS-ARQ-PECAS-PATH
               MOVE SPACES TO WS-ARQ-LISTA-SEP-PATH
               IF WS-SEP-FILIAL = '01'
                   STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                          'Relatorio-pecas.txt' DELIMITED BY SIZE
                          INTO WS-ARQ-PECAS-PATH
                   STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                          'Lista-separacao.txt' DELIMITED BY SIZE
                          INTO WS-ARQ-LISTA-SEP-PATH
               ELSE
                   STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                          'Relatorio-pecas-' DELIMITED BY SIZE
                          WS-SEP-FILIAL DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                          INTO WS-ARQ-PECAS-PATH
                   STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                          'Lista-separacao-' DELIMITED BY SIZE
                          WS-SEP-FILIAL DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                          INTO WS-ARQ-LISTA-SEP-PATH
               END-IF

               PERFORM 4720-BUSCAR-LOCALIZACOES
               PERFORM 4730-ORDENAR-POR-LOCAL
               PERFORM 4740-GRAVAR-LISTA-SEP
           END-PERFORM

           MOVE WS-SEP-PECAS-PATH-SESSAO TO WS-ARQ-PECAS-PATH
           MOVE WS-SEP-LISTA-PATH-SESSAO TO WS-ARQ-LISTA-SEP-PATH

           OPEN EXTEND MAINTENANCE
           PERFORM 1200-VERIFICAR-ABERTURA
           .
       4700-LISTA-SEPARACAO-FIM.
           EXIT.

      * FILIAL DA OS (POSICAO 178, EM BRANCO = 01) DE CADA AGENDADO
      * DE AMANHA ENTRA NA RELACAO DE FILIAIS COM LISTA A GERAR.
       4705-FILIAL-COM-AGENDADO                SECTION.

           MOVE SPACES TO WS-CHK-OS, WS-CHK-PLACA, WS-CHK-DATA,
               WS-CHK-TIPO-SERVICO, WS-CHK-STATUS
           UNSTRING WS-DADOS DELIMITED BY '|' INTO
               WS-CHK-OS, WS-CHK-PLACA, WS-CHK-DATA,
               WS-CHK-TIPO-SERVICO, WS-CHK-STATUS

           IF WS-CHK-STATUS = 'AGENDADO' AND
              WS-CHK-DATA = WS-DATA-AMANHA AND
              WS-CHK-PLACA NOT = SPACES
               MOVE WS-DADOS(178:2) TO WS-SEP-FILIAL-OS
               IF WS-SEP-FILIAL-OS = SPACES
                   MOVE '01' TO WS-SEP-FILIAL-OS
               END-IF
               MOVE 'N' TO WS-SEP-ACHOU
               PERFORM VARYING WS-SEP-F FROM 1 BY 1
                       UNTIL WS-SEP-F > WS-SEP-QTD-FIL
                   IF WS-SEP-FIL(WS-SEP-F) = WS-SEP-FILIAL-OS
                       MOVE 'S' TO WS-SEP-ACHOU
                   END-IF
               END-PERFORM
               IF WS-SEP-ACHOU = 'N' AND WS-SEP-QTD-FIL < 20
                   ADD 1 TO WS-SEP-QTD-FIL
                   MOVE WS-SEP-FILIAL-OS TO WS-SEP-FIL(WS-SEP-QTD-FIL)
               END-IF
           END-IF
           .
       4705-FILIAL-COM-AGENDADO-FIM.
           EXIT.

       4710-AGREGAR-PECAS-AMANHA               SECTION.

           MOVE SPACES TO WS-CHK-OS, WS-CHK-PLACA, WS-CHK-DATA,
               WS-CHK-OS, WS-CHK-PLACA, WS-CHK-DATA,
               WS-CHK-TIPO-SERVICO, WS-CHK-STATUS, WS-CHK-PECAS

           MOVE WS-DADOS(178:2) TO WS-SEP-FILIAL-OS
           IF WS-SEP-FILIAL-OS = SPACES
               MOVE '01' TO WS-SEP-FILIAL-OS
           END-IF

           IF WS-CHK-STATUS = 'AGENDADO' AND
              WS-CHK-DATA = WS-DATA-AMANHA AND
              WS-CHK-PLACA NOT = SPACES AND
              WS-SEP-FILIAL-OS = WS-SEP-FILIAL

               MOVE WS-CHK-PECAS TO LINDET01-REL-PECAS
               PERFORM 2045-DESMONTAR-LISTA-PECAS
           END-IF

           MOVE SPACES TO WS-LINHA-SEP
           STRING 'LISTA DE SEPARACAO - FILIAL ' DELIMITED BY SIZE
                  WS-SEP-FILIAL DELIMITED BY SIZE
                  ' - AGENDADOS DE ' DELIMITED BY SIZE
                  WS-DATA-AMANHA DELIMITED BY SIZE
                  ' (ORDEM DE LOCALIZACAO)' DELIMITED BY SIZE
                  INTO WS-LINHA-SEP
           CLOSE LISTA-SEPARACAO

           DISPLAY WS-SEP-QTD-ITENS " ITEM(NS) NA LISTA DE "
               "SEPARACAO DA FILIAL " WS-SEP-FILIAL
           .
       4740-GRAVAR-LISTA-SEP-FIM.
           EXIT.
      * CORRENTE VEICULOS -> CLIENTES, GRAVA A LINHA EM OUTBOX.TXT E
      * MARCA O ARQUIVO EM ENVIADOS.TXT PARA NAO MANDAR DUAS VEZES.
      * SEM E-MAIL NO CADASTRO, O DOCUMENTO VAI PARA SEM-EMAIL.TXT.
      * ORCAMENTO E OFERTA: SO SAI PARA QUEM AUTORIZOU E-MAIL E FICA
      * DE FORA (SEM MARCAR COMO ENVIADO) ATE O CLIENTE AUTORIZAR. A
      * FATURA E TRANSACIONAL E SAI SEMPRE.
       8000-ENFILEIRAR-DOCUMENTO               SECTION.

           MOVE 'N' TO WS-EML-ENFILEIRADO
               MOVE ZEROS TO WS-CPF-BUSCA
               PERFORM 2600-VEICULO-PROP

               EVALUATE TRUE
                   WHEN WS-CLI-EMAIL = SPACES
                       PERFORM 8030-GRAVAR-SEM-EMAIL
                   WHEN WS-EML-TIPO = 'ORCAMENTO' AND
                        WS-CLI-CONS-EML NOT = 'S'
                       MOVE 'C' TO WS-EML-ENFILEIRADO
                       ADD 1 TO WS-QTD-EML-SEM-CONSENT
                   WHEN OTHER
                       PERFORM 8040-GRAVAR-OUTBOX
                       PERFORM 8050-MARCAR-ENVIADO
                       MOVE 'S' TO WS-EML-ENFILEIRADO
               END-EVALUATE
           END-IF
           .
       8000-ENFILEIRAR-DOCUMENTO-FIM.
       8050-MARCAR-ENVIADO-FIM.
           EXIT.

      * ANOTA EM EXCLUSOES-CONSENTIMENTO.TXT QUANTOS CLIENTES A
      * RODADA DA LISTA EM LINDET-EXC-LISTA INCLUIU E QUANTOS DEIXOU
      * DE FORA POR FALTA DE CONSENTIMENTO NO CANAL DA LISTA.
       8900-GRAVAR-EXCLUSOES                   SECTION.

           PERFORM 2017-DATA-HOJE-FMT
           MOVE WS-DATA-HOJE-FMT TO LINDET-EXC-DATA

           OPEN INPUT EXCLUSOES-CONS
           IF AS-STATUS-EXC = ZEROS
               MOVE 'S' TO WS-EXISTE-EXC
               CLOSE EXCLUSOES-CONS
           ELSE
               MOVE 'N' TO WS-EXISTE-EXC
           END-IF

           IF WS-EXISTE-EXC = 'S'
               OPEN EXTEND EXCLUSOES-CONS
           ELSE
               OPEN OUTPUT EXCLUSOES-CONS
           END-IF

           MOVE LINDET-EXC TO ARQ-EXCLUSOES-CONS
           WRITE ARQ-EXCLUSOES-CONS
           CLOSE EXCLUSOES-CONS
           .
       8900-GRAVAR-EXCLUSOES-FIM.
           EXIT.

      * DECIDE, NO INICIO DE UMA LISTA EXPORTADA (NOME EM
      * WS-MSC-LISTA), SE OS TELEFONES SAEM COMPLETOS OU MASCARADOS.
      * PARA QUEM NAO VE OS DADOS INTEIROS, O MASCARA PEDE A
      * AUTORIZACAO DE UM GERENTE E REGISTRA NA AUDITORIA.
       8950-LIBERAR-LISTA                      SECTION.

           MOVE 'L' TO WS-MSC-OPCAO
           MOVE WS-MSC-LISTA TO WS-MSC-VALOR
           CALL 'MASCARA' USING WS-MSC-OPCAO, WS-OPERADOR-SESSAO,
               WS-MSC-VALOR, WS-MSC-RESULTADO
           MOVE WS-MSC-RESULTADO(1:1) TO WS-MSC-LIBERADO
           .
       8950-LIBERAR-LISTA-FIM.
           EXIT.

      * MASCARA WS-VEICULO-TEL NA LINHA DA LISTA, A MENOS QUE A LISTA
      * TENHA SIDO LIBERADA EM 8950-LIBERAR-LISTA.
       8960-MASCARAR-TELEFONE                  SECTION.

           IF WS-MSC-LIBERADO NOT = 'S'
               MOVE 'T' TO WS-MSC-OPCAO
               MOVE WS-VEICULO-TEL TO WS-MSC-VALOR
               CALL 'MASCARA' USING WS-MSC-OPCAO, WS-OPERADOR-SESSAO,
                   WS-MSC-VALOR, WS-MSC-RESULTADO
               MOVE WS-MSC-RESULTADO TO WS-VEICULO-TEL
           END-IF
           .
       8960-MASCARAR-TELEFONE-FIM.
           EXIT.

      * ENVIO INTERATIVO DE UM ORCAMENTO PARA O E-MAIL DO CLIENTE.
       9000-ENVIAR-ORCAMENTO-EMAIL             SECTION.


               EVALUATE WS-EML-ENFILEIRADO
                   WHEN 'S'
                       MOVE 'E' TO WS-MSC-OPCAO
                       MOVE WS-CLI-EMAIL TO WS-MSC-VALOR
                       CALL 'MASCARA' USING WS-MSC-OPCAO,
                           WS-OPERADOR-SESSAO, WS-MSC-VALOR,
                           WS-MSC-RESULTADO
                       DISPLAY "DOCUMENTO NA FILA DE E-MAIL PARA "
                           WS-MSC-RESULTADO
                   WHEN 'J'
                       DISPLAY "ESTE DOCUMENTO JA FOI ENFILEIRADO."
                   WHEN 'C'
                       DISPLAY "CLIENTE NAO AUTORIZOU CONTATO POR "
                           "E-MAIL. ORCAMENTO NAO ENFILEIRADO."
                   WHEN OTHER
                       DISPLAY "CLIENTE SEM E-MAIL NO CADASTRO "
                           "(VER SEM-EMAIL.TXT)."

           MOVE ZEROS TO WS-QTD-EMAILS-FILA
           MOVE ZEROS TO WS-QTD-SEM-EMAIL
           MOVE ZEROS TO WS-QTD-EML-SEM-CONSENT

           OPEN INPUT FATURAS
           IF AS-STATUS-FAT = ZEROS

           DISPLAY WS-QTD-EMAILS-FILA " DOCUMENTO(S) NA FILA DE "
               "E-MAIL, " WS-QTD-SEM-EMAIL " SEM E-MAIL."
           DISPLAY WS-QTD-EML-SEM-CONSENT " ORCAMENTO(S) FORA DA FILA "
               "SEM CONSENTIMENTO DE E-MAIL"

           MOVE 'LOTE DE E-MAILS' TO LINDET-EXC-LISTA
           MOVE 'E-MAIL' TO LINDET-EXC-CANAL
           MOVE WS-QTD-EMAILS-FILA TO LINDET-EXC-INCLUIDOS
           MOVE WS-QTD-EML-SEM-CONSENT TO LINDET-EXC-EXCLUIDOS
           PERFORM 8900-GRAVAR-EXCLUSOES
           .
       7200-BATCH-EMAILS-FIM.
           EXIT.
                          WS-QTD-ORC-EXPIRADOS DELIMITED BY SIZE
                          ' EXPIRADO(S), ' DELIMITED BY SIZE
                          WS-QTD-ORC-VENCENDO DELIMITED BY SIZE
                          ' VENCENDO, ' DELIMITED BY SIZE
                          WS-QTD-ORC-SEM-CONSENT DELIMITED BY SIZE
                          ' SEM CONSENTIMENTO' DELIMITED BY SIZE
                          INTO WS-LINHA-LOGN
                   PERFORM 7100-GRAVAR-LOG-NOTURNO
               WHEN 'P'
                          WS-QTD-EMAILS-FILA DELIMITED BY SIZE
                          ' NA FILA, ' DELIMITED BY SIZE
                          WS-QTD-SEM-EMAIL DELIMITED BY SIZE
                          ' SEM E-MAIL, ' DELIMITED BY SIZE
                          WS-QTD-EML-SEM-CONSENT DELIMITED BY SIZE
                          ' SEM CONSENTIMENTO' DELIMITED BY SIZE
                          INTO WS-LINHA-LOGN
                   PERFORM 7100-GRAVAR-LOG-NOTURNO
               WHEN 'I'
                   PERFORM 2900-IMPORTAR-AGENDA-SITE
                   MOVE SPACES TO WS-LINHA-LOGN
                   STRING 'AGENDA SITE: ' DELIMITED BY SIZE
                          WS-WEB-QTD-IMPORTADOS DELIMITED BY SIZE
                          ' AGENDADO(S), ' DELIMITED BY SIZE
                          WS-WEB-QTD-REJEITADOS DELIMITED BY SIZE
                          ' REJEITADO(S)' DELIMITED BY SIZE
                          INTO WS-LINHA-LOGN
                   PERFORM 7100-GRAVAR-LOG-NOTURNO
           END-EVALUATE
