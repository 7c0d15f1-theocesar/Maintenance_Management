       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISSAO.
      ******************************************************************
      * Author: Théo César
      * Date: 28/09/2026
      * Purpose: Comissoes mensais de mecanicos e atendentes - extrato
      *          por funcionario e arquivo para a folha de pagamento
      * Modifications:
      *    28/09/2026 - Comissao's structure finished. Tabela de
      *    percentuais por cargo (e, se quiser, por tipo de servico)
      *    em Comissao-taxas.txt, criada com MECANICO 10% e ATENDENTE
      *    2% na primeira execucao. A rodada do mes (so gerente,
      *    chamada pela opcao M do FINANCEIRO) paga: ao mecanico, o
      *    percentual sobre a mao de obra das faturas de OS concluida
      *    fora da garantia, rateada pelos minutos de cada um em
      *    Apontamentos.txt (OS sem apontamento fica toda com o
      *    mecanico responsavel); ao atendente, o percentual sobre o
      *    total do orcamento que ele criou (autor tirado da linha de
      *    INCLUSAO do orcamento na auditoria) e que foi CONVERTIDO.
      *    So entra fatura quitada ate o fim do mes; fatura em aberto
      *    fica RETIDA e volta na rodada do mes seguinte, e fatura
      *    cancelada por nota de credito sai da conta. O que foi pago
      *    fica em Comissoes.txt (refazer o mes substitui as linhas
      *    dele). Saem o extrato Comissao-extrato_MMAAAA.txt e o
      *    arquivo de layout fixo Folha-comissao_MMAAAA.txt.
      *    01/10/2026 - Faturas.txt lida com 122 posicoes,
      *    Pagamentos.txt com 51, Manutencao.txt e Historico-anual.txt
      *    com 179 e Orcamentos.txt com 149 (filial no fim). A
      *    comissao continua apurada para a empresa toda.
      *    06/10/2026 - Linha do log de auditoria com 265 posicoes
      *    (sequencia e selo no fim); a leitura do orcamento nao muda.
      *    15/10/2026 - Fatura consolidada de frota (OS zero) deixa de
      *    ficar sem comissao de mao de obra: as OS do convenio saem de
      *    Frota-pendentes.txt (linhas faturadas da frota no mes cujo
      *    total fecha com o da fatura) e a mao de obra de cada uma vai
      *    para o seu mecanico. Pagamento, retencao e cancelamento
      *    continuam pela fatura.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TAXAS ASSIGN TO WS-ARQ-TAXAS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-TAX.

       SELECT COMISSOES ASSIGN TO WS-ARQ-COMISSOES-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-COM.

       SELECT FATURAS ASSIGN TO WS-ARQ-FATURAS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FAT.

       SELECT PAGAMENTOS ASSIGN TO WS-ARQ-PAGAMENTOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-PAG.

       SELECT NOTAS-CREDITO ASSIGN TO WS-ARQ-NOTAS-CREDITO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-NCR.

       SELECT MAINTENANCE ASSIGN TO WS-ARQ-MAINTENANCE-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-MAN.

       SELECT HISTORICO-ANUAL ASSIGN TO WS-ARQ-HISTORICO-ANUAL-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-ANUAL.

       SELECT APONTAMENTOS ASSIGN TO WS-ARQ-APONTAMENTOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-APO.

       SELECT ORCAMENTOS ASSIGN TO WS-ARQ-ORCAMENTOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-ORC.

       SELECT AUDITORIA ASSIGN TO WS-ARQ-AUDITORIA-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-AUD.

       SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FUNC.

       SELECT EXTRATO ASSIGN TO WS-ARQ-EXTRATO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-EXT.

       SELECT FROTA-PEND ASSIGN TO WS-ARQ-FROTA-PEND-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FPD.

       SELECT FOLHA ASSIGN TO WS-ARQ-FOLHA-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FOL.

       DATA DIVISION.
       FILE SECTION.

       FD TAXAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-TAXAS                     PIC X(25).

       FD COMISSOES
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-COMISSOES                 PIC X(53).

       FD FATURAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FATURAS                   PIC X(122).

       FD PAGAMENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PAGAMENTOS                PIC X(51).

       FD NOTAS-CREDITO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-NOTAS-CREDITO             PIC X(124).

       FD MAINTENANCE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MAINTENANCE               PIC X(179).

       FD HISTORICO-ANUAL
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HISTORICO-ANUAL           PIC X(179).

       FD APONTAMENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-APONTAMENTOS              PIC X(30).

       FD ORCAMENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-ORCAMENTOS                PIC X(149).

       FD AUDITORIA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-AUDITORIA                 PIC X(265).

       FD FUNCIONARIOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FUNCIONARIOS              PIC X(46).

       FD EXTRATO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-EXTRATO                   PIC X(100).

       FD FROTA-PEND
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FROTA-PEND                PIC X(60).

       FD FOLHA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FOLHA                     PIC X(54).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-TAX                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-COM                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FAT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PAG                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-NCR                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MAN                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ANUAL               PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-APO                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ORC                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-AUD                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FUNC                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-EXT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FOL                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FPD                 PIC 9(02) VALUE ZEROS.

       01 AS-FIM-LOOP-MAIN              PIC X(03) VALUE 'NAO'.
       01 WS-OPCAO                      PIC X(01) VALUE SPACES.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-TAXAS-PATH             PIC X(80) VALUE SPACES.
       01 WS-ARQ-COMISSOES-PATH         PIC X(80) VALUE SPACES.
       01 WS-ARQ-FATURAS-PATH           PIC X(80) VALUE SPACES.
       01 WS-ARQ-PAGAMENTOS-PATH        PIC X(80) VALUE SPACES.
       01 WS-ARQ-NOTAS-CREDITO-PATH     PIC X(80) VALUE SPACES.
       01 WS-ARQ-MAINTENANCE-PATH       PIC X(80) VALUE SPACES.
       01 WS-ARQ-HISTORICO-ANUAL-PATH   PIC X(80) VALUE SPACES.
       01 WS-ARQ-APONTAMENTOS-PATH      PIC X(80) VALUE SPACES.
       01 WS-ARQ-ORCAMENTOS-PATH        PIC X(80) VALUE SPACES.
       01 WS-ARQ-AUDITORIA-PATH         PIC X(80) VALUE SPACES.
       01 WS-ARQ-FUNCIONARIOS-PATH      PIC X(80) VALUE SPACES.
       01 WS-ARQ-EXTRATO-PATH           PIC X(80) VALUE SPACES.
       01 WS-ARQ-FOLHA-PATH             PIC X(80) VALUE SPACES.
       01 WS-ARQ-FROTA-PEND-PATH        PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              OPERADOR DA SESSAO (ID|NOME|CARGO)
      *-----------------------------------------------------------------
       01 WS-OPER-ID                    PIC X(04) VALUE SPACES.
       01 WS-OPER-NOME                  PIC X(20) VALUE SPACES.
       01 WS-OPER-CARGO                 PIC X(09) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         DEFINICAO DE DETALHE
      *-----------------------------------------------------------------
      *    TIPO DE SERVICO EM BRANCO = QUALQUER SERVICO DO CARGO.
       01 LINDET-TAX.
           05 LINDET-TAX-CARGO          PIC X(09) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-TAX-TIPO           PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-TAX-PCT            PIC 9(02)V99 VALUE ZEROS.

      *    SITUACAO: P = PAGA NO MES, R = RETIDA (FATURA EM ABERTO).
      *    TIPO: M = MAO DE OBRA (MECANICO), A = ORCAMENTO (ATENDENTE).
       01 LINDET-COM.
           05 LINDET-COM-MES            PIC X(07) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-COM-SIT            PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-COM-TIPO           PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-COM-FATURA         PIC 9(06) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-COM-ORCAMENTO      PIC 9(06) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-COM-MATRICULA      PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-COM-BASE           PIC 9(06)V99 VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-COM-PCT            PIC 9(02)V99 VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-COM-VALOR          PIC 9(06)V99 VALUE ZEROS.

      *    LAYOUT FIXO DA FOLHA: MATRICULA, NOME, CARGO, COMPETENCIA
      *    (AAAAMM), CODIGO DO EVENTO E VALOR SEM VIRGULA (2 DECIMAIS).
       01 LINDET-FOLHA.
           05 LINDET-FOL-MATRICULA      PIC X(04) VALUE SPACES.
           05 LINDET-FOL-NOME           PIC X(20) VALUE SPACES.
           05 LINDET-FOL-CARGO          PIC X(09) VALUE SPACES.
           05 LINDET-FOL-COMPETENCIA    PIC 9(06) VALUE ZEROS.
           05 LINDET-FOL-EVENTO         PIC X(04) VALUE '0150'.
           05 LINDET-FOL-VALOR          PIC 9(09)V99 VALUE ZEROS.

       01 LINDET-FAT.
           05 LINDET-FAT-NUM            PIC 9(06).
           05 FILLER                    PIC X(01).
           05 LINDET-FAT-OS             PIC 9(06).
           05 FILLER                    PIC X(01).
           05 LINDET-FAT-DATA           PIC X(10).
           05 FILLER                    PIC X(01).
           05 LINDET-FAT-PLACA          PIC X(08).
           05 FILLER                    PIC X(01).
           05 LINDET-FAT-CLIENTE        PIC X(40).
           05 FILLER                    PIC X(01).
           05 LINDET-FAT-MAO-OBRA       PIC 9(06)V99.
           05 FILLER                    PIC X(01).
           05 LINDET-FAT-PECAS          PIC 9(06)V99.
           05 FILLER                    PIC X(01).
           05 LINDET-FAT-TOTAL          PIC 9(06)V99.
           05 FILLER                    PIC X(21).

       01 LINDET-PAG.
           05 LINDET-PAG-FATURA         PIC 9(06).
           05 FILLER                    PIC X(01).
           05 LINDET-PAG-OS             PIC 9(06).
           05 FILLER                    PIC X(01).
           05 LINDET-PAG-DATA           PIC X(10).
           05 FILLER                    PIC X(01).
           05 LINDET-PAG-VALOR          PIC 9(06)V99.
           05 FILLER                    PIC X(18).

       01 LINDET-NCR.
           05 LINDET-NCR-NUM            PIC 9(06).
           05 FILLER                    PIC X(01).
           05 LINDET-NCR-FATURA         PIC 9(06).
           05 FILLER                    PIC X(01).
           05 LINDET-NCR-DATA           PIC X(10).
           05 FILLER                    PIC X(100).

       01 LINDET-MAN.
           05 LINDET-MAN-OS             PIC X(06).
           05 FILLER                    PIC X(01).
           05 LINDET-MAN-PLACA          PIC X(08).
           05 FILLER                    PIC X(01).
           05 LINDET-MAN-DATA           PIC X(10).
           05 FILLER                    PIC X(01).
           05 LINDET-MAN-TIPO-SERVICO   PIC X(10).
           05 FILLER                    PIC X(01).
           05 LINDET-MAN-STATUS         PIC X(12).
           05 FILLER                    PIC X(01).
           05 LINDET-MAN-PECAS          PIC X(59).
           05 FILLER                    PIC X(01).
           05 LINDET-MAN-CONCLUSAO      PIC X(10).
           05 FILLER                    PIC X(01).
           05 LINDET-MAN-MECANICO       PIC X(04).
           05 FILLER                    PIC X(01).
           05 LINDET-MAN-GARANTIA       PIC X(01).
           05 FILLER                    PIC X(42).
           05 LINDET-MAN-ORCAMENTO      PIC X(06).

       01 LINDET-APO.
           05 LINDET-APO-OS             PIC X(06).
           05 FILLER                    PIC X(01).
           05 LINDET-APO-MATRICULA      PIC X(04).
           05 FILLER                    PIC X(01).
           05 LINDET-APO-DATA           PIC X(10).
           05 FILLER                    PIC X(01).
           05 LINDET-APO-HORA           PIC X(05).
           05 FILLER                    PIC X(01).
           05 LINDET-APO-TIPO           PIC X(01).

       01 LINDET-ORC.
           05 LINDET-ORC-NUM            PIC X(06).
           05 FILLER                    PIC X(01).
           05 LINDET-ORC-PLACA          PIC X(08).
           05 FILLER                    PIC X(01).
           05 LINDET-ORC-DATA           PIC X(10).
           05 FILLER                    PIC X(01).
           05 LINDET-ORC-TIPO-SERVICO   PIC X(10).
           05 FILLER                    PIC X(01).
           05 LINDET-ORC-STATUS         PIC X(10).
           05 FILLER                    PIC X(79).
           05 LINDET-ORC-TOTAL          PIC 9(06)V99.
           05 FILLER                    PIC X(11).

       01 LINDET-AUD.
           05 FILLER                    PIC X(20).
           05 LINDET-AUD-MODULO         PIC X(10).
           05 FILLER                    PIC X(01).
           05 LINDET-AUD-OPERACAO       PIC X(10).
           05 FILLER                    PIC X(01).
           05 LINDET-AUD-CHAVE          PIC X(15).
           05 FILLER                    PIC X(153).
           05 LINDET-AUD-OPERADOR       PIC X(35).
           05 FILLER                    PIC X(20).

      *    FILA DE FROTA: FROTA|OS|PLACA|DATA|MAO|PECAS|TOTAL|STATUS
      *    (STATUS F = JA ENTROU NA FATURA CONSOLIDADA DO MES).
       01 WS-DADOS-FPD                  PIC X(60) VALUE SPACES.
       01 WS-CLOSE-FPD                  PIC X(01) VALUE 'S'.
       01 WS-FPD-L-FROTA                PIC X(04) VALUE SPACES.
       01 WS-FPD-L-OS                   PIC X(06) VALUE SPACES.
       01 WS-FPD-L-PLACA                PIC X(08) VALUE SPACES.
       01 WS-FPD-L-DATA                 PIC X(10) VALUE SPACES.
       01 WS-FPD-L-MAO-X                PIC X(08) VALUE SPACES.
       01 WS-FPD-L-MAO-N REDEFINES WS-FPD-L-MAO-X
                                        PIC 9(06)V99.
       01 WS-FPD-L-PECAS-X              PIC X(08) VALUE SPACES.
       01 WS-FPD-L-TOTAL-X              PIC X(08) VALUE SPACES.
       01 WS-FPD-L-TOTAL-N REDEFINES WS-FPD-L-TOTAL-X
                                        PIC 9(06)V99.
       01 WS-FPD-L-STATUS               PIC X(01) VALUE SPACES.

       01 WS-DADOS-FUNC                 PIC X(46) VALUE SPACES.
       01 WS-FUNC-SENHA                 PIC X(10) VALUE SPACES.
       01 WS-LINHA-EXT                  PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         TABELAS EM MEMORIA
      *-----------------------------------------------------------------
       01 WS-TAB-TAX.
           05 WS-TAX-ENT-REG OCCURS 100 TIMES PIC X(25).
       01 WS-TAX-QTD                    PIC 9(03) VALUE ZEROS.
       01 WS-TAX-I                      PIC 9(03) VALUE ZEROS.
       01 WS-TAX-ACHOU                  PIC X(01) VALUE 'N'.

      *    LANCAMENTOS JA GRAVADOS (SEM OS DO MES DA RODADA) E, DEPOIS
      *    DELES, OS NOVOS DO MES.
       01 WS-TAB-LED.
           05 WS-LED-ENT-REG OCCURS 3000 TIMES PIC X(53).
       01 WS-LED-QTD                    PIC 9(04) VALUE ZEROS.
       01 WS-LED-QTD-ANT                PIC 9(04) VALUE ZEROS.
       01 WS-LED-I                      PIC 9(04) VALUE ZEROS.

      *    FATURAS CANDIDATAS DA RODADA.
       01 WS-TAB-CF.
           05 WS-CF OCCURS 500 TIMES.
               10 WS-CF-NUM             PIC 9(06).
               10 WS-CF-OS              PIC 9(06).
               10 WS-CF-DATA            PIC X(10).
               10 WS-CF-MAO             PIC 9(06)V99.
               10 WS-CF-TOTAL           PIC 9(06)V99.
               10 WS-CF-PAGO            PIC 9(07)V99.
               10 WS-CF-CANCELADA       PIC X(01).
               10 WS-CF-STATUS          PIC X(12).
               10 WS-CF-MECANICO        PIC X(04).
               10 WS-CF-GARANTIA        PIC X(01).
               10 WS-CF-TIPO-SERVICO    PIC X(10).
               10 WS-CF-ORCAMENTO       PIC 9(06).
               10 WS-CF-ORC-STATUS      PIC X(10).
               10 WS-CF-ORC-TIPO        PIC X(10).
               10 WS-CF-ORC-TOTAL       PIC 9(06)V99.
               10 WS-CF-ORC-AUTOR       PIC X(04).
               10 WS-CF-PRINCIPAL       PIC X(01).
       01 WS-CF-QTD                     PIC 9(03) VALUE ZEROS.
       01 WS-CF-I                       PIC 9(03) VALUE ZEROS.
       01 WS-CF-ACHOU                   PIC X(01) VALUE 'N'.

      *    OS FATURADAS DA FROTA DE UMA FATURA CONSOLIDADA (OS ZERO):
      *    MES DE CONCLUSAO (AAAAMM), MAO DE OBRA E TOTAL DE CADA UMA.
      *    A ENTRADA PRINCIPAL DA FATURA EM WS-CF E A QUE RESPONDE
      *    PELA CONTAGEM E PELA LINHA DE RETIDA; AS DEMAIS OS DA FROTA
      *    SO LEVAM A MAO DE OBRA.
       01 WS-TAB-FM.
           05 WS-FM OCCURS 300 TIMES.
               10 WS-FM-OS              PIC 9(06).
               10 WS-FM-MES             PIC 9(06).
               10 WS-FM-MAO             PIC 9(06)V99.
               10 WS-FM-TOTAL           PIC 9(06)V99.
       01 WS-FM-QTD                     PIC 9(03) VALUE ZEROS.
       01 WS-FM-I                       PIC 9(03) VALUE ZEROS.
       01 WS-FM-J                       PIC 9(03) VALUE ZEROS.
       01 WS-FM-MES-FAT                 PIC 9(06) VALUE ZEROS.
       01 WS-FM-MES-ESCOLHIDO           PIC 9(06) VALUE ZEROS.
       01 WS-FM-SOMA                    PIC 9(07)V99 VALUE ZEROS.
       01 WS-FM-PRIMEIRA                PIC X(01) VALUE 'S'.

      *    MINUTOS APONTADOS POR OS E MATRICULA.
       01 WS-TAB-AP.
           05 WS-AP OCCURS 1000 TIMES.
               10 WS-AP-OS              PIC X(06).
               10 WS-AP-MAT             PIC X(04).
               10 WS-AP-ABERTO          PIC X(01).
               10 WS-AP-INI-DATA        PIC X(10).
               10 WS-AP-INI-HORA        PIC X(05).
               10 WS-AP-MIN             PIC 9(07).
       01 WS-AP-QTD                     PIC 9(04) VALUE ZEROS.
       01 WS-AP-I                       PIC 9(04) VALUE ZEROS.
       01 WS-AP-ACHOU                   PIC X(01) VALUE 'N'.
       01 WS-AP-MIN-TOTAL               PIC 9(07) VALUE ZEROS.
       01 WS-AP-MIN-INI                 PIC 9(05) VALUE ZEROS.
       01 WS-AP-MIN-FIM                 PIC 9(05) VALUE ZEROS.
       01 WS-AP-MINUTOS                 PIC S9(07) VALUE ZEROS.
       01 WS-AP-HH                      PIC 9(02) VALUE ZEROS.
       01 WS-AP-MM                      PIC 9(02) VALUE ZEROS.

      *    FUNCIONARIOS (NOME E CARGO) E TOTAIS DA RODADA.
       01 WS-TAB-EMP.
           05 WS-EMP OCCURS 50 TIMES.
               10 WS-EMP-MAT            PIC X(04).
               10 WS-EMP-NOME           PIC X(20).
               10 WS-EMP-CARGO          PIC X(09).
               10 WS-EMP-TOTAL          PIC 9(07)V99.
       01 WS-EMP-QTD                    PIC 9(02) VALUE ZEROS.
       01 WS-EMP-I                      PIC 9(02) VALUE ZEROS.
       01 WS-EMP-ACHOU                  PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         CALCULO DA RODADA
      *-----------------------------------------------------------------
       01 WS-INF-MES                    PIC X(07) VALUE SPACES.
       01 WS-COMP-X                     PIC X(06) VALUE SPACES.
       01 WS-COMP-N REDEFINES WS-COMP-X PIC 9(06).
       01 WS-DATA-COMP-X                PIC X(06) VALUE SPACES.
       01 WS-DATA-COMP-N REDEFINES WS-DATA-COMP-X
                                        PIC 9(06).
       01 WS-DATA-CONV                  PIC X(10) VALUE SPACES.
       01 WS-MES-VALIDO                 PIC X(01) VALUE 'N'.
       01 WS-CANDIDATA                  PIC X(01) VALUE 'N'.
       01 WS-TEM-PAGA                   PIC X(01) VALUE 'N'.
       01 WS-TEM-RETIDA                 PIC X(01) VALUE 'N'.
       01 WS-ORC-JA-PAGO                PIC X(01) VALUE 'N'.

       01 WS-BEN-MAT                    PIC X(04) VALUE SPACES.
       01 WS-BEN-TIPO                   PIC X(01) VALUE SPACES.
       01 WS-BEN-SERVICO                PIC X(10) VALUE SPACES.
       01 WS-BEN-BASE                   PIC 9(06)V99 VALUE ZEROS.
       01 WS-BEN-PCT                    PIC 9(02)V99 VALUE ZEROS.
       01 WS-BEN-VALOR                  PIC 9(06)V99 VALUE ZEROS.
       01 WS-BEN-CARGO                  PIC X(09) VALUE SPACES.

       01 WS-QTD-PAGAS                  PIC 9(05) VALUE ZEROS.
       01 WS-QTD-RETIDAS                PIC 9(05) VALUE ZEROS.
       01 WS-QTD-CANCELADAS             PIC 9(05) VALUE ZEROS.
       01 WS-QTD-FOLHA                  PIC 9(03) VALUE ZEROS.
       01 WS-TOTAL-GERAL                PIC 9(08)V99 VALUE ZEROS.

       01 WS-ED-VALOR                   PIC ZZZ.ZZ9,99.
       01 WS-ED-BASE                    PIC ZZZ.ZZ9,99.
       01 WS-ED-PAGO                    PIC Z.ZZZ.ZZ9,99.
       01 WS-ED-PCT                     PIC Z9,99.
       01 WS-ED-TOTAL                   PIC ZZ.ZZZ.ZZ9,99.

       01 WS-DAT-FUNCAO                 PIC X(01) VALUE SPACES.
       01 WS-DAT-DATA1                  PIC X(10) VALUE SPACES.
       01 WS-DAT-DATA2                  PIC X(10) VALUE SPACES.
       01 WS-DAT-VALIDA                 PIC X(01) VALUE 'N'.
       01 WS-DAT-DIAS                   PIC S9(07) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         ENTRADA DO OPERADOR
      *-----------------------------------------------------------------
       01 WS-INF-CARGO                  PIC X(09) VALUE SPACES.
       01 WS-INF-TIPO                   PIC X(10) VALUE SPACES.
       01 WS-INF-PCT                    PIC 9(02)V99 VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              LOG DE AUDITORIA
      *-----------------------------------------------------------------
       01 WS-AUD-MODULO                 PIC X(10) VALUE 'COMISSAO'.
       01 WS-AUD-OPERACAO               PIC X(10) VALUE SPACES.
       01 WS-AUD-CHAVE                  PIC X(15) VALUE SPACES.
       01 WS-AUD-VALOR-ANTIGO           PIC X(75) VALUE SPACES.
       01 WS-AUD-VALOR-NOVO             PIC X(75) VALUE SPACES.
      *-----------------------------------------------------------------

       LINKAGE SECTION.

       01 WS-SUB-OPTION                 PIC X(01).
       01 WS-OPERADOR-SESSAO            PIC X(38).

       PROCEDURE DIVISION USING WS-SUB-OPTION, WS-OPERADOR-SESSAO.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR

           MOVE 'NAO' TO AS-FIM-LOOP-MAIN
           PERFORM 1100-DISPLAY-MENU
               UNTIL AS-FIM-LOOP-MAIN = 'SIM'

           PERFORM 3000-FINALIZAR.


            STOP RUN.

      *-----------------------------------------------------------------
      *         INICIALIZACAO
      *-----------------------------------------------------------------

       1000-INICIALIZAR                SECTION.

           PERFORM 1010-CARREGAR-DIRETORIO

           MOVE SPACES TO WS-OPER-ID
           MOVE SPACES TO WS-OPER-NOME
           MOVE SPACES TO WS-OPER-CARGO
           IF WS-OPERADOR-SESSAO NOT = SPACES
               UNSTRING WS-OPERADOR-SESSAO DELIMITED BY '|'
                   INTO WS-OPER-ID
                        WS-OPER-NOME
                        WS-OPER-CARGO
           END-IF

           PERFORM 1200-CARREGAR-TAXAS
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
                  'Comissao-taxas.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-TAXAS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Comissoes.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-COMISSOES-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Faturas.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FATURAS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Pagamentos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-PAGAMENTOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Notas-credito.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-NOTAS-CREDITO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Frota-pendentes.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FROTA-PEND-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Manutencao.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-MAINTENANCE-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Historico-anual.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-HISTORICO-ANUAL-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Apontamentos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-APONTAMENTOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Orcamentos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-ORCAMENTOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Auditoria.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-AUDITORIA-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Funcionarios.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FUNCIONARIOS-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.

       1100-DISPLAY-MENU               SECTION.

           DISPLAY "|---------------------------------------|"
           DISPLAY "|   COMISSOES (MECANICOS E ATENDENTES)  |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "| 1. Listar percentuais de comissao     |"
           DISPLAY "| 2. Incluir ou alterar percentual      |"
           DISPLAY "| 3. Excluir percentual                 |"
           DISPLAY "| 4. Calcular comissoes do mes (extrato |"
           DISPLAY "|    e arquivo da folha)                |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "Escolha uma opcao:"
           ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
           WHEN '1'
               PERFORM 2300-LISTAR-TAXAS
           WHEN '2'
               PERFORM 2400-GRAVAR-TAXA
           WHEN '3'
               PERFORM 2500-EXCLUIR-TAXA
           WHEN '4'
               PERFORM 5000-CALCULAR-MES
           WHEN '9'
               MOVE 'SIM' TO AS-FIM-LOOP-MAIN
           WHEN OTHER
               DISPLAY "Opcao invalida. Tente novamente."
           END-EVALUATE
           .
       1100-DISPLAY-MENU-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         TABELA DE PERCENTUAIS
      *-----------------------------------------------------------------

      * CARREGA COMISSAO-TAXAS.TXT; NA PRIMEIRA EXECUCAO O ARQUIVO E
      * CRIADO COM MECANICO 10% E ATENDENTE 2% PARA QUALQUER SERVICO.
       1200-CARREGAR-TAXAS             SECTION.

           MOVE ZEROS TO WS-TAX-QTD

           OPEN INPUT TAXAS
           IF AS-STATUS-TAX NOT EQUAL ZEROS
               MOVE 'MECANICO' TO LINDET-TAX-CARGO
               MOVE SPACES TO LINDET-TAX-TIPO
               MOVE 10 TO LINDET-TAX-PCT
               MOVE 1 TO WS-TAX-QTD
               MOVE LINDET-TAX TO WS-TAX-ENT-REG(1)
               MOVE 'ATENDENTE' TO LINDET-TAX-CARGO
               MOVE 2 TO LINDET-TAX-PCT
               MOVE 2 TO WS-TAX-QTD
               MOVE LINDET-TAX TO WS-TAX-ENT-REG(2)
               PERFORM 2150-REGRAVAR-TAXAS
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ TAXAS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-TAX-QTD < 100 AND
                              ARQ-TAXAS NOT = SPACES
                               ADD 1 TO WS-TAX-QTD
                               MOVE ARQ-TAXAS TO
                                   WS-TAX-ENT-REG(WS-TAX-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAXAS
           END-IF
           .
       1200-CARREGAR-TAXAS-FIM.
           EXIT.

       2150-REGRAVAR-TAXAS             SECTION.

           OPEN OUTPUT TAXAS
           IF AS-STATUS-TAX NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-TAX
           ELSE
               PERFORM VARYING WS-TAX-I FROM 1 BY 1
                       UNTIL WS-TAX-I > WS-TAX-QTD
                   IF WS-TAX-ENT-REG(WS-TAX-I) NOT = SPACES
                       MOVE WS-TAX-ENT-REG(WS-TAX-I) TO ARQ-TAXAS
                       WRITE ARQ-TAXAS
                   END-IF
               END-PERFORM
               CLOSE TAXAS
           END-IF
           .
       2150-REGRAVAR-TAXAS-FIM.
           EXIT.

      * LOCALIZA NA TABELA O PERCENTUAL DE WS-INF-CARGO PARA O TIPO
      * DE SERVICO WS-INF-TIPO (POSICAO EM WS-TAX-I).
       2200-LOCALIZAR-TAXA             SECTION.

           MOVE 'N' TO WS-TAX-ACHOU
           PERFORM VARYING WS-TAX-I FROM 1 BY 1
                   UNTIL WS-TAX-I > WS-TAX-QTD OR WS-TAX-ACHOU = 'S'
               MOVE WS-TAX-ENT-REG(WS-TAX-I) TO LINDET-TAX
               IF LINDET-TAX-CARGO = WS-INF-CARGO AND
                  LINDET-TAX-TIPO = WS-INF-TIPO
                   MOVE 'S' TO WS-TAX-ACHOU
               END-IF
           END-PERFORM
           IF WS-TAX-ACHOU = 'S'
               SUBTRACT 1 FROM WS-TAX-I
           END-IF
           .
       2200-LOCALIZAR-TAXA-FIM.
           EXIT.

       2300-LISTAR-TAXAS               SECTION.

           DISPLAY "CARGO     | TIPO SERVICO | PERCENTUAL"
           PERFORM VARYING WS-TAX-I FROM 1 BY 1
                   UNTIL WS-TAX-I > WS-TAX-QTD
               MOVE WS-TAX-ENT-REG(WS-TAX-I) TO LINDET-TAX
               MOVE LINDET-TAX-PCT TO WS-ED-PCT
               IF LINDET-TAX-TIPO = SPACES
                   DISPLAY LINDET-TAX-CARGO " | (TODOS)      | "
                       WS-ED-PCT "%"
               ELSE
                   DISPLAY LINDET-TAX-CARGO " | "
                       LINDET-TAX-TIPO "   | " WS-ED-PCT "%"
               END-IF
           END-PERFORM
           DISPLAY WS-TAX-QTD " PERCENTUAL(IS) CADASTRADO(S)"
           .
       2300-LISTAR-TAXAS-FIM.
           EXIT.

       2400-GRAVAR-TAXA                SECTION.

           DISPLAY "Cargo (MECANICO/ATENDENTE/GERENTE): "
           ACCEPT WS-INF-CARGO
           PERFORM UNTIL WS-INF-CARGO = 'MECANICO' OR
                         WS-INF-CARGO = 'ATENDENTE' OR
                         WS-INF-CARGO = 'GERENTE'
               DISPLAY "CARGO INVALIDO. INFORME DE NOVO: "
               ACCEPT WS-INF-CARGO
           END-PERFORM
           DISPLAY "Tipo de servico (em branco = todos): "
           ACCEPT WS-INF-TIPO
           DISPLAY "Percentual (ex.: 10,00): "
           ACCEPT WS-INF-PCT

           PERFORM 2200-LOCALIZAR-TAXA
           IF WS-TAX-ACHOU = 'N' AND WS-TAX-QTD NOT < 100
               DISPLAY "TABELA CHEIA (100 PERCENTUAIS)."
           ELSE
               IF WS-TAX-ACHOU = 'S'
                   MOVE WS-TAX-ENT-REG(WS-TAX-I) TO
                       WS-AUD-VALOR-ANTIGO
                   MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
               ELSE
                   ADD 1 TO WS-TAX-QTD
                   MOVE WS-TAX-QTD TO WS-TAX-I
                   MOVE SPACES TO WS-AUD-VALOR-ANTIGO
                   MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               END-IF
               MOVE WS-INF-CARGO TO LINDET-TAX-CARGO
               MOVE WS-INF-TIPO TO LINDET-TAX-TIPO
               MOVE WS-INF-PCT TO LINDET-TAX-PCT
               MOVE LINDET-TAX TO WS-TAX-ENT-REG(WS-TAX-I)
               PERFORM 2150-REGRAVAR-TAXAS

               MOVE WS-INF-CARGO TO WS-AUD-CHAVE
               MOVE LINDET-TAX TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-OPERADOR-SESSAO

               DISPLAY "PERCENTUAL GRAVADO."
           END-IF
           .
       2400-GRAVAR-TAXA-FIM.
           EXIT.

       2500-EXCLUIR-TAXA               SECTION.

           DISPLAY "Cargo: "
           ACCEPT WS-INF-CARGO
           DISPLAY "Tipo de servico (em branco = todos): "
           ACCEPT WS-INF-TIPO

           PERFORM 2200-LOCALIZAR-TAXA
           IF WS-TAX-ACHOU = 'N'
               DISPLAY "PERCENTUAL NAO CADASTRADO."
           ELSE
               MOVE WS-TAX-ENT-REG(WS-TAX-I) TO WS-AUD-VALOR-ANTIGO
               MOVE SPACES TO WS-TAX-ENT-REG(WS-TAX-I)
               PERFORM 2150-REGRAVAR-TAXAS
               PERFORM 1200-CARREGAR-TAXAS

               MOVE 'EXCLUSAO' TO WS-AUD-OPERACAO
               MOVE WS-INF-CARGO TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-OPERADOR-SESSAO

               DISPLAY "PERCENTUAL EXCLUIDO."
           END-IF
           .
       2500-EXCLUIR-TAXA-FIM.
           EXIT.

      * PERCENTUAL DO BENEFICIARIO: PRIMEIRO O DO CARGO PARA O TIPO DE
      * SERVICO, SENAO O DO CARGO PARA QUALQUER SERVICO, SENAO ZERO.
       2600-PERCENTUAL-BENEFICIARIO    SECTION.

           MOVE ZEROS TO WS-BEN-PCT
           MOVE WS-BEN-CARGO TO WS-INF-CARGO
           MOVE WS-BEN-SERVICO TO WS-INF-TIPO
           PERFORM 2200-LOCALIZAR-TAXA
           IF WS-TAX-ACHOU = 'N'
               MOVE SPACES TO WS-INF-TIPO
               PERFORM 2200-LOCALIZAR-TAXA
           END-IF
           IF WS-TAX-ACHOU = 'S'
               MOVE WS-TAX-ENT-REG(WS-TAX-I) TO LINDET-TAX
               MOVE LINDET-TAX-PCT TO WS-BEN-PCT
           END-IF
           .
       2600-PERCENTUAL-BENEFICIARIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         RODADA DO MES
      *-----------------------------------------------------------------

       5000-CALCULAR-MES               SECTION.

           DISPLAY "Mes de competencia (MM/AAAA): "
           ACCEPT WS-INF-MES
           PERFORM 5010-VALIDAR-MES
           PERFORM UNTIL WS-MES-VALIDO = 'S'
               DISPLAY "MES INVALIDO. USE MM/AAAA: "
               ACCEPT WS-INF-MES
               PERFORM 5010-VALIDAR-MES
           END-PERFORM

           MOVE ZEROS TO WS-QTD-PAGAS
           MOVE ZEROS TO WS-QTD-RETIDAS
           MOVE ZEROS TO WS-QTD-CANCELADAS
           MOVE ZEROS TO WS-TOTAL-GERAL

           PERFORM 5100-CARREGAR-LANCAMENTOS
           PERFORM 5200-SELECIONAR-FATURAS
           IF WS-CF-QTD = ZEROS
               DISPLAY "NENHUMA FATURA DO MES NEM RETIDA DE MESES "
                   "ANTERIORES."
           END-IF
           PERFORM 5300-SOMAR-PAGAMENTOS
           PERFORM 5350-MARCAR-CANCELADAS
           PERFORM 5400-DADOS-DA-OS
           PERFORM 5500-SOMAR-APONTAMENTOS
           PERFORM 5600-DADOS-DO-ORCAMENTO
           PERFORM 5650-AUTOR-DO-ORCAMENTO
           PERFORM 5700-CARREGAR-FUNCIONARIOS

           PERFORM VARYING WS-CF-I FROM 1 BY 1
                   UNTIL WS-CF-I > WS-CF-QTD
               PERFORM 6000-APURAR-FATURA
           END-PERFORM

           PERFORM 5150-REGRAVAR-LANCAMENTOS
           PERFORM 7000-GRAVAR-EXTRATO
           PERFORM 7500-GRAVAR-FOLHA

           MOVE 'CALCULO' TO WS-AUD-OPERACAO
           MOVE WS-INF-MES TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-VALOR-ANTIGO
           MOVE WS-TOTAL-GERAL TO WS-ED-TOTAL
           MOVE SPACES TO WS-AUD-VALOR-NOVO
           STRING 'PAGAS ' DELIMITED BY SIZE
                  WS-QTD-PAGAS DELIMITED BY SIZE
                  ' RETIDAS ' DELIMITED BY SIZE
                  WS-QTD-RETIDAS DELIMITED BY SIZE
                  ' TOTAL ' DELIMITED BY SIZE
                  WS-ED-TOTAL DELIMITED BY SIZE
                  INTO WS-AUD-VALOR-NOVO
           CALL 'AUDITORIA' USING WS-AUD-MODULO,
               WS-AUD-OPERACAO, WS-AUD-CHAVE,
               WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
               WS-OPERADOR-SESSAO

           DISPLAY WS-QTD-PAGAS " FATURA(S) QUITADA(S), "
               WS-QTD-RETIDAS " RETIDA(S) PARA O PROXIMO MES, "
               WS-QTD-CANCELADAS " CANCELADA(S)."
           DISPLAY "TOTAL DE COMISSOES: " WS-ED-TOTAL
           DISPLAY "EXTRATO EM " WS-ARQ-EXTRATO-PATH
           DISPLAY "FOLHA EM " WS-ARQ-FOLHA-PATH
           .
       5000-CALCULAR-MES-FIM.
           EXIT.

      * MM/AAAA -> WS-COMP-N (AAAAMM) E OS NOMES DOS ARQUIVOS DO MES.
       5010-VALIDAR-MES                SECTION.

           MOVE 'N' TO WS-MES-VALIDO
           IF WS-INF-MES(1:2) IS NUMERIC AND
              WS-INF-MES(3:1) = '/' AND
              WS-INF-MES(4:4) IS NUMERIC
               IF WS-INF-MES(1:2) >= '01' AND WS-INF-MES(1:2) <= '12'
                   MOVE 'S' TO WS-MES-VALIDO
                   MOVE WS-INF-MES(4:4) TO WS-COMP-X(1:4)
                   MOVE WS-INF-MES(1:2) TO WS-COMP-X(5:2)
                   MOVE WS-COMP-N TO LINDET-FOL-COMPETENCIA

                   MOVE SPACES TO WS-ARQ-EXTRATO-PATH
                   STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                          'Comissao-extrato_' DELIMITED BY SIZE
                          WS-INF-MES(1:2) DELIMITED BY SIZE
                          WS-INF-MES(4:4) DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                          INTO WS-ARQ-EXTRATO-PATH

                   MOVE SPACES TO WS-ARQ-FOLHA-PATH
                   STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                          'Folha-comissao_' DELIMITED BY SIZE
                          WS-INF-MES(1:2) DELIMITED BY SIZE
                          WS-INF-MES(4:4) DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                          INTO WS-ARQ-FOLHA-PATH
               END-IF
           END-IF
           .
       5010-VALIDAR-MES-FIM.
           EXIT.

      * DATA DD/MM/AAAA EM WS-DATA-CONV -> WS-DATA-COMP-N (AAAAMM),
      * OU ZEROS QUANDO A DATA NAO E NUMERICA.
       5020-COMPETENCIA-DA-DATA        SECTION.

           MOVE ZEROS TO WS-DATA-COMP-N
           IF WS-DATA-CONV(4:2) IS NUMERIC AND
              WS-DATA-CONV(7:4) IS NUMERIC
               MOVE WS-DATA-CONV(7:4) TO WS-DATA-COMP-X(1:4)
               MOVE WS-DATA-CONV(4:2) TO WS-DATA-COMP-X(5:2)
           END-IF
           .
       5020-COMPETENCIA-DA-DATA-FIM.
           EXIT.

      * CARREGA COMISSOES.TXT DEIXANDO DE FORA AS LINHAS DO PROPRIO
      * MES (REFAZER O MES SUBSTITUI O QUE FOI CALCULADO ANTES).
       5100-CARREGAR-LANCAMENTOS       SECTION.

           MOVE ZEROS TO WS-LED-QTD

           OPEN INPUT COMISSOES
           IF AS-STATUS-COM = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ COMISSOES INTO LINDET-COM
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF LINDET-COM-MES NOT = WS-INF-MES AND
                              LINDET-COM-MES NOT = SPACES AND
                              WS-LED-QTD < 3000
                               ADD 1 TO WS-LED-QTD
                               MOVE LINDET-COM TO
                                   WS-LED-ENT-REG(WS-LED-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMISSOES
           END-IF
           MOVE WS-LED-QTD TO WS-LED-QTD-ANT
           .
       5100-CARREGAR-LANCAMENTOS-FIM.
           EXIT.

       5150-REGRAVAR-LANCAMENTOS       SECTION.

           OPEN OUTPUT COMISSOES
           IF AS-STATUS-COM NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-COM
           ELSE
               PERFORM VARYING WS-LED-I FROM 1 BY 1
                       UNTIL WS-LED-I > WS-LED-QTD
                   MOVE WS-LED-ENT-REG(WS-LED-I) TO ARQ-COMISSOES
                   WRITE ARQ-COMISSOES
               END-PERFORM
               CLOSE COMISSOES
           END-IF
           .
       5150-REGRAVAR-LANCAMENTOS-FIM.
           EXIT.

      * ACRESCENTA LINDET-COM AOS LANCAMENTOS DO MES.
       5160-NOVO-LANCAMENTO            SECTION.

           IF WS-LED-QTD < 3000
               ADD 1 TO WS-LED-QTD
               MOVE LINDET-COM TO WS-LED-ENT-REG(WS-LED-QTD)
           ELSE
               DISPLAY "LIMITE DE LANCAMENTOS DE COMISSAO ATINGIDO."
           END-IF
           .
       5160-NOVO-LANCAMENTO-FIM.
           EXIT.

      * CANDIDATAS: AS FATURAS EMITIDAS NO MES E AS DE MESES
      * ANTERIORES QUE FICARAM RETIDAS E AINDA NAO FORAM PAGAS.
       5200-SELECIONAR-FATURAS         SECTION.

           MOVE ZEROS TO WS-CF-QTD

           OPEN INPUT FATURAS
           IF AS-STATUS-FAT = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ FATURAS INTO LINDET-FAT
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 5210-AVALIAR-FATURA
                   END-READ
               END-PERFORM
               CLOSE FATURAS
           END-IF
           .
       5200-SELECIONAR-FATURAS-FIM.
           EXIT.

       5210-AVALIAR-FATURA             SECTION.

           MOVE 'N' TO WS-CANDIDATA
           MOVE LINDET-FAT-DATA TO WS-DATA-CONV
           PERFORM 5020-COMPETENCIA-DA-DATA

           IF LINDET-FAT-NUM IS NUMERIC AND
              LINDET-FAT-OS IS NUMERIC AND
              WS-DATA-COMP-N > ZEROS
               IF WS-DATA-COMP-N = WS-COMP-N
                   MOVE 'S' TO WS-CANDIDATA
               ELSE
                   IF WS-DATA-COMP-N < WS-COMP-N
                       PERFORM 5220-SITUACAO-ANTERIOR
                       IF WS-TEM-RETIDA = 'S' AND WS-TEM-PAGA = 'N'
                           MOVE 'S' TO WS-CANDIDATA
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE ZEROS TO WS-FM-QTD
           MOVE ZEROS TO WS-FM-MES-ESCOLHIDO
           IF WS-CANDIDATA = 'S' AND LINDET-FAT-OS = ZEROS
               MOVE WS-DATA-COMP-N TO WS-FM-MES-FAT
               PERFORM 5230-OS-DA-FROTA
           END-IF

           IF WS-CANDIDATA = 'S'
               IF WS-FM-MES-ESCOLHIDO = ZEROS
                   PERFORM 5215-INCLUIR-CANDIDATA
                   IF LINDET-FAT-OS = ZEROS
                       DISPLAY "FATURA DE FROTA " LINDET-FAT-NUM
                           ": OS DO CONVENIO NAO IDENTIFICADAS EM "
                           "FROTA-PENDENTES, SEM COMISSAO DE MAO DE "
                           "OBRA."
                   END-IF
               ELSE
                   MOVE 'S' TO WS-FM-PRIMEIRA
                   PERFORM VARYING WS-FM-I FROM 1 BY 1
                           UNTIL WS-FM-I > WS-FM-QTD
                       IF WS-FM-MES(WS-FM-I) = WS-FM-MES-ESCOLHIDO
                           PERFORM 5215-INCLUIR-CANDIDATA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .
       5210-AVALIAR-FATURA-FIM.
           EXIT.

      * UMA ENTRADA DA FATURA LIDA NA TABELA DE CANDIDATAS. NA FATURA
      * DE FROTA, UMA POR OS DO CONVENIO (WS-FM-I), COM A MAO DE OBRA
      * DAQUELA OS E O TOTAL DA FATURA (O PAGAMENTO E DA FATURA).
       5215-INCLUIR-CANDIDATA          SECTION.

           IF WS-CF-QTD < 500
               ADD 1 TO WS-CF-QTD
               INITIALIZE WS-CF(WS-CF-QTD)
               MOVE LINDET-FAT-NUM TO WS-CF-NUM(WS-CF-QTD)
               MOVE LINDET-FAT-DATA TO WS-CF-DATA(WS-CF-QTD)
               MOVE LINDET-FAT-TOTAL TO WS-CF-TOTAL(WS-CF-QTD)
               MOVE 'N' TO WS-CF-CANCELADA(WS-CF-QTD)
               IF WS-FM-MES-ESCOLHIDO = ZEROS
                   MOVE LINDET-FAT-OS TO WS-CF-OS(WS-CF-QTD)
                   MOVE LINDET-FAT-MAO-OBRA TO WS-CF-MAO(WS-CF-QTD)
                   MOVE 'S' TO WS-CF-PRINCIPAL(WS-CF-QTD)
               ELSE
                   MOVE WS-FM-OS(WS-FM-I) TO WS-CF-OS(WS-CF-QTD)
                   MOVE WS-FM-MAO(WS-FM-I) TO WS-CF-MAO(WS-CF-QTD)
                   MOVE WS-FM-PRIMEIRA TO WS-CF-PRINCIPAL(WS-CF-QTD)
                   MOVE 'N' TO WS-FM-PRIMEIRA
               END-IF
           ELSE
               DISPLAY "LIMITE DE 500 FATURAS NA RODADA: FATURA "
                   LINDET-FAT-NUM " FICA PARA A PROXIMA."
           END-IF
           .
       5215-INCLUIR-CANDIDATA-FIM.
           EXIT.

      * A FATURA LIDA JA TEM COMISSAO PAGA, OU FICOU RETIDA, EM
      * ALGUM MES ANTERIOR?
       5220-SITUACAO-ANTERIOR          SECTION.

           MOVE 'N' TO WS-TEM-PAGA
           MOVE 'N' TO WS-TEM-RETIDA
           PERFORM VARYING WS-LED-I FROM 1 BY 1
                   UNTIL WS-LED-I > WS-LED-QTD-ANT
               MOVE WS-LED-ENT-REG(WS-LED-I) TO LINDET-COM
               IF LINDET-COM-FATURA = LINDET-FAT-NUM
                   IF LINDET-COM-SIT = 'P'
                       MOVE 'S' TO WS-TEM-PAGA
                   ELSE
                       MOVE 'S' TO WS-TEM-RETIDA
                   END-IF
               END-IF
           END-PERFORM
           .
       5220-SITUACAO-ANTERIOR-FIM.
           EXIT.

      * OS DE UMA FATURA CONSOLIDADA DE FROTA: A FATURA GRAVA O CODIGO
      * DA FROTA NA PLACA E A DATA DE EMISSAO, E O FINANCEIRO JUNTA
      * NELA AS LINHAS PENDENTES DA FROTA CONCLUIDAS NUM MES, QUE
      * PASSAM A F. O MES DA FATURA E O MAIS RECENTE, ATE A EMISSAO,
      * CUJAS LINHAS FATURADAS SOMAM O TOTAL DELA. SEM MES QUE FECHE,
      * WS-FM-MES-ESCOLHIDO FICA ZERADO.
       5230-OS-DA-FROTA                SECTION.

           OPEN INPUT FROTA-PEND
           IF AS-STATUS-FPD = ZEROS
               MOVE 'S' TO WS-CLOSE-FPD
               PERFORM UNTIL WS-CLOSE-FPD = 'N'
                   READ FROTA-PEND INTO WS-DADOS-FPD
                       AT END
                           MOVE 'N' TO WS-CLOSE-FPD
                       NOT AT END
                           PERFORM 5240-GUARDAR-OS-FROTA
                   END-READ
               END-PERFORM
               CLOSE FROTA-PEND
           END-IF

           PERFORM VARYING WS-FM-I FROM 1 BY 1
                   UNTIL WS-FM-I > WS-FM-QTD
               IF WS-FM-MES(WS-FM-I) > WS-FM-MES-ESCOLHIDO AND
                  WS-FM-MES(WS-FM-I) NOT > WS-FM-MES-FAT
                   MOVE ZEROS TO WS-FM-SOMA
                   PERFORM VARYING WS-FM-J FROM 1 BY 1
                           UNTIL WS-FM-J > WS-FM-QTD
                       IF WS-FM-MES(WS-FM-J) = WS-FM-MES(WS-FM-I)
                           ADD WS-FM-TOTAL(WS-FM-J) TO WS-FM-SOMA
                       END-IF
                   END-PERFORM
                   IF WS-FM-SOMA = LINDET-FAT-TOTAL
                       MOVE WS-FM-MES(WS-FM-I) TO WS-FM-MES-ESCOLHIDO
                   END-IF
               END-IF
           END-PERFORM
           .
       5230-OS-DA-FROTA-FIM.
           EXIT.

       5240-GUARDAR-OS-FROTA           SECTION.

           MOVE SPACES TO WS-FPD-L-FROTA
           MOVE SPACES TO WS-FPD-L-OS
           MOVE SPACES TO WS-FPD-L-PLACA
           MOVE SPACES TO WS-FPD-L-DATA
           MOVE SPACES TO WS-FPD-L-MAO-X
           MOVE SPACES TO WS-FPD-L-PECAS-X
           MOVE SPACES TO WS-FPD-L-TOTAL-X
           MOVE SPACES TO WS-FPD-L-STATUS

           UNSTRING WS-DADOS-FPD DELIMITED BY '|' INTO
               WS-FPD-L-FROTA
               WS-FPD-L-OS
               WS-FPD-L-PLACA
               WS-FPD-L-DATA
               WS-FPD-L-MAO-X
               WS-FPD-L-PECAS-X
               WS-FPD-L-TOTAL-X
               WS-FPD-L-STATUS

           MOVE WS-FPD-L-DATA TO WS-DATA-CONV
           PERFORM 5020-COMPETENCIA-DA-DATA

           IF WS-FPD-L-FROTA = LINDET-FAT-PLACA AND
              WS-FPD-L-STATUS = 'F' AND
              WS-FPD-L-OS IS NUMERIC AND
              WS-FPD-L-TOTAL-X IS NUMERIC AND
              WS-DATA-COMP-N > ZEROS AND
              WS-FM-QTD < 300
               ADD 1 TO WS-FM-QTD
               MOVE WS-FPD-L-OS TO WS-FM-OS(WS-FM-QTD)
               MOVE WS-DATA-COMP-N TO WS-FM-MES(WS-FM-QTD)
               MOVE WS-FPD-L-TOTAL-N TO WS-FM-TOTAL(WS-FM-QTD)
               MOVE ZEROS TO WS-FM-MAO(WS-FM-QTD)
               IF WS-FPD-L-MAO-X IS NUMERIC
                   MOVE WS-FPD-L-MAO-N TO WS-FM-MAO(WS-FM-QTD)
               END-IF
           END-IF
           .
       5240-GUARDAR-OS-FROTA-FIM.
           EXIT.

      * QUANTO DE CADA CANDIDATA FOI PAGO ATE O FIM DO MES.
       5300-SOMAR-PAGAMENTOS           SECTION.

           OPEN INPUT PAGAMENTOS
           IF AS-STATUS-PAG = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ PAGAMENTOS INTO LINDET-PAG
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE LINDET-PAG-DATA TO WS-DATA-CONV
                           PERFORM 5020-COMPETENCIA-DA-DATA
                           IF WS-DATA-COMP-N > ZEROS AND
                              WS-DATA-COMP-N <= WS-COMP-N AND
                              LINDET-PAG-VALOR IS NUMERIC
                               PERFORM 5310-SOMAR-NA-FATURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGAMENTOS
           END-IF
           .
       5300-SOMAR-PAGAMENTOS-FIM.
           EXIT.

       5310-SOMAR-NA-FATURA            SECTION.

           PERFORM VARYING WS-CF-I FROM 1 BY 1
                   UNTIL WS-CF-I > WS-CF-QTD
               IF WS-CF-NUM(WS-CF-I) = LINDET-PAG-FATURA
                   ADD LINDET-PAG-VALOR TO WS-CF-PAGO(WS-CF-I)
               END-IF
           END-PERFORM
           .
       5310-SOMAR-NA-FATURA-FIM.
           EXIT.

      * FATURA CANCELADA POR NOTA DE CREDITO ATE O FIM DO MES.
       5350-MARCAR-CANCELADAS          SECTION.

           OPEN INPUT NOTAS-CREDITO
           IF AS-STATUS-NCR = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ NOTAS-CREDITO INTO LINDET-NCR
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE LINDET-NCR-DATA TO WS-DATA-CONV
                           PERFORM 5020-COMPETENCIA-DA-DATA
                           IF WS-DATA-COMP-N <= WS-COMP-N
                               PERFORM 5360-MARCAR-UMA-CANCELADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-CREDITO
           END-IF
           .
       5350-MARCAR-CANCELADAS-FIM.
           EXIT.

       5360-MARCAR-UMA-CANCELADA       SECTION.

           PERFORM VARYING WS-CF-I FROM 1 BY 1
                   UNTIL WS-CF-I > WS-CF-QTD
               IF WS-CF-NUM(WS-CF-I) = LINDET-NCR-FATURA
                   MOVE 'S' TO WS-CF-CANCELADA(WS-CF-I)
               END-IF
           END-PERFORM
           .
       5360-MARCAR-UMA-CANCELADA-FIM.
           EXIT.

      * STATUS, MECANICO RESPONSAVEL, GARANTIA, TIPO DE SERVICO E
      * ORCAMENTO DE ORIGEM DA OS DE CADA CANDIDATA (ARQUIVO AO VIVO
      * E HISTORICO ANUAL).
       5400-DADOS-DA-OS                SECTION.

           OPEN INPUT MAINTENANCE
           IF AS-STATUS-MAN = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ MAINTENANCE INTO LINDET-MAN
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 5410-GUARDAR-DADOS-OS
                   END-READ
               END-PERFORM
               CLOSE MAINTENANCE
           END-IF

           OPEN INPUT HISTORICO-ANUAL
           IF AS-STATUS-ANUAL = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ HISTORICO-ANUAL INTO LINDET-MAN
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 5410-GUARDAR-DADOS-OS
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-ANUAL
           END-IF
           .
       5400-DADOS-DA-OS-FIM.
           EXIT.

       5410-GUARDAR-DADOS-OS           SECTION.

           IF LINDET-MAN-OS IS NUMERIC
               PERFORM VARYING WS-CF-I FROM 1 BY 1
                       UNTIL WS-CF-I > WS-CF-QTD
                   IF WS-CF-OS(WS-CF-I) = LINDET-MAN-OS AND
                      WS-CF-OS(WS-CF-I) NOT = ZEROS
                       MOVE LINDET-MAN-STATUS TO WS-CF-STATUS(WS-CF-I)
                       MOVE LINDET-MAN-MECANICO TO
                           WS-CF-MECANICO(WS-CF-I)
                       MOVE LINDET-MAN-GARANTIA TO
                           WS-CF-GARANTIA(WS-CF-I)
                       MOVE LINDET-MAN-TIPO-SERVICO TO
                           WS-CF-TIPO-SERVICO(WS-CF-I)
                       IF LINDET-MAN-ORCAMENTO IS NUMERIC
                           MOVE LINDET-MAN-ORCAMENTO TO
                               WS-CF-ORCAMENTO(WS-CF-I)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
       5410-GUARDAR-DADOS-OS-FIM.
           EXIT.

      * MINUTOS TRABALHADOS POR MECANICO NAS OS DAS CANDIDATAS: CADA
      * INICIO (I) FECHA NO FIM (F) SEGUINTE DA MESMA OS E MATRICULA.
       5500-SOMAR-APONTAMENTOS         SECTION.

           MOVE ZEROS TO WS-AP-QTD

           OPEN INPUT APONTAMENTOS
           IF AS-STATUS-APO = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ APONTAMENTOS INTO LINDET-APO
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 5510-TRATAR-APONTAMENTO
                   END-READ
               END-PERFORM
               CLOSE APONTAMENTOS
           END-IF
           .
       5500-SOMAR-APONTAMENTOS-FIM.
           EXIT.

       5510-TRATAR-APONTAMENTO         SECTION.

           MOVE 'N' TO WS-CF-ACHOU
           IF LINDET-APO-OS IS NUMERIC
               PERFORM VARYING WS-CF-I FROM 1 BY 1
                       UNTIL WS-CF-I > WS-CF-QTD OR WS-CF-ACHOU = 'S'
                   IF WS-CF-OS(WS-CF-I) = LINDET-APO-OS
                       MOVE 'S' TO WS-CF-ACHOU
                   END-IF
               END-PERFORM
           END-IF

           IF WS-CF-ACHOU = 'S'
               MOVE 'N' TO WS-AP-ACHOU
               PERFORM VARYING WS-AP-I FROM 1 BY 1
                       UNTIL WS-AP-I > WS-AP-QTD OR WS-AP-ACHOU = 'S'
                   IF WS-AP-OS(WS-AP-I) = LINDET-APO-OS AND
                      WS-AP-MAT(WS-AP-I) = LINDET-APO-MATRICULA
                       MOVE 'S' TO WS-AP-ACHOU
                   END-IF
               END-PERFORM
               IF WS-AP-ACHOU = 'S'
                   SUBTRACT 1 FROM WS-AP-I
               ELSE
                   IF WS-AP-QTD < 1000
                       ADD 1 TO WS-AP-QTD
                       MOVE WS-AP-QTD TO WS-AP-I
                       MOVE LINDET-APO-OS TO WS-AP-OS(WS-AP-I)
                       MOVE LINDET-APO-MATRICULA TO WS-AP-MAT(WS-AP-I)
                       MOVE 'N' TO WS-AP-ABERTO(WS-AP-I)
                       MOVE ZEROS TO WS-AP-MIN(WS-AP-I)
                       MOVE 'S' TO WS-AP-ACHOU
                   END-IF
               END-IF
           END-IF

           IF WS-CF-ACHOU = 'S' AND WS-AP-ACHOU = 'S'
               IF LINDET-APO-TIPO = 'I'
                   MOVE 'S' TO WS-AP-ABERTO(WS-AP-I)
                   MOVE LINDET-APO-DATA TO WS-AP-INI-DATA(WS-AP-I)
                   MOVE LINDET-APO-HORA TO WS-AP-INI-HORA(WS-AP-I)
               ELSE
                   IF WS-AP-ABERTO(WS-AP-I) = 'S'
                       PERFORM 5520-CALCULAR-MINUTOS
                       MOVE 'N' TO WS-AP-ABERTO(WS-AP-I)
                   END-IF
               END-IF
           END-IF
           .
       5510-TRATAR-APONTAMENTO-FIM.
           EXIT.

      * MINUTOS ENTRE O INICIO GUARDADO E O FIM LIDO (DIAS PELO
      * SUBPROGRAMA DATAS, HORAS NA MAO), SOMADOS AO PAR OS/MATRICULA.
       5520-CALCULAR-MINUTOS           SECTION.

           MOVE 'D' TO WS-DAT-FUNCAO
           MOVE WS-AP-INI-DATA(WS-AP-I) TO WS-DAT-DATA1
           MOVE LINDET-APO-DATA TO WS-DAT-DATA2
           CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
               WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS

           IF WS-DAT-VALIDA = 'S' AND
              WS-AP-INI-HORA(WS-AP-I)(1:2) IS NUMERIC AND
              WS-AP-INI-HORA(WS-AP-I)(4:2) IS NUMERIC AND
              LINDET-APO-HORA(1:2) IS NUMERIC AND
              LINDET-APO-HORA(4:2) IS NUMERIC
               MOVE WS-AP-INI-HORA(WS-AP-I)(1:2) TO WS-AP-HH
               MOVE WS-AP-INI-HORA(WS-AP-I)(4:2) TO WS-AP-MM
               COMPUTE WS-AP-MIN-INI = WS-AP-HH * 60 + WS-AP-MM
               MOVE LINDET-APO-HORA(1:2) TO WS-AP-HH
               MOVE LINDET-APO-HORA(4:2) TO WS-AP-MM
               COMPUTE WS-AP-MIN-FIM = WS-AP-HH * 60 + WS-AP-MM
               COMPUTE WS-AP-MINUTOS = WS-DAT-DIAS * 1440
                   + WS-AP-MIN-FIM - WS-AP-MIN-INI
               IF WS-AP-MINUTOS > ZEROS
                   ADD WS-AP-MINUTOS TO WS-AP-MIN(WS-AP-I)
               END-IF
           END-IF
           .
       5520-CALCULAR-MINUTOS-FIM.
           EXIT.

      * STATUS, TIPO DE SERVICO E TOTAL DO ORCAMENTO DE ORIGEM.
       5600-DADOS-DO-ORCAMENTO         SECTION.

           OPEN INPUT ORCAMENTOS
           IF AS-STATUS-ORC = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ ORCAMENTOS INTO LINDET-ORC
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 5610-GUARDAR-DADOS-ORC
                   END-READ
               END-PERFORM
               CLOSE ORCAMENTOS
           END-IF
           .
       5600-DADOS-DO-ORCAMENTO-FIM.
           EXIT.

       5610-GUARDAR-DADOS-ORC          SECTION.

           IF LINDET-ORC-NUM IS NUMERIC
               PERFORM VARYING WS-CF-I FROM 1 BY 1
                       UNTIL WS-CF-I > WS-CF-QTD
                   IF WS-CF-ORCAMENTO(WS-CF-I) = LINDET-ORC-NUM AND
                      WS-CF-ORCAMENTO(WS-CF-I) NOT = ZEROS
                       MOVE LINDET-ORC-STATUS TO
                           WS-CF-ORC-STATUS(WS-CF-I)
                       MOVE LINDET-ORC-TIPO-SERVICO TO
                           WS-CF-ORC-TIPO(WS-CF-I)
                       IF LINDET-ORC-TOTAL IS NUMERIC
                           MOVE LINDET-ORC-TOTAL TO
                               WS-CF-ORC-TOTAL(WS-CF-I)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
       5610-GUARDAR-DADOS-ORC-FIM.
           EXIT.

      * QUEM CRIOU O ORCAMENTO: O OPERADOR DA LINHA DE INCLUSAO DELE
      * NA AUDITORIA (MODULO ORCAMENTO, CHAVE = NUMERO DO ORCAMENTO).
       5650-AUTOR-DO-ORCAMENTO         SECTION.

           OPEN INPUT AUDITORIA
           IF AS-STATUS-AUD = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ AUDITORIA INTO LINDET-AUD
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF LINDET-AUD-MODULO = 'ORCAMENTO' AND
                              LINDET-AUD-OPERACAO = 'INCLUSAO' AND
                              LINDET-AUD-CHAVE(1:6) IS NUMERIC
                               PERFORM 5660-GUARDAR-AUTOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF
           .
       5650-AUTOR-DO-ORCAMENTO-FIM.
           EXIT.

       5660-GUARDAR-AUTOR              SECTION.

           PERFORM VARYING WS-CF-I FROM 1 BY 1
                   UNTIL WS-CF-I > WS-CF-QTD
               IF WS-CF-ORCAMENTO(WS-CF-I) = LINDET-AUD-CHAVE(1:6) AND
                  WS-CF-ORCAMENTO(WS-CF-I) NOT = ZEROS
                   MOVE LINDET-AUD-OPERADOR(1:4) TO
                       WS-CF-ORC-AUTOR(WS-CF-I)
               END-IF
           END-PERFORM
           .
       5660-GUARDAR-AUTOR-FIM.
           EXIT.

      * NOME E CARGO DE CADA FUNCIONARIO, PARA O PERCENTUAL E O
      * EXTRATO.
       5700-CARREGAR-FUNCIONARIOS      SECTION.

           MOVE ZEROS TO WS-EMP-QTD

           OPEN INPUT FUNCIONARIOS
           IF AS-STATUS-FUNC = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ FUNCIONARIOS INTO WS-DADOS-FUNC
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-DADOS-FUNC NOT = SPACES AND
                              WS-EMP-QTD < 50
                               ADD 1 TO WS-EMP-QTD
                               MOVE SPACES TO WS-EMP-MAT(WS-EMP-QTD)
                               MOVE SPACES TO WS-EMP-NOME(WS-EMP-QTD)
                               MOVE SPACES TO WS-EMP-CARGO(WS-EMP-QTD)
                               MOVE ZEROS TO WS-EMP-TOTAL(WS-EMP-QTD)
                               UNSTRING WS-DADOS-FUNC DELIMITED BY '|'
                                   INTO WS-EMP-MAT(WS-EMP-QTD)
                                        WS-EMP-NOME(WS-EMP-QTD)
                                        WS-FUNC-SENHA
                                        WS-EMP-CARGO(WS-EMP-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF
           .
       5700-CARREGAR-FUNCIONARIOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         APURACAO POR FATURA
      *-----------------------------------------------------------------

      * CANCELADA SAI DA CONTA; EM ABERTO FICA RETIDA PARA O MES
      * SEGUINTE; QUITADA GERA A COMISSAO DA MAO DE OBRA E A DO
      * ORCAMENTO DE ORIGEM. NA FATURA DE FROTA SO A ENTRADA PRINCIPAL
      * CONTA E GRAVA A RETIDA; CADA OS DO CONVENIO GERA A SUA MAO DE
      * OBRA.
       6000-APURAR-FATURA              SECTION.

           EVALUATE TRUE
           WHEN WS-CF-CANCELADA(WS-CF-I) = 'S'
               IF WS-CF-PRINCIPAL(WS-CF-I) = 'S'
                   ADD 1 TO WS-QTD-CANCELADAS
               END-IF
           WHEN WS-CF-PAGO(WS-CF-I) < WS-CF-TOTAL(WS-CF-I) AND
                WS-CF-PRINCIPAL(WS-CF-I) = 'N'
               CONTINUE
           WHEN WS-CF-PAGO(WS-CF-I) < WS-CF-TOTAL(WS-CF-I)
               ADD 1 TO WS-QTD-RETIDAS
               MOVE WS-INF-MES TO LINDET-COM-MES
               MOVE 'R' TO LINDET-COM-SIT
               MOVE SPACES TO LINDET-COM-TIPO
               MOVE WS-CF-NUM(WS-CF-I) TO LINDET-COM-FATURA
               MOVE WS-CF-ORCAMENTO(WS-CF-I) TO LINDET-COM-ORCAMENTO
               MOVE SPACES TO LINDET-COM-MATRICULA
               MOVE WS-CF-TOTAL(WS-CF-I) TO LINDET-COM-BASE
               MOVE ZEROS TO LINDET-COM-PCT
               MOVE ZEROS TO LINDET-COM-VALOR
               PERFORM 5160-NOVO-LANCAMENTO
           WHEN OTHER
               IF WS-CF-PRINCIPAL(WS-CF-I) = 'S'
                   ADD 1 TO WS-QTD-PAGAS
               END-IF
               IF WS-CF-GARANTIA(WS-CF-I) NOT = 'S' AND
                  WS-CF-MAO(WS-CF-I) > ZEROS AND
                  WS-CF-OS(WS-CF-I) NOT = ZEROS
                   PERFORM 6100-COMISSAO-MAO-OBRA
               END-IF
               IF WS-CF-ORCAMENTO(WS-CF-I) NOT = ZEROS AND
                  WS-CF-ORC-STATUS(WS-CF-I) = 'CONVERTIDO' AND
                  WS-CF-ORC-AUTOR(WS-CF-I) NOT = SPACES
                   PERFORM 6200-COMISSAO-ORCAMENTO
               END-IF
           END-EVALUATE
           .
       6000-APURAR-FATURA-FIM.
           EXIT.

      * MAO DE OBRA RATEADA PELOS MINUTOS APONTADOS NA OS; SEM
      * APONTAMENTO, TUDO PARA O MECANICO RESPONSAVEL.
       6100-COMISSAO-MAO-OBRA          SECTION.

           MOVE ZEROS TO WS-AP-MIN-TOTAL
           PERFORM VARYING WS-AP-I FROM 1 BY 1
                   UNTIL WS-AP-I > WS-AP-QTD
               IF WS-AP-OS(WS-AP-I) = WS-CF-OS(WS-CF-I)
                   ADD WS-AP-MIN(WS-AP-I) TO WS-AP-MIN-TOTAL
               END-IF
           END-PERFORM

           MOVE 'M' TO WS-BEN-TIPO
           MOVE WS-CF-TIPO-SERVICO(WS-CF-I) TO WS-BEN-SERVICO

           IF WS-AP-MIN-TOTAL = ZEROS
               IF WS-CF-MECANICO(WS-CF-I) NOT = SPACES
                   MOVE WS-CF-MECANICO(WS-CF-I) TO WS-BEN-MAT
                   MOVE WS-CF-MAO(WS-CF-I) TO WS-BEN-BASE
                   PERFORM 6300-LANCAR-COMISSAO
               END-IF
           ELSE
               PERFORM VARYING WS-AP-I FROM 1 BY 1
                       UNTIL WS-AP-I > WS-AP-QTD
                   IF WS-AP-OS(WS-AP-I) = WS-CF-OS(WS-CF-I) AND
                      WS-AP-MIN(WS-AP-I) > ZEROS
                       MOVE WS-AP-MAT(WS-AP-I) TO WS-BEN-MAT
                       COMPUTE WS-BEN-BASE ROUNDED =
                           WS-CF-MAO(WS-CF-I) * WS-AP-MIN(WS-AP-I)
                           / WS-AP-MIN-TOTAL
                       PERFORM 6300-LANCAR-COMISSAO
                   END-IF
               END-PERFORM
           END-IF
           .
       6100-COMISSAO-MAO-OBRA-FIM.
           EXIT.

      * ORCAMENTO CONVERTIDO: COMISSAO DO AUTOR SOBRE O TOTAL ORCADO,
      * UMA VEZ SO (OS COM FATURA DA FRANQUIA E DA SEGURADORA TEM
      * DUAS FATURAS PARA O MESMO ORCAMENTO).
       6200-COMISSAO-ORCAMENTO         SECTION.

           MOVE 'N' TO WS-ORC-JA-PAGO
           PERFORM VARYING WS-LED-I FROM 1 BY 1
                   UNTIL WS-LED-I > WS-LED-QTD
               MOVE WS-LED-ENT-REG(WS-LED-I) TO LINDET-COM
               IF LINDET-COM-SIT = 'P' AND
                  LINDET-COM-TIPO = 'A' AND
                  LINDET-COM-ORCAMENTO = WS-CF-ORCAMENTO(WS-CF-I)
                   MOVE 'S' TO WS-ORC-JA-PAGO
               END-IF
           END-PERFORM

           IF WS-ORC-JA-PAGO = 'N'
               MOVE 'A' TO WS-BEN-TIPO
               MOVE WS-CF-ORC-AUTOR(WS-CF-I) TO WS-BEN-MAT
               MOVE WS-CF-ORC-TIPO(WS-CF-I) TO WS-BEN-SERVICO
               MOVE WS-CF-ORC-TOTAL(WS-CF-I) TO WS-BEN-BASE
               PERFORM 6300-LANCAR-COMISSAO
           END-IF
           .
       6200-COMISSAO-ORCAMENTO-FIM.
           EXIT.

      * LANCA A COMISSAO DO BENEFICIARIO (PERCENTUAL DO CARGO DELE)
      * E SOMA NO TOTAL DO FUNCIONARIO.
       6300-LANCAR-COMISSAO            SECTION.

           MOVE 'N' TO WS-EMP-ACHOU
           PERFORM VARYING WS-EMP-I FROM 1 BY 1
                   UNTIL WS-EMP-I > WS-EMP-QTD OR WS-EMP-ACHOU = 'S'
               IF WS-EMP-MAT(WS-EMP-I) = WS-BEN-MAT
                   MOVE 'S' TO WS-EMP-ACHOU
               END-IF
           END-PERFORM

           IF WS-EMP-ACHOU = 'N'
               DISPLAY "MATRICULA " WS-BEN-MAT " DA FATURA "
                   WS-CF-NUM(WS-CF-I) " NAO ESTA EM FUNCIONARIOS."
           ELSE
               SUBTRACT 1 FROM WS-EMP-I
               MOVE WS-EMP-CARGO(WS-EMP-I) TO WS-BEN-CARGO
               PERFORM 2600-PERCENTUAL-BENEFICIARIO
               COMPUTE WS-BEN-VALOR ROUNDED =
                   WS-BEN-BASE * WS-BEN-PCT / 100
               IF WS-BEN-VALOR > ZEROS
                   ADD WS-BEN-VALOR TO WS-EMP-TOTAL(WS-EMP-I)
                   ADD WS-BEN-VALOR TO WS-TOTAL-GERAL
                   MOVE WS-INF-MES TO LINDET-COM-MES
                   MOVE 'P' TO LINDET-COM-SIT
                   MOVE WS-BEN-TIPO TO LINDET-COM-TIPO
                   MOVE WS-CF-NUM(WS-CF-I) TO LINDET-COM-FATURA
                   MOVE WS-CF-ORCAMENTO(WS-CF-I) TO
                       LINDET-COM-ORCAMENTO
                   MOVE WS-BEN-MAT TO LINDET-COM-MATRICULA
                   MOVE WS-BEN-BASE TO LINDET-COM-BASE
                   MOVE WS-BEN-PCT TO LINDET-COM-PCT
                   MOVE WS-BEN-VALOR TO LINDET-COM-VALOR
                   PERFORM 5160-NOVO-LANCAMENTO
               END-IF
           END-IF
           .
       6300-LANCAR-COMISSAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         SAIDAS: EXTRATO E FOLHA
      *-----------------------------------------------------------------

      * UM BLOCO POR FUNCIONARIO COM COMISSAO NO MES (LINHA A LINHA E
      * TOTAL) E, NO FIM, AS FATURAS RETIDAS PARA O MES SEGUINTE E
      * AS CANCELADAS POR NOTA DE CREDITO.
       7000-GRAVAR-EXTRATO             SECTION.

           OPEN OUTPUT EXTRATO
           IF AS-STATUS-EXT NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-EXT
           ELSE
               MOVE SPACES TO WS-LINHA-EXT
               STRING 'EXTRATO DE COMISSOES - COMPETENCIA '
                          DELIMITED BY SIZE
                      WS-INF-MES DELIMITED BY SIZE
                      INTO WS-LINHA-EXT
               PERFORM 7900-ESCREVER-LINHA

               PERFORM VARYING WS-EMP-I FROM 1 BY 1
                       UNTIL WS-EMP-I > WS-EMP-QTD
                   IF WS-EMP-TOTAL(WS-EMP-I) > ZEROS
                       PERFORM 7100-BLOCO-FUNCIONARIO
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-LINHA-EXT
               PERFORM 7900-ESCREVER-LINHA
               MOVE 'FATURAS RETIDAS (EM ABERTO NO FIM DO MES):'
                   TO WS-LINHA-EXT
               PERFORM 7900-ESCREVER-LINHA
               PERFORM VARYING WS-LED-I FROM 1 BY 1
                       UNTIL WS-LED-I > WS-LED-QTD
                   MOVE WS-LED-ENT-REG(WS-LED-I) TO LINDET-COM
                   IF LINDET-COM-MES = WS-INF-MES AND
                      LINDET-COM-SIT = 'R'
                       PERFORM 7200-LINHA-RETIDA
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-LINHA-EXT
               PERFORM 7900-ESCREVER-LINHA
               MOVE 'FATURAS CANCELADAS (SEM COMISSAO):'
                   TO WS-LINHA-EXT
               PERFORM 7900-ESCREVER-LINHA
               PERFORM VARYING WS-CF-I FROM 1 BY 1
                       UNTIL WS-CF-I > WS-CF-QTD
                   IF WS-CF-CANCELADA(WS-CF-I) = 'S' AND
                      WS-CF-PRINCIPAL(WS-CF-I) = 'S'
                       MOVE WS-CF-TOTAL(WS-CF-I) TO WS-ED-BASE
                       MOVE SPACES TO WS-LINHA-EXT
                       STRING '  FATURA ' DELIMITED BY SIZE
                              WS-CF-NUM(WS-CF-I) DELIMITED BY SIZE
                              ' OS ' DELIMITED BY SIZE
                              WS-CF-OS(WS-CF-I) DELIMITED BY SIZE
                              ' DE ' DELIMITED BY SIZE
                              WS-CF-DATA(WS-CF-I) DELIMITED BY SIZE
                              ' TOTAL ' DELIMITED BY SIZE
                              WS-ED-BASE DELIMITED BY SIZE
                              INTO WS-LINHA-EXT
                       PERFORM 7900-ESCREVER-LINHA
                   END-IF
               END-PERFORM

               MOVE WS-TOTAL-GERAL TO WS-ED-TOTAL
               MOVE SPACES TO WS-LINHA-EXT
               STRING 'TOTAL GERAL DE COMISSOES: ' DELIMITED BY SIZE
                      WS-ED-TOTAL DELIMITED BY SIZE
                      INTO WS-LINHA-EXT
               PERFORM 7900-ESCREVER-LINHA

               CLOSE EXTRATO
           END-IF
           .
       7000-GRAVAR-EXTRATO-FIM.
           EXIT.

       7100-BLOCO-FUNCIONARIO          SECTION.

           MOVE SPACES TO WS-LINHA-EXT
           PERFORM 7900-ESCREVER-LINHA
           MOVE SPACES TO WS-LINHA-EXT
           STRING 'FUNCIONARIO ' DELIMITED BY SIZE
                  WS-EMP-MAT(WS-EMP-I) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EMP-NOME(WS-EMP-I) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EMP-CARGO(WS-EMP-I) DELIMITED BY SIZE
                  INTO WS-LINHA-EXT
           PERFORM 7900-ESCREVER-LINHA

           PERFORM VARYING WS-LED-I FROM 1 BY 1
                   UNTIL WS-LED-I > WS-LED-QTD
               MOVE WS-LED-ENT-REG(WS-LED-I) TO LINDET-COM
               IF LINDET-COM-MES = WS-INF-MES AND
                  LINDET-COM-SIT = 'P' AND
                  LINDET-COM-MATRICULA = WS-EMP-MAT(WS-EMP-I)
                   MOVE LINDET-COM-BASE TO WS-ED-BASE
                   MOVE LINDET-COM-PCT TO WS-ED-PCT
                   MOVE LINDET-COM-VALOR TO WS-ED-VALOR
                   MOVE SPACES TO WS-LINHA-EXT
                   IF LINDET-COM-TIPO = 'M'
                       STRING '  FATURA ' DELIMITED BY SIZE
                              LINDET-COM-FATURA DELIMITED BY SIZE
                              ' MAO DE OBRA    ' DELIMITED BY SIZE
                              WS-ED-BASE DELIMITED BY SIZE
                              ' X ' DELIMITED BY SIZE
                              WS-ED-PCT DELIMITED BY SIZE
                              '% = ' DELIMITED BY SIZE
                              WS-ED-VALOR DELIMITED BY SIZE
                              INTO WS-LINHA-EXT
                   ELSE
                       STRING '  FATURA ' DELIMITED BY SIZE
                              LINDET-COM-FATURA DELIMITED BY SIZE
                              ' ORCAMENTO ' DELIMITED BY SIZE
                              LINDET-COM-ORCAMENTO DELIMITED BY SIZE
                              WS-ED-BASE DELIMITED BY SIZE
                              ' X ' DELIMITED BY SIZE
                              WS-ED-PCT DELIMITED BY SIZE
                              '% = ' DELIMITED BY SIZE
                              WS-ED-VALOR DELIMITED BY SIZE
                              INTO WS-LINHA-EXT
                   END-IF
                   PERFORM 7900-ESCREVER-LINHA
               END-IF
           END-PERFORM

           MOVE WS-EMP-TOTAL(WS-EMP-I) TO WS-ED-TOTAL
           MOVE SPACES TO WS-LINHA-EXT
           STRING '  TOTAL DO FUNCIONARIO: ' DELIMITED BY SIZE
                  WS-ED-TOTAL DELIMITED BY SIZE
                  INTO WS-LINHA-EXT
           PERFORM 7900-ESCREVER-LINHA
           .
       7100-BLOCO-FUNCIONARIO-FIM.
           EXIT.

       7200-LINHA-RETIDA               SECTION.

           MOVE 'N' TO WS-CF-ACHOU
           PERFORM VARYING WS-CF-I FROM 1 BY 1
                   UNTIL WS-CF-I > WS-CF-QTD OR WS-CF-ACHOU = 'S'
               IF WS-CF-NUM(WS-CF-I) = LINDET-COM-FATURA
                   MOVE 'S' TO WS-CF-ACHOU
               END-IF
           END-PERFORM
           IF WS-CF-ACHOU = 'S'
               SUBTRACT 1 FROM WS-CF-I
               MOVE WS-CF-TOTAL(WS-CF-I) TO WS-ED-BASE
               MOVE WS-CF-PAGO(WS-CF-I) TO WS-ED-PAGO
               MOVE SPACES TO WS-LINHA-EXT
               STRING '  FATURA ' DELIMITED BY SIZE
                      WS-CF-NUM(WS-CF-I) DELIMITED BY SIZE
                      ' OS ' DELIMITED BY SIZE
                      WS-CF-OS(WS-CF-I) DELIMITED BY SIZE
                      ' DE ' DELIMITED BY SIZE
                      WS-CF-DATA(WS-CF-I) DELIMITED BY SIZE
                      ' TOTAL ' DELIMITED BY SIZE
                      WS-ED-BASE DELIMITED BY SIZE
                      ' PAGO ' DELIMITED BY SIZE
                      WS-ED-PAGO DELIMITED BY SIZE
                      INTO WS-LINHA-EXT
               PERFORM 7900-ESCREVER-LINHA
           END-IF
           .
       7200-LINHA-RETIDA-FIM.
           EXIT.

      * ARQUIVO DA FOLHA: UMA LINHA DE LAYOUT FIXO POR FUNCIONARIO
      * COM COMISSAO NO MES.
       7500-GRAVAR-FOLHA               SECTION.

           MOVE ZEROS TO WS-QTD-FOLHA
           OPEN OUTPUT FOLHA
           IF AS-STATUS-FOL NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-FOL
           ELSE
               PERFORM VARYING WS-EMP-I FROM 1 BY 1
                       UNTIL WS-EMP-I > WS-EMP-QTD
                   IF WS-EMP-TOTAL(WS-EMP-I) > ZEROS
                       MOVE WS-EMP-MAT(WS-EMP-I) TO LINDET-FOL-MATRICULA
                       MOVE WS-EMP-NOME(WS-EMP-I) TO LINDET-FOL-NOME
                       MOVE WS-EMP-CARGO(WS-EMP-I) TO LINDET-FOL-CARGO
                       MOVE WS-EMP-TOTAL(WS-EMP-I) TO LINDET-FOL-VALOR
                       MOVE LINDET-FOLHA TO ARQ-FOLHA
                       WRITE ARQ-FOLHA
                       ADD 1 TO WS-QTD-FOLHA
                   END-IF
               END-PERFORM
               CLOSE FOLHA
           END-IF
           DISPLAY WS-QTD-FOLHA " FUNCIONARIO(S) NO ARQUIVO DA FOLHA."
           .
       7500-GRAVAR-FOLHA-FIM.
           EXIT.

       7900-ESCREVER-LINHA             SECTION.

           DISPLAY WS-LINHA-EXT
           MOVE WS-LINHA-EXT TO ARQ-EXTRATO
           WRITE ARQ-EXTRATO
           .
       7900-ESCREVER-LINHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------

       3000-FINALIZAR                  SECTION.

            EXIT PROGRAM
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM COMISSAO.
