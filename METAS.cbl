       IDENTIFICATION DIVISION.
       PROGRAM-ID. METAS.
      ******************************************************************
      * Author: Théo César
      * Date: 05/10/2026
      * Purpose: Metas mensais da oficina (receita e quantidade de
      *          servicos por tipo, horas faturadas por mecanico) e o
      *          acompanhamento do planejado contra o realizado
      * Modifications:
      *    05/10/2026 - Metas's structure finished. O gerente lanca
      *    em Metas.txt, por mes e filial, a receita e a quantidade
      *    de servicos esperadas de cada tipo de servico (classe S) e
      *    as horas faturadas esperadas de cada mecanico (classe M).
      *    O realizado vem das OS concluidas no mes (Manutencao.txt e
      *    Historico-anual.txt), do total das faturas nao canceladas
      *    dessas OS (Faturas.txt menos Notas-credito.txt) e das
      *    horas apontadas em Apontamentos.txt. O relatorio
      *    Metas-realizado_MMAAAA.txt traz meta, realizado,
      *    percentual atingido e a projecao do mes corrente pelos
      *    dias uteis ja decorridos (calendario do subprograma
      *    DATAS). Alem do menu (PRINCIPAL, opcao M), o modo P mostra
      *    o resumo do mes corrente da filial da sessao no painel de
      *    inicio de dia. Lancar meta e so para GERENTE e fica na
      *    auditoria.
      *    15/10/2026 - Fatura consolidada de frota (OS zero) entra na
      *    receita: as OS do convenio saem de Frota-pendentes.txt
      *    (linhas faturadas da frota no mes cujo total fecha com o da
      *    fatura) e o total de cada linha vai para o tipo de servico
      *    da OS, se ela foi concluida no mes apurado.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT METAS ASSIGN TO WS-ARQ-METAS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-MET.

       SELECT MAINTENANCE ASSIGN TO WS-ARQ-MAINTENANCE-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-MAN.

       SELECT HISTORICO-ANUAL ASSIGN TO WS-ARQ-HISTORICO-ANUAL-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-HAN.

       SELECT FATURAS ASSIGN TO WS-ARQ-FATURAS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FAT.

       SELECT NOTAS-CREDITO ASSIGN TO WS-ARQ-NOTAS-CREDITO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-NCR.

       SELECT FROTA-PEND ASSIGN TO WS-ARQ-FROTA-PEND-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FPD.

       SELECT APONTAMENTOS ASSIGN TO WS-ARQ-APONTAMENTOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-APO.

       SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FUNC.

       SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.

       FD METAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-METAS                     PIC X(47).

       FD MAINTENANCE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MAINTENANCE               PIC X(179).

       FD HISTORICO-ANUAL
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HISTORICO-ANUAL           PIC X(179).

       FD FATURAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FATURAS                   PIC X(122).

       FD NOTAS-CREDITO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-NOTAS-CREDITO             PIC X(124).

       FD FROTA-PEND
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FROTA-PEND                PIC X(60).

       FD APONTAMENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-APONTAMENTOS              PIC X(30).

       FD FUNCIONARIOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FUNCIONARIOS              PIC X(46).

       FD RELATORIO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RELATORIO                 PIC X(150).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-MET                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MAN                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-HAN                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FAT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-NCR                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FPD                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-APO                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FUNC                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-REL                 PIC 9(02) VALUE ZEROS.

       01 AS-FIM-LOOP-MAIN              PIC X(03) VALUE 'NAO'.
       01 WS-OPCAO                      PIC X(01) VALUE SPACES.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-DATA                       PIC X(08) VALUE SPACES.
       01 WS-DATA-HOJE                  PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-METAS-PATH             PIC X(80) VALUE SPACES.
       01 WS-ARQ-MAINTENANCE-PATH       PIC X(80) VALUE SPACES.
       01 WS-ARQ-HISTORICO-ANUAL-PATH   PIC X(80) VALUE SPACES.
       01 WS-ARQ-FATURAS-PATH           PIC X(80) VALUE SPACES.
       01 WS-ARQ-NOTAS-CREDITO-PATH     PIC X(80) VALUE SPACES.
       01 WS-ARQ-FROTA-PEND-PATH        PIC X(80) VALUE SPACES.
       01 WS-ARQ-APONTAMENTOS-PATH      PIC X(80) VALUE SPACES.
       01 WS-ARQ-FUNCIONARIOS-PATH      PIC X(80) VALUE SPACES.
       01 WS-ARQ-RELATORIO-PATH         PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              OPERADOR DA SESSAO (ID|NOME|CARGO|FILIAL)
      *-----------------------------------------------------------------
       01 WS-OPER-ID                    PIC X(04) VALUE SPACES.
       01 WS-OPER-NOME                  PIC X(20) VALUE SPACES.
       01 WS-OPER-CARGO                 PIC X(09) VALUE SPACES.
       01 WS-OPER-FILIAL                PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         DEFINICAO DE DETALHE
      *-----------------------------------------------------------------
      *    CLASSE: S = TIPO DE SERVICO (CHAVE = TIPO, RECEITA E
      *    QUANTIDADE), M = MECANICO (CHAVE = MATRICULA, HORAS).
      *    MES + FILIAL + CLASSE + CHAVE (23 POSICOES) IDENTIFICAM A
      *    META.
       01 LINDET-MET.
           05 LINDET-MET-MES            PIC X(07) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-MET-FILIAL         PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-MET-CLASSE         PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-MET-CHAVE          PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-MET-RECEITA-X      PIC X(10) VALUE '0000000000'.
           05 LINDET-MET-RECEITA-N REDEFINES LINDET-MET-RECEITA-X
                                        PIC 9(08)V99.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-MET-QTD-X          PIC X(05) VALUE '00000'.
           05 LINDET-MET-QTD-N REDEFINES LINDET-MET-QTD-X
                                        PIC 9(05).
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-MET-HORAS-X        PIC X(06) VALUE '000000'.
           05 LINDET-MET-HORAS-N REDEFINES LINDET-MET-HORAS-X
                                        PIC 9(04)V99.

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
           05 FILLER                    PIC X(01).
           05 LINDET-MAN-FILIAL         PIC X(02).

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

       01 LINDET-NCR.
           05 LINDET-NCR-NUM            PIC 9(06).
           05 FILLER                    PIC X(01).
           05 LINDET-NCR-FATURA         PIC 9(06).
           05 FILLER                    PIC X(01).
           05 LINDET-NCR-DATA           PIC X(10).
           05 FILLER                    PIC X(100).

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

      *    FILA DE FROTA: FROTA|OS|PLACA|DATA|MAO|PECAS|TOTAL|STATUS
      *    (STATUS F = JA ENTROU NA FATURA CONSOLIDADA DO MES).
       01 WS-DADOS-FPD                  PIC X(60) VALUE SPACES.
       01 WS-CLOSE-FPD                  PIC X(01) VALUE 'S'.
       01 WS-FPD-L-FROTA                PIC X(04) VALUE SPACES.
       01 WS-FPD-L-OS                   PIC X(06) VALUE SPACES.
       01 WS-FPD-L-PLACA                PIC X(08) VALUE SPACES.
       01 WS-FPD-L-DATA                 PIC X(10) VALUE SPACES.
       01 WS-FPD-L-MAO-X                PIC X(08) VALUE SPACES.
       01 WS-FPD-L-PECAS-X              PIC X(08) VALUE SPACES.
       01 WS-FPD-L-TOTAL-X              PIC X(08) VALUE SPACES.
       01 WS-FPD-L-TOTAL-N REDEFINES WS-FPD-L-TOTAL-X
                                        PIC 9(06)V99.
       01 WS-FPD-L-STATUS               PIC X(01) VALUE SPACES.

       01 WS-DADOS-FUNC                 PIC X(46) VALUE SPACES.
       01 WS-FUNC-SENHA                 PIC X(10) VALUE SPACES.
       01 WS-FUNC-CARGO                 PIC X(09) VALUE SPACES.

      *    LINHA DO RELATORIO POR TIPO DE SERVICO.
       01 LINDET-REL-SRV.
           05 LINDET-REL-SRV-TIPO       PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-REL-SRV-META-REC   PIC ZZZZZZZ9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-REL-SRV-REAL-REC   PIC ZZZZZZZ9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-REL-SRV-PCT-REC    PIC X(07) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-REL-SRV-PROJ-REC   PIC ZZZZZZZ9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-REL-SRV-META-QTD   PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-REL-SRV-REAL-QTD   PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-REL-SRV-PCT-QTD    PIC X(07) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-REL-SRV-PROJ-QTD   PIC ZZZZ9.

      *    LINHA DO RELATORIO POR MECANICO.
       01 LINDET-REL-MEC.
           05 LINDET-REL-MEC-MAT        PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-REL-MEC-NOME       PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-REL-MEC-META       PIC ZZZZ9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-REL-MEC-REAL       PIC ZZZZ9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-REL-MEC-PCT        PIC X(07) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-REL-MEC-PROJ       PIC ZZZZ9,99.

       01 WS-LINHA-REL                  PIC X(150) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         TABELAS EM MEMORIA
      *-----------------------------------------------------------------
       01 WS-TAB-MET.
           05 WS-MET-ENT-REG OCCURS 500 TIMES PIC X(47).
       01 WS-MET-QTD                    PIC 9(03) VALUE ZEROS.
       01 WS-MET-I                      PIC 9(03) VALUE ZEROS.
       01 WS-MET-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-MET-BUSCA                  PIC X(23) VALUE SPACES.

       01 WS-TAB-EMP.
           05 WS-EMP OCCURS 50 TIMES.
               10 WS-EMP-MAT            PIC X(04).
               10 WS-EMP-NOME           PIC X(20).
       01 WS-EMP-QTD                    PIC 9(02) VALUE ZEROS.
       01 WS-EMP-I                      PIC 9(02) VALUE ZEROS.
       01 WS-EMP-ACHOU                  PIC X(01) VALUE 'N'.

      *    PLANEJADO E REALIZADO DO MES POR TIPO DE SERVICO.
       01 WS-TAB-SRV.
           05 WS-SRV OCCURS 40 TIMES.
               10 WS-SRV-TIPO           PIC X(10).
               10 WS-SRV-META-REC       PIC 9(09)V99.
               10 WS-SRV-META-QTD       PIC 9(05).
               10 WS-SRV-REAL-REC       PIC 9(09)V99.
               10 WS-SRV-REAL-QTD       PIC 9(05).
       01 WS-SRV-QTD                    PIC 9(02) VALUE ZEROS.
       01 WS-SRV-I                      PIC 9(02) VALUE ZEROS.
       01 WS-SRV-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-SRV-BUSCA                  PIC X(10) VALUE SPACES.

      *    PLANEJADO E REALIZADO DO MES POR MECANICO.
       01 WS-TAB-MEC.
           05 WS-MEC OCCURS 50 TIMES.
               10 WS-MEC-MAT            PIC X(04).
               10 WS-MEC-META-HORAS     PIC 9(05)V99.
               10 WS-MEC-REAL-MIN       PIC 9(07).
       01 WS-MEC-QTD                    PIC 9(02) VALUE ZEROS.
       01 WS-MEC-I                      PIC 9(02) VALUE ZEROS.
       01 WS-MEC-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-MEC-BUSCA                  PIC X(04) VALUE SPACES.

      *    OS CONCLUIDAS NO MES E O TIPO DE SERVICO DE CADA UMA.
       01 WS-TAB-OSM.
           05 WS-OSM OCCURS 2000 TIMES.
               10 WS-OSM-OS             PIC 9(06).
               10 WS-OSM-SRV            PIC 9(02).
       01 WS-OSM-QTD                    PIC 9(04) VALUE ZEROS.
       01 WS-OSM-I                      PIC 9(04) VALUE ZEROS.
       01 WS-OSM-ACHOU                  PIC X(01) VALUE 'N'.

      *    FATURAS CANCELADAS POR NOTA DE CREDITO.
       01 WS-TAB-CANC.
           05 WS-CANC-FATURA OCCURS 2000 TIMES PIC 9(06).
       01 WS-CANC-QTD                   PIC 9(04) VALUE ZEROS.
       01 WS-CANC-I                     PIC 9(04) VALUE ZEROS.
       01 WS-CANC-ACHOU                 PIC X(01) VALUE 'N'.

      *    OS FATURADAS DA FROTA DE UMA FATURA CONSOLIDADA (OS ZERO):
      *    MES DE CONCLUSAO (AAAAMM) E TOTAL DA LINHA DE CADA UMA.
       01 WS-TAB-FM.
           05 WS-FM OCCURS 300 TIMES.
               10 WS-FM-OS              PIC 9(06).
               10 WS-FM-MES             PIC 9(06).
               10 WS-FM-TOTAL           PIC 9(06)V99.
       01 WS-FM-QTD                     PIC 9(03) VALUE ZEROS.
       01 WS-FM-I                       PIC 9(03) VALUE ZEROS.
       01 WS-FM-J                       PIC 9(03) VALUE ZEROS.
       01 WS-FM-MES-X                   PIC X(06) VALUE SPACES.
       01 WS-FM-MES-N REDEFINES WS-FM-MES-X
                                        PIC 9(06).
       01 WS-FM-MES-FAT                 PIC 9(06) VALUE ZEROS.
       01 WS-FM-MES-ESCOLHIDO           PIC 9(06) VALUE ZEROS.
       01 WS-FM-SOMA                    PIC 9(07)V99 VALUE ZEROS.

      *    INICIO EM ABERTO POR OS E MATRICULA.
       01 WS-TAB-AP.
           05 WS-AP OCCURS 1000 TIMES.
               10 WS-AP-OS              PIC X(06).
               10 WS-AP-MAT             PIC X(04).
               10 WS-AP-ABERTO          PIC X(01).
               10 WS-AP-INI-DATA        PIC X(10).
               10 WS-AP-INI-HORA        PIC X(05).
       01 WS-AP-QTD                     PIC 9(04) VALUE ZEROS.
       01 WS-AP-I                       PIC 9(04) VALUE ZEROS.
       01 WS-AP-ACHOU                   PIC X(01) VALUE 'N'.
       01 WS-AP-MIN-INI                 PIC 9(05) VALUE ZEROS.
       01 WS-AP-MIN-FIM                 PIC 9(05) VALUE ZEROS.
       01 WS-AP-MINUTOS                 PIC S9(07) VALUE ZEROS.
       01 WS-AP-HH                      PIC 9(02) VALUE ZEROS.
       01 WS-AP-MM                      PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         APURACAO DO MES
      *-----------------------------------------------------------------
       01 WS-APU-MES                    PIC X(07) VALUE SPACES.
       01 WS-APU-FILIAL                 PIC X(02) VALUE SPACES.
       01 WS-APU-REG-FILIAL             PIC X(02) VALUE SPACES.
       01 WS-APU-QTD-METAS              PIC 9(03) VALUE ZEROS.
       01 WS-APU-CORRENTE               PIC X(01) VALUE 'N'.
       01 WS-APU-INICIO                 PIC X(10) VALUE SPACES.
       01 WS-APU-FIM                    PIC X(10) VALUE SPACES.
       01 WS-APU-DIA-FIM                PIC 9(02) VALUE ZEROS.
       01 WS-DU-PRIMEIRO                PIC 9(01) VALUE ZEROS.
       01 WS-DU-MES                     PIC 9(03) VALUE ZEROS.
       01 WS-DU-DECORRIDOS              PIC 9(03) VALUE ZEROS.
       01 WS-DU-MES-ED                  PIC ZZ9.
       01 WS-DU-DECORRIDOS-ED           PIC ZZ9.

       01 WS-TOT-META-REC               PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-REAL-REC               PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-META-QTD               PIC 9(05) VALUE ZEROS.
       01 WS-TOT-REAL-QTD               PIC 9(05) VALUE ZEROS.
       01 WS-TOT-META-HORAS             PIC 9(05)V99 VALUE ZEROS.
       01 WS-TOT-REAL-HORAS             PIC 9(05)V99 VALUE ZEROS.
       01 WS-REAL-HORAS                 PIC 9(05)V99 VALUE ZEROS.

       01 WS-PCT-META                   PIC 9(09)V99 VALUE ZEROS.
       01 WS-PCT-REAL                   PIC 9(09)V99 VALUE ZEROS.
       01 WS-PCT-VALOR                  PIC 9(07)V9 VALUE ZEROS.
       01 WS-PCT-ED                     PIC ZZZ9,9.
       01 WS-PCT-TEXTO                  PIC X(07) VALUE SPACES.
       01 WS-PRJ-VALOR                  PIC 9(09)V99 VALUE ZEROS.
       01 WS-PRJ-RESULTADO              PIC 9(09)V99 VALUE ZEROS.

       01 WS-PAI-VALOR-ED               PIC ZZZZZZZZ9,99.
       01 WS-PAI-META-ED                PIC ZZZZZZZZ9,99.
       01 WS-PAI-PROJ-ED                PIC ZZZZZZZZ9,99.
       01 WS-PAI-QTD-ED                 PIC ZZZZ9.
       01 WS-PAI-QTD-META-ED            PIC ZZZZ9.
       01 WS-PAI-QTD-PROJ-ED            PIC ZZZZ9.
       01 WS-PAI-HORAS-ED               PIC ZZZZ9,99.
       01 WS-PAI-HORAS-META-ED          PIC ZZZZ9,99.
       01 WS-PAI-HORAS-PROJ-ED          PIC ZZZZ9,99.

       01 WS-DAT-FUNCAO                 PIC X(01) VALUE SPACES.
       01 WS-DAT-DATA1                  PIC X(10) VALUE SPACES.
       01 WS-DAT-DATA2                  PIC X(10) VALUE SPACES.
       01 WS-DAT-VALIDA                 PIC X(01) VALUE 'N'.
       01 WS-DAT-DIAS                   PIC S9(07) VALUE ZEROS.

       01 WS-FIL-OPCAO                  PIC X(01) VALUE SPACES.
       01 WS-FIL-CAPACIDADE             PIC 9(03) VALUE ZEROS.
       01 WS-FIL-BOXES                  PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         ENTRADA DO OPERADOR
      *-----------------------------------------------------------------
       01 WS-INF-MES                    PIC X(07) VALUE SPACES.
       01 WS-INF-FILIAL                 PIC X(02) VALUE SPACES.
       01 WS-INF-CHAVE                  PIC X(10) VALUE SPACES.
       01 WS-INF-RECEITA                PIC 9(08)V99 VALUE ZEROS.
       01 WS-INF-QTD                    PIC 9(05) VALUE ZEROS.
       01 WS-INF-HORAS                  PIC 9(04)V99 VALUE ZEROS.
       01 WS-INF-VALIDO                 PIC X(01) VALUE 'N'.
       01 WS-QTD-LINHAS                 PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              LOG DE AUDITORIA
      *-----------------------------------------------------------------
       01 WS-AUD-MODULO                 PIC X(10) VALUE 'METAS'.
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

           EVALUATE WS-SUB-OPTION
               WHEN 'P'
                   PERFORM 6000-PAINEL-METAS
               WHEN OTHER
                   MOVE 'NAO' TO AS-FIM-LOOP-MAIN
                   PERFORM 1100-DISPLAY-MENU
                       UNTIL AS-FIM-LOOP-MAIN = 'SIM'
           END-EVALUATE

           PERFORM 3000-FINALIZAR.


            STOP RUN.

      *-----------------------------------------------------------------
      *         INICIALIZACAO
      *-----------------------------------------------------------------

       1000-INICIALIZAR                SECTION.

           PERFORM 1010-CARREGAR-DIRETORIO

           ACCEPT WS-DATA FROM DATE YYYYMMDD
           MOVE WS-DATA(7:2) TO WS-DATA-HOJE(1:2)
           MOVE '/'          TO WS-DATA-HOJE(3:1)
           MOVE WS-DATA(5:2) TO WS-DATA-HOJE(4:2)
           MOVE '/'          TO WS-DATA-HOJE(6:1)
           MOVE WS-DATA(1:4) TO WS-DATA-HOJE(7:4)

           MOVE SPACES TO WS-OPER-ID
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
                  'Metas.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-METAS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Manutencao.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-MAINTENANCE-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Historico-anual.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-HISTORICO-ANUAL-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Faturas.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FATURAS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Notas-credito.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-NOTAS-CREDITO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Frota-pendentes.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FROTA-PEND-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Apontamentos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-APONTAMENTOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Funcionarios.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FUNCIONARIOS-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.

       1100-DISPLAY-MENU               SECTION.

           DISPLAY "|---------------------------------------|"
           DISPLAY "|   METAS DO MES (PLANEJADO X REAL)     |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "| 1. Consultar metas de um mes          |"
           DISPLAY "| 2. Meta por tipo de servico (gerente) |"
           DISPLAY "| 3. Meta de horas por mecanico         |"
           DISPLAY "|    (gerente)                          |"
           DISPLAY "| 4. Relatorio metas x realizado        |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "Escolha uma opcao:"
           ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
           WHEN '1'
               PERFORM 2100-CARREGAR-METAS
               PERFORM 2300-CONSULTAR-METAS
           WHEN '2'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 2100-CARREGAR-METAS
                   PERFORM 2400-META-SERVICO
               ELSE
                   DISPLAY "ACESSO NEGADO: SOMENTE GERENTE."
               END-IF
           WHEN '3'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 2100-CARREGAR-METAS
                   PERFORM 2500-CARREGAR-FUNCIONARIOS
                   PERFORM 2450-META-MECANICO
               ELSE
                   DISPLAY "ACESSO NEGADO: SOMENTE GERENTE."
               END-IF
           WHEN '4'
               PERFORM 5000-RELATORIO-METAS
           WHEN '9'
               MOVE 'SIM' TO AS-FIM-LOOP-MAIN
           WHEN OTHER
               DISPLAY "Opcao invalida. Tente novamente."
           END-EVALUATE
           .
       1100-DISPLAY-MENU-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         CADASTRO DE METAS
      *-----------------------------------------------------------------

      * CARREGA TODAS AS METAS PARA A TABELA EM MEMORIA.
       2100-CARREGAR-METAS             SECTION.

           MOVE ZEROS TO WS-MET-QTD

           OPEN INPUT METAS
           IF AS-STATUS-MET = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ METAS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-MET-QTD < 500 AND
                              ARQ-METAS NOT = SPACES
                               ADD 1 TO WS-MET-QTD
                               MOVE ARQ-METAS TO
                                   WS-MET-ENT-REG(WS-MET-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE METAS
           END-IF
           .
       2100-CARREGAR-METAS-FIM.
           EXIT.

      * REGRAVA METAS.TXT INTEIRO A PARTIR DA TABELA.
       2150-REGRAVAR-METAS             SECTION.

           OPEN OUTPUT METAS
           IF AS-STATUS-MET NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-MET
           ELSE
               PERFORM VARYING WS-MET-I FROM 1 BY 1
                       UNTIL WS-MET-I > WS-MET-QTD
                   MOVE WS-MET-ENT-REG(WS-MET-I) TO ARQ-METAS
                   WRITE ARQ-METAS
               END-PERFORM
               CLOSE METAS
           END-IF
           .
       2150-REGRAVAR-METAS-FIM.
           EXIT.

      * PROCURA A META DE CHAVE WS-MET-BUSCA (MES|FILIAL|CLASSE|
      * CHAVE); ACHANDO, DEIXA O INDICE EM WS-MET-I E O REGISTRO EM
      * LINDET-MET.
       2200-LOCALIZAR-META             SECTION.

           MOVE 'N' TO WS-MET-ACHOU
           PERFORM VARYING WS-MET-I FROM 1 BY 1
                   UNTIL WS-MET-I > WS-MET-QTD OR WS-MET-ACHOU = 'S'
               IF WS-MET-ENT-REG(WS-MET-I)(1:23) = WS-MET-BUSCA
                   MOVE 'S' TO WS-MET-ACHOU
               END-IF
           END-PERFORM
           IF WS-MET-ACHOU = 'S'
               SUBTRACT 1 FROM WS-MET-I
               MOVE WS-MET-ENT-REG(WS-MET-I) TO LINDET-MET
           END-IF
           .
       2200-LOCALIZAR-META-FIM.
           EXIT.

       2300-CONSULTAR-METAS            SECTION.

           PERFORM 2490-INFORMAR-MES

           MOVE ZEROS TO WS-QTD-LINHAS
           DISPLAY "MES     |FI|C|CHAVE     |RECEITA   |QTD  |HORAS"
           PERFORM VARYING WS-MET-I FROM 1 BY 1
                   UNTIL WS-MET-I > WS-MET-QTD
               IF WS-MET-ENT-REG(WS-MET-I)(1:7) = WS-INF-MES
                   DISPLAY WS-MET-ENT-REG(WS-MET-I)
                   ADD 1 TO WS-QTD-LINHAS
               END-IF
           END-PERFORM

           IF WS-QTD-LINHAS = ZEROS
               DISPLAY "NENHUMA META CADASTRADA PARA " WS-INF-MES
           END-IF
           .
       2300-CONSULTAR-METAS-FIM.
           EXIT.

      * META DE RECEITA E QUANTIDADE DE UM TIPO DE SERVICO NO MES.
       2400-META-SERVICO               SECTION.

           PERFORM 2490-INFORMAR-MES
           PERFORM 2495-INFORMAR-FILIAL

           IF WS-INF-FILIAL NOT = SPACES
               DISPLAY "Tipo de servico: "
               ACCEPT WS-INF-CHAVE
               PERFORM UNTIL WS-INF-CHAVE NOT = SPACES
                   DISPLAY "TIPO OBRIGATORIO. INFORME O TIPO: "
                   ACCEPT WS-INF-CHAVE
               END-PERFORM
               DISPLAY "Receita esperada no mes (R$): "
               ACCEPT WS-INF-RECEITA
               DISPLAY "Quantidade de servicos esperada: "
               ACCEPT WS-INF-QTD

               MOVE SPACES TO LINDET-MET
               MOVE '|' TO LINDET-MET(8:1)
                           LINDET-MET(11:1)
                           LINDET-MET(13:1)
                           LINDET-MET(24:1)
                           LINDET-MET(35:1)
                           LINDET-MET(41:1)
               MOVE WS-INF-MES TO LINDET-MET-MES
               MOVE WS-INF-FILIAL TO LINDET-MET-FILIAL
               MOVE 'S' TO LINDET-MET-CLASSE
               MOVE WS-INF-CHAVE TO LINDET-MET-CHAVE
               MOVE WS-INF-RECEITA TO LINDET-MET-RECEITA-N
               MOVE WS-INF-QTD TO LINDET-MET-QTD-N
               MOVE ZEROS TO LINDET-MET-HORAS-N
               PERFORM 2480-GRAVAR-META
           END-IF
           .
       2400-META-SERVICO-FIM.
           EXIT.

      * META DE HORAS FATURADAS DE UM MECANICO NO MES.
       2450-META-MECANICO              SECTION.

           PERFORM 2490-INFORMAR-MES
           PERFORM 2495-INFORMAR-FILIAL

           IF WS-INF-FILIAL NOT = SPACES
               DISPLAY "Matricula do mecanico: "
               ACCEPT WS-INF-CHAVE
               MOVE WS-INF-CHAVE(1:4) TO WS-MEC-BUSCA
               PERFORM 2510-LOCALIZAR-FUNCIONARIO
               IF WS-EMP-ACHOU = 'N'
                   DISPLAY "MATRICULA NAO CADASTRADA: " WS-MEC-BUSCA
               ELSE
                   DISPLAY "Mecanico: " WS-EMP-NOME(WS-EMP-I)
                   DISPLAY "Horas faturadas esperadas no mes: "
                   ACCEPT WS-INF-HORAS

                   MOVE SPACES TO LINDET-MET
                   MOVE '|' TO LINDET-MET(8:1)
                               LINDET-MET(11:1)
                               LINDET-MET(13:1)
                               LINDET-MET(24:1)
                               LINDET-MET(35:1)
                               LINDET-MET(41:1)
                   MOVE WS-INF-MES TO LINDET-MET-MES
                   MOVE WS-INF-FILIAL TO LINDET-MET-FILIAL
                   MOVE 'M' TO LINDET-MET-CLASSE
                   MOVE WS-MEC-BUSCA TO LINDET-MET-CHAVE
                   MOVE ZEROS TO LINDET-MET-RECEITA-N
                   MOVE ZEROS TO LINDET-MET-QTD-N
                   MOVE WS-INF-HORAS TO LINDET-MET-HORAS-N
                   PERFORM 2480-GRAVAR-META
               END-IF
           END-IF
           .
       2450-META-MECANICO-FIM.
           EXIT.

      * INCLUI OU SUBSTITUI A META MONTADA EM LINDET-MET, REGRAVA
      * METAS.TXT E DEIXA O ANTES E O DEPOIS NA AUDITORIA.
       2480-GRAVAR-META                SECTION.

           MOVE LINDET-MET TO WS-AUD-VALOR-NOVO
           MOVE LINDET-MET(1:23) TO WS-MET-BUSCA
           PERFORM 2200-LOCALIZAR-META

           IF WS-MET-ACHOU = 'S'
               MOVE WS-MET-ENT-REG(WS-MET-I) TO WS-AUD-VALOR-ANTIGO
               MOVE WS-AUD-VALOR-NOVO TO WS-MET-ENT-REG(WS-MET-I)
               MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
           ELSE
               IF WS-MET-QTD < 500
                   ADD 1 TO WS-MET-QTD
                   MOVE WS-AUD-VALOR-NOVO TO WS-MET-ENT-REG(WS-MET-QTD)
                   MOVE SPACES TO WS-AUD-VALOR-ANTIGO
                   MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
                   MOVE 'S' TO WS-MET-ACHOU
               ELSE
                   DISPLAY "TABELA DE METAS CHEIA (500)."
               END-IF
           END-IF

           IF WS-MET-ACHOU = 'S'
               PERFORM 2150-REGRAVAR-METAS
               MOVE SPACES TO WS-AUD-CHAVE
               STRING WS-MET-BUSCA(1:2) DELIMITED BY SIZE
                      WS-MET-BUSCA(4:4) DELIMITED BY SIZE
                      WS-MET-BUSCA(9:2) DELIMITED BY SIZE
                      WS-MET-BUSCA(12:1) DELIMITED BY SIZE
                      WS-MET-BUSCA(14:6) DELIMITED BY SIZE
                      INTO WS-AUD-CHAVE
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-OPERADOR-SESSAO
               DISPLAY "META GRAVADA: " WS-AUD-VALOR-NOVO(1:47)
           END-IF
           .
       2480-GRAVAR-META-FIM.
           EXIT.

      * MES DE REFERENCIA (MM/AAAA); ENTER = MES CORRENTE.
       2490-INFORMAR-MES               SECTION.

           DISPLAY "Mes (MM/AAAA, ENTER = mes corrente): "
           ACCEPT WS-INF-MES
           MOVE 'N' TO WS-INF-VALIDO
           PERFORM UNTIL WS-INF-VALIDO = 'S'
               IF WS-INF-MES = SPACES
                   MOVE WS-DATA-HOJE(4:7) TO WS-INF-MES
               END-IF
               MOVE 'V' TO WS-DAT-FUNCAO
               MOVE SPACES TO WS-DAT-DATA1
               STRING '01/' DELIMITED BY SIZE
                      WS-INF-MES DELIMITED BY SIZE
                      INTO WS-DAT-DATA1
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
               IF WS-DAT-VALIDA = 'S' AND WS-INF-MES(3:1) = '/'
                   MOVE 'S' TO WS-INF-VALIDO
               ELSE
                   DISPLAY "MES INVALIDO. USE MM/AAAA: "
                   ACCEPT WS-INF-MES
               END-IF
           END-PERFORM
           .
       2490-INFORMAR-MES-FIM.
           EXIT.

      * FILIAL DA META; ENTER = FILIAL DA SESSAO. FILIAL NAO
      * CADASTRADA VOLTA EM BRANCO.
       2495-INFORMAR-FILIAL            SECTION.

           DISPLAY "Filial (ENTER = " WS-OPER-FILIAL "): "
           ACCEPT WS-INF-FILIAL
           IF WS-INF-FILIAL = SPACES
               MOVE WS-OPER-FILIAL TO WS-INF-FILIAL
           ELSE
               IF WS-INF-FILIAL NOT = WS-OPER-FILIAL
                   MOVE 'V' TO WS-FIL-OPCAO
                   CALL 'FILIAL' USING WS-FIL-OPCAO,
                       WS-OPERADOR-SESSAO, WS-INF-FILIAL,
                       WS-FIL-CAPACIDADE, WS-FIL-BOXES
                   IF WS-INF-FILIAL = SPACES
                       DISPLAY "FILIAL NAO CADASTRADA."
                   END-IF
               END-IF
           END-IF
           .
       2495-INFORMAR-FILIAL-FIM.
           EXIT.

      * MATRICULA E NOME DE CADA FUNCIONARIO.
       2500-CARREGAR-FUNCIONARIOS      SECTION.

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
                               UNSTRING WS-DADOS-FUNC DELIMITED BY '|'
                                   INTO WS-EMP-MAT(WS-EMP-QTD)
                                        WS-EMP-NOME(WS-EMP-QTD)
                                        WS-FUNC-SENHA
                                        WS-FUNC-CARGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF
           .
       2500-CARREGAR-FUNCIONARIOS-FIM.
           EXIT.

      * PROCURA A MATRICULA WS-MEC-BUSCA; ACHANDO, DEIXA O INDICE EM
      * WS-EMP-I.
       2510-LOCALIZAR-FUNCIONARIO      SECTION.

           MOVE 'N' TO WS-EMP-ACHOU
           PERFORM VARYING WS-EMP-I FROM 1 BY 1
                   UNTIL WS-EMP-I > WS-EMP-QTD OR WS-EMP-ACHOU = 'S'
               IF WS-EMP-MAT(WS-EMP-I) = WS-MEC-BUSCA
                   MOVE 'S' TO WS-EMP-ACHOU
               END-IF
           END-PERFORM
           IF WS-EMP-ACHOU = 'S'
               SUBTRACT 1 FROM WS-EMP-I
           END-IF
           .
       2510-LOCALIZAR-FUNCIONARIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         APURACAO DO PLANEJADO X REALIZADO
      *-----------------------------------------------------------------

      * APURA O MES WS-APU-MES NA FILIAL WS-APU-FILIAL (EM BRANCO =
      * TODAS): METAS DO MES, OS CONCLUIDAS, FATURAS DESSAS OS E
      * HORAS APONTADAS, MAIS OS DIAS UTEIS PARA A PROJECAO.
       4000-APURAR-MES                 SECTION.

           MOVE ZEROS TO WS-SRV-QTD
           MOVE ZEROS TO WS-MEC-QTD
           MOVE ZEROS TO WS-OSM-QTD
           MOVE ZEROS TO WS-APU-QTD-METAS

           PERFORM 2100-CARREGAR-METAS
           PERFORM VARYING WS-MET-I FROM 1 BY 1
                   UNTIL WS-MET-I > WS-MET-QTD
               MOVE WS-MET-ENT-REG(WS-MET-I) TO LINDET-MET
               IF LINDET-MET-MES = WS-APU-MES AND
                  (WS-APU-FILIAL = SPACES OR
                   LINDET-MET-FILIAL = WS-APU-FILIAL)
                   PERFORM 4010-SOMAR-META
               END-IF
           END-PERFORM

           OPEN INPUT MAINTENANCE
           IF AS-STATUS-MAN = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ MAINTENANCE INTO LINDET-MAN
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 4100-TRATAR-MANUTENCAO
                   END-READ
               END-PERFORM
               CLOSE MAINTENANCE
           END-IF

           OPEN INPUT HISTORICO-ANUAL
           IF AS-STATUS-HAN = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ HISTORICO-ANUAL INTO LINDET-MAN
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 4100-TRATAR-MANUTENCAO
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-ANUAL
           END-IF

           PERFORM 4200-CARREGAR-CANCELADAS
           PERFORM 4300-SOMAR-FATURAS
           PERFORM 4400-SOMAR-APONTAMENTOS
           PERFORM 4500-DIAS-UTEIS
           .
       4000-APURAR-MES-FIM.
           EXIT.

      * SOMA A META EM LINDET-MET NA LINHA DO TIPO OU DO MECANICO
      * (SEM FILTRO DE FILIAL, AS FILIAIS SE SOMAM).
       4010-SOMAR-META                 SECTION.

           ADD 1 TO WS-APU-QTD-METAS
           IF LINDET-MET-CLASSE = 'S'
               MOVE LINDET-MET-CHAVE TO WS-SRV-BUSCA
               PERFORM 4020-LOCALIZAR-SERVICO
               IF WS-SRV-ACHOU = 'S'
                   ADD LINDET-MET-RECEITA-N TO
                       WS-SRV-META-REC(WS-SRV-I)
                   ADD LINDET-MET-QTD-N TO WS-SRV-META-QTD(WS-SRV-I)
               END-IF
           ELSE
               MOVE LINDET-MET-CHAVE(1:4) TO WS-MEC-BUSCA
               PERFORM 4030-LOCALIZAR-MECANICO
               IF WS-MEC-ACHOU = 'S'
                   ADD LINDET-MET-HORAS-N TO
                       WS-MEC-META-HORAS(WS-MEC-I)
               END-IF
           END-IF
           .
       4010-SOMAR-META-FIM.
           EXIT.

      * LINHA DO TIPO WS-SRV-BUSCA EM WS-SRV-I, CRIADA SE PRECISO.
       4020-LOCALIZAR-SERVICO          SECTION.

           MOVE 'N' TO WS-SRV-ACHOU
           PERFORM VARYING WS-SRV-I FROM 1 BY 1
                   UNTIL WS-SRV-I > WS-SRV-QTD OR WS-SRV-ACHOU = 'S'
               IF WS-SRV-TIPO(WS-SRV-I) = WS-SRV-BUSCA
                   MOVE 'S' TO WS-SRV-ACHOU
               END-IF
           END-PERFORM
           IF WS-SRV-ACHOU = 'S'
               SUBTRACT 1 FROM WS-SRV-I
           ELSE
               IF WS-SRV-QTD < 40
                   ADD 1 TO WS-SRV-QTD
                   MOVE WS-SRV-QTD TO WS-SRV-I
                   MOVE WS-SRV-BUSCA TO WS-SRV-TIPO(WS-SRV-I)
                   MOVE ZEROS TO WS-SRV-META-REC(WS-SRV-I)
                   MOVE ZEROS TO WS-SRV-META-QTD(WS-SRV-I)
                   MOVE ZEROS TO WS-SRV-REAL-REC(WS-SRV-I)
                   MOVE ZEROS TO WS-SRV-REAL-QTD(WS-SRV-I)
                   MOVE 'S' TO WS-SRV-ACHOU
               END-IF
           END-IF
           .
       4020-LOCALIZAR-SERVICO-FIM.
           EXIT.

      * LINHA DA MATRICULA WS-MEC-BUSCA EM WS-MEC-I, CRIADA SE
      * PRECISO.
       4030-LOCALIZAR-MECANICO         SECTION.

           MOVE 'N' TO WS-MEC-ACHOU
           PERFORM VARYING WS-MEC-I FROM 1 BY 1
                   UNTIL WS-MEC-I > WS-MEC-QTD OR WS-MEC-ACHOU = 'S'
               IF WS-MEC-MAT(WS-MEC-I) = WS-MEC-BUSCA
                   MOVE 'S' TO WS-MEC-ACHOU
               END-IF
           END-PERFORM
           IF WS-MEC-ACHOU = 'S'
               SUBTRACT 1 FROM WS-MEC-I
           ELSE
               IF WS-MEC-QTD < 50
                   ADD 1 TO WS-MEC-QTD
                   MOVE WS-MEC-QTD TO WS-MEC-I
                   MOVE WS-MEC-BUSCA TO WS-MEC-MAT(WS-MEC-I)
                   MOVE ZEROS TO WS-MEC-META-HORAS(WS-MEC-I)
                   MOVE ZEROS TO WS-MEC-REAL-MIN(WS-MEC-I)
                   MOVE 'S' TO WS-MEC-ACHOU
               END-IF
           END-IF
           .
       4030-LOCALIZAR-MECANICO-FIM.
           EXIT.

      * OS CONCLUIDA NO MES (E NA FILIAL) CONTA UM SERVICO DO TIPO E
      * ENTRA NA TABELA PARA AS FATURAS. REGISTRO DE ANTES DAS
      * FILIAIS E DA 01.
       4100-TRATAR-MANUTENCAO          SECTION.

           MOVE LINDET-MAN-FILIAL TO WS-APU-REG-FILIAL
           IF WS-APU-REG-FILIAL = SPACES
               MOVE '01' TO WS-APU-REG-FILIAL
           END-IF

           IF LINDET-MAN-STATUS = 'CONCLUIDO' AND
              LINDET-MAN-CONCLUSAO(4:7) = WS-APU-MES AND
              LINDET-MAN-OS IS NUMERIC AND
              (WS-APU-FILIAL = SPACES OR
               WS-APU-REG-FILIAL = WS-APU-FILIAL)
               MOVE LINDET-MAN-TIPO-SERVICO TO WS-SRV-BUSCA
               PERFORM 4020-LOCALIZAR-SERVICO
               IF WS-SRV-ACHOU = 'S'
                   ADD 1 TO WS-SRV-REAL-QTD(WS-SRV-I)
                   IF WS-OSM-QTD < 2000
                       ADD 1 TO WS-OSM-QTD
                       MOVE LINDET-MAN-OS TO WS-OSM-OS(WS-OSM-QTD)
                       MOVE WS-SRV-I TO WS-OSM-SRV(WS-OSM-QTD)
                   END-IF
               END-IF
           END-IF
           .
       4100-TRATAR-MANUTENCAO-FIM.
           EXIT.

      * FATURAS CANCELADAS POR NOTA DE CREDITO NAO SAO RECEITA.
       4200-CARREGAR-CANCELADAS        SECTION.

           MOVE ZEROS TO WS-CANC-QTD

           OPEN INPUT NOTAS-CREDITO
           IF AS-STATUS-NCR = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ NOTAS-CREDITO INTO LINDET-NCR
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF LINDET-NCR-FATURA IS NUMERIC AND
                              WS-CANC-QTD < 2000
                               ADD 1 TO WS-CANC-QTD
                               MOVE LINDET-NCR-FATURA TO
                                   WS-CANC-FATURA(WS-CANC-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-CREDITO
           END-IF
           .
       4200-CARREGAR-CANCELADAS-FIM.
           EXIT.

      * TOTAL DE CADA FATURA VALIDA DE UMA OS CONCLUIDA NO MES VAI
      * PARA A RECEITA DO TIPO DE SERVICO DA OS. A FATURA CONSOLIDADA
      * DE FROTA (OS ZERO) VAI POR OS, PELAS LINHAS DA FILA DE FROTA.
       4300-SOMAR-FATURAS              SECTION.

           OPEN INPUT FATURAS
           IF AS-STATUS-FAT = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ FATURAS INTO LINDET-FAT
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 4310-TRATAR-FATURA
                   END-READ
               END-PERFORM
               CLOSE FATURAS
           END-IF
           .
       4300-SOMAR-FATURAS-FIM.
           EXIT.

       4310-TRATAR-FATURA              SECTION.

           IF LINDET-FAT-NUM IS NUMERIC AND
              LINDET-FAT-OS IS NUMERIC AND
              LINDET-FAT-TOTAL IS NUMERIC AND
              LINDET-FAT-OS = ZEROS
               PERFORM 4320-FATURA-FROTA
           END-IF

           MOVE 'N' TO WS-OSM-ACHOU
           IF LINDET-FAT-NUM IS NUMERIC AND
              LINDET-FAT-OS IS NUMERIC AND
              LINDET-FAT-TOTAL IS NUMERIC
               PERFORM VARYING WS-OSM-I FROM 1 BY 1
                       UNTIL WS-OSM-I > WS-OSM-QTD OR
                             WS-OSM-ACHOU = 'S'
                   IF WS-OSM-OS(WS-OSM-I) = LINDET-FAT-OS
                       MOVE 'S' TO WS-OSM-ACHOU
                   END-IF
               END-PERFORM
           END-IF

           IF WS-OSM-ACHOU = 'S'
               SUBTRACT 1 FROM WS-OSM-I
               MOVE 'N' TO WS-CANC-ACHOU
               PERFORM VARYING WS-CANC-I FROM 1 BY 1
                       UNTIL WS-CANC-I > WS-CANC-QTD OR
                             WS-CANC-ACHOU = 'S'
                   IF WS-CANC-FATURA(WS-CANC-I) = LINDET-FAT-NUM
                       MOVE 'S' TO WS-CANC-ACHOU
                   END-IF
               END-PERFORM
               IF WS-CANC-ACHOU = 'N'
                   MOVE WS-OSM-SRV(WS-OSM-I) TO WS-SRV-I
                   ADD LINDET-FAT-TOTAL TO WS-SRV-REAL-REC(WS-SRV-I)
               END-IF
           END-IF
           .
       4310-TRATAR-FATURA-FIM.
           EXIT.

      * FATURA CONSOLIDADA DE FROTA: GRAVA O CODIGO DA FROTA NA PLACA
      * E A DATA DE EMISSAO, E JUNTA AS LINHAS PENDENTES DA FROTA
      * CONCLUIDAS NUM MES, QUE PASSAM A F. O MES DELA E O MAIS
      * RECENTE, ATE A EMISSAO, CUJAS LINHAS FATURADAS SOMAM O TOTAL
      * DA FATURA; O TOTAL DE CADA LINHA DESSE MES VAI PARA O TIPO
      * DE SERVICO DA OS, SE A OS FOI CONCLUIDA NO MES APURADO.
       4320-FATURA-FROTA               SECTION.

           MOVE 'N' TO WS-CANC-ACHOU
           PERFORM VARYING WS-CANC-I FROM 1 BY 1
                   UNTIL WS-CANC-I > WS-CANC-QTD OR
                         WS-CANC-ACHOU = 'S'
               IF WS-CANC-FATURA(WS-CANC-I) = LINDET-FAT-NUM
                   MOVE 'S' TO WS-CANC-ACHOU
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-FM-QTD
           MOVE ZEROS TO WS-FM-MES-ESCOLHIDO
           MOVE ZEROS TO WS-FM-MES-FAT
           IF LINDET-FAT-DATA(4:2) IS NUMERIC AND
              LINDET-FAT-DATA(7:4) IS NUMERIC
               MOVE LINDET-FAT-DATA(7:4) TO WS-FM-MES-X(1:4)
               MOVE LINDET-FAT-DATA(4:2) TO WS-FM-MES-X(5:2)
               MOVE WS-FM-MES-N TO WS-FM-MES-FAT
           END-IF

           IF WS-CANC-ACHOU = 'N' AND WS-FM-MES-FAT > ZEROS
               OPEN INPUT FROTA-PEND
               IF AS-STATUS-FPD = ZEROS
                   MOVE 'S' TO WS-CLOSE-FPD
                   PERFORM UNTIL WS-CLOSE-FPD = 'N'
                       READ FROTA-PEND INTO WS-DADOS-FPD
                           AT END
                               MOVE 'N' TO WS-CLOSE-FPD
                           NOT AT END
                               PERFORM 4330-GUARDAR-OS-FROTA
                       END-READ
                   END-PERFORM
                   CLOSE FROTA-PEND
               END-IF
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

           IF WS-FM-MES-ESCOLHIDO > ZEROS
               PERFORM VARYING WS-FM-I FROM 1 BY 1
                       UNTIL WS-FM-I > WS-FM-QTD
                   IF WS-FM-MES(WS-FM-I) = WS-FM-MES-ESCOLHIDO
                       MOVE 'N' TO WS-OSM-ACHOU
                       PERFORM VARYING WS-OSM-I FROM 1 BY 1
                               UNTIL WS-OSM-I > WS-OSM-QTD OR
                                     WS-OSM-ACHOU = 'S'
                           IF WS-OSM-OS(WS-OSM-I) = WS-FM-OS(WS-FM-I)
                               MOVE 'S' TO WS-OSM-ACHOU
                           END-IF
                       END-PERFORM
                       IF WS-OSM-ACHOU = 'S'
                           SUBTRACT 1 FROM WS-OSM-I
                           MOVE WS-OSM-SRV(WS-OSM-I) TO WS-SRV-I
                           ADD WS-FM-TOTAL(WS-FM-I) TO
                               WS-SRV-REAL-REC(WS-SRV-I)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
       4320-FATURA-FROTA-FIM.
           EXIT.

       4330-GUARDAR-OS-FROTA           SECTION.

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

           IF WS-FPD-L-FROTA = LINDET-FAT-PLACA AND
              WS-FPD-L-STATUS = 'F' AND
              WS-FPD-L-OS IS NUMERIC AND
              WS-FPD-L-TOTAL-X IS NUMERIC AND
              WS-FPD-L-DATA(4:2) IS NUMERIC AND
              WS-FPD-L-DATA(7:4) IS NUMERIC AND
              WS-FM-QTD < 300
               ADD 1 TO WS-FM-QTD
               MOVE WS-FPD-L-OS TO WS-FM-OS(WS-FM-QTD)
               MOVE WS-FPD-L-DATA(7:4) TO WS-FM-MES-X(1:4)
               MOVE WS-FPD-L-DATA(4:2) TO WS-FM-MES-X(5:2)
               MOVE WS-FM-MES-N TO WS-FM-MES(WS-FM-QTD)
               MOVE WS-FPD-L-TOTAL-N TO WS-FM-TOTAL(WS-FM-QTD)
           END-IF
           .
       4330-GUARDAR-OS-FROTA-FIM.
           EXIT.

      * PARES INICIO/FIM DE APONTAMENTOS.TXT: OS MINUTOS DE CADA PAR
      * CUJO FIM CAI NO MES VAO PARA O MECANICO. COM FILTRO DE
      * FILIAL, SO CONTAM OS MECANICOS COM META NAQUELA FILIAL.
       4400-SOMAR-APONTAMENTOS         SECTION.

           MOVE ZEROS TO WS-AP-QTD

           OPEN INPUT APONTAMENTOS
           IF AS-STATUS-APO = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ APONTAMENTOS INTO LINDET-APO
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 4410-TRATAR-APONTAMENTO
                   END-READ
               END-PERFORM
               CLOSE APONTAMENTOS
           END-IF
           .
       4400-SOMAR-APONTAMENTOS-FIM.
           EXIT.

       4410-TRATAR-APONTAMENTO         SECTION.

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
                   MOVE 'S' TO WS-AP-ACHOU
               END-IF
           END-IF

           IF WS-AP-ACHOU = 'S'
               IF LINDET-APO-TIPO = 'I'
                   MOVE 'S' TO WS-AP-ABERTO(WS-AP-I)
                   MOVE LINDET-APO-DATA TO WS-AP-INI-DATA(WS-AP-I)
                   MOVE LINDET-APO-HORA TO WS-AP-INI-HORA(WS-AP-I)
               ELSE
                   IF WS-AP-ABERTO(WS-AP-I) = 'S'
                       IF LINDET-APO-DATA(4:7) = WS-APU-MES
                           PERFORM 4420-CALCULAR-MINUTOS
                       END-IF
                       MOVE 'N' TO WS-AP-ABERTO(WS-AP-I)
                   END-IF
               END-IF
           END-IF
           .
       4410-TRATAR-APONTAMENTO-FIM.
           EXIT.

      * MINUTOS ENTRE O INICIO GUARDADO E O FIM LIDO (DIAS PELO
      * SUBPROGRAMA DATAS, HORAS NA MAO), SOMADOS AO MECANICO.
       4420-CALCULAR-MINUTOS           SECTION.

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
                   MOVE LINDET-APO-MATRICULA TO WS-MEC-BUSCA
                   IF WS-APU-FILIAL = SPACES
                       PERFORM 4030-LOCALIZAR-MECANICO
                   ELSE
                       MOVE 'N' TO WS-MEC-ACHOU
                       PERFORM VARYING WS-MEC-I FROM 1 BY 1
                               UNTIL WS-MEC-I > WS-MEC-QTD OR
                                     WS-MEC-ACHOU = 'S'
                           IF WS-MEC-MAT(WS-MEC-I) = WS-MEC-BUSCA
                               MOVE 'S' TO WS-MEC-ACHOU
                           END-IF
                       END-PERFORM
                       IF WS-MEC-ACHOU = 'S'
                           SUBTRACT 1 FROM WS-MEC-I
                       END-IF
                   END-IF
                   IF WS-MEC-ACHOU = 'S'
                       ADD WS-AP-MINUTOS TO WS-MEC-REAL-MIN(WS-MEC-I)
                   END-IF
               END-IF
           END-IF
           .
       4420-CALCULAR-MINUTOS-FIM.
           EXIT.

      * DIAS UTEIS DO MES E DIAS UTEIS JA DECORRIDOS ATE HOJE (SO NO
      * MES CORRENTE; NOS DEMAIS A PROJECAO E O PROPRIO REALIZADO).
       4500-DIAS-UTEIS                 SECTION.

           MOVE 'N' TO WS-APU-CORRENTE
           MOVE ZEROS TO WS-DU-MES
           MOVE ZEROS TO WS-DU-DECORRIDOS

           IF WS-APU-MES = WS-DATA-HOJE(4:7)
               MOVE 'S' TO WS-APU-CORRENTE
               MOVE SPACES TO WS-APU-INICIO
               STRING '01/' DELIMITED BY SIZE
                      WS-APU-MES DELIMITED BY SIZE
                      INTO WS-APU-INICIO

      *        O DIA 1 NAO ENTRA NA CONTAGEM 'U'; SOMA SE FOR UTIL.
               MOVE 'P' TO WS-DAT-FUNCAO
               MOVE WS-APU-INICIO TO WS-DAT-DATA1
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
               MOVE ZEROS TO WS-DU-PRIMEIRO
               IF WS-DAT-VALIDA = 'S' AND WS-DAT-DIAS = ZEROS
                   MOVE 1 TO WS-DU-PRIMEIRO
               END-IF

      *        ULTIMO DIA DO MES: O MAIOR DIA VALIDO A PARTIR DE 31.
               MOVE 32 TO WS-APU-DIA-FIM
               MOVE 'N' TO WS-DAT-VALIDA
               PERFORM UNTIL WS-DAT-VALIDA = 'S' OR
                             WS-APU-DIA-FIM < 29
                   SUBTRACT 1 FROM WS-APU-DIA-FIM
                   MOVE WS-APU-INICIO TO WS-APU-FIM
                   MOVE WS-APU-DIA-FIM TO WS-APU-FIM(1:2)
                   MOVE 'V' TO WS-DAT-FUNCAO
                   MOVE WS-APU-FIM TO WS-DAT-DATA1
                   CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                       WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
               END-PERFORM

               MOVE 'U' TO WS-DAT-FUNCAO
               MOVE WS-APU-INICIO TO WS-DAT-DATA1
               MOVE WS-APU-FIM TO WS-DAT-DATA2
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
               IF WS-DAT-VALIDA = 'S'
                   COMPUTE WS-DU-MES = WS-DAT-DIAS + WS-DU-PRIMEIRO
               END-IF

               MOVE 'U' TO WS-DAT-FUNCAO
               MOVE WS-APU-INICIO TO WS-DAT-DATA1
               MOVE WS-DATA-HOJE TO WS-DAT-DATA2
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
               IF WS-DAT-VALIDA = 'S'
                   COMPUTE WS-DU-DECORRIDOS =
                       WS-DAT-DIAS + WS-DU-PRIMEIRO
               END-IF
           END-IF
           .
       4500-DIAS-UTEIS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         RELATORIO METAS X REALIZADO
      *-----------------------------------------------------------------

      * MES INFORMADO E FILIAL (O GERENTE PODE PEDIR O CONSOLIDADO),
      * NA TELA E EM METAS-REALIZADO_MMAAAA.TXT.
       5000-RELATORIO-METAS            SECTION.

           PERFORM 2490-INFORMAR-MES
           MOVE WS-INF-MES TO WS-APU-MES

           MOVE 'P' TO WS-FIL-OPCAO
           MOVE SPACES TO WS-APU-FILIAL
           CALL 'FILIAL' USING WS-FIL-OPCAO, WS-OPERADOR-SESSAO,
               WS-APU-FILIAL, WS-FIL-CAPACIDADE, WS-FIL-BOXES

           PERFORM 4000-APURAR-MES
           PERFORM 2500-CARREGAR-FUNCIONARIOS

           MOVE SPACES TO WS-ARQ-RELATORIO-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Metas-realizado_' DELIMITED BY SIZE
                  WS-APU-MES(1:2) DELIMITED BY SIZE
                  WS-APU-MES(4:4) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-RELATORIO-PATH

           OPEN OUTPUT RELATORIO
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-REL
           ELSE
               MOVE SPACES TO WS-LINHA-REL
               IF WS-APU-FILIAL = SPACES
                   STRING 'METAS X REALIZADO - MES ' DELIMITED BY SIZE
                          WS-APU-MES DELIMITED BY SIZE
                          ' - TODAS AS FILIAIS' DELIMITED BY SIZE
                          INTO WS-LINHA-REL
               ELSE
                   STRING 'METAS X REALIZADO - MES ' DELIMITED BY SIZE
                          WS-APU-MES DELIMITED BY SIZE
                          ' - FILIAL ' DELIMITED BY SIZE
                          WS-APU-FILIAL DELIMITED BY SIZE
                          INTO WS-LINHA-REL
               END-IF
               PERFORM 5090-GRAVAR-LINHA

               MOVE SPACES TO WS-LINHA-REL
               IF WS-APU-CORRENTE = 'S'
                   MOVE WS-DU-DECORRIDOS TO WS-DU-DECORRIDOS-ED
                   MOVE WS-DU-MES TO WS-DU-MES-ED
                   STRING 'MES EM ANDAMENTO: ' DELIMITED BY SIZE
                          WS-DU-DECORRIDOS-ED DELIMITED BY SIZE
                          ' DE ' DELIMITED BY SIZE
                          WS-DU-MES-ED DELIMITED BY SIZE
                          ' DIAS UTEIS DECORRIDOS (PROJECAO PELO'
                              DELIMITED BY SIZE
                          ' RITMO ATUAL)' DELIMITED BY SIZE
                          INTO WS-LINHA-REL
               ELSE
                   MOVE 'MES ENCERRADO: PROJECAO = REALIZADO' TO
                       WS-LINHA-REL
               END-IF
               PERFORM 5090-GRAVAR-LINHA

               IF WS-APU-QTD-METAS = ZEROS
                   MOVE 'SEM METAS CADASTRADAS PARA O MES.' TO
                       WS-LINHA-REL
                   PERFORM 5090-GRAVAR-LINHA
               END-IF

               MOVE SPACES TO WS-LINHA-REL
               PERFORM 5090-GRAVAR-LINHA
               MOVE 'SERVICOS' TO WS-LINHA-REL
               PERFORM 5090-GRAVAR-LINHA
               STRING 'TIPO         META REC.   REAL REC. %ATING. '
                          DELIMITED BY SIZE
                      '   PROJECAO  META  REAL %ATING.  PROJ'
                          DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               PERFORM 5090-GRAVAR-LINHA

               MOVE ZEROS TO WS-TOT-META-REC
               MOVE ZEROS TO WS-TOT-REAL-REC
               MOVE ZEROS TO WS-TOT-META-QTD
               MOVE ZEROS TO WS-TOT-REAL-QTD
               PERFORM VARYING WS-SRV-I FROM 1 BY 1
                       UNTIL WS-SRV-I > WS-SRV-QTD
                   ADD WS-SRV-META-REC(WS-SRV-I) TO WS-TOT-META-REC
                   ADD WS-SRV-REAL-REC(WS-SRV-I) TO WS-TOT-REAL-REC
                   ADD WS-SRV-META-QTD(WS-SRV-I) TO WS-TOT-META-QTD
                   ADD WS-SRV-REAL-QTD(WS-SRV-I) TO WS-TOT-REAL-QTD
                   MOVE WS-SRV-TIPO(WS-SRV-I) TO LINDET-REL-SRV-TIPO
                   MOVE WS-SRV-META-REC(WS-SRV-I) TO WS-PCT-META
                   MOVE WS-SRV-REAL-REC(WS-SRV-I) TO WS-PCT-REAL
                   MOVE WS-SRV-META-QTD(WS-SRV-I) TO
                       LINDET-REL-SRV-META-QTD
                   MOVE WS-SRV-REAL-QTD(WS-SRV-I) TO
                       LINDET-REL-SRV-REAL-QTD
                   PERFORM 5010-LINHA-SERVICO
                   MOVE WS-SRV-META-QTD(WS-SRV-I) TO WS-PCT-META
                   MOVE WS-SRV-REAL-QTD(WS-SRV-I) TO WS-PCT-REAL
                   PERFORM 5015-QTD-SERVICO
                   MOVE LINDET-REL-SRV TO WS-LINHA-REL
                   PERFORM 5090-GRAVAR-LINHA
               END-PERFORM

               MOVE 'TOTAL' TO LINDET-REL-SRV-TIPO
               MOVE WS-TOT-META-REC TO WS-PCT-META
               MOVE WS-TOT-REAL-REC TO WS-PCT-REAL
               MOVE WS-TOT-META-QTD TO LINDET-REL-SRV-META-QTD
               MOVE WS-TOT-REAL-QTD TO LINDET-REL-SRV-REAL-QTD
               PERFORM 5010-LINHA-SERVICO
               MOVE WS-TOT-META-QTD TO WS-PCT-META
               MOVE WS-TOT-REAL-QTD TO WS-PCT-REAL
               PERFORM 5015-QTD-SERVICO
               MOVE LINDET-REL-SRV TO WS-LINHA-REL
               PERFORM 5090-GRAVAR-LINHA

               MOVE SPACES TO WS-LINHA-REL
               PERFORM 5090-GRAVAR-LINHA
               MOVE 'HORAS FATURADAS POR MECANICO' TO WS-LINHA-REL
               PERFORM 5090-GRAVAR-LINHA
               STRING 'MAT  NOME                   META H   REAL H '
                          DELIMITED BY SIZE
                      '%ATING.   PROJ H' DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               PERFORM 5090-GRAVAR-LINHA

               MOVE ZEROS TO WS-TOT-META-HORAS
               MOVE ZEROS TO WS-TOT-REAL-HORAS
               PERFORM VARYING WS-MEC-I FROM 1 BY 1
                       UNTIL WS-MEC-I > WS-MEC-QTD
                   COMPUTE WS-REAL-HORAS ROUNDED =
                       WS-MEC-REAL-MIN(WS-MEC-I) / 60
                   ADD WS-MEC-META-HORAS(WS-MEC-I) TO
                       WS-TOT-META-HORAS
                   ADD WS-REAL-HORAS TO WS-TOT-REAL-HORAS
                   MOVE WS-MEC-MAT(WS-MEC-I) TO LINDET-REL-MEC-MAT
                   MOVE WS-MEC-MAT(WS-MEC-I) TO WS-MEC-BUSCA
                   PERFORM 2510-LOCALIZAR-FUNCIONARIO
                   IF WS-EMP-ACHOU = 'S'
                       MOVE WS-EMP-NOME(WS-EMP-I) TO
                           LINDET-REL-MEC-NOME
                   ELSE
                       MOVE 'NAO CADASTRADO' TO LINDET-REL-MEC-NOME
                   END-IF
                   MOVE WS-MEC-META-HORAS(WS-MEC-I) TO WS-PCT-META
                   MOVE WS-REAL-HORAS TO WS-PCT-REAL
                   PERFORM 5020-LINHA-MECANICO
                   MOVE LINDET-REL-MEC TO WS-LINHA-REL
                   PERFORM 5090-GRAVAR-LINHA
               END-PERFORM

               MOVE SPACES TO LINDET-REL-MEC-MAT
               MOVE 'TOTAL' TO LINDET-REL-MEC-NOME
               MOVE WS-TOT-META-HORAS TO WS-PCT-META
               MOVE WS-TOT-REAL-HORAS TO WS-PCT-REAL
               PERFORM 5020-LINHA-MECANICO
               MOVE LINDET-REL-MEC TO WS-LINHA-REL
               PERFORM 5090-GRAVAR-LINHA

               CLOSE RELATORIO
               DISPLAY "RELATORIO GRAVADO EM " WS-ARQ-RELATORIO-PATH
           END-IF
           .
       5000-RELATORIO-METAS-FIM.
           EXIT.

      * COLUNAS DE RECEITA DA LINHA DE SERVICO (META E REALIZADO EM
      * WS-PCT-META E WS-PCT-REAL).
       5010-LINHA-SERVICO              SECTION.

           MOVE WS-PCT-META TO LINDET-REL-SRV-META-REC
           MOVE WS-PCT-REAL TO LINDET-REL-SRV-REAL-REC
           PERFORM 5100-FORMATAR-PCT
           MOVE WS-PCT-TEXTO TO LINDET-REL-SRV-PCT-REC
           MOVE WS-PCT-REAL TO WS-PRJ-VALOR
           PERFORM 5110-PROJETAR
           MOVE WS-PRJ-RESULTADO TO LINDET-REL-SRV-PROJ-REC
           .
       5010-LINHA-SERVICO-FIM.
           EXIT.

      * COLUNAS DE QUANTIDADE DA LINHA DE SERVICO.
       5015-QTD-SERVICO                SECTION.

           PERFORM 5100-FORMATAR-PCT
           MOVE WS-PCT-TEXTO TO LINDET-REL-SRV-PCT-QTD
           MOVE WS-PCT-REAL TO WS-PRJ-VALOR
           PERFORM 5110-PROJETAR
           MOVE WS-PRJ-RESULTADO TO LINDET-REL-SRV-PROJ-QTD
           .
       5015-QTD-SERVICO-FIM.
           EXIT.

      * COLUNAS DE HORAS DA LINHA DO MECANICO.
       5020-LINHA-MECANICO             SECTION.

           MOVE WS-PCT-META TO LINDET-REL-MEC-META
           MOVE WS-PCT-REAL TO LINDET-REL-MEC-REAL
           PERFORM 5100-FORMATAR-PCT
           MOVE WS-PCT-TEXTO TO LINDET-REL-MEC-PCT
           MOVE WS-PCT-REAL TO WS-PRJ-VALOR
           PERFORM 5110-PROJETAR
           MOVE WS-PRJ-RESULTADO TO LINDET-REL-MEC-PROJ
           .
       5020-LINHA-MECANICO-FIM.
           EXIT.

       5090-GRAVAR-LINHA               SECTION.

           DISPLAY WS-LINHA-REL(1:80)
           MOVE WS-LINHA-REL TO ARQ-RELATORIO
           WRITE ARQ-RELATORIO
           MOVE SPACES TO WS-LINHA-REL
           .
       5090-GRAVAR-LINHA-FIM.
           EXIT.

      * PERCENTUAL ATINGIDO (REALIZADO / META) EM WS-PCT-TEXTO; SEM
      * META, '---'.
       5100-FORMATAR-PCT               SECTION.

           MOVE SPACES TO WS-PCT-TEXTO
           IF WS-PCT-META = ZEROS
               MOVE '    ---' TO WS-PCT-TEXTO
           ELSE
               COMPUTE WS-PCT-VALOR ROUNDED =
                   WS-PCT-REAL * 100 / WS-PCT-META
               IF WS-PCT-VALOR > 9999,9
                   MOVE 9999,9 TO WS-PCT-VALOR
               END-IF
               MOVE WS-PCT-VALOR TO WS-PCT-ED
               STRING WS-PCT-ED DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                      INTO WS-PCT-TEXTO
           END-IF
           .
       5100-FORMATAR-PCT-FIM.
           EXIT.

      * PROJECAO DO MES CORRENTE PELO RITMO DOS DIAS UTEIS JA
      * DECORRIDOS; NOS DEMAIS MESES, O PROPRIO REALIZADO.
       5110-PROJETAR                   SECTION.

           IF WS-APU-CORRENTE = 'S' AND WS-DU-DECORRIDOS > ZEROS
               COMPUTE WS-PRJ-RESULTADO ROUNDED =
                   WS-PRJ-VALOR * WS-DU-MES / WS-DU-DECORRIDOS
           ELSE
               MOVE WS-PRJ-VALOR TO WS-PRJ-RESULTADO
           END-IF
           .
       5110-PROJETAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         RESUMO PARA O PAINEL DE INICIO DE DIA
      *-----------------------------------------------------------------

      * MES CORRENTE NA FILIAL DA SESSAO: RECEITA, SERVICOS E HORAS,
      * REALIZADO CONTRA META, PERCENTUAL E PROJECAO, MAIS UMA LINHA
      * POR TIPO DE SERVICO COM META.
       6000-PAINEL-METAS               SECTION.

           MOVE WS-DATA-HOJE(4:7) TO WS-APU-MES
           MOVE WS-OPER-FILIAL TO WS-APU-FILIAL
           PERFORM 4000-APURAR-MES

           MOVE ZEROS TO WS-TOT-META-REC
           MOVE ZEROS TO WS-TOT-REAL-REC
           MOVE ZEROS TO WS-TOT-META-QTD
           MOVE ZEROS TO WS-TOT-REAL-QTD
           PERFORM VARYING WS-SRV-I FROM 1 BY 1
                   UNTIL WS-SRV-I > WS-SRV-QTD
               ADD WS-SRV-META-REC(WS-SRV-I) TO WS-TOT-META-REC
               ADD WS-SRV-REAL-REC(WS-SRV-I) TO WS-TOT-REAL-REC
               ADD WS-SRV-META-QTD(WS-SRV-I) TO WS-TOT-META-QTD
               ADD WS-SRV-REAL-QTD(WS-SRV-I) TO WS-TOT-REAL-QTD
           END-PERFORM
           MOVE ZEROS TO WS-TOT-META-HORAS
           MOVE ZEROS TO WS-TOT-REAL-HORAS
           PERFORM VARYING WS-MEC-I FROM 1 BY 1
                   UNTIL WS-MEC-I > WS-MEC-QTD
               COMPUTE WS-REAL-HORAS ROUNDED =
                   WS-MEC-REAL-MIN(WS-MEC-I) / 60
               ADD WS-MEC-META-HORAS(WS-MEC-I) TO WS-TOT-META-HORAS
               ADD WS-REAL-HORAS TO WS-TOT-REAL-HORAS
           END-PERFORM

           DISPLAY "METAS DO MES " WS-APU-MES " (FILIAL "
               WS-APU-FILIAL "):"

           IF WS-APU-QTD-METAS = ZEROS
               MOVE WS-TOT-REAL-REC TO WS-PAI-VALOR-ED
               MOVE WS-TOT-REAL-QTD TO WS-PAI-QTD-ED
               MOVE WS-TOT-REAL-HORAS TO WS-PAI-HORAS-ED
               DISPLAY "  SEM METAS CADASTRADAS. REALIZADO: R$ "
                   WS-PAI-VALOR-ED
               DISPLAY "  SERVICOS: " WS-PAI-QTD-ED
                   "  HORAS: " WS-PAI-HORAS-ED
           ELSE
               MOVE WS-TOT-META-REC TO WS-PCT-META
               MOVE WS-TOT-REAL-REC TO WS-PCT-REAL
               PERFORM 5100-FORMATAR-PCT
               MOVE WS-TOT-REAL-REC TO WS-PRJ-VALOR
               PERFORM 5110-PROJETAR
               MOVE WS-TOT-REAL-REC TO WS-PAI-VALOR-ED
               MOVE WS-TOT-META-REC TO WS-PAI-META-ED
               MOVE WS-PRJ-RESULTADO TO WS-PAI-PROJ-ED
               DISPLAY "  RECEITA R$ " WS-PAI-VALOR-ED " DE "
                   WS-PAI-META-ED " " WS-PCT-TEXTO
               DISPLAY "    PROJECAO R$ " WS-PAI-PROJ-ED

               MOVE WS-TOT-META-QTD TO WS-PCT-META
               MOVE WS-TOT-REAL-QTD TO WS-PCT-REAL
               PERFORM 5100-FORMATAR-PCT
               MOVE WS-TOT-REAL-QTD TO WS-PRJ-VALOR
               PERFORM 5110-PROJETAR
               MOVE WS-TOT-REAL-QTD TO WS-PAI-QTD-ED
               MOVE WS-TOT-META-QTD TO WS-PAI-QTD-META-ED
               MOVE WS-PRJ-RESULTADO TO WS-PAI-QTD-PROJ-ED
               DISPLAY "  SERVICOS " WS-PAI-QTD-ED " DE "
                   WS-PAI-QTD-META-ED " " WS-PCT-TEXTO
                   "  PROJECAO " WS-PAI-QTD-PROJ-ED

               MOVE WS-TOT-META-HORAS TO WS-PCT-META
               MOVE WS-TOT-REAL-HORAS TO WS-PCT-REAL
               PERFORM 5100-FORMATAR-PCT
               MOVE WS-TOT-REAL-HORAS TO WS-PRJ-VALOR
               PERFORM 5110-PROJETAR
               MOVE WS-TOT-REAL-HORAS TO WS-PAI-HORAS-ED
               MOVE WS-TOT-META-HORAS TO WS-PAI-HORAS-META-ED
               MOVE WS-PRJ-RESULTADO TO WS-PAI-HORAS-PROJ-ED
               DISPLAY "  HORAS " WS-PAI-HORAS-ED " DE "
                   WS-PAI-HORAS-META-ED " " WS-PCT-TEXTO
                   "  PROJECAO " WS-PAI-HORAS-PROJ-ED

               PERFORM VARYING WS-SRV-I FROM 1 BY 1
                       UNTIL WS-SRV-I > WS-SRV-QTD
                   IF WS-SRV-META-REC(WS-SRV-I) > ZEROS OR
                      WS-SRV-META-QTD(WS-SRV-I) > ZEROS
                       MOVE WS-SRV-META-REC(WS-SRV-I) TO WS-PCT-META
                       MOVE WS-SRV-REAL-REC(WS-SRV-I) TO WS-PCT-REAL
                       PERFORM 5100-FORMATAR-PCT
                       MOVE WS-SRV-REAL-QTD(WS-SRV-I) TO
                           WS-PAI-QTD-ED
                       MOVE WS-SRV-META-QTD(WS-SRV-I) TO
                           WS-PAI-QTD-META-ED
                       DISPLAY "    " WS-SRV-TIPO(WS-SRV-I)
                           " RECEITA " WS-PCT-TEXTO
                           "  SERVICOS " WS-PAI-QTD-ED "/"
                           WS-PAI-QTD-META-ED
                   END-IF
               END-PERFORM
           END-IF
           .
       6000-PAINEL-METAS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------

       3000-FINALIZAR                  SECTION.

            EXIT PROGRAM
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM METAS.
