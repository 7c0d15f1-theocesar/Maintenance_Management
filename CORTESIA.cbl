       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORTESIA.
      ******************************************************************
      * Author: Théo César
      * Date: 12/10/2026
      * Purpose: Carros reserva (cortesia) emprestados aos clientes
      *          com OS de mais de um dia
      * Modifications:
      *    12/10/2026 - Cortesia's structure finished. Os carros
      *    reserva saem do quadro branco: Carros-reserva.txt guarda o
      *    cadastro (codigo, placa, descricao, km atual e situacao) e
      *    Reservas-carro.txt as reservas, cada uma presa a uma OS e
      *    ao CPF do cliente, com data de inicio e de fim. A reserva
      *    so e gravada se o carro estiver livre no periodo inteiro
      *    (conflito com qualquer outra reserva ou emprestimo em
      *    aberto do mesmo carro e recusado) e com o carro travado no
      *    TRAVA, para os dois terminais nao prometerem o mesmo carro.
      *    Na retirada e na devolucao ficam o km e o combustivel (em
      *    oitavos do tanque); na devolucao, o km rodado alem da
      *    franquia (km por dia de emprestimo) vira valor a cobrar na
      *    fatura da OS, com a franquia e o preco do km em
      *    Carro-reserva-tabela.txt (criada com 100 km/dia e R$ 1,50
      *    na primeira execucao, como a tabela de impostos). O
      *    relatorio de uso (Carro-reserva-uso.txt) soma emprestimos,
      *    dias fora, km e excedente por carro. Alem do menu
      *    (MANUTENCAO, opcao C), o primeiro parametro escolhe o modo
      *    de quem chama: D = carros que saem na data do quarto
      *    parametro, em linhas prontas no sexto (agenda do dia e
      *    lista de confirmacao); V = km excedente e valor a cobrar
      *    da OS do terceiro parametro (fatura); P = emprestimos da
      *    OS ainda sem devolucao (conclusao da OS); C = cancela as
      *    reservas ainda nao retiradas da OS (OS cancelada). A
      *    quantidade volta no quinto parametro.
      *    15/10/2026 - Reservas-carro.txt e Carros-reserva.txt sao
      *    regravados inteiros: toda alteracao agora trava o arquivo
      *    no TRAVA (chaves RESERVAS e CARROS), rele o arquivo com a
      *    trava na mao, depois da digitacao, confere de novo e so
      *    entao grava - o outro terminal nao perde mais o que gravou
      *    no meio. Arquivo de reservas com mais de 2000 registros
      *    nao e regravado (a carga parou no limite).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CARROS ASSIGN TO WS-ARQ-CARROS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CAR.

       SELECT RESERVAS ASSIGN TO WS-ARQ-RESERVAS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-RES.

       SELECT TABELA-CORTESIA ASSIGN TO WS-ARQ-TABELA-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-TAB.

       SELECT USO-CARROS ASSIGN TO WS-ARQ-USO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-USO.

       SELECT MAINTENANCE ASSIGN TO WS-ARQ-MAINTENANCE-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-MAN.

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

       FD CARROS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CARROS                    PIC X(62).

       FD RESERVAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RESERVAS                  PIC X(123).

       FD TABELA-CORTESIA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-TABELA-CORTESIA           PIC X(13).

       FD USO-CARROS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-USO-CARROS                PIC X(100).

       FD MAINTENANCE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MAINTENANCE               PIC X(179).

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

       01 AS-STATUS-CAR                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-RES                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TAB                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-USO                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MAN                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-VEI                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CLI                 PIC 9(02) VALUE ZEROS.

       01 AS-FIM-LOOP-MAIN              PIC X(03) VALUE 'NAO'.
       01 WS-OPCAO                      PIC X(01) VALUE SPACES.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-DATA                       PIC X(08) VALUE SPACES.
       01 WS-DATA-HOJE                  PIC X(10) VALUE SPACES.
       01 WS-HOJE-NUM                   PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-CARROS-PATH            PIC X(80) VALUE SPACES.
       01 WS-ARQ-RESERVAS-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-TABELA-PATH            PIC X(80) VALUE SPACES.
       01 WS-ARQ-USO-PATH               PIC X(80) VALUE SPACES.
       01 WS-ARQ-MAINTENANCE-PATH       PIC X(80) VALUE SPACES.
       01 WS-ARQ-VEICULOS-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-CLIENTES-PATH          PIC X(80) VALUE SPACES.
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
      *    SITUACAO: DISPONIVEL, EMPRESTADO OU INATIVO.
       01 LINDET-CAR.
           05 LINDET-CAR-CODIGO         PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAR-PLACA          PIC X(08) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAR-DESCRICAO      PIC X(30) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAR-KM             PIC 9(06) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAR-SITUACAO       PIC X(10) VALUE SPACES.

      *    STATUS: RESERVADA, RETIRADA, DEVOLVIDA OU CANCELADA.
      *    COMBUSTIVEL EM OITAVOS DO TANQUE (0 = VAZIO, 8 = CHEIO).
       01 LINDET-RES.
           05 LINDET-RES-NUMERO         PIC 9(06) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RES-CARRO          PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RES-OS             PIC X(06) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RES-CPF            PIC X(11) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RES-INICIO         PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RES-FIM            PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RES-STATUS         PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RES-KM-SAIDA       PIC 9(06) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RES-COMB-SAIDA     PIC 9(01) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RES-DATA-SAIDA     PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RES-KM-VOLTA       PIC 9(06) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RES-COMB-VOLTA     PIC 9(01) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RES-DATA-VOLTA     PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RES-KM-EXCEDENTE   PIC 9(05) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RES-VALOR          PIC 9(06)V99 VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-RES-OPERADOR       PIC X(04) VALUE SPACES.

       01 LINDET-TAB.
           05 LINDET-TAB-NOME           PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-TAB-VALOR          PIC 9(05)V99 VALUE ZEROS.

       01 WS-LINHA-USO                  PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         FRANQUIA DE KM E PRECO DO KM EXCEDENTE
      *-----------------------------------------------------------------
       01 WS-EXISTE-TABELA              PIC X(01) VALUE 'N'.
       01 WS-TAB-NOME-L                 PIC X(05) VALUE SPACES.
       01 WS-TAB-VALOR-X                PIC X(07) VALUE SPACES.
       01 WS-TAB-VALOR-N REDEFINES WS-TAB-VALOR-X
                                        PIC 9(05)V99.
       01 WS-KM-DIA                     PIC 9(05)V99 VALUE 100.
       01 WS-VALOR-KM                   PIC 9(05)V99 VALUE 1,50.
       01 WS-KM-DIA-PADRAO              PIC 9(05)V99 VALUE 100.
       01 WS-VALOR-KM-PADRAO            PIC 9(05)V99 VALUE 1,50.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         TABELAS EM MEMORIA (ARQUIVOS PEQUENOS)
      *-----------------------------------------------------------------
       01 WS-TAB-CAR.
           05 WS-CAR-ENT-REG OCCURS 50 TIMES PIC X(62).
       01 WS-CAR-QTD                    PIC 9(03) VALUE ZEROS.
       01 WS-CAR-I                      PIC 9(03) VALUE ZEROS.
       01 WS-CAR-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-CAR-BUSCA                  PIC X(04) VALUE SPACES.

       01 WS-TAB-RES.
           05 WS-RES-ENT-REG OCCURS 2000 TIMES PIC X(123).
       01 WS-RES-QTD                    PIC 9(04) VALUE ZEROS.
       01 WS-RES-I                      PIC 9(04) VALUE ZEROS.
       01 WS-RES-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-RES-BUSCA                  PIC 9(06) VALUE ZEROS.
       01 WS-RES-ULTIMO                 PIC 9(06) VALUE ZEROS.
       01 WS-RES-TRUNCADO               PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         RESERVA EM MONTAGEM E CONFLITO DE DATAS
      *-----------------------------------------------------------------
       01 WS-RSV-OS                     PIC X(06) VALUE SPACES.
       01 WS-RSV-CPF                    PIC X(11) VALUE SPACES.
       01 WS-RSV-INICIO                 PIC X(10) VALUE SPACES.
       01 WS-RSV-FIM                    PIC X(10) VALUE SPACES.
       01 WS-RSV-CARRO                  PIC X(04) VALUE SPACES.
       01 WS-RSV-INI-NUM                PIC 9(08) VALUE ZEROS.
       01 WS-RSV-FIM-NUM                PIC 9(08) VALUE ZEROS.
       01 WS-RSV-OK                     PIC X(01) VALUE 'S'.

       01 WS-EX-INI-NUM                 PIC 9(08) VALUE ZEROS.
       01 WS-EX-FIM-NUM                 PIC 9(08) VALUE ZEROS.
       01 WS-CONFLITO                   PIC X(01) VALUE 'N'.
       01 WS-CONF-REG                   PIC X(123) VALUE SPACES.
       01 WS-OS-EM-ABERTO               PIC X(01) VALUE 'N'.
       01 WS-QTD-LIVRES                 PIC 9(03) VALUE ZEROS.

       01 WS-INV-DATA                   PIC X(10) VALUE SPACES.
       01 WS-INV-AAAAMMDD.
           05 WS-INV-ANO                PIC X(04) VALUE ZEROS.
           05 WS-INV-MES                PIC X(02) VALUE ZEROS.
           05 WS-INV-DIA                PIC X(02) VALUE ZEROS.
       01 WS-INV-NUM REDEFINES WS-INV-AAAAMMDD
                                        PIC 9(08).
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         OS, VEICULO E CLIENTE DA RESERVA
      *-----------------------------------------------------------------
       01 WS-DADOS                      PIC X(179) VALUE SPACES.
       01 WS-OS-ACHOU                   PIC X(01) VALUE 'N'.
       01 WS-MAN-OS                     PIC X(06) VALUE SPACES.
       01 WS-MAN-PLACA                  PIC X(08) VALUE SPACES.
       01 WS-MAN-DATA                   PIC X(10) VALUE SPACES.
       01 WS-MAN-TIPO-SERVICO           PIC X(10) VALUE SPACES.
       01 WS-MAN-STATUS                 PIC X(12) VALUE SPACES.

       01 WS-DADOS-VEICULOS             PIC X(85) VALUE SPACES.
       01 WS-VEI-PLACA                  PIC X(13) VALUE SPACES.
       01 WS-VEI-MARCA                  PIC X(15) VALUE SPACES.
       01 WS-VEI-MODELO                 PIC X(15) VALUE SPACES.
       01 WS-VEI-ANO                    PIC X(15) VALUE SPACES.
       01 WS-VEI-CPF                    PIC X(11) VALUE SPACES.

       01 WS-DADOS-CLIENTES             PIC X(236) VALUE SPACES.
       01 WS-CLI-NOME                   PIC X(40) VALUE SPACES.
       01 WS-CLI-ACHOU                  PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         RETIRADA, DEVOLUCAO E KM EXCEDENTE
      *-----------------------------------------------------------------
       01 WS-INF-NUMERO                 PIC 9(06) VALUE ZEROS.
       01 WS-INF-CODIGO                 PIC X(04) VALUE SPACES.
       01 WS-INF-PLACA                  PIC X(08) VALUE SPACES.
       01 WS-INF-DESCRICAO              PIC X(30) VALUE SPACES.
       01 WS-INF-KM                     PIC 9(06) VALUE ZEROS.
       01 WS-INF-COMB                   PIC X(01) VALUE SPACES.
       01 WS-INF-CONFIRMA               PIC X(01) VALUE SPACES.
       01 WS-INF-MES                    PIC X(07) VALUE SPACES.

       01 WS-DIAS-FORA                  PIC S9(07) VALUE ZEROS.
       01 WS-KM-RODADO                  PIC 9(06) VALUE ZEROS.
       01 WS-KM-FRANQUIA                PIC 9(07) VALUE ZEROS.
       01 WS-KM-EXCEDENTE               PIC S9(07) VALUE ZEROS.
       01 WS-VALOR-EXCEDENTE            PIC 9(06)V99 VALUE ZEROS.
       01 WS-VALOR-ED                   PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01 WS-KM-ED                      PIC ZZZZZ9 VALUE ZEROS.
       01 WS-DIAS-ED                    PIC ZZZ9 VALUE ZEROS.
       01 WS-QTD-LINHAS                 PIC 9(05) VALUE ZEROS.
       01 WS-QTD-AFETADAS               PIC 9(05) VALUE ZEROS.
       01 WS-VALOR-OS                   PIC 9(06)V99 VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         USO POR CARRO (RELATORIO)
      *-----------------------------------------------------------------
       01 WS-TAB-USO.
           05 WS-USO-ENT OCCURS 50 TIMES.
               10 WS-USO-EMPRESTIMOS    PIC 9(04).
               10 WS-USO-DIAS           PIC 9(05).
               10 WS-USO-KM             PIC 9(07).
               10 WS-USO-EXCEDENTE      PIC 9(06).
               10 WS-USO-VALOR          PIC 9(07)V99.
       01 WS-USO-TOT-DIAS               PIC 9(06) VALUE ZEROS.
       01 WS-USO-TOT-VALOR              PIC 9(08)V99 VALUE ZEROS.
       01 WS-USO-EMP-ED                 PIC ZZZ9 VALUE ZEROS.
       01 WS-USO-DIAS-ED                PIC ZZZZ9 VALUE ZEROS.
       01 WS-USO-KM-ED                  PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       01 WS-USO-EXC-ED                 PIC ZZZ.ZZ9 VALUE ZEROS.
       01 WS-USO-VALOR-ED               PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         DATAS, MASCARA, TRAVA E AUDITORIA
      *-----------------------------------------------------------------
       01 WS-DAT-FUNCAO                 PIC X(01) VALUE SPACES.
       01 WS-DAT-DATA1                  PIC X(10) VALUE SPACES.
       01 WS-DAT-DATA2                  PIC X(10) VALUE SPACES.
       01 WS-DAT-VALIDA                 PIC X(01) VALUE 'N'.
       01 WS-DAT-DIAS                   PIC S9(07) VALUE ZEROS.

       01 WS-MSC-OPCAO                  PIC X(01) VALUE SPACES.
       01 WS-MSC-VALOR                  PIC X(40) VALUE SPACES.
       01 WS-MSC-RESULTADO              PIC X(40) VALUE SPACES.

       01 WS-TRV-ACAO                   PIC X(01) VALUE SPACES.
       01 WS-TRV-MODULO                 PIC X(10) VALUE 'CORTESIA'.
       01 WS-TRV-CHAVE                  PIC X(15) VALUE SPACES.
       01 WS-TRV-OPER                   PIC X(38) VALUE SPACES.
       01 WS-TRV-RESULTADO              PIC X(01) VALUE SPACES.
       01 WS-TRV-CHAVE-RES              PIC X(15) VALUE 'RESERVAS'.
       01 WS-TRV-CHAVE-CAR              PIC X(15) VALUE 'CARROS'.

       01 WS-AUD-MODULO                 PIC X(10) VALUE 'CORTESIA'.
       01 WS-AUD-OPERACAO               PIC X(10) VALUE SPACES.
       01 WS-AUD-CHAVE                  PIC X(15) VALUE SPACES.
       01 WS-AUD-VALOR-ANTIGO           PIC X(75) VALUE SPACES.
       01 WS-AUD-VALOR-NOVO             PIC X(75) VALUE SPACES.
      *-----------------------------------------------------------------

       LINKAGE SECTION.

       01 WS-SUB-OPTION                 PIC X(01).
       01 WS-OPERADOR-SESSAO            PIC X(38).
       01 WS-SUB-OS                     PIC X(06).
       01 WS-SUB-DATA                   PIC X(10).
       01 WS-SUB-QTD                    PIC 9(05).
       01 WS-SUB-VALOR                  PIC 9(06)V99.
       01 WS-SUB-LISTA.
           05 WS-SUB-LINHA OCCURS 10 TIMES PIC X(100).

       PROCEDURE DIVISION USING WS-SUB-OPTION, WS-OPERADOR-SESSAO,
                       WS-SUB-OS, WS-SUB-DATA, WS-SUB-QTD,
                       WS-SUB-VALOR, WS-SUB-LISTA.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR

           EVALUATE WS-SUB-OPTION
               WHEN 'D'
                   PERFORM 2100-CARREGAR-CARROS
                   PERFORM 2500-CARREGAR-RESERVAS
                   PERFORM 6000-SAIDAS-DA-DATA
               WHEN 'V'
                   PERFORM 2500-CARREGAR-RESERVAS
                   PERFORM 6100-VALOR-DA-OS
               WHEN 'P'
                   PERFORM 2500-CARREGAR-RESERVAS
                   PERFORM 6200-PENDENTES-DA-OS
               WHEN 'C'
                   PERFORM 2500-CARREGAR-RESERVAS
                   PERFORM 6300-CANCELAR-DA-OS
               WHEN OTHER
                   PERFORM 1200-CARREGAR-TABELA
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
           MOVE WS-DATA TO WS-HOJE-NUM

           MOVE SPACES TO WS-OPER-ID
           MOVE SPACES TO WS-OPER-NOME
           MOVE SPACES TO WS-OPER-CARGO
           IF WS-OPERADOR-SESSAO NOT = SPACES
               UNSTRING WS-OPERADOR-SESSAO DELIMITED BY '|'
                   INTO WS-OPER-ID
                        WS-OPER-NOME
                        WS-OPER-CARGO
           END-IF

           MOVE ZEROS TO WS-SUB-QTD
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
                  'Carros-reserva.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CARROS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Reservas-carro.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-RESERVAS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Carro-reserva-tabela.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-TABELA-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Carro-reserva-uso.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-USO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Manutencao.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-MAINTENANCE-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Relatorio-veiculos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-VEICULOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Clientes.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CLIENTES-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.

       1100-DISPLAY-MENU               SECTION.

           DISPLAY "|---------------------------------------|"
           DISPLAY "|         CARROS RESERVA (CORTESIA)     |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "| 1. Listar carros reserva              |"
           DISPLAY "| 2. Incluir carro reserva (gerente)    |"
           DISPLAY "| 3. Reservar carro para uma OS         |"
           DISPLAY "| 4. Listar reservas em aberto          |"
           DISPLAY "| 5. Cancelar reserva                   |"
           DISPLAY "| 6. Retirada do carro (km e            |"
           DISPLAY "|    combustivel)                       |"
           DISPLAY "| 7. Devolucao do carro (km e           |"
           DISPLAY "|    combustivel)                       |"
           DISPLAY "| 8. Relatorio de uso por carro         |"
           DISPLAY "| A. Ativar/inativar carro (gerente)    |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "Escolha uma opcao:"
           ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
           WHEN '1'
               PERFORM 2100-CARREGAR-CARROS
               PERFORM 2300-LISTAR-CARROS
           WHEN '2'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 2400-INCLUIR-CARRO
               ELSE
                   DISPLAY "ACESSO NEGADO: SOMENTE GERENTE."
               END-IF
           WHEN '3'
               PERFORM 4000-RESERVAR-CARRO
           WHEN '4'
               PERFORM 4500-LISTAR-RESERVAS
           WHEN '5'
               PERFORM 4600-CANCELAR-RESERVA
           WHEN '6'
               PERFORM 4700-RETIRADA
           WHEN '7'
               PERFORM 4800-DEVOLUCAO
           WHEN '8'
               PERFORM 5000-RELATORIO-USO
           WHEN 'A'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 2450-ATIVAR-INATIVAR-CARRO
               ELSE
                   DISPLAY "ACESSO NEGADO: SOMENTE GERENTE."
               END-IF
           WHEN '9'
               MOVE 'SIM' TO AS-FIM-LOOP-MAIN
           WHEN OTHER
               DISPLAY "Opcao invalida. Tente novamente."
           END-EVALUATE
           .
       1100-DISPLAY-MENU-FIM.
           EXIT.

      *    CARREGA A FRANQUIA DE KM POR DIA E O PRECO DO KM EXCEDENTE
      *    DE CARRO-RESERVA-TABELA.TXT, CRIANDO O ARQUIVO COM OS
      *    PADROES NA PRIMEIRA EXECUCAO, COMO A TABELA DE IMPOSTOS.
       1200-CARREGAR-TABELA            SECTION.

           OPEN INPUT TABELA-CORTESIA
           IF AS-STATUS-TAB = ZEROS
               MOVE 'S' TO WS-EXISTE-TABELA
               CLOSE TABELA-CORTESIA
           ELSE
               MOVE 'N' TO WS-EXISTE-TABELA
           END-IF

           IF WS-EXISTE-TABELA = 'N'
               OPEN OUTPUT TABELA-CORTESIA

               MOVE 'KMDIA' TO LINDET-TAB-NOME
               MOVE WS-KM-DIA-PADRAO TO LINDET-TAB-VALOR
               MOVE LINDET-TAB TO ARQ-TABELA-CORTESIA
               WRITE ARQ-TABELA-CORTESIA

               MOVE 'VLRKM' TO LINDET-TAB-NOME
               MOVE WS-VALOR-KM-PADRAO TO LINDET-TAB-VALOR
               MOVE LINDET-TAB TO ARQ-TABELA-CORTESIA
               WRITE ARQ-TABELA-CORTESIA

               CLOSE TABELA-CORTESIA
           END-IF

           MOVE WS-KM-DIA-PADRAO TO WS-KM-DIA
           MOVE WS-VALOR-KM-PADRAO TO WS-VALOR-KM

           OPEN INPUT TABELA-CORTESIA
           IF AS-STATUS-TAB = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ TABELA-CORTESIA
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE SPACES TO WS-TAB-NOME-L
                           MOVE SPACES TO WS-TAB-VALOR-X
                           UNSTRING ARQ-TABELA-CORTESIA
                               DELIMITED BY '|'
                               INTO WS-TAB-NOME-L
                                    WS-TAB-VALOR-X
                           IF WS-TAB-VALOR-X IS NUMERIC
                               EVALUATE WS-TAB-NOME-L
                                   WHEN 'KMDIA'
                                       MOVE WS-TAB-VALOR-N TO
                                           WS-KM-DIA
                                   WHEN 'VLRKM'
                                       MOVE WS-TAB-VALOR-N TO
                                           WS-VALOR-KM
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TABELA-CORTESIA
           END-IF
           .
       1200-CARREGAR-TABELA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         CADASTRO DE CARROS RESERVA
      *-----------------------------------------------------------------

       2100-CARREGAR-CARROS            SECTION.

           MOVE ZEROS TO WS-CAR-QTD

           OPEN INPUT CARROS
           IF AS-STATUS-CAR = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ CARROS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-CAR-QTD < 50 AND
                              ARQ-CARROS NOT = SPACES
                               ADD 1 TO WS-CAR-QTD
                               MOVE ARQ-CARROS TO
                                   WS-CAR-ENT-REG(WS-CAR-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARROS
           END-IF
           .
       2100-CARREGAR-CARROS-FIM.
           EXIT.

       2150-REGRAVAR-CARROS            SECTION.

           OPEN OUTPUT CARROS
           IF AS-STATUS-CAR NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-CAR
           ELSE
               PERFORM VARYING WS-CAR-I FROM 1 BY 1
                       UNTIL WS-CAR-I > WS-CAR-QTD
                   MOVE WS-CAR-ENT-REG(WS-CAR-I) TO ARQ-CARROS
                   WRITE ARQ-CARROS
               END-PERFORM
               CLOSE CARROS
           END-IF
           .
       2150-REGRAVAR-CARROS-FIM.
           EXIT.

      * LOCALIZA O CARRO DE WS-CAR-BUSCA: DEIXA O REGISTRO EM
      * LINDET-CAR E A POSICAO EM WS-CAR-I.
       2200-LOCALIZAR-CARRO            SECTION.

           MOVE 'N' TO WS-CAR-ACHOU
           PERFORM VARYING WS-CAR-I FROM 1 BY 1
                   UNTIL WS-CAR-I > WS-CAR-QTD OR WS-CAR-ACHOU = 'S'
               IF WS-CAR-ENT-REG(WS-CAR-I)(1:4) = WS-CAR-BUSCA
                   MOVE 'S' TO WS-CAR-ACHOU
               END-IF
           END-PERFORM
           IF WS-CAR-ACHOU = 'S'
               SUBTRACT 1 FROM WS-CAR-I
               MOVE WS-CAR-ENT-REG(WS-CAR-I) TO LINDET-CAR
           END-IF
           .
       2200-LOCALIZAR-CARRO-FIM.
           EXIT.

       2300-LISTAR-CARROS              SECTION.

           PERFORM VARYING WS-CAR-I FROM 1 BY 1
                   UNTIL WS-CAR-I > WS-CAR-QTD
               DISPLAY WS-CAR-ENT-REG(WS-CAR-I)
           END-PERFORM
           DISPLAY WS-CAR-QTD " CARRO(S) RESERVA CADASTRADO(S)"
           .
       2300-LISTAR-CARROS-FIM.
           EXIT.

       2400-INCLUIR-CARRO              SECTION.

           DISPLAY "Codigo do carro reserva (4 posicoes): "
           ACCEPT WS-INF-CODIGO

           PERFORM 2100-CARREGAR-CARROS
           MOVE WS-INF-CODIGO TO WS-CAR-BUSCA
           PERFORM 2200-LOCALIZAR-CARRO

           IF WS-INF-CODIGO = SPACES
               DISPLAY "CODIGO EM BRANCO."
           ELSE
           IF WS-CAR-ACHOU = 'S'
               DISPLAY "JA EXISTE UM CARRO COM ESSE CODIGO"
           ELSE
           IF WS-CAR-QTD NOT < 50
               DISPLAY "CADASTRO CHEIO (50 CARROS)."
           ELSE
               DISPLAY "Placa: "
               ACCEPT WS-INF-PLACA
               DISPLAY "Descricao (modelo, cor): "
               ACCEPT WS-INF-DESCRICAO
               DISPLAY "Km atual: "
               ACCEPT WS-INF-KM

      *        O CADASTRO E RELIDO COM A TRAVA NA MAO: O OUTRO
      *        TERMINAL PODE TER INCLUIDO O MESMO CODIGO NESSE MEIO.
               PERFORM 8300-TRAVAR-CARROS
               IF WS-TRV-RESULTADO NOT = 'N'
                   PERFORM 2200-LOCALIZAR-CARRO
                   IF WS-CAR-ACHOU = 'S'
                       DISPLAY "JA EXISTE UM CARRO COM ESSE CODIGO"
                   ELSE
                   IF WS-CAR-QTD NOT < 50
                       DISPLAY "CADASTRO CHEIO (50 CARROS)."
                   ELSE
                       MOVE WS-INF-CODIGO TO LINDET-CAR-CODIGO
                       MOVE WS-INF-PLACA TO LINDET-CAR-PLACA
                       MOVE WS-INF-DESCRICAO TO LINDET-CAR-DESCRICAO
                       MOVE WS-INF-KM TO LINDET-CAR-KM
                       MOVE 'DISPONIVEL' TO LINDET-CAR-SITUACAO

                       ADD 1 TO WS-CAR-QTD
                       MOVE LINDET-CAR TO WS-CAR-ENT-REG(WS-CAR-QTD)
                       PERFORM 2150-REGRAVAR-CARROS

                       MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
                       MOVE WS-INF-CODIGO TO WS-AUD-CHAVE
                       MOVE SPACES TO WS-AUD-VALOR-ANTIGO
                       MOVE LINDET-CAR TO WS-AUD-VALOR-NOVO
                       CALL 'AUDITORIA' USING WS-AUD-MODULO,
                           WS-AUD-OPERACAO, WS-AUD-CHAVE,
                           WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                           WS-OPERADOR-SESSAO

                       DISPLAY "CARRO RESERVA CADASTRADO COM SUCESSO"
                   END-IF
                   END-IF
                   PERFORM 8350-DESTRAVAR-CARROS
               END-IF
           END-IF
           END-IF
           END-IF
           .
       2400-INCLUIR-CARRO-FIM.
           EXIT.

      * CARRO INATIVO (OFICINA, VENDIDO) NAO ENTRA EM RESERVA NOVA;
      * REATIVADO, VOLTA COMO DISPONIVEL. CARRO NA RUA NAO MUDA.
       2450-ATIVAR-INATIVAR-CARRO      SECTION.

           DISPLAY "Codigo do carro reserva: "
           ACCEPT WS-INF-CODIGO

           PERFORM 8300-TRAVAR-CARROS
           IF WS-TRV-RESULTADO NOT = 'N'
               MOVE WS-INF-CODIGO TO WS-CAR-BUSCA
               PERFORM 2200-LOCALIZAR-CARRO

               IF WS-CAR-ACHOU = 'N'
                   DISPLAY "CARRO RESERVA NAO CADASTRADO"
               ELSE
               IF LINDET-CAR-SITUACAO = 'EMPRESTADO'
                   DISPLAY "CARRO EMPRESTADO. REGISTRE A DEVOLUCAO "
                       "ANTES."
               ELSE
                   MOVE LINDET-CAR TO WS-AUD-VALOR-ANTIGO
                   IF LINDET-CAR-SITUACAO = 'INATIVO'
                       MOVE 'DISPONIVEL' TO LINDET-CAR-SITUACAO
                   ELSE
                       MOVE 'INATIVO' TO LINDET-CAR-SITUACAO
                   END-IF
                   MOVE LINDET-CAR TO WS-CAR-ENT-REG(WS-CAR-I)
                   PERFORM 2150-REGRAVAR-CARROS

                   MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                   MOVE WS-INF-CODIGO TO WS-AUD-CHAVE
                   MOVE LINDET-CAR TO WS-AUD-VALOR-NOVO
                   CALL 'AUDITORIA' USING WS-AUD-MODULO,
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO

                   DISPLAY "CARRO " WS-INF-CODIGO " AGORA "
                       LINDET-CAR-SITUACAO
               END-IF
               END-IF
               PERFORM 8350-DESTRAVAR-CARROS
           END-IF
           .
       2450-ATIVAR-INATIVAR-CARRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         ARQUIVO DE RESERVAS
      *-----------------------------------------------------------------

       2500-CARREGAR-RESERVAS          SECTION.

           MOVE ZEROS TO WS-RES-QTD
           MOVE ZEROS TO WS-RES-ULTIMO
           MOVE 'N' TO WS-RES-TRUNCADO

           OPEN INPUT RESERVAS
           IF AS-STATUS-RES = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ RESERVAS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF ARQ-RESERVAS NOT = SPACES
                               IF WS-RES-QTD < 2000
                                   ADD 1 TO WS-RES-QTD
                                   MOVE ARQ-RESERVAS TO
                                       WS-RES-ENT-REG(WS-RES-QTD)
                               ELSE
                                   DISPLAY "ATENCAO: RESERVAS-CARRO"
                                       ".TXT PASSOU DE 2000 "
                                       "REGISTROS."
                                   MOVE 'S' TO WS-RES-TRUNCADO
                                   MOVE 'N' TO WS-CLOSE-FILE
                               END-IF
                               MOVE ARQ-RESERVAS TO LINDET-RES
                               IF LINDET-RES-NUMERO IS NUMERIC AND
                                  LINDET-RES-NUMERO > WS-RES-ULTIMO
                                   MOVE LINDET-RES-NUMERO TO
                                       WS-RES-ULTIMO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVAS
           END-IF
           .
       2500-CARREGAR-RESERVAS-FIM.
           EXIT.

       2550-REGRAVAR-RESERVAS          SECTION.

      *    CARGA QUE PAROU NO LIMITE DA TABELA NAO E REGRAVADA: OS
      *    REGISTROS QUE FICARAM DE FORA SERIAM PERDIDOS.
           IF WS-RES-TRUNCADO = 'S'
               DISPLAY "RESERVAS-CARRO.TXT PASSOU DE 2000 REGISTROS: "
                   "NADA FOI REGRAVADO."
           ELSE
               OPEN OUTPUT RESERVAS
               IF AS-STATUS-RES NOT EQUAL ZEROS
                   DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-RES
               ELSE
                   PERFORM VARYING WS-RES-I FROM 1 BY 1
                           UNTIL WS-RES-I > WS-RES-QTD
                       MOVE WS-RES-ENT-REG(WS-RES-I) TO ARQ-RESERVAS
                       WRITE ARQ-RESERVAS
                   END-PERFORM
                   CLOSE RESERVAS
               END-IF
           END-IF
           .
       2550-REGRAVAR-RESERVAS-FIM.
           EXIT.

      * LOCALIZA A RESERVA DE NUMERO WS-RES-BUSCA: DEIXA O REGISTRO
      * EM LINDET-RES E A POSICAO EM WS-RES-I.
       2600-LOCALIZAR-RESERVA          SECTION.

           MOVE 'N' TO WS-RES-ACHOU
           PERFORM VARYING WS-RES-I FROM 1 BY 1
                   UNTIL WS-RES-I > WS-RES-QTD OR WS-RES-ACHOU = 'S'
               MOVE WS-RES-ENT-REG(WS-RES-I) TO LINDET-RES
               IF LINDET-RES-NUMERO = WS-RES-BUSCA
                   MOVE 'S' TO WS-RES-ACHOU
               END-IF
           END-PERFORM
           IF WS-RES-ACHOU = 'S'
               SUBTRACT 1 FROM WS-RES-I
               MOVE WS-RES-ENT-REG(WS-RES-I) TO LINDET-RES
           END-IF
           .
       2600-LOCALIZAR-RESERVA-FIM.
           EXIT.

      * O CARRO WS-RSV-CARRO ESTA LIVRE DE WS-RSV-INI-NUM A
      * WS-RSV-FIM-NUM? CONFLITA QUALQUER RESERVA AINDA NAO RETIRADA
      * OU EMPRESTIMO SEM DEVOLUCAO DO MESMO CARRO COM PERIODO QUE SE
      * SOBREPONHA; O CARRO NA RUA CONTA COMO OCUPADO ATE HOJE MESMO
      * QUE O FIM COMBINADO JA TENHA PASSADO. A PRIMEIRA RESERVA EM
      * CONFLITO FICA EM WS-CONF-REG.
       2700-VERIFICAR-CONFLITO         SECTION.

           MOVE 'N' TO WS-CONFLITO
           MOVE SPACES TO WS-CONF-REG

           PERFORM VARYING WS-RES-I FROM 1 BY 1
                   UNTIL WS-RES-I > WS-RES-QTD OR WS-CONFLITO = 'S'
               MOVE WS-RES-ENT-REG(WS-RES-I) TO LINDET-RES
               IF LINDET-RES-CARRO = WS-RSV-CARRO AND
                  (LINDET-RES-STATUS = 'RESERVADA' OR
                   LINDET-RES-STATUS = 'RETIRADA')

                   MOVE LINDET-RES-INICIO TO WS-INV-DATA
                   PERFORM 2900-INVERTER-DATA
                   MOVE WS-INV-NUM TO WS-EX-INI-NUM
                   MOVE LINDET-RES-FIM TO WS-INV-DATA
                   PERFORM 2900-INVERTER-DATA
                   MOVE WS-INV-NUM TO WS-EX-FIM-NUM

                   IF LINDET-RES-STATUS = 'RETIRADA' AND
                      WS-EX-FIM-NUM < WS-HOJE-NUM
                       MOVE WS-HOJE-NUM TO WS-EX-FIM-NUM
                   END-IF

                   IF WS-EX-INI-NUM NOT > WS-RSV-FIM-NUM AND
                      WS-RSV-INI-NUM NOT > WS-EX-FIM-NUM
                       MOVE 'S' TO WS-CONFLITO
                       MOVE LINDET-RES TO WS-CONF-REG
                   END-IF
               END-IF
           END-PERFORM
           .
       2700-VERIFICAR-CONFLITO-FIM.
           EXIT.

      * DATA DD/MM/AAAA DE WS-INV-DATA EM AAAAMMDD (WS-INV-NUM), PARA
      * COMPARAR PERIODOS.
       2900-INVERTER-DATA              SECTION.

           MOVE WS-INV-DATA(7:4) TO WS-INV-ANO
           MOVE WS-INV-DATA(4:2) TO WS-INV-MES
           MOVE WS-INV-DATA(1:2) TO WS-INV-DIA
           IF WS-INV-AAAAMMDD IS NOT NUMERIC
               MOVE ZEROS TO WS-INV-NUM
           END-IF
           .
       2900-INVERTER-DATA-FIM.
           EXIT.

      * PEDE UMA DATA EM WS-DAT-DATA1 ATE ELA SER VALIDA.
       2950-VALIDAR-DATA               SECTION.

           MOVE 'V' TO WS-DAT-FUNCAO
           CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
               WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
           PERFORM UNTIL WS-DAT-VALIDA = 'S'
               DISPLAY "DATA INVALIDA. USE DD/MM/AAAA: "
               ACCEPT WS-DAT-DATA1
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
           END-PERFORM
           .
       2950-VALIDAR-DATA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         RESERVA, RETIRADA E DEVOLUCAO
      *-----------------------------------------------------------------

      * RESERVA UM CARRO PARA UMA OS EM ABERTO, NO CPF DO CLIENTE
      * (PADRAO: O PROPRIETARIO DO VEICULO DA OS), DE UMA DATA A
      * OUTRA. MOSTRA OS CARROS LIVRES NO PERIODO E SO GRAVA SE O
      * ESCOLHIDO AINDA ESTIVER LIVRE COM A TRAVA DELE NA MAO.
       4000-RESERVAR-CARRO             SECTION.

           MOVE 'S' TO WS-RSV-OK

           DISPLAY "Reserva para qual OS?"
           ACCEPT WS-RSV-OS
           PERFORM 4100-LOCALIZAR-OS

           IF WS-OS-ACHOU = 'N'
               DISPLAY "OS " WS-RSV-OS " NAO ENCONTRADA."
               MOVE 'N' TO WS-RSV-OK
           ELSE
           IF WS-MAN-STATUS = 'CONCLUIDO' OR
              WS-MAN-STATUS = 'CANCELADO'
               DISPLAY "OS " WS-RSV-OS " ESTA " WS-MAN-STATUS
                   ". RESERVA NAO PERMITIDA."
               MOVE 'N' TO WS-RSV-OK
           END-IF
           END-IF

           IF WS-RSV-OK = 'S'
               PERFORM 2500-CARREGAR-RESERVAS
               MOVE 'N' TO WS-OS-EM-ABERTO
               PERFORM VARYING WS-RES-I FROM 1 BY 1
                       UNTIL WS-RES-I > WS-RES-QTD
                   MOVE WS-RES-ENT-REG(WS-RES-I) TO LINDET-RES
                   IF LINDET-RES-OS = WS-RSV-OS AND
                      (LINDET-RES-STATUS = 'RESERVADA' OR
                       LINDET-RES-STATUS = 'RETIRADA')
                       MOVE 'S' TO WS-OS-EM-ABERTO
                       DISPLAY "A OS JA TEM A RESERVA "
                           LINDET-RES-NUMERO " DO CARRO "
                           LINDET-RES-CARRO " (" LINDET-RES-STATUS
                           ")."
                   END-IF
               END-PERFORM
               IF WS-OS-EM-ABERTO = 'S'
                   MOVE 'N' TO WS-RSV-OK
               END-IF
           END-IF

           IF WS-RSV-OK = 'S'
               PERFORM 4200-INFORMAR-CLIENTE
           END-IF

           IF WS-RSV-OK = 'S'
               PERFORM 4300-INFORMAR-PERIODO
           END-IF

           IF WS-RSV-OK = 'S'
               PERFORM 2100-CARREGAR-CARROS
               PERFORM 4350-LISTAR-LIVRES
               IF WS-QTD-LIVRES = ZEROS
                   DISPLAY "NENHUM CARRO RESERVA LIVRE NO PERIODO."
                   MOVE 'N' TO WS-RSV-OK
               END-IF
           END-IF

           IF WS-RSV-OK = 'S'
               DISPLAY "Codigo do carro escolhido: "
               ACCEPT WS-RSV-CARRO
               MOVE WS-RSV-CARRO TO WS-CAR-BUSCA
               PERFORM 2200-LOCALIZAR-CARRO
               IF WS-CAR-ACHOU = 'N'
                   DISPLAY "CARRO RESERVA NAO CADASTRADO"
                   MOVE 'N' TO WS-RSV-OK
               ELSE
               IF LINDET-CAR-SITUACAO = 'INATIVO'
                   DISPLAY "CARRO RESERVA INATIVO"
                   MOVE 'N' TO WS-RSV-OK
               END-IF
               END-IF
           END-IF

           IF WS-RSV-OK = 'S'
               PERFORM 4400-GRAVAR-RESERVA
           END-IF
           .
       4000-RESERVAR-CARRO-FIM.
           EXIT.

      * PROCURA A OS DE WS-RSV-OS EM MANUTENCAO.TXT.
       4100-LOCALIZAR-OS               SECTION.

           MOVE 'N' TO WS-OS-ACHOU

           OPEN INPUT MAINTENANCE
           IF AS-STATUS-MAN NOT EQUAL ZEROS
               DISPLAY "NENHUMA MANUTENCAO CADASTRADA AINDA "
                   AS-STATUS-MAN
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ MAINTENANCE INTO WS-DADOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE SPACES TO WS-MAN-OS
                           MOVE SPACES TO WS-MAN-PLACA
                           MOVE SPACES TO WS-MAN-DATA
                           MOVE SPACES TO WS-MAN-TIPO-SERVICO
                           MOVE SPACES TO WS-MAN-STATUS
                           UNSTRING WS-DADOS DELIMITED BY '|' INTO
                               WS-MAN-OS
                               WS-MAN-PLACA
                               WS-MAN-DATA
                               WS-MAN-TIPO-SERVICO
                               WS-MAN-STATUS
                           IF WS-MAN-OS = WS-RSV-OS
                               MOVE 'S' TO WS-OS-ACHOU
                               MOVE 'N' TO WS-CLOSE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINTENANCE
           END-IF
           .
       4100-LOCALIZAR-OS-FIM.
           EXIT.

      * O CPF DA RESERVA: EM BRANCO VALE O DO PROPRIETARIO DO VEICULO
      * DA OS. O CPF PRECISA TER CADASTRO DE CLIENTE.
       4200-INFORMAR-CLIENTE           SECTION.

           MOVE SPACES TO WS-VEI-CPF
           OPEN INPUT VEICULOS
           IF AS-STATUS-VEI = ZEROS
               MOVE WS-MAN-PLACA TO ARQ-VEICULOS-PLACA
               READ VEICULOS INTO WS-DADOS-VEICULOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       UNSTRING WS-DADOS-VEICULOS
                           DELIMITED BY ' | ' OR '|'
                           INTO WS-VEI-PLACA
                                WS-VEI-MARCA
                                WS-VEI-MODELO
                                WS-VEI-ANO
                                WS-VEI-CPF
               END-READ
               CLOSE VEICULOS
           END-IF

           IF WS-VEI-CPF NOT = SPACES
               MOVE 'C' TO WS-MSC-OPCAO
               MOVE WS-VEI-CPF TO WS-MSC-VALOR
               CALL 'MASCARA' USING WS-MSC-OPCAO, WS-OPERADOR-SESSAO,
                   WS-MSC-VALOR, WS-MSC-RESULTADO
               DISPLAY "PROPRIETARIO DO VEICULO " WS-MAN-PLACA
                   ": CPF " WS-MSC-RESULTADO(1:14)
           END-IF
           DISPLAY "CPF do cliente que leva o carro "
               "(em branco = proprietario):"
           ACCEPT WS-RSV-CPF
           IF WS-RSV-CPF = SPACES
               MOVE WS-VEI-CPF TO WS-RSV-CPF
           END-IF

           PERFORM 4250-NOME-DO-CLIENTE
           IF WS-RSV-CPF = SPACES OR WS-CLI-ACHOU = 'N'
               DISPLAY "CPF SEM CADASTRO DE CLIENTE. CADASTRE O "
                   "CLIENTE ANTES DE RESERVAR."
               MOVE 'N' TO WS-RSV-OK
           ELSE
               DISPLAY "CLIENTE: " WS-CLI-NOME
           END-IF
           .
       4200-INFORMAR-CLIENTE-FIM.
           EXIT.

      * NOME DO CLIENTE DE WS-RSV-CPF EM WS-CLI-NOME.
       4250-NOME-DO-CLIENTE            SECTION.

           MOVE 'N' TO WS-CLI-ACHOU
           MOVE SPACES TO WS-CLI-NOME

           IF WS-RSV-CPF NOT = SPACES
               OPEN INPUT CLIENTES
               IF AS-STATUS-CLI = ZEROS
                   MOVE WS-RSV-CPF TO ARQ-CLIENTES-CPF
                   READ CLIENTES INTO WS-DADOS-CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-CLI-ACHOU
                           UNSTRING WS-DADOS-CLIENTES
                               DELIMITED BY ' | ' OR '|'
                               INTO WS-CLI-NOME
                   END-READ
                   CLOSE CLIENTES
               END-IF
           END-IF
           .
       4250-NOME-DO-CLIENTE-FIM.
           EXIT.

      * PERIODO DA RESERVA: INICIO A PARTIR DE HOJE E FIM NAO ANTES
      * DO INICIO.
       4300-INFORMAR-PERIODO           SECTION.

           DISPLAY "Data de inicio (DD/MM/AAAA, em branco = hoje): "
           ACCEPT WS-DAT-DATA1
           IF WS-DAT-DATA1 = SPACES
               MOVE WS-DATA-HOJE TO WS-DAT-DATA1
           END-IF
           PERFORM 2950-VALIDAR-DATA
           MOVE WS-DAT-DATA1 TO WS-RSV-INICIO

           DISPLAY "Data de fim (DD/MM/AAAA): "
           ACCEPT WS-DAT-DATA1
           PERFORM 2950-VALIDAR-DATA
           MOVE WS-DAT-DATA1 TO WS-RSV-FIM

           MOVE WS-RSV-INICIO TO WS-INV-DATA
           PERFORM 2900-INVERTER-DATA
           MOVE WS-INV-NUM TO WS-RSV-INI-NUM
           MOVE WS-RSV-FIM TO WS-INV-DATA
           PERFORM 2900-INVERTER-DATA
           MOVE WS-INV-NUM TO WS-RSV-FIM-NUM

           IF WS-RSV-INI-NUM < WS-HOJE-NUM
               DISPLAY "INICIO ANTES DE HOJE. RESERVA RECUSADA."
               MOVE 'N' TO WS-RSV-OK
           ELSE
           IF WS-RSV-FIM-NUM < WS-RSV-INI-NUM
               DISPLAY "FIM ANTES DO INICIO. RESERVA RECUSADA."
               MOVE 'N' TO WS-RSV-OK
           END-IF
           END-IF
           .
       4300-INFORMAR-PERIODO-FIM.
           EXIT.

      * MOSTRA OS CARROS ATIVOS LIVRES NO PERIODO PEDIDO.
       4350-LISTAR-LIVRES              SECTION.

           MOVE ZEROS TO WS-QTD-LIVRES
           DISPLAY "CARROS LIVRES DE " WS-RSV-INICIO " A " WS-RSV-FIM
               ":"

           PERFORM VARYING WS-CAR-I FROM 1 BY 1
                   UNTIL WS-CAR-I > WS-CAR-QTD
               MOVE WS-CAR-ENT-REG(WS-CAR-I) TO LINDET-CAR
               IF LINDET-CAR-SITUACAO NOT = 'INATIVO'
                   MOVE LINDET-CAR-CODIGO TO WS-RSV-CARRO
                   PERFORM 2700-VERIFICAR-CONFLITO
                   IF WS-CONFLITO = 'N'
                       ADD 1 TO WS-QTD-LIVRES
                       DISPLAY "  " LINDET-CAR-CODIGO " "
                           LINDET-CAR-PLACA " " LINDET-CAR-DESCRICAO
                   END-IF
               END-IF
           END-PERFORM
           .
       4350-LISTAR-LIVRES-FIM.
           EXIT.

      * COM O CARRO E O ARQUIVO DE RESERVAS TRAVADOS, RELE AS
      * RESERVAS (O OUTRO TERMINAL PODE TER ACABADO DE GRAVAR UMA),
      * CONFERE O CONFLITO DE NOVO E SO ENTAO ACRESCENTA A RESERVA.
       4400-GRAVAR-RESERVA             SECTION.

           MOVE WS-RSV-CARRO TO WS-TRV-CHAVE
           PERFORM 8000-TRAVAR-CARRO

           IF WS-TRV-RESULTADO NOT = 'N'
               PERFORM 8200-TRAVAR-RESERVAS
               IF WS-TRV-RESULTADO NOT = 'N'
                   PERFORM 2700-VERIFICAR-CONFLITO

                   IF WS-CONFLITO = 'S'
                       MOVE WS-CONF-REG TO LINDET-RES
                       DISPLAY "CARRO " WS-RSV-CARRO
                           " JA RESERVADO DE " LINDET-RES-INICIO
                           " A " LINDET-RES-FIM
                           " PARA A OS " LINDET-RES-OS
                           ". RESERVA RECUSADA."
                   ELSE
                   IF WS-RES-QTD NOT < 2000
                       DISPLAY "ARQUIVO DE RESERVAS CHEIO."
                   ELSE
                       INITIALIZE LINDET-RES
                       ADD 1 TO WS-RES-ULTIMO
                       MOVE WS-RES-ULTIMO TO LINDET-RES-NUMERO
                       MOVE WS-RSV-CARRO TO LINDET-RES-CARRO
                       MOVE WS-RSV-OS TO LINDET-RES-OS
                       MOVE WS-RSV-CPF TO LINDET-RES-CPF
                       MOVE WS-RSV-INICIO TO LINDET-RES-INICIO
                       MOVE WS-RSV-FIM TO LINDET-RES-FIM
                       MOVE 'RESERVADA' TO LINDET-RES-STATUS
                       MOVE WS-OPER-ID TO LINDET-RES-OPERADOR

                       ADD 1 TO WS-RES-QTD
                       MOVE LINDET-RES TO WS-RES-ENT-REG(WS-RES-QTD)
                       PERFORM 2550-REGRAVAR-RESERVAS

                       MOVE 'RESERVA' TO WS-AUD-OPERACAO
                       MOVE LINDET-RES-NUMERO TO WS-AUD-CHAVE
                       MOVE SPACES TO WS-AUD-VALOR-ANTIGO
                       MOVE LINDET-RES(1:75) TO WS-AUD-VALOR-NOVO
                       CALL 'AUDITORIA' USING WS-AUD-MODULO,
                           WS-AUD-OPERACAO, WS-AUD-CHAVE,
                           WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                           WS-OPERADOR-SESSAO

                       DISPLAY "RESERVA " LINDET-RES-NUMERO
                           " GRAVADA: CARRO " WS-RSV-CARRO " DE "
                           WS-RSV-INICIO " A " WS-RSV-FIM
                           " PARA A OS " WS-RSV-OS
                   END-IF
                   END-IF

                   PERFORM 8250-DESTRAVAR-RESERVAS
               END-IF

               PERFORM 8100-DESTRAVAR-CARRO
           END-IF
           .
       4400-GRAVAR-RESERVA-FIM.
           EXIT.

      * RESERVAS AINDA NAO ENCERRADAS (RESERVADA OU RETIRADA).
       4500-LISTAR-RESERVAS            SECTION.

           PERFORM 2500-CARREGAR-RESERVAS
           MOVE ZEROS TO WS-QTD-LINHAS

           PERFORM VARYING WS-RES-I FROM 1 BY 1
                   UNTIL WS-RES-I > WS-RES-QTD
               MOVE WS-RES-ENT-REG(WS-RES-I) TO LINDET-RES
               IF LINDET-RES-STATUS = 'RESERVADA' OR
                  LINDET-RES-STATUS = 'RETIRADA'
                   MOVE 'C' TO WS-MSC-OPCAO
                   MOVE LINDET-RES-CPF TO WS-MSC-VALOR
                   CALL 'MASCARA' USING WS-MSC-OPCAO,
                       WS-OPERADOR-SESSAO, WS-MSC-VALOR,
                       WS-MSC-RESULTADO
                   DISPLAY LINDET-RES-NUMERO " CARRO "
                       LINDET-RES-CARRO " OS " LINDET-RES-OS
                       " CPF " WS-MSC-RESULTADO(1:14) " "
                       LINDET-RES-INICIO " A " LINDET-RES-FIM " "
                       LINDET-RES-STATUS
                   ADD 1 TO WS-QTD-LINHAS
               END-IF
           END-PERFORM
           DISPLAY WS-QTD-LINHAS " RESERVA(S) EM ABERTO"
           .
       4500-LISTAR-RESERVAS-FIM.
           EXIT.

      * SO CANCELA RESERVA QUE AINDA NAO FOI RETIRADA.
       4600-CANCELAR-RESERVA           SECTION.

           DISPLAY "Numero da reserva: "
           ACCEPT WS-INF-NUMERO

           PERFORM 8200-TRAVAR-RESERVAS
           IF WS-TRV-RESULTADO NOT = 'N'
               MOVE WS-INF-NUMERO TO WS-RES-BUSCA
               PERFORM 2600-LOCALIZAR-RESERVA

               IF WS-RES-ACHOU = 'N'
                   DISPLAY "RESERVA NAO ENCONTRADA"
               ELSE
               IF LINDET-RES-STATUS NOT = 'RESERVADA'
                   DISPLAY "RESERVA " LINDET-RES-STATUS
                       ". SO RESERVA AINDA NAO RETIRADA E CANCELADA."
               ELSE
                   MOVE LINDET-RES(1:75) TO WS-AUD-VALOR-ANTIGO
                   MOVE 'CANCELADA' TO LINDET-RES-STATUS
                   MOVE LINDET-RES TO WS-RES-ENT-REG(WS-RES-I)
                   PERFORM 2550-REGRAVAR-RESERVAS

                   MOVE 'CANCELA' TO WS-AUD-OPERACAO
                   MOVE LINDET-RES-NUMERO TO WS-AUD-CHAVE
                   MOVE LINDET-RES(1:75) TO WS-AUD-VALOR-NOVO
                   CALL 'AUDITORIA' USING WS-AUD-MODULO,
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO

                   DISPLAY "RESERVA " LINDET-RES-NUMERO " CANCELADA"
               END-IF
               END-IF
               PERFORM 8250-DESTRAVAR-RESERVAS
           END-IF
           .
       4600-CANCELAR-RESERVA-FIM.
           EXIT.

      * ENTREGA DO CARRO AO CLIENTE: A RESERVA PRECISA TER COMECADO,
      * O CARRO PRECISA ESTAR NO PATIO, E FICAM O KM E O
      * COMBUSTIVEL DE SAIDA.
       4700-RETIRADA                   SECTION.

           DISPLAY "Numero da reserva: "
           ACCEPT WS-INF-NUMERO

           PERFORM 2500-CARREGAR-RESERVAS
           MOVE WS-INF-NUMERO TO WS-RES-BUSCA
           PERFORM 2600-LOCALIZAR-RESERVA

           IF WS-RES-ACHOU = 'N'
               DISPLAY "RESERVA NAO ENCONTRADA"
           ELSE
           IF LINDET-RES-STATUS NOT = 'RESERVADA'
               DISPLAY "RESERVA " LINDET-RES-STATUS
                   ". RETIRADA NAO PERMITIDA."
           ELSE
               MOVE LINDET-RES-INICIO TO WS-INV-DATA
               PERFORM 2900-INVERTER-DATA
               IF WS-INV-NUM > WS-HOJE-NUM
                   DISPLAY "A RESERVA SO COMECA EM "
                       LINDET-RES-INICIO ". RETIRADA NAO PERMITIDA."
               ELSE
                   MOVE LINDET-RES-CARRO TO WS-TRV-CHAVE
                   PERFORM 8000-TRAVAR-CARRO
                   IF WS-TRV-RESULTADO NOT = 'N'
                       PERFORM 4750-REGISTRAR-SAIDA
                       PERFORM 8100-DESTRAVAR-CARRO
                   END-IF
               END-IF
           END-IF
           END-IF
           .
       4700-RETIRADA-FIM.
           EXIT.

       4750-REGISTRAR-SAIDA            SECTION.

           PERFORM 2100-CARREGAR-CARROS
           MOVE LINDET-RES-CARRO TO WS-CAR-BUSCA
           PERFORM 2200-LOCALIZAR-CARRO

           IF WS-CAR-ACHOU = 'N'
               DISPLAY "CARRO " LINDET-RES-CARRO " NAO ESTA MAIS NO "
                   "CADASTRO."
           ELSE
           IF LINDET-CAR-SITUACAO NOT = 'DISPONIVEL'
               DISPLAY "CARRO " LINDET-CAR-CODIGO " ESTA "
                   LINDET-CAR-SITUACAO ". RETIRADA NAO PERMITIDA."
           ELSE
               DISPLAY "CARRO " LINDET-CAR-CODIGO " "
                   LINDET-CAR-PLACA " " LINDET-CAR-DESCRICAO
               DISPLAY "Km de saida (cadastro: " LINDET-CAR-KM "): "
               ACCEPT WS-INF-KM
               PERFORM UNTIL WS-INF-KM NOT < LINDET-CAR-KM
                   DISPLAY "KM MENOR QUE O DO CADASTRO. INFORME "
                       "DE NOVO: "
                   ACCEPT WS-INF-KM
               END-PERFORM
               PERFORM 4790-INFORMAR-COMBUSTIVEL
               PERFORM 4760-GRAVAR-SAIDA
           END-IF
           END-IF
           .
       4750-REGISTRAR-SAIDA-FIM.
           EXIT.

      * COM AS RESERVAS E O CADASTRO TRAVADOS E RELIDOS DEPOIS DA
      * DIGITACAO (O OUTRO TERMINAL PODE TER GRAVADO NELES NESSE
      * MEIO), CONFERE DE NOVO A RESERVA E O CARRO E SO ENTAO GRAVA
      * A SAIDA.
       4760-GRAVAR-SAIDA               SECTION.

           PERFORM 8200-TRAVAR-RESERVAS
           IF WS-TRV-RESULTADO NOT = 'N'
               PERFORM 8300-TRAVAR-CARROS
               IF WS-TRV-RESULTADO NOT = 'N'
                   PERFORM 2600-LOCALIZAR-RESERVA
                   PERFORM 2200-LOCALIZAR-CARRO

                   IF WS-RES-ACHOU = 'N' OR
                      LINDET-RES-STATUS NOT = 'RESERVADA'
                       DISPLAY "RESERVA ALTERADA EM OUTRO TERMINAL. "
                           "RETIRADA NAO REGISTRADA."
                   ELSE
                   IF WS-CAR-ACHOU = 'N' OR
                      LINDET-CAR-SITUACAO NOT = 'DISPONIVEL'
                       DISPLAY "CARRO ALTERADO EM OUTRO TERMINAL. "
                           "RETIRADA NAO REGISTRADA."
                   ELSE
                       MOVE LINDET-RES(1:75) TO WS-AUD-VALOR-ANTIGO
                       MOVE 'RETIRADA' TO LINDET-RES-STATUS
                       MOVE WS-INF-KM TO LINDET-RES-KM-SAIDA
                       MOVE WS-INF-COMB TO LINDET-RES-COMB-SAIDA
                       MOVE WS-DATA-HOJE TO LINDET-RES-DATA-SAIDA
                       MOVE LINDET-RES TO WS-RES-ENT-REG(WS-RES-I)
                       PERFORM 2550-REGRAVAR-RESERVAS

                       MOVE 'EMPRESTADO' TO LINDET-CAR-SITUACAO
                       MOVE WS-INF-KM TO LINDET-CAR-KM
                       MOVE LINDET-CAR TO WS-CAR-ENT-REG(WS-CAR-I)
                       PERFORM 2150-REGRAVAR-CARROS

                       MOVE 'RETIRADA' TO WS-AUD-OPERACAO
                       MOVE LINDET-RES-NUMERO TO WS-AUD-CHAVE
                       MOVE SPACES TO WS-AUD-VALOR-NOVO
                       STRING 'KM ' DELIMITED BY SIZE
                              LINDET-RES-KM-SAIDA DELIMITED BY SIZE
                              ' COMB ' DELIMITED BY SIZE
                              LINDET-RES-COMB-SAIDA DELIMITED BY SIZE
                              '/8 EM ' DELIMITED BY SIZE
                              LINDET-RES-DATA-SAIDA DELIMITED BY SIZE
                              INTO WS-AUD-VALOR-NOVO
                       CALL 'AUDITORIA' USING WS-AUD-MODULO,
                           WS-AUD-OPERACAO, WS-AUD-CHAVE,
                           WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                           WS-OPERADOR-SESSAO

                       DISPLAY "RETIRADA REGISTRADA. DEVOLUCAO "
                           "COMBINADA PARA " LINDET-RES-FIM
                   END-IF
                   END-IF
                   PERFORM 8350-DESTRAVAR-CARROS
               END-IF
               PERFORM 8250-DESTRAVAR-RESERVAS
           END-IF
           .
       4760-GRAVAR-SAIDA-FIM.
           EXIT.

      * NIVEL DO TANQUE EM OITAVOS, DE 0 (VAZIO) A 8 (CHEIO).
       4790-INFORMAR-COMBUSTIVEL       SECTION.

           DISPLAY "Combustivel em oitavos do tanque "
               "(0 = vazio ... 8 = cheio): "
           ACCEPT WS-INF-COMB
           PERFORM UNTIL WS-INF-COMB IS NUMERIC AND
                         WS-INF-COMB NOT > '8'
               DISPLAY "INFORME DE 0 A 8: "
               ACCEPT WS-INF-COMB
           END-PERFORM
           .
       4790-INFORMAR-COMBUSTIVEL-FIM.
           EXIT.

      * VOLTA DO CARRO: KM E COMBUSTIVEL DE CHEGADA, DIAS FORA E O KM
      * RODADO ALEM DA FRANQUIA (KM POR DIA X DIAS, MINIMO UM DIA),
      * QUE FICA NA RESERVA COMO VALOR A COBRAR NA FATURA DA OS.
       4800-DEVOLUCAO                  SECTION.

           DISPLAY "Numero da reserva: "
           ACCEPT WS-INF-NUMERO

           PERFORM 2500-CARREGAR-RESERVAS
           MOVE WS-INF-NUMERO TO WS-RES-BUSCA
           PERFORM 2600-LOCALIZAR-RESERVA

           IF WS-RES-ACHOU = 'N'
               DISPLAY "RESERVA NAO ENCONTRADA"
           ELSE
           IF LINDET-RES-STATUS NOT = 'RETIRADA'
               DISPLAY "RESERVA " LINDET-RES-STATUS
                   ". DEVOLUCAO NAO PERMITIDA."
           ELSE
               MOVE LINDET-RES-CARRO TO WS-TRV-CHAVE
               PERFORM 8000-TRAVAR-CARRO
               IF WS-TRV-RESULTADO NOT = 'N'
                   PERFORM 4850-REGISTRAR-VOLTA
                   PERFORM 8100-DESTRAVAR-CARRO
               END-IF
           END-IF
           END-IF
           .
       4800-DEVOLUCAO-FIM.
           EXIT.

       4850-REGISTRAR-VOLTA            SECTION.

           DISPLAY "Carro " LINDET-RES-CARRO " saiu em "
               LINDET-RES-DATA-SAIDA " com " LINDET-RES-KM-SAIDA
               " km e " LINDET-RES-COMB-SAIDA "/8 de combustivel."
           DISPLAY "Km de chegada: "
           ACCEPT WS-INF-KM
           PERFORM UNTIL WS-INF-KM NOT < LINDET-RES-KM-SAIDA
               DISPLAY "KM MENOR QUE O DA SAIDA. INFORME DE NOVO: "
               ACCEPT WS-INF-KM
           END-PERFORM
           PERFORM 4790-INFORMAR-COMBUSTIVEL

      *    A RESERVA E RELIDA COM AS TRAVAS NA MAO, DEPOIS DA
      *    DIGITACAO, E SO E GRAVADA SE AINDA ESTIVER RETIRADA.
           PERFORM 8200-TRAVAR-RESERVAS
           IF WS-TRV-RESULTADO NOT = 'N'
               PERFORM 8300-TRAVAR-CARROS
               IF WS-TRV-RESULTADO NOT = 'N'
                   PERFORM 2600-LOCALIZAR-RESERVA
                   IF WS-RES-ACHOU = 'N' OR
                      LINDET-RES-STATUS NOT = 'RETIRADA'
                       DISPLAY "RESERVA ALTERADA EM OUTRO TERMINAL. "
                           "DEVOLUCAO NAO REGISTRADA."
                   ELSE
                       PERFORM 4860-GRAVAR-VOLTA
                   END-IF
                   PERFORM 8350-DESTRAVAR-CARROS
               END-IF
               PERFORM 8250-DESTRAVAR-RESERVAS
           END-IF
           .
       4850-REGISTRAR-VOLTA-FIM.
           EXIT.

      * GRAVA A VOLTA DA RESERVA EM LINDET-RES (POSICAO WS-RES-I),
      * COM AS DUAS TRAVAS NA MAO E OS ARQUIVOS RELIDOS.
       4860-GRAVAR-VOLTA               SECTION.

           MOVE 'D' TO WS-DAT-FUNCAO
           MOVE LINDET-RES-DATA-SAIDA TO WS-DAT-DATA1
           MOVE WS-DATA-HOJE TO WS-DAT-DATA2
           CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
               WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
           MOVE WS-DAT-DIAS TO WS-DIAS-FORA
           IF WS-DIAS-FORA < 1
               MOVE 1 TO WS-DIAS-FORA
           END-IF

           COMPUTE WS-KM-RODADO = WS-INF-KM - LINDET-RES-KM-SAIDA
           COMPUTE WS-KM-FRANQUIA = WS-DIAS-FORA * WS-KM-DIA
           COMPUTE WS-KM-EXCEDENTE = WS-KM-RODADO - WS-KM-FRANQUIA
           IF WS-KM-EXCEDENTE < ZEROS
               MOVE ZEROS TO WS-KM-EXCEDENTE
           END-IF
           COMPUTE WS-VALOR-EXCEDENTE ROUNDED =
               WS-KM-EXCEDENTE * WS-VALOR-KM

           MOVE LINDET-RES(1:75) TO WS-AUD-VALOR-ANTIGO
           MOVE 'DEVOLVIDA' TO LINDET-RES-STATUS
           MOVE WS-INF-KM TO LINDET-RES-KM-VOLTA
           MOVE WS-INF-COMB TO LINDET-RES-COMB-VOLTA
           MOVE WS-DATA-HOJE TO LINDET-RES-DATA-VOLTA
           MOVE WS-KM-EXCEDENTE TO LINDET-RES-KM-EXCEDENTE
           MOVE WS-VALOR-EXCEDENTE TO LINDET-RES-VALOR
           MOVE LINDET-RES TO WS-RES-ENT-REG(WS-RES-I)
           PERFORM 2550-REGRAVAR-RESERVAS

           MOVE LINDET-RES-CARRO TO WS-CAR-BUSCA
           PERFORM 2200-LOCALIZAR-CARRO
           IF WS-CAR-ACHOU = 'S'
               MOVE 'DISPONIVEL' TO LINDET-CAR-SITUACAO
               MOVE WS-INF-KM TO LINDET-CAR-KM
               MOVE LINDET-CAR TO WS-CAR-ENT-REG(WS-CAR-I)
               PERFORM 2150-REGRAVAR-CARROS
           END-IF

           MOVE WS-DIAS-FORA TO WS-DIAS-ED
           MOVE WS-KM-RODADO TO WS-KM-ED
           DISPLAY "DEVOLUCAO REGISTRADA: " WS-DIAS-ED " DIA(S), "
               WS-KM-ED " KM RODADOS."
           MOVE WS-KM-FRANQUIA TO WS-KM-ED
           DISPLAY "FRANQUIA DO PERIODO: " WS-KM-ED " KM."
           IF WS-KM-EXCEDENTE > ZEROS
               MOVE WS-KM-EXCEDENTE TO WS-KM-ED
               MOVE WS-VALOR-EXCEDENTE TO WS-VALOR-ED
               DISPLAY "KM EXCEDENTE: " WS-KM-ED
                   " - R$ " WS-VALOR-ED " ENTRAM NA FATURA DA OS "
                   LINDET-RES-OS "."
           END-IF
           IF LINDET-RES-COMB-VOLTA < LINDET-RES-COMB-SAIDA
               DISPLAY "ATENCAO: CARRO VOLTOU COM MENOS "
                   "COMBUSTIVEL (" LINDET-RES-COMB-VOLTA "/8, SAIU "
                   "COM " LINDET-RES-COMB-SAIDA "/8)."
           END-IF

           MOVE 'DEVOLUCAO' TO WS-AUD-OPERACAO
           MOVE LINDET-RES-NUMERO TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-VALOR-NOVO
           STRING 'KM ' DELIMITED BY SIZE
                  LINDET-RES-KM-VOLTA DELIMITED BY SIZE
                  ' COMB ' DELIMITED BY SIZE
                  LINDET-RES-COMB-VOLTA DELIMITED BY SIZE
                  '/8 EXCEDENTE ' DELIMITED BY SIZE
                  LINDET-RES-KM-EXCEDENTE DELIMITED BY SIZE
                  ' KM VALOR ' DELIMITED BY SIZE
                  LINDET-RES-VALOR DELIMITED BY SIZE
                  INTO WS-AUD-VALOR-NOVO
           CALL 'AUDITORIA' USING WS-AUD-MODULO,
               WS-AUD-OPERACAO, WS-AUD-CHAVE,
               WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
               WS-OPERADOR-SESSAO
           .
       4860-GRAVAR-VOLTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         RELATORIO DE USO POR CARRO
      *-----------------------------------------------------------------

      * POR CARRO: EMPRESTIMOS, DIAS FORA (CARRO AINDA NA RUA CONTA
      * ATE HOJE), KM RODADO, KM EXCEDENTE E VALOR COBRADO. O MES,
      * QUANDO INFORMADO, FILTRA PELA DATA DA RETIRADA.
       5000-RELATORIO-USO              SECTION.

           DISPLAY "Mes de referencia (MM/AAAA, em branco = todo o "
               "historico): "
           ACCEPT WS-INF-MES

           PERFORM 2100-CARREGAR-CARROS
           PERFORM 2500-CARREGAR-RESERVAS

           PERFORM VARYING WS-CAR-I FROM 1 BY 1
                   UNTIL WS-CAR-I > 50
               MOVE ZEROS TO WS-USO-EMPRESTIMOS(WS-CAR-I)
               MOVE ZEROS TO WS-USO-DIAS(WS-CAR-I)
               MOVE ZEROS TO WS-USO-KM(WS-CAR-I)
               MOVE ZEROS TO WS-USO-EXCEDENTE(WS-CAR-I)
               MOVE ZEROS TO WS-USO-VALOR(WS-CAR-I)
           END-PERFORM

           PERFORM VARYING WS-RES-I FROM 1 BY 1
                   UNTIL WS-RES-I > WS-RES-QTD
               MOVE WS-RES-ENT-REG(WS-RES-I) TO LINDET-RES
               IF (LINDET-RES-STATUS = 'RETIRADA' OR
                   LINDET-RES-STATUS = 'DEVOLVIDA') AND
                  (WS-INF-MES = SPACES OR
                   LINDET-RES-DATA-SAIDA(4:7) = WS-INF-MES)
                   PERFORM 5100-ACUMULAR-USO
               END-IF
           END-PERFORM

           PERFORM 5200-IMPRIMIR-USO
           .
       5000-RELATORIO-USO-FIM.
           EXIT.

       5100-ACUMULAR-USO               SECTION.

           MOVE LINDET-RES-CARRO TO WS-CAR-BUSCA
           PERFORM 2200-LOCALIZAR-CARRO

           IF WS-CAR-ACHOU = 'S'
               MOVE 'D' TO WS-DAT-FUNCAO
               MOVE LINDET-RES-DATA-SAIDA TO WS-DAT-DATA1
               IF LINDET-RES-STATUS = 'DEVOLVIDA'
                   MOVE LINDET-RES-DATA-VOLTA TO WS-DAT-DATA2
               ELSE
                   MOVE WS-DATA-HOJE TO WS-DAT-DATA2
               END-IF
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
               MOVE WS-DAT-DIAS TO WS-DIAS-FORA
               IF WS-DIAS-FORA < 1
                   MOVE 1 TO WS-DIAS-FORA
               END-IF

               ADD 1 TO WS-USO-EMPRESTIMOS(WS-CAR-I)
               ADD WS-DIAS-FORA TO WS-USO-DIAS(WS-CAR-I)
               IF LINDET-RES-STATUS = 'DEVOLVIDA'
                   COMPUTE WS-KM-RODADO =
                       LINDET-RES-KM-VOLTA - LINDET-RES-KM-SAIDA
                   ADD WS-KM-RODADO TO WS-USO-KM(WS-CAR-I)
                   ADD LINDET-RES-KM-EXCEDENTE TO
                       WS-USO-EXCEDENTE(WS-CAR-I)
                   ADD LINDET-RES-VALOR TO WS-USO-VALOR(WS-CAR-I)
               END-IF
           END-IF
           .
       5100-ACUMULAR-USO-FIM.
           EXIT.

       5200-IMPRIMIR-USO               SECTION.

           MOVE ZEROS TO WS-USO-TOT-DIAS
           MOVE ZEROS TO WS-USO-TOT-VALOR

           OPEN OUTPUT USO-CARROS
           IF AS-STATUS-USO NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-USO
           ELSE
               MOVE SPACES TO WS-LINHA-USO
               IF WS-INF-MES = SPACES
                   STRING 'USO DOS CARROS RESERVA - TODO O HISTORICO'
                              DELIMITED BY SIZE
                          ' (ATE ' DELIMITED BY SIZE
                          WS-DATA-HOJE DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                          INTO WS-LINHA-USO
               ELSE
                   STRING 'USO DOS CARROS RESERVA - RETIRADAS EM '
                              DELIMITED BY SIZE
                          WS-INF-MES DELIMITED BY SIZE
                          INTO WS-LINHA-USO
               END-IF
               DISPLAY WS-LINHA-USO
               MOVE WS-LINHA-USO TO ARQ-USO-CARROS
               WRITE ARQ-USO-CARROS

               MOVE SPACES TO WS-LINHA-USO
               STRING 'COD   PLACA      EMPR.' DELIMITED BY SIZE
                      '  DIAS FORA  KM RODADO' DELIMITED BY SIZE
                      '  KM EXCED.' DELIMITED BY SIZE
                      '   VALOR COBRADO' DELIMITED BY SIZE
                      INTO WS-LINHA-USO
               DISPLAY WS-LINHA-USO
               MOVE WS-LINHA-USO TO ARQ-USO-CARROS
               WRITE ARQ-USO-CARROS

               PERFORM VARYING WS-CAR-I FROM 1 BY 1
                       UNTIL WS-CAR-I > WS-CAR-QTD
                   MOVE WS-CAR-ENT-REG(WS-CAR-I) TO LINDET-CAR
                   MOVE WS-USO-EMPRESTIMOS(WS-CAR-I) TO WS-USO-EMP-ED
                   MOVE WS-USO-DIAS(WS-CAR-I) TO WS-USO-DIAS-ED
                   MOVE WS-USO-KM(WS-CAR-I) TO WS-USO-KM-ED
                   MOVE WS-USO-EXCEDENTE(WS-CAR-I) TO WS-USO-EXC-ED
                   MOVE WS-USO-VALOR(WS-CAR-I) TO WS-USO-VALOR-ED
                   ADD WS-USO-DIAS(WS-CAR-I) TO WS-USO-TOT-DIAS
                   ADD WS-USO-VALOR(WS-CAR-I) TO WS-USO-TOT-VALOR

                   MOVE SPACES TO WS-LINHA-USO
                   STRING LINDET-CAR-CODIGO DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          LINDET-CAR-PLACA DELIMITED BY SIZE
                          '   ' DELIMITED BY SIZE
                          WS-USO-EMP-ED DELIMITED BY SIZE
                          '      ' DELIMITED BY SIZE
                          WS-USO-DIAS-ED DELIMITED BY SIZE
                          '   ' DELIMITED BY SIZE
                          WS-USO-KM-ED DELIMITED BY SIZE
                          '   ' DELIMITED BY SIZE
                          WS-USO-EXC-ED DELIMITED BY SIZE
                          '   ' DELIMITED BY SIZE
                          WS-USO-VALOR-ED DELIMITED BY SIZE
                          INTO WS-LINHA-USO
                   DISPLAY WS-LINHA-USO
                   MOVE WS-LINHA-USO TO ARQ-USO-CARROS
                   WRITE ARQ-USO-CARROS
               END-PERFORM

               MOVE WS-USO-TOT-DIAS TO WS-USO-DIAS-ED
               MOVE WS-USO-TOT-VALOR TO WS-USO-VALOR-ED
               MOVE SPACES TO WS-LINHA-USO
               STRING 'TOTAL: ' DELIMITED BY SIZE
                      WS-USO-DIAS-ED DELIMITED BY SIZE
                      ' DIA(S) FORA, R$ ' DELIMITED BY SIZE
                      WS-USO-VALOR-ED DELIMITED BY SIZE
                      ' DE KM EXCEDENTE' DELIMITED BY SIZE
                      INTO WS-LINHA-USO
               DISPLAY WS-LINHA-USO
               MOVE WS-LINHA-USO TO ARQ-USO-CARROS
               WRITE ARQ-USO-CARROS

               CLOSE USO-CARROS
               DISPLAY "RELATORIO EM CARRO-RESERVA-USO.TXT"
           END-IF
           .
       5200-IMPRIMIR-USO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         MODOS CHAMADOS POR OUTROS PROGRAMAS
      *-----------------------------------------------------------------

      * CARROS QUE SAEM NA DATA DE WS-SUB-DATA (RESERVAS AINDA NAO
      * RETIRADAS QUE COMECAM NELA): UMA LINHA POR CARRO EM
      * WS-SUB-LINHA, COM O NOME DO CLIENTE E A VOLTA COMBINADA.
       6000-SAIDAS-DA-DATA             SECTION.

           MOVE SPACES TO WS-SUB-LISTA
           MOVE ZEROS TO WS-QTD-LINHAS

           PERFORM VARYING WS-RES-I FROM 1 BY 1
                   UNTIL WS-RES-I > WS-RES-QTD
               MOVE WS-RES-ENT-REG(WS-RES-I) TO LINDET-RES
               IF LINDET-RES-STATUS = 'RESERVADA' AND
                  LINDET-RES-INICIO = WS-SUB-DATA
                   ADD 1 TO WS-QTD-LINHAS
                   IF WS-QTD-LINHAS NOT > 10
                       MOVE LINDET-RES-CARRO TO WS-CAR-BUSCA
                       PERFORM 2200-LOCALIZAR-CARRO
                       IF WS-CAR-ACHOU = 'N'
                           MOVE SPACES TO LINDET-CAR-PLACA
                       END-IF
                       MOVE LINDET-RES-CPF TO WS-RSV-CPF
                       PERFORM 4250-NOME-DO-CLIENTE
                       STRING 'CARRO RESERVA ' DELIMITED BY SIZE
                              LINDET-RES-CARRO DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              LINDET-CAR-PLACA DELIMITED BY SIZE
                              ' | OS ' DELIMITED BY SIZE
                              LINDET-RES-OS DELIMITED BY SIZE
                              ' | ' DELIMITED BY SIZE
                              WS-CLI-NOME DELIMITED BY '  '
                              ' | VOLTA ' DELIMITED BY SIZE
                              LINDET-RES-FIM DELIMITED BY SIZE
                              INTO WS-SUB-LINHA(WS-QTD-LINHAS)
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-QTD-LINHAS TO WS-SUB-QTD
           .
       6000-SAIDAS-DA-DATA-FIM.
           EXIT.

      * KM EXCEDENTE E VALOR A COBRAR DOS CARROS JA DEVOLVIDOS DA OS
      * DE WS-SUB-OS.
       6100-VALOR-DA-OS                SECTION.

           MOVE ZEROS TO WS-VALOR-OS
           MOVE ZEROS TO WS-QTD-LINHAS

           PERFORM VARYING WS-RES-I FROM 1 BY 1
                   UNTIL WS-RES-I > WS-RES-QTD
               MOVE WS-RES-ENT-REG(WS-RES-I) TO LINDET-RES
               IF LINDET-RES-OS = WS-SUB-OS AND
                  LINDET-RES-STATUS = 'DEVOLVIDA'
                   ADD LINDET-RES-KM-EXCEDENTE TO WS-QTD-LINHAS
                   ADD LINDET-RES-VALOR TO WS-VALOR-OS
               END-IF
           END-PERFORM

           MOVE WS-QTD-LINHAS TO WS-SUB-QTD
           MOVE WS-VALOR-OS TO WS-SUB-VALOR
           .
       6100-VALOR-DA-OS-FIM.
           EXIT.

      * CARROS DA OS DE WS-SUB-OS AINDA NA RUA.
       6200-PENDENTES-DA-OS            SECTION.

           MOVE ZEROS TO WS-QTD-LINHAS

           PERFORM VARYING WS-RES-I FROM 1 BY 1
                   UNTIL WS-RES-I > WS-RES-QTD
               MOVE WS-RES-ENT-REG(WS-RES-I) TO LINDET-RES
               IF LINDET-RES-OS = WS-SUB-OS AND
                  LINDET-RES-STATUS = 'RETIRADA'
                   ADD 1 TO WS-QTD-LINHAS
                   DISPLAY "CARRO RESERVA " LINDET-RES-CARRO
                       " DA OS AINDA NAO DEVOLVIDO (RESERVA "
                       LINDET-RES-NUMERO ")."
               END-IF
           END-PERFORM

           MOVE WS-QTD-LINHAS TO WS-SUB-QTD
           .
       6200-PENDENTES-DA-OS-FIM.
           EXIT.

      * OS CANCELADA: AS RESERVAS DELA AINDA NAO RETIRADAS SAO
      * CANCELADAS E O CARRO FICA LIVRE PARA OUTRO CLIENTE. O ARQUIVO
      * E TRAVADO E RELIDO ANTES DA ALTERACAO.
       6300-CANCELAR-DA-OS             SECTION.

           MOVE ZEROS TO WS-QTD-AFETADAS

           PERFORM 8200-TRAVAR-RESERVAS
           IF WS-TRV-RESULTADO = 'N'
               DISPLAY "AS RESERVAS DE CARRO RESERVA DA OS " WS-SUB-OS
                   " NAO FORAM CANCELADAS: CANCELE PELO MENU DO "
                   "CARRO RESERVA."
           ELSE
               PERFORM VARYING WS-RES-I FROM 1 BY 1
                       UNTIL WS-RES-I > WS-RES-QTD
                   MOVE WS-RES-ENT-REG(WS-RES-I) TO LINDET-RES
                   IF LINDET-RES-OS = WS-SUB-OS AND
                      LINDET-RES-STATUS = 'RESERVADA'
                       MOVE 'CANCELADA' TO LINDET-RES-STATUS
                       MOVE LINDET-RES TO WS-RES-ENT-REG(WS-RES-I)
                       ADD 1 TO WS-QTD-AFETADAS

                       MOVE 'CANCELA' TO WS-AUD-OPERACAO
                       MOVE LINDET-RES-NUMERO TO WS-AUD-CHAVE
                       MOVE 'OS CANCELADA' TO WS-AUD-VALOR-ANTIGO
                       MOVE LINDET-RES(1:75) TO WS-AUD-VALOR-NOVO
                       CALL 'AUDITORIA' USING WS-AUD-MODULO,
                           WS-AUD-OPERACAO, WS-AUD-CHAVE,
                           WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                           WS-OPERADOR-SESSAO
                   END-IF
               END-PERFORM

               IF WS-QTD-AFETADAS > ZEROS
                   PERFORM 2550-REGRAVAR-RESERVAS
                   DISPLAY WS-QTD-AFETADAS " RESERVA(S) DE CARRO "
                       "RESERVA DA OS CANCELADA(S)."
               END-IF
               PERFORM 8250-DESTRAVAR-RESERVAS
           END-IF

           MOVE WS-QTD-AFETADAS TO WS-SUB-QTD
           .
       6300-CANCELAR-DA-OS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         TRAVA DO CARRO (DOIS TERMINAIS)
      *-----------------------------------------------------------------

       8000-TRAVAR-CARRO               SECTION.

           MOVE 'T' TO WS-TRV-ACAO
           MOVE SPACES TO WS-TRV-OPER
           STRING WS-OPER-ID DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-OPER-NOME DELIMITED BY SIZE
                  INTO WS-TRV-OPER
           CALL 'TRAVA' USING WS-TRV-ACAO, WS-TRV-MODULO,
               WS-TRV-CHAVE, WS-TRV-OPER, WS-TRV-RESULTADO

           IF WS-TRV-RESULTADO = 'N'
               DISPLAY "CARRO " WS-TRV-CHAVE " EM USO POR OUTRO "
                   "TERMINAL. TENTE NOVAMENTE EM SEGUIDA."
           END-IF
           .
       8000-TRAVAR-CARRO-FIM.
           EXIT.

       8100-DESTRAVAR-CARRO            SECTION.

           MOVE 'D' TO WS-TRV-ACAO
           CALL 'TRAVA' USING WS-TRV-ACAO, WS-TRV-MODULO,
               WS-TRV-CHAVE, WS-TRV-OPER, WS-TRV-RESULTADO
           .
       8100-DESTRAVAR-CARRO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         TRAVA DOS ARQUIVOS (REGRAVADOS POR INTEIRO)
      *-----------------------------------------------------------------

      * TRAVA RESERVAS-CARRO.TXT E RELE O ARQUIVO COM A TRAVA NA MAO.
      * SE A CARGA PAROU NO LIMITE DA TABELA, DEVOLVE A TRAVA E
      * RESPONDE 'N': O ARQUIVO NAO PODE SER REGRAVADO.
       8200-TRAVAR-RESERVAS            SECTION.

           MOVE 'T' TO WS-TRV-ACAO
           MOVE SPACES TO WS-TRV-OPER
           STRING WS-OPER-ID DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-OPER-NOME DELIMITED BY SIZE
                  INTO WS-TRV-OPER
           CALL 'TRAVA' USING WS-TRV-ACAO, WS-TRV-MODULO,
               WS-TRV-CHAVE-RES, WS-TRV-OPER, WS-TRV-RESULTADO

           IF WS-TRV-RESULTADO = 'N'
               DISPLAY "RESERVAS EM ALTERACAO EM OUTRO TERMINAL. "
                   "TENTE NOVAMENTE EM SEGUIDA."
           ELSE
               PERFORM 2500-CARREGAR-RESERVAS
               IF WS-RES-TRUNCADO = 'S'
                   DISPLAY "RESERVAS-CARRO.TXT PASSOU DE 2000 "
                       "REGISTROS: NENHUMA ALTERACAO FOI GRAVADA."
                   PERFORM 8250-DESTRAVAR-RESERVAS
                   MOVE 'N' TO WS-TRV-RESULTADO
               END-IF
           END-IF
           .
       8200-TRAVAR-RESERVAS-FIM.
           EXIT.

       8250-DESTRAVAR-RESERVAS         SECTION.

           MOVE 'D' TO WS-TRV-ACAO
           CALL 'TRAVA' USING WS-TRV-ACAO, WS-TRV-MODULO,
               WS-TRV-CHAVE-RES, WS-TRV-OPER, WS-TRV-RESULTADO
           .
       8250-DESTRAVAR-RESERVAS-FIM.
           EXIT.

      * TRAVA CARROS-RESERVA.TXT E RELE O CADASTRO COM A TRAVA NA
      * MAO.
       8300-TRAVAR-CARROS              SECTION.

           MOVE 'T' TO WS-TRV-ACAO
           MOVE SPACES TO WS-TRV-OPER
           STRING WS-OPER-ID DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-OPER-NOME DELIMITED BY SIZE
                  INTO WS-TRV-OPER
           CALL 'TRAVA' USING WS-TRV-ACAO, WS-TRV-MODULO,
               WS-TRV-CHAVE-CAR, WS-TRV-OPER, WS-TRV-RESULTADO

           IF WS-TRV-RESULTADO = 'N'
               DISPLAY "CADASTRO DE CARROS RESERVA EM ALTERACAO EM "
                   "OUTRO TERMINAL. TENTE NOVAMENTE EM SEGUIDA."
           ELSE
               PERFORM 2100-CARREGAR-CARROS
           END-IF
           .
       8300-TRAVAR-CARROS-FIM.
           EXIT.

       8350-DESTRAVAR-CARROS           SECTION.

           MOVE 'D' TO WS-TRV-ACAO
           CALL 'TRAVA' USING WS-TRV-ACAO, WS-TRV-MODULO,
               WS-TRV-CHAVE-CAR, WS-TRV-OPER, WS-TRV-RESULTADO
           .
       8350-DESTRAVAR-CARROS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------

       3000-FINALIZAR                  SECTION.

            EXIT PROGRAM
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CORTESIA.
