       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCONTO.
      ******************************************************************
      * Author: Théo César
      * Date: 13/10/2026
      * Purpose: Descontos concedidos em orcamentos e OS, com limite
      *          por cargo e aprovacao do gerente acima dele
      * Modifications:
      *    13/10/2026 - Desconto's structure finished. O desconto
      *    deixa de ser feito mexendo na tabela de precos ou na lista
      *    de pecas: fica em Descontos.txt, preso ao orcamento ou a
      *    OS, em percentual ou em valor, sobre a mao de obra, as
      *    pecas ou as duas, sempre com o motivo, o operador e o cargo
      *    de quem concedeu. Cada cargo tem o percentual maximo que
      *    concede sozinho em Desconto-limites.txt (criado com
      *    GERENTE 20%, ATENDENTE 5% e MECANICO 0% na primeira
      *    execucao); acima dele so o gerente aprova, com o override
      *    registrado na AUDITORIA. O primeiro parametro escolhe o
      *    modo de quem chama: G = conceder no orcamento do terceiro
      *    parametro ou na OS do quarto, sobre a mao de obra e as
      *    pecas do sexto e setimo; V = desconto da OS sobre esses
      *    valores, devolvido no oitavo e nono com a linha descritiva
      *    no decimo; F = o mesmo na emissao da fatura, gravando o
      *    valor faturado; L = o valor gravado na fatura (para a
      *    impressao); T = leva o desconto do orcamento para a OS
      *    nascida dele. Sem modo, abre o menu do relatorio mensal por
      *    operador, cliente e motivo e dos limites por cargo.
      *    15/10/2026 - Descontos.txt e regravado inteiro: toda
      *    alteracao (concessao, remocao, faturamento e passagem para a
      *    OS) agora trava o arquivo no TRAVA, rele o arquivo com a
      *    trava na mao, confere que o desconto em vigor e o mesmo e
      *    so entao grava. Desconto trocado fica TROCADO (SUBSTITUIDO
      *    nao cabia no status).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DESCONTOS ASSIGN TO WS-ARQ-DESCONTOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-DSC.

       SELECT LIMITES ASSIGN TO WS-ARQ-LIMITES-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-LIM.

       SELECT RELATORIO-DESCONTOS ASSIGN TO WS-ARQ-RELATORIO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-REL.

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

       FD DESCONTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-DESCONTOS                 PIC X(148).

       FD LIMITES
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-LIMITES                   PIC X(15).

       FD RELATORIO-DESCONTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RELATORIO-DESCONTOS       PIC X(100).

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

       01 AS-STATUS-DSC                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-LIM                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-REL                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-VEI                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CLI                 PIC 9(02) VALUE ZEROS.

       01 AS-FIM-LOOP-MAIN              PIC X(03) VALUE 'NAO'.
       01 WS-OPCAO                      PIC X(01) VALUE SPACES.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-DATA                       PIC X(08) VALUE SPACES.
       01 WS-DATA-HOJE                  PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-DESCONTOS-PATH         PIC X(80) VALUE SPACES.
       01 WS-ARQ-LIMITES-PATH           PIC X(80) VALUE SPACES.
       01 WS-ARQ-RELATORIO-PATH         PIC X(80) VALUE SPACES.
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
      *    TIPO: P = PERCENTUAL, V = VALOR. ALCANCE: M = MAO DE OBRA,
      *    P = PECAS, A = AMBAS. DESC-MAO E DESC-PECAS: O DESCONTO EM
      *    REAIS (ESTIMADO NA CONCESSAO, O DEFINITIVO NA FATURA).
      *    STATUS: ATIVO, FATURADO, TROCADO OU REMOVIDO.
       01 LINDET-DSC.
           05 LINDET-DSC-NUMERO         PIC 9(06) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-ORC            PIC X(06) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-OS             PIC X(06) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-CPF            PIC X(11) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-DATA           PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-TIPO           PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-ALCANCE        PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-PCT            PIC 9(03)V99 VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-VALOR          PIC 9(06)V99 VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-DESC-MAO       PIC 9(06)V99 VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-DESC-PECAS     PIC 9(06)V99 VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-PCT-EFETIVO    PIC 9(03)V99 VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-MOTIVO         PIC X(30) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-OPERADOR       PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-CARGO          PIC X(09) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-APROVADOR      PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-DSC-STATUS         PIC X(10) VALUE SPACES.

       01 LINDET-LIM.
           05 LINDET-LIM-CARGO          PIC X(09) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-LIM-PCT            PIC 9(03)V99 VALUE ZEROS.

       01 WS-LINHA-REL                  PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         TABELAS EM MEMORIA (ARQUIVOS PEQUENOS)
      *-----------------------------------------------------------------
       01 WS-TAB-DSC.
           05 WS-DSC-ENT-REG OCCURS 2000 TIMES PIC X(148).
       01 WS-DSC-QTD                    PIC 9(04) VALUE ZEROS.
       01 WS-DSC-I                      PIC 9(04) VALUE ZEROS.
       01 WS-DSC-POS                    PIC 9(04) VALUE ZEROS.
       01 WS-DSC-ULTIMO                 PIC 9(06) VALUE ZEROS.
       01 WS-DSC-TRUNCADO               PIC X(01) VALUE 'N'.
       01 WS-DSC-NOVO                   PIC X(148) VALUE SPACES.

       01 WS-TAB-LIM.
           05 WS-LIM-ENT OCCURS 20 TIMES.
               10 WS-LIM-CARGO          PIC X(09).
               10 WS-LIM-PCT            PIC 9(03)V99.
       01 WS-LIM-QTD                    PIC 9(02) VALUE ZEROS.
       01 WS-LIM-I                      PIC 9(02) VALUE ZEROS.
       01 WS-EXISTE-LIMITES             PIC X(01) VALUE 'N'.
       01 WS-LIM-CARGO-L                PIC X(09) VALUE SPACES.
       01 WS-LIM-PCT-X                  PIC X(05) VALUE SPACES.
       01 WS-LIM-PCT-N REDEFINES WS-LIM-PCT-X
                                        PIC 9(03)V99.
       01 WS-LIM-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-LIMITE-CARGO               PIC 9(03)V99 VALUE ZEROS.
       01 WS-OPER-CARGO-BUSCA           PIC X(09) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         CONCESSAO E CALCULO DO DESCONTO
      *-----------------------------------------------------------------
       01 WS-CHAVE-ORC                  PIC X(06) VALUE SPACES.
       01 WS-CHAVE-OS                   PIC X(06) VALUE SPACES.
       01 WS-CHAVE-TEXTO                PIC X(15) VALUE SPACES.
       01 WS-DSC-ACAO                   PIC X(01) VALUE SPACES.
       01 WS-DSC-OK                     PIC X(01) VALUE 'S'.
       01 WS-DSC-CONFIRMA               PIC X(01) VALUE SPACES.
       01 WS-ANTERIOR-POS               PIC 9(04) VALUE ZEROS.
       01 WS-ANTERIOR-NUM               PIC 9(06) VALUE ZEROS.

       01 WS-INF-TIPO                   PIC X(01) VALUE SPACES.
       01 WS-INF-ALCANCE                PIC X(01) VALUE SPACES.
       01 WS-INF-PCT                    PIC 9(03)V99 VALUE ZEROS.
       01 WS-INF-VALOR                  PIC 9(06)V99 VALUE ZEROS.
       01 WS-INF-MOTIVO                 PIC X(30) VALUE SPACES.
       01 WS-INF-MES                    PIC X(07) VALUE SPACES.
       01 WS-INF-CARGO                  PIC X(09) VALUE SPACES.

       01 WS-BASE-MAO                   PIC 9(06)V99 VALUE ZEROS.
       01 WS-BASE-PECAS                 PIC 9(06)V99 VALUE ZEROS.
       01 WS-BASE-ALCANCE               PIC 9(07)V99 VALUE ZEROS.
       01 WS-CALC-MAO                   PIC 9(06)V99 VALUE ZEROS.
       01 WS-CALC-PECAS                 PIC 9(06)V99 VALUE ZEROS.
       01 WS-CALC-VALOR                 PIC 9(07)V99 VALUE ZEROS.
       01 WS-CALC-PCT                   PIC 9(03)V99 VALUE ZEROS.

       01 WS-PCT-ED                     PIC ZZ9,99 VALUE ZEROS.
       01 WS-VALOR-ED                   PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01 WS-MAO-ED                     PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01 WS-PECAS-ED                   PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01 WS-TEXTO-VALOR                PIC X(15) VALUE SPACES.
       01 WS-TEXTO-ALCANCE              PIC X(11) VALUE SPACES.
       01 WS-TEXTO-BRANCOS              PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         CLIENTE DO DESCONTO (VEICULO -> PROPRIETARIO)
      *-----------------------------------------------------------------
       01 WS-DADOS-VEICULOS             PIC X(85) VALUE SPACES.
       01 WS-VEI-PLACA                  PIC X(13) VALUE SPACES.
       01 WS-VEI-MARCA                  PIC X(15) VALUE SPACES.
       01 WS-VEI-MODELO                 PIC X(15) VALUE SPACES.
       01 WS-VEI-ANO                    PIC X(15) VALUE SPACES.
       01 WS-VEI-CPF                    PIC X(11) VALUE SPACES.

       01 WS-DADOS-CLIENTES             PIC X(236) VALUE SPACES.
       01 WS-CLI-NOME                   PIC X(40) VALUE SPACES.
       01 WS-CLI-BUSCA                  PIC X(11) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         RELATORIO MENSAL (OPERADOR, CLIENTE E MOTIVO)
      *-----------------------------------------------------------------
       01 WS-TAB-POR-OPER.
           05 WS-OPE-ENT OCCURS 100 TIMES.
               10 WS-OPE-CHAVE          PIC X(04).
               10 WS-OPE-QTD            PIC 9(05).
               10 WS-OPE-VALOR          PIC 9(08)V99.
       01 WS-OPE-QTD-TAB                PIC 9(03) VALUE ZEROS.

       01 WS-TAB-POR-CLI.
           05 WS-CLT-ENT OCCURS 500 TIMES.
               10 WS-CLT-CHAVE          PIC X(11).
               10 WS-CLT-QTD            PIC 9(05).
               10 WS-CLT-VALOR          PIC 9(08)V99.
       01 WS-CLT-QTD-TAB                PIC 9(03) VALUE ZEROS.

       01 WS-TAB-POR-MOT.
           05 WS-MOT-ENT OCCURS 200 TIMES.
               10 WS-MOT-CHAVE          PIC X(30).
               10 WS-MOT-QTD            PIC 9(05).
               10 WS-MOT-VALOR          PIC 9(08)V99.
       01 WS-MOT-QTD-TAB                PIC 9(03) VALUE ZEROS.

       01 WS-AGR-I                      PIC 9(03) VALUE ZEROS.
       01 WS-AGR-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-REL-QTD                    PIC 9(05) VALUE ZEROS.
       01 WS-REL-TOTAL                  PIC 9(08)V99 VALUE ZEROS.
       01 WS-REL-VALOR                  PIC 9(07)V99 VALUE ZEROS.
       01 WS-REL-QTD-ED                 PIC ZZZZ9 VALUE ZEROS.
       01 WS-REL-VALOR-ED               PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WS-REL-ORIGEM                 PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         MASCARA E AUDITORIA
      *-----------------------------------------------------------------
       01 WS-MSC-OPCAO                  PIC X(01) VALUE SPACES.
       01 WS-MSC-VALOR                  PIC X(40) VALUE SPACES.
       01 WS-MSC-RESULTADO              PIC X(40) VALUE SPACES.

       01 WS-TRV-ACAO                   PIC X(01) VALUE SPACES.
       01 WS-TRV-MODULO                 PIC X(10) VALUE 'DESCONTO'.
       01 WS-TRV-CHAVE                  PIC X(15) VALUE 'DESCONTOS'.
       01 WS-TRV-OPER                   PIC X(38) VALUE SPACES.
       01 WS-TRV-RESULTADO              PIC X(01) VALUE SPACES.

       01 WS-AUD-MODULO                 PIC X(10) VALUE 'DESCONTO'.
       01 WS-AUD-OPERACAO               PIC X(10) VALUE SPACES.
       01 WS-AUD-CHAVE                  PIC X(15) VALUE SPACES.
       01 WS-AUD-VALOR-ANTIGO           PIC X(75) VALUE SPACES.
       01 WS-AUD-VALOR-NOVO             PIC X(75) VALUE SPACES.
      *-----------------------------------------------------------------

       LINKAGE SECTION.

       01 WS-SUB-OPTION                 PIC X(01).
       01 WS-OPERADOR-SESSAO            PIC X(38).
       01 WS-SUB-ORC                    PIC X(06).
       01 WS-SUB-OS                     PIC X(06).
       01 WS-SUB-PLACA                  PIC X(08).
       01 WS-SUB-MAO-OBRA               PIC 9(06)V99.
       01 WS-SUB-PECAS                  PIC 9(06)V99.
       01 WS-SUB-DESC-MAO               PIC 9(06)V99.
       01 WS-SUB-DESC-PECAS             PIC 9(06)V99.
       01 WS-SUB-TEXTO                  PIC X(80).

       PROCEDURE DIVISION USING WS-SUB-OPTION, WS-OPERADOR-SESSAO,
                       WS-SUB-ORC, WS-SUB-OS, WS-SUB-PLACA,
                       WS-SUB-MAO-OBRA, WS-SUB-PECAS, WS-SUB-DESC-MAO,
                       WS-SUB-DESC-PECAS, WS-SUB-TEXTO.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR

           EVALUATE WS-SUB-OPTION
               WHEN 'G'
                   PERFORM 1200-CARREGAR-LIMITES
                   PERFORM 2100-CARREGAR-DESCONTOS
                   PERFORM 4000-CONCEDER-DESCONTO
               WHEN 'V'
                   PERFORM 2100-CARREGAR-DESCONTOS
                   PERFORM 6000-DESCONTO-DA-OS
               WHEN 'F'
                   PERFORM 2100-CARREGAR-DESCONTOS
                   PERFORM 6100-FATURAR-DESCONTO
               WHEN 'L'
                   PERFORM 2100-CARREGAR-DESCONTOS
                   PERFORM 6200-DESCONTO-FATURADO
               WHEN 'T'
                   PERFORM 2100-CARREGAR-DESCONTOS
                   PERFORM 6300-TRANSFERIR-PARA-OS
               WHEN OTHER
                   PERFORM 1200-CARREGAR-LIMITES
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
           IF WS-OPERADOR-SESSAO NOT = SPACES
               UNSTRING WS-OPERADOR-SESSAO DELIMITED BY '|'
                   INTO WS-OPER-ID
                        WS-OPER-NOME
                        WS-OPER-CARGO
           END-IF

      *    OS QUE NUNCA TEVE NUMERO (ZEROS) NAO E CHAVE DE DESCONTO.
           MOVE SPACES TO WS-CHAVE-ORC
           MOVE SPACES TO WS-CHAVE-OS
           IF WS-SUB-ORC NOT = SPACES AND WS-SUB-ORC NOT = '000000'
               MOVE WS-SUB-ORC TO WS-CHAVE-ORC
           END-IF
           IF WS-SUB-OS NOT = SPACES AND WS-SUB-OS NOT = '000000'
               MOVE WS-SUB-OS TO WS-CHAVE-OS
           END-IF

           IF WS-SUB-OPTION = 'V' OR WS-SUB-OPTION = 'F' OR
              WS-SUB-OPTION = 'L'
               MOVE ZEROS TO WS-SUB-DESC-MAO
               MOVE ZEROS TO WS-SUB-DESC-PECAS
               MOVE SPACES TO WS-SUB-TEXTO
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
                  'Descontos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-DESCONTOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Desconto-limites.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-LIMITES-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Descontos-mes.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-RELATORIO-PATH

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
           DISPLAY "|               DESCONTOS               |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "| 1. Relatorio mensal de descontos      |"
           DISPLAY "|    (operador, cliente e motivo)       |"
           DISPLAY "| 2. Listar limites por cargo           |"
           DISPLAY "| 3. Alterar limite de um cargo         |"
           DISPLAY "|    (gerente)                          |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "Escolha uma opcao:"
           ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
           WHEN '1'
               PERFORM 5000-RELATORIO-MENSAL
           WHEN '2'
               PERFORM 1300-LISTAR-LIMITES
           WHEN '3'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 1400-ALTERAR-LIMITE
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

      *-----------------------------------------------------------------
      *         LIMITE DE DESCONTO POR CARGO
      *-----------------------------------------------------------------

      *    CARREGA DESCONTO-LIMITES.TXT, CRIANDO O ARQUIVO COM OS
      *    PADROES NA PRIMEIRA EXECUCAO, COMO A TABELA DE IMPOSTOS.
      *    CARGO FORA DA TABELA NAO CONCEDE DESCONTO SOZINHO.
       1200-CARREGAR-LIMITES           SECTION.

           OPEN INPUT LIMITES
           IF AS-STATUS-LIM = ZEROS
               MOVE 'S' TO WS-EXISTE-LIMITES
               CLOSE LIMITES
           ELSE
               MOVE 'N' TO WS-EXISTE-LIMITES
           END-IF

           IF WS-EXISTE-LIMITES = 'N'
               MOVE 3 TO WS-LIM-QTD
               MOVE 'GERENTE' TO WS-LIM-CARGO(1)
               MOVE 20 TO WS-LIM-PCT(1)
               MOVE 'ATENDENTE' TO WS-LIM-CARGO(2)
               MOVE 5 TO WS-LIM-PCT(2)
               MOVE 'MECANICO' TO WS-LIM-CARGO(3)
               MOVE ZEROS TO WS-LIM-PCT(3)
               PERFORM 1250-REGRAVAR-LIMITES
           END-IF

           MOVE ZEROS TO WS-LIM-QTD
           OPEN INPUT LIMITES
           IF AS-STATUS-LIM = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ LIMITES
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE SPACES TO WS-LIM-CARGO-L
                           MOVE SPACES TO WS-LIM-PCT-X
                           UNSTRING ARQ-LIMITES DELIMITED BY '|'
                               INTO WS-LIM-CARGO-L
                                    WS-LIM-PCT-X
                           IF WS-LIM-CARGO-L NOT = SPACES AND
                              WS-LIM-PCT-X IS NUMERIC AND
                              WS-LIM-QTD < 20
                               ADD 1 TO WS-LIM-QTD
                               MOVE WS-LIM-CARGO-L TO
                                   WS-LIM-CARGO(WS-LIM-QTD)
                               MOVE WS-LIM-PCT-N TO
                                   WS-LIM-PCT(WS-LIM-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMITES
           END-IF
           .
       1200-CARREGAR-LIMITES-FIM.
           EXIT.

       1250-REGRAVAR-LIMITES           SECTION.

           OPEN OUTPUT LIMITES
           IF AS-STATUS-LIM NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-LIM
           ELSE
               PERFORM VARYING WS-LIM-I FROM 1 BY 1
                       UNTIL WS-LIM-I > WS-LIM-QTD
                   MOVE WS-LIM-CARGO(WS-LIM-I) TO LINDET-LIM-CARGO
                   MOVE WS-LIM-PCT(WS-LIM-I) TO LINDET-LIM-PCT
                   MOVE LINDET-LIM TO ARQ-LIMITES
                   WRITE ARQ-LIMITES
               END-PERFORM
               CLOSE LIMITES
           END-IF
           .
       1250-REGRAVAR-LIMITES-FIM.
           EXIT.

       1300-LISTAR-LIMITES             SECTION.

           DISPLAY "DESCONTO MAXIMO SEM APROVACAO, POR CARGO:"
           PERFORM VARYING WS-LIM-I FROM 1 BY 1
                   UNTIL WS-LIM-I > WS-LIM-QTD
               MOVE WS-LIM-PCT(WS-LIM-I) TO WS-PCT-ED
               DISPLAY "  " WS-LIM-CARGO(WS-LIM-I) " " WS-PCT-ED "%"
           END-PERFORM
           DISPLAY "ACIMA DO LIMITE, SO COM APROVACAO DO GERENTE."
           .
       1300-LISTAR-LIMITES-FIM.
           EXIT.

       1400-ALTERAR-LIMITE             SECTION.

           DISPLAY "Cargo (GERENTE, ATENDENTE, MECANICO...): "
           ACCEPT WS-INF-CARGO
           DISPLAY "Desconto maximo sem aprovacao (%): "
           ACCEPT WS-INF-PCT

           IF WS-INF-CARGO = SPACES OR WS-INF-PCT > 100
               DISPLAY "CARGO EM BRANCO OU PERCENTUAL ACIMA DE 100."
           ELSE
               MOVE WS-INF-CARGO TO WS-OPER-CARGO-BUSCA
               PERFORM 1450-LOCALIZAR-LIMITE
               IF WS-LIM-ACHOU = 'N'
                   IF WS-LIM-QTD < 20
                       ADD 1 TO WS-LIM-QTD
                       MOVE WS-LIM-QTD TO WS-LIM-I
                       MOVE WS-INF-CARGO TO WS-LIM-CARGO(WS-LIM-I)
                       MOVE ZEROS TO WS-LIM-PCT(WS-LIM-I)
                       MOVE 'S' TO WS-LIM-ACHOU
                   ELSE
                       DISPLAY "TABELA DE LIMITES CHEIA."
                   END-IF
               END-IF

               IF WS-LIM-ACHOU = 'S'
                   MOVE SPACES TO WS-AUD-VALOR-ANTIGO
                   MOVE WS-LIM-PCT(WS-LIM-I) TO WS-PCT-ED
                   STRING WS-INF-CARGO DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WS-PCT-ED DELIMITED BY SIZE
                          '%' DELIMITED BY SIZE
                          INTO WS-AUD-VALOR-ANTIGO

                   MOVE WS-INF-PCT TO WS-LIM-PCT(WS-LIM-I)
                   PERFORM 1250-REGRAVAR-LIMITES

                   MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                   MOVE 'LIMITE' TO WS-AUD-CHAVE
                   MOVE SPACES TO WS-AUD-VALOR-NOVO
                   MOVE WS-INF-PCT TO WS-PCT-ED
                   STRING WS-INF-CARGO DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WS-PCT-ED DELIMITED BY SIZE
                          '%' DELIMITED BY SIZE
                          INTO WS-AUD-VALOR-NOVO
                   CALL 'AUDITORIA' USING WS-AUD-MODULO,
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO

                   DISPLAY "LIMITE DE " WS-INF-CARGO " AGORA "
                       WS-PCT-ED "%"
               END-IF
           END-IF
           .
       1400-ALTERAR-LIMITE-FIM.
           EXIT.

      * LOCALIZA O CARGO DE WS-OPER-CARGO-BUSCA NA TABELA: POSICAO EM
      * WS-LIM-I E O PERCENTUAL EM WS-LIMITE-CARGO (ZERO SE NAO HA).
       1450-LOCALIZAR-LIMITE           SECTION.

           MOVE 'N' TO WS-LIM-ACHOU
           MOVE ZEROS TO WS-LIMITE-CARGO
           PERFORM VARYING WS-LIM-I FROM 1 BY 1
                   UNTIL WS-LIM-I > WS-LIM-QTD OR WS-LIM-ACHOU = 'S'
               IF WS-LIM-CARGO(WS-LIM-I) = WS-OPER-CARGO-BUSCA
                   MOVE 'S' TO WS-LIM-ACHOU
               END-IF
           END-PERFORM
           IF WS-LIM-ACHOU = 'S'
               SUBTRACT 1 FROM WS-LIM-I
               MOVE WS-LIM-PCT(WS-LIM-I) TO WS-LIMITE-CARGO
           END-IF
           .
       1450-LOCALIZAR-LIMITE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         ARQUIVO DE DESCONTOS
      *-----------------------------------------------------------------

       2100-CARREGAR-DESCONTOS         SECTION.

           MOVE ZEROS TO WS-DSC-QTD
           MOVE ZEROS TO WS-DSC-ULTIMO
           MOVE 'N' TO WS-DSC-TRUNCADO

           OPEN INPUT DESCONTOS
           IF AS-STATUS-DSC = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ DESCONTOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF ARQ-DESCONTOS NOT = SPACES
                               IF WS-DSC-QTD < 2000
                                   ADD 1 TO WS-DSC-QTD
                                   MOVE ARQ-DESCONTOS TO
                                       WS-DSC-ENT-REG(WS-DSC-QTD)
                               ELSE
                                   DISPLAY "ATENCAO: DESCONTOS.TXT "
                                       "PASSOU DE 2000 REGISTROS."
                                   MOVE 'S' TO WS-DSC-TRUNCADO
                                   MOVE 'N' TO WS-CLOSE-FILE
                               END-IF
                               MOVE ARQ-DESCONTOS TO LINDET-DSC
                               IF LINDET-DSC-NUMERO IS NUMERIC AND
                                  LINDET-DSC-NUMERO > WS-DSC-ULTIMO
                                   MOVE LINDET-DSC-NUMERO TO
                                       WS-DSC-ULTIMO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DESCONTOS
           END-IF
           .
       2100-CARREGAR-DESCONTOS-FIM.
           EXIT.

       2150-REGRAVAR-DESCONTOS         SECTION.

           OPEN OUTPUT DESCONTOS
           IF AS-STATUS-DSC NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-DSC
           ELSE
               PERFORM VARYING WS-DSC-I FROM 1 BY 1
                       UNTIL WS-DSC-I > WS-DSC-QTD
                   MOVE WS-DSC-ENT-REG(WS-DSC-I) TO ARQ-DESCONTOS
                   WRITE ARQ-DESCONTOS
               END-PERFORM
               CLOSE DESCONTOS
           END-IF
           .
       2150-REGRAVAR-DESCONTOS-FIM.
           EXIT.

      * LOCALIZA O DESCONTO EM VIGOR DA CHAVE (OS EM WS-CHAVE-OS OU,
      * SEM OS, ORCAMENTO AINDA NAO CONVERTIDO EM WS-CHAVE-ORC). O
      * FATURADO CONTA COMO EM VIGOR QUANDO WS-DSC-ACAO = 'F'. FICA O
      * ULTIMO ENCONTRADO: POSICAO EM WS-DSC-POS (ZERO SE NAO HA) E O
      * REGISTRO EM LINDET-DSC.
       2200-LOCALIZAR-DESCONTO         SECTION.

           MOVE ZEROS TO WS-DSC-POS

           PERFORM VARYING WS-DSC-I FROM 1 BY 1
                   UNTIL WS-DSC-I > WS-DSC-QTD
               MOVE WS-DSC-ENT-REG(WS-DSC-I) TO LINDET-DSC
               IF LINDET-DSC-STATUS = 'ATIVO' OR
                  (LINDET-DSC-STATUS = 'FATURADO' AND
                   WS-DSC-ACAO = 'F')
                   IF WS-CHAVE-OS NOT = SPACES
                       IF LINDET-DSC-OS = WS-CHAVE-OS
                           MOVE WS-DSC-I TO WS-DSC-POS
                       END-IF
                   ELSE
                       IF WS-CHAVE-ORC NOT = SPACES AND
                          LINDET-DSC-ORC = WS-CHAVE-ORC AND
                          LINDET-DSC-OS = SPACES
                           MOVE WS-DSC-I TO WS-DSC-POS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-DSC-POS > ZEROS
               MOVE WS-DSC-ENT-REG(WS-DSC-POS) TO LINDET-DSC
           END-IF
           .
       2200-LOCALIZAR-DESCONTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         CONCESSAO DO DESCONTO
      *-----------------------------------------------------------------

      * CONCEDE (OU TROCA, OU REMOVE) O DESCONTO DO ORCAMENTO OU DA
      * OS, SOBRE A MAO DE OBRA E AS PECAS RECEBIDAS DO CHAMADOR. O
      * PERCENTUAL EFETIVO (DESCONTO EM REAIS SOBRE A BASE DO ALCANCE)
      * E CONFERIDO CONTRA O LIMITE DO CARGO DO OPERADOR.
       4000-CONCEDER-DESCONTO          SECTION.

           MOVE 'S' TO WS-DSC-OK
           MOVE ZEROS TO WS-ANTERIOR-POS
           MOVE ZEROS TO WS-ANTERIOR-NUM
           MOVE SPACES TO WS-DSC-ACAO

           MOVE SPACES TO WS-CHAVE-TEXTO
           IF WS-CHAVE-OS NOT = SPACES
               STRING 'OS ' DELIMITED BY SIZE
                      WS-CHAVE-OS DELIMITED BY SIZE
                      INTO WS-CHAVE-TEXTO
           ELSE
               STRING 'ORC ' DELIMITED BY SIZE
                      WS-CHAVE-ORC DELIMITED BY SIZE
                      INTO WS-CHAVE-TEXTO
           END-IF

           MOVE WS-SUB-MAO-OBRA TO WS-BASE-MAO
           MOVE WS-SUB-PECAS TO WS-BASE-PECAS
           MOVE WS-BASE-MAO TO WS-MAO-ED
           MOVE WS-BASE-PECAS TO WS-PECAS-ED
           DISPLAY "DESCONTO - " WS-CHAVE-TEXTO " - MAO DE OBRA: "
               WS-MAO-ED " PECAS: " WS-PECAS-ED

           PERFORM 2200-LOCALIZAR-DESCONTO
           IF WS-DSC-POS > ZEROS
               MOVE WS-DSC-POS TO WS-ANTERIOR-POS
               MOVE LINDET-DSC-NUMERO TO WS-ANTERIOR-NUM
               PERFORM 5100-MONTAR-TEXTO
               DISPLAY "DESCONTO EM VIGOR: " WS-SUB-TEXTO
               MOVE WS-SUB-TEXTO TO WS-AUD-VALOR-ANTIGO
               DISPLAY "Substituir (S), remover (R) ou manter (N)?"
               ACCEPT WS-DSC-CONFIRMA
               EVALUATE WS-DSC-CONFIRMA
                   WHEN 'S'
                       CONTINUE
                   WHEN 'R'
                       PERFORM 4500-REMOVER-DESCONTO
                       MOVE 'N' TO WS-DSC-OK
                   WHEN OTHER
                       DISPLAY "DESCONTO MANTIDO."
                       MOVE 'N' TO WS-DSC-OK
               END-EVALUATE
               MOVE SPACES TO WS-SUB-TEXTO
           END-IF

           IF WS-DSC-OK = 'S'
               PERFORM 4100-INFORMAR-DESCONTO
           END-IF

           IF WS-DSC-OK = 'S'
               PERFORM 4200-CALCULAR-DESCONTO
               IF WS-CALC-VALOR = ZEROS
                   DISPLAY "DESCONTO SEM VALOR SOBRE A BASE "
                       "INFORMADA. NADA GRAVADO."
                   MOVE 'N' TO WS-DSC-OK
               END-IF
           END-IF

           IF WS-DSC-OK = 'S'
               PERFORM 4300-VERIFICAR-LIMITE
           END-IF

           IF WS-DSC-OK = 'S'
               PERFORM 4400-GRAVAR-DESCONTO
           END-IF
           .
       4000-CONCEDER-DESCONTO-FIM.
           EXIT.

       4100-INFORMAR-DESCONTO          SECTION.

           DISPLAY "Tipo do desconto: P = percentual, V = valor: "
           ACCEPT WS-INF-TIPO
           PERFORM UNTIL WS-INF-TIPO = 'P' OR WS-INF-TIPO = 'V'
               DISPLAY "INFORME P OU V: "
               ACCEPT WS-INF-TIPO
           END-PERFORM

           DISPLAY "Sobre: M = mao de obra, P = pecas, A = ambas: "
           ACCEPT WS-INF-ALCANCE
           PERFORM UNTIL WS-INF-ALCANCE = 'M' OR
                         WS-INF-ALCANCE = 'P' OR
                         WS-INF-ALCANCE = 'A'
               DISPLAY "INFORME M, P OU A: "
               ACCEPT WS-INF-ALCANCE
           END-PERFORM

           MOVE ZEROS TO WS-INF-PCT
           MOVE ZEROS TO WS-INF-VALOR
           IF WS-INF-TIPO = 'P'
               DISPLAY "Percentual de desconto: "
               ACCEPT WS-INF-PCT
               PERFORM UNTIL WS-INF-PCT > ZEROS AND
                             WS-INF-PCT NOT > 100
                   DISPLAY "INFORME UM PERCENTUAL ENTRE 0 E 100: "
                   ACCEPT WS-INF-PCT
               END-PERFORM
           ELSE
               DISPLAY "Valor do desconto (R$): "
               ACCEPT WS-INF-VALOR
               PERFORM UNTIL WS-INF-VALOR > ZEROS
                   DISPLAY "INFORME UM VALOR MAIOR QUE ZERO: "
                   ACCEPT WS-INF-VALOR
               END-PERFORM
           END-IF

           DISPLAY "Motivo do desconto (obrigatorio): "
           ACCEPT WS-INF-MOTIVO
           PERFORM UNTIL WS-INF-MOTIVO NOT = SPACES
               DISPLAY "O MOTIVO E OBRIGATORIO: "
               ACCEPT WS-INF-MOTIVO
           END-PERFORM
           INSPECT WS-INF-MOTIVO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE WS-INF-TIPO TO LINDET-DSC-TIPO
           MOVE WS-INF-ALCANCE TO LINDET-DSC-ALCANCE
           MOVE WS-INF-PCT TO LINDET-DSC-PCT
           MOVE WS-INF-VALOR TO LINDET-DSC-VALOR
           .
       4100-INFORMAR-DESCONTO-FIM.
           EXIT.

      * DESCONTO DE LINDET-DSC SOBRE WS-BASE-MAO E WS-BASE-PECAS:
      * PERCENTUAL VALE PARA CADA PARCELA DO ALCANCE; VALOR NUNCA
      * PASSA DA BASE E, SOBRE AMBAS, E RATEADO NA PROPORCAO DA MAO
      * DE OBRA E DAS PECAS. DEVOLVE WS-CALC-MAO, WS-CALC-PECAS, O
      * TOTAL EM WS-CALC-VALOR E O PERCENTUAL EFETIVO EM WS-CALC-PCT.
       4200-CALCULAR-DESCONTO          SECTION.

           MOVE ZEROS TO WS-CALC-MAO
           MOVE ZEROS TO WS-CALC-PECAS
           MOVE ZEROS TO WS-CALC-PCT

           EVALUATE LINDET-DSC-ALCANCE
               WHEN 'M'
                   MOVE WS-BASE-MAO TO WS-BASE-ALCANCE
               WHEN 'P'
                   MOVE WS-BASE-PECAS TO WS-BASE-ALCANCE
               WHEN OTHER
                   COMPUTE WS-BASE-ALCANCE =
                       WS-BASE-MAO + WS-BASE-PECAS
           END-EVALUATE

           IF LINDET-DSC-TIPO = 'P'
               IF LINDET-DSC-ALCANCE NOT = 'P'
                   COMPUTE WS-CALC-MAO ROUNDED =
                       WS-BASE-MAO * LINDET-DSC-PCT / 100
               END-IF
               IF LINDET-DSC-ALCANCE NOT = 'M'
                   COMPUTE WS-CALC-PECAS ROUNDED =
                       WS-BASE-PECAS * LINDET-DSC-PCT / 100
               END-IF
           ELSE
               IF LINDET-DSC-VALOR > WS-BASE-ALCANCE
                   MOVE WS-BASE-ALCANCE TO WS-CALC-VALOR
               ELSE
                   MOVE LINDET-DSC-VALOR TO WS-CALC-VALOR
               END-IF
               EVALUATE LINDET-DSC-ALCANCE
                   WHEN 'M'
                       MOVE WS-CALC-VALOR TO WS-CALC-MAO
                   WHEN 'P'
                       MOVE WS-CALC-VALOR TO WS-CALC-PECAS
                   WHEN OTHER
                       IF WS-BASE-ALCANCE > ZEROS
                           COMPUTE WS-CALC-MAO ROUNDED =
                               WS-CALC-VALOR * WS-BASE-MAO /
                               WS-BASE-ALCANCE
                       END-IF
                       COMPUTE WS-CALC-PECAS =
                           WS-CALC-VALOR - WS-CALC-MAO
               END-EVALUATE
           END-IF

           COMPUTE WS-CALC-VALOR = WS-CALC-MAO + WS-CALC-PECAS
           IF WS-BASE-ALCANCE > ZEROS
               COMPUTE WS-CALC-PCT ROUNDED =
                   WS-CALC-VALOR * 100 / WS-BASE-ALCANCE
           END-IF
           .
       4200-CALCULAR-DESCONTO-FIM.
           EXIT.

      * ACIMA DO LIMITE DO CARGO, SO O GERENTE APROVA, E A APROVACAO
      * FICA NA AUDITORIA COMO OVERRIDE. DEMAIS CARGOS SAO RECUSADOS
      * (E A RECUSA TAMBEM FICA NA AUDITORIA).
       4300-VERIFICAR-LIMITE           SECTION.

           MOVE SPACES TO LINDET-DSC-APROVADOR
           MOVE WS-OPER-CARGO TO WS-OPER-CARGO-BUSCA
           PERFORM 1450-LOCALIZAR-LIMITE

           MOVE WS-CALC-VALOR TO WS-VALOR-ED
           MOVE WS-CALC-PCT TO WS-PCT-ED
           DISPLAY "DESCONTO DE R$ " WS-VALOR-ED " (" WS-PCT-ED
               "% DA BASE)"

           IF WS-CALC-PCT > WS-LIMITE-CARGO
               MOVE WS-LIMITE-CARGO TO WS-PCT-ED
               DISPLAY "ACIMA DO LIMITE DE " WS-PCT-ED "% DO CARGO "
                   WS-OPER-CARGO "."
               MOVE SPACES TO WS-AUD-VALOR-NOVO
               MOVE WS-CALC-PCT TO WS-PCT-ED
               STRING 'DESCONTO ' DELIMITED BY SIZE
                      WS-PCT-ED DELIMITED BY SIZE
                      '% R$ ' DELIMITED BY SIZE
                      WS-VALOR-ED DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-INF-MOTIVO DELIMITED BY SIZE
                      INTO WS-AUD-VALOR-NOVO
               MOVE SPACES TO WS-AUD-VALOR-ANTIGO
               MOVE WS-LIMITE-CARGO TO WS-PCT-ED
               STRING 'LIMITE ' DELIMITED BY SIZE
                      WS-OPER-CARGO DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-PCT-ED DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                      INTO WS-AUD-VALOR-ANTIGO
               MOVE WS-CHAVE-TEXTO TO WS-AUD-CHAVE

               IF WS-OPER-CARGO = 'GERENTE'
                   DISPLAY "Aprovar o desconto acima do limite? (S/N)"
                   ACCEPT WS-DSC-CONFIRMA
                   IF WS-DSC-CONFIRMA = 'S'
                       MOVE WS-OPER-ID TO LINDET-DSC-APROVADOR
                       MOVE 'OVERRIDE' TO WS-AUD-OPERACAO
                   ELSE
                       DISPLAY "DESCONTO NAO APROVADO."
                       MOVE 'N' TO WS-DSC-OK
                   END-IF
               ELSE
                   DISPLAY "ACESSO NEGADO: SOMENTE GERENTE APROVA "
                       "DESCONTO ACIMA DO LIMITE DO CARGO."
                   MOVE 'NEGADO' TO WS-AUD-OPERACAO
                   MOVE 'N' TO WS-DSC-OK
               END-IF

               IF WS-DSC-CONFIRMA = 'S' OR
                  WS-OPER-CARGO NOT = 'GERENTE'
                   CALL 'AUDITORIA' USING WS-AUD-MODULO,
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO
               END-IF
           END-IF
           .
       4300-VERIFICAR-LIMITE-FIM.
           EXIT.

      * GRAVA O DESCONTO NOVO (O ANTERIOR DA MESMA CHAVE FICA COMO
      * TROCADO), COM O CPF DO PROPRIETARIO DO VEICULO PARA O
      * RELATORIO POR CLIENTE. O ARQUIVO E TRAVADO E RELIDO ANTES: SE
      * O DESCONTO EM VIGOR MUDOU NO OUTRO TERMINAL, NADA E GRAVADO.
       4400-GRAVAR-DESCONTO            SECTION.

           MOVE LINDET-DSC TO WS-DSC-NOVO

           PERFORM 8200-TRAVAR-DESCONTOS
           IF WS-TRV-RESULTADO NOT = 'N'
               MOVE SPACES TO WS-DSC-ACAO
               PERFORM 2200-LOCALIZAR-DESCONTO

               IF (WS-DSC-POS = ZEROS AND
                   WS-ANTERIOR-NUM NOT = ZEROS) OR
                  (WS-DSC-POS > ZEROS AND
                   LINDET-DSC-NUMERO NOT = WS-ANTERIOR-NUM)
                   DISPLAY "DESCONTO ALTERADO EM OUTRO TERMINAL. "
                       "NADA GRAVADO."
               ELSE
               IF WS-DSC-QTD NOT < 2000
                   DISPLAY "ARQUIVO DE DESCONTOS CHEIO."
               ELSE
                   MOVE WS-DSC-POS TO WS-ANTERIOR-POS
                   MOVE WS-DSC-NOVO TO LINDET-DSC
                   IF WS-ANTERIOR-POS > ZEROS
                       MOVE 'TROCADO' TO
                           WS-DSC-ENT-REG(WS-ANTERIOR-POS)(139:10)
                   END-IF

                   PERFORM 4450-CPF-DO-VEICULO

                   ADD 1 TO WS-DSC-ULTIMO
                   MOVE WS-DSC-ULTIMO TO LINDET-DSC-NUMERO
                   MOVE WS-CHAVE-ORC TO LINDET-DSC-ORC
                   MOVE WS-CHAVE-OS TO LINDET-DSC-OS
                   MOVE WS-VEI-CPF TO LINDET-DSC-CPF
                   MOVE WS-DATA-HOJE TO LINDET-DSC-DATA
                   MOVE WS-CALC-MAO TO LINDET-DSC-DESC-MAO
                   MOVE WS-CALC-PECAS TO LINDET-DSC-DESC-PECAS
                   MOVE WS-CALC-PCT TO LINDET-DSC-PCT-EFETIVO
                   MOVE WS-INF-MOTIVO TO LINDET-DSC-MOTIVO
                   MOVE WS-OPER-ID TO LINDET-DSC-OPERADOR
                   MOVE WS-OPER-CARGO TO LINDET-DSC-CARGO
                   MOVE 'ATIVO' TO LINDET-DSC-STATUS

                   ADD 1 TO WS-DSC-QTD
                   MOVE LINDET-DSC TO WS-DSC-ENT-REG(WS-DSC-QTD)
                   PERFORM 2150-REGRAVAR-DESCONTOS

                   PERFORM 5100-MONTAR-TEXTO
                   MOVE 'DESCONTO' TO WS-AUD-OPERACAO
                   MOVE WS-CHAVE-TEXTO TO WS-AUD-CHAVE
                   IF WS-ANTERIOR-POS = ZEROS
                       MOVE SPACES TO WS-AUD-VALOR-ANTIGO
                   END-IF
                   MOVE WS-SUB-TEXTO TO WS-AUD-VALOR-NOVO
                   CALL 'AUDITORIA' USING WS-AUD-MODULO,
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO

                   DISPLAY "DESCONTO " LINDET-DSC-NUMERO " GRAVADO: "
                       WS-SUB-TEXTO
               END-IF
               END-IF

               PERFORM 8250-DESTRAVAR-DESCONTOS
           END-IF
           .
       4400-GRAVAR-DESCONTO-FIM.
           EXIT.

       4450-CPF-DO-VEICULO             SECTION.

           MOVE SPACES TO WS-VEI-CPF
           OPEN INPUT VEICULOS
           IF AS-STATUS-VEI = ZEROS
               MOVE WS-SUB-PLACA TO ARQ-VEICULOS-PLACA
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
           .
       4450-CPF-DO-VEICULO-FIM.
           EXIT.

       4500-REMOVER-DESCONTO           SECTION.

           PERFORM 8200-TRAVAR-DESCONTOS
           IF WS-TRV-RESULTADO NOT = 'N'
               MOVE SPACES TO WS-DSC-ACAO
               PERFORM 2200-LOCALIZAR-DESCONTO

               IF WS-DSC-POS = ZEROS OR
                  LINDET-DSC-NUMERO NOT = WS-ANTERIOR-NUM
                   DISPLAY "DESCONTO ALTERADO EM OUTRO TERMINAL. "
                       "NADA FOI REMOVIDO."
               ELSE
                   MOVE 'REMOVIDO' TO LINDET-DSC-STATUS
                   MOVE LINDET-DSC TO WS-DSC-ENT-REG(WS-DSC-POS)
                   PERFORM 2150-REGRAVAR-DESCONTOS

                   MOVE 'REMOCAO' TO WS-AUD-OPERACAO
                   MOVE WS-CHAVE-TEXTO TO WS-AUD-CHAVE
                   MOVE 'DESCONTO REMOVIDO' TO WS-AUD-VALOR-NOVO
                   CALL 'AUDITORIA' USING WS-AUD-MODULO,
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO

                   DISPLAY "DESCONTO REMOVIDO."
               END-IF

               PERFORM 8250-DESTRAVAR-DESCONTOS
           END-IF
           .
       4500-REMOVER-DESCONTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         RELATORIO MENSAL
      *-----------------------------------------------------------------

      * DESCONTOS CONCEDIDOS NO MES (PELA DATA DA CONCESSAO), UM POR
      * LINHA, E OS TOTAIS POR OPERADOR, POR CLIENTE E POR MOTIVO. O
      * VALOR E O DA FATURA QUANDO A OS JA FOI FATURADA E O ESTIMADO
      * NA CONCESSAO NOS DEMAIS.
       5000-RELATORIO-MENSAL           SECTION.

           DISPLAY "Mes de referencia (MM/AAAA, em branco = mes "
               "corrente): "
           ACCEPT WS-INF-MES
           IF WS-INF-MES = SPACES
               MOVE WS-DATA-HOJE(4:7) TO WS-INF-MES
           END-IF

           PERFORM 2100-CARREGAR-DESCONTOS

           MOVE ZEROS TO WS-OPE-QTD-TAB
           MOVE ZEROS TO WS-CLT-QTD-TAB
           MOVE ZEROS TO WS-MOT-QTD-TAB
           MOVE ZEROS TO WS-REL-QTD
           MOVE ZEROS TO WS-REL-TOTAL

           OPEN OUTPUT RELATORIO-DESCONTOS
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-REL
           ELSE
               MOVE SPACES TO WS-LINHA-REL
               STRING 'DESCONTOS CONCEDIDOS EM ' DELIMITED BY SIZE
                      WS-INF-MES DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               PERFORM 5900-ESCREVER-LINHA
               MOVE SPACES TO WS-LINHA-REL
               STRING 'DATA       ORIGEM     OPER CLIENTE (CPF)  '
                          DELIMITED BY SIZE
                      'MOTIVO                          VALOR R$ APROV'
                          DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               PERFORM 5900-ESCREVER-LINHA

               PERFORM VARYING WS-DSC-I FROM 1 BY 1
                       UNTIL WS-DSC-I > WS-DSC-QTD
                   MOVE WS-DSC-ENT-REG(WS-DSC-I) TO LINDET-DSC
                   IF (LINDET-DSC-STATUS = 'ATIVO' OR
                       LINDET-DSC-STATUS = 'FATURADO') AND
                      LINDET-DSC-DATA(4:7) = WS-INF-MES
                       PERFORM 5200-LINHA-DESCONTO
                   END-IF
               END-PERFORM

               MOVE WS-REL-QTD TO WS-REL-QTD-ED
               MOVE WS-REL-TOTAL TO WS-REL-VALOR-ED
               MOVE SPACES TO WS-LINHA-REL
               STRING 'TOTAL: ' DELIMITED BY SIZE
                      WS-REL-QTD-ED DELIMITED BY SIZE
                      ' DESCONTO(S), R$ ' DELIMITED BY SIZE
                      WS-REL-VALOR-ED DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               PERFORM 5900-ESCREVER-LINHA

               PERFORM 5500-IMPRIMIR-TOTAIS

               CLOSE RELATORIO-DESCONTOS
               DISPLAY "RELATORIO EM DESCONTOS-MES.TXT"
           END-IF
           .
       5000-RELATORIO-MENSAL-FIM.
           EXIT.

      * MONTA EM WS-SUB-TEXTO A DESCRICAO DO DESCONTO DE LINDET-DSC,
      * A MESMA QUE SAI NA FATURA.
       5100-MONTAR-TEXTO               SECTION.

           MOVE SPACES TO WS-TEXTO-VALOR
           MOVE ZEROS TO WS-TEXTO-BRANCOS
           IF LINDET-DSC-TIPO = 'P'
               MOVE LINDET-DSC-PCT TO WS-PCT-ED
               INSPECT WS-PCT-ED TALLYING WS-TEXTO-BRANCOS
                   FOR LEADING SPACES
               STRING WS-PCT-ED(WS-TEXTO-BRANCOS + 1:)
                          DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                      INTO WS-TEXTO-VALOR
           ELSE
               MOVE LINDET-DSC-VALOR TO WS-VALOR-ED
               INSPECT WS-VALOR-ED TALLYING WS-TEXTO-BRANCOS
                   FOR LEADING SPACES
               STRING 'R$ ' DELIMITED BY SIZE
                      WS-VALOR-ED(WS-TEXTO-BRANCOS + 1:)
                          DELIMITED BY SIZE
                      INTO WS-TEXTO-VALOR
           END-IF

           EVALUATE LINDET-DSC-ALCANCE
               WHEN 'M'
                   MOVE 'MAO DE OBRA' TO WS-TEXTO-ALCANCE
               WHEN 'P'
                   MOVE 'PECAS' TO WS-TEXTO-ALCANCE
               WHEN OTHER
                   MOVE 'MAO+PECAS' TO WS-TEXTO-ALCANCE
           END-EVALUATE

           MOVE SPACES TO WS-SUB-TEXTO
           STRING 'DESCONTO ' DELIMITED BY SIZE
                  WS-TEXTO-VALOR DELIMITED BY '  '
                  ' S/ ' DELIMITED BY SIZE
                  WS-TEXTO-ALCANCE DELIMITED BY '  '
                  ' - MOTIVO: ' DELIMITED BY SIZE
                  LINDET-DSC-MOTIVO DELIMITED BY SIZE
                  INTO WS-SUB-TEXTO
           .
       5100-MONTAR-TEXTO-FIM.
           EXIT.

       5200-LINHA-DESCONTO             SECTION.

           COMPUTE WS-REL-VALOR =
               LINDET-DSC-DESC-MAO + LINDET-DSC-DESC-PECAS
           ADD 1 TO WS-REL-QTD
           ADD WS-REL-VALOR TO WS-REL-TOTAL

           MOVE SPACES TO WS-REL-ORIGEM
           IF LINDET-DSC-OS NOT = SPACES
               STRING 'OS ' DELIMITED BY SIZE
                      LINDET-DSC-OS DELIMITED BY SIZE
                      INTO WS-REL-ORIGEM
           ELSE
               STRING 'ORC ' DELIMITED BY SIZE
                      LINDET-DSC-ORC DELIMITED BY SIZE
                      INTO WS-REL-ORIGEM
           END-IF

           MOVE 'C' TO WS-MSC-OPCAO
           MOVE LINDET-DSC-CPF TO WS-MSC-VALOR
           CALL 'MASCARA' USING WS-MSC-OPCAO, WS-OPERADOR-SESSAO,
               WS-MSC-VALOR, WS-MSC-RESULTADO

           MOVE WS-REL-VALOR TO WS-VALOR-ED
           MOVE SPACES TO WS-LINHA-REL
           STRING LINDET-DSC-DATA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REL-ORIGEM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LINDET-DSC-OPERADOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MSC-RESULTADO(1:14) DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  LINDET-DSC-MOTIVO DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LINDET-DSC-APROVADOR DELIMITED BY SIZE
                  INTO WS-LINHA-REL
           PERFORM 5900-ESCREVER-LINHA

      *    ACUMULA POR OPERADOR
           MOVE 'N' TO WS-AGR-ACHOU
           PERFORM VARYING WS-AGR-I FROM 1 BY 1
                   UNTIL WS-AGR-I > WS-OPE-QTD-TAB OR WS-AGR-ACHOU = 'S'
               IF WS-OPE-CHAVE(WS-AGR-I) = LINDET-DSC-OPERADOR
                   MOVE 'S' TO WS-AGR-ACHOU
               END-IF
           END-PERFORM
           IF WS-AGR-ACHOU = 'S'
               SUBTRACT 1 FROM WS-AGR-I
           ELSE
               IF WS-OPE-QTD-TAB < 100
                   ADD 1 TO WS-OPE-QTD-TAB
                   MOVE WS-OPE-QTD-TAB TO WS-AGR-I
                   MOVE LINDET-DSC-OPERADOR TO WS-OPE-CHAVE(WS-AGR-I)
                   MOVE ZEROS TO WS-OPE-QTD(WS-AGR-I)
                   MOVE ZEROS TO WS-OPE-VALOR(WS-AGR-I)
                   MOVE 'S' TO WS-AGR-ACHOU
               END-IF
           END-IF
           IF WS-AGR-ACHOU = 'S'
               ADD 1 TO WS-OPE-QTD(WS-AGR-I)
               ADD WS-REL-VALOR TO WS-OPE-VALOR(WS-AGR-I)
           END-IF

      *    ACUMULA POR CLIENTE
           MOVE 'N' TO WS-AGR-ACHOU
           PERFORM VARYING WS-AGR-I FROM 1 BY 1
                   UNTIL WS-AGR-I > WS-CLT-QTD-TAB OR WS-AGR-ACHOU = 'S'
               IF WS-CLT-CHAVE(WS-AGR-I) = LINDET-DSC-CPF
                   MOVE 'S' TO WS-AGR-ACHOU
               END-IF
           END-PERFORM
           IF WS-AGR-ACHOU = 'S'
               SUBTRACT 1 FROM WS-AGR-I
           ELSE
               IF WS-CLT-QTD-TAB < 500
                   ADD 1 TO WS-CLT-QTD-TAB
                   MOVE WS-CLT-QTD-TAB TO WS-AGR-I
                   MOVE LINDET-DSC-CPF TO WS-CLT-CHAVE(WS-AGR-I)
                   MOVE ZEROS TO WS-CLT-QTD(WS-AGR-I)
                   MOVE ZEROS TO WS-CLT-VALOR(WS-AGR-I)
                   MOVE 'S' TO WS-AGR-ACHOU
               END-IF
           END-IF
           IF WS-AGR-ACHOU = 'S'
               ADD 1 TO WS-CLT-QTD(WS-AGR-I)
               ADD WS-REL-VALOR TO WS-CLT-VALOR(WS-AGR-I)
           END-IF

      *    ACUMULA POR MOTIVO
           MOVE 'N' TO WS-AGR-ACHOU
           PERFORM VARYING WS-AGR-I FROM 1 BY 1
                   UNTIL WS-AGR-I > WS-MOT-QTD-TAB OR WS-AGR-ACHOU = 'S'
               IF WS-MOT-CHAVE(WS-AGR-I) = LINDET-DSC-MOTIVO
                   MOVE 'S' TO WS-AGR-ACHOU
               END-IF
           END-PERFORM
           IF WS-AGR-ACHOU = 'S'
               SUBTRACT 1 FROM WS-AGR-I
           ELSE
               IF WS-MOT-QTD-TAB < 200
                   ADD 1 TO WS-MOT-QTD-TAB
                   MOVE WS-MOT-QTD-TAB TO WS-AGR-I
                   MOVE LINDET-DSC-MOTIVO TO WS-MOT-CHAVE(WS-AGR-I)
                   MOVE ZEROS TO WS-MOT-QTD(WS-AGR-I)
                   MOVE ZEROS TO WS-MOT-VALOR(WS-AGR-I)
                   MOVE 'S' TO WS-AGR-ACHOU
               END-IF
           END-IF
           IF WS-AGR-ACHOU = 'S'
               ADD 1 TO WS-MOT-QTD(WS-AGR-I)
               ADD WS-REL-VALOR TO WS-MOT-VALOR(WS-AGR-I)
           END-IF
           .
       5200-LINHA-DESCONTO-FIM.
           EXIT.

       5500-IMPRIMIR-TOTAIS            SECTION.

           MOVE 'POR OPERADOR:' TO WS-LINHA-REL
           PERFORM 5900-ESCREVER-LINHA
           PERFORM VARYING WS-AGR-I FROM 1 BY 1
                   UNTIL WS-AGR-I > WS-OPE-QTD-TAB
               MOVE WS-OPE-QTD(WS-AGR-I) TO WS-REL-QTD-ED
               MOVE WS-OPE-VALOR(WS-AGR-I) TO WS-REL-VALOR-ED
               MOVE SPACES TO WS-LINHA-REL
               STRING '  ' DELIMITED BY SIZE
                      WS-OPE-CHAVE(WS-AGR-I) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-REL-QTD-ED DELIMITED BY SIZE
                      ' DESCONTO(S)  R$ ' DELIMITED BY SIZE
                      WS-REL-VALOR-ED DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               PERFORM 5900-ESCREVER-LINHA
           END-PERFORM

           MOVE 'POR CLIENTE:' TO WS-LINHA-REL
           PERFORM 5900-ESCREVER-LINHA
           PERFORM VARYING WS-AGR-I FROM 1 BY 1
                   UNTIL WS-AGR-I > WS-CLT-QTD-TAB
               MOVE WS-CLT-CHAVE(WS-AGR-I) TO WS-CLI-BUSCA
               PERFORM 5600-NOME-DO-CLIENTE
               MOVE 'C' TO WS-MSC-OPCAO
               MOVE WS-CLT-CHAVE(WS-AGR-I) TO WS-MSC-VALOR
               CALL 'MASCARA' USING WS-MSC-OPCAO, WS-OPERADOR-SESSAO,
                   WS-MSC-VALOR, WS-MSC-RESULTADO
               MOVE WS-CLT-QTD(WS-AGR-I) TO WS-REL-QTD-ED
               MOVE WS-CLT-VALOR(WS-AGR-I) TO WS-REL-VALOR-ED
               MOVE SPACES TO WS-LINHA-REL
               STRING '  ' DELIMITED BY SIZE
                      WS-CLI-NOME(1:30) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-MSC-RESULTADO(1:14) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-REL-QTD-ED DELIMITED BY SIZE
                      ' DESCONTO(S)  R$ ' DELIMITED BY SIZE
                      WS-REL-VALOR-ED DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               PERFORM 5900-ESCREVER-LINHA
           END-PERFORM

           MOVE 'POR MOTIVO:' TO WS-LINHA-REL
           PERFORM 5900-ESCREVER-LINHA
           PERFORM VARYING WS-AGR-I FROM 1 BY 1
                   UNTIL WS-AGR-I > WS-MOT-QTD-TAB
               MOVE WS-MOT-QTD(WS-AGR-I) TO WS-REL-QTD-ED
               MOVE WS-MOT-VALOR(WS-AGR-I) TO WS-REL-VALOR-ED
               MOVE SPACES TO WS-LINHA-REL
               STRING '  ' DELIMITED BY SIZE
                      WS-MOT-CHAVE(WS-AGR-I) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-REL-QTD-ED DELIMITED BY SIZE
                      ' DESCONTO(S)  R$ ' DELIMITED BY SIZE
                      WS-REL-VALOR-ED DELIMITED BY SIZE
                      INTO WS-LINHA-REL
               PERFORM 5900-ESCREVER-LINHA
           END-PERFORM
           .
       5500-IMPRIMIR-TOTAIS-FIM.
           EXIT.

       5600-NOME-DO-CLIENTE            SECTION.

           MOVE SPACES TO WS-CLI-NOME
           IF WS-CLI-BUSCA = SPACES
               MOVE '(VEICULO SEM PROPRIETARIO)' TO WS-CLI-NOME
           ELSE
               OPEN INPUT CLIENTES
               IF AS-STATUS-CLI = ZEROS
                   MOVE WS-CLI-BUSCA TO ARQ-CLIENTES-CPF
                   READ CLIENTES INTO WS-DADOS-CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           UNSTRING WS-DADOS-CLIENTES
                               DELIMITED BY ' | ' OR '|'
                               INTO WS-CLI-NOME
                   END-READ
                   CLOSE CLIENTES
               END-IF
           END-IF
           .
       5600-NOME-DO-CLIENTE-FIM.
           EXIT.

       5900-ESCREVER-LINHA             SECTION.

           DISPLAY WS-LINHA-REL
           MOVE WS-LINHA-REL TO ARQ-RELATORIO-DESCONTOS
           WRITE ARQ-RELATORIO-DESCONTOS
           MOVE SPACES TO WS-LINHA-REL
           .
       5900-ESCREVER-LINHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         MODOS CHAMADOS POR OUTROS PROGRAMAS
      *-----------------------------------------------------------------

      * DESCONTO EM VIGOR DA OS SOBRE A MAO DE OBRA E AS PECAS
      * RECEBIDAS (CUSTOS, HISTORICO, CONTROLE DE VARIACAO).
       6000-DESCONTO-DA-OS             SECTION.

           MOVE 'F' TO WS-DSC-ACAO
           PERFORM 2200-LOCALIZAR-DESCONTO
           IF WS-DSC-POS > ZEROS AND WS-CHAVE-OS NOT = SPACES
               MOVE WS-SUB-MAO-OBRA TO WS-BASE-MAO
               MOVE WS-SUB-PECAS TO WS-BASE-PECAS
               PERFORM 4200-CALCULAR-DESCONTO
               MOVE WS-CALC-MAO TO WS-SUB-DESC-MAO
               MOVE WS-CALC-PECAS TO WS-SUB-DESC-PECAS
               PERFORM 5100-MONTAR-TEXTO
           END-IF
           .
       6000-DESCONTO-DA-OS-FIM.
           EXIT.

      * NA EMISSAO DA FATURA: CALCULA COMO O MODO V E GRAVA O VALOR
      * FATURADO NO DESCONTO, QUE PASSA A FATURADO. SEM A TRAVA DO
      * ARQUIVO, O DESCONTO AINDA VAI PARA A FATURA, MAS O REGISTRO
      * FICA COMO ESTA (COM AVISO).
       6100-FATURAR-DESCONTO           SECTION.

           PERFORM 8200-TRAVAR-DESCONTOS
           PERFORM 6000-DESCONTO-DA-OS
           IF WS-DSC-POS > ZEROS AND WS-CHAVE-OS NOT = SPACES
               IF WS-TRV-RESULTADO = 'N'
                   DISPLAY "DESCONTO DA OS " WS-CHAVE-OS " APLICADO "
                       "NA FATURA MAS NAO MARCADO COMO FATURADO."
               ELSE
                   MOVE WS-CALC-MAO TO LINDET-DSC-DESC-MAO
                   MOVE WS-CALC-PECAS TO LINDET-DSC-DESC-PECAS
                   MOVE WS-CALC-PCT TO LINDET-DSC-PCT-EFETIVO
                   MOVE 'FATURADO' TO LINDET-DSC-STATUS
                   MOVE LINDET-DSC TO WS-DSC-ENT-REG(WS-DSC-POS)
                   PERFORM 2150-REGRAVAR-DESCONTOS
               END-IF
           END-IF

           IF WS-TRV-RESULTADO NOT = 'N'
               PERFORM 8250-DESTRAVAR-DESCONTOS
           END-IF
           .
       6100-FATURAR-DESCONTO-FIM.
           EXIT.

      * O DESCONTO JA GRAVADO PARA A OS (A FATURA RECEBE OS VALORES
      * LIQUIDOS E PRECISA DELE PARA A LINHA DE DESCONTO).
       6200-DESCONTO-FATURADO          SECTION.

           MOVE 'F' TO WS-DSC-ACAO
           PERFORM 2200-LOCALIZAR-DESCONTO
           IF WS-DSC-POS > ZEROS AND WS-CHAVE-OS NOT = SPACES
               MOVE LINDET-DSC-DESC-MAO TO WS-SUB-DESC-MAO
               MOVE LINDET-DSC-DESC-PECAS TO WS-SUB-DESC-PECAS
               PERFORM 5100-MONTAR-TEXTO
           END-IF
           .
       6200-DESCONTO-FATURADO-FIM.
           EXIT.

      * ORCAMENTO CONVERTIDO: O DESCONTO DELE PASSA PARA A OS NOVA.
       6300-TRANSFERIR-PARA-OS         SECTION.

           IF WS-CHAVE-ORC NOT = SPACES AND WS-CHAVE-OS NOT = SPACES
               PERFORM 8200-TRAVAR-DESCONTOS
               IF WS-TRV-RESULTADO = 'N'
                   DISPLAY "DESCONTO DO ORCAMENTO " WS-CHAVE-ORC
                       " NAO FOI LEVADO PARA A OS " WS-CHAVE-OS "."
               ELSE
                   MOVE SPACES TO WS-CHAVE-OS
                   MOVE SPACES TO WS-DSC-ACAO
                   PERFORM 2200-LOCALIZAR-DESCONTO
                   MOVE WS-SUB-OS TO WS-CHAVE-OS
                   IF WS-DSC-POS > ZEROS
                       MOVE WS-CHAVE-OS TO LINDET-DSC-OS
                       MOVE LINDET-DSC TO WS-DSC-ENT-REG(WS-DSC-POS)
                       PERFORM 2150-REGRAVAR-DESCONTOS
                       DISPLAY "DESCONTO DO ORCAMENTO " WS-CHAVE-ORC
                           " LEVADO PARA A OS " WS-CHAVE-OS "."
                   END-IF
                   PERFORM 8250-DESTRAVAR-DESCONTOS
               END-IF
           END-IF
           .
       6300-TRANSFERIR-PARA-OS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         TRAVA DO ARQUIVO DE DESCONTOS
      *-----------------------------------------------------------------

      * DESCONTOS.TXT E REGRAVADO POR INTEIRO: TRAVA O ARQUIVO E O
      * RELE COM A TRAVA NA MAO. SE A CARGA PAROU NO LIMITE DA TABELA,
      * DEVOLVE A TRAVA E RESPONDE 'N' (O ARQUIVO NAO PODE SER
      * REGRAVADO SEM PERDER REGISTROS).
       8200-TRAVAR-DESCONTOS           SECTION.

           MOVE 'T' TO WS-TRV-ACAO
           MOVE SPACES TO WS-TRV-OPER
           STRING WS-OPER-ID DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-OPER-NOME DELIMITED BY SIZE
                  INTO WS-TRV-OPER
           CALL 'TRAVA' USING WS-TRV-ACAO, WS-TRV-MODULO,
               WS-TRV-CHAVE, WS-TRV-OPER, WS-TRV-RESULTADO

           IF WS-TRV-RESULTADO = 'N'
               DISPLAY "DESCONTOS EM ALTERACAO EM OUTRO TERMINAL. "
                   "TENTE NOVAMENTE EM SEGUIDA."
           ELSE
               PERFORM 2100-CARREGAR-DESCONTOS
               IF WS-DSC-TRUNCADO = 'S'
                   DISPLAY "DESCONTOS.TXT PASSOU DE 2000 REGISTROS: "
                       "NENHUMA ALTERACAO FOI GRAVADA."
                   PERFORM 8250-DESTRAVAR-DESCONTOS
                   MOVE 'N' TO WS-TRV-RESULTADO
               END-IF
           END-IF
           .
       8200-TRAVAR-DESCONTOS-FIM.
           EXIT.

       8250-DESTRAVAR-DESCONTOS        SECTION.

           MOVE 'D' TO WS-TRV-ACAO
           CALL 'TRAVA' USING WS-TRV-ACAO, WS-TRV-MODULO,
               WS-TRV-CHAVE, WS-TRV-OPER, WS-TRV-RESULTADO
           .
       8250-DESTRAVAR-DESCONTOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------

       3000-FINALIZAR                  SECTION.

            EXIT PROGRAM
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM DESCONTO.
