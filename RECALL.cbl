       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALL.
      ******************************************************************
      * Author: Théo César
      * Date: 03/10/2026
      * Purpose: Campanhas de recall das montadoras cruzadas com a base
      *          de veiculos da oficina
      * Modifications:
      *    03/10/2026 - Recall's structure finished. As campanhas que
      *    a Volvo e as outras montadoras publicam entram aqui em
      *    Recall-campanhas.txt: codigo, marca, modelo, faixa de ano,
      *    faixa de chassi, tipo de servico que resolve a campanha,
      *    descricao e situacao (A = aberta, E = encerrada). O
      *    cruzamento le Veiculos.txt uma vez, grava cada veiculo
      *    atingido em Recall-veiculos.txt (P = pendente, F = feito) e
      *    lista os pendentes com o contato do proprietario em
      *    Recall-chamados.txt. Alem do menu (VEICULOS, opcao 8), o
      *    primeiro parametro escolhe o modo de quem chama: C = avisa
      *    o atendente das campanhas abertas da placa (agendamento no
      *    MANUTENCAO); B = baixa as campanhas da placa resolvidas
      *    pelo tipo de servico da OS concluida. A quantidade volta no
      *    ultimo parametro. Incluir e encerrar campanha e so para
      *    GERENTE.
      *    07/10/2026 - Telefone do proprietario mascarado em
      *    Recall-chamados.txt para os cargos que nao precisam dele
      *    (subprograma MASCARA). A lista so sai completa com
      *    autorizacao de um gerente, registrada na auditoria.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CAMPANHAS ASSIGN TO WS-ARQ-CAMPANHAS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CAM.

       SELECT ATINGIDOS ASSIGN TO WS-ARQ-ATINGIDOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-ATI.

       SELECT CHAMADOS ASSIGN TO WS-ARQ-CHAMADOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CHA.

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

       FD CAMPANHAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CAMPANHAS                 PIC X(143).

       FD ATINGIDOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-ATINGIDOS                 PIC X(80).

       FD CHAMADOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CHAMADOS                  PIC X(200).

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

       01 AS-STATUS-CAM                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ATI                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CHA                 PIC 9(02) VALUE ZEROS.
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
       01 WS-ARQ-CAMPANHAS-PATH         PIC X(80) VALUE SPACES.
       01 WS-ARQ-ATINGIDOS-PATH         PIC X(80) VALUE SPACES.
       01 WS-ARQ-CHAMADOS-PATH          PIC X(80) VALUE SPACES.
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
      *    CAMPANHA: MARCA OU MODELO EM BRANCO = QUALQUER UM; ANO ZERO
      *    = SEM LIMITE; FAIXA DE CHASSI EM BRANCO = SEM FAIXA.
      *    SITUACAO: A = ABERTA, E = ENCERRADA.
       01 LINDET-CAM.
           05 LINDET-CAM-CODIGO         PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAM-MARCA          PIC X(15) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAM-MODELO         PIC X(15) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAM-ANO-INI-X      PIC X(04) VALUE '0000'.
           05 LINDET-CAM-ANO-INI-N REDEFINES LINDET-CAM-ANO-INI-X
                                        PIC 9(04).
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAM-ANO-FIM-X      PIC X(04) VALUE '0000'.
           05 LINDET-CAM-ANO-FIM-N REDEFINES LINDET-CAM-ANO-FIM-X
                                        PIC 9(04).
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAM-CHASSI-INI     PIC X(17) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAM-CHASSI-FIM     PIC X(17) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAM-TIPO           PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAM-DESCRICAO      PIC X(30) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAM-SITUACAO       PIC X(01) VALUE 'A'.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAM-ABERTURA       PIC X(10) VALUE SPACES.

      *    VEICULO ATINGIDO: P = PENDENTE, F = FEITO (OS CONCLUIDA).
       01 LINDET-ATI.
           05 LINDET-ATI-CODIGO         PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-ATI-PLACA          PIC X(08) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-ATI-CHASSI         PIC X(17) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-ATI-CPF            PIC X(11) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-ATI-SITUACAO       PIC X(01) VALUE 'P'.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-ATI-INCLUSAO       PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-ATI-BAIXA          PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-ATI-OS             PIC 9(06) VALUE ZEROS.

       01 LINDET-CLI.
           05 LINDET-CLI-NOME           PIC X(40).
           05 FILLER                    PIC X(92).
           05 LINDET-CLI-TELEFONE       PIC X(13).
           05 FILLER                    PIC X(91).

       01 WS-LINHA-CHA                  PIC X(200) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         TABELAS EM MEMORIA
      *-----------------------------------------------------------------
       01 WS-TAB-CAM.
           05 WS-CAM-ENT-REG OCCURS 100 TIMES PIC X(143).
       01 WS-CAM-QTD                    PIC 9(03) VALUE ZEROS.
       01 WS-CAM-I                      PIC 9(03) VALUE ZEROS.
       01 WS-CAM-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-CAM-BUSCA                  PIC X(10) VALUE SPACES.

       01 WS-TAB-ATI.
           05 WS-ATI-ENT-REG OCCURS 5000 TIMES PIC X(80).
       01 WS-ATI-QTD                    PIC 9(05) VALUE ZEROS.
       01 WS-ATI-I                      PIC 9(05) VALUE ZEROS.
       01 WS-ATI-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-ATI-CHEIA                  PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         VEICULO EM AVALIACAO
      *-----------------------------------------------------------------
       01 WS-DADOS-VEI                  PIC X(85) VALUE SPACES.
       01 WS-VEI-PLACA                  PIC X(08) VALUE SPACES.
       01 WS-VEI-MARCA                  PIC X(15) VALUE SPACES.
       01 WS-VEI-MODELO                 PIC X(15) VALUE SPACES.
       01 WS-VEI-ANO                    PIC X(04) VALUE SPACES.
       01 WS-VEI-ANO-N                  PIC 9(04) VALUE ZEROS.
       01 WS-VEI-CPF                    PIC X(11) VALUE SPACES.
       01 WS-VEI-CHASSI                 PIC X(17) VALUE SPACES.
       01 WS-VEI-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-VEI-ATINGIDO               PIC X(01) VALUE 'N'.
       01 WS-VEI-SEM-CHASSI             PIC X(01) VALUE 'N'.

       01 WS-CLI-ABERTO                 PIC X(01) VALUE 'N'.
       01 WS-CLI-NOME                   PIC X(40) VALUE SPACES.
       01 WS-CLI-TELEFONE               PIC X(13) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         MASCARA DE DADOS PESSOAIS (SUBPROGRAMA MASCARA)
      *-----------------------------------------------------------------
       01 WS-MSC-OPCAO                  PIC X(01) VALUE SPACES.
       01 WS-MSC-VALOR                  PIC X(40) VALUE SPACES.
       01 WS-MSC-RESULTADO              PIC X(40) VALUE SPACES.
       01 WS-MSC-LIBERADO               PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         ENTRADA DO OPERADOR E CONTADORES
      *-----------------------------------------------------------------
       01 WS-INF-CODIGO                 PIC X(10) VALUE SPACES.
       01 WS-INF-PLACA                  PIC X(08) VALUE SPACES.
       01 WS-INF-ANO                    PIC 9(04) VALUE ZEROS.
       01 WS-INF-CONFIRMA               PIC X(01) VALUE SPACES.
       01 WS-CHASSI-TESTE               PIC X(17) VALUE SPACES.
       01 WS-CHASSI-VALIDO              PIC X(01) VALUE 'N'.
       01 WS-CHASSI-IDX                 PIC 9(02) VALUE ZEROS.
       01 WS-CHASSI-CAR                 PIC X(01) VALUE SPACES.
       01 WS-CAMPANHA-OK                PIC X(01) VALUE 'N'.

       01 WS-QTD-VEICULOS               PIC 9(05) VALUE ZEROS.
       01 WS-QTD-NOVOS                  PIC 9(05) VALUE ZEROS.
       01 WS-QTD-PENDENTES              PIC 9(05) VALUE ZEROS.
       01 WS-QTD-FEITOS                 PIC 9(05) VALUE ZEROS.
       01 WS-QTD-SEM-CHASSI             PIC 9(05) VALUE ZEROS.
       01 WS-QTD-AVISOS                 PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              LOG DE AUDITORIA
      *-----------------------------------------------------------------
       01 WS-AUD-MODULO                 PIC X(10) VALUE 'RECALL'.
       01 WS-AUD-OPERACAO               PIC X(10) VALUE SPACES.
       01 WS-AUD-CHAVE                  PIC X(15) VALUE SPACES.
       01 WS-AUD-VALOR-ANTIGO           PIC X(75) VALUE SPACES.
       01 WS-AUD-VALOR-NOVO             PIC X(75) VALUE SPACES.
      *-----------------------------------------------------------------

       LINKAGE SECTION.

       01 WS-SUB-OPTION                 PIC X(01).
       01 WS-OPERADOR-SESSAO            PIC X(38).
       01 WS-SUB-PLACA                  PIC X(08).
       01 WS-SUB-TIPO-SERVICO           PIC X(10).
       01 WS-SUB-OS                     PIC 9(06).
       01 WS-SUB-QTD                    PIC 9(05).

       PROCEDURE DIVISION USING WS-SUB-OPTION, WS-OPERADOR-SESSAO,
                       WS-SUB-PLACA, WS-SUB-TIPO-SERVICO, WS-SUB-OS,
                       WS-SUB-QTD.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR

           EVALUATE WS-SUB-OPTION
               WHEN 'C'
                   MOVE WS-SUB-PLACA TO WS-INF-PLACA
                   PERFORM 5000-AVISAR-PLACA
               WHEN 'B'
                   PERFORM 6000-BAIXAR-RECALL
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
                  'Recall-campanhas.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CAMPANHAS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Recall-veiculos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-ATINGIDOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Recall-chamados.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CHAMADOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Files/Veiculos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-VEICULOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Clientes.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CLIENTES-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.

       1100-DISPLAY-MENU               SECTION.

           DISPLAY "|---------------------------------------|"
           DISPLAY "|   CAMPANHAS DE RECALL                 |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "| 1. Listar campanhas                   |"
           DISPLAY "| 2. Incluir campanha (gerente)         |"
           DISPLAY "| 3. Encerrar campanha (gerente)        |"
           DISPLAY "| 4. Cruzar campanhas com os veiculos   |"
           DISPLAY "|    (lista de chamados)                |"
           DISPLAY "| 5. Campanhas pendentes de uma placa   |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "Escolha uma opcao:"
           ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
           WHEN '1'
               PERFORM 2300-LISTAR-CAMPANHAS
           WHEN '2'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 2400-INCLUIR-CAMPANHA
               ELSE
                   DISPLAY "ACESSO NEGADO: SOMENTE GERENTE."
               END-IF
           WHEN '3'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 2500-ENCERRAR-CAMPANHA
               ELSE
                   DISPLAY "ACESSO NEGADO: SOMENTE GERENTE."
               END-IF
           WHEN '4'
               PERFORM 4000-CRUZAR-BASE
           WHEN '5'
               DISPLAY "Placa do veiculo: "
               ACCEPT WS-INF-PLACA
               PERFORM 5000-AVISAR-PLACA
               DISPLAY WS-QTD-AVISOS " CAMPANHA(S) PENDENTE(S)"
           WHEN '9'
               MOVE 'SIM' TO AS-FIM-LOOP-MAIN
           WHEN OTHER
               DISPLAY "Opcao invalida. Tente novamente."
           END-EVALUATE
           .
       1100-DISPLAY-MENU-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         CADASTRO DE CAMPANHAS
      *-----------------------------------------------------------------

       2100-CARREGAR-CAMPANHAS         SECTION.

           MOVE ZEROS TO WS-CAM-QTD

           OPEN INPUT CAMPANHAS
           IF AS-STATUS-CAM = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ CAMPANHAS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-CAM-QTD < 100 AND
                              ARQ-CAMPANHAS NOT = SPACES
                               ADD 1 TO WS-CAM-QTD
                               MOVE ARQ-CAMPANHAS TO
                                   WS-CAM-ENT-REG(WS-CAM-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPANHAS
           END-IF
           .
       2100-CARREGAR-CAMPANHAS-FIM.
           EXIT.

       2150-REGRAVAR-CAMPANHAS         SECTION.

           OPEN OUTPUT CAMPANHAS
           IF AS-STATUS-CAM NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-CAM
           ELSE
               PERFORM VARYING WS-CAM-I FROM 1 BY 1
                       UNTIL WS-CAM-I > WS-CAM-QTD
                   MOVE WS-CAM-ENT-REG(WS-CAM-I) TO ARQ-CAMPANHAS
                   WRITE ARQ-CAMPANHAS
               END-PERFORM
               CLOSE CAMPANHAS
           END-IF
           .
       2150-REGRAVAR-CAMPANHAS-FIM.
           EXIT.

       2200-LOCALIZAR-CAMPANHA         SECTION.

           MOVE 'N' TO WS-CAM-ACHOU
           PERFORM VARYING WS-CAM-I FROM 1 BY 1
                   UNTIL WS-CAM-I > WS-CAM-QTD OR WS-CAM-ACHOU = 'S'
               IF WS-CAM-ENT-REG(WS-CAM-I)(1:10) = WS-CAM-BUSCA
                   MOVE 'S' TO WS-CAM-ACHOU
               END-IF
           END-PERFORM
           IF WS-CAM-ACHOU = 'S'
               SUBTRACT 1 FROM WS-CAM-I
               MOVE WS-CAM-ENT-REG(WS-CAM-I) TO LINDET-CAM
           END-IF
           .
       2200-LOCALIZAR-CAMPANHA-FIM.
           EXIT.

      * O VEICULO EM WS-VEI-* E ATINGIDO PELA CAMPANHA EM LINDET-CAM
      * QUANDO BATE MARCA, MODELO, FAIXA DE ANO E FAIXA DE CHASSI (O
      * QUE A CAMPANHA INFORMAR). SEM CHASSI CADASTRADO NAO DA PARA
      * DIZER SE ESTA NA FAIXA: FICA MARCADO EM WS-VEI-SEM-CHASSI
      * PARA ALGUEM CONFERIR O DOCUMENTO DO CARRO.
       2250-AVALIAR-VEICULO            SECTION.

           MOVE 'S' TO WS-VEI-ATINGIDO
           MOVE 'N' TO WS-VEI-SEM-CHASSI

           IF LINDET-CAM-MARCA NOT = SPACES AND
              LINDET-CAM-MARCA NOT = WS-VEI-MARCA
               MOVE 'N' TO WS-VEI-ATINGIDO
           END-IF

           IF LINDET-CAM-MODELO NOT = SPACES AND
              LINDET-CAM-MODELO NOT = WS-VEI-MODELO
               MOVE 'N' TO WS-VEI-ATINGIDO
           END-IF

           IF LINDET-CAM-ANO-INI-X NOT NUMERIC
               MOVE ZEROS TO LINDET-CAM-ANO-INI-N
           END-IF
           IF LINDET-CAM-ANO-FIM-X NOT NUMERIC
               MOVE ZEROS TO LINDET-CAM-ANO-FIM-N
           END-IF
           IF LINDET-CAM-ANO-INI-N > ZEROS OR
              LINDET-CAM-ANO-FIM-N > ZEROS
               IF WS-VEI-ANO NOT NUMERIC
                   MOVE 'N' TO WS-VEI-ATINGIDO
               ELSE
                   MOVE WS-VEI-ANO TO WS-VEI-ANO-N
                   IF LINDET-CAM-ANO-INI-N > ZEROS AND
                      WS-VEI-ANO-N < LINDET-CAM-ANO-INI-N
                       MOVE 'N' TO WS-VEI-ATINGIDO
                   END-IF
                   IF LINDET-CAM-ANO-FIM-N > ZEROS AND
                      WS-VEI-ANO-N > LINDET-CAM-ANO-FIM-N
                       MOVE 'N' TO WS-VEI-ATINGIDO
                   END-IF
               END-IF
           END-IF

           IF WS-VEI-ATINGIDO = 'S' AND
              LINDET-CAM-CHASSI-INI NOT = SPACES
               IF WS-VEI-CHASSI = SPACES
                   MOVE 'N' TO WS-VEI-ATINGIDO
                   MOVE 'S' TO WS-VEI-SEM-CHASSI
               ELSE
                   IF WS-VEI-CHASSI < LINDET-CAM-CHASSI-INI OR
                      WS-VEI-CHASSI > LINDET-CAM-CHASSI-FIM
                       MOVE 'N' TO WS-VEI-ATINGIDO
                   END-IF
               END-IF
           END-IF
           .
       2250-AVALIAR-VEICULO-FIM.
           EXIT.

      * LISTA AS CAMPANHAS COM QUANTOS VEICULOS DA BASE AINDA ESTAO
      * PENDENTES E QUANTOS JA FORAM ATENDIDOS EM CADA UMA.
       2300-LISTAR-CAMPANHAS           SECTION.

           PERFORM 2100-CARREGAR-CAMPANHAS
           PERFORM 2600-CARREGAR-ATINGIDOS

           PERFORM VARYING WS-CAM-I FROM 1 BY 1
                   UNTIL WS-CAM-I > WS-CAM-QTD
               MOVE WS-CAM-ENT-REG(WS-CAM-I) TO LINDET-CAM
               MOVE ZEROS TO WS-QTD-PENDENTES
               MOVE ZEROS TO WS-QTD-FEITOS
               PERFORM VARYING WS-ATI-I FROM 1 BY 1
                       UNTIL WS-ATI-I > WS-ATI-QTD
                   MOVE WS-ATI-ENT-REG(WS-ATI-I) TO LINDET-ATI
                   IF LINDET-ATI-CODIGO = LINDET-CAM-CODIGO
                       IF LINDET-ATI-SITUACAO = 'F'
                           ADD 1 TO WS-QTD-FEITOS
                       ELSE
                           ADD 1 TO WS-QTD-PENDENTES
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY WS-CAM-ENT-REG(WS-CAM-I)
               DISPLAY "    PENDENTES: " WS-QTD-PENDENTES
                   "  ATENDIDOS: " WS-QTD-FEITOS
           END-PERFORM
           DISPLAY WS-CAM-QTD " CAMPANHA(S) CADASTRADA(S)"
           .
       2300-LISTAR-CAMPANHAS-FIM.
           EXIT.

       2400-INCLUIR-CAMPANHA           SECTION.

           DISPLAY "Codigo da campanha (10 posicoes): "
           ACCEPT WS-INF-CODIGO

           PERFORM 2100-CARREGAR-CAMPANHAS
           MOVE WS-INF-CODIGO TO WS-CAM-BUSCA
           PERFORM 2200-LOCALIZAR-CAMPANHA

           IF WS-INF-CODIGO = SPACES
               DISPLAY "CODIGO EM BRANCO."
           ELSE
           IF WS-CAM-ACHOU = 'S'
               DISPLAY "JA EXISTE UMA CAMPANHA COM ESSE CODIGO"
           ELSE
           IF WS-CAM-QTD NOT < 100
               DISPLAY "CADASTRO CHEIO (100 CAMPANHAS)."
           ELSE
               MOVE SPACES TO LINDET-CAM-MARCA
               MOVE SPACES TO LINDET-CAM-MODELO
               MOVE SPACES TO LINDET-CAM-CHASSI-INI
               MOVE SPACES TO LINDET-CAM-CHASSI-FIM
               MOVE SPACES TO LINDET-CAM-TIPO
               MOVE SPACES TO LINDET-CAM-DESCRICAO
               MOVE WS-INF-CODIGO TO LINDET-CAM-CODIGO
               DISPLAY "Marca (em branco = qualquer uma): "
               ACCEPT LINDET-CAM-MARCA
               DISPLAY "Modelo (em branco = qualquer um): "
               ACCEPT LINDET-CAM-MODELO
               DISPLAY "Ano inicial (zero = sem limite): "
               ACCEPT WS-INF-ANO
               MOVE WS-INF-ANO TO LINDET-CAM-ANO-INI-N
               DISPLAY "Ano final (zero = sem limite): "
               ACCEPT WS-INF-ANO
               MOVE WS-INF-ANO TO LINDET-CAM-ANO-FIM-N
               DISPLAY "Chassi inicial da faixa (em branco = sem "
                   "faixa de chassi): "
               ACCEPT LINDET-CAM-CHASSI-INI
               IF LINDET-CAM-CHASSI-INI NOT = SPACES
                   MOVE LINDET-CAM-CHASSI-INI TO WS-CHASSI-TESTE
                   PERFORM 2450-VALIDAR-CHASSI
                   PERFORM UNTIL WS-CHASSI-VALIDO = 'S'
                       DISPLAY "CHASSI INVALIDO: 17 POSICOES, LETRAS "
                           "E NUMEROS, SEM I, O E Q. INFORME OUTRO: "
                       ACCEPT LINDET-CAM-CHASSI-INI
                       MOVE LINDET-CAM-CHASSI-INI TO WS-CHASSI-TESTE
                       PERFORM 2450-VALIDAR-CHASSI
                   END-PERFORM
                   DISPLAY "Chassi final da faixa: "
                   ACCEPT LINDET-CAM-CHASSI-FIM
                   MOVE LINDET-CAM-CHASSI-FIM TO WS-CHASSI-TESTE
                   PERFORM 2450-VALIDAR-CHASSI
                   PERFORM UNTIL WS-CHASSI-VALIDO = 'S' AND
                       LINDET-CAM-CHASSI-FIM NOT <
                       LINDET-CAM-CHASSI-INI
                       DISPLAY "CHASSI FINAL INVALIDO OU MENOR QUE O "
                           "INICIAL. INFORME OUTRO: "
                       ACCEPT LINDET-CAM-CHASSI-FIM
                       MOVE LINDET-CAM-CHASSI-FIM TO WS-CHASSI-TESTE
                       PERFORM 2450-VALIDAR-CHASSI
                   END-PERFORM
               END-IF
               DISPLAY "Tipo de servico que atende a campanha "
                   "(em branco = RECALL): "
               ACCEPT LINDET-CAM-TIPO
               IF LINDET-CAM-TIPO = SPACES
                   MOVE 'RECALL' TO LINDET-CAM-TIPO
               END-IF
               DISPLAY "Descricao: "
               ACCEPT LINDET-CAM-DESCRICAO
               MOVE 'A' TO LINDET-CAM-SITUACAO
               MOVE WS-DATA-HOJE TO LINDET-CAM-ABERTURA

      *        SEM NENHUM CRITERIO A CAMPANHA PEGARIA A BASE INTEIRA.
               MOVE 'S' TO WS-CAMPANHA-OK
               IF LINDET-CAM-MARCA = SPACES AND
                  LINDET-CAM-MODELO = SPACES AND
                  LINDET-CAM-ANO-INI-N = ZEROS AND
                  LINDET-CAM-ANO-FIM-N = ZEROS AND
                  LINDET-CAM-CHASSI-INI = SPACES
                   MOVE 'N' TO WS-CAMPANHA-OK
               END-IF
               IF LINDET-CAM-ANO-FIM-N > ZEROS AND
                  LINDET-CAM-ANO-FIM-N < LINDET-CAM-ANO-INI-N
                   MOVE 'N' TO WS-CAMPANHA-OK
               END-IF

               IF WS-CAMPANHA-OK = 'N'
                   DISPLAY "CAMPANHA RECUSADA: INFORME AO MENOS UM "
                       "CRITERIO (MARCA, MODELO, ANO OU CHASSI) E "
                       "UMA FAIXA DE ANO VALIDA."
               ELSE
                   ADD 1 TO WS-CAM-QTD
                   MOVE LINDET-CAM TO WS-CAM-ENT-REG(WS-CAM-QTD)
                   PERFORM 2150-REGRAVAR-CAMPANHAS

                   MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
                   MOVE WS-INF-CODIGO TO WS-AUD-CHAVE
                   MOVE SPACES TO WS-AUD-VALOR-ANTIGO
                   MOVE LINDET-CAM TO WS-AUD-VALOR-NOVO
                   CALL 'AUDITORIA' USING WS-AUD-MODULO,
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO

                   DISPLAY "CAMPANHA CADASTRADA. RODE O CRUZAMENTO "
                       "(OPCAO 4) PARA GERAR A LISTA DE CHAMADOS."
               END-IF
           END-IF
           END-IF
           END-IF
           .
       2400-INCLUIR-CAMPANHA-FIM.
           EXIT.

      * CHASSI (VIN) EM WS-CHASSI-TESTE: 17 POSICOES, SO DIGITOS E
      * LETRAS MAIUSCULAS, SEM I, O E Q (QUE O PADRAO NAO USA PARA
      * NAO CONFUNDIR COM 1 E 0).
       2450-VALIDAR-CHASSI             SECTION.

           MOVE 'S' TO WS-CHASSI-VALIDO
           PERFORM VARYING WS-CHASSI-IDX FROM 1 BY 1
                   UNTIL WS-CHASSI-IDX > 17
               MOVE WS-CHASSI-TESTE(WS-CHASSI-IDX:1) TO WS-CHASSI-CAR
               IF WS-CHASSI-CAR >= '0' AND WS-CHASSI-CAR <= '9'
                   CONTINUE
               ELSE
                   IF WS-CHASSI-CAR >= 'A' AND WS-CHASSI-CAR <= 'Z'
                      AND WS-CHASSI-CAR NOT = 'I'
                      AND WS-CHASSI-CAR NOT = 'O'
                      AND WS-CHASSI-CAR NOT = 'Q'
                       CONTINUE
                   ELSE
                       MOVE 'N' TO WS-CHASSI-VALIDO
                   END-IF
               END-IF
           END-PERFORM
           .
       2450-VALIDAR-CHASSI-FIM.
           EXIT.

      * CAMPANHA ENCERRADA NAO AVISA MAIS NO AGENDAMENTO NEM ENTRA NA
      * LISTA DE CHAMADOS; O QUE JA FOI ATENDIDO FICA REGISTRADO.
       2500-ENCERRAR-CAMPANHA          SECTION.

           DISPLAY "Codigo da campanha: "
           ACCEPT WS-INF-CODIGO

           PERFORM 2100-CARREGAR-CAMPANHAS
           MOVE WS-INF-CODIGO TO WS-CAM-BUSCA
           PERFORM 2200-LOCALIZAR-CAMPANHA

           IF WS-CAM-ACHOU = 'N'
               DISPLAY "CAMPANHA NAO CADASTRADA"
           ELSE
           IF LINDET-CAM-SITUACAO = 'E'
               DISPLAY "CAMPANHA JA ESTA ENCERRADA"
           ELSE
               DISPLAY LINDET-CAM-DESCRICAO
               DISPLAY "Confirma o encerramento? (S/N)"
               ACCEPT WS-INF-CONFIRMA
               IF WS-INF-CONFIRMA = 'S'
                   MOVE LINDET-CAM TO WS-AUD-VALOR-ANTIGO
                   MOVE 'E' TO LINDET-CAM-SITUACAO
                   MOVE LINDET-CAM TO WS-CAM-ENT-REG(WS-CAM-I)
                   PERFORM 2150-REGRAVAR-CAMPANHAS

                   MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                   MOVE WS-INF-CODIGO TO WS-AUD-CHAVE
                   MOVE LINDET-CAM TO WS-AUD-VALOR-NOVO
                   CALL 'AUDITORIA' USING WS-AUD-MODULO,
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO

                   DISPLAY "CAMPANHA ENCERRADA"
               END-IF
           END-IF
           END-IF
           .
       2500-ENCERRAR-CAMPANHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         VEICULOS ATINGIDOS (RECALL-VEICULOS.TXT)
      *-----------------------------------------------------------------

       2600-CARREGAR-ATINGIDOS         SECTION.

           MOVE ZEROS TO WS-ATI-QTD
           MOVE 'N' TO WS-ATI-CHEIA

           OPEN INPUT ATINGIDOS
           IF AS-STATUS-ATI = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ ATINGIDOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF ARQ-ATINGIDOS NOT = SPACES
                               IF WS-ATI-QTD < 5000
                                   ADD 1 TO WS-ATI-QTD
                                   MOVE ARQ-ATINGIDOS TO
                                       WS-ATI-ENT-REG(WS-ATI-QTD)
                               ELSE
                                   MOVE 'S' TO WS-ATI-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATINGIDOS
           END-IF

           IF WS-ATI-CHEIA = 'S'
               DISPLAY "RECALL-VEICULOS.TXT PASSOU DE 5000 LINHAS: "
                   "NADA SERA REGRAVADO NESTA RODADA."
           END-IF
           .
       2600-CARREGAR-ATINGIDOS-FIM.
           EXIT.

      * SO REGRAVA COM A TABELA INTEIRA NA MEMORIA, PARA NAO PERDER
      * LINHAS QUE NAO COUBERAM NELA.
       2650-REGRAVAR-ATINGIDOS         SECTION.

           IF WS-ATI-CHEIA = 'N'
               OPEN OUTPUT ATINGIDOS
               IF AS-STATUS-ATI NOT EQUAL ZEROS
                   DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-ATI
               ELSE
                   PERFORM VARYING WS-ATI-I FROM 1 BY 1
                           UNTIL WS-ATI-I > WS-ATI-QTD
                       MOVE WS-ATI-ENT-REG(WS-ATI-I) TO ARQ-ATINGIDOS
                       WRITE ARQ-ATINGIDOS
                   END-PERFORM
                   CLOSE ATINGIDOS
               END-IF
           END-IF
           .
       2650-REGRAVAR-ATINGIDOS-FIM.
           EXIT.

      * PROCURA A LINHA DA CAMPANHA LINDET-CAM-CODIGO PARA A PLACA
      * WS-VEI-PLACA. ACHANDO, DEIXA A LINHA EM LINDET-ATI.
       2670-LOCALIZAR-ATINGIDO         SECTION.

           MOVE 'N' TO WS-ATI-ACHOU
           PERFORM VARYING WS-ATI-I FROM 1 BY 1
                   UNTIL WS-ATI-I > WS-ATI-QTD OR WS-ATI-ACHOU = 'S'
               IF WS-ATI-ENT-REG(WS-ATI-I)(1:10) = LINDET-CAM-CODIGO
                  AND WS-ATI-ENT-REG(WS-ATI-I)(12:8) = WS-VEI-PLACA
                   MOVE 'S' TO WS-ATI-ACHOU
               END-IF
           END-PERFORM
           IF WS-ATI-ACHOU = 'S'
               SUBTRACT 1 FROM WS-ATI-I
               MOVE WS-ATI-ENT-REG(WS-ATI-I) TO LINDET-ATI
           END-IF
           .
       2670-LOCALIZAR-ATINGIDO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         CRUZAMENTO COM A BASE DE VEICULOS
      *-----------------------------------------------------------------

      * LE VEICULOS.TXT UMA VEZ E TESTA CADA VEICULO CONTRA TODAS AS
      * CAMPANHAS ABERTAS. QUEM JA ESTAVA EM RECALL-VEICULOS.TXT FICA
      * COMO ESTAVA (PENDENTE OU FEITO); OS NOVOS ENTRAM PENDENTES.
      * DEPOIS SAI A LISTA DE CHAMADOS COM TODOS OS PENDENTES.
       4000-CRUZAR-BASE                SECTION.

           PERFORM 2100-CARREGAR-CAMPANHAS
           PERFORM 2600-CARREGAR-ATINGIDOS

           MOVE ZEROS TO WS-QTD-VEICULOS
           MOVE ZEROS TO WS-QTD-NOVOS
           MOVE ZEROS TO WS-QTD-SEM-CHASSI

           PERFORM 4260-LIBERAR-LISTA

           OPEN OUTPUT CHAMADOS
           IF AS-STATUS-CHA NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-CHA
           ELSE
               MOVE SPACES TO WS-LINHA-CHA
               STRING 'CHAMADOS DE RECALL - CRUZAMENTO DE '
                          DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                      INTO WS-LINHA-CHA
               MOVE WS-LINHA-CHA TO ARQ-CHAMADOS
               WRITE ARQ-CHAMADOS

               OPEN INPUT VEICULOS
               IF AS-STATUS-VEI NOT EQUAL ZEROS
                   DISPLAY "NAO FOI POSSIVEL LER VEICULOS.TXT ("
                       AS-STATUS-VEI ")"
               ELSE
                   MOVE 'S' TO WS-CLOSE-FILE
                   PERFORM UNTIL WS-CLOSE-FILE = 'N'
                       READ VEICULOS NEXT RECORD INTO WS-DADOS-VEI
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               ADD 1 TO WS-QTD-VEICULOS
                               PERFORM 4050-SEPARAR-VEICULO
                               PERFORM 4100-CRUZAR-UM-VEICULO
                       END-READ
                   END-PERFORM
                   CLOSE VEICULOS

                   PERFORM 2650-REGRAVAR-ATINGIDOS
                   PERFORM 4200-RELATAR-PENDENTES
               END-IF

               MOVE SPACES TO WS-LINHA-CHA
               STRING 'VEICULOS LIDOS: ' DELIMITED BY SIZE
                      WS-QTD-VEICULOS DELIMITED BY SIZE
                      '  NOVOS ATINGIDOS: ' DELIMITED BY SIZE
                      WS-QTD-NOVOS DELIMITED BY SIZE
                      '  PENDENTES: ' DELIMITED BY SIZE
                      WS-QTD-PENDENTES DELIMITED BY SIZE
                      '  SEM CHASSI A CONFERIR: ' DELIMITED BY SIZE
                      WS-QTD-SEM-CHASSI DELIMITED BY SIZE
                      INTO WS-LINHA-CHA
               MOVE WS-LINHA-CHA TO ARQ-CHAMADOS
               WRITE ARQ-CHAMADOS
               CLOSE CHAMADOS

               DISPLAY WS-LINHA-CHA
               DISPLAY "LISTA DE CHAMADOS EM RECALL-CHAMADOS.TXT"
           END-IF
           .
       4000-CRUZAR-BASE-FIM.
           EXIT.

       4050-SEPARAR-VEICULO            SECTION.

           MOVE SPACES TO WS-VEI-PLACA
           MOVE SPACES TO WS-VEI-MARCA
           MOVE SPACES TO WS-VEI-MODELO
           MOVE SPACES TO WS-VEI-ANO
           MOVE SPACES TO WS-VEI-CPF
           MOVE SPACES TO WS-VEI-CHASSI
           UNSTRING WS-DADOS-VEI DELIMITED BY ' | ' OR '|'
               INTO WS-VEI-PLACA
                    WS-VEI-MARCA
                    WS-VEI-MODELO
                    WS-VEI-ANO
                    WS-VEI-CPF
                    WS-VEI-CHASSI
           .
       4050-SEPARAR-VEICULO-FIM.
           EXIT.

      * TESTA O VEICULO LIDO CONTRA CADA CAMPANHA ABERTA. O VEICULO
      * SEM CHASSI QUE SO NAO ENTROU PELA FAIXA DE CHASSI VAI PARA O
      * RELATORIO PARA CONFERENCIA, SEM LINHA EM RECALL-VEICULOS.TXT.
       4100-CRUZAR-UM-VEICULO          SECTION.

           PERFORM VARYING WS-CAM-I FROM 1 BY 1
                   UNTIL WS-CAM-I > WS-CAM-QTD
               MOVE WS-CAM-ENT-REG(WS-CAM-I) TO LINDET-CAM
               IF LINDET-CAM-SITUACAO = 'A'
                   PERFORM 2250-AVALIAR-VEICULO
                   IF WS-VEI-SEM-CHASSI = 'S'
                       ADD 1 TO WS-QTD-SEM-CHASSI
                       MOVE SPACES TO WS-LINHA-CHA
                       STRING LINDET-CAM-CODIGO DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-VEI-PLACA DELIMITED BY SIZE
                              ' CHASSI NAO INFORMADO - VERIFICAR'
                                  DELIMITED BY SIZE
                              INTO WS-LINHA-CHA
                       MOVE WS-LINHA-CHA TO ARQ-CHAMADOS
                       WRITE ARQ-CHAMADOS
                   END-IF
                   IF WS-VEI-ATINGIDO = 'S'
                       PERFORM 2670-LOCALIZAR-ATINGIDO
                       IF WS-ATI-ACHOU = 'N'
                           IF WS-ATI-QTD < 5000
                               MOVE LINDET-CAM-CODIGO TO
                                   LINDET-ATI-CODIGO
                               MOVE WS-VEI-PLACA TO LINDET-ATI-PLACA
                               MOVE WS-VEI-CHASSI TO LINDET-ATI-CHASSI
                               MOVE WS-VEI-CPF TO LINDET-ATI-CPF
                               MOVE 'P' TO LINDET-ATI-SITUACAO
                               MOVE WS-DATA-HOJE TO LINDET-ATI-INCLUSAO
                               MOVE SPACES TO LINDET-ATI-BAIXA
                               MOVE ZEROS TO LINDET-ATI-OS
                               ADD 1 TO WS-ATI-QTD
                               MOVE LINDET-ATI TO
                                   WS-ATI-ENT-REG(WS-ATI-QTD)
                               ADD 1 TO WS-QTD-NOVOS
                           ELSE
                               MOVE 'S' TO WS-ATI-CHEIA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       4100-CRUZAR-UM-VEICULO-FIM.
           EXIT.

      * UMA LINHA POR VEICULO PENDENTE DE CAMPANHA ABERTA, COM NOME E
      * TELEFONE DO PROPRIETARIO. RECALL E QUESTAO DE SEGURANCA, NAO
      * DE MARKETING: O CHAMADO NAO DEPENDE DO CONSENTIMENTO DO
      * CLIENTE PARA CONTATO COMERCIAL.
       4200-RELATAR-PENDENTES          SECTION.

           MOVE ZEROS TO WS-QTD-PENDENTES

           MOVE 'N' TO WS-CLI-ABERTO
           OPEN INPUT CLIENTES
           IF AS-STATUS-CLI = ZEROS
               MOVE 'S' TO WS-CLI-ABERTO
           END-IF

           PERFORM VARYING WS-ATI-I FROM 1 BY 1
                   UNTIL WS-ATI-I > WS-ATI-QTD
               MOVE WS-ATI-ENT-REG(WS-ATI-I) TO LINDET-ATI
               MOVE LINDET-ATI-CODIGO TO WS-CAM-BUSCA
               PERFORM 2200-LOCALIZAR-CAMPANHA
               IF LINDET-ATI-SITUACAO = 'P' AND WS-CAM-ACHOU = 'S'
                  AND LINDET-CAM-SITUACAO = 'A'
                   ADD 1 TO WS-QTD-PENDENTES
                   PERFORM 4250-RESOLVER-CLIENTE
                   MOVE SPACES TO WS-LINHA-CHA
                   STRING LINDET-ATI-CODIGO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          LINDET-ATI-PLACA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          LINDET-ATI-CHASSI DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-CLI-NOME DELIMITED BY SIZE
                          ' TEL ' DELIMITED BY SIZE
                          WS-CLI-TELEFONE DELIMITED BY SIZE
                          ' DESDE ' DELIMITED BY SIZE
                          LINDET-ATI-INCLUSAO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          LINDET-CAM-DESCRICAO DELIMITED BY SIZE
                          INTO WS-LINHA-CHA
                   MOVE WS-LINHA-CHA TO ARQ-CHAMADOS
                   WRITE ARQ-CHAMADOS
               END-IF
           END-PERFORM

           IF WS-CLI-ABERTO = 'S'
               CLOSE CLIENTES
           END-IF
           .
       4200-RELATAR-PENDENTES-FIM.
           EXIT.

       4250-RESOLVER-CLIENTE           SECTION.

           MOVE SPACES TO WS-CLI-NOME
           MOVE SPACES TO WS-CLI-TELEFONE

           IF LINDET-ATI-CPF = SPACES
               MOVE 'VEICULO SEM PROPRIETARIO' TO WS-CLI-NOME
           ELSE
           IF WS-CLI-ABERTO = 'N'
               MOVE 'CLIENTES.TXT INDISPONIVEL' TO WS-CLI-NOME
           ELSE
               MOVE LINDET-ATI-CPF TO ARQ-CLIENTES-CPF
               READ CLIENTES INTO LINDET-CLI
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO WS-CLI-NOME
                   NOT INVALID KEY
                       MOVE LINDET-CLI-NOME TO WS-CLI-NOME
                       MOVE LINDET-CLI-TELEFONE TO WS-CLI-TELEFONE
                       PERFORM 4270-MASCARAR-TELEFONE
               END-READ
           END-IF
           END-IF
           .
       4250-RESOLVER-CLIENTE-FIM.
           EXIT.

      * DECIDE, ANTES DE GRAVAR RECALL-CHAMADOS.TXT, SE OS TELEFONES
      * SAEM COMPLETOS OU MASCARADOS. PARA QUEM NAO VE OS DADOS
      * INTEIROS, O MASCARA PEDE A AUTORIZACAO DE UM GERENTE E
      * REGISTRA NA AUDITORIA.
       4260-LIBERAR-LISTA              SECTION.

           MOVE 'L' TO WS-MSC-OPCAO
           MOVE 'RECALL-CHAMADOS' TO WS-MSC-VALOR
           CALL 'MASCARA' USING WS-MSC-OPCAO, WS-OPERADOR-SESSAO,
               WS-MSC-VALOR, WS-MSC-RESULTADO
           MOVE WS-MSC-RESULTADO(1:1) TO WS-MSC-LIBERADO
           .
       4260-LIBERAR-LISTA-FIM.
           EXIT.

       4270-MASCARAR-TELEFONE          SECTION.

           IF WS-MSC-LIBERADO NOT = 'S'
               MOVE 'T' TO WS-MSC-OPCAO
               MOVE WS-CLI-TELEFONE TO WS-MSC-VALOR
               CALL 'MASCARA' USING WS-MSC-OPCAO, WS-OPERADOR-SESSAO,
                   WS-MSC-VALOR, WS-MSC-RESULTADO
               MOVE WS-MSC-RESULTADO TO WS-CLI-TELEFONE
           END-IF
           .
       4270-MASCARAR-TELEFONE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         AVISO NO AGENDAMENTO E CONSULTA POR PLACA
      *-----------------------------------------------------------------

       4300-LER-VEICULO                SECTION.

           MOVE 'N' TO WS-VEI-ACHOU
           MOVE WS-INF-PLACA TO WS-VEI-PLACA
           OPEN INPUT VEICULOS
           IF AS-STATUS-VEI = ZEROS
               MOVE WS-INF-PLACA TO ARQ-VEICULOS-PLACA
               READ VEICULOS INTO WS-DADOS-VEI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-VEI-ACHOU
                       PERFORM 4050-SEPARAR-VEICULO
               END-READ
               CLOSE VEICULOS
           END-IF
           .
       4300-LER-VEICULO-FIM.
           EXIT.

      * MOSTRA AS CAMPANHAS ABERTAS QUE ATINGEM A PLACA WS-INF-PLACA E
      * AINDA NAO FORAM ATENDIDAS NELA. O TESTE E FEITO NA HORA CONTRA
      * O CADASTRO DO VEICULO, ENTAO VALE MESMO ANTES DO CRUZAMENTO.
      * SO AVISA: O AGENDAMENTO SEGUE NORMALMENTE.
       5000-AVISAR-PLACA               SECTION.

           MOVE ZEROS TO WS-QTD-AVISOS

           PERFORM 4300-LER-VEICULO
           IF WS-VEI-ACHOU = 'S'
               PERFORM 2100-CARREGAR-CAMPANHAS
               PERFORM 2600-CARREGAR-ATINGIDOS

               PERFORM VARYING WS-CAM-I FROM 1 BY 1
                       UNTIL WS-CAM-I > WS-CAM-QTD
                   MOVE WS-CAM-ENT-REG(WS-CAM-I) TO LINDET-CAM
                   IF LINDET-CAM-SITUACAO = 'A'
                       PERFORM 2250-AVALIAR-VEICULO
                       PERFORM 2670-LOCALIZAR-ATINGIDO
                       IF WS-ATI-ACHOU = 'S' AND
                          LINDET-ATI-SITUACAO = 'F'
                           CONTINUE
                       ELSE
                           IF WS-VEI-ATINGIDO = 'S' OR
                              WS-ATI-ACHOU = 'S'
                               ADD 1 TO WS-QTD-AVISOS
                               DISPLAY "ATENCAO: RECALL "
                                   LINDET-CAM-CODIGO " ABERTO PARA "
                                   "ESTE VEICULO: "
                                   LINDET-CAM-DESCRICAO
                               DISPLAY "    INCLUA O SERVICO "
                                   LINDET-CAM-TIPO " NESTA VISITA."
                           END-IF
                           IF WS-VEI-SEM-CHASSI = 'S'
                               ADD 1 TO WS-QTD-AVISOS
                               DISPLAY "ATENCAO: RECALL "
                                   LINDET-CAM-CODIGO " PODE ATINGIR "
                                   "ESTE VEICULO (CHASSI NAO "
                                   "CADASTRADO). CONFIRA O DOCUMENTO."
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-QTD-AVISOS TO WS-SUB-QTD
           .
       5000-AVISAR-PLACA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         BAIXA NA CONCLUSAO DA OS
      *-----------------------------------------------------------------

      * A OS CONCLUIDA DO TIPO DE SERVICO DA CAMPANHA ATENDE O RECALL
      * DAQUELA PLACA: A LINHA PENDENTE VIRA FEITA, COM A DATA E O
      * NUMERO DA OS. SE O CRUZAMENTO AINDA NAO TINHA GERADO A LINHA,
      * ELA JA NASCE FEITA.
       6000-BAIXAR-RECALL              SECTION.

           MOVE ZEROS TO WS-QTD-FEITOS
           MOVE WS-SUB-PLACA TO WS-INF-PLACA

           PERFORM 4300-LER-VEICULO
           PERFORM 2100-CARREGAR-CAMPANHAS
           PERFORM 2600-CARREGAR-ATINGIDOS

           PERFORM VARYING WS-CAM-I FROM 1 BY 1
                   UNTIL WS-CAM-I > WS-CAM-QTD
               MOVE WS-CAM-ENT-REG(WS-CAM-I) TO LINDET-CAM
               IF LINDET-CAM-SITUACAO = 'A' AND
                  LINDET-CAM-TIPO = WS-SUB-TIPO-SERVICO
                   MOVE 'N' TO WS-VEI-ATINGIDO
                   IF WS-VEI-ACHOU = 'S'
                       PERFORM 2250-AVALIAR-VEICULO
                   END-IF
                   PERFORM 2670-LOCALIZAR-ATINGIDO
                   IF WS-ATI-ACHOU = 'S'
                       IF LINDET-ATI-SITUACAO = 'P'
                           PERFORM 6100-MARCAR-FEITO
                           MOVE LINDET-ATI TO WS-ATI-ENT-REG(WS-ATI-I)
                       END-IF
                   ELSE
                       IF WS-VEI-ATINGIDO = 'S' AND WS-ATI-QTD < 5000
                           MOVE LINDET-CAM-CODIGO TO LINDET-ATI-CODIGO
                           MOVE WS-VEI-PLACA TO LINDET-ATI-PLACA
                           MOVE WS-VEI-CHASSI TO LINDET-ATI-CHASSI
                           MOVE WS-VEI-CPF TO LINDET-ATI-CPF
                           MOVE WS-DATA-HOJE TO LINDET-ATI-INCLUSAO
                           PERFORM 6100-MARCAR-FEITO
                           ADD 1 TO WS-ATI-QTD
                           MOVE LINDET-ATI TO WS-ATI-ENT-REG(WS-ATI-QTD)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-QTD-FEITOS > ZEROS
               PERFORM 2650-REGRAVAR-ATINGIDOS
           END-IF

           MOVE WS-QTD-FEITOS TO WS-SUB-QTD
           .
       6000-BAIXAR-RECALL-FIM.
           EXIT.

       6100-MARCAR-FEITO               SECTION.

           MOVE 'F' TO LINDET-ATI-SITUACAO
           MOVE WS-DATA-HOJE TO LINDET-ATI-BAIXA
           MOVE WS-SUB-OS TO LINDET-ATI-OS
           ADD 1 TO WS-QTD-FEITOS

           MOVE 'BAIXA' TO WS-AUD-OPERACAO
           MOVE WS-SUB-PLACA TO WS-AUD-CHAVE
           MOVE LINDET-CAM-CODIGO TO WS-AUD-VALOR-ANTIGO
           MOVE LINDET-ATI TO WS-AUD-VALOR-NOVO
           CALL 'AUDITORIA' USING WS-AUD-MODULO,
               WS-AUD-OPERACAO, WS-AUD-CHAVE,
               WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
               WS-OPERADOR-SESSAO
           .
       6100-MARCAR-FEITO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------

       3000-FINALIZAR                  SECTION.

            EXIT PROGRAM
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM RECALL.
