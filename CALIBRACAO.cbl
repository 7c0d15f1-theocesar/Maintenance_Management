       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIBRACAO.
      ******************************************************************
      * Author: Théo César
      * Date: 25/09/2026
      * Purpose: Cadastro de ferramentas e equipamentos da oficina com
      *          vencimento de calibracao e inspecao
      * Modifications:
      *    25/09/2026 - Calibracao's structure finished. Torquimetros,
      *    alinhador, recicladora de A/C, elevadores e afins saem do
      *    calendario da parede para Equipamentos.txt: codigo,
      *    descricao, box onde fica, data da ultima calibracao,
      *    intervalo em dias (zero = sem calibracao periodica) e quem
      *    calibrou. Cada calibracao, inspecao ou reparo vira uma
      *    linha em Equipamentos-historico.txt; calibracao e inspecao
      *    renovam a data do cadastro, reparo so fica no historico.
      *    Servico-equipamento.txt liga cada tipo de servico aos
      *    equipamentos que ele exige. Alem do menu (PRINCIPAL, opcao
      *    E), o primeiro parametro escolhe o modo de quem chama:
      *    Q = so conta os vencidos (painel de inicio de dia); V =
      *    relatorio Equipamentos-vencidos.txt (rodada noturna); A =
      *    avisa o atendente dos equipamentos vencidos exigidos pelo
      *    tipo de servico do terceiro parametro (agendamento no
      *    MANUTENCAO). A quantidade volta no quarto parametro.
      *    Incluir equipamento e mexer nos vinculos com os servicos e
      *    so para GERENTE; registrar calibracao, qualquer operador.
      *    01/10/2026 - Sessao do operador com 38 posicoes (filial
      *    da sessao no fim).
      *    15/10/2026 - Quinto parametro com a data de
      *    processamento (AAAAMMDD, espacos = relogio): o relatorio da
      *    rodada noturna confere os vencimentos contra a noite
      *    processada, tambem na recuperacao de noites perdidas.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EQUIPAMENTOS ASSIGN TO WS-ARQ-EQUIPAMENTOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-EQP.

       SELECT HISTORICO ASSIGN TO WS-ARQ-HISTORICO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-HIS.

       SELECT VINCULOS ASSIGN TO WS-ARQ-VINCULOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-VIN.

       SELECT VENCIDOS ASSIGN TO WS-ARQ-VENCIDOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-VEN.

       DATA DIVISION.
       FILE SECTION.

       FD EQUIPAMENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-EQUIPAMENTOS              PIC X(85).

       FD HISTORICO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HISTORICO                 PIC X(90).

       FD VINCULOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-VINCULOS                  PIC X(17).

       FD VENCIDOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-VENCIDOS                  PIC X(100).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-EQP                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-HIS                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-VIN                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-VEN                 PIC 9(02) VALUE ZEROS.

       01 AS-FIM-LOOP-MAIN              PIC X(03) VALUE 'NAO'.
       01 WS-OPCAO                      PIC X(01) VALUE SPACES.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-DATA                       PIC X(08) VALUE SPACES.
       01 WS-DATA-HOJE                  PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-EQUIPAMENTOS-PATH      PIC X(80) VALUE SPACES.
       01 WS-ARQ-HISTORICO-PATH         PIC X(80) VALUE SPACES.
       01 WS-ARQ-VINCULOS-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-VENCIDOS-PATH          PIC X(80) VALUE SPACES.
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
       01 LINDET-EQP.
           05 LINDET-EQP-CODIGO         PIC X(06) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-EQP-DESCRICAO      PIC X(30) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-EQP-BOX            PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-EQP-ULTIMA         PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-EQP-INTERVALO-X    PIC X(04) VALUE '0000'.
           05 LINDET-EQP-INTERVALO-N REDEFINES LINDET-EQP-INTERVALO-X
                                        PIC 9(04).
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-EQP-RESPONSAVEL    PIC X(20) VALUE SPACES.

      *    TIPO: C = CALIBRACAO, I = INSPECAO, R = REPARO.
       01 LINDET-HIS.
           05 LINDET-HIS-DATA           PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-HIS-CODIGO         PIC X(06) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-HIS-TIPO           PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-HIS-RESPONSAVEL    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-HIS-OBS            PIC X(40) VALUE SPACES.

       01 LINDET-VIN.
           05 LINDET-VIN-TIPO           PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-VIN-CODIGO         PIC X(06) VALUE SPACES.

       01 WS-LINHA-VEN                  PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         TABELAS EM MEMORIA (ARQUIVOS PEQUENOS)
      *-----------------------------------------------------------------
       01 WS-TAB-EQP.
           05 WS-EQP-ENT-REG OCCURS 200 TIMES PIC X(85).
       01 WS-EQP-QTD                    PIC 9(03) VALUE ZEROS.
       01 WS-EQP-I                      PIC 9(03) VALUE ZEROS.
       01 WS-EQP-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-EQP-BUSCA                  PIC X(06) VALUE SPACES.

       01 WS-TAB-VIN.
           05 WS-VIN-ENT-REG OCCURS 300 TIMES PIC X(17).
       01 WS-VIN-QTD                    PIC 9(03) VALUE ZEROS.
       01 WS-VIN-I                      PIC 9(03) VALUE ZEROS.
       01 WS-VIN-ACHOU                  PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         SITUACAO DA CALIBRACAO
      *-----------------------------------------------------------------
       01 WS-EQP-VENCIDO                PIC X(01) VALUE 'N'.
       01 WS-EQP-SITUACAO               PIC X(30) VALUE SPACES.
       01 WS-EQP-SALDO                  PIC S9(07) VALUE ZEROS.
       01 WS-EQP-SALDO-ED               PIC Z(06)9 VALUE ZEROS.
       01 WS-QTD-VENCIDOS               PIC 9(05) VALUE ZEROS.

       01 WS-DAT-FUNCAO                 PIC X(01) VALUE SPACES.
       01 WS-DAT-DATA1                  PIC X(10) VALUE SPACES.
       01 WS-DAT-DATA2                  PIC X(10) VALUE SPACES.
       01 WS-DAT-VALIDA                 PIC X(01) VALUE 'N'.
       01 WS-DAT-DIAS                   PIC S9(07) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         ENTRADA DO OPERADOR
      *-----------------------------------------------------------------
       01 WS-INF-CODIGO                 PIC X(06) VALUE SPACES.
       01 WS-INF-TIPO-SERVICO           PIC X(10) VALUE SPACES.
       01 WS-INF-TIPO-MOV               PIC X(01) VALUE SPACES.
       01 WS-INF-DATA                   PIC X(10) VALUE SPACES.
       01 WS-INF-INTERVALO              PIC 9(04) VALUE ZEROS.
       01 WS-QTD-LINHAS                 PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              LOG DE AUDITORIA
      *-----------------------------------------------------------------
       01 WS-AUD-MODULO                 PIC X(10) VALUE 'CALIBRACAO'.
       01 WS-AUD-OPERACAO               PIC X(10) VALUE SPACES.
       01 WS-AUD-CHAVE                  PIC X(15) VALUE SPACES.
       01 WS-AUD-VALOR-ANTIGO           PIC X(75) VALUE SPACES.
       01 WS-AUD-VALOR-NOVO             PIC X(75) VALUE SPACES.
      *-----------------------------------------------------------------

       LINKAGE SECTION.

       01 WS-SUB-OPTION                 PIC X(01).
       01 WS-OPERADOR-SESSAO            PIC X(38).
       01 WS-SUB-TIPO-SERVICO           PIC X(10).
       01 WS-SUB-QTD                    PIC 9(05).
       01 WS-SUB-DATA-PROCESSO          PIC X(08).

       PROCEDURE DIVISION USING WS-SUB-OPTION, WS-OPERADOR-SESSAO,
                       WS-SUB-TIPO-SERVICO, WS-SUB-QTD,
                       WS-SUB-DATA-PROCESSO.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR

           EVALUATE WS-SUB-OPTION
               WHEN 'Q'
                   PERFORM 2100-CARREGAR-EQUIPAMENTOS
                   PERFORM 5000-CONTAR-VENCIDOS
               WHEN 'V'
                   PERFORM 2100-CARREGAR-EQUIPAMENTOS
                   PERFORM 5100-RELATORIO-VENCIDOS
               WHEN 'A'
                   PERFORM 2100-CARREGAR-EQUIPAMENTOS
                   PERFORM 6000-ALERTAR-SERVICO
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

           IF WS-SUB-DATA-PROCESSO NOT = SPACES AND
              WS-SUB-DATA-PROCESSO IS NUMERIC
               MOVE WS-SUB-DATA-PROCESSO TO WS-DATA
           ELSE
               ACCEPT WS-DATA FROM DATE YYYYMMDD
           END-IF
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
                  'Equipamentos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-EQUIPAMENTOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Equipamentos-historico.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-HISTORICO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Servico-equipamento.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-VINCULOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Equipamentos-vencidos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-VENCIDOS-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.

       1100-DISPLAY-MENU               SECTION.

           DISPLAY "|---------------------------------------|"
           DISPLAY "|   EQUIPAMENTOS E CALIBRACAO           |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "| 1. Listar equipamentos                |"
           DISPLAY "| 2. Incluir equipamento (gerente)      |"
           DISPLAY "| 3. Registrar calibracao, inspecao ou  |"
           DISPLAY "|    reparo                             |"
           DISPLAY "| 4. Historico de um equipamento        |"
           DISPLAY "| 5. Relatorio de calibracao vencida    |"
           DISPLAY "| 6. Ligar equipamento a um tipo de     |"
           DISPLAY "|    servico (gerente)                  |"
           DISPLAY "| 7. Desligar equipamento de um tipo de |"
           DISPLAY "|    servico (gerente)                  |"
           DISPLAY "| 8. Listar equipamentos por servico    |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "Escolha uma opcao:"
           ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
           WHEN '1'
               PERFORM 2100-CARREGAR-EQUIPAMENTOS
               PERFORM 2300-LISTAR-EQUIPAMENTOS
           WHEN '2'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 2400-INCLUIR-EQUIPAMENTO
               ELSE
                   DISPLAY "ACESSO NEGADO: SOMENTE GERENTE."
               END-IF
           WHEN '3'
               PERFORM 2500-REGISTRAR-CALIBRACAO
           WHEN '4'
               PERFORM 2600-HISTORICO-EQUIPAMENTO
           WHEN '5'
               PERFORM 2100-CARREGAR-EQUIPAMENTOS
               PERFORM 5100-RELATORIO-VENCIDOS
           WHEN '6'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 2700-INCLUIR-VINCULO
               ELSE
                   DISPLAY "ACESSO NEGADO: SOMENTE GERENTE."
               END-IF
           WHEN '7'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 2750-EXCLUIR-VINCULO
               ELSE
                   DISPLAY "ACESSO NEGADO: SOMENTE GERENTE."
               END-IF
           WHEN '8'
               PERFORM 2800-LISTAR-VINCULOS
           WHEN '9'
               MOVE 'SIM' TO AS-FIM-LOOP-MAIN
           WHEN OTHER
               DISPLAY "Opcao invalida. Tente novamente."
           END-EVALUATE
           .
       1100-DISPLAY-MENU-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         CADASTRO DE EQUIPAMENTOS
      *-----------------------------------------------------------------

      * CARREGA TODOS OS EQUIPAMENTOS PARA A TABELA EM MEMORIA.
       2100-CARREGAR-EQUIPAMENTOS      SECTION.

           MOVE ZEROS TO WS-EQP-QTD

           OPEN INPUT EQUIPAMENTOS
           IF AS-STATUS-EQP = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ EQUIPAMENTOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-EQP-QTD < 200 AND
                              ARQ-EQUIPAMENTOS NOT = SPACES
                               ADD 1 TO WS-EQP-QTD
                               MOVE ARQ-EQUIPAMENTOS TO
                                   WS-EQP-ENT-REG(WS-EQP-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EQUIPAMENTOS
           END-IF
           .
       2100-CARREGAR-EQUIPAMENTOS-FIM.
           EXIT.

      * REGRAVA EQUIPAMENTOS.TXT INTEIRO A PARTIR DA TABELA.
       2150-REGRAVAR-EQUIPAMENTOS      SECTION.

           OPEN OUTPUT EQUIPAMENTOS
           IF AS-STATUS-EQP NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-EQP
           ELSE
               PERFORM VARYING WS-EQP-I FROM 1 BY 1
                       UNTIL WS-EQP-I > WS-EQP-QTD
                   MOVE WS-EQP-ENT-REG(WS-EQP-I) TO ARQ-EQUIPAMENTOS
                   WRITE ARQ-EQUIPAMENTOS
               END-PERFORM
               CLOSE EQUIPAMENTOS
           END-IF
           .
       2150-REGRAVAR-EQUIPAMENTOS-FIM.
           EXIT.

       2200-LOCALIZAR-EQUIPAMENTO      SECTION.

           MOVE 'N' TO WS-EQP-ACHOU
           PERFORM VARYING WS-EQP-I FROM 1 BY 1
                   UNTIL WS-EQP-I > WS-EQP-QTD OR WS-EQP-ACHOU = 'S'
               IF WS-EQP-ENT-REG(WS-EQP-I)(1:6) = WS-EQP-BUSCA
                   MOVE 'S' TO WS-EQP-ACHOU
               END-IF
           END-PERFORM
           IF WS-EQP-ACHOU = 'S'
               SUBTRACT 1 FROM WS-EQP-I
               MOVE WS-EQP-ENT-REG(WS-EQP-I) TO LINDET-EQP
           END-IF
           .
       2200-LOCALIZAR-EQUIPAMENTO-FIM.
           EXIT.

      * SITUACAO DO EQUIPAMENTO EM LINDET-EQP: VENCIDO QUANDO OS DIAS
      * DESDE A ULTIMA CALIBRACAO PASSAM DO INTERVALO, OU QUANDO ELE
      * NUNCA FOI CALIBRADO. INTERVALO ZERO NAO VENCE.
       2250-AVALIAR-SITUACAO           SECTION.

           MOVE 'N' TO WS-EQP-VENCIDO
           MOVE SPACES TO WS-EQP-SITUACAO

           IF LINDET-EQP-INTERVALO-X NOT NUMERIC OR
              LINDET-EQP-INTERVALO-N = ZEROS
               MOVE 'SEM CALIBRACAO PERIODICA' TO WS-EQP-SITUACAO
           ELSE
               MOVE 'D' TO WS-DAT-FUNCAO
               MOVE LINDET-EQP-ULTIMA TO WS-DAT-DATA1
               MOVE WS-DATA-HOJE TO WS-DAT-DATA2
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS

               IF WS-DAT-VALIDA NOT = 'S'
                   MOVE 'S' TO WS-EQP-VENCIDO
                   MOVE 'NUNCA CALIBRADO' TO WS-EQP-SITUACAO
               ELSE
                   COMPUTE WS-EQP-SALDO =
                       LINDET-EQP-INTERVALO-N - WS-DAT-DIAS
                   IF WS-EQP-SALDO < ZEROS
                       MOVE 'S' TO WS-EQP-VENCIDO
                       COMPUTE WS-EQP-SALDO = WS-EQP-SALDO * -1
                       MOVE WS-EQP-SALDO TO WS-EQP-SALDO-ED
                       STRING 'VENCIDO HA' DELIMITED BY SIZE
                              WS-EQP-SALDO-ED DELIMITED BY SIZE
                              ' DIA(S)' DELIMITED BY SIZE
                              INTO WS-EQP-SITUACAO
                   ELSE
                       MOVE WS-EQP-SALDO TO WS-EQP-SALDO-ED
                       STRING 'EM DIA, VENCE EM' DELIMITED BY SIZE
                              WS-EQP-SALDO-ED DELIMITED BY SIZE
                              ' DIA(S)' DELIMITED BY SIZE
                              INTO WS-EQP-SITUACAO
                   END-IF
               END-IF
           END-IF
           .
       2250-AVALIAR-SITUACAO-FIM.
           EXIT.

       2300-LISTAR-EQUIPAMENTOS        SECTION.

           PERFORM VARYING WS-EQP-I FROM 1 BY 1
                   UNTIL WS-EQP-I > WS-EQP-QTD
               MOVE WS-EQP-ENT-REG(WS-EQP-I) TO LINDET-EQP
               PERFORM 2250-AVALIAR-SITUACAO
               DISPLAY WS-EQP-ENT-REG(WS-EQP-I)
               DISPLAY "    SITUACAO: " WS-EQP-SITUACAO
           END-PERFORM
           DISPLAY WS-EQP-QTD " EQUIPAMENTO(S) CADASTRADO(S)"
           .
       2300-LISTAR-EQUIPAMENTOS-FIM.
           EXIT.

       2400-INCLUIR-EQUIPAMENTO        SECTION.

           DISPLAY "Codigo do equipamento (6 posicoes): "
           ACCEPT WS-INF-CODIGO

           PERFORM 2100-CARREGAR-EQUIPAMENTOS
           MOVE WS-INF-CODIGO TO WS-EQP-BUSCA
           PERFORM 2200-LOCALIZAR-EQUIPAMENTO

           IF WS-INF-CODIGO = SPACES
               DISPLAY "CODIGO EM BRANCO."
           ELSE
           IF WS-EQP-ACHOU = 'S'
               DISPLAY "JA EXISTE UM EQUIPAMENTO COM ESSE CODIGO"
           ELSE
           IF WS-EQP-QTD NOT < 200
               DISPLAY "CADASTRO CHEIO (200 EQUIPAMENTOS)."
           ELSE
               MOVE WS-INF-CODIGO TO LINDET-EQP-CODIGO
               DISPLAY "Descricao: "
               ACCEPT LINDET-EQP-DESCRICAO
               DISPLAY "Box onde fica: "
               ACCEPT LINDET-EQP-BOX
               DISPLAY "Data da ultima calibracao (DD/MM/AAAA, "
                   "em branco = nunca calibrado): "
               ACCEPT WS-INF-DATA
               PERFORM 2450-VALIDAR-DATA-INFORMADA
               MOVE WS-INF-DATA TO LINDET-EQP-ULTIMA
               DISPLAY "Intervalo de calibracao em dias "
                   "(zero = sem calibracao periodica): "
               ACCEPT WS-INF-INTERVALO
               MOVE WS-INF-INTERVALO TO LINDET-EQP-INTERVALO-N
               DISPLAY "Quem calibrou: "
               ACCEPT LINDET-EQP-RESPONSAVEL

               ADD 1 TO WS-EQP-QTD
               MOVE LINDET-EQP TO WS-EQP-ENT-REG(WS-EQP-QTD)
               PERFORM 2150-REGRAVAR-EQUIPAMENTOS

               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               MOVE WS-INF-CODIGO TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-VALOR-ANTIGO
               MOVE LINDET-EQP TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-OPERADOR-SESSAO

               DISPLAY "EQUIPAMENTO CADASTRADO COM SUCESSO"
           END-IF
           END-IF
           END-IF
           .
       2400-INCLUIR-EQUIPAMENTO-FIM.
           EXIT.

      * DATA INFORMADA EM WS-INF-DATA: EM BRANCO FICA EM BRANCO;
      * PREENCHIDA, PRECISA SER UMA DATA DE VERDADE.
       2450-VALIDAR-DATA-INFORMADA     SECTION.

           IF WS-INF-DATA NOT = SPACES
               MOVE 'V' TO WS-DAT-FUNCAO
               MOVE WS-INF-DATA TO WS-DAT-DATA1
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
               PERFORM UNTIL WS-DAT-VALIDA = 'S'
                   DISPLAY "DATA INVALIDA. USE DD/MM/AAAA: "
                   ACCEPT WS-INF-DATA
                   MOVE WS-INF-DATA TO WS-DAT-DATA1
                   CALL 'DATAS' USING WS-DAT-FUNCAO,
                       WS-DAT-DATA1, WS-DAT-DATA2,
                       WS-DAT-VALIDA, WS-DAT-DIAS
               END-PERFORM
           END-IF
           .
       2450-VALIDAR-DATA-INFORMADA-FIM.
           EXIT.

      * CALIBRACAO OU INSPECAO RENOVAM A DATA E O RESPONSAVEL NO
      * CADASTRO; REPARO SO ENTRA NO HISTORICO. TUDO VAI PARA O
      * HISTORICO DO EQUIPAMENTO.
       2500-REGISTRAR-CALIBRACAO       SECTION.

           DISPLAY "Codigo do equipamento: "
           ACCEPT WS-INF-CODIGO

           PERFORM 2100-CARREGAR-EQUIPAMENTOS
           MOVE WS-INF-CODIGO TO WS-EQP-BUSCA
           PERFORM 2200-LOCALIZAR-EQUIPAMENTO

           IF WS-EQP-ACHOU = 'N'
               DISPLAY "EQUIPAMENTO NAO CADASTRADO"
           ELSE
               DISPLAY LINDET-EQP-DESCRICAO
               DISPLAY "(C) CALIBRACAO  (I) INSPECAO  (R) REPARO: "
               ACCEPT WS-INF-TIPO-MOV
               PERFORM UNTIL WS-INF-TIPO-MOV = 'C' OR
                             WS-INF-TIPO-MOV = 'I' OR
                             WS-INF-TIPO-MOV = 'R'
                   DISPLAY "INFORME C, I OU R: "
                   ACCEPT WS-INF-TIPO-MOV
               END-PERFORM

               DISPLAY "Data (DD/MM/AAAA, em branco = hoje): "
               ACCEPT WS-INF-DATA
               IF WS-INF-DATA = SPACES
                   MOVE WS-DATA-HOJE TO WS-INF-DATA
               END-IF
               PERFORM 2450-VALIDAR-DATA-INFORMADA

               MOVE WS-INF-DATA TO LINDET-HIS-DATA
               MOVE WS-INF-CODIGO TO LINDET-HIS-CODIGO
               EVALUATE WS-INF-TIPO-MOV
                   WHEN 'C'
                       MOVE 'CALIBRACAO' TO LINDET-HIS-TIPO
                   WHEN 'I'
                       MOVE 'INSPECAO' TO LINDET-HIS-TIPO
                   WHEN OTHER
                       MOVE 'REPARO' TO LINDET-HIS-TIPO
               END-EVALUATE
               DISPLAY "Quem executou: "
               ACCEPT LINDET-HIS-RESPONSAVEL
               DISPLAY "Observacao: "
               ACCEPT LINDET-HIS-OBS

               PERFORM 2550-GRAVAR-HISTORICO

               IF WS-INF-TIPO-MOV = 'C' OR WS-INF-TIPO-MOV = 'I'
                   MOVE LINDET-EQP TO WS-AUD-VALOR-ANTIGO
                   MOVE WS-INF-DATA TO LINDET-EQP-ULTIMA
                   MOVE LINDET-HIS-RESPONSAVEL TO
                       LINDET-EQP-RESPONSAVEL
                   MOVE LINDET-EQP TO WS-EQP-ENT-REG(WS-EQP-I)
                   PERFORM 2150-REGRAVAR-EQUIPAMENTOS

                   MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                   MOVE WS-INF-CODIGO TO WS-AUD-CHAVE
                   MOVE LINDET-EQP TO WS-AUD-VALOR-NOVO
                   CALL 'AUDITORIA' USING WS-AUD-MODULO,
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO
               END-IF

               DISPLAY LINDET-HIS-TIPO " REGISTRADO(A) PARA O "
                   "EQUIPAMENTO " WS-INF-CODIGO
           END-IF
           .
       2500-REGISTRAR-CALIBRACAO-FIM.
           EXIT.

       2550-GRAVAR-HISTORICO           SECTION.

           OPEN EXTEND HISTORICO
           IF AS-STATUS-HIS NOT EQUAL ZEROS
               OPEN OUTPUT HISTORICO
           END-IF
           IF AS-STATUS-HIS NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-HIS
           ELSE
               MOVE LINDET-HIS TO ARQ-HISTORICO
               WRITE ARQ-HISTORICO
               CLOSE HISTORICO
           END-IF
           .
       2550-GRAVAR-HISTORICO-FIM.
           EXIT.

       2600-HISTORICO-EQUIPAMENTO      SECTION.

           DISPLAY "Codigo do equipamento: "
           ACCEPT WS-INF-CODIGO

           MOVE ZEROS TO WS-QTD-LINHAS
           OPEN INPUT HISTORICO
           IF AS-STATUS-HIS = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ HISTORICO INTO LINDET-HIS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF LINDET-HIS-CODIGO = WS-INF-CODIGO
                               DISPLAY LINDET-HIS
                               ADD 1 TO WS-QTD-LINHAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO
           END-IF
           DISPLAY WS-QTD-LINHAS " REGISTRO(S) NO HISTORICO"
           .
       2600-HISTORICO-EQUIPAMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         EQUIPAMENTOS EXIGIDOS POR TIPO DE SERVICO
      *-----------------------------------------------------------------

       2650-CARREGAR-VINCULOS          SECTION.

           MOVE ZEROS TO WS-VIN-QTD

           OPEN INPUT VINCULOS
           IF AS-STATUS-VIN = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ VINCULOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-VIN-QTD < 300 AND
                              ARQ-VINCULOS NOT = SPACES
                               ADD 1 TO WS-VIN-QTD
                               MOVE ARQ-VINCULOS TO
                                   WS-VIN-ENT-REG(WS-VIN-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VINCULOS
           END-IF
           .
       2650-CARREGAR-VINCULOS-FIM.
           EXIT.

       2660-REGRAVAR-VINCULOS          SECTION.

           OPEN OUTPUT VINCULOS
           IF AS-STATUS-VIN NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-VIN
           ELSE
               PERFORM VARYING WS-VIN-I FROM 1 BY 1
                       UNTIL WS-VIN-I > WS-VIN-QTD
                   IF WS-VIN-ENT-REG(WS-VIN-I) NOT = SPACES
                       MOVE WS-VIN-ENT-REG(WS-VIN-I) TO ARQ-VINCULOS
                       WRITE ARQ-VINCULOS
                   END-IF
               END-PERFORM
               CLOSE VINCULOS
           END-IF
           .
       2660-REGRAVAR-VINCULOS-FIM.
           EXIT.

       2670-LOCALIZAR-VINCULO          SECTION.

           MOVE 'N' TO WS-VIN-ACHOU
           PERFORM VARYING WS-VIN-I FROM 1 BY 1
                   UNTIL WS-VIN-I > WS-VIN-QTD OR WS-VIN-ACHOU = 'S'
               IF WS-VIN-ENT-REG(WS-VIN-I) = LINDET-VIN
                   MOVE 'S' TO WS-VIN-ACHOU
               END-IF
           END-PERFORM
           IF WS-VIN-ACHOU = 'S'
               SUBTRACT 1 FROM WS-VIN-I
           END-IF
           .
       2670-LOCALIZAR-VINCULO-FIM.
           EXIT.

       2700-INCLUIR-VINCULO            SECTION.

           DISPLAY "Tipo de servico: "
           ACCEPT WS-INF-TIPO-SERVICO
           DISPLAY "Codigo do equipamento exigido: "
           ACCEPT WS-INF-CODIGO

           PERFORM 2100-CARREGAR-EQUIPAMENTOS
           MOVE WS-INF-CODIGO TO WS-EQP-BUSCA
           PERFORM 2200-LOCALIZAR-EQUIPAMENTO

           PERFORM 2650-CARREGAR-VINCULOS
           MOVE WS-INF-TIPO-SERVICO TO LINDET-VIN-TIPO
           MOVE WS-INF-CODIGO TO LINDET-VIN-CODIGO
           PERFORM 2670-LOCALIZAR-VINCULO

           IF WS-INF-TIPO-SERVICO = SPACES
               DISPLAY "TIPO DE SERVICO EM BRANCO."
           ELSE
           IF WS-EQP-ACHOU = 'N'
               DISPLAY "EQUIPAMENTO NAO CADASTRADO"
           ELSE
           IF WS-VIN-ACHOU = 'S'
               DISPLAY "ESSE SERVICO JA EXIGE ESSE EQUIPAMENTO"
           ELSE
           IF WS-VIN-QTD NOT < 300
               DISPLAY "TABELA DE VINCULOS CHEIA (300)."
           ELSE
               ADD 1 TO WS-VIN-QTD
               MOVE LINDET-VIN TO WS-VIN-ENT-REG(WS-VIN-QTD)
               PERFORM 2660-REGRAVAR-VINCULOS

               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               MOVE WS-INF-TIPO-SERVICO TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-VALOR-ANTIGO
               MOVE LINDET-VIN TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-OPERADOR-SESSAO

               DISPLAY "VINCULO GRAVADO"
           END-IF
           END-IF
           END-IF
           END-IF
           .
       2700-INCLUIR-VINCULO-FIM.
           EXIT.

       2750-EXCLUIR-VINCULO            SECTION.

           DISPLAY "Tipo de servico: "
           ACCEPT WS-INF-TIPO-SERVICO
           DISPLAY "Codigo do equipamento: "
           ACCEPT WS-INF-CODIGO

           PERFORM 2650-CARREGAR-VINCULOS
           MOVE WS-INF-TIPO-SERVICO TO LINDET-VIN-TIPO
           MOVE WS-INF-CODIGO TO LINDET-VIN-CODIGO
           PERFORM 2670-LOCALIZAR-VINCULO

           IF WS-VIN-ACHOU = 'N'
               DISPLAY "VINCULO NAO ENCONTRADO"
           ELSE
               MOVE SPACES TO WS-VIN-ENT-REG(WS-VIN-I)
               PERFORM 2660-REGRAVAR-VINCULOS

               MOVE 'EXCLUSAO' TO WS-AUD-OPERACAO
               MOVE WS-INF-TIPO-SERVICO TO WS-AUD-CHAVE
               MOVE LINDET-VIN TO WS-AUD-VALOR-ANTIGO
               MOVE SPACES TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-OPERADOR-SESSAO

               DISPLAY "VINCULO EXCLUIDO"
           END-IF
           .
       2750-EXCLUIR-VINCULO-FIM.
           EXIT.

       2800-LISTAR-VINCULOS            SECTION.

           PERFORM 2650-CARREGAR-VINCULOS
           PERFORM VARYING WS-VIN-I FROM 1 BY 1
                   UNTIL WS-VIN-I > WS-VIN-QTD
               DISPLAY WS-VIN-ENT-REG(WS-VIN-I)
           END-PERFORM
           DISPLAY WS-VIN-QTD " VINCULO(S) SERVICO-EQUIPAMENTO"
           .
       2800-LISTAR-VINCULOS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         VENCIMENTOS (PAINEL, ROTINA NOTURNA E MENU)
      *-----------------------------------------------------------------

       5000-CONTAR-VENCIDOS            SECTION.

           MOVE ZEROS TO WS-QTD-VENCIDOS
           PERFORM VARYING WS-EQP-I FROM 1 BY 1
                   UNTIL WS-EQP-I > WS-EQP-QTD
               MOVE WS-EQP-ENT-REG(WS-EQP-I) TO LINDET-EQP
               PERFORM 2250-AVALIAR-SITUACAO
               IF WS-EQP-VENCIDO = 'S'
                   ADD 1 TO WS-QTD-VENCIDOS
               END-IF
           END-PERFORM
           MOVE WS-QTD-VENCIDOS TO WS-SUB-QTD
           .
       5000-CONTAR-VENCIDOS-FIM.
           EXIT.

      * RELATORIO DOS EQUIPAMENTOS COM CALIBRACAO VENCIDA, COM O BOX
      * ONDE FICAM E QUEM CALIBROU POR ULTIMO.
       5100-RELATORIO-VENCIDOS         SECTION.

           MOVE ZEROS TO WS-QTD-VENCIDOS

           OPEN OUTPUT VENCIDOS
           IF AS-STATUS-VEN NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-VEN
           ELSE
               MOVE SPACES TO WS-LINHA-VEN
               STRING 'EQUIPAMENTOS COM CALIBRACAO VENCIDA EM '
                          DELIMITED BY SIZE
                      WS-DATA-HOJE DELIMITED BY SIZE
                      INTO WS-LINHA-VEN
               MOVE WS-LINHA-VEN TO ARQ-VENCIDOS
               WRITE ARQ-VENCIDOS

               PERFORM VARYING WS-EQP-I FROM 1 BY 1
                       UNTIL WS-EQP-I > WS-EQP-QTD
                   MOVE WS-EQP-ENT-REG(WS-EQP-I) TO LINDET-EQP
                   PERFORM 2250-AVALIAR-SITUACAO
                   IF WS-EQP-VENCIDO = 'S'
                       ADD 1 TO WS-QTD-VENCIDOS
                       MOVE SPACES TO WS-LINHA-VEN
                       STRING LINDET-EQP-CODIGO DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              LINDET-EQP-DESCRICAO DELIMITED BY SIZE
                              ' BOX ' DELIMITED BY SIZE
                              LINDET-EQP-BOX DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-EQP-SITUACAO DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              LINDET-EQP-RESPONSAVEL DELIMITED BY SIZE
                              INTO WS-LINHA-VEN
                       MOVE WS-LINHA-VEN TO ARQ-VENCIDOS
                       WRITE ARQ-VENCIDOS
                       IF WS-SUB-OPTION NOT = 'V'
                           DISPLAY WS-LINHA-VEN
                       END-IF
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-LINHA-VEN
               STRING 'TOTAL VENCIDOS: ' DELIMITED BY SIZE
                      WS-QTD-VENCIDOS DELIMITED BY SIZE
                      INTO WS-LINHA-VEN
               MOVE WS-LINHA-VEN TO ARQ-VENCIDOS
               WRITE ARQ-VENCIDOS
               CLOSE VENCIDOS

               IF WS-SUB-OPTION NOT = 'V'
                   DISPLAY WS-LINHA-VEN
                   DISPLAY "RELATORIO EM EQUIPAMENTOS-VENCIDOS.TXT"
               END-IF
           END-IF
           MOVE WS-QTD-VENCIDOS TO WS-SUB-QTD
           .
       5100-RELATORIO-VENCIDOS-FIM.
           EXIT.

      * AVISO NO AGENDAMENTO: CADA EQUIPAMENTO EXIGIDO PELO TIPO DE
      * SERVICO QUE ESTIVER COM A CALIBRACAO VENCIDA (OU QUE NEM
      * ESTEJA MAIS NO CADASTRO) E MOSTRADO AO ATENDENTE. O
      * AGENDAMENTO NAO E BLOQUEADO.
       6000-ALERTAR-SERVICO            SECTION.

           MOVE ZEROS TO WS-QTD-VENCIDOS
           PERFORM 2650-CARREGAR-VINCULOS

           PERFORM VARYING WS-VIN-I FROM 1 BY 1
                   UNTIL WS-VIN-I > WS-VIN-QTD
               MOVE WS-VIN-ENT-REG(WS-VIN-I) TO LINDET-VIN
               IF LINDET-VIN-TIPO = WS-SUB-TIPO-SERVICO
                   MOVE LINDET-VIN-CODIGO TO WS-EQP-BUSCA
                   PERFORM 2200-LOCALIZAR-EQUIPAMENTO
                   IF WS-EQP-ACHOU = 'N'
                       ADD 1 TO WS-QTD-VENCIDOS
                       DISPLAY "ATENCAO: O SERVICO EXIGE O "
                           "EQUIPAMENTO " LINDET-VIN-CODIGO
                           ", QUE NAO ESTA NO CADASTRO."
                   ELSE
                       PERFORM 2250-AVALIAR-SITUACAO
                       IF WS-EQP-VENCIDO = 'S'
                           ADD 1 TO WS-QTD-VENCIDOS
                           DISPLAY "ATENCAO: EQUIPAMENTO "
                               LINDET-EQP-CODIGO " "
                               LINDET-EQP-DESCRICAO
                           DISPLAY "    EXIGIDO PELO SERVICO, COM "
                               "CALIBRACAO FORA DO PRAZO: "
                               WS-EQP-SITUACAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-QTD-VENCIDOS TO WS-SUB-QTD
           .
       6000-ALERTAR-SERVICO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------

       3000-FINALIZAR                  SECTION.

            EXIT PROGRAM
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CALIBRACAO.
