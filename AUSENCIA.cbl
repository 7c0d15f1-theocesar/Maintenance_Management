       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUSENCIA.
      ******************************************************************
      * Author: Théo César
      * Date: 27/09/2026
      * Purpose: Cadastro de ausencias dos funcionarios (ferias, folga
      *          e atestado) e consulta de quem esta fora numa data
      * Modifications:
      *    27/09/2026 - Ausencia's structure finished. Cada ausencia
      *    vira uma linha em Ausencias.txt: matricula, tipo (F =
      *    ferias, O = folga, A = atestado), primeiro e ultimo dia e
      *    observacao. O menu (cadastro de funcionarios do PRINCIPAL,
      *    opcao 6) lista, inclui e exclui ausencias e mostra quem
      *    esta fora numa data; ao incluir, lista as OS AGENDADO do
      *    funcionario dentro do periodo, que precisam de outro
      *    mecanico. O primeiro parametro escolhe o modo de quem
      *    chama: C = diz se a matricula do terceiro parametro esta
      *    ausente na data do quarto (agendamento no MANUTENCAO);
      *    D = monta a lista de quem esta fora na data (grade da
      *    agenda do dia). A resposta volta no quinto parametro, em
      *    branco quando nao ha ausencia.
      *    01/10/2026 - Manutencao.txt lida com 179 posicoes (filial
      *    no fim).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AUSENCIAS ASSIGN TO WS-ARQ-AUSENCIAS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-AUS.

       SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FUNC.

       SELECT MAINTENANCE ASSIGN TO WS-ARQ-MAINTENANCE-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-MAN.

       DATA DIVISION.
       FILE SECTION.

       FD AUSENCIAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-AUSENCIAS                 PIC X(59).

       FD FUNCIONARIOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FUNCIONARIOS              PIC X(46).

       FD MAINTENANCE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MAINTENANCE               PIC X(179).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-AUS                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FUNC                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MAN                 PIC 9(02) VALUE ZEROS.

       01 AS-FIM-LOOP-MAIN              PIC X(03) VALUE 'NAO'.
       01 WS-OPCAO                      PIC X(01) VALUE SPACES.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-DATA                       PIC X(08) VALUE SPACES.
       01 WS-DATA-HOJE                  PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-AUSENCIAS-PATH         PIC X(80) VALUE SPACES.
       01 WS-ARQ-FUNCIONARIOS-PATH      PIC X(80) VALUE SPACES.
       01 WS-ARQ-MAINTENANCE-PATH       PIC X(80) VALUE SPACES.
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
      *    TIPO: F = FERIAS, O = FOLGA, A = ATESTADO.
       01 LINDET-AUS.
           05 LINDET-AUS-MATRICULA      PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-AUS-TIPO           PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-AUS-INICIO         PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-AUS-FIM            PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-AUS-OBS            PIC X(30) VALUE SPACES.

       01 WS-DADOS-FUNC                 PIC X(46) VALUE SPACES.
       01 WS-FUNC-ID                    PIC X(04) VALUE SPACES.
       01 WS-FUNC-NOME                  PIC X(20) VALUE SPACES.
       01 WS-FUNC-SENHA                 PIC X(10) VALUE SPACES.
       01 WS-FUNC-CARGO                 PIC X(09) VALUE SPACES.

       01 WS-MAN-OS                     PIC X(06) VALUE SPACES.
       01 WS-MAN-PLACA                  PIC X(08) VALUE SPACES.
       01 WS-MAN-DATA                   PIC X(10) VALUE SPACES.
       01 WS-MAN-TIPO                   PIC X(10) VALUE SPACES.
       01 WS-MAN-STATUS                 PIC X(12) VALUE SPACES.
       01 WS-MAN-PECAS                  PIC X(59) VALUE SPACES.
       01 WS-MAN-CONCLUSAO              PIC X(10) VALUE SPACES.
       01 WS-MAN-MECANICO               PIC X(04) VALUE SPACES.
       01 WS-MAN-GARANTIA               PIC X(01) VALUE SPACES.
       01 WS-MAN-MINUTOS                PIC X(06) VALUE SPACES.
       01 WS-MAN-HORA                   PIC X(05) VALUE SPACES.
       01 WS-MAN-BOX                    PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         TABELA EM MEMORIA (ARQUIVO PEQUENO)
      *-----------------------------------------------------------------
       01 WS-TAB-AUS.
           05 WS-AUS-ENT-REG OCCURS 500 TIMES PIC X(59).
       01 WS-AUS-QTD                    PIC 9(03) VALUE ZEROS.
       01 WS-AUS-I                      PIC 9(03) VALUE ZEROS.
       01 WS-AUS-ED                     PIC ZZ9   VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         PERIODO DA AUSENCIA
      *-----------------------------------------------------------------
       01 WS-DATA-CHECA                 PIC X(10) VALUE SPACES.
       01 WS-NO-PERIODO                 PIC X(01) VALUE 'N'.
       01 WS-TIPO-DESC                  PIC X(08) VALUE SPACES.
       01 WS-RESP-POS                   PIC 9(03) VALUE 1.
       01 WS-QTD-OS                     PIC 9(05) VALUE ZEROS.

       01 WS-DAT-FUNCAO                 PIC X(01) VALUE SPACES.
       01 WS-DAT-DATA1                  PIC X(10) VALUE SPACES.
       01 WS-DAT-DATA2                  PIC X(10) VALUE SPACES.
       01 WS-DAT-VALIDA                 PIC X(01) VALUE 'N'.
       01 WS-DAT-DIAS                   PIC S9(07) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         ENTRADA DO OPERADOR
      *-----------------------------------------------------------------
       01 WS-INF-MATRICULA              PIC X(04) VALUE SPACES.
       01 WS-INF-DATA                   PIC X(10) VALUE SPACES.
       01 WS-INF-NUMERO                 PIC 9(03) VALUE ZEROS.
       01 WS-INF-CONFIRMA               PIC X(01) VALUE SPACES.
       01 WS-FUNC-ACHOU                 PIC X(01) VALUE 'N'.
       01 WS-QTD-LINHAS                 PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              LOG DE AUDITORIA
      *-----------------------------------------------------------------
       01 WS-AUD-MODULO                 PIC X(10) VALUE 'AUSENCIA'.
       01 WS-AUD-OPERACAO               PIC X(10) VALUE SPACES.
       01 WS-AUD-CHAVE                  PIC X(15) VALUE SPACES.
       01 WS-AUD-VALOR-ANTIGO           PIC X(75) VALUE SPACES.
       01 WS-AUD-VALOR-NOVO             PIC X(75) VALUE SPACES.
      *-----------------------------------------------------------------

       LINKAGE SECTION.

       01 WS-SUB-OPTION                 PIC X(01).
       01 WS-OPERADOR-SESSAO            PIC X(38).
       01 WS-SUB-MATRICULA              PIC X(04).
       01 WS-SUB-DATA                   PIC X(10).
       01 WS-SUB-RESPOSTA               PIC X(150).

       PROCEDURE DIVISION USING WS-SUB-OPTION, WS-OPERADOR-SESSAO,
                       WS-SUB-MATRICULA, WS-SUB-DATA, WS-SUB-RESPOSTA.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR

           EVALUATE WS-SUB-OPTION
               WHEN 'C'
                   PERFORM 2100-CARREGAR-AUSENCIAS
                   PERFORM 5000-VERIFICAR-MATRICULA
               WHEN 'D'
                   PERFORM 2100-CARREGAR-AUSENCIAS
                   PERFORM 5100-AUSENTES-NA-DATA
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

           IF WS-SUB-OPTION = 'C' OR WS-SUB-OPTION = 'D'
               MOVE SPACES TO WS-SUB-RESPOSTA
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
                  'Ausencias.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-AUSENCIAS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Funcionarios.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FUNCIONARIOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Manutencao.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-MAINTENANCE-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.

       1100-DISPLAY-MENU               SECTION.

           DISPLAY "|---------------------------------------|"
           DISPLAY "|   AUSENCIAS (FERIAS, FOLGA, ATESTADO) |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "| 1. Listar ausencias                   |"
           DISPLAY "| 2. Incluir ausencia                   |"
           DISPLAY "| 3. Excluir ausencia                   |"
           DISPLAY "| 4. Quem esta fora numa data           |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "Escolha uma opcao:"
           ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
           WHEN '1'
               PERFORM 2100-CARREGAR-AUSENCIAS
               PERFORM 2300-LISTAR-AUSENCIAS
           WHEN '2'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 2400-INCLUIR-AUSENCIA
               ELSE
                   DISPLAY "ACESSO NEGADO: SOMENTE GERENTE."
               END-IF
           WHEN '3'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 2500-EXCLUIR-AUSENCIA
               ELSE
                   DISPLAY "ACESSO NEGADO: SOMENTE GERENTE."
               END-IF
           WHEN '4'
               PERFORM 2600-CONSULTAR-DATA
           WHEN '9'
               MOVE 'SIM' TO AS-FIM-LOOP-MAIN
           WHEN OTHER
               DISPLAY "Opcao invalida. Tente novamente."
           END-EVALUATE
           .
       1100-DISPLAY-MENU-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         CADASTRO DE AUSENCIAS
      *-----------------------------------------------------------------

      * CARREGA TODAS AS AUSENCIAS PARA A TABELA EM MEMORIA.
       2100-CARREGAR-AUSENCIAS         SECTION.

           MOVE ZEROS TO WS-AUS-QTD

           OPEN INPUT AUSENCIAS
           IF AS-STATUS-AUS = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ AUSENCIAS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-AUS-QTD < 500 AND
                              ARQ-AUSENCIAS NOT = SPACES
                               ADD 1 TO WS-AUS-QTD
                               MOVE ARQ-AUSENCIAS TO
                                   WS-AUS-ENT-REG(WS-AUS-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUSENCIAS
           END-IF
           .
       2100-CARREGAR-AUSENCIAS-FIM.
           EXIT.

      * REGRAVA AUSENCIAS.TXT INTEIRO A PARTIR DA TABELA (LINHAS
      * EXCLUIDAS FICAM EM BRANCO NA TABELA E NAO SAO GRAVADAS).
       2150-REGRAVAR-AUSENCIAS         SECTION.

           OPEN OUTPUT AUSENCIAS
           IF AS-STATUS-AUS NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-AUS
           ELSE
               PERFORM VARYING WS-AUS-I FROM 1 BY 1
                       UNTIL WS-AUS-I > WS-AUS-QTD
                   IF WS-AUS-ENT-REG(WS-AUS-I) NOT = SPACES
                       MOVE WS-AUS-ENT-REG(WS-AUS-I) TO ARQ-AUSENCIAS
                       WRITE ARQ-AUSENCIAS
                   END-IF
               END-PERFORM
               CLOSE AUSENCIAS
           END-IF
           .
       2150-REGRAVAR-AUSENCIAS-FIM.
           EXIT.

      * DESCRICAO DO TIPO DA AUSENCIA EM LINDET-AUS.
       2200-DESCREVER-TIPO             SECTION.

           EVALUATE LINDET-AUS-TIPO
               WHEN 'F'
                   MOVE 'FERIAS' TO WS-TIPO-DESC
               WHEN 'O'
                   MOVE 'FOLGA' TO WS-TIPO-DESC
               WHEN 'A'
                   MOVE 'ATESTADO' TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE 'AUSENTE' TO WS-TIPO-DESC
           END-EVALUATE
           .
       2200-DESCREVER-TIPO-FIM.
           EXIT.

      * DIZ SE WS-DATA-CHECA CAI ENTRE O PRIMEIRO E O ULTIMO DIA DA
      * AUSENCIA EM LINDET-AUS (OS DOIS DIAS INCLUSIVE).
       2250-DATA-NO-PERIODO            SECTION.

           MOVE 'N' TO WS-NO-PERIODO

           MOVE 'D' TO WS-DAT-FUNCAO
           MOVE LINDET-AUS-INICIO TO WS-DAT-DATA1
           MOVE WS-DATA-CHECA TO WS-DAT-DATA2
           CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
               WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS

           IF WS-DAT-VALIDA = 'S' AND WS-DAT-DIAS NOT < ZEROS
               MOVE WS-DATA-CHECA TO WS-DAT-DATA1
               MOVE LINDET-AUS-FIM TO WS-DAT-DATA2
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
               IF WS-DAT-VALIDA = 'S' AND WS-DAT-DIAS NOT < ZEROS
                   MOVE 'S' TO WS-NO-PERIODO
               END-IF
           END-IF
           .
       2250-DATA-NO-PERIODO-FIM.
           EXIT.

       2300-LISTAR-AUSENCIAS           SECTION.

           PERFORM VARYING WS-AUS-I FROM 1 BY 1
                   UNTIL WS-AUS-I > WS-AUS-QTD
               MOVE WS-AUS-ENT-REG(WS-AUS-I) TO LINDET-AUS
               PERFORM 2200-DESCREVER-TIPO
               MOVE WS-AUS-I TO WS-AUS-ED
               DISPLAY WS-AUS-ED " " LINDET-AUS-MATRICULA " "
                   WS-TIPO-DESC " DE " LINDET-AUS-INICIO " A "
                   LINDET-AUS-FIM " " LINDET-AUS-OBS
           END-PERFORM
           DISPLAY WS-AUS-QTD " AUSENCIA(S) CADASTRADA(S)"
           .
       2300-LISTAR-AUSENCIAS-FIM.
           EXIT.

       2400-INCLUIR-AUSENCIA           SECTION.

           DISPLAY "Matricula do funcionario: "
           ACCEPT WS-INF-MATRICULA
           PERFORM 2450-VALIDAR-MATRICULA

           PERFORM 2100-CARREGAR-AUSENCIAS

           IF WS-FUNC-ACHOU = 'N'
               DISPLAY "MATRICULA NAO CADASTRADA EM FUNCIONARIOS."
           ELSE
           IF WS-AUS-QTD NOT < 500
               DISPLAY "CADASTRO CHEIO (500 AUSENCIAS)."
           ELSE
               DISPLAY "Funcionario: " WS-FUNC-NOME
               MOVE WS-INF-MATRICULA TO LINDET-AUS-MATRICULA
               DISPLAY "(F) FERIAS  (O) FOLGA  (A) ATESTADO: "
               ACCEPT LINDET-AUS-TIPO
               PERFORM UNTIL LINDET-AUS-TIPO = 'F' OR
                             LINDET-AUS-TIPO = 'O' OR
                             LINDET-AUS-TIPO = 'A'
                   DISPLAY "INFORME F, O OU A: "
                   ACCEPT LINDET-AUS-TIPO
               END-PERFORM

               DISPLAY "Primeiro dia (DD/MM/AAAA): "
               ACCEPT WS-INF-DATA
               PERFORM 2460-VALIDAR-DATA-INFORMADA
               MOVE WS-INF-DATA TO LINDET-AUS-INICIO

               DISPLAY "Ultimo dia (DD/MM/AAAA, em branco = o "
                   "mesmo dia): "
               ACCEPT WS-INF-DATA
               IF WS-INF-DATA = SPACES
                   MOVE LINDET-AUS-INICIO TO WS-INF-DATA
               END-IF
               PERFORM 2460-VALIDAR-DATA-INFORMADA
               MOVE 'D' TO WS-DAT-FUNCAO
               MOVE LINDET-AUS-INICIO TO WS-DAT-DATA1
               MOVE WS-INF-DATA TO WS-DAT-DATA2
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
               PERFORM UNTIL WS-DAT-DIAS NOT < ZEROS
                   DISPLAY "O ULTIMO DIA NAO PODE SER ANTES DO "
                       "PRIMEIRO. INFORME DE NOVO: "
                   ACCEPT WS-INF-DATA
                   PERFORM 2460-VALIDAR-DATA-INFORMADA
                   MOVE 'D' TO WS-DAT-FUNCAO
                   MOVE LINDET-AUS-INICIO TO WS-DAT-DATA1
                   MOVE WS-INF-DATA TO WS-DAT-DATA2
                   CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                       WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
               END-PERFORM
               MOVE WS-INF-DATA TO LINDET-AUS-FIM

               DISPLAY "Observacao: "
               ACCEPT LINDET-AUS-OBS

               ADD 1 TO WS-AUS-QTD
               MOVE LINDET-AUS TO WS-AUS-ENT-REG(WS-AUS-QTD)
               PERFORM 2150-REGRAVAR-AUSENCIAS

               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               MOVE WS-INF-MATRICULA TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-VALOR-ANTIGO
               MOVE LINDET-AUS TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-OPERADOR-SESSAO

               DISPLAY "AUSENCIA CADASTRADA COM SUCESSO"

               PERFORM 2700-OS-A-REDISTRIBUIR
           END-IF
           END-IF
           .
       2400-INCLUIR-AUSENCIA-FIM.
           EXIT.

      * PROCURA WS-INF-MATRICULA EM FUNCIONARIOS.TXT E GUARDA O NOME.
       2450-VALIDAR-MATRICULA          SECTION.

           MOVE 'N' TO WS-FUNC-ACHOU
           MOVE SPACES TO WS-FUNC-NOME

           OPEN INPUT FUNCIONARIOS
           IF AS-STATUS-FUNC NOT EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL LER FUNCIONARIOS.TXT "
                   AS-STATUS-FUNC
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ FUNCIONARIOS INTO WS-DADOS-FUNC
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE SPACES TO WS-FUNC-ID
                           MOVE SPACES TO WS-FUNC-NOME
                           UNSTRING WS-DADOS-FUNC DELIMITED BY '|'
                               INTO WS-FUNC-ID
                                    WS-FUNC-NOME
                                    WS-FUNC-SENHA
                                    WS-FUNC-CARGO
                           IF WS-FUNC-ID = WS-INF-MATRICULA
                               MOVE 'S' TO WS-FUNC-ACHOU
                               MOVE 'N' TO WS-CLOSE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF
           .
       2450-VALIDAR-MATRICULA-FIM.
           EXIT.

      * A DATA INFORMADA EM WS-INF-DATA PRECISA SER UMA DATA DE VERDADE.
       2460-VALIDAR-DATA-INFORMADA     SECTION.

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
           .
       2460-VALIDAR-DATA-INFORMADA-FIM.
           EXIT.

       2500-EXCLUIR-AUSENCIA           SECTION.

           PERFORM 2100-CARREGAR-AUSENCIAS
           PERFORM 2300-LISTAR-AUSENCIAS

           DISPLAY "Numero da ausencia a excluir (0 = nenhuma): "
           ACCEPT WS-INF-NUMERO

           IF WS-INF-NUMERO = ZEROS OR WS-INF-NUMERO > WS-AUS-QTD
               DISPLAY "NENHUMA AUSENCIA EXCLUIDA."
           ELSE
               MOVE WS-AUS-ENT-REG(WS-INF-NUMERO) TO LINDET-AUS
               PERFORM 2200-DESCREVER-TIPO
               DISPLAY LINDET-AUS-MATRICULA " " WS-TIPO-DESC " DE "
                   LINDET-AUS-INICIO " A " LINDET-AUS-FIM
               DISPLAY "Confirma a exclusao? (S/N)"
               ACCEPT WS-INF-CONFIRMA
               IF WS-INF-CONFIRMA = 'S'
                   MOVE SPACES TO WS-AUS-ENT-REG(WS-INF-NUMERO)
                   PERFORM 2150-REGRAVAR-AUSENCIAS

                   MOVE 'EXCLUSAO' TO WS-AUD-OPERACAO
                   MOVE LINDET-AUS-MATRICULA TO WS-AUD-CHAVE
                   MOVE LINDET-AUS TO WS-AUD-VALOR-ANTIGO
                   MOVE SPACES TO WS-AUD-VALOR-NOVO
                   CALL 'AUDITORIA' USING WS-AUD-MODULO,
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO

                   DISPLAY "AUSENCIA EXCLUIDA."
               ELSE
                   DISPLAY "EXCLUSAO CANCELADA."
               END-IF
           END-IF
           .
       2500-EXCLUIR-AUSENCIA-FIM.
           EXIT.

       2600-CONSULTAR-DATA             SECTION.

           DISPLAY "Data (DD/MM/AAAA, em branco = hoje): "
           ACCEPT WS-INF-DATA
           IF WS-INF-DATA = SPACES
               MOVE WS-DATA-HOJE TO WS-INF-DATA
           END-IF
           PERFORM 2460-VALIDAR-DATA-INFORMADA

           PERFORM 2100-CARREGAR-AUSENCIAS
           MOVE WS-INF-DATA TO WS-DATA-CHECA
           MOVE ZEROS TO WS-QTD-LINHAS
           PERFORM VARYING WS-AUS-I FROM 1 BY 1
                   UNTIL WS-AUS-I > WS-AUS-QTD
               MOVE WS-AUS-ENT-REG(WS-AUS-I) TO LINDET-AUS
               PERFORM 2250-DATA-NO-PERIODO
               IF WS-NO-PERIODO = 'S'
                   ADD 1 TO WS-QTD-LINHAS
                   PERFORM 2200-DESCREVER-TIPO
                   DISPLAY LINDET-AUS-MATRICULA " " WS-TIPO-DESC
                       " DE " LINDET-AUS-INICIO " A "
                       LINDET-AUS-FIM " " LINDET-AUS-OBS
               END-IF
           END-PERFORM
           DISPLAY WS-QTD-LINHAS " FUNCIONARIO(S) FORA EM "
               WS-INF-DATA
           .
       2600-CONSULTAR-DATA-FIM.
           EXIT.

      * AUSENCIA RECEM-INCLUIDA (EM LINDET-AUS): LISTA AS OS AINDA
      * AGENDADO DO FUNCIONARIO COM DATA DENTRO DO PERIODO - ESSAS
      * PRECISAM SER PASSADAS PARA OUTRO MECANICO NO MANUTENCAO.
       2700-OS-A-REDISTRIBUIR          SECTION.

           MOVE ZEROS TO WS-QTD-OS

           OPEN INPUT MAINTENANCE
           IF AS-STATUS-MAN = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ MAINTENANCE
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 2710-AVALIAR-OS
                   END-READ
               END-PERFORM
               CLOSE MAINTENANCE
           END-IF

           IF WS-QTD-OS = ZEROS
               DISPLAY "NENHUMA OS AGENDADO PARA ESSE FUNCIONARIO "
                   "NO PERIODO."
           ELSE
               DISPLAY WS-QTD-OS " OS AGENDADO PRECISA(M) DE OUTRO "
                   "MECANICO."
           END-IF
           .
       2700-OS-A-REDISTRIBUIR-FIM.
           EXIT.

       2710-AVALIAR-OS                 SECTION.

           MOVE SPACES TO WS-MAN-OS
           MOVE SPACES TO WS-MAN-PLACA
           MOVE SPACES TO WS-MAN-DATA
           MOVE SPACES TO WS-MAN-STATUS
           MOVE SPACES TO WS-MAN-MECANICO
           MOVE SPACES TO WS-MAN-HORA
           UNSTRING ARQ-MAINTENANCE DELIMITED BY '|'
               INTO WS-MAN-OS
                    WS-MAN-PLACA
                    WS-MAN-DATA
                    WS-MAN-TIPO
                    WS-MAN-STATUS
                    WS-MAN-PECAS
                    WS-MAN-CONCLUSAO
                    WS-MAN-MECANICO
                    WS-MAN-GARANTIA
                    WS-MAN-MINUTOS
                    WS-MAN-HORA
                    WS-MAN-BOX

           IF WS-MAN-PLACA NOT = SPACES AND
              WS-MAN-STATUS = 'AGENDADO' AND
              WS-MAN-MECANICO = LINDET-AUS-MATRICULA
               MOVE WS-MAN-DATA TO WS-DATA-CHECA
               PERFORM 2250-DATA-NO-PERIODO
               IF WS-NO-PERIODO = 'S'
                   ADD 1 TO WS-QTD-OS
                   IF WS-QTD-OS = 1
                       DISPLAY "OS AGENDADO DO FUNCIONARIO DENTRO DA "
                           "AUSENCIA:"
                   END-IF
                   DISPLAY "  OS " WS-MAN-OS " PLACA " WS-MAN-PLACA
                       " DATA " WS-MAN-DATA " " WS-MAN-HORA
                       " " WS-MAN-TIPO
               END-IF
           END-IF
           .
       2710-AVALIAR-OS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         CONSULTAS DE QUEM CHAMA
      *-----------------------------------------------------------------

      * MODO C: A MATRICULA ESTA FORA NA DATA? DEVOLVE O TIPO E O
      * PERIODO DA PRIMEIRA AUSENCIA QUE COBRE A DATA.
       5000-VERIFICAR-MATRICULA        SECTION.

           MOVE WS-SUB-DATA TO WS-DATA-CHECA
           PERFORM VARYING WS-AUS-I FROM 1 BY 1
                   UNTIL WS-AUS-I > WS-AUS-QTD OR
                         WS-SUB-RESPOSTA NOT = SPACES
               MOVE WS-AUS-ENT-REG(WS-AUS-I) TO LINDET-AUS
               IF LINDET-AUS-MATRICULA = WS-SUB-MATRICULA
                   PERFORM 2250-DATA-NO-PERIODO
                   IF WS-NO-PERIODO = 'S'
                       PERFORM 2200-DESCREVER-TIPO
                       STRING WS-TIPO-DESC DELIMITED BY SPACE
                              ' DE ' DELIMITED BY SIZE
                              LINDET-AUS-INICIO DELIMITED BY SIZE
                              ' A ' DELIMITED BY SIZE
                              LINDET-AUS-FIM DELIMITED BY SIZE
                              INTO WS-SUB-RESPOSTA
                   END-IF
               END-IF
           END-PERFORM
           .
       5000-VERIFICAR-MATRICULA-FIM.
           EXIT.

      * MODO D: LISTA DE QUEM ESTA FORA NA DATA, NO FORMATO
      * "MATRICULA TIPO; MATRICULA TIPO; ...". O QUE NAO COUBER NA
      * RESPOSTA FICA DE FORA (A CONSULTA COMPLETA E A OPCAO 4).
       5100-AUSENTES-NA-DATA           SECTION.

           MOVE WS-SUB-DATA TO WS-DATA-CHECA
           MOVE 1 TO WS-RESP-POS
           PERFORM VARYING WS-AUS-I FROM 1 BY 1
                   UNTIL WS-AUS-I > WS-AUS-QTD OR WS-RESP-POS > 135
               MOVE WS-AUS-ENT-REG(WS-AUS-I) TO LINDET-AUS
               PERFORM 2250-DATA-NO-PERIODO
               IF WS-NO-PERIODO = 'S'
                   PERFORM 2200-DESCREVER-TIPO
                   STRING LINDET-AUS-MATRICULA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-TIPO-DESC DELIMITED BY SPACE
                          '; ' DELIMITED BY SIZE
                          INTO WS-SUB-RESPOSTA
                          WITH POINTER WS-RESP-POS
               END-IF
           END-PERFORM
           .
       5100-AUSENTES-NA-DATA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------

       3000-FINALIZAR                  SECTION.

            EXIT PROGRAM
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM AUSENCIA.
