       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDARIO.
      ******************************************************************
      * Author: Théo César
      * Date: 26/09/2026
      * Purpose: Manutencao do calendario de feriados e dias fechados
      *          da oficina
      * Modifications:
      *    26/09/2026 - Calendario's structure finished. Mantem o
      *    Calendario.txt que o subprograma DATAS usa para contar
      *    dias uteis: dias fechados da semana (tipo S), feriados que
      *    se repetem todo ano (tipo A, DD/MM) e datas fechadas de um
      *    ano so (tipo D, DD/MM/AAAA - carnaval, sexta-feira santa,
      *    corpus christi, recesso). Consulta de uma data (aberta ou
      *    fechada e o proximo dia util) para qualquer operador;
      *    incluir e excluir so para GERENTE, com auditoria. Depois
      *    de cada gravacao o DATAS rele o calendario.
      *    01/10/2026 - Sessao do operador com 38 posicoes (filial
      *    da sessao no fim).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CALENDARIO-ARQ ASSIGN TO WS-ARQ-CALENDARIO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CAL.

       DATA DIVISION.
       FILE SECTION.

       FD CALENDARIO-ARQ
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CALENDARIO                PIC X(43).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-CAL                 PIC 9(02) VALUE ZEROS.

       01 AS-FIM-LOOP-MAIN              PIC X(03) VALUE 'NAO'.
       01 WS-OPCAO                      PIC X(01) VALUE SPACES.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-CALENDARIO-PATH        PIC X(80) VALUE SPACES.
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
      *    TIPO: S = DIA FECHADO DA SEMANA (1 = DOMINGO ... 7 =
      *    SABADO), A = FERIADO ANUAL (DD/MM), D = DATA FECHADA
      *    (DD/MM/AAAA).
       01 LINDET-CAL.
           05 LINDET-CAL-TIPO           PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAL-DATA           PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAL-DESCRICAO      PIC X(30) VALUE SPACES.

       01 WS-NOMES-SEMANA-VALORES.
           05 FILLER                    PIC X(07) VALUE 'DOMINGO'.
           05 FILLER                    PIC X(07) VALUE 'SEGUNDA'.
           05 FILLER                    PIC X(07) VALUE 'TERCA'.
           05 FILLER                    PIC X(07) VALUE 'QUARTA'.
           05 FILLER                    PIC X(07) VALUE 'QUINTA'.
           05 FILLER                    PIC X(07) VALUE 'SEXTA'.
           05 FILLER                    PIC X(07) VALUE 'SABADO'.
       01 WS-NOMES-SEMANA REDEFINES WS-NOMES-SEMANA-VALORES.
           05 WS-NOME-SEMANA OCCURS 7 TIMES PIC X(07).
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         TABELA EM MEMORIA
      *-----------------------------------------------------------------
       01 WS-TAB-CAL.
           05 WS-CAL-ENT-REG OCCURS 600 TIMES PIC X(43).
       01 WS-CAL-QTD                    PIC 9(03) VALUE ZEROS.
       01 WS-CAL-I                      PIC 9(03) VALUE ZEROS.
       01 WS-CAL-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-CAL-DIA-N                  PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         ENTRADA DO OPERADOR
      *-----------------------------------------------------------------
       01 WS-INF-TIPO                   PIC X(01) VALUE SPACES.
       01 WS-INF-DATA                   PIC X(10) VALUE SPACES.
       01 WS-INF-OK                     PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

       01 WS-DAT-FUNCAO                 PIC X(01) VALUE SPACES.
       01 WS-DAT-DATA1                  PIC X(10) VALUE SPACES.
       01 WS-DAT-DATA2                  PIC X(10) VALUE SPACES.
       01 WS-DAT-VALIDA                 PIC X(01) VALUE 'N'.
       01 WS-DAT-DIAS                   PIC S9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              LOG DE AUDITORIA
      *-----------------------------------------------------------------
       01 WS-AUD-MODULO                 PIC X(10) VALUE 'CALENDARIO'.
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

           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-DISPLAY-MENU UNTIL AS-FIM-LOOP-MAIN = 'SIM'.
           PERFORM 3000-FINALIZAR.


            STOP RUN.

      *-----------------------------------------------------------------
      *         INICIALIZACAO
      *-----------------------------------------------------------------

       1000-INICIALIZAR                SECTION.

           MOVE 'NAO' TO AS-FIM-LOOP-MAIN
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

      *    O DATAS CRIA O CALENDARIO PADRAO SE AINDA NAO HOUVER UM.
           PERFORM 2900-AVISAR-DATAS
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
                  'Calendario.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CALENDARIO-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.

       1100-DISPLAY-MENU               SECTION.

           DISPLAY "|---------------------------------------|"
           DISPLAY "|   FERIADOS E DIAS FECHADOS            |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "| 1. Listar o calendario                |"
           DISPLAY "| 2. Consultar uma data                 |"
           DISPLAY "| 3. Incluir data fechada (gerente)     |"
           DISPLAY "| 4. Incluir feriado anual (gerente)    |"
           DISPLAY "| 5. Fechar um dia da semana (gerente)  |"
           DISPLAY "| 6. Excluir do calendario (gerente)    |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "Escolha uma opcao:"
           ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
           WHEN '1'
               PERFORM 2100-CARREGAR-CALENDARIO
               PERFORM 2300-LISTAR-CALENDARIO
           WHEN '2'
               PERFORM 2400-CONSULTAR-DATA
           WHEN '3'
           WHEN '4'
           WHEN '5'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 2500-INCLUIR-DIA
               ELSE
                   DISPLAY "ACESSO NEGADO: SOMENTE GERENTE."
               END-IF
           WHEN '6'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 2600-EXCLUIR-DIA
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
      *         CALENDARIO
      *-----------------------------------------------------------------

       2100-CARREGAR-CALENDARIO        SECTION.

           MOVE ZEROS TO WS-CAL-QTD

           OPEN INPUT CALENDARIO-ARQ
           IF AS-STATUS-CAL = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ CALENDARIO-ARQ
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-CAL-QTD < 600 AND
                              ARQ-CALENDARIO NOT = SPACES
                               ADD 1 TO WS-CAL-QTD
                               MOVE ARQ-CALENDARIO TO
                                   WS-CAL-ENT-REG(WS-CAL-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-ARQ
           END-IF
           .
       2100-CARREGAR-CALENDARIO-FIM.
           EXIT.

       2150-REGRAVAR-CALENDARIO        SECTION.

           OPEN OUTPUT CALENDARIO-ARQ
           IF AS-STATUS-CAL NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-CAL
           ELSE
               PERFORM VARYING WS-CAL-I FROM 1 BY 1
                       UNTIL WS-CAL-I > WS-CAL-QTD
                   IF WS-CAL-ENT-REG(WS-CAL-I) NOT = SPACES
                       MOVE WS-CAL-ENT-REG(WS-CAL-I) TO ARQ-CALENDARIO
                       WRITE ARQ-CALENDARIO
                   END-IF
               END-PERFORM
               CLOSE CALENDARIO-ARQ
           END-IF

           PERFORM 2900-AVISAR-DATAS
           .
       2150-REGRAVAR-CALENDARIO-FIM.
           EXIT.

      * PROCURA NA TABELA O TIPO E A DATA DE LINDET-CAL.
       2200-LOCALIZAR-DIA              SECTION.

           MOVE 'N' TO WS-CAL-ACHOU
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I > WS-CAL-QTD OR WS-CAL-ACHOU = 'S'
               IF WS-CAL-ENT-REG(WS-CAL-I)(1:12) = LINDET-CAL(1:12)
                   MOVE 'S' TO WS-CAL-ACHOU
               END-IF
           END-PERFORM
           IF WS-CAL-ACHOU = 'S'
               SUBTRACT 1 FROM WS-CAL-I
           END-IF
           .
       2200-LOCALIZAR-DIA-FIM.
           EXIT.

       2300-LISTAR-CALENDARIO          SECTION.

           DISPLAY "DIAS FECHADOS DA SEMANA:"
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I > WS-CAL-QTD
               MOVE WS-CAL-ENT-REG(WS-CAL-I) TO LINDET-CAL
               IF LINDET-CAL-TIPO = 'S' AND
                  LINDET-CAL-DATA(1:1) IS NUMERIC
                   MOVE LINDET-CAL-DATA(1:1) TO WS-CAL-DIA-N
                   IF WS-CAL-DIA-N >= 1 AND WS-CAL-DIA-N <= 7
                       DISPLAY "    " WS-NOME-SEMANA(WS-CAL-DIA-N)
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "FERIADOS ANUAIS:"
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I > WS-CAL-QTD
               MOVE WS-CAL-ENT-REG(WS-CAL-I) TO LINDET-CAL
               IF LINDET-CAL-TIPO = 'A'
                   DISPLAY "    " LINDET-CAL-DATA(1:5) "  "
                       LINDET-CAL-DESCRICAO
               END-IF
           END-PERFORM

           DISPLAY "DATAS FECHADAS:"
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I > WS-CAL-QTD
               MOVE WS-CAL-ENT-REG(WS-CAL-I) TO LINDET-CAL
               IF LINDET-CAL-TIPO = 'D'
                   DISPLAY "    " LINDET-CAL-DATA "  "
                       LINDET-CAL-DESCRICAO
               END-IF
           END-PERFORM
           .
       2300-LISTAR-CALENDARIO-FIM.
           EXIT.

      * DIZ SE A DATA E DIA UTIL E, SE NAO FOR, QUAL O PROXIMO.
       2400-CONSULTAR-DATA             SECTION.

           DISPLAY "Data (DD/MM/AAAA): "
           ACCEPT WS-INF-DATA

           MOVE 'P' TO WS-DAT-FUNCAO
           MOVE WS-INF-DATA TO WS-DAT-DATA1
           CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
               WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS

           IF WS-DAT-VALIDA NOT = 'S'
               DISPLAY "DATA INVALIDA."
           ELSE
           IF WS-DAT-DIAS = ZEROS
               DISPLAY WS-INF-DATA " E DIA UTIL."
           ELSE
               DISPLAY "A OFICINA ESTA FECHADA EM " WS-INF-DATA "."
               DISPLAY "PROXIMO DIA UTIL: " WS-DAT-DATA2
           END-IF
           END-IF
           .
       2400-CONSULTAR-DATA-FIM.
           EXIT.

      * OPCAO 3 = DATA FECHADA, 4 = FERIADO ANUAL, 5 = DIA DA SEMANA.
       2500-INCLUIR-DIA                SECTION.

           MOVE SPACES TO LINDET-CAL-DATA
           MOVE SPACES TO LINDET-CAL-DESCRICAO
           MOVE 'N' TO WS-INF-OK

           EVALUATE WS-OPCAO
               WHEN '3'
                   MOVE 'D' TO LINDET-CAL-TIPO
                   DISPLAY "Data fechada (DD/MM/AAAA): "
                   ACCEPT WS-INF-DATA
                   MOVE 'V' TO WS-DAT-FUNCAO
                   MOVE WS-INF-DATA TO WS-DAT-DATA1
                   CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                       WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
                   IF WS-DAT-VALIDA = 'S'
                       MOVE WS-INF-DATA TO LINDET-CAL-DATA
                       MOVE 'S' TO WS-INF-OK
                   END-IF
               WHEN '4'
                   MOVE 'A' TO LINDET-CAL-TIPO
                   DISPLAY "Dia e mes do feriado (DD/MM): "
                   ACCEPT WS-INF-DATA
      *            ANO BISSEXTO SO PARA ACEITAR 29/02.
                   MOVE 'V' TO WS-DAT-FUNCAO
                   MOVE SPACES TO WS-DAT-DATA1
                   MOVE WS-INF-DATA(1:5) TO WS-DAT-DATA1(1:5)
                   MOVE '/2024' TO WS-DAT-DATA1(6:5)
                   CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                       WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
                   IF WS-DAT-VALIDA = 'S'
                       MOVE WS-INF-DATA(1:5) TO LINDET-CAL-DATA
                       MOVE 'S' TO WS-INF-OK
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO LINDET-CAL-TIPO
                   DISPLAY "Dia da semana (1 = DOMINGO, 2 = SEGUNDA "
                       "... 7 = SABADO): "
                   ACCEPT WS-INF-DATA
                   IF WS-INF-DATA(1:1) IS NUMERIC AND
                      WS-INF-DATA(2:9) = SPACES
                       MOVE WS-INF-DATA(1:1) TO WS-CAL-DIA-N
                       IF WS-CAL-DIA-N >= 1 AND WS-CAL-DIA-N <= 7
                           MOVE WS-INF-DATA(1:1) TO LINDET-CAL-DATA
                           MOVE WS-NOME-SEMANA(WS-CAL-DIA-N) TO
                               LINDET-CAL-DESCRICAO
                           MOVE 'S' TO WS-INF-OK
                       END-IF
                   END-IF
           END-EVALUATE

           IF WS-INF-OK = 'N'
               DISPLAY "DATA OU DIA INVALIDO."
           ELSE
               PERFORM 2100-CARREGAR-CALENDARIO
               PERFORM 2200-LOCALIZAR-DIA
               IF WS-CAL-ACHOU = 'S'
                   DISPLAY "ESSE DIA JA ESTA NO CALENDARIO."
               ELSE
               IF WS-CAL-QTD NOT < 600
                   DISPLAY "CALENDARIO CHEIO (600 LINHAS)."
               ELSE
                   IF LINDET-CAL-TIPO NOT = 'S'
                       DISPLAY "Descricao: "
                       ACCEPT LINDET-CAL-DESCRICAO
                   END-IF

                   ADD 1 TO WS-CAL-QTD
                   MOVE LINDET-CAL TO WS-CAL-ENT-REG(WS-CAL-QTD)
                   PERFORM 2150-REGRAVAR-CALENDARIO

                   MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
                   MOVE LINDET-CAL(1:12) TO WS-AUD-CHAVE
                   MOVE SPACES TO WS-AUD-VALOR-ANTIGO
                   MOVE LINDET-CAL TO WS-AUD-VALOR-NOVO
                   CALL 'AUDITORIA' USING WS-AUD-MODULO,
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO

                   DISPLAY "CALENDARIO ATUALIZADO."
               END-IF
               END-IF
           END-IF
           .
       2500-INCLUIR-DIA-FIM.
           EXIT.

       2600-EXCLUIR-DIA                SECTION.

           DISPLAY "Tipo (S = DIA DA SEMANA, A = FERIADO ANUAL, "
               "D = DATA FECHADA): "
           ACCEPT WS-INF-TIPO
           DISPLAY "Dia (1 a 7, DD/MM ou DD/MM/AAAA, conforme o "
               "tipo): "
           ACCEPT WS-INF-DATA

           MOVE WS-INF-TIPO TO LINDET-CAL-TIPO
           MOVE WS-INF-DATA TO LINDET-CAL-DATA

           PERFORM 2100-CARREGAR-CALENDARIO
           PERFORM 2200-LOCALIZAR-DIA

           IF WS-CAL-ACHOU = 'N'
               DISPLAY "DIA NAO ENCONTRADO NO CALENDARIO."
           ELSE
               MOVE WS-CAL-ENT-REG(WS-CAL-I) TO WS-AUD-VALOR-ANTIGO
               MOVE SPACES TO WS-CAL-ENT-REG(WS-CAL-I)
               PERFORM 2150-REGRAVAR-CALENDARIO

               MOVE 'EXCLUSAO' TO WS-AUD-OPERACAO
               MOVE LINDET-CAL(1:12) TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-OPERADOR-SESSAO

               DISPLAY "EXCLUIDO DO CALENDARIO."
           END-IF
           .
       2600-EXCLUIR-DIA-FIM.
           EXIT.

      * FAZ O DATAS RELER O CALENDARIO (E CRIA-LO, NA PRIMEIRA VEZ).
       2900-AVISAR-DATAS               SECTION.

           MOVE 'R' TO WS-DAT-FUNCAO
           CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
               WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS
           .
       2900-AVISAR-DATAS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------

       3000-FINALIZAR                  SECTION.

            EXIT PROGRAM
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM CALENDARIO.
