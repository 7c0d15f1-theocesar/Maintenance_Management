       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCARA.
      ******************************************************************
      * Author: Théo César
      * Date: 07/10/2026
      * Purpose: Mascara de CPF, telefone e e-mail conforme o cargo
      * Modifications:
      *    07/10/2026 - Mascara's structure finished. Chamado pelas
      *    telas e listas que mostram dados pessoais do cliente: com
      *    a sessao de um GERENTE ou ATENDENTE o valor volta inteiro;
      *    para os demais cargos volta mascarado (CPF como
      *    ***.456.789-**, telefone so com os 4 ultimos digitos,
      *    e-mail so com a primeira letra antes do '@'). Rodada sem
      *    sessao (NOTURNO) nao e mascarada. A opcao 'L' libera uma
      *    lista exportada com os dados completos para quem veria
      *    mascarado: pede matricula e senha de um gerente e o motivo,
      *    e grava na auditoria quem pediu, quem autorizou e por que.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FUNCIONARIOS ASSIGN TO WS-ARQ-FUNCIONARIOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FUNC.

       DATA DIVISION.
       FILE SECTION.

       FD FUNCIONARIOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FUNCIONARIOS              PIC X(46).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-FUNC                PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-FUNCIONARIOS-PATH      PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              OPERADOR DA SESSAO
      *-----------------------------------------------------------------
       01 WS-OPER-ID                    PIC X(04) VALUE SPACES.
       01 WS-OPER-NOME                  PIC X(20) VALUE SPACES.
       01 WS-OPER-CARGO                 PIC X(09) VALUE SPACES.
       01 WS-VE-COMPLETO                PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              MONTAGEM DA MASCARA
      *-----------------------------------------------------------------
       01 WS-MSC-I                      PIC 9(02) VALUE ZEROS.
       01 WS-MSC-ULTIMA                 PIC 9(02) VALUE ZEROS.
       01 WS-MSC-ARROBA                 PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         LIBERACAO DA LISTA (AUTORIZACAO DO GERENTE)
      *-----------------------------------------------------------------
       01 WS-LIB-RESPOSTA               PIC X(01) VALUE SPACES.
       01 WS-LIB-MATRICULA              PIC X(04) VALUE SPACES.
       01 WS-LIB-SENHA                  PIC X(10) VALUE SPACES.
       01 WS-LIB-MOTIVO                 PIC X(50) VALUE SPACES.
       01 WS-LIB-OK                     PIC X(01) VALUE 'N'.
       01 WS-CLOSE-FUNC                 PIC X(01) VALUE 'S'.

       01 LINDET-FUNC.
           05 LINDET-FUNC-ID            PIC X(04) VALUE SPACES.
           05 LINDET-FUNC-NOME          PIC X(20) VALUE SPACES.
           05 LINDET-FUNC-SENHA         PIC X(10) VALUE SPACES.
           05 LINDET-FUNC-CARGO         PIC X(09) VALUE SPACES.

       01 WS-DADOS-FUNC                 PIC X(46) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *    EMBARALHAMENTO DA SENHA (MESMA CONTA DO LOGIN DO PRINCIPAL)
      *-----------------------------------------------------------------
       01 WS-ALFABETO                   PIC X(68) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz01234567
      -    '89.-_@*'.
       01 WS-SENHA-HASH                 PIC X(10) VALUE SPACES.
       01 WS-HASH-ACC                   PIC 9(09) VALUE ZEROS.
       01 WS-HASH-TEMP                  PIC 9(12) VALUE ZEROS.
       01 WS-HASH-QUOC                  PIC 9(12) VALUE ZEROS.
       01 WS-HASH-POS                   PIC 9(02) VALUE ZEROS.
       01 WS-HASH-I                     PIC 9(02) VALUE ZEROS.
       01 WS-HASH-J                     PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              LOG DE AUDITORIA
      *-----------------------------------------------------------------
       01 WS-AUD-MODULO                 PIC X(10) VALUE 'LGPD'.
       01 WS-AUD-OPERACAO               PIC X(10) VALUE SPACES.
       01 WS-AUD-CHAVE                  PIC X(15) VALUE SPACES.
       01 WS-AUD-VALOR-ANTIGO           PIC X(75) VALUE SPACES.
       01 WS-AUD-VALOR-NOVO             PIC X(75) VALUE SPACES.
      *-----------------------------------------------------------------

       LINKAGE SECTION.

       01 WS-SUB-OPTION                 PIC X(01).
       01 WS-OPERADOR-SESSAO            PIC X(38).
       01 WS-SUB-VALOR                  PIC X(40).
       01 WS-SUB-RESULTADO              PIC X(40).

       PROCEDURE DIVISION USING WS-SUB-OPTION, WS-OPERADOR-SESSAO,
                       WS-SUB-VALOR, WS-SUB-RESULTADO.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR

           EVALUATE WS-SUB-OPTION
           WHEN 'C'
               PERFORM 2100-MASCARAR-CPF
           WHEN 'T'
               PERFORM 2200-MASCARAR-TELEFONE
           WHEN 'E'
               PERFORM 2300-MASCARAR-EMAIL
           WHEN 'L'
               PERFORM 4000-LIBERAR-LISTA
           WHEN OTHER
               MOVE WS-SUB-VALOR TO WS-SUB-RESULTADO
           END-EVALUATE

           PERFORM 3000-FINALIZAR
           .

      *-----------------------------------------------------------------
      *                        INICIALIZACAO
      *-----------------------------------------------------------------

      *    GERENTE E ATENDENTE VEEM OS DADOS INTEIROS; RODADA SEM
      *    SESSAO TAMBEM (LISTAS DO NOTURNO).
       1000-INICIALIZAR                SECTION.

           MOVE SPACES TO WS-OPER-ID
           MOVE SPACES TO WS-OPER-NOME
           MOVE SPACES TO WS-OPER-CARGO
           UNSTRING WS-OPERADOR-SESSAO DELIMITED BY '|'
               INTO WS-OPER-ID
                    WS-OPER-NOME
                    WS-OPER-CARGO

           IF WS-OPERADOR-SESSAO = SPACES OR
              WS-OPER-CARGO = 'GERENTE' OR
              WS-OPER-CARGO = 'ATENDENTE'
               MOVE 'S' TO WS-VE-COMPLETO
           ELSE
               MOVE 'N' TO WS-VE-COMPLETO
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

           MOVE SPACES TO WS-ARQ-FUNCIONARIOS-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Funcionarios.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FUNCIONARIOS-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                        MASCARAS
      *-----------------------------------------------------------------

      *    CPF GRAVADO COM 11 DIGITOS: SO O MEIO FICA VISIVEL,
      *    ***.456.789-**.
       2100-MASCARAR-CPF               SECTION.

           MOVE SPACES TO WS-SUB-RESULTADO
           IF WS-VE-COMPLETO = 'S' OR WS-SUB-VALOR = SPACES
               MOVE WS-SUB-VALOR TO WS-SUB-RESULTADO
           ELSE
               STRING '***.' DELIMITED BY SIZE
                      WS-SUB-VALOR(4:3) DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                      WS-SUB-VALOR(7:3) DELIMITED BY SIZE
                      '-**' DELIMITED BY SIZE
                      INTO WS-SUB-RESULTADO
           END-IF
           .
       2100-MASCARAR-CPF-FIM.
           EXIT.

      *    TELEFONE: OS DIGITOS VIRAM '*', MENOS OS QUATRO ULTIMOS
      *    CARACTERES; PARENTESES E TRACO FICAM NO LUGAR.
       2200-MASCARAR-TELEFONE          SECTION.

           MOVE WS-SUB-VALOR TO WS-SUB-RESULTADO
           IF WS-VE-COMPLETO = 'N'
               MOVE ZEROS TO WS-MSC-ULTIMA
               PERFORM VARYING WS-MSC-I FROM 1 BY 1
                       UNTIL WS-MSC-I > 40
                   IF WS-SUB-VALOR(WS-MSC-I:1) NOT = SPACE
                       MOVE WS-MSC-I TO WS-MSC-ULTIMA
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-MSC-I FROM 1 BY 1
                       UNTIL WS-MSC-I + 4 > WS-MSC-ULTIMA
                   IF WS-SUB-VALOR(WS-MSC-I:1) IS NUMERIC
                       MOVE '*' TO WS-SUB-RESULTADO(WS-MSC-I:1)
                   END-IF
               END-PERFORM
           END-IF
           .
       2200-MASCARAR-TELEFONE-FIM.
           EXIT.

      *    E-MAIL: FICA A PRIMEIRA LETRA E O DOMINIO, O RESTO DO NOME
      *    VIRA '*'. SEM '@', SO A PRIMEIRA LETRA FICA.
       2300-MASCARAR-EMAIL             SECTION.

           MOVE WS-SUB-VALOR TO WS-SUB-RESULTADO
           IF WS-VE-COMPLETO = 'N' AND WS-SUB-VALOR NOT = SPACES
               MOVE ZEROS TO WS-MSC-ARROBA
               INSPECT WS-SUB-VALOR TALLYING WS-MSC-ARROBA
                   FOR CHARACTERS BEFORE INITIAL '@'

               IF WS-MSC-ARROBA = 40
                   MOVE ZEROS TO WS-MSC-ULTIMA
                   PERFORM VARYING WS-MSC-I FROM 1 BY 1
                           UNTIL WS-MSC-I > 40
                       IF WS-SUB-VALOR(WS-MSC-I:1) NOT = SPACE
                           MOVE WS-MSC-I TO WS-MSC-ULTIMA
                       END-IF
                   END-PERFORM
                   MOVE WS-MSC-ULTIMA TO WS-MSC-ARROBA
               END-IF

               PERFORM VARYING WS-MSC-I FROM 2 BY 1
                       UNTIL WS-MSC-I > WS-MSC-ARROBA
                   MOVE '*' TO WS-SUB-RESULTADO(WS-MSC-I:1)
               END-PERFORM
           END-IF
           .
       2300-MASCARAR-EMAIL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                 LIBERACAO DE LISTA EXPORTADA
      *-----------------------------------------------------------------

      *    WS-SUB-VALOR TRAZ O NOME DA LISTA; WS-SUB-RESULTADO(1:1)
      *    VOLTA 'S' (DADOS COMPLETOS) OU 'N' (MASCARADOS). QUEM JA VE
      *    OS DADOS INTEIROS NAO PRECISA DE AUTORIZACAO.
       4000-LIBERAR-LISTA              SECTION.

           MOVE SPACES TO WS-SUB-RESULTADO
           IF WS-VE-COMPLETO = 'S'
               MOVE 'S' TO WS-SUB-RESULTADO(1:1)
           ELSE
               MOVE 'N' TO WS-SUB-RESULTADO(1:1)
               DISPLAY "A LISTA SAI COM CPF, TELEFONE E E-MAIL "
                   "MASCARADOS PARA O SEU CARGO."
               DISPLAY "Liberar os dados completos com autorizacao "
                   "de um gerente? (S/N)"
               MOVE SPACES TO WS-LIB-RESPOSTA
               ACCEPT WS-LIB-RESPOSTA
               IF WS-LIB-RESPOSTA = 'S' OR WS-LIB-RESPOSTA = 's'
                   PERFORM 4100-AUTORIZAR-GERENTE
               END-IF
           END-IF
           .
       4000-LIBERAR-LISTA-FIM.
           EXIT.

       4100-AUTORIZAR-GERENTE          SECTION.

           PERFORM 1010-CARREGAR-DIRETORIO

           DISPLAY "Matricula do gerente: "
           ACCEPT WS-LIB-MATRICULA
           DISPLAY "Senha do gerente: "
           ACCEPT WS-LIB-SENHA
           DISPLAY "Motivo da liberacao: "
           MOVE SPACES TO WS-LIB-MOTIVO
           ACCEPT WS-LIB-MOTIVO

           PERFORM 4200-EMBARALHAR-SENHA
           PERFORM 4300-VALIDAR-GERENTE

           MOVE WS-SUB-VALOR(1:15) TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-VALOR-ANTIGO
           STRING 'PEDIDO POR ' DELIMITED BY SIZE
                  WS-OPER-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OPER-NOME DELIMITED BY '  '
                  ' (' DELIMITED BY SIZE
                  WS-OPER-CARGO DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
                  INTO WS-AUD-VALOR-ANTIGO
           MOVE SPACES TO WS-AUD-VALOR-NOVO

           IF WS-LIB-OK = 'S' AND WS-LIB-MOTIVO NOT = SPACES
               MOVE 'S' TO WS-SUB-RESULTADO(1:1)
               MOVE 'LIBERACAO' TO WS-AUD-OPERACAO
               STRING 'GERENTE ' DELIMITED BY SIZE
                      WS-LIB-MATRICULA DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WS-LIB-MOTIVO DELIMITED BY SIZE
                      INTO WS-AUD-VALOR-NOVO
               DISPLAY "LISTA LIBERADA COM DADOS COMPLETOS."
           ELSE
               MOVE 'N' TO WS-SUB-RESULTADO(1:1)
               MOVE 'NEGADO' TO WS-AUD-OPERACAO
               IF WS-LIB-OK = 'S'
                   MOVE 'SEM MOTIVO INFORMADO' TO WS-AUD-VALOR-NOVO
                   DISPLAY "INFORME O MOTIVO DA LIBERACAO."
               ELSE
                   STRING 'GERENTE ' DELIMITED BY SIZE
                          WS-LIB-MATRICULA DELIMITED BY SIZE
                          ': MATRICULA/SENHA NAO CONFERE'
                              DELIMITED BY SIZE
                          INTO WS-AUD-VALOR-NOVO
                   DISPLAY "MATRICULA OU SENHA DE GERENTE INVALIDA."
               END-IF
               DISPLAY "A LISTA SAI MASCARADA."
           END-IF

           CALL 'AUDITORIA' USING WS-AUD-MODULO, WS-AUD-OPERACAO,
               WS-AUD-CHAVE, WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
               WS-OPERADOR-SESSAO
           .
       4100-AUTORIZAR-GERENTE-FIM.
           EXIT.

      *    MESMA CONTA DO 0540-EMBARALHAR-SENHA DO PRINCIPAL.
       4200-EMBARALHAR-SENHA           SECTION.

           MOVE 7 TO WS-HASH-ACC

           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                   UNTIL WS-HASH-I > 10
               MOVE ZEROS TO WS-HASH-POS
               PERFORM VARYING WS-HASH-J FROM 1 BY 1
                       UNTIL WS-HASH-J > 68
                   IF WS-ALFABETO(WS-HASH-J:1) =
                       WS-LIB-SENHA(WS-HASH-I:1)
                       MOVE WS-HASH-J TO WS-HASH-POS
                   END-IF
               END-PERFORM

               COMPUTE WS-HASH-TEMP =
                   (WS-HASH-ACC * 31) + WS-HASH-POS + WS-HASH-I
               DIVIDE WS-HASH-TEMP BY 999999999
                   GIVING WS-HASH-QUOC REMAINDER WS-HASH-ACC
           END-PERFORM

           MOVE SPACES TO WS-SENHA-HASH
           MOVE 'H' TO WS-SENHA-HASH(1:1)
           MOVE WS-HASH-ACC TO WS-SENHA-HASH(2:9)
           .
       4200-EMBARALHAR-SENHA-FIM.
           EXIT.

      *    A MATRICULA TEM QUE SER DE UM GERENTE E A SENHA TEM QUE
      *    CONFERIR COMO NO LOGIN (EMBARALHADA, TEMPORARIA OU LEGADA).
       4300-VALIDAR-GERENTE            SECTION.

           MOVE 'N' TO WS-LIB-OK

           OPEN INPUT FUNCIONARIOS
           IF AS-STATUS-FUNC = ZEROS
               MOVE 'S' TO WS-CLOSE-FUNC
               PERFORM UNTIL WS-CLOSE-FUNC = 'N'
                   READ FUNCIONARIOS INTO WS-DADOS-FUNC
                       AT END
                           MOVE 'N' TO WS-CLOSE-FUNC
                       NOT AT END
                           MOVE SPACES TO LINDET-FUNC
                           UNSTRING WS-DADOS-FUNC DELIMITED BY '|'
                               INTO LINDET-FUNC-ID
                                    LINDET-FUNC-NOME
                                    LINDET-FUNC-SENHA
                                    LINDET-FUNC-CARGO
                           IF LINDET-FUNC-ID = WS-LIB-MATRICULA AND
                              LINDET-FUNC-CARGO = 'GERENTE'
                               EVALUATE TRUE
                                   WHEN (LINDET-FUNC-SENHA(1:1) = 'H'
                                     OR LINDET-FUNC-SENHA(1:1) = 'T')
                                     AND LINDET-FUNC-SENHA(2:9)
                                         IS NUMERIC
                                       IF LINDET-FUNC-SENHA(2:9) =
                                           WS-SENHA-HASH(2:9)
                                           MOVE 'S' TO WS-LIB-OK
                                       END-IF
                                   WHEN OTHER
                                       IF LINDET-FUNC-SENHA =
                                           WS-LIB-SENHA
                                           MOVE 'S' TO WS-LIB-OK
                                       END-IF
                               END-EVALUATE
                               MOVE 'N' TO WS-CLOSE-FUNC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNCIONARIOS
           END-IF
           .
       4300-VALIDAR-GERENTE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                        FINALIZACAO
      *-----------------------------------------------------------------

       3000-FINALIZAR                  SECTION.

            EXIT PROGRAM
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM MASCARA.
