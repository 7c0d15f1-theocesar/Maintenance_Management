       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILIAL.
      ******************************************************************
      * Author: Théo César
      * Date: 01/10/2026
      * Purpose: Cadastro das filiais da oficina, com capacidade diaria
      *          e quantidade de boxes de cada uma
      * Modifications:
      *    01/10/2026 - Filial's structure finished. Filiais.txt guarda
      *    codigo (2 digitos), nome, capacidade diaria de agendamentos
      *    e quantidade de boxes de cada filial. Sem o arquivo, ou com
      *    uma filial so, tudo continua como a oficina unica de antes
      *    (filial 01, com Capacidade-dia.txt e Boxes-dia.txt). Alem do
      *    menu (PRINCIPAL, opcao L), o primeiro parametro escolhe o
      *    modo de quem chama: S = escolha da filial no login (volta
      *    no terceiro parametro); P = filial de um relatorio (GERENTE
      *    informa a filial ou ENTER para o consolidado, que volta em
      *    branco; os demais ficam na filial da sessao); C = devolve a
      *    capacidade e os boxes da filial do terceiro parametro no
      *    quarto e no quinto (zeros quando a filial nao tem cadastro,
      *    e quem chama fica com os arquivos antigos); V = confere a
      *    filial do terceiro parametro, que volta em branco quando
      *    nao tem cadastro. Incluir e alterar filial e so para
      *    GERENTE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FILIAIS ASSIGN TO WS-ARQ-FILIAIS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FIL.

       DATA DIVISION.
       FILE SECTION.

       FD FILIAIS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FILIAIS                   PIC X(30).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-FIL                 PIC 9(02) VALUE ZEROS.

       01 AS-FIM-LOOP-MAIN              PIC X(03) VALUE 'NAO'.
       01 WS-OPCAO                      PIC X(01) VALUE SPACES.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-FILIAIS-PATH           PIC X(80) VALUE SPACES.
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
       01 LINDET-FIL.
           05 LINDET-FIL-CODIGO         PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-FIL-NOME           PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-FIL-CAPACIDADE-X   PIC X(03) VALUE '000'.
           05 LINDET-FIL-CAPACIDADE-N REDEFINES LINDET-FIL-CAPACIDADE-X
                                        PIC 9(03).
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-FIL-BOXES-X        PIC X(02) VALUE '00'.
           05 LINDET-FIL-BOXES-N REDEFINES LINDET-FIL-BOXES-X
                                        PIC 9(02).
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         TABELA EM MEMORIA (ARQUIVO PEQUENO)
      *-----------------------------------------------------------------
       01 WS-TAB-FIL.
           05 WS-FIL-ENT-REG OCCURS 50 TIMES PIC X(30).
       01 WS-FIL-QTD                    PIC 9(02) VALUE ZEROS.
       01 WS-FIL-I                      PIC 9(02) VALUE ZEROS.
       01 WS-FIL-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-FIL-BUSCA                  PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         ENTRADA DO OPERADOR
      *-----------------------------------------------------------------
       01 WS-INF-CODIGO                 PIC X(02) VALUE SPACES.
       01 WS-INF-NOME                   PIC X(20) VALUE SPACES.
       01 WS-INF-CAPACIDADE             PIC 9(03) VALUE ZEROS.
       01 WS-INF-BOXES                  PIC 9(02) VALUE ZEROS.
       01 WS-CODIGO-VALIDO              PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              LOG DE AUDITORIA
      *-----------------------------------------------------------------
       01 WS-AUD-MODULO                 PIC X(10) VALUE 'FILIAL'.
       01 WS-AUD-OPERACAO               PIC X(10) VALUE SPACES.
       01 WS-AUD-CHAVE                  PIC X(15) VALUE SPACES.
       01 WS-AUD-VALOR-ANTIGO           PIC X(75) VALUE SPACES.
       01 WS-AUD-VALOR-NOVO             PIC X(75) VALUE SPACES.
      *-----------------------------------------------------------------

       LINKAGE SECTION.

       01 WS-SUB-OPTION                 PIC X(01).
       01 WS-OPERADOR-SESSAO            PIC X(38).
       01 WS-SUB-FILIAL                 PIC X(02).
       01 WS-SUB-CAPACIDADE             PIC 9(03).
       01 WS-SUB-BOXES                  PIC 9(02).

       PROCEDURE DIVISION USING WS-SUB-OPTION, WS-OPERADOR-SESSAO,
                       WS-SUB-FILIAL, WS-SUB-CAPACIDADE, WS-SUB-BOXES.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR

           EVALUATE WS-SUB-OPTION
               WHEN 'S'
                   PERFORM 2100-CARREGAR-FILIAIS
                   PERFORM 5000-ESCOLHER-FILIAL-LOGIN
               WHEN 'P'
                   PERFORM 2100-CARREGAR-FILIAIS
                   PERFORM 5100-FILIAL-DO-RELATORIO
               WHEN 'C'
                   PERFORM 2100-CARREGAR-FILIAIS
                   PERFORM 5200-CAPACIDADE-DA-FILIAL
               WHEN 'V'
                   PERFORM 2100-CARREGAR-FILIAIS
                   PERFORM 5300-VALIDAR-FILIAL
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
                  'Filiais.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FILIAIS-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.

       1100-DISPLAY-MENU               SECTION.

           DISPLAY "|---------------------------------------|"
           DISPLAY "|   FILIAIS                             |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "| 1. Listar filiais                     |"
           DISPLAY "| 2. Incluir filial (gerente)           |"
           DISPLAY "| 3. Alterar nome, capacidade ou boxes  |"
           DISPLAY "|    de uma filial (gerente)            |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "Filial da sessao: " WS-OPER-FILIAL
           DISPLAY "Escolha uma opcao:"
           ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
           WHEN '1'
               PERFORM 2100-CARREGAR-FILIAIS
               PERFORM 2300-LISTAR-FILIAIS
           WHEN '2'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 2400-INCLUIR-FILIAL
               ELSE
                   DISPLAY "ACESSO NEGADO: SOMENTE GERENTE."
               END-IF
           WHEN '3'
               IF WS-OPER-CARGO = 'GERENTE'
                   PERFORM 2500-ALTERAR-FILIAL
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
      *         CADASTRO DE FILIAIS
      *-----------------------------------------------------------------

      * CARREGA TODAS AS FILIAIS PARA A TABELA EM MEMORIA.
       2100-CARREGAR-FILIAIS           SECTION.

           MOVE ZEROS TO WS-FIL-QTD

           OPEN INPUT FILIAIS
           IF AS-STATUS-FIL = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ FILIAIS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-FIL-QTD < 50 AND
                              ARQ-FILIAIS NOT = SPACES
                               ADD 1 TO WS-FIL-QTD
                               MOVE ARQ-FILIAIS TO
                                   WS-FIL-ENT-REG(WS-FIL-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILIAIS
           END-IF
           .
       2100-CARREGAR-FILIAIS-FIM.
           EXIT.

      * REGRAVA FILIAIS.TXT INTEIRO A PARTIR DA TABELA.
       2150-REGRAVAR-FILIAIS           SECTION.

           OPEN OUTPUT FILIAIS
           IF AS-STATUS-FIL NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-FIL
           ELSE
               PERFORM VARYING WS-FIL-I FROM 1 BY 1
                       UNTIL WS-FIL-I > WS-FIL-QTD
                   MOVE WS-FIL-ENT-REG(WS-FIL-I) TO ARQ-FILIAIS
                   WRITE ARQ-FILIAIS
               END-PERFORM
               CLOSE FILIAIS
           END-IF
           .
       2150-REGRAVAR-FILIAIS-FIM.
           EXIT.

       2200-LOCALIZAR-FILIAL           SECTION.

           MOVE 'N' TO WS-FIL-ACHOU
           PERFORM VARYING WS-FIL-I FROM 1 BY 1
                   UNTIL WS-FIL-I > WS-FIL-QTD OR WS-FIL-ACHOU = 'S'
               IF WS-FIL-ENT-REG(WS-FIL-I)(1:2) = WS-FIL-BUSCA
                   MOVE 'S' TO WS-FIL-ACHOU
               END-IF
           END-PERFORM
           IF WS-FIL-ACHOU = 'S'
               SUBTRACT 1 FROM WS-FIL-I
               MOVE WS-FIL-ENT-REG(WS-FIL-I) TO LINDET-FIL
           END-IF
           .
       2200-LOCALIZAR-FILIAL-FIM.
           EXIT.

      * CODIGO DE FILIAL EM WS-INF-CODIGO: DOIS DIGITOS, DIFERENTE
      * DE 00.
       2250-VALIDAR-CODIGO             SECTION.

           MOVE 'N' TO WS-CODIGO-VALIDO
           IF WS-INF-CODIGO IS NUMERIC AND WS-INF-CODIGO NOT = '00'
               MOVE 'S' TO WS-CODIGO-VALIDO
           END-IF
           .
       2250-VALIDAR-CODIGO-FIM.
           EXIT.

       2300-LISTAR-FILIAIS             SECTION.

           PERFORM VARYING WS-FIL-I FROM 1 BY 1
                   UNTIL WS-FIL-I > WS-FIL-QTD
               DISPLAY WS-FIL-ENT-REG(WS-FIL-I)
           END-PERFORM
           DISPLAY WS-FIL-QTD " FILIAL(IS) CADASTRADA(S)"
           .
       2300-LISTAR-FILIAIS-FIM.
           EXIT.

       2400-INCLUIR-FILIAL             SECTION.

           DISPLAY "Codigo da filial (2 digitos): "
           ACCEPT WS-INF-CODIGO

           PERFORM 2100-CARREGAR-FILIAIS
           PERFORM 2250-VALIDAR-CODIGO
           MOVE WS-INF-CODIGO TO WS-FIL-BUSCA
           PERFORM 2200-LOCALIZAR-FILIAL

           EVALUATE TRUE
               WHEN WS-CODIGO-VALIDO = 'N'
                   DISPLAY "CODIGO INVALIDO: USE DOIS DIGITOS DE 01 A "
                       "99."
               WHEN WS-FIL-ACHOU = 'S'
                   DISPLAY "JA EXISTE UMA FILIAL COM ESSE CODIGO"
               WHEN WS-FIL-QTD NOT < 50
                   DISPLAY "CADASTRO CHEIO (50 FILIAIS)."
               WHEN OTHER
                   MOVE WS-INF-CODIGO TO LINDET-FIL-CODIGO
                   DISPLAY "Nome da filial: "
                   ACCEPT LINDET-FIL-NOME
                   DISPLAY "Capacidade diaria de agendamentos: "
                   ACCEPT WS-INF-CAPACIDADE
                   MOVE WS-INF-CAPACIDADE TO LINDET-FIL-CAPACIDADE-N
                   DISPLAY "Quantidade de boxes: "
                   ACCEPT WS-INF-BOXES
                   MOVE WS-INF-BOXES TO LINDET-FIL-BOXES-N

                   ADD 1 TO WS-FIL-QTD
                   MOVE LINDET-FIL TO WS-FIL-ENT-REG(WS-FIL-QTD)
                   PERFORM 2150-REGRAVAR-FILIAIS

                   MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
                   MOVE WS-INF-CODIGO TO WS-AUD-CHAVE
                   MOVE SPACES TO WS-AUD-VALOR-ANTIGO
                   MOVE LINDET-FIL TO WS-AUD-VALOR-NOVO
                   CALL 'AUDITORIA' USING WS-AUD-MODULO,
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO

                   DISPLAY "FILIAL CADASTRADA COM SUCESSO"
           END-EVALUATE
           .
       2400-INCLUIR-FILIAL-FIM.
           EXIT.

      * NOME, CAPACIDADE OU BOXES EM BRANCO/ZERO MANTEM O VALOR ATUAL.
       2500-ALTERAR-FILIAL             SECTION.

           DISPLAY "Codigo da filial: "
           ACCEPT WS-INF-CODIGO

           PERFORM 2100-CARREGAR-FILIAIS
           MOVE WS-INF-CODIGO TO WS-FIL-BUSCA
           PERFORM 2200-LOCALIZAR-FILIAL

           IF WS-FIL-ACHOU = 'N'
               DISPLAY "FILIAL NAO CADASTRADA"
           ELSE
               MOVE LINDET-FIL TO WS-AUD-VALOR-ANTIGO
               DISPLAY LINDET-FIL

               MOVE SPACES TO WS-INF-NOME
               DISPLAY "Novo nome (ENTER mantem): "
               ACCEPT WS-INF-NOME
               IF WS-INF-NOME NOT = SPACES
                   MOVE WS-INF-NOME TO LINDET-FIL-NOME
               END-IF

               MOVE ZEROS TO WS-INF-CAPACIDADE
               DISPLAY "Nova capacidade diaria (zero mantem): "
               ACCEPT WS-INF-CAPACIDADE
               IF WS-INF-CAPACIDADE > ZEROS
                   MOVE WS-INF-CAPACIDADE TO LINDET-FIL-CAPACIDADE-N
               END-IF

               MOVE ZEROS TO WS-INF-BOXES
               DISPLAY "Nova quantidade de boxes (zero mantem): "
               ACCEPT WS-INF-BOXES
               IF WS-INF-BOXES > ZEROS
                   MOVE WS-INF-BOXES TO LINDET-FIL-BOXES-N
               END-IF

               MOVE LINDET-FIL TO WS-FIL-ENT-REG(WS-FIL-I)
               PERFORM 2150-REGRAVAR-FILIAIS

               MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
               MOVE WS-INF-CODIGO TO WS-AUD-CHAVE
               MOVE LINDET-FIL TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-OPERADOR-SESSAO

               DISPLAY "FILIAL ALTERADA COM SUCESSO"
           END-IF
           .
       2500-ALTERAR-FILIAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         MODOS CHAMADOS POR OUTROS PROGRAMAS
      *-----------------------------------------------------------------

      * LOGIN: SEM CADASTRO A SESSAO FICA NA FILIAL 01; COM UMA FILIAL
      * SO, NELA; COM MAIS DE UMA, O OPERADOR ESCOLHE NA LISTA.
       5000-ESCOLHER-FILIAL-LOGIN      SECTION.

           EVALUATE WS-FIL-QTD
               WHEN ZEROS
                   MOVE '01' TO WS-SUB-FILIAL
               WHEN 1
                   MOVE WS-FIL-ENT-REG(1)(1:2) TO WS-SUB-FILIAL
               WHEN OTHER
                   PERFORM 2300-LISTAR-FILIAIS
                   MOVE 'N' TO WS-FIL-ACHOU
                   PERFORM UNTIL WS-FIL-ACHOU = 'S'
                       DISPLAY "Filial desta sessao: "
                       ACCEPT WS-FIL-BUSCA
                       PERFORM 2200-LOCALIZAR-FILIAL
                       IF WS-FIL-ACHOU = 'N'
                           DISPLAY "FILIAL NAO CADASTRADA."
                       END-IF
                   END-PERFORM
                   MOVE WS-FIL-BUSCA TO WS-SUB-FILIAL
           END-EVALUATE
           .
       5000-ESCOLHER-FILIAL-LOGIN-FIM.
           EXIT.

      * RELATORIO: GERENTE ESCOLHE UMA FILIAL OU O CONSOLIDADO (VOLTA
      * EM BRANCO); OS DEMAIS CARGOS SO VEEM A FILIAL DA SESSAO. COM
      * UMA FILIAL SO NAO HA O QUE PERGUNTAR.
       5100-FILIAL-DO-RELATORIO        SECTION.

           EVALUATE TRUE
               WHEN WS-OPER-CARGO NOT = 'GERENTE'
                   MOVE WS-OPER-FILIAL TO WS-SUB-FILIAL
               WHEN WS-FIL-QTD < 2
                   MOVE SPACES TO WS-SUB-FILIAL
               WHEN OTHER
                   PERFORM 5150-PERGUNTAR-FILIAL
           END-EVALUATE
           .
       5100-FILIAL-DO-RELATORIO-FIM.
           EXIT.

       5150-PERGUNTAR-FILIAL           SECTION.

           MOVE 'N' TO WS-FIL-ACHOU
           PERFORM UNTIL WS-FIL-ACHOU = 'S'
               MOVE SPACES TO WS-FIL-BUSCA
               DISPLAY "Filial do relatorio (ENTER = consolidado "
                   "de todas): "
               ACCEPT WS-FIL-BUSCA
               IF WS-FIL-BUSCA = SPACES
                   MOVE 'S' TO WS-FIL-ACHOU
               ELSE
                   PERFORM 2200-LOCALIZAR-FILIAL
                   IF WS-FIL-ACHOU = 'N'
                       DISPLAY "FILIAL NAO CADASTRADA."
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-FIL-BUSCA TO WS-SUB-FILIAL
           IF WS-SUB-FILIAL = SPACES
               DISPLAY "RELATORIO CONSOLIDADO DE TODAS AS FILIAIS"
           ELSE
               DISPLAY "RELATORIO DA FILIAL " WS-SUB-FILIAL " - "
                   LINDET-FIL-NOME
           END-IF
           .
       5150-PERGUNTAR-FILIAL-FIM.
           EXIT.

       5200-CAPACIDADE-DA-FILIAL       SECTION.

           MOVE ZEROS TO WS-SUB-CAPACIDADE
           MOVE ZEROS TO WS-SUB-BOXES
           MOVE WS-SUB-FILIAL TO WS-FIL-BUSCA
           PERFORM 2200-LOCALIZAR-FILIAL
           IF WS-FIL-ACHOU = 'S'
               IF LINDET-FIL-CAPACIDADE-X IS NUMERIC
                   MOVE LINDET-FIL-CAPACIDADE-N TO WS-SUB-CAPACIDADE
               END-IF
               IF LINDET-FIL-BOXES-X IS NUMERIC
                   MOVE LINDET-FIL-BOXES-N TO WS-SUB-BOXES
               END-IF
           END-IF
           .
       5200-CAPACIDADE-DA-FILIAL-FIM.
           EXIT.

      * CONFERE SE A FILIAL INFORMADA TEM CADASTRO (TRANSFERENCIA DE
      * ESTOQUE); SEM CADASTRO VOLTA EM BRANCO.
       5300-VALIDAR-FILIAL             SECTION.

           MOVE WS-SUB-FILIAL TO WS-FIL-BUSCA
           PERFORM 2200-LOCALIZAR-FILIAL
           IF WS-FIL-ACHOU = 'N'
               MOVE SPACES TO WS-SUB-FILIAL
           END-IF
           .
       5300-VALIDAR-FILIAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------

       3000-FINALIZAR                  SECTION.

            EXIT PROGRAM
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM FILIAL.
