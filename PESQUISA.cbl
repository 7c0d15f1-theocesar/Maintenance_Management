       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESQUISA.
      ******************************************************************
      * Author: Théo César
      * Date: 29/09/2026
      * Purpose: Pesquisa de satisfacao pos-servico (NPS) - lista de
      *          ligacoes, registro das notas e relatorio mensal
      * Modifications:
      *    29/09/2026 - Pesquisa's structure finished. A lista do dia
      *    traz as OS concluidas ha tres dias corridos e ainda nao
      *    pesquisadas, com nome e telefone do cliente resolvidos por
      *    placa -> CPF -> Clientes.txt como a lista de confirmacao,
      *    exportada em Lista-pesquisa.txt. O atendente registra a
      *    nota (0 a 10) e o comentario contra a OS: vai para
      *    Pesquisas.txt, para o log de contatos do cliente
      *    (Contatos.txt, motivo PESQUISA) e para a auditoria. O
      *    relatorio do mes (Relatorio-nps_MMAAAA.txt) da o NPS geral,
      *    por mecanico e por tipo de servico (promotores 9-10 menos
      *    detratores 0-6, em % das respostas) e lista todo detrator
      *    com telefone para o gerente ligar de volta.
      *    30/09/2026 - Registro do cliente com 236 posicoes. A lista
      *    do dia so traz quem autorizou contato por telefone (o
      *    consentimento de marketing do cadastro); os demais ficam de
      *    fora e a quantidade excluida vai para
      *    Exclusoes-consentimento.txt, somada no relatorio do
      *    CLIENTE. O cadastro de veiculos passa a ser lido em
      *    Files/Veiculos.txt, onde o VEICULOS o mantem.
      *    01/10/2026 - Manutencao.txt e Historico-anual.txt lidos
      *    com 179 posicoes (filial no fim).
      *    03/10/2026 - Veiculos.txt lido com 85 posicoes (chassi no
      *    fim do registro).
      *    07/10/2026 - Telefone do cliente mascarado na tela do
      *    registro da nota, na lista do dia e na lista de detratores
      *    do relatorio para os cargos que nao precisam dele
      *    (subprograma MASCARA). As listas so saem completas com
      *    autorizacao de um gerente, registrada na auditoria.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PESQUISAS ASSIGN TO WS-ARQ-PESQUISAS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-PES.

       SELECT MAINTENANCE ASSIGN TO WS-ARQ-MAINTENANCE-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-MAN.

       SELECT HISTORICO-ANUAL ASSIGN TO WS-ARQ-HISTORICO-ANUAL-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-ANUAL.

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

       SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CON.

       SELECT LISTA-PESQUISA ASSIGN TO WS-ARQ-LISTA-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-LIS.

       SELECT RELATORIO-NPS ASSIGN TO WS-ARQ-RELATORIO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-REL.

       SELECT EXCLUSOES-CONS ASSIGN TO WS-ARQ-EXCLUSOES-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-EXC.

       DATA DIVISION.
       FILE SECTION.

       FD PESQUISAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PESQUISAS                 PIC X(123).

       FD MAINTENANCE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MAINTENANCE               PIC X(179).

       FD HISTORICO-ANUAL
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HISTORICO-ANUAL           PIC X(179).

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

       FD CONTATOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONTATOS                  PIC X(81).

       FD LISTA-PESQUISA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-LISTA-PESQUISA            PIC X(150).

       FD RELATORIO-NPS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RELATORIO-NPS             PIC X(120).

       FD EXCLUSOES-CONS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-EXCLUSOES-CONS            PIC X(52).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-PES                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MAN                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ANUAL               PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-VEI                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CLI                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CON                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-LIS                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-REL                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-EXC                 PIC 9(02) VALUE ZEROS.

       01 AS-FIM-LOOP-MAIN              PIC X(03) VALUE 'NAO'.
       01 WS-OPCAO                      PIC X(01) VALUE SPACES.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-CLOSE-PES                  PIC X(01) VALUE 'S'.
       01 WS-DATA                       PIC X(08) VALUE SPACES.
       01 WS-DATA-HOJE                  PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-PESQUISAS-PATH         PIC X(80) VALUE SPACES.
       01 WS-ARQ-MAINTENANCE-PATH       PIC X(80) VALUE SPACES.
       01 WS-ARQ-HISTORICO-ANUAL-PATH   PIC X(80) VALUE SPACES.
       01 WS-ARQ-VEICULOS-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-CLIENTES-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-CONTATOS-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-LISTA-PATH             PIC X(80) VALUE SPACES.
       01 WS-ARQ-RELATORIO-PATH         PIC X(80) VALUE SPACES.
       01 WS-ARQ-EXCLUSOES-PATH         PIC X(80) VALUE SPACES.
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
      *    UMA RESPOSTA POR OS: DATA DA LIGACAO, VEICULO, CLIENTE,
      *    MECANICO E TIPO DE SERVICO DA OS, NOTA, QUEM LIGOU E O QUE
      *    O CLIENTE DISSE.
       01 LINDET-PES.
           05 LINDET-PES-OS             PIC X(06) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-PES-DATA           PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-PES-PLACA          PIC X(08) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-PES-CPF            PIC X(11) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-PES-MECANICO       PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-PES-TIPO-SERVICO   PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-PES-NOTA           PIC 9(02) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-PES-OPERADOR       PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-PES-COMENTARIO     PIC X(60) VALUE SPACES.

      *    MESMO LAYOUT DO LOG DE CONTATOS DO CADASTRO DE CLIENTES.
       01 LINDET-CONT.
           05 LINDET-CONT-CPF           PIC X(11) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CONT-DATA          PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CONT-OPERADOR      PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CONT-MOTIVO        PIC X(11) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CONT-RESULTADO     PIC X(30) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CONT-RETORNO       PIC X(10) VALUE SPACES.

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
           05 FILLER                    PIC X(61).
           05 LINDET-MAN-CONCLUSAO      PIC X(10).
           05 FILLER                    PIC X(01).
           05 LINDET-MAN-MECANICO       PIC X(04).
           05 FILLER                    PIC X(50).

       01 LINDET-CLI.
           05 LINDET-CLI-NOME           PIC X(40).
           05 FILLER                    PIC X(92).
           05 LINDET-CLI-TELEFONE       PIC X(13).
           05 FILLER                    PIC X(46).
           05 LINDET-CLI-CONS-TEL       PIC X(01).
           05 FILLER                    PIC X(44).

       01 WS-DADOS-VEI                  PIC X(85) VALUE SPACES.
       01 WS-VEI-PLACA                  PIC X(08) VALUE SPACES.
       01 WS-VEI-MARCA                  PIC X(15) VALUE SPACES.
       01 WS-VEI-MODELO                 PIC X(15) VALUE SPACES.
       01 WS-VEI-ANO                    PIC X(04) VALUE SPACES.
       01 WS-VEI-CPF                    PIC X(11) VALUE SPACES.

       01 WS-LINHA                      PIC X(150) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         OS PESQUISADA E CLIENTE RESOLVIDO
      *-----------------------------------------------------------------
       01 WS-OS-ACHOU                   PIC X(01) VALUE 'N'.
       01 WS-OS-PLACA                   PIC X(08) VALUE SPACES.
       01 WS-OS-STATUS                  PIC X(12) VALUE SPACES.
       01 WS-OS-TIPO                    PIC X(10) VALUE SPACES.
       01 WS-OS-MECANICO                PIC X(04) VALUE SPACES.
       01 WS-OS-CONCLUSAO               PIC X(10) VALUE SPACES.
       01 WS-JA-PESQUISADA              PIC X(01) VALUE 'N'.
       01 WS-CLI-CPF                    PIC X(11) VALUE SPACES.
       01 WS-CLI-NOME                   PIC X(40) VALUE SPACES.
       01 WS-CLI-TELEFONE               PIC X(13) VALUE SPACES.
       01 WS-CLI-CONS-TEL               PIC X(01) VALUE 'N'.
       01 WS-QTD-LIGAR                  PIC 9(03) VALUE ZEROS.
       01 WS-QTD-SEM-CONSENT            PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      *         MASCARA DE DADOS PESSOAIS (SUBPROGRAMA MASCARA)
      *-----------------------------------------------------------------
       01 WS-MSC-OPCAO                  PIC X(01) VALUE SPACES.
       01 WS-MSC-VALOR                  PIC X(40) VALUE SPACES.
       01 WS-MSC-RESULTADO              PIC X(40) VALUE SPACES.
       01 WS-MSC-LISTA                  PIC X(40) VALUE SPACES.
       01 WS-MSC-LIBERADO               PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      *         EXCLUSOES POR FALTA DE CONSENTIMENTO (POR RODADA)
      *-----------------------------------------------------------------
       01 LINDET-EXC.
           05 LINDET-EXC-DATA           PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-EXC-LISTA          PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-EXC-CANAL          PIC X(08) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-EXC-INCLUIDOS      PIC 9(05) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-EXC-EXCLUIDOS      PIC 9(05) VALUE ZEROS.

       01 WS-DAT-FUNCAO                 PIC X(01) VALUE SPACES.
       01 WS-DAT-DATA1                  PIC X(10) VALUE SPACES.
       01 WS-DAT-DATA2                  PIC X(10) VALUE SPACES.
       01 WS-DAT-VALIDA                 PIC X(01) VALUE 'N'.
       01 WS-DAT-DIAS                   PIC S9(07) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         ENTRADA DO OPERADOR
      *-----------------------------------------------------------------
       01 WS-INF-OS                     PIC X(06) VALUE SPACES.
       01 WS-INF-NOTA-X                 PIC X(02) VALUE SPACES.
       01 WS-INF-NOTA-N REDEFINES WS-INF-NOTA-X
                                        PIC 9(02).
       01 WS-NOTA-VALIDA                PIC X(01) VALUE 'N'.
       01 WS-INF-COMENTARIO             PIC X(60) VALUE SPACES.
       01 WS-INF-MES                    PIC X(07) VALUE SPACES.
       01 WS-MES-VALIDO                 PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         RELATORIO MENSAL (NPS GERAL, POR MECANICO E POR TIPO)
      *-----------------------------------------------------------------
       01 WS-GER-RESP                   PIC 9(05) VALUE ZEROS.
       01 WS-GER-PROM                   PIC 9(05) VALUE ZEROS.
       01 WS-GER-DETR                   PIC 9(05) VALUE ZEROS.

       01 WS-TAB-MEC.
           05 WS-MEC OCCURS 50 TIMES.
               10 WS-MEC-MAT            PIC X(04).
               10 WS-MEC-RESP           PIC 9(05).
               10 WS-MEC-PROM           PIC 9(05).
               10 WS-MEC-DETR           PIC 9(05).
       01 WS-MEC-QTD                    PIC 9(02) VALUE ZEROS.
       01 WS-MEC-I                      PIC 9(02) VALUE ZEROS.
       01 WS-MEC-ACHOU                  PIC X(01) VALUE 'N'.

       01 WS-TAB-TIP.
           05 WS-TIP OCCURS 50 TIMES.
               10 WS-TIP-TIPO           PIC X(10).
               10 WS-TIP-RESP           PIC 9(05).
               10 WS-TIP-PROM           PIC 9(05).
               10 WS-TIP-DETR           PIC 9(05).
       01 WS-TIP-QTD                    PIC 9(02) VALUE ZEROS.
       01 WS-TIP-I                      PIC 9(02) VALUE ZEROS.
       01 WS-TIP-ACHOU                  PIC X(01) VALUE 'N'.

       01 WS-CALC-RESP                  PIC 9(05) VALUE ZEROS.
       01 WS-CALC-PROM                  PIC 9(05) VALUE ZEROS.
       01 WS-CALC-DETR                  PIC 9(05) VALUE ZEROS.
       01 WS-CALC-NPS                   PIC S9(03) VALUE ZEROS.
       01 WS-QTD-DETRATORES             PIC 9(05) VALUE ZEROS.

       01 WS-ED-NPS                     PIC -ZZ9.
       01 WS-ED-QTD                     PIC ZZZZ9.
       01 WS-ED-PROM                    PIC ZZZZ9.
       01 WS-ED-DETR                    PIC ZZZZ9.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              LOG DE AUDITORIA
      *-----------------------------------------------------------------
       01 WS-AUD-MODULO                 PIC X(10) VALUE 'PESQUISA'.
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
                  'Pesquisas.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-PESQUISAS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Manutencao.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-MAINTENANCE-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Historico-anual.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-HISTORICO-ANUAL-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Files/Veiculos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-VEICULOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Clientes.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CLIENTES-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Contatos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CONTATOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Lista-pesquisa.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-LISTA-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Exclusoes-consentimento.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-EXCLUSOES-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.

       1100-DISPLAY-MENU               SECTION.

           DISPLAY "|---------------------------------------|"
           DISPLAY "|   PESQUISA DE SATISFACAO (NPS)        |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "| 1. Lista de ligacoes do dia (OS       |"
           DISPLAY "|    concluidas ha 3 dias)              |"
           DISPLAY "| 2. Registrar nota e comentario da OS  |"
           DISPLAY "| 3. Relatorio mensal de NPS            |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "Escolha uma opcao:"
           ACCEPT WS-OPCAO

               EVALUATE WS-OPCAO
           WHEN '1'
               PERFORM 2000-LISTA-LIGACOES
           WHEN '2'
               PERFORM 2500-REGISTRAR-NOTA
           WHEN '3'
               PERFORM 4000-RELATORIO-NPS
           WHEN '9'
               MOVE 'SIM' TO AS-FIM-LOOP-MAIN
           WHEN OTHER
               DISPLAY "Opcao invalida. Tente novamente."
           END-EVALUATE
           .
       1100-DISPLAY-MENU-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         LISTA DE LIGACOES
      *-----------------------------------------------------------------

      * PERCORRE AS MANUTENCOES E SEPARA AS CONCLUIDAS HA EXATAMENTE
      * TRES DIAS CORRIDOS QUE AINDA NAO TEM RESPOSTA EM PESQUISAS.TXT.
      * CLIENTE SEM CONSENTIMENTO DE LIGACAO FICA FORA DA LISTA.
       2000-LISTA-LIGACOES             SECTION.

           MOVE ZEROS TO WS-QTD-LIGAR
           MOVE ZEROS TO WS-QTD-SEM-CONSENT

           MOVE 'LISTA-PESQUISA' TO WS-MSC-LISTA
           PERFORM 2900-LIBERAR-LISTA

           OPEN OUTPUT LISTA-PESQUISA
           IF AS-STATUS-LIS NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-LIS
           END-IF

           MOVE SPACES TO WS-LINHA
           STRING 'PESQUISA DE SATISFACAO - LIGACOES DE '
                      DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  ' (OS CONCLUIDAS HA 3 DIAS)' DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM 2090-ESCREVER-LISTA

           OPEN INPUT MAINTENANCE
           IF AS-STATUS-MAN NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-MAN
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ MAINTENANCE INTO LINDET-MAN
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 2010-AVALIAR-OS
                   END-READ
               END-PERFORM
               CLOSE MAINTENANCE
           END-IF

           CLOSE LISTA-PESQUISA

           DISPLAY WS-QTD-LIGAR " CLIENTE(S) PARA LIGAR HOJE"
           DISPLAY WS-QTD-SEM-CONSENT " CLIENTE(S) FORA DA LISTA "
               "SEM CONSENTIMENTO DE LIGACAO"
           DISPLAY "LISTA EXPORTADA PARA LISTA-PESQUISA.TXT"

           PERFORM 2095-GRAVAR-EXCLUSOES
           .
       2000-LISTA-LIGACOES-FIM.
           EXIT.

       2010-AVALIAR-OS                 SECTION.

           IF LINDET-MAN-STATUS = 'CONCLUIDO' AND
              LINDET-MAN-OS IS NUMERIC
               MOVE 'D' TO WS-DAT-FUNCAO
               MOVE LINDET-MAN-CONCLUSAO TO WS-DAT-DATA1
               MOVE WS-DATA-HOJE TO WS-DAT-DATA2
               CALL 'DATAS' USING WS-DAT-FUNCAO, WS-DAT-DATA1,
                   WS-DAT-DATA2, WS-DAT-VALIDA, WS-DAT-DIAS

               IF WS-DAT-VALIDA = 'S' AND WS-DAT-DIAS = 3
                   MOVE LINDET-MAN-OS TO WS-INF-OS
                   PERFORM 2700-VERIFICAR-PESQUISADA
                   IF WS-JA-PESQUISADA = 'N'
                       MOVE LINDET-MAN-PLACA TO WS-OS-PLACA
                       PERFORM 2800-RESOLVER-CLIENTE
                       IF WS-CLI-CONS-TEL = 'S'
                           PERFORM 2020-LINHA-LIGACAO
                       ELSE
                           ADD 1 TO WS-QTD-SEM-CONSENT
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       2010-AVALIAR-OS-FIM.
           EXIT.

       2020-LINHA-LIGACAO              SECTION.

           PERFORM 2910-MASCARAR-TELEFONE
           MOVE SPACES TO WS-LINHA
           STRING 'OS ' DELIMITED BY SIZE
                  LINDET-MAN-OS DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  LINDET-MAN-PLACA DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  LINDET-MAN-TIPO-SERVICO DELIMITED BY SIZE
                  ' | MEC ' DELIMITED BY SIZE
                  LINDET-MAN-MECANICO DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-CLI-NOME DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-CLI-TELEFONE DELIMITED BY SIZE
                  ' | NOTA (0-10): ____' DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM 2090-ESCREVER-LISTA
           ADD 1 TO WS-QTD-LIGAR
           .
       2020-LINHA-LIGACAO-FIM.
           EXIT.

       2090-ESCREVER-LISTA             SECTION.

           DISPLAY WS-LINHA
           MOVE WS-LINHA TO ARQ-LISTA-PESQUISA
           WRITE ARQ-LISTA-PESQUISA
           .
       2090-ESCREVER-LISTA-FIM.
           EXIT.

      * ANOTA QUANTOS FORAM LISTADOS E QUANTOS FICARAM DE FORA POR
      * FALTA DE CONSENTIMENTO NESTA RODADA.
       2095-GRAVAR-EXCLUSOES           SECTION.

           MOVE WS-DATA-HOJE TO LINDET-EXC-DATA
           MOVE 'PESQUISA NPS' TO LINDET-EXC-LISTA
           MOVE 'TELEFONE' TO LINDET-EXC-CANAL
           MOVE WS-QTD-LIGAR TO LINDET-EXC-INCLUIDOS
           MOVE WS-QTD-SEM-CONSENT TO LINDET-EXC-EXCLUIDOS

           OPEN EXTEND EXCLUSOES-CONS
           IF AS-STATUS-EXC NOT EQUAL ZEROS
               OPEN OUTPUT EXCLUSOES-CONS
           END-IF
           IF AS-STATUS-EXC NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-EXC
           ELSE
               MOVE LINDET-EXC TO ARQ-EXCLUSOES-CONS
               WRITE ARQ-EXCLUSOES-CONS
               CLOSE EXCLUSOES-CONS
           END-IF
           .
       2095-GRAVAR-EXCLUSOES-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         REGISTRO DA NOTA
      *-----------------------------------------------------------------

      * GRAVA A RESPOSTA DO CLIENTE CONTRA A OS (UMA POR OS), NO LOG
      * DE CONTATOS DO CLIENTE E NA AUDITORIA.
       2500-REGISTRAR-NOTA             SECTION.

           DISPLAY "Numero da OS: "
           ACCEPT WS-INF-OS

           PERFORM 2600-BUSCAR-OS
           MOVE 'N' TO WS-JA-PESQUISADA
           IF WS-OS-ACHOU = 'S' AND WS-OS-STATUS = 'CONCLUIDO'
               PERFORM 2700-VERIFICAR-PESQUISADA
           END-IF

           EVALUATE TRUE
           WHEN WS-OS-ACHOU = 'N'
               DISPLAY "OS NAO ENCONTRADA."
           WHEN WS-OS-STATUS NOT = 'CONCLUIDO'
               DISPLAY "OS " WS-INF-OS " NAO ESTA CONCLUIDA ("
                   WS-OS-STATUS ")."
           WHEN WS-JA-PESQUISADA = 'S'
               DISPLAY "OS " WS-INF-OS " JA TEM PESQUISA REGISTRADA."
           WHEN OTHER
               PERFORM 2800-RESOLVER-CLIENTE
               DISPLAY "Cliente: " WS-CLI-NOME
               MOVE 'N' TO WS-MSC-LIBERADO
               PERFORM 2910-MASCARAR-TELEFONE
               DISPLAY "Telefone: " WS-CLI-TELEFONE

               DISPLAY "Nota de 0 a 10: "
               ACCEPT WS-INF-NOTA-X
               PERFORM 2550-VALIDAR-NOTA
               PERFORM UNTIL WS-NOTA-VALIDA = 'S'
                   DISPLAY "NOTA INVALIDA. INFORME DE 0 A 10: "
                   ACCEPT WS-INF-NOTA-X
                   PERFORM 2550-VALIDAR-NOTA
               END-PERFORM

               DISPLAY "Comentario do cliente: "
               MOVE SPACES TO WS-INF-COMENTARIO
               ACCEPT WS-INF-COMENTARIO

               PERFORM 2560-GRAVAR-PESQUISA
               PERFORM 2570-GRAVAR-CONTATO

               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               MOVE WS-INF-OS TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-VALOR-ANTIGO
               MOVE LINDET-PES TO WS-AUD-VALOR-NOVO
               CALL 'AUDITORIA' USING WS-AUD-MODULO,
                   WS-AUD-OPERACAO, WS-AUD-CHAVE,
                   WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                   WS-OPERADOR-SESSAO

               IF WS-INF-NOTA-N <= 6
                   DISPLAY "DETRATOR: ENTRA NA LISTA DO GERENTE "
                       "NO RELATORIO DO MES."
               END-IF
               DISPLAY "PESQUISA REGISTRADA."
           END-EVALUATE
           .
       2500-REGISTRAR-NOTA-FIM.
           EXIT.

      * ACEITA '7', '07' OU '10'; QUALQUER OUTRA COISA E RECUSADA.
       2550-VALIDAR-NOTA               SECTION.

           MOVE 'N' TO WS-NOTA-VALIDA
           IF WS-INF-NOTA-X(2:1) = SPACE AND
              WS-INF-NOTA-X(1:1) IS NUMERIC
               MOVE WS-INF-NOTA-X(1:1) TO WS-INF-NOTA-X(2:1)
               MOVE '0' TO WS-INF-NOTA-X(1:1)
           END-IF
           IF WS-INF-NOTA-X IS NUMERIC
               IF WS-INF-NOTA-N <= 10
                   MOVE 'S' TO WS-NOTA-VALIDA
               END-IF
           END-IF
           .
       2550-VALIDAR-NOTA-FIM.
           EXIT.

       2560-GRAVAR-PESQUISA            SECTION.

           MOVE WS-INF-OS TO LINDET-PES-OS
           MOVE WS-DATA-HOJE TO LINDET-PES-DATA
           MOVE WS-OS-PLACA TO LINDET-PES-PLACA
           MOVE WS-CLI-CPF TO LINDET-PES-CPF
           MOVE WS-OS-MECANICO TO LINDET-PES-MECANICO
           MOVE WS-OS-TIPO TO LINDET-PES-TIPO-SERVICO
           MOVE WS-INF-NOTA-N TO LINDET-PES-NOTA
           MOVE WS-OPER-ID TO LINDET-PES-OPERADOR
           MOVE WS-INF-COMENTARIO TO LINDET-PES-COMENTARIO

           OPEN EXTEND PESQUISAS
           IF AS-STATUS-PES NOT EQUAL ZEROS
               OPEN OUTPUT PESQUISAS
           END-IF
           IF AS-STATUS-PES NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-PES
           ELSE
               MOVE LINDET-PES TO ARQ-PESQUISAS
               WRITE ARQ-PESQUISAS
               CLOSE PESQUISAS
           END-IF
           .
       2560-GRAVAR-PESQUISA-FIM.
           EXIT.

      * A LIGACAO TAMBEM FICA NO LOG DE CONTATOS DO CPF, VISIVEL NA
      * VISAO 360 DO CLIENTE.
       2570-GRAVAR-CONTATO             SECTION.

           IF WS-CLI-CPF NOT = SPACES
               MOVE WS-CLI-CPF TO LINDET-CONT-CPF
               MOVE WS-DATA-HOJE TO LINDET-CONT-DATA
               MOVE WS-OPER-ID TO LINDET-CONT-OPERADOR
               MOVE 'PESQUISA' TO LINDET-CONT-MOTIVO
               MOVE SPACES TO LINDET-CONT-RESULTADO
               STRING 'NOTA ' DELIMITED BY SIZE
                      WS-INF-NOTA-X DELIMITED BY SIZE
                      ' OS ' DELIMITED BY SIZE
                      WS-INF-OS DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-INF-COMENTARIO DELIMITED BY SIZE
                      INTO LINDET-CONT-RESULTADO
               MOVE SPACES TO LINDET-CONT-RETORNO

               OPEN EXTEND CONTATOS
               IF AS-STATUS-CON NOT EQUAL ZEROS
                   OPEN OUTPUT CONTATOS
               END-IF
               IF AS-STATUS-CON NOT EQUAL ZEROS
                   DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-CON
               ELSE
                   MOVE LINDET-CONT TO ARQ-CONTATOS
                   WRITE ARQ-CONTATOS
                   CLOSE CONTATOS
               END-IF
           END-IF
           .
       2570-GRAVAR-CONTATO-FIM.
           EXIT.

      * LOCALIZA WS-INF-OS NO ARQUIVO AO VIVO E, SE NAO ESTIVER LA, NO
      * HISTORICO ANUAL (A OS PODE TER SIDO ARQUIVADA NO FIM DO DIA).
       2600-BUSCAR-OS                  SECTION.

           MOVE 'N' TO WS-OS-ACHOU

           OPEN INPUT MAINTENANCE
           IF AS-STATUS-MAN = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ MAINTENANCE INTO LINDET-MAN
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 2610-GUARDAR-OS
                   END-READ
               END-PERFORM
               CLOSE MAINTENANCE
           END-IF

           IF WS-OS-ACHOU = 'N'
               OPEN INPUT HISTORICO-ANUAL
               IF AS-STATUS-ANUAL = ZEROS
                   MOVE 'S' TO WS-CLOSE-FILE
                   PERFORM UNTIL WS-CLOSE-FILE = 'N'
                       READ HISTORICO-ANUAL INTO LINDET-MAN
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               PERFORM 2610-GUARDAR-OS
                       END-READ
                   END-PERFORM
                   CLOSE HISTORICO-ANUAL
               END-IF
           END-IF
           .
       2600-BUSCAR-OS-FIM.
           EXIT.

       2610-GUARDAR-OS                 SECTION.

           IF LINDET-MAN-OS = WS-INF-OS
               MOVE 'S' TO WS-OS-ACHOU
               MOVE LINDET-MAN-PLACA TO WS-OS-PLACA
               MOVE LINDET-MAN-STATUS TO WS-OS-STATUS
               MOVE LINDET-MAN-TIPO-SERVICO TO WS-OS-TIPO
               MOVE LINDET-MAN-MECANICO TO WS-OS-MECANICO
               MOVE LINDET-MAN-CONCLUSAO TO WS-OS-CONCLUSAO
           END-IF
           .
       2610-GUARDAR-OS-FIM.
           EXIT.

      * A OS WS-INF-OS JA TEM RESPOSTA GRAVADA?
       2700-VERIFICAR-PESQUISADA       SECTION.

           MOVE 'N' TO WS-JA-PESQUISADA

           OPEN INPUT PESQUISAS
           IF AS-STATUS-PES = ZEROS
               MOVE 'S' TO WS-CLOSE-PES
               PERFORM UNTIL WS-CLOSE-PES = 'N'
                   READ PESQUISAS INTO LINDET-PES
                       AT END
                           MOVE 'N' TO WS-CLOSE-PES
                       NOT AT END
                           IF LINDET-PES-OS = WS-INF-OS
                               MOVE 'S' TO WS-JA-PESQUISADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PESQUISAS
           END-IF
           .
       2700-VERIFICAR-PESQUISADA-FIM.
           EXIT.

      * PLACA (WS-OS-PLACA) -> CPF DO PROPRIETARIO EM VEICULOS.TXT ->
      * NOME E TELEFONE EM CLIENTES.TXT.
       2800-RESOLVER-CLIENTE           SECTION.

           MOVE SPACES TO WS-CLI-CPF
           MOVE SPACES TO WS-CLI-NOME
           MOVE SPACES TO WS-CLI-TELEFONE
           MOVE 'N' TO WS-CLI-CONS-TEL

           OPEN INPUT VEICULOS
           IF AS-STATUS-VEI = ZEROS
               MOVE WS-OS-PLACA TO ARQ-VEICULOS-PLACA
               READ VEICULOS INTO WS-DADOS-VEI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       UNSTRING WS-DADOS-VEI DELIMITED BY ' | ' OR '|'
                           INTO WS-VEI-PLACA
                                WS-VEI-MARCA
                                WS-VEI-MODELO
                                WS-VEI-ANO
                                WS-VEI-CPF
                       MOVE WS-VEI-CPF TO WS-CLI-CPF
               END-READ
               CLOSE VEICULOS
           END-IF

           IF WS-CLI-CPF NOT = SPACES
               OPEN INPUT CLIENTES
               IF AS-STATUS-CLI = ZEROS
                   MOVE WS-CLI-CPF TO ARQ-CLIENTES-CPF
                   READ CLIENTES INTO LINDET-CLI
                       INVALID KEY
                           MOVE 'CLIENTE NAO CADASTRADO' TO
                               WS-CLI-NOME
                       NOT INVALID KEY
                           MOVE LINDET-CLI-NOME TO WS-CLI-NOME
                           MOVE LINDET-CLI-TELEFONE TO WS-CLI-TELEFONE
                           MOVE LINDET-CLI-CONS-TEL TO WS-CLI-CONS-TEL
                   END-READ
                   CLOSE CLIENTES
               END-IF
           ELSE
               MOVE 'VEICULO SEM PROPRIETARIO' TO WS-CLI-NOME
           END-IF
           .
       2800-RESOLVER-CLIENTE-FIM.
           EXIT.

      * DECIDE, NO INICIO DE UMA LISTA (NOME EM WS-MSC-LISTA), SE OS
      * TELEFONES SAEM COMPLETOS OU MASCARADOS. PARA QUEM NAO VE OS
      * DADOS INTEIROS, O MASCARA PEDE A AUTORIZACAO DE UM GERENTE E
      * REGISTRA NA AUDITORIA.
       2900-LIBERAR-LISTA              SECTION.

           MOVE 'L' TO WS-MSC-OPCAO
           MOVE WS-MSC-LISTA TO WS-MSC-VALOR
           CALL 'MASCARA' USING WS-MSC-OPCAO, WS-OPERADOR-SESSAO,
               WS-MSC-VALOR, WS-MSC-RESULTADO
           MOVE WS-MSC-RESULTADO(1:1) TO WS-MSC-LIBERADO
           .
       2900-LIBERAR-LISTA-FIM.
           EXIT.

       2910-MASCARAR-TELEFONE          SECTION.

           IF WS-MSC-LIBERADO NOT = 'S'
               MOVE 'T' TO WS-MSC-OPCAO
               MOVE WS-CLI-TELEFONE TO WS-MSC-VALOR
               CALL 'MASCARA' USING WS-MSC-OPCAO, WS-OPERADOR-SESSAO,
                   WS-MSC-VALOR, WS-MSC-RESULTADO
               MOVE WS-MSC-RESULTADO TO WS-CLI-TELEFONE
           END-IF
           .
       2910-MASCARAR-TELEFONE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         RELATORIO MENSAL DE NPS
      *-----------------------------------------------------------------

      * NPS = % DE PROMOTORES (9-10) MENOS % DE DETRATORES (0-6) DAS
      * RESPOSTAS REGISTRADAS NO MES; NEUTROS (7-8) SO CONTAM NO TOTAL.
       4000-RELATORIO-NPS              SECTION.

           DISPLAY "Mes do relatorio (MM/AAAA): "
           ACCEPT WS-INF-MES
           PERFORM 4010-VALIDAR-MES
           PERFORM UNTIL WS-MES-VALIDO = 'S'
               DISPLAY "MES INVALIDO. USE MM/AAAA: "
               ACCEPT WS-INF-MES
               PERFORM 4010-VALIDAR-MES
           END-PERFORM

           MOVE ZEROS TO WS-GER-RESP
           MOVE ZEROS TO WS-GER-PROM
           MOVE ZEROS TO WS-GER-DETR
           MOVE ZEROS TO WS-MEC-QTD
           MOVE ZEROS TO WS-TIP-QTD
           MOVE ZEROS TO WS-QTD-DETRATORES

           MOVE 'RELATORIO-NPS' TO WS-MSC-LISTA
           PERFORM 2900-LIBERAR-LISTA

           OPEN INPUT PESQUISAS
           IF AS-STATUS-PES = ZEROS
               MOVE 'S' TO WS-CLOSE-PES
               PERFORM UNTIL WS-CLOSE-PES = 'N'
                   READ PESQUISAS INTO LINDET-PES
                       AT END
                           MOVE 'N' TO WS-CLOSE-PES
                       NOT AT END
                           IF LINDET-PES-DATA(4:7) = WS-INF-MES
                               PERFORM 4100-ACUMULAR-RESPOSTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PESQUISAS
           END-IF

           OPEN OUTPUT RELATORIO-NPS
           IF AS-STATUS-REL NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-REL
           ELSE
               MOVE SPACES TO WS-LINHA
               STRING 'PESQUISA DE SATISFACAO (NPS) - ' DELIMITED BY
                      SIZE
                      WS-INF-MES DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM 4900-ESCREVER-RELATORIO

               MOVE WS-GER-RESP TO WS-CALC-RESP
               MOVE WS-GER-PROM TO WS-CALC-PROM
               MOVE WS-GER-DETR TO WS-CALC-DETR
               PERFORM 4400-CALCULAR-NPS
               MOVE SPACES TO WS-LINHA
               STRING 'NPS GERAL: ' DELIMITED BY SIZE
                      WS-ED-NPS DELIMITED BY SIZE
                      '   RESPOSTAS ' DELIMITED BY SIZE
                      WS-ED-QTD DELIMITED BY SIZE
                      '   PROMOTORES ' DELIMITED BY SIZE
                      WS-ED-PROM DELIMITED BY SIZE
                      '   DETRATORES ' DELIMITED BY SIZE
                      WS-ED-DETR DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM 4900-ESCREVER-RELATORIO

               MOVE SPACES TO WS-LINHA
               PERFORM 4900-ESCREVER-RELATORIO
               MOVE 'POR MECANICO:' TO WS-LINHA
               PERFORM 4900-ESCREVER-RELATORIO
               PERFORM VARYING WS-MEC-I FROM 1 BY 1
                       UNTIL WS-MEC-I > WS-MEC-QTD
                   MOVE WS-MEC-RESP(WS-MEC-I) TO WS-CALC-RESP
                   MOVE WS-MEC-PROM(WS-MEC-I) TO WS-CALC-PROM
                   MOVE WS-MEC-DETR(WS-MEC-I) TO WS-CALC-DETR
                   PERFORM 4400-CALCULAR-NPS
                   MOVE SPACES TO WS-LINHA
                   STRING '  MECANICO ' DELIMITED BY SIZE
                          WS-MEC-MAT(WS-MEC-I) DELIMITED BY SIZE
                          '   NPS ' DELIMITED BY SIZE
                          WS-ED-NPS DELIMITED BY SIZE
                          '   RESPOSTAS ' DELIMITED BY SIZE
                          WS-ED-QTD DELIMITED BY SIZE
                          '   PROMOTORES ' DELIMITED BY SIZE
                          WS-ED-PROM DELIMITED BY SIZE
                          '   DETRATORES ' DELIMITED BY SIZE
                          WS-ED-DETR DELIMITED BY SIZE
                          INTO WS-LINHA
                   PERFORM 4900-ESCREVER-RELATORIO
               END-PERFORM

               MOVE SPACES TO WS-LINHA
               PERFORM 4900-ESCREVER-RELATORIO
               MOVE 'POR TIPO DE SERVICO:' TO WS-LINHA
               PERFORM 4900-ESCREVER-RELATORIO
               PERFORM VARYING WS-TIP-I FROM 1 BY 1
                       UNTIL WS-TIP-I > WS-TIP-QTD
                   MOVE WS-TIP-RESP(WS-TIP-I) TO WS-CALC-RESP
                   MOVE WS-TIP-PROM(WS-TIP-I) TO WS-CALC-PROM
                   MOVE WS-TIP-DETR(WS-TIP-I) TO WS-CALC-DETR
                   PERFORM 4400-CALCULAR-NPS
                   MOVE SPACES TO WS-LINHA
                   STRING '  ' DELIMITED BY SIZE
                          WS-TIP-TIPO(WS-TIP-I) DELIMITED BY SIZE
                          '   NPS ' DELIMITED BY SIZE
                          WS-ED-NPS DELIMITED BY SIZE
                          '   RESPOSTAS ' DELIMITED BY SIZE
                          WS-ED-QTD DELIMITED BY SIZE
                          '   PROMOTORES ' DELIMITED BY SIZE
                          WS-ED-PROM DELIMITED BY SIZE
                          '   DETRATORES ' DELIMITED BY SIZE
                          WS-ED-DETR DELIMITED BY SIZE
                          INTO WS-LINHA
                   PERFORM 4900-ESCREVER-RELATORIO
               END-PERFORM

               MOVE SPACES TO WS-LINHA
               PERFORM 4900-ESCREVER-RELATORIO
               MOVE 'DETRATORES (NOTA 0 A 6) - LIGAR DE VOLTA:'
                   TO WS-LINHA
               PERFORM 4900-ESCREVER-RELATORIO
               PERFORM 4500-LISTAR-DETRATORES

               CLOSE RELATORIO-NPS
           END-IF

           DISPLAY "RELATORIO EXPORTADO PARA " WS-ARQ-RELATORIO-PATH
           .
       4000-RELATORIO-NPS-FIM.
           EXIT.

       4010-VALIDAR-MES                SECTION.

           MOVE 'N' TO WS-MES-VALIDO
           IF WS-INF-MES(1:2) IS NUMERIC AND
              WS-INF-MES(3:1) = '/' AND
              WS-INF-MES(4:4) IS NUMERIC
               IF WS-INF-MES(1:2) >= '01' AND WS-INF-MES(1:2) <= '12'
                   MOVE 'S' TO WS-MES-VALIDO
                   MOVE SPACES TO WS-ARQ-RELATORIO-PATH
                   STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                          'Relatorio-nps_' DELIMITED BY SIZE
                          WS-INF-MES(1:2) DELIMITED BY SIZE
                          WS-INF-MES(4:4) DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                          INTO WS-ARQ-RELATORIO-PATH
               END-IF
           END-IF
           .
       4010-VALIDAR-MES-FIM.
           EXIT.

       4100-ACUMULAR-RESPOSTA          SECTION.

           ADD 1 TO WS-GER-RESP
           IF LINDET-PES-NOTA >= 9
               ADD 1 TO WS-GER-PROM
           END-IF
           IF LINDET-PES-NOTA <= 6
               ADD 1 TO WS-GER-DETR
           END-IF

           MOVE 'N' TO WS-MEC-ACHOU
           PERFORM VARYING WS-MEC-I FROM 1 BY 1
                   UNTIL WS-MEC-I > WS-MEC-QTD OR WS-MEC-ACHOU = 'S'
               IF WS-MEC-MAT(WS-MEC-I) = LINDET-PES-MECANICO
                   MOVE 'S' TO WS-MEC-ACHOU
               END-IF
           END-PERFORM
           IF WS-MEC-ACHOU = 'S'
               SUBTRACT 1 FROM WS-MEC-I
           ELSE
               IF WS-MEC-QTD < 50
                   ADD 1 TO WS-MEC-QTD
                   MOVE WS-MEC-QTD TO WS-MEC-I
                   MOVE LINDET-PES-MECANICO TO WS-MEC-MAT(WS-MEC-I)
                   MOVE ZEROS TO WS-MEC-RESP(WS-MEC-I)
                   MOVE ZEROS TO WS-MEC-PROM(WS-MEC-I)
                   MOVE ZEROS TO WS-MEC-DETR(WS-MEC-I)
                   MOVE 'S' TO WS-MEC-ACHOU
               END-IF
           END-IF
           IF WS-MEC-ACHOU = 'S'
               ADD 1 TO WS-MEC-RESP(WS-MEC-I)
               IF LINDET-PES-NOTA >= 9
                   ADD 1 TO WS-MEC-PROM(WS-MEC-I)
               END-IF
               IF LINDET-PES-NOTA <= 6
                   ADD 1 TO WS-MEC-DETR(WS-MEC-I)
               END-IF
           END-IF

           MOVE 'N' TO WS-TIP-ACHOU
           PERFORM VARYING WS-TIP-I FROM 1 BY 1
                   UNTIL WS-TIP-I > WS-TIP-QTD OR WS-TIP-ACHOU = 'S'
               IF WS-TIP-TIPO(WS-TIP-I) = LINDET-PES-TIPO-SERVICO
                   MOVE 'S' TO WS-TIP-ACHOU
               END-IF
           END-PERFORM
           IF WS-TIP-ACHOU = 'S'
               SUBTRACT 1 FROM WS-TIP-I
           ELSE
               IF WS-TIP-QTD < 50
                   ADD 1 TO WS-TIP-QTD
                   MOVE WS-TIP-QTD TO WS-TIP-I
                   MOVE LINDET-PES-TIPO-SERVICO TO WS-TIP-TIPO(WS-TIP-I)
                   MOVE ZEROS TO WS-TIP-RESP(WS-TIP-I)
                   MOVE ZEROS TO WS-TIP-PROM(WS-TIP-I)
                   MOVE ZEROS TO WS-TIP-DETR(WS-TIP-I)
                   MOVE 'S' TO WS-TIP-ACHOU
               END-IF
           END-IF
           IF WS-TIP-ACHOU = 'S'
               ADD 1 TO WS-TIP-RESP(WS-TIP-I)
               IF LINDET-PES-NOTA >= 9
                   ADD 1 TO WS-TIP-PROM(WS-TIP-I)
               END-IF
               IF LINDET-PES-NOTA <= 6
                   ADD 1 TO WS-TIP-DETR(WS-TIP-I)
               END-IF
           END-IF
           .
       4100-ACUMULAR-RESPOSTA-FIM.
           EXIT.

      * NPS INTEIRO (-100 A 100) DE WS-CALC-* PARA WS-ED-NPS, JUNTO
      * COM AS QUANTIDADES EDITADAS.
       4400-CALCULAR-NPS               SECTION.

           MOVE ZEROS TO WS-CALC-NPS
           IF WS-CALC-RESP > ZEROS
               COMPUTE WS-CALC-NPS ROUNDED =
                   (WS-CALC-PROM - WS-CALC-DETR) * 100 / WS-CALC-RESP
           END-IF
           MOVE WS-CALC-NPS TO WS-ED-NPS
           MOVE WS-CALC-RESP TO WS-ED-QTD
           MOVE WS-CALC-PROM TO WS-ED-PROM
           MOVE WS-CALC-DETR TO WS-ED-DETR
           .
       4400-CALCULAR-NPS-FIM.
           EXIT.

      * SEGUNDA PASSADA: CADA DETRATOR DO MES COM NOME E TELEFONE
      * ATUAIS DO CLIENTE.
       4500-LISTAR-DETRATORES          SECTION.

           OPEN INPUT PESQUISAS
           IF AS-STATUS-PES = ZEROS
               MOVE 'S' TO WS-CLOSE-PES
               PERFORM UNTIL WS-CLOSE-PES = 'N'
                   READ PESQUISAS INTO LINDET-PES
                       AT END
                           MOVE 'N' TO WS-CLOSE-PES
                       NOT AT END
                           IF LINDET-PES-DATA(4:7) = WS-INF-MES AND
                              LINDET-PES-NOTA <= 6
                               PERFORM 4510-LINHA-DETRATOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PESQUISAS
           END-IF

           IF WS-QTD-DETRATORES = ZEROS
               MOVE '  (NENHUM DETRATOR NO MES)' TO WS-LINHA
               PERFORM 4900-ESCREVER-RELATORIO
           END-IF
           .
       4500-LISTAR-DETRATORES-FIM.
           EXIT.

       4510-LINHA-DETRATOR             SECTION.

           ADD 1 TO WS-QTD-DETRATORES
           MOVE LINDET-PES-PLACA TO WS-OS-PLACA
           PERFORM 2800-RESOLVER-CLIENTE
           PERFORM 2910-MASCARAR-TELEFONE

           MOVE SPACES TO WS-LINHA
           STRING '  OS ' DELIMITED BY SIZE
                  LINDET-PES-OS DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  LINDET-PES-DATA DELIMITED BY SIZE
                  ' | NOTA ' DELIMITED BY SIZE
                  LINDET-PES-NOTA DELIMITED BY SIZE
                  ' | MEC ' DELIMITED BY SIZE
                  LINDET-PES-MECANICO DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-CLI-NOME DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-CLI-TELEFONE DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM 4900-ESCREVER-RELATORIO

           MOVE SPACES TO WS-LINHA
           STRING '     "' DELIMITED BY SIZE
                  LINDET-PES-COMENTARIO DELIMITED BY '  '
                  '"' DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM 4900-ESCREVER-RELATORIO
           .
       4510-LINHA-DETRATOR-FIM.
           EXIT.

       4900-ESCREVER-RELATORIO         SECTION.

           DISPLAY WS-LINHA
           MOVE WS-LINHA TO ARQ-RELATORIO-NPS
           WRITE ARQ-RELATORIO-NPS
           .
       4900-ESCREVER-RELATORIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------

       3000-FINALIZAR                  SECTION.

            EXIT PROGRAM
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM PESQUISA.
