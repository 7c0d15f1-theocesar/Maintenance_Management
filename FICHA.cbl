       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHA.
      ******************************************************************
      * Author: Théo César
      * Date: 11/10/2026
      * Purpose: Ficha de servico impressa da OS para o chao da
      *          oficina
      * Modifications:
      *    11/10/2026 - Ficha's structure finished. O mecanico deixa
      *    de comecar o servico de memoria: a ficha sai em texto
      *    pronto para imprimir com numero da OS, placa, marca/modelo,
      *    km, data, hora e box, data prometida, tipo de servico e
      *    mecanico; a lista de pecas da OS com a localizacao de cada
      *    uma no estoque da filial da OS; o conteudo do kit do tipo
      *    de servico (Kits.txt); os itens ATENCAO/CRITICO dos
      *    checklists das visitas anteriores da placa; os servicos de
      *    terceiros lancados na OS; e quadros em branco para o
      *    apontamento de entrada/saida e a assinatura do mecanico.
      *    Chamado como o CALIBRACAO: o primeiro parametro escolhe o
      *    modo. O = ficha de uma OS (terceiro parametro) em
      *    Ficha_<OS>.txt - usado no agendamento, na liberacao de
      *    AGUARDA-PECA (MANUTENCAO e recebimento de pedido no PECAS)
      *    e na reimpressao (opcao F do MANUTENCAO); F = fichas de
      *    todas as OS AGENDADO de amanha, em sequencia, em
      *    Fichas-amanha.txt (linha FICHAS do noturno), com o quarto
      *    parametro (AAAAMMDD, espacos = relogio) como "hoje". A
      *    quantidade de fichas impressas volta no quinto parametro.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MAINTENANCE ASSIGN TO WS-ARQ-MAINTENANCE-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-MAN.

       SELECT HISTORICO-ANUAL ASSIGN TO WS-ARQ-HISTORICO-ANUAL-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-ANU.

       SELECT RELATO-PECAS ASSIGN TO WS-ARQ-RELATO-PECAS-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ARQ-RELATO-PECAS-ID
       FILE STATUS IS AS-STATUS-PEC.

       SELECT VEICULOS ASSIGN TO WS-ARQ-VEICULOS-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ARQ-VEICULOS-PLACA
       FILE STATUS IS AS-STATUS-VEI.

       SELECT KITS ASSIGN TO WS-ARQ-KITS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-KIT.

       SELECT CHECKLISTS ASSIGN TO WS-ARQ-CHECKLISTS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CHK.

       SELECT TERCEIROS ASSIGN TO WS-ARQ-TERCEIROS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-TER.

       SELECT FICHA-IMPRESSA ASSIGN TO WS-ARQ-FICHA-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FIC.

       DATA DIVISION.
       FILE SECTION.

       FD MAINTENANCE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MAINTENANCE               PIC X(179).

       FD HISTORICO-ANUAL
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HISTORICO-ANUAL           PIC X(179).

       FD RELATO-PECAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RELATO1-PECAS.
           05 ARQ-RELATO-PECAS-ID       PIC X(04).
           05 ARQ-RELATO-PECAS-SUFIXO   PIC X(103).

       FD VEICULOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-VEICULOS.
           05 ARQ-VEICULOS-PLACA        PIC X(08).
           05 ARQ-VEICULOS-SUFIXO       PIC X(77).

       FD KITS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-KITS                      PIC X(102).

       FD CHECKLISTS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CHECKLISTS                PIC X(80).

       FD TERCEIROS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-TERCEIROS                 PIC X(65).

       FD FICHA-IMPRESSA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FICHA-IMPRESSA            PIC X(80).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-MAN                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ANU                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PEC                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-VEI                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-KIT                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CHK                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TER                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FIC                 PIC 9(02) VALUE ZEROS.

       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-PEC-ABERTO                 PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-MAINTENANCE-PATH       PIC X(80) VALUE SPACES.
       01 WS-ARQ-HISTORICO-ANUAL-PATH   PIC X(80) VALUE SPACES.
       01 WS-ARQ-RELATO-PECAS-PATH      PIC X(80) VALUE SPACES.
       01 WS-ARQ-VEICULOS-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-KITS-PATH              PIC X(80) VALUE SPACES.
       01 WS-ARQ-CHECKLISTS-PATH        PIC X(80) VALUE SPACES.
       01 WS-ARQ-TERCEIROS-PATH         PIC X(80) VALUE SPACES.
       01 WS-ARQ-FICHA-PATH             PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         REGISTRO DA OS (MANUTENCAO.TXT, 179 POSICOES)
      *-----------------------------------------------------------------
       01 WS-DADOS                      PIC X(179) VALUE SPACES.
       01 WS-OS-BUSCA                   PIC X(06) VALUE SPACES.
       01 WS-OS-ACHOU                   PIC X(01) VALUE 'N'.

       01 WS-FIC-OS                     PIC X(06) VALUE SPACES.
       01 WS-FIC-PLACA                  PIC X(08) VALUE SPACES.
       01 WS-FIC-DATA                   PIC X(10) VALUE SPACES.
       01 WS-FIC-TIPO-SERVICO           PIC X(10) VALUE SPACES.
       01 WS-FIC-STATUS                 PIC X(12) VALUE SPACES.
       01 WS-FIC-PECAS                  PIC X(59) VALUE SPACES.
       01 WS-FIC-DATA-CONC              PIC X(10) VALUE SPACES.
       01 WS-FIC-MECANICO               PIC X(04) VALUE SPACES.
       01 WS-FIC-GARANTIA               PIC X(01) VALUE SPACES.
       01 WS-FIC-MINUTOS                PIC X(06) VALUE SPACES.
       01 WS-FIC-HORA                   PIC X(05) VALUE SPACES.
       01 WS-FIC-BOX                    PIC X(02) VALUE SPACES.
       01 WS-FIC-PEDIDO                 PIC X(05) VALUE SPACES.
       01 WS-FIC-KM                     PIC X(07) VALUE SPACES.
       01 WS-FIC-PROMETIDA              PIC X(10) VALUE SPACES.
       01 WS-FIC-ORCAMENTO              PIC X(06) VALUE SPACES.
       01 WS-FIC-FILIAL                 PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         VEICULO DA OS
      *-----------------------------------------------------------------
       01 WS-DADOS-VEICULOS             PIC X(85) VALUE SPACES.
       01 WS-VEI-PLACA                  PIC X(13) VALUE SPACES.
       01 WS-VEI-MARCA                  PIC X(15) VALUE SPACES.
       01 WS-VEI-MODELO                 PIC X(15) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         LISTA DE PECAS (ID:QTD;...) E CADASTRO DA PECA
      *-----------------------------------------------------------------
       01 WS-LISTA-PECAS                PIC X(59) VALUE SPACES.
       01 WS-PARES-PECAS.
           05 WS-PAR-PECA OCCURS 5 TIMES PIC X(11).
       01 WS-PAR-I                      PIC 9(01) VALUE ZEROS.
       01 WS-ITEM-ID                    PIC X(06) VALUE SPACES.
       01 WS-ITEM-QTD                   PIC X(04) VALUE SPACES.
       01 WS-QTD-ITENS                  PIC 9(02) VALUE ZEROS.

       01 WS-DADOS-PECAS                PIC X(107) VALUE SPACES.
       01 WS-PEC-ID                     PIC X(06) VALUE SPACES.
       01 WS-PEC-MARCA                  PIC X(11) VALUE SPACES.
       01 WS-PEC-DESC                   PIC X(24) VALUE SPACES.
       01 WS-PEC-QTD                    PIC X(04) VALUE SPACES.
       01 WS-PEC-VALOR                  PIC X(08) VALUE SPACES.
       01 WS-PEC-CUSTO                  PIC X(08) VALUE SPACES.
       01 WS-PEC-LOCAL                  PIC X(12) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         KIT DO TIPO DE SERVICO
      *-----------------------------------------------------------------
       01 WS-DADOS-KIT                  PIC X(102) VALUE SPACES.
       01 WS-KIT-L-CODIGO               PIC X(06) VALUE SPACES.
       01 WS-KIT-L-DESC                 PIC X(24) VALUE SPACES.
       01 WS-KIT-L-TIPO                 PIC X(10) VALUE SPACES.
       01 WS-KIT-L-PECAS                PIC X(59) VALUE SPACES.
       01 WS-KIT-CODIGO                 PIC X(06) VALUE SPACES.
       01 WS-KIT-DESC                   PIC X(24) VALUE SPACES.
       01 WS-KIT-PECAS                  PIC X(59) VALUE SPACES.
       01 WS-KIT-ACHOU                  PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         PENDENCIAS DOS CHECKLISTS ANTERIORES DA PLACA
      *-----------------------------------------------------------------
       01 WS-REC-OSES.
           05 WS-REC-OS-PLACA OCCURS 50 TIMES PIC X(06).
       01 WS-REC-OS-QTD                 PIC 9(02) VALUE ZEROS.
       01 WS-REC-OS-I                   PIC 9(02) VALUE ZEROS.
       01 WS-QTD-RECOMENDACOES          PIC 9(03) VALUE ZEROS.
       01 WS-CHK-OS                     PIC X(06) VALUE SPACES.
       01 WS-CHK-PLACA                  PIC X(08) VALUE SPACES.
       01 WS-DADOS-CHK                  PIC X(80) VALUE SPACES.
       01 WS-CHK-L-OS                   PIC X(06) VALUE SPACES.
       01 WS-CHK-L-ITEM                 PIC X(15) VALUE SPACES.
       01 WS-CHK-L-RES                  PIC X(07) VALUE SPACES.
       01 WS-CHK-L-NOTA                 PIC X(49) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         SERVICOS DE TERCEIROS DA OS
      *-----------------------------------------------------------------
       01 WS-DADOS-TER                  PIC X(65) VALUE SPACES.
       01 WS-TER-L-OS                   PIC X(06) VALUE SPACES.
       01 WS-TER-L-FORN                 PIC X(04) VALUE SPACES.
       01 WS-TER-L-DESC                 PIC X(24) VALUE SPACES.
       01 WS-TER-L-CUSTO                PIC X(08) VALUE SPACES.
       01 WS-TER-L-PRECO                PIC X(08) VALUE SPACES.
       01 WS-TER-L-DATA                 PIC X(10) VALUE SPACES.
       01 WS-QTD-TERCEIROS              PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         FICHAS DE AMANHA (MODO F)
      *-----------------------------------------------------------------
       01 WS-DATA-HOJE                  PIC X(08) VALUE SPACES.
       01 WS-SUG-DIA                    PIC 9(02) VALUE ZEROS.
       01 WS-SUG-MES                    PIC 9(02) VALUE ZEROS.
       01 WS-SUG-ANO                    PIC 9(04) VALUE ZEROS.
       01 WS-SUG-MAX-DIA                PIC 9(02) VALUE ZEROS.
       01 WS-BIS-QUOC                   PIC 9(04) VALUE ZEROS.
       01 WS-BIS-RESTO                  PIC 9(03) VALUE ZEROS.
       01 WS-DATA-AMANHA                PIC X(10) VALUE SPACES.

       01 WS-TAB-AMANHA.
           05 WS-AMA-OS OCCURS 300 TIMES PIC X(06).
       01 WS-AMA-QTD                    PIC 9(03) VALUE ZEROS.
       01 WS-AMA-I                      PIC 9(03) VALUE ZEROS.
       01 WS-AMA-EXCEDENTES             PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         LINHAS DA FICHA
      *-----------------------------------------------------------------
       01 WS-LINHA-IMP                  PIC X(80) VALUE SPACES.
       01 WS-QTD-FICHAS                 PIC 9(05) VALUE ZEROS.

       01 WS-GRADE-BORDA.
           05 FILLER                    PIC X(01) VALUE '+'.
           05 FILLER                    PIC X(14) VALUE ALL '-'.
           05 FILLER                    PIC X(01) VALUE '+'.
           05 FILLER                    PIC X(14) VALUE ALL '-'.
           05 FILLER                    PIC X(01) VALUE '+'.
           05 FILLER                    PIC X(14) VALUE ALL '-'.
           05 FILLER                    PIC X(01) VALUE '+'.
           05 FILLER                    PIC X(30) VALUE ALL '-'.
           05 FILLER                    PIC X(01) VALUE '+'.

       01 WS-GRADE-TITULO.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 FILLER                    PIC X(14) VALUE ' ENTRADA'.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 FILLER                    PIC X(14) VALUE ' SAIDA'.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 FILLER                    PIC X(14) VALUE ' DATA'.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 FILLER                    PIC X(30) VALUE ' MECANICO'.
           05 FILLER                    PIC X(01) VALUE '|'.

       01 WS-GRADE-BRANCO.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 FILLER                    PIC X(14) VALUE '    ___:___'.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 FILLER                    PIC X(14) VALUE '    ___:___'.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 FILLER                    PIC X(14) VALUE ' ___/___'.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 FILLER                    PIC X(30) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
      *-----------------------------------------------------------------

       LINKAGE SECTION.

       01 WS-SUB-OPTION                 PIC X(01).
       01 WS-OPERADOR-SESSAO            PIC X(38).
       01 WS-SUB-OS                     PIC X(06).
       01 WS-SUB-DATA                   PIC X(08).
       01 WS-SUB-QTD                    PIC 9(05).

       PROCEDURE DIVISION USING WS-SUB-OPTION, WS-OPERADOR-SESSAO,
                       WS-SUB-OS, WS-SUB-DATA, WS-SUB-QTD.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR

           EVALUATE WS-SUB-OPTION
               WHEN 'O'
                   PERFORM 2000-FICHA-DA-OS
               WHEN 'F'
                   PERFORM 5000-FICHAS-DE-AMANHA
               WHEN OTHER
                   DISPLAY "MODO DE FICHA DE SERVICO INVALIDO: "
                       WS-SUB-OPTION
           END-EVALUATE

           MOVE WS-QTD-FICHAS TO WS-SUB-QTD

           PERFORM 3000-FINALIZAR.


            STOP RUN.

      *-----------------------------------------------------------------
      *         INICIALIZACAO
      *-----------------------------------------------------------------

       1000-INICIALIZAR                SECTION.

           PERFORM 1010-CARREGAR-DIRETORIO

           MOVE ZEROS TO WS-QTD-FICHAS
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *    SECAO PARA MONTAR OS CAMINHOS DOS ARQUIVOS A PARTIR DE UM
      *    DIRETORIO CONFIGURAVEL PELA VARIAVEL DE AMBIENTE
      *    VOLVO_COBOL_DIR, CAINDO PARA O DIRETORIO PADRAO SE ELA NAO
      *    ESTIVER DEFINIDA. O ARQUIVO DE PECAS E O DA FILIAL DE CADA
      *    OS (4200); A SAIDA DEPENDE DO MODO.
       1010-CARREGAR-DIRETORIO         SECTION.

           ACCEPT WS-CFG-BASE-DIR FROM ENVIRONMENT 'VOLVO_COBOL_DIR'
           IF WS-CFG-BASE-DIR = SPACES
               MOVE 'C:/Users/Theo/Desktop/Escola/Volvo/COBOL/' TO
                   WS-CFG-BASE-DIR
           END-IF

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Manutencao.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-MAINTENANCE-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Historico-anual.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-HISTORICO-ANUAL-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Relatorio-veiculos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-VEICULOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Kits.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-KITS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Checklists.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CHECKLISTS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Terceiros.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-TERCEIROS-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FICHA DE UMA OS (MODO O)
      *-----------------------------------------------------------------

      * IMPRIME A FICHA DA OS DO TERCEIRO PARAMETRO EM FICHA_<OS>.TXT.
      * OS CONCLUIDA OU CANCELADA NAO VAI MAIS PARA A OFICINA.
       2000-FICHA-DA-OS                SECTION.

           MOVE WS-SUB-OS TO WS-OS-BUSCA
           PERFORM 2100-LOCALIZAR-OS

           IF WS-OS-ACHOU = 'N'
               DISPLAY "OS " WS-OS-BUSCA " NAO ENCONTRADA. FICHA DE "
                   "SERVICO NAO IMPRESSA."
           ELSE
           IF WS-FIC-STATUS = 'CONCLUIDO' OR
              WS-FIC-STATUS = 'CANCELADO'
               DISPLAY "OS " WS-OS-BUSCA " ESTA " WS-FIC-STATUS
                   ". FICHA DE SERVICO NAO IMPRESSA."
           ELSE
               MOVE SPACES TO WS-ARQ-FICHA-PATH
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Ficha_' DELIMITED BY SIZE
                      WS-FIC-OS DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-FICHA-PATH

               OPEN OUTPUT FICHA-IMPRESSA
               IF AS-STATUS-FIC NOT EQUAL ZEROS
                   DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-FIC
               ELSE
                   PERFORM 4000-MONTAR-FICHA
                   CLOSE FICHA-IMPRESSA

                   DISPLAY "FICHA DE SERVICO GRAVADA EM "
                       WS-ARQ-FICHA-PATH
               END-IF
           END-IF
           END-IF
           .
       2000-FICHA-DA-OS-FIM.
           EXIT.

      * PROCURA A OS DE WS-OS-BUSCA NO ARQUIVO AO VIVO E DEIXA OS
      * CAMPOS DELA EM WS-FIC-*.
       2100-LOCALIZAR-OS               SECTION.

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
                           PERFORM 2110-DESMONTAR-OS
                           IF WS-FIC-OS = WS-OS-BUSCA
                               MOVE 'S' TO WS-OS-ACHOU
                               MOVE 'N' TO WS-CLOSE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINTENANCE
           END-IF
           .
       2100-LOCALIZAR-OS-FIM.
           EXIT.

       2110-DESMONTAR-OS               SECTION.

           MOVE SPACES TO WS-FIC-OS
           MOVE SPACES TO WS-FIC-PLACA
           MOVE SPACES TO WS-FIC-DATA
           MOVE SPACES TO WS-FIC-TIPO-SERVICO
           MOVE SPACES TO WS-FIC-STATUS
           MOVE SPACES TO WS-FIC-PECAS
           MOVE SPACES TO WS-FIC-DATA-CONC
           MOVE SPACES TO WS-FIC-MECANICO
           MOVE SPACES TO WS-FIC-GARANTIA
           MOVE SPACES TO WS-FIC-MINUTOS
           MOVE SPACES TO WS-FIC-HORA
           MOVE SPACES TO WS-FIC-BOX
           MOVE SPACES TO WS-FIC-PEDIDO
           MOVE SPACES TO WS-FIC-KM
           MOVE SPACES TO WS-FIC-PROMETIDA
           MOVE SPACES TO WS-FIC-ORCAMENTO
           MOVE SPACES TO WS-FIC-FILIAL

           UNSTRING WS-DADOS DELIMITED BY '|' INTO
                               WS-FIC-OS
                               WS-FIC-PLACA
                               WS-FIC-DATA
                               WS-FIC-TIPO-SERVICO
                               WS-FIC-STATUS
                               WS-FIC-PECAS
                               WS-FIC-DATA-CONC
                               WS-FIC-MECANICO
                               WS-FIC-GARANTIA
                               WS-FIC-MINUTOS
                               WS-FIC-HORA
                               WS-FIC-BOX
                               WS-FIC-PEDIDO
                               WS-FIC-KM
                               WS-FIC-PROMETIDA
                               WS-FIC-ORCAMENTO
                               WS-FIC-FILIAL

           IF WS-FIC-FILIAL = SPACES
               MOVE '01' TO WS-FIC-FILIAL
           END-IF
           .
       2110-DESMONTAR-OS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         MONTAGEM DA FICHA (NO ARQUIVO JA ABERTO)
      *-----------------------------------------------------------------

       4000-MONTAR-FICHA               SECTION.

           PERFORM 4100-CABECALHO
           PERFORM 4200-PECAS-DA-OS
           PERFORM 4300-KIT-DO-SERVICO
           PERFORM 4400-PENDENCIAS-ANTERIORES
           PERFORM 4500-TERCEIROS-DA-OS
           PERFORM 4600-APONTAMENTO

           ADD 1 TO WS-QTD-FICHAS
           .
       4000-MONTAR-FICHA-FIM.
           EXIT.

       4100-CABECALHO                  SECTION.

           MOVE SPACES TO WS-VEI-MARCA
           MOVE SPACES TO WS-VEI-MODELO

           OPEN INPUT VEICULOS
           IF AS-STATUS-VEI = ZEROS
               MOVE WS-FIC-PLACA TO ARQ-VEICULOS-PLACA
               READ VEICULOS INTO WS-DADOS-VEICULOS
                   INVALID KEY
                       MOVE 'SEM CADASTRO' TO WS-VEI-MARCA
                   NOT INVALID KEY
                       UNSTRING WS-DADOS-VEICULOS
                           DELIMITED BY ' | ' OR '|'
                           INTO WS-VEI-PLACA
                                WS-VEI-MARCA
                                WS-VEI-MODELO
               END-READ
               CLOSE VEICULOS
           END-IF

           MOVE ALL '=' TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA

           MOVE SPACES TO WS-LINHA-IMP
           STRING 'FICHA DE SERVICO - OS NR ' DELIMITED BY SIZE
                  WS-FIC-OS DELIMITED BY SIZE
                  '  -  VOLVO S.A  -  FILIAL ' DELIMITED BY SIZE
                  WS-FIC-FILIAL DELIMITED BY SIZE
                  INTO WS-LINHA-IMP
           MOVE WS-LINHA-IMP TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA

           MOVE ALL '=' TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA

           MOVE SPACES TO WS-LINHA-IMP
           STRING 'PLACA: ' DELIMITED BY SIZE
                  WS-FIC-PLACA DELIMITED BY SIZE
                  '   MARCA/MODELO: ' DELIMITED BY SIZE
                  WS-VEI-MARCA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VEI-MODELO DELIMITED BY SIZE
                  INTO WS-LINHA-IMP
           MOVE WS-LINHA-IMP TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA

           MOVE SPACES TO WS-LINHA-IMP
           STRING 'KM: ' DELIMITED BY SIZE
                  WS-FIC-KM DELIMITED BY SIZE
                  '   DATA: ' DELIMITED BY SIZE
                  WS-FIC-DATA DELIMITED BY SIZE
                  '   HORA: ' DELIMITED BY SIZE
                  WS-FIC-HORA DELIMITED BY SIZE
                  '   BOX: ' DELIMITED BY SIZE
                  WS-FIC-BOX DELIMITED BY SIZE
                  INTO WS-LINHA-IMP
           MOVE WS-LINHA-IMP TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA

           MOVE SPACES TO WS-LINHA-IMP
           STRING 'SERVICO: ' DELIMITED BY SIZE
                  WS-FIC-TIPO-SERVICO DELIMITED BY SIZE
                  '   PROMETIDA PARA: ' DELIMITED BY SIZE
                  WS-FIC-PROMETIDA DELIMITED BY SIZE
                  '   MECANICO: ' DELIMITED BY SIZE
                  WS-FIC-MECANICO DELIMITED BY SIZE
                  INTO WS-LINHA-IMP
           MOVE WS-LINHA-IMP TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA

           IF WS-FIC-GARANTIA = 'S'
               MOVE 'SERVICO EM GARANTIA (RETORNO).' TO
                   ARQ-FICHA-IMPRESSA
               WRITE ARQ-FICHA-IMPRESSA
           END-IF
           .
       4100-CABECALHO-FIM.
           EXIT.

      * PECAS DA OS, COM A LOCALIZACAO NO ESTOQUE DA FILIAL DELA, E UM
      * QUADRADO PARA O MECANICO MARCAR O QUE FOI USADO.
       4200-PECAS-DA-OS                SECTION.

           MOVE SPACES TO WS-ARQ-RELATO-PECAS-PATH
           IF WS-FIC-FILIAL = '01'
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Relatorio-pecas.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-RELATO-PECAS-PATH
           ELSE
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Relatorio-pecas-' DELIMITED BY SIZE
                      WS-FIC-FILIAL DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-RELATO-PECAS-PATH
           END-IF

           MOVE 'N' TO WS-PEC-ABERTO
           OPEN INPUT RELATO-PECAS
           IF AS-STATUS-PEC = ZEROS
               MOVE 'S' TO WS-PEC-ABERTO
           END-IF

           MOVE ALL '-' TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           MOVE 'PECAS DA OS    (LOCALIZACAO | ID | DESCRICAO | QTD)'
               TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA

           MOVE WS-FIC-PECAS TO WS-LISTA-PECAS
           PERFORM 4210-LISTAR-PECAS

           IF WS-QTD-ITENS = ZEROS
               MOVE '    (NENHUMA PECA NA LISTA DA OS)' TO
                   ARQ-FICHA-IMPRESSA
               WRITE ARQ-FICHA-IMPRESSA
           END-IF
           .
       4200-PECAS-DA-OS-FIM.
           EXIT.

      * DESMONTA A LISTA EMPACOTADA DE WS-LISTA-PECAS (ID:QTD;...) E
      * IMPRIME UMA LINHA POR ITEM.
       4210-LISTAR-PECAS               SECTION.

           MOVE ZEROS TO WS-QTD-ITENS
           MOVE SPACES TO WS-PARES-PECAS

           IF WS-LISTA-PECAS NOT = SPACES
               UNSTRING WS-LISTA-PECAS DELIMITED BY ';' INTO
                   WS-PAR-PECA(1), WS-PAR-PECA(2), WS-PAR-PECA(3),
                   WS-PAR-PECA(4), WS-PAR-PECA(5)

               PERFORM VARYING WS-PAR-I FROM 1 BY 1
                       UNTIL WS-PAR-I > 5
                   IF WS-PAR-PECA(WS-PAR-I) NOT = SPACES
                       MOVE SPACES TO WS-ITEM-ID
                       MOVE SPACES TO WS-ITEM-QTD
                       UNSTRING WS-PAR-PECA(WS-PAR-I)
                           DELIMITED BY ':' INTO
                           WS-ITEM-ID
                           WS-ITEM-QTD
                       ADD 1 TO WS-QTD-ITENS
                       PERFORM 4220-LINHA-PECA
                   END-IF
               END-PERFORM
           END-IF
           .
       4210-LISTAR-PECAS-FIM.
           EXIT.

       4220-LINHA-PECA                 SECTION.

           MOVE SPACES TO WS-PEC-DESC
           MOVE SPACES TO WS-PEC-LOCAL

           IF WS-PEC-ABERTO = 'S'
               MOVE WS-ITEM-ID TO ARQ-RELATO-PECAS-ID
               READ RELATO-PECAS INTO WS-DADOS-PECAS
                   INVALID KEY
                       MOVE 'SEM CADASTRO' TO WS-PEC-LOCAL
                   NOT INVALID KEY
                       UNSTRING WS-DADOS-PECAS
                           DELIMITED BY ' | ' INTO
                           WS-PEC-ID
                           WS-PEC-MARCA
                           WS-PEC-DESC
                           WS-PEC-QTD
                           WS-PEC-VALOR
                           WS-PEC-CUSTO
                           WS-PEC-LOCAL
               END-READ
           END-IF

           MOVE SPACES TO WS-LINHA-IMP
           STRING '[ ] ' DELIMITED BY SIZE
                  WS-PEC-LOCAL DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-ITEM-ID DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-PEC-DESC DELIMITED BY SIZE
                  ' | QTD ' DELIMITED BY SIZE
                  WS-ITEM-QTD DELIMITED BY SIZE
                  INTO WS-LINHA-IMP
           MOVE WS-LINHA-IMP TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           .
       4220-LINHA-PECA-FIM.
           EXIT.

      * CONTEUDO DO KIT CADASTRADO PARA O TIPO DE SERVICO DA OS (O
      * PRIMEIRO DE KITS.TXT COM ESSE TIPO), COM AS LOCALIZACOES.
       4300-KIT-DO-SERVICO             SECTION.

           MOVE 'N' TO WS-KIT-ACHOU
           MOVE SPACES TO WS-KIT-CODIGO
           MOVE SPACES TO WS-KIT-DESC
           MOVE SPACES TO WS-KIT-PECAS

           OPEN INPUT KITS
           IF AS-STATUS-KIT = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ KITS INTO WS-DADOS-KIT
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE SPACES TO WS-KIT-L-CODIGO
                           MOVE SPACES TO WS-KIT-L-DESC
                           MOVE SPACES TO WS-KIT-L-TIPO
                           MOVE SPACES TO WS-KIT-L-PECAS
                           UNSTRING WS-DADOS-KIT DELIMITED BY '|'
                               INTO WS-KIT-L-CODIGO
                                    WS-KIT-L-DESC
                                    WS-KIT-L-TIPO
                                    WS-KIT-L-PECAS
                           IF WS-KIT-L-TIPO = WS-FIC-TIPO-SERVICO AND
                              WS-KIT-L-CODIGO NOT = SPACES
                               MOVE 'S' TO WS-KIT-ACHOU
                               MOVE WS-KIT-L-CODIGO TO WS-KIT-CODIGO
                               MOVE WS-KIT-L-DESC TO WS-KIT-DESC
                               MOVE WS-KIT-L-PECAS TO WS-KIT-PECAS
                               MOVE 'N' TO WS-CLOSE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KITS
           END-IF

           MOVE ALL '-' TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA

           IF WS-KIT-ACHOU = 'N'
               MOVE 'KIT DO SERVICO: NENHUM KIT CADASTRADO PARA O TIPO.'
                   TO ARQ-FICHA-IMPRESSA
               WRITE ARQ-FICHA-IMPRESSA
           ELSE
               MOVE SPACES TO WS-LINHA-IMP
               STRING 'KIT DO SERVICO: ' DELIMITED BY SIZE
                      WS-KIT-CODIGO DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-KIT-DESC DELIMITED BY SIZE
                      INTO WS-LINHA-IMP
               MOVE WS-LINHA-IMP TO ARQ-FICHA-IMPRESSA
               WRITE ARQ-FICHA-IMPRESSA

               MOVE WS-KIT-PECAS TO WS-LISTA-PECAS
               PERFORM 4210-LISTAR-PECAS
           END-IF

           IF WS-PEC-ABERTO = 'S'
               CLOSE RELATO-PECAS
               MOVE 'N' TO WS-PEC-ABERTO
           END-IF
           .
       4300-KIT-DO-SERVICO-FIM.
           EXIT.

      * ITENS MARCADOS ATENCAO OU CRITICO NOS CHECKLISTS DAS OUTRAS
      * OS DA PLACA (ARQUIVO AO VIVO E ANUAL), PARA O MECANICO OLHAR
      * DE NOVO O QUE FICOU PENDENTE.
       4400-PENDENCIAS-ANTERIORES      SECTION.

           MOVE ZEROS TO WS-REC-OS-QTD
           MOVE ZEROS TO WS-QTD-RECOMENDACOES

           OPEN INPUT MAINTENANCE
           IF AS-STATUS-MAN = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ MAINTENANCE INTO WS-DADOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 4410-COLETAR-OS-DA-PLACA
                   END-READ
               END-PERFORM
               CLOSE MAINTENANCE
           END-IF

           OPEN INPUT HISTORICO-ANUAL
           IF AS-STATUS-ANU = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ HISTORICO-ANUAL INTO WS-DADOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 4410-COLETAR-OS-DA-PLACA
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-ANUAL
           END-IF

           MOVE ALL '-' TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           MOVE 'PENDENCIAS DE VISITAS ANTERIORES (ATENCAO/CRITICO)' TO
               ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA

           IF WS-REC-OS-QTD > ZEROS
               OPEN INPUT CHECKLISTS
               IF AS-STATUS-CHK = ZEROS
                   MOVE 'S' TO WS-CLOSE-FILE
                   PERFORM UNTIL WS-CLOSE-FILE = 'N'
                       READ CHECKLISTS INTO WS-DADOS-CHK
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               PERFORM 4420-IMPRIMIR-PENDENCIA
                       END-READ
                   END-PERFORM
                   CLOSE CHECKLISTS
               END-IF
           END-IF

           IF WS-QTD-RECOMENDACOES = ZEROS
               MOVE '    (NENHUMA PENDENCIA REGISTRADA)' TO
                   ARQ-FICHA-IMPRESSA
               WRITE ARQ-FICHA-IMPRESSA
           END-IF
           .
       4400-PENDENCIAS-ANTERIORES-FIM.
           EXIT.

       4410-COLETAR-OS-DA-PLACA        SECTION.

           MOVE SPACES TO WS-CHK-OS
           MOVE SPACES TO WS-CHK-PLACA
           UNSTRING WS-DADOS DELIMITED BY '|' INTO
               WS-CHK-OS, WS-CHK-PLACA

           IF WS-CHK-PLACA = WS-FIC-PLACA AND
              WS-CHK-OS IS NUMERIC AND
              WS-CHK-OS NOT = WS-FIC-OS AND
              WS-REC-OS-QTD < 50
               ADD 1 TO WS-REC-OS-QTD
               MOVE WS-CHK-OS TO WS-REC-OS-PLACA(WS-REC-OS-QTD)
           END-IF
           .
       4410-COLETAR-OS-DA-PLACA-FIM.
           EXIT.

       4420-IMPRIMIR-PENDENCIA         SECTION.

           MOVE SPACES TO WS-CHK-L-OS
           MOVE SPACES TO WS-CHK-L-ITEM
           MOVE SPACES TO WS-CHK-L-RES
           MOVE SPACES TO WS-CHK-L-NOTA

           UNSTRING WS-DADOS-CHK DELIMITED BY '|' INTO
               WS-CHK-L-OS
               WS-CHK-L-ITEM
               WS-CHK-L-RES
               WS-CHK-L-NOTA

           IF WS-CHK-L-OS IS NUMERIC AND
              (WS-CHK-L-RES = 'ATENCAO' OR WS-CHK-L-RES = 'CRITICO')
               PERFORM VARYING WS-REC-OS-I FROM 1 BY 1
                       UNTIL WS-REC-OS-I > WS-REC-OS-QTD
                   IF WS-CHK-L-OS = WS-REC-OS-PLACA(WS-REC-OS-I)
                       MOVE SPACES TO WS-LINHA-IMP
                       STRING '[ ] ' DELIMITED BY SIZE
                              WS-CHK-L-RES DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-CHK-L-ITEM DELIMITED BY SIZE
                              ' (OS ' DELIMITED BY SIZE
                              WS-CHK-L-OS DELIMITED BY SIZE
                              ') ' DELIMITED BY SIZE
                              WS-CHK-L-NOTA DELIMITED BY SIZE
                              INTO WS-LINHA-IMP
                       MOVE WS-LINHA-IMP TO ARQ-FICHA-IMPRESSA
                       WRITE ARQ-FICHA-IMPRESSA
                       ADD 1 TO WS-QTD-RECOMENDACOES
                       MOVE WS-REC-OS-QTD TO WS-REC-OS-I
                   END-IF
               END-PERFORM
           END-IF
           .
       4420-IMPRIMIR-PENDENCIA-FIM.
           EXIT.

      * SERVICOS FEITOS FORA (SUBLET) JA LANCADOS NA OS. PRECO E
      * CUSTO NAO SAEM NA FICHA: ELA E DO CHAO DA OFICINA.
       4500-TERCEIROS-DA-OS            SECTION.

           MOVE ZEROS TO WS-QTD-TERCEIROS

           MOVE ALL '-' TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           MOVE 'SERVICOS DE TERCEIROS (PRESTADOR | SERVICO | DATA)' TO
               ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA

           OPEN INPUT TERCEIROS
           IF AS-STATUS-TER = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ TERCEIROS INTO WS-DADOS-TER
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE SPACES TO WS-TER-L-OS
                           MOVE SPACES TO WS-TER-L-FORN
                           MOVE SPACES TO WS-TER-L-DESC
                           MOVE SPACES TO WS-TER-L-CUSTO
                           MOVE SPACES TO WS-TER-L-PRECO
                           MOVE SPACES TO WS-TER-L-DATA
                           UNSTRING WS-DADOS-TER DELIMITED BY '|'
                               INTO WS-TER-L-OS
                                    WS-TER-L-FORN
                                    WS-TER-L-DESC
                                    WS-TER-L-CUSTO
                                    WS-TER-L-PRECO
                                    WS-TER-L-DATA
                           IF WS-TER-L-OS = WS-FIC-OS
                               MOVE SPACES TO WS-LINHA-IMP
                               STRING '    ' DELIMITED BY SIZE
                                      WS-TER-L-FORN DELIMITED BY SIZE
                                      ' | ' DELIMITED BY SIZE
                                      WS-TER-L-DESC DELIMITED BY SIZE
                                      ' | ' DELIMITED BY SIZE
                                      WS-TER-L-DATA DELIMITED BY SIZE
                                      INTO WS-LINHA-IMP
                               MOVE WS-LINHA-IMP TO ARQ-FICHA-IMPRESSA
                               WRITE ARQ-FICHA-IMPRESSA
                               ADD 1 TO WS-QTD-TERCEIROS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERCEIROS
           END-IF

           IF WS-QTD-TERCEIROS = ZEROS
               MOVE '    (NENHUM SERVICO DE TERCEIRO LANCADO)' TO
                   ARQ-FICHA-IMPRESSA
               WRITE ARQ-FICHA-IMPRESSA
           END-IF
           .
       4500-TERCEIROS-DA-OS-FIM.
           EXIT.

      * QUADROS EM BRANCO PARA O APONTAMENTO DE ENTRADA E SAIDA E A
      * ASSINATURA DO MECANICO, PREENCHIDOS A MAO NA OFICINA.
       4600-APONTAMENTO                SECTION.

           MOVE ALL '-' TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           MOVE 'APONTAMENTO DE HORAS (PREENCHER A MAO)' TO
               ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA

           MOVE WS-GRADE-BORDA TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           MOVE WS-GRADE-TITULO TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           MOVE WS-GRADE-BORDA TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           MOVE WS-GRADE-BRANCO TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           MOVE WS-GRADE-BRANCO TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           MOVE WS-GRADE-BRANCO TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           MOVE WS-GRADE-BRANCO TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           MOVE WS-GRADE-BORDA TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA

           MOVE SPACES TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           MOVE 'OBSERVACOES DO MECANICO:' TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           MOVE ALL '_' TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           MOVE ALL '_' TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA

           MOVE SPACES TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           MOVE 'ASSINATURA DO MECANICO: ______________________________'
               TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA

           MOVE ALL '=' TO ARQ-FICHA-IMPRESSA
           WRITE ARQ-FICHA-IMPRESSA
           .
       4600-APONTAMENTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FICHAS DOS AGENDADOS DE AMANHA (MODO F)
      *-----------------------------------------------------------------

      * JUNTA AS OS AGENDADO DE AMANHA (TODAS AS FILIAIS) E IMPRIME
      * AS FICHAS EM SEQUENCIA EM FICHAS-AMANHA.TXT, UMA IMPRESSAO SO
      * PARA A OFICINA ABRIR COM TUDO NA MAO.
       5000-FICHAS-DE-AMANHA           SECTION.

           PERFORM 5010-CALCULAR-AMANHA

           MOVE ZEROS TO WS-AMA-QTD
           MOVE ZEROS TO WS-AMA-EXCEDENTES

      *    PRIMEIRO AS OS (A MONTAGEM DA FICHA RELE O ARQUIVO)...
           OPEN INPUT MAINTENANCE
           IF AS-STATUS-MAN = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ MAINTENANCE INTO WS-DADOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 2110-DESMONTAR-OS
                           IF WS-FIC-STATUS = 'AGENDADO' AND
                              WS-FIC-DATA = WS-DATA-AMANHA AND
                              WS-FIC-OS IS NUMERIC
                               IF WS-AMA-QTD < 300
                                   ADD 1 TO WS-AMA-QTD
                                   MOVE WS-FIC-OS TO
                                       WS-AMA-OS(WS-AMA-QTD)
                               ELSE
                                   ADD 1 TO WS-AMA-EXCEDENTES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINTENANCE
           END-IF

      *    ...DEPOIS AS FICHAS.
           MOVE SPACES TO WS-ARQ-FICHA-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Fichas-amanha.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FICHA-PATH

           OPEN OUTPUT FICHA-IMPRESSA
           IF AS-STATUS-FIC NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-FIC
           ELSE
               PERFORM VARYING WS-AMA-I FROM 1 BY 1
                       UNTIL WS-AMA-I > WS-AMA-QTD
                   MOVE WS-AMA-OS(WS-AMA-I) TO WS-OS-BUSCA
                   PERFORM 2100-LOCALIZAR-OS
                   IF WS-OS-ACHOU = 'S'
                       PERFORM 4000-MONTAR-FICHA
                       MOVE SPACES TO ARQ-FICHA-IMPRESSA
                       WRITE ARQ-FICHA-IMPRESSA
                   END-IF
               END-PERFORM

               IF WS-QTD-FICHAS = ZEROS
                   MOVE SPACES TO WS-LINHA-IMP
                   STRING 'NENHUMA OS AGENDADA PARA ' DELIMITED BY SIZE
                          WS-DATA-AMANHA DELIMITED BY SIZE
                          INTO WS-LINHA-IMP
                   MOVE WS-LINHA-IMP TO ARQ-FICHA-IMPRESSA
                   WRITE ARQ-FICHA-IMPRESSA
               END-IF

               CLOSE FICHA-IMPRESSA
           END-IF

           DISPLAY WS-QTD-FICHAS " FICHA(S) DE SERVICO PARA "
               WS-DATA-AMANHA " (FICHAS-AMANHA.TXT)"
           IF WS-AMA-EXCEDENTES > ZEROS
               DISPLAY "ATENCAO: " WS-AMA-EXCEDENTES " OS ALEM DO "
                   "LIMITE DE 300 FICARAM SEM FICHA. USE A OPCAO F "
                   "DO MANUTENCAO."
           END-IF
           .
       5000-FICHAS-DE-AMANHA-FIM.
           EXIT.

      * AMANHA EM DD/MM/AAAA, A PARTIR DA DATA DE PROCESSAMENTO DO
      * NOTURNO (OU DO RELOGIO, SEM ELA).
       5010-CALCULAR-AMANHA            SECTION.

           IF WS-SUB-DATA NOT = SPACES AND
              WS-SUB-DATA IS NUMERIC
               MOVE WS-SUB-DATA TO WS-DATA-HOJE
           ELSE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           END-IF

           MOVE WS-DATA-HOJE(1:4) TO WS-SUG-ANO
           MOVE WS-DATA-HOJE(5:2) TO WS-SUG-MES
           MOVE WS-DATA-HOJE(7:2) TO WS-SUG-DIA

           EVALUATE WS-SUG-MES
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-SUG-MAX-DIA
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-SUG-MAX-DIA
               WHEN OTHER
                   MOVE 28 TO WS-SUG-MAX-DIA
                   DIVIDE WS-SUG-ANO BY 4 GIVING WS-BIS-QUOC
                       REMAINDER WS-BIS-RESTO
                   IF WS-BIS-RESTO = ZEROS
                       MOVE 29 TO WS-SUG-MAX-DIA
                       DIVIDE WS-SUG-ANO BY 100 GIVING WS-BIS-QUOC
                           REMAINDER WS-BIS-RESTO
                       IF WS-BIS-RESTO = ZEROS
                           MOVE 28 TO WS-SUG-MAX-DIA
                           DIVIDE WS-SUG-ANO BY 400 GIVING WS-BIS-QUOC
                               REMAINDER WS-BIS-RESTO
                           IF WS-BIS-RESTO = ZEROS
                               MOVE 29 TO WS-SUG-MAX-DIA
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE

           ADD 1 TO WS-SUG-DIA
           IF WS-SUG-DIA > WS-SUG-MAX-DIA
               MOVE 1 TO WS-SUG-DIA
               ADD 1 TO WS-SUG-MES
               IF WS-SUG-MES > 12
                   MOVE 1 TO WS-SUG-MES
                   ADD 1 TO WS-SUG-ANO
               END-IF
           END-IF

           MOVE SPACES TO WS-DATA-AMANHA
           MOVE WS-SUG-DIA TO WS-DATA-AMANHA(1:2)
           MOVE '/' TO WS-DATA-AMANHA(3:1)
           MOVE WS-SUG-MES TO WS-DATA-AMANHA(4:2)
           MOVE '/' TO WS-DATA-AMANHA(6:1)
           MOVE WS-SUG-ANO TO WS-DATA-AMANHA(7:4)
           .
       5010-CALCULAR-AMANHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------

       3000-FINALIZAR                  SECTION.

            EXIT PROGRAM
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM FICHA.
