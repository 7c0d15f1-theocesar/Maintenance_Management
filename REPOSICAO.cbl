       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSICAO.
      ******************************************************************
      * Author: Théo César
      * Date: 23/09/2026
      * Purpose: Recalculo dos pontos de reposicao das pecas pelo
      *          consumo real e pelo prazo do fornecedor
      * Modifications:
      *    23/09/2026 - Reposicao's structure finished. Le no kardex o
      *    consumo de cada peca nos ultimos N meses (CONSUMO OS e
      *    VENDA BALCAO, descontado o ESTORNO CANCEL) e o prazo de
      *    entrega do fornecedor dela (o do ultimo pedido de compra da
      *    peca em Pedidos.txt, senao o primeiro fornecedor que a tem
      *    na lista de Fornecedores.txt, senao 7 dias) e propoe o novo
      *    estoque minimo (consumo diario x (prazo + dias de
      *    seguranca)) e a nova quantidade de reposicao (um mes de
      *    consumo). N e os dias de seguranca ficam em
      *    Parametros-reposicao.txt (MM|DDD; criado com 06|007 na
      *    primeira execucao). Nada muda no cadastro aqui: a revisao
      *    (atual x proposto) sai em Reposicao-revisao.txt e as
      *    alteracoes em Reposicao-proposta.txt, que o PECAS (opcao
      *    17) so aplica com a aprovacao de um gerente. Peca sem
      *    consumo na janela fica como esta. Devolve ao chamador
      *    (PECAS ou NOTURNO) quantas alteracoes foram propostas.
      *    24/09/2026 - Registro da peca com 107 posicoes (indicador
      *    de rastreio no fim).
      *    01/10/2026 - Kardex.txt lido com 133 posicoes (filial no
      *    fim). Os pontos de reposicao sao os do estoque da matriz
      *    (01), so com o consumo dela; as transferencias entre
      *    filiais nao contam como consumo.
      *    15/10/2026 - Segundo parametro com a data de
      *    processamento (AAAAMMDD, espacos = relogio): na recuperacao
      *    de noites do NOTURNO a janela de consumo termina na noite
      *    processada, nao no dia em que a rodada roda; movimentos
      *    posteriores a essa data ficam fora da janela.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RELATO-PECAS ASSIGN TO WS-ARQ-RELATO-PECAS-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ARQ-RELATO-PECAS-ID
       FILE STATUS IS AS-STATUS-S.

       SELECT KARDEX-ARQ ASSIGN TO WS-ARQ-KARDEX-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-KAR.

       SELECT PEDIDOS ASSIGN TO WS-ARQ-PEDIDOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-PED.

       SELECT FORNECEDORES ASSIGN TO WS-ARQ-FORNECEDORES-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FOR.

       SELECT PARAMETROS ASSIGN TO WS-ARQ-PARAMETROS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-PAR.

       SELECT REVISAO ASSIGN TO WS-ARQ-REVISAO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-REV.

       SELECT PROPOSTA ASSIGN TO WS-ARQ-PROPOSTA-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-PRP.

       DATA DIVISION.
       FILE SECTION.

       FD RELATO-PECAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RELATO1-PECAS.
           05 ARQ-RELATO-PECAS-ID       PIC X(04).
           05 ARQ-RELATO-PECAS-SUFIXO   PIC X(103).

       FD KARDEX-ARQ
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-KARDEX                    PIC X(133).

       FD PEDIDOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PEDIDOS                   PIC X(100).

       FD FORNECEDORES
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FORNECEDORES              PIC X(91).

       FD PARAMETROS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PARAMETROS                PIC X(10).

       FD REVISAO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-REVISAO                   PIC X(80).

       FD PROPOSTA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PROPOSTA                  PIC X(36).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-S                   PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-KAR                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PED                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FOR                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PAR                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-REV                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PRP                 PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-RELATO-PECAS-PATH      PIC X(80) VALUE SPACES.
       01 WS-ARQ-KARDEX-PATH            PIC X(80) VALUE SPACES.
       01 WS-ARQ-PEDIDOS-PATH           PIC X(80) VALUE SPACES.
       01 WS-ARQ-FORNECEDORES-PATH      PIC X(80) VALUE SPACES.
       01 WS-ARQ-PARAMETROS-PATH        PIC X(80) VALUE SPACES.
       01 WS-ARQ-REVISAO-PATH           PIC X(80) VALUE SPACES.
       01 WS-ARQ-PROPOSTA-PATH          PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         PARAMETROS DO CALCULO (MM|DDD)
      *-----------------------------------------------------------------
       01 WS-PAR-MESES-X                PIC X(02) VALUE SPACES.
       01 WS-PAR-MESES-N REDEFINES WS-PAR-MESES-X
                                        PIC 9(02).
       01 WS-PAR-SEGURANCA-X            PIC X(03) VALUE SPACES.
       01 WS-PAR-SEGURANCA-N REDEFINES WS-PAR-SEGURANCA-X
                                        PIC 9(03).
       01 WS-MESES                      PIC 9(02) VALUE 06.
       01 WS-SEGURANCA                  PIC 9(03) VALUE 007.
       01 WS-PRAZO-PADRAO               PIC 9(03) VALUE 007.
       01 WS-DIAS-JANELA                PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         JANELA DE CONSUMO (AAAAMMDD)
      *-----------------------------------------------------------------
       01 WS-DATA-HOJE                  PIC X(08) VALUE SPACES.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO               PIC 9(04).
           05 WS-HOJE-MES               PIC 9(02).
           05 WS-HOJE-DIA               PIC 9(02).
       01 WS-INICIO-JANELA.
           05 WS-INI-ANO                PIC 9(04) VALUE ZEROS.
           05 WS-INI-MES                PIC 9(02) VALUE ZEROS.
           05 WS-INI-DIA                PIC 9(02) VALUE ZEROS.
       01 WS-TOTAL-MESES                PIC 9(06) VALUE ZEROS.
       01 WS-DATA-MOV                   PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         REGISTROS LIDOS (LEITURA POSICIONAL)
      *-----------------------------------------------------------------
       01 WS-DADOS-PEC.
           05 WS-PEC-ID                 PIC X(04).
           05 FILLER                    PIC X(88).
           05 WS-PEC-MIN-X              PIC X(04).
           05 WS-PEC-MIN-N REDEFINES WS-PEC-MIN-X
                                        PIC 9(04).
           05 FILLER                    PIC X(03).
           05 WS-PEC-REP-X              PIC X(04).
           05 WS-PEC-REP-N REDEFINES WS-PEC-REP-X
                                        PIC 9(04).
           05 FILLER                    PIC X(04).

       01 WS-DADOS-KAR.
           05 WS-KAR-DATA               PIC X(10).
           05 FILLER                    PIC X(10).
           05 WS-KAR-PECA               PIC X(06).
           05 FILLER                    PIC X(01).
           05 WS-KAR-TIPO               PIC X(01).
           05 FILLER                    PIC X(01).
           05 WS-KAR-QTD-X              PIC X(06).
           05 WS-KAR-QTD-N REDEFINES WS-KAR-QTD-X
                                        PIC 9(06).
           05 FILLER                    PIC X(01).
           05 WS-KAR-MOTIVO             PIC X(15).
           05 FILLER                    PIC X(80).
           05 WS-KAR-FILIAL             PIC X(02).

       01 WS-DADOS-PED                  PIC X(100) VALUE SPACES.
       01 WS-PED-ID                     PIC X(05) VALUE SPACES.
       01 WS-PED-PECA                   PIC X(04) VALUE SPACES.
       01 WS-PED-DESC                   PIC X(24) VALUE SPACES.
       01 WS-PED-QTD                    PIC X(04) VALUE SPACES.
       01 WS-PED-STATUS                 PIC X(09) VALUE SPACES.
       01 WS-PED-DATA-PEDIDO            PIC X(10) VALUE SPACES.
       01 WS-PED-DATA-RECEB             PIC X(10) VALUE SPACES.
       01 WS-PED-FORNECEDOR             PIC X(04) VALUE SPACES.

       01 WS-DADOS-FOR                  PIC X(91) VALUE SPACES.
       01 WS-FOR-CODIGO                 PIC X(04) VALUE SPACES.
       01 WS-FOR-NOME                   PIC X(20) VALUE SPACES.
       01 WS-FOR-TELEFONE               PIC X(13) VALUE SPACES.
       01 WS-FOR-PRAZO-X                PIC X(03) VALUE SPACES.
       01 WS-FOR-PRAZO-N REDEFINES WS-FOR-PRAZO-X
                                        PIC 9(03).
       01 WS-FOR-PECAS                  PIC X(47) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         TABELAS EM MEMORIA
      *-----------------------------------------------------------------
       01 WS-TAB-PECAS.
           05 WS-TP-ITEM OCCURS 5000 TIMES.
               10 WS-TP-ID              PIC X(04).
               10 WS-TP-MIN-ATUAL       PIC 9(04).
               10 WS-TP-REP-ATUAL       PIC 9(04).
               10 WS-TP-CONSUMO         PIC 9(07).
               10 WS-TP-FORN            PIC X(04).
       01 WS-TP-QTD                     PIC 9(04) VALUE ZEROS.
       01 WS-TP-I                       PIC 9(04) VALUE ZEROS.
       01 WS-TP-ACHOU                   PIC X(01) VALUE 'N'.
       01 WS-TP-BUSCA                   PIC X(04) VALUE SPACES.

       01 WS-TAB-FORN.
           05 WS-TF-ITEM OCCURS 200 TIMES.
               10 WS-TF-CODIGO          PIC X(04).
               10 WS-TF-PRAZO           PIC 9(03).
               10 WS-TF-PECAS           PIC X(47).
       01 WS-TF-QTD                     PIC 9(03) VALUE ZEROS.
       01 WS-TF-I                       PIC 9(03) VALUE ZEROS.
       01 WS-TF-ACHOU                   PIC X(01) VALUE 'N'.
       01 WS-TF-CHAVE                   PIC X(05) VALUE SPACES.
       01 WS-TF-OCORRENCIAS             PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         CALCULO DA PROPOSTA
      *-----------------------------------------------------------------
       01 WS-PRAZO                      PIC 9(03) VALUE ZEROS.
       01 WS-PRODUTO                    PIC 9(11) VALUE ZEROS.
       01 WS-QUOCIENTE                  PIC 9(09) VALUE ZEROS.
       01 WS-RESTO                      PIC 9(05) VALUE ZEROS.
       01 WS-MIN-NOVO                   PIC 9(04) VALUE ZEROS.
       01 WS-REP-NOVO                   PIC 9(04) VALUE ZEROS.
       01 WS-QTD-PROPOSTAS              PIC 9(05) VALUE ZEROS.
       01 WS-QTD-SEM-CONSUMO            PIC 9(05) VALUE ZEROS.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         LINHAS DE SAIDA
      *-----------------------------------------------------------------
       01 LINDET-PROPOSTA.
           05 LINDET-PRP-ID             PIC X(04) VALUE SPACES.
           05 LINDET-PRP-SP1            PIC X(01) VALUE '|'.
           05 LINDET-PRP-MIN-ATUAL      PIC 9(04) VALUE ZEROS.
           05 LINDET-PRP-SP2            PIC X(01) VALUE '|'.
           05 LINDET-PRP-REP-ATUAL      PIC 9(04) VALUE ZEROS.
           05 LINDET-PRP-SP3            PIC X(01) VALUE '|'.
           05 LINDET-PRP-MIN-NOVO       PIC 9(04) VALUE ZEROS.
           05 LINDET-PRP-SP4            PIC X(01) VALUE '|'.
           05 LINDET-PRP-REP-NOVO       PIC 9(04) VALUE ZEROS.
           05 LINDET-PRP-SP5            PIC X(01) VALUE '|'.
           05 LINDET-PRP-CONSUMO        PIC 9(07) VALUE ZEROS.
           05 LINDET-PRP-SP6            PIC X(01) VALUE '|'.
           05 LINDET-PRP-PRAZO          PIC 9(03) VALUE ZEROS.

       01 LINDET-REVISAO.
           05 LINDET-REV-ID             PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(03) VALUE ' | '.
           05 LINDET-REV-MIN-ATUAL      PIC ZZZ9  VALUE ZEROS.
           05 FILLER                    PIC X(03) VALUE ' | '.
           05 LINDET-REV-REP-ATUAL      PIC ZZZ9  VALUE ZEROS.
           05 FILLER                    PIC X(03) VALUE ' | '.
           05 LINDET-REV-MIN-NOVO       PIC ZZZ9  VALUE ZEROS.
           05 FILLER                    PIC X(03) VALUE ' | '.
           05 LINDET-REV-REP-NOVO       PIC ZZZ9  VALUE ZEROS.
           05 FILLER                    PIC X(03) VALUE ' | '.
           05 LINDET-REV-CONSUMO        PIC Z(06)9 VALUE ZEROS.
           05 FILLER                    PIC X(03) VALUE ' | '.
           05 LINDET-REV-PRAZO          PIC ZZ9   VALUE ZEROS.
           05 FILLER                    PIC X(03) VALUE ' | '.
           05 LINDET-REV-FORN           PIC X(04) VALUE SPACES.

       01 WS-LINHA-REV                  PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

       LINKAGE SECTION.

       01 WS-SUB-PROPOSTAS              PIC 9(05).
       01 WS-SUB-DATA-PROCESSO          PIC X(08).

       PROCEDURE DIVISION USING WS-SUB-PROPOSTAS,
                       WS-SUB-DATA-PROCESSO.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR.
           PERFORM 3000-FINALIZAR.


            STOP RUN.

      *-----------------------------------------------------------------
      *         INICIALIZACAO
      *-----------------------------------------------------------------

       1000-INICIALIZAR                SECTION.

           PERFORM 1010-CARREGAR-DIRETORIO
           PERFORM 1020-CARREGAR-PARAMETROS

           MOVE ZEROS TO WS-TP-QTD
           MOVE ZEROS TO WS-TF-QTD
           MOVE ZEROS TO WS-QTD-PROPOSTAS
           MOVE ZEROS TO WS-QTD-SEM-CONSUMO

           IF WS-SUB-DATA-PROCESSO NOT = SPACES AND
              WS-SUB-DATA-PROCESSO IS NUMERIC
               MOVE WS-SUB-DATA-PROCESSO TO WS-DATA-HOJE
           ELSE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           END-IF

      *    INICIO DA JANELA: HOJE MENOS N MESES, NO MESMO DIA (A
      *    COMPARACAO E FEITA COMO AAAAMMDD, ENTAO UM DIA 31 EM MES
      *    CURTO NAO ATRAPALHA).
           COMPUTE WS-TOTAL-MESES =
               WS-HOJE-ANO * 12 + WS-HOJE-MES - 1 - WS-MESES
           DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-INI-ANO
               REMAINDER WS-INI-MES
           ADD 1 TO WS-INI-MES
           MOVE WS-HOJE-DIA TO WS-INI-DIA

           COMPUTE WS-DIAS-JANELA = WS-MESES * 30
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
                  'Relatorio-pecas.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-RELATO-PECAS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Kardex.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-KARDEX-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Pedidos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-PEDIDOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Fornecedores.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FORNECEDORES-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Parametros-reposicao.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-PARAMETROS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Reposicao-revisao.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-REVISAO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Reposicao-proposta.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-PROPOSTA-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.

      *    LE A JANELA EM MESES E OS DIAS DE SEGURANCA (MM|DDD). NA
      *    PRIMEIRA EXECUCAO O ARQUIVO E CRIADO COM 06|007; VALOR
      *    ILEGIVEL CAI NO PADRAO.
       1020-CARREGAR-PARAMETROS        SECTION.

           MOVE 06 TO WS-MESES
           MOVE 007 TO WS-SEGURANCA

           OPEN INPUT PARAMETROS
           IF AS-STATUS-PAR = ZEROS
               READ PARAMETROS
                   AT END
                       MOVE SPACES TO ARQ-PARAMETROS
               END-READ
               CLOSE PARAMETROS

               MOVE SPACES TO WS-PAR-MESES-X
               MOVE SPACES TO WS-PAR-SEGURANCA-X
               UNSTRING ARQ-PARAMETROS DELIMITED BY '|' INTO
                   WS-PAR-MESES-X
                   WS-PAR-SEGURANCA-X

               IF WS-PAR-MESES-X IS NUMERIC AND
                  WS-PAR-MESES-N > ZEROS
                   MOVE WS-PAR-MESES-N TO WS-MESES
               END-IF
               IF WS-PAR-SEGURANCA-X IS NUMERIC
                   MOVE WS-PAR-SEGURANCA-N TO WS-SEGURANCA
               END-IF
           ELSE
               OPEN OUTPUT PARAMETROS
               MOVE '06|007' TO ARQ-PARAMETROS
               WRITE ARQ-PARAMETROS
               CLOSE PARAMETROS
           END-IF
           .
       1020-CARREGAR-PARAMETROS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         PROCESSAMENTO
      *-----------------------------------------------------------------

       2000-PROCESSAR                  SECTION.

           PERFORM 2100-CARREGAR-PECAS
           PERFORM 2200-SOMAR-CONSUMO
           PERFORM 2300-FORNECEDOR-DO-PEDIDO
           PERFORM 2400-CARREGAR-FORNECEDORES

           OPEN OUTPUT REVISAO
           IF AS-STATUS-REV NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-REV
           END-IF
           OPEN OUTPUT PROPOSTA
           IF AS-STATUS-PRP NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-PRP
           END-IF

           MOVE SPACES TO WS-LINHA-REV
           STRING 'REVISAO DOS PONTOS DE REPOSICAO - CONSUMO DESDE '
                      DELIMITED BY SIZE
                  WS-INI-DIA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-INI-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-INI-ANO DELIMITED BY SIZE
                  INTO WS-LINHA-REV
           PERFORM 2900-GRAVAR-LINHA-REV

           MOVE SPACES TO WS-LINHA-REV
           STRING 'JANELA DE ' DELIMITED BY SIZE
                  WS-MESES DELIMITED BY SIZE
                  ' MES(ES), SEGURANCA DE ' DELIMITED BY SIZE
                  WS-SEGURANCA DELIMITED BY SIZE
                  ' DIA(S)' DELIMITED BY SIZE
                  INTO WS-LINHA-REV
           PERFORM 2900-GRAVAR-LINHA-REV

           MOVE 'ID   | MIN | REP | MIN | REP | CONSUMO | PRZ | FORN'
               TO WS-LINHA-REV
           PERFORM 2900-GRAVAR-LINHA-REV
           MOVE '     | ATUAL     | PROPOSTO  |         | DIAS|'
               TO WS-LINHA-REV
           PERFORM 2900-GRAVAR-LINHA-REV

           PERFORM VARYING WS-TP-I FROM 1 BY 1
                   UNTIL WS-TP-I > WS-TP-QTD
               PERFORM 2500-PROPOR-PECA
           END-PERFORM

           MOVE SPACES TO WS-LINHA-REV
           STRING WS-QTD-PROPOSTAS DELIMITED BY SIZE
                  ' ALTERACAO(OES) PROPOSTA(S), ' DELIMITED BY SIZE
                  WS-QTD-SEM-CONSUMO DELIMITED BY SIZE
                  ' PECA(S) SEM CONSUMO MANTIDA(S)' DELIMITED BY SIZE
                  INTO WS-LINHA-REV
           PERFORM 2900-GRAVAR-LINHA-REV
           IF WS-QTD-PROPOSTAS > ZEROS
               MOVE 'APROVACAO DE UM GERENTE NO PECAS, OPCAO 17'
                   TO WS-LINHA-REV
               PERFORM 2900-GRAVAR-LINHA-REV
           END-IF

           CLOSE REVISAO
           CLOSE PROPOSTA
           .
       2000-PROCESSAR-FIM.
           EXIT.

      *    CARREGA AS PECAS DO CADASTRO COM O MINIMO E A REPOSICAO
      *    ATUAIS.
       2100-CARREGAR-PECAS             SECTION.

           OPEN INPUT RELATO-PECAS
           IF AS-STATUS-S NOT EQUAL ZEROS
               DISPLAY 'RELATORIO-PECAS.TXT ILEGIVEL ' AS-STATUS-S
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ RELATO-PECAS NEXT RECORD INTO WS-DADOS-PEC
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-TP-QTD < 5000
                               ADD 1 TO WS-TP-QTD
                               PERFORM 2110-GUARDAR-PECA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELATO-PECAS
           END-IF
           .
       2100-CARREGAR-PECAS-FIM.
           EXIT.

       2110-GUARDAR-PECA               SECTION.

           MOVE WS-PEC-ID TO WS-TP-ID(WS-TP-QTD)
           IF WS-PEC-MIN-X IS NUMERIC
               MOVE WS-PEC-MIN-N TO WS-TP-MIN-ATUAL(WS-TP-QTD)
           ELSE
               MOVE ZEROS TO WS-TP-MIN-ATUAL(WS-TP-QTD)
           END-IF
           IF WS-PEC-REP-X IS NUMERIC
               MOVE WS-PEC-REP-N TO WS-TP-REP-ATUAL(WS-TP-QTD)
           ELSE
               MOVE ZEROS TO WS-TP-REP-ATUAL(WS-TP-QTD)
           END-IF
           MOVE ZEROS TO WS-TP-CONSUMO(WS-TP-QTD)
           MOVE SPACES TO WS-TP-FORN(WS-TP-QTD)
           .
       2110-GUARDAR-PECA-FIM.
           EXIT.

      *    SOMA O CONSUMO DE CADA PECA NA JANELA: SAIDAS POR OS E POR
      *    VENDA DE BALCAO, MENOS O QUE VOLTOU POR OS CANCELADA.
      *    AJUSTES, INVENTARIO E DEVOLUCAO AO FORNECEDOR NAO SAO
      *    CONSUMO.
       2200-SOMAR-CONSUMO              SECTION.

           OPEN INPUT KARDEX-ARQ
           IF AS-STATUS-KAR = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ KARDEX-ARQ INTO WS-DADOS-KAR
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 2210-TRATAR-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE KARDEX-ARQ
           END-IF
           .
       2200-SOMAR-CONSUMO-FIM.
           EXIT.

       2210-TRATAR-MOVIMENTO           SECTION.

           MOVE SPACES TO WS-DATA-MOV
           STRING WS-KAR-DATA(7:4) DELIMITED BY SIZE
                  WS-KAR-DATA(4:2) DELIMITED BY SIZE
                  WS-KAR-DATA(1:2) DELIMITED BY SIZE
                  INTO WS-DATA-MOV

      *    OS PONTOS DE REPOSICAO SAO DO ESTOQUE DA MATRIZ (01): O
      *    CONSUMO DAS OUTRAS FILIAIS NAO ENTRA NA CONTA. A JANELA VAI
      *    DO INICIO CALCULADO ATE A DATA DE PROCESSAMENTO.
           IF WS-DATA-MOV >= WS-INICIO-JANELA AND
              WS-DATA-MOV NOT > WS-DATA-HOJE AND
              (WS-KAR-FILIAL = SPACES OR WS-KAR-FILIAL = '01') AND
              WS-KAR-QTD-X IS NUMERIC AND
              (WS-KAR-MOTIVO = 'CONSUMO OS' OR
               WS-KAR-MOTIVO = 'VENDA BALCAO' OR
               WS-KAR-MOTIVO = 'ESTORNO CANCEL')
               MOVE WS-KAR-PECA(1:4) TO WS-TP-BUSCA
               PERFORM 2800-LOCALIZAR-PECA
               IF WS-TP-ACHOU = 'S'
                   IF WS-KAR-TIPO = 'S'
                       ADD WS-KAR-QTD-N TO WS-TP-CONSUMO(WS-TP-I)
                   ELSE
                       IF WS-KAR-QTD-N > WS-TP-CONSUMO(WS-TP-I)
                           MOVE ZEROS TO WS-TP-CONSUMO(WS-TP-I)
                       ELSE
                           SUBTRACT WS-KAR-QTD-N FROM
                               WS-TP-CONSUMO(WS-TP-I)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       2210-TRATAR-MOVIMENTO-FIM.
           EXIT.

      *    O FORNECEDOR DA PECA E O DO PEDIDO DE COMPRA MAIS RECENTE
      *    DELA (PEDIDOS.TXT E GRAVADO EM ORDEM, O ULTIMO VENCE).
       2300-FORNECEDOR-DO-PEDIDO       SECTION.

           OPEN INPUT PEDIDOS
           IF AS-STATUS-PED = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ PEDIDOS INTO WS-DADOS-PED
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE SPACES TO WS-PED-PECA
                           MOVE SPACES TO WS-PED-FORNECEDOR
                           UNSTRING WS-DADOS-PED DELIMITED BY ' | '
                               OR '|' INTO
                               WS-PED-ID
                               WS-PED-PECA
                               WS-PED-DESC
                               WS-PED-QTD
                               WS-PED-STATUS
                               WS-PED-DATA-PEDIDO
                               WS-PED-DATA-RECEB
                               WS-PED-FORNECEDOR
                           IF WS-PED-FORNECEDOR NOT = SPACES
                               MOVE WS-PED-PECA TO WS-TP-BUSCA
                               PERFORM 2800-LOCALIZAR-PECA
                               IF WS-TP-ACHOU = 'S'
                                   MOVE WS-PED-FORNECEDOR TO
                                       WS-TP-FORN(WS-TP-I)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS
           END-IF
           .
       2300-FORNECEDOR-DO-PEDIDO-FIM.
           EXIT.

       2400-CARREGAR-FORNECEDORES      SECTION.

           OPEN INPUT FORNECEDORES
           IF AS-STATUS-FOR = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ FORNECEDORES INTO WS-DADOS-FOR
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-TF-QTD < 200
                               PERFORM 2410-GUARDAR-FORNECEDOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORNECEDORES
           END-IF
           .
       2400-CARREGAR-FORNECEDORES-FIM.
           EXIT.

       2410-GUARDAR-FORNECEDOR         SECTION.

           MOVE SPACES TO WS-FOR-CODIGO
           MOVE SPACES TO WS-FOR-PRAZO-X
           MOVE SPACES TO WS-FOR-PECAS
           UNSTRING WS-DADOS-FOR DELIMITED BY '|' INTO
               WS-FOR-CODIGO
               WS-FOR-NOME
               WS-FOR-TELEFONE
               WS-FOR-PRAZO-X
               WS-FOR-PECAS

           IF WS-FOR-CODIGO NOT = SPACES
               ADD 1 TO WS-TF-QTD
               MOVE WS-FOR-CODIGO TO WS-TF-CODIGO(WS-TF-QTD)
               IF WS-FOR-PRAZO-X IS NUMERIC
                   MOVE WS-FOR-PRAZO-N TO WS-TF-PRAZO(WS-TF-QTD)
               ELSE
                   MOVE ZEROS TO WS-TF-PRAZO(WS-TF-QTD)
               END-IF
               MOVE WS-FOR-PECAS TO WS-TF-PECAS(WS-TF-QTD)
           END-IF
           .
       2410-GUARDAR-FORNECEDOR-FIM.
           EXIT.

      *    CALCULA A PROPOSTA DE UMA PECA. MINIMO = CONSUMO DIARIO X
      *    (PRAZO + SEGURANCA); REPOSICAO = CONSUMO DE 30 DIAS; OS
      *    DOIS ARREDONDADOS PARA CIMA. SO ENTRA NA PROPOSTA O QUE
      *    MUDA.
       2500-PROPOR-PECA                SECTION.

           IF WS-TP-CONSUMO(WS-TP-I) = ZEROS
               ADD 1 TO WS-QTD-SEM-CONSUMO
           ELSE
               PERFORM 2510-PRAZO-DA-PECA

               COMPUTE WS-PRODUTO = WS-TP-CONSUMO(WS-TP-I) *
                   (WS-PRAZO + WS-SEGURANCA)
               DIVIDE WS-PRODUTO BY WS-DIAS-JANELA
                   GIVING WS-QUOCIENTE REMAINDER WS-RESTO
               IF WS-RESTO > ZEROS
                   ADD 1 TO WS-QUOCIENTE
               END-IF
               IF WS-QUOCIENTE > 9999
                   MOVE 9999 TO WS-QUOCIENTE
               END-IF
               MOVE WS-QUOCIENTE TO WS-MIN-NOVO

               COMPUTE WS-PRODUTO = WS-TP-CONSUMO(WS-TP-I) * 30
               DIVIDE WS-PRODUTO BY WS-DIAS-JANELA
                   GIVING WS-QUOCIENTE REMAINDER WS-RESTO
               IF WS-RESTO > ZEROS
                   ADD 1 TO WS-QUOCIENTE
               END-IF
               IF WS-QUOCIENTE > 9999
                   MOVE 9999 TO WS-QUOCIENTE
               END-IF
               MOVE WS-QUOCIENTE TO WS-REP-NOVO

               IF WS-MIN-NOVO NOT = WS-TP-MIN-ATUAL(WS-TP-I) OR
                  WS-REP-NOVO NOT = WS-TP-REP-ATUAL(WS-TP-I)
                   ADD 1 TO WS-QTD-PROPOSTAS
                   PERFORM 2520-GRAVAR-PROPOSTA
               END-IF
           END-IF
           .
       2500-PROPOR-PECA-FIM.
           EXIT.

      *    PRAZO DO FORNECEDOR DO ULTIMO PEDIDO; SEM PEDIDO, O DO
      *    PRIMEIRO FORNECEDOR QUE TEM A PECA NA LISTA (ID:PRECO);
      *    SEM NENHUM DOS DOIS, O PRAZO PADRAO.
       2510-PRAZO-DA-PECA              SECTION.

           MOVE 'N' TO WS-TF-ACHOU

           IF WS-TP-FORN(WS-TP-I) NOT = SPACES
               PERFORM VARYING WS-TF-I FROM 1 BY 1
                       UNTIL WS-TF-I > WS-TF-QTD OR WS-TF-ACHOU = 'S'
                   IF WS-TF-CODIGO(WS-TF-I) = WS-TP-FORN(WS-TP-I)
                       MOVE 'S' TO WS-TF-ACHOU
                       MOVE WS-TF-PRAZO(WS-TF-I) TO WS-PRAZO
                   END-IF
               END-PERFORM
           END-IF

           IF WS-TF-ACHOU = 'N'
               MOVE SPACES TO WS-TF-CHAVE
               STRING WS-TP-ID(WS-TP-I) DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                      INTO WS-TF-CHAVE
               PERFORM VARYING WS-TF-I FROM 1 BY 1
                       UNTIL WS-TF-I > WS-TF-QTD OR WS-TF-ACHOU = 'S'
                   MOVE ZEROS TO WS-TF-OCORRENCIAS
                   INSPECT WS-TF-PECAS(WS-TF-I) TALLYING
                       WS-TF-OCORRENCIAS FOR ALL WS-TF-CHAVE
                   IF WS-TF-OCORRENCIAS > ZEROS
                       MOVE 'S' TO WS-TF-ACHOU
                       MOVE WS-TF-CODIGO(WS-TF-I) TO
                           WS-TP-FORN(WS-TP-I)
                       MOVE WS-TF-PRAZO(WS-TF-I) TO WS-PRAZO
                   END-IF
               END-PERFORM
           END-IF

           IF WS-TF-ACHOU = 'N' OR WS-PRAZO = ZEROS
               MOVE WS-PRAZO-PADRAO TO WS-PRAZO
           END-IF
           .
       2510-PRAZO-DA-PECA-FIM.
           EXIT.

       2520-GRAVAR-PROPOSTA            SECTION.

           MOVE WS-TP-ID(WS-TP-I)        TO LINDET-PRP-ID
           MOVE WS-TP-MIN-ATUAL(WS-TP-I) TO LINDET-PRP-MIN-ATUAL
           MOVE WS-TP-REP-ATUAL(WS-TP-I) TO LINDET-PRP-REP-ATUAL
           MOVE WS-MIN-NOVO              TO LINDET-PRP-MIN-NOVO
           MOVE WS-REP-NOVO              TO LINDET-PRP-REP-NOVO
           MOVE WS-TP-CONSUMO(WS-TP-I)   TO LINDET-PRP-CONSUMO
           MOVE WS-PRAZO                 TO LINDET-PRP-PRAZO
           MOVE LINDET-PROPOSTA TO ARQ-PROPOSTA
           WRITE ARQ-PROPOSTA

           MOVE WS-TP-ID(WS-TP-I)        TO LINDET-REV-ID
           MOVE WS-TP-MIN-ATUAL(WS-TP-I) TO LINDET-REV-MIN-ATUAL
           MOVE WS-TP-REP-ATUAL(WS-TP-I) TO LINDET-REV-REP-ATUAL
           MOVE WS-MIN-NOVO              TO LINDET-REV-MIN-NOVO
           MOVE WS-REP-NOVO              TO LINDET-REV-REP-NOVO
           MOVE WS-TP-CONSUMO(WS-TP-I)   TO LINDET-REV-CONSUMO
           MOVE WS-PRAZO                 TO LINDET-REV-PRAZO
           MOVE WS-TP-FORN(WS-TP-I)      TO LINDET-REV-FORN
           MOVE LINDET-REVISAO TO WS-LINHA-REV
           PERFORM 2900-GRAVAR-LINHA-REV
           .
       2520-GRAVAR-PROPOSTA-FIM.
           EXIT.

       2800-LOCALIZAR-PECA             SECTION.

           MOVE 'N' TO WS-TP-ACHOU
           PERFORM VARYING WS-TP-I FROM 1 BY 1
                   UNTIL WS-TP-I > WS-TP-QTD OR WS-TP-ACHOU = 'S'
               IF WS-TP-ID(WS-TP-I) = WS-TP-BUSCA
                   MOVE 'S' TO WS-TP-ACHOU
               END-IF
           END-PERFORM
           IF WS-TP-ACHOU = 'S'
               SUBTRACT 1 FROM WS-TP-I
           END-IF
           .
       2800-LOCALIZAR-PECA-FIM.
           EXIT.

       2900-GRAVAR-LINHA-REV           SECTION.

           MOVE WS-LINHA-REV TO ARQ-REVISAO
           WRITE ARQ-REVISAO
           .
       2900-GRAVAR-LINHA-REV-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------

       3000-FINALIZAR                  SECTION.

           MOVE WS-QTD-PROPOSTAS TO WS-SUB-PROPOSTAS

            EXIT PROGRAM
           .
       3000-FINALIZAR-FIM.
           EXIT.

       END PROGRAM REPOSICAO.
