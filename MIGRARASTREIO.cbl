       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRARASTREIO.
      ******************************************************************
      * Author: Théo César
      * Date: 24/09/2026
      * Purpose: Conversao unica de Relatorio-pecas.txt para o registro
      *          com indicador de rastreio por peca (107 posicoes)
      * Modifications:
      *    24/09/2026 - Migrarastreio's structure finished. Roda UMA vez
      *    depois da virada do registro da peca de 103 para 107
      *    posicoes (indicador de rastreio no fim: S = numero de
      *    serie, L = lote, N = sem rastreio): carrega todos os
      *    registros do desenho antigo em memoria e regrava o arquivo
      *    indexado no desenho novo com indicador N, preservando o
      *    resto do registro. As baterias, pneus e demais pecas
      *    rastreadas sao marcadas depois pela alteracao do PECAS.
      *    Mesmo desenho do MIGRAPECAS: se o arquivo nao couber na
      *    tabela de carga, a conversao aborta com aviso em vez de
      *    perder registros. Rode depois do MIGRAMINIMO. Faca backup
      *    antes.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PECAS-ANT ASSIGN TO WS-ARQ-PECAS-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PECA-ANT-ID
       FILE STATUS IS AS-STATUS-PANT.

       SELECT PECAS-NOVO ASSIGN TO WS-ARQ-PECAS-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PECA-NOVO-ID
       FILE STATUS IS AS-STATUS-PNOV.

       DATA DIVISION.
       FILE SECTION.

       FD PECAS-ANT
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-PECA-ANT.
           05 PECA-ANT-ID               PIC X(04).
           05 PECA-ANT-SUFIXO           PIC X(99).

       FD PECAS-NOVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-PECA-NOVO.
           05 PECA-NOVO-ID              PIC X(04).
           05 PECA-NOVO-SUFIXO          PIC X(103).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-PANT                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PNOV                PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-PECAS-PATH             PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         CARGA EM MEMORIA E LAYOUT NOVO
      *-----------------------------------------------------------------
       01 WS-CARGA.
           05 WS-CARGA-REG OCCURS 5000 TIMES PIC X(103).

       01 WS-CARGA-QTD                  PIC 9(04) VALUE ZEROS.
       01 WS-CARGA-I                    PIC 9(04) VALUE ZEROS.
       01 WS-CARGA-ESTOUROU             PIC X(01) VALUE 'N'.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-DADOS                      PIC X(103) VALUE SPACES.

       01 DET-PECA-NOVO.
           05 DPN-ANTIGO                PIC X(103) VALUE SPACES.
           05 FILLER                    PIC X(03) VALUE ' | '.
           05 DPN-RASTREIO              PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARREGAR-ANTIGO
           IF WS-CARGA-ESTOUROU = 'S'
               DISPLAY 'MAIS DE 5000 PECAS - AUMENTE A TABELA DE '
                   'CARGA ANTES DE CONVERTER. NADA FOI ALTERADO.'
           ELSE
               PERFORM 3000-REGRAVAR-NOVO
           END-IF

           STOP RUN
           .

      *-----------------------------------------------------------------
      *         INICIALIZACAO
      *-----------------------------------------------------------------

       1000-INICIALIZAR                SECTION.

           ACCEPT WS-CFG-BASE-DIR FROM ENVIRONMENT 'VOLVO_COBOL_DIR'
           IF WS-CFG-BASE-DIR = SPACES
               MOVE 'C:/Users/Theo/Desktop/Escola/Volvo/COBOL/' TO
                   WS-CFG-BASE-DIR
           END-IF

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Relatorio-pecas.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-PECAS-PATH
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         CARGA DO DESENHO ANTIGO
      *-----------------------------------------------------------------

       2000-CARREGAR-ANTIGO            SECTION.

           MOVE ZEROS TO WS-CARGA-QTD
           MOVE 'N' TO WS-CARGA-ESTOUROU

           OPEN INPUT PECAS-ANT
           IF AS-STATUS-PANT NOT EQUAL ZEROS
               DISPLAY 'RELATORIO-PECAS.TXT ILEGIVEL ' AS-STATUS-PANT
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ PECAS-ANT NEXT RECORD INTO WS-DADOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-CARGA-QTD < 5000
                               ADD 1 TO WS-CARGA-QTD
                               MOVE WS-DADOS TO
                                   WS-CARGA-REG(WS-CARGA-QTD)
                           ELSE
                               MOVE 'S' TO WS-CARGA-ESTOUROU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PECAS-ANT
           END-IF
           .
       2000-CARREGAR-ANTIGO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         REGRAVACAO NO DESENHO NOVO
      *-----------------------------------------------------------------

       3000-REGRAVAR-NOVO              SECTION.

           OPEN OUTPUT PECAS-NOVO
           IF AS-STATUS-PNOV NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-PNOV
           ELSE
               PERFORM VARYING WS-CARGA-I FROM 1 BY 1
                       UNTIL WS-CARGA-I > WS-CARGA-QTD
                   PERFORM 3100-CONVERTER-REGISTRO
               END-PERFORM
               CLOSE PECAS-NOVO

               DISPLAY WS-CARGA-QTD ' PECA(S) CONVERTIDA(S) PARA O '
                   'REGISTRO DE 107 POSICOES.'
           END-IF
           .
       3000-REGRAVAR-NOVO-FIM.
           EXIT.

       3100-CONVERTER-REGISTRO         SECTION.

           MOVE WS-CARGA-REG(WS-CARGA-I) TO DPN-ANTIGO
           MOVE 'N' TO DPN-RASTREIO

           MOVE DET-PECA-NOVO TO REG-PECA-NOVO
           WRITE REG-PECA-NOVO
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       DPN-ANTIGO(1:4)
           END-WRITE
           .
       3100-CONVERTER-REGISTRO-FIM.
           EXIT.

       END PROGRAM MIGRARASTREIO.
