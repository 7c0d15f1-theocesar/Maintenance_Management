       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRACHASSI.
      ******************************************************************
      * Author: Théo César
      * Date: 03/10/2026
      * Purpose: Conversao unica de Veiculos.txt para o registro com o
      *          chassi do veiculo (85 posicoes)
      * Modifications:
      *    03/10/2026 - Migrachassi's structure finished. Roda UMA vez
      *    depois da virada do registro do veiculo de 65 para 85
      *    posicoes (chassi no fim): carrega todos os registros do
      *    desenho antigo em memoria e regrava o arquivo indexado no
      *    desenho novo com o chassi em branco, preservando o resto do
      *    registro. O chassi e informado depois pela alteracao do
      *    veiculo (VEICULOS, opcao 2); ate la o cruzamento do RECALL
      *    lista o veiculo para conferencia quando a campanha tem
      *    faixa de chassi. Mesmo desenho do MIGRACONSENT: se o
      *    arquivo nao couber na tabela de carga, a conversao aborta
      *    com aviso em vez de perder registros. Faca backup antes.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VEI-ANT ASSIGN TO WS-ARQ-VEICULOS-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VEI-ANT-PLACA
       FILE STATUS IS AS-STATUS-VANT.

       SELECT VEI-NOVO ASSIGN TO WS-ARQ-VEICULOS-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS VEI-NOVO-PLACA
       FILE STATUS IS AS-STATUS-VNOV.

       DATA DIVISION.
       FILE SECTION.

       FD VEI-ANT
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-VEI-ANT.
           05 VEI-ANT-PLACA             PIC X(08).
           05 VEI-ANT-SUFIXO            PIC X(57).

       FD VEI-NOVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-VEI-NOVO.
           05 VEI-NOVO-PLACA            PIC X(08).
           05 VEI-NOVO-SUFIXO           PIC X(77).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-VANT                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-VNOV                PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-VEICULOS-PATH          PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         CARGA EM MEMORIA E LAYOUT NOVO
      *-----------------------------------------------------------------
       01 WS-CARGA.
           05 WS-CARGA-REG OCCURS 5000 TIMES PIC X(65).

       01 WS-CARGA-QTD                  PIC 9(04) VALUE ZEROS.
       01 WS-CARGA-I                    PIC 9(04) VALUE ZEROS.
       01 WS-CARGA-ESTOUROU             PIC X(01) VALUE 'N'.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-DADOS                      PIC X(65) VALUE SPACES.

       01 DET-VEI-NOVO.
           05 DVN-ANTIGO                PIC X(65) VALUE SPACES.
           05 FILLER                    PIC X(03) VALUE ' | '.
           05 DVN-CHASSI                PIC X(17) VALUE SPACES.
      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARREGAR-ANTIGO
           IF WS-CARGA-ESTOUROU = 'S'
               DISPLAY 'MAIS DE 5000 VEICULOS - AUMENTE A TABELA DE '
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
                  'Files/Veiculos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-VEICULOS-PATH
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         CARGA DO DESENHO ANTIGO
      *-----------------------------------------------------------------

       2000-CARREGAR-ANTIGO            SECTION.

           MOVE ZEROS TO WS-CARGA-QTD
           MOVE 'N' TO WS-CARGA-ESTOUROU

           OPEN INPUT VEI-ANT
           IF AS-STATUS-VANT NOT EQUAL ZEROS
               DISPLAY 'VEICULOS.TXT ILEGIVEL ' AS-STATUS-VANT
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ VEI-ANT NEXT RECORD INTO WS-DADOS
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
               CLOSE VEI-ANT
           END-IF
           .
       2000-CARREGAR-ANTIGO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         REGRAVACAO NO DESENHO NOVO
      *-----------------------------------------------------------------

       3000-REGRAVAR-NOVO              SECTION.

           OPEN OUTPUT VEI-NOVO
           IF AS-STATUS-VNOV NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-VNOV
           ELSE
               PERFORM VARYING WS-CARGA-I FROM 1 BY 1
                       UNTIL WS-CARGA-I > WS-CARGA-QTD
                   PERFORM 3100-CONVERTER-REGISTRO
               END-PERFORM
               CLOSE VEI-NOVO

               DISPLAY WS-CARGA-QTD ' VEICULO(S) CONVERTIDO(S) PARA '
                   'O REGISTRO DE 85 POSICOES.'
           END-IF
           .
       3000-REGRAVAR-NOVO-FIM.
           EXIT.

       3100-CONVERTER-REGISTRO         SECTION.

           MOVE WS-CARGA-REG(WS-CARGA-I) TO DVN-ANTIGO
           MOVE SPACES TO DVN-CHASSI

           MOVE DET-VEI-NOVO TO REG-VEI-NOVO
           WRITE REG-VEI-NOVO
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       DVN-ANTIGO(1:8)
           END-WRITE
           .
       3100-CONVERTER-REGISTRO-FIM.
           EXIT.

       END PROGRAM MIGRACHASSI.
