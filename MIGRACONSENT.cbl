       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRACONSENT.
      ******************************************************************
      * Author: Théo César
      * Date: 30/09/2026
      * Purpose: Conversao unica de Clientes.txt para o registro com
      *          consentimento de marketing por canal (236 posicoes)
      * Modifications:
      *    30/09/2026 - Migraconsent's structure finished. Roda UMA vez
      *    depois da virada do registro do cliente de 188 para 236
      *    posicoes (consentimento de ligacao e de e-mail no fim, cada
      *    um com indicador S/N, data e operador que registrou):
      *    carrega todos os registros do desenho antigo em memoria e
      *    regrava o arquivo indexado no desenho novo com os dois
      *    consentimentos em N e sem data nem operador, preservando o
      *    resto do registro. Quem nunca autorizou nao recebe oferta;
      *    o consentimento e colhido depois pela opcao C do CLIENTE.
      *    Mesmo desenho do MIGRARASTREIO: se o arquivo nao couber na
      *    tabela de carga, a conversao aborta com aviso em vez de
      *    perder registros. Rode depois do MIGRACLIENTE. Faca backup
      *    antes.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CLI-ANT ASSIGN TO WS-ARQ-CLIENTES-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLI-ANT-CPF
       FILE STATUS IS AS-STATUS-CANT.

       SELECT CLI-NOVO ASSIGN TO WS-ARQ-CLIENTES-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS CLI-NOVO-CPF
       FILE STATUS IS AS-STATUS-CNOV.

       DATA DIVISION.
       FILE SECTION.

       FD CLI-ANT
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-CLI-ANT.
           05 CLI-ANT-PREFIXO           PIC X(43).
           05 CLI-ANT-CPF               PIC X(11).
           05 CLI-ANT-SUFIXO            PIC X(134).

       FD CLI-NOVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-CLI-NOVO.
           05 CLI-NOVO-PREFIXO          PIC X(43).
           05 CLI-NOVO-CPF              PIC X(11).
           05 CLI-NOVO-SUFIXO           PIC X(182).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-CANT                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CNOV                PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-CLIENTES-PATH          PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         CARGA EM MEMORIA E LAYOUT NOVO
      *-----------------------------------------------------------------
       01 WS-CARGA.
           05 WS-CARGA-REG OCCURS 5000 TIMES PIC X(188).

       01 WS-CARGA-QTD                  PIC 9(04) VALUE ZEROS.
       01 WS-CARGA-I                    PIC 9(04) VALUE ZEROS.
       01 WS-CARGA-ESTOUROU             PIC X(01) VALUE 'N'.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-DADOS                      PIC X(188) VALUE SPACES.

       01 DET-CLI-NOVO.
           05 DCN-ANTIGO                PIC X(188) VALUE SPACES.
           05 FILLER                    PIC X(03) VALUE ' | '.
           05 DCN-CONS-TEL              PIC X(01) VALUE 'N'.
           05 FILLER                    PIC X(03) VALUE ' | '.
           05 DCN-CONS-TEL-DATA         PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(03) VALUE ' | '.
           05 DCN-CONS-TEL-OPER         PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(03) VALUE ' | '.
           05 DCN-CONS-EML              PIC X(01) VALUE 'N'.
           05 FILLER                    PIC X(03) VALUE ' | '.
           05 DCN-CONS-EML-DATA         PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(03) VALUE ' | '.
           05 DCN-CONS-EML-OPER         PIC X(04) VALUE SPACES.
      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARREGAR-ANTIGO
           IF WS-CARGA-ESTOUROU = 'S'
               DISPLAY 'MAIS DE 5000 CLIENTES - AUMENTE A TABELA DE '
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
                  'Clientes.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CLIENTES-PATH
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         CARGA DO DESENHO ANTIGO
      *-----------------------------------------------------------------

       2000-CARREGAR-ANTIGO            SECTION.

           MOVE ZEROS TO WS-CARGA-QTD
           MOVE 'N' TO WS-CARGA-ESTOUROU

           OPEN INPUT CLI-ANT
           IF AS-STATUS-CANT NOT EQUAL ZEROS
               DISPLAY 'CLIENTES.TXT ILEGIVEL ' AS-STATUS-CANT
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ CLI-ANT NEXT RECORD INTO WS-DADOS
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
               CLOSE CLI-ANT
           END-IF
           .
       2000-CARREGAR-ANTIGO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         REGRAVACAO NO DESENHO NOVO
      *-----------------------------------------------------------------

       3000-REGRAVAR-NOVO              SECTION.

           OPEN OUTPUT CLI-NOVO
           IF AS-STATUS-CNOV NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-CNOV
           ELSE
               PERFORM VARYING WS-CARGA-I FROM 1 BY 1
                       UNTIL WS-CARGA-I > WS-CARGA-QTD
                   PERFORM 3100-CONVERTER-REGISTRO
               END-PERFORM
               CLOSE CLI-NOVO

               DISPLAY WS-CARGA-QTD ' CLIENTE(S) CONVERTIDO(S) PARA '
                   'O REGISTRO DE 236 POSICOES.'
           END-IF
           .
       3000-REGRAVAR-NOVO-FIM.
           EXIT.

       3100-CONVERTER-REGISTRO         SECTION.

           MOVE WS-CARGA-REG(WS-CARGA-I) TO DCN-ANTIGO
           MOVE 'N' TO DCN-CONS-TEL
           MOVE SPACES TO DCN-CONS-TEL-DATA
           MOVE SPACES TO DCN-CONS-TEL-OPER
           MOVE 'N' TO DCN-CONS-EML
           MOVE SPACES TO DCN-CONS-EML-DATA
           MOVE SPACES TO DCN-CONS-EML-OPER

           MOVE DET-CLI-NOVO TO REG-CLI-NOVO
           WRITE REG-CLI-NOVO
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA NA CONVERSAO: '
                       DCN-ANTIGO(44:11)
           END-WRITE
           .
       3100-CONVERTER-REGISTRO-FIM.
           EXIT.

       END PROGRAM MIGRACONSENT.
