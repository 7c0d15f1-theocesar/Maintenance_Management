       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRACAIXA.
      ******************************************************************
      * Author: Théo César
      * Date: 15/10/2026
      * Purpose: Conversao unica dos sinais de orcamento e das vendas
      *          de balcao para os registros com a filial no fim
      * Modifications:
      *    15/10/2026 - Migracaixa's structure finished. Roda UMA vez
      *    depois da virada do fechamento de caixa por filial: regrava
      *    Sinais.txt (67 para 70 posicoes) e Vendas-balcao.txt (71
      *    para 74) com '|01' no fim de cada registro - tudo o que
      *    existia antes era da matriz. Linhas em branco sao regravadas
      *    como estao. Mesmo desenho do MIGRAFILIAL: se um arquivo nao
      *    couber na tabela de carga, a conversao dele aborta com
      *    aviso em vez de perder registros. Faca backup antes.
      *    Arquivo que ja esta no desenho novo (primeiro registro com
      *    '|' e filial numerica no fim) fica como esta, e erro na
      *    abertura do arquivo regravado e avisado.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SIN-ANT ASSIGN TO WS-ARQ-SINAIS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-SANT.

       SELECT SIN-NOVO ASSIGN TO WS-ARQ-SINAIS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-SNOV.

       SELECT VDB-ANT ASSIGN TO WS-ARQ-VENDAS-BALCAO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-VANT.

       SELECT VDB-NOVO ASSIGN TO WS-ARQ-VENDAS-BALCAO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-VNOV.

       DATA DIVISION.
       FILE SECTION.

       FD SIN-ANT
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-SIN-ANT                   PIC X(67).

       FD SIN-NOVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-SIN-NOVO                  PIC X(70).

       FD VDB-ANT
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-VDB-ANT                   PIC X(71).

       FD VDB-NOVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-VDB-NOVO                  PIC X(74).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-SANT                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SNOV                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-VANT                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-VNOV                PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-SINAIS-PATH            PIC X(80) VALUE SPACES.
       01 WS-ARQ-VENDAS-BALCAO-PATH     PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         TABELA DE CARGA (REGISTROS ANTIGOS EM MEMORIA)
      *-----------------------------------------------------------------
       01 WS-CARGA.
           05 WS-CARGA-REG OCCURS 5000 TIMES PIC X(71).
       01 WS-CARGA-QTD                  PIC 9(05) VALUE ZEROS.
       01 WS-CARGA-I                    PIC 9(05) VALUE ZEROS.
       01 WS-CARGA-ESTOURO              PIC X(01) VALUE 'N'.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-QTD-CONVERTIDOS            PIC 9(05) VALUE ZEROS.
       01 WS-JA-CONVERTIDO              PIC X(01) VALUE 'N'.
       01 WS-FILIAL-MATRIZ              PIC X(03) VALUE '|01'.
      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR

           PERFORM 2100-CONVERTER-SINAIS
           PERFORM 2200-CONVERTER-VENDAS-BALCAO

           DISPLAY "CONVERSAO DO CAIXA PARA FILIAIS CONCLUIDA."

           STOP RUN
           .

      *-----------------------------------------------------------------
      *                        INICIALIZACAO
      *-----------------------------------------------------------------

       1000-INICIALIZAR                SECTION.

           ACCEPT WS-CFG-BASE-DIR FROM ENVIRONMENT 'VOLVO_COBOL_DIR'
           IF WS-CFG-BASE-DIR = SPACES
               MOVE 'C:/Users/Theo/Desktop/Escola/Volvo/COBOL/' TO
                   WS-CFG-BASE-DIR
           END-IF

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Sinais.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-SINAIS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Vendas-balcao.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-VENDAS-BALCAO-PATH
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                        CONVERSOES
      *-----------------------------------------------------------------

      * SINAIS.TXT JA CONVERTIDO: O PRIMEIRO REGISTRO NAO EM BRANCO TEM
      * O '|' NA POSICAO 68 E A FILIAL NUMERICA NA 69.
       2050-VERIFICAR-SINAIS           SECTION.

           MOVE 'N' TO WS-JA-CONVERTIDO

           OPEN INPUT SIN-NOVO
           IF AS-STATUS-SNOV = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ SIN-NOVO
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF REG-SIN-NOVO NOT = SPACES
                               MOVE 'N' TO WS-CLOSE-FILE
                               IF REG-SIN-NOVO(68:1) = '|' AND
                                  REG-SIN-NOVO(69:2) IS NUMERIC
                                   MOVE 'S' TO WS-JA-CONVERTIDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIN-NOVO
           END-IF
           .
       2050-VERIFICAR-SINAIS-FIM.
           EXIT.

       2100-CONVERTER-SINAIS           SECTION.

           PERFORM 2050-VERIFICAR-SINAIS
           IF WS-JA-CONVERTIDO = 'S'
               DISPLAY "SINAIS.TXT JA ESTA NO DESENHO NOVO -"
               DISPLAY "NADA FOI ALTERADO."
           ELSE
               MOVE ZEROS TO WS-CARGA-QTD
               MOVE 'N' TO WS-CARGA-ESTOURO

               OPEN INPUT SIN-ANT
               IF AS-STATUS-SANT NOT EQUAL ZEROS
                   DISPLAY "SINAIS.TXT NAO CONVERTIDO ("
                       AS-STATUS-SANT ")"
               ELSE
                   MOVE 'S' TO WS-CLOSE-FILE
                   PERFORM UNTIL WS-CLOSE-FILE = 'N'
                       READ SIN-ANT
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               IF WS-CARGA-QTD < 5000
                                   ADD 1 TO WS-CARGA-QTD
                                   MOVE REG-SIN-ANT TO
                                       WS-CARGA-REG(WS-CARGA-QTD)
                               ELSE
                                   MOVE 'S' TO WS-CARGA-ESTOURO
                                   MOVE 'N' TO WS-CLOSE-FILE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SIN-ANT

                   IF WS-CARGA-ESTOURO = 'S'
                       DISPLAY "SINAIS.TXT TEM MAIS REGISTROS QUE"
                       DISPLAY "A TABELA DE CARGA (5000). NADA FOI"
                       DISPLAY "REGRAVADO - AUMENTE A TABELA E RODE"
                       DISPLAY "A MIGRACAO DE NOVO."
                   ELSE
                       MOVE ZEROS TO WS-QTD-CONVERTIDOS
                       OPEN OUTPUT SIN-NOVO
                       IF AS-STATUS-SNOV NOT EQUAL ZEROS
                           DISPLAY "DEU ERRO NA ABERTURA "
                               AS-STATUS-SNOV
                       ELSE
                           PERFORM VARYING WS-CARGA-I FROM 1 BY 1
                                   UNTIL WS-CARGA-I > WS-CARGA-QTD
                               MOVE WS-CARGA-REG(WS-CARGA-I)(1:67) TO
                                   REG-SIN-NOVO
                               IF REG-SIN-NOVO NOT = SPACES
                                   MOVE WS-FILIAL-MATRIZ TO
                                       REG-SIN-NOVO(68:3)
                                   ADD 1 TO WS-QTD-CONVERTIDOS
                               END-IF
                               WRITE REG-SIN-NOVO
                           END-PERFORM
                           CLOSE SIN-NOVO

                           DISPLAY "SINAIS: " WS-QTD-CONVERTIDOS
                               " REGISTRO(S) CONVERTIDO(S)"
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       2100-CONVERTER-SINAIS-FIM.
           EXIT.

      * VENDAS-BALCAO.TXT JA CONVERTIDO: O PRIMEIRO REGISTRO NAO EM
      * BRANCO TEM O '|' NA POSICAO 72 E A FILIAL NUMERICA NA 73.
       2150-VERIFICAR-VENDAS           SECTION.

           MOVE 'N' TO WS-JA-CONVERTIDO

           OPEN INPUT VDB-NOVO
           IF AS-STATUS-VNOV = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ VDB-NOVO
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF REG-VDB-NOVO NOT = SPACES
                               MOVE 'N' TO WS-CLOSE-FILE
                               IF REG-VDB-NOVO(72:1) = '|' AND
                                  REG-VDB-NOVO(73:2) IS NUMERIC
                                   MOVE 'S' TO WS-JA-CONVERTIDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VDB-NOVO
           END-IF
           .
       2150-VERIFICAR-VENDAS-FIM.
           EXIT.

       2200-CONVERTER-VENDAS-BALCAO    SECTION.

           PERFORM 2150-VERIFICAR-VENDAS
           IF WS-JA-CONVERTIDO = 'S'
               DISPLAY "VENDAS-BALCAO.TXT JA ESTA NO DESENHO NOVO -"
               DISPLAY "NADA FOI ALTERADO."
           ELSE
               MOVE ZEROS TO WS-CARGA-QTD
               MOVE 'N' TO WS-CARGA-ESTOURO

               OPEN INPUT VDB-ANT
               IF AS-STATUS-VANT NOT EQUAL ZEROS
                   DISPLAY "VENDAS-BALCAO.TXT NAO CONVERTIDO ("
                       AS-STATUS-VANT ")"
               ELSE
                   MOVE 'S' TO WS-CLOSE-FILE
                   PERFORM UNTIL WS-CLOSE-FILE = 'N'
                       READ VDB-ANT
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               IF WS-CARGA-QTD < 5000
                                   ADD 1 TO WS-CARGA-QTD
                                   MOVE REG-VDB-ANT TO
                                       WS-CARGA-REG(WS-CARGA-QTD)
                               ELSE
                                   MOVE 'S' TO WS-CARGA-ESTOURO
                                   MOVE 'N' TO WS-CLOSE-FILE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VDB-ANT

                   IF WS-CARGA-ESTOURO = 'S'
                       DISPLAY "VENDAS-BALCAO.TXT TEM MAIS REGISTROS"
                       DISPLAY "QUE A TABELA DE CARGA (5000). NADA FOI"
                       DISPLAY "REGRAVADO - AUMENTE A TABELA E RODE"
                       DISPLAY "A MIGRACAO DE NOVO."
                   ELSE
                       MOVE ZEROS TO WS-QTD-CONVERTIDOS
                       OPEN OUTPUT VDB-NOVO
                       IF AS-STATUS-VNOV NOT EQUAL ZEROS
                           DISPLAY "DEU ERRO NA ABERTURA "
                               AS-STATUS-VNOV
                       ELSE
                           PERFORM VARYING WS-CARGA-I FROM 1 BY 1
                                   UNTIL WS-CARGA-I > WS-CARGA-QTD
                               MOVE WS-CARGA-REG(WS-CARGA-I) TO
                                   REG-VDB-NOVO
                               IF REG-VDB-NOVO NOT = SPACES
                                   MOVE WS-FILIAL-MATRIZ TO
                                       REG-VDB-NOVO(72:3)
                                   ADD 1 TO WS-QTD-CONVERTIDOS
                               END-IF
                               WRITE REG-VDB-NOVO
                           END-PERFORM
                           CLOSE VDB-NOVO

                           DISPLAY "VENDAS DE BALCAO: "
                               WS-QTD-CONVERTIDOS
                               " REGISTRO(S) CONVERTIDO(S)"
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       2200-CONVERTER-VENDAS-BALCAO-FIM.
           EXIT.

       END PROGRAM MIGRACAIXA.
