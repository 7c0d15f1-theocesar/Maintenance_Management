       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRAFILIAL.
      ******************************************************************
      * Author: Théo César
      * Date: 01/10/2026
      * Purpose: Conversao unica dos arquivos de movimento para os
      *          registros com a filial no fim
      * Modifications:
      *    01/10/2026 - Migrafilial's structure finished. Roda UMA vez
      *    depois da virada para a operacao com filiais: regrava
      *    Manutencao.txt e Historico-anual.txt (176 para 179
      *    posicoes), Orcamentos.txt (146 para 149), Faturas.txt (119
      *    para 122), Pagamentos.txt (48 para 51) e Kardex.txt (130
      *    para 133) com '|01' no fim de cada registro - tudo o que
      *    existia antes das filiais e da matriz. Linhas em branco e
      *    linhas de cabecalho da manutencao sao regravadas como
      *    estao. Mesmo desenho do MIGRAMOEDA: se um arquivo nao
      *    couber na tabela de carga, a conversao dele aborta com
      *    aviso em vez de perder registros. Faca backup antes.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MAN-ANT ASSIGN TO WS-ARQ-MANUTENCAO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-MANT.

       SELECT MAN-NOVO ASSIGN TO WS-ARQ-MANUTENCAO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-MNOV.

       SELECT ORC-ANT ASSIGN TO WS-ARQ-ORCAMENTOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-OANT.

       SELECT ORC-NOVO ASSIGN TO WS-ARQ-ORCAMENTOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-ONOV.

       SELECT FAT-ANT ASSIGN TO WS-ARQ-FATURAS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FANT.

       SELECT FAT-NOVO ASSIGN TO WS-ARQ-FATURAS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FNOV.

       SELECT PAG-ANT ASSIGN TO WS-ARQ-PAGAMENTOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-GANT.

       SELECT PAG-NOVO ASSIGN TO WS-ARQ-PAGAMENTOS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-GNOV.

       SELECT KAR-ANT ASSIGN TO WS-ARQ-KARDEX-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-KANT.

       SELECT KAR-NOVO ASSIGN TO WS-ARQ-KARDEX-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-KNOV.

       DATA DIVISION.
       FILE SECTION.

       FD MAN-ANT
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-MAN-ANT                   PIC X(176).

       FD MAN-NOVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-MAN-NOVO                  PIC X(179).

       FD ORC-ANT
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-ORC-ANT                   PIC X(146).

       FD ORC-NOVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-ORC-NOVO                  PIC X(149).

       FD FAT-ANT
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-FAT-ANT                   PIC X(119).

       FD FAT-NOVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-FAT-NOVO                  PIC X(122).

       FD PAG-ANT
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-PAG-ANT                   PIC X(48).

       FD PAG-NOVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-PAG-NOVO                  PIC X(51).

       FD KAR-ANT
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-KAR-ANT                   PIC X(130).

       FD KAR-NOVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-KAR-NOVO                  PIC X(133).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-MANT                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MNOV                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-OANT                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ONOV                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FANT                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FNOV                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-GANT                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-GNOV                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-KANT                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-KNOV                PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-MANUTENCAO-PATH        PIC X(80) VALUE SPACES.
       01 WS-ARQ-ORCAMENTOS-PATH        PIC X(80) VALUE SPACES.
       01 WS-ARQ-FATURAS-PATH           PIC X(80) VALUE SPACES.
       01 WS-ARQ-PAGAMENTOS-PATH        PIC X(80) VALUE SPACES.
       01 WS-ARQ-KARDEX-PATH            PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         TABELA DE CARGA (REGISTROS ANTIGOS EM MEMORIA)
      *-----------------------------------------------------------------
       01 WS-CARGA.
           05 WS-CARGA-REG OCCURS 5000 TIMES PIC X(176).
       01 WS-CARGA-QTD                  PIC 9(05) VALUE ZEROS.
       01 WS-CARGA-I                    PIC 9(05) VALUE ZEROS.
       01 WS-CARGA-ESTOURO              PIC X(01) VALUE 'N'.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-QTD-CONVERTIDOS            PIC 9(05) VALUE ZEROS.
       01 WS-NOME-ARQUIVO               PIC X(20) VALUE SPACES.
       01 WS-FILIAL-MATRIZ              PIC X(03) VALUE '|01'.
      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR

           MOVE 'MANUTENCAO.TXT' TO WS-NOME-ARQUIVO
           PERFORM 2100-CONVERTER-MANUTENCAO

           MOVE SPACES TO WS-ARQ-MANUTENCAO-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Historico-anual.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-MANUTENCAO-PATH
           MOVE 'HISTORICO-ANUAL.TXT' TO WS-NOME-ARQUIVO
           PERFORM 2100-CONVERTER-MANUTENCAO

           PERFORM 2200-CONVERTER-ORCAMENTOS
           PERFORM 2300-CONVERTER-FATURAS
           PERFORM 2400-CONVERTER-PAGAMENTOS
           PERFORM 2500-CONVERTER-KARDEX

           DISPLAY "CONVERSAO PARA FILIAIS CONCLUIDA."

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
                  'Manutencao.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-MANUTENCAO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Orcamentos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-ORCAMENTOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Faturas.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FATURAS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Pagamentos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-PAGAMENTOS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Kardex.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-KARDEX-PATH
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                        CONVERSOES
      *-----------------------------------------------------------------

      * CONVERTE O ARQUIVO DE MANUTENCAO EM WS-ARQ-MANUTENCAO-PATH
      * (MANUTENCAO.TXT OU HISTORICO-ANUAL.TXT, MESMO DESENHO). SO OS
      * REGISTROS DE OS (NUMERO NAS SEIS PRIMEIRAS POSICOES) GANHAM
      * A FILIAL; ESPACADORES E CABECALHOS FICAM COMO ESTAO.
       2100-CONVERTER-MANUTENCAO       SECTION.

           MOVE ZEROS TO WS-CARGA-QTD
           MOVE 'N' TO WS-CARGA-ESTOURO

           OPEN INPUT MAN-ANT
           IF AS-STATUS-MANT NOT EQUAL ZEROS
               DISPLAY WS-NOME-ARQUIVO " NAO CONVERTIDO ("
                   AS-STATUS-MANT ")"
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ MAN-ANT
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-CARGA-QTD < 5000
                               ADD 1 TO WS-CARGA-QTD
                               MOVE REG-MAN-ANT TO
                                   WS-CARGA-REG(WS-CARGA-QTD)
                           ELSE
                               MOVE 'S' TO WS-CARGA-ESTOURO
                               MOVE 'N' TO WS-CLOSE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAN-ANT

               IF WS-CARGA-ESTOURO = 'S'
                   DISPLAY WS-NOME-ARQUIVO " TEM MAIS REGISTROS QUE"
                   DISPLAY "A TABELA DE CARGA (5000). NADA FOI"
                   DISPLAY "REGRAVADO - AUMENTE A TABELA E RODE"
                   DISPLAY "A MIGRACAO DE NOVO."
               ELSE
                   MOVE ZEROS TO WS-QTD-CONVERTIDOS
                   OPEN OUTPUT MAN-NOVO
                   PERFORM VARYING WS-CARGA-I FROM 1 BY 1
                           UNTIL WS-CARGA-I > WS-CARGA-QTD
                       MOVE WS-CARGA-REG(WS-CARGA-I) TO REG-MAN-NOVO
                       IF REG-MAN-NOVO(1:6) IS NUMERIC
                           MOVE WS-FILIAL-MATRIZ TO
                               REG-MAN-NOVO(177:3)
                           ADD 1 TO WS-QTD-CONVERTIDOS
                       END-IF
                       WRITE REG-MAN-NOVO
                   END-PERFORM
                   CLOSE MAN-NOVO

                   DISPLAY WS-NOME-ARQUIVO ": " WS-QTD-CONVERTIDOS
                       " REGISTRO(S) CONVERTIDO(S)"
               END-IF
           END-IF
           .
       2100-CONVERTER-MANUTENCAO-FIM.
           EXIT.

       2200-CONVERTER-ORCAMENTOS       SECTION.

           MOVE ZEROS TO WS-CARGA-QTD
           MOVE 'N' TO WS-CARGA-ESTOURO

           OPEN INPUT ORC-ANT
           IF AS-STATUS-OANT NOT EQUAL ZEROS
               DISPLAY "ORCAMENTOS.TXT NAO CONVERTIDO ("
                   AS-STATUS-OANT ")"
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ ORC-ANT
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-CARGA-QTD < 5000
                               ADD 1 TO WS-CARGA-QTD
                               MOVE REG-ORC-ANT TO
                                   WS-CARGA-REG(WS-CARGA-QTD)
                           ELSE
                               MOVE 'S' TO WS-CARGA-ESTOURO
                               MOVE 'N' TO WS-CLOSE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORC-ANT

               IF WS-CARGA-ESTOURO = 'S'
                   DISPLAY "ORCAMENTOS.TXT TEM MAIS REGISTROS QUE"
                   DISPLAY "A TABELA DE CARGA (5000). NADA FOI"
                   DISPLAY "REGRAVADO - AUMENTE A TABELA E RODE"
                   DISPLAY "A MIGRACAO DE NOVO."
               ELSE
                   MOVE ZEROS TO WS-QTD-CONVERTIDOS
                   OPEN OUTPUT ORC-NOVO
                   PERFORM VARYING WS-CARGA-I FROM 1 BY 1
                           UNTIL WS-CARGA-I > WS-CARGA-QTD
                       MOVE WS-CARGA-REG(WS-CARGA-I)(1:146) TO
                           REG-ORC-NOVO
                       IF REG-ORC-NOVO NOT = SPACES
                           MOVE WS-FILIAL-MATRIZ TO
                               REG-ORC-NOVO(147:3)
                           ADD 1 TO WS-QTD-CONVERTIDOS
                       END-IF
                       WRITE REG-ORC-NOVO
                   END-PERFORM
                   CLOSE ORC-NOVO

                   DISPLAY "ORCAMENTOS: " WS-QTD-CONVERTIDOS
                       " REGISTRO(S) CONVERTIDO(S)"
               END-IF
           END-IF
           .
       2200-CONVERTER-ORCAMENTOS-FIM.
           EXIT.

       2300-CONVERTER-FATURAS          SECTION.

           MOVE ZEROS TO WS-CARGA-QTD
           MOVE 'N' TO WS-CARGA-ESTOURO

           OPEN INPUT FAT-ANT
           IF AS-STATUS-FANT NOT EQUAL ZEROS
               DISPLAY "FATURAS.TXT NAO CONVERTIDO ("
                   AS-STATUS-FANT ")"
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ FAT-ANT
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-CARGA-QTD < 5000
                               ADD 1 TO WS-CARGA-QTD
                               MOVE REG-FAT-ANT TO
                                   WS-CARGA-REG(WS-CARGA-QTD)
                           ELSE
                               MOVE 'S' TO WS-CARGA-ESTOURO
                               MOVE 'N' TO WS-CLOSE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAT-ANT

               IF WS-CARGA-ESTOURO = 'S'
                   DISPLAY "FATURAS.TXT TEM MAIS REGISTROS QUE"
                   DISPLAY "A TABELA DE CARGA (5000). NADA FOI"
                   DISPLAY "REGRAVADO - AUMENTE A TABELA E RODE"
                   DISPLAY "A MIGRACAO DE NOVO."
               ELSE
                   MOVE ZEROS TO WS-QTD-CONVERTIDOS
                   OPEN OUTPUT FAT-NOVO
                   PERFORM VARYING WS-CARGA-I FROM 1 BY 1
                           UNTIL WS-CARGA-I > WS-CARGA-QTD
                       MOVE WS-CARGA-REG(WS-CARGA-I)(1:119) TO
                           REG-FAT-NOVO
                       IF REG-FAT-NOVO NOT = SPACES
                           MOVE WS-FILIAL-MATRIZ TO
                               REG-FAT-NOVO(120:3)
                           ADD 1 TO WS-QTD-CONVERTIDOS
                       END-IF
                       WRITE REG-FAT-NOVO
                   END-PERFORM
                   CLOSE FAT-NOVO

                   DISPLAY "FATURAS: " WS-QTD-CONVERTIDOS
                       " REGISTRO(S) CONVERTIDO(S)"
               END-IF
           END-IF
           .
       2300-CONVERTER-FATURAS-FIM.
           EXIT.

       2400-CONVERTER-PAGAMENTOS       SECTION.

           MOVE ZEROS TO WS-CARGA-QTD
           MOVE 'N' TO WS-CARGA-ESTOURO

           OPEN INPUT PAG-ANT
           IF AS-STATUS-GANT NOT EQUAL ZEROS
               DISPLAY "PAGAMENTOS.TXT NAO CONVERTIDO ("
                   AS-STATUS-GANT ")"
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ PAG-ANT
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-CARGA-QTD < 5000
                               ADD 1 TO WS-CARGA-QTD
                               MOVE REG-PAG-ANT TO
                                   WS-CARGA-REG(WS-CARGA-QTD)
                           ELSE
                               MOVE 'S' TO WS-CARGA-ESTOURO
                               MOVE 'N' TO WS-CLOSE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAG-ANT

               IF WS-CARGA-ESTOURO = 'S'
                   DISPLAY "PAGAMENTOS.TXT TEM MAIS REGISTROS QUE"
                   DISPLAY "A TABELA DE CARGA (5000). NADA FOI"
                   DISPLAY "REGRAVADO - AUMENTE A TABELA E RODE"
                   DISPLAY "A MIGRACAO DE NOVO."
               ELSE
                   MOVE ZEROS TO WS-QTD-CONVERTIDOS
                   OPEN OUTPUT PAG-NOVO
                   PERFORM VARYING WS-CARGA-I FROM 1 BY 1
                           UNTIL WS-CARGA-I > WS-CARGA-QTD
                       MOVE WS-CARGA-REG(WS-CARGA-I)(1:48) TO
                           REG-PAG-NOVO
                       IF REG-PAG-NOVO NOT = SPACES
                           MOVE WS-FILIAL-MATRIZ TO
                               REG-PAG-NOVO(49:3)
                           ADD 1 TO WS-QTD-CONVERTIDOS
                       END-IF
                       WRITE REG-PAG-NOVO
                   END-PERFORM
                   CLOSE PAG-NOVO

                   DISPLAY "PAGAMENTOS: " WS-QTD-CONVERTIDOS
                       " REGISTRO(S) CONVERTIDO(S)"
               END-IF
           END-IF
           .
       2400-CONVERTER-PAGAMENTOS-FIM.
           EXIT.

       2500-CONVERTER-KARDEX           SECTION.

           MOVE ZEROS TO WS-CARGA-QTD
           MOVE 'N' TO WS-CARGA-ESTOURO

           OPEN INPUT KAR-ANT
           IF AS-STATUS-KANT NOT EQUAL ZEROS
               DISPLAY "KARDEX.TXT NAO CONVERTIDO ("
                   AS-STATUS-KANT ")"
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ KAR-ANT
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-CARGA-QTD < 5000
                               ADD 1 TO WS-CARGA-QTD
                               MOVE REG-KAR-ANT TO
                                   WS-CARGA-REG(WS-CARGA-QTD)
                           ELSE
                               MOVE 'S' TO WS-CARGA-ESTOURO
                               MOVE 'N' TO WS-CLOSE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KAR-ANT

               IF WS-CARGA-ESTOURO = 'S'
                   DISPLAY "KARDEX.TXT TEM MAIS REGISTROS QUE"
                   DISPLAY "A TABELA DE CARGA (5000). NADA FOI"
                   DISPLAY "REGRAVADO - AUMENTE A TABELA E RODE"
                   DISPLAY "A MIGRACAO DE NOVO."
               ELSE
                   MOVE ZEROS TO WS-QTD-CONVERTIDOS
                   OPEN OUTPUT KAR-NOVO
                   PERFORM VARYING WS-CARGA-I FROM 1 BY 1
                           UNTIL WS-CARGA-I > WS-CARGA-QTD
                       MOVE WS-CARGA-REG(WS-CARGA-I)(1:130) TO
                           REG-KAR-NOVO
                       IF REG-KAR-NOVO NOT = SPACES
                           MOVE WS-FILIAL-MATRIZ TO
                               REG-KAR-NOVO(131:3)
                           ADD 1 TO WS-QTD-CONVERTIDOS
                       END-IF
                       WRITE REG-KAR-NOVO
                   END-PERFORM
                   CLOSE KAR-NOVO

                   DISPLAY "KARDEX: " WS-QTD-CONVERTIDOS
                       " REGISTRO(S) CONVERTIDO(S)"
               END-IF
           END-IF
           .
       2500-CONVERTER-KARDEX-FIM.
           EXIT.

       END PROGRAM MIGRAFILIAL.
