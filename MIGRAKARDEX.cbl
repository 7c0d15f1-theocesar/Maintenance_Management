       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRAKARDEX.
      ******************************************************************
      * Author: Théo César
      * Date: 22/09/2026
      * Purpose: Conversao unica de Kardex.txt para o movimento
      *          valorizado (130 posicoes)
      * Modifications:
      *    22/09/2026 - Migrakardex's structure finished. Roda UMA vez
      *    depois da virada do movimento de estoque de 103 para 130
      *    posicoes (custo unitario, saldo em quantidade e saldo em
      *    valor da peca no fim): carrega o Kardex.txt antigo em
      *    memoria e regrava cada movimento com o saldo da peca
      *    reconstituido na ordem do arquivo (nunca abaixo de zero) e
      *    valorizado pelo custo de compra atual do cadastro - e o
      *    custo medio de partida; dali em diante cada entrada o
      *    recalcula. Arquivo ja no desenho novo e detectado e
      *    deixado como esta. Se o kardex nao couber na tabela de
      *    carga a conversao aborta com aviso, sem regravar nada.
      *    Faca backup antes de rodar.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT KAR-ANT ASSIGN TO WS-ARQ-KARDEX-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-KANT.

       SELECT KAR-NOVO ASSIGN TO WS-ARQ-KARDEX-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-KNOV.

       SELECT PECAS ASSIGN TO WS-ARQ-PECAS-PATH
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PECA-ID
       FILE STATUS IS AS-STATUS-PEC.

       DATA DIVISION.
       FILE SECTION.

       FD KAR-ANT
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-KAR-ANT                   PIC X(103).

       FD KAR-NOVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-KAR-NOVO                  PIC X(130).

       FD PECAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-PECA.
           05 PECA-ID                   PIC X(04).
           05 PECA-SUFIXO               PIC X(85).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-KANT                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-KNOV                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PEC                 PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-KARDEX-PATH            PIC X(80) VALUE SPACES.
       01 WS-ARQ-PECAS-PATH             PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         MOVIMENTO ANTIGO (103 POSICOES)
      *-----------------------------------------------------------------
       01 DET-KAR-ANT.
           05 DKA-DATA                  PIC X(10).
           05 FILLER                    PIC X(01).
           05 DKA-HORA                  PIC X(08).
           05 FILLER                    PIC X(01).
           05 DKA-PECA                  PIC X(06).
           05 FILLER                    PIC X(01).
           05 DKA-TIPO                  PIC X(01).
           05 FILLER                    PIC X(01).
           05 DKA-QTD                   PIC X(06).
           05 DKA-QTD-N REDEFINES DKA-QTD
                                        PIC 9(06).
           05 FILLER                    PIC X(68).
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         MOVIMENTO NOVO (130 POSICOES)
      *-----------------------------------------------------------------
       01 DET-KAR-NOVO.
           05 DKN-ANTIGO                PIC X(103) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 DKN-CUSTO                 PIC 9(06)V99 VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 DKN-SALDO-QTD             PIC 9(06) VALUE ZEROS.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 DKN-SALDO-VALOR           PIC 9(08)V99 VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         TABELA DE CARGA (MOVIMENTOS ANTIGOS EM MEMORIA)
      *-----------------------------------------------------------------
       01 WS-CARGA.
           05 WS-CARGA-REG OCCURS 20000 TIMES PIC X(103).
       01 WS-CARGA-QTD                  PIC 9(05) VALUE ZEROS.
       01 WS-CARGA-I                    PIC 9(05) VALUE ZEROS.
       01 WS-CARGA-ESTOURO              PIC X(01) VALUE 'N'.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-QTD-CONVERTIDOS            PIC 9(05) VALUE ZEROS.
       01 WS-JA-CONVERTIDO              PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         SALDO CORRENTE E CUSTO DE CADA PECA
      *-----------------------------------------------------------------
       01 WS-SALDOS.
           05 WS-SLD-ENT OCCURS 5000 TIMES.
               10 WS-SLD-PECA           PIC X(06).
               10 WS-SLD-CUSTO          PIC 9(06)V99.
               10 WS-SLD-QTD            PIC 9(06).
       01 WS-SLD-QTD-PECAS              PIC 9(04) VALUE ZEROS.
       01 WS-SLD-I                      PIC 9(04) VALUE ZEROS.
       01 WS-SLD-ACHOU                  PIC X(01) VALUE 'N'.
       01 WS-SLD-ESTOURO                PIC X(01) VALUE 'N'.
       01 WS-SEM-CUSTO                  PIC 9(05) VALUE ZEROS.

       01 WS-DADOS-PEC                  PIC X(89) VALUE SPACES.
       01 WS-PEC-ID                     PIC X(04) VALUE SPACES.
       01 WS-PEC-MARCA                  PIC X(11) VALUE SPACES.
       01 WS-PEC-DESC                   PIC X(24) VALUE SPACES.
       01 WS-PEC-QTD                    PIC X(04) VALUE SPACES.
       01 WS-PEC-VALOR                  PIC X(08) VALUE SPACES.
       01 WS-PEC-CUSTO-X                PIC X(08) VALUE SPACES.
       01 WS-PEC-CUSTO-N REDEFINES WS-PEC-CUSTO-X
                                        PIC 9(06)V99.
      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARREGAR-ANTIGO

           IF WS-JA-CONVERTIDO = 'S'
               DISPLAY 'KARDEX.TXT JA ESTA NO DESENHO NOVO -'
               DISPLAY 'NADA FOI ALTERADO.'
           ELSE
               IF WS-CARGA-ESTOURO = 'S'
                   DISPLAY 'KARDEX.TXT TEM MAIS MOVIMENTOS QUE A'
                   DISPLAY 'TABELA DE CARGA (20000). NADA FOI'
                   DISPLAY 'REGRAVADO - AUMENTE A TABELA E RODE'
                   DISPLAY 'A MIGRACAO DE NOVO.'
               ELSE
                   IF WS-CARGA-QTD > ZEROS
                       PERFORM 2500-CARREGAR-CUSTOS
                       IF WS-SLD-ESTOURO = 'S'
                           DISPLAY 'MAIS DE 5000 PECAS - AUMENTE A '
                               'TABELA DE SALDOS ANTES DE CONVERTER. '
                               'NADA FOI ALTERADO.'
                       ELSE
                           PERFORM 3000-REGRAVAR-NOVO
                       END-IF
                   END-IF
               END-IF
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
                  'Kardex.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-KARDEX-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Relatorio-pecas.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-PECAS-PATH
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         CARGA DO DESENHO ANTIGO
      *-----------------------------------------------------------------

      * UM ARQUIVO JA NO DESENHO NOVO E RECONHECIDO PORQUE A LEITURA
      * EM BLOCOS DE 103 DESALINHA E ALGUM BLOCO COMECA COM '|' (NO
      * DESENHO ANTIGO TODO MOVIMENTO COMECA PELA DATA) - NESSE CASO
      * NADA E ALTERADO.
       2000-CARREGAR-ANTIGO            SECTION.

           MOVE ZEROS TO WS-CARGA-QTD
           MOVE 'N' TO WS-CARGA-ESTOURO
           MOVE 'N' TO WS-JA-CONVERTIDO

           OPEN INPUT KAR-ANT
           IF AS-STATUS-KANT NOT EQUAL ZEROS
               DISPLAY 'KARDEX.TXT NAO CONVERTIDO (' AS-STATUS-KANT ')'
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ KAR-ANT
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 2100-CARREGAR-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE KAR-ANT
           END-IF
           .
       2000-CARREGAR-ANTIGO-FIM.
           EXIT.

       2100-CARREGAR-MOVIMENTO         SECTION.

           IF REG-KAR-ANT(1:1) = '|'
               MOVE 'S' TO WS-JA-CONVERTIDO
               MOVE 'N' TO WS-CLOSE-FILE
           ELSE
               IF REG-KAR-ANT NOT = SPACES
                   IF WS-CARGA-QTD < 20000
                       ADD 1 TO WS-CARGA-QTD
                       MOVE REG-KAR-ANT TO WS-CARGA-REG(WS-CARGA-QTD)
                   ELSE
                       MOVE 'S' TO WS-CARGA-ESTOURO
                       MOVE 'N' TO WS-CLOSE-FILE
                   END-IF
               END-IF
           END-IF
           .
       2100-CARREGAR-MOVIMENTO-FIM.
           EXIT.

      * CUSTO DE COMPRA DE CADA PECA DO CADASTRO, QUE VIRA O CUSTO
      * MEDIO DE PARTIDA. PECA DO KARDEX JA EXCLUIDA DO CADASTRO ENTRA
      * DEPOIS, COM CUSTO ZERO.
       2500-CARREGAR-CUSTOS            SECTION.

           MOVE ZEROS TO WS-SLD-QTD-PECAS
           MOVE 'N' TO WS-SLD-ESTOURO

           OPEN INPUT PECAS
           IF AS-STATUS-PEC NOT EQUAL ZEROS
               DISPLAY 'RELATORIO-PECAS.TXT ILEGIVEL ' AS-STATUS-PEC
               DISPLAY 'OS MOVIMENTOS FICAM COM CUSTO ZERO.'
           ELSE
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ PECAS NEXT RECORD INTO WS-DADOS-PEC
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 2510-GUARDAR-CUSTO
                   END-READ
               END-PERFORM
               CLOSE PECAS
           END-IF
           .
       2500-CARREGAR-CUSTOS-FIM.
           EXIT.

       2510-GUARDAR-CUSTO              SECTION.

           MOVE SPACES TO WS-PEC-ID
           MOVE SPACES TO WS-PEC-CUSTO-X

           UNSTRING WS-DADOS-PEC DELIMITED BY ' | ' INTO
               WS-PEC-ID
               WS-PEC-MARCA
               WS-PEC-DESC
               WS-PEC-QTD
               WS-PEC-VALOR
               WS-PEC-CUSTO-X

           IF WS-SLD-QTD-PECAS < 5000
               ADD 1 TO WS-SLD-QTD-PECAS
               MOVE WS-PEC-ID TO WS-SLD-PECA(WS-SLD-QTD-PECAS)
               MOVE ZEROS TO WS-SLD-QTD(WS-SLD-QTD-PECAS)
               IF WS-PEC-CUSTO-X IS NUMERIC
                   MOVE WS-PEC-CUSTO-N TO
                       WS-SLD-CUSTO(WS-SLD-QTD-PECAS)
               ELSE
                   MOVE ZEROS TO WS-SLD-CUSTO(WS-SLD-QTD-PECAS)
               END-IF
           ELSE
               MOVE 'S' TO WS-SLD-ESTOURO
               MOVE 'N' TO WS-CLOSE-FILE
           END-IF
           .
       2510-GUARDAR-CUSTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         REGRAVACAO NO DESENHO NOVO
      *-----------------------------------------------------------------

       3000-REGRAVAR-NOVO              SECTION.

           MOVE ZEROS TO WS-QTD-CONVERTIDOS
           MOVE ZEROS TO WS-SEM-CUSTO

           OPEN OUTPUT KAR-NOVO
           IF AS-STATUS-KNOV NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-KNOV
           ELSE
               PERFORM VARYING WS-CARGA-I FROM 1 BY 1
                       UNTIL WS-CARGA-I > WS-CARGA-QTD
                   PERFORM 3100-CONVERTER-MOVIMENTO
               END-PERFORM
               CLOSE KAR-NOVO

               DISPLAY 'KARDEX: ' WS-QTD-CONVERTIDOS
                   ' MOVIMENTO(S) CONVERTIDO(S) PARA 130 POSICOES.'
               IF WS-SEM-CUSTO > ZEROS
                   DISPLAY WS-SEM-CUSTO ' MOVIMENTO(S) DE PECA SEM '
                       'CUSTO NO CADASTRO FICARAM COM CUSTO ZERO.'
               END-IF
           END-IF
           .
       3000-REGRAVAR-NOVO-FIM.
           EXIT.

      * ENTRADA SOMA E SAIDA SUBTRAI DO SALDO DA PECA (PARANDO NO
      * ZERO); O SALDO EM VALOR E O SALDO EM QUANTIDADE PELO CUSTO.
       3100-CONVERTER-MOVIMENTO        SECTION.

           MOVE WS-CARGA-REG(WS-CARGA-I) TO DET-KAR-ANT
           PERFORM 3110-LOCALIZAR-PECA

           IF DKA-QTD IS NUMERIC
               IF DKA-TIPO = 'E'
                   ADD DKA-QTD-N TO WS-SLD-QTD(WS-SLD-I)
               ELSE
                   IF DKA-QTD-N > WS-SLD-QTD(WS-SLD-I)
                       MOVE ZEROS TO WS-SLD-QTD(WS-SLD-I)
                   ELSE
                       SUBTRACT DKA-QTD-N FROM WS-SLD-QTD(WS-SLD-I)
                   END-IF
               END-IF
           END-IF

           IF WS-SLD-CUSTO(WS-SLD-I) = ZEROS
               ADD 1 TO WS-SEM-CUSTO
           END-IF

           MOVE DET-KAR-ANT TO DKN-ANTIGO
           MOVE WS-SLD-CUSTO(WS-SLD-I) TO DKN-CUSTO
           MOVE WS-SLD-QTD(WS-SLD-I) TO DKN-SALDO-QTD
           COMPUTE DKN-SALDO-VALOR ROUNDED =
               WS-SLD-QTD(WS-SLD-I) * WS-SLD-CUSTO(WS-SLD-I)

           MOVE DET-KAR-NOVO TO REG-KAR-NOVO
           WRITE REG-KAR-NOVO
           ADD 1 TO WS-QTD-CONVERTIDOS
           .
       3100-CONVERTER-MOVIMENTO-FIM.
           EXIT.

       3110-LOCALIZAR-PECA             SECTION.

           MOVE 'N' TO WS-SLD-ACHOU
           PERFORM VARYING WS-SLD-I FROM 1 BY 1
                   UNTIL WS-SLD-I > WS-SLD-QTD-PECAS
                      OR WS-SLD-ACHOU = 'S'
               IF WS-SLD-PECA(WS-SLD-I) = DKA-PECA
                   MOVE 'S' TO WS-SLD-ACHOU
               END-IF
           END-PERFORM

           IF WS-SLD-ACHOU = 'S'
               SUBTRACT 1 FROM WS-SLD-I
           ELSE
               IF WS-SLD-QTD-PECAS < 5000
                   ADD 1 TO WS-SLD-QTD-PECAS
               END-IF
               MOVE WS-SLD-QTD-PECAS TO WS-SLD-I
               MOVE DKA-PECA TO WS-SLD-PECA(WS-SLD-I)
               MOVE ZEROS TO WS-SLD-CUSTO(WS-SLD-I)
               MOVE ZEROS TO WS-SLD-QTD(WS-SLD-I)
           END-IF
           .
       3110-LOCALIZAR-PECA-FIM.
           EXIT.

       END PROGRAM MIGRAKARDEX.
