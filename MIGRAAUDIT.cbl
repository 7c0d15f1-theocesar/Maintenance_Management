       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRAAUDIT.
      ******************************************************************
      * Author: Théo César
      * Date: 06/10/2026
      * Purpose: Conversao unica do log de auditoria para as linhas
      *          seladas (sequencia e selo encadeado no fim)
      * Modifications:
      *    06/10/2026 - Migraaudit's structure finished. Roda UMA vez
      *    antes do primeiro uso do AUDITORIA com selo: regrava os
      *    Auditoria_AAAAMM.txt (do mais antigo ao mes atual) e
      *    depois o Auditoria.txt, de 245 para 265 posicoes, numerando
      *    e selando as linhas numa cadeia so, na ordem em que foram
      *    gravadas, e deixa o ultimo numero e selo em
      *    Auditoria-selo.txt. Uma primeira passada so conta as linhas
      *    de cada arquivo: se algum nao couber na tabela de carga
      *    (5000), nada e regravado. Faca backup antes.
      *    15/10/2026 - Arquivo ja selado (rodada anterior, mesmo que
      *    interrompida) e reconhecido pela primeira linha e fica como
      *    esta - a cadeia continua da ultima linha dele. Erro na
      *    abertura do arquivo regravado e avisado.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AUD-ANT ASSIGN TO WS-ARQ-AUDITORIA-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-AANT.

       SELECT AUD-NOVO ASSIGN TO WS-ARQ-AUDITORIA-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-ANOV.

       SELECT SELO-AUDITORIA ASSIGN TO WS-ARQ-SELO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-SELO.

       DATA DIVISION.
       FILE SECTION.

       FD AUD-ANT
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-AUD-ANT                   PIC X(245).

       FD AUD-NOVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 REG-AUD-NOVO                  PIC X(265).

       FD SELO-AUDITORIA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-SELO-AUDITORIA            PIC X(19).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-AANT                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-ANOV                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SELO                PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-AUDITORIA-PATH         PIC X(80) VALUE SPACES.
       01 WS-ARQ-SELO-PATH              PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         TABELA DE CARGA (LINHAS ANTIGAS EM MEMORIA)
      *-----------------------------------------------------------------
       01 WS-CARGA.
           05 WS-CARGA-REG OCCURS 5000 TIMES PIC X(245).
       01 WS-CARGA-QTD                  PIC 9(05) VALUE ZEROS.
       01 WS-CARGA-I                    PIC 9(05) VALUE ZEROS.
       01 WS-CARGA-ESTOURO              PIC X(01) VALUE 'N'.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-QTD-CONVERTIDOS            PIC 9(05) VALUE ZEROS.
       01 WS-QTD-ARQUIVOS               PIC 9(03) VALUE ZEROS.
       01 WS-NOME-ARQUIVO               PIC X(20) VALUE SPACES.
       01 WS-JA-CONVERTIDO              PIC X(01) VALUE 'N'.
       01 WS-PRIMEIRO-REG               PIC X(01) VALUE 'S'.
       01 WS-ARQ-ULT-SEQ                PIC 9(09) VALUE ZEROS.
       01 WS-ARQ-ULT-SELO               PIC 9(09) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         ARQUIVOS MENSAIS E CADEIA DE SELOS
      *-----------------------------------------------------------------
      *    PASSO 'C' SO CONTA AS LINHAS; PASSO 'G' REGRAVA.
       01 WS-PASSO                      PIC X(01) VALUE 'C'.
       01 WS-HOJE                       PIC X(08) VALUE SPACES.
       01 WS-ANO                        PIC 9(04) VALUE ZEROS.
       01 WS-MES                        PIC 9(02) VALUE ZEROS.
       01 WS-ANOMES                     PIC X(06) VALUE SPACES.
       01 WS-ULT-SEQ                    PIC 9(09) VALUE ZEROS.
       01 WS-ULT-SELO                   PIC 9(09) VALUE ZEROS.

       01 LINDET-MIG.
           05 LINDET-MIG-LINHA          PIC X(245) VALUE SPACES.
           05 LINDET-MIG-SPACE1         PIC X(01) VALUE '|'.
           05 LINDET-MIG-SEQ            PIC 9(09) VALUE ZEROS.
           05 LINDET-MIG-SPACE2         PIC X(01) VALUE '|'.
           05 LINDET-MIG-SELO           PIC 9(09) VALUE ZEROS.

       01 LINDET-SELO.
           05 LINDET-SELO-SEQ           PIC 9(09) VALUE ZEROS.
           05 LINDET-SELO-SPACE1        PIC X(01) VALUE '|'.
           05 LINDET-SELO-HASH          PIC 9(09) VALUE ZEROS.
      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR

           MOVE 'C' TO WS-PASSO
           PERFORM 2000-PERCORRER-ARQUIVOS

           IF WS-CARGA-ESTOURO = 'S'
               DISPLAY "NADA FOI REGRAVADO - AUMENTE A TABELA E RODE"
               DISPLAY "A MIGRACAO DE NOVO."
           ELSE
               MOVE 'G' TO WS-PASSO
               MOVE ZEROS TO WS-ULT-SEQ
               MOVE ZEROS TO WS-ULT-SELO
               PERFORM 2000-PERCORRER-ARQUIVOS
               PERFORM 2300-GRAVAR-CONTROLE

               DISPLAY WS-QTD-ARQUIVOS " ARQUIVO(S) DE AUDITORIA, "
                   WS-ULT-SEQ " LINHA(S) SELADA(S)."
               DISPLAY "CONVERSAO DO LOG DE AUDITORIA CONCLUIDA."
           END-IF

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
                  'Auditoria-selo.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-SELO-PATH

           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           .
       1000-INICIALIZAR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                        CONVERSAO
      *-----------------------------------------------------------------

      * MESMA ORDEM DA CONFERENCIA DO CONSAUD: OS MESES ROTACIONADOS
      * DO MAIS ANTIGO AO ATUAL E, POR ULTIMO, O LOG AO VIVO.
       2000-PERCORRER-ARQUIVOS         SECTION.

           MOVE ZEROS TO WS-QTD-ARQUIVOS

           PERFORM VARYING WS-ANO FROM 2020 BY 1
                   UNTIL WS-ANO > WS-HOJE(1:4)
               PERFORM VARYING WS-MES FROM 1 BY 1
                       UNTIL WS-MES > 12
                   MOVE WS-ANO TO WS-ANOMES(1:4)
                   MOVE WS-MES TO WS-ANOMES(5:2)
                   IF WS-ANOMES NOT > WS-HOJE(1:6)
                       MOVE SPACES TO WS-NOME-ARQUIVO
                       STRING 'Auditoria_' DELIMITED BY SIZE
                              WS-ANOMES DELIMITED BY SIZE
                              '.txt' DELIMITED BY SIZE
                              INTO WS-NOME-ARQUIVO
                       PERFORM 2100-CONVERTER-ARQUIVO
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 'Auditoria.txt' TO WS-NOME-ARQUIVO
           PERFORM 2100-CONVERTER-ARQUIVO
           .
       2000-PERCORRER-ARQUIVOS-FIM.
           EXIT.

      * ARQUIVO JA SELADO: A PRIMEIRA LINHA NAO EM BRANCO TEM O '|'
      * NA POSICAO 246 E A SEQUENCIA NUMERICA NA 247. DEVOLVE A
      * SEQUENCIA E O SELO DA ULTIMA LINHA EM WS-ARQ-ULT-SEQ E
      * WS-ARQ-ULT-SELO.
       2050-VERIFICAR-SELADO           SECTION.

           MOVE 'N' TO WS-JA-CONVERTIDO
           MOVE 'S' TO WS-PRIMEIRO-REG
           MOVE ZEROS TO WS-ARQ-ULT-SEQ
           MOVE ZEROS TO WS-ARQ-ULT-SELO

           OPEN INPUT AUD-NOVO
           IF AS-STATUS-ANOV = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ AUD-NOVO
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF REG-AUD-NOVO NOT = SPACES
                               IF WS-PRIMEIRO-REG = 'S'
                                   MOVE 'N' TO WS-PRIMEIRO-REG
                                   IF REG-AUD-NOVO(246:1) = '|' AND
                                      REG-AUD-NOVO(247:9) IS NUMERIC
                                       MOVE 'S' TO WS-JA-CONVERTIDO
                                   ELSE
                                       MOVE 'N' TO WS-CLOSE-FILE
                                   END-IF
                               END-IF
                               IF WS-JA-CONVERTIDO = 'S' AND
                                  REG-AUD-NOVO(247:9) IS NUMERIC AND
                                  REG-AUD-NOVO(257:9) IS NUMERIC
                                   MOVE REG-AUD-NOVO(247:9) TO
                                       WS-ARQ-ULT-SEQ
                                   MOVE REG-AUD-NOVO(257:9) TO
                                       WS-ARQ-ULT-SELO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUD-NOVO
           END-IF
           .
       2050-VERIFICAR-SELADO-FIM.
           EXIT.

      * CARREGA UM ARQUIVO DO LOG (SE EXISTIR) E, NO PASSO 'G', O
      * REGRAVA COM 265 POSICOES, CONTINUANDO A CADEIA DO ARQUIVO
      * ANTERIOR. ARQUIVO JA SELADO NAO E CARREGADO: NO PASSO 'G' A
      * CADEIA SEGUE DA ULTIMA LINHA DELE.
       2100-CONVERTER-ARQUIVO          SECTION.

           MOVE SPACES TO WS-ARQ-AUDITORIA-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  WS-NOME-ARQUIVO DELIMITED BY SPACE
                  INTO WS-ARQ-AUDITORIA-PATH

           MOVE ZEROS TO WS-CARGA-QTD

           PERFORM 2050-VERIFICAR-SELADO
           IF WS-JA-CONVERTIDO = 'S'
               ADD 1 TO WS-QTD-ARQUIVOS
               IF WS-PASSO = 'C'
                   DISPLAY WS-NOME-ARQUIVO " JA ESTA SELADO -"
                   DISPLAY "FICA COMO ESTA."
               ELSE
                   MOVE WS-ARQ-ULT-SEQ TO WS-ULT-SEQ
                   MOVE WS-ARQ-ULT-SELO TO WS-ULT-SELO
               END-IF
           ELSE
               OPEN INPUT AUD-ANT
               IF AS-STATUS-AANT = ZEROS
                   ADD 1 TO WS-QTD-ARQUIVOS
                   MOVE 'S' TO WS-CLOSE-FILE
                   PERFORM UNTIL WS-CLOSE-FILE = 'N'
                       READ AUD-ANT
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               IF WS-CARGA-QTD < 5000
                                   ADD 1 TO WS-CARGA-QTD
                                   MOVE REG-AUD-ANT TO
                                       WS-CARGA-REG(WS-CARGA-QTD)
                               ELSE
                                   MOVE 'S' TO WS-CARGA-ESTOURO
                                   MOVE 'N' TO WS-CLOSE-FILE
                                   DISPLAY WS-NOME-ARQUIVO
                                       " TEM MAIS LINHAS QUE A TABELA"
                                   DISPLAY "DE CARGA (5000)."
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUD-ANT

                   IF WS-PASSO = 'G'
                       PERFORM 2200-REGRAVAR-ARQUIVO
                   END-IF
               END-IF
           END-IF
           .
       2100-CONVERTER-ARQUIVO-FIM.
           EXIT.

       2200-REGRAVAR-ARQUIVO           SECTION.

           MOVE ZEROS TO WS-QTD-CONVERTIDOS
           OPEN OUTPUT AUD-NOVO
           IF AS-STATUS-ANOV NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-ANOV
           ELSE
               PERFORM VARYING WS-CARGA-I FROM 1 BY 1
                       UNTIL WS-CARGA-I > WS-CARGA-QTD
                   MOVE WS-CARGA-REG(WS-CARGA-I) TO LINDET-MIG-LINHA
                   ADD 1 TO WS-ULT-SEQ
                   MOVE WS-ULT-SEQ TO LINDET-MIG-SEQ
                   CALL 'SELOAUD' USING WS-ULT-SELO, LINDET-MIG,
                       LINDET-MIG-SELO
                   MOVE LINDET-MIG-SELO TO WS-ULT-SELO
                   MOVE LINDET-MIG TO REG-AUD-NOVO
                   WRITE REG-AUD-NOVO
                   ADD 1 TO WS-QTD-CONVERTIDOS
               END-PERFORM
               CLOSE AUD-NOVO

               DISPLAY WS-NOME-ARQUIVO ": " WS-QTD-CONVERTIDOS
                   " LINHA(S) SELADA(S)"
           END-IF
           .
       2200-REGRAVAR-ARQUIVO-FIM.
           EXIT.

      * ULTIMO NUMERO E SELO PARA O AUDITORIA CONTINUAR A CADEIA.
       2300-GRAVAR-CONTROLE            SECTION.

           MOVE WS-ULT-SEQ TO LINDET-SELO-SEQ
           MOVE WS-ULT-SELO TO LINDET-SELO-HASH

           OPEN OUTPUT SELO-AUDITORIA
           IF AS-STATUS-SELO NOT EQUAL ZEROS
               DISPLAY "AUDITORIA-SELO.TXT NAO GRAVADO ("
                   AS-STATUS-SELO ")"
           ELSE
               MOVE LINDET-SELO TO ARQ-SELO-AUDITORIA
               WRITE ARQ-SELO-AUDITORIA
               CLOSE SELO-AUDITORIA
           END-IF
           .
       2300-GRAVAR-CONTROLE-FIM.
           EXIT.

       END PROGRAM MIGRAAUDIT.
