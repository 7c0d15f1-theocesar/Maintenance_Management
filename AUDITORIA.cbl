      *    stamped with who actually made it; the shared
      *    Operador-atual.txt is only the fallback for callers without
      *    a session (nightly batch).
      *    01/10/2026 - Sessao do operador recebida com 38 posicoes
      *    (filial da sessao no fim); a linha de auditoria continua
      *    gravando o operador nas mesmas 35 posicoes.
      *    06/10/2026 - Log a prova de edicao: cada linha ganha no
      *    fim (posicoes 246 a 265) um numero de sequencia e um selo
      *    calculado pelo SELOAUD a partir do selo da linha anterior.
      *    O ultimo numero e selo ficam em Auditoria-selo.txt, que
      *    atravessa a rotacao mensal do CONSAUD (sem ele, vale a
      *    ultima linha selada de Auditoria.txt). As colunas antigas
      *    nao mudam de lugar.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT OPERADOR-ATUAL ASSIGN TO WS-ARQ-OPERADOR-PATH
       FILE STATUS IS AS-STATUS-OPER.

       SELECT SELO-AUDITORIA ASSIGN TO WS-ARQ-SELO-PATH
       FILE STATUS IS AS-STATUS-SELO.

       DATA DIVISION.
       FILE SECTION.

          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-AUDITORIA                 PIC X(265).

       FD OPERADOR-ATUAL
          RECORDING MODE IS F

       01 ARQ-OPERADOR-ATUAL            PIC X(35).

       FD SELO-AUDITORIA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-SELO-AUDITORIA            PIC X(19).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-S                   PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-OPER                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SELO                PIC 9(02) VALUE ZEROS.

       01 WS-DATA                       PIC X(08) VALUE SPACES.
       01 WS-HORA                       PIC X(06) VALUE SPACES.
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-AUDITORIA-PATH         PIC X(80) VALUE SPACES.
       01 WS-ARQ-OPERADOR-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-SELO-PATH              PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           05 LINDET-AUD-VALOR-NOVO     PIC X(75) VALUE SPACES.
           05 LINDET-AUD-SPACE7         PIC X(01) VALUE '|'.
           05 LINDET-AUD-OPERADOR       PIC X(35) VALUE SPACES.
           05 LINDET-AUD-SPACE8         PIC X(01) VALUE '|'.
           05 LINDET-AUD-SEQ            PIC 9(09) VALUE ZEROS.
           05 LINDET-AUD-SPACE9         PIC X(01) VALUE '|'.
           05 LINDET-AUD-SELO           PIC 9(09) VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         ENCADEAMENTO (ULTIMA LINHA SELADA)
      *-----------------------------------------------------------------
       01 LINDET-SELO.
           05 LINDET-SELO-SEQ           PIC 9(09) VALUE ZEROS.
           05 LINDET-SELO-SPACE1        PIC X(01) VALUE '|'.
           05 LINDET-SELO-HASH          PIC 9(09) VALUE ZEROS.

       01 WS-SELO-ULT-SEQ               PIC 9(09) VALUE ZEROS.
       01 WS-SELO-ULT-HASH              PIC 9(09) VALUE ZEROS.
       01 WS-SELO-ACHOU                 PIC X(01) VALUE 'N'.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-DADOS                      PIC X(265) VALUE SPACES.
      *-----------------------------------------------------------------

       LINKAGE SECTION.
       01 WS-SUB-CHAVE                  PIC X(15) VALUE SPACES.
       01 WS-SUB-VALOR-ANTIGO           PIC X(75) VALUE SPACES.
       01 WS-SUB-VALOR-NOVO             PIC X(75) VALUE SPACES.
       01 WS-SUB-OPERADOR               PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION USING WS-SUB-MODULO, WS-SUB-OPERACAO,
                       WS-SUB-CHAVE, WS-SUB-VALOR-ANTIGO,
           MOVE ':'          TO LINDET-AUD-HORA(3:1)
                                 LINDET-AUD-HORA(6:1)

           PERFORM 1040-CARREGAR-ULTIMO-SELO

           OPEN INPUT RELATO-AUDITORIA
           IF AS-STATUS-S = ZEROS
               MOVE 'S' TO WS-EXISTE-ARQUIVO
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Operador-atual.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-OPERADOR-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Auditoria-selo.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-SELO-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.
       1030-OPERADOR-DO-ARQUIVO-FIM.
           EXIT.

      *    NUMERO E SELO DA ULTIMA LINHA GRAVADA, DE
      *    AUDITORIA-SELO.TXT. SEM ELE (PRIMEIRA LINHA SELADA OU
      *    ARQUIVO PERDIDO), VALE A ULTIMA LINHA SELADA DO LOG AO
      *    VIVO; SEM NENHUMA, A CADEIA COMECA DO ZERO.
       1040-CARREGAR-ULTIMO-SELO       SECTION.

           MOVE ZEROS TO WS-SELO-ULT-SEQ
           MOVE ZEROS TO WS-SELO-ULT-HASH
           MOVE 'N' TO WS-SELO-ACHOU

           OPEN INPUT SELO-AUDITORIA
           IF AS-STATUS-SELO = ZEROS
               READ SELO-AUDITORIA INTO LINDET-SELO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINDET-SELO-SEQ IS NUMERIC AND
                          LINDET-SELO-HASH IS NUMERIC
                           MOVE LINDET-SELO-SEQ TO WS-SELO-ULT-SEQ
                           MOVE LINDET-SELO-HASH TO WS-SELO-ULT-HASH
                           MOVE 'S' TO WS-SELO-ACHOU
                       END-IF
               END-READ
               CLOSE SELO-AUDITORIA
           END-IF

           IF WS-SELO-ACHOU = 'N'
               OPEN INPUT RELATO-AUDITORIA
               IF AS-STATUS-S = ZEROS
                   MOVE 'S' TO WS-CLOSE-FILE
                   PERFORM UNTIL WS-CLOSE-FILE = 'N'
                       READ RELATO-AUDITORIA INTO WS-DADOS
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               IF WS-DADOS(247:9) IS NUMERIC AND
                                  WS-DADOS(257:9) IS NUMERIC
                                   MOVE WS-DADOS(247:9) TO
                                       WS-SELO-ULT-SEQ
                                   MOVE WS-DADOS(257:9) TO
                                       WS-SELO-ULT-HASH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RELATO-AUDITORIA
               END-IF
           END-IF
           .
       1040-CARREGAR-ULTIMO-SELO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         PROCESSAMENTO
      *-----------------------------------------------------------------
           MOVE WS-SUB-VALOR-NOVO   TO LINDET-AUD-VALOR-NOVO
           MOVE LINDET-OPERADOR     TO LINDET-AUD-OPERADOR

           ADD 1 TO WS-SELO-ULT-SEQ
           MOVE WS-SELO-ULT-SEQ TO LINDET-AUD-SEQ
           CALL 'SELOAUD' USING WS-SELO-ULT-HASH,
               LINDET-AUDITORIA, LINDET-AUD-SELO

           MOVE LINDET-AUDITORIA TO ARQ-AUDITORIA
           WRITE ARQ-AUDITORIA

           PERFORM 2100-GRAVAR-ULTIMO-SELO
           .
       2000-PROCESSAR-FIM.
           EXIT.

      *    GUARDA NUMERO E SELO DA LINHA RECEM-GRAVADA PARA A PROXIMA
      *    CHAMADA (E PARA A CONFERENCIA DO CONSAUD).
       2100-GRAVAR-ULTIMO-SELO         SECTION.

           MOVE LINDET-AUD-SEQ TO LINDET-SELO-SEQ
           MOVE LINDET-AUD-SELO TO LINDET-SELO-HASH

           OPEN OUTPUT SELO-AUDITORIA
           IF AS-STATUS-SELO NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-SELO
           ELSE
               MOVE LINDET-SELO TO ARQ-SELO-AUDITORIA
               WRITE ARQ-SELO-AUDITORIA
               CLOSE SELO-AUDITORIA
           END-IF
           .
       2100-GRAVAR-ULTIMO-SELO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         FINALIZACAO
      *-----------------------------------------------------------------
