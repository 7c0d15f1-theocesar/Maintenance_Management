      *    fecha um mes inteiro em Auditoria_AAAAMM.txt (so o GERENTE
      *    pode rodar), mantendo o arquivo ao vivo pequeno e os meses
      *    antigos pesquisaveis.
      *    01/10/2026 - Sessao do operador com 38 posicoes (filial
      *    da sessao no fim).
      *    06/10/2026 - Linhas do log com 265 posicoes (sequencia e
      *    selo encadeado no fim, gravados pelo AUDITORIA). Nova opcao
      *    3 confere a cadeia: percorre os Auditoria_AAAAMM.txt em
      *    ordem e depois o Auditoria.txt, recalcula cada selo com o
      *    SELOAUD e aponta linha alterada, sequencia faltando ou
      *    quebrada, linha sem selo e fim do log apagado (comparando
      *    com Auditoria-selo.txt). Resultado na tela e em
      *    Auditoria-verificacao.txt. Com a opcao 'V' a conferencia
      *    roda sem menu (NOTURNO) e devolve a quantidade de problemas
      *    no terceiro parametro. A rotacao agora recusa um mes se
      *    ainda houver no log ao vivo linhas de um mes anterior, para
      *    a cadeia continuar em ordem de um arquivo para o outro.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-OPER.

       SELECT SELO-AUDITORIA ASSIGN TO WS-ARQ-SELO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-SELO.

       SELECT RELATO-VERIFICACAO ASSIGN TO WS-ARQ-VERIF-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-VERIF.

       DATA DIVISION.
       FILE SECTION.

          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-AUDITORIA                 PIC X(265).

       FD AUDITORIA-MES
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-AUDITORIA-MES             PIC X(265).

       FD AUDITORIA-NOVA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-AUDITORIA-NOVA            PIC X(265).

       FD OPERADOR-ATUAL
          RECORDING MODE IS F

       01 ARQ-OPERADOR-ATUAL            PIC X(35).

       FD SELO-AUDITORIA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-SELO-AUDITORIA            PIC X(19).

       FD RELATO-VERIFICACAO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RELATO-VERIFICACAO        PIC X(100).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-S                   PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-MES                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-NOVA                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-OPER                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-SELO                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-VERIF               PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
       01 WS-ARQ-AUD-MES-PATH           PIC X(80) VALUE SPACES.
       01 WS-ARQ-AUD-NOVA-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-OPERADOR-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-SELO-PATH              PIC X(80) VALUE SPACES.
       01 WS-ARQ-VERIF-PATH             PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01 WS-ROT-MOVIDAS                PIC 9(05) VALUE ZEROS.
       01 WS-ROT-MANTIDAS               PIC 9(05) VALUE ZEROS.
       01 WS-EXISTE-MES                 PIC X(01) VALUE 'N'.
       01 WS-ROT-ANTERIOR               PIC X(07) VALUE SPACES.
       01 WS-ROT-LINHA-MES              PIC X(06) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         CONFERENCIA DA CADEIA DE SELOS
      *-----------------------------------------------------------------
       01 WS-VER-HOJE                   PIC X(08) VALUE SPACES.
       01 WS-VER-ANO                    PIC 9(04) VALUE ZEROS.
       01 WS-VER-MES                    PIC 9(02) VALUE ZEROS.
       01 WS-VER-ANOMES                 PIC X(06) VALUE SPACES.
       01 WS-VER-ARQUIVO                PIC X(20) VALUE SPACES.
       01 WS-VER-LINHA-ARQ              PIC 9(06) VALUE ZEROS.
       01 WS-VER-INICIADA               PIC X(01) VALUE 'N'.
       01 WS-VER-SEQ                    PIC 9(09) VALUE ZEROS.
       01 WS-VER-SELO                   PIC 9(09) VALUE ZEROS.
       01 WS-VER-CALCULADO              PIC 9(09) VALUE ZEROS.
       01 WS-VER-ULT-SEQ                PIC 9(09) VALUE ZEROS.
       01 WS-VER-ULT-SELO               PIC 9(09) VALUE ZEROS.
       01 WS-VER-ESPERADA               PIC 9(09) VALUE ZEROS.
       01 WS-VER-ARQUIVOS               PIC 9(03) VALUE ZEROS.
       01 WS-VER-SELADAS                PIC 9(07) VALUE ZEROS.
       01 WS-VER-LEGADO                 PIC 9(07) VALUE ZEROS.
       01 WS-VER-PROBLEMAS              PIC 9(05) VALUE ZEROS.
       01 WS-VER-OCORRENCIA             PIC X(40) VALUE SPACES.

       01 LINDET-SELO.
           05 LINDET-SELO-SEQ           PIC 9(09) VALUE ZEROS.
           05 LINDET-SELO-SPACE1        PIC X(01) VALUE '|'.
           05 LINDET-SELO-HASH          PIC 9(09) VALUE ZEROS.

       01 LINDET-VER.
           05 LINDET-VER-ARQUIVO        PIC X(20) VALUE SPACES.
           05 LINDET-VER-SPACE1         PIC X(01) VALUE '|'.
           05 LINDET-VER-LINHA          PIC 9(06) VALUE ZEROS.
           05 LINDET-VER-SPACE2         PIC X(01) VALUE '|'.
           05 LINDET-VER-SEQ            PIC 9(09) VALUE ZEROS.
           05 LINDET-VER-SPACE3         PIC X(01) VALUE '|'.
           05 LINDET-VER-OCORRENCIA     PIC X(40) VALUE SPACES.

       01 WS-VER-TEXTO                  PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01 AS-FIM-LOOP-MAIN              PIC X(04) VALUE 'NAO'.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-CLOSE-NOVA                 PIC X(01) VALUE 'S'.
       01 WS-DADOS                      PIC X(265) VALUE SPACES.

       LINKAGE SECTION.

       01 WS-SUB-OPTION                 PIC X(01).
       01 WS-OPERADOR-SESSAO               PIC X(38).
       01 WS-SUB-QTD                    PIC 9(05).

       PROCEDURE DIVISION USING WS-SUB-OPTION,
                       WS-OPERADOR-SESSAO, WS-SUB-QTD.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
           EVALUATE WS-SUB-OPTION
           WHEN 'V'
               PERFORM 4000-VERIFICAR-CADEIA
               MOVE WS-VER-PROBLEMAS TO WS-SUB-QTD
           WHEN OTHER
               PERFORM 1100-DISPLAY-MENU UNTIL AS-FIM-LOOP-MAIN = 'SIM'
           END-EVALUATE
           PERFORM 3000-FINALIZAR
           .

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Operador-atual.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-OPERADOR-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Auditoria-selo.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-SELO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Auditoria-verificacao.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-VERIF-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.
           DISPLAY "| 1. Consultar o log com filtros.       |"
           DISPLAY "| 2. Rotacionar um mes para             |"
           DISPLAY "|    Auditoria_AAAAMM.txt (gerente).    |"
           DISPLAY "| 3. Verificar a cadeia do log.         |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
                       WS-LOG-VALOR-ANTIGO, WS-LOG-VALOR-NOVO,
                       WS-OPERADOR-SESSAO
               END-IF
           WHEN '3'
               PERFORM 4000-VERIFICAR-CADEIA
           WHEN '9'
               MOVE 'SIM' TO AS-FIM-LOOP-MAIN
           WHEN OTHER DISPLAY "Opcao invalida. Tente novamente."
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-AUD-MES-PATH

               PERFORM 2550-CHECAR-MES-ANTERIOR
               IF WS-ROT-ANTERIOR NOT = SPACES
                   DISPLAY "O LOG AO VIVO AINDA TEM LINHAS DE "
                       WS-ROT-ANTERIOR "."
                   DISPLAY "ROTACIONE ESSE MES PRIMEIRO (A CADEIA DE "
                       "SELOS SEGUE A ORDEM DOS MESES)."
               ELSE
                   PERFORM 2600-EXECUTAR-ROTACAO
               END-IF
           ELSE
               DISPLAY "MES INVALIDO. USE O FORMATO MM/AAAA."
           END-IF
       2500-ROTACIONAR-MES-FIM.
           EXIT.

      * PROCURA NO LOG AO VIVO A LINHA MAIS ANTIGA DE UM MES ANTERIOR
      * AO QUE VAI SER ROTACIONADO. SE HOUVER, DEVOLVE O MES DELA
      * (MM/AAAA) EM WS-ROT-ANTERIOR.
       2550-CHECAR-MES-ANTERIOR        SECTION.

           MOVE SPACES TO WS-ROT-ANTERIOR

           OPEN INPUT RELATO-AUDITORIA
           IF AS-STATUS-S = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ RELATO-AUDITORIA INTO WS-DADOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE WS-DADOS(7:4) TO WS-ROT-LINHA-MES(1:4)
                           MOVE WS-DADOS(4:2) TO WS-ROT-LINHA-MES(5:2)
                           IF WS-ROT-LINHA-MES IS NUMERIC AND
                              WS-ROT-LINHA-MES < WS-ROT-COMPACTO
                               MOVE WS-DADOS(4:7) TO WS-ROT-ANTERIOR
                               MOVE 'N' TO WS-CLOSE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELATO-AUDITORIA
           END-IF
           .
       2550-CHECAR-MES-ANTERIOR-FIM.
           EXIT.

       2600-EXECUTAR-ROTACAO           SECTION.

           MOVE ZEROS TO WS-ROT-MOVIDAS
       2700-SOBRESCREVER-LOG-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                  CONFERENCIA DA CADEIA DE SELOS
      *-----------------------------------------------------------------

      * PERCORRE OS MESES ROTACIONADOS (DO MAIS ANTIGO AO ATUAL) E
      * DEPOIS O LOG AO VIVO, NA MESMA ORDEM EM QUE AS LINHAS FORAM
      * GRAVADAS, CONFERINDO SEQUENCIA E SELO DE CADA UMA. NO FIM
      * COMPARA A ULTIMA LINHA COM AUDITORIA-SELO.TXT, QUE O
      * AUDITORIA ATUALIZA A CADA GRAVACAO.
       4000-VERIFICAR-CADEIA           SECTION.

           MOVE 'N' TO WS-VER-INICIADA
           MOVE ZEROS TO WS-VER-ULT-SEQ
           MOVE ZEROS TO WS-VER-ULT-SELO
           MOVE ZEROS TO WS-VER-ARQUIVOS
           MOVE ZEROS TO WS-VER-SELADAS
           MOVE ZEROS TO WS-VER-LEGADO
           MOVE ZEROS TO WS-VER-PROBLEMAS

           ACCEPT WS-VER-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT RELATO-VERIFICACAO
           IF AS-STATUS-VERIF NOT EQUAL ZEROS
               DISPLAY 'DEU ERRO NA ABERTURA ' AS-STATUS-VERIF
           END-IF

           MOVE SPACES TO WS-VER-TEXTO
           STRING 'CONFERENCIA DA CADEIA DO LOG DE AUDITORIA EM '
                  DELIMITED BY SIZE
                  WS-VER-HOJE(7:2) '/' WS-VER-HOJE(5:2) '/'
                  WS-VER-HOJE(1:4) DELIMITED BY SIZE
                  INTO WS-VER-TEXTO
           PERFORM 4900-ESCREVER-TEXTO
           MOVE 'ARQUIVO             |LINHA |SEQUENCIA|OCORRENCIA'
               TO WS-VER-TEXTO
           PERFORM 4900-ESCREVER-TEXTO

           PERFORM VARYING WS-VER-ANO FROM 2020 BY 1
                   UNTIL WS-VER-ANO > WS-VER-HOJE(1:4)
               PERFORM VARYING WS-VER-MES FROM 1 BY 1
                       UNTIL WS-VER-MES > 12
                   MOVE WS-VER-ANO TO WS-VER-ANOMES(1:4)
                   MOVE WS-VER-MES TO WS-VER-ANOMES(5:2)
                   IF WS-VER-ANOMES NOT > WS-VER-HOJE(1:6)
                       PERFORM 4100-CONFERIR-MES
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 'Auditoria.txt' TO WS-VER-ARQUIVO
           MOVE ZEROS TO WS-VER-LINHA-ARQ
           OPEN INPUT RELATO-AUDITORIA
           IF AS-STATUS-S = ZEROS
               ADD 1 TO WS-VER-ARQUIVOS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ RELATO-AUDITORIA INTO WS-DADOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 4200-CONFERIR-LINHA
                   END-READ
               END-PERFORM
               CLOSE RELATO-AUDITORIA
           END-IF

           PERFORM 4300-CONFERIR-CONTROLE
           PERFORM 4400-RESUMO-VERIFICACAO

           IF AS-STATUS-VERIF = ZEROS
               CLOSE RELATO-VERIFICACAO
           END-IF

           MOVE 'VERIFICA' TO WS-LOG-OPERACAO
           MOVE 'CADEIA LOG' TO WS-LOG-CHAVE
           MOVE SPACES TO WS-LOG-VALOR-ANTIGO
           MOVE SPACES TO WS-LOG-VALOR-NOVO
           STRING WS-VER-SELADAS ' LINHA(S) SELADA(S), '
                  DELIMITED BY SIZE
                  WS-VER-PROBLEMAS ' PROBLEMA(S)' DELIMITED BY SIZE
                  INTO WS-LOG-VALOR-NOVO
           CALL 'AUDITORIA' USING WS-LOG-MODULO,
               WS-LOG-OPERACAO, WS-LOG-CHAVE,
               WS-LOG-VALOR-ANTIGO, WS-LOG-VALOR-NOVO,
               WS-OPERADOR-SESSAO
           .
       4000-VERIFICAR-CADEIA-FIM.
           EXIT.

      * CONFERE UM AUDITORIA_AAAAMM.TXT, SE ELE EXISTIR.
       4100-CONFERIR-MES               SECTION.

           MOVE SPACES TO WS-ARQ-AUD-MES-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Auditoria_' DELIMITED BY SIZE
                  WS-VER-ANOMES DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-AUD-MES-PATH

           MOVE SPACES TO WS-VER-ARQUIVO
           STRING 'Auditoria_' DELIMITED BY SIZE
                  WS-VER-ANOMES DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-VER-ARQUIVO
           MOVE ZEROS TO WS-VER-LINHA-ARQ

           OPEN INPUT AUDITORIA-MES
           IF AS-STATUS-MES = ZEROS
               ADD 1 TO WS-VER-ARQUIVOS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ AUDITORIA-MES INTO WS-DADOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 4200-CONFERIR-LINHA
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-MES
           END-IF
           .
       4100-CONFERIR-MES-FIM.
           EXIT.

      * CONFERE UMA LINHA. LINHAS SEM SELO ANTES DO INICIO DA CADEIA
      * SAO DE ANTES DO SELO E SO SAO CONTADAS. DEPOIS DE UM PROBLEMA
      * A CONFERENCIA SEGUE A PARTIR DA SEQUENCIA E DO SELO GRAVADOS
      * NA LINHA, PARA APONTAR SO O PONTO ONDE O LOG FOI MEXIDO.
       4200-CONFERIR-LINHA             SECTION.

           ADD 1 TO WS-VER-LINHA-ARQ

           IF WS-DADOS(247:9) IS NUMERIC AND
              WS-DADOS(257:9) IS NUMERIC
               ADD 1 TO WS-VER-SELADAS
               MOVE WS-DADOS(247:9) TO WS-VER-SEQ
               MOVE WS-DADOS(257:9) TO WS-VER-SELO

               IF WS-VER-INICIADA = 'N'
                   MOVE 'S' TO WS-VER-INICIADA
                   MOVE 1 TO WS-VER-ESPERADA
                   MOVE ZEROS TO WS-VER-ULT-SELO
               ELSE
                   COMPUTE WS-VER-ESPERADA = WS-VER-ULT-SEQ + 1
               END-IF

               IF WS-VER-SEQ NOT = WS-VER-ESPERADA
                   IF WS-VER-ESPERADA = 1
                       MOVE 'INICIO DA CADEIA AUSENTE'
                           TO WS-VER-OCORRENCIA
                   ELSE
                       IF WS-VER-SEQ > WS-VER-ESPERADA
                           MOVE 'SEQUENCIA AUSENTE (LINHAS APAGADAS)'
                               TO WS-VER-OCORRENCIA
                       ELSE
                           MOVE 'SEQUENCIA FORA DE ORDEM/REPETIDA'
                               TO WS-VER-OCORRENCIA
                       END-IF
                   END-IF
                   PERFORM 4800-REGISTRAR-PROBLEMA
               ELSE
                   CALL 'SELOAUD' USING WS-VER-ULT-SELO, WS-DADOS,
                       WS-VER-CALCULADO
                   IF WS-VER-CALCULADO NOT = WS-VER-SELO
                       MOVE 'LINHA ALTERADA (SELO NAO CONFERE)'
                           TO WS-VER-OCORRENCIA
                       PERFORM 4800-REGISTRAR-PROBLEMA
                   END-IF
               END-IF

               MOVE WS-VER-SEQ TO WS-VER-ULT-SEQ
               MOVE WS-VER-SELO TO WS-VER-ULT-SELO
           ELSE
               IF WS-VER-INICIADA = 'S'
                   MOVE ZEROS TO WS-VER-SEQ
                   MOVE 'LINHA SEM SELO' TO WS-VER-OCORRENCIA
                   PERFORM 4800-REGISTRAR-PROBLEMA
               ELSE
                   ADD 1 TO WS-VER-LEGADO
               END-IF
           END-IF
           .
       4200-CONFERIR-LINHA-FIM.
           EXIT.

      * A ULTIMA LINHA DO LOG TEM QUE SER A QUE O AUDITORIA GRAVOU
      * POR ULTIMO. SE O CONTROLE ESTIVER A FRENTE, O FIM DO LOG FOI
      * APAGADO (OU UM BACKUP ANTIGO FOI RESTAURADO POR CIMA).
       4300-CONFERIR-CONTROLE          SECTION.

           MOVE ZEROS TO WS-VER-LINHA-ARQ
           MOVE 'Auditoria-selo.txt' TO WS-VER-ARQUIVO

           OPEN INPUT SELO-AUDITORIA
           IF AS-STATUS-SELO = ZEROS
               READ SELO-AUDITORIA INTO LINDET-SELO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINDET-SELO-SEQ TO WS-VER-SEQ
                       IF LINDET-SELO-SEQ IS NOT NUMERIC OR
                          LINDET-SELO-HASH IS NOT NUMERIC
                           MOVE ZEROS TO WS-VER-SEQ
                           MOVE 'CONTROLE DO SELO ILEGIVEL'
                               TO WS-VER-OCORRENCIA
                           PERFORM 4800-REGISTRAR-PROBLEMA
                       ELSE
                           IF LINDET-SELO-SEQ > WS-VER-ULT-SEQ
                               MOVE 'FIM DO LOG APAGADO'
                                   TO WS-VER-OCORRENCIA
                               PERFORM 4800-REGISTRAR-PROBLEMA
                           END-IF
                           IF LINDET-SELO-SEQ < WS-VER-ULT-SEQ
                               MOVE 'CONTROLE ATRASADO'
                                   TO WS-VER-OCORRENCIA
                               PERFORM 4800-REGISTRAR-PROBLEMA
                           END-IF
                           IF LINDET-SELO-SEQ = WS-VER-ULT-SEQ AND
                              LINDET-SELO-HASH NOT = WS-VER-ULT-SELO
                               MOVE 'ULTIMO SELO DIFERE'
                                   TO WS-VER-OCORRENCIA
                               PERFORM 4800-REGISTRAR-PROBLEMA
                           END-IF
                       END-IF
               END-READ
               CLOSE SELO-AUDITORIA
           ELSE
               IF WS-VER-INICIADA = 'S'
                   MOVE ZEROS TO WS-VER-SEQ
                   MOVE 'CONTROLE DO SELO AUSENTE'
                       TO WS-VER-OCORRENCIA
                   PERFORM 4800-REGISTRAR-PROBLEMA
               END-IF
           END-IF
           .
       4300-CONFERIR-CONTROLE-FIM.
           EXIT.

       4400-RESUMO-VERIFICACAO         SECTION.

           MOVE SPACES TO WS-VER-TEXTO
           STRING 'ARQUIVOS LIDOS: ' WS-VER-ARQUIVOS
                  '  LINHAS SELADAS: ' WS-VER-SELADAS
                  '  ANTERIORES AO SELO: ' WS-VER-LEGADO
                  DELIMITED BY SIZE INTO WS-VER-TEXTO
           PERFORM 4900-ESCREVER-TEXTO

           MOVE SPACES TO WS-VER-TEXTO
           IF WS-VER-PROBLEMAS = ZEROS
               STRING 'CADEIA INTEGRA ATE A SEQUENCIA '
                      WS-VER-ULT-SEQ DELIMITED BY SIZE
                      INTO WS-VER-TEXTO
           ELSE
               STRING 'ATENCAO: ' WS-VER-PROBLEMAS
                      ' PROBLEMA(S) NA CADEIA DO LOG DE AUDITORIA'
                      DELIMITED BY SIZE INTO WS-VER-TEXTO
           END-IF
           PERFORM 4900-ESCREVER-TEXTO
           .
       4400-RESUMO-VERIFICACAO-FIM.
           EXIT.

       4800-REGISTRAR-PROBLEMA         SECTION.

           ADD 1 TO WS-VER-PROBLEMAS

           MOVE WS-VER-ARQUIVO TO LINDET-VER-ARQUIVO
           MOVE WS-VER-LINHA-ARQ TO LINDET-VER-LINHA
           MOVE WS-VER-SEQ TO LINDET-VER-SEQ
           MOVE WS-VER-OCORRENCIA TO LINDET-VER-OCORRENCIA
           MOVE LINDET-VER TO WS-VER-TEXTO
           PERFORM 4900-ESCREVER-TEXTO
           .
       4800-REGISTRAR-PROBLEMA-FIM.
           EXIT.

       4900-ESCREVER-TEXTO             SECTION.

           DISPLAY WS-VER-TEXTO
           IF AS-STATUS-VERIF = ZEROS
               MOVE WS-VER-TEXTO TO ARQ-RELATO-VERIFICACAO
               WRITE ARQ-RELATO-VERIFICACAO
           END-IF
           .
       4900-ESCREVER-TEXTO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                        FINALIZACAO
      *-----------------------------------------------------------------
