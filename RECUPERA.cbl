      *    quantos registros foram recuperados e quantos voltaram -
      *    em vez de redigitar a base inteira. So o GERENTE pode
      *    rodar, e a execucao fica na auditoria.
      *    23/09/2026 - Registro da peca com 103 posicoes: a descarga
      *    e a reconstrucao de Relatorio-pecas.txt levam o registro
      *    inteiro (o tamanho do registro na descarga passa a caber
      *    em tres digitos).
      *    24/09/2026 - Registro da peca com 107 posicoes (indicador
      *    de rastreio no fim), na descarga e na reconstrucao.
      *    30/09/2026 - Registro do cliente com 236 posicoes
      *    (consentimento de marketing por canal no fim), na
      *    descarga e na reconstrucao.
      *    01/10/2026 - Recuperacao do estoque pergunta a filial:
      *    01 reconstroi Relatorio-pecas.txt, as demais o seu
      *    Relatorio-pecas-NN.txt (descarga Recupera_Pecas-NN.txt).
      *    03/10/2026 - Veiculos.txt recuperado com 85 posicoes
      *    (chassi no fim do registro).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 ARQ-CLIENTES.
           05 ARQ-CLIENTES-PREFIXO      PIC X(43).
           05 ARQ-CLIENTES-CPF          PIC X(11).
           05 ARQ-CLIENTES-SUFIXO       PIC X(182).

       FD VEICULOS
          RECORDING MODE IS F

       01 ARQ-VEICULOS.
           05 ARQ-VEICULOS-PLACA        PIC X(08).
           05 ARQ-VEICULOS-SUFIXO       PIC X(77).

       FD PECAS
          RECORDING MODE IS F

       01 ARQ-PECAS.
           05 ARQ-PECAS-ID              PIC X(04).
           05 ARQ-PECAS-SUFIXO          PIC X(103).

       FD DESCARGA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-DESCARGA                  PIC X(236).

       FD OPERADOR-ATUAL
          RECORDING MODE IS F
       01 WS-OPCAO                      PIC X(01) VALUE SPACES.
       01 AS-FIM-LOOP-MAIN              PIC X(04) VALUE 'NAO'.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-DADOS                      PIC X(236) VALUE SPACES.
       01 WS-QTD-RECUPERADOS            PIC 9(05) VALUE ZEROS.
       01 WS-QTD-REGRAVADOS             PIC 9(05) VALUE ZEROS.
       01 WS-QTD-DUPLICADOS             PIC 9(05) VALUE ZEROS.
       01 WS-TAM-REGISTRO               PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              FILIAL DO ESTOQUE A RECUPERAR
      *-----------------------------------------------------------------
       01 WS-REC-FILIAL                 PIC X(02) VALUE SPACES.
       01 WS-FIL-OPCAO                  PIC X(01) VALUE 'V'.
       01 WS-FIL-CAPACIDADE             PIC 9(03) VALUE ZEROS.
       01 WS-FIL-BOXES                  PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              OPERADOR LOGADO E CONTROLE DE ACESSO
       LINKAGE SECTION.

       01 WS-SUB-OPTION                 PIC X(01).
       01 WS-OPERADOR-SESSAO               PIC X(38).

       PROCEDURE DIVISION USING WS-SUB-OPTION,
                       WS-OPERADOR-SESSAO.
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Recupera_Clientes.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-DESCARGA-PATH
           MOVE 236 TO WS-TAM-REGISTRO

           MOVE ZEROS TO WS-QTD-RECUPERADOS
           OPEN INPUT CLIENTES
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE WS-DADOS(1:236) TO ARQ-CLIENTES
                           WRITE ARQ-CLIENTES
                               INVALID KEY
                                   ADD 1 TO WS-QTD-DUPLICADOS
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Recupera_Veiculos.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-DESCARGA-PATH
           MOVE 85 TO WS-TAM-REGISTRO

           MOVE ZEROS TO WS-QTD-RECUPERADOS
           OPEN INPUT VEICULOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE WS-DADOS(1:85) TO ARQ-VEICULOS
                           WRITE ARQ-VEICULOS
                               INVALID KEY
                                   ADD 1 TO WS-QTD-DUPLICADOS
           EXIT.

      * RECUPERA RELATORIO-PECAS.TXT, NO MESMO DESENHO DE CLIENTES.
      * CADA FILIAL TEM O SEU ESTOQUE: 01 = RELATORIO-PECAS.TXT,
      * NN = RELATORIO-PECAS-NN.TXT (DESCARGA RECUPERA_PECAS-NN.TXT).
       2300-RECUPERAR-PECAS            SECTION.

           MOVE SPACES TO WS-REC-FILIAL
           DISPLAY "Estoque de qual filial (ENTER = 01)?"
           ACCEPT WS-REC-FILIAL
           IF WS-REC-FILIAL = SPACES
               MOVE '01' TO WS-REC-FILIAL
           END-IF
           IF WS-REC-FILIAL NOT = '01'
               MOVE 'V' TO WS-FIL-OPCAO
               CALL 'FILIAL' USING WS-FIL-OPCAO, WS-OPERADOR-SESSAO,
                   WS-REC-FILIAL, WS-FIL-CAPACIDADE, WS-FIL-BOXES
           END-IF

           MOVE SPACES TO WS-ARQ-DESCARGA-PATH
           MOVE SPACES TO WS-ARQ-PECAS-PATH
           EVALUATE TRUE
               WHEN WS-REC-FILIAL = SPACES
                   DISPLAY "FILIAL NAO CADASTRADA."
               WHEN WS-REC-FILIAL = '01'
                   STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                          'Recupera_Pecas.txt' DELIMITED BY SIZE
                          INTO WS-ARQ-DESCARGA-PATH
                   STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                          'Relatorio-pecas.txt' DELIMITED BY SIZE
                          INTO WS-ARQ-PECAS-PATH
               WHEN OTHER
                   STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                          'Recupera_Pecas-' DELIMITED BY SIZE
                          WS-REC-FILIAL DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                          INTO WS-ARQ-DESCARGA-PATH
                   STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                          'Relatorio-pecas-' DELIMITED BY SIZE
                          WS-REC-FILIAL DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                          INTO WS-ARQ-PECAS-PATH
           END-EVALUATE
           IF WS-REC-FILIAL NOT = SPACES
               PERFORM 2310-DESCARREGAR-PECAS
           END-IF
           .
       2300-RECUPERAR-PECAS-FIM.
           EXIT.

       2310-DESCARREGAR-PECAS          SECTION.

           MOVE 107 TO WS-TAM-REGISTRO

           MOVE ZEROS TO WS-QTD-RECUPERADOS
           OPEN INPUT PECAS
               PERFORM 2900-RELATAR-RESULTADO
           END-IF
           .
       2310-DESCARREGAR-PECAS-FIM.
           EXIT.

       2800-RECONSTRUIR-PECAS          SECTION.
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE WS-DADOS(1:107) TO ARQ-PECAS
                           WRITE ARQ-PECAS
                               INVALID KEY
                                   ADD 1 TO WS-QTD-DUPLICADOS
