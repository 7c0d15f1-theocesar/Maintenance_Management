      *    Devolucoes, Cobrancas, Frotas, Frota-veiculos,
      *    Frota-pendentes, Meses-fechados, Numeradores e
      *    Tentativas-login.
      *    22/09/2026 - Kardex copiado com 130 posicoes (custo
      *    unitario e saldo valorizado). Copia antiga de 103 ainda
      *    recarrega, mas precisa passar pelo MIGRAKARDEX depois.
      *    23/09/2026 - Pecas copiadas com 103 posicoes (estoque
      *    minimo e quantidade de reposicao no fim).
      *    24/09/2026 - Pecas copiadas com 107 posicoes (indicador de
      *    rastreio no fim) e o conjunto passa a cobrir Rastreio.txt
      *    (numeros de serie e lotes recebidos e consumidos).
      *    30/09/2026 - Clientes copiados com 236 posicoes
      *    (consentimento de marketing por canal no fim).
      *    01/10/2026 - Filiais: Manutencao/Historico-anual copiados
      *    com 179 posicoes, Faturas 122, Pagamentos 51, Orcamentos
      *    149 e Kardex 133 (filial no fim). O conjunto passa a cobrir
      *    Filiais.txt e o estoque de cada filial cadastrada
      *    (Relatorio-pecas-NN.txt, copia Backup_AAAAMMDD_Pecas-NN).
      *    03/10/2026 - Veiculos.txt copiado com 85 posicoes (chassi no
      *    fim do registro).
      *    06/10/2026 - Auditoria.txt com 265 posicoes (sequencia e
      *    selo encadeado no fim), copiado inteiro. Auditoria-selo.txt
      *    fica de fora de proposito: depois de restaurar um backup
      *    antigo a conferencia do CONSAUD aponta as linhas que
      *    sumiram do log.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-TEBKP.

       SELECT RAS-VIVO ASSIGN TO WS-ARQ-RAS-VIVO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-RAVIVO.

       SELECT RAS-BKP ASSIGN TO WS-ARQ-RAS-BKP-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-RABKP.

       SELECT FIL-VIVO ASSIGN TO WS-ARQ-FIL-VIVO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FIVIVO.

       SELECT FIL-BKP ASSIGN TO WS-ARQ-FIL-BKP-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-FIBKP.

       SELECT REGISTRO ASSIGN TO WS-ARQ-REGISTRO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-REG.
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

       FD BKP-CLIENTES
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-BKP-CLIENTES              PIC X(236).

       FD BKP-VEICULOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-BKP-VEICULOS              PIC X(85).

       FD BKP-PECAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-BKP-PECAS                 PIC X(107).

       FD MANUT-VIVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MANUT-VIVO                PIC X(179).

       FD MANUT-BKP
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MANUT-BKP                 PIC X(179).

       FD PEDIDOS-VIVO
          RECORDING MODE IS F
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-AUDIT-VIVO                PIC X(265).

       FD AUDIT-BKP
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-AUDIT-BKP                 PIC X(265).

       FD TABPRE-VIVO
          RECORDING MODE IS F
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FAT-VIVO              PIC X(122).

       FD FAT-BKP
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FAT-BKP               PIC X(122).

       FD PAG-VIVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PAG-VIVO              PIC X(51).

       FD PAG-BKP
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PAG-BKP               PIC X(51).

       FD ORC-VIVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-ORC-VIVO              PIC X(149).

       FD ORC-BKP
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-ORC-BKP               PIC X(149).

       FD KAR-VIVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-KAR-VIVO              PIC X(133).

       FD KAR-BKP
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-KAR-BKP               PIC X(133).

       FD FORN-VIVO
          RECORDING MODE IS F
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HANO-VIVO             PIC X(179).

       FD HANO-BKP
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HANO-BKP              PIC X(179).

       FD CPAG-VIVO
          RECORDING MODE IS F

       01 ARQ-TENT-BKP              PIC X(09).

       FD RAS-VIVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RAS-VIVO              PIC X(72).

       FD RAS-BKP
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RAS-BKP               PIC X(72).

       FD FIL-VIVO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FIL-VIVO              PIC X(30).

       FD FIL-BKP
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-FIL-BKP               PIC X(30).

       FD REGISTRO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.
       01 AS-STATUS-NUBKP              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TEVIVO             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TEBKP              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-RAVIVO             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-RABKP              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FIVIVO             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-FIBKP              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-REG                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-RET                 PIC 9(02) VALUE ZEROS.

       01 WS-ARQ-NUM-BKP-PATH           PIC X(80) VALUE SPACES.
       01 WS-ARQ-TENT-VIVO-PATH         PIC X(80) VALUE SPACES.
       01 WS-ARQ-TENT-BKP-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-RAS-VIVO-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-RAS-BKP-PATH           PIC X(80) VALUE SPACES.
       01 WS-ARQ-FIL-VIVO-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-FIL-BKP-PATH           PIC X(80) VALUE SPACES.
       01 WS-ARQ-REGISTRO-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-RETENCAO-PATH          PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------
       01 WS-OPCAO                      PIC X(01) VALUE SPACES.
       01 AS-FIM-LOOP-MAIN              PIC X(04) VALUE 'NAO'.
       01 WS-CLOSE-FILE                 PIC X(01) VALUE 'S'.
       01 WS-DADOS                      PIC X(265) VALUE SPACES.
       01 WS-DATA-HOJE                  PIC X(08) VALUE SPACES.
       01 WS-DATA-SNAPSHOT              PIC X(08) VALUE SPACES.
       01 WS-QTD-COPIADOS               PIC 9(07) VALUE ZEROS.
       01 WS-REG-JA-EXISTE              PIC X(01) VALUE 'N'.
       01 WS-DATA-PURGA                 PIC X(08) VALUE SPACES.

      *    FILIAIS CADASTRADAS ALEM DA 01 (CADA UMA COM SEU ESTOQUE).
       01 WS-BKP-FILIAL                 PIC X(02) VALUE SPACES.
       01 WS-FIL-TABELA.
           05 WS-FIL-COD OCCURS 99 TIMES PIC X(02).
       01 WS-FIL-QTD                    PIC 9(02) VALUE ZEROS.
       01 WS-FIL-I                      PIC 9(02) VALUE ZEROS.
       01 WS-FIL-FIM                    PIC X(01) VALUE 'N'.

      *-----------------------------------------------------------------
      *              OPERADOR LOGADO E CONTROLE DE ACESSO
      *-----------------------------------------------------------------
       LINKAGE SECTION.

       01 WS-SUB-OPTION                 PIC X(01).
       01 WS-OPERADOR-SESSAO               PIC X(38).

       PROCEDURE DIVISION USING WS-SUB-OPTION,
                       WS-OPERADOR-SESSAO.
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE WS-DADOS(1:236) TO ARQ-BKP-CLIENTES
                           WRITE ARQ-BKP-CLIENTES
                   END-READ
               END-PERFORM
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE WS-DADOS(1:85) TO ARQ-BKP-VEICULOS
                           WRITE ARQ-BKP-VEICULOS
                   END-READ
               END-PERFORM
                   AS-STATUS-VEI ")"
           END-IF

           MOVE '01' TO WS-BKP-FILIAL
           PERFORM 2150-DESCARREGAR-PECAS

           PERFORM 2210-MONTAR-NOMES-SEQ
           PERFORM 2140-CARREGAR-FILIAIS
           PERFORM VARYING WS-FIL-I FROM 1 BY 1
                   UNTIL WS-FIL-I > WS-FIL-QTD
               MOVE WS-FIL-COD(WS-FIL-I) TO WS-BKP-FILIAL
               PERFORM 2150-DESCARREGAR-PECAS
           END-PERFORM
           MOVE SPACES TO WS-BKP-FILIAL
           .
       2100-COPIAR-INDEXADOS-BKP-FIM.
           EXIT.
       2120-MONTAR-NOME-BKP-VEI-FIM.
           EXIT.

      * ESTOQUE DA FILIAL WS-BKP-FILIAL (01 OU EM BRANCO = O ARQUIVO
      * RELATORIO-PECAS.TXT DE SEMPRE) E SUA COPIA DATADA.
       2130-MONTAR-NOME-BKP-PEC        SECTION.

           MOVE SPACES TO WS-ARQ-BKP-PECAS-PATH
           MOVE SPACES TO WS-ARQ-PECAS-PATH
           IF WS-BKP-FILIAL = SPACES OR WS-BKP-FILIAL = '01'
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Backup_' DELIMITED BY SIZE
                      WS-DATA-SNAPSHOT DELIMITED BY SIZE
                      '_Pecas.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-BKP-PECAS-PATH
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Relatorio-pecas.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-PECAS-PATH
           ELSE
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Backup_' DELIMITED BY SIZE
                      WS-DATA-SNAPSHOT DELIMITED BY SIZE
                      '_Pecas-' DELIMITED BY SIZE
                      WS-BKP-FILIAL DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-BKP-PECAS-PATH
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Relatorio-pecas-' DELIMITED BY SIZE
                      WS-BKP-FILIAL DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-PECAS-PATH
           END-IF
           .
       2130-MONTAR-NOME-BKP-PEC-FIM.
           EXIT.

      * CARREGA AS FILIAIS CADASTRADAS ALEM DA 01: NO BACKUP DO
      * FILIAIS.TXT VIVO, NA RESTAURACAO (WS-SENTIDO 'R') DA COPIA
      * DATADA. LE NO REGISTRO DO ARQUIVO PARA NAO MEXER EM WS-DADOS.
       2140-CARREGAR-FILIAIS           SECTION.

           MOVE ZEROS TO WS-FIL-QTD
           MOVE 'N' TO WS-FIL-FIM

           IF WS-SENTIDO = 'R'
               OPEN INPUT FIL-BKP
               IF AS-STATUS-FIBKP NOT = ZEROS
                   MOVE 'S' TO WS-FIL-FIM
               END-IF
           ELSE
               OPEN INPUT FIL-VIVO
               IF AS-STATUS-FIVIVO NOT = ZEROS
                   MOVE 'S' TO WS-FIL-FIM
               END-IF
           END-IF

           IF WS-FIL-FIM = 'N'
               PERFORM UNTIL WS-FIL-FIM = 'S'
                   IF WS-SENTIDO = 'R'
                       READ FIL-BKP
                           AT END
                               MOVE 'S' TO WS-FIL-FIM
                           NOT AT END
                               MOVE ARQ-FIL-BKP TO ARQ-FIL-VIVO
                       END-READ
                   ELSE
                       READ FIL-VIVO
                           AT END
                               MOVE 'S' TO WS-FIL-FIM
                       END-READ
                   END-IF
                   IF WS-FIL-FIM = 'N' AND
                      ARQ-FIL-VIVO(1:2) IS NUMERIC AND
                      ARQ-FIL-VIVO(1:2) NOT = '01' AND
                      WS-FIL-QTD < 99
                       ADD 1 TO WS-FIL-QTD
                       MOVE ARQ-FIL-VIVO(1:2) TO WS-FIL-COD(WS-FIL-QTD)
                   END-IF
               END-PERFORM
               IF WS-SENTIDO = 'R'
                   CLOSE FIL-BKP
               ELSE
                   CLOSE FIL-VIVO
               END-IF
           END-IF
           .
       2140-CARREGAR-FILIAIS-FIM.
           EXIT.

      * DESCARREGA O ESTOQUE DA FILIAL WS-BKP-FILIAL NA COPIA DATADA.
       2150-DESCARREGAR-PECAS          SECTION.

           PERFORM 2130-MONTAR-NOME-BKP-PEC
           OPEN INPUT PECAS
           IF AS-STATUS-PEC = ZEROS
               OPEN OUTPUT BKP-PECAS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ PECAS NEXT RECORD INTO WS-DADOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           MOVE WS-DADOS(1:107) TO ARQ-BKP-PECAS
                           WRITE ARQ-BKP-PECAS
                   END-READ
               END-PERFORM
               CLOSE BKP-PECAS
               CLOSE PECAS
               ADD 1 TO WS-QTD-ARQUIVOS
           ELSE
               DISPLAY "AVISO: ESTOQUE DA FILIAL " WS-BKP-FILIAL
                   " NAO COPIADO (" AS-STATUS-PEC ")"
           END-IF
           .
       2150-DESCARREGAR-PECAS-FIM.
           EXIT.

      * COPIA OS ARQUIVOS SEQUENCIAIS 1 PARA 1. WS-SENTIDO
      * ESCOLHE A DIRECAO: 'B' DO ARQUIVO VIVO PARA A COPIA DATADA,
      * 'R' DA COPIA DATADA DE VOLTA PARA O ARQUIVO VIVO.
           PERFORM 2397-COPIAR-MESES-FECH
           PERFORM 2398-COPIAR-NUMERADORES
           PERFORM 2399-COPIAR-TENTATIVAS
           PERFORM 2400-COPIAR-RASTREIO
           PERFORM 2401-COPIAR-FILIAIS
           .
       2200-COPIAR-SEQUENCIAIS-BKP-FIM.
           EXIT.
                  WS-DATA-SNAPSHOT DELIMITED BY SIZE
                  '_Tentativas-login.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-TENT-BKP-PATH

           MOVE SPACES TO WS-ARQ-RAS-VIVO-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Rastreio.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-RAS-VIVO-PATH
           MOVE SPACES TO WS-ARQ-RAS-BKP-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Backup_' DELIMITED BY SIZE
                  WS-DATA-SNAPSHOT DELIMITED BY SIZE
                  '_Rastreio.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-RAS-BKP-PATH

           MOVE SPACES TO WS-ARQ-FIL-VIVO-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Filiais.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FIL-VIVO-PATH
           MOVE SPACES TO WS-ARQ-FIL-BKP-PATH
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Backup_' DELIMITED BY SIZE
                  WS-DATA-SNAPSHOT DELIMITED BY SIZE
                  '_Filiais.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-FIL-BKP-PATH
           .
       2210-MONTAR-NOMES-SEQ-FIM.
           EXIT.
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:179) TO ARQ-MANUT-BKP
                               WRITE ARQ-MANUT-BKP
                       END-READ
                   ELSE
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:179) TO ARQ-MANUT-VIVO
                               WRITE ARQ-MANUT-VIVO
                       END-READ
                   END-IF
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:265) TO ARQ-AUDIT-BKP
                               WRITE ARQ-AUDIT-BKP
                       END-READ
                   ELSE
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:265) TO ARQ-AUDIT-VIVO
                               WRITE ARQ-AUDIT-VIVO
                       END-READ
                   END-IF
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:122) TO
                                   ARQ-FAT-BKP
                               WRITE ARQ-FAT-BKP
                       END-READ
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:122) TO
                                   ARQ-FAT-VIVO
                               WRITE ARQ-FAT-VIVO
                       END-READ
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:51) TO
                                   ARQ-PAG-BKP
                               WRITE ARQ-PAG-BKP
                       END-READ
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:51) TO
                                   ARQ-PAG-VIVO
                               WRITE ARQ-PAG-VIVO
                       END-READ
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:149) TO
                                   ARQ-ORC-BKP
                               WRITE ARQ-ORC-BKP
                       END-READ
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:149) TO
                                   ARQ-ORC-VIVO
                               WRITE ARQ-ORC-VIVO
                       END-READ
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:133) TO
                                   ARQ-KAR-BKP
                               WRITE ARQ-KAR-BKP
                       END-READ
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:133) TO
                                   ARQ-KAR-VIVO
                               WRITE ARQ-KAR-VIVO
                       END-READ
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:179) TO
                                   ARQ-HANO-BKP
                               WRITE ARQ-HANO-BKP
                       END-READ
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:179) TO
                                   ARQ-HANO-VIVO
                               WRITE ARQ-HANO-VIVO
                       END-READ
       2399-COPIAR-TENTATIVAS-FIM.
           EXIT.

       2400-COPIAR-RASTREIO            SECTION.

           IF WS-SENTIDO = 'B'
               OPEN INPUT RAS-VIVO
               MOVE AS-STATUS-RAVIVO TO AS-STATUS-RABKP
           ELSE
               OPEN INPUT RAS-BKP
           END-IF

           IF (WS-SENTIDO = 'B' AND AS-STATUS-RAVIVO NOT EQUAL ZEROS)
              OR (WS-SENTIDO = 'R' AND AS-STATUS-RABKP NOT EQUAL
                  ZEROS)
               DISPLAY "AVISO: RASTREIO.TXT NAO COPIADO"
           ELSE
               IF WS-SENTIDO = 'B'
                   OPEN OUTPUT RAS-BKP
               ELSE
                   OPEN OUTPUT RAS-VIVO
               END-IF
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   IF WS-SENTIDO = 'B'
                       READ RAS-VIVO INTO WS-DADOS
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:72) TO
                                   ARQ-RAS-BKP
                               WRITE ARQ-RAS-BKP
                       END-READ
                   ELSE
                       READ RAS-BKP INTO WS-DADOS
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:72) TO
                                   ARQ-RAS-VIVO
                               WRITE ARQ-RAS-VIVO
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE RAS-VIVO
               CLOSE RAS-BKP
               ADD 1 TO WS-QTD-ARQUIVOS
           END-IF
           .
       2400-COPIAR-RASTREIO-FIM.
           EXIT.

       2401-COPIAR-FILIAIS             SECTION.

           IF WS-SENTIDO = 'B'
               OPEN INPUT FIL-VIVO
               MOVE AS-STATUS-FIVIVO TO AS-STATUS-FIBKP
           ELSE
               OPEN INPUT FIL-BKP
           END-IF

           IF (WS-SENTIDO = 'B' AND AS-STATUS-FIVIVO NOT EQUAL ZEROS)
              OR (WS-SENTIDO = 'R' AND AS-STATUS-FIBKP NOT EQUAL
                  ZEROS)
               DISPLAY "AVISO: FILIAIS.TXT NAO COPIADO"
           ELSE
               IF WS-SENTIDO = 'B'
                   OPEN OUTPUT FIL-BKP
               ELSE
                   OPEN OUTPUT FIL-VIVO
               END-IF
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   IF WS-SENTIDO = 'B'
                       READ FIL-VIVO INTO WS-DADOS
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:30) TO
                                   ARQ-FIL-BKP
                               WRITE ARQ-FIL-BKP
                       END-READ
                   ELSE
                       READ FIL-BKP INTO WS-DADOS
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:30) TO
                                   ARQ-FIL-VIVO
                               WRITE ARQ-FIL-VIVO
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE FIL-VIVO
               CLOSE FIL-BKP
               ADD 1 TO WS-QTD-ARQUIVOS
           END-IF
           .
       2401-COPIAR-FILIAIS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                        REGISTRO E RETENCAO
      *-----------------------------------------------------------------
           CLOSE NUM-BKP
           OPEN OUTPUT TENT-BKP
           CLOSE TENT-BKP
           OPEN OUTPUT RAS-BKP
           CLOSE RAS-BKP
           OPEN OUTPUT FIL-BKP
           CLOSE FIL-BKP
           PERFORM 2140-CARREGAR-FILIAIS
           PERFORM VARYING WS-FIL-I FROM 1 BY 1
                   UNTIL WS-FIL-I > WS-FIL-QTD
               MOVE WS-FIL-COD(WS-FIL-I) TO WS-BKP-FILIAL
               PERFORM 2130-MONTAR-NOME-BKP-PEC
               OPEN OUTPUT BKP-PECAS
               CLOSE BKP-PECAS
           END-PERFORM
           MOVE SPACES TO WS-BKP-FILIAL
           MOVE WS-DADOS(1:8) TO WS-DATA-SNAPSHOT
           PERFORM 2210-MONTAR-NOMES-SEQ
           .
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:236) TO ARQ-CLIENTES
                               WRITE ARQ-CLIENTES
                                   INVALID KEY
                                       DISPLAY "CHAVE DUPLICADA NA "
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:85) TO ARQ-VEICULOS
                               WRITE ARQ-VEICULOS
                                   INVALID KEY
                                       DISPLAY "CHAVE DUPLICADA NA "
                   AS-STATUS-BVEI ")"
           END-IF

           MOVE '01' TO WS-BKP-FILIAL
           PERFORM 4150-RECARREGAR-PECAS

           PERFORM 2210-MONTAR-NOMES-SEQ
           MOVE 'R' TO WS-SENTIDO
           PERFORM 2140-CARREGAR-FILIAIS
           MOVE 'B' TO WS-SENTIDO
           PERFORM VARYING WS-FIL-I FROM 1 BY 1
                   UNTIL WS-FIL-I > WS-FIL-QTD
               MOVE WS-FIL-COD(WS-FIL-I) TO WS-BKP-FILIAL
               PERFORM 4150-RECARREGAR-PECAS
           END-PERFORM
           MOVE SPACES TO WS-BKP-FILIAL
           .
       4100-RESTAURAR-INDEXADOS-FIM.
           EXIT.

      * RECARREGA O ESTOQUE DA FILIAL WS-BKP-FILIAL DA COPIA DATADA.
       4150-RECARREGAR-PECAS           SECTION.

           PERFORM 2130-MONTAR-NOME-BKP-PEC
           OPEN INPUT BKP-PECAS
           IF AS-STATUS-BPEC = ZEROS
                           AT END
                               MOVE 'N' TO WS-CLOSE-FILE
                           NOT AT END
                               MOVE WS-DADOS(1:107) TO ARQ-PECAS
                               WRITE ARQ-PECAS
                                   INVALID KEY
                                       DISPLAY "CHAVE DUPLICADA NA "
                   CLOSE PECAS
                   ADD 1 TO WS-QTD-ARQUIVOS
               ELSE
                   DISPLAY "AVISO: ESTOQUE DA FILIAL " WS-BKP-FILIAL
                       " NAO RESTAURADO (" AS-STATUS-PEC ")"
               END-IF
               CLOSE BKP-PECAS
           ELSE
               DISPLAY "AVISO: COPIA DE PECAS " WS-BKP-FILIAL
                   " AUSENTE (" AS-STATUS-BPEC ")"
           END-IF
           .
       4150-RECARREGAR-PECAS-FIM.
           EXIT.

       4200-RESTAURAR-SEQUENCIAIS      SECTION.
           PERFORM 2397-COPIAR-MESES-FECH
           PERFORM 2398-COPIAR-NUMERADORES
           PERFORM 2399-COPIAR-TENTATIVAS
           PERFORM 2400-COPIAR-RASTREIO
           PERFORM 2401-COPIAR-FILIAIS
           MOVE 'B' TO WS-SENTIDO
           .
       4200-RESTAURAR-SEQUENCIAIS-FIM.
