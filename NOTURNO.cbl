      *    para tras nao pode abortar a propria retomada (o TRAVA
      *    confirma a trava do mesmo operador, entao reassumir e
      *    seguro).
      *    23/09/2026 - Novo comando REPOSICAO: chama o subprograma
      *    REPOSICAO, que recalcula estoque minimo e quantidade de
      *    reposicao pelo consumo real e deixa a proposta para um
      *    gerente aprovar no PECAS; o log registra quantas
      *    alteracoes ficaram propostas. Entra no arquivo de
      *    parametros criado na primeira execucao.
      *    25/09/2026 - Novo comando CALIBRACAO: o subprograma
      *    CALIBRACAO grava Equipamentos-vencidos.txt com as
      *    ferramentas e equipamentos de calibracao vencida e o log
      *    registra quantos sao. Entra no arquivo de parametros
      *    criado na primeira execucao.
      *    01/10/2026 - Sessao do operador com 38 posicoes (filial
      *    da sessao no fim).
      *    02/10/2026 - Novo comando AGENDASITE (modo batch 'I' do
      *    MANUTENCAO): importa os agendamentos feitos pelo site antes
      *    das demais rotinas, para a separacao e a lista de
      *    confirmacao ja os verem. Entra primeiro no arquivo de
      *    parametros criado na primeira execucao. O checkpoint passa
      *    a guardar ate 20 comandos concluidos.
      *    06/10/2026 - Novo comando AUDITORIA: chama o CONSAUD na
      *    opcao 'V', que confere a cadeia de selos do log de
      *    auditoria (meses rotacionados e arquivo ao vivo) e grava
      *    Auditoria-verificacao.txt; o log registra quantos problemas
      *    apareceram. Entra no fim do arquivo de parametros criado na
      *    primeira execucao.
      *    08/10/2026 - Totais de controle nos passos que movem ou
      *    regravam registros (SWEEP, ORCAMENTOS e AGENDASITE): antes
      *    do passo cada arquivo envolvido e contado (registros, soma
      *    dos numeros de OS/orcamento e soma dos valores) e copiado
      *    em Prepasso-<arquivo>; depois do passo e contado de novo e
      *    o balanceamento vai para Noturno-balanceamento.txt. Se o ao
      *    vivo mais o arquivado nao fecha com o original, a rodada
      *    para com ABORTADO no log, mantendo a copia pre-passo e a
      *    trava da rodada (ninguem entra no arquivo furado); a
      *    proxima rodada restaura a copia e refaz o passo.
      *    09/10/2026 - Data de processamento: a ultima data cuja
      *    rodada terminou limpa fica em Noturno-data.txt e, ao
      *    comecar, cada noite perdida (servidor desligado, rodada que
      *    nao subiu) e executada em ordem, uma data de cada vez, ate
      *    a data do relogio. A data vai ao MANUTENCAO no terceiro
      *    parametro e os modos batch usam ela como "hoje". Uma linha
      *    AAAAMMDD em Parametros-noturno.txt refaz so aquela noite
      *    (sem recuar a ultima data concluida). O log abre e fecha
      *    cada data separadamente e o checkpoint vale por data.
      *    11/10/2026 - Novo comando FICHAS: o subprograma FICHA
      *    imprime em Fichas-amanha.txt as fichas de servico de todas
      *    as OS AGENDADO do dia seguinte a data de processamento, e o
      *    log registra quantas sairam. Entra depois da SEPARACAO no
      *    arquivo de parametros criado na primeira execucao.
      *    15/10/2026 - A data AAAAMMDD dos parametros vale para uma
      *    rodada so: no fim limpo a linha sai de
      *    Parametros-noturno.txt, e as noites seguintes voltam a
      *    seguir a ultima data concluida. REPOSICAO e CALIBRACAO
      *    recebem a data de processamento, como o MANUTENCAO, e a
      *    usam como "hoje" na recuperacao de noites perdidas.
      *    15/10/2026 - Caminhos da copia pre-passo com 120 posicoes;
      *    caminho que nao cabe e avisado e conta como copia falha.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-TRV.

       SELECT PREPASSO ASSIGN TO WS-ARQ-PREPASSO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-PRE.

       SELECT DATA-NOTURNO ASSIGN TO WS-ARQ-DATA-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-DAT.

       SELECT BALANCO ASSIGN TO WS-ARQ-BALANCO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-BAL.

       SELECT CONTROLE-179 ASSIGN TO WS-ARQ-CTL-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CTL.

       SELECT CONTROLE-149 ASSIGN TO WS-ARQ-CTL-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CTL.

       SELECT CONTROLE-120 ASSIGN TO WS-ARQ-CTL-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CTL.

       SELECT CONTROLE-200 ASSIGN TO WS-ARQ-CTL-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CTL.

       SELECT COPIA-179 ASSIGN TO WS-ARQ-CPY-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CPY.

       SELECT COPIA-149 ASSIGN TO WS-ARQ-CPY-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CPY.

       SELECT COPIA-120 ASSIGN TO WS-ARQ-CPY-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CPY.

       SELECT COPIA-200 ASSIGN TO WS-ARQ-CPY-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CPY.

       DATA DIVISION.
       FILE SECTION.


       01 ARQ-TRAVAS                    PIC X(62).

       FD PREPASSO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PREPASSO                  PIC X(10).

       FD DATA-NOTURNO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-DATA-NOTURNO              PIC X(08).

       FD BALANCO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-BALANCO                   PIC X(132).

      * OS ARQUIVOS CONTADOS E COPIADOS EM CADA PASSO, PELO TAMANHO DO
      * REGISTRO: 179 MANUTENCAO E HISTORICO-ANUAL, 149 ORCAMENTOS,
      * 120 AGENDAMENTOS-SITE, 200 PROCESSADOS E REJEITADOS DO SITE.
       FD CONTROLE-179
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONTROLE-179              PIC X(179).

       FD CONTROLE-149
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONTROLE-149              PIC X(149).

       FD CONTROLE-120
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONTROLE-120              PIC X(120).

       FD CONTROLE-200
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONTROLE-200              PIC X(200).

       FD COPIA-179
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-COPIA-179                 PIC X(179).

       FD COPIA-149
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-COPIA-149                 PIC X(149).

       FD COPIA-120
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-COPIA-120                 PIC X(120).

       FD COPIA-200
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-COPIA-200                 PIC X(200).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-PAR                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-LOGN                PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CKP                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-TRV                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-PRE                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-BAL                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CTL                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-CPY                 PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-DAT                 PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
       01 WS-ARQ-LOG-NOTURNO-PATH       PIC X(80) VALUE SPACES.
       01 WS-ARQ-CHECKPOINT-PATH        PIC X(80) VALUE SPACES.
       01 WS-ARQ-TRAVAS-PATH            PIC X(80) VALUE SPACES.
       01 WS-ARQ-PREPASSO-PATH          PIC X(80) VALUE SPACES.
       01 WS-ARQ-BALANCO-PATH           PIC X(80) VALUE SPACES.
       01 WS-ARQ-CTL-PATH               PIC X(120) VALUE SPACES.
       01 WS-ARQ-CPY-PATH               PIC X(120) VALUE SPACES.
       01 WS-ARQ-DATA-PATH              PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         DATA DE PROCESSAMENTO (RECUPERACAO DE NOITES)
      *-----------------------------------------------------------------
       01 WS-DATA-PROCESSO              PIC X(08) VALUE SPACES.
       01 WS-DAT-ULTIMA                 PIC X(08) VALUE SPACES.
       01 WS-DAT-RELOGIO                PIC X(08) VALUE SPACES.
       01 WS-DAT-EXPLICITA              PIC X(08) VALUE SPACES.
       01 WS-DAT-FIM                    PIC X(08) VALUE SPACES.
       01 WS-DAT-CALC.
           05 WS-DAT-ANO                PIC 9(04).
           05 WS-DAT-MES                PIC 9(02).
           05 WS-DAT-DIA                PIC 9(02).
       01 WS-DAT-MAX-DIA                PIC 9(02) VALUE ZEROS.
       01 WS-DAT-QUOCIENTE              PIC 9(04) VALUE ZEROS.
       01 WS-DAT-RESTO-4                PIC 9(03) VALUE ZEROS.
       01 WS-DAT-RESTO-100              PIC 9(03) VALUE ZEROS.
       01 WS-DAT-RESTO-400              PIC 9(03) VALUE ZEROS.
       01 WS-DAT-VALIDA                 PIC X(01) VALUE 'N'.
       01 WS-DAT-FMT                    PIC X(10) VALUE SPACES.
       01 WS-DAT-QTD-NOITES             PIC 9(03) VALUE ZEROS.
       01 WS-DAT-QTD-DATAS              PIC 9(03) VALUE ZEROS.
       01 WS-DAT-QTD-COMANDOS           PIC 9(04) VALUE ZEROS.
       01 WS-DAT-LINHA-PAR              PIC X(10) VALUE SPACES.
       01 WS-DAT-PARAMETROS.
           05 WS-DAT-PAR-LINHA OCCURS 50 TIMES PIC X(10).
       01 WS-DAT-PAR-QTD                PIC 9(02) VALUE ZEROS.
       01 WS-DAT-PAR-I                  PIC 9(02) VALUE ZEROS.
       01 WS-DAT-PAR-EXCEDE             PIC X(01) VALUE 'N'.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         TOTAIS DE CONTROLE DOS PASSOS (BALANCEAMENTO)
      *-----------------------------------------------------------------
       01 WS-PAS-QTD                    PIC 9(01) VALUE ZEROS.
       01 WS-PAS-I                      PIC 9(01) VALUE ZEROS.
       01 WS-PAS-ARQUIVOS.
           05 WS-PAS-ARQ OCCURS 4 TIMES.
               10 WS-PAS-NOME           PIC X(40).
               10 WS-PAS-TAM            PIC 9(03).
               10 WS-PAS-TEM-OS         PIC X(01).
               10 WS-PAS-VAL-POS        PIC 9(03).
               10 WS-PAS-VAL-TAM        PIC 9(02).
               10 WS-PAS-QTD-ANTES      PIC 9(07).
               10 WS-PAS-QTD-DEPOIS     PIC 9(07).
               10 WS-PAS-OS-ANTES       PIC 9(15).
               10 WS-PAS-OS-DEPOIS      PIC 9(15).
               10 WS-PAS-VAL-ANTES      PIC 9(15).
               10 WS-PAS-VAL-DEPOIS     PIC 9(15).
       01 WS-PAS-REGRA                  PIC X(70) VALUE SPACES.
       01 WS-PAS-OK                     PIC X(01) VALUE 'S'.
       01 WS-PAS-RESULTADO              PIC X(60) VALUE SPACES.
       01 WS-PAS-DIF-QTD                PIC S9(09) VALUE ZEROS.
       01 WS-PAS-DIF-OS                 PIC S9(16) VALUE ZEROS.
       01 WS-PAS-DIF-VAL                PIC S9(16) VALUE ZEROS.
       01 WS-PAS-DIF-PED                PIC S9(09) VALUE ZEROS.

       01 WS-CTL-TAM                    PIC 9(03) VALUE ZEROS.
       01 WS-CTL-TEM-OS                 PIC X(01) VALUE 'N'.
       01 WS-CTL-VAL-POS                PIC 9(03) VALUE ZEROS.
       01 WS-CTL-VAL-TAM                PIC 9(02) VALUE ZEROS.
       01 WS-CTL-REG                    PIC X(200) VALUE SPACES.
       01 WS-CTL-QTD                    PIC 9(07) VALUE ZEROS.
       01 WS-CTL-HASH-OS                PIC 9(15) VALUE ZEROS.
       01 WS-CTL-HASH-VAL               PIC 9(15) VALUE ZEROS.
       01 WS-CTL-NUM                    PIC 9(15) VALUE ZEROS.
       01 WS-CLOSE-CTL                  PIC X(01) VALUE 'S'.
       01 WS-CPY-ORIGEM                 PIC X(120) VALUE SPACES.
       01 WS-CPY-DESTINO                PIC X(120) VALUE SPACES.
       01 WS-PRE-COMANDO                PIC X(10) VALUE SPACES.
       01 WS-EXISTE-BAL                 PIC X(01) VALUE 'N'.
       01 WS-LINHA-BAL                  PIC X(132) VALUE SPACES.

       01 WS-CABEC-BAL.
           05 FILLER                    PIC X(36) VALUE '  ARQUIVO'.
           05 FILLER                    PIC X(08) VALUE 'QTD.ANT'.
           05 FILLER                    PIC X(08) VALUE 'QTD.DEP'.
           05 FILLER                    PIC X(16) VALUE
               '   HASH OS ANT.'.
           05 FILLER                    PIC X(16) VALUE
               '   HASH OS DEP.'.
           05 FILLER                    PIC X(16) VALUE
               'HASH VALOR ANT.'.
           05 FILLER                    PIC X(15) VALUE
               'HASH VALOR DEP.'.

       01 LINDET-BAL.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 LINDET-BAL-ARQUIVO        PIC X(34) VALUE SPACES.
           05 LINDET-BAL-QTD-ANTES      PIC Z(06)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-BAL-QTD-DEPOIS     PIC Z(06)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-BAL-OS-ANTES       PIC Z(14)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-BAL-OS-DEPOIS      PIC Z(14)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-BAL-VAL-ANTES      PIC Z(14)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 LINDET-BAL-VAL-DEPOIS     PIC Z(14)9.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *         CHECKPOINT DA RODADA E TRAVA DE EXECUCAO
      *-----------------------------------------------------------------
       01 WS-CKP-FEITOS.
           05 WS-CKP-CMD OCCURS 20 TIMES PIC X(10).
       01 WS-CKP-QTD                    PIC 9(02) VALUE ZEROS.
       01 WS-CKP-I                      PIC 9(02) VALUE ZEROS.
       01 WS-CKP-JA-FEITO               PIC X(01) VALUE 'N'.
       01 WS-TRV-ACAO                   PIC X(01) VALUE SPACES.
       01 WS-TRV-MODULO                 PIC X(10) VALUE SPACES.
       01 WS-TRV-CHAVE                  PIC X(15) VALUE SPACES.
       01 WS-TRV-OPER                   PIC X(38) VALUE SPACES.
       01 WS-TRV-RESULTADO              PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------

       01 WS-DATA-HOJE                  PIC X(08) VALUE SPACES.
       01 WS-HORA-AGORA                 PIC X(06) VALUE SPACES.
       01 WS-EXISTE-LOGN                PIC X(01) VALUE 'N'.
       01 WS-OPERADOR-SESSAO            PIC X(38) VALUE SPACES.
       01 WS-REP-PROPOSTAS              PIC 9(05) VALUE ZEROS.
       01 WS-CAL-SERVICO                PIC X(10) VALUE SPACES.
       01 WS-CAL-VENCIDOS               PIC 9(05) VALUE ZEROS.
       01 WS-AUD-OPCAO                  PIC X(01) VALUE 'V'.
       01 WS-AUD-PROBLEMAS              PIC 9(05) VALUE ZEROS.
       01 WS-FIC-OS                     PIC X(06) VALUE SPACES.
       01 WS-FIC-QTD                    PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
           IF WS-ABORTAR = 'N'
               PERFORM 1500-DEFINIR-DATAS
               PERFORM 2050-PROCESSAR-DATA
                   UNTIL WS-DATA-PROCESSO > WS-DAT-FIM OR
                         WS-ABORTAR = 'S'
               IF WS-ABORTAR = 'N'
                   PERFORM 3000-FINALIZAR
               END-IF
           END-IF

           STOP RUN
                   MOVE 'INICIO DA RODADA NOTURNA' TO WS-LINHA-LOGN
                   PERFORM 2900-GRAVAR-LOG
               END-IF

               PERFORM 1400-RESTAURAR-PREPASSO
           END-IF
           .
       1000-INICIALIZAR-FIM.
                           MOVE 'N' TO WS-CLOSE-CKP
                       NOT AT END
                           IF ARQ-CHECKPOINT NOT = SPACES AND
                              WS-CKP-QTD < 20
                               ADD 1 TO WS-CKP-QTD
                               MOVE ARQ-CHECKPOINT TO
                                   WS-CKP-CMD(WS-CKP-QTD)
       1300-CARREGAR-CHECKPOINT-FIM.
           EXIT.

      * SE A RODADA ANTERIOR PAROU NO MEIO DE UM PASSO CONTROLADO (OU
      * ABORTOU POR NAO BALANCEAR), NOTURNO-PREPASSO.TXT AINDA TEM O
      * COMANDO: AS COPIAS PRE-PASSO VOLTAM PARA OS ARQUIVOS AO VIVO
      * ANTES DE QUALQUER OUTRA COISA, E O PASSO, QUE NAO ESTA NO
      * CHECKPOINT, RODA DE NOVO A PARTIR DO ESTADO ORIGINAL.
       1400-RESTAURAR-PREPASSO         SECTION.

           MOVE SPACES TO WS-PRE-COMANDO
           OPEN INPUT PREPASSO
           IF AS-STATUS-PRE = ZEROS
               READ PREPASSO INTO WS-PRE-COMANDO
                   AT END
                       MOVE SPACES TO WS-PRE-COMANDO
               END-READ
               CLOSE PREPASSO
           END-IF

           IF WS-PRE-COMANDO NOT = SPACES
               MOVE WS-PRE-COMANDO TO WS-COMANDO
               EVALUATE WS-COMANDO
                   WHEN 'AGENDASITE'
                       MOVE 'I' TO WS-OPCAO-BATCH
                   WHEN 'SWEEP'
                       MOVE 'W' TO WS-OPCAO-BATCH
                   WHEN 'ORCAMENTOS'
                       MOVE 'O' TO WS-OPCAO-BATCH
                   WHEN OTHER
                       MOVE SPACES TO WS-OPCAO-BATCH
               END-EVALUATE
               PERFORM 2250-MONTAR-CONTROLE

               MOVE 'S' TO WS-PAS-OK
               PERFORM VARYING WS-PAS-I FROM 1 BY 1
                       UNTIL WS-PAS-I > WS-PAS-QTD
                   PERFORM 2330-MONTAR-CAMINHOS
                   MOVE WS-CPY-DESTINO TO WS-ARQ-CTL-PATH
                   PERFORM 2310-CONTAR-ARQUIVO
                   MOVE WS-CTL-QTD TO WS-PAS-QTD-ANTES(WS-PAS-I)

                   MOVE WS-CPY-DESTINO TO WS-ARQ-CTL-PATH
                   MOVE WS-CPY-ORIGEM TO WS-ARQ-CPY-PATH
                   PERFORM 2350-COPIAR-ARQUIVO
                   MOVE WS-CPY-ORIGEM TO WS-ARQ-CTL-PATH
                   PERFORM 2310-CONTAR-ARQUIVO
                   IF WS-CTL-QTD NOT = WS-PAS-QTD-ANTES(WS-PAS-I)
                       MOVE 'N' TO WS-PAS-OK
                   END-IF
               END-PERFORM

               IF WS-PAS-OK = 'S'
                   PERFORM 2380-DESCARTAR-PREPASSO
                   MOVE SPACES TO WS-LINHA-LOGN
                   STRING 'RESTAURADA A COPIA PRE-PASSO DE '
                              DELIMITED BY SIZE
                          WS-COMANDO DELIMITED BY SPACE
                          INTO WS-LINHA-LOGN
                   PERFORM 2900-GRAVAR-LOG
               ELSE
                   MOVE 'S' TO WS-ABORTAR
                   MOVE SPACES TO WS-LINHA-LOGN
                   STRING 'ABORTADO - FALHA AO RESTAURAR A COPIA DE '
                              DELIMITED BY SIZE
                          WS-COMANDO DELIMITED BY SPACE
                          INTO WS-LINHA-LOGN
                   PERFORM 2900-GRAVAR-LOG
               END-IF
           END-IF
           .
       1400-RESTAURAR-PREPASSO-FIM.
           EXIT.

      *    SECAO PARA MONTAR OS CAMINHOS DOS ARQUIVOS A PARTIR DE UM
      *    DIRETORIO CONFIGURAVEL PELA VARIAVEL DE AMBIENTE
      *    VOLVO_COBOL_DIR, CAINDO PARA O DIRETORIO PADRAO SE ELA NAO
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Travas.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-TRAVAS-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Noturno-prepasso.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-PREPASSO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Noturno-balanceamento.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-BALANCO-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Noturno-data.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-DATA-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.

           IF WS-EXISTE-ARQUIVO = 'N'
               OPEN OUTPUT PARAMETROS
               MOVE 'AGENDASITE' TO ARQ-PARAMETROS
               WRITE ARQ-PARAMETROS
               MOVE 'SWEEP' TO ARQ-PARAMETROS
               WRITE ARQ-PARAMETROS
               MOVE 'HISTORICO' TO ARQ-PARAMETROS
               WRITE ARQ-PARAMETROS
               MOVE 'SEPARACAO' TO ARQ-PARAMETROS
               WRITE ARQ-PARAMETROS
               MOVE 'FICHAS' TO ARQ-PARAMETROS
               WRITE ARQ-PARAMETROS
               MOVE 'EMAILS' TO ARQ-PARAMETROS
               WRITE ARQ-PARAMETROS
               MOVE 'REPOSICAO' TO ARQ-PARAMETROS
               WRITE ARQ-PARAMETROS
               MOVE 'CALIBRACAO' TO ARQ-PARAMETROS
               WRITE ARQ-PARAMETROS
               MOVE 'AUDITORIA' TO ARQ-PARAMETROS
               WRITE ARQ-PARAMETROS
               CLOSE PARAMETROS
           END-IF
           .
       1100-CHECAR-PARAMETROS-FIM.
           EXIT.

      * DEFINE AS DATAS DA RODADA: A DATA EXPLICITA DOS PARAMETROS
      * (REFAZ SO AQUELA NOITE) OU, SEM ELA, DO DIA SEGUINTE A ULTIMA
      * DATA CONCLUIDA ATE A DATA DO RELOGIO. SEM NOTURNO-DATA.TXT
      * (PRIMEIRA RODADA) SO A DATA DO RELOGIO.
       1500-DEFINIR-DATAS              SECTION.

           ACCEPT WS-DAT-RELOGIO FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-DAT-QTD-DATAS
           MOVE ZEROS TO WS-DAT-QTD-COMANDOS

           PERFORM 1510-LER-DATA-EXPLICITA
           PERFORM 1520-LER-ULTIMA-DATA

           IF WS-DAT-EXPLICITA NOT = SPACES
               MOVE WS-DAT-EXPLICITA TO WS-DATA-PROCESSO
               MOVE WS-DAT-EXPLICITA TO WS-DAT-FIM
               MOVE WS-DATA-PROCESSO TO WS-DAT-CALC
               PERFORM 2080-FORMATAR-DATA
               MOVE SPACES TO WS-LINHA-LOGN
               STRING 'REPROCESSANDO A NOITE DE ' DELIMITED BY SIZE
                      WS-DAT-FMT DELIMITED BY SIZE
                      ' (DATA NOS PARAMETROS)' DELIMITED BY SIZE
                      INTO WS-LINHA-LOGN
               PERFORM 2900-GRAVAR-LOG
           ELSE
               MOVE WS-DAT-RELOGIO TO WS-DAT-FIM
               IF WS-DAT-ULTIMA = SPACES
                   MOVE WS-DAT-RELOGIO TO WS-DATA-PROCESSO
               ELSE
                   MOVE WS-DAT-ULTIMA TO WS-DAT-CALC
                   PERFORM 2060-AVANCAR-UM-DIA
                   MOVE WS-DAT-CALC TO WS-DATA-PROCESSO
               END-IF
               PERFORM 1530-CONTAR-NOITES
           END-IF
           .
       1500-DEFINIR-DATAS-FIM.
           EXIT.

      * PROCURA NOS PARAMETROS UMA LINHA SO COM A DATA AAAAMMDD. DATA
      * INEXISTENTE OU FUTURA E IGNORADA (COM AVISO NO LOG) E A RODADA
      * SEGUE PELA ULTIMA DATA CONCLUIDA.
       1510-LER-DATA-EXPLICITA         SECTION.

           MOVE SPACES TO WS-DAT-EXPLICITA

           OPEN INPUT PARAMETROS
           IF AS-STATUS-PAR = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ PARAMETROS INTO WS-DAT-LINHA-PAR
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-DAT-LINHA-PAR(1:8) IS NUMERIC AND
                              WS-DAT-LINHA-PAR(9:2) = SPACES AND
                              WS-DAT-EXPLICITA = SPACES
                               MOVE WS-DAT-LINHA-PAR(1:8) TO
                                   WS-DAT-CALC
                               PERFORM 1540-VALIDAR-DATA
                               IF WS-DAT-VALIDA = 'S' AND
                                  WS-DAT-CALC NOT > WS-DAT-RELOGIO
                                   MOVE WS-DAT-CALC TO WS-DAT-EXPLICITA
                               ELSE
                                   MOVE SPACES TO WS-LINHA-LOGN
                                   STRING 'DATA DOS PARAMETROS '
                                              DELIMITED BY SIZE
                                          'IGNORADA: ' DELIMITED BY SIZE
                                          WS-DAT-LINHA-PAR
                                              DELIMITED BY SIZE
                                          INTO WS-LINHA-LOGN
                                   PERFORM 2900-GRAVAR-LOG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS
           END-IF
           .
       1510-LER-DATA-EXPLICITA-FIM.
           EXIT.

      * ULTIMA DATA CUJA RODADA TERMINOU LIMPA (NOTURNO-DATA.TXT).
       1520-LER-ULTIMA-DATA            SECTION.

           MOVE SPACES TO WS-DAT-ULTIMA

           OPEN INPUT DATA-NOTURNO
           IF AS-STATUS-DAT = ZEROS
               READ DATA-NOTURNO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARQ-DATA-NOTURNO IS NUMERIC
                           MOVE ARQ-DATA-NOTURNO TO WS-DAT-CALC
                           PERFORM 1540-VALIDAR-DATA
                           IF WS-DAT-VALIDA = 'S'
                               MOVE ARQ-DATA-NOTURNO TO WS-DAT-ULTIMA
                           END-IF
                       END-IF
               END-READ
               CLOSE DATA-NOTURNO
           END-IF
           .
       1520-LER-ULTIMA-DATA-FIM.
           EXIT.

      * QUANTAS NOITES VAO RODAR E AVISO NO LOG QUANDO HA NOITES
      * PERDIDAS A RECUPERAR OU NADA A FAZER.
       1530-CONTAR-NOITES              SECTION.

           MOVE ZEROS TO WS-DAT-QTD-NOITES
           MOVE WS-DATA-PROCESSO TO WS-DAT-CALC
           PERFORM UNTIL WS-DAT-CALC > WS-DAT-FIM OR
                         WS-DAT-QTD-NOITES = 999
               ADD 1 TO WS-DAT-QTD-NOITES
               PERFORM 2060-AVANCAR-UM-DIA
           END-PERFORM

           MOVE WS-DAT-ULTIMA TO WS-DAT-CALC
           PERFORM 2080-FORMATAR-DATA

           MOVE SPACES TO WS-LINHA-LOGN
           IF WS-DAT-QTD-NOITES = ZEROS
               STRING 'NADA A PROCESSAR - ULTIMA DATA CONCLUIDA '
                          DELIMITED BY SIZE
                      WS-DAT-FMT DELIMITED BY SIZE
                      INTO WS-LINHA-LOGN
               PERFORM 2900-GRAVAR-LOG
           ELSE
               IF WS-DAT-QTD-NOITES > 1
                   STRING 'RECUPERANDO ' DELIMITED BY SIZE
                          WS-DAT-QTD-NOITES DELIMITED BY SIZE
                          ' NOITE(S) - ULTIMA CONCLUIDA '
                              DELIMITED BY SIZE
                          WS-DAT-FMT DELIMITED BY SIZE
                          INTO WS-LINHA-LOGN
                   PERFORM 2900-GRAVAR-LOG
               END-IF
           END-IF
           .
       1530-CONTAR-NOITES-FIM.
           EXIT.

      * CONFERE MES E DIA DE WS-DAT-CALC (JA NUMERICA).
       1540-VALIDAR-DATA               SECTION.

           MOVE 'N' TO WS-DAT-VALIDA
           IF WS-DAT-ANO > 1900 AND
              WS-DAT-MES >= 1 AND WS-DAT-MES <= 12 AND
              WS-DAT-DIA >= 1
               PERFORM 2065-DIAS-DO-MES
               IF WS-DAT-DIA NOT > WS-DAT-MAX-DIA
                   MOVE 'S' TO WS-DAT-VALIDA
               END-IF
           END-IF
           .
       1540-VALIDAR-DATA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                        PROCESSAMENTO
      *-----------------------------------------------------------------
                       NOT AT END
                           PERFORM 2100-EXECUTAR-COMANDO
                   END-READ
                   IF WS-ABORTAR = 'S'
                       MOVE 'N' TO WS-CLOSE-FILE
                   END-IF
               END-PERFORM
               CLOSE PARAMETROS
           END-IF
       2000-PROCESSAR-FIM.
           EXIT.

      * RODA TODOS OS COMANDOS PARA UMA DATA DE PROCESSAMENTO E, SE
      * NADA ABORTOU, REGISTRA A DATA COMO CONCLUIDA E PASSA PARA A
      * SEGUINTE.
       2050-PROCESSAR-DATA             SECTION.

           MOVE WS-DATA-PROCESSO TO WS-DAT-CALC
           PERFORM 2080-FORMATAR-DATA
           MOVE SPACES TO WS-LINHA-LOGN
           STRING 'DATA DE PROCESSAMENTO ' DELIMITED BY SIZE
                  WS-DAT-FMT DELIMITED BY SIZE
                  INTO WS-LINHA-LOGN
           PERFORM 2900-GRAVAR-LOG

           PERFORM 2000-PROCESSAR

           IF WS-ABORTAR = 'N'
               PERFORM 2070-CONCLUIR-DATA
               MOVE WS-DATA-PROCESSO TO WS-DAT-CALC
               PERFORM 2060-AVANCAR-UM-DIA
               MOVE WS-DAT-CALC TO WS-DATA-PROCESSO
           END-IF
           .
       2050-PROCESSAR-DATA-FIM.
           EXIT.

      * SOMA UM DIA A WS-DAT-CALC (AAAAMMDD).
       2060-AVANCAR-UM-DIA             SECTION.

           PERFORM 2065-DIAS-DO-MES

           ADD 1 TO WS-DAT-DIA
           IF WS-DAT-DIA > WS-DAT-MAX-DIA
               MOVE 1 TO WS-DAT-DIA
               ADD 1 TO WS-DAT-MES
               IF WS-DAT-MES > 12
                   MOVE 1 TO WS-DAT-MES
                   ADD 1 TO WS-DAT-ANO
               END-IF
           END-IF
           .
       2060-AVANCAR-UM-DIA-FIM.
           EXIT.

      * ULTIMO DIA DO MES DE WS-DAT-CALC, COM FEVEREIRO BISSEXTO (UMA
      * RECUPERACAO PASSANDO POR 29/02 NAO PODE PULAR A NOITE).
       2065-DIAS-DO-MES                SECTION.

           EVALUATE WS-DAT-MES
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAT-MAX-DIA
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAT-MAX-DIA
               WHEN OTHER
                   DIVIDE WS-DAT-ANO BY 4 GIVING WS-DAT-QUOCIENTE
                       REMAINDER WS-DAT-RESTO-4
                   DIVIDE WS-DAT-ANO BY 100 GIVING WS-DAT-QUOCIENTE
                       REMAINDER WS-DAT-RESTO-100
                   DIVIDE WS-DAT-ANO BY 400 GIVING WS-DAT-QUOCIENTE
                       REMAINDER WS-DAT-RESTO-400
                   IF WS-DAT-RESTO-4 = ZEROS AND
                      (WS-DAT-RESTO-100 NOT = ZEROS OR
                       WS-DAT-RESTO-400 = ZEROS)
                       MOVE 29 TO WS-DAT-MAX-DIA
                   ELSE
                       MOVE 28 TO WS-DAT-MAX-DIA
                   END-IF
           END-EVALUATE
           .
       2065-DIAS-DO-MES-FIM.
           EXIT.

      * DATA CONCLUIDA: O CHECKPOINT E ESVAZIADO (A DATA SEGUINTE
      * COMECA DO PRIMEIRO PASSO) ANTES DE A DATA IR PARA
      * NOTURNO-DATA.TXT. UMA NOITE REFEITA PELA DATA EXPLICITA NAO
      * RECUA A ULTIMA DATA CONCLUIDA.
       2070-CONCLUIR-DATA              SECTION.

           OPEN OUTPUT CHECKPOINT
           CLOSE CHECKPOINT
           MOVE ZEROS TO WS-CKP-QTD
           MOVE 'N' TO WS-CKP-RETOMADA

           IF WS-DATA-PROCESSO > WS-DAT-ULTIMA
               OPEN OUTPUT DATA-NOTURNO
               MOVE WS-DATA-PROCESSO TO ARQ-DATA-NOTURNO
               WRITE ARQ-DATA-NOTURNO
               CLOSE DATA-NOTURNO
               MOVE WS-DATA-PROCESSO TO WS-DAT-ULTIMA
           END-IF

           ADD 1 TO WS-DAT-QTD-DATAS
           ADD WS-QTD-COMANDOS TO WS-DAT-QTD-COMANDOS

           MOVE WS-DATA-PROCESSO TO WS-DAT-CALC
           PERFORM 2080-FORMATAR-DATA
           MOVE SPACES TO WS-LINHA-LOGN
           STRING 'DATA ' DELIMITED BY SIZE
                  WS-DAT-FMT DELIMITED BY SIZE
                  ' CONCLUIDA - ' DELIMITED BY SIZE
                  WS-QTD-COMANDOS DELIMITED BY SIZE
                  ' COMANDO(S) EXECUTADO(S)' DELIMITED BY SIZE
                  INTO WS-LINHA-LOGN
           PERFORM 2900-GRAVAR-LOG
           .
       2070-CONCLUIR-DATA-FIM.
           EXIT.

      * WS-DAT-CALC (AAAAMMDD) EM DD/MM/AAAA PARA O LOG.
       2080-FORMATAR-DATA              SECTION.

           MOVE SPACES TO WS-DAT-FMT
           STRING WS-DAT-DIA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DAT-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DAT-ANO DELIMITED BY SIZE
                  INTO WS-DAT-FMT
           .
       2080-FORMATAR-DATA-FIM.
           EXIT.

      * EXECUTA UM COMANDO DO ARQUIVO DE PARAMETROS CHAMANDO O
      * MANUTENCAO.CBL NO MODO BATCH CORRESPONDENTE.
       2100-EXECUTAR-COMANDO           SECTION.

           MOVE SPACES TO WS-OPCAO-BATCH

      *    A LINHA AAAAMMDD E A DATA EXPLICITA, JA TRATADA NO INICIO.
           IF WS-COMANDO(1:8) IS NUMERIC AND WS-COMANDO(9:2) = SPACES
               MOVE SPACES TO WS-COMANDO
           END-IF

           EVALUATE WS-COMANDO
               WHEN 'AGENDASITE'
                   MOVE 'I' TO WS-OPCAO-BATCH
               WHEN 'SWEEP'
                   MOVE 'W' TO WS-OPCAO-BATCH
               WHEN 'HISTORICO'
                   MOVE 'O' TO WS-OPCAO-BATCH
               WHEN 'SEPARACAO'
                   MOVE 'P' TO WS-OPCAO-BATCH
               WHEN 'FICHAS'
                   MOVE 'F' TO WS-OPCAO-BATCH
               WHEN 'EMAILS'
                   MOVE 'E' TO WS-OPCAO-BATCH
               WHEN 'REPOSICAO'
                   MOVE 'R' TO WS-OPCAO-BATCH
               WHEN 'CALIBRACAO'
                   MOVE 'V' TO WS-OPCAO-BATCH
               WHEN 'AUDITORIA'
                   MOVE 'A' TO WS-OPCAO-BATCH
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                          INTO WS-LINHA-LOGN
                   PERFORM 2900-GRAVAR-LOG

                   PERFORM 2250-MONTAR-CONTROLE
                   IF WS-PAS-QTD > ZEROS
                       PERFORM 2260-PREPARAR-PASSO
                   END-IF
               END-IF

               IF WS-CKP-JA-FEITO = 'N' AND WS-ABORTAR = 'N'
      *            A REPOSICAO E OS EQUIPAMENTOS NAO SAO MODOS DO
      *            MANUTENCAO: TEM SUBPROGRAMA PROPRIO. A REPOSICAO
      *            SO PROPOE, NAO GRAVA. A CONFERENCIA DO LOG DE
      *            AUDITORIA E A OPCAO 'V' DO CONSAUD. AS FICHAS DE
      *            SERVICO DE AMANHA SAO O MODO 'F' DO FICHA.
                   EVALUATE WS-OPCAO-BATCH
                   WHEN 'R'
                       MOVE ZEROS TO WS-REP-PROPOSTAS
                       CALL 'REPOSICAO' USING WS-REP-PROPOSTAS,
                           WS-DATA-PROCESSO
                       MOVE SPACES TO WS-LINHA-LOGN
                       STRING 'REPOSICAO: ' DELIMITED BY SIZE
                              WS-REP-PROPOSTAS DELIMITED BY SIZE
                              ' PROPOSTA(S) PARA APROVACAO'
                                  DELIMITED BY SIZE
                              INTO WS-LINHA-LOGN
                       PERFORM 2900-GRAVAR-LOG
                   WHEN 'V'
                       MOVE ZEROS TO WS-CAL-VENCIDOS
                       MOVE SPACES TO WS-CAL-SERVICO
                       CALL 'CALIBRACAO' USING WS-OPCAO-BATCH,
                           WS-OPERADOR-SESSAO, WS-CAL-SERVICO,
                           WS-CAL-VENCIDOS, WS-DATA-PROCESSO
                       MOVE SPACES TO WS-LINHA-LOGN
                       STRING 'EQUIPAMENTOS: ' DELIMITED BY SIZE
                              WS-CAL-VENCIDOS DELIMITED BY SIZE
                              ' COM CALIBRACAO VENCIDA'
                                  DELIMITED BY SIZE
                              INTO WS-LINHA-LOGN
                       PERFORM 2900-GRAVAR-LOG
                   WHEN 'A'
                       MOVE ZEROS TO WS-AUD-PROBLEMAS
                       CALL 'CONSAUD' USING WS-AUD-OPCAO,
                           WS-OPERADOR-SESSAO, WS-AUD-PROBLEMAS
                       MOVE SPACES TO WS-LINHA-LOGN
                       STRING 'AUDITORIA: ' DELIMITED BY SIZE
                              WS-AUD-PROBLEMAS DELIMITED BY SIZE
                              ' PROBLEMA(S) NA CADEIA DO LOG'
                                  DELIMITED BY SIZE
                              INTO WS-LINHA-LOGN
                       PERFORM 2900-GRAVAR-LOG
                   WHEN 'F'
                       MOVE SPACES TO WS-FIC-OS
                       MOVE ZEROS TO WS-FIC-QTD
                       CALL 'FICHA' USING WS-OPCAO-BATCH,
                           WS-OPERADOR-SESSAO, WS-FIC-OS,
                           WS-DATA-PROCESSO, WS-FIC-QTD
                       MOVE SPACES TO WS-LINHA-LOGN
                       STRING 'FICHAS: ' DELIMITED BY SIZE
                              WS-FIC-QTD DELIMITED BY SIZE
                              ' FICHA(S) DE SERVICO PARA AMANHA'
                                  DELIMITED BY SIZE
                              INTO WS-LINHA-LOGN
                       PERFORM 2900-GRAVAR-LOG
                   WHEN OTHER
                       CALL 'MANUTENCAO' USING WS-OPCAO-BATCH,
                           WS-OPERADOR-SESSAO, WS-DATA-PROCESSO
                   END-EVALUATE

                   IF WS-PAS-QTD > ZEROS
                       PERFORM 2270-FECHAR-PASSO
                   END-IF

                   IF WS-ABORTAR = 'N'
                       ADD 1 TO WS-QTD-COMANDOS
                       PERFORM 2200-MARCAR-CHECKPOINT
                   END-IF
               END-IF
           END-IF
           .
       2200-MARCAR-CHECKPOINT-FIM.
           EXIT.

      * MONTA A TABELA DOS ARQUIVOS CONTROLADOS NO PASSO: NOME, TAMANHO
      * DO REGISTRO, SE COMECA COM NUMERO DE OS/ORCAMENTO E ONDE ESTA
      * O VALOR SOMADO NO HASH (MINUTOS DA OS, TOTAL DO ORCAMENTO).
      * PASSO QUE NAO MOVE NEM REGRAVA REGISTROS FICA COM ZERO.
       2250-MONTAR-CONTROLE            SECTION.

           MOVE ZEROS TO WS-PAS-QTD
           MOVE SPACES TO WS-PAS-REGRA

           EVALUATE WS-OPCAO-BATCH
               WHEN 'W'
                   MOVE 2 TO WS-PAS-QTD
                   MOVE 'Manutencao.txt' TO WS-PAS-NOME(1)
                   MOVE 179 TO WS-PAS-TAM(1)
                   MOVE 'S' TO WS-PAS-TEM-OS(1)
                   MOVE 130 TO WS-PAS-VAL-POS(1)
                   MOVE 6 TO WS-PAS-VAL-TAM(1)
                   MOVE 'Historico-anual.txt' TO WS-PAS-NOME(2)
                   MOVE 179 TO WS-PAS-TAM(2)
                   MOVE 'S' TO WS-PAS-TEM-OS(2)
                   MOVE 130 TO WS-PAS-VAL-POS(2)
                   MOVE 6 TO WS-PAS-VAL-TAM(2)
                   STRING 'MANUTENCAO DEPOIS + ARQUIVADAS NO HISTORICO'
                          DELIMITED BY SIZE
                          ' = MANUTENCAO ANTES' DELIMITED BY SIZE
                          INTO WS-PAS-REGRA
               WHEN 'O'
                   MOVE 1 TO WS-PAS-QTD
                   MOVE 'Orcamentos.txt' TO WS-PAS-NOME(1)
                   MOVE 149 TO WS-PAS-TAM(1)
                   MOVE 'S' TO WS-PAS-TEM-OS(1)
                   MOVE 128 TO WS-PAS-VAL-POS(1)
                   MOVE 8 TO WS-PAS-VAL-TAM(1)
                   STRING 'ORCAMENTOS DEPOIS = ORCAMENTOS ANTES'
                          DELIMITED BY SIZE
                          ' (SO O STATUS MUDA)' DELIMITED BY SIZE
                          INTO WS-PAS-REGRA
               WHEN 'I'
                   MOVE 4 TO WS-PAS-QTD
                   MOVE 'Manutencao.txt' TO WS-PAS-NOME(1)
                   MOVE 179 TO WS-PAS-TAM(1)
                   MOVE 'S' TO WS-PAS-TEM-OS(1)
                   MOVE 130 TO WS-PAS-VAL-POS(1)
                   MOVE 6 TO WS-PAS-VAL-TAM(1)
                   MOVE 'Agendamentos-site.txt' TO WS-PAS-NOME(2)
                   MOVE 120 TO WS-PAS-TAM(2)
                   MOVE 'Agendamentos-site-processados.txt' TO
                       WS-PAS-NOME(3)
                   MOVE 200 TO WS-PAS-TAM(3)
                   MOVE 'Agendamentos-site-rejeitados.txt' TO
                       WS-PAS-NOME(4)
                   MOVE 200 TO WS-PAS-TAM(4)
                   PERFORM VARYING WS-PAS-I FROM 2 BY 1
                           UNTIL WS-PAS-I > 4
                       MOVE 'N' TO WS-PAS-TEM-OS(WS-PAS-I)
                       MOVE ZEROS TO WS-PAS-VAL-POS(WS-PAS-I)
                       MOVE ZEROS TO WS-PAS-VAL-TAM(WS-PAS-I)
                   END-PERFORM
                   STRING 'PEDIDOS LIDOS = PROCESSADOS; OS NOVAS = '
                          DELIMITED BY SIZE
                          'PROCESSADOS - REJEITADOS' DELIMITED BY SIZE
                          INTO WS-PAS-REGRA
           END-EVALUATE

           PERFORM VARYING WS-PAS-I FROM 1 BY 1
                   UNTIL WS-PAS-I > WS-PAS-QTD
               MOVE ZEROS TO WS-PAS-QTD-ANTES(WS-PAS-I)
               MOVE ZEROS TO WS-PAS-QTD-DEPOIS(WS-PAS-I)
               MOVE ZEROS TO WS-PAS-OS-ANTES(WS-PAS-I)
               MOVE ZEROS TO WS-PAS-OS-DEPOIS(WS-PAS-I)
               MOVE ZEROS TO WS-PAS-VAL-ANTES(WS-PAS-I)
               MOVE ZEROS TO WS-PAS-VAL-DEPOIS(WS-PAS-I)
           END-PERFORM
           .
       2250-MONTAR-CONTROLE-FIM.
           EXIT.

      * ANTES DE UM PASSO CONTROLADO: TOTAIS DE CADA ARQUIVO E COPIA
      * PRE-PASSO CONFERIDA PELOS MESMOS TOTAIS; SO ENTAO O COMANDO VAI
      * PARA NOTURNO-PREPASSO.TXT. COPIA INCOMPLETA (DISCO CHEIO) PARA
      * A RODADA ANTES DE O PASSO MEXER NO ARQUIVO AO VIVO.
       2260-PREPARAR-PASSO             SECTION.

           MOVE 'S' TO WS-PAS-OK
           PERFORM VARYING WS-PAS-I FROM 1 BY 1
                   UNTIL WS-PAS-I > WS-PAS-QTD
               PERFORM 2330-MONTAR-CAMINHOS
               MOVE WS-CPY-ORIGEM TO WS-ARQ-CTL-PATH
               PERFORM 2310-CONTAR-ARQUIVO
               MOVE WS-CTL-QTD TO WS-PAS-QTD-ANTES(WS-PAS-I)
               MOVE WS-CTL-HASH-OS TO WS-PAS-OS-ANTES(WS-PAS-I)
               MOVE WS-CTL-HASH-VAL TO WS-PAS-VAL-ANTES(WS-PAS-I)

               MOVE WS-CPY-ORIGEM TO WS-ARQ-CTL-PATH
               MOVE WS-CPY-DESTINO TO WS-ARQ-CPY-PATH
               PERFORM 2350-COPIAR-ARQUIVO

               MOVE WS-CPY-DESTINO TO WS-ARQ-CTL-PATH
               PERFORM 2310-CONTAR-ARQUIVO
               IF WS-CTL-QTD NOT = WS-PAS-QTD-ANTES(WS-PAS-I) OR
                  WS-CTL-HASH-OS NOT = WS-PAS-OS-ANTES(WS-PAS-I) OR
                  WS-CTL-HASH-VAL NOT = WS-PAS-VAL-ANTES(WS-PAS-I)
                   MOVE 'N' TO WS-PAS-OK
               END-IF
           END-PERFORM

           IF WS-PAS-OK = 'S'
               OPEN OUTPUT PREPASSO
               MOVE WS-COMANDO TO ARQ-PREPASSO
               WRITE ARQ-PREPASSO
               CLOSE PREPASSO
           ELSE
               MOVE 'S' TO WS-ABORTAR
               MOVE 'ABORTADO - COPIA PRE-PASSO INCOMPLETA, PASSO NAO EX
      -            'ECUTADO' TO WS-PAS-RESULTADO
               PERFORM 2290-GRAVAR-BALANCO

               MOVE SPACES TO WS-LINHA-LOGN
               STRING 'ABORTADO - COPIA PRE-PASSO DE ' DELIMITED BY SIZE
                      WS-COMANDO DELIMITED BY SPACE
                      ' INCOMPLETA' DELIMITED BY SIZE
                      INTO WS-LINHA-LOGN
               PERFORM 2900-GRAVAR-LOG
           END-IF
           .
       2260-PREPARAR-PASSO-FIM.
           EXIT.

      * DEPOIS DO PASSO: CONTA DE NOVO, CONFERE A REGRA DO PASSO E
      * GRAVA O BALANCEAMENTO. FECHOU, A COPIA PRE-PASSO E DESCARTADA;
      * NAO FECHOU, A RODADA PARA COM A COPIA E A TRAVA MANTIDAS.
       2270-FECHAR-PASSO               SECTION.

           PERFORM VARYING WS-PAS-I FROM 1 BY 1
                   UNTIL WS-PAS-I > WS-PAS-QTD
               PERFORM 2330-MONTAR-CAMINHOS
               MOVE WS-CPY-ORIGEM TO WS-ARQ-CTL-PATH
               PERFORM 2310-CONTAR-ARQUIVO
               MOVE WS-CTL-QTD TO WS-PAS-QTD-DEPOIS(WS-PAS-I)
               MOVE WS-CTL-HASH-OS TO WS-PAS-OS-DEPOIS(WS-PAS-I)
               MOVE WS-CTL-HASH-VAL TO WS-PAS-VAL-DEPOIS(WS-PAS-I)
           END-PERFORM

           PERFORM 2280-BALANCEAR
           PERFORM 2290-GRAVAR-BALANCO

           MOVE SPACES TO WS-LINHA-LOGN
           IF WS-PAS-OK = 'S'
               PERFORM 2380-DESCARTAR-PREPASSO
               STRING 'CONTROLE ' DELIMITED BY SIZE
                      WS-COMANDO DELIMITED BY SPACE
                      ': BALANCEADO' DELIMITED BY SIZE
                      INTO WS-LINHA-LOGN
               PERFORM 2900-GRAVAR-LOG
           ELSE
               MOVE 'S' TO WS-ABORTAR
               STRING 'ABORTADO - ' DELIMITED BY SIZE
                      WS-COMANDO DELIMITED BY SPACE
                      ' NAO BALANCEOU, COPIA PRE-PASSO MANTIDA'
                          DELIMITED BY SIZE
                      INTO WS-LINHA-LOGN
               PERFORM 2900-GRAVAR-LOG
               MOVE 'VER NOTURNO-BALANCEAMENTO.TXT - A PROXIMA RODADA RE
      -            'STAURA' TO WS-LINHA-LOGN
               PERFORM 2900-GRAVAR-LOG
           END-IF
           .
       2270-FECHAR-PASSO-FIM.
           EXIT.

      * REGRA DE CADA PASSO SOBRE OS TOTAIS ANTES E DEPOIS. TODA
      * DIFERENCA TEM QUE DAR ZERO.
      *   SWEEP......: MANUTENCAO ANTES = MANUTENCAO DEPOIS + O QUE
      *                ENTROU NO HISTORICO-ANUAL (QTD, OS E MINUTOS).
      *   ORCAMENTOS.: ORCAMENTOS DEPOIS = ANTES (QTD, NUMEROS, TOTAIS).
      *   AGENDASITE.: PEDIDOS QUE SAIRAM DO ARQUIVO DO SITE = LINHAS
      *                NOVAS EM PROCESSADOS, E OS NOVAS NA MANUTENCAO =
      *                PROCESSADOS NOVOS - REJEITADOS NOVOS.
       2280-BALANCEAR                  SECTION.

           MOVE ZEROS TO WS-PAS-DIF-QTD
           MOVE ZEROS TO WS-PAS-DIF-OS
           MOVE ZEROS TO WS-PAS-DIF-VAL
           MOVE ZEROS TO WS-PAS-DIF-PED

           EVALUATE WS-OPCAO-BATCH
               WHEN 'W'
                   COMPUTE WS-PAS-DIF-QTD =
                       WS-PAS-QTD-ANTES(1) - WS-PAS-QTD-DEPOIS(1) -
                       (WS-PAS-QTD-DEPOIS(2) - WS-PAS-QTD-ANTES(2))
                   COMPUTE WS-PAS-DIF-OS =
                       WS-PAS-OS-ANTES(1) - WS-PAS-OS-DEPOIS(1) -
                       (WS-PAS-OS-DEPOIS(2) - WS-PAS-OS-ANTES(2))
                   COMPUTE WS-PAS-DIF-VAL =
                       WS-PAS-VAL-ANTES(1) - WS-PAS-VAL-DEPOIS(1) -
                       (WS-PAS-VAL-DEPOIS(2) - WS-PAS-VAL-ANTES(2))
               WHEN 'O'
                   COMPUTE WS-PAS-DIF-QTD =
                       WS-PAS-QTD-DEPOIS(1) - WS-PAS-QTD-ANTES(1)
                   COMPUTE WS-PAS-DIF-OS =
                       WS-PAS-OS-DEPOIS(1) - WS-PAS-OS-ANTES(1)
                   COMPUTE WS-PAS-DIF-VAL =
                       WS-PAS-VAL-DEPOIS(1) - WS-PAS-VAL-ANTES(1)
               WHEN 'I'
                   COMPUTE WS-PAS-DIF-PED =
                       (WS-PAS-QTD-ANTES(2) - WS-PAS-QTD-DEPOIS(2)) -
                       (WS-PAS-QTD-DEPOIS(3) - WS-PAS-QTD-ANTES(3))
                   COMPUTE WS-PAS-DIF-QTD =
                       (WS-PAS-QTD-DEPOIS(1) - WS-PAS-QTD-ANTES(1)) -
                       ((WS-PAS-QTD-DEPOIS(3) - WS-PAS-QTD-ANTES(3)) -
                        (WS-PAS-QTD-DEPOIS(4) - WS-PAS-QTD-ANTES(4)))
           END-EVALUATE

           IF WS-PAS-DIF-QTD = ZEROS AND WS-PAS-DIF-OS = ZEROS AND
              WS-PAS-DIF-VAL = ZEROS AND WS-PAS-DIF-PED = ZEROS
               MOVE 'S' TO WS-PAS-OK
               MOVE 'BALANCEADO' TO WS-PAS-RESULTADO
           ELSE
               MOVE 'N' TO WS-PAS-OK
               MOVE 'ABORTADO - AO VIVO + ARQUIVADO NAO FECHA COM O ORIG
      -            'INAL' TO WS-PAS-RESULTADO
           END-IF
           .
       2280-BALANCEAR-FIM.
           EXIT.

      * ACRESCENTA O BALANCEAMENTO DO PASSO A NOTURNO-BALANCEAMENTO.TXT:
      * UMA LINHA POR ARQUIVO COM OS TOTAIS ANTES E DEPOIS, A REGRA E O
      * RESULTADO.
       2290-GRAVAR-BALANCO             SECTION.

           OPEN INPUT BALANCO
           IF AS-STATUS-BAL = ZEROS
               MOVE 'S' TO WS-EXISTE-BAL
               CLOSE BALANCO
           ELSE
               MOVE 'N' TO WS-EXISTE-BAL
           END-IF

           IF WS-EXISTE-BAL = 'S'
               OPEN EXTEND BALANCO
           ELSE
               OPEN OUTPUT BALANCO
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           MOVE SPACES TO WS-LINHA-BAL
           STRING WS-DATA-HOJE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HORA-AGORA DELIMITED BY SIZE
                  ' PASSO ' DELIMITED BY SIZE
                  WS-COMANDO DELIMITED BY SIZE
                  INTO WS-LINHA-BAL
           MOVE WS-LINHA-BAL TO ARQ-BALANCO
           WRITE ARQ-BALANCO

           MOVE WS-CABEC-BAL TO ARQ-BALANCO
           WRITE ARQ-BALANCO

           PERFORM VARYING WS-PAS-I FROM 1 BY 1
                   UNTIL WS-PAS-I > WS-PAS-QTD
               MOVE WS-PAS-NOME(WS-PAS-I) TO LINDET-BAL-ARQUIVO
               MOVE WS-PAS-QTD-ANTES(WS-PAS-I) TO LINDET-BAL-QTD-ANTES
               MOVE WS-PAS-QTD-DEPOIS(WS-PAS-I) TO
                   LINDET-BAL-QTD-DEPOIS
               MOVE WS-PAS-OS-ANTES(WS-PAS-I) TO LINDET-BAL-OS-ANTES
               MOVE WS-PAS-OS-DEPOIS(WS-PAS-I) TO LINDET-BAL-OS-DEPOIS
               MOVE WS-PAS-VAL-ANTES(WS-PAS-I) TO LINDET-BAL-VAL-ANTES
               MOVE WS-PAS-VAL-DEPOIS(WS-PAS-I) TO
                   LINDET-BAL-VAL-DEPOIS
               MOVE LINDET-BAL TO ARQ-BALANCO
               WRITE ARQ-BALANCO
           END-PERFORM

           MOVE SPACES TO WS-LINHA-BAL
           STRING '  REGRA: ' DELIMITED BY SIZE
                  WS-PAS-REGRA DELIMITED BY SIZE
                  INTO WS-LINHA-BAL
           MOVE WS-LINHA-BAL TO ARQ-BALANCO
           WRITE ARQ-BALANCO

           MOVE SPACES TO WS-LINHA-BAL
           STRING '  RESULTADO: ' DELIMITED BY SIZE
                  WS-PAS-RESULTADO DELIMITED BY SIZE
                  INTO WS-LINHA-BAL
           MOVE WS-LINHA-BAL TO ARQ-BALANCO
           WRITE ARQ-BALANCO

           CLOSE BALANCO
           .
       2290-GRAVAR-BALANCO-FIM.
           EXIT.

      * CONTA OS REGISTROS NAO EM BRANCO DO ARQUIVO EM WS-ARQ-CTL-PATH
      * E SOMA OS HASHES (NUMERO NAS 6 PRIMEIRAS POSICOES E O VALOR NA
      * POSICAO DA TABELA). ARQUIVO AUSENTE CONTA ZERO.
       2310-CONTAR-ARQUIVO             SECTION.

           MOVE ZEROS TO WS-CTL-QTD
           MOVE ZEROS TO WS-CTL-HASH-OS
           MOVE ZEROS TO WS-CTL-HASH-VAL

           PERFORM 2311-ABRIR-CONTROLE
           IF AS-STATUS-CTL = ZEROS
               MOVE 'S' TO WS-CLOSE-CTL
               PERFORM UNTIL WS-CLOSE-CTL = 'N'
                   PERFORM 2312-LER-CONTROLE
                   IF WS-CLOSE-CTL = 'S' AND WS-CTL-REG NOT = SPACES
                       ADD 1 TO WS-CTL-QTD
                       IF WS-CTL-TEM-OS = 'S' AND
                          WS-CTL-REG(1:6) IS NUMERIC
                           MOVE WS-CTL-REG(1:6) TO WS-CTL-NUM
                           ADD WS-CTL-NUM TO WS-CTL-HASH-OS
                       END-IF
                       IF WS-CTL-VAL-TAM > ZEROS
                           IF WS-CTL-REG(WS-CTL-VAL-POS:WS-CTL-VAL-TAM)
                               IS NUMERIC
                               MOVE WS-CTL-REG(WS-CTL-VAL-POS:
                                   WS-CTL-VAL-TAM) TO WS-CTL-NUM
                               ADD WS-CTL-NUM TO WS-CTL-HASH-VAL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 2313-FECHAR-CONTROLE
           END-IF
           .
       2310-CONTAR-ARQUIVO-FIM.
           EXIT.

       2311-ABRIR-CONTROLE             SECTION.

           EVALUATE WS-CTL-TAM
               WHEN 179
                   OPEN INPUT CONTROLE-179
               WHEN 149
                   OPEN INPUT CONTROLE-149
               WHEN 120
                   OPEN INPUT CONTROLE-120
               WHEN OTHER
                   OPEN INPUT CONTROLE-200
           END-EVALUATE
           .
       2311-ABRIR-CONTROLE-FIM.
           EXIT.

      * LE O PROXIMO REGISTRO EM WS-CTL-REG; FIM DE ARQUIVO OU ERRO DE
      * LEITURA ENCERRAM A VARREDURA (UM ERRO DEIXA A CONTAGEM CURTA E
      * O PASSO NAO BALANCEIA).
       2312-LER-CONTROLE               SECTION.

           MOVE SPACES TO WS-CTL-REG
           EVALUATE WS-CTL-TAM
               WHEN 179
                   READ CONTROLE-179 INTO WS-CTL-REG
                       AT END
                           MOVE 'N' TO WS-CLOSE-CTL
                   END-READ
               WHEN 149
                   READ CONTROLE-149 INTO WS-CTL-REG
                       AT END
                           MOVE 'N' TO WS-CLOSE-CTL
                   END-READ
               WHEN 120
                   READ CONTROLE-120 INTO WS-CTL-REG
                       AT END
                           MOVE 'N' TO WS-CLOSE-CTL
                   END-READ
               WHEN OTHER
                   READ CONTROLE-200 INTO WS-CTL-REG
                       AT END
                           MOVE 'N' TO WS-CLOSE-CTL
                   END-READ
           END-EVALUATE

           IF AS-STATUS-CTL NOT = ZEROS AND AS-STATUS-CTL NOT = 10
               MOVE 'N' TO WS-CLOSE-CTL
           END-IF
           .
       2312-LER-CONTROLE-FIM.
           EXIT.

       2313-FECHAR-CONTROLE            SECTION.

           EVALUATE WS-CTL-TAM
               WHEN 179
                   CLOSE CONTROLE-179
               WHEN 149
                   CLOSE CONTROLE-149
               WHEN 120
                   CLOSE CONTROLE-120
               WHEN OTHER
                   CLOSE CONTROLE-200
           END-EVALUATE
           .
       2313-FECHAR-CONTROLE-FIM.
           EXIT.

      * CAMINHO AO VIVO E CAMINHO DA COPIA PRE-PASSO DO ARQUIVO
      * WS-PAS-I, E OS PARAMETROS DE CONTAGEM DELE. CAMINHO QUE NAO
      * CABE EM 120 POSICOES DESLIGA WS-PAS-OK (COPIA NAO CONFERE).
       2330-MONTAR-CAMINHOS            SECTION.

           MOVE WS-PAS-TAM(WS-PAS-I) TO WS-CTL-TAM
           MOVE WS-PAS-TEM-OS(WS-PAS-I) TO WS-CTL-TEM-OS
           MOVE WS-PAS-VAL-POS(WS-PAS-I) TO WS-CTL-VAL-POS
           MOVE WS-PAS-VAL-TAM(WS-PAS-I) TO WS-CTL-VAL-TAM

           MOVE SPACES TO WS-CPY-ORIGEM
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  WS-PAS-NOME(WS-PAS-I) DELIMITED BY SPACE
                  INTO WS-CPY-ORIGEM
               ON OVERFLOW
                   DISPLAY "CAMINHO DE " WS-PAS-NOME(WS-PAS-I)
                       " PASSOU DE 120 POSICOES."
                   MOVE 'N' TO WS-PAS-OK
           END-STRING

           MOVE SPACES TO WS-CPY-DESTINO
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Prepasso-' DELIMITED BY SIZE
                  WS-PAS-NOME(WS-PAS-I) DELIMITED BY SPACE
                  INTO WS-CPY-DESTINO
               ON OVERFLOW
                   DISPLAY "CAMINHO DA COPIA DE " WS-PAS-NOME(WS-PAS-I)
                       " PASSOU DE 120 POSICOES."
                   MOVE 'N' TO WS-PAS-OK
           END-STRING
           .
       2330-MONTAR-CAMINHOS-FIM.
           EXIT.

      * COPIA REGISTRO A REGISTRO O ARQUIVO EM WS-ARQ-CTL-PATH PARA
      * WS-ARQ-CPY-PATH. ORIGEM AUSENTE DEIXA O DESTINO VAZIO.
       2350-COPIAR-ARQUIVO             SECTION.

           PERFORM 2351-ABRIR-COPIA
           PERFORM 2311-ABRIR-CONTROLE
           IF AS-STATUS-CTL = ZEROS
               MOVE 'S' TO WS-CLOSE-CTL
               PERFORM UNTIL WS-CLOSE-CTL = 'N'
                   PERFORM 2312-LER-CONTROLE
                   IF WS-CLOSE-CTL = 'S'
                       PERFORM 2352-GRAVAR-COPIA
                   END-IF
               END-PERFORM
               PERFORM 2313-FECHAR-CONTROLE
           END-IF
           PERFORM 2353-FECHAR-COPIA
           .
       2350-COPIAR-ARQUIVO-FIM.
           EXIT.

       2351-ABRIR-COPIA                SECTION.

           EVALUATE WS-CTL-TAM
               WHEN 179
                   OPEN OUTPUT COPIA-179
               WHEN 149
                   OPEN OUTPUT COPIA-149
               WHEN 120
                   OPEN OUTPUT COPIA-120
               WHEN OTHER
                   OPEN OUTPUT COPIA-200
           END-EVALUATE
           .
       2351-ABRIR-COPIA-FIM.
           EXIT.

       2352-GRAVAR-COPIA               SECTION.

           EVALUATE WS-CTL-TAM
               WHEN 179
                   MOVE WS-CTL-REG TO ARQ-COPIA-179
                   WRITE ARQ-COPIA-179
               WHEN 149
                   MOVE WS-CTL-REG TO ARQ-COPIA-149
                   WRITE ARQ-COPIA-149
               WHEN 120
                   MOVE WS-CTL-REG TO ARQ-COPIA-120
                   WRITE ARQ-COPIA-120
               WHEN OTHER
                   MOVE WS-CTL-REG TO ARQ-COPIA-200
                   WRITE ARQ-COPIA-200
           END-EVALUATE
           .
       2352-GRAVAR-COPIA-FIM.
           EXIT.

       2353-FECHAR-COPIA               SECTION.

           EVALUATE WS-CTL-TAM
               WHEN 179
                   CLOSE COPIA-179
               WHEN 149
                   CLOSE COPIA-149
               WHEN 120
                   CLOSE COPIA-120
               WHEN OTHER
                   CLOSE COPIA-200
           END-EVALUATE
           .
       2353-FECHAR-COPIA-FIM.
           EXIT.

      * PASSO FECHADO (OU COPIA RESTAURADA): AS COPIAS PRE-PASSO SAO
      * ESVAZIADAS E NOTURNO-PREPASSO.TXT FICA VAZIO.
       2380-DESCARTAR-PREPASSO         SECTION.

           PERFORM VARYING WS-PAS-I FROM 1 BY 1
                   UNTIL WS-PAS-I > WS-PAS-QTD
               PERFORM 2330-MONTAR-CAMINHOS
               MOVE WS-CPY-DESTINO TO WS-ARQ-CPY-PATH
               PERFORM 2351-ABRIR-COPIA
               PERFORM 2353-FECHAR-COPIA
           END-PERFORM

           OPEN OUTPUT PREPASSO
           CLOSE PREPASSO
           .
       2380-DESCARTAR-PREPASSO-FIM.
           EXIT.

      * ACRESCENTA UMA LINHA DATADA AO LOG DA RODADA NOTURNA.
       2900-GRAVAR-LOG                 SECTION.

           OPEN OUTPUT CHECKPOINT
           CLOSE CHECKPOINT

           IF WS-DAT-EXPLICITA NOT = SPACES
               PERFORM 3100-RETIRAR-DATA-EXPLICITA
           END-IF

           MOVE 'D' TO WS-TRV-ACAO
           MOVE 'NOTURNO' TO WS-TRV-MODULO
           MOVE 'RODADA' TO WS-TRV-CHAVE

           MOVE SPACES TO WS-LINHA-LOGN
           STRING 'FIM DA RODADA NOTURNA - ' DELIMITED BY SIZE
                  WS-DAT-QTD-DATAS DELIMITED BY SIZE
                  ' DATA(S), ' DELIMITED BY SIZE
                  WS-DAT-QTD-COMANDOS DELIMITED BY SIZE
                  ' COMANDO(S)' DELIMITED BY SIZE
                  INTO WS-LINHA-LOGN
           PERFORM 2900-GRAVAR-LOG
           .
       3000-FINALIZAR-FIM.
           EXIT.

      * A NOITE PEDIDA PELA DATA DOS PARAMETROS FOI REFEITA: A LINHA
      * DA DATA SAI DE PARAMETROS-NOTURNO.TXT (OS COMANDOS FICAM COMO
      * ESTAVAM), SENAO TODA NOITE SEGUINTE REFARIA A MESMA DATA E A
      * RODADA NUNCA ALCANCARIA O RELOGIO.
       3100-RETIRAR-DATA-EXPLICITA     SECTION.

           MOVE ZEROS TO WS-DAT-PAR-QTD
           MOVE 'N' TO WS-DAT-PAR-EXCEDE

           OPEN INPUT PARAMETROS
           IF AS-STATUS-PAR = ZEROS
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ PARAMETROS INTO WS-DAT-LINHA-PAR
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           IF WS-DAT-LINHA-PAR(1:8) NOT =
                                  WS-DAT-EXPLICITA OR
                              WS-DAT-LINHA-PAR(9:2) NOT = SPACES
                               IF WS-DAT-PAR-QTD < 50
                                   ADD 1 TO WS-DAT-PAR-QTD
                                   MOVE WS-DAT-LINHA-PAR TO
                                       WS-DAT-PAR-LINHA(WS-DAT-PAR-QTD)
                               ELSE
                                   MOVE 'S' TO WS-DAT-PAR-EXCEDE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS

               MOVE WS-DAT-EXPLICITA TO WS-DAT-CALC
               PERFORM 2080-FORMATAR-DATA
               MOVE SPACES TO WS-LINHA-LOGN
               IF WS-DAT-PAR-EXCEDE = 'S'
      *            MAIS DE 50 LINHAS: NAO REGRAVA PARA NAO PERDER
      *            COMANDOS; A DATA FICA E O LOG AVISA.
                   STRING 'PARAMETROS COM MAIS DE 50 LINHAS: DATA '
                              DELIMITED BY SIZE
                          WS-DAT-FMT DELIMITED BY SIZE
                          ' NAO RETIRADA' DELIMITED BY SIZE
                          INTO WS-LINHA-LOGN
               ELSE
                   OPEN OUTPUT PARAMETROS
                   PERFORM VARYING WS-DAT-PAR-I FROM 1 BY 1
                           UNTIL WS-DAT-PAR-I > WS-DAT-PAR-QTD
                       MOVE WS-DAT-PAR-LINHA(WS-DAT-PAR-I) TO
                           ARQ-PARAMETROS
                       WRITE ARQ-PARAMETROS
                   END-PERFORM
                   CLOSE PARAMETROS

                   STRING 'DATA ' DELIMITED BY SIZE
                          WS-DAT-FMT DELIMITED BY SIZE
                          ' RETIRADA DOS PARAMETROS (NOITE REFEITA)'
                              DELIMITED BY SIZE
                          INTO WS-LINHA-LOGN
               END-IF
               PERFORM 2900-GRAVAR-LOG
           END-IF
           .
       3100-RETIRAR-DATA-EXPLICITA-FIM.
           EXIT.

       END PROGRAM NOTURNO.
