      *    recomecava nos mesmos 100. A varredura agora anda em lotes
      *    de 100 na ordem da chave, retomando do ultimo CPF tratado
      *    ate cobrir o cadastro inteiro.
      *    30/09/2026 - Consentimento de marketing por canal no
      *    registro do cliente (236 posicoes, convertido pelo
      *    MIGRACONSENT): ligacao e e-mail, cada um com S/N, data e
      *    operador que registrou. Perguntado no cadastro e alterado
      *    pela nova opcao C; toda mudanca vai para
      *    Consentimentos-hist.txt e para a auditoria, e a
      *    anonimizacao LGPD revoga os dois. A nova opcao R soma, por
      *    lista (retorno preventivo, orcamentos vencendo, lote de
      *    e-mails, pesquisa NPS), quantos clientes ficaram de fora
      *    por falta de consentimento, em Relatorio-consentimento.txt.
      *    01/10/2026 - Manutencao.txt e Historico-anual.txt lidos
      *    com 179 posicoes e Orcamentos.txt com 149 (filial no fim).
      *    Clientes continuam unicos para todas as filiais.
      *    03/10/2026 - Veiculos.txt com 85 posicoes (chassi no fim):
      *    a fusao de cadastros preserva o chassi do veiculo.
      *    07/10/2026 - CPF, telefone e e-mail mascarados nas
      *    consultas, na busca por nome, na visao 360 e nos retornos
      *    de hoje para os cargos que nao precisam deles (subprograma
      *    MASCARA). Gerente e atendente continuam vendo tudo.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-HPR.

       SELECT CONSENT-HIST ASSIGN TO WS-ARQ-CONSENT-HIST-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CHI.

       SELECT EXCLUSOES-CONS ASSIGN TO WS-ARQ-EXCLUSOES-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-EXC.

       SELECT RELATORIO-CONS ASSIGN TO WS-ARQ-REL-CONS-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-RCO.

       DATA DIVISION.
       FILE SECTION.

       01 ARQ-RELATO-LINHA.
           05 ARQ-RELATO-PREFIXO           PIC X(43).
           05 ARQ-RELATO-CPF               PIC X(11).
           05 ARQ-RELATO-SUFIXO            PIC X(182).

       FD OPERADOR-ATUAL
          RECORDING MODE IS F

       01 ARQ-VEICULOS.
           05 ARQ-VEICULOS-PLACA           PIC X(08).
           05 ARQ-VEICULOS-SUFIXO          PIC X(77).

       FD MAINTENANCE
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MAINTENANCE                  PIC X(179).

       FD CONTATOS
          RECORDING MODE IS F
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-HISTORICO-ANUAL              PIC X(179).

       FD ORCAMENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-ORCAMENTOS                   PIC X(149).

       FD ANOS-RETENCAO
          RECORDING MODE IS F

       01 ARQ-HIST-PROPRIEDADE             PIC X(43).

       FD CONSENT-HIST
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONSENT-HIST                 PIC X(53).

       FD EXCLUSOES-CONS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-EXCLUSOES-CONS               PIC X(52).

       FD RELATORIO-CONS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RELATORIO-CONS               PIC X(100).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-S                      PIC 9(02)   VALUE ZEROS.
       01 AS-STATUS-ANR                    PIC 9(02)   VALUE ZEROS.
       01 AS-STATUS-ANO                    PIC 9(02)   VALUE ZEROS.
       01 AS-STATUS-HPR                    PIC 9(02)   VALUE ZEROS.
       01 AS-STATUS-CHI                    PIC 9(02)   VALUE ZEROS.
       01 AS-STATUS-EXC                    PIC 9(02)   VALUE ZEROS.
       01 AS-STATUS-RCO                    PIC 9(02)   VALUE ZEROS.

      *-----------------------------------------------------------------
      *              DIRETORIO DE DADOS (CONFIGURAVEL)
       01 WS-ARQ-ANOS-RET-PATH             PIC X(80)   VALUE SPACES.
       01 WS-ARQ-ANONIMIZADOS-PATH         PIC X(80)   VALUE SPACES.
       01 WS-ARQ-HIST-PROP-PATH            PIC X(80)   VALUE SPACES.
       01 WS-ARQ-CONSENT-HIST-PATH         PIC X(80)   VALUE SPACES.
       01 WS-ARQ-EXCLUSOES-PATH            PIC X(80)   VALUE SPACES.
       01 WS-ARQ-REL-CONS-PATH             PIC X(80)   VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01 WS-RET-QTD-ANON                  PIC 9(03)   VALUE ZEROS.
       01 WS-RET-CONFIRMA                  PIC X(01)   VALUE 'N'.
       01 WS-CLOSE-RET                     PIC X(01)   VALUE 'S'.
       01 WS-DADOS-RET                     PIC X(179)  VALUE SPACES.
       01 WS-RET-L-C1                      PIC X(06)   VALUE SPACES.
       01 WS-RET-L-PLACA                   PIC X(08)   VALUE SPACES.
       01 WS-RET-L-DATA                    PIC X(10)   VALUE SPACES.
      *              VISAO 360 DO CLIENTE
      *-----------------------------------------------------------------
       01 WS-V360-CPF                      PIC X(11)   VALUE SPACES.
       01 WS-DADOS-VEI                     PIC X(85)   VALUE SPACES.
       01 WS-VEI-PLACA                     PIC X(13)   VALUE SPACES.
       01 WS-VEI-MARCA                     PIC X(15)   VALUE SPACES.
       01 WS-VEI-MODELO                    PIC X(15)   VALUE SPACES.
       01 WS-VEI-ANO                       PIC X(15)   VALUE SPACES.
       01 WS-VEI-CPF                       PIC X(11)   VALUE SPACES.
       01 WS-VEI-CHASSI                    PIC X(17)   VALUE SPACES.
       01 WS-CLOSE-VEI                     PIC X(01)   VALUE 'S'.
       01 WS-QTD-VEICULOS                  PIC 9(03)   VALUE ZEROS.
       01 WS-DADOS-MAN                     PIC X(179)  VALUE SPACES.
       01 WS-MAN-OS                        PIC X(06)   VALUE SPACES.
       01 WS-MAN-PLACA                     PIC X(08)   VALUE SPACES.
       01 WS-MAN-DATA                      PIC X(10)   VALUE SPACES.
       01 WS-QTD-ABERTAS                   PIC 9(03)   VALUE ZEROS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              MASCARA DE DADOS PESSOAIS (SUBPROGRAMA MASCARA)
      *-----------------------------------------------------------------
       01 WS-MSC-OPCAO                     PIC X(01)   VALUE SPACES.
       01 WS-MSC-VALOR                     PIC X(40)   VALUE SPACES.
       01 WS-MSC-RESULTADO                 PIC X(40)   VALUE SPACES.
       01 WS-MSC-CPF                       PIC X(14)   VALUE SPACES.
       01 WS-MSC-TELEFONE                  PIC X(13)   VALUE SPACES.
       01 WS-MSC-EMAIL                     PIC X(40)   VALUE SPACES.
       01 WS-DADOS-EXIBE                   PIC X(250)  VALUE SPACES.
      *-----------------------------------------------------------------


      *-----------------------------------------------------------------
      *              TRAVAS DE REGISTRO (SUBPROGRAMA TRAVA)
       01 WS-TRV-ACAO                      PIC X(01)   VALUE SPACES.
       01 WS-TRV-MODULO-L                  PIC X(10)   VALUE SPACES.
       01 WS-TRV-CHAVE-L                   PIC X(15)   VALUE SPACES.
       01 WS-TRV-OPER-L                    PIC X(38)   VALUE SPACES.
       01 WS-TRV-RESULTADO                 PIC X(01)   VALUE SPACES.
      *-----------------------------------------------------------------

           05 LINDET01-REL-TELEFONE        PIC X(13)   VALUE SPACES.
           05 LINDET01-REL-SPACE7          PIC X(03)   VALUE ' | '.
           05 LINDET01-REL-EMAIL           PIC X(40)   VALUE SPACES.
           05 LINDET01-REL-CONSENTIMENTO.
               10 LINDET01-REL-SPACE8      PIC X(03)   VALUE ' | '.
               10 LINDET01-REL-CONS-TEL    PIC X(01)   VALUE 'N'.
               10 LINDET01-REL-SPACE9      PIC X(03)   VALUE ' | '.
               10 LINDET01-REL-CONS-TEL-DATA
                                           PIC X(10)   VALUE SPACES.
               10 LINDET01-REL-SPACE10     PIC X(03)   VALUE ' | '.
               10 LINDET01-REL-CONS-TEL-OPER
                                           PIC X(04)   VALUE SPACES.
               10 LINDET01-REL-SPACE11     PIC X(03)   VALUE ' | '.
               10 LINDET01-REL-CONS-EML    PIC X(01)   VALUE 'N'.
               10 LINDET01-REL-SPACE12     PIC X(03)   VALUE ' | '.
               10 LINDET01-REL-CONS-EML-DATA
                                           PIC X(10)   VALUE SPACES.
               10 LINDET01-REL-SPACE13     PIC X(03)   VALUE ' | '.
               10 LINDET01-REL-CONS-EML-OPER
                                           PIC X(04)   VALUE SPACES.


       01 WS-LINDET-SPACES                 PIC X(60)   VALUE ALL SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *              CONSENTIMENTO DE MARKETING POR CANAL
      *-----------------------------------------------------------------
       01 LINDET-CHIS.
           05 LINDET-CHIS-CPF              PIC X(11)   VALUE SPACES.
           05 LINDET-CHIS-SP1              PIC X(01)   VALUE '|'.
           05 LINDET-CHIS-DATA             PIC X(10)   VALUE SPACES.
           05 LINDET-CHIS-SP2              PIC X(01)   VALUE '|'.
           05 LINDET-CHIS-OPERADOR         PIC X(04)   VALUE SPACES.
           05 LINDET-CHIS-SP3              PIC X(01)   VALUE '|'.
           05 LINDET-CHIS-CANAL            PIC X(08)   VALUE SPACES.
           05 LINDET-CHIS-SP4              PIC X(01)   VALUE '|'.
           05 LINDET-CHIS-ANTES            PIC X(01)   VALUE SPACES.
           05 LINDET-CHIS-SP5              PIC X(01)   VALUE '|'.
           05 LINDET-CHIS-DEPOIS           PIC X(01)   VALUE SPACES.
           05 LINDET-CHIS-SP6              PIC X(01)   VALUE '|'.
           05 LINDET-CHIS-ORIGEM           PIC X(12)   VALUE SPACES.

       01 WS-EXISTE-CHI                    PIC X(01)   VALUE 'N'.
       01 WS-CSN-CPF                       PIC X(11)   VALUE SPACES.
       01 WS-CSN-CANAL                     PIC X(08)   VALUE SPACES.
       01 WS-CSN-ANTES                     PIC X(01)   VALUE SPACES.
       01 WS-CSN-DEPOIS                    PIC X(01)   VALUE SPACES.
       01 WS-CSN-ORIGEM                    PIC X(12)   VALUE SPACES.
       01 WS-CSN-RESP                      PIC X(01)   VALUE SPACES.
       01 WS-CSN-TEL-ANT                   PIC X(01)   VALUE SPACES.
       01 WS-CSN-EML-ANT                   PIC X(01)   VALUE SPACES.
       01 WS-CSN-NOVO-TEL                  PIC X(01)   VALUE SPACES.
       01 WS-CSN-NOVO-EML                  PIC X(01)   VALUE SPACES.

      *    RODADAS DAS LISTAS GRAVADAS POR MANUTENCAO E PESQUISA
       01 LINDET-EXC-L.
           05 LINDET-EXC-L-DATA            PIC X(10).
           05 FILLER                       PIC X(01).
           05 LINDET-EXC-L-LISTA           PIC X(20).
           05 FILLER                       PIC X(01).
           05 LINDET-EXC-L-CANAL           PIC X(08).
           05 FILLER                       PIC X(01).
           05 LINDET-EXC-L-INCLUIDOS       PIC 9(05).
           05 FILLER                       PIC X(01).
           05 LINDET-EXC-L-EXCLUIDOS       PIC 9(05).

       01 WS-EXC-TABELA.
           05 WS-EXC-ENT OCCURS 10 TIMES.
               10 WS-EXC-LISTA             PIC X(20).
               10 WS-EXC-CANAL             PIC X(08).
               10 WS-EXC-RODADAS           PIC 9(05).
               10 WS-EXC-INCLUIDOS         PIC 9(07).
               10 WS-EXC-EXCLUIDOS         PIC 9(07).
               10 WS-EXC-ULTIMA            PIC X(10).
       01 WS-EXC-QTD                       PIC 9(02)   VALUE ZEROS.
       01 WS-EXC-I                         PIC 9(02)   VALUE ZEROS.
       01 WS-EXC-ACHOU                     PIC X(01)   VALUE 'N'.
       01 WS-EXC-MES                       PIC X(07)   VALUE SPACES.
       01 WS-EXC-TOT-EXCLUIDOS             PIC 9(07)   VALUE ZEROS.
       01 WS-CLOSE-EXC                     PIC X(01)   VALUE 'S'.
       01 WS-CSN-QTD-CLIENTES              PIC 9(05)   VALUE ZEROS.
       01 WS-CSN-QTD-TEL                   PIC 9(05)   VALUE ZEROS.
       01 WS-CSN-QTD-EML                   PIC 9(05)   VALUE ZEROS.
       01 WS-CSN-QTD-NENHUM                PIC 9(05)   VALUE ZEROS.
       01 WS-LINHA-RCO                     PIC X(100)  VALUE SPACES.
       01 WS-LINDET-STATUS                 PIC X(01)   VALUE SPACES.

      *-----------------------------------------------------------------
       01 AS-FIM-LOOP-MAIN                 PIC X(04)   VALUE 'NAO'.
       01 WS-EXISTE-DADOS                  PIC X(01)   VALUE 'N'.
       01 WS-CLOSE-FILE                    PIC X(01)   VALUE 'S'.
       01 WS-DADOS                         PIC X(236)  VALUE SPACES.
       01 WS-CPF-BUSCA                     PIC 9(11)   VALUE ZEROS.
       01 WS-CONTINUE-UPDATE               PIC X(01)   VALUE 'S'.

       LINKAGE SECTION.

       01 WS-SUB-OPTION                        PIC 9(01).
       01 WS-OPERADOR-SESSAO               PIC X(38).
      *-----------------------------------------------------------------
      *                    DEFINI��O DAS VARIAVEIS
      *-----------------------------------------------------------------
           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Historico-propriedade.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-HIST-PROP-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Consentimentos-hist.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-CONSENT-HIST-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Exclusoes-consentimento.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-EXCLUSOES-PATH

           STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                  'Relatorio-consentimento.txt' DELIMITED BY SIZE
                  INTO WS-ARQ-REL-CONS-PATH
           .
       1010-CARREGAR-DIRETORIO-FIM.
           EXIT.
           DISPLAY "| 0. Retencao de dados LGPD (gerente)   |"
           DISPLAY "| F. Fundir cadastros duplicados        |"
           DISPLAY "|    (gerente)                          |"
           DISPLAY "| C. Consentimento de marketing         |"
           DISPLAY "| R. Clientes excluidos das listas por  |"
           DISPLAY "|    falta de consentimento             |"
           DISPLAY "|---------------------------------------|"
           DISPLAY "Escolha uma opcao:"
           ACCEPT WS-OPCAO
               IF WS-ACESSO-OK = 'S'
                   PERFORM 6000-FUSAO-CADASTROS
               END-IF
           WHEN WS-OPCAO = 'C'
               PERFORM 2900-CONSENTIMENTO-MARKETING
           WHEN WS-OPCAO = 'R'
               PERFORM 2950-RELATORIO-CONSENTIMENTO
           WHEN OTHER
               DISPLAY 'ESCOLHA INVALIDA'
           END-EVALUATE
           ACCEPT LINDET01-REL-TELEFONE
           DISPLAY "E-MAIL: "
           ACCEPT LINDET01-REL-EMAIL
           PERFORM 2160-PERGUNTAR-CONSENTIMENTO

           MOVE LINDET01-REL TO ARQ-RELATO-LINHA
           WRITE ARQ-RELATO-LINHA
               INVALID KEY
                   DISPLAY 'JA EXISTE UM CLIENTE COM ESSE CPF'
               NOT INVALID KEY
                   MOVE LINDET01-REL-CPF TO WS-CSN-CPF
                   MOVE 'CADASTRO' TO WS-CSN-ORIGEM
                   MOVE SPACES TO WS-CSN-ANTES
                   MOVE 'TELEFONE' TO WS-CSN-CANAL
                   MOVE LINDET01-REL-CONS-TEL TO WS-CSN-DEPOIS
                   PERFORM 2960-GRAVAR-HIST-CONSENT
                   MOVE 'E-MAIL' TO WS-CSN-CANAL
                   MOVE LINDET01-REL-CONS-EML TO WS-CSN-DEPOIS
                   PERFORM 2960-GRAVAR-HIST-CONSENT

                   MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
                   MOVE LINDET01-REL-CPF TO WS-AUD-CHAVE
                   MOVE SPACES TO WS-AUD-VALOR-ANTIGO
       2100-CADASTRAR-CLIENTE-FIM.
           EXIT.

      * PERGUNTA NO CADASTRO SE O CLIENTE AUTORIZA OFERTAS E LEMBRETES
      * POR LIGACAO E POR E-MAIL, CARIMBANDO DATA E OPERADOR.
       2160-PERGUNTAR-CONSENTIMENTO        SECTION.

           PERFORM 2170-FORMATAR-HOJE

           DISPLAY "AUTORIZA OFERTAS E LEMBRETES POR TELEFONE? (S/N): "
           ACCEPT WS-CSN-RESP
           PERFORM UNTIL WS-CSN-RESP = 'S' OR WS-CSN-RESP = 'N'
               DISPLAY "RESPONDA S OU N: "
               ACCEPT WS-CSN-RESP
           END-PERFORM
           MOVE WS-CSN-RESP TO LINDET01-REL-CONS-TEL
           MOVE WS-DATA-HOJE-FMT-CLI TO LINDET01-REL-CONS-TEL-DATA
           MOVE WS-OPER-ID TO LINDET01-REL-CONS-TEL-OPER

           DISPLAY "AUTORIZA OFERTAS E LEMBRETES POR E-MAIL? (S/N): "
           ACCEPT WS-CSN-RESP
           PERFORM UNTIL WS-CSN-RESP = 'S' OR WS-CSN-RESP = 'N'
               DISPLAY "RESPONDA S OU N: "
               ACCEPT WS-CSN-RESP
           END-PERFORM
           MOVE WS-CSN-RESP TO LINDET01-REL-CONS-EML
           MOVE WS-DATA-HOJE-FMT-CLI TO LINDET01-REL-CONS-EML-DATA
           MOVE WS-OPER-ID TO LINDET01-REL-CONS-EML-OPER
           .
       2160-PERGUNTAR-CONSENTIMENTO-FIM.
           EXIT.

       2170-FORMATAR-HOJE                  SECTION.

           ACCEPT WS-DATA-HOJE-CLI FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE-CLI(7:2) TO WS-DATA-HOJE-FMT-CLI(1:2)
           MOVE '/' TO WS-DATA-HOJE-FMT-CLI(3:1)
           MOVE WS-DATA-HOJE-CLI(5:2) TO WS-DATA-HOJE-FMT-CLI(4:2)
           MOVE '/' TO WS-DATA-HOJE-FMT-CLI(6:1)
           MOVE WS-DATA-HOJE-CLI(1:4) TO WS-DATA-HOJE-FMT-CLI(7:4)
           .
       2170-FORMATAR-HOJE-FIM.
           EXIT.

      * CLIENTE ANONIMIZADO NAO PODE RECEBER OFERTA: O QUE ESTIVER
      * AUTORIZADO PASSA A N, COM O HISTORICO DA REVOGACAO.
       2180-REVOGAR-CONSENTIMENTOS         SECTION.

           PERFORM 2170-FORMATAR-HOJE
           MOVE LINDET01-REL-CPF TO WS-CSN-CPF
           MOVE 'ANONIMIZACAO' TO WS-CSN-ORIGEM
           MOVE 'N' TO WS-CSN-DEPOIS

           IF LINDET01-REL-CONS-TEL = 'S'
               MOVE 'TELEFONE' TO WS-CSN-CANAL
               MOVE LINDET01-REL-CONS-TEL TO WS-CSN-ANTES
               PERFORM 2960-GRAVAR-HIST-CONSENT
           END-IF
           IF LINDET01-REL-CONS-EML = 'S'
               MOVE 'E-MAIL' TO WS-CSN-CANAL
               MOVE LINDET01-REL-CONS-EML TO WS-CSN-ANTES
               PERFORM 2960-GRAVAR-HIST-CONSENT
           END-IF

           MOVE ' | ' TO LINDET01-REL-SPACE8
           MOVE ' | ' TO LINDET01-REL-SPACE9
           MOVE ' | ' TO LINDET01-REL-SPACE10
           MOVE ' | ' TO LINDET01-REL-SPACE11
           MOVE ' | ' TO LINDET01-REL-SPACE12
           MOVE ' | ' TO LINDET01-REL-SPACE13
           MOVE 'N' TO LINDET01-REL-CONS-TEL
           MOVE WS-DATA-HOJE-FMT-CLI TO LINDET01-REL-CONS-TEL-DATA
           MOVE WS-OPER-ID TO LINDET01-REL-CONS-TEL-OPER
           MOVE 'N' TO LINDET01-REL-CONS-EML
           MOVE WS-DATA-HOJE-FMT-CLI TO LINDET01-REL-CONS-EML-DATA
           MOVE WS-OPER-ID TO LINDET01-REL-CONS-EML-OPER
           .
       2180-REVOGAR-CONSENTIMENTOS-FIM.
           EXIT.

       2200-CONSULTAR-CLIENTE              SECTION.

           MOVE 'S' TO WS-CLOSE-FILE
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           PERFORM 2270-MASCARAR-REGISTRO
                           DISPLAY WS-DADOS-EXIBE
                   END-READ
               END-PERFORM
           ELSE
                                               LINDET01-REL-NOME
                           PERFORM 2260-COMPARAR-NOME
                           IF WS-NOME-CONTIDO = 'S'
                               PERFORM 2270-MASCARAR-REGISTRO
                               DISPLAY WS-DADOS-EXIBE
                               MOVE 'S' TO WS-NOME-ENCONTRADO
                           END-IF
                   END-READ
       2250-BUSCAR-POR-NOME-FIM.
           EXIT.

      * MONTA EM WS-DADOS-EXIBE A LINHA DO CLIENTE PARA A TELA, COM
      * CPF, TELEFONE E E-MAIL MASCARADOS CONFORME O CARGO DA SESSAO.
      * QUANDO O CARGO VE TUDO, A LINHA SAI IGUAL A DO ARQUIVO.
       2270-MASCARAR-REGISTRO              SECTION.

           MOVE WS-DADOS(44:11) TO WS-MSC-VALOR
           PERFORM 2280-MASCARAR-CPF

           IF WS-MSC-RESULTADO = WS-MSC-VALOR
               MOVE WS-DADOS TO WS-DADOS-EXIBE
           ELSE
               MOVE 'T' TO WS-MSC-OPCAO
               MOVE WS-DADOS(133:13) TO WS-MSC-VALOR
               CALL 'MASCARA' USING WS-MSC-OPCAO, WS-OPERADOR-SESSAO,
                   WS-MSC-VALOR, WS-MSC-RESULTADO
               MOVE WS-MSC-RESULTADO TO WS-MSC-TELEFONE

               MOVE 'E' TO WS-MSC-OPCAO
               MOVE WS-DADOS(149:40) TO WS-MSC-VALOR
               CALL 'MASCARA' USING WS-MSC-OPCAO, WS-OPERADOR-SESSAO,
                   WS-MSC-VALOR, WS-MSC-RESULTADO
               MOVE WS-MSC-RESULTADO TO WS-MSC-EMAIL

               MOVE SPACES TO WS-DADOS-EXIBE
               STRING WS-DADOS(1:43) DELIMITED BY SIZE
                      WS-MSC-CPF DELIMITED BY SIZE
                      WS-DADOS(55:78) DELIMITED BY SIZE
                      WS-MSC-TELEFONE DELIMITED BY SIZE
                      WS-DADOS(146:3) DELIMITED BY SIZE
                      WS-MSC-EMAIL DELIMITED BY SIZE
                      WS-DADOS(189:48) DELIMITED BY SIZE
                      INTO WS-DADOS-EXIBE
           END-IF
           .
       2270-MASCARAR-REGISTRO-FIM.
           EXIT.

      * MASCARA O CPF DE WS-MSC-VALOR EM WS-MSC-CPF. SE O RESULTADO
      * VOLTAR IGUAL AO VALOR, O CARGO VE O CPF INTEIRO.
       2280-MASCARAR-CPF                   SECTION.

           MOVE 'C' TO WS-MSC-OPCAO
           CALL 'MASCARA' USING WS-MSC-OPCAO, WS-OPERADOR-SESSAO,
               WS-MSC-VALOR, WS-MSC-RESULTADO
           MOVE WS-MSC-RESULTADO TO WS-MSC-CPF
           .
       2280-MASCARAR-CPF-FIM.
           EXIT.

      * SECAO AUXILIAR: VERIFICA SE O NOME BUSCADO ESTA CONTIDO NO
      * NOME DO REGISTRO LIDO, EM QUALQUER POSICAO
       2260-COMPARAR-NOME                  SECTION.
                                               LINDET01-REL-CEP
                                               LINDET01-REL-TELEFONE
                                               LINDET01-REL-EMAIL
                           MOVE WS-DADOS(189:48) TO
                               LINDET01-REL-CONSENTIMENTO
                           MOVE WS-DADOS TO WS-AUD-VALOR-ANTIGO

                           DISPLAY "CLIENTE ENCONTRADO!"
                   NOT INVALID KEY
                       CLOSE RELATO
                       DISPLAY "-------------------------------------"
                       PERFORM 2270-MASCARAR-REGISTRO
                       DISPLAY "CLIENTE: " WS-DADOS-EXIBE
                       DISPLAY "-------------------------------------"
                       PERFORM 2760-EXIBIR-VEICULOS-360
                       DISPLAY "CONTATOS RECENTES:"

           IF WS-VEI-CPF = WS-V360-CPF
               ADD 1 TO WS-QTD-VEICULOS
               MOVE WS-VEI-CPF TO WS-MSC-VALOR
               PERFORM 2280-MASCARAR-CPF
               IF WS-MSC-RESULTADO = WS-MSC-VALOR
                   DISPLAY "VEICULO: " WS-DADOS-VEI
               ELSE
                   DISPLAY "VEICULO: " WS-DADOS-VEI(1:54)
                       WS-MSC-CPF WS-DADOS-VEI(66:20)
               END-IF
               PERFORM 2780-EXIBIR-ABERTAS-360
           END-IF
           .
                           UNSTRING WS-DADOS-CONT DELIMITED BY '|'
                               INTO WS-CONT-L-CPF
                           IF WS-CONT-L-CPF = WS-V360-CPF
                               MOVE WS-CONT-L-CPF TO WS-MSC-VALOR
                               PERFORM 2280-MASCARAR-CPF
                               IF WS-MSC-RESULTADO = WS-MSC-VALOR
                                   DISPLAY "  CONTATO: " WS-DADOS-CONT
                               ELSE
                                   DISPLAY "  CONTATO: " WS-MSC-CPF
                                       WS-DADOS-CONT(12:70)
                               END-IF
                               ADD 1 TO WS-QTD-CONTATOS
                           END-IF
                   END-READ
                                    WS-CONT-L-RETORNO
                           IF WS-CONT-L-RETORNO =
                               WS-DATA-HOJE-FMT-CLI
                               MOVE WS-CONT-L-CPF TO WS-MSC-VALOR
                               PERFORM 2280-MASCARAR-CPF
                               IF WS-MSC-RESULTADO = WS-MSC-VALOR
                                   DISPLAY WS-DADOS-CONT
                               ELSE
                                   DISPLAY WS-MSC-CPF
                                       WS-DADOS-CONT(12:70)
                               END-IF
                               ADD 1 TO WS-QTD-RETORNOS
                           END-IF
                   END-READ
       2850-RETORNOS-DE-HOJE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *              CONSENTIMENTO DE MARKETING
      *-----------------------------------------------------------------

      * MOSTRA E ALTERA O CONSENTIMENTO DE LIGACAO E DE E-MAIL DE UM
      * CLIENTE. SO O CANAL QUE MUDOU GANHA DATA E OPERADOR NOVOS, E
      * CADA MUDANCA VAI PARA O HISTORICO E PARA A AUDITORIA.
       2900-CONSENTIMENTO-MARKETING        SECTION.

           PERFORM 1050-VERIFICAR-DADOS
           IF WS-EXISTE-DADOS = 'S'
               OPEN I-O RELATO
               PERFORM 1125-VERIFICAR-ABERTURA

               DISPLAY "CPF do cliente: "
               ACCEPT WS-CPF-BUSCA
               MOVE WS-CPF-BUSCA TO ARQ-RELATO-CPF

               MOVE WS-CPF-BUSCA TO WS-TRV-CHAVE-L
               PERFORM 1085-TRAVAR-REGISTRO
               IF WS-TRV-RESULTADO = 'S'
                   READ RELATO INTO WS-DADOS
                       INVALID KEY
                           DISPLAY "CLIENTE NAO ENCONTRADO"
                       NOT INVALID KEY
                           PERFORM 2910-ALTERAR-CONSENTIMENTO
                   END-READ
                   PERFORM 1086-DESTRAVAR-REGISTRO
               END-IF

               CLOSE RELATO
           ELSE
               DISPLAY 'NAO HA CLIENTES CADASTRADOS'
           END-IF
           .
       2900-CONSENTIMENTO-MARKETING-FIM.
           EXIT.

       2910-ALTERAR-CONSENTIMENTO          SECTION.

           MOVE WS-DADOS TO LINDET01-REL
           MOVE LINDET01-REL-CONS-TEL TO WS-CSN-TEL-ANT
           MOVE LINDET01-REL-CONS-EML TO WS-CSN-EML-ANT

           DISPLAY "CLIENTE : " LINDET01-REL-NOME
           DISPLAY "TELEFONE: " LINDET01-REL-CONS-TEL
               "  EM " LINDET01-REL-CONS-TEL-DATA
               "  POR " LINDET01-REL-CONS-TEL-OPER
           DISPLAY "E-MAIL  : " LINDET01-REL-CONS-EML
               "  EM " LINDET01-REL-CONS-EML-DATA
               "  POR " LINDET01-REL-CONS-EML-OPER

           DISPLAY "AUTORIZA TELEFONE? (S/N, ENTER MANTEM): "
           MOVE SPACES TO WS-CSN-NOVO-TEL
           ACCEPT WS-CSN-NOVO-TEL
           PERFORM UNTIL WS-CSN-NOVO-TEL = 'S' OR
                         WS-CSN-NOVO-TEL = 'N' OR
                         WS-CSN-NOVO-TEL = SPACES
               DISPLAY "RESPONDA S, N OU ENTER: "
               ACCEPT WS-CSN-NOVO-TEL
           END-PERFORM

           DISPLAY "AUTORIZA E-MAIL? (S/N, ENTER MANTEM): "
           MOVE SPACES TO WS-CSN-NOVO-EML
           ACCEPT WS-CSN-NOVO-EML
           PERFORM UNTIL WS-CSN-NOVO-EML = 'S' OR
                         WS-CSN-NOVO-EML = 'N' OR
                         WS-CSN-NOVO-EML = SPACES
               DISPLAY "RESPONDA S, N OU ENTER: "
               ACCEPT WS-CSN-NOVO-EML
           END-PERFORM

           IF WS-CSN-NOVO-TEL = SPACES
               MOVE WS-CSN-TEL-ANT TO WS-CSN-NOVO-TEL
           END-IF
           IF WS-CSN-NOVO-EML = SPACES
               MOVE WS-CSN-EML-ANT TO WS-CSN-NOVO-EML
           END-IF

           IF WS-CSN-NOVO-TEL = WS-CSN-TEL-ANT AND
              WS-CSN-NOVO-EML = WS-CSN-EML-ANT
               DISPLAY "NENHUMA ALTERACAO DE CONSENTIMENTO."
           ELSE
               PERFORM 2920-GRAVAR-CONSENTIMENTO
           END-IF
           .
       2910-ALTERAR-CONSENTIMENTO-FIM.
           EXIT.

       2920-GRAVAR-CONSENTIMENTO           SECTION.

           PERFORM 2170-FORMATAR-HOJE

           IF WS-CSN-NOVO-TEL NOT = WS-CSN-TEL-ANT
               MOVE WS-CSN-NOVO-TEL TO LINDET01-REL-CONS-TEL
               MOVE WS-DATA-HOJE-FMT-CLI TO LINDET01-REL-CONS-TEL-DATA
               MOVE WS-OPER-ID TO LINDET01-REL-CONS-TEL-OPER
           END-IF
           IF WS-CSN-NOVO-EML NOT = WS-CSN-EML-ANT
               MOVE WS-CSN-NOVO-EML TO LINDET01-REL-CONS-EML
               MOVE WS-DATA-HOJE-FMT-CLI TO LINDET01-REL-CONS-EML-DATA
               MOVE WS-OPER-ID TO LINDET01-REL-CONS-EML-OPER
           END-IF
           MOVE ' | ' TO LINDET01-REL-SPACE8
           MOVE ' | ' TO LINDET01-REL-SPACE9
           MOVE ' | ' TO LINDET01-REL-SPACE10
           MOVE ' | ' TO LINDET01-REL-SPACE11
           MOVE ' | ' TO LINDET01-REL-SPACE12
           MOVE ' | ' TO LINDET01-REL-SPACE13

           MOVE LINDET01-REL TO ARQ-RELATO-LINHA
           REWRITE ARQ-RELATO-LINHA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CONSENTIMENTO"
               NOT INVALID KEY
                   MOVE WS-CPF-BUSCA TO WS-CSN-CPF
                   MOVE 'ALTERACAO' TO WS-CSN-ORIGEM
                   IF WS-CSN-NOVO-TEL NOT = WS-CSN-TEL-ANT
                       MOVE 'TELEFONE' TO WS-CSN-CANAL
                       MOVE WS-CSN-TEL-ANT TO WS-CSN-ANTES
                       MOVE WS-CSN-NOVO-TEL TO WS-CSN-DEPOIS
                       PERFORM 2960-GRAVAR-HIST-CONSENT
                   END-IF
                   IF WS-CSN-NOVO-EML NOT = WS-CSN-EML-ANT
                       MOVE 'E-MAIL' TO WS-CSN-CANAL
                       MOVE WS-CSN-EML-ANT TO WS-CSN-ANTES
                       MOVE WS-CSN-NOVO-EML TO WS-CSN-DEPOIS
                       PERFORM 2960-GRAVAR-HIST-CONSENT
                   END-IF

                   MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                   MOVE WS-CPF-BUSCA TO WS-AUD-CHAVE
                   MOVE SPACES TO WS-AUD-VALOR-ANTIGO
                   STRING 'CONSENTIMENTO TELEFONE=' DELIMITED BY SIZE
                          WS-CSN-TEL-ANT DELIMITED BY SIZE
                          ' E-MAIL=' DELIMITED BY SIZE
                          WS-CSN-EML-ANT DELIMITED BY SIZE
                          INTO WS-AUD-VALOR-ANTIGO
                   MOVE SPACES TO WS-AUD-VALOR-NOVO
                   STRING 'CONSENTIMENTO TELEFONE=' DELIMITED BY SIZE
                          WS-CSN-NOVO-TEL DELIMITED BY SIZE
                          ' E-MAIL=' DELIMITED BY SIZE
                          WS-CSN-NOVO-EML DELIMITED BY SIZE
                          INTO WS-AUD-VALOR-NOVO
                   CALL 'AUDITORIA' USING WS-AUD-MODULO,
                       WS-AUD-OPERACAO, WS-AUD-CHAVE,
                       WS-AUD-VALOR-ANTIGO, WS-AUD-VALOR-NOVO,
                       WS-OPERADOR-SESSAO

                   DISPLAY "CONSENTIMENTO ATUALIZADO."
           END-REWRITE
           .
       2920-GRAVAR-CONSENTIMENTO-FIM.
           EXIT.

      * RELATORIO DE EXCLUSOES: SOMA, POR LISTA, AS RODADAS ANOTADAS
      * EM EXCLUSOES-CONSENTIMENTO.TXT (DE UM MES OU DE TODO O
      * PERIODO) E FECHA COM A POSICAO ATUAL DO CADASTRO.
       2950-RELATORIO-CONSENTIMENTO        SECTION.

           DISPLAY "Mes (MM/AAAA, ENTER p/ todo o periodo): "
           MOVE SPACES TO WS-EXC-MES
           ACCEPT WS-EXC-MES

           MOVE ZEROS TO WS-EXC-QTD
           MOVE ZEROS TO WS-EXC-TOT-EXCLUIDOS
           OPEN INPUT EXCLUSOES-CONS
           IF AS-STATUS-EXC = ZEROS
               MOVE 'S' TO WS-CLOSE-EXC
               PERFORM UNTIL WS-CLOSE-EXC = 'N'
                   READ EXCLUSOES-CONS INTO LINDET-EXC-L
                       AT END
                           MOVE 'N' TO WS-CLOSE-EXC
                       NOT AT END
                           IF WS-EXC-MES = SPACES OR
                              LINDET-EXC-L-DATA(4:7) = WS-EXC-MES
                               PERFORM 2955-ACUMULAR-EXCLUSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCLUSOES-CONS
           END-IF

           PERFORM 2958-CONTAR-CONSENTIMENTOS

           OPEN OUTPUT RELATORIO-CONS
           IF AS-STATUS-RCO NOT EQUAL ZEROS
               DISPLAY "DEU ERRO NA ABERTURA " AS-STATUS-RCO
           END-IF

           MOVE SPACES TO WS-LINHA-RCO
           STRING 'CLIENTES EXCLUIDOS DAS LISTAS POR FALTA DE '
                      DELIMITED BY SIZE
                  'CONSENTIMENTO - ' DELIMITED BY SIZE
                  INTO WS-LINHA-RCO
           IF WS-EXC-MES = SPACES
               MOVE 'TODO O PERIODO' TO WS-LINHA-RCO(60:14)
           ELSE
               MOVE WS-EXC-MES TO WS-LINHA-RCO(60:7)
           END-IF
           PERFORM 2990-ESCREVER-RELATORIO
           MOVE WS-CABEC-REL1 TO WS-LINHA-RCO
           PERFORM 2990-ESCREVER-RELATORIO
           MOVE SPACES TO WS-LINHA-RCO
           STRING 'LISTA                CANAL     RODADAS  '
                      DELIMITED BY SIZE
                  'INCLUIDOS  EXCLUIDOS  ULTIMA RODADA'
                      DELIMITED BY SIZE
                  INTO WS-LINHA-RCO
           PERFORM 2990-ESCREVER-RELATORIO

           IF WS-EXC-QTD = ZEROS
               MOVE 'NENHUMA RODADA DE LISTA NO PERIODO.'
                   TO WS-LINHA-RCO
               PERFORM 2990-ESCREVER-RELATORIO
           END-IF
           PERFORM VARYING WS-EXC-I FROM 1 BY 1
                   UNTIL WS-EXC-I > WS-EXC-QTD
               MOVE SPACES TO WS-LINHA-RCO
               STRING WS-EXC-LISTA(WS-EXC-I) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EXC-CANAL(WS-EXC-I) DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      WS-EXC-RODADAS(WS-EXC-I) DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      WS-EXC-INCLUIDOS(WS-EXC-I) DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      WS-EXC-EXCLUIDOS(WS-EXC-I) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-EXC-ULTIMA(WS-EXC-I) DELIMITED BY SIZE
                      INTO WS-LINHA-RCO
               PERFORM 2990-ESCREVER-RELATORIO
           END-PERFORM

           MOVE WS-CABEC-REL1 TO WS-LINHA-RCO
           PERFORM 2990-ESCREVER-RELATORIO
           MOVE SPACES TO WS-LINHA-RCO
           STRING 'TOTAL DE EXCLUSOES NO PERIODO: ' DELIMITED BY SIZE
                  WS-EXC-TOT-EXCLUIDOS DELIMITED BY SIZE
                  INTO WS-LINHA-RCO
           PERFORM 2990-ESCREVER-RELATORIO
           MOVE SPACES TO WS-LINHA-RCO
           STRING 'CADASTRO HOJE: ' DELIMITED BY SIZE
                  WS-CSN-QTD-CLIENTES DELIMITED BY SIZE
                  ' CLIENTE(S), ' DELIMITED BY SIZE
                  WS-CSN-QTD-TEL DELIMITED BY SIZE
                  ' AUTORIZAM TELEFONE, ' DELIMITED BY SIZE
                  WS-CSN-QTD-EML DELIMITED BY SIZE
                  ' AUTORIZAM E-MAIL, ' DELIMITED BY SIZE
                  WS-CSN-QTD-NENHUM DELIMITED BY SIZE
                  ' NENHUM' DELIMITED BY SIZE
                  INTO WS-LINHA-RCO
           PERFORM 2990-ESCREVER-RELATORIO

           CLOSE RELATORIO-CONS
           DISPLAY "RELATORIO GRAVADO EM RELATORIO-CONSENTIMENTO.TXT"
           .
       2950-RELATORIO-CONSENTIMENTO-FIM.
           EXIT.

       2955-ACUMULAR-EXCLUSAO              SECTION.

           MOVE 'N' TO WS-EXC-ACHOU
           PERFORM VARYING WS-EXC-I FROM 1 BY 1
                   UNTIL WS-EXC-I > WS-EXC-QTD OR WS-EXC-ACHOU = 'S'
               IF WS-EXC-LISTA(WS-EXC-I) = LINDET-EXC-L-LISTA
                   MOVE 'S' TO WS-EXC-ACHOU
               END-IF
           END-PERFORM

           IF WS-EXC-ACHOU = 'S'
               SUBTRACT 1 FROM WS-EXC-I
           ELSE
               IF WS-EXC-QTD < 10
                   ADD 1 TO WS-EXC-QTD
                   MOVE WS-EXC-QTD TO WS-EXC-I
                   MOVE LINDET-EXC-L-LISTA TO WS-EXC-LISTA(WS-EXC-I)
                   MOVE LINDET-EXC-L-CANAL TO WS-EXC-CANAL(WS-EXC-I)
                   MOVE ZEROS TO WS-EXC-RODADAS(WS-EXC-I)
                   MOVE ZEROS TO WS-EXC-INCLUIDOS(WS-EXC-I)
                   MOVE ZEROS TO WS-EXC-EXCLUIDOS(WS-EXC-I)
                   MOVE 'S' TO WS-EXC-ACHOU
               END-IF
           END-IF

           IF WS-EXC-ACHOU = 'S' AND
              LINDET-EXC-L-INCLUIDOS IS NUMERIC AND
              LINDET-EXC-L-EXCLUIDOS IS NUMERIC
               ADD 1 TO WS-EXC-RODADAS(WS-EXC-I)
               ADD LINDET-EXC-L-INCLUIDOS TO WS-EXC-INCLUIDOS(WS-EXC-I)
               ADD LINDET-EXC-L-EXCLUIDOS TO WS-EXC-EXCLUIDOS(WS-EXC-I)
               ADD LINDET-EXC-L-EXCLUIDOS TO WS-EXC-TOT-EXCLUIDOS
               MOVE LINDET-EXC-L-DATA TO WS-EXC-ULTIMA(WS-EXC-I)
           END-IF
           .
       2955-ACUMULAR-EXCLUSAO-FIM.
           EXIT.

      * POSICAO ATUAL DO CADASTRO: QUANTOS AUTORIZAM CADA CANAL.
       2958-CONTAR-CONSENTIMENTOS          SECTION.

           MOVE ZEROS TO WS-CSN-QTD-CLIENTES
           MOVE ZEROS TO WS-CSN-QTD-TEL
           MOVE ZEROS TO WS-CSN-QTD-EML
           MOVE ZEROS TO WS-CSN-QTD-NENHUM

           PERFORM 1050-VERIFICAR-DADOS
           IF WS-EXISTE-DADOS = 'S'
               OPEN INPUT RELATO
               PERFORM 1125-VERIFICAR-ABERTURA
               MOVE 'S' TO WS-CLOSE-FILE
               PERFORM UNTIL WS-CLOSE-FILE = 'N'
                   READ RELATO NEXT RECORD INTO WS-DADOS
                       AT END
                           MOVE 'N' TO WS-CLOSE-FILE
                       NOT AT END
                           ADD 1 TO WS-CSN-QTD-CLIENTES
                           IF WS-DADOS(192:1) = 'S'
                               ADD 1 TO WS-CSN-QTD-TEL
                           END-IF
                           IF WS-DADOS(216:1) = 'S'
                               ADD 1 TO WS-CSN-QTD-EML
                           END-IF
                           IF WS-DADOS(192:1) NOT = 'S' AND
                              WS-DADOS(216:1) NOT = 'S'
                               ADD 1 TO WS-CSN-QTD-NENHUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELATO
           END-IF
           .
       2958-CONTAR-CONSENTIMENTOS-FIM.
           EXIT.

      * ACRESCENTA UMA MUDANCA DE CONSENTIMENTO (CANAL, ANTES E
      * DEPOIS, ORIGEM) AO HISTORICO, COM DATA E OPERADOR.
       2960-GRAVAR-HIST-CONSENT            SECTION.

           PERFORM 2170-FORMATAR-HOJE
           MOVE WS-CSN-CPF TO LINDET-CHIS-CPF
           MOVE WS-DATA-HOJE-FMT-CLI TO LINDET-CHIS-DATA
           MOVE WS-OPER-ID TO LINDET-CHIS-OPERADOR
           MOVE WS-CSN-CANAL TO LINDET-CHIS-CANAL
           MOVE WS-CSN-ANTES TO LINDET-CHIS-ANTES
           MOVE WS-CSN-DEPOIS TO LINDET-CHIS-DEPOIS
           MOVE WS-CSN-ORIGEM TO LINDET-CHIS-ORIGEM

           OPEN INPUT CONSENT-HIST
           IF AS-STATUS-CHI = ZEROS
               MOVE 'S' TO WS-EXISTE-CHI
               CLOSE CONSENT-HIST
           ELSE
               MOVE 'N' TO WS-EXISTE-CHI
           END-IF

           IF WS-EXISTE-CHI = 'S'
               OPEN EXTEND CONSENT-HIST
           ELSE
               OPEN OUTPUT CONSENT-HIST
           END-IF

           MOVE LINDET-CHIS TO ARQ-CONSENT-HIST
           WRITE ARQ-CONSENT-HIST
           CLOSE CONSENT-HIST
           .
       2960-GRAVAR-HIST-CONSENT-FIM.
           EXIT.

       2990-ESCREVER-RELATORIO             SECTION.

           DISPLAY WS-LINHA-RCO
           MOVE WS-LINHA-RCO TO ARQ-RELATORIO-CONS
           WRITE ARQ-RELATORIO-CONS
           .
       2990-ESCREVER-RELATORIO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *                            PROCESSAMENTO
      *-----------------------------------------------------------------
                   MOVE SPACES TO LINDET01-REL-CEP
                   MOVE SPACES TO LINDET01-REL-TELEFONE
                   MOVE SPACES TO LINDET01-REL-EMAIL
                   MOVE WS-DADOS(189:48) TO LINDET01-REL-CONSENTIMENTO
                   PERFORM 2180-REVOGAR-CONSENTIMENTOS

                   MOVE LINDET01-REL TO ARQ-RELATO-LINHA
                   REWRITE ARQ-RELATO-LINHA
               WS-VEI-CPF

           IF WS-VEI-CPF(1:11) = WS-FUS-CPF-ERRADO
               MOVE WS-DADOS-VEI(69:17) TO WS-VEI-CHASSI
               MOVE SPACES TO WS-DADOS-VEI
               STRING WS-VEI-PLACA(1:8) DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-VEI-ANO(1:4) DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-FUS-CPF-CERTO DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-VEI-CHASSI DELIMITED BY SIZE
                      INTO WS-DADOS-VEI

               MOVE WS-DADOS-VEI TO ARQ-VEICULOS
