      *    OS ativas com a data prometida de entrega ja vencida (novo
      *    campo do registro de manutencao), listadas uma a uma com o
      *    mecanico responsavel.
      *    23/09/2026 - Registro da peca com 103 posicoes: o painel
      *    conta as pecas abaixo do estoque minimo de cada uma (o 10
      *    fixo ficou so para registro sem minimo).
      *    24/09/2026 - Registro da peca com 107 posicoes (indicador
      *    de rastreio por numero de serie ou lote no fim).
      *    25/09/2026 - Nova opcao E: cadastro de ferramentas e
      *    equipamentos da oficina com vencimento de calibracao,
      *    servido pelo novo CALIBRACAO.cbl. O painel de inicio de dia
      *    mostra quantos estao com a calibracao vencida.
      *    26/09/2026 - Nova opcao F: calendario de feriados e dias
      *    fechados da oficina, servido pelo novo CALENDARIO.cbl.
      *    27/09/2026 - Cadastro de funcionarios ganhou a opcao 6:
      *    ausencias (ferias, folga, atestado), servida pelo novo
      *    AUSENCIA.cbl.
      *    01/10/2026 - Operacao em mais de uma filial: no login o
      *    funcionario escolhe a filial (novo FILIAL.cbl, cadastro em
      *    Filiais.txt), que vai no fim da sessao passada aos modulos
      *    (ID|NOME|CARGO|FF). Nova opcao L: cadastro de filiais. O
      *    painel de inicio de dia mostra so a filial da sessao e o
      *    estoque dela (Relatorio-pecas-NN.txt fora da 01).
      *    05/10/2026 - Metas do mes (novo METAS.cbl): opcao M do
      *    menu para lancar as metas e tirar o relatorio planejado x
      *    realizado; o painel de inicio de dia ganha o resumo das
      *    metas do mes corrente da filial da sessao.
      *    06/10/2026 - Opcao 7 chama o CONSAUD com o terceiro
      *    parametro (quantidade de problemas da conferencia da cadeia
      *    do log, usado so pelo NOTURNO).
      *    09/10/2026 - MANUTENCAO chamado com a data de
      *    processamento em branco (terceiro parametro, so a rodada
      *    noturna informa uma data; no menu vale o relogio).
      *    15/10/2026 - CALIBRACAO chamado com a data de
      *    processamento em branco, como o MANUTENCAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-MAINTENANCE                PIC X(179).

       FD ATRASADAS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-ATRASADAS                  PIC X(179).

       FD RELATO-PECAS
          RECORDING MODE IS F

       01 ARQ-RELATO1-PECAS.
           05 ARQ-RELATO-PECAS-ID        PIC X(04).
           05 ARQ-RELATO-PECAS-SUFIXO    PIC X(103).

       FD PEDIDOS
          RECORDING MODE IS F
      *    MESMO PISO DE ESTOQUE USADO PELO MODULO DE PECAS NO
      *    RELATORIO DE REPOSICAO.
       01 WS-ESTOQUE-MINIMO             PIC 9(04) VALUE 0010.
       01 WS-PAI-PEC-MINIMO             PIC X(04) VALUE SPACES.
       01 WS-PAI-PEC-MINIMO-N REDEFINES WS-PAI-PEC-MINIMO
                                        PIC 9(04).
       01 WS-PAI-MINIMO                 PIC 9(04) VALUE ZEROS.

       01 WS-PAI-VALOR-X                PIC X(08) VALUE SPACES.
       01 WS-PAI-VALOR-N REDEFINES WS-PAI-VALOR-X
       01 WS-PAI-QTD-ATRASADAS          PIC 9(05) VALUE ZEROS.
       01 WS-PAI-QTD-PECAS-MIN          PIC 9(05) VALUE ZEROS.
       01 WS-PAI-QTD-PED-PEND           PIC 9(05) VALUE ZEROS.
       01 WS-PAI-QTD-EQP-VENC           PIC 9(05) VALUE ZEROS.
       01 WS-PAI-CAL-OPCAO              PIC X(01) VALUE 'Q'.
       01 WS-PAI-MET-OPCAO              PIC X(01) VALUE 'P'.
       01 WS-PAI-AUD-PROBLEMAS          PIC 9(05) VALUE ZEROS.
       01 WS-PAI-CAL-SERVICO            PIC X(10) VALUE SPACES.
       01 WS-PAI-TOTAL-ONTEM            PIC 9(08)V99 VALUE ZEROS.
       01 WS-PAI-TEM-ONTEM              PIC X(01) VALUE 'N'.
       01 WS-PAI-PECAS-OK               PIC X(01) VALUE 'N'.
       01 WS-LOGIN-OK                   PIC X(01) VALUE 'N'.
       01 AS-FIM-FUNC                   PIC X(04) VALUE 'NAO'.
       01 WS-CARGO-LOGADO               PIC X(09) VALUE SPACES.
       01 WS-OPERADOR-SESSAO            PIC X(38) VALUE SPACES.
       01 WS-DATA-PROCESSO              PIC X(08) VALUE SPACES.

      *-----------------------------------------------------------------
      *         FILIAL DA SESSAO (SUBPROGRAMA FILIAL)
      *-----------------------------------------------------------------
       01 WS-FIL-OPCAO                  PIC X(01) VALUE SPACES.
       01 WS-FIL-CODIGO                 PIC X(02) VALUE '01'.
       01 WS-FIL-CAPACIDADE             PIC 9(03) VALUE ZEROS.
       01 WS-FIL-BOXES                  PIC 9(02) VALUE ZEROS.
       01 WS-PAI-REG-FILIAL             PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------------
      *         TRAVAS DE REGISTRO (SUBPROGRAMA TRAVA)
       01 WS-TRV-ACAO                   PIC X(01) VALUE SPACES.
       01 WS-TRV-MODULO                 PIC X(10) VALUE SPACES.
       01 WS-TRV-CHAVE                  PIC X(15) VALUE SPACES.
       01 WS-TRV-OPER                   PIC X(38) VALUE SPACES.
       01 WS-TRV-RESULTADO              PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01 WS-OPCAO-FUNC                 PIC X(01) VALUE SPACES.
       01 AS-FIM-LOOP-FUNC              PIC X(04) VALUE 'NAO'.
       01 WS-AUS-MATRICULA              PIC X(04) VALUE SPACES.
       01 WS-AUS-DATA                   PIC X(10) VALUE SPACES.
       01 WS-AUS-RESPOSTA               PIC X(150) VALUE SPACES.
       01 WS-FUNC-TABELA.
           05 WS-FUNC-ENT OCCURS 50 TIMES INDEXED BY WS-FUNC-IDX.
               10 WS-FUNC-ENT-REG       PIC X(46).
           MOVE LINDET-OPERADOR TO ARQ-OPERADOR-ATUAL
           WRITE ARQ-OPERADOR-ATUAL
           CLOSE OPERADOR-ATUAL

      *    FILIAL DE TRABALHO DESTA SESSAO. OS MODULOS A LEEM NO FIM
      *    DA SESSAO; SEM CADASTRO DE FILIAIS TUDO FICA NA 01.
           MOVE 'S' TO WS-FIL-OPCAO
           MOVE '01' TO WS-FIL-CODIGO
           CALL 'FILIAL' USING WS-FIL-OPCAO, WS-OPERADOR-SESSAO,
               WS-FIL-CODIGO, WS-FIL-CAPACIDADE, WS-FIL-BOXES
           MOVE '|' TO WS-OPERADOR-SESSAO(36:1)
           MOVE WS-FIL-CODIGO TO WS-OPERADOR-SESSAO(37:2)
           DISPLAY "FILIAL DA SESSAO: " WS-FIL-CODIGO

           IF WS-FIL-CODIGO NOT = '01'
               MOVE SPACES TO WS-ARQ-RELATO-PECAS-PATH
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Relatorio-pecas-' DELIMITED BY SIZE
                      WS-FIL-CODIGO DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-RELATO-PECAS-PATH
           END-IF
           .
       0530-GRAVAR-OPERADOR-ATUAL-FIM.
           EXIT.
      *    RESUME EM UMA TELA O QUE ANTES EXIGIA VISITAR QUATRO
      *    MODULOS: MANUTENCOES DE HOJE E EM ANDAMENTO, ATRASADAS DA
      *    ROTINA DE FIM DE DIA, PECAS ABAIXO DO MINIMO, PEDIDOS DE
      *    COMPRA PENDENTES, O FATURAMENTO DE ONTEM E AS METAS DO MES.
       0600-PAINEL-DIA                 SECTION.

           PERFORM 0605-DATAS-PAINEL
           PERFORM 0630-CONTAR-PECAS-MINIMO
           PERFORM 0640-CONTAR-PEDIDOS
           PERFORM 0650-TOTAL-ONTEM
           PERFORM 0660-CONTAR-EQUIPAMENTOS

           DISPLAY "|---------------------------------------|"
           DISPLAY "|         PAINEL DE INICIO DE DIA       |"
           MOVE WS-PAI-QTD-PED-PEND TO WS-PAI-QTD-ED
           DISPLAY "PEDIDOS DE COMPRA PENDENTES: "
               WS-PAI-QTD-ED
           MOVE WS-PAI-QTD-EQP-VENC TO WS-PAI-QTD-ED
           DISPLAY "EQUIPAMENTOS COM CALIBRACAO VENCIDA: "
               WS-PAI-QTD-ED

           IF WS-PAI-TEM-ONTEM = 'S'
               MOVE WS-PAI-TOTAL-ONTEM TO WS-PAI-TOTAL-ED
               DISPLAY "TOTAL FATURADO ONTEM (" WS-PAI-DATA-ONTEM
                   "): SEM RELATORIO ARQUIVADO"
           END-IF
           PERFORM 0670-RESUMO-METAS
           DISPLAY "|---------------------------------------|"
           .
       0600-PAINEL-DIA-FIM.
                    WS-PAI-REG-KM
                    WS-PAI-REG-PROM

      *    O PAINEL E DA FILIAL DA SESSAO; REGISTRO SEM FILIAL E DA 01.
           MOVE ARQ-MAINTENANCE(178:2) TO WS-PAI-REG-FILIAL
           IF WS-PAI-REG-FILIAL = SPACES
               MOVE '01' TO WS-PAI-REG-FILIAL
           END-IF

           IF WS-PAI-REG-PLACA NOT = SPACES AND
              WS-PAI-REG-FILIAL = WS-FIL-CODIGO
               IF WS-PAI-REG-STATUS = 'AGENDADO' AND
                  WS-PAI-REG-DATA = WS-PAI-DATA-HOJE
                   ADD 1 TO WS-PAI-QTD-AGENDADO
                       AT END
                           MOVE 'S' TO WS-PAI-FIM
                       NOT AT END
                           MOVE ARQ-ATRASADAS(178:2) TO
                               WS-PAI-REG-FILIAL
                           IF WS-PAI-REG-FILIAL = SPACES
                               MOVE '01' TO WS-PAI-REG-FILIAL
                           END-IF
                           IF ARQ-ATRASADAS NOT = SPACES AND
                              WS-PAI-REG-FILIAL = WS-FIL-CODIGO
                               ADD 1 TO WS-PAI-QTD-ATRASADAS
                           END-IF
                   END-READ
                    WS-PAI-PEC-DESC
                    WS-PAI-PEC-QTD

      *    MINIMO DA PROPRIA PECA (POSICOES 93-96); SEM ELE, O PADRAO.
           MOVE ARQ-RELATO1-PECAS(93:4) TO WS-PAI-PEC-MINIMO
           IF WS-PAI-PEC-MINIMO IS NUMERIC
               MOVE WS-PAI-PEC-MINIMO-N TO WS-PAI-MINIMO
           ELSE
               MOVE WS-ESTOQUE-MINIMO TO WS-PAI-MINIMO
           END-IF

           IF WS-PAI-PEC-QTD IS NUMERIC
               IF WS-PAI-PEC-QTD-N < WS-PAI-MINIMO
                   ADD 1 TO WS-PAI-QTD-PECAS-MIN
               END-IF
           END-IF
       0655-SOMAR-LINHA-ONTEM-FIM.
           EXIT.

      *    FERRAMENTAS E EQUIPAMENTOS COM A CALIBRACAO OU INSPECAO
      *    FORA DO PRAZO (CONTADOS PELO CALIBRACAO, MODO Q).
       0660-CONTAR-EQUIPAMENTOS        SECTION.

           MOVE 'Q' TO WS-PAI-CAL-OPCAO
           MOVE SPACES TO WS-PAI-CAL-SERVICO
           MOVE ZEROS TO WS-PAI-QTD-EQP-VENC
           CALL 'CALIBRACAO' USING WS-PAI-CAL-OPCAO,
               WS-OPERADOR-SESSAO, WS-PAI-CAL-SERVICO,
               WS-PAI-QTD-EQP-VENC, WS-DATA-PROCESSO
           .
       0660-CONTAR-EQUIPAMENTOS-FIM.
           EXIT.

      *    REALIZADO DO MES CORRENTE CONTRA AS METAS DA FILIAL DA
      *    SESSAO (MOSTRADO PELO METAS, MODO P).
       0670-RESUMO-METAS               SECTION.

           MOVE 'P' TO WS-PAI-MET-OPCAO
           CALL 'METAS' USING WS-PAI-MET-OPCAO, WS-OPERADOR-SESSAO
           .
       0670-RESUMO-METAS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         MENU PRINCIPAL
      *-----------------------------------------------------------------
           DISPLAY "| R. Recuperar arquivo indexado         |"
           DISPLAY "| N. Controle das series de numeracao   |"
           DISPLAY "| P. Painel de inicio de dia            |"
           DISPLAY "| E. Equipamentos e calibracao          |"
           DISPLAY "| F. Feriados e dias fechados           |"
           DISPLAY "| L. Filiais                            |"
           DISPLAY "| M. Metas do mes (planejado x real)    |"
           DISPLAY "|                                       |"
           DISPLAY "| PRESS 'S' TO EXIT                     |"
           DISPLAY "|---------------------------------------|"
                   WS-OPERADOR-SESSAO
           WHEN '4'
               CALL 'MANUTENCAO' USING WS-OPCAO,
                   WS-OPERADOR-SESSAO, WS-DATA-PROCESSO
           WHEN '5'
               CALL 'FINANCEIRO' USING WS-OPCAO,
                   WS-OPERADOR-SESSAO
               END-IF
           WHEN '7'
               CALL 'CONSAUD' USING WS-OPCAO,
                   WS-OPERADOR-SESSAO, WS-PAI-AUD-PROBLEMAS
           WHEN '8'
               CALL 'INTEGRIDADE' USING WS-OPCAO,
                   WS-OPERADOR-SESSAO
                   WS-OPERADOR-SESSAO
           WHEN 'P'
               PERFORM 0600-PAINEL-DIA
           WHEN 'E'
               MOVE SPACES TO WS-PAI-CAL-SERVICO
               CALL 'CALIBRACAO' USING WS-OPCAO,
                   WS-OPERADOR-SESSAO, WS-PAI-CAL-SERVICO,
                   WS-PAI-QTD-EQP-VENC, WS-DATA-PROCESSO
           WHEN 'F'
               CALL 'CALENDARIO' USING WS-OPCAO,
                   WS-OPERADOR-SESSAO
           WHEN 'L'
               CALL 'FILIAL' USING WS-OPCAO, WS-OPERADOR-SESSAO,
                   WS-FIL-CODIGO, WS-FIL-CAPACIDADE, WS-FIL-BOXES
               MOVE WS-OPERADOR-SESSAO(37:2) TO WS-FIL-CODIGO
           WHEN 'M'
               CALL 'METAS' USING WS-OPCAO,
                   WS-OPERADOR-SESSAO
           WHEN 'S'
               MOVE 'SIM' TO AS-FIM-LOOP-MAIN
           WHEN OTHER
           DISPLAY "| 4. Excluir funcionario                |"
           DISPLAY "| 5. Desbloquear matricula (falhas de   |"
           DISPLAY "|    login)                             |"
           DISPLAY "| 6. Ausencias (ferias, folga,          |"
           DISPLAY "|    atestado)                          |"
           DISPLAY "|                                       |"
           DISPLAY "| Press '9' to exit                     |"
           DISPLAY "|---------------------------------------|"
               PERFORM 2500-EXCLUIR-FUNCIONARIO
           WHEN '5'
               PERFORM 2600-DESBLOQUEAR-MATRICULA
           WHEN '6'
               CALL 'AUSENCIA' USING WS-OPCAO-FUNC,
                   WS-OPERADOR-SESSAO, WS-AUS-MATRICULA, WS-AUS-DATA,
                   WS-AUS-RESPOSTA
           WHEN '9'
               MOVE 'SIM' TO AS-FIM-LOOP-FUNC
           WHEN OTHER
