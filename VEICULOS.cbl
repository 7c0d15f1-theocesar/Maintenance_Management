      *    Frota-veiculos.txt. O agendamento avisa quando a placa e de
      *    frota e a conclusao alimenta a fatura mensal consolidada do
      *    FINANCEIRO em vez de uma fatura por OS.
      *    30/09/2026 - Registro do cliente com 236 posicoes
      *    (consentimento de marketing por canal no fim).
      *    01/10/2026 - Sessao do operador com 38 posicoes (filial
      *    da sessao no fim).
      *    03/10/2026 - O veiculo passa a guardar o chassi (VIN) no
      *    fim do registro (85 posicoes), validado no cadastro: 17
      *    posicoes, letras e numeros sem I, O e Q. Alteracao mostra o
      *    chassi atual (ENTER mantem) e a transferencia o preserva.
      *    Nova opcao 8 chama o RECALL (campanhas de recall das
      *    montadoras cruzadas com a base de veiculos).
      *    07/10/2026 - CPF do proprietario mascarado na listagem
      *    (opcao 3) e na transferencia para os cargos que nao
      *    precisam dele (subprograma MASCARA).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 ARQ-RELATO1.
           05 ARQ-RELATO-PLACA          PIC X(08).
           05 ARQ-RELATO-SUFIXO         PIC X(77).

       FD CLIENTES
           RECORDING MODE IS F
       01 ARQ-CLIENTES-LINHA.
           05 ARQ-CLIENTES-PREFIXO     PIC X(43).
           05 ARQ-CLIENTES-CPF         PIC X(11).
           05 ARQ-CLIENTES-SUFIXO      PIC X(182).

       FD OPERADOR-ATUAL
           RECORDING MODE IS F
       01 WS-TRV-ACAO                      PIC X(01)   VALUE SPACES.
       01 WS-TRV-MODULO-L                  PIC X(10)   VALUE SPACES.
       01 WS-TRV-CHAVE-L                   PIC X(15)   VALUE SPACES.
       01 WS-TRV-OPER-L                    PIC X(38)   VALUE SPACES.
       01 WS-TRV-RESULTADO                 PIC X(01)   VALUE SPACES.
      *-----------------------------------------------------------------

           05 LINDET02-REL-ANO-V               PIC X(04) VALUE SPACE.
           05 LINDET02-REL-SPACE-4             PIC X(03)  VALUE ' | '.
           05 LINDET02-REL-CPF-PROP-V          PIC 9(11) VALUE ZEROS.
           05 LINDET02-REL-SPACE-5             PIC X(03)  VALUE ' | '.
           05 LINDET02-REL-CHASSI-V            PIC X(17) VALUE SPACE.

      * DADOS DO CLIENTE LIDOS DE CLIENTES.TXT PARA VALIDAR O CPF DO
      * PROPRIETARIO INFORMADO NO CADASTRO DO VEICULO
       01 WS-CLI-DADOS                     PIC X(236) VALUE SPACES.
       01 WS-CLI-NOME                      PIC X(40) VALUE SPACES.
       01 WS-CLI-CPF                       PIC 9(11) VALUE ZEROS.
       01 WS-CLI-ENDERECO                  PIC X(15) VALUE SPACES.
       01 AS-HORA                      PIC X(06)    VALUE ZEROS.
       01 OPERACAO                     PIC 9(02)    VALUE ZEROS.
       01 BUSCAR                       PIC X(08)    VALUE ZEROS.
       01 ARMAZENA-RELATO              PIC X(85)    VALUE ZEROS.
       01 ARMAZENA-PLACA               PIC X(08)    VALUE ZEROS.
       01 ARMAZENA-MARCA               PIC X(15)    VALUE ZEROS.
       01 ARMAZENA-MODELO              PIC X(15)    VALUE ZEROS.
       01 ARMAZENA-ANO                 PIC X(04)    VALUE ZEROS.
       01 ARMAZENA-CPF-PROP            PIC 9(11)    VALUE ZEROS.
       01 ARMAZENA-CHASSI              PIC X(17)    VALUE SPACES.
       01 WS-MSC-OPCAO                 PIC X(01)    VALUE SPACES.
       01 WS-MSC-VALOR                 PIC X(40)    VALUE SPACES.
       01 WS-MSC-RESULTADO             PIC X(40)    VALUE SPACES.
       01 OPERACAO-UPDATE              PIC X(02)    VALUE ZEROS.
       01 WS-EXISTE-ARQUIVO            PIC X(01)  VALUE 'N'.
       01 WS-PLACA-VALIDA              PIC X(01)  VALUE 'N'.
       01 WS-CHASSI-VALIDO             PIC X(01)  VALUE 'N'.
       01 WS-CHASSI-IDX                PIC 9(02)  VALUE ZEROS.
       01 WS-CHASSI-CAR                PIC X(01)  VALUE SPACES.
       01 WS-CHASSI-DIGITADO           PIC X(17)  VALUE SPACES.

      *-----------------------------------------------------------------
      *              CAMPANHAS DE RECALL (SUBPROGRAMA RECALL)
      *-----------------------------------------------------------------
       01 WS-RCL-OPCAO                 PIC X(01)  VALUE 'M'.
       01 WS-RCL-PLACA                 PIC X(08)  VALUE SPACES.
       01 WS-RCL-TIPO-SERVICO          PIC X(10)  VALUE SPACES.
       01 WS-RCL-OS                    PIC 9(06)  VALUE ZEROS.
       01 WS-RCL-QTD                   PIC 9(05)  VALUE ZEROS.

      *-----------------------------------------------------------------
      *              TRATADOR CENTRAL DE ERROS (SUBPROGRAMA ERRO)
       LINKAGE SECTION.

       01 WS-SUB-OPTION                PIC X(01)   VALUE SPACES.
       01 WS-OPERADOR-SESSAO               PIC X(38).


       PROCEDURE DIVISION USING WS-SUB-OPTION,
           DISPLAY '(5) - ENCERRAR SISTEMA'
           DISPLAY '(6) - TRANSFERIR PROPRIEDADE'
           DISPLAY '(7) - CONTAS DE FROTA (CONVENIO)'
           DISPLAY '(8) - CAMPANHAS DE RECALL'
           ACCEPT OPERACAO

           EVALUATE OPERACAO
                          DISPLAY ''
                          DISPLAY 'PROGRAMA ENCERRADO'
                   NOT AT END
                       PERFORM 2180-EXIBIR-VEICULO
               END-READ
           END-PERFORM


               PERFORM 2600-MENU-FROTAS

           WHEN 8

               CLOSE RELATO
               IF AS-STATUS-S NOT EQUAL ZEROS
                   DISPLAY 'DEU ERRO NO FECHAR RELATO VEICULOS'
                   AS-STATUS-S
               END-IF

               MOVE 'M' TO WS-RCL-OPCAO
               CALL 'RECALL' USING WS-RCL-OPCAO, WS-OPERADOR-SESSAO,
                   WS-RCL-PLACA, WS-RCL-TIPO-SERVICO, WS-RCL-OS,
                   WS-RCL-QTD

           WHEN OTHER

               CLOSE RELATO
           ACCEPT LINDET02-REL-MODELO-V
           DISPLAY 'INFORME ANO DO VEICULO: '
           ACCEPT LINDET02-REL-ANO-V
           DISPLAY 'INFORME O CHASSI (VIN) DO VEICULO: '
           ACCEPT LINDET02-REL-CHASSI-V
           PERFORM 2170-VALIDAR-CHASSI
           PERFORM UNTIL WS-CHASSI-VALIDO = 'S'
               DISPLAY 'CHASSI INVALIDO: 17 POSICOES, LETRAS E'
               DISPLAY 'NUMEROS, SEM I, O E Q. INFORME OUTRO: '
               ACCEPT LINDET02-REL-CHASSI-V
               PERFORM 2170-VALIDAR-CHASSI
           END-PERFORM
           DISPLAY 'INFORME O CPF DO PROPRIETARIO: '
           ACCEPT LINDET02-REL-CPF-PROP-V
           PERFORM 2150-VALIDAR-CPF-PROPRIETARIO
       2160-VALIDAR-FORMATO-PLACA-EXIT.
           EXIT.

      * SECAO PARA VALIDAR O CHASSI (VIN) INFORMADO: 17 POSICOES, SO
      * DIGITOS E LETRAS MAIUSCULAS, SEM I, O E Q (QUE O PADRAO NAO
      * USA PARA NAO CONFUNDIR COM 1 E 0)
       2170-VALIDAR-CHASSI SECTION.

           MOVE 'S' TO WS-CHASSI-VALIDO

           PERFORM VARYING WS-CHASSI-IDX FROM 1 BY 1
                   UNTIL WS-CHASSI-IDX > 17
               MOVE LINDET02-REL-CHASSI-V(WS-CHASSI-IDX:1) TO
                   WS-CHASSI-CAR
               IF WS-CHASSI-CAR >= '0' AND WS-CHASSI-CAR <= '9'
                   CONTINUE
               ELSE
                   IF WS-CHASSI-CAR >= 'A' AND WS-CHASSI-CAR <= 'Z'
                      AND WS-CHASSI-CAR NOT = 'I'
                      AND WS-CHASSI-CAR NOT = 'O'
                      AND WS-CHASSI-CAR NOT = 'Q'
                       CONTINUE
                   ELSE
                       MOVE 'N' TO WS-CHASSI-VALIDO
                   END-IF
               END-IF
           END-PERFORM
           .
       2170-VALIDAR-CHASSI-EXIT.
           EXIT.

      * SECAO PARA MOSTRAR UM REGISTRO DE VEICULO NA LISTAGEM, COM O
      * CPF DO PROPRIETARIO MASCARADO CONFORME O CARGO DA SESSAO
       2180-EXIBIR-VEICULO SECTION.

           MOVE ARMAZENA-RELATO(55:11) TO WS-MSC-VALOR
           PERFORM 2185-MASCARAR-CPF

           IF WS-MSC-RESULTADO = WS-MSC-VALOR
               DISPLAY ARMAZENA-RELATO
           ELSE
               DISPLAY ARMAZENA-RELATO(1:54) WS-MSC-RESULTADO(1:14)
                   ARMAZENA-RELATO(66:20)
           END-IF
           .
       2180-EXIBIR-VEICULO-EXIT.
           EXIT.

       2185-MASCARAR-CPF SECTION.

           MOVE 'C' TO WS-MSC-OPCAO
           CALL 'MASCARA' USING WS-MSC-OPCAO, WS-OPERADOR-SESSAO,
               WS-MSC-VALOR, WS-MSC-RESULTADO
           .
       2185-MASCARAR-CPF-EXIT.
           EXIT.

      * SECAO PARA CONFIRMAR QUE O CPF INFORMADO PARA O PROPRIETARIO
      * EXISTE EM CLIENTES.TXT
       2150-VALIDAR-CPF-PROPRIETARIO SECTION.
                   CLOSE RELATO
               NOT INVALID KEY

                   MOVE SPACES TO ARMAZENA-CHASSI
                   UNSTRING ARMAZENA-RELATO DELIMITED BY ' | ' OR '|'
                   INTO
                   ARMAZENA-PLACA
                   ARMAZENA-MARCA
                   ARMAZENA-MODELO
                   ARMAZENA-ANO
                   ARMAZENA-CPF-PROP
                   ARMAZENA-CHASSI

                   MOVE ARMAZENA-RELATO TO
                   WS-AUD-VALOR-ANTIGO
                       PERFORM 2150-VALIDAR-CPF-PROPRIETARIO
                   END-PERFORM

                   DISPLAY 'CHASSI (ENTER MANTEM ' ARMAZENA-CHASSI
                       '):'
                   MOVE SPACES TO WS-CHASSI-DIGITADO
                   ACCEPT WS-CHASSI-DIGITADO
                   IF WS-CHASSI-DIGITADO = SPACES
                       MOVE ARMAZENA-CHASSI TO LINDET02-REL-CHASSI-V
                   ELSE
                       MOVE WS-CHASSI-DIGITADO TO
                       LINDET02-REL-CHASSI-V
                       PERFORM 2170-VALIDAR-CHASSI
                       PERFORM UNTIL WS-CHASSI-VALIDO = 'S'
                           DISPLAY 'CHASSI INVALIDO: 17 POSICOES,'
                           DISPLAY 'LETRAS E NUMEROS, SEM I, O E Q.'
                           DISPLAY 'INFORME OUTRO: '
                           ACCEPT LINDET02-REL-CHASSI-V
                           PERFORM 2170-VALIDAR-CHASSI
                       END-PERFORM
                   END-IF

                   MOVE LINDET02-REL TO ARQ-RELATO1

                   IF ARMAZENA-PLACA = BUSCAR
               INVALID KEY
                   DISPLAY 'VEICULO NAO ENCONTRADO'
               NOT INVALID KEY
                   MOVE SPACES TO ARMAZENA-CHASSI
                   UNSTRING ARMAZENA-RELATO DELIMITED BY ' | ' OR '|'
                   INTO
                   ARMAZENA-PLACA
                   ARMAZENA-MARCA
                   ARMAZENA-MODELO
                   ARMAZENA-ANO
                   ARMAZENA-CPF-PROP
                   ARMAZENA-CHASSI

                   MOVE ARMAZENA-CPF-PROP TO WS-MSC-VALOR
                   PERFORM 2185-MASCARAR-CPF
                   DISPLAY 'PROPRIETARIO ATUAL: '
                       WS-MSC-RESULTADO(1:14)
                   DISPLAY 'CPF DO NOVO PROPRIETARIO: '
                   ACCEPT WS-TRANSF-CPF-NOVO

                   MOVE ARMAZENA-MARCA TO LINDET02-REL-MARCA-V
                   MOVE ARMAZENA-MODELO TO LINDET02-REL-MODELO-V
                   MOVE ARMAZENA-ANO TO LINDET02-REL-ANO-V
                   MOVE ARMAZENA-CHASSI TO LINDET02-REL-CHASSI-V

                   MOVE LINDET02-REL TO ARQ-RELATO1
                   REWRITE ARQ-RELATO1
