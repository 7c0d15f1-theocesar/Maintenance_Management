      *    dias corridos entre duas datas usando numero de dia juliano
      *    - no lugar do antigo ano comercial de 360 dias que errava o
      *    turnaround nas viradas de mes.
      *    26/09/2026 - Calendario da oficina: Calendario.txt guarda os
      *    dias fechados da semana (tipo S, 1 = domingo ... 7 =
      *    sabado), os feriados que se repetem todo ano (tipo A,
      *    DD/MM) e os feriados e dias fechados de uma data so (tipo
      *    D, DD/MM/AAAA, como carnaval e sexta-feira santa). Criado
      *    na primeira leitura com o domingo e os feriados nacionais
      *    fixos. Novas funcoes: 'P' devolve em DATA2 o primeiro dia
      *    util a partir de DATA1 (DIAS = dias pulados, zero quando
      *    DATA1 ja e dia util); 'A' soma DIAS dias uteis a DATA1 em
      *    DATA2 (DIAS negativo volta no calendario); 'U' devolve em
      *    DIAS quantos dias uteis ha depois de DATA1 ate DATA2; 'R'
      *    rele o calendario depois de uma manutencao.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CALENDARIO ASSIGN TO WS-ARQ-CALENDARIO-PATH
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS AS-STATUS-CAL.

       DATA DIVISION.
       FILE SECTION.

       FD CALENDARIO
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CALENDARIO                PIC X(43).

       WORKING-STORAGE SECTION.

       01 AS-STATUS-CAL                 PIC 9(02) VALUE ZEROS.

       01 WS-DIA                        PIC 9(02) VALUE ZEROS.
       01 WS-MES                        PIC 9(02) VALUE ZEROS.
       01 WS-ANO                        PIC 9(04) VALUE ZEROS.
       01 WS-JD-1                       PIC 9(08) VALUE ZEROS.
       01 WS-JD-2                       PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *              CALENDARIO DA OFICINA (DIAS FECHADOS)
      *-----------------------------------------------------------------
       01 WS-CFG-BASE-DIR               PIC X(60) VALUE SPACES.
       01 WS-ARQ-CALENDARIO-PATH        PIC X(80) VALUE SPACES.

       01 LINDET-CAL.
           05 LINDET-CAL-TIPO           PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAL-DATA           PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(01) VALUE '|'.
           05 LINDET-CAL-DESCRICAO      PIC X(30) VALUE SPACES.

       01 WS-CAL-PADRAO-VALORES.
           05 FILLER                    PIC X(43) VALUE
           'S|1         |DOMINGO                       '.
           05 FILLER                    PIC X(43) VALUE
           'A|01/01     |CONFRATERNIZACAO UNIVERSAL    '.
           05 FILLER                    PIC X(43) VALUE
           'A|21/04     |TIRADENTES                    '.
           05 FILLER                    PIC X(43) VALUE
           'A|01/05     |DIA DO TRABALHO               '.
           05 FILLER                    PIC X(43) VALUE
           'A|07/09     |INDEPENDENCIA                 '.
           05 FILLER                    PIC X(43) VALUE
           'A|12/10     |NOSSA SENHORA APARECIDA       '.
           05 FILLER                    PIC X(43) VALUE
           'A|02/11     |FINADOS                       '.
           05 FILLER                    PIC X(43) VALUE
           'A|15/11     |PROCLAMACAO DA REPUBLICA      '.
           05 FILLER                    PIC X(43) VALUE
           'A|20/11     |CONSCIENCIA NEGRA             '.
           05 FILLER                    PIC X(43) VALUE
           'A|25/12     |NATAL                         '.
       01 WS-CAL-PADRAO REDEFINES WS-CAL-PADRAO-VALORES.
           05 WS-CAL-PADRAO-REG OCCURS 10 TIMES PIC X(43).

       01 WS-CAL-CARREGADO              PIC X(01) VALUE 'N'.
       01 WS-CAL-FIM                    PIC X(01) VALUE 'N'.
       01 WS-CAL-TAB-SEMANA.
           05 WS-CAL-SEMANA OCCURS 7 TIMES PIC X(01).
       01 WS-CAL-TAB-ANUAL.
           05 WS-CAL-ANUAL OCCURS 100 TIMES PIC X(05).
       01 WS-CAL-QTD-ANUAL              PIC 9(03) VALUE ZEROS.
       01 WS-CAL-TAB-DATA.
           05 WS-CAL-DATA OCCURS 400 TIMES PIC X(10).
       01 WS-CAL-QTD-DATA               PIC 9(03) VALUE ZEROS.
       01 WS-CAL-I                      PIC 9(03) VALUE ZEROS.
       01 WS-CAL-DIA-N                  PIC 9(01) VALUE ZEROS.

       01 WS-DIA-SEMANA                 PIC 9(01) VALUE ZEROS.
       01 WS-FECHADO                    PIC X(01) VALUE 'N'.
       01 WS-DATA-CHECA                 PIC X(10) VALUE SPACES.
       01 WS-SENTIDO                    PIC X(01) VALUE 'A'.
       01 WS-META                       PIC 9(07) VALUE ZEROS.
       01 WS-CONTA                      PIC 9(07) VALUE ZEROS.
       01 WS-PASSOS                     PIC 9(08) VALUE ZEROS.
       01 WS-LIMITE                     PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------

       LINKAGE SECTION.

       01 WS-SUB-FUNCAO                 PIC X(01).
                   PERFORM 2000-VALIDAR-DATA1
               WHEN 'D'
                   PERFORM 3000-DIFERENCA-DIAS
               WHEN 'P'
                   PERFORM 4000-PROXIMO-DIA-UTIL
               WHEN 'A'
                   PERFORM 5000-SOMAR-DIAS-UTEIS
               WHEN 'U'
                   PERFORM 6000-CONTAR-DIAS-UTEIS
               WHEN 'R'
                   MOVE 'N' TO WS-CAL-CARREGADO
                   PERFORM 1000-CARREGAR-CALENDARIO
                   MOVE 'S' TO WS-SUB-VALIDA
               WHEN OTHER
                   MOVE 'N' TO WS-SUB-VALIDA
                   MOVE ZEROS TO WS-SUB-DIAS
            EXIT PROGRAM
           .

      *-----------------------------------------------------------------
      *         CALENDARIO DA OFICINA
      *-----------------------------------------------------------------

      * CARREGA CALENDARIO.TXT UMA VEZ POR EXECUCAO (OU DE NOVO NA
      * FUNCAO 'R'), CRIANDO O ARQUIVO COM O PADRAO QUANDO ELE AINDA
      * NAO EXISTE. SEM ARQUIVO NENHUM, VALE O PADRAO EM MEMORIA.
       1000-CARREGAR-CALENDARIO        SECTION.

           IF WS-CAL-CARREGADO = 'N'
               MOVE SPACES TO WS-CFG-BASE-DIR
               MOVE SPACES TO WS-ARQ-CALENDARIO-PATH
               ACCEPT WS-CFG-BASE-DIR FROM ENVIRONMENT
                   'VOLVO_COBOL_DIR'
               IF WS-CFG-BASE-DIR = SPACES
                   MOVE 'C:/Users/Theo/Desktop/Escola/Volvo/COBOL/' TO
                       WS-CFG-BASE-DIR
               END-IF
               STRING WS-CFG-BASE-DIR DELIMITED BY SPACE
                      'Calendario.txt' DELIMITED BY SIZE
                      INTO WS-ARQ-CALENDARIO-PATH

               MOVE SPACES TO WS-CAL-TAB-SEMANA
               MOVE ZEROS TO WS-CAL-QTD-ANUAL
               MOVE ZEROS TO WS-CAL-QTD-DATA

               OPEN INPUT CALENDARIO
               IF AS-STATUS-CAL NOT EQUAL ZEROS
                   PERFORM 1100-CRIAR-CALENDARIO-PADRAO
                   OPEN INPUT CALENDARIO
               END-IF

               IF AS-STATUS-CAL = ZEROS
                   MOVE 'N' TO WS-CAL-FIM
                   PERFORM UNTIL WS-CAL-FIM = 'S'
                       READ CALENDARIO INTO LINDET-CAL
                           AT END
                               MOVE 'S' TO WS-CAL-FIM
                           NOT AT END
                               PERFORM 1200-GUARDAR-DIA-FECHADO
                       END-READ
                   END-PERFORM
                   CLOSE CALENDARIO
               ELSE
                   PERFORM VARYING WS-CAL-I FROM 1 BY 1
                           UNTIL WS-CAL-I > 10
                       MOVE WS-CAL-PADRAO-REG(WS-CAL-I) TO LINDET-CAL
                       PERFORM 1200-GUARDAR-DIA-FECHADO
                   END-PERFORM
               END-IF

               MOVE 'S' TO WS-CAL-CARREGADO
           END-IF
           .
       1000-CARREGAR-CALENDARIO-FIM.
           EXIT.

       1100-CRIAR-CALENDARIO-PADRAO    SECTION.

           OPEN OUTPUT CALENDARIO
           IF AS-STATUS-CAL = ZEROS
               PERFORM VARYING WS-CAL-I FROM 1 BY 1
                       UNTIL WS-CAL-I > 10
                   MOVE WS-CAL-PADRAO-REG(WS-CAL-I) TO ARQ-CALENDARIO
                   WRITE ARQ-CALENDARIO
               END-PERFORM
               CLOSE CALENDARIO
           END-IF
           .
       1100-CRIAR-CALENDARIO-PADRAO-FIM.
           EXIT.

       1200-GUARDAR-DIA-FECHADO        SECTION.

           EVALUATE LINDET-CAL-TIPO
               WHEN 'S'
                   IF LINDET-CAL-DATA(1:1) IS NUMERIC
                       MOVE LINDET-CAL-DATA(1:1) TO WS-CAL-DIA-N
                       IF WS-CAL-DIA-N >= 1 AND WS-CAL-DIA-N <= 7
                           MOVE 'S' TO WS-CAL-SEMANA(WS-CAL-DIA-N)
                       END-IF
                   END-IF
               WHEN 'A'
                   IF WS-CAL-QTD-ANUAL < 100
                       ADD 1 TO WS-CAL-QTD-ANUAL
                       MOVE LINDET-CAL-DATA(1:5) TO
                           WS-CAL-ANUAL(WS-CAL-QTD-ANUAL)
                   END-IF
               WHEN 'D'
                   IF WS-CAL-QTD-DATA < 400
                       ADD 1 TO WS-CAL-QTD-DATA
                       MOVE LINDET-CAL-DATA TO
                           WS-CAL-DATA(WS-CAL-QTD-DATA)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       1200-GUARDAR-DIA-FECHADO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         VALIDACAO DE UMA DATA DD/MM/AAAA
      *-----------------------------------------------------------------
       3100-DIA-JULIANO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         PRIMEIRO DIA UTIL A PARTIR DE DATA1
      *-----------------------------------------------------------------

       4000-PROXIMO-DIA-UTIL           SECTION.

           PERFORM 1000-CARREGAR-CALENDARIO
           MOVE ZEROS TO WS-SUB-DIAS
           MOVE SPACES TO WS-SUB-DATA2

           MOVE WS-SUB-DATA1 TO WS-DATA-TRAB
           PERFORM 2100-VALIDAR-TRAB
           IF WS-SUB-VALIDA = 'S'
               PERFORM 4300-DIA-DA-SEMANA
               PERFORM 4100-VERIFICAR-FECHADO
               PERFORM UNTIL WS-FECHADO = 'N' OR WS-SUB-DIAS > 366
                   PERFORM 4200-AVANCAR-UM-DIA
                   ADD 1 TO WS-SUB-DIAS
                   PERFORM 4100-VERIFICAR-FECHADO
               END-PERFORM

               IF WS-FECHADO = 'S'
                   MOVE 'N' TO WS-SUB-VALIDA
               ELSE
                   MOVE WS-DATA-CHECA TO WS-SUB-DATA2
               END-IF
           END-IF
           .
       4000-PROXIMO-DIA-UTIL-FIM.
           EXIT.

      * O DIA EM WS-DIA/WS-MES/WS-ANO (DIA DA SEMANA EM WS-DIA-SEMANA)
      * E FECHADO QUANDO CAI NUM DIA FECHADO DA SEMANA, NUM FERIADO
      * ANUAL OU NUMA DATA FECHADA DO CALENDARIO. DEIXA A DATA
      * MONTADA EM WS-DATA-CHECA.
       4100-VERIFICAR-FECHADO          SECTION.

           PERFORM 4400-MONTAR-DATA
           MOVE 'N' TO WS-FECHADO

           IF WS-CAL-SEMANA(WS-DIA-SEMANA) = 'S'
               MOVE 'S' TO WS-FECHADO
           END-IF

           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I > WS-CAL-QTD-ANUAL OR
                         WS-FECHADO = 'S'
               IF WS-CAL-ANUAL(WS-CAL-I) = WS-DATA-CHECA(1:5)
                   MOVE 'S' TO WS-FECHADO
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I > WS-CAL-QTD-DATA OR
                         WS-FECHADO = 'S'
               IF WS-CAL-DATA(WS-CAL-I) = WS-DATA-CHECA
                   MOVE 'S' TO WS-FECHADO
               END-IF
           END-PERFORM
           .
       4100-VERIFICAR-FECHADO-FIM.
           EXIT.

       4200-AVANCAR-UM-DIA             SECTION.

           PERFORM 2200-MAX-DIA-DO-MES
           ADD 1 TO WS-DIA
           IF WS-DIA > WS-MAX-DIA
               MOVE 1 TO WS-DIA
               ADD 1 TO WS-MES
               IF WS-MES > 12
                   MOVE 1 TO WS-MES
                   ADD 1 TO WS-ANO
               END-IF
           END-IF

           IF WS-DIA-SEMANA = 7
               MOVE 1 TO WS-DIA-SEMANA
           ELSE
               ADD 1 TO WS-DIA-SEMANA
           END-IF
           .
       4200-AVANCAR-UM-DIA-FIM.
           EXIT.

       4250-RECUAR-UM-DIA              SECTION.

           IF WS-DIA = 1
               IF WS-MES = 1
                   MOVE 12 TO WS-MES
                   SUBTRACT 1 FROM WS-ANO
               ELSE
                   SUBTRACT 1 FROM WS-MES
               END-IF
               PERFORM 2200-MAX-DIA-DO-MES
               MOVE WS-MAX-DIA TO WS-DIA
           ELSE
               SUBTRACT 1 FROM WS-DIA
           END-IF

           IF WS-DIA-SEMANA = 1
               MOVE 7 TO WS-DIA-SEMANA
           ELSE
               SUBTRACT 1 FROM WS-DIA-SEMANA
           END-IF
           .
       4250-RECUAR-UM-DIA-FIM.
           EXIT.

      * DIA DA SEMANA (1 = DOMINGO ... 7 = SABADO) PELO DIA JULIANO:
      * O RESTO DE (DIA JULIANO + 1) POR 7 E ZERO NO DOMINGO.
       4300-DIA-DA-SEMANA              SECTION.

           PERFORM 3100-DIA-JULIANO
           COMPUTE WS-JD-T1 = WS-JD-1 + 1
           DIVIDE WS-JD-T1 BY 7 GIVING WS-JD-T2 REMAINDER WS-RESTO
           COMPUTE WS-DIA-SEMANA = WS-RESTO + 1
           .
       4300-DIA-DA-SEMANA-FIM.
           EXIT.

       4400-MONTAR-DATA                SECTION.

           MOVE SPACES TO WS-DATA-CHECA
           MOVE WS-DIA TO WS-DATA-CHECA(1:2)
           MOVE '/'    TO WS-DATA-CHECA(3:1)
           MOVE WS-MES TO WS-DATA-CHECA(4:2)
           MOVE '/'    TO WS-DATA-CHECA(6:1)
           MOVE WS-ANO TO WS-DATA-CHECA(7:4)
           .
       4400-MONTAR-DATA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         DATA1 MAIS (OU MENOS) DIAS UTEIS
      *-----------------------------------------------------------------

       5000-SOMAR-DIAS-UTEIS           SECTION.

           PERFORM 1000-CARREGAR-CALENDARIO
           MOVE SPACES TO WS-SUB-DATA2

           MOVE WS-SUB-DATA1 TO WS-DATA-TRAB
           PERFORM 2100-VALIDAR-TRAB
           IF WS-SUB-VALIDA = 'S'
               PERFORM 4300-DIA-DA-SEMANA
               PERFORM 4400-MONTAR-DATA
               IF WS-SUB-DIAS < ZEROS
                   MOVE 'R' TO WS-SENTIDO
                   COMPUTE WS-META = WS-SUB-DIAS * -1
               ELSE
                   MOVE 'A' TO WS-SENTIDO
                   MOVE WS-SUB-DIAS TO WS-META
               END-IF
               COMPUTE WS-LIMITE = (WS-META * 7) + 366

               MOVE ZEROS TO WS-CONTA
               MOVE ZEROS TO WS-PASSOS
               PERFORM UNTIL WS-CONTA >= WS-META OR
                             WS-PASSOS > WS-LIMITE
                   IF WS-SENTIDO = 'A'
                       PERFORM 4200-AVANCAR-UM-DIA
                   ELSE
                       PERFORM 4250-RECUAR-UM-DIA
                   END-IF
                   ADD 1 TO WS-PASSOS
                   PERFORM 4100-VERIFICAR-FECHADO
                   IF WS-FECHADO = 'N'
                       ADD 1 TO WS-CONTA
                   END-IF
               END-PERFORM

               IF WS-CONTA < WS-META
                   MOVE 'N' TO WS-SUB-VALIDA
               ELSE
                   MOVE WS-DATA-CHECA TO WS-SUB-DATA2
               END-IF
           END-IF
           .
       5000-SOMAR-DIAS-UTEIS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *         DIAS UTEIS DEPOIS DE DATA1 ATE DATA2 (INCLUSIVE)
      *-----------------------------------------------------------------

       6000-CONTAR-DIAS-UTEIS          SECTION.

           PERFORM 1000-CARREGAR-CALENDARIO
           PERFORM 3000-DIFERENCA-DIAS

           IF WS-SUB-VALIDA = 'S'
               IF WS-SUB-DIAS < ZEROS
                   MOVE 'R' TO WS-SENTIDO
                   COMPUTE WS-META = WS-SUB-DIAS * -1
                   MOVE WS-SUB-DATA2 TO WS-DATA-TRAB
               ELSE
                   MOVE 'A' TO WS-SENTIDO
                   MOVE WS-SUB-DIAS TO WS-META
                   MOVE WS-SUB-DATA1 TO WS-DATA-TRAB
               END-IF
               PERFORM 2100-VALIDAR-TRAB
               PERFORM 4300-DIA-DA-SEMANA

               MOVE ZEROS TO WS-CONTA
               PERFORM WS-META TIMES
                   PERFORM 4200-AVANCAR-UM-DIA
                   PERFORM 4100-VERIFICAR-FECHADO
                   IF WS-FECHADO = 'N'
                       ADD 1 TO WS-CONTA
                   END-IF
               END-PERFORM

               IF WS-SENTIDO = 'R'
                   COMPUTE WS-SUB-DIAS = WS-CONTA * -1
               ELSE
                   MOVE WS-CONTA TO WS-SUB-DIAS
               END-IF
           END-IF
           .
       6000-CONTAR-DIAS-UTEIS-FIM.
           EXIT.

       END PROGRAM DATAS.
