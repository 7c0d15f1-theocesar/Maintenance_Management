       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELOAUD.
      ******************************************************************
      * Author: Théo César
      * Date: 06/10/2026
      * Purpose: Selo encadeado das linhas do log de auditoria
      * Modifications:
      *    06/10/2026 - Seloaud's structure finished. Chamado como o
      *    DATAS: recebe o selo da linha anterior do log e as 255
      *    primeiras posicoes da linha nova (conteudo e numero de
      *    sequencia) e devolve o selo da linha nova. Mesma conta do
      *    embaralhamento de senha do PRINCIPAL (posicao de cada
      *    caractere num alfabeto, acumulador multiplicado por 31,
      *    resto de 999999999), so que partindo do selo anterior: uma
      *    linha alterada, apagada ou fora de ordem muda o selo de
      *    todas as seguintes. O AUDITORIA sela cada linha gravada, o
      *    CONSAUD confere a cadeia inteira e o MIGRAAUDIT sela o log
      *    antigo. Nao e criptografia de banco, mas quem editar o
      *    arquivo no editor nao consegue esconder a mudanca.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      *         CONTA DO SELO
      *-----------------------------------------------------------------
      *    ALFABETO DO SELO: O ESPACO E O SEPARADOR PRIMEIRO (SAO A
      *    MAIORIA DOS CARACTERES DA LINHA). CARACTERE FORA DO
      *    ALFABETO ENTRA COMO ZERO.
       01 WS-ALFABETO                   PIC X(95) VALUE
           ' |0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ/:-.,abcdefghijklmnopq
      -    'rstuvwxyz!"#$%&''()*+;<=>?@[\]^_`{}~'.

       01 WS-HASH-ACC                   PIC 9(09) VALUE ZEROS.
       01 WS-HASH-TEMP                  PIC 9(12) VALUE ZEROS.
       01 WS-HASH-QUOC                  PIC 9(12) VALUE ZEROS.
       01 WS-HASH-POS                   PIC 9(02) VALUE ZEROS.
       01 WS-HASH-I                     PIC 9(03) VALUE ZEROS.
       01 WS-HASH-J                     PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------

       LINKAGE SECTION.

       01 WS-SUB-ANTERIOR               PIC 9(09).
       01 WS-SUB-LINHA                  PIC X(255).
       01 WS-SUB-SELO                   PIC 9(09).

       PROCEDURE DIVISION USING WS-SUB-ANTERIOR, WS-SUB-LINHA,
                       WS-SUB-SELO.
       MAIN-PROCEDURE.

           PERFORM 1000-CALCULAR-SELO

            EXIT PROGRAM
           .

      *-----------------------------------------------------------------
      *         CALCULO
      *-----------------------------------------------------------------

      *    CADA CARACTERE DA LINHA ALIMENTA O ACUMULADOR COM A SUA
      *    POSICAO NO ALFABETO E A SUA POSICAO NA LINHA.
       1000-CALCULAR-SELO              SECTION.

           MOVE WS-SUB-ANTERIOR TO WS-HASH-ACC

           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                   UNTIL WS-HASH-I > 255
               MOVE ZEROS TO WS-HASH-POS
               PERFORM VARYING WS-HASH-J FROM 1 BY 1
                       UNTIL WS-HASH-J > 95 OR WS-HASH-POS > ZEROS
                   IF WS-ALFABETO(WS-HASH-J:1) =
                       WS-SUB-LINHA(WS-HASH-I:1)
                       MOVE WS-HASH-J TO WS-HASH-POS
                   END-IF
               END-PERFORM

               COMPUTE WS-HASH-TEMP =
                   (WS-HASH-ACC * 31) + WS-HASH-POS + WS-HASH-I
               DIVIDE WS-HASH-TEMP BY 999999999
                   GIVING WS-HASH-QUOC REMAINDER WS-HASH-ACC
           END-PERFORM

           MOVE WS-HASH-ACC TO WS-SUB-SELO
           .
       1000-CALCULAR-SELO-FIM.
           EXIT.

       END PROGRAM SELOAUD.
