       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB71.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 02/10/2026
      * OBJETIVO: ENCADEAMENTO DAS TRILHAS DE AUDITORIA (AUDITLOG,
      * CORRAUD E PERSTAT), COMPARTILHADO POR TODOS OS PROGRAMAS
      * QUE GRAVAM NELAS E PELO VERIFICADOR PROGCOB72. CADA
      * REGISTRO GRAVADO RECEBE O NUMERO DE SEQUENCIA SEGUINTE
      * DA SUA TRILHA E UM VALOR DE CONFERENCIA CALCULADO SOBRE
      * O VALOR DO REGISTRO ANTERIOR, A SEQUENCIA E OS DADOS DO
      * PROPRIO REGISTRO - ALTERAR, APAGAR OU INTERCALAR UM
      * REGISTRO QUEBRA A CORRENTE DALI EM DIANTE.
      * O CALCULO E O MESMO POLINOMIO (BASE 31, MODULO 10
      * DIGITOS) DO HASH DE SENHA DO PROGCOB35.
      * FUNCAO G (GRAVADORES): LE O CONTROLE AUDCTL, DEVOLVE A
      * PROXIMA SEQUENCIA E O ENCADEAMENTO E REGRAVA O CONTROLE.
      * FUNCAO C (VERIFICADOR): SO CALCULA, A PARTIR DA
      * SEQUENCIA E DO ENCADEAMENTO ANTERIOR RECEBIDOS, SEM
      * TOCAR NO CONTROLE.
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIL-CONTROL ASSIGN TO 'AUDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAIL-CONTROL
           LABEL RECORD IS STANDARD.
       COPY CPTRLCT.

       WORKING-STORAGE SECTION.
       77 WRK-AUDCTL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-IDX            PIC 9(03) VALUE ZERO.
       77 WRK-TAMANHO        PIC 9(03) VALUE ZERO.
       77 WRK-ACUMULADO      PIC 9(18) VALUE ZERO.
       77 WRK-CODIGO         PIC 9(03) VALUE ZERO.
       77 WRK-ANTERIOR       PIC 9(10) VALUE ZERO.
       77 WRK-RESULTADO-NUM  PIC 9(10) VALUE ZERO.

      * VISAO EM CARACTERES DA SEQUENCIA, QUE ENTRA NO CALCULO
      * DIGITO A DIGITO COMO OS DADOS DO REGISTRO.
       01 WRK-SEQUENCIA-NUM  PIC 9(08) VALUE ZERO.
       01 WRK-SEQUENCIA-X REDEFINES WRK-SEQUENCIA-NUM PIC X(08).

      * CONTROLE AUDCTL EM TABELA; POUCAS TRILHAS, ARQUIVO
      * INTEIRO REGRAVADO A CADA CHAMADA, COMO O CHECKPOINT DO
      * PROGCOB07.
       77 WRK-QTDE-TRILHAS   PIC 9(02) VALUE ZERO.
       77 WRK-TRL-IDX        PIC 9(02) VALUE ZERO.
       77 WRK-TRL-ACHOU      PIC 9(02) VALUE ZERO.
       01 WRK-TRL-TABLE.
           05 WRK-TRL-ENTRY OCCURS 10 TIMES.
               10 WRK-TRL-NOME        PIC X(08).
               10 WRK-TRL-SEQUENCIA   PIC 9(08).
               10 WRK-TRL-ENCADEAM    PIC 9(10).
               10 WRK-TRL-TIMESTAMP   PIC 9(14).

       LINKAGE SECTION.
       01 LNK-FUNCAO         PIC X(01).
           88 LNK-GERAR      VALUE 'G'.
           88 LNK-CONFERIR   VALUE 'C'.
       01 LNK-TRILHA         PIC X(08).
       01 LNK-DADOS          PIC X(200).
       01 LNK-TAMANHO        PIC 9(03).
       01 LNK-SEQUENCIA      PIC 9(08).
       01 LNK-ENCADEAMENTO   PIC 9(10).

       PROCEDURE DIVISION USING LNK-FUNCAO LNK-TRILHA LNK-DADOS
                                LNK-TAMANHO LNK-SEQUENCIA
                                LNK-ENCADEAMENTO.
       0000-PRINCIPAL.
           MOVE LNK-TAMANHO TO WRK-TAMANHO.
           IF WRK-TAMANHO > 200
               MOVE 200 TO WRK-TAMANHO
           END-IF.
           IF LNK-CONFERIR
               MOVE LNK-SEQUENCIA    TO WRK-SEQUENCIA-NUM
               MOVE LNK-ENCADEAMENTO TO WRK-ANTERIOR
               PERFORM 5000-CALCULAR-ENCADEAMENTO
               MOVE WRK-RESULTADO-NUM TO LNK-ENCADEAMENTO
           ELSE
               PERFORM 2000-GERAR-ENCADEAMENTO
           END-IF.
           GOBACK.

      * PROXIMA SEQUENCIA DA TRILHA A PARTIR DO CONTROLE; TRILHA
      * AINDA SEM REGISTRO NO CONTROLE COMECA NA SEQUENCIA 1 COM
      * ENCADEAMENTO ANTERIOR ZERO. SE O CONTROLE NAO PUDER SER
      * REGRAVADO O REGISTRO SAI COM SEQUENCIA ZERO, QUE O
      * PROGCOB72 APONTA COMO REGISTRO FORA DA CORRENTE.
       2000-GERAR-ENCADEAMENTO.
           PERFORM 1000-CARREGAR-CONTROLE.
           MOVE ZERO TO WRK-TRL-ACHOU.
           PERFORM VARYING WRK-TRL-IDX FROM 1 BY 1
                   UNTIL WRK-TRL-IDX > WRK-QTDE-TRILHAS
               IF WRK-TRL-NOME(WRK-TRL-IDX) = LNK-TRILHA
                   MOVE WRK-TRL-IDX TO WRK-TRL-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-TRL-ACHOU = ZERO
               IF WRK-QTDE-TRILHAS < 10
                   ADD 1 TO WRK-QTDE-TRILHAS
                   MOVE WRK-QTDE-TRILHAS TO WRK-TRL-ACHOU
                   MOVE LNK-TRILHA TO WRK-TRL-NOME(WRK-TRL-ACHOU)
                   MOVE ZERO TO WRK-TRL-SEQUENCIA(WRK-TRL-ACHOU)
                                WRK-TRL-ENCADEAM(WRK-TRL-ACHOU)
                                WRK-TRL-TIMESTAMP(WRK-TRL-ACHOU)
               ELSE
                   DISPLAY 'AUDCTL SEM ESPACO PARA A TRILHA '
                       LNK-TRILHA
                   MOVE ZERO TO LNK-SEQUENCIA LNK-ENCADEAMENTO
               END-IF
           END-IF.
           IF WRK-TRL-ACHOU > ZERO
               COMPUTE WRK-SEQUENCIA-NUM =
                   WRK-TRL-SEQUENCIA(WRK-TRL-ACHOU) + 1
               MOVE WRK-TRL-ENCADEAM(WRK-TRL-ACHOU) TO WRK-ANTERIOR
               PERFORM 5000-CALCULAR-ENCADEAMENTO
               MOVE WRK-SEQUENCIA-NUM
                   TO WRK-TRL-SEQUENCIA(WRK-TRL-ACHOU)
               MOVE WRK-RESULTADO-NUM
                   TO WRK-TRL-ENCADEAM(WRK-TRL-ACHOU)
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO WRK-TRL-TIMESTAMP(WRK-TRL-ACHOU)
               PERFORM 3000-REGRAVAR-CONTROLE
               IF WRK-AUDCTL-STATUS = '00'
                   MOVE WRK-SEQUENCIA-NUM TO LNK-SEQUENCIA
                   MOVE WRK-RESULTADO-NUM TO LNK-ENCADEAMENTO
               ELSE
                   MOVE ZERO TO LNK-SEQUENCIA LNK-ENCADEAMENTO
               END-IF
           END-IF.

      * CONTROLE AUSENTE = NENHUMA TRILHA ENCADEADA AINDA.
       1000-CARREGAR-CONTROLE.
           MOVE ZERO TO WRK-QTDE-TRILHAS.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           OPEN INPUT TRAIL-CONTROL.
           IF WRK-AUDCTL-STATUS = '00'
               PERFORM 1100-LER-CONTROLE
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-QTDE-TRILHAS < 10
                       ADD 1 TO WRK-QTDE-TRILHAS
                       MOVE TC-TRILHA
                           TO WRK-TRL-NOME(WRK-QTDE-TRILHAS)
                       MOVE TC-SEQUENCIA
                           TO WRK-TRL-SEQUENCIA(WRK-QTDE-TRILHAS)
                       MOVE TC-ENCADEAMENTO
                           TO WRK-TRL-ENCADEAM(WRK-QTDE-TRILHAS)
                       MOVE TC-TIMESTAMP
                           TO WRK-TRL-TIMESTAMP(WRK-QTDE-TRILHAS)
                   END-IF
                   PERFORM 1100-LER-CONTROLE
               END-PERFORM
               CLOSE TRAIL-CONTROL
           END-IF.

       1100-LER-CONTROLE.
           READ TRAIL-CONTROL
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       3000-REGRAVAR-CONTROLE.
           OPEN OUTPUT TRAIL-CONTROL.
           IF WRK-AUDCTL-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR AUDCTL: ' WRK-AUDCTL-STATUS
           ELSE
               PERFORM VARYING WRK-TRL-IDX FROM 1 BY 1
                       UNTIL WRK-TRL-IDX > WRK-QTDE-TRILHAS
                   MOVE WRK-TRL-NOME(WRK-TRL-IDX)      TO TC-TRILHA
                   MOVE WRK-TRL-SEQUENCIA(WRK-TRL-IDX)
                       TO TC-SEQUENCIA
                   MOVE WRK-TRL-ENCADEAM(WRK-TRL-IDX)
                       TO TC-ENCADEAMENTO
                   MOVE WRK-TRL-TIMESTAMP(WRK-TRL-IDX)
                       TO TC-TIMESTAMP
                   WRITE TRAIL-CONTROL-RECORD
               END-PERFORM
               CLOSE TRAIL-CONTROL
           END-IF.

      * ENCADEAMENTO = POLINOMIO BASE 31 QUE PARTE DO VALOR DO
      * REGISTRO ANTERIOR E PERCORRE OS 8 DIGITOS DA SEQUENCIA E
      * OS BYTES DE DADOS DO REGISTRO, REDUZIDO MODULO 10 DIGITOS.
       5000-CALCULAR-ENCADEAMENTO.
           MOVE WRK-ANTERIOR TO WRK-ACUMULADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > 8
               COMPUTE WRK-CODIGO =
                   FUNCTION ORD(WRK-SEQUENCIA-X(WRK-IDX:1))
               COMPUTE WRK-ACUMULADO =
                   FUNCTION MOD(
                       WRK-ACUMULADO * 31 + WRK-CODIGO,
                       9999999967)
           END-PERFORM.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-TAMANHO
               COMPUTE WRK-CODIGO =
                   FUNCTION ORD(LNK-DADOS(WRK-IDX:1))
               COMPUTE WRK-ACUMULADO =
                   FUNCTION MOD(
                       WRK-ACUMULADO * 31 + WRK-CODIGO,
                       9999999967)
           END-PERFORM.
           MOVE WRK-ACUMULADO TO WRK-RESULTADO-NUM.
