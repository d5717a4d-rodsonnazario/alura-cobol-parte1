       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB79.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 10/10/2026
      * OBJETIVO: REGISTRO DE CORRESPONDENCIA, COMPARTILHADO PELOS
      * PROGRAMAS QUE EMITEM CARTAS PARA AS FAMILIAS (PROGCOB31,
      * PROGCOB45, PROGCOB47, PROGCOB59, PROGCOB77). PARA CADA
      * CARTA O CHAMADOR PASSA A FUNCAO R (REGISTRAR) E O
      * REGISTRO DA CARTA PREENCHIDO (LAYOUT CPCORRG, SEM O
      * NUMERO); ESTE PROGRAMA DA O NUMERO SEGUINTE AO ULTIMO DO
      * CORRESP, GRAVA A ENTRADA E DEVOLVE O REGISTRO COM O
      * NUMERO, QUE O CHAMADOR IMPRIME NA CARTA -
      * QUANDO A FAMILIA DIZ QUE NAO RECEBEU O AVISO, O REGISTRO
      * MOSTRA O QUE FOI ENVIADO, QUANDO E PARA QUAL ENDERECO. O
      * CORRESP FICA ABERTO ENTRE AS CHAMADAS; NO FIM DA EMISSAO O
      * CHAMADOR PASSA A FUNCAO F (FECHAR).
      * FALHA NO REGISTRO SO E AVISADA NO CONSOLE E DEVOLVE O
      * NUMERO ZERADO: A CARTA SAI ASSIM MESMO E O CHAMADOR DECIDE
      * O RETURN CODE.
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACCESS DYNAMIC: A LEITURA SEQUENCIAL NA ABERTURA ACHA O
      * ULTIMO NUMERO; A GRAVACAO E POR CHAVE.
           SELECT CORRESP-REGISTER ASSIGN TO 'CORRESP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMERO
               FILE STATUS IS WRK-CORRESP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRESP-REGISTER
           LABEL RECORD IS STANDARD.
       COPY CPCORRG.

       WORKING-STORAGE SECTION.
       77 WRK-CORRESP-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CORRESP-ABERTO PIC X(01) VALUE 'N'.
           88 CORRESP-ABERTO VALUE 'S'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-ULTIMO-NUMERO  PIC 9(08) VALUE ZERO.
       77 WRK-DATA-EXEC      PIC 9(08) VALUE ZERO.

       LINKAGE SECTION.
       01 LNK-FUNCAO         PIC X(01).
           88 LNK-REGISTRAR  VALUE 'R'.
           88 LNK-FECHAR     VALUE 'F'.
       01 LNK-CARTA          PIC X(179).

       PROCEDURE DIVISION USING LNK-FUNCAO LNK-CARTA.
       0000-PRINCIPAL.
      * A WORKING-STORAGE SOBREVIVE ENTRE AS CHAMADAS DO MESMO
      * RUN UNIT: O CORRESP E O ULTIMO NUMERO SAO APURADOS SO NA
      * PRIMEIRA CARTA DE CADA EMISSAO.
           EVALUATE TRUE
               WHEN LNK-REGISTRAR
                   IF NOT CORRESP-ABERTO
                       PERFORM 1000-ABRIR-REGISTRO
                   END-IF
                   PERFORM 2000-REGISTRAR-CARTA
               WHEN LNK-FECHAR
                   IF CORRESP-ABERTO
                       CLOSE CORRESP-REGISTER
                       MOVE 'N' TO WRK-CORRESP-ABERTO
                   END-IF
               WHEN OTHER
                   DISPLAY 'PROGCOB79: FUNCAO INVALIDA: ' LNK-FUNCAO
           END-EVALUATE.
           GOBACK.

      * CORRESP INEXISTENTE E CRIADO VAZIO, COMO O REMREG DO
      * PROGCOB55. A CHAVE E O NUMERO DA CARTA, ENTAO O ULTIMO
      * REGISTRO LIDO EM SEQUENCIA TEM O MAIOR NUMERO.
       1000-ABRIR-REGISTRO.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           MOVE ZERO TO WRK-ULTIMO-NUMERO.
           OPEN I-O CORRESP-REGISTER.
           IF WRK-CORRESP-STATUS = '35'
               OPEN OUTPUT CORRESP-REGISTER
               CLOSE CORRESP-REGISTER
               OPEN I-O CORRESP-REGISTER
           END-IF.
           IF WRK-CORRESP-STATUS = '00'
               MOVE 'S' TO WRK-CORRESP-ABERTO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 1100-LER-CORRESP
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE CR-NUMERO TO WRK-ULTIMO-NUMERO
                   PERFORM 1100-LER-CORRESP
               END-PERFORM
           ELSE
               DISPLAY 'ERRO AO ABRIR CORRESP: ' WRK-CORRESP-STATUS
           END-IF.

       1100-LER-CORRESP.
           READ CORRESP-REGISTER NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * A CARTA VOLTA PARA O CHAMADOR COM O NUMERO DADO (ZERO
      * QUANDO NAO FOI POSSIVEL REGISTRAR). DATA DE EMISSAO NAO
      * INFORMADA E A DATA DA EXECUCAO.
       2000-REGISTRAR-CARTA.
           MOVE LNK-CARTA TO CORRESP-REGISTER-RECORD.
           MOVE ZERO TO CR-NUMERO CR-DATA-DEVOLUCAO.
           MOVE SPACES TO CR-OPERADOR.
           IF CR-DATA-EMISSAO NOT NUMERIC
                   OR CR-DATA-EMISSAO = ZERO
               MOVE WRK-DATA-EXEC TO CR-DATA-EMISSAO
           END-IF.
           IF CORRESP-ABERTO
               ADD 1 TO WRK-ULTIMO-NUMERO
               MOVE WRK-ULTIMO-NUMERO TO CR-NUMERO
               WRITE CORRESP-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY 'CARTA NAO REGISTRADA NO CORRESP, '
                               'MATRICULA ' CR-MATRICULA ': '
                               WRK-CORRESP-STATUS
                       MOVE ZERO TO CR-NUMERO
               END-WRITE
           ELSE
               DISPLAY 'CARTA NAO REGISTRADA NO CORRESP, '
                       'MATRICULA ' CR-MATRICULA
           END-IF.
           MOVE CORRESP-REGISTER-RECORD TO LNK-CARTA.
