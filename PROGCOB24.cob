               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BOLRPT-STATUS.

           SELECT ATTEND-SUMMARY ASSIGN TO 'ATTSUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS WRK-ATTSUM-STATUS.

           SELECT GRADE-LOCK ASSIGN TO 'GRDLOCK'
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD.
       01  BOLETIM-REPORT-LINE PIC X(100).

       FD  ATTEND-SUMMARY
           LABEL RECORD IS STANDARD.
       COPY CPATSUM.

       FD  GRADE-LOCK
           LABEL RECORD IS STANDARD.
       77 WRK-RANK           PIC 9(03) VALUE ZERO.
       77 WRK-TURMA-QTDE     PIC 9(03) VALUE ZERO.

      * RESUMO DE FREQUENCIA POR MATRICULA, CARREGADO DO ATTSUM
      * (REFEITO TODA NOITE PELO PROGCOB63) COM O MESMO CRITERIO
      * DO PROGCOB07: O BOLETIM QUE VAI PARA
      * A FAMILIA NAO PODE DIZER APROVADO QUANDO O GRDRPT OFICIAL
      * MARCA REPR-FALTA PELA FREQUENCIA ABAIXO DE 75%.
       77 WRK-ATTSUM-STATUS       PIC X(02) VALUE SPACES.
       77 WRK-LIMITE-FREQUENCIA PIC 9(03) VALUE 75.
       01 WRK-FREQ-TABLE.
           05 WRK-FQ-ENTRY OCCURS 200 TIMES.
           88 TRAVA-OBTIDA    VALUE 'S'.
       77 WRK-LOCK-RC         PIC 9(02) COMP-5 VALUE ZERO.
       77 WRK-GRDLOCK-NOME    PIC X(20) VALUE 'GRDLOCK'.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB24'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'BOLRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'C'.
       77 WRK-ARQ-RC         PIC S9(04) COMP VALUE ZERO.
      * O RELATORIO E RELIDO E ENTREGUE UMA LINHA POR CHAMADA
      * (FUNCAO L); A FUNCAO F FECHA O ARQUIVAMENTO.
       77 WRK-ARQ-FUNCAO     PIC X(01) VALUE 'L'.
       77 WRK-ARQ-LINHA      PIC X(132) VALUE SPACES.
       77 WRK-ARQ-FIM        PIC X(01) VALUE 'N'.
           88 FIM-ARQ-RELATORIO VALUE 'S'.

      * CONTROLE DE PAGINACAO: CADA ALUNO ABRE A SUA PROPRIA
      * PAGINA COM O CABECALHO DATADO, NO DESENHO DO PROGCOB07.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
               END-READ
           END-IF.

      * CARREGA O RESUMO DO ATTSUM NUMA TABELA DE TOTAIS POR
      * MATRICULA, COMO NO PROGCOB07. ARQUIVO OPCIONAL: SEM ELE O
      * BOLETIM SAI SO PELA MEDIA. TABELA CHEIA = ALUNOS
      * EXCEDENTES SEM FREQUENCIA APURADA (NAO PENALIZADOS).
       1900-CARREGAR-FREQUENCIA.
           MOVE ZERO TO WRK-FREQ-COUNT.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           OPEN INPUT ATTEND-SUMMARY.
           IF WRK-ATTSUM-STATUS = '00'
               MOVE LOW-VALUES TO AS-CHAVE
               START ATTEND-SUMMARY KEY NOT < AS-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               IF NOT FIM-ARQUIVO
                   PERFORM 1950-LER-ATTSUM
               END-IF
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM 1960-ACUMULAR-FREQUENCIA
                   PERFORM 1950-LER-ATTSUM
               END-PERFORM
               CLOSE ATTEND-SUMMARY
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1950-LER-ATTSUM.
           READ ATTEND-SUMMARY NEXT
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

           PERFORM VARYING WRK-FQ-BUSCA FROM 1 BY 1
                   UNTIL WRK-FQ-BUSCA > WRK-FREQ-COUNT
                      OR ACHOU-FREQUENCIA
               IF WRK-FQ-MATRICULA(WRK-FQ-BUSCA) = AS-MATRICULA
                   MOVE 'S' TO WRK-FQ-ACHOU
                   MOVE WRK-FQ-BUSCA TO WRK-FQ-IDX
               END-IF
               IF WRK-FREQ-COUNT < 200
                   ADD 1 TO WRK-FREQ-COUNT
                   MOVE WRK-FREQ-COUNT TO WRK-FQ-IDX
                   MOVE AS-MATRICULA
                       TO WRK-FQ-MATRICULA(WRK-FQ-IDX)
                   MOVE ZERO TO WRK-FQ-AULAS(WRK-FQ-IDX)
                   MOVE ZERO TO WRK-FQ-PRESENCAS(WRK-FQ-IDX)
               ELSE
                   DISPLAY 'TABELA DE FREQUENCIA CHEIA, IGNORADO: '
                       AS-MATRICULA
                   MOVE ZERO TO WRK-FQ-IDX
               END-IF
           END-IF.
      * CADA CHAVE DO ATTSUM E UM BIMESTRE DA MATRICULA: AULAS =
      * P + F + J E PRESENCAS = P + J (FALTA JUSTIFICADA ABONADA,
      * REGRA DO CPATTND).
           IF WRK-FQ-IDX > ZERO
               COMPUTE WRK-FQ-AULAS(WRK-FQ-IDX) =
                   WRK-FQ-AULAS(WRK-FQ-IDX) + AS-PRESENCAS
                   + AS-FALTAS + AS-JUSTIFICADAS
               COMPUTE WRK-FQ-PRESENCAS(WRK-FQ-IDX) =
                   WRK-FQ-PRESENCAS(WRK-FQ-IDX) + AS-PRESENCAS
                   + AS-JUSTIFICADAS
           END-IF.

      * INFORMA SE A FREQUENCIA APURADA DA MATRICULA EM
           CLOSE GRADE-PARM.
           CLOSE STUDENT-GRADES.
           CLOSE BOLETIM-REPORT.
           IF WRK-BOLRPT-STATUS = '00'
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           IF DISCM-ABERTO
               CLOSE DISCIPLINE-MASTER
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT BOLETIM-REPORT.
           IF WRK-BOLRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-BOLRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE BOLETIM-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ BOLETIM-REPORT INTO WRK-ARQ-LINHA
               AT END MOVE 'S' TO WRK-ARQ-FIM
           END-READ.

      * O CALL DEVOLVE O RETURN CODE DO PROGCOB74, ENTAO O DESTE
      * PROGRAMA E GUARDADO.
       9650-CHAMAR-ARQUIVAMENTO.
           MOVE RETURN-CODE TO WRK-ARQ-RC.
           CALL 'PROGCOB74' USING WRK-ARQ-FUNCAO WRK-ARQ-PROGRAMA
               WRK-ARQ-RELATORIO WRK-ARQ-TIMESTAMP WRK-ARQ-RETENCAO
               WRK-ARQ-LINHA.
           MOVE WRK-ARQ-RC TO RETURN-CODE.
