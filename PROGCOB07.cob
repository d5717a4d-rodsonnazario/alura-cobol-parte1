               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT ATTEND-SUMMARY ASSIGN TO 'ATTSUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS WRK-ATTSUM-STATUS.

           SELECT RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  ATTEND-SUMMARY
           LABEL RECORD IS STANDARD.
       COPY CPATSUM.

       FD  RUN-JOURNAL
           LABEL RECORD IS STANDARD.

      * CONTROLE DE PAGINACAO DO RELATORIO IMPRESSO
       77 WRK-DATA-EXEC-STATUS PIC X(02) VALUE SPACES.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB07'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'GRDRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'C'.
       77 WRK-ARQ-RC         PIC S9(04) COMP VALUE ZERO.
      * O RELATORIO E RELIDO E ENTREGUE UMA LINHA POR CHAMADA
      * (FUNCAO L); A FUNCAO F FECHA O ARQUIVAMENTO.
       77 WRK-ARQ-FUNCAO     PIC X(01) VALUE 'L'.
       77 WRK-ARQ-LINHA      PIC X(132) VALUE SPACES.
       77 WRK-ARQ-FIM        PIC X(01) VALUE 'N'.
           88 FIM-ARQ-RELATORIO VALUE 'S'.
       01 WRK-DATA-EXEC.
           05 WRK-DE-ANO PIC 9(04).
           05 WRK-DE-MES PIC 9(02).
       77 WRK-STMST-ABERTO   PIC X(01) VALUE 'N'.
           88 STMST-ABERTO   VALUE 'S'.

      * RESUMO DE FREQUENCIA POR MATRICULA, CARREGADO DO ATTSUM
      * (REFEITO TODA NOITE PELO PROGCOB63 A PARTIR DO ATTFILE
      * LANCADO PELO PROGCOB29). A APROVACAO EXIGE POR LEI 75% DE
      * PRESENCA: UM ALUNO COM MEDIA DE APROVACAO MAS FREQUENCIA
      * ABAIXO DO LIMITE SAI COMO REPR-FALTA. ALUNO SEM NENHUM
      * LANCAMENTO NAO E PENALIZADO (A ESCOLA PODE AINDA NAO TER
      * CAPTURADO A FREQUENCIA DA TURMA).
      * COM O CALENDARIO LETIVO (SCHCAL) PRESENTE, OS LANCAMENTOS
      * JA VEM SEPARADOS POR BIMESTRE NO ATTSUM E CADA
      * REGISTRO DE NOTA E JULGADO PELO PERCENTUAL DO SEU PROPRIO
      * BIMESTRE - AS FALTAS DO 1o BIMESTRE DEIXAM DE DERRUBAR A
      * DECISAO DO 4o. OS TOTAIS DO ANO CONTINUAM ACUMULADOS PARA
      * O CASO DE CALENDARIO AUSENTE OU DE BIMESTRE SEM
      * LANCAMENTO (COMPORTAMENTO ORIGINAL).
       77 WRK-ATTSUM-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-LIMITE-FREQUENCIA PIC 9(03) VALUE 75.
       01 WRK-FREQ-TABLE.
           05 WRK-FQ-ENTRY OCCURS 200 TIMES.
       77 WRK-FQ-ACHOU      PIC X(01) VALUE 'N'.
           88 ACHOU-FREQUENCIA VALUE 'S'.
       77 WRK-FREQ-PERC     PIC 9(03)V99 VALUE ZEROS.

      * CALENDARIO DO ANO LETIVO CARREGADO DO SCHCAL (UM REGISTRO
      * POR BIMESTRE, MESMO CRITERIO DE CARGA DO HOLCAL NO

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS E E O MESMO DO REGISTRO DE
      * INICIO NO RUNJRNL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA E CHAMADO REPETIDAMENTE PELO MENU DRIVER
      * (PROGCOB09) DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA. OS
           IF WRK-JRNL-STATUS = '00'
               MOVE 'PROGCOB07' TO RJ-PROGRAMA
               MOVE 'I'         TO RJ-TIPO
               MOVE WRK-ARQ-TIMESTAMP TO RJ-TIMESTAMP
               MOVE ZERO        TO RJ-QTDE-LIDOS
               MOVE ZERO        TO RJ-QTDE-GRAVADOS
               MOVE ZERO        TO RJ-QTDE-REJEITADOS
               CLOSE CHECKPOINT-FILE
           END-IF.

      * CARREGA O RESUMO DE FREQUENCIA (ATTSUM) NUMA TABELA DE
      * TOTAIS POR MATRICULA (AULAS E PRESENCAS). O ARQUIVO E
      * OPCIONAL: SEM ELE A DECISAO DE APROVACAO FICA SO COM A
      * MEDIA, COMO SEMPRE FOI. SE A TABELA ESTOURAR, OS ALUNOS
      * EXCEDENTES FICAM SEM FREQUENCIA APURADA (NAO SAO
      * PENALIZADOS) E UM AVISO SAI NO CONSOLE.
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
                   END-PERFORM
               ELSE
                   DISPLAY 'TABELA DE FREQUENCIA CHEIA, IGNORADO: '
                       AS-MATRICULA
                   MOVE ZERO TO WRK-FQ-IDX
               END-IF
           END-IF.
      * AULAS = PRESENCAS + FALTAS + JUSTIFICADAS. A FALTA
      * JUSTIFICADA POR ATESTADO APROVADO (J) E ABONADA E CONTA
      * COMO PRESENCA (REGRA DOCUMENTADA NO CPATTND), PARA O
      * ALUNO COM ATESTADO NAO CAIR EM REPR-FALTA.
           IF WRK-FQ-IDX > ZERO
               COMPUTE WRK-FQ-AULAS(WRK-FQ-IDX) =
                   WRK-FQ-AULAS(WRK-FQ-IDX) + AS-PRESENCAS
                   + AS-FALTAS + AS-JUSTIFICADAS
               COMPUTE WRK-FQ-PRESENCAS(WRK-FQ-IDX) =
                   WRK-FQ-PRESENCAS(WRK-FQ-IDX) + AS-PRESENCAS
                   + AS-JUSTIFICADAS
      * ALEM DO TOTAL DO ANO, A CHAVE E SOMADA NO BALDE DO SEU
      * BIMESTRE; O BIMESTRE 0 DO ATTSUM (DATA FORA DE QUALQUER
      * BIMESTRE OU CALENDARIO AUSENTE) FICA SO NO TOTAL DO ANO.
               IF AS-BIMESTRE >= 1 AND AS-BIMESTRE <= 4
                   COMPUTE WRK-FQ-AULAS-BIM(WRK-FQ-IDX, AS-BIMESTRE)
                       = WRK-FQ-AULAS-BIM(WRK-FQ-IDX, AS-BIMESTRE)
                       + AS-PRESENCAS + AS-FALTAS + AS-JUSTIFICADAS
                   COMPUTE
                       WRK-FQ-PRESENCAS-BIM(WRK-FQ-IDX, AS-BIMESTRE)
                     = WRK-FQ-PRESENCAS-BIM(WRK-FQ-IDX, AS-BIMESTRE)
                       + AS-PRESENCAS + AS-JUSTIFICADAS
               END-IF
           END-IF.

      * CARREGA O CALENDARIO LETIVO (UM REGISTRO POR BIMESTRE).
           CLOSE GRADE-PARM.
           CLOSE STUDENT-GRADES.
           CLOSE GRADE-REPORT.
           IF WRK-GRDRPT-STATUS = '00'
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           CLOSE EXPORT-FILE.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
           IF DISCM-ABERTO
               CLOSE DISCIPLINE-MASTER
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT GRADE-REPORT.
           IF WRK-GRDRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-GRDRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE GRADE-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ GRADE-REPORT INTO WRK-ARQ-LINHA
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
