      * RESUMO DE ESTATISTICAS POR TURMA E DISCIPLINA (MEDIA DA
      * TURMA, MAIOR E MENOR MEDIA, E QUANTIDADE DE APROVADO/
      * RECUPERACAO/REPROVADO), COM FILTRO OPCIONAL DE BIMESTRE
      * REUTILIZA A MESMA LOGICA DE MEDIA/SITUACAO DO PROGCOB07.
      * ALUNO TRANSFERIDO, DESISTENTE OU CONCLUIDO (SM-STATUS) SAI
      * DAS MEDIAS DO BIMESTRE EM QUE DEIXOU A ESCOLA E DOS
      * SEGUINTES (DATAS DOS BIMESTRES DO SCHCAL)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLSRPT-STATUS.

           SELECT ATTEND-SUMMARY ASSIGN TO 'ATTSUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS WRK-ATTSUM-STATUS.

           SELECT RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLSMST-STATUS.

           SELECT SCHOOL-CALENDAR ASSIGN TO 'SCHCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SCHCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-PARM
           LABEL RECORD IS STANDARD.
       01  CLASS-REPORT-LINE PIC X(130).

       FD  ATTEND-SUMMARY
           LABEL RECORD IS STANDARD.
       COPY CPATSUM.

       FD  RUN-JOURNAL
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
       COPY CPCLSMS.

       FD  SCHOOL-CALENDAR
           LABEL RECORD IS STANDARD.
       COPY CPSCHCL.

       WORKING-STORAGE SECTION.
       77 WRK-GRDPARM-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STGRD-STATUS   PIC X(02) VALUE SPACES.
           88 STMST-ABERTO   VALUE 'S'.
       77 WRK-TURMA-ATUAL    PIC X(04) VALUE SPACES.

      * ALUNO QUE JA TINHA SAIDO DA ESCOLA NO BIMESTRE DO
      * REGISTRO DE NOTA: SAIDA (SM-DATA-STATUS) ATE O FIM DO
      * BIMESTRE NO SCHCAL - QUEM SAI EM 10/05 NAO CONTA NA MEDIA
      * DO BIMESTRE DE MAIO/JUNHO, MAS CONTINUA NA DO PRIMEIRO.
      * SEM O CALENDARIO, O ALUNO INATIVO SAI DE TODOS OS
      * BIMESTRES. O DESCARTE NAO E REJEICAO: SO E CONTADO.
       77 WRK-ALUNO-FORA     PIC X(01) VALUE 'N'.
           88 ALUNO-FORA     VALUE 'S'.
       77 WRK-QTDE-INATIVOS  PIC 9(06) VALUE ZERO.
       77 WRK-SCHCAL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CAL-CARREGADO  PIC X(01) VALUE 'N'.
           88 CAL-CARREGADO  VALUE 'S'.
       01 WRK-CAL-TABLE.
           05 WRK-CA-ENTRY OCCURS 4 TIMES.
               10 WRK-CA-FIM    PIC 9(08).
       77 WRK-CA-IDX         PIC 9(01) VALUE ZERO.

      * O NOME DA DISCIPLINA E OBTIDO NO DISCIPLINE-MASTER
      * (INDEXADO POR DM-CODIGO) NA HORA DE IMPRIMIR O RESUMO;
      * ARQUIVO OPCIONAL, COMO O STUDMST - SEM ELE A LINHA SAI
      * TODOS OS BIMESTRES DO ARQUIVO, 1-4 SOMENTE O INFORMADO.
       77 WRK-BIMESTRE-FILTRO PIC 9(01) VALUE ZERO.

      * RESUMO DE FREQUENCIA POR MATRICULA, CARREGADO DO ATTSUM
      * (REFEITO TODA NOITE PELO PROGCOB63 A PARTIR DO ATTFILE
      * LANCADO PELO PROGCOB29), NO MESMO CRITERIO DO PROGCOB07:
      * FREQUENCIA APURADA ABAIXO DE 75% PREVALECE SOBRE A MEDIA E
      * O ALUNO E CONTADO COMO REPR-FALTA NO RESUMO DA TURMA.
       77 WRK-ATTSUM-STATUS       PIC X(02) VALUE SPACES.
       77 WRK-LIMITE-FREQUENCIA PIC 9(03) VALUE 75.
       01 WRK-FREQ-TABLE.
           05 WRK-FQ-ENTRY OCCURS 200 TIMES.
      * COM A DATA E O BIMESTRE FILTRADO, PARA O RELATORIO DE
      * TENDENCIA DO PROGCOB36.
       77 WRK-CLSHST-STATUS   PIC X(02) VALUE SPACES.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB20'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'CLASSRPT'.
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

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS E E O MESMO DO REGISTRO DE
      * INICIO NO RUNJRNL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA E CHAMADO REPETIDAMENTE PELO MENU DRIVER
      * (PROGCOB09) DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZERO TO WRK-JRN-LIDOS WRK-JRN-GRAVADOS
                        WRK-JRN-REJEITADOS WRK-QTDE-INATIVOS.
           PERFORM 0100-GRAVAR-JORNAL-INICIO.
           PERFORM 0220-OBTER-TRAVA-COM-ESPERA.
           IF NOT TRAVA-OBTIDA
           PERFORM 1800-ABRIR-STUDENT-MASTER.
           PERFORM 1850-ABRIR-DISCIPLINE-MASTER.
           PERFORM 1880-CARREGAR-TURMAS.
           PERFORM 1860-CARREGAR-CALENDARIO.
           PERFORM 1900-CARREGAR-FREQUENCIA.
           PERFORM 2000-LER-STUDENT-GRADES.
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-BIMESTRE-FILTRO = ZERO
                       OR SG-BIMESTRE = WRK-BIMESTRE-FILTRO
                   PERFORM 3600-BUSCAR-ALUNO
                   IF ALUNO-FORA
                       ADD 1 TO WRK-QTDE-INATIVOS
                   ELSE
                       PERFORM 3000-CALCULAR-MEDIA
                       PERFORM 3500-ACUMULAR-TURMA
                   END-IF
               END-IF
               PERFORM 2000-LER-STUDENT-GRADES
           END-PERFORM.
           IF WRK-QTDE-INATIVOS > ZERO
               DISPLAY 'NOTAS DE ALUNOS FORA DA ESCOLA NO BIMESTRE, '
                       'FORA DO RESUMO: ' WRK-QTDE-INATIVOS
           END-IF.
           PERFORM 4000-IMPRIMIR-RESUMO.
           PERFORM 4500-GRAVAR-HISTORICO.
           PERFORM 9000-FECHAR-ARQUIVOS.
           IF WRK-JRNL-STATUS = '00'
               MOVE 'PROGCOB20' TO RJ-PROGRAMA
               MOVE 'I'         TO RJ-TIPO
               MOVE WRK-ARQ-TIMESTAMP TO RJ-TIMESTAMP
               MOVE ZERO        TO RJ-QTDE-LIDOS
               MOVE ZERO        TO RJ-QTDE-GRAVADOS
               MOVE ZERO        TO RJ-QTDE-REJEITADOS
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

      * CALENDARIO DO ANO LETIVO (SCHCAL), SO O FIM DE CADA
      * BIMESTRE, PARA DECIDIR SE O ALUNO QUE SAIU AINDA CONTA NA
      * MEDIA DO BIMESTRE. ARQUIVO OPCIONAL, COMO NO PROGCOB07.
       1860-CARREGAR-CALENDARIO.
           MOVE 'N' TO WRK-CAL-CARREGADO.
           PERFORM VARYING WRK-CA-IDX FROM 1 BY 1
                   UNTIL WRK-CA-IDX > 4
               MOVE ZERO TO WRK-CA-FIM(WRK-CA-IDX)
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SCHOOL-CALENDAR.
           IF WRK-SCHCAL-STATUS = '00'
               PERFORM 1870-LER-SCHCAL
               PERFORM UNTIL FIM-ARQUIVO
                   IF SC-BIMESTRE >= 1 AND SC-BIMESTRE <= 4
                       MOVE SC-DATA-FIM TO WRK-CA-FIM(SC-BIMESTRE)
                       MOVE 'S' TO WRK-CAL-CARREGADO
                   ELSE
                       DISPLAY 'BIMESTRE INVALIDO NO SCHCAL, '
                               'IGNORADO: ' SC-BIMESTRE
                   END-IF
                   PERFORM 1870-LER-SCHCAL
               END-PERFORM
               CLOSE SCHOOL-CALENDAR
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1870-LER-SCHCAL.
           READ SCHOOL-CALENDAR
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       1890-LER-CLSMST.
           READ CLASS-MASTER
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               END-READ
           END-IF.

      * CARREGA O RESUMO DO ATTSUM NUMA TABELA DE TOTAIS POR
      * MATRICULA, COMO NO PROGCOB07. ARQUIVO OPCIONAL: SEM ELE A
      * DECISAO FICA SO COM A MEDIA. TABELA CHEIA = ALUNOS
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

       2000-LER-STUDENT-GRADES.
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 3700-BUSCAR-TURMA
               IF NOT ACHOU-TURMA
                   IF WRK-TURMA-COUNT < 500

      * LEITURA ALEATORIA POR CHAVE (RECORD KEY IS SM-MATRICULA):
      * SE A MATRICULA NAO EXISTIR NO STUDENT-MASTER, INVALID KEY
      * DEIXA A TURMA EM BRANCO. O ALUNO QUE SAIU DA ESCOLA ATE O
      * FIM DO BIMESTRE DO REGISTRO (OU EM QUALQUER DATA, SEM O
      * SCHCAL) FICA MARCADO PARA SAIR DO RESUMO.
       3600-BUSCAR-ALUNO.
           MOVE SPACES TO WRK-TURMA-ATUAL.
           MOVE 'N'    TO WRK-ALUNO-FORA.
           IF STMST-ABERTO
               MOVE SG-MATRICULA TO SM-MATRICULA
               READ STUDENT-MASTER
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-TURMA TO WRK-TURMA-ATUAL
                       IF SM-STATUS NOT = SPACE
                               AND SM-STATUS NOT = 'A'
                           IF NOT CAL-CARREGADO
                                   OR SG-BIMESTRE < 1
                                   OR SG-BIMESTRE > 4
                               MOVE 'S' TO WRK-ALUNO-FORA
                           ELSE
                               IF SM-DATA-STATUS
                                       <= WRK-CA-FIM(SG-BIMESTRE)
                                   MOVE 'S' TO WRK-ALUNO-FORA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.

           CLOSE GRADE-PARM.
           CLOSE STUDENT-GRADES.
           CLOSE CLASS-REPORT.
           IF WRK-CLSRPT-STATUS = '00'
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
           OPEN INPUT CLASS-REPORT.
           IF WRK-CLSRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-CLSRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE CLASS-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ CLASS-REPORT INTO WRK-ARQ-LINHA
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
