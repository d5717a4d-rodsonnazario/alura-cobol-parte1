       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB53.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 24/08/2026
      * OBJETIVO: GRAVACAO DO HISTORICO ESCOLAR NO FECHAMENTO DO
      * ANO. LE O YEARLY-RESULTS (YEARRES) JA REQUALIFICADO PELO
      * PROGCOB39 E ACRESCENTA CADA MATRICULA/DISCIPLINA AO
      * ACADEMIC-HISTORY (ACADHIST), O ARQUIVO PERMANENTE CHAVEADO
      * POR MATRICULA + ANO LETIVO + DISCIPLINA, COM A MEDIA E A
      * SITUACAO FINAL, A FREQUENCIA DO ANO (ATTFILE), A TURMA DO
      * ALUNO (STUDMST) E O NOME DA DISCIPLINA (DISCMST) COMO
      * ESTAVAM NAQUELE ANO - O YEARRES E REFEITO A CADA
      * FECHAMENTO E O HISTORICO DOS ANOS ANTERIORES SE PERDIA.
      * RODA DEPOIS DO PROGCOB39 E ANTES DO PROGCOB22 APLICAR A
      * VIRADA DO PROGCOB40, SENAO A TURMA GRAVADA JA SERIA A DO
      * ANO SEGUINTE. REEXECUCAO DO MESMO ANO REGRAVA O REGISTRO
      * EM VEZ DE DUPLICAR. IMPRIME O RELATORIO DA GRAVACAO
      * (HSERPT) COM UMA LINHA POR REGISTRO E OS TOTAIS
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEARLY-RESULTS ASSIGN TO 'YEARRES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-YEARRES-STATUS.

           SELECT ACADEMIC-HISTORY ASSIGN TO 'ACADHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HE-CHAVE
               FILE STATUS IS WRK-ACADH-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT DISCIPLINE-MASTER ASSIGN TO 'DISCMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WRK-DISCM-STATUS.

           SELECT CLASS-MASTER ASSIGN TO 'CLSMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLSMST-STATUS.

           SELECT ATTEND-FILE ASSIGN TO 'ATTFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATTF-STATUS.

           SELECT HISTORY-REPORT ASSIGN TO 'HSERPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HSERPT-STATUS.

           SELECT RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YEARLY-RESULTS
           LABEL RECORD IS STANDARD.
       COPY CPYRRES.

       FD  ACADEMIC-HISTORY
           LABEL RECORD IS STANDARD.
       COPY CPHISTE.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  DISCIPLINE-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPDISCM.

       FD  CLASS-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPCLSMS.

       FD  ATTEND-FILE
           LABEL RECORD IS STANDARD.
       COPY CPATTND.

       FD  HISTORY-REPORT
           LABEL RECORD IS STANDARD.
       01  HISTORY-REPORT-LINE PIC X(100).

       FD  RUN-JOURNAL
           LABEL RECORD IS STANDARD.
       COPY CPRUNJR.

       WORKING-STORAGE SECTION.
       77 WRK-YEARRES-STATUS PIC X(02) VALUE SPACES.
       77 WRK-ACADH-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DISCM-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CLSMST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ATTF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HSERPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-JRNL-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-ACADH-ABERTO   PIC X(01) VALUE 'N'.
           88 ACADH-ABERTO   VALUE 'S'.
       77 WRK-DISCM-ABERTO   PIC X(01) VALUE 'N'.
           88 DISCM-ABERTO   VALUE 'S'.
       77 WRK-ACHOU-ALUNO    PIC X(01) VALUE 'N'.
           88 ACHOU-ALUNO    VALUE 'S'.

      * ANO LETIVO GRAVADO NA CHAVE: O CM-ANO-LETIVO DA TURMA DO
      * ALUNO NO CLSMST; TURMA FORA DO CADASTRO (OU SEM ANO)
      * USA O ANO ENCERRADO PELA DATA DA EXECUCAO, COM O MESMO
      * CRITERIO DA CONCLUSAO NO PROGCOB40 - RODANDO ATE JUNHO, O
      * ANO ENCERRADO E O ANTERIOR.
       77 WRK-ANO-PADRAO     PIC 9(04) VALUE ZERO.
       01 WRK-CLASS-TABLE.
           05 WRK-CL-ENTRY OCCURS 100 TIMES.
               10 WRK-CL-TURMA       PIC X(04).
               10 WRK-CL-ANO-LETIVO  PIC 9(04).
       77 WRK-CLS-COUNT      PIC 9(03) VALUE ZERO.
       77 WRK-CL-BUSCA       PIC 9(03) VALUE ZERO.
       77 WRK-CL-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-CLASSE   VALUE 'S'.

      * RESUMO DE FREQUENCIA POR MATRICULA, CARREGADO DO ATTFILE
      * COM O MESMO CRITERIO DO PROGCOB37, PARA O PERCENTUAL DO
      * HISTORICO SER O MESMO QUE DECIDIU O REPR-FALTA.
       01 WRK-FREQ-TABLE.
           05 WRK-FQ-ENTRY OCCURS 2000 TIMES.
               10 WRK-FQ-MATRICULA PIC 9(06).
               10 WRK-FQ-AULAS     PIC 9(04).
               10 WRK-FQ-PRESENCAS PIC 9(04).
       77 WRK-FREQ-COUNT    PIC 9(04) VALUE ZERO.
       77 WRK-FQ-IDX        PIC 9(04) VALUE ZERO.
       77 WRK-FQ-BUSCA      PIC 9(04) VALUE ZERO.
       77 WRK-FQ-ACHOU      PIC X(01) VALUE 'N'.
           88 ACHOU-FREQUENCIA VALUE 'S'.
       77 WRK-MATRICULA-BUSCA PIC 9(06) VALUE ZERO.

      * CONTADORES DA GRAVACAO. REGRAVADOS = CHAVE JA EXISTENTE
      * NO HISTORICO (REEXECUCAO DO MESMO ANO); SEM-MESTRE =
      * MATRICULA DO YEARRES AUSENTE DO STUDMST, GRAVADA SEM
      * TURMA E COM AVISO (RC 4).
       77 WRK-JRN-LIDOS       PIC 9(06) VALUE ZERO.
       77 WRK-JRN-GRAVADOS    PIC 9(06) VALUE ZERO.
       77 WRK-JRN-REJEITADOS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-INCLUIDOS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-REGRAVADOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SEM-MESTRE PIC 9(06) VALUE ZERO.
       77 WRK-ACAO            PIC X(09) VALUE SPACES.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB53'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'HSERPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'A'.
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
           05 WRK-DE-DIA PIC 9(02).
       77 WRK-LINHA-ATUAL   PIC 9(03) VALUE ZERO.
       77 WRK-PAGINA-ATUAL  PIC 9(03) VALUE ZERO.
       77 WRK-MAX-LINHAS    PIC 9(03) VALUE 20.
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER          PIC X(20) VALUE
               'GRAVACAO HISTORICO'.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 WRK-C-PAGINA    PIC ZZ9.

       01 WRK-DETALHE.
           05 WRK-D-MATRICULA PIC ZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-ANO       PIC 9999.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-TURMA     PIC X(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-DISCIPLINA PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-DISC-NOME PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-MEDIA     PIC Z9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-FREQ      PIC ZZ9,99.
           05 FILLER          PIC X(02) VALUE '% '.
           05 WRK-D-SITUACAO  PIC X(11).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-ACAO      PIC X(09).

       01 WRK-LINHA-TOTAIS.
           05 FILLER            PIC X(07) VALUE 'LIDOS='.
           05 WRK-T-LIDOS       PIC ZZZZZ9.
           05 FILLER            PIC X(11) VALUE ' INCLUIDOS='.
           05 WRK-T-INCLUIDOS   PIC ZZZZZ9.
           05 FILLER            PIC X(12) VALUE ' REGRAVADOS='.
           05 WRK-T-REGRAVADOS  PIC ZZZZZ9.
           05 FILLER            PIC X(12) VALUE ' SEM MESTRE='.
           05 WRK-T-SEM-MESTRE  PIC ZZZZZ9.
           05 FILLER            PIC X(12) VALUE ' REJEITADOS='.
           05 WRK-T-REJEITADOS  PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS E E O MESMO DO REGISTRO DE
      * INICIO NO RUNJRNL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA E OS
      * ACUMULADORES SAO ZERADOS AQUI.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           MOVE ZERO TO WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           MOVE ZERO TO WRK-JRN-LIDOS WRK-JRN-GRAVADOS
                        WRK-JRN-REJEITADOS.
           MOVE ZERO TO WRK-QTDE-INCLUIDOS WRK-QTDE-REGRAVADOS
                        WRK-QTDE-SEM-MESTRE.
           PERFORM 0100-GRAVAR-JORNAL-INICIO.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           MOVE WRK-DE-ANO TO WRK-ANO-PADRAO.
           IF WRK-DE-MES <= 6
               SUBTRACT 1 FROM WRK-ANO-PADRAO
           END-IF.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF RETURN-CODE < 12
               PERFORM 1800-CARREGAR-TURMAS
               PERFORM 1900-CARREGAR-FREQUENCIA
               PERFORM 2000-LER-YEARRES
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM 3000-GRAVAR-HISTORICO
                   PERFORM 2000-LER-YEARRES
               END-PERFORM
               PERFORM 5000-IMPRIMIR-TOTAIS
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           PERFORM 9100-GRAVAR-JORNAL-FIM.
           GOBACK.

      * O REGISTRO DE INICIO E GRAVADO ANTES DE QUALQUER ABERTURA
      * DE ARQUIVO, PARA O PROGCOB30 ENXERGAR TAMBEM AS EXECUCOES
      * QUE MORRERAM NA LARGADA (INICIO SEM FIM = FALHA).
       0100-GRAVAR-JORNAL-INICIO.
           OPEN EXTEND RUN-JOURNAL.
           IF WRK-JRNL-STATUS = '35'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WRK-JRNL-STATUS = '00'
               MOVE 'PROGCOB53' TO RJ-PROGRAMA
               MOVE 'I'         TO RJ-TIPO
               MOVE WRK-ARQ-TIMESTAMP TO RJ-TIMESTAMP
               MOVE ZERO        TO RJ-QTDE-LIDOS
               MOVE ZERO        TO RJ-QTDE-GRAVADOS
               MOVE ZERO        TO RJ-QTDE-REJEITADOS
               MOVE ZERO        TO RJ-RETURN-CODE
               MOVE ZERO        TO RJ-ESPERA-SEG
               WRITE RUN-JOURNAL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.

       9100-GRAVAR-JORNAL-FIM.
           OPEN EXTEND RUN-JOURNAL.
           IF WRK-JRNL-STATUS = '35'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WRK-JRNL-STATUS = '00'
               MOVE 'PROGCOB53' TO RJ-PROGRAMA
               MOVE 'F'         TO RJ-TIPO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RJ-TIMESTAMP
               MOVE WRK-JRN-LIDOS      TO RJ-QTDE-LIDOS
               MOVE WRK-JRN-GRAVADOS   TO RJ-QTDE-GRAVADOS
               MOVE WRK-JRN-REJEITADOS TO RJ-QTDE-REJEITADOS
               MOVE RETURN-CODE        TO RJ-RETURN-CODE
               MOVE ZERO               TO RJ-ESPERA-SEG
               WRITE RUN-JOURNAL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.

      * YEARRES E STUDMST SAO OBRIGATORIOS: SEM O PRIMEIRO NAO HA
      * RESULTADO PARA GUARDAR E SEM O SEGUNDO O HISTORICO SAIRIA
      * SEM A TURMA DE NENHUM ALUNO. DISCMST E OPCIONAL (O NOME DA
      * DISCIPLINA FICA EM BRANCO E O PROGCOB54 MOSTRA O CODIGO).
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT YEARLY-RESULTS.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT HISTORY-REPORT.
           IF WRK-YEARRES-STATUS NOT = '00'
               DISPLAY 'ARQUIVO YEARRES NAO ENCONTRADO - RODE O '
                       'PROGCOB37/PROGCOB39 ANTES'
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WRK-STMST-STATUS NOT = '00'
               DISPLAY 'ARQUIVO STUDMST NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE 'N' TO WRK-DISCM-ABERTO.
           OPEN INPUT DISCIPLINE-MASTER.
           IF WRK-DISCM-STATUS = '00'
               MOVE 'S' TO WRK-DISCM-ABERTO
           ELSE
               DISPLAY 'DISCMST NAO ENCONTRADO - HISTORICO SEM O '
                       'NOME DAS DISCIPLINAS'
           END-IF.
           IF RETURN-CODE < 12
               PERFORM 1100-ABRIR-HISTORICO
           END-IF.

      * O HISTORICO E ABERTO EM I-O PARA PERMITIR WRITE/REWRITE
      * POR CHAVE. NO PRIMEIRO FECHAMENTO O ARQUIVO AINDA NAO
      * EXISTE (STATUS '35') E E CRIADO VAZIO E REABERTO, COMO O
      * PROGCOB41 FAZ COM O DISCMST.
       1100-ABRIR-HISTORICO.
           MOVE 'N' TO WRK-ACADH-ABERTO.
           OPEN I-O ACADEMIC-HISTORY.
           IF WRK-ACADH-STATUS = '35'
               OPEN OUTPUT ACADEMIC-HISTORY
               CLOSE ACADEMIC-HISTORY
               OPEN I-O ACADEMIC-HISTORY
           END-IF.
           IF WRK-ACADH-STATUS = '00'
               MOVE 'S' TO WRK-ACADH-ABERTO
           ELSE
               DISPLAY 'ERRO AO ABRIR ACADHIST: ' WRK-ACADH-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      * CADASTRO DE TURMAS OPCIONAL: SEM ELE TODOS OS REGISTROS
      * VAO PARA O ANO PADRAO DA DATA DA EXECUCAO.
       1800-CARREGAR-TURMAS.
           MOVE ZERO TO WRK-CLS-COUNT.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLASS-MASTER.
           IF WRK-CLSMST-STATUS = '00'
               PERFORM 1850-LER-CLSMST
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-CLS-COUNT < 100
                       ADD 1 TO WRK-CLS-COUNT
                       MOVE CM-TURMA
                           TO WRK-CL-TURMA(WRK-CLS-COUNT)
                       MOVE CM-ANO-LETIVO
                           TO WRK-CL-ANO-LETIVO(WRK-CLS-COUNT)
                   ELSE
                       DISPLAY 'TABELA DE TURMAS CHEIA, IGNORADO: '
                           CM-TURMA
                   END-IF
                   PERFORM 1850-LER-CLSMST
               END-PERFORM
               CLOSE CLASS-MASTER
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1850-LER-CLSMST.
           READ CLASS-MASTER
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * CARREGA O ATTFILE INTEIRO NUMA TABELA DE TOTAIS POR
      * MATRICULA, COMO NO PROGCOB37. ARQUIVO OPCIONAL: SEM ELE O
      * HISTORICO SAI COM A FREQUENCIA ZERADA.
       1900-CARREGAR-FREQUENCIA.
           MOVE ZERO TO WRK-FREQ-COUNT.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           OPEN INPUT ATTEND-FILE.
           IF WRK-ATTF-STATUS = '00'
               PERFORM 1950-LER-ATTFILE
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM 1960-ACUMULAR-FREQUENCIA
                   PERFORM 1950-LER-ATTFILE
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1950-LER-ATTFILE.
           READ ATTEND-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       1960-ACUMULAR-FREQUENCIA.
           MOVE AT-MATRICULA TO WRK-MATRICULA-BUSCA.
           PERFORM 3600-BUSCAR-FREQUENCIA.
           IF NOT ACHOU-FREQUENCIA
               IF WRK-FREQ-COUNT < 2000
                   ADD 1 TO WRK-FREQ-COUNT
                   MOVE WRK-FREQ-COUNT TO WRK-FQ-IDX
                   MOVE AT-MATRICULA
                       TO WRK-FQ-MATRICULA(WRK-FQ-IDX)
                   MOVE ZERO TO WRK-FQ-AULAS(WRK-FQ-IDX)
                   MOVE ZERO TO WRK-FQ-PRESENCAS(WRK-FQ-IDX)
               ELSE
                   DISPLAY 'TABELA DE FREQUENCIA CHEIA, IGNORADO: '
                       AT-MATRICULA
                   MOVE ZERO TO WRK-FQ-IDX
               END-IF
           END-IF.
           IF WRK-FQ-IDX > ZERO
               ADD 1 TO WRK-FQ-AULAS(WRK-FQ-IDX)
               IF AT-CONTA-PRESENCA
                   ADD 1 TO WRK-FQ-PRESENCAS(WRK-FQ-IDX)
               END-IF
           END-IF.

       2000-LER-YEARRES.
           READ YEARLY-RESULTS
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END ADD 1 TO WRK-JRN-LIDOS
           END-READ.

      * MONTA O REGISTRO DO HISTORICO A PARTIR DO RESULTADO FINAL
      * E GRAVA PELA CHAVE. CHAVE JA EXISTENTE E REEXECUCAO DO
      * FECHAMENTO (OU REQUALIFICACAO RODADA DEPOIS) E O REGISTRO
      * E REGRAVADO COM O RESULTADO MAIS RECENTE.
       3000-GRAVAR-HISTORICO.
           MOVE SPACES TO ACADEMIC-HISTORY-RECORD.
           MOVE YR-MATRICULA TO HE-MATRICULA.
           MOVE YR-DISCIPLINA TO HE-DISCIPLINA.
           PERFORM 3100-BUSCAR-ALUNO.
           PERFORM 3200-BUSCAR-ANO-LETIVO.
           PERFORM 3300-BUSCAR-DISCIPLINA.
           PERFORM 3400-APURAR-FREQUENCIA.
           MOVE YR-MEDIA-ANUAL     TO HE-MEDIA-ANUAL.
           MOVE YR-EXAME-APLICADO  TO HE-EXAME-APLICADO.
           MOVE YR-NOTA-EXAME      TO HE-NOTA-EXAME.
           MOVE YR-MEDIA-FINAL     TO HE-MEDIA-FINAL.
           MOVE YR-SITUACAO-FINAL  TO HE-SITUACAO-FINAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HE-TIMESTAMP.
           MOVE SPACES TO WRK-ACAO.
           WRITE ACADEMIC-HISTORY-RECORD
               INVALID KEY
                   PERFORM 3500-REGRAVAR-HISTORICO
               NOT INVALID KEY
                   MOVE 'INCLUIDO' TO WRK-ACAO
                   ADD 1 TO WRK-QTDE-INCLUIDOS
                   ADD 1 TO WRK-JRN-GRAVADOS
           END-WRITE.
           IF WRK-ACAO NOT = SPACES
               PERFORM 4500-IMPRIMIR-DETALHE
           END-IF.

      * A TURMA VEM DO MESTRE NO MOMENTO DO FECHAMENTO. MATRICULA
      * SEM MESTRE (EXCLUIDA NO MEIO DO ANO) AINDA TEM O RESULTADO
      * GUARDADO, SEM TURMA E COM AVISO.
       3100-BUSCAR-ALUNO.
           MOVE YR-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU-ALUNO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU-ALUNO
           END-READ.
           IF ACHOU-ALUNO
               MOVE SM-TURMA TO HE-TURMA
           ELSE
               MOVE SPACES TO HE-TURMA
               ADD 1 TO WRK-QTDE-SEM-MESTRE
               DISPLAY 'MATRICULA SEM MESTRE, GRAVADA SEM TURMA: '
                   YR-MATRICULA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3200-BUSCAR-ANO-LETIVO.
           MOVE WRK-ANO-PADRAO TO HE-ANO-LETIVO.
           MOVE 'N' TO WRK-CL-ACHOU.
           PERFORM VARYING WRK-CL-BUSCA FROM 1 BY 1
                   UNTIL WRK-CL-BUSCA > WRK-CLS-COUNT
                      OR ACHOU-CLASSE
               IF WRK-CL-TURMA(WRK-CL-BUSCA) = HE-TURMA
                   MOVE 'S' TO WRK-CL-ACHOU
                   IF WRK-CL-ANO-LETIVO(WRK-CL-BUSCA) > ZERO
                       MOVE WRK-CL-ANO-LETIVO(WRK-CL-BUSCA)
                           TO HE-ANO-LETIVO
                   END-IF
               END-IF
           END-PERFORM.

       3300-BUSCAR-DISCIPLINA.
           MOVE SPACES TO HE-DISC-NOME.
           MOVE ZERO   TO HE-CARGA-SEMANAL.
           IF DISCM-ABERTO
               MOVE YR-DISCIPLINA TO DM-CODIGO
               READ DISCIPLINE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DM-NOME          TO HE-DISC-NOME
                       MOVE DM-CARGA-SEMANAL TO HE-CARGA-SEMANAL
               END-READ
           END-IF.

       3400-APURAR-FREQUENCIA.
           MOVE ZERO TO HE-AULAS HE-PRESENCAS HE-FREQ-PERC.
           MOVE YR-MATRICULA TO WRK-MATRICULA-BUSCA.
           PERFORM 3600-BUSCAR-FREQUENCIA.
           IF ACHOU-FREQUENCIA
               MOVE WRK-FQ-AULAS(WRK-FQ-IDX)     TO HE-AULAS
               MOVE WRK-FQ-PRESENCAS(WRK-FQ-IDX) TO HE-PRESENCAS
               IF HE-AULAS > ZERO
                   COMPUTE HE-FREQ-PERC =
                       HE-PRESENCAS * 100 / HE-AULAS
               END-IF
           END-IF.

       3500-REGRAVAR-HISTORICO.
           REWRITE ACADEMIC-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ACADHIST: '
                       HE-MATRICULA ' ' HE-ANO-LETIVO ' '
                       HE-DISCIPLINA ' STATUS ' WRK-ACADH-STATUS
                   ADD 1 TO WRK-JRN-REJEITADOS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   MOVE 'REGRAVADO' TO WRK-ACAO
                   ADD 1 TO WRK-QTDE-REGRAVADOS
                   ADD 1 TO WRK-JRN-GRAVADOS
           END-REWRITE.

       3600-BUSCAR-FREQUENCIA.
           MOVE 'N'  TO WRK-FQ-ACHOU.
           MOVE ZERO TO WRK-FQ-IDX.
           PERFORM VARYING WRK-FQ-BUSCA FROM 1 BY 1
                   UNTIL WRK-FQ-BUSCA > WRK-FREQ-COUNT
                      OR ACHOU-FREQUENCIA
               IF WRK-FQ-MATRICULA(WRK-FQ-BUSCA)
                       = WRK-MATRICULA-BUSCA
                   MOVE 'S' TO WRK-FQ-ACHOU
                   MOVE WRK-FQ-BUSCA TO WRK-FQ-IDX
               END-IF
           END-PERFORM.

       4500-IMPRIMIR-DETALHE.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE HE-MATRICULA      TO WRK-D-MATRICULA.
           MOVE HE-ANO-LETIVO     TO WRK-D-ANO.
           MOVE HE-TURMA          TO WRK-D-TURMA.
           MOVE HE-DISCIPLINA     TO WRK-D-DISCIPLINA.
           MOVE HE-DISC-NOME      TO WRK-D-DISC-NOME.
           MOVE HE-MEDIA-FINAL    TO WRK-D-MEDIA.
           MOVE HE-FREQ-PERC      TO WRK-D-FREQ.
           MOVE HE-SITUACAO-FINAL TO WRK-D-SITUACAO.
           MOVE WRK-ACAO          TO WRK-D-ACAO.
           MOVE WRK-DETALHE TO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-DETALHE.

       4600-VERIFICAR-QUEBRA-PAGINA.
           IF WRK-LINHA-ATUAL = ZERO
                  OR WRK-LINHA-ATUAL >= WRK-MAX-LINHAS
               PERFORM 4700-IMPRIMIR-CABECALHO
           END-IF.

       4700-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE ZERO          TO WRK-LINHA-ATUAL.
           MOVE WRK-DE-DIA    TO WRK-C-DIA.
           MOVE WRK-DE-MES    TO WRK-C-MES.
           MOVE WRK-DE-ANO    TO WRK-C-ANO.
           MOVE WRK-PAGINA-ATUAL TO WRK-C-PAGINA.
           MOVE WRK-CABECALHO TO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.

       5000-IMPRIMIR-TOTAIS.
           MOVE WRK-JRN-LIDOS       TO WRK-T-LIDOS.
           MOVE WRK-QTDE-INCLUIDOS  TO WRK-T-INCLUIDOS.
           MOVE WRK-QTDE-REGRAVADOS TO WRK-T-REGRAVADOS.
           MOVE WRK-QTDE-SEM-MESTRE TO WRK-T-SEM-MESTRE.
           MOVE WRK-JRN-REJEITADOS  TO WRK-T-REJEITADOS.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TOTAIS TO HISTORY-REPORT-LINE.
           WRITE HISTORY-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAIS.

       9000-FECHAR-ARQUIVOS.
           CLOSE YEARLY-RESULTS.
           CLOSE STUDENT-MASTER.
           CLOSE HISTORY-REPORT.
           IF WRK-HSERPT-STATUS = '00'
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           IF DISCM-ABERTO
               CLOSE DISCIPLINE-MASTER
           END-IF.
           IF ACADH-ABERTO
               CLOSE ACADEMIC-HISTORY
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT HISTORY-REPORT.
           IF WRK-HSERPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-HSERPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE HISTORY-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ HISTORY-REPORT INTO WRK-ARQ-LINHA
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
