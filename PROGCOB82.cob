       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB82.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 13/10/2026
      * OBJETIVO: ACOMPANHAMENTO DO LANCAMENTO DE NOTAS DE UM
      * BIMESTRE, PARA A COORDENACAO COBRAR OS PROFESSORES ANTES
      * DO PROGCOB07 RODAR COM DISCIPLINA VAZIA OU O BOLETIM SAIR
      * EM BRANCO. O OPERADOR INFORMA O BIMESTRE E O PROGRAMA
      * MONTA UM DIARIO POR TURMA (CLSMST) X DISCIPLINA (DISCMST),
      * COM O PROFESSOR RESPONSAVEL (ATRIBUICAO DO ATRIBUI, OU O
      * REGENTE DA TURMA, OU O DM-PROFESSOR DA DISCIPLINA), OS
      * ALUNOS ATIVOS DA TURMA (STUDMST), QUANTOS JA TEM NOTA NO
      * STUDGRD, QUANTOS SO TEM REGISTRO PARADO NA CRITICA
      * (GRDSUSP DO PROGCOB25) E O PERCENTUAL CONCLUIDO. DIARIO
      * SEM NENHUMA NOTA PERTO DO FIM DO BIMESTRE (SC-DATA-FIM DO
      * SCHCAL) SAI DESTACADO. DEPOIS DA LISTA SAI O RESUMO POR
      * PROFESSOR E UMA PAGINA DE PENDENCIAS PARA CADA PROFESSOR
      * COM DIARIO INCOMPLETO, PRONTA PARA SER ENVIADA A ELE.
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACCESS DYNAMIC: O MESTRE E VARRIDO EM SEQUENCIA PARA
      * CONTAR OS ALUNOS DE CADA TURMA E LIDO POR CHAVE PARA ACHAR
      * A TURMA DE CADA NOTA.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

      * ACCESS DYNAMIC: O CADASTRO INTEIRO E CARREGADO EM TABELA.
           SELECT DISCIPLINE-MASTER ASSIGN TO 'DISCMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WRK-DISCM-STATUS.

           SELECT CLASS-MASTER ASSIGN TO 'CLSMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLSMST-STATUS.

           SELECT TEACHER-ASSIGN ASSIGN TO 'ATRIBUI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATRIB-STATUS.

           SELECT SCHOOL-CALENDAR ASSIGN TO 'SCHCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SCHCAL-STATUS.

           SELECT STUDENT-GRADES ASSIGN TO 'STUDGRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STGRD-STATUS.

           SELECT GRADES-SUSPENSO ASSIGN TO 'GRDSUSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SUSP-STATUS.

           SELECT SUSPENSO-ORDENADO ASSIGN TO 'GRDSUSO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SUSO-STATUS.

           SELECT SORT-WORK ASSIGN TO 'SORTWK'.

           SELECT PROGRESS-REPORT ASSIGN TO 'LANCRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCRPT-STATUS.

           SELECT RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRNL-STATUS.

           SELECT GRADE-LOCK ASSIGN TO 'GRDLOCK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOCK-STATUS.

           SELECT LOCK-PARM ASSIGN TO 'LCKPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LCKPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  DISCIPLINE-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPDISCM.

       FD  CLASS-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPCLSMS.

       FD  TEACHER-ASSIGN
           LABEL RECORD IS STANDARD.
       COPY CPATRIB.

       FD  SCHOOL-CALENDAR
           LABEL RECORD IS STANDARD.
       COPY CPSCHCL.

       FD  STUDENT-GRADES
           LABEL RECORD IS STANDARD.
       COPY CPSTGRD.

       FD  GRADES-SUSPENSO
           LABEL RECORD IS STANDARD.
       COPY CPGRDSU.

      * SAIDA DO SORT DO GRDSUSP, NA MESMA ORDEM DO STUDGRD
      * (DISCIPLINA + BIMESTRE + MATRICULA), PARA OS DOIS SEREM
      * CONFRONTADOS NUMA PASSADA SO.
       FD  SUSPENSO-ORDENADO
           LABEL RECORD IS STANDARD.
       COPY CPGRDSU REPLACING GRADES-SUSPENSO-RECORD
                           BY SUSPENSO-ORDENADO-RECORD
                              GS-MATRICULA  BY GO-MATRICULA
                              GS-DISCIPLINA BY GO-DISCIPLINA
                              GS-BIMESTRE   BY GO-BIMESTRE
                              GS-NOTAS      BY GO-NOTAS
                              GS-MOTIVO     BY GO-MOTIVO.

       SD  SORT-WORK.
       COPY CPGRDSU REPLACING GRADES-SUSPENSO-RECORD
                           BY SORT-WORK-RECORD
                              GS-MATRICULA  BY SW-MATRICULA
                              GS-DISCIPLINA BY SW-DISCIPLINA
                              GS-BIMESTRE   BY SW-BIMESTRE
                              GS-NOTAS      BY SW-NOTAS
                              GS-MOTIVO     BY SW-MOTIVO.

       FD  PROGRESS-REPORT
           LABEL RECORD IS STANDARD.
       01  PROGRESS-REPORT-LINE PIC X(132).

       FD  RUN-JOURNAL
           LABEL RECORD IS STANDARD.
       COPY CPRUNJR.

       FD  GRADE-LOCK
           LABEL RECORD IS STANDARD.
       COPY CPGRDLK.

       FD  LOCK-PARM
           LABEL RECORD IS STANDARD.
       COPY CPLCKPM.

       WORKING-STORAGE SECTION.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DISCM-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CLSMST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ATRIB-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SCHCAL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-STGRD-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SUSP-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SUSO-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-LANCRPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-STMST-ABERTO   PIC X(01) VALUE 'N'.
           88 STMST-ABERTO   VALUE 'S'.
       77 WRK-CADASTROS-OK   PIC X(01) VALUE 'N'.
           88 CADASTROS-OK   VALUE 'S'.
       77 WRK-STGRD-ABERTO   PIC X(01) VALUE 'N'.
           88 STGRD-ABERTO   VALUE 'S'.
       77 WRK-SUSO-ABERTO    PIC X(01) VALUE 'N'.
           88 SUSO-ABERTO    VALUE 'S'.
       77 WRK-ACHOU-REGISTRO PIC X(01) VALUE 'N'.
           88 ACHOU-REGISTRO VALUE 'S'.

      * BIMESTRE ACOMPANHADO. ZERO NA DIGITACAO E O BIMESTRE EM
      * CURSO PELO SCHCAL (O ULTIMO JA INICIADO NA DATA DE HOJE).
       77 WRK-BIMESTRE-INF   PIC 9(01) VALUE ZERO.
       77 WRK-BIMESTRE       PIC 9(01) VALUE ZERO.

      * CALENDARIO DO ANO LETIVO (SCHCAL). ARQUIVO OPCIONAL: SEM
      * ELE O BIMESTRE TEM QUE SER DIGITADO E TODO DIARIO SEM NOTA
      * SAI DESTACADO, JA QUE NAO HA COMO SABER O PRAZO.
       77 WRK-CAL-CARREGADO  PIC X(01) VALUE 'N'.
           88 CAL-CARREGADO  VALUE 'S'.
       01 WRK-CAL-TABLE.
           05 WRK-CA-ENTRY OCCURS 4 TIMES.
               10 WRK-CA-INICIO PIC 9(08).
               10 WRK-CA-FIM    PIC 9(08).
       77 WRK-CA-IDX         PIC 9(01) VALUE ZERO.

      * PRAZO: DIAS DE HOJE ATE O SC-DATA-FIM DO BIMESTRE
      * (NEGATIVO = BIMESTRE JA ENCERRADO). DIARIO SEM NENHUMA
      * NOTA COM WRK-DIAS-ALERTA DIAS OU MENOS DE PRAZO SAI COM
      * O DESTAQUE ***.
       77 WRK-TEM-PRAZO      PIC X(01) VALUE 'N'.
           88 TEM-PRAZO      VALUE 'S'.
       77 WRK-DIAS-RESTANTES PIC S9(05) VALUE ZERO.
       77 WRK-DIAS-ALERTA    PIC 9(03) VALUE 15.

      * TURMAS DO CLSMST, CADA UMA COM OS ALUNOS ATIVOS E UM
      * DIARIO POR DISCIPLINA DO DISCMST (MESMA POSICAO DA TABELA
      * DE DISCIPLINAS). WRK-TC-ORIGEM DIZ DE ONDE VEIO O
      * PROFESSOR: A=ATRIBUICAO DA DISCIPLINA NA TURMA, R=REGENTE
      * DA TURMA (ATRIBUICAO COM DISCIPLINA EM BRANCO), D=O
      * DM-PROFESSOR DA DISCIPLINA.
       01 WRK-TURMA-TABLE.
           05 WRK-TM-ENTRY OCCURS 50 TIMES.
               10 WRK-TM-TURMA          PIC X(04).
               10 WRK-TM-MATRICULADOS   PIC 9(04).
               10 WRK-TM-DIARIO OCCURS 30 TIMES.
                   15 WRK-TC-PROFESSOR  PIC X(30).
                   15 WRK-TC-ORIGEM     PIC X(01).
                   15 WRK-TC-LANCADOS   PIC 9(04).
                   15 WRK-TC-SUSPENSOS  PIC 9(04).
       77 WRK-TM-COUNT       PIC 9(02) VALUE ZERO.
       77 WRK-TM-IDX         PIC 9(02) VALUE ZERO.
       77 WRK-TM-BUSCA       PIC 9(02) VALUE ZERO.
       77 WRK-TURMA-ATUAL    PIC X(04) VALUE SPACES.

       01 WRK-DISC-TABLE.
           05 WRK-DS-ENTRY OCCURS 30 TIMES.
               10 WRK-DS-CODIGO     PIC X(03).
               10 WRK-DS-NOME       PIC X(30).
               10 WRK-DS-PROFESSOR  PIC X(30).
       77 WRK-DS-COUNT       PIC 9(02) VALUE ZERO.
       77 WRK-DS-IDX         PIC 9(02) VALUE ZERO.
       77 WRK-DS-BUSCA       PIC 9(02) VALUE ZERO.
       77 WRK-DISC-ATUAL     PIC X(03) VALUE SPACES.

      * PROFESSORES NA ORDEM EM QUE APARECEM NOS DIARIOS, COM OS
      * TOTAIS DO RESUMO E DA PAGINA DE PENDENCIAS.
       01 WRK-PROF-TABLE.
           05 WRK-PF-ENTRY OCCURS 100 TIMES.
               10 WRK-PF-NOME           PIC X(30).
               10 WRK-PF-DIARIOS        PIC 9(04).
               10 WRK-PF-COMPLETOS      PIC 9(04).
               10 WRK-PF-SEM-NOTAS      PIC 9(04).
               10 WRK-PF-ESPERADAS      PIC 9(05).
               10 WRK-PF-LANCADAS       PIC 9(05).
               10 WRK-PF-SUSPENSAS      PIC 9(05).
       77 WRK-PF-COUNT       PIC 9(03) VALUE ZERO.
       77 WRK-PF-IDX         PIC 9(03) VALUE ZERO.
       77 WRK-PF-BUSCA       PIC 9(03) VALUE ZERO.
       77 WRK-PROFESSOR-ATUAL PIC X(30) VALUE SPACES.

      * CHAVES DO CONFRONTO STUDGRD X GRDSUSP DO BIMESTRE
      * (DISCIPLINA + MATRICULA; HIGH-VALUES = ARQUIVO NO FIM).
      * ALUNO COM NOTA NO STUDGRD CONTA COMO LANCADO MESMO QUE
      * TENHA OUTRO REGISTRO NO GRDSUSP (DUPLICATA, CORRECAO JA
      * REDIGITADA); SO NO GRDSUSP, CONTA UMA VEZ COMO SUSPENSO.
       01 WRK-CHAVE-NOTA.
           05 WRK-CN-DISCIPLINA  PIC X(03).
           05 WRK-CN-MATRICULA   PIC X(06).
       01 WRK-CHAVE-SUSPENSO.
           05 WRK-CS-DISCIPLINA  PIC X(03).
           05 WRK-CS-MATRICULA   PIC X(06).
       01 WRK-CHAVE-PROCESSO.
           05 WRK-CP-DISCIPLINA  PIC X(03).
           05 WRK-CP-MATRICULA   PIC X(06).
       77 WRK-TIPO-PROCESSO  PIC X(01) VALUE SPACE.
           88 PROCESSO-LANCADO  VALUE 'L'.
           88 PROCESSO-SUSPENSO VALUE 'S'.
       77 WRK-ATRIBUIDO      PIC X(01) VALUE 'N'.
           88 ATRIBUIDO      VALUE 'S'.
       77 WRK-QTDE-SEM-DIARIO PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-FORA-CLSMST PIC 9(06) VALUE ZERO.

      * SITUACAO DE UM DIARIO: V=TURMA SEM ALUNOS C=COMPLETO
      * Z=SEM NENHUMA NOTA P=PARCIAL.
       77 WRK-CLASSE-DIARIO  PIC X(01) VALUE SPACE.
           88 DIARIO-VAZIO     VALUE 'V'.
           88 DIARIO-COMPLETO  VALUE 'C'.
           88 DIARIO-SEM-NOTAS VALUE 'Z'.
           88 DIARIO-PARCIAL   VALUE 'P'.
       77 WRK-DIARIO-ALERTA  PIC X(01) VALUE 'N'.
           88 DIARIO-ALERTA  VALUE 'S'.
       77 WRK-PERCENTUAL     PIC 9(03) VALUE ZERO.

      * TOTAIS DA ESCOLA.
       77 WRK-TT-DIARIOS     PIC 9(05) VALUE ZERO.
       77 WRK-TT-COMPLETOS   PIC 9(05) VALUE ZERO.
       77 WRK-TT-SEM-NOTAS   PIC 9(05) VALUE ZERO.
       77 WRK-TT-ALERTAS     PIC 9(05) VALUE ZERO.
       77 WRK-TT-ESPERADAS   PIC 9(06) VALUE ZERO.
       77 WRK-TT-LANCADAS    PIC 9(06) VALUE ZERO.
       77 WRK-TT-SUSPENSAS   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-LEMBRETES PIC 9(03) VALUE ZERO.

      * CONTADORES DO RUN-JOURNAL: REGISTROS LIDOS DO STUDGRD E
      * DO GRDSUSP, LINHAS DE DIARIO IMPRESSAS E REGISTROS QUE NAO
      * CAIRAM EM NENHUM DIARIO.
       77 WRK-JRNL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-JRN-LIDOS       PIC 9(06) VALUE ZERO.
       77 WRK-JRN-GRAVADOS    PIC 9(06) VALUE ZERO.
       77 WRK-JRN-REJEITADOS  PIC 9(06) VALUE ZERO.

      * TRAVA DE LEITURA DO STUDENT-GRADES, NO MESMO DESENHO DO
      * PROGCOB20: O STUDGRD E O GRDSUSP SAO REFEITOS JUNTOS PELO
      * PROGCOB25 SOB TRAVA EXCLUSIVA.
       77 WRK-LOCK-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-TRAVA-OBTIDA    PIC X(01) VALUE 'N'.
           88 TRAVA-OBTIDA    VALUE 'S'.
       77 WRK-LOCK-RC         PIC 9(02) COMP-5 VALUE ZERO.
       77 WRK-GRDLOCK-NOME    PIC X(20) VALUE 'GRDLOCK'.
       77 WRK-LCKPARM-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ESPERA-INTERVALO PIC 9(03) VALUE 30.
       77 WRK-ESPERA-MAXIMA   PIC 9(05) VALUE 300.
       77 WRK-ESPERA-TOTAL    PIC 9(05) VALUE ZERO.

      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB82'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'LANCRPT'.
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
           05 WRK-DE-DIA PIC 9(02).
       01 WRK-DATA-EXEC-NUM REDEFINES WRK-DATA-EXEC PIC 9(08).

      * DATA AAAAMMDD DESMEMBRADA PARA IMPRESSAO DD/MM/AAAA.
       01 WRK-DATA-AUX.
           05 WRK-DA-ANO PIC 9(04).
           05 WRK-DA-MES PIC 9(02).
           05 WRK-DA-DIA PIC 9(02).
       01 WRK-DATA-AUX-NUM REDEFINES WRK-DATA-AUX PIC 9(08).
       01 WRK-DATA-FORMATADA.
           05 WRK-DF-DIA PIC 99.
           05 FILLER     PIC X(01) VALUE '/'.
           05 WRK-DF-MES PIC 99.
           05 FILLER     PIC X(01) VALUE '/'.
           05 WRK-DF-ANO PIC 9999.

      * SECAO EM IMPRESSAO, PARA O CABECALHO DE CADA PAGINA:
      * D=DIARIOS R=RESUMO POR PROFESSOR P=PENDENCIAS DE UM
      * PROFESSOR.
       77 WRK-SECAO          PIC X(01) VALUE 'D'.
           88 SECAO-DIARIOS    VALUE 'D'.
           88 SECAO-RESUMO     VALUE 'R'.
           88 SECAO-PENDENCIAS VALUE 'P'.
       77 WRK-LINHA-ATUAL   PIC 9(03) VALUE ZERO.
       77 WRK-PAGINA-ATUAL  PIC 9(03) VALUE ZERO.
       77 WRK-MAX-LINHAS    PIC 9(03) VALUE 20.
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 WRK-C-TITULO    PIC X(20) VALUE
               'LANCAMENTO DE NOTAS'.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 WRK-C-PAGINA    PIC ZZ9.

       01 WRK-LINHA-BIMESTRE.
           05 FILLER          PIC X(10) VALUE 'BIMESTRE: '.
           05 WRK-LB-BIMESTRE PIC 9(01).
           05 FILLER          PIC X(17) VALUE
               '   ENCERRAMENTO: '.
           05 WRK-LB-FIM      PIC X(10).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LB-PRAZO    PIC X(30).
       01 WRK-PRAZO-FALTAM.
           05 FILLER          PIC X(07) VALUE 'FALTAM '.
           05 WRK-PZ-FALTAM   PIC ZZZZ9.
           05 FILLER          PIC X(05) VALUE ' DIAS'.
       01 WRK-PRAZO-ENCERRADO.
           05 FILLER          PIC X(13) VALUE 'ENCERRADO HA '.
           05 WRK-PZ-ENCERRADO PIC ZZZZ9.
           05 FILLER          PIC X(05) VALUE ' DIAS'.

       01 WRK-LINHA-PROFESSOR.
           05 FILLER          PIC X(14) VALUE 'PROFESSOR(A): '.
           05 WRK-LP-NOME     PIC X(30).

       01 WRK-COLUNAS-DIARIO.
           05 FILLER          PIC X(30) VALUE
               'TUR. DIS DISCIPLINA           '.
           05 FILLER          PIC X(42) VALUE
               'PROFESSOR                       MATR  LANC'.
           05 FILLER          PIC X(22) VALUE
               '  SUSP COMPL  SITUACAO'.

       01 WRK-DETALHE.
           05 WRK-D-TURMA       PIC X(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-D-DISCIPLINA  PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-D-NOME        PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-D-PROFESSOR   PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-D-MATRICULADOS PIC ZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-D-LANCADOS    PIC ZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-D-SUSPENSOS   PIC ZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-D-PERCENTUAL  PIC ZZ9.
           05 FILLER            PIC X(01) VALUE '%'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-D-SITUACAO    PIC X(32).
       01 WRK-ALERTA-FALTAM.
           05 FILLER            PIC X(23) VALUE
               '*** SEM NOTAS - FALTAM '.
           05 WRK-AL-DIAS       PIC ZZ9.
           05 FILLER            PIC X(05) VALUE ' DIAS'.

       01 WRK-LINHA-TOTAL.
           05 FILLER            PIC X(17) VALUE 'TOTAL DA ESCOLA: '.
           05 WRK-T-DIARIOS     PIC ZZZZ9.
           05 FILLER            PIC X(12) VALUE ' DIARIOS,   '.
           05 WRK-T-COMPLETOS   PIC ZZZZ9.
           05 FILLER            PIC X(15) VALUE ' COMPLETOS,    '.
           05 WRK-T-SEM-NOTAS   PIC ZZZZ9.
           05 FILLER            PIC X(15) VALUE ' SEM NOTAS,    '.
           05 WRK-T-LANCADAS    PIC ZZZZZ9.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-T-ESPERADAS   PIC ZZZZZ9.
           05 FILLER            PIC X(08) VALUE ' NOTAS ('.
           05 WRK-T-PERCENTUAL  PIC ZZ9.
           05 FILLER            PIC X(06) VALUE '%),   '.
           05 WRK-T-SUSPENSAS   PIC ZZZZZ9.
           05 FILLER            PIC X(10) VALUE ' SUSPENSAS'.
       01 WRK-LINHA-SEM-DIARIO.
           05 FILLER            PIC X(40) VALUE
               'REGISTROS FORA DE QUALQUER DIARIO (ALUNO'.
           05 FILLER            PIC X(40) VALUE
               ' INATIVO OU INEXISTENTE, TURMA OU DISCIP'.
           05 FILLER            PIC X(25) VALUE
               'LINA FORA DO CADASTRO): '.
           05 WRK-SD-QTDE       PIC ZZZZZ9.
       01 WRK-LEGENDA.
           05 FILLER            PIC X(34) VALUE
               '*** = DIARIO SEM NENHUMA NOTA COM '.
           05 WRK-LG-DIAS       PIC ZZ9.
           05 FILLER            PIC X(40) VALUE
               ' DIAS OU MENOS ATE O FIM DO BIMESTRE, OU'.
           05 FILLER            PIC X(25) VALUE
               ' COM O BIMESTRE ENCERRADO'.

       01 WRK-COLUNAS-PROFESSOR.
           05 FILLER          PIC X(30) VALUE 'PROFESSOR'.
           05 FILLER          PIC X(30) VALUE
               '   DIARIOS COMPLETOS SEM NOTAS'.
           05 FILLER          PIC X(38) VALUE
               ' ESPERADAS  LANCADAS SUSPENSAS  COMPL.'.
       01 WRK-LINHA-RESUMO.
           05 WRK-R-PROFESSOR   PIC X(30).
           05 WRK-R-DIARIOS     PIC Z(09)9.
           05 WRK-R-COMPLETOS   PIC Z(09)9.
           05 WRK-R-SEM-NOTAS   PIC Z(09)9.
           05 WRK-R-ESPERADAS   PIC Z(09)9.
           05 WRK-R-LANCADAS    PIC Z(09)9.
           05 WRK-R-SUSPENSAS   PIC Z(09)9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WRK-R-PERCENTUAL  PIC ZZ9.
           05 FILLER            PIC X(01) VALUE '%'.

       01 WRK-LINHA-PENDENTE.
           05 FILLER            PIC X(19) VALUE
               'DIARIOS PENDENTES: '.
           05 WRK-PD-DIARIOS    PIC ZZZ9.
           05 FILLER            PIC X(20) VALUE
               '   ALUNOS SEM NOTA: '.
           05 WRK-PD-SEM-NOTA   PIC ZZZZ9.
           05 FILLER            PIC X(26) VALUE
               '   REGISTROS NA CRITICA: '.
           05 WRK-PD-SUSPENSAS  PIC ZZZZ9.
       01 WRK-LINHA-PEDIDO.
           05 FILLER            PIC X(38) VALUE
               'FAVOR CONCLUIR O LANCAMENTO DAS NOTAS '.
           05 FILLER            PIC X(40) VALUE
               'DOS DIARIOS ACIMA ATE O FIM DO BIMESTRE.'.
           05 FILLER            PIC X(46) VALUE
               ' REGISTROS NA CRITICA PRECISAM SER CORRIGIDOS.'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS E E O MESMO DO REGISTRO DE
      * INICIO NO RUNJRNL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N'  TO WRK-FIM-ARQUIVO WRK-STMST-ABERTO
                        WRK-CADASTROS-OK WRK-STGRD-ABERTO
                        WRK-SUSO-ABERTO.
           MOVE ZERO TO WRK-JRN-LIDOS WRK-JRN-GRAVADOS
                        WRK-JRN-REJEITADOS WRK-ESPERA-TOTAL
                        WRK-QTDE-SEM-DIARIO WRK-QTDE-FORA-CLSMST
                        WRK-TT-DIARIOS WRK-TT-COMPLETOS
                        WRK-TT-SEM-NOTAS WRK-TT-ALERTAS
                        WRK-TT-ESPERADAS WRK-TT-LANCADAS
                        WRK-TT-SUSPENSAS WRK-QTDE-LEMBRETES
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 0100-GRAVAR-JORNAL-INICIO.
           PERFORM 1860-CARREGAR-CALENDARIO.
           PERFORM 1000-LER-BIMESTRE.
           PERFORM 0220-OBTER-TRAVA-COM-ESPERA.
           IF NOT TRAVA-OBTIDA
               MOVE 08 TO RETURN-CODE
               PERFORM 9100-GRAVAR-JORNAL-FIM
               GOBACK
           END-IF.
           PERFORM 1200-ABRIR-ARQUIVOS.
           IF CADASTROS-OK
               PERFORM 1990-MONTAR-DIARIOS
               PERFORM 1950-CARREGAR-ATRIBUICOES
               PERFORM 2000-CONTAR-MATRICULADOS
               PERFORM 3000-APURAR-LANCAMENTOS
               OPEN OUTPUT PROGRESS-REPORT
               PERFORM 4000-IMPRIMIR-DIARIOS
               PERFORM 5000-RESUMIR-PROFESSORES
               PERFORM 5200-IMPRIMIR-RESUMO
               PERFORM 5500-IMPRIMIR-PENDENCIAS
               CLOSE PROGRESS-REPORT
               IF WRK-LANCRPT-STATUS = '00'
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
               DISPLAY 'DIARIOS: ' WRK-TT-DIARIOS
                       ' COMPLETOS: ' WRK-TT-COMPLETOS
                       ' SEM NOTAS: ' WRK-TT-SEM-NOTAS
                       ' EM ALERTA: ' WRK-TT-ALERTAS
               DISPLAY 'PAGINAS DE PENDENCIAS NO LANCRPT: '
                       WRK-QTDE-LEMBRETES
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           PERFORM 9200-LIBERAR-TRAVA-LEITURA.
           PERFORM 9100-GRAVAR-JORNAL-FIM.
           GOBACK.

      * RETENTA A TRAVA DENTRO DOS LIMITES DO LCKPARM ANTES DE
      * DESISTIR, COMO NO PROGCOB20.
       0220-OBTER-TRAVA-COM-ESPERA.
           PERFORM 0150-LER-PARM-TRAVA.
           MOVE ZERO TO WRK-ESPERA-TOTAL.
           PERFORM 0200-OBTER-TRAVA-LEITURA.
           PERFORM UNTIL TRAVA-OBTIDA
                   OR WRK-ESPERA-TOTAL >= WRK-ESPERA-MAXIMA
               DISPLAY 'TRAVA OCUPADA - NOVA TENTATIVA EM '
                       WRK-ESPERA-INTERVALO ' SEGUNDOS'
               CALL 'C$SLEEP' USING WRK-ESPERA-INTERVALO
               ADD WRK-ESPERA-INTERVALO TO WRK-ESPERA-TOTAL
               PERFORM 0200-OBTER-TRAVA-LEITURA
           END-PERFORM.
           IF TRAVA-OBTIDA AND WRK-ESPERA-TOTAL > ZERO
               DISPLAY 'TRAVA OBTIDA APOS ' WRK-ESPERA-TOTAL
                       ' SEGUNDOS DE ESPERA'
           END-IF.

       0150-LER-PARM-TRAVA.
           MOVE 30  TO WRK-ESPERA-INTERVALO.
           MOVE 300 TO WRK-ESPERA-MAXIMA.
           OPEN INPUT LOCK-PARM.
           IF WRK-LCKPARM-STATUS = '00'
               READ LOCK-PARM
                   AT END CONTINUE
                   NOT AT END
                       IF LP-INTERVALO-SEG > ZERO
                           MOVE LP-INTERVALO-SEG
                               TO WRK-ESPERA-INTERVALO
                       END-IF
                       MOVE LP-MAX-ESPERA-SEG TO WRK-ESPERA-MAXIMA
               END-READ
               CLOSE LOCK-PARM
           END-IF.

      * TRAVA COMPARTILHADA, IGUAL A DO PROGCOB20: SEM ARQUIVO DE
      * TRAVA CRIA UMA S NOVA, TRAVA S EXISTENTE GANHA MAIS UM
      * LEITOR, TRAVA X FAZ O PROGRAMA INFORMAR O DETENTOR E
      * DESISTIR.
       0200-OBTER-TRAVA-LEITURA.
           MOVE 'N' TO WRK-TRAVA-OBTIDA.
           OPEN INPUT GRADE-LOCK.
           IF WRK-LOCK-STATUS NOT = '00'
               MOVE 'S'         TO LK-TIPO
               MOVE 'PROGCOB82' TO LK-PROGRAMA
               MOVE FUNCTION CURRENT-DATE(1:14) TO LK-TIMESTAMP
               MOVE 1           TO LK-CONTADOR
               PERFORM 0250-GRAVAR-TRAVA
               MOVE 'S' TO WRK-TRAVA-OBTIDA
           ELSE
               READ GRADE-LOCK
                   AT END
                       CLOSE GRADE-LOCK
                       MOVE 'S'         TO LK-TIPO
                       MOVE 'PROGCOB82' TO LK-PROGRAMA
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO LK-TIMESTAMP
                       MOVE 1           TO LK-CONTADOR
                       PERFORM 0250-GRAVAR-TRAVA
                       MOVE 'S' TO WRK-TRAVA-OBTIDA
                   NOT AT END
                       CLOSE GRADE-LOCK
                       IF LK-TIPO = 'X'
                           DISPLAY 'STUDGRD TRAVADO EM EXCLUSIVO '
                                   'POR ' LK-PROGRAMA ' DESDE '
                                   LK-TIMESTAMP
                       ELSE
                           ADD 1 TO LK-CONTADOR
                           PERFORM 0250-GRAVAR-TRAVA
                           MOVE 'S' TO WRK-TRAVA-OBTIDA
                       END-IF
               END-READ
           END-IF.

       0250-GRAVAR-TRAVA.
           OPEN OUTPUT GRADE-LOCK.
           WRITE GRADE-LOCK-RECORD.
           CLOSE GRADE-LOCK.

       9200-LIBERAR-TRAVA-LEITURA.
           IF TRAVA-OBTIDA
               OPEN INPUT GRADE-LOCK
               IF WRK-LOCK-STATUS = '00'
                   READ GRADE-LOCK
                       AT END
                           CLOSE GRADE-LOCK
                       NOT AT END
                           CLOSE GRADE-LOCK
                           IF LK-CONTADOR > 1
                               SUBTRACT 1 FROM LK-CONTADOR
                               PERFORM 0250-GRAVAR-TRAVA
                           ELSE
                               CALL 'CBL_DELETE_FILE'
                                   USING WRK-GRDLOCK-NOME
                                   RETURNING WRK-LOCK-RC
                           END-IF
                   END-READ
               END-IF
               MOVE 'N' TO WRK-TRAVA-OBTIDA
           END-IF.

      * O REGISTRO DE INICIO E GRAVADO ANTES DE QUALQUER ABERTURA
      * DE ARQUIVO, PARA O PROGCOB30 ENXERGAR TAMBEM AS EXECUCOES
      * QUE MORRERAM NA LARGADA (INICIO SEM FIM = FALHA).
       0100-GRAVAR-JORNAL-INICIO.
           OPEN EXTEND RUN-JOURNAL.
           IF WRK-JRNL-STATUS = '35'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WRK-JRNL-STATUS = '00'
               MOVE 'PROGCOB82' TO RJ-PROGRAMA
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
               MOVE 'PROGCOB82' TO RJ-PROGRAMA
               MOVE 'F'         TO RJ-TIPO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RJ-TIMESTAMP
               MOVE WRK-JRN-LIDOS      TO RJ-QTDE-LIDOS
               MOVE WRK-JRN-GRAVADOS   TO RJ-QTDE-GRAVADOS
               MOVE WRK-JRN-REJEITADOS TO RJ-QTDE-REJEITADOS
               MOVE RETURN-CODE        TO RJ-RETURN-CODE
               MOVE WRK-ESPERA-TOTAL   TO RJ-ESPERA-SEG
               WRITE RUN-JOURNAL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.

      * O BIMESTRE E REPETIDO ATE VIR UM VALIDO. ZERO SO SERVE
      * COM O SCHCAL CARREGADO (O BIMESTRE EM CURSO VEM DELE).
       1000-LER-BIMESTRE.
           MOVE ZERO TO WRK-BIMESTRE.
           PERFORM UNTIL WRK-BIMESTRE >= 1 AND WRK-BIMESTRE <= 4
               DISPLAY 'BIMESTRE DO ACOMPANHAMENTO (1-4, '
                       '0=BIMESTRE EM CURSO): '
                ACCEPT WRK-BIMESTRE-INF FROM CONSOLE
               IF WRK-BIMESTRE-INF = ZERO
                   PERFORM 1050-ACHAR-BIMESTRE-CORRENTE
               ELSE
                   MOVE WRK-BIMESTRE-INF TO WRK-BIMESTRE
               END-IF
               IF WRK-BIMESTRE < 1 OR WRK-BIMESTRE > 4
                   DISPLAY 'BIMESTRE INVALIDO OU SEM CALENDARIO, '
                           'DIGITE DE 1 A 4'
               END-IF
           END-PERFORM.
           PERFORM 1100-CALCULAR-PRAZO.

       1050-ACHAR-BIMESTRE-CORRENTE.
           MOVE ZERO TO WRK-BIMESTRE.
           IF CAL-CARREGADO
               PERFORM VARYING WRK-CA-IDX FROM 1 BY 1
                       UNTIL WRK-CA-IDX > 4
                   IF WRK-CA-INICIO(WRK-CA-IDX) > ZERO
                           AND WRK-CA-INICIO(WRK-CA-IDX)
                               <= WRK-DATA-EXEC-NUM
                       MOVE WRK-CA-IDX TO WRK-BIMESTRE
                   END-IF
               END-PERFORM
           END-IF.

       1100-CALCULAR-PRAZO.
           MOVE 'N'  TO WRK-TEM-PRAZO.
           MOVE ZERO TO WRK-DIAS-RESTANTES.
           IF CAL-CARREGADO
               IF WRK-CA-FIM(WRK-BIMESTRE) > ZERO
                   MOVE 'S' TO WRK-TEM-PRAZO
                   COMPUTE WRK-DIAS-RESTANTES =
                       FUNCTION INTEGER-OF-DATE(
                           WRK-CA-FIM(WRK-BIMESTRE))
                       - FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC-NUM)
               END-IF
           END-IF.

      * STUDMST, CLSMST E DISCMST SAO OBRIGATORIOS: SEM ELES NAO
      * HA DIARIO PARA ACOMPANHAR (RC 12). O ATRIBUI E OPCIONAL
      * (FICA O DM-PROFESSOR); SEM O STUDGRD NENHUMA NOTA CHEGOU
      * AINDA E O ACOMPANHAMENTO SAI ASSIM MESMO, COM AVISO.
       1200-ABRIR-ARQUIVOS.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-STMST-STATUS = '00'
               MOVE 'S' TO WRK-STMST-ABERTO
               PERFORM 1880-CARREGAR-TURMAS
               PERFORM 1900-CARREGAR-DISCIPLINAS
               IF WRK-TM-COUNT > ZERO AND WRK-DS-COUNT > ZERO
                   MOVE 'S' TO WRK-CADASTROS-OK
               ELSE
                   DISPLAY 'SEM TURMAS NO CLSMST OU SEM DISCIPLINAS '
                           'NO DISCMST - NADA A ACOMPANHAR'
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'ERRO AO ABRIR STUDMST: ' WRK-STMST-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      * INICIO E FIM DE CADA BIMESTRE DO SCHCAL.
       1860-CARREGAR-CALENDARIO.
           MOVE 'N' TO WRK-CAL-CARREGADO.
           PERFORM VARYING WRK-CA-IDX FROM 1 BY 1
                   UNTIL WRK-CA-IDX > 4
               MOVE ZERO TO WRK-CA-INICIO(WRK-CA-IDX)
               MOVE ZERO TO WRK-CA-FIM(WRK-CA-IDX)
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SCHOOL-CALENDAR.
           IF WRK-SCHCAL-STATUS = '00'
               PERFORM 1870-LER-SCHCAL
               PERFORM UNTIL FIM-ARQUIVO
                   IF SC-BIMESTRE >= 1 AND SC-BIMESTRE <= 4
                       MOVE SC-DATA-INICIO
                           TO WRK-CA-INICIO(SC-BIMESTRE)
                       MOVE SC-DATA-FIM TO WRK-CA-FIM(SC-BIMESTRE)
                       MOVE 'S' TO WRK-CAL-CARREGADO
                   ELSE
                       DISPLAY 'BIMESTRE INVALIDO NO SCHCAL, '
                               'IGNORADO: ' SC-BIMESTRE
                   END-IF
                   PERFORM 1870-LER-SCHCAL
               END-PERFORM
               CLOSE SCHOOL-CALENDAR
           ELSE
               DISPLAY 'SCHCAL NAO ENCONTRADO - DIARIOS SEM PRAZO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1870-LER-SCHCAL.
           READ SCHOOL-CALENDAR
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * CARREGA O CLSMST INTEIRO EM TABELA (POUCAS DEZENAS DE
      * REGISTROS, MESMO CRITERIO DO PROGCOB20).
       1880-CARREGAR-TURMAS.
           MOVE ZERO TO WRK-TM-COUNT.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLASS-MASTER.
           IF WRK-CLSMST-STATUS = '00'
               PERFORM 1890-LER-CLSMST
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-TM-COUNT < 50
                       ADD 1 TO WRK-TM-COUNT
                       MOVE CM-TURMA TO WRK-TM-TURMA(WRK-TM-COUNT)
                       MOVE ZERO
                           TO WRK-TM-MATRICULADOS(WRK-TM-COUNT)
                   ELSE
                       DISPLAY 'TABELA DE TURMAS CHEIA, IGNORADA: '
                               CM-TURMA
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   PERFORM 1890-LER-CLSMST
               END-PERFORM
               CLOSE CLASS-MASTER
           ELSE
               DISPLAY 'ERRO AO ABRIR CLSMST: ' WRK-CLSMST-STATUS
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1890-LER-CLSMST.
           READ CLASS-MASTER
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * CARREGA O DISCMST INTEIRO EM TABELA, NA ORDEM DO CODIGO.
       1900-CARREGAR-DISCIPLINAS.
           MOVE ZERO TO WRK-DS-COUNT.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           OPEN INPUT DISCIPLINE-MASTER.
           IF WRK-DISCM-STATUS = '00'
               MOVE LOW-VALUES TO DM-CODIGO
               START DISCIPLINE-MASTER KEY NOT < DM-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               IF NOT FIM-ARQUIVO
                   PERFORM 1910-LER-DISCMST
               END-IF
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-DS-COUNT < 30
                       ADD 1 TO WRK-DS-COUNT
                       MOVE DM-CODIGO
                           TO WRK-DS-CODIGO(WRK-DS-COUNT)
                       MOVE DM-NOME TO WRK-DS-NOME(WRK-DS-COUNT)
                       MOVE DM-PROFESSOR
                           TO WRK-DS-PROFESSOR(WRK-DS-COUNT)
                   ELSE
                       DISPLAY 'TABELA DE DISCIPLINAS CHEIA, '
                               'IGNORADA: ' DM-CODIGO
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   PERFORM 1910-LER-DISCMST
               END-PERFORM
               CLOSE DISCIPLINE-MASTER
           ELSE
               DISPLAY 'ERRO AO ABRIR DISCMST: ' WRK-DISCM-STATUS
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1910-LER-DISCMST.
           READ DISCIPLINE-MASTER NEXT
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * UM DIARIO POR TURMA X DISCIPLINA, COM O DM-PROFESSOR DA
      * DISCIPLINA ATE O ATRIBUI DIZER OUTRA COISA.
       1990-MONTAR-DIARIOS.
           PERFORM VARYING WRK-TM-IDX FROM 1 BY 1
                   UNTIL WRK-TM-IDX > WRK-TM-COUNT
               PERFORM VARYING WRK-DS-IDX FROM 1 BY 1
                       UNTIL WRK-DS-IDX > WRK-DS-COUNT
                   MOVE WRK-DS-PROFESSOR(WRK-DS-IDX)
                       TO WRK-TC-PROFESSOR(WRK-TM-IDX, WRK-DS-IDX)
                   MOVE 'D'
                       TO WRK-TC-ORIGEM(WRK-TM-IDX, WRK-DS-IDX)
                   MOVE ZERO
                       TO WRK-TC-LANCADOS(WRK-TM-IDX, WRK-DS-IDX)
                          WRK-TC-SUSPENSOS(WRK-TM-IDX, WRK-DS-IDX)
               END-PERFORM
           END-PERFORM.

      * A ATRIBUICAO DA DISCIPLINA NA TURMA VALE SOBRE TUDO; A DO
      * REGENTE (DISCIPLINA EM BRANCO, ANOS INICIAIS) VALE PARA AS
      * DISCIPLINAS DA TURMA SEM ATRIBUICAO PROPRIA. ATRIBUICAO
      * DE TURMA OU DISCIPLINA FORA DO CADASTRO E IGNORADA (O
      * PROGCOB67 E QUE CONFERE O ATRIBUI).
       1950-CARREGAR-ATRIBUICOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT TEACHER-ASSIGN.
           IF WRK-ATRIB-STATUS = '00'
               PERFORM 1960-LER-ATRIBUI
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM 1955-APLICAR-ATRIBUICAO
                   PERFORM 1960-LER-ATRIBUI
               END-PERFORM
               CLOSE TEACHER-ASSIGN
           ELSE
               DISPLAY 'ATRIBUI NAO ENCONTRADO - PROFESSOR DO '
                       'DISCMST EM TODOS OS DIARIOS'
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1955-APLICAR-ATRIBUICAO.
           MOVE PA-TURMA TO WRK-TURMA-ATUAL.
           PERFORM 2700-BUSCAR-TURMA.
           IF WRK-TM-IDX > ZERO
               IF PA-DISCIPLINA = SPACES
                   PERFORM VARYING WRK-DS-IDX FROM 1 BY 1
                           UNTIL WRK-DS-IDX > WRK-DS-COUNT
                       IF WRK-TC-ORIGEM(WRK-TM-IDX, WRK-DS-IDX)
                               NOT = 'A'
                           MOVE PA-PROFESSOR TO
                               WRK-TC-PROFESSOR(WRK-TM-IDX,
                                                WRK-DS-IDX)
                           MOVE 'R' TO
                               WRK-TC-ORIGEM(WRK-TM-IDX, WRK-DS-IDX)
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE PA-DISCIPLINA TO WRK-DISC-ATUAL
                   PERFORM 2800-BUSCAR-DISCIPLINA
                   IF WRK-DS-IDX > ZERO
                       MOVE PA-PROFESSOR TO
                           WRK-TC-PROFESSOR(WRK-TM-IDX, WRK-DS-IDX)
                       MOVE 'A' TO
                           WRK-TC-ORIGEM(WRK-TM-IDX, WRK-DS-IDX)
                   END-IF
               END-IF
           END-IF.

       1960-LER-ATRIBUI.
           READ TEACHER-ASSIGN
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      ********************************
      * ALUNOS ESPERADOS EM CADA DIARIO: OS ALUNOS ATIVOS DA TURMA
      * (TODA DISCIPLINA DA TURMA TEM OS MESMOS ALUNOS).
      ********************************
       2000-CONTAR-MATRICULADOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO SM-MATRICULA.
           START STUDENT-MASTER KEY NOT < SM-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           IF NOT FIM-ARQUIVO
               PERFORM 2100-LER-MESTRE
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               IF SM-STATUS = SPACE OR SM-STATUS = 'A'
                   MOVE SM-TURMA TO WRK-TURMA-ATUAL
                   PERFORM 2700-BUSCAR-TURMA
                   IF WRK-TM-IDX > ZERO
                       ADD 1 TO WRK-TM-MATRICULADOS(WRK-TM-IDX)
                   ELSE
                       ADD 1 TO WRK-QTDE-FORA-CLSMST
                   END-IF
               END-IF
               PERFORM 2100-LER-MESTRE
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           IF WRK-QTDE-FORA-CLSMST > ZERO
               DISPLAY 'ALUNOS ATIVOS SEM TURMA NO CLSMST, FORA DO '
                       'ACOMPANHAMENTO: ' WRK-QTDE-FORA-CLSMST
           END-IF.

       2100-LER-MESTRE.
           READ STUDENT-MASTER NEXT
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * DEVOLVE EM WRK-TM-IDX A TURMA DE WRK-TURMA-ATUAL (ZERO =
      * FORA DO CLSMST).
       2700-BUSCAR-TURMA.
           MOVE ZERO TO WRK-TM-IDX.
           PERFORM VARYING WRK-TM-BUSCA FROM 1 BY 1
                   UNTIL WRK-TM-BUSCA > WRK-TM-COUNT
                      OR WRK-TM-IDX > ZERO
               IF WRK-TM-TURMA(WRK-TM-BUSCA) = WRK-TURMA-ATUAL
                   MOVE WRK-TM-BUSCA TO WRK-TM-IDX
               END-IF
           END-PERFORM.

      * DEVOLVE EM WRK-DS-IDX A DISCIPLINA DE WRK-DISC-ATUAL
      * (ZERO = FORA DO DISCMST).
       2800-BUSCAR-DISCIPLINA.
           MOVE ZERO TO WRK-DS-IDX.
           PERFORM VARYING WRK-DS-BUSCA FROM 1 BY 1
                   UNTIL WRK-DS-BUSCA > WRK-DS-COUNT
                      OR WRK-DS-IDX > ZERO
               IF WRK-DS-CODIGO(WRK-DS-BUSCA) = WRK-DISC-ATUAL
                   MOVE WRK-DS-BUSCA TO WRK-DS-IDX
               END-IF
           END-PERFORM.

      ********************************
      * O QUE JA CHEGOU: CONFRONTO DO STUDGRD COM O GRDSUSP
      * ORDENADO, SO DO BIMESTRE ACOMPANHADO. OS DOIS ESTAO NA
      * ORDEM DISCIPLINA + BIMESTRE + MATRICULA, ENTAO A MENOR
      * CHAVE DA VEZ E PROCESSADA E AS IGUAIS A ELA NO GRDSUSP SAO
      * DESCARTADAS.
      ********************************
       3000-APURAR-LANCAMENTOS.
           MOVE HIGH-VALUES TO WRK-CHAVE-NOTA WRK-CHAVE-SUSPENSO.
           OPEN INPUT STUDENT-GRADES.
           IF WRK-STGRD-STATUS = '00'
               MOVE 'S' TO WRK-STGRD-ABERTO
               PERFORM 3100-PROXIMA-NOTA
           ELSE
               DISPLAY 'STUDGRD NAO ENCONTRADO - NENHUMA NOTA '
                       'LANCADA AINDA'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 3050-ORDENAR-SUSPENSOS.
           IF SUSO-ABERTO
               PERFORM 3200-PROXIMO-SUSPENSO
           END-IF.
           PERFORM UNTIL WRK-CHAVE-NOTA = HIGH-VALUES
                     AND WRK-CHAVE-SUSPENSO = HIGH-VALUES
               IF WRK-CHAVE-NOTA <= WRK-CHAVE-SUSPENSO
                   MOVE WRK-CHAVE-NOTA TO WRK-CHAVE-PROCESSO
                   MOVE 'L' TO WRK-TIPO-PROCESSO
                   PERFORM 3100-PROXIMA-NOTA
               ELSE
                   MOVE WRK-CHAVE-SUSPENSO TO WRK-CHAVE-PROCESSO
                   MOVE 'S' TO WRK-TIPO-PROCESSO
               END-IF
               PERFORM UNTIL WRK-CHAVE-SUSPENSO
                             NOT = WRK-CHAVE-PROCESSO
                   PERFORM 3200-PROXIMO-SUSPENSO
               END-PERFORM
               PERFORM 3500-ATRIBUIR-ALUNO
           END-PERFORM.
           IF WRK-QTDE-SEM-DIARIO > ZERO
               DISPLAY 'REGISTROS FORA DE QUALQUER DIARIO: '
                       WRK-QTDE-SEM-DIARIO
           END-IF.

      * O GRDSUSP SO EXISTE DEPOIS DA PRIMEIRA CRITICA; SEM ELE
      * NAO HA NADA PARADO. O ARQUIVO E TESTADO ANTES PORQUE O
      * SORT (USING) EXIGE O ARQUIVO PRESENTE E FECHADO.
       3050-ORDENAR-SUSPENSOS.
           OPEN INPUT GRADES-SUSPENSO.
           IF WRK-SUSP-STATUS = '00'
               CLOSE GRADES-SUSPENSO
               SORT SORT-WORK
                   ON ASCENDING KEY SW-DISCIPLINA
                                    SW-BIMESTRE
                                    SW-MATRICULA
                   USING GRADES-SUSPENSO
                   GIVING SUSPENSO-ORDENADO
               OPEN INPUT SUSPENSO-ORDENADO
               IF WRK-SUSO-STATUS = '00'
                   MOVE 'S' TO WRK-SUSO-ABERTO
               END-IF
           END-IF.

      * PROXIMA NOTA DO BIMESTRE NO STUDGRD.
       3100-PROXIMA-NOTA.
           MOVE 'N' TO WRK-ACHOU-REGISTRO.
           PERFORM UNTIL ACHOU-REGISTRO
               READ STUDENT-GRADES
                   AT END
                       MOVE HIGH-VALUES TO WRK-CHAVE-NOTA
                       MOVE 'S' TO WRK-ACHOU-REGISTRO
                   NOT AT END
                       ADD 1 TO WRK-JRN-LIDOS
                       IF SG-BIMESTRE = WRK-BIMESTRE
                           MOVE SG-DISCIPLINA TO WRK-CN-DISCIPLINA
                           MOVE SG-MATRICULA  TO WRK-CN-MATRICULA
                           MOVE 'S' TO WRK-ACHOU-REGISTRO
                       END-IF
               END-READ
           END-PERFORM.

      * PROXIMO REGISTRO SUSPENSO DO BIMESTRE NO GRDSUSP ORDENADO.
       3200-PROXIMO-SUSPENSO.
           MOVE 'N' TO WRK-ACHOU-REGISTRO.
           IF NOT SUSO-ABERTO
               MOVE HIGH-VALUES TO WRK-CHAVE-SUSPENSO
               MOVE 'S' TO WRK-ACHOU-REGISTRO
           END-IF.
           PERFORM UNTIL ACHOU-REGISTRO
               READ SUSPENSO-ORDENADO
                   AT END
                       MOVE HIGH-VALUES TO WRK-CHAVE-SUSPENSO
                       MOVE 'S' TO WRK-ACHOU-REGISTRO
                   NOT AT END
                       ADD 1 TO WRK-JRN-LIDOS
                       IF GO-BIMESTRE = WRK-BIMESTRE
                           MOVE GO-DISCIPLINA TO WRK-CS-DISCIPLINA
                           MOVE GO-MATRICULA  TO WRK-CS-MATRICULA
                           MOVE 'S' TO WRK-ACHOU-REGISTRO
                       END-IF
               END-READ
           END-PERFORM.

      * O ALUNO DA CHAVE ENTRA NO DIARIO DA TURMA DELE NA
      * DISCIPLINA DA CHAVE. ALUNO INATIVO, INEXISTENTE OU COM
      * MATRICULA INVALIDA (SUSPENSO MOTIVO 01), TURMA FORA DO
      * CLSMST OU DISCIPLINA FORA DO DISCMST NAO TEM DIARIO.
       3500-ATRIBUIR-ALUNO.
           MOVE 'N' TO WRK-ATRIBUIDO.
           IF WRK-CP-MATRICULA IS NUMERIC
               MOVE WRK-CP-MATRICULA TO SM-MATRICULA
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SM-STATUS = SPACE OR SM-STATUS = 'A'
                           MOVE SM-TURMA TO WRK-TURMA-ATUAL
                           PERFORM 2700-BUSCAR-TURMA
                           MOVE WRK-CP-DISCIPLINA TO WRK-DISC-ATUAL
                           PERFORM 2800-BUSCAR-DISCIPLINA
                           IF WRK-TM-IDX > ZERO
                                   AND WRK-DS-IDX > ZERO
                               MOVE 'S' TO WRK-ATRIBUIDO
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF ATRIBUIDO
               IF PROCESSO-LANCADO
                   ADD 1 TO
                       WRK-TC-LANCADOS(WRK-TM-IDX, WRK-DS-IDX)
               ELSE
                   ADD 1 TO
                       WRK-TC-SUSPENSOS(WRK-TM-IDX, WRK-DS-IDX)
               END-IF
           ELSE
               ADD 1 TO WRK-QTDE-SEM-DIARIO
               ADD 1 TO WRK-JRN-REJEITADOS
           END-IF.

      ********************************
      * LISTA DOS DIARIOS, POR TURMA E DISCIPLINA, COM O TOTAL DA
      * ESCOLA E A LEGENDA DO DESTAQUE NO FIM.
      ********************************
       4000-IMPRIMIR-DIARIOS.
           MOVE 'D' TO WRK-SECAO.
           MOVE 'LANCAMENTO DE NOTAS' TO WRK-C-TITULO.
           PERFORM 4700-IMPRIMIR-CABECALHO.
           PERFORM VARYING WRK-TM-IDX FROM 1 BY 1
                   UNTIL WRK-TM-IDX > WRK-TM-COUNT
               PERFORM VARYING WRK-DS-IDX FROM 1 BY 1
                       UNTIL WRK-DS-IDX > WRK-DS-COUNT
                   PERFORM 4100-CLASSIFICAR-DIARIO
                   PERFORM 4200-MONTAR-DETALHE
                   PERFORM 4150-SOMAR-TOTAIS
                   IF WRK-LINHA-ATUAL >= WRK-MAX-LINHAS
                       PERFORM 4700-IMPRIMIR-CABECALHO
                   END-IF
                   MOVE WRK-DETALHE TO PROGRESS-REPORT-LINE
                   WRITE PROGRESS-REPORT-LINE
                   ADD 1 TO WRK-LINHA-ATUAL
                   ADD 1 TO WRK-JRN-GRAVADOS
               END-PERFORM
           END-PERFORM.
           PERFORM 4300-IMPRIMIR-TOTAL.

      * SITUACAO DO DIARIO (WRK-TM-IDX, WRK-DS-IDX) E SE ELE SAI
      * DESTACADO: NENHUMA NOTA COM O FIM DO BIMESTRE A
      * WRK-DIAS-ALERTA DIAS OU MENOS, JA PASSADO OU DESCONHECIDO.
       4100-CLASSIFICAR-DIARIO.
           MOVE 'N'  TO WRK-DIARIO-ALERTA.
           MOVE ZERO TO WRK-PERCENTUAL.
           IF WRK-TM-MATRICULADOS(WRK-TM-IDX) = ZERO
               MOVE 'V' TO WRK-CLASSE-DIARIO
           ELSE
               IF WRK-TC-LANCADOS(WRK-TM-IDX, WRK-DS-IDX)
                       >= WRK-TM-MATRICULADOS(WRK-TM-IDX)
                   MOVE 'C' TO WRK-CLASSE-DIARIO
                   MOVE 100 TO WRK-PERCENTUAL
               ELSE
                   COMPUTE WRK-PERCENTUAL =
                       WRK-TC-LANCADOS(WRK-TM-IDX, WRK-DS-IDX) * 100
                       / WRK-TM-MATRICULADOS(WRK-TM-IDX)
                   IF WRK-TC-LANCADOS(WRK-TM-IDX, WRK-DS-IDX) = ZERO
                       MOVE 'Z' TO WRK-CLASSE-DIARIO
                       IF NOT TEM-PRAZO
                           MOVE 'S' TO WRK-DIARIO-ALERTA
                       ELSE
                           IF WRK-DIAS-RESTANTES <= WRK-DIAS-ALERTA
                               MOVE 'S' TO WRK-DIARIO-ALERTA
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'P' TO WRK-CLASSE-DIARIO
                   END-IF
               END-IF
           END-IF.

       4150-SOMAR-TOTAIS.
           IF NOT DIARIO-VAZIO
               ADD 1 TO WRK-TT-DIARIOS
               ADD WRK-TM-MATRICULADOS(WRK-TM-IDX)
                   TO WRK-TT-ESPERADAS
               ADD WRK-TC-LANCADOS(WRK-TM-IDX, WRK-DS-IDX)
                   TO WRK-TT-LANCADAS
               ADD WRK-TC-SUSPENSOS(WRK-TM-IDX, WRK-DS-IDX)
                   TO WRK-TT-SUSPENSAS
           END-IF.
           IF DIARIO-COMPLETO
               ADD 1 TO WRK-TT-COMPLETOS
           END-IF.
           IF DIARIO-SEM-NOTAS
               ADD 1 TO WRK-TT-SEM-NOTAS
           END-IF.
           IF DIARIO-ALERTA
               ADD 1 TO WRK-TT-ALERTAS
           END-IF.

       4200-MONTAR-DETALHE.
           MOVE WRK-TM-TURMA(WRK-TM-IDX)    TO WRK-D-TURMA.
           MOVE WRK-DS-CODIGO(WRK-DS-IDX)   TO WRK-D-DISCIPLINA.
           MOVE WRK-DS-NOME(WRK-DS-IDX)     TO WRK-D-NOME.
           MOVE WRK-TC-PROFESSOR(WRK-TM-IDX, WRK-DS-IDX)
               TO WRK-D-PROFESSOR.
           MOVE WRK-TM-MATRICULADOS(WRK-TM-IDX)
               TO WRK-D-MATRICULADOS.
           MOVE WRK-TC-LANCADOS(WRK-TM-IDX, WRK-DS-IDX)
               TO WRK-D-LANCADOS.
           MOVE WRK-TC-SUSPENSOS(WRK-TM-IDX, WRK-DS-IDX)
               TO WRK-D-SUSPENSOS.
           MOVE WRK-PERCENTUAL TO WRK-D-PERCENTUAL.
           EVALUATE TRUE
               WHEN DIARIO-VAZIO
                   MOVE 'TURMA SEM ALUNOS' TO WRK-D-SITUACAO
               WHEN DIARIO-COMPLETO
                   MOVE 'COMPLETO' TO WRK-D-SITUACAO
               WHEN DIARIO-PARCIAL
                   IF WRK-TC-SUSPENSOS(WRK-TM-IDX, WRK-DS-IDX)
                           > ZERO
                       MOVE 'PARCIAL - VER CRITICA (GRDSUSP)'
                           TO WRK-D-SITUACAO
                   ELSE
                       MOVE 'PARCIAL' TO WRK-D-SITUACAO
                   END-IF
               WHEN DIARIO-ALERTA AND NOT TEM-PRAZO
                   MOVE '*** SEM NOTAS' TO WRK-D-SITUACAO
               WHEN DIARIO-ALERTA AND WRK-DIAS-RESTANTES < ZERO
                   MOVE '*** SEM NOTAS - PRAZO ENCERRADO'
                       TO WRK-D-SITUACAO
               WHEN DIARIO-ALERTA
                   MOVE WRK-DIAS-RESTANTES TO WRK-AL-DIAS
                   MOVE WRK-ALERTA-FALTAM TO WRK-D-SITUACAO
               WHEN OTHER
                   MOVE 'SEM NOTAS' TO WRK-D-SITUACAO
           END-EVALUATE.

       4300-IMPRIMIR-TOTAL.
           IF WRK-LINHA-ATUAL + 4 > WRK-MAX-LINHAS
               PERFORM 4700-IMPRIMIR-CABECALHO
           END-IF.
           MOVE SPACES TO PROGRESS-REPORT-LINE.
           WRITE PROGRESS-REPORT-LINE.
           MOVE WRK-TT-DIARIOS   TO WRK-T-DIARIOS.
           MOVE WRK-TT-COMPLETOS TO WRK-T-COMPLETOS.
           MOVE WRK-TT-SEM-NOTAS TO WRK-T-SEM-NOTAS.
           MOVE WRK-TT-LANCADAS  TO WRK-T-LANCADAS.
           MOVE WRK-TT-ESPERADAS TO WRK-T-ESPERADAS.
           MOVE WRK-TT-SUSPENSAS TO WRK-T-SUSPENSAS.
           MOVE ZERO TO WRK-PERCENTUAL.
           IF WRK-TT-ESPERADAS > ZERO
               COMPUTE WRK-PERCENTUAL =
                   WRK-TT-LANCADAS * 100 / WRK-TT-ESPERADAS
           END-IF.
           MOVE WRK-PERCENTUAL TO WRK-T-PERCENTUAL.
           MOVE WRK-LINHA-TOTAL TO PROGRESS-REPORT-LINE.
           WRITE PROGRESS-REPORT-LINE.
           IF WRK-QTDE-SEM-DIARIO > ZERO
               MOVE WRK-QTDE-SEM-DIARIO TO WRK-SD-QTDE
               MOVE WRK-LINHA-SEM-DIARIO TO PROGRESS-REPORT-LINE
               WRITE PROGRESS-REPORT-LINE
           END-IF.
           MOVE WRK-DIAS-ALERTA TO WRK-LG-DIAS.
           MOVE WRK-LEGENDA TO PROGRESS-REPORT-LINE.
           WRITE PROGRESS-REPORT-LINE.

       4700-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE ZERO          TO WRK-LINHA-ATUAL.
           MOVE WRK-DE-DIA    TO WRK-C-DIA.
           MOVE WRK-DE-MES    TO WRK-C-MES.
           MOVE WRK-DE-ANO    TO WRK-C-ANO.
           MOVE WRK-PAGINA-ATUAL TO WRK-C-PAGINA.
           MOVE WRK-CABECALHO TO PROGRESS-REPORT-LINE.
           WRITE PROGRESS-REPORT-LINE.
           MOVE WRK-BIMESTRE  TO WRK-LB-BIMESTRE.
           IF TEM-PRAZO
               MOVE WRK-CA-FIM(WRK-BIMESTRE) TO WRK-DATA-AUX-NUM
               PERFORM 4800-FORMATAR-DATA
               MOVE WRK-DATA-FORMATADA TO WRK-LB-FIM
               IF WRK-DIAS-RESTANTES < ZERO
                   COMPUTE WRK-PZ-ENCERRADO = 0 - WRK-DIAS-RESTANTES
                   MOVE WRK-PRAZO-ENCERRADO TO WRK-LB-PRAZO
               ELSE
                   MOVE WRK-DIAS-RESTANTES TO WRK-PZ-FALTAM
                   MOVE WRK-PRAZO-FALTAM TO WRK-LB-PRAZO
               END-IF
           ELSE
               MOVE 'SEM DATA' TO WRK-LB-FIM
               MOVE 'CALENDARIO NAO CARREGADO' TO WRK-LB-PRAZO
           END-IF.
           MOVE WRK-LINHA-BIMESTRE TO PROGRESS-REPORT-LINE.
           WRITE PROGRESS-REPORT-LINE.
           IF SECAO-PENDENCIAS
               MOVE WRK-PROFESSOR-ATUAL TO WRK-LP-NOME
               MOVE WRK-LINHA-PROFESSOR TO PROGRESS-REPORT-LINE
               WRITE PROGRESS-REPORT-LINE
           END-IF.
           MOVE SPACES TO PROGRESS-REPORT-LINE.
           WRITE PROGRESS-REPORT-LINE.
           IF SECAO-RESUMO
               MOVE WRK-COLUNAS-PROFESSOR TO PROGRESS-REPORT-LINE
           ELSE
               MOVE WRK-COLUNAS-DIARIO TO PROGRESS-REPORT-LINE
           END-IF.
           WRITE PROGRESS-REPORT-LINE.

       4800-FORMATAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DF-DIA.
           MOVE WRK-DA-MES TO WRK-DF-MES.
           MOVE WRK-DA-ANO TO WRK-DF-ANO.

      ********************************
      * RESUMO POR PROFESSOR: OS DIARIOS COM ALUNOS DE CADA UM,
      * NA ORDEM EM QUE O PROFESSOR APARECE NA LISTA.
      ********************************
       5000-RESUMIR-PROFESSORES.
           MOVE ZERO TO WRK-PF-COUNT.
           PERFORM VARYING WRK-TM-IDX FROM 1 BY 1
                   UNTIL WRK-TM-IDX > WRK-TM-COUNT
               PERFORM VARYING WRK-DS-IDX FROM 1 BY 1
                       UNTIL WRK-DS-IDX > WRK-DS-COUNT
                   PERFORM 4100-CLASSIFICAR-DIARIO
                   IF NOT DIARIO-VAZIO
                       PERFORM 5100-BUSCAR-PROFESSOR
                       IF WRK-PF-IDX > ZERO
                           PERFORM 5150-SOMAR-PROFESSOR
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      * DEVOLVE EM WRK-PF-IDX O PROFESSOR DO DIARIO CORRENTE,
      * CRIANDO A ENTRADA NA PRIMEIRA VEZ. TABELA CHEIA DEIXA O
      * DIARIO FORA DO RESUMO (RC 4).
       5100-BUSCAR-PROFESSOR.
           MOVE WRK-TC-PROFESSOR(WRK-TM-IDX, WRK-DS-IDX)
               TO WRK-PROFESSOR-ATUAL.
           IF WRK-PROFESSOR-ATUAL = SPACES
               MOVE '(SEM PROFESSOR)' TO WRK-PROFESSOR-ATUAL
           END-IF.
           MOVE ZERO TO WRK-PF-IDX.
           PERFORM VARYING WRK-PF-BUSCA FROM 1 BY 1
                   UNTIL WRK-PF-BUSCA > WRK-PF-COUNT
                      OR WRK-PF-IDX > ZERO
               IF WRK-PF-NOME(WRK-PF-BUSCA) = WRK-PROFESSOR-ATUAL
                   MOVE WRK-PF-BUSCA TO WRK-PF-IDX
               END-IF
           END-PERFORM.
           IF WRK-PF-IDX = ZERO
               IF WRK-PF-COUNT < 100
                   ADD 1 TO WRK-PF-COUNT
                   MOVE WRK-PF-COUNT TO WRK-PF-IDX
                   MOVE WRK-PROFESSOR-ATUAL TO WRK-PF-NOME(WRK-PF-IDX)
                   MOVE ZERO TO WRK-PF-DIARIOS(WRK-PF-IDX)
                                WRK-PF-COMPLETOS(WRK-PF-IDX)
                                WRK-PF-SEM-NOTAS(WRK-PF-IDX)
                                WRK-PF-ESPERADAS(WRK-PF-IDX)
                                WRK-PF-LANCADAS(WRK-PF-IDX)
                                WRK-PF-SUSPENSAS(WRK-PF-IDX)
               ELSE
                   DISPLAY 'TABELA DE PROFESSORES CHEIA, FORA DO '
                           'RESUMO: ' WRK-PROFESSOR-ATUAL
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       5150-SOMAR-PROFESSOR.
           ADD 1 TO WRK-PF-DIARIOS(WRK-PF-IDX).
           ADD WRK-TM-MATRICULADOS(WRK-TM-IDX)
               TO WRK-PF-ESPERADAS(WRK-PF-IDX).
           ADD WRK-TC-LANCADOS(WRK-TM-IDX, WRK-DS-IDX)
               TO WRK-PF-LANCADAS(WRK-PF-IDX).
           ADD WRK-TC-SUSPENSOS(WRK-TM-IDX, WRK-DS-IDX)
               TO WRK-PF-SUSPENSAS(WRK-PF-IDX).
           IF DIARIO-COMPLETO
               ADD 1 TO WRK-PF-COMPLETOS(WRK-PF-IDX)
           END-IF.
           IF DIARIO-SEM-NOTAS
               ADD 1 TO WRK-PF-SEM-NOTAS(WRK-PF-IDX)
           END-IF.

       5200-IMPRIMIR-RESUMO.
           MOVE 'R' TO WRK-SECAO.
           MOVE 'RESUMO POR PROFESSOR' TO WRK-C-TITULO.
           PERFORM 4700-IMPRIMIR-CABECALHO.
           PERFORM VARYING WRK-PF-IDX FROM 1 BY 1
                   UNTIL WRK-PF-IDX > WRK-PF-COUNT
               IF WRK-LINHA-ATUAL >= WRK-MAX-LINHAS
                   PERFORM 4700-IMPRIMIR-CABECALHO
               END-IF
               MOVE WRK-PF-NOME(WRK-PF-IDX)      TO WRK-R-PROFESSOR
               MOVE WRK-PF-DIARIOS(WRK-PF-IDX)   TO WRK-R-DIARIOS
               MOVE WRK-PF-COMPLETOS(WRK-PF-IDX) TO WRK-R-COMPLETOS
               MOVE WRK-PF-SEM-NOTAS(WRK-PF-IDX) TO WRK-R-SEM-NOTAS
               MOVE WRK-PF-ESPERADAS(WRK-PF-IDX) TO WRK-R-ESPERADAS
               MOVE WRK-PF-LANCADAS(WRK-PF-IDX)  TO WRK-R-LANCADAS
               MOVE WRK-PF-SUSPENSAS(WRK-PF-IDX) TO WRK-R-SUSPENSAS
               MOVE ZERO TO WRK-PERCENTUAL
               IF WRK-PF-ESPERADAS(WRK-PF-IDX) > ZERO
                   COMPUTE WRK-PERCENTUAL =
                       WRK-PF-LANCADAS(WRK-PF-IDX) * 100
                       / WRK-PF-ESPERADAS(WRK-PF-IDX)
               END-IF
               MOVE WRK-PERCENTUAL TO WRK-R-PERCENTUAL
               MOVE WRK-LINHA-RESUMO TO PROGRESS-REPORT-LINE
               WRITE PROGRESS-REPORT-LINE
               ADD 1 TO WRK-LINHA-ATUAL
           END-PERFORM.

      ********************************
      * PENDENCIAS: UMA PAGINA PARA CADA PROFESSOR COM DIARIO
      * INCOMPLETO, SO COM OS DIARIOS DELE QUE FALTAM, PARA SER
      * DESTACADA E ENTREGUE COMO LEMBRETE.
      ********************************
       5500-IMPRIMIR-PENDENCIAS.
           MOVE 'P' TO WRK-SECAO.
           MOVE 'PENDENCIAS DE NOTAS' TO WRK-C-TITULO.
           PERFORM VARYING WRK-PF-IDX FROM 1 BY 1
                   UNTIL WRK-PF-IDX > WRK-PF-COUNT
               IF WRK-PF-COMPLETOS(WRK-PF-IDX)
                       < WRK-PF-DIARIOS(WRK-PF-IDX)
                   PERFORM 5600-IMPRIMIR-LEMBRETE
               END-IF
           END-PERFORM.

       5600-IMPRIMIR-LEMBRETE.
           ADD 1 TO WRK-QTDE-LEMBRETES.
           MOVE WRK-PF-NOME(WRK-PF-IDX) TO WRK-PROFESSOR-ATUAL.
           PERFORM 4700-IMPRIMIR-CABECALHO.
           PERFORM VARYING WRK-TM-IDX FROM 1 BY 1
                   UNTIL WRK-TM-IDX > WRK-TM-COUNT
               PERFORM VARYING WRK-DS-IDX FROM 1 BY 1
                       UNTIL WRK-DS-IDX > WRK-DS-COUNT
                   PERFORM 5650-IMPRIMIR-DIARIO-PENDENTE
               END-PERFORM
           END-PERFORM.
           IF WRK-LINHA-ATUAL + 4 > WRK-MAX-LINHAS
               PERFORM 4700-IMPRIMIR-CABECALHO
           END-IF.
           MOVE SPACES TO PROGRESS-REPORT-LINE.
           WRITE PROGRESS-REPORT-LINE.
           COMPUTE WRK-PD-DIARIOS = WRK-PF-DIARIOS(WRK-PF-IDX)
               - WRK-PF-COMPLETOS(WRK-PF-IDX).
           COMPUTE WRK-PD-SEM-NOTA = WRK-PF-ESPERADAS(WRK-PF-IDX)
               - WRK-PF-LANCADAS(WRK-PF-IDX).
           MOVE WRK-PF-SUSPENSAS(WRK-PF-IDX) TO WRK-PD-SUSPENSAS.
           MOVE WRK-LINHA-PENDENTE TO PROGRESS-REPORT-LINE.
           WRITE PROGRESS-REPORT-LINE.
           MOVE WRK-LINHA-PEDIDO TO PROGRESS-REPORT-LINE.
           WRITE PROGRESS-REPORT-LINE.

      * O DIARIO SAI NA PAGINA SE FOR DESTE PROFESSOR E AINDA
      * FALTAR NOTA (MESMA REGRA DE PROFESSOR EM BRANCO DO RESUMO).
       5650-IMPRIMIR-DIARIO-PENDENTE.
           PERFORM 4100-CLASSIFICAR-DIARIO.
           IF DIARIO-SEM-NOTAS OR DIARIO-PARCIAL
               IF WRK-TC-PROFESSOR(WRK-TM-IDX, WRK-DS-IDX)
                       = WRK-PROFESSOR-ATUAL
                  OR (WRK-TC-PROFESSOR(WRK-TM-IDX, WRK-DS-IDX)
                          = SPACES
                      AND WRK-PROFESSOR-ATUAL = '(SEM PROFESSOR)')
                   PERFORM 4200-MONTAR-DETALHE
                   IF WRK-LINHA-ATUAL >= WRK-MAX-LINHAS
                       PERFORM 4700-IMPRIMIR-CABECALHO
                   END-IF
                   MOVE WRK-DETALHE TO PROGRESS-REPORT-LINE
                   WRITE PROGRESS-REPORT-LINE
                   ADD 1 TO WRK-LINHA-ATUAL
               END-IF
           END-IF.

       9000-FECHAR-ARQUIVOS.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           IF STGRD-ABERTO
               CLOSE STUDENT-GRADES
           END-IF.
           IF SUSO-ABERTO
               CLOSE SUSPENSO-ORDENADO
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT PROGRESS-REPORT.
           IF WRK-LANCRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-LANCRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE PROGRESS-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ PROGRESS-REPORT INTO WRK-ARQ-LINHA
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
