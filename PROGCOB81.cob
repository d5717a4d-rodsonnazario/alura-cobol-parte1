       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB81.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 12/10/2026
      * OBJETIVO: PAINEL MENSAL DE GESTAO. NO MODO APURACAO O
      * OPERADOR INFORMA A COMPETENCIA (AAAAMM) E O PROGRAMA MONTA,
      * NUMA LINHA POR TURMA E UMA DE TOTAL DA ESCOLA, OS NUMEROS
      * QUE A DIRECAO JUNTAVA A MAO DE UMA DUZIA DE RELATORIOS:
      * MATRICULADOS CONTRA A CAPACIDADE DA SALA (CLSMST), MEDIA E
      * DISTRIBUICAO APROVADO/RECUPERACAO/REPROVADO DO ULTIMO
      * BIMESTRE LANCADO (MESMO CRITERIO DO PROGCOB20), FREQUENCIA
      * MEDIA E ALUNOS ABAIXO DE 75% (ATTSUM, COMO NO PROGCOB47),
      * MENSALIDADES FATURADAS/RECEBIDAS/EM ABERTO DA COMPETENCIA E
      * O PERCENTUAL DO SALDO VENCIDO COM MAIS DE 60 DIAS (MESMA
      * CONTA DE DIAS DO PROGCOB45). CADA LINHA SAI SEGUIDA DA
      * VARIACAO SOBRE O MES ANTERIOR, LIDO DO ARQUIVO DE
      * INDICADORES (INDGEST) QUE ESTE PROPRIO PROGRAMA GRAVA A
      * CADA APURACAO. NO MODO QUADRO ANUAL SAEM OS DOZE MESES DE
      * UM ANO LADO A LADO, DA ESCOLA OU DE UMA TURMA, PARA O
      * FECHAMENTO DO ANO.
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACCESS DYNAMIC: O MESTRE E VARRIDO EM SEQUENCIA PARA
      * CONTAR OS MATRICULADOS E LIDO POR CHAVE PARA ACHAR A
      * TURMA DAS NOTAS E DAS MENSALIDADES.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT GRADE-PARM ASSIGN TO 'GRDPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GRDPARM-STATUS.

           SELECT STUDENT-GRADES ASSIGN TO 'STUDGRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STGRD-STATUS.

           SELECT ATTEND-SUMMARY ASSIGN TO 'ATTSUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS WRK-ATTSUM-STATUS.

           SELECT TUITION-FILE ASSIGN TO 'TUIFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TUIFILE-STATUS.

           SELECT CLASS-MASTER ASSIGN TO 'CLSMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLSMST-STATUS.

           SELECT SCHOOL-CALENDAR ASSIGN TO 'SCHCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SCHCAL-STATUS.

      * ACCESS DYNAMIC: A APURACAO LE O MES ANTERIOR E GRAVA O
      * MES POR CHAVE; O QUADRO ANUAL LE OS DOZE MESES POR CHAVE.
           SELECT INDICATOR-FILE ASSIGN TO 'INDGEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IG-CHAVE
               FILE STATUS IS WRK-INDGEST-STATUS.

           SELECT PAINEL-REPORT ASSIGN TO 'PAINRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAINRPT-STATUS.

           SELECT ANUAL-REPORT ASSIGN TO 'PAINANO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAINANO-STATUS.

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

       FD  GRADE-PARM
           LABEL RECORD IS STANDARD.
       COPY CPGRDPM.

       FD  STUDENT-GRADES
           LABEL RECORD IS STANDARD.
       COPY CPSTGRD.

       FD  ATTEND-SUMMARY
           LABEL RECORD IS STANDARD.
       COPY CPATSUM.

       FD  TUITION-FILE
           LABEL RECORD IS STANDARD.
       COPY CPTUIT.

       FD  CLASS-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPCLSMS.

       FD  SCHOOL-CALENDAR
           LABEL RECORD IS STANDARD.
       COPY CPSCHCL.

       FD  INDICATOR-FILE
           LABEL RECORD IS STANDARD.
       COPY CPINDGS.

       FD  PAINEL-REPORT
           LABEL RECORD IS STANDARD.
       01  PAINEL-REPORT-LINE PIC X(110).

       FD  ANUAL-REPORT
           LABEL RECORD IS STANDARD.
       01  ANUAL-REPORT-LINE PIC X(132).

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
       77 WRK-GRDPARM-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STGRD-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ATTSUM-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-TUIFILE-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CLSMST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SCHCAL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-INDGEST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PAINRPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PAINANO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-STMST-ABERTO   PIC X(01) VALUE 'N'.
           88 STMST-ABERTO   VALUE 'S'.
       77 WRK-ATTSUM-ABERTO  PIC X(01) VALUE 'N'.
           88 ATTSUM-ABERTO  VALUE 'S'.
       77 WRK-INDGEST-ABERTO PIC X(01) VALUE 'N'.
           88 INDGEST-ABERTO VALUE 'S'.

       77 WRK-MODO           PIC X(01) VALUE SPACE.
           88 MODO-PAINEL    VALUE '1'.
           88 MODO-ANUAL     VALUE '2'.

      * COMPETENCIA DO PAINEL E A DO MES ANTERIOR, COM QUEM CADA
      * NUMERO E COMPARADO. A DATA BASE E O ULTIMO DIA DA
      * COMPETENCIA (OU HOJE, NO MES CORRENTE): E NELA QUE SE
      * OLHA QUEM ESTAVA MATRICULADO, O QUE JA TINHA SIDO PAGO E
      * HA QUANTOS DIAS A MENSALIDADE ESTAVA VENCIDA.
       77 WRK-COMPETENCIA-INF PIC 9(06) VALUE ZERO.
       77 WRK-COMPETENCIA-CORRENTE PIC 9(06) VALUE ZERO.
       77 WRK-COMPETENCIA-OK PIC X(01) VALUE 'N'.
           88 COMPETENCIA-OK VALUE 'S'.
       01 WRK-COMPETENCIA-GRP.
           05 WRK-CP-ANO      PIC 9(04).
           05 WRK-CP-MES      PIC 9(02).
       01 WRK-COMPETENCIA REDEFINES WRK-COMPETENCIA-GRP PIC 9(06).
       01 WRK-MES-ANTERIOR-GRP.
           05 WRK-MA-ANO      PIC 9(04).
           05 WRK-MA-MES      PIC 9(02).
       01 WRK-MES-ANTERIOR REDEFINES WRK-MES-ANTERIOR-GRP PIC 9(06).
       77 WRK-DATA-BASE      PIC 9(08) VALUE ZERO.
       77 WRK-DIAS-ATRASO    PIC S9(06) VALUE ZERO.

      * MESMA REGRA DE AVALIACAO DO PROGCOB20: MEDIA PONDERADA
      * PELO GRDPARM E FREQUENCIA ABAIXO DE 75% PREVALECENDO SOBRE
      * A MEDIA (REPR-FALTA, SOMADA AOS REPROVADOS NO PAINEL).
       77 WRK-IDX           PIC 9(01) VALUE ZERO.
       77 WRK-SOMA-NOTAS    PIC 9(04)V99 VALUE ZEROS.
       77 WRK-SOMA-PESOS    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-MEDIA         PIC 9(02)V99 VALUE ZEROS.
       77 WRK-D-SITUACAO    PIC X(11) VALUE SPACES.
       77 WRK-BIMESTRE-PAINEL PIC 9(01) VALUE ZERO.
       77 WRK-TURMA-ATUAL    PIC X(04) VALUE SPACES.
       77 WRK-ACHOU-MESTRE   PIC X(01) VALUE 'N'.
           88 ACHOU-MESTRE   VALUE 'S'.
       77 WRK-ALUNO-FORA     PIC X(01) VALUE 'N'.
           88 ALUNO-FORA     VALUE 'S'.
       77 WRK-QTDE-INATIVOS  PIC 9(06) VALUE ZERO.

      * CALENDARIO DO ANO LETIVO (SCHCAL): O INICIO DE CADA
      * BIMESTRE DIZ QUAL E O ULTIMO BIMESTRE JA COMECADO NA DATA
      * BASE E O FIM DECIDE SE O ALUNO QUE SAIU AINDA CONTA NA
      * MEDIA, COMO NO PROGCOB20. ARQUIVO OPCIONAL.
       77 WRK-CAL-CARREGADO  PIC X(01) VALUE 'N'.
           88 CAL-CARREGADO  VALUE 'S'.
       01 WRK-CAL-TABLE.
           05 WRK-CA-ENTRY OCCURS 4 TIMES.
               10 WRK-CA-INICIO PIC 9(08).
               10 WRK-CA-FIM    PIC 9(08).
       77 WRK-CA-IDX         PIC 9(01) VALUE ZERO.

      * FREQUENCIA ACUMULADA DO ANO DE UMA MATRICULA, SOMADA DOS
      * BIMESTRES DO ATTSUM LIDOS POR CHAVE (AULAS = P + F + J,
      * PRESENCAS = P + J, REGRA DO CPATTND).
       77 WRK-LIMITE-FREQUENCIA PIC 9(03) VALUE 75.
       77 WRK-MATRICULA-ATUAL PIC 9(06) VALUE ZERO.
       77 WRK-FQ-BIM         PIC 9(01) VALUE ZERO.
       77 WRK-FQ-AULAS       PIC 9(05) VALUE ZERO.
       77 WRK-FQ-PRESENCAS   PIC 9(05) VALUE ZERO.
       77 WRK-FREQ-PERC      PIC 9(03)V99 VALUE ZEROS.

      * VALORES DA MENSALIDADE CORRENTE QUE ENTRAM NO PAINEL.
       77 WRK-MS-FATURADO    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MS-RECEBIDO    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MS-EM-ABERTO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MS-VENCIDO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MS-VENCIDO-60  PIC 9(06)V99 VALUE ZEROS.

      * ACUMULADORES DO PAINEL. A ENTRADA 1 E O TOTAL DA ESCOLA
      * (TURMA EM BRANCO); AS TURMAS VEM DO CLSMST NA ORDEM DO
      * CADASTRO E, DEPOIS DELAS, AS TURMAS DO MESTRE QUE NAO
      * ESTAO NO CLSMST (CAPACIDADE ZERO). ALUNO SEM TURMA OU SEM
      * CADASTRO NO MESTRE SO ENTRA NO TOTAL DA ESCOLA.
       01 WRK-PAINEL-TABLE.
           05 WRK-PN-ENTRY OCCURS 51 TIMES.
               10 WRK-PN-TURMA          PIC X(04).
               10 WRK-PN-CAPACIDADE     PIC 9(04).
               10 WRK-PN-MATRICULADOS   PIC 9(04).
               10 WRK-PN-AVALIADOS      PIC 9(05).
               10 WRK-PN-SOMA-MEDIA     PIC 9(07)V99.
               10 WRK-PN-APROVADOS      PIC 9(05).
               10 WRK-PN-RECUPERACAO    PIC 9(05).
               10 WRK-PN-REPROVADOS     PIC 9(05).
               10 WRK-PN-COM-FREQUENCIA PIC 9(04).
               10 WRK-PN-SOMA-FREQ      PIC 9(07)V99.
               10 WRK-PN-ABAIXO         PIC 9(04).
               10 WRK-PN-FATURADO       PIC 9(08)V99.
               10 WRK-PN-RECEBIDO       PIC 9(08)V99.
               10 WRK-PN-EM-ABERTO      PIC 9(08)V99.
               10 WRK-PN-VENCIDO        PIC 9(08)V99.
               10 WRK-PN-VENCIDO-60     PIC 9(08)V99.
       77 WRK-PN-COUNT       PIC 9(02) VALUE ZERO.
       77 WRK-PN-IDX         PIC 9(02) VALUE ZERO.
       77 WRK-PN-BUSCA       PIC 9(02) VALUE ZERO.
       77 WRK-PN-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-TURMA    VALUE 'S'.

      * INDICES DE UMA LINHA DO PAINEL (PERCENTUAIS JA CALCULADOS)
      * E OS DO MES ANTERIOR, NO MESMO DESENHO, PARA A VARIACAO.
       01 WRK-IND-ATUAL.
           05 WRK-IA-MATRICULADOS   PIC 9(04).
           05 WRK-IA-OCUPACAO       PIC 9(03).
           05 WRK-IA-MEDIA          PIC 9(02)V99.
           05 WRK-IA-APROVADOS      PIC 9(03).
           05 WRK-IA-RECUPERACAO    PIC 9(03).
           05 WRK-IA-REPROVADOS     PIC 9(03).
           05 WRK-IA-FREQUENCIA     PIC 9(03)V9.
           05 WRK-IA-ABAIXO         PIC 9(04).
           05 WRK-IA-FATURADO       PIC 9(08)V99.
           05 WRK-IA-RECEBIDO       PIC 9(08)V99.
           05 WRK-IA-EM-ABERTO      PIC 9(08)V99.
           05 WRK-IA-VENCIDO-60     PIC 9(03)V9.
       01 WRK-IND-ANTERIOR.
           05 WRK-IM-MATRICULADOS   PIC 9(04).
           05 WRK-IM-OCUPACAO       PIC 9(03).
           05 WRK-IM-MEDIA          PIC 9(02)V99.
           05 WRK-IM-APROVADOS      PIC 9(03).
           05 WRK-IM-RECUPERACAO    PIC 9(03).
           05 WRK-IM-REPROVADOS     PIC 9(03).
           05 WRK-IM-FREQUENCIA     PIC 9(03)V9.
           05 WRK-IM-ABAIXO         PIC 9(04).
           05 WRK-IM-FATURADO       PIC 9(08)V99.
           05 WRK-IM-RECEBIDO       PIC 9(08)V99.
           05 WRK-IM-EM-ABERTO      PIC 9(08)V99.
           05 WRK-IM-VENCIDO-60     PIC 9(03)V9.
       77 WRK-ACHOU-ANTERIOR PIC X(01) VALUE 'N'.
           88 ACHOU-ANTERIOR VALUE 'S'.
       77 WRK-QTDE-SEM-ANTERIOR PIC 9(02) VALUE ZERO.

      * QUADRO ANUAL: OS DOZE REGISTROS DO INDGEST DO ANO/TURMA
      * PEDIDOS, UMA LINHA POR INDICADOR E UMA COLUNA POR MES.
       77 WRK-ANO-QUADRO     PIC 9(04) VALUE ZERO.
       77 WRK-TURMA-QUADRO   PIC X(04) VALUE SPACES.
       01 WRK-ANO-TABLE.
           05 WRK-AN-ENTRY OCCURS 12 TIMES.
               10 WRK-AN-ACHOU      PIC X(01).
               10 WRK-AN-REGISTRO   PIC X(121).
       77 WRK-AN-MES         PIC 9(02) VALUE ZERO.
       77 WRK-AN-LINHA       PIC 9(02) VALUE ZERO.
       77 WRK-QTDE-MESES     PIC 9(02) VALUE ZERO.
       01 WRK-NOMES-MESES.
           05 FILLER PIC X(36) VALUE
               'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
       01 WRK-NOMES-MESES-R REDEFINES WRK-NOMES-MESES.
           05 WRK-NOME-MES OCCURS 12 TIMES PIC X(03).
       01 WRK-ROTULOS-ANUAIS.
           05 FILLER PIC X(24) VALUE 'MATRICULADOS'.
           05 FILLER PIC X(24) VALUE 'OCUPACAO (%)'.
           05 FILLER PIC X(24) VALUE 'BIMESTRE DAS NOTAS'.
           05 FILLER PIC X(24) VALUE 'MEDIA GERAL'.
           05 FILLER PIC X(24) VALUE 'APROVADOS (%)'.
           05 FILLER PIC X(24) VALUE 'RECUPERACAO (%)'.
           05 FILLER PIC X(24) VALUE 'REPROVADOS (%)'.
           05 FILLER PIC X(24) VALUE 'FREQUENCIA MEDIA (%)'.
           05 FILLER PIC X(24) VALUE 'ALUNOS ABAIXO DE 75%'.
           05 FILLER PIC X(24) VALUE 'FATURADO (R$)'.
           05 FILLER PIC X(24) VALUE 'RECEBIDO (R$)'.
           05 FILLER PIC X(24) VALUE 'EM ABERTO (R$)'.
           05 FILLER PIC X(24) VALUE 'VENCIDO +60 DIAS (%)'.
       01 WRK-ROTULOS-ANUAIS-R REDEFINES WRK-ROTULOS-ANUAIS.
           05 WRK-ROTULO-ANUAL OCCURS 13 TIMES PIC X(24).
       77 WRK-ED-QTDE        PIC Z(08)9.
       77 WRK-ED-DEC1        PIC Z(06)9,9.
       77 WRK-ED-DEC2        PIC Z(05)9,99.
       77 WRK-ED-VALOR       PIC Z.ZZZ.ZZ9.

      * CONTADORES DO RUN-JOURNAL: REGISTROS LIDOS (MESTRE, NOTAS
      * E MENSALIDADES), INDICADORES GRAVADOS NO INDGEST E
      * MOVIMENTOS QUE FICARAM FORA DA LINHA DA TURMA (TABELA
      * CHEIA OU PESOS INVALIDOS).
       77 WRK-JRNL-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-JRN-LIDOS       PIC 9(06) VALUE ZERO.
       77 WRK-JRN-GRAVADOS    PIC 9(06) VALUE ZERO.
       77 WRK-JRN-REJEITADOS  PIC 9(06) VALUE ZERO.

      * TRAVA DE LEITURA DO STUDENT-GRADES, NO MESMO DESENHO DO
      * PROGCOB20, TOMADA SO NO MODO APURACAO.
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
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB81'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'PAINRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'F'.
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

       77 WRK-LINHA-ATUAL   PIC 9(03) VALUE ZERO.
       77 WRK-PAGINA-ATUAL  PIC 9(03) VALUE ZERO.
       77 WRK-MAX-LINHAS    PIC 9(03) VALUE 20.
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 WRK-C-TITULO    PIC X(20) VALUE
               'PAINEL MENSAL'.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 WRK-C-PAGINA    PIC ZZ9.

       01 WRK-LINHA-REFERENCIA.
           05 FILLER          PIC X(13) VALUE 'COMPETENCIA: '.
           05 WRK-RF-MES      PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-RF-ANO      PIC 9999.
           05 FILLER          PIC X(15) VALUE '   POSICAO EM: '.
           05 WRK-RF-DATA-BASE PIC X(10).
           05 FILLER          PIC X(22) VALUE
               '   NOTAS DO BIMESTRE: '.
           05 WRK-RF-BIMESTRE PIC 9(01).
           05 FILLER          PIC X(20) VALUE
               '   VARIACAO SOBRE: '.
           05 WRK-RF-MES-ANT  PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-RF-ANO-ANT  PIC 9999.

       01 WRK-LINHA-COLUNAS.
           05 FILLER          PIC X(45) VALUE
               'TUR. MATR/CAP OCUP BIM MEDIA APR% REC% REP%  '.
           05 FILLER          PIC X(41) VALUE
               'FREQ%  <75%       FATURADO       RECEBIDO'.
           05 FILLER          PIC X(23) VALUE
               '      EM ABERTO VENC60%'.

       01 WRK-DETALHE.
           05 WRK-D-TURMA       PIC X(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-D-MATRICULADOS PIC ZZZ9.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-D-CAPACIDADE  PIC ZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-D-OCUPACAO    PIC ZZ9.
           05 FILLER            PIC X(01) VALUE '%'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-D-BIMESTRE    PIC 9(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-D-MEDIA       PIC Z9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-D-APROVADOS   PIC ZZ9.
           05 FILLER            PIC X(02) VALUE '% '.
           05 WRK-D-RECUPERACAO PIC ZZ9.
           05 FILLER            PIC X(02) VALUE '% '.
           05 WRK-D-REPROVADOS  PIC ZZ9.
           05 FILLER            PIC X(01) VALUE '%'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-D-FREQUENCIA  PIC ZZ9,9.
           05 FILLER            PIC X(01) VALUE '%'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-D-ABAIXO      PIC ZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-D-FATURADO    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-D-RECEBIDO    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-D-EM-ABERTO   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-D-VENCIDO-60  PIC ZZ9,9.
           05 FILLER            PIC X(01) VALUE '%'.

      * VARIACAO SOBRE O MES ANTERIOR, ALINHADA COM A LINHA DE
      * CIMA; NOS PERCENTUAIS E EM PONTOS PERCENTUAIS.
       01 WRK-VARIACAO.
           05 FILLER            PIC X(04) VALUE 'VAR.'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-V-MATRICULADOS PIC ---9.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 WRK-V-OCUPACAO    PIC ---9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WRK-V-MEDIA       PIC --9,99.
           05 WRK-V-APROVADOS   PIC ---9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-V-RECUPERACAO PIC ---9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-V-REPROVADOS  PIC ---9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-V-FREQUENCIA  PIC ---9,9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-V-ABAIXO      PIC ---9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-V-FATURADO    PIC ---.---.--9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-V-RECEBIDO    PIC ---.---.--9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-V-EM-ABERTO   PIC ---.---.--9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-V-VENCIDO-60  PIC ---9,9.

       01 WRK-SEM-ANTERIOR.
           05 FILLER            PIC X(05) VALUE 'VAR.'.
           05 FILLER            PIC X(40) VALUE
               'SEM INDICADORES DO MES ANTERIOR'.

       01 WRK-LEGENDA-1.
           05 FILLER PIC X(40) VALUE
               'OCUP = MATRICULADOS/CAPACIDADE DA SALA; '.
           05 FILLER PIC X(50) VALUE
               'APR/REC/REP = % DAS MEDIAS DO BIMESTRE'.
       01 WRK-LEGENDA-2.
           05 FILLER PIC X(36) VALUE
               'REP INCLUI O REPROVADO POR FALTA; '.
           05 FILLER PIC X(44) VALUE
               'FREQ = MEDIA DA FREQUENCIA APURADA NO ANO; '.
           05 FILLER PIC X(30) VALUE
               '<75% = ALUNOS ABAIXO DE 75%'.
       01 WRK-LEGENDA-3.
           05 FILLER PIC X(50) VALUE
               'VENC60 = % DO SALDO VENCIDO COM MAIS DE 60 DIAS; '.
           05 FILLER PIC X(50) VALUE
               'VAR. = DIFERENCA PARA O MES ANTERIOR'.

      * QUADRO ANUAL: ROTULO DO INDICADOR E UMA CELULA POR MES.
       01 WRK-LINHA-ANO.
           05 FILLER          PIC X(06) VALUE 'ANO: '.
           05 WRK-LA-ANO      PIC 9999.
           05 FILLER          PIC X(10) VALUE '   TURMA: '.
           05 WRK-LA-TURMA    PIC X(06).
           05 FILLER          PIC X(40) VALUE
               '   VALORES EM R$ SEM CENTAVOS'.
       01 WRK-LINHA-MESES.
           05 FILLER          PIC X(24) VALUE 'INDICADOR'.
           05 WRK-LM-CELULA OCCURS 12 TIMES PIC X(09).
       01 WRK-LINHA-ANUAL.
           05 WRK-LN-ROTULO   PIC X(24).
           05 WRK-LN-CELULA OCCURS 12 TIMES PIC X(09).

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
                        WRK-ATTSUM-ABERTO WRK-INDGEST-ABERTO.
           MOVE ZERO TO WRK-JRN-LIDOS WRK-JRN-GRAVADOS
                        WRK-JRN-REJEITADOS WRK-QTDE-INATIVOS
                        WRK-QTDE-SEM-ANTERIOR WRK-ESPERA-TOTAL
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           COMPUTE WRK-COMPETENCIA-CORRENTE =
               WRK-DE-ANO * 100 + WRK-DE-MES.
           PERFORM 0100-GRAVAR-JORNAL-INICIO.
           MOVE SPACE TO WRK-MODO.
           PERFORM UNTIL MODO-PAINEL OR MODO-ANUAL
               DISPLAY 'OPERACAO (1=APURAR PAINEL DO MES  '
                       '2=QUADRO ANUAL): '
                ACCEPT WRK-MODO FROM CONSOLE
               IF NOT MODO-PAINEL AND NOT MODO-ANUAL
                   DISPLAY 'OPCAO INVALIDA, DIGITE 1 OU 2'
               END-IF
           END-PERFORM.
           IF MODO-ANUAL
               PERFORM 6000-QUADRO-ANUAL
           ELSE
      * O QUADRO ANUAL TROCA O TITULO E O RELATORIO; UMA CHAMADA
      * ANTERIOR NO MESMO RUN UNIT PODE TER DEIXADO OS DELE.
               MOVE 'PAINEL MENSAL' TO WRK-C-TITULO
               MOVE 'PAINRPT'       TO WRK-ARQ-RELATORIO
               MOVE 'F'             TO WRK-ARQ-RETENCAO
               PERFORM 0220-OBTER-TRAVA-COM-ESPERA
               IF NOT TRAVA-OBTIDA
                   MOVE 08 TO RETURN-CODE
                   PERFORM 9100-GRAVAR-JORNAL-FIM
                   GOBACK
               END-IF
               PERFORM 1000-LER-COMPETENCIA
               PERFORM 1200-ABRIR-ARQUIVOS
               IF STMST-ABERTO
                   PERFORM 1500-LER-PARAMETROS
                   PERFORM 1860-CARREGAR-CALENDARIO
                   PERFORM 1880-CARREGAR-TURMAS
                   PERFORM 2000-APURAR-MATRICULAS
                   PERFORM 3000-APURAR-NOTAS
                   PERFORM 4000-APURAR-MENSALIDADES
                   PERFORM 5000-IMPRIMIR-PAINEL
               END-IF
               PERFORM 9000-FECHAR-ARQUIVOS
               PERFORM 9200-LIBERAR-TRAVA-LEITURA
           END-IF.
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
               MOVE 'PROGCOB81' TO LK-PROGRAMA
               MOVE FUNCTION CURRENT-DATE(1:14) TO LK-TIMESTAMP
               MOVE 1           TO LK-CONTADOR
               PERFORM 0250-GRAVAR-TRAVA
               MOVE 'S' TO WRK-TRAVA-OBTIDA
           ELSE
               READ GRADE-LOCK
                   AT END
                       CLOSE GRADE-LOCK
                       MOVE 'S'         TO LK-TIPO
                       MOVE 'PROGCOB81' TO LK-PROGRAMA
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
               MOVE 'PROGCOB81' TO RJ-PROGRAMA
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
               MOVE 'PROGCOB81' TO RJ-PROGRAMA
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

      * A COMPETENCIA E REPETIDA ATE VIR UM MES VALIDO QUE NAO
      * ESTEJA NO FUTURO; ZERO E O MES CORRENTE.
       1000-LER-COMPETENCIA.
           MOVE 'N' TO WRK-COMPETENCIA-OK.
           PERFORM UNTIL COMPETENCIA-OK
               DISPLAY 'COMPETENCIA DO PAINEL (AAAAMM, '
                       '0=MES CORRENTE): '
                ACCEPT WRK-COMPETENCIA-INF FROM CONSOLE
               IF WRK-COMPETENCIA-INF = ZERO
                   MOVE WRK-COMPETENCIA-CORRENTE
                       TO WRK-COMPETENCIA-INF
               END-IF
               MOVE WRK-COMPETENCIA-INF TO WRK-COMPETENCIA
               IF WRK-CP-MES < 1 OR WRK-CP-MES > 12
                       OR WRK-CP-ANO < 2000
                       OR WRK-COMPETENCIA > WRK-COMPETENCIA-CORRENTE
                   DISPLAY 'COMPETENCIA INVALIDA, DIGITE NOVAMENTE'
               ELSE
                   MOVE 'S' TO WRK-COMPETENCIA-OK
               END-IF
           END-PERFORM.
           IF WRK-CP-MES = 1
               COMPUTE WRK-MA-ANO = WRK-CP-ANO - 1
               MOVE 12 TO WRK-MA-MES
           ELSE
               MOVE WRK-CP-ANO TO WRK-MA-ANO
               COMPUTE WRK-MA-MES = WRK-CP-MES - 1
           END-IF.
           PERFORM 1100-CALCULAR-DATA-BASE.

      * MES JA FECHADO: A POSICAO E A DO ULTIMO DIA DELE (DIA 1 DO
      * MES SEGUINTE MENOS UM DIA).
       1100-CALCULAR-DATA-BASE.
           IF WRK-COMPETENCIA = WRK-COMPETENCIA-CORRENTE
               MOVE WRK-DATA-EXEC-NUM TO WRK-DATA-BASE
           ELSE
               IF WRK-CP-MES = 12
                   COMPUTE WRK-DA-ANO = WRK-CP-ANO + 1
                   MOVE 01 TO WRK-DA-MES
               ELSE
                   MOVE WRK-CP-ANO TO WRK-DA-ANO
                   COMPUTE WRK-DA-MES = WRK-CP-MES + 1
               END-IF
               MOVE 01 TO WRK-DA-DIA
               COMPUTE WRK-DATA-BASE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX-NUM) - 1)
           END-IF.

      * SO O STUDENT-MASTER E OBRIGATORIO: SEM ELE NAO HA TURMA
      * NEM MATRICULADOS. SEM O ATTSUM O PAINEL SAI SEM A
      * FREQUENCIA; SEM O INDGEST SAI SEM A VARIACAO E NADA E
      * GUARDADO PARA O MES SEGUINTE (RC 8). INDGEST INEXISTENTE
      * (PRIMEIRA APURACAO) E CRIADO VAZIO.
       1200-ABRIR-ARQUIVOS.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-STMST-STATUS = '00'
               MOVE 'S' TO WRK-STMST-ABERTO
           ELSE
               DISPLAY 'ERRO AO ABRIR STUDMST: ' WRK-STMST-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF STMST-ABERTO
               OPEN INPUT ATTEND-SUMMARY
               IF WRK-ATTSUM-STATUS = '00'
                   MOVE 'S' TO WRK-ATTSUM-ABERTO
               ELSE
                   DISPLAY 'ATTSUM NAO ENCONTRADO - PAINEL SEM '
                           'FREQUENCIA'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               OPEN I-O INDICATOR-FILE
               IF WRK-INDGEST-STATUS = '35'
                   OPEN OUTPUT INDICATOR-FILE
                   CLOSE INDICATOR-FILE
                   OPEN I-O INDICATOR-FILE
               END-IF
               IF WRK-INDGEST-STATUS = '00'
                   MOVE 'S' TO WRK-INDGEST-ABERTO
               ELSE
                   DISPLAY 'ERRO AO ABRIR INDGEST: '
                           WRK-INDGEST-STATUS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               OPEN OUTPUT PAINEL-REPORT
           END-IF.

      * MESMA REGRA DE PARAMETROS DE AVALIACAO DO PROGCOB20.
       1500-LER-PARAMETROS.
           MOVE 2  TO GP-QTDE-NOTAS.
           MOVE 6  TO GP-NOTA-CORTE-APROVA.
           MOVE 2  TO GP-NOTA-CORTE-RECUP.
           MOVE 1  TO GP-PESO(1).
           MOVE 1  TO GP-PESO(2).
           MOVE 0  TO GP-PESO(3).
           MOVE 0  TO GP-PESO(4).
           MOVE 0  TO GP-PESO(5).
           OPEN INPUT GRADE-PARM.
           IF WRK-GRDPARM-STATUS = '00'
               READ GRADE-PARM
                   AT END CONTINUE
               END-READ
               CLOSE GRADE-PARM
           END-IF.
           IF GP-QTDE-NOTAS < 1 OR GP-QTDE-NOTAS > 5
               DISPLAY 'GP-QTDE-NOTAS INVALIDO EM GRDPARM: '
                        GP-QTDE-NOTAS ' - USANDO PADRAO 2'
               MOVE 2 TO GP-QTDE-NOTAS
           END-IF.

      * INICIO E FIM DE CADA BIMESTRE DO SCHCAL. ARQUIVO
      * OPCIONAL, COMO NO PROGCOB20.
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
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1870-LER-SCHCAL.
           READ SCHOOL-CALENDAR
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * A ENTRADA 1 (TOTAL DA ESCOLA) FICA COM A CAPACIDADE DE
      * TODAS AS SALAS; CADA TURMA DO CLSMST GANHA A SUA ENTRADA,
      * MESMO SEM NENHUM ALUNO, PARA A SALA VAZIA APARECER.
       1880-CARREGAR-TURMAS.
           MOVE 1 TO WRK-PN-COUNT WRK-PN-IDX.
           PERFORM 2750-ZERAR-ENTRADA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLASS-MASTER.
           IF WRK-CLSMST-STATUS = '00'
               PERFORM 1890-LER-CLSMST
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE CM-TURMA TO WRK-TURMA-ATUAL
                   PERFORM 2700-BUSCAR-TURMA
                   IF WRK-PN-IDX > 1
                       ADD CM-CAPACIDADE
                           TO WRK-PN-CAPACIDADE(WRK-PN-IDX)
                       ADD CM-CAPACIDADE TO WRK-PN-CAPACIDADE(1)
                   END-IF
                   PERFORM 1890-LER-CLSMST
               END-PERFORM
               CLOSE CLASS-MASTER
           ELSE
               DISPLAY 'CLSMST NAO ENCONTRADO - PAINEL SEM '
                       'CAPACIDADE DAS SALAS'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1890-LER-CLSMST.
           READ CLASS-MASTER
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      ********************************
      * MATRICULADOS E FREQUENCIA: VARREDURA DO MESTRE. CONTA O
      * ALUNO ATIVO NA DATA BASE - SITUACAO ATIVA, OU SAIDA
      * (SM-DATA-STATUS) DEPOIS DELA.
      ********************************
       2000-APURAR-MATRICULAS.
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
                       OR SM-DATA-STATUS > WRK-DATA-BASE
                   PERFORM 2200-AVALIAR-ALUNO
               END-IF
               PERFORM 2100-LER-MESTRE
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       2100-LER-MESTRE.
           READ STUDENT-MASTER NEXT
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END ADD 1 TO WRK-JRN-LIDOS
           END-READ.

       2200-AVALIAR-ALUNO.
           MOVE SM-MATRICULA TO WRK-MATRICULA-ATUAL.
           PERFORM 2500-APURAR-FREQUENCIA-ALUNO.
           MOVE SM-TURMA TO WRK-TURMA-ATUAL.
           PERFORM 2700-BUSCAR-TURMA.
           IF WRK-PN-IDX > 1
               PERFORM 2600-ACUMULAR-ALUNO
           END-IF.
           MOVE 1 TO WRK-PN-IDX.
           PERFORM 2600-ACUMULAR-ALUNO.

      * FREQUENCIA DO ANO ATE AQUI: O ATTSUM E REFEITO TODA NOITE
      * PELO PROGCOB63, ENTAO E A POSICAO DA APURACAO, NAO A DO
      * FIM DA COMPETENCIA. ALUNO SEM AULA APURADA FICA FORA DA
      * MEDIA E DA CONTAGEM ABAIXO DO LIMITE.
       2500-APURAR-FREQUENCIA-ALUNO.
           MOVE ZERO TO WRK-FQ-AULAS WRK-FQ-PRESENCAS WRK-FREQ-PERC.
           IF ATTSUM-ABERTO
               PERFORM VARYING WRK-FQ-BIM FROM 1 BY 1
                       UNTIL WRK-FQ-BIM > 4
                   MOVE WRK-MATRICULA-ATUAL TO AS-MATRICULA
                   MOVE WRK-FQ-BIM          TO AS-BIMESTRE
                   READ ATTEND-SUMMARY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WRK-FQ-AULAS = WRK-FQ-AULAS
                               + AS-PRESENCAS + AS-FALTAS
                               + AS-JUSTIFICADAS
                           COMPUTE WRK-FQ-PRESENCAS = WRK-FQ-PRESENCAS
                               + AS-PRESENCAS + AS-JUSTIFICADAS
                   END-READ
               END-PERFORM
           END-IF.
           IF WRK-FQ-AULAS > ZERO
               COMPUTE WRK-FREQ-PERC ROUNDED =
                   WRK-FQ-PRESENCAS * 100 / WRK-FQ-AULAS
           END-IF.

       2600-ACUMULAR-ALUNO.
           ADD 1 TO WRK-PN-MATRICULADOS(WRK-PN-IDX).
           IF WRK-FQ-AULAS > ZERO
               ADD 1 TO WRK-PN-COM-FREQUENCIA(WRK-PN-IDX)
               ADD WRK-FREQ-PERC TO WRK-PN-SOMA-FREQ(WRK-PN-IDX)
               IF WRK-FREQ-PERC < WRK-LIMITE-FREQUENCIA
                   ADD 1 TO WRK-PN-ABAIXO(WRK-PN-IDX)
               END-IF
           END-IF.

      * ACHA (OU CRIA) A ENTRADA DA TURMA EM WRK-TURMA-ATUAL E
      * DEVOLVE O INDICE EM WRK-PN-IDX. TURMA EM BRANCO OU TABELA
      * CHEIA DEVOLVEM ZERO: O MOVIMENTO SO ENTRA NO TOTAL DA
      * ESCOLA, E A TABELA CHEIA E ERRO DE DADOS (RC 8) COMO NO
      * PROGCOB20 - O PAINEL SAIU SEM A LINHA DA TURMA.
       2700-BUSCAR-TURMA.
           MOVE ZERO TO WRK-PN-IDX.
           MOVE 'N'  TO WRK-PN-ACHOU.
           IF WRK-TURMA-ATUAL NOT = SPACES
               PERFORM VARYING WRK-PN-BUSCA FROM 2 BY 1
                       UNTIL WRK-PN-BUSCA > WRK-PN-COUNT
                          OR ACHOU-TURMA
                   IF WRK-PN-TURMA(WRK-PN-BUSCA) = WRK-TURMA-ATUAL
                       MOVE 'S' TO WRK-PN-ACHOU
                       MOVE WRK-PN-BUSCA TO WRK-PN-IDX
                   END-IF
               END-PERFORM
               IF NOT ACHOU-TURMA
                   IF WRK-PN-COUNT < 51
                       ADD 1 TO WRK-PN-COUNT
                       MOVE WRK-PN-COUNT TO WRK-PN-IDX
                       PERFORM 2750-ZERAR-ENTRADA
                       MOVE WRK-TURMA-ATUAL
                           TO WRK-PN-TURMA(WRK-PN-IDX)
                   ELSE
                       DISPLAY 'TABELA DE TURMAS CHEIA, SO NO '
                               'TOTAL DA ESCOLA: ' WRK-TURMA-ATUAL
                       ADD 1 TO WRK-JRN-REJEITADOS
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2750-ZERAR-ENTRADA.
           MOVE SPACES TO WRK-PN-TURMA(WRK-PN-IDX).
           MOVE ZERO TO WRK-PN-CAPACIDADE(WRK-PN-IDX)
                        WRK-PN-MATRICULADOS(WRK-PN-IDX)
                        WRK-PN-AVALIADOS(WRK-PN-IDX)
                        WRK-PN-SOMA-MEDIA(WRK-PN-IDX)
                        WRK-PN-APROVADOS(WRK-PN-IDX)
                        WRK-PN-RECUPERACAO(WRK-PN-IDX)
                        WRK-PN-REPROVADOS(WRK-PN-IDX)
                        WRK-PN-COM-FREQUENCIA(WRK-PN-IDX)
                        WRK-PN-SOMA-FREQ(WRK-PN-IDX)
                        WRK-PN-ABAIXO(WRK-PN-IDX)
                        WRK-PN-FATURADO(WRK-PN-IDX)
                        WRK-PN-RECEBIDO(WRK-PN-IDX)
                        WRK-PN-EM-ABERTO(WRK-PN-IDX)
                        WRK-PN-VENCIDO(WRK-PN-IDX)
                        WRK-PN-VENCIDO-60(WRK-PN-IDX).

      ********************************
      * NOTAS: DUAS PASSADAS NO STUDGRD. A PRIMEIRA ACHA O ULTIMO
      * BIMESTRE COM NOTA LANCADA QUE JA TINHA COMECADO NA DATA
      * BASE (SEM O SCHCAL, O ULTIMO DO ARQUIVO); A SEGUNDA CALCULA
      * AS MEDIAS SO DESSE BIMESTRE. SEM O STUDGRD O PAINEL SAI
      * SEM AS NOTAS (BIMESTRE ZERO).
      ********************************
       3000-APURAR-NOTAS.
           MOVE ZERO TO WRK-BIMESTRE-PAINEL.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           OPEN INPUT STUDENT-GRADES.
           IF WRK-STGRD-STATUS NOT = '00'
               DISPLAY 'STUDGRD NAO ENCONTRADO - PAINEL SEM NOTAS'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 3100-LER-STUDENT-GRADES
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM 3050-AVALIAR-BIMESTRE
                   PERFORM 3100-LER-STUDENT-GRADES
               END-PERFORM
               CLOSE STUDENT-GRADES
               IF WRK-BIMESTRE-PAINEL > ZERO
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   OPEN INPUT STUDENT-GRADES
                   PERFORM 3100-LER-STUDENT-GRADES
                   PERFORM UNTIL FIM-ARQUIVO
                       ADD 1 TO WRK-JRN-LIDOS
                       IF SG-BIMESTRE = WRK-BIMESTRE-PAINEL
                           PERFORM 3200-AVALIAR-NOTA
                       END-IF
                       PERFORM 3100-LER-STUDENT-GRADES
                   END-PERFORM
                   CLOSE STUDENT-GRADES
               END-IF
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           IF WRK-QTDE-INATIVOS > ZERO
               DISPLAY 'NOTAS DE ALUNOS FORA DA ESCOLA NO BIMESTRE, '
                       'FORA DO PAINEL: ' WRK-QTDE-INATIVOS
           END-IF.

       3050-AVALIAR-BIMESTRE.
           IF SG-BIMESTRE >= 1 AND SG-BIMESTRE <= 4
                   AND SG-BIMESTRE > WRK-BIMESTRE-PAINEL
               IF NOT CAL-CARREGADO
                   MOVE SG-BIMESTRE TO WRK-BIMESTRE-PAINEL
               ELSE
                   IF WRK-CA-INICIO(SG-BIMESTRE) <= WRK-DATA-BASE
                       MOVE SG-BIMESTRE TO WRK-BIMESTRE-PAINEL
                   END-IF
               END-IF
           END-IF.

       3100-LER-STUDENT-GRADES.
           READ STUDENT-GRADES
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       3200-AVALIAR-NOTA.
           PERFORM 3300-BUSCAR-ALUNO.
           IF ALUNO-FORA
               ADD 1 TO WRK-QTDE-INATIVOS
           ELSE
               PERFORM 3400-CALCULAR-MEDIA
               IF WRK-D-SITUACAO = 'INVALIDO'
                   ADD 1 TO WRK-JRN-REJEITADOS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM 2700-BUSCAR-TURMA
                   IF WRK-PN-IDX > 1
                       PERFORM 3500-ACUMULAR-MEDIA
                   END-IF
                   MOVE 1 TO WRK-PN-IDX
                   PERFORM 3500-ACUMULAR-MEDIA
               END-IF
           END-IF.

      * TURMA DO ALUNO NO MESTRE E A REGRA DO PROGCOB20 PARA QUEM
      * JA SAIU: SAIDA ATE O FIM DO BIMESTRE (OU EM QUALQUER DATA,
      * SEM O SCHCAL) TIRA A NOTA DO PAINEL.
       3300-BUSCAR-ALUNO.
           MOVE SPACES TO WRK-TURMA-ATUAL.
           MOVE 'N'    TO WRK-ALUNO-FORA.
           MOVE SG-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SM-TURMA TO WRK-TURMA-ATUAL
                   IF SM-STATUS NOT = SPACE
                           AND SM-STATUS NOT = 'A'
                       IF NOT CAL-CARREGADO
                           MOVE 'S' TO WRK-ALUNO-FORA
                       ELSE
                           IF SM-DATA-STATUS
                                   <= WRK-CA-FIM(SG-BIMESTRE)
                               MOVE 'S' TO WRK-ALUNO-FORA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3400-CALCULAR-MEDIA.
           MOVE ZEROS TO WRK-SOMA-NOTAS WRK-SOMA-PESOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > GP-QTDE-NOTAS
               COMPUTE WRK-SOMA-NOTAS =
                   WRK-SOMA-NOTAS +
                   (SG-NOTA(WRK-IDX) * GP-PESO(WRK-IDX))
               COMPUTE WRK-SOMA-PESOS =
                   WRK-SOMA-PESOS + GP-PESO(WRK-IDX)
           END-PERFORM.
           IF WRK-SOMA-PESOS = ZERO
                DISPLAY 'PESOS INVALIDOS EM GRDPARM (SOMA ZERO)'
                MOVE ZERO      TO WRK-MEDIA
                MOVE 'INVALIDO'   TO WRK-D-SITUACAO
           ELSE
                COMPUTE WRK-MEDIA = WRK-SOMA-NOTAS / WRK-SOMA-PESOS
                IF WRK-MEDIA >= GP-NOTA-CORTE-APROVA
                     MOVE 'APROVADO'    TO WRK-D-SITUACAO
                ELSE IF WRK-MEDIA >= GP-NOTA-CORTE-RECUP
                           MOVE 'RECUPERACAO' TO WRK-D-SITUACAO
                     ELSE
                           MOVE 'REPROVADO'   TO WRK-D-SITUACAO
                     END-IF
                END-IF
                MOVE SG-MATRICULA TO WRK-MATRICULA-ATUAL
                PERFORM 2500-APURAR-FREQUENCIA-ALUNO
                IF WRK-FQ-AULAS > ZERO
                        AND WRK-FREQ-PERC < WRK-LIMITE-FREQUENCIA
                    MOVE 'REPR-FALTA' TO WRK-D-SITUACAO
                END-IF
           END-IF.

       3500-ACUMULAR-MEDIA.
           ADD 1 TO WRK-PN-AVALIADOS(WRK-PN-IDX).
           ADD WRK-MEDIA TO WRK-PN-SOMA-MEDIA(WRK-PN-IDX).
           EVALUATE WRK-D-SITUACAO
               WHEN 'APROVADO'
                   ADD 1 TO WRK-PN-APROVADOS(WRK-PN-IDX)
               WHEN 'RECUPERACAO'
                   ADD 1 TO WRK-PN-RECUPERACAO(WRK-PN-IDX)
               WHEN OTHER
                   ADD 1 TO WRK-PN-REPROVADOS(WRK-PN-IDX)
           END-EVALUATE.

      ********************************
      * MENSALIDADES: FATURADO/RECEBIDO/EM ABERTO SAO AS DA
      * COMPETENCIA (A RENEGOCIADA FOI FATURADA, MAS NAO E MAIS
      * DIVIDA EM ABERTO - A DIVIDA PASSA A SER A DAS PARCELAS,
      * COMO NO PROGCOB45). O VENCIDO E O SALDO EM ABERTO JA
      * VENCIDO NA DATA BASE DE TODAS AS COMPETENCIAS E PARCELAS.
      * PAGAMENTO DEPOIS DA DATA BASE AINDA E ABERTO NELA.
      ********************************
       4000-APURAR-MENSALIDADES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT TUITION-FILE.
           IF WRK-TUIFILE-STATUS NOT = '00'
               DISPLAY 'TUIFILE NAO ENCONTRADO - PAINEL SEM '
                       'MENSALIDADES'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 4100-LER-TUITION
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM 4200-AVALIAR-MENSALIDADE
                   PERFORM 4100-LER-TUITION
               END-PERFORM
               CLOSE TUITION-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       4100-LER-TUITION.
           READ TUITION-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END ADD 1 TO WRK-JRN-LIDOS
           END-READ.

       4200-AVALIAR-MENSALIDADE.
           MOVE ZERO TO WRK-MS-FATURADO WRK-MS-RECEBIDO
                        WRK-MS-EM-ABERTO WRK-MS-VENCIDO
                        WRK-MS-VENCIDO-60.
           IF TU-COMPETENCIA = WRK-COMPETENCIA
               MOVE TU-VALOR TO WRK-MS-FATURADO
               IF TU-DATA-PAGAMENTO > ZERO
                       AND TU-DATA-PAGAMENTO <= WRK-DATA-BASE
                   MOVE TU-VALOR-PAGO TO WRK-MS-RECEBIDO
               ELSE
                   IF NOT TU-RENEGOCIADA
                       MOVE TU-VALOR TO WRK-MS-EM-ABERTO
                   END-IF
               END-IF
           END-IF.
           IF NOT TU-RENEGOCIADA
                   AND (TU-DATA-PAGAMENTO = ZERO
                        OR TU-DATA-PAGAMENTO > WRK-DATA-BASE)
                   AND TU-VENCIMENTO > ZERO
                   AND TU-VENCIMENTO < WRK-DATA-BASE
               MOVE TU-VALOR TO WRK-MS-VENCIDO
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)
                   - FUNCTION INTEGER-OF-DATE(TU-VENCIMENTO)
               IF WRK-DIAS-ATRASO > 60
                   MOVE TU-VALOR TO WRK-MS-VENCIDO-60
               END-IF
           END-IF.
           IF WRK-MS-FATURADO > ZERO OR WRK-MS-VENCIDO > ZERO
               MOVE SPACES TO WRK-TURMA-ATUAL
               MOVE TU-MATRICULA TO SM-MATRICULA
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-TURMA TO WRK-TURMA-ATUAL
               END-READ
               PERFORM 2700-BUSCAR-TURMA
               IF WRK-PN-IDX > 1
                   PERFORM 4500-ACUMULAR-MENSALIDADE
               END-IF
               MOVE 1 TO WRK-PN-IDX
               PERFORM 4500-ACUMULAR-MENSALIDADE
           END-IF.

       4500-ACUMULAR-MENSALIDADE.
           ADD WRK-MS-FATURADO   TO WRK-PN-FATURADO(WRK-PN-IDX).
           ADD WRK-MS-RECEBIDO   TO WRK-PN-RECEBIDO(WRK-PN-IDX).
           ADD WRK-MS-EM-ABERTO  TO WRK-PN-EM-ABERTO(WRK-PN-IDX).
           ADD WRK-MS-VENCIDO    TO WRK-PN-VENCIDO(WRK-PN-IDX).
           ADD WRK-MS-VENCIDO-60 TO WRK-PN-VENCIDO-60(WRK-PN-IDX).

      ********************************
      * IMPRESSAO: AS TURMAS NA ORDEM DA TABELA E O TOTAL DA
      * ESCOLA NO FIM. CADA ENTRADA E COMPARADA COM O REGISTRO DO
      * MES ANTERIOR NO INDGEST E GRAVADA NELE (SUBSTITUINDO O DA
      * MESMA COMPETENCIA, SE O MES FOR REAPURADO).
      ********************************
       5000-IMPRIMIR-PAINEL.
           PERFORM 4700-IMPRIMIR-CABECALHO.
           PERFORM VARYING WRK-PN-IDX FROM 2 BY 1
                   UNTIL WRK-PN-IDX > WRK-PN-COUNT
               PERFORM 5100-PROCESSAR-ENTRADA
           END-PERFORM.
           MOVE SPACES TO PAINEL-REPORT-LINE.
           WRITE PAINEL-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           MOVE 1 TO WRK-PN-IDX.
           PERFORM 5100-PROCESSAR-ENTRADA.
           DISPLAY WRK-DETALHE.
           PERFORM 5700-IMPRIMIR-LEGENDA.
           IF WRK-QTDE-SEM-ANTERIOR > ZERO
               DISPLAY 'LINHAS SEM INDICADORES DO MES ANTERIOR: '
                       WRK-QTDE-SEM-ANTERIOR
           END-IF.
           DISPLAY 'PAINEL DA COMPETENCIA ' WRK-COMPETENCIA
                   ' IMPRESSO NO PAINRPT'.

       5100-PROCESSAR-ENTRADA.
           PERFORM 5200-BUSCAR-MES-ANTERIOR.
           PERFORM 5300-MONTAR-INDICADOR.
           PERFORM 5400-CALCULAR-INDICES.
           PERFORM 5500-IMPRIMIR-LINHAS.
           PERFORM 5600-GRAVAR-INDICADOR.

       5200-BUSCAR-MES-ANTERIOR.
           MOVE 'N' TO WRK-ACHOU-ANTERIOR.
           IF INDGEST-ABERTO
               MOVE WRK-MES-ANTERIOR TO IG-COMPETENCIA
               MOVE WRK-PN-TURMA(WRK-PN-IDX) TO IG-TURMA
               READ INDICATOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-ANTERIOR
                       PERFORM 5400-CALCULAR-INDICES
                       MOVE WRK-IND-ATUAL TO WRK-IND-ANTERIOR
               END-READ
           END-IF.
           IF NOT ACHOU-ANTERIOR
               ADD 1 TO WRK-QTDE-SEM-ANTERIOR
           END-IF.

       5300-MONTAR-INDICADOR.
           MOVE WRK-COMPETENCIA          TO IG-COMPETENCIA.
           MOVE WRK-PN-TURMA(WRK-PN-IDX) TO IG-TURMA.
           MOVE WRK-DATA-EXEC-NUM        TO IG-DATA-GERACAO.
           MOVE WRK-DATA-BASE            TO IG-DATA-BASE.
           MOVE WRK-PN-CAPACIDADE(WRK-PN-IDX)   TO IG-CAPACIDADE.
           MOVE WRK-PN-MATRICULADOS(WRK-PN-IDX) TO IG-MATRICULADOS.
           MOVE WRK-BIMESTRE-PAINEL      TO IG-BIMESTRE.
           MOVE WRK-PN-AVALIADOS(WRK-PN-IDX)    TO IG-AVALIADOS.
           IF WRK-PN-AVALIADOS(WRK-PN-IDX) > ZERO
               COMPUTE IG-MEDIA ROUNDED =
                   WRK-PN-SOMA-MEDIA(WRK-PN-IDX)
                   / WRK-PN-AVALIADOS(WRK-PN-IDX)
           ELSE
               MOVE ZERO TO IG-MEDIA
           END-IF.
           MOVE WRK-PN-APROVADOS(WRK-PN-IDX)    TO IG-APROVADOS.
           MOVE WRK-PN-RECUPERACAO(WRK-PN-IDX)  TO IG-RECUPERACAO.
           MOVE WRK-PN-REPROVADOS(WRK-PN-IDX)   TO IG-REPROVADOS.
           MOVE WRK-PN-COM-FREQUENCIA(WRK-PN-IDX)
               TO IG-COM-FREQUENCIA.
           IF WRK-PN-COM-FREQUENCIA(WRK-PN-IDX) > ZERO
               COMPUTE IG-FREQ-MEDIA ROUNDED =
                   WRK-PN-SOMA-FREQ(WRK-PN-IDX)
                   / WRK-PN-COM-FREQUENCIA(WRK-PN-IDX)
           ELSE
               MOVE ZERO TO IG-FREQ-MEDIA
           END-IF.
           MOVE WRK-PN-ABAIXO(WRK-PN-IDX)       TO IG-ABAIXO-LIMITE.
           MOVE WRK-PN-FATURADO(WRK-PN-IDX)     TO IG-FATURADO.
           MOVE WRK-PN-RECEBIDO(WRK-PN-IDX)     TO IG-RECEBIDO.
           MOVE WRK-PN-EM-ABERTO(WRK-PN-IDX)    TO IG-EM-ABERTO.
           MOVE WRK-PN-VENCIDO(WRK-PN-IDX)      TO IG-VENCIDO.
           MOVE WRK-PN-VENCIDO-60(WRK-PN-IDX)   TO IG-VENCIDO-60.

      * PERCENTUAIS DE UM REGISTRO DO INDGEST (O DO MES, O DO MES
      * ANTERIOR OU UM MES DO QUADRO ANUAL).
       5400-CALCULAR-INDICES.
           MOVE ZERO TO WRK-IA-OCUPACAO WRK-IA-APROVADOS
                        WRK-IA-RECUPERACAO WRK-IA-REPROVADOS
                        WRK-IA-VENCIDO-60.
           MOVE IG-MATRICULADOS   TO WRK-IA-MATRICULADOS.
           IF IG-CAPACIDADE > ZERO
               COMPUTE WRK-IA-OCUPACAO ROUNDED =
                   IG-MATRICULADOS * 100 / IG-CAPACIDADE
           END-IF.
           MOVE IG-MEDIA          TO WRK-IA-MEDIA.
           IF IG-AVALIADOS > ZERO
               COMPUTE WRK-IA-APROVADOS ROUNDED =
                   IG-APROVADOS * 100 / IG-AVALIADOS
               COMPUTE WRK-IA-RECUPERACAO ROUNDED =
                   IG-RECUPERACAO * 100 / IG-AVALIADOS
               COMPUTE WRK-IA-REPROVADOS ROUNDED =
                   IG-REPROVADOS * 100 / IG-AVALIADOS
           END-IF.
           MOVE IG-FREQ-MEDIA     TO WRK-IA-FREQUENCIA.
           MOVE IG-ABAIXO-LIMITE  TO WRK-IA-ABAIXO.
           MOVE IG-FATURADO       TO WRK-IA-FATURADO.
           MOVE IG-RECEBIDO       TO WRK-IA-RECEBIDO.
           MOVE IG-EM-ABERTO      TO WRK-IA-EM-ABERTO.
           IF IG-VENCIDO > ZERO
               COMPUTE WRK-IA-VENCIDO-60 ROUNDED =
                   IG-VENCIDO-60 * 100 / IG-VENCIDO
           END-IF.

       5500-IMPRIMIR-LINHAS.
           IF WRK-LINHA-ATUAL + 2 > WRK-MAX-LINHAS
               PERFORM 4700-IMPRIMIR-CABECALHO
           END-IF.
           IF WRK-PN-IDX = 1
               MOVE 'TOT.' TO WRK-D-TURMA
           ELSE
               MOVE WRK-PN-TURMA(WRK-PN-IDX) TO WRK-D-TURMA
           END-IF.
           MOVE IG-MATRICULADOS     TO WRK-D-MATRICULADOS.
           MOVE IG-CAPACIDADE       TO WRK-D-CAPACIDADE.
           MOVE WRK-IA-OCUPACAO     TO WRK-D-OCUPACAO.
           MOVE IG-BIMESTRE         TO WRK-D-BIMESTRE.
           MOVE WRK-IA-MEDIA        TO WRK-D-MEDIA.
           MOVE WRK-IA-APROVADOS    TO WRK-D-APROVADOS.
           MOVE WRK-IA-RECUPERACAO  TO WRK-D-RECUPERACAO.
           MOVE WRK-IA-REPROVADOS   TO WRK-D-REPROVADOS.
           MOVE WRK-IA-FREQUENCIA   TO WRK-D-FREQUENCIA.
           MOVE WRK-IA-ABAIXO       TO WRK-D-ABAIXO.
           MOVE WRK-IA-FATURADO     TO WRK-D-FATURADO.
           MOVE WRK-IA-RECEBIDO     TO WRK-D-RECEBIDO.
           MOVE WRK-IA-EM-ABERTO    TO WRK-D-EM-ABERTO.
           MOVE WRK-IA-VENCIDO-60   TO WRK-D-VENCIDO-60.
           MOVE WRK-DETALHE TO PAINEL-REPORT-LINE.
           WRITE PAINEL-REPORT-LINE.
           IF ACHOU-ANTERIOR
               COMPUTE WRK-V-MATRICULADOS =
                   WRK-IA-MATRICULADOS - WRK-IM-MATRICULADOS
               COMPUTE WRK-V-OCUPACAO =
                   WRK-IA-OCUPACAO - WRK-IM-OCUPACAO
               COMPUTE WRK-V-MEDIA = WRK-IA-MEDIA - WRK-IM-MEDIA
               COMPUTE WRK-V-APROVADOS =
                   WRK-IA-APROVADOS - WRK-IM-APROVADOS
               COMPUTE WRK-V-RECUPERACAO =
                   WRK-IA-RECUPERACAO - WRK-IM-RECUPERACAO
               COMPUTE WRK-V-REPROVADOS =
                   WRK-IA-REPROVADOS - WRK-IM-REPROVADOS
               COMPUTE WRK-V-FREQUENCIA =
                   WRK-IA-FREQUENCIA - WRK-IM-FREQUENCIA
               COMPUTE WRK-V-ABAIXO = WRK-IA-ABAIXO - WRK-IM-ABAIXO
               COMPUTE WRK-V-FATURADO =
                   WRK-IA-FATURADO - WRK-IM-FATURADO
               COMPUTE WRK-V-RECEBIDO =
                   WRK-IA-RECEBIDO - WRK-IM-RECEBIDO
               COMPUTE WRK-V-EM-ABERTO =
                   WRK-IA-EM-ABERTO - WRK-IM-EM-ABERTO
               COMPUTE WRK-V-VENCIDO-60 =
                   WRK-IA-VENCIDO-60 - WRK-IM-VENCIDO-60
               MOVE WRK-VARIACAO TO PAINEL-REPORT-LINE
           ELSE
               MOVE WRK-SEM-ANTERIOR TO PAINEL-REPORT-LINE
           END-IF.
           WRITE PAINEL-REPORT-LINE.
           ADD 2 TO WRK-LINHA-ATUAL.

      * A REAPURACAO DO MESMO MES SUBSTITUI O REGISTRO GRAVADO
      * ANTES (CHAVE COMPETENCIA + TURMA JA EXISTENTE).
       5600-GRAVAR-INDICADOR.
           IF INDGEST-ABERTO
               WRITE MGMT-INDICATOR-RECORD
                   INVALID KEY
                       REWRITE MGMT-INDICATOR-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR INDGEST, '
                                       'TURMA ' IG-TURMA ': '
                                       WRK-INDGEST-STATUS
                               IF RETURN-CODE < 8
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           NOT INVALID KEY
                               ADD 1 TO WRK-JRN-GRAVADOS
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WRK-JRN-GRAVADOS
               END-WRITE
           END-IF.

       5700-IMPRIMIR-LEGENDA.
           MOVE SPACES TO PAINEL-REPORT-LINE.
           WRITE PAINEL-REPORT-LINE.
           MOVE WRK-LEGENDA-1 TO PAINEL-REPORT-LINE.
           WRITE PAINEL-REPORT-LINE.
           MOVE WRK-LEGENDA-2 TO PAINEL-REPORT-LINE.
           WRITE PAINEL-REPORT-LINE.
           MOVE WRK-LEGENDA-3 TO PAINEL-REPORT-LINE.
           WRITE PAINEL-REPORT-LINE.

       4700-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE ZERO          TO WRK-LINHA-ATUAL.
           MOVE WRK-DE-DIA    TO WRK-C-DIA.
           MOVE WRK-DE-MES    TO WRK-C-MES.
           MOVE WRK-DE-ANO    TO WRK-C-ANO.
           MOVE WRK-PAGINA-ATUAL TO WRK-C-PAGINA.
           MOVE WRK-CABECALHO TO PAINEL-REPORT-LINE.
           WRITE PAINEL-REPORT-LINE.
           MOVE WRK-CP-MES    TO WRK-RF-MES.
           MOVE WRK-CP-ANO    TO WRK-RF-ANO.
           MOVE WRK-DATA-BASE TO WRK-DATA-AUX-NUM.
           PERFORM 4800-FORMATAR-DATA.
           MOVE WRK-DATA-FORMATADA TO WRK-RF-DATA-BASE.
           MOVE WRK-BIMESTRE-PAINEL TO WRK-RF-BIMESTRE.
           MOVE WRK-MA-MES    TO WRK-RF-MES-ANT.
           MOVE WRK-MA-ANO    TO WRK-RF-ANO-ANT.
           MOVE WRK-LINHA-REFERENCIA TO PAINEL-REPORT-LINE.
           WRITE PAINEL-REPORT-LINE.
           MOVE WRK-LINHA-COLUNAS TO PAINEL-REPORT-LINE.
           WRITE PAINEL-REPORT-LINE.

       4800-FORMATAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DF-DIA.
           MOVE WRK-DA-MES TO WRK-DF-MES.
           MOVE WRK-DA-ANO TO WRK-DF-ANO.

      ********************************
      * QUADRO ANUAL: OS DOZE MESES DO ANO INFORMADO, DA ESCOLA
      * (TURMA EM BRANCO) OU DE UMA TURMA, LIDOS DO INDGEST. MES
      * SEM APURACAO SAI COM TRACO.
      ********************************
       6000-QUADRO-ANUAL.
           MOVE 'PAINEL ANUAL' TO WRK-C-TITULO.
           MOVE 'PAINANO'      TO WRK-ARQ-RELATORIO.
           MOVE 'A'            TO WRK-ARQ-RETENCAO.
           DISPLAY 'ANO DO QUADRO (AAAA, 0=ANO CORRENTE): '
            ACCEPT WRK-ANO-QUADRO FROM CONSOLE.
           IF WRK-ANO-QUADRO = ZERO
               MOVE WRK-DE-ANO TO WRK-ANO-QUADRO
           END-IF.
           DISPLAY 'TURMA (EM BRANCO = ESCOLA): '
            ACCEPT WRK-TURMA-QUADRO FROM CONSOLE.
           OPEN INPUT INDICATOR-FILE.
           IF WRK-INDGEST-STATUS NOT = '00'
               DISPLAY 'NENHUM INDICADOR GRAVADO NO INDGEST'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 6100-CARREGAR-ANO
               CLOSE INDICATOR-FILE
               IF WRK-QTDE-MESES = ZERO
                   DISPLAY 'NENHUM MES APURADO EM ' WRK-ANO-QUADRO
                           ' PARA A TURMA INFORMADA'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM 6300-IMPRIMIR-QUADRO
           END-IF.

       6100-CARREGAR-ANO.
           MOVE ZERO TO WRK-QTDE-MESES.
           PERFORM VARYING WRK-AN-MES FROM 1 BY 1
                   UNTIL WRK-AN-MES > 12
               MOVE 'N' TO WRK-AN-ACHOU(WRK-AN-MES)
               COMPUTE IG-COMPETENCIA =
                   WRK-ANO-QUADRO * 100 + WRK-AN-MES
               MOVE WRK-TURMA-QUADRO TO IG-TURMA
               READ INDICATOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-AN-ACHOU(WRK-AN-MES)
                       MOVE MGMT-INDICATOR-RECORD
                           TO WRK-AN-REGISTRO(WRK-AN-MES)
                       ADD 1 TO WRK-QTDE-MESES
                       ADD 1 TO WRK-JRN-LIDOS
               END-READ
           END-PERFORM.

       6300-IMPRIMIR-QUADRO.
           OPEN OUTPUT ANUAL-REPORT.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE WRK-DE-DIA    TO WRK-C-DIA.
           MOVE WRK-DE-MES    TO WRK-C-MES.
           MOVE WRK-DE-ANO    TO WRK-C-ANO.
           MOVE WRK-PAGINA-ATUAL TO WRK-C-PAGINA.
           MOVE WRK-CABECALHO TO ANUAL-REPORT-LINE.
           WRITE ANUAL-REPORT-LINE.
           MOVE WRK-ANO-QUADRO TO WRK-LA-ANO.
           IF WRK-TURMA-QUADRO = SPACES
               MOVE 'ESCOLA' TO WRK-LA-TURMA
           ELSE
               MOVE WRK-TURMA-QUADRO TO WRK-LA-TURMA
           END-IF.
           MOVE WRK-LINHA-ANO TO ANUAL-REPORT-LINE.
           WRITE ANUAL-REPORT-LINE.
           PERFORM VARYING WRK-AN-MES FROM 1 BY 1
                   UNTIL WRK-AN-MES > 12
               MOVE SPACES TO WRK-LM-CELULA(WRK-AN-MES)
               MOVE WRK-NOME-MES(WRK-AN-MES)
                   TO WRK-LM-CELULA(WRK-AN-MES)(7:3)
           END-PERFORM.
           MOVE WRK-LINHA-MESES TO ANUAL-REPORT-LINE.
           WRITE ANUAL-REPORT-LINE.
           PERFORM VARYING WRK-AN-LINHA FROM 1 BY 1
                   UNTIL WRK-AN-LINHA > 13
               PERFORM 6400-IMPRIMIR-LINHA-ANUAL
           END-PERFORM.
           CLOSE ANUAL-REPORT.
           IF WRK-PAINANO-STATUS = '00'
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           DISPLAY 'QUADRO ANUAL ' WRK-ANO-QUADRO ' IMPRESSO NO '
                   'PAINANO: ' WRK-QTDE-MESES ' MES(ES) APURADO(S)'.

       6400-IMPRIMIR-LINHA-ANUAL.
           MOVE WRK-ROTULO-ANUAL(WRK-AN-LINHA) TO WRK-LN-ROTULO.
           PERFORM VARYING WRK-AN-MES FROM 1 BY 1
                   UNTIL WRK-AN-MES > 12
               PERFORM 6500-FORMATAR-CELULA
           END-PERFORM.
           MOVE WRK-LINHA-ANUAL TO ANUAL-REPORT-LINE.
           WRITE ANUAL-REPORT-LINE.

      * A CELULA E O INDICADOR DA LINHA NO MES DA COLUNA, NO
      * MESMO CALCULO DO PAINEL MENSAL; VALORES SEM CENTAVOS.
       6500-FORMATAR-CELULA.
           IF WRK-AN-ACHOU(WRK-AN-MES) NOT = 'S'
               MOVE '        -' TO WRK-LN-CELULA(WRK-AN-MES)
           ELSE
               MOVE WRK-AN-REGISTRO(WRK-AN-MES)
                   TO MGMT-INDICATOR-RECORD
               PERFORM 5400-CALCULAR-INDICES
               EVALUATE WRK-AN-LINHA
                   WHEN 1
                       MOVE WRK-IA-MATRICULADOS TO WRK-ED-QTDE
                       MOVE WRK-ED-QTDE
                           TO WRK-LN-CELULA(WRK-AN-MES)
                   WHEN 2
                       MOVE WRK-IA-OCUPACAO TO WRK-ED-QTDE
                       MOVE WRK-ED-QTDE
                           TO WRK-LN-CELULA(WRK-AN-MES)
                   WHEN 3
                       MOVE IG-BIMESTRE TO WRK-ED-QTDE
                       MOVE WRK-ED-QTDE
                           TO WRK-LN-CELULA(WRK-AN-MES)
                   WHEN 4
                       MOVE WRK-IA-MEDIA TO WRK-ED-DEC2
                       MOVE WRK-ED-DEC2
                           TO WRK-LN-CELULA(WRK-AN-MES)
                   WHEN 5
                       MOVE WRK-IA-APROVADOS TO WRK-ED-QTDE
                       MOVE WRK-ED-QTDE
                           TO WRK-LN-CELULA(WRK-AN-MES)
                   WHEN 6
                       MOVE WRK-IA-RECUPERACAO TO WRK-ED-QTDE
                       MOVE WRK-ED-QTDE
                           TO WRK-LN-CELULA(WRK-AN-MES)
                   WHEN 7
                       MOVE WRK-IA-REPROVADOS TO WRK-ED-QTDE
                       MOVE WRK-ED-QTDE
                           TO WRK-LN-CELULA(WRK-AN-MES)
                   WHEN 8
                       MOVE WRK-IA-FREQUENCIA TO WRK-ED-DEC1
                       MOVE WRK-ED-DEC1
                           TO WRK-LN-CELULA(WRK-AN-MES)
                   WHEN 9
                       MOVE WRK-IA-ABAIXO TO WRK-ED-QTDE
                       MOVE WRK-ED-QTDE
                           TO WRK-LN-CELULA(WRK-AN-MES)
                   WHEN 10
                       MOVE WRK-IA-FATURADO TO WRK-ED-VALOR
                       MOVE WRK-ED-VALOR
                           TO WRK-LN-CELULA(WRK-AN-MES)
                   WHEN 11
                       MOVE WRK-IA-RECEBIDO TO WRK-ED-VALOR
                       MOVE WRK-ED-VALOR
                           TO WRK-LN-CELULA(WRK-AN-MES)
                   WHEN 12
                       MOVE WRK-IA-EM-ABERTO TO WRK-ED-VALOR
                       MOVE WRK-ED-VALOR
                           TO WRK-LN-CELULA(WRK-AN-MES)
                   WHEN OTHER
                       MOVE WRK-IA-VENCIDO-60 TO WRK-ED-DEC1
                       MOVE WRK-ED-DEC1
                           TO WRK-LN-CELULA(WRK-AN-MES)
               END-EVALUATE
           END-IF.

       9000-FECHAR-ARQUIVOS.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
               CLOSE PAINEL-REPORT
               IF WRK-PAINRPT-STATUS = '00'
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
           END-IF.
           IF ATTSUM-ABERTO
               CLOSE ATTEND-SUMMARY
           END-IF.
           IF INDGEST-ABERTO
               CLOSE INDICATOR-FILE
           END-IF.

      * O RELATORIO JA FECHADO (WRK-ARQ-RELATORIO) E RELIDO E
      * ENTREGUE LINHA A LINHA AO ARQUIVO DE RELATORIOS
      * (PROGCOB74); SO E CHAMADO QUANDO O CLOSE DEU STATUS '00',
      * OU SEJA, QUANDO O RELATORIO FOI MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           EVALUATE WRK-ARQ-RELATORIO
               WHEN 'PAINRPT'
                   PERFORM 9610-ARQUIVAR-PAINRPT
               WHEN 'PAINANO'
                   PERFORM 9620-ARQUIVAR-PAINANO
           END-EVALUATE.

       9610-ARQUIVAR-PAINRPT.
           OPEN INPUT PAINEL-REPORT.
           IF WRK-PAINRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-PAINRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9615-LER-PAINRPT
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9615-LER-PAINRPT
               END-PERFORM
               CLOSE PAINEL-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9615-LER-PAINRPT.
           READ PAINEL-REPORT INTO WRK-ARQ-LINHA
               AT END MOVE 'S' TO WRK-ARQ-FIM
           END-READ.

       9620-ARQUIVAR-PAINANO.
           OPEN INPUT ANUAL-REPORT.
           IF WRK-PAINANO-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-PAINANO-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9625-LER-PAINANO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9625-LER-PAINANO
               END-PERFORM
               CLOSE ANUAL-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9625-LER-PAINANO.
           READ ANUAL-REPORT INTO WRK-ARQ-LINHA
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
