       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB68.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 29/09/2026
      * OBJETIVO: FOLHA DO CONSELHO DE CLASSE (CONRPT), NO LUGAR
      * DA PLANILHA MONTADA A MAO PARA A REUNIAO. O OPERADOR
      * INFORMA O CONSELHO (1-4 = BIMESTRE, 0 = FINAL DO ANO) E
      * A TURMA (BRANCO = TODAS) E SAI UMA PAGINA POR TURMA COM A
      * GRADE ALUNO X DISCIPLINA DAS MEDIAS, O PERCENTUAL DE
      * FREQUENCIA (ATTSUM) E A SINALIZACAO DOS ALUNOS EM
      * RECUPERACAO, REPROVADOS OU A MENOS DE 0,50 DE UM DOS
      * CORTES DO GRDPARM. NO BIMESTRE A MEDIA E CALCULADA DO
      * STUDGRD COM OS PESOS DO GRDPARM (LOGICA DO PROGCOB07); NO
      * CONSELHO FINAL VEM A MEDIA FINAL E A SITUACAO DO YEARRES
      * (PROGCOB37/PROGCOB39). SO ENTRAM OS ALUNOS ATIVOS DO
      * STUDENT-MASTER. AS DECISOES DA REUNIAO SAO REGISTRADAS
      * DEPOIS NO PROGCOB69
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-PARM ASSIGN TO 'GRDPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GRDPARM-STATUS.

           SELECT STUDENT-GRADES ASSIGN TO 'STUDGRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STGRD-STATUS.

           SELECT YEARLY-RESULTS ASSIGN TO 'YEARRES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-YEARRES-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT ATTEND-SUMMARY ASSIGN TO 'ATTSUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS WRK-ATTSUM-STATUS.

           SELECT CLASS-MASTER ASSIGN TO 'CLSMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLSMST-STATUS.

           SELECT DISCIPLINE-MASTER ASSIGN TO 'DISCMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WRK-DISCM-STATUS.

           SELECT GRADE-LOCK ASSIGN TO 'GRDLOCK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOCK-STATUS.

           SELECT COUNCIL-REPORT ASSIGN TO 'CONRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-PARM
           LABEL RECORD IS STANDARD.
       COPY CPGRDPM.

       FD  STUDENT-GRADES
           LABEL RECORD IS STANDARD.
       COPY CPSTGRD.

       FD  YEARLY-RESULTS
           LABEL RECORD IS STANDARD.
       COPY CPYRRES.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  ATTEND-SUMMARY
           LABEL RECORD IS STANDARD.
       COPY CPATSUM.

       FD  CLASS-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPCLSMS.

       FD  DISCIPLINE-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPDISCM.

       FD  GRADE-LOCK
           LABEL RECORD IS STANDARD.
       COPY CPGRDLK.

       FD  COUNCIL-REPORT
           LABEL RECORD IS STANDARD.
       01  COUNCIL-REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       77 WRK-GRDPARM-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STGRD-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-YEARRES-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ATTSUM-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CLSMST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-DISCM-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CONRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-ATTSUM-ABERTO  PIC X(01) VALUE 'N'.
           88 ATTSUM-ABERTO  VALUE 'S'.
       77 WRK-DISCM-ABERTO   PIC X(01) VALUE 'N'.
           88 DISCM-ABERTO   VALUE 'S'.
       77 WRK-ORIGEM-ABERTA  PIC X(01) VALUE 'N'.
           88 ORIGEM-ABERTA  VALUE 'S'.

      * TRAVA DE LEITURA DO STUDENT-GRADES, NO MESMO DESENHO DO
      * PROGCOB37: SO O CONSELHO DE BIMESTRE LE O STUDGRD.
       77 WRK-LOCK-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-TRAVA-OBTIDA    PIC X(01) VALUE 'N'.
           88 TRAVA-OBTIDA    VALUE 'S'.
       77 WRK-LOCK-RC         PIC 9(02) COMP-5 VALUE ZERO.
       77 WRK-GRDLOCK-NOME    PIC X(20) VALUE 'GRDLOCK'.

      * CONSELHO PEDIDO: 1-4 = BIMESTRE, 0 = FINAL DO ANO.
       77 WRK-CONSELHO        PIC X(01) VALUE SPACE.
           88 CONSELHO-VALIDO VALUE '0' '1' '2' '3' '4'.
           88 CONSELHO-FINAL  VALUE '0'.
       77 WRK-BIMESTRE        PIC 9(01) VALUE ZERO.
       77 WRK-TURMA-FILTRO    PIC X(04) VALUE SPACES.

       77 WRK-IDX           PIC 9(01) VALUE ZERO.
       77 WRK-SOMA-NOTAS    PIC 9(04)V99 VALUE ZEROS.
       77 WRK-SOMA-PESOS    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-MEDIA         PIC 9(02)V99 VALUE ZEROS.
       77 WRK-SITUACAO      PIC X(01) VALUE SPACE.

      * PROXIMIDADE DO CORTE: MEDIA A MENOS DE 0,50 (PARA CIMA OU
      * PARA BAIXO) DO CORTE DE APROVACAO OU DO DE RECUPERACAO -
      * O ALUNO QUE O CONSELHO PRECISA OLHAR COM ATENCAO.
       77 WRK-MARGEM-CORTE  PIC 9(01)V99 VALUE 0,50.
       77 WRK-DISTANCIA     PIC S9(02)V99 VALUE ZEROS.
       77 WRK-PERTO-CORTE   PIC X(01) VALUE 'N'.
           88 PERTO-DO-CORTE VALUE 'S'.
       77 WRK-LIMITE-FREQUENCIA PIC 9(03) VALUE 75.

      * ALUNOS ATIVOS DO MESTRE COM A FREQUENCIA DO PERIODO E UMA
      * CELULA POR DISCIPLINA DA TABELA DE DISCIPLINAS.
      * WRK-AL-SIT: ESPACO=SEM NOTA A=APROVADO R=RECUPERACAO
      * P=REPROVADO F=REPR-FALTA (SO NO CONSELHO FINAL).
       01 WRK-ALUNO-TABLE.
           05 WRK-AL-ENTRY OCCURS 500 TIMES.
               10 WRK-AL-MATRICULA   PIC 9(06).
               10 WRK-AL-NOME        PIC X(30).
               10 WRK-AL-TURMA       PIC X(04).
               10 WRK-AL-AULAS       PIC 9(04).
               10 WRK-AL-PRESENCAS   PIC 9(04).
               10 WRK-AL-CELULA OCCURS 15 TIMES.
                   15 WRK-AL-MEDIA   PIC 9(02)V99.
                   15 WRK-AL-SIT     PIC X(01).
       77 WRK-ALUNO-COUNT    PIC 9(03) VALUE ZERO.
       77 WRK-AL-IDX         PIC 9(03) VALUE ZERO.
       77 WRK-AL-BUSCA       PIC 9(03) VALUE ZERO.
       77 WRK-AL-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-ALUNO    VALUE 'S'.
       77 WRK-MATRICULA-BUSCA PIC 9(06) VALUE ZERO.

       01 WRK-DISC-TABLE.
           05 WRK-DS-CODIGO OCCURS 15 TIMES PIC X(03).
       77 WRK-DISC-COUNT     PIC 9(02) VALUE ZERO.
       77 WRK-DS-IDX         PIC 9(02) VALUE ZERO.
       77 WRK-DS-BUSCA       PIC 9(02) VALUE ZERO.
       77 WRK-DS-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-DISCIPLINA VALUE 'S'.
       77 WRK-DISC-BUSCA     PIC X(03) VALUE SPACES.

      * TURMAS NA ORDEM DO CLSMST; TURMA DE ALUNO FORA DO CLSMST
      * ENTRA NO FIM, SEM TURNO/REGENTE.
       01 WRK-TURMA-TABLE.
           05 WRK-TM-ENTRY OCCURS 50 TIMES.
               10 WRK-TM-TURMA       PIC X(04).
               10 WRK-TM-TURNO       PIC X(01).
               10 WRK-TM-PROFESSOR   PIC X(30).
       77 WRK-TURMA-COUNT    PIC 9(02) VALUE ZERO.
       77 WRK-TM-IDX         PIC 9(02) VALUE ZERO.
       77 WRK-TM-BUSCA       PIC 9(02) VALUE ZERO.
       77 WRK-TM-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-TURMA    VALUE 'S'.
       77 WRK-TURMA-BUSCA    PIC X(04) VALUE SPACES.

      * COLUNAS DA TURMA EM IMPRESSAO: AS DISCIPLINAS EM QUE
      * ALGUM ALUNO DELA TEM MEDIA, IMPRESSAS EM BLOCOS DE 9.
       01 WRK-COLUNA-TABLE.
           05 WRK-CL-DISC-IDX OCCURS 15 TIMES PIC 9(02).
       77 WRK-COLUNA-COUNT   PIC 9(02) VALUE ZERO.
       77 WRK-CL-IDX         PIC 9(02) VALUE ZERO.
       77 WRK-CL-INICIO      PIC 9(02) VALUE ZERO.
       77 WRK-CL-FIM         PIC 9(02) VALUE ZERO.
       77 WRK-CEL-IDX        PIC 9(02) VALUE ZERO.
       77 WRK-TEM-COLUNA     PIC X(01) VALUE 'N'.
           88 TEM-COLUNA     VALUE 'S'.

       77 WRK-FREQ-PERC      PIC 9(03)V9 VALUE ZEROS.
       77 WRK-TEM-FREQ       PIC X(01) VALUE 'N'.
           88 TEM-FREQUENCIA VALUE 'S'.

      * SINALIZACAO DO ALUNO, CALCULADA SOBRE TODAS AS COLUNAS DA
      * TURMA (E NAO SO AS DO BLOCO IMPRESSO).
       01 WRK-SINAIS.
           05 WRK-SN-REC      PIC X(04).
           05 WRK-SN-REP      PIC X(04).
           05 WRK-SN-LIM      PIC X(04).
           05 WRK-SN-FRQ      PIC X(03).

       77 WRK-TT-ALUNOS      PIC 9(04) VALUE ZERO.
       77 WRK-TT-REC         PIC 9(04) VALUE ZERO.
       77 WRK-TT-REP         PIC 9(04) VALUE ZERO.
       77 WRK-TT-LIM         PIC 9(04) VALUE ZERO.
       77 WRK-TT-FRQ         PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-TURMAS    PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-ALUNOS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SINALIZADOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-IGNORADOS PIC 9(06) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB68'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'CONRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'A'.
       77 WRK-ARQ-RC         PIC S9(04) COMP VALUE ZERO.
      * O RELATORIO E RELIDO E ENTREGUE UMA LINHA POR CHAMADA
      * (FUNCAO L); A FUNCAO F FECHA O ARQUIVAMENTO.
       77 WRK-ARQ-FUNCAO     PIC X(01) VALUE 'L'.
       77 WRK-ARQ-LINHA      PIC X(132) VALUE SPACES.
       77 WRK-ARQ-FIM        PIC X(01) VALUE 'N'.
           88 FIM-ARQ-RELATORIO VALUE 'S'.

      * CONTROLE DE PAGINACAO, NO MESMO DESENHO DOS DEMAIS
      * RELATORIOS; A QUEBRA REPETE A IDENTIFICACAO DA TURMA E A
      * LINHA DE COLUNAS DO BLOCO.
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
               'CONSELHO DE CLASSE'.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 WRK-C-PAGINA    PIC ZZ9.

       01 WRK-LINHA-TURMA.
           05 FILLER          PIC X(07) VALUE 'TURMA: '.
           05 WRK-LT-TURMA    PIC X(04).
           05 FILLER          PIC X(09) VALUE '  TURNO: '.
           05 WRK-LT-TURNO    PIC X(01).
           05 FILLER          PIC X(11) VALUE '  REGENTE: '.
           05 WRK-LT-REGENTE  PIC X(30).
           05 FILLER          PIC X(12) VALUE '  CONSELHO: '.
           05 WRK-LT-CONSELHO PIC X(15).

       01 WRK-LINHA-COLUNAS.
           05 FILLER          PIC X(26) VALUE 'MATRIC ALUNO'.
           05 WRK-LC-CELULA OCCURS 9 TIMES.
               10 WRK-LC-DISC PIC X(03).
               10 FILLER      PIC X(04).
           05 FILLER          PIC X(06) VALUE 'FREQ%'.
           05 FILLER          PIC X(15) VALUE 'SINALIZACAO'.

       01 WRK-DETALHE.
           05 WRK-D-MATRICULA PIC 9(06).
           05 FILLER          PIC X(01).
           05 WRK-D-NOME      PIC X(18).
           05 FILLER          PIC X(01).
           05 WRK-D-CELULA OCCURS 9 TIMES.
               10 WRK-D-MEDIA PIC Z9,99.
               10 WRK-D-MARCA PIC X(01).
               10 FILLER      PIC X(01).
           05 WRK-D-FREQ      PIC ZZ9,9.
           05 FILLER          PIC X(01).
           05 WRK-D-SINAIS    PIC X(15).

       01 WRK-LINHA-RESUMO.
           05 FILLER          PIC X(08) VALUE 'ALUNOS: '.
           05 WRK-LR-ALUNOS   PIC ZZZ9.
           05 FILLER          PIC X(18) VALUE '  EM RECUPERACAO: '.
           05 WRK-LR-REC      PIC ZZZ9.
           05 FILLER          PIC X(14) VALUE '  REPROVADOS: '.
           05 WRK-LR-REP      PIC ZZZ9.
           05 FILLER          PIC X(15) VALUE '  PERTO CORTE: '.
           05 WRK-LR-LIM      PIC ZZZ9.
           05 FILLER          PIC X(17) VALUE '  FREQ ABAIXO 75%'.
           05 FILLER          PIC X(02) VALUE ': '.
           05 WRK-LR-FRQ      PIC ZZZ9.

       01 WRK-LINHA-MARCAS.
           05 FILLER          PIC X(44) VALUE
               'MARCAS: R=RECUPERACAO  *=ABAIXO DO CORTE DE '.
           05 FILLER          PIC X(48) VALUE
               'RECUPERACAO  F=REPR-FALTA  ?=A MENOS DE 0,50 DE '.
           05 FILLER          PIC X(08) VALUE 'UM CORTE'.

       01 WRK-LINHA-LEGENDA.
           05 WRK-LL-CODIGO   PIC X(03).
           05 FILLER          PIC X(03) VALUE ' = '.
           05 WRK-LL-NOME     PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LL-PROFESSOR PIC X(30).

       01 WRK-LINHA-TOTAL.
           05 WRK-TL-DESCRICAO PIC X(40).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-TL-QTDE     PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA E OS
      * ACUMULADORES SAO ZERADOS AQUI.
           MOVE 'N'  TO WRK-FIM-ARQUIVO WRK-ORIGEM-ABERTA.
           MOVE ZERO TO WRK-ALUNO-COUNT WRK-DISC-COUNT
                        WRK-TURMA-COUNT WRK-QTDE-TURMAS
                        WRK-QTDE-ALUNOS WRK-QTDE-SINALIZADOS
                        WRK-QTDE-IGNORADOS
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1000-LER-OPCOES.
           IF NOT CONSELHO-FINAL
               PERFORM 0200-OBTER-TRAVA-LEITURA
               IF NOT TRAVA-OBTIDA
                   MOVE 08 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM 1100-ABRIR-ARQUIVOS.
           IF ORIGEM-ABERTA
               PERFORM 1500-LER-PARAMETROS
               PERFORM 1600-CARREGAR-TURMAS
               PERFORM 1700-CARREGAR-ALUNOS
               IF CONSELHO-FINAL
                   PERFORM 2200-CARREGAR-MEDIAS-FINAIS
               ELSE
                   PERFORM 2000-CARREGAR-MEDIAS-BIMESTRE
               END-IF
               PERFORM 2700-CARREGAR-FREQUENCIA
               PERFORM 3000-IMPRIMIR-TURMAS
               PERFORM 6000-IMPRIMIR-TOTAIS
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           PERFORM 9200-LIBERAR-TRAVA-LEITURA.
           GOBACK.

      * TRAVA COMPARTILHADA, IGUAL A DO PROGCOB37: SEM ARQUIVO DE
      * TRAVA CRIA UMA S NOVA, TRAVA S EXISTENTE GANHA MAIS UM
      * LEITOR, TRAVA X FAZ O PROGRAMA INFORMAR O DETENTOR E
      * DESISTIR.
       0200-OBTER-TRAVA-LEITURA.
           MOVE 'N' TO WRK-TRAVA-OBTIDA.
           OPEN INPUT GRADE-LOCK.
           IF WRK-LOCK-STATUS NOT = '00'
               PERFORM 0290-CRIAR-TRAVA-S
           ELSE
               READ GRADE-LOCK
                   AT END
                       CLOSE GRADE-LOCK
                       PERFORM 0290-CRIAR-TRAVA-S
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

       0290-CRIAR-TRAVA-S.
           MOVE 'S'         TO LK-TIPO.
           MOVE 'PROGCOB68' TO LK-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LK-TIMESTAMP.
           MOVE 1           TO LK-CONTADOR.
           PERFORM 0250-GRAVAR-TRAVA.
           MOVE 'S' TO WRK-TRAVA-OBTIDA.

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

       1000-LER-OPCOES.
           MOVE SPACE TO WRK-CONSELHO.
           PERFORM UNTIL CONSELHO-VALIDO
               DISPLAY 'CONSELHO (1-4 = BIMESTRE, 0 = FINAL DO '
                       'ANO): '
                ACCEPT WRK-CONSELHO FROM CONSOLE
               IF NOT CONSELHO-VALIDO
                   DISPLAY 'OPCAO INVALIDA, DIGITE DE 0 A 4'
               END-IF
           END-PERFORM.
           MOVE WRK-CONSELHO TO WRK-BIMESTRE.
           DISPLAY 'TURMA (BRANCO = TODAS): '
            ACCEPT WRK-TURMA-FILTRO FROM CONSOLE.

      * SEM O STUDENT-MASTER NAO HA QUEM LISTAR E SEM A ORIGEM
      * DAS MEDIAS (STUDGRD NO BIMESTRE, YEARRES NO FINAL) NAO HA
      * O QUE MOSTRAR (RC 12). ATTSUM E DISCMST SAO OPCIONAIS.
       1100-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-ATTSUM-ABERTO WRK-DISCM-ABERTO.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-STMST-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR STUDMST: ' WRK-STMST-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               IF CONSELHO-FINAL
                   OPEN INPUT YEARLY-RESULTS
                   IF WRK-YEARRES-STATUS = '00'
                       MOVE 'S' TO WRK-ORIGEM-ABERTA
                   ELSE
                       DISPLAY 'ARQUIVO YEARRES NAO ENCONTRADO - '
                               'RODE O FECHAMENTO (PROGCOB37) ANTES'
                   END-IF
               ELSE
                   OPEN INPUT STUDENT-GRADES
                   IF WRK-STGRD-STATUS = '00'
                       MOVE 'S' TO WRK-ORIGEM-ABERTA
                   ELSE
                       DISPLAY 'ARQUIVO STUDENT-GRADES NAO '
                               'ENCONTRADO'
                   END-IF
               END-IF
               IF ORIGEM-ABERTA
                   OPEN OUTPUT COUNCIL-REPORT
                   OPEN INPUT ATTEND-SUMMARY
                   IF WRK-ATTSUM-STATUS = '00'
                       MOVE 'S' TO WRK-ATTSUM-ABERTO
                   ELSE
                       DISPLAY 'ATTSUM AUSENTE - FOLHA SEM '
                               'FREQUENCIA'
                   END-IF
                   OPEN INPUT DISCIPLINE-MASTER
                   IF WRK-DISCM-STATUS = '00'
                       MOVE 'S' TO WRK-DISCM-ABERTO
                   END-IF
               ELSE
                   CLOSE STUDENT-MASTER
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

      * MESMOS PARAMETROS E MESMA REGRA CLASSICA DO PROGCOB07
      * QUANDO O GRDPARM NAO EXISTE OU VEM VAZIO.
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

       1600-CARREGAR-TURMAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLASS-MASTER.
           IF WRK-CLSMST-STATUS = '00'
               PERFORM 1650-LER-CLSMST
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-TURMA-COUNT < 50
                       ADD 1 TO WRK-TURMA-COUNT
                       MOVE CM-TURMA
                           TO WRK-TM-TURMA(WRK-TURMA-COUNT)
                       MOVE CM-TURNO
                           TO WRK-TM-TURNO(WRK-TURMA-COUNT)
                       MOVE CM-PROFESSOR
                           TO WRK-TM-PROFESSOR(WRK-TURMA-COUNT)
                   ELSE
                       DISPLAY 'TABELA DE TURMAS CHEIA, IGNORADA: '
                           CM-TURMA
                   END-IF
                   PERFORM 1650-LER-CLSMST
               END-PERFORM
               CLOSE CLASS-MASTER
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1650-LER-CLSMST.
           READ CLASS-MASTER
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * VARRE O MESTRE INTEIRO (START + READ NEXT, COMO NO
      * PROGCOB40): SO O ALUNO ATIVO (SM-STATUS A OU ESPACO) E DA
      * TURMA PEDIDA VAI PARA A FOLHA.
       1700-CARREGAR-ALUNOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO SM-MATRICULA.
           START STUDENT-MASTER KEY NOT < SM-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ STUDENT-MASTER NEXT
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF (SM-STATUS = SPACE OR SM-STATUS = 'A')
                          AND (WRK-TURMA-FILTRO = SPACES
                               OR WRK-TURMA-FILTRO = SM-TURMA)
                           PERFORM 1750-INCLUIR-ALUNO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1750-INCLUIR-ALUNO.
           IF WRK-ALUNO-COUNT < 500
               ADD 1 TO WRK-ALUNO-COUNT
               MOVE WRK-ALUNO-COUNT TO WRK-AL-IDX
               MOVE SM-MATRICULA TO WRK-AL-MATRICULA(WRK-AL-IDX)
               MOVE SM-NOME      TO WRK-AL-NOME(WRK-AL-IDX)
               MOVE SM-TURMA     TO WRK-AL-TURMA(WRK-AL-IDX)
               MOVE ZERO TO WRK-AL-AULAS(WRK-AL-IDX)
                            WRK-AL-PRESENCAS(WRK-AL-IDX)
               PERFORM VARYING WRK-DS-IDX FROM 1 BY 1
                       UNTIL WRK-DS-IDX > 15
                   MOVE ZERO  TO WRK-AL-MEDIA(WRK-AL-IDX, WRK-DS-IDX)
                   MOVE SPACE TO WRK-AL-SIT(WRK-AL-IDX, WRK-DS-IDX)
               END-PERFORM
               MOVE SM-TURMA TO WRK-TURMA-BUSCA
               PERFORM 1800-INCLUIR-TURMA
           ELSE
               DISPLAY 'TABELA DE ALUNOS CHEIA, IGNORADO: '
                   SM-MATRICULA
               ADD 1 TO WRK-QTDE-IGNORADOS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1800-INCLUIR-TURMA.
           MOVE 'N' TO WRK-TM-ACHOU.
           PERFORM VARYING WRK-TM-BUSCA FROM 1 BY 1
                   UNTIL WRK-TM-BUSCA > WRK-TURMA-COUNT
                      OR ACHOU-TURMA
               IF WRK-TM-TURMA(WRK-TM-BUSCA) = WRK-TURMA-BUSCA
                   MOVE 'S' TO WRK-TM-ACHOU
               END-IF
           END-PERFORM.
           IF NOT ACHOU-TURMA
               IF WRK-TURMA-COUNT < 50
                   ADD 1 TO WRK-TURMA-COUNT
                   MOVE WRK-TURMA-BUSCA
                       TO WRK-TM-TURMA(WRK-TURMA-COUNT)
                   MOVE SPACE  TO WRK-TM-TURNO(WRK-TURMA-COUNT)
                   MOVE SPACES TO WRK-TM-PROFESSOR(WRK-TURMA-COUNT)
               ELSE
                   DISPLAY 'TABELA DE TURMAS CHEIA, IGNORADA: '
                       WRK-TURMA-BUSCA
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * CONSELHO DE BIMESTRE: MEDIA DO BIMESTRE PEDIDO CALCULADA
      * COM OS PESOS DO GRDPARM E CLASSIFICADA PELOS CORTES, SEM
      * A FREQUENCIA (QUE SAI NA SUA PROPRIA COLUNA).
       2000-CARREGAR-MEDIAS-BIMESTRE.
           PERFORM 2050-LER-STUDGRD.
           PERFORM UNTIL FIM-ARQUIVO
               IF SG-BIMESTRE = WRK-BIMESTRE
                   MOVE SG-MATRICULA TO WRK-MATRICULA-BUSCA
                   PERFORM 2300-LOCALIZAR-ALUNO
                   IF ACHOU-ALUNO
                       PERFORM 2100-CALCULAR-MEDIA
                       IF WRK-SITUACAO NOT = SPACE
                           MOVE SG-DISCIPLINA TO WRK-DISC-BUSCA
                           PERFORM 2400-LOCALIZAR-DISCIPLINA
                           PERFORM 2500-GUARDAR-CELULA
                       END-IF
                   END-IF
               END-IF
               PERFORM 2050-LER-STUDGRD
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       2050-LER-STUDGRD.
           READ STUDENT-GRADES
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * PESOS ZERADOS NO GRDPARM NAO TEM MEDIA REAL: A CELULA
      * FICA EM BRANCO (SITUACAO ESPACO) EM VEZ DE DIVIDIR.
       2100-CALCULAR-MEDIA.
           MOVE SPACE TO WRK-SITUACAO.
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
               MOVE ZERO TO WRK-MEDIA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               COMPUTE WRK-MEDIA = WRK-SOMA-NOTAS / WRK-SOMA-PESOS
               IF WRK-MEDIA >= GP-NOTA-CORTE-APROVA
                   MOVE 'A' TO WRK-SITUACAO
               ELSE
                   IF WRK-MEDIA >= GP-NOTA-CORTE-RECUP
                       MOVE 'R' TO WRK-SITUACAO
                   ELSE
                       MOVE 'P' TO WRK-SITUACAO
                   END-IF
               END-IF
           END-IF.

      * CONSELHO FINAL: A MEDIA FINAL E A SITUACAO JA DECIDIDAS
      * NO FECHAMENTO/REQUALIFICACAO, COM O MINIMO DE FREQUENCIA.
       2200-CARREGAR-MEDIAS-FINAIS.
           PERFORM 2250-LER-YEARRES.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE YR-MATRICULA TO WRK-MATRICULA-BUSCA
               PERFORM 2300-LOCALIZAR-ALUNO
               IF ACHOU-ALUNO
                   MOVE YR-MEDIA-FINAL TO WRK-MEDIA
                   EVALUATE YR-SITUACAO-FINAL
                       WHEN 'APROVADO'
                           MOVE 'A' TO WRK-SITUACAO
                       WHEN 'RECUPERACAO'
                           MOVE 'R' TO WRK-SITUACAO
                       WHEN 'REPR-FALTA'
                           MOVE 'F' TO WRK-SITUACAO
                       WHEN OTHER
                           MOVE 'P' TO WRK-SITUACAO
                   END-EVALUATE
                   MOVE YR-DISCIPLINA TO WRK-DISC-BUSCA
                   PERFORM 2400-LOCALIZAR-DISCIPLINA
                   PERFORM 2500-GUARDAR-CELULA
               END-IF
               PERFORM 2250-LER-YEARRES
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       2250-LER-YEARRES.
           READ YEARLY-RESULTS
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       2300-LOCALIZAR-ALUNO.
           MOVE 'N'  TO WRK-AL-ACHOU.
           MOVE ZERO TO WRK-AL-IDX.
           PERFORM VARYING WRK-AL-BUSCA FROM 1 BY 1
                   UNTIL WRK-AL-BUSCA > WRK-ALUNO-COUNT
                      OR ACHOU-ALUNO
               IF WRK-AL-MATRICULA(WRK-AL-BUSCA)
                       = WRK-MATRICULA-BUSCA
                   MOVE 'S' TO WRK-AL-ACHOU
                   MOVE WRK-AL-BUSCA TO WRK-AL-IDX
               END-IF
           END-PERFORM.

      * DISCIPLINA NOVA ENTRA NA TABELA NA PRIMEIRA OCORRENCIA;
      * ESTOURO E AVISO (RC 4) E A MEDIA FICA FORA DA FOLHA.
       2400-LOCALIZAR-DISCIPLINA.
           MOVE 'N'  TO WRK-DS-ACHOU.
           MOVE ZERO TO WRK-DS-IDX.
           PERFORM VARYING WRK-DS-BUSCA FROM 1 BY 1
                   UNTIL WRK-DS-BUSCA > WRK-DISC-COUNT
                      OR ACHOU-DISCIPLINA
               IF WRK-DS-CODIGO(WRK-DS-BUSCA) = WRK-DISC-BUSCA
                   MOVE 'S' TO WRK-DS-ACHOU
                   MOVE WRK-DS-BUSCA TO WRK-DS-IDX
               END-IF
           END-PERFORM.
           IF NOT ACHOU-DISCIPLINA
               IF WRK-DISC-COUNT < 15
                   ADD 1 TO WRK-DISC-COUNT
                   MOVE WRK-DISC-COUNT TO WRK-DS-IDX
                   MOVE WRK-DISC-BUSCA TO WRK-DS-CODIGO(WRK-DS-IDX)
                   MOVE 'S' TO WRK-DS-ACHOU
               ELSE
                   DISPLAY 'TABELA DE DISCIPLINAS CHEIA, IGNORADA: '
                       WRK-DISC-BUSCA
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2500-GUARDAR-CELULA.
           IF ACHOU-DISCIPLINA
               MOVE WRK-MEDIA
                   TO WRK-AL-MEDIA(WRK-AL-IDX, WRK-DS-IDX)
               MOVE WRK-SITUACAO
                   TO WRK-AL-SIT(WRK-AL-IDX, WRK-DS-IDX)
           END-IF.

      * FREQUENCIA DO PERIODO PELO ATTSUM: NO BIMESTRE SO A
      * CHAVE DO BIMESTRE PEDIDO, NO FINAL A SOMA DE 0 A 4. AULAS
      * = P+F+J E PRESENCAS = P+J (REGRA DO CPATTND).
       2700-CARREGAR-FREQUENCIA.
           IF ATTSUM-ABERTO
               PERFORM VARYING WRK-AL-IDX FROM 1 BY 1
                       UNTIL WRK-AL-IDX > WRK-ALUNO-COUNT
                   MOVE WRK-AL-MATRICULA(WRK-AL-IDX) TO AS-MATRICULA
                   IF CONSELHO-FINAL
                       PERFORM VARYING WRK-IDX FROM 0 BY 1
                               UNTIL WRK-IDX > 4
                           MOVE WRK-IDX TO AS-BIMESTRE
                           PERFORM 2750-SOMAR-ATTSUM
                       END-PERFORM
                   ELSE
                       MOVE WRK-BIMESTRE TO AS-BIMESTRE
                       PERFORM 2750-SOMAR-ATTSUM
                   END-IF
               END-PERFORM
           END-IF.

       2750-SOMAR-ATTSUM.
           READ ATTEND-SUMMARY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-AL-AULAS(WRK-AL-IDX) =
                       WRK-AL-AULAS(WRK-AL-IDX) + AS-PRESENCAS
                       + AS-FALTAS + AS-JUSTIFICADAS
                   COMPUTE WRK-AL-PRESENCAS(WRK-AL-IDX) =
                       WRK-AL-PRESENCAS(WRK-AL-IDX) + AS-PRESENCAS
                       + AS-JUSTIFICADAS
           END-READ.

      ********************************
      * IMPRESSAO: UMA PAGINA (OU MAIS) POR TURMA, NA ORDEM DO
      * CLSMST. TURMA SEM ALUNO ATIVO NAO SAI.
      ********************************
       3000-IMPRIMIR-TURMAS.
           PERFORM VARYING WRK-TM-IDX FROM 1 BY 1
                   UNTIL WRK-TM-IDX > WRK-TURMA-COUNT
               IF WRK-TURMA-FILTRO = SPACES
                       OR WRK-TURMA-FILTRO = WRK-TM-TURMA(WRK-TM-IDX)
                   PERFORM 3100-IMPRIMIR-TURMA
               END-IF
           END-PERFORM.

       3100-IMPRIMIR-TURMA.
           MOVE ZERO TO WRK-TT-ALUNOS WRK-TT-REC WRK-TT-REP
                        WRK-TT-LIM WRK-TT-FRQ.
           PERFORM VARYING WRK-AL-IDX FROM 1 BY 1
                   UNTIL WRK-AL-IDX > WRK-ALUNO-COUNT
               IF WRK-AL-TURMA(WRK-AL-IDX) = WRK-TM-TURMA(WRK-TM-IDX)
                   ADD 1 TO WRK-TT-ALUNOS
               END-IF
           END-PERFORM.
           IF WRK-TT-ALUNOS > ZERO
               ADD 1 TO WRK-QTDE-TURMAS
               ADD WRK-TT-ALUNOS TO WRK-QTDE-ALUNOS
               PERFORM 3150-MONTAR-COLUNAS
               MOVE WRK-TM-TURMA(WRK-TM-IDX)     TO WRK-LT-TURMA
               MOVE WRK-TM-TURNO(WRK-TM-IDX)     TO WRK-LT-TURNO
               MOVE WRK-TM-PROFESSOR(WRK-TM-IDX) TO WRK-LT-REGENTE
               IF CONSELHO-FINAL
                   MOVE 'FINAL DO ANO' TO WRK-LT-CONSELHO
               ELSE
                   MOVE SPACES TO WRK-LT-CONSELHO
                   MOVE WRK-BIMESTRE TO WRK-LT-CONSELHO(1:1)
                   MOVE 'O BIMESTRE' TO WRK-LT-CONSELHO(2:10)
               END-IF
      * A PRIMEIRA LINHA DA TURMA SEMPRE ABRE PAGINA NOVA.
               MOVE 1 TO WRK-CL-INICIO
               PERFORM 3200-IMPRIMIR-BLOCO
               PERFORM UNTIL WRK-CL-FIM >= WRK-COLUNA-COUNT
                   COMPUTE WRK-CL-INICIO = WRK-CL-FIM + 1
                   PERFORM 3200-IMPRIMIR-BLOCO
               END-PERFORM
               PERFORM 3500-IMPRIMIR-RESUMO-TURMA
           END-IF.

      * COLUNAS DA TURMA: DISCIPLINAS DA TABELA EM QUE PELO MENOS
      * UM ALUNO DA TURMA TEM MEDIA, NA ORDEM EM QUE APARECERAM.
       3150-MONTAR-COLUNAS.
           MOVE ZERO TO WRK-COLUNA-COUNT.
           PERFORM VARYING WRK-DS-IDX FROM 1 BY 1
                   UNTIL WRK-DS-IDX > WRK-DISC-COUNT
               MOVE 'N' TO WRK-TEM-COLUNA
               PERFORM VARYING WRK-AL-IDX FROM 1 BY 1
                       UNTIL WRK-AL-IDX > WRK-ALUNO-COUNT
                          OR TEM-COLUNA
                   IF WRK-AL-TURMA(WRK-AL-IDX)
                           = WRK-TM-TURMA(WRK-TM-IDX)
                      AND WRK-AL-SIT(WRK-AL-IDX, WRK-DS-IDX)
                           NOT = SPACE
                       MOVE 'S' TO WRK-TEM-COLUNA
                   END-IF
               END-PERFORM
               IF TEM-COLUNA
                   ADD 1 TO WRK-COLUNA-COUNT
                   MOVE WRK-DS-IDX
                       TO WRK-CL-DISC-IDX(WRK-COLUNA-COUNT)
               END-IF
           END-PERFORM.

      * UM BLOCO DE ATE 9 DISCIPLINAS (WRK-CL-INICIO A
      * WRK-CL-FIM) COM TODOS OS ALUNOS DA TURMA. A SINALIZACAO E
      * OS TOTAIS DA TURMA SO CONTAM NO PRIMEIRO BLOCO.
       3200-IMPRIMIR-BLOCO.
           COMPUTE WRK-CL-FIM = WRK-CL-INICIO + 8.
           IF WRK-CL-FIM > WRK-COLUNA-COUNT
               MOVE WRK-COLUNA-COUNT TO WRK-CL-FIM
           END-IF.
           MOVE SPACES TO WRK-LC-CELULA(1) WRK-LC-CELULA(2)
                          WRK-LC-CELULA(3) WRK-LC-CELULA(4)
                          WRK-LC-CELULA(5) WRK-LC-CELULA(6)
                          WRK-LC-CELULA(7) WRK-LC-CELULA(8)
                          WRK-LC-CELULA(9).
           MOVE ZERO TO WRK-CEL-IDX.
           PERFORM VARYING WRK-CL-IDX FROM WRK-CL-INICIO BY 1
                   UNTIL WRK-CL-IDX > WRK-CL-FIM
               ADD 1 TO WRK-CEL-IDX
               MOVE WRK-DS-CODIGO(WRK-CL-DISC-IDX(WRK-CL-IDX))
                   TO WRK-LC-DISC(WRK-CEL-IDX)
           END-PERFORM.
           MOVE ZERO TO WRK-LINHA-ATUAL.
           PERFORM VARYING WRK-AL-IDX FROM 1 BY 1
                   UNTIL WRK-AL-IDX > WRK-ALUNO-COUNT
               IF WRK-AL-TURMA(WRK-AL-IDX) = WRK-TM-TURMA(WRK-TM-IDX)
                   PERFORM 3300-IMPRIMIR-ALUNO
               END-IF
           END-PERFORM.

       3300-IMPRIMIR-ALUNO.
           PERFORM 3250-AVALIAR-ALUNO.
           MOVE SPACES TO WRK-DETALHE.
           MOVE WRK-AL-MATRICULA(WRK-AL-IDX) TO WRK-D-MATRICULA.
           MOVE WRK-AL-NOME(WRK-AL-IDX)      TO WRK-D-NOME.
           MOVE ZERO TO WRK-CEL-IDX.
           PERFORM VARYING WRK-CL-IDX FROM WRK-CL-INICIO BY 1
                   UNTIL WRK-CL-IDX > WRK-CL-FIM
               ADD 1 TO WRK-CEL-IDX
               MOVE WRK-CL-DISC-IDX(WRK-CL-IDX) TO WRK-DS-IDX
               IF WRK-AL-SIT(WRK-AL-IDX, WRK-DS-IDX) NOT = SPACE
                   MOVE WRK-AL-MEDIA(WRK-AL-IDX, WRK-DS-IDX)
                       TO WRK-D-MEDIA(WRK-CEL-IDX)
                   PERFORM 3400-MARCAR-CELULA
               END-IF
           END-PERFORM.
           IF TEM-FREQUENCIA
               MOVE WRK-FREQ-PERC TO WRK-D-FREQ
           END-IF.
           MOVE WRK-SINAIS TO WRK-D-SINAIS.
           PERFORM 4900-GRAVAR-DETALHE.

      * SINALIZACAO DO ALUNO SOBRE TODAS AS COLUNAS DA TURMA:
      * REC = ALGUMA DISCIPLINA EM RECUPERACAO, REP = ABAIXO DO
      * CORTE DE RECUPERACAO OU REPR-FALTA, LIM = ALGUMA MEDIA
      * PERTO DE UM CORTE, FRQ = FREQUENCIA ABAIXO DE 75%.
       3250-AVALIAR-ALUNO.
           MOVE SPACES TO WRK-SINAIS.
           PERFORM VARYING WRK-CL-IDX FROM 1 BY 1
                   UNTIL WRK-CL-IDX > WRK-COLUNA-COUNT
               MOVE WRK-CL-DISC-IDX(WRK-CL-IDX) TO WRK-DS-IDX
               EVALUATE WRK-AL-SIT(WRK-AL-IDX, WRK-DS-IDX)
                   WHEN 'R'
                       MOVE 'REC' TO WRK-SN-REC
                   WHEN 'P'
                   WHEN 'F'
                       MOVE 'REP' TO WRK-SN-REP
               END-EVALUATE
               IF WRK-AL-SIT(WRK-AL-IDX, WRK-DS-IDX) NOT = SPACE
                   PERFORM 3450-CONFERIR-CORTE
                   IF PERTO-DO-CORTE
                       MOVE 'LIM' TO WRK-SN-LIM
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-TEM-FREQ.
           IF WRK-AL-AULAS(WRK-AL-IDX) > ZERO
               MOVE 'S' TO WRK-TEM-FREQ
               COMPUTE WRK-FREQ-PERC =
                   WRK-AL-PRESENCAS(WRK-AL-IDX) * 100
                   / WRK-AL-AULAS(WRK-AL-IDX)
               IF WRK-FREQ-PERC < WRK-LIMITE-FREQUENCIA
                   MOVE 'FRQ' TO WRK-SN-FRQ
               END-IF
           END-IF.
           IF WRK-CL-INICIO = 1
               IF WRK-SN-REC NOT = SPACES
                   ADD 1 TO WRK-TT-REC
               END-IF
               IF WRK-SN-REP NOT = SPACES
                   ADD 1 TO WRK-TT-REP
               END-IF
               IF WRK-SN-LIM NOT = SPACES
                   ADD 1 TO WRK-TT-LIM
               END-IF
               IF WRK-SN-FRQ NOT = SPACES
                   ADD 1 TO WRK-TT-FRQ
               END-IF
               IF WRK-SINAIS NOT = SPACES
                   ADD 1 TO WRK-QTDE-SINALIZADOS
               END-IF
           END-IF.

      * MARCA DA CELULA: R=RECUPERACAO *=ABAIXO DO CORTE DE
      * RECUPERACAO F=REPR-FALTA ?=APROVADO PERTO DO CORTE.
       3400-MARCAR-CELULA.
           EVALUATE WRK-AL-SIT(WRK-AL-IDX, WRK-DS-IDX)
               WHEN 'R'
                   MOVE 'R' TO WRK-D-MARCA(WRK-CEL-IDX)
               WHEN 'P'
                   MOVE '*' TO WRK-D-MARCA(WRK-CEL-IDX)
               WHEN 'F'
                   MOVE 'F' TO WRK-D-MARCA(WRK-CEL-IDX)
               WHEN OTHER
                   PERFORM 3450-CONFERIR-CORTE
                   IF PERTO-DO-CORTE
                       MOVE '?' TO WRK-D-MARCA(WRK-CEL-IDX)
                   END-IF
           END-EVALUATE.

       3450-CONFERIR-CORTE.
           MOVE 'N' TO WRK-PERTO-CORTE.
           COMPUTE WRK-DISTANCIA =
               WRK-AL-MEDIA(WRK-AL-IDX, WRK-DS-IDX)
               - GP-NOTA-CORTE-APROVA.
           IF WRK-DISTANCIA < WRK-MARGEM-CORTE
                   AND WRK-DISTANCIA > (0 - WRK-MARGEM-CORTE)
               MOVE 'S' TO WRK-PERTO-CORTE
           END-IF.
           COMPUTE WRK-DISTANCIA =
               WRK-AL-MEDIA(WRK-AL-IDX, WRK-DS-IDX)
               - GP-NOTA-CORTE-RECUP.
           IF WRK-DISTANCIA < WRK-MARGEM-CORTE
                   AND WRK-DISTANCIA > (0 - WRK-MARGEM-CORTE)
               MOVE 'S' TO WRK-PERTO-CORTE
           END-IF.

      * RESUMO, LEGENDA DAS MARCAS E DAS DISCIPLINAS DA TURMA.
       3500-IMPRIMIR-RESUMO-TURMA.
           MOVE WRK-TT-ALUNOS TO WRK-LR-ALUNOS.
           MOVE WRK-TT-REC    TO WRK-LR-REC.
           MOVE WRK-TT-REP    TO WRK-LR-REP.
           MOVE WRK-TT-LIM    TO WRK-LR-LIM.
           MOVE WRK-TT-FRQ    TO WRK-LR-FRQ.
           MOVE SPACES TO WRK-DETALHE.
           PERFORM 4900-GRAVAR-DETALHE.
           MOVE WRK-LINHA-RESUMO TO WRK-DETALHE.
           PERFORM 4900-GRAVAR-DETALHE.
           MOVE WRK-LINHA-MARCAS TO WRK-DETALHE.
           PERFORM 4900-GRAVAR-DETALHE.
           PERFORM VARYING WRK-CL-IDX FROM 1 BY 1
                   UNTIL WRK-CL-IDX > WRK-COLUNA-COUNT
               MOVE SPACES TO WRK-LINHA-LEGENDA
               MOVE WRK-DS-CODIGO(WRK-CL-DISC-IDX(WRK-CL-IDX))
                   TO WRK-LL-CODIGO
               IF DISCM-ABERTO
                   MOVE WRK-LL-CODIGO TO DM-CODIGO
                   READ DISCIPLINE-MASTER
                       INVALID KEY
                           MOVE 'NAO CADASTRADA' TO WRK-LL-NOME
                       NOT INVALID KEY
                           MOVE DM-NOME      TO WRK-LL-NOME
                           MOVE DM-PROFESSOR TO WRK-LL-PROFESSOR
                   END-READ
               END-IF
               MOVE WRK-LINHA-LEGENDA TO WRK-DETALHE
               PERFORM 4900-GRAVAR-DETALHE
           END-PERFORM.

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
           MOVE WRK-CABECALHO TO COUNCIL-REPORT-LINE.
           WRITE COUNCIL-REPORT-LINE.
           MOVE WRK-LINHA-TURMA TO COUNCIL-REPORT-LINE.
           WRITE COUNCIL-REPORT-LINE.
           MOVE WRK-LINHA-COLUNAS TO COUNCIL-REPORT-LINE.
           WRITE COUNCIL-REPORT-LINE.

       4900-GRAVAR-DETALHE.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-DETALHE TO COUNCIL-REPORT-LINE.
           WRITE COUNCIL-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.

       6000-IMPRIMIR-TOTAIS.
           MOVE 'TURMAS IMPRESSAS' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-TURMAS TO WRK-TL-QTDE.
           DISPLAY WRK-LINHA-TOTAL.
           MOVE 'ALUNOS NA FOLHA' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-ALUNOS TO WRK-TL-QTDE.
           DISPLAY WRK-LINHA-TOTAL.
           MOVE 'ALUNOS SINALIZADOS' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-SINALIZADOS TO WRK-TL-QTDE.
           DISPLAY WRK-LINHA-TOTAL.
           IF WRK-QTDE-IGNORADOS > ZERO
               MOVE 'ALUNOS FORA DA TABELA' TO WRK-TL-DESCRICAO
               MOVE WRK-QTDE-IGNORADOS TO WRK-TL-QTDE
               DISPLAY WRK-LINHA-TOTAL
           END-IF.
           IF WRK-QTDE-TURMAS = ZERO
               DISPLAY 'NENHUM ALUNO ATIVO PARA A TURMA PEDIDA'
           END-IF.

       9000-FECHAR-ARQUIVOS.
           IF ORIGEM-ABERTA
               CLOSE STUDENT-MASTER
               CLOSE COUNCIL-REPORT
               IF WRK-CONRPT-STATUS = '00'
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
               IF CONSELHO-FINAL
                   CLOSE YEARLY-RESULTS
               ELSE
                   CLOSE STUDENT-GRADES
               END-IF
               IF ATTSUM-ABERTO
                   CLOSE ATTEND-SUMMARY
               END-IF
               IF DISCM-ABERTO
                   CLOSE DISCIPLINE-MASTER
               END-IF
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT COUNCIL-REPORT.
           IF WRK-CONRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-CONRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE COUNCIL-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ COUNCIL-REPORT INTO WRK-ARQ-LINHA
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
