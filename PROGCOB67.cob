       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB67.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 28/09/2026
      * OBJETIVO: CONFERENCIA DAS ATRIBUICOES DE AULA DOS
      * USUARIOS PROFESSORES. VARRE O USER-MASTER E, PARA CADA
      * USUARIO NIVEL USER COM PROFESSOR VINCULADO (UM-PROFESSOR),
      * CONFERE CADA ATRIBUICAO DO ARQUIVO ATRIBUI CONTRA O
      * CADASTRO: TURMA NO CLASS-MASTER, DISCIPLINA NO
      * DISCIPLINE-MASTER E PROFESSOR IGUAL AO DM-PROFESSOR DA
      * DISCIPLINA, AO CM-PROFESSOR (REGENTE) DA TURMA OU AO
      * PROFESSOR DE ALGUM HORARIO DA TURMA/DISCIPLINA NA GRADE
      * HORARIA (HORARIO). IMPRIME NO ATBRPT AS ATRIBUICOES QUE
      * NAO CONFEREM MAIS, OS PROFESSORES SEM NENHUMA ATRIBUICAO
      * (QUE FICAM SEM ACESSO NO PROGCOB21/PROGCOB48) E, PARA
      * INFORMACAO, AS ATRIBUICOES DE PROFESSOR SEM USUARIO
      * VINCULADO. DIVERGENCIA E AVISO (RC 4); SEM USER-MASTER
      * RC 12
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO 'USRMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USUARIO
               FILE STATUS IS WRK-USRMST-STATUS.

           SELECT TEACHER-ASSIGN ASSIGN TO 'ATRIBUI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATRIB-STATUS.

           SELECT CLASS-MASTER ASSIGN TO 'CLSMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLSMST-STATUS.

           SELECT DISCIPLINE-MASTER ASSIGN TO 'DISCMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WRK-DISCM-STATUS.

           SELECT TIMETABLE ASSIGN TO 'HORARIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CHAVE
               FILE STATUS IS WRK-HORAR-STATUS.

           SELECT ASSIGN-REPORT ASSIGN TO 'ATBRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATBRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPUSRMS.

       FD  TEACHER-ASSIGN
           LABEL RECORD IS STANDARD.
       COPY CPATRIB.

       FD  CLASS-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPCLSMS.

       FD  DISCIPLINE-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPDISCM.

       FD  TIMETABLE
           LABEL RECORD IS STANDARD.
       COPY CPHORAR.

       FD  ASSIGN-REPORT
           LABEL RECORD IS STANDARD.
       01  ASSIGN-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-USRMST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-ATRIB-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CLSMST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-DISCM-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-HORAR-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ATBRPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO   VALUE 'S'.
       77 WRK-FIM-VARREDURA PIC X(01) VALUE 'N'.
           88 FIM-VARREDURA VALUE 'S'.
       77 WRK-USRMST-ABERTO PIC X(01) VALUE 'N'.
           88 USRMST-ABERTO VALUE 'S'.
       77 WRK-DISCM-ABERTO  PIC X(01) VALUE 'N'.
           88 DISCM-ABERTO  VALUE 'S'.
       77 WRK-HORAR-ABERTO  PIC X(01) VALUE 'N'.
           88 HORAR-ABERTO  VALUE 'S'.

      * NIVEIS DO USER-MASTER, COM OS MESMOS 88 DO PROGCOB10.
       77 WRK-NIVEL    PIC 9(02) VALUE ZEROS.
           88 ADM         VALUE 01.
           88 USER        VALUE 02.
           88 SUPERVISOR  VALUE 03.

      * TODAS AS ATRIBUICOES DO ATRIBUI, COM A MARCA DE QUE ALGUM
      * USUARIO ESTA VINCULADO AO PROFESSOR DELAS.
       01 WRK-ATRIB-TABLE.
           05 WRK-AT-ENTRY OCCURS 500 TIMES.
               10 WRK-AT-PROFESSOR   PIC X(30).
               10 WRK-AT-TURMA       PIC X(04).
               10 WRK-AT-DISCIPLINA  PIC X(03).
               10 WRK-AT-VINCULADA   PIC X(01).
       77 WRK-ATRIB-COUNT    PIC 9(03) VALUE ZERO.
       77 WRK-AT-IDX         PIC 9(03) VALUE ZERO.
       77 WRK-QTDE-ATRIB-PROF PIC 9(03) VALUE ZERO.

      * TURMAS DO CLSMST (CARREGADO INTEIRO COMO NO PROGCOB22),
      * COM O PROFESSOR REGENTE.
       77 WRK-CLSMST-ABERTO  PIC X(01) VALUE 'N'.
           88 CLSMST-CARREGADO VALUE 'S'.
       01 WRK-TURMA-TABLE.
           05 WRK-TM-ENTRY OCCURS 50 TIMES.
               10 WRK-TM-TURMA       PIC X(04).
               10 WRK-TM-PROFESSOR   PIC X(30).
       77 WRK-TURMA-COUNT    PIC 9(02) VALUE ZERO.
       77 WRK-TM-IDX         PIC 9(02) VALUE ZERO.
       77 WRK-TM-BUSCA       PIC 9(02) VALUE ZERO.
       77 WRK-TM-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-TURMA    VALUE 'S'.

       77 WRK-MOTIVO         PIC X(35) VALUE SPACES.
       77 WRK-CONFERE        PIC X(01) VALUE 'N'.
           88 PROFESSOR-CONFERE VALUE 'S'.

       77 WRK-QTDE-USUARIOS   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-PROFESSORES PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-CONFERIDAS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-DIVERGENTES PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SEM-ATRIB  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SEM-USUARIO PIC 9(06) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB67'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'ATBRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'C'.
       77 WRK-ARQ-RC         PIC S9(04) COMP VALUE ZERO.
      * O RELATORIO E RELIDO E ENTREGUE UMA LINHA POR CHAMADA
      * (FUNCAO L); A FUNCAO F FECHA O ARQUIVAMENTO.
       77 WRK-ARQ-FUNCAO     PIC X(01) VALUE 'L'.
       77 WRK-ARQ-LINHA      PIC X(132) VALUE SPACES.
       77 WRK-ARQ-FIM        PIC X(01) VALUE 'N'.
           88 FIM-ARQ-RELATORIO VALUE 'S'.

      * CONTROLE DE PAGINACAO, NO MESMO DESENHO DOS DEMAIS
      * RELATORIOS DA SUITE.
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
               'ATRIBUICOES DE AULA'.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 WRK-C-PAGINA    PIC ZZ9.
       77 WRK-LINHA-SECAO    PIC X(100) VALUE SPACES.
       01 WRK-LINHA-COLUNAS.
           05 FILLER          PIC X(21) VALUE 'USUARIO'.
           05 FILLER          PIC X(31) VALUE 'PROFESSOR'.
           05 FILLER          PIC X(06) VALUE 'TURMA'.
           05 FILLER          PIC X(05) VALUE 'DISC'.
           05 FILLER          PIC X(06) VALUE 'MOTIVO'.

       01 WRK-DETALHE.
           05 WRK-D-USUARIO   PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-PROFESSOR PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-TURMA     PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-D-DISCIPLINA PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-D-MOTIVO    PIC X(35).

       01 WRK-LINHA-TOTAL.
           05 WRK-TL-DESCRICAO PIC X(40).
           05 WRK-TL-QTDE      PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA E OS
      * ACUMULADORES SAO ZERADOS AQUI.
           MOVE ZERO TO WRK-ATRIB-COUNT WRK-TURMA-COUNT.
           MOVE ZERO TO WRK-QTDE-USUARIOS WRK-QTDE-PROFESSORES
                        WRK-QTDE-CONFERIDAS WRK-QTDE-DIVERGENTES
                        WRK-QTDE-SEM-ATRIB WRK-QTDE-SEM-USUARIO.
           MOVE ZERO TO WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF USRMST-ABERTO
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD
               PERFORM 1200-CARREGAR-TURMAS
               PERFORM 1500-CARREGAR-ATRIBUICOES
               MOVE '1 - USUARIOS PROFESSORES COM ATRIBUICAO DIVERGENTE'
                   TO WRK-LINHA-SECAO
               PERFORM 2000-VARRER-USUARIOS
               IF WRK-QTDE-DIVERGENTES = ZERO
                       AND WRK-QTDE-SEM-ATRIB = ZERO
                   MOVE SPACES TO WRK-DETALHE
                   MOVE 'NENHUMA DIVERGENCIA' TO WRK-D-MOTIVO
                   PERFORM 4900-GRAVAR-LINHA
               END-IF
               PERFORM 5000-LISTAR-SEM-USUARIO
               PERFORM 6000-IMPRIMIR-TOTAIS
      * ATRIBUICAO DIVERGENTE OU PROFESSOR SEM ATRIBUICAO E AVISO
      * (RC 4) NO ESQUEMA PADRAO DA SUITE.
               IF WRK-QTDE-DIVERGENTES > ZERO
                       OR WRK-QTDE-SEM-ATRIB > ZERO
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           GOBACK.

      * SEM O USER-MASTER NAO HA USUARIO PARA CONFERIR (RC 12).
      * DISCMST E HORARIO SAO OPCIONAIS: SEM ELES A DISCIPLINA E
      * O PROFESSOR SAO CONFERIDOS SO PELO QUE ESTIVER DISPONIVEL.
       1000-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-USRMST-ABERTO WRK-DISCM-ABERTO
                       WRK-HORAR-ABERTO.
           OPEN INPUT USER-MASTER.
           IF WRK-USRMST-STATUS = '00'
               MOVE 'S' TO WRK-USRMST-ABERTO
               OPEN OUTPUT ASSIGN-REPORT
               OPEN INPUT DISCIPLINE-MASTER
               IF WRK-DISCM-STATUS = '00'
                   MOVE 'S' TO WRK-DISCM-ABERTO
               ELSE
                   DISPLAY 'DISCMST AUSENTE - DISCIPLINA SEM '
                           'CONFERENCIA'
               END-IF
               OPEN INPUT TIMETABLE
               IF WRK-HORAR-STATUS = '00'
                   MOVE 'S' TO WRK-HORAR-ABERTO
               END-IF
           ELSE
               DISPLAY 'ERRO AO ABRIR USRMST: ' WRK-USRMST-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       1200-CARREGAR-TURMAS.
           MOVE 'N' TO WRK-CLSMST-ABERTO WRK-FIM-ARQUIVO.
           OPEN INPUT CLASS-MASTER.
           IF WRK-CLSMST-STATUS = '00'
               PERFORM 1250-LER-CLSMST
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-TURMA-COUNT < 50
                       ADD 1 TO WRK-TURMA-COUNT
                       MOVE CM-TURMA
                           TO WRK-TM-TURMA(WRK-TURMA-COUNT)
                       MOVE CM-PROFESSOR
                           TO WRK-TM-PROFESSOR(WRK-TURMA-COUNT)
                   ELSE
                       DISPLAY 'TABELA DE TURMAS CHEIA, IGNORADA: '
                           CM-TURMA
                   END-IF
                   PERFORM 1250-LER-CLSMST
               END-PERFORM
               CLOSE CLASS-MASTER
               IF WRK-TURMA-COUNT > ZERO
                   MOVE 'S' TO WRK-CLSMST-ABERTO
               END-IF
           ELSE
               DISPLAY 'CLSMST AUSENTE - TURMA SEM CONFERENCIA'
           END-IF.

       1250-LER-CLSMST.
           READ CLASS-MASTER
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * SEM O ATRIBUI A TABELA FICA VAZIA E TODO USUARIO
      * PROFESSOR SAI COMO SEM ATRIBUICAO - QUE E EXATAMENTE O
      * QUE ELE ENXERGA NO PROGCOB21/PROGCOB48 NESSA SITUACAO.
       1500-CARREGAR-ATRIBUICOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT TEACHER-ASSIGN.
           IF WRK-ATRIB-STATUS = '00'
               PERFORM 1550-LER-ATRIBUI
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-ATRIB-COUNT < 500
                       ADD 1 TO WRK-ATRIB-COUNT
                       MOVE PA-PROFESSOR
                           TO WRK-AT-PROFESSOR(WRK-ATRIB-COUNT)
                       MOVE PA-TURMA
                           TO WRK-AT-TURMA(WRK-ATRIB-COUNT)
                       MOVE PA-DISCIPLINA
                           TO WRK-AT-DISCIPLINA(WRK-ATRIB-COUNT)
                       MOVE 'N'
                           TO WRK-AT-VINCULADA(WRK-ATRIB-COUNT)
                   ELSE
                       DISPLAY 'TABELA DE ATRIBUICOES CHEIA, '
                               'IGNORADA: ' PA-PROFESSOR
                   END-IF
                   PERFORM 1550-LER-ATRIBUI
               END-PERFORM
               CLOSE TEACHER-ASSIGN
           ELSE
               DISPLAY 'ATRIBUI AUSENTE - NENHUMA ATRIBUICAO'
           END-IF.

       1550-LER-ATRIBUI.
           READ TEACHER-ASSIGN
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * VARREDURA DO USER-MASTER INTEIRO PELA CHAVE (START NA
      * MENOR CHAVE + READ NEXT), COMO NA MIGRACAO DO PROGCOB23.
       2000-VARRER-USUARIOS.
           MOVE 'N' TO WRK-FIM-VARREDURA.
           MOVE LOW-VALUES TO UM-USUARIO.
           START USER-MASTER KEY NOT < UM-USUARIO
               INVALID KEY MOVE 'S' TO WRK-FIM-VARREDURA
           END-START.
           IF NOT FIM-VARREDURA
               PERFORM 2050-LER-USRMST
           END-IF.
           PERFORM UNTIL FIM-VARREDURA
               ADD 1 TO WRK-QTDE-USUARIOS
               IF UM-PROFESSOR NOT = SPACES
                   PERFORM 2100-CONFERIR-USUARIO
               END-IF
               PERFORM 2050-LER-USRMST
           END-PERFORM.

       2050-LER-USRMST.
           READ USER-MASTER NEXT
               AT END MOVE 'S' TO WRK-FIM-VARREDURA
           END-READ.

      * TODO USUARIO VINCULADO MARCA AS ATRIBUICOES DO PROFESSOR
      * COMO VINCULADAS; SO O NIVEL USER (O UNICO COM ESCOPO
      * RESTRITO) TEM AS ATRIBUICOES CONFERIDAS E IMPRESSAS.
       2100-CONFERIR-USUARIO.
           MOVE UM-NIVEL TO WRK-NIVEL.
           MOVE ZERO TO WRK-QTDE-ATRIB-PROF.
           IF USER
               ADD 1 TO WRK-QTDE-PROFESSORES
           END-IF.
           PERFORM VARYING WRK-AT-IDX FROM 1 BY 1
                   UNTIL WRK-AT-IDX > WRK-ATRIB-COUNT
               IF WRK-AT-PROFESSOR(WRK-AT-IDX) = UM-PROFESSOR
                   MOVE 'S' TO WRK-AT-VINCULADA(WRK-AT-IDX)
                   ADD 1 TO WRK-QTDE-ATRIB-PROF
                   IF USER
                       ADD 1 TO WRK-QTDE-CONFERIDAS
                       PERFORM 3000-CONFERIR-ATRIBUICAO
                       IF WRK-MOTIVO NOT = SPACES
                           ADD 1 TO WRK-QTDE-DIVERGENTES
                           MOVE SPACES             TO WRK-DETALHE
                           MOVE UM-USUARIO         TO WRK-D-USUARIO
                           MOVE UM-PROFESSOR       TO WRK-D-PROFESSOR
                           MOVE WRK-AT-TURMA(WRK-AT-IDX)
                               TO WRK-D-TURMA
                           MOVE WRK-AT-DISCIPLINA(WRK-AT-IDX)
                               TO WRK-D-DISCIPLINA
                           MOVE WRK-MOTIVO         TO WRK-D-MOTIVO
                           PERFORM 4900-GRAVAR-LINHA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF USER AND WRK-QTDE-ATRIB-PROF = ZERO
               ADD 1 TO WRK-QTDE-SEM-ATRIB
               MOVE SPACES       TO WRK-DETALHE
               MOVE UM-USUARIO   TO WRK-D-USUARIO
               MOVE UM-PROFESSOR TO WRK-D-PROFESSOR
               MOVE 'PROFESSOR SEM NENHUMA ATRIBUICAO' TO WRK-D-MOTIVO
               PERFORM 4900-GRAVAR-LINHA
           END-IF.

      * MOTIVO EM BRANCO = A ATRIBUICAO WRK-AT-IDX CONFERE. A
      * ATRIBUICAO DE REGENTE (DISCIPLINA EM BRANCO) SO CONFERE
      * COM O CM-PROFESSOR DA TURMA.
       3000-CONFERIR-ATRIBUICAO.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE 'N' TO WRK-CONFERE.
           MOVE 'N' TO WRK-TM-ACHOU.
           MOVE ZERO TO WRK-TM-IDX.
           PERFORM VARYING WRK-TM-BUSCA FROM 1 BY 1
                   UNTIL WRK-TM-BUSCA > WRK-TURMA-COUNT
                      OR ACHOU-TURMA
               IF WRK-TM-TURMA(WRK-TM-BUSCA) = WRK-AT-TURMA(WRK-AT-IDX)
                   MOVE 'S' TO WRK-TM-ACHOU
                   MOVE WRK-TM-BUSCA TO WRK-TM-IDX
               END-IF
           END-PERFORM.
           IF CLSMST-CARREGADO AND NOT ACHOU-TURMA
               MOVE 'TURMA INEXISTENTE NO CLSMST' TO WRK-MOTIVO
           ELSE
               IF ACHOU-TURMA
                   IF WRK-TM-PROFESSOR(WRK-TM-IDX)
                           = WRK-AT-PROFESSOR(WRK-AT-IDX)
                       MOVE 'S' TO WRK-CONFERE
                   END-IF
               END-IF
               IF WRK-AT-DISCIPLINA(WRK-AT-IDX) = SPACES
                   IF NOT PROFESSOR-CONFERE
                       MOVE 'NAO E O REGENTE DA TURMA NO CLSMST'
                           TO WRK-MOTIVO
                   END-IF
               ELSE
                   PERFORM 3100-CONFERIR-DISCIPLINA
               END-IF
           END-IF.

       3100-CONFERIR-DISCIPLINA.
           IF DISCM-ABERTO
               MOVE WRK-AT-DISCIPLINA(WRK-AT-IDX) TO DM-CODIGO
               READ DISCIPLINE-MASTER
                   INVALID KEY
                       MOVE 'DISCIPLINA INEXISTENTE NO DISCMST'
                           TO WRK-MOTIVO
                   NOT INVALID KEY
                       IF DM-PROFESSOR = WRK-AT-PROFESSOR(WRK-AT-IDX)
                           MOVE 'S' TO WRK-CONFERE
                       END-IF
               END-READ
           END-IF.
           IF WRK-MOTIVO = SPACES AND NOT PROFESSOR-CONFERE
               PERFORM 3200-PROCURAR-NA-GRADE
               IF NOT PROFESSOR-CONFERE
                   MOVE 'PROFESSOR DIFERENTE DO CADASTRO'
                       TO WRK-MOTIVO
               END-IF
           END-IF.

      * PROFESSOR SUBSTITUTO OU DE SEGUNDA TURMA APARECE SO NA
      * GRADE HORARIA: VARRE OS HORARIOS DA TURMA (START NA
      * PRIMEIRA CHAVE DA TURMA + READ NEXT ATE MUDAR A TURMA).
       3200-PROCURAR-NA-GRADE.
           IF HORAR-ABERTO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-AT-TURMA(WRK-AT-IDX) TO HR-TURMA
               MOVE ZERO TO HR-DIA-SEMANA HR-AULA
               START TIMETABLE KEY NOT < HR-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO OR PROFESSOR-CONFERE
                   READ TIMETABLE NEXT
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-READ
                   IF NOT FIM-ARQUIVO
                       IF HR-TURMA NOT = WRK-AT-TURMA(WRK-AT-IDX)
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       ELSE
                           IF HR-DISCIPLINA
                                   = WRK-AT-DISCIPLINA(WRK-AT-IDX)
                              AND HR-PROFESSOR
                                   = WRK-AT-PROFESSOR(WRK-AT-IDX)
                               MOVE 'S' TO WRK-CONFERE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

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
           MOVE WRK-CABECALHO TO ASSIGN-REPORT-LINE.
           WRITE ASSIGN-REPORT-LINE.
           MOVE WRK-LINHA-SECAO TO ASSIGN-REPORT-LINE.
           WRITE ASSIGN-REPORT-LINE.
           MOVE WRK-LINHA-COLUNAS TO ASSIGN-REPORT-LINE.
           WRITE ASSIGN-REPORT-LINE.

       4900-GRAVAR-LINHA.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-DETALHE TO ASSIGN-REPORT-LINE.
           WRITE ASSIGN-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.

      * ATRIBUICAO DE PROFESSOR SEM NENHUM USUARIO VINCULADO NAO
      * DA ACESSO A NINGUEM - SO INFORMACAO PARA A SECRETARIA
      * (PROFESSOR QUE AINDA NAO TEM LOGIN OU NOME DIGITADO
      * DIFERENTE DO UM-PROFESSOR).
       5000-LISTAR-SEM-USUARIO.
           MOVE ZERO TO WRK-LINHA-ATUAL.
           MOVE '2 - ATRIBUICOES DE PROFESSOR SEM USUARIO VINCULADO'
               TO WRK-LINHA-SECAO.
           PERFORM VARYING WRK-AT-IDX FROM 1 BY 1
                   UNTIL WRK-AT-IDX > WRK-ATRIB-COUNT
               IF WRK-AT-VINCULADA(WRK-AT-IDX) = 'N'
                   ADD 1 TO WRK-QTDE-SEM-USUARIO
                   MOVE SPACES TO WRK-DETALHE
                   MOVE WRK-AT-PROFESSOR(WRK-AT-IDX)
                       TO WRK-D-PROFESSOR
                   MOVE WRK-AT-TURMA(WRK-AT-IDX)  TO WRK-D-TURMA
                   MOVE WRK-AT-DISCIPLINA(WRK-AT-IDX)
                       TO WRK-D-DISCIPLINA
                   MOVE 'SEM USUARIO VINCULADO' TO WRK-D-MOTIVO
                   PERFORM 4900-GRAVAR-LINHA
               END-IF
           END-PERFORM.
           IF WRK-QTDE-SEM-USUARIO = ZERO
               MOVE SPACES TO WRK-DETALHE
               MOVE 'NENHUMA' TO WRK-D-MOTIVO
               PERFORM 4900-GRAVAR-LINHA
           END-IF.

       6000-IMPRIMIR-TOTAIS.
           MOVE ZERO TO WRK-LINHA-ATUAL.
           MOVE 'RESUMO DA CONFERENCIA' TO WRK-LINHA-SECAO.
           MOVE 'USUARIOS LIDOS' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-USUARIOS TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.
           MOVE 'USUARIOS PROFESSORES (NIVEL USER)'
               TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-PROFESSORES TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.
           MOVE 'ATRIBUICOES CONFERIDAS' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-CONFERIDAS TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.
           MOVE 'ATRIBUICOES DIVERGENTES' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-DIVERGENTES TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.
           MOVE 'PROFESSORES SEM ATRIBUICAO' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-SEM-ATRIB TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.
           MOVE 'ATRIBUICOES SEM USUARIO VINCULADO'
               TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-SEM-USUARIO TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.

       6100-GRAVAR-TOTAL.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TOTAL TO ASSIGN-REPORT-LINE.
           WRITE ASSIGN-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAL.

       9000-FECHAR-ARQUIVOS.
           IF USRMST-ABERTO
               CLOSE USER-MASTER
               CLOSE ASSIGN-REPORT
               IF WRK-ATBRPT-STATUS = '00'
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
           END-IF.
           IF DISCM-ABERTO
               CLOSE DISCIPLINE-MASTER
           END-IF.
           IF HORAR-ABERTO
               CLOSE TIMETABLE
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT ASSIGN-REPORT.
           IF WRK-ATBRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-ATBRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE ASSIGN-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ ASSIGN-REPORT INTO WRK-ARQ-LINHA
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
