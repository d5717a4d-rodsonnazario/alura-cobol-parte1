       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB66.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 25/09/2026
      * OBJETIVO: CONFERENCIA E IMPRESSAO DA GRADE HORARIA
      * (HORARIO, MANTIDO PELO PROGCOB65). CARREGA A GRADE INTEIRA
      * EM TABELA E IMPRIME NO HORVAL: (1) PROFESSOR MARCADO EM
      * DUAS TURMAS NO MESMO DIA/AULA, (2) SALA OCUPADA POR DUAS
      * TURMAS NO MESMO DIA/AULA - SO ENTRE TURMAS DO MESMO TURNO
      * DO CLASS-MASTER, PORQUE A AULA 01 DA MANHA NAO E A AULA 01
      * DA TARDE -, (3) TURMA/DISCIPLINA COM QUANTIDADE DE AULAS
      * NA SEMANA DIFERENTE DO DM-CARGA-SEMANAL, (4) UMA PAGINA
      * POR TURMA COM O QUADRO DE HORARIOS DA SEMANA E (5) UMA
      * PAGINA POR PROFESSOR COM OS HORARIOS E O TOTAL DE AULAS
      * SEMANAIS. CONFLITO DE PROFESSOR OU SALA E ERRO (RC 8),
      * CARGA DIVERGENTE E AVISO (RC 4), SEM HORARIO RC 12
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE ASSIGN TO 'HORARIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CHAVE
               FILE STATUS IS WRK-HORAR-STATUS.

           SELECT CLASS-MASTER ASSIGN TO 'CLSMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLSMST-STATUS.

           SELECT DISCIPLINE-MASTER ASSIGN TO 'DISCMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WRK-DISCM-STATUS.

           SELECT VALID-REPORT ASSIGN TO 'HORVAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HORVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMETABLE
           LABEL RECORD IS STANDARD.
       COPY CPHORAR.

       FD  CLASS-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPCLSMS.

       FD  DISCIPLINE-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPDISCM.

       FD  VALID-REPORT
           LABEL RECORD IS STANDARD.
       01  VALID-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-HORAR-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CLSMST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-DISCM-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-HORVAL-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-VARREDURA PIC X(01) VALUE 'N'.
           88 FIM-VARREDURA VALUE 'S'.
       77 WRK-HORAR-ABERTO  PIC X(01) VALUE 'N'.
           88 HORAR-ABERTO  VALUE 'S'.
       77 WRK-DISCM-ABERTO  PIC X(01) VALUE 'N'.
           88 DISCM-ABERTO  VALUE 'S'.
       77 WRK-ACHOU-DISC    PIC X(01) VALUE 'N'.
           88 ACHOU-DISC    VALUE 'S'.

      * TURMAS DO CLSMST (CARREGADO INTEIRO COMO NO PROGCOB22),
      * PARA O TURNO DA CONFERENCIA DE CONFLITOS E O CABECALHO
      * DA PAGINA DA TURMA. SEM CLSMST O TURNO FICA EM BRANCO E
      * TODAS AS TURMAS SAO COMPARADAS ENTRE SI.
       77 WRK-CLSMST-ABERTO  PIC X(01) VALUE 'N'.
           88 CLSMST-CARREGADO VALUE 'S'.
       01 WRK-TURMA-TABLE.
           05 WRK-TM-ENTRY OCCURS 50 TIMES.
               10 WRK-TM-TURMA       PIC X(04).
               10 WRK-TM-TURNO       PIC X(01).
               10 WRK-TM-SALA        PIC X(04).
               10 WRK-TM-PROFESSOR   PIC X(30).
       77 WRK-TURMA-COUNT    PIC 9(02) VALUE ZERO.
       77 WRK-TM-IDX         PIC 9(02) VALUE ZERO.
       77 WRK-TM-BUSCA       PIC 9(02) VALUE ZERO.
       77 WRK-TM-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-TURMA    VALUE 'S'.
       77 WRK-TURMA-PROCURADA PIC X(04) VALUE SPACES.

      * A GRADE INTEIRA EM MEMORIA, NA ORDEM DA CHAVE (TURMA, DIA,
      * AULA). 50 TURMAS X 6 DIAS X 10 AULAS = 3000 HORARIOS, O
      * MAXIMO QUE O HORARIO COMPORTA PARA O CLSMST INTEIRO.
       01 WRK-GRADE-TABLE.
           05 WRK-GR-ENTRY OCCURS 3000 TIMES.
               10 WRK-GR-TURMA       PIC X(04).
               10 WRK-GR-TURNO       PIC X(01).
               10 WRK-GR-DIA         PIC 9(01).
               10 WRK-GR-AULA        PIC 9(02).
               10 WRK-GR-DISCIPLINA  PIC X(03).
               10 WRK-GR-PROFESSOR   PIC X(30).
               10 WRK-GR-SALA        PIC X(04).
       77 WRK-GRADE-COUNT    PIC 9(04) VALUE ZERO.
       77 WRK-GR-I           PIC 9(04) VALUE ZERO.
       77 WRK-GR-J           PIC 9(04) VALUE ZERO.
       77 WRK-GR-PROXIMO     PIC 9(04) VALUE ZERO.

      * AULAS NA SEMANA POR TURMA/DISCIPLINA, ACUMULADAS NA CARGA
      * DA GRADE, PARA A CONFERENCIA COM O DM-CARGA-SEMANAL E A
      * LEGENDA DA PAGINA DA TURMA.
       01 WRK-CARGA-TABLE.
           05 WRK-CG-ENTRY OCCURS 750 TIMES.
               10 WRK-CG-TURMA       PIC X(04).
               10 WRK-CG-DISCIPLINA  PIC X(03).
               10 WRK-CG-AULAS       PIC 9(02).
       77 WRK-CARGA-COUNT    PIC 9(03) VALUE ZERO.
       77 WRK-CG-IDX         PIC 9(03) VALUE ZERO.
       77 WRK-CG-BUSCA       PIC 9(03) VALUE ZERO.

      * PROFESSORES DISTINTOS DA GRADE, NA ORDEM EM QUE APARECEM,
      * PARA AS PAGINAS DE CARGA HORARIA.
       01 WRK-PROF-TABLE.
           05 WRK-PF-ENTRY OCCURS 200 TIMES.
               10 WRK-PF-NOME        PIC X(30).
       77 WRK-PROF-COUNT     PIC 9(03) VALUE ZERO.
       77 WRK-PF-IDX         PIC 9(03) VALUE ZERO.
       77 WRK-PF-BUSCA       PIC 9(03) VALUE ZERO.
       77 WRK-PF-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-PROFESSOR VALUE 'S'.

      * QUADRO DE UMA TURMA: AULA (LINHA) X DIA DA SEMANA (COLUNA).
       01 WRK-QUADRO.
           05 WRK-QD-AULA OCCURS 10 TIMES.
               10 WRK-QD-DIA OCCURS 6 TIMES.
                   15 WRK-QD-DISCIPLINA PIC X(03).
                   15 WRK-QD-SALA       PIC X(04).
       77 WRK-QD-LINHA       PIC 9(02) VALUE ZERO.
       77 WRK-QD-COLUNA      PIC 9(01) VALUE ZERO.
       77 WRK-QD-OCUPADAS    PIC 9(02) VALUE ZERO.

       01 WRK-NOMES-DIAS-VALORES.
           05 FILLER          PIC X(08) VALUE 'SEGUNDA'.
           05 FILLER          PIC X(08) VALUE 'TERCA'.
           05 FILLER          PIC X(08) VALUE 'QUARTA'.
           05 FILLER          PIC X(08) VALUE 'QUINTA'.
           05 FILLER          PIC X(08) VALUE 'SEXTA'.
           05 FILLER          PIC X(08) VALUE 'SABADO'.
       01 WRK-NOMES-DIAS REDEFINES WRK-NOMES-DIAS-VALORES.
           05 WRK-NOME-DIA    PIC X(08) OCCURS 6 TIMES.

       77 WRK-TURMA-ATUAL    PIC X(04) VALUE SPACES.
       77 WRK-TOTAL-AULAS    PIC 9(03) VALUE ZERO.
       77 WRK-QTDE-HORARIOS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-CONF-PROF PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-CONF-SALA PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-CARGA-DIV PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-TURMAS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-IGNORADOS PIC 9(06) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB66'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'HORVAL'.
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
      * RELATORIOS DA SUITE. A LINHA DE SECAO E REPETIDA EM CADA
      * PAGINA, PARA A PAGINA DA TURMA/PROFESSOR CONTINUADA NAO
      * FICAR SEM IDENTIFICACAO.
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
               'GRADE HORARIA'.
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
       77 WRK-LINHA-SAIDA    PIC X(100) VALUE SPACES.

       01 WRK-LINHA-CONFLITO.
           05 WRK-LC-ROTULO   PIC X(11).
           05 WRK-LC-RECURSO  PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LC-DIA      PIC X(08).
           05 FILLER          PIC X(06) VALUE ' AULA '.
           05 WRK-LC-AULA     PIC 9(02).
           05 FILLER          PIC X(09) VALUE ' TURMAS: '.
           05 WRK-LC-TURMA-1  PIC X(04).
           05 FILLER          PIC X(03) VALUE ' E '.
           05 WRK-LC-TURMA-2  PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LC-COMPL    PIC X(20).

       01 WRK-LINHA-CARGA.
           05 WRK-LG-TURMA    PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LG-DISCIPLINA PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LG-NOME     PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LG-PROFESSOR PIC X(30).
           05 FILLER          PIC X(07) VALUE ' AULAS='.
           05 WRK-LG-AULAS    PIC Z9.
           05 FILLER          PIC X(07) VALUE ' CARGA='.
           05 WRK-LG-CARGA    PIC Z9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LG-SITUACAO PIC X(10).

       01 WRK-LINHA-TITULO-QUADRO.
           05 FILLER          PIC X(08) VALUE 'AULA'.
           05 WRK-TQ-DIA      PIC X(13) OCCURS 6 TIMES.

       01 WRK-LINHA-QUADRO.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LQ-AULA     PIC 9(02).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-LQ-CELULA OCCURS 6 TIMES.
               10 WRK-LQ-DISCIPLINA PIC X(03).
               10 FILLER          PIC X(01).
               10 WRK-LQ-SALA     PIC X(04).
               10 FILLER          PIC X(05).

       01 WRK-LINHA-HORARIO-PROF.
           05 WRK-HP-DIA      PIC X(08).
           05 FILLER          PIC X(06) VALUE ' AULA '.
           05 WRK-HP-AULA     PIC 9(02).
           05 FILLER          PIC X(08) VALUE ' TURMA: '.
           05 WRK-HP-TURMA    PIC X(04).
           05 FILLER          PIC X(13) VALUE ' DISCIPLINA: '.
           05 WRK-HP-DISCIPLINA PIC X(03).
           05 FILLER          PIC X(07) VALUE ' SALA: '.
           05 WRK-HP-SALA     PIC X(04).

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
           MOVE ZERO TO WRK-TURMA-COUNT WRK-GRADE-COUNT
                        WRK-CARGA-COUNT WRK-PROF-COUNT.
           MOVE ZERO TO WRK-QTDE-HORARIOS WRK-QTDE-CONF-PROF
                        WRK-QTDE-CONF-SALA WRK-QTDE-CARGA-DIV
                        WRK-QTDE-TURMAS WRK-QTDE-IGNORADOS.
           MOVE ZERO TO WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF HORAR-ABERTO
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD
               PERFORM 1200-CARREGAR-TURMAS
               PERFORM 1500-CARREGAR-GRADE
               PERFORM 2000-CONFLITOS-PROFESSOR
               PERFORM 2500-CONFLITOS-SALA
               PERFORM 3000-CONFERIR-CARGA
               PERFORM 4000-IMPRIMIR-TURMAS
               PERFORM 5000-IMPRIMIR-PROFESSORES
               PERFORM 6000-IMPRIMIR-TOTAIS
      * CONFLITO E ERRO DE DADOS (RC 8); CARGA DIVERGENTE OU
      * HORARIO FORA DA TABELA E AVISO (RC 4).
               IF WRK-QTDE-CONF-PROF > ZERO
                       OR WRK-QTDE-CONF-SALA > ZERO
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               IF WRK-QTDE-CARGA-DIV > ZERO
                       OR WRK-QTDE-IGNORADOS > ZERO
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           GOBACK.

      * SEM A GRADE NAO HA O QUE CONFERIR (RC 12). SEM O DISCMST
      * A CONFERENCIA DE CARGA E PULADA COM AVISO.
       1000-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-HORAR-ABERTO WRK-DISCM-ABERTO.
           OPEN INPUT TIMETABLE.
           IF WRK-HORAR-STATUS = '00'
               MOVE 'S' TO WRK-HORAR-ABERTO
               OPEN OUTPUT VALID-REPORT
               OPEN INPUT DISCIPLINE-MASTER
               IF WRK-DISCM-STATUS = '00'
                   MOVE 'S' TO WRK-DISCM-ABERTO
               ELSE
                   DISPLAY 'DISCMST AUSENTE - CARGA SEM CONFERENCIA'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY 'ARQUIVO HORARIO NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
           END-IF.

       1200-CARREGAR-TURMAS.
           MOVE 'N' TO WRK-CLSMST-ABERTO WRK-FIM-VARREDURA.
           OPEN INPUT CLASS-MASTER.
           IF WRK-CLSMST-STATUS = '00'
               PERFORM 1250-LER-CLSMST
               PERFORM UNTIL FIM-VARREDURA
                   IF WRK-TURMA-COUNT < 50
                       ADD 1 TO WRK-TURMA-COUNT
                       MOVE CM-TURMA
                           TO WRK-TM-TURMA(WRK-TURMA-COUNT)
                       MOVE CM-TURNO
                           TO WRK-TM-TURNO(WRK-TURMA-COUNT)
                       MOVE CM-SALA
                           TO WRK-TM-SALA(WRK-TURMA-COUNT)
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
               DISPLAY 'CLSMST AUSENTE - CONFLITOS SEM TURNO'
           END-IF.

       1250-LER-CLSMST.
           READ CLASS-MASTER
               AT END MOVE 'S' TO WRK-FIM-VARREDURA
           END-READ.

      * VARREDURA DO HORARIO INTEIRO PELA CHAVE (START NA MENOR
      * CHAVE + READ NEXT). CADA HORARIO VAI PARA A TABELA DA
      * GRADE COM O TURNO DA TURMA, SOMA NA CARGA DA TURMA/
      * DISCIPLINA E REGISTRA O PROFESSOR.
       1500-CARREGAR-GRADE.
           MOVE 'N' TO WRK-FIM-VARREDURA.
           MOVE LOW-VALUES TO HR-CHAVE.
           START TIMETABLE KEY NOT < HR-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-VARREDURA
           END-START.
           IF NOT FIM-VARREDURA
               PERFORM 1550-LER-HORARIO
           END-IF.
           PERFORM UNTIL FIM-VARREDURA
               ADD 1 TO WRK-QTDE-HORARIOS
               IF WRK-GRADE-COUNT < 3000
                   ADD 1 TO WRK-GRADE-COUNT
                   MOVE HR-TURMA      TO WRK-GR-TURMA(WRK-GRADE-COUNT)
                   MOVE HR-DIA-SEMANA TO WRK-GR-DIA(WRK-GRADE-COUNT)
                   MOVE HR-AULA       TO WRK-GR-AULA(WRK-GRADE-COUNT)
                   MOVE HR-DISCIPLINA
                       TO WRK-GR-DISCIPLINA(WRK-GRADE-COUNT)
                   MOVE HR-PROFESSOR
                       TO WRK-GR-PROFESSOR(WRK-GRADE-COUNT)
                   MOVE HR-SALA       TO WRK-GR-SALA(WRK-GRADE-COUNT)
                   MOVE SPACES        TO WRK-GR-TURNO(WRK-GRADE-COUNT)
                   MOVE HR-TURMA      TO WRK-TURMA-PROCURADA
                   PERFORM 1800-BUSCAR-TURMA
                   IF ACHOU-TURMA
                       MOVE WRK-TM-TURNO(WRK-TM-IDX)
                           TO WRK-GR-TURNO(WRK-GRADE-COUNT)
                   END-IF
                   PERFORM 1600-ACUMULAR-CARGA
                   PERFORM 1700-ACUMULAR-PROFESSOR
               ELSE
                   ADD 1 TO WRK-QTDE-IGNORADOS
                   DISPLAY 'TABELA DA GRADE CHEIA, IGNORADO: '
                       HR-CHAVE
               END-IF
               PERFORM 1550-LER-HORARIO
           END-PERFORM.

       1550-LER-HORARIO.
           READ TIMETABLE NEXT
               AT END MOVE 'S' TO WRK-FIM-VARREDURA
           END-READ.

       1600-ACUMULAR-CARGA.
           MOVE ZERO TO WRK-CG-IDX.
           PERFORM VARYING WRK-CG-BUSCA FROM 1 BY 1
                   UNTIL WRK-CG-BUSCA > WRK-CARGA-COUNT
                      OR WRK-CG-IDX > ZERO
               IF WRK-CG-TURMA(WRK-CG-BUSCA) = HR-TURMA
                  AND WRK-CG-DISCIPLINA(WRK-CG-BUSCA) = HR-DISCIPLINA
                   MOVE WRK-CG-BUSCA TO WRK-CG-IDX
               END-IF
           END-PERFORM.
           IF WRK-CG-IDX = ZERO
               IF WRK-CARGA-COUNT < 750
                   ADD 1 TO WRK-CARGA-COUNT
                   MOVE WRK-CARGA-COUNT TO WRK-CG-IDX
                   MOVE HR-TURMA      TO WRK-CG-TURMA(WRK-CG-IDX)
                   MOVE HR-DISCIPLINA TO WRK-CG-DISCIPLINA(WRK-CG-IDX)
                   MOVE ZERO          TO WRK-CG-AULAS(WRK-CG-IDX)
               ELSE
                   DISPLAY 'TABELA DE CARGA CHEIA, IGNORADA: '
                       HR-TURMA ' ' HR-DISCIPLINA
               END-IF
           END-IF.
           IF WRK-CG-IDX > ZERO
               ADD 1 TO WRK-CG-AULAS(WRK-CG-IDX)
           END-IF.

       1700-ACUMULAR-PROFESSOR.
           IF HR-PROFESSOR NOT = SPACES
               MOVE 'N' TO WRK-PF-ACHOU
               PERFORM VARYING WRK-PF-BUSCA FROM 1 BY 1
                       UNTIL WRK-PF-BUSCA > WRK-PROF-COUNT
                          OR ACHOU-PROFESSOR
                   IF WRK-PF-NOME(WRK-PF-BUSCA) = HR-PROFESSOR
                       MOVE 'S' TO WRK-PF-ACHOU
                   END-IF
               END-PERFORM
               IF NOT ACHOU-PROFESSOR
                   IF WRK-PROF-COUNT < 200
                       ADD 1 TO WRK-PROF-COUNT
                       MOVE HR-PROFESSOR
                           TO WRK-PF-NOME(WRK-PROF-COUNT)
                   ELSE
                       DISPLAY 'TABELA DE PROFESSORES CHEIA: '
                           HR-PROFESSOR
                   END-IF
               END-IF
           END-IF.

      * LOCALIZA WRK-TM-IDX DA TURMA WRK-TURMA-PROCURADA.
       1800-BUSCAR-TURMA.
           MOVE 'N'  TO WRK-TM-ACHOU.
           MOVE ZERO TO WRK-TM-IDX.
           PERFORM VARYING WRK-TM-BUSCA FROM 1 BY 1
                   UNTIL WRK-TM-BUSCA > WRK-TURMA-COUNT
                      OR ACHOU-TURMA
               IF WRK-TM-TURMA(WRK-TM-BUSCA) = WRK-TURMA-PROCURADA
                   MOVE 'S' TO WRK-TM-ACHOU
                   MOVE WRK-TM-BUSCA TO WRK-TM-IDX
               END-IF
           END-PERFORM.

      * CADA PAR DE HORARIOS (I < J) NO MESMO DIA/AULA, COM O
      * MESMO PROFESSOR, EM TURMAS DIFERENTES DO MESMO TURNO (OU
      * DE TURNO DESCONHECIDO) E UM CONFLITO. TRES TURMAS NO MESMO
      * HORARIO SAEM COMO TRES PARES.
       2000-CONFLITOS-PROFESSOR.
           MOVE ZERO TO WRK-LINHA-ATUAL.
           MOVE '1 - PROFESSOR EM DUAS TURMAS NO MESMO HORARIO'
               TO WRK-LINHA-SECAO.
           PERFORM VARYING WRK-GR-I FROM 1 BY 1
                   UNTIL WRK-GR-I >= WRK-GRADE-COUNT
               IF WRK-GR-PROFESSOR(WRK-GR-I) NOT = SPACES
                   PERFORM 2100-COMPARAR-PROFESSOR
               END-IF
           END-PERFORM.
           IF WRK-QTDE-CONF-PROF = ZERO
               MOVE 'NENHUM CONFLITO DE PROFESSOR' TO WRK-LINHA-SAIDA
               PERFORM 4900-GRAVAR-LINHA
           END-IF.

       2100-COMPARAR-PROFESSOR.
           COMPUTE WRK-GR-PROXIMO = WRK-GR-I + 1.
           PERFORM VARYING WRK-GR-J FROM WRK-GR-PROXIMO BY 1
                   UNTIL WRK-GR-J > WRK-GRADE-COUNT
               IF WRK-GR-DIA(WRK-GR-J) = WRK-GR-DIA(WRK-GR-I)
                  AND WRK-GR-AULA(WRK-GR-J) = WRK-GR-AULA(WRK-GR-I)
                  AND WRK-GR-PROFESSOR(WRK-GR-J)
                      = WRK-GR-PROFESSOR(WRK-GR-I)
                  AND WRK-GR-TURMA(WRK-GR-J)
                      NOT = WRK-GR-TURMA(WRK-GR-I)
                   PERFORM 2800-CONFERIR-TURNO
               END-IF
           END-PERFORM.

       2500-CONFLITOS-SALA.
           MOVE ZERO TO WRK-LINHA-ATUAL.
           MOVE '2 - SALA OCUPADA POR DUAS TURMAS NO MESMO HORARIO'
               TO WRK-LINHA-SECAO.
           PERFORM VARYING WRK-GR-I FROM 1 BY 1
                   UNTIL WRK-GR-I >= WRK-GRADE-COUNT
               IF WRK-GR-SALA(WRK-GR-I) NOT = SPACES
                   PERFORM 2600-COMPARAR-SALA
               END-IF
           END-PERFORM.
           IF WRK-QTDE-CONF-SALA = ZERO
               MOVE 'NENHUM CONFLITO DE SALA' TO WRK-LINHA-SAIDA
               PERFORM 4900-GRAVAR-LINHA
           END-IF.

       2600-COMPARAR-SALA.
           COMPUTE WRK-GR-PROXIMO = WRK-GR-I + 1.
           PERFORM VARYING WRK-GR-J FROM WRK-GR-PROXIMO BY 1
                   UNTIL WRK-GR-J > WRK-GRADE-COUNT
               IF WRK-GR-DIA(WRK-GR-J) = WRK-GR-DIA(WRK-GR-I)
                  AND WRK-GR-AULA(WRK-GR-J) = WRK-GR-AULA(WRK-GR-I)
                  AND WRK-GR-SALA(WRK-GR-J) = WRK-GR-SALA(WRK-GR-I)
                  AND WRK-GR-TURMA(WRK-GR-J)
                      NOT = WRK-GR-TURMA(WRK-GR-I)
                   PERFORM 2800-CONFERIR-TURNO
               END-IF
           END-PERFORM.

      * O PAR SO CONFLITA SE AS DUAS TURMAS SAO DO MESMO TURNO;
      * TURNO EM BRANCO (TURMA FORA DO CLSMST) CONFLITA COM TODOS.
      * A SECAO EM CURSO (1 OU 2) DIZ O QUE CONTAR E IMPRIMIR.
       2800-CONFERIR-TURNO.
           IF WRK-GR-TURNO(WRK-GR-J) = WRK-GR-TURNO(WRK-GR-I)
                   OR WRK-GR-TURNO(WRK-GR-J) = SPACES
                   OR WRK-GR-TURNO(WRK-GR-I) = SPACES
               MOVE SPACES TO WRK-LINHA-CONFLITO
               IF WRK-LINHA-SECAO(1:1) = '1'
                   ADD 1 TO WRK-QTDE-CONF-PROF
                   MOVE 'PROFESSOR: '   TO WRK-LC-ROTULO
                   MOVE WRK-GR-PROFESSOR(WRK-GR-I) TO WRK-LC-RECURSO
                   MOVE 'SALAS '        TO WRK-LC-COMPL(1:6)
                   MOVE WRK-GR-SALA(WRK-GR-I) TO WRK-LC-COMPL(7:4)
                   MOVE '/'             TO WRK-LC-COMPL(11:1)
                   MOVE WRK-GR-SALA(WRK-GR-J) TO WRK-LC-COMPL(12:4)
               ELSE
                   ADD 1 TO WRK-QTDE-CONF-SALA
                   MOVE 'SALA: '        TO WRK-LC-ROTULO
                   MOVE WRK-GR-SALA(WRK-GR-I) TO WRK-LC-RECURSO
                   MOVE 'DISC '         TO WRK-LC-COMPL(1:5)
                   MOVE WRK-GR-DISCIPLINA(WRK-GR-I)
                       TO WRK-LC-COMPL(6:3)
                   MOVE '/'             TO WRK-LC-COMPL(9:1)
                   MOVE WRK-GR-DISCIPLINA(WRK-GR-J)
                       TO WRK-LC-COMPL(10:3)
               END-IF
               MOVE WRK-NOME-DIA(WRK-GR-DIA(WRK-GR-I)) TO WRK-LC-DIA
               MOVE WRK-GR-AULA(WRK-GR-I)  TO WRK-LC-AULA
               MOVE WRK-GR-TURMA(WRK-GR-I) TO WRK-LC-TURMA-1
               MOVE WRK-GR-TURMA(WRK-GR-J) TO WRK-LC-TURMA-2
               MOVE WRK-LINHA-CONFLITO TO WRK-LINHA-SAIDA
               PERFORM 4900-GRAVAR-LINHA
           END-IF.

      * SO OS PARES TURMA/DISCIPLINA QUE APARECEM NA GRADE SAO
      * CONFERIDOS: NAO HA CADASTRO DE QUAIS DISCIPLINAS CADA
      * TURMA CURSA, ENTAO DISCIPLINA AUSENTE DA GRADE NAO TEM
      * COMO SER APONTADA AQUI.
       3000-CONFERIR-CARGA.
           MOVE ZERO TO WRK-LINHA-ATUAL.
           MOVE '3 - AULAS NA SEMANA DIFERENTES DA CARGA SEMANAL'
               TO WRK-LINHA-SECAO.
           IF DISCM-ABERTO
               PERFORM VARYING WRK-CG-IDX FROM 1 BY 1
                       UNTIL WRK-CG-IDX > WRK-CARGA-COUNT
                   PERFORM 3100-CONFERIR-DISCIPLINA
                   IF WRK-LG-SITUACAO NOT = SPACES
                       ADD 1 TO WRK-QTDE-CARGA-DIV
                       MOVE WRK-LINHA-CARGA TO WRK-LINHA-SAIDA
                       PERFORM 4900-GRAVAR-LINHA
                   END-IF
               END-PERFORM
               IF WRK-QTDE-CARGA-DIV = ZERO
                   MOVE 'NENHUMA DIVERGENCIA DE CARGA'
                       TO WRK-LINHA-SAIDA
                   PERFORM 4900-GRAVAR-LINHA
               END-IF
           ELSE
               MOVE 'DISCMST AUSENTE - CARGA NAO CONFERIDA'
                   TO WRK-LINHA-SAIDA
               PERFORM 4900-GRAVAR-LINHA
           END-IF.

      * MONTA A LINHA DA TURMA/DISCIPLINA WRK-CG-IDX COM O NOME,
      * O PROFESSOR E A CARGA DO DISCMST; SITUACAO EM BRANCO
      * QUANDO AS AULAS DA GRADE BATEM COM A CARGA.
       3100-CONFERIR-DISCIPLINA.
           MOVE SPACES TO WRK-LINHA-CARGA.
           MOVE WRK-CG-TURMA(WRK-CG-IDX)      TO WRK-LG-TURMA.
           MOVE WRK-CG-DISCIPLINA(WRK-CG-IDX) TO WRK-LG-DISCIPLINA.
           MOVE WRK-CG-AULAS(WRK-CG-IDX)      TO WRK-LG-AULAS.
           MOVE ZERO TO WRK-LG-CARGA.
           MOVE 'N' TO WRK-ACHOU-DISC.
           IF DISCM-ABERTO
               MOVE WRK-CG-DISCIPLINA(WRK-CG-IDX) TO DM-CODIGO
               READ DISCIPLINE-MASTER
                   INVALID KEY
                       MOVE 'NAO CADASTRADA' TO WRK-LG-NOME
                       MOVE 'SEM CARGA'      TO WRK-LG-SITUACAO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-DISC
                       MOVE DM-NOME          TO WRK-LG-NOME
                       MOVE DM-PROFESSOR     TO WRK-LG-PROFESSOR
                       MOVE DM-CARGA-SEMANAL TO WRK-LG-CARGA
               END-READ
           END-IF.
           IF ACHOU-DISC
               IF WRK-CG-AULAS(WRK-CG-IDX) > DM-CARGA-SEMANAL
                   MOVE 'ACIMA'  TO WRK-LG-SITUACAO
               END-IF
               IF WRK-CG-AULAS(WRK-CG-IDX) < DM-CARGA-SEMANAL
                   MOVE 'ABAIXO' TO WRK-LG-SITUACAO
               END-IF
           END-IF.

      * UMA PAGINA POR TURMA: O QUADRO AULA X DIA DA SEMANA COM A
      * DISCIPLINA E A SALA DE CADA HORARIO, E A LEGENDA DAS
      * DISCIPLINAS DA TURMA COM AULAS NA GRADE E CARGA.
       4000-IMPRIMIR-TURMAS.
           MOVE 1 TO WRK-GR-I.
           PERFORM UNTIL WRK-GR-I > WRK-GRADE-COUNT
               MOVE WRK-GR-TURMA(WRK-GR-I) TO WRK-TURMA-ATUAL
               ADD 1 TO WRK-QTDE-TURMAS
               PERFORM 4100-IMPRIMIR-GRADE-TURMA
               PERFORM 4200-IMPRIMIR-LEGENDA
           END-PERFORM.

      * MONTA O QUADRO COM OS HORARIOS DA TURMA ATUAL (CONTIGUOS
      * NA TABELA, QUE ESTA NA ORDEM DA CHAVE) E DEIXA WRK-GR-I
      * NO PRIMEIRO HORARIO DA TURMA SEGUINTE.
       4100-IMPRIMIR-GRADE-TURMA.
           MOVE SPACES TO WRK-QUADRO.
           PERFORM UNTIL WRK-GR-I > WRK-GRADE-COUNT
                      OR WRK-GR-TURMA(WRK-GR-I) NOT = WRK-TURMA-ATUAL
               MOVE WRK-GR-AULA(WRK-GR-I) TO WRK-QD-LINHA
               MOVE WRK-GR-DIA(WRK-GR-I)  TO WRK-QD-COLUNA
               IF WRK-QD-LINHA >= 1 AND WRK-QD-LINHA <= 10
                  AND WRK-QD-COLUNA >= 1 AND WRK-QD-COLUNA <= 6
                   MOVE WRK-GR-DISCIPLINA(WRK-GR-I)
                     TO WRK-QD-DISCIPLINA(WRK-QD-LINHA, WRK-QD-COLUNA)
                   MOVE WRK-GR-SALA(WRK-GR-I)
                     TO WRK-QD-SALA(WRK-QD-LINHA, WRK-QD-COLUNA)
               END-IF
               ADD 1 TO WRK-GR-I
           END-PERFORM.
           MOVE ZERO TO WRK-LINHA-ATUAL.
           MOVE SPACES TO WRK-LINHA-SECAO.
           MOVE WRK-TURMA-ATUAL TO WRK-TURMA-PROCURADA.
           PERFORM 1800-BUSCAR-TURMA.
           IF ACHOU-TURMA
               STRING '4 - GRADE DA TURMA ' WRK-TURMA-ATUAL
                      '  TURNO: ' WRK-TM-TURNO(WRK-TM-IDX)
                      '  SALA: ' WRK-TM-SALA(WRK-TM-IDX)
                      '  REGENTE: ' WRK-TM-PROFESSOR(WRK-TM-IDX)
                   DELIMITED BY SIZE INTO WRK-LINHA-SECAO
               END-STRING
           ELSE
               STRING '4 - GRADE DA TURMA ' WRK-TURMA-ATUAL
                      '  (TURMA FORA DO CLSMST)'
                   DELIMITED BY SIZE INTO WRK-LINHA-SECAO
               END-STRING
           END-IF.
           PERFORM VARYING WRK-QD-COLUNA FROM 1 BY 1
                   UNTIL WRK-QD-COLUNA > 6
               MOVE WRK-NOME-DIA(WRK-QD-COLUNA)
                   TO WRK-TQ-DIA(WRK-QD-COLUNA)
           END-PERFORM.
           MOVE WRK-LINHA-TITULO-QUADRO TO WRK-LINHA-SAIDA.
           PERFORM 4900-GRAVAR-LINHA.
      * SO SAEM AS LINHAS DE AULA COM ALGUM HORARIO NA SEMANA,
      * PARA A TURMA DE 5 AULAS NAO IMPRIMIR 5 LINHAS VAZIAS.
           PERFORM VARYING WRK-QD-LINHA FROM 1 BY 1
                   UNTIL WRK-QD-LINHA > 10
               MOVE ZERO TO WRK-QD-OCUPADAS
               MOVE SPACES TO WRK-LINHA-QUADRO
               MOVE WRK-QD-LINHA TO WRK-LQ-AULA
               PERFORM VARYING WRK-QD-COLUNA FROM 1 BY 1
                       UNTIL WRK-QD-COLUNA > 6
                   IF WRK-QD-DISCIPLINA(WRK-QD-LINHA, WRK-QD-COLUNA)
                           NOT = SPACES
                       ADD 1 TO WRK-QD-OCUPADAS
                       MOVE WRK-QD-DISCIPLINA(WRK-QD-LINHA,
                                              WRK-QD-COLUNA)
                           TO WRK-LQ-DISCIPLINA(WRK-QD-COLUNA)
                       MOVE WRK-QD-SALA(WRK-QD-LINHA, WRK-QD-COLUNA)
                           TO WRK-LQ-SALA(WRK-QD-COLUNA)
                   END-IF
               END-PERFORM
               IF WRK-QD-OCUPADAS > ZERO
                   MOVE WRK-LINHA-QUADRO TO WRK-LINHA-SAIDA
                   PERFORM 4900-GRAVAR-LINHA
               END-IF
           END-PERFORM.

       4200-IMPRIMIR-LEGENDA.
           MOVE SPACES TO WRK-LINHA-SAIDA.
           PERFORM 4900-GRAVAR-LINHA.
           MOVE 'DISCIPLINAS DA TURMA' TO WRK-LINHA-SAIDA.
           PERFORM 4900-GRAVAR-LINHA.
           PERFORM VARYING WRK-CG-IDX FROM 1 BY 1
                   UNTIL WRK-CG-IDX > WRK-CARGA-COUNT
               IF WRK-CG-TURMA(WRK-CG-IDX) = WRK-TURMA-ATUAL
                   PERFORM 3100-CONFERIR-DISCIPLINA
                   MOVE WRK-LINHA-CARGA TO WRK-LINHA-SAIDA
                   PERFORM 4900-GRAVAR-LINHA
               END-IF
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
           MOVE WRK-CABECALHO TO VALID-REPORT-LINE.
           WRITE VALID-REPORT-LINE.
           MOVE WRK-LINHA-SECAO TO VALID-REPORT-LINE.
           WRITE VALID-REPORT-LINE.
           MOVE SPACES TO VALID-REPORT-LINE.
           WRITE VALID-REPORT-LINE.

       4900-GRAVAR-LINHA.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-SAIDA TO VALID-REPORT-LINE.
           WRITE VALID-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.

      * UMA PAGINA POR PROFESSOR COM OS HORARIOS DA SEMANA NA
      * ORDEM DIA/AULA E O TOTAL DE AULAS SEMANAIS.
       5000-IMPRIMIR-PROFESSORES.
           PERFORM VARYING WRK-PF-IDX FROM 1 BY 1
                   UNTIL WRK-PF-IDX > WRK-PROF-COUNT
               PERFORM 5100-IMPRIMIR-CARGA-PROFESSOR
           END-PERFORM.

       5100-IMPRIMIR-CARGA-PROFESSOR.
           MOVE ZERO TO WRK-LINHA-ATUAL WRK-TOTAL-AULAS.
           MOVE SPACES TO WRK-LINHA-SECAO.
           STRING '5 - CARGA HORARIA DO PROFESSOR '
                  WRK-PF-NOME(WRK-PF-IDX)
               DELIMITED BY SIZE INTO WRK-LINHA-SECAO
           END-STRING.
           PERFORM VARYING WRK-QD-COLUNA FROM 1 BY 1
                   UNTIL WRK-QD-COLUNA > 6
               PERFORM VARYING WRK-QD-LINHA FROM 1 BY 1
                       UNTIL WRK-QD-LINHA > 10
                   PERFORM 5200-LISTAR-HORARIO-PROFESSOR
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-TOTAL.
           MOVE 'TOTAL DE AULAS SEMANAIS' TO WRK-TL-DESCRICAO.
           MOVE WRK-TOTAL-AULAS TO WRK-TL-QTDE.
           MOVE WRK-LINHA-TOTAL TO WRK-LINHA-SAIDA.
           PERFORM 4900-GRAVAR-LINHA.

      * TODOS OS HORARIOS DO PROFESSOR NO DIA/AULA DA VEZ (MAIS DE
      * UM E CONFLITO, JA APONTADO NA SECAO 1, OU TURNOS DIFERENTES).
       5200-LISTAR-HORARIO-PROFESSOR.
           PERFORM VARYING WRK-GR-I FROM 1 BY 1
                   UNTIL WRK-GR-I > WRK-GRADE-COUNT
               IF WRK-GR-DIA(WRK-GR-I) = WRK-QD-COLUNA
                  AND WRK-GR-AULA(WRK-GR-I) = WRK-QD-LINHA
                  AND WRK-GR-PROFESSOR(WRK-GR-I)
                      = WRK-PF-NOME(WRK-PF-IDX)
                   ADD 1 TO WRK-TOTAL-AULAS
                   MOVE WRK-NOME-DIA(WRK-QD-COLUNA) TO WRK-HP-DIA
                   MOVE WRK-GR-AULA(WRK-GR-I)       TO WRK-HP-AULA
                   MOVE WRK-GR-TURMA(WRK-GR-I)      TO WRK-HP-TURMA
                   MOVE WRK-GR-DISCIPLINA(WRK-GR-I)
                       TO WRK-HP-DISCIPLINA
                   MOVE WRK-GR-SALA(WRK-GR-I)       TO WRK-HP-SALA
                   MOVE WRK-LINHA-HORARIO-PROF TO WRK-LINHA-SAIDA
                   PERFORM 4900-GRAVAR-LINHA
               END-IF
           END-PERFORM.

       6000-IMPRIMIR-TOTAIS.
           MOVE ZERO TO WRK-LINHA-ATUAL.
           MOVE 'RESUMO DA CONFERENCIA' TO WRK-LINHA-SECAO.
           MOVE 'HORARIOS LIDOS' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-HORARIOS TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.
           MOVE 'HORARIOS FORA DA TABELA (NAO CONFERIDOS)'
               TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-IGNORADOS TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.
           MOVE 'TURMAS NA GRADE' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-TURMAS TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.
           MOVE 'PROFESSORES NA GRADE' TO WRK-TL-DESCRICAO.
           MOVE WRK-PROF-COUNT TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.
           MOVE 'CONFLITOS DE PROFESSOR' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-CONF-PROF TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.
           MOVE 'CONFLITOS DE SALA' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-CONF-SALA TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.
           MOVE 'TURMA/DISCIPLINA COM CARGA DIVERGENTE'
               TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-CARGA-DIV TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.

       6100-GRAVAR-TOTAL.
           MOVE WRK-LINHA-TOTAL TO WRK-LINHA-SAIDA.
           PERFORM 4900-GRAVAR-LINHA.
           DISPLAY WRK-LINHA-TOTAL.

       9000-FECHAR-ARQUIVOS.
           IF HORAR-ABERTO
               CLOSE TIMETABLE
               CLOSE VALID-REPORT
               IF WRK-HORVAL-STATUS = '00'
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
           END-IF.
           IF DISCM-ABERTO
               CLOSE DISCIPLINE-MASTER
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT VALID-REPORT.
           IF WRK-HORVAL-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-HORVAL-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE VALID-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ VALID-REPORT INTO WRK-ARQ-LINHA
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
