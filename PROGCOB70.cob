       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB70.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 01/10/2026
      * OBJETIVO: EXPORTACAO DO CENSO ESCOLAR (EDUCACENSO), NO
      * LUGAR DAS SEMANAS DE DIGITACAO DA SECRETARIA. O OPERADOR
      * ESCOLHE A ETAPA:
      *   V = SO A VALIDACAO, DOS ALUNOS ATIVOS HOJE;
      *   1 = MATRICULA INICIAL: ALUNOS MATRICULADOS NA DATA DE
      *       REFERENCIA DO CENSO, COM TURMA E TURNO (CLSMST), NO
      *       ARQUIVO CENSMAT;
      *   2 = SITUACAO DO ALUNO: DEPOIS DO FECHAMENTO (PROGCOB39/
      *       PROGCOB53) E DA VIRADA (PROGCOB40), O RENDIMENTO DE
      *       CADA ALUNO DO ANO LETIVO (APROVADO/REPROVADO, DO
      *       HISTORICO ACADHIST COM AS APROVACOES DO CONSELHO) OU
      *       O MOVIMENTO (TRANSFERIDO/DEIXOU DE FREQUENTAR, DO
      *       STUDENT-MASTER), NO ARQUIVO CENSSIT.
      * TODA EXECUCAO IMPRIME ANTES O RELATORIO DE VALIDACAO
      * (CENRPT) COM OS ALUNOS DE DADO DO CENSO AUSENTE OU
      * INCONSISTENTE. ALUNO COM ERRO NAO E EXPORTADO: A
      * SECRETARIA CORRIGE PELO STMTRAN/PROGCOB22 E RODA DE NOVO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT CLASS-MASTER ASSIGN TO 'CLSMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLSMST-STATUS.

           SELECT ACADEMIC-HISTORY ASSIGN TO 'ACADHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HE-CHAVE
               FILE STATUS IS WRK-ACADH-STATUS.

           SELECT COUNCIL-DECISION ASSIGN TO 'CONSELH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONSELH-STATUS.

           SELECT CENSO-MATRICULA ASSIGN TO 'CENSMAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CENSMAT-STATUS.

           SELECT CENSO-SITUACAO ASSIGN TO 'CENSSIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CENSSIT-STATUS.

           SELECT CENSO-REPORT ASSIGN TO 'CENRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CENRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  CLASS-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPCLSMS.

       FD  ACADEMIC-HISTORY
           LABEL RECORD IS STANDARD.
       COPY CPHISTE.

       FD  COUNCIL-DECISION
           LABEL RECORD IS STANDARD.
       COPY CPCONSE.

       FD  CENSO-MATRICULA
           LABEL RECORD IS STANDARD.
       COPY CPCENMT.

       FD  CENSO-SITUACAO
           LABEL RECORD IS STANDARD.
       COPY CPCENSI.

       FD  CENSO-REPORT
           LABEL RECORD IS STANDARD.
       01  CENSO-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CLSMST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ACADH-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CONSELH-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CENSMAT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CENSSIT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CENRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-FIM-HISTORICO  PIC X(01) VALUE 'N'.
           88 FIM-HISTORICO  VALUE 'S'.
       77 WRK-ARQUIVOS-ABERTOS PIC X(01) VALUE 'N'.
           88 ARQUIVOS-ABERTOS VALUE 'S'.

      * ETAPA PEDIDA: V = SO VALIDACAO, 1 = MATRICULA INICIAL,
      * 2 = SITUACAO DO ALUNO.
       77 WRK-ETAPA          PIC X(01) VALUE SPACE.
           88 ETAPA-VALIDA   VALUE 'V' '1' '2'.
           88 ETAPA-VALIDACAO VALUE 'V'.
           88 ETAPA-MATRICULA VALUE '1'.
           88 ETAPA-SITUACAO VALUE '2'.

      * DATA DE REFERENCIA DO CENSO (ETAPA 1; NA V E A DATA DE
      * HOJE) E ANO LETIVO DA SITUACAO (ETAPA 2).
       01 WRK-DATA-REF.
           05 WRK-DR-ANO PIC 9(04).
           05 WRK-DR-MES PIC 9(02).
           05 WRK-DR-DIA PIC 9(02).
       01 WRK-DATA-REF-NUM REDEFINES WRK-DATA-REF PIC 9(08).
       77 WRK-DATA-REF-OK    PIC X(01) VALUE 'N'.
           88 DATA-REF-OK    VALUE 'S'.
       77 WRK-ANO-LETIVO     PIC 9(04) VALUE ZERO.
       77 WRK-ANO-CENSO      PIC 9(04) VALUE ZERO.

      * DATA DA SITUACAO DA MATRICULA E DE NASCIMENTO DO ALUNO
      * LIDO, DESMEMBRADAS.
       01 WRK-DATA-STATUS.
           05 WRK-DS-ANO PIC 9(04).
           05 WRK-DS-MES PIC 9(02).
           05 WRK-DS-DIA PIC 9(02).
       01 WRK-DATA-STATUS-NUM REDEFINES WRK-DATA-STATUS PIC 9(08).
       01 WRK-DATA-NASC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NASC-NUM REDEFINES WRK-DATA-NASC PIC 9(08).
       77 WRK-IDADE          PIC S9(04) VALUE ZERO.
       77 WRK-SERIE          PIC 9(01) VALUE ZERO.
       77 WRK-IDADE-MINIMA   PIC 9(02) VALUE ZERO.

      * SITUACAO DO ALUNO LIDO NA ETAPA CORRENTE.
       77 WRK-INCLUIR        PIC X(01) VALUE 'N'.
           88 INCLUIR-ALUNO  VALUE 'S'.
       77 WRK-ALUNO-ATIVO    PIC X(01) VALUE 'N'.
           88 ALUNO-ATIVO    VALUE 'S'.
       77 WRK-COM-ERRO       PIC X(01) VALUE 'N'.
           88 ALUNO-COM-ERRO VALUE 'S'.
       77 WRK-TURMA-ALUNO    PIC X(04) VALUE SPACES.
       77 WRK-SITUACAO       PIC X(01) VALUE SPACE.
      * P = RECUPERACAO NAO RESOLVIDA, S = SEM RESULTADO NO ANO
      * (SO NA ETAPA 2, NUNCA EXPORTADOS).
       77 WRK-CONCLUINTE     PIC X(01) VALUE 'N'.
       77 WRK-APROV-CONSELHO PIC X(01) VALUE 'N'.
       77 WRK-DATA-MOVIMENTO PIC 9(08) VALUE ZERO.
       77 WRK-HE-QTDE-DISC   PIC 9(03) VALUE ZERO.
       77 WRK-HE-QTDE-RETEM  PIC 9(03) VALUE ZERO.
       77 WRK-HE-QTDE-PEND   PIC 9(03) VALUE ZERO.
       77 WRK-HE-QTDE-CONSEL PIC 9(03) VALUE ZERO.

      * PROBLEMA ENCONTRADO NA VALIDACAO DO ALUNO.
       77 WRK-TIPO-PROBLEMA  PIC X(05) VALUE SPACES.
       77 WRK-PROBLEMA       PIC X(40) VALUE SPACES.

      * TURMAS DO CLSMST, PARA O TURNO E PARA APONTAR ALUNO EM
      * TURMA QUE NAO EXISTE NO ANO.
       01 WRK-TURMA-TABLE.
           05 WRK-TM-ENTRY OCCURS 50 TIMES.
               10 WRK-TM-TURMA       PIC X(04).
               10 WRK-TM-TURNO       PIC X(01).
       77 WRK-TURMA-COUNT    PIC 9(02) VALUE ZERO.
       77 WRK-TM-IDX         PIC 9(02) VALUE ZERO.
       77 WRK-TM-BUSCA       PIC 9(02) VALUE ZERO.
       77 WRK-TM-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-TURMA    VALUE 'S'.

      * ID INEP JA VISTOS NA EXECUCAO: O MESMO ID EM DOIS ALUNOS
      * E CADASTRO TROCADO E O INEP RECUSA O ARQUIVO INTEIRO.
       01 WRK-ID-TABLE.
           05 WRK-ID-ENTRY OCCURS 2000 TIMES.
               10 WRK-ID-INEP        PIC 9(12).
               10 WRK-ID-MATRICULA   PIC 9(06).
       77 WRK-ID-COUNT       PIC 9(04) VALUE ZERO.
       77 WRK-ID-BUSCA       PIC 9(04) VALUE ZERO.
       77 WRK-ID-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-ID       VALUE 'S'.
       77 WRK-ID-CHEIA       PIC X(01) VALUE 'N'.
           88 TABELA-ID-CHEIA VALUE 'S'.
       77 WRK-MATRICULA-EDIT PIC 9(06) VALUE ZERO.

      * APROVACOES DO CONSELHO FINAL DO ANO LETIVO (ETAPA 2), COM
      * A MESMA REGRA DO PROGCOB40: DECISAO A COBRE REPROVADO OU
      * RECUPERACAO DA DISCIPLINA (OU DE TODAS, DISCIPLINA EM
      * BRANCO), NUNCA REPR-FALTA, E UMA DECISAO M POSTERIOR DO
      * MESMO ALUNO CANCELA AS A ANTERIORES.
       01 WRK-CONSELHO-TABLE.
           05 WRK-CS-ENTRY OCCURS 100 TIMES.
               10 WRK-CS-MATRICULA   PIC 9(06).
               10 WRK-CS-DISCIPLINA  PIC X(03).
               10 WRK-CS-CANCELADA   PIC X(01).
       77 WRK-CONSELHO-COUNT PIC 9(03) VALUE ZERO.
       77 WRK-CS-IDX         PIC 9(03) VALUE ZERO.
       77 WRK-CONSELHO-ABONA PIC X(01) VALUE 'N'.
           88 CONSELHO-ABONA VALUE 'S'.

       77 WRK-QTDE-ANALISADOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-COM-ERRO   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-AVISOS     PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-EXPORTADOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-APROVADOS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-REPROVADOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-TRANSFERIDOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-DESISTENTES PIC 9(06) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB70'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'CENRPT'.
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
      * RELATORIOS.
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
               'CENSO ESCOLAR'.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 WRK-C-PAGINA    PIC ZZ9.

       01 WRK-LINHA-ETAPA.
           05 FILLER          PIC X(07) VALUE 'ETAPA: '.
           05 WRK-LE-ETAPA    PIC X(30).
           05 WRK-LE-ROTULO   PIC X(18).
           05 WRK-LE-DATA     PIC X(10).

       01 WRK-LINHA-COLUNAS.
           05 FILLER          PIC X(40) VALUE
               'MATRIC  ALUNO                           '.
           05 FILLER          PIC X(40) VALUE
               'TURMA  TIPO   PROBLEMA'.

       01 WRK-DETALHE.
           05 WRK-D-MATRICULA PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-D-NOME      PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-D-TURMA     PIC X(04).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-D-TIPO      PIC X(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-D-PROBLEMA  PIC X(40).

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
           MOVE 'N'  TO WRK-FIM-ARQUIVO WRK-ARQUIVOS-ABERTOS
                        WRK-ID-CHEIA.
           MOVE ZERO TO WRK-TURMA-COUNT WRK-ID-COUNT
                        WRK-CONSELHO-COUNT
                        WRK-QTDE-ANALISADOS WRK-QTDE-COM-ERRO
                        WRK-QTDE-AVISOS WRK-QTDE-EXPORTADOS
                        WRK-QTDE-APROVADOS WRK-QTDE-REPROVADOS
                        WRK-QTDE-TRANSFERIDOS WRK-QTDE-DESISTENTES
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1000-LER-OPCOES.
           PERFORM 1100-ABRIR-ARQUIVOS.
           IF ARQUIVOS-ABERTOS
               PERFORM 1600-CARREGAR-TURMAS
               IF ETAPA-SITUACAO
                   PERFORM 1700-CARREGAR-CONSELHO
               END-IF
               PERFORM 2000-VARRER-MESTRE
               PERFORM 6000-IMPRIMIR-TOTAIS
      * ALUNO DEIXADO DE FORA POR ERRO DE CADASTRO E AVISO (RC 4):
      * O ARQUIVO SAIU, MAS INCOMPLETO ATE A CORRECAO.
               IF WRK-QTDE-COM-ERRO > ZERO OR TABELA-ID-CHEIA
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM 9000-FECHAR-ARQUIVOS
           END-IF.
           GOBACK.

       1000-LER-OPCOES.
           MOVE SPACE TO WRK-ETAPA.
           PERFORM UNTIL ETAPA-VALIDA
               DISPLAY 'ETAPA (V = SO VALIDACAO, 1 = MATRICULA '
                       'INICIAL, 2 = SITUACAO DO ALUNO): '
                ACCEPT WRK-ETAPA FROM CONSOLE
               IF NOT ETAPA-VALIDA
                   DISPLAY 'OPCAO INVALIDA, DIGITE V, 1 OU 2'
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN ETAPA-VALIDACAO
                   MOVE WRK-DATA-EXEC TO WRK-DATA-REF
                   MOVE WRK-DR-ANO    TO WRK-ANO-CENSO
               WHEN ETAPA-MATRICULA
                   PERFORM 1050-LER-DATA-REFERENCIA
                   MOVE WRK-DR-ANO    TO WRK-ANO-CENSO
               WHEN ETAPA-SITUACAO
                   PERFORM 1070-LER-ANO-LETIVO
           END-EVALUATE.

      * A DATA DE REFERENCIA E FIXADA PELO INEP A CADA ANO; O
      * ALUNO CONTA SE ESTAVA MATRICULADO NELA.
       1050-LER-DATA-REFERENCIA.
           MOVE 'N' TO WRK-DATA-REF-OK.
           PERFORM UNTIL DATA-REF-OK
               DISPLAY 'DATA DE REFERENCIA DO CENSO (AAAAMMDD): '
                ACCEPT WRK-DATA-REF FROM CONSOLE
               IF WRK-DATA-REF NUMERIC
                       AND WRK-DR-ANO > 1999
                       AND WRK-DR-MES >= 1 AND WRK-DR-MES <= 12
                       AND WRK-DR-DIA >= 1 AND WRK-DR-DIA <= 31
                   MOVE 'S' TO WRK-DATA-REF-OK
               ELSE
                   DISPLAY 'DATA INVALIDA'
               END-IF
           END-PERFORM.

       1070-LER-ANO-LETIVO.
           MOVE ZERO TO WRK-ANO-LETIVO.
           PERFORM UNTIL WRK-ANO-LETIVO > 1999
               DISPLAY 'ANO LETIVO DA SITUACAO DO ALUNO (AAAA): '
                ACCEPT WRK-ANO-LETIVO FROM CONSOLE
               IF WRK-ANO-LETIVO NOT > 1999
                   DISPLAY 'ANO INVALIDO'
               END-IF
           END-PERFORM.
           MOVE WRK-ANO-LETIVO TO WRK-ANO-CENSO.
      * DATA DE REFERENCIA DA IDADE NA ETAPA 2: FIM DO ANO LETIVO.
           MOVE WRK-ANO-LETIVO TO WRK-DR-ANO.
           MOVE 12 TO WRK-DR-MES.
           MOVE 31 TO WRK-DR-DIA.

      * SEM O STUDENT-MASTER NAO HA O QUE EXPORTAR, E NA ETAPA 2
      * SEM O ACADHIST NAO HA RENDIMENTO (RC 12). CLSMST E
      * CONSELH SAO OPCIONAIS: SEM O CLSMST TODO ALUNO SAI COM
      * TURMA FORA DO CADASTRO NA ETAPA 1.
       1100-ABRIR-ARQUIVOS.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-STMST-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR STUDMST: ' WRK-STMST-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               IF ETAPA-SITUACAO
                   OPEN INPUT ACADEMIC-HISTORY
                   IF WRK-ACADH-STATUS = '00'
                       MOVE 'S' TO WRK-ARQUIVOS-ABERTOS
                   ELSE
                       DISPLAY 'ARQUIVO ACADHIST NAO ENCONTRADO - '
                               'RODE O PROGCOB53 ANTES'
                       CLOSE STUDENT-MASTER
                       MOVE 12 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 'S' TO WRK-ARQUIVOS-ABERTOS
               END-IF
           END-IF.
           IF ARQUIVOS-ABERTOS
               OPEN OUTPUT CENSO-REPORT
               IF ETAPA-MATRICULA
                   OPEN OUTPUT CENSO-MATRICULA
               END-IF
               IF ETAPA-SITUACAO
                   OPEN OUTPUT CENSO-SITUACAO
               END-IF
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
                   ELSE
                       DISPLAY 'TABELA DE TURMAS CHEIA, IGNORADA: '
                           CM-TURMA
                   END-IF
                   PERFORM 1650-LER-CLSMST
               END-PERFORM
               CLOSE CLASS-MASTER
           ELSE
               DISPLAY 'CLSMST AUSENTE - SEM TURNO DAS TURMAS'
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1650-LER-CLSMST.
           READ CLASS-MASTER
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * DECISOES DO CONSELHO FINAL DO ANO LETIVO PEDIDO.
       1700-CARREGAR-CONSELHO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT COUNCIL-DECISION.
           IF WRK-CONSELH-STATUS = '00'
               PERFORM 1750-LER-CONSELH
               PERFORM UNTIL FIM-ARQUIVO
                   IF CD-ANO-LETIVO = WRK-ANO-LETIVO
                           AND CD-BIMESTRE = ZERO
                       IF CD-APROVADO-CONSELHO
                           PERFORM 1760-GUARDAR-DECISAO
                       END-IF
                       IF CD-RESULTADO-MANTIDO
                           PERFORM 1770-CANCELAR-DECISAO
                       END-IF
                   END-IF
                   PERFORM 1750-LER-CONSELH
               END-PERFORM
               CLOSE COUNCIL-DECISION
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1750-LER-CONSELH.
           READ COUNCIL-DECISION
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       1760-GUARDAR-DECISAO.
           IF WRK-CONSELHO-COUNT < 100
               ADD 1 TO WRK-CONSELHO-COUNT
               MOVE CD-MATRICULA
                   TO WRK-CS-MATRICULA(WRK-CONSELHO-COUNT)
               MOVE CD-DISCIPLINA
                   TO WRK-CS-DISCIPLINA(WRK-CONSELHO-COUNT)
               MOVE 'N' TO WRK-CS-CANCELADA(WRK-CONSELHO-COUNT)
           ELSE
               DISPLAY 'TABELA DE DECISOES DO CONSELHO CHEIA, '
                       'IGNORADA: ' CD-NUMERO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1770-CANCELAR-DECISAO.
           PERFORM VARYING WRK-CS-IDX FROM 1 BY 1
                   UNTIL WRK-CS-IDX > WRK-CONSELHO-COUNT
               IF WRK-CS-MATRICULA(WRK-CS-IDX) = CD-MATRICULA
                  AND (CD-DISCIPLINA = SPACES
                       OR CD-DISCIPLINA
                           = WRK-CS-DISCIPLINA(WRK-CS-IDX))
                   MOVE 'S' TO WRK-CS-CANCELADA(WRK-CS-IDX)
               END-IF
           END-PERFORM.

      * VARRE O MESTRE INTEIRO (START + READ NEXT); CADA ETAPA
      * DECIDE QUEM ENTRA, E TODO ALUNO QUE ENTRA E VALIDADO
      * ANTES DE SER EXPORTADO.
       2000-VARRER-MESTRE.
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
                       PERFORM 2100-PROCESSAR-ALUNO
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       2100-PROCESSAR-ALUNO.
           MOVE 'N' TO WRK-INCLUIR WRK-COM-ERRO.
           MOVE SM-TURMA TO WRK-TURMA-ALUNO.
           IF ETAPA-SITUACAO
               PERFORM 2300-APURAR-SITUACAO
           ELSE
               PERFORM 2200-SELECIONAR-MATRICULA
           END-IF.
           IF INCLUIR-ALUNO
               ADD 1 TO WRK-QTDE-ANALISADOS
               PERFORM 3000-VALIDAR-ALUNO
               IF ALUNO-COM-ERRO
                   ADD 1 TO WRK-QTDE-COM-ERRO
               ELSE
                   IF ETAPA-MATRICULA
                       PERFORM 4000-GRAVAR-MATRICULA
                   END-IF
                   IF ETAPA-SITUACAO
                       PERFORM 4100-GRAVAR-SITUACAO
                   END-IF
               END-IF
           END-IF.

      * MATRICULADO NA DATA DE REFERENCIA: ATIVO QUE ENTROU ATE
      * ELA, OU QUE SAIU (T/D/C) DEPOIS DELA - A SITUACAO VALE A
      * PARTIR DE SM-DATA-STATUS, A MESMA REGRA DAS CHAMADAS.
       2200-SELECIONAR-MATRICULA.
           MOVE ZERO TO WRK-DATA-STATUS-NUM.
           IF SM-DATA-STATUS NUMERIC
               MOVE SM-DATA-STATUS TO WRK-DATA-STATUS-NUM
           END-IF.
           IF SM-STATUS = SPACE OR SM-STATUS = 'A'
               IF WRK-DATA-STATUS-NUM NOT > WRK-DATA-REF-NUM
                   MOVE 'S' TO WRK-INCLUIR
               END-IF
           ELSE
               IF WRK-DATA-STATUS-NUM > WRK-DATA-REF-NUM
                   MOVE 'S' TO WRK-INCLUIR
               END-IF
           END-IF.

      * SITUACAO DO ALUNO NO ANO LETIVO: QUEM FOI TRANSFERIDO OU
      * DESISTIU DENTRO DO ANO SAI COM O MOVIMENTO; OS DEMAIS COM
      * O RENDIMENTO DO HISTORICO DAQUELE ANO. ALUNO QUE ESTAVA
      * MATRICULADO NO ANO E NAO TEM HISTORICO ENTRA PARA SER
      * APONTADO NA VALIDACAO.
       2300-APURAR-SITUACAO.
           MOVE SPACE TO WRK-SITUACAO.
           MOVE 'N'   TO WRK-CONCLUINTE WRK-APROV-CONSELHO.
           MOVE ZERO  TO WRK-DATA-MOVIMENTO WRK-DATA-STATUS-NUM.
           IF SM-DATA-STATUS NUMERIC
               MOVE SM-DATA-STATUS TO WRK-DATA-STATUS-NUM
           END-IF.
           IF (SM-STATUS = 'T' OR SM-STATUS = 'D')
                   AND WRK-DS-ANO = WRK-ANO-LETIVO
               MOVE 'S'       TO WRK-INCLUIR
               MOVE SM-STATUS TO WRK-SITUACAO
               MOVE SM-DATA-STATUS TO WRK-DATA-MOVIMENTO
           ELSE
               PERFORM 2400-LER-HISTORICO-ANO
               IF WRK-HE-QTDE-DISC > ZERO
                   MOVE 'S' TO WRK-INCLUIR
                   EVALUATE TRUE
                       WHEN WRK-HE-QTDE-RETEM > ZERO
                           MOVE 'R' TO WRK-SITUACAO
                       WHEN WRK-HE-QTDE-PEND > ZERO
                           MOVE 'P' TO WRK-SITUACAO
                       WHEN OTHER
                           MOVE 'A' TO WRK-SITUACAO
                           IF WRK-TURMA-ALUNO(1:1) = '9'
                               MOVE 'S' TO WRK-CONCLUINTE
                           END-IF
                           IF WRK-HE-QTDE-CONSEL > ZERO
                               MOVE 'S' TO WRK-APROV-CONSELHO
                           END-IF
                   END-EVALUATE
               ELSE
                   IF ((SM-STATUS = SPACE OR SM-STATUS = 'A')
                           AND WRK-DS-ANO NOT > WRK-ANO-LETIVO)
                       OR (SM-STATUS NOT = SPACE
                           AND SM-STATUS NOT = 'A'
                           AND WRK-DS-ANO > WRK-ANO-LETIVO)
                       MOVE 'S' TO WRK-INCLUIR
                       MOVE 'S' TO WRK-SITUACAO
                   END-IF
               END-IF
           END-IF.

      * DISCIPLINAS DO ALUNO NO ANO (CHAVE MATRICULA + ANO +
      * DISCIPLINA): A TURMA VEM DO HISTORICO, QUE E COMO ELA ERA
      * NAQUELE ANO - DEPOIS DA VIRADA O MESTRE JA ESTA NA NOVA.
       2400-LER-HISTORICO-ANO.
           MOVE ZERO TO WRK-HE-QTDE-DISC WRK-HE-QTDE-RETEM
                        WRK-HE-QTDE-PEND WRK-HE-QTDE-CONSEL.
           MOVE 'N'            TO WRK-FIM-HISTORICO.
           MOVE SM-MATRICULA   TO HE-MATRICULA.
           MOVE WRK-ANO-LETIVO TO HE-ANO-LETIVO.
           MOVE LOW-VALUES     TO HE-DISCIPLINA.
           START ACADEMIC-HISTORY KEY NOT < HE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-HISTORICO
           END-START.
           PERFORM UNTIL FIM-HISTORICO
               READ ACADEMIC-HISTORY NEXT
                   AT END MOVE 'S' TO WRK-FIM-HISTORICO
                   NOT AT END
                       IF HE-MATRICULA NOT = SM-MATRICULA
                               OR HE-ANO-LETIVO NOT = WRK-ANO-LETIVO
                           MOVE 'S' TO WRK-FIM-HISTORICO
                       ELSE
                           PERFORM 2450-ACUMULAR-DISCIPLINA
                       END-IF
               END-READ
           END-PERFORM.

       2450-ACUMULAR-DISCIPLINA.
           ADD 1 TO WRK-HE-QTDE-DISC.
           MOVE HE-TURMA TO WRK-TURMA-ALUNO.
           PERFORM 2500-CONFERIR-CONSELHO.
           IF CONSELHO-ABONA
               ADD 1 TO WRK-HE-QTDE-CONSEL
           ELSE
               IF HE-SITUACAO-FINAL = 'REPROVADO'
                       OR HE-SITUACAO-FINAL = 'REPR-FALTA'
                   ADD 1 TO WRK-HE-QTDE-RETEM
               END-IF
               IF HE-SITUACAO-FINAL = 'RECUPERACAO'
                   ADD 1 TO WRK-HE-QTDE-PEND
               END-IF
           END-IF.

       2500-CONFERIR-CONSELHO.
           MOVE 'N' TO WRK-CONSELHO-ABONA.
           IF HE-SITUACAO-FINAL = 'REPROVADO'
                   OR HE-SITUACAO-FINAL = 'RECUPERACAO'
               PERFORM VARYING WRK-CS-IDX FROM 1 BY 1
                       UNTIL WRK-CS-IDX > WRK-CONSELHO-COUNT
                   IF WRK-CS-MATRICULA(WRK-CS-IDX) = SM-MATRICULA
                      AND WRK-CS-CANCELADA(WRK-CS-IDX) = 'N'
                      AND (WRK-CS-DISCIPLINA(WRK-CS-IDX) = SPACES
                           OR WRK-CS-DISCIPLINA(WRK-CS-IDX)
                               = HE-DISCIPLINA)
                       MOVE 'S' TO WRK-CONSELHO-ABONA
                   END-IF
               END-PERFORM
           END-IF.

      * VALIDACAO PRE-EXPORTACAO. ERRO TIRA O ALUNO DO ARQUIVO;
      * AVISO SO INFORMA (ALUNO SEM ID INEP AINDA E DECLARADO,
      * O INEP GERA O ID NA PRIMEIRA DECLARACAO).
       3000-VALIDAR-ALUNO.
           PERFORM 3100-VALIDAR-NASCIMENTO.
           IF SM-SEXO = SPACE
               MOVE 'SEXO NAO INFORMADO' TO WRK-PROBLEMA
               PERFORM 3900-APONTAR-ERRO
           ELSE
               IF SM-SEXO NOT = 'M' AND SM-SEXO NOT = 'F'
                   MOVE 'SEXO INVALIDO' TO WRK-PROBLEMA
                   PERFORM 3900-APONTAR-ERRO
               END-IF
           END-IF.
           IF SM-COR-RACA = SPACE
               MOVE 'COR/RACA NAO INFORMADA' TO WRK-PROBLEMA
               PERFORM 3900-APONTAR-ERRO
           ELSE
               IF SM-COR-RACA < '0' OR SM-COR-RACA > '5'
                   MOVE 'COR/RACA INVALIDA' TO WRK-PROBLEMA
                   PERFORM 3900-APONTAR-ERRO
               END-IF
           END-IF.
           IF SM-DEFICIENCIA = SPACE
               MOVE 'DEFICIENCIA NAO INFORMADA' TO WRK-PROBLEMA
               PERFORM 3900-APONTAR-ERRO
           ELSE
               IF SM-DEFICIENCIA NOT = 'S'
                       AND SM-DEFICIENCIA NOT = 'N'
                   MOVE 'DEFICIENCIA INVALIDA' TO WRK-PROBLEMA
                   PERFORM 3900-APONTAR-ERRO
               END-IF
           END-IF.
           PERFORM 3200-VALIDAR-ID-INEP.
           IF NOT ETAPA-SITUACAO
               PERFORM 3300-BUSCAR-TURMA
               IF NOT ACHOU-TURMA
                   MOVE 'TURMA FORA DO CLSMST (SEM TURNO)'
                       TO WRK-PROBLEMA
                   PERFORM 3900-APONTAR-ERRO
               END-IF
           END-IF.
           IF ETAPA-SITUACAO
               IF WRK-SITUACAO = 'P'
                   MOVE 'RECUPERACAO NAO RESOLVIDA (PROGCOB39)'
                       TO WRK-PROBLEMA
                   PERFORM 3900-APONTAR-ERRO
               END-IF
               IF WRK-SITUACAO = 'S'
                   MOVE 'SEM RESULTADO NO ACADHIST DO ANO'
                       TO WRK-PROBLEMA
                   PERFORM 3900-APONTAR-ERRO
               END-IF
           END-IF.

      * DATA DE NASCIMENTO: AUSENTE, FORA DE CALENDARIO, DEPOIS
      * DA DATA DE REFERENCIA OU INCOMPATIVEL COM A SERIE (O
      * PRIMEIRO CARACTERE DA TURMA; MENOS DE SERIE + 4 ANOS NO
      * ANO DO CENSO E DIGITACAO ERRADA, NAO ALUNO ADIANTADO).
       3100-VALIDAR-NASCIMENTO.
           MOVE ZERO TO WRK-DATA-NASC-NUM.
           IF SM-DATA-NASCIMENTO NUMERIC
               MOVE SM-DATA-NASCIMENTO TO WRK-DATA-NASC-NUM
           END-IF.
           IF WRK-DATA-NASC-NUM = ZERO
               MOVE 'DATA DE NASCIMENTO NAO INFORMADA'
                   TO WRK-PROBLEMA
               PERFORM 3900-APONTAR-ERRO
           ELSE
               IF WRK-DN-MES < 1 OR WRK-DN-MES > 12
                       OR WRK-DN-DIA < 1 OR WRK-DN-DIA > 31
                       OR WRK-DATA-NASC-NUM > WRK-DATA-REF-NUM
                   MOVE 'DATA DE NASCIMENTO INVALIDA'
                       TO WRK-PROBLEMA
                   PERFORM 3900-APONTAR-ERRO
               ELSE
                   COMPUTE WRK-IDADE = WRK-ANO-CENSO - WRK-DN-ANO
                   MOVE 4 TO WRK-IDADE-MINIMA
                   IF WRK-TURMA-ALUNO(1:1) >= '1'
                           AND WRK-TURMA-ALUNO(1:1) <= '9'
                       MOVE WRK-TURMA-ALUNO(1:1) TO WRK-SERIE
                       ADD WRK-SERIE TO WRK-IDADE-MINIMA
                   END-IF
                   IF WRK-IDADE < WRK-IDADE-MINIMA
                       MOVE 'IDADE INCOMPATIVEL COM A SERIE'
                           TO WRK-PROBLEMA
                       PERFORM 3900-APONTAR-ERRO
                   END-IF
               END-IF
           END-IF.

       3200-VALIDAR-ID-INEP.
           IF SM-ID-INEP NOT NUMERIC
               MOVE 'ID INEP INVALIDO' TO WRK-PROBLEMA
               PERFORM 3900-APONTAR-ERRO
           ELSE
               IF SM-ID-INEP = ZERO
                   MOVE 'SEM ID INEP (PRIMEIRA DECLARACAO)'
                       TO WRK-PROBLEMA
                   PERFORM 3950-APONTAR-AVISO
               ELSE
                   PERFORM 3250-CONFERIR-ID-REPETIDO
               END-IF
           END-IF.

       3250-CONFERIR-ID-REPETIDO.
           MOVE 'N' TO WRK-ID-ACHOU.
           PERFORM VARYING WRK-ID-BUSCA FROM 1 BY 1
                   UNTIL WRK-ID-BUSCA > WRK-ID-COUNT
                      OR ACHOU-ID
               IF WRK-ID-INEP(WRK-ID-BUSCA) = SM-ID-INEP
                   MOVE 'S' TO WRK-ID-ACHOU
                   MOVE WRK-ID-MATRICULA(WRK-ID-BUSCA)
                       TO WRK-MATRICULA-EDIT
               END-IF
           END-PERFORM.
           IF ACHOU-ID
               MOVE SPACES TO WRK-PROBLEMA
               STRING 'ID INEP REPETIDO NA MATRICULA '
                      WRK-MATRICULA-EDIT
                   DELIMITED BY SIZE INTO WRK-PROBLEMA
               PERFORM 3900-APONTAR-ERRO
           ELSE
               IF WRK-ID-COUNT < 2000
                   ADD 1 TO WRK-ID-COUNT
                   MOVE SM-ID-INEP   TO WRK-ID-INEP(WRK-ID-COUNT)
                   MOVE SM-MATRICULA TO WRK-ID-MATRICULA(WRK-ID-COUNT)
               ELSE
                   IF NOT TABELA-ID-CHEIA
                       DISPLAY 'TABELA DE ID INEP CHEIA - ID '
                               'REPETIDO NAO CONFERIDO DAQUI EM '
                               'DIANTE'
                       MOVE 'S' TO WRK-ID-CHEIA
                   END-IF
               END-IF
           END-IF.

       3300-BUSCAR-TURMA.
           MOVE 'N'  TO WRK-TM-ACHOU.
           MOVE ZERO TO WRK-TM-IDX.
           PERFORM VARYING WRK-TM-BUSCA FROM 1 BY 1
                   UNTIL WRK-TM-BUSCA > WRK-TURMA-COUNT
                      OR ACHOU-TURMA
               IF WRK-TM-TURMA(WRK-TM-BUSCA) = WRK-TURMA-ALUNO
                   MOVE 'S' TO WRK-TM-ACHOU
                   MOVE WRK-TM-BUSCA TO WRK-TM-IDX
               END-IF
           END-PERFORM.

       3900-APONTAR-ERRO.
           MOVE 'S'     TO WRK-COM-ERRO.
           MOVE 'ERRO'  TO WRK-TIPO-PROBLEMA.
           PERFORM 3990-IMPRIMIR-PROBLEMA.

       3950-APONTAR-AVISO.
           ADD 1 TO WRK-QTDE-AVISOS.
           MOVE 'AVISO' TO WRK-TIPO-PROBLEMA.
           PERFORM 3990-IMPRIMIR-PROBLEMA.

       3990-IMPRIMIR-PROBLEMA.
           MOVE SM-MATRICULA      TO WRK-D-MATRICULA.
           MOVE SM-NOME           TO WRK-D-NOME.
           MOVE WRK-TURMA-ALUNO   TO WRK-D-TURMA.
           MOVE WRK-TIPO-PROBLEMA TO WRK-D-TIPO.
           MOVE WRK-PROBLEMA      TO WRK-D-PROBLEMA.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-DETALHE TO CENSO-REPORT-LINE.
           WRITE CENSO-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.

       4000-GRAVAR-MATRICULA.
           MOVE WRK-ANO-CENSO      TO CNM-ANO-CENSO.
           MOVE WRK-DATA-REF-NUM   TO CNM-DATA-REFERENCIA.
           MOVE WRK-TURMA-ALUNO    TO CNM-TURMA.
           MOVE WRK-TM-TURNO(WRK-TM-IDX) TO CNM-TURNO.
           MOVE SM-MATRICULA       TO CNM-MATRICULA.
           MOVE SM-ID-INEP         TO CNM-ID-INEP.
           MOVE SM-NOME            TO CNM-NOME.
           MOVE SM-DATA-NASCIMENTO TO CNM-DATA-NASCIMENTO.
           MOVE SM-SEXO            TO CNM-SEXO.
           MOVE SM-COR-RACA        TO CNM-COR-RACA.
           MOVE SM-DEFICIENCIA     TO CNM-DEFICIENCIA.
           MOVE SM-CIDADE          TO CNM-CIDADE.
           MOVE SM-CEP             TO CNM-CEP.
           WRITE CENSO-MATRICULA-RECORD.
           ADD 1 TO WRK-QTDE-EXPORTADOS.

       4100-GRAVAR-SITUACAO.
           MOVE WRK-ANO-LETIVO     TO CNS-ANO-LETIVO.
           MOVE WRK-TURMA-ALUNO    TO CNS-TURMA.
           MOVE SM-MATRICULA       TO CNS-MATRICULA.
           MOVE SM-ID-INEP         TO CNS-ID-INEP.
           MOVE SM-NOME            TO CNS-NOME.
           MOVE SM-DATA-NASCIMENTO TO CNS-DATA-NASCIMENTO.
           MOVE WRK-SITUACAO       TO CNS-SITUACAO.
           MOVE WRK-CONCLUINTE     TO CNS-CONCLUINTE.
           MOVE WRK-APROV-CONSELHO TO CNS-APROV-CONSELHO.
           MOVE WRK-DATA-MOVIMENTO TO CNS-DATA-MOVIMENTO.
           WRITE CENSO-SITUACAO-RECORD.
           ADD 1 TO WRK-QTDE-EXPORTADOS.
           EVALUATE TRUE
               WHEN CNS-APROVADO
                   ADD 1 TO WRK-QTDE-APROVADOS
               WHEN CNS-REPROVADO
                   ADD 1 TO WRK-QTDE-REPROVADOS
               WHEN CNS-TRANSFERIDO
                   ADD 1 TO WRK-QTDE-TRANSFERIDOS
               WHEN CNS-DESISTENTE
                   ADD 1 TO WRK-QTDE-DESISTENTES
           END-EVALUATE.

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
           MOVE WRK-CABECALHO TO CENSO-REPORT-LINE.
           WRITE CENSO-REPORT-LINE.
           MOVE SPACES TO WRK-LE-DATA.
           EVALUATE TRUE
               WHEN ETAPA-VALIDACAO
                   MOVE 'SO VALIDACAO (ALUNOS ATIVOS)'
                       TO WRK-LE-ETAPA
                   MOVE '  POSICAO EM:     ' TO WRK-LE-ROTULO
               WHEN ETAPA-MATRICULA
                   MOVE '1 - MATRICULA INICIAL' TO WRK-LE-ETAPA
                   MOVE '  REFERENCIA:     ' TO WRK-LE-ROTULO
               WHEN ETAPA-SITUACAO
                   MOVE '2 - SITUACAO DO ALUNO' TO WRK-LE-ETAPA
                   MOVE '  ANO LETIVO:     ' TO WRK-LE-ROTULO
           END-EVALUATE.
           IF ETAPA-SITUACAO
               MOVE WRK-ANO-LETIVO TO WRK-LE-DATA(1:4)
           ELSE
               STRING WRK-DR-DIA '/' WRK-DR-MES '/' WRK-DR-ANO
                   DELIMITED BY SIZE INTO WRK-LE-DATA
           END-IF.
           MOVE WRK-LINHA-ETAPA TO CENSO-REPORT-LINE.
           WRITE CENSO-REPORT-LINE.
           MOVE WRK-LINHA-COLUNAS TO CENSO-REPORT-LINE.
           WRITE CENSO-REPORT-LINE.

       6000-IMPRIMIR-TOTAIS.
           IF WRK-PAGINA-ATUAL = ZERO
               PERFORM 4700-IMPRIMIR-CABECALHO
           END-IF.
           MOVE 'ALUNOS ANALISADOS' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-ANALISADOS TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.
           MOVE 'ALUNOS COM ERRO (FORA DO ARQUIVO)'
               TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-COM-ERRO TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.
           MOVE 'AVISOS' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-AVISOS TO WRK-TL-QTDE.
           PERFORM 6100-GRAVAR-TOTAL.
           IF NOT ETAPA-VALIDACAO
               MOVE 'ALUNOS EXPORTADOS' TO WRK-TL-DESCRICAO
               MOVE WRK-QTDE-EXPORTADOS TO WRK-TL-QTDE
               PERFORM 6100-GRAVAR-TOTAL
           END-IF.
           IF ETAPA-SITUACAO
               MOVE '  APROVADOS' TO WRK-TL-DESCRICAO
               MOVE WRK-QTDE-APROVADOS TO WRK-TL-QTDE
               PERFORM 6100-GRAVAR-TOTAL
               MOVE '  REPROVADOS' TO WRK-TL-DESCRICAO
               MOVE WRK-QTDE-REPROVADOS TO WRK-TL-QTDE
               PERFORM 6100-GRAVAR-TOTAL
               MOVE '  TRANSFERIDOS' TO WRK-TL-DESCRICAO
               MOVE WRK-QTDE-TRANSFERIDOS TO WRK-TL-QTDE
               PERFORM 6100-GRAVAR-TOTAL
               MOVE '  DEIXARAM DE FREQUENTAR' TO WRK-TL-DESCRICAO
               MOVE WRK-QTDE-DESISTENTES TO WRK-TL-QTDE
               PERFORM 6100-GRAVAR-TOTAL
           END-IF.

       6100-GRAVAR-TOTAL.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TOTAL TO CENSO-REPORT-LINE.
           WRITE CENSO-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAL.

       9000-FECHAR-ARQUIVOS.
           CLOSE STUDENT-MASTER.
           CLOSE CENSO-REPORT.
           IF WRK-CENRPT-STATUS = '00'
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           IF ETAPA-MATRICULA
               CLOSE CENSO-MATRICULA
           END-IF.
           IF ETAPA-SITUACAO
               CLOSE ACADEMIC-HISTORY
               CLOSE CENSO-SITUACAO
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT CENSO-REPORT.
           IF WRK-CENRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-CENRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE CENSO-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ CENSO-REPORT INTO WRK-ARQ-LINHA
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
