       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB54.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 24/08/2026
      * OBJETIVO: IMPRESSAO DO HISTORICO ESCOLAR. LE O ACADEMIC-
      * HISTORY (ACADHIST, GRAVADO PELO PROGCOB53 A CADA
      * FECHAMENTO) E IMPRIME NO HISTESC, ANO LETIVO POR ANO
      * LETIVO, AS DISCIPLINAS CURSADAS COM A MEDIA FINAL, A NOTA
      * DE RECUPERACAO, A FREQUENCIA E A SITUACAO FINAL, COM A
      * TURMA E O NOME DA DISCIPLINA DAQUELE ANO - O DOCUMENTO QUE
      * A SECRETARIA MONTAVA A MAO NA TRANSFERENCIA E NA
      * CONCLUSAO. O OPERADOR ESCOLHE UM ALUNO (MATRICULA) OU UMA
      * TURMA INTEIRA (TIPICAMENTE A TURMA CONCLUINTE); NA TURMA
      * SAEM OS ALUNOS ATIVOS E CONCLUIDOS, UM HISTORICO POR
      * PAGINA; TRANSFERIDO E DESISTENTE SAEM PELA MATRICULA
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACCESS DYNAMIC NOS DOIS INDEXADOS: O HISTORICO DE UM
      * ALUNO E LIDO EM SEQUENCIA DE CHAVE A PARTIR DA MATRICULA
      * (START + READ NEXT) E O MESTRE E VARRIDO INTEIRO NA
      * IMPRESSAO DE UMA TURMA, COMO O PROGCOB40 FAZ NA VIRADA.
           SELECT ACADEMIC-HISTORY ASSIGN TO 'ACADHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HE-CHAVE
               FILE STATUS IS WRK-ACADH-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT TRANSCRIPT-REPORT ASSIGN TO 'HISTESC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HISTESC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACADEMIC-HISTORY
           LABEL RECORD IS STANDARD.
       COPY CPHISTE.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  TRANSCRIPT-REPORT
           LABEL RECORD IS STANDARD.
       01  TRANSCRIPT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-ACADH-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-HISTESC-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-FIM-VARREDURA  PIC X(01) VALUE 'N'.
           88 FIM-VARREDURA  VALUE 'S'.

      * ESCOLHA DO OPERADOR: A = UM ALUNO PELA MATRICULA,
      * T = TODOS OS ALUNOS DE UMA TURMA.
       77 WRK-MODO           PIC X(01) VALUE SPACES.
           88 MODO-ALUNO     VALUE 'A'.
           88 MODO-TURMA     VALUE 'T'.
       77 WRK-MATRICULA-PEDIDA PIC 9(06) VALUE ZERO.
       77 WRK-TURMA-PEDIDA   PIC X(04) VALUE SPACES.

       77 WRK-ANO-ANTERIOR   PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-ANOS      PIC 9(02) VALUE ZERO.
       77 WRK-QTDE-DISC      PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-ALUNOS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SEM-HIST  PIC 9(06) VALUE ZERO.

       01 WRK-DATA-STATUS.
           05 WRK-DS-ANO PIC 9(04).
           05 WRK-DS-MES PIC 9(02).
           05 WRK-DS-DIA PIC 9(02).
       01 WRK-DATA-STATUS-NUM REDEFINES WRK-DATA-STATUS PIC 9(08).
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB54'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'HISTESC'.
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
               'HISTORICO ESCOLAR'.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 WRK-C-PAGINA    PIC ZZ9.

       01 WRK-LINHA-ALUNO.
           05 FILLER          PIC X(07) VALUE 'ALUNO: '.
           05 WRK-A-NOME      PIC X(30).
           05 FILLER          PIC X(13) VALUE ' MATRICULA: '.
           05 WRK-A-MATRICULA PIC ZZZZZ9.
           05 WRK-A-CONTINUA  PIC X(14) VALUE SPACES.

       01 WRK-LINHA-RESPONSAVEL.
           05 FILLER          PIC X(13) VALUE 'RESPONSAVEL: '.
           05 WRK-R-RESPONSAVEL PIC X(30).

       01 WRK-LINHA-SITUACAO.
           05 FILLER          PIC X(24) VALUE
               'SITUACAO DA MATRICULA: '.
           05 WRK-S-SITUACAO  PIC X(15).
           05 WRK-S-DATA      PIC X(10).
       01 WRK-DATA-EDIT.
           05 WRK-E-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-E-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-E-ANO       PIC 9999.

       01 WRK-LINHA-ANO.
           05 FILLER          PIC X(12) VALUE 'ANO LETIVO: '.
           05 WRK-Y-ANO       PIC 9999.
           05 FILLER          PIC X(09) VALUE '  TURMA: '.
           05 WRK-Y-TURMA     PIC X(04).

       01 WRK-LINHA-COLUNAS.
           05 FILLER          PIC X(35) VALUE
               '    DISCIPLINA'.
           05 FILLER          PIC X(07) VALUE 'ANUAL'.
           05 FILLER          PIC X(07) VALUE 'RECUP'.
           05 FILLER          PIC X(07) VALUE 'FINAL'.
           05 FILLER          PIC X(09) VALUE 'FREQ'.
           05 FILLER          PIC X(11) VALUE 'SITUACAO'.

       01 WRK-DETALHE.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-D-DISCIPLINA PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-DISC-NOME PIC X(27).
           05 WRK-D-MEDIA-ANUAL PIC Z9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-D-NOTA-EXAME PIC X(05).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-D-MEDIA-FINAL PIC Z9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-D-FREQ      PIC ZZ9,99.
           05 FILLER          PIC X(03) VALUE '%  '.
           05 WRK-D-SITUACAO  PIC X(11).
       01 WRK-NOTA-EXAME-EDIT PIC Z9,99.

       01 WRK-LINHA-SEM-HIST.
           05 FILLER          PIC X(40) VALUE
               'NENHUM REGISTRO NO HISTORICO ESCOLAR'.

       01 WRK-LINHA-FIM-ALUNO.
           05 FILLER          PIC X(21) VALUE
               'ANOS LETIVOS NO DOC: '.
           05 WRK-F-ANOS      PIC Z9.
           05 FILLER          PIC X(16) VALUE
               '  DISCIPLINAS: '.
           05 WRK-F-DISC      PIC ZZZ9.

       01 WRK-LINHA-ASSINATURA.
           05 FILLER          PIC X(50) VALUE
               'SECRETARIA: ______________________'.
           05 FILLER          PIC X(40) VALUE
               'DIRECAO: ______________________'.

       01 WRK-LINHA-TOTAIS.
           05 FILLER            PIC X(20) VALUE
               'HISTORICOS IMPRESSOS'.
           05 FILLER            PIC X(01) VALUE '='.
           05 WRK-T-ALUNOS      PIC ZZZZZ9.
           05 FILLER            PIC X(17) VALUE
               ' SEM HISTORICO='.
           05 WRK-T-SEM-HIST    PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA E OS
      * ACUMULADORES SAO ZERADOS AQUI.
           MOVE 'N'    TO WRK-FIM-ARQUIVO WRK-FIM-VARREDURA.
           MOVE SPACES TO WRK-MODO.
           MOVE ZERO   TO WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           MOVE ZERO   TO WRK-QTDE-ALUNOS WRK-QTDE-SEM-HIST.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF RETURN-CODE < 12
               PERFORM 1500-LER-SELECAO
               IF MODO-ALUNO
                   PERFORM 2000-SELECIONAR-ALUNO
               ELSE
                   PERFORM 2500-SELECIONAR-TURMA
               END-IF
               PERFORM 5000-IMPRIMIR-TOTAIS
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           GOBACK.

      * OS DOIS INDEXADOS SAO OBRIGATORIOS: SEM O ACADHIST NAO HA
      * O QUE IMPRIMIR E SEM O STUDMST NAO HA NOME NEM SITUACAO.
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ACADEMIC-HISTORY.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT TRANSCRIPT-REPORT.
           IF WRK-ACADH-STATUS NOT = '00'
               DISPLAY 'ARQUIVO ACADHIST NAO ENCONTRADO - RODE O '
                       'PROGCOB53 NO FECHAMENTO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WRK-STMST-STATUS NOT = '00'
               DISPLAY 'ARQUIVO STUDMST NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
           END-IF.

       1500-LER-SELECAO.
           PERFORM UNTIL MODO-ALUNO OR MODO-TURMA
               DISPLAY 'HISTORICO DE (A=ALUNO T=TURMA): '
               ACCEPT WRK-MODO FROM CONSOLE
               IF NOT MODO-ALUNO AND NOT MODO-TURMA
                   DISPLAY 'OPCAO INVALIDA, DIGITE NOVAMENTE'
               END-IF
           END-PERFORM.
           IF MODO-ALUNO
               MOVE ZERO TO WRK-MATRICULA-PEDIDA
               PERFORM UNTIL WRK-MATRICULA-PEDIDA > ZERO
                   DISPLAY 'MATRICULA: '
                   ACCEPT WRK-MATRICULA-PEDIDA FROM CONSOLE
                   IF WRK-MATRICULA-PEDIDA = ZERO
                       DISPLAY 'MATRICULA INVALIDA, DIGITE NOVAMENTE'
                   END-IF
               END-PERFORM
           ELSE
               MOVE SPACES TO WRK-TURMA-PEDIDA
               PERFORM UNTIL WRK-TURMA-PEDIDA NOT = SPACES
                   DISPLAY 'TURMA: '
                   ACCEPT WRK-TURMA-PEDIDA FROM CONSOLE
                   IF WRK-TURMA-PEDIDA = SPACES
                       DISPLAY 'TURMA INVALIDA, DIGITE NOVAMENTE'
                   END-IF
               END-PERFORM
           END-IF.

      * UM ALUNO: SAI QUALQUER QUE SEJA A SITUACAO DA MATRICULA -
      * E O CASO DO TRANSFERIDO QUE VEIO BUSCAR O DOCUMENTO.
       2000-SELECIONAR-ALUNO.
           MOVE WRK-MATRICULA-PEDIDA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY 'MATRICULA NAO ENCONTRADA NO STUDMST: '
                       WRK-MATRICULA-PEDIDA
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   PERFORM 3000-IMPRIMIR-HISTORICO
           END-READ.

      * TURMA INTEIRA: VARRE O MESTRE E IMPRIME OS ALUNOS DA
      * TURMA AINDA ATIVOS OU JA CONCLUIDOS (A TURMA CONCLUINTE
      * CONTINUA COM A MESMA SM-TURMA DEPOIS DA CONCLUSAO).
       2500-SELECIONAR-TURMA.
           MOVE 'N' TO WRK-FIM-VARREDURA.
           MOVE LOW-VALUES TO SM-MATRICULA.
           START STUDENT-MASTER KEY NOT < SM-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-VARREDURA
           END-START.
           PERFORM UNTIL FIM-VARREDURA
               READ STUDENT-MASTER NEXT
                   AT END MOVE 'S' TO WRK-FIM-VARREDURA
                   NOT AT END
                       IF SM-TURMA = WRK-TURMA-PEDIDA
                               AND SM-STATUS NOT = 'T'
                               AND SM-STATUS NOT = 'D'
                           PERFORM 3000-IMPRIMIR-HISTORICO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-QTDE-ALUNOS = ZERO
               DISPLAY 'NENHUM ALUNO ATIVO OU CONCLUIDO NA TURMA '
                   WRK-TURMA-PEDIDA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * UM HISTORICO COMECA SEMPRE EM PAGINA NOVA. OS REGISTROS
      * DO ALUNO SAO LIDOS EM ORDEM DE CHAVE (ANO LETIVO E DEPOIS
      * DISCIPLINA) A PARTIR DA MATRICULA, ATE A MATRICULA MUDAR.
       3000-IMPRIMIR-HISTORICO.
           ADD 1 TO WRK-QTDE-ALUNOS.
           MOVE ZERO   TO WRK-QTDE-ANOS WRK-QTDE-DISC.
           MOVE ZERO   TO WRK-ANO-ANTERIOR.
           MOVE SPACES TO WRK-A-CONTINUA.
           MOVE ZERO   TO WRK-LINHA-ATUAL.
           PERFORM 4700-IMPRIMIR-CABECALHO.
           PERFORM 3100-IMPRIMIR-IDENTIFICACAO.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           MOVE SM-MATRICULA TO HE-MATRICULA.
           MOVE ZERO         TO HE-ANO-LETIVO.
           MOVE LOW-VALUES   TO HE-DISCIPLINA.
           START ACADEMIC-HISTORY KEY NOT < HE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           IF NOT FIM-ARQUIVO
               PERFORM 3200-LER-HISTORICO
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM 3300-IMPRIMIR-DISCIPLINA
               PERFORM 3200-LER-HISTORICO
           END-PERFORM.
           IF WRK-QTDE-DISC = ZERO
               ADD 1 TO WRK-QTDE-SEM-HIST
               PERFORM 4600-VERIFICAR-QUEBRA-PAGINA
               MOVE WRK-LINHA-SEM-HIST TO TRANSCRIPT-REPORT-LINE
               WRITE TRANSCRIPT-REPORT-LINE
               ADD 1 TO WRK-LINHA-ATUAL
               DISPLAY 'SEM HISTORICO: ' SM-MATRICULA ' ' SM-NOME
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WRK-QTDE-ANOS TO WRK-F-ANOS
               MOVE WRK-QTDE-DISC TO WRK-F-DISC
               PERFORM 4600-VERIFICAR-QUEBRA-PAGINA
               MOVE WRK-LINHA-FIM-ALUNO TO TRANSCRIPT-REPORT-LINE
               WRITE TRANSCRIPT-REPORT-LINE
               ADD 1 TO WRK-LINHA-ATUAL
           END-IF.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE SPACES TO TRANSCRIPT-REPORT-LINE.
           WRITE TRANSCRIPT-REPORT-LINE.
           MOVE WRK-LINHA-ASSINATURA TO TRANSCRIPT-REPORT-LINE.
           WRITE TRANSCRIPT-REPORT-LINE.
           ADD 2 TO WRK-LINHA-ATUAL.

       3100-IMPRIMIR-IDENTIFICACAO.
           MOVE SM-NOME        TO WRK-A-NOME.
           MOVE SM-MATRICULA   TO WRK-A-MATRICULA.
           MOVE WRK-LINHA-ALUNO TO TRANSCRIPT-REPORT-LINE.
           WRITE TRANSCRIPT-REPORT-LINE.
           DISPLAY WRK-LINHA-ALUNO.
           MOVE SM-RESPONSAVEL TO WRK-R-RESPONSAVEL.
           MOVE WRK-LINHA-RESPONSAVEL TO TRANSCRIPT-REPORT-LINE.
           WRITE TRANSCRIPT-REPORT-LINE.
           PERFORM 3150-FORMATAR-SITUACAO.
           MOVE WRK-LINHA-SITUACAO TO TRANSCRIPT-REPORT-LINE.
           WRITE TRANSCRIPT-REPORT-LINE.
           ADD 3 TO WRK-LINHA-ATUAL.

      * SITUACAO DA MATRICULA NO MESTRE (SM-STATUS): ALUNO ATIVO
      * SAI CURSANDO, SEM DATA; OS DEMAIS SAEM COM A DATA DA
      * MOVIMENTACAO.
       3150-FORMATAR-SITUACAO.
           MOVE SM-DATA-STATUS TO WRK-DATA-STATUS-NUM.
           MOVE WRK-DS-DIA TO WRK-E-DIA.
           MOVE WRK-DS-MES TO WRK-E-MES.
           MOVE WRK-DS-ANO TO WRK-E-ANO.
           MOVE WRK-DATA-EDIT TO WRK-S-DATA.
           EVALUATE SM-STATUS
               WHEN 'T'
                   MOVE 'TRANSFERIDO EM' TO WRK-S-SITUACAO
               WHEN 'D'
                   MOVE 'DESISTENTE EM'  TO WRK-S-SITUACAO
               WHEN 'C'
                   MOVE 'CONCLUIDO EM'   TO WRK-S-SITUACAO
               WHEN OTHER
                   MOVE 'CURSANDO'       TO WRK-S-SITUACAO
                   MOVE SPACES           TO WRK-S-DATA
           END-EVALUATE.

       3200-LER-HISTORICO.
           READ ACADEMIC-HISTORY NEXT
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF HE-MATRICULA NOT = SM-MATRICULA
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   END-IF
           END-READ.

      * QUEBRA POR ANO LETIVO: CADA ANO ABRE COM A TURMA EM QUE O
      * ALUNO ESTAVA E O CABECALHO DAS COLUNAS. A NOTA DE
      * RECUPERACAO SO APARECE QUANDO A PROVA FOI APLICADA.
       3300-IMPRIMIR-DISCIPLINA.
           IF HE-ANO-LETIVO NOT = WRK-ANO-ANTERIOR
               MOVE HE-ANO-LETIVO TO WRK-ANO-ANTERIOR
               ADD 1 TO WRK-QTDE-ANOS
               PERFORM 4600-VERIFICAR-QUEBRA-PAGINA
               MOVE HE-ANO-LETIVO TO WRK-Y-ANO
               MOVE HE-TURMA      TO WRK-Y-TURMA
               MOVE SPACES TO TRANSCRIPT-REPORT-LINE
               WRITE TRANSCRIPT-REPORT-LINE
               MOVE WRK-LINHA-ANO TO TRANSCRIPT-REPORT-LINE
               WRITE TRANSCRIPT-REPORT-LINE
               MOVE WRK-LINHA-COLUNAS TO TRANSCRIPT-REPORT-LINE
               WRITE TRANSCRIPT-REPORT-LINE
               ADD 3 TO WRK-LINHA-ATUAL
           END-IF.
           ADD 1 TO WRK-QTDE-DISC.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE HE-DISCIPLINA TO WRK-D-DISCIPLINA.
           MOVE HE-DISC-NOME  TO WRK-D-DISC-NOME.
           MOVE HE-MEDIA-ANUAL TO WRK-D-MEDIA-ANUAL.
           IF HE-EXAME-APLICADO = 'S'
               MOVE HE-NOTA-EXAME TO WRK-NOTA-EXAME-EDIT
               MOVE WRK-NOTA-EXAME-EDIT TO WRK-D-NOTA-EXAME
           ELSE
               MOVE '  -  ' TO WRK-D-NOTA-EXAME
           END-IF.
           MOVE HE-MEDIA-FINAL    TO WRK-D-MEDIA-FINAL.
           MOVE HE-FREQ-PERC      TO WRK-D-FREQ.
           MOVE HE-SITUACAO-FINAL TO WRK-D-SITUACAO.
           MOVE WRK-DETALHE TO TRANSCRIPT-REPORT-LINE.
           WRITE TRANSCRIPT-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-DETALHE.

      * TROCA DE PAGINA NO MEIO DE UM HISTORICO LONGO REPETE A
      * IDENTIFICACAO DO ALUNO MARCADA COMO CONTINUACAO.
       4600-VERIFICAR-QUEBRA-PAGINA.
           IF WRK-LINHA-ATUAL = ZERO
                  OR WRK-LINHA-ATUAL >= WRK-MAX-LINHAS
               PERFORM 4700-IMPRIMIR-CABECALHO
               MOVE '(CONTINUACAO)' TO WRK-A-CONTINUA
               MOVE WRK-LINHA-ALUNO TO TRANSCRIPT-REPORT-LINE
               WRITE TRANSCRIPT-REPORT-LINE
               ADD 1 TO WRK-LINHA-ATUAL
           END-IF.

       4700-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE ZERO          TO WRK-LINHA-ATUAL.
           MOVE WRK-DE-DIA    TO WRK-C-DIA.
           MOVE WRK-DE-MES    TO WRK-C-MES.
           MOVE WRK-DE-ANO    TO WRK-C-ANO.
           MOVE WRK-PAGINA-ATUAL TO WRK-C-PAGINA.
           MOVE WRK-CABECALHO TO TRANSCRIPT-REPORT-LINE.
           WRITE TRANSCRIPT-REPORT-LINE.

       5000-IMPRIMIR-TOTAIS.
           MOVE WRK-QTDE-ALUNOS   TO WRK-T-ALUNOS.
           MOVE WRK-QTDE-SEM-HIST TO WRK-T-SEM-HIST.
           DISPLAY WRK-LINHA-TOTAIS.

       9000-FECHAR-ARQUIVOS.
           CLOSE ACADEMIC-HISTORY.
           CLOSE STUDENT-MASTER.
           CLOSE TRANSCRIPT-REPORT.
           IF WRK-HISTESC-STATUS = '00'
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT TRANSCRIPT-REPORT.
           IF WRK-HISTESC-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-HISTESC-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE TRANSCRIPT-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ TRANSCRIPT-REPORT INTO WRK-ARQ-LINHA
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
