       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB77.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 08/10/2026
      * OBJETIVO: EMISSAO DAS CARTAS DE REMATRICULA PARA O ANO
      * LETIVO SEGUINTE. VARRE O STUDENT-MASTER E, PARA CADA ALUNO
      * ATIVO, IMPRIME NO RMTLTR UMA CARTA COM O CONTRATO DO ANO
      * NOVO: A TURMA DO ANO SEGUINTE SAI DA VIRADA (LOTE STMTRAN
      * GERADO PELO PROGCOB40 - TRANSACAO A = PROMOVIDO PARA A
      * TURMA DA TRANSACAO, TRANSACAO M DE CONCLUSAO = ALUNO
      * CONCLUIU O CICLO E NAO RECEBE CARTA, SEM TRANSACAO = FICA
      * NA TURMA ATUAL) E O VALOR MENSAL SAI DA TABELA DE PRECO DO
      * ANO NOVO (TUIPRC, JA CARREGADA PELA TESOURARIA) MENOS A
      * BOLSA E O DESCONTO DE IRMAO DO BOLSAS, NA MESMA CONTA DO
      * PROGCOB43. A CARTA TERMINA COM O CANHOTO DE RESPOSTA QUE A
      * FAMILIA DEVOLVE ASSINADO; A RESPOSTA E DIGITADA NO
      * PROGCOB78. CADA CARTA EMITIDA VAI PARA O ARQUIVO DA
      * CAMPANHA (RMTCAMP), QUE A REEMISSAO REFAZ POR INTEIRO, E
      * O PROGCOB43 SO COBRA A MENSALIDADE DO ANO DA CAMPANHA DE
      * QUEM CONFIRMOU. SEM O STMTRAN (LOTE JA APLICADO PELO
      * PROGCOB22) A TURMA DO MESTRE E A TURMA DO ANO NOVO. TURMA
      * NOVA SEM PRECO NO TUIPRC NAO GERA CARTA (RC 4) - A
      * TESOURARIA COMPLETA A TABELA E A EMISSAO E REFEITA. CADA
      * CARTA E NUMERADA E REGISTRADA NO CORRESP PELO PROGCOB79;
      * ALUNO COM O ENDERECO MARCADO COMO DEVOLVIDO
      * (SM-END-DEVOLVIDO) TEM A CARTA REGISTRADA COMO RETIDA E
      * NAO IMPRESSA (LISTADA PELO PROGCOB80), MAS CONTINUA NA
      * CAMPANHA PARA A RESPOSTA PODER SER DIGITADA QUANDO A
      * FAMILIA APARECER. NO FIM DO RMTLTR SAI O RESUMO DA EMISSAO
      * PARA CONFERENCIA
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACCESS DYNAMIC: O MESTRE E VARRIDO EM SEQUENCIA (START +
      * READ NEXT) PARA EMITIR A CARTA DE CADA ALUNO ATIVO.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT STUDENT-TRANS ASSIGN TO 'STMTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STMTRN-STATUS.

           SELECT TUITION-PRICE ASSIGN TO 'TUIPRC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TUIPRC-STATUS.

           SELECT SCHOLARSHIP-FILE ASSIGN TO 'BOLSAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BOLSAS-STATUS.

           SELECT REENROLL-CAMPAIGN ASSIGN TO 'RMTCAMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RMTCAMP-STATUS.

           SELECT CARTA-REPORT ASSIGN TO 'RMTLTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RMTLTR-STATUS.

           SELECT RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  STUDENT-TRANS
           LABEL RECORD IS STANDARD.
       COPY CPSTMTR.

       FD  TUITION-PRICE
           LABEL RECORD IS STANDARD.
       COPY CPTUIPR.

       FD  SCHOLARSHIP-FILE
           LABEL RECORD IS STANDARD.
       COPY CPBOLSA.

       FD  REENROLL-CAMPAIGN
           LABEL RECORD IS STANDARD.
       COPY CPRMTCP.

       FD  CARTA-REPORT
           LABEL RECORD IS STANDARD.
       01  CARTA-REPORT-LINE PIC X(80).

       FD  RUN-JOURNAL
           LABEL RECORD IS STANDARD.
       COPY CPRUNJR.

       WORKING-STORAGE SECTION.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-STMTRN-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-TUIPRC-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BOLSAS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RMTCAMP-STATUS PIC X(02) VALUE SPACES.
       77 WRK-RMTLTR-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-JRNL-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-STMST-ABERTO   PIC X(01) VALUE 'N'.
           88 STMST-ABERTO   VALUE 'S'.

      * ANO LETIVO DA CAMPANHA, INFORMADO PELO OPERADOR; ZEROS =
      * ANO SEGUINTE AO ANO LETIVO ENCERRADO NA VIRADA (MESMA
      * REGRA DO PROGCOB40: ATE JUNHO O ANO ENCERRADO E O
      * ANTERIOR).
       77 WRK-ANO-CAMPANHA   PIC 9(04) VALUE ZERO.

      * TRANSACOES DA VIRADA CARREGADAS DO STMTRAN: A TURMA NOVA
      * DO PROMOVIDO (OPERACAO A) E A CONCLUSAO (OPERACAO M TIPO
      * C). ESTOURO DA TABELA E ERRO DE DADOS (RC 8): O ALUNO
      * PERDIDO RECEBERIA A CARTA COM A TURMA ERRADA.
       01 WRK-VIRADA-TABLE.
           05 WRK-VR-ENTRY OCCURS 500 TIMES.
               10 WRK-VR-MATRICULA PIC 9(06).
               10 WRK-VR-OPERACAO  PIC X(01).
               10 WRK-VR-TIPO      PIC X(01).
               10 WRK-VR-TURMA     PIC X(04).
       77 WRK-VIRADA-COUNT   PIC 9(03) VALUE ZERO.
       77 WRK-VR-IDX         PIC 9(03) VALUE ZERO.
       77 WRK-VR-BUSCA       PIC 9(03) VALUE ZERO.
       77 WRK-VR-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-VIRADA   VALUE 'S'.
       77 WRK-TEM-VIRADA     PIC X(01) VALUE 'N'.
           88 TEM-VIRADA     VALUE 'S'.

      * TABELA DE PRECO DO ANO NOVO, NO DESENHO DO PROGCOB43.
       01 WRK-PRECO-TABLE.
           05 WRK-PC-ENTRY OCCURS 50 TIMES.
               10 WRK-PC-TURMA PIC X(04).
               10 WRK-PC-VALOR PIC 9(06)V99.
               10 WRK-PC-DIA   PIC 9(02).
       77 WRK-PRECO-COUNT    PIC 9(02) VALUE ZERO.
       77 WRK-PC-IDX         PIC 9(02) VALUE ZERO.
       77 WRK-PC-BUSCA       PIC 9(02) VALUE ZERO.
       77 WRK-PC-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-PRECO    VALUE 'S'.

      * CADASTRO DE BOLSAS/DESCONTOS, NO DESENHO DO PROGCOB43.
       01 WRK-BOLSA-TABLE.
           05 WRK-BO-ENTRY OCCURS 200 TIMES.
               10 WRK-BO-MATRICULA PIC 9(06).
               10 WRK-BO-PERC      PIC 9(03)V99.
               10 WRK-BO-IRMAO     PIC X(01).
       77 WRK-BOLSA-COUNT    PIC 9(03) VALUE ZERO.
       77 WRK-BO-BUSCA       PIC 9(03) VALUE ZERO.
       77 WRK-BO-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-BOLSA    VALUE 'S'.
       77 WRK-PERC-IRMAO     PIC 9(02)V99 VALUE 10.
       77 WRK-PERC-BOLSA     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TEM-IRMAO      PIC X(01) VALUE 'N'.

       77 WRK-TURMA-NOVA     PIC X(04) VALUE SPACES.
       77 WRK-SITUACAO       PIC X(01) VALUE SPACE.
       77 WRK-VALOR-BASE     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-FINAL    PIC 9(06)V99 VALUE ZEROS.

       77 WRK-QTDE-LIDOS      PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-PROPOSTAS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-CARTAS     PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-PROMOVIDOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-MANTIDOS   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-CONCLUIDOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-INATIVOS   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SEM-PRECO  PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-MENSAL    PIC 9(09)V99 VALUE ZEROS.
      * REGISTRO DE CORRESPONDENCIA PELO PROGCOB79: A CARTA E
      * MONTADA NO LAYOUT DO CORRESP E VOLTA COM O NUMERO. O CALL
      * DEVOLVE O RETURN CODE DELE, ENTAO O DESTE E GUARDADO.
       77 WRK-COR-FUNCAO     PIC X(01) VALUE 'R'.
       77 WRK-COR-RC         PIC S9(04) COMP VALUE ZERO.
       77 WRK-QTDE-RETIDAS   PIC 9(06) VALUE ZERO.
       COPY CPCORRG.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB77'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'RMTLTR'.
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

      * LINHAS DA CARTA, NO DESENHO DAS CARTAS DO PROGCOB31 E DO
      * TERMO DO PROGCOB57.
       01 WRK-CAB-CARTA.
           05 FILLER PIC X(40) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER PIC X(28) VALUE
               'REMATRICULA - ANO LETIVO'.
           05 WRK-CB-ANO      PIC 9(04).

       01 WRK-LINHA-NUMERO-CARTA.
           05 FILLER           PIC X(40) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'CARTA NUMERO: '.
           05 WRK-NC-NUMERO    PIC 9(08).

       01 WRK-LINHA-DATA.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-DT-DIA      PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DT-MES      PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DT-ANO      PIC 9999.

       01 WRK-LINHA-RESPONSAVEL.
           05 FILLER           PIC X(04) VALUE 'A/C '.
           05 WRK-R-RESPONSAVEL PIC X(30).

       01 WRK-LINHA-ENDERECO.
           05 WRK-E-ENDERECO   PIC X(40).

       01 WRK-LINHA-CIDADE.
           05 WRK-E-CIDADE     PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE 'CEP: '.
           05 WRK-E-CEP        PIC 9(08).

       01 WRK-LINHA-ALUNO.
           05 FILLER           PIC X(07) VALUE 'ALUNO: '.
           05 WRK-A-NOME       PIC X(30).
           05 FILLER           PIC X(13) VALUE '  MATRICULA: '.
           05 WRK-A-MATRICULA  PIC 9(06).

       01 WRK-LINHA-TURMAS.
           05 FILLER           PIC X(13) VALUE 'TURMA ATUAL: '.
           05 WRK-TU-ATUAL     PIC X(04).
           05 FILLER           PIC X(12) VALUE '   TURMA EM '.
           05 WRK-TU-ANO       PIC 9(04).
           05 FILLER           PIC X(02) VALUE ': '.
           05 WRK-TU-NOVA      PIC X(04).
           05 FILLER           PIC X(03) VALUE ' - '.
           05 WRK-TU-SITUACAO  PIC X(28).

       01 WRK-LINHA-TEXTO-1.
           05 FILLER PIC X(40) VALUE
               'CONVIDAMOS A FAMILIA A RENOVAR A MATRICU'.
           05 FILLER PIC X(39) VALUE
               'LA DO(A) ALUNO(A) PARA O ANO LETIVO'.
       01 WRK-LINHA-TEXTO-2.
           05 FILLER PIC X(40) VALUE
               'SEGUINTE, NAS CONDICOES DO CONTRATO ABAI'.
           05 FILLER PIC X(39) VALUE
               'XO.'.

       01 WRK-LINHA-TITULO-CONTRATO.
           05 FILLER PIC X(46) VALUE
               'CONTRATO DE PRESTACAO DE SERVICOS EDUCACIONAIS'.
           05 FILLER PIC X(04) VALUE ' - '.
           05 WRK-TC-ANO       PIC 9(04).

       01 WRK-LINHA-VALOR.
           05 WRK-V-DESCRICAO  PIC X(30).
           05 WRK-V-VALOR      PIC Z.ZZZ.ZZ9,99.

       01 WRK-LINHA-BOLSA.
           05 FILLER           PIC X(30) VALUE
               'BOLSA DE ESTUDO (%)'.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 WRK-B-PERC       PIC ZZ9,99.
           05 FILLER           PIC X(24) VALUE
               '   DESCONTO DE IRMAO: '.
           05 WRK-B-IRMAO      PIC X(03).

       01 WRK-LINHA-VENCIMENTO.
           05 FILLER           PIC X(40) VALUE
               'VENCIMENTO DAS MENSALIDADES: TODO DIA '.
           05 WRK-VE-DIA       PIC Z9.
           05 FILLER           PIC X(12) VALUE
               ' DE CADA MES'.

      * CLAUSULA DA COBRANCA: SO O ALUNO COM A REMATRICULA
      * CONFIRMADA RECEBE A MENSALIDADE DO ANO NOVO (PROGCOB43).
       01 WRK-TEXTO-CLAUSULA-1.
           05 FILLER PIC X(40) VALUE
               'A VAGA SO FICA GARANTIDA COM A DEVOLUCAO'.
           05 FILLER PIC X(39) VALUE
               ' DO CANHOTO ABAIXO ASSINADO, E SO O'.
       01 WRK-TEXTO-CLAUSULA-2.
           05 FILLER PIC X(40) VALUE
               'ALUNO COM A REMATRICULA CONFIRMADA RECEB'.
           05 FILLER PIC X(39) VALUE
               'E A COBRANCA DO ANO LETIVO.'.
       01 WRK-TEXTO-CLAUSULA-3.
           05 FILLER PIC X(40) VALUE
               'OS VALORES SEGUEM A TABELA APROVADA PARA'.
           05 FILLER PIC X(39) VALUE
               ' O ANO LETIVO E O CADASTRO DE BOLSAS.'.

       01 WRK-LINHA-ASSINATURA.
           05 FILLER PIC X(40) VALUE
               '______________________________'.
           05 FILLER PIC X(40) VALUE
               '______________________________'.
       01 WRK-LINHA-ASSINANTES.
           05 FILLER PIC X(40) VALUE 'RESPONSAVEL FINANCEIRO'.
           05 FILLER PIC X(40) VALUE 'SECRETARIA'.

      * CANHOTO DE RESPOSTA: A SECRETARIA DIGITA A OPCAO MARCADA
      * NO PROGCOB78 PELA MATRICULA IMPRESSA AQUI.
       01 WRK-LINHA-RECORTE.
           05 FILLER PIC X(78) VALUE ALL '- '.
       01 WRK-LINHA-CANHOTO.
           05 FILLER           PIC X(24) VALUE
               'RESPOSTA DA REMATRICULA '.
           05 WRK-CN-ANO       PIC 9(04).
           05 FILLER           PIC X(13) VALUE '  MATRICULA: '.
           05 WRK-CN-MATRICULA PIC 9(06).
           05 FILLER           PIC X(09) VALUE '  TURMA: '.
           05 WRK-CN-TURMA     PIC X(04).
       01 WRK-LINHA-OPCOES.
           05 FILLER PIC X(40) VALUE
               '( ) CONFIRMO A REMATRICULA'.
           05 FILLER PIC X(39) VALUE
               '( ) NAO VOU RENOVAR A MATRICULA'.

       01 WRK-LINHA-SEPARADOR.
           05 FILLER PIC X(78) VALUE ALL '-'.

      * RESUMO DA EMISSAO, NO FIM DO RMTLTR.
       01 WRK-LINHA-RESUMO-TITULO.
           05 FILLER PIC X(40) VALUE
               'RESUMO DA EMISSAO - REMATRICULA'.
           05 WRK-RT-ANO       PIC 9(04).

       01 WRK-LINHA-RESUMO.
           05 WRK-RS-DESCRICAO PIC X(40).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-RS-QTDE      PIC ZZZZZ9.

       01 WRK-LINHA-RESUMO-VALOR.
           05 FILLER           PIC X(40) VALUE
               'SOMA DAS MENSALIDADES CONTRATADAS'.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-RV-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS E E O MESMO DO REGISTRO DE
      * INICIO NO RUNJRNL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N'  TO WRK-FIM-ARQUIVO WRK-TEM-VIRADA.
           MOVE ZERO TO WRK-VIRADA-COUNT WRK-PRECO-COUNT
                        WRK-BOLSA-COUNT
                        WRK-QTDE-LIDOS WRK-QTDE-PROPOSTAS
                        WRK-QTDE-CARTAS
                        WRK-QTDE-PROMOVIDOS WRK-QTDE-MANTIDOS
                        WRK-QTDE-CONCLUIDOS WRK-QTDE-INATIVOS
                        WRK-QTDE-SEM-PRECO WRK-TOTAL-MENSAL
                        WRK-QTDE-RETIDAS.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 0100-GRAVAR-JORNAL-INICIO.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF STMST-ABERTO AND WRK-PRECO-COUNT > ZERO
               PERFORM 1500-LER-ANO-CAMPANHA
               PERFORM 1600-CARREGAR-VIRADA
               PERFORM 1700-CARREGAR-BOLSAS
               OPEN OUTPUT REENROLL-CAMPAIGN
               OPEN OUTPUT CARTA-REPORT
               PERFORM 3000-VARRER-MESTRE
               PERFORM 5000-IMPRIMIR-RESUMO
               CLOSE REENROLL-CAMPAIGN
               CLOSE CARTA-REPORT
               IF WRK-RMTLTR-STATUS = '00'
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           PERFORM 9100-GRAVAR-JORNAL-FIM.
           GOBACK.

       0100-GRAVAR-JORNAL-INICIO.
           OPEN EXTEND RUN-JOURNAL.
           IF WRK-JRNL-STATUS = '35'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WRK-JRNL-STATUS = '00'
               MOVE 'PROGCOB77' TO RJ-PROGRAMA
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
               MOVE 'PROGCOB77' TO RJ-PROGRAMA
               MOVE 'F'         TO RJ-TIPO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RJ-TIMESTAMP
               MOVE WRK-QTDE-LIDOS     TO RJ-QTDE-LIDOS
               MOVE WRK-QTDE-PROPOSTAS TO RJ-QTDE-GRAVADOS
               MOVE WRK-QTDE-SEM-PRECO TO RJ-QTDE-REJEITADOS
               MOVE RETURN-CODE        TO RJ-RETURN-CODE
               MOVE ZERO               TO RJ-ESPERA-SEG
               WRITE RUN-JOURNAL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.

      * STUDMST E TUIPRC NAO SAO OPCIONAIS: SEM O MESTRE NAO HA
      * A QUEM ESCREVER E SEM A TABELA DE PRECO NAO HA CONTRATO.
       1000-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-STMST-ABERTO.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-STMST-STATUS = '00'
               MOVE 'S' TO WRK-STMST-ABERTO
           ELSE
               DISPLAY 'ERRO AO ABRIR STUDMST: ' WRK-STMST-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 1200-CARREGAR-PRECOS.
           IF WRK-PRECO-COUNT = ZERO
               DISPLAY 'TABELA DE PRECO TUIPRC AUSENTE OU VAZIA'
               MOVE 12 TO RETURN-CODE
           END-IF.

       1200-CARREGAR-PRECOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT TUITION-PRICE.
           IF WRK-TUIPRC-STATUS = '00'
               PERFORM 1250-LER-TUIPRC
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-PRECO-COUNT < 50
                       ADD 1 TO WRK-PRECO-COUNT
                       MOVE PR-TURMA
                           TO WRK-PC-TURMA(WRK-PRECO-COUNT)
                       MOVE PR-VALOR
                           TO WRK-PC-VALOR(WRK-PRECO-COUNT)
                       IF PR-DIA-VENCIMENTO >= 1
                               AND PR-DIA-VENCIMENTO <= 28
                           MOVE PR-DIA-VENCIMENTO
                               TO WRK-PC-DIA(WRK-PRECO-COUNT)
                       ELSE
      * DIA DE VENCIMENTO FORA DE 1-28 (OU ZERADO) CAI NO DIA 10,
      * COMO NA GERACAO DAS MENSALIDADES.
                           MOVE 10 TO WRK-PC-DIA(WRK-PRECO-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'TABELA DE PRECOS CHEIA, IGNORADA: '
                           PR-TURMA
                   END-IF
                   PERFORM 1250-LER-TUIPRC
               END-PERFORM
               CLOSE TUITION-PRICE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1250-LER-TUIPRC.
           READ TUITION-PRICE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       1500-LER-ANO-CAMPANHA.
           DISPLAY 'ANO LETIVO DA REMATRICULA (AAAA, 0000=PROXIMO '
                   'ANO): '
            ACCEPT WRK-ANO-CAMPANHA FROM CONSOLE.
           IF WRK-ANO-CAMPANHA NOT > 1900
               MOVE WRK-DE-ANO TO WRK-ANO-CAMPANHA
               IF WRK-DE-MES > 6
                   ADD 1 TO WRK-ANO-CAMPANHA
               END-IF
           END-IF.
           DISPLAY 'CAMPANHA DE REMATRICULA DO ANO LETIVO '
                   WRK-ANO-CAMPANHA.

      * LOTE DA VIRADA OPCIONAL: JA APLICADO PELO PROGCOB22 (OU
      * AUSENTE), A TURMA DO MESTRE JA E A DO ANO NOVO.
       1600-CARREGAR-VIRADA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT STUDENT-TRANS.
           IF WRK-STMTRN-STATUS = '00'
               MOVE 'S' TO WRK-TEM-VIRADA
               PERFORM 1650-LER-STMTRAN
               PERFORM UNTIL FIM-ARQUIVO
                   IF TR-OPERACAO = 'A'
                           OR (TR-OPERACAO = 'M'
                               AND TR-TIPO-MOVIMENTO = 'C')
                       IF WRK-VIRADA-COUNT < 500
                           ADD 1 TO WRK-VIRADA-COUNT
                           MOVE WRK-VIRADA-COUNT TO WRK-VR-IDX
                           MOVE TR-MATRICULA
                               TO WRK-VR-MATRICULA(WRK-VR-IDX)
                           MOVE TR-OPERACAO
                               TO WRK-VR-OPERACAO(WRK-VR-IDX)
                           MOVE TR-TIPO-MOVIMENTO
                               TO WRK-VR-TIPO(WRK-VR-IDX)
                           MOVE TR-TURMA
                               TO WRK-VR-TURMA(WRK-VR-IDX)
                       ELSE
                           DISPLAY 'TABELA DA VIRADA CHEIA, '
                                   'TRANSACAO IGNORADA: '
                                   TR-MATRICULA
                           IF RETURN-CODE < 8
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 1650-LER-STMTRAN
               END-PERFORM
               CLOSE STUDENT-TRANS
           ELSE
               DISPLAY 'LOTE DA VIRADA (STMTRAN) AUSENTE - TURMA '
                       'DO ANO NOVO TIRADA DO STUDMST'
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1650-LER-STMTRAN.
           READ STUDENT-TRANS
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * CADASTRO DE BOLSAS OPCIONAL: SEM ELE O CONTRATO SAI COM O
      * VALOR CHEIO DA TURMA.
       1700-CARREGAR-BOLSAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SCHOLARSHIP-FILE.
           IF WRK-BOLSAS-STATUS = '00'
               PERFORM 1750-LER-BOLSAS
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-BOLSA-COUNT < 200
                       ADD 1 TO WRK-BOLSA-COUNT
                       MOVE BS-MATRICULA
                           TO WRK-BO-MATRICULA(WRK-BOLSA-COUNT)
                       MOVE BS-PERC-BOLSA
                           TO WRK-BO-PERC(WRK-BOLSA-COUNT)
                       MOVE BS-DESC-IRMAO
                           TO WRK-BO-IRMAO(WRK-BOLSA-COUNT)
                   ELSE
                       DISPLAY 'TABELA DE BOLSAS CHEIA, IGNORADA: '
                           BS-MATRICULA
                   END-IF
                   PERFORM 1750-LER-BOLSAS
               END-PERFORM
               CLOSE SCHOLARSHIP-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1750-LER-BOLSAS.
           READ SCHOLARSHIP-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * ALUNO QUE JA SAIU DA ESCOLA (SM-STATUS T/D/C) NAO E
      * CONVIDADO; SO ENTRA NA CONTAGEM.
       3000-VARRER-MESTRE.
           MOVE LOW-VALUES TO SM-MATRICULA.
           START STUDENT-MASTER KEY NOT < SM-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ STUDENT-MASTER NEXT
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTDE-LIDOS
                       IF SM-STATUS NOT = SPACE
                               AND SM-STATUS NOT = 'A'
                           ADD 1 TO WRK-QTDE-INATIVOS
                       ELSE
                           PERFORM 3500-PREPARAR-CARTA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

      * TURMA DO ANO NOVO PELA VIRADA; CONCLUINTE NAO TEM CARTA E
      * TURMA NOVA SEM PRECO E AVISO (RC 4, A TABELA DO ANO NOVO
      * ESTA INCOMPLETA).
       3500-PREPARAR-CARTA.
           PERFORM 3600-BUSCAR-VIRADA.
           IF ACHOU-VIRADA AND WRK-VR-OPERACAO(WRK-VR-IDX) = 'M'
               ADD 1 TO WRK-QTDE-CONCLUIDOS
           ELSE
               IF ACHOU-VIRADA
                   MOVE WRK-VR-TURMA(WRK-VR-IDX) TO WRK-TURMA-NOVA
                   MOVE 'P' TO WRK-SITUACAO
               ELSE
                   MOVE SM-TURMA TO WRK-TURMA-NOVA
                   IF TEM-VIRADA
                       MOVE 'M'   TO WRK-SITUACAO
                   ELSE
                       MOVE SPACE TO WRK-SITUACAO
                   END-IF
               END-IF
               PERFORM 3700-BUSCAR-PRECO
               IF NOT ACHOU-PRECO
                   ADD 1 TO WRK-QTDE-SEM-PRECO
                   DISPLAY 'TURMA NOVA SEM PRECO NO TUIPRC, CARTA '
                           'NAO EMITIDA: ' SM-MATRICULA ' '
                           WRK-TURMA-NOVA
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM 3800-CALCULAR-VALOR
                   PERFORM 4000-GRAVAR-CAMPANHA
                   PERFORM 3900-REGISTRAR-CARTA
                   IF CR-RETIDA
                       ADD 1 TO WRK-QTDE-RETIDAS
                   ELSE
                       PERFORM 4500-IMPRIMIR-CARTA
                       ADD 1 TO WRK-QTDE-CARTAS
                   END-IF
               END-IF
           END-IF.

      * COM O LOTE JA APLICADO O MESTRE TEM A TURMA NOVA E A
      * TRANSACAO NAO MUDA NADA; SEM LOTE NENHUM A TURMA DO MESTRE
      * VALE E A CARTA SAI SEM A SITUACAO NA VIRADA.
       3600-BUSCAR-VIRADA.
           MOVE 'N'  TO WRK-VR-ACHOU.
           MOVE ZERO TO WRK-VR-IDX.
           PERFORM VARYING WRK-VR-BUSCA FROM 1 BY 1
                   UNTIL WRK-VR-BUSCA > WRK-VIRADA-COUNT
                      OR ACHOU-VIRADA
               IF WRK-VR-MATRICULA(WRK-VR-BUSCA) = SM-MATRICULA
                   MOVE 'S' TO WRK-VR-ACHOU
                   MOVE WRK-VR-BUSCA TO WRK-VR-IDX
               END-IF
           END-PERFORM.

       3700-BUSCAR-PRECO.
           MOVE 'N'  TO WRK-PC-ACHOU.
           MOVE ZERO TO WRK-PC-IDX.
           PERFORM VARYING WRK-PC-BUSCA FROM 1 BY 1
                   UNTIL WRK-PC-BUSCA > WRK-PRECO-COUNT
                      OR ACHOU-PRECO
               IF WRK-PC-TURMA(WRK-PC-BUSCA) = WRK-TURMA-NOVA
                   MOVE 'S' TO WRK-PC-ACHOU
                   MOVE WRK-PC-BUSCA TO WRK-PC-IDX
               END-IF
           END-PERFORM.

      * VALOR MENSAL = BASE DA TURMA NOVA MENOS A BOLSA PERCENTUAL,
      * MENOS O DESCONTO DE IRMAO SOBRE O QUE SOBROU (A MESMA
      * CONTA DO PROGCOB43, PARA O CONTRATO BATER COM A COBRANCA).
       3800-CALCULAR-VALOR.
           MOVE WRK-PC-VALOR(WRK-PC-IDX) TO WRK-VALOR-BASE.
           MOVE ZERO TO WRK-PERC-BOLSA.
           MOVE 'N'  TO WRK-TEM-IRMAO WRK-BO-ACHOU.
           PERFORM VARYING WRK-BO-BUSCA FROM 1 BY 1
                   UNTIL WRK-BO-BUSCA > WRK-BOLSA-COUNT
                      OR ACHOU-BOLSA
               IF WRK-BO-MATRICULA(WRK-BO-BUSCA) = SM-MATRICULA
                   MOVE 'S' TO WRK-BO-ACHOU
                   MOVE WRK-BO-PERC(WRK-BO-BUSCA)
                       TO WRK-PERC-BOLSA
                   MOVE WRK-BO-IRMAO(WRK-BO-BUSCA)
                       TO WRK-TEM-IRMAO
               END-IF
           END-PERFORM.
           COMPUTE WRK-VALOR-FINAL =
               WRK-VALOR-BASE * (1 - WRK-PERC-BOLSA / 100).
           IF WRK-TEM-IRMAO = 'S'
               COMPUTE WRK-VALOR-FINAL =
                   WRK-VALOR-FINAL * (1 - WRK-PERC-IRMAO / 100)
           END-IF.

      * A CARTA ENTRA NO CORRESP ANTES DE SER IMPRESSA, COM O
      * ENDERECO USADO E O ANO DA CAMPANHA. ENDERECO MARCADO COMO
      * DEVOLVIDO NO MESTRE: A CARTA E REGISTRADA COMO RETIDA E
      * NAO E IMPRESSA. NUMERO ZERADO = REGISTRO FALHOU (AVISADO
      * PELO PROGCOB79), A CARTA SAI ASSIM MESMO COM RC 4.
       3900-REGISTRAR-CARTA.
           MOVE SPACES TO CORRESP-REGISTER-RECORD.
           MOVE 'M'               TO CR-TIPO.
           MOVE WRK-ARQ-PROGRAMA  TO CR-PROGRAMA.
           MOVE WRK-ARQ-TIMESTAMP(1:8) TO CR-DATA-EMISSAO.
           MOVE SM-MATRICULA      TO CR-MATRICULA.
           MOVE SM-RESPONSAVEL    TO CR-DESTINATARIO.
           MOVE SM-ENDERECO       TO CR-ENDERECO.
           MOVE SM-CIDADE         TO CR-CIDADE.
           MOVE SM-CEP            TO CR-CEP.
           STRING 'REMATRICULA ' WRK-ANO-CAMPANHA
               DELIMITED BY SIZE INTO CR-REFERENCIA
           END-STRING.
           MOVE 'E' TO CR-SITUACAO.
           IF SM-ENDERECO-DEVOLVIDO
               MOVE 'R' TO CR-SITUACAO
           END-IF.
           MOVE 'R' TO WRK-COR-FUNCAO.
           MOVE RETURN-CODE TO WRK-COR-RC.
           CALL 'PROGCOB79' USING WRK-COR-FUNCAO
               CORRESP-REGISTER-RECORD.
           MOVE WRK-COR-RC TO RETURN-CODE.
           IF CR-NUMERO = ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE CR-NUMERO TO WRK-NC-NUMERO.

       4000-GRAVAR-CAMPANHA.
           MOVE WRK-ANO-CAMPANHA  TO RM-ANO-LETIVO.
           MOVE SM-MATRICULA      TO RM-MATRICULA.
           MOVE SM-NOME           TO RM-NOME.
           MOVE SM-RESPONSAVEL    TO RM-RESPONSAVEL.
           MOVE SM-TURMA          TO RM-TURMA-ATUAL.
           MOVE WRK-TURMA-NOVA    TO RM-TURMA-NOVA.
           MOVE WRK-SITUACAO      TO RM-SITUACAO.
           MOVE WRK-VALOR-BASE    TO RM-VALOR-BASE.
           MOVE WRK-PERC-BOLSA    TO RM-PERC-BOLSA.
           MOVE WRK-TEM-IRMAO     TO RM-DESC-IRMAO.
           MOVE WRK-VALOR-FINAL   TO RM-VALOR-MENSAL.
           MOVE WRK-PC-DIA(WRK-PC-IDX) TO RM-DIA-VENCIMENTO.
           MOVE WRK-DATA-EXEC-NUM TO RM-DATA-EMISSAO.
           WRITE REENROLL-CAMPAIGN-RECORD.
           ADD 1 TO WRK-QTDE-PROPOSTAS.
           ADD WRK-VALOR-FINAL TO WRK-TOTAL-MENSAL.
           IF RM-PROMOVIDO
               ADD 1 TO WRK-QTDE-PROMOVIDOS
           END-IF.
           IF RM-MANTIDO
               ADD 1 TO WRK-QTDE-MANTIDOS
           END-IF.

      * UMA CARTA POR ALUNO: ENDERECO DO RESPONSAVEL, TURMA DO ANO
      * NOVO, CONTRATO COM O VALOR MENSAL E AS ASSINATURAS E, DEPOIS
      * DO RECORTE, O CANHOTO DE RESPOSTA. O SEPARADOR MARCA ONDE
      * DESTACAR PARA ENVELOPAR.
       4500-IMPRIMIR-CARTA.
           MOVE WRK-ANO-CAMPANHA TO WRK-CB-ANO.
           MOVE WRK-CAB-CARTA TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-NUMERO-CARTA TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-DE-DIA TO WRK-DT-DIA.
           MOVE WRK-DE-MES TO WRK-DT-MES.
           MOVE WRK-DE-ANO TO WRK-DT-ANO.
           MOVE WRK-LINHA-DATA TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE SM-RESPONSAVEL TO WRK-R-RESPONSAVEL.
           MOVE WRK-LINHA-RESPONSAVEL TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE SM-ENDERECO TO WRK-E-ENDERECO.
           MOVE WRK-LINHA-ENDERECO TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE SM-CIDADE TO WRK-E-CIDADE.
           MOVE SM-CEP    TO WRK-E-CEP.
           MOVE WRK-LINHA-CIDADE TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE SPACES TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE SM-NOME      TO WRK-A-NOME.
           MOVE SM-MATRICULA TO WRK-A-MATRICULA.
           MOVE WRK-LINHA-ALUNO TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE SM-TURMA         TO WRK-TU-ATUAL.
           MOVE WRK-ANO-CAMPANHA TO WRK-TU-ANO.
           MOVE WRK-TURMA-NOVA   TO WRK-TU-NOVA.
           EVALUATE WRK-SITUACAO
               WHEN 'P'
                   MOVE 'PROMOVIDO(A)'             TO WRK-TU-SITUACAO
               WHEN 'M'
                   MOVE 'PERMANECE NA MESMA SERIE' TO WRK-TU-SITUACAO
               WHEN OTHER
                   MOVE SPACES                     TO WRK-TU-SITUACAO
           END-EVALUATE.
           MOVE WRK-LINHA-TURMAS TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE SPACES TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-TEXTO-1 TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-TEXTO-2 TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE SPACES TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-ANO-CAMPANHA TO WRK-TC-ANO.
           MOVE WRK-LINHA-TITULO-CONTRATO TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE 'VALOR DA TURMA NO ANO LETIVO' TO WRK-V-DESCRICAO.
           MOVE WRK-VALOR-BASE TO WRK-V-VALOR.
           MOVE WRK-LINHA-VALOR TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-PERC-BOLSA TO WRK-B-PERC.
           IF WRK-TEM-IRMAO = 'S'
               MOVE 'SIM' TO WRK-B-IRMAO
           ELSE
               MOVE 'NAO' TO WRK-B-IRMAO
           END-IF.
           MOVE WRK-LINHA-BOLSA TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE 'VALOR MENSAL A PAGAR' TO WRK-V-DESCRICAO.
           MOVE WRK-VALOR-FINAL TO WRK-V-VALOR.
           MOVE WRK-LINHA-VALOR TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-PC-DIA(WRK-PC-IDX) TO WRK-VE-DIA.
           MOVE WRK-LINHA-VENCIMENTO TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE SPACES TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-TEXTO-CLAUSULA-1 TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-TEXTO-CLAUSULA-2 TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-TEXTO-CLAUSULA-3 TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE SPACES TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-ASSINATURA TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-ASSINANTES TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE SPACES TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-RECORTE TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-ANO-CAMPANHA TO WRK-CN-ANO.
           MOVE SM-MATRICULA     TO WRK-CN-MATRICULA.
           MOVE WRK-TURMA-NOVA   TO WRK-CN-TURMA.
           MOVE WRK-LINHA-CANHOTO TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-ALUNO TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-OPCOES TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE SPACES TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-ASSINATURA TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-ASSINANTES TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-SEPARADOR TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.

       5000-IMPRIMIR-RESUMO.
           MOVE WRK-ANO-CAMPANHA TO WRK-RT-ANO.
           MOVE WRK-LINHA-RESUMO-TITULO TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           DISPLAY WRK-LINHA-RESUMO-TITULO.
           MOVE 'ALUNOS LIDOS NO STUDMST' TO WRK-RS-DESCRICAO.
           MOVE WRK-QTDE-LIDOS TO WRK-RS-QTDE.
           PERFORM 5100-IMPRIMIR-LINHA-RESUMO.
      * A PROPOSTA VAI PARA O RMTCAMP MESMO COM A CARTA RETIDA;
      * EMITIDAS SAO SO AS CARTAS IMPRESSAS NO RMTLTR.
           MOVE 'PROPOSTAS GRAVADAS NO RMTCAMP' TO WRK-RS-DESCRICAO.
           MOVE WRK-QTDE-PROPOSTAS TO WRK-RS-QTDE.
           PERFORM 5100-IMPRIMIR-LINHA-RESUMO.
           MOVE '  PROMOVIDOS PARA A SERIE SEGUINTE'
               TO WRK-RS-DESCRICAO.
           MOVE WRK-QTDE-PROMOVIDOS TO WRK-RS-QTDE.
           PERFORM 5100-IMPRIMIR-LINHA-RESUMO.
           MOVE '  MANTIDOS NA TURMA' TO WRK-RS-DESCRICAO.
           MOVE WRK-QTDE-MANTIDOS TO WRK-RS-QTDE.
           PERFORM 5100-IMPRIMIR-LINHA-RESUMO.
           MOVE 'CARTAS EMITIDAS' TO WRK-RS-DESCRICAO.
           MOVE WRK-QTDE-CARTAS TO WRK-RS-QTDE.
           PERFORM 5100-IMPRIMIR-LINHA-RESUMO.
           MOVE 'CARTAS RETIDAS (ENDERECO DEVOLVIDO)'
               TO WRK-RS-DESCRICAO.
           MOVE WRK-QTDE-RETIDAS TO WRK-RS-QTDE.
           PERFORM 5100-IMPRIMIR-LINHA-RESUMO.
           MOVE 'CONCLUINTES DO CICLO (SEM CARTA)'
               TO WRK-RS-DESCRICAO.
           MOVE WRK-QTDE-CONCLUIDOS TO WRK-RS-QTDE.
           PERFORM 5100-IMPRIMIR-LINHA-RESUMO.
           MOVE 'INATIVOS NO MESTRE (SEM CARTA)' TO WRK-RS-DESCRICAO.
           MOVE WRK-QTDE-INATIVOS TO WRK-RS-QTDE.
           PERFORM 5100-IMPRIMIR-LINHA-RESUMO.
           MOVE 'TURMA NOVA SEM PRECO (SEM CARTA)'
               TO WRK-RS-DESCRICAO.
           MOVE WRK-QTDE-SEM-PRECO TO WRK-RS-QTDE.
           PERFORM 5100-IMPRIMIR-LINHA-RESUMO.
           MOVE WRK-TOTAL-MENSAL TO WRK-RV-VALOR.
           MOVE WRK-LINHA-RESUMO-VALOR TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           DISPLAY WRK-LINHA-RESUMO-VALOR.
           IF NOT TEM-VIRADA
               MOVE 'TURMA NOVA TIRADA DO STUDMST - STMTRAN AUSENTE'
                   TO CARTA-REPORT-LINE
               WRITE CARTA-REPORT-LINE
           END-IF.
           DISPLAY 'CAMPANHA GRAVADA NO RMTCAMP - RESPOSTAS NO '
                   'PROGCOB78'.

       5100-IMPRIMIR-LINHA-RESUMO.
           MOVE WRK-LINHA-RESUMO TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           DISPLAY WRK-LINHA-RESUMO.

       9000-FECHAR-ARQUIVOS.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           PERFORM 9700-FECHAR-CORRESPONDENCIA.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT CARTA-REPORT.
           IF WRK-RMTLTR-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-RMTLTR-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE CARTA-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ CARTA-REPORT INTO WRK-ARQ-LINHA
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

      * FECHA O CORRESP MANTIDO ABERTO PELO PROGCOB79 DURANTE A
      * EMISSAO (SEM CARTA NENHUMA ELE NEM CHEGOU A SER ABERTO).
       9700-FECHAR-CORRESPONDENCIA.
           MOVE 'F' TO WRK-COR-FUNCAO.
           MOVE RETURN-CODE TO WRK-COR-RC.
           CALL 'PROGCOB79' USING WRK-COR-FUNCAO
               CORRESP-REGISTER-RECORD.
           MOVE WRK-COR-RC TO RETURN-CODE.
