      * LUGAR DA DIGITACAO MANUAL DE CADA TU-MATRICULA/
      * COMPETENCIA/VALOR TODO MES. MENSALIDADE JA EXISTENTE NO
      * TUIFILE PARA A MESMA MATRICULA/COMPETENCIA NAO E GERADA
      * DE NOVO. ALUNO TRANSFERIDO, DESISTENTE OU CONCLUIDO
      * (SM-STATUS) E COBRADO ATE O MES DA SAIDA INCLUSIVE; DAI EM
      * DIANTE FICA FORA DA GERACAO E SO E CONTADO NOS TOTAIS.
      * CADA MENSALIDADE GERADA E LANCADA NA CONTABILIDADE
      * (CTBFAT, PARTIDAS DOBRADAS DO EVENTO RECE COM AS CONTAS DO
      * PLANO DE CONTAS PLCONTA) E A CONCILIACAO (CONCFAT) MOSTRA
      * QUE O TOTAL LANCADO BATE COM O TOTAL DO ROMANEIO.
      * O SALDO EM ABERTO NO CONTA CORRENTE DO ALUNO (SALDOAL,
      * DIFERENCAS DE PAGAMENTO REGISTRADAS PELO PROGCOB44) ENTRA
      * NA MENSALIDADE GERADA: A DIFERENCA PAGA A MENOR E SOMADA E
      * O CREDITO PAGO A MAIOR E DESCONTADO (ATE ZERAR A
      * MENSALIDADE; O QUE SOBRAR FICA PARA O MES SEGUINTE), COM O
      * AJUSTE IMPRESSO NO BILRPT E LANCADO NOS EVENTOS DIFC/CRED.
      * COM A CAMPANHA DE REMATRICULA DO ANO DA COMPETENCIA
      * EMITIDA (RMTCAMP, PROGCOB77), O ALUNO CONVIDADO SO E
      * COBRADO SE A ULTIMA RESPOSTA DELE NO RMTCONF (PROGCOB78)
      * FOR A CONFIRMACAO; O DESISTENTE E O QUE NAO RESPONDEU SAEM
      * NO BILRPT COMO NAO COBRADOS. ALUNO FORA DA CAMPANHA
      * (MATRICULA NOVA DO ANO) E COBRADO NORMALMENTE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

      * CONTA CORRENTE DO ALUNO, LIDO POR MATRICULA (START NA
      * MATRICULA + READ NEXT) E ATUALIZADO NA APLICACAO.
           SELECT STUDENT-BALANCE ASSIGN TO 'SALDOAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CHAVE
               FILE STATUS IS WRK-SALDOAL-STATUS.

           SELECT TUITION-PRICE ASSIGN TO 'TUIPRC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TUIPRC-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BILRPT-STATUS.

           SELECT CHART-ACCOUNTS ASSIGN TO 'PLCONTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLCONTA-STATUS.

           SELECT POSTING-FILE ASSIGN TO 'CTBFAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTBFAT-STATUS.

           SELECT RECON-REPORT ASSIGN TO 'CONCFAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONCFAT-STATUS.

           SELECT REENROLL-CAMPAIGN ASSIGN TO 'RMTCAMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RMTCAMP-STATUS.

           SELECT REENROLL-CONFIRM ASSIGN TO 'RMTCONF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RMTCONF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  STUDENT-BALANCE
           LABEL RECORD IS STANDARD.
       COPY CPSALDO.

       FD  TUITION-PRICE
           LABEL RECORD IS STANDARD.
       COPY CPTUIPR.
                             TU-VALOR          BY TG-VALOR
                             TU-VENCIMENTO     BY TG-VENCIMENTO
                             TU-DATA-PAGAMENTO BY TG-DATA-PAGAMENTO
                             TU-VALOR-PAGO     BY TG-VALOR-PAGO
                             TU-SITUACAO       BY TG-SITUACAO
                             TU-RENEGOCIADA    BY TG-RENEGOCIADA
                             TU-PARCELA-ACORDO BY TG-PARCELA-ACORDO
                             TU-NUM-ACORDO     BY TG-NUM-ACORDO.

       FD  BILLING-REPORT
           LABEL RECORD IS STANDARD.
       01  BILLING-REPORT-LINE PIC X(100).

       FD  CHART-ACCOUNTS
           LABEL RECORD IS STANDARD.
       COPY CPPLCTA.

       FD  POSTING-FILE
           LABEL RECORD IS STANDARD.
       COPY CPCTBLC.

       FD  RECON-REPORT
           LABEL RECORD IS STANDARD.
       01  RECON-REPORT-LINE PIC X(100).

       FD  REENROLL-CAMPAIGN
           LABEL RECORD IS STANDARD.
       COPY CPRMTCP.

       FD  REENROLL-CONFIRM
           LABEL RECORD IS STANDARD.
       COPY CPRMTCF.

       WORKING-STORAGE SECTION.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-TUIPRC-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-TUIFILE-STATUS PIC X(02) VALUE SPACES.
       77 WRK-TUIGEN-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-BILRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PLCONTA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CTBFAT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CONCFAT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-RMTCAMP-STATUS PIC X(02) VALUE SPACES.
       77 WRK-RMTCONF-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-STMST-ABERTO   PIC X(01) VALUE 'N'.
           88 STMST-ABERTO   VALUE 'S'.
       77 WRK-SALDOAL-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SALDOAL-ABERTO PIC X(01) VALUE 'N'.
           88 SALDOAL-ABERTO VALUE 'S'.
       77 WRK-FIM-SALDO      PIC X(01) VALUE 'N'.
           88 FIM-SALDO      VALUE 'S'.

      * COMPETENCIA A GERAR (AAAAMM), INFORMADA PELO OPERADOR E
      * REPETIDA ATE VIR UM MES VALIDO.
       77 WRK-BO-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-BOLSA    VALUE 'S'.
       77 WRK-PERC-IRMAO     PIC 9(02)V99 VALUE 10.

      * CAMPANHA DE REMATRICULA DO ANO DA COMPETENCIA: ALUNOS
      * CONVIDADOS E A ULTIMA RESPOSTA DE CADA UM (ESPACO = SEM
      * RESPOSTA). ESTOURO DA TABELA E ERRO DE DADOS (RC 8), COMO
      * O DAS JA GERADAS: O ALUNO PERDIDO SERIA COBRADO SEM TER
      * CONFIRMADO.
       01 WRK-REMAT-TABLE.
           05 WRK-RM-ENTRY OCCURS 500 TIMES.
               10 WRK-RM-MATRICULA PIC 9(06).
               10 WRK-RM-RESPOSTA  PIC X(01).
       77 WRK-REMAT-COUNT    PIC 9(03) VALUE ZERO.
       77 WRK-RM-IDX         PIC 9(03) VALUE ZERO.
       77 WRK-RM-BUSCA       PIC 9(03) VALUE ZERO.
       77 WRK-RM-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-REMAT    VALUE 'S'.
       77 WRK-RM-MATR-BUSCA  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-NAO-REMAT PIC 9(06) VALUE ZERO.
       77 WRK-PERC-BOLSA     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TEM-IRMAO      PIC X(01) VALUE 'N'.


       77 WRK-VALOR-BASE     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-FINAL    PIC 9(06)V99 VALUE ZEROS.
      * AJUSTE DO CONTA CORRENTE: WRK-VALOR-MENSAL E A MENSALIDADE
      * ANTES DO AJUSTE E WRK-VALOR-FINAL O QUE VAI SER COBRADO.
      * O PASSO D APLICA AS DIFERENCAS A COBRAR E O PASSO C OS
      * CREDITOS, LIMITADOS AO QUE HA PARA DESCONTAR.
       77 WRK-VALOR-MENSAL   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-AJUSTE-DEBITO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-AJUSTE-CREDITO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DISPONIVEL     PIC S9(07)V99 VALUE ZEROS.
       77 WRK-LIMITE-CREDITO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-APLICAR        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PASSO-TIPO     PIC X(01) VALUE SPACE.
       77 WRK-ITEM-ALTERADO  PIC X(01) VALUE 'N'.
           88 ITEM-ALTERADO  VALUE 'S'.
       77 WRK-QTDE-CRED-APLICADO PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-CRED-APLICADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTDE-DEB-COBRADO PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-DEB-COBRADO PIC 9(09)V99 VALUE ZEROS.
      * MENSALIDADES COM VALOR ANTES DO AJUSTE (A DE BOLSA INTEGRAL
      * NAO TEM LANCAMENTO RECE) E A SOMA DELAS, PARA A
      * CONCILIACAO DO EVENTO RECE.
       77 WRK-QTDE-MENSAL    PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-MENSAL   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VENCIMENTO     PIC 9(08) VALUE ZERO.

       77 WRK-QTDE-ALUNOS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-GERADAS   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SEM-PRECO PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-JA-GERADAS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-INATIVOS  PIC 9(06) VALUE ZERO.
      * MES (AAAAMM) DA SAIDA DO ALUNO INATIVO, TIRADO DO
      * SM-DATA-STATUS PARA COMPARAR COM A COMPETENCIA.
       77 WRK-MES-SAIDA      PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-GERADO   PIC 9(09)V99 VALUE ZEROS.

      * TOTAIS DO ROMANEIO POR TURMA, NO DESENHO DO PROGCOB32.
       77 WRK-TT-BUSCA       PIC 9(02) VALUE ZERO.
       77 WRK-TT-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-TURMA    VALUE 'S'.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB43'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'BILRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'F'.
       77 WRK-ARQ-RC         PIC S9(04) COMP VALUE ZERO.
      * O RELATORIO E RELIDO E ENTREGUE UMA LINHA POR CHAMADA
      * (FUNCAO L); A FUNCAO F FECHA O ARQUIVAMENTO.
       77 WRK-ARQ-FUNCAO     PIC X(01) VALUE 'L'.
       77 WRK-ARQ-LINHA      PIC X(132) VALUE SPACES.
       77 WRK-ARQ-FIM        PIC X(01) VALUE 'N'.
           88 FIM-ARQ-RELATORIO VALUE 'S'.

      * CONTROLE DE PAGINACAO, NO MESMO DESENHO DO PROGCOB32.
       01 WRK-DATA-EXEC.
           05 FILLER          PIC X(01) VALUE '='.
           05 WRK-D-FINAL     PIC ZZZ.ZZ9,99.

       01 WRK-DETALHE-NAO-COBRADO.
           05 WRK-NC-MATRICULA PIC ZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-NC-NOME     PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-NC-TURMA    PIC X(04).
           05 FILLER          PIC X(28) VALUE
               ' NAO COBRADO - REMATRICULA: '.
           05 WRK-NC-MOTIVO   PIC X(12).

       01 WRK-LINHA-AJUSTE.
           05 FILLER          PIC X(07) VALUE SPACES.
           05 FILLER          PIC X(19) VALUE
               'SALDO: MENSALIDADE='.
           05 WRK-A-MENSAL    PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(16) VALUE ' + DIF. A MENOR='.
           05 WRK-A-DEBITO    PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(11) VALUE ' - CREDITO='.
           05 WRK-A-CREDITO   PIC ZZZ.ZZ9,99.

       01 WRK-LINHA-TURMA.
           05 FILLER          PIC X(07) VALUE 'TURMA: '.
           05 WRK-T-TURMA     PIC X(04).
           05 WRK-TO-JA-GERADAS PIC ZZZZZ9.
           05 FILLER            PIC X(07) VALUE ' TOTAL='.
           05 WRK-TO-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(10) VALUE ' INATIVOS='.
           05 WRK-TO-INATIVOS   PIC ZZZZZ9.

       01 WRK-LINHA-TOTAIS-SALDO.
           05 FILLER            PIC X(25) VALUE
               'CREDITOS APLICADOS: QTDE='.
           05 WRK-TS-QTDE-CRED  PIC ZZZZZ9.
           05 FILLER            PIC X(07) VALUE ' VALOR='.
           05 WRK-TS-VALOR-CRED PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(21) VALUE
               ' DIF. COBRADAS: QTDE='.
           05 WRK-TS-QTDE-DEB   PIC ZZZZZ9.
           05 FILLER            PIC X(07) VALUE ' VALOR='.
           05 WRK-TS-VALOR-DEB  PIC ZZZ.ZZZ.ZZ9,99.

       01 WRK-LINHA-TOTAIS-REMAT.
           05 FILLER            PIC X(12) VALUE 'REMATRICULA '.
           05 WRK-TR-ANO        PIC 9(04).
           05 FILLER            PIC X(14) VALUE ': CONVIDADOS='.
           05 WRK-TR-CONVIDADOS PIC ZZZZZ9.
           05 FILLER            PIC X(34) VALUE
               ' NAO COBRADOS (SEM CONFIRMACAO)='.
           05 WRK-TR-NAO-COBRADOS PIC ZZZZZ9.

       01 WRK-LINHA-TITULO.
           05 FILLER            PIC X(13) VALUE 'COMPETENCIA: '.
           05 WRK-TI-COMPETENCIA PIC 9(06).

      * PLANO DE CONTAS CARREGADO DO PLCONTA. SEM O ARQUIVO OU SEM
      * O EVENTO RECE NAO HA COMO LANCAR: O FATURAMENTO SAI DO
      * MESMO JEITO, MAS SEM LANCAMENTO CONTABIL (RC 8).
       01 WRK-PLANO-TABLE.
           05 WRK-PL-ENTRY OCCURS 20 TIMES.
               10 WRK-PL-EVENTO    PIC X(04).
               10 WRK-PL-DEBITO    PIC X(12).
               10 WRK-PL-CREDITO   PIC X(12).
               10 WRK-PL-HISTORICO PIC X(30).
               10 WRK-PL-QTDE      PIC 9(06).
               10 WRK-PL-VALOR     PIC 9(13)V99.
       77 WRK-PLANO-COUNT    PIC 9(02) VALUE ZERO.
       77 WRK-PL-IDX         PIC 9(02) VALUE ZERO.
       77 WRK-PL-BUSCA       PIC 9(02) VALUE ZERO.
       77 WRK-PL-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-EVENTO   VALUE 'S'.
       77 WRK-CONTABIL-ATIVO PIC X(01) VALUE 'N'.
           88 CONTABIL-ATIVO VALUE 'S'.

      * LANCAMENTO CORRENTE E TOTAIS DE CONTROLE DO CTBFAT.
       77 WRK-EVENTO         PIC X(04) VALUE SPACES.
       77 WRK-VALOR-LANCAMENTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-NUM-LANCAMENTO PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-DEBITO   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITO  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-FATURADO-LANCADO PIC S9(13)V99 VALUE ZEROS.
       77 WRK-CONCILIA       PIC X(01) VALUE 'S'.
           88 CONCILIACAO-OK VALUE 'S'.

       01 WRK-LINHA-CONC-TITULO.
           05 FILLER            PIC X(29) VALUE
               'CONCILIACAO CONTABIL - ORIGEM'.
           05 FILLER            PIC X(24) VALUE
               ' PROGCOB43  COMPETENCIA '.
           05 WRK-CT-COMPETENCIA PIC 9(06).

       01 WRK-LINHA-CONCILIACAO.
           05 WRK-CO-DESCRICAO  PIC X(36).
           05 FILLER            PIC X(06) VALUE ' QTDE='.
           05 WRK-CO-QTDE       PIC ZZZZZ9.
           05 FILLER            PIC X(07) VALUE ' VALOR='.
           05 WRK-CO-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WRK-LINHA-CONC-SITUACAO.
           05 FILLER            PIC X(10) VALUE 'SITUACAO: '.
           05 WRK-CS-TEXTO      PIC X(70).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
                        WRK-JAGER-COUNT WRK-TURMA-COUNT
                        WRK-QTDE-ALUNOS WRK-QTDE-GERADAS
                        WRK-QTDE-SEM-PRECO WRK-QTDE-JA-GERADAS
                        WRK-QTDE-INATIVOS
                        WRK-REMAT-COUNT WRK-QTDE-NAO-REMAT
                        WRK-TOTAL-GERADO
                        WRK-PLANO-COUNT WRK-NUM-LANCAMENTO
                        WRK-TOTAL-DEBITO WRK-TOTAL-CREDITO
                        WRK-QTDE-CRED-APLICADO WRK-TOTAL-CRED-APLICADO
                        WRK-QTDE-DEB-COBRADO WRK-TOTAL-DEB-COBRADO
                        WRK-QTDE-MENSAL WRK-TOTAL-MENSAL
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           MOVE 'N' TO WRK-CONTABIL-ATIVO.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF STMST-ABERTO AND WRK-PRECO-COUNT > ZERO
               PERFORM 1500-LER-COMPETENCIA
               PERFORM 1700-CARREGAR-BOLSAS
               PERFORM 1800-CARREGAR-JA-GERADAS
               PERFORM 1600-CARREGAR-REMATRICULA
               OPEN OUTPUT TUITION-GERADA
               OPEN OUTPUT BILLING-REPORT
               PERFORM 1900-CARREGAR-PLANO-CONTAS
               PERFORM 6000-ABRIR-CONTABIL
               MOVE WRK-COMPETENCIA-NUM TO WRK-TI-COMPETENCIA
               PERFORM 4600-VERIFICAR-QUEBRA-PAGINA
               MOVE WRK-LINHA-TITULO TO BILLING-REPORT-LINE
               ADD 1 TO WRK-LINHA-ATUAL
               PERFORM 3000-VARRER-MESTRE
               PERFORM 5000-IMPRIMIR-TOTAIS
               PERFORM 6500-FECHAR-CONTABIL
               PERFORM 7000-IMPRIMIR-CONCILIACAO
               CLOSE TUITION-GERADA
               CLOSE BILLING-REPORT
               IF WRK-BILRPT-STATUS = '00'
                   MOVE 'BILRPT' TO WRK-ARQ-RELATORIO
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           GOBACK.
               DISPLAY 'TABELA DE PRECO TUIPRC AUSENTE OU VAZIA'
               MOVE 12 TO RETURN-CODE
           END-IF.
      * SALDOAL AINDA INEXISTENTE (STATUS '35') = NENHUMA
      * DIFERENCA REGISTRADA, NADA A AJUSTAR.
           MOVE 'N' TO WRK-SALDOAL-ABERTO.
           OPEN I-O STUDENT-BALANCE.
           IF WRK-SALDOAL-STATUS = '00'
               MOVE 'S' TO WRK-SALDOAL-ABERTO
           ELSE
               IF WRK-SALDOAL-STATUS NOT = '35'
                   DISPLAY 'ERRO AO ABRIR SALDOAL: '
                           WRK-SALDOAL-STATUS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1200-CARREGAR-PRECOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
               END-IF
           END-PERFORM.

      * CAMPANHA DE REMATRICULA OPCIONAL: SEM CARTAS EMITIDAS PARA
      * O ANO DA COMPETENCIA (RMTCAMP AUSENTE OU DE OUTRO ANO)
      * TODO ALUNO ATIVO E COBRADO, COMO SEMPRE FOI.
       1600-CARREGAR-REMATRICULA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT REENROLL-CAMPAIGN.
           IF WRK-RMTCAMP-STATUS = '00'
               PERFORM 1650-LER-RMTCAMP
               PERFORM UNTIL FIM-ARQUIVO
                   IF RM-ANO-LETIVO = WRK-CP-ANO
                       IF WRK-REMAT-COUNT < 500
                           ADD 1 TO WRK-REMAT-COUNT
                           MOVE RM-MATRICULA
                               TO WRK-RM-MATRICULA(WRK-REMAT-COUNT)
                           MOVE SPACE
                               TO WRK-RM-RESPOSTA(WRK-REMAT-COUNT)
                       ELSE
                           DISPLAY 'TABELA DA REMATRICULA CHEIA, '
                               'SEM CONTROLE DE CONFIRMACAO: '
                               RM-MATRICULA
                           IF RETURN-CODE < 8
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 1650-LER-RMTCAMP
               END-PERFORM
               CLOSE REENROLL-CAMPAIGN
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           IF WRK-REMAT-COUNT > ZERO
               PERFORM 1660-CARREGAR-RESPOSTAS
           END-IF.

       1650-LER-RMTCAMP.
           READ REENROLL-CAMPAIGN
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * AS RESPOSTAS ESTAO NA ORDEM EM QUE FORAM DIGITADAS: VALE A
      * ULTIMA DO ALUNO NO ANO.
       1660-CARREGAR-RESPOSTAS.
           OPEN INPUT REENROLL-CONFIRM.
           IF WRK-RMTCONF-STATUS = '00'
               PERFORM 1670-LER-RMTCONF
               PERFORM UNTIL FIM-ARQUIVO
                   IF RF-ANO-LETIVO = WRK-CP-ANO
                       MOVE RF-MATRICULA TO WRK-RM-MATR-BUSCA
                       PERFORM 3450-BUSCAR-REMATRICULA
                       IF ACHOU-REMAT
                           MOVE RF-RESPOSTA
                               TO WRK-RM-RESPOSTA(WRK-RM-IDX)
                       END-IF
                   END-IF
                   PERFORM 1670-LER-RMTCONF
               END-PERFORM
               CLOSE REENROLL-CONFIRM
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1670-LER-RMTCONF.
           READ REENROLL-CONFIRM
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * CADASTRO DE BOLSAS OPCIONAL: SEM ELE TODO MUNDO PAGA O
      * VALOR CHEIO DA TURMA.
       1700-CARREGAR-BOLSAS.
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * PLANO DE CONTAS DA CONTABILIDADE (PLCONTA), UM REGISTRO
      * POR EVENTO. O PROGCOB43 SO USA O EVENTO RECE.
       1900-CARREGAR-PLANO-CONTAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CHART-ACCOUNTS.
           IF WRK-PLCONTA-STATUS = '00'
               PERFORM 1950-LER-PLCONTA
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-PLANO-COUNT < 20
                       ADD 1 TO WRK-PLANO-COUNT
                       MOVE WRK-PLANO-COUNT TO WRK-PL-IDX
                       MOVE CT-EVENTO  TO WRK-PL-EVENTO(WRK-PL-IDX)
                       MOVE CT-CONTA-DEBITO
                           TO WRK-PL-DEBITO(WRK-PL-IDX)
                       MOVE CT-CONTA-CREDITO
                           TO WRK-PL-CREDITO(WRK-PL-IDX)
                       MOVE CT-HISTORICO
                           TO WRK-PL-HISTORICO(WRK-PL-IDX)
                       MOVE ZERO TO WRK-PL-QTDE(WRK-PL-IDX)
                       MOVE ZERO TO WRK-PL-VALOR(WRK-PL-IDX)
                   ELSE
                       DISPLAY 'PLANO DE CONTAS CHEIO, IGNORADO: '
                           CT-EVENTO
                   END-IF
                   PERFORM 1950-LER-PLCONTA
               END-PERFORM
               CLOSE CHART-ACCOUNTS
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1950-LER-PLCONTA.
           READ CHART-ACCOUNTS
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * ALUNO QUE SAIU DA ESCOLA (SM-STATUS T/D/C) SO E COBRADO SE
      * A COMPETENCIA FOR ATE O MES DA SAIDA (SM-DATA-STATUS):
      * QUEM SAI EM 10/05 PAGA MAIO E NAO RECEBE JUNHO.
       3000-VARRER-MESTRE.
           MOVE LOW-VALUES TO SM-MATRICULA.
           START STUDENT-MASTER KEY NOT < SM-MATRICULA
               READ STUDENT-MASTER NEXT
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE 999999 TO WRK-MES-SAIDA
                       IF SM-STATUS NOT = SPACE
                               AND SM-STATUS NOT = 'A'
                           COMPUTE WRK-MES-SAIDA =
                               SM-DATA-STATUS / 100
                       END-IF
                       IF WRK-COMPETENCIA-NUM > WRK-MES-SAIDA
                           ADD 1 TO WRK-QTDE-INATIVOS
                       ELSE
                           ADD 1 TO WRK-QTDE-ALUNOS
                           PERFORM 3400-VERIFICAR-REMATRICULA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

      * ALUNO CONVIDADO NA CAMPANHA SEM A CONFIRMACAO COMO ULTIMA
      * RESPOSTA NAO E COBRADO - SO E LISTADO NO BILRPT.
       3400-VERIFICAR-REMATRICULA.
           MOVE SM-MATRICULA TO WRK-RM-MATR-BUSCA.
           PERFORM 3450-BUSCAR-REMATRICULA.
           IF ACHOU-REMAT AND WRK-RM-RESPOSTA(WRK-RM-IDX) NOT = 'C'
               ADD 1 TO WRK-QTDE-NAO-REMAT
               PERFORM 4550-IMPRIMIR-NAO-COBRADO
           ELSE
               PERFORM 3500-GERAR-MENSALIDADE
           END-IF.

       3450-BUSCAR-REMATRICULA.
           MOVE 'N'  TO WRK-RM-ACHOU.
           MOVE ZERO TO WRK-RM-IDX.
           PERFORM VARYING WRK-RM-BUSCA FROM 1 BY 1
                   UNTIL WRK-RM-BUSCA > WRK-REMAT-COUNT
                      OR ACHOU-REMAT
               IF WRK-RM-MATRICULA(WRK-RM-BUSCA) = WRK-RM-MATR-BUSCA
                   MOVE 'S' TO WRK-RM-ACHOU
                   MOVE WRK-RM-BUSCA TO WRK-RM-IDX
               END-IF
           END-PERFORM.

      * MONTA A MENSALIDADE DO ALUNO: SEM PRECO PARA A TURMA E
      * AVISO (RC 4, O CADASTRO DE PRECO ESTA FURADO); JA GERADA
      * NA COMPETENCIA E SO CONTADA - E O CASO NORMAL DE UMA
                   END-IF
               ELSE
                   PERFORM 3800-CALCULAR-VALOR
                   PERFORM 3900-APLICAR-SALDO
                   PERFORM 4000-GRAVAR-GERADA
                   PERFORM 4500-IMPRIMIR-DETALHE
               END-IF
           COMPUTE WRK-VENCIMENTO =
               WRK-COMPETENCIA-NUM * 100 + WRK-PC-DIA(WRK-PC-IDX).

      * AJUSTE PELO CONTA CORRENTE: PRIMEIRO SOMA TUDO O QUE A
      * FAMILIA FICOU DEVENDO, DEPOIS DESCONTA OS CREDITOS ATE O
      * LIMITE DO QUE HA PARA COBRAR.
       3900-APLICAR-SALDO.
           MOVE WRK-VALOR-FINAL TO WRK-VALOR-MENSAL.
           MOVE ZERO TO WRK-AJUSTE-DEBITO WRK-AJUSTE-CREDITO.
           IF SALDOAL-ABERTO
               MOVE 'D' TO WRK-PASSO-TIPO
               PERFORM 3910-PERCORRER-SALDO
               MOVE 'C' TO WRK-PASSO-TIPO
               PERFORM 3910-PERCORRER-SALDO
               COMPUTE WRK-VALOR-FINAL = WRK-VALOR-MENSAL
                   + WRK-AJUSTE-DEBITO - WRK-AJUSTE-CREDITO
           END-IF.

       3910-PERCORRER-SALDO.
           MOVE 'N' TO WRK-FIM-SALDO.
           MOVE SM-MATRICULA TO SL-MATRICULA.
           MOVE ZERO         TO SL-COMPETENCIA.
           START STUDENT-BALANCE KEY NOT < SL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SALDO
           END-START.
           PERFORM UNTIL FIM-SALDO
               READ STUDENT-BALANCE NEXT
                   AT END MOVE 'S' TO WRK-FIM-SALDO
                   NOT AT END
                       IF SL-MATRICULA NOT = SM-MATRICULA
                           MOVE 'S' TO WRK-FIM-SALDO
                       ELSE
                           IF SL-TIPO = WRK-PASSO-TIPO
                                   AND NOT SL-DEVOLVIDO
                               PERFORM 3950-APLICAR-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-SALDO.

      * GERACAO REFEITA DA MESMA COMPETENCIA (O TUIGEN ANTERIOR NAO
      * FOI ANEXADO, SENAO O ALUNO SAIRIA COMO JA GERADO) DESFAZ A
      * APLICACAO ANTERIOR ANTES DE APLICAR DE NOVO, PARA O SALDO
      * NAO SER CONSUMIDO DUAS VEZES.
       3950-APLICAR-ITEM.
           MOVE 'N' TO WRK-ITEM-ALTERADO.
           IF SL-COMP-APLICACAO = WRK-COMPETENCIA-NUM
                   AND SL-VALOR-ULT-APLIC > ZERO
               SUBTRACT SL-VALOR-ULT-APLIC FROM SL-VALOR-APLICADO
               MOVE ZERO TO SL-VALOR-ULT-APLIC
               MOVE 'S' TO WRK-ITEM-ALTERADO
           END-IF.
           COMPUTE WRK-DISPONIVEL = SL-VALOR - SL-VALOR-APLICADO.
           MOVE ZERO TO WRK-APLICAR.
           IF WRK-DISPONIVEL > ZERO
               IF SL-DEBITO
                   MOVE WRK-DISPONIVEL TO WRK-APLICAR
               ELSE
                   COMPUTE WRK-LIMITE-CREDITO = WRK-VALOR-MENSAL
                       + WRK-AJUSTE-DEBITO - WRK-AJUSTE-CREDITO
                   IF WRK-DISPONIVEL > WRK-LIMITE-CREDITO
                       MOVE WRK-LIMITE-CREDITO TO WRK-APLICAR
                   ELSE
                       MOVE WRK-DISPONIVEL TO WRK-APLICAR
                   END-IF
               END-IF
           END-IF.
           IF WRK-APLICAR > ZERO
               ADD WRK-APLICAR TO SL-VALOR-APLICADO
               MOVE WRK-APLICAR TO SL-VALOR-ULT-APLIC
               MOVE WRK-COMPETENCIA-NUM TO SL-COMP-APLICACAO
               IF SL-DEBITO
                   ADD WRK-APLICAR TO WRK-AJUSTE-DEBITO
               ELSE
                   ADD WRK-APLICAR TO WRK-AJUSTE-CREDITO
               END-IF
               MOVE 'S' TO WRK-ITEM-ALTERADO
           END-IF.
           IF ITEM-ALTERADO
               IF SL-VALOR-APLICADO = SL-VALOR
                   MOVE 'Q' TO SL-SITUACAO
               ELSE
                   MOVE 'A' TO SL-SITUACAO
               END-IF
               MOVE WRK-DATA-EXEC TO SL-DATA-SITUACAO
               REWRITE STUDENT-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO ATUALIZAR SALDOAL: '
                               SL-MATRICULA ' ' WRK-SALDOAL-STATUS
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-REWRITE
           END-IF.

       4000-GRAVAR-GERADA.
           MOVE SM-MATRICULA        TO TG-MATRICULA.
           MOVE WRK-COMPETENCIA-NUM TO TG-COMPETENCIA.
           MOVE WRK-VENCIMENTO      TO TG-VENCIMENTO.
           MOVE ZERO                TO TG-DATA-PAGAMENTO.
           MOVE ZERO                TO TG-VALOR-PAGO.
           MOVE SPACE               TO TG-SITUACAO.
           MOVE ZERO                TO TG-NUM-ACORDO.
           WRITE TUITION-GERADA-RECORD.
           ADD 1 TO WRK-QTDE-GERADAS.
           ADD WRK-VALOR-FINAL TO WRK-TOTAL-GERADO.
           PERFORM 4200-ACUMULAR-TURMA.
           IF WRK-VALOR-MENSAL > ZERO
               ADD 1 TO WRK-QTDE-MENSAL
               ADD WRK-VALOR-MENSAL TO WRK-TOTAL-MENSAL
           END-IF.
           IF WRK-AJUSTE-DEBITO > ZERO
               ADD 1 TO WRK-QTDE-DEB-COBRADO
               ADD WRK-AJUSTE-DEBITO TO WRK-TOTAL-DEB-COBRADO
           END-IF.
           IF WRK-AJUSTE-CREDITO > ZERO
               ADD 1 TO WRK-QTDE-CRED-APLICADO
               ADD WRK-AJUSTE-CREDITO TO WRK-TOTAL-CRED-APLICADO
           END-IF.
           IF CONTABIL-ATIVO
               MOVE 'RECE'            TO WRK-EVENTO
               MOVE WRK-VALOR-MENSAL  TO WRK-VALOR-LANCAMENTO
               PERFORM 6100-LANCAR-EVENTO
               MOVE 'DIFC'            TO WRK-EVENTO
               MOVE WRK-AJUSTE-DEBITO TO WRK-VALOR-LANCAMENTO
               PERFORM 6100-LANCAR-EVENTO
               MOVE 'CRED'            TO WRK-EVENTO
               MOVE WRK-AJUSTE-CREDITO TO WRK-VALOR-LANCAMENTO
               PERFORM 6100-LANCAR-EVENTO
           END-IF.

       4200-ACUMULAR-TURMA.
           MOVE 'N'  TO WRK-TT-ACHOU.
           WRITE BILLING-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-DETALHE.
           IF WRK-AJUSTE-DEBITO > ZERO OR WRK-AJUSTE-CREDITO > ZERO
               MOVE WRK-VALOR-MENSAL   TO WRK-A-MENSAL
               MOVE WRK-AJUSTE-DEBITO  TO WRK-A-DEBITO
               MOVE WRK-AJUSTE-CREDITO TO WRK-A-CREDITO
               PERFORM 4600-VERIFICAR-QUEBRA-PAGINA
               MOVE WRK-LINHA-AJUSTE TO BILLING-REPORT-LINE
               WRITE BILLING-REPORT-LINE
               ADD 1 TO WRK-LINHA-ATUAL
               DISPLAY WRK-LINHA-AJUSTE
           END-IF.

       4550-IMPRIMIR-NAO-COBRADO.
           MOVE SM-MATRICULA TO WRK-NC-MATRICULA.
           MOVE SM-NOME      TO WRK-NC-NOME.
           MOVE SM-TURMA     TO WRK-NC-TURMA.
           IF WRK-RM-RESPOSTA(WRK-RM-IDX) = 'D'
               MOVE 'DESISTENTE'   TO WRK-NC-MOTIVO
           ELSE
               MOVE 'SEM RESPOSTA' TO WRK-NC-MOTIVO
           END-IF.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-DETALHE-NAO-COBRADO TO BILLING-REPORT-LINE.
           WRITE BILLING-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-DETALHE-NAO-COBRADO.

       4600-VERIFICAR-QUEBRA-PAGINA.
           IF WRK-LINHA-ATUAL = ZERO
           MOVE WRK-QTDE-GERADAS    TO WRK-TO-GERADAS.
           MOVE WRK-QTDE-SEM-PRECO  TO WRK-TO-SEM-PRECO.
           MOVE WRK-QTDE-JA-GERADAS TO WRK-TO-JA-GERADAS.
           MOVE WRK-QTDE-INATIVOS   TO WRK-TO-INATIVOS.
           MOVE WRK-TOTAL-GERADO    TO WRK-TO-VALOR.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TOTAIS TO BILLING-REPORT-LINE.
           WRITE BILLING-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAIS.
           MOVE WRK-QTDE-CRED-APLICADO  TO WRK-TS-QTDE-CRED.
           MOVE WRK-TOTAL-CRED-APLICADO TO WRK-TS-VALOR-CRED.
           MOVE WRK-QTDE-DEB-COBRADO    TO WRK-TS-QTDE-DEB.
           MOVE WRK-TOTAL-DEB-COBRADO   TO WRK-TS-VALOR-DEB.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TOTAIS-SALDO TO BILLING-REPORT-LINE.
           WRITE BILLING-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAIS-SALDO.
           IF WRK-REMAT-COUNT > ZERO
               MOVE WRK-CP-ANO         TO WRK-TR-ANO
               MOVE WRK-REMAT-COUNT    TO WRK-TR-CONVIDADOS
               MOVE WRK-QTDE-NAO-REMAT TO WRK-TR-NAO-COBRADOS
               PERFORM 4600-VERIFICAR-QUEBRA-PAGINA
               MOVE WRK-LINHA-TOTAIS-REMAT TO BILLING-REPORT-LINE
               WRITE BILLING-REPORT-LINE
               ADD 1 TO WRK-LINHA-ATUAL
               DISPLAY WRK-LINHA-TOTAIS-REMAT
           END-IF.
           DISPLAY 'TUIGEN GERADO - ANEXAR AO TUIFILE APOS A '
                   'CONFERENCIA DA TESOURARIA'.

      * O ARQUIVO CONTABIL SO E ABERTO QUANDO O PLANO DE CONTAS
      * TEM O EVENTO RECE; SEM ELE O FATURAMENTO SEGUE E A
      * CONCILIACAO ACUSA OS LANCAMENTOS NAO GERADOS.
       6000-ABRIR-CONTABIL.
           MOVE 'RECE' TO WRK-EVENTO.
           PERFORM 6200-BUSCAR-EVENTO.
           IF ACHOU-EVENTO
               MOVE 'S' TO WRK-CONTABIL-ATIVO
               OPEN OUTPUT POSTING-FILE
               MOVE SPACES              TO POSTING-HEADER-RECORD
               MOVE 'H'                 TO LH-TIPO
               MOVE 'PROGCOB43'         TO LH-ORIGEM
               MOVE WRK-DATA-EXEC       TO LH-DATA-MOVIMENTO
               MOVE WRK-COMPETENCIA-NUM TO LH-COMPETENCIA
               WRITE POSTING-HEADER-RECORD
           ELSE
               DISPLAY 'PLANO DE CONTAS PLCONTA AUSENTE OU SEM O '
                       'EVENTO RECE - LANCAMENTOS NAO GERADOS'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * UM LANCAMENTO = DUAS LINHAS COM O MESMO NUMERO, A DEBITO E
      * A CREDITO, NAS CONTAS DO EVENTO NO PLANO DE CONTAS.
       6100-LANCAR-EVENTO.
           PERFORM 6200-BUSCAR-EVENTO.
           IF ACHOU-EVENTO AND WRK-VALOR-LANCAMENTO > ZERO
               ADD 1 TO WRK-NUM-LANCAMENTO
               ADD 1 TO WRK-PL-QTDE(WRK-PL-IDX)
               ADD WRK-VALOR-LANCAMENTO TO WRK-PL-VALOR(WRK-PL-IDX)
               MOVE SPACES              TO POSTING-DETAIL-RECORD
               MOVE 'D'                 TO LD-TIPO
               MOVE WRK-NUM-LANCAMENTO  TO LD-NUM-LANCAMENTO
               MOVE WRK-DATA-EXEC       TO LD-DATA
               MOVE WRK-VALOR-LANCAMENTO TO LD-VALOR
               MOVE WRK-EVENTO          TO LD-EVENTO
               MOVE SM-MATRICULA        TO LD-MATRICULA
               MOVE WRK-COMPETENCIA-NUM TO LD-COMPETENCIA
               MOVE WRK-PL-HISTORICO(WRK-PL-IDX) TO LD-HISTORICO
               MOVE WRK-PL-DEBITO(WRK-PL-IDX)    TO LD-CONTA
               MOVE 'D'                 TO LD-DEBITO-CREDITO
               WRITE POSTING-DETAIL-RECORD
               ADD WRK-VALOR-LANCAMENTO TO WRK-TOTAL-DEBITO
               MOVE WRK-PL-CREDITO(WRK-PL-IDX)   TO LD-CONTA
               MOVE 'C'                 TO LD-DEBITO-CREDITO
               WRITE POSTING-DETAIL-RECORD
               ADD WRK-VALOR-LANCAMENTO TO WRK-TOTAL-CREDITO
           END-IF.

       6200-BUSCAR-EVENTO.
           MOVE 'N'  TO WRK-PL-ACHOU.
           MOVE ZERO TO WRK-PL-IDX.
           PERFORM VARYING WRK-PL-BUSCA FROM 1 BY 1
                   UNTIL WRK-PL-BUSCA > WRK-PLANO-COUNT
                      OR ACHOU-EVENTO
               IF WRK-PL-EVENTO(WRK-PL-BUSCA) = WRK-EVENTO
                   MOVE 'S' TO WRK-PL-ACHOU
                   MOVE WRK-PL-BUSCA TO WRK-PL-IDX
               END-IF
           END-PERFORM.

      * TRAILER COM OS TOTAIS DE CONTROLE A DEBITO E A CREDITO.
       6500-FECHAR-CONTABIL.
           IF CONTABIL-ATIVO
               MOVE SPACES             TO POSTING-TRAILER-RECORD
               MOVE 'T'                TO LT-TIPO
               MOVE WRK-NUM-LANCAMENTO TO LT-QTDE-LANCAMENTOS
               MOVE WRK-TOTAL-DEBITO   TO LT-TOTAL-DEBITO
               MOVE WRK-TOTAL-CREDITO  TO LT-TOTAL-CREDITO
               WRITE POSTING-TRAILER-RECORD
               CLOSE POSTING-FILE
           END-IF.

      * CONCILIACAO DA RODADA: O FATURADO LANCADO (RECE + DIFC -
      * CRED) TEM DE BATER COM O TOTAL DO ROMANEIO (BILRPT), CADA
      * EVENTO COM O SEU TOTAL NO ROMANEIO EM QUANTIDADE E VALOR, E
      * O DEBITO COM O CREDITO. QUALQUER DIFERENCA (OU O ARQUIVO
      * NAO GERADO) E ERRO (RC 8): O CTBFAT NAO PODE IR PARA A
      * CONTABILIDADE.
       7000-IMPRIMIR-CONCILIACAO.
           OPEN OUTPUT RECON-REPORT.
           MOVE 'S' TO WRK-CONCILIA.
           MOVE WRK-COMPETENCIA-NUM TO WRK-CT-COMPETENCIA.
           MOVE WRK-LINHA-CONC-TITULO TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE 'TOTAL DO ROMANEIO (BILRPT)' TO WRK-CO-DESCRICAO.
           MOVE WRK-QTDE-GERADAS TO WRK-CO-QTDE.
           MOVE WRK-TOTAL-GERADO TO WRK-CO-VALOR.
           MOVE WRK-LINHA-CONCILIACAO TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE ZERO TO WRK-FATURADO-LANCADO.
           MOVE 'RECE' TO WRK-EVENTO.
           MOVE 'LANCADO EVENTO RECE (CTBFAT)' TO WRK-CO-DESCRICAO.
           PERFORM 7100-CONFERIR-EVENTO.
           IF ACHOU-EVENTO AND CONTABIL-ATIVO
               ADD WRK-PL-VALOR(WRK-PL-IDX) TO WRK-FATURADO-LANCADO
               IF WRK-PL-QTDE(WRK-PL-IDX) NOT = WRK-QTDE-MENSAL
                       OR WRK-PL-VALOR(WRK-PL-IDX)
                          NOT = WRK-TOTAL-MENSAL
                   MOVE 'N' TO WRK-CONCILIA
               END-IF
           ELSE
               MOVE 'N' TO WRK-CONCILIA
           END-IF.
      * DIFC E CRED SO SAO EXIGIDOS QUANDO HOUVE AJUSTE DE SALDO.
           MOVE 'DIFC' TO WRK-EVENTO.
           MOVE 'LANCADO EVENTO DIFC (CTBFAT)' TO WRK-CO-DESCRICAO.
           PERFORM 7100-CONFERIR-EVENTO.
           IF ACHOU-EVENTO AND CONTABIL-ATIVO
               ADD WRK-PL-VALOR(WRK-PL-IDX) TO WRK-FATURADO-LANCADO
               IF WRK-PL-QTDE(WRK-PL-IDX) NOT = WRK-QTDE-DEB-COBRADO
                       OR WRK-PL-VALOR(WRK-PL-IDX)
                          NOT = WRK-TOTAL-DEB-COBRADO
                   MOVE 'N' TO WRK-CONCILIA
               END-IF
           ELSE
               IF WRK-QTDE-DEB-COBRADO > ZERO
                   MOVE 'N' TO WRK-CONCILIA
               END-IF
           END-IF.
           MOVE 'CRED' TO WRK-EVENTO.
           MOVE 'LANCADO EVENTO CRED (CTBFAT)' TO WRK-CO-DESCRICAO.
           PERFORM 7100-CONFERIR-EVENTO.
           IF ACHOU-EVENTO AND CONTABIL-ATIVO
               SUBTRACT WRK-PL-VALOR(WRK-PL-IDX)
                   FROM WRK-FATURADO-LANCADO
               IF WRK-PL-QTDE(WRK-PL-IDX)
                          NOT = WRK-QTDE-CRED-APLICADO
                       OR WRK-PL-VALOR(WRK-PL-IDX)
                          NOT = WRK-TOTAL-CRED-APLICADO
                   MOVE 'N' TO WRK-CONCILIA
               END-IF
           ELSE
               IF WRK-QTDE-CRED-APLICADO > ZERO
                   MOVE 'N' TO WRK-CONCILIA
               END-IF
           END-IF.
           MOVE 'FATURADO LANCADO (RECE+DIFC-CRED)'
               TO WRK-CO-DESCRICAO.
           MOVE WRK-QTDE-GERADAS     TO WRK-CO-QTDE.
           MOVE WRK-FATURADO-LANCADO TO WRK-CO-VALOR.
           MOVE WRK-LINHA-CONCILIACAO TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           IF WRK-FATURADO-LANCADO NOT = WRK-TOTAL-GERADO
               MOVE 'N' TO WRK-CONCILIA
           END-IF.
           MOVE 'TOTAL A DEBITO (TRAILER)' TO WRK-CO-DESCRICAO.
           MOVE WRK-NUM-LANCAMENTO TO WRK-CO-QTDE.
           MOVE WRK-TOTAL-DEBITO   TO WRK-CO-VALOR.
           MOVE WRK-LINHA-CONCILIACAO TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE 'TOTAL A CREDITO (TRAILER)' TO WRK-CO-DESCRICAO.
           MOVE WRK-TOTAL-CREDITO  TO WRK-CO-VALOR.
           MOVE WRK-LINHA-CONCILIACAO TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           IF WRK-TOTAL-DEBITO NOT = WRK-TOTAL-CREDITO
               MOVE 'N' TO WRK-CONCILIA
           END-IF.
           IF CONCILIACAO-OK
               MOVE 'CONFERE - CTBFAT LIBERADO PARA A CONTABILIDADE'
                   TO WRK-CS-TEXTO
           ELSE
               MOVE 'NAO CONFERE - CTBFAT NAO DEVE SER ENVIADO'
                   TO WRK-CS-TEXTO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WRK-LINHA-CONC-SITUACAO TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           DISPLAY WRK-LINHA-CONC-SITUACAO.
           CLOSE RECON-REPORT.
           IF WRK-CONCFAT-STATUS = '00'
               MOVE 'CONCFAT' TO WRK-ARQ-RELATORIO
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.

      * LINHA DE UM EVENTO NA CONCILIACAO, COM O QUE FOI LANCADO
      * NELE (ZERO QUANDO O EVENTO NAO ESTA NO PLANO DE CONTAS).
       7100-CONFERIR-EVENTO.
           PERFORM 6200-BUSCAR-EVENTO.
           IF ACHOU-EVENTO AND CONTABIL-ATIVO
               MOVE WRK-PL-QTDE(WRK-PL-IDX)  TO WRK-CO-QTDE
               MOVE WRK-PL-VALOR(WRK-PL-IDX) TO WRK-CO-VALOR
           ELSE
               MOVE ZERO TO WRK-CO-QTDE WRK-CO-VALOR
           END-IF.
           MOVE WRK-LINHA-CONCILIACAO TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       9000-FECHAR-ARQUIVOS.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           IF SALDOAL-ABERTO
               CLOSE STUDENT-BALANCE
               MOVE 'N' TO WRK-SALDOAL-ABERTO
           END-IF.

      * O RELATORIO JA FECHADO (WRK-ARQ-RELATORIO) E RELIDO E
      * ENTREGUE LINHA A LINHA AO ARQUIVO DE RELATORIOS
      * (PROGCOB74); SO E CHAMADO QUANDO O CLOSE DEU STATUS '00',
      * OU SEJA, QUANDO O RELATORIO FOI MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           EVALUATE WRK-ARQ-RELATORIO
               WHEN 'BILRPT'
                   PERFORM 9610-ARQUIVAR-BILRPT
               WHEN 'CONCFAT'
                   PERFORM 9620-ARQUIVAR-CONCFAT
           END-EVALUATE.

       9610-ARQUIVAR-BILRPT.
           OPEN INPUT BILLING-REPORT.
           IF WRK-BILRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-BILRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9615-LER-BILRPT
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9615-LER-BILRPT
               END-PERFORM
               CLOSE BILLING-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9615-LER-BILRPT.
           READ BILLING-REPORT INTO WRK-ARQ-LINHA
               AT END MOVE 'S' TO WRK-ARQ-FIM
           END-READ.

       9620-ARQUIVAR-CONCFAT.
           OPEN INPUT RECON-REPORT.
           IF WRK-CONCFAT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-CONCFAT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9625-LER-CONCFAT
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9625-LER-CONCFAT
               END-PERFORM
               CLOSE RECON-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9625-LER-CONCFAT.
           READ RECON-REPORT INTO WRK-ARQ-LINHA
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
