      * DUPLICADO) VAI PARA O ARQUIVO DE SUSPENSOS (BNKSUSP) COM
      * CODIGO DE MOTIVO, COMO O PROGCOB25 FAZ COM AS NOTAS -
      * A DIGITACAO MANUAL DO EXTRATO ACABA E A INADIMPLENCIA DO
      * PROGCOB32 PARA DE ACUSAR FAMILIA QUE JA PAGOU. AS
      * OCORRENCIAS DE REGISTRO DE TITULO (ENTRADA CONFIRMADA OU
      * REJEITADA DA REMESSA DO PROGCOB55) QUE VEM NO MESMO
      * RETORNO SAO SO CONTADAS AQUI; QUEM AS TRATA E O PROGCOB56.
      * CADA BAIXA E LANCADA NA CONTABILIDADE (CTBREC, PARTIDAS
      * DOBRADAS COM AS CONTAS DO PLANO DE CONTAS PLCONTA):
      * RECEBIMENTO, JUROS, DESCONTO E DIFERENCA A MAIOR/MENOR,
      * MAIS O PAGAMENTO SUSPENSO QUE ENTROU NO BANCO; A
      * CONCILIACAO (CONCREC) MOSTRA QUE O LANCADO BATE COM OS
      * TOTAIS DO BNKRPT. A DIFERENCA A MAIOR OU A MENOR DE CADA
      * BAIXA FICA REGISTRADA NO CONTA CORRENTE DO ALUNO (SALDOAL)
      * COM A COMPETENCIA DE ORIGEM, PARA O PROGCOB43 DESCONTAR OU
      * COBRAR NA MENSALIDADE SEGUINTE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BNKRPT-STATUS.

           SELECT STUDENT-BALANCE ASSIGN TO 'SALDOAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-CHAVE
               FILE STATUS IS WRK-SALDOAL-STATUS.

           SELECT CHART-ACCOUNTS ASSIGN TO 'PLCONTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLCONTA-STATUS.

           SELECT POSTING-FILE ASSIGN TO 'CTBREC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTBREC-STATUS.

           SELECT RECON-REPORT ASSIGN TO 'CONCREC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONCREC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RETURN
           LABEL RECORD IS STANDARD.
       COPY CPBNKRT.

       FD  TUITION-FILE
           LABEL RECORD IS STANDARD.
                             TU-VALOR          BY TN-VALOR
                             TU-VENCIMENTO     BY TN-VENCIMENTO
                             TU-DATA-PAGAMENTO BY TN-DATA-PAGAMENTO
                             TU-VALOR-PAGO     BY TN-VALOR-PAGO
                             TU-SITUACAO       BY TN-SITUACAO
                             TU-RENEGOCIADA    BY TN-RENEGOCIADA
                             TU-PARCELA-ACORDO BY TN-PARCELA-ACORDO
                             TU-NUM-ACORDO     BY TN-NUM-ACORDO.

       FD  TUITION-PARM
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
       01  BANK-REPORT-LINE PIC X(100).

       FD  STUDENT-BALANCE
           LABEL RECORD IS STANDARD.
       COPY CPSALDO.

       FD  CHART-ACCOUNTS
           LABEL RECORD IS STANDARD.
       COPY CPPLCTA.

       FD  POSTING-FILE
           LABEL RECORD IS STANDARD.
       COPY CPCTBLC.

       FD  RECON-REPORT
           LABEL RECORD IS STANDARD.
       01  RECON-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-BNKRET-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-TUIFILE-STATUS PIC X(02) VALUE SPACES.
       77 WRK-TUIPARM-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SUSP-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-BNKRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SALDOAL-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SALDOAL-ABERTO PIC X(01) VALUE 'N'.
           88 SALDOAL-ABERTO VALUE 'S'.
       77 WRK-PLCONTA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CTBREC-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CONCREC-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

      * 03=VALOR OU DATA DO PAGAMENTO ZERADOS
      * 04=RETORNO EXCEDEU A CAPACIDADE DA RODADA (TABELA CHEIA;
      *    REAPRESENTAR O PAGAMENTO NA PROXIMA EXECUCAO)
      * 05=MENSALIDADE RENEGOCIADA EM ACORDO (PROGCOB57): O BOLETO
      *    ANTIGO FOI PAGO DEPOIS DO ACORDO; A TESOURARIA ABATE
      *    O VALOR DAS PARCELAS OU DEVOLVE A FAMILIA
       77 WRK-MOTIVO         PIC X(02) VALUE SPACES.

      * RETORNO DO BANCO CARREGADO EM TABELA, COM A SITUACAO DE
      * CADA PAGAMENTO APURADA DURANTE A REGRAVACAO DO TUIFILE:
      * B=BAIXADO J=ALVO JA PAGO N=SEM ALVO A=ALVO RENEGOCIADO.
       01 WRK-BANCO-TABLE.
           05 WRK-BK-ENTRY OCCURS 200 TIMES.
               10 WRK-BK-MATRICULA   PIC 9(06).
       77 WRK-QTDE-BAIXADOS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SUSPENSOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-DIVERGENTES PIC 9(06) VALUE ZERO.
      * OCORRENCIAS DE REGISTRO DE TITULO (ENTRADA CONFIRMADA OU
      * REJEITADA) QUE VEM NO MESMO RETORNO: NAO SAO PAGAMENTO E
      * FICAM PARA O PROGCOB56; AQUI SO SAO CONTADAS.
       77 WRK-QTDE-REGISTRO  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SALDOS    PIC 9(06) VALUE ZERO.

      * COMPOSICAO DE CADA BAIXA (VALOR DA MENSALIDADE, DESCONTO
      * OU JUROS ATE O DEVIDO, DIFERENCA ATE O PAGO) E OS TOTAIS
      * DA RODADA, IMPRESSOS NO BNKRPT E LANCADOS NA CONTABILIDADE.
       77 WRK-JUROS          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DESCONTO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DIF-MAIOR      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DIF-MENOR      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-BAIXADO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-JUROS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-DESCONTOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-MAIOR    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-MENOR    PIC 9(11)V99 VALUE ZEROS.
      * PAGAMENTO SUSPENSO NO FIM DA RODADA (MOTIVOS 01/02/05):
      * O DINHEIRO ENTROU NO BANCO E E LANCADO COMO VALOR A
      * IDENTIFICAR. O MOTIVO 03 (ZERADO) NAO TEM VALOR E O 04
      * SERA REAPRESENTADO E LANCADO NA RODADA EM QUE BAIXAR.
       77 WRK-QTDE-SUSP-VALOR PIC 9(06) VALUE ZERO.
       77 WRK-VALOR-SUSPENSO PIC 9(11)V99 VALUE ZEROS.

      * PLANO DE CONTAS CARREGADO DO PLCONTA. SEM O ARQUIVO OU SEM
      * ALGUM DOS EVENTOS DO RECEBIMENTO NAO HA COMO LANCAR: A
      * BAIXA SAI DO MESMO JEITO, MAS SEM LANCAMENTO CONTABIL
      * (RC 8).
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

      * EVENTOS LANCADOS PELO PROGCOB44, NA ORDEM DA CONCILIACAO.
       01 WRK-EVENTOS-RECEBIMENTO.
           05 FILLER PIC X(24) VALUE 'RCBTDESCJUROMAIOMENOSUSP'.
       01 WRK-EVENTOS-TABLE REDEFINES WRK-EVENTOS-RECEBIMENTO.
           05 WRK-EV-CODIGO OCCURS 6 TIMES PIC X(04).
       77 WRK-EV-IDX         PIC 9(01) VALUE ZERO.

      * LANCAMENTO CORRENTE E TOTAIS DE CONTROLE DO CTBREC.
       77 WRK-EVENTO         PIC X(04) VALUE SPACES.
       77 WRK-VALOR-LANCAMENTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LANC-MATRICULA PIC 9(06) VALUE ZERO.
       77 WRK-LANC-COMPETENCIA PIC 9(06) VALUE ZERO.
       77 WRK-LANC-DATA      PIC 9(08) VALUE ZERO.
       77 WRK-NUM-LANCAMENTO PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-DEBITO   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITO  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-ENTRADA-BNKRPT PIC 9(13)V99 VALUE ZEROS.
       77 WRK-ENTRADA-LANCADA PIC S9(13)V99 VALUE ZEROS.
       77 WRK-CONCILIA       PIC X(01) VALUE 'S'.
           88 CONCILIACAO-OK VALUE 'S'.

      * PROMOTE DO ARQUIVO NOVO POR RENAME, COMO NO PROGCOB21;
      * O TUIFILE ANTERIOR E PRESERVADO COMO TUIFISV.
       77 WRK-TUIFILE-NOME   PIC X(20) VALUE 'TUIFILE'.
       77 WRK-TUIFILN-NOME   PIC X(20) VALUE 'TUIFILN'.
       77 WRK-TUIFISV-NOME   PIC X(20) VALUE 'TUIFISV'.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB44'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'BNKRPT'.
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
           05 WRK-T-SUSPENSOS   PIC ZZZZZ9.
           05 FILLER            PIC X(13) VALUE ' DIVERGENTES='.
           05 WRK-T-DIVERGENTES PIC ZZZZZ9.
           05 FILLER            PIC X(10) VALUE ' REGISTRO='.
           05 WRK-T-REGISTRO    PIC ZZZZZ9.

       01 WRK-LINHA-VALORES.
           05 FILLER            PIC X(09) VALUE 'RECEBIDO='.
           05 WRK-T-RECEBIDO    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(07) VALUE ' JUROS='.
           05 WRK-T-JUROS       PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(11) VALUE ' DESCONTOS='.
           05 WRK-T-DESCONTOS   PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(09) VALUE ' A MAIOR='.
           05 WRK-T-MAIOR       PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(09) VALUE ' A MENOR='.
           05 WRK-T-MENOR       PIC ZZZ.ZZ9,99.

       01 WRK-LINHA-VALOR-SUSPENSO.
           05 FILLER            PIC X(27) VALUE
               'SUSPENSOS COM VALOR: QTDE='.
           05 WRK-T-QTDE-SUSP   PIC ZZZZZ9.
           05 FILLER            PIC X(07) VALUE ' VALOR='.
           05 WRK-T-SUSPENSO    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(24) VALUE
               ' REGISTRADOS NO SALDOAL='.
           05 WRK-T-SALDOS      PIC ZZZZZ9.

       01 WRK-LINHA-CONC-TITULO.
           05 FILLER            PIC X(29) VALUE
               'CONCILIACAO CONTABIL - ORIGEM'.
           05 FILLER            PIC X(22) VALUE
               ' PROGCOB44  MOVIMENTO '.
           05 WRK-CT-DATA       PIC 9(08).

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
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           MOVE ZERO TO WRK-BANCO-COUNT WRK-QTDE-LIDOS
                        WRK-QTDE-BAIXADOS WRK-QTDE-SUSPENSOS
                        WRK-QTDE-DIVERGENTES WRK-QTDE-REGISTRO
                        WRK-QTDE-SALDOS
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           MOVE ZERO TO WRK-VALOR-BAIXADO WRK-VALOR-JUROS
                        WRK-VALOR-DESCONTOS WRK-VALOR-MAIOR
                        WRK-VALOR-MENOR WRK-QTDE-SUSP-VALOR
                        WRK-VALOR-SUSPENSO WRK-PLANO-COUNT
                        WRK-NUM-LANCAMENTO WRK-TOTAL-DEBITO
                        WRK-TOTAL-CREDITO.
           MOVE 'N'  TO WRK-CONTABIL-ATIVO.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF WRK-BNKRET-STATUS = '00'
                   AND WRK-TUIFILE-STATUS = '00'
               PERFORM 1500-LER-PARAMETROS
               PERFORM 1600-CARREGAR-PLANO-CONTAS
               PERFORM 5000-ABRIR-CONTABIL
               PERFORM 1700-CARREGAR-RETORNO
               PERFORM 3000-REGRAVAR-TUITION
               PERFORM 6000-GRAVAR-SUSPENSOS
               PERFORM 7000-IMPRIMIR-TOTAIS
               PERFORM 5500-FECHAR-CONTABIL
               PERFORM 7500-IMPRIMIR-CONCILIACAO
               PERFORM 8000-PROMOVER-ARQUIVO
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
               OPEN OUTPUT TUITION-FILE-NOVO
               OPEN OUTPUT BANK-SUSPENSO
               OPEN OUTPUT BANK-REPORT
               PERFORM 1100-ABRIR-SALDOAL
           END-IF.

      * O CONTA CORRENTE E CRIADO NA PRIMEIRA EXECUCAO (STATUS
      * '35'), COMO O ACORDO NO PROGCOB57. SEM ELE A BAIXA SEGUE,
      * MAS A DIFERENCA FICARIA SO NO PAPEL: ERRO DE DADOS (RC 8).
       1100-ABRIR-SALDOAL.
           MOVE 'N' TO WRK-SALDOAL-ABERTO.
           OPEN I-O STUDENT-BALANCE.
           IF WRK-SALDOAL-STATUS = '35'
               OPEN OUTPUT STUDENT-BALANCE
               CLOSE STUDENT-BALANCE
               OPEN I-O STUDENT-BALANCE
           END-IF.
           IF WRK-SALDOAL-STATUS = '00'
               MOVE 'S' TO WRK-SALDOAL-ABERTO
           ELSE
               DISPLAY 'ERRO NA ABERTURA DO SALDOAL: '
                       WRK-SALDOAL-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * TAXAS LIDAS DE TUIPARM COM A REGRA CLASSICA COMO PADRAO,
               CLOSE TUITION-PARM
           END-IF.

      * PLANO DE CONTAS DA CONTABILIDADE (PLCONTA), UM REGISTRO
      * POR EVENTO - O MESMO ARQUIVO LIDO PELO PROGCOB43.
       1600-CARREGAR-PLANO-CONTAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CHART-ACCOUNTS.
           IF WRK-PLCONTA-STATUS = '00'
               PERFORM 1650-LER-PLCONTA
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
                   PERFORM 1650-LER-PLCONTA
               END-PERFORM
               CLOSE CHART-ACCOUNTS
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1650-LER-PLCONTA.
           READ CHART-ACCOUNTS
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * CARREGA O RETORNO INTEIRO EM TABELA. AS OCORRENCIAS DE
      * REGISTRO DE TITULO SO SAO CONTADAS; OS PAGAMENTOS VAO
      * PARA A TABELA PELO 1720-CARREGAR-PAGAMENTO.
       1700-CARREGAR-RETORNO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 1750-LER-BNKRET.
           PERFORM UNTIL FIM-ARQUIVO
               ADD 1 TO WRK-QTDE-LIDOS
               IF BR-LIQUIDACAO
                   PERFORM 1720-CARREGAR-PAGAMENTO
               ELSE
                   ADD 1 TO WRK-QTDE-REGISTRO
               END-IF
               PERFORM 1750-LER-BNKRET
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

      * VALOR OU DATA ZERADOS JA SAEM SUSPENSOS AQUI (MOTIVO 03);
      * ESTOURO DA TABELA E ERRO DE DADOS (RC 8) - PAGAMENTO
      * RECEBIDO NAO PODE SUMIR SEM BAIXA NEM SUSPENSAO.
       1720-CARREGAR-PAGAMENTO.
           IF BR-VALOR-PAGO = ZERO
                   OR BR-DATA-PAGAMENTO = ZERO
               MOVE '03' TO WRK-MOTIVO
               PERFORM 1780-SUSPENDER-DO-RETORNO
           ELSE
               IF WRK-BANCO-COUNT < 200
                   ADD 1 TO WRK-BANCO-COUNT
                   MOVE BR-MATRICULA
                       TO WRK-BK-MATRICULA(WRK-BANCO-COUNT)
                   MOVE BR-COMPETENCIA
                       TO WRK-BK-COMPETENCIA(WRK-BANCO-COUNT)
                   MOVE BR-DATA-PAGAMENTO
                       TO WRK-BK-DATA(WRK-BANCO-COUNT)
                   MOVE BR-VALOR-PAGO
                       TO WRK-BK-VALOR(WRK-BANCO-COUNT)
                   MOVE 'N'
                       TO WRK-BK-SITUACAO(WRK-BANCO-COUNT)
               ELSE
      * O MOTIVO PROPRIO (04) DISTINGUE O ESTOURO DE CAPACIDADE
      * DO PAGAMENTO SEM MENSALIDADE: ESTE AQUI SO PRECISA SER
      * REAPRESENTADO DEPOIS DA RODADA, NAO INVESTIGADO.
                   DISPLAY 'TABELA DO RETORNO CHEIA, '
                           'PAGAMENTO SUSPENSO: ' BR-MATRICULA
                   MOVE '04' TO WRK-MOTIVO
                   PERFORM 1780-SUSPENDER-DO-RETORNO
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1750-LER-BNKRET.
           READ BANK-RETURN

      * O PRIMEIRO PAGAMENTO AINDA NAO USADO DA MESMA MATRICULA/
      * COMPETENCIA BAIXA A MENSALIDADE; PAGAMENTO PARA
      * MENSALIDADE JA PAGA E MARCADO COMO DUPLICADO (J) E PARA
      * MENSALIDADE RENEGOCIADA EM ACORDO (A) NAO BAIXA NADA -
      * OS DOIS VAO PARA O SUSPENSO NO FIM.
       3500-CASAR-PAGAMENTO.
           PERFORM VARYING WRK-BK-BUSCA FROM 1 BY 1
                   UNTIL WRK-BK-BUSCA > WRK-BANCO-COUNT
                           = TU-MATRICULA
                       AND WRK-BK-COMPETENCIA(WRK-BK-BUSCA)
                           = TU-COMPETENCIA
                   EVALUATE TRUE
                       WHEN TU-RENEGOCIADA
                           MOVE 'A' TO WRK-BK-SITUACAO(WRK-BK-BUSCA)
                       WHEN TN-DATA-PAGAMENTO = ZERO
                           MOVE WRK-BK-DATA(WRK-BK-BUSCA)
                               TO TN-DATA-PAGAMENTO
                           MOVE WRK-BK-VALOR(WRK-BK-BUSCA)
                               TO TN-VALOR-PAGO
                           MOVE 'B' TO WRK-BK-SITUACAO(WRK-BK-BUSCA)
                           ADD 1 TO WRK-QTDE-BAIXADOS
                           MOVE WRK-BK-BUSCA TO WRK-BK-IDX
                           PERFORM 4000-CONFERIR-VALOR
                       WHEN OTHER
                           MOVE 'J' TO WRK-BK-SITUACAO(WRK-BK-BUSCA)
                   END-EVALUATE
               END-IF
           END-PERFORM.

                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 4100-APURAR-RECEBIMENTO.

      * DECOMPOE A BAIXA: O VALOR DA MENSALIDADE MENOS O DESCONTO
      * (PAGO ANTES DO VENCIMENTO) OU MAIS OS JUROS (DEPOIS) DA O
      * DEVIDO; O QUE O PAGO PASSA DO DEVIDO E DIFERENCA A MAIOR
      * E O QUE FALTA E A MENOR. NA CONTABILIDADE A SOMA DAS
      * PARTES QUE ENTRAM NO BANCO FECHA COM O VALOR PAGO:
      * RCBT + JURO + MAIO - MENO = PAGO.
       4100-APURAR-RECEBIMENTO.
           MOVE ZERO TO WRK-JUROS WRK-DESCONTO
                        WRK-DIF-MAIOR WRK-DIF-MENOR.
           IF WRK-VALOR-ESPERADO < TU-VALOR
               COMPUTE WRK-DESCONTO = TU-VALOR - WRK-VALOR-ESPERADO
           ELSE
               COMPUTE WRK-JUROS = WRK-VALOR-ESPERADO - TU-VALOR
           END-IF.
           IF TN-VALOR-PAGO > WRK-VALOR-ESPERADO
               COMPUTE WRK-DIF-MAIOR =
                   TN-VALOR-PAGO - WRK-VALOR-ESPERADO
           ELSE
               COMPUTE WRK-DIF-MENOR =
                   WRK-VALOR-ESPERADO - TN-VALOR-PAGO
           END-IF.
           ADD TN-VALOR-PAGO  TO WRK-VALOR-BAIXADO.
           ADD WRK-JUROS      TO WRK-VALOR-JUROS.
           ADD WRK-DESCONTO   TO WRK-VALOR-DESCONTOS.
           ADD WRK-DIF-MAIOR  TO WRK-VALOR-MAIOR.
           ADD WRK-DIF-MENOR  TO WRK-VALOR-MENOR.
           IF CONTABIL-ATIVO
               MOVE TU-MATRICULA      TO WRK-LANC-MATRICULA
               MOVE TU-COMPETENCIA    TO WRK-LANC-COMPETENCIA
               MOVE TN-DATA-PAGAMENTO TO WRK-LANC-DATA
               MOVE 'RCBT' TO WRK-EVENTO
               COMPUTE WRK-VALOR-LANCAMENTO = TU-VALOR - WRK-DESCONTO
               PERFORM 5100-LANCAR-EVENTO
               MOVE 'DESC' TO WRK-EVENTO
               MOVE WRK-DESCONTO TO WRK-VALOR-LANCAMENTO
               PERFORM 5100-LANCAR-EVENTO
               MOVE 'JURO' TO WRK-EVENTO
               MOVE WRK-JUROS TO WRK-VALOR-LANCAMENTO
               PERFORM 5100-LANCAR-EVENTO
               MOVE 'MAIO' TO WRK-EVENTO
               MOVE WRK-DIF-MAIOR TO WRK-VALOR-LANCAMENTO
               PERFORM 5100-LANCAR-EVENTO
               MOVE 'MENO' TO WRK-EVENTO
               MOVE WRK-DIF-MENOR TO WRK-VALOR-LANCAMENTO
               PERFORM 5100-LANCAR-EVENTO
           END-IF.
           IF WRK-DIF-MAIOR > ZERO OR WRK-DIF-MENOR > ZERO
               PERFORM 4200-REGISTRAR-SALDO
           END-IF.

      * UM REGISTRO POR BAIXA DIVERGENTE NO CONTA CORRENTE: PAGO A
      * MAIOR E CREDITO DA FAMILIA, PAGO A MENOR E DEBITO. A
      * MENSALIDADE SO E BAIXADA UMA VEZ, ENTAO CHAVE REPETIDA
      * SIGNIFICA TUIFILE MEXIDO A MAO - ERRO DE DADOS (RC 8).
       4200-REGISTRAR-SALDO.
           IF SALDOAL-ABERTO
               MOVE TU-MATRICULA      TO SL-MATRICULA
               MOVE TU-COMPETENCIA    TO SL-COMPETENCIA
               IF WRK-DIF-MAIOR > ZERO
                   MOVE 'C'           TO SL-TIPO
                   MOVE WRK-DIF-MAIOR TO SL-VALOR
               ELSE
                   MOVE 'D'           TO SL-TIPO
                   MOVE WRK-DIF-MENOR TO SL-VALOR
               END-IF
               MOVE TN-DATA-PAGAMENTO TO SL-DATA-ORIGEM
               MOVE ZERO              TO SL-VALOR-APLICADO
               MOVE ZERO              TO SL-COMP-APLICACAO
               MOVE ZERO              TO SL-VALOR-ULT-APLIC
               MOVE 'A'               TO SL-SITUACAO
               MOVE WRK-DATA-EXEC     TO SL-DATA-SITUACAO
               WRITE STUDENT-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY 'DIFERENCA JA REGISTRADA NO SALDOAL: '
                               SL-MATRICULA ' COMP ' SL-COMPETENCIA
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-SALDOS
               END-WRITE
           END-IF.

      * O CTBREC SO E ABERTO QUANDO O PLANO DE CONTAS TEM TODOS OS
      * EVENTOS DO RECEBIMENTO: LANCAR SO PARTE DA BAIXA DEIXARIA
      * O BANCO DESCASADO NA CONTABILIDADE. SEM ELES A BAIXA
      * SEGUE E A CONCILIACAO ACUSA OS LANCAMENTOS NAO GERADOS.
       5000-ABRIR-CONTABIL.
           MOVE 'S' TO WRK-CONTABIL-ATIVO.
           PERFORM VARYING WRK-EV-IDX FROM 1 BY 1
                   UNTIL WRK-EV-IDX > 6
               MOVE WRK-EV-CODIGO(WRK-EV-IDX) TO WRK-EVENTO
               PERFORM 5200-BUSCAR-EVENTO
               IF NOT ACHOU-EVENTO
                   MOVE 'N' TO WRK-CONTABIL-ATIVO
                   DISPLAY 'PLANO DE CONTAS PLCONTA SEM O EVENTO '
                           WRK-EVENTO
               END-IF
           END-PERFORM.
           IF CONTABIL-ATIVO
               OPEN OUTPUT POSTING-FILE
               MOVE SPACES              TO POSTING-HEADER-RECORD
               MOVE 'H'                 TO LH-TIPO
               MOVE 'PROGCOB44'         TO LH-ORIGEM
               MOVE WRK-DATA-EXEC       TO LH-DATA-MOVIMENTO
               MOVE ZERO                TO LH-COMPETENCIA
               WRITE POSTING-HEADER-RECORD
           ELSE
               DISPLAY 'PLANO DE CONTAS INCOMPLETO - LANCAMENTOS '
                       'DO RECEBIMENTO NAO GERADOS'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * UM LANCAMENTO = DUAS LINHAS COM O MESMO NUMERO, A DEBITO E
      * A CREDITO, NAS CONTAS DO EVENTO NO PLANO DE CONTAS, COM A
      * DATA DO PAGAMENTO E A MATRICULA/COMPETENCIA DE ORIGEM.
       5100-LANCAR-EVENTO.
           PERFORM 5200-BUSCAR-EVENTO.
           IF ACHOU-EVENTO AND WRK-VALOR-LANCAMENTO > ZERO
               ADD 1 TO WRK-NUM-LANCAMENTO
               ADD 1 TO WRK-PL-QTDE(WRK-PL-IDX)
               ADD WRK-VALOR-LANCAMENTO TO WRK-PL-VALOR(WRK-PL-IDX)
               MOVE SPACES              TO POSTING-DETAIL-RECORD
               MOVE 'D'                 TO LD-TIPO
               MOVE WRK-NUM-LANCAMENTO  TO LD-NUM-LANCAMENTO
               MOVE WRK-LANC-DATA       TO LD-DATA
               MOVE WRK-VALOR-LANCAMENTO TO LD-VALOR
               MOVE WRK-EVENTO          TO LD-EVENTO
               MOVE WRK-LANC-MATRICULA  TO LD-MATRICULA
               MOVE WRK-LANC-COMPETENCIA TO LD-COMPETENCIA
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

       5200-BUSCAR-EVENTO.
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
       5500-FECHAR-CONTABIL.
           IF CONTABIL-ATIVO
               MOVE SPACES             TO POSTING-TRAILER-RECORD
               MOVE 'T'                TO LT-TIPO
               MOVE WRK-NUM-LANCAMENTO TO LT-QTDE-LANCAMENTOS
               MOVE WRK-TOTAL-DEBITO   TO LT-TOTAL-DEBITO
               MOVE WRK-TOTAL-CREDITO  TO LT-TOTAL-CREDITO
               WRITE POSTING-TRAILER-RECORD
               CLOSE POSTING-FILE
           END-IF.

      * O QUE SOBROU SEM BAIXA NA TABELA DO RETORNO VIRA
      * SUSPENSO: J = A MENSALIDADE JA ESTAVA PAGA (DUPLICADO),
      * N = NENHUMA MENSALIDADE DA MATRICULA/COMPETENCIA,
      * A = A MENSALIDADE FOI RENEGOCIADA EM ACORDO.
       6000-GRAVAR-SUSPENSOS.
           PERFORM VARYING WRK-BK-BUSCA FROM 1 BY 1
                   UNTIL WRK-BK-BUSCA > WRK-BANCO-COUNT
                       TO BS-DATA-PAGAMENTO
                   MOVE WRK-BK-VALOR(WRK-BK-BUSCA)
                       TO BS-VALOR-PAGO
                   EVALUATE WRK-BK-SITUACAO(WRK-BK-BUSCA)
                       WHEN 'J'
                           MOVE '02' TO BS-MOTIVO
                       WHEN 'A'
                           MOVE '05' TO BS-MOTIVO
                       WHEN OTHER
                           MOVE '01' TO BS-MOTIVO
                   END-EVALUATE
                   WRITE BANK-SUSPENSO-RECORD
                   ADD 1 TO WRK-QTDE-SUSPENSOS
                   ADD 1 TO WRK-QTDE-SUSP-VALOR
                   ADD BS-VALOR-PAGO TO WRK-VALOR-SUSPENSO
                   IF CONTABIL-ATIVO
                       MOVE BS-MATRICULA      TO WRK-LANC-MATRICULA
                       MOVE BS-COMPETENCIA    TO WRK-LANC-COMPETENCIA
                       MOVE BS-DATA-PAGAMENTO TO WRK-LANC-DATA
                       MOVE 'SUSP'            TO WRK-EVENTO
                       MOVE BS-VALOR-PAGO     TO WRK-VALOR-LANCAMENTO
                       PERFORM 5100-LANCAR-EVENTO
                   END-IF
                   DISPLAY 'PAGAMENTO SUSPENSO: '
                       BS-MATRICULA ' COMP ' BS-COMPETENCIA
                       ' MOTIVO=' BS-MOTIVO
           MOVE WRK-QTDE-BAIXADOS    TO WRK-T-BAIXADOS.
           MOVE WRK-QTDE-SUSPENSOS   TO WRK-T-SUSPENSOS.
           MOVE WRK-QTDE-DIVERGENTES TO WRK-T-DIVERGENTES.
           MOVE WRK-QTDE-REGISTRO    TO WRK-T-REGISTRO.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TOTAIS TO BANK-REPORT-LINE.
           WRITE BANK-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAIS.
           MOVE WRK-VALOR-BAIXADO   TO WRK-T-RECEBIDO.
           MOVE WRK-VALOR-JUROS     TO WRK-T-JUROS.
           MOVE WRK-VALOR-DESCONTOS TO WRK-T-DESCONTOS.
           MOVE WRK-VALOR-MAIOR     TO WRK-T-MAIOR.
           MOVE WRK-VALOR-MENOR     TO WRK-T-MENOR.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-VALORES TO BANK-REPORT-LINE.
           WRITE BANK-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-VALORES.
           MOVE WRK-QTDE-SUSP-VALOR TO WRK-T-QTDE-SUSP.
           MOVE WRK-VALOR-SUSPENSO  TO WRK-T-SUSPENSO.
           MOVE WRK-QTDE-SALDOS     TO WRK-T-SALDOS.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-VALOR-SUSPENSO TO BANK-REPORT-LINE.
           WRITE BANK-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-VALOR-SUSPENSO.

      * CONCILIACAO DA RODADA: O QUE ENTROU NO BANCO SEGUNDO O
      * BNKRPT (BAIXADO MAIS SUSPENSO COM VALOR) TEM DE BATER COM
      * O QUE FOI LANCADO A CREDITO DO BANCO (RCBT + JURO + MAIO
      * + SUSP - MENO), CADA EVENTO COM O SEU TOTAL NO BNKRPT E O
      * DEBITO COM O CREDITO. QUALQUER DIFERENCA (OU O ARQUIVO
      * NAO GERADO) E ERRO (RC 8): O CTBREC NAO PODE IR PARA A
      * CONTABILIDADE.
       7500-IMPRIMIR-CONCILIACAO.
           OPEN OUTPUT RECON-REPORT.
           MOVE 'S' TO WRK-CONCILIA.
           IF NOT CONTABIL-ATIVO
               MOVE 'N' TO WRK-CONCILIA
           END-IF.
           MOVE WRK-DATA-EXEC TO WRK-CT-DATA.
           MOVE WRK-LINHA-CONC-TITULO TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE 'RECEBIDO BAIXADO (BNKRPT)' TO WRK-CO-DESCRICAO.
           MOVE WRK-QTDE-BAIXADOS TO WRK-CO-QTDE.
           MOVE WRK-VALOR-BAIXADO TO WRK-CO-VALOR.
           MOVE WRK-LINHA-CONCILIACAO TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE 'SUSPENSO COM VALOR (BNKRPT)' TO WRK-CO-DESCRICAO.
           MOVE WRK-QTDE-SUSP-VALOR TO WRK-CO-QTDE.
           MOVE WRK-VALOR-SUSPENSO  TO WRK-CO-VALOR.
           MOVE WRK-LINHA-CONCILIACAO TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WRK-EV-IDX FROM 1 BY 1
                   UNTIL WRK-EV-IDX > 6
               PERFORM 7600-IMPRIMIR-EVENTO
           END-PERFORM.
           COMPUTE WRK-ENTRADA-BNKRPT =
               WRK-VALOR-BAIXADO + WRK-VALOR-SUSPENSO.
           MOVE ZERO TO WRK-ENTRADA-LANCADA.
           IF CONTABIL-ATIVO
               MOVE 'RCBT' TO WRK-EVENTO
               PERFORM 5200-BUSCAR-EVENTO
               ADD WRK-PL-VALOR(WRK-PL-IDX) TO WRK-ENTRADA-LANCADA
               MOVE 'JURO' TO WRK-EVENTO
               PERFORM 5200-BUSCAR-EVENTO
               ADD WRK-PL-VALOR(WRK-PL-IDX) TO WRK-ENTRADA-LANCADA
               MOVE 'MAIO' TO WRK-EVENTO
               PERFORM 5200-BUSCAR-EVENTO
               ADD WRK-PL-VALOR(WRK-PL-IDX) TO WRK-ENTRADA-LANCADA
               MOVE 'SUSP' TO WRK-EVENTO
               PERFORM 5200-BUSCAR-EVENTO
               ADD WRK-PL-VALOR(WRK-PL-IDX) TO WRK-ENTRADA-LANCADA
               MOVE 'MENO' TO WRK-EVENTO
               PERFORM 5200-BUSCAR-EVENTO
               SUBTRACT WRK-PL-VALOR(WRK-PL-IDX)
                   FROM WRK-ENTRADA-LANCADA
           END-IF.
           MOVE 'ENTRADA NO BANCO (BNKRPT)' TO WRK-CO-DESCRICAO.
           COMPUTE WRK-CO-QTDE =
               WRK-QTDE-BAIXADOS + WRK-QTDE-SUSP-VALOR.
           MOVE WRK-ENTRADA-BNKRPT TO WRK-CO-VALOR.
           MOVE WRK-LINHA-CONCILIACAO TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE 'ENTRADA NO BANCO (LANCADA)' TO WRK-CO-DESCRICAO.
           MOVE ZERO TO WRK-CO-QTDE.
           MOVE WRK-ENTRADA-LANCADA TO WRK-CO-VALOR.
           MOVE WRK-LINHA-CONCILIACAO TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           IF WRK-ENTRADA-LANCADA NOT = WRK-ENTRADA-BNKRPT
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
               MOVE 'CONFERE - CTBREC LIBERADO PARA A CONTABILIDADE'
                   TO WRK-CS-TEXTO
           ELSE
               MOVE 'NAO CONFERE - CTBREC NAO DEVE SER ENVIADO'
                   TO WRK-CS-TEXTO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WRK-LINHA-CONC-SITUACAO TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           DISPLAY WRK-LINHA-CONC-SITUACAO.
           CLOSE RECON-REPORT.
           IF WRK-CONCREC-STATUS = '00'
               MOVE 'CONCREC' TO WRK-ARQ-RELATORIO
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.

      * UMA LINHA POR EVENTO LANCADO; OS EVENTOS QUE TEM TOTAL
      * PROPRIO NO BNKRPT (JUROS, DESCONTOS, A MAIOR, A MENOR)
      * TEM DE BATER COM ELE.
       7600-IMPRIMIR-EVENTO.
           MOVE WRK-EV-CODIGO(WRK-EV-IDX) TO WRK-EVENTO.
           MOVE SPACES TO WRK-CO-DESCRICAO.
           STRING 'LANCADO EVENTO ' WRK-EVENTO ' (CTBREC)'
               DELIMITED BY SIZE INTO WRK-CO-DESCRICAO
           END-STRING.
           MOVE ZERO TO WRK-CO-QTDE WRK-CO-VALOR.
           IF CONTABIL-ATIVO
               PERFORM 5200-BUSCAR-EVENTO
               MOVE WRK-PL-QTDE(WRK-PL-IDX)  TO WRK-CO-QTDE
               MOVE WRK-PL-VALOR(WRK-PL-IDX) TO WRK-CO-VALOR
               EVALUATE WRK-EVENTO
                   WHEN 'JURO'
                       IF WRK-PL-VALOR(WRK-PL-IDX)
                               NOT = WRK-VALOR-JUROS
                           MOVE 'N' TO WRK-CONCILIA
                       END-IF
                   WHEN 'DESC'
                       IF WRK-PL-VALOR(WRK-PL-IDX)
                               NOT = WRK-VALOR-DESCONTOS
                           MOVE 'N' TO WRK-CONCILIA
                       END-IF
                   WHEN 'MAIO'
                       IF WRK-PL-VALOR(WRK-PL-IDX)
                               NOT = WRK-VALOR-MAIOR
                           MOVE 'N' TO WRK-CONCILIA
                       END-IF
                   WHEN 'MENO'
                       IF WRK-PL-VALOR(WRK-PL-IDX)
                               NOT = WRK-VALOR-MENOR
                           MOVE 'N' TO WRK-CONCILIA
                       END-IF
                   WHEN 'SUSP'
                       IF WRK-PL-QTDE(WRK-PL-IDX)
                               NOT = WRK-QTDE-SUSP-VALOR
                           MOVE 'N' TO WRK-CONCILIA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           MOVE WRK-LINHA-CONCILIACAO TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

      * PROMOTE POR RENAME, COMO NO PROGCOB21/PROGCOB39: O
      * TUIFILE DA RODADA ANTERIOR FICA COMO TUIFISV E O NOVO
           CLOSE TUITION-FILE-NOVO.
           CLOSE BANK-SUSPENSO.
           CLOSE BANK-REPORT.
           IF WRK-BNKRPT-STATUS = '00'
               MOVE 'BNKRPT' TO WRK-ARQ-RELATORIO
               PERFORM 9600-ARQUIVAR-RELATORIO
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
               WHEN 'BNKRPT'
                   PERFORM 9610-ARQUIVAR-BNKRPT
               WHEN 'CONCREC'
                   PERFORM 9620-ARQUIVAR-CONCREC
           END-EVALUATE.

       9610-ARQUIVAR-BNKRPT.
           OPEN INPUT BANK-REPORT.
           IF WRK-BNKRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-BNKRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9615-LER-BNKRPT
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9615-LER-BNKRPT
               END-PERFORM
               CLOSE BANK-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9615-LER-BNKRPT.
           READ BANK-REPORT INTO WRK-ARQ-LINHA
               AT END MOVE 'S' TO WRK-ARQ-FIM
           END-READ.

       9620-ARQUIVAR-CONCREC.
           OPEN INPUT RECON-REPORT.
           IF WRK-CONCREC-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-CONCREC-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9625-LER-CONCREC
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9625-LER-CONCREC
               END-PERFORM
               CLOSE RECON-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9625-LER-CONCREC.
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
