      ********************************
      * COPYBOOK: CPCTBLC
      * OBJETIVO: LAYOUT DO ARQUIVO DE LANCAMENTOS CONTABEIS
      *           (PARTIDAS DOBRADAS) PARA O SISTEMA DA
      *           CONTABILIDADE. GERADO A CADA EXECUCAO PELO
      *           PROGCOB43 (CTBFAT - FATURAMENTO DAS MENSALIDADES)
      *           E PELO PROGCOB44 (CTBREC - RECEBIMENTOS DO
      *           BANCO): UM HEADER (TIPO H), DUAS LINHAS DE
      *           DETALHE POR LANCAMENTO (TIPO D, UMA A DEBITO E
      *           UMA A CREDITO, COM O MESMO NUMERO DE LANCAMENTO)
      *           E UM TRAILER (TIPO T) COM OS TOTAIS DE CONTROLE
      *           A DEBITO E A CREDITO, QUE TEM DE SER IGUAIS.
      *           TODO REGISTRO TEM 90 POSICOES.
      * LD-EVENTO: CODIGO DO EVENTO NO PLANO DE CONTAS (CPPLCTA),
      *           DE ONDE SAEM AS CONTAS DO LANCAMENTO.
      ********************************
       01 POSTING-HEADER-RECORD.
           05 LH-TIPO               PIC X(01).
           05 LH-ORIGEM             PIC X(09).
           05 LH-DATA-MOVIMENTO     PIC 9(08).
           05 LH-COMPETENCIA        PIC 9(06).
           05 FILLER                PIC X(66).

       01 POSTING-DETAIL-RECORD.
           05 LD-TIPO               PIC X(01).
           05 LD-NUM-LANCAMENTO     PIC 9(06).
           05 LD-DATA               PIC 9(08).
           05 LD-CONTA              PIC X(12).
           05 LD-DEBITO-CREDITO     PIC X(01).
               88 LD-DEBITO              VALUE 'D'.
               88 LD-CREDITO             VALUE 'C'.
           05 LD-VALOR              PIC 9(11)V99.
           05 LD-EVENTO             PIC X(04).
           05 LD-MATRICULA          PIC 9(06).
           05 LD-COMPETENCIA        PIC 9(06).
           05 LD-HISTORICO          PIC X(30).
           05 FILLER                PIC X(03).

       01 POSTING-TRAILER-RECORD.
           05 LT-TIPO               PIC X(01).
           05 LT-QTDE-LANCAMENTOS   PIC 9(06).
           05 LT-TOTAL-DEBITO       PIC 9(13)V99.
           05 LT-TOTAL-CREDITO      PIC 9(13)V99.
           05 FILLER                PIC X(53).
