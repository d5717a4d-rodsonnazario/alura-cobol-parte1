      ********************************
      * COPYBOOK: CPSALDO
      * OBJETIVO: LAYOUT DO ARQUIVO STUDENT-BALANCE (SALDOAL), O
      *           CONTA CORRENTE DE DIFERENCAS DE MENSALIDADE POR
      *           ALUNO, ORGANIZATION IS INDEXED COM RECORD KEY
      *           SL-CHAVE (MATRICULA + COMPETENCIA DE ORIGEM). O
      *           PROGCOB44 GRAVA UM REGISTRO POR BAIXA PAGA A
      *           MAIOR OU A MENOR; O PROGCOB43 APLICA O SALDO NA
      *           MENSALIDADE SEGUINTE E O PROGCOB60 IMPRIME O
      *           SALDO E A LISTA DE DEVOLUCAO.
      * SL-COMPETENCIA: COMPETENCIA DA MENSALIDADE BAIXADA COM A
      *           DIFERENCA (PARCELA DE ACORDO COM O MES + 50).
      * SL-TIPO: C = CREDITO DA FAMILIA (PAGOU A MAIOR), D = DEBITO
      *           (PAGOU A MENOR).
      * SL-VALOR: DIFERENCA ORIGINAL; SL-VALOR-APLICADO: QUANTO DELA
      *           JA FOI DESCONTADO (C) OU COBRADO (D) EM MENSALIDADE.
      * SL-COMP-APLICACAO / SL-VALOR-ULT-APLIC: COMPETENCIA E VALOR
      *           DA ULTIMA APLICACAO, PARA A GERACAO REFEITA DA MESMA
      *           COMPETENCIA DESFAZER A APLICACAO ANTERIOR ANTES DE
      *           APLICAR DE NOVO.
      * SL-SITUACAO: A = EM ABERTO (TOTAL OU PARCIAL), Q = TOTALMENTE
      *           APLICADO, V = CREDITO DEVOLVIDO A FAMILIA PELA
      *           TESOURARIA; SL-DATA-SITUACAO E A DATA DA ULTIMA
      *           MUDANCA.
      ********************************
       01 STUDENT-BALANCE-RECORD.
           05 SL-CHAVE.
               10 SL-MATRICULA       PIC 9(06).
               10 SL-COMPETENCIA     PIC 9(06).
           05 SL-TIPO                PIC X(01).
               88 SL-CREDITO              VALUE 'C'.
               88 SL-DEBITO               VALUE 'D'.
           05 SL-DATA-ORIGEM         PIC 9(08).
           05 SL-VALOR               PIC 9(06)V99.
           05 SL-VALOR-APLICADO      PIC 9(06)V99.
           05 SL-COMP-APLICACAO      PIC 9(06).
           05 SL-VALOR-ULT-APLIC     PIC 9(06)V99.
           05 SL-SITUACAO            PIC X(01).
               88 SL-ABERTO               VALUE 'A'.
               88 SL-APLICADO             VALUE 'Q'.
               88 SL-DEVOLVIDO            VALUE 'V'.
           05 SL-DATA-SITUACAO       PIC 9(08).
