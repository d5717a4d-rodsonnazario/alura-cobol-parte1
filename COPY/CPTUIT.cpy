      *           PARA O RELATORIO DE COBRANCA POR TURMA E A LISTA
      *           DE INADIMPLENCIA. DATA DE PAGAMENTO ZERADA =
      *           MENSALIDADE EM ABERTO.
      * TU-SITUACAO: BRANCO = MENSALIDADE NORMAL; R = MENSALIDADE
      *           RENEGOCIADA NUM ACORDO DE PARCELAMENTO (PROGCOB57),
      *           QUE DEIXA DE SER DIVIDA EM ABERTO MESMO COM A DATA
      *           DE PAGAMENTO ZERADA - A DIVIDA PASSA A SER A DAS
      *           PARCELAS; P = PARCELA DE ACORDO, COBRADA COMO UMA
      *           MENSALIDADE COMUM.
      * TU-NUM-ACORDO: ACORDO (ACORDO) QUE RENEGOCIOU A MENSALIDADE
      *           OU QUE GEROU A PARCELA; ZERO NAS DEMAIS.
      * A COMPETENCIA DA PARCELA DE ACORDO E O ANO DO VENCIMENTO
      *           COM O MES SOMADO DE 50 (PARCELA QUE VENCE EM
      *           11/2026 = 202661), PARA NAO COLIDIR COM A
      *           MENSALIDADE DO MES NA CHAVE MATRICULA + COMPETENCIA
      *           DO RETORNO DO BANCO E DO REGISTRO DE REMESSAS.
      ********************************
       01 TUITION-RECORD.
           05 TU-MATRICULA        PIC 9(06).
           05 TU-VENCIMENTO       PIC 9(08).
           05 TU-DATA-PAGAMENTO   PIC 9(08).
           05 TU-VALOR-PAGO       PIC 9(06)V99.
           05 TU-SITUACAO         PIC X(01).
               88 TU-RENEGOCIADA       VALUE 'R'.
               88 TU-PARCELA-ACORDO    VALUE 'P'.
           05 TU-NUM-ACORDO       PIC 9(06).
