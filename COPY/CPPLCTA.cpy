      ********************************
      * COPYBOOK: CPPLCTA
      * OBJETIVO: LAYOUT DO ARQUIVO CHART-OF-ACCOUNTS (PLCONTA), O
      *           PLANO DE CONTAS DOS LANCAMENTOS DAS MENSALIDADES,
      *           MANTIDO PELA CONTABILIDADE. UM REGISTRO POR
      *           EVENTO, COM A CONTA A DEBITAR, A CONTA A CREDITAR
      *           E O HISTORICO PADRAO DO LANCAMENTO.
      * CT-EVENTO: RECE = FATURAMENTO DA MENSALIDADE (PROGCOB43)
      *           DIFC = DIFERENCA PAGA A MENOR COBRADA NA
      *                  MENSALIDADE SEGUINTE (PROGCOB43)
      *           CRED = CREDITO PAGO A MAIOR DESCONTADO NA
      *                  MENSALIDADE SEGUINTE (PROGCOB43)
      *           RCBT = RECEBIMENTO DO VALOR DA MENSALIDADE
      *           JURO = JUROS POR ATRASO RECEBIDOS
      *           DESC = DESCONTO DE PAGAMENTO ANTECIPADO
      *           MAIO = DIFERENCA PAGA A MAIOR
      *           MENO = DIFERENCA PAGA A MENOR
      *           SUSP = PAGAMENTO RECEBIDO E SUSPENSO (SEM
      *                  MENSALIDADE PARA BAIXAR)
      *           (RCBT A SUSP SAO LANCADOS PELO PROGCOB44)
      ********************************
       01 CHART-ACCOUNT-RECORD.
           05 CT-EVENTO             PIC X(04).
           05 CT-CONTA-DEBITO       PIC X(12).
           05 CT-CONTA-CREDITO      PIC X(12).
           05 CT-HISTORICO          PIC X(30).
