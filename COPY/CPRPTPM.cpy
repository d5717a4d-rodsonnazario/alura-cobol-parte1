      ********************************
      * COPYBOOK: CPRPTPM
      * OBJETIVO: PRAZOS DE RETENCAO DO ARQUIVO DE RELATORIOS
      *           (RPTPARM), EM DIAS, POR CLASSE DE RETENCAO DO
      *           RPTIDX. ARQUIVO AUSENTE, VAZIO OU COM PRAZO
      *           ZERADO = PRAZO PADRAO DA CLASSE: COMUM 400 DIAS
      *           (COBRE O ANO LETIVO E A CONTESTACAO DO MES
      *           ANTERIOR), FINANCEIRO 1827 DIAS (5 ANOS) E FIM
      *           DE ANO 3653 DIAS (10 ANOS).
      ********************************
       01 REPORT-PARM-RECORD.
           05 RP-DIAS-COMUM       PIC 9(05).
           05 RP-DIAS-FINANCEIRO  PIC 9(05).
           05 RP-DIAS-FIM-ANO     PIC 9(05).
