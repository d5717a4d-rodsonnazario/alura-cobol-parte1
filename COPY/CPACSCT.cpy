      ********************************
      * COPYBOOK: CPACSCT
      * OBJETIVO: CONTROLE DA RECERTIFICACAO TRIMESTRAL DE
      *           ACESSOS (ACSCTL), UM REGISTRO, REGRAVADO PELO
      *           PROGCOB73. GUARDA O ULTIMO TRIMESTRE (AAAAT) EM
      *           QUE A LISTA FOI EMITIDA E O ULTIMO CUJO RETORNO
      *           FOI APLICADO - RETORNO DE TRIMESTRE JA APLICADO
      *           OU DIFERENTE DO EMITIDO NAO E PROCESSADO DE NOVO.
      ********************************
       01 ACCESS-CONTROL-RECORD.
           05 AK-TRIMESTRE-EMITIDO  PIC 9(05).
           05 AK-DATA-EMISSAO       PIC 9(08).
           05 AK-TRIMESTRE-APLICADO PIC 9(05).
           05 AK-DATA-APLICACAO     PIC 9(08).
