      ********************************
      * COPYBOOK: CPACSPM
      * OBJETIVO: PARAMETROS DO CONTROLE DE CONTAS INATIVAS
      *           (ACSPARM), LIDOS PELO PROGCOB73. UM REGISTRO.
      * AP-DIAS-INATIVIDADE: DIAS SEM LOGIN COM SUCESSO DEPOIS
      *           DOS QUAIS A CONTA E SUSPENSA. ARQUIVO AUSENTE,
      *           VAZIO OU ZERADO = 90 DIAS.
      * AP-DIAS-RETORNO: PRAZO EM DIAS PARA O RETORNO DA LISTA DE
      *           RECERTIFICACAO DEPOIS DE EMITIDA; PASSADO O PRAZO
      *           SEM RETORNO O PROGCOB73 AVISA (RC 4) TODA NOITE.
      *           ZERADO = 30 DIAS.
      ********************************
       01 ACCESS-PARM-RECORD.
           05 AP-DIAS-INATIVIDADE PIC 9(03).
           05 AP-DIAS-RETORNO     PIC 9(03).
