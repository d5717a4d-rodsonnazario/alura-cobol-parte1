      ********************************
      * COPYBOOK: CPRPTCT
      * OBJETIVO: CONTROLE DE NUMERACAO DO ARQUIVO DE RELATORIOS
      *           (RPTCTL), UM REGISTRO, REGRAVADO PELO PROGCOB74 A
      *           CADA ARQUIVAMENTO. O NUMERO E RESERVADO ANTES DA
      *           COPIA DAS LINHAS: UM ARQUIVAMENTO INTERROMPIDO
      *           NAO TEM SEU NUMERO REAPROVEITADO, E AS LINHAS
      *           SEM ENTRADA NO INDICE SAO DESCARTADAS NO EXPURGO.
      ********************************
       01 REPORT-CONTROL-RECORD.
           05 RK-ULTIMO-NUMERO    PIC 9(07).
           05 RK-TIMESTAMP        PIC 9(14).
