      ********************************
      * COPYBOOK: CPTRLCT
      * OBJETIVO: LAYOUT DO ARQUIVO DE CONTROLE DAS TRILHAS
      *           ENCADEADAS (AUDCTL). UM REGISTRO POR TRILHA
      *           (AUDITLOG, CORRAUD, PERSTAT) COM A ULTIMA
      *           SEQUENCIA E O ULTIMO VALOR DE ENCADEAMENTO
      *           GRAVADOS. MANTIDO SO PELO PROGCOB71, QUE O
      *           REGRAVA INTEIRO A CADA REGISTRO DE TRILHA. O
      *           PROGCOB72 CONFERE O FIM DE CADA TRILHA CONTRA
      *           ESTE CONTROLE - REGISTRO APAGADO NO FIM DO
      *           ARQUIVO NAO PASSA DESPERCEBIDO.
      ********************************
       01 TRAIL-CONTROL-RECORD.
           05 TC-TRILHA           PIC X(08).
           05 TC-SEQUENCIA        PIC 9(08).
           05 TC-ENCADEAMENTO     PIC 9(10).
           05 TC-TIMESTAMP        PIC 9(14).
