      ********************************
      * COPYBOOK: CPTRLVR
      * OBJETIVO: LAYOUT DO ARQUIVO DE PONTO DE VERIFICACAO DAS
      *           TRILHAS ENCADEADAS (AUDVER). UM REGISTRO POR
      *           TRILHA, REGRAVADO PELO PROGCOB72 NO FIM DE CADA
      *           EXECUCAO: A PROXIMA NOITE RETOMA A CONFERENCIA
      *           DEPOIS DE TV-POSICAO, PARTINDO DA SEQUENCIA E DO
      *           ENCADEAMENTO GUARDADOS. APAGAR O AUDVER FORCA A
      *           CONFERENCIA DAS TRILHAS INTEIRAS.
      * TV-POSICAO: QUANTOS REGISTROS DA TRILHA JA FORAM LIDOS.
      * TV-SEQUENCIA / TV-ENCADEAMENTO / TV-TIMESTAMP: ULTIMO
      *           REGISTRO ENCADEADO CONFERIDO.
      * TV-QTDE-QUEBRAS: QUEBRAS JA APONTADAS NA TRILHA EM TODAS
      *           AS EXECUCOES (CADA QUEBRA SAI UMA VEZ NO AUDVRPT
      *           E FICA CONTADA AQUI).
      ********************************
       01 TRAIL-VERIFY-RECORD.
           05 TV-TRILHA           PIC X(08).
           05 TV-POSICAO          PIC 9(08).
           05 TV-SEQUENCIA        PIC 9(08).
           05 TV-ENCADEAMENTO     PIC 9(10).
           05 TV-TIMESTAMP        PIC 9(14).
           05 TV-DATA-VERIFICACAO PIC 9(14).
           05 TV-QTDE-QUEBRAS     PIC 9(06).
