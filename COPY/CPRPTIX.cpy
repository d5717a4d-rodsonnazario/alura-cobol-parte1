      ********************************
      * COPYBOOK: CPRPTIX
      * OBJETIVO: INDICE DO ARQUIVO DE RELATORIOS (RPTIDX). UM
      *           REGISTRO POR RELATORIO ARQUIVADO PELO PROGCOB74,
      *           GRAVADO DEPOIS DAS LINHAS NO RPTARC - ENTRADA NO
      *           INDICE E RELATORIO COMPLETO NO ARQUIVO.
      * RX-NUMERO: NUMERO DO ARQUIVAMENTO (RPTCTL), CRESCENTE; AS
      *           LINHAS DO RPTARC LEVAM O MESMO NUMERO.
      * RX-TIMESTAMP: O MESMO DO REGISTRO DE INICIO NO RUNJRNL
      *           (PROGRAMAS SEM JORNAL: INICIO DA EXECUCAO).
      * RX-RETENCAO: C = COMUM, F = FINANCEIRO, A = FIM DE ANO;
      *           O PRAZO DE CADA CLASSE VEM DO RPTPARM E E
      *           APLICADO PELO EXPURGO (PROGCOB76).
      ********************************
       01 REPORT-INDEX-RECORD.
           05 RX-NUMERO           PIC 9(07).
           05 RX-PROGRAMA         PIC X(09).
           05 RX-RELATORIO        PIC X(08).
           05 RX-TIMESTAMP        PIC 9(14).
           05 RX-PAGINAS          PIC 9(05).
           05 RX-LINHAS           PIC 9(07).
           05 RX-RETENCAO         PIC X(01).
               88 RX-COMUM        VALUE 'C'.
               88 RX-FINANCEIRO   VALUE 'F'.
               88 RX-FIM-DE-ANO   VALUE 'A'.
