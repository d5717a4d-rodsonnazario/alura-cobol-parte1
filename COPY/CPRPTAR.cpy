      ********************************
      * COPYBOOK: CPRPTAR
      * OBJETIVO: LINHA DO ARQUIVO DE RELATORIOS (RPTARC). CADA
      *           LINHA IMPRESSA GUARDADA COM O NUMERO DO
      *           ARQUIVAMENTO (RX-NUMERO DO RPTIDX) E A PAGINA -
      *           A PAGINA MUDA A CADA CABECALHO 'ESCOLA MUNICIPAL
      *           - SEDE', O QUE PERMITE REIMPRIMIR UMA FAIXA DE
      *           PAGINAS (PROGCOB75).
      * RA-LINHA: 132 POSICOES, A MAIOR LINHA DE RELATORIO DA
      *           SUITE CABE INTEIRA.
      ********************************
       01 REPORT-ARCHIVE-RECORD.
           05 RA-NUMERO           PIC 9(07).
           05 RA-PAGINA           PIC 9(05).
           05 RA-LINHA            PIC X(132).
