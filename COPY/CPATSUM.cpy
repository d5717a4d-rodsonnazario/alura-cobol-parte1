      ********************************
      * COPYBOOK: CPATSUM
      * OBJETIVO: LAYOUT DO ARQUIVO ATTENDANCE-SUMMARY (ATTSUM), O
      *           RESUMO DE FREQUENCIA POR ALUNO E BIMESTRE,
      *           ORGANIZATION IS INDEXED COM RECORD KEY AS-CHAVE
      *           (MATRICULA + BIMESTRE). REFEITO TODA NOITE PELO
      *           PROGCOB63 A PARTIR DO ATTFILE (STEP008 DO
      *           GRDRUN) E LIDO NO LUGAR DO ATTFILE PELO
      *           PROGCOB07/20/24/31/47/48 - A POSICAO E A DA
      *           ULTIMA NOITE (AS-DATA-GERACAO).
      * AS-BIMESTRE: 1-4 PELA FAIXA DE DATAS DO CALENDARIO
      *           (SCHCAL); 0 = LANCAMENTO FORA DE QUALQUER
      *           BIMESTRE OU CALENDARIO AUSENTE NA GERACAO. A SOMA
      *           DOS BIMESTRES 0-4 E O TOTAL DO ALUNO NO ATTFILE.
      * AS-PRESENCAS / AS-FALTAS / AS-JUSTIFICADAS: DIAS COM
      *           AT-PRESENCA P, F E J. PELA REGRA DA ESCOLA
      *           (CPATTND) AS AULAS SAO A SOMA DOS TRES E A
      *           FREQUENCIA DOS 75% CONTA PRESENCAS + JUSTIFICADAS.
      ********************************
       01 ATTENDANCE-SUMMARY-RECORD.
           05 AS-CHAVE.
               10 AS-MATRICULA       PIC 9(06).
               10 AS-BIMESTRE        PIC 9(01).
           05 AS-PRESENCAS           PIC 9(04).
           05 AS-FALTAS              PIC 9(04).
           05 AS-JUSTIFICADAS        PIC 9(04).
           05 AS-DATA-GERACAO        PIC 9(08).
