      ********************************
      * COPYBOOK: CPATARQ
      * OBJETIVO: LAYOUT DO ARQUIVO HISTORICO DE FREQUENCIA
      *           (ATTARQ), PARA ONDE O PROGCOB64 MOVE OS
      *           LANCAMENTOS DO ATTFILE DE UM ANO LETIVO JA
      *           ENCERRADO. O ATTFILE FICA SO COM O ANO EM CURSO
      *           E O RESUMO NOTURNO (PROGCOB63) PARA DE CARREGAR
      *           OS ANOS ANTERIORES. CADA REGISTRO E O LANCAMENTO
      *           ORIGINAL DO CPATTND, SEM ALTERACAO, PRECEDIDO DO
      *           ANO LETIVO E SEGUIDO DA DATA DO ARQUIVAMENTO.
      * AR-PRESENCA: MESMOS CODIGOS DO AT-PRESENCA (P/F/J).
      ********************************
       01 ATTENDANCE-ARCHIVE-RECORD.
           05 AR-ANO-LETIVO          PIC 9(04).
           05 AR-MATRICULA           PIC 9(06).
           05 AR-DATA                PIC 9(08).
           05 AR-PRESENCA            PIC X(01).
               88 AR-PRESENTE          VALUE 'P'.
               88 AR-FALTA             VALUE 'F'.
               88 AR-FALTA-JUSTIFICADA VALUE 'J'.
           05 AR-DATA-ARQUIVAMENTO   PIC 9(08).
