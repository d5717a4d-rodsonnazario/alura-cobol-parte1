       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB75.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 06/10/2026
      * OBJETIVO: CONSULTA E REIMPRESSAO DO ARQUIVO DE RELATORIOS
      * (RPTIDX/RPTARC, GRAVADOS PELO PROGCOB74). OPCAO 1 LISTA
      * OS RELATORIOS ARQUIVADOS FILTRANDO POR PROGRAMA, NOME DO
      * RELATORIO E FAIXA DE DATAS DA EXECUCAO; OPCAO 2
      * REIMPRIME NO RPTREIM UM RELATORIO INTEIRO OU UMA FAIXA DE
      * PAGINAS, PELO NUMERO DO ARQUIVAMENTO MOSTRADO NA LISTA -
      * O BOLETIM CONTESTADO PELA FAMILIA OU O BNKRPT PEDIDO
      * PELO AUDITOR SAEM IGUAIS AO ORIGINAL, COM UMA LINHA DE
      * IDENTIFICACAO DA REIMPRESSAO NO ALTO.
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-INDEX ASSIGN TO 'RPTIDX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RPTIDX-STATUS.

           SELECT REPORT-ARCHIVE ASSIGN TO 'RPTARC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RPTARC-STATUS.

           SELECT REPRINT-REPORT ASSIGN TO 'RPTREIM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RPTREIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-INDEX
           LABEL RECORD IS STANDARD.
       COPY CPRPTIX.

       FD  REPORT-ARCHIVE
           LABEL RECORD IS STANDARD.
       COPY CPRPTAR.

       FD  REPRINT-REPORT
           LABEL RECORD IS STANDARD.
       01  REPRINT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-RPTIDX-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RPTARC-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RPTREIM-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-OPCAO          PIC 9(01) VALUE ZERO.

      * FILTROS DA LISTA. EM BRANCO/ZERO = SEM FILTRO NAQUELE
      * CAMPO, COMO NA CONSULTA DE SEGURANCA DO PROGCOB28.
       77 WRK-FIL-PROGRAMA   PIC X(09) VALUE SPACES.
       77 WRK-FIL-RELATORIO  PIC X(08) VALUE SPACES.
       77 WRK-FIL-DATA-INI   PIC 9(08) VALUE ZERO.
       77 WRK-FIL-DATA-FIM   PIC 9(08) VALUE ZERO.
       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZERO.
       77 WRK-QTDE-LISTADOS  PIC 9(06) VALUE ZERO.

      * PEDIDO DE REIMPRESSAO: PAGINA ZERO = DESDE A PRIMEIRA /
      * ATE A ULTIMA.
       77 WRK-NUMERO         PIC 9(07) VALUE ZERO.
       77 WRK-PAGINA-INI     PIC 9(05) VALUE ZERO.
       77 WRK-PAGINA-FIM     PIC 9(05) VALUE ZERO.
       77 WRK-ACHOU-INDICE   PIC X(01) VALUE 'N'.
           88 ACHOU-INDICE   VALUE 'S'.
       77 WRK-QTDE-LINHAS    PIC 9(07) VALUE ZERO.

       01 WRK-LINHA-LISTA.
           05 WRK-LL-NUMERO    PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LL-PROGRAMA  PIC X(09).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LL-RELATORIO PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LL-TIMESTAMP PIC 9(14).
           05 FILLER           PIC X(05) VALUE ' PAG='.
           05 WRK-LL-PAGINAS   PIC ZZZZ9.
           05 FILLER           PIC X(05) VALUE ' RET='.
           05 WRK-LL-RETENCAO  PIC X(01).

       01 WRK-LINHA-REIMPRESSAO.
           05 FILLER           PIC X(24) VALUE
               '*** REIMPRESSAO DO ARQ. '.
           05 WRK-LR-NUMERO    PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LR-PROGRAMA  PIC X(09).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WRK-LR-RELATORIO PIC X(08).
           05 FILLER           PIC X(11) VALUE ' EXECUCAO: '.
           05 WRK-LR-TIMESTAMP PIC 9(14).
           05 FILLER           PIC X(10) VALUE ' PAGINAS: '.
           05 WRK-LR-PAG-INI   PIC ZZZZ9.
           05 FILLER           PIC X(03) VALUE ' A '.
           05 WRK-LR-PAG-FIM   PIC ZZZZ9.
           05 FILLER           PIC X(04) VALUE ' ***'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE ZERO TO WRK-QTDE-LISTADOS WRK-QTDE-LINHAS.
           DISPLAY '1 - LISTAR RELATORIOS ARQUIVADOS'.
           DISPLAY '2 - REIMPRIMIR RELATORIO ARQUIVADO'.
           DISPLAY 'OPCAO: '
            ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-LER-FILTROS
                   PERFORM 2000-LISTAR-RELATORIOS
               WHEN 2
                   PERFORM 3000-LER-PEDIDO
                   PERFORM 3100-BUSCAR-INDICE
                   IF ACHOU-INDICE
                       PERFORM 4000-REIMPRIMIR
                   END-IF
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           GOBACK.

       1000-LER-FILTROS.
           MOVE SPACES TO WRK-FIL-PROGRAMA WRK-FIL-RELATORIO.
           MOVE ZERO   TO WRK-FIL-DATA-INI WRK-FIL-DATA-FIM.
           DISPLAY 'PROGRAMA (EX: PROGCOB44, BRANCO=TODOS): '
            ACCEPT WRK-FIL-PROGRAMA FROM CONSOLE.
           DISPLAY 'RELATORIO (EX: BNKRPT, BRANCO=TODOS): '
            ACCEPT WRK-FIL-RELATORIO FROM CONSOLE.
           DISPLAY 'DATA INICIAL (AAAAMMDD, 0=SEM LIMITE): '
            ACCEPT WRK-FIL-DATA-INI FROM CONSOLE.
           DISPLAY 'DATA FINAL   (AAAAMMDD, 0=SEM LIMITE): '
            ACCEPT WRK-FIL-DATA-FIM FROM CONSOLE.

       2000-LISTAR-RELATORIOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT REPORT-INDEX.
           IF WRK-RPTIDX-STATUS = '00'
               PERFORM 2100-LER-INDICE
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM 2200-SELECIONAR-ENTRADA
                   PERFORM 2100-LER-INDICE
               END-PERFORM
               CLOSE REPORT-INDEX
               DISPLAY 'RELATORIOS LISTADOS: ' WRK-QTDE-LISTADOS
           ELSE
               DISPLAY 'ARQUIVO RPTIDX NAO ENCONTRADO - NENHUM '
                       'RELATORIO ARQUIVADO'
           END-IF.

       2100-LER-INDICE.
           READ REPORT-INDEX
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       2200-SELECIONAR-ENTRADA.
           MOVE RX-TIMESTAMP(1:8) TO WRK-DATA-RELATORIO.
           IF (WRK-FIL-PROGRAMA = SPACES
                   OR RX-PROGRAMA = WRK-FIL-PROGRAMA)
              AND (WRK-FIL-RELATORIO = SPACES
                   OR RX-RELATORIO = WRK-FIL-RELATORIO)
              AND (WRK-FIL-DATA-INI = ZERO
                   OR WRK-DATA-RELATORIO >= WRK-FIL-DATA-INI)
              AND (WRK-FIL-DATA-FIM = ZERO
                   OR WRK-DATA-RELATORIO <= WRK-FIL-DATA-FIM)
               ADD 1 TO WRK-QTDE-LISTADOS
               MOVE RX-NUMERO    TO WRK-LL-NUMERO
               MOVE RX-PROGRAMA  TO WRK-LL-PROGRAMA
               MOVE RX-RELATORIO TO WRK-LL-RELATORIO
               MOVE RX-TIMESTAMP TO WRK-LL-TIMESTAMP
               MOVE RX-PAGINAS   TO WRK-LL-PAGINAS
               MOVE RX-RETENCAO  TO WRK-LL-RETENCAO
               DISPLAY WRK-LINHA-LISTA
           END-IF.

       3000-LER-PEDIDO.
           MOVE ZERO TO WRK-NUMERO WRK-PAGINA-INI WRK-PAGINA-FIM.
           DISPLAY 'NUMERO DO ARQUIVAMENTO (DA LISTA): '
            ACCEPT WRK-NUMERO FROM CONSOLE.
           DISPLAY 'PAGINA INICIAL (0=PRIMEIRA): '
            ACCEPT WRK-PAGINA-INI FROM CONSOLE.
           DISPLAY 'PAGINA FINAL   (0=ULTIMA): '
            ACCEPT WRK-PAGINA-FIM FROM CONSOLE.

      * O NUMERO PRECISA ESTAR NO INDICE (RELATORIO COMPLETO E
      * AINDA NAO EXPURGADO); A FAIXA DE PAGINAS E AJUSTADA AO
      * TAMANHO DO RELATORIO.
       3100-BUSCAR-INDICE.
           MOVE 'N' TO WRK-ACHOU-INDICE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT REPORT-INDEX.
           IF WRK-RPTIDX-STATUS = '00'
               PERFORM 2100-LER-INDICE
               PERFORM UNTIL FIM-ARQUIVO OR ACHOU-INDICE
                   IF RX-NUMERO = WRK-NUMERO
                       MOVE 'S' TO WRK-ACHOU-INDICE
                   ELSE
                       PERFORM 2100-LER-INDICE
                   END-IF
               END-PERFORM
               CLOSE REPORT-INDEX
           END-IF.
           IF NOT ACHOU-INDICE
               DISPLAY 'ARQUIVAMENTO NAO ENCONTRADO: ' WRK-NUMERO
           ELSE
               IF WRK-PAGINA-INI = ZERO
                   MOVE 1 TO WRK-PAGINA-INI
               END-IF
               IF WRK-PAGINA-FIM = ZERO
                  OR WRK-PAGINA-FIM > RX-PAGINAS
                   MOVE RX-PAGINAS TO WRK-PAGINA-FIM
               END-IF
               IF WRK-PAGINA-INI > WRK-PAGINA-FIM
                   DISPLAY 'FAIXA DE PAGINAS INVALIDA - O RELATORIO '
                           'TEM ' RX-PAGINAS ' PAGINA(S)'
                   MOVE 'N' TO WRK-ACHOU-INDICE
               END-IF
           END-IF.

       4000-REIMPRIMIR.
           OPEN INPUT REPORT-ARCHIVE.
           IF WRK-RPTARC-STATUS NOT = '00'
               DISPLAY 'ARQUIVO RPTARC NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REPRINT-REPORT
               MOVE RX-NUMERO      TO WRK-LR-NUMERO
               MOVE RX-PROGRAMA    TO WRK-LR-PROGRAMA
               MOVE RX-RELATORIO   TO WRK-LR-RELATORIO
               MOVE RX-TIMESTAMP   TO WRK-LR-TIMESTAMP
               MOVE WRK-PAGINA-INI TO WRK-LR-PAG-INI
               MOVE WRK-PAGINA-FIM TO WRK-LR-PAG-FIM
               MOVE WRK-LINHA-REIMPRESSAO TO REPRINT-REPORT-LINE
               WRITE REPRINT-REPORT-LINE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 4100-LER-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   IF RA-NUMERO = WRK-NUMERO
                      AND RA-PAGINA >= WRK-PAGINA-INI
                      AND RA-PAGINA <= WRK-PAGINA-FIM
                       MOVE RA-LINHA TO REPRINT-REPORT-LINE
                       WRITE REPRINT-REPORT-LINE
                       ADD 1 TO WRK-QTDE-LINHAS
                   END-IF
                   PERFORM 4100-LER-ARQUIVO
               END-PERFORM
               CLOSE REPORT-ARCHIVE
               CLOSE REPRINT-REPORT
               DISPLAY 'LINHAS REIMPRESSAS NO RPTREIM: '
                       WRK-QTDE-LINHAS
           END-IF.

       4100-LER-ARQUIVO.
           READ REPORT-ARCHIVE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.
