       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB74.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 05/10/2026
      * OBJETIVO: ARQUIVAMENTO DE RELATORIOS, COMPARTILHADO POR
      * TODOS OS PROGRAMAS QUE IMPRIMEM. CADA PROGRAMA, DEPOIS DE
      * FECHAR O SEU RELATORIO, RELE O RELATORIO E CHAMA ESTE UMA
      * VEZ POR LINHA COM A FUNCAO L (LINHA), PASSANDO O PROPRIO
      * NOME, O NOME DO ARQUIVO DO RELATORIO (O MESMO DO ASSIGN),
      * O TIMESTAMP DA EXECUCAO (O MESMO DO RUNJRNL), A CLASSE
      * DE RETENCAO E A LINHA; NO FIM PASSA A FUNCAO F (FECHAR).
      * A PRIMEIRA LINHA RESERVA O NUMERO DO RELATORIO E ABRE O
      * RPTARC, QUE FICA ABERTO ENTRE AS CHAMADAS. CADA LINHA E
      * COPIADA PARA O RPTARC COM A SUA PAGINA, E NO FECHAMENTO O
      * RELATORIO GANHA UMA ENTRADA NO INDICE RPTIDX - O BOLETIM
      * CONTESTADO OU O BNKRPT DE MARCO SAEM DE NOVO PELO
      * PROGCOB75 EM VEZ DE SE PERDEREM NA EXECUCAO SEGUINTE. O
      * EXPURGO POR CLASSE DE RETENCAO E FEITO PELO PROGCOB76.
      * FALHA NO ARQUIVAMENTO SO E AVISADA NO CONSOLE: O
      * RELATORIO JA SAIU E O RETURN CODE DO CHAMADOR NAO MUDA.
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-ARCHIVE ASSIGN TO 'RPTARC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RPTARC-STATUS.

           SELECT REPORT-INDEX ASSIGN TO 'RPTIDX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RPTIDX-STATUS.

           SELECT REPORT-CONTROL ASSIGN TO 'RPTCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RPTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-ARCHIVE
           LABEL RECORD IS STANDARD.
       COPY CPRPTAR.

       FD  REPORT-INDEX
           LABEL RECORD IS STANDARD.
       COPY CPRPTIX.

       FD  REPORT-CONTROL
           LABEL RECORD IS STANDARD.
       COPY CPRPTCT.

       WORKING-STORAGE SECTION.
       77 WRK-RPTARC-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RPTIDX-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RPTCTL-STATUS  PIC X(02) VALUE SPACES.
      * SITUACAO DO RELATORIO EM ARQUIVAMENTO ENTRE AS CHAMADAS:
      * N = NENHUM (A PROXIMA LINHA COMECA UM), A = RPTARC ABERTO,
      * E = ERRO NA ABERTURA (AS LINHAS SEGUINTES SAO DESPREZADAS
      * ATE O FECHAMENTO).
       77 WRK-SITUACAO       PIC X(01) VALUE 'N'.
           88 SEM-RELATORIO      VALUE 'N'.
           88 RELATORIO-ABERTO   VALUE 'A'.
           88 RELATORIO-COM-ERRO VALUE 'E'.
       77 WRK-NUMERO         PIC 9(07) VALUE ZERO.
       77 WRK-PAGINA         PIC 9(05) VALUE ZERO.
       77 WRK-QTDE-LINHAS    PIC 9(07) VALUE ZERO.

      * TODO RELATORIO DA SUITE ABRE A PAGINA COM ESTE CABECALHO;
      * RELATORIO SEM ELE (CARTAS, LISTAS) FICA TODO NA PAGINA 1.
       77 WRK-MARCA-PAGINA   PIC X(23) VALUE
           'ESCOLA MUNICIPAL - SEDE'.

       LINKAGE SECTION.
       01 LNK-FUNCAO         PIC X(01).
       01 LNK-PROGRAMA       PIC X(09).
       01 LNK-RELATORIO      PIC X(08).
       01 LNK-TIMESTAMP      PIC 9(14).
       01 LNK-RETENCAO       PIC X(01).
       01 LNK-LINHA          PIC X(132).

       PROCEDURE DIVISION USING LNK-FUNCAO LNK-PROGRAMA
                                LNK-RELATORIO LNK-TIMESTAMP
                                LNK-RETENCAO LNK-LINHA.
       0000-PRINCIPAL.
           EVALUATE LNK-FUNCAO
               WHEN 'L'
                   IF SEM-RELATORIO
                       PERFORM 1500-INICIAR-RELATORIO
                   END-IF
                   IF RELATORIO-ABERTO
                       PERFORM 2200-ARQUIVAR-LINHA
                   END-IF
               WHEN 'F'
                   PERFORM 4000-FECHAR-RELATORIO
               WHEN OTHER
                   DISPLAY 'PROGCOB74: FUNCAO INVALIDA: ' LNK-FUNCAO
           END-EVALUATE.
           GOBACK.

      * PROXIMO NUMERO A PARTIR DO RPTCTL (AUSENTE = PRIMEIRO
      * ARQUIVAMENTO); O CONTROLE E REGRAVADO ANTES DA COPIA.
       1000-RESERVAR-NUMERO.
           MOVE ZERO TO RK-ULTIMO-NUMERO.
           OPEN INPUT REPORT-CONTROL.
           IF WRK-RPTCTL-STATUS = '00'
               READ REPORT-CONTROL
                   AT END MOVE ZERO TO RK-ULTIMO-NUMERO
               END-READ
               CLOSE REPORT-CONTROL
           END-IF.
           IF RK-ULTIMO-NUMERO NOT NUMERIC
               MOVE ZERO TO RK-ULTIMO-NUMERO
           END-IF.
           COMPUTE WRK-NUMERO = RK-ULTIMO-NUMERO + 1.
           OPEN OUTPUT REPORT-CONTROL.
           IF WRK-RPTCTL-STATUS = '00'
               MOVE WRK-NUMERO    TO RK-ULTIMO-NUMERO
               MOVE LNK-TIMESTAMP TO RK-TIMESTAMP
               WRITE REPORT-CONTROL-RECORD
               CLOSE REPORT-CONTROL
           ELSE
               DISPLAY 'ERRO AO GRAVAR RPTCTL: ' WRK-RPTCTL-STATUS
               MOVE ZERO TO WRK-NUMERO
           END-IF.

      * PRIMEIRA LINHA DO RELATORIO: ESTE PROGRAMA E CHAMADO PARA
      * VARIOS RELATORIOS NO MESMO RUN UNIT, ENTAO OS CONTADORES
      * SAO ZERADOS AQUI.
       1500-INICIAR-RELATORIO.
           MOVE ZERO TO WRK-NUMERO WRK-PAGINA WRK-QTDE-LINHAS.
           MOVE 'E' TO WRK-SITUACAO.
           PERFORM 1000-RESERVAR-NUMERO.
           IF WRK-NUMERO > ZERO
               PERFORM 2000-ABRIR-ARQUIVO
           END-IF.

       2000-ABRIR-ARQUIVO.
           OPEN EXTEND REPORT-ARCHIVE.
           IF WRK-RPTARC-STATUS = '35'
               OPEN OUTPUT REPORT-ARCHIVE
           END-IF.
           IF WRK-RPTARC-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR RPTARC: ' WRK-RPTARC-STATUS
           ELSE
               MOVE 'A' TO WRK-SITUACAO
           END-IF.

       2200-ARQUIVAR-LINHA.
           IF LNK-LINHA(1:23) = WRK-MARCA-PAGINA
              OR WRK-PAGINA = ZERO
               ADD 1 TO WRK-PAGINA
           END-IF.
           ADD 1 TO WRK-QTDE-LINHAS.
           MOVE WRK-NUMERO        TO RA-NUMERO.
           MOVE WRK-PAGINA        TO RA-PAGINA.
           MOVE LNK-LINHA         TO RA-LINHA.
           WRITE REPORT-ARCHIVE-RECORD.

      * A ENTRADA NO INDICE E GRAVADA POR ULTIMO: RELATORIO NO
      * INDICE E RELATORIO COMPLETO NO RPTARC.
       3000-GRAVAR-INDICE.
           OPEN EXTEND REPORT-INDEX.
           IF WRK-RPTIDX-STATUS = '35'
               OPEN OUTPUT REPORT-INDEX
           END-IF.
           IF WRK-RPTIDX-STATUS = '00'
               MOVE WRK-NUMERO      TO RX-NUMERO
               MOVE LNK-PROGRAMA    TO RX-PROGRAMA
               MOVE LNK-RELATORIO   TO RX-RELATORIO
               MOVE LNK-TIMESTAMP   TO RX-TIMESTAMP
               MOVE WRK-PAGINA      TO RX-PAGINAS
               MOVE WRK-QTDE-LINHAS TO RX-LINHAS
               MOVE LNK-RETENCAO    TO RX-RETENCAO
               IF NOT RX-FINANCEIRO AND NOT RX-FIM-DE-ANO
                   MOVE 'C' TO RX-RETENCAO
               END-IF
               WRITE REPORT-INDEX-RECORD
               CLOSE REPORT-INDEX
           ELSE
               DISPLAY 'ERRO AO ABRIR RPTIDX: ' WRK-RPTIDX-STATUS
           END-IF.

      * FIM DO RELATORIO: FECHA O RPTARC E GRAVA O INDICE. SEM
      * LINHA NENHUMA (RELATORIO VAZIO OU NAO RELIDO) NADA E
      * GRAVADO; DEPOIS DE UM ERRO SO VOLTA A SITUACAO INICIAL.
       4000-FECHAR-RELATORIO.
           IF RELATORIO-ABERTO
               CLOSE REPORT-ARCHIVE
               IF WRK-QTDE-LINHAS > ZERO
                   PERFORM 3000-GRAVAR-INDICE
               END-IF
           END-IF.
           MOVE 'N' TO WRK-SITUACAO.
