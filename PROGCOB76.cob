       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB76.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 07/10/2026
      * OBJETIVO: EXPURGO DO ARQUIVO DE RELATORIOS POR CLASSE DE
      * RETENCAO. CADA ENTRADA DO INDICE (RPTIDX) VENCE QUANDO A
      * DATA DA EXECUCAO MAIS O PRAZO DA CLASSE (RPTPARM; COMUM,
      * FINANCEIRO OU FIM DE ANO) FICA ANTES DE HOJE. O INDICE E
      * O RPTARC SAO CASADOS PELO NUMERO DO ARQUIVAMENTO (OS DOIS
      * CRESCEM JUNTOS, GRAVADOS PELO PROGCOB74) E REGRAVADOS SEM
      * O QUE VENCEU NEM AS LINHAS SEM ENTRADA NO INDICE (COPIA
      * INTERROMPIDA), PELA TECNICA OLD MASTER / NEW MASTER COM
      * PROMOTE POR RENAME DO PROGCOB58 - OS ARQUIVOS ANTERIORES
      * FICAM PRESERVADOS COMO RPTIDV E RPTARV. O RELATORIO DO
      * EXPURGO (PURRPT) LISTA CADA RELATORIO REMOVIDO.
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-PARM ASSIGN TO 'RPTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RPTPARM-STATUS.

           SELECT REPORT-INDEX ASSIGN TO 'RPTIDX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RPTIDX-STATUS.

           SELECT REPORT-INDEX-NOVO ASSIGN TO 'RPTIDN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RPTIDN-STATUS.

           SELECT REPORT-ARCHIVE ASSIGN TO 'RPTARC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RPTARC-STATUS.

           SELECT REPORT-ARCHIVE-NOVO ASSIGN TO 'RPTARN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RPTARN-STATUS.

           SELECT PURGE-REPORT ASSIGN TO 'PURRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PURRPT-STATUS.

           SELECT RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-PARM
           LABEL RECORD IS STANDARD.
       COPY CPRPTPM.

       FD  REPORT-INDEX
           LABEL RECORD IS STANDARD.
       COPY CPRPTIX.

      * OS ARQUIVOS NOVOS TEM O MESMO LAYOUT DOS ATUAIS; OS NOMES
      * SAO TROCADOS NO COPY PARA AS DUAS FD CONVIVEREM.
       FD  REPORT-INDEX-NOVO
           LABEL RECORD IS STANDARD.
       COPY CPRPTIX REPLACING REPORT-INDEX-RECORD
                          BY REPORT-INDEX-NOVO-RECORD
                             RX-NUMERO     BY RN-NUMERO
                             RX-PROGRAMA   BY RN-PROGRAMA
                             RX-RELATORIO  BY RN-RELATORIO
                             RX-TIMESTAMP  BY RN-TIMESTAMP
                             RX-PAGINAS    BY RN-PAGINAS
                             RX-LINHAS     BY RN-LINHAS
                             RX-RETENCAO   BY RN-RETENCAO
                             RX-COMUM      BY RN-COMUM
                             RX-FINANCEIRO BY RN-FINANCEIRO
                             RX-FIM-DE-ANO BY RN-FIM-DE-ANO.

       FD  REPORT-ARCHIVE
           LABEL RECORD IS STANDARD.
       COPY CPRPTAR.

       FD  REPORT-ARCHIVE-NOVO
           LABEL RECORD IS STANDARD.
       COPY CPRPTAR REPLACING REPORT-ARCHIVE-RECORD
                          BY REPORT-ARCHIVE-NOVO-RECORD
                             RA-NUMERO BY RB-NUMERO
                             RA-PAGINA BY RB-PAGINA
                             RA-LINHA  BY RB-LINHA.

       FD  PURGE-REPORT
           LABEL RECORD IS STANDARD.
       01  PURGE-REPORT-LINE PIC X(100).

       FD  RUN-JOURNAL
           LABEL RECORD IS STANDARD.
       COPY CPRUNJR.

       WORKING-STORAGE SECTION.
       77 WRK-RPTPARM-STATUS PIC X(02) VALUE SPACES.
       77 WRK-RPTIDX-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RPTIDN-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RPTARC-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RPTARN-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PURRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-JRNL-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FIM-INDICE     PIC X(01) VALUE 'N'.
           88 FIM-INDICE     VALUE 'S'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-RPTIDX-ABERTO  PIC X(01) VALUE 'N'.
           88 RPTIDX-ABERTO  VALUE 'S'.
       77 WRK-RPTARC-ABERTO  PIC X(01) VALUE 'N'.
           88 RPTARC-ABERTO  VALUE 'S'.

      * PRAZOS DE RETENCAO EM DIAS (PADRAO DO CPRPTPM QUANDO O
      * RPTPARM FALTA OU VEM ZERADO).
       77 WRK-DIAS-COMUM      PIC 9(05) VALUE 400.
       77 WRK-DIAS-FINANCEIRO PIC 9(05) VALUE 1827.
       77 WRK-DIAS-FIM-ANO    PIC 9(05) VALUE 3653.

      * ENTRADA CORRENTE DO INDICE: PRAZO DA CLASSE E DECISAO
      * (M = MANTIDA, E = EXPURGADA), USADA NO CASAMENTO COM AS
      * LINHAS DO RPTARC DO MESMO NUMERO.
       77 WRK-DIAS-PRAZO     PIC 9(05) VALUE ZERO.
       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZERO.
       77 WRK-DIA-HOJE       PIC 9(07) VALUE ZERO.
       77 WRK-DIA-VENCIMENTO PIC 9(07) VALUE ZERO.
       77 WRK-DECISAO        PIC X(01) VALUE SPACE.
           88 ENTRADA-MANTIDA   VALUE 'M'.
           88 ENTRADA-EXPURGADA VALUE 'E'.

       77 WRK-QTDE-LIDOS      PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-MANTIDOS   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-EXPURGADOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-LIN-MANTIDAS PIC 9(09) VALUE ZERO.
       77 WRK-QTDE-LIN-EXPURGO  PIC 9(09) VALUE ZERO.
       77 WRK-QTDE-LIN-ORFAS    PIC 9(09) VALUE ZERO.

      * PROMOTE DOS ARQUIVOS NOVOS POR RENAME, COMO NO PROGCOB58;
      * OS ANTERIORES SAO PRESERVADOS COMO RPTIDV E RPTARV.
       77 WRK-RENAME-RC      PIC 9(02) COMP-5 VALUE ZERO.
       77 WRK-RPTIDX-NOME    PIC X(20) VALUE 'RPTIDX'.
       77 WRK-RPTIDN-NOME    PIC X(20) VALUE 'RPTIDN'.
       77 WRK-RPTIDV-NOME    PIC X(20) VALUE 'RPTIDV'.
       77 WRK-RPTARC-NOME    PIC X(20) VALUE 'RPTARC'.
       77 WRK-RPTARN-NOME    PIC X(20) VALUE 'RPTARN'.
       77 WRK-RPTARV-NOME    PIC X(20) VALUE 'RPTARV'.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB76'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'PURRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'C'.
       77 WRK-ARQ-RC         PIC S9(04) COMP VALUE ZERO.
      * O RELATORIO E RELIDO E ENTREGUE UMA LINHA POR CHAMADA
      * (FUNCAO L); A FUNCAO F FECHA O ARQUIVAMENTO.
       77 WRK-ARQ-FUNCAO     PIC X(01) VALUE 'L'.
       77 WRK-ARQ-LINHA      PIC X(132) VALUE SPACES.
       77 WRK-ARQ-FIM        PIC X(01) VALUE 'N'.
           88 FIM-ARQ-RELATORIO VALUE 'S'.

       01 WRK-DATA-EXEC.
           05 WRK-DE-ANO PIC 9(04).
           05 WRK-DE-MES PIC 9(02).
           05 WRK-DE-DIA PIC 9(02).
       01 WRK-DATA-EXEC-NUM REDEFINES WRK-DATA-EXEC PIC 9(08).
       77 WRK-LINHA-ATUAL   PIC 9(03) VALUE ZERO.
       77 WRK-PAGINA-ATUAL  PIC 9(03) VALUE ZERO.
       77 WRK-MAX-LINHAS    PIC 9(03) VALUE 20.
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER          PIC X(20) VALUE
               'EXPURGO RELATORIOS'.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 WRK-C-PAGINA    PIC ZZ9.

       01 WRK-DETALHE.
           05 WRK-D-NUMERO    PIC ZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-PROGRAMA  PIC X(09).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-RELATORIO PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-TIMESTAMP PIC 9(14).
           05 FILLER          PIC X(05) VALUE ' PAG='.
           05 WRK-D-PAGINAS   PIC ZZZZ9.
           05 FILLER          PIC X(05) VALUE ' RET='.
           05 WRK-D-RETENCAO  PIC X(01).
           05 FILLER          PIC X(07) VALUE ' PRAZO='.
           05 WRK-D-PRAZO     PIC ZZZZ9.

       01 WRK-LINHA-TOTAIS.
           05 FILLER            PIC X(07) VALUE 'LIDOS='.
           05 WRK-T-LIDOS       PIC ZZZZZ9.
           05 FILLER            PIC X(11) VALUE ' MANTIDOS='.
           05 WRK-T-MANTIDOS    PIC ZZZZZ9.
           05 FILLER            PIC X(13) VALUE ' EXPURGADOS='.
           05 WRK-T-EXPURGADOS  PIC ZZZZZ9.
           05 FILLER            PIC X(16) VALUE ' LINHAS EXPURG='.
           05 WRK-T-LIN-EXPURGO PIC ZZZZZZZZ9.
           05 FILLER            PIC X(08) VALUE ' ORFAS='.
           05 WRK-T-LIN-ORFAS   PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS E E O MESMO DO REGISTRO DE
      * INICIO NO RUNJRNL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N'  TO WRK-FIM-INDICE WRK-FIM-ARQUIVO.
           MOVE 400  TO WRK-DIAS-COMUM.
           MOVE 1827 TO WRK-DIAS-FINANCEIRO.
           MOVE 3653 TO WRK-DIAS-FIM-ANO.
           MOVE ZERO TO WRK-QTDE-LIDOS WRK-QTDE-MANTIDOS
                        WRK-QTDE-EXPURGADOS WRK-QTDE-LIN-MANTIDAS
                        WRK-QTDE-LIN-EXPURGO WRK-QTDE-LIN-ORFAS
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           PERFORM 0100-GRAVAR-JORNAL-INICIO.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           COMPUTE WRK-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC-NUM).
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF RPTIDX-ABERTO
               PERFORM 1100-LER-PARAMETROS
               OPEN OUTPUT PURGE-REPORT
               OPEN OUTPUT REPORT-INDEX-NOVO
               OPEN OUTPUT REPORT-ARCHIVE-NOVO
               PERFORM 2000-CASAR-ARQUIVOS
               PERFORM 6000-IMPRIMIR-TOTAIS
               CLOSE REPORT-INDEX-NOVO
               CLOSE REPORT-ARCHIVE-NOVO
               CLOSE REPORT-INDEX
               IF RPTARC-ABERTO
                   CLOSE REPORT-ARCHIVE
               END-IF
               IF WRK-QTDE-EXPURGADOS > ZERO
                  OR WRK-QTDE-LIN-ORFAS > ZERO
                   PERFORM 4500-PROMOVER-ARQUIVOS
               END-IF
               CLOSE PURGE-REPORT
               IF WRK-PURRPT-STATUS = '00'
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
           END-IF.
      * LINHA DO RPTARC SEM ENTRADA NO INDICE (COPIA QUE NAO
      * CHEGOU AO FIM) E AVISO (RC 4) NO ESQUEMA PADRAO DA SUITE.
           IF WRK-QTDE-LIN-ORFAS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9100-GRAVAR-JORNAL-FIM.
           GOBACK.

      * O REGISTRO DE INICIO E GRAVADO ANTES DE QUALQUER ABERTURA
      * DE ARQUIVO, PARA O PROGCOB30 ENXERGAR TAMBEM AS EXECUCOES
      * QUE MORRERAM NA LARGADA (INICIO SEM FIM = FALHA).
       0100-GRAVAR-JORNAL-INICIO.
           OPEN EXTEND RUN-JOURNAL.
           IF WRK-JRNL-STATUS = '35'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WRK-JRNL-STATUS = '00'
               MOVE 'PROGCOB76' TO RJ-PROGRAMA
               MOVE 'I'         TO RJ-TIPO
               MOVE WRK-ARQ-TIMESTAMP TO RJ-TIMESTAMP
               MOVE ZERO        TO RJ-QTDE-LIDOS
               MOVE ZERO        TO RJ-QTDE-GRAVADOS
               MOVE ZERO        TO RJ-QTDE-REJEITADOS
               MOVE ZERO        TO RJ-RETURN-CODE
               MOVE ZERO        TO RJ-ESPERA-SEG
               WRITE RUN-JOURNAL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.

      * LIDOS = ENTRADAS DO INDICE, GRAVADOS = ENTRADAS MANTIDAS,
      * REJEITADOS = ENTRADAS EXPURGADAS.
       9100-GRAVAR-JORNAL-FIM.
           OPEN EXTEND RUN-JOURNAL.
           IF WRK-JRNL-STATUS = '35'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WRK-JRNL-STATUS = '00'
               MOVE 'PROGCOB76' TO RJ-PROGRAMA
               MOVE 'F'         TO RJ-TIPO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RJ-TIMESTAMP
               MOVE WRK-QTDE-LIDOS      TO RJ-QTDE-LIDOS
               MOVE WRK-QTDE-MANTIDOS   TO RJ-QTDE-GRAVADOS
               MOVE WRK-QTDE-EXPURGADOS TO RJ-QTDE-REJEITADOS
               MOVE RETURN-CODE         TO RJ-RETURN-CODE
               MOVE ZERO                TO RJ-ESPERA-SEG
               WRITE RUN-JOURNAL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.

      * SEM O INDICE (NENHUM RELATORIO ARQUIVADO AINDA) NAO HA O
      * QUE EXPURGAR E A NOITE SEGUE LIMPA. SEM O RPTARC O INDICE
      * E EXPURGADO DO MESMO JEITO, SO NAO HA LINHA A CASAR.
       1000-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-RPTIDX-ABERTO.
           MOVE 'N' TO WRK-RPTARC-ABERTO.
           OPEN INPUT REPORT-INDEX.
           IF WRK-RPTIDX-STATUS = '00'
               MOVE 'S' TO WRK-RPTIDX-ABERTO
               OPEN INPUT REPORT-ARCHIVE
               IF WRK-RPTARC-STATUS = '00'
                   MOVE 'S' TO WRK-RPTARC-ABERTO
               ELSE
                   DISPLAY 'ARQUIVO RPTARC NAO ENCONTRADO'
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               END-IF
           ELSE
               DISPLAY 'NENHUM RELATORIO ARQUIVADO - NADA A EXPURGAR'
           END-IF.

      * PARAMETRO AUSENTE OU ZERADO = PRAZO PADRAO DA CLASSE.
       1100-LER-PARAMETROS.
           OPEN INPUT REPORT-PARM.
           IF WRK-RPTPARM-STATUS = '00'
               READ REPORT-PARM
                   AT END CONTINUE
                   NOT AT END
                       IF RP-DIAS-COMUM NUMERIC
                          AND RP-DIAS-COMUM > ZERO
                           MOVE RP-DIAS-COMUM TO WRK-DIAS-COMUM
                       END-IF
                       IF RP-DIAS-FINANCEIRO NUMERIC
                          AND RP-DIAS-FINANCEIRO > ZERO
                           MOVE RP-DIAS-FINANCEIRO
                               TO WRK-DIAS-FINANCEIRO
                       END-IF
                       IF RP-DIAS-FIM-ANO NUMERIC
                          AND RP-DIAS-FIM-ANO > ZERO
                           MOVE RP-DIAS-FIM-ANO TO WRK-DIAS-FIM-ANO
                       END-IF
               END-READ
               CLOSE REPORT-PARM
           END-IF.
           DISPLAY 'PRAZOS DE RETENCAO (DIAS) COMUM='
                   WRK-DIAS-COMUM ' FINANCEIRO=' WRK-DIAS-FINANCEIRO
                   ' FIM DE ANO=' WRK-DIAS-FIM-ANO.

      * CASAMENTO DO INDICE COM O RPTARC PELO NUMERO: AS LINHAS DE
      * CADA NUMERO SEGUEM A DECISAO DA ENTRADA DO INDICE; LINHA
      * COM NUMERO FORA DO INDICE E ORFA E NAO VAI PARA O NOVO.
       2000-CASAR-ARQUIVOS.
           PERFORM 2100-LER-INDICE.
           IF RPTARC-ABERTO
               PERFORM 2500-LER-ARQUIVO
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM UNTIL FIM-INDICE
                          OR RX-NUMERO >= RA-NUMERO
                   PERFORM 2100-LER-INDICE
               END-PERFORM
               IF NOT FIM-INDICE AND RX-NUMERO = RA-NUMERO
                   IF ENTRADA-MANTIDA
                       MOVE REPORT-ARCHIVE-RECORD
                           TO REPORT-ARCHIVE-NOVO-RECORD
                       WRITE REPORT-ARCHIVE-NOVO-RECORD
                       ADD 1 TO WRK-QTDE-LIN-MANTIDAS
                   ELSE
                       ADD 1 TO WRK-QTDE-LIN-EXPURGO
                   END-IF
               ELSE
                   ADD 1 TO WRK-QTDE-LIN-ORFAS
               END-IF
               PERFORM 2500-LER-ARQUIVO
           END-PERFORM.
           PERFORM UNTIL FIM-INDICE
               PERFORM 2100-LER-INDICE
           END-PERFORM.

      * CADA ENTRADA E DECIDIDA NA LEITURA: A MANTIDA VAI PARA O
      * INDICE NOVO, A VENCIDA VAI PARA O RELATORIO DO EXPURGO.
       2100-LER-INDICE.
           READ REPORT-INDEX
               AT END MOVE 'S' TO WRK-FIM-INDICE
               NOT AT END PERFORM 2200-DECIDIR-ENTRADA
           END-READ.

      * TIMESTAMP ZERADO OU NAO NUMERICO NAO DA PARA DATAR: A
      * ENTRADA E MANTIDA.
       2200-DECIDIR-ENTRADA.
           ADD 1 TO WRK-QTDE-LIDOS.
           EVALUATE TRUE
               WHEN RX-FINANCEIRO
                   MOVE WRK-DIAS-FINANCEIRO TO WRK-DIAS-PRAZO
               WHEN RX-FIM-DE-ANO
                   MOVE WRK-DIAS-FIM-ANO    TO WRK-DIAS-PRAZO
               WHEN OTHER
                   MOVE WRK-DIAS-COMUM      TO WRK-DIAS-PRAZO
           END-EVALUATE.
           MOVE 'M' TO WRK-DECISAO.
           IF RX-TIMESTAMP NUMERIC AND RX-TIMESTAMP > ZERO
               MOVE RX-TIMESTAMP(1:8) TO WRK-DATA-RELATORIO
               COMPUTE WRK-DIA-VENCIMENTO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-RELATORIO)
                   + WRK-DIAS-PRAZO
               IF WRK-DIA-VENCIMENTO < WRK-DIA-HOJE
                   MOVE 'E' TO WRK-DECISAO
               END-IF
           END-IF.
           IF ENTRADA-MANTIDA
               MOVE REPORT-INDEX-RECORD TO REPORT-INDEX-NOVO-RECORD
               WRITE REPORT-INDEX-NOVO-RECORD
               ADD 1 TO WRK-QTDE-MANTIDOS
           ELSE
               ADD 1 TO WRK-QTDE-EXPURGADOS
               PERFORM 3000-IMPRIMIR-EXPURGO
           END-IF.

       2500-LER-ARQUIVO.
           READ REPORT-ARCHIVE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       3000-IMPRIMIR-EXPURGO.
           MOVE RX-NUMERO      TO WRK-D-NUMERO.
           MOVE RX-PROGRAMA    TO WRK-D-PROGRAMA.
           MOVE RX-RELATORIO   TO WRK-D-RELATORIO.
           MOVE RX-TIMESTAMP   TO WRK-D-TIMESTAMP.
           MOVE RX-PAGINAS     TO WRK-D-PAGINAS.
           MOVE RX-RETENCAO    TO WRK-D-RETENCAO.
           MOVE WRK-DIAS-PRAZO TO WRK-D-PRAZO.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-DETALHE TO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.

      * PROMOTE POR RENAME, COMO NO PROGCOB58. O INDICE VAI
      * PRIMEIRO: SE O RPTARC NAO PUDER SER PROMOVIDO, AS LINHAS
      * QUE SOBRAM FICAM ORFAS E SAEM NO EXPURGO SEGUINTE.
       4500-PROMOVER-ARQUIVOS.
           CALL 'CBL_DELETE_FILE' USING WRK-RPTIDV-NOME
               RETURNING WRK-RENAME-RC.
           CALL 'CBL_RENAME_FILE' USING WRK-RPTIDX-NOME
                                        WRK-RPTIDV-NOME
               RETURNING WRK-RENAME-RC.
           IF WRK-RENAME-RC NOT = 0
               DISPLAY 'ERRO AO PRESERVAR RPTIDX COMO RPTIDV: '
                       WRK-RENAME-RC
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL 'CBL_RENAME_FILE' USING WRK-RPTIDN-NOME
                                            WRK-RPTIDX-NOME
                   RETURNING WRK-RENAME-RC
               IF WRK-RENAME-RC NOT = 0
                   DISPLAY 'ERRO AO PROMOVER RPTIDN PARA '
                           'RPTIDX: ' WRK-RENAME-RC
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF RPTARC-ABERTO
                       PERFORM 4550-PROMOVER-RPTARC
                   END-IF
               END-IF
           END-IF.

       4550-PROMOVER-RPTARC.
           CALL 'CBL_DELETE_FILE' USING WRK-RPTARV-NOME
               RETURNING WRK-RENAME-RC.
           CALL 'CBL_RENAME_FILE' USING WRK-RPTARC-NOME
                                        WRK-RPTARV-NOME
               RETURNING WRK-RENAME-RC.
           IF WRK-RENAME-RC NOT = 0
               DISPLAY 'ERRO AO PRESERVAR RPTARC COMO RPTARV: '
                       WRK-RENAME-RC
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL 'CBL_RENAME_FILE' USING WRK-RPTARN-NOME
                                            WRK-RPTARC-NOME
                   RETURNING WRK-RENAME-RC
               IF WRK-RENAME-RC NOT = 0
                   DISPLAY 'ERRO AO PROMOVER RPTARN PARA '
                           'RPTARC: ' WRK-RENAME-RC
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       4600-VERIFICAR-QUEBRA-PAGINA.
           IF WRK-LINHA-ATUAL = ZERO
                  OR WRK-LINHA-ATUAL >= WRK-MAX-LINHAS
               PERFORM 4700-IMPRIMIR-CABECALHO
           END-IF.

       4700-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE ZERO          TO WRK-LINHA-ATUAL.
           MOVE WRK-DE-DIA    TO WRK-C-DIA.
           MOVE WRK-DE-MES    TO WRK-C-MES.
           MOVE WRK-DE-ANO    TO WRK-C-ANO.
           MOVE WRK-PAGINA-ATUAL TO WRK-C-PAGINA.
           MOVE WRK-CABECALHO TO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.

       6000-IMPRIMIR-TOTAIS.
           MOVE WRK-QTDE-LIDOS       TO WRK-T-LIDOS.
           MOVE WRK-QTDE-MANTIDOS    TO WRK-T-MANTIDOS.
           MOVE WRK-QTDE-EXPURGADOS  TO WRK-T-EXPURGADOS.
           MOVE WRK-QTDE-LIN-EXPURGO TO WRK-T-LIN-EXPURGO.
           MOVE WRK-QTDE-LIN-ORFAS   TO WRK-T-LIN-ORFAS.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TOTAIS TO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAIS.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT PURGE-REPORT.
           IF WRK-PURRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-PURRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE PURGE-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ PURGE-REPORT INTO WRK-ARQ-LINHA
               AT END MOVE 'S' TO WRK-ARQ-FIM
           END-READ.

      * O CALL DEVOLVE O RETURN CODE DO PROGCOB74, ENTAO O DESTE
      * PROGRAMA E GUARDADO.
       9650-CHAMAR-ARQUIVAMENTO.
           MOVE RETURN-CODE TO WRK-ARQ-RC.
           CALL 'PROGCOB74' USING WRK-ARQ-FUNCAO WRK-ARQ-PROGRAMA
               WRK-ARQ-RELATORIO WRK-ARQ-TIMESTAMP WRK-ARQ-RETENCAO
               WRK-ARQ-LINHA.
           MOVE WRK-ARQ-RC TO RETURN-CODE.
