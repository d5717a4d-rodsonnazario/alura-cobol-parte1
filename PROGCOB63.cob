       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB63.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 18/09/2026
      * OBJETIVO: GERACAO NOTURNA DO RESUMO DE FREQUENCIA. LE O
      * ATTFILE UMA UNICA VEZ E REFAZ O ATTENDANCE-SUMMARY
      * (ATTSUM, INDEXADO POR MATRICULA + BIMESTRE) COM OS DIAS
      * PRESENTES, FALTAS E FALTAS JUSTIFICADAS DE CADA ALUNO EM
      * CADA BIMESTRE DO CALENDARIO LETIVO (SCHCAL) - O
      * PROGCOB07/20/24/31/47/48 PASSAM A LER O RESUMO EM VEZ DE
      * VARRER O ATTFILE INTEIRO A CADA CONSULTA. DEPOIS DE
      * GRAVADO, O RESUMO E RELIDO E CONFERIDO CONTRA OS TOTAIS
      * DO DETALHE, BIMESTRE A BIMESTRE, NO RELATORIO DE CONTROLE
      * (ATSCTL); DIVERGENCIA E ERRO DE DADOS (RC 8). RODA NO
      * GRDRUN ANTES DA BATELADA DE MEDIAS (STEP008)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEND-FILE ASSIGN TO 'ATTFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATTF-STATUS.

           SELECT ATTEND-SUMMARY ASSIGN TO 'ATTSUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS WRK-ATTSUM-STATUS.

           SELECT SCHOOL-CALENDAR ASSIGN TO 'SCHCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SCHCAL-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO 'ATSCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATSCTL-STATUS.

           SELECT RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTEND-FILE
           LABEL RECORD IS STANDARD.
       COPY CPATTND.

       FD  ATTEND-SUMMARY
           LABEL RECORD IS STANDARD.
       COPY CPATSUM.

       FD  SCHOOL-CALENDAR
           LABEL RECORD IS STANDARD.
       COPY CPSCHCL.

       FD  CONTROL-REPORT
           LABEL RECORD IS STANDARD.
       01  CONTROL-REPORT-LINE PIC X(100).

       FD  RUN-JOURNAL
           LABEL RECORD IS STANDARD.
       COPY CPRUNJR.

       WORKING-STORAGE SECTION.
       77 WRK-ATTF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ATTSUM-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SCHCAL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ATSCTL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-JRNL-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-ATTF-ABERTO    PIC X(01) VALUE 'N'.
           88 ATTF-ABERTO    VALUE 'S'.
       77 WRK-ATTSUM-ABERTO  PIC X(01) VALUE 'N'.
           88 ATTSUM-ABERTO  VALUE 'S'.

      * CALENDARIO DO ANO LETIVO, NO MESMO CRITERIO DO PROGCOB07:
      * SEM ELE TODO LANCAMENTO CAI NO BIMESTRE 0 (SO TOTAL DO
      * ANO), COMO O PROGCOB07 JA FAZIA SEM CALENDARIO.
       01 WRK-CALENDARIO.
           05 WRK-CA-BIMESTRE OCCURS 4 TIMES.
               10 WRK-CA-INICIO     PIC 9(08).
               10 WRK-CA-FIM        PIC 9(08).
       77 WRK-CA-IDX         PIC 9(01) VALUE ZERO.
       77 WRK-CAL-CARREGADO  PIC X(01) VALUE 'N'.
           88 CAL-CARREGADO  VALUE 'S'.
       77 WRK-BIMESTRE       PIC 9(01) VALUE ZERO.

      * TOTAIS DE CONTROLE POR BIMESTRE (0-4 NAS POSICOES 1-5):
      * DO DETALHE, CONTADOS NA LEITURA DO ATTFILE, E DO RESUMO,
      * SOMADOS NA RELEITURA DO ATTSUM DEPOIS DE GRAVADO.
       01 WRK-TOTAIS-DETALHE.
           05 WRK-TD-BIM OCCURS 5 TIMES.
               10 WRK-TD-PRESENCAS  PIC 9(07).
               10 WRK-TD-FALTAS     PIC 9(07).
               10 WRK-TD-JUSTIF     PIC 9(07).
       01 WRK-TOTAIS-RESUMO.
           05 WRK-TR-BIM OCCURS 5 TIMES.
               10 WRK-TR-PRESENCAS  PIC 9(07).
               10 WRK-TR-FALTAS     PIC 9(07).
               10 WRK-TR-JUSTIF     PIC 9(07).
       77 WRK-TB-IDX         PIC 9(01) VALUE ZERO.
       77 WRK-QTDE-LIDOS     PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-INVALIDOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-CHAVES    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-ERROS-GRAV PIC 9(06) VALUE ZERO.
       77 WRK-CONFERE        PIC X(01) VALUE 'S'.
           88 RESUMO-CONFERE VALUE 'S'.
       77 WRK-GERAL-DET-P    PIC 9(07) VALUE ZERO.
       77 WRK-GERAL-DET-F    PIC 9(07) VALUE ZERO.
       77 WRK-GERAL-DET-J    PIC 9(07) VALUE ZERO.
       77 WRK-GERAL-RES-P    PIC 9(07) VALUE ZERO.
       77 WRK-GERAL-RES-F    PIC 9(07) VALUE ZERO.
       77 WRK-GERAL-RES-J    PIC 9(07) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB63'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'ATSCTL'.
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
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER          PIC X(20) VALUE
               'RESUMO FREQUENCIA'.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 FILLER          PIC X(03) VALUE '  1'.

       01 WRK-LINHA-TITULO.
           05 FILLER          PIC X(48) VALUE
               'CONFERENCIA DETALHE (ATTFILE) X RESUMO (ATTSUM)'.

       01 WRK-LINHA-COLUNAS.
           05 FILLER          PIC X(43) VALUE
               'BIM    DET.PRES  DET.FALT  DET.JUST    RES.'.
           05 FILLER          PIC X(34) VALUE
               'PRES  RES.FALT  RES.JUST  SITUACAO'.

       01 WRK-DETALHE.
           05 WRK-D-BIMESTRE  PIC X(05).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-DET-P     PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-DET-F     PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-DET-J     PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-D-RES-P     PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-RES-F     PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-RES-J     PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-D-SITUACAO  PIC X(08).

       01 WRK-LINHA-TOTAL.
           05 WRK-TL-DESCRICAO PIC X(44).
           05 FILLER          PIC X(01) VALUE '='.
           05 WRK-TL-QTDE     PIC Z.ZZZ.ZZ9.

       01 WRK-LINHA-SITUACAO.
           05 FILLER          PIC X(10) VALUE 'SITUACAO: '.
           05 WRK-LS-TEXTO    PIC X(70).

      * CONTADORES DO RUN-JOURNAL: LIDOS = REGISTROS DO ATTFILE,
      * GRAVADOS = CHAVES DO ATTSUM, REJEITADOS = CODIGO DE
      * PRESENCA INVALIDO, FORA DO RESUMO.
       77 WRK-JRN-LIDOS       PIC 9(06) VALUE ZERO.
       77 WRK-JRN-GRAVADOS    PIC 9(06) VALUE ZERO.
       77 WRK-JRN-REJEITADOS  PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS E E O MESMO DO REGISTRO DE
      * INICIO NO RUNJRNL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           MOVE 'S'  TO WRK-CONFERE.
           MOVE ZERO TO WRK-QTDE-LIDOS WRK-QTDE-INVALIDOS
                        WRK-QTDE-CHAVES WRK-QTDE-ERROS-GRAV.
           INITIALIZE WRK-TOTAIS-DETALHE WRK-TOTAIS-RESUMO.
           PERFORM 0100-GRAVAR-JORNAL-INICIO.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1500-CARREGAR-CALENDARIO.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF ATTSUM-ABERTO
               IF ATTF-ABERTO
                   PERFORM 2000-GERAR-RESUMO
                   CLOSE ATTEND-FILE
               END-IF
               CLOSE ATTEND-SUMMARY
               PERFORM 3000-CONFERIR-RESUMO
               OPEN OUTPUT CONTROL-REPORT
               PERFORM 4000-IMPRIMIR-CONTROLE
               CLOSE CONTROL-REPORT
               IF WRK-ATSCTL-STATUS = '00'
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
           END-IF.
      * CODIGO DE PRESENCA FORA DE P/F/J FICA FORA DO RESUMO E E
      * AVISO (RC 4); RESUMO QUE NAO FECHA COM O DETALHE OU ERRO
      * DE GRAVACAO E ERRO DE DADOS (RC 8).
           IF WRK-QTDE-INVALIDOS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF (NOT RESUMO-CONFERE OR WRK-QTDE-ERROS-GRAV > ZERO)
                   AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WRK-QTDE-LIDOS     TO WRK-JRN-LIDOS.
           MOVE WRK-QTDE-CHAVES    TO WRK-JRN-GRAVADOS.
           MOVE WRK-QTDE-INVALIDOS TO WRK-JRN-REJEITADOS.
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
               MOVE 'PROGCOB63' TO RJ-PROGRAMA
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

       9100-GRAVAR-JORNAL-FIM.
           OPEN EXTEND RUN-JOURNAL.
           IF WRK-JRNL-STATUS = '35'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WRK-JRNL-STATUS = '00'
               MOVE 'PROGCOB63' TO RJ-PROGRAMA
               MOVE 'F'         TO RJ-TIPO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RJ-TIMESTAMP
               MOVE WRK-JRN-LIDOS      TO RJ-QTDE-LIDOS
               MOVE WRK-JRN-GRAVADOS   TO RJ-QTDE-GRAVADOS
               MOVE WRK-JRN-REJEITADOS TO RJ-QTDE-REJEITADOS
               MOVE RETURN-CODE        TO RJ-RETURN-CODE
               MOVE ZERO               TO RJ-ESPERA-SEG
               WRITE RUN-JOURNAL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.

      * O ATTSUM E SEMPRE REFEITO DO ZERO (OPEN OUTPUT ESVAZIA E
      * CRIA O ARQUIVO NA PRIMEIRA NOITE) E REABERTO EM I-O PARA
      * A ACUMULACAO POR CHAVE. SEM ATTFILE (NENHUMA FREQUENCIA
      * LANCADA AINDA) O RESUMO FICA VAZIO - OS CONSUMIDORES JA
      * TRATAM ALUNO SEM LANCAMENTO COMO NAO PENALIZADO - E A
      * NOITE SAI COM AVISO (RC 4).
       1000-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-ATTSUM-ABERTO WRK-ATTF-ABERTO.
           OPEN OUTPUT ATTEND-SUMMARY.
           IF WRK-ATTSUM-STATUS = '00'
               CLOSE ATTEND-SUMMARY
               OPEN I-O ATTEND-SUMMARY
           END-IF.
           IF WRK-ATTSUM-STATUS = '00'
               MOVE 'S' TO WRK-ATTSUM-ABERTO
           ELSE
               DISPLAY 'ERRO AO ABRIR ATTSUM: ' WRK-ATTSUM-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN INPUT ATTEND-FILE.
           IF WRK-ATTF-STATUS = '00'
               MOVE 'S' TO WRK-ATTF-ABERTO
           ELSE
               DISPLAY 'ARQUIVO ATTFILE NAO ENCONTRADO - RESUMO '
                       'VAZIO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * CARREGA O CALENDARIO LETIVO (UM REGISTRO POR BIMESTRE).
      * REGISTRO COM BIMESTRE FORA DE 1-4 E IGNORADO COM AVISO.
       1500-CARREGAR-CALENDARIO.
           MOVE 'N' TO WRK-CAL-CARREGADO WRK-FIM-ARQUIVO.
           PERFORM VARYING WRK-CA-IDX FROM 1 BY 1
                   UNTIL WRK-CA-IDX > 4
               MOVE ZERO TO WRK-CA-INICIO(WRK-CA-IDX)
               MOVE ZERO TO WRK-CA-FIM(WRK-CA-IDX)
           END-PERFORM.
           OPEN INPUT SCHOOL-CALENDAR.
           IF WRK-SCHCAL-STATUS = '00'
               PERFORM 1550-LER-SCHCAL
               PERFORM UNTIL FIM-ARQUIVO
                   IF SC-BIMESTRE >= 1 AND SC-BIMESTRE <= 4
                       MOVE SC-DATA-INICIO
                           TO WRK-CA-INICIO(SC-BIMESTRE)
                       MOVE SC-DATA-FIM
                           TO WRK-CA-FIM(SC-BIMESTRE)
                       MOVE 'S' TO WRK-CAL-CARREGADO
                   ELSE
                       DISPLAY 'BIMESTRE INVALIDO NO SCHCAL, '
                               'IGNORADO: ' SC-BIMESTRE
                   END-IF
                   PERFORM 1550-LER-SCHCAL
               END-PERFORM
               CLOSE SCHOOL-CALENDAR
           ELSE
               DISPLAY 'CALENDARIO SCHCAL AUSENTE - RESUMO SO NO '
                       'BIMESTRE 0'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1550-LER-SCHCAL.
           READ SCHOOL-CALENDAR
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * CADA LANCAMENTO DO ATTFILE E SOMADO NA CHAVE MATRICULA +
      * BIMESTRE DA SUA DATA: A PRIMEIRA OCORRENCIA DA CHAVE GRAVA
      * O REGISTRO, AS SEGUINTES O REGRAVAM.
       2000-GERAR-RESUMO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 2100-LER-ATTFILE.
           PERFORM UNTIL FIM-ARQUIVO
               ADD 1 TO WRK-QTDE-LIDOS
               IF AT-PRESENTE OR AT-FALTA OR AT-FALTA-JUSTIFICADA
                   PERFORM 2200-LOCALIZAR-BIMESTRE
                   PERFORM 2300-ACUMULAR-RESUMO
               ELSE
                   ADD 1 TO WRK-QTDE-INVALIDOS
                   DISPLAY 'CODIGO DE PRESENCA INVALIDO, FORA DO '
                           'RESUMO: ' AT-MATRICULA ' ' AT-DATA ' '
                           AT-PRESENCA
               END-IF
               PERFORM 2100-LER-ATTFILE
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       2100-LER-ATTFILE.
           READ ATTEND-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * DATA FORA DE QUALQUER BIMESTRE (OU CALENDARIO AUSENTE)
      * FICA NO BIMESTRE 0, SO NO TOTAL DO ANO - MESMO CRITERIO
      * DO PROGCOB07.
       2200-LOCALIZAR-BIMESTRE.
           MOVE ZERO TO WRK-BIMESTRE.
           IF CAL-CARREGADO
               PERFORM VARYING WRK-CA-IDX FROM 1 BY 1
                       UNTIL WRK-CA-IDX > 4
                          OR WRK-BIMESTRE > ZERO
                   IF WRK-CA-INICIO(WRK-CA-IDX) > ZERO
                           AND AT-DATA >= WRK-CA-INICIO(WRK-CA-IDX)
                           AND AT-DATA <= WRK-CA-FIM(WRK-CA-IDX)
                       MOVE WRK-CA-IDX TO WRK-BIMESTRE
                   END-IF
               END-PERFORM
           END-IF.

       2300-ACUMULAR-RESUMO.
           COMPUTE WRK-TB-IDX = WRK-BIMESTRE + 1.
           EVALUATE TRUE
               WHEN AT-PRESENTE
                   ADD 1 TO WRK-TD-PRESENCAS(WRK-TB-IDX)
               WHEN AT-FALTA
                   ADD 1 TO WRK-TD-FALTAS(WRK-TB-IDX)
               WHEN AT-FALTA-JUSTIFICADA
                   ADD 1 TO WRK-TD-JUSTIF(WRK-TB-IDX)
           END-EVALUATE.
           MOVE AT-MATRICULA TO AS-MATRICULA.
           MOVE WRK-BIMESTRE TO AS-BIMESTRE.
           READ ATTEND-SUMMARY
               INVALID KEY
                   MOVE ZERO          TO AS-PRESENCAS AS-FALTAS
                                         AS-JUSTIFICADAS
                   MOVE WRK-DATA-EXEC TO AS-DATA-GERACAO
                   PERFORM 2400-SOMAR-LANCAMENTO
                   WRITE ATTENDANCE-SUMMARY-RECORD
                       INVALID KEY
                           PERFORM 2900-ERRO-GRAVACAO
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTDE-CHAVES
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 2400-SOMAR-LANCAMENTO
                   REWRITE ATTENDANCE-SUMMARY-RECORD
                       INVALID KEY
                           PERFORM 2900-ERRO-GRAVACAO
                   END-REWRITE
           END-READ.

       2400-SOMAR-LANCAMENTO.
           EVALUATE TRUE
               WHEN AT-PRESENTE
                   ADD 1 TO AS-PRESENCAS
               WHEN AT-FALTA
                   ADD 1 TO AS-FALTAS
               WHEN AT-FALTA-JUSTIFICADA
                   ADD 1 TO AS-JUSTIFICADAS
           END-EVALUATE.

       2900-ERRO-GRAVACAO.
           ADD 1 TO WRK-QTDE-ERROS-GRAV.
           DISPLAY 'ERRO AO GRAVAR ATTSUM: ' AS-CHAVE ' '
                   WRK-ATTSUM-STATUS.

      * RELE O RESUMO GRAVADO NA ORDEM DA CHAVE E SOMA POR
      * BIMESTRE, PARA A CONFERENCIA COM O DETALHE SER FEITA SOBRE
      * O QUE OS CONSUMIDORES VAO REALMENTE LER.
       3000-CONFERIR-RESUMO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ATTEND-SUMMARY.
           IF WRK-ATTSUM-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR ATTSUM: ' WRK-ATTSUM-STATUS
               MOVE 'N' TO WRK-CONFERE
           ELSE
               MOVE LOW-VALUES TO AS-CHAVE
               START ATTEND-SUMMARY KEY NOT < AS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ ATTEND-SUMMARY NEXT
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 3100-SOMAR-CHAVE
                   END-READ
               END-PERFORM
               CLOSE ATTEND-SUMMARY
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM VARYING WRK-TB-IDX FROM 1 BY 1
                   UNTIL WRK-TB-IDX > 5
               IF WRK-TD-PRESENCAS(WRK-TB-IDX)
                       NOT = WRK-TR-PRESENCAS(WRK-TB-IDX)
                       OR WRK-TD-FALTAS(WRK-TB-IDX)
                       NOT = WRK-TR-FALTAS(WRK-TB-IDX)
                       OR WRK-TD-JUSTIF(WRK-TB-IDX)
                       NOT = WRK-TR-JUSTIF(WRK-TB-IDX)
                   MOVE 'N' TO WRK-CONFERE
               END-IF
           END-PERFORM.

       3100-SOMAR-CHAVE.
           IF AS-BIMESTRE > 4
               DISPLAY 'BIMESTRE INVALIDO NO ATTSUM: ' AS-CHAVE
               MOVE 'N' TO WRK-CONFERE
           ELSE
               COMPUTE WRK-TB-IDX = AS-BIMESTRE + 1
               ADD AS-PRESENCAS    TO WRK-TR-PRESENCAS(WRK-TB-IDX)
               ADD AS-FALTAS       TO WRK-TR-FALTAS(WRK-TB-IDX)
               ADD AS-JUSTIFICADAS TO WRK-TR-JUSTIF(WRK-TB-IDX)
           END-IF.

      * RELATORIO DE CONTROLE DE UMA PAGINA: UMA LINHA POR
      * BIMESTRE COM OS TOTAIS DO DETALHE E DO RESUMO LADO A LADO,
      * O TOTAL GERAL E A SITUACAO DA CONFERENCIA.
       4000-IMPRIMIR-CONTROLE.
           MOVE WRK-DE-DIA TO WRK-C-DIA.
           MOVE WRK-DE-MES TO WRK-C-MES.
           MOVE WRK-DE-ANO TO WRK-C-ANO.
           MOVE WRK-CABECALHO TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WRK-LINHA-TITULO TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WRK-LINHA-COLUNAS TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE ZERO TO WRK-GERAL-DET-P WRK-GERAL-DET-F
                        WRK-GERAL-DET-J WRK-GERAL-RES-P
                        WRK-GERAL-RES-F WRK-GERAL-RES-J.
           PERFORM VARYING WRK-TB-IDX FROM 1 BY 1
                   UNTIL WRK-TB-IDX > 5
               COMPUTE WRK-BIMESTRE = WRK-TB-IDX - 1
               MOVE SPACES TO WRK-D-BIMESTRE
               MOVE WRK-BIMESTRE TO WRK-D-BIMESTRE(1:1)
               ADD WRK-TD-PRESENCAS(WRK-TB-IDX) TO WRK-GERAL-DET-P
               ADD WRK-TD-FALTAS(WRK-TB-IDX)    TO WRK-GERAL-DET-F
               ADD WRK-TD-JUSTIF(WRK-TB-IDX)    TO WRK-GERAL-DET-J
               ADD WRK-TR-PRESENCAS(WRK-TB-IDX) TO WRK-GERAL-RES-P
               ADD WRK-TR-FALTAS(WRK-TB-IDX)    TO WRK-GERAL-RES-F
               ADD WRK-TR-JUSTIF(WRK-TB-IDX)    TO WRK-GERAL-RES-J
               MOVE WRK-TD-PRESENCAS(WRK-TB-IDX) TO WRK-D-DET-P
               MOVE WRK-TD-FALTAS(WRK-TB-IDX)    TO WRK-D-DET-F
               MOVE WRK-TD-JUSTIF(WRK-TB-IDX)    TO WRK-D-DET-J
               MOVE WRK-TR-PRESENCAS(WRK-TB-IDX) TO WRK-D-RES-P
               MOVE WRK-TR-FALTAS(WRK-TB-IDX)    TO WRK-D-RES-F
               MOVE WRK-TR-JUSTIF(WRK-TB-IDX)    TO WRK-D-RES-J
               IF WRK-TD-PRESENCAS(WRK-TB-IDX)
                       = WRK-TR-PRESENCAS(WRK-TB-IDX)
                       AND WRK-TD-FALTAS(WRK-TB-IDX)
                       = WRK-TR-FALTAS(WRK-TB-IDX)
                       AND WRK-TD-JUSTIF(WRK-TB-IDX)
                       = WRK-TR-JUSTIF(WRK-TB-IDX)
                   MOVE 'CONFERE' TO WRK-D-SITUACAO
               ELSE
                   MOVE 'DIVERGE' TO WRK-D-SITUACAO
               END-IF
               MOVE WRK-DETALHE TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-PERFORM.
           MOVE 'TOTAL'         TO WRK-D-BIMESTRE.
           MOVE WRK-GERAL-DET-P TO WRK-D-DET-P.
           MOVE WRK-GERAL-DET-F TO WRK-D-DET-F.
           MOVE WRK-GERAL-DET-J TO WRK-D-DET-J.
           MOVE WRK-GERAL-RES-P TO WRK-D-RES-P.
           MOVE WRK-GERAL-RES-F TO WRK-D-RES-F.
           MOVE WRK-GERAL-RES-J TO WRK-D-RES-J.
           IF RESUMO-CONFERE
               MOVE 'CONFERE' TO WRK-D-SITUACAO
           ELSE
               MOVE 'DIVERGE' TO WRK-D-SITUACAO
           END-IF.
           MOVE WRK-DETALHE TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE 'REGISTROS LIDOS NO ATTFILE' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-LIDOS TO WRK-TL-QTDE.
           MOVE WRK-LINHA-TOTAL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE 'CODIGO DE PRESENCA INVALIDO (FORA DO RESUMO)'
               TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-INVALIDOS TO WRK-TL-QTDE.
           MOVE WRK-LINHA-TOTAL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE 'CHAVES MATRICULA+BIMESTRE GRAVADAS NO ATTSUM'
               TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-CHAVES TO WRK-TL-QTDE.
           MOVE WRK-LINHA-TOTAL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE 'ERROS DE GRAVACAO NO ATTSUM' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-ERROS-GRAV TO WRK-TL-QTDE.
           MOVE WRK-LINHA-TOTAL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           IF NOT CAL-CARREGADO
               MOVE 'CALENDARIO AUSENTE - LANCAMENTOS NO BIMESTRE 0'
                   TO WRK-LS-TEXTO
               MOVE WRK-LINHA-SITUACAO TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF.
           IF RESUMO-CONFERE AND WRK-QTDE-ERROS-GRAV = ZERO
               MOVE 'RESUMO CONFERE COM O DETALHE DO ATTFILE'
                   TO WRK-LS-TEXTO
           ELSE
               MOVE 'RESUMO NAO CONFERE COM O DETALHE - NAO USAR'
                   TO WRK-LS-TEXTO
           END-IF.
           MOVE WRK-LINHA-SITUACAO TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT CONTROL-REPORT.
           IF WRK-ATSCTL-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-ATSCTL-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE CONTROL-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ CONTROL-REPORT INTO WRK-ARQ-LINHA
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
