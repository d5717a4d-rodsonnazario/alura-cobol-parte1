       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB61.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 11/09/2026
      * OBJETIVO: REGISTRO DE ATESTADOS QUE JUSTIFICAM FALTAS. NO
      * MODO CAPTURA O OPERADOR INFORMA MATRICULA (CONFERIDA NO
      * STUDENT-MASTER), PERIODO, TIPO E REFERENCIA DO DOCUMENTO
      * E O ATESTADO E ACRESCENTADO AO ARQUIVO ATESTAD COM STATUS
      * P, NUMERADO E COM QUEM DIGITOU, SEM TOCAR O ATTFILE - AS
      * FALTAS DO PERIODO SO VIRAM FALTA JUSTIFICADA DEPOIS QUE UM
      * SUPERVISOR APROVA O ATESTADO NO PROGCOB62 (MESMO FLUXO DE
      * QUATRO OLHOS DAS CORRECOES DE NOTA DO PROGCOB21/PROGCOB27).
      * NO MODO IMPRESSAO SAI O REGISTRO DE ATESTADOS (ATSRPT)
      * PARA A VISITA DA INSPECAO ESCOLAR: TODOS OS ATESTADOS DO
      * ANO PEDIDO (OU DE TODOS OS ANOS), COM O ALUNO, O PERIODO,
      * O DOCUMENTO, QUEM DIGITOU, A DECISAO, O SUPERVISOR E AS
      * FALTAS ABONADAS, COM OS TOTAIS POR SITUACAO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDICAL-CERT ASSIGN TO 'ATESTAD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATESTAD-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT CERT-REPORT ASSIGN TO 'ATSRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDICAL-CERT
           LABEL RECORD IS STANDARD.
       COPY CPATEST.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  CERT-REPORT
           LABEL RECORD IS STANDARD.
       01  CERT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-ATESTAD-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ATSRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-STMST-ABERTO   PIC X(01) VALUE 'N'.
           88 STMST-ABERTO   VALUE 'S'.
       77 WRK-ACHOU-MESTRE   PIC X(01) VALUE 'N'.
           88 ACHOU-MESTRE   VALUE 'S'.

       77 WRK-MODO           PIC X(01) VALUE SPACE.
           88 MODO-CAPTURA   VALUE '1'.
           88 MODO-IMPRESSAO VALUE '2'.
       77 WRK-CONTINUA       PIC X(01) VALUE 'S'.
           88 CONTINUA-LANCANDO VALUE 'S'.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACE.
           88 CONFIRMADO     VALUE 'S'.

      * DADOS DO ATESTADO DIGITADOS PELO OPERADOR. O OPERADOR E
      * INFORMADO UMA VEZ POR SESSAO DE CAPTURA.
       77 WRK-OPERADOR       PIC X(20) VALUE SPACES.
       77 WRK-MATRICULA      PIC 9(06) VALUE ZERO.
       77 WRK-DATA-INICIO    PIC 9(08) VALUE ZERO.
       77 WRK-DATA-FIM       PIC 9(08) VALUE ZERO.
       77 WRK-TIPO           PIC X(01) VALUE SPACE.
           88 TIPO-VALIDO    VALUE 'M' 'O' 'D'.
       77 WRK-DOCUMENTO      PIC X(20) VALUE SPACES.
       77 WRK-ULTIMO-NUMERO  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-GRAVADOS  PIC 9(04) VALUE ZERO.

      * FILTRO DA IMPRESSAO: ANO DO INICIO DO ATESTADO, ZEROS =
      * REGISTRO INTEIRO.
       77 WRK-ANO-FILTRO     PIC 9(04) VALUE ZERO.
       01 WRK-DATA-ATESTADO.
           05 WRK-DA-ANO     PIC 9(04).
           05 WRK-DA-MES-DIA PIC 9(04).

      * TOTAIS DO REGISTRO IMPRESSO.
       77 WRK-QTDE-IMPRESSOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-PENDENTES PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-APROVADOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-REJEITADOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-ABONADAS  PIC 9(06) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB61'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'ATSRPT'.
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
       77 WRK-LINHA-ATUAL   PIC 9(03) VALUE ZERO.
       77 WRK-PAGINA-ATUAL  PIC 9(03) VALUE ZERO.
       77 WRK-MAX-LINHAS    PIC 9(03) VALUE 20.
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER          PIC X(20) VALUE
               'REGISTRO ATESTADOS'.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 WRK-C-PAGINA    PIC ZZ9.

       01 WRK-LINHA-FILTRO.
           05 FILLER          PIC X(16) VALUE 'ANO DO REGISTRO:'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LF-ANO      PIC X(06).

       01 WRK-LINHA-COLUNAS.
           05 FILLER          PIC X(49) VALUE
               'NUMERO MATRIC ALUNO                  INICIO   FIM'.
           05 FILLER          PIC X(48) VALUE
               '      TIPO         DOCUMENTO            SITUACAO'.

       01 WRK-DETALHE.
           05 WRK-D-NUMERO    PIC ZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-MATRICULA PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-NOME      PIC X(22).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-INICIO    PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-FIM       PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-TIPO      PIC X(12).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-DOCUMENTO PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-SITUACAO  PIC X(09).

       01 WRK-DETALHE-CONTROLE.
           05 FILLER          PIC X(07) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'DIGITADO: '.
           05 WRK-DC-OPERADOR PIC X(20).
           05 FILLER          PIC X(04) VALUE ' EM '.
           05 WRK-DC-TIMESTAMP PIC 9(14).
           05 FILLER          PIC X(10) VALUE ' DECISAO: '.
           05 WRK-DC-APROVADOR PIC X(20).
           05 FILLER          PIC X(11) VALUE ' ABONADAS: '.
           05 WRK-DC-ABONADAS PIC ZZ9.

       01 WRK-LINHA-TOTAL.
           05 WRK-TL-DESCRICAO PIC X(40).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-TL-QTDE     PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           MOVE ZERO TO WRK-QTDE-GRAVADOS WRK-QTDE-IMPRESSOS
                        WRK-QTDE-PENDENTES WRK-QTDE-APROVADOS
                        WRK-QTDE-REJEITADOS WRK-QTDE-ABONADAS
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-STUDENT-MASTER.
           IF STMST-ABERTO
               MOVE SPACE TO WRK-MODO
               PERFORM UNTIL MODO-CAPTURA OR MODO-IMPRESSAO
                   DISPLAY 'OPERACAO (1=CAPTURAR ATESTADO  '
                           '2=IMPRIMIR REGISTRO): '
                    ACCEPT WRK-MODO FROM CONSOLE
                   IF NOT MODO-CAPTURA AND NOT MODO-IMPRESSAO
                       DISPLAY 'OPCAO INVALIDA, DIGITE 1 OU 2'
                   END-IF
               END-PERFORM
               IF MODO-CAPTURA
                   PERFORM 2000-CAPTURAR-ATESTADOS
               ELSE
                   PERFORM 5000-IMPRIMIR-REGISTRO
               END-IF
               CLOSE STUDENT-MASTER
           END-IF.
           GOBACK.

      * SEM O STUDENT-MASTER NAO HA COMO CONFERIR A MATRICULA NA
      * CAPTURA NEM O NOME NO REGISTRO IMPRESSO (RC 12).
       1000-ABRIR-STUDENT-MASTER.
           MOVE 'N' TO WRK-STMST-ABERTO.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-STMST-STATUS = '00'
               MOVE 'S' TO WRK-STMST-ABERTO
           ELSE
               DISPLAY 'ERRO AO ABRIR STUDMST: ' WRK-STMST-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      ********************************
      * MODO CAPTURA: UM ATESTADO POR VOLTA, CONFIRMADO PELO
      * OPERADOR ANTES DE SER ACRESCENTADO AO ATESTAD COMO
      * PENDENTE.
      ********************************
       2000-CAPTURAR-ATESTADOS.
           PERFORM 2050-OBTER-ULTIMO-NUMERO.
           MOVE SPACES TO WRK-OPERADOR.
           PERFORM UNTIL WRK-OPERADOR NOT = SPACES
               DISPLAY 'OPERADOR: '
                ACCEPT WRK-OPERADOR FROM CONSOLE
           END-PERFORM.
           MOVE 'S' TO WRK-CONTINUA.
           PERFORM UNTIL NOT CONTINUA-LANCANDO
               PERFORM 2100-CAPTURAR-UM-ATESTADO
               DISPLAY 'LANCAR OUTRO? (S/N): '
                ACCEPT WRK-CONTINUA FROM CONSOLE
           END-PERFORM.
           DISPLAY 'ATESTADOS REGISTRADOS COMO PENDENTES: '
                   WRK-QTDE-GRAVADOS.

      * O NUMERO DO ATESTADO CONTINUA A SEQUENCIA DO ARQUIVO;
      * ARQUIVO AINDA INEXISTENTE COMECA DO 1.
       2050-OBTER-ULTIMO-NUMERO.
           MOVE ZERO TO WRK-ULTIMO-NUMERO.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           OPEN INPUT MEDICAL-CERT.
           IF WRK-ATESTAD-STATUS = '00'
               PERFORM 2900-LER-ATESTAD
               PERFORM UNTIL FIM-ARQUIVO
                   IF AE-NUMERO > WRK-ULTIMO-NUMERO
                       MOVE AE-NUMERO TO WRK-ULTIMO-NUMERO
                   END-IF
                   PERFORM 2900-LER-ATESTAD
               END-PERFORM
               CLOSE MEDICAL-CERT
           END-IF.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.

       2100-CAPTURAR-UM-ATESTADO.
           DISPLAY 'MATRICULA: '
            ACCEPT WRK-MATRICULA FROM CONSOLE.
           PERFORM 2500-BUSCAR-MESTRE.
           IF NOT ACHOU-MESTRE
               DISPLAY 'MATRICULA INEXISTENTE NO STUDENT-MASTER - '
                       'ATESTADO IGNORADO'
           ELSE
               DISPLAY 'ALUNO: ' SM-NOME ' TURMA ' SM-TURMA
               PERFORM 2200-LER-PERIODO
               PERFORM 2300-LER-TIPO
               MOVE SPACES TO WRK-DOCUMENTO
               PERFORM UNTIL WRK-DOCUMENTO NOT = SPACES
                   DISPLAY 'REFERENCIA DO DOCUMENTO (NUMERO, '
                           'CRM/CRO): '
                    ACCEPT WRK-DOCUMENTO FROM CONSOLE
               END-PERFORM
               DISPLAY 'ATESTADO ' WRK-TIPO ' DE ' WRK-DATA-INICIO
                       ' A ' WRK-DATA-FIM ' DOC ' WRK-DOCUMENTO
               DISPLAY 'CONFIRMA O REGISTRO? (S/N): '
                ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF CONFIRMADO
                   PERFORM 2800-GRAVAR-PENDENTE
               ELSE
                   DISPLAY 'ATESTADO DESCARTADO'
               END-IF
           END-IF.

      * PERIODO COBERTO PELO ATESTADO: DATA FINAL NAO PODE SER
      * ANTERIOR A INICIAL (ATESTADO DE UM DIA TEM AS DUAS IGUAIS).
       2200-LER-PERIODO.
           MOVE ZERO TO WRK-DATA-INICIO.
           PERFORM UNTIL WRK-DATA-INICIO > 19000101
               DISPLAY 'DATA INICIAL (AAAAMMDD): '
                ACCEPT WRK-DATA-INICIO FROM CONSOLE
               IF WRK-DATA-INICIO NOT > 19000101
                   DISPLAY 'DATA INVALIDA, DIGITE NOVAMENTE'
               END-IF
           END-PERFORM.
           MOVE ZERO TO WRK-DATA-FIM.
           PERFORM UNTIL WRK-DATA-FIM >= WRK-DATA-INICIO
               DISPLAY 'DATA FINAL (AAAAMMDD): '
                ACCEPT WRK-DATA-FIM FROM CONSOLE
               IF WRK-DATA-FIM < WRK-DATA-INICIO
                   DISPLAY 'DATA FINAL ANTERIOR A INICIAL, DIGITE '
                           'NOVAMENTE'
               END-IF
           END-PERFORM.

       2300-LER-TIPO.
           MOVE SPACE TO WRK-TIPO.
           PERFORM UNTIL TIPO-VALIDO
               DISPLAY 'TIPO (M=MEDICO O=ODONTOLOGICO '
                       'D=DECLARACAO): '
                ACCEPT WRK-TIPO FROM CONSOLE
               IF NOT TIPO-VALIDO
                   DISPLAY 'VALOR INVALIDO, DIGITE M, O OU D'
               END-IF
           END-PERFORM.

      * LEITURA ALEATORIA POR CHAVE (RECORD KEY IS SM-MATRICULA).
       2500-BUSCAR-MESTRE.
           MOVE 'N' TO WRK-ACHOU-MESTRE.
           MOVE WRK-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU-MESTRE
           END-READ.

       2800-GRAVAR-PENDENTE.
           OPEN EXTEND MEDICAL-CERT.
           IF WRK-ATESTAD-STATUS = '35'
               OPEN OUTPUT MEDICAL-CERT
           END-IF.
           IF WRK-ATESTAD-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ATESTAD: ' WRK-ATESTAD-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               ADD 1 TO WRK-ULTIMO-NUMERO
               MOVE WRK-ULTIMO-NUMERO TO AE-NUMERO
               MOVE WRK-MATRICULA     TO AE-MATRICULA
               MOVE WRK-DATA-INICIO   TO AE-DATA-INICIO
               MOVE WRK-DATA-FIM      TO AE-DATA-FIM
               MOVE WRK-TIPO          TO AE-TIPO
               MOVE WRK-DOCUMENTO     TO AE-DOCUMENTO
               MOVE WRK-OPERADOR      TO AE-OPERADOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO AE-TIMESTAMP
               MOVE 'P'               TO AE-STATUS
               MOVE SPACES            TO AE-APROVADOR
               MOVE ZERO              TO AE-QTDE-ABONADAS
               WRITE MEDICAL-CERT-RECORD
               CLOSE MEDICAL-CERT
               ADD 1 TO WRK-QTDE-GRAVADOS
               DISPLAY 'ATESTADO ' AE-NUMERO ' REGISTRADO COMO '
                       'PENDENTE - AGUARDA APROVACAO DO SUPERVISOR '
                       '(PROGCOB62)'
           END-IF.

       2900-LER-ATESTAD.
           READ MEDICAL-CERT
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      ********************************
      * MODO IMPRESSAO: REGISTRO DE ATESTADOS NA ORDEM EM QUE
      * FORAM DIGITADOS, DUAS LINHAS POR ATESTADO.
      ********************************
       5000-IMPRIMIR-REGISTRO.
           DISPLAY 'ANO DO REGISTRO (AAAA, 0000=TODOS): '
            ACCEPT WRK-ANO-FILTRO FROM CONSOLE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT MEDICAL-CERT.
           IF WRK-ATESTAD-STATUS NOT = '00'
               DISPLAY 'ARQUIVO ATESTAD NAO ENCONTRADO - NENHUM '
                       'ATESTADO REGISTRADO'
           ELSE
               OPEN OUTPUT CERT-REPORT
               PERFORM 2900-LER-ATESTAD
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE AE-DATA-INICIO TO WRK-DATA-ATESTADO
                   IF WRK-ANO-FILTRO = ZERO
                           OR WRK-DA-ANO = WRK-ANO-FILTRO
                       PERFORM 5100-IMPRIMIR-ATESTADO
                   END-IF
                   PERFORM 2900-LER-ATESTAD
               END-PERFORM
               CLOSE MEDICAL-CERT
               PERFORM 6000-IMPRIMIR-TOTAIS
               CLOSE CERT-REPORT
               IF WRK-ATSRPT-STATUS = '00'
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
               DISPLAY 'REGISTRO DE ATESTADOS IMPRESSO NO ATSRPT: '
                       WRK-QTDE-IMPRESSOS ' ATESTADO(S)'
           END-IF.

      * ALUNO QUE SAIU DO MESTRE CONTINUA NO REGISTRO, SO SEM O
      * NOME - O ATESTADO E DOCUMENTO DA ESCOLA E NAO SOME.
       5100-IMPRIMIR-ATESTADO.
           ADD 1 TO WRK-QTDE-IMPRESSOS.
           MOVE AE-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO WRK-D-NOME
               NOT INVALID KEY
                   MOVE SM-NOME TO WRK-D-NOME
           END-READ.
           MOVE AE-NUMERO      TO WRK-D-NUMERO.
           MOVE AE-MATRICULA   TO WRK-D-MATRICULA.
           MOVE AE-DATA-INICIO TO WRK-D-INICIO.
           MOVE AE-DATA-FIM    TO WRK-D-FIM.
           EVALUATE AE-TIPO
               WHEN 'M'
                   MOVE 'MEDICO'       TO WRK-D-TIPO
               WHEN 'O'
                   MOVE 'ODONTOLOGICO' TO WRK-D-TIPO
               WHEN 'D'
                   MOVE 'DECLARACAO'   TO WRK-D-TIPO
               WHEN OTHER
                   MOVE AE-TIPO        TO WRK-D-TIPO
           END-EVALUATE.
           MOVE AE-DOCUMENTO   TO WRK-D-DOCUMENTO.
           EVALUATE TRUE
               WHEN AE-PENDENTE
                   MOVE 'PENDENTE'  TO WRK-D-SITUACAO
                   ADD 1 TO WRK-QTDE-PENDENTES
               WHEN AE-APROVADO
                   MOVE 'APROVADO'  TO WRK-D-SITUACAO
                   ADD 1 TO WRK-QTDE-APROVADOS
                   ADD AE-QTDE-ABONADAS TO WRK-QTDE-ABONADAS
               WHEN AE-REJEITADO
                   MOVE 'REJEITADO' TO WRK-D-SITUACAO
                   ADD 1 TO WRK-QTDE-REJEITADOS
               WHEN OTHER
                   MOVE AE-STATUS   TO WRK-D-SITUACAO
           END-EVALUATE.
           MOVE AE-OPERADOR      TO WRK-DC-OPERADOR.
           MOVE AE-TIMESTAMP     TO WRK-DC-TIMESTAMP.
           MOVE AE-APROVADOR     TO WRK-DC-APROVADOR.
           MOVE AE-QTDE-ABONADAS TO WRK-DC-ABONADAS.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-DETALHE TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.
           MOVE WRK-DETALHE-CONTROLE TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.
           ADD 2 TO WRK-LINHA-ATUAL.

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
           MOVE WRK-CABECALHO TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.
           IF WRK-ANO-FILTRO = ZERO
               MOVE 'TODOS'        TO WRK-LF-ANO
           ELSE
               MOVE WRK-ANO-FILTRO TO WRK-LF-ANO
           END-IF.
           MOVE WRK-LINHA-FILTRO  TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.
           MOVE WRK-LINHA-COLUNAS TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.

       6000-IMPRIMIR-TOTAIS.
           IF WRK-LINHA-ATUAL = ZERO
               PERFORM 4700-IMPRIMIR-CABECALHO
           END-IF.
           MOVE SPACES TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.
           MOVE 'ATESTADOS NO REGISTRO' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-IMPRESSOS TO WRK-TL-QTDE.
           MOVE WRK-LINHA-TOTAL TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.
           MOVE 'PENDENTES DE APROVACAO' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-PENDENTES TO WRK-TL-QTDE.
           MOVE WRK-LINHA-TOTAL TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.
           MOVE 'APROVADOS' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-APROVADOS TO WRK-TL-QTDE.
           MOVE WRK-LINHA-TOTAL TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.
           MOVE 'REJEITADOS' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-REJEITADOS TO WRK-TL-QTDE.
           MOVE WRK-LINHA-TOTAL TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.
           MOVE 'FALTAS ABONADAS PELOS APROVADOS' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-ABONADAS TO WRK-TL-QTDE.
           MOVE WRK-LINHA-TOTAL TO CERT-REPORT-LINE.
           WRITE CERT-REPORT-LINE.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT CERT-REPORT.
           IF WRK-ATSRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-ATSRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE CERT-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ CERT-REPORT INTO WRK-ARQ-LINHA
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
