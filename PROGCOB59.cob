       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB59.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 05/09/2026
      * OBJETIVO: DOCUMENTOS ANUAIS DAS FAMILIAS, RODADO NA VIRADA
      * DO ANO SOBRE O TUITION E O STUDENT-MASTER, NO LUGAR DA
      * DATILOGRAFIA A PARTIR DAS LISTAGENS DO PROGCOB32. AGRUPA
      * OS ALUNOS PELO RESPONSAVEL (SM-RESPONSAVEL) E, PARA O
      * ANO-BASE INFORMADO:
      * - DECLARACAO ANUAL DE QUITACAO DE DEBITOS (QUITDCL, LEI
      *   12.007/2009) PARA O RESPONSAVEL COM TODAS AS
      *   COMPETENCIAS DO ANO PAGAS;
      * - DEMONSTRATIVO ANUAL DE PAGAMENTOS (PAGEXT) PARA TODO
      *   RESPONSAVEL QUE PAGOU ALGO NO ANO, COM A COMPETENCIA, A
      *   DATA (TU-DATA-PAGAMENTO) E O VALOR PAGO (TU-VALOR-PAGO)
      *   DE CADA PAGAMENTO - O COMPROVANTE DO IMPOSTO DE RENDA;
      * - LISTA DA TESOURARIA (QUITPEN) COM AS FAMILIAS QUE TEM
      *   MES EM ABERTO NO ANO, QUE FICAM FORA DA DECLARACAO, E
      *   OS ALUNOS SEM RESPONSAVEL NO CADASTRO.
      * CADA DECLARACAO E CADA DEMONSTRATIVO E NUMERADO E
      * REGISTRADO NO CORRESP PELO PROGCOB79. FAMILIA COM O
      * ENDERECO MARCADO COMO DEVOLVIDO (SM-END-DEVOLVIDO) TEM O
      * DOCUMENTO REGISTRADO COMO RETIDO E NAO IMPRESSO (LISTADO
      * PELO PROGCOB80)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITION-FILE ASSIGN TO 'TUIFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TUIFILE-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

      * ACORDOS DE PARCELAMENTO (PROGCOB57/PROGCOB58): LIDO PELA
      * CHAVE DO CABECALHO PARA SABER SE A MENSALIDADE RENEGOCIADA
      * JA FOI QUITADA PELO ACORDO.
           SELECT AGREEMENT-FILE ASSIGN TO 'ACORDO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-CHAVE
               FILE STATUS IS WRK-ACORDO-STATUS.

           SELECT DECLARACAO-REPORT ASSIGN TO 'QUITDCL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-QUITDCL-STATUS.

           SELECT EXTRATO-REPORT ASSIGN TO 'PAGEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGEXT-STATUS.

           SELECT PENDENCIA-REPORT ASSIGN TO 'QUITPEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-QUITPEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TUITION-FILE
           LABEL RECORD IS STANDARD.
       COPY CPTUIT.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  AGREEMENT-FILE
           LABEL RECORD IS STANDARD.
       COPY CPACORD.

       FD  DECLARACAO-REPORT
           LABEL RECORD IS STANDARD.
       01  DECLARACAO-REPORT-LINE PIC X(80).

       FD  EXTRATO-REPORT
           LABEL RECORD IS STANDARD.
       01  EXTRATO-REPORT-LINE PIC X(80).

       FD  PENDENCIA-REPORT
           LABEL RECORD IS STANDARD.
       01  PENDENCIA-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-TUIFILE-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ACORDO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-QUITDCL-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PAGEXT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-QUITPEN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-TUIFILE-ABERTO PIC X(01) VALUE 'N'.
           88 TUIFILE-ABERTO VALUE 'S'.
       77 WRK-STMST-ABERTO   PIC X(01) VALUE 'N'.
           88 STMST-ABERTO   VALUE 'S'.
       77 WRK-ACORDO-ABERTO  PIC X(01) VALUE 'N'.
           88 ACORDO-ABERTO  VALUE 'S'.

      * ANO-BASE DOS DOCUMENTOS (AAAA), INFORMADO PELO OPERADOR E
      * REPETIDO ATE VIR UM ANO VALIDO (NAO FUTURO).
       77 WRK-ANO-BASE       PIC 9(04) VALUE ZERO.

      * VISOES DA COMPETENCIA E DA DATA DE PAGAMENTO PARA SEPARAR
      * O ANO. A PARCELA DE ACORDO (MES ACIMA DE 50, VER O
      * CPTUIT) PERTENCE AO ANO DA SUA COMPETENCIA COMO QUALQUER
      * MENSALIDADE.
       01 WRK-COMPETENCIA-AUX.
           05 WRK-CA-ANO     PIC 9(04).
           05 WRK-CA-MES     PIC 9(02).
       01 WRK-COMPETENCIA-AUX-NUM REDEFINES WRK-COMPETENCIA-AUX
                                  PIC 9(06).
       01 WRK-PAGAMENTO-AUX.
           05 WRK-PA-ANO     PIC 9(04).
           05 WRK-PA-MES     PIC 9(02).
           05 WRK-PA-DIA     PIC 9(02).
       01 WRK-PAGAMENTO-AUX-NUM REDEFINES WRK-PAGAMENTO-AUX
                                PIC 9(08).

      * RESPONSAVEIS (FAMILIAS) NA ORDEM EM QUE APARECEM NO
      * TUITION. O AGRUPAMENTO E PELO NOME DO RESPONSAVEL NO
      * CADASTRO, ENTAO IRMAOS SAEM NA MESMA DECLARACAO. O
      * ENDERECO E O DO PRIMEIRO ALUNO DA FAMILIA (WRK-RS-MATRICULA)
      * E FICA DEVOLVIDO SE ALGUM ALUNO COM ESSE MESMO ENDERECO
      * ESTIVER COM O ENDERECO DEVOLVIDO NO MESTRE.
       01 WRK-RESPONSAVEL-TABLE.
           05 WRK-RS-ENTRY OCCURS 500 TIMES.
               10 WRK-RS-NOME         PIC X(30).
               10 WRK-RS-ENDERECO     PIC X(40).
               10 WRK-RS-CIDADE       PIC X(20).
               10 WRK-RS-CEP          PIC 9(08).
               10 WRK-RS-MATRICULA    PIC 9(06).
               10 WRK-RS-DEVOLVIDO    PIC X(01).
               10 WRK-RS-QTDE-COMP    PIC 9(04).
               10 WRK-RS-QTDE-ABERTAS PIC 9(04).
               10 WRK-RS-VALOR-ABERTO PIC 9(08)V99.
               10 WRK-RS-QTDE-PAGTOS  PIC 9(04).
               10 WRK-RS-TOTAL-PAGO   PIC 9(08)V99.
       77 WRK-RESPONSAVEL-COUNT PIC 9(03) VALUE ZERO.
       77 WRK-RS-IDX         PIC 9(03) VALUE ZERO.
       77 WRK-RS-BUSCA       PIC 9(03) VALUE ZERO.
       77 WRK-RS-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-RESPONSAVEL VALUE 'S'.

      * ALUNOS COM LANCAMENTO NO ANO. WRK-AL-RESP = ZERO E ALUNO
      * SEM MESTRE OU COM O RESPONSAVEL EM BRANCO: NAO ENTRA EM
      * DOCUMENTO NENHUM E VAI PARA A LISTA DA TESOURARIA.
       01 WRK-ALUNO-TABLE.
           05 WRK-AL-ENTRY OCCURS 1000 TIMES.
               10 WRK-AL-MATRICULA    PIC 9(06).
               10 WRK-AL-NOME         PIC X(30).
               10 WRK-AL-TURMA        PIC X(04).
               10 WRK-AL-RESP         PIC 9(03).
       77 WRK-ALUNO-COUNT    PIC 9(04) VALUE ZERO.
       77 WRK-AL-IDX         PIC 9(04) VALUE ZERO.
       77 WRK-AL-BUSCA       PIC 9(04) VALUE ZERO.
       77 WRK-AL-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-ALUNO    VALUE 'S'.

      * LANCAMENTOS DO TUITION QUE INTERESSAM AO ANO-BASE:
      * COMPETENCIA DO ANO (DECLARACAO / PENDENCIA) OU PAGAMENTO
      * RECEBIDO NO ANO (DEMONSTRATIVO). O DEMONSTRATIVO E POR
      * DATA DE PAGAMENTO, COMO O IMPOSTO DE RENDA PEDE: DEZEMBRO
      * PAGO EM JANEIRO SAI NO DEMONSTRATIVO DO ANO SEGUINTE.
       01 WRK-LANCAMENTO-TABLE.
           05 WRK-LC-ENTRY OCCURS 5000 TIMES.
               10 WRK-LC-ALUNO        PIC 9(04).
               10 WRK-LC-COMPETENCIA  PIC 9(06).
               10 WRK-LC-VENCIMENTO   PIC 9(08).
               10 WRK-LC-PAGAMENTO    PIC 9(08).
               10 WRK-LC-VALOR        PIC 9(06)V99.
               10 WRK-LC-VALOR-PAGO   PIC 9(06)V99.
               10 WRK-LC-NUM-ACORDO   PIC 9(06).
               10 WRK-LC-SITUACAO     PIC X(01).
               10 WRK-LC-DO-ANO       PIC X(01).
               10 WRK-LC-PAGO-NO-ANO  PIC X(01).
               10 WRK-LC-ABERTA       PIC X(01).
       77 WRK-LANCAMENTO-COUNT PIC 9(04) VALUE ZERO.
       77 WRK-LC-IDX         PIC 9(04) VALUE ZERO.

      * SITUACAO DO LANCAMENTO CORRENTE NA CARGA.
       77 WRK-DO-ANO         PIC X(01) VALUE 'N'.
           88 DO-ANO-BASE    VALUE 'S'.
       77 WRK-PAGO-NO-ANO    PIC X(01) VALUE 'N'.
           88 PAGO-NO-ANO    VALUE 'S'.
       77 WRK-ABERTA         PIC X(01) VALUE 'N'.
           88 MES-EM-ABERTO  VALUE 'S'.

       77 WRK-QTDE-LIDOS        PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-DECLARACOES  PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-EXTRATOS     PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-PENDENTES    PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-SEM-RESP     PIC 9(04) VALUE ZERO.
       77 WRK-TOTAL-ABERTO      PIC 9(09)V99 VALUE ZEROS.
      * REGISTRO DE CORRESPONDENCIA PELO PROGCOB79: O DOCUMENTO E
      * MONTADO NO LAYOUT DO CORRESP E VOLTA COM O NUMERO. O CALL
      * DEVOLVE O RETURN CODE DELE, ENTAO O DESTE E GUARDADO.
       77 WRK-COR-FUNCAO     PIC X(01) VALUE 'R'.
       77 WRK-COR-TIPO       PIC X(01) VALUE SPACE.
       77 WRK-COR-RC         PIC S9(04) COMP VALUE ZERO.
       77 WRK-QTDE-RETIDAS   PIC 9(04) VALUE ZERO.
       COPY CPCORRG.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB59'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'QUITDCL'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'F'.
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

      * DATA EDITADA DD/MM/AAAA PARA OS DOCUMENTOS.
       01 WRK-DATA-EDIT.
           05 WRK-DT-DIA      PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DT-MES      PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DT-ANO      PIC 9(04).

      * CONTROLE DE PAGINACAO DA LISTA DA TESOURARIA.
       77 WRK-LINHA-ATUAL   PIC 9(03) VALUE ZERO.
       77 WRK-PAGINA-ATUAL  PIC 9(03) VALUE ZERO.
       77 WRK-MAX-LINHAS    PIC 9(03) VALUE 20.
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER          PIC X(20) VALUE
               'PENDENCIAS DO ANO'.
           05 WRK-C-ANO-BASE  PIC 9(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 WRK-C-PAGINA    PIC ZZ9.

       01 WRK-LINHA-FAMILIA.
           05 FILLER          PIC X(13) VALUE 'RESPONSAVEL: '.
           05 WRK-F-NOME      PIC X(30).
           05 FILLER          PIC X(10) VALUE ' ABERTAS: '.
           05 WRK-F-QTDE      PIC ZZZ9.
           05 FILLER          PIC X(08) VALUE ' VALOR: '.
           05 WRK-F-VALOR     PIC Z.ZZZ.ZZ9,99.

       01 WRK-LINHA-ABERTA.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-P-MATRICULA PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-P-NOME      PIC X(30).
           05 FILLER          PIC X(06) VALUE ' COMP '.
           05 WRK-P-COMPETENCIA PIC 9(06).
           05 FILLER          PIC X(06) VALUE ' VENC '.
           05 WRK-P-VENCIMENTO PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-P-VALOR     PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-P-SITUACAO  PIC X(10).
           05 WRK-P-ACORDO    PIC X(06).

       01 WRK-TITULO-SEM-RESP.
           05 FILLER PIC X(45) VALUE
               'ALUNOS SEM RESPONSAVEL NO CADASTRO (FORA DA '.
           05 FILLER PIC X(35) VALUE
               'DECLARACAO E DO DEMONSTRATIVO):'.

       01 WRK-LINHA-SEM-RESP.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-S-MATRICULA PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-S-NOME      PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-S-TURMA     PIC X(04).

       01 WRK-LINHA-TOTAIS.
           05 FILLER            PIC X(13) VALUE 'RESPONSAVEIS='.
           05 WRK-T-RESPONSAVEIS PIC ZZZ9.
           05 FILLER            PIC X(14) VALUE ' DECLARACOES='.
           05 WRK-T-DECLARACOES PIC ZZZ9.
           05 FILLER            PIC X(16) VALUE ' DEMONSTRATIVOS='.
           05 WRK-T-EXTRATOS    PIC ZZZ9.
           05 FILLER            PIC X(15) VALUE ' COM PENDENCIA='.
           05 WRK-T-PENDENTES   PIC ZZZ9.
           05 FILLER            PIC X(09) VALUE ' ABERTO: '.
           05 WRK-T-ABERTO      PIC ZZ.ZZZ.ZZ9,99.

       01 WRK-LINHA-RETIDOS.
           05 FILLER            PIC X(41) VALUE
               'DOCUMENTOS RETIDOS (ENDERECO DEVOLVIDO): '.
           05 WRK-T-RETIDOS     PIC ZZZ9.

      * LINHAS COMUNS DAS CARTAS, NO DESENHO DO PROGCOB31/PROGCOB45.
       01 WRK-CAB-DECLARACAO.
           05 FILLER PIC X(40) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER PIC X(40) VALUE
               'DECLARACAO ANUAL DE QUITACAO'.

       01 WRK-CAB-EXTRATO.
           05 FILLER PIC X(40) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER PIC X(40) VALUE
               'DEMONSTRATIVO ANUAL DE PAGAMENTOS'.

       01 WRK-LINHA-NUMERO-CARTA.
           05 FILLER           PIC X(40) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'CARTA NUMERO: '.
           05 WRK-NC-NUMERO    PIC 9(08).

       01 WRK-LINHA-RESPONSAVEL.
           05 FILLER           PIC X(04) VALUE 'A/C '.
           05 WRK-R-RESPONSAVEL PIC X(30).

       01 WRK-LINHA-ENDERECO.
           05 WRK-E-ENDERECO   PIC X(40).

       01 WRK-LINHA-CIDADE.
           05 WRK-E-CIDADE     PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE 'CEP: '.
           05 WRK-E-CEP        PIC 9(08).

      * TEXTO DA DECLARACAO DE QUITACAO.
       01 WRK-TEXTO-DECL-1.
           05 FILLER PIC X(52) VALUE
               'DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE ESTAO'.
       01 WRK-TEXTO-DECL-2.
           05 FILLER PIC X(41) VALUE
               'QUITADAS TODAS AS MENSALIDADES DO ANO DE '.
           05 WRK-TD-ANO      PIC 9(04).
           05 FILLER PIC X(01) VALUE ','.
       01 WRK-TEXTO-DECL-3.
           05 FILLER PIC X(34) VALUE
               'REFERENTES AO(S) ALUNO(S) ABAIXO, '.
           05 FILLER PIC X(26) VALUE
               'SOB A RESPONSABILIDADE DE'.
       01 WRK-TEXTO-DECL-4.
           05 WRK-TD-RESPONSAVEL PIC X(30).
           05 FILLER PIC X(01) VALUE '.'.
       01 WRK-TEXTO-DECL-5.
           05 FILLER PIC X(34) VALUE
               'ESTA DECLARACAO SUBSTITUI, PARA A '.
           05 FILLER PIC X(38) VALUE
               'COMPROVACAO DO ANO, OS COMPROVANTES DE'.
       01 WRK-TEXTO-DECL-6.
           05 FILLER PIC X(52) VALUE
               'PAGAMENTO DAS MENSALIDADES NELE QUITADAS.'.

       01 WRK-LINHA-ALUNO-DECL.
           05 FILLER          PIC X(09) VALUE '  ALUNO: '.
           05 WRK-AD-NOME     PIC X(30).
           05 FILLER          PIC X(12) VALUE ' MATRICULA: '.
           05 WRK-AD-MATRICULA PIC 9(06).
           05 FILLER          PIC X(08) VALUE ' TURMA: '.
           05 WRK-AD-TURMA    PIC X(04).

       01 WRK-LINHA-EMISSAO.
           05 FILLER          PIC X(11) VALUE 'EMITIDA EM '.
           05 WRK-EM-DATA     PIC X(10).

       01 WRK-LINHA-ASSINATURA.
           05 FILLER PIC X(40) VALUE ALL '_'.
       01 WRK-LINHA-TESOURARIA.
           05 FILLER PIC X(40) VALUE 'TESOURARIA'.

      * LINHAS DO DEMONSTRATIVO DE PAGAMENTOS.
       01 WRK-LINHA-ANO-BASE.
           05 FILLER          PIC X(10) VALUE 'ANO-BASE: '.
           05 WRK-X-ANO       PIC 9(04).
           05 FILLER          PIC X(40) VALUE
               ' - PAGAMENTOS RECEBIDOS NO ANO'.

       01 WRK-LINHA-COLUNAS.
           05 FILLER PIC X(36) VALUE
               'MATRIC ALUNO                COMPET.'.
           05 FILLER PIC X(34) VALUE
               'PAGAMENTO    VALOR PAGO'.

       01 WRK-LINHA-PAGAMENTO.
           05 WRK-X-MATRICULA PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-X-NOME      PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-X-COMPETENCIA PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-X-DATA      PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-X-VALOR     PIC Z.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-X-OBS       PIC X(14).

       01 WRK-LINHA-TOTAL-PAGO.
           05 FILLER          PIC X(46) VALUE
               'TOTAL PAGO NO ANO:'.
           05 WRK-X-TOTAL     PIC Z.ZZZ.ZZ9,99.

       01 WRK-LINHA-SEPARADOR.
           05 FILLER PIC X(78) VALUE ALL '-'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           MOVE ZERO TO WRK-RESPONSAVEL-COUNT WRK-ALUNO-COUNT
                        WRK-LANCAMENTO-COUNT WRK-QTDE-LIDOS
                        WRK-QTDE-DECLARACOES WRK-QTDE-EXTRATOS
                        WRK-QTDE-PENDENTES WRK-QTDE-SEM-RESP
                        WRK-TOTAL-ABERTO WRK-QTDE-RETIDAS
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF TUIFILE-ABERTO
               PERFORM 1500-LER-ANO-BASE
               PERFORM 2000-CARREGAR-TUITION
               PERFORM 3000-EMITIR-DOCUMENTOS
               PERFORM 7000-LISTAR-SEM-RESPONSAVEL
               PERFORM 8000-IMPRIMIR-TOTAIS
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
      * ALUNO SEM RESPONSAVEL NO CADASTRO FICA SEM DOCUMENTO E E
      * AVISO (RC 4) PARA A SECRETARIA COMPLETAR O MESTRE.
           IF WRK-QTDE-SEM-RESP > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * TUIFILE NAO E OPCIONAL. O STUDENT-MASTER TAMBEM NAO: SEM O
      * RESPONSAVEL NAO HA COMO AGRUPAR AS FAMILIAS NEM ENDERECAR
      * OS DOCUMENTOS. SEM O ACORDO, MENSALIDADE RENEGOCIADA CONTA
      * COMO EM ABERTO.
       1000-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-TUIFILE-ABERTO.
           MOVE 'N' TO WRK-STMST-ABERTO.
           MOVE 'N' TO WRK-ACORDO-ABERTO.
           OPEN INPUT TUITION-FILE.
           IF WRK-TUIFILE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO TUIFILE NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT STUDENT-MASTER
               IF WRK-STMST-STATUS NOT = '00'
                   DISPLAY 'ARQUIVO STUDMST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   CLOSE TUITION-FILE
               ELSE
                   MOVE 'S' TO WRK-TUIFILE-ABERTO
                   MOVE 'S' TO WRK-STMST-ABERTO
                   OPEN INPUT AGREEMENT-FILE
                   IF WRK-ACORDO-STATUS = '00'
                       MOVE 'S' TO WRK-ACORDO-ABERTO
                   END-IF
                   OPEN OUTPUT DECLARACAO-REPORT
                   OPEN OUTPUT EXTRATO-REPORT
                   OPEN OUTPUT PENDENCIA-REPORT
               END-IF
           END-IF.

       1500-LER-ANO-BASE.
           MOVE ZERO TO WRK-ANO-BASE.
           PERFORM UNTIL WRK-ANO-BASE > 1900
                   AND WRK-ANO-BASE <= WRK-DE-ANO
               DISPLAY 'ANO-BASE DOS DOCUMENTOS (AAAA): '
               ACCEPT WRK-ANO-BASE FROM CONSOLE
               IF WRK-ANO-BASE NOT > 1900
                       OR WRK-ANO-BASE > WRK-DE-ANO
                   DISPLAY 'ANO INVALIDO, DIGITE NOVAMENTE'
               END-IF
           END-PERFORM.

      * CARGA DOS LANCAMENTOS DO ANO-BASE. CADA UM E LIGADO AO
      * ALUNO E, PELO ALUNO, AO RESPONSAVEL, ONDE JA SE ACUMULAM
      * OS CONTADORES QUE DECIDEM OS DOCUMENTOS.
       2000-CARREGAR-TUITION.
           PERFORM 2050-LER-TUIFILE.
           PERFORM UNTIL FIM-ARQUIVO
               ADD 1 TO WRK-QTDE-LIDOS
               PERFORM 2100-AVALIAR-MENSALIDADE
               IF DO-ANO-BASE OR PAGO-NO-ANO
                   PERFORM 2200-LOCALIZAR-ALUNO
                   IF WRK-AL-IDX > ZERO
                       PERFORM 2400-GUARDAR-LANCAMENTO
                   END-IF
               END-IF
               PERFORM 2050-LER-TUIFILE
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       2050-LER-TUIFILE.
           READ TUITION-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * MES EM ABERTO = COMPETENCIA DO ANO SEM PAGAMENTO. A
      * MENSALIDADE RENEGOCIADA NAO TEM PAGAMENTO PROPRIO: ESTA
      * QUITADA SO QUANDO O ACORDO DELA ESTA QUITADO (PROGCOB58).
       2100-AVALIAR-MENSALIDADE.
           MOVE 'N' TO WRK-DO-ANO WRK-PAGO-NO-ANO WRK-ABERTA.
           MOVE TU-COMPETENCIA    TO WRK-COMPETENCIA-AUX-NUM.
           MOVE TU-DATA-PAGAMENTO TO WRK-PAGAMENTO-AUX-NUM.
           IF WRK-CA-ANO = WRK-ANO-BASE
               MOVE 'S' TO WRK-DO-ANO
           END-IF.
           IF TU-DATA-PAGAMENTO > ZERO AND WRK-PA-ANO = WRK-ANO-BASE
               MOVE 'S' TO WRK-PAGO-NO-ANO
           END-IF.
           IF DO-ANO-BASE AND TU-DATA-PAGAMENTO = ZERO
               IF TU-RENEGOCIADA
                   PERFORM 2150-VERIFICAR-ACORDO
               ELSE
                   MOVE 'S' TO WRK-ABERTA
               END-IF
           END-IF.

       2150-VERIFICAR-ACORDO.
           MOVE 'S' TO WRK-ABERTA.
           IF ACORDO-ABERTO
               MOVE TU-NUM-ACORDO TO AC-NUM-ACORDO
               MOVE 'A'  TO AC-TIPO
               MOVE ZERO TO AC-SEQUENCIA
               READ AGREEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AC-QUITADO
                           MOVE 'N' TO WRK-ABERTA
                       END-IF
               END-READ
           END-IF.

      * TABELA CHEIA E ERRO DE DADOS (RC 8): O LANCAMENTO FICARIA
      * FORA DOS DOCUMENTOS E A FAMILIA PODERIA RECEBER UMA
      * DECLARACAO INDEVIDA.
       2200-LOCALIZAR-ALUNO.
           MOVE 'N'  TO WRK-AL-ACHOU.
           MOVE ZERO TO WRK-AL-IDX.
           PERFORM VARYING WRK-AL-BUSCA FROM 1 BY 1
                   UNTIL WRK-AL-BUSCA > WRK-ALUNO-COUNT
                      OR ACHOU-ALUNO
               IF WRK-AL-MATRICULA(WRK-AL-BUSCA) = TU-MATRICULA
                   MOVE 'S' TO WRK-AL-ACHOU
                   MOVE WRK-AL-BUSCA TO WRK-AL-IDX
               END-IF
           END-PERFORM.
           IF NOT ACHOU-ALUNO
               IF WRK-ALUNO-COUNT < 1000
                   ADD 1 TO WRK-ALUNO-COUNT
                   MOVE WRK-ALUNO-COUNT TO WRK-AL-IDX
                   PERFORM 2250-CADASTRAR-ALUNO
               ELSE
                   DISPLAY 'TABELA DE ALUNOS CHEIA, IGNORADO: '
                           TU-MATRICULA
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2250-CADASTRAR-ALUNO.
           MOVE TU-MATRICULA TO WRK-AL-MATRICULA(WRK-AL-IDX).
           MOVE SPACES       TO WRK-AL-NOME(WRK-AL-IDX)
                                WRK-AL-TURMA(WRK-AL-IDX).
           MOVE ZERO         TO WRK-AL-RESP(WRK-AL-IDX).
           MOVE TU-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   ADD 1 TO WRK-QTDE-SEM-RESP
               NOT INVALID KEY
                   MOVE SM-NOME  TO WRK-AL-NOME(WRK-AL-IDX)
                   MOVE SM-TURMA TO WRK-AL-TURMA(WRK-AL-IDX)
                   IF SM-RESPONSAVEL = SPACES
                       ADD 1 TO WRK-QTDE-SEM-RESP
                   ELSE
                       PERFORM 2300-LOCALIZAR-RESPONSAVEL
                       MOVE WRK-RS-IDX TO WRK-AL-RESP(WRK-AL-IDX)
                   END-IF
           END-READ.

       2300-LOCALIZAR-RESPONSAVEL.
           MOVE 'N'  TO WRK-RS-ACHOU.
           MOVE ZERO TO WRK-RS-IDX.
           PERFORM VARYING WRK-RS-BUSCA FROM 1 BY 1
                   UNTIL WRK-RS-BUSCA > WRK-RESPONSAVEL-COUNT
                      OR ACHOU-RESPONSAVEL
               IF WRK-RS-NOME(WRK-RS-BUSCA) = SM-RESPONSAVEL
                   MOVE 'S' TO WRK-RS-ACHOU
                   MOVE WRK-RS-BUSCA TO WRK-RS-IDX
               END-IF
           END-PERFORM.
           IF ACHOU-RESPONSAVEL
               IF SM-ENDERECO-DEVOLVIDO
                       AND SM-ENDERECO = WRK-RS-ENDERECO(WRK-RS-IDX)
                   MOVE 'S' TO WRK-RS-DEVOLVIDO(WRK-RS-IDX)
               END-IF
           ELSE
               IF WRK-RESPONSAVEL-COUNT < 500
                   ADD 1 TO WRK-RESPONSAVEL-COUNT
                   MOVE WRK-RESPONSAVEL-COUNT TO WRK-RS-IDX
                   MOVE SM-RESPONSAVEL TO WRK-RS-NOME(WRK-RS-IDX)
                   MOVE SM-ENDERECO    TO WRK-RS-ENDERECO(WRK-RS-IDX)
                   MOVE SM-CIDADE      TO WRK-RS-CIDADE(WRK-RS-IDX)
                   MOVE SM-CEP         TO WRK-RS-CEP(WRK-RS-IDX)
                   MOVE SM-MATRICULA TO WRK-RS-MATRICULA(WRK-RS-IDX)
                   MOVE 'N'          TO WRK-RS-DEVOLVIDO(WRK-RS-IDX)
                   IF SM-ENDERECO-DEVOLVIDO
                       MOVE 'S'      TO WRK-RS-DEVOLVIDO(WRK-RS-IDX)
                   END-IF
                   MOVE ZERO TO WRK-RS-QTDE-COMP(WRK-RS-IDX)
                                WRK-RS-QTDE-ABERTAS(WRK-RS-IDX)
                                WRK-RS-VALOR-ABERTO(WRK-RS-IDX)
                                WRK-RS-QTDE-PAGTOS(WRK-RS-IDX)
                                WRK-RS-TOTAL-PAGO(WRK-RS-IDX)
               ELSE
                   DISPLAY 'TABELA DE RESPONSAVEIS CHEIA, IGNORADO: '
                           SM-RESPONSAVEL
                   ADD 1 TO WRK-QTDE-SEM-RESP
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2400-GUARDAR-LANCAMENTO.
           IF WRK-LANCAMENTO-COUNT < 5000
               ADD 1 TO WRK-LANCAMENTO-COUNT
               MOVE WRK-LANCAMENTO-COUNT TO WRK-LC-IDX
               MOVE WRK-AL-IDX        TO WRK-LC-ALUNO(WRK-LC-IDX)
               MOVE TU-COMPETENCIA    TO WRK-LC-COMPETENCIA(WRK-LC-IDX)
               MOVE TU-VENCIMENTO     TO WRK-LC-VENCIMENTO(WRK-LC-IDX)
               MOVE TU-DATA-PAGAMENTO TO WRK-LC-PAGAMENTO(WRK-LC-IDX)
               MOVE TU-VALOR          TO WRK-LC-VALOR(WRK-LC-IDX)
               MOVE TU-VALOR-PAGO     TO WRK-LC-VALOR-PAGO(WRK-LC-IDX)
               MOVE TU-NUM-ACORDO     TO WRK-LC-NUM-ACORDO(WRK-LC-IDX)
               MOVE TU-SITUACAO       TO WRK-LC-SITUACAO(WRK-LC-IDX)
               MOVE WRK-DO-ANO        TO WRK-LC-DO-ANO(WRK-LC-IDX)
               MOVE WRK-PAGO-NO-ANO   TO WRK-LC-PAGO-NO-ANO(WRK-LC-IDX)
               MOVE WRK-ABERTA        TO WRK-LC-ABERTA(WRK-LC-IDX)
               MOVE WRK-AL-RESP(WRK-AL-IDX) TO WRK-RS-IDX
               IF WRK-RS-IDX > ZERO
                   PERFORM 2450-ACUMULAR-RESPONSAVEL
               END-IF
           ELSE
               DISPLAY 'TABELA DE LANCAMENTOS CHEIA, IGNORADO: '
                       TU-MATRICULA ' COMP ' TU-COMPETENCIA
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2450-ACUMULAR-RESPONSAVEL.
           IF DO-ANO-BASE
               ADD 1 TO WRK-RS-QTDE-COMP(WRK-RS-IDX)
           END-IF.
           IF MES-EM-ABERTO
               ADD 1 TO WRK-RS-QTDE-ABERTAS(WRK-RS-IDX)
               ADD TU-VALOR TO WRK-RS-VALOR-ABERTO(WRK-RS-IDX)
           END-IF.
           IF PAGO-NO-ANO
               ADD 1 TO WRK-RS-QTDE-PAGTOS(WRK-RS-IDX)
               ADD TU-VALOR-PAGO TO WRK-RS-TOTAL-PAGO(WRK-RS-IDX)
           END-IF.

      * UMA PASSADA PELOS RESPONSAVEIS: DECLARACAO PARA QUEM TEM
      * COMPETENCIA NO ANO E NENHUMA EM ABERTO, PENDENCIA PARA
      * QUEM TEM MES EM ABERTO E DEMONSTRATIVO PARA QUEM PAGOU
      * ALGO NO ANO (INCLUSIVE QUEM AINDA DEVE). DECLARACAO E
      * DEMONSTRATIVO SO SAEM DEPOIS DE REGISTRADOS NO CORRESP.
       3000-EMITIR-DOCUMENTOS.
           MOVE WRK-DE-DIA TO WRK-DT-DIA.
           MOVE WRK-DE-MES TO WRK-DT-MES.
           MOVE WRK-DE-ANO TO WRK-DT-ANO.
           MOVE WRK-DATA-EDIT TO WRK-EM-DATA.
           PERFORM VARYING WRK-RS-IDX FROM 1 BY 1
                   UNTIL WRK-RS-IDX > WRK-RESPONSAVEL-COUNT
               PERFORM 3100-MONTAR-ENDERECO
               IF WRK-RS-QTDE-COMP(WRK-RS-IDX) > ZERO
                       AND WRK-RS-QTDE-ABERTAS(WRK-RS-IDX) = ZERO
                   MOVE 'Q' TO WRK-COR-TIPO
                   PERFORM 3900-REGISTRAR-CARTA
                   IF CR-RETIDA
                       ADD 1 TO WRK-QTDE-RETIDAS
                   ELSE
                       PERFORM 4000-IMPRIMIR-DECLARACAO
                   END-IF
               END-IF
               IF WRK-RS-QTDE-ABERTAS(WRK-RS-IDX) > ZERO
                   PERFORM 5000-LISTAR-PENDENCIA
               END-IF
               IF WRK-RS-QTDE-PAGTOS(WRK-RS-IDX) > ZERO
                   MOVE 'P' TO WRK-COR-TIPO
                   PERFORM 3900-REGISTRAR-CARTA
                   IF CR-RETIDA
                       ADD 1 TO WRK-QTDE-RETIDAS
                   ELSE
                       PERFORM 6000-IMPRIMIR-DEMONSTRATIVO
                   END-IF
               END-IF
           END-PERFORM.

       3100-MONTAR-ENDERECO.
           MOVE WRK-RS-NOME(WRK-RS-IDX)     TO WRK-R-RESPONSAVEL.
           MOVE WRK-RS-ENDERECO(WRK-RS-IDX) TO WRK-E-ENDERECO.
           MOVE WRK-RS-CIDADE(WRK-RS-IDX)   TO WRK-E-CIDADE.
           MOVE WRK-RS-CEP(WRK-RS-IDX)      TO WRK-E-CEP.

      * O DOCUMENTO ENTRA NO CORRESP ANTES DE SER IMPRESSO, COM O
      * ENDERECO DA FAMILIA E O ANO-BASE (TIPO Q = DECLARACAO DE
      * QUITACAO, P = DEMONSTRATIVO DE PAGAMENTOS). ENDERECO
      * DEVOLVIDO: O DOCUMENTO E REGISTRADO COMO RETIDO E NAO E
      * IMPRESSO. NUMERO ZERADO = REGISTRO FALHOU (AVISADO PELO
      * PROGCOB79), O DOCUMENTO SAI ASSIM MESMO COM RC 4.
       3900-REGISTRAR-CARTA.
           MOVE SPACES TO CORRESP-REGISTER-RECORD.
           MOVE WRK-COR-TIPO      TO CR-TIPO.
           MOVE WRK-ARQ-PROGRAMA  TO CR-PROGRAMA.
           MOVE WRK-ARQ-TIMESTAMP(1:8) TO CR-DATA-EMISSAO.
           MOVE WRK-RS-MATRICULA(WRK-RS-IDX) TO CR-MATRICULA.
           MOVE WRK-R-RESPONSAVEL TO CR-DESTINATARIO.
           MOVE WRK-E-ENDERECO    TO CR-ENDERECO.
           MOVE WRK-E-CIDADE      TO CR-CIDADE.
           MOVE WRK-E-CEP         TO CR-CEP.
           IF CR-QUITACAO
               STRING 'QUITACAO ' WRK-ANO-BASE
                   DELIMITED BY SIZE INTO CR-REFERENCIA
               END-STRING
           ELSE
               STRING 'PAGAMENTOS ' WRK-ANO-BASE
                   DELIMITED BY SIZE INTO CR-REFERENCIA
               END-STRING
           END-IF.
           MOVE 'E' TO CR-SITUACAO.
           IF WRK-RS-DEVOLVIDO(WRK-RS-IDX) = 'S'
               MOVE 'R' TO CR-SITUACAO
           END-IF.
           MOVE 'R' TO WRK-COR-FUNCAO.
           MOVE RETURN-CODE TO WRK-COR-RC.
           CALL 'PROGCOB79' USING WRK-COR-FUNCAO
               CORRESP-REGISTER-RECORD.
           MOVE WRK-COR-RC TO RETURN-CODE.
           IF CR-NUMERO = ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE CR-NUMERO TO WRK-NC-NUMERO.

      * BLOCO DE ENDERECO, TEXTO LEGAL, ALUNOS DA FAMILIA E
      * ASSINATURA DA TESOURARIA. O SEPARADOR MARCA ONDE DESTACAR
      * PARA ENVELOPAR, COMO NO PROGCOB31.
       4000-IMPRIMIR-DECLARACAO.
           ADD 1 TO WRK-QTDE-DECLARACOES.
           MOVE WRK-CAB-DECLARACAO TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE WRK-LINHA-NUMERO-CARTA TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE WRK-LINHA-RESPONSAVEL TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE WRK-LINHA-ENDERECO TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE WRK-LINHA-CIDADE TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE SPACES TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE WRK-TEXTO-DECL-1 TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE WRK-ANO-BASE TO WRK-TD-ANO.
           MOVE WRK-TEXTO-DECL-2 TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE WRK-TEXTO-DECL-3 TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE WRK-RS-NOME(WRK-RS-IDX) TO WRK-TD-RESPONSAVEL.
           MOVE WRK-TEXTO-DECL-4 TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE SPACES TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           PERFORM VARYING WRK-AL-IDX FROM 1 BY 1
                   UNTIL WRK-AL-IDX > WRK-ALUNO-COUNT
               IF WRK-AL-RESP(WRK-AL-IDX) = WRK-RS-IDX
                   MOVE WRK-AL-NOME(WRK-AL-IDX)      TO WRK-AD-NOME
                   MOVE WRK-AL-MATRICULA(WRK-AL-IDX) TO WRK-AD-MATRICULA
                   MOVE WRK-AL-TURMA(WRK-AL-IDX)     TO WRK-AD-TURMA
                   MOVE WRK-LINHA-ALUNO-DECL TO DECLARACAO-REPORT-LINE
                   WRITE DECLARACAO-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE WRK-TEXTO-DECL-5 TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE WRK-TEXTO-DECL-6 TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE SPACES TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE WRK-LINHA-EMISSAO TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE SPACES TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE WRK-LINHA-ASSINATURA TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE WRK-LINHA-TESOURARIA TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.
           MOVE WRK-LINHA-SEPARADOR TO DECLARACAO-REPORT-LINE.
           WRITE DECLARACAO-REPORT-LINE.

      * FAMILIA COM MES EM ABERTO: LINHA DO RESPONSAVEL E UMA
      * LINHA POR MES, COM O ACORDO QUANDO A DIVIDA FOI
      * RENEGOCIADA E O ACORDO AINDA NAO FOI QUITADO.
       5000-LISTAR-PENDENCIA.
           ADD 1 TO WRK-QTDE-PENDENTES.
           ADD WRK-RS-VALOR-ABERTO(WRK-RS-IDX) TO WRK-TOTAL-ABERTO.
           MOVE WRK-RS-NOME(WRK-RS-IDX)         TO WRK-F-NOME.
           MOVE WRK-RS-QTDE-ABERTAS(WRK-RS-IDX) TO WRK-F-QTDE.
           MOVE WRK-RS-VALOR-ABERTO(WRK-RS-IDX) TO WRK-F-VALOR.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-FAMILIA TO PENDENCIA-REPORT-LINE.
           WRITE PENDENCIA-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           PERFORM VARYING WRK-LC-IDX FROM 1 BY 1
                   UNTIL WRK-LC-IDX > WRK-LANCAMENTO-COUNT
               MOVE WRK-LC-ALUNO(WRK-LC-IDX) TO WRK-AL-IDX
               IF WRK-AL-RESP(WRK-AL-IDX) = WRK-RS-IDX
                       AND WRK-LC-ABERTA(WRK-LC-IDX) = 'S'
                   PERFORM 5100-IMPRIMIR-ABERTA
               END-IF
           END-PERFORM.

       5100-IMPRIMIR-ABERTA.
           MOVE WRK-AL-MATRICULA(WRK-AL-IDX)    TO WRK-P-MATRICULA.
           MOVE WRK-AL-NOME(WRK-AL-IDX)         TO WRK-P-NOME.
           MOVE WRK-LC-COMPETENCIA(WRK-LC-IDX)  TO WRK-P-COMPETENCIA.
           MOVE WRK-LC-VENCIMENTO(WRK-LC-IDX)   TO WRK-P-VENCIMENTO.
           MOVE WRK-LC-VALOR(WRK-LC-IDX)        TO WRK-P-VALOR.
           MOVE SPACES TO WRK-P-ACORDO.
           IF WRK-LC-SITUACAO(WRK-LC-IDX) = 'R'
               MOVE 'EM ACORDO' TO WRK-P-SITUACAO
               MOVE WRK-LC-NUM-ACORDO(WRK-LC-IDX) TO WRK-P-ACORDO
           ELSE
               MOVE 'EM ABERTO' TO WRK-P-SITUACAO
           END-IF.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-ABERTA TO PENDENCIA-REPORT-LINE.
           WRITE PENDENCIA-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.

       4600-VERIFICAR-QUEBRA-PAGINA.
           IF WRK-LINHA-ATUAL = ZERO
                  OR WRK-LINHA-ATUAL >= WRK-MAX-LINHAS
               PERFORM 4700-IMPRIMIR-CABECALHO
           END-IF.

       4700-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE ZERO          TO WRK-LINHA-ATUAL.
           MOVE WRK-ANO-BASE  TO WRK-C-ANO-BASE.
           MOVE WRK-DE-DIA    TO WRK-C-DIA.
           MOVE WRK-DE-MES    TO WRK-C-MES.
           MOVE WRK-DE-ANO    TO WRK-C-ANO.
           MOVE WRK-PAGINA-ATUAL TO WRK-C-PAGINA.
           MOVE WRK-CABECALHO TO PENDENCIA-REPORT-LINE.
           WRITE PENDENCIA-REPORT-LINE.

      * UM DEMONSTRATIVO POR RESPONSAVEL, COM OS PAGAMENTOS DE
      * TODOS OS ALUNOS DA FAMILIA NA ORDEM DO TUITION.
       6000-IMPRIMIR-DEMONSTRATIVO.
           ADD 1 TO WRK-QTDE-EXTRATOS.
           MOVE WRK-CAB-EXTRATO TO EXTRATO-REPORT-LINE.
           WRITE EXTRATO-REPORT-LINE.
           MOVE WRK-LINHA-NUMERO-CARTA TO EXTRATO-REPORT-LINE.
           WRITE EXTRATO-REPORT-LINE.
           MOVE WRK-LINHA-RESPONSAVEL TO EXTRATO-REPORT-LINE.
           WRITE EXTRATO-REPORT-LINE.
           MOVE WRK-LINHA-ENDERECO TO EXTRATO-REPORT-LINE.
           WRITE EXTRATO-REPORT-LINE.
           MOVE WRK-LINHA-CIDADE TO EXTRATO-REPORT-LINE.
           WRITE EXTRATO-REPORT-LINE.
           MOVE SPACES TO EXTRATO-REPORT-LINE.
           WRITE EXTRATO-REPORT-LINE.
           MOVE WRK-ANO-BASE TO WRK-X-ANO.
           MOVE WRK-LINHA-ANO-BASE TO EXTRATO-REPORT-LINE.
           WRITE EXTRATO-REPORT-LINE.
           MOVE WRK-LINHA-COLUNAS TO EXTRATO-REPORT-LINE.
           WRITE EXTRATO-REPORT-LINE.
           PERFORM VARYING WRK-LC-IDX FROM 1 BY 1
                   UNTIL WRK-LC-IDX > WRK-LANCAMENTO-COUNT
               MOVE WRK-LC-ALUNO(WRK-LC-IDX) TO WRK-AL-IDX
               IF WRK-AL-RESP(WRK-AL-IDX) = WRK-RS-IDX
                       AND WRK-LC-PAGO-NO-ANO(WRK-LC-IDX) = 'S'
                   PERFORM 6100-IMPRIMIR-PAGAMENTO
               END-IF
           END-PERFORM.
           MOVE WRK-RS-TOTAL-PAGO(WRK-RS-IDX) TO WRK-X-TOTAL.
           MOVE WRK-LINHA-TOTAL-PAGO TO EXTRATO-REPORT-LINE.
           WRITE EXTRATO-REPORT-LINE.
           MOVE SPACES TO EXTRATO-REPORT-LINE.
           WRITE EXTRATO-REPORT-LINE.
           MOVE WRK-LINHA-EMISSAO TO EXTRATO-REPORT-LINE.
           WRITE EXTRATO-REPORT-LINE.
           MOVE WRK-LINHA-SEPARADOR TO EXTRATO-REPORT-LINE.
           WRITE EXTRATO-REPORT-LINE.

       6100-IMPRIMIR-PAGAMENTO.
           MOVE WRK-AL-MATRICULA(WRK-AL-IDX)   TO WRK-X-MATRICULA.
           MOVE WRK-AL-NOME(WRK-AL-IDX)        TO WRK-X-NOME.
           MOVE WRK-LC-COMPETENCIA(WRK-LC-IDX) TO WRK-X-COMPETENCIA.
           MOVE WRK-LC-PAGAMENTO(WRK-LC-IDX)   TO WRK-PAGAMENTO-AUX-NUM.
           MOVE WRK-PA-DIA TO WRK-DT-DIA.
           MOVE WRK-PA-MES TO WRK-DT-MES.
           MOVE WRK-PA-ANO TO WRK-DT-ANO.
           MOVE WRK-DATA-EDIT TO WRK-X-DATA.
           MOVE WRK-LC-VALOR-PAGO(WRK-LC-IDX)  TO WRK-X-VALOR.
           IF WRK-LC-SITUACAO(WRK-LC-IDX) = 'P'
               MOVE 'PARCELA ACORDO' TO WRK-X-OBS
           ELSE
               MOVE SPACES TO WRK-X-OBS
           END-IF.
           MOVE WRK-LINHA-PAGAMENTO TO EXTRATO-REPORT-LINE.
           WRITE EXTRATO-REPORT-LINE.

      * ALUNOS SEM MESTRE OU SEM RESPONSAVEL, PARA A SECRETARIA
      * COMPLETAR O CADASTRO E RODAR DE NOVO.
       7000-LISTAR-SEM-RESPONSAVEL.
           IF WRK-QTDE-SEM-RESP > ZERO
               PERFORM 4600-VERIFICAR-QUEBRA-PAGINA
               MOVE WRK-TITULO-SEM-RESP TO PENDENCIA-REPORT-LINE
               WRITE PENDENCIA-REPORT-LINE
               ADD 1 TO WRK-LINHA-ATUAL
               PERFORM VARYING WRK-AL-IDX FROM 1 BY 1
                       UNTIL WRK-AL-IDX > WRK-ALUNO-COUNT
                   IF WRK-AL-RESP(WRK-AL-IDX) = ZERO
                       MOVE WRK-AL-MATRICULA(WRK-AL-IDX)
                           TO WRK-S-MATRICULA
                       MOVE WRK-AL-NOME(WRK-AL-IDX)  TO WRK-S-NOME
                       MOVE WRK-AL-TURMA(WRK-AL-IDX) TO WRK-S-TURMA
                       PERFORM 4600-VERIFICAR-QUEBRA-PAGINA
                       MOVE WRK-LINHA-SEM-RESP TO PENDENCIA-REPORT-LINE
                       WRITE PENDENCIA-REPORT-LINE
                       ADD 1 TO WRK-LINHA-ATUAL
                   END-IF
               END-PERFORM
           END-IF.

       8000-IMPRIMIR-TOTAIS.
           MOVE WRK-RESPONSAVEL-COUNT TO WRK-T-RESPONSAVEIS.
           MOVE WRK-QTDE-DECLARACOES  TO WRK-T-DECLARACOES.
           MOVE WRK-QTDE-EXTRATOS     TO WRK-T-EXTRATOS.
           MOVE WRK-QTDE-PENDENTES    TO WRK-T-PENDENTES.
           MOVE WRK-TOTAL-ABERTO      TO WRK-T-ABERTO.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TOTAIS TO PENDENCIA-REPORT-LINE.
           WRITE PENDENCIA-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAIS.
           MOVE WRK-QTDE-RETIDAS TO WRK-T-RETIDOS.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-RETIDOS TO PENDENCIA-REPORT-LINE.
           WRITE PENDENCIA-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-RETIDOS.

       9000-FECHAR-ARQUIVOS.
           IF TUIFILE-ABERTO
               CLOSE TUITION-FILE
               CLOSE DECLARACAO-REPORT
               IF WRK-QUITDCL-STATUS = '00'
                   MOVE 'QUITDCL' TO WRK-ARQ-RELATORIO
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
               CLOSE EXTRATO-REPORT
               IF WRK-PAGEXT-STATUS = '00'
                   MOVE 'PAGEXT' TO WRK-ARQ-RELATORIO
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
               CLOSE PENDENCIA-REPORT
               IF WRK-QUITPEN-STATUS = '00'
                   MOVE 'QUITPEN' TO WRK-ARQ-RELATORIO
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
           END-IF.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           IF ACORDO-ABERTO
               CLOSE AGREEMENT-FILE
           END-IF.
           PERFORM 9700-FECHAR-CORRESPONDENCIA.

      * O RELATORIO JA FECHADO (WRK-ARQ-RELATORIO) E RELIDO E
      * ENTREGUE LINHA A LINHA AO ARQUIVO DE RELATORIOS
      * (PROGCOB74); SO E CHAMADO QUANDO O CLOSE DEU STATUS '00',
      * OU SEJA, QUANDO O RELATORIO FOI MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           EVALUATE WRK-ARQ-RELATORIO
               WHEN 'QUITDCL'
                   PERFORM 9610-ARQUIVAR-QUITDCL
               WHEN 'PAGEXT'
                   PERFORM 9620-ARQUIVAR-PAGEXT
               WHEN 'QUITPEN'
                   PERFORM 9630-ARQUIVAR-QUITPEN
           END-EVALUATE.

       9610-ARQUIVAR-QUITDCL.
           OPEN INPUT DECLARACAO-REPORT.
           IF WRK-QUITDCL-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-QUITDCL-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9615-LER-QUITDCL
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9615-LER-QUITDCL
               END-PERFORM
               CLOSE DECLARACAO-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9615-LER-QUITDCL.
           READ DECLARACAO-REPORT INTO WRK-ARQ-LINHA
               AT END MOVE 'S' TO WRK-ARQ-FIM
           END-READ.

       9620-ARQUIVAR-PAGEXT.
           OPEN INPUT EXTRATO-REPORT.
           IF WRK-PAGEXT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-PAGEXT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9625-LER-PAGEXT
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9625-LER-PAGEXT
               END-PERFORM
               CLOSE EXTRATO-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9625-LER-PAGEXT.
           READ EXTRATO-REPORT INTO WRK-ARQ-LINHA
               AT END MOVE 'S' TO WRK-ARQ-FIM
           END-READ.

       9630-ARQUIVAR-QUITPEN.
           OPEN INPUT PENDENCIA-REPORT.
           IF WRK-QUITPEN-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-QUITPEN-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9635-LER-QUITPEN
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9635-LER-QUITPEN
               END-PERFORM
               CLOSE PENDENCIA-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9635-LER-QUITPEN.
           READ PENDENCIA-REPORT INTO WRK-ARQ-LINHA
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

      * FECHA O CORRESP MANTIDO ABERTO PELO PROGCOB79 DURANTE A
      * EMISSAO (SEM DOCUMENTO NENHUM ELE NEM CHEGOU A SER ABERTO).
       9700-FECHAR-CORRESPONDENCIA.
           MOVE 'F' TO WRK-COR-FUNCAO.
           MOVE RETURN-CODE TO WRK-COR-RC.
           CALL 'PROGCOB79' USING WRK-COR-FUNCAO
               CORRESP-REGISTER-RECORD.
           MOVE WRK-COR-RC TO RETURN-CODE.
