       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB57.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 31/08/2026
      * OBJETIVO: ACORDO DE PARCELAMENTO DE MENSALIDADES VENCIDAS,
      * FEITO NO BALCAO DA TESOURARIA. O OPERADOR INFORMA A
      * MATRICULA; O PROGRAMA SELECIONA NO TUITION AS MENSALIDADES
      * EM ABERTO E VENCIDAS DO ALUNO, CORRIGE CADA UMA PELOS JUROS
      * DO TUIPARM ATE A DATA DO ACORDO (MESMA MATEMATICA DO
      * PROGCOB32/PROGCOB45) E MOSTRA A DIVIDA. COM A QUANTIDADE DE
      * PARCELAS E O PRIMEIRO VENCIMENTO INFORMADOS E A
      * CONFIRMACAO DO OPERADOR, O TUIFILE E REGRAVADO PELA TECNICA
      * OLD MASTER / NEW MASTER DO PROGCOB44 (TUIFILN, PROMOVIDO
      * POR RENAME; O ANTERIOR FICA COMO TUIFISV) COM AS
      * MENSALIDADES ORIGINAIS MARCADAS COMO RENEGOCIADAS E AS
      * PARCELAS NOVAS ACRESCENTADAS NO FIM. O ACORDO E GRAVADO NO
      * ARQUIVO ACORDO LIGANDO AS ORIGINAIS AS PARCELAS E O TERMO
      * DO ACORDO SAI NO ACDTRM PARA A ASSINATURA DO RESPONSAVEL.
      * A CONFERENCIA NOTURNA DAS PARCELAS E FEITA PELO PROGCOB58
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITION-PARM ASSIGN TO 'TUIPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TUIPARM-STATUS.

           SELECT TUITION-FILE ASSIGN TO 'TUIFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TUIFILE-STATUS.

           SELECT TUITION-FILE-NOVO ASSIGN TO 'TUIFILN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TUIFILN-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

      * ACCESS DYNAMIC: VARREDURA INTEIRA (START + READ NEXT) PARA
      * ACHAR O ULTIMO NUMERO DE ACORDO E OS ACORDOS ATIVOS DO
      * ALUNO, GRAVACAO PELA CHAVE DO ACORDO NOVO.
           SELECT AGREEMENT-FILE ASSIGN TO 'ACORDO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CHAVE
               FILE STATUS IS WRK-ACORDO-STATUS.

           SELECT TERMO-REPORT ASSIGN TO 'ACDTRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TERMO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TUITION-PARM
           LABEL RECORD IS STANDARD.
       01  TUITION-PARM-RECORD.
           05 TP-TAXA-JUROS-MES   PIC 9(03)V99.
           05 TP-PERC-DESCONTO    PIC 9(02)V99.

       FD  TUITION-FILE
           LABEL RECORD IS STANDARD.
       COPY CPTUIT.

      * O ARQUIVO NOVO TEM O MESMO LAYOUT DO TUITION; OS NOMES
      * SAO TROCADOS NO COPY PARA AS DUAS FD CONVIVEREM.
       FD  TUITION-FILE-NOVO
           LABEL RECORD IS STANDARD.
       COPY CPTUIT REPLACING TUITION-RECORD
                          BY TUITION-NOVO-RECORD
                             TU-MATRICULA      BY TN-MATRICULA
                             TU-COMPETENCIA    BY TN-COMPETENCIA
                             TU-VALOR          BY TN-VALOR
                             TU-VENCIMENTO     BY TN-VENCIMENTO
                             TU-DATA-PAGAMENTO BY TN-DATA-PAGAMENTO
                             TU-VALOR-PAGO     BY TN-VALOR-PAGO
                             TU-SITUACAO       BY TN-SITUACAO
                             TU-RENEGOCIADA    BY TN-RENEGOCIADA
                             TU-PARCELA-ACORDO BY TN-PARCELA-ACORDO
                             TU-NUM-ACORDO     BY TN-NUM-ACORDO.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  AGREEMENT-FILE
           LABEL RECORD IS STANDARD.
       COPY CPACORD.

       FD  TERMO-REPORT
           LABEL RECORD IS STANDARD.
       01  TERMO-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-TUIPARM-STATUS PIC X(02) VALUE SPACES.
       77 WRK-TUIFILE-STATUS PIC X(02) VALUE SPACES.
       77 WRK-TUIFILN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ACORDO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-TERMO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-STMST-ABERTO   PIC X(01) VALUE 'N'.
           88 STMST-ABERTO   VALUE 'S'.
       77 WRK-ACHOU-MESTRE   PIC X(01) VALUE 'N'.
           88 ACHOU-MESTRE   VALUE 'S'.

      * TAXA DE JUROS LIDA DE TUIPARM COM A REGRA CLASSICA COMO
      * PADRAO, IGUAL AO PROGCOB32/PROGCOB45.
       77 WRK-TAXA-JUROS-MES PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERC-DESCONTO  PIC 9(02)V99 VALUE ZEROS.

      * CAMPOS DO CALCULO DE CORRECAO, NOS MESMOS MOLDES DO
      * PROGCOB05/PROGCOB32 (FATOR ISOLADO EM COMPUTE PROPRIO).
       77 WRK-DIAS-ATRASO    PIC S9(06) VALUE ZERO.
       77 WRK-MESES-ATRASO   PIC 9(04) VALUE ZERO.
       77 WRK-FATOR          PIC S9(04)V9(6) VALUE ZEROS.
       77 WRK-MONTANTE       PIC S9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-CORRIGIDO PIC 9(08)V99 VALUE ZEROS.

      * DADOS DO ALUNO E DO ACORDO EM MONTAGEM.
       77 WRK-MATRICULA      PIC 9(06) VALUE ZERO.
       77 WRK-NOME           PIC X(30) VALUE SPACES.
       77 WRK-RESPONSAVEL    PIC X(30) VALUE SPACES.
       77 WRK-NUM-ACORDO     PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-ORIGINAL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-CORRIGIDO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-PARCELA  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTDE-PARCELAS  PIC 9(02) VALUE ZERO.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACE.
           88 ACORDO-CONFIRMADO VALUE 'S'.
           88 ACORDO-DESISTIDO  VALUE 'N'.
       77 WRK-CONDICOES-OK   PIC X(01) VALUE 'N'.
           88 CONDICOES-OK   VALUE 'S'.

      * LIMITES DO ACORDO: DE 2 A 24 PARCELAS, PRIMEIRO VENCIMENTO
      * NO DIA 01 A 28 (AS PARCELAS SEGUINTES VENCEM NO MESMO DIA
      * DOS MESES SEGUINTES, ENTAO O DIA TEM DE EXISTIR EM TODOS).
       77 WRK-MIN-PARCELAS   PIC 9(02) VALUE 2.
       77 WRK-MAX-PARCELAS   PIC 9(02) VALUE 24.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB57'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'ACDTRM'.
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

       01 WRK-PRIMEIRO-VENC.
           05 WRK-PV-ANO PIC 9(04).
           05 WRK-PV-MES PIC 9(02).
           05 WRK-PV-DIA PIC 9(02).
       01 WRK-PRIMEIRO-VENC-NUM REDEFINES WRK-PRIMEIRO-VENC
                                PIC 9(08).

      * VENCIMENTO DA PARCELA CORRENTE, AVANCADO MES A MES.
       01 WRK-VENC-PARCELA.
           05 WRK-VP-ANO PIC 9(04).
           05 WRK-VP-MES PIC 9(02).
           05 WRK-VP-DIA PIC 9(02).
       01 WRK-VENC-PARCELA-NUM REDEFINES WRK-VENC-PARCELA
                               PIC 9(08).

      * MENSALIDADES VENCIDAS SELECIONADAS PARA O ACORDO.
       01 WRK-ORIGINAL-TABLE.
           05 WRK-OR-ENTRY OCCURS 60 TIMES.
               10 WRK-OR-COMPETENCIA PIC 9(06).
               10 WRK-OR-VENCIMENTO  PIC 9(08).
               10 WRK-OR-VALOR       PIC 9(06)V99.
               10 WRK-OR-CORRIGIDO   PIC 9(08)V99.
               10 WRK-OR-DIAS        PIC 9(05).
       77 WRK-ORIGINAL-COUNT PIC 9(02) VALUE ZERO.
       77 WRK-OR-IDX         PIC 9(02) VALUE ZERO.
       77 WRK-OR-BUSCA       PIC 9(02) VALUE ZERO.
       77 WRK-OR-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-ORIGINAL VALUE 'S'.

      * TODAS AS COMPETENCIAS QUE O ALUNO JA TEM NO TUITION, PARA
      * A PARCELA NOVA NAO REPETIR A CHAVE MATRICULA+COMPETENCIA.
       01 WRK-COMPETENCIA-TABLE.
           05 WRK-CP-COMPETENCIA PIC 9(06) OCCURS 300 TIMES.
       77 WRK-COMPETENCIA-COUNT PIC 9(03) VALUE ZERO.
       77 WRK-CP-BUSCA       PIC 9(03) VALUE ZERO.

      * ACORDOS AINDA ATIVOS DO ALUNO: AS PARCELAS DELES NAO
      * ENTRAM NUM ACORDO NOVO - SO DEPOIS DE ROMPIDOS PELO
      * PROGCOB58.
       01 WRK-ATIVO-TABLE.
           05 WRK-AT-ACORDO PIC 9(06) OCCURS 20 TIMES.
       77 WRK-ATIVO-COUNT    PIC 9(02) VALUE ZERO.
       77 WRK-AT-BUSCA       PIC 9(02) VALUE ZERO.
       77 WRK-AT-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-ATIVO    VALUE 'S'.

      * PARCELAS CALCULADAS.
       01 WRK-PARCELA-TABLE.
           05 WRK-PA-ENTRY OCCURS 24 TIMES.
               10 WRK-PA-COMPETENCIA PIC 9(06).
               10 WRK-PA-VENCIMENTO  PIC 9(08).
               10 WRK-PA-VALOR       PIC 9(06)V99.
       77 WRK-PA-IDX         PIC 9(02) VALUE ZERO.

      * PROMOTE DO ARQUIVO NOVO POR RENAME, COMO NO PROGCOB44;
      * O TUIFILE ANTERIOR E PRESERVADO COMO TUIFISV.
       77 WRK-RENAME-RC      PIC 9(02) COMP-5 VALUE ZERO.
       77 WRK-TUIFILE-NOME   PIC X(20) VALUE 'TUIFILE'.
       77 WRK-TUIFILN-NOME   PIC X(20) VALUE 'TUIFILN'.
       77 WRK-TUIFISV-NOME   PIC X(20) VALUE 'TUIFISV'.
       77 WRK-QTDE-REGRAVADAS PIC 9(03) VALUE ZERO.

      * CAMPOS EDITADOS PARA O CONSOLE.
       77 WRK-VALOR-ED       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CORRIGIDO-ED   PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.

      * LINHAS DO TERMO DO ACORDO, NO DESENHO DAS CARTAS DO
      * PROGCOB31/PROGCOB45.
       01 WRK-CAB-TERMO.
           05 FILLER PIC X(40) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER PIC X(40) VALUE
               'TERMO DE ACORDO DE PARCELAMENTO'.

       01 WRK-LINHA-ACORDO.
           05 FILLER           PIC X(16) VALUE 'ACORDO NUMERO: '.
           05 WRK-L-ACORDO     PIC 9(06).
           05 FILLER           PIC X(10) VALUE '   DATA: '.
           05 WRK-L-DATA       PIC X(10).

       01 WRK-LINHA-RESPONSAVEL.
           05 FILLER           PIC X(13) VALUE 'RESPONSAVEL: '.
           05 WRK-R-RESPONSAVEL PIC X(30).

       01 WRK-LINHA-ALUNO.
           05 FILLER           PIC X(07) VALUE 'ALUNO: '.
           05 WRK-A-NOME       PIC X(30).
           05 FILLER           PIC X(13) VALUE '  MATRICULA: '.
           05 WRK-A-MATRICULA  PIC 9(06).

       01 WRK-LINHA-TITULO-ORIG.
           05 FILLER PIC X(60) VALUE
               'MENSALIDADES RENEGOCIADAS'.
       01 WRK-LINHA-COLUNAS-ORIG.
           05 FILLER PIC X(60) VALUE
               'COMPET.  VENCIMENTO  ATRASO    ORIGINAL     CORRIGIDO'.

       01 WRK-LINHA-ORIGINAL.
           05 WRK-O-COMPETENCIA PIC 9(06).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WRK-O-VENCIMENTO  PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-O-DIAS        PIC ZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-O-VALOR       PIC Z.ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-O-CORRIGIDO   PIC Z.ZZZ.ZZ9,99.

       01 WRK-LINHA-TOTAL.
           05 FILLER            PIC X(28) VALUE
               'TOTAL DA DIVIDA'.
           05 WRK-T-ORIGINAL    PIC Z.ZZZ.ZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-T-CORRIGIDO   PIC Z.ZZZ.ZZ9,99.

       01 WRK-LINHA-TITULO-PARC.
           05 FILLER PIC X(60) VALUE
               'PARCELAS DO ACORDO'.

       01 WRK-LINHA-PARCELA.
           05 FILLER            PIC X(08) VALUE 'PARCELA '.
           05 WRK-P-NUMERO      PIC Z9.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-P-QTDE        PIC 99.
           05 FILLER            PIC X(13) VALUE '  VENCIMENTO '.
           05 WRK-P-VENCIMENTO  PIC X(10).
           05 FILLER            PIC X(08) VALUE '  VALOR '.
           05 WRK-P-VALOR       PIC Z.ZZZ.ZZ9,99.

       01 WRK-DATA-EDIT.
           05 WRK-E-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-E-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-E-ANO       PIC 9999.
       01 WRK-DATA-AUX.
           05 WRK-DA-ANO      PIC 9(04).
           05 WRK-DA-MES      PIC 9(02).
           05 WRK-DA-DIA      PIC 9(02).
       01 WRK-DATA-AUX-NUM REDEFINES WRK-DATA-AUX PIC 9(08).

      * CLAUSULA DE ROMPIMENTO: A MESMA TOLERANCIA DE ATRASO DA
      * CONFERENCIA NOTURNA DO PROGCOB58.
       01 WRK-TEXTO-CLAUSULA-1.
           05 FILLER PIC X(40) VALUE
               'O ATRASO DE QUALQUER PARCELA POR MAIS '.
           05 FILLER PIC X(38) VALUE
               'DE 30 DIAS ROMPE O ACORDO E ANTECIPA'.
       01 WRK-TEXTO-CLAUSULA-2.
           05 FILLER PIC X(40) VALUE
               'O VENCIMENTO DAS PARCELAS RESTANTES, '.
           05 FILLER PIC X(38) VALUE
               'QUE PASSAM A SER COBRADAS DE IMEDIATO.'.

       01 WRK-LINHA-ASSINATURA.
           05 FILLER PIC X(40) VALUE
               '______________________________'.
           05 FILLER PIC X(40) VALUE
               '______________________________'.
       01 WRK-LINHA-ASSINANTES.
           05 FILLER PIC X(40) VALUE 'RESPONSAVEL FINANCEIRO'.
           05 FILLER PIC X(40) VALUE 'TESOURARIA'.

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
           MOVE ZERO TO WRK-ORIGINAL-COUNT WRK-COMPETENCIA-COUNT
                        WRK-ATIVO-COUNT WRK-NUM-ACORDO
                        WRK-TOTAL-ORIGINAL WRK-TOTAL-CORRIGIDO
                        WRK-QTDE-PARCELAS WRK-QTDE-REGRAVADAS.
           MOVE SPACE TO WRK-CONFIRMA.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF RETURN-CODE < 12
               PERFORM 1500-LER-PARAMETROS
               PERFORM 2000-RECEBER-MATRICULA
               PERFORM 2100-BUSCAR-ALUNO
               IF ACHOU-MESTRE OR NOT STMST-ABERTO
                   PERFORM 2200-VARRER-ACORDOS
                   PERFORM 2300-SELECIONAR-MENSALIDADES
                   IF WRK-ORIGINAL-COUNT = ZERO
                       DISPLAY 'NENHUMA MENSALIDADE VENCIDA EM '
                               'ABERTO PARA PARCELAR'
                   ELSE
                       PERFORM 2400-MOSTRAR-DIVIDA
                       PERFORM 2500-RECEBER-CONDICOES
                       PERFORM 2700-CONFIRMAR-ACORDO
                   END-IF
               END-IF
               IF ACORDO-CONFIRMADO
                   PERFORM 3000-REGRAVAR-TUITION
                   PERFORM 3500-PROMOVER-ARQUIVO
                   IF RETURN-CODE < 8
                       PERFORM 4000-GRAVAR-ACORDO
                       PERFORM 5000-IMPRIMIR-TERMO
                       DISPLAY 'ACORDO ' WRK-NUM-ACORDO ' GRAVADO - '
                               WRK-QTDE-REGRAVADAS
                               ' MENSALIDADES RENEGOCIADAS'
                   END-IF
               ELSE
                   DISPLAY 'ACORDO NAO GRAVADO'
               END-IF
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           GOBACK.

      * TUIFILE NAO E OPCIONAL: SEM ELE NAO HA O QUE PARCELAR. O
      * ACORDO E CRIADO NA PRIMEIRA EXECUCAO (STATUS '35'), COMO
      * O DISCMST NO PROGCOB41. O STUDENT-MASTER SO DA NOME E
      * RESPONSAVEL AO TERMO.
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT TUITION-FILE.
           IF WRK-TUIFILE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO TUIFILE NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               CLOSE TUITION-FILE
           END-IF.
           OPEN I-O AGREEMENT-FILE.
           IF WRK-ACORDO-STATUS = '35'
               OPEN OUTPUT AGREEMENT-FILE
               CLOSE AGREEMENT-FILE
               OPEN I-O AGREEMENT-FILE
           END-IF.
           IF WRK-ACORDO-STATUS NOT = '00'
               DISPLAY 'ERRO NA ABERTURA DO ACORDO: '
                       WRK-ACORDO-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE 'N' TO WRK-STMST-ABERTO.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-STMST-STATUS = '00'
               MOVE 'S' TO WRK-STMST-ABERTO
           END-IF.

       1500-LER-PARAMETROS.
           MOVE 1 TO WRK-TAXA-JUROS-MES.
           MOVE 5 TO WRK-PERC-DESCONTO.
           OPEN INPUT TUITION-PARM.
           IF WRK-TUIPARM-STATUS = '00'
               READ TUITION-PARM
                   AT END CONTINUE
                   NOT AT END
                       MOVE TP-TAXA-JUROS-MES TO WRK-TAXA-JUROS-MES
                       MOVE TP-PERC-DESCONTO  TO WRK-PERC-DESCONTO
               END-READ
               CLOSE TUITION-PARM
           END-IF.

       2000-RECEBER-MATRICULA.
           MOVE ZERO TO WRK-MATRICULA.
           PERFORM UNTIL WRK-MATRICULA > ZERO
               DISPLAY 'MATRICULA DO ALUNO: '
               ACCEPT WRK-MATRICULA FROM CONSOLE
               IF WRK-MATRICULA = ZERO
                   DISPLAY 'MATRICULA INVALIDA, DIGITE NOVAMENTE'
               END-IF
           END-PERFORM.

      * COM O MESTRE ABERTO, MATRICULA INEXISTENTE NAO FAZ ACORDO;
      * SEM ELE O TERMO SAI COM NOME E RESPONSAVEL EM BRANCO PARA
      * PREENCHIMENTO A MAO, COMO AS CARTAS DO PROGCOB31.
       2100-BUSCAR-ALUNO.
           MOVE 'N' TO WRK-ACHOU-MESTRE.
           MOVE SPACES TO WRK-NOME WRK-RESPONSAVEL.
           IF STMST-ABERTO
               MOVE WRK-MATRICULA TO SM-MATRICULA
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY 'MATRICULA NAO CADASTRADA: '
                               WRK-MATRICULA
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-MESTRE
                       MOVE SM-NOME        TO WRK-NOME
                       MOVE SM-RESPONSAVEL TO WRK-RESPONSAVEL
                       DISPLAY 'ALUNO: ' SM-NOME ' TURMA: ' SM-TURMA
                       DISPLAY 'RESPONSAVEL: ' SM-RESPONSAVEL
               END-READ
           END-IF.

      * O NUMERO DO ACORDO NOVO E O MAIOR JA GRAVADO MAIS UM; NA
      * MESMA VARREDURA SAEM OS ACORDOS ATIVOS DO ALUNO.
       2200-VARRER-ACORDOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO AC-CHAVE.
           START AGREEMENT-FILE KEY NOT < AC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ AGREEMENT-FILE NEXT
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF AC-CABECALHO
                           PERFORM 2250-EXAMINAR-CABECALHO
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WRK-NUM-ACORDO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       2250-EXAMINAR-CABECALHO.
           IF AC-NUM-ACORDO > WRK-NUM-ACORDO
               MOVE AC-NUM-ACORDO TO WRK-NUM-ACORDO
           END-IF.
           IF AC-MATRICULA = WRK-MATRICULA AND AC-ATIVO
               DISPLAY 'ALUNO TEM ACORDO ATIVO ' AC-NUM-ACORDO
                       ' - AS PARCELAS DELE FICAM FORA'
               IF WRK-ATIVO-COUNT < 20
                   ADD 1 TO WRK-ATIVO-COUNT
                   MOVE AC-NUM-ACORDO TO WRK-AT-ACORDO(WRK-ATIVO-COUNT)
               END-IF
           END-IF.

      * ENTRA NO ACORDO A MENSALIDADE DO ALUNO EM ABERTO, VENCIDA
      * NA DATA DE HOJE E AINDA NAO RENEGOCIADA; PARCELA DE ACORDO
      * ATIVO FICA FORA. TODA COMPETENCIA DO ALUNO E GUARDADA PARA
      * O TESTE DE COLISAO DAS PARCELAS NOVAS.
       2300-SELECIONAR-MENSALIDADES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT TUITION-FILE.
           PERFORM 2350-LER-TUIFILE.
           PERFORM UNTIL FIM-ARQUIVO
               IF TU-MATRICULA = WRK-MATRICULA
                   PERFORM 2310-GUARDAR-COMPETENCIA
                   IF TU-DATA-PAGAMENTO = ZERO
                           AND TU-VENCIMENTO < WRK-DATA-EXEC-NUM
                           AND NOT TU-RENEGOCIADA
                       PERFORM 2320-VERIFICAR-ACORDO-ATIVO
                       IF NOT ACHOU-ATIVO
                           PERFORM 2330-GUARDAR-ORIGINAL
                       END-IF
                   END-IF
               END-IF
               PERFORM 2350-LER-TUIFILE
           END-PERFORM.
           CLOSE TUITION-FILE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       2310-GUARDAR-COMPETENCIA.
           IF WRK-COMPETENCIA-COUNT < 300
               ADD 1 TO WRK-COMPETENCIA-COUNT
               MOVE TU-COMPETENCIA
                   TO WRK-CP-COMPETENCIA(WRK-COMPETENCIA-COUNT)
           END-IF.

       2320-VERIFICAR-ACORDO-ATIVO.
           MOVE 'N' TO WRK-AT-ACHOU.
           IF TU-PARCELA-ACORDO
               PERFORM VARYING WRK-AT-BUSCA FROM 1 BY 1
                       UNTIL WRK-AT-BUSCA > WRK-ATIVO-COUNT
                          OR ACHOU-ATIVO
                   IF WRK-AT-ACORDO(WRK-AT-BUSCA) = TU-NUM-ACORDO
                       MOVE 'S' TO WRK-AT-ACHOU
                   END-IF
               END-PERFORM
           END-IF.

      * DIAS DE ATRASO E VALOR CORRIGIDO (JUROS COMPOSTOS POR MES
      * INICIADO) NA DATA DO ACORDO, MESMA MATEMATICA DO
      * 3100-CALCULAR-ATRASO DO PROGCOB45.
       2330-GUARDAR-ORIGINAL.
           IF WRK-ORIGINAL-COUNT < 60
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC-NUM)
                   - FUNCTION INTEGER-OF-DATE(TU-VENCIMENTO)
               COMPUTE WRK-MESES-ATRASO =
                   (WRK-DIAS-ATRASO + 29) / 30
               COMPUTE WRK-FATOR =
                   (1 + WRK-TAXA-JUROS-MES / 100) ** WRK-MESES-ATRASO
               COMPUTE WRK-MONTANTE = TU-VALOR * WRK-FATOR
               MOVE WRK-MONTANTE TO WRK-VALOR-CORRIGIDO
               ADD 1 TO WRK-ORIGINAL-COUNT
               MOVE WRK-ORIGINAL-COUNT TO WRK-OR-IDX
               MOVE TU-COMPETENCIA  TO WRK-OR-COMPETENCIA(WRK-OR-IDX)
               MOVE TU-VENCIMENTO   TO WRK-OR-VENCIMENTO(WRK-OR-IDX)
               MOVE TU-VALOR        TO WRK-OR-VALOR(WRK-OR-IDX)
               MOVE WRK-VALOR-CORRIGIDO
                   TO WRK-OR-CORRIGIDO(WRK-OR-IDX)
               MOVE WRK-DIAS-ATRASO TO WRK-OR-DIAS(WRK-OR-IDX)
               ADD TU-VALOR            TO WRK-TOTAL-ORIGINAL
               ADD WRK-VALOR-CORRIGIDO TO WRK-TOTAL-CORRIGIDO
           ELSE
               DISPLAY 'TABELA DE MENSALIDADES CHEIA, FORA DO '
                       'ACORDO: COMP ' TU-COMPETENCIA
           END-IF.

       2350-LER-TUIFILE.
           READ TUITION-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       2400-MOSTRAR-DIVIDA.
           PERFORM VARYING WRK-OR-IDX FROM 1 BY 1
                   UNTIL WRK-OR-IDX > WRK-ORIGINAL-COUNT
               MOVE WRK-OR-VALOR(WRK-OR-IDX)     TO WRK-VALOR-ED
               MOVE WRK-OR-CORRIGIDO(WRK-OR-IDX) TO WRK-CORRIGIDO-ED
               DISPLAY 'COMP ' WRK-OR-COMPETENCIA(WRK-OR-IDX)
                       ' VENC ' WRK-OR-VENCIMENTO(WRK-OR-IDX)
                       ' VALOR ' WRK-VALOR-ED
                       ' CORRIGIDO ' WRK-CORRIGIDO-ED
           END-PERFORM.
           MOVE WRK-TOTAL-ORIGINAL  TO WRK-VALOR-ED.
           MOVE WRK-TOTAL-CORRIGIDO TO WRK-CORRIGIDO-ED.
           DISPLAY 'DIVIDA ORIGINAL: ' WRK-VALOR-ED
                   ' DIVIDA CORRIGIDA: ' WRK-CORRIGIDO-ED.

      * QUANTIDADE DE PARCELAS E PRIMEIRO VENCIMENTO; AS PARCELAS
      * SAO MONTADAS E CONFERIDAS CONTRA AS COMPETENCIAS DO ALUNO
      * ATE O OPERADOR INFORMAR CONDICOES QUE NAO COLIDEM.
       2500-RECEBER-CONDICOES.
           MOVE 'N' TO WRK-CONDICOES-OK.
           PERFORM UNTIL CONDICOES-OK
               MOVE ZERO TO WRK-QTDE-PARCELAS
               PERFORM UNTIL WRK-QTDE-PARCELAS >= WRK-MIN-PARCELAS
                         AND WRK-QTDE-PARCELAS <= WRK-MAX-PARCELAS
                   DISPLAY 'QUANTIDADE DE PARCELAS (02 A 24): '
                   ACCEPT WRK-QTDE-PARCELAS FROM CONSOLE
                   IF WRK-QTDE-PARCELAS < WRK-MIN-PARCELAS
                           OR WRK-QTDE-PARCELAS > WRK-MAX-PARCELAS
                       DISPLAY 'QUANTIDADE INVALIDA, DIGITE NOVAMENTE'
                   END-IF
               END-PERFORM
               MOVE ZERO TO WRK-PRIMEIRO-VENC-NUM
               PERFORM UNTIL WRK-PRIMEIRO-VENC-NUM
                             NOT < WRK-DATA-EXEC-NUM
                         AND WRK-PV-MES >= 1 AND WRK-PV-MES <= 12
                         AND WRK-PV-DIA >= 1 AND WRK-PV-DIA <= 28
                   DISPLAY 'PRIMEIRO VENCIMENTO (AAAAMMDD, DIA 01 A '
                           '28, A PARTIR DE HOJE): '
                   ACCEPT WRK-PRIMEIRO-VENC-NUM FROM CONSOLE
                   IF WRK-PRIMEIRO-VENC-NUM < WRK-DATA-EXEC-NUM
                           OR WRK-PV-MES < 1 OR WRK-PV-MES > 12
                           OR WRK-PV-DIA < 1 OR WRK-PV-DIA > 28
                       DISPLAY 'DATA INVALIDA, DIGITE NOVAMENTE'
                   END-IF
               END-PERFORM
               PERFORM 2600-MONTAR-PARCELAS
           END-PERFORM.

      * VALOR DA PARCELA = DIVIDA CORRIGIDA / QUANTIDADE, TRUNCADO
      * NO CENTAVO; A ULTIMA PARCELA LEVA A SOBRA PARA A SOMA BATER
      * COM A DIVIDA. COMPETENCIA DA PARCELA = ANO DO VENCIMENTO E
      * MES + 50 (VER O CPTUIT).
       2600-MONTAR-PARCELAS.
           MOVE 'S' TO WRK-CONDICOES-OK.
           COMPUTE WRK-VALOR-PARCELA =
               WRK-TOTAL-CORRIGIDO / WRK-QTDE-PARCELAS.
           MOVE WRK-PRIMEIRO-VENC-NUM TO WRK-VENC-PARCELA-NUM.
           PERFORM VARYING WRK-PA-IDX FROM 1 BY 1
                   UNTIL WRK-PA-IDX > WRK-QTDE-PARCELAS
               MOVE WRK-VENC-PARCELA-NUM
                   TO WRK-PA-VENCIMENTO(WRK-PA-IDX)
               COMPUTE WRK-PA-COMPETENCIA(WRK-PA-IDX) =
                   WRK-VP-ANO * 100 + 50 + WRK-VP-MES
               IF WRK-PA-IDX < WRK-QTDE-PARCELAS
                   MOVE WRK-VALOR-PARCELA TO WRK-PA-VALOR(WRK-PA-IDX)
               ELSE
                   COMPUTE WRK-PA-VALOR(WRK-PA-IDX) =
                       WRK-TOTAL-CORRIGIDO
                       - WRK-VALOR-PARCELA * (WRK-QTDE-PARCELAS - 1)
               END-IF
               PERFORM 2650-VERIFICAR-COLISAO
               ADD 1 TO WRK-VP-MES
               IF WRK-VP-MES > 12
                   MOVE 1 TO WRK-VP-MES
                   ADD 1 TO WRK-VP-ANO
               END-IF
           END-PERFORM.
           IF CONDICOES-OK
               PERFORM VARYING WRK-PA-IDX FROM 1 BY 1
                       UNTIL WRK-PA-IDX > WRK-QTDE-PARCELAS
                   MOVE WRK-PA-VALOR(WRK-PA-IDX) TO WRK-VALOR-ED
                   DISPLAY 'PARCELA ' WRK-PA-IDX
                           ' VENC ' WRK-PA-VENCIMENTO(WRK-PA-IDX)
                           ' VALOR ' WRK-VALOR-ED
               END-PERFORM
           END-IF.

      * PARCELA DE UM ACORDO ANTERIOR NO MESMO MES DE VENCIMENTO
      * TERIA A MESMA CHAVE NO RETORNO DO BANCO: O OPERADOR ESCOLHE
      * OUTRO PRIMEIRO VENCIMENTO.
       2650-VERIFICAR-COLISAO.
           PERFORM VARYING WRK-CP-BUSCA FROM 1 BY 1
                   UNTIL WRK-CP-BUSCA > WRK-COMPETENCIA-COUNT
               IF WRK-CP-COMPETENCIA(WRK-CP-BUSCA)
                       = WRK-PA-COMPETENCIA(WRK-PA-IDX)
                   MOVE 'N' TO WRK-CONDICOES-OK
                   DISPLAY 'PARCELA ' WRK-PA-IDX ' COINCIDE COM '
                           'PARCELA DE ACORDO ANTERIOR (COMP '
                           WRK-PA-COMPETENCIA(WRK-PA-IDX)
                           ') - INFORME OUTRO PRIMEIRO VENCIMENTO'
               END-IF
           END-PERFORM.

       2700-CONFIRMAR-ACORDO.
           MOVE SPACE TO WRK-CONFIRMA.
           PERFORM UNTIL ACORDO-CONFIRMADO OR ACORDO-DESISTIDO
               DISPLAY 'CONFIRMA O ACORDO (S/N)? '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF NOT ACORDO-CONFIRMADO AND NOT ACORDO-DESISTIDO
                   DISPLAY 'OPCAO INVALIDA, DIGITE NOVAMENTE'
               END-IF
           END-PERFORM.

      * COPIA O TUIFILE INTEIRO PARA O ARQUIVO NOVO MARCANDO AS
      * MENSALIDADES DO ACORDO COMO RENEGOCIADAS E ACRESCENTA AS
      * PARCELAS NO FIM, EM ABERTO, COMO O PROGCOB43 ACRESCENTA
      * A COMPETENCIA NOVA.
       3000-REGRAVAR-TUITION.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT TUITION-FILE.
           OPEN OUTPUT TUITION-FILE-NOVO.
           PERFORM 2350-LER-TUIFILE.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE TUITION-RECORD TO TUITION-NOVO-RECORD
               IF TU-MATRICULA = WRK-MATRICULA
                       AND TU-DATA-PAGAMENTO = ZERO
                       AND NOT TU-RENEGOCIADA
                   PERFORM 3100-MARCAR-RENEGOCIADA
               END-IF
               WRITE TUITION-NOVO-RECORD
               PERFORM 2350-LER-TUIFILE
           END-PERFORM.
           PERFORM VARYING WRK-PA-IDX FROM 1 BY 1
                   UNTIL WRK-PA-IDX > WRK-QTDE-PARCELAS
               MOVE WRK-MATRICULA TO TN-MATRICULA
               MOVE WRK-PA-COMPETENCIA(WRK-PA-IDX) TO TN-COMPETENCIA
               MOVE WRK-PA-VALOR(WRK-PA-IDX)       TO TN-VALOR
               MOVE WRK-PA-VENCIMENTO(WRK-PA-IDX)  TO TN-VENCIMENTO
               MOVE ZERO           TO TN-DATA-PAGAMENTO
               MOVE ZERO           TO TN-VALOR-PAGO
               MOVE 'P'            TO TN-SITUACAO
               MOVE WRK-NUM-ACORDO TO TN-NUM-ACORDO
               WRITE TUITION-NOVO-RECORD
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       3100-MARCAR-RENEGOCIADA.
           MOVE 'N' TO WRK-OR-ACHOU.
           PERFORM VARYING WRK-OR-BUSCA FROM 1 BY 1
                   UNTIL WRK-OR-BUSCA > WRK-ORIGINAL-COUNT
                      OR ACHOU-ORIGINAL
               IF WRK-OR-COMPETENCIA(WRK-OR-BUSCA) = TU-COMPETENCIA
                   MOVE 'S' TO WRK-OR-ACHOU
               END-IF
           END-PERFORM.
           IF ACHOU-ORIGINAL
               MOVE 'R'            TO TN-SITUACAO
               MOVE WRK-NUM-ACORDO TO TN-NUM-ACORDO
               ADD 1 TO WRK-QTDE-REGRAVADAS
           END-IF.

      * PROMOTE POR RENAME, COMO NO PROGCOB44: O TUIFILE ANTERIOR
      * FICA COMO TUIFISV E O NOVO ASSUME. FALHA AQUI E ERRO
      * (RC 8) E O ACORDO NAO E GRAVADO.
       3500-PROMOVER-ARQUIVO.
           CLOSE TUITION-FILE.
           CLOSE TUITION-FILE-NOVO.
           CALL 'CBL_DELETE_FILE' USING WRK-TUIFISV-NOME
               RETURNING WRK-RENAME-RC.
           CALL 'CBL_RENAME_FILE' USING WRK-TUIFILE-NOME
                                        WRK-TUIFISV-NOME
               RETURNING WRK-RENAME-RC.
           IF WRK-RENAME-RC NOT = 0
               DISPLAY 'ERRO AO PRESERVAR TUIFILE COMO TUIFISV: '
                       WRK-RENAME-RC
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL 'CBL_RENAME_FILE' USING WRK-TUIFILN-NOME
                                            WRK-TUIFILE-NOME
                   RETURNING WRK-RENAME-RC
               IF WRK-RENAME-RC NOT = 0
                   DISPLAY 'ERRO AO PROMOVER TUIFILN PARA '
                           'TUIFILE: ' WRK-RENAME-RC
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * CABECALHO, MENSALIDADES ORIGINAIS E PARCELAS, NESTA ORDEM
      * DE CHAVE.
       4000-GRAVAR-ACORDO.
           MOVE WRK-NUM-ACORDO        TO AC-NUM-ACORDO.
           MOVE 'A'                   TO AC-TIPO.
           MOVE ZERO                  TO AC-SEQUENCIA.
           MOVE WRK-MATRICULA         TO AC-MATRICULA.
           MOVE ZERO                  TO AC-COMPETENCIA.
           MOVE WRK-PRIMEIRO-VENC-NUM TO AC-VENCIMENTO.
           MOVE WRK-TOTAL-ORIGINAL    TO AC-VALOR.
           MOVE WRK-TOTAL-CORRIGIDO   TO AC-VALOR-CORRIGIDO.
           MOVE WRK-QTDE-PARCELAS     TO AC-QTDE-PARCELAS.
           MOVE WRK-DATA-EXEC-NUM     TO AC-DATA-ACORDO.
           MOVE 'A'                   TO AC-SITUACAO.
           MOVE WRK-DATA-EXEC-NUM     TO AC-DATA-SITUACAO.
           MOVE ZERO                  TO AC-SALDO-ROMPIMENTO.
           PERFORM 4500-GRAVAR-REGISTRO.
           MOVE ZERO  TO AC-QTDE-PARCELAS AC-SALDO-ROMPIMENTO.
           MOVE SPACE TO AC-SITUACAO.
           PERFORM VARYING WRK-OR-IDX FROM 1 BY 1
                   UNTIL WRK-OR-IDX > WRK-ORIGINAL-COUNT
               MOVE 'O'        TO AC-TIPO
               MOVE WRK-OR-IDX TO AC-SEQUENCIA
               MOVE WRK-OR-COMPETENCIA(WRK-OR-IDX) TO AC-COMPETENCIA
               MOVE WRK-OR-VENCIMENTO(WRK-OR-IDX)  TO AC-VENCIMENTO
               MOVE WRK-OR-VALOR(WRK-OR-IDX)       TO AC-VALOR
               MOVE WRK-OR-CORRIGIDO(WRK-OR-IDX)
                   TO AC-VALOR-CORRIGIDO
               PERFORM 4500-GRAVAR-REGISTRO
           END-PERFORM.
           MOVE ZERO TO AC-VALOR-CORRIGIDO.
           PERFORM VARYING WRK-PA-IDX FROM 1 BY 1
                   UNTIL WRK-PA-IDX > WRK-QTDE-PARCELAS
               MOVE 'P'        TO AC-TIPO
               MOVE WRK-PA-IDX TO AC-SEQUENCIA
               MOVE WRK-PA-COMPETENCIA(WRK-PA-IDX) TO AC-COMPETENCIA
               MOVE WRK-PA-VENCIMENTO(WRK-PA-IDX)  TO AC-VENCIMENTO
               MOVE WRK-PA-VALOR(WRK-PA-IDX)       TO AC-VALOR
               PERFORM 4500-GRAVAR-REGISTRO
           END-PERFORM.

      * O TUIFILE JA FOI PROMOVIDO: REGISTRO DO ACORDO QUE NAO
      * GRAVA E ERRO DE DADOS (RC 8) PARA A TESOURARIA ACERTAR O
      * ACORDO A MAO ANTES DA CONFERENCIA DA NOITE.
       4500-GRAVAR-REGISTRO.
           WRITE AGREEMENT-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ACORDO: ' AC-CHAVE
                           ' STATUS ' WRK-ACORDO-STATUS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-WRITE.

      * TERMO PARA ASSINATURA, EM DUAS VIAS (FAMILIA E ESCOLA).
       5000-IMPRIMIR-TERMO.
           OPEN OUTPUT TERMO-REPORT.
           PERFORM 5100-IMPRIMIR-VIA.
           PERFORM 5100-IMPRIMIR-VIA.
           CLOSE TERMO-REPORT.
           IF WRK-TERMO-STATUS = '00'
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.

       5100-IMPRIMIR-VIA.
           MOVE WRK-CAB-TERMO TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           MOVE WRK-NUM-ACORDO    TO WRK-L-ACORDO.
           MOVE WRK-DATA-EXEC-NUM TO WRK-DATA-AUX-NUM.
           PERFORM 5900-FORMATAR-DATA.
           MOVE WRK-DATA-EDIT     TO WRK-L-DATA.
           MOVE WRK-LINHA-ACORDO TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           MOVE WRK-RESPONSAVEL TO WRK-R-RESPONSAVEL.
           MOVE WRK-LINHA-RESPONSAVEL TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           MOVE WRK-NOME      TO WRK-A-NOME.
           MOVE WRK-MATRICULA TO WRK-A-MATRICULA.
           MOVE WRK-LINHA-ALUNO TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           MOVE SPACES TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           MOVE WRK-LINHA-TITULO-ORIG TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           MOVE WRK-LINHA-COLUNAS-ORIG TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           PERFORM VARYING WRK-OR-IDX FROM 1 BY 1
                   UNTIL WRK-OR-IDX > WRK-ORIGINAL-COUNT
               MOVE WRK-OR-COMPETENCIA(WRK-OR-IDX)
                   TO WRK-O-COMPETENCIA
               MOVE WRK-OR-VENCIMENTO(WRK-OR-IDX) TO WRK-DATA-AUX-NUM
               PERFORM 5900-FORMATAR-DATA
               MOVE WRK-DATA-EDIT TO WRK-O-VENCIMENTO
               MOVE WRK-OR-DIAS(WRK-OR-IDX)      TO WRK-O-DIAS
               MOVE WRK-OR-VALOR(WRK-OR-IDX)     TO WRK-O-VALOR
               MOVE WRK-OR-CORRIGIDO(WRK-OR-IDX) TO WRK-O-CORRIGIDO
               MOVE WRK-LINHA-ORIGINAL TO TERMO-REPORT-LINE
               WRITE TERMO-REPORT-LINE
           END-PERFORM.
           MOVE WRK-TOTAL-ORIGINAL  TO WRK-T-ORIGINAL.
           MOVE WRK-TOTAL-CORRIGIDO TO WRK-T-CORRIGIDO.
           MOVE WRK-LINHA-TOTAL TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           MOVE SPACES TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           MOVE WRK-LINHA-TITULO-PARC TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           PERFORM VARYING WRK-PA-IDX FROM 1 BY 1
                   UNTIL WRK-PA-IDX > WRK-QTDE-PARCELAS
               MOVE WRK-PA-IDX        TO WRK-P-NUMERO
               MOVE WRK-QTDE-PARCELAS TO WRK-P-QTDE
               MOVE WRK-PA-VENCIMENTO(WRK-PA-IDX) TO WRK-DATA-AUX-NUM
               PERFORM 5900-FORMATAR-DATA
               MOVE WRK-DATA-EDIT TO WRK-P-VENCIMENTO
               MOVE WRK-PA-VALOR(WRK-PA-IDX) TO WRK-P-VALOR
               MOVE WRK-LINHA-PARCELA TO TERMO-REPORT-LINE
               WRITE TERMO-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           MOVE WRK-TEXTO-CLAUSULA-1 TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           MOVE WRK-TEXTO-CLAUSULA-2 TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           MOVE SPACES TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           MOVE WRK-LINHA-ASSINATURA TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           MOVE WRK-LINHA-ASSINANTES TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.
           MOVE WRK-LINHA-SEPARADOR TO TERMO-REPORT-LINE.
           WRITE TERMO-REPORT-LINE.

       5900-FORMATAR-DATA.
           MOVE WRK-DA-DIA TO WRK-E-DIA.
           MOVE WRK-DA-MES TO WRK-E-MES.
           MOVE WRK-DA-ANO TO WRK-E-ANO.

      * O TUITION JA FOI FECHADO NA SELECAO OU NO PROMOTE; UM
      * CLOSE REPETIDO SO DEVOLVE STATUS DE ARQUIVO NAO ABERTO.
       9000-FECHAR-ARQUIVOS.
           CLOSE AGREEMENT-FILE.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT TERMO-REPORT.
           IF WRK-TERMO-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-TERMO-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE TERMO-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ TERMO-REPORT INTO WRK-ARQ-LINHA
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
