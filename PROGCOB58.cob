       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB58.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 02/09/2026
      * OBJETIVO: CONFERENCIA NOTURNA DOS ACORDOS DE PARCELAMENTO
      * (ACORDO, GRAVADO PELO PROGCOB57). PARA CADA ACORDO ATIVO
      * CONFERE AS PARCELAS NO TUITION: ACORDO COM PARCELA EM
      * ABERTO HA MAIS DE 30 DIAS DO VENCIMENTO E ROMPIDO, ACORDO
      * COM TODAS AS PARCELAS PAGAS E QUITADO. NO ACORDO ROMPIDO
      * AS PARCELAS AINDA A VENCER TEM O VENCIMENTO ANTECIPADO
      * PARA A DATA DA CONFERENCIA (TUIFILE REGRAVADO PELA TECNICA
      * OLD MASTER / NEW MASTER DO PROGCOB44), ENTAO O SALDO
      * RESTANTE VOLTA INTEIRO PARA O AGING E AS CARTAS DO
      * PROGCOB45 E PARA A REMESSA DO PROGCOB55 - A COBRANCA
      * RECOMECA SOBRE O QUE FALTA PAGAR. IMPRIME O RELATORIO DA
      * CONFERENCIA (ACDCHK) COM OS ROMPIDOS E QUITADOS DA NOITE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACCESS DYNAMIC: VARREDURA INTEIRA NA CONFERENCIA E LEITURA
      * PELA CHAVE DO CABECALHO NA ATUALIZACAO DA SITUACAO.
           SELECT AGREEMENT-FILE ASSIGN TO 'ACORDO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CHAVE
               FILE STATUS IS WRK-ACORDO-STATUS.

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

           SELECT CHECK-REPORT ASSIGN TO 'ACDCHK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACDCHK-STATUS.

           SELECT RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGREEMENT-FILE
           LABEL RECORD IS STANDARD.
       COPY CPACORD.

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

       FD  CHECK-REPORT
           LABEL RECORD IS STANDARD.
       01  CHECK-REPORT-LINE PIC X(100).

       FD  RUN-JOURNAL
           LABEL RECORD IS STANDARD.
       COPY CPRUNJR.

       WORKING-STORAGE SECTION.
       77 WRK-ACORDO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-TUIFILE-STATUS PIC X(02) VALUE SPACES.
       77 WRK-TUIFILN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ACDCHK-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-JRNL-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-STMST-ABERTO   PIC X(01) VALUE 'N'.
           88 STMST-ABERTO   VALUE 'S'.
       77 WRK-ACORDO-ABERTO  PIC X(01) VALUE 'N'.
           88 ACORDO-ABERTO  VALUE 'S'.

      * TOLERANCIA DE ATRASO DA PARCELA ANTES DE ROMPER O ACORDO -
      * A MESMA DA CLAUSULA IMPRESSA NO TERMO PELO PROGCOB57.
       77 WRK-DIAS-TOLERANCIA PIC 9(03) VALUE 30.
       77 WRK-DIAS-ATRASO    PIC S9(06) VALUE ZERO.

      * PARCELAS DE ACORDO DO TUITION (COMPETENCIA COM MES ACIMA
      * DE 50, VER O CPTUIT), PROCURADAS PELA MATRICULA +
      * COMPETENCIA DE CADA PARCELA DO ACORDO.
       01 WRK-PARCELA-TABLE.
           05 WRK-PT-ENTRY OCCURS 1000 TIMES.
               10 WRK-PT-MATRICULA   PIC 9(06).
               10 WRK-PT-COMPETENCIA PIC 9(06).
               10 WRK-PT-VENCIMENTO  PIC 9(08).
               10 WRK-PT-PAGAMENTO   PIC 9(08).
       77 WRK-PARCELA-COUNT  PIC 9(04) VALUE ZERO.
       77 WRK-PT-BUSCA       PIC 9(04) VALUE ZERO.
       77 WRK-PT-IDX         PIC 9(04) VALUE ZERO.
       77 WRK-PT-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-PARCELA  VALUE 'S'.
       01 WRK-COMPETENCIA-AUX.
           05 WRK-CA-ANO     PIC 9(04).
           05 WRK-CA-MES     PIC 9(02).
       01 WRK-COMPETENCIA-AUX-NUM REDEFINES WRK-COMPETENCIA-AUX
                                  PIC 9(06).

      * ACORDO SENDO CONFERIDO NA VARREDURA.
       77 WRK-AC-NUMERO      PIC 9(06) VALUE ZERO.
       77 WRK-AC-MATRICULA   PIC 9(06) VALUE ZERO.
       77 WRK-AC-QTDE        PIC 9(02) VALUE ZERO.
       77 WRK-AC-ATIVO       PIC X(01) VALUE 'N'.
           88 CONFERINDO-ATIVO VALUE 'S'.
       77 WRK-AC-DECISAO     PIC X(01) VALUE SPACE.
       77 WRK-AC-PAGAS       PIC 9(02) VALUE ZERO.
       77 WRK-AC-ATRASADAS   PIC 9(02) VALUE ZERO.
       77 WRK-AC-SALDO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-AC-PARC-ATRASO PIC 9(02) VALUE ZERO.
       77 WRK-AC-VENC-ATRASO PIC 9(08) VALUE ZERO.
       77 WRK-AC-DIAS-ATRASO PIC 9(05) VALUE ZERO.

      * DECISOES DA NOITE, APLICADAS NO ACORDO DEPOIS DA
      * VARREDURA: R = ROMPIDO, Q = QUITADO.
       01 WRK-DECISAO-TABLE.
           05 WRK-DC-ENTRY OCCURS 500 TIMES.
               10 WRK-DC-ACORDO      PIC 9(06).
               10 WRK-DC-MATRICULA   PIC 9(06).
               10 WRK-DC-SITUACAO    PIC X(01).
               10 WRK-DC-SALDO       PIC 9(08)V99.
               10 WRK-DC-PARCELA     PIC 9(02).
               10 WRK-DC-VENCIMENTO  PIC 9(08).
               10 WRK-DC-DIAS        PIC 9(05).
       77 WRK-DECISAO-COUNT  PIC 9(03) VALUE ZERO.
       77 WRK-DC-IDX         PIC 9(03) VALUE ZERO.
       77 WRK-DC-BUSCA       PIC 9(03) VALUE ZERO.
       77 WRK-DC-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-ROMPIDO  VALUE 'S'.

       77 WRK-QTDE-ATIVOS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-EM-DIA    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-ROMPIDOS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-QUITADOS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-INCONSIST PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-ANTECIPADAS PIC 9(06) VALUE ZERO.

      * PROMOTE DO ARQUIVO NOVO POR RENAME, COMO NO PROGCOB44;
      * O TUIFILE ANTERIOR E PRESERVADO COMO TUIFISV.
       77 WRK-RENAME-RC      PIC 9(02) COMP-5 VALUE ZERO.
       77 WRK-TUIFILE-NOME   PIC X(20) VALUE 'TUIFILE'.
       77 WRK-TUIFILN-NOME   PIC X(20) VALUE 'TUIFILN'.
       77 WRK-TUIFISV-NOME   PIC X(20) VALUE 'TUIFISV'.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB58'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'ACDCHK'.
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
       77 WRK-LINHA-ATUAL   PIC 9(03) VALUE ZERO.
       77 WRK-PAGINA-ATUAL  PIC 9(03) VALUE ZERO.
       77 WRK-MAX-LINHAS    PIC 9(03) VALUE 20.
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER          PIC X(20) VALUE
               'CONFERENCIA ACORDOS'.
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
           05 WRK-D-SITUACAO  PIC X(08).
           05 FILLER          PIC X(08) VALUE ' ACORDO '.
           05 WRK-D-ACORDO    PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-MATRICULA PIC ZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-NOME      PIC X(20).
           05 FILLER          PIC X(05) VALUE ' PARC'.
           05 WRK-D-PARCELA   PIC Z9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-VENCIMENTO PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-DIAS      PIC ZZZZ9.
           05 FILLER          PIC X(07) VALUE ' SALDO '.
           05 WRK-D-SALDO     PIC Z.ZZZ.ZZ9,99.

       01 WRK-LINHA-TOTAIS.
           05 FILLER            PIC X(08) VALUE 'ATIVOS='.
           05 WRK-T-ATIVOS      PIC ZZZZZ9.
           05 FILLER            PIC X(09) VALUE ' EM DIA='.
           05 WRK-T-EM-DIA      PIC ZZZZZ9.
           05 FILLER            PIC X(11) VALUE ' ROMPIDOS='.
           05 WRK-T-ROMPIDOS    PIC ZZZZZ9.
           05 FILLER            PIC X(11) VALUE ' QUITADOS='.
           05 WRK-T-QUITADOS    PIC ZZZZZ9.
           05 FILLER            PIC X(13) VALUE ' SEM PARCELA='.
           05 WRK-T-INCONSIST   PIC ZZZZZ9.
           05 FILLER            PIC X(13) VALUE ' ANTECIPADAS='.
           05 WRK-T-ANTECIPADAS PIC ZZZZZ9.

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
           MOVE ZERO TO WRK-PARCELA-COUNT WRK-DECISAO-COUNT
                        WRK-QTDE-ATIVOS WRK-QTDE-EM-DIA
                        WRK-QTDE-ROMPIDOS WRK-QTDE-QUITADOS
                        WRK-QTDE-INCONSIST WRK-QTDE-ANTECIPADAS
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           PERFORM 0100-GRAVAR-JORNAL-INICIO.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF RETURN-CODE < 12 AND ACORDO-ABERTO
               OPEN OUTPUT CHECK-REPORT
               PERFORM 1500-CARREGAR-PARCELAS
               PERFORM 2000-CONFERIR-ACORDOS
               PERFORM 3000-APLICAR-DECISOES
               IF WRK-QTDE-ROMPIDOS > ZERO
                   PERFORM 4000-ANTECIPAR-PARCELAS
                   PERFORM 4500-PROMOVER-ARQUIVO
               END-IF
               PERFORM 6000-IMPRIMIR-TOTAIS
               CLOSE CHECK-REPORT
               IF WRK-ACDCHK-STATUS = '00'
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
      * ACORDO ROMPIDO OU PARCELA SUMIDA DO TUITION SAO AVISO
      * (RC 4) NO ESQUEMA PADRAO DA SUITE.
           IF (WRK-QTDE-ROMPIDOS > ZERO OR WRK-QTDE-INCONSIST > ZERO)
                   AND RETURN-CODE < 4
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
               MOVE 'PROGCOB58' TO RJ-PROGRAMA
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

      * LIDOS = ACORDOS ATIVOS CONFERIDOS, GRAVADOS = ACORDOS QUE
      * MUDARAM DE SITUACAO, REJEITADOS = ACORDOS ROMPIDOS.
       9100-GRAVAR-JORNAL-FIM.
           OPEN EXTEND RUN-JOURNAL.
           IF WRK-JRNL-STATUS = '35'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WRK-JRNL-STATUS = '00'
               MOVE 'PROGCOB58' TO RJ-PROGRAMA
               MOVE 'F'         TO RJ-TIPO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RJ-TIMESTAMP
               MOVE WRK-QTDE-ATIVOS    TO RJ-QTDE-LIDOS
               MOVE WRK-DECISAO-COUNT  TO RJ-QTDE-GRAVADOS
               MOVE WRK-QTDE-ROMPIDOS  TO RJ-QTDE-REJEITADOS
               MOVE RETURN-CODE        TO RJ-RETURN-CODE
               MOVE ZERO               TO RJ-ESPERA-SEG
               WRITE RUN-JOURNAL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.

      * SEM O ARQUIVO DE ACORDOS (NENHUM ACORDO FEITO AINDA) NAO
      * HA O QUE CONFERIR E A NOITE SEGUE LIMPA; SEM O TUIFILE NAO
      * HA COMO CONFERIR AS PARCELAS (RC 12).
       1000-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-ACORDO-ABERTO.
           OPEN I-O AGREEMENT-FILE.
           IF WRK-ACORDO-STATUS = '00'
               MOVE 'S' TO WRK-ACORDO-ABERTO
           ELSE
               DISPLAY 'NENHUM ACORDO CADASTRADO - NADA A CONFERIR'
           END-IF.
           OPEN INPUT TUITION-FILE.
           IF WRK-TUIFILE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO TUIFILE NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               CLOSE TUITION-FILE
           END-IF.
           MOVE 'N' TO WRK-STMST-ABERTO.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-STMST-STATUS = '00'
               MOVE 'S' TO WRK-STMST-ABERTO
           END-IF.

      * TABELA CHEIA E ERRO DE DADOS (RC 8): PARCELA FORA DA
      * TABELA PARECERIA SUMIDA DO TUITION NA CONFERENCIA.
       1500-CARREGAR-PARCELAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT TUITION-FILE.
           PERFORM 1550-LER-TUIFILE.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE TU-COMPETENCIA TO WRK-COMPETENCIA-AUX-NUM
               IF WRK-CA-MES > 50
                   IF WRK-PARCELA-COUNT < 1000
                       ADD 1 TO WRK-PARCELA-COUNT
                       MOVE WRK-PARCELA-COUNT TO WRK-PT-IDX
                       MOVE TU-MATRICULA
                           TO WRK-PT-MATRICULA(WRK-PT-IDX)
                       MOVE TU-COMPETENCIA
                           TO WRK-PT-COMPETENCIA(WRK-PT-IDX)
                       MOVE TU-VENCIMENTO
                           TO WRK-PT-VENCIMENTO(WRK-PT-IDX)
                       MOVE TU-DATA-PAGAMENTO
                           TO WRK-PT-PAGAMENTO(WRK-PT-IDX)
                   ELSE
                       DISPLAY 'TABELA DE PARCELAS CHEIA, IGNORADA: '
                               TU-MATRICULA ' COMP ' TU-COMPETENCIA
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               PERFORM 1550-LER-TUIFILE
           END-PERFORM.
           CLOSE TUITION-FILE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1550-LER-TUIFILE.
           READ TUITION-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * VARRE O ACORDO NA ORDEM DA CHAVE: O CABECALHO DE CADA
      * ACORDO VEM ANTES DAS ORIGINAIS E DAS PARCELAS, ENTAO A
      * CHEGADA DO CABECALHO SEGUINTE (OU O FIM DO ARQUIVO) FECHA
      * A CONFERENCIA DO ACORDO ANTERIOR.
       2000-CONFERIR-ACORDOS.
           MOVE 'N' TO WRK-AC-ATIVO.
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
                       EVALUATE TRUE
                           WHEN AC-CABECALHO
                               PERFORM 2500-FECHAR-ACORDO
                               PERFORM 2100-ABRIR-ACORDO
                           WHEN AC-PARCELA AND CONFERINDO-ATIVO
                               PERFORM 2200-CONFERIR-PARCELA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           PERFORM 2500-FECHAR-ACORDO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       2100-ABRIR-ACORDO.
           MOVE AC-NUM-ACORDO    TO WRK-AC-NUMERO.
           MOVE AC-MATRICULA     TO WRK-AC-MATRICULA.
           MOVE AC-QTDE-PARCELAS TO WRK-AC-QTDE.
           MOVE ZERO TO WRK-AC-PAGAS WRK-AC-ATRASADAS WRK-AC-SALDO
                        WRK-AC-PARC-ATRASO WRK-AC-VENC-ATRASO
                        WRK-AC-DIAS-ATRASO.
           IF AC-ATIVO
               MOVE 'S' TO WRK-AC-ATIVO
               ADD 1 TO WRK-QTDE-ATIVOS
           ELSE
               MOVE 'N' TO WRK-AC-ATIVO
           END-IF.

      * PARCELA PAGA CONTA PARA A QUITACAO; PARCELA EM ABERTO SOMA
      * NO SALDO E, VENCIDA HA MAIS DO QUE A TOLERANCIA, ROMPE O
      * ACORDO (A PRIMEIRA DELAS SAI NO RELATORIO).
       2200-CONFERIR-PARCELA.
           MOVE 'N' TO WRK-PT-ACHOU.
           PERFORM VARYING WRK-PT-BUSCA FROM 1 BY 1
                   UNTIL WRK-PT-BUSCA > WRK-PARCELA-COUNT
                      OR ACHOU-PARCELA
               IF WRK-PT-MATRICULA(WRK-PT-BUSCA) = AC-MATRICULA
                       AND WRK-PT-COMPETENCIA(WRK-PT-BUSCA)
                           = AC-COMPETENCIA
                   MOVE 'S' TO WRK-PT-ACHOU
                   MOVE WRK-PT-BUSCA TO WRK-PT-IDX
               END-IF
           END-PERFORM.
           IF NOT ACHOU-PARCELA
               ADD 1 TO WRK-QTDE-INCONSIST
               DISPLAY 'PARCELA DO ACORDO ' AC-NUM-ACORDO
                       ' NAO ENCONTRADA NO TUITION: '
                       AC-MATRICULA ' COMP ' AC-COMPETENCIA
           ELSE
               IF WRK-PT-PAGAMENTO(WRK-PT-IDX) > ZERO
                   ADD 1 TO WRK-AC-PAGAS
               ELSE
                   ADD AC-VALOR TO WRK-AC-SALDO
                   IF WRK-PT-VENCIMENTO(WRK-PT-IDX)
                           < WRK-DATA-EXEC-NUM
                       COMPUTE WRK-DIAS-ATRASO =
                           FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC-NUM)
                           - FUNCTION INTEGER-OF-DATE
                               (WRK-PT-VENCIMENTO(WRK-PT-IDX))
                       IF WRK-DIAS-ATRASO > WRK-DIAS-TOLERANCIA
                           ADD 1 TO WRK-AC-ATRASADAS
                           IF WRK-AC-PARC-ATRASO = ZERO
                               MOVE AC-SEQUENCIA
                                   TO WRK-AC-PARC-ATRASO
                               MOVE WRK-PT-VENCIMENTO(WRK-PT-IDX)
                                   TO WRK-AC-VENC-ATRASO
                               MOVE WRK-DIAS-ATRASO
                                   TO WRK-AC-DIAS-ATRASO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2500-FECHAR-ACORDO.
           IF CONFERINDO-ATIVO
               IF WRK-AC-ATRASADAS > ZERO
                   ADD 1 TO WRK-QTDE-ROMPIDOS
                   MOVE 'R' TO WRK-AC-DECISAO
                   PERFORM 2600-GUARDAR-DECISAO
               ELSE
                   IF WRK-AC-PAGAS = WRK-AC-QTDE
                       ADD 1 TO WRK-QTDE-QUITADOS
                       MOVE 'Q' TO WRK-AC-DECISAO
                       PERFORM 2600-GUARDAR-DECISAO
                   ELSE
                       ADD 1 TO WRK-QTDE-EM-DIA
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO WRK-AC-ATIVO.

       2600-GUARDAR-DECISAO.
           IF WRK-DECISAO-COUNT < 500
               ADD 1 TO WRK-DECISAO-COUNT
               MOVE WRK-DECISAO-COUNT TO WRK-DC-IDX
               MOVE WRK-AC-NUMERO      TO WRK-DC-ACORDO(WRK-DC-IDX)
               MOVE WRK-AC-MATRICULA   TO WRK-DC-MATRICULA(WRK-DC-IDX)
               MOVE WRK-AC-DECISAO     TO WRK-DC-SITUACAO(WRK-DC-IDX)
               MOVE WRK-AC-SALDO       TO WRK-DC-SALDO(WRK-DC-IDX)
               MOVE WRK-AC-PARC-ATRASO TO WRK-DC-PARCELA(WRK-DC-IDX)
               MOVE WRK-AC-VENC-ATRASO
                   TO WRK-DC-VENCIMENTO(WRK-DC-IDX)
               MOVE WRK-AC-DIAS-ATRASO TO WRK-DC-DIAS(WRK-DC-IDX)
           ELSE
               DISPLAY 'TABELA DE DECISOES CHEIA, ACORDO FICA PARA '
                       'A PROXIMA NOITE: ' WRK-AC-NUMERO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * GRAVA A SITUACAO NOVA NO CABECALHO DE CADA ACORDO DECIDIDO
      * E IMPRIME A LINHA DO RELATORIO.
       3000-APLICAR-DECISOES.
           PERFORM VARYING WRK-DC-IDX FROM 1 BY 1
                   UNTIL WRK-DC-IDX > WRK-DECISAO-COUNT
               MOVE WRK-DC-ACORDO(WRK-DC-IDX) TO AC-NUM-ACORDO
               MOVE 'A'  TO AC-TIPO
               MOVE ZERO TO AC-SEQUENCIA
               READ AGREEMENT-FILE
                   INVALID KEY
                       DISPLAY 'CABECALHO DO ACORDO NAO ENCONTRADO: '
                               AC-NUM-ACORDO
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   NOT INVALID KEY
                       PERFORM 3100-REGRAVAR-CABECALHO
               END-READ
               PERFORM 3500-IMPRIMIR-DECISAO
           END-PERFORM.

       3100-REGRAVAR-CABECALHO.
           MOVE WRK-DC-SITUACAO(WRK-DC-IDX) TO AC-SITUACAO.
           MOVE WRK-DATA-EXEC-NUM           TO AC-DATA-SITUACAO.
           IF AC-ROMPIDO
               MOVE WRK-DC-SALDO(WRK-DC-IDX) TO AC-SALDO-ROMPIMENTO
           END-IF.
           REWRITE AGREEMENT-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR ACORDO: ' AC-NUM-ACORDO
                           ' STATUS ' WRK-ACORDO-STATUS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-REWRITE.

       3500-IMPRIMIR-DECISAO.
           IF WRK-DC-SITUACAO(WRK-DC-IDX) = 'R'
               MOVE 'ROMPIDO' TO WRK-D-SITUACAO
           ELSE
               MOVE 'QUITADO' TO WRK-D-SITUACAO
           END-IF.
           MOVE WRK-DC-ACORDO(WRK-DC-IDX)     TO WRK-D-ACORDO.
           MOVE WRK-DC-MATRICULA(WRK-DC-IDX)  TO WRK-D-MATRICULA.
           MOVE WRK-DC-PARCELA(WRK-DC-IDX)    TO WRK-D-PARCELA.
           MOVE WRK-DC-VENCIMENTO(WRK-DC-IDX) TO WRK-D-VENCIMENTO.
           MOVE WRK-DC-DIAS(WRK-DC-IDX)       TO WRK-D-DIAS.
           MOVE WRK-DC-SALDO(WRK-DC-IDX)      TO WRK-D-SALDO.
           MOVE SPACES TO WRK-D-NOME.
           IF STMST-ABERTO
               MOVE WRK-DC-MATRICULA(WRK-DC-IDX) TO SM-MATRICULA
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-NOME TO WRK-D-NOME
               END-READ
           END-IF.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-DETALHE TO CHECK-REPORT-LINE.
           WRITE CHECK-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-DETALHE.

      * COPIA O TUIFILE PARA O ARQUIVO NOVO TRAZENDO PARA HOJE O
      * VENCIMENTO DAS PARCELAS AINDA A VENCER DOS ACORDOS
      * ROMPIDOS NESTA NOITE (VENCIMENTO ANTECIPADO DO TERMO).
       4000-ANTECIPAR-PARCELAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT TUITION-FILE.
           OPEN OUTPUT TUITION-FILE-NOVO.
           PERFORM 1550-LER-TUIFILE.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE TUITION-RECORD TO TUITION-NOVO-RECORD
               IF TU-PARCELA-ACORDO
                       AND TU-DATA-PAGAMENTO = ZERO
                       AND TU-VENCIMENTO > WRK-DATA-EXEC-NUM
                   PERFORM 4100-VERIFICAR-ROMPIDO
                   IF ACHOU-ROMPIDO
                       MOVE WRK-DATA-EXEC-NUM TO TN-VENCIMENTO
                       ADD 1 TO WRK-QTDE-ANTECIPADAS
                   END-IF
               END-IF
               WRITE TUITION-NOVO-RECORD
               PERFORM 1550-LER-TUIFILE
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       4100-VERIFICAR-ROMPIDO.
           MOVE 'N' TO WRK-DC-ACHOU.
           PERFORM VARYING WRK-DC-BUSCA FROM 1 BY 1
                   UNTIL WRK-DC-BUSCA > WRK-DECISAO-COUNT
                      OR ACHOU-ROMPIDO
               IF WRK-DC-ACORDO(WRK-DC-BUSCA) = TU-NUM-ACORDO
                       AND WRK-DC-SITUACAO(WRK-DC-BUSCA) = 'R'
                   MOVE 'S' TO WRK-DC-ACHOU
               END-IF
           END-PERFORM.

      * PROMOTE POR RENAME, COMO NO PROGCOB44: O TUIFILE ANTERIOR
      * FICA COMO TUIFISV E O NOVO ASSUME.
       4500-PROMOVER-ARQUIVO.
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
           MOVE WRK-CABECALHO TO CHECK-REPORT-LINE.
           WRITE CHECK-REPORT-LINE.

       6000-IMPRIMIR-TOTAIS.
           MOVE WRK-QTDE-ATIVOS      TO WRK-T-ATIVOS.
           MOVE WRK-QTDE-EM-DIA      TO WRK-T-EM-DIA.
           MOVE WRK-QTDE-ROMPIDOS    TO WRK-T-ROMPIDOS.
           MOVE WRK-QTDE-QUITADOS    TO WRK-T-QUITADOS.
           MOVE WRK-QTDE-INCONSIST   TO WRK-T-INCONSIST.
           MOVE WRK-QTDE-ANTECIPADAS TO WRK-T-ANTECIPADAS.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TOTAIS TO CHECK-REPORT-LINE.
           WRITE CHECK-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAIS.

      * O TUITION JA FOI FECHADO NA CARGA OU NO PROMOTE; UM CLOSE
      * REPETIDO SO DEVOLVE STATUS DE ARQUIVO NAO ABERTO.
       9000-FECHAR-ARQUIVOS.
           IF ACORDO-ABERTO
               CLOSE AGREEMENT-FILE
           END-IF.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT CHECK-REPORT.
           IF WRK-ACDCHK-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-ACDCHK-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE CHECK-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ CHECK-REPORT INTO WRK-ARQ-LINHA
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
