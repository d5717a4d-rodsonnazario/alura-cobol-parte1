       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB78.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 09/10/2026
      * OBJETIVO: RESPOSTAS DA CAMPANHA DE REMATRICULA. NO MODO
      * CAPTURA O OPERADOR DIGITA O CANHOTO DEVOLVIDO PELA FAMILIA
      * (MATRICULA, CONFERIDA CONTRA AS CARTAS EMITIDAS NO RMTCAMP
      * PELO PROGCOB77, E A OPCAO MARCADA: C=CONFIRMOU
      * D=DESISTIU) E A RESPOSTA E ACRESCENTADA AO RMTCONF COM A
      * DATA E QUEM DIGITOU; UMA CORRECAO E UMA NOVA RESPOSTA E
      * VALE A ULTIMA. NO MODO IMPRESSAO SAI O QUADRO DE SITUACAO
      * DA REMATRICULA (RMTSIT) PARA O PLANEJAMENTO DAS TURMAS DO
      * ANO SEGUINTE: POR TURMA NOVA, A CAPACIDADE DA SALA
      * (CM-CAPACIDADE DO CLSMST), OS CONVIDADOS, CONFIRMADOS,
      * DESISTENTES E SEM RESPOSTA, AS VAGAS QUE SOBRAM E O AVISO
      * DE TURMA QUE EXCEDE (OU PODE EXCEDER) A SALA, SEGUIDO DA
      * LISTA DE QUEM AINDA NAO RESPONDEU E DE QUEM DESISTIU, PARA
      * A SECRETARIA COBRAR A RESPOSTA E LIBERAR AS VAGAS
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REENROLL-CAMPAIGN ASSIGN TO 'RMTCAMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RMTCAMP-STATUS.

           SELECT REENROLL-CONFIRM ASSIGN TO 'RMTCONF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RMTCONF-STATUS.

           SELECT CLASS-MASTER ASSIGN TO 'CLSMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLSMST-STATUS.

           SELECT SITUACAO-REPORT ASSIGN TO 'RMTSIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RMTSIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REENROLL-CAMPAIGN
           LABEL RECORD IS STANDARD.
       COPY CPRMTCP.

       FD  REENROLL-CONFIRM
           LABEL RECORD IS STANDARD.
       COPY CPRMTCF.

       FD  CLASS-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPCLSMS.

       FD  SITUACAO-REPORT
           LABEL RECORD IS STANDARD.
       01  SITUACAO-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-RMTCAMP-STATUS PIC X(02) VALUE SPACES.
       77 WRK-RMTCONF-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CLSMST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RMTSIT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

       77 WRK-MODO           PIC X(01) VALUE SPACE.
           88 MODO-CAPTURA   VALUE '1'.
           88 MODO-IMPRESSAO VALUE '2'.
       77 WRK-CONTINUA       PIC X(01) VALUE 'S'.
           88 CONTINUA-LANCANDO VALUE 'S'.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACE.
           88 CONFIRMADO     VALUE 'S'.

      * ANO LETIVO DA CAMPANHA; ZEROS = PROXIMO ANO, NA MESMA
      * REGRA DA EMISSAO (PROGCOB77).
       77 WRK-ANO-CAMPANHA   PIC 9(04) VALUE ZERO.

      * DADOS DA RESPOSTA DIGITADOS PELO OPERADOR. O OPERADOR E
      * INFORMADO UMA VEZ POR SESSAO DE CAPTURA.
       77 WRK-OPERADOR       PIC X(20) VALUE SPACES.
       77 WRK-MATRICULA      PIC 9(06) VALUE ZERO.
       77 WRK-RESPOSTA       PIC X(01) VALUE SPACE.
           88 RESPOSTA-VALIDA VALUE 'C' 'D'.
       77 WRK-DATA-RESPOSTA  PIC 9(08) VALUE ZERO.
       77 WRK-QTDE-GRAVADOS  PIC 9(04) VALUE ZERO.

      * CARTAS EMITIDAS NO ANO DA CAMPANHA COM A ULTIMA RESPOSTA
      * DE CADA ALUNO (ESPACO = SEM RESPOSTA). ESTOURO DA TABELA
      * E ERRO DE DADOS (RC 8): O ALUNO PERDIDO SUMIRIA DO QUADRO.
       01 WRK-CAMPANHA-TABLE.
           05 WRK-CA-ENTRY OCCURS 500 TIMES.
               10 WRK-CA-MATRICULA   PIC 9(06).
               10 WRK-CA-NOME        PIC X(30).
               10 WRK-CA-RESPONSAVEL PIC X(30).
               10 WRK-CA-TURMA       PIC X(04).
               10 WRK-CA-RESPOSTA    PIC X(01).
               10 WRK-CA-DATA-RESP   PIC 9(08).
       77 WRK-CAMPANHA-COUNT PIC 9(03) VALUE ZERO.
       77 WRK-CA-IDX         PIC 9(03) VALUE ZERO.
       77 WRK-CA-BUSCA       PIC 9(03) VALUE ZERO.
       77 WRK-CA-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-CAMPANHA VALUE 'S'.

      * QUADRO POR TURMA NOVA, NA ORDEM EM QUE AS TURMAS APARECEM
      * NA CAMPANHA. A CAPACIDADE VEM DO CLSMST: O REGISTRO DA
      * TURMA NO ANO DA CAMPANHA OU, SE A SECRETARIA AINDA NAO
      * CADASTROU O ANO NOVO, O DO ANO MAIS RECENTE (A SALA E A
      * MESMA).
       01 WRK-TURMA-TABLE.
           05 WRK-TT-ENTRY OCCURS 50 TIMES.
               10 WRK-TT-TURMA       PIC X(04).
               10 WRK-TT-ANO-CAD     PIC 9(04).
               10 WRK-TT-CAPACIDADE  PIC 9(03).
               10 WRK-TT-CONVIDADOS  PIC 9(04).
               10 WRK-TT-CONFIRMADOS PIC 9(04).
               10 WRK-TT-DESISTENTES PIC 9(04).
               10 WRK-TT-SEM-RESP    PIC 9(04).
       77 WRK-TURMA-COUNT    PIC 9(02) VALUE ZERO.
       77 WRK-TT-IDX         PIC 9(02) VALUE ZERO.
       77 WRK-TT-BUSCA       PIC 9(02) VALUE ZERO.
       77 WRK-TT-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-TURMA    VALUE 'S'.
       77 WRK-TURMA-BUSCA    PIC X(04) VALUE SPACES.
       77 WRK-VAGAS          PIC S9(04) VALUE ZERO.
       77 WRK-RESP-LISTA     PIC X(01) VALUE SPACE.

      * TOTAIS DO QUADRO.
       77 WRK-TOTAL-CONVIDADOS  PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-CONFIRMADOS PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-DESISTENTES PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-SEM-RESP    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-FORA-CAMP    PIC 9(06) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB78'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'RMTSIT'.
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
               'QUADRO REMATRICULA'.
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
           05 FILLER          PIC X(12) VALUE 'ANO LETIVO: '.
           05 WRK-LF-ANO      PIC 9(04).

       01 WRK-LINHA-COLUNAS.
           05 FILLER          PIC X(50) VALUE
               'TURMA  CAPAC. CONVID. CONFIRM. DESIST. SEM RESP. '.
           05 FILLER          PIC X(15) VALUE
               ' VAGAS AVISO'.

       01 WRK-DETALHE-TURMA.
           05 WRK-DT-TURMA       PIC X(04).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-DT-CAPACIDADE  PIC ZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-DT-CONVIDADOS  PIC ZZZ9.
           05 FILLER             PIC X(05) VALUE SPACES.
           05 WRK-DT-CONFIRMADOS PIC ZZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-DT-DESISTENTES PIC ZZZ9.
           05 FILLER             PIC X(05) VALUE SPACES.
           05 WRK-DT-SEM-RESP    PIC ZZZ9.
           05 FILLER             PIC X(06) VALUE SPACES.
           05 WRK-DT-VAGAS       PIC -ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-DT-AVISO       PIC X(34).

       01 WRK-LINHA-TITULO-LISTA.
           05 WRK-TL-TITULO      PIC X(60).

       01 WRK-LINHA-COLUNAS-LISTA.
           05 FILLER          PIC X(50) VALUE
               'MATRIC ALUNO                          RESPONSAVEL'.
           05 FILLER          PIC X(35) VALUE
               '                    TURMA  DT.RESP.'.

       01 WRK-DETALHE-ALUNO.
           05 WRK-DA-MATRICULA   PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-DA-NOME        PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-DA-RESPONSAVEL PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-DA-TURMA       PIC X(04).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WRK-DA-DATA-RESP   PIC X(08).

       01 WRK-LINHA-TOTAL.
           05 WRK-TO-DESCRICAO PIC X(40).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-TO-QTDE     PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           MOVE ZERO TO WRK-QTDE-GRAVADOS WRK-CAMPANHA-COUNT
                        WRK-TURMA-COUNT WRK-TOTAL-CONVIDADOS
                        WRK-TOTAL-CONFIRMADOS WRK-TOTAL-DESISTENTES
                        WRK-TOTAL-SEM-RESP
                        WRK-QTDE-FORA-CAMP
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           MOVE SPACE TO WRK-MODO.
           PERFORM UNTIL MODO-CAPTURA OR MODO-IMPRESSAO
               DISPLAY 'OPERACAO (1=CAPTURAR RESPOSTA  '
                       '2=IMPRIMIR SITUACAO): '
                ACCEPT WRK-MODO FROM CONSOLE
               IF NOT MODO-CAPTURA AND NOT MODO-IMPRESSAO
                   DISPLAY 'OPCAO INVALIDA, DIGITE 1 OU 2'
               END-IF
           END-PERFORM.
           PERFORM 1000-LER-ANO-CAMPANHA.
           PERFORM 1100-CARREGAR-CAMPANHA.
           IF WRK-CAMPANHA-COUNT = ZERO
               DISPLAY 'NENHUMA CARTA DE REMATRICULA EMITIDA PARA '
                       WRK-ANO-CAMPANHA ' - RODE O PROGCOB77 ANTES'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 1200-CARREGAR-RESPOSTAS
               IF MODO-CAPTURA
                   PERFORM 2000-CAPTURAR-RESPOSTAS
               ELSE
                   PERFORM 5000-IMPRIMIR-SITUACAO
               END-IF
           END-IF.
           GOBACK.

       1000-LER-ANO-CAMPANHA.
           DISPLAY 'ANO LETIVO DA REMATRICULA (AAAA, 0000=PROXIMO '
                   'ANO): '
            ACCEPT WRK-ANO-CAMPANHA FROM CONSOLE.
           IF WRK-ANO-CAMPANHA NOT > 1900
               MOVE WRK-DE-ANO TO WRK-ANO-CAMPANHA
               IF WRK-DE-MES > 6
                   ADD 1 TO WRK-ANO-CAMPANHA
               END-IF
           END-IF.

      * RMTCAMP INEXISTENTE = NENHUMA CARTA EMITIDA AINDA.
       1100-CARREGAR-CAMPANHA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT REENROLL-CAMPAIGN.
           IF WRK-RMTCAMP-STATUS = '00'
               PERFORM 1150-LER-RMTCAMP
               PERFORM UNTIL FIM-ARQUIVO
                   IF RM-ANO-LETIVO = WRK-ANO-CAMPANHA
                       IF WRK-CAMPANHA-COUNT < 500
                           ADD 1 TO WRK-CAMPANHA-COUNT
                           MOVE WRK-CAMPANHA-COUNT TO WRK-CA-IDX
                           MOVE RM-MATRICULA
                               TO WRK-CA-MATRICULA(WRK-CA-IDX)
                           MOVE RM-NOME
                               TO WRK-CA-NOME(WRK-CA-IDX)
                           MOVE RM-RESPONSAVEL
                               TO WRK-CA-RESPONSAVEL(WRK-CA-IDX)
                           MOVE RM-TURMA-NOVA
                               TO WRK-CA-TURMA(WRK-CA-IDX)
                           MOVE SPACE
                               TO WRK-CA-RESPOSTA(WRK-CA-IDX)
                           MOVE ZERO
                               TO WRK-CA-DATA-RESP(WRK-CA-IDX)
                       ELSE
                           DISPLAY 'TABELA DA CAMPANHA CHEIA, ALUNO '
                                   'IGNORADO: ' RM-MATRICULA
                           IF RETURN-CODE < 8
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 1150-LER-RMTCAMP
               END-PERFORM
               CLOSE REENROLL-CAMPAIGN
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1150-LER-RMTCAMP.
           READ REENROLL-CAMPAIGN
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * AS RESPOSTAS ESTAO NA ORDEM EM QUE FORAM DIGITADAS: A
      * ULTIMA DO ALUNO NO ANO SOBREPOE AS ANTERIORES. RESPOSTA DE
      * ALUNO FORA DA CAMPANHA (CARTA NAO REEMITIDA) SO E CONTADA.
       1200-CARREGAR-RESPOSTAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT REENROLL-CONFIRM.
           IF WRK-RMTCONF-STATUS = '00'
               PERFORM 1250-LER-RMTCONF
               PERFORM UNTIL FIM-ARQUIVO
                   IF RF-ANO-LETIVO = WRK-ANO-CAMPANHA
                       MOVE RF-MATRICULA TO WRK-MATRICULA
                       PERFORM 2500-BUSCAR-CAMPANHA
                       IF ACHOU-CAMPANHA
                           MOVE RF-RESPOSTA
                               TO WRK-CA-RESPOSTA(WRK-CA-IDX)
                           MOVE RF-DATA-RESPOSTA
                               TO WRK-CA-DATA-RESP(WRK-CA-IDX)
                       ELSE
                           ADD 1 TO WRK-QTDE-FORA-CAMP
                       END-IF
                   END-IF
                   PERFORM 1250-LER-RMTCONF
               END-PERFORM
               CLOSE REENROLL-CONFIRM
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1250-LER-RMTCONF.
           READ REENROLL-CONFIRM
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      ********************************
      * MODO CAPTURA: UM CANHOTO POR VOLTA, CONFIRMADO PELO
      * OPERADOR ANTES DE SER ACRESCENTADO AO RMTCONF.
      ********************************
       2000-CAPTURAR-RESPOSTAS.
           MOVE SPACES TO WRK-OPERADOR.
           PERFORM UNTIL WRK-OPERADOR NOT = SPACES
               DISPLAY 'OPERADOR: '
                ACCEPT WRK-OPERADOR FROM CONSOLE
           END-PERFORM.
           MOVE 'S' TO WRK-CONTINUA.
           PERFORM UNTIL NOT CONTINUA-LANCANDO
               PERFORM 2100-CAPTURAR-UMA-RESPOSTA
               DISPLAY 'LANCAR OUTRA? (S/N): '
                ACCEPT WRK-CONTINUA FROM CONSOLE
           END-PERFORM.
           DISPLAY 'RESPOSTAS DE REMATRICULA REGISTRADAS: '
                   WRK-QTDE-GRAVADOS.

       2100-CAPTURAR-UMA-RESPOSTA.
           DISPLAY 'MATRICULA: '
            ACCEPT WRK-MATRICULA FROM CONSOLE.
           PERFORM 2500-BUSCAR-CAMPANHA.
           IF NOT ACHOU-CAMPANHA
               DISPLAY 'MATRICULA SEM CARTA DE REMATRICULA EM '
                       WRK-ANO-CAMPANHA ' - RESPOSTA IGNORADA'
           ELSE
               DISPLAY 'ALUNO: ' WRK-CA-NOME(WRK-CA-IDX)
                       ' TURMA ' WRK-CA-TURMA(WRK-CA-IDX)
               IF WRK-CA-RESPOSTA(WRK-CA-IDX) NOT = SPACE
                   DISPLAY 'RESPOSTA JA REGISTRADA: '
                           WRK-CA-RESPOSTA(WRK-CA-IDX) ' EM '
                           WRK-CA-DATA-RESP(WRK-CA-IDX)
                           ' - A NOVA RESPOSTA SUBSTITUI'
               END-IF
               MOVE SPACE TO WRK-RESPOSTA
               PERFORM UNTIL RESPOSTA-VALIDA
                   DISPLAY 'RESPOSTA (C=CONFIRMOU D=DESISTIU): '
                    ACCEPT WRK-RESPOSTA FROM CONSOLE
                   IF NOT RESPOSTA-VALIDA
                       DISPLAY 'VALOR INVALIDO, DIGITE C OU D'
                   END-IF
               END-PERFORM
               DISPLAY 'DATA DA RESPOSTA (AAAAMMDD, 0=HOJE): '
                ACCEPT WRK-DATA-RESPOSTA FROM CONSOLE
               IF WRK-DATA-RESPOSTA NOT > 19000101
                   MOVE WRK-DATA-EXEC-NUM TO WRK-DATA-RESPOSTA
               END-IF
               DISPLAY 'RESPOSTA ' WRK-RESPOSTA ' EM '
                       WRK-DATA-RESPOSTA
               DISPLAY 'CONFIRMA O REGISTRO? (S/N): '
                ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF CONFIRMADO
                   PERFORM 2800-GRAVAR-RESPOSTA
               ELSE
                   DISPLAY 'RESPOSTA DESCARTADA'
               END-IF
           END-IF.

       2500-BUSCAR-CAMPANHA.
           MOVE 'N'  TO WRK-CA-ACHOU.
           MOVE ZERO TO WRK-CA-IDX.
           PERFORM VARYING WRK-CA-BUSCA FROM 1 BY 1
                   UNTIL WRK-CA-BUSCA > WRK-CAMPANHA-COUNT
                      OR ACHOU-CAMPANHA
               IF WRK-CA-MATRICULA(WRK-CA-BUSCA) = WRK-MATRICULA
                   MOVE 'S' TO WRK-CA-ACHOU
                   MOVE WRK-CA-BUSCA TO WRK-CA-IDX
               END-IF
           END-PERFORM.

       2800-GRAVAR-RESPOSTA.
           OPEN EXTEND REENROLL-CONFIRM.
           IF WRK-RMTCONF-STATUS = '35'
               OPEN OUTPUT REENROLL-CONFIRM
           END-IF.
           IF WRK-RMTCONF-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR RMTCONF: ' WRK-RMTCONF-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WRK-ANO-CAMPANHA  TO RF-ANO-LETIVO
               MOVE WRK-MATRICULA     TO RF-MATRICULA
               MOVE WRK-RESPOSTA      TO RF-RESPOSTA
               MOVE WRK-DATA-RESPOSTA TO RF-DATA-RESPOSTA
               MOVE WRK-OPERADOR      TO RF-OPERADOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO RF-TIMESTAMP
               WRITE REENROLL-CONFIRM-RECORD
               CLOSE REENROLL-CONFIRM
               ADD 1 TO WRK-QTDE-GRAVADOS
               MOVE WRK-RESPOSTA      TO WRK-CA-RESPOSTA(WRK-CA-IDX)
               MOVE WRK-DATA-RESPOSTA TO WRK-CA-DATA-RESP(WRK-CA-IDX)
               DISPLAY 'RESPOSTA REGISTRADA NO RMTCONF'
           END-IF.

      ********************************
      * MODO IMPRESSAO: QUADRO POR TURMA NOVA E AS LISTAS DE
      * QUEM NAO RESPONDEU E DE QUEM DESISTIU.
      ********************************
       5000-IMPRIMIR-SITUACAO.
           PERFORM 5100-MONTAR-QUADRO.
           PERFORM 5300-CARREGAR-CAPACIDADE.
           OPEN OUTPUT SITUACAO-REPORT.
           PERFORM VARYING WRK-TT-IDX FROM 1 BY 1
                   UNTIL WRK-TT-IDX > WRK-TURMA-COUNT
               PERFORM 5500-IMPRIMIR-TURMA
           END-PERFORM.
           MOVE SPACE TO WRK-RESP-LISTA.
           MOVE 'ALUNOS SEM RESPOSTA (COBRAR A DEVOLUCAO DO CANHOTO)'
               TO WRK-TL-TITULO.
           PERFORM 5700-IMPRIMIR-LISTA.
           MOVE 'D' TO WRK-RESP-LISTA.
           MOVE 'ALUNOS DESISTENTES (VAGAS LIBERADAS)'
               TO WRK-TL-TITULO.
           PERFORM 5700-IMPRIMIR-LISTA.
           PERFORM 6000-IMPRIMIR-TOTAIS.
           CLOSE SITUACAO-REPORT.
           IF WRK-RMTSIT-STATUS = '00'
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           DISPLAY 'QUADRO DE SITUACAO DA REMATRICULA IMPRESSO NO '
                   'RMTSIT: ' WRK-TURMA-COUNT ' TURMA(S)'.

      * CONTAGEM POR TURMA NOVA DA CAMPANHA.
       5100-MONTAR-QUADRO.
           PERFORM VARYING WRK-CA-IDX FROM 1 BY 1
                   UNTIL WRK-CA-IDX > WRK-CAMPANHA-COUNT
               MOVE WRK-CA-TURMA(WRK-CA-IDX) TO WRK-TURMA-BUSCA
               PERFORM 5200-BUSCAR-TURMA
               IF NOT ACHOU-TURMA
                   IF WRK-TURMA-COUNT < 50
                       ADD 1 TO WRK-TURMA-COUNT
                       MOVE WRK-TURMA-COUNT TO WRK-TT-IDX
                       MOVE WRK-TURMA-BUSCA
                           TO WRK-TT-TURMA(WRK-TT-IDX)
                       MOVE ZERO TO WRK-TT-ANO-CAD(WRK-TT-IDX)
                                    WRK-TT-CAPACIDADE(WRK-TT-IDX)
                                    WRK-TT-CONVIDADOS(WRK-TT-IDX)
                                    WRK-TT-CONFIRMADOS(WRK-TT-IDX)
                                    WRK-TT-DESISTENTES(WRK-TT-IDX)
                                    WRK-TT-SEM-RESP(WRK-TT-IDX)
                   ELSE
                       DISPLAY 'TABELA DE TURMAS CHEIA, TURMA FORA '
                               'DO QUADRO: ' WRK-TURMA-BUSCA
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                       MOVE ZERO TO WRK-TT-IDX
                   END-IF
               END-IF
               EVALUATE WRK-CA-RESPOSTA(WRK-CA-IDX)
                   WHEN 'C'
                       ADD 1 TO WRK-TOTAL-CONFIRMADOS
                   WHEN 'D'
                       ADD 1 TO WRK-TOTAL-DESISTENTES
                   WHEN OTHER
                       ADD 1 TO WRK-TOTAL-SEM-RESP
               END-EVALUATE
               ADD 1 TO WRK-TOTAL-CONVIDADOS
               IF WRK-TT-IDX > ZERO
                   ADD 1 TO WRK-TT-CONVIDADOS(WRK-TT-IDX)
                   EVALUATE WRK-CA-RESPOSTA(WRK-CA-IDX)
                       WHEN 'C'
                           ADD 1 TO WRK-TT-CONFIRMADOS(WRK-TT-IDX)
                       WHEN 'D'
                           ADD 1 TO WRK-TT-DESISTENTES(WRK-TT-IDX)
                       WHEN OTHER
                           ADD 1 TO WRK-TT-SEM-RESP(WRK-TT-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       5200-BUSCAR-TURMA.
           MOVE 'N'  TO WRK-TT-ACHOU.
           MOVE ZERO TO WRK-TT-IDX.
           PERFORM VARYING WRK-TT-BUSCA FROM 1 BY 1
                   UNTIL WRK-TT-BUSCA > WRK-TURMA-COUNT
                      OR ACHOU-TURMA
               IF WRK-TT-TURMA(WRK-TT-BUSCA) = WRK-TURMA-BUSCA
                   MOVE 'S' TO WRK-TT-ACHOU
                   MOVE WRK-TT-BUSCA TO WRK-TT-IDX
               END-IF
           END-PERFORM.

      * CLSMST OPCIONAL: SEM ELE (OU SEM A TURMA) O QUADRO SAI SEM
      * A CAPACIDADE E A TURMA E MARCADA PARA A SECRETARIA
      * CADASTRAR. REGISTRO DE ANO POSTERIOR AO DA CAMPANHA NAO
      * SERVE.
       5300-CARREGAR-CAPACIDADE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLASS-MASTER.
           IF WRK-CLSMST-STATUS = '00'
               PERFORM 5350-LER-CLSMST
               PERFORM UNTIL FIM-ARQUIVO
                   MOVE CM-TURMA TO WRK-TURMA-BUSCA
                   PERFORM 5200-BUSCAR-TURMA
                   IF ACHOU-TURMA
                           AND CM-ANO-LETIVO NOT > WRK-ANO-CAMPANHA
                           AND CM-ANO-LETIVO >=
                               WRK-TT-ANO-CAD(WRK-TT-IDX)
                       MOVE CM-ANO-LETIVO
                           TO WRK-TT-ANO-CAD(WRK-TT-IDX)
                       MOVE CM-CAPACIDADE
                           TO WRK-TT-CAPACIDADE(WRK-TT-IDX)
                   END-IF
                   PERFORM 5350-LER-CLSMST
               END-PERFORM
               CLOSE CLASS-MASTER
           ELSE
               DISPLAY 'CADASTRO DE TURMAS CLSMST AUSENTE - QUADRO '
                       'SEM CAPACIDADE'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       5350-LER-CLSMST.
           READ CLASS-MASTER
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * VAGAS = CAPACIDADE MENOS OS CONFIRMADOS. CONFIRMADOS
      * ACIMA DA SALA EXCEDEM; CONFIRMADOS MAIS SEM RESPOSTA ACIMA
      * DA SALA AINDA PODEM EXCEDER.
       5500-IMPRIMIR-TURMA.
           MOVE WRK-TT-TURMA(WRK-TT-IDX)       TO WRK-DT-TURMA.
           MOVE WRK-TT-CAPACIDADE(WRK-TT-IDX)  TO WRK-DT-CAPACIDADE.
           MOVE WRK-TT-CONVIDADOS(WRK-TT-IDX)  TO WRK-DT-CONVIDADOS.
           MOVE WRK-TT-CONFIRMADOS(WRK-TT-IDX) TO WRK-DT-CONFIRMADOS.
           MOVE WRK-TT-DESISTENTES(WRK-TT-IDX) TO WRK-DT-DESISTENTES.
           MOVE WRK-TT-SEM-RESP(WRK-TT-IDX)    TO WRK-DT-SEM-RESP.
           COMPUTE WRK-VAGAS = WRK-TT-CAPACIDADE(WRK-TT-IDX)
                             - WRK-TT-CONFIRMADOS(WRK-TT-IDX).
           MOVE WRK-VAGAS TO WRK-DT-VAGAS.
           IF WRK-TT-ANO-CAD(WRK-TT-IDX) = ZERO
               MOVE 'TURMA SEM CADASTRO NO CLSMST' TO WRK-DT-AVISO
           ELSE
               IF WRK-VAGAS < ZERO
                   MOVE 'EXCEDE A CAPACIDADE DA SALA' TO WRK-DT-AVISO
               ELSE
                   IF WRK-TT-SEM-RESP(WRK-TT-IDX) > WRK-VAGAS
                       MOVE 'PODE EXCEDER (SEM RESPOSTA)'
                           TO WRK-DT-AVISO
                   ELSE
                       MOVE SPACES TO WRK-DT-AVISO
                   END-IF
               END-IF
           END-IF.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-DETALHE-TURMA TO SITUACAO-REPORT-LINE.
           WRITE SITUACAO-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-DETALHE-TURMA.

      * LISTA DOS ALUNOS COM A RESPOSTA PEDIDA (ESPACO = SEM
      * RESPOSTA), NA ORDEM DE MATRICULA DA CAMPANHA.
       5700-IMPRIMIR-LISTA.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE SPACES TO SITUACAO-REPORT-LINE.
           WRITE SITUACAO-REPORT-LINE.
           MOVE WRK-LINHA-TITULO-LISTA TO SITUACAO-REPORT-LINE.
           WRITE SITUACAO-REPORT-LINE.
           MOVE WRK-LINHA-COLUNAS-LISTA TO SITUACAO-REPORT-LINE.
           WRITE SITUACAO-REPORT-LINE.
           ADD 3 TO WRK-LINHA-ATUAL.
           PERFORM VARYING WRK-CA-IDX FROM 1 BY 1
                   UNTIL WRK-CA-IDX > WRK-CAMPANHA-COUNT
               IF WRK-CA-RESPOSTA(WRK-CA-IDX) = WRK-RESP-LISTA
                       OR (WRK-RESP-LISTA = SPACE
                           AND WRK-CA-RESPOSTA(WRK-CA-IDX) NOT = 'C'
                           AND WRK-CA-RESPOSTA(WRK-CA-IDX) NOT = 'D')
                   PERFORM 5800-IMPRIMIR-ALUNO
               END-IF
           END-PERFORM.

       5800-IMPRIMIR-ALUNO.
           MOVE WRK-CA-MATRICULA(WRK-CA-IDX)   TO WRK-DA-MATRICULA.
           MOVE WRK-CA-NOME(WRK-CA-IDX)        TO WRK-DA-NOME.
           MOVE WRK-CA-RESPONSAVEL(WRK-CA-IDX) TO WRK-DA-RESPONSAVEL.
           MOVE WRK-CA-TURMA(WRK-CA-IDX)       TO WRK-DA-TURMA.
           IF WRK-CA-DATA-RESP(WRK-CA-IDX) = ZERO
               MOVE SPACES TO WRK-DA-DATA-RESP
           ELSE
               MOVE WRK-CA-DATA-RESP(WRK-CA-IDX) TO WRK-DA-DATA-RESP
           END-IF.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-DETALHE-ALUNO TO SITUACAO-REPORT-LINE.
           WRITE SITUACAO-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.

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
           MOVE WRK-CABECALHO TO SITUACAO-REPORT-LINE.
           WRITE SITUACAO-REPORT-LINE.
           MOVE WRK-ANO-CAMPANHA  TO WRK-LF-ANO.
           MOVE WRK-LINHA-FILTRO  TO SITUACAO-REPORT-LINE.
           WRITE SITUACAO-REPORT-LINE.
           MOVE WRK-LINHA-COLUNAS TO SITUACAO-REPORT-LINE.
           WRITE SITUACAO-REPORT-LINE.

       6000-IMPRIMIR-TOTAIS.
           IF WRK-LINHA-ATUAL = ZERO
               PERFORM 4700-IMPRIMIR-CABECALHO
           END-IF.
           MOVE SPACES TO SITUACAO-REPORT-LINE.
           WRITE SITUACAO-REPORT-LINE.
           MOVE 'ALUNOS CONVIDADOS (CARTAS EMITIDAS)'
               TO WRK-TO-DESCRICAO.
           MOVE WRK-TOTAL-CONVIDADOS TO WRK-TO-QTDE.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.
           MOVE 'REMATRICULAS CONFIRMADAS' TO WRK-TO-DESCRICAO.
           MOVE WRK-TOTAL-CONFIRMADOS TO WRK-TO-QTDE.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.
           MOVE 'DESISTENTES' TO WRK-TO-DESCRICAO.
           MOVE WRK-TOTAL-DESISTENTES TO WRK-TO-QTDE.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.
           MOVE 'SEM RESPOSTA' TO WRK-TO-DESCRICAO.
           MOVE WRK-TOTAL-SEM-RESP TO WRK-TO-QTDE.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.
           MOVE 'RESPOSTAS DE ALUNOS FORA DA CAMPANHA'
               TO WRK-TO-DESCRICAO.
           MOVE WRK-QTDE-FORA-CAMP TO WRK-TO-QTDE.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.

       6100-IMPRIMIR-LINHA-TOTAL.
           MOVE WRK-LINHA-TOTAL TO SITUACAO-REPORT-LINE.
           WRITE SITUACAO-REPORT-LINE.
           DISPLAY WRK-LINHA-TOTAL.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT SITUACAO-REPORT.
           IF WRK-RMTSIT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-RMTSIT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE SITUACAO-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ SITUACAO-REPORT INTO WRK-ARQ-LINHA
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
