      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 09/07/2026
      * OBJETIVO: ALERTA ANTECIPADO DE FREQUENCIA. LE O RESUMO DE
      * FREQUENCIA (ATTSUM, REFEITO TODA NOITE PELO PROGCOB63 A
      * PARTIR DO ATTFILE), APURA O PERCENTUAL DE PRESENCA DE CADA
      * ALUNO ATE AQUI E PROJETA, COM OS DIAS LETIVOS PREVISTOS DO
      * CALENDARIO (SCHCAL), SE OS DIAS QUE AINDA RESTAM BASTAM
      * PARA O ALUNO FICAR ACIMA DO MINIMO LEGAL DE 75%. PARA
      * CADA ALUNO EM RISCO (ABAIXO DO LIMITE HOJE) SAI UMA CARTA
      * QUANDO NEM COMPARECENDO A TODAS AS AULAS RESTANTES O
      * ALUNO ALCANCA O MINIMO - E O RESUMO POR TURMA PARA A
      * COORDENACAO (WRNRPT). A FAMILIA FICA SABENDO ANTES DO
      * REPR-FALTA DO PROGCOB07, NAO DEPOIS. ALUNO QUE JA SAIU DA
      * ESCOLA (TRANSFERIDO, DESISTENTE OU CONCLUIDO NO
      * SM-STATUS) NAO RECEBE CARTA E NAO ENTRA NO RESUMO. CADA
      * CARTA E NUMERADA E REGISTRADA NO CORRESP PELO PROGCOB79;
      * ALUNO COM O ENDERECO MARCADO COMO DEVOLVIDO PELO CORREIO
      * (SM-END-DEVOLVIDO) TEM A CARTA REGISTRADA COMO RETIDA E
      * NAO IMPRESSA - CONTINUA NO RESUMO - E ELA SAI NA LISTA DA
      * SECRETARIA (PROGCOB80)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEND-SUMMARY ASSIGN TO 'ATTSUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS WRK-ATTSUM-STATUS.

           SELECT SCHOOL-CALENDAR ASSIGN TO 'SCHCAL'
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  ATTEND-SUMMARY
           LABEL RECORD IS STANDARD.
       COPY CPATSUM.

       FD  SCHOOL-CALENDAR
           LABEL RECORD IS STANDARD.
       01  RESUMO-REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
       77 WRK-ATTSUM-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-SCHCAL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CARTA-STATUS   PIC X(02) VALUE SPACES.
           88 ACHOU-TURMA    VALUE 'S'.

       77 WRK-QTDE-CARTAS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-INATIVOS  PIC 9(06) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB47'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'WRNLTR'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'C'.
       77 WRK-ARQ-RC         PIC S9(04) COMP VALUE ZERO.
      * O RELATORIO E RELIDO E ENTREGUE UMA LINHA POR CHAMADA
      * (FUNCAO L); A FUNCAO F FECHA O ARQUIVAMENTO.
       77 WRK-ARQ-FUNCAO     PIC X(01) VALUE 'L'.
       77 WRK-ARQ-LINHA      PIC X(132) VALUE SPACES.
       77 WRK-ARQ-FIM        PIC X(01) VALUE 'N'.
           88 FIM-ARQ-RELATORIO VALUE 'S'.
      * REGISTRO DE CORRESPONDENCIA PELO PROGCOB79: A CARTA E
      * MONTADA NO LAYOUT DO CORRESP E VOLTA COM O NUMERO. O CALL
      * DEVOLVE O RETURN CODE DELE, ENTAO O DESTE E GUARDADO.
       77 WRK-COR-FUNCAO     PIC X(01) VALUE 'R'.
       77 WRK-COR-RC         PIC S9(04) COMP VALUE ZERO.
       77 WRK-QTDE-RETIDAS   PIC 9(06) VALUE ZERO.
       COPY CPCORRG.

      * CONTROLE DE PAGINACAO DO RESUMO.
       01 WRK-DATA-EXEC.
           05 FILLER PIC X(40) VALUE
               'ALERTA DE FREQUENCIA'.

       01 WRK-LINHA-NUMERO-CARTA.
           05 FILLER           PIC X(40) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'CARTA NUMERO: '.
           05 WRK-NC-NUMERO    PIC 9(08).

       01 WRK-LINHA-RESPONSAVEL.
           05 FILLER           PIC X(04) VALUE 'A/C '.
           05 WRK-R-RESPONSAVEL PIC X(30).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           MOVE ZERO TO WRK-FREQ-COUNT WRK-TURMA-COUNT
                        WRK-QTDE-CARTAS WRK-DIAS-PREVISTOS
                        WRK-QTDE-INATIVOS WRK-QTDE-RETIDAS
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF WRK-ATTSUM-STATUS = '00'
                   AND WRK-DIAS-PREVISTOS > ZERO
               PERFORM 1800-ABRIR-STUDENT-MASTER
               PERFORM 1900-CARREGAR-FREQUENCIA
               PERFORM 5000-IMPRIMIR-RESUMO
               DISPLAY 'CARTAS DE ALERTA EMITIDAS: '
                   WRK-QTDE-CARTAS
               DISPLAY 'ALUNOS FORA DA ESCOLA, SEM CARTA: '
                   WRK-QTDE-INATIVOS
               DISPLAY 'CARTAS RETIDAS (ENDERECO DEVOLVIDO): '
                   WRK-QTDE-RETIDAS
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           GOBACK.

      * ATTSUM E SCHCAL NAO SAO OPCIONAIS AQUI: SEM LANCAMENTOS
      * NAO HA O QUE ALERTAR E SEM OS DIAS PREVISTOS DO
      * CALENDARIO NAO HA COMO PROJETAR O RESTANTE DO ANO.
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ATTEND-SUMMARY.
           IF WRK-ATTSUM-STATUS NOT = '00'
               DISPLAY 'ARQUIVO ATTSUM NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 1200-CARREGAR-CALENDARIO.
                       'SEM BASE PARA A PROJECAO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WRK-ATTSUM-STATUS = '00'
                   AND WRK-DIAS-PREVISTOS > ZERO
               OPEN OUTPUT CARTA-REPORT
               OPEN OUTPUT RESUMO-REPORT
               MOVE 'S' TO WRK-STMST-ABERTO
           END-IF.

      * CARREGA O RESUMO DO ATTSUM NUMA TABELA DE TOTAIS POR
      * MATRICULA, COMO NO PROGCOB07.
       1900-CARREGAR-FREQUENCIA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO AS-CHAVE.
           START ATTEND-SUMMARY KEY NOT < AS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           IF NOT FIM-ARQUIVO
               PERFORM 1950-LER-ATTSUM
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM 1960-ACUMULAR-FREQUENCIA
               PERFORM 1950-LER-ATTSUM
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1950-LER-ATTSUM.
           READ ATTEND-SUMMARY NEXT
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

           PERFORM VARYING WRK-FQ-BUSCA FROM 1 BY 1
                   UNTIL WRK-FQ-BUSCA > WRK-FREQ-COUNT
                      OR ACHOU-FREQUENCIA
               IF WRK-FQ-MATRICULA(WRK-FQ-BUSCA) = AS-MATRICULA
                   MOVE 'S' TO WRK-FQ-ACHOU
                   MOVE WRK-FQ-BUSCA TO WRK-FQ-IDX
               END-IF
               IF WRK-FREQ-COUNT < 200
                   ADD 1 TO WRK-FREQ-COUNT
                   MOVE WRK-FREQ-COUNT TO WRK-FQ-IDX
                   MOVE AS-MATRICULA
                       TO WRK-FQ-MATRICULA(WRK-FQ-IDX)
                   MOVE ZERO TO WRK-FQ-AULAS(WRK-FQ-IDX)
                   MOVE ZERO TO WRK-FQ-PRESENCAS(WRK-FQ-IDX)
               ELSE
                   DISPLAY 'TABELA DE FREQUENCIA CHEIA, IGNORADO: '
                       AS-MATRICULA
                   MOVE ZERO TO WRK-FQ-IDX
               END-IF
           END-IF.
      * CADA CHAVE DO ATTSUM E UM BIMESTRE DA MATRICULA: AULAS =
      * P + F + J E PRESENCAS = P + J. A FALTA JUSTIFICADA POR
      * ATESTADO (J) E ABONADA, COMO NO PROGCOB07: NAO GERA CARTA
      * DE ALERTA.
           IF WRK-FQ-IDX > ZERO
               COMPUTE WRK-FQ-AULAS(WRK-FQ-IDX) =
                   WRK-FQ-AULAS(WRK-FQ-IDX) + AS-PRESENCAS
                   + AS-FALTAS + AS-JUSTIFICADAS
               COMPUTE WRK-FQ-PRESENCAS(WRK-FQ-IDX) =
                   WRK-FQ-PRESENCAS(WRK-FQ-IDX) + AS-PRESENCAS
                   + AS-JUSTIFICADAS
           END-IF.

      * PARA CADA ALUNO COM FREQUENCIA APURADA: PERCENTUAL ATE
               * 100
               / (WRK-FQ-AULAS(WRK-FQ-IDX) + WRK-DIAS-RESTANTES).
           PERFORM 3400-BUSCAR-ALUNO.
      * QUEM JA SAIU DA ESCOLA NAO TEM MAIS FREQUENCIA A
      * RECUPERAR: SEM CARTA PARA A FAMILIA E FORA DO RESUMO.
           IF ACHOU-MESTRE
                   AND SM-STATUS NOT = SPACE AND SM-STATUS NOT = 'A'
               ADD 1 TO WRK-QTDE-INATIVOS
           ELSE
               PERFORM 3600-ACUMULAR-TURMA
               IF WRK-FREQ-PERC < WRK-LIMITE-FREQUENCIA
                   IF WRK-MELHOR-PERC < WRK-LIMITE-FREQUENCIA
                       MOVE 'I' TO WRK-SITUACAO-RISCO
                   ELSE
                       MOVE 'R' TO WRK-SITUACAO-RISCO
                   END-IF
                   PERFORM 3800-CONTAR-RISCO
                   PERFORM 3900-REGISTRAR-CARTA
                   IF CR-RETIDA
                       ADD 1 TO WRK-QTDE-RETIDAS
                   ELSE
                       PERFORM 4000-IMPRIMIR-CARTA
                   END-IF
               END-IF
           END-IF.

      * LEITURA ALEATORIA POR CHAVE (RECORD KEY IS SM-MATRICULA):
               END-IF
           END-IF.

      * A CARTA ENTRA NO CORRESP ANTES DE SER IMPRESSA, COM O
      * ENDERECO USADO E O ASSUNTO. ENDERECO MARCADO COMO
      * DEVOLVIDO NO MESTRE: A CARTA E REGISTRADA COMO RETIDA E
      * NAO E IMPRESSA. NUMERO ZERADO = REGISTRO FALHOU (AVISADO
      * PELO PROGCOB79), A CARTA SAI ASSIM MESMO COM RC 4.
       3900-REGISTRAR-CARTA.
           MOVE SPACES TO CORRESP-REGISTER-RECORD.
           MOVE 'F'               TO CR-TIPO.
           MOVE WRK-ARQ-PROGRAMA  TO CR-PROGRAMA.
           MOVE WRK-ARQ-TIMESTAMP(1:8) TO CR-DATA-EMISSAO.
           MOVE WRK-FQ-MATRICULA(WRK-FQ-IDX)
               TO CR-MATRICULA.
           MOVE WRK-R-RESPONSAVEL TO CR-DESTINATARIO.
           MOVE WRK-E-ENDERECO    TO CR-ENDERECO.
           MOVE WRK-E-CIDADE      TO CR-CIDADE.
           MOVE WRK-E-CEP         TO CR-CEP.
           MOVE WRK-FREQ-PERC TO WRK-F-PERC.
           STRING 'FREQUENCIA ' WRK-F-PERC '%'
               DELIMITED BY SIZE INTO CR-REFERENCIA
           END-STRING.
           MOVE 'E' TO CR-SITUACAO.
           IF ACHOU-MESTRE AND SM-ENDERECO-DEVOLVIDO
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

      * UMA CARTA POR ALUNO EM RISCO, NO DESENHO DO PROGCOB31:
      * BLOCO DE ENDERECO, IDENTIFICACAO, PERCENTUAIS E O TEXTO
      * CONFORME AINDA HAJA (OU NAO) COMO ALCANCAR O MINIMO.
           ADD 1 TO WRK-QTDE-CARTAS.
           MOVE WRK-CAB-CARTA TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-NUMERO-CARTA TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-RESPONSAVEL TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-ENDERECO TO CARTA-REPORT-LINE.
           WRITE RESUMO-REPORT-LINE.

       9000-FECHAR-ARQUIVOS.
           CLOSE ATTEND-SUMMARY.
           CLOSE CARTA-REPORT.
           IF WRK-CARTA-STATUS = '00'
               MOVE 'WRNLTR' TO WRK-ARQ-RELATORIO
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           CLOSE RESUMO-REPORT.
           IF WRK-RESUMO-STATUS = '00'
               MOVE 'WRNRPT' TO WRK-ARQ-RELATORIO
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           PERFORM 9700-FECHAR-CORRESPONDENCIA.

      * O RELATORIO JA FECHADO (WRK-ARQ-RELATORIO) E RELIDO E
      * ENTREGUE LINHA A LINHA AO ARQUIVO DE RELATORIOS
      * (PROGCOB74); SO E CHAMADO QUANDO O CLOSE DEU STATUS '00',
      * OU SEJA, QUANDO O RELATORIO FOI MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           EVALUATE WRK-ARQ-RELATORIO
               WHEN 'WRNLTR'
                   PERFORM 9610-ARQUIVAR-WRNLTR
               WHEN 'WRNRPT'
                   PERFORM 9620-ARQUIVAR-WRNRPT
           END-EVALUATE.

       9610-ARQUIVAR-WRNLTR.
           OPEN INPUT CARTA-REPORT.
           IF WRK-CARTA-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-CARTA-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9615-LER-WRNLTR
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9615-LER-WRNLTR
               END-PERFORM
               CLOSE CARTA-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9615-LER-WRNLTR.
           READ CARTA-REPORT INTO WRK-ARQ-LINHA
               AT END MOVE 'S' TO WRK-ARQ-FIM
           END-READ.

       9620-ARQUIVAR-WRNRPT.
           OPEN INPUT RESUMO-REPORT.
           IF WRK-RESUMO-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-RESUMO-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9625-LER-WRNRPT
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9625-LER-WRNRPT
               END-PERFORM
               CLOSE RESUMO-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9625-LER-WRNRPT.
           READ RESUMO-REPORT INTO WRK-ARQ-LINHA
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
      * EMISSAO (SEM CARTA NENHUMA ELE NEM CHEGOU A SER ABERTO).
       9700-FECHAR-CORRESPONDENCIA.
           MOVE 'F' TO WRK-COR-FUNCAO.
           MOVE RETURN-CODE TO WRK-COR-RC.
           CALL 'PROGCOB79' USING WRK-COR-FUNCAO
               CORRESP-REGISTER-RECORD.
           MOVE WRK-COR-RC TO RETURN-CODE.
