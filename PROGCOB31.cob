      * O NOME E ENDERECO DO RESPONSAVEL (STUDENT-MASTER), AS
      * NOTAS E A MEDIA QUE PRODUZIRAM A SITUACAO E A DATA DA
      * PROVA DE RECUPERACAO INFORMADA PELO OPERADOR - PRONTA
      * PARA ENVELOPAR, NO LUGAR DO AVISO ESCRITO A MAO. ALUNO
      * TRANSFERIDO, DESISTENTE OU CONCLUIDO (SM-STATUS) NAO GERA
      * CARTA - A FAMILIA JA NAO ESTA NA ESCOLA. CADA CARTA E
      * NUMERADA E REGISTRADA NO CORRESP PELO PROGCOB79; ALUNO COM
      * O ENDERECO MARCADO COMO DEVOLVIDO PELO CORREIO
      * (SM-END-DEVOLVIDO) TEM A CARTA REGISTRADA COMO RETIDA E
      * NAO IMPRESSA, E ELA SAI NA LISTA DA SECRETARIA (PROGCOB80)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CARTA-STATUS.

           SELECT ATTEND-SUMMARY ASSIGN TO 'ATTSUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS WRK-ATTSUM-STATUS.

           SELECT GRADE-LOCK ASSIGN TO 'GRDLOCK'
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD.
       01  CARTA-REPORT-LINE PIC X(80).

       FD  ATTEND-SUMMARY
           LABEL RECORD IS STANDARD.
       COPY CPATSUM.

       FD  GRADE-LOCK
           LABEL RECORD IS STANDARD.
       77 WRK-MEDIA         PIC 9(02)V99 VALUE ZEROS.
       77 WRK-SITUACAO      PIC X(11) VALUE SPACES.
       77 WRK-QTDE-CARTAS   PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-INATIVOS PIC 9(04) VALUE ZERO.

      * RESUMO DE FREQUENCIA POR MATRICULA, COM O MESMO CRITERIO
      * DO PROGCOB07: QUEM JA ESTA REPR-FALTA PELA PRESENCA NAO
      * RECEBE CARTA DE RECUPERACAO - A SELECAO DAS CARTAS TEM
      * QUE BATER COM O GRDRPT QUE A COORDENACAO USA.
       77 WRK-ATTSUM-STATUS       PIC X(02) VALUE SPACES.
       77 WRK-LIMITE-FREQUENCIA PIC 9(03) VALUE 75.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB31'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'RECLTR'.
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
       77 WRK-QTDE-RETIDAS   PIC 9(04) VALUE ZERO.
       COPY CPCORRG.
       01 WRK-FREQ-TABLE.
           05 WRK-FQ-ENTRY OCCURS 200 TIMES.
               10 WRK-FQ-MATRICULA PIC 9(06).
           05 FILLER PIC X(40) VALUE
               'COMUNICADO DE RECUPERACAO'.

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
           MOVE ZERO TO WRK-QTDE-CARTAS WRK-QTDE-INATIVOS
                        WRK-QTDE-RETIDAS.
           PERFORM 0200-OBTER-TRAVA-LEITURA.
           IF NOT TRAVA-OBTIDA
               MOVE 08 TO RETURN-CODE
                   PERFORM 3000-CALCULAR-MEDIA
                   PERFORM 3800-APLICAR-FREQUENCIA
                   IF WRK-SITUACAO = 'RECUPERACAO'
                       PERFORM 3500-BUSCAR-ALUNO
                       IF ACHOU-MESTRE
                               AND SM-STATUS NOT = SPACE
                               AND SM-STATUS NOT = 'A'
                           ADD 1 TO WRK-QTDE-INATIVOS
                       ELSE
                           PERFORM 3900-REGISTRAR-CARTA
                           IF CR-RETIDA
                               ADD 1 TO WRK-QTDE-RETIDAS
                           ELSE
                               PERFORM 4000-IMPRIMIR-CARTA
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 2000-LER-STUDENT-GRADES
               END-PERFORM
               DISPLAY 'CARTAS EMITIDAS: ' WRK-QTDE-CARTAS
               DISPLAY 'CARTAS SUPRIMIDAS (ALUNO FORA DA ESCOLA): '
                   WRK-QTDE-INATIVOS
               DISPLAY 'CARTAS RETIDAS (ENDERECO DEVOLVIDO): '
                   WRK-QTDE-RETIDAS
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           PERFORM 9200-LIBERAR-TRAVA-LEITURA.
                END-IF
           END-IF.

      * CARREGA O RESUMO DO ATTSUM NUMA TABELA DE TOTAIS POR
      * MATRICULA, COMO NO PROGCOB07. ARQUIVO OPCIONAL: SEM ELE A
      * SELECAO FICA SO PELA MEDIA.
       1900-CARREGAR-FREQUENCIA.
           MOVE ZERO TO WRK-FREQ-COUNT.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           OPEN INPUT ATTEND-SUMMARY.
           IF WRK-ATTSUM-STATUS = '00'
               MOVE LOW-VALUES TO AS-CHAVE
               START ATTEND-SUMMARY KEY NOT < AS-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               IF NOT FIM-ARQUIVO
                   PERFORM 1950-LER-ATTSUM
               END-IF
               PERFORM UNTIL FIM-ARQUIVO
                   PERFORM 1960-ACUMULAR-FREQUENCIA
                   PERFORM 1950-LER-ATTSUM
               END-PERFORM
               CLOSE ATTEND-SUMMARY
           END-IF.
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
      * P + F + J E PRESENCAS = P + J (FALTA JUSTIFICADA ABONADA,
      * REGRA DO CPATTND).
           IF WRK-FQ-IDX > ZERO
               COMPUTE WRK-FQ-AULAS(WRK-FQ-IDX) =
                   WRK-FQ-AULAS(WRK-FQ-IDX) + AS-PRESENCAS
                   + AS-FALTAS + AS-JUSTIFICADAS
               COMPUTE WRK-FQ-PRESENCAS(WRK-FQ-IDX) =
                   WRK-FQ-PRESENCAS(WRK-FQ-IDX) + AS-PRESENCAS
                   + AS-JUSTIFICADAS
           END-IF.

      * A EXIGENCIA LEGAL DE 75% DE PRESENCA PREVALECE SOBRE A
               END-READ
           END-IF.

      * A CARTA ENTRA NO CORRESP ANTES DE SER IMPRESSA, COM O
      * ENDERECO USADO E O ASSUNTO. ENDERECO MARCADO COMO
      * DEVOLVIDO NO MESTRE: A CARTA E REGISTRADA COMO RETIDA E
      * NAO E IMPRESSA. NUMERO ZERADO = REGISTRO FALHOU (AVISADO
      * PELO PROGCOB79), A CARTA SAI ASSIM MESMO COM RC 4.
       3900-REGISTRAR-CARTA.
           MOVE SPACES TO CORRESP-REGISTER-RECORD.
           MOVE 'R'               TO CR-TIPO.
           MOVE WRK-ARQ-PROGRAMA  TO CR-PROGRAMA.
           MOVE WRK-ARQ-TIMESTAMP(1:8) TO CR-DATA-EMISSAO.
           MOVE SG-MATRICULA      TO CR-MATRICULA.
           MOVE WRK-R-RESPONSAVEL TO CR-DESTINATARIO.
           MOVE WRK-E-ENDERECO    TO CR-ENDERECO.
           MOVE WRK-E-CIDADE      TO CR-CIDADE.
           MOVE WRK-E-CEP         TO CR-CEP.
           STRING SG-DISCIPLINA ' BIMESTRE ' SG-BIMESTRE
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

      * UMA CARTA POR REGISTRO EM RECUPERACAO: BLOCO DE ENDERECO
      * DO RESPONSAVEL, IDENTIFICACAO DO ALUNO/DISCIPLINA, NOTAS
      * E MEDIA, TEXTO DO COMUNICADO E DATA DA PROVA. O SEPARADOR
      * MARCA ONDE DESTACAR PARA ENVELOPAR.
       4000-IMPRIMIR-CARTA.
           ADD 1 TO WRK-QTDE-CARTAS.
           MOVE WRK-CAB-CARTA TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-NUMERO-CARTA TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-RESPONSAVEL TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-ENDERECO TO CARTA-REPORT-LINE.
           CLOSE GRADE-PARM.
           CLOSE STUDENT-GRADES.
           CLOSE CARTA-REPORT.
           IF WRK-CARTA-STATUS = '00'
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.
           IF DISCM-ABERTO
               CLOSE DISCIPLINE-MASTER
           END-IF.
           PERFORM 9700-FECHAR-CORRESPONDENCIA.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT CARTA-REPORT.
           IF WRK-CARTA-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-CARTA-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE CARTA-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ CARTA-REPORT INTO WRK-ARQ-LINHA
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
