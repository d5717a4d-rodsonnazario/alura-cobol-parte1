      * CORRIGIDO PELOS JUROS DO TUIPARM (MESMA MATEMATICA DO
      * PROGCOB32) E TEXTO QUE ENDURECE CONFORME A FAIXA - O
      * PRIMEIRO CONTATO COM A FAMILIA ATRASADA PASSA A SER UMA
      * CARTA, NAO UM TELEFONEMA DE MEMORIA. MENSALIDADE
      * RENEGOCIADA EM ACORDO DE PARCELAMENTO (PROGCOB57) FICA FORA
      * DO AGING E DAS CARTAS; A PARCELA DO ACORDO VENCIDA ENTRA
      * COMO QUALQUER MENSALIDADE. CADA CARTA E NUMERADA E
      * REGISTRADA NO CORRESP PELO PROGCOB79; ALUNO COM O ENDERECO
      * MARCADO COMO DEVOLVIDO PELO CORREIO (SM-END-DEVOLVIDO) TEM
      * A CARTA REGISTRADA COMO RETIDA E NAO IMPRESSA - A
      * MENSALIDADE CONTINUA NO AGING - E ELA SAI NA LISTA DA
      * SECRETARIA (PROGCOB80)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       77 WRK-QTDE-CARTAS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-VENCIDAS  PIC 9(06) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB45'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'AGERPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'F'.
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

       01 WRK-DATA-EXEC.
           05 WRK-DE-ANO PIC 9(04).
           05 FILLER PIC X(40) VALUE
               'AVISO DE MENSALIDADE EM ABERTO'.

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
           MOVE ZERO TO WRK-TURMA-COUNT WRK-QTDE-CARTAS
                        WRK-QTDE-VENCIDAS WRK-QTDE-RETIDAS
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
               PERFORM UNTIL FIM-ARQUIVO
                   IF TU-DATA-PAGAMENTO = ZERO
                           AND TU-VENCIMENTO < WRK-DATA-EXEC-NUM
                           AND NOT TU-RENEGOCIADA
                       ADD 1 TO WRK-QTDE-VENCIDAS
                       PERFORM 3000-PROCESSAR-VENCIDA
                   END-IF
               PERFORM 5000-IMPRIMIR-AGING
               DISPLAY 'MENSALIDADES VENCIDAS: ' WRK-QTDE-VENCIDAS
                       ' CARTAS EMITIDAS: ' WRK-QTDE-CARTAS
               DISPLAY 'CARTAS RETIDAS (ENDERECO DEVOLVIDO): '
                       WRK-QTDE-RETIDAS
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           GOBACK.
           PERFORM 3100-CALCULAR-ATRASO.
           PERFORM 3300-BUSCAR-ALUNO.
           PERFORM 3500-ACUMULAR-AGING.
           PERFORM 3900-REGISTRAR-CARTA.
           IF CR-RETIDA
               ADD 1 TO WRK-QTDE-RETIDAS
           ELSE
               PERFORM 4000-IMPRIMIR-CARTA
           END-IF.

      * DIAS DE ATRASO E VALOR CORRIGIDO (JUROS COMPOSTOS POR MES
      * INICIADO), MESMA MATEMATICA DO PROGCOB32; A FAIXA DE
                   TO WRK-TT-VALOR(WRK-TT-IDX, WRK-FAIXA)
           END-IF.

      * A CARTA ENTRA NO CORRESP ANTES DE SER IMPRESSA, COM O
      * ENDERECO USADO E O ASSUNTO. ENDERECO MARCADO COMO
      * DEVOLVIDO NO MESTRE: A CARTA E REGISTRADA COMO RETIDA E
      * NAO E IMPRESSA. NUMERO ZERADO = REGISTRO FALHOU (AVISADO
      * PELO PROGCOB79), A CARTA SAI ASSIM MESMO COM RC 4.
       3900-REGISTRAR-CARTA.
           MOVE SPACES TO CORRESP-REGISTER-RECORD.
           MOVE 'C'               TO CR-TIPO.
           MOVE WRK-ARQ-PROGRAMA  TO CR-PROGRAMA.
           MOVE WRK-ARQ-TIMESTAMP(1:8) TO CR-DATA-EMISSAO.
           MOVE TU-MATRICULA      TO CR-MATRICULA.
           MOVE WRK-R-RESPONSAVEL TO CR-DESTINATARIO.
           MOVE WRK-E-ENDERECO    TO CR-ENDERECO.
           MOVE WRK-E-CIDADE      TO CR-CIDADE.
           MOVE WRK-E-CEP         TO CR-CEP.
           STRING 'COMPETENCIA ' TU-COMPETENCIA
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

      * UMA CARTA POR MENSALIDADE VENCIDA: BLOCO DE ENDERECO DO
      * RESPONSAVEL, IDENTIFICACAO DO ALUNO E DA COMPETENCIA,
      * VALORES E O TEXTO DA FAIXA. O SEPARADOR MARCA ONDE
           ADD 1 TO WRK-QTDE-CARTAS.
           MOVE WRK-CAB-CARTA TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-NUMERO-CARTA TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-RESPONSAVEL TO CARTA-REPORT-LINE.
           WRITE CARTA-REPORT-LINE.
           MOVE WRK-LINHA-ENDERECO TO CARTA-REPORT-LINE.
       9000-FECHAR-ARQUIVOS.
           CLOSE TUITION-FILE.
           CLOSE AGING-REPORT.
           IF WRK-AGERPT-STATUS = '00'
               MOVE 'AGERPT' TO WRK-ARQ-RELATORIO
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           CLOSE CARTA-REPORT.
           IF WRK-CARTA-STATUS = '00'
               MOVE 'DUNLTR' TO WRK-ARQ-RELATORIO
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
               WHEN 'AGERPT'
                   PERFORM 9610-ARQUIVAR-AGERPT
               WHEN 'DUNLTR'
                   PERFORM 9620-ARQUIVAR-DUNLTR
           END-EVALUATE.

       9610-ARQUIVAR-AGERPT.
           OPEN INPUT AGING-REPORT.
           IF WRK-AGERPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-AGERPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9615-LER-AGERPT
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9615-LER-AGERPT
               END-PERFORM
               CLOSE AGING-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9615-LER-AGERPT.
           READ AGING-REPORT INTO WRK-ARQ-LINHA
               AT END MOVE 'S' TO WRK-ARQ-FIM
           END-READ.

       9620-ARQUIVAR-DUNLTR.
           OPEN INPUT CARTA-REPORT.
           IF WRK-CARTA-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-CARTA-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9625-LER-DUNLTR
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9625-LER-DUNLTR
               END-PERFORM
               CLOSE CARTA-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9625-LER-DUNLTR.
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
