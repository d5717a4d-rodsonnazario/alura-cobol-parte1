      * ARQUIVO DE SUSPENSOS (ATRSUSP) COM CODIGO DE MOTIVO E O
      * RELATORIO DE CAPTURA (ATRRPT) SAI COM OS TOTAIS DE
      * CONTROLE - A MESMA DISCIPLINA QUE O PROGCOB25 APLICA AS
      * NOTAS. ALUNO TRANSFERIDO, DESISTENTE OU CONCLUIDO
      * (SM-STATUS) SO ENTRA NAS CHAMADAS DE DATA ANTERIOR A SAIDA
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 STMST-ABERTO   VALUE 'S'.
       77 WRK-ACHOU-MESTRE   PIC X(01) VALUE 'N'.
           88 ACHOU-MESTRE   VALUE 'S'.
      * ALUNO ATIVO NA DATA DA CHAMADA: SM-STATUS EM BRANCO OU A,
      * OU SAIDA (SM-DATA-STATUS) POSTERIOR A DATA DA CHAMADA.
       77 WRK-ATIVO-NA-DATA  PIC X(01) VALUE 'N'.
           88 ATIVO-NA-DATA  VALUE 'S'.

      * CODIGOS DE MOTIVO GRAVADOS EM ATRSUSP:
      * 01=MATRICULA FALTOSA INEXISTENTE NO STUDENT-MASTER
      * 03=DATA DA CHAMADA FORA DO CALENDARIO LETIVO
      * 04=LANCAMENTO DUPLICADO (ALUNO/DIA JA NO ATTFILE)
      * 05=QUANTIDADE DE FALTAS FORA DE 0-40
      * 06=MATRICULA FALTOSA JA FORA DA ESCOLA NA DATA DA CHAMADA
      *    (TRANSFERIDO, DESISTENTE OU CONCLUIDO)
       77 WRK-MOTIVO         PIC X(02) VALUE SPACES.

      * CALENDARIO DO ANO LETIVO, NO MESMO CRITERIO DO PROGCOB29:
       77 WRK-QTDE-GERADOS   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-FALTAS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SUSPENSOS PIC 9(06) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB46'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'ATRRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'C'.
       77 WRK-ARQ-RC         PIC S9(04) COMP VALUE ZERO.
      * O RELATORIO E RELIDO E ENTREGUE UMA LINHA POR CHAMADA
      * (FUNCAO L); A FUNCAO F FECHA O ARQUIVAMENTO.
       77 WRK-ARQ-FUNCAO     PIC X(01) VALUE 'L'.
       77 WRK-ARQ-LINHA      PIC X(132) VALUE SPACES.
       77 WRK-ARQ-FIM        PIC X(01) VALUE 'N'.
           88 FIM-ARQ-RELATORIO VALUE 'S'.

      * CONTROLE DE PAGINACAO, NO MESMO DESENHO DO PROGCOB22.
       01 WRK-DATA-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
                   MOVE RO-FALTA(WRK-FL-IDX) TO RS-MATRICULA
                   PERFORM 3900-SUSPENDER
               ELSE
                   PERFORM 3400-VERIFICAR-ATIVO
                   IF SM-TURMA NOT = RO-TURMA
                       MOVE '02' TO WRK-MOTIVO
                       MOVE RO-FALTA(WRK-FL-IDX) TO RS-MATRICULA
                       PERFORM 3900-SUSPENDER
                   ELSE
                       IF NOT ATIVO-NA-DATA
                           MOVE '06' TO WRK-MOTIVO
                           MOVE RO-FALTA(WRK-FL-IDX) TO RS-MATRICULA
                           PERFORM 3900-SUSPENDER
                       ELSE
                           ADD 1 TO WRK-FALTA-COUNT
                           MOVE RO-FALTA(WRK-FL-IDX)
                               TO WRK-FL-MATRICULA(WRK-FALTA-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
                   MOVE 'S' TO WRK-ACHOU-MESTRE
           END-READ.

      * O ALUNO QUE SAIU CONTINUA NA CHAMADA ATE O DIA ANTERIOR A
      * DATA DA SAIDA; NO DIA DA SAIDA EM DIANTE ELE NAO E MAIS
      * ESPERADO NA SALA.
       3400-VERIFICAR-ATIVO.
           MOVE 'N' TO WRK-ATIVO-NA-DATA.
           IF SM-STATUS = SPACE OR SM-STATUS = 'A'
                   OR SM-DATA-STATUS > RO-DATA
               MOVE 'S' TO WRK-ATIVO-NA-DATA
           END-IF.

      * VARRE O MESTRE INTEIRO E, PARA CADA ALUNO DA TURMA DA
      * CHAMADA, GERA O REGISTRO DO DIA: F SE ESTA NA LISTA DE
      * FALTAS VALIDADA, P NOS DEMAIS. ALUNO/DIA JA LANCADO NO
               READ STUDENT-MASTER NEXT
                   AT END MOVE 'S' TO WRK-FIM-VARREDURA
                   NOT AT END
                       PERFORM 3400-VERIFICAR-ATIVO
                       IF SM-TURMA = RO-TURMA AND ATIVO-NA-DATA
                           ADD 1 TO WRK-ALUNOS-TURMA
                           PERFORM 3700-GERAR-REGISTRO
                       END-IF
           CLOSE ROSTER-FILE.
           CLOSE ROSTER-SUSPENSO.
           CLOSE ROSTER-REPORT.
           IF WRK-ATRRPT-STATUS = '00'
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT ROSTER-REPORT.
           IF WRK-ATRRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-ATRRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE ROSTER-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ ROSTER-REPORT INTO WRK-ARQ-LINHA
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
