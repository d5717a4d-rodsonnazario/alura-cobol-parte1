           88 TRAVA-OBTIDA    VALUE 'S'.
       77 WRK-LOCK-RC         PIC 9(02) COMP-5 VALUE ZERO.
       77 WRK-GRDLOCK-NOME    PIC X(20) VALUE 'GRDLOCK'.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB26'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'INTEGRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'C'.
       77 WRK-ARQ-RC         PIC S9(04) COMP VALUE ZERO.
      * O RELATORIO E RELIDO E ENTREGUE UMA LINHA POR CHAMADA
      * (FUNCAO L); A FUNCAO F FECHA O ARQUIVAMENTO.
       77 WRK-ARQ-FUNCAO     PIC X(01) VALUE 'L'.
       77 WRK-ARQ-LINHA      PIC X(132) VALUE SPACES.
       77 WRK-ARQ-FIM        PIC X(01) VALUE 'N'.
           88 FIM-ARQ-RELATORIO VALUE 'S'.

      * CONTROLE DE PAGINACAO, NO MESMO DESENHO DO PROGCOB07.
       01 WRK-DATA-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
               CLOSE USER-MASTER
           END-IF.
           CLOSE INTEG-REPORT.
           IF WRK-INTRPT-STATUS = '00'
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT INTEG-REPORT.
           IF WRK-INTRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-INTRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE INTEG-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ INTEG-REPORT INTO WRK-ARQ-LINHA
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
