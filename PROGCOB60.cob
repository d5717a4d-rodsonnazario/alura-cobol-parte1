       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB60.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 08/09/2026
      * OBJETIVO: SALDO DO CONTA CORRENTE DE DIFERENCAS DE
      * MENSALIDADE (SALDOAL). O PROGCOB44 REGISTRA CADA BAIXA PAGA
      * A MAIOR (CREDITO DA FAMILIA) OU A MENOR (DEBITO) E O
      * PROGCOB43 APLICA O SALDO NA MENSALIDADE SEGUINTE; ESTE
      * PROGRAMA IMPRIME O SALDO POR ALUNO (SALRPT), COM OS TOTAIS
      * DE DIFERENCAS ACUMULADAS CONFERIDOS CONTRA O QUE FOI
      * APLICADO, DEVOLVIDO E AINDA ESTA EM ABERTO, E A LISTA DE
      * DEVOLUCAO (DEVREL) DOS CREDITOS EM ABERTO DE ALUNOS QUE
      * SAIRAM DA ESCOLA (SM-STATUS T/D/C), QUE NAO TEM MAIS
      * MENSALIDADE ONDE DESCONTAR. A PEDIDO DO OPERADOR OS
      * CREDITOS LISTADOS SAO MARCADOS COMO DEVOLVIDOS, DEPOIS DE A
      * TESOURARIA FAZER O PAGAMENTO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACCESS DYNAMIC: VARREDURA INTEIRA NA ORDEM DA CHAVE
      * (MATRICULA + COMPETENCIA), COM REWRITE DO CREDITO DEVOLVIDO.
           SELECT STUDENT-BALANCE ASSIGN TO 'SALDOAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CHAVE
               FILE STATUS IS WRK-SALDOAL-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT BALANCE-REPORT ASSIGN TO 'SALRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALRPT-STATUS.

           SELECT REFUND-REPORT ASSIGN TO 'DEVREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEVREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-BALANCE
           LABEL RECORD IS STANDARD.
       COPY CPSALDO.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  BALANCE-REPORT
           LABEL RECORD IS STANDARD.
       01  BALANCE-REPORT-LINE PIC X(100).

       FD  REFUND-REPORT
           LABEL RECORD IS STANDARD.
       01  REFUND-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-SALDOAL-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-SALRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-DEVREL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-SALDOAL-ABERTO PIC X(01) VALUE 'N'.
           88 SALDOAL-ABERTO VALUE 'S'.
       77 WRK-STMST-ABERTO   PIC X(01) VALUE 'N'.
           88 STMST-ABERTO   VALUE 'S'.

      * RESPOSTA DO OPERADOR: S = MARCAR COMO DEVOLVIDOS OS
      * CREDITOS DA LISTA (A TESOURARIA JA PAGOU AS FAMILIAS).
       77 WRK-MARCAR         PIC X(01) VALUE SPACE.
           88 MARCAR-DEVOLVIDOS VALUE 'S'.
           88 MARCAR-VALIDO  VALUE 'S' 'N'.

      * ALUNO CORRENTE NA QUEBRA POR MATRICULA.
       77 WRK-AL-MATRICULA   PIC 9(06) VALUE ZERO.
       77 WRK-AL-NOME        PIC X(30) VALUE SPACES.
       77 WRK-AL-RESPONSAVEL PIC X(30) VALUE SPACES.
       77 WRK-AL-DATA-SAIDA  PIC 9(08) VALUE ZERO.
       77 WRK-AL-SAIU        PIC X(01) VALUE 'N'.
           88 ALUNO-SAIU     VALUE 'S'.
       77 WRK-AL-CREDITO     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-AL-DEBITO      PIC 9(08)V99 VALUE ZEROS.

      * ITEM CORRENTE: O QUE AINDA ESTA EM ABERTO E O QUE FOI
      * DEVOLVIDO (CREDITO DEVOLVIDO NAO TEM MAIS SALDO).
       77 WRK-IT-ABERTO      PIC S9(07)V99 VALUE ZEROS.
       77 WRK-IT-DEVOLVIDO   PIC 9(06)V99 VALUE ZEROS.

      * TOTAIS DO CONTA CORRENTE. O ORIGINADO E A SOMA DAS
      * DIFERENCAS REGISTRADAS PELO PROGCOB44 EM TODAS AS RODADAS
      * E TEM DE FECHAR COM APLICADO + DEVOLVIDO + EM ABERTO.
       77 WRK-QTDE-CRED-ORIG PIC 9(06) VALUE ZERO.
       77 WRK-VALOR-CRED-ORIG PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-CRED-APLIC PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-CRED-DEVOL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-CRED-ABERTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTDE-DEB-ORIG  PIC 9(06) VALUE ZERO.
       77 WRK-VALOR-DEB-ORIG PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-DEB-COBR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-DEB-ABERTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-CONFERE  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-LIQUIDO  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTDE-ALUNOS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-INCONSIST PIC 9(06) VALUE ZERO.
       77 WRK-CONCILIA       PIC X(01) VALUE 'S'.
           88 CONCILIACAO-OK VALUE 'S'.

      * TOTAIS DA LISTA DE DEVOLUCAO.
       77 WRK-QTDE-DEVOLUCAO PIC 9(06) VALUE ZERO.
       77 WRK-VALOR-DEVOLUCAO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTDE-MARCADOS  PIC 9(06) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB60'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'SALRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'F'.
       77 WRK-ARQ-RC         PIC S9(04) COMP VALUE ZERO.
      * O RELATORIO E RELIDO E ENTREGUE UMA LINHA POR CHAMADA
      * (FUNCAO L); A FUNCAO F FECHA O ARQUIVAMENTO.
       77 WRK-ARQ-FUNCAO     PIC X(01) VALUE 'L'.
       77 WRK-ARQ-LINHA      PIC X(132) VALUE SPACES.
       77 WRK-ARQ-FIM        PIC X(01) VALUE 'N'.
           88 FIM-ARQ-RELATORIO VALUE 'S'.

      * CONTROLE DE PAGINACAO, UM PAR DE CONTADORES POR RELATORIO.
       01 WRK-DATA-EXEC.
           05 WRK-DE-ANO PIC 9(04).
           05 WRK-DE-MES PIC 9(02).
           05 WRK-DE-DIA PIC 9(02).
       01 WRK-DATA-EXEC-NUM REDEFINES WRK-DATA-EXEC PIC 9(08).
       77 WRK-LINHA-ATUAL   PIC 9(03) VALUE ZERO.
       77 WRK-PAGINA-ATUAL  PIC 9(03) VALUE ZERO.
       77 WRK-DV-LINHA-ATUAL PIC 9(03) VALUE ZERO.
       77 WRK-DV-PAGINA-ATUAL PIC 9(03) VALUE ZERO.
       77 WRK-MAX-LINHAS    PIC 9(03) VALUE 20.
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 WRK-C-TITULO    PIC X(20).
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 WRK-C-PAGINA    PIC ZZ9.

       01 WRK-LINHA-COLUNAS.
           05 FILLER          PIC X(42) VALUE
               'COMP.  TIPO    ORIGEM        VALOR   APLIC'.
           05 FILLER          PIC X(27) VALUE
               'ADO  DEVOLVIDO  EM ABERTO S'.

       01 WRK-LINHA-ALUNO.
           05 FILLER          PIC X(07) VALUE 'ALUNO: '.
           05 WRK-LA-MATRICULA PIC ZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LA-NOME     PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LA-SITUACAO PIC X(30).

       01 WRK-DETALHE.
           05 WRK-D-COMPETENCIA PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-TIPO      PIC X(07).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-ORIGEM    PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-VALOR     PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-APLICADO  PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-DEVOLVIDO PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-ABERTO    PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-SITUACAO  PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-OBS       PIC X(20).

       01 WRK-LINHA-SALDO-ALUNO.
           05 FILLER          PIC X(07) VALUE SPACES.
           05 FILLER          PIC X(27) VALUE
               'SALDO: CREDITO EM ABERTO='.
           05 WRK-SA-CREDITO  PIC Z.ZZZ.ZZ9,99.
           05 FILLER          PIC X(20) VALUE
               ' DEBITO EM ABERTO='.
           05 WRK-SA-DEBITO   PIC Z.ZZZ.ZZ9,99.

       01 WRK-LINHA-TOTAL.
           05 WRK-TL-DESCRICAO PIC X(44).
           05 FILLER          PIC X(06) VALUE ' QTDE='.
           05 WRK-TL-QTDE     PIC ZZZZZ9.
           05 FILLER          PIC X(07) VALUE ' VALOR='.
           05 WRK-TL-VALOR    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WRK-LINHA-SITUACAO.
           05 FILLER          PIC X(10) VALUE 'SITUACAO: '.
           05 WRK-LS-TEXTO    PIC X(70).

       01 WRK-LINHA-DEV-COLUNAS.
           05 FILLER          PIC X(44) VALUE
               'MATRIC ALUNO                     RESPONSAVEL'.
           05 FILLER          PIC X(43) VALUE
               '               COMP.  SAIDA         CREDITO'.

       01 WRK-LINHA-DEVOLUCAO.
           05 WRK-DV-MATRICULA PIC ZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DV-NOME     PIC X(25).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DV-RESPONSAVEL PIC X(25).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DV-COMPETENCIA PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DV-SAIDA    PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DV-VALOR    PIC Z.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DV-MARCA    PIC X(09).

       01 WRK-LINHA-DEV-TOTAL.
           05 FILLER          PIC X(21) VALUE
               'CREDITOS A DEVOLVER='.
           05 WRK-DT-QTDE     PIC ZZZZZ9.
           05 FILLER          PIC X(07) VALUE ' VALOR='.
           05 WRK-DT-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(22) VALUE
               ' MARCADOS DEVOLVIDOS='.
           05 WRK-DT-MARCADOS PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           MOVE ZERO TO WRK-QTDE-CRED-ORIG WRK-VALOR-CRED-ORIG
                        WRK-VALOR-CRED-APLIC WRK-VALOR-CRED-DEVOL
                        WRK-VALOR-CRED-ABERTO WRK-QTDE-DEB-ORIG
                        WRK-VALOR-DEB-ORIG WRK-VALOR-DEB-COBR
                        WRK-VALOR-DEB-ABERTO WRK-QTDE-ALUNOS
                        WRK-QTDE-INCONSIST WRK-QTDE-DEVOLUCAO
                        WRK-VALOR-DEVOLUCAO WRK-QTDE-MARCADOS
                        WRK-AL-MATRICULA
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL
                        WRK-DV-LINHA-ATUAL WRK-DV-PAGINA-ATUAL.
           MOVE 'S'  TO WRK-CONCILIA.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF SALDOAL-ABERTO AND STMST-ABERTO
               PERFORM 1500-LER-OPCAO
               OPEN OUTPUT BALANCE-REPORT
               OPEN OUTPUT REFUND-REPORT
               PERFORM 2000-VARRER-SALDO
               PERFORM 6000-IMPRIMIR-TOTAIS
               PERFORM 7000-IMPRIMIR-TOTAL-DEVOLUCAO
               CLOSE BALANCE-REPORT
               IF WRK-SALRPT-STATUS = '00'
                   MOVE 'SALRPT' TO WRK-ARQ-RELATORIO
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
               CLOSE REFUND-REPORT
               IF WRK-DEVREL-STATUS = '00'
                   MOVE 'DEVREL' TO WRK-ARQ-RELATORIO
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
      * CREDITO A DEVOLVER AINDA NAO MARCADO E AVISO (RC 4): A
      * TESOURARIA TEM PAGAMENTO A FAZER.
           IF WRK-QTDE-DEVOLUCAO > WRK-QTDE-MARCADOS
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * SEM O SALDOAL (NENHUMA DIFERENCA REGISTRADA AINDA) NAO HA O
      * QUE LISTAR; SEM O STUDMST NAO HA COMO SABER QUEM SAIU DA
      * ESCOLA NEM A QUEM DEVOLVER (RC 12).
       1000-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-SALDOAL-ABERTO.
           OPEN I-O STUDENT-BALANCE.
           IF WRK-SALDOAL-STATUS = '00'
               MOVE 'S' TO WRK-SALDOAL-ABERTO
           ELSE
               DISPLAY 'NENHUMA DIFERENCA REGISTRADA NO SALDOAL'
           END-IF.
           MOVE 'N' TO WRK-STMST-ABERTO.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-STMST-STATUS = '00'
               MOVE 'S' TO WRK-STMST-ABERTO
           ELSE
               DISPLAY 'ERRO AO ABRIR STUDMST: ' WRK-STMST-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       1500-LER-OPCAO.
           MOVE SPACE TO WRK-MARCAR.
           PERFORM UNTIL MARCAR-VALIDO
               DISPLAY 'MARCAR OS CREDITOS DA LISTA DE DEVOLUCAO '
                       'COMO DEVOLVIDOS (S/N): '
               ACCEPT WRK-MARCAR FROM CONSOLE
               IF NOT MARCAR-VALIDO
                   DISPLAY 'RESPOSTA INVALIDA, DIGITE S OU N'
               END-IF
           END-PERFORM.

      * VARRE O CONTA CORRENTE NA ORDEM DA CHAVE, COM QUEBRA POR
      * MATRICULA: CABECALHO DO ALUNO NO PRIMEIRO ITEM E SALDO DO
      * ALUNO QUANDO A MATRICULA MUDA.
       2000-VARRER-SALDO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO SL-CHAVE.
           START STUDENT-BALANCE KEY NOT < SL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ STUDENT-BALANCE NEXT
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF SL-MATRICULA NOT = WRK-AL-MATRICULA
                           IF WRK-AL-MATRICULA NOT = ZERO
                               PERFORM 2500-FECHAR-ALUNO
                           END-IF
                           PERFORM 2100-ABRIR-ALUNO
                       END-IF
                       PERFORM 2200-TRATAR-ITEM
               END-READ
           END-PERFORM.
           IF WRK-AL-MATRICULA NOT = ZERO
               PERFORM 2500-FECHAR-ALUNO
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

      * ALUNO FORA DO MESTRE SAI COM O NOME EM BRANCO E NAO ENTRA
      * NA LISTA DE DEVOLUCAO - SEM CADASTRO NAO HA A QUEM PAGAR.
       2100-ABRIR-ALUNO.
           ADD 1 TO WRK-QTDE-ALUNOS.
           MOVE SL-MATRICULA TO WRK-AL-MATRICULA.
           MOVE ZERO TO WRK-AL-CREDITO WRK-AL-DEBITO.
           MOVE ZERO TO WRK-AL-DATA-SAIDA.
           MOVE 'N'  TO WRK-AL-SAIU.
           MOVE SL-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO WRK-AL-NOME WRK-AL-RESPONSAVEL
                   MOVE 'NAO CADASTRADO NO STUDMST' TO WRK-LA-SITUACAO
               NOT INVALID KEY
                   MOVE SM-NOME        TO WRK-AL-NOME
                   MOVE SM-RESPONSAVEL TO WRK-AL-RESPONSAVEL
                   EVALUATE SM-STATUS
                       WHEN 'T'
                           MOVE 'TRANSFERIDO' TO WRK-LA-SITUACAO
                           MOVE 'S' TO WRK-AL-SAIU
                       WHEN 'D'
                           MOVE 'DESISTENTE'  TO WRK-LA-SITUACAO
                           MOVE 'S' TO WRK-AL-SAIU
                       WHEN 'C'
                           MOVE 'CONCLUIDO'   TO WRK-LA-SITUACAO
                           MOVE 'S' TO WRK-AL-SAIU
                       WHEN OTHER
                           MOVE 'ATIVO'       TO WRK-LA-SITUACAO
                   END-EVALUATE
                   IF ALUNO-SAIU
                       MOVE SM-DATA-STATUS TO WRK-AL-DATA-SAIDA
                   END-IF
           END-READ.
           MOVE SL-MATRICULA TO WRK-LA-MATRICULA.
           MOVE WRK-AL-NOME  TO WRK-LA-NOME.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-ALUNO TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.

      * CREDITO EM ABERTO DE ALUNO QUE SAIU VAI PARA A LISTA DE
      * DEVOLUCAO (E E MARCADO COMO DEVOLVIDO SE O OPERADOR PEDIU)
      * ANTES DE ENTRAR NOS TOTAIS, QUE JA SAEM COM A SITUACAO
      * NOVA.
       2200-TRATAR-ITEM.
           MOVE SPACES TO WRK-D-OBS.
           IF SL-CREDITO AND NOT SL-DEVOLVIDO AND ALUNO-SAIU
                   AND SL-VALOR > SL-VALOR-APLICADO
               PERFORM 2300-LISTAR-DEVOLUCAO
           END-IF.
           MOVE ZERO TO WRK-IT-DEVOLVIDO.
           IF SL-DEVOLVIDO
               MOVE ZERO TO WRK-IT-ABERTO
               COMPUTE WRK-IT-DEVOLVIDO =
                   SL-VALOR - SL-VALOR-APLICADO
           ELSE
               COMPUTE WRK-IT-ABERTO = SL-VALOR - SL-VALOR-APLICADO
           END-IF.
           PERFORM 2400-CONFERIR-ITEM.
           IF SL-CREDITO
               ADD 1                 TO WRK-QTDE-CRED-ORIG
               ADD SL-VALOR          TO WRK-VALOR-CRED-ORIG
               ADD SL-VALOR-APLICADO TO WRK-VALOR-CRED-APLIC
               ADD WRK-IT-DEVOLVIDO  TO WRK-VALOR-CRED-DEVOL
               ADD WRK-IT-ABERTO     TO WRK-VALOR-CRED-ABERTO
               ADD WRK-IT-ABERTO     TO WRK-AL-CREDITO
               MOVE 'CREDITO'        TO WRK-D-TIPO
           ELSE
               ADD 1                 TO WRK-QTDE-DEB-ORIG
               ADD SL-VALOR          TO WRK-VALOR-DEB-ORIG
               ADD SL-VALOR-APLICADO TO WRK-VALOR-DEB-COBR
               ADD WRK-IT-ABERTO     TO WRK-VALOR-DEB-ABERTO
               ADD WRK-IT-ABERTO     TO WRK-AL-DEBITO
               MOVE 'DEBITO'         TO WRK-D-TIPO
           END-IF.
           MOVE SL-COMPETENCIA    TO WRK-D-COMPETENCIA.
           MOVE SL-DATA-ORIGEM    TO WRK-D-ORIGEM.
           MOVE SL-VALOR          TO WRK-D-VALOR.
           MOVE SL-VALOR-APLICADO TO WRK-D-APLICADO.
           MOVE WRK-IT-DEVOLVIDO  TO WRK-D-DEVOLVIDO.
           MOVE WRK-IT-ABERTO     TO WRK-D-ABERTO.
           MOVE SL-SITUACAO       TO WRK-D-SITUACAO.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-DETALHE TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.

       2300-LISTAR-DEVOLUCAO.
           ADD 1 TO WRK-QTDE-DEVOLUCAO.
           COMPUTE WRK-IT-DEVOLVIDO = SL-VALOR - SL-VALOR-APLICADO.
           ADD WRK-IT-DEVOLVIDO TO WRK-VALOR-DEVOLUCAO.
           MOVE SL-MATRICULA       TO WRK-DV-MATRICULA.
           MOVE WRK-AL-NOME        TO WRK-DV-NOME.
           MOVE WRK-AL-RESPONSAVEL TO WRK-DV-RESPONSAVEL.
           MOVE SL-COMPETENCIA     TO WRK-DV-COMPETENCIA.
           MOVE WRK-AL-DATA-SAIDA  TO WRK-DV-SAIDA.
           MOVE WRK-IT-DEVOLVIDO   TO WRK-DV-VALOR.
           MOVE SPACES             TO WRK-DV-MARCA.
           IF MARCAR-DEVOLVIDOS
               MOVE 'V'           TO SL-SITUACAO
               MOVE WRK-DATA-EXEC TO SL-DATA-SITUACAO
               REWRITE STUDENT-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO MARCAR DEVOLUCAO: '
                               SL-MATRICULA ' ' WRK-SALDOAL-STATUS
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-MARCADOS
                       MOVE 'DEVOLVIDO' TO WRK-DV-MARCA
                       MOVE 'DEVOLVIDO NESTA DATA' TO WRK-D-OBS
               END-REWRITE
           END-IF.
           PERFORM 5600-VERIFICAR-QUEBRA-DEVOLUCAO.
           MOVE WRK-LINHA-DEVOLUCAO TO REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.
           ADD 1 TO WRK-DV-LINHA-ATUAL.
           DISPLAY WRK-LINHA-DEVOLUCAO.

      * ITEM INCOERENTE (APLICADO ACIMA DO VALOR, QUITADO COM
      * SALDO, ABERTO SEM SALDO OU SITUACAO DESCONHECIDA) NAO
      * FECHA COM AS DIFERENCAS DO PROGCOB44 - O SALDO NAO CONFERE.
       2400-CONFERIR-ITEM.
           IF SL-VALOR-APLICADO > SL-VALOR
                   OR (SL-APLICADO AND WRK-IT-ABERTO NOT = ZERO)
                   OR (SL-ABERTO AND WRK-IT-ABERTO = ZERO)
                   OR (NOT SL-ABERTO AND NOT SL-APLICADO
                       AND NOT SL-DEVOLVIDO)
                   OR (NOT SL-CREDITO AND NOT SL-DEBITO)
                   OR (SL-DEBITO AND SL-DEVOLVIDO)
               ADD 1 TO WRK-QTDE-INCONSIST
               MOVE 'N' TO WRK-CONCILIA
               MOVE 'ITEM INCONSISTENTE' TO WRK-D-OBS
           END-IF.

       2500-FECHAR-ALUNO.
           MOVE WRK-AL-CREDITO TO WRK-SA-CREDITO.
           MOVE WRK-AL-DEBITO  TO WRK-SA-DEBITO.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-SALDO-ALUNO TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.

       4600-VERIFICAR-QUEBRA-PAGINA.
           IF WRK-LINHA-ATUAL = ZERO
                  OR WRK-LINHA-ATUAL >= WRK-MAX-LINHAS
               PERFORM 4700-IMPRIMIR-CABECALHO
           END-IF.

       4700-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE ZERO          TO WRK-LINHA-ATUAL.
           MOVE 'SALDO CONTA CORRENTE' TO WRK-C-TITULO.
           MOVE WRK-DE-DIA    TO WRK-C-DIA.
           MOVE WRK-DE-MES    TO WRK-C-MES.
           MOVE WRK-DE-ANO    TO WRK-C-ANO.
           MOVE WRK-PAGINA-ATUAL TO WRK-C-PAGINA.
           MOVE WRK-CABECALHO TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE WRK-LINHA-COLUNAS TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.

       5600-VERIFICAR-QUEBRA-DEVOLUCAO.
           IF WRK-DV-LINHA-ATUAL = ZERO
                  OR WRK-DV-LINHA-ATUAL >= WRK-MAX-LINHAS
               PERFORM 5700-IMPRIMIR-CABECALHO-DEV
           END-IF.

       5700-IMPRIMIR-CABECALHO-DEV.
           ADD 1 TO WRK-DV-PAGINA-ATUAL.
           MOVE ZERO          TO WRK-DV-LINHA-ATUAL.
           MOVE 'DEVOLUCAO CREDITOS' TO WRK-C-TITULO.
           MOVE WRK-DE-DIA    TO WRK-C-DIA.
           MOVE WRK-DE-MES    TO WRK-C-MES.
           MOVE WRK-DE-ANO    TO WRK-C-ANO.
           MOVE WRK-DV-PAGINA-ATUAL TO WRK-C-PAGINA.
           MOVE WRK-CABECALHO TO REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.
           MOVE WRK-LINHA-DEV-COLUNAS TO REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.

      * TOTAIS E CONFERENCIA: AS DIFERENCAS ACUMULADAS (ORIGINADO)
      * TEM DE FECHAR COM APLICADO + DEVOLVIDO + EM ABERTO, ITEM A
      * ITEM E NO TOTAL. NAO CONFERE = ERRO DE DADOS (RC 8).
       6000-IMPRIMIR-TOTAIS.
           MOVE 'DIFERENCAS A MAIOR ACUMULADAS (CREDITO)'
               TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-CRED-ORIG  TO WRK-TL-QTDE.
           MOVE WRK-VALOR-CRED-ORIG TO WRK-TL-VALOR.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.
           MOVE '  APLICADO EM MENSALIDADE' TO WRK-TL-DESCRICAO.
           MOVE ZERO                 TO WRK-TL-QTDE.
           MOVE WRK-VALOR-CRED-APLIC TO WRK-TL-VALOR.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.
           MOVE '  DEVOLVIDO A FAMILIA' TO WRK-TL-DESCRICAO.
           MOVE WRK-VALOR-CRED-DEVOL TO WRK-TL-VALOR.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.
           MOVE '  EM ABERTO' TO WRK-TL-DESCRICAO.
           MOVE WRK-VALOR-CRED-ABERTO TO WRK-TL-VALOR.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.
           COMPUTE WRK-VALOR-CONFERE = WRK-VALOR-CRED-APLIC
               + WRK-VALOR-CRED-DEVOL + WRK-VALOR-CRED-ABERTO.
           IF WRK-VALOR-CONFERE NOT = WRK-VALOR-CRED-ORIG
               MOVE 'N' TO WRK-CONCILIA
           END-IF.
           MOVE 'DIFERENCAS A MENOR ACUMULADAS (DEBITO)'
               TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-DEB-ORIG  TO WRK-TL-QTDE.
           MOVE WRK-VALOR-DEB-ORIG TO WRK-TL-VALOR.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.
           MOVE '  COBRADO EM MENSALIDADE' TO WRK-TL-DESCRICAO.
           MOVE ZERO                TO WRK-TL-QTDE.
           MOVE WRK-VALOR-DEB-COBR  TO WRK-TL-VALOR.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.
           MOVE '  EM ABERTO' TO WRK-TL-DESCRICAO.
           MOVE WRK-VALOR-DEB-ABERTO TO WRK-TL-VALOR.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.
           COMPUTE WRK-VALOR-CONFERE =
               WRK-VALOR-DEB-COBR + WRK-VALOR-DEB-ABERTO.
           IF WRK-VALOR-CONFERE NOT = WRK-VALOR-DEB-ORIG
               MOVE 'N' TO WRK-CONCILIA
           END-IF.
           COMPUTE WRK-SALDO-LIQUIDO =
               WRK-VALOR-CRED-ABERTO - WRK-VALOR-DEB-ABERTO.
           MOVE 'SALDO LIQUIDO A FAVOR DAS FAMILIAS'
               TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-ALUNOS   TO WRK-TL-QTDE.
           MOVE WRK-SALDO-LIQUIDO TO WRK-TL-VALOR.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.
           MOVE 'ITENS INCONSISTENTES' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-INCONSIST TO WRK-TL-QTDE.
           MOVE ZERO               TO WRK-TL-VALOR.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.
           IF CONCILIACAO-OK
               MOVE 'CONFERE COM AS DIFERENCAS ACUMULADAS'
                   TO WRK-LS-TEXTO
           ELSE
               MOVE 'NAO CONFERE - VERIFICAR OS ITENS INCONSISTENTES'
                   TO WRK-LS-TEXTO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-SITUACAO TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-SITUACAO.

       6100-IMPRIMIR-LINHA-TOTAL.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TOTAL TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAL.

       7000-IMPRIMIR-TOTAL-DEVOLUCAO.
           MOVE WRK-QTDE-DEVOLUCAO  TO WRK-DT-QTDE.
           MOVE WRK-VALOR-DEVOLUCAO TO WRK-DT-VALOR.
           MOVE WRK-QTDE-MARCADOS   TO WRK-DT-MARCADOS.
           PERFORM 5600-VERIFICAR-QUEBRA-DEVOLUCAO.
           MOVE WRK-LINHA-DEV-TOTAL TO REFUND-REPORT-LINE.
           WRITE REFUND-REPORT-LINE.
           ADD 1 TO WRK-DV-LINHA-ATUAL.
           DISPLAY WRK-LINHA-DEV-TOTAL.

       9000-FECHAR-ARQUIVOS.
           IF SALDOAL-ABERTO
               CLOSE STUDENT-BALANCE
               MOVE 'N' TO WRK-SALDOAL-ABERTO
           END-IF.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
               MOVE 'N' TO WRK-STMST-ABERTO
           END-IF.

      * O RELATORIO JA FECHADO (WRK-ARQ-RELATORIO) E RELIDO E
      * ENTREGUE LINHA A LINHA AO ARQUIVO DE RELATORIOS
      * (PROGCOB74); SO E CHAMADO QUANDO O CLOSE DEU STATUS '00',
      * OU SEJA, QUANDO O RELATORIO FOI MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           EVALUATE WRK-ARQ-RELATORIO
               WHEN 'SALRPT'
                   PERFORM 9610-ARQUIVAR-SALRPT
               WHEN 'DEVREL'
                   PERFORM 9620-ARQUIVAR-DEVREL
           END-EVALUATE.

       9610-ARQUIVAR-SALRPT.
           OPEN INPUT BALANCE-REPORT.
           IF WRK-SALRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-SALRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9615-LER-SALRPT
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9615-LER-SALRPT
               END-PERFORM
               CLOSE BALANCE-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9615-LER-SALRPT.
           READ BALANCE-REPORT INTO WRK-ARQ-LINHA
               AT END MOVE 'S' TO WRK-ARQ-FIM
           END-READ.

       9620-ARQUIVAR-DEVREL.
           OPEN INPUT REFUND-REPORT.
           IF WRK-DEVREL-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-DEVREL-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9625-LER-DEVREL
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9625-LER-DEVREL
               END-PERFORM
               CLOSE REFUND-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9625-LER-DEVREL.
           READ REFUND-REPORT INTO WRK-ARQ-LINHA
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
