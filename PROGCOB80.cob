       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB80.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 11/10/2026
      * OBJETIVO: CARTAS DEVOLVIDAS PELO CORREIO. NO MODO CAPTURA
      * O OPERADOR DIGITA O NUMERO IMPRESSO NA CARTA QUE VOLTOU; A
      * CARTA E LOCALIZADA NO REGISTRO DE CORRESPONDENCIA (CORRESP,
      * GRAVADO PELO PROGCOB79), CONFIRMADA PELO OPERADOR E
      * MARCADA COMO DEVOLVIDA COM A DATA E QUEM DIGITOU, E O
      * ENDERECO DO ALUNO NO STUDENT-MASTER E MARCADO COMO
      * DEVOLVIDO (SM-END-DEVOLVIDO) - DAI EM DIANTE AS CARTAS DO
      * ALUNO SAO REGISTRADAS COMO RETIDAS E NAO SAO IMPRESSAS
      * PELO PROGCOB31/45/47/59/77, ATE O PROGCOB22 ALTERAR O
      * ENDERECO.
      * SO E MARCADO O ENDERECO QUE AINDA E O DA CARTA: SE A
      * SECRETARIA JA CORRIGIU O CADASTRO, A DEVOLUCAO FICA SO NO
      * CORRESP. NO MODO IMPRESSAO SAI A LISTA DAS CARTAS RETIDAS
      * (CORRET) DOS ALUNOS QUE AINDA ESTAO COM O ENDERECO
      * DEVOLVIDO, PARA A SECRETARIA PROCURAR A FAMILIA E
      * ATUALIZAR O ENDERECO.
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACCESS DYNAMIC: A CAPTURA LE A CARTA PELO NUMERO E A LISTA
      * PERCORRE O REGISTRO EM SEQUENCIA.
           SELECT CORRESP-REGISTER ASSIGN TO 'CORRESP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMERO
               FILE STATUS IS WRK-CORRESP-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT RETIDAS-REPORT ASSIGN TO 'CORRET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CORRET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRESP-REGISTER
           LABEL RECORD IS STANDARD.
       COPY CPCORRG.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  RETIDAS-REPORT
           LABEL RECORD IS STANDARD.
       01  RETIDAS-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-CORRESP-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CORRET-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-CORRESP-ABERTO PIC X(01) VALUE 'N'.
           88 CORRESP-ABERTO VALUE 'S'.
       77 WRK-STMST-ABERTO   PIC X(01) VALUE 'N'.
           88 STMST-ABERTO   VALUE 'S'.
       77 WRK-ACHOU-MESTRE   PIC X(01) VALUE 'N'.
           88 ACHOU-MESTRE   VALUE 'S'.
       77 WRK-ACHOU-CARTA    PIC X(01) VALUE 'N'.
           88 ACHOU-CARTA    VALUE 'S'.

       77 WRK-MODO           PIC X(01) VALUE SPACE.
           88 MODO-CAPTURA   VALUE '1'.
           88 MODO-IMPRESSAO VALUE '2'.
       77 WRK-CONTINUA       PIC X(01) VALUE 'S'.
           88 CONTINUA-LANCANDO VALUE 'S'.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACE.
           88 CONFIRMADO     VALUE 'S'.

      * DADOS DA DEVOLUCAO DIGITADOS PELO OPERADOR. O OPERADOR E
      * INFORMADO UMA VEZ POR SESSAO DE CAPTURA.
       77 WRK-OPERADOR       PIC X(20) VALUE SPACES.
       77 WRK-NUMERO-CARTA   PIC 9(08) VALUE ZERO.
       77 WRK-DATA-DEVOLUCAO PIC 9(08) VALUE ZERO.

       77 WRK-QTDE-DEVOLVIDAS PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-MARCADOS   PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-RETIDAS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-LIBERADAS  PIC 9(06) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB80'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'CORRET'.
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

      * DATA AAAAMMDD DESMEMBRADA PARA IMPRESSAO DD/MM/AAAA.
       01 WRK-DATA-AUX.
           05 WRK-DA-ANO PIC 9(04).
           05 WRK-DA-MES PIC 9(02).
           05 WRK-DA-DIA PIC 9(02).
       01 WRK-DATA-AUX-NUM REDEFINES WRK-DATA-AUX PIC 9(08).
       01 WRK-DATA-FORMATADA.
           05 WRK-DF-DIA PIC 99.
           05 FILLER     PIC X(01) VALUE '/'.
           05 WRK-DF-MES PIC 99.
           05 FILLER     PIC X(01) VALUE '/'.
           05 WRK-DF-ANO PIC 9999.

       77 WRK-LINHA-ATUAL   PIC 9(03) VALUE ZERO.
       77 WRK-PAGINA-ATUAL  PIC 9(03) VALUE ZERO.
       77 WRK-MAX-LINHAS    PIC 9(03) VALUE 20.
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER          PIC X(20) VALUE
               'CARTAS RETIDAS'.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 WRK-C-PAGINA    PIC ZZ9.

      * TIPO DA CARTA (CR-TIPO), EXPLICADO NA LEGENDA DO CABECALHO.
       01 WRK-LINHA-COLUNAS.
           05 FILLER          PIC X(50) VALUE
               'CARTA    T EMISSAO    MATRIC ALUNO'.
           05 FILLER          PIC X(50) VALUE
               '          REFERENCIA           DEVOLV.'.

       01 WRK-LINHA-LEGENDA.
           05 FILLER          PIC X(44) VALUE
               'TIPO: R=RECUPERACAO C=COBRANCA F=FREQUENCIA '.
           05 FILLER          PIC X(56) VALUE
               'M=REMATRICULA Q=QUITACAO P=PAGAMENTOS'.

       01 WRK-DETALHE.
           05 WRK-D-NUMERO    PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-TIPO      PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-EMISSAO   PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-MATRICULA PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-NOME      PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-REFERENCIA PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-DEVOLUCAO PIC X(10).

       01 WRK-DETALHE-ENDERECO.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(04) VALUE 'A/C '.
           05 WRK-DR-RESPONSAVEL PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-DR-ENDERECO PIC X(40).

       01 WRK-LINHA-TOTAL.
           05 WRK-TO-DESCRICAO PIC X(50).
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
           MOVE ZERO TO WRK-QTDE-DEVOLVIDAS WRK-QTDE-MARCADOS
                        WRK-QTDE-RETIDAS WRK-QTDE-LIBERADAS
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           MOVE SPACE TO WRK-MODO.
           PERFORM UNTIL MODO-CAPTURA OR MODO-IMPRESSAO
               DISPLAY 'OPERACAO (1=REGISTRAR DEVOLUCAO  '
                       '2=LISTAR CARTAS RETIDAS): '
                ACCEPT WRK-MODO FROM CONSOLE
               IF NOT MODO-CAPTURA AND NOT MODO-IMPRESSAO
                   DISPLAY 'OPCAO INVALIDA, DIGITE 1 OU 2'
               END-IF
           END-PERFORM.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF CORRESP-ABERTO
               IF MODO-CAPTURA
                   IF STMST-ABERTO
                       PERFORM 2000-CAPTURAR-DEVOLUCOES
                   END-IF
               ELSE
                   PERFORM 5000-IMPRIMIR-RETIDAS
               END-IF
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           GOBACK.

      * CORRESP INEXISTENTE = NENHUMA CARTA REGISTRADA AINDA. NA
      * CAPTURA O STUDENT-MASTER E ABERTO PARA ATUALIZACAO E E
      * OBRIGATORIO (A MARCA DO ENDERECO E O QUE RETEM AS CARTAS);
      * NA LISTA ELE E OPCIONAL - SEM ELE SAEM TODAS AS RETIDAS.
       1000-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-CORRESP-ABERTO WRK-STMST-ABERTO.
           IF MODO-CAPTURA
               OPEN I-O CORRESP-REGISTER
           ELSE
               OPEN INPUT CORRESP-REGISTER
           END-IF.
           IF WRK-CORRESP-STATUS = '00'
               MOVE 'S' TO WRK-CORRESP-ABERTO
           ELSE
               IF WRK-CORRESP-STATUS = '35'
                   DISPLAY 'NENHUMA CARTA REGISTRADA NO CORRESP'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY 'ERRO AO ABRIR CORRESP: '
                           WRK-CORRESP-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           IF CORRESP-ABERTO
               IF MODO-CAPTURA
                   OPEN I-O STUDENT-MASTER
               ELSE
                   OPEN INPUT STUDENT-MASTER
               END-IF
               IF WRK-STMST-STATUS = '00'
                   MOVE 'S' TO WRK-STMST-ABERTO
               ELSE
                   IF MODO-CAPTURA
                       DISPLAY 'ERRO AO ABRIR STUDMST: '
                               WRK-STMST-STATUS
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ********************************
      * MODO CAPTURA: UMA CARTA DEVOLVIDA POR VOLTA, CONFIRMADA
      * PELO OPERADOR ANTES DE ATUALIZAR O CORRESP E O MESTRE.
      ********************************
       2000-CAPTURAR-DEVOLUCOES.
           MOVE SPACES TO WRK-OPERADOR.
           PERFORM UNTIL WRK-OPERADOR NOT = SPACES
               DISPLAY 'OPERADOR: '
                ACCEPT WRK-OPERADOR FROM CONSOLE
           END-PERFORM.
           MOVE 'S' TO WRK-CONTINUA.
           PERFORM UNTIL NOT CONTINUA-LANCANDO
               PERFORM 2100-CAPTURAR-UMA-DEVOLUCAO
               DISPLAY 'LANCAR OUTRA? (S/N): '
                ACCEPT WRK-CONTINUA FROM CONSOLE
           END-PERFORM.
           DISPLAY 'CARTAS DEVOLVIDAS REGISTRADAS: '
                   WRK-QTDE-DEVOLVIDAS.
           DISPLAY 'ENDERECOS MARCADOS COMO DEVOLVIDOS: '
                   WRK-QTDE-MARCADOS.

      * SO A CARTA EMITIDA PODE VOLTAR DO CORREIO: A RETIDA NUNCA
      * FOI IMPRESSA E A JA DEVOLVIDA NAO E LANCADA DUAS VEZES.
       2100-CAPTURAR-UMA-DEVOLUCAO.
           DISPLAY 'NUMERO DA CARTA: '
            ACCEPT WRK-NUMERO-CARTA FROM CONSOLE.
           PERFORM 2500-BUSCAR-CARTA.
           IF NOT ACHOU-CARTA
               DISPLAY 'CARTA NAO ENCONTRADA NO CORRESP'
           ELSE
               PERFORM 2200-MOSTRAR-CARTA
               EVALUATE TRUE
                   WHEN CR-DEVOLVIDA
                       MOVE CR-DATA-DEVOLUCAO TO WRK-DATA-AUX-NUM
                       PERFORM 4800-FORMATAR-DATA
                       DISPLAY 'CARTA JA DEVOLVIDA EM '
                               WRK-DATA-FORMATADA
                               ' - DEVOLUCAO IGNORADA'
                   WHEN CR-RETIDA
                       DISPLAY 'CARTA RETIDA, NAO FOI ENVIADA - '
                               'DEVOLUCAO IGNORADA'
                   WHEN OTHER
                       DISPLAY 'DATA DA DEVOLUCAO (AAAAMMDD, '
                               '0=HOJE): '
                        ACCEPT WRK-DATA-DEVOLUCAO FROM CONSOLE
                       IF WRK-DATA-DEVOLUCAO NOT > 19000101
                           MOVE WRK-DATA-EXEC-NUM
                               TO WRK-DATA-DEVOLUCAO
                       END-IF
                       DISPLAY 'DEVOLUCAO EM ' WRK-DATA-DEVOLUCAO
                       DISPLAY 'CONFIRMA O REGISTRO? (S/N): '
                        ACCEPT WRK-CONFIRMA FROM CONSOLE
                       IF CONFIRMADO
                           PERFORM 2800-GRAVAR-DEVOLUCAO
                       ELSE
                           DISPLAY 'DEVOLUCAO DESCARTADA'
                       END-IF
               END-EVALUATE
           END-IF.

       2200-MOSTRAR-CARTA.
           MOVE CR-DATA-EMISSAO TO WRK-DATA-AUX-NUM.
           PERFORM 4800-FORMATAR-DATA.
           DISPLAY 'CARTA ' CR-NUMERO ' TIPO ' CR-TIPO
                   ' (' CR-PROGRAMA ') EMITIDA EM '
                   WRK-DATA-FORMATADA.
           DISPLAY 'MATRICULA ' CR-MATRICULA ' A/C '
                   CR-DESTINATARIO.
           DISPLAY 'ENDERECO: ' CR-ENDERECO.
           DISPLAY '          ' CR-CIDADE ' CEP: ' CR-CEP.
           DISPLAY 'ASSUNTO: ' CR-REFERENCIA.

       2500-BUSCAR-CARTA.
           MOVE 'N' TO WRK-ACHOU-CARTA.
           MOVE WRK-NUMERO-CARTA TO CR-NUMERO.
           READ CORRESP-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU-CARTA
           END-READ.

       2800-GRAVAR-DEVOLUCAO.
           MOVE 'D'                TO CR-SITUACAO.
           MOVE WRK-DATA-DEVOLUCAO TO CR-DATA-DEVOLUCAO.
           MOVE WRK-OPERADOR       TO CR-OPERADOR.
           REWRITE CORRESP-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR CORRESP: '
                           WRK-CORRESP-STATUS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-DEVOLVIDAS
                   DISPLAY 'CARTA REGISTRADA COMO DEVOLVIDA'
                   PERFORM 2900-MARCAR-ENDERECO
           END-REWRITE.

      * A MARCA SO E LIGADA SE O MESTRE AINDA TEM O ENDERECO
      * USADO NA CARTA; UMA MARCA JA LIGADA MANTEM A DATA DA
      * PRIMEIRA DEVOLUCAO.
       2900-MARCAR-ENDERECO.
           MOVE 'N' TO WRK-ACHOU-MESTRE.
           MOVE CR-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU-MESTRE
           END-READ.
           IF NOT ACHOU-MESTRE
               DISPLAY 'ALUNO NAO ENCONTRADO NO STUDENT-MASTER - '
                       'ENDERECO NAO MARCADO'
           ELSE
               IF SM-ENDERECO NOT = CR-ENDERECO
                       OR SM-CIDADE NOT = CR-CIDADE
                       OR SM-CEP NOT = CR-CEP
                   DISPLAY 'ENDERECO JA ALTERADO DEPOIS DA CARTA - '
                           'MARCA NAO LIGADA'
               ELSE
                   IF SM-ENDERECO-DEVOLVIDO
                       DISPLAY 'ENDERECO JA MARCADO COMO DEVOLVIDO'
                   ELSE
                       MOVE 'S'                TO SM-END-DEVOLVIDO
                       MOVE WRK-DATA-DEVOLUCAO TO SM-DATA-DEVOLUCAO
                       REWRITE STUDENT-MASTER-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR '
                                       'STUDMST: ' WRK-STMST-STATUS
                               IF RETURN-CODE < 8
                                   MOVE 8 TO RETURN-CODE
                               END-IF
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTDE-MARCADOS
                               DISPLAY 'ENDERECO MARCADO COMO '
                                       'DEVOLVIDO - AS PROXIMAS '
                                       'CARTAS FICAM RETIDAS'
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      ********************************
      * MODO IMPRESSAO: CARTAS RETIDAS DE ALUNOS QUE AINDA ESTAO
      * COM O ENDERECO DEVOLVIDO. A RETIDA DE QUEM JA TEVE O
      * ENDERECO CORRIGIDO SO E CONTADA: A PROXIMA EMISSAO JA
      * MANDA A CARTA NOVA PARA O ENDERECO CERTO.
      ********************************
       5000-IMPRIMIR-RETIDAS.
           OPEN OUTPUT RETIDAS-REPORT.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 5100-LER-CORRESP.
           PERFORM UNTIL FIM-ARQUIVO
               IF CR-RETIDA
                   PERFORM 5200-AVALIAR-RETIDA
               END-IF
               PERFORM 5100-LER-CORRESP
           END-PERFORM.
           PERFORM 6000-IMPRIMIR-TOTAIS.
           CLOSE RETIDAS-REPORT.
           IF WRK-CORRET-STATUS = '00'
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           DISPLAY 'LISTA DE CARTAS RETIDAS IMPRESSA NO CORRET: '
                   WRK-QTDE-RETIDAS ' CARTA(S)'.

       5100-LER-CORRESP.
           READ CORRESP-REGISTER NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       5200-AVALIAR-RETIDA.
           MOVE 'N' TO WRK-ACHOU-MESTRE.
           IF STMST-ABERTO
               MOVE CR-MATRICULA TO SM-MATRICULA
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-MESTRE
               END-READ
           END-IF.
           IF ACHOU-MESTRE AND NOT SM-ENDERECO-DEVOLVIDO
               ADD 1 TO WRK-QTDE-LIBERADAS
           ELSE
               ADD 1 TO WRK-QTDE-RETIDAS
               PERFORM 5500-IMPRIMIR-RETIDA
           END-IF.

      * DUAS LINHAS POR CARTA: A IDENTIFICACAO E O ENDERECO QUE
      * VOLTOU, COM O RESPONSAVEL A PROCURAR.
       5500-IMPRIMIR-RETIDA.
           IF WRK-LINHA-ATUAL = ZERO
                  OR WRK-LINHA-ATUAL + 2 > WRK-MAX-LINHAS
               PERFORM 4700-IMPRIMIR-CABECALHO
           END-IF.
           MOVE SPACES          TO WRK-D-NOME WRK-D-DEVOLUCAO.
           MOVE CR-NUMERO       TO WRK-D-NUMERO.
           MOVE CR-TIPO         TO WRK-D-TIPO.
           MOVE CR-DATA-EMISSAO TO WRK-DATA-AUX-NUM.
           PERFORM 4800-FORMATAR-DATA.
           MOVE WRK-DATA-FORMATADA TO WRK-D-EMISSAO.
           MOVE CR-MATRICULA    TO WRK-D-MATRICULA.
           MOVE CR-REFERENCIA   TO WRK-D-REFERENCIA.
           IF ACHOU-MESTRE
               MOVE SM-NOME     TO WRK-D-NOME
               MOVE SM-DATA-DEVOLUCAO TO WRK-DATA-AUX-NUM
               PERFORM 4800-FORMATAR-DATA
               MOVE WRK-DATA-FORMATADA TO WRK-D-DEVOLUCAO
           END-IF.
           MOVE WRK-DETALHE TO RETIDAS-REPORT-LINE.
           WRITE RETIDAS-REPORT-LINE.
           MOVE CR-DESTINATARIO TO WRK-DR-RESPONSAVEL.
           MOVE CR-ENDERECO     TO WRK-DR-ENDERECO.
           MOVE WRK-DETALHE-ENDERECO TO RETIDAS-REPORT-LINE.
           WRITE RETIDAS-REPORT-LINE.
           ADD 2 TO WRK-LINHA-ATUAL.

       4700-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE ZERO          TO WRK-LINHA-ATUAL.
           MOVE WRK-DE-DIA    TO WRK-C-DIA.
           MOVE WRK-DE-MES    TO WRK-C-MES.
           MOVE WRK-DE-ANO    TO WRK-C-ANO.
           MOVE WRK-PAGINA-ATUAL TO WRK-C-PAGINA.
           MOVE WRK-CABECALHO TO RETIDAS-REPORT-LINE.
           WRITE RETIDAS-REPORT-LINE.
           MOVE WRK-LINHA-COLUNAS TO RETIDAS-REPORT-LINE.
           WRITE RETIDAS-REPORT-LINE.
           MOVE WRK-LINHA-LEGENDA TO RETIDAS-REPORT-LINE.
           WRITE RETIDAS-REPORT-LINE.

       4800-FORMATAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DF-DIA.
           MOVE WRK-DA-MES TO WRK-DF-MES.
           MOVE WRK-DA-ANO TO WRK-DF-ANO.

       6000-IMPRIMIR-TOTAIS.
           IF WRK-LINHA-ATUAL = ZERO
               PERFORM 4700-IMPRIMIR-CABECALHO
           END-IF.
           MOVE SPACES TO RETIDAS-REPORT-LINE.
           WRITE RETIDAS-REPORT-LINE.
           MOVE 'CARTAS RETIDAS COM ENDERECO AINDA DEVOLVIDO'
               TO WRK-TO-DESCRICAO.
           MOVE WRK-QTDE-RETIDAS TO WRK-TO-QTDE.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.
           MOVE 'CARTAS RETIDAS DE ENDERECO JA CORRIGIDO'
               TO WRK-TO-DESCRICAO.
           MOVE WRK-QTDE-LIBERADAS TO WRK-TO-QTDE.
           PERFORM 6100-IMPRIMIR-LINHA-TOTAL.

       6100-IMPRIMIR-LINHA-TOTAL.
           MOVE WRK-LINHA-TOTAL TO RETIDAS-REPORT-LINE.
           WRITE RETIDAS-REPORT-LINE.
           DISPLAY WRK-LINHA-TOTAL.

       9000-FECHAR-ARQUIVOS.
           IF CORRESP-ABERTO
               CLOSE CORRESP-REGISTER
           END-IF.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT RETIDAS-REPORT.
           IF WRK-CORRET-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-CORRET-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE RETIDAS-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ RETIDAS-REPORT INTO WRK-ARQ-LINHA
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
