       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB65.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 24/09/2026
      * OBJETIVO: MANUTENCAO DA GRADE HORARIA (HORARIO) EM LOTE,
      * NO MESMO DESENHO DO PROGCOB41 COM O DISCIPLINE-MASTER. LE
      * O ARQUIVO DE TRANSACOES (HORTRAN), VALIDA CADA UMA (CHAVE
      * TURMA/DIA/AULA DUPLICADA NA INCLUSAO OU NAO ENCONTRADA NA
      * ALTERACAO/EXCLUSAO, TURMA FORA DO CLASS-MASTER, DISCIPLINA
      * FORA DO DISCIPLINE-MASTER), APLICA AS VALIDAS NO ARQUIVO
      * INDEXADO, GRAVA AS REJEITADAS EM HORERR COM CODIGO DE
      * MOTIVO E IMPRIME O RELATORIO DE MANUTENCAO COM A IMAGEM
      * ANTES/DEPOIS DE CADA HORARIO ALTERADO. PROFESSOR E SALA EM
      * BRANCO NA TRANSACAO ASSUMEM O PROFESSOR DA DISCIPLINA E A
      * SALA DA TURMA. OS CONFLITOS ENTRE TURMAS (PROFESSOR OU
      * SALA EM DOIS LUGARES) SAO APONTADOS PELO PROGCOB66
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOR-TRANS ASSIGN TO 'HORTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HORTRN-STATUS.

           SELECT TIMETABLE ASSIGN TO 'HORARIO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HR-CHAVE
               FILE STATUS IS WRK-HORAR-STATUS.

           SELECT CLASS-MASTER ASSIGN TO 'CLSMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLSMST-STATUS.

           SELECT DISCIPLINE-MASTER ASSIGN TO 'DISCMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WRK-DISCM-STATUS.

           SELECT TRANS-ERRO ASSIGN TO 'HORERR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HORERR-STATUS.

           SELECT MAINT-REPORT ASSIGN TO 'HORRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HORRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOR-TRANS
           LABEL RECORD IS STANDARD.
       01  HOR-TRANS-RECORD.
           05 HT-OPERACAO           PIC X(01).
           05 HT-TURMA              PIC X(04).
           05 HT-DIA-SEMANA         PIC 9(01).
           05 HT-AULA               PIC 9(02).
           05 HT-DISCIPLINA         PIC X(03).
           05 HT-PROFESSOR          PIC X(30).
           05 HT-SALA               PIC X(04).

       FD  TIMETABLE
           LABEL RECORD IS STANDARD.
       COPY CPHORAR.

       FD  CLASS-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPCLSMS.

       FD  DISCIPLINE-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPDISCM.

      * TRANSACAO REJEITADA = IMAGEM DA TRANSACAO ORIGINAL MAIS O
      * CODIGO DO MOTIVO, PARA O ARQUIVO PODER SER CORRIGIDO E
      * RESSUBMETIDO, COMO NO DSCERR DO PROGCOB41.
       FD  TRANS-ERRO
           LABEL RECORD IS STANDARD.
       01  TRANS-ERRO-RECORD.
           05 TE-OPERACAO           PIC X(01).
           05 TE-TURMA              PIC X(04).
           05 TE-DIA-SEMANA         PIC 9(01).
           05 TE-AULA               PIC 9(02).
           05 TE-DISCIPLINA         PIC X(03).
           05 TE-PROFESSOR          PIC X(30).
           05 TE-SALA               PIC X(04).
           05 TE-MOTIVO             PIC X(02).

       FD  MAINT-REPORT
           LABEL RECORD IS STANDARD.
       01  MAINT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-HORTRN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-HORAR-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CLSMST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-DISCM-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-HORERR-STATUS PIC X(02) VALUE SPACES.
       77 WRK-HORRPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO   VALUE 'S'.
       77 WRK-FIM-VARREDURA PIC X(01) VALUE 'N'.
           88 FIM-VARREDURA VALUE 'S'.
       77 WRK-HORAR-ABERTO  PIC X(01) VALUE 'N'.
           88 HORAR-ABERTO  VALUE 'S'.
       77 WRK-DISCM-ABERTO  PIC X(01) VALUE 'N'.
           88 DISCM-ABERTO  VALUE 'S'.
       77 WRK-ACHOU-MESTRE  PIC X(01) VALUE 'N'.
           88 ACHOU-MESTRE  VALUE 'S'.

      * TURMAS DO CLSMST (SEQUENCIAL, CARREGADO INTEIRO COMO NO
      * PROGCOB22) COM A SALA QUE O HORARIO ASSUME POR PADRAO.
      * SEM CLSMST A TURMA NAO E CONFERIDA (SO AVISO).
       77 WRK-CLSMST-ABERTO  PIC X(01) VALUE 'N'.
           88 CLSMST-CARREGADO VALUE 'S'.
       01 WRK-TURMA-TABLE.
           05 WRK-TM-ENTRY OCCURS 50 TIMES.
               10 WRK-TM-TURMA       PIC X(04).
               10 WRK-TM-SALA        PIC X(04).
       77 WRK-TURMA-COUNT    PIC 9(02) VALUE ZERO.
       77 WRK-TM-IDX         PIC 9(02) VALUE ZERO.
       77 WRK-TM-BUSCA       PIC 9(02) VALUE ZERO.
       77 WRK-TM-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-TURMA    VALUE 'S'.

      * CODIGOS DE MOTIVO DE REJEICAO GRAVADOS EM HORERR, NA
      * MESMA NUMERACAO DO DSCERR DO PROGCOB41 NOS QUE COINCIDEM:
      * 01=HORARIO (TURMA/DIA/AULA) JA EXISTE NA INCLUSAO
      * 02=HORARIO NAO ENCONTRADO NA ALTERACAO/EXCLUSAO
      * 03=OPERACAO INVALIDA (NAO E I/A/E)
      * 04=CHAVE INVALIDA (TURMA EM BRANCO, DIA FORA DE 1-6 OU
      *    AULA FORA DE 01-10)
      * 05=TURMA INEXISTENTE NO CLASS-MASTER
      * 06=DISCIPLINA EM BRANCO OU INEXISTENTE NO DISCMST
      * 07=PROFESSOR OU SALA EM BRANCO SEM PADRAO NO CADASTRO
       77 WRK-MOTIVO        PIC X(02) VALUE SPACES.

      * PROFESSOR E SALA EFETIVOS DA TRANSACAO (DIGITADOS OU
      * ASSUMIDOS DO CADASTRO).
       77 WRK-PROFESSOR     PIC X(30) VALUE SPACES.
       77 WRK-SALA          PIC X(04) VALUE SPACES.

       77 WRK-QTDE-LIDAS      PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-INCLUIDAS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-ALTERADAS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-EXCLUIDAS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-REJEITADAS PIC 9(06) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB65'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'HORRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'C'.
       77 WRK-ARQ-RC         PIC S9(04) COMP VALUE ZERO.
      * O RELATORIO E RELIDO E ENTREGUE UMA LINHA POR CHAMADA
      * (FUNCAO L); A FUNCAO F FECHA O ARQUIVAMENTO.
       77 WRK-ARQ-FUNCAO     PIC X(01) VALUE 'L'.
       77 WRK-ARQ-LINHA      PIC X(132) VALUE SPACES.
       77 WRK-ARQ-FIM        PIC X(01) VALUE 'N'.
           88 FIM-ARQ-RELATORIO VALUE 'S'.

      * CONTROLE DE PAGINACAO DO RELATORIO IMPRESSO, NO MESMO
      * DESENHO DO PROGCOB41 (CABECALHO COM DATA E PAGINA).
       01 WRK-DATA-EXEC.
           05 WRK-DE-ANO PIC 9(04).
           05 WRK-DE-MES PIC 9(02).
           05 WRK-DE-DIA PIC 9(02).
       77 WRK-LINHA-ATUAL   PIC 9(03) VALUE ZERO.
       77 WRK-PAGINA-ATUAL  PIC 9(03) VALUE ZERO.
       77 WRK-MAX-LINHAS    PIC 9(03) VALUE 20.
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER          PIC X(20) VALUE
               'MANUT. GRADE HORARIA'.
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
           05 WRK-D-ROTULO    PIC X(08).
           05 WRK-D-OPERACAO  PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-D-TURMA     PIC X(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-DIA       PIC 9(01).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-D-AULA      PIC 9(02).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-D-DISCIPLINA PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-D-PROFESSOR PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-D-SALA      PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-D-COMPLEMENTO PIC X(15).

       01 WRK-LINHA-TOTAIS.
           05 FILLER            PIC X(07) VALUE 'LIDAS='.
           05 WRK-T-LIDAS       PIC ZZZZZ9.
           05 FILLER            PIC X(06) VALUE ' INC='.
           05 WRK-T-INCLUIDAS   PIC ZZZZZ9.
           05 FILLER            PIC X(06) VALUE ' ALT='.
           05 WRK-T-ALTERADAS   PIC ZZZZZ9.
           05 FILLER            PIC X(06) VALUE ' EXC='.
           05 WRK-T-EXCLUIDAS   PIC ZZZZZ9.
           05 FILLER            PIC X(06) VALUE ' REJ='.
           05 WRK-T-REJEITADAS  PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA E OS
      * ACUMULADORES SAO ZERADOS AQUI.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           MOVE ZERO TO WRK-QTDE-LIDAS WRK-QTDE-INCLUIDAS
                        WRK-QTDE-ALTERADAS WRK-QTDE-EXCLUIDAS
                        WRK-QTDE-REJEITADAS WRK-TURMA-COUNT.
           MOVE ZERO TO WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF WRK-HORTRN-STATUS = '00'
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD
               PERFORM 2000-LER-TRANSACAO
               PERFORM UNTIL FIM-ARQUIVO
                   ADD 1 TO WRK-QTDE-LIDAS
                   PERFORM 3000-PROCESSAR-TRANSACAO
                   PERFORM 2000-LER-TRANSACAO
               END-PERFORM
               PERFORM 5000-IMPRIMIR-TOTAIS
      * TRANSACAO REJEITADA E AVISO (RC 4) NO ESQUEMA PADRAO DA
      * SUITE, COMO NO PROGCOB41.
               IF WRK-QTDE-REJEITADAS > ZERO
                       AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           GOBACK.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT HOR-TRANS.
           OPEN OUTPUT TRANS-ERRO.
           OPEN OUTPUT MAINT-REPORT.

      * HORTRAN NAO E OPCIONAL: SEM ELE NAO HA NADA PARA APLICAR.
           IF WRK-HORTRN-STATUS NOT = '00'
               DISPLAY 'ARQUIVO HORTRAN NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1100-ABRIR-TIMETABLE
               PERFORM 1200-CARREGAR-TURMAS
               PERFORM 1300-ABRIR-DISCIPLINE-MASTER
           END-IF.

      * O HORARIO E ABERTO EM I-O PARA PERMITIR WRITE/REWRITE/
      * DELETE POR CHAVE; NA PRIMEIRA EXECUCAO (STATUS '35') E
      * CRIADO VAZIO E REABERTO, COMO NO PROGCOB41.
       1100-ABRIR-TIMETABLE.
           MOVE 'N' TO WRK-HORAR-ABERTO.
           OPEN I-O TIMETABLE.
           IF WRK-HORAR-STATUS = '35'
               OPEN OUTPUT TIMETABLE
               CLOSE TIMETABLE
               OPEN I-O TIMETABLE
           END-IF.
           IF WRK-HORAR-STATUS = '00'
               MOVE 'S' TO WRK-HORAR-ABERTO
           ELSE
               DISPLAY 'ERRO AO ABRIR HORARIO: ' WRK-HORAR-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

      * CARREGA O CLSMST INTEIRO NA TABELA DE TURMAS. TABELA CHEIA
      * OU CLSMST AUSENTE DEIXA A TURMA SEM CONFERENCIA, COM AVISO.
       1200-CARREGAR-TURMAS.
           MOVE 'N' TO WRK-CLSMST-ABERTO WRK-FIM-VARREDURA.
           OPEN INPUT CLASS-MASTER.
           IF WRK-CLSMST-STATUS = '00'
               PERFORM 1250-LER-CLSMST
               PERFORM UNTIL FIM-VARREDURA
                   IF WRK-TURMA-COUNT < 50
                       ADD 1 TO WRK-TURMA-COUNT
                       MOVE CM-TURMA
                           TO WRK-TM-TURMA(WRK-TURMA-COUNT)
                       MOVE CM-SALA
                           TO WRK-TM-SALA(WRK-TURMA-COUNT)
                   ELSE
                       DISPLAY 'TABELA DE TURMAS CHEIA, IGNORADA: '
                           CM-TURMA
                   END-IF
                   PERFORM 1250-LER-CLSMST
               END-PERFORM
               CLOSE CLASS-MASTER
               IF WRK-TURMA-COUNT > ZERO
                   MOVE 'S' TO WRK-CLSMST-ABERTO
               END-IF
           ELSE
               DISPLAY 'CLSMST AUSENTE - TURMA SEM CONFERENCIA'
           END-IF.

       1250-LER-CLSMST.
           READ CLASS-MASTER
               AT END MOVE 'S' TO WRK-FIM-VARREDURA
           END-READ.

      * SEM O DISCMST A DISCIPLINA NAO E CONFERIDA (SO AVISO) E O
      * PROFESSOR TEM QUE VIR NA TRANSACAO.
       1300-ABRIR-DISCIPLINE-MASTER.
           MOVE 'N' TO WRK-DISCM-ABERTO.
           OPEN INPUT DISCIPLINE-MASTER.
           IF WRK-DISCM-STATUS = '00'
               MOVE 'S' TO WRK-DISCM-ABERTO
           ELSE
               DISPLAY 'DISCMST AUSENTE - DISCIPLINA SEM CONFERENCIA'
           END-IF.

      * LOCALIZA WRK-TM-IDX DA TURMA HT-TURMA NA TABELA.
       1400-BUSCAR-TURMA.
           MOVE 'N'  TO WRK-TM-ACHOU.
           MOVE ZERO TO WRK-TM-IDX.
           PERFORM VARYING WRK-TM-BUSCA FROM 1 BY 1
                   UNTIL WRK-TM-BUSCA > WRK-TURMA-COUNT
                      OR ACHOU-TURMA
               IF WRK-TM-TURMA(WRK-TM-BUSCA) = HT-TURMA
                   MOVE 'S' TO WRK-TM-ACHOU
                   MOVE WRK-TM-BUSCA TO WRK-TM-IDX
               END-IF
           END-PERFORM.

       2000-LER-TRANSACAO.
           READ HOR-TRANS
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * VALIDACOES COMUNS A TODAS AS OPERACOES ANTES DO DESVIO:
      * A CHAVE (TURMA/DIA/AULA) TEM QUE SER VALIDA E A OPERACAO
      * TEM QUE SER UMA DAS TRES RECONHECIDAS.
       3000-PROCESSAR-TRANSACAO.
           MOVE SPACES TO WRK-MOTIVO.
           IF HT-TURMA = SPACES
                   OR HT-DIA-SEMANA NOT NUMERIC
                   OR HT-AULA NOT NUMERIC
               MOVE '04' TO WRK-MOTIVO
           ELSE
               MOVE HT-DIA-SEMANA TO HR-DIA-SEMANA
               MOVE HT-AULA       TO HR-AULA
               IF NOT HR-DIA-VALIDO OR NOT HR-AULA-VALIDA
                   MOVE '04' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 3800-REJEITAR
           ELSE
               EVALUATE HT-OPERACAO
                   WHEN 'I'
                       PERFORM 3100-INCLUIR
                   WHEN 'A'
                       PERFORM 3200-ALTERAR
                   WHEN 'E'
                       PERFORM 3300-EXCLUIR
                   WHEN OTHER
                       MOVE '03' TO WRK-MOTIVO
                       PERFORM 3800-REJEITAR
               END-EVALUATE
           END-IF.

      * INCLUSAO: O HORARIO NAO PODE EXISTIR E O CONTEUDO TEM QUE
      * PASSAR NA VALIDACAO DE TURMA/DISCIPLINA/PROFESSOR/SALA.
       3100-INCLUIR.
           PERFORM 3600-VALIDAR-CONTEUDO.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 3800-REJEITAR
           ELSE
               PERFORM 3500-BUSCAR-MESTRE
               IF ACHOU-MESTRE
                   MOVE '01' TO WRK-MOTIVO
                   PERFORM 3800-REJEITAR
               ELSE
                   PERFORM 3700-MONTAR-REGISTRO
                   WRITE TIMETABLE-RECORD
                       INVALID KEY
                           MOVE '01' TO WRK-MOTIVO
                           PERFORM 3800-REJEITAR
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTDE-INCLUIDAS
                           PERFORM 4100-IMPRIMIR-ANTES-VAZIO
                           PERFORM 4200-IMPRIMIR-DEPOIS
                   END-WRITE
               END-IF
           END-IF.

      * ALTERACAO: TROCA DISCIPLINA/PROFESSOR/SALA DE UM HORARIO
      * JA EXISTENTE (A CHAVE NAO MUDA - MUDAR O HORARIO DE LUGAR
      * E UMA EXCLUSAO MAIS UMA INCLUSAO).
       3200-ALTERAR.
           PERFORM 3600-VALIDAR-CONTEUDO.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 3800-REJEITAR
           ELSE
               PERFORM 3500-BUSCAR-MESTRE
               IF NOT ACHOU-MESTRE
                   MOVE '02' TO WRK-MOTIVO
                   PERFORM 3800-REJEITAR
               ELSE
                   PERFORM 4000-IMPRIMIR-ANTES
                   PERFORM 3700-MONTAR-REGISTRO
                   REWRITE TIMETABLE-RECORD
                       INVALID KEY
                           MOVE '02' TO WRK-MOTIVO
                           PERFORM 3800-REJEITAR
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTDE-ALTERADAS
                           PERFORM 4200-IMPRIMIR-DEPOIS
                   END-REWRITE
               END-IF
           END-IF.

       3300-EXCLUIR.
           PERFORM 3500-BUSCAR-MESTRE.
           IF NOT ACHOU-MESTRE
               MOVE '02' TO WRK-MOTIVO
               PERFORM 3800-REJEITAR
           ELSE
               PERFORM 4000-IMPRIMIR-ANTES
               DELETE TIMETABLE
                   INVALID KEY
                       MOVE '02' TO WRK-MOTIVO
                       PERFORM 3800-REJEITAR
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-EXCLUIDAS
                       PERFORM 4300-IMPRIMIR-DEPOIS-VAZIO
               END-DELETE
           END-IF.

      * LEITURA ALEATORIA POR CHAVE (RECORD KEY IS HR-CHAVE).
       3500-BUSCAR-MESTRE.
           MOVE 'N' TO WRK-ACHOU-MESTRE.
           IF HORAR-ABERTO
               MOVE HT-TURMA      TO HR-TURMA
               MOVE HT-DIA-SEMANA TO HR-DIA-SEMANA
               MOVE HT-AULA       TO HR-AULA
               READ TIMETABLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-MESTRE
               END-READ
           END-IF.

      * TURMA NO CLSMST, DISCIPLINA NO DISCMST E PROFESSOR/SALA
      * EFETIVOS: O QUE VEIO NA TRANSACAO OU, EM BRANCO, O
      * PROFESSOR DA DISCIPLINA E A SALA DA TURMA.
       3600-VALIDAR-CONTEUDO.
           MOVE HT-PROFESSOR TO WRK-PROFESSOR.
           MOVE HT-SALA      TO WRK-SALA.
           IF CLSMST-CARREGADO
               PERFORM 1400-BUSCAR-TURMA
               IF NOT ACHOU-TURMA
                   MOVE '05' TO WRK-MOTIVO
               ELSE
                   IF WRK-SALA = SPACES
                       MOVE WRK-TM-SALA(WRK-TM-IDX) TO WRK-SALA
                   END-IF
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
               IF HT-DISCIPLINA = SPACES
                   MOVE '06' TO WRK-MOTIVO
               ELSE
                   IF DISCM-ABERTO
                       MOVE HT-DISCIPLINA TO DM-CODIGO
                       READ DISCIPLINE-MASTER
                           INVALID KEY
                               MOVE '06' TO WRK-MOTIVO
                           NOT INVALID KEY
                               IF WRK-PROFESSOR = SPACES
                                   MOVE DM-PROFESSOR TO WRK-PROFESSOR
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
               IF WRK-PROFESSOR = SPACES OR WRK-SALA = SPACES
                   MOVE '07' TO WRK-MOTIVO
               END-IF
           END-IF.

       3700-MONTAR-REGISTRO.
           MOVE HT-TURMA      TO HR-TURMA.
           MOVE HT-DIA-SEMANA TO HR-DIA-SEMANA.
           MOVE HT-AULA       TO HR-AULA.
           MOVE HT-DISCIPLINA TO HR-DISCIPLINA.
           MOVE WRK-PROFESSOR TO HR-PROFESSOR.
           MOVE WRK-SALA      TO HR-SALA.

       3800-REJEITAR.
           ADD 1 TO WRK-QTDE-REJEITADAS.
           MOVE HT-OPERACAO       TO TE-OPERACAO.
           MOVE HT-TURMA          TO TE-TURMA.
           MOVE HT-DIA-SEMANA     TO TE-DIA-SEMANA.
           MOVE HT-AULA           TO TE-AULA.
           MOVE HT-DISCIPLINA     TO TE-DISCIPLINA.
           MOVE HT-PROFESSOR      TO TE-PROFESSOR.
           MOVE HT-SALA           TO TE-SALA.
           MOVE WRK-MOTIVO        TO TE-MOTIVO.
           WRITE TRANS-ERRO-RECORD.
           PERFORM 4500-VERIFICAR-QUEBRA-PAGINA.
           MOVE SPACES        TO WRK-DETALHE.
           MOVE 'REJEIT: '    TO WRK-D-ROTULO.
           MOVE HT-OPERACAO   TO WRK-D-OPERACAO.
           MOVE HT-TURMA      TO WRK-D-TURMA.
           IF HT-DIA-SEMANA NUMERIC
               MOVE HT-DIA-SEMANA TO WRK-D-DIA
           END-IF.
           IF HT-AULA NUMERIC
               MOVE HT-AULA   TO WRK-D-AULA
           END-IF.
           MOVE HT-DISCIPLINA TO WRK-D-DISCIPLINA.
           STRING 'MOTIVO=' WRK-MOTIVO
               DELIMITED BY SIZE INTO WRK-D-COMPLEMENTO
           END-STRING.
           PERFORM 4900-GRAVAR-LINHA.

       4000-IMPRIMIR-ANTES.
           PERFORM 4500-VERIFICAR-QUEBRA-PAGINA.
           MOVE SPACES        TO WRK-DETALHE.
           MOVE 'ANTES : '    TO WRK-D-ROTULO.
           MOVE HT-OPERACAO   TO WRK-D-OPERACAO.
           PERFORM 4400-MOVER-REGISTRO.
           PERFORM 4900-GRAVAR-LINHA.

       4100-IMPRIMIR-ANTES-VAZIO.
           PERFORM 4500-VERIFICAR-QUEBRA-PAGINA.
           MOVE SPACES        TO WRK-DETALHE.
           MOVE 'ANTES : '    TO WRK-D-ROTULO.
           MOVE HT-OPERACAO   TO WRK-D-OPERACAO.
           MOVE HT-TURMA      TO WRK-D-TURMA.
           MOVE HT-DIA-SEMANA TO WRK-D-DIA.
           MOVE HT-AULA       TO WRK-D-AULA.
           MOVE '(INEXISTENTE)' TO WRK-D-PROFESSOR.
           PERFORM 4900-GRAVAR-LINHA.

       4200-IMPRIMIR-DEPOIS.
           PERFORM 4500-VERIFICAR-QUEBRA-PAGINA.
           MOVE SPACES        TO WRK-DETALHE.
           MOVE 'DEPOIS: '    TO WRK-D-ROTULO.
           MOVE HT-OPERACAO   TO WRK-D-OPERACAO.
           PERFORM 4400-MOVER-REGISTRO.
           PERFORM 4900-GRAVAR-LINHA.

       4300-IMPRIMIR-DEPOIS-VAZIO.
           PERFORM 4500-VERIFICAR-QUEBRA-PAGINA.
           MOVE SPACES        TO WRK-DETALHE.
           MOVE 'DEPOIS: '    TO WRK-D-ROTULO.
           MOVE HT-OPERACAO   TO WRK-D-OPERACAO.
           MOVE HT-TURMA      TO WRK-D-TURMA.
           MOVE HT-DIA-SEMANA TO WRK-D-DIA.
           MOVE HT-AULA       TO WRK-D-AULA.
           MOVE '(EXCLUIDO)'  TO WRK-D-PROFESSOR.
           PERFORM 4900-GRAVAR-LINHA.

       4400-MOVER-REGISTRO.
           MOVE HR-TURMA      TO WRK-D-TURMA.
           MOVE HR-DIA-SEMANA TO WRK-D-DIA.
           MOVE HR-AULA       TO WRK-D-AULA.
           MOVE HR-DISCIPLINA TO WRK-D-DISCIPLINA.
           MOVE HR-PROFESSOR  TO WRK-D-PROFESSOR.
           MOVE HR-SALA       TO WRK-D-SALA.

       4500-VERIFICAR-QUEBRA-PAGINA.
           IF WRK-LINHA-ATUAL = ZERO
                  OR WRK-LINHA-ATUAL >= WRK-MAX-LINHAS
               PERFORM 4600-IMPRIMIR-CABECALHO
           END-IF.

       4600-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE ZERO          TO WRK-LINHA-ATUAL.
           MOVE WRK-DE-DIA    TO WRK-C-DIA.
           MOVE WRK-DE-MES    TO WRK-C-MES.
           MOVE WRK-DE-ANO    TO WRK-C-ANO.
           MOVE WRK-PAGINA-ATUAL TO WRK-C-PAGINA.
           MOVE WRK-CABECALHO TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       4900-GRAVAR-LINHA.
           MOVE WRK-DETALHE TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-DETALHE.

       5000-IMPRIMIR-TOTAIS.
           MOVE WRK-QTDE-LIDAS      TO WRK-T-LIDAS.
           MOVE WRK-QTDE-INCLUIDAS  TO WRK-T-INCLUIDAS.
           MOVE WRK-QTDE-ALTERADAS  TO WRK-T-ALTERADAS.
           MOVE WRK-QTDE-EXCLUIDAS  TO WRK-T-EXCLUIDAS.
           MOVE WRK-QTDE-REJEITADAS TO WRK-T-REJEITADAS.
           PERFORM 4500-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TOTAIS TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAIS.

       9000-FECHAR-ARQUIVOS.
           CLOSE HOR-TRANS.
           CLOSE TRANS-ERRO.
           CLOSE MAINT-REPORT.
           IF WRK-HORRPT-STATUS = '00'
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           IF HORAR-ABERTO
               CLOSE TIMETABLE
           END-IF.
           IF DISCM-ABERTO
               CLOSE DISCIPLINE-MASTER
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT MAINT-REPORT.
           IF WRK-HORRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-HORRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE MAINT-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ MAINT-REPORT INTO WRK-ARQ-LINHA
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
