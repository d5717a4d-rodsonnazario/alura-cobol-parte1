       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB73.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 04/10/2026
      * OBJETIVO: CONTROLE NOTURNO DE CONTAS DO USER-MASTER.
      * APURA NO AUDIT-LOG O ULTIMO LOGIN COM SUCESSO DE CADA
      * USUARIO E SUSPENDE (UM-SITUACAO S) A CONTA SEM LOGIN HA
      * MAIS DE AP-DIAS-INATIVIDADE DIAS (ACSPARM), GRAVANDO A
      * SUSPENSAO NO AUDIT-LOG - PROFESSOR SUBSTITUTO E
      * FUNCIONARIO QUE SAIU NAO FICAM COM LOGIN VALIDO POR ANOS.
      * A REATIVACAO E SO PELO PROGCOB23.
      * NA PRIMEIRA NOITE DE CADA TRIMESTRE EMITE A LISTA DE
      * RECERTIFICACAO (RECLST) COM TODA CONTA ATIVA, NIVEL,
      * ULTIMO LOGIN E DATA DA SENHA, E O ARQUIVO RECERTF PARA O
      * SUPERVISOR MARCAR C (CONFIRMA) OU R (REVOGA). O ARQUIVO
      * DEVOLVIDO (RECERTR) E APLICADO NA NOITE EM QUE CHEGA: AS
      * REVOGACOES SAO GRAVADAS (UM-SITUACAO R, AUDIT-LOG) E AS
      * CONTAS NAO REVISADAS SAEM NO RELATORIO DE EXCECOES
      * (ACSRPT). O ULTIMO ADM ATIVO NUNCA E SUSPENSO NEM
      * REVOGADO - SEM ELE NINGUEM REATIVA MAIS NADA
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACCESS DYNAMIC: VARREDURA INTEIRA NA CARGA (START + READ
      * NEXT) E LEITURA POR CHAVE PARA REGRAVAR A CONTA.
           SELECT USER-MASTER ASSIGN TO 'USRMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USUARIO
               FILE STATUS IS WRK-USRMST-STATUS.

           SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

           SELECT ACCESS-PARM ASSIGN TO 'ACSPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACSPARM-STATUS.

           SELECT ACCESS-CONTROL ASSIGN TO 'ACSCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACSCTL-STATUS.

           SELECT RECERT-FILE ASSIGN TO 'RECERTF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECERTF-STATUS.

           SELECT RECERT-RETURN ASSIGN TO 'RECERTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECERTR-STATUS.

           SELECT ACCESS-REPORT ASSIGN TO 'ACSRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACSRPT-STATUS.

           SELECT RECERT-LIST ASSIGN TO 'RECLST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECLST-STATUS.

           SELECT RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPUSRMS.

       FD  AUDIT-LOG
           LABEL RECORD IS STANDARD.
       COPY CPAUDIT.

       FD  ACCESS-PARM
           LABEL RECORD IS STANDARD.
       COPY CPACSPM.

       FD  ACCESS-CONTROL
           LABEL RECORD IS STANDARD.
       COPY CPACSCT.

       FD  RECERT-FILE
           LABEL RECORD IS STANDARD.
       COPY CPRECRT.

      * O RETORNO TEM O MESMO LAYOUT DA LISTA; OS NOMES SAO
      * TROCADOS NO COPY PARA AS DUAS FD CONVIVEREM.
       FD  RECERT-RETURN
           LABEL RECORD IS STANDARD.
       COPY CPRECRT REPLACING RECERT-RECORD BY RECERT-RETURN-RECORD
                              RV-TRIMESTRE    BY RR-TRIMESTRE
                              RV-USUARIO      BY RR-USUARIO
                              RV-NIVEL        BY RR-NIVEL
                              RV-ULTIMO-LOGIN BY RR-ULTIMO-LOGIN
                              RV-DATA-TROCA   BY RR-DATA-TROCA
                              RV-DECISAO      BY RR-DECISAO
                              RV-CONFIRMADA   BY RR-CONFIRMADA
                              RV-REVOGADA     BY RR-REVOGADA
                              RV-REVISOR      BY RR-REVISOR.

       FD  ACCESS-REPORT
           LABEL RECORD IS STANDARD.
       01  ACCESS-REPORT-LINE PIC X(100).

       FD  RECERT-LIST
           LABEL RECORD IS STANDARD.
       01  RECERT-LIST-LINE PIC X(100).

       FD  RUN-JOURNAL
           LABEL RECORD IS STANDARD.
       COPY CPRUNJR.

       WORKING-STORAGE SECTION.
       77 WRK-USRMST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ACSPARM-STATUS PIC X(02) VALUE SPACES.
       77 WRK-ACSCTL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RECERTF-STATUS PIC X(02) VALUE SPACES.
       77 WRK-RECERTR-STATUS PIC X(02) VALUE SPACES.
       77 WRK-ACSRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RECLST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-JRNL-STATUS    PIC X(02) VALUE SPACES.
      * PARAMETROS DO ENCADEAMENTO DA TRILHA (PROGCOB71).
       77 WRK-TRILHA-FUNCAO  PIC X(01) VALUE 'G'.
       77 WRK-TRILHA-NOME    PIC X(08) VALUE SPACES.
       77 WRK-TRILHA-TAMANHO PIC 9(03) VALUE ZERO.
      * O CALL DEVOLVE O RETURN CODE DO PROGCOB71; O DESTE
      * PROGRAMA E GUARDADO ANTES E RESTAURADO DEPOIS.
       77 WRK-TRILHA-RC      PIC S9(04) COMP VALUE ZERO.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-USRMST-ABERTO  PIC X(01) VALUE 'N'.
           88 USRMST-ABERTO  VALUE 'S'.
       77 WRK-AUDIT-ABERTO   PIC X(01) VALUE 'N'.
           88 AUDIT-ABERTO   VALUE 'S'.

      * PRAZOS DO ACSPARM, COM A REGRA PADRAO QUANDO AUSENTE.
       77 WRK-DIAS-INATIVIDADE PIC 9(03) VALUE 90.
       77 WRK-DIAS-RETORNO   PIC 9(03) VALUE 30.
       77 WRK-DIAS           PIC S9(06) VALUE ZERO.

      * CONTROLE DA RECERTIFICACAO (ACSCTL) EM MEMORIA.
       77 WRK-TRIM-EMITIDO   PIC 9(05) VALUE ZERO.
       77 WRK-DATA-EMISSAO   PIC 9(08) VALUE ZERO.
       77 WRK-TRIM-APLICADO  PIC 9(05) VALUE ZERO.
       77 WRK-DATA-APLICACAO PIC 9(08) VALUE ZERO.
       77 WRK-TRIM-ATUAL     PIC 9(05) VALUE ZERO.
       77 WRK-RETORNO-ACEITO PIC X(01) VALUE 'N'.
           88 RETORNO-ACEITO VALUE 'S'.

      * CONTAS DO USER-MASTER EM TABELA, COM O ULTIMO LOGIN COM
      * SUCESSO APURADO NO AUDIT-LOG E A MARCA DE REVISADA NO
      * RETORNO DA RECERTIFICACAO.
       01 WRK-USUARIO-TABLE.
           05 WRK-US-ENTRY OCCURS 500 TIMES.
               10 WRK-US-USUARIO      PIC X(20).
               10 WRK-US-NIVEL        PIC 9(02).
               10 WRK-US-SITUACAO     PIC X(01).
                   88 WRK-US-ATIVA    VALUE 'A' SPACE.
               10 WRK-US-DATA-TROCA   PIC 9(08).
               10 WRK-US-DATA-SITUACAO PIC 9(08).
               10 WRK-US-DATA-RECERT  PIC 9(08).
               10 WRK-US-ULTIMO-LOGIN PIC 9(08).
               10 WRK-US-REVISADA     PIC X(01).
       77 WRK-USUARIO-COUNT  PIC 9(03) VALUE ZERO.
       77 WRK-US-IDX         PIC 9(03) VALUE ZERO.
       77 WRK-US-BUSCA       PIC 9(03) VALUE ZERO.
       77 WRK-US-ACHOU       PIC 9(03) VALUE ZERO.
       77 WRK-QTDE-ADM-ATIVOS PIC 9(03) VALUE ZERO.
       77 WRK-REVISOR-OK     PIC X(01) VALUE 'N'.
           88 REVISOR-AUTORIZADO VALUE 'S'.

      * DATA DE REFERENCIA DA INATIVIDADE: O MAIS RECENTE ENTRE O
      * ULTIMO LOGIN, A TROCA DE SENHA E A MUDANCA DE SITUACAO
      * (INCLUSAO/REATIVACAO) - CONTA RECEM-CRIADA OU RECEM-
      * REATIVADA NAO E SUSPENSA ANTES DE TER CHANCE DE ENTRAR.
       77 WRK-DATA-REFERENCIA PIC 9(08) VALUE ZERO.

       01 WRK-TIMESTAMP-AUDIT.
           05 WRK-TA-DATA    PIC 9(08).
           05 WRK-TA-HORA    PIC 9(06).
       01 WRK-TIMESTAMP-AUDIT-NUM REDEFINES WRK-TIMESTAMP-AUDIT
                                  PIC 9(14).

       77 WRK-RESULTADO      PIC X(11) VALUE SPACES.
       77 WRK-AUDIT-USUARIO  PIC X(20) VALUE SPACES.
       77 WRK-AUDIT-NIVEL    PIC 9(02) VALUE ZERO.
       77 WRK-OCORRENCIA     PIC X(40) VALUE SPACES.

       77 WRK-QTDE-USUARIOS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-LOGINS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SUSPENSAS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-INICIADAS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-CONFIRMADAS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-REVOGADAS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-EXCECOES  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-LISTADAS  PIC 9(06) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB73'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'ACSRPT'.
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
       77 WRK-LST-LINHA     PIC 9(03) VALUE ZERO.
       77 WRK-LST-PAGINA    PIC 9(03) VALUE ZERO.
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 WRK-C-TITULO    PIC X(20) VALUE SPACES.
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
           05 WRK-D-USUARIO   PIC X(20).
           05 FILLER          PIC X(07) VALUE ' NIVEL '.
           05 WRK-D-NIVEL     PIC 99.
           05 FILLER          PIC X(14) VALUE ' ULT. LOGIN: '.
           05 WRK-D-LOGIN     PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-OCORRENCIA PIC X(40).

      * LINHA DA LISTA DE RECERTIFICACAO, COM O ESPACO PARA A
      * DECISAO DO SUPERVISOR.
       01 WRK-LINHA-LISTA.
           05 WRK-L-USUARIO   PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-L-NIVEL     PIC X(10).
           05 FILLER          PIC X(07) VALUE ' LOGIN '.
           05 WRK-L-LOGIN     PIC 9(08).
           05 FILLER          PIC X(07) VALUE ' SENHA '.
           05 WRK-L-TROCA     PIC 9(08).
           05 FILLER          PIC X(08) VALUE ' RECERT '.
           05 WRK-L-RECERT    PIC 9(08).
           05 FILLER          PIC X(23) VALUE
               ' C=CONFIRMA  R=REVOGA'.

       01 WRK-LINHA-TRIMESTRE.
           05 FILLER          PIC X(33) VALUE
               'RECERTIFICACAO DE ACESSOS - TRIM '.
           05 WRK-T-TRIMESTRE PIC 9(05).
           05 FILLER          PIC X(40) VALUE
               ' - DEVOLVER O RECERTF MARCADO C OU R'.

       01 WRK-LINHA-TOTAIS.
           05 FILLER            PIC X(10) VALUE 'USUARIOS='.
           05 WRK-T-USUARIOS    PIC ZZZZZ9.
           05 FILLER            PIC X(12) VALUE ' SUSPENSAS='.
           05 WRK-T-SUSPENSAS   PIC ZZZZZ9.
           05 FILLER            PIC X(13) VALUE ' CONFIRMADAS='.
           05 WRK-T-CONFIRMADAS PIC ZZZZZ9.
           05 FILLER            PIC X(11) VALUE ' REVOGADAS='.
           05 WRK-T-REVOGADAS   PIC ZZZZZ9.
           05 FILLER            PIC X(10) VALUE ' EXCECOES='.
           05 WRK-T-EXCECOES    PIC ZZZZZ9.
           05 FILLER            PIC X(10) VALUE ' LISTADAS='.
           05 WRK-T-LISTADAS    PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS E E O MESMO DO REGISTRO DE
      * INICIO NO RUNJRNL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE ZERO TO WRK-USUARIO-COUNT WRK-QTDE-ADM-ATIVOS
                        WRK-QTDE-USUARIOS WRK-QTDE-LOGINS
                        WRK-QTDE-SUSPENSAS WRK-QTDE-INICIADAS
                        WRK-QTDE-CONFIRMADAS WRK-QTDE-REVOGADAS
                        WRK-QTDE-EXCECOES WRK-QTDE-LISTADAS
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL
                        WRK-LST-LINHA WRK-LST-PAGINA.
           MOVE 90 TO WRK-DIAS-INATIVIDADE.
           MOVE 30 TO WRK-DIAS-RETORNO.
           PERFORM 0100-GRAVAR-JORNAL-INICIO.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
      * TRIMESTRE CORRENTE NO FORMATO AAAAT.
           COMPUTE WRK-TRIM-ATUAL =
               WRK-DE-ANO * 10 + (WRK-DE-MES - 1) / 3 + 1.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF USRMST-ABERTO
               PERFORM 1100-LER-PARAMETROS
               PERFORM 1200-LER-CONTROLE
               PERFORM 1500-CARREGAR-USUARIOS
               PERFORM 1700-APURAR-ULTIMO-LOGIN
               PERFORM 1900-ABRIR-AUDITORIA
               PERFORM 2000-SUSPENDER-INATIVAS
               PERFORM 3000-APLICAR-RETORNO
               IF WRK-TRIM-ATUAL > WRK-TRIM-EMITIDO
                   PERFORM 4000-EMITIR-LISTA
               END-IF
               PERFORM 4900-CONFERIR-PENDENCIA
               PERFORM 5000-REGRAVAR-CONTROLE
               PERFORM 6000-IMPRIMIR-TOTAIS
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
      * CONTA SUSPENSA OU REVOGADA E EXCECAO DA RECERTIFICACAO SAO
      * AVISO (RC 4) NO ESQUEMA PADRAO DA SUITE.
           IF (WRK-QTDE-SUSPENSAS > ZERO OR WRK-QTDE-REVOGADAS > ZERO
                   OR WRK-QTDE-EXCECOES > ZERO)
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
               MOVE 'PROGCOB73' TO RJ-PROGRAMA
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

      * LIDOS = CONTAS DO USER-MASTER, GRAVADOS = CONTAS SUSPENSAS
      * OU REVOGADAS, REJEITADOS = EXCECOES.
       9100-GRAVAR-JORNAL-FIM.
           OPEN EXTEND RUN-JOURNAL.
           IF WRK-JRNL-STATUS = '35'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WRK-JRNL-STATUS = '00'
               MOVE 'PROGCOB73' TO RJ-PROGRAMA
               MOVE 'F'         TO RJ-TIPO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RJ-TIMESTAMP
               MOVE WRK-QTDE-USUARIOS  TO RJ-QTDE-LIDOS
               COMPUTE RJ-QTDE-GRAVADOS =
                   WRK-QTDE-SUSPENSAS + WRK-QTDE-REVOGADAS
               MOVE WRK-QTDE-EXCECOES  TO RJ-QTDE-REJEITADOS
               MOVE RETURN-CODE        TO RJ-RETURN-CODE
               MOVE ZERO               TO RJ-ESPERA-SEG
               WRITE RUN-JOURNAL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.

      * SEM O USER-MASTER NAO HA CONTA A CONTROLAR (RC 12); SEM O
      * RELATORIO A NOITE NAO TERIA COMO MOSTRAR O QUE FEZ.
       1000-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-USRMST-ABERTO.
           MOVE 'N' TO WRK-AUDIT-ABERTO.
           OPEN OUTPUT ACCESS-REPORT.
           IF WRK-ACSRPT-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ACSRPT: ' WRK-ACSRPT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN I-O USER-MASTER
               IF WRK-USRMST-STATUS = '00'
                   MOVE 'S' TO WRK-USRMST-ABERTO
               ELSE
                   DISPLAY 'ERRO AO ABRIR USRMST: ' WRK-USRMST-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

      * ARQUIVO AUSENTE, VAZIO OU COM PRAZO ZERADO = REGRA PADRAO
      * (90 DIAS DE INATIVIDADE, 30 DIAS PARA O RETORNO).
       1100-LER-PARAMETROS.
           OPEN INPUT ACCESS-PARM.
           IF WRK-ACSPARM-STATUS = '00'
               READ ACCESS-PARM
                   AT END CONTINUE
                   NOT AT END
                       IF AP-DIAS-INATIVIDADE NUMERIC
                          AND AP-DIAS-INATIVIDADE > ZERO
                           MOVE AP-DIAS-INATIVIDADE
                               TO WRK-DIAS-INATIVIDADE
                       END-IF
                       IF AP-DIAS-RETORNO NUMERIC
                          AND AP-DIAS-RETORNO > ZERO
                           MOVE AP-DIAS-RETORNO TO WRK-DIAS-RETORNO
                       END-IF
               END-READ
               CLOSE ACCESS-PARM
           END-IF.
           DISPLAY 'PRAZO DE INATIVIDADE (DIAS): '
                   WRK-DIAS-INATIVIDADE.

      * CONTROLE AUSENTE = NENHUMA LISTA EMITIDA AINDA.
       1200-LER-CONTROLE.
           MOVE ZERO TO WRK-TRIM-EMITIDO WRK-DATA-EMISSAO
                        WRK-TRIM-APLICADO WRK-DATA-APLICACAO.
           OPEN INPUT ACCESS-CONTROL.
           IF WRK-ACSCTL-STATUS = '00'
               READ ACCESS-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       MOVE AK-TRIMESTRE-EMITIDO  TO WRK-TRIM-EMITIDO
                       MOVE AK-DATA-EMISSAO       TO WRK-DATA-EMISSAO
                       MOVE AK-TRIMESTRE-APLICADO TO WRK-TRIM-APLICADO
                       MOVE AK-DATA-APLICACAO
                           TO WRK-DATA-APLICACAO
               END-READ
               CLOSE ACCESS-CONTROL
           END-IF.

      * VARREDURA INTEIRA DO USER-MASTER (START + READ NEXT), COMO
      * NA MIGRACAO DE SENHAS DO PROGCOB23.
       1500-CARREGAR-USUARIOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO UM-USUARIO.
           START USER-MASTER KEY NOT < UM-USUARIO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ USER-MASTER NEXT
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 1600-GUARDAR-USUARIO
               END-READ
           END-PERFORM.

       1600-GUARDAR-USUARIO.
           ADD 1 TO WRK-QTDE-USUARIOS.
           IF WRK-USUARIO-COUNT < 500
               ADD 1 TO WRK-USUARIO-COUNT
               MOVE WRK-USUARIO-COUNT TO WRK-US-IDX
               MOVE UM-USUARIO  TO WRK-US-USUARIO(WRK-US-IDX)
               MOVE UM-NIVEL    TO WRK-US-NIVEL(WRK-US-IDX)
               MOVE UM-SITUACAO TO WRK-US-SITUACAO(WRK-US-IDX)
               MOVE ZERO TO WRK-US-DATA-TROCA(WRK-US-IDX)
                            WRK-US-DATA-SITUACAO(WRK-US-IDX)
                            WRK-US-DATA-RECERT(WRK-US-IDX)
                            WRK-US-ULTIMO-LOGIN(WRK-US-IDX)
               IF UM-DATA-TROCA NUMERIC
                   MOVE UM-DATA-TROCA
                       TO WRK-US-DATA-TROCA(WRK-US-IDX)
               END-IF
               IF UM-DATA-SITUACAO NUMERIC
                   MOVE UM-DATA-SITUACAO
                       TO WRK-US-DATA-SITUACAO(WRK-US-IDX)
               END-IF
               IF UM-DATA-RECERT NUMERIC
                   MOVE UM-DATA-RECERT
                       TO WRK-US-DATA-RECERT(WRK-US-IDX)
               END-IF
               MOVE 'N' TO WRK-US-REVISADA(WRK-US-IDX)
               IF UM-CONTA-ATIVA AND UM-NIVEL = 01
                   ADD 1 TO WRK-QTDE-ADM-ATIVOS
               END-IF
           ELSE
               DISPLAY 'TABELA DE USUARIOS CHEIA - IGNORADO: '
                       UM-USUARIO
               MOVE 8 TO RETURN-CODE
           END-IF.

      * ULTIMO LOGIN COM SUCESSO = MAIOR DATA ENTRE OS REGISTROS
      * DE ACESSO LIBERADO DO AUDIT-LOG: AUTORIZADO (PROGCOB10 E
      * AUTENTICACOES DOS DEMAIS PROGRAMAS), MENU-INICIO (PROGCOB09)
      * E CONSULTA (PROGCOB48). AS ACOES DO PROGCOB23 SOBRE OUTRA
      * CONTA (INCLUIDO, SENHA-RESET...) NAO SAO LOGIN DELA.
       1700-APURAR-ULTIMO-LOGIN.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT AUDIT-LOG.
           IF WRK-AUDIT-STATUS = '00'
               PERFORM 1800-LER-AUDITORIA
               PERFORM UNTIL FIM-ARQUIVO
                   IF AL-RESULTADO = 'AUTORIZADO'
                      OR AL-RESULTADO = 'MENU-INICIO'
                      OR AL-RESULTADO = 'CONSULTA'
                       PERFORM 1750-REGISTRAR-LOGIN
                   END-IF
                   PERFORM 1800-LER-AUDITORIA
               END-PERFORM
               CLOSE AUDIT-LOG
           ELSE
               DISPLAY 'AUDITLOG AUSENTE - NENHUM LOGIN APURADO'
           END-IF.

       1750-REGISTRAR-LOGIN.
           ADD 1 TO WRK-QTDE-LOGINS.
           MOVE AL-USUARIO TO WRK-AUDIT-USUARIO.
           PERFORM 7000-LOCALIZAR-USUARIO.
           IF WRK-US-ACHOU > ZERO
               MOVE AL-TIMESTAMP TO WRK-TIMESTAMP-AUDIT-NUM
               IF WRK-TA-DATA > WRK-US-ULTIMO-LOGIN(WRK-US-ACHOU)
                   MOVE WRK-TA-DATA
                       TO WRK-US-ULTIMO-LOGIN(WRK-US-ACHOU)
               END-IF
           END-IF.

       1800-LER-AUDITORIA.
           READ AUDIT-LOG
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * O AUDIT-LOG SO E ABERTO PARA GRAVACAO DEPOIS DA LEITURA
      * INTEIRA DO 1700.
       1900-ABRIR-AUDITORIA.
           OPEN EXTEND AUDIT-LOG.
           IF WRK-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           IF WRK-AUDIT-STATUS = '00'
               MOVE 'S' TO WRK-AUDIT-ABERTO
           ELSE
               DISPLAY 'ERRO AO ABRIR AUDITLOG: ' WRK-AUDIT-STATUS
           END-IF.

      * CONTA ATIVA SEM NENHUMA DATA DE REFERENCIA (REGISTRO
      * LEGADO, NUNCA ENTROU DESDE QUE HA AUDIT-LOG) GANHA A DATA
      * DE HOJE EM UM-DATA-SITUACAO E O PRAZO COMECA A CONTAR -
      * NAO E SUSPENSA NA PRIMEIRA NOITE SEM AVISO.
       2000-SUSPENDER-INATIVAS.
           PERFORM VARYING WRK-US-IDX FROM 1 BY 1
                   UNTIL WRK-US-IDX > WRK-USUARIO-COUNT
               IF WRK-US-ATIVA(WRK-US-IDX)
                   PERFORM 2100-CALCULAR-REFERENCIA
                   IF WRK-DATA-REFERENCIA = ZERO
                       PERFORM 2300-INICIAR-CONTAGEM
                   ELSE
                       COMPUTE WRK-DIAS =
                           FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC-NUM)
                           - FUNCTION INTEGER-OF-DATE(
                                 WRK-DATA-REFERENCIA)
                       IF WRK-DIAS > WRK-DIAS-INATIVIDADE
                           PERFORM 2200-SUSPENDER-CONTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2100-CALCULAR-REFERENCIA.
           MOVE WRK-US-ULTIMO-LOGIN(WRK-US-IDX)
               TO WRK-DATA-REFERENCIA.
           IF WRK-US-DATA-TROCA(WRK-US-IDX) > WRK-DATA-REFERENCIA
               MOVE WRK-US-DATA-TROCA(WRK-US-IDX)
                   TO WRK-DATA-REFERENCIA
           END-IF.
           IF WRK-US-DATA-SITUACAO(WRK-US-IDX) > WRK-DATA-REFERENCIA
               MOVE WRK-US-DATA-SITUACAO(WRK-US-IDX)
                   TO WRK-DATA-REFERENCIA
           END-IF.

      * O ULTIMO ADM ATIVO NAO E SUSPENSO: FICA NO RELATORIO COMO
      * EXCECAO PARA O ADMINISTRADOR ENTRAR OU CADASTRAR OUTRO.
       2200-SUSPENDER-CONTA.
           IF WRK-US-NIVEL(WRK-US-IDX) = 01
              AND WRK-QTDE-ADM-ATIVOS <= 1
               MOVE 'ULTIMO ADM ATIVO INATIVO - NAO SUSPENSO'
                   TO WRK-OCORRENCIA
               ADD 1 TO WRK-QTDE-EXCECOES
               PERFORM 4500-IMPRIMIR-OCORRENCIA
           ELSE
               MOVE WRK-US-USUARIO(WRK-US-IDX) TO UM-USUARIO
               READ USER-MASTER
                   INVALID KEY
                       DISPLAY 'USUARIO SUMIU DO USRMST: '
                               UM-USUARIO
                   NOT INVALID KEY
                       MOVE 'S'               TO UM-SITUACAO
                       MOVE WRK-DATA-EXEC-NUM TO UM-DATA-SITUACAO
                       REWRITE USER-MASTER-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR: '
                                       WRK-USRMST-STATUS
                           NOT INVALID KEY
                               PERFORM 2250-REGISTRAR-SUSPENSAO
                       END-REWRITE
               END-READ
           END-IF.

       2250-REGISTRAR-SUSPENSAO.
           MOVE 'S' TO WRK-US-SITUACAO(WRK-US-IDX).
           MOVE WRK-DATA-EXEC-NUM TO WRK-US-DATA-SITUACAO(WRK-US-IDX).
           IF WRK-US-NIVEL(WRK-US-IDX) = 01
               SUBTRACT 1 FROM WRK-QTDE-ADM-ATIVOS
           END-IF.
           ADD 1 TO WRK-QTDE-SUSPENSAS.
           MOVE 'SUSPENSO' TO WRK-RESULTADO.
           PERFORM 8000-GRAVAR-AUDITORIA.
           MOVE 'SUSPENSA POR INATIVIDADE' TO WRK-OCORRENCIA.
           PERFORM 4500-IMPRIMIR-OCORRENCIA.

       2300-INICIAR-CONTAGEM.
           MOVE WRK-US-USUARIO(WRK-US-IDX) TO UM-USUARIO.
           READ USER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'A'               TO UM-SITUACAO
                   MOVE WRK-DATA-EXEC-NUM TO UM-DATA-SITUACAO
                   REWRITE USER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR: '
                                   WRK-USRMST-STATUS
                       NOT INVALID KEY
                           MOVE WRK-DATA-EXEC-NUM
                               TO WRK-US-DATA-SITUACAO(WRK-US-IDX)
                           ADD 1 TO WRK-QTDE-INICIADAS
                           MOVE 'SEM LOGIN NEM DATA - PRAZO INICIADO'
                               TO WRK-OCORRENCIA
                           PERFORM 4500-IMPRIMIR-OCORRENCIA
                   END-REWRITE
           END-READ.

      * RETORNO DA RECERTIFICACAO: SO E APLICADO O RETORNO DO
      * TRIMESTRE DA ULTIMA LISTA EMITIDA, E UMA VEZ SO. CADA
      * LINHA PRECISA DE REVISOR SUPERVISOR/ADM ATIVO; LINHA SEM
      * DECISAO, COM DECISAO INVALIDA OU DE USUARIO INEXISTENTE E
      * EXCECAO. NO FIM, TODA CONTA ATIVA QUE NAO VOLTOU REVISADA
      * TAMBEM E EXCECAO.
       3000-APLICAR-RETORNO.
           MOVE 'N' TO WRK-RETORNO-ACEITO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT RECERT-RETURN.
           IF WRK-RECERTR-STATUS = '00'
               PERFORM 3100-LER-RETORNO
               PERFORM UNTIL FIM-ARQUIVO
                   IF RR-TRIMESTRE NOT = WRK-TRIM-EMITIDO
                      OR WRK-TRIM-APLICADO = WRK-TRIM-EMITIDO
                       CONTINUE
                   ELSE
                       MOVE 'S' TO WRK-RETORNO-ACEITO
                       PERFORM 3200-APLICAR-DECISAO
                   END-IF
                   PERFORM 3100-LER-RETORNO
               END-PERFORM
               CLOSE RECERT-RETURN
           END-IF.
           IF RETORNO-ACEITO
               PERFORM 3500-APONTAR-NAO-REVISADAS
               MOVE WRK-TRIM-EMITIDO  TO WRK-TRIM-APLICADO
               MOVE WRK-DATA-EXEC-NUM TO WRK-DATA-APLICACAO
               DISPLAY 'RETORNO DA RECERTIFICACAO APLICADO: '
                       WRK-TRIM-APLICADO
           END-IF.

       3100-LER-RETORNO.
           READ RECERT-RETURN
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       3200-APLICAR-DECISAO.
           MOVE RR-REVISOR TO WRK-AUDIT-USUARIO.
           PERFORM 7000-LOCALIZAR-USUARIO.
           MOVE 'N' TO WRK-REVISOR-OK.
           IF WRK-US-ACHOU > ZERO
               IF WRK-US-ATIVA(WRK-US-ACHOU)
                  AND (WRK-US-NIVEL(WRK-US-ACHOU) = 01
                    OR WRK-US-NIVEL(WRK-US-ACHOU) = 03)
                   MOVE 'S' TO WRK-REVISOR-OK
               END-IF
           END-IF.
           MOVE RR-USUARIO TO WRK-AUDIT-USUARIO.
           PERFORM 7000-LOCALIZAR-USUARIO.
           MOVE WRK-US-ACHOU TO WRK-US-IDX.
           EVALUATE TRUE
               WHEN WRK-US-IDX = ZERO
                   MOVE 'USUARIO DO RETORNO NAO EXISTE'
                       TO WRK-OCORRENCIA
                   PERFORM 3900-APONTAR-EXCECAO-RETORNO
               WHEN NOT REVISOR-AUTORIZADO
                   MOVE 'REVISOR NAO E SUPERVISOR/ADM ATIVO'
                       TO WRK-OCORRENCIA
                   PERFORM 3900-APONTAR-EXCECAO-RETORNO
               WHEN RR-CONFIRMADA
                   PERFORM 3300-CONFIRMAR-CONTA
               WHEN RR-REVOGADA
                   PERFORM 3400-REVOGAR-CONTA
               WHEN RR-DECISAO = SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE 'DECISAO INVALIDA NO RETORNO'
                       TO WRK-OCORRENCIA
                   PERFORM 3900-APONTAR-EXCECAO-RETORNO
           END-EVALUATE.

       3300-CONFIRMAR-CONTA.
           MOVE 'S' TO WRK-US-REVISADA(WRK-US-IDX).
           MOVE WRK-US-USUARIO(WRK-US-IDX) TO UM-USUARIO.
           READ USER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-DATA-EXEC-NUM TO UM-DATA-RECERT
                   REWRITE USER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR: '
                                   WRK-USRMST-STATUS
                       NOT INVALID KEY
                           MOVE WRK-DATA-EXEC-NUM
                               TO WRK-US-DATA-RECERT(WRK-US-IDX)
                           ADD 1 TO WRK-QTDE-CONFIRMADAS
                   END-REWRITE
           END-READ.

      * CONTA JA SUSPENSA/REVOGADA SO FICA MARCADA COMO REVISADA;
      * O ULTIMO ADM ATIVO NAO E REVOGADO (EXCECAO).
       3400-REVOGAR-CONTA.
           MOVE 'S' TO WRK-US-REVISADA(WRK-US-IDX).
           IF WRK-US-ATIVA(WRK-US-IDX)
               IF WRK-US-NIVEL(WRK-US-IDX) = 01
                  AND WRK-QTDE-ADM-ATIVOS <= 1
                   MOVE 'ULTIMO ADM ATIVO - REVOGACAO RECUSADA'
                       TO WRK-OCORRENCIA
                   PERFORM 3900-APONTAR-EXCECAO-RETORNO
               ELSE
                   PERFORM 3450-GRAVAR-REVOGACAO
               END-IF
           END-IF.

       3450-GRAVAR-REVOGACAO.
           MOVE WRK-US-USUARIO(WRK-US-IDX) TO UM-USUARIO.
           READ USER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R'               TO UM-SITUACAO
                   MOVE WRK-DATA-EXEC-NUM TO UM-DATA-SITUACAO
                   REWRITE USER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR: '
                                   WRK-USRMST-STATUS
                       NOT INVALID KEY
                           MOVE 'R' TO WRK-US-SITUACAO(WRK-US-IDX)
                           IF WRK-US-NIVEL(WRK-US-IDX) = 01
                               SUBTRACT 1 FROM WRK-QTDE-ADM-ATIVOS
                           END-IF
                           ADD 1 TO WRK-QTDE-REVOGADAS
                           MOVE 'REVOGADO' TO WRK-RESULTADO
                           PERFORM 8000-GRAVAR-AUDITORIA
                           MOVE 'REVOGADA NA RECERTIFICACAO'
                               TO WRK-OCORRENCIA
                           PERFORM 4500-IMPRIMIR-OCORRENCIA
                   END-REWRITE
           END-READ.

       3500-APONTAR-NAO-REVISADAS.
           PERFORM VARYING WRK-US-IDX FROM 1 BY 1
                   UNTIL WRK-US-IDX > WRK-USUARIO-COUNT
               IF WRK-US-ATIVA(WRK-US-IDX)
                  AND WRK-US-REVISADA(WRK-US-IDX) NOT = 'S'
                   MOVE 'CONTA ATIVA NAO REVISADA NO RETORNO'
                       TO WRK-OCORRENCIA
                   ADD 1 TO WRK-QTDE-EXCECOES
                   PERFORM 4500-IMPRIMIR-OCORRENCIA
               END-IF
           END-PERFORM.

      * EXCECAO DE UMA LINHA DO RETORNO: A LINHA SAI COM O USUARIO
      * INFORMADO NO ARQUIVO, MESMO QUANDO ELE NAO EXISTE NO MESTRE.
       3900-APONTAR-EXCECAO-RETORNO.
           ADD 1 TO WRK-QTDE-EXCECOES.
           MOVE RR-USUARIO TO WRK-D-USUARIO.
           MOVE RR-NIVEL   TO WRK-D-NIVEL.
           MOVE ZERO       TO WRK-D-LOGIN.
           IF WRK-US-IDX > ZERO
               MOVE WRK-US-ULTIMO-LOGIN(WRK-US-IDX) TO WRK-D-LOGIN
           END-IF.
           MOVE WRK-OCORRENCIA TO WRK-D-OCORRENCIA.
           PERFORM 4800-GRAVAR-DETALHE.

      * LISTA DO TRIMESTRE: TODA CONTA ATIVA DEPOIS DAS SUSPENSOES
      * DA NOITE, IMPRESSA NO RECLST E GRAVADA NO RECERTF COM A
      * DECISAO EM BRANCO PARA O SUPERVISOR PREENCHER.
       4000-EMITIR-LISTA.
           OPEN OUTPUT RECERT-LIST.
           OPEN OUTPUT RECERT-FILE.
           IF WRK-RECLST-STATUS NOT = '00'
              OR WRK-RECERTF-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR RECLST/RECERTF: '
                       WRK-RECLST-STATUS ' ' WRK-RECERTF-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-TRIM-ATUAL TO WRK-T-TRIMESTRE
               PERFORM VARYING WRK-US-IDX FROM 1 BY 1
                       UNTIL WRK-US-IDX > WRK-USUARIO-COUNT
                   IF WRK-US-ATIVA(WRK-US-IDX)
                       PERFORM 4100-LISTAR-CONTA
                   END-IF
               END-PERFORM
               MOVE WRK-TRIM-ATUAL    TO WRK-TRIM-EMITIDO
               MOVE WRK-DATA-EXEC-NUM TO WRK-DATA-EMISSAO
               DISPLAY 'LISTA DE RECERTIFICACAO EMITIDA: '
                       WRK-TRIM-EMITIDO
           END-IF.
           CLOSE RECERT-LIST.
           IF WRK-RECLST-STATUS = '00'
               MOVE 'RECLST' TO WRK-ARQ-RELATORIO
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           CLOSE RECERT-FILE.

       4100-LISTAR-CONTA.
           ADD 1 TO WRK-QTDE-LISTADAS.
           MOVE WRK-US-USUARIO(WRK-US-IDX) TO WRK-L-USUARIO.
           EVALUATE WRK-US-NIVEL(WRK-US-IDX)
               WHEN 01
                   MOVE 'ADM'        TO WRK-L-NIVEL
               WHEN 02
                   MOVE 'USER'       TO WRK-L-NIVEL
               WHEN 03
                   MOVE 'SUPERVISOR' TO WRK-L-NIVEL
               WHEN OTHER
                   MOVE 'DESCONHEC.' TO WRK-L-NIVEL
           END-EVALUATE.
           MOVE WRK-US-ULTIMO-LOGIN(WRK-US-IDX) TO WRK-L-LOGIN.
           MOVE WRK-US-DATA-TROCA(WRK-US-IDX)   TO WRK-L-TROCA.
           MOVE WRK-US-DATA-RECERT(WRK-US-IDX)  TO WRK-L-RECERT.
           PERFORM 4610-VERIFICAR-QUEBRA-LISTA.
           MOVE WRK-LINHA-LISTA TO RECERT-LIST-LINE.
           WRITE RECERT-LIST-LINE.
           ADD 1 TO WRK-LST-LINHA.
           MOVE WRK-TRIM-ATUAL                  TO RV-TRIMESTRE.
           MOVE WRK-US-USUARIO(WRK-US-IDX)      TO RV-USUARIO.
           MOVE WRK-US-NIVEL(WRK-US-IDX)        TO RV-NIVEL.
           MOVE WRK-US-ULTIMO-LOGIN(WRK-US-IDX) TO RV-ULTIMO-LOGIN.
           MOVE WRK-US-DATA-TROCA(WRK-US-IDX)   TO RV-DATA-TROCA.
           MOVE SPACE                           TO RV-DECISAO.
           MOVE SPACES                          TO RV-REVISOR.
           WRITE RECERT-RECORD.

       4500-IMPRIMIR-OCORRENCIA.
           MOVE WRK-US-USUARIO(WRK-US-IDX)      TO WRK-D-USUARIO.
           MOVE WRK-US-NIVEL(WRK-US-IDX)        TO WRK-D-NIVEL.
           MOVE WRK-US-ULTIMO-LOGIN(WRK-US-IDX) TO WRK-D-LOGIN.
           MOVE WRK-OCORRENCIA                  TO WRK-D-OCORRENCIA.
           PERFORM 4800-GRAVAR-DETALHE.

       4600-VERIFICAR-QUEBRA-PAGINA.
           IF WRK-LINHA-ATUAL = ZERO
                  OR WRK-LINHA-ATUAL >= WRK-MAX-LINHAS
               PERFORM 4700-IMPRIMIR-CABECALHO
           END-IF.

       4610-VERIFICAR-QUEBRA-LISTA.
           IF WRK-LST-LINHA = ZERO
                  OR WRK-LST-LINHA >= WRK-MAX-LINHAS
               PERFORM 4710-IMPRIMIR-CABECALHO-LISTA
           END-IF.

       4700-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE ZERO          TO WRK-LINHA-ATUAL.
           MOVE 'CONTROLE DE CONTAS' TO WRK-C-TITULO.
           MOVE WRK-DE-DIA    TO WRK-C-DIA.
           MOVE WRK-DE-MES    TO WRK-C-MES.
           MOVE WRK-DE-ANO    TO WRK-C-ANO.
           MOVE WRK-PAGINA-ATUAL TO WRK-C-PAGINA.
           MOVE WRK-CABECALHO TO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.

       4710-IMPRIMIR-CABECALHO-LISTA.
           ADD 1 TO WRK-LST-PAGINA.
           MOVE ZERO          TO WRK-LST-LINHA.
           MOVE 'RECERTIFICACAO' TO WRK-C-TITULO.
           MOVE WRK-DE-DIA    TO WRK-C-DIA.
           MOVE WRK-DE-MES    TO WRK-C-MES.
           MOVE WRK-DE-ANO    TO WRK-C-ANO.
           MOVE WRK-LST-PAGINA TO WRK-C-PAGINA.
           MOVE WRK-CABECALHO TO RECERT-LIST-LINE.
           WRITE RECERT-LIST-LINE.
           MOVE WRK-LINHA-TRIMESTRE TO RECERT-LIST-LINE.
           WRITE RECERT-LIST-LINE.

       4800-GRAVAR-DETALHE.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-DETALHE TO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-DETALHE.

      * LISTA EMITIDA E NAO DEVOLVIDA DENTRO DO PRAZO DO ACSPARM:
      * AVISO TODA NOITE ATE O RETORNO CHEGAR.
       4900-CONFERIR-PENDENCIA.
           IF WRK-TRIM-EMITIDO > WRK-TRIM-APLICADO
              AND WRK-DATA-EMISSAO > ZERO
               COMPUTE WRK-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC-NUM)
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-EMISSAO)
               IF WRK-DIAS > WRK-DIAS-RETORNO
                   MOVE SPACES TO WRK-D-USUARIO
                   MOVE ZERO   TO WRK-D-NIVEL WRK-D-LOGIN
                   MOVE 'RETORNO DA RECERTIFICACAO EM ATRASO'
                       TO WRK-D-OCORRENCIA
                   ADD 1 TO WRK-QTDE-EXCECOES
                   PERFORM 4800-GRAVAR-DETALHE
               END-IF
           END-IF.

      * O ACSCTL E REGRAVADO INTEIRO (UM REGISTRO), COMO O
      * CHECKPOINT DO PROGCOB07.
       5000-REGRAVAR-CONTROLE.
           OPEN OUTPUT ACCESS-CONTROL.
           IF WRK-ACSCTL-STATUS = '00'
               MOVE WRK-TRIM-EMITIDO   TO AK-TRIMESTRE-EMITIDO
               MOVE WRK-DATA-EMISSAO   TO AK-DATA-EMISSAO
               MOVE WRK-TRIM-APLICADO  TO AK-TRIMESTRE-APLICADO
               MOVE WRK-DATA-APLICACAO TO AK-DATA-APLICACAO
               WRITE ACCESS-CONTROL-RECORD
               CLOSE ACCESS-CONTROL
           ELSE
               DISPLAY 'ERRO AO GRAVAR ACSCTL: ' WRK-ACSCTL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       6000-IMPRIMIR-TOTAIS.
           MOVE WRK-QTDE-USUARIOS    TO WRK-T-USUARIOS.
           MOVE WRK-QTDE-SUSPENSAS   TO WRK-T-SUSPENSAS.
           MOVE WRK-QTDE-CONFIRMADAS TO WRK-T-CONFIRMADAS.
           MOVE WRK-QTDE-REVOGADAS   TO WRK-T-REVOGADAS.
           MOVE WRK-QTDE-EXCECOES    TO WRK-T-EXCECOES.
           MOVE WRK-QTDE-LISTADAS    TO WRK-T-LISTADAS.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TOTAIS TO ACCESS-REPORT-LINE.
           WRITE ACCESS-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAIS.

      * BUSCA LINEAR DE WRK-AUDIT-USUARIO NA TABELA DE CONTAS.
       7000-LOCALIZAR-USUARIO.
           MOVE ZERO TO WRK-US-ACHOU.
           PERFORM VARYING WRK-US-BUSCA FROM 1 BY 1
                   UNTIL WRK-US-BUSCA > WRK-USUARIO-COUNT
                      OR WRK-US-ACHOU > ZERO
               IF WRK-US-USUARIO(WRK-US-BUSCA) = WRK-AUDIT-USUARIO
                   MOVE WRK-US-BUSCA TO WRK-US-ACHOU
               END-IF
           END-PERFORM.

      * SUSPENSAO E REVOGACAO FICAM NO AUDIT-LOG NO MESMO LAYOUT
      * DAS ACOES DO PROGCOB23: O USUARIO REGISTRADO E A CONTA
      * ATINGIDA, COM O NIVEL DELA.
       8000-GRAVAR-AUDITORIA.
           IF AUDIT-ABERTO
               MOVE WRK-US-USUARIO(WRK-US-IDX)  TO AL-USUARIO
               MOVE WRK-US-NIVEL(WRK-US-IDX)    TO AL-NIVEL
               MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
               MOVE WRK-RESULTADO               TO AL-RESULTADO
      * O REGISTRO SAI ENCADEADO NA TRILHA PELO PROGCOB71.
               MOVE 'AUDITLOG' TO WRK-TRILHA-NOME
               MOVE LENGTH OF AL-DADOS TO WRK-TRILHA-TAMANHO
               MOVE RETURN-CODE TO WRK-TRILHA-RC
               CALL 'PROGCOB71' USING WRK-TRILHA-FUNCAO
                   WRK-TRILHA-NOME AL-DADOS WRK-TRILHA-TAMANHO
                   AL-SEQUENCIA AL-ENCADEAMENTO
               MOVE WRK-TRILHA-RC TO RETURN-CODE
               WRITE AUDIT-LOG-RECORD
           END-IF.

       9000-FECHAR-ARQUIVOS.
           IF USRMST-ABERTO
               CLOSE USER-MASTER
           END-IF.
           IF AUDIT-ABERTO
               CLOSE AUDIT-LOG
           END-IF.
           IF WRK-ACSRPT-STATUS = '00'
               CLOSE ACCESS-REPORT
               IF WRK-ACSRPT-STATUS = '00'
                   MOVE 'ACSRPT' TO WRK-ARQ-RELATORIO
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
           END-IF.

      * O RELATORIO JA FECHADO (WRK-ARQ-RELATORIO) E RELIDO E
      * ENTREGUE LINHA A LINHA AO ARQUIVO DE RELATORIOS
      * (PROGCOB74); SO E CHAMADO QUANDO O CLOSE DEU STATUS '00',
      * OU SEJA, QUANDO O RELATORIO FOI MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           EVALUATE WRK-ARQ-RELATORIO
               WHEN 'ACSRPT'
                   PERFORM 9610-ARQUIVAR-ACSRPT
               WHEN 'RECLST'
                   PERFORM 9620-ARQUIVAR-RECLST
           END-EVALUATE.

       9610-ARQUIVAR-ACSRPT.
           OPEN INPUT ACCESS-REPORT.
           IF WRK-ACSRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-ACSRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9615-LER-ACSRPT
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9615-LER-ACSRPT
               END-PERFORM
               CLOSE ACCESS-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9615-LER-ACSRPT.
           READ ACCESS-REPORT INTO WRK-ARQ-LINHA
               AT END MOVE 'S' TO WRK-ARQ-FIM
           END-READ.

       9620-ARQUIVAR-RECLST.
           OPEN INPUT RECERT-LIST.
           IF WRK-RECLST-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-RECLST-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9625-LER-RECLST
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9625-LER-RECLST
               END-PERFORM
               CLOSE RECERT-LIST
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9625-LER-RECLST.
           READ RECERT-LIST INTO WRK-ARQ-LINHA
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
