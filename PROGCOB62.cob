       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB62.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 14/09/2026
      * OBJETIVO: APROVACAO DOS ATESTADOS PENDENTES (ATESTAD,
      * GRAVADOS PELO PROGCOB61 NO MODO CAPTURA), NO MESMO DESENHO
      * DO PROGCOB27. O OPERADOR SE AUTENTICA COM USUARIO/SENHA E
      * SOMENTE O NIVEL SUPERVISOR (03) REVISA CADA PENDENTE,
      * VENDO QUANTAS FALTAS DO ATTFILE O PERIODO COBRE, E APROVA
      * OU REJEITA; A DECISAO E O APROVADOR FICAM NO PROPRIO
      * REGISTRO DO ATESTAD. EM SEGUIDA TODOS OS ATESTADOS
      * APROVADOS (OS DE HOJE E OS ANTERIORES, PARA PEGAR FALTA
      * LANCADA DEPOIS DA APROVACAO) SAO APLICADOS NO ATTFILE: A
      * FALTA (F) DA MATRICULA DENTRO DO PERIODO VIRA FALTA
      * JUSTIFICADA (J), QUE O PROGCOB07/20/24/47/48 ABONAM NO
      * PERCENTUAL DOS 75%. O ATTFILE E O ATESTAD SAO REGRAVADOS
      * POR INTEIRO (OLD MASTER / NEW MASTER) E O ATESTAD GUARDA
      * QUANTAS FALTAS CADA ATESTADO ABONOU
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDICAL-CERT ASSIGN TO 'ATESTAD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATESTAD-STATUS.

           SELECT MEDICAL-CERT-NOVO ASSIGN TO 'ATESTAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATESTAN-STATUS.

           SELECT ATTEND-FILE ASSIGN TO 'ATTFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATTF-STATUS.

           SELECT ATTEND-FILE-NOVO ASSIGN TO 'ATTFILN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATTFN-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT USER-MASTER ASSIGN TO 'USRMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USUARIO
               FILE STATUS IS WRK-USRMST-STATUS.

           SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDICAL-CERT
           LABEL RECORD IS STANDARD.
       COPY CPATEST.

       FD  MEDICAL-CERT-NOVO
           LABEL RECORD IS STANDARD.
       COPY CPATEST REPLACING MEDICAL-CERT-RECORD
                           BY MEDICAL-CERT-NOVO-RECORD
                              AE-NUMERO        BY AN-NUMERO
                              AE-MATRICULA     BY AN-MATRICULA
                              AE-DATA-INICIO   BY AN-DATA-INICIO
                              AE-DATA-FIM      BY AN-DATA-FIM
                              AE-TIPO          BY AN-TIPO
                              AE-TIPO-VALIDO   BY AN-TIPO-VALIDO
                              AE-DOCUMENTO     BY AN-DOCUMENTO
                              AE-OPERADOR      BY AN-OPERADOR
                              AE-TIMESTAMP     BY AN-TIMESTAMP
                              AE-STATUS        BY AN-STATUS
                              AE-PENDENTE      BY AN-PENDENTE
                              AE-APROVADO      BY AN-APROVADO
                              AE-REJEITADO     BY AN-REJEITADO
                              AE-APROVADOR     BY AN-APROVADOR
                              AE-QTDE-ABONADAS BY AN-QTDE-ABONADAS.

       FD  ATTEND-FILE
           LABEL RECORD IS STANDARD.
       COPY CPATTND.

       FD  ATTEND-FILE-NOVO
           LABEL RECORD IS STANDARD.
       COPY CPATTND REPLACING ATTENDANCE-RECORD
                           BY ATTENDANCE-NOVO-RECORD
                              AT-MATRICULA     BY AN-AT-MATRICULA
                              AT-DATA          BY AN-AT-DATA
                              AT-PRESENCA      BY AN-AT-PRESENCA
                              AT-PRESENTE      BY AN-AT-PRESENTE
                              AT-FALTA         BY AN-AT-FALTA
                              AT-FALTA-JUSTIFICADA
                                  BY AN-AT-FALTA-JUSTIFICADA
                              AT-CONTA-PRESENCA
                                  BY AN-AT-CONTA-PRESENCA.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  USER-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPUSRMS.

       FD  AUDIT-LOG
           LABEL RECORD IS STANDARD.
       COPY CPAUDIT.

       WORKING-STORAGE SECTION.
       77 WRK-ATESTAD-STATUS PIC X(02) VALUE SPACES.
       77 WRK-ATESTAN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-ATTF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ATTFN-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-USRMST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-AUDIT-STATUS   PIC X(02) VALUE SPACES.
      * PARAMETROS DO ENCADEAMENTO DA TRILHA (PROGCOB71).
       77 WRK-TRILHA-FUNCAO  PIC X(01) VALUE 'G'.
       77 WRK-TRILHA-NOME    PIC X(08) VALUE SPACES.
       77 WRK-TRILHA-TAMANHO PIC 9(03) VALUE ZERO.
      * O CALL DEVOLVE O RETURN CODE DO PROGCOB71; O DESTE
      * PROGRAMA E GUARDADO ANTES E RESTAURADO DEPOIS.
       77 WRK-TRILHA-RC      PIC S9(04) COMP VALUE ZERO.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-FIM-ATTFILE    PIC X(01) VALUE 'N'.
           88 FIM-ATTFILE    VALUE 'S'.
       77 WRK-USRMST-ABERTO  PIC X(01) VALUE 'N'.
           88 USRMST-ABERTO  VALUE 'S'.
       77 WRK-STMST-ABERTO   PIC X(01) VALUE 'N'.
           88 STMST-ABERTO   VALUE 'S'.

      * CREDENCIAIS DO SUPERVISOR, COMO NO PROGCOB27: SO O NIVEL
      * SUPERVISOR (03) LIBERA A APROVACAO DO ATESTADO.
       77 WRK-SUPER-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-SUPER-SENHA   PIC X(10) VALUE SPACES.
       77 WRK-SENHA-HASH    PIC X(10) VALUE SPACES.
       77 WRK-SENHA-OK      PIC X(01) VALUE 'N'.
           88 SENHA-CONFERE VALUE 'S'.
       77 WRK-SUPER-OK      PIC X(01) VALUE 'N'.
           88 SUPER-AUTORIZADO VALUE 'S'.
       77 WRK-NIVEL    PIC 9(02) VALUE ZEROS.
           88 ADM         VALUE 01.
           88 USER        VALUE 02.
           88 SUPERVISOR  VALUE 03.
       77 WRK-RESULTADO     PIC X(11) VALUE SPACES.

       77 WRK-REVISADO      PIC X(01) VALUE 'N'.
           88 ATESTAD-REVISADO VALUE 'S'.
       77 WRK-APLICADO      PIC X(01) VALUE 'N'.
           88 ATTFILE-APLICADO VALUE 'S'.
       77 WRK-RENAME-RC     PIC 9(02) COMP-5 VALUE ZERO.
       77 WRK-ATESTAN-NOME  PIC X(20) VALUE 'ATESTAN'.
       77 WRK-ATTFILN-NOME  PIC X(20) VALUE 'ATTFILN'.
       77 WRK-ATTFILE-NOME  PIC X(20) VALUE 'ATTFILE'.

       77 WRK-DECISAO         PIC X(01) VALUE SPACES.
       77 WRK-QTDE-APROVADOS  PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-REJEITADOS PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-FALTAS     PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-JA-JUSTIF  PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-CONVERTIDAS PIC 9(06) VALUE ZERO.

      * ATESTADOS APROVADOS A APLICAR NO ATTFILE, CARREGADOS NA
      * REGRAVACAO DO ATESTAD. WRK-AP-ABONADAS CONTA AS FALTAS
      * JUSTIFICADAS DO PERIODO (AS CONVERTIDAS AGORA E AS DE
      * RODADAS ANTERIORES) E VOLTA PARA O AE-QTDE-ABONADAS.
       01 WRK-TABELA-APROVADOS.
           05 WRK-AP-ITEM OCCURS 500 TIMES.
               10 WRK-AP-NUMERO      PIC 9(06).
               10 WRK-AP-MATRICULA   PIC 9(06).
               10 WRK-AP-INICIO      PIC 9(08).
               10 WRK-AP-FIM         PIC 9(08).
               10 WRK-AP-ABONADAS    PIC 9(03).
       77 WRK-AP-COUNT      PIC 9(04) VALUE ZERO.
       77 WRK-AP-IDX        PIC 9(04) VALUE ZERO.
       77 WRK-AP-BUSCA      PIC 9(04) VALUE ZERO.
       77 WRK-AP-ACHOU      PIC X(01) VALUE 'N'.
           88 ACHOU-ATESTADO VALUE 'S'.
       77 WRK-QTDE-FORA-TABELA PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N'  TO WRK-FIM-ARQUIVO WRK-REVISADO WRK-APLICADO
                        WRK-SUPER-OK.
           MOVE ZERO TO WRK-QTDE-APROVADOS WRK-QTDE-REJEITADOS
                        WRK-QTDE-CONVERTIDAS WRK-AP-COUNT
                        WRK-QTDE-FORA-TABELA.
           PERFORM 1000-ABRIR-USER-MASTER.
           OPEN EXTEND AUDIT-LOG.
           IF WRK-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           PERFORM 1500-AUTENTICAR-SUPERVISOR.
           IF SUPER-AUTORIZADO
               PERFORM 1100-ABRIR-STUDENT-MASTER
               PERFORM 2000-REVISAR-PENDENTES
               IF ATESTAD-REVISADO
                   PERFORM 5000-APLICAR-ATESTADOS
                   PERFORM 6000-ATUALIZAR-ATESTAD
               END-IF
               IF STMST-ABERTO
                   CLOSE STUDENT-MASTER
               END-IF
           END-IF.
           IF USRMST-ABERTO
               CLOSE USER-MASTER
           END-IF.
           CLOSE AUDIT-LOG.
           PERFORM 9000-PROMOVER-ATTFILE.
           GOBACK.

       1000-ABRIR-USER-MASTER.
           MOVE 'N' TO WRK-USRMST-ABERTO.
           OPEN INPUT USER-MASTER.
           IF WRK-USRMST-STATUS = '00'
               MOVE 'S' TO WRK-USRMST-ABERTO
           ELSE
               DISPLAY 'ERRO AO ABRIR USRMST: ' WRK-USRMST-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      * O STUDENT-MASTER SO DA O NOME DO ALUNO NA REVISAO; SEM
      * ELE A REVISAO SEGUE PELA MATRICULA.
       1100-ABRIR-STUDENT-MASTER.
           MOVE 'N' TO WRK-STMST-ABERTO.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-STMST-STATUS = '00'
               MOVE 'S' TO WRK-STMST-ABERTO
           ELSE
               DISPLAY 'STUDMST INDISPONIVEL - REVISAO SEM O NOME '
                       'DO ALUNO'
           END-IF.

      * MESMA AUTENTICACAO DO PROGCOB27, AUDITADA NO AUDIT-LOG.
       1500-AUTENTICAR-SUPERVISOR.
           IF NOT USRMST-ABERTO
               DISPLAY 'SEM USER-MASTER NAO HA COMO AUTENTICAR'
           ELSE
               DISPLAY 'USUARIO SUPERVISOR: '
                ACCEPT WRK-SUPER-USUARIO FROM CONSOLE
               DISPLAY 'SENHA: '
                ACCEPT WRK-SUPER-SENHA FROM CONSOLE
               MOVE ZEROS TO WRK-NIVEL
               MOVE 'N'   TO WRK-SENHA-OK
               MOVE WRK-SUPER-USUARIO TO UM-USUARIO
               READ USER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1700-CONFERIR-SENHA
                       IF SENHA-CONFERE
                           MOVE UM-NIVEL TO WRK-NIVEL
                       END-IF
               END-READ
               IF SUPERVISOR
                   MOVE 'S' TO WRK-SUPER-OK
                   MOVE 'AUTORIZADO' TO WRK-RESULTADO
                   DISPLAY 'NIVEL SUPERVISOR'
               ELSE
                   MOVE 'REJEITADO' TO WRK-RESULTADO
                   DISPLAY 'ACESSO RESTRITO AO NIVEL SUPERVISOR'
                   MOVE 08 TO RETURN-CODE
               END-IF
               PERFORM 8000-GRAVAR-AUDITORIA
           END-IF.

      * CONFERENCIA DE SENHA COM O MESMO HASH DE SENTIDO UNICO DO
      * PROGCOB10: REGISTRO MIGRADO (H) COMPARA O HASH CALCULADO
      * PELO PROGCOB35, REGISTRO LEGADO COMPARA EM CLARO.
       1700-CONFERIR-SENHA.
           IF UM-TIPO-SENHA = 'H'
               CALL 'PROGCOB35' USING WRK-SUPER-SENHA
                                      WRK-SENHA-HASH
               IF UM-SENHA = WRK-SENHA-HASH
                   MOVE 'S' TO WRK-SENHA-OK
               END-IF
           ELSE
               IF UM-SENHA = WRK-SUPER-SENHA
                   MOVE 'S' TO WRK-SENHA-OK
               END-IF
           END-IF.
      * CONTA SUSPENSA POR INATIVIDADE OU REVOGADA NA
      * RECERTIFICACAO NAO ENTRA NEM COM A SENHA CERTA; SO A
      * REATIVACAO PELO PROGCOB23 DEVOLVE O ACESSO.
           IF UM-CONTA-INATIVA AND SENHA-CONFERE
               MOVE 'N' TO WRK-SENHA-OK
               DISPLAY 'CONTA SUSPENSA/REVOGADA - PROCURE O '
                       'ADMINISTRADOR'
           END-IF.

      * PERCORRE O ATESTAD INTEIRO REGRAVANDO CADA REGISTRO NO
      * ARQUIVO NOVO; OS PENDENTES PASSAM PELA REVISAO DO
      * SUPERVISOR E OS APROVADOS (NOVOS OU ANTIGOS) ENTRAM NA
      * TABELA DE APLICACAO NO ATTFILE.
       2000-REVISAR-PENDENTES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT MEDICAL-CERT.
           IF WRK-ATESTAD-STATUS NOT = '00'
               DISPLAY 'ARQUIVO ATESTAD NAO ENCONTRADO - NADA A '
                       'REVISAR'
           ELSE
               OPEN OUTPUT MEDICAL-CERT-NOVO
               PERFORM 2100-LER-ATESTAD
               PERFORM UNTIL FIM-ARQUIVO
                   IF AE-PENDENTE
                       PERFORM 3000-REVISAR-ITEM
                   END-IF
                   IF AE-APROVADO
                       PERFORM 2200-CARREGAR-APROVADO
                   END-IF
                   MOVE MEDICAL-CERT-RECORD
                       TO MEDICAL-CERT-NOVO-RECORD
                   WRITE MEDICAL-CERT-NOVO-RECORD
                   PERFORM 2100-LER-ATESTAD
               END-PERFORM
               MOVE 'S' TO WRK-REVISADO
               CLOSE MEDICAL-CERT
               CLOSE MEDICAL-CERT-NOVO
               DISPLAY 'REVISAO ENCERRADA: APROVADOS='
                       WRK-QTDE-APROVADOS
                       ' REJEITADOS=' WRK-QTDE-REJEITADOS
           END-IF.

       2100-LER-ATESTAD.
           READ MEDICAL-CERT
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * ATESTADO QUE NAO CABE NA TABELA NAO E APLICADO NESTA
      * RODADA (RC 4) E CONTINUA APROVADO PARA A PROXIMA.
       2200-CARREGAR-APROVADO.
           IF WRK-AP-COUNT < 500
               ADD 1 TO WRK-AP-COUNT
               MOVE AE-NUMERO      TO WRK-AP-NUMERO(WRK-AP-COUNT)
               MOVE AE-MATRICULA   TO WRK-AP-MATRICULA(WRK-AP-COUNT)
               MOVE AE-DATA-INICIO TO WRK-AP-INICIO(WRK-AP-COUNT)
               MOVE AE-DATA-FIM    TO WRK-AP-FIM(WRK-AP-COUNT)
               MOVE ZERO           TO WRK-AP-ABONADAS(WRK-AP-COUNT)
           ELSE
               ADD 1 TO WRK-QTDE-FORA-TABELA
               DISPLAY 'TABELA DE ATESTADOS CHEIA, NAO APLICADO: '
                       AE-NUMERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * MOSTRA O ATESTADO COM AS FALTAS QUE O PERIODO COBRE NO
      * ATTFILE ATUAL E PEDE A DECISAO DO SUPERVISOR: A=APROVAR,
      * R=REJEITAR, QUALQUER OUTRA TECLA DEIXA O ATESTADO PENDENTE
      * PARA UMA PROXIMA SESSAO.
       3000-REVISAR-ITEM.
           PERFORM 3500-CONTAR-FALTAS.
           DISPLAY '--------------------------------'.
           DISPLAY 'ATESTADO ' AE-NUMERO ' MATRICULA ' AE-MATRICULA.
           IF STMST-ABERTO
               MOVE AE-MATRICULA TO SM-MATRICULA
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY 'ALUNO NAO CADASTRADO NO STUDMST'
                   NOT INVALID KEY
                       DISPLAY 'ALUNO: ' SM-NOME ' TURMA ' SM-TURMA
               END-READ
           END-IF.
           DISPLAY 'PERIODO ' AE-DATA-INICIO ' A ' AE-DATA-FIM
                   ' TIPO ' AE-TIPO ' DOC ' AE-DOCUMENTO.
           DISPLAY 'DIGITADO POR: ' AE-OPERADOR ' EM ' AE-TIMESTAMP.
           DISPLAY 'FALTAS NO PERIODO A JUSTIFICAR: ' WRK-QTDE-FALTAS
                   ' JA JUSTIFICADAS: ' WRK-QTDE-JA-JUSTIF.
           DISPLAY 'DECISAO (A=APROVAR R=REJEITAR OUTRA=PULAR): '
            ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE WRK-DECISAO
               WHEN 'A'
                   MOVE 'A' TO AE-STATUS
                   MOVE WRK-SUPER-USUARIO TO AE-APROVADOR
                   ADD 1 TO WRK-QTDE-APROVADOS
                   DISPLAY 'ATESTADO APROVADO'
               WHEN 'R'
                   MOVE 'R' TO AE-STATUS
                   MOVE WRK-SUPER-USUARIO TO AE-APROVADOR
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   DISPLAY 'ATESTADO REJEITADO'
               WHEN OTHER
                   DISPLAY 'ITEM MANTIDO PENDENTE'
           END-EVALUATE.

      * A PREVIA VARRE O ATTFILE ATRAS DAS FALTAS DA MATRICULA NO
      * PERIODO; O ARQUIVO E ABERTO E FECHADO A CADA ITEM PORQUE A
      * FILA E CURTA E O ACESSO E SEQUENCIAL, COMO NO PROGCOB27.
       3500-CONTAR-FALTAS.
           MOVE ZERO TO WRK-QTDE-FALTAS WRK-QTDE-JA-JUSTIF.
           MOVE 'N'  TO WRK-FIM-ATTFILE.
           OPEN INPUT ATTEND-FILE.
           IF WRK-ATTF-STATUS = '00'
               PERFORM 3600-LER-ATTFILE
               PERFORM UNTIL FIM-ATTFILE
                   IF AT-MATRICULA = AE-MATRICULA
                           AND AT-DATA >= AE-DATA-INICIO
                           AND AT-DATA <= AE-DATA-FIM
                       IF AT-FALTA
                           ADD 1 TO WRK-QTDE-FALTAS
                       END-IF
                       IF AT-FALTA-JUSTIFICADA
                           ADD 1 TO WRK-QTDE-JA-JUSTIF
                       END-IF
                   END-IF
                   PERFORM 3600-LER-ATTFILE
               END-PERFORM
               CLOSE ATTEND-FILE
           END-IF.

       3600-LER-ATTFILE.
           READ ATTEND-FILE
               AT END MOVE 'S' TO WRK-FIM-ATTFILE
           END-READ.

      ********************************
      * APLICACAO: REGRAVA O ATTFILE NO ATTFILN TROCANDO F POR J
      * NAS DATAS COBERTAS POR ATESTADO APROVADO DA MESMA
      * MATRICULA. SEM ATESTADO APROVADO OU SEM ATTFILE NAO HA O
      * QUE REGRAVAR.
      ********************************
       5000-APLICAR-ATESTADOS.
           IF WRK-AP-COUNT = ZERO
               DISPLAY 'NENHUM ATESTADO APROVADO A APLICAR'
           ELSE
               MOVE 'N' TO WRK-FIM-ATTFILE
               OPEN INPUT ATTEND-FILE
               IF WRK-ATTF-STATUS NOT = '00'
                   DISPLAY 'ARQUIVO ATTFILE NAO ENCONTRADO - NADA A '
                           'JUSTIFICAR'
               ELSE
                   OPEN OUTPUT ATTEND-FILE-NOVO
                   PERFORM 3600-LER-ATTFILE
                   PERFORM UNTIL FIM-ATTFILE
                       IF AT-FALTA OR AT-FALTA-JUSTIFICADA
                           PERFORM 5100-LOCALIZAR-ATESTADO
                       END-IF
                       MOVE ATTENDANCE-RECORD
                           TO ATTENDANCE-NOVO-RECORD
                       WRITE ATTENDANCE-NOVO-RECORD
                       PERFORM 3600-LER-ATTFILE
                   END-PERFORM
                   MOVE 'S' TO WRK-APLICADO
                   CLOSE ATTEND-FILE
                   CLOSE ATTEND-FILE-NOVO
                   DISPLAY 'FALTAS CONVERTIDAS EM JUSTIFICADAS: '
                           WRK-QTDE-CONVERTIDAS
               END-IF
           END-IF.

      * A FALTA E ATRIBUIDA AO PRIMEIRO ATESTADO APROVADO QUE A
      * COBRE, PARA DOIS ATESTADOS SOBREPOSTOS NAO ABONAREM O
      * MESMO DIA DUAS VEZES NO REGISTRO.
       5100-LOCALIZAR-ATESTADO.
           MOVE 'N'  TO WRK-AP-ACHOU.
           MOVE ZERO TO WRK-AP-IDX.
           PERFORM VARYING WRK-AP-BUSCA FROM 1 BY 1
                   UNTIL WRK-AP-BUSCA > WRK-AP-COUNT
                      OR ACHOU-ATESTADO
               IF WRK-AP-MATRICULA(WRK-AP-BUSCA) = AT-MATRICULA
                       AND AT-DATA >= WRK-AP-INICIO(WRK-AP-BUSCA)
                       AND AT-DATA <= WRK-AP-FIM(WRK-AP-BUSCA)
                   MOVE 'S' TO WRK-AP-ACHOU
                   MOVE WRK-AP-BUSCA TO WRK-AP-IDX
               END-IF
           END-PERFORM.
           IF ACHOU-ATESTADO
               IF AT-FALTA
                   MOVE 'J' TO AT-PRESENCA
                   ADD 1 TO WRK-QTDE-CONVERTIDAS
               END-IF
               IF WRK-AP-ABONADAS(WRK-AP-IDX) < 999
                   ADD 1 TO WRK-AP-ABONADAS(WRK-AP-IDX)
               END-IF
           END-IF.

      * DEVOLVE O ATESTAN PARA O ATESTAD, GRAVANDO NOS APROVADOS A
      * CONTAGEM DE FALTAS ABONADAS APURADA NA APLICACAO (SO
      * QUANDO O ATTFILE FOI REALMENTE REGRAVADO).
       6000-ATUALIZAR-ATESTAD.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT MEDICAL-CERT-NOVO.
           OPEN OUTPUT MEDICAL-CERT.
           PERFORM 6100-LER-ATESTAN.
           PERFORM UNTIL FIM-ARQUIVO
               MOVE MEDICAL-CERT-NOVO-RECORD TO MEDICAL-CERT-RECORD
               IF AE-APROVADO AND ATTFILE-APLICADO
                   PERFORM VARYING WRK-AP-BUSCA FROM 1 BY 1
                           UNTIL WRK-AP-BUSCA > WRK-AP-COUNT
                       IF WRK-AP-NUMERO(WRK-AP-BUSCA) = AE-NUMERO
                           MOVE WRK-AP-ABONADAS(WRK-AP-BUSCA)
                               TO AE-QTDE-ABONADAS
                       END-IF
                   END-PERFORM
               END-IF
               WRITE MEDICAL-CERT-RECORD
               PERFORM 6100-LER-ATESTAN
           END-PERFORM.
           CLOSE MEDICAL-CERT-NOVO.
           CLOSE MEDICAL-CERT.
           CALL 'CBL_DELETE_FILE' USING WRK-ATESTAN-NOME
               RETURNING WRK-RENAME-RC.

       6100-LER-ATESTAN.
           READ MEDICAL-CERT-NOVO
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * A TENTATIVA DE LOGIN DO SUPERVISOR E GRAVADA NO AUDIT-LOG,
      * NO MESMO LAYOUT DAS CONSULTAS DO PROGCOB10.
       8000-GRAVAR-AUDITORIA.
           MOVE WRK-SUPER-USUARIO           TO AL-USUARIO.
           MOVE WRK-NIVEL                   TO AL-NIVEL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP.
           MOVE WRK-RESULTADO               TO AL-RESULTADO.
      * O REGISTRO SAI ENCADEADO NA TRILHA PELO PROGCOB71.
           MOVE 'AUDITLOG' TO WRK-TRILHA-NOME.
           MOVE LENGTH OF AL-DADOS TO WRK-TRILHA-TAMANHO.
           MOVE RETURN-CODE TO WRK-TRILHA-RC.
           CALL 'PROGCOB71' USING WRK-TRILHA-FUNCAO WRK-TRILHA-NOME
               AL-DADOS WRK-TRILHA-TAMANHO
               AL-SEQUENCIA AL-ENCADEAMENTO.
           MOVE WRK-TRILHA-RC TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.

      * O ATTFILE NOVO SO E PROMOVIDO QUANDO A APLICACAO REALMENTE
      * REGRAVOU O ARQUIVO; FALHA NA TROCA DEIXA AS FALTAS SEM
      * JUSTIFICAR E PRECISA DE INVESTIGACAO (RC 8).
       9000-PROMOVER-ATTFILE.
           IF ATTFILE-APLICADO
               CALL 'CBL_RENAME_FILE' USING WRK-ATTFILN-NOME
                                            WRK-ATTFILE-NOME
                   RETURNING WRK-RENAME-RC
               IF WRK-RENAME-RC NOT = 0
                   DISPLAY 'ERRO AO PROMOVER ATTFILN PARA ATTFILE: '
                            WRK-RENAME-RC
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
