       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB69.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 30/09/2026
      * OBJETIVO: REGISTRO DAS DECISOES DO CONSELHO DE CLASSE
      * (CONSELH). O OPERADOR SE AUTENTICA COM USUARIO/SENHA E
      * SOMENTE O NIVEL SUPERVISOR (03) REGISTRA, COMO NA
      * APROVACAO DE ATESTADOS DO PROGCOB62. POR REUNIAO SAO
      * INFORMADOS O ANO LETIVO, O CONSELHO (1-4 = BIMESTRE, 0 =
      * FINAL), A TURMA E OS MEMBROS PRESENTES; EM SEGUIDA CADA
      * DECISAO - ALUNO (CONFERIDO NO STUDENT-MASTER E NA TURMA),
      * DISCIPLINA (BRANCO = TODAS), DECISAO E JUSTIFICATIVA - E
      * ACRESCENTADA AO CONSELH, NUMERADA E COM O SUPERVISOR. A
      * APROVACAO PELO CONSELHO (SO NO CONSELHO FINAL) E APLICADA
      * PELO PROGCOB40 NA VIRADA DE ANO; O ARQUIVO NAO E ALTERADO
      * DEPOIS DE GRAVADO - DECISAO ERRADA E CORRIGIDA POR UMA
      * NOVA DECISAO M (RESULTADO MANTIDO) DO MESMO ALUNO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNCIL-DECISION ASSIGN TO 'CONSELH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONSELH-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT DISCIPLINE-MASTER ASSIGN TO 'DISCMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CODIGO
               FILE STATUS IS WRK-DISCM-STATUS.

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
       FD  COUNCIL-DECISION
           LABEL RECORD IS STANDARD.
       COPY CPCONSE.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  DISCIPLINE-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPDISCM.

       FD  USER-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPUSRMS.

       FD  AUDIT-LOG
           LABEL RECORD IS STANDARD.
       COPY CPAUDIT.

       WORKING-STORAGE SECTION.
       77 WRK-CONSELH-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DISCM-STATUS   PIC X(02) VALUE SPACES.
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
       77 WRK-USRMST-ABERTO  PIC X(01) VALUE 'N'.
           88 USRMST-ABERTO  VALUE 'S'.
       77 WRK-STMST-ABERTO   PIC X(01) VALUE 'N'.
           88 STMST-ABERTO   VALUE 'S'.
       77 WRK-DISCM-ABERTO   PIC X(01) VALUE 'N'.
           88 DISCM-ABERTO   VALUE 'S'.

      * CREDENCIAIS DO SUPERVISOR, COMO NO PROGCOB62: SO O NIVEL
      * SUPERVISOR (03) LIBERA O REGISTRO DAS DECISOES.
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

      * DADOS DA REUNIAO, INFORMADOS UMA VEZ POR SESSAO.
       77 WRK-ANO-LETIVO     PIC 9(04) VALUE ZERO.
       77 WRK-CONSELHO       PIC X(01) VALUE SPACE.
           88 CONSELHO-VALIDO VALUE '0' '1' '2' '3' '4'.
           88 CONSELHO-FINAL  VALUE '0'.
       77 WRK-BIMESTRE       PIC 9(01) VALUE ZERO.
       77 WRK-TURMA          PIC X(04) VALUE SPACES.
       01 WRK-MEMBROS.
           05 WRK-MEMBRO OCCURS 6 TIMES PIC X(20).
       77 WRK-MB-IDX         PIC 9(01) VALUE ZERO.
       77 WRK-MEMBRO-LIDO    PIC X(20) VALUE SPACES.
       77 WRK-QTDE-MEMBROS   PIC 9(01) VALUE ZERO.
       77 WRK-FIM-MEMBROS    PIC X(01) VALUE 'N'.
           88 FIM-MEMBROS    VALUE 'S'.

      * DADOS DE CADA DECISAO.
       77 WRK-MATRICULA      PIC 9(06) VALUE ZERO.
       77 WRK-DISCIPLINA     PIC X(03) VALUE SPACES.
       77 WRK-DECISAO        PIC X(01) VALUE SPACE.
           88 DECISAO-VALIDA VALUE 'A' 'M' 'E'.
           88 DECISAO-APROVA VALUE 'A'.
       77 WRK-JUSTIFICATIVA  PIC X(60) VALUE SPACES.
       77 WRK-ACHOU-MESTRE   PIC X(01) VALUE 'N'.
           88 ACHOU-MESTRE   VALUE 'S'.
       77 WRK-DISC-OK        PIC X(01) VALUE 'N'.
           88 DISCIPLINA-OK  VALUE 'S'.
       77 WRK-CONTINUA       PIC X(01) VALUE 'S'.
           88 CONTINUA-LANCANDO VALUE 'S'.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACE.
           88 CONFIRMADO     VALUE 'S'.
       77 WRK-ULTIMO-NUMERO  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-GRAVADAS  PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N'  TO WRK-FIM-ARQUIVO WRK-SUPER-OK.
           MOVE ZERO TO WRK-QTDE-GRAVADAS.
           PERFORM 1000-ABRIR-USER-MASTER.
           OPEN EXTEND AUDIT-LOG.
           IF WRK-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           PERFORM 1500-AUTENTICAR-SUPERVISOR.
           IF SUPER-AUTORIZADO
               PERFORM 1100-ABRIR-MESTRES
               IF STMST-ABERTO
                   PERFORM 2000-LER-REUNIAO
                   PERFORM 3000-CAPTURAR-DECISOES
                   CLOSE STUDENT-MASTER
               END-IF
               IF DISCM-ABERTO
                   CLOSE DISCIPLINE-MASTER
               END-IF
           END-IF.
           IF USRMST-ABERTO
               CLOSE USER-MASTER
           END-IF.
           CLOSE AUDIT-LOG.
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

      * SEM O STUDENT-MASTER NAO HA COMO CONFERIR O ALUNO E A
      * TURMA (RC 12). O DISCIPLINE-MASTER E OPCIONAL: SEM ELE A
      * DISCIPLINA SO NAO E CONFERIDA.
       1100-ABRIR-MESTRES.
           MOVE 'N' TO WRK-STMST-ABERTO WRK-DISCM-ABERTO.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-STMST-STATUS = '00'
               MOVE 'S' TO WRK-STMST-ABERTO
           ELSE
               DISPLAY 'ERRO AO ABRIR STUDMST: ' WRK-STMST-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN INPUT DISCIPLINE-MASTER.
           IF WRK-DISCM-STATUS = '00'
               MOVE 'S' TO WRK-DISCM-ABERTO
           END-IF.

      * MESMA AUTENTICACAO DO PROGCOB62, AUDITADA NO AUDIT-LOG.
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

      ********************************
      * DADOS DA REUNIAO: UMA SESSAO = UM CONSELHO DE UMA TURMA.
      * SEM NENHUM MEMBRO PRESENTE NAO HA CONSELHO.
      ********************************
       2000-LER-REUNIAO.
           MOVE ZERO TO WRK-ANO-LETIVO.
           PERFORM UNTIL WRK-ANO-LETIVO > 1900
               DISPLAY 'ANO LETIVO (AAAA): '
                ACCEPT WRK-ANO-LETIVO FROM CONSOLE
               IF WRK-ANO-LETIVO NOT > 1900
                   DISPLAY 'ANO INVALIDO, DIGITE NOVAMENTE'
               END-IF
           END-PERFORM.
           MOVE SPACE TO WRK-CONSELHO.
           PERFORM UNTIL CONSELHO-VALIDO
               DISPLAY 'CONSELHO (1-4 = BIMESTRE, 0 = FINAL DO '
                       'ANO): '
                ACCEPT WRK-CONSELHO FROM CONSOLE
               IF NOT CONSELHO-VALIDO
                   DISPLAY 'OPCAO INVALIDA, DIGITE DE 0 A 4'
               END-IF
           END-PERFORM.
           MOVE WRK-CONSELHO TO WRK-BIMESTRE.
           MOVE SPACES TO WRK-TURMA.
           PERFORM UNTIL WRK-TURMA NOT = SPACES
               DISPLAY 'TURMA: '
                ACCEPT WRK-TURMA FROM CONSOLE
           END-PERFORM.
           MOVE SPACES TO WRK-MEMBROS.
           MOVE ZERO   TO WRK-QTDE-MEMBROS.
           PERFORM UNTIL WRK-QTDE-MEMBROS > ZERO
               MOVE 'N' TO WRK-FIM-MEMBROS
               PERFORM VARYING WRK-MB-IDX FROM 1 BY 1
                       UNTIL WRK-MB-IDX > 6 OR FIM-MEMBROS
                   DISPLAY 'MEMBRO PRESENTE ' WRK-MB-IDX
                           ' (BRANCO = FIM): '
                    ACCEPT WRK-MEMBRO-LIDO FROM CONSOLE
                   IF WRK-MEMBRO-LIDO = SPACES
                       MOVE 'S' TO WRK-FIM-MEMBROS
                   ELSE
                       MOVE WRK-MEMBRO-LIDO TO WRK-MEMBRO(WRK-MB-IDX)
                       ADD 1 TO WRK-QTDE-MEMBROS
                   END-IF
               END-PERFORM
               IF WRK-QTDE-MEMBROS = ZERO
                   DISPLAY 'INFORME PELO MENOS UM MEMBRO PRESENTE'
               END-IF
           END-PERFORM.

      ********************************
      * UMA DECISAO POR VOLTA, CONFIRMADA PELO SUPERVISOR ANTES DE
      * SER ACRESCENTADA AO CONSELH.
      ********************************
       3000-CAPTURAR-DECISOES.
           PERFORM 3050-OBTER-ULTIMO-NUMERO.
           MOVE 'S' TO WRK-CONTINUA.
           PERFORM UNTIL NOT CONTINUA-LANCANDO
               PERFORM 3100-CAPTURAR-UMA-DECISAO
               DISPLAY 'REGISTRAR OUTRA DECISAO? (S/N): '
                ACCEPT WRK-CONTINUA FROM CONSOLE
           END-PERFORM.
           DISPLAY 'DECISOES REGISTRADAS: ' WRK-QTDE-GRAVADAS.

      * O NUMERO DA DECISAO CONTINUA A SEQUENCIA DO ARQUIVO;
      * ARQUIVO AINDA INEXISTENTE COMECA DO 1.
       3050-OBTER-ULTIMO-NUMERO.
           MOVE ZERO TO WRK-ULTIMO-NUMERO.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           OPEN INPUT COUNCIL-DECISION.
           IF WRK-CONSELH-STATUS = '00'
               PERFORM 3900-LER-CONSELH
               PERFORM UNTIL FIM-ARQUIVO
                   IF CD-NUMERO > WRK-ULTIMO-NUMERO
                       MOVE CD-NUMERO TO WRK-ULTIMO-NUMERO
                   END-IF
                   PERFORM 3900-LER-CONSELH
               END-PERFORM
               CLOSE COUNCIL-DECISION
           END-IF.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.

      * O ALUNO TEM QUE EXISTIR NO MESTRE E ESTAR NA TURMA DO
      * CONSELHO - DECISAO SOBRE ALUNO DE OUTRA TURMA E ENGANO DE
      * DIGITACAO.
       3100-CAPTURAR-UMA-DECISAO.
           DISPLAY 'MATRICULA: '
            ACCEPT WRK-MATRICULA FROM CONSOLE.
           PERFORM 3500-BUSCAR-MESTRE.
           IF NOT ACHOU-MESTRE
               DISPLAY 'MATRICULA INEXISTENTE NO STUDENT-MASTER - '
                       'DECISAO IGNORADA'
           ELSE
               IF SM-TURMA NOT = WRK-TURMA
                   DISPLAY 'ALUNO DA TURMA ' SM-TURMA ', NAO DA '
                           WRK-TURMA ' - DECISAO IGNORADA'
               ELSE
                   DISPLAY 'ALUNO: ' SM-NOME
                   PERFORM 3200-LER-DISCIPLINA
                   PERFORM 3300-LER-DECISAO
                   MOVE SPACES TO WRK-JUSTIFICATIVA
                   PERFORM UNTIL WRK-JUSTIFICATIVA NOT = SPACES
                       DISPLAY 'JUSTIFICATIVA: '
                        ACCEPT WRK-JUSTIFICATIVA FROM CONSOLE
                   END-PERFORM
                   DISPLAY 'DECISAO ' WRK-DECISAO ' DISCIPLINA '
                           WRK-DISCIPLINA ' ALUNO ' WRK-MATRICULA
                   DISPLAY 'CONFIRMA O REGISTRO? (S/N): '
                    ACCEPT WRK-CONFIRMA FROM CONSOLE
                   IF CONFIRMADO
                       PERFORM 3800-GRAVAR-DECISAO
                   ELSE
                       DISPLAY 'DECISAO DESCARTADA'
                   END-IF
               END-IF
           END-IF.

      * DISCIPLINA EM BRANCO = TODAS AS DISCIPLINAS DO ALUNO;
      * CODIGO INFORMADO TEM QUE EXISTIR NO DISCMST (QUANDO ELE
      * ESTIVER DISPONIVEL).
       3200-LER-DISCIPLINA.
           MOVE 'N' TO WRK-DISC-OK.
           PERFORM UNTIL DISCIPLINA-OK
               DISPLAY 'DISCIPLINA (BRANCO = TODAS): '
                ACCEPT WRK-DISCIPLINA FROM CONSOLE
               IF WRK-DISCIPLINA = SPACES OR NOT DISCM-ABERTO
                   MOVE 'S' TO WRK-DISC-OK
               ELSE
                   MOVE WRK-DISCIPLINA TO DM-CODIGO
                   READ DISCIPLINE-MASTER
                       INVALID KEY
                           DISPLAY 'DISCIPLINA INEXISTENTE NO '
                                   'DISCMST, DIGITE NOVAMENTE'
                       NOT INVALID KEY
                           DISPLAY 'DISCIPLINA: ' DM-NOME
                           MOVE 'S' TO WRK-DISC-OK
                   END-READ
               END-IF
           END-PERFORM.

      * A APROVACAO PELO CONSELHO SO EXISTE NO CONSELHO FINAL: NO
      * BIMESTRE NAO HA RESULTADO A SOBREPOR.
       3300-LER-DECISAO.
           MOVE SPACE TO WRK-DECISAO.
           PERFORM UNTIL DECISAO-VALIDA
               IF CONSELHO-FINAL
                   DISPLAY 'DECISAO (A=APROVADO PELO CONSELHO '
                           'M=RESULTADO MANTIDO E=ENCAMINHAMENTO): '
               ELSE
                   DISPLAY 'DECISAO (M=RESULTADO MANTIDO '
                           'E=ENCAMINHAMENTO): '
               END-IF
                ACCEPT WRK-DECISAO FROM CONSOLE
               IF DECISAO-APROVA AND NOT CONSELHO-FINAL
                   DISPLAY 'APROVACAO PELO CONSELHO SO NO CONSELHO '
                           'FINAL'
                   MOVE SPACE TO WRK-DECISAO
               ELSE
                   IF NOT DECISAO-VALIDA
                       DISPLAY 'VALOR INVALIDO'
                   END-IF
               END-IF
           END-PERFORM.

      * LEITURA ALEATORIA POR CHAVE (RECORD KEY IS SM-MATRICULA).
       3500-BUSCAR-MESTRE.
           MOVE 'N' TO WRK-ACHOU-MESTRE.
           MOVE WRK-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU-MESTRE
           END-READ.

       3800-GRAVAR-DECISAO.
           OPEN EXTEND COUNCIL-DECISION.
           IF WRK-CONSELH-STATUS = '35'
               OPEN OUTPUT COUNCIL-DECISION
           END-IF.
           IF WRK-CONSELH-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR CONSELH: ' WRK-CONSELH-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               ADD 1 TO WRK-ULTIMO-NUMERO
               MOVE WRK-ULTIMO-NUMERO TO CD-NUMERO
               MOVE WRK-ANO-LETIVO    TO CD-ANO-LETIVO
               MOVE WRK-BIMESTRE      TO CD-BIMESTRE
               MOVE WRK-TURMA         TO CD-TURMA
               MOVE WRK-MATRICULA     TO CD-MATRICULA
               MOVE WRK-DISCIPLINA    TO CD-DISCIPLINA
               MOVE WRK-DECISAO       TO CD-DECISAO
               MOVE WRK-JUSTIFICATIVA TO CD-JUSTIFICATIVA
               MOVE WRK-MEMBROS       TO CD-MEMBROS
               MOVE WRK-SUPER-USUARIO TO CD-SUPERVISOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO CD-TIMESTAMP
               WRITE COUNCIL-DECISION-RECORD
               CLOSE COUNCIL-DECISION
               ADD 1 TO WRK-QTDE-GRAVADAS
               DISPLAY 'DECISAO ' CD-NUMERO ' REGISTRADA'
           END-IF.

       3900-LER-CONSELH.
           READ COUNCIL-DECISION
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
