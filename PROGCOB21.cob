      * E CAPTURADA MEDIANTE CREDENCIAL DE NIVEL SUPERVISOR/ADM
      * CONFERIDA NO USER-MASTER - O FLUXO NORMAL DE QUATRO
      * OLHOS CONTINUA, MAS A ALTERACAO TARDIA VIRA ATO
      * DELIBERADO. NA CAPTURA O OPERADOR SE AUTENTICA NO
      * USER-MASTER: USUARIO PROFESSOR (NIVEL USER COM
      * UM-PROFESSOR) SO CAPTURA CORRECAO PARA ALUNO DE TURMA E
      * DISCIPLINA DAS SUAS ATRIBUICOES (ATRIBUI); USUARIO USER
      * SEM PROFESSOR VINCULADO NAO CAPTURA; COORDENACAO (ADM) E
      * SUPERVISOR MANTEM ESCOPO TOTAL. TODA RECUSA VAI PARA O
      * AUDIT-LOG
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS UM-USUARIO
               FILE STATUS IS WRK-USRMST-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT TEACHER-ASSIGN ASSIGN TO 'ATRIBUI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATRIB-STATUS.

           SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-PARM
           LABEL RECORD IS STANDARD.
       COPY CPUSRMS.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  TEACHER-ASSIGN
           LABEL RECORD IS STANDARD.
       COPY CPATRIB.

       FD  AUDIT-LOG
           LABEL RECORD IS STANDARD.
       COPY CPAUDIT.

       WORKING-STORAGE SECTION.
       77 WRK-GRDPARM-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-STGRD-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CAPTURA-LIBERADA PIC X(01) VALUE 'N'.
           88 CAPTURA-LIBERADA VALUE 'S'.

      * ESCOPO DO OPERADOR DA CAPTURA: CREDENCIAL CONFERIDA NO
      * USER-MASTER, PROFESSOR VINCULADO (UM-PROFESSOR) E TURMA
      * DO ALUNO NO STUDENT-MASTER, CONFERIDOS CONTRA O ARQUIVO
      * DE ATRIBUICOES. SEM USER-MASTER, STUDENT-MASTER OU
      * ATRIBUI A CAPTURA DO PROFESSOR E RECUSADA, PELO MESMO
      * MOTIVO DO BIMESTRE FECHADO ACIMA.
       77 WRK-OPER-SENHA      PIC X(10) VALUE SPACES.
       77 WRK-OPER-NIVEL      PIC 9(02) VALUE ZEROS.
           88 OPER-ADM        VALUE 01.
           88 OPER-USER       VALUE 02.
           88 OPER-SUPERVISOR VALUE 03.
       77 WRK-OPER-PROFESSOR  PIC X(30) VALUE SPACES.
       77 WRK-TURMA-ALUNO     PIC X(04) VALUE SPACES.
       77 WRK-STMST-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ATRIB-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-AUDIT-STATUS    PIC X(02) VALUE SPACES.
      * PARAMETROS DO ENCADEAMENTO DA TRILHA (PROGCOB71).
       77 WRK-TRILHA-FUNCAO   PIC X(01) VALUE 'G'.
       77 WRK-TRILHA-NOME     PIC X(08) VALUE SPACES.
       77 WRK-TRILHA-TAMANHO  PIC 9(03) VALUE ZERO.
      * O CALL DEVOLVE O RETURN CODE DO PROGCOB71; O DESTE
      * PROGRAMA E GUARDADO ANTES E RESTAURADO DEPOIS.
       77 WRK-TRILHA-RC      PIC S9(04) COMP VALUE ZERO.
       77 WRK-FIM-ATRIBUI     PIC X(01) VALUE 'N'.
           88 FIM-ATRIBUI     VALUE 'S'.
       77 WRK-ESCOPO-OK       PIC X(01) VALUE 'N'.
           88 ESCOPO-LIBERADO VALUE 'S'.
       77 WRK-RESULTADO       PIC X(11) VALUE SPACES.

       77 WRK-NOTA-ANTIGA     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-MEDIA-ANTIGA    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-MEDIA-ANTIGA-ED PIC Z9,99 VALUE ZEROS.
               PERFORM 1600-CARREGAR-PERSTAT
               PERFORM 2000-LER-TRANSACAO
               MOVE 1 TO WRK-JRN-LIDOS
               PERFORM 5100-VERIFICAR-ESCOPO
               IF NOT ESCOPO-LIBERADO
                   MOVE 1 TO WRK-JRN-REJEITADOS
      * CAPTURA FORA DO ESCOPO DO OPERADOR E RECUSADA COMO A DE
      * BIMESTRE FECHADO SEM CREDENCIAL (RC 8).
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM 5200-VERIFICAR-PERIODO
                   IF NOT CAPTURA-LIBERADA
                       DISPLAY 'BIMESTRE ' WRK-BIMESTRE-ALVO
                               ' FECHADO - CAPTURA RESTRITA AO '
                               'NIVEL SUPERVISOR/ADM, CORRECAO '
                               'NAO REGISTRADA'
                       MOVE 1 TO WRK-JRN-REJEITADOS
      * CAPTURA RECUSADA POR FALTA DE CREDENCIAL E ERRO DE DADOS
      * (RC 8), COMO O ALVO INEXISTENTE.
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   ELSE
                       PERFORM 5500-LOCALIZAR-ALVO
                       IF ACHOU-ALVO
                           PERFORM 5800-GRAVAR-PENDENTE
                           MOVE 1 TO WRK-JRN-GRAVADOS
                       ELSE
                           DISPLAY 'ALUNO NAO ENCONTRADO: '
                                   WRK-MATRICULA-ALVO
                                   ' DISCIPLINA ' WRK-DISCIPLINA-ALVO
                                   ' BIMESTRE ' WRK-BIMESTRE-ALVO
                           MOVE 1 TO WRK-JRN-REJEITADOS
      * ALVO INEXISTENTE E ERRO DE DADOS (RC 8) NO ESQUEMA
      * PADRAO DA SUITE.
                           IF RETURN-CODE < 8
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               CLOSE GRADE-PARM
               CLOSE STUDENT-GRADES
               CLOSE CORRECTION-PEND
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * O OPERADOR E AUTENTICADO NO USER-MASTER E O ESCOPO
      * DEPENDE DO NIVEL: ADM E SUPERVISOR CAPTURAM PARA QUALQUER
      * ALUNO/DISCIPLINA; USER SO COM PROFESSOR VINCULADO E SO
      * DENTRO DAS ATRIBUICOES DELE. A RECUSA (CREDENCIAL OU
      * ESCOPO) FICA NO AUDIT-LOG.
       5100-VERIFICAR-ESCOPO.
           MOVE 'N' TO WRK-ESCOPO-OK.
           MOVE 'REJEITADO' TO WRK-RESULTADO.
           PERFORM 5150-AUTENTICAR-OPERADOR.
           EVALUATE TRUE
               WHEN OPER-ADM OR OPER-SUPERVISOR
                   MOVE 'S' TO WRK-ESCOPO-OK
               WHEN OPER-USER
                   MOVE 'FORA-ESCOPO' TO WRK-RESULTADO
                   IF WRK-OPER-PROFESSOR = SPACES
                       DISPLAY 'USUARIO SEM PROFESSOR VINCULADO - '
                               'CORRECAO DE NOTA RESTRITA AO '
                               'PROFESSOR DA TURMA/DISCIPLINA'
                   ELSE
                       PERFORM 5170-LOCALIZAR-TURMA-ALUNO
                       IF WRK-TURMA-ALUNO NOT = SPACES
                           PERFORM 5180-CONFERIR-ATRIBUICAO
                       END-IF
                       IF NOT ESCOPO-LIBERADO
                           DISPLAY 'MATRICULA ' WRK-MATRICULA-ALVO
                                   ' DISCIPLINA ' WRK-DISCIPLINA-ALVO
                                   ' FORA DAS ATRIBUICOES DE '
                                   WRK-OPER-PROFESSOR
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'USUARIO OU SENHA INVALIDOS - CORRECAO '
                           'NAO REGISTRADA'
           END-EVALUATE.
           IF NOT ESCOPO-LIBERADO
               PERFORM 5190-GRAVAR-AUDITORIA
           END-IF.

       5150-AUTENTICAR-OPERADOR.
           MOVE ZEROS  TO WRK-OPER-NIVEL.
           MOVE SPACES TO WRK-OPER-PROFESSOR.
           MOVE 'N'    TO WRK-SENHA-OK.
           OPEN INPUT USER-MASTER.
           IF WRK-USRMST-STATUS = '00'
               MOVE WRK-OPERADOR TO UM-USUARIO
               READ USER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 5160-CONFERIR-SENHA-OPERADOR
                       IF SENHA-CONFERE
                           MOVE UM-NIVEL     TO WRK-OPER-NIVEL
                           MOVE UM-PROFESSOR TO WRK-OPER-PROFESSOR
                       END-IF
               END-READ
               CLOSE USER-MASTER
           ELSE
               DISPLAY 'USRMST INDISPONIVEL - OPERADOR NAO '
                       'AUTENTICADO'
           END-IF.

       5160-CONFERIR-SENHA-OPERADOR.
           IF UM-TIPO-SENHA = 'H'
               CALL 'PROGCOB35' USING WRK-OPER-SENHA WRK-SENHA-HASH
               IF UM-SENHA = WRK-SENHA-HASH
                   MOVE 'S' TO WRK-SENHA-OK
               END-IF
           ELSE
               IF UM-SENHA = WRK-OPER-SENHA
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

      * A TURMA DO ALUNO VEM DO STUDENT-MASTER; ALUNO FORA DO
      * MESTRE NAO TEM TURMA PARA CONFERIR E FICA FORA DO ESCOPO.
       5170-LOCALIZAR-TURMA-ALUNO.
           MOVE SPACES TO WRK-TURMA-ALUNO.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-STMST-STATUS = '00'
               MOVE WRK-MATRICULA-ALVO TO SM-MATRICULA
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY 'MATRICULA INEXISTENTE NO '
                               'STUDENT-MASTER'
                   NOT INVALID KEY
                       MOVE SM-TURMA TO WRK-TURMA-ALUNO
               END-READ
               CLOSE STUDENT-MASTER
           ELSE
               DISPLAY 'STUDMST INDISPONIVEL - ESCOPO NAO CONFERIDO'
           END-IF.

      * PROCURA A ATRIBUICAO PROFESSOR + TURMA + DISCIPLINA (OU
      * A DE REGENTE, COM A DISCIPLINA EM BRANCO).
       5180-CONFERIR-ATRIBUICAO.
           MOVE 'N' TO WRK-FIM-ATRIBUI.
           OPEN INPUT TEACHER-ASSIGN.
           IF WRK-ATRIB-STATUS = '00'
               PERFORM 5185-LER-ATRIBUI
               PERFORM UNTIL FIM-ATRIBUI OR ESCOPO-LIBERADO
                   IF PA-PROFESSOR = WRK-OPER-PROFESSOR
                          AND PA-TURMA = WRK-TURMA-ALUNO
                          AND (PA-DISCIPLINA = WRK-DISCIPLINA-ALVO
                               OR PA-DISCIPLINA = SPACES)
                       MOVE 'S' TO WRK-ESCOPO-OK
                   ELSE
                       PERFORM 5185-LER-ATRIBUI
                   END-IF
               END-PERFORM
               CLOSE TEACHER-ASSIGN
           ELSE
               DISPLAY 'ATRIBUI INDISPONIVEL - ESCOPO NAO CONFERIDO'
           END-IF.

       5185-LER-ATRIBUI.
           READ TEACHER-ASSIGN
               AT END MOVE 'S' TO WRK-FIM-ATRIBUI
           END-READ.

      * RECUSA NO AUDIT-LOG, NO MESMO LAYOUT DO PROGCOB10.
       5190-GRAVAR-AUDITORIA.
           OPEN EXTEND AUDIT-LOG.
           IF WRK-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE WRK-OPERADOR                TO AL-USUARIO.
           MOVE WRK-OPER-NIVEL              TO AL-NIVEL.
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
           CLOSE AUDIT-LOG.

      * BIMESTRE ABERTO LIBERA A CAPTURA DIRETO; FECHADO EXIGE
      * CREDENCIAL DE SUPERVISOR/ADM CONFERIDA NO USER-MASTER
      * (MESMA CONSULTA DO PROGCOB27). SEM USER-MASTER NAO HA
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

      * VARRE O STUDGRD SO PARA CONFIRMAR QUE A CHAVE INFORMADA
      * EXISTE E MOSTRAR A NOTA ATUAL AO OPERADOR; O ARQUIVO NAO
           PERFORM 2200-LER-NOTA-NOVA.
           DISPLAY 'OPERADOR: '
            ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'SENHA: '
            ACCEPT WRK-OPER-SENHA FROM CONSOLE.

      * O BIMESTRE FAZ PARTE DA CHAVE DO REGISTRO E E REPETIDO
      * ATE VIR UM VALOR VALIDO (1-4).
           MOVE WRK-OPERADOR        TO CA-OPERADOR.
           MOVE WRK-AP-APROVADOR(WRK-AP-BUSCA) TO CA-APROVADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CA-TIMESTAMP.
      * O REGISTRO SAI ENCADEADO NA TRILHA PELO PROGCOB71.
           MOVE 'CORRAUD'  TO WRK-TRILHA-NOME.
           MOVE LENGTH OF CA-DADOS TO WRK-TRILHA-TAMANHO.
           MOVE RETURN-CODE TO WRK-TRILHA-RC.
           CALL 'PROGCOB71' USING WRK-TRILHA-FUNCAO WRK-TRILHA-NOME
               CA-DADOS WRK-TRILHA-TAMANHO
               CA-SEQUENCIA CA-ENCADEAMENTO.
           MOVE WRK-TRILHA-RC TO RETURN-CODE.
           WRITE CORRECTION-AUDIT-RECORD.
           MOVE WRK-MEDIA-ANTIGA TO WRK-MEDIA-ANTIGA-ED.
           MOVE WRK-MEDIA-NOVA   TO WRK-MEDIA-NOVA-ED.
