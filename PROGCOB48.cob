      * IDENTIFICACAO DO STUDENT-MASTER, AS NOTAS E MEDIAS POR
      * DISCIPLINA/BIMESTRE DO STUDGRD CALCULADAS COM OS PESOS E
      * CORTES DO GRDPARM (MESMA LOGICA DO PROGCOB07), O
      * PERCENTUAL DE FREQUENCIA DO RESUMO NOTURNO (ATTSUM, COM A
      * DATA DA POSICAO) E AS COMPETENCIAS EM
      * ABERTO DO TUITION. SOMENTE LEITURA: TOMA A TRAVA
      * COMPARTILHADA DO GRDLOCK COMO OS DEMAIS LEITORES E A
      * SESSAO FICA NO AUDIT-LOG. MENSALIDADE RENEGOCIADA EM
      * ACORDO DE PARCELAMENTO (PROGCOB57) APARECE SO COMO
      * REFERENCIA, FORA DAS COMPETENCIAS EM ABERTO. USUARIO
      * PROFESSOR (NIVEL USER COM UM-PROFESSOR) SO CONSULTA ALUNO
      * DAS TURMAS DAS SUAS ATRIBUICOES (ATRIBUI), VE SO AS NOTAS
      * DAS SUAS DISCIPLINAS E NAO VE A SITUACAO FINANCEIRA; A
      * CONSULTA RECUSADA VAI PARA O AUDIT-LOG. NO FIM DA CONSULTA
      * SAI O HISTORICO DE CORRESPONDENCIA DO ALUNO (CORRESP, O
      * REGISTRO DAS CARTAS DO PROGCOB79) - NUMERO, TIPO, DATA,
      * ENDERECO USADO E SITUACAO DE CADA CARTA, PARA A SECRETARIA
      * MOSTRAR A FAMILIA O QUE FOI ENVIADO - E O AVISO DE
      * ENDERECO DEVOLVIDO PELO CORREIO; O PROFESSOR NAO VE AS
      * CARTAS DE COBRANCA
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT ATTEND-SUMMARY ASSIGN TO 'ATTSUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-CHAVE
               FILE STATUS IS WRK-ATTSUM-STATUS.

           SELECT TUITION-FILE ASSIGN TO 'TUIFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOCK-STATUS.

           SELECT TEACHER-ASSIGN ASSIGN TO 'ATRIBUI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATRIB-STATUS.

           SELECT CORRESP-REGISTER ASSIGN TO 'CORRESP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-NUMERO
               FILE STATUS IS WRK-CORRESP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  ATTEND-SUMMARY
           LABEL RECORD IS STANDARD.
       COPY CPATSUM.

       FD  TUITION-FILE
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
       COPY CPGRDLK.

       FD  TEACHER-ASSIGN
           LABEL RECORD IS STANDARD.
       COPY CPATRIB.

       FD  CORRESP-REGISTER
           LABEL RECORD IS STANDARD.
       COPY CPCORRG.

       WORKING-STORAGE SECTION.
       77 WRK-USRMST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-AUDIT-STATUS   PIC X(02) VALUE SPACES.
      * PARAMETROS DO ENCADEAMENTO DA TRILHA (PROGCOB71).
       77 WRK-TRILHA-FUNCAO  PIC X(01) VALUE 'G'.
       77 WRK-TRILHA-NOME    PIC X(08) VALUE SPACES.
       77 WRK-TRILHA-TAMANHO PIC 9(03) VALUE ZERO.
      * O CALL DEVOLVE O RETURN CODE DO PROGCOB71; O DESTE
      * PROGRAMA E GUARDADO ANTES E RESTAURADO DEPOIS.
       77 WRK-TRILHA-RC      PIC S9(04) COMP VALUE ZERO.
       77 WRK-GRDPARM-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STGRD-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ATTSUM-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-TUIFILE-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
           88 OPERADOR-AUTORIZADO VALUE 'S'.
       77 WRK-RESULTADO  PIC X(11) VALUE SPACES.

      * ESCOPO DO USUARIO PROFESSOR: AS ATRIBUICOES DELE SAO
      * CARREGADAS UMA VEZ POR SESSAO. SEM O ATRIBUI A TABELA
      * FICA VAZIA E TODA CONSULTA DO PROFESSOR E RECUSADA - O
      * CONTROLE NAO E CONTORNADO SUMINDO COM O ARQUIVO.
       77 WRK-ATRIB-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PROFESSOR     PIC X(30) VALUE SPACES.
       77 WRK-ESCOPO        PIC X(01) VALUE 'N'.
           88 ESCOPO-RESTRITO VALUE 'S'.
       01 WRK-ATRIB-TABLE.
           05 WRK-AT-ENTRY OCCURS 100 TIMES.
               10 WRK-AT-TURMA       PIC X(04).
               10 WRK-AT-DISCIPLINA  PIC X(03).
       77 WRK-ATRIB-COUNT    PIC 9(03) VALUE ZERO.
       77 WRK-AT-IDX         PIC 9(03) VALUE ZERO.
       77 WRK-ALUNO-LIBERADO PIC X(01) VALUE 'N'.
           88 ALUNO-LIBERADO VALUE 'S'.
       77 WRK-DISC-LIBERADA  PIC X(01) VALUE 'N'.
           88 DISC-LIBERADA  VALUE 'S'.

       77 WRK-MATRICULA  PIC 9(06) VALUE ZERO.
       77 WRK-CONTINUA   PIC X(01) VALUE 'S'.
           88 CONTINUA-CONSULTANDO VALUE 'S'.

       77 WRK-QTDE-AULAS     PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-PRESENCAS PIC 9(04) VALUE ZERO.
       77 WRK-QTDE-JUSTIF    PIC 9(04) VALUE ZERO.
       77 WRK-AS-BIM         PIC 9(01) VALUE ZERO.
       77 WRK-AS-AULAS-BIM   PIC 9(04) VALUE ZERO.
       01 WRK-DATA-POSICAO.
           05 WRK-DP-ANO      PIC 9(04).
           05 WRK-DP-MES      PIC 9(02).
           05 WRK-DP-DIA      PIC 9(02).
       01 WRK-DATA-POSICAO-NUM REDEFINES WRK-DATA-POSICAO
                              PIC 9(08).
       77 WRK-PERCENTUAL     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL-ED  PIC ZZ9,99 VALUE ZEROS.

       77 WRK-QTDE-ABERTAS   PIC 9(03) VALUE ZERO.
       77 WRK-VALOR-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.

      * HISTORICO DE CORRESPONDENCIA: O CORRESP E LIDO INTEIRO A
      * CADA CONSULTA, COMO O STUDGRD E O TUIFILE.
       77 WRK-CORRESP-STATUS PIC X(02) VALUE SPACES.
       77 WRK-QTDE-CARTAS    PIC 9(04) VALUE ZERO.
       77 WRK-SITUACAO-CARTA PIC X(09) VALUE SPACES.

      * TRAVA DE LEITURA DO STUDENT-GRADES, NO MESMO DESENHO DO
      * PROGCOB07/PROGCOB24: LEITOR TOMA A COMPARTILHADA.
       77 WRK-LOCK-STATUS     PIC X(02) VALUE SPACES.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N' TO WRK-AUTORIZADO WRK-ESCOPO.
           MOVE 'S' TO WRK-CONTINUA.
           MOVE ZERO TO WRK-ATRIB-COUNT.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF USRMST-ABERTO
               PERFORM 1500-AUTENTICAR-OPERADOR
               IF OPERADOR-AUTORIZADO AND ESCOPO-RESTRITO
                   PERFORM 1700-CARREGAR-ATRIBUICOES
               END-IF
               IF OPERADOR-AUTORIZADO
                   PERFORM 0200-OBTER-TRAVA-LEITURA
                   IF NOT TRAVA-OBTIDA
            ACCEPT WRK-USUARIO FROM CONSOLE.
           DISPLAY 'SENHA: '
            ACCEPT WRK-SENHA FROM CONSOLE.
           MOVE ZEROS  TO WRK-NIVEL.
           MOVE 'N'    TO WRK-SENHA-OK.
           MOVE SPACES TO WRK-PROFESSOR.
           MOVE WRK-USUARIO TO UM-USUARIO.
           READ USER-MASTER
               INVALID KEY
               NOT INVALID KEY
                   PERFORM 1600-CONFERIR-SENHA
                   IF SENHA-CONFERE
                       MOVE UM-NIVEL     TO WRK-NIVEL
                       MOVE UM-PROFESSOR TO WRK-PROFESSOR
                   END-IF
           END-READ.
      * SO O NIVEL USER COM PROFESSOR VINCULADO TEM ESCOPO
      * RESTRITO; USER SEM VINCULO E O BALCAO DA SECRETARIA.
           IF USER AND WRK-PROFESSOR NOT = SPACES
               MOVE 'S' TO WRK-ESCOPO
           END-IF.
           IF ADM OR USER OR SUPERVISOR
               MOVE 'S' TO WRK-AUTORIZADO
               MOVE 'CONSULTA' TO WRK-RESULTADO
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

      * CARREGA AS TURMAS/DISCIPLINAS ATRIBUIDAS AO PROFESSOR DO
      * USUARIO (DISCIPLINA EM BRANCO = REGENTE, TODAS DA TURMA).
       1700-CARREGAR-ATRIBUICOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT TEACHER-ASSIGN.
           IF WRK-ATRIB-STATUS = '00'
               PERFORM 1750-LER-ATRIBUI
               PERFORM UNTIL FIM-ARQUIVO
                   IF PA-PROFESSOR = WRK-PROFESSOR
                       IF WRK-ATRIB-COUNT < 100
                           ADD 1 TO WRK-ATRIB-COUNT
                           MOVE PA-TURMA
                               TO WRK-AT-TURMA(WRK-ATRIB-COUNT)
                           MOVE PA-DISCIPLINA
                               TO WRK-AT-DISCIPLINA(WRK-ATRIB-COUNT)
                       ELSE
                           DISPLAY 'TABELA DE ATRIBUICOES CHEIA, '
                                   'IGNORADA: ' PA-TURMA ' '
                                   PA-DISCIPLINA
                       END-IF
                   END-IF
                   PERFORM 1750-LER-ATRIBUI
               END-PERFORM
               CLOSE TEACHER-ASSIGN
           ELSE
               DISPLAY 'ATRIBUI INDISPONIVEL - CONSULTA DO '
                       'PROFESSOR RECUSADA'
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           DISPLAY 'CONSULTA RESTRITA AS ATRIBUICOES DE '
                   WRK-PROFESSOR.

       1750-LER-ATRIBUI.
           READ TEACHER-ASSIGN
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * TRAVA COMPARTILHADA, IGUAL A DO PROGCOB24.
       0200-OBTER-TRAVA-LEITURA.
       2000-CONSULTAR-ALUNO.
           DISPLAY 'MATRICULA: '
            ACCEPT WRK-MATRICULA FROM CONSOLE.
           PERFORM 2100-LOCALIZAR-ALUNO.
           PERFORM 2150-VERIFICAR-ESCOPO.
           IF NOT ALUNO-LIBERADO
               DISPLAY 'ALUNO FORA DAS ATRIBUICOES DE '
                       WRK-PROFESSOR ' - CONSULTA RECUSADA'
               MOVE 'FORA-ESCOPO' TO WRK-RESULTADO
               PERFORM 3000-GRAVAR-AUDITORIA
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF STMST-ABERTO AND NOT ACHOU-MESTRE
                   DISPLAY 'MATRICULA INEXISTENTE NO STUDENT-MASTER'
               ELSE
                   PERFORM 2200-MOSTRAR-IDENTIFICACAO
                   PERFORM 2400-MOSTRAR-NOTAS
                   PERFORM 2600-MOSTRAR-FREQUENCIA
                   IF ESCOPO-RESTRITO
                       DISPLAY 'SITUACAO FINANCEIRA NAO DISPONIVEL '
                               'PARA USUARIO PROFESSOR'
                   ELSE
                       PERFORM 2800-MOSTRAR-MENSALIDADES
                   END-IF
                   PERFORM 2900-MOSTRAR-CORRESPONDENCIA
               END-IF
           END-IF.

      * LEITURA ALEATORIA POR CHAVE (RECORD KEY IS SM-MATRICULA).
       2100-LOCALIZAR-ALUNO.
           MOVE 'N' TO WRK-ACHOU-MESTRE.
           IF STMST-ABERTO
               MOVE WRK-MATRICULA TO SM-MATRICULA
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-MESTRE
               END-READ
           END-IF.

      * USUARIO SEM RESTRICAO VE QUALQUER ALUNO; O PROFESSOR SO
      * O ALUNO ACHADO NO MESTRE CUJA TURMA ESTA NAS ATRIBUICOES.
       2150-VERIFICAR-ESCOPO.
           MOVE 'N' TO WRK-ALUNO-LIBERADO.
           IF NOT ESCOPO-RESTRITO
               MOVE 'S' TO WRK-ALUNO-LIBERADO
           ELSE
               IF ACHOU-MESTRE
                   PERFORM VARYING WRK-AT-IDX FROM 1 BY 1
                           UNTIL WRK-AT-IDX > WRK-ATRIB-COUNT
                              OR ALUNO-LIBERADO
                       IF WRK-AT-TURMA(WRK-AT-IDX) = SM-TURMA
                           MOVE 'S' TO WRK-ALUNO-LIBERADO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       2200-MOSTRAR-IDENTIFICACAO.
           IF ACHOU-MESTRE
               DISPLAY '================================'
               DISPLAY 'ALUNO: ' SM-NOME
               DISPLAY 'TURMA: ' SM-TURMA
               DISPLAY 'RESPONSAVEL: ' SM-RESPONSAVEL
               IF SM-ENDERECO-DEVOLVIDO
                   DISPLAY 'ENDERECO DEVOLVIDO PELO CORREIO EM '
                           SM-DATA-DEVOLUCAO(7:2) '/'
                           SM-DATA-DEVOLUCAO(5:2) '/'
                           SM-DATA-DEVOLUCAO(1:4)
                           ' - CARTAS RETIDAS ATE A ATUALIZACAO'
               END-IF
           END-IF.

      * VARRE O STUDGRD FILTRANDO A MATRICULA E MOSTRA CADA
      * DISCIPLINA/BIMESTRE COM A MEDIA E A SITUACAO CALCULADAS
      * (MESMA LOGICA DO PROGCOB07). O ARQUIVO E ABERTO E FECHADO
               PERFORM 2450-LER-STUDENT-GRADES
               PERFORM UNTIL FIM-ARQUIVO
                   IF SG-MATRICULA = WRK-MATRICULA
                       PERFORM 2470-VERIFICAR-DISCIPLINA
                       IF DISC-LIBERADA
                           ADD 1 TO WRK-QTDE-REGISTROS
                           PERFORM 2500-MOSTRAR-REGISTRO
                       END-IF
                   END-IF
                   PERFORM 2450-LER-STUDENT-GRADES
               END-PERFORM
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * PARA O PROFESSOR, SO AS DISCIPLINAS ATRIBUIDAS A ELE NA
      * TURMA DO ALUNO (OU TODAS, SE ELE E O REGENTE DA TURMA).
       2470-VERIFICAR-DISCIPLINA.
           MOVE 'N' TO WRK-DISC-LIBERADA.
           IF NOT ESCOPO-RESTRITO
               MOVE 'S' TO WRK-DISC-LIBERADA
           ELSE
               PERFORM VARYING WRK-AT-IDX FROM 1 BY 1
                       UNTIL WRK-AT-IDX > WRK-ATRIB-COUNT
                          OR DISC-LIBERADA
                   IF WRK-AT-TURMA(WRK-AT-IDX) = SM-TURMA
                      AND (WRK-AT-DISCIPLINA(WRK-AT-IDX)
                               = SG-DISCIPLINA
                           OR WRK-AT-DISCIPLINA(WRK-AT-IDX) = SPACES)
                       MOVE 'S' TO WRK-DISC-LIBERADA
                   END-IF
               END-PERFORM
           END-IF.

       2500-MOSTRAR-REGISTRO.
           MOVE ZEROS TO WRK-SOMA-NOTAS WRK-SOMA-PESOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   ' MEDIA ' WRK-MEDIA-ED ' ' WRK-SITUACAO.

      * PERCENTUAL DE FREQUENCIA DA MATRICULA, COMO NA CONSULTA
      * DO PROGCOB29, MAS LIDO DO RESUMO NOTURNO (ATTSUM): NO
      * MAXIMO CINCO LEITURAS POR CHAVE (BIMESTRES 0 A 4) EM VEZ
      * DE VARRER O ATTFILE INTEIRO. A POSICAO MOSTRADA E A DA
      * ULTIMA GERACAO DO RESUMO (LANCAMENTOS DO DIA SO ENTRAM
      * NA PROXIMA NOITE), POR ISSO A DATA SAI JUNTO.
       2600-MOSTRAR-FREQUENCIA.
           MOVE ZERO TO WRK-QTDE-AULAS WRK-QTDE-PRESENCAS
                        WRK-QTDE-JUSTIF WRK-DATA-POSICAO-NUM.
           OPEN INPUT ATTEND-SUMMARY.
           IF WRK-ATTSUM-STATUS = '00'
               PERFORM VARYING WRK-AS-BIM FROM 0 BY 1
                       UNTIL WRK-AS-BIM > 4
                   PERFORM 2650-LER-ATTSUM
               END-PERFORM
               CLOSE ATTEND-SUMMARY
           END-IF.
           IF WRK-QTDE-AULAS = ZERO
               DISPLAY 'SEM LANCAMENTO DE FREQUENCIA'
           ELSE
               DISPLAY 'FREQUENCIA NA POSICAO DE ' WRK-DP-DIA '/'
                       WRK-DP-MES '/' WRK-DP-ANO
               COMPUTE WRK-PERCENTUAL =
                   WRK-QTDE-PRESENCAS * 100 / WRK-QTDE-AULAS
               MOVE WRK-PERCENTUAL TO WRK-PERCENTUAL-ED
               DISPLAY 'FREQUENCIA: ' WRK-PERCENTUAL-ED '%'
                       ' (' WRK-QTDE-PRESENCAS ' DE '
                       WRK-QTDE-AULAS ' AULAS)'
               IF WRK-QTDE-JUSTIF > ZERO
                   DISPLAY 'FALTAS JUSTIFICADAS POR ATESTADO '
                           '(ABONADAS, JA NA FREQUENCIA): '
                           WRK-QTDE-JUSTIF
               END-IF
           END-IF.

      * UMA CHAVE MATRICULA + BIMESTRE; BIMESTRE SEM LANCAMENTO
      * NAO TEM REGISTRO NO RESUMO E E SIMPLESMENTE PULADO. O
      * BIMESTRE 0 (FORA DO CALENDARIO) SO ENTRA NO TOTAL.
       2650-LER-ATTSUM.
           MOVE WRK-MATRICULA TO AS-MATRICULA.
           MOVE WRK-AS-BIM    TO AS-BIMESTRE.
           READ ATTEND-SUMMARY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-AS-AULAS-BIM = AS-PRESENCAS
                       + AS-FALTAS + AS-JUSTIFICADAS
                   ADD WRK-AS-AULAS-BIM TO WRK-QTDE-AULAS
                   COMPUTE WRK-QTDE-PRESENCAS = WRK-QTDE-PRESENCAS
                       + AS-PRESENCAS + AS-JUSTIFICADAS
                   ADD AS-JUSTIFICADAS TO WRK-QTDE-JUSTIF
                   MOVE AS-DATA-GERACAO TO WRK-DATA-POSICAO-NUM
                   IF WRK-AS-BIM > ZERO
                       DISPLAY 'BIM ' WRK-AS-BIM ': PRESENCAS '
                               AS-PRESENCAS ' FALTAS ' AS-FALTAS
                               ' JUSTIFICADAS ' AS-JUSTIFICADAS
                   END-IF
           END-READ.

      * COMPETENCIAS EM ABERTO DO TUITION (DATA DE PAGAMENTO
      * ZERADA), COMO NA LISTA DE INADIMPLENCIA DO PROGCOB32. A
      * MENSALIDADE RENEGOCIADA NAO E MAIS DIVIDA - SAI SO COM O
      * NUMERO DO ACORDO; A PARCELA DO ACORDO E DIVIDA E SAI
      * IDENTIFICADA COMO TAL.
       2800-MOSTRAR-MENSALIDADES.
           MOVE ZERO TO WRK-QTDE-ABERTAS.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   IF TU-MATRICULA = WRK-MATRICULA
                           AND TU-DATA-PAGAMENTO = ZERO
                       MOVE TU-VALOR TO WRK-VALOR-ED
                       EVALUATE TRUE
                           WHEN TU-RENEGOCIADA
                               DISPLAY 'MENSALIDADE RENEGOCIADA: '
                                   'COMP ' TU-COMPETENCIA
                                   ' ACORDO ' TU-NUM-ACORDO
                           WHEN TU-PARCELA-ACORDO
                               ADD 1 TO WRK-QTDE-ABERTAS
                               DISPLAY 'PARCELA DE ACORDO EM ABERTO: '
                                   'ACORDO ' TU-NUM-ACORDO
                                   ' VENC ' TU-VENCIMENTO
                                   ' VALOR ' WRK-VALOR-ED
                           WHEN OTHER
                               ADD 1 TO WRK-QTDE-ABERTAS
                               DISPLAY 'MENSALIDADE EM ABERTO: COMP '
                                   TU-COMPETENCIA ' VENC '
                                   TU-VENCIMENTO ' VALOR '
                                   WRK-VALOR-ED
                       END-EVALUATE
                   END-IF
                   PERFORM 2850-LER-TUIFILE
               END-PERFORM
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * CARTAS DO ALUNO NA ORDEM DE EMISSAO (O NUMERO E A CHAVE):
      * NUMERO, TIPO, DATA, ASSUNTO, SITUACAO E O ENDERECO PARA
      * ONDE FOI. PROFESSOR NAO VE AS CARTAS FINANCEIRAS
      * (COBRANCA, QUITACAO E DEMONSTRATIVO DE PAGAMENTOS).
       2900-MOSTRAR-CORRESPONDENCIA.
           MOVE ZERO TO WRK-QTDE-CARTAS.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           OPEN INPUT CORRESP-REGISTER.
           IF WRK-CORRESP-STATUS = '00'
               PERFORM 2950-LER-CORRESP
               PERFORM UNTIL FIM-ARQUIVO
                   IF CR-MATRICULA = WRK-MATRICULA
                       IF NOT ESCOPO-RESTRITO
                              OR NOT (CR-COBRANCA OR CR-QUITACAO
                                      OR CR-PAGAMENTOS)
                           PERFORM 2970-MOSTRAR-CARTA
                       END-IF
                   END-IF
                   PERFORM 2950-LER-CORRESP
               END-PERFORM
               CLOSE CORRESP-REGISTER
           END-IF.
           IF WRK-QTDE-CARTAS = ZERO
               DISPLAY 'NENHUMA CARTA ENVIADA A FAMILIA'
           END-IF.

       2950-LER-CORRESP.
           READ CORRESP-REGISTER NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       2970-MOSTRAR-CARTA.
           ADD 1 TO WRK-QTDE-CARTAS.
           EVALUATE TRUE
               WHEN CR-EMITIDA
                   MOVE 'EMITIDA'   TO WRK-SITUACAO-CARTA
               WHEN CR-RETIDA
                   MOVE 'RETIDA'    TO WRK-SITUACAO-CARTA
               WHEN CR-DEVOLVIDA
                   MOVE 'DEVOLVIDA' TO WRK-SITUACAO-CARTA
               WHEN OTHER
                   MOVE CR-SITUACAO TO WRK-SITUACAO-CARTA
           END-EVALUATE.
           DISPLAY 'CARTA ' CR-NUMERO ' TIPO ' CR-TIPO ' EM '
                   CR-DATA-EMISSAO(7:2) '/' CR-DATA-EMISSAO(5:2) '/'
                   CR-DATA-EMISSAO(1:4) ' ' CR-REFERENCIA ' '
                   WRK-SITUACAO-CARTA.
           DISPLAY '    A/C ' CR-DESTINATARIO ' - ' CR-ENDERECO.
           IF CR-DEVOLVIDA
               DISPLAY '    DEVOLVIDA EM ' CR-DATA-DEVOLUCAO(7:2) '/'
                       CR-DATA-DEVOLUCAO(5:2) '/'
                       CR-DATA-DEVOLUCAO(1:4)
           END-IF.

      * A SESSAO DE CONSULTA FICA NO AUDIT-LOG, NO MESMO LAYOUT
      * DO PROGCOB10.
       3000-GRAVAR-AUDITORIA.
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

       9000-FECHAR-ARQUIVOS.
