      ********************************
      * COPYBOOK: CPHORAR
      * OBJETIVO: LAYOUT DO ARQUIVO TIMETABLE (HORARIO), A GRADE
      *           HORARIA SEMANAL DAS TURMAS, ORGANIZATION IS
      *           INDEXED COM RECORD KEY HR-CHAVE (TURMA + DIA DA
      *           SEMANA + AULA): UMA TURMA SO TEM UMA AULA POR
      *           HORARIO, E A CHAVE GARANTE ISSO. MANTIDO EM LOTE
      *           PELO PROGCOB65 E CONFERIDO PELO PROGCOB66
      *           (PROFESSOR EM DOIS LUGARES NO MESMO HORARIO, SALA
      *           OCUPADA DUAS VEZES E AULAS DA DISCIPLINA NA
      *           SEMANA DIFERENTES DO DM-CARGA-SEMANAL).
      * HR-DIA-SEMANA: 1=SEGUNDA 2=TERCA 3=QUARTA 4=QUINTA
      *           5=SEXTA 6=SABADO
      * HR-AULA: NUMERO DA AULA NO TURNO DA TURMA (01 A 10)
      * HR-PROFESSOR / HR-SALA: GRAVADOS NA INCLUSAO; QUANDO A
      *           TRANSACAO VEM SEM ELES, ASSUMEM O DM-PROFESSOR DA
      *           DISCIPLINA E A CM-SALA DA TURMA.
      ********************************
       01 TIMETABLE-RECORD.
           05 HR-CHAVE.
               10 HR-TURMA           PIC X(04).
               10 HR-DIA-SEMANA      PIC 9(01).
                   88 HR-DIA-VALIDO     VALUE 1 THRU 6.
               10 HR-AULA            PIC 9(02).
                   88 HR-AULA-VALIDA    VALUE 1 THRU 10.
           05 HR-DISCIPLINA          PIC X(03).
           05 HR-PROFESSOR           PIC X(30).
           05 HR-SALA                PIC X(04).
