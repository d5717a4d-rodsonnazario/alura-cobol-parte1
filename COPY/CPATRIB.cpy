      ********************************
      * COPYBOOK: CPATRIB
      * OBJETIVO: LAYOUT DO ARQUIVO DE ATRIBUICOES DE AULA
      *           (ATRIBUI): UM REGISTRO POR PROFESSOR + TURMA +
      *           DISCIPLINA QUE ELE LECIONA NO ANO LETIVO.
      *           ARQUIVO SEQUENCIAL MANTIDO PELA SECRETARIA NA
      *           DISTRIBUICAO DE AULAS (MESMO CRITERIO DO CLSMST:
      *           POUCOS REGISTROS, CARREGADO EM TABELA PELOS
      *           CONSUMIDORES). O PROFESSOR E O MESMO NOME
      *           GRAVADO EM UM-PROFESSOR, DM-PROFESSOR E
      *           CM-PROFESSOR. O PROGCOB21 (CAPTURA DE CORRECAO)
      *           E O PROGCOB48 (CONSULTA) LIMITAM O USUARIO
      *           PROFESSOR AS SUAS ATRIBUICOES; O PROGCOB67
      *           CONFERE AS ATRIBUICOES CONTRA O DISCMST, O
      *           CLSMST E A GRADE HORARIA.
      * PA-DISCIPLINA: ESPACOS = TODAS AS DISCIPLINAS DA TURMA
      *           (PROFESSOR REGENTE DOS ANOS INICIAIS)
      ********************************
       01 TEACHER-ASSIGN-RECORD.
           05 PA-PROFESSOR        PIC X(30).
           05 PA-TURMA            PIC X(04).
           05 PA-DISCIPLINA       PIC X(03).
