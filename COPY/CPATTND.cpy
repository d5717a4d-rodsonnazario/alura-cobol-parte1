      * COPYBOOK: CPATTND
      * OBJETIVO: LAYOUT DO ARQUIVO ATTENDANCE (FREQUENCIA DOS
      *           ALUNOS), UM REGISTRO POR ALUNO/DIA LANCADO PELO
      *           PROGCOB29. A DECISAO DE APROVACAO (MINIMO LEGAL
      *           DE 75% DE PRESENCA) E AS CONSULTAS LEEM O RESUMO
      *           POR ALUNO/BIMESTRE (ATTSUM, CPATSUM) QUE O
      *           PROGCOB63 REFAZ TODA NOITE DESTE ARQUIVO. ANO
      *           LETIVO ENCERRADO SAI DAQUI PARA O HISTORICO
      *           (ATTARQ, CPATARQ) PELO PROGCOB64.
      * AT-PRESENCA: P=PRESENTE F=FALTA J=FALTA JUSTIFICADA (A
      *           FALTA COBERTA POR UM ATESTADO DO REGISTRO ATESTAD
      *           VIRA J QUANDO O SUPERVISOR APROVA O ATESTADO NO
      *           PROGCOB62; NINGUEM DIGITA J DIRETO).
      * REGRA DA ESCOLA: A FALTA JUSTIFICADA E ABONADA - CONTA
      *           COMO PRESENCA NO PERCENTUAL DOS 75% (88
      *           AT-CONTA-PRESENCA), MAS CONTINUA DISTINTA DO P
      *           PARA AS CONSULTAS E O REGISTRO DE ATESTADOS.
      ********************************
       01 ATTENDANCE-RECORD.
           05 AT-MATRICULA        PIC 9(06).
           05 AT-DATA             PIC 9(08).
           05 AT-PRESENCA         PIC X(01).
               88 AT-PRESENTE          VALUE 'P'.
               88 AT-FALTA             VALUE 'F'.
               88 AT-FALTA-JUSTIFICADA VALUE 'J'.
               88 AT-CONTA-PRESENCA    VALUE 'P' 'J'.
