      ********************************
      * COPYBOOK: CPCONSE
      * OBJETIVO: LAYOUT DO REGISTRO DE DECISOES DO CONSELHO DE
      *           CLASSE (CONSELH), UM REGISTRO POR DECISAO SOBRE
      *           UM ALUNO. GRAVADO SO PELO PROGCOB69, COM O
      *           SUPERVISOR AUTENTICADO, A PARTIR DA FOLHA DO
      *           CONSELHO IMPRESSA PELO PROGCOB68. A DECISAO A DO
      *           CONSELHO FINAL (CD-BIMESTRE 0) E APLICADA PELO
      *           PROGCOB40 NA VIRADA DE ANO E SAI EM SEPARADO NO
      *           ROLRPT - NENHUM RESULTADO E ALTERADO A MAO.
      * CD-NUMERO: NUMERO SEQUENCIAL DA DECISAO NO ARQUIVO.
      * CD-BIMESTRE: 1-4 = CONSELHO DO BIMESTRE, 0 = CONSELHO
      *           FINAL DO ANO LETIVO CD-ANO-LETIVO.
      * CD-DISCIPLINA: DISCIPLINA A QUE A DECISAO SE REFERE;
      *           ESPACOS = TODAS AS DISCIPLINAS DO ALUNO.
      * CD-DECISAO: A=APROVADO PELO CONSELHO (SO NO CONSELHO
      *           FINAL; NAO ABONA REPR-FALTA, QUE E O MINIMO LEGAL
      *           DE FREQUENCIA) M=RESULTADO MANTIDO
      *           E=ENCAMINHAMENTO PEDAGOGICO (REGISTRO, SEM EFEITO
      *           NO RESULTADO).
      * CD-MEMBRO: MEMBROS DO CONSELHO PRESENTES NA REUNIAO.
      * CD-SUPERVISOR / CD-TIMESTAMP: QUEM REGISTROU E QUANDO.
      ********************************
       01 COUNCIL-DECISION-RECORD.
           05 CD-NUMERO           PIC 9(06).
           05 CD-ANO-LETIVO       PIC 9(04).
           05 CD-BIMESTRE         PIC 9(01).
           05 CD-TURMA            PIC X(04).
           05 CD-MATRICULA        PIC 9(06).
           05 CD-DISCIPLINA       PIC X(03).
           05 CD-DECISAO          PIC X(01).
               88 CD-APROVADO-CONSELHO VALUE 'A'.
               88 CD-RESULTADO-MANTIDO VALUE 'M'.
               88 CD-ENCAMINHAMENTO    VALUE 'E'.
               88 CD-DECISAO-VALIDA    VALUE 'A' 'M' 'E'.
           05 CD-JUSTIFICATIVA    PIC X(60).
           05 CD-MEMBROS.
               10 CD-MEMBRO OCCURS 6 TIMES PIC X(20).
           05 CD-SUPERVISOR       PIC X(20).
           05 CD-TIMESTAMP        PIC 9(14).
