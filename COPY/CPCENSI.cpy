      ********************************
      * COPYBOOK: CPCENSI
      * OBJETIVO: LAYOUT DO ARQUIVO DE SITUACAO DO ALUNO DO CENSO
      *           ESCOLAR (CENSSIT), A SEGUNDA ETAPA DO EDUCACENSO,
      *           GERADO PELO PROGCOB70 DEPOIS DO FECHAMENTO
      *           (PROGCOB39/PROGCOB53) E DA VIRADA (PROGCOB40): UM
      *           REGISTRO POR ALUNO QUE ESTEVE MATRICULADO NO ANO
      *           LETIVO, COM O MOVIMENTO (TRANSFERIDO, DEIXOU DE
      *           FREQUENTAR) OU O RENDIMENTO FINAL (APROVADO,
      *           REPROVADO).
      * CNS-TURMA: TURMA DO ALUNO NO ANO LETIVO (HE-TURMA DO
      *           HISTORICO, OU SM-TURMA PARA QUEM SAIU NO ANO).
      * CNS-SITUACAO: A=APROVADO R=REPROVADO T=TRANSFERIDO
      *           D=DEIXOU DE FREQUENTAR (DESISTENTE).
      * CNS-CONCLUINTE: S=APROVADO NA ULTIMA SERIE DO CICLO.
      * CNS-APROV-CONSELHO: S=APROVACAO DADA PELO CONSELHO DE
      *           CLASSE (CONSELH) SOBRE DISCIPLINA REPROVADA.
      * CNS-DATA-MOVIMENTO: DATA DA SAIDA (T/D), ZERO NOS DEMAIS.
      ********************************
       01 CENSO-SITUACAO-RECORD.
           05 CNS-ANO-LETIVO        PIC 9(04).
           05 CNS-TURMA             PIC X(04).
           05 CNS-MATRICULA         PIC 9(06).
           05 CNS-ID-INEP           PIC 9(12).
           05 CNS-NOME              PIC X(30).
           05 CNS-DATA-NASCIMENTO   PIC 9(08).
           05 CNS-SITUACAO          PIC X(01).
               88 CNS-APROVADO      VALUE 'A'.
               88 CNS-REPROVADO     VALUE 'R'.
               88 CNS-TRANSFERIDO   VALUE 'T'.
               88 CNS-DESISTENTE    VALUE 'D'.
           05 CNS-CONCLUINTE        PIC X(01).
           05 CNS-APROV-CONSELHO    PIC X(01).
           05 CNS-DATA-MOVIMENTO    PIC 9(08).
