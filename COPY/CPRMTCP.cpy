      ********************************
      * COPYBOOK: CPRMTCP
      * OBJETIVO: LAYOUT DO ARQUIVO DA CAMPANHA DE REMATRICULA
      *           (RMTCAMP), UM REGISTRO POR ALUNO QUE RECEBEU A
      *           CARTA DE REMATRICULA DO ANO LETIVO SEGUINTE.
      *           GRAVADO PELO PROGCOB77 A CADA EMISSAO (A
      *           REEMISSAO REFAZ A CAMPANHA INTEIRA); LIDO PELO
      *           PROGCOB78 NA CAPTURA DAS RESPOSTAS E NO QUADRO
      *           DE SITUACAO E PELO PROGCOB43, QUE SO COBRA A
      *           MENSALIDADE DO ANO DA CAMPANHA DO ALUNO CONVIDADO
      *           QUE CONFIRMOU A REMATRICULA.
      * RM-ANO-LETIVO: ANO LETIVO PARA O QUAL O ALUNO FOI
      *           CONVIDADO (AAAA).
      * RM-TURMA-NOVA: TURMA DO ANO SEGUINTE, TIRADA DA VIRADA
      *           (STMTRAN DO PROGCOB40) OU DO MESTRE.
      * RM-SITUACAO: P=PROMOVIDO PARA A SERIE SEGUINTE
      *           M=MANTIDO NA TURMA (RETIDO OU PENDENTE NA VIRADA)
      *           ESPACO=EMITIDA SEM O LOTE DA VIRADA (TURMA DO
      *           MESTRE, JA ATUALIZADA PELO PROGCOB22)
      * RM-VALOR-BASE/RM-PERC-BOLSA/RM-DESC-IRMAO/RM-VALOR-MENSAL:
      *           PRECO DA TURMA NOVA (TUIPRC DO ANO NOVO) E O
      *           VALOR MENSAL COM A BOLSA E O DESCONTO DE IRMAO
      *           (BOLSAS), NA MESMA CONTA DO PROGCOB43.
      ********************************
       01 REENROLL-CAMPAIGN-RECORD.
           05 RM-ANO-LETIVO         PIC 9(04).
           05 RM-MATRICULA          PIC 9(06).
           05 RM-NOME               PIC X(30).
           05 RM-RESPONSAVEL        PIC X(30).
           05 RM-TURMA-ATUAL        PIC X(04).
           05 RM-TURMA-NOVA         PIC X(04).
           05 RM-SITUACAO           PIC X(01).
               88 RM-PROMOVIDO          VALUE 'P'.
               88 RM-MANTIDO            VALUE 'M'.
           05 RM-VALOR-BASE         PIC 9(06)V99.
           05 RM-PERC-BOLSA         PIC 9(03)V99.
           05 RM-DESC-IRMAO         PIC X(01).
           05 RM-VALOR-MENSAL       PIC 9(06)V99.
           05 RM-DIA-VENCIMENTO     PIC 9(02).
           05 RM-DATA-EMISSAO       PIC 9(08).
