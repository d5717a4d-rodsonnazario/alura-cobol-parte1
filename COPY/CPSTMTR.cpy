      *           (LOTE DE INCLUSAO/ALTERACAO/EXCLUSAO DE ALUNOS
      *           APLICADO CONTRA O STUDENT-MASTER PELO PROGCOB22).
      *           TR-OPERACAO: I=INCLUSAO A=ALTERACAO E=EXCLUSAO
      *           M=MOVIMENTACAO (MUDANCA DE SITUACAO DA MATRICULA)
      * TR-TIPO-MOVIMENTO: NA OPERACAO M, T=TRANSFERENCIA PARA
      *           OUTRA ESCOLA D=DESISTENCIA C=CONCLUSAO DO CURSO.
      *           NA INCLUSAO, E=ALUNO RECEBIDO POR TRANSFERENCIA
      *           (ESPACO = MATRICULA NOVA COMUM).
      * TR-DATA-MOVIMENTO: DATA EM QUE A MOVIMENTACAO VALE
      *           (AAAAMMDD); ZERO NA INCLUSAO = DATA DA EXECUCAO.
      * TR-OBSERVACAO: ESCOLA DE ORIGEM/DESTINO OU MOTIVO, LEVADO
      *           PARA O HISTORICO DE MOVIMENTACAO (MOVHIST).
      * OS CAMPOS NOME A CEP SO SAO USADOS NA INCLUSAO E NA
      *           ALTERACAO.
      * TR-DATA-NASCIMENTO A TR-DEFICIENCIA: DADOS DO CENSO
      *           ESCOLAR (MESMOS CODIGOS DO CPSTMST), SO NA
      *           INCLUSAO E NA ALTERACAO. NA ALTERACAO, CAMPO EM
      *           BRANCO MANTEM O VALOR QUE ESTA NO MESTRE, PARA
      *           UMA TRANSACAO SEM OS DADOS DO CENSO NAO APAGAR O
      *           QUE JA FOI CADASTRADO.
      ********************************
       01 STUDENT-TRANS-RECORD.
           05 TR-OPERACAO           PIC X(01).
           05 TR-ENDERECO           PIC X(40).
           05 TR-CIDADE             PIC X(20).
           05 TR-CEP                PIC 9(08).
           05 TR-TIPO-MOVIMENTO     PIC X(01).
           05 TR-DATA-MOVIMENTO     PIC 9(08).
           05 TR-OBSERVACAO         PIC X(30).
           05 TR-DATA-NASCIMENTO    PIC 9(08).
           05 TR-DATA-NASC-X REDEFINES TR-DATA-NASCIMENTO
                                    PIC X(08).
           05 TR-SEXO               PIC X(01).
           05 TR-COR-RACA           PIC X(01).
           05 TR-ID-INEP            PIC 9(12).
           05 TR-ID-INEP-X REDEFINES TR-ID-INEP
                                    PIC X(12).
           05 TR-DEFICIENCIA        PIC X(01).
