      * OS DADOS DO RESPONSAVEL (NOME E ENDERECO) SAO USADOS PELO
      *           PROGCOB31 PARA ENDERECAR AS CARTAS DE
      *           RECUPERACAO AS FAMILIAS
      * SM-STATUS: SITUACAO DA MATRICULA, MANTIDA PELO PROGCOB22
      *           (TR-OPERACAO M). A=ATIVO T=TRANSFERIDO
      *           D=DESISTENTE C=CONCLUIDO. ESPACO = REGISTRO
      *           ANTERIOR AO CAMPO, TRATADO COMO ATIVO.
      * SM-DATA-STATUS: DATA (AAAAMMDD) EM QUE A SITUACAO PASSOU A
      *           VALER. O ALUNO QUE SAI CONTINUA CONTANDO ATE O DIA
      *           ANTERIOR A ESSA DATA (CHAMADA, MEDIAS) E E
      *           COBRADO ATE O MES DELA INCLUSIVE.
      * DADOS DO CENSO ESCOLAR (EDUCACENSO), MANTIDOS PELO
      *           PROGCOB22 NA INCLUSAO/ALTERACAO E EXPORTADOS PELO
      *           PROGCOB70. CAMPO NAO INFORMADO = ZERO/ESPACO, E
      *           O PROGCOB70 O APONTA NA VALIDACAO PRE-EXPORTACAO.
      * SM-DATA-NASCIMENTO: AAAAMMDD.
      * SM-SEXO: M=MASCULINO F=FEMININO.
      * SM-COR-RACA: 0=NAO DECLARADA 1=BRANCA 2=PRETA 3=PARDA
      *           4=AMARELA 5=INDIGENA (TABELA DO INEP).
      * SM-ID-INEP: IDENTIFICACAO UNICA DO ALUNO NO INEP, DADA NO
      *           PRIMEIRO CENSO EM QUE ELE E DECLARADO (ZERO =
      *           ALUNO AINDA SEM ID).
      * SM-DEFICIENCIA: S=ALUNO COM DEFICIENCIA, TRANSTORNO DO
      *           ESPECTRO AUTISTA OU ALTAS HABILIDADES N=NAO.
      * SM-END-DEVOLVIDO: S=CARTA DEVOLVIDA PELO CORREIO NESTE
      *           ENDERECO (MARCADA PELO PROGCOB80). ENQUANTO A
      *           MARCA ESTIVER LIGADA AS CARTAS SEGUINTES DO ALUNO
      *           FICAM RETIDAS NO REGISTRO DE CORRESPONDENCIA
      *           (CORRESP); A ALTERACAO DO ENDERECO PELO PROGCOB22
      *           LIMPA A MARCA. N OU ESPACO = ENDERECO EM ORDEM.
      * SM-DATA-DEVOLUCAO: DATA DA DEVOLUCAO QUE LIGOU A MARCA.
      ********************************
       01 STUDENT-MASTER-RECORD.
           05 SM-MATRICULA          PIC 9(06).
           05 SM-ENDERECO           PIC X(40).
           05 SM-CIDADE             PIC X(20).
           05 SM-CEP                PIC 9(08).
           05 SM-STATUS             PIC X(01).
           05 SM-DATA-STATUS        PIC 9(08).
           05 SM-DATA-NASCIMENTO    PIC 9(08).
           05 SM-SEXO               PIC X(01).
           05 SM-COR-RACA           PIC X(01).
           05 SM-ID-INEP            PIC 9(12).
           05 SM-DEFICIENCIA        PIC X(01).
           05 SM-END-DEVOLVIDO      PIC X(01).
               88 SM-ENDERECO-DEVOLVIDO VALUE 'S'.
           05 SM-DATA-DEVOLUCAO     PIC 9(08).
