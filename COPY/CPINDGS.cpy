      ********************************
      * COPYBOOK: CPINDGS
      * OBJETIVO: LAYOUT DO ARQUIVO DE INDICADORES DE GESTAO
      *           (INDGEST), UM REGISTRO POR COMPETENCIA E TURMA
      *           MAIS UM DE TOTAL DA ESCOLA (IG-TURMA EM BRANCO),
      *           ORGANIZATION IS INDEXED COM RECORD KEY IG-CHAVE.
      *           GRAVADO PELO PROGCOB81 A CADA APURACAO DO PAINEL
      *           MENSAL (A REAPURACAO DO MES SUBSTITUI OS
      *           REGISTROS DELE) E LIDO PELO PROPRIO PROGCOB81
      *           PARA A COMPARACAO COM O MES ANTERIOR E PARA O
      *           QUADRO ANUAL DOS DOZE MESES.
      * IG-DATA-BASE: DATA DA POSICAO APURADA - O ULTIMO DIA DA
      *           COMPETENCIA, OU A DATA DA EXECUCAO NO MES CORRENTE.
      * IG-BIMESTRE: ULTIMO BIMESTRE COM NOTAS NO STUDGRD NA DATA
      *           BASE (ZERO = NENHUMA NOTA LANCADA AINDA).
      * IG-AVALIADOS/IG-APROVADOS/IG-RECUPERACAO/IG-REPROVADOS:
      *           MEDIAS ALUNO/DISCIPLINA DO BIMESTRE, NO CRITERIO
      *           DO PROGCOB20; REPROVADOS INCLUI A REPR-FALTA.
      * IG-COM-FREQUENCIA/IG-FREQ-MEDIA/IG-ABAIXO-LIMITE: ALUNOS
      *           COM FREQUENCIA APURADA NO ATTSUM, A MEDIA DOS
      *           PERCENTUAIS DELES E QUANTOS ESTAO ABAIXO DE 75%.
      * IG-FATURADO/IG-RECEBIDO/IG-EM-ABERTO: MENSALIDADES DA
      *           COMPETENCIA E A SITUACAO DELAS NA DATA BASE.
      * IG-VENCIDO/IG-VENCIDO-60: SALDO EM ABERTO JA VENCIDO NA
      *           DATA BASE (TODAS AS COMPETENCIAS E PARCELAS DE
      *           ACORDO, SEM AS MENSALIDADES RENEGOCIADAS) E A
      *           PARTE DELE COM MAIS DE 60 DIAS DE ATRASO.
      ********************************
       01 MGMT-INDICATOR-RECORD.
           05 IG-CHAVE.
               10 IG-COMPETENCIA     PIC 9(06).
               10 IG-TURMA           PIC X(04).
           05 IG-DATA-GERACAO        PIC 9(08).
           05 IG-DATA-BASE           PIC 9(08).
           05 IG-CAPACIDADE          PIC 9(04).
           05 IG-MATRICULADOS        PIC 9(04).
           05 IG-BIMESTRE            PIC 9(01).
           05 IG-AVALIADOS           PIC 9(05).
           05 IG-MEDIA               PIC 9(02)V99.
           05 IG-APROVADOS           PIC 9(05).
           05 IG-RECUPERACAO         PIC 9(05).
           05 IG-REPROVADOS          PIC 9(05).
           05 IG-COM-FREQUENCIA      PIC 9(04).
           05 IG-FREQ-MEDIA          PIC 9(03)V9.
           05 IG-ABAIXO-LIMITE       PIC 9(04).
           05 IG-FATURADO            PIC 9(08)V99.
           05 IG-RECEBIDO            PIC 9(08)V99.
           05 IG-EM-ABERTO           PIC 9(08)V99.
           05 IG-VENCIDO             PIC 9(08)V99.
           05 IG-VENCIDO-60          PIC 9(08)V99.
