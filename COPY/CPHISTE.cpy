      ********************************
      * COPYBOOK: CPHISTE
      * OBJETIVO: LAYOUT DO ARQUIVO ACADEMIC-HISTORY (ACADHIST),
      *           O HISTORICO ESCOLAR PERMANENTE DA ESCOLA,
      *           ORGANIZATION IS INDEXED COM RECORD KEY HE-CHAVE
      *           (MATRICULA + ANO LETIVO + DISCIPLINA). NO
      *           FECHAMENTO DE CADA ANO O PROGCOB53 ACRESCENTA O
      *           RESULTADO FINAL DO YEARRES (JA REQUALIFICADO PELO
      *           PROGCOB39) E NUNCA APAGA OS ANOS ANTERIORES, AO
      *           CONTRARIO DO YEARRES QUE E REFEITO TODO ANO. O
      *           PROGCOB54 IMPRIME DELE O HISTORICO ESCOLAR.
      * HE-TURMA / HE-DISC-NOME: TURMA DO ALUNO E NOME DA
      *           DISCIPLINA COMO ESTAVAM NO ANO DO REGISTRO - A
      *           VIRADA DO PROGCOB40 E A MANUTENCAO DO PROGCOB41
      *           MUDAM O MESTRE, O HISTORICO NAO.
      * HE-AULAS / HE-PRESENCAS / HE-FREQ-PERC: FREQUENCIA
      *           APURADA NO ATTFILE DO ANO (DIAS LANCADOS, DIAS
      *           PRESENTES E PERCENTUAL), A MESMA QUE O PROGCOB37
      *           USOU NO MINIMO LEGAL DE 75%.
      * HE-TIMESTAMP: MOMENTO EM QUE O REGISTRO FOI GRAVADO OU
      *           REGRAVADO (AAAAMMDDHHMMSS).
      ********************************
       01 ACADEMIC-HISTORY-RECORD.
           05 HE-CHAVE.
               10 HE-MATRICULA      PIC 9(06).
               10 HE-ANO-LETIVO     PIC 9(04).
               10 HE-DISCIPLINA     PIC X(03).
           05 HE-TURMA              PIC X(04).
           05 HE-DISC-NOME          PIC X(30).
           05 HE-CARGA-SEMANAL      PIC 9(02).
           05 HE-MEDIA-ANUAL        PIC 9(02)V99.
           05 HE-EXAME-APLICADO     PIC X(01).
           05 HE-NOTA-EXAME         PIC 9(02)V99.
           05 HE-MEDIA-FINAL        PIC 9(02)V99.
           05 HE-SITUACAO-FINAL     PIC X(11).
           05 HE-AULAS              PIC 9(04).
           05 HE-PRESENCAS          PIC 9(04).
           05 HE-FREQ-PERC          PIC 9(03)V99.
           05 HE-TIMESTAMP          PIC 9(14).
