      * OBJETIVO: LAYOUT DO AUDIT TRAIL DE CORRECOES DE NOTA NO
      *           STUDENT-GRADES (VALORES ANTES/DEPOIS, OPERADOR
      *           SOLICITANTE E SUPERVISOR QUE APROVOU)
      * CA-SEQUENCIA / CA-ENCADEAMENTO: ENCADEAMENTO DA TRILHA,
      *           CALCULADO PELO PROGCOB71 SOBRE CA-DADOS E
      *           CONFERIDO PELO PROGCOB72 (VER CPAUDIT).
      ********************************
       01 CORRECTION-AUDIT-RECORD.
           05 CA-DADOS.
               10 CA-MATRICULA        PIC 9(06).
               10 CA-DISCIPLINA       PIC X(03).
               10 CA-BIMESTRE         PIC 9(01).
               10 CA-INDICE-NOTA      PIC 9(01).
               10 CA-NOTA-ANTIGA      PIC 9(02)V99.
               10 CA-NOTA-NOVA        PIC 9(02)V99.
               10 CA-MEDIA-ANTIGA     PIC 9(02)V99.
               10 CA-MEDIA-NOVA       PIC 9(02)V99.
               10 CA-SITUACAO-ANTIGA  PIC X(11).
               10 CA-SITUACAO-NOVA    PIC X(11).
               10 CA-OPERADOR         PIC X(20).
               10 CA-APROVADOR        PIC X(20).
               10 CA-TIMESTAMP        PIC 9(14).
           05 CA-SEQUENCIA            PIC 9(08).
           05 CA-ENCADEAMENTO         PIC 9(10).
