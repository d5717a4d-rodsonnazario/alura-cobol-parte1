      ********************************
      * COPYBOOK: CPCENMT
      * OBJETIVO: LAYOUT DO ARQUIVO DE MATRICULA INICIAL DO CENSO
      *           ESCOLAR (CENSMAT), GERADO PELO PROGCOB70 A PARTIR
      *           DO STUDENT-MASTER E DO CLASS-MASTER: UM REGISTRO
      *           POR ALUNO MATRICULADO NA DATA DE REFERENCIA DO
      *           CENSO, SO OS QUE PASSARAM NA VALIDACAO. E O
      *           ARQUIVO QUE A SECRETARIA IMPORTA NO EDUCACENSO NO
      *           LUGAR DE DIGITAR ALUNO POR ALUNO.
      * CNM-DATA-REFERENCIA: DATA DE REFERENCIA DO CENSO (AAAAMMDD)
      * CNM-TURNO: CM-TURNO DA TURMA (M/T/N).
      * CNM-SEXO / CNM-COR-RACA / CNM-DEFICIENCIA / CNM-ID-INEP:
      *           MESMOS CODIGOS DO CPSTMST (ID ZERO = ALUNO AINDA
      *           SEM ID, O INEP GERA NA PRIMEIRA DECLARACAO).
      ********************************
       01 CENSO-MATRICULA-RECORD.
           05 CNM-ANO-CENSO         PIC 9(04).
           05 CNM-DATA-REFERENCIA   PIC 9(08).
           05 CNM-TURMA             PIC X(04).
           05 CNM-TURNO             PIC X(01).
           05 CNM-MATRICULA         PIC 9(06).
           05 CNM-ID-INEP           PIC 9(12).
           05 CNM-NOME              PIC X(30).
           05 CNM-DATA-NASCIMENTO   PIC 9(08).
           05 CNM-SEXO              PIC X(01).
           05 CNM-COR-RACA          PIC X(01).
           05 CNM-DEFICIENCIA       PIC X(01).
           05 CNM-CIDADE            PIC X(20).
           05 CNM-CEP               PIC 9(08).
