      ********************************
      * COPYBOOK: CPATEST
      * OBJETIVO: LAYOUT DO REGISTRO DE ATESTADOS (ATESTAD), UM
      *           REGISTRO POR ATESTADO/DOCUMENTO QUE JUSTIFICA AS
      *           FALTAS DE UM ALUNO NUM PERIODO. O ATESTADO
      *           DIGITADO NO PROGCOB61 ENTRA COM STATUS P; SO
      *           DEPOIS DE UM SUPERVISOR APROVAR NO PROGCOB62 AS
      *           FALTAS (F) DO PERIODO NO ATTFILE VIRAM FALTA
      *           JUSTIFICADA (J). O ARQUIVO E O REGISTRO IMPRESSO
      *           PARA A VISITA DA INSPECAO ESCOLAR (PROGCOB61).
      * AE-NUMERO: NUMERO SEQUENCIAL DO ATESTADO NO REGISTRO,
      *           ATRIBUIDO NA CAPTURA.
      * AE-TIPO: M=ATESTADO MEDICO O=ATESTADO ODONTOLOGICO
      *           D=DECLARACAO DE COMPARECIMENTO/OUTRO DOCUMENTO
      *           PREVISTO NO REGIMENTO.
      * AE-DOCUMENTO: REFERENCIA DO DOCUMENTO (NUMERO, CRM/CRO DO
      *           EMITENTE) PARA LOCALIZAR O PAPEL NO ARQUIVO.
      * AE-OPERADOR / AE-TIMESTAMP: QUEM DIGITOU E QUANDO.
      * AE-STATUS: P=PENDENTE A=APROVADO R=REJEITADO
      * AE-QTDE-ABONADAS: FALTAS DO PERIODO JA JUSTIFICADAS NO
      *           ATTFILE, ATUALIZADO PELO PROGCOB62.
      ********************************
       01 MEDICAL-CERT-RECORD.
           05 AE-NUMERO           PIC 9(06).
           05 AE-MATRICULA        PIC 9(06).
           05 AE-DATA-INICIO      PIC 9(08).
           05 AE-DATA-FIM         PIC 9(08).
           05 AE-TIPO             PIC X(01).
               88 AE-TIPO-VALIDO       VALUE 'M' 'O' 'D'.
           05 AE-DOCUMENTO        PIC X(20).
           05 AE-OPERADOR         PIC X(20).
           05 AE-TIMESTAMP        PIC 9(14).
           05 AE-STATUS           PIC X(01).
               88 AE-PENDENTE          VALUE 'P'.
               88 AE-APROVADO          VALUE 'A'.
               88 AE-REJEITADO         VALUE 'R'.
           05 AE-APROVADOR        PIC X(20).
           05 AE-QTDE-ABONADAS    PIC 9(03).
