      ********************************
      * COPYBOOK: CPRMTCF
      * OBJETIVO: LAYOUT DO ARQUIVO DE RESPOSTAS DA REMATRICULA
      *           (RMTCONF), UM REGISTRO POR RESPOSTA DEVOLVIDA
      *           PELA FAMILIA E DIGITADA NO PROGCOB78. O ARQUIVO
      *           SO RECEBE ACRESCIMOS: UMA CORRECAO E DIGITADA
      *           COMO NOVA RESPOSTA E VALE A ULTIMA DO ALUNO NO
      *           ANO LETIVO.
      * RF-RESPOSTA: C=CONFIRMOU A REMATRICULA D=DESISTIU (NAO
      *           RENOVA A MATRICULA)
      * RF-DATA-RESPOSTA: DATA EM QUE A RESPOSTA CHEGOU A ESCOLA.
      * RF-OPERADOR / RF-TIMESTAMP: QUEM DIGITOU E QUANDO.
      ********************************
       01 REENROLL-CONFIRM-RECORD.
           05 RF-ANO-LETIVO         PIC 9(04).
           05 RF-MATRICULA          PIC 9(06).
           05 RF-RESPOSTA           PIC X(01).
               88 RF-CONFIRMOU          VALUE 'C'.
               88 RF-DESISTIU           VALUE 'D'.
               88 RF-RESPOSTA-VALIDA    VALUE 'C' 'D'.
           05 RF-DATA-RESPOSTA      PIC 9(08).
           05 RF-OPERADOR           PIC X(20).
           05 RF-TIMESTAMP          PIC 9(14).
