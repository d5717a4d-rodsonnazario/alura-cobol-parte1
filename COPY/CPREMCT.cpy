      ********************************
      * COPYBOOK: CPREMCT
      * OBJETIVO: LAYOUT DO ARQUIVO REMITTANCE-CONTROL (REMCTL),
      *           REGISTRO UNICO COM OS DADOS DO CONVENIO DE
      *           COBRANCA DA ESCOLA NO BANCO E OS NUMERADORES
      *           CONTROLADOS PELA ESCOLA: NUMERO DA ULTIMA
      *           REMESSA GERADA E ULTIMO NOSSO NUMERO ATRIBUIDO.
      *           MANTIDO PELA TESOURARIA (DADOS DO CONVENIO) E
      *           REGRAVADO PELO PROGCOB55 AO FIM DE CADA REMESSA.
      * RC-ULTIMA-REMESSA: SEQUENCIAL DO ARQUIVO, SEM SALTO - O
      *           BANCO RECUSA REMESSA COM NUMERO REPETIDO.
      ********************************
       01 REMITTANCE-CONTROL-RECORD.
           05 RC-BANCO              PIC 9(03).
           05 RC-AGENCIA            PIC 9(04).
           05 RC-CONTA              PIC 9(08).
           05 RC-CONVENIO           PIC 9(07).
           05 RC-CEDENTE-NOME       PIC X(30).
           05 RC-ULTIMA-REMESSA     PIC 9(06).
           05 RC-ULTIMO-NOSSO-NUMERO PIC 9(10).
           05 RC-DATA-ULTIMA        PIC 9(08).
