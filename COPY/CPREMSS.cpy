      ********************************
      * COPYBOOK: CPREMSS
      * OBJETIVO: LAYOUT DO ARQUIVO REMITTANCE-FILE (REMESSA), O
      *           ARQUIVO DE REGISTRO DOS TITULOS DE COBRANCA NO
      *           LAYOUT DO BANCO, GERADO PELO PROGCOB55: UM
      *           HEADER (TIPO 0), UM DETALHE POR MENSALIDADE
      *           (TIPO 1) E UM TRAILER (TIPO 9) COM A QUANTIDADE E
      *           O VALOR TOTAL DOS TITULOS. TODO REGISTRO TEM 150
      *           POSICOES E TERMINA COM O SEQUENCIAL DA LINHA NO
      *           ARQUIVO.
      * RD-SACADO-*: O PAGADOR E O RESPONSAVEL DO ALUNO NO
      *           STUDENT-MASTER (NOME E ENDERECO).
      ********************************
       01 REMITTANCE-HEADER-RECORD.
           05 RH-TIPO               PIC X(01).
           05 RH-NUM-REMESSA        PIC 9(06).
           05 RH-DATA-GERACAO       PIC 9(08).
           05 RH-BANCO              PIC 9(03).
           05 RH-AGENCIA            PIC 9(04).
           05 RH-CONTA              PIC 9(08).
           05 RH-CONVENIO           PIC 9(07).
           05 RH-CEDENTE-NOME       PIC X(30).
           05 FILLER                PIC X(77).
           05 RH-SEQUENCIA          PIC 9(06).

       01 REMITTANCE-DETAIL-RECORD.
           05 RD-TIPO               PIC X(01).
           05 RD-NOSSO-NUMERO       PIC 9(10).
           05 RD-MATRICULA          PIC 9(06).
           05 RD-COMPETENCIA        PIC 9(06).
           05 RD-VALOR              PIC 9(11)V99.
           05 RD-VENCIMENTO         PIC 9(08).
           05 RD-SACADO-NOME        PIC X(30).
           05 RD-SACADO-ENDERECO    PIC X(40).
           05 RD-SACADO-CIDADE      PIC X(20).
           05 RD-SACADO-CEP         PIC 9(08).
           05 FILLER                PIC X(02).
           05 RD-SEQUENCIA          PIC 9(06).

       01 REMITTANCE-TRAILER-RECORD.
           05 RT-TIPO               PIC X(01).
           05 RT-NUM-REMESSA        PIC 9(06).
           05 RT-QTDE-TITULOS       PIC 9(06).
           05 RT-VALOR-TOTAL        PIC 9(13)V99.
           05 FILLER                PIC X(116).
           05 RT-SEQUENCIA          PIC 9(06).
