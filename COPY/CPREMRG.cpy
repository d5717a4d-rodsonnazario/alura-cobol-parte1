      ********************************
      * COPYBOOK: CPREMRG
      * OBJETIVO: LAYOUT DO ARQUIVO REMITTANCE-REGISTER (REMREG),
      *           O REGISTRO DOS TITULOS ENVIADOS AO BANCO,
      *           ORGANIZATION IS INDEXED COM RECORD KEY RG-CHAVE
      *           (MATRICULA + COMPETENCIA, A MESMA CHAVE DA
      *           MENSALIDADE NO TUIFILE). GRAVADO PELO PROGCOB55
      *           A CADA REMESSA E ATUALIZADO PELO PROGCOB56 COM A
      *           CONFIRMACAO OU REJEICAO DO BANCO (BNKRET).
      * RG-SITUACAO: E=ENVIADO, AGUARDANDO O BANCO
      *           C=ENTRADA CONFIRMADA R=ENTRADA REJEITADA (O
      *           TITULO VOLTA NA PROXIMA REMESSA COM NOVO NOSSO
      *           NUMERO)
      * RG-QTDE-ENVIOS: QUANTAS REMESSAS JA LEVARAM O TITULO.
      ********************************
       01 REMITTANCE-REGISTER-RECORD.
           05 RG-CHAVE.
               10 RG-MATRICULA      PIC 9(06).
               10 RG-COMPETENCIA    PIC 9(06).
           05 RG-NOSSO-NUMERO       PIC 9(10).
           05 RG-NUM-REMESSA        PIC 9(06).
           05 RG-DATA-REMESSA       PIC 9(08).
           05 RG-VALOR              PIC 9(06)V99.
           05 RG-VENCIMENTO         PIC 9(08).
           05 RG-SITUACAO           PIC X(01).
               88 RG-ENVIADO        VALUE 'E'.
               88 RG-CONFIRMADO     VALUE 'C'.
               88 RG-REJEITADO      VALUE 'R'.
           05 RG-DATA-RETORNO       PIC 9(08).
           05 RG-MOTIVO-REJEICAO    PIC X(02).
           05 RG-QTDE-ENVIOS        PIC 9(02).
