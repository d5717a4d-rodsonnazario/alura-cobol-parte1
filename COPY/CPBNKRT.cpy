      ********************************
      * COPYBOOK: CPBNKRT
      * OBJETIVO: LAYOUT DO ARQUIVO BANK-RETURN (BNKRET), O
      *           RETORNO DA COBRANCA ENVIADO PELO BANCO. O MESMO
      *           ARQUIVO TRAZ DOIS TIPOS DE OCORRENCIA:
      *           LIQUIDACAO (PAGAMENTO DO TITULO), BAIXADA PELO
      *           PROGCOB44 NO TUIFILE, E A RESPOSTA AO REGISTRO
      *           DOS TITULOS ENVIADOS NA REMESSA DO PROGCOB55
      *           (ENTRADA CONFIRMADA OU REJEITADA), CASADA COM O
      *           REGISTRO DE REMESSAS (REMREG) PELO PROGCOB56.
      * BR-OCORRENCIA: 06 OU ESPACOS = LIQUIDACAO (OS RETORNOS
      *           ANTERIORES AO CAMPO SO TEM PAGAMENTOS)
      *           02 = ENTRADA CONFIRMADA 03 = ENTRADA REJEITADA
      * BR-DATA-PAGAMENTO / BR-VALOR-PAGO: NA OCORRENCIA 02/03
      *           TRAZEM A DATA DA OCORRENCIA E O VALOR DO TITULO.
      * BR-NOSSO-NUMERO: NUMERO DO TITULO ATRIBUIDO NA REMESSA.
      * BR-MOTIVO-REJEICAO: CODIGO DO BANCO NA OCORRENCIA 03.
      ********************************
       01 BANK-RETURN-RECORD.
           05 BR-MATRICULA        PIC 9(06).
           05 BR-COMPETENCIA      PIC 9(06).
           05 BR-DATA-PAGAMENTO   PIC 9(08).
           05 BR-VALOR-PAGO       PIC 9(06)V99.
           05 BR-OCORRENCIA       PIC X(02).
               88 BR-LIQUIDACAO         VALUE '06' SPACES.
               88 BR-ENTRADA-CONFIRMADA VALUE '02'.
               88 BR-ENTRADA-REJEITADA  VALUE '03'.
           05 BR-NOSSO-NUMERO     PIC 9(10).
           05 BR-MOTIVO-REJEICAO  PIC X(02).
