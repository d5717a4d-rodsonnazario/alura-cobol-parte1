      ********************************
      * COPYBOOK: CPACORD
      * OBJETIVO: LAYOUT DO ARQUIVO AGREEMENT (ACORDO), OS ACORDOS
      *           DE PARCELAMENTO DE MENSALIDADES VENCIDAS,
      *           ORGANIZATION IS INDEXED COM RECORD KEY AC-CHAVE
      *           (NUMERO DO ACORDO + TIPO + SEQUENCIA). O PROGCOB57
      *           GRAVA O ACORDO INTEIRO DE UMA VEZ E O PROGCOB58
      *           (CONFERENCIA NOTURNA) ATUALIZA A SITUACAO.
      * AC-TIPO: A = CABECALHO DO ACORDO (SEQUENCIA 00), UM POR
      *           ACORDO; O = MENSALIDADE ORIGINAL RENEGOCIADA; P =
      *           PARCELA NOVA GERADA NO TUITION. PELA ORDEM DA
      *           CHAVE O CABECALHO VEM SEMPRE ANTES DAS ORIGINAIS E
      *           ESTAS ANTES DAS PARCELAS.
      * AC-COMPETENCIA / AC-VENCIMENTO: DA MENSALIDADE ORIGINAL
      *           (TIPO O) OU DA PARCELA (TIPO P) NO TUITION; NO
      *           CABECALHO, VENCIMENTO DA PRIMEIRA PARCELA.
      * AC-VALOR: VALOR ORIGINAL DA MENSALIDADE (O), VALOR DA
      *           PARCELA (P) OU TOTAL ORIGINAL RENEGOCIADO (A).
      * AC-VALOR-CORRIGIDO: VALOR CORRIGIDO PELOS JUROS DO TUIPARM
      *           NA DATA DO ACORDO (O) OU DIVIDA TOTAL CORRIGIDA,
      *           QUE E A SOMA DAS PARCELAS (A).
      * AC-SITUACAO (SO NO CABECALHO): A = ATIVO, Q = QUITADO
      *           (TODAS AS PARCELAS PAGAS), R = ROMPIDO POR
      *           PARCELA EM ATRASO; AC-DATA-SITUACAO E A DATA DA
      *           ULTIMA MUDANCA E AC-SALDO-ROMPIMENTO O VALOR DAS
      *           PARCELAS AINDA EM ABERTO QUANDO O ACORDO ROMPEU.
      ********************************
       01 AGREEMENT-RECORD.
           05 AC-CHAVE.
               10 AC-NUM-ACORDO      PIC 9(06).
               10 AC-TIPO            PIC X(01).
                   88 AC-CABECALHO        VALUE 'A'.
                   88 AC-ORIGINAL         VALUE 'O'.
                   88 AC-PARCELA          VALUE 'P'.
               10 AC-SEQUENCIA       PIC 9(02).
           05 AC-MATRICULA           PIC 9(06).
           05 AC-COMPETENCIA         PIC 9(06).
           05 AC-VENCIMENTO          PIC 9(08).
           05 AC-VALOR               PIC 9(08)V99.
           05 AC-VALOR-CORRIGIDO     PIC 9(08)V99.
           05 AC-QTDE-PARCELAS       PIC 9(02).
           05 AC-DATA-ACORDO         PIC 9(08).
           05 AC-SITUACAO            PIC X(01).
               88 AC-ATIVO            VALUE 'A'.
               88 AC-QUITADO          VALUE 'Q'.
               88 AC-ROMPIDO          VALUE 'R'.
           05 AC-DATA-SITUACAO       PIC 9(08).
           05 AC-SALDO-ROMPIMENTO    PIC 9(08)V99.
