      ********************************
      * COPYBOOK: CPCORRG
      * OBJETIVO: LAYOUT DO REGISTRO DE CORRESPONDENCIA (CORRESP),
      *           UMA ENTRADA POR CARTA ENDERECADA A FAMILIA,
      *           ORGANIZATION IS INDEXED COM RECORD KEY CR-NUMERO
      *           (NUMERO DA CARTA, IMPRESSO NELA). GRAVADO PELO
      *           PROGCOB79 A PEDIDO DOS PROGRAMAS QUE EMITEM
      *           CARTAS (PROGCOB31, PROGCOB45, PROGCOB47,
      *           PROGCOB59, PROGCOB77),
      *           ATUALIZADO PELO PROGCOB80 NA DEVOLUCAO PELO
      *           CORREIO E CONSULTADO PELO PROGCOB48.
      * CR-TIPO: R=RECUPERACAO (RECLTR) C=COBRANCA (DUNLTR)
      *           F=ALERTA DE FREQUENCIA (WRNLTR)
      *           M=REMATRICULA (RMTLTR) Q=DECLARACAO DE QUITACAO
      *           (QUITDCL) P=DEMONSTRATIVO DE PAGAMENTOS (PAGEXT)
      * CR-DESTINATARIO/CR-ENDERECO/CR-CIDADE/CR-CEP: O ENDERECO
      *           USADO NA CARTA, COMO ESTAVA NO STUDENT-MASTER NA
      *           EMISSAO.
      * CR-REFERENCIA: ASSUNTO DA CARTA (DISCIPLINA E BIMESTRE,
      *           COMPETENCIA, PERCENTUAL DE FREQUENCIA OU ANO).
      * CR-MATRICULA: NAS CARTAS DA FAMILIA (QUITACAO E
      *           PAGAMENTOS), O ALUNO DE ONDE VEIO O ENDERECO.
      * CR-SITUACAO: E=EMITIDA (IMPRESSA PARA ENVELOPAR)
      *           R=RETIDA (ENDERECO DO ALUNO MARCADO COMO DEVOLVIDO,
      *           A CARTA NAO FOI IMPRESSA) D=DEVOLVIDA PELO CORREIO
      * CR-DATA-DEVOLUCAO/CR-OPERADOR: QUANDO A DEVOLUCAO CHEGOU E
      *           QUEM A DIGITOU NO PROGCOB80.
      ********************************
       01 CORRESP-REGISTER-RECORD.
           05 CR-NUMERO             PIC 9(08).
           05 CR-TIPO               PIC X(01).
               88 CR-RECUPERACAO        VALUE 'R'.
               88 CR-COBRANCA           VALUE 'C'.
               88 CR-ALERTA-FREQUENCIA  VALUE 'F'.
               88 CR-REMATRICULA        VALUE 'M'.
               88 CR-QUITACAO           VALUE 'Q'.
               88 CR-PAGAMENTOS         VALUE 'P'.
           05 CR-PROGRAMA           PIC X(09).
           05 CR-DATA-EMISSAO       PIC 9(08).
           05 CR-MATRICULA          PIC 9(06).
           05 CR-DESTINATARIO       PIC X(30).
           05 CR-ENDERECO           PIC X(40).
           05 CR-CIDADE             PIC X(20).
           05 CR-CEP                PIC 9(08).
           05 CR-REFERENCIA         PIC X(20).
           05 CR-SITUACAO           PIC X(01).
               88 CR-EMITIDA            VALUE 'E'.
               88 CR-RETIDA             VALUE 'R'.
               88 CR-DEVOLVIDA          VALUE 'D'.
           05 CR-DATA-DEVOLUCAO     PIC 9(08).
           05 CR-OPERADOR           PIC X(20).
