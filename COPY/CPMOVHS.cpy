      ********************************
      * COPYBOOK: CPMOVHS
      * OBJETIVO: LAYOUT DO ARQUIVO MOVEMENT-HISTORY (MOVHIST),
      *           HISTORICO PERMANENTE DAS MOVIMENTACOES DE
      *           MATRICULA GRAVADO PELO PROGCOB22 (OPEN EXTEND,
      *           NUNCA REGRAVADO). UM REGISTRO POR ENTRADA POR
      *           TRANSFERENCIA, TRANSFERENCIA PARA FORA,
      *           DESISTENCIA OU CONCLUSAO.
      * MH-TIPO: E=ENTRADA POR TRANSFERENCIA T=TRANSFERENCIA PARA
      *           OUTRA ESCOLA D=DESISTENCIA C=CONCLUSAO
      * MH-DATA: DATA EM QUE A MOVIMENTACAO VALE (AAAAMMDD)
      * MH-TURMA: TURMA DO ALUNO NO MOMENTO DA MOVIMENTACAO
      * MH-STATUS-ANTERIOR / MH-STATUS-NOVO: SM-STATUS ANTES E
      *           DEPOIS (ESPACO NO ANTERIOR = ALUNO NOVO)
      * MH-TIMESTAMP: MOMENTO EM QUE A TRANSACAO FOI APLICADA
      ********************************
       01 MOVEMENT-HISTORY-RECORD.
           05 MH-MATRICULA          PIC 9(06).
           05 MH-TIPO               PIC X(01).
           05 MH-DATA               PIC 9(08).
           05 MH-TURMA              PIC X(04).
           05 MH-STATUS-ANTERIOR    PIC X(01).
           05 MH-STATUS-NOVO        PIC X(01).
           05 MH-OBSERVACAO         PIC X(30).
           05 MH-TIMESTAMP          PIC 9(14).
