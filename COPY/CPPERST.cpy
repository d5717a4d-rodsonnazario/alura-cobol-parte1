      * COPYBOOK: CPPERST
      * OBJETIVO: LAYOUT DO ARQUIVO PERIOD-STATUS (PERSTAT), O
      *           CONTROLE DE FECHAMENTO DOS BIMESTRES - UM
      *           REGISTRO POR ABERTURA/FECHAMENTO DE BIMESTRE
      *           COM O STATUS, QUEM FECHOU E QUANDO. MANTIDO
      *           PELO PROGCOB42 (SOMENTE NIVEL SUPERVISOR/ADM),
      *           QUE SO ACRESCENTA REGISTROS - O ARQUIVO E UMA
      *           TRILHA ENCADEADA E QUEM LE FICA COM O ULTIMO
      *           REGISTRO DE CADA BIMESTRE. COM O BIMESTRE
      *           FECHADO, O PROGCOB25 REJEITA REGISTROS DO
      *           STUDGRI PARA ELE (MOTIVO PROPRIO NO GRDSUSP) E O
      *           MODO CAPTURA DO PROGCOB21 SO ACEITA CORRECAO
      *           MEDIANTE CREDENCIAL DE SUPERVISOR - A ALTERACAO
      *           TARDIA VIRA ATO DELIBERADO, NAO COSTUME.
      * PS-STATUS: A=ABERTO F=FECHADO
      * PS-SEQUENCIA / PS-ENCADEAMENTO: ENCADEAMENTO DA TRILHA,
      *           CALCULADO PELO PROGCOB71 SOBRE PS-DADOS E
      *           CONFERIDO PELO PROGCOB72 (VER CPAUDIT).
      ********************************
       01 PERIOD-STATUS-RECORD.
           05 PS-DADOS.
               10 PS-BIMESTRE         PIC 9(01).
               10 PS-STATUS           PIC X(01).
               10 PS-USUARIO          PIC X(20).
               10 PS-TIMESTAMP        PIC 9(14).
           05 PS-SEQUENCIA            PIC 9(08).
           05 PS-ENCADEAMENTO         PIC 9(10).
