      ********************************
      * COPYBOOK: CPGRDSU
      * OBJETIVO: LAYOUT DO ARQUIVO DE SUSPENSOS DA CRITICA DE
      *           NOTAS (GRDSUSP): IMAGEM DO REGISTRO BRUTO DO
      *           STUDGRI REJEITADO MAIS O CODIGO DO MOTIVO DA
      *           REJEICAO. ARQUIVO SEQUENCIAL REFEITO PELO
      *           PROGCOB25 A CADA CRITICA (OS CODIGOS DE MOTIVO
      *           ESTAO LISTADOS NELE) E LIDO PELO PROGCOB82 PARA
      *           MOSTRAR AS NOTAS AINDA PARADAS NA CRITICA.
      * GS-MATRICULA/GS-BIMESTRE: ALFANUMERICOS PORQUE O REGISTRO
      *           PODE TER SIDO REJEITADO JUSTAMENTE POR NAO SEREM
      *           NUMERICOS (MOTIVOS 01 E 06).
      ********************************
       01  GRADES-SUSPENSO-RECORD.
           05 GS-MATRICULA          PIC X(06).
           05 GS-DISCIPLINA         PIC X(03).
           05 GS-BIMESTRE           PIC X(01).
           05 GS-NOTAS              PIC X(20).
           05 GS-MOTIVO             PIC X(02).
