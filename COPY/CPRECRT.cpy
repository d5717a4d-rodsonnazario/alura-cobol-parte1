      ********************************
      * COPYBOOK: CPRECRT
      * OBJETIVO: LAYOUT DA RECERTIFICACAO TRIMESTRAL DE ACESSOS.
      *           O PROGCOB73 GRAVA O RECERTF (UM REGISTRO POR
      *           CONTA ATIVA, DECISAO EM BRANCO) JUNTO COM A
      *           LISTA IMPRESSA; O SUPERVISOR DEVOLVE O MESMO
      *           ARQUIVO PREENCHIDO COMO RECERTR E AS REVOGACOES
      *           SAO APLICADAS NA NOITE SEGUINTE.
      * RV-TRIMESTRE: AAAAT DA LISTA (T = 1 A 4).
      * RV-DECISAO: C = CONFIRMADA, R = REVOGADA, ESPACO = NAO
      *           REVISADA (SAI NO RELATORIO DE EXCECOES).
      * RV-REVISOR: USUARIO SUPERVISOR (03) OU ADM (01) QUE
      *           REVISOU A LISTA.
      ********************************
       01 RECERT-RECORD.
           05 RV-TRIMESTRE        PIC 9(05).
           05 RV-USUARIO          PIC X(20).
           05 RV-NIVEL            PIC 9(02).
           05 RV-ULTIMO-LOGIN     PIC 9(08).
           05 RV-DATA-TROCA       PIC 9(08).
           05 RV-DECISAO          PIC X(01).
               88 RV-CONFIRMADA   VALUE 'C'.
               88 RV-REVOGADA     VALUE 'R'.
           05 RV-REVISOR          PIC X(20).
