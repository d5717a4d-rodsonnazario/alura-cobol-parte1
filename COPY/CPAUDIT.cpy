      * COPYBOOK: CPAUDIT
      * OBJETIVO: LAYOUT DO ARQUIVO AUDIT-LOG (TRILHA DE TODAS AS
      *           TENTATIVAS DE ACESSO AO PROGCOB10)
      * AL-SEQUENCIA / AL-ENCADEAMENTO: NUMERO DO REGISTRO NA
      *           TRILHA E VALOR DE CONFERENCIA CALCULADO PELO
      *           PROGCOB71 A PARTIR DO REGISTRO ANTERIOR E DE
      *           AL-DADOS. CONFERIDOS A CADA NOITE PELO PROGCOB72.
      *           REGISTROS ANTIGOS (SEQUENCIA ZERO) NAO SAO
      *           ENCADEADOS.
      ********************************
       01 AUDIT-LOG-RECORD.
           05 AL-DADOS.
               10 AL-USUARIO      PIC X(20).
               10 AL-NIVEL        PIC 9(02).
               10 AL-TIMESTAMP    PIC 9(14).
               10 AL-RESULTADO    PIC X(11).
           05 AL-SEQUENCIA        PIC 9(08).
           05 AL-ENCADEAMENTO     PIC 9(10).
