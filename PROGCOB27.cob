       77 WRK-CORPENN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-USRMST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-AUDIT-STATUS   PIC X(02) VALUE SPACES.
      * PARAMETROS DO ENCADEAMENTO DA TRILHA (PROGCOB71).
       77 WRK-TRILHA-FUNCAO  PIC X(01) VALUE 'G'.
       77 WRK-TRILHA-NOME    PIC X(08) VALUE SPACES.
       77 WRK-TRILHA-TAMANHO PIC 9(03) VALUE ZERO.
      * O CALL DEVOLVE O RETURN CODE DO PROGCOB71; O DESTE
      * PROGRAMA E GUARDADO ANTES E RESTAURADO DEPOIS.
       77 WRK-TRILHA-RC      PIC S9(04) COMP VALUE ZERO.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-FIM-STUDGRD    PIC X(01) VALUE 'N'.
                   MOVE 'S' TO WRK-SENHA-OK
               END-IF
           END-IF.
      * CONTA SUSPENSA POR INATIVIDADE OU REVOGADA NA
      * RECERTIFICACAO NAO ENTRA NEM COM A SENHA CERTA; SO A
      * REATIVACAO PELO PROGCOB23 DEVOLVE O ACESSO.
           IF UM-CONTA-INATIVA AND SENHA-CONFERE
               MOVE 'N' TO WRK-SENHA-OK
               DISPLAY 'CONTA SUSPENSA/REVOGADA - PROCURE O '
                       'ADMINISTRADOR'
           END-IF.

      * PERCORRE O CORPEND INTEIRO REGRAVANDO CADA REGISTRO NO
      * ARQUIVO NOVO; OS PENDENTES (STATUS P) PASSAM PELA REVISAO
           MOVE WRK-NIVEL                   TO AL-NIVEL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP.
           MOVE WRK-RESULTADO               TO AL-RESULTADO.
      * O REGISTRO SAI ENCADEADO NA TRILHA PELO PROGCOB71.
           MOVE 'AUDITLOG' TO WRK-TRILHA-NOME.
           MOVE LENGTH OF AL-DADOS TO WRK-TRILHA-TAMANHO.
           MOVE RETURN-CODE TO WRK-TRILHA-RC.
           CALL 'PROGCOB71' USING WRK-TRILHA-FUNCAO WRK-TRILHA-NOME
               AL-DADOS WRK-TRILHA-TAMANHO
               AL-SEQUENCIA AL-ENCADEAMENTO.
           MOVE WRK-TRILHA-RC TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.

      * O CORPEND NOVO SO E PROMOVIDO QUANDO A REVISAO REALMENTE
