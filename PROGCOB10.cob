       WORKING-STORAGE SECTION.
       77 WRK-USRMST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUDIT-STATUS  PIC X(02) VALUE SPACES.
      * PARAMETROS DO ENCADEAMENTO DA TRILHA (PROGCOB71).
       77 WRK-TRILHA-FUNCAO  PIC X(01) VALUE 'G'.
       77 WRK-TRILHA-NOME    PIC X(08) VALUE SPACES.
       77 WRK-TRILHA-TAMANHO PIC 9(03) VALUE ZERO.
      * O CALL DEVOLVE O RETURN CODE DO PROGCOB71; O DESTE
      * PROGRAMA E GUARDADO ANTES E RESTAURADO DEPOIS.
       77 WRK-TRILHA-RC      PIC S9(04) COMP VALUE ZERO.
       77 WRK-LOGINREQ-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO   VALUE 'S'.
       77 WRK-DIAS-SENHA        PIC S9(06) VALUE ZERO.
       77 WRK-SENHA-EXPIRADA    PIC X(01) VALUE 'N'.
           88 SENHA-EXPIRADA    VALUE 'S'.
      * CONTA SUSPENSA/REVOGADA (UM-SITUACAO): A TENTATIVA E
      * NEGADA COM RESULTADO PROPRIO NO AUDIT-LOG E NAO CONTA
      * COMO FALHA DE SENHA.
       77 WRK-CONTA-SUSPENSA    PIC X(01) VALUE 'N'.
           88 CONTA-SUSPENSA    VALUE 'S'.
       01 WRK-DATA-EXEC.
           05 WRK-DE-ANO PIC 9(04).
           05 WRK-DE-MES PIC 9(02).
      * O NIVEL SO E CONCEDIDO SE A SENHA DIGITADA CONFERIR COM A
      * SENHA CADASTRADA NO USER-MASTER PARA O USUARIO INFORMADO.
                IF NOT SENHA-CONFERE
                     MOVE ZEROS TO WRK-NIVEL
                     IF CONTA-SUSPENSA
                          MOVE 'SUSPENSO' TO WRK-RESULTADO
                     ELSE
                          PERFORM 2600-REGISTRAR-FALHA
                          MOVE 'REJEITADO' TO WRK-RESULTADO
                          DISPLAY 'USUARIO NAO AUTORIZADO'
                     END-IF
                ELSE
      * SENHA CERTA MAS VENCIDA: A CONSULTA E NEGADA SEM CONTAR
      * COMO TENTATIVA FALHA (NAO E ERRO DE DIGITACAO) ATE O
           MOVE ZEROS TO WRK-NIVEL.
           MOVE 'N'   TO WRK-SENHA-OK.
           MOVE 'N'   TO WRK-SENHA-EXPIRADA.
           MOVE 'N'   TO WRK-CONTA-SUSPENSA.
           IF USRMST-ABERTO
               MOVE WRK-USUARIO TO UM-USUARIO
               READ USER-MASTER
                   MOVE 'S' TO WRK-SENHA-OK
               END-IF
           END-IF.
      * CONTA SUSPENSA POR INATIVIDADE OU REVOGADA NA
      * RECERTIFICACAO NAO ENTRA NEM COM A SENHA CERTA; SO A
      * REATIVACAO PELO PROGCOB23 DEVOLVE O ACESSO.
           IF UM-CONTA-INATIVA AND SENHA-CONFERE
               MOVE 'N' TO WRK-SENHA-OK
               MOVE 'S' TO WRK-CONTA-SUSPENSA
               DISPLAY 'CONTA SUSPENSA/REVOGADA - PROCURE O '
                       'ADMINISTRADOR'
           END-IF.

      * A SENHA EXPIRA WRK-LIMITE-DIAS-SENHA DIAS DEPOIS DA ULTIMA
      * TROCA REGISTRADA EM UM-DATA-TROCA. A DIFERENCA DE DIAS E
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
           ADD 1 TO WRK-JRN-GRAVADOS.
