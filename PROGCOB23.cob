      * E, SOMENTE SE O NIVEL FOR ADM (01), PODE INCLUIR USUARIO,
      * RESETAR SENHA E ALTERAR NIVEL. TODA INCLUSAO/RESET GRAVA
      * A DATA DA TROCA DE SENHA (UM-DATA-TROCA) USADA PELO
      * PROGCOB10 PARA EXPIRAR SENHAS ANTIGAS. TAMBEM VINCULA O
      * USUARIO A UM PROFESSOR (UM-PROFESSOR), QUE PASSA A
      * ALCANCAR SO AS TURMAS/DISCIPLINAS DO ARQUIVO DE
      * ATRIBUICOES NO PROGCOB21/PROGCOB48. CONTA SUSPENSA POR
      * INATIVIDADE OU REVOGADA NA RECERTIFICACAO (PROGCOB73) SO
      * VOLTA PELA OPCAO DE REATIVACAO DESTE PROGRAMA. CADA ACAO
      * DE MANUTENCAO GERA UM REGISTRO NO AUDIT-LOG
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
       77 WRK-USRMST-ABERTO PIC X(01) VALUE 'N'.
           88 USRMST-ABERTO VALUE 'S'.

       77 WRK-ALVO-USUARIO  PIC X(20) VALUE SPACES.
       77 WRK-NOVA-SENHA    PIC X(10) VALUE SPACES.
       77 WRK-NOVO-NIVEL    PIC 9(02) VALUE ZEROS.
       77 WRK-NOVO-PROFESSOR PIC X(30) VALUE SPACES.
       77 WRK-ACHOU-USUARIO PIC X(01) VALUE 'N'.
           88 ACHOU-USUARIO VALUE 'S'.
       77 WRK-RESULTADO     PIC X(11) VALUE SPACES.
           DISPLAY '2 - RESETAR SENHA'.
           DISPLAY '3 - ALTERAR NIVEL'.
           DISPLAY '4 - MIGRAR SENHAS PARA HASH'.
           DISPLAY '5 - VINCULAR PROFESSOR'.
           DISPLAY '6 - REATIVAR USUARIO SUSPENSO/REVOGADO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO: '
            ACCEPT WRK-OPCAO FROM CONSOLE.
                   PERFORM 6000-ALTERAR-NIVEL
               WHEN 4
                   PERFORM 8000-MIGRAR-SENHAS
               WHEN 5
                   PERFORM 6500-VINCULAR-PROFESSOR
               WHEN 6
                   PERFORM 6700-REATIVAR-USUARIO
               WHEN 9
                   CONTINUE
               WHEN OTHER
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

      * MIGRACAO DOS REGISTROS LEGADOS: VARRE O USER-MASTER
      * INTEIRO (START + READ NEXT) E, PARA CADA REGISTRO AINDA
               DISPLAY 'SENHA INICIAL: '
                ACCEPT WRK-NOVA-SENHA FROM CONSOLE
               PERFORM 7000-LER-NIVEL
               PERFORM 7500-LER-PROFESSOR
      * SO O HASH DA SENHA INICIAL VAI PARA O DISCO; O VALOR
      * CLARO MORRE NA WORKING-STORAGE.
               CALL 'PROGCOB35' USING WRK-NOVA-SENHA
               MOVE 'H'                TO UM-TIPO-SENHA
               MOVE WRK-NOVO-NIVEL     TO UM-NIVEL
               MOVE WRK-DATA-EXEC-NUM  TO UM-DATA-TROCA
               MOVE WRK-NOVO-PROFESSOR TO UM-PROFESSOR
               MOVE 'A'                TO UM-SITUACAO
               MOVE WRK-DATA-EXEC-NUM  TO UM-DATA-SITUACAO
               MOVE ZEROS              TO UM-DATA-RECERT
               WRITE USER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR: ' WRK-USRMST-STATUS
           END-IF.
           PERFORM 3000-GRAVAR-AUDITORIA.

      * VINCULO DO USUARIO AO PROFESSOR: O NOME TEM QUE SER O
      * MESMO DO DM-PROFESSOR/CM-PROFESSOR E DO ARQUIVO DE
      * ATRIBUICOES (O PROGCOB67 APONTA O QUE NAO CONFERE). NOME
      * EM BRANCO DESFAZ O VINCULO - O USUARIO USER VOLTA A SER
      * DA SECRETARIA.
       6500-VINCULAR-PROFESSOR.
           DISPLAY 'USUARIO PARA VINCULAR PROFESSOR: '
            ACCEPT WRK-ALVO-USUARIO FROM CONSOLE.
           PERFORM 3500-BUSCAR-USUARIO.
           IF NOT ACHOU-USUARIO
               DISPLAY 'USUARIO NAO ENCONTRADO'
               MOVE 'REJEITADO' TO WRK-RESULTADO
           ELSE
               DISPLAY 'PROFESSOR ATUAL: ' UM-PROFESSOR
               PERFORM 7500-LER-PROFESSOR
               MOVE WRK-NOVO-PROFESSOR TO UM-PROFESSOR
               REWRITE USER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR: ' WRK-USRMST-STATUS
                       MOVE 'REJEITADO' TO WRK-RESULTADO
                   NOT INVALID KEY
                       DISPLAY 'VINCULO ALTERADO'
                       MOVE 'PROF-VINCUL' TO WRK-RESULTADO
               END-REWRITE
           END-IF.
           PERFORM 3000-GRAVAR-AUDITORIA.

      * REATIVACAO DE CONTA SUSPENSA PELO PROGCOB73 (INATIVIDADE)
      * OU REVOGADA NA RECERTIFICACAO: A DATA DA SITUACAO PASSA A
      * SER HOJE, ENTAO O PRAZO DE INATIVIDADE RECOMECA A CONTAR
      * E A CONTA NAO E SUSPENSA DE NOVO NA NOITE SEGUINTE.
       6700-REATIVAR-USUARIO.
           DISPLAY 'USUARIO A REATIVAR: '
            ACCEPT WRK-ALVO-USUARIO FROM CONSOLE.
           PERFORM 3500-BUSCAR-USUARIO.
           IF NOT ACHOU-USUARIO
               DISPLAY 'USUARIO NAO ENCONTRADO'
               MOVE 'REJEITADO' TO WRK-RESULTADO
           ELSE
               IF NOT UM-CONTA-INATIVA
                   DISPLAY 'CONTA JA ESTA ATIVA'
                   MOVE 'REJEITADO' TO WRK-RESULTADO
               ELSE
                   MOVE 'A'               TO UM-SITUACAO
                   MOVE WRK-DATA-EXEC-NUM TO UM-DATA-SITUACAO
                   REWRITE USER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR: '
                                   WRK-USRMST-STATUS
                           MOVE 'REJEITADO' TO WRK-RESULTADO
                       NOT INVALID KEY
                           DISPLAY 'USUARIO REATIVADO'
                           MOVE 'REATIVADO' TO WRK-RESULTADO
                   END-REWRITE
               END-IF
           END-IF.
           PERFORM 3000-GRAVAR-AUDITORIA.

      * O NIVEL E DIGITADO PELO OPERADOR E REPETIDO ATE VIR UM
      * DOS TRES NIVEIS RECONHECIDOS PELOS 88 DO PROGCOB10.
       7000-LER-NIVEL.
               END-IF
           END-PERFORM.

       7500-LER-PROFESSOR.
           MOVE SPACES TO WRK-NOVO-PROFESSOR.
           DISPLAY 'PROFESSOR VINCULADO (BRANCO = NENHUM): '
            ACCEPT WRK-NOVO-PROFESSOR FROM CONSOLE.

      * CADA ACAO DE MANUTENCAO (E A PROPRIA TENTATIVA DE LOGIN DO
      * ADMINISTRADOR) E GRAVADA NO AUDIT-LOG, NO MESMO LAYOUT DAS
      * CONSULTAS DO PROGCOB10: O USUARIO REGISTRADO E O ALVO DA
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

       9000-FECHAR-ARQUIVOS.
