      * EXIGIR CREDENCIAL DE SUPERVISOR NA CAPTURA DE CORRECAO -
      * SEMANAS DEPOIS DO BOLETIM ENTREGUE, NINGUEM MAIS MUDA A
      * HISTORIA POR DESCUIDO. CADA FECHAMENTO/REABERTURA GERA
      * REGISTRO NO AUDIT-LOG, COMO AS ACOES DO PROGCOB23.
      * O PERSTAT SO RECEBE ACRESCIMOS: CADA MUDANCA GRAVA UM
      * REGISTRO NOVO DO BIMESTRE, ENCADEADO PELO PROGCOB71, E O
      * ULTIMO REGISTRO DE CADA BIMESTRE E O QUE VALE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-PERSTAT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-USRMST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-AUDIT-STATUS   PIC X(02) VALUE SPACES.
      * PARAMETROS DO ENCADEAMENTO DA TRILHA (PROGCOB71).
       77 WRK-TRILHA-FUNCAO  PIC X(01) VALUE 'G'.
       77 WRK-TRILHA-NOME    PIC X(08) VALUE SPACES.
       77 WRK-TRILHA-TAMANHO PIC 9(03) VALUE ZERO.
      * O CALL DEVOLVE O RETURN CODE DO PROGCOB71; O DESTE
      * PROGRAMA E GUARDADO ANTES E RESTAURADO DEPOIS.
       77 WRK-TRILHA-RC      PIC S9(04) COMP VALUE ZERO.
       77 WRK-USRMST-ABERTO  PIC X(01) VALUE 'N'.
           88 USRMST-ABERTO  VALUE 'S'.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77 WRK-BIMESTRE   PIC 9(01) VALUE ZERO.
       77 WRK-BIM-IDX    PIC 9(01) VALUE ZERO.

      * SITUACAO DOS 4 BIMESTRES EM TABELA, MONTADA COM O ULTIMO
      * REGISTRO DE CADA BIMESTRE NO ARQUIVO. BIMESTRE SEM
      * REGISTRO NO ARQUIVO E TRATADO COMO ABERTO.
       01 WRK-PER-TABLE.
           05 WRK-PE-ENTRY OCCURS 4 TIMES.
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

      * CARREGA O PERSTAT NA TABELA DOS 4 BIMESTRES (O ULTIMO
      * REGISTRO DO BIMESTRE PREVALECE); ARQUIVO AUSENTE OU
      * BIMESTRE SEM REGISTRO = ABERTO.
       1700-CARREGAR-PERSTAT.
           PERFORM VARYING WRK-BIM-IDX FROM 1 BY 1
                   UNTIL WRK-BIM-IDX > 4
               MOVE WRK-USUARIO TO WRK-PE-USUARIO(WRK-BIMESTRE)
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO WRK-PE-TIMESTAMP(WRK-BIMESTRE)
               PERFORM 6000-GRAVAR-PERSTAT
               DISPLAY 'BIMESTRE ' WRK-BIMESTRE ' FECHADO'
               MOVE 'BIM-FECHADO' TO WRK-RESULTADO
               PERFORM 3000-GRAVAR-AUDITORIA
               MOVE WRK-USUARIO TO WRK-PE-USUARIO(WRK-BIMESTRE)
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO WRK-PE-TIMESTAMP(WRK-BIMESTRE)
               PERFORM 6000-GRAVAR-PERSTAT
               DISPLAY 'BIMESTRE ' WRK-BIMESTRE ' REABERTO'
               MOVE 'BIM-REABERT' TO WRK-RESULTADO
               PERFORM 3000-GRAVAR-AUDITORIA
           END-IF.

      * SO O BIMESTRE ALTERADO GANHA REGISTRO NOVO NO FIM DO
      * ARQUIVO - REGRAVAR O ARQUIVO INTEIRO APAGARIA A HISTORIA
      * DE FECHAMENTOS E QUEBRARIA O ENCADEAMENTO DA TRILHA.
       6000-GRAVAR-PERSTAT.
           OPEN EXTEND PERIOD-STATUS.
           IF WRK-PERSTAT-STATUS = '35'
               OPEN OUTPUT PERIOD-STATUS
           END-IF.
           MOVE WRK-BIMESTRE                   TO PS-BIMESTRE.
           MOVE WRK-PE-STATUS(WRK-BIMESTRE)    TO PS-STATUS.
           MOVE WRK-PE-USUARIO(WRK-BIMESTRE)   TO PS-USUARIO.
           MOVE WRK-PE-TIMESTAMP(WRK-BIMESTRE) TO PS-TIMESTAMP.
      * O REGISTRO SAI ENCADEADO NA TRILHA PELO PROGCOB71.
           MOVE 'PERSTAT'  TO WRK-TRILHA-NOME.
           MOVE LENGTH OF PS-DADOS TO WRK-TRILHA-TAMANHO.
           MOVE RETURN-CODE TO WRK-TRILHA-RC.
           CALL 'PROGCOB71' USING WRK-TRILHA-FUNCAO WRK-TRILHA-NOME
               PS-DADOS WRK-TRILHA-TAMANHO
               PS-SEQUENCIA PS-ENCADEAMENTO.
           MOVE WRK-TRILHA-RC TO RETURN-CODE.
           WRITE PERIOD-STATUS-RECORD.
           CLOSE PERIOD-STATUS.

      * CADA ACAO (E A PROPRIA TENTATIVA DE LOGIN) E GRAVADA NO
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
