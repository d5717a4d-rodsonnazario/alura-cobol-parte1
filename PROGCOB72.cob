       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB72.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 03/10/2026
      * OBJETIVO: CONFERENCIA NOTURNA DAS TRILHAS DE AUDITORIA
      * ENCADEADAS (AUDITLOG, CORRAUD E PERSTAT). PERCORRE CADA
      * TRILHA A PARTIR DO PONTO DE VERIFICACAO DA NOITE ANTERIOR
      * (AUDVER), RECALCULA O ENCADEAMENTO DE CADA REGISTRO COM O
      * PROGCOB71 E APONTA NO AUDVRPT: ENCADEAMENTO QUEBRADO
      * (REGISTRO ALTERADO), LACUNA OU SEQUENCIA FORA DE ORDEM
      * (REGISTRO APAGADO OU INTERCALADO), TIMESTAMP MENOR QUE O
      * DO REGISTRO ANTERIOR, REGISTRO JA CONFERIDO QUE MUDOU,
      * TRILHA TRUNCADA E FIM DA TRILHA DIFERENTE DO CONTROLE
      * AUDCTL (REGISTRO APAGADO NO FIM DO ARQUIVO). QUALQUER
      * QUEBRA DA RC 8. NO FIM O AUDVER E REGRAVADO COM A NOVA
      * POSICAO DE CADA TRILHA - A QUEBRA SAI UMA VEZ NO
      * RELATORIO DA NOITE EM QUE APARECEU E FICA CONTADA NO
      * AUDVER. REGISTROS GRAVADOS ANTES DO ENCADEAMENTO
      * (SEQUENCIA ZERO NO INICIO DA TRILHA) SAO CONTADOS COMO
      * LEGADO E NAO SAO CONFERIDOS
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

           SELECT CORRECTION-AUDIT ASSIGN TO 'CORRAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CORRAUD-STATUS.

           SELECT PERIOD-STATUS ASSIGN TO 'PERSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERSTAT-STATUS.

           SELECT TRAIL-CONTROL ASSIGN TO 'AUDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDCTL-STATUS.

           SELECT TRAIL-VERIFY ASSIGN TO 'AUDVER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDVER-STATUS.

           SELECT VERIFY-REPORT ASSIGN TO 'AUDVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDVRPT-STATUS.

           SELECT RUN-JOURNAL ASSIGN TO 'RUNJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG
           LABEL RECORD IS STANDARD.
       COPY CPAUDIT.

       FD  CORRECTION-AUDIT
           LABEL RECORD IS STANDARD.
       COPY CPCORAU.

       FD  PERIOD-STATUS
           LABEL RECORD IS STANDARD.
       COPY CPPERST.

       FD  TRAIL-CONTROL
           LABEL RECORD IS STANDARD.
       COPY CPTRLCT.

       FD  TRAIL-VERIFY
           LABEL RECORD IS STANDARD.
       COPY CPTRLVR.

       FD  VERIFY-REPORT
           LABEL RECORD IS STANDARD.
       01  VERIFY-REPORT-LINE PIC X(100).

       FD  RUN-JOURNAL
           LABEL RECORD IS STANDARD.
       COPY CPRUNJR.

       WORKING-STORAGE SECTION.
       77 WRK-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CORRAUD-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PERSTAT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUDCTL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-AUDVER-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-AUDVRPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-JRNL-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TRILHA-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

      * PARAMETROS DO RECALCULO DO ENCADEAMENTO (PROGCOB71,
      * FUNCAO C - SO CALCULA, SEM TOCAR NO AUDCTL).
       77 WRK-TRILHA-FUNCAO  PIC X(01) VALUE 'C'.
       77 WRK-TRILHA-NOME    PIC X(08) VALUE SPACES.
       77 WRK-TRILHA-TAMANHO PIC 9(03) VALUE ZERO.
      * O CALL DEVOLVE O RETURN CODE DO PROGCOB71; O DESTE
      * PROGRAMA E GUARDADO ANTES E RESTAURADO DEPOIS.
       77 WRK-TRILHA-RC      PIC S9(04) COMP VALUE ZERO.
       77 WRK-CALC-SEQUENCIA PIC 9(08) VALUE ZERO.
       77 WRK-CALC-ENCADEAM  PIC 9(10) VALUE ZERO.

      * AS TRES TRILHAS CONFERIDAS, NA ORDEM DO RELATORIO.
       01 WRK-TRILHAS-VALORES.
           05 FILLER         PIC X(08) VALUE 'AUDITLOG'.
           05 FILLER         PIC X(08) VALUE 'CORRAUD '.
           05 FILLER         PIC X(08) VALUE 'PERSTAT '.
       01 WRK-TRILHAS-TABLE REDEFINES WRK-TRILHAS-VALORES.
           05 WRK-TRILHA-ITEM OCCURS 3 TIMES PIC X(08).
       77 WRK-TR-IDX         PIC 9(01) VALUE ZERO.

      * REGISTRO CORRENTE DA TRILHA, NUMA VISAO UNICA PARA AS TRES.
       77 WRK-REG-DADOS      PIC X(200) VALUE SPACES.
       77 WRK-REG-TAMANHO    PIC 9(03) VALUE ZERO.
       77 WRK-REG-SEQUENCIA  PIC 9(08) VALUE ZERO.
       77 WRK-REG-ENCADEAM   PIC 9(10) VALUE ZERO.
       77 WRK-REG-TIMESTAMP  PIC 9(14) VALUE ZERO.

      * SITUACAO DA CONFERENCIA DA TRILHA CORRENTE: ULTIMO
      * REGISTRO ENCADEADO ACEITO E POSICAO NO ARQUIVO.
       77 WRK-POSICAO        PIC 9(08) VALUE ZERO.
       77 WRK-ULT-SEQUENCIA  PIC 9(08) VALUE ZERO.
       77 WRK-ULT-ENCADEAM   PIC 9(10) VALUE ZERO.
       77 WRK-ULT-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-SEQ-ESPERADA   PIC 9(08) VALUE ZERO.
       77 WRK-ENCADEADA      PIC X(01) VALUE 'N'.
           88 TRILHA-ENCADEADA VALUE 'S'.
       77 WRK-PROBLEMA       PIC X(45) VALUE SPACES.

      * PONTO DE VERIFICACAO DA TRILHA CORRENTE (DO AUDVER).
       77 WRK-CK-POSICAO     PIC 9(08) VALUE ZERO.
       77 WRK-CK-SEQUENCIA   PIC 9(08) VALUE ZERO.
       77 WRK-CK-ENCADEAM    PIC 9(10) VALUE ZERO.

      * ULTIMO REGISTRO DA TRILHA SEGUNDO O AUDCTL.
       77 WRK-CT-ACHOU       PIC X(01) VALUE 'N'.
           88 ACHOU-CONTROLE VALUE 'S'.
       77 WRK-CT-SEQUENCIA   PIC 9(08) VALUE ZERO.
       77 WRK-CT-ENCADEAM    PIC 9(10) VALUE ZERO.

      * AUDCTL E AUDVER EM TABELA (UMA LINHA POR TRILHA).
       01 WRK-CONTROLE-TABLE.
           05 WRK-CT-ENTRY OCCURS 10 TIMES.
               10 WRK-CTT-TRILHA      PIC X(08).
               10 WRK-CTT-SEQUENCIA   PIC 9(08).
               10 WRK-CTT-ENCADEAM    PIC 9(10).
       77 WRK-CONTROLE-COUNT PIC 9(02) VALUE ZERO.
       77 WRK-CT-IDX         PIC 9(02) VALUE ZERO.

       01 WRK-VERIFICA-TABLE.
           05 WRK-VF-ENTRY OCCURS 10 TIMES.
               10 WRK-VF-TRILHA       PIC X(08).
               10 WRK-VF-POSICAO      PIC 9(08).
               10 WRK-VF-SEQUENCIA    PIC 9(08).
               10 WRK-VF-ENCADEAM     PIC 9(10).
               10 WRK-VF-TIMESTAMP    PIC 9(14).
               10 WRK-VF-DATA-VERIF   PIC 9(14).
               10 WRK-VF-QUEBRAS      PIC 9(06).
       77 WRK-VERIFICA-COUNT PIC 9(02) VALUE ZERO.
       77 WRK-VF-IDX         PIC 9(02) VALUE ZERO.
       77 WRK-VF-ACHOU       PIC 9(02) VALUE ZERO.

      * CONTADORES DA TRILHA CORRENTE E DA EXECUCAO.
       77 WRK-QTDE-LIDOS     PIC 9(08) VALUE ZERO.
       77 WRK-QTDE-PULADOS   PIC 9(08) VALUE ZERO.
       77 WRK-QTDE-LEGADO    PIC 9(08) VALUE ZERO.
       77 WRK-QTDE-CONFERIDOS PIC 9(08) VALUE ZERO.
       77 WRK-QTDE-QUEBRAS   PIC 9(06) VALUE ZERO.
       77 WRK-TOT-LIDOS      PIC 9(06) VALUE ZERO.
       77 WRK-TOT-CONFERIDOS PIC 9(06) VALUE ZERO.
       77 WRK-TOT-QUEBRAS    PIC 9(06) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB72'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'AUDVRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'C'.
       77 WRK-ARQ-RC         PIC S9(04) COMP VALUE ZERO.
      * O RELATORIO E RELIDO E ENTREGUE UMA LINHA POR CHAMADA
      * (FUNCAO L); A FUNCAO F FECHA O ARQUIVAMENTO.
       77 WRK-ARQ-FUNCAO     PIC X(01) VALUE 'L'.
       77 WRK-ARQ-LINHA      PIC X(132) VALUE SPACES.
       77 WRK-ARQ-FIM        PIC X(01) VALUE 'N'.
           88 FIM-ARQ-RELATORIO VALUE 'S'.

       01 WRK-DATA-EXEC.
           05 WRK-DE-ANO PIC 9(04).
           05 WRK-DE-MES PIC 9(02).
           05 WRK-DE-DIA PIC 9(02).
       77 WRK-TIMESTAMP-EXEC PIC 9(14) VALUE ZERO.
       77 WRK-LINHA-ATUAL   PIC 9(03) VALUE ZERO.
       77 WRK-PAGINA-ATUAL  PIC 9(03) VALUE ZERO.
       77 WRK-MAX-LINHAS    PIC 9(03) VALUE 20.
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER          PIC X(20) VALUE
               'CONFERE TRILHAS'.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 WRK-C-PAGINA    PIC ZZ9.

       01 WRK-DETALHE.
           05 FILLER          PIC X(07) VALUE 'QUEBRA '.
           05 WRK-D-TRILHA    PIC X(08).
           05 FILLER          PIC X(05) VALUE ' REG '.
           05 WRK-D-POSICAO   PIC ZZZZZZZ9.
           05 FILLER          PIC X(05) VALUE ' SEQ '.
           05 WRK-D-SEQUENCIA PIC ZZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-PROBLEMA  PIC X(45).

       01 WRK-LINHA-TRILHA.
           05 FILLER          PIC X(07) VALUE 'TRILHA '.
           05 WRK-L-TRILHA    PIC X(08).
           05 FILLER          PIC X(07) VALUE ' LIDOS='.
           05 WRK-L-LIDOS     PIC ZZZZZZZ9.
           05 FILLER          PIC X(11) VALUE ' JA VISTOS='.
           05 WRK-L-PULADOS   PIC ZZZZZZZ9.
           05 FILLER          PIC X(08) VALUE ' LEGADO='.
           05 WRK-L-LEGADO    PIC ZZZZZZZ9.
           05 FILLER          PIC X(12) VALUE ' CONFERIDOS='.
           05 WRK-L-CONFERIDOS PIC ZZZZZZZ9.
           05 FILLER          PIC X(09) VALUE ' QUEBRAS='.
           05 WRK-L-QUEBRAS   PIC ZZZZZ9.

       01 WRK-LINHA-FIM.
           05 FILLER          PIC X(07) VALUE SPACES.
           05 WRK-F-TRILHA    PIC X(08).
           05 FILLER          PIC X(14) VALUE ' SEQ. FINAL = '.
           05 WRK-F-SEQUENCIA PIC ZZZZZZZ9.
           05 FILLER          PIC X(22) VALUE
               '  QUEBRAS ACUMULADAS ='.
           05 WRK-F-ACUMULADAS PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS E E O MESMO DO REGISTRO DE
      * INICIO NO RUNJRNL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE ZERO TO WRK-TOT-LIDOS WRK-TOT-CONFERIDOS
                        WRK-TOT-QUEBRAS
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           PERFORM 0100-GRAVAR-JORNAL-INICIO.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-TIMESTAMP-EXEC.
           OPEN OUTPUT VERIFY-REPORT.
           IF WRK-AUDVRPT-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AUDVRPT: ' WRK-AUDVRPT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 1000-CARREGAR-CONTROLE
               PERFORM 1200-CARREGAR-VERIFICACAO
               PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                       UNTIL WRK-TR-IDX > 3
                   PERFORM 2000-CONFERIR-TRILHA
               END-PERFORM
               PERFORM 6000-REGRAVAR-VERIFICACAO
               CLOSE VERIFY-REPORT
               IF WRK-AUDVRPT-STATUS = '00'
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
           END-IF.
      * QUALQUER QUEBRA DE TRILHA E ERRO DE DADOS (RC 8) NO
      * ESQUEMA PADRAO DA SUITE.
           IF WRK-TOT-QUEBRAS > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9100-GRAVAR-JORNAL-FIM.
           GOBACK.

      * O REGISTRO DE INICIO E GRAVADO ANTES DE QUALQUER ABERTURA
      * DE ARQUIVO, PARA O PROGCOB30 ENXERGAR TAMBEM AS EXECUCOES
      * QUE MORRERAM NA LARGADA (INICIO SEM FIM = FALHA).
       0100-GRAVAR-JORNAL-INICIO.
           OPEN EXTEND RUN-JOURNAL.
           IF WRK-JRNL-STATUS = '35'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WRK-JRNL-STATUS = '00'
               MOVE 'PROGCOB72' TO RJ-PROGRAMA
               MOVE 'I'         TO RJ-TIPO
               MOVE WRK-ARQ-TIMESTAMP TO RJ-TIMESTAMP
               MOVE ZERO        TO RJ-QTDE-LIDOS
               MOVE ZERO        TO RJ-QTDE-GRAVADOS
               MOVE ZERO        TO RJ-QTDE-REJEITADOS
               MOVE ZERO        TO RJ-RETURN-CODE
               MOVE ZERO        TO RJ-ESPERA-SEG
               WRITE RUN-JOURNAL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.

      * LIDOS = REGISTROS NOVOS LIDOS NAS TRILHAS, GRAVADOS =
      * REGISTROS ENCADEADOS CONFERIDOS, REJEITADOS = QUEBRAS.
       9100-GRAVAR-JORNAL-FIM.
           OPEN EXTEND RUN-JOURNAL.
           IF WRK-JRNL-STATUS = '35'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WRK-JRNL-STATUS = '00'
               MOVE 'PROGCOB72' TO RJ-PROGRAMA
               MOVE 'F'         TO RJ-TIPO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RJ-TIMESTAMP
               MOVE WRK-TOT-LIDOS      TO RJ-QTDE-LIDOS
               MOVE WRK-TOT-CONFERIDOS TO RJ-QTDE-GRAVADOS
               MOVE WRK-TOT-QUEBRAS    TO RJ-QTDE-REJEITADOS
               MOVE RETURN-CODE        TO RJ-RETURN-CODE
               MOVE ZERO               TO RJ-ESPERA-SEG
               WRITE RUN-JOURNAL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.

      * AUDCTL AUSENTE = NENHUM REGISTRO ENCADEADO GRAVADO AINDA.
       1000-CARREGAR-CONTROLE.
           MOVE ZERO TO WRK-CONTROLE-COUNT.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           OPEN INPUT TRAIL-CONTROL.
           IF WRK-AUDCTL-STATUS = '00'
               PERFORM 1100-LER-CONTROLE
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-CONTROLE-COUNT < 10
                       ADD 1 TO WRK-CONTROLE-COUNT
                       MOVE TC-TRILHA
                           TO WRK-CTT-TRILHA(WRK-CONTROLE-COUNT)
                       MOVE TC-SEQUENCIA
                           TO WRK-CTT-SEQUENCIA(WRK-CONTROLE-COUNT)
                       MOVE TC-ENCADEAMENTO
                           TO WRK-CTT-ENCADEAM(WRK-CONTROLE-COUNT)
                   END-IF
                   PERFORM 1100-LER-CONTROLE
               END-PERFORM
               CLOSE TRAIL-CONTROL
           END-IF.

       1100-LER-CONTROLE.
           READ TRAIL-CONTROL
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * AUDVER AUSENTE = PRIMEIRA CONFERENCIA, TRILHAS INTEIRAS.
       1200-CARREGAR-VERIFICACAO.
           MOVE ZERO TO WRK-VERIFICA-COUNT.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           OPEN INPUT TRAIL-VERIFY.
           IF WRK-AUDVER-STATUS = '00'
               PERFORM 1300-LER-VERIFICACAO
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-VERIFICA-COUNT < 10
                       ADD 1 TO WRK-VERIFICA-COUNT
                       MOVE TV-TRILHA
                           TO WRK-VF-TRILHA(WRK-VERIFICA-COUNT)
                       MOVE TV-POSICAO
                           TO WRK-VF-POSICAO(WRK-VERIFICA-COUNT)
                       MOVE TV-SEQUENCIA
                           TO WRK-VF-SEQUENCIA(WRK-VERIFICA-COUNT)
                       MOVE TV-ENCADEAMENTO
                           TO WRK-VF-ENCADEAM(WRK-VERIFICA-COUNT)
                       MOVE TV-TIMESTAMP
                           TO WRK-VF-TIMESTAMP(WRK-VERIFICA-COUNT)
                       MOVE TV-DATA-VERIFICACAO
                           TO WRK-VF-DATA-VERIF(WRK-VERIFICA-COUNT)
                       MOVE TV-QTDE-QUEBRAS
                           TO WRK-VF-QUEBRAS(WRK-VERIFICA-COUNT)
                   END-IF
                   PERFORM 1300-LER-VERIFICACAO
               END-PERFORM
               CLOSE TRAIL-VERIFY
           END-IF.

       1300-LER-VERIFICACAO.
           READ TRAIL-VERIFY
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * CONFERENCIA DE UMA TRILHA: LOCALIZA O PONTO DE
      * VERIFICACAO E O CONTROLE, PERCORRE O ARQUIVO E ATUALIZA A
      * LINHA DA TRILHA NA TABELA DO AUDVER.
       2000-CONFERIR-TRILHA.
           MOVE WRK-TRILHA-ITEM(WRK-TR-IDX) TO WRK-TRILHA-NOME.
           MOVE ZERO TO WRK-QTDE-LIDOS WRK-QTDE-PULADOS
                        WRK-QTDE-LEGADO WRK-QTDE-CONFERIDOS
                        WRK-QTDE-QUEBRAS WRK-POSICAO.
           PERFORM 2100-LOCALIZAR-PONTOS.
           MOVE WRK-CK-SEQUENCIA TO WRK-ULT-SEQUENCIA.
           MOVE WRK-CK-ENCADEAM  TO WRK-ULT-ENCADEAM.
           MOVE WRK-VF-TIMESTAMP(WRK-VF-ACHOU) TO WRK-ULT-TIMESTAMP.
           IF WRK-CK-SEQUENCIA > ZERO
               MOVE 'S' TO WRK-ENCADEADA
           ELSE
               MOVE 'N' TO WRK-ENCADEADA
           END-IF.
           PERFORM 2200-ABRIR-TRILHA.
           IF WRK-TRILHA-STATUS NOT = '00'
               IF WRK-CK-POSICAO > ZERO OR ACHOU-CONTROLE
                   MOVE 'TRILHA AUSENTE OU ILEGIVEL' TO WRK-PROBLEMA
                   PERFORM 4000-APONTAR-QUEBRA
                   MOVE ZERO TO WRK-ULT-SEQUENCIA WRK-ULT-ENCADEAM
                                WRK-ULT-TIMESTAMP
               END-IF
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 2300-LER-TRILHA
               PERFORM UNTIL FIM-ARQUIVO
                   ADD 1 TO WRK-POSICAO
                   PERFORM 3000-CONFERIR-REGISTRO
                   PERFORM 2300-LER-TRILHA
               END-PERFORM
               PERFORM 2400-FECHAR-TRILHA
               PERFORM 3500-CONFERIR-FIM-TRILHA
           END-IF.
           PERFORM 4500-IMPRIMIR-TRILHA.
           MOVE WRK-POSICAO       TO WRK-VF-POSICAO(WRK-VF-ACHOU).
           MOVE WRK-ULT-SEQUENCIA TO WRK-VF-SEQUENCIA(WRK-VF-ACHOU).
           MOVE WRK-ULT-ENCADEAM  TO WRK-VF-ENCADEAM(WRK-VF-ACHOU).
           MOVE WRK-ULT-TIMESTAMP TO WRK-VF-TIMESTAMP(WRK-VF-ACHOU).
           MOVE WRK-TIMESTAMP-EXEC
               TO WRK-VF-DATA-VERIF(WRK-VF-ACHOU).
           ADD WRK-QTDE-QUEBRAS TO WRK-VF-QUEBRAS(WRK-VF-ACHOU).
           ADD WRK-QTDE-LIDOS      TO WRK-TOT-LIDOS.
           ADD WRK-QTDE-CONFERIDOS TO WRK-TOT-CONFERIDOS.
           ADD WRK-QTDE-QUEBRAS    TO WRK-TOT-QUEBRAS.

      * TRILHA SEM LINHA NO AUDVER GANHA UMA NOVA, ZERADA (A
      * CONFERENCIA COMECA NO PRIMEIRO REGISTRO).
       2100-LOCALIZAR-PONTOS.
           MOVE ZERO TO WRK-VF-ACHOU.
           PERFORM VARYING WRK-VF-IDX FROM 1 BY 1
                   UNTIL WRK-VF-IDX > WRK-VERIFICA-COUNT
               IF WRK-VF-TRILHA(WRK-VF-IDX) = WRK-TRILHA-NOME
                   MOVE WRK-VF-IDX TO WRK-VF-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-VF-ACHOU = ZERO
               ADD 1 TO WRK-VERIFICA-COUNT
               MOVE WRK-VERIFICA-COUNT TO WRK-VF-ACHOU
               MOVE WRK-TRILHA-NOME TO WRK-VF-TRILHA(WRK-VF-ACHOU)
               MOVE ZERO TO WRK-VF-POSICAO(WRK-VF-ACHOU)
                            WRK-VF-SEQUENCIA(WRK-VF-ACHOU)
                            WRK-VF-ENCADEAM(WRK-VF-ACHOU)
                            WRK-VF-TIMESTAMP(WRK-VF-ACHOU)
                            WRK-VF-DATA-VERIF(WRK-VF-ACHOU)
                            WRK-VF-QUEBRAS(WRK-VF-ACHOU)
           END-IF.
           MOVE WRK-VF-POSICAO(WRK-VF-ACHOU)   TO WRK-CK-POSICAO.
           MOVE WRK-VF-SEQUENCIA(WRK-VF-ACHOU) TO WRK-CK-SEQUENCIA.
           MOVE WRK-VF-ENCADEAM(WRK-VF-ACHOU)  TO WRK-CK-ENCADEAM.
           MOVE 'N' TO WRK-CT-ACHOU.
           MOVE ZERO TO WRK-CT-SEQUENCIA WRK-CT-ENCADEAM.
           PERFORM VARYING WRK-CT-IDX FROM 1 BY 1
                   UNTIL WRK-CT-IDX > WRK-CONTROLE-COUNT
               IF WRK-CTT-TRILHA(WRK-CT-IDX) = WRK-TRILHA-NOME
                   MOVE 'S' TO WRK-CT-ACHOU
                   MOVE WRK-CTT-SEQUENCIA(WRK-CT-IDX)
                       TO WRK-CT-SEQUENCIA
                   MOVE WRK-CTT-ENCADEAM(WRK-CT-IDX)
                       TO WRK-CT-ENCADEAM
               END-IF
           END-PERFORM.

       2200-ABRIR-TRILHA.
           EVALUATE WRK-TR-IDX
               WHEN 1
                   OPEN INPUT AUDIT-LOG
                   MOVE WRK-AUDIT-STATUS   TO WRK-TRILHA-STATUS
               WHEN 2
                   OPEN INPUT CORRECTION-AUDIT
                   MOVE WRK-CORRAUD-STATUS TO WRK-TRILHA-STATUS
               WHEN 3
                   OPEN INPUT PERIOD-STATUS
                   MOVE WRK-PERSTAT-STATUS TO WRK-TRILHA-STATUS
           END-EVALUATE.

      * O REGISTRO LIDO E COPIADO PARA A VISAO UNICA WRK-REG-*;
      * O TAMANHO E O DO GRUPO DE DADOS DO LAYOUT, O MESMO QUE O
      * GRAVADOR PASSOU AO PROGCOB71.
       2300-LER-TRILHA.
           EVALUATE WRK-TR-IDX
               WHEN 1
                   READ AUDIT-LOG
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE AL-DADOS        TO WRK-REG-DADOS
                           MOVE LENGTH OF AL-DADOS
                               TO WRK-REG-TAMANHO
                           MOVE AL-SEQUENCIA    TO WRK-REG-SEQUENCIA
                           MOVE AL-ENCADEAMENTO TO WRK-REG-ENCADEAM
                           MOVE AL-TIMESTAMP    TO WRK-REG-TIMESTAMP
                   END-READ
               WHEN 2
                   READ CORRECTION-AUDIT
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE CA-DADOS        TO WRK-REG-DADOS
                           MOVE LENGTH OF CA-DADOS
                               TO WRK-REG-TAMANHO
                           MOVE CA-SEQUENCIA    TO WRK-REG-SEQUENCIA
                           MOVE CA-ENCADEAMENTO TO WRK-REG-ENCADEAM
                           MOVE CA-TIMESTAMP    TO WRK-REG-TIMESTAMP
                   END-READ
               WHEN 3
                   READ PERIOD-STATUS
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE PS-DADOS        TO WRK-REG-DADOS
                           MOVE LENGTH OF PS-DADOS
                               TO WRK-REG-TAMANHO
                           MOVE PS-SEQUENCIA    TO WRK-REG-SEQUENCIA
                           MOVE PS-ENCADEAMENTO TO WRK-REG-ENCADEAM
                           MOVE PS-TIMESTAMP    TO WRK-REG-TIMESTAMP
                   END-READ
           END-EVALUATE.

       2400-FECHAR-TRILHA.
           EVALUATE WRK-TR-IDX
               WHEN 1
                   CLOSE AUDIT-LOG
               WHEN 2
                   CLOSE CORRECTION-AUDIT
               WHEN 3
                   CLOSE PERIOD-STATUS
           END-EVALUATE.

      * REGISTROS ANTES DO PONTO DE VERIFICACAO JA FORAM
      * CONFERIDOS; O DO PROPRIO PONTO TEM QUE CONTINUAR IGUAL AO
      * GUARDADO. DALI EM DIANTE CADA REGISTRO ENCADEADO TEM QUE
      * TRAZER A SEQUENCIA SEGUINTE, O ENCADEAMENTO RECALCULADO A
      * PARTIR DO ANTERIOR E UM TIMESTAMP QUE NAO VOLTA NO TEMPO.
       3000-CONFERIR-REGISTRO.
           IF WRK-POSICAO < WRK-CK-POSICAO
               ADD 1 TO WRK-QTDE-PULADOS
           ELSE
               IF WRK-POSICAO = WRK-CK-POSICAO
                   ADD 1 TO WRK-QTDE-PULADOS
                   IF WRK-REG-SEQUENCIA > ZERO
                      AND (WRK-REG-SEQUENCIA NOT = WRK-CK-SEQUENCIA
                       OR WRK-REG-ENCADEAM NOT = WRK-CK-ENCADEAM)
                       MOVE 'REGISTRO JA CONFERIDO FOI ALTERADO'
                           TO WRK-PROBLEMA
                       PERFORM 4000-APONTAR-QUEBRA
                   END-IF
               ELSE
                   ADD 1 TO WRK-QTDE-LIDOS
                   PERFORM 3100-CONFERIR-TIMESTAMP
                   IF WRK-REG-SEQUENCIA = ZERO
                       PERFORM 3200-CONFERIR-SEM-SEQUENCIA
                   ELSE
                       PERFORM 3300-CONFERIR-ENCADEAMENTO
                   END-IF
               END-IF
           END-IF.

       3100-CONFERIR-TIMESTAMP.
           IF WRK-REG-TIMESTAMP < WRK-ULT-TIMESTAMP
               MOVE 'TIMESTAMP MENOR QUE O DO REGISTRO ANTERIOR'
                   TO WRK-PROBLEMA
               PERFORM 4000-APONTAR-QUEBRA
           END-IF.
           MOVE WRK-REG-TIMESTAMP TO WRK-ULT-TIMESTAMP.

      * SEQUENCIA ZERO SO E ACEITA NO INICIO DA TRILHA (REGISTROS
      * GRAVADOS ANTES DO ENCADEAMENTO); DEPOIS DO PRIMEIRO
      * REGISTRO ENCADEADO E UM REGISTRO FORA DA CORRENTE.
       3200-CONFERIR-SEM-SEQUENCIA.
           IF TRILHA-ENCADEADA
               MOVE 'REGISTRO SEM ENCADEAMENTO NO MEIO DA TRILHA'
                   TO WRK-PROBLEMA
               PERFORM 4000-APONTAR-QUEBRA
           ELSE
               ADD 1 TO WRK-QTDE-LEGADO
           END-IF.

      * LACUNA OU SEQUENCIA FORA DE ORDEM E APONTADA SOZINHA (O
      * ENCADEAMENTO NATURALMENTE NAO BATE) E A CONFERENCIA SE
      * REALINHA NESTE REGISTRO, PARA UMA UNICA QUEBRA NAO
      * CONTAMINAR O RESTO DA TRILHA.
       3300-CONFERIR-ENCADEAMENTO.
           COMPUTE WRK-SEQ-ESPERADA = WRK-ULT-SEQUENCIA + 1.
           IF WRK-REG-SEQUENCIA > WRK-SEQ-ESPERADA
               MOVE 'LACUNA NA SEQUENCIA - REGISTRO(S) APAGADO(S)'
                   TO WRK-PROBLEMA
               PERFORM 4000-APONTAR-QUEBRA
           ELSE
               IF WRK-REG-SEQUENCIA < WRK-SEQ-ESPERADA
                   MOVE 'SEQUENCIA FORA DE ORDEM OU REPETIDA'
                       TO WRK-PROBLEMA
                   PERFORM 4000-APONTAR-QUEBRA
               ELSE
                   MOVE WRK-REG-SEQUENCIA TO WRK-CALC-SEQUENCIA
                   MOVE WRK-ULT-ENCADEAM  TO WRK-CALC-ENCADEAM
                   MOVE WRK-REG-TAMANHO   TO WRK-TRILHA-TAMANHO
                   MOVE RETURN-CODE TO WRK-TRILHA-RC
                   CALL 'PROGCOB71' USING WRK-TRILHA-FUNCAO
                       WRK-TRILHA-NOME WRK-REG-DADOS
                       WRK-TRILHA-TAMANHO WRK-CALC-SEQUENCIA
                       WRK-CALC-ENCADEAM
                   MOVE WRK-TRILHA-RC TO RETURN-CODE
                   IF WRK-CALC-ENCADEAM NOT = WRK-REG-ENCADEAM
                       MOVE 'ENCADEAMENTO QUEBRADO - REGISTRO ALTERADO'
                           TO WRK-PROBLEMA
                       PERFORM 4000-APONTAR-QUEBRA
                   ELSE
                       ADD 1 TO WRK-QTDE-CONFERIDOS
                   END-IF
               END-IF
           END-IF.
           MOVE 'S'               TO WRK-ENCADEADA.
           MOVE WRK-REG-SEQUENCIA TO WRK-ULT-SEQUENCIA.
           MOVE WRK-REG-ENCADEAM  TO WRK-ULT-ENCADEAM.

      * ARQUIVO MENOR QUE O PONTO DE VERIFICACAO PERDEU REGISTROS
      * JA CONFERIDOS: O PONTO E ZERADO E A PROXIMA NOITE CONFERE A
      * TRILHA INTEIRA DE NOVO. O FIM DA TRILHA TAMBEM TEM QUE
      * BATER COM O AUDCTL - SO ASSIM REGISTRO APAGADO NO FIM DO
      * ARQUIVO APARECE.
       3500-CONFERIR-FIM-TRILHA.
           IF WRK-POSICAO < WRK-CK-POSICAO
               MOVE 'TRILHA TRUNCADA - REGISTRO CONFERIDO SUMIU'
                   TO WRK-PROBLEMA
               PERFORM 4000-APONTAR-QUEBRA
               MOVE ZERO TO WRK-POSICAO WRK-ULT-SEQUENCIA
                            WRK-ULT-ENCADEAM WRK-ULT-TIMESTAMP
           ELSE
               IF ACHOU-CONTROLE
                   IF WRK-ULT-SEQUENCIA NOT = WRK-CT-SEQUENCIA
                      OR WRK-ULT-ENCADEAM NOT = WRK-CT-ENCADEAM
                       MOVE 'FIM DA TRILHA DIFERENTE DO CONTROLE AUDCTL'
                           TO WRK-PROBLEMA
                       PERFORM 4000-APONTAR-QUEBRA
                   END-IF
               ELSE
                   IF TRILHA-ENCADEADA
                       MOVE 'TRILHA ENCADEADA SEM LINHA NO AUDCTL'
                           TO WRK-PROBLEMA
                       PERFORM 4000-APONTAR-QUEBRA
                   END-IF
               END-IF
           END-IF.

       4000-APONTAR-QUEBRA.
           ADD 1 TO WRK-QTDE-QUEBRAS.
           MOVE WRK-TRILHA-NOME   TO WRK-D-TRILHA.
           MOVE WRK-POSICAO       TO WRK-D-POSICAO.
           MOVE WRK-REG-SEQUENCIA TO WRK-D-SEQUENCIA.
           MOVE WRK-PROBLEMA      TO WRK-D-PROBLEMA.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-DETALHE TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-DETALHE.

       4500-IMPRIMIR-TRILHA.
           MOVE WRK-TRILHA-NOME     TO WRK-L-TRILHA.
           MOVE WRK-QTDE-LIDOS      TO WRK-L-LIDOS.
           MOVE WRK-QTDE-PULADOS    TO WRK-L-PULADOS.
           MOVE WRK-QTDE-LEGADO     TO WRK-L-LEGADO.
           MOVE WRK-QTDE-CONFERIDOS TO WRK-L-CONFERIDOS.
           MOVE WRK-QTDE-QUEBRAS    TO WRK-L-QUEBRAS.
           MOVE WRK-TRILHA-NOME     TO WRK-F-TRILHA.
           MOVE WRK-ULT-SEQUENCIA   TO WRK-F-SEQUENCIA.
           COMPUTE WRK-F-ACUMULADAS =
               WRK-VF-QUEBRAS(WRK-VF-ACHOU) + WRK-QTDE-QUEBRAS.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TRILHA TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE WRK-LINHA-FIM TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           ADD 2 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TRILHA.

       4600-VERIFICAR-QUEBRA-PAGINA.
           IF WRK-LINHA-ATUAL = ZERO
                  OR WRK-LINHA-ATUAL >= WRK-MAX-LINHAS
               PERFORM 4700-IMPRIMIR-CABECALHO
           END-IF.

       4700-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE ZERO          TO WRK-LINHA-ATUAL.
           MOVE WRK-DE-DIA    TO WRK-C-DIA.
           MOVE WRK-DE-MES    TO WRK-C-MES.
           MOVE WRK-DE-ANO    TO WRK-C-ANO.
           MOVE WRK-PAGINA-ATUAL TO WRK-C-PAGINA.
           MOVE WRK-CABECALHO TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.

      * O AUDVER E REGRAVADO INTEIRO COM A NOVA POSICAO DE CADA
      * TRILHA, COMO O CHECKPOINT DO PROGCOB07.
       6000-REGRAVAR-VERIFICACAO.
           OPEN OUTPUT TRAIL-VERIFY.
           IF WRK-AUDVER-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR AUDVER: ' WRK-AUDVER-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM VARYING WRK-VF-IDX FROM 1 BY 1
                       UNTIL WRK-VF-IDX > WRK-VERIFICA-COUNT
                   MOVE WRK-VF-TRILHA(WRK-VF-IDX)    TO TV-TRILHA
                   MOVE WRK-VF-POSICAO(WRK-VF-IDX)   TO TV-POSICAO
                   MOVE WRK-VF-SEQUENCIA(WRK-VF-IDX) TO TV-SEQUENCIA
                   MOVE WRK-VF-ENCADEAM(WRK-VF-IDX)
                       TO TV-ENCADEAMENTO
                   MOVE WRK-VF-TIMESTAMP(WRK-VF-IDX) TO TV-TIMESTAMP
                   MOVE WRK-VF-DATA-VERIF(WRK-VF-IDX)
                       TO TV-DATA-VERIFICACAO
                   MOVE WRK-VF-QUEBRAS(WRK-VF-IDX)
                       TO TV-QTDE-QUEBRAS
                   WRITE TRAIL-VERIFY-RECORD
               END-PERFORM
               CLOSE TRAIL-VERIFY
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT VERIFY-REPORT.
           IF WRK-AUDVRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-AUDVRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE VERIFY-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ VERIFY-REPORT INTO WRK-ARQ-LINHA
               AT END MOVE 'S' TO WRK-ARQ-FIM
           END-READ.

      * O CALL DEVOLVE O RETURN CODE DO PROGCOB74, ENTAO O DESTE
      * PROGRAMA E GUARDADO.
       9650-CHAMAR-ARQUIVAMENTO.
           MOVE RETURN-CODE TO WRK-ARQ-RC.
           CALL 'PROGCOB74' USING WRK-ARQ-FUNCAO WRK-ARQ-PROGRAMA
               WRK-ARQ-RELATORIO WRK-ARQ-TIMESTAMP WRK-ARQ-RETENCAO
               WRK-ARQ-LINHA.
           MOVE WRK-ARQ-RC TO RETURN-CODE.
