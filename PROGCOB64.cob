       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB64.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 21/09/2026
      * OBJETIVO: ARQUIVAMENTO ANUAL DA FREQUENCIA. O OPERADOR
      * INFORMA UM ANO LETIVO JA ENCERRADO (ANTERIOR AO ANO DO
      * CALENDARIO SCHCAL EM VIGOR) E OS LANCAMENTOS DO ATTFILE
      * DAQUELE ANO (PELO ANO DA AT-DATA - O ANO LETIVO DA ESCOLA
      * COINCIDE COM O ANO CIVIL) SAO MOVIDOS PARA O HISTORICO
      * ATTARQ. O ATTFILE VOLTA A TER SO O ANO EM CURSO E O
      * RESUMO NOTURNO (PROGCOB63) PARA DE RELER OS ANOS
      * ANTERIORES. O ATTFILE E O ATTARQ SAO REGRAVADOS POR
      * INTEIRO (OLD MASTER / NEW MASTER) E SO SAO PROMOVIDOS SE
      * O RELATORIO DE CONTROLE (ATACTL) FECHAR: LIDOS = MANTIDOS
      * + ARQUIVADOS, CONFERIDOS NA RELEITURA DOS ARQUIVOS NOVOS.
      * RODAR DEPOIS DO FECHAMENTO DO ANO (PROGCOB37/PROGCOB53),
      * QUE AINDA LEEM O DETALHE DO ANO ENCERRADO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEND-FILE ASSIGN TO 'ATTFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATTF-STATUS.

           SELECT ATTEND-FILE-NOVO ASSIGN TO 'ATTFILN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATTFN-STATUS.

           SELECT ATTEND-ARCHIVE ASSIGN TO 'ATTARQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATTARQ-STATUS.

           SELECT ATTEND-ARCHIVE-NOVO ASSIGN TO 'ATTARQN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATTARQN-STATUS.

           SELECT SCHOOL-CALENDAR ASSIGN TO 'SCHCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SCHCAL-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO 'ATACTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATACTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTEND-FILE
           LABEL RECORD IS STANDARD.
       COPY CPATTND.

       FD  ATTEND-FILE-NOVO
           LABEL RECORD IS STANDARD.
       COPY CPATTND REPLACING ATTENDANCE-RECORD
                           BY ATTENDANCE-NOVO-RECORD
                              AT-MATRICULA     BY AN-AT-MATRICULA
                              AT-DATA          BY AN-AT-DATA
                              AT-PRESENCA      BY AN-AT-PRESENCA
                              AT-PRESENTE      BY AN-AT-PRESENTE
                              AT-FALTA         BY AN-AT-FALTA
                              AT-FALTA-JUSTIFICADA
                                  BY AN-AT-FALTA-JUSTIFICADA
                              AT-CONTA-PRESENCA
                                  BY AN-AT-CONTA-PRESENCA.

       FD  ATTEND-ARCHIVE
           LABEL RECORD IS STANDARD.
       COPY CPATARQ.

       FD  ATTEND-ARCHIVE-NOVO
           LABEL RECORD IS STANDARD.
       COPY CPATARQ REPLACING ATTENDANCE-ARCHIVE-RECORD
                           BY ATTENDANCE-ARCHIVE-NOVO-RECORD
                              AR-ANO-LETIVO    BY AQ-ANO-LETIVO
                              AR-MATRICULA     BY AQ-MATRICULA
                              AR-DATA          BY AQ-DATA
                              AR-PRESENCA      BY AQ-PRESENCA
                              AR-PRESENTE      BY AQ-PRESENTE
                              AR-FALTA         BY AQ-FALTA
                              AR-FALTA-JUSTIFICADA
                                  BY AQ-FALTA-JUSTIFICADA
                              AR-DATA-ARQUIVAMENTO
                                  BY AQ-DATA-ARQUIVAMENTO.

       FD  SCHOOL-CALENDAR
           LABEL RECORD IS STANDARD.
       COPY CPSCHCL.

       FD  CONTROL-REPORT
           LABEL RECORD IS STANDARD.
       01  CONTROL-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-ATTF-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ATTFN-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ATTARQ-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ATTARQN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SCHCAL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ATACTL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.

      * ANO LETIVO EM CURSO = ANO DA MENOR DATA DE INICIO DE
      * BIMESTRE DO SCHCAL. SO ANO ANTERIOR A ELE PODE SER
      * ARQUIVADO: O ANO EM CURSO AINDA RECEBE LANCAMENTOS.
       77 WRK-MENOR-INICIO   PIC 9(08) VALUE ZERO.
       77 WRK-ANO-CORRENTE   PIC 9(04) VALUE ZERO.
       77 WRK-ANO-ARQUIVO    PIC 9(04) VALUE ZERO.
       77 WRK-ANO-LANCAMENTO PIC 9(04) VALUE ZERO.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACE.
           88 CONFIRMADO     VALUE 'S'.
       77 WRK-PODE-ARQUIVAR  PIC X(01) VALUE 'N'.
           88 PODE-ARQUIVAR  VALUE 'S'.
       77 WRK-SEPARADO       PIC X(01) VALUE 'N'.
           88 ANO-SEPARADO   VALUE 'S'.
       77 WRK-CONFERE        PIC X(01) VALUE 'N'.
           88 ARQUIVO-CONFERE VALUE 'S'.

      * CONTADORES DA SEPARACAO (GRAVACAO) E DA RELEITURA DOS
      * ARQUIVOS NOVOS (CONFERENCIA).
       77 WRK-QTDE-LIDOS      PIC 9(07) VALUE ZERO.
       77 WRK-QTDE-MANTIDOS   PIC 9(07) VALUE ZERO.
       77 WRK-QTDE-ARQUIVADOS PIC 9(07) VALUE ZERO.
       77 WRK-ARQ-PRESENCAS   PIC 9(07) VALUE ZERO.
       77 WRK-ARQ-FALTAS      PIC 9(07) VALUE ZERO.
       77 WRK-ARQ-JUSTIF      PIC 9(07) VALUE ZERO.
       77 WRK-ARQ-OUTROS      PIC 9(07) VALUE ZERO.
       77 WRK-QTDE-HISTORICO  PIC 9(07) VALUE ZERO.
       77 WRK-QTDE-JA-ARQUIV  PIC 9(07) VALUE ZERO.
       77 WRK-REL-MANTIDOS    PIC 9(07) VALUE ZERO.
       77 WRK-REL-ARQUIVADOS  PIC 9(07) VALUE ZERO.
       77 WRK-REL-HISTORICO   PIC 9(07) VALUE ZERO.

       77 WRK-RENAME-RC      PIC 9(02) COMP-5 VALUE ZERO.
       77 WRK-ATTFILN-NOME   PIC X(20) VALUE 'ATTFILN'.
       77 WRK-ATTFILE-NOME   PIC X(20) VALUE 'ATTFILE'.
       77 WRK-ATTARQN-NOME   PIC X(20) VALUE 'ATTARQN'.
       77 WRK-ATTARQ-NOME    PIC X(20) VALUE 'ATTARQ'.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB64'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'ATACTL'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'A'.
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
       01 WRK-DATA-EXEC-NUM REDEFINES WRK-DATA-EXEC PIC 9(08).
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER          PIC X(20) VALUE
               'ARQUIVO FREQUENCIA'.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 FILLER          PIC X(03) VALUE '  1'.

       01 WRK-LINHA-TITULO.
           05 FILLER          PIC X(40) VALUE
               'ARQUIVAMENTO DA FREQUENCIA DO ANO LETIVO'.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LT-ANO      PIC 9(04).

       01 WRK-LINHA-TOTAL.
           05 WRK-TL-DESCRICAO PIC X(48).
           05 FILLER          PIC X(01) VALUE '='.
           05 WRK-TL-QTDE     PIC Z.ZZZ.ZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-TL-SITUACAO PIC X(08).

       01 WRK-LINHA-SITUACAO.
           05 FILLER          PIC X(10) VALUE 'SITUACAO: '.
           05 WRK-LS-TEXTO    PIC X(70).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N'  TO WRK-FIM-ARQUIVO WRK-PODE-ARQUIVAR
                        WRK-SEPARADO WRK-CONFERE.
           MOVE ZERO TO WRK-QTDE-LIDOS WRK-QTDE-MANTIDOS
                        WRK-QTDE-ARQUIVADOS WRK-ARQ-PRESENCAS
                        WRK-ARQ-FALTAS WRK-ARQ-JUSTIF
                        WRK-ARQ-OUTROS WRK-QTDE-HISTORICO
                        WRK-QTDE-JA-ARQUIV WRK-REL-MANTIDOS
                        WRK-REL-ARQUIVADOS WRK-REL-HISTORICO.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-CALENDARIO.
           IF WRK-ANO-CORRENTE > ZERO
               PERFORM 1500-INFORMAR-ANO
           END-IF.
           IF PODE-ARQUIVAR
               PERFORM 2000-COPIAR-HISTORICO
           END-IF.
           IF PODE-ARQUIVAR
               PERFORM 3000-SEPARAR-ANO
           END-IF.
           IF ANO-SEPARADO
               PERFORM 4000-CONFERIR-ARQUIVOS
               OPEN OUTPUT CONTROL-REPORT
               PERFORM 5000-IMPRIMIR-CONTROLE
               CLOSE CONTROL-REPORT
               IF WRK-ATACTL-STATUS = '00'
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
               IF ARQUIVO-CONFERE
                   PERFORM 9000-PROMOVER-ARQUIVOS
               ELSE
                   DISPLAY 'ARQUIVAMENTO NAO CONFERE - ATTFILE E '
                           'ATTARQ MANTIDOS COMO ESTAVAM'
                   PERFORM 9500-DESCARTAR-NOVOS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           GOBACK.

      * SEM O CALENDARIO NAO HA COMO SABER QUAL ANO ESTA EM CURSO
      * E O ARQUIVAMENTO E RECUSADO (RC 12) - ARQUIVAR O ANO EM
      * CURSO TIRARIA A FREQUENCIA DA DECISAO DE APROVACAO.
       1000-CARREGAR-CALENDARIO.
           MOVE ZERO TO WRK-MENOR-INICIO WRK-ANO-CORRENTE.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           OPEN INPUT SCHOOL-CALENDAR.
           IF WRK-SCHCAL-STATUS = '00'
               PERFORM 1050-LER-SCHCAL
               PERFORM UNTIL FIM-ARQUIVO
                   IF SC-BIMESTRE >= 1 AND SC-BIMESTRE <= 4
                           AND SC-DATA-INICIO > ZERO
                       IF WRK-MENOR-INICIO = ZERO
                               OR SC-DATA-INICIO < WRK-MENOR-INICIO
                           MOVE SC-DATA-INICIO TO WRK-MENOR-INICIO
                       END-IF
                   END-IF
                   PERFORM 1050-LER-SCHCAL
               END-PERFORM
               CLOSE SCHOOL-CALENDAR
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           IF WRK-MENOR-INICIO = ZERO
               DISPLAY 'CALENDARIO SCHCAL AUSENTE OU VAZIO - SEM '
                       'O ANO EM CURSO NAO HA ARQUIVAMENTO'
               MOVE 12 TO RETURN-CODE
           ELSE
               COMPUTE WRK-ANO-CORRENTE = WRK-MENOR-INICIO / 10000
           END-IF.

       1050-LER-SCHCAL.
           READ SCHOOL-CALENDAR
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       1500-INFORMAR-ANO.
           DISPLAY 'ANO LETIVO EM CURSO NO CALENDARIO: '
                   WRK-ANO-CORRENTE.
           DISPLAY 'ANO LETIVO A ARQUIVAR (AAAA): '
            ACCEPT WRK-ANO-ARQUIVO FROM CONSOLE.
           IF WRK-ANO-ARQUIVO = ZERO
                   OR WRK-ANO-ARQUIVO NOT < WRK-ANO-CORRENTE
               DISPLAY 'SO ANO LETIVO ANTERIOR AO ANO EM CURSO PODE '
                       'SER ARQUIVADO: ' WRK-ANO-ARQUIVO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'CONFIRMA O ARQUIVAMENTO DO ANO '
                       WRK-ANO-ARQUIVO '? (S/N): '
                ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF CONFIRMADO
                   MOVE 'S' TO WRK-PODE-ARQUIVAR
               ELSE
                   DISPLAY 'ARQUIVAMENTO CANCELADO PELO OPERADOR'
               END-IF
           END-IF.

      * O HISTORICO ATUAL E COPIADO PARA O ATTARQN, QUE RECEBE OS
      * LANCAMENTOS DO ANO NO FIM. ANO QUE JA CONSTA DO HISTORICO
      * E RECUSADO (RC 8): OU JA FOI ARQUIVADO, OU UMA RODADA
      * ANTERIOR PROMOVEU O ATTARQ E FALHOU NO ATTFILE - NOS DOIS
      * CASOS REPETIR DUPLICARIA O ANO NO HISTORICO. SEM ATTARQ
      * (PRIMEIRO ARQUIVAMENTO) O HISTORICO COMECA VAZIO.
       2000-COPIAR-HISTORICO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN OUTPUT ATTEND-ARCHIVE-NOVO.
           OPEN INPUT ATTEND-ARCHIVE.
           IF WRK-ATTARQ-STATUS = '00'
               PERFORM 2100-LER-ATTARQ
               PERFORM UNTIL FIM-ARQUIVO
                   ADD 1 TO WRK-QTDE-HISTORICO
                   IF AR-ANO-LETIVO = WRK-ANO-ARQUIVO
                       ADD 1 TO WRK-QTDE-JA-ARQUIV
                   END-IF
                   MOVE ATTENDANCE-ARCHIVE-RECORD
                       TO ATTENDANCE-ARCHIVE-NOVO-RECORD
                   WRITE ATTENDANCE-ARCHIVE-NOVO-RECORD
                   PERFORM 2100-LER-ATTARQ
               END-PERFORM
               CLOSE ATTEND-ARCHIVE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           IF WRK-QTDE-JA-ARQUIV > ZERO
               CLOSE ATTEND-ARCHIVE-NOVO
               DISPLAY 'ANO ' WRK-ANO-ARQUIVO ' JA CONSTA DO '
                       'HISTORICO ATTARQ (' WRK-QTDE-JA-ARQUIV
                       ' LANCAMENTOS) - ARQUIVAMENTO RECUSADO'
               MOVE 'N' TO WRK-PODE-ARQUIVAR
               CALL 'CBL_DELETE_FILE' USING WRK-ATTARQN-NOME
                   RETURNING WRK-RENAME-RC
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2100-LER-ATTARQ.
           READ ATTEND-ARCHIVE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * LANCAMENTO DO ANO INFORMADO VAI PARA O ATTARQN; OS DEMAIS
      * (ANO EM CURSO E EVENTUAIS OUTROS ANOS) FICAM NO ATTFILN.
      * ANO SEM NENHUM LANCAMENTO NAO TEM O QUE ARQUIVAR E OS
      * ARQUIVOS NOVOS SAO DESCARTADOS (RC 4).
       3000-SEPARAR-ANO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ATTEND-FILE.
           IF WRK-ATTF-STATUS NOT = '00'
               CLOSE ATTEND-ARCHIVE-NOVO
               DISPLAY 'ARQUIVO ATTFILE NAO ENCONTRADO'
               CALL 'CBL_DELETE_FILE' USING WRK-ATTARQN-NOME
                   RETURNING WRK-RENAME-RC
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ATTEND-FILE-NOVO
               PERFORM 3100-LER-ATTFILE
               PERFORM UNTIL FIM-ARQUIVO
                   ADD 1 TO WRK-QTDE-LIDOS
                   COMPUTE WRK-ANO-LANCAMENTO = AT-DATA / 10000
                   IF WRK-ANO-LANCAMENTO = WRK-ANO-ARQUIVO
                       PERFORM 3200-ARQUIVAR-LANCAMENTO
                   ELSE
                       MOVE ATTENDANCE-RECORD
                           TO ATTENDANCE-NOVO-RECORD
                       WRITE ATTENDANCE-NOVO-RECORD
                       ADD 1 TO WRK-QTDE-MANTIDOS
                   END-IF
                   PERFORM 3100-LER-ATTFILE
               END-PERFORM
               CLOSE ATTEND-FILE
               CLOSE ATTEND-FILE-NOVO
               CLOSE ATTEND-ARCHIVE-NOVO
               IF WRK-QTDE-ARQUIVADOS = ZERO
                   DISPLAY 'NENHUM LANCAMENTO DO ANO '
                           WRK-ANO-ARQUIVO ' NO ATTFILE'
                   PERFORM 9500-DESCARTAR-NOVOS
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 'S' TO WRK-SEPARADO
               END-IF
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       3100-LER-ATTFILE.
           READ ATTEND-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * O LANCAMENTO VAI PARA O HISTORICO SEM ALTERACAO; CODIGO
      * FORA DE P/F/J (QUE O RESUMO NOTURNO JA APONTA) TAMBEM E
      * ARQUIVADO, PARA O ATTFILE NAO CARREGAR O ANO ENCERRADO.
       3200-ARQUIVAR-LANCAMENTO.
           MOVE WRK-ANO-ARQUIVO   TO AQ-ANO-LETIVO.
           MOVE AT-MATRICULA      TO AQ-MATRICULA.
           MOVE AT-DATA           TO AQ-DATA.
           MOVE AT-PRESENCA       TO AQ-PRESENCA.
           MOVE WRK-DATA-EXEC-NUM TO AQ-DATA-ARQUIVAMENTO.
           WRITE ATTENDANCE-ARCHIVE-NOVO-RECORD.
           ADD 1 TO WRK-QTDE-ARQUIVADOS.
           EVALUATE TRUE
               WHEN AT-PRESENTE
                   ADD 1 TO WRK-ARQ-PRESENCAS
               WHEN AT-FALTA
                   ADD 1 TO WRK-ARQ-FALTAS
               WHEN AT-FALTA-JUSTIFICADA
                   ADD 1 TO WRK-ARQ-JUSTIF
               WHEN OTHER
                   ADD 1 TO WRK-ARQ-OUTROS
           END-EVALUATE.

      * RELE OS DOIS ARQUIVOS NOVOS: O ATTFILN TEM QUE TER
      * EXATAMENTE OS MANTIDOS E O ATTARQN O HISTORICO ANTERIOR
      * MAIS OS ARQUIVADOS DO ANO - E O QUE VAI SER PROMOVIDO QUE
      * E CONFERIDO, NAO SO O QUE FOI CONTADO NA GRAVACAO.
       4000-CONFERIR-ARQUIVOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ATTEND-FILE-NOVO.
           IF WRK-ATTFN-STATUS = '00'
               PERFORM 4100-LER-ATTFILN
               PERFORM UNTIL FIM-ARQUIVO
                   ADD 1 TO WRK-REL-MANTIDOS
                   PERFORM 4100-LER-ATTFILN
               END-PERFORM
               CLOSE ATTEND-FILE-NOVO
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ATTEND-ARCHIVE-NOVO.
           IF WRK-ATTARQN-STATUS = '00'
               PERFORM 4200-LER-ATTARQN
               PERFORM UNTIL FIM-ARQUIVO
                   IF AQ-ANO-LETIVO = WRK-ANO-ARQUIVO
                       ADD 1 TO WRK-REL-ARQUIVADOS
                   ELSE
                       ADD 1 TO WRK-REL-HISTORICO
                   END-IF
                   PERFORM 4200-LER-ATTARQN
               END-PERFORM
               CLOSE ATTEND-ARCHIVE-NOVO
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           IF WRK-QTDE-LIDOS = WRK-QTDE-MANTIDOS + WRK-QTDE-ARQUIVADOS
                   AND WRK-REL-MANTIDOS   = WRK-QTDE-MANTIDOS
                   AND WRK-REL-ARQUIVADOS = WRK-QTDE-ARQUIVADOS
                   AND WRK-REL-HISTORICO  = WRK-QTDE-HISTORICO
               MOVE 'S' TO WRK-CONFERE
           END-IF.

       4100-LER-ATTFILN.
           READ ATTEND-FILE-NOVO
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       4200-LER-ATTARQN.
           READ ATTEND-ARCHIVE-NOVO
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      * RELATORIO DE CONTROLE DE UMA PAGINA: OS TOTAIS DA
      * SEPARACAO, A ABERTURA DOS ARQUIVADOS POR CODIGO E A
      * CONFERENCIA NA RELEITURA DOS ARQUIVOS NOVOS.
       5000-IMPRIMIR-CONTROLE.
           MOVE WRK-DE-DIA TO WRK-C-DIA.
           MOVE WRK-DE-MES TO WRK-C-MES.
           MOVE WRK-DE-ANO TO WRK-C-ANO.
           MOVE WRK-CABECALHO TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE WRK-ANO-ARQUIVO TO WRK-LT-ANO.
           MOVE WRK-LINHA-TITULO TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE 'REGISTROS LIDOS NO ATTFILE' TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-LIDOS TO WRK-TL-QTDE.
           MOVE SPACES TO WRK-TL-SITUACAO.
           PERFORM 5100-GRAVAR-TOTAL.
           MOVE 'MANTIDOS NO ATTFILE (OUTROS ANOS)'
               TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-MANTIDOS TO WRK-TL-QTDE.
           PERFORM 5100-GRAVAR-TOTAL.
           MOVE 'ARQUIVADOS NO ATTARQ (ANO INFORMADO)'
               TO WRK-TL-DESCRICAO.
           MOVE WRK-QTDE-ARQUIVADOS TO WRK-TL-QTDE.
           IF WRK-QTDE-LIDOS = WRK-QTDE-MANTIDOS + WRK-QTDE-ARQUIVADOS
               MOVE 'CONFERE' TO WRK-TL-SITUACAO
           ELSE
               MOVE 'DIVERGE' TO WRK-TL-SITUACAO
           END-IF.
           PERFORM 5100-GRAVAR-TOTAL.
           MOVE SPACES TO WRK-TL-SITUACAO.
           MOVE '   PRESENCAS (P)' TO WRK-TL-DESCRICAO.
           MOVE WRK-ARQ-PRESENCAS TO WRK-TL-QTDE.
           PERFORM 5100-GRAVAR-TOTAL.
           MOVE '   FALTAS (F)' TO WRK-TL-DESCRICAO.
           MOVE WRK-ARQ-FALTAS TO WRK-TL-QTDE.
           PERFORM 5100-GRAVAR-TOTAL.
           MOVE '   FALTAS JUSTIFICADAS (J)' TO WRK-TL-DESCRICAO.
           MOVE WRK-ARQ-JUSTIF TO WRK-TL-QTDE.
           PERFORM 5100-GRAVAR-TOTAL.
           MOVE '   OUTROS CODIGOS' TO WRK-TL-DESCRICAO.
           MOVE WRK-ARQ-OUTROS TO WRK-TL-QTDE.
           PERFORM 5100-GRAVAR-TOTAL.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE 'RELIDOS NO ATTFILN (NOVO ATTFILE)'
               TO WRK-TL-DESCRICAO.
           MOVE WRK-REL-MANTIDOS TO WRK-TL-QTDE.
           IF WRK-REL-MANTIDOS = WRK-QTDE-MANTIDOS
               MOVE 'CONFERE' TO WRK-TL-SITUACAO
           ELSE
               MOVE 'DIVERGE' TO WRK-TL-SITUACAO
           END-IF.
           PERFORM 5100-GRAVAR-TOTAL.
           MOVE 'RELIDOS DO ANO NO ATTARQN (NOVO ATTARQ)'
               TO WRK-TL-DESCRICAO.
           MOVE WRK-REL-ARQUIVADOS TO WRK-TL-QTDE.
           IF WRK-REL-ARQUIVADOS = WRK-QTDE-ARQUIVADOS
               MOVE 'CONFERE' TO WRK-TL-SITUACAO
           ELSE
               MOVE 'DIVERGE' TO WRK-TL-SITUACAO
           END-IF.
           PERFORM 5100-GRAVAR-TOTAL.
           MOVE 'HISTORICO ANTERIOR PRESERVADO NO ATTARQN'
               TO WRK-TL-DESCRICAO.
           MOVE WRK-REL-HISTORICO TO WRK-TL-QTDE.
           IF WRK-REL-HISTORICO = WRK-QTDE-HISTORICO
               MOVE 'CONFERE' TO WRK-TL-SITUACAO
           ELSE
               MOVE 'DIVERGE' TO WRK-TL-SITUACAO
           END-IF.
           PERFORM 5100-GRAVAR-TOTAL.
           IF ARQUIVO-CONFERE
               MOVE 'ARQUIVAMENTO CONFERE - ATTFILE E ATTARQ NOVOS'
                   TO WRK-LS-TEXTO
           ELSE
               MOVE 'ARQUIVAMENTO NAO CONFERE - NADA FOI PROMOVIDO'
                   TO WRK-LS-TEXTO
           END-IF.
           MOVE WRK-LINHA-SITUACAO TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

       5100-GRAVAR-TOTAL.
           MOVE WRK-LINHA-TOTAL TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

      * O HISTORICO E PROMOVIDO PRIMEIRO: SE A TROCA DO ATTFILE
      * FALHAR DEPOIS DELA, O ANO FICA NOS DOIS ARQUIVOS (NADA SE
      * PERDE) E O ATTFILN FICA NO DISCO PARA A TROCA MANUAL; UMA
      * NOVA RODADA E RECUSADA EM 2000 PELO ANO JA ARQUIVADO. O
      * RESUMO ATTSUM SO REFLETE O ARQUIVAMENTO NA PROXIMA NOITE.
       9000-PROMOVER-ARQUIVOS.
           CALL 'CBL_RENAME_FILE' USING WRK-ATTARQN-NOME
                                        WRK-ATTARQ-NOME
               RETURNING WRK-RENAME-RC.
           IF WRK-RENAME-RC NOT = 0
               DISPLAY 'ERRO AO PROMOVER ATTARQN PARA ATTARQ: '
                        WRK-RENAME-RC
               PERFORM 9500-DESCARTAR-NOVOS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               CALL 'CBL_RENAME_FILE' USING WRK-ATTFILN-NOME
                                            WRK-ATTFILE-NOME
                   RETURNING WRK-RENAME-RC
               IF WRK-RENAME-RC NOT = 0
                   DISPLAY 'ERRO AO PROMOVER ATTFILN PARA ATTFILE: '
                            WRK-RENAME-RC
                   DISPLAY 'ANO JA GRAVADO NO ATTARQ - RENOMEAR O '
                           'ATTFILN PARA ATTFILE MANUALMENTE'
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY 'ANO ' WRK-ANO-ARQUIVO ' ARQUIVADO: '
                           WRK-QTDE-ARQUIVADOS ' LANCAMENTOS'
               END-IF
           END-IF.

       9500-DESCARTAR-NOVOS.
           CALL 'CBL_DELETE_FILE' USING WRK-ATTFILN-NOME
               RETURNING WRK-RENAME-RC.
           CALL 'CBL_DELETE_FILE' USING WRK-ATTARQN-NOME
               RETURNING WRK-RENAME-RC.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT CONTROL-REPORT.
           IF WRK-ATACTL-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-ATACTL-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE CONTROL-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ CONTROL-REPORT INTO WRK-ARQ-LINHA
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
