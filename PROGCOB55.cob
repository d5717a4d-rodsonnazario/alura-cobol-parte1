       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB55.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 27/08/2026
      * OBJETIVO: GERACAO DA REMESSA BANCARIA DE REGISTRO DOS
      * BOLETOS DE MENSALIDADE. VARRE O TUIFILE (DEPOIS DE O
      * TUIGEN DO PROGCOB43 SER CONFERIDO E ANEXADO) E, PARA CADA
      * MENSALIDADE EM ABERTO AINDA NAO REGISTRADA NO BANCO,
      * GRAVA UM DETALHE NO ARQUIVO REMESSA NO LAYOUT DO BANCO
      * (NOSSO NUMERO, MATRICULA, COMPETENCIA, VALOR, VENCIMENTO
      * E NOME/ENDERECO DO RESPONSAVEL TIRADOS DO STUDENT-
      * MASTER), ENTRE UM HEADER E UM TRAILER COM A QUANTIDADE E
      * O VALOR TOTAL - NO LUGAR DA REDIGITACAO DE CADA TITULO
      * NO SITE DO BANCO. O NUMERO DA REMESSA E O NOSSO NUMERO
      * SAO SEQUENCIAIS CONTROLADOS PELA ESCOLA NO REMCTL. CADA
      * TITULO ENVIADO FICA NO REGISTRO DE REMESSAS (REMREG),
      * ONDE O PROGCOB56 CASA A CONFIRMACAO OU A REJEICAO QUE
      * VOLTA NO BNKRET; TITULO REJEITADO VOLTA NA REMESSA
      * SEGUINTE COM NOVO NOSSO NUMERO. IMPRIME O RELATORIO DA
      * REMESSA (REMRPT) COM OS TITULOS ENVIADOS E OS RETIDOS
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITION-FILE ASSIGN TO 'TUIFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TUIFILE-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT REMITTANCE-CONTROL ASSIGN TO 'REMCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMCTL-STATUS.

           SELECT REMITTANCE-REGISTER ASSIGN TO 'REMREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RG-CHAVE
               FILE STATUS IS WRK-REMREG-STATUS.

           SELECT REMITTANCE-FILE ASSIGN TO 'REMESSA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMESSA-STATUS.

           SELECT REMITTANCE-REPORT ASSIGN TO 'REMRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TUITION-FILE
           LABEL RECORD IS STANDARD.
       COPY CPTUIT.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  REMITTANCE-CONTROL
           LABEL RECORD IS STANDARD.
       COPY CPREMCT.

       FD  REMITTANCE-REGISTER
           LABEL RECORD IS STANDARD.
       COPY CPREMRG.

       FD  REMITTANCE-FILE
           LABEL RECORD IS STANDARD.
       COPY CPREMSS.

       FD  REMITTANCE-REPORT
           LABEL RECORD IS STANDARD.
       01  REMITTANCE-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-TUIFILE-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-REMCTL-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-REMREG-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-REMESSA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-REMRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-REMREG-ABERTO  PIC X(01) VALUE 'N'.
           88 REMREG-ABERTO  VALUE 'S'.
       77 WRK-CONTROLE-LIDO  PIC X(01) VALUE 'N'.
           88 CONTROLE-LIDO  VALUE 'S'.

      * SITUACAO DO TITULO NO REGISTRO DE REMESSAS:
      * N=NUNCA ENVIADO R=REJEITADO (REENVIAR) J=JA REGISTRADO
       77 WRK-SITUACAO-REG   PIC X(01) VALUE SPACES.
           88 TITULO-NOVO    VALUE 'N'.
           88 TITULO-REENVIO VALUE 'R'.
           88 TITULO-JA-REGISTRADO VALUE 'J'.
       77 WRK-QTDE-ENVIOS    PIC 9(02) VALUE ZERO.
       77 WRK-ACHOU-ALUNO    PIC X(01) VALUE 'N'.
           88 ACHOU-ALUNO    VALUE 'S'.

      * NUMERADORES DA RODADA, PARTINDO DO REMCTL. O CONTROLE SO
      * E REGRAVADO SE A REMESSA LEVOU ALGUM TITULO, PARA UMA
      * RODADA VAZIA NAO QUEIMAR NUMERO DE ARQUIVO.
       77 WRK-NUM-REMESSA    PIC 9(06) VALUE ZERO.
       77 WRK-NOSSO-NUMERO   PIC 9(10) VALUE ZERO.
       77 WRK-SEQUENCIA      PIC 9(06) VALUE ZERO.

       77 WRK-QTDE-LIDOS     PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-ENVIADOS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-REENVIOS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-JA-REG    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-RETIDOS   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-ZERADOS   PIC 9(06) VALUE ZERO.
       77 WRK-TOTAL-ENVIADO  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-MOTIVO-RETIDO  PIC X(20) VALUE SPACES.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB55'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'REMRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'F'.
       77 WRK-ARQ-RC         PIC S9(04) COMP VALUE ZERO.
      * O RELATORIO E RELIDO E ENTREGUE UMA LINHA POR CHAMADA
      * (FUNCAO L); A FUNCAO F FECHA O ARQUIVAMENTO.
       77 WRK-ARQ-FUNCAO     PIC X(01) VALUE 'L'.
       77 WRK-ARQ-LINHA      PIC X(132) VALUE SPACES.
       77 WRK-ARQ-FIM        PIC X(01) VALUE 'N'.
           88 FIM-ARQ-RELATORIO VALUE 'S'.

      * CONTROLE DE PAGINACAO, NO MESMO DESENHO DO PROGCOB32.
       01 WRK-DATA-EXEC.
           05 WRK-DE-ANO PIC 9(04).
           05 WRK-DE-MES PIC 9(02).
           05 WRK-DE-DIA PIC 9(02).
       01 WRK-DATA-EXEC-NUM REDEFINES WRK-DATA-EXEC PIC 9(08).
       77 WRK-LINHA-ATUAL   PIC 9(03) VALUE ZERO.
       77 WRK-PAGINA-ATUAL  PIC 9(03) VALUE ZERO.
       77 WRK-MAX-LINHAS    PIC 9(03) VALUE 20.
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER          PIC X(20) VALUE
               'REMESSA BANCARIA'.
           05 FILLER          PIC X(06) VALUE 'DATA: '.
           05 WRK-C-DIA       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-MES       PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-C-ANO       PIC 9999.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'PAGINA: '.
           05 WRK-C-PAGINA    PIC ZZ9.

       01 WRK-LINHA-TITULO.
           05 FILLER            PIC X(17) VALUE 'REMESSA NUMERO: '.
           05 WRK-TI-REMESSA    PIC 9(06).
           05 FILLER            PIC X(10) VALUE '  BANCO: '.
           05 WRK-TI-BANCO      PIC 9(03).
           05 FILLER            PIC X(13) VALUE '  CONVENIO: '.
           05 WRK-TI-CONVENIO   PIC 9(07).

       01 WRK-DETALHE.
           05 WRK-D-NOSSO-NUMERO PIC Z(09)9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-MATRICULA PIC ZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-COMPETENCIA PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-VALOR     PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-VENCIMENTO PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-SACADO    PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-SITUACAO  PIC X(20).

       01 WRK-LINHA-TOTAIS.
           05 FILLER            PIC X(08) VALUE 'TITULOS='.
           05 WRK-T-ENVIADOS    PIC ZZZZZ9.
           05 FILLER            PIC X(07) VALUE ' VALOR='.
           05 WRK-T-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(10) VALUE ' REENVIOS='.
           05 WRK-T-REENVIOS    PIC ZZZZZ9.
           05 FILLER            PIC X(12) VALUE ' JA-REGISTR='.
           05 WRK-T-JA-REG      PIC ZZZZZ9.
           05 FILLER            PIC X(09) VALUE ' RETIDOS='.
           05 WRK-T-RETIDOS     PIC ZZZZZ9.
           05 FILLER            PIC X(06) VALUE ' ZERO='.
           05 WRK-T-ZERADOS     PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           MOVE ZERO TO WRK-QTDE-LIDOS WRK-QTDE-ENVIADOS
                        WRK-QTDE-REENVIOS WRK-QTDE-JA-REG
                        WRK-QTDE-RETIDOS WRK-QTDE-ZERADOS
                        WRK-TOTAL-ENVIADO WRK-SEQUENCIA
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF RETURN-CODE < 12
               OPEN OUTPUT REMITTANCE-FILE
               OPEN OUTPUT REMITTANCE-REPORT
               PERFORM 2000-GRAVAR-HEADER
               PERFORM 3000-VARRER-TUITION
               PERFORM 5000-GRAVAR-TRAILER
               PERFORM 6000-IMPRIMIR-TOTAIS
               PERFORM 7000-ATUALIZAR-CONTROLE
               CLOSE REMITTANCE-FILE
               CLOSE REMITTANCE-REPORT
               IF WRK-REMRPT-STATUS = '00'
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           GOBACK.

      * TUIFILE, STUDMST E REMCTL NAO SAO OPCIONAIS: SEM O
      * PRIMEIRO NAO HA TITULO, SEM O SEGUNDO NAO HA PAGADOR E SEM
      * O TERCEIRO NAO HA CONVENIO NEM NUMERADOR. O REMREG E
      * CRIADO VAZIO NA PRIMEIRA REMESSA, COMO O PROGCOB41 FAZ
      * COM O DISCMST.
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT TUITION-FILE.
           IF WRK-TUIFILE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO TUIFILE NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-STMST-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR STUDMST: ' WRK-STMST-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 1200-LER-CONTROLE.
           IF NOT CONTROLE-LIDO
               DISPLAY 'ARQUIVO REMCTL AUSENTE OU VAZIO - CADASTRE '
                       'O CONVENIO DE COBRANCA'
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 12
               PERFORM 1100-ABRIR-REGISTRO
           END-IF.

       1100-ABRIR-REGISTRO.
           MOVE 'N' TO WRK-REMREG-ABERTO.
           OPEN I-O REMITTANCE-REGISTER.
           IF WRK-REMREG-STATUS = '35'
               OPEN OUTPUT REMITTANCE-REGISTER
               CLOSE REMITTANCE-REGISTER
               OPEN I-O REMITTANCE-REGISTER
           END-IF.
           IF WRK-REMREG-STATUS = '00'
               MOVE 'S' TO WRK-REMREG-ABERTO
           ELSE
               DISPLAY 'ERRO AO ABRIR REMREG: ' WRK-REMREG-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       1200-LER-CONTROLE.
           MOVE 'N' TO WRK-CONTROLE-LIDO.
           OPEN INPUT REMITTANCE-CONTROL.
           IF WRK-REMCTL-STATUS = '00'
               READ REMITTANCE-CONTROL
                   AT END CONTINUE
                   NOT AT END MOVE 'S' TO WRK-CONTROLE-LIDO
               END-READ
               CLOSE REMITTANCE-CONTROL
           END-IF.
           IF CONTROLE-LIDO
               COMPUTE WRK-NUM-REMESSA = RC-ULTIMA-REMESSA + 1
               MOVE RC-ULTIMO-NOSSO-NUMERO TO WRK-NOSSO-NUMERO
           END-IF.

       2000-GRAVAR-HEADER.
           MOVE SPACES           TO REMITTANCE-HEADER-RECORD.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE '0'              TO RH-TIPO.
           MOVE WRK-NUM-REMESSA  TO RH-NUM-REMESSA.
           MOVE WRK-DATA-EXEC-NUM TO RH-DATA-GERACAO.
           MOVE RC-BANCO         TO RH-BANCO.
           MOVE RC-AGENCIA       TO RH-AGENCIA.
           MOVE RC-CONTA         TO RH-CONTA.
           MOVE RC-CONVENIO      TO RH-CONVENIO.
           MOVE RC-CEDENTE-NOME  TO RH-CEDENTE-NOME.
           MOVE WRK-SEQUENCIA    TO RH-SEQUENCIA.
           WRITE REMITTANCE-HEADER-RECORD.
           MOVE WRK-NUM-REMESSA  TO WRK-TI-REMESSA.
           MOVE RC-BANCO         TO WRK-TI-BANCO.
           MOVE RC-CONVENIO      TO WRK-TI-CONVENIO.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TITULO TO REMITTANCE-REPORT-LINE.
           WRITE REMITTANCE-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TITULO.

      * SO A MENSALIDADE EM ABERTO (SEM DATA DE PAGAMENTO) VAI AO
      * BANCO, E SO UMA VEZ: TITULO JA ENVIADO OU CONFIRMADO NO
      * REMREG E CONTADO E PULADO. A MENSALIDADE RENEGOCIADA EM
      * ACORDO NAO E MAIS DEVIDA; AS PARCELAS DO ACORDO VAO.
      * TITULO DE VALOR ZERO (BOLSA INTEGRAL OU MENSALIDADE
      * QUITADA PELO SALDO CREDOR NO PROGCOB43) NAO E BOLETO:
      * SO E CONTADO NOS TOTAIS.
       3000-VARRER-TUITION.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 3050-LER-TUIFILE.
           PERFORM UNTIL FIM-ARQUIVO
               IF TU-DATA-PAGAMENTO = ZERO
                       AND NOT TU-RENEGOCIADA
                       AND TU-VALOR > ZERO
                   PERFORM 3100-VERIFICAR-REGISTRO
                   IF TITULO-JA-REGISTRADO
                       ADD 1 TO WRK-QTDE-JA-REG
                   ELSE
                       PERFORM 3200-PREPARAR-TITULO
                   END-IF
               ELSE
                   IF TU-DATA-PAGAMENTO = ZERO
                           AND NOT TU-RENEGOCIADA
                       ADD 1 TO WRK-QTDE-ZERADOS
                   END-IF
               END-IF
               PERFORM 3050-LER-TUIFILE
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       3050-LER-TUIFILE.
           READ TUITION-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END ADD 1 TO WRK-QTDE-LIDOS
           END-READ.

       3100-VERIFICAR-REGISTRO.
           MOVE TU-MATRICULA   TO RG-MATRICULA.
           MOVE TU-COMPETENCIA TO RG-COMPETENCIA.
           MOVE ZERO           TO WRK-QTDE-ENVIOS.
           READ REMITTANCE-REGISTER
               INVALID KEY
                   MOVE 'N' TO WRK-SITUACAO-REG
               NOT INVALID KEY
                   MOVE RG-QTDE-ENVIOS TO WRK-QTDE-ENVIOS
                   IF RG-REJEITADO
                       MOVE 'R' TO WRK-SITUACAO-REG
                   ELSE
                       MOVE 'J' TO WRK-SITUACAO-REG
                   END-IF
           END-READ.

      * O PAGADOR E O RESPONSAVEL DO ALUNO (O PROPRIO ALUNO SE O
      * CAMPO ESTIVER VAZIO). SEM CADASTRO OU SEM ENDERECO/CEP O
      * BANCO REJEITARIA O TITULO: ELE E RETIDO AQUI, SAI NO
      * RELATORIO E VAI NA PROXIMA REMESSA DEPOIS DA CORRECAO
      * PELO PROGCOB22 (AVISO, RC 4).
       3200-PREPARAR-TITULO.
           MOVE TU-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU-ALUNO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU-ALUNO
           END-READ.
           MOVE SPACES TO WRK-MOTIVO-RETIDO.
           IF NOT ACHOU-ALUNO
               MOVE SPACES TO SM-RESPONSAVEL SM-NOME
               MOVE 'RETIDO-SEM CADASTRO' TO WRK-MOTIVO-RETIDO
           ELSE
               IF SM-ENDERECO = SPACES OR SM-CEP = ZERO
                   MOVE 'RETIDO-SEM ENDERECO' TO WRK-MOTIVO-RETIDO
               END-IF
           END-IF.
           IF WRK-MOTIVO-RETIDO NOT = SPACES
               ADD 1 TO WRK-QTDE-RETIDOS
               MOVE ZERO TO WRK-D-NOSSO-NUMERO
               MOVE WRK-MOTIVO-RETIDO TO WRK-D-SITUACAO
               PERFORM 4500-IMPRIMIR-DETALHE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 3300-GRAVAR-DETALHE
               PERFORM 3400-REGISTRAR-TITULO
           END-IF.

       3300-GRAVAR-DETALHE.
           ADD 1 TO WRK-NOSSO-NUMERO.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE SPACES           TO REMITTANCE-DETAIL-RECORD.
           MOVE '1'              TO RD-TIPO.
           MOVE WRK-NOSSO-NUMERO TO RD-NOSSO-NUMERO.
           MOVE TU-MATRICULA     TO RD-MATRICULA.
           MOVE TU-COMPETENCIA   TO RD-COMPETENCIA.
           MOVE TU-VALOR         TO RD-VALOR.
           MOVE TU-VENCIMENTO    TO RD-VENCIMENTO.
           IF SM-RESPONSAVEL = SPACES
               MOVE SM-NOME        TO RD-SACADO-NOME
           ELSE
               MOVE SM-RESPONSAVEL TO RD-SACADO-NOME
           END-IF.
           MOVE SM-ENDERECO      TO RD-SACADO-ENDERECO.
           MOVE SM-CIDADE        TO RD-SACADO-CIDADE.
           MOVE SM-CEP           TO RD-SACADO-CEP.
           MOVE WRK-SEQUENCIA    TO RD-SEQUENCIA.
           WRITE REMITTANCE-DETAIL-RECORD.
           ADD 1 TO WRK-QTDE-ENVIADOS.
           ADD TU-VALOR TO WRK-TOTAL-ENVIADO.

      * O TITULO NOVO E INCLUIDO NO REMREG; O REJEITADO QUE VOLTA
      * E REGRAVADO COM O NOVO NOSSO NUMERO, A NOVA REMESSA E A
      * SITUACAO DE VOLTA A ENVIADO.
       3400-REGISTRAR-TITULO.
           MOVE TU-MATRICULA     TO RG-MATRICULA.
           MOVE TU-COMPETENCIA   TO RG-COMPETENCIA.
           MOVE WRK-NOSSO-NUMERO TO RG-NOSSO-NUMERO.
           MOVE WRK-NUM-REMESSA  TO RG-NUM-REMESSA.
           MOVE WRK-DATA-EXEC-NUM TO RG-DATA-REMESSA.
           MOVE TU-VALOR         TO RG-VALOR.
           MOVE TU-VENCIMENTO    TO RG-VENCIMENTO.
           MOVE 'E'              TO RG-SITUACAO.
           MOVE ZERO             TO RG-DATA-RETORNO.
           MOVE SPACES           TO RG-MOTIVO-REJEICAO.
           COMPUTE RG-QTDE-ENVIOS = WRK-QTDE-ENVIOS + 1.
           IF TITULO-REENVIO
               ADD 1 TO WRK-QTDE-REENVIOS
               MOVE 'REENVIO' TO WRK-D-SITUACAO
               REWRITE REMITTANCE-REGISTER-RECORD
                   INVALID KEY
                       PERFORM 3450-ERRO-REGISTRO
               END-REWRITE
           ELSE
               MOVE 'ENVIADO' TO WRK-D-SITUACAO
               WRITE REMITTANCE-REGISTER-RECORD
                   INVALID KEY
                       PERFORM 3450-ERRO-REGISTRO
               END-WRITE
           END-IF.
           MOVE WRK-NOSSO-NUMERO TO WRK-D-NOSSO-NUMERO.
           PERFORM 4500-IMPRIMIR-DETALHE.

      * TITULO QUE FOI PARA O ARQUIVO E NAO FICOU NO REGISTRO NAO
      * TERIA COMO SER CASADO COM O RETORNO: ERRO DE DADOS (RC 8).
       3450-ERRO-REGISTRO.
           DISPLAY 'ERRO AO GRAVAR REMREG: ' RG-MATRICULA ' '
                   RG-COMPETENCIA ' STATUS ' WRK-REMREG-STATUS.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       4500-IMPRIMIR-DETALHE.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE TU-MATRICULA   TO WRK-D-MATRICULA.
           MOVE TU-COMPETENCIA TO WRK-D-COMPETENCIA.
           MOVE TU-VALOR       TO WRK-D-VALOR.
           MOVE TU-VENCIMENTO  TO WRK-D-VENCIMENTO.
           IF SM-RESPONSAVEL = SPACES
               MOVE SM-NOME        TO WRK-D-SACADO
           ELSE
               MOVE SM-RESPONSAVEL TO WRK-D-SACADO
           END-IF.
           MOVE WRK-DETALHE TO REMITTANCE-REPORT-LINE.
           WRITE REMITTANCE-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-DETALHE.

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
           MOVE WRK-CABECALHO TO REMITTANCE-REPORT-LINE.
           WRITE REMITTANCE-REPORT-LINE.

       5000-GRAVAR-TRAILER.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE SPACES            TO REMITTANCE-TRAILER-RECORD.
           MOVE '9'               TO RT-TIPO.
           MOVE WRK-NUM-REMESSA   TO RT-NUM-REMESSA.
           MOVE WRK-QTDE-ENVIADOS TO RT-QTDE-TITULOS.
           MOVE WRK-TOTAL-ENVIADO TO RT-VALOR-TOTAL.
           MOVE WRK-SEQUENCIA     TO RT-SEQUENCIA.
           WRITE REMITTANCE-TRAILER-RECORD.

       6000-IMPRIMIR-TOTAIS.
           MOVE WRK-QTDE-ENVIADOS TO WRK-T-ENVIADOS.
           MOVE WRK-TOTAL-ENVIADO TO WRK-T-VALOR.
           MOVE WRK-QTDE-REENVIOS TO WRK-T-REENVIOS.
           MOVE WRK-QTDE-JA-REG   TO WRK-T-JA-REG.
           MOVE WRK-QTDE-RETIDOS  TO WRK-T-RETIDOS.
           MOVE WRK-QTDE-ZERADOS  TO WRK-T-ZERADOS.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TOTAIS TO REMITTANCE-REPORT-LINE.
           WRITE REMITTANCE-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAIS.

      * O REMCTL TEM UM REGISTRO SO E E REGRAVADO INTEIRO, COMO O
      * GRDLOCK. REMESSA SEM NENHUM TITULO NAO CONSOME NUMERO E
      * NAO DEVE SER TRANSMITIDA AO BANCO.
       7000-ATUALIZAR-CONTROLE.
           IF WRK-QTDE-ENVIADOS = ZERO
               DISPLAY 'NENHUM TITULO NOVO - REMESSA '
                       WRK-NUM-REMESSA ' NAO DEVE SER TRANSMITIDA'
           ELSE
               MOVE WRK-NUM-REMESSA   TO RC-ULTIMA-REMESSA
               MOVE WRK-NOSSO-NUMERO  TO RC-ULTIMO-NOSSO-NUMERO
               MOVE WRK-DATA-EXEC-NUM TO RC-DATA-ULTIMA
               OPEN OUTPUT REMITTANCE-CONTROL
               WRITE REMITTANCE-CONTROL-RECORD
               CLOSE REMITTANCE-CONTROL
           END-IF.

       9000-FECHAR-ARQUIVOS.
           CLOSE TUITION-FILE.
           CLOSE STUDENT-MASTER.
           IF REMREG-ABERTO
               CLOSE REMITTANCE-REGISTER
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT REMITTANCE-REPORT.
           IF WRK-REMRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-REMRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE REMITTANCE-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ REMITTANCE-REPORT INTO WRK-ARQ-LINHA
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
