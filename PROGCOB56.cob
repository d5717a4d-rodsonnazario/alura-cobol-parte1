       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB56.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: RODSON NAZARIO
      * DATA: 27/08/2026
      * OBJETIVO: CONFERENCIA DO REGISTRO DOS TITULOS NO BANCO.
      * LE AS OCORRENCIAS DE ENTRADA CONFIRMADA (02) E ENTRADA
      * REJEITADA (03) DO RETORNO DO BANCO (BNKRET) E CASA CADA
      * UMA COM O TITULO ENVIADO NO REGISTRO DE REMESSAS (REMREG,
      * GRAVADO PELO PROGCOB55) PELA MATRICULA + COMPETENCIA E
      * PELO NOSSO NUMERO, MARCANDO O TITULO COMO CONFIRMADO OU
      * REJEITADO. IMPRIME O RELATORIO DE TITULOS REJEITADOS
      * (REJRPT) COM O MOTIVO DO BANCO, PARA A TESOURARIA CORRIGIR
      * O CADASTRO ANTES DA PROXIMA REMESSA (O REJEITADO VOLTA
      * SOZINHO NELA), AS OCORRENCIAS SEM TITULO CORRESPONDENTE E,
      * NO FIM, OS TITULOS AINDA SEM RESPOSTA DO BANCO. AS
      * LIQUIDACOES DO MESMO RETORNO SAO IGNORADAS AQUI - A BAIXA
      * DOS PAGAMENTOS CONTINUA NO PROGCOB44
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN ASSIGN TO 'BNKRET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BNKRET-STATUS.

      * ACCESS DYNAMIC: LEITURA PELA CHAVE PARA CASAR CADA
      * OCORRENCIA E VARREDURA INTEIRA (START + READ NEXT) NO FIM
      * PARA LISTAR OS TITULOS SEM RESPOSTA.
           SELECT REMITTANCE-REGISTER ASSIGN TO 'REMREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CHAVE
               FILE STATUS IS WRK-REMREG-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO 'STUDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-MATRICULA
               FILE STATUS IS WRK-STMST-STATUS.

           SELECT REJECT-REPORT ASSIGN TO 'REJRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RETURN
           LABEL RECORD IS STANDARD.
       COPY CPBNKRT.

       FD  REMITTANCE-REGISTER
           LABEL RECORD IS STANDARD.
       COPY CPREMRG.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD.
       COPY CPSTMST.

       FD  REJECT-REPORT
           LABEL RECORD IS STANDARD.
       01  REJECT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-BNKRET-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-REMREG-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-REJRPT-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO    VALUE 'S'.
       77 WRK-STMST-ABERTO   PIC X(01) VALUE 'N'.
           88 STMST-ABERTO   VALUE 'S'.
       77 WRK-ACHOU-TITULO   PIC X(01) VALUE 'N'.
           88 ACHOU-TITULO   VALUE 'S'.

       77 WRK-QTDE-LIDOS       PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-LIQUIDACOES PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-CONFIRMADOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-REJEITADOS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SEM-TITULO  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-PENDENTES   PIC 9(06) VALUE ZERO.
       77 WRK-DESCRICAO        PIC X(30) VALUE SPACES.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB56'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'REJRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'F'.
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
       77 WRK-LINHA-ATUAL   PIC 9(03) VALUE ZERO.
       77 WRK-PAGINA-ATUAL  PIC 9(03) VALUE ZERO.
       77 WRK-MAX-LINHAS    PIC 9(03) VALUE 20.
       01 WRK-CABECALHO.
           05 FILLER          PIC X(24) VALUE
               'ESCOLA MUNICIPAL - SEDE'.
           05 FILLER          PIC X(20) VALUE
               'TITULOS REJEITADOS'.
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
           05 WRK-D-TIPO      PIC X(11).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-NOSSO-NUMERO PIC Z(09)9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-MATRICULA PIC ZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-NOME      PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-COMPETENCIA PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-VALOR     PIC ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-MOTIVO    PIC X(02).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-D-DESCRICAO PIC X(27).

       01 WRK-LINHA-SECAO.
           05 FILLER          PIC X(40) VALUE
               'TITULOS ENVIADOS SEM RESPOSTA DO BANCO'.

       01 WRK-LINHA-TOTAIS.
           05 FILLER            PIC X(07) VALUE 'LIDOS='.
           05 WRK-T-LIDOS       PIC ZZZZZ9.
           05 FILLER            PIC X(13) VALUE ' CONFIRMADOS='.
           05 WRK-T-CONFIRMADOS PIC ZZZZZ9.
           05 FILLER            PIC X(12) VALUE ' REJEITADOS='.
           05 WRK-T-REJEITADOS  PIC ZZZZZ9.
           05 FILLER            PIC X(12) VALUE ' SEM TITULO='.
           05 WRK-T-SEM-TITULO  PIC ZZZZZ9.
           05 FILLER            PIC X(12) VALUE ' PENDENTES='.
           05 WRK-T-PENDENTES   PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           MOVE ZERO TO WRK-QTDE-LIDOS WRK-QTDE-LIQUIDACOES
                        WRK-QTDE-CONFIRMADOS WRK-QTDE-REJEITADOS
                        WRK-QTDE-SEM-TITULO WRK-QTDE-PENDENTES
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF RETURN-CODE < 12
               OPEN OUTPUT REJECT-REPORT
               PERFORM 2000-LER-BNKRET
               PERFORM UNTIL FIM-ARQUIVO
                   IF BR-LIQUIDACAO
                       ADD 1 TO WRK-QTDE-LIQUIDACOES
                   ELSE
                       PERFORM 3000-CASAR-OCORRENCIA
                   END-IF
                   PERFORM 2000-LER-BNKRET
               END-PERFORM
               PERFORM 5000-LISTAR-PENDENTES
               PERFORM 6000-IMPRIMIR-TOTAIS
               CLOSE REJECT-REPORT
               IF WRK-REJRPT-STATUS = '00'
                   PERFORM 9600-ARQUIVAR-RELATORIO
               END-IF
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
      * TITULO REJEITADO OU OCORRENCIA SEM TITULO SAO AVISO (RC 4)
      * NO ESQUEMA PADRAO DA SUITE.
           IF (WRK-QTDE-REJEITADOS > ZERO
                   OR WRK-QTDE-SEM-TITULO > ZERO)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * BNKRET E REMREG NAO SAO OPCIONAIS; O STUDMST SO DA O NOME
      * DO ALUNO NO RELATORIO.
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT BANK-RETURN.
           IF WRK-BNKRET-STATUS NOT = '00'
               DISPLAY 'ARQUIVO BNKRET NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN I-O REMITTANCE-REGISTER.
           IF WRK-REMREG-STATUS NOT = '00'
               DISPLAY 'ARQUIVO REMREG NAO ENCONTRADO - NENHUMA '
                       'REMESSA GERADA PELO PROGCOB55'
               MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE 'N' TO WRK-STMST-ABERTO.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-STMST-STATUS = '00'
               MOVE 'S' TO WRK-STMST-ABERTO
           END-IF.

       2000-LER-BNKRET.
           READ BANK-RETURN
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END ADD 1 TO WRK-QTDE-LIDOS
           END-READ.

      * O TITULO SO E DADO COMO CASADO SE O NOSSO NUMERO DA
      * OCORRENCIA FOR O DO ULTIMO ENVIO: RESPOSTA A UM ENVIO
      * ANTERIOR (JA SUBSTITUIDO POR REENVIO) E TRATADA COMO SEM
      * TITULO E SAI NO RELATORIO.
       3000-CASAR-OCORRENCIA.
           MOVE BR-MATRICULA   TO RG-MATRICULA.
           MOVE BR-COMPETENCIA TO RG-COMPETENCIA.
           READ REMITTANCE-REGISTER
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU-TITULO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU-TITULO
           END-READ.
           IF ACHOU-TITULO
                   AND RG-NOSSO-NUMERO NOT = BR-NOSSO-NUMERO
               MOVE 'N' TO WRK-ACHOU-TITULO
           END-IF.
           IF NOT ACHOU-TITULO
               ADD 1 TO WRK-QTDE-SEM-TITULO
               MOVE 'SEM TITULO'  TO WRK-D-TIPO
               MOVE 'OCORRENCIA SEM REMESSA' TO WRK-DESCRICAO
               PERFORM 4500-IMPRIMIR-OCORRENCIA
           ELSE
               MOVE BR-DATA-PAGAMENTO TO RG-DATA-RETORNO
               IF BR-ENTRADA-CONFIRMADA
                   MOVE 'C'    TO RG-SITUACAO
                   MOVE SPACES TO RG-MOTIVO-REJEICAO
                   ADD 1 TO WRK-QTDE-CONFIRMADOS
               ELSE
                   MOVE 'R'    TO RG-SITUACAO
                   MOVE BR-MOTIVO-REJEICAO TO RG-MOTIVO-REJEICAO
                   ADD 1 TO WRK-QTDE-REJEITADOS
                   MOVE 'REJEITADO' TO WRK-D-TIPO
                   PERFORM 3100-DESCREVER-MOTIVO
                   PERFORM 4500-IMPRIMIR-OCORRENCIA
               END-IF
               REWRITE REMITTANCE-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR REMREG: '
                           RG-MATRICULA ' ' RG-COMPETENCIA
                           ' STATUS ' WRK-REMREG-STATUS
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-REWRITE
           END-IF.

      * MOTIVOS MAIS COMUNS DA TABELA DE REJEICAO DO BANCO; OS
      * DEMAIS SAEM SO COM O CODIGO.
       3100-DESCREVER-MOTIVO.
           EVALUATE BR-MOTIVO-REJEICAO
               WHEN '01'
                   MOVE 'NOSSO NUMERO DUPLICADO' TO WRK-DESCRICAO
               WHEN '02'
                   MOVE 'NOME DO PAGADOR INVALIDO' TO WRK-DESCRICAO
               WHEN '03'
                   MOVE 'ENDERECO DO PAGADOR INVALIDO'
                       TO WRK-DESCRICAO
               WHEN '04'
                   MOVE 'CEP INVALIDO' TO WRK-DESCRICAO
               WHEN '05'
                   MOVE 'VENCIMENTO INVALIDO' TO WRK-DESCRICAO
               WHEN '06'
                   MOVE 'VALOR INVALIDO' TO WRK-DESCRICAO
               WHEN OTHER
                   MOVE 'VER TABELA DO BANCO' TO WRK-DESCRICAO
           END-EVALUATE.

       4500-IMPRIMIR-OCORRENCIA.
           MOVE BR-NOSSO-NUMERO    TO WRK-D-NOSSO-NUMERO.
           MOVE BR-MATRICULA       TO WRK-D-MATRICULA.
           MOVE BR-COMPETENCIA     TO WRK-D-COMPETENCIA.
           MOVE BR-VALOR-PAGO      TO WRK-D-VALOR.
           MOVE BR-MOTIVO-REJEICAO TO WRK-D-MOTIVO.
           MOVE WRK-DESCRICAO      TO WRK-D-DESCRICAO.
           MOVE BR-MATRICULA       TO SM-MATRICULA.
           PERFORM 4550-BUSCAR-NOME.
           PERFORM 4800-IMPRIMIR-LINHA.

       4550-BUSCAR-NOME.
           MOVE SPACES TO WRK-D-NOME.
           IF STMST-ABERTO
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-NOME TO WRK-D-NOME
               END-READ
           END-IF.

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
           MOVE WRK-CABECALHO TO REJECT-REPORT-LINE.
           WRITE REJECT-REPORT-LINE.

       4800-IMPRIMIR-LINHA.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-DETALHE TO REJECT-REPORT-LINE.
           WRITE REJECT-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-DETALHE.

      * TITULOS AINDA ENVIADOS (SEM CONFIRMACAO NEM REJEICAO)
      * DEPOIS DESTE RETORNO: VARRE O REMREG INTEIRO E LISTA CADA
      * UM, PARA A TESOURARIA COBRAR O BANCO.
       5000-LISTAR-PENDENTES.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-SECAO TO REJECT-REPORT-LINE.
           WRITE REJECT-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO RG-CHAVE.
           START REMITTANCE-REGISTER KEY NOT < RG-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ REMITTANCE-REGISTER NEXT
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF RG-ENVIADO
                           PERFORM 5100-IMPRIMIR-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.

       5100-IMPRIMIR-PENDENTE.
           ADD 1 TO WRK-QTDE-PENDENTES.
           MOVE 'AGUARDANDO'    TO WRK-D-TIPO.
           MOVE RG-NOSSO-NUMERO TO WRK-D-NOSSO-NUMERO.
           MOVE RG-MATRICULA    TO WRK-D-MATRICULA.
           MOVE RG-COMPETENCIA  TO WRK-D-COMPETENCIA.
           MOVE RG-VALOR        TO WRK-D-VALOR.
           MOVE SPACES          TO WRK-D-MOTIVO.
           MOVE 'REMESSA '      TO WRK-D-DESCRICAO.
           MOVE RG-NUM-REMESSA  TO WRK-D-DESCRICAO(9:6).
           MOVE RG-MATRICULA    TO SM-MATRICULA.
           PERFORM 4550-BUSCAR-NOME.
           PERFORM 4800-IMPRIMIR-LINHA.

       6000-IMPRIMIR-TOTAIS.
           MOVE WRK-QTDE-LIDOS       TO WRK-T-LIDOS.
           MOVE WRK-QTDE-CONFIRMADOS TO WRK-T-CONFIRMADOS.
           MOVE WRK-QTDE-REJEITADOS  TO WRK-T-REJEITADOS.
           MOVE WRK-QTDE-SEM-TITULO  TO WRK-T-SEM-TITULO.
           MOVE WRK-QTDE-PENDENTES   TO WRK-T-PENDENTES.
           PERFORM 4600-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TOTAIS TO REJECT-REPORT-LINE.
           WRITE REJECT-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAIS.

       9000-FECHAR-ARQUIVOS.
           CLOSE BANK-RETURN.
           CLOSE REMITTANCE-REGISTER.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT REJECT-REPORT.
           IF WRK-REJRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-REJRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE REJECT-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ REJECT-REPORT INTO WRK-ARQ-LINHA
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
