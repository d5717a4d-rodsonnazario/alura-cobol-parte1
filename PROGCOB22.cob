      * AS INCLUSOES/ALTERACOES VALIDAM A TURMA CONTRA O CLASS-
      * MASTER (CLSMST): TURMA DESCONHECIDA E INCLUSAO EM TURMA
      * JA NA CAPACIDADE DA SALA SAO REJEITADAS COM MOTIVO
      * PROPRIO, EM VEZ DE ACEITAR UMA TURMA "5X" QUE NAO EXISTE.
      * A OPERACAO M (MOVIMENTACAO) MUDA A SITUACAO DA MATRICULA
      * (TRANSFERIDO, DESISTENTE, CONCLUIDO OU REENTRADA POR
      * TRANSFERENCIA) COM A DATA EM QUE ELA VALE, SEM APAGAR O
      * ALUNO DO MESTRE, E CADA MOVIMENTACAO (E A INCLUSAO DE
      * ALUNO RECEBIDO POR TRANSFERENCIA) E GRAVADA NO HISTORICO
      * PERMANENTE MOVHIST.
      * A INCLUSAO E A ALTERACAO TRAZEM TAMBEM OS DADOS DO CENSO
      * ESCOLAR (NASCIMENTO, SEXO, COR/RACA, ID INEP E
      * DEFICIENCIA), VALIDADOS AQUI QUANDO INFORMADOS; A
      * COBRANCA DO QUE FALTA E FEITA PELO PROGCOB70 ANTES DA
      * EXPORTACAO DO CENSO. A ALTERACAO QUE MUDA O ENDERECO
      * (ENDERECO, CIDADE OU CEP) LIMPA A MARCA DE ENDERECO
      * DEVOLVIDO PELO CORREIO (SM-END-DEVOLVIDO, LIGADA PELO
      * PROGCOB80) E AS CARTAS DO ALUNO VOLTAM A SAIR
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STMRPT-STATUS.

      * HISTORICO DE MOVIMENTACAO: SO RECEBE REGISTROS NO FIM
      * (OPEN EXTEND), COMO O AUDITLOG.
           SELECT MOVEMENT-HISTORY ASSIGN TO 'MOVHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVHS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-TRANS
           05 TE-ENDERECO           PIC X(40).
           05 TE-CIDADE             PIC X(20).
           05 TE-CEP                PIC 9(08).
           05 TE-TIPO-MOVIMENTO     PIC X(01).
           05 TE-DATA-MOVIMENTO     PIC 9(08).
           05 TE-OBSERVACAO         PIC X(30).
           05 TE-DATA-NASCIMENTO    PIC X(08).
           05 TE-SEXO               PIC X(01).
           05 TE-COR-RACA           PIC X(01).
           05 TE-ID-INEP            PIC X(12).
           05 TE-DEFICIENCIA        PIC X(01).
           05 TE-MOTIVO             PIC X(02).

       FD  MAINT-REPORT
           LABEL RECORD IS STANDARD.
       01  MAINT-REPORT-LINE PIC X(80).

       FD  MOVEMENT-HISTORY
           LABEL RECORD IS STANDARD.
       COPY CPMOVHS.

       WORKING-STORAGE SECTION.
       77 WRK-STMTRN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-STMERR-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STMRPT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-MOVHS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-MOVHS-ABERTO  PIC X(01) VALUE 'N'.
           88 MOVHS-ABERTO  VALUE 'S'.
       77 WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO   VALUE 'S'.
       77 WRK-STMST-ABERTO  PIC X(01) VALUE 'N'.
           88 STMST-ABERTO  VALUE 'S'.
       77 WRK-ACHOU-MESTRE  PIC X(01) VALUE 'N'.
           88 ACHOU-MESTRE  VALUE 'S'.
      * SITUACAO DO ALUNO LIDO POR 3500-BUSCAR-MESTRE: SM-STATUS
      * EM BRANCO (REGISTRO ANTIGO) OU A CONTA COMO ATIVO.
       77 WRK-ALUNO-ATIVO   PIC X(01) VALUE 'N'.
           88 ALUNO-ATIVO   VALUE 'S'.

      * CODIGOS DE MOTIVO DE REJEICAO GRAVADOS EM STMERR:
      * 01=MATRICULA JA EXISTE NA INCLUSAO
      * 02=MATRICULA NAO ENCONTRADA NA ALTERACAO/EXCLUSAO
      * 03=OPERACAO INVALIDA (NAO E I/A/E/M)
      * 04=MATRICULA ZERADA OU NAO NUMERICA
      * 05=NOME EM BRANCO NA INCLUSAO/ALTERACAO
      * 06=TURMA INEXISTENTE NO CLASS-MASTER
      * 07=TURMA JA NA CAPACIDADE DA SALA (SO NA INCLUSAO E NA
      *    ALTERACAO QUE TROCA O ALUNO DE TURMA)
      * 08=TIPO DE MOVIMENTO INVALIDO (M SO ACEITA T/D/C/E E A
      *    INCLUSAO SO ACEITA ESPACO OU E)
      * 09=DATA DO MOVIMENTO INVALIDA (ZERADA, NAO NUMERICA OU
      *    MES/DIA FORA DA FAIXA)
      * 10=SITUACAO DO ALUNO NAO PERMITE O MOVIMENTO (SAIDA DE
      *    ALUNO JA INATIVO OU REENTRADA DE ALUNO ATIVO)
      * 11=DADO DO CENSO INVALIDO (NASCIMENTO FORA DE DATA OU
      *    FUTURO, SEXO NAO M/F, COR/RACA FORA DE 0-5,
      *    DEFICIENCIA NAO S/N, ID INEP NAO NUMERICO)
       77 WRK-MOTIVO        PIC X(02) VALUE SPACES.

      * CADASTRO DE TURMAS CARREGADO INTEIRO EM TABELA (POUCAS
       77 WRK-QTDE-ALTERADAS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-EXCLUIDAS  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-REJEITADAS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-MOVIMENTOS PIC 9(06) VALUE ZERO.

      * DATA DO MOVIMENTO DESMEMBRADA PARA A VALIDACAO DE MES/DIA
      * E PARA A IMPRESSAO DA SITUACAO NO RELATORIO.
       01 WRK-DATA-MOV.
           05 WRK-DM-ANO PIC 9(04).
           05 WRK-DM-MES PIC 9(02).
           05 WRK-DM-DIA PIC 9(02).
       01 WRK-DATA-MOV-NUM REDEFINES WRK-DATA-MOV PIC 9(08).
       01 WRK-DATA-NASC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NASC-NUM REDEFINES WRK-DATA-NASC PIC 9(08).
       77 WRK-STATUS-ANTERIOR PIC X(01) VALUE SPACE.
       77 WRK-STATUS-NOVO     PIC X(01) VALUE SPACE.
       77 WRK-MARCA-LIMPA     PIC X(01) VALUE 'N'.
           88 MARCA-LIMPA     VALUE 'S'.
       01 WRK-SITUACAO-IMPR.
           05 FILLER          PIC X(04) VALUE 'SIT='.
           05 WRK-SI-STATUS   PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-SI-DIA      PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-SI-MES      PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-SI-ANO      PIC 9999.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB22'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'STMRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'C'.
       77 WRK-ARQ-RC         PIC S9(04) COMP VALUE ZERO.
      * O RELATORIO E RELIDO E ENTREGUE UMA LINHA POR CHAMADA
      * (FUNCAO L); A FUNCAO F FECHA O ARQUIVAMENTO.
       77 WRK-ARQ-FUNCAO     PIC X(01) VALUE 'L'.
       77 WRK-ARQ-LINHA      PIC X(132) VALUE SPACES.
       77 WRK-ARQ-FIM        PIC X(01) VALUE 'N'.
           88 FIM-ARQ-RELATORIO VALUE 'S'.

      * CONTROLE DE PAGINACAO DO RELATORIO IMPRESSO, NO MESMO
      * DESENHO DO PROGCOB07 (CABECALHO COM DATA E PAGINA).
           05 WRK-T-EXCLUIDAS   PIC ZZZZZ9.
           05 FILLER            PIC X(06) VALUE ' REJ='.
           05 WRK-T-REJEITADAS  PIC ZZZZZ9.
           05 FILLER            PIC X(06) VALUE ' MOV='.
           05 WRK-T-MOVIMENTOS  PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA E OS
           MOVE 'N'  TO WRK-FIM-ARQUIVO.
           MOVE ZERO TO WRK-QTDE-LIDAS WRK-QTDE-INCLUIDAS
                        WRK-QTDE-ALTERADAS WRK-QTDE-EXCLUIDAS
                        WRK-QTDE-REJEITADAS WRK-QTDE-MOVIMENTOS.
           MOVE ZERO TO WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           MOVE ZERO TO WRK-TURMA-COUNT.
           PERFORM 1000-ABRIR-ARQUIVOS.
           OPEN INPUT STUDENT-TRANS.
           OPEN OUTPUT TRANS-ERRO.
           OPEN OUTPUT MAINT-REPORT.
           PERFORM 1050-ABRIR-MOVHIST.

      * STMTRAN NAO E OPCIONAL: SEM ELE NAO HA NADA PARA APLICAR,
      * ENTAO O PROGRAMA TEM QUE ENCERRAR EM VEZ DE CAIR NO LOOP
               PERFORM 1100-ABRIR-STUDENT-MASTER
           END-IF.

      * O MOVHIST E O REGISTRO PERMANENTE DAS ENTRADAS E SAIDAS
      * DE ALUNOS: SEM ELE UMA MOVIMENTACAO SERIA APLICADA NO
      * MESTRE SEM DEIXAR HISTORICO, ENTAO A FALTA DO ARQUIVO
      * ENCERRA O LOTE COMO A FALTA DO STUDMST. NA PRIMEIRA
      * EXECUCAO (STATUS '35') ELE E CRIADO.
       1050-ABRIR-MOVHIST.
           MOVE 'N' TO WRK-MOVHS-ABERTO.
           OPEN EXTEND MOVEMENT-HISTORY.
           IF WRK-MOVHS-STATUS = '35'
               OPEN OUTPUT MOVEMENT-HISTORY
           END-IF.
           IF WRK-MOVHS-STATUS = '00'
               MOVE 'S' TO WRK-MOVHS-ABERTO
           ELSE
               DISPLAY 'ERRO AO ABRIR MOVHIST: ' WRK-MOVHS-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE 'S' TO WRK-FIM-ARQUIVO
           END-IF.

      * O MESTRE E ABERTO EM I-O PARA PERMITIR WRITE/REWRITE/
      * DELETE POR CHAVE. NUMA PRIMEIRA EXECUCAO EM AMBIENTE NOVO
      * O ARQUIVO AINDA NAO EXISTE (STATUS '35'); NESSE CASO ELE E
      * A LOTACAO DE PARTIDA DE CADA TURMA E APURADA VARRENDO O
      * MESTRE INTEIRO (START + READ NEXT) ANTES DO LOTE; AS
      * TRANSACOES APLICADAS DEPOIS MANTEM O CONTADOR EM DIA.
      * SO O ALUNO ATIVO OCUPA VAGA: TRANSFERIDO, DESISTENTE E
      * CONCLUIDO FICAM NO MESTRE MAS LIBERAM A CADEIRA.
       1300-APURAR-LOTACAO.
           IF CLSMST-CARREGADO AND STMST-ABERTO
               MOVE 'N' TO WRK-FIM-VARREDURA
                           MOVE SM-TURMA TO WRK-TURMA-BUSCADA
                           PERFORM 1400-BUSCAR-TURMA
                           IF ACHOU-TURMA
                                   AND (SM-STATUS = SPACE
                                     OR SM-STATUS = 'A')
                               ADD 1 TO WRK-TM-LOTACAO(WRK-TM-IDX)
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * DADOS DO CENSO: CAMPO EM BRANCO E "NAO INFORMADO" E PASSA
      * (O PROGCOB70 COBRA DEPOIS); CAMPO INFORMADO TEM QUE SER UM
      * VALOR VALIDO, SENAO A TRANSACAO INTEIRA E REJEITADA COM
      * MOTIVO 11 - NAO SE GRAVA NO MESTRE UM CODIGO QUE O INEP
      * VAI RECUSAR.
       2600-VALIDAR-CENSO-TRANSACAO.
           IF WRK-MOTIVO = SPACES
               IF TR-DATA-NASC-X NOT = SPACES
                   IF TR-DATA-NASCIMENTO NOT NUMERIC
                       MOVE '11' TO WRK-MOTIVO
                   ELSE
                       IF TR-DATA-NASCIMENTO > ZERO
                           MOVE TR-DATA-NASCIMENTO
                               TO WRK-DATA-NASC-NUM
                           IF WRK-DN-MES < 1 OR WRK-DN-MES > 12
                                   OR WRK-DN-DIA < 1
                                   OR WRK-DN-DIA > 31
                                   OR WRK-DATA-NASC > WRK-DATA-EXEC
                               MOVE '11' TO WRK-MOTIVO
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF TR-SEXO NOT = SPACE AND TR-SEXO NOT = 'M'
                       AND TR-SEXO NOT = 'F'
                   MOVE '11' TO WRK-MOTIVO
               END-IF
               IF TR-COR-RACA NOT = SPACE
                       AND (TR-COR-RACA < '0' OR TR-COR-RACA > '5')
                   MOVE '11' TO WRK-MOTIVO
               END-IF
               IF TR-DEFICIENCIA NOT = SPACE
                       AND TR-DEFICIENCIA NOT = 'S'
                       AND TR-DEFICIENCIA NOT = 'N'
                   MOVE '11' TO WRK-MOTIVO
               END-IF
               IF TR-ID-INEP-X NOT = SPACES
                       AND TR-ID-INEP NOT NUMERIC
                   MOVE '11' TO WRK-MOTIVO
               END-IF
           END-IF.

       2000-LER-TRANSACAO.
           READ STUDENT-TRANS
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO

      * VALIDACOES COMUNS A TODAS AS OPERACOES SAO FEITAS ANTES DO
      * DESVIO: MATRICULA TEM QUE SER NUMERICA E MAIOR QUE ZERO, E
      * A OPERACAO TEM QUE SER UMA DAS QUATRO RECONHECIDAS.
       3000-PROCESSAR-TRANSACAO.
           MOVE SPACES TO WRK-MOTIVO.
           IF TR-MATRICULA NOT NUMERIC OR TR-MATRICULA = ZERO
                       PERFORM 3200-ALTERAR
                   WHEN 'E'
                       PERFORM 3300-EXCLUIR
                   WHEN 'M'
                       PERFORM 3400-MOVIMENTAR
                   WHEN OTHER
                       MOVE '03' TO WRK-MOTIVO
                       PERFORM 3800-REJEITAR
      * INCLUSAO: A MATRICULA NAO PODE EXISTIR NO MESTRE E O NOME
      * NAO PODE VIR EM BRANCO (E EXATAMENTE O NOME EM BRANCO QUE
      * SUJA O RELATORIO GRDRPT QUANDO O MESTRE E CARREGADO A MAO).
      * O ALUNO INCLUIDO ENTRA ATIVO, COM A DATA DO MOVIMENTO (OU
      * A DATA DA EXECUCAO QUANDO ELA NAO VEM). O ALUNO RECEBIDO
      * POR TRANSFERENCIA (TIPO E) TAMBEM FICA NO MOVHIST.
       3100-INCLUIR.
           IF TR-NOME = SPACES
               MOVE '05' TO WRK-MOTIVO
               PERFORM 3800-REJEITAR
           ELSE
           IF TR-TIPO-MOVIMENTO NOT = SPACE
                   AND TR-TIPO-MOVIMENTO NOT = 'E'
               MOVE '08' TO WRK-MOTIVO
               PERFORM 3800-REJEITAR
           ELSE
           PERFORM 2500-VALIDAR-TURMA-TRANSACAO
           PERFORM 2600-VALIDAR-CENSO-TRANSACAO
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 3800-REJEITAR
           ELSE
                   MOVE TR-ENDERECO    TO SM-ENDERECO
                   MOVE TR-CIDADE      TO SM-CIDADE
                   MOVE TR-CEP         TO SM-CEP
                   PERFORM 3150-INCLUIR-CENSO
                   MOVE 'N'            TO SM-END-DEVOLVIDO
                   MOVE ZERO           TO SM-DATA-DEVOLUCAO
                   MOVE 'A'            TO SM-STATUS
                   IF TR-DATA-MOVIMENTO NUMERIC
                           AND TR-DATA-MOVIMENTO > ZERO
                       MOVE TR-DATA-MOVIMENTO TO SM-DATA-STATUS
                   ELSE
                       MOVE WRK-DATA-EXEC     TO SM-DATA-STATUS
                   END-IF
                   WRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           MOVE '01' TO WRK-MOTIVO
                           PERFORM 3900-SOMAR-LOTACAO
                           PERFORM 4100-IMPRIMIR-ANTES-VAZIO
                           PERFORM 4200-IMPRIMIR-DEPOIS
                           IF TR-TIPO-MOVIMENTO = 'E'
                               MOVE SPACE TO WRK-STATUS-ANTERIOR
                               PERFORM 3450-GRAVAR-MOVIMENTO
                           END-IF
                   END-WRITE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * ALUNO NOVO: CAMPO DO CENSO EM BRANCO ENTRA COMO NAO
      * INFORMADO (ZERO NOS NUMERICOS).
       3150-INCLUIR-CENSO.
           IF TR-DATA-NASC-X = SPACES
               MOVE ZERO TO SM-DATA-NASCIMENTO
           ELSE
               MOVE TR-DATA-NASCIMENTO TO SM-DATA-NASCIMENTO
           END-IF.
           IF TR-ID-INEP-X = SPACES
               MOVE ZERO TO SM-ID-INEP
           ELSE
               MOVE TR-ID-INEP TO SM-ID-INEP
           END-IF.
           MOVE TR-SEXO        TO SM-SEXO.
           MOVE TR-COR-RACA    TO SM-COR-RACA.
           MOVE TR-DEFICIENCIA TO SM-DEFICIENCIA.

      * NA ALTERACAO SO O CAMPO DO CENSO INFORMADO SUBSTITUI O DO
      * MESTRE: A TRANSACAO DE VIRADA DO PROGCOB40 E AS DIGITADAS
      * SO PARA ENDERECO NAO APAGAM O QUE JA FOI CADASTRADO.
       3250-ALTERAR-CENSO.
           IF TR-DATA-NASC-X NOT = SPACES
               MOVE TR-DATA-NASCIMENTO TO SM-DATA-NASCIMENTO
           END-IF.
           IF TR-SEXO NOT = SPACE
               MOVE TR-SEXO TO SM-SEXO
           END-IF.
           IF TR-COR-RACA NOT = SPACE
               MOVE TR-COR-RACA TO SM-COR-RACA
           END-IF.
           IF TR-ID-INEP-X NOT = SPACES
               MOVE TR-ID-INEP TO SM-ID-INEP
           END-IF.
           IF TR-DEFICIENCIA NOT = SPACE
               MOVE TR-DEFICIENCIA TO SM-DEFICIENCIA
           END-IF.

      * MANUTENCAO DOS CONTADORES DE LOTACAO DA TABELA CONFORME
               PERFORM 3800-REJEITAR
           ELSE
           PERFORM 2500-VALIDAR-TURMA-TRANSACAO
           PERFORM 2600-VALIDAR-CENSO-TRANSACAO
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 3800-REJEITAR
           ELSE
               ELSE
      * TROCA DE TURMA E UMA VAGA A MAIS NA TURMA NOVA: A
      * CAPACIDADE E CONFERIDA SO NESSE CASO (REGRAVAR O ALUNO
      * NA MESMA TURMA NAO MUDA A LOTACAO). ALUNO INATIVO NAO
      * OCUPA VAGA, ENTAO CORRIGIR A TURMA DELE NAO MEXE NA
      * LOTACAO. A ALTERACAO NAO MUDA A SITUACAO DA MATRICULA -
      * ISSO E FEITO SO PELA OPERACAO M.
                   MOVE SM-TURMA TO WRK-TURMA-ANTIGA
                   IF CLSMST-CARREGADO AND ALUNO-ATIVO
                           AND TR-TURMA NOT = WRK-TURMA-ANTIGA
                           AND ACHOU-TURMA
                           AND WRK-TM-LOTACAO(WRK-TM-IDX)
                       PERFORM 3800-REJEITAR
                   ELSE
                   PERFORM 4000-IMPRIMIR-ANTES
      * ENDERECO NOVO TIRA A MARCA DE DEVOLVIDO; A TRANSACAO QUE
      * REPETE O MESMO ENDERECO (VIRADA DO PROGCOB40, TROCA SO DE
      * TURMA) NAO MEXE NELA.
                   MOVE 'N' TO WRK-MARCA-LIMPA
                   IF SM-ENDERECO-DEVOLVIDO
                           AND (TR-ENDERECO NOT = SM-ENDERECO
                             OR TR-CIDADE NOT = SM-CIDADE
                             OR TR-CEP NOT = SM-CEP)
                       MOVE 'N'  TO SM-END-DEVOLVIDO
                       MOVE ZERO TO SM-DATA-DEVOLUCAO
                       MOVE 'S'  TO WRK-MARCA-LIMPA
                   END-IF
                   MOVE TR-NOME        TO SM-NOME
                   MOVE TR-TURMA       TO SM-TURMA
                   MOVE TR-RESPONSAVEL TO SM-RESPONSAVEL
                   MOVE TR-ENDERECO    TO SM-ENDERECO
                   MOVE TR-CIDADE      TO SM-CIDADE
                   MOVE TR-CEP         TO SM-CEP
                   PERFORM 3250-ALTERAR-CENSO
                   REWRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           MOVE '02' TO WRK-MOTIVO
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTDE-ALTERADAS
                           IF TR-TURMA NOT = WRK-TURMA-ANTIGA
                                   AND ALUNO-ATIVO
                               MOVE WRK-TURMA-ANTIGA
                                   TO WRK-TURMA-BUSCADA
                               PERFORM 3950-SUBTRAIR-LOTACAO
                               PERFORM 3900-SOMAR-LOTACAO
                           END-IF
                           PERFORM 4200-IMPRIMIR-DEPOIS
                           IF MARCA-LIMPA
                               PERFORM 4220-IMPRIMIR-MARCA-LIMPA
                           END-IF
                   END-REWRITE
                   END-IF
               END-IF
                       PERFORM 3800-REJEITAR
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTDE-EXCLUIDAS
                       IF ALUNO-ATIVO
                           MOVE WRK-TURMA-ANTIGA TO WRK-TURMA-BUSCADA
                           PERFORM 3950-SUBTRAIR-LOTACAO
                       END-IF
                       PERFORM 4300-IMPRIMIR-DEPOIS-VAZIO
               END-DELETE
           END-IF.

      * MOVIMENTACAO DE MATRICULA: TRANSFERENCIA PARA OUTRA
      * ESCOLA (T), DESISTENCIA (D) E CONCLUSAO (C) TIRAM O ALUNO
      * ATIVO DA TURMA A PARTIR DA DATA DO MOVIMENTO; A REENTRADA
      * POR TRANSFERENCIA (E) DE UM ALUNO QUE JA ESTEVE NA ESCOLA
      * O DEVOLVE A TURMA DO MESTRE, SUJEITA A CAPACIDADE DA
      * SALA. O ALUNO CONTINUA NO MESTRE (A EXCLUSAO E SO PARA
      * CADASTRO FEITO POR ENGANO) E A MOVIMENTACAO VAI PARA O
      * MOVHIST.
       3400-MOVIMENTAR.
           MOVE TR-DATA-MOVIMENTO TO WRK-DATA-MOV.
           IF TR-TIPO-MOVIMENTO NOT = 'T'
                   AND TR-TIPO-MOVIMENTO NOT = 'D'
                   AND TR-TIPO-MOVIMENTO NOT = 'C'
                   AND TR-TIPO-MOVIMENTO NOT = 'E'
               MOVE '08' TO WRK-MOTIVO
               PERFORM 3800-REJEITAR
           ELSE
               IF WRK-DATA-MOV NOT NUMERIC
                       OR WRK-DM-MES < 1 OR WRK-DM-MES > 12
                       OR WRK-DM-DIA < 1 OR WRK-DM-DIA > 31
                   MOVE '09' TO WRK-MOTIVO
                   PERFORM 3800-REJEITAR
               ELSE
                   PERFORM 3500-BUSCAR-MESTRE
                   IF NOT ACHOU-MESTRE
                       MOVE '02' TO WRK-MOTIVO
                       PERFORM 3800-REJEITAR
                   ELSE
                       IF (TR-TIPO-MOVIMENTO = 'E' AND ALUNO-ATIVO)
                               OR (TR-TIPO-MOVIMENTO NOT = 'E'
                                   AND NOT ALUNO-ATIVO)
                           MOVE '10' TO WRK-MOTIVO
                           PERFORM 3800-REJEITAR
                       ELSE
                           MOVE SM-TURMA TO WRK-TURMA-BUSCADA
                           IF CLSMST-CARREGADO
                               PERFORM 1400-BUSCAR-TURMA
                           END-IF
                           IF TR-TIPO-MOVIMENTO = 'E'
                                   AND CLSMST-CARREGADO
                                   AND ACHOU-TURMA
                                   AND WRK-TM-LOTACAO(WRK-TM-IDX)
                                       >= WRK-TM-CAPACIDADE(WRK-TM-IDX)
                               MOVE '07' TO WRK-MOTIVO
                               PERFORM 3800-REJEITAR
                           ELSE
                               PERFORM 3420-APLICAR-MOVIMENTO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3420-APLICAR-MOVIMENTO.
           PERFORM 4000-IMPRIMIR-ANTES.
           MOVE SM-STATUS TO WRK-STATUS-ANTERIOR.
           EVALUATE TR-TIPO-MOVIMENTO
               WHEN 'T'
                   MOVE 'T' TO SM-STATUS
               WHEN 'D'
                   MOVE 'D' TO SM-STATUS
               WHEN 'C'
                   MOVE 'C' TO SM-STATUS
               WHEN 'E'
                   MOVE 'A' TO SM-STATUS
           END-EVALUATE.
           MOVE TR-DATA-MOVIMENTO TO SM-DATA-STATUS.
           REWRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   MOVE '02' TO WRK-MOTIVO
                   PERFORM 3800-REJEITAR
               NOT INVALID KEY
                   ADD 1 TO WRK-QTDE-MOVIMENTOS
                   MOVE SM-TURMA TO WRK-TURMA-BUSCADA
                   IF TR-TIPO-MOVIMENTO = 'E'
                       PERFORM 1400-BUSCAR-TURMA
                       IF ACHOU-TURMA
                           ADD 1 TO WRK-TM-LOTACAO(WRK-TM-IDX)
                       END-IF
                   ELSE
                       PERFORM 3950-SUBTRAIR-LOTACAO
                   END-IF
                   PERFORM 4200-IMPRIMIR-DEPOIS
                   PERFORM 3450-GRAVAR-MOVIMENTO
           END-REWRITE.

      * UM REGISTRO NO MOVHIST POR MOVIMENTACAO APLICADA, COM A
      * SITUACAO ANTERIOR E A NOVA E O MOMENTO DA APLICACAO.
       3450-GRAVAR-MOVIMENTO.
           MOVE SM-MATRICULA        TO MH-MATRICULA.
           MOVE TR-TIPO-MOVIMENTO   TO MH-TIPO.
           MOVE SM-DATA-STATUS      TO MH-DATA.
           MOVE SM-TURMA            TO MH-TURMA.
           MOVE WRK-STATUS-ANTERIOR TO MH-STATUS-ANTERIOR.
           MOVE SM-STATUS           TO MH-STATUS-NOVO.
           MOVE TR-OBSERVACAO       TO MH-OBSERVACAO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MH-TIMESTAMP.
           WRITE MOVEMENT-HISTORY-RECORD.
           IF WRK-MOVHS-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR MOVHIST: ' WRK-MOVHS-STATUS
                   ' MATRICULA ' SM-MATRICULA
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * LEITURA ALEATORIA POR CHAVE (RECORD KEY IS SM-MATRICULA):
      * SE A MATRICULA NAO EXISTIR NO ARQUIVO INDEXADO, INVALID
      * KEY MARCA O REGISTRO COMO NAO ENCONTRADO EM VEZ DE VARRER
      * O ARQUIVO INTEIRO.
       3500-BUSCAR-MESTRE.
           MOVE 'N' TO WRK-ACHOU-MESTRE.
           MOVE 'N' TO WRK-ALUNO-ATIVO.
           IF STMST-ABERTO
               MOVE TR-MATRICULA TO SM-MATRICULA
               READ STUDENT-MASTER
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-MESTRE
                       IF SM-STATUS = SPACE OR SM-STATUS = 'A'
                           MOVE 'S' TO WRK-ALUNO-ATIVO
                       END-IF
               END-READ
           END-IF.

           MOVE TR-ENDERECO    TO TE-ENDERECO.
           MOVE TR-CIDADE      TO TE-CIDADE.
           MOVE TR-CEP         TO TE-CEP.
           MOVE TR-TIPO-MOVIMENTO TO TE-TIPO-MOVIMENTO.
           MOVE TR-DATA-MOVIMENTO TO TE-DATA-MOVIMENTO.
           MOVE TR-OBSERVACAO  TO TE-OBSERVACAO.
           MOVE TR-DATA-NASC-X TO TE-DATA-NASCIMENTO.
           MOVE TR-SEXO        TO TE-SEXO.
           MOVE TR-COR-RACA    TO TE-COR-RACA.
           MOVE TR-ID-INEP-X   TO TE-ID-INEP.
           MOVE TR-DEFICIENCIA TO TE-DEFICIENCIA.
           MOVE WRK-MOTIVO     TO TE-MOTIVO.
           WRITE TRANS-ERRO-RECORD.
           PERFORM 4500-VERIFICAR-QUEBRA-PAGINA.
           MOVE SM-MATRICULA  TO WRK-D-MATRICULA.
           MOVE SM-NOME       TO WRK-D-NOME.
           MOVE SM-TURMA      TO WRK-D-TURMA.
           PERFORM 4250-FORMATAR-SITUACAO.
           PERFORM 4900-GRAVAR-LINHA.

      * NA INCLUSAO NAO HA IMAGEM ANTERIOR: A LINHA 'ANTES' SAI
           MOVE SM-MATRICULA  TO WRK-D-MATRICULA.
           MOVE SM-NOME       TO WRK-D-NOME.
           MOVE SM-TURMA      TO WRK-D-TURMA.
           PERFORM 4250-FORMATAR-SITUACAO.
           PERFORM 4900-GRAVAR-LINHA.

      * A LINHA EXTRA AVISA QUE O ENDERECO DEVOLVIDO FOI TROCADO E
      * AS CARTAS DO ALUNO DEIXAM DE FICAR RETIDAS.
       4220-IMPRIMIR-MARCA-LIMPA.
           PERFORM 4500-VERIFICAR-QUEBRA-PAGINA.
           MOVE SPACES        TO WRK-DETALHE.
           MOVE 'ENDER.: '    TO WRK-D-ROTULO.
           MOVE TR-OPERACAO   TO WRK-D-OPERACAO.
           MOVE SM-MATRICULA  TO WRK-D-MATRICULA.
           MOVE 'ENDERECO DEVOLVIDO SUBSTITUIDO' TO WRK-D-NOME.
           MOVE 'CARTAS LIBERADAS' TO WRK-D-COMPLEMENTO.
           PERFORM 4900-GRAVAR-LINHA.

      * SITUACAO DA MATRICULA E DATA EM QUE PASSOU A VALER, NO
      * COMPLEMENTO DAS LINHAS ANTES/DEPOIS. REGISTRO ANTIGO SEM
      * A DATA SAI COM A SITUACAO SO.
       4250-FORMATAR-SITUACAO.
           MOVE SM-STATUS TO WRK-SI-STATUS.
           IF SM-DATA-STATUS NUMERIC AND SM-DATA-STATUS > ZERO
               MOVE SM-DATA-STATUS TO WRK-DATA-MOV-NUM
               MOVE WRK-DM-DIA TO WRK-SI-DIA
               MOVE WRK-DM-MES TO WRK-SI-MES
               MOVE WRK-DM-ANO TO WRK-SI-ANO
               MOVE WRK-SITUACAO-IMPR TO WRK-D-COMPLEMENTO
           ELSE
               MOVE WRK-SITUACAO-IMPR(1:5) TO WRK-D-COMPLEMENTO
           END-IF.

       4300-IMPRIMIR-DEPOIS-VAZIO.
           PERFORM 4500-VERIFICAR-QUEBRA-PAGINA.
           MOVE SPACES        TO WRK-DETALHE.
           MOVE WRK-QTDE-ALTERADAS  TO WRK-T-ALTERADAS.
           MOVE WRK-QTDE-EXCLUIDAS  TO WRK-T-EXCLUIDAS.
           MOVE WRK-QTDE-REJEITADAS TO WRK-T-REJEITADAS.
           MOVE WRK-QTDE-MOVIMENTOS TO WRK-T-MOVIMENTOS.
           PERFORM 4500-VERIFICAR-QUEBRA-PAGINA.
           MOVE WRK-LINHA-TOTAIS TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           CLOSE STUDENT-TRANS.
           CLOSE TRANS-ERRO.
           CLOSE MAINT-REPORT.
           IF WRK-STMRPT-STATUS = '00'
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           IF MOVHS-ABERTO
               CLOSE MOVEMENT-HISTORY
           END-IF.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT MAINT-REPORT.
           IF WRK-STMRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-STMRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE MAINT-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ MAINT-REPORT INTO WRK-ARQ-LINHA
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
