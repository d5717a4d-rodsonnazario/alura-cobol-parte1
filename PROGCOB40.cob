      * ATUAL E NAO GERA TRANSACAO. O LOTE NAO E APLICADO AQUI:
      * SAI O RELATORIO DA VIRADA (ROLRPT) PARA A DIRECAO ASSINAR
      * E SO ENTAO O PROGCOB22 APLICA O STMTRAN - NO LUGAR DA
      * REDIGITACAO DE CENTENAS DE ALUNOS TODO JANEIRO.
      * ALUNO CONCLUIDO (SERIE FINAL) GERA UMA TRANSACAO M DE
      * CONCLUSAO (TIPO C), PARA O PROGCOB22 MARCAR A MATRICULA
      * E LEVAR A SAIDA AO MOVHIST; ALUNO JA TRANSFERIDO,
      * DESISTENTE OU CONCLUIDO NO MESTRE NAO ENTRA NA VIRADA.
      * O HISTORICO ESCOLAR DO ANO (PROGCOB53) DEVE SER GRAVADO
      * ANTES DO PROGCOB22 APLICAR ESTE LOTE, PARA GUARDAR A
      * TURMA EM QUE O ALUNO CURSOU O ANO.
      * A APROVACAO PELO CONSELHO DE CLASSE (DECISAO A DO
      * CONSELHO FINAL DO ANO ENCERRADO, REGISTRADA PELO
      * SUPERVISOR NO PROGCOB69 - ARQUIVO CONSELH) ABONA O
      * REPROVADO/RECUPERACAO DA DISCIPLINA DECIDIDA (OU DE TODAS,
      * COM A DISCIPLINA EM BRANCO) NA DECISAO DO ALUNO; NUNCA O
      * REPR-FALTA, QUE E O MINIMO LEGAL DE FREQUENCIA. O ALUNO
      * PROMOVIDO ASSIM SAI COMO PROM-CONSEL/CONC-CONSEL E TODAS
      * AS DECISOES DO CONSELHO SAO LISTADAS EM SEPARADO NO FIM DO
      * ROLRPT, COM O EFEITO, A JUSTIFICATIVA, O SUPERVISOR E OS
      * MEMBROS PRESENTES
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JRNL-STATUS.

           SELECT COUNCIL-DECISION ASSIGN TO 'CONSELH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONSELH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YEARLY-RESULTS
           LABEL RECORD IS STANDARD.
       COPY CPRUNJR.

       FD  COUNCIL-DECISION
           LABEL RECORD IS STANDARD.
       COPY CPCONSE.

       WORKING-STORAGE SECTION.
       77 WRK-YEARRES-STATUS PIC X(02) VALUE SPACES.
       77 WRK-STMST-STATUS   PIC X(02) VALUE SPACES.
               10 WRK-AL-QTDE-DISC   PIC 9(03).
               10 WRK-AL-QTDE-RETEM  PIC 9(03).
               10 WRK-AL-QTDE-PEND   PIC 9(03).
               10 WRK-AL-QTDE-CONSEL PIC 9(03).
       77 WRK-ALUNO-COUNT    PIC 9(03) VALUE ZERO.
       77 WRK-AL-IDX         PIC 9(03) VALUE ZERO.
       77 WRK-AL-BUSCA       PIC 9(03) VALUE ZERO.
       77 WRK-TURMA-NOVA     PIC X(04) VALUE SPACES.
       77 WRK-DECISAO        PIC X(11) VALUE SPACES.

      * DATA DA CONCLUSAO GRAVADA NA TRANSACAO M: O ULTIMO DIA DO
      * ANO LETIVO ENCERRADO. A VIRADA RODA EM DEZEMBRO OU NO
      * COMECO DO ANO SEGUINTE; RODANDO ATE JUNHO, O ANO
      * ENCERRADO E O ANTERIOR - ASSIM O CONCLUINTE NAO E COBRADO
      * NA PRIMEIRA MENSALIDADE DO ANO NOVO.
       01 WRK-DATA-CONCLUSAO.
           05 WRK-DC-ANO PIC 9(04).
           05 WRK-DC-MES PIC 9(02) VALUE 12.
           05 WRK-DC-DIA PIC 9(02) VALUE 31.
       01 WRK-DATA-CONCLUSAO-NUM REDEFINES WRK-DATA-CONCLUSAO
                                 PIC 9(08).

       77 WRK-QTDE-PROMOVIDOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-RETIDOS    PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-PENDENTES  PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-CONCLUIDOS PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-SEM-RESULT PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-INATIVOS   PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-LIDOS      PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-GRAVADAS   PIC 9(06) VALUE ZERO.
       77 WRK-JRNL-STATUS     PIC X(02) VALUE SPACES.

      * DECISOES A (APROVADO PELO CONSELHO) DO CONSELHO FINAL DO
      * ANO ENCERRADO, NA ORDEM DO CONSELH. UMA DECISAO M
      * POSTERIOR DO MESMO ALUNO CANCELA A DECISAO A DA MESMA
      * DISCIPLINA (M EM BRANCO CANCELA TODAS AS DO ALUNO).
      * WRK-CS-SITUACAO: ESPACO = AINDA SEM USO, U = ABONOU
      * DISCIPLINA (EFEITO DEPENDE DO RESTO DO ALUNO), A =
      * APLICADA (ALUNO PROMOVIDO/CONCLUIDO), R = ALUNO RETIDO
      * POR OUTRA DISCIPLINA, P = ALUNO PENDENTE DE
      * RECUPERACAO, T = TURMA FORA DO PADRAO, F = REPR-FALTA
      * (NAO ABONAVEL), D = NADA A ABONAR, S = ALUNO SEM
      * RESULTADO, I = ALUNO FORA DA VIRADA (INATIVO OU FORA DO
      * MESTRE), C = CANCELADA.
       77 WRK-CONSELH-STATUS  PIC X(02) VALUE SPACES.
       01 WRK-CONSELHO-TABLE.
           05 WRK-CS-ENTRY OCCURS 100 TIMES.
               10 WRK-CS-NUMERO      PIC 9(06).
               10 WRK-CS-MATRICULA   PIC 9(06).
               10 WRK-CS-NOME        PIC X(30).
               10 WRK-CS-DISCIPLINA  PIC X(03).
               10 WRK-CS-JUSTIFICATIVA PIC X(60).
               10 WRK-CS-MEMBRO OCCURS 6 TIMES PIC X(20).
               10 WRK-CS-SUPERVISOR  PIC X(20).
               10 WRK-CS-SITUACAO    PIC X(01).
               10 WRK-CS-CANCELADA-POR PIC 9(06).
       77 WRK-CONSELHO-COUNT  PIC 9(03) VALUE ZERO.
       77 WRK-CS-IDX          PIC 9(03) VALUE ZERO.
       77 WRK-CS-MB-IDX       PIC 9(01) VALUE ZERO.
       77 WRK-CONSELHO-ABONA  PIC X(01) VALUE 'N'.
           88 CONSELHO-ABONA  VALUE 'S'.
       77 WRK-QTDE-APROV-CONSEL PIC 9(06) VALUE ZERO.
       77 WRK-QTDE-DEC-SEM-EFEITO PIC 9(06) VALUE ZERO.
      * ARQUIVAMENTO DO RELATORIO PELO PROGCOB74 (TIMESTAMP
      * DA EXECUCAO E CLASSE DE RETENCAO); O CALL DEVOLVE O
      * RETURN CODE DELE, ENTAO O DESTE PROGRAMA E GUARDADO.
       77 WRK-ARQ-PROGRAMA   PIC X(09) VALUE 'PROGCOB40'.
       77 WRK-ARQ-RELATORIO  PIC X(08) VALUE 'ROLRPT'.
       77 WRK-ARQ-TIMESTAMP  PIC 9(14) VALUE ZERO.
       77 WRK-ARQ-RETENCAO   PIC X(01) VALUE 'A'.
       77 WRK-ARQ-RC         PIC S9(04) COMP VALUE ZERO.
      * O RELATORIO E RELIDO E ENTREGUE UMA LINHA POR CHAMADA
      * (FUNCAO L); A FUNCAO F FECHA O ARQUIVAMENTO.
       77 WRK-ARQ-FUNCAO     PIC X(01) VALUE 'L'.
       77 WRK-ARQ-LINHA      PIC X(132) VALUE SPACES.
       77 WRK-ARQ-FIM        PIC X(01) VALUE 'N'.
           88 FIM-ARQ-RELATORIO VALUE 'S'.

      * CONTROLE DE PAGINACAO, NO MESMO DESENHO DO PROGCOB22.
       01 WRK-DATA-EXEC.
           05 WRK-DE-ANO PIC 9(04).
           05 FILLER            PIC X(11) VALUE ' SEM-RESUL='.
           05 WRK-T-SEM-RESULT  PIC ZZZZZ9.

      * ALUNOS QUE JA ESTAVAM FORA DA ESCOLA (TRANSFERIDO,
      * DESISTENTE OU CONCLUIDO NO MESTRE) NAO TEM LINHA DE
      * DETALHE: SAEM SO NESTA SEGUNDA LINHA DE TOTAIS.
       01 WRK-LINHA-TOTAIS-2.
           05 FILLER            PIC X(20) VALUE
               'INATIVOS NO MESTRE='.
           05 WRK-T-INATIVOS    PIC ZZZZZ9.
           05 FILLER            PIC X(16) VALUE
               ' APROV-CONSELHO='.
           05 WRK-T-APROV-CONSEL PIC ZZZZZ9.
           05 FILLER            PIC X(17) VALUE
               ' DEC-SEM-EFEITO='.
           05 WRK-T-DEC-SEM-EFEITO PIC ZZZZZ9.

      * SECAO SEPARADA DAS DECISOES DO CONSELHO DE CLASSE: CADA
      * DECISAO SAI COM O EFEITO NA VIRADA, A JUSTIFICATIVA, QUEM
      * REGISTROU E OS MEMBROS PRESENTES.
       01 WRK-LINHA-TITULO-CONSELHO.
           05 FILLER            PIC X(47) VALUE
               'DECISOES DO CONSELHO DE CLASSE - CONSELHO FINAL'.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WRK-TC-ANO        PIC 9(04).
       01 WRK-DETALHE-CONSELHO.
           05 FILLER            PIC X(08) VALUE 'DECISAO '.
           05 WRK-DCS-NUMERO    PIC ZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DCS-MATRICULA PIC ZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DCS-NOME      PIC X(24).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DCS-DISCIPLINA PIC X(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-DCS-EFEITO    PIC X(32).
       01 WRK-LINHA-JUSTIFICATIVA.
           05 FILLER            PIC X(23) VALUE
               '        JUSTIFICATIVA: '.
           05 WRK-LJ-TEXTO      PIC X(60).
       01 WRK-LINHA-SUPERVISOR.
           05 FILLER            PIC X(28) VALUE
               '        REGISTRADA PELO SUP.'.
           05 FILLER            PIC X(02) VALUE ': '.
           05 WRK-LS-SUPERVISOR PIC X(20).
       01 WRK-LINHA-MEMBROS.
           05 FILLER            PIC X(17) VALUE
               '        MEMBROS: '.
           05 WRK-LM-CELULA OCCURS 3 TIMES.
               10 WRK-LM-NOME   PIC X(20).
               10 FILLER        PIC X(01).

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
      * O TIMESTAMP DA EXECUCAO IDENTIFICA O RELATORIO NO
      * ARQUIVO DE RELATORIOS E E O MESMO DO REGISTRO DE
      * INICIO NO RUNJRNL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-ARQ-TIMESTAMP.
      * ESTE PROGRAMA PODE SER CHAMADO REPETIDAMENTE PELO MENU
      * DRIVER DENTRO DE UM UNICO RUN UNIT, ENTAO A WORKING-
      * STORAGE SOBREVIVE DE UMA CHAMADA PARA A OUTRA.
                        WRK-QTDE-RETIDOS WRK-QTDE-PENDENTES
                        WRK-QTDE-CONCLUIDOS
                        WRK-QTDE-SEM-RESULT WRK-QTDE-LIDOS
                        WRK-QTDE-INATIVOS
                        WRK-QTDE-GRAVADAS
                        WRK-CONSELHO-COUNT WRK-QTDE-APROV-CONSEL
                        WRK-QTDE-DEC-SEM-EFEITO
                        WRK-LINHA-ATUAL WRK-PAGINA-ATUAL.
           PERFORM 0100-GRAVAR-JORNAL-INICIO.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF WRK-YEARRES-STATUS = '00' AND STMST-ABERTO
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD
               MOVE WRK-DE-ANO TO WRK-DC-ANO
               IF WRK-DE-MES <= 6
                   SUBTRACT 1 FROM WRK-DC-ANO
               END-IF
               PERFORM 1600-CARREGAR-CONSELHO
               PERFORM 1700-CONSOLIDAR-RESULTADOS
               PERFORM 3000-VARRER-MESTRE
               PERFORM 5000-IMPRIMIR-TOTAIS
               PERFORM 5500-IMPRIMIR-CONSELHO
           END-IF.
           PERFORM 9000-FECHAR-ARQUIVOS.
           PERFORM 9100-GRAVAR-JORNAL-FIM.
           IF WRK-JRNL-STATUS = '00'
               MOVE 'PROGCOB40' TO RJ-PROGRAMA
               MOVE 'I'         TO RJ-TIPO
               MOVE WRK-ARQ-TIMESTAMP TO RJ-TIMESTAMP
               MOVE ZERO        TO RJ-QTDE-LIDOS
               MOVE ZERO        TO RJ-QTDE-GRAVADOS
               MOVE ZERO        TO RJ-QTDE-REJEITADOS
               OPEN OUTPUT ROLLOVER-REPORT
           END-IF.

      * DECISOES DO CONSELHO FINAL DO ANO ENCERRADO (O MESMO
      * WRK-DC-ANO DA DATA DE CONCLUSAO). CONSELH OPCIONAL: SEM
      * ELE A VIRADA SEGUE SO PELO YEARRES. ESTOURO DA TABELA E
      * ERRO DE DADOS (RC 8), COMO O DA TABELA DE ALUNOS - UMA
      * APROVACAO DO CONSELHO NAO PODE SUMIR EM SILENCIO.
       1600-CARREGAR-CONSELHO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT COUNCIL-DECISION.
           IF WRK-CONSELH-STATUS = '00'
               PERFORM 1650-LER-CONSELH
               PERFORM UNTIL FIM-ARQUIVO
                   IF CD-ANO-LETIVO = WRK-DC-ANO
                           AND CD-BIMESTRE = ZERO
                       IF CD-APROVADO-CONSELHO
                           PERFORM 1660-GUARDAR-DECISAO
                       END-IF
                       IF CD-RESULTADO-MANTIDO
                           PERFORM 1670-CANCELAR-DECISAO
                       END-IF
                   END-IF
                   PERFORM 1650-LER-CONSELH
               END-PERFORM
               CLOSE COUNCIL-DECISION
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.

       1650-LER-CONSELH.
           READ COUNCIL-DECISION
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       1660-GUARDAR-DECISAO.
           IF WRK-CONSELHO-COUNT < 100
               ADD 1 TO WRK-CONSELHO-COUNT
               MOVE WRK-CONSELHO-COUNT TO WRK-CS-IDX
               MOVE CD-NUMERO     TO WRK-CS-NUMERO(WRK-CS-IDX)
               MOVE CD-MATRICULA  TO WRK-CS-MATRICULA(WRK-CS-IDX)
               MOVE SPACES        TO WRK-CS-NOME(WRK-CS-IDX)
               MOVE CD-DISCIPLINA TO WRK-CS-DISCIPLINA(WRK-CS-IDX)
               MOVE CD-JUSTIFICATIVA
                   TO WRK-CS-JUSTIFICATIVA(WRK-CS-IDX)
               PERFORM VARYING WRK-CS-MB-IDX FROM 1 BY 1
                       UNTIL WRK-CS-MB-IDX > 6
                   MOVE CD-MEMBRO(WRK-CS-MB-IDX)
                       TO WRK-CS-MEMBRO(WRK-CS-IDX, WRK-CS-MB-IDX)
               END-PERFORM
               MOVE CD-SUPERVISOR TO WRK-CS-SUPERVISOR(WRK-CS-IDX)
               MOVE SPACE         TO WRK-CS-SITUACAO(WRK-CS-IDX)
               MOVE ZERO          TO WRK-CS-CANCELADA-POR(WRK-CS-IDX)
           ELSE
               DISPLAY 'TABELA DE DECISOES DO CONSELHO CHEIA, '
                       'IGNORADA: ' CD-NUMERO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1670-CANCELAR-DECISAO.
           PERFORM VARYING WRK-CS-IDX FROM 1 BY 1
                   UNTIL WRK-CS-IDX > WRK-CONSELHO-COUNT
               IF WRK-CS-MATRICULA(WRK-CS-IDX) = CD-MATRICULA
                  AND WRK-CS-SITUACAO(WRK-CS-IDX) = SPACE
                  AND (CD-DISCIPLINA = SPACES
                       OR CD-DISCIPLINA
                           = WRK-CS-DISCIPLINA(WRK-CS-IDX))
                   MOVE 'C' TO WRK-CS-SITUACAO(WRK-CS-IDX)
                   MOVE CD-NUMERO
                       TO WRK-CS-CANCELADA-POR(WRK-CS-IDX)
               END-IF
           END-PERFORM.

      * CONSOLIDA O YEARRES POR MATRICULA: QUALQUER DISCIPLINA
      * COM SITUACAO FINAL REPROVADO OU REPR-FALTA RETEM O ALUNO
      * NA SERIE; DISCIPLINA AINDA EM RECUPERACAO DEIXA O ALUNO
                   MOVE ZERO TO WRK-AL-QTDE-DISC(WRK-AL-IDX)
                   MOVE ZERO TO WRK-AL-QTDE-RETEM(WRK-AL-IDX)
                   MOVE ZERO TO WRK-AL-QTDE-PEND(WRK-AL-IDX)
                   MOVE ZERO TO WRK-AL-QTDE-CONSEL(WRK-AL-IDX)
               ELSE
                   DISPLAY 'TABELA DE ALUNOS CHEIA, IGNORADO: '
                       YR-MATRICULA
           END-IF.
           IF WRK-AL-IDX > ZERO
               ADD 1 TO WRK-AL-QTDE-DISC(WRK-AL-IDX)
               PERFORM 1850-CONFERIR-CONSELHO
               IF CONSELHO-ABONA
                   ADD 1 TO WRK-AL-QTDE-CONSEL(WRK-AL-IDX)
               ELSE
                   IF YR-SITUACAO-FINAL = 'REPROVADO'
                           OR YR-SITUACAO-FINAL = 'REPR-FALTA'
                       ADD 1 TO WRK-AL-QTDE-RETEM(WRK-AL-IDX)
                   END-IF
                   IF YR-SITUACAO-FINAL = 'RECUPERACAO'
                       ADD 1 TO WRK-AL-QTDE-PEND(WRK-AL-IDX)
                   END-IF
               END-IF
           END-IF.

      * DISCIPLINA REPROVADO OU RECUPERACAO COBERTA POR UMA
      * APROVACAO DO CONSELHO (DA DISCIPLINA OU EM BRANCO) NAO
      * RETEM NEM DEIXA PENDENTE. REPR-FALTA NAO E ABONADO: A
      * DECISAO FICA MARCADA F E O ALUNO CONTINUA RETIDO.
       1850-CONFERIR-CONSELHO.
           MOVE 'N' TO WRK-CONSELHO-ABONA.
           IF YR-SITUACAO-FINAL = 'REPROVADO'
                   OR YR-SITUACAO-FINAL = 'RECUPERACAO'
                   OR YR-SITUACAO-FINAL = 'REPR-FALTA'
               PERFORM VARYING WRK-CS-IDX FROM 1 BY 1
                       UNTIL WRK-CS-IDX > WRK-CONSELHO-COUNT
                   IF WRK-CS-MATRICULA(WRK-CS-IDX) = YR-MATRICULA
                      AND WRK-CS-SITUACAO(WRK-CS-IDX) NOT = 'C'
                      AND (WRK-CS-DISCIPLINA(WRK-CS-IDX) = SPACES
                           OR WRK-CS-DISCIPLINA(WRK-CS-IDX)
                               = YR-DISCIPLINA)
                       IF YR-SITUACAO-FINAL = 'REPR-FALTA'
                           MOVE 'F' TO WRK-CS-SITUACAO(WRK-CS-IDX)
                       ELSE
                           MOVE 'S' TO WRK-CONSELHO-ABONA
                           IF WRK-CS-SITUACAO(WRK-CS-IDX) = SPACE
                               MOVE 'U'
                                   TO WRK-CS-SITUACAO(WRK-CS-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * VARRE O MESTRE INTEIRO (START + READ NEXT, COMO NO
      * PROGCOB26) E DECIDE CADA ALUNO: PROMOVIDO GERA TRANSACAO
      * A COM A TURMA AVANCADA, RETIDO E CONCLUIDO NAO GERAM
      * TRANSACAO, ALUNO SEM RESULTADO NO YEARRES SAI COM AVISO.
      * ALUNO QUE JA SAIU DA ESCOLA (SM-STATUS T/D/C) E SO
      * CONTADO: NAO TEM O QUE AVANCAR E NAO E FURO DO YEARRES.
       3000-VARRER-MESTRE.
           MOVE LOW-VALUES TO SM-MATRICULA.
           START STUDENT-MASTER KEY NOT < SM-MATRICULA
           PERFORM UNTIL FIM-ARQUIVO
               READ STUDENT-MASTER NEXT
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF SM-STATUS = SPACE OR SM-STATUS = 'A'
                           PERFORM 3500-DECIDIR-ALUNO
                       ELSE
                           ADD 1 TO WRK-QTDE-INATIVOS
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
                   END-IF
               END-IF
           END-IF.
      * PROMOCAO QUE SO ACONTECEU POR CAUSA DO CONSELHO SAI
      * IDENTIFICADA NA LINHA DO ALUNO.
           IF ACHOU-ALUNO
               IF WRK-AL-QTDE-CONSEL(WRK-AL-IDX) > ZERO
                   IF WRK-DECISAO = 'PROMOVIDO'
                       MOVE 'PROM-CONSEL' TO WRK-DECISAO
                       ADD 1 TO WRK-QTDE-APROV-CONSEL
                   END-IF
                   IF WRK-DECISAO = 'CONCLUIDO'
                       MOVE 'CONC-CONSEL' TO WRK-DECISAO
                       ADD 1 TO WRK-QTDE-APROV-CONSEL
                   END-IF
               END-IF
           END-IF.
           PERFORM 3600-MARCAR-CONSELHO.
           PERFORM 4500-IMPRIMIR-DETALHE.

      * EFEITO DAS DECISOES DO CONSELHO DESTE ALUNO, A PARTIR DA
      * DECISAO FINAL DA VIRADA.
       3600-MARCAR-CONSELHO.
           PERFORM VARYING WRK-CS-IDX FROM 1 BY 1
                   UNTIL WRK-CS-IDX > WRK-CONSELHO-COUNT
               IF WRK-CS-MATRICULA(WRK-CS-IDX) = SM-MATRICULA
                   MOVE SM-NOME TO WRK-CS-NOME(WRK-CS-IDX)
                   EVALUATE TRUE
                       WHEN WRK-CS-SITUACAO(WRK-CS-IDX) = 'U'
                           EVALUATE WRK-DECISAO
                               WHEN 'PROM-CONSEL'
                               WHEN 'CONC-CONSEL'
                                   MOVE 'A'
                                     TO WRK-CS-SITUACAO(WRK-CS-IDX)
                               WHEN 'RETIDO'
                                   MOVE 'R'
                                     TO WRK-CS-SITUACAO(WRK-CS-IDX)
                               WHEN 'PENDENTE'
                                   MOVE 'P'
                                     TO WRK-CS-SITUACAO(WRK-CS-IDX)
                               WHEN OTHER
                                   MOVE 'T'
                                     TO WRK-CS-SITUACAO(WRK-CS-IDX)
                           END-EVALUATE
                       WHEN WRK-CS-SITUACAO(WRK-CS-IDX) = SPACE
                           IF ACHOU-ALUNO
                               MOVE 'D' TO WRK-CS-SITUACAO(WRK-CS-IDX)
                           ELSE
                               MOVE 'S' TO WRK-CS-SITUACAO(WRK-CS-IDX)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * O PRIMEIRO CARACTERE DA TURMA E A SERIE: 1-8 AVANCA UMA
      * SERIE MANTENDO O RESTO, 9 E CONCLUSAO DO CICLO (TRANSACAO
      * M DE CONCLUSAO), QUALQUER OUTRA COISA E TURMA FORA DO
      * PADRAO E SAI COM AVISO PARA ACERTO MANUAL.
       3700-AVANCAR-TURMA.
           IF SM-TURMA(1:1) >= '1' AND SM-TURMA(1:1) <= '8'
               MOVE SM-TURMA(1:1) TO WRK-SERIE
               IF SM-TURMA(1:1) = '9'
                   ADD 1 TO WRK-QTDE-CONCLUIDOS
                   MOVE 'CONCLUIDO' TO WRK-DECISAO
                   PERFORM 4100-GRAVAR-CONCLUSAO
               ELSE
                   ADD 1 TO WRK-QTDE-SEM-RESULT
                   MOVE 'TURMA-INVAL' TO WRK-DECISAO
           MOVE SM-ENDERECO    TO TR-ENDERECO.
           MOVE SM-CIDADE      TO TR-CIDADE.
           MOVE SM-CEP         TO TR-CEP.
           MOVE SPACE          TO TR-TIPO-MOVIMENTO.
           MOVE ZERO           TO TR-DATA-MOVIMENTO.
           MOVE SPACES         TO TR-OBSERVACAO.
           MOVE SM-DATA-NASCIMENTO TO TR-DATA-NASCIMENTO.
           MOVE SM-SEXO        TO TR-SEXO.
           MOVE SM-COR-RACA    TO TR-COR-RACA.
           MOVE SM-ID-INEP     TO TR-ID-INEP.
           MOVE SM-DEFICIENCIA TO TR-DEFICIENCIA.
           WRITE STUDENT-TRANS-RECORD.
           ADD 1 TO WRK-QTDE-GRAVADAS.

      * CONCLUSAO DO CICLO: TRANSACAO M TIPO C COM A DATA DE
      * ENCERRAMENTO DO ANO LETIVO. O PROGCOB22 MARCA O ALUNO
      * COMO CONCLUIDO E GRAVA A SAIDA NO MOVHIST.
       4100-GRAVAR-CONCLUSAO.
           MOVE SPACES         TO STUDENT-TRANS-RECORD.
           MOVE 'M'            TO TR-OPERACAO.
           MOVE SM-MATRICULA   TO TR-MATRICULA.
           MOVE SM-NOME        TO TR-NOME.
           MOVE SM-TURMA       TO TR-TURMA.
           MOVE ZERO           TO TR-CEP.
           MOVE 'C'            TO TR-TIPO-MOVIMENTO.
           MOVE WRK-DATA-CONCLUSAO-NUM TO TR-DATA-MOVIMENTO.
           MOVE 'CONCLUSAO DO CICLO' TO TR-OBSERVACAO.
           WRITE STUDENT-TRANS-RECORD.
           ADD 1 TO WRK-QTDE-GRAVADAS.

           MOVE SM-MATRICULA   TO WRK-D-MATRICULA.
           MOVE SM-NOME        TO WRK-D-NOME.
           MOVE SM-TURMA       TO WRK-D-TURMA.
           IF WRK-DECISAO = 'PROMOVIDO' OR WRK-DECISAO = 'PROM-CONSEL'
               MOVE WRK-TURMA-NOVA TO WRK-D-TURMA-NOVA
           ELSE
               MOVE SM-TURMA       TO WRK-D-TURMA-NOVA
           WRITE ROLLOVER-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAIS.
           MOVE WRK-QTDE-INATIVOS TO WRK-T-INATIVOS.
           PERFORM VARYING WRK-CS-IDX FROM 1 BY 1
                   UNTIL WRK-CS-IDX > WRK-CONSELHO-COUNT
               IF WRK-CS-SITUACAO(WRK-CS-IDX) = SPACE
                   MOVE 'I' TO WRK-CS-SITUACAO(WRK-CS-IDX)
               END-IF
               IF WRK-CS-SITUACAO(WRK-CS-IDX) NOT = 'A'
                       AND WRK-CS-SITUACAO(WRK-CS-IDX) NOT = 'C'
                   ADD 1 TO WRK-QTDE-DEC-SEM-EFEITO
               END-IF
           END-PERFORM.
           MOVE WRK-QTDE-APROV-CONSEL   TO WRK-T-APROV-CONSEL.
           MOVE WRK-QTDE-DEC-SEM-EFEITO TO WRK-T-DEC-SEM-EFEITO.
           MOVE WRK-LINHA-TOTAIS-2 TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           DISPLAY WRK-LINHA-TOTAIS-2.
           DISPLAY 'STMTRAN GERADO - APLICAR PELO PROGCOB22 APOS '
                   'A ASSINATURA DA DIRECAO'.

      * DECISAO DO CONSELHO SEM EFEITO NA VIRADA E AVISO (RC 4):
      * A DIRECAO PRECISA VER POR QUE A APROVACAO NAO PEGOU ANTES
      * DE ASSINAR. A SECAO SEMPRE COMECA EM PAGINA NOVA E CADA
      * DECISAO (ATE 5 LINHAS) NAO E QUEBRADA ENTRE PAGINAS.
       5500-IMPRIMIR-CONSELHO.
           IF WRK-CONSELHO-COUNT > ZERO
               IF WRK-QTDE-DEC-SEM-EFEITO > ZERO
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE WRK-DC-ANO TO WRK-TC-ANO
               PERFORM 5550-IMPRIMIR-TITULO-CONSELHO
               PERFORM VARYING WRK-CS-IDX FROM 1 BY 1
                       UNTIL WRK-CS-IDX > WRK-CONSELHO-COUNT
                   IF WRK-LINHA-ATUAL + 5 > WRK-MAX-LINHAS
                       PERFORM 5550-IMPRIMIR-TITULO-CONSELHO
                   END-IF
                   PERFORM 5600-IMPRIMIR-DECISAO
               END-PERFORM
           END-IF.

       5550-IMPRIMIR-TITULO-CONSELHO.
           PERFORM 4700-IMPRIMIR-CABECALHO.
           MOVE WRK-LINHA-TITULO-CONSELHO TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.

       5600-IMPRIMIR-DECISAO.
           MOVE WRK-CS-NUMERO(WRK-CS-IDX)    TO WRK-DCS-NUMERO.
           MOVE WRK-CS-MATRICULA(WRK-CS-IDX) TO WRK-DCS-MATRICULA.
           MOVE WRK-CS-NOME(WRK-CS-IDX)      TO WRK-DCS-NOME.
           IF WRK-CS-DISCIPLINA(WRK-CS-IDX) = SPACES
               MOVE 'TODAS' TO WRK-DCS-DISCIPLINA
           ELSE
               MOVE WRK-CS-DISCIPLINA(WRK-CS-IDX)
                   TO WRK-DCS-DISCIPLINA
           END-IF.
           EVALUATE WRK-CS-SITUACAO(WRK-CS-IDX)
               WHEN 'A'
                   MOVE 'APLICADA' TO WRK-DCS-EFEITO
               WHEN 'R'
                   MOVE 'SEM EFEITO - RETIDO OUTRA DISC.'
                       TO WRK-DCS-EFEITO
               WHEN 'P'
                   MOVE 'SEM EFEITO - RECUP. PENDENTE'
                       TO WRK-DCS-EFEITO
               WHEN 'T'
                   MOVE 'SEM EFEITO - TURMA FORA PADRAO'
                       TO WRK-DCS-EFEITO
               WHEN 'F'
                   MOVE 'SEM EFEITO - REPR-FALTA'
                       TO WRK-DCS-EFEITO
               WHEN 'D'
                   MOVE 'SEM EFEITO - NADA A ABONAR'
                       TO WRK-DCS-EFEITO
               WHEN 'S'
                   MOVE 'SEM EFEITO - SEM RESULTADO'
                       TO WRK-DCS-EFEITO
               WHEN 'C'
                   MOVE SPACES TO WRK-DCS-EFEITO
                   STRING 'CANCELADA PELA DECISAO '
                          WRK-CS-CANCELADA-POR(WRK-CS-IDX)
                       DELIMITED BY SIZE INTO WRK-DCS-EFEITO
               WHEN OTHER
                   MOVE 'SEM EFEITO - FORA DA VIRADA'
                       TO WRK-DCS-EFEITO
           END-EVALUATE.
           MOVE WRK-DETALHE-CONSELHO TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           DISPLAY WRK-DETALHE-CONSELHO.
           MOVE WRK-CS-JUSTIFICATIVA(WRK-CS-IDX) TO WRK-LJ-TEXTO.
           MOVE WRK-LINHA-JUSTIFICATIVA TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           MOVE WRK-CS-SUPERVISOR(WRK-CS-IDX) TO WRK-LS-SUPERVISOR.
           MOVE WRK-LINHA-SUPERVISOR TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           ADD 3 TO WRK-LINHA-ATUAL.
           MOVE WRK-CS-MEMBRO(WRK-CS-IDX, 1) TO WRK-LM-NOME(1).
           MOVE WRK-CS-MEMBRO(WRK-CS-IDX, 2) TO WRK-LM-NOME(2).
           MOVE WRK-CS-MEMBRO(WRK-CS-IDX, 3) TO WRK-LM-NOME(3).
           MOVE WRK-LINHA-MEMBROS TO ROLLOVER-REPORT-LINE.
           WRITE ROLLOVER-REPORT-LINE.
           ADD 1 TO WRK-LINHA-ATUAL.
           IF WRK-CS-MEMBRO(WRK-CS-IDX, 4) NOT = SPACES
               MOVE WRK-CS-MEMBRO(WRK-CS-IDX, 4) TO WRK-LM-NOME(1)
               MOVE WRK-CS-MEMBRO(WRK-CS-IDX, 5) TO WRK-LM-NOME(2)
               MOVE WRK-CS-MEMBRO(WRK-CS-IDX, 6) TO WRK-LM-NOME(3)
               MOVE SPACES TO WRK-LINHA-MEMBROS(1:17)
               MOVE WRK-LINHA-MEMBROS TO ROLLOVER-REPORT-LINE
               WRITE ROLLOVER-REPORT-LINE
               ADD 1 TO WRK-LINHA-ATUAL
               MOVE '        MEMBROS: ' TO WRK-LINHA-MEMBROS(1:17)
           END-IF.

       9000-FECHAR-ARQUIVOS.
           CLOSE YEARLY-RESULTS.
           CLOSE STUDENT-TRANS.
           CLOSE ROLLOVER-REPORT.
           IF WRK-ROLRPT-STATUS = '00'
               PERFORM 9600-ARQUIVAR-RELATORIO
           END-IF.
           IF STMST-ABERTO
               CLOSE STUDENT-MASTER
           END-IF.

      * O RELATORIO JA FECHADO E RELIDO E ENTREGUE LINHA A LINHA
      * AO ARQUIVO DE RELATORIOS (PROGCOB74); SO E CHAMADO QUANDO
      * O CLOSE DEU STATUS '00', OU SEJA, QUANDO O RELATORIO FOI
      * MESMO ABERTO NESTA EXECUCAO.
       9600-ARQUIVAR-RELATORIO.
           OPEN INPUT ROLLOVER-REPORT.
           IF WRK-ROLRPT-STATUS NOT = '00'
               DISPLAY 'RELATORIO NAO ARQUIVADO (' WRK-ARQ-RELATORIO
                       '): ' WRK-ROLRPT-STATUS
           ELSE
               MOVE 'N' TO WRK-ARQ-FIM
               PERFORM 9610-LER-RELATORIO
               PERFORM UNTIL FIM-ARQ-RELATORIO
                   MOVE 'L' TO WRK-ARQ-FUNCAO
                   PERFORM 9650-CHAMAR-ARQUIVAMENTO
                   PERFORM 9610-LER-RELATORIO
               END-PERFORM
               CLOSE ROLLOVER-REPORT
               MOVE 'F' TO WRK-ARQ-FUNCAO
               PERFORM 9650-CHAMAR-ARQUIVAMENTO
           END-IF.

       9610-LER-RELATORIO.
           READ ROLLOVER-REPORT INTO WRK-ARQ-LINHA
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
