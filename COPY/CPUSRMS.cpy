      *           NUNCA VAI PARA O DISCO); QUALQUER OUTRO VALOR =
      *           REGISTRO LEGADO AINDA EM CLARO, ATE A MIGRACAO
      *           PELO PROGCOB23
      * UM-PROFESSOR: NOME DO PROFESSOR (O MESMO GRAVADO EM
      *           DM-PROFESSOR/CM-PROFESSOR) VINCULADO AO USUARIO
      *           PELO PROGCOB23. USUARIO NIVEL USER (02) COM
      *           PROFESSOR VINCULADO SO ALCANCA AS TURMAS E
      *           DISCIPLINAS DO ARQUIVO DE ATRIBUICOES (ATRIBUI)
      *           NA CAPTURA DO PROGCOB21 E NA CONSULTA DO
      *           PROGCOB48; ADM E SUPERVISOR (COORDENACAO) NAO TEM
      *           RESTRICAO. ESPACOS = SEM VINCULO (REGISTRO LEGADO
      *           OU USUARIO DA SECRETARIA)
      * UM-SITUACAO: A (OU ESPACO, REGISTRO LEGADO) = CONTA ATIVA,
      *           S = SUSPENSA PELO PROGCOB73 POR FALTA DE LOGIN
      *           DENTRO DO PRAZO DO ACSPARM, R = REVOGADA NA
      *           RECERTIFICACAO TRIMESTRAL. CONTA SUSPENSA OU
      *           REVOGADA NAO PASSA EM NENHUMA CONFERENCIA DE
      *           SENHA; SO VOLTA PELA OPCAO DE REATIVACAO DO
      *           PROGCOB23.
      * UM-DATA-SITUACAO: DATA (AAAAMMDD) DA ULTIMA MUDANCA DE
      *           SITUACAO (INCLUSAO, SUSPENSAO, REVOGACAO OU
      *           REATIVACAO). CONTA A INATIVIDADE A PARTIR DELA
      *           QUANDO NAO HA LOGIN MAIS RECENTE.
      * UM-DATA-RECERT: DATA DA ULTIMA CONFIRMACAO DA CONTA NA
      *           RECERTIFICACAO TRIMESTRAL (ZEROS = NUNCA).
      ********************************
       01 USER-MASTER-RECORD.
           05 UM-USUARIO     PIC X(20).
           05 UM-NIVEL       PIC 9(02).
           05 UM-DATA-TROCA  PIC 9(08).
           05 UM-TIPO-SENHA  PIC X(01).
           05 UM-PROFESSOR   PIC X(30).
           05 UM-SITUACAO    PIC X(01).
               88 UM-CONTA-ATIVA    VALUE 'A' SPACE.
               88 UM-CONTA-SUSPENSA VALUE 'S'.
               88 UM-CONTA-REVOGADA VALUE 'R'.
               88 UM-CONTA-INATIVA  VALUE 'S' 'R'.
           05 UM-DATA-SITUACAO PIC 9(08).
           05 UM-DATA-RECERT PIC 9(08).
