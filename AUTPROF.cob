       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTPROF.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : SUB-ROTINA COMUM QUE RESTRINGE O LANCAMENTO DE NOTA,
      *FREQUENCIA E RECUPERACAO AS TURMAS DO PROFESSOR. O FILTRO DE
      *OPCOES POR NIVEL DO MENU NAO IMPEDIA UM PROFESSOR (NIVEL USER)
      *DE LANCAR NOTA NA TURMA DE OUTRO PELO PROGCOB07/08/12.
      *  - O PROGCOB-MENU, DEPOIS DO LOGIN, REGISTRA AQUI O USUARIO E
      *    O NIVEL DA SESSAO (ACAO S). A ROTINA FICA CARREGADA
      *    ENQUANTO O MENU RODA (NINGUEM DA CANCEL), ENTAO OS
      *    PROGRAMAS CHAMADOS DEPOIS SABEM QUEM ESTA LOGADO.
      *  - O PROGRAMA DE LANCAMENTO CHAMA A ACAO V COM O TERMO, A
      *    DISCIPLINA E A TURMA (OU A MATRICULA DO ALUNO). ADM E
      *    SUPERVISOR (COORDENACAO) PASSAM SEMPRE. USER SO PASSA COM
      *    PROFESSOR VINCULADO AO LOGIN (USR-PROFESSOR) E RESPONSAVEL
      *    PELA TURMA E DISCIPLINA NO TERMO:
      *      A DISCIPLINA COM AULA NA GRADE HORARIA (HORARIO) DA TURMA
      *      NO TERMO E DOS PROFESSORES DA GRADE; SEM AULA NA GRADE,
      *      E DO PROFESSOR RESPONSAVEL DA TURMA (TRU-PROFESSOR). SEM
      *      DISCIPLINA (FREQUENCIA DO TERMO), VALE QUALQUER UM DOS
      *      DOIS.
      *    SEM TURMA INFORMADA, AS TURMAS DO ALUNO NO TERMO SAO A
      *    ATUAL (CADALUNO) E AS DA MOVIMENTACAO (ALUNOMOV) QUE FOREM
      *    DO TERMO NO TURMAMEST - O ALUNO TRANSFERIDO NO MEIO DO
      *    TERMO PODE TER NOTA LANCADA PELOS PROFESSORES DAS DUAS.
      *  - RECUSA SAI NA TELA E NO ACESSOS (RESULTADO SEM-TURMA, QUE
      *    NAO CONTA NO BLOQUEIO DE LOGIN DO PROGCOB10).
      *SEM LOGIN REGISTRADO (JOB DO LOTE NOTURNO OU PROGRAMA RODADO
      *FORA DO MENU) O LANCAMENTO PASSA: QUEM RESPONDE E A OPERACAO.
      *VEJA APFCALL.CPY PARA OS CAMPOS DO CHAMADOR.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CADASTRO DE USUARIOS, INDEXADO PELO NOME (VEJA PROGCOB10):
      *DAQUI SAI O PROFESSOR VINCULADO AO LOGIN.
           SELECT F-USUARIOS ASSIGN TO 'USUARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-NOME
               FILE STATUS IS WRK-STATUS-USUARIOS.
      *CADASTRO MESTRE DE ALUNOS (TURMA ATUAL), INDEXADO PELA
      *MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *HISTORICO DE MOVIMENTACAO DO ALUNO (TURMAS ANTERIORES).
           SELECT F-ALUNOMOV ASSIGN TO 'ALUNOMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALUNOMOV.
      *CADASTRO DE TURMAS (TERMO E PROFESSOR RESPONSAVEL).
           SELECT F-TURMAMEST ASSIGN TO 'TURMAMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAMEST.
      *GRADE HORARIA SEMANAL (PROGCOB126).
           SELECT F-HORARIO ASSIGN TO 'HORARIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HORARIO.
      *TRILHA DE ACESSOS (A MESMA DO PROGCOB10 E DO MENU).
           SELECT F-ACESSOS ASSIGN TO 'ACESSOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ACESSOS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-USUARIOS.
       01  REG-USUARIO.
           03 USR-NOME    PIC X(20).
           03 USR-NIVEL   PIC 9(02).
           03 USR-SENHA   PIC X(20).
           03 USR-TROCA   PIC X(01).
           03 USR-BLOQUEADO PIC X(01).
           03 USR-PROFESSOR PIC X(30).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-ALUNOMOV.
           COPY 'AMVREC.CPY'.

       FD  F-TURMAMEST.
           COPY 'TRUREC.CPY'.

       FD  F-HORARIO.
           COPY 'HORREC.CPY'.

       FD  F-ACESSOS.
       01  REG-ACESSO.
           03 ACS-DATA-HORA PIC X(14).
           03 ACS-USUARIO   PIC X(20).
           03 ACS-NIVEL     PIC 9(02).
           03 ACS-RESULTADO PIC X(09).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-USUARIOS  PIC X(02) VALUE '00'.
       77 WRK-STATUS-CADALUNO  PIC X(02) VALUE '00'.
       77 WRK-STATUS-ALUNOMOV  PIC X(02) VALUE '00'.
       77 WRK-STATUS-TURMAMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-HORARIO   PIC X(02) VALUE '00'.
       77 WRK-STATUS-ACESSOS   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *LOGIN DA SESSAO, REGISTRADO PELO MENU (ACAO S) E GUARDADO
      *ENTRE AS CHAMADAS.
       77 WRK-SES-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-SES-NIVEL   PIC 9(02) VALUE ZEROS.
           88 SES-COORDENACAO VALUE 01 03.
       77 WRK-PROFESSOR PIC X(30) VALUE SPACES.
       77 WRK-MOTIVO    PIC X(50) VALUE SPACES.
      *TURMAS DO CADASTRO EM MEMORIA (TERMO E PROFESSOR RESPONSAVEL).
       77 WRK-TRU-MAX PIC 9(03) VALUE 200.
       77 WRK-TRU-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-TURMAS.
           03 WRK-TAB-TRU-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TRU-QT.
               05 WRK-TRU-CODIGO    PIC X(06).
               05 WRK-TRU-TERMO     PIC X(06).
               05 WRK-TRU-PROFESSOR PIC X(30).
       77 WRK-TRU-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TRU-POS PIC 9(03) VALUE ZEROS.
       77 WRK-TURMA-PROCURA PIC X(06) VALUE SPACES.
      *TURMAS CANDIDATAS DO LANCAMENTO (A INFORMADA, OU AS DO ALUNO
      *NO TERMO).
       77 WRK-CAN-MAX PIC 9(02) VALUE 20.
       77 WRK-CAN-QT  PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-CANDIDATAS.
           03 WRK-CAN-TURMA PIC X(06) OCCURS 1 TO 20 TIMES
                   DEPENDING ON WRK-CAN-QT.
       77 WRK-CAN-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-CAN-ACHOU PIC X(01) VALUE 'N'.
           88 CANDIDATA-REPETIDA VALUE 'S'.
      *RESPONSABILIDADE DO PROFESSOR NA TURMA CANDIDATA CORRENTE.
       77 WRK-GRADE-TEM-AULA PIC X(01) VALUE 'N'.
           88 GRADE-TEM-AULA VALUE 'S'.
       77 WRK-RESPONSAVEL PIC X(01) VALUE 'N'.
           88 PROFESSOR-RESPONSAVEL VALUE 'S'.
       01 WRK-DATA-HORA.
           03 WRK-DATA PIC 9(08) VALUE ZEROS.
           03 WRK-HORA PIC 9(06) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-APF-ACAO      PIC X(01).
       01 LK-APF-PROGRAMA  PIC X(10).
       01 LK-APF-USUARIO   PIC X(20).
       01 LK-APF-NIVEL     PIC 9(02).
       01 LK-APF-MATRICULA PIC X(10).
       01 LK-APF-TURMA     PIC X(06).
       01 LK-APF-TERMO     PIC X(06).
       01 LK-APF-DISC      PIC X(04).
       01 LK-APF-RESULT    PIC X(01).

       PROCEDURE DIVISION USING LK-APF-ACAO LK-APF-PROGRAMA
           LK-APF-USUARIO LK-APF-NIVEL LK-APF-MATRICULA LK-APF-TURMA
           LK-APF-TERMO LK-APF-DISC LK-APF-RESULT.
       0001-PRINCIPAL.
           MOVE 'S' TO LK-APF-RESULT.
           IF LK-APF-ACAO = 'S'
               MOVE LK-APF-USUARIO TO WRK-SES-USUARIO
               MOVE LK-APF-NIVEL TO WRK-SES-NIVEL
           ELSE
               MOVE WRK-SES-USUARIO TO LK-APF-USUARIO
               MOVE WRK-SES-NIVEL TO LK-APF-NIVEL
               PERFORM 0200-VERIFICAR-LANCAMENTO
           END-IF.
           GOBACK.

       0200-VERIFICAR-LANCAMENTO.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
               WHEN WRK-SES-USUARIO = SPACES
                   CONTINUE
               WHEN SES-COORDENACAO
                   CONTINUE
               WHEN OTHER
                   PERFORM 0210-LER-PROFESSOR
                   IF WRK-PROFESSOR = SPACES
                       MOVE 'N' TO LK-APF-RESULT
                       MOVE 'LOGIN SEM PROFESSOR VINCULADO'
                           TO WRK-MOTIVO
                   ELSE
                       PERFORM 0300-CONFERIR-RESPONSAVEL
                   END-IF
           END-EVALUATE.
           IF LK-APF-RESULT = 'N'
               DISPLAY 'LANCAMENTO RECUSADO PARA ' WRK-SES-USUARIO
                   ': ' WRK-MOTIVO
               DISPLAY '  TERMO ' LK-APF-TERMO ' DISCIPLINA '
                   LK-APF-DISC ' TURMA ' LK-APF-TURMA ' ALUNO '
                   LK-APF-MATRICULA
               PERFORM 0600-GRAVAR-ACESSO
           END-IF.

      *PROFESSOR VINCULADO AO LOGIN, LIDO NA HORA (UM VINCULO
      *TROCADO PELO ADM VALE NA PROXIMA VERIFICACAO).
       0210-LER-PROFESSOR.
           MOVE SPACES TO WRK-PROFESSOR.
           OPEN INPUT F-USUARIOS.
           IF WRK-STATUS-USUARIOS = '00'
               MOVE WRK-SES-USUARIO TO USR-NOME
               READ F-USUARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE USR-PROFESSOR TO WRK-PROFESSOR
               END-READ
               CLOSE F-USUARIOS
           END-IF.

       0300-CONFERIR-RESPONSAVEL.
           PERFORM 0310-CARREGAR-TURMAS.
           MOVE ZEROS TO WRK-CAN-QT.
           IF LK-APF-TURMA NOT = SPACES
               MOVE LK-APF-TURMA TO WRK-TURMA-PROCURA
               PERFORM 0410-INCLUIR-CANDIDATA
           ELSE
               PERFORM 0400-TURMAS-DO-ALUNO
           END-IF.
           MOVE 'N' TO WRK-RESPONSAVEL.
           PERFORM 0500-CONFERIR-TURMA
               VARYING WRK-CAN-IDX FROM 1 BY 1
               UNTIL WRK-CAN-IDX > WRK-CAN-QT
                   OR PROFESSOR-RESPONSAVEL.
           IF NOT PROFESSOR-RESPONSAVEL
               MOVE 'N' TO LK-APF-RESULT
               IF WRK-CAN-QT = 0
                   MOVE 'ALUNO SEM TURMA NO TERMO' TO WRK-MOTIVO
               ELSE
                   MOVE 'TURMA/DISCIPLINA DE OUTRO PROFESSOR'
                       TO WRK-MOTIVO
               END-IF
           END-IF.

       0310-CARREGAR-TURMAS.
           MOVE ZEROS TO WRK-TRU-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TURMAMEST.
           IF WRK-STATUS-TURMAMEST NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0311-LER-TURMA UNTIL FIM-ARQ.
           IF WRK-STATUS-TURMAMEST NOT = '35'
               CLOSE F-TURMAMEST
           END-IF.

       0311-LER-TURMA.
           READ F-TURMAMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-TRU-QT < WRK-TRU-MAX
                       ADD 1 TO WRK-TRU-QT
                       MOVE TRU-CODIGO TO WRK-TRU-CODIGO (WRK-TRU-QT)
                       MOVE TRU-TERMO TO WRK-TRU-TERMO (WRK-TRU-QT)
                       MOVE TRU-PROFESSOR
                           TO WRK-TRU-PROFESSOR (WRK-TRU-QT)
                   END-IF
           END-READ.

      *TURMAS DO ALUNO QUE SAO DO TERMO DO LANCAMENTO: A ATUAL E AS
      *DE ANTES E DEPOIS DE CADA MOVIMENTACAO.
       0400-TURMAS-DO-ALUNO.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO = '00'
               MOVE LK-APF-MATRICULA TO CAD-MATRICULA
               READ F-CADALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAD-TURMA TO WRK-TURMA-PROCURA
                       PERFORM 0405-CANDIDATA-DO-TERMO
               END-READ
               CLOSE F-CADALUNO
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ALUNOMOV.
           IF WRK-STATUS-ALUNOMOV NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0401-LER-MOVIMENTO UNTIL FIM-ARQ.
           IF WRK-STATUS-ALUNOMOV NOT = '35'
               CLOSE F-ALUNOMOV
           END-IF.

       0401-LER-MOVIMENTO.
           READ F-ALUNOMOV
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF AMV-MATRICULA = LK-APF-MATRICULA
                       MOVE AMV-TURMA-ANT TO WRK-TURMA-PROCURA
                       PERFORM 0405-CANDIDATA-DO-TERMO
                       MOVE AMV-TURMA-NOVA TO WRK-TURMA-PROCURA
                       PERFORM 0405-CANDIDATA-DO-TERMO
                   END-IF
           END-READ.

       0405-CANDIDATA-DO-TERMO.
           PERFORM 0420-LOCALIZAR-TURMA.
           IF WRK-TRU-POS > 0
               IF WRK-TRU-TERMO (WRK-TRU-POS) = LK-APF-TERMO
                   PERFORM 0410-INCLUIR-CANDIDATA
               END-IF
           END-IF.

       0410-INCLUIR-CANDIDATA.
           MOVE 'N' TO WRK-CAN-ACHOU.
           PERFORM 0411-COMPARAR-CANDIDATA
               VARYING WRK-CAN-IDX FROM 1 BY 1
               UNTIL WRK-CAN-IDX > WRK-CAN-QT OR CANDIDATA-REPETIDA.
           IF NOT CANDIDATA-REPETIDA AND WRK-TURMA-PROCURA NOT = SPACES
               AND WRK-CAN-QT < WRK-CAN-MAX
               ADD 1 TO WRK-CAN-QT
               MOVE WRK-TURMA-PROCURA TO WRK-CAN-TURMA (WRK-CAN-QT)
           END-IF.

       0411-COMPARAR-CANDIDATA.
           IF WRK-CAN-TURMA (WRK-CAN-IDX) = WRK-TURMA-PROCURA
               MOVE 'S' TO WRK-CAN-ACHOU
           END-IF.

       0420-LOCALIZAR-TURMA.
           MOVE ZEROS TO WRK-TRU-POS.
           PERFORM 0421-COMPARAR-TURMA
               VARYING WRK-TRU-IDX FROM 1 BY 1
               UNTIL WRK-TRU-IDX > WRK-TRU-QT OR WRK-TRU-POS > 0.

       0421-COMPARAR-TURMA.
           IF WRK-TRU-CODIGO (WRK-TRU-IDX) = WRK-TURMA-PROCURA
               MOVE WRK-TRU-IDX TO WRK-TRU-POS
           END-IF.

      *O PROFESSOR E RESPONSAVEL PELA DISCIPLINA NA TURMA CANDIDATA?
      *PRIMEIRO A GRADE HORARIA DO TERMO; SEM AULA DA DISCIPLINA NA
      *GRADE (OU SEM DISCIPLINA), O RESPONSAVEL DA TURMA.
       0500-CONFERIR-TURMA.
           MOVE 'N' TO WRK-GRADE-TEM-AULA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-HORARIO.
           IF WRK-STATUS-HORARIO NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0510-LER-HORARIO UNTIL FIM-ARQ
               OR PROFESSOR-RESPONSAVEL.
           IF WRK-STATUS-HORARIO NOT = '35'
               CLOSE F-HORARIO
           END-IF.
           IF NOT PROFESSOR-RESPONSAVEL
               AND (NOT GRADE-TEM-AULA OR LK-APF-DISC = SPACES)
               MOVE WRK-CAN-TURMA (WRK-CAN-IDX) TO WRK-TURMA-PROCURA
               PERFORM 0420-LOCALIZAR-TURMA
               IF WRK-TRU-POS > 0
                   IF WRK-TRU-PROFESSOR (WRK-TRU-POS) = WRK-PROFESSOR
                       MOVE 'S' TO WRK-RESPONSAVEL
                   END-IF
               END-IF
           END-IF.

       0510-LER-HORARIO.
           READ F-HORARIO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF HOR-TERMO = LK-APF-TERMO
                       AND HOR-TURMA = WRK-CAN-TURMA (WRK-CAN-IDX)
                       AND (HOR-DISC = LK-APF-DISC
                           OR LK-APF-DISC = SPACES)
                       MOVE 'S' TO WRK-GRADE-TEM-AULA
                       IF HOR-PROFESSOR = WRK-PROFESSOR
                           MOVE 'S' TO WRK-RESPONSAVEL
                       END-IF
                   END-IF
           END-READ.

      *A RECUSA FICA NA MESMA TRILHA DE ACESSOS DO LOGIN, COM
      *RESULTADO SEM-TURMA (COMO O SEM-PERM DO MENU, NAO CONTA NO
      *BLOQUEIO AUTOMATICO DE LOGIN).
       0600-GRAVAR-ACESSO.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           OPEN EXTEND F-ACESSOS.
           IF WRK-STATUS-ACESSOS = '35'
               OPEN OUTPUT F-ACESSOS
           END-IF.
           MOVE WRK-DATA-HORA   TO ACS-DATA-HORA.
           MOVE WRK-SES-USUARIO TO ACS-USUARIO.
           MOVE WRK-SES-NIVEL   TO ACS-NIVEL.
           MOVE 'SEM-TURMA'     TO ACS-RESULTADO.
           WRITE REG-ACESSO.
           CLOSE F-ACESSOS.
