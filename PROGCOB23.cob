      *DA MEDIA 6 - ALUNO COM MEDIA MAS SEM PRESENCA SAI
      *REPROVADO-FALTA. GRAVADO EM EXTEND: O LANCAMENTO MAIS RECENTE
      *DA MATRICULA+TERMO E O QUE VALE.
      *TERMO QUE JA TEM CHAMADA DIARIA (PROGCOB127) NAO ACEITA
      *LANCAMENTO AQUI: A FREQUENCIA DELE E DERIVADA DA CHAMADA PELO
      *PROGCOB128, E UM TOTAL DIGITADO SERIA SOBRESCRITO NA NOITE.
      *O LANCAMENTO FEITO POR UM PROFESSOR (LOGIN NIVEL USER) SO PASSA
      *SE A TURMA DO ALUNO NO TERMO FOR DELE (VEJA AUTPROF.cob).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
               FILE STATUS IS WRK-STATUS-FREQ.
      *CADASTRO MESTRE DE ALUNOS (MANTIDO PELO PROGCOB20) - SO SE
      *LANCA FREQUENCIA DE MATRICULA CADASTRADA.
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *ARQUIVO OPCIONAL COM OS LANCAMENTOS DE FREQUENCIA, PARA RODAR
      *SEM OPERADOR NO TERMINAL (VEJA INPMODE.CPY). O FIM DO ARQUIVO
           SELECT F-FREQENT ASSIGN TO 'FREQENT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FREQENT.
      *CHAMADA DIARIA (VEJA CHMREC.CPY) - TERMO COM CHAMADA TEM A
      *FREQUENCIA DERIVADA DELA.
           SELECT F-CHAMADA ASSIGN TO 'CHAMADA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHAMADA.

       DATA DIVISION.
       FILE SECTION.
           03 FRQ-FALTAS    PIC 9(03).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-FREQENT.
       01  REG-FREQENT.
           03 FQE-AULAS     PIC 9(03).
           03 FQE-FALTAS    PIC 9(03).

       FD  F-CHAMADA.
           COPY 'CHMREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-MATRICULA PIC X(10) VALUE SPACES.
       77 WRK-TERMO     PIC X(06) VALUE SPACES.
       77 WRK-STATUS-FREQ     PIC X(02) VALUE '00'.
       77 WRK-STATUS-CADALUNO PIC X(02) VALUE '00'.
       77 WRK-STATUS-FREQENT  PIC X(02) VALUE '00'.
       77 WRK-STATUS-CHAMADA  PIC X(02) VALUE '00'.
       77 WRK-FIM-CHM PIC X(01) VALUE 'N'.
           88 FIM-CHAMADA VALUE 'S'.
       77 WRK-TEM-CHAMADA PIC X(01) VALUE 'N'.
           88 TERMO-COM-CHAMADA VALUE 'S'.
       77 WRK-FIM-LANC PIC X(01) VALUE 'N'.
           88 FIM-LANCAMENTOS VALUE 'S'.
       77 WRK-QT-LANCADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RECUSADOS PIC 9(04) VALUE ZEROS.
       77 WRK-CAD-ACHOU PIC X(01) VALUE 'N'.
           88 CAD-ACHADO VALUE 'S'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB23'.
      *TOMA A TRAVA ESCOLA COMO OS DEMAIS GRAVADORES DOS ARQUIVOS
      *DA ESCOLA.
           COPY 'LOCKCALL.CPY'.
      *CAMPOS COMUNS DA CONFERENCIA DO PROFESSOR DA TURMA (VEJA
      *APFCALL.CPY/AUTPROF.cob).
           COPY 'APFCALL.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
       0200-PROCESSAR.
           PERFORM 0210-VALIDAR-MATRICULA.
           IF CAD-ACHADO
               PERFORM 0220-VERIFICAR-CHAMADA
               PERFORM 0230-VERIFICAR-PROFESSOR
               EVALUATE TRUE
                   WHEN TERMO-COM-CHAMADA
                       DISPLAY 'TERMO ' WRK-TERMO ' TEM CHAMADA '
                           'DIARIA (PROGCOB127) - A FREQUENCIA VEM DA '
                           'CHAMADA, LANCAMENTO RECUSADO: '
                           WRK-MATRICULA
                       ADD 1 TO WRK-QT-RECUSADOS
                       MOVE 8 TO RETURN-CODE
                   WHEN APF-RECUSADO
                       DISPLAY 'ALUNO FORA DAS TURMAS DE '
                           WRK-APF-USUARIO ', LANCAMENTO RECUSADO: '
                           WRK-MATRICULA
                       ADD 1 TO WRK-QT-RECUSADOS
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-FALTAS > WRK-AULAS
                       DISPLAY 'FALTAS MAIORES QUE AULAS DADAS, '
                           'LANCAMENTO RECUSADO: ' WRK-MATRICULA
                       ADD 1 TO WRK-QT-RECUSADOS
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       OPEN EXTEND F-FREQUENCIA
                       IF WRK-STATUS-FREQ = '35'
                           OPEN OUTPUT F-FREQUENCIA
                       END-IF
                       MOVE WRK-MATRICULA TO FRQ-MATRICULA
                       MOVE WRK-TERMO     TO FRQ-TERMO
                       MOVE WRK-AULAS     TO FRQ-AULAS
                       MOVE WRK-FALTAS    TO FRQ-FALTAS
                       WRITE REG-FREQUENCIA
                       CLOSE F-FREQUENCIA
                       ADD 1 TO WRK-QT-LANCADOS
               END-EVALUATE
           ELSE
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' NAO CADASTRADA '
                   'NO CADALUNO, LANCAMENTO RECUSADO'
           END-IF.
           PERFORM 0100-INICIALIZAR.

      *O LOGIN DO MENU E DE UM PROFESSOR QUE NAO RESPONDE PELA TURMA
      *DO ALUNO NO TERMO? A FREQUENCIA E DO TERMO INTEIRO, ENTAO
      *QUALQUER DISCIPLINA DA TURMA SERVE (DISCIPLINA EM BRANCO).
       0230-VERIFICAR-PROFESSOR.
           MOVE 'V' TO WRK-APF-ACAO.
           MOVE WRK-AUD-PROGRAMA TO WRK-APF-PROGRAMA.
           MOVE WRK-MATRICULA TO WRK-APF-MATRICULA.
           MOVE SPACES TO WRK-APF-TURMA.
           MOVE WRK-TERMO TO WRK-APF-TERMO.
           MOVE SPACES TO WRK-APF-DISC.
           CALL 'AUTPROF' USING WRK-APF-ACAO WRK-APF-PROGRAMA
               WRK-APF-USUARIO WRK-APF-NIVEL WRK-APF-MATRICULA
               WRK-APF-TURMA WRK-APF-TERMO WRK-APF-DISC
               WRK-APF-RESULT.

      *PROCURA A MATRICULA NO CADASTRO MESTRE DE ALUNOS (CADALUNO).
       0210-VALIDAR-MATRICULA.
           MOVE 'N' TO WRK-CAD-ACHOU.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO = '00'
               PERFORM 0211-LER-CADALUNO
               CLOSE F-CADALUNO
           ELSE
               DISPLAY 'CADASTRO DE ALUNOS (CADALUNO) NAO ENCONTRADO'
           END-IF.

       0211-LER-CADALUNO.
           MOVE WRK-MATRICULA TO CAD-MATRICULA.
           READ F-CADALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CAD-ACHOU
           END-READ.

      *O TERMO DO LANCAMENTO JA TEM CHAMADA DIARIA (CHAMADA)?
       0220-VERIFICAR-CHAMADA.
           MOVE 'N' TO WRK-TEM-CHAMADA.
           MOVE 'N' TO WRK-FIM-CHM.
           OPEN INPUT F-CHAMADA.
           IF WRK-STATUS-CHAMADA NOT = '00'
               MOVE 'S' TO WRK-FIM-CHM
           END-IF.
           PERFORM 0221-LER-CHAMADA
               UNTIL FIM-CHAMADA OR TERMO-COM-CHAMADA.
           IF WRK-STATUS-CHAMADA NOT = '35'
               CLOSE F-CHAMADA
           END-IF.

       0221-LER-CHAMADA.
           READ F-CHAMADA
               AT END
                   MOVE 'S' TO WRK-FIM-CHM
               NOT AT END
                   IF CHM-TERMO = WRK-TERMO
                       MOVE 'S' TO WRK-TEM-CHAMADA
                   END-IF
           END-READ.
