      *OBJETIVO : LOGICA ESTRUTURADA EM PARAGRAFO
      *PROCESSA UMA TURMA INTEIRA (NOTA1 0 E NOTA2 0 ENCERRA) E
      *IMPRIME OS TOTAIS DE APROVADOS, RECUPERACAO E REPROVADOS.
      *O LANCAMENTO FEITO POR UM PROFESSOR (LOGIN NIVEL USER) SO PASSA
      *NA TURMA E DISCIPLINA DELE NO TERMO (VEJA AUTPROF.cob).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
      *CADASTRO MESTRE DE ALUNOS (MANTIDO PELO PROGCOB20) - MATRICULA
      *QUE NAO ESTIVER AQUI E RECUSADA, PARA UM ERRO DE DIGITACAO NAO
      *CRIAR UM ALUNO FANTASMA NO BOLETIM.
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *FREQUENCIA POR MATRICULA+TERMO (LANCADA PELO PROGCOB23) - A
      *POLITICA DA ESCOLA EXIGE 75% DE PRESENCA ALEM DA MEDIA 6.
           03 ALU12-DISC   PIC X(04).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-FREQUENCIA.
       01  REG-FREQUENCIA.
       77 WRK-ALUNO-NOME PIC X(30) VALUE SPACES.
       77 WRK-CAD-ACHOU PIC X(01) VALUE 'N'.
           88 CAD-ACHADO VALUE 'S'.
       77 WRK-FIM-TURMA PIC X(01) VALUE 'N'.
           88 FIM-TURMA VALUE 'S'.
       77 WRK-QT-APROVADO  PIC 9(04) VALUE ZEROS.
      *CAMPOS COMUNS DO TRATAMENTO PADRAO DE FILE STATUS (VEJA
      *IOERR.cob) - O ARITERR DOS ERROS DE ARQUIVO.
           COPY 'IOERRCK.CPY'.
      *CAMPOS COMUNS DA CONFERENCIA DO PROFESSOR DA TURMA (VEJA
      *APFCALL.CPY/AUTPROF.cob).
           COPY 'APFCALL.CPY'.
       PROCEDURE DIVISION.
      *SEPARACAO EM PARAGRAFOS
       0001-PRINCIPAL.
                   PERFORM 0185-REJEITAR-SEM-INSCRICAO
                   PERFORM 0100-INICIALIZAR
               ELSE
      *ALUNO DE TURMA DE OUTRO PROFESSOR TAMBEM VAI PARA O LANCNREJ.
                   PERFORM 0190-VERIFICAR-PROFESSOR
                   IF APF-RECUSADO
                       PERFORM 0195-REJEITAR-FORA-DA-TURMA
                       PERFORM 0100-INICIALIZAR
                   ELSE
                       PERFORM 0210-PROCESSAR-ALUNO
                   END-IF
               END-IF
           END-IF.

      *(CADALUNO, MANTIDO PELO PROGCOB20) E TRAZ O NOME DO ALUNO.
       0140-VALIDAR-MATRICULA.
           MOVE 'N' TO WRK-CAD-ACHOU.
           MOVE SPACES TO WRK-ALUNO-NOME.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO = '00'
               PERFORM 0141-LER-CADALUNO
               CLOSE F-CADALUNO
           ELSE
               DISPLAY 'CADASTRO DE ALUNOS (CADALUNO) NAO ENCONTRADO'
           END-IF.

       0141-LER-CADALUNO.
           MOVE WRK-ALUNO-ID TO CAD-MATRICULA.
           READ F-CADALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAD-NOME TO WRK-ALUNO-NOME
                   MOVE 'S' TO WRK-CAD-ACHOU
           END-READ.

       0300-FINALIZAR.
           WRITE REG-REJEITO.
           CLOSE F-REJEITOS.
           MOVE 8 TO RETURN-CODE.

      *O LOGIN DO MENU E DE UM PROFESSOR QUE NAO RESPONDE PELA TURMA
      *E DISCIPLINA DO ALUNO NO TERMO? A TURMA SAI DO CADASTRO DO
      *ALUNO (AUTPROF); ADM, SUPERVISOR E JOB SEM LOGIN PASSAM.
       0190-VERIFICAR-PROFESSOR.
           MOVE 'V' TO WRK-APF-ACAO.
           MOVE WRK-AUD-PROGRAMA TO WRK-APF-PROGRAMA.
           MOVE WRK-ALUNO-ID TO WRK-APF-MATRICULA.
           MOVE SPACES TO WRK-APF-TURMA.
           MOVE WRK-TERMO TO WRK-APF-TERMO.
           MOVE WRK-DISC TO WRK-APF-DISC.
           CALL 'AUTPROF' USING WRK-APF-ACAO WRK-APF-PROGRAMA
               WRK-APF-USUARIO WRK-APF-NIVEL WRK-APF-MATRICULA
               WRK-APF-TURMA WRK-APF-TERMO WRK-APF-DISC
               WRK-APF-RESULT.

      *GRAVA A RECUSA NO LANCNREJ E AVISA O OPERADOR.
       0195-REJEITAR-FORA-DA-TURMA.
           DISPLAY 'ALUNO ' WRK-ALUNO-ID ' EM ' WRK-DISC ' NO TERMO '
               WRK-TERMO ' NAO E TURMA DE ' WRK-APF-USUARIO
               ', NOTA RECUSADA'.
           MOVE 'PRF' TO REJ-MOTIVO.
           MOVE SPACES TO REJ-IMAGEM.
           STRING 'ALUNO=' WRK-ALUNO-ID ' TERMO=' WRK-TERMO
               ' DISC=' WRK-DISC ' USUARIO=' WRK-APF-USUARIO
               DELIMITED BY SIZE INTO REJ-IMAGEM.
           OPEN EXTEND F-REJEITOS.
           IF WRK-STATUS-REJEITOS = '35'
               OPEN OUTPUT F-REJEITOS
           END-IF.
           WRITE REG-REJEITO.
           CLOSE F-REJEITOS.
           MOVE 8 TO RETURN-CODE.
