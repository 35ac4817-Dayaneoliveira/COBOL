      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : RECEBER 02 NOTAS , MEDIA E IMPRIMIR
      *UTILIZAR COMANDO EVALUETE/WHEN
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
       01  REG-RELATORIO PIC X(132).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-FREQUENCIA.
       01  REG-FREQUENCIA.
       77 WRK-ALUNO-NOME PIC X(30) VALUE SPACES.
       77 WRK-CAD-ACHOU PIC X(01) VALUE 'N'.
           88 CAD-ACHADO VALUE 'S'.
      *FREQUENCIA DO ALUNO NO TERMO (ULTIMO LANCAMENTO DO PROGCOB23
      *PARA A MATRICULA+TERMO): COM MEDIA 6 MAS PRESENCA ABAIXO DE
      *75%, O STATUS SAI REPROVADO-FALTA. SEM LANCAMENTO DE
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.
      *CAMPOS COMUNS DA CONFERENCIA DO PROFESSOR DA TURMA (VEJA
      *APFCALL.CPY/AUTPROF.cob).
           COPY 'APFCALL.CPY'.

      *GRUPO DE PARAMETROS PARA A ENTRADA ALTERNATIVA PROGCOB08-PARM,
      *USADA POR UM JOB OU PROGRAMA CHAMADOR (COMO O CORRETOR DE
                   IF NOT ALUNO-INSCRITO
                       PERFORM 0185-REJEITAR-SEM-INSCRICAO
                   ELSE
                       PERFORM 0190-VERIFICAR-PROFESSOR
                       IF APF-RECUSADO
                           PERFORM 0195-REJEITAR-FORA-DA-TURMA
                       ELSE
                           PERFORM 0200-PROCESSAR
                       END-IF
                   END-IF
               END-IF
           END-IF
                   IF NOT ALUNO-INSCRITO
                       PERFORM 0185-REJEITAR-SEM-INSCRICAO
                   ELSE
                       PERFORM 0190-VERIFICAR-PROFESSOR
                       IF APF-RECUSADO
                           PERFORM 0195-REJEITAR-FORA-DA-TURMA
                       ELSE
                           PERFORM 0200-PROCESSAR
                       END-IF
                   END-IF
               END-IF
           END-IF

      *PROCURA A MATRICULA DIGITADA NO CADASTRO MESTRE DE ALUNOS
      *(CADALUNO, MANTIDO PELO PROGCOB20) E TRAZ O NOME DO ALUNO PARA
      *O RELATORIO. MATRICULA FORA DO CADASTRO E RECUSADA.
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

      *RELE O ARQUIVO DE ALUNOS08 DO INICIO, JA COM O REGISTRO DESTA
       CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
           WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
       MOVE WRK-AUD-RETCODE TO RETURN-CODE.

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
           WRK-APF-TURMA WRK-APF-TERMO WRK-APF-DISC WRK-APF-RESULT.

      *LANCAMENTO FORA DAS TURMAS DO PROFESSOR: NADA E GRAVADO, VAI
      *PARA O ARQUIVO DE REJEITOS COMO O ALUNO SEM INSCRICAO.
       0195-REJEITAR-FORA-DA-TURMA.
       DISPLAY 'ALUNO ' WRK-ALUNO-ID ' EM ' WRK-DISC ' NO TERMO '
           WRK-TERMO ' NAO E TURMA DE ' WRK-APF-USUARIO
           ', BOLETIM RECUSADO'.
       MOVE 'PRF' TO REJ-MOTIVO.
       MOVE SPACES TO REJ-IMAGEM.
       STRING 'ALUNO=' WRK-ALUNO-ID ' TERMO=' WRK-TERMO
           ' DISC=' WRK-DISC ' USUARIO=' WRK-APF-USUARIO
           DELIMITED BY SIZE INTO REJ-IMAGEM.
       PERFORM 0130-GRAVAR-REJEITO.
       MOVE 8 TO RETURN-CODE.
       STRING 'ALU=' WRK-ALUNO-ID ' USR=' WRK-APF-USUARIO
           DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
       MOVE 'FORA DAS TURMAS DO PROFESSOR' TO WRK-AUD-SAIDA.
       MOVE RETURN-CODE TO WRK-AUD-RETCODE.
       MOVE 'FIM' TO WRK-AUD-EVENTO.
       CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
           WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
       MOVE WRK-AUD-RETCODE TO RETURN-CODE.
