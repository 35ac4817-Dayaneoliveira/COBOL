      *   MESMO DO PROGCOB22) E ACRESCENTA O BOLETIM FINAL NA
      *   ORIGEM (EXTEND - O MAIS RECENTE E O QUE VALE PARA O
      *   PROGCOB18 E OS BOLETINS IMPRESSOS).
      *O LANCAMENTO FEITO POR UM PROFESSOR (LOGIN NIVEL USER) SO PASSA
      *NA TURMA E DISCIPLINA DELE NO TERMO (VEJA AUTPROF.cob).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB75'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob).
           COPY 'LOCKCALL.CPY'.
      *CAMPOS COMUNS DA CONFERENCIA DO PROFESSOR DA TURMA (VEJA
      *APFCALL.CPY/AUTPROF.cob).
           COPY 'APFCALL.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-DISC.
           DISPLAY 'ORIGEM (1=ALUNOS 2=ALUNOS08 3=ALUNOS12).. '.
           ACCEPT WRK-ORIGEM.
           PERFORM 0050-VERIFICAR-PROFESSOR.
           IF APF-RECUSADO
               DISPLAY 'RECUPERACAO FORA DAS TURMAS DE '
                   WRK-APF-USUARIO ', NADA FEITO'
               MOVE 'FORA DA TURMA' TO WRK-STATUS-FINAL
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0100-OBTER-NOTA-PROVA
               PERFORM 0200-PROCESSAR
           END-IF.
           STRING 'ALUNO=' WRK-ALUNO-ID ' TERMO=' WRK-TERMO
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           STRING 'MEDIA-FINAL=' WRK-MEDIA-FINAL
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           GOBACK.

      *O LOGIN DO MENU E DE UM PROFESSOR QUE NAO RESPONDE PELA TURMA
      *E DISCIPLINA DO ALUNO NO TERMO? CONFERIDO ANTES DE PEDIR A
      *NOTA, PARA NINGUEM DIGITAR A PROVA A TOA.
       0050-VERIFICAR-PROFESSOR.
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

      *PEDE A NOTA DA PROVA NO CONSOLE E REPETE ATE VIR UM VALOR SO
      *COM DIGITOS E DENTRO DA FAIXA (VEJA VALIDNUM.cob).
       0100-OBTER-NOTA-PROVA.
