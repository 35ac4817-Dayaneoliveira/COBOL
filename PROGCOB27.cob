               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALUNOS12.
      *CADASTRO MESTRE DE ALUNOS (MANTIDO PELO PROGCOB20).
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *CADASTRO DE TURMAS (MANTIDO PELO PROGCOB71): O PROFESSOR
      *RESPONSAVEL SAI NO CABECALHO DA PAGINA DO ALUNO.
           03 ALU12-DISC   PIC X(04).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-RESPMEST.
       01  REG-RESPMEST.
           03 RSP-NOME      PIC X(30).
           03 RSP-ENDERECO  PIC X(40).
           03 RSP-ENTREGA   PIC X(01).
      *CONTATO PARA AS NOTIFICACOES E O CANAL PREFERIDO (MESMOS
      *CODIGOS DO CLIMEST - A CARTA VAI PARA O RSP-ENDERECO).
           03 RSP-EMAIL     PIC X(40).
           03 RSP-TELEFONE  PIC X(15).
           03 RSP-CANAL     PIC X(01).

       FD  F-MENSALIDADES.
       01  REG-MENSALIDADE.
           03 MEN-SITUACAO  PIC X(01).

       FD  F-TURMAMEST.
           COPY 'TRUREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).
           03 WRK-TROCA-ENTREGA PIC X(46).
       77 WRK-CAD-ACHOU PIC X(01) VALUE 'N'.
           88 CAD-ACHADO VALUE 'S'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB27'.
      *NOME E O CURSO PARA O CABECALHO DA PAGINA.
       0700-BUSCAR-NOME-ALUNO.
           MOVE 'N' TO WRK-CAD-ACHOU.
           MOVE SPACES TO WRK-ALUNO-NOME.
           MOVE SPACES TO WRK-ALUNO-CURSO.
           MOVE SPACES TO WRK-ALUNO-TURMA.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO = '00'
               PERFORM 0710-LER-CADALUNO
               CLOSE F-CADALUNO
           END-IF.

       0710-LER-CADALUNO.
           MOVE WRK-ALUNO-ID TO CAD-MATRICULA.
           READ F-CADALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAD-NOME  TO WRK-ALUNO-NOME
                   MOVE CAD-CURSO TO WRK-ALUNO-CURSO
                   MOVE CAD-TURMA TO WRK-ALUNO-TURMA
                   MOVE 'S' TO WRK-CAD-ACHOU
           END-READ.

      *CONTA AS COBRANCAS EM ABERTO DE MESES JA VENCIDOS DO ALUNO
