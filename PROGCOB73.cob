      *UMA LEITURA MANUAL DO BOLHIST. ESTE PROGRAMA:
      *  (A/R/C) MANTEM A GRADE (ARQUIVO CURRICULO: CURSO,
      *      DISCIPLINA OBRIGATORIA E MINIMO DE TERMOS DO CURSO,
      *      REPETIDO EM CADA LINHA DA GRADE, E A ETAPA DO CURSO EM
      *      QUE A DISCIPLINA E CURSADA - USADA NA PROMOCAO DE FIM DE
      *      TERMO DO PROGCOB131; LINHA ANTIGA SEM ETAPA FICA 00);
      *  (G) AUDITORIA: PARA CADA ALUNO DO CADALUNO, PERCORRE O
      *      HISTORICO BOLHIST (INDEXADO, REORGANIZADO PELO
      *      PROGCOB41) CONTRA A GRADE DO CURSO DELE: TODAS AS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CURRICULO.
      *CADASTRO MESTRE DE ALUNOS (MANTIDO PELO PROGCOB20).
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *HISTORICO REORGANIZADO DE BOLETINS (PROGCOB41).
           SELECT F-BOLHIST ASSIGN TO 'BOLHIST'
           03 CUR-CURSO      PIC X(20).
           03 CUR-DISC       PIC X(04).
           03 CUR-MIN-TERMOS PIC 9(02).
           03 CUR-ETAPA      PIC 9(02).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-BOLHIST.
       01  REG-BOLHIST.
               05 WRK-GRD-CURSO  PIC X(20).
               05 WRK-GRD-DISC   PIC X(04).
               05 WRK-GRD-MINTRM PIC 9(02).
               05 WRK-GRD-ETAPA  PIC 9(02).
               05 WRK-GRD-OK     PIC X(01).
       77 WRK-GRD-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-GRD-POS PIC 9(03) VALUE ZEROS.
       77 WRK-MAN-CURSO  PIC X(20) VALUE SPACES.
       77 WRK-MAN-DISC   PIC X(04) VALUE SPACES.
       77 WRK-MAN-MINTRM PIC 9(02) VALUE ZEROS.
       77 WRK-MAN-ETAPA  PIC 9(02) VALUE ZEROS.
      *AUDITORIA DO ALUNO CORRENTE: TERMOS DISTINTOS CURSADOS E O
      *RESULTADO DA GRADE.
       77 WRK-ALUNO-MATRICULA PIC X(10) VALUE SPACES.
                       MOVE CUR-DISC TO WRK-GRD-DISC (WRK-GRD-QT)
                       MOVE CUR-MIN-TERMOS TO
                           WRK-GRD-MINTRM (WRK-GRD-QT)
                       IF CUR-ETAPA IS NUMERIC
                           MOVE CUR-ETAPA TO WRK-GRD-ETAPA (WRK-GRD-QT)
                       ELSE
                           MOVE ZEROS TO WRK-GRD-ETAPA (WRK-GRD-QT)
                       END-IF
                       MOVE 'N' TO WRK-GRD-OK (WRK-GRD-QT)
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
           MOVE WRK-GRD-CURSO (WRK-GRD-IDX)  TO CUR-CURSO.
           MOVE WRK-GRD-DISC (WRK-GRD-IDX)   TO CUR-DISC.
           MOVE WRK-GRD-MINTRM (WRK-GRD-IDX) TO CUR-MIN-TERMOS.
           MOVE WRK-GRD-ETAPA (WRK-GRD-IDX)  TO CUR-ETAPA.
           WRITE REG-CURRICULO.

       0300-ADICIONAR-LINHA.
           ACCEPT WRK-MAN-DISC.
           DISPLAY 'MINIMO DE TERMOS DO CURSO.. '.
           ACCEPT WRK-MAN-MINTRM.
           DISPLAY 'ETAPA DO CURSO EM QUE A DISCIPLINA E CURSADA.. '.
           ACCEPT WRK-MAN-ETAPA.
           PERFORM 0230-LOCALIZAR-LINHA.
           IF GRADE-ACHADA
               DISPLAY 'DISCIPLINA JA ESTA NA GRADE, NADA FEITO'
                   MOVE WRK-MAN-DISC TO WRK-GRD-DISC (WRK-GRD-QT)
                   MOVE WRK-MAN-MINTRM TO
                       WRK-GRD-MINTRM (WRK-GRD-QT)
                   MOVE WRK-MAN-ETAPA TO WRK-GRD-ETAPA (WRK-GRD-QT)
                   PERFORM 0220-GRAVAR-GRADE
                   DISPLAY 'LINHA DA GRADE ADICIONADA'
               END-IF
       0510-LISTAR-LINHA.
           DISPLAY WRK-GRD-CURSO (WRK-GRD-IDX)
               ' DISC ' WRK-GRD-DISC (WRK-GRD-IDX)
               ' MIN-TERMOS ' WRK-GRD-MINTRM (WRK-GRD-IDX)
               ' ETAPA ' WRK-GRD-ETAPA (WRK-GRD-IDX).

      *AUDITORIA DE FORMATURA: CADA ALUNO DO CADALUNO CONTRA A
      *GRADE DO CURSO DELE, PELO HISTORICO BOLHIST.
