           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-ARQ.
           SELECT F-ALUNOS ASSIGN TO 'ALUNOS'
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-ALUNOS.
       01  REG-ALUNO.
           03 RSP2-NOME      PIC X(30).
           03 RSP2-ENDERECO  PIC X(40).
           03 RSP2-ENTREGA   PIC X(01).
           03 RSP2-EMAIL     PIC X(40).
           03 RSP2-TELEFONE  PIC X(15).
           03 RSP2-CANAL     PIC X(01).

       FD  F-MENSALIDADES.
       01  REG-MENSALIDADE.
           03 BHI-STATUS PIC X(15).

       FD  F-LGPDEXP.
       01  REG-LGPDEXP PIC X(150).

       FD  F-ANONTRAB.
       01  REG-ANONTRAB PIC X(140).

       FD  F-ANONCTL.
       01  REG-ANONCTL.
           ADD 1 TO WRK-QT-EXPORTADOS.

       0210-EXP-CADALUNO.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-ARQ = '00'
               PERFORM 0211-LER-CADALUNO
               CLOSE F-CADALUNO
           END-IF.

       0211-LER-CADALUNO.
           MOVE WRK-MATRICULA TO CAD-MATRICULA.
           READ F-CADALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO REG-LGPDEXP
                   STRING 'CADALUNO    ' REG-CADALUNO
                       DELIMITED BY SIZE INTO REG-LGPDEXP
                   PERFORM 0201-GRAVAR-EXPORT
           END-READ.

       0220-EXP-ALUNOS.
           STRING 'ANON' WRK-NUM-ANON DELIMITED BY SIZE
               INTO WRK-PSEUDONIMO.

      *NO CADALUNO INDEXADO A MATRICULA E A CHAVE: O REGISTRO DO
      *TITULAR E EXCLUIDO E REGRAVADO COM O PSEUDONIMO, SEM COPIA
      *PELO ANONTRAB.
       0320-ANON-CADALUNO.
           OPEN I-O F-CADALUNO.
           IF WRK-STATUS-ARQ = '00'
               PERFORM 0321-TROCAR-CADALUNO
               CLOSE F-CADALUNO
           END-IF.

       0321-TROCAR-CADALUNO.
           MOVE WRK-MATRICULA TO CAD-MATRICULA.
           READ F-CADALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE F-CADALUNO RECORD
                   MOVE WRK-PSEUDONIMO TO CAD-MATRICULA
                   MOVE '*ANONIMIZADO*' TO CAD-NOME
                   WRITE REG-CADALUNO
                   ADD 1 TO WRK-QT-ANONIMIZADOS
           END-READ.

       0330-ANON-ALUNOS.
                       MOVE WRK-PSEUDONIMO TO RSP2-MATRICULA
                       MOVE '*ANONIMIZADO*' TO RSP2-NOME
                       MOVE '*ANONIMIZADO*' TO RSP2-ENDERECO
                       MOVE SPACES TO RSP2-EMAIL
                       MOVE SPACES TO RSP2-TELEFONE
                       ADD 1 TO WRK-QT-ANONIMIZADOS
                   END-IF
                   MOVE SPACES TO REG-ANONTRAB
