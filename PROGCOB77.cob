      *OS ALUNOS EM RISCO SAEM LISTADOS POR TURMA (CADALUNO), COM O
      *QUE PRECISAM - A LISTA QUE A COORDENACAO PEDE TODO MEIO DE
      *TERMO.
      *O RESPONSAVEL DE CADA ALUNO EM RISCO (RESPMEST) E AVISADO
      *PELA FILA DE NOTIFICACOES (MODELO ALUNORIS, AVISO UNICO POR
      *TERMO E DISCIPLINA - RODAR DE NOVO NO MESMO TERMO NAO AVISA
      *DE NOVO. VEJA NOTIFICA.cob).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FREQ.
      *CADASTRO MESTRE DE ALUNOS (TURMA PARA O AGRUPAMENTO).
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *RELATORIO DE ALERTA, COM CABECALHO E QUEBRA DE PAGINA PADRAO
      *(VEJA RPTHDR.CPY).
           03 FRQ-FALTAS    PIC 9(03).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).
       77 WRK-ALUNO-TURMA PIC X(06) VALUE SPACES.
       77 WRK-CAD-ACHOU PIC X(01) VALUE 'N'.
           88 CAD-ACHADO VALUE 'S'.
       77 WRK-QT-RISCO PIC 9(04) VALUE ZEROS.
      *AVISO AO RESPONSAVEL (VEJA NTFCALL.CPY).
       77 WRK-QT-AVISOS PIC 9(04) VALUE ZEROS.
       77 WRK-NTF-NOTA-ED PIC Z9,99.
       77 WRK-NTF-FRQ-ED  PIC ZZ9,9.
           COPY 'NTFCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB77'.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'ALERTA GRAVADO EM PROGCOB77RPT ('
               WRK-QT-RISCO ' EM RISCO, ' WRK-QT-AVISOS
               ' AVISO(S) NOVO(S) AOS RESPONSAVEIS)'.
           IF WRK-QT-RISCO > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STRING 'TERMO=' WRK-TERMO-PEDIDO DELIMITED BY SIZE
               INTO WRK-AUD-ENTRADA.
           STRING 'EM-RISCO=' WRK-QT-RISCO
               ' AVISOS=' WRK-QT-AVISOS DELIMITED BY SIZE
               INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0410-NOTIFICAR-RESPONSAVEL.

      *AVISO AO RESPONSAVEL DO ALUNO EM RISCO (MODELO ALUNORIS:
      *TERMO/DISCIPLINA, SITUACAO, PRESENCA E TURMA).
       0410-NOTIFICAR-RESPONSAVEL.
           MOVE WRK-AUD-PROGRAMA TO WRK-NTF-ORIGEM.
           MOVE 'R' TO WRK-NTF-TIPO-DEST.
           MOVE WRK-ALUNO-ID TO WRK-NTF-CHAVE.
           MOVE 'ALUNORIS' TO WRK-NTF-MODELO.
           MOVE 'S' TO WRK-NTF-UNICO.
           MOVE SPACES TO WRK-NTF-CAMPOS.
           STRING WRK-TERMO-PEDIDO '/' WRK-DISC
               DELIMITED BY SIZE INTO WRK-NTF-CAMPO (1).
           IF WRK-MAX-POSSIVEL < 6
               MOVE 'MEDIA 6 INALCANCAVEL' TO WRK-NTF-CAMPO (2)
           ELSE
               MOVE WRK-NECESSARIO TO WRK-NTF-NOTA-ED
               STRING 'PRECISA ' WRK-NTF-NOTA-ED ' NO QUE FALTA'
                   DELIMITED BY SIZE INTO WRK-NTF-CAMPO (2)
           END-IF.
           MOVE WRK-FRQ-PERC TO WRK-NTF-FRQ-ED.
           MOVE WRK-NTF-FRQ-ED TO WRK-NTF-CAMPO (3).
           MOVE WRK-ALUNO-TURMA TO WRK-NTF-CAMPO (4).
           CALL 'NOTIFICA' USING WRK-NTF-ORIGEM WRK-NTF-TIPO-DEST
               WRK-NTF-CHAVE WRK-NTF-MODELO WRK-NTF-UNICO
               WRK-NTF-CAMPOS WRK-NTF-NUMERO WRK-NTF-RESULT.
           IF NTF-GRAVADA OR NTF-SEM-CONTATO OR NTF-SEM-CADASTRO
               ADD 1 TO WRK-QT-AVISOS
           END-IF.

       0500-BUSCAR-TURMA.
           MOVE SPACES TO WRK-ALUNO-TURMA.
           MOVE 'N' TO WRK-CAD-ACHOU.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO = '00'
               PERFORM 0510-LER-CADALUNO
               CLOSE F-CADALUNO
           END-IF.

       0510-LER-CADALUNO.
           MOVE WRK-ALUNO-ID TO CAD-MATRICULA.
           READ F-CADALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAD-TURMA TO WRK-ALUNO-TURMA
                   MOVE 'S' TO WRK-CAD-ACHOU
           END-READ.

      *MONTA E GRAVA O CABECALHO PADRAO DO RELATORIO (PROGRAMA, DATA E
