      *O CADASTRO DE USUARIOS E O MESTRE DE PEDIDOS SAO INDEXADOS:
      *O BACKUP DELES SAI COMO ARQUIVO SEQUENCIAL E A RESTAURACAO
      *RECONSTROI O INDEXADO.
      *OS CADASTROS DE CLIENTES (CLIMEST), PRODUTOS (PRODMEST) E
      *ALUNOS (CADALUNO) E O SALDO DE ESTOQUE (ESTOQUE) TAMBEM SAO
      *INDEXADOS E RECEBEM O MESMO TRATAMENTO. A GERACAO DO ESTOQUE
      *FICA NA ORDEM ANTIGA DOS CAMPOS (VEJA ESIREC.CPY), A MESMA DA
      *IMAGEM ESTOQUESEQ DO PROGCOB47.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.
      *CADASTRO DE CLIENTES, INDEXADO PELO CODIGO (VEJA CLIREC.CPY).
           SELECT F-CLIMEST ASSIGN TO 'CLIMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-STATUS-CLIMEST.
      *CADASTRO DE PRODUTOS, INDEXADO PELO CODIGO (VEJA PRDREC.CPY).
           SELECT F-PRODMEST ASSIGN TO 'PRODMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-STATUS-PRODMEST.
      *SALDO DE ESTOQUE, INDEXADO PELO PRODUTO + FILIAL (VEJA
      *ESTREC.CPY).
           SELECT F-ESTOQUE ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-STATUS-ESTOQUE.
      *CADASTRO DE ALUNOS, INDEXADO PELA MATRICULA (VEJA
      *CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *CONTROLE DAS GERACOES: UMA LINHA POR BACKUP FEITO (DATA/HORA,
      *ARQUIVO, GERACAO GRAVADA).
           SELECT F-BKPCTL ASSIGN TO 'BKPCTL'
       DATA DIVISION.
       FILE SECTION.
       FD  F-ORIGEM.
       01  REG-ORIGEM PIC X(250).

       FD  F-DESTINO.
       01  REG-DESTINO PIC X(250).

       FD  F-USUARIOS.
       01  REG-USUARIO.
           03 USR-SENHA   PIC X(20).
           03 USR-TROCA   PIC X(01).
           03 USR-BLOQUEADO PIC X(01).
           03 USR-PROFESSOR PIC X(30).

       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.

       FD  F-CLIMEST.
           COPY 'CLIREC.CPY'.

       FD  F-PRODMEST.
           COPY 'PRDREC.CPY'.

       FD  F-ESTOQUE.
           COPY 'ESTREC.CPY'.

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-BKPCTL.
       01  REG-BKPCTL.
           03 BKP-DATA-HORA PIC X(14).
       77 WRK-STATUS-DESTINO PIC X(02) VALUE '00'.
       77 WRK-STATUS-USUARIOS PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-STATUS-CLIMEST  PIC X(02) VALUE '00'.
       77 WRK-STATUS-PRODMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-ESTOQUE  PIC X(02) VALUE '00'.
       77 WRK-STATUS-CADALUNO PIC X(02) VALUE '00'.
       77 WRK-STATUS-BKPCTL   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ORIGEM VALUE 'S'.
       77 WRK-GER PIC 9(01) VALUE ZEROS.
       77 WRK-GER-ORIGEM  PIC 9(01) VALUE ZEROS.
       77 WRK-GER-DIGITADA PIC 9(01) VALUE ZEROS.
      *LISTA DOS MESTRES SEQUENCIAIS COBERTOS PELO BACKUP (OS
      *INDEXADOS TEM TRATAMENTO PROPRIO).
       01 WRK-TAB-MESTRES-DADOS.
           03 FILLER PIC X(12) VALUE 'ALUNOS      '.
           03 FILLER PIC X(12) VALUE 'ALUNOS08    '.
       77 WRK-MST-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-ARQUIVO PIC X(12) VALUE SPACES.
       77 WRK-QT-COPIADOS PIC 9(06) VALUE ZEROS.
      *IMAGEM SEQUENCIAL DO ESTOQUE NA ORDEM ANTIGA DOS CAMPOS.
           COPY 'ESIREC.CPY'.
       01 WRK-DATA-HORA.
           03 WRK-DATA PIC 9(08) VALUE ZEROS.
           03 WRK-HORA PIC 9(06) VALUE ZEROS.
               UNTIL WRK-MST-IDX > WRK-QT-MESTRES.
           PERFORM 0260-BACKUP-USUARIOS.
           PERFORM 0270-BACKUP-PEDMESTRE.
           PERFORM 0280-BACKUP-CLIMEST.
           PERFORM 0285-BACKUP-PRODMEST.
           PERFORM 0290-BACKUP-ESTOQUE.
           PERFORM 0295-BACKUP-CADALUNO.
           DISPLAY 'BACKUP CONCLUIDO'.

       0210-BACKUP-MESTRE.
                   ADD 1 TO WRK-QT-COPIADOS
           END-READ.

      *BACKUP DOS CADASTROS INDEXADOS DE CLIENTES, PRODUTOS E ALUNOS
      *E DO SALDO DE ESTOQUE: DESLOCA AS GERACOES SEQUENCIAIS E
      *DESCARREGA O INDEXADO NA G1, COMO NO MESTRE DE PEDIDOS.
       0280-BACKUP-CLIMEST.
           MOVE 'CLIMEST' TO WRK-ARQUIVO.
           PERFORM 0220-DESLOCAR-GERACOES.
           MOVE 1 TO WRK-GER.
           PERFORM 0240-MONTAR-NOME-GERACAO.
           MOVE ZEROS TO WRK-QT-COPIADOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CLIMEST.
           IF WRK-STATUS-CLIMEST NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN OUTPUT F-DESTINO
           END-IF.
           PERFORM 0281-DESCARREGAR-CLIENTE UNTIL FIM-ORIGEM.
           IF WRK-STATUS-CLIMEST = '00' OR
               WRK-STATUS-CLIMEST = '10'
               CLOSE F-CLIMEST
               CLOSE F-DESTINO
               PERFORM 0230-REGISTRAR-GERACAO
           END-IF.

       0281-DESCARREGAR-CLIENTE.
           READ F-CLIMEST NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-CLIMEST TO REG-DESTINO
                   WRITE REG-DESTINO
                   ADD 1 TO WRK-QT-COPIADOS
           END-READ.

       0285-BACKUP-PRODMEST.
           MOVE 'PRODMEST' TO WRK-ARQUIVO.
           PERFORM 0220-DESLOCAR-GERACOES.
           MOVE 1 TO WRK-GER.
           PERFORM 0240-MONTAR-NOME-GERACAO.
           MOVE ZEROS TO WRK-QT-COPIADOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PRODMEST.
           IF WRK-STATUS-PRODMEST NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN OUTPUT F-DESTINO
           END-IF.
           PERFORM 0286-DESCARREGAR-PRODUTO UNTIL FIM-ORIGEM.
           IF WRK-STATUS-PRODMEST = '00' OR
               WRK-STATUS-PRODMEST = '10'
               CLOSE F-PRODMEST
               CLOSE F-DESTINO
               PERFORM 0230-REGISTRAR-GERACAO
           END-IF.

       0286-DESCARREGAR-PRODUTO.
           READ F-PRODMEST NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-PRODMEST TO REG-DESTINO
                   WRITE REG-DESTINO
                   ADD 1 TO WRK-QT-COPIADOS
           END-READ.

      *A GERACAO DO ESTOQUE SAI NA ORDEM ANTIGA DOS CAMPOS (VEJA
      *ESIREC.CPY).
       0290-BACKUP-ESTOQUE.
           MOVE 'ESTOQUE' TO WRK-ARQUIVO.
           PERFORM 0220-DESLOCAR-GERACOES.
           MOVE 1 TO WRK-GER.
           PERFORM 0240-MONTAR-NOME-GERACAO.
           MOVE ZEROS TO WRK-QT-COPIADOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ESTOQUE.
           IF WRK-STATUS-ESTOQUE NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN OUTPUT F-DESTINO
           END-IF.
           PERFORM 0291-DESCARREGAR-SALDO UNTIL FIM-ORIGEM.
           IF WRK-STATUS-ESTOQUE = '00' OR
               WRK-STATUS-ESTOQUE = '10'
               CLOSE F-ESTOQUE
               CLOSE F-DESTINO
               PERFORM 0230-REGISTRAR-GERACAO
           END-IF.

       0291-DESCARREGAR-SALDO.
           READ F-ESTOQUE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE EST-CODIGO TO ESI-CODIGO
                   MOVE EST-SALDO  TO ESI-SALDO
                   MOVE EST-PONTO  TO ESI-PONTO
                   MOVE EST-CUSTO  TO ESI-CUSTO
                   MOVE EST-FILIAL TO ESI-FILIAL
                   MOVE REG-ESTOQUE-IMG TO REG-DESTINO
                   WRITE REG-DESTINO
                   ADD 1 TO WRK-QT-COPIADOS
           END-READ.

       0295-BACKUP-CADALUNO.
           MOVE 'CADALUNO' TO WRK-ARQUIVO.
           PERFORM 0220-DESLOCAR-GERACOES.
           MOVE 1 TO WRK-GER.
           PERFORM 0240-MONTAR-NOME-GERACAO.
           MOVE ZEROS TO WRK-QT-COPIADOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN OUTPUT F-DESTINO
           END-IF.
           PERFORM 0296-DESCARREGAR-ALUNO UNTIL FIM-ORIGEM.
           IF WRK-STATUS-CADALUNO = '00' OR
               WRK-STATUS-CADALUNO = '10'
               CLOSE F-CADALUNO
               CLOSE F-DESTINO
               PERFORM 0230-REGISTRAR-GERACAO
           END-IF.

       0296-DESCARREGAR-ALUNO.
           READ F-CADALUNO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-CADALUNO TO REG-DESTINO
                   WRITE REG-DESTINO
                   ADD 1 TO WRK-QT-COPIADOS
           END-READ.

      *RESTAURACAO: O OPERADOR ESCOLHE O ARQUIVO E A GERACAO, E A
      *COPIA VOLTA PARA O LUGAR DO ARQUIVO VIVO (OS MESTRES
      *INDEXADOS SAO RECONSTRUIDOS COMO INDEXADOS).
       0300-RESTAURAR.
           DISPLAY 'ARQUIVO A RESTAURAR (EX: PEDMESTRE).. '.
           ACCEPT WRK-ARQUIVO.
               STRING WRK-ARQUIVO DELIMITED BY SPACE
                   '.G' WRK-GER DELIMITED BY SIZE
                   INTO WRK-NOME-ORIGEM
               EVALUATE WRK-ARQUIVO
                   WHEN 'USUARIOS'
                       PERFORM 0320-RESTAURAR-USUARIOS
                   WHEN 'PEDMESTRE'
                       PERFORM 0330-RESTAURAR-PEDMESTRE
                   WHEN 'CLIMEST'
                       PERFORM 0340-RESTAURAR-CLIMEST
                   WHEN 'PRODMEST'
                       PERFORM 0345-RESTAURAR-PRODMEST
                   WHEN 'ESTOQUE'
                       PERFORM 0350-RESTAURAR-ESTOQUE
                   WHEN 'CADALUNO'
                       PERFORM 0355-RESTAURAR-CADALUNO
                   WHEN OTHER
                       PERFORM 0310-RESTAURAR-SEQUENCIAL
               END-EVALUATE
           END-IF.

      *MESTRE SEQUENCIAL: A GERACAO E COPIADA DE VOLTA COMO ESTA.
       0310-RESTAURAR-SEQUENCIAL.
           MOVE SPACES TO WRK-NOME-DESTINO.
           STRING WRK-ARQUIVO DELIMITED BY SPACE
               INTO WRK-NOME-DESTINO.
           PERFORM 0250-COPIAR-ARQUIVO.
           IF WRK-STATUS-ORIGEM = '35'
               DISPLAY 'GERACAO ' WRK-NOME-ORIGEM
                   ' NAO EXISTE, NADA FEITO'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'RESTAURADO: ' WRK-NOME-ORIGEM
                   ' -> ' WRK-NOME-DESTINO
                   ' (' WRK-QT-COPIADOS ' REGISTRO(S))'
           END-IF.

      *RECONSTROI O CADASTRO INDEXADO DE USUARIOS A PARTIR DA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-ORIGEM (1:232) TO REG-PEDMESTRE
                   WRITE REG-PEDMESTRE
                       INVALID KEY
                           DISPLAY 'CHAVE DUPLICADA NA RESTAURACAO: '
                   END-WRITE
                   ADD 1 TO WRK-QT-COPIADOS
           END-READ.

      *RECONSTROI OS CADASTROS INDEXADOS DE CLIENTES, PRODUTOS E
      *ALUNOS E O SALDO DE ESTOQUE A PARTIR DA GERACAO SEQUENCIAL
      *ESCOLHIDA.
       0340-RESTAURAR-CLIMEST.
           MOVE ZEROS TO WRK-QT-COPIADOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ORIGEM.
           IF WRK-STATUS-ORIGEM NOT = '00'
               DISPLAY 'GERACAO ' WRK-NOME-ORIGEM ' NAO EXISTE, '
                   'NADA FEITO'
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN OUTPUT F-CLIMEST
           END-IF.
           PERFORM 0341-RECARREGAR-CLIENTE UNTIL FIM-ORIGEM.
           IF WRK-STATUS-ORIGEM NOT = '35'
               AND WRK-STATUS-CLIMEST = '00'
               CLOSE F-ORIGEM
               CLOSE F-CLIMEST
               DISPLAY 'RESTAURADO: ' WRK-NOME-ORIGEM
                   ' -> CLIMEST (' WRK-QT-COPIADOS ' REGISTRO(S))'
           END-IF.

       0341-RECARREGAR-CLIENTE.
           READ F-ORIGEM
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-ORIGEM (1:107) TO REG-CLIMEST
                   WRITE REG-CLIMEST
                       INVALID KEY
                           DISPLAY 'CHAVE DUPLICADA NA RESTAURACAO: '
                               CLI-CODIGO
                   END-WRITE
                   ADD 1 TO WRK-QT-COPIADOS
           END-READ.

       0345-RESTAURAR-PRODMEST.
           MOVE ZEROS TO WRK-QT-COPIADOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ORIGEM.
           IF WRK-STATUS-ORIGEM NOT = '00'
               DISPLAY 'GERACAO ' WRK-NOME-ORIGEM ' NAO EXISTE, '
                   'NADA FEITO'
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN OUTPUT F-PRODMEST
           END-IF.
           PERFORM 0346-RECARREGAR-PRODUTO UNTIL FIM-ORIGEM.
           IF WRK-STATUS-ORIGEM NOT = '35'
               AND WRK-STATUS-PRODMEST = '00'
               CLOSE F-ORIGEM
               CLOSE F-PRODMEST
               DISPLAY 'RESTAURADO: ' WRK-NOME-ORIGEM
                   ' -> PRODMEST (' WRK-QT-COPIADOS ' REGISTRO(S))'
           END-IF.

       0346-RECARREGAR-PRODUTO.
           READ F-ORIGEM
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-ORIGEM (1:60) TO REG-PRODMEST
                   WRITE REG-PRODMEST
                       INVALID KEY
                           DISPLAY 'CHAVE DUPLICADA NA RESTAURACAO: '
                               PRD-CODIGO
                   END-WRITE
                   ADD 1 TO WRK-QT-COPIADOS
           END-READ.

      *A GERACAO DO ESTOQUE VEM NA ORDEM ANTIGA DOS CAMPOS (VEJA
      *ESIREC.CPY); LINHA ANTERIOR AO CUSTO MEDIO OU A FILIAL E
      *ACERTADA NA VOLTA.
       0350-RESTAURAR-ESTOQUE.
           MOVE ZEROS TO WRK-QT-COPIADOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ORIGEM.
           IF WRK-STATUS-ORIGEM NOT = '00'
               DISPLAY 'GERACAO ' WRK-NOME-ORIGEM ' NAO EXISTE, '
                   'NADA FEITO'
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN OUTPUT F-ESTOQUE
           END-IF.
           PERFORM 0351-RECARREGAR-SALDO UNTIL FIM-ORIGEM.
           IF WRK-STATUS-ORIGEM NOT = '35'
               AND WRK-STATUS-ESTOQUE = '00'
               CLOSE F-ORIGEM
               CLOSE F-ESTOQUE
               DISPLAY 'RESTAURADO: ' WRK-NOME-ORIGEM
                   ' -> ESTOQUE (' WRK-QT-COPIADOS ' REGISTRO(S))'
           END-IF.

       0351-RECARREGAR-SALDO.
           READ F-ORIGEM
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-ORIGEM (1:42) TO REG-ESTOQUE-IMG
                   PERFORM 0352-MONTAR-SALDO
                   WRITE REG-ESTOQUE
                       INVALID KEY
                           DISPLAY 'CHAVE DUPLICADA NA RESTAURACAO: '
                               EST-CODIGO ' ' EST-FILIAL
                   END-WRITE
                   ADD 1 TO WRK-QT-COPIADOS
           END-READ.

       0352-MONTAR-SALDO.
           IF ESI-CUSTO NOT NUMERIC
               MOVE ZEROS TO ESI-CUSTO
           END-IF.
           IF ESI-FILIAL NOT NUMERIC OR ESI-FILIAL = ZEROS
               MOVE 01 TO ESI-FILIAL
           END-IF.
           MOVE ESI-CODIGO TO EST-CODIGO.
           MOVE ESI-FILIAL TO EST-FILIAL.
           MOVE ESI-SALDO  TO EST-SALDO.
           MOVE ESI-PONTO  TO EST-PONTO.
           MOVE ESI-CUSTO  TO EST-CUSTO.

       0355-RESTAURAR-CADALUNO.
           MOVE ZEROS TO WRK-QT-COPIADOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ORIGEM.
           IF WRK-STATUS-ORIGEM NOT = '00'
               DISPLAY 'GERACAO ' WRK-NOME-ORIGEM ' NAO EXISTE, '
                   'NADA FEITO'
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN OUTPUT F-CADALUNO
           END-IF.
           PERFORM 0356-RECARREGAR-ALUNO UNTIL FIM-ORIGEM.
           IF WRK-STATUS-ORIGEM NOT = '35'
               AND WRK-STATUS-CADALUNO = '00'
               CLOSE F-ORIGEM
               CLOSE F-CADALUNO
               DISPLAY 'RESTAURADO: ' WRK-NOME-ORIGEM
                   ' -> CADALUNO (' WRK-QT-COPIADOS ' REGISTRO(S))'
           END-IF.

       0356-RECARREGAR-ALUNO.
           READ F-ORIGEM
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-ORIGEM (1:77) TO REG-CADALUNO
                   IF CAD-SITUACAO = SPACE
                       MOVE 'A' TO CAD-SITUACAO
                   END-IF
                   IF CAD-SIT-DATA NOT NUMERIC
                       MOVE ZEROS TO CAD-SIT-DATA
                   END-IF
                   WRITE REG-CADALUNO
                       INVALID KEY
                           DISPLAY 'CHAVE DUPLICADA NA RESTAURACAO: '
                               CAD-MATRICULA
                   END-WRITE
                   ADD 1 TO WRK-QT-COPIADOS
           END-READ.
