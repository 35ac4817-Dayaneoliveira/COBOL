      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : CARGA E DESCARGA DOS MESTRES INDEXADOS.
      *COM A CONVERSAO DO PEDMESTRE PARA ARQUIVO INDEXADO (CHAVE
      *PMS-NUMERO, VEJA PMSREC.CPY), E PRECISO UM CAMINHO ENTRE O
      *INDEXADO E A IMAGEM SEQUENCIAL (ARQUIVO PEDMESTSEQ):
      *      DE NUMERO, PARA CONFERENCIA OU EDICAO FORA DO SISTEMA.
      *MESMO PAPEL QUE A RESTAURACAO DO PROGCOB37 FAZ PARA AS
      *GERACOES DE BACKUP, AQUI COMO UTILITARIO AVULSO DO OPERADOR.
      *OS CADASTROS DE CLIENTES, PRODUTOS E ALUNOS E O SALDO DE
      *ESTOQUE TAMBEM SAO INDEXADOS, E O PROGRAMA PERGUNTA ANTES O
      *ARQUIVO (EM BRANCO = PEDMESTRE) - CADA UM TEM A SUA IMAGEM:
      *  CLIMEST  <-> CLIMESTSEQ  (LAYOUT DO CLIREC.CPY);
      *  PRODMEST <-> PRODMESTSEQ (LAYOUT DO PRDREC.CPY);
      *  ESTOQUE  <-> ESTOQUESEQ  (ORDEM ANTIGA DOS CAMPOS, VEJA
      *               ESIREC.CPY - LINHA SEM CUSTO MEDIO OU SEM
      *               FILIAL E ACERTADA NA CARGA);
      *  CADALUNO <-> CADALUNSEQ  (LAYOUT DO CADREC.CPY - LINHA
      *               ANTIGA SEM A SITUACAO ENTRA COMO ALUNO ATIVO).
      *A CONVERSAO INICIAL DESSES QUATRO E A CARGA DO ARQUIVO
      *SEQUENCIAL ANTIGO RENOMEADO PARA A IMAGEM - A IMAGEM NAO
      *PRECISA ESTAR EM ORDEM DE CHAVE. CADA CARGA TOMA A TRAVA DOS
      *PROGRAMAS QUE GRAVAM AQUELE MESTRE.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-MESTRE.
      *CADASTRO DE CLIENTES, INDEXADO PELO CODIGO (VEJA CLIREC.CPY).
      *OS QUATRO CADASTROS SAO DINAMICOS: A CARGA GRAVA PELA CHAVE
      *(A IMAGEM ANTIGA NAO ESTA EM ORDEM) E A DESCARGA LE EM
      *SEQUENCIA.
           SELECT F-CLIMEST ASSIGN TO 'CLIMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-STATUS-MESTRE.
      *CADASTRO DE PRODUTOS, INDEXADO PELO CODIGO (VEJA PRDREC.CPY).
           SELECT F-PRODMEST ASSIGN TO 'PRODMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-STATUS-MESTRE.
      *SALDO DE ESTOQUE, INDEXADO PELO PRODUTO + FILIAL (VEJA
      *ESTREC.CPY).
           SELECT F-ESTOQUE ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-STATUS-MESTRE.
      *CADASTRO DE ALUNOS, INDEXADO PELA MATRICULA (VEJA
      *CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-MESTRE.
      *IMAGEM SEQUENCIAL DO MESTRE ESCOLHIDO, UMA LINHA POR
      *REGISTRO - O NOME E MONTADO EM WRK-NOME-IMAGEM ANTES DO OPEN
      *(MESMA TECNICA DO F-ORIGEM DO PROGCOB37).
           SELECT F-IMAGEM ASSIGN TO WRK-NOME-IMAGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-IMAGEM.

       DATA DIVISION.
       FILE SECTION.
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

       FD  F-IMAGEM.
       01  REG-IMAGEM PIC X(232).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-MESTRE PIC X(02) VALUE '00'.
       77 WRK-STATUS-IMAGEM PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MODO PIC X(01) VALUE SPACES.
           88 MODO-CARGA    VALUE 'C'.
           88 MODO-DESCARGA VALUE 'D'.
      *MESTRE ESCOLHIDO E O NOME DA SUA IMAGEM SEQUENCIAL.
       77 WRK-ARQUIVO PIC X(12) VALUE SPACES.
           88 ARQ-PEDMESTRE VALUE 'PEDMESTRE'.
           88 ARQ-CLIMEST   VALUE 'CLIMEST'.
           88 ARQ-PRODMEST  VALUE 'PRODMEST'.
           88 ARQ-ESTOQUE   VALUE 'ESTOQUE'.
           88 ARQ-CADALUNO  VALUE 'CADALUNO'.
           88 ARQ-VALIDO    VALUE 'PEDMESTRE' 'CLIMEST' 'PRODMEST'
                                  'ESTOQUE' 'CADALUNO'.
       77 WRK-NOME-IMAGEM PIC X(20) VALUE SPACES.
       77 WRK-QT-COPIADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-DUPLICADOS PIC 9(06) VALUE ZEROS.
      *IMAGEM SEQUENCIAL DO ESTOQUE NA ORDEM ANTIGA DOS CAMPOS.
           COPY 'ESIREC.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB47'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob) - A
      *CARGA REGRAVA O MESTRE INTEIRO, ENTAO TOMA A MESMA TRAVA DOS
      *DEMAIS GRAVADORES (PEDIDOS, ESTOQUE, ESCOLA; OS CADASTROS DE
      *CLIENTES E PRODUTOS TRAVAM PELO NOME DO ARQUIVO).
           COPY 'LOCKCALL.CPY'.

       PROCEDURE DIVISION.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           DISPLAY 'ARQUIVO (PEDMESTRE, CLIMEST, PRODMEST, ESTOQUE OU '
               'CADALUNO; EM BRANCO = PEDMESTRE).. '.
           ACCEPT WRK-ARQUIVO.
           IF WRK-ARQUIVO = SPACES
               MOVE 'PEDMESTRE' TO WRK-ARQUIVO
           END-IF.
           IF NOT ARQ-VALIDO
               DISPLAY 'ARQUIVO INVALIDO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0100-IDENTIFICAR-ARQUIVO.
           MOVE 'T' TO WRK-LCK-ACAO.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
                   DISPLAY 'MODO INVALIDO'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STRING 'MODO=' WRK-MODO ' ARQUIVO=' WRK-ARQUIVO
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           STRING 'COPIADOS=' WRK-QT-COPIADOS
               ' DUPLICADOS=' WRK-QT-DUPLICADOS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           GOBACK.

      *IMAGEM SEQUENCIAL E TRAVA DO MESTRE ESCOLHIDO.
       0100-IDENTIFICAR-ARQUIVO.
           EVALUATE TRUE
               WHEN ARQ-PEDMESTRE
                   MOVE 'PEDMESTSEQ' TO WRK-NOME-IMAGEM
                   MOVE 'PEDIDOS' TO WRK-LCK-NOME
               WHEN ARQ-CLIMEST
                   MOVE 'CLIMESTSEQ' TO WRK-NOME-IMAGEM
                   MOVE 'CLIMEST' TO WRK-LCK-NOME
               WHEN ARQ-PRODMEST
                   MOVE 'PRODMESTSEQ' TO WRK-NOME-IMAGEM
                   MOVE 'PRODMEST' TO WRK-LCK-NOME
               WHEN ARQ-ESTOQUE
                   MOVE 'ESTOQUESEQ' TO WRK-NOME-IMAGEM
                   MOVE 'ESTOQUE' TO WRK-LCK-NOME
               WHEN ARQ-CADALUNO
                   MOVE 'CADALUNSEQ' TO WRK-NOME-IMAGEM
                   MOVE 'ESCOLA' TO WRK-LCK-NOME
           END-EVALUATE.

      *MODO C: RECONSTROI O MESTRE INDEXADO A PARTIR DA IMAGEM
      *SEQUENCIAL. A IMAGEM DO PEDMESTRE PRECISA ESTAR EM ORDEM DE
      *NUMERO (AS DESCARGAS E O MESTRE ANTIGO, GRAVADO EM EXTEND PELO
      *NUMCTL CRESCENTE, JA ESTAO); AS DEMAIS SAO GRAVADAS PELA CHAVE.
       0200-CARGA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-IMAGEM.
           IF WRK-STATUS-IMAGEM NOT = '00'
               DISPLAY 'IMAGEM ' WRK-NOME-IMAGEM ' NAO ENCONTRADA, '
                   'NADA A CARREGAR'
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               PERFORM 0220-ABRIR-MESTRE-SAIDA
           END-IF.
           PERFORM 0210-CARREGAR-REGISTRO UNTIL FIM-ARQ.
           IF WRK-STATUS-IMAGEM NOT = '35'
               AND WRK-STATUS-MESTRE = '00'
               CLOSE F-IMAGEM
               PERFORM 0230-FECHAR-MESTRE
               DISPLAY 'CARGA CONCLUIDA: ' WRK-QT-COPIADOS
                   ' REGISTRO(S), ' WRK-QT-DUPLICADOS ' DUPLICADO(S)'
           END-IF.
           IF WRK-QT-DUPLICADOS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       0210-CARREGAR-REGISTRO.
           READ F-IMAGEM
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   EVALUATE TRUE
                       WHEN ARQ-PEDMESTRE
                           PERFORM 0211-CARREGAR-PEDIDO
                       WHEN ARQ-CLIMEST
                           PERFORM 0212-CARREGAR-CLIENTE
                       WHEN ARQ-PRODMEST
                           PERFORM 0213-CARREGAR-PRODUTO
                       WHEN ARQ-ESTOQUE
                           PERFORM 0214-CARREGAR-SALDO
                       WHEN ARQ-CADALUNO
                           PERFORM 0215-CARREGAR-ALUNO
                   END-EVALUATE
           END-READ.

       0211-CARREGAR-PEDIDO.
           MOVE REG-IMAGEM TO REG-PEDMESTRE.
           WRITE REG-PEDMESTRE
               INVALID KEY
                   ADD 1 TO WRK-QT-DUPLICADOS
                   DISPLAY 'CHAVE DUPLICADA NA CARGA, '
                       'DESCARTADA: ' PMS-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-COPIADOS
           END-WRITE.

       0212-CARREGAR-CLIENTE.
           MOVE REG-IMAGEM (1:107) TO REG-CLIMEST.
           WRITE REG-CLIMEST
               INVALID KEY
                   ADD 1 TO WRK-QT-DUPLICADOS
                   DISPLAY 'CHAVE DUPLICADA NA CARGA, '
                       'DESCARTADA: ' CLI-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-COPIADOS
           END-WRITE.

       0213-CARREGAR-PRODUTO.
           MOVE REG-IMAGEM (1:60) TO REG-PRODMEST.
           WRITE REG-PRODMEST
               INVALID KEY
                   ADD 1 TO WRK-QT-DUPLICADOS
                   DISPLAY 'CHAVE DUPLICADA NA CARGA, '
                       'DESCARTADA: ' PRD-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-COPIADOS
           END-WRITE.

      *LINHA ANTERIOR AO CUSTO MEDIO OU AO SEGUNDO DEPOSITO VEM SEM
      *ELES: CUSTO ZERO E FILIAL 01 (MATRIZ).
       0214-CARREGAR-SALDO.
           MOVE REG-IMAGEM (1:42) TO REG-ESTOQUE-IMG.
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
           WRITE REG-ESTOQUE
               INVALID KEY
                   ADD 1 TO WRK-QT-DUPLICADOS
                   DISPLAY 'CHAVE DUPLICADA NA CARGA, '
                       'DESCARTADA: ' EST-CODIGO ' FILIAL ' EST-FILIAL
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-COPIADOS
           END-WRITE.

       0215-CARREGAR-ALUNO.
           MOVE REG-IMAGEM (1:77) TO REG-CADALUNO.
           IF CAD-SITUACAO = SPACE
               MOVE 'A' TO CAD-SITUACAO
           END-IF.
           IF CAD-SIT-DATA NOT NUMERIC
               MOVE ZEROS TO CAD-SIT-DATA
           END-IF.
           WRITE REG-CADALUNO
               INVALID KEY
                   ADD 1 TO WRK-QT-DUPLICADOS
                   DISPLAY 'CHAVE DUPLICADA NA CARGA, '
                       'DESCARTADA: ' CAD-MATRICULA
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-COPIADOS
           END-WRITE.

       0220-ABRIR-MESTRE-SAIDA.
           EVALUATE TRUE
               WHEN ARQ-PEDMESTRE
                   OPEN OUTPUT F-PEDMESTRE
               WHEN ARQ-CLIMEST
                   OPEN OUTPUT F-CLIMEST
               WHEN ARQ-PRODMEST
                   OPEN OUTPUT F-PRODMEST
               WHEN ARQ-ESTOQUE
                   OPEN OUTPUT F-ESTOQUE
               WHEN ARQ-CADALUNO
                   OPEN OUTPUT F-CADALUNO
           END-EVALUATE.

       0230-FECHAR-MESTRE.
           EVALUATE TRUE
               WHEN ARQ-PEDMESTRE
                   CLOSE F-PEDMESTRE
               WHEN ARQ-CLIMEST
                   CLOSE F-CLIMEST
               WHEN ARQ-PRODMEST
                   CLOSE F-PRODMEST
               WHEN ARQ-ESTOQUE
                   CLOSE F-ESTOQUE
               WHEN ARQ-CADALUNO
                   CLOSE F-CADALUNO
           END-EVALUATE.

      *MODO D: DESCARREGA O INDEXADO NA SUA IMAGEM, EM ORDEM DE
      *CHAVE.
       0300-DESCARGA.
           MOVE 'N' TO WRK-FIM-ARQ.
           PERFORM 0320-ABRIR-MESTRE-ENTRADA.
           IF WRK-STATUS-MESTRE NOT = '00'
               DISPLAY 'MESTRE ' WRK-ARQUIVO ' NAO ENCONTRADO, NADA A '
                   'DESCARREGAR'
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN OUTPUT F-IMAGEM
           END-IF.
           PERFORM 0310-DESCARREGAR-REGISTRO UNTIL FIM-ARQ.
           IF WRK-STATUS-MESTRE = '00' OR
               WRK-STATUS-MESTRE = '10'
               PERFORM 0230-FECHAR-MESTRE
               CLOSE F-IMAGEM
               DISPLAY 'DESCARGA CONCLUIDA: ' WRK-QT-COPIADOS
                   ' REGISTRO(S) EM ' WRK-NOME-IMAGEM
           END-IF.

       0310-DESCARREGAR-REGISTRO.
           EVALUATE TRUE
               WHEN ARQ-PEDMESTRE
                   PERFORM 0311-DESCARREGAR-PEDIDO
               WHEN ARQ-CLIMEST
                   PERFORM 0312-DESCARREGAR-CLIENTE
               WHEN ARQ-PRODMEST
                   PERFORM 0313-DESCARREGAR-PRODUTO
               WHEN ARQ-ESTOQUE
                   PERFORM 0314-DESCARREGAR-SALDO
               WHEN ARQ-CADALUNO
                   PERFORM 0315-DESCARREGAR-ALUNO
           END-EVALUATE.

       0311-DESCARREGAR-PEDIDO.
           READ F-PEDMESTRE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-PEDMESTRE TO REG-IMAGEM
                   PERFORM 0319-GRAVAR-IMAGEM
           END-READ.

       0312-DESCARREGAR-CLIENTE.
           READ F-CLIMEST NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-CLIMEST TO REG-IMAGEM
                   PERFORM 0319-GRAVAR-IMAGEM
           END-READ.

       0313-DESCARREGAR-PRODUTO.
           READ F-PRODMEST NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-PRODMEST TO REG-IMAGEM
                   PERFORM 0319-GRAVAR-IMAGEM
           END-READ.

      *O SALDO SAI NA ORDEM ANTIGA DOS CAMPOS (VEJA ESIREC.CPY).
       0314-DESCARREGAR-SALDO.
           READ F-ESTOQUE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE EST-CODIGO TO ESI-CODIGO
                   MOVE EST-SALDO  TO ESI-SALDO
                   MOVE EST-PONTO  TO ESI-PONTO
                   MOVE EST-CUSTO  TO ESI-CUSTO
                   MOVE EST-FILIAL TO ESI-FILIAL
                   MOVE REG-ESTOQUE-IMG TO REG-IMAGEM
                   PERFORM 0319-GRAVAR-IMAGEM
           END-READ.

       0315-DESCARREGAR-ALUNO.
           READ F-CADALUNO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-CADALUNO TO REG-IMAGEM
                   PERFORM 0319-GRAVAR-IMAGEM
           END-READ.

       0319-GRAVAR-IMAGEM.
           WRITE REG-IMAGEM.
           ADD 1 TO WRK-QT-COPIADOS.

       0320-ABRIR-MESTRE-ENTRADA.
           EVALUATE TRUE
               WHEN ARQ-PEDMESTRE
                   OPEN INPUT F-PEDMESTRE
               WHEN ARQ-CLIMEST
                   OPEN INPUT F-CLIMEST
               WHEN ARQ-PRODMEST
                   OPEN INPUT F-PRODMEST
               WHEN ARQ-ESTOQUE
                   OPEN INPUT F-ESTOQUE
               WHEN ARQ-CADALUNO
                   OPEN INPUT F-CADALUNO
           END-EVALUATE.
