      *(PROGCOB07/08/12) PODEREM RECUSAR MATRICULA NAO CADASTRADA EM
      *VEZ DE DEIXAR UM ERRO DE DIGITACAO CRIAR UM ALUNO FANTASMA, E
      *PARA OS RELATORIOS PODEREM MOSTRAR O NOME AO LADO DA MATRICULA.
      *O CADASTRO E INDEXADO PELA MATRICULA (VEJA CADREC.CPY): A
      *MANUTENCAO GRAVA, REGRAVA E EXCLUI O REGISTRO INDIVIDUAL, SEM
      *TABELA EM MEMORIA NEM O ANTIGO TETO DE 500 ALUNOS.
      *O ALUNO NOVO ENTRA ATIVO. A TROCA DE CURSO/TURMA, O
      *TRANCAMENTO E O DESLIGAMENTO NAO SAO MAIS FEITOS AQUI: SAO
      *MOVIMENTACOES COM DATA EFETIVA E MOTIVO DO PROGCOB130, QUE
      *TAMBEM ACERTA AS INSCRICOES E AS MENSALIDADES. A ALTERACAO
      *DESTE PROGRAMA SO CORRIGE O NOME.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CADASTRO MESTRE DE ALUNOS: MATRICULA, NOME COMPLETO E CURSO.
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CADALUNO PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ  PIC X(01) VALUE 'N'.
           88 FIM-CADALUNO VALUE 'S'.
      *CONTADORES DA SESSAO DE MANUTENCAO PARA A TRILHA DE
      *AUDITORIA.
       77 WRK-MAN-QT-ADIC  PIC 9(04) VALUE ZEROS.
       77 WRK-MAN-QT-ALTER PIC 9(04) VALUE ZEROS.
       77 WRK-MAN-QT-REMOV PIC 9(04) VALUE ZEROS.
       77 WRK-MAN-QT-ALU   PIC 9(06) VALUE ZEROS.
      *CAMPOS DE TRABALHO DO MENU DE MANUTENCAO DO CADASTRO.
       77 WRK-MAN-OPCAO   PIC X(01) VALUE SPACES.
           88 MAN-ADICIONAR VALUE 'A'.
       77 WRK-MAN-CURSO     PIC X(20) VALUE SPACES.
       77 WRK-MAN-TURMA     PIC X(06) VALUE SPACES.
       77 WRK-MAN-BOLSA     PIC 9(02) VALUE ZEROS.
       77 WRK-MAN-SIT-NOME  PIC X(09) VALUE SPACES.
       77 WRK-MAN-ACHOU   PIC X(01) VALUE 'N'.
           88 MAN-ACHOU VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-MANUTENCAO UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'ADICIONADOS=' WRK-MAN-QT-ADIC
               ' ALTERADOS=' WRK-MAN-QT-ALTER
               ' REMOVIDOS=' WRK-MAN-QT-REMOV
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *ABRE O CADASTRO EM I-O PARA MANUTENCAO, CRIANDO O ARQUIVO
      *INDEXADO VAZIO NA PRIMEIRA VEZ (FILE STATUS 35), COMO NO
      *CADASTRO DE USUARIOS DO PROGCOB10.
       0254-ABRIR-CADALUNO-IO.
           OPEN I-O F-CADALUNO.
           IF WRK-STATUS-CADALUNO = '35'
               OPEN OUTPUT F-CADALUNO
               CLOSE F-CADALUNO
               OPEN I-O F-CADALUNO
           END-IF.

      *ACRESCENTA UM ALUNO NOVO NO CADASTRO, SE AINDA NAO EXISTIR UM
      *COM A MESMA MATRICULA (WRITE DIRETO PELA CHAVE) E SE O NOME
      *NAO VIER VAZIO.
       0251-ADICIONAR-ALUNO.
           DISPLAY 'MATRICULA DO NOVO ALUNO.. '.
           ACCEPT WRK-MAN-MATRICULA.
           DISPLAY 'NOME COMPLETO.. '.
           ACCEPT WRK-MAN-NOME.
           DISPLAY 'CURSO.. '.
           ACCEPT WRK-MAN-CURSO.
           DISPLAY 'TURMA (CODIGO DO TURMAMEST).. '.
           ACCEPT WRK-MAN-TURMA.
           DISPLAY 'BOLSA (PERCENTUAL 0-99).. '.
           ACCEPT WRK-MAN-BOLSA.
           IF WRK-MAN-NOME = SPACES
               DISPLAY 'NOME VAZIO, NADA FEITO'
           ELSE
               PERFORM 0254-ABRIR-CADALUNO-IO
               MOVE WRK-MAN-MATRICULA TO CAD-MATRICULA
               MOVE WRK-MAN-NOME TO CAD-NOME
               MOVE WRK-MAN-CURSO TO CAD-CURSO
               MOVE WRK-MAN-TURMA TO CAD-TURMA
               MOVE WRK-MAN-BOLSA TO CAD-BOLSA-PCT
               MOVE 'A' TO CAD-SITUACAO
               MOVE ZEROS TO CAD-SIT-DATA
               WRITE REG-CADALUNO
                   INVALID KEY
                       DISPLAY 'MATRICULA JA CADASTRADA, NADA FEITO'
                   NOT INVALID KEY
                       ADD 1 TO WRK-MAN-QT-ADIC
                       DISPLAY 'ALUNO ADICIONADO'
               END-WRITE
               CLOSE F-CADALUNO
           END-IF.

      *REMOVE UM ALUNO DO CADASTRO (DELETE DIRETO PELA CHAVE).
       0252-REMOVER-ALUNO.
           DISPLAY 'MATRICULA A REMOVER.. '.
           ACCEPT WRK-MAN-MATRICULA.
           PERFORM 0254-ABRIR-CADALUNO-IO.
           MOVE WRK-MAN-MATRICULA TO CAD-MATRICULA.
           DELETE F-CADALUNO
               INVALID KEY
                   DISPLAY 'MATRICULA NAO ENCONTRADA, NADA FEITO'
               NOT INVALID KEY
                   ADD 1 TO WRK-MAN-QT-REMOV
                   DISPLAY 'ALUNO REMOVIDO'
           END-DELETE.
           CLOSE F-CADALUNO.

      *CORRIGE O NOME DE UM ALUNO JA CADASTRADO (READ + REWRITE DO
      *REGISTRO INDIVIDUAL; EM BRANCO MANTEM O VALOR ATUAL). CURSO E
      *TURMA MUDAM PELA TRANSFERENCIA DO PROGCOB130.
       0253-ALTERAR-ALUNO.
           DISPLAY 'MATRICULA A ALTERAR.. '.
           ACCEPT WRK-MAN-MATRICULA.
           PERFORM 0254-ABRIR-CADALUNO-IO.
           MOVE WRK-MAN-MATRICULA TO CAD-MATRICULA.
           MOVE 'N' TO WRK-MAN-ACHOU.
           READ F-CADALUNO
               INVALID KEY
                   DISPLAY 'MATRICULA NAO ENCONTRADA, NADA FEITO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-MAN-ACHOU
           END-READ.
           IF MAN-ACHOU
               DISPLAY 'NOVO NOME (BRANCO MANTEM).. '
               ACCEPT WRK-MAN-NOME
               DISPLAY 'CURSO/TURMA: USE A TRANSFERENCIA DO PROGCOB130'
               IF WRK-MAN-NOME NOT = SPACES
                   MOVE WRK-MAN-NOME TO CAD-NOME
               END-IF
               REWRITE REG-CADALUNO
               ADD 1 TO WRK-MAN-QT-ALTER
               DISPLAY 'ALUNO ALTERADO'
           END-IF.
           CLOSE F-CADALUNO.

      *LISTA NO CONSOLE TODOS OS ALUNOS DO CADASTRO, EM ORDEM DE
      *MATRICULA (LEITURA SEQUENCIAL DO INDEXADO).
       0257-LISTAR-ALUNOS.
           MOVE ZEROS TO WRK-MAN-QT-ALU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO NOT = '00'
               DISPLAY 'CADASTRO DE ALUNOS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           DISPLAY '-- ALUNOS CADASTRADOS --'.
           PERFORM 0257A-LISTAR-ITEM UNTIL FIM-CADALUNO.
           IF WRK-STATUS-CADALUNO NOT = '35'
               CLOSE F-CADALUNO
           END-IF.
           DISPLAY '-- TOTAL: ' WRK-MAN-QT-ALU ' ALUNO(S) --'.

       0257A-LISTAR-ITEM.
           READ F-CADALUNO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-MAN-QT-ALU
                   PERFORM 0257B-NOME-SITUACAO
                   DISPLAY CAD-MATRICULA ' ' CAD-NOME ' '
                       CAD-CURSO ' ' CAD-TURMA ' ' WRK-MAN-SIT-NOME
           END-READ.

       0257B-NOME-SITUACAO.
           EVALUATE TRUE
               WHEN CAD-TRANCADO
                   MOVE 'TRANCADO' TO WRK-MAN-SIT-NOME
               WHEN CAD-DESLIGADO
                   MOVE 'DESLIGADO' TO WRK-MAN-SIT-NOME
               WHEN OTHER
                   MOVE 'ATIVO' TO WRK-MAN-SIT-NOME
           END-EVALUATE.
