      *DISCIPLINA), VALIDANDO A MATRICULA NO CADALUNO E A DISCIPLINA
      *NO DISCMEST; COM O ARQUIVO NO LUGAR, O PROGCOB07/08/12 RECUSA
      *NOTA DE ALUNO SEM INSCRICAO (REJEITO NO LANCNREJ).
      *ALUNO TRANCADO OU DESLIGADO (PROGCOB130) NAO E INSCRITO.
      *A PRIMEIRA INSCRICAO DO ALUNO NO TERMO OCUPA UM LUGAR NA
      *TURMA DELE (CAD-TURMA): COM A TURMA LOTADA (TRU-CAPACIDADE)
      *A INSCRICAO E RECUSADA E O ALUNO VAI PARA A LISTA DE ESPERA;
      *REMOVER A ULTIMA INSCRICAO DO TERMO LIBERA O LUGAR PARA O
      *PRIMEIRO DA LISTA (SUB-ROTINA VAGATUR, VEJA VAGCALL.CPY).
      *MESMO DESENHO DOS DEMAIS CADASTROS (TABELA EM MEMORIA E
      *REGRAVACAO INTEIRA).
      *DATA = XX/XX/XXX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MATRICTL.
      *CADASTRO MESTRE DE ALUNOS (MANTIDO PELO PROGCOB20).
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *CADASTRO DE DISCIPLINAS (MANTIDO PELO PROGCOB26).
           SELECT F-DISCMEST ASSIGN TO 'DISCMEST'
           03 MTC-DISC      PIC X(04).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-DISCMEST.
       01  REG-DISCMEST.
       77 WRK-MAN-DISC      PIC X(04) VALUE SPACES.
       77 WRK-CAD-ACHOU PIC X(01) VALUE 'N'.
           88 CAD-ACHADO VALUE 'S'.
       77 WRK-CAD-SITUACAO PIC X(01) VALUE SPACES.
           88 CAD-SIT-ATIVO VALUE 'A' SPACE.
       77 WRK-CAD-TURMA PIC X(06) VALUE SPACES.
      *LUGAR NA TURMA PARA A PRIMEIRA INSCRICAO DO TERMO.
      *T = TURMA ALEM DO LIMITE DA TABELA DO VAGATUR: RECUSADA SEM
      *LISTA DE ESPERA.
       77 WRK-VAGA-SIT PIC X(01) VALUE 'S'.
           88 VAGA-OK VALUE 'S'.
           88 VAGA-ESTOURO VALUE 'T'.
       77 WRK-VAGA-CONSULTADA PIC X(01) VALUE 'N'.
           88 VAGA-CONSULTADA VALUE 'S'.
       77 WRK-ALU-NO-TERMO PIC X(01) VALUE 'N'.
           88 ALUNO-NO-TERMO VALUE 'S'.
       77 WRK-DIS-ACHOU PIC X(01) VALUE 'N'.
           88 DIS-ACHADO VALUE 'S'.
       77 WRK-FIM-DIS PIC X(01) VALUE 'N'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB72'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob).
           COPY 'LOCKCALL.CPY'.
      *CAMPOS COMUNS DAS VAGAS DA TURMA (VEJA VAGATUR.cob).
           COPY 'VAGCALL.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY 'DISCIPLINA (CODIGO DO DISCMEST).. '.
           ACCEPT WRK-MAN-DISC.
           PERFORM 0600-VALIDAR-MATRICULA.
           IF CAD-ACHADO
               PERFORM 0700-VALIDAR-DISCIPLINA
           END-IF.
           EVALUATE TRUE
               WHEN NOT CAD-ACHADO
                   DISPLAY 'MATRICULA NAO CADASTRADA NO CADALUNO, '
                       'NADA FEITO'
               WHEN NOT CAD-SIT-ATIVO
                   DISPLAY 'ALUNO TRANCADO OU DESLIGADO (PROGCOB130), '
                       'NADA FEITO'
               WHEN NOT DIS-ACHADO
                   DISPLAY 'DISCIPLINA NAO CADASTRADA NO DISCMEST, '
                       'NADA FEITO'
               WHEN OTHER
                   PERFORM 0310-INCLUIR-INSCRICAO
           END-EVALUATE.

       0310-INCLUIR-INSCRICAO.
           PERFORM 0230-LOCALIZAR-INSCRICAO.
           IF INSCRICAO-ACHADA
               DISPLAY 'ALUNO JA INSCRITO, NADA FEITO'
           ELSE
               IF WRK-INS-QT >= WRK-INS-MAX
                   DISPLAY 'TABELA DE INSCRICOES CHEIA, '
                       'NADA FEITO'
               ELSE
                   PERFORM 0800-CONFERIR-VAGA
               END-IF
           END-IF.
           IF NOT INSCRICAO-ACHADA AND WRK-INS-QT < WRK-INS-MAX
               IF VAGA-OK
                   PERFORM 0320-GRAVAR-INSCRICAO
               ELSE
                   IF NOT VAGA-ESTOURO
                       PERFORM 0820-ENTRAR-NA-ESPERA
                   END-IF
               END-IF
           END-IF.

       0320-GRAVAR-INSCRICAO.
           ADD 1 TO WRK-INS-QT.
           MOVE WRK-MAN-MATRICULA TO WRK-INS-MATRICULA (WRK-INS-QT).
           MOVE WRK-MAN-TERMO TO WRK-INS-TERMO (WRK-INS-QT).
           MOVE WRK-MAN-DISC TO WRK-INS-DISC (WRK-INS-QT).
           PERFORM 0220-GRAVAR-TABELA.
           DISPLAY 'ALUNO INSCRITO'.
      *QUEM ESTAVA NA LISTA DE ESPERA DA TURMA SAI DELA.
           IF VAGA-CONSULTADA AND NOT TABELA-ESTOUROU
               MOVE 'M' TO WRK-VAG-ACAO
               CALL 'VAGATUR' USING WRK-VAG-PARM
           END-IF.

       0400-REMOVER.
           PERFORM 0210-CARREGAR-TABELA.
           DISPLAY 'MATRICULA.. '.
               SUBTRACT 1 FROM WRK-INS-QT
               PERFORM 0220-GRAVAR-TABELA
               DISPLAY 'INSCRICAO REMOVIDA'
               IF NOT TABELA-ESTOUROU
                   PERFORM 0830-LIBERAR-VAGA
               END-IF
           END-IF.

       0410-DESLOCAR-INSCRICAO.

       0600-VALIDAR-MATRICULA.
           MOVE 'N' TO WRK-CAD-ACHOU.
           MOVE SPACES TO WRK-CAD-TURMA.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO = '00'
               PERFORM 0610-LER-CADALUNO
               CLOSE F-CADALUNO
           ELSE
               DISPLAY 'CADASTRO DE ALUNOS NAO ENCONTRADO'
           END-IF.

       0610-LER-CADALUNO.
           MOVE WRK-MAN-MATRICULA TO CAD-MATRICULA.
           READ F-CADALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CAD-ACHOU
                   MOVE CAD-SITUACAO TO WRK-CAD-SITUACAO
                   MOVE CAD-TURMA TO WRK-CAD-TURMA
           END-READ.

       0700-VALIDAR-DISCIPLINA.
                       MOVE 'S' TO WRK-DIS-ACHOU
                   END-IF
           END-READ.

      *SO A PRIMEIRA INSCRICAO DO TERMO OCUPA LUGAR NA TURMA (AS
      *DEMAIS DISCIPLINAS SAO DO MESMO ALUNO, NO MESMO LUGAR). ALUNO
      *SEM TURMA, TURMA FORA DO TURMAMEST OU DE OUTRO TERMO NAO TEM
      *LIMITE.
       0800-CONFERIR-VAGA.
           MOVE 'S' TO WRK-VAGA-SIT.
           MOVE 'N' TO WRK-VAGA-CONSULTADA.
           MOVE 'N' TO WRK-ALU-NO-TERMO.
           PERFORM 0810-PROCURAR-TERMO
               VARYING WRK-INS-IDX FROM 1 BY 1
               UNTIL WRK-INS-IDX > WRK-INS-QT OR ALUNO-NO-TERMO.
           IF NOT ALUNO-NO-TERMO AND WRK-CAD-TURMA NOT = SPACES
               MOVE 'C' TO WRK-VAG-ACAO
               MOVE WRK-AUD-PROGRAMA TO WRK-VAG-ORIGEM
               MOVE WRK-CAD-TURMA TO WRK-VAG-TURMA
               MOVE WRK-MAN-MATRICULA TO WRK-VAG-MATRICULA
               MOVE WRK-MAN-DISC TO WRK-VAG-DISC
               CALL 'VAGATUR' USING WRK-VAG-PARM
               IF WRK-VAG-TERMO = WRK-MAN-TERMO
                   MOVE 'S' TO WRK-VAGA-CONSULTADA
                   IF NOT VAG-PODE-ENTRAR
                       MOVE 'N' TO WRK-VAGA-SIT
                   END-IF
                   IF VAG-ESTOURO
                       DISPLAY 'TURMA ' WRK-CAD-TURMA ' ALEM DO LIMITE'
                           ' DE ' WRK-VAG-OCUPADAS ' ALUNOS DA TABELA'
                           ' DE VAGAS, INSCRICAO RECUSADA - NADA FEITO'
                       MOVE 'T' TO WRK-VAGA-SIT
                   END-IF
               END-IF
           END-IF.

       0810-PROCURAR-TERMO.
           IF WRK-INS-MATRICULA (WRK-INS-IDX) = WRK-MAN-MATRICULA
               AND WRK-INS-TERMO (WRK-INS-IDX) = WRK-MAN-TERMO
               MOVE 'S' TO WRK-ALU-NO-TERMO
           END-IF.

      *TURMA LOTADA: O ALUNO ENTRA NO FIM DA LISTA DE ESPERA (NA
      *ORDEM DO PEDIDO) E A INSCRICAO NAO E GRAVADA.
       0820-ENTRAR-NA-ESPERA.
           MOVE 'E' TO WRK-VAG-ACAO.
           CALL 'VAGATUR' USING WRK-VAG-PARM.
           EVALUATE TRUE
               WHEN VAG-ESTOURO
                   DISPLAY 'LISTA DE ESPERA DA TURMA ' WRK-CAD-TURMA
                       ' NO LIMITE DA TABELA, PEDIDO RECUSADO - NADA'
                       ' FEITO'
               WHEN VAG-RECUSADA
                   DISPLAY 'TURMA ' WRK-CAD-TURMA ' LOTADA ('
                       WRK-VAG-OCUPADAS '/' WRK-VAG-CAPACIDADE
                       '), ALUNO JA NA LISTA DE ESPERA - POSICAO '
                       WRK-VAG-POSICAO ', NADA FEITO'
               WHEN VAG-LIVRE
                   DISPLAY 'VAGA OFERECIDA AO ALUNO NA TURMA '
                       WRK-CAD-TURMA ', REPETIR A INSCRICAO'
               WHEN OTHER
                   DISPLAY 'TURMA ' WRK-CAD-TURMA ' LOTADA ('
                       WRK-VAG-OCUPADAS '/' WRK-VAG-CAPACIDADE
                       '), ALUNO NA LISTA DE ESPERA - POSICAO '
                       WRK-VAG-POSICAO
           END-EVALUATE.

      *SEM NENHUMA INSCRICAO NO TERMO O ALUNO DEIXA O LUGAR NA TURMA,
      *QUE VAI PARA O PRIMEIRO DA LISTA DE ESPERA.
       0830-LIBERAR-VAGA.
           MOVE 'N' TO WRK-ALU-NO-TERMO.
           PERFORM 0810-PROCURAR-TERMO
               VARYING WRK-INS-IDX FROM 1 BY 1
               UNTIL WRK-INS-IDX > WRK-INS-QT OR ALUNO-NO-TERMO.
           IF NOT ALUNO-NO-TERMO
               PERFORM 0600-VALIDAR-MATRICULA
               IF CAD-ACHADO AND WRK-CAD-TURMA NOT = SPACES
                   MOVE 'O' TO WRK-VAG-ACAO
                   MOVE WRK-AUD-PROGRAMA TO WRK-VAG-ORIGEM
                   MOVE WRK-CAD-TURMA TO WRK-VAG-TURMA
                   MOVE SPACES TO WRK-VAG-MATRICULA
                   MOVE SPACES TO WRK-VAG-DISC
                   CALL 'VAGATUR' USING WRK-VAG-PARM
               END-IF
           END-IF.
