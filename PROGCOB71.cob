      *TERMO NUMA LISTA SO. COM ESTE CADASTRO (E A TURMA CARIMBADA
      *NO ALUNO PELO PROGCOB20), O PROGCOB18 ABRE OS TOTAIS POR
      *TURMA E O PROGCOB27 IMPRIME O PROFESSOR NO CABECALHO DO
      *BOLETIM. A ETAPA DO CURSO QUE A TURMA ATENDE (TRU-ETAPA, VEJA
      *TRUREC.CPY) GUIA A PROMOCAO DE FIM DE TERMO DO PROGCOB131.
      *A CAPACIDADE DA TURMA (TRU-CAPACIDADE, ZERO = SEM LIMITE)
      *LIMITA A INSCRICAO DO PROGCOB72; AUMENTAR A CAPACIDADE OFERECE
      *OS LUGARES NOVOS A LISTA DE ESPERA (SUB-ROTINA VAGATUR).
      *MESMO DESENHO DOS DEMAIS CADASTROS (TABELA EM MEMORIA E
      *REGRAVACAO INTEIRA).
      *DATA = XX/XX/XXX
       DATA DIVISION.
       FILE SECTION.
       FD  F-TURMAMEST.
           COPY 'TRUREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-TURMAMEST PIC X(02) VALUE '00'.
               05 WRK-TAB-TRU-CURSO     PIC X(20).
               05 WRK-TAB-TRU-TERMO     PIC X(06).
               05 WRK-TAB-TRU-PROFESSOR PIC X(30).
               05 WRK-TAB-TRU-ETAPA     PIC 9(02).
               05 WRK-TAB-TRU-CAPACIDADE PIC 9(03).
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-ADICIONAR VALUE 'A'.
           88 MAN-REMOVER   VALUE 'R'.
       77 WRK-MAN-CURSO     PIC X(20) VALUE SPACES.
       77 WRK-MAN-TERMO     PIC X(06) VALUE SPACES.
       77 WRK-MAN-PROFESSOR PIC X(30) VALUE SPACES.
       77 WRK-MAN-ETAPA     PIC X(02) VALUE SPACES.
       77 WRK-MAN-ETAPA-N REDEFINES WRK-MAN-ETAPA PIC 9(02).
       77 WRK-MAN-CAPACIDADE PIC X(03) VALUE SPACES.
       77 WRK-MAN-CAPACIDADE-N REDEFINES WRK-MAN-CAPACIDADE
           PIC 9(03).
       77 WRK-CAPACIDADE-ANT PIC 9(03) VALUE ZEROS.
       77 WRK-MAN-ACHOU PIC X(01) VALUE 'N'.
           88 MAN-ACHOU VALUE 'S'.
       77 WRK-MAN-POS PIC 9(03) VALUE ZEROS.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB71'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob).
           COPY 'LOCKCALL.CPY'.
      *CAMPOS COMUNS DAS VAGAS DA TURMA (VEJA VAGATUR.cob).
           COPY 'VAGCALL.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
                           WRK-TAB-TRU-TERMO (WRK-MAN-QT-TRU)
                       MOVE TRU-PROFESSOR TO
                           WRK-TAB-TRU-PROFESSOR (WRK-MAN-QT-TRU)
                       IF TRU-ETAPA IS NUMERIC
                           MOVE TRU-ETAPA TO
                               WRK-TAB-TRU-ETAPA (WRK-MAN-QT-TRU)
                       ELSE
                           MOVE ZEROS TO
                               WRK-TAB-TRU-ETAPA (WRK-MAN-QT-TRU)
                       END-IF
      *LINHA GRAVADA ANTES DA CAPACIDADE: SEM LIMITE.
                       IF TRU-CAPACIDADE IS NUMERIC
                           MOVE TRU-CAPACIDADE TO
                               WRK-TAB-TRU-CAPACIDADE (WRK-MAN-QT-TRU)
                       ELSE
                           MOVE ZEROS TO
                               WRK-TAB-TRU-CAPACIDADE (WRK-MAN-QT-TRU)
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           MOVE WRK-TAB-TRU-TERMO (WRK-MAN-IDX)     TO TRU-TERMO.
           MOVE WRK-TAB-TRU-PROFESSOR (WRK-MAN-IDX) TO
               TRU-PROFESSOR.
           MOVE WRK-TAB-TRU-ETAPA (WRK-MAN-IDX)     TO TRU-ETAPA.
           MOVE WRK-TAB-TRU-CAPACIDADE (WRK-MAN-IDX) TO
               TRU-CAPACIDADE.
           WRITE REG-TURMAMEST.

       0256-LOCALIZAR-NA-TABELA.
               ACCEPT WRK-MAN-TERMO
               DISPLAY 'PROFESSOR RESPONSAVEL.. '
               ACCEPT WRK-MAN-PROFESSOR
               DISPLAY 'ETAPA DO CURSO (01-99, BRANCO = SEM ETAPA).. '
               ACCEPT WRK-MAN-ETAPA
               IF WRK-MAN-ETAPA = SPACES
                   MOVE ZEROS TO WRK-MAN-ETAPA-N
               END-IF
               DISPLAY 'CAPACIDADE (000-999, BRANCO = SEM LIMITE).. '
               ACCEPT WRK-MAN-CAPACIDADE
               IF WRK-MAN-CAPACIDADE = SPACES
                   MOVE ZEROS TO WRK-MAN-CAPACIDADE-N
               END-IF
               IF WRK-MAN-ETAPA IS NOT NUMERIC
                   DISPLAY 'ETAPA INVALIDA, NADA FEITO'
               ELSE
               IF WRK-MAN-CAPACIDADE IS NOT NUMERIC
                   DISPLAY 'CAPACIDADE INVALIDA, NADA FEITO'
               ELSE
               IF WRK-MAN-CODIGO = SPACES
                   DISPLAY 'CODIGO VAZIO, NADA FEITO'
               ELSE
                           WRK-TAB-TRU-TERMO (WRK-MAN-QT-TRU)
                       MOVE WRK-MAN-PROFESSOR TO
                           WRK-TAB-TRU-PROFESSOR (WRK-MAN-QT-TRU)
                       MOVE WRK-MAN-ETAPA-N TO
                           WRK-TAB-TRU-ETAPA (WRK-MAN-QT-TRU)
                       MOVE WRK-MAN-CAPACIDADE-N TO
                           WRK-TAB-TRU-CAPACIDADE (WRK-MAN-QT-TRU)
                       PERFORM 0255-GRAVAR-TABELA
                       DISPLAY 'TURMA ADICIONADA'
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       0252-REMOVER-TURMA.
               ACCEPT WRK-MAN-TERMO
               DISPLAY 'NOVO PROFESSOR (BRANCO MANTEM).. '
               ACCEPT WRK-MAN-PROFESSOR
               DISPLAY 'NOVA ETAPA (BRANCO MANTEM).. '
               ACCEPT WRK-MAN-ETAPA
               MOVE WRK-TAB-TRU-CAPACIDADE (WRK-MAN-POS) TO
                   WRK-CAPACIDADE-ANT
               DISPLAY 'NOVA CAPACIDADE (ATUAL ' WRK-CAPACIDADE-ANT
                   ', 000 = SEM LIMITE, BRANCO MANTEM).. '
               ACCEPT WRK-MAN-CAPACIDADE
               IF WRK-MAN-CURSO NOT = SPACES
                   MOVE WRK-MAN-CURSO TO
                       WRK-TAB-TRU-CURSO (WRK-MAN-POS)
                   MOVE WRK-MAN-PROFESSOR TO
                       WRK-TAB-TRU-PROFESSOR (WRK-MAN-POS)
               END-IF
               IF WRK-MAN-ETAPA IS NUMERIC
                   MOVE WRK-MAN-ETAPA-N TO
                       WRK-TAB-TRU-ETAPA (WRK-MAN-POS)
               END-IF
               IF WRK-MAN-CAPACIDADE IS NUMERIC
                   MOVE WRK-MAN-CAPACIDADE-N TO
                       WRK-TAB-TRU-CAPACIDADE (WRK-MAN-POS)
               END-IF
               PERFORM 0255-GRAVAR-TABELA
               DISPLAY 'TURMA ALTERADA'
               IF NOT TABELA-ESTOUROU AND WRK-CAPACIDADE-ANT > 0
                   AND (WRK-TAB-TRU-CAPACIDADE (WRK-MAN-POS) = 0
                   OR WRK-TAB-TRU-CAPACIDADE (WRK-MAN-POS) >
                       WRK-CAPACIDADE-ANT)
                   PERFORM 0258-OFERECER-VAGAS
               END-IF
           END-IF.

       0257-LISTAR-TURMAS.
           DISPLAY WRK-TAB-TRU-CODIGO (WRK-MAN-IDX) ' '
               WRK-TAB-TRU-CURSO (WRK-MAN-IDX)
               ' TERMO ' WRK-TAB-TRU-TERMO (WRK-MAN-IDX)
               ' PROF ' WRK-TAB-TRU-PROFESSOR (WRK-MAN-IDX)
               ' ETAPA ' WRK-TAB-TRU-ETAPA (WRK-MAN-IDX)
               ' CAP ' WRK-TAB-TRU-CAPACIDADE (WRK-MAN-IDX).

      *CAPACIDADE AUMENTADA (OU LIMITE RETIRADO): OS LUGARES NOVOS VAO
      *PARA A LISTA DE ESPERA DA TURMA. A LISTA E AS INSCRICOES SAO DA
      *ESCOLA - COM A TRAVA EM USO A OFERTA FICA PARA O PROGCOB132.
       0258-OFERECER-VAGAS.
           MOVE 'T' TO WRK-LCK-ACAO.
           MOVE 'ESCOLA' TO WRK-LCK-NOME.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               DISPLAY 'ESCOLA EM USO, OFERECA AS VAGAS DA LISTA DE '
                   'ESPERA PELO PROGCOB132'
           ELSE
               MOVE 'O' TO WRK-VAG-ACAO
               MOVE WRK-AUD-PROGRAMA TO WRK-VAG-ORIGEM
               MOVE WRK-MAN-CODIGO TO WRK-VAG-TURMA
               MOVE SPACES TO WRK-VAG-MATRICULA
               MOVE SPACES TO WRK-VAG-DISC
               CALL 'VAGATUR' USING WRK-VAG-PARM
               DISPLAY WRK-VAG-FRENTE ' VAGA(S) OFERECIDA(S) A LISTA '
                   'DE ESPERA'
               MOVE 'L' TO WRK-LCK-ACAO
               CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
                   WRK-LCK-USUARIO WRK-LCK-RESULT
           END-IF.
