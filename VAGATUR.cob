       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAGATUR.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : SUB-ROTINA COMUM DE VAGAS DA TURMA E DA LISTA DE
      *ESPERA (LISTAESP, VEJA LESREC.CPY). O TURMAMEST NAO TINHA
      *LIMITE DE LUGARES E O PROGCOB72 INSCREVIA 60 ALUNOS NUMA SALA
      *DE 35. AGORA A TURMA TEM CAPACIDADE (TRU-CAPACIDADE) E:
      *  - LUGAR OCUPADO E ALUNO ATIVO DA TURMA (CAD-TURMA NO
      *    CADALUNO) COM PELO MENOS UMA INSCRICAO NO TERMO DA TURMA
      *    (MATRICTL) - E A INSCRICAO DO PROGCOB72 QUE OCUPA O LUGAR,
      *    E A MOVIMENTACAO DO PROGCOB130 QUE O LIBERA;
      *  - LUGAR OFERECIDO A QUEM ESTAVA NA LISTA FICA GUARDADO PARA
      *    ELE ATE ELE SER INSCRITO OU A OFERTA SER RECUSADA;
      *  - ALUNO NOVO SO ENTRA SE SOBRAR LUGAR DEPOIS DAS OFERTAS EM
      *    ABERTO E DE QUEM JA ESTA ESPERANDO NA FRENTE DELE; SENAO
      *    VAI PARA O FIM DA LISTA, NA ORDEM DO PEDIDO;
      *  - A CADA LUGAR LIBERADO O PRIMEIRO DA LISTA RECEBE A OFERTA
      *    E A FAMILIA E AVISADA PELA FILA DE NOTIFICACOES (NOTIFICA,
      *    MODELO VAGAOFER).
      *CAPACIDADE ZERO E TURMA SEM LIMITE (A LISTA DA TURMA, SE
      *HOUVER, RECEBE OFERTA INTEIRA). A ROTINA SO E CHAMADA POR
      *PROGRAMAS QUE JA TOMARAM A TRAVA ESCOLA.
      *VEJA VAGCALL.CPY PARA AS ACOES E OS CAMPOS DO CHAMADOR.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CADASTRO DE TURMAS (TERMO E CAPACIDADE).
           SELECT F-TURMAMEST ASSIGN TO 'TURMAMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAMEST.
      *INSCRICOES POR TERMO E DISCIPLINA (PROGCOB72).
           SELECT F-MATRICTL ASSIGN TO 'MATRICTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MATRICTL.
      *CADASTRO MESTRE DE ALUNOS (TURMA E SITUACAO), INDEXADO PELA
      *MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *LISTA DE ESPERA POR VAGA NA TURMA.
           SELECT F-LISTAESP ASSIGN TO 'LISTAESP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LISTAESP.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TURMAMEST.
           COPY 'TRUREC.CPY'.

       FD  F-MATRICTL.
       01  REG-MATRICTL.
           03 MTC-MATRICULA PIC X(10).
           03 MTC-TERMO     PIC X(06).
           03 MTC-DISC      PIC X(04).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-LISTAESP.
           COPY 'LESREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-TURMAMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-MATRICTL  PIC X(02) VALUE '00'.
       77 WRK-STATUS-CADALUNO  PIC X(02) VALUE '00'.
       77 WRK-STATUS-LISTAESP  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *TURMA PEDIDA.
       77 WRK-TRU-ACHOU PIC X(01) VALUE 'N'.
           88 TURMA-ACHADA VALUE 'S'.
       77 WRK-TRU-CURSO PIC X(20) VALUE SPACES.
      *ALUNOS ATIVOS DA TURMA COM INSCRICAO NO TERMO (UMA VEZ CADA).
      *TURMA COM MAIS ALUNOS QUE A TABELA NAO TEM CONTAGEM CONFIAVEL:
      *A OPERACAO E RECUSADA, COMO NA LISTA DE ESPERA.
       77 WRK-ALU-MAX PIC 9(04) VALUE 0999.
       77 WRK-ALU-ESTOUROU PIC X(01) VALUE 'N'.
           88 ALUNOS-ESTOUROU VALUE 'S'.
       77 WRK-ALU-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-ALUNOS.
           03 WRK-ALU-MATRICULA PIC X(10) OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-ALU-QT.
       77 WRK-ALU-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-ALU-ACHOU PIC X(01) VALUE 'N'.
           88 ALUNO-NA-TABELA VALUE 'S'.
       77 WRK-JA-OCUPA PIC X(01) VALUE 'N'.
           88 ALUNO-JA-OCUPA VALUE 'S'.
      *LISTA DE ESPERA EM MEMORIA (REGRAVACAO INTEIRA).
       77 WRK-LES-MAX PIC 9(04) VALUE 1000.
       77 WRK-LES-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-LES-ESTOUROU PIC X(01) VALUE 'N'.
           88 LISTA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-LISTA.
           03 WRK-TAB-LES-ITEM OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WRK-LES-QT.
               05 WRK-LES-DATA-PEDIDO PIC 9(08).
               05 WRK-LES-HORA-PEDIDO PIC 9(06).
               05 WRK-LES-MATRICULA   PIC X(10).
               05 WRK-LES-TURMA       PIC X(06).
               05 WRK-LES-TERMO       PIC X(06).
               05 WRK-LES-DISC        PIC X(04).
               05 WRK-LES-SITUACAO    PIC X(01).
               05 WRK-LES-DATA-SIT    PIC 9(08).
               05 WRK-LES-ORIGEM      PIC X(10).
       77 WRK-LES-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-LES-POS PIC 9(04) VALUE ZEROS.
       77 WRK-LES-ALTERADA PIC X(01) VALUE 'N'.
           88 LISTA-ALTERADA VALUE 'S'.
      *CONTAGEM DA TURMA.
       77 WRK-OFERTAS-TODAS PIC 9(04) VALUE ZEROS.
       77 WRK-AGUARDANDO    PIC 9(04) VALUE ZEROS.
       77 WRK-DISPONIVEIS   PIC S9(04) VALUE ZEROS.
       77 WRK-QT-OFERECIDAS PIC 9(03) VALUE ZEROS.
       01 WRK-DATA-HORA.
           03 WRK-DATA PIC 9(08) VALUE ZEROS.
           03 WRK-HORA PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-R REDEFINES WRK-DATA-HORA.
           03 WRK-DATA-ANO PIC 9(04).
           03 WRK-DATA-MES PIC 9(02).
           03 WRK-DATA-DIA PIC 9(02).
           03 FILLER       PIC 9(06).
      *CAMPOS COMUNS DA FILA DE NOTIFICACOES (VEJA NTFCALL.CPY).
           COPY 'NTFCALL.CPY'.

       LINKAGE SECTION.
       01 LK-VAG-PARM.
           03 LK-VAG-ACAO       PIC X(01).
               88 LK-VAG-CONSULTAR  VALUE 'C'.
               88 LK-VAG-ESPERAR    VALUE 'E'.
               88 LK-VAG-INSCREVEU  VALUE 'M'.
               88 LK-VAG-DESISTIR   VALUE 'D'.
               88 LK-VAG-OFERECER   VALUE 'O'.
           03 LK-VAG-ORIGEM     PIC X(10).
           03 LK-VAG-TURMA      PIC X(06).
           03 LK-VAG-MATRICULA  PIC X(10).
           03 LK-VAG-DISC       PIC X(04).
           03 LK-VAG-TERMO      PIC X(06).
           03 LK-VAG-CAPACIDADE PIC 9(03).
           03 LK-VAG-OCUPADAS   PIC 9(03).
           03 LK-VAG-OFERTAS    PIC 9(03).
           03 LK-VAG-FRENTE     PIC 9(03).
           03 LK-VAG-POSICAO    PIC 9(03).
           03 LK-VAG-RESULT     PIC X(01).

       PROCEDURE DIVISION USING LK-VAG-PARM.
       0001-PRINCIPAL.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           MOVE SPACES TO LK-VAG-TERMO.
           MOVE ZEROS TO LK-VAG-CAPACIDADE.
           MOVE ZEROS TO LK-VAG-OCUPADAS.
           MOVE ZEROS TO LK-VAG-OFERTAS.
           MOVE ZEROS TO LK-VAG-FRENTE.
           MOVE ZEROS TO LK-VAG-POSICAO.
           MOVE 'N' TO WRK-LES-ALTERADA.
           MOVE ZEROS TO WRK-QT-OFERECIDAS.
           PERFORM 0100-LOCALIZAR-TURMA.
           IF NOT TURMA-ACHADA
               MOVE 'X' TO LK-VAG-RESULT
           ELSE
               PERFORM 0200-CONTAR-OCUPADAS
               PERFORM 0300-CARREGAR-LISTA
               IF ALUNOS-ESTOUROU
                   DISPLAY 'TURMA ' LK-VAG-TURMA ' COM MAIS ALUNOS QUE'
                       ' A TABELA EM MEMORIA, OPERACAO RECUSADA'
                   MOVE 'T' TO LK-VAG-RESULT
                   MOVE 'N' TO WRK-LES-ALTERADA
               ELSE
                   EVALUATE TRUE
                       WHEN LK-VAG-CONSULTAR
                           PERFORM 0400-SITUACAO-DO-ALUNO
                       WHEN LK-VAG-ESPERAR
                           PERFORM 0500-ENTRAR-NA-LISTA
                       WHEN LK-VAG-INSCREVEU
                           PERFORM 0600-SAIR-DA-LISTA
                       WHEN LK-VAG-DESISTIR
                           PERFORM 0600-SAIR-DA-LISTA
                           IF NOT LK-VAG-RESULT = 'R'
                               PERFORM 0700-OFERECER-VAGAS
                           END-IF
                       WHEN LK-VAG-OFERECER
                           PERFORM 0700-OFERECER-VAGAS
                           MOVE WRK-QT-OFERECIDAS TO LK-VAG-FRENTE
                   END-EVALUATE
               END-IF
               IF LISTA-ALTERADA
                   PERFORM 0320-GRAVAR-LISTA
               END-IF
           END-IF.
           GOBACK.

      *TERMO, CURSO E CAPACIDADE DA TURMA (LINHA ANTIGA SEM A
      *CAPACIDADE CHEGA COM BRANCOS = SEM LIMITE).
       0100-LOCALIZAR-TURMA.
           MOVE 'N' TO WRK-TRU-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TURMAMEST.
           IF WRK-STATUS-TURMAMEST NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-TURMA UNTIL FIM-ARQ OR TURMA-ACHADA.
           IF WRK-STATUS-TURMAMEST NOT = '35'
               CLOSE F-TURMAMEST
           END-IF.

       0110-LER-TURMA.
           READ F-TURMAMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF TRU-CODIGO = LK-VAG-TURMA
                       MOVE 'S' TO WRK-TRU-ACHOU
                       MOVE TRU-TERMO TO LK-VAG-TERMO
                       MOVE TRU-CURSO TO WRK-TRU-CURSO
                       IF TRU-CAPACIDADE IS NUMERIC
                           MOVE TRU-CAPACIDADE TO LK-VAG-CAPACIDADE
                       END-IF
                   END-IF
           END-READ.

      *LUGARES OCUPADOS: ALUNOS DISTINTOS COM INSCRICAO NO TERMO DA
      *TURMA QUE SAO ATIVOS E DESTA TURMA NO CADALUNO. A TURMA DO
      *ALUNO E CONFERIDA NA HORA DA LEITURA DA INSCRICAO, ENTAO SO
      *OS ALUNOS DESTA TURMA OCUPAM A TABELA. SEM O CADALUNO NENHUM
      *LUGAR E CONTADO.
       0200-CONTAR-OCUPADAS.
           MOVE ZEROS TO WRK-ALU-QT.
           MOVE 'N' TO WRK-ALU-ESTOUROU.
           MOVE 'N' TO WRK-JA-OCUPA.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-MATRICTL
               IF WRK-STATUS-MATRICTL NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 0210-LER-INSCRICAO UNTIL FIM-ARQ
               IF WRK-STATUS-MATRICTL NOT = '35'
                   CLOSE F-MATRICTL
               END-IF
               CLOSE F-CADALUNO
           END-IF.
           MOVE WRK-ALU-QT TO LK-VAG-OCUPADAS.

       0210-LER-INSCRICAO.
           READ F-MATRICTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MTC-TERMO = LK-VAG-TERMO
                       PERFORM 0220-INCLUIR-ALUNO
                   END-IF
           END-READ.

       0220-INCLUIR-ALUNO.
           MOVE 'N' TO WRK-ALU-ACHOU.
           PERFORM 0221-COMPARAR-ALUNO
               VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX > WRK-ALU-QT OR ALUNO-NA-TABELA.
           IF NOT ALUNO-NA-TABELA
               PERFORM 0230-CONFERIR-ALUNO
           END-IF.

       0221-COMPARAR-ALUNO.
           IF WRK-ALU-MATRICULA (WRK-ALU-IDX) = MTC-MATRICULA
               MOVE 'S' TO WRK-ALU-ACHOU
           END-IF.

       0230-CONFERIR-ALUNO.
           MOVE MTC-MATRICULA TO CAD-MATRICULA.
           READ F-CADALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAD-TURMA = LK-VAG-TURMA AND CAD-ATIVO
                       IF WRK-ALU-QT < WRK-ALU-MAX
                           ADD 1 TO WRK-ALU-QT
                           MOVE MTC-MATRICULA TO
                               WRK-ALU-MATRICULA (WRK-ALU-QT)
                       ELSE
                           MOVE 'S' TO WRK-ALU-ESTOUROU
                       END-IF
                       IF CAD-MATRICULA = LK-VAG-MATRICULA
                           MOVE 'S' TO WRK-JA-OCUPA
                       END-IF
                   END-IF
           END-READ.

       0300-CARREGAR-LISTA.
           MOVE ZEROS TO WRK-LES-QT.
           MOVE 'N' TO WRK-LES-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-LISTAESP.
           IF WRK-STATUS-LISTAESP NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0310-LER-LISTA UNTIL FIM-ARQ.
           IF WRK-STATUS-LISTAESP NOT = '35'
               CLOSE F-LISTAESP
           END-IF.

       0310-LER-LISTA.
           READ F-LISTAESP
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-LES-QT < WRK-LES-MAX
                       ADD 1 TO WRK-LES-QT
                       MOVE REG-LISTAESP
                           TO WRK-TAB-LES-ITEM (WRK-LES-QT)
                   ELSE
                       MOVE 'S' TO WRK-LES-ESTOUROU
                   END-IF
           END-READ.

      *COM A LISTA MAIOR QUE A TABELA, REGRAVAR APAGARIA OS PEDIDOS
      *ALEM DO TETO - A ALTERACAO E RECUSADA.
       0320-GRAVAR-LISTA.
           IF LISTA-ESTOUROU
               DISPLAY 'LISTA DE ESPERA ALEM DA TABELA EM MEMORIA, '
                   'ALTERACAO RECUSADA - NADA FOI GRAVADO'
               MOVE 'T' TO LK-VAG-RESULT
           ELSE
               OPEN OUTPUT F-LISTAESP
               PERFORM 0321-GRAVAR-PEDIDO
                   VARYING WRK-LES-IDX FROM 1 BY 1
                   UNTIL WRK-LES-IDX > WRK-LES-QT
               CLOSE F-LISTAESP
           END-IF.

       0321-GRAVAR-PEDIDO.
           MOVE WRK-TAB-LES-ITEM (WRK-LES-IDX) TO REG-LISTAESP.
           WRITE REG-LISTAESP.

      *OFERTAS EM ABERTO, QUEM AGUARDA NA FRENTE DO ALUNO E A
      *POSICAO DELE NA LISTA DA TURMA, E SE HA LUGAR PARA ELE.
       0400-SITUACAO-DO-ALUNO.
           MOVE ZEROS TO LK-VAG-OFERTAS.
           MOVE ZEROS TO LK-VAG-FRENTE.
           MOVE ZEROS TO LK-VAG-POSICAO.
           MOVE ZEROS TO WRK-LES-POS.
           MOVE ZEROS TO WRK-AGUARDANDO.
           PERFORM 0410-CONTAR-PEDIDO
               VARYING WRK-LES-IDX FROM 1 BY 1
               UNTIL WRK-LES-IDX > WRK-LES-QT.
           COMPUTE WRK-DISPONIVEIS = LK-VAG-CAPACIDADE
               - LK-VAG-OCUPADAS - LK-VAG-OFERTAS.
           EVALUATE TRUE
               WHEN LK-VAG-CAPACIDADE = 0
                   MOVE 'S' TO LK-VAG-RESULT
               WHEN ALUNO-JA-OCUPA
                   MOVE 'L' TO LK-VAG-RESULT
               WHEN WRK-LES-POS > 0 AND
                   WRK-LES-SITUACAO (WRK-LES-POS) = 'O'
                   AND WRK-DISPONIVEIS > 0
                   MOVE 'L' TO LK-VAG-RESULT
               WHEN WRK-DISPONIVEIS - LK-VAG-FRENTE > 0
                   MOVE 'L' TO LK-VAG-RESULT
               WHEN OTHER
                   MOVE 'C' TO LK-VAG-RESULT
           END-EVALUATE.

       0410-CONTAR-PEDIDO.
           IF WRK-LES-TURMA (WRK-LES-IDX) = LK-VAG-TURMA
               AND WRK-LES-TERMO (WRK-LES-IDX) = LK-VAG-TERMO
               IF WRK-LES-MATRICULA (WRK-LES-IDX) = LK-VAG-MATRICULA
                   AND (WRK-LES-SITUACAO (WRK-LES-IDX) = 'A'
                       OR WRK-LES-SITUACAO (WRK-LES-IDX) = 'O')
                   MOVE WRK-LES-IDX TO WRK-LES-POS
                   IF WRK-LES-SITUACAO (WRK-LES-IDX) = 'A'
                       COMPUTE LK-VAG-POSICAO = WRK-AGUARDANDO + 1
                   END-IF
               ELSE
                   IF WRK-LES-SITUACAO (WRK-LES-IDX) = 'O'
                       ADD 1 TO LK-VAG-OFERTAS
                   END-IF
                   IF WRK-LES-SITUACAO (WRK-LES-IDX) = 'A'
                       ADD 1 TO WRK-AGUARDANDO
                       IF WRK-LES-POS = 0
                           ADD 1 TO LK-VAG-FRENTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *NOVO PEDIDO NO FIM DA LISTA (A ORDEM DO ARQUIVO E A ORDEM DO
      *PEDIDO). ALUNO QUE JA ESTA NA LISTA DA TURMA NAO ENTRA DE NOVO.
       0500-ENTRAR-NA-LISTA.
           PERFORM 0400-SITUACAO-DO-ALUNO.
           IF WRK-LES-POS > 0
               MOVE 'R' TO LK-VAG-RESULT
           ELSE
               IF WRK-LES-QT >= WRK-LES-MAX OR LISTA-ESTOUROU
                   DISPLAY 'LISTA DE ESPERA CHEIA, PEDIDO NAO GRAVADO'
                   MOVE 'T' TO LK-VAG-RESULT
               ELSE
                   ADD 1 TO WRK-LES-QT
                   MOVE WRK-DATA TO WRK-LES-DATA-PEDIDO (WRK-LES-QT)
                   MOVE WRK-HORA TO WRK-LES-HORA-PEDIDO (WRK-LES-QT)
                   MOVE LK-VAG-MATRICULA
                       TO WRK-LES-MATRICULA (WRK-LES-QT)
                   MOVE LK-VAG-TURMA TO WRK-LES-TURMA (WRK-LES-QT)
                   MOVE LK-VAG-TERMO TO WRK-LES-TERMO (WRK-LES-QT)
                   MOVE LK-VAG-DISC TO WRK-LES-DISC (WRK-LES-QT)
                   MOVE 'A' TO WRK-LES-SITUACAO (WRK-LES-QT)
                   MOVE WRK-DATA TO WRK-LES-DATA-SIT (WRK-LES-QT)
                   MOVE LK-VAG-ORIGEM TO WRK-LES-ORIGEM (WRK-LES-QT)
                   MOVE 'S' TO WRK-LES-ALTERADA
                   PERFORM 0700-OFERECER-VAGAS
                   PERFORM 0400-SITUACAO-DO-ALUNO
               END-IF
           END-IF.

      *O ALUNO SAI DA LISTA DA TURMA: INSCRITO (M) OU DESISTENTE (C).
       0600-SAIR-DA-LISTA.
           PERFORM 0400-SITUACAO-DO-ALUNO.
           IF WRK-LES-POS = 0
               MOVE 'R' TO LK-VAG-RESULT
           ELSE
               IF LK-VAG-INSCREVEU
                   MOVE 'M' TO WRK-LES-SITUACAO (WRK-LES-POS)
               ELSE
                   MOVE 'C' TO WRK-LES-SITUACAO (WRK-LES-POS)
               END-IF
               MOVE WRK-DATA TO WRK-LES-DATA-SIT (WRK-LES-POS)
               MOVE LK-VAG-ORIGEM TO WRK-LES-ORIGEM (WRK-LES-POS)
               MOVE 'S' TO WRK-LES-ALTERADA
           END-IF.

      *LUGARES LIVRES (CAPACIDADE MENOS OCUPADOS MENOS OFERTAS EM
      *ABERTO) VAO, UM A UM, PARA OS PRIMEIROS QUE AGUARDAM. TURMA SEM
      *LIMITE OFERECE A LISTA INTEIRA.
       0700-OFERECER-VAGAS.
           MOVE ZEROS TO WRK-OFERTAS-TODAS.
           PERFORM 0710-CONTAR-OFERTA
               VARYING WRK-LES-IDX FROM 1 BY 1
               UNTIL WRK-LES-IDX > WRK-LES-QT.
           IF LK-VAG-CAPACIDADE = 0
               MOVE 9999 TO WRK-DISPONIVEIS
           ELSE
               COMPUTE WRK-DISPONIVEIS = LK-VAG-CAPACIDADE
                   - LK-VAG-OCUPADAS - WRK-OFERTAS-TODAS
           END-IF.
           PERFORM 0720-OFERECER-PEDIDO
               VARYING WRK-LES-IDX FROM 1 BY 1
               UNTIL WRK-LES-IDX > WRK-LES-QT
                   OR WRK-DISPONIVEIS NOT > 0.

       0710-CONTAR-OFERTA.
           IF WRK-LES-TURMA (WRK-LES-IDX) = LK-VAG-TURMA
               AND WRK-LES-TERMO (WRK-LES-IDX) = LK-VAG-TERMO
               AND WRK-LES-SITUACAO (WRK-LES-IDX) = 'O'
               ADD 1 TO WRK-OFERTAS-TODAS
           END-IF.

       0720-OFERECER-PEDIDO.
           IF WRK-LES-TURMA (WRK-LES-IDX) = LK-VAG-TURMA
               AND WRK-LES-TERMO (WRK-LES-IDX) = LK-VAG-TERMO
               AND WRK-LES-SITUACAO (WRK-LES-IDX) = 'A'
               MOVE 'O' TO WRK-LES-SITUACAO (WRK-LES-IDX)
               MOVE WRK-DATA TO WRK-LES-DATA-SIT (WRK-LES-IDX)
               MOVE LK-VAG-ORIGEM TO WRK-LES-ORIGEM (WRK-LES-IDX)
               MOVE 'S' TO WRK-LES-ALTERADA
               SUBTRACT 1 FROM WRK-DISPONIVEIS
               ADD 1 TO WRK-QT-OFERECIDAS
               DISPLAY 'VAGA NA TURMA ' LK-VAG-TURMA ' OFERECIDA A '
                   WRK-LES-MATRICULA (WRK-LES-IDX)
                   ' (LISTA DE ESPERA DESDE '
                   WRK-LES-DATA-PEDIDO (WRK-LES-IDX) ')'
               PERFORM 0730-NOTIFICAR-RESPONSAVEL
           END-IF.

      *AVISO AO RESPONSAVEL DO ALUNO (MODELO VAGAOFER: TURMA/TERMO,
      *CURSO, DATA DA OFERTA E DISCIPLINA PEDIDA).
       0730-NOTIFICAR-RESPONSAVEL.
           MOVE LK-VAG-ORIGEM TO WRK-NTF-ORIGEM.
           MOVE 'R' TO WRK-NTF-TIPO-DEST.
           MOVE WRK-LES-MATRICULA (WRK-LES-IDX) TO WRK-NTF-CHAVE.
           MOVE 'VAGAOFER' TO WRK-NTF-MODELO.
           MOVE 'N' TO WRK-NTF-UNICO.
           MOVE SPACES TO WRK-NTF-CAMPOS.
           STRING LK-VAG-TURMA '/' LK-VAG-TERMO
               DELIMITED BY SIZE INTO WRK-NTF-CAMPO (1).
           MOVE WRK-TRU-CURSO TO WRK-NTF-CAMPO (2).
           STRING WRK-DATA-DIA '/' WRK-DATA-MES '/' WRK-DATA-ANO
               DELIMITED BY SIZE INTO WRK-NTF-CAMPO (3).
           MOVE WRK-LES-DISC (WRK-LES-IDX) TO WRK-NTF-CAMPO (4).
           CALL 'NOTIFICA' USING WRK-NTF-ORIGEM WRK-NTF-TIPO-DEST
               WRK-NTF-CHAVE WRK-NTF-MODELO WRK-NTF-UNICO
               WRK-NTF-CAMPOS WRK-NTF-NUMERO WRK-NTF-RESULT.
