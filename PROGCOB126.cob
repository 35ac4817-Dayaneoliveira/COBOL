       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB126.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : GRADE HORARIA SEMANAL DO TERMO (ARQUIVO HORARIO,
      *VEJA HORREC.CPY). O TURMAMEST DIZ QUEM RESPONDE PELA TURMA E O
      *DISCMEST LISTA AS DISCIPLINAS, MAS A GRADE DA SEMANA ERA UM
      *QUADRO DE PAPEL E O CHOQUE DE HORARIO SO APARECIA COM DOIS
      *PROFESSORES NA MESMA SALA. ESTE PROGRAMA:
      *  (A) INCLUI UMA AULA: TURMA (DO TURMAMEST, QUE DA O TERMO),
      *      DISCIPLINA (DO DISCMEST), DIA (1=SEGUNDA A 6=SABADO),
      *      AULA DO DIA (1 A 9), PROFESSOR (BRANCO = O RESPONSAVEL
      *      DA TURMA) E SALA. A AULA E RECUSADA SE, NO MESMO TERMO,
      *      DIA E AULA, O PROFESSOR OU A SALA JA ESTIVEREM OCUPADOS
      *      (OU A TURMA JA TIVER AULA); INCLUIDA, MOSTRA A CARGA DA
      *      SEMANA DO PROFESSOR CONTRA A CONTRATADA;
      *  (R) REMOVE UMA AULA (TURMA, DIA E AULA);
      *  (C) LISTA AS AULAS DE UMA TURMA;
      *  (H) MANTEM A CARGA CONTRATADA DE CADA PROFESSOR, EM
      *      HORAS-AULA POR SEMANA (ARQUIVO CARGAPROF);
      *  (G) IMPRIME NO PROGCOB126RPT AS GRADES DO TERMO POR TURMA
      *      E POR PROFESSOR E O QUADRO DE CARGA SEMANAL CONTRA A
      *      CONTRATADA (RC 4 COM PROFESSOR ACIMA DA CONTRATADA OU
      *      SEM CARGA CADASTRADA).
      *MESMO DESENHO DOS DEMAIS CADASTROS DA ESCOLA (TABELA EM
      *MEMORIA E REGRAVACAO INTEIRA, SOB A TRAVA ESCOLA).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *GRADE HORARIA SEMANAL (VEJA HORREC.CPY).
           SELECT F-HORARIO ASSIGN TO 'HORARIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HORARIO.
      *CARGA SEMANAL CONTRATADA POR PROFESSOR.
           SELECT F-CARGAPROF ASSIGN TO 'CARGAPROF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARGAPROF.
      *CADASTRO DE TURMAS (MANTIDO PELO PROGCOB71).
           SELECT F-TURMAMEST ASSIGN TO 'TURMAMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAMEST.
      *CADASTRO DE DISCIPLINAS (MANTIDO PELO PROGCOB26).
           SELECT F-DISCMEST ASSIGN TO 'DISCMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISCMEST.
      *GRADES IMPRESSAS, COM CABECALHO E QUEBRA DE PAGINA PADRAO
      *(VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB126RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-HORARIO.
           COPY 'HORREC.CPY'.

       FD  F-CARGAPROF.
       01  REG-CARGAPROF.
           03 CGP-PROFESSOR PIC X(30).
           03 CGP-HORAS     PIC 9(02).

       FD  F-TURMAMEST.
           COPY 'TRUREC.CPY'.

       FD  F-DISCMEST.
       01  REG-DISCMEST.
           03 DIS-CODIGO PIC X(04).
           03 DIS-NOME   PIC X(20).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-HORARIO   PIC X(02) VALUE '00'.
       77 WRK-STATUS-CARGAPROF PIC X(02) VALUE '00'.
       77 WRK-STATUS-TURMAMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-DISCMEST  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-ADICIONAR VALUE 'A'.
           88 MAN-REMOVER   VALUE 'R'.
           88 MAN-CONSULTAR VALUE 'C'.
           88 MAN-CARGA     VALUE 'H'.
           88 MAN-GRADES    VALUE 'G'.
           88 MAN-SAIR      VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
       77 WRK-MAN-TURMA     PIC X(06) VALUE SPACES.
       77 WRK-MAN-TERMO     PIC X(06) VALUE SPACES.
       77 WRK-MAN-DISC      PIC X(04) VALUE SPACES.
       77 WRK-MAN-DIA       PIC X(01) VALUE SPACES.
           88 DIA-VALIDO VALUE '1' THRU '6'.
       77 WRK-MAN-AULA      PIC X(01) VALUE SPACES.
           88 AULA-VALIDA VALUE '1' THRU '9'.
       77 WRK-MAN-PROFESSOR PIC X(30) VALUE SPACES.
       77 WRK-MAN-SALA      PIC X(06) VALUE SPACES.
       77 WRK-MAN-HORAS     PIC 9(02) VALUE ZEROS.
      *TABELA EM MEMORIA DA GRADE (REGRAVACAO INTEIRA).
       77 WRK-HOR-MAX PIC 9(04) VALUE 0999.
       77 WRK-HOR-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-HORARIO.
           03 WRK-TAB-HOR-ITEM OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-HOR-QT.
               05 WRK-HOR-TERMO     PIC X(06).
               05 WRK-HOR-TURMA     PIC X(06).
               05 WRK-HOR-DISC      PIC X(04).
               05 WRK-HOR-DIA       PIC 9(01).
               05 WRK-HOR-AULA      PIC 9(01).
               05 WRK-HOR-PROFESSOR PIC X(30).
               05 WRK-HOR-SALA      PIC X(06).
       77 WRK-HOR-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-HOR-POS PIC 9(04) VALUE ZEROS.
       77 WRK-TEVE-CHOQUE PIC X(01) VALUE 'N'.
           88 TEVE-CHOQUE VALUE 'S'.
       77 WRK-QT-LISTADAS PIC 9(04) VALUE ZEROS.
      *CARGA CONTRATADA EM MEMORIA (REGRAVACAO INTEIRA).
       77 WRK-CGP-MAX PIC 9(03) VALUE 100.
       77 WRK-CGP-QT  PIC 9(03) VALUE ZEROS.
       77 WRK-CGP-ESTOUROU PIC X(01) VALUE 'N'.
           88 CARGA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-CARGA.
           03 WRK-TAB-CGP-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-CGP-QT.
               05 WRK-CGP-PROFESSOR PIC X(30).
               05 WRK-CGP-HORAS     PIC 9(02).
       77 WRK-CGP-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CGP-POS PIC 9(03) VALUE ZEROS.
      *TURMA PROCURADA NO TURMAMEST E DISCIPLINA NO DISCMEST.
       77 WRK-TRU-ACHOU PIC X(01) VALUE 'N'.
           88 TURMA-ACHADA VALUE 'S'.
       77 WRK-TRU-TERMO     PIC X(06) VALUE SPACES.
       77 WRK-TRU-PROFESSOR PIC X(30) VALUE SPACES.
       77 WRK-DIS-ACHOU PIC X(01) VALUE 'N'.
           88 DIS-ACHADO VALUE 'S'.
      *CARGA DA SEMANA DE UM PROFESSOR NO TERMO.
       77 WRK-CARGA-AULAS PIC 9(03) VALUE ZEROS.
       77 WRK-CARGA-CONTRATO PIC 9(02) VALUE ZEROS.
       77 WRK-CARGA-DIFERENCA PIC S9(03) VALUE ZEROS.
      *TURMAS E PROFESSORES DO TERMO PARA AS GRADES IMPRESSAS (OS
      *PROFESSORES EM ORDEM ALFABETICA).
       77 WRK-GTU-MAX PIC 9(03) VALUE 100.
       77 WRK-GTU-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-GRADE-TURMAS.
           03 WRK-TAB-GTU-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-GTU-QT.
               05 WRK-GTU-TURMA     PIC X(06).
               05 WRK-GTU-CURSO     PIC X(20).
               05 WRK-GTU-PROFESSOR PIC X(30).
       77 WRK-GTU-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-GTU-POS PIC 9(03) VALUE ZEROS.
       77 WRK-GPR-MAX PIC 9(03) VALUE 100.
       77 WRK-GPR-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-GRADE-PROFESSORES.
           03 WRK-TAB-GPR-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-GPR-QT.
               05 WRK-GPR-PROFESSOR PIC X(30).
               05 WRK-GPR-AULAS     PIC 9(03).
       77 WRK-GPR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-GPR-POS PIC 9(03) VALUE ZEROS.
       77 WRK-GPR-BUSCA PIC X(30) VALUE SPACES.
       77 WRK-GPR-INSERIR PIC X(01) VALUE 'N'.
           88 GPR-INSERIR VALUE 'S'.
       77 WRK-GRADE-CHEIA PIC X(01) VALUE 'N'.
           88 GRADE-CHEIA VALUE 'S'.
       77 WRK-RC-HORARIO PIC 9(02) VALUE ZEROS.
      *QUADRO DE UMA GRADE: AULA DO DIA X DIA DA SEMANA.
       01 WRK-QUADRO.
           03 WRK-QDR-AULA OCCURS 9 TIMES.
               05 WRK-QDR-CELULA PIC X(13) OCCURS 6 TIMES.
       77 WRK-QDR-ULTIMA PIC 9(01) VALUE ZEROS.
       77 WRK-QDR-LINHA  PIC 9(01) VALUE ZEROS.
       77 WRK-QDR-DIA    PIC 9(01) VALUE ZEROS.
       77 WRK-QDR-AULAS  PIC 9(03) VALUE ZEROS.
       77 WRK-QDR-FILTRO PIC X(01) VALUE SPACES.
           88 QUADRO-DA-TURMA     VALUE 'T'.
           88 QUADRO-DO-PROFESSOR VALUE 'P'.
       77 WRK-QDR-CHAVE PIC X(30) VALUE SPACES.
       01 WRK-LINHA-QUADRO.
           03 WRK-LQ-AULA    PIC X(08).
           03 WRK-LQ-CELULA  PIC X(15) OCCURS 6 TIMES.
       01 WRK-NOMES-DIAS-DADOS.
           03 FILLER PIC X(15) VALUE 'SEGUNDA        '.
           03 FILLER PIC X(15) VALUE 'TERCA          '.
           03 FILLER PIC X(15) VALUE 'QUARTA         '.
           03 FILLER PIC X(15) VALUE 'QUINTA         '.
           03 FILLER PIC X(15) VALUE 'SEXTA          '.
           03 FILLER PIC X(15) VALUE 'SABADO         '.
       01 WRK-NOMES-DIAS REDEFINES WRK-NOMES-DIAS-DADOS.
           03 WRK-NOME-DIA PIC X(15) OCCURS 6 TIMES.
       01 WRK-AULA-ED  PIC 9(01).
       01 WRK-AULAS-ED PIC ZZ9.
       01 WRK-HORAS-ED PIC Z9.
       01 WRK-DIF-ED   PIC -ZZ9.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB126'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob).
           COPY 'LOCKCALL.CPY'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'T' TO WRK-LCK-ACAO.
           MOVE 'ESCOLA' TO WRK-LCK-NOME.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROS TO WRK-RC-HORARIO.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-HORARIO UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'AULAS=' WRK-HOR-QT DELIMITED BY SIZE
               INTO WRK-AUD-SAIDA.
           MOVE WRK-RC-HORARIO TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-HORARIO.
           DISPLAY '-- GRADE HORARIA SEMANAL (HORARIO) --'.
           DISPLAY '(A)DICIONAR AULA (R)EMOVER AULA (C)ONSULTAR TURMA'.
           DISPLAY '(H)ORAS CONTRATADAS (G)RADES IMPRESSAS (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-ADICIONAR
                   PERFORM 0300-ADICIONAR-AULA
               WHEN MAN-REMOVER
                   PERFORM 0400-REMOVER-AULA
               WHEN MAN-CONSULTAR
                   PERFORM 0500-CONSULTAR-TURMA
               WHEN MAN-CARGA
                   PERFORM 0600-MANTER-CARGA
               WHEN MAN-GRADES
                   PERFORM 0800-EMITIR-GRADES
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

       0210-CARREGAR-HORARIO.
           MOVE ZEROS TO WRK-HOR-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           OPEN INPUT F-HORARIO.
           IF WRK-STATUS-HORARIO = '00'
               PERFORM 0211-LER-AULA UNTIL FIM-ARQ
               CLOSE F-HORARIO
           END-IF.

       0211-LER-AULA.
           READ F-HORARIO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-HOR-QT < WRK-HOR-MAX
                       ADD 1 TO WRK-HOR-QT
                       MOVE HOR-TERMO TO WRK-HOR-TERMO (WRK-HOR-QT)
                       MOVE HOR-TURMA TO WRK-HOR-TURMA (WRK-HOR-QT)
                       MOVE HOR-DISC TO WRK-HOR-DISC (WRK-HOR-QT)
                       MOVE HOR-DIA TO WRK-HOR-DIA (WRK-HOR-QT)
                       MOVE HOR-AULA TO WRK-HOR-AULA (WRK-HOR-QT)
                       MOVE HOR-PROFESSOR TO
                           WRK-HOR-PROFESSOR (WRK-HOR-QT)
                       MOVE HOR-SALA TO WRK-HOR-SALA (WRK-HOR-QT)
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           END-READ.

       0220-GRAVAR-HORARIO.
      *COM O ARQUIVO MAIOR QUE A TABELA, REGRAVAR APAGARIA AS AULAS
      *ALEM DO TETO - A MANUTENCAO E RECUSADA.
           IF TABELA-ESTOUROU
               DISPLAY 'GRADE ALEM DA TABELA EM MEMORIA, '
                   'MANUTENCAO RECUSADA - NADA FOI GRAVADO'
               MOVE 12 TO WRK-RC-HORARIO
           ELSE
               OPEN OUTPUT F-HORARIO
               PERFORM 0221-GRAVAR-AULA
                   VARYING WRK-HOR-IDX FROM 1 BY 1
                   UNTIL WRK-HOR-IDX > WRK-HOR-QT
               CLOSE F-HORARIO
           END-IF.

       0221-GRAVAR-AULA.
           MOVE WRK-HOR-TERMO (WRK-HOR-IDX)     TO HOR-TERMO.
           MOVE WRK-HOR-TURMA (WRK-HOR-IDX)     TO HOR-TURMA.
           MOVE WRK-HOR-DISC (WRK-HOR-IDX)      TO HOR-DISC.
           MOVE WRK-HOR-DIA (WRK-HOR-IDX)       TO HOR-DIA.
           MOVE WRK-HOR-AULA (WRK-HOR-IDX)      TO HOR-AULA.
           MOVE WRK-HOR-PROFESSOR (WRK-HOR-IDX) TO HOR-PROFESSOR.
           MOVE WRK-HOR-SALA (WRK-HOR-IDX)      TO HOR-SALA.
           WRITE REG-HORARIO.

      *INCLUSAO DE AULA, RECUSADA NO CHOQUE DE PROFESSOR, SALA OU
      *TURMA NO MESMO TERMO, DIA E AULA.
       0300-ADICIONAR-AULA.
           PERFORM 0210-CARREGAR-HORARIO.
           DISPLAY 'TURMA (CODIGO DO TURMAMEST).. '.
           ACCEPT WRK-MAN-TURMA.
           PERFORM 0700-LOCALIZAR-TURMA.
           IF NOT TURMA-ACHADA
               DISPLAY 'TURMA NAO CADASTRADA NO TURMAMEST, NADA FEITO'
           ELSE
               DISPLAY 'DISCIPLINA (CODIGO DO DISCMEST).. '
               ACCEPT WRK-MAN-DISC
               PERFORM 0710-VALIDAR-DISCIPLINA
               DISPLAY 'DIA (1=SEG 2=TER 3=QUA 4=QUI 5=SEX 6=SAB).. '
               ACCEPT WRK-MAN-DIA
               DISPLAY 'AULA DO DIA (1 A 9).. '
               ACCEPT WRK-MAN-AULA
               DISPLAY 'PROFESSOR (BRANCO = ' WRK-TRU-PROFESSOR ').. '
               ACCEPT WRK-MAN-PROFESSOR
               IF WRK-MAN-PROFESSOR = SPACES
                   MOVE WRK-TRU-PROFESSOR TO WRK-MAN-PROFESSOR
               END-IF
               DISPLAY 'SALA.. '
               ACCEPT WRK-MAN-SALA
               EVALUATE TRUE
                   WHEN NOT DIS-ACHADO
                       DISPLAY 'DISCIPLINA NAO CADASTRADA NO '
                           'DISCMEST, NADA FEITO'
                   WHEN NOT DIA-VALIDO
                       DISPLAY 'DIA INVALIDO, NADA FEITO'
                   WHEN NOT AULA-VALIDA
                       DISPLAY 'AULA INVALIDA, NADA FEITO'
                   WHEN WRK-MAN-PROFESSOR = SPACES
                       DISPLAY 'TURMA SEM PROFESSOR RESPONSAVEL, '
                           'INFORME O PROFESSOR - NADA FEITO'
                   WHEN WRK-MAN-SALA = SPACES
                       DISPLAY 'SALA VAZIA, NADA FEITO'
                   WHEN OTHER
                       PERFORM 0310-INCLUIR-SEM-CHOQUE
               END-EVALUATE
           END-IF.

       0310-INCLUIR-SEM-CHOQUE.
           MOVE WRK-TRU-TERMO TO WRK-MAN-TERMO.
           MOVE 'N' TO WRK-TEVE-CHOQUE.
           PERFORM 0320-VERIFICAR-CHOQUE
               VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > WRK-HOR-QT.
           EVALUATE TRUE
               WHEN TEVE-CHOQUE
                   DISPLAY 'CHOQUE DE HORARIO, AULA RECUSADA'
               WHEN WRK-HOR-QT >= WRK-HOR-MAX
                   DISPLAY 'TABELA DA GRADE CHEIA, NADA FEITO'
               WHEN OTHER
                   ADD 1 TO WRK-HOR-QT
                   MOVE WRK-MAN-TERMO TO WRK-HOR-TERMO (WRK-HOR-QT)
                   MOVE WRK-MAN-TURMA TO WRK-HOR-TURMA (WRK-HOR-QT)
                   MOVE WRK-MAN-DISC TO WRK-HOR-DISC (WRK-HOR-QT)
                   MOVE WRK-MAN-DIA TO WRK-HOR-DIA (WRK-HOR-QT)
                   MOVE WRK-MAN-AULA TO WRK-HOR-AULA (WRK-HOR-QT)
                   MOVE WRK-MAN-PROFESSOR TO
                       WRK-HOR-PROFESSOR (WRK-HOR-QT)
                   MOVE WRK-MAN-SALA TO WRK-HOR-SALA (WRK-HOR-QT)
                   PERFORM 0220-GRAVAR-HORARIO
                   IF NOT TABELA-ESTOUROU
                       DISPLAY 'AULA INCLUIDA'
                       PERFORM 0330-MOSTRAR-CARGA
                   END-IF
           END-EVALUATE.

       0320-VERIFICAR-CHOQUE.
           IF WRK-HOR-TERMO (WRK-HOR-IDX) = WRK-MAN-TERMO
               AND WRK-HOR-DIA (WRK-HOR-IDX) = WRK-MAN-DIA
               AND WRK-HOR-AULA (WRK-HOR-IDX) = WRK-MAN-AULA
               IF WRK-HOR-PROFESSOR (WRK-HOR-IDX) = WRK-MAN-PROFESSOR
                   DISPLAY 'PROFESSOR JA DA AULA NESTE HORARIO NA '
                       'TURMA ' WRK-HOR-TURMA (WRK-HOR-IDX)
                       ' SALA ' WRK-HOR-SALA (WRK-HOR-IDX)
                   MOVE 'S' TO WRK-TEVE-CHOQUE
               END-IF
               IF WRK-HOR-SALA (WRK-HOR-IDX) = WRK-MAN-SALA
                   DISPLAY 'SALA JA OCUPADA NESTE HORARIO PELA TURMA '
                       WRK-HOR-TURMA (WRK-HOR-IDX)
                       ' (' WRK-HOR-DISC (WRK-HOR-IDX) ')'
                   MOVE 'S' TO WRK-TEVE-CHOQUE
               END-IF
               IF WRK-HOR-TURMA (WRK-HOR-IDX) = WRK-MAN-TURMA
                   DISPLAY 'TURMA JA TEM AULA NESTE HORARIO ('
                       WRK-HOR-DISC (WRK-HOR-IDX) ')'
                   MOVE 'S' TO WRK-TEVE-CHOQUE
               END-IF
           END-IF.

      *CARGA DA SEMANA DO PROFESSOR NO TERMO DEPOIS DA INCLUSAO,
      *CONTRA A CONTRATADA - SO AVISO, A AULA JA FOI GRAVADA.
       0330-MOSTRAR-CARGA.
           MOVE ZEROS TO WRK-CARGA-AULAS.
           PERFORM 0331-CONTAR-AULA
               VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > WRK-HOR-QT.
           PERFORM 0610-CARREGAR-CARGA.
           MOVE WRK-MAN-PROFESSOR TO WRK-GPR-BUSCA.
           PERFORM 0630-LOCALIZAR-CARGA.
           MOVE WRK-CARGA-AULAS TO WRK-AULAS-ED.
           IF WRK-CGP-POS = 0
               DISPLAY 'CARGA DO PROFESSOR NO TERMO: ' WRK-AULAS-ED
                   ' AULA(S)/SEMANA - SEM CARGA CONTRATADA CADASTRADA'
           ELSE
               MOVE WRK-CGP-HORAS (WRK-CGP-POS) TO WRK-HORAS-ED
               DISPLAY 'CARGA DO PROFESSOR NO TERMO: ' WRK-AULAS-ED
                   ' AULA(S)/SEMANA, CONTRATADA ' WRK-HORAS-ED
               IF WRK-CARGA-AULAS > WRK-CGP-HORAS (WRK-CGP-POS)
                   DISPLAY '*** ATENCAO: PROFESSOR ACIMA DA CARGA '
                       'CONTRATADA ***'
               END-IF
           END-IF.

       0331-CONTAR-AULA.
           IF WRK-HOR-TERMO (WRK-HOR-IDX) = WRK-MAN-TERMO
               AND WRK-HOR-PROFESSOR (WRK-HOR-IDX) = WRK-MAN-PROFESSOR
               ADD 1 TO WRK-CARGA-AULAS
           END-IF.

       0400-REMOVER-AULA.
           PERFORM 0210-CARREGAR-HORARIO.
           DISPLAY 'TURMA.. '.
           ACCEPT WRK-MAN-TURMA.
           DISPLAY 'DIA (1=SEG 2=TER 3=QUA 4=QUI 5=SEX 6=SAB).. '.
           ACCEPT WRK-MAN-DIA.
           DISPLAY 'AULA DO DIA (1 A 9).. '.
           ACCEPT WRK-MAN-AULA.
           MOVE ZEROS TO WRK-HOR-POS.
           IF DIA-VALIDO AND AULA-VALIDA
               PERFORM 0410-LOCALIZAR-AULA
                   VARYING WRK-HOR-IDX FROM 1 BY 1
                   UNTIL WRK-HOR-IDX > WRK-HOR-QT OR WRK-HOR-POS > 0
           END-IF.
           IF WRK-HOR-POS = 0
               DISPLAY 'AULA NAO ENCONTRADA NA GRADE, NADA FEITO'
           ELSE
               PERFORM 0420-DESLOCAR-AULA
                   VARYING WRK-HOR-IDX FROM WRK-HOR-POS BY 1
                   UNTIL WRK-HOR-IDX >= WRK-HOR-QT
               SUBTRACT 1 FROM WRK-HOR-QT
               PERFORM 0220-GRAVAR-HORARIO
               IF NOT TABELA-ESTOUROU
                   DISPLAY 'AULA REMOVIDA'
               END-IF
           END-IF.

       0410-LOCALIZAR-AULA.
           IF WRK-HOR-TURMA (WRK-HOR-IDX) = WRK-MAN-TURMA
               AND WRK-HOR-DIA (WRK-HOR-IDX) = WRK-MAN-DIA
               AND WRK-HOR-AULA (WRK-HOR-IDX) = WRK-MAN-AULA
               MOVE WRK-HOR-IDX TO WRK-HOR-POS
           END-IF.

       0420-DESLOCAR-AULA.
           MOVE WRK-TAB-HOR-ITEM (WRK-HOR-IDX + 1) TO
               WRK-TAB-HOR-ITEM (WRK-HOR-IDX).

       0500-CONSULTAR-TURMA.
           PERFORM 0210-CARREGAR-HORARIO.
           DISPLAY 'TURMA A CONSULTAR.. '.
           ACCEPT WRK-MAN-TURMA.
           MOVE ZEROS TO WRK-QT-LISTADAS.
           PERFORM 0510-LISTAR-AULA
               VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > WRK-HOR-QT.
           DISPLAY '-- ' WRK-QT-LISTADAS ' AULA(S) NA SEMANA --'.

       0510-LISTAR-AULA.
           IF WRK-HOR-TURMA (WRK-HOR-IDX) = WRK-MAN-TURMA
               ADD 1 TO WRK-QT-LISTADAS
               MOVE WRK-HOR-DIA (WRK-HOR-IDX) TO WRK-QDR-DIA
               DISPLAY 'TERMO ' WRK-HOR-TERMO (WRK-HOR-IDX) ' '
                   WRK-NOME-DIA (WRK-QDR-DIA) ' AULA '
                   WRK-HOR-AULA (WRK-HOR-IDX) ' DISCIPLINA '
                   WRK-HOR-DISC (WRK-HOR-IDX) ' SALA '
                   WRK-HOR-SALA (WRK-HOR-IDX) ' PROF '
                   WRK-HOR-PROFESSOR (WRK-HOR-IDX)
           END-IF.

      *CARGA CONTRATADA DO PROFESSOR, EM HORAS-AULA POR SEMANA
      *(ZERO REMOVE O PROFESSOR DO CARGAPROF).
       0600-MANTER-CARGA.
           PERFORM 0610-CARREGAR-CARGA.
           DISPLAY 'PROFESSOR.. '.
           ACCEPT WRK-MAN-PROFESSOR.
           MOVE WRK-MAN-PROFESSOR TO WRK-GPR-BUSCA.
           PERFORM 0630-LOCALIZAR-CARGA.
           IF WRK-CGP-POS > 0
               MOVE WRK-CGP-HORAS (WRK-CGP-POS) TO WRK-HORAS-ED
               DISPLAY 'CARGA CONTRATADA ATUAL: ' WRK-HORAS-ED
                   ' AULA(S)/SEMANA'
           END-IF.
           DISPLAY 'NOVA CARGA CONTRATADA (AULAS/SEMANA, 0 = '
               'REMOVER).. '.
           ACCEPT WRK-MAN-HORAS.
           EVALUATE TRUE
               WHEN WRK-MAN-PROFESSOR = SPACES
                   DISPLAY 'PROFESSOR VAZIO, NADA FEITO'
               WHEN WRK-MAN-HORAS = 0 AND WRK-CGP-POS = 0
                   DISPLAY 'PROFESSOR SEM CARGA CADASTRADA, NADA FEITO'
               WHEN WRK-MAN-HORAS = 0
                   PERFORM 0640-DESLOCAR-CARGA
                       VARYING WRK-CGP-IDX FROM WRK-CGP-POS BY 1
                       UNTIL WRK-CGP-IDX >= WRK-CGP-QT
                   SUBTRACT 1 FROM WRK-CGP-QT
                   PERFORM 0620-GRAVAR-CARGA
                   DISPLAY 'CARGA CONTRATADA REMOVIDA'
               WHEN WRK-CGP-POS > 0
                   MOVE WRK-MAN-HORAS TO WRK-CGP-HORAS (WRK-CGP-POS)
                   PERFORM 0620-GRAVAR-CARGA
                   DISPLAY 'CARGA CONTRATADA ALTERADA'
               WHEN WRK-CGP-QT >= WRK-CGP-MAX
                   DISPLAY 'CADASTRO DE CARGA CHEIO, NADA FEITO'
               WHEN OTHER
                   ADD 1 TO WRK-CGP-QT
                   MOVE WRK-MAN-PROFESSOR TO
                       WRK-CGP-PROFESSOR (WRK-CGP-QT)
                   MOVE WRK-MAN-HORAS TO WRK-CGP-HORAS (WRK-CGP-QT)
                   PERFORM 0620-GRAVAR-CARGA
                   DISPLAY 'CARGA CONTRATADA INCLUIDA'
           END-EVALUATE.

       0610-CARREGAR-CARGA.
           MOVE ZEROS TO WRK-CGP-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE 'N' TO WRK-CGP-ESTOUROU.
           OPEN INPUT F-CARGAPROF.
           IF WRK-STATUS-CARGAPROF = '00'
               PERFORM 0611-LER-CARGA UNTIL FIM-ARQ
               CLOSE F-CARGAPROF
           END-IF.

       0611-LER-CARGA.
           READ F-CARGAPROF
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-CGP-QT < WRK-CGP-MAX
                       ADD 1 TO WRK-CGP-QT
                       MOVE CGP-PROFESSOR TO
                           WRK-CGP-PROFESSOR (WRK-CGP-QT)
                       MOVE CGP-HORAS TO WRK-CGP-HORAS (WRK-CGP-QT)
                   ELSE
                       MOVE 'S' TO WRK-CGP-ESTOUROU
                   END-IF
           END-READ.

       0620-GRAVAR-CARGA.
           IF CARGA-ESTOUROU
               DISPLAY 'CARGAPROF ALEM DA TABELA EM MEMORIA, '
                   'MANUTENCAO RECUSADA - NADA FOI GRAVADO'
               MOVE 12 TO WRK-RC-HORARIO
           ELSE
               OPEN OUTPUT F-CARGAPROF
               PERFORM 0621-GRAVAR-PROFESSOR
                   VARYING WRK-CGP-IDX FROM 1 BY 1
                   UNTIL WRK-CGP-IDX > WRK-CGP-QT
               CLOSE F-CARGAPROF
           END-IF.

       0621-GRAVAR-PROFESSOR.
           MOVE WRK-CGP-PROFESSOR (WRK-CGP-IDX) TO CGP-PROFESSOR.
           MOVE WRK-CGP-HORAS (WRK-CGP-IDX) TO CGP-HORAS.
           WRITE REG-CARGAPROF.

       0630-LOCALIZAR-CARGA.
           MOVE ZEROS TO WRK-CGP-POS.
           PERFORM 0631-COMPARAR-CARGA
               VARYING WRK-CGP-IDX FROM 1 BY 1
               UNTIL WRK-CGP-IDX > WRK-CGP-QT OR WRK-CGP-POS > 0.

       0631-COMPARAR-CARGA.
           IF WRK-CGP-PROFESSOR (WRK-CGP-IDX) = WRK-GPR-BUSCA
               MOVE WRK-CGP-IDX TO WRK-CGP-POS
           END-IF.

       0640-DESLOCAR-CARGA.
           MOVE WRK-TAB-CGP-ITEM (WRK-CGP-IDX + 1) TO
               WRK-TAB-CGP-ITEM (WRK-CGP-IDX).

      *TERMO E PROFESSOR RESPONSAVEL DA TURMA WRK-MAN-TURMA.
       0700-LOCALIZAR-TURMA.
           MOVE 'N' TO WRK-TRU-ACHOU.
           MOVE SPACES TO WRK-TRU-TERMO.
           MOVE SPACES TO WRK-TRU-PROFESSOR.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TURMAMEST.
           IF WRK-STATUS-TURMAMEST NOT = '00'
               DISPLAY 'CADASTRO DE TURMAS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0701-LER-TURMA UNTIL FIM-ARQ OR TURMA-ACHADA.
           IF WRK-STATUS-TURMAMEST NOT = '35'
               CLOSE F-TURMAMEST
           END-IF.

       0701-LER-TURMA.
           READ F-TURMAMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF TRU-CODIGO = WRK-MAN-TURMA
                       MOVE 'S' TO WRK-TRU-ACHOU
                       MOVE TRU-TERMO TO WRK-TRU-TERMO
                       MOVE TRU-PROFESSOR TO WRK-TRU-PROFESSOR
                   END-IF
           END-READ.

       0710-VALIDAR-DISCIPLINA.
           MOVE 'N' TO WRK-DIS-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-DISCMEST.
           IF WRK-STATUS-DISCMEST NOT = '00'
               DISPLAY 'CADASTRO DE DISCIPLINAS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0711-LER-DISCMEST UNTIL FIM-ARQ OR DIS-ACHADO.
           IF WRK-STATUS-DISCMEST NOT = '35'
               CLOSE F-DISCMEST
           END-IF.

       0711-LER-DISCMEST.
           READ F-DISCMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF DIS-CODIGO = WRK-MAN-DISC
                       MOVE 'S' TO WRK-DIS-ACHOU
                   END-IF
           END-READ.

      *GRADES DO TERMO NO PROGCOB126RPT: UMA POR TURMA (NA ORDEM DO
      *TURMAMEST), UMA POR PROFESSOR (EM ORDEM ALFABETICA) E O
      *QUADRO DE CARGA SEMANAL CONTRA A CONTRATADA.
       0800-EMITIR-GRADES.
           DISPLAY 'TERMO LETIVO (AAAA-N).. '.
           ACCEPT WRK-MAN-TERMO.
           PERFORM 0210-CARREGAR-HORARIO.
           PERFORM 0610-CARREGAR-CARGA.
           MOVE ZEROS TO WRK-GTU-QT.
           MOVE ZEROS TO WRK-GPR-QT.
           MOVE 'N' TO WRK-GRADE-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TURMAMEST.
           IF WRK-STATUS-TURMAMEST NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0810-LER-TURMA-DO-TERMO UNTIL FIM-ARQ.
           IF WRK-STATUS-TURMAMEST NOT = '35'
               CLOSE F-TURMAMEST
           END-IF.
           PERFORM 0820-CLASSIFICAR-AULA
               VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > WRK-HOR-QT.
      *PROFESSOR COM CARGA CONTRATADA E SEM AULA NO TERMO TAMBEM
      *ENTRA NO QUADRO DE CARGA (ZERO AULA).
           PERFORM 0830-INCLUIR-CONTRATADO
               VARYING WRK-CGP-IDX FROM 1 BY 1
               UNTIL WRK-CGP-IDX > WRK-CGP-QT.
           IF GRADE-CHEIA
               DISPLAY 'MAIS TURMAS OU PROFESSORES QUE A TABELA EM '
                   'MEMORIA, GRADES INCOMPLETAS'
               MOVE 12 TO WRK-RC-HORARIO
           END-IF.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           IF WRK-GTU-QT = 0
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'NENHUMA TURMA NEM AULA NO TERMO ' WRK-MAN-TERMO
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'NENHUMA TURMA NEM AULA NO TERMO '
                   WRK-MAN-TERMO
               IF WRK-RC-HORARIO < 4
                   MOVE 4 TO WRK-RC-HORARIO
               END-IF
           ELSE
               PERFORM 0840-GRADE-DA-TURMA
                   VARYING WRK-GTU-IDX FROM 1 BY 1
                   UNTIL WRK-GTU-IDX > WRK-GTU-QT
               PERFORM 0850-GRADE-DO-PROFESSOR
                   VARYING WRK-GPR-IDX FROM 1 BY 1
                   UNTIL WRK-GPR-IDX > WRK-GPR-QT
               PERFORM 0870-QUADRO-DE-CARGA
               DISPLAY 'GRADES DO TERMO ' WRK-MAN-TERMO
                   ' EMITIDAS NO PROGCOB126RPT: ' WRK-GTU-QT
                   ' TURMA(S), ' WRK-GPR-QT ' PROFESSOR(ES)'
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.

       0810-LER-TURMA-DO-TERMO.
           READ F-TURMAMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF TRU-TERMO = WRK-MAN-TERMO
                       MOVE TRU-CODIGO TO WRK-MAN-TURMA
                       PERFORM 0811-LOCALIZAR-TURMA-GRADE
                       IF WRK-GTU-POS > 0
                           MOVE TRU-CURSO TO
                               WRK-GTU-CURSO (WRK-GTU-POS)
                           MOVE TRU-PROFESSOR TO
                               WRK-GTU-PROFESSOR (WRK-GTU-POS)
                       END-IF
                   END-IF
           END-READ.

      *LOCALIZA (OU ABRE) A TURMA WRK-MAN-TURMA NA LISTA DA GRADE.
       0811-LOCALIZAR-TURMA-GRADE.
           MOVE ZEROS TO WRK-GTU-POS.
           PERFORM 0812-COMPARAR-TURMA-GRADE
               VARYING WRK-GTU-IDX FROM 1 BY 1
               UNTIL WRK-GTU-IDX > WRK-GTU-QT OR WRK-GTU-POS > 0.
           IF WRK-GTU-POS = 0
               IF WRK-GTU-QT < WRK-GTU-MAX
                   ADD 1 TO WRK-GTU-QT
                   MOVE WRK-GTU-QT TO WRK-GTU-POS
                   MOVE WRK-MAN-TURMA TO WRK-GTU-TURMA (WRK-GTU-POS)
                   MOVE SPACES TO WRK-GTU-CURSO (WRK-GTU-POS)
                   MOVE SPACES TO WRK-GTU-PROFESSOR (WRK-GTU-POS)
               ELSE
                   MOVE 'S' TO WRK-GRADE-CHEIA
               END-IF
           END-IF.

       0812-COMPARAR-TURMA-GRADE.
           IF WRK-GTU-TURMA (WRK-GTU-IDX) = WRK-MAN-TURMA
               MOVE WRK-GTU-IDX TO WRK-GTU-POS
           END-IF.

      *AULA DO TERMO: TURMA FORA DO TURMAMEST (REMOVIDA DEPOIS) AINDA
      *SAI NA GRADE; O PROFESSOR ENTRA NA LISTA EM ORDEM ALFABETICA.
       0820-CLASSIFICAR-AULA.
           IF WRK-HOR-TERMO (WRK-HOR-IDX) = WRK-MAN-TERMO
               MOVE WRK-HOR-TURMA (WRK-HOR-IDX) TO WRK-MAN-TURMA
               PERFORM 0811-LOCALIZAR-TURMA-GRADE
               MOVE WRK-HOR-PROFESSOR (WRK-HOR-IDX) TO WRK-GPR-BUSCA
               PERFORM 0821-LOCALIZAR-PROFESSOR
               IF WRK-GPR-POS > 0
                   ADD 1 TO WRK-GPR-AULAS (WRK-GPR-POS)
               END-IF
           END-IF.

      *LOCALIZA O PROFESSOR WRK-GPR-BUSCA OU O INSERE NA POSICAO DA
      *ORDEM ALFABETICA, DESLOCANDO OS SEGUINTES.
       0821-LOCALIZAR-PROFESSOR.
           MOVE ZEROS TO WRK-GPR-POS.
           PERFORM 0822-COMPARAR-PROFESSOR
               VARYING WRK-GPR-IDX FROM 1 BY 1
               UNTIL WRK-GPR-IDX > WRK-GPR-QT OR WRK-GPR-POS > 0.
           MOVE 'S' TO WRK-GPR-INSERIR.
           IF WRK-GPR-POS = 0
               MOVE WRK-GPR-IDX TO WRK-GPR-POS
           ELSE
               IF WRK-GPR-PROFESSOR (WRK-GPR-POS) = WRK-GPR-BUSCA
                   MOVE 'N' TO WRK-GPR-INSERIR
               END-IF
           END-IF.
           IF GPR-INSERIR
               IF WRK-GPR-QT < WRK-GPR-MAX
                   ADD 1 TO WRK-GPR-QT
                   PERFORM 0823-DESCER-PROFESSOR
                       VARYING WRK-GPR-IDX FROM WRK-GPR-QT BY -1
                       UNTIL WRK-GPR-IDX <= WRK-GPR-POS
                   MOVE WRK-GPR-BUSCA TO
                       WRK-GPR-PROFESSOR (WRK-GPR-POS)
                   MOVE ZEROS TO WRK-GPR-AULAS (WRK-GPR-POS)
               ELSE
                   MOVE 'S' TO WRK-GRADE-CHEIA
                   MOVE ZEROS TO WRK-GPR-POS
               END-IF
           END-IF.

       0822-COMPARAR-PROFESSOR.
           IF WRK-GPR-PROFESSOR (WRK-GPR-IDX) >= WRK-GPR-BUSCA
               MOVE WRK-GPR-IDX TO WRK-GPR-POS
           END-IF.

       0823-DESCER-PROFESSOR.
           MOVE WRK-TAB-GPR-ITEM (WRK-GPR-IDX - 1) TO
               WRK-TAB-GPR-ITEM (WRK-GPR-IDX).

       0830-INCLUIR-CONTRATADO.
           MOVE WRK-CGP-PROFESSOR (WRK-CGP-IDX) TO WRK-GPR-BUSCA.
           PERFORM 0821-LOCALIZAR-PROFESSOR.

      *GRADE DE UMA TURMA: EM CADA CASA A DISCIPLINA E A SALA.
       0840-GRADE-DA-TURMA.
           MOVE 'T' TO WRK-QDR-FILTRO.
           MOVE WRK-GTU-TURMA (WRK-GTU-IDX) TO WRK-QDR-CHAVE.
           PERFORM 0860-MONTAR-QUADRO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'GRADE DA TURMA ' WRK-GTU-TURMA (WRK-GTU-IDX)
               ' - ' WRK-GTU-CURSO (WRK-GTU-IDX)
               ' TERMO ' WRK-MAN-TERMO
               ' - RESPONSAVEL: ' WRK-GTU-PROFESSOR (WRK-GTU-IDX)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0865-IMPRIMIR-QUADRO.

      *GRADE DE UM PROFESSOR: EM CADA CASA A TURMA E A SALA.
       0850-GRADE-DO-PROFESSOR.
           MOVE 'P' TO WRK-QDR-FILTRO.
           MOVE WRK-GPR-PROFESSOR (WRK-GPR-IDX) TO WRK-QDR-CHAVE.
           PERFORM 0860-MONTAR-QUADRO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'GRADE DO PROFESSOR ' WRK-GPR-PROFESSOR (WRK-GPR-IDX)
               ' TERMO ' WRK-MAN-TERMO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0865-IMPRIMIR-QUADRO.

       0860-MONTAR-QUADRO.
           MOVE SPACES TO WRK-QUADRO.
           MOVE ZEROS TO WRK-QDR-ULTIMA.
           MOVE ZEROS TO WRK-QDR-AULAS.
           PERFORM 0861-CASA-DO-QUADRO
               VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > WRK-HOR-QT.

       0861-CASA-DO-QUADRO.
           IF WRK-HOR-TERMO (WRK-HOR-IDX) = WRK-MAN-TERMO
               AND WRK-HOR-DIA (WRK-HOR-IDX) >= 1
               AND WRK-HOR-DIA (WRK-HOR-IDX) <= 6
               AND WRK-HOR-AULA (WRK-HOR-IDX) >= 1
               IF (QUADRO-DA-TURMA
                   AND WRK-HOR-TURMA (WRK-HOR-IDX) = WRK-QDR-CHAVE)
                   OR (QUADRO-DO-PROFESSOR
                   AND WRK-HOR-PROFESSOR (WRK-HOR-IDX) = WRK-QDR-CHAVE)
                   MOVE WRK-HOR-AULA (WRK-HOR-IDX) TO WRK-QDR-LINHA
                   MOVE WRK-HOR-DIA (WRK-HOR-IDX) TO WRK-QDR-DIA
                   IF QUADRO-DA-TURMA
                       STRING WRK-HOR-DISC (WRK-HOR-IDX)
                           DELIMITED BY SPACE
                           '/' DELIMITED BY SIZE
                           WRK-HOR-SALA (WRK-HOR-IDX)
                           DELIMITED BY SPACE INTO
                           WRK-QDR-CELULA (WRK-QDR-LINHA, WRK-QDR-DIA)
                   ELSE
                       STRING WRK-HOR-TURMA (WRK-HOR-IDX)
                           DELIMITED BY SPACE
                           '/' DELIMITED BY SIZE
                           WRK-HOR-SALA (WRK-HOR-IDX)
                           DELIMITED BY SPACE INTO
                           WRK-QDR-CELULA (WRK-QDR-LINHA, WRK-QDR-DIA)
                   END-IF
                   ADD 1 TO WRK-QDR-AULAS
                   IF WRK-QDR-LINHA > WRK-QDR-ULTIMA
                       MOVE WRK-QDR-LINHA TO WRK-QDR-ULTIMA
                   END-IF
               END-IF
           END-IF.

      *TITULO JA MONTADO EM WRK-RPT-LINHA-TXT. O QUADRO NAO E
      *PARTIDO ENTRE PAGINAS: SEM ESPACO PARA ELE, PAGINA NOVA.
       0865-IMPRIMIR-QUADRO.
           IF WRK-RPT-LINHA + WRK-QDR-ULTIMA + 4 > WRK-RPT-MAXLIN
               AND WRK-RPT-LINHA > 0
               PERFORM 0900-IMPRIMIR-CABECALHO-RPT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF WRK-QDR-AULAS = 0
               MOVE '  SEM AULAS NA GRADE DO TERMO'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           ELSE
               MOVE SPACES TO WRK-LINHA-QUADRO
               PERFORM 0866-TITULO-DO-DIA
                   VARYING WRK-QDR-DIA FROM 1 BY 1
                   UNTIL WRK-QDR-DIA > 6
               MOVE WRK-LINHA-QUADRO TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               PERFORM 0867-LINHA-DO-QUADRO
                   VARYING WRK-QDR-LINHA FROM 1 BY 1
                   UNTIL WRK-QDR-LINHA > WRK-QDR-ULTIMA
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0866-TITULO-DO-DIA.
           MOVE WRK-NOME-DIA (WRK-QDR-DIA) TO
               WRK-LQ-CELULA (WRK-QDR-DIA).

       0867-LINHA-DO-QUADRO.
           MOVE SPACES TO WRK-LINHA-QUADRO.
           MOVE WRK-QDR-LINHA TO WRK-AULA-ED.
           STRING '  ' WRK-AULA-ED 'A.' DELIMITED BY SIZE
               INTO WRK-LQ-AULA.
           PERFORM 0868-CASA-DA-LINHA
               VARYING WRK-QDR-DIA FROM 1 BY 1
               UNTIL WRK-QDR-DIA > 6.
           MOVE WRK-LINHA-QUADRO TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0868-CASA-DA-LINHA.
           MOVE WRK-QDR-CELULA (WRK-QDR-LINHA, WRK-QDR-DIA) TO
               WRK-LQ-CELULA (WRK-QDR-DIA).

      *CARGA DA SEMANA DE CADA PROFESSOR NO TERMO CONTRA A CARGA
      *CONTRATADA DO CARGAPROF.
       0870-QUADRO-DE-CARGA.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'CARGA SEMANAL DOS PROFESSORES - TERMO '
               WRK-MAN-TERMO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'PROFESSOR                    AULAS CONTRATADA'
               ' DIFERENCA'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0871-LINHA-DE-CARGA
               VARYING WRK-GPR-IDX FROM 1 BY 1
               UNTIL WRK-GPR-IDX > WRK-GPR-QT.

       0871-LINHA-DE-CARGA.
           MOVE WRK-GPR-PROFESSOR (WRK-GPR-IDX) TO WRK-GPR-BUSCA.
           PERFORM 0630-LOCALIZAR-CARGA.
           MOVE WRK-GPR-AULAS (WRK-GPR-IDX) TO WRK-AULAS-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF WRK-CGP-POS = 0
               STRING WRK-GPR-PROFESSOR (WRK-GPR-IDX) ' '
                   WRK-AULAS-ED '          -         -'
                   '  SEM CARGA CADASTRADA'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               IF WRK-RC-HORARIO < 4
                   MOVE 4 TO WRK-RC-HORARIO
               END-IF
           ELSE
               MOVE WRK-CGP-HORAS (WRK-CGP-POS) TO WRK-HORAS-ED
               COMPUTE WRK-CARGA-DIFERENCA =
                   WRK-GPR-AULAS (WRK-GPR-IDX)
                   - WRK-CGP-HORAS (WRK-CGP-POS)
               MOVE WRK-CARGA-DIFERENCA TO WRK-DIF-ED
               STRING WRK-GPR-PROFESSOR (WRK-GPR-IDX) ' '
                   WRK-AULAS-ED '         ' WRK-HORAS-ED
                   '      ' WRK-DIF-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               EVALUATE TRUE
                   WHEN WRK-CARGA-DIFERENCA > 0
                       MOVE '  ACIMA DA CONTRATADA'
                           TO WRK-RPT-LINHA-TXT (56:21)
                       IF WRK-RC-HORARIO < 4
                           MOVE 4 TO WRK-RC-HORARIO
                       END-IF
                   WHEN WRK-CARGA-DIFERENCA < 0
                       MOVE '  ABAIXO DA CONTRATADA'
                           TO WRK-RPT-LINHA-TXT (56:22)
               END-EVALUATE
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *MONTA E GRAVA O CABECALHO PADRAO DO RELATORIO (PROGRAMA, DATA E
      *PAGINA), ZERANDO O CONTADOR DE LINHA DA PAGINA NOVA (VEJA
      *RPTHDR.CPY).
       0900-IMPRIMIR-CABECALHO-RPT.
           ACCEPT WRK-RPT-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-RPT-DIA TO WRK-RPT-DIA-ED.
           MOVE WRK-RPT-MES TO WRK-RPT-MES-ED.
           MOVE WRK-RPT-ANO TO WRK-RPT-ANO-ED.
           ADD 1 TO WRK-RPT-PAGINA.
           MOVE WRK-RPT-PAGINA TO WRK-RPT-PAGINA-ED.
           MOVE ZEROS TO WRK-RPT-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           STRING WRK-AUD-PROGRAMA ' RELATORIO   DATA: ' WRK-RPT-DATA-ED
               '   PAGINA: ' WRK-RPT-PAGINA-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *GRAVA UMA LINHA DE DETALHE NO RELATORIO, QUEBRANDO A PAGINA
      *(NOVO CABECALHO) SE A PAGINA ATUAL JA ESTIVER CHEIA.
       0910-GRAVAR-LINHA-RPT.
           IF WRK-RPT-LINHA >= WRK-RPT-MAXLIN
               PERFORM 0900-IMPRIMIR-CABECALHO-RPT
           END-IF.
           MOVE WRK-RPT-LINHA-TXT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-RPT-LINHA.
           ADD 1 TO WRK-RPT-QT-DET.

      *TRAILER PADRAO DE FIM DE RELATORIO, COM O TOTAL DE LINHAS DE
      *DETALHE E DE PAGINAS - QUEM RECEBE O RELATORIO CONFERE QUE
      *ELE CHEGOU INTEIRO (SEM TRAILER = JOB MORREU NO MEIO).
       0920-GRAVAR-TRAILER-RPT.
           MOVE WRK-RPT-QT-DET TO WRK-RPT-QT-DET-ED.
           MOVE WRK-RPT-PAGINA TO WRK-RPT-PAGINA-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'FIM DO RELATORIO - DETALHES: ' WRK-RPT-QT-DET-ED
               '  PAGINAS: ' WRK-RPT-PAGINA-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           MOVE WRK-RPT-LINHA-TXT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
