       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB127.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : CHAMADA DIARIA DA TURMA (ARQUIVO CHAMADA, VEJA
      *CHMREC.CPY). A FREQUENCIA DO TERMO ERA DIGITADA NO PROGCOB23
      *PELA SECRETARIA A PARTIR DAS CHAMADAS EM PAPEL, E O ERRO SO
      *APARECIA NO FIM DO TERMO. AGORA A CHAMADA E FEITA NO DIA:
      *  (L) LANCA A CHAMADA DE UMA AULA: TURMA (DO TURMAMEST, QUE DA
      *      O TERMO), DISCIPLINA (DO DISCMEST) E DATA DA AULA; A
      *      LISTA SAO OS ALUNOS INSCRITOS NA DISCIPLINA DO TERMO
      *      (MATRICTL) QUE SAO DA TURMA (CADALUNO), E CADA UM E
      *      MARCADO P (PRESENTE) OU F (FALTOU). AS HORAS-AULA DO DIA
      *      VEM DA GRADE HORARIA (HORARIO) DO DIA DA SEMANA; SEM A
      *      DISCIPLINA NA GRADE DO DIA, SAO INFORMADAS. CHAMADA JA
      *      LANCADA PARA A MESMA TURMA, DISCIPLINA E DATA E RECUSADA;
      *  (C) CORRIGE A PRESENCA DE UM ALUNO NUMA CHAMADA JA LANCADA
      *      (LINHA NOVA DE CORRECAO - O ARQUIVO SO CRESCE);
      *  (V) MOSTRA A CHAMADA DE UMA TURMA, DISCIPLINA E DATA.
      *TERMO FECHADO NO TERMOCTL (PROGCOB24) NAO RECEBE CHAMADA NEM
      *CORRECAO. A FREQUENCIA DO TERMO E OS ALERTAS DE FALTA SAO
      *DERIVADOS DA CHAMADA PELO PROGCOB128. ALUNO TRANCADO OU
      *DESLIGADO NAO ENTRA NA LISTA DAS AULAS A PARTIR DA SAIDA.
      *LANCAMENTO E CORRECAO FEITOS POR UM PROFESSOR (LOGIN NIVEL
      *USER) SO PASSAM NA TURMA E DISCIPLINA DELE NO TERMO (VEJA
      *AUTPROF.cob); A CONSULTA (V) CONTINUA LIVRE.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CHAMADA DIARIA (VEJA CHMREC.CPY).
           SELECT F-CHAMADA ASSIGN TO 'CHAMADA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHAMADA.
      *CADASTRO DE TURMAS (MANTIDO PELO PROGCOB71).
           SELECT F-TURMAMEST ASSIGN TO 'TURMAMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAMEST.
      *CADASTRO DE DISCIPLINAS (MANTIDO PELO PROGCOB26).
           SELECT F-DISCMEST ASSIGN TO 'DISCMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISCMEST.
      *INSCRICOES DOS ALUNOS NAS DISCIPLINAS DO TERMO (PROGCOB72).
           SELECT F-MATRICTL ASSIGN TO 'MATRICTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MATRICTL.
      *CADASTRO MESTRE DE ALUNOS - DA A TURMA E O NOME DO INSCRITO.
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *GRADE HORARIA SEMANAL (PROGCOB126) - HORAS-AULA DO DIA.
           SELECT F-HORARIO ASSIGN TO 'HORARIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HORARIO.
      *CONTROLE DE TERMOS (MANTIDO PELO PROGCOB24).
           SELECT F-TERMOCTL ASSIGN TO 'TERMOCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TERMOCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CHAMADA.
           COPY 'CHMREC.CPY'.

       FD  F-TURMAMEST.
           COPY 'TRUREC.CPY'.

       FD  F-DISCMEST.
       01  REG-DISCMEST.
           03 DIS-CODIGO PIC X(04).
           03 DIS-NOME   PIC X(20).

       FD  F-MATRICTL.
       01  REG-MATRICTL.
           03 MTC-MATRICULA PIC X(10).
           03 MTC-TERMO     PIC X(06).
           03 MTC-DISC      PIC X(04).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-HORARIO.
           COPY 'HORREC.CPY'.

       FD  F-TERMOCTL.
       01  REG-TERMOCTL.
           03 TCT-TERMO    PIC X(06).
           03 TCT-SITUACAO PIC X(01).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CHAMADA   PIC X(02) VALUE '00'.
       77 WRK-STATUS-TURMAMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-DISCMEST  PIC X(02) VALUE '00'.
       77 WRK-STATUS-MATRICTL  PIC X(02) VALUE '00'.
       77 WRK-STATUS-CADALUNO  PIC X(02) VALUE '00'.
       77 WRK-STATUS-HORARIO   PIC X(02) VALUE '00'.
       77 WRK-STATUS-TERMOCTL  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-LANCAR   VALUE 'L'.
           88 MAN-CORRIGIR VALUE 'C'.
           88 MAN-VER      VALUE 'V'.
           88 MAN-SAIR     VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
       77 WRK-MAN-TURMA     PIC X(06) VALUE SPACES.
       77 WRK-MAN-TERMO     PIC X(06) VALUE SPACES.
       77 WRK-MAN-DISC      PIC X(04) VALUE SPACES.
       77 WRK-MAN-MATRICULA PIC X(10) VALUE SPACES.
       01 WRK-MAN-DATA      PIC X(08) VALUE SPACES.
       01 WRK-MAN-DATA-N REDEFINES WRK-MAN-DATA PIC 9(08).
       77 WRK-MAN-PRESENCA  PIC X(01) VALUE SPACES.
           88 PRESENCA-VALIDA VALUE 'P' 'F'.
       77 WRK-MAN-CONFIRMA  PIC X(01) VALUE SPACES.
           88 MAN-CONFIRMADO VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *AULA IDENTIFICADA (TURMA, DISCIPLINA E DATA VALIDAS).
       77 WRK-AULA-OK PIC X(01) VALUE 'N'.
           88 AULA-OK VALUE 'S'.
       77 WRK-EXIGE-ABERTO PIC X(01) VALUE 'S'.
           88 EXIGE-TERMO-ABERTO VALUE 'S'.
       77 WRK-TRU-ACHOU PIC X(01) VALUE 'N'.
           88 TURMA-ACHADA VALUE 'S'.
       77 WRK-DIS-ACHOU PIC X(01) VALUE 'N'.
           88 DIS-ACHADO VALUE 'S'.
       77 WRK-TRM-FECHADO PIC X(01) VALUE 'N'.
           88 TERMO-FECHADO VALUE 'S'.
       77 WRK-CHM-EXISTE PIC X(01) VALUE 'N'.
           88 CHAMADA-EXISTE VALUE 'S'.
      *HORAS-AULA DO DIA (GRADE HORARIA OU INFORMADAS).
       77 WRK-AULAS-DIA PIC 9(01) VALUE ZEROS.
       77 WRK-DIA-GRADE PIC 9(01) VALUE ZEROS.
      *ALUNOS DA CHAMADA (INSCRITOS DA TURMA NA DISCIPLINA).
       77 WRK-ALU-MAX PIC 9(03) VALUE 100.
       77 WRK-ALU-QT  PIC 9(03) VALUE ZEROS.
       77 WRK-ALU-ESTOUROU PIC X(01) VALUE 'N'.
           88 ALUNOS-ESTOUROU VALUE 'S'.
       01 WRK-TAB-ALUNOS.
           03 WRK-TAB-ALU-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-ALU-QT.
               05 WRK-ALU-MATRICULA PIC X(10).
               05 WRK-ALU-NOME      PIC X(30).
               05 WRK-ALU-PRESENCA  PIC X(01).
               05 WRK-ALU-AULAS     PIC 9(01).
       77 WRK-ALU-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-ALU-POS PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PRESENTES PIC 9(03) VALUE ZEROS.
       77 WRK-QT-FALTAS    PIC 9(03) VALUE ZEROS.
      *TOTAIS DA SESSAO (TRILHA DE AUDITORIA).
       77 WRK-QT-CHAMADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CORRECOES PIC 9(04) VALUE ZEROS.
       77 WRK-RC-CHAMADA PIC 9(02) VALUE ZEROS.
      *DIA DA SEMANA DA DATA DA AULA PELA CONGRUENCIA DE ZELLER (A
      *MESMA VARIANTE DO PROGCOB09/82): 1=SABADO 2=DOMINGO 3=SEGUNDA.
       77 WRK-MES-AJUST PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-AJUST PIC 9(04) VALUE ZEROS.
       77 WRK-SECULO    PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-SEC   PIC 9(02) VALUE ZEROS.
       77 WRK-TERMO-MES PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-ZELLER PIC 9(04) VALUE ZEROS.
       77 WRK-DIA-IDX   PIC 9(01) VALUE ZEROS.
      *TABELA DE DIAS POR MES E CAMPOS DE DATA COMPARTILHADOS (VEJA
      *DATAFMT.CPY).
           COPY 'DATAFMT.CPY'.
      *CAMPOS COMUNS DE VALIDACAO DE ENTRADA NUMERICA (VEJA
      *VALIDCK.CPY/VALIDNUM.cob).
           COPY 'VALIDCK.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB127'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob).
           COPY 'LOCKCALL.CPY'.
      *CAMPOS COMUNS DA CONFERENCIA DO PROFESSOR DA TURMA (VEJA
      *APFCALL.CPY/AUTPROF.cob).
           COPY 'APFCALL.CPY'.

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
      *CHAMADO VARIAS VEZES PELO MENU SEM CANCEL: OS TOTAIS DA
      *SESSAO VOLTAM A ZERO A CADA CHAMADA.
           MOVE ZEROS TO WRK-RC-CHAMADA.
           MOVE ZEROS TO WRK-QT-CHAMADAS.
           MOVE ZEROS TO WRK-QT-CORRECOES.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-CHAMADA UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'CHAMADAS=' WRK-QT-CHAMADAS
               ' CORRECOES=' WRK-QT-CORRECOES
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE WRK-RC-CHAMADA TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-CHAMADA.
           DISPLAY '-- CHAMADA DIARIA (CHAMADA) --'.
           DISPLAY '(L)ANCAR CHAMADA (C)ORRIGIR PRESENCA '
               '(V)ER CHAMADA (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-LANCAR
                   PERFORM 0300-LANCAR-CHAMADA
               WHEN MAN-CORRIGIR
                   PERFORM 0400-CORRIGIR-PRESENCA
               WHEN MAN-VER
                   PERFORM 0500-VER-CHAMADA
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *CHAMADA DE UMA AULA: UM P OU F POR ALUNO DA LISTA, GRAVADA SO
      *DEPOIS DA CONFIRMACAO.
       0300-LANCAR-CHAMADA.
           MOVE 'S' TO WRK-EXIGE-ABERTO.
           PERFORM 0700-IDENTIFICAR-AULA.
           IF AULA-OK
               PERFORM 0740-VERIFICAR-CHAMADA
               IF CHAMADA-EXISTE
                   DISPLAY 'CHAMADA JA LANCADA PARA A TURMA, '
                       'DISCIPLINA E DATA - USE (C)ORRIGIR, NADA FEITO'
                   MOVE 'N' TO WRK-AULA-OK
               END-IF
           END-IF.
           IF AULA-OK
               PERFORM 0750-MONTAR-LISTA
               EVALUATE TRUE
                   WHEN ALUNOS-ESTOUROU
                       DISPLAY 'TURMA COM MAIS INSCRITOS QUE A TABELA '
                           'EM MEMORIA, CHAMADA RECUSADA'
                       MOVE 12 TO WRK-RC-CHAMADA
                       MOVE 'N' TO WRK-AULA-OK
                   WHEN WRK-ALU-QT = 0
                       DISPLAY 'NENHUM ALUNO DA TURMA INSCRITO NA '
                           'DISCIPLINA DO TERMO, NADA FEITO'
                       MOVE 'N' TO WRK-AULA-OK
               END-EVALUATE
           END-IF.
           IF AULA-OK
               PERFORM 0760-OBTER-AULAS-DIA
               MOVE ZEROS TO WRK-QT-PRESENTES
               MOVE ZEROS TO WRK-QT-FALTAS
               DISPLAY 'PRESENCA DE CADA ALUNO: P = PRESENTE, '
                   'F = FALTOU (BRANCO = P)'
               PERFORM 0310-MARCAR-ALUNO
                   VARYING WRK-ALU-IDX FROM 1 BY 1
                   UNTIL WRK-ALU-IDX > WRK-ALU-QT
               DISPLAY 'PRESENTES: ' WRK-QT-PRESENTES
                   '  FALTAS: ' WRK-QT-FALTAS
                   '  HORAS-AULA DO DIA: ' WRK-AULAS-DIA
               DISPLAY 'GRAVAR A CHAMADA (S/N).. '
               ACCEPT WRK-MAN-CONFIRMA
               IF MAN-CONFIRMADO
                   PERFORM 0320-GRAVAR-CHAMADA
               ELSE
                   DISPLAY 'CHAMADA DESCARTADA, NADA FOI GRAVADO'
               END-IF
           END-IF.

       0310-MARCAR-ALUNO.
           MOVE SPACES TO WRK-MAN-PRESENCA.
           PERFORM 0311-PERGUNTAR-PRESENCA UNTIL PRESENCA-VALIDA.
           MOVE WRK-MAN-PRESENCA TO WRK-ALU-PRESENCA (WRK-ALU-IDX).
           IF WRK-MAN-PRESENCA = 'F'
               ADD 1 TO WRK-QT-FALTAS
           ELSE
               ADD 1 TO WRK-QT-PRESENTES
           END-IF.

       0311-PERGUNTAR-PRESENCA.
           DISPLAY WRK-ALU-MATRICULA (WRK-ALU-IDX) ' '
               WRK-ALU-NOME (WRK-ALU-IDX) ' (P/F).. '.
           ACCEPT WRK-MAN-PRESENCA.
           IF WRK-MAN-PRESENCA = SPACES
               MOVE 'P' TO WRK-MAN-PRESENCA
           END-IF.
           IF NOT PRESENCA-VALIDA
               DISPLAY 'PRESENCA INVALIDA, DIGITE P OU F'
           END-IF.

       0320-GRAVAR-CHAMADA.
           OPEN EXTEND F-CHAMADA.
           IF WRK-STATUS-CHAMADA = '35'
               OPEN OUTPUT F-CHAMADA
           END-IF.
           PERFORM 0321-GRAVAR-ALUNO
               VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX > WRK-ALU-QT.
           CLOSE F-CHAMADA.
           ADD 1 TO WRK-QT-CHAMADAS.
           DISPLAY 'CHAMADA GRAVADA: ' WRK-ALU-QT ' ALUNO(S)'.

       0321-GRAVAR-ALUNO.
           MOVE WRK-MAN-TERMO TO CHM-TERMO.
           MOVE WRK-MAN-TURMA TO CHM-TURMA.
           MOVE WRK-MAN-DISC TO CHM-DISC.
           MOVE WRK-MAN-DATA-N TO CHM-DATA.
           MOVE WRK-ALU-MATRICULA (WRK-ALU-IDX) TO CHM-MATRICULA.
           MOVE WRK-ALU-PRESENCA (WRK-ALU-IDX) TO CHM-PRESENCA.
           MOVE WRK-AULAS-DIA TO CHM-AULAS.
           MOVE 'L' TO CHM-TIPO.
           WRITE REG-CHAMADA.

      *CORRECAO DA PRESENCA DE UM ALUNO NUMA CHAMADA JA LANCADA: A
      *LINHA NOVA (TIPO C) REPETE AS HORAS-AULA DA CHAMADA.
       0400-CORRIGIR-PRESENCA.
           MOVE 'S' TO WRK-EXIGE-ABERTO.
           PERFORM 0700-IDENTIFICAR-AULA.
           IF AULA-OK
               PERFORM 0770-CARREGAR-CHAMADA
               IF WRK-ALU-QT = 0
                   DISPLAY 'NENHUMA CHAMADA LANCADA PARA A TURMA, '
                       'DISCIPLINA E DATA, NADA FEITO'
                   MOVE 'N' TO WRK-AULA-OK
               END-IF
           END-IF.
           IF AULA-OK
               DISPLAY 'MATRICULA A CORRIGIR.. '
               ACCEPT WRK-MAN-MATRICULA
               PERFORM 0780-LOCALIZAR-ALUNO
               IF WRK-ALU-POS = 0
                   DISPLAY 'MATRICULA FORA DA CHAMADA DESSA AULA, '
                       'NADA FEITO'
               ELSE
                   PERFORM 0410-TROCAR-PRESENCA
               END-IF
           END-IF.

       0410-TROCAR-PRESENCA.
           DISPLAY 'PRESENCA ATUAL: ' WRK-ALU-PRESENCA (WRK-ALU-POS).
           DISPLAY 'NOVA PRESENCA (P/F).. '.
           ACCEPT WRK-MAN-PRESENCA.
           EVALUATE TRUE
               WHEN NOT PRESENCA-VALIDA
                   DISPLAY 'PRESENCA INVALIDA, NADA FEITO'
               WHEN WRK-MAN-PRESENCA = WRK-ALU-PRESENCA (WRK-ALU-POS)
                   DISPLAY 'PRESENCA IGUAL A ATUAL, NADA FEITO'
               WHEN OTHER
                   OPEN EXTEND F-CHAMADA
                   MOVE WRK-MAN-TERMO TO CHM-TERMO
                   MOVE WRK-MAN-TURMA TO CHM-TURMA
                   MOVE WRK-MAN-DISC TO CHM-DISC
                   MOVE WRK-MAN-DATA-N TO CHM-DATA
                   MOVE WRK-MAN-MATRICULA TO CHM-MATRICULA
                   MOVE WRK-MAN-PRESENCA TO CHM-PRESENCA
                   MOVE WRK-ALU-AULAS (WRK-ALU-POS) TO CHM-AULAS
                   MOVE 'C' TO CHM-TIPO
                   WRITE REG-CHAMADA
                   CLOSE F-CHAMADA
                   ADD 1 TO WRK-QT-CORRECOES
                   DISPLAY 'PRESENCA CORRIGIDA'
           END-EVALUATE.

      *CONSULTA DA CHAMADA (TAMBEM DE TERMO FECHADO), JA COM AS
      *CORRECOES.
       0500-VER-CHAMADA.
           MOVE 'N' TO WRK-EXIGE-ABERTO.
           PERFORM 0700-IDENTIFICAR-AULA.
           IF AULA-OK
               PERFORM 0770-CARREGAR-CHAMADA
               MOVE ZEROS TO WRK-QT-PRESENTES
               MOVE ZEROS TO WRK-QT-FALTAS
               PERFORM 0510-LISTAR-ALUNO
                   VARYING WRK-ALU-IDX FROM 1 BY 1
                   UNTIL WRK-ALU-IDX > WRK-ALU-QT
               DISPLAY '-- ' WRK-ALU-QT ' ALUNO(S), PRESENTES: '
                   WRK-QT-PRESENTES '  FALTAS: ' WRK-QT-FALTAS ' --'
           END-IF.

       0510-LISTAR-ALUNO.
           IF WRK-ALU-PRESENCA (WRK-ALU-IDX) = 'F'
               ADD 1 TO WRK-QT-FALTAS
           ELSE
               ADD 1 TO WRK-QT-PRESENTES
           END-IF.
           MOVE SPACES TO WRK-ALU-NOME (WRK-ALU-IDX).
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO = '00'
               MOVE WRK-ALU-MATRICULA (WRK-ALU-IDX) TO CAD-MATRICULA
               READ F-CADALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAD-NOME TO WRK-ALU-NOME (WRK-ALU-IDX)
               END-READ
               CLOSE F-CADALUNO
           END-IF.
           DISPLAY WRK-ALU-MATRICULA (WRK-ALU-IDX) ' '
               WRK-ALU-NOME (WRK-ALU-IDX) ' '
               WRK-ALU-PRESENCA (WRK-ALU-IDX)
               ' AULAS ' WRK-ALU-AULAS (WRK-ALU-IDX).

      *PEDE E VALIDA TURMA, DISCIPLINA E DATA DA AULA. A DATA NAO
      *PODE SER FUTURA NEM CAIR NUM DOMINGO; O TERMO VEM DA TURMA.
       0700-IDENTIFICAR-AULA.
           MOVE 'N' TO WRK-AULA-OK.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'TURMA (CODIGO DO TURMAMEST).. '.
           ACCEPT WRK-MAN-TURMA.
           PERFORM 0710-LOCALIZAR-TURMA.
           IF NOT TURMA-ACHADA
               DISPLAY 'TURMA NAO CADASTRADA NO TURMAMEST, NADA FEITO'
           ELSE
               DISPLAY 'DISCIPLINA (CODIGO DO DISCMEST).. '
               ACCEPT WRK-MAN-DISC
               PERFORM 0720-VALIDAR-DISCIPLINA
               DISPLAY 'DATA DA AULA AAAAMMDD (0=HOJE).. '
               ACCEPT WRK-MAN-DATA
               IF WRK-MAN-DATA = SPACES OR WRK-MAN-DATA = '0'
                   OR WRK-MAN-DATA = '00000000'
                   MOVE WRK-DATA-HOJE TO WRK-MAN-DATA-N
               END-IF
               PERFORM 0730-VALIDAR-DATA
               PERFORM 0725-VERIFICAR-TERMO
               EVALUATE TRUE
                   WHEN NOT DIS-ACHADO
                       DISPLAY 'DISCIPLINA NAO CADASTRADA NO '
                           'DISCMEST, NADA FEITO'
                   WHEN NOT DATA-VALIDA
                       DISPLAY 'DATA INVALIDA, NADA FEITO'
                   WHEN WRK-MAN-DATA-N > WRK-DATA-HOJE
                       DISPLAY 'DATA FUTURA, NADA FEITO'
                   WHEN WRK-DIA-GRADE = 0
                       DISPLAY 'DATA CAI NUM DOMINGO, NADA FEITO'
                   WHEN TERMO-FECHADO AND EXIGE-TERMO-ABERTO
                       DISPLAY 'TERMO ' WRK-MAN-TERMO ' FECHADO NO '
                           'TERMOCTL, NADA FEITO'
                   WHEN OTHER
                       MOVE 'S' TO WRK-AULA-OK
               END-EVALUATE
           END-IF.
           IF AULA-OK AND EXIGE-TERMO-ABERTO
               PERFORM 0727-VERIFICAR-PROFESSOR
               IF APF-RECUSADO
                   DISPLAY 'TURMA ' WRK-MAN-TURMA ' DISCIPLINA '
                       WRK-MAN-DISC ' NAO E DE ' WRK-APF-USUARIO
                       ', NADA FEITO'
                   MOVE 'N' TO WRK-AULA-OK
               END-IF
           END-IF.

      *TERMO DA TURMA WRK-MAN-TURMA.
       0710-LOCALIZAR-TURMA.
           MOVE 'N' TO WRK-TRU-ACHOU.
           MOVE SPACES TO WRK-MAN-TERMO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TURMAMEST.
           IF WRK-STATUS-TURMAMEST NOT = '00'
               DISPLAY 'CADASTRO DE TURMAS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0711-LER-TURMA UNTIL FIM-ARQ OR TURMA-ACHADA.
           IF WRK-STATUS-TURMAMEST NOT = '35'
               CLOSE F-TURMAMEST
           END-IF.

       0711-LER-TURMA.
           READ F-TURMAMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF TRU-CODIGO = WRK-MAN-TURMA
                       MOVE 'S' TO WRK-TRU-ACHOU
                       MOVE TRU-TERMO TO WRK-MAN-TERMO
                   END-IF
           END-READ.

       0720-VALIDAR-DISCIPLINA.
           MOVE 'N' TO WRK-DIS-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-DISCMEST.
           IF WRK-STATUS-DISCMEST NOT = '00'
               DISPLAY 'CADASTRO DE DISCIPLINAS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0721-LER-DISCMEST UNTIL FIM-ARQ OR DIS-ACHADO.
           IF WRK-STATUS-DISCMEST NOT = '35'
               CLOSE F-DISCMEST
           END-IF.

       0721-LER-DISCMEST.
           READ F-DISCMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF DIS-CODIGO = WRK-MAN-DISC
                       MOVE 'S' TO WRK-DIS-ACHOU
                   END-IF
           END-READ.

      *TERMO FECHADO NO TERMOCTL (PROGCOB24)? SEM O ARQUIVO DE
      *CONTROLE, TODO TERMO E CONSIDERADO ABERTO.
       0725-VERIFICAR-TERMO.
           MOVE 'N' TO WRK-TRM-FECHADO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TERMOCTL.
           IF WRK-STATUS-TERMOCTL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0726-LER-TERMOCTL UNTIL FIM-ARQ.
           IF WRK-STATUS-TERMOCTL NOT = '35'
               CLOSE F-TERMOCTL
           END-IF.

       0726-LER-TERMOCTL.
           READ F-TERMOCTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF TCT-TERMO = WRK-MAN-TERMO
                       IF TCT-SITUACAO = 'F'
                           MOVE 'S' TO WRK-TRM-FECHADO
                       ELSE
                           MOVE 'N' TO WRK-TRM-FECHADO
                       END-IF
                   END-IF
           END-READ.

      *O LOGIN DO MENU E DE UM PROFESSOR QUE NAO RESPONDE PELA TURMA
      *E DISCIPLINA NO TERMO? A TURMA E A INFORMADA NA CHAMADA.
       0727-VERIFICAR-PROFESSOR.
           MOVE 'V' TO WRK-APF-ACAO.
           MOVE WRK-AUD-PROGRAMA TO WRK-APF-PROGRAMA.
           MOVE SPACES TO WRK-APF-MATRICULA.
           MOVE WRK-MAN-TURMA TO WRK-APF-TURMA.
           MOVE WRK-MAN-TERMO TO WRK-APF-TERMO.
           MOVE WRK-MAN-DISC TO WRK-APF-DISC.
           CALL 'AUTPROF' USING WRK-APF-ACAO WRK-APF-PROGRAMA
               WRK-APF-USUARIO WRK-APF-NIVEL WRK-APF-MATRICULA
               WRK-APF-TURMA WRK-APF-TERMO WRK-APF-DISC
               WRK-APF-RESULT.

      *VALIDA A DATA DA AULA (MES, DIA DO MES COM FEVEREIRO DO ANO
      *BISSEXTO) E DA O DIA DA GRADE: 1=SEGUNDA A 6=SABADO, ZERO NO
      *DOMINGO.
       0730-VALIDAR-DATA.
           MOVE 'S' TO WRK-DATA-OK.
           MOVE ZEROS TO WRK-DIA-GRADE.
           IF WRK-MAN-DATA-N IS NOT NUMERIC
               MOVE 'N' TO WRK-DATA-OK
           ELSE
               MOVE WRK-MAN-DATA-N TO DATASYS
               IF MESSYS < 1 OR MESSYS > 12 OR DIASYS < 1
                   MOVE 'N' TO WRK-DATA-OK
               ELSE
                   PERFORM 0731-AJUSTAR-FEVEREIRO
                   IF DIASYS > WRK-DIAS-DO-MES (MESSYS)
                       MOVE 'N' TO WRK-DATA-OK
                   END-IF
               END-IF
           END-IF.
           IF DATA-VALIDA
               PERFORM 0732-CALC-DIA-SEMANA
               EVALUATE WRK-DIA-IDX
                   WHEN 1
                       MOVE 6 TO WRK-DIA-GRADE
                   WHEN 2
                       MOVE 0 TO WRK-DIA-GRADE
                   WHEN OTHER
                       COMPUTE WRK-DIA-GRADE = WRK-DIA-IDX - 2
               END-EVALUATE
           END-IF.

       0731-AJUSTAR-FEVEREIRO.
           MOVE 28 TO WRK-DIAS-DO-MES (02).
           DIVIDE ANOSYS BY 4 GIVING WRK-QUOC-AUX
               REMAINDER WRK-RESTO-AUX.
           IF WRK-RESTO-AUX = 0
               MOVE 29 TO WRK-DIAS-DO-MES (02)
               DIVIDE ANOSYS BY 100 GIVING WRK-QUOC-AUX
                   REMAINDER WRK-RESTO-AUX
               IF WRK-RESTO-AUX = 0
                   DIVIDE ANOSYS BY 400 GIVING WRK-QUOC-AUX
                       REMAINDER WRK-RESTO-AUX
                   IF WRK-RESTO-AUX NOT = 0
                       MOVE 28 TO WRK-DIAS-DO-MES (02)
                   END-IF
               END-IF
           END-IF.

      *CONGRUENCIA DE ZELLER SOBRE DATASYS (MESMA VARIANTE DO
      *0100-CALC-DIA-SEMANA DO PROGCOB82).
       0732-CALC-DIA-SEMANA.
           IF MESSYS < 3
               COMPUTE WRK-MES-AJUST = MESSYS + 12
               COMPUTE WRK-ANO-AJUST = ANOSYS - 1
           ELSE
               MOVE MESSYS TO WRK-MES-AJUST
               MOVE ANOSYS TO WRK-ANO-AJUST
           END-IF.
           DIVIDE WRK-ANO-AJUST BY 100
               GIVING WRK-SECULO REMAINDER WRK-ANO-SEC.
           COMPUTE WRK-TERMO-MES = (13 * (WRK-MES-AJUST + 1)) / 5.
           COMPUTE WRK-SOMA-ZELLER = DIASYS + WRK-TERMO-MES +
               WRK-ANO-SEC + (WRK-ANO-SEC / 4) + (WRK-SECULO / 4) +
               (5 * WRK-SECULO).
           DIVIDE WRK-SOMA-ZELLER BY 7
               GIVING WRK-QUOC-AUX REMAINDER WRK-DIA-IDX.
           ADD 1 TO WRK-DIA-IDX.

      *JA HA CHAMADA DA TURMA, DISCIPLINA E DATA NO ARQUIVO?
       0740-VERIFICAR-CHAMADA.
           MOVE 'N' TO WRK-CHM-EXISTE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CHAMADA.
           IF WRK-STATUS-CHAMADA NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0741-LER-CHAMADA UNTIL FIM-ARQ OR CHAMADA-EXISTE.
           IF WRK-STATUS-CHAMADA NOT = '35'
               CLOSE F-CHAMADA
           END-IF.

       0741-LER-CHAMADA.
           READ F-CHAMADA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CHM-TURMA = WRK-MAN-TURMA
                       AND CHM-DISC = WRK-MAN-DISC
                       AND CHM-DATA = WRK-MAN-DATA-N
                       MOVE 'S' TO WRK-CHM-EXISTE
                   END-IF
           END-READ.

      *LISTA DA CHAMADA: INSCRITOS NA DISCIPLINA DO TERMO (MATRICTL)
      *CUJA TURMA NO CADALUNO E A TURMA DA AULA. ALUNO TRANCADO OU
      *DESLIGADO (PROGCOB130) SO ENTRA EM AULA ANTERIOR A SAIDA.
       0750-MONTAR-LISTA.
           MOVE ZEROS TO WRK-ALU-QT.
           MOVE 'N' TO WRK-ALU-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO NOT = '00'
               DISPLAY 'CADASTRO DE ALUNOS (CADALUNO) NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN INPUT F-MATRICTL
               IF WRK-STATUS-MATRICTL NOT = '00'
                   DISPLAY 'INSCRICOES (MATRICTL) NAO ENCONTRADAS'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 0751-LER-MATRICTL UNTIL FIM-ARQ
               IF WRK-STATUS-MATRICTL NOT = '35'
                   CLOSE F-MATRICTL
               END-IF
               CLOSE F-CADALUNO
           END-IF.

       0751-LER-MATRICTL.
           READ F-MATRICTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MTC-TERMO = WRK-MAN-TERMO
                       AND MTC-DISC = WRK-MAN-DISC
                       PERFORM 0752-INCLUIR-INSCRITO
                   END-IF
           END-READ.

       0752-INCLUIR-INSCRITO.
           MOVE MTC-MATRICULA TO CAD-MATRICULA.
           READ F-CADALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAD-TURMA = WRK-MAN-TURMA
                       AND (CAD-ATIVO OR CAD-SIT-DATA > WRK-MAN-DATA-N)
                       MOVE MTC-MATRICULA TO WRK-MAN-MATRICULA
                       PERFORM 0780-LOCALIZAR-ALUNO
                       IF WRK-ALU-POS = 0
                           IF WRK-ALU-QT < WRK-ALU-MAX
                               ADD 1 TO WRK-ALU-QT
                               MOVE MTC-MATRICULA TO
                                   WRK-ALU-MATRICULA (WRK-ALU-QT)
                               MOVE CAD-NOME TO
                                   WRK-ALU-NOME (WRK-ALU-QT)
                               MOVE 'P' TO
                                   WRK-ALU-PRESENCA (WRK-ALU-QT)
                           ELSE
                               MOVE 'S' TO WRK-ALU-ESTOUROU
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *HORAS-AULA DO DIA: AS AULAS DA DISCIPLINA NA GRADE DA TURMA
      *NO DIA DA SEMANA; FORA DA GRADE, O PROFESSOR INFORMA.
       0760-OBTER-AULAS-DIA.
           MOVE ZEROS TO WRK-AULAS-DIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-HORARIO.
           IF WRK-STATUS-HORARIO NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0761-LER-HORARIO UNTIL FIM-ARQ.
           IF WRK-STATUS-HORARIO NOT = '35'
               CLOSE F-HORARIO
           END-IF.
           IF WRK-AULAS-DIA = 0
               DISPLAY 'DISCIPLINA FORA DA GRADE DA TURMA NESTE DIA'
               MOVE 'N' TO WRK-VAL-VALIDO
               PERFORM 0762-LER-AULAS-DIA UNTIL VAL-OK
               MOVE WRK-VAL-NUM TO WRK-AULAS-DIA
           END-IF.

       0761-LER-HORARIO.
           READ F-HORARIO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF HOR-TERMO = WRK-MAN-TERMO
                       AND HOR-TURMA = WRK-MAN-TURMA
                       AND HOR-DISC = WRK-MAN-DISC
                       AND HOR-DIA = WRK-DIA-GRADE
                       AND WRK-AULAS-DIA < 9
                       ADD 1 TO WRK-AULAS-DIA
                   END-IF
           END-READ.

       0762-LER-AULAS-DIA.
           DISPLAY 'HORAS-AULA DADAS NO DIA (1-9).. '.
           ACCEPT WRK-VAL-ENTRADA.
           MOVE 1 TO WRK-VAL-MIN.
           MOVE 9 TO WRK-VAL-MAX.
           CALL 'VALIDNUM' USING WRK-VAL-ENTRADA WRK-VAL-MIN
               WRK-VAL-MAX WRK-VAL-NUM WRK-VAL-VALIDO.
           IF VAL-INVALIDO
               DISPLAY 'VALOR INVALIDO, DIGITE NOVAMENTE'
           END-IF.

      *CHAMADA JA LANCADA DA TURMA, DISCIPLINA E DATA, COM A LINHA
      *MAIS RECENTE DE CADA MATRICULA (CORRECOES APLICADAS).
       0770-CARREGAR-CHAMADA.
           MOVE ZEROS TO WRK-ALU-QT.
           MOVE 'N' TO WRK-ALU-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CHAMADA.
           IF WRK-STATUS-CHAMADA NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0771-LER-CHAMADA UNTIL FIM-ARQ.
           IF WRK-STATUS-CHAMADA NOT = '35'
               CLOSE F-CHAMADA
           END-IF.

       0771-LER-CHAMADA.
           READ F-CHAMADA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CHM-TURMA = WRK-MAN-TURMA
                       AND CHM-DISC = WRK-MAN-DISC
                       AND CHM-DATA = WRK-MAN-DATA-N
                       MOVE CHM-MATRICULA TO WRK-MAN-MATRICULA
                       PERFORM 0780-LOCALIZAR-ALUNO
                       IF WRK-ALU-POS = 0 AND WRK-ALU-QT < WRK-ALU-MAX
                           ADD 1 TO WRK-ALU-QT
                           MOVE WRK-ALU-QT TO WRK-ALU-POS
                           MOVE CHM-MATRICULA TO
                               WRK-ALU-MATRICULA (WRK-ALU-POS)
                       END-IF
                       IF WRK-ALU-POS > 0
                           MOVE CHM-PRESENCA TO
                               WRK-ALU-PRESENCA (WRK-ALU-POS)
                           MOVE CHM-AULAS TO
                               WRK-ALU-AULAS (WRK-ALU-POS)
                       END-IF
                   END-IF
           END-READ.

      *POSICAO DA MATRICULA WRK-MAN-MATRICULA NA LISTA (ZERO = FORA).
       0780-LOCALIZAR-ALUNO.
           MOVE ZEROS TO WRK-ALU-POS.
           PERFORM 0781-COMPARAR-ALUNO
               VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX > WRK-ALU-QT OR WRK-ALU-POS > 0.

       0781-COMPARAR-ALUNO.
           IF WRK-ALU-MATRICULA (WRK-ALU-IDX) = WRK-MAN-MATRICULA
               MOVE WRK-ALU-IDX TO WRK-ALU-POS
           END-IF.
