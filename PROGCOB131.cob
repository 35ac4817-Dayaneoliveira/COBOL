       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB131.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : PROMOCAO DE FIM DE TERMO E REMATRICULA NO TERMO
      *SEGUINTE. A CADA VIRADA DE TERMO A SECRETARIA REINSCREVIA
      *TODO ALUNO NA MAO NO PROGCOB72, DISCIPLINA POR DISCIPLINA.
      *  (P) PREVIA: PARA CADA ALUNO ATIVO CUJA TURMA (TURMAMEST) E
      *      DO TERMO ENCERRADO, CRUZA O HISTORICO BOLHIST (MEDIA
      *      FINAL, DEPOIS DA RECUPERACAO DO PROGCOB75) COM A GRADE
      *      CURRICULAR DO CURSO (CURRICULO, PROGCOB73): DISCIPLINA
      *      DA ETAPA DO ALUNO OU DE ETAPA ANTERIOR SEM APROVACAO E
      *      PENDENCIA. ATE O LIMITE DE PENDENCIAS INFORMADO O ALUNO
      *      E PROMOVIDO PARA A ETAPA SEGUINTE, LEVANDO AS PENDENCIAS
      *      COMO DEPENDENCIA; ACIMA DELE FICA RETIDO NA ETAPA, SO COM
      *      AS PENDENCIAS. NA ETAPA FINAL SEM PENDENCIA E CONCLUINTE
      *      (A FORMATURA E A AUDITORIA DO PROGCOB73). A TURMA NOVA E
      *      A DO TERMO SEGUINTE COM O CURSO E A ETAPA DE DESTINO
      *      (TRU-ETAPA). A PREVIA SO GRAVA O RELATORIO PROGCOB131RPT
      *      PARA O COORDENADOR E A PROPOSTA (PROMOPRV) - NENHUM
      *      CADASTRO E TOCADO;
      *  (E) EFETIVA A PROPOSTA DA ULTIMA PREVIA DO PAR DE TERMOS,
      *      DEPOIS DA APROVACAO DE UM USUARIO DE NIVEL SUPERVISOR
      *      (PROGCOB10, COMO NO PROGCOB22/24): GRAVA AS INSCRICOES
      *      DO TERMO NOVO NO MATRICTL (A QUE JA EXISTIR E PULADA),
      *      TROCA A TURMA DO ALUNO NO CADALUNO E REGISTRA A PROMOCAO
      *      NO ALUNOMOV (TIPO P). ALUNO QUE MUDOU DEPOIS DA PREVIA
      *      (SAIU, TROCOU DE TURMA) E PULADO.
      *O CONTROLE PROMOCTL (UMA LINHA POR PREVIA OU EFETIVACAO, A
      *ULTIMA DO PAR DE TERMOS VALE) IMPEDE EFETIVAR SEM PREVIA E
      *EFETIVAR DUAS VEZES. O TERMO ENCERRADO TEM QUE ESTAR FECHADO NO
      *TERMOCTL (PROGCOB24) E O TERMO NOVO, ABERTO.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CADASTRO MESTRE DE ALUNOS (MANTIDO PELO PROGCOB20).
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY): LIDO EM SEQUENCIA
      *NA PREVIA E REGRAVADO PELA CHAVE NA EFETIVACAO.
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *HISTORICO REORGANIZADO DE BOLETINS (PROGCOB41).
           SELECT F-BOLHIST ASSIGN TO 'BOLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHI-CHAVE
               FILE STATUS IS WRK-STATUS-BOLHIST.
      *GRADE CURRICULAR POR CURSO E ETAPA (PROGCOB73).
           SELECT F-CURRICULO ASSIGN TO 'CURRICULO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CURRICULO.
      *CADASTRO DE TURMAS (MANTIDO PELO PROGCOB71).
           SELECT F-TURMAMEST ASSIGN TO 'TURMAMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAMEST.
      *CONTROLE DE TERMOS ABERTOS/FECHADOS (PROGCOB24).
           SELECT F-TERMOCTL ASSIGN TO 'TERMOCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TERMOCTL.
      *INSCRICOES POR TERMO E DISCIPLINA (PROGCOB72).
           SELECT F-MATRICTL ASSIGN TO 'MATRICTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MATRICTL.
      *HISTORICO DE MOVIMENTACAO DO ALUNO (VEJA AMVREC.CPY).
           SELECT F-ALUNOMOV ASSIGN TO 'ALUNOMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALUNOMOV.
      *PROPOSTA DA ULTIMA PREVIA, APLICADA TAL QUAL NA EFETIVACAO.
           SELECT F-PROMOPRV ASSIGN TO 'PROMOPRV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROMOPRV.
      *CONTROLE DAS PREVIAS E EFETIVACOES POR PAR DE TERMOS.
           SELECT F-PROMOCTL ASSIGN TO 'PROMOCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROMOCTL.
      *RELATORIO DA PREVIA PARA O COORDENADOR, COM CABECALHO E
      *QUEBRA DE PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB131RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-BOLHIST.
       01  REG-BOLHIST.
           03 BHI-CHAVE.
               05 BHI-MATRICULA PIC X(10).
               05 BHI-TERMO     PIC X(06).
               05 BHI-DISC      PIC X(04).
               05 BHI-ORIGEM    PIC X(10).
           03 BHI-NOTA1  PIC 9(02).
           03 BHI-NOTA2  PIC 9(02).
           03 BHI-NOTA3  PIC 9(02).
           03 BHI-MEDIA  PIC 9(02)V9.
           03 BHI-STATUS PIC X(15).

       FD  F-CURRICULO.
       01  REG-CURRICULO.
           03 CUR-CURSO      PIC X(20).
           03 CUR-DISC       PIC X(04).
           03 CUR-MIN-TERMOS PIC 9(02).
           03 CUR-ETAPA      PIC 9(02).

       FD  F-TURMAMEST.
           COPY 'TRUREC.CPY'.

       FD  F-TERMOCTL.
       01  REG-TERMOCTL.
           03 TCT-TERMO    PIC X(06).
           03 TCT-SITUACAO PIC X(01).

       FD  F-MATRICTL.
       01  REG-MATRICTL.
           03 MTC-MATRICULA PIC X(10).
           03 MTC-TERMO     PIC X(06).
           03 MTC-DISC      PIC X(04).

       FD  F-ALUNOMOV.
           COPY 'AMVREC.CPY'.

      *PROPOSTA: UMA LINHA H (CABECALHO COM O PAR DE TERMOS), E POR
      *ALUNO UMA LINHA A (TURMA DE ANTES E DE DEPOIS, RESULTADO)
      *SEGUIDA DE UMA LINHA M POR INSCRICAO DO TERMO NOVO.
       FD  F-PROMOPRV.
       01  REG-PROMOPRV.
           03 PPV-TIPO      PIC X(01).
               88 PPV-CABECALHO VALUE 'H'.
               88 PPV-ALUNO     VALUE 'A'.
               88 PPV-INSCRICAO VALUE 'M'.
           03 PPV-MATRICULA PIC X(10).
           03 PPV-DADOS     PIC X(40).
           03 PPV-DADOS-H REDEFINES PPV-DADOS.
               05 PPV-TERMO-FECHADO PIC X(06).
               05 PPV-TERMO-NOVO    PIC X(06).
               05 PPV-DATA-PREVIA   PIC 9(08).
               05 PPV-MAX-DEPEND    PIC 9(02).
               05 FILLER            PIC X(18).
           03 PPV-DADOS-A REDEFINES PPV-DADOS.
               05 PPV-TURMA-ANT     PIC X(06).
               05 PPV-TURMA-NOVA    PIC X(06).
               05 PPV-ETAPA-NOVA    PIC 9(02).
               05 PPV-RESULTADO     PIC X(01).
               05 PPV-QT-DEPEND     PIC 9(02).
               05 PPV-QT-INSCR      PIC 9(03).
               05 FILLER            PIC X(20).
           03 PPV-DADOS-M REDEFINES PPV-DADOS.
               05 PPV-DISC          PIC X(04).
               05 PPV-DEPENDENCIA   PIC X(01).
               05 FILLER            PIC X(35).

      *CONTROLE: SITUACAO P (PREVIA GRAVADA) OU E (EFETIVADA).
       FD  F-PROMOCTL.
       01  REG-PROMOCTL.
           03 PCT-TERMO-FECHADO PIC X(06).
           03 PCT-TERMO-NOVO    PIC X(06).
           03 PCT-SITUACAO      PIC X(01).
           03 PCT-DATA          PIC 9(08).
           03 PCT-QT-ALUNOS     PIC 9(05).
           03 PCT-QT-INSCR      PIC 9(05).
           03 PCT-APROVADOR     PIC X(20).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CADALUNO  PIC X(02) VALUE '00'.
       77 WRK-STATUS-BOLHIST   PIC X(02) VALUE '00'.
       77 WRK-STATUS-CURRICULO PIC X(02) VALUE '00'.
       77 WRK-STATUS-TURMAMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-TERMOCTL  PIC X(02) VALUE '00'.
       77 WRK-STATUS-MATRICTL  PIC X(02) VALUE '00'.
       77 WRK-STATUS-ALUNOMOV  PIC X(02) VALUE '00'.
       77 WRK-STATUS-PROMOPRV  PIC X(02) VALUE '00'.
       77 WRK-STATUS-PROMOCTL  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-FIM-BOL PIC X(01) VALUE 'N'.
           88 FIM-BOLHIST VALUE 'S'.
       77 WRK-BOL-ABERTO PIC X(01) VALUE 'N'.
           88 BOLHIST-ABERTO VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-PREVIA   VALUE 'P'.
           88 MAN-EFETIVAR VALUE 'E'.
           88 MAN-SAIR     VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
       77 WRK-MAN-CONFIRMA PIC X(01) VALUE SPACES.
           88 MAN-CONFIRMADO VALUE 'S'.
      *PAR DE TERMOS DA RODADA E O LIMITE DE PENDENCIAS PARA A
      *PROMOCAO COM DEPENDENCIA (BRANCO = 2).
       77 WRK-TERMO-FECHADO PIC X(06) VALUE SPACES.
       77 WRK-TERMO-NOVO    PIC X(06) VALUE SPACES.
       77 WRK-MAN-MAXDEP    PIC X(02) VALUE SPACES.
       77 WRK-MAN-MAXDEP-N REDEFINES WRK-MAN-MAXDEP PIC 9(02).
       77 WRK-MAX-DEPEND    PIC 9(02) VALUE 2.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-TERMOS-OK PIC X(01) VALUE 'N'.
           88 TERMOS-VALIDOS VALUE 'S'.
      *TERMOS FECHADOS NO TERMOCTL (A ULTIMA LINHA DO TERMO VALE).
       77 WRK-TCT-MAX PIC 9(02) VALUE 40.
       77 WRK-TCT-QT  PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-TERMOCTL.
           03 WRK-TAB-TCT-ITEM OCCURS 1 TO 40 TIMES
                   DEPENDING ON WRK-TCT-QT.
               05 WRK-TCT-TERMO    PIC X(06).
               05 WRK-TCT-FECHADO  PIC X(01).
       77 WRK-TCT-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-TCT-POS PIC 9(02) VALUE ZEROS.
       77 WRK-TERMO-PROCURA PIC X(06) VALUE SPACES.
       77 WRK-TERMO-FECHADO-OK PIC X(01) VALUE 'N'.
           88 TERMO-ESTA-FECHADO VALUE 'S'.
      *ULTIMA SITUACAO DO PAR DE TERMOS NO PROMOCTL (BRANCO = NUNCA
      *RODOU).
       77 WRK-PCT-SITUACAO PIC X(01) VALUE SPACES.
           88 PAR-SEM-PREVIA VALUE SPACE.
           88 PAR-EM-PREVIA  VALUE 'P'.
           88 PAR-EFETIVADO  VALUE 'E'.
       77 WRK-PCT-QT-ALUNOS PIC 9(05) VALUE ZEROS.
       77 WRK-PCT-QT-INSCR  PIC 9(05) VALUE ZEROS.
       77 WRK-PCT-DATA      PIC 9(08) VALUE ZEROS.
      *GRADE CURRICULAR EM MEMORIA (LINHAS COM ETAPA).
       77 WRK-GRD-MAX PIC 9(03) VALUE 300.
       77 WRK-GRD-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-GRADE.
           03 WRK-TAB-GRD-ITEM OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-GRD-QT.
               05 WRK-GRD-CURSO PIC X(20).
               05 WRK-GRD-DISC  PIC X(04).
               05 WRK-GRD-ETAPA PIC 9(02).
       77 WRK-GRD-IDX PIC 9(03) VALUE ZEROS.
      *TURMAS EM MEMORIA (CODIGO, CURSO, TERMO E ETAPA).
       77 WRK-TRU-MAX PIC 9(03) VALUE 200.
       77 WRK-TRU-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-TURMAS.
           03 WRK-TAB-TRU-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TRU-QT.
               05 WRK-TRU-CODIGO PIC X(06).
               05 WRK-TRU-CURSO  PIC X(20).
               05 WRK-TRU-TERMO  PIC X(06).
               05 WRK-TRU-ETAPA  PIC 9(02).
       77 WRK-TRU-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TRU-POS PIC 9(03) VALUE ZEROS.
      *ALUNO CORRENTE DA PREVIA.
       77 WRK-ALU-MATRICULA PIC X(10) VALUE SPACES.
       77 WRK-ALU-NOME      PIC X(30) VALUE SPACES.
       77 WRK-ALU-CURSO     PIC X(20) VALUE SPACES.
       77 WRK-ALU-TURMA     PIC X(06) VALUE SPACES.
       77 WRK-ALU-ETAPA     PIC 9(02) VALUE ZEROS.
       77 WRK-ETAPA-FINAL   PIC 9(02) VALUE ZEROS.
       77 WRK-ETAPA-DESTINO PIC 9(02) VALUE ZEROS.
       77 WRK-TURMA-DESTINO PIC X(06) VALUE SPACES.
       77 WRK-RESULTADO PIC X(01) VALUE SPACES.
           88 RES-PROMOVIDO    VALUE 'P'.
           88 RES-DEPENDENCIA  VALUE 'D'.
           88 RES-RETIDO       VALUE 'R'.
           88 RES-CONCLUINTE   VALUE 'C'.
           88 RES-SEM-TURMA    VALUE 'T'.
           88 RES-SEM-GRADE    VALUE 'G'.
           88 RES-COM-PROPOSTA VALUE 'P' 'D' 'R'.
       77 WRK-RESULTADO-NOME PIC X(24) VALUE SPACES.
      *DISCIPLINAS APROVADAS DO ALUNO ATE O TERMO ENCERRADO (BOLHIST).
       77 WRK-APR-MAX PIC 9(03) VALUE 200.
       77 WRK-APR-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-APROVADAS.
           03 WRK-APR-DISC PIC X(04) OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-APR-QT.
       77 WRK-APR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-APR-ACHOU PIC X(01) VALUE 'N'.
           88 DISC-APROVADA VALUE 'S'.
       77 WRK-DISC-PROCURA PIC X(04) VALUE SPACES.
      *PENDENCIAS (DISCIPLINAS DA GRADE ATE A ETAPA DO ALUNO SEM
      *APROVACAO) E AS INSCRICOES PROPOSTAS PARA O TERMO NOVO.
       77 WRK-DEP-MAX PIC 9(02) VALUE 40.
       77 WRK-DEP-QT  PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-PENDENCIAS.
           03 WRK-DEP-DISC PIC X(04) OCCURS 1 TO 40 TIMES
                   DEPENDING ON WRK-DEP-QT.
       77 WRK-DEP-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-LISTA-DEP PIC X(60) VALUE SPACES.
       77 WRK-LISTA-PTR PIC 9(03) VALUE ZEROS.
       77 WRK-QT-INSCR-ALUNO PIC 9(03) VALUE ZEROS.
      *INSCRICOES JA EXISTENTES NO TERMO NOVO (EFETIVACAO), PARA NAO
      *DUPLICAR O QUE A SECRETARIA JA LANCOU NO PROGCOB72.
       77 WRK-INS-MAX PIC 9(04) VALUE 3000.
       77 WRK-INS-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-INSCRICOES.
           03 WRK-TAB-INS-ITEM OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WRK-INS-QT.
               05 WRK-INS-MATRICULA PIC X(10).
               05 WRK-INS-DISC      PIC X(04).
       77 WRK-INS-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-INS-ACHOU PIC X(01) VALUE 'N'.
           88 INSCRICAO-EXISTE VALUE 'S'.
       77 WRK-ALUNO-APLICA PIC X(01) VALUE 'N'.
           88 ALUNO-APLICA VALUE 'S'.
      *CONTADORES DA PREVIA E DA EFETIVACAO.
       77 WRK-QT-AVALIADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PROMOVIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DEPENDENCIA PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RETIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CONCLUINTES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-TURMA   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-GRADE   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PROPOSTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-INSCR-PROP  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-APLICADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PULADOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-INSCR-GRAV  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-INSCR-JA    PIC 9(05) VALUE ZEROS.
       77 WRK-RC-PROMOCAO    PIC 9(02) VALUE ZEROS.
      *APROVADOR DA EFETIVACAO: USUARIO VALIDADO PELO PROGCOB10
      *(ENTRADA -PARM), QUE DEVOLVE O NIVEL REAL DO CADASTRO.
       77 WRK-APROVADOR   PIC X(20) VALUE SPACES.
       77 WRK-APROV-SENHA PIC X(20) VALUE SPACES.
       01 WRK-PARM-PROGCOB10.
           03 WRK-P10-USUARIO PIC X(20).
           03 WRK-P10-SENHA   PIC X(20).
           03 WRK-P10-NIVEL   PIC 9(02).
               88 APROVADOR-SUPERVISOR VALUE 03.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB131'.
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
      *CADALUNO, MATRICTL E ALUNOMOV MUDAM JUNTOS: A MESMA TRAVA DOS
      *DEMAIS PROGRAMAS DA ESCOLA.
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
           MOVE ZEROS TO WRK-RC-PROMOCAO.
           MOVE ZEROS TO WRK-QT-PROPOSTOS.
           MOVE ZEROS TO WRK-QT-APLICADOS.
           MOVE SPACES TO WRK-APROVADOR.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-PROMOCAO UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'TERMOS=' WRK-TERMO-FECHADO '>' WRK-TERMO-NOVO
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           STRING 'PROPOSTOS=' WRK-QT-PROPOSTOS
               ' APLICADOS=' WRK-QT-APLICADOS
               ' APROVADOR=' WRK-APROVADOR
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE WRK-RC-PROMOCAO TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-PROMOCAO.
           DISPLAY '-- PROMOCAO E REMATRICULA DE FIM DE TERMO --'.
           DISPLAY '(P)REVIA (E)FETIVAR (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-PREVIA
                   PERFORM 0300-PREVIA
               WHEN MAN-EFETIVAR
                   PERFORM 0500-EFETIVAR
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *PAR DE TERMOS: ENCERRADO (FECHADO NO TERMOCTL) E NOVO (AINDA
      *ABERTO), DIFERENTES, COM A SITUACAO DO PAR NO PROMOCTL.
       0210-OBTER-TERMOS.
           MOVE 'N' TO WRK-TERMOS-OK.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'TERMO ENCERRADO (AAAA-N).. '.
           ACCEPT WRK-TERMO-FECHADO.
           DISPLAY 'TERMO NOVO (AAAA-N).. '.
           ACCEPT WRK-TERMO-NOVO.
           PERFORM 0220-CARREGAR-TERMOCTL.
           PERFORM 0230-SITUACAO-DO-PAR.
           MOVE WRK-TERMO-FECHADO TO WRK-TERMO-PROCURA.
           PERFORM 0225-TERMO-FECHADO.
           EVALUATE TRUE
               WHEN WRK-TERMO-FECHADO = SPACES
                   OR WRK-TERMO-NOVO = SPACES
                   DISPLAY 'TERMO NAO INFORMADO, NADA FEITO'
               WHEN WRK-TERMO-NOVO NOT > WRK-TERMO-FECHADO
                   DISPLAY 'O TERMO NOVO TEM QUE SER POSTERIOR AO '
                       'ENCERRADO, NADA FEITO'
               WHEN NOT TERMO-ESTA-FECHADO
                   DISPLAY 'TERMO ' WRK-TERMO-FECHADO
                       ' AINDA ABERTO NO TERMOCTL - FECHE PELO '
                       'PROGCOB24, NADA FEITO'
               WHEN OTHER
                   MOVE WRK-TERMO-NOVO TO WRK-TERMO-PROCURA
                   PERFORM 0225-TERMO-FECHADO
                   IF TERMO-ESTA-FECHADO
                       DISPLAY 'TERMO ' WRK-TERMO-NOVO ' JA FECHADO '
                           'NO TERMOCTL, NADA FEITO'
                   ELSE
                       MOVE 'S' TO WRK-TERMOS-OK
                   END-IF
           END-EVALUATE.

       0220-CARREGAR-TERMOCTL.
           MOVE ZEROS TO WRK-TCT-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TERMOCTL.
           IF WRK-STATUS-TERMOCTL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0221-LER-TERMOCTL UNTIL FIM-ARQ.
           IF WRK-STATUS-TERMOCTL NOT = '35'
               CLOSE F-TERMOCTL
           END-IF.

       0221-LER-TERMOCTL.
           READ F-TERMOCTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE TCT-TERMO TO WRK-TERMO-PROCURA
                   PERFORM 0226-LOCALIZAR-TERMO
                   IF WRK-TCT-POS = 0 AND WRK-TCT-QT < WRK-TCT-MAX
                       ADD 1 TO WRK-TCT-QT
                       MOVE WRK-TCT-QT TO WRK-TCT-POS
                       MOVE TCT-TERMO TO WRK-TCT-TERMO (WRK-TCT-POS)
                   END-IF
                   IF WRK-TCT-POS > 0
                       IF TCT-SITUACAO = 'F'
                           MOVE 'S' TO WRK-TCT-FECHADO (WRK-TCT-POS)
                       ELSE
                           MOVE 'N' TO WRK-TCT-FECHADO (WRK-TCT-POS)
                       END-IF
                   END-IF
           END-READ.

      *O TERMO WRK-TERMO-PROCURA ESTA FECHADO NO TERMOCTL?
       0225-TERMO-FECHADO.
           MOVE 'N' TO WRK-TERMO-FECHADO-OK.
           PERFORM 0226-LOCALIZAR-TERMO.
           IF WRK-TCT-POS > 0
               IF WRK-TCT-FECHADO (WRK-TCT-POS) = 'S'
                   MOVE 'S' TO WRK-TERMO-FECHADO-OK
               END-IF
           END-IF.

       0226-LOCALIZAR-TERMO.
           MOVE ZEROS TO WRK-TCT-POS.
           PERFORM 0227-COMPARAR-TERMO
               VARYING WRK-TCT-IDX FROM 1 BY 1
               UNTIL WRK-TCT-IDX > WRK-TCT-QT OR WRK-TCT-POS > 0.

       0227-COMPARAR-TERMO.
           IF WRK-TCT-TERMO (WRK-TCT-IDX) = WRK-TERMO-PROCURA
               MOVE WRK-TCT-IDX TO WRK-TCT-POS
           END-IF.

      *ULTIMA LINHA DO PROMOCTL PARA O PAR DE TERMOS.
       0230-SITUACAO-DO-PAR.
           MOVE SPACES TO WRK-PCT-SITUACAO.
           MOVE ZEROS TO WRK-PCT-QT-ALUNOS.
           MOVE ZEROS TO WRK-PCT-QT-INSCR.
           MOVE ZEROS TO WRK-PCT-DATA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PROMOCTL.
           IF WRK-STATUS-PROMOCTL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0231-LER-PROMOCTL UNTIL FIM-ARQ.
           IF WRK-STATUS-PROMOCTL NOT = '35'
               CLOSE F-PROMOCTL
           END-IF.

       0231-LER-PROMOCTL.
           READ F-PROMOCTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PCT-TERMO-FECHADO = WRK-TERMO-FECHADO
                       AND PCT-TERMO-NOVO = WRK-TERMO-NOVO
                       MOVE PCT-SITUACAO  TO WRK-PCT-SITUACAO
                       MOVE PCT-QT-ALUNOS TO WRK-PCT-QT-ALUNOS
                       MOVE PCT-QT-INSCR  TO WRK-PCT-QT-INSCR
                       MOVE PCT-DATA      TO WRK-PCT-DATA
                   END-IF
           END-READ.

       0240-GRAVAR-PROMOCTL.
           OPEN EXTEND F-PROMOCTL.
           IF WRK-STATUS-PROMOCTL = '35'
               OPEN OUTPUT F-PROMOCTL
           END-IF.
           MOVE WRK-TERMO-FECHADO TO PCT-TERMO-FECHADO.
           MOVE WRK-TERMO-NOVO    TO PCT-TERMO-NOVO.
           MOVE WRK-DATA-HOJE     TO PCT-DATA.
           WRITE REG-PROMOCTL.
           CLOSE F-PROMOCTL.

      *PREVIA: AVALIA CADA ALUNO, GRAVA O RELATORIO E A PROPOSTA.
       0300-PREVIA.
           PERFORM 0210-OBTER-TERMOS.
           IF TERMOS-VALIDOS AND PAR-EFETIVADO
               DISPLAY 'PROMOCAO ' WRK-TERMO-FECHADO ' -> '
                   WRK-TERMO-NOVO ' JA EFETIVADA, NADA FEITO'
               MOVE 'N' TO WRK-TERMOS-OK
           END-IF.
           IF TERMOS-VALIDOS
               DISPLAY 'LIMITE DE PENDENCIAS PARA PROMOVER COM '
                   'DEPENDENCIA (BRANCO = 2).. '
               ACCEPT WRK-MAN-MAXDEP
               EVALUATE TRUE
                   WHEN WRK-MAN-MAXDEP = SPACES
                       MOVE 2 TO WRK-MAX-DEPEND
                   WHEN WRK-MAN-MAXDEP IS NUMERIC
                       MOVE WRK-MAN-MAXDEP-N TO WRK-MAX-DEPEND
                   WHEN OTHER
                       DISPLAY 'LIMITE INVALIDO, NADA FEITO'
                       MOVE 'N' TO WRK-TERMOS-OK
               END-EVALUATE
           END-IF.
           IF TERMOS-VALIDOS
               PERFORM 0310-GERAR-PREVIA
           END-IF.

       0310-GERAR-PREVIA.
           PERFORM 0320-CARREGAR-GRADE.
           PERFORM 0330-CARREGAR-TURMAS.
           MOVE ZEROS TO WRK-QT-AVALIADOS.
           MOVE ZEROS TO WRK-QT-PROMOVIDOS.
           MOVE ZEROS TO WRK-QT-DEPENDENCIA.
           MOVE ZEROS TO WRK-QT-RETIDOS.
           MOVE ZEROS TO WRK-QT-CONCLUINTES.
           MOVE ZEROS TO WRK-QT-SEM-TURMA.
           MOVE ZEROS TO WRK-QT-SEM-GRADE.
           MOVE ZEROS TO WRK-QT-PROPOSTOS.
           MOVE ZEROS TO WRK-QT-INSCR-PROP.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'PREVIA DA PROMOCAO ' WRK-TERMO-FECHADO ' -> '
               WRK-TERMO-NOVO ' - LIMITE DE DEPENDENCIAS '
               WRK-MAX-DEPEND ' - NADA FOI GRAVADO NOS CADASTROS'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           OPEN OUTPUT F-PROMOPRV.
           MOVE SPACES TO REG-PROMOPRV.
           MOVE 'H' TO PPV-TIPO.
           MOVE WRK-TERMO-FECHADO TO PPV-TERMO-FECHADO.
           MOVE WRK-TERMO-NOVO TO PPV-TERMO-NOVO.
           MOVE WRK-DATA-HOJE TO PPV-DATA-PREVIA.
           MOVE WRK-MAX-DEPEND TO PPV-MAX-DEPEND.
           WRITE REG-PROMOPRV.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO NOT = '00'
               DISPLAY 'CADASTRO DE ALUNOS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0340-LER-ALUNO UNTIL FIM-ARQ.
           IF WRK-STATUS-CADALUNO NOT = '35'
               CLOSE F-CADALUNO
           END-IF.
           CLOSE F-PROMOPRV.
           PERFORM 0380-GRAVAR-TOTAIS-PREVIA.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           MOVE 'P' TO PCT-SITUACAO.
           MOVE WRK-QT-PROPOSTOS TO PCT-QT-ALUNOS.
           MOVE WRK-QT-INSCR-PROP TO PCT-QT-INSCR.
           MOVE SPACES TO PCT-APROVADOR.
           PERFORM 0240-GRAVAR-PROMOCTL.
           DISPLAY 'PREVIA GRAVADA: ' WRK-QT-PROPOSTOS ' ALUNO(S) E '
               WRK-QT-INSCR-PROP ' INSCRICAO(OES) PROPOSTAS - REVISE '
               'O PROGCOB131RPT E EFETIVE (E) COM O COORDENADOR'.
           IF WRK-QT-SEM-TURMA > 0 OR WRK-QT-SEM-GRADE > 0
               DISPLAY '*** ' WRK-QT-SEM-TURMA ' ALUNO(S) SEM TURMA NO '
                   'TERMO NOVO E ' WRK-QT-SEM-GRADE ' SEM GRADE - '
                   'FICAM FORA DA PROPOSTA ***'
               IF WRK-RC-PROMOCAO < 4
                   MOVE 4 TO WRK-RC-PROMOCAO
               END-IF
           END-IF.

      *GRADE CURRICULAR: SO AS LINHAS COM ETAPA ENTRAM NA PROMOCAO.
       0320-CARREGAR-GRADE.
           MOVE ZEROS TO WRK-GRD-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CURRICULO.
           IF WRK-STATUS-CURRICULO NOT = '00'
               DISPLAY 'GRADE CURRICULAR (CURRICULO) NAO ENCONTRADA'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0321-LER-GRADE UNTIL FIM-ARQ.
           IF WRK-STATUS-CURRICULO NOT = '35'
               CLOSE F-CURRICULO
           END-IF.

       0321-LER-GRADE.
           READ F-CURRICULO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CUR-ETAPA IS NUMERIC AND CUR-ETAPA > 0
                       IF WRK-GRD-QT < WRK-GRD-MAX
                           ADD 1 TO WRK-GRD-QT
                           MOVE CUR-CURSO TO WRK-GRD-CURSO (WRK-GRD-QT)
                           MOVE CUR-DISC TO WRK-GRD-DISC (WRK-GRD-QT)
                           MOVE CUR-ETAPA TO WRK-GRD-ETAPA (WRK-GRD-QT)
                       ELSE
                           DISPLAY 'GRADE ALEM DA TABELA EM MEMORIA - '
                               'LINHA FORA DA PROMOCAO: ' CUR-CURSO
                               ' ' CUR-DISC
                       END-IF
                   END-IF
           END-READ.

       0330-CARREGAR-TURMAS.
           MOVE ZEROS TO WRK-TRU-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TURMAMEST.
           IF WRK-STATUS-TURMAMEST NOT = '00'
               DISPLAY 'CADASTRO DE TURMAS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0331-LER-TURMA UNTIL FIM-ARQ.
           IF WRK-STATUS-TURMAMEST NOT = '35'
               CLOSE F-TURMAMEST
           END-IF.

       0331-LER-TURMA.
           READ F-TURMAMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-TRU-QT < WRK-TRU-MAX
                       ADD 1 TO WRK-TRU-QT
                       MOVE TRU-CODIGO TO WRK-TRU-CODIGO (WRK-TRU-QT)
                       MOVE TRU-CURSO TO WRK-TRU-CURSO (WRK-TRU-QT)
                       MOVE TRU-TERMO TO WRK-TRU-TERMO (WRK-TRU-QT)
                       IF TRU-ETAPA IS NUMERIC
                           MOVE TRU-ETAPA TO WRK-TRU-ETAPA (WRK-TRU-QT)
                       ELSE
                           MOVE ZEROS TO WRK-TRU-ETAPA (WRK-TRU-QT)
                       END-IF
                   END-IF
           END-READ.

       0340-LER-ALUNO.
           READ F-CADALUNO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CAD-ATIVO
                       PERFORM 0400-AVALIAR-ALUNO
                   END-IF
           END-READ.

      *ALUNO ATIVO NUMA TURMA DO TERMO ENCERRADO, COM ETAPA: APURA
      *AS PENDENCIAS, DECIDE O RESULTADO E PROPOE TURMA E INSCRICOES.
       0400-AVALIAR-ALUNO.
           MOVE CAD-MATRICULA TO WRK-ALU-MATRICULA.
           MOVE CAD-NOME TO WRK-ALU-NOME.
           MOVE CAD-CURSO TO WRK-ALU-CURSO.
           MOVE CAD-TURMA TO WRK-ALU-TURMA.
           MOVE ZEROS TO WRK-TRU-POS.
           PERFORM 0410-COMPARAR-TURMA-ATUAL
               VARYING WRK-TRU-IDX FROM 1 BY 1
               UNTIL WRK-TRU-IDX > WRK-TRU-QT OR WRK-TRU-POS > 0.
           IF WRK-TRU-POS > 0
               IF WRK-TRU-TERMO (WRK-TRU-POS) = WRK-TERMO-FECHADO
                   AND WRK-TRU-ETAPA (WRK-TRU-POS) > 0
                   MOVE WRK-TRU-ETAPA (WRK-TRU-POS) TO WRK-ALU-ETAPA
                   ADD 1 TO WRK-QT-AVALIADOS
                   PERFORM 0420-DECIDIR-RESULTADO
                   PERFORM 0450-GRAVAR-PROPOSTA
                   PERFORM 0470-RELATAR-ALUNO
               END-IF
           END-IF.

       0410-COMPARAR-TURMA-ATUAL.
           IF WRK-TRU-CODIGO (WRK-TRU-IDX) = WRK-ALU-TURMA
               MOVE WRK-TRU-IDX TO WRK-TRU-POS
           END-IF.

       0420-DECIDIR-RESULTADO.
           MOVE ZEROS TO WRK-ETAPA-FINAL.
           PERFORM 0421-ETAPA-FINAL-DO-CURSO
               VARYING WRK-GRD-IDX FROM 1 BY 1
               UNTIL WRK-GRD-IDX > WRK-GRD-QT.
           MOVE ZEROS TO WRK-DEP-QT.
           MOVE SPACES TO WRK-TURMA-DESTINO.
           MOVE WRK-ALU-ETAPA TO WRK-ETAPA-DESTINO.
           IF WRK-ETAPA-FINAL = 0
               MOVE 'G' TO WRK-RESULTADO
           ELSE
               PERFORM 0430-CARREGAR-APROVADAS
               PERFORM 0425-APURAR-PENDENCIA
                   VARYING WRK-GRD-IDX FROM 1 BY 1
                   UNTIL WRK-GRD-IDX > WRK-GRD-QT
               EVALUATE TRUE
                   WHEN WRK-DEP-QT > WRK-MAX-DEPEND
                       MOVE 'R' TO WRK-RESULTADO
                   WHEN WRK-ALU-ETAPA NOT < WRK-ETAPA-FINAL
                       AND WRK-DEP-QT = 0
                       MOVE 'C' TO WRK-RESULTADO
                   WHEN WRK-ALU-ETAPA NOT < WRK-ETAPA-FINAL
      *NA ETAPA FINAL NAO HA PARA ONDE PROMOVER: FICA NA ETAPA SO
      *COM AS PENDENCIAS.
                       MOVE 'R' TO WRK-RESULTADO
                   WHEN WRK-DEP-QT = 0
                       MOVE 'P' TO WRK-RESULTADO
                       ADD 1 TO WRK-ETAPA-DESTINO
                   WHEN OTHER
                       MOVE 'D' TO WRK-RESULTADO
                       ADD 1 TO WRK-ETAPA-DESTINO
               END-EVALUATE
           END-IF.
           IF RES-COM-PROPOSTA
               PERFORM 0440-LOCALIZAR-TURMA-DESTINO
               IF WRK-TURMA-DESTINO = SPACES
                   MOVE 'T' TO WRK-RESULTADO
               END-IF
           END-IF.

       0421-ETAPA-FINAL-DO-CURSO.
           IF WRK-GRD-CURSO (WRK-GRD-IDX) = WRK-ALU-CURSO
               AND WRK-GRD-ETAPA (WRK-GRD-IDX) > WRK-ETAPA-FINAL
               MOVE WRK-GRD-ETAPA (WRK-GRD-IDX) TO WRK-ETAPA-FINAL
           END-IF.

      *DISCIPLINA DA GRADE DO CURSO ATE A ETAPA DO ALUNO SEM
      *APROVACAO NO BOLHIST E PENDENCIA.
       0425-APURAR-PENDENCIA.
           IF WRK-GRD-CURSO (WRK-GRD-IDX) = WRK-ALU-CURSO
               AND WRK-GRD-ETAPA (WRK-GRD-IDX) NOT > WRK-ALU-ETAPA
               MOVE WRK-GRD-DISC (WRK-GRD-IDX) TO WRK-DISC-PROCURA
               PERFORM 0435-DISCIPLINA-APROVADA
               IF NOT DISC-APROVADA AND WRK-DEP-QT < WRK-DEP-MAX
                   ADD 1 TO WRK-DEP-QT
                   MOVE WRK-DISC-PROCURA TO WRK-DEP-DISC (WRK-DEP-QT)
               END-IF
           END-IF.

      *DISCIPLINAS APROVADAS DO ALUNO EM QUALQUER TERMO ATE O
      *ENCERRADO (O BOLETIM MAIS RECENTE DA CHAVE JA E O FINAL).
       0430-CARREGAR-APROVADAS.
           MOVE ZEROS TO WRK-APR-QT.
           MOVE 'N' TO WRK-FIM-BOL.
           MOVE 'N' TO WRK-BOL-ABERTO.
           OPEN INPUT F-BOLHIST.
           IF WRK-STATUS-BOLHIST NOT = '00'
               MOVE 'S' TO WRK-FIM-BOL
           ELSE
               MOVE 'S' TO WRK-BOL-ABERTO
               MOVE SPACES TO BHI-CHAVE
               MOVE WRK-ALU-MATRICULA TO BHI-MATRICULA
               START F-BOLHIST KEY >= BHI-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-BOL
               END-START
           END-IF.
           PERFORM 0431-LER-HISTORICO UNTIL FIM-BOLHIST.
           IF BOLHIST-ABERTO
               CLOSE F-BOLHIST
           END-IF.

       0431-LER-HISTORICO.
           READ F-BOLHIST NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-BOL
               NOT AT END
                   IF BHI-MATRICULA NOT = WRK-ALU-MATRICULA
                       MOVE 'S' TO WRK-FIM-BOL
                   ELSE
                       IF BHI-STATUS = 'APROVADO'
                           AND BHI-TERMO NOT > WRK-TERMO-FECHADO
                           MOVE BHI-DISC TO WRK-DISC-PROCURA
                           PERFORM 0435-DISCIPLINA-APROVADA
                           IF NOT DISC-APROVADA
                               AND WRK-APR-QT < WRK-APR-MAX
                               ADD 1 TO WRK-APR-QT
                               MOVE BHI-DISC
                                    TO WRK-APR-DISC (WRK-APR-QT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0435-DISCIPLINA-APROVADA.
           MOVE 'N' TO WRK-APR-ACHOU.
           PERFORM 0436-COMPARAR-APROVADA
               VARYING WRK-APR-IDX FROM 1 BY 1
               UNTIL WRK-APR-IDX > WRK-APR-QT OR DISC-APROVADA.

       0436-COMPARAR-APROVADA.
           IF WRK-APR-DISC (WRK-APR-IDX) = WRK-DISC-PROCURA
               MOVE 'S' TO WRK-APR-ACHOU
           END-IF.

      *TURMA DO TERMO NOVO COM O CURSO E A ETAPA DE DESTINO (A
      *PRIMEIRA DO CADASTRO).
       0440-LOCALIZAR-TURMA-DESTINO.
           PERFORM 0441-COMPARAR-TURMA-DESTINO
               VARYING WRK-TRU-IDX FROM 1 BY 1
               UNTIL WRK-TRU-IDX > WRK-TRU-QT
                   OR WRK-TURMA-DESTINO NOT = SPACES.

       0441-COMPARAR-TURMA-DESTINO.
           IF WRK-TRU-TERMO (WRK-TRU-IDX) = WRK-TERMO-NOVO
               AND WRK-TRU-CURSO (WRK-TRU-IDX) = WRK-ALU-CURSO
               AND WRK-TRU-ETAPA (WRK-TRU-IDX) = WRK-ETAPA-DESTINO
               MOVE WRK-TRU-CODIGO (WRK-TRU-IDX) TO WRK-TURMA-DESTINO
           END-IF.

      *PROPOSTA DO ALUNO: A LINHA A E AS INSCRICOES (DISCIPLINAS DA
      *ETAPA NOVA NA PROMOCAO, MAIS AS PENDENCIAS).
       0450-GRAVAR-PROPOSTA.
           MOVE ZEROS TO WRK-QT-INSCR-ALUNO.
           IF RES-COM-PROPOSTA
               ADD 1 TO WRK-QT-PROPOSTOS
               IF RES-PROMOVIDO OR RES-DEPENDENCIA
                   PERFORM 0451-CONTAR-ETAPA-NOVA
                       VARYING WRK-GRD-IDX FROM 1 BY 1
                       UNTIL WRK-GRD-IDX > WRK-GRD-QT
               END-IF
               ADD WRK-DEP-QT TO WRK-QT-INSCR-ALUNO
               ADD WRK-QT-INSCR-ALUNO TO WRK-QT-INSCR-PROP
               MOVE SPACES TO REG-PROMOPRV
               MOVE 'A' TO PPV-TIPO
               MOVE WRK-ALU-MATRICULA TO PPV-MATRICULA
               MOVE WRK-ALU-TURMA TO PPV-TURMA-ANT
               MOVE WRK-TURMA-DESTINO TO PPV-TURMA-NOVA
               MOVE WRK-ETAPA-DESTINO TO PPV-ETAPA-NOVA
               MOVE WRK-RESULTADO TO PPV-RESULTADO
               MOVE WRK-DEP-QT TO PPV-QT-DEPEND
               MOVE WRK-QT-INSCR-ALUNO TO PPV-QT-INSCR
               WRITE REG-PROMOPRV
               IF RES-PROMOVIDO OR RES-DEPENDENCIA
                   PERFORM 0452-GRAVAR-INSCRICAO-ETAPA
                       VARYING WRK-GRD-IDX FROM 1 BY 1
                       UNTIL WRK-GRD-IDX > WRK-GRD-QT
               END-IF
               PERFORM 0453-GRAVAR-INSCRICAO-PENDENTE
                   VARYING WRK-DEP-IDX FROM 1 BY 1
                   UNTIL WRK-DEP-IDX > WRK-DEP-QT
           END-IF.

       0451-CONTAR-ETAPA-NOVA.
           IF WRK-GRD-CURSO (WRK-GRD-IDX) = WRK-ALU-CURSO
               AND WRK-GRD-ETAPA (WRK-GRD-IDX) = WRK-ETAPA-DESTINO
               ADD 1 TO WRK-QT-INSCR-ALUNO
           END-IF.

       0452-GRAVAR-INSCRICAO-ETAPA.
           IF WRK-GRD-CURSO (WRK-GRD-IDX) = WRK-ALU-CURSO
               AND WRK-GRD-ETAPA (WRK-GRD-IDX) = WRK-ETAPA-DESTINO
               MOVE SPACES TO REG-PROMOPRV
               MOVE 'M' TO PPV-TIPO
               MOVE WRK-ALU-MATRICULA TO PPV-MATRICULA
               MOVE WRK-GRD-DISC (WRK-GRD-IDX) TO PPV-DISC
               MOVE 'N' TO PPV-DEPENDENCIA
               WRITE REG-PROMOPRV
           END-IF.

       0453-GRAVAR-INSCRICAO-PENDENTE.
           MOVE SPACES TO REG-PROMOPRV.
           MOVE 'M' TO PPV-TIPO.
           MOVE WRK-ALU-MATRICULA TO PPV-MATRICULA.
           MOVE WRK-DEP-DISC (WRK-DEP-IDX) TO PPV-DISC.
           MOVE 'S' TO PPV-DEPENDENCIA.
           WRITE REG-PROMOPRV.

      *LINHA DO ALUNO NO RELATORIO, COM A LISTA DE PENDENCIAS.
       0470-RELATAR-ALUNO.
           EVALUATE TRUE
               WHEN RES-PROMOVIDO
                   ADD 1 TO WRK-QT-PROMOVIDOS
                   MOVE 'PROMOVIDO' TO WRK-RESULTADO-NOME
               WHEN RES-DEPENDENCIA
                   ADD 1 TO WRK-QT-DEPENDENCIA
                   MOVE 'PROMOVIDO C/ DEPENDENCIA' TO WRK-RESULTADO-NOME
               WHEN RES-RETIDO
                   ADD 1 TO WRK-QT-RETIDOS
                   MOVE 'RETIDO NA ETAPA' TO WRK-RESULTADO-NOME
               WHEN RES-CONCLUINTE
                   ADD 1 TO WRK-QT-CONCLUINTES
                   MOVE 'CONCLUINTE (PROGCOB73)' TO WRK-RESULTADO-NOME
               WHEN RES-SEM-TURMA
                   ADD 1 TO WRK-QT-SEM-TURMA
                   MOVE 'SEM TURMA NO TERMO NOVO' TO WRK-RESULTADO-NOME
               WHEN OTHER
                   ADD 1 TO WRK-QT-SEM-GRADE
                   MOVE 'CURSO SEM GRADE/ETAPA' TO WRK-RESULTADO-NOME
           END-EVALUATE.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-ALU-MATRICULA ' ' WRK-ALU-NOME
               ' TURMA ' WRK-ALU-TURMA ' ETAPA ' WRK-ALU-ETAPA
               ' ' WRK-RESULTADO-NOME
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-LISTA-DEP.
           MOVE 1 TO WRK-LISTA-PTR.
           PERFORM 0471-MONTAR-LISTA-DEP
               VARYING WRK-DEP-IDX FROM 1 BY 1
               UNTIL WRK-DEP-IDX > WRK-DEP-QT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF RES-COM-PROPOSTA
               STRING '           -> TURMA ' WRK-TURMA-DESTINO
                   ' ETAPA ' WRK-ETAPA-DESTINO
                   ' INSCRICOES ' WRK-QT-INSCR-ALUNO
                   ' PENDENCIAS ' WRK-DEP-QT ': ' WRK-LISTA-DEP
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               STRING '           -> FORA DA PROPOSTA - ETAPA DESTINO '
                   WRK-ETAPA-DESTINO ' PENDENCIAS ' WRK-DEP-QT ': '
                   WRK-LISTA-DEP
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0471-MONTAR-LISTA-DEP.
           STRING WRK-DEP-DISC (WRK-DEP-IDX) ' '
               DELIMITED BY SIZE INTO WRK-LISTA-DEP
               WITH POINTER WRK-LISTA-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING.

       0380-GRAVAR-TOTAIS-PREVIA.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'ALUNOS AVALIADOS=' WRK-QT-AVALIADOS
               ' PROMOVIDOS=' WRK-QT-PROMOVIDOS
               ' C/DEPENDENCIA=' WRK-QT-DEPENDENCIA
               ' RETIDOS=' WRK-QT-RETIDOS
               ' CONCLUINTES=' WRK-QT-CONCLUINTES
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'SEM TURMA=' WRK-QT-SEM-TURMA
               ' SEM GRADE=' WRK-QT-SEM-GRADE
               ' PROPOSTA: ALUNOS=' WRK-QT-PROPOSTOS
               ' INSCRICOES=' WRK-QT-INSCR-PROP
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *EFETIVACAO: SO A PROPOSTA DA ULTIMA PREVIA DO PAR, UMA VEZ, E
      *COM A APROVACAO DO SUPERVISOR.
       0500-EFETIVAR.
           PERFORM 0210-OBTER-TERMOS.
           IF TERMOS-VALIDOS
               EVALUATE TRUE
                   WHEN PAR-EFETIVADO
                       DISPLAY 'PROMOCAO ' WRK-TERMO-FECHADO ' -> '
                           WRK-TERMO-NOVO ' JA EFETIVADA, NADA FEITO'
                       MOVE 'N' TO WRK-TERMOS-OK
                   WHEN NOT PAR-EM-PREVIA
                       DISPLAY 'SEM PREVIA PARA ' WRK-TERMO-FECHADO
                           ' -> ' WRK-TERMO-NOVO ' - RODE A (P) '
                           'PRIMEIRO, NADA FEITO'
                       MOVE 'N' TO WRK-TERMOS-OK
                   WHEN OTHER
                       PERFORM 0510-CONFERIR-PROPOSTA
               END-EVALUATE
           END-IF.
           IF TERMOS-VALIDOS
               DISPLAY 'PREVIA DE ' WRK-PCT-DATA ': '
                   WRK-PCT-QT-ALUNOS ' ALUNO(S), ' WRK-PCT-QT-INSCR
                   ' INSCRICAO(OES)'
               DISPLAY 'USUARIO SUPERVISOR APROVADOR.. '
               ACCEPT WRK-APROVADOR
               DISPLAY 'SENHA DO APROVADOR.. '
               ACCEPT WRK-APROV-SENHA
               MOVE WRK-APROVADOR TO WRK-P10-USUARIO
               MOVE WRK-APROV-SENHA TO WRK-P10-SENHA
               MOVE ZEROS TO WRK-P10-NIVEL
               CALL 'PROGCOB10-PARM' USING WRK-PARM-PROGCOB10
               IF NOT APROVADOR-SUPERVISOR
                   DISPLAY 'APROVADOR ' WRK-APROVADOR ' NAO TEM NIVEL '
                       'SUPERVISOR, NADA FEITO'
                   MOVE 16 TO WRK-RC-PROMOCAO
                   MOVE 'N' TO WRK-TERMOS-OK
               END-IF
           END-IF.
           IF TERMOS-VALIDOS
               DISPLAY 'CONFIRMA A EFETIVACAO (S/N).. '
               ACCEPT WRK-MAN-CONFIRMA
               IF NOT MAN-CONFIRMADO
                   DISPLAY 'EFETIVACAO CANCELADA, NADA FEITO'
                   MOVE 'N' TO WRK-TERMOS-OK
               END-IF
           END-IF.
           IF TERMOS-VALIDOS
               PERFORM 0520-APLICAR-PROPOSTA
           END-IF.

      *A PROPOSTA GRAVADA TEM QUE SER A DO MESMO PAR DE TERMOS.
       0510-CONFERIR-PROPOSTA.
           OPEN INPUT F-PROMOPRV.
           IF WRK-STATUS-PROMOPRV NOT = '00'
               DISPLAY 'PROPOSTA (PROMOPRV) NAO ENCONTRADA - '
                   'RODE A (P) DE NOVO, NADA FEITO'
               MOVE 'N' TO WRK-TERMOS-OK
           ELSE
               READ F-PROMOPRV
                   AT END
                       MOVE SPACES TO REG-PROMOPRV
               END-READ
               IF NOT PPV-CABECALHO
                   OR PPV-TERMO-FECHADO NOT = WRK-TERMO-FECHADO
                   OR PPV-TERMO-NOVO NOT = WRK-TERMO-NOVO
                   DISPLAY 'A PROPOSTA GRAVADA E DE OUTRO PAR DE '
                       'TERMOS - RODE A (P) DE NOVO, NADA FEITO'
                   MOVE 'N' TO WRK-TERMOS-OK
               END-IF
               CLOSE F-PROMOPRV
           END-IF.

       0520-APLICAR-PROPOSTA.
           MOVE ZEROS TO WRK-QT-APLICADOS.
           MOVE ZEROS TO WRK-QT-PULADOS.
           MOVE ZEROS TO WRK-QT-INSCR-GRAV.
           MOVE ZEROS TO WRK-QT-INSCR-JA.
           MOVE 'N' TO WRK-ALUNO-APLICA.
           PERFORM 0530-CARREGAR-INSCRICOES.
           OPEN I-O F-CADALUNO.
           IF WRK-STATUS-CADALUNO NOT = '00'
               DISPLAY 'CADASTRO DE ALUNOS NAO ABRIU PARA ATUALIZACAO ('
                   WRK-STATUS-CADALUNO '), NADA FEITO'
               MOVE 12 TO WRK-RC-PROMOCAO
           ELSE
               OPEN EXTEND F-MATRICTL
               IF WRK-STATUS-MATRICTL = '35'
                   OPEN OUTPUT F-MATRICTL
               END-IF
               OPEN EXTEND F-ALUNOMOV
               IF WRK-STATUS-ALUNOMOV = '35'
                   OPEN OUTPUT F-ALUNOMOV
               END-IF
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-PROMOPRV
               PERFORM 0540-LER-PROPOSTA UNTIL FIM-ARQ
               CLOSE F-PROMOPRV
               CLOSE F-ALUNOMOV
               CLOSE F-MATRICTL
               CLOSE F-CADALUNO
               MOVE 'E' TO PCT-SITUACAO
               MOVE WRK-QT-APLICADOS TO PCT-QT-ALUNOS
               MOVE WRK-QT-INSCR-GRAV TO PCT-QT-INSCR
               MOVE WRK-APROVADOR TO PCT-APROVADOR
               PERFORM 0240-GRAVAR-PROMOCTL
               DISPLAY 'PROMOCAO EFETIVADA: ' WRK-QT-APLICADOS
                   ' ALUNO(S), ' WRK-QT-INSCR-GRAV ' INSCRICAO(OES) '
                   'GRAVADA(S), ' WRK-QT-INSCR-JA ' JA EXISTIAM, '
                   WRK-QT-PULADOS ' ALUNO(S) PULADO(S)'
               IF WRK-QT-PULADOS > 0 AND WRK-RC-PROMOCAO < 4
                   MOVE 4 TO WRK-RC-PROMOCAO
               END-IF
           END-IF.

      *INSCRICOES JA LANCADAS NO TERMO NOVO.
       0530-CARREGAR-INSCRICOES.
           MOVE ZEROS TO WRK-INS-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-MATRICTL.
           IF WRK-STATUS-MATRICTL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0531-LER-INSCRICAO UNTIL FIM-ARQ.
           IF WRK-STATUS-MATRICTL NOT = '35'
               CLOSE F-MATRICTL
           END-IF.

       0531-LER-INSCRICAO.
           READ F-MATRICTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MTC-TERMO = WRK-TERMO-NOVO
                       AND WRK-INS-QT < WRK-INS-MAX
                       ADD 1 TO WRK-INS-QT
                       MOVE MTC-MATRICULA TO
                           WRK-INS-MATRICULA (WRK-INS-QT)
                       MOVE MTC-DISC TO WRK-INS-DISC (WRK-INS-QT)
                   END-IF
           END-READ.

       0540-LER-PROPOSTA.
           READ F-PROMOPRV
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   EVALUATE TRUE
                       WHEN PPV-ALUNO
                           PERFORM 0550-APLICAR-ALUNO
                       WHEN PPV-INSCRICAO AND ALUNO-APLICA
                           PERFORM 0560-APLICAR-INSCRICAO
                   END-EVALUATE
           END-READ.

      *O ALUNO TEM QUE CONTINUAR ATIVO E NA TURMA DA PREVIA.
       0550-APLICAR-ALUNO.
           MOVE 'N' TO WRK-ALUNO-APLICA.
           MOVE PPV-MATRICULA TO CAD-MATRICULA.
           READ F-CADALUNO
               INVALID KEY
                   ADD 1 TO WRK-QT-PULADOS
                   DISPLAY 'ALUNO ' PPV-MATRICULA ' NAO ESTA MAIS NO '
                       'CADALUNO - PULADO'
               NOT INVALID KEY
                   IF CAD-ATIVO AND CAD-TURMA = PPV-TURMA-ANT
                       MOVE 'S' TO WRK-ALUNO-APLICA
                   ELSE
                       ADD 1 TO WRK-QT-PULADOS
                       DISPLAY 'ALUNO ' PPV-MATRICULA
                           ' MUDOU DEPOIS DA PREVIA (SITUACAO/TURMA) - '
                           'PULADO'
                   END-IF
           END-READ.
           IF ALUNO-APLICA
               MOVE PPV-TURMA-NOVA TO CAD-TURMA
               REWRITE REG-CADALUNO
                   INVALID KEY
                       MOVE 'N' TO WRK-ALUNO-APLICA
                       ADD 1 TO WRK-QT-PULADOS
                       DISPLAY 'ERRO AO REGRAVAR O ALUNO ' CAD-MATRICULA
                       MOVE 12 TO WRK-RC-PROMOCAO
               END-REWRITE
           END-IF.
           IF ALUNO-APLICA
               ADD 1 TO WRK-QT-APLICADOS
               PERFORM 0555-GRAVAR-MOVIMENTO
           END-IF.

       0555-GRAVAR-MOVIMENTO.
           MOVE PPV-MATRICULA TO AMV-MATRICULA.
           MOVE 'P' TO AMV-TIPO.
           MOVE WRK-DATA-HOJE TO AMV-DATA-EFETIVA.
           MOVE SPACES TO AMV-MOTIVO.
           EVALUATE PPV-RESULTADO
               WHEN 'P'
                   STRING 'PROMOVIDO ' WRK-TERMO-FECHADO '>'
                       WRK-TERMO-NOVO
                       DELIMITED BY SIZE INTO AMV-MOTIVO
               WHEN 'D'
                   STRING 'PROMOVIDO C/DEP ' WRK-TERMO-FECHADO '>'
                       WRK-TERMO-NOVO
                       DELIMITED BY SIZE INTO AMV-MOTIVO
               WHEN OTHER
                   STRING 'RETIDO ' WRK-TERMO-FECHADO '>'
                       WRK-TERMO-NOVO
                       DELIMITED BY SIZE INTO AMV-MOTIVO
           END-EVALUATE.
           MOVE CAD-CURSO TO AMV-CURSO-ANT.
           MOVE PPV-TURMA-ANT TO AMV-TURMA-ANT.
           MOVE CAD-CURSO TO AMV-CURSO-NOVO.
           MOVE PPV-TURMA-NOVA TO AMV-TURMA-NOVA.
           MOVE PPV-QT-INSCR TO AMV-QT-INSCR.
           MOVE ZEROS TO AMV-QT-COBR.
           MOVE WRK-DATA-HOJE TO AMV-DATA-REG.
           WRITE REG-ALUNOMOV.

       0560-APLICAR-INSCRICAO.
           MOVE 'N' TO WRK-INS-ACHOU.
           PERFORM 0561-COMPARAR-INSCRICAO
               VARYING WRK-INS-IDX FROM 1 BY 1
               UNTIL WRK-INS-IDX > WRK-INS-QT OR INSCRICAO-EXISTE.
           IF INSCRICAO-EXISTE
               ADD 1 TO WRK-QT-INSCR-JA
           ELSE
               MOVE PPV-MATRICULA TO MTC-MATRICULA
               MOVE WRK-TERMO-NOVO TO MTC-TERMO
               MOVE PPV-DISC TO MTC-DISC
               WRITE REG-MATRICTL
               ADD 1 TO WRK-QT-INSCR-GRAV
           END-IF.

       0561-COMPARAR-INSCRICAO.
           IF WRK-INS-MATRICULA (WRK-INS-IDX) = PPV-MATRICULA
               AND WRK-INS-DISC (WRK-INS-IDX) = PPV-DISC
               MOVE 'S' TO WRK-INS-ACHOU
           END-IF.

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
