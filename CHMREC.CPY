      ********************************************
      *COPYBOOK - CHMREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DA CHAMADA DIARIA (CHAMADA), GRAVADA PELO
      *PROGCOB127: UMA LINHA POR ALUNO INSCRITO (MATRICTL) EM CADA
      *AULA DADA - TERMO, TURMA, DISCIPLINA, DATA DA AULA, MATRICULA
      *E PRESENCA. O ARQUIVO SO CRESCE (EXTEND): A CORRECAO DE UMA
      *PRESENCA E UMA LINHA NOVA DE TIPO C, E A LINHA MAIS RECENTE DA
      *MATRICULA NA MESMA TURMA, DISCIPLINA E DATA E A QUE VALE.
      *  AULAS = HORAS-AULA DADAS NO DIA (AS AULAS DA DISCIPLINA NA
      *          GRADE HORARIA DO DIA DA SEMANA, VEJA HORREC.CPY) -
      *          FALTA NO DIA CONTA TODAS ELAS;
      *  TIPO  = L (LANCAMENTO DA CHAMADA) OU C (CORRECAO).
      *O PROGCOB128 DERIVA DAQUI A FREQUENCIA DO TERMO (AULAS DADAS E
      *FALTAS POR MATRICULA+TERMO) QUE OS BOLETINS CONSULTAM.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-CHAMADA.
      *        COPY 'CHMREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-CHAMADA.
           03 CHM-TERMO     PIC X(06).
           03 CHM-TURMA     PIC X(06).
           03 CHM-DISC      PIC X(04).
           03 CHM-DATA      PIC 9(08).
           03 CHM-MATRICULA PIC X(10).
           03 CHM-PRESENCA  PIC X(01).
               88 CHM-PRESENTE VALUE 'P'.
               88 CHM-FALTOU   VALUE 'F'.
           03 CHM-AULAS     PIC 9(01).
           03 CHM-TIPO      PIC X(01).
               88 CHM-LANCAMENTO VALUE 'L'.
               88 CHM-CORRECAO   VALUE 'C'.
