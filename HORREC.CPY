      ********************************************
      *COPYBOOK - HORREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DA GRADE HORARIA SEMANAL (HORARIO), MANTIDA
      *PELO PROGCOB126: UMA LINHA POR AULA DA SEMANA - TERMO, TURMA
      *(TURMAMEST), DISCIPLINA (DISCMEST), DIA DA SEMANA, AULA DO DIA,
      *PROFESSOR E SALA. NUM MESMO TERMO, DIA E AULA NAO HA DUAS
      *LINHAS COM O MESMO PROFESSOR, A MESMA SALA OU A MESMA TURMA.
      *O DIA SEGUE O ACCEPT ... FROM DAY-OF-WEEK (1 = SEGUNDA ATE
      *6 = SABADO); CADA AULA DA GRADE CONTA UMA HORA-AULA NA CARGA
      *SEMANAL DO PROFESSOR.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-HORARIO.
      *        COPY 'HORREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-HORARIO.
           03 HOR-TERMO      PIC X(06).
           03 HOR-TURMA      PIC X(06).
           03 HOR-DISC       PIC X(04).
           03 HOR-DIA        PIC 9(01).
           03 HOR-AULA       PIC 9(01).
           03 HOR-PROFESSOR  PIC X(30).
           03 HOR-SALA       PIC X(06).
