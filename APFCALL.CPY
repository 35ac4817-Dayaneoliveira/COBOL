      ********************************************
      *COPYBOOK - APFCALL.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : CAMPOS COMUNS PARA CHAMAR A SUB-ROTINA AUTPROF, QUE
      *GUARDA O LOGIN DO MENU E CONFERE SE O LANCAMENTO DE NOTA,
      *FREQUENCIA OU RECUPERACAO E DE UMA TURMA/DISCIPLINA DO
      *PROFESSOR VINCULADO A ESSE LOGIN (USR-PROFESSOR NO CADASTRO
      *DE USUARIOS, VEJA PROGCOB10).
      *ACAO: S = REGISTRA O LOGIN DA SESSAO (SO O PROGCOB-MENU, DEPOIS
      *DO LOGIN, INFORMANDO USUARIO E NIVEL); V = VERIFICA UM
      *LANCAMENTO (DEVOLVE O USUARIO E O NIVEL DA SESSAO).
      *NO V O CHAMADOR INFORMA O PROGRAMA, O TERMO E A DISCIPLINA
      *(BRANCO = QUALQUER DISCIPLINA DA TURMA, PARA A FREQUENCIA DO
      *TERMO) E A TURMA - OU, SEM TURMA, A MATRICULA, E A TURMA DO
      *ALUNO NO TERMO SAI DO CADALUNO/ALUNOMOV.
      *RESULTADO: S = LIBERADO, N = RECUSADO (A RECUSA JA SAIU NA
      *TELA E NO ACESSOS, COM RESULTADO SEM-TURMA).
      *CHAMADA:
      *    CALL 'AUTPROF' USING WRK-APF-ACAO WRK-APF-PROGRAMA
      *        WRK-APF-USUARIO WRK-APF-NIVEL WRK-APF-MATRICULA
      *        WRK-APF-TURMA WRK-APF-TERMO WRK-APF-DISC
      *        WRK-APF-RESULT.
      *DATA = XX/XX/XXX
      ********************************************
       77 WRK-APF-ACAO      PIC X(01) VALUE 'V'.
       77 WRK-APF-PROGRAMA  PIC X(10) VALUE SPACES.
       77 WRK-APF-USUARIO   PIC X(20) VALUE SPACES.
       77 WRK-APF-NIVEL     PIC 9(02) VALUE ZEROS.
       77 WRK-APF-MATRICULA PIC X(10) VALUE SPACES.
       77 WRK-APF-TURMA     PIC X(06) VALUE SPACES.
       77 WRK-APF-TERMO     PIC X(06) VALUE SPACES.
       77 WRK-APF-DISC      PIC X(04) VALUE SPACES.
       77 WRK-APF-RESULT    PIC X(01) VALUE 'S'.
           88 APF-LIBERADO VALUE 'S'.
           88 APF-RECUSADO VALUE 'N'.
