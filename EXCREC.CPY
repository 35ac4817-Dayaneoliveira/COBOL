      ********************************************
      *COPYBOOK - EXCREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO CONTROLE DE ENCERRAMENTO DO EXERCICIO
      *(EXERCTL), MANTIDO PELO PROGCOB120: UM REGISTRO POR ANO
      *ENCERRADO (OU REABERTO), COM O SUPERVISOR QUE APROVOU, A CONTA
      *DE LUCROS ACUMULADOS QUE RECEBEU O RESULTADO E A SITUACAO QUE
      *CADA MES TINHA NO LIVROCTL ANTES DO ENCERRAMENTO - A
      *REABERTURA DEVOLVE OS MESES EXATAMENTE COMO ESTAVAM.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-EXERCTL.
      *        COPY 'EXCREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-EXERCTL.
           03 EXC-ANO        PIC 9(04).
      *F = ENCERRADO, A = REABERTO (OS LANCAMENTOS DE ENCERRAMENTO
      *FORAM ESTORNADOS).
           03 EXC-SITUACAO   PIC X(01).
      *NUMERO DO ENCERRAMENTO DO ANO (1 NO PRIMEIRO, MAIS 1 A CADA
      *NOVO ENCERRAMENTO DEPOIS DE UMA REABERTURA) - E ELE QUE LIGA O
      *CONTROLE AOS LANCAMENTOS DO DIARENC (VEJA EXDREC.CPY).
           03 EXC-SEQ        PIC 9(03).
      *DATA DA ULTIMA ACAO E O SUPERVISOR QUE A APROVOU.
           03 EXC-DATA       PIC 9(08).
           03 EXC-SUPERVISOR PIC X(20).
           03 EXC-CONTA-LUCROS PIC X(08).
      *CONTAS DE RESULTADO ZERADAS E O RESULTADO LEVADO A LUCROS
      *ACUMULADOS, SEM SINAL (L = LUCRO, P = PREJUIZO).
           03 EXC-QT-CONTAS  PIC 9(04).
           03 EXC-RESULTADO  PIC 9(11)V99.
           03 EXC-RES-TIPO   PIC X(01).
      *SITUACAO DE JANEIRO A DEZEMBRO NO LIVROCTL ANTES DO
      *ENCERRAMENTO (F, A OU BRANCO = MES SEM REGISTRO).
           03 EXC-PER-ANTERIOR PIC X(01) OCCURS 12 TIMES.
