      ********************************************
      *COPYBOOK - EXDREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO DIARIO DE ENCERRAMENTO DO EXERCICIO
      *(DIARENC), GRAVADO PELO PROGCOB120: UM REGISTRO POR
      *LANCAMENTO DE ENCERRAMENTO (TIPO E) E POR LANCAMENTO DE
      *ESTORNO DA REABERTURA (TIPO R). O ARQUIVO SO CRESCE - A
      *REABERTURA ESTORNA OS LANCAMENTOS TIPO E DO ANO COM O NUMERO
      *DO ULTIMO ENCERRAMENTO (EXC-SEQ, VEJA EXCREC.CPY).
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-DIARENC.
      *        COPY 'EXDREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-DIARENC.
           03 EXD-ANO     PIC 9(04).
           03 EXD-SEQ     PIC 9(03).
           03 EXD-TIPO    PIC X(01).
      *DATA EM QUE O LANCAMENTO FOI GRAVADO (O LANCAMENTO EM SI E
      *SEMPRE DATADO DE 31/12 DO ANO).
           03 EXD-DATA    PIC 9(08).
           03 EXD-CONTA   PIC X(08).
           03 EXD-DEBITO  PIC 9(11)V99.
           03 EXD-CREDITO PIC 9(11)V99.
