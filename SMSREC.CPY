      ********************************************
      *COPYBOOK - SMSREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DA FOTO MENSAL DO SALDOS (SALDOMES): O SALDO
      *DE CADA CONTA NO FIM DE CADA MES, GUARDADO PELO BALANCO
      *PATRIMONIAL (PROGCOB119). O SALDOS SO TEM O SALDO DE HOJE -
      *SEM A FOTO NAO HA COMO COMPARAR COM O FIM DO MES OU DO ANO
      *ANTERIOR. MESMO FORMATO CR/DB DO SALDOS (VEJA SALREC.CPY),
      *PRECEDIDO DO MES (AAAAMM).
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-SALDOMES.
      *        COPY 'SMSREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-SALDOMES.
           03 SMS-ANOMES PIC 9(06).
           03 SMS-CONTA  PIC X(08).
           03 SMS-SALDO  PIC 9(11)V99.
           03 SMS-SUF    PIC X(02).
