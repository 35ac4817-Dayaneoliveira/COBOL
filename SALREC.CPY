      ********************************************
      *COPYBOOK - SALREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DOS SALDOS DE FECHAMENTO DO RAZAO POR CONTA
      *(SALDOS), GRAVADOS PELO PROGCOB06 NO ENCERRAMENTO E LIDOS COMO
      *ABERTURA NA PROXIMA EXECUCAO E PELO DEMONSTRATIVO (PROGCOB67).
      *SALDO SEM SINAL, EM REAIS COM CENTAVOS, SEGUIDO DE CR OU DB -
      *O LAYOUT ANTIGO (6 DIGITOS EM REAIS INTEIROS) E CONVERTIDO
      *UMA VEZ PELO PROGCOB117.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-SALDOS.
      *        COPY 'SALREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-SALDO.
           03 SAL-CONTA PIC X(08).
           03 SAL-SALDO PIC 9(11)V99.
           03 SAL-SUF   PIC X(02).
