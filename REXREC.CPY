      ********************************************
      *COPYBOOK - REXREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DA INTERFACE DO RAZAO PARA O PACOTE
      *CONTABIL (RAZAOEXP), GRAVADA PELO PROGCOB06: UM REGISTRO TIPO
      *D POR LANCAMENTO POSTADO E UM TIPO T DE RESUMO POR EXECUCAO.
      *LIDA PELO DEMONSTRATIVO (PROGCOB67) E PELA CONCILIACAO
      *BANCARIA (PROGCOB68). VALORES EM REAIS COM CENTAVOS - O MES
      *ACUMULADO NO LAYOUT ANTIGO (REAIS INTEIROS) E CONVERTIDO UMA
      *VEZ PELO PROGCOB117.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-RAZAOEXP.
      *        COPY 'REXREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-RAZAOEXP.
           03 REX-TIPO    PIC X(01).
      *DATA CONTABIL DO LANCAMENTO (TIPO D) OU DA EXECUCAO (TIPO T).
           03 REX-DATA    PIC 9(08).
           03 REX-CONTA   PIC X(08).
      *NO TIPO T, OS TOTAIS DE DEBITO E CREDITO DA EXECUCAO.
           03 REX-DEBITO  PIC 9(11)V99.
           03 REX-CREDITO PIC 9(11)V99.
      *SALDO CORRENTE APOS O LANCAMENTO, SEM SINAL, E CR/DB.
           03 REX-SALDO   PIC 9(11)V99.
           03 REX-SUF     PIC X(02).
           03 REX-ORIGEM  PIC X(08).
      *FILIAL DO LANCAMENTO (TIPO D; ZEROS NO TIPO T) - BRANCO OU
      *NAO NUMERICA NOS REGISTROS ANTERIORES AO CAMPO = 01 (MATRIZ).
      *E POR ELA QUE O ORCADO X REALIZADO (PROGCOB118) QUEBRA.
           03 REX-FILIAL  PIC 9(02).
