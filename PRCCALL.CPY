      ********************************************
      *COPYBOOK - PRCCALL.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : CAMPOS COMUNS QUE TODO PROGCOBxx USA PARA CHAMAR A
      *SUB-ROTINA PRCCALC (VALOR DE TABELA DO ITEM: PRECO VIGENTE DO
      *PRECOTAB NA DATA X QUANTIDADE, MENOS A FAIXA DE DESCONTO DO
      *CLIENTE NO DESCCLI).
      *QUANTIDADE ZERO CONTA COMO 1. DATA ZERO = HOJE.
      *RESULTADO: S = PRODUTO COM PRECO VIGENTE (VALOR CALCULADO),
      *N = SEM PRECO VIGENTE NA DATA (O VALOR CONTINUA DIGITADO),
      *E = O VALOR CALCULADO NAO CABE NO CAMPO.
      *DATA = XX/XX/XXX
      ********************************************
       77 WRK-PRC-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-PRC-CLICOD  PIC 9(06) VALUE ZEROS.
       77 WRK-PRC-QTD     PIC 9(05) VALUE ZEROS.
       77 WRK-PRC-DATA    PIC 9(08) VALUE ZEROS.
       77 WRK-PRC-UNIT    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PRC-PERC    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PRC-VALOR   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PRC-RESULT  PIC X(01) VALUE 'N'.
           88 PRC-TEM-PRECO   VALUE 'S'.
           88 PRC-SEM-PRECO   VALUE 'N'.
           88 PRC-ESTOUROU    VALUE 'E'.
