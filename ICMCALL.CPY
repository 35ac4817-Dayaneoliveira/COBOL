      ********************************************
      *COPYBOOK - ICMCALL.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : CAMPOS COMUNS QUE TODO PROGCOBxx USA PARA CHAMAR A
      *SUB-ROTINA ICMSCALC (ICMS DO PEDIDO: UF DE ORIGEM DA FILIAL
      *NO FILMEST, ALIQUOTA DO PAR ORIGEM X DESTINO NO ICMSTAB E
      *IMPOSTO SOBRE A BASE = MERCADORIA + FRETE, EM REAIS).
      *FILIAL ZERO CONTA COMO A MATRIZ (01).
      *O ICMS E "POR DENTRO": JA ESTA NO PRECO, SO E DESTACADO - NAO
      *SE SOMA AO TOTAL DO PEDIDO NEM DA FATURA.
      *RESULTADO: S = ALIQUOTA DA TABELA ICMSTAB, P = PAR FORA DA
      *TABELA (REGRA DA CASA), E = O IMPOSTO NAO CABE NO CAMPO.
      *DATA = XX/XX/XXX
      ********************************************
       77 WRK-ICM-FILIAL  PIC 9(02) VALUE ZEROS.
       77 WRK-ICM-UF-DEST PIC X(02) VALUE SPACES.
       77 WRK-ICM-BASE    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ICM-UF-ORIG PIC X(02) VALUE SPACES.
       77 WRK-ICM-ALIQ    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ICM-VALOR   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ICM-RESULT  PIC X(01) VALUE 'P'.
           88 ICM-DA-TABELA   VALUE 'S'.
           88 ICM-DA-CASA     VALUE 'P'.
           88 ICM-ESTOUROU    VALUE 'E'.
