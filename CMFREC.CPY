      ********************************************
      *COPYBOOK - CMFREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO FECHAMENTO MENSAL DE COMISSAO (COMISFEC),
      *UMA LINHA POR VENDEDOR E MES, GRAVADO PELO PROGCOB124. MES
      *COM LINHA NO COMISFEC ESTA FECHADO: SO E RECALCULADO COM
      *LIBERACAO DE SUPERVISOR (CMF-LIBERADOR).
      *  VENDAS/DEVOL = BRUTO E DEVOLUCOES DO MES (HISTVEND TIPO V);
      *  COMISSAO     = COMISSAO SOBRE AS VENDAS;
      *  ESTORNO      = COMISSAO DEVOLVIDA PELAS DEVOLUCOES;
      *  BONUS        = BONUS DE META BATIDA (METAS DO PROGCOB69);
      *  SALDO-ANT    = SALDO NEGATIVO DO MES ANTERIOR, COMPENSADO;
      *  LIQUIDO      = COMISSAO - ESTORNO + BONUS - SALDO-ANT (COM
      *                 SINAL; NEGATIVO PASSA PARA O MES SEGUINTE);
      *  A-PAGAR      = LIQUIDO POSITIVO, O QUE O VENDEDOR RECEBE;
      *  CONTABIL     = O QUE ESTE FECHAMENTO LEVA AO RAZAO NA DATA
      *                 DO FECHAMENTO (A-PAGAR MENOS O JA CONTABILIZADO
      *                 NUM FECHAMENTO ANTERIOR DO MES; NEGATIVO NO
      *                 RECALCULO QUE REDUZ A COMISSAO), LIDO PELO
      *                 LOTE CONTABIL DO DIA (PROGCOB66).
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-COMISFEC.
      *        COPY 'CMFREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-COMISFEC.
           03 CMF-MES       PIC 9(06).
           03 CMF-VENDEDOR  PIC X(06).
           03 CMF-DATA-FECH PIC 9(08).
           03 CMF-VENDAS    PIC 9(09)V99.
           03 CMF-DEVOL     PIC 9(09)V99.
           03 CMF-COMISSAO  PIC 9(07)V99.
           03 CMF-ESTORNO   PIC 9(07)V99.
           03 CMF-META      PIC 9(09)V99.
           03 CMF-BONUS     PIC 9(07)V99.
           03 CMF-SALDO-ANT PIC 9(07)V99.
           03 CMF-LIQUIDO   PIC S9(07)V99.
           03 CMF-A-PAGAR   PIC 9(07)V99.
           03 CMF-CONTABIL  PIC S9(07)V99.
           03 CMF-LIBERADOR PIC X(20).
