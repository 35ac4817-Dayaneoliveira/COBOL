      ********************************************
      *COPYBOOK - CXFREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO FECHAMENTO DE CAIXA (CAIXAFEC), GRAVADO
      *PELO PROGCOB125: UMA LINHA POR FILIAL, DIA DO CAIXA E FORMA
      *DE PAGAMENTO (VEJA FPGTAB.CPY). CAIXA COM LINHA NO CAIXAFEC
      *ESTA FECHADO E NAO E FECHADO DE NOVO.
      *  ESPERADO  = LIQUIDO DA FORMA NO DIA (VENDAS MENOS DEVOLUCOES,
      *              HISTVEND TIPO P), COM SINAL;
      *  INFORMADO = O QUE O CAIXA CONTOU (DINHEIRO, SEM O FUNDO DE
      *              TROCO) OU O TOTAL DO EXTRATO DA MAQUINA/PIX;
      *  DIFERENCA = INFORMADO - ESPERADO (NEGATIVA = FALTA);
      *  DATA-FECH = DIA DO FECHAMENTO - O LOTE CONTABIL DESSE DIA
      *              (PROGCOB66) LEVA O CARTAO E O PIX PARA AS CONTAS
      *              A RECEBER E A QUEBRA DE CAIXA PARA O RESULTADO;
      *  LIBERADOR = SUPERVISOR QUE ACEITOU DIFERENCA ACIMA DA
      *              TOLERANCIA (BRANCO = DENTRO DA TOLERANCIA).
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-CAIXAFEC.
      *        COPY 'CXFREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-CAIXAFEC.
           03 CXF-DATA      PIC 9(08).
           03 CXF-FILIAL    PIC 9(02).
           03 CXF-FORMA     PIC X(01).
           03 CXF-ESPERADO  PIC S9(09)V99.
           03 CXF-INFORMADO PIC 9(09)V99.
           03 CXF-DIFERENCA PIC S9(09)V99.
           03 CXF-DATA-FECH PIC 9(08).
           03 CXF-LIBERADOR PIC X(20).
