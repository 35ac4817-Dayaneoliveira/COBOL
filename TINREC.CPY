      ********************************************
      *COPYBOOK - TINREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DOS INDICADORES MENSAIS DE
      *TRANSPORTADORA (TRPINDIC), UMA LINHA POR TRANSPORTADORA,
      *REGIAO DE DESTINO (UFTAB.CPY) E MES DA ENTREGA. REGRAVADO
      *INTEIRO A CADA RODADA DO PROGCOB109 A PARTIR DOS PEDIDOS
      *ENTREGUES DO PEDMESTRE E DAS OCORRENCIAS DO PROGCOB52; LIDO
      *PELA RECOMENDACAO DE TRANSPORTADORA DO PROGCOB09, QUE SOMA OS
      *ULTIMOS N MESES DA REGIAO DO PEDIDO (TRPPESO).
      *  PONTUALIDADE = NO PRAZO / MEDIDAS (ENTREGAS COM DATA
      *                 PROMETIDA);
      *  TAXA DE AVARIA = SINISTROS / ENTREGUES (O SINISTRO CONTA
      *                 NO MES DA ENTREGA DO PEDIDO DELE).
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-TRPINDIC.
      *        COPY 'TINREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-TRPINDIC.
           03 TIN-TRANSP     PIC X(03).
           03 TIN-REGIAO     PIC X(12).
      *MES DA ENTREGA (AAAAMM).
           03 TIN-MES        PIC 9(06).
           03 TIN-ENTREGUES  PIC 9(05).
           03 TIN-MEDIDAS    PIC 9(05).
           03 TIN-NO-PRAZO   PIC 9(05).
           03 TIN-SINISTROS  PIC 9(05).
