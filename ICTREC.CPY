      ********************************************
      *COPYBOOK - ICTREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DA TABELA DE ALIQUOTAS DE ICMS
      *(ICMSTAB): UMA LINHA POR PAR UF DE ORIGEM (A DA FILIAL QUE
      *TOMOU O PEDIDO, FILMEST) X UF DE DESTINO (A DO PEDIDO).
      *MANTIDA PELO PROGCOB112 E LIDA PELA SUB-ROTINA ICMSCALC.
      *PAR SEM LINHA NA TABELA USA A REGRA DA CASA (VEJA ICMSCALC).
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-ICMSTAB.
      *        COPY 'ICTREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-ICMSTAB.
           03 ICT-UF-ORIG    PIC X(02).
           03 ICT-UF-DEST    PIC X(02).
      *ALIQUOTA EM PERCENTUAL (EX.: 12,00).
           03 ICT-ALIQ       PIC 9(02)V99.
