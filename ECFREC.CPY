      ********************************************
      *COPYBOOK - ECFREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DA CONFIGURACAO DE ENCARGOS DE
      *ATRASO (ENCARGCFG), UMA LINHA POR APLICACAO (FATCLI OU
      *MENSAL), MANTIDA NUM EDITOR PELO FINANCEIRO. NA BAIXA DE UM
      *PAGAMENTO ATRASADO, SOBRE O PRINCIPAL PAGO:
      *  MULTA = PRINCIPAL X PERCENTUAL DE MULTA (UMA VEZ);
      *  JUROS = PRINCIPAL X PERCENTUAL AO DIA X DIAS DE ATRASO
      *          (CALENDARIO COMERCIAL ANO 360/MES 30);
      *NADA E COBRADO DENTRO DOS DIAS DE CARENCIA. A MENSALIDADE
      *NAO TEM DATA DE VENCIMENTO PROPRIA: VENCE NO DIA ECF-DIA-VENC
      *DO MES COBRADO (IGNORADO NA APLICACAO FATCLI).
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-ENCARGCFG.
      *        COPY 'ECFREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-ENCARGCFG.
           03 ECF-APLICACAO  PIC X(08).
           03 ECF-PERC-MULTA PIC 9(02)V99.
           03 ECF-JUROS-DIA  PIC 9(01)V9999.
           03 ECF-CARENCIA   PIC 9(02).
           03 ECF-DIA-VENC   PIC 9(02).
