      ********************************************
      *COPYBOOK - SODREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DE REGRA DE SEGREGACAO DE
      *FUNCOES (SODREGRA): UM PAR DE OPCOES DO MENU QUE UM MESMO
      *NIVEL DE ACESSO NAO DEVE TER AO MESMO TEMPO (AS DUAS METADES DE
      *UM PROCESSO SENSIVEL - QUEM APROVA A FATURA DA TRANSPORTADORA
      *NAO GERA A REMESSA BANCARIA QUE A PAGA). MANTIDO PELO
      *PROGCOB136, QUE TAMBEM RELATA OS NIVEIS E USUARIOS EM
      *CONFLITO; O PROGCOB88 AVISA ANTES DE UMA LIBERACAO CRIAR UM
      *CONFLITO NOVO.
      *SOD-OPCAO-A E SEMPRE A MENOR DAS DUAS. SOD-OPCAO-A =
      *SOD-OPCAO-B QUANDO A PROPRIA OPCAO JUNTA AS DUAS METADES (O
      *PROGCOB56 BAIXA PAGAMENTO E EMITE NOTA DE CREDITO): TER A
      *OPCAO JA E O CONFLITO.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-SODREGRA.
      *        COPY 'SODREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-SODREGRA.
           03 SOD-OPCAO-A    PIC 9(03).
           03 SOD-OPCAO-B    PIC 9(03).
           03 SOD-DESCRICAO  PIC X(40).
