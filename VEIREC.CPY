      ********************************************
      *COPYBOOK - VEIREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DO CADASTRO MESTRE DA FROTA
      *PROPRIA (FROTA), UM VEICULO POR LINHA, MANTIDO PELO
      *PROGCOB110. A MONTAGEM DE CARGAS DO PROGCOB53 SO USA OS
      *VEICULOS DISPONIVEIS, CADA UM NA FILIAL A QUE PERTENCE, COM A
      *CAPACIDADE DAQUI - NADA MAIS DE CAPACIDADE DIGITADA.
      *O CUSTO E POR QUILOMETRO (K, KM INFORMADO NO EMBARQUE) OU POR
      *VIAGEM (V, VALOR FIXO POR ROMANEIO).
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-FROTA.
      *        COPY 'VEIREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-FROTA.
           03 VEI-PLACA      PIC X(07).
           03 VEI-DESCRICAO  PIC X(20).
      *FILIAL DONA DO VEICULO (CODIGO DO FILMEST, PROGCOB90).
           03 VEI-FILIAL     PIC 9(02).
           03 VEI-CAP-PESO   PIC 9(06)V99.
           03 VEI-CAP-CUBO   PIC 9(03)V99.
           03 VEI-TIPO-CUSTO PIC X(01).
               88 VEI-CUSTO-POR-KM     VALUE 'K'.
               88 VEI-CUSTO-POR-VIAGEM VALUE 'V'.
           03 VEI-CUSTO      PIC 9(06)V99.
      *S = DISPONIVEL PARA MONTAGEM, N = PARADO (MANUTENCAO, SEM
      *MOTORISTA...), COM O MOTIVO AO LADO.
           03 VEI-DISPONIVEL PIC X(01).
               88 VEI-DISPONIVEL-SIM VALUE 'S'.
               88 VEI-DISPONIVEL-NAO VALUE 'N'.
           03 VEI-MOTIVO     PIC X(20).
