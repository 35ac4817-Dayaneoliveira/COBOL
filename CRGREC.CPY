      ********************************************
      *COPYBOOK - CRGREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DOS ROMANEIOS (ROMANEIOS), UMA
      *LINHA POR CARGA MONTADA PELO PROGCOB53, COM O VEICULO DA FROTA
      *(VEIREC.CPY) CARIMBADO, A CAPACIDADE E O CUSTO DELE NA HORA DA
      *MONTAGEM E O ACUMULADO DE PESO E CUBO DOS PEDIDOS. NO EMBARQUE
      *(E) GANHA A DATA, O KM (VEICULO COM CUSTO POR KM) E O CUSTO DA
      *VIAGEM. LIDO PELO RELATORIO DE UTILIZACAO DA FROTA (PROGCOB110)
      *- OS PEDIDOS DA CARGA SAO OS DE PMS-ROMANEIO = CRG-NUMERO.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-ROMANEIOS.
      *        COPY 'CRGREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-ROMANEIOS.
           03 CRG-NUMERO     PIC 9(06).
           03 CRG-DATA       PIC 9(08).
           03 CRG-PLACA      PIC X(07).
           03 CRG-FILIAL     PIC 9(02).
           03 CRG-QT-PED     PIC 9(04).
           03 CRG-PESO       PIC 9(06)V99.
           03 CRG-CUBO       PIC 9(03)V99.
           03 CRG-CAP-PESO   PIC 9(06)V99.
           03 CRG-CAP-CUBO   PIC 9(03)V99.
           03 CRG-TIPO-CUSTO PIC X(01).
           03 CRG-CUSTO-UNIT PIC 9(06)V99.
      *M = MONTADO, E = EMBARCADO.
           03 CRG-SITUACAO   PIC X(01).
               88 CRG-MONTADO   VALUE 'M'.
               88 CRG-EMBARCADO VALUE 'E'.
           03 CRG-DATA-EMB   PIC 9(08).
           03 CRG-KM         PIC 9(05).
           03 CRG-CUSTO      PIC 9(08)V99.
