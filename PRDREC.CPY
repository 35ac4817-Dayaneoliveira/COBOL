      ********************************************
      *COPYBOOK - PRDREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DO CADASTRO MESTRE DE PRODUTOS
      *(PRODMEST), AGORA NUM COPYBOOK SO, COMO O PMSREC.CPY DO
      *PEDMESTRE. O ARQUIVO E INDEXADO COM CHAVE EM PRD-CODIGO: A
      *MANUTENCAO DO PROGCOB43 GRAVA/EXCLUI O REGISTRO INDIVIDUAL E
      *OS DEMAIS PROGRAMAS FAZEM READ DIRETO PELO CODIGO, SEM TABELA
      *EM MEMORIA NEM TETO DE PRODUTOS. A CARGA/DESCARGA ENTRE O
      *INDEXADO E A IMAGEM SEQUENCIAL (PRODMESTSEQ) E DO PROGCOB47;
      *O BACKUP EM GERACOES E DO PROGCOB37.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-PRODMEST.
      *        COPY 'PRDREC.CPY'.
      *A IMAGEM SEQUENCIAL TEM O MESMO TAMANHO DESTE REGISTRO:
      *PIC X(060).
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-PRODMEST.
      *CODIGO DO PRODUTO - CHAVE DO ARQUIVO.
           03 PRD-CODIGO    PIC X(20).
           03 PRD-DESCRICAO PIC X(20).
           03 PRD-PESO      PIC 9(03)V99.
           03 PRD-COMPRIM   PIC 9(03)V99.
           03 PRD-LARGURA   PIC 9(03)V99.
           03 PRD-ALTURA    PIC 9(03)V99.
