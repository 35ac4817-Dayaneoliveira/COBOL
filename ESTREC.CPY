      ********************************************
      *COPYBOOK - ESTREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DO SALDO DE ESTOQUE (ESTOQUE),
      *AGORA NUM COPYBOOK SO, COMO O PMSREC.CPY DO PEDMESTRE. O
      *ARQUIVO E INDEXADO COM CHAVE EM EST-CHAVE (PRODUTO + FILIAL):
      *O ESTOQMOV E A MANUTENCAO DO PROGCOB54 LEEM E REGRAVAM A LINHA
      *INDIVIDUAL, SEM TABELA EM MEMORIA NEM TETO DE LINHAS. AS
      *LINHAS DE UM PRODUTO FICAM JUNTAS NA ORDEM DA CHAVE - START
      *PELO PRODUTO COM FILIAL ZERO E READ NEXT ACHA A PRIMEIRA.
      *PARA A CHAVE FICAR CONTIGUA A FILIAL VEIO PARA LOGO DEPOIS DO
      *CODIGO; A IMAGEM SEQUENCIAL (ESTOQUESEQ DO PROGCOB47 E AS
      *GERACOES DO PROGCOB37) CONTINUA NA ORDEM ANTIGA DO ARQUIVO
      *(CODIGO, SALDO, PONTO, CUSTO, FILIAL), E A CARGA/DESCARGA
      *TROCA OS CAMPOS DE LUGAR - O ESTOQUE SEQUENCIAL ANTIGO SERVE
      *DIRETO COMO IMAGEM NA CONVERSAO (VEJA ESIREC.CPY).
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-ESTOQUE.
      *        COPY 'ESTREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-ESTOQUE.
           03 EST-CHAVE.
               05 EST-CODIGO PIC X(20).
      *FILIAL DO SALDO (01 = MATRIZ).
               05 EST-FILIAL PIC 9(02).
           03 EST-SALDO  PIC S9(06).
           03 EST-PONTO  PIC 9(06).
      *CUSTO MEDIO PONDERADO DO PRODUTO NA FILIAL (VEJA ESTOQMOV).
           03 EST-CUSTO  PIC 9(06)V99.
