      ********************************************
      *COPYBOOK - CLIREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DO CADASTRO MESTRE DE CLIENTES
      *(CLIMEST), AGORA NUM COPYBOOK SO, COMO O PMSREC.CPY DO
      *PEDMESTRE. O ARQUIVO E INDEXADO COM CHAVE EM CLI-CODIGO: A
      *MANUTENCAO DO PROGCOB44 GRAVA/REGRAVA/EXCLUI O REGISTRO
      *INDIVIDUAL E OS DEMAIS PROGRAMAS FAZEM READ DIRETO PELO
      *CODIGO, SEM TABELA EM MEMORIA NEM TETO DE CLIENTES. A CARGA/
      *DESCARGA ENTRE O INDEXADO E A IMAGEM SEQUENCIAL (CLIMESTSEQ)
      *E DO PROGCOB47; O BACKUP EM GERACOES E DO PROGCOB37.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-CLIMEST.
      *        COPY 'CLIREC.CPY'.
      *A IMAGEM SEQUENCIAL TEM O MESMO TAMANHO DESTE REGISTRO:
      *PIC X(107).
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-CLIMEST.
      *CODIGO DO CLIENTE - CHAVE DO ARQUIVO.
           03 CLI-CODIGO    PIC 9(06).
           03 CLI-RAZAO     PIC X(20).
           03 CLI-UF-PADRAO PIC X(02).
           03 CLI-CONTATO   PIC X(20).
      *PRAZO DE PAGAMENTO DO CLIENTE EM DIAS (VENCIMENTO DA FATURA
      *DO PROGCOB55) - ZERO ASSUME O PADRAO DA CASA (30 DIAS).
           03 CLI-PRAZO-PAGTO PIC 9(03).
      *CONTATO PARA AS NOTIFICACOES (VEJA NOTIFICA.cob) E O CANAL
      *PREFERIDO: E = E-MAIL, S = SMS, C = CARTA, N = NAO NOTIFICAR,
      *BRANCO = O PRIMEIRO QUE TIVER CONTATO.
           03 CLI-EMAIL     PIC X(40).
           03 CLI-TELEFONE  PIC X(15).
           03 CLI-CANAL     PIC X(01).
