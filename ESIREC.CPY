      ********************************************
      *COPYBOOK - ESIREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DA IMAGEM SEQUENCIAL DO SALDO DE ESTOQUE
      *(ESTOQUESEQ DO PROGCOB47 E GERACOES ESTOQUE.G* DO PROGCOB37).
      *A IMAGEM FICA NA ORDEM ANTIGA DO ARQUIVO ESTOQUE (CODIGO,
      *SALDO, PONTO, CUSTO, FILIAL) - O ESTOQUE SEQUENCIAL DE ANTES
      *DA CONVERSAO PARA INDEXADO SERVE DIRETO COMO IMAGEM. A CARGA
      *E A RESTAURACAO MOVEM CAMPO A CAMPO PARA O REG-ESTOQUE (VEJA
      *ESTREC.CPY), ACERTANDO A LINHA ANTIGA: CUSTO MEDIO EM BRANCO
      *VIRA ZERO E FILIAL EM BRANCO OU ZERO VIRA 01 (MATRIZ).
      *USAR NA WORKING-STORAGE SECTION:
      *    COPY 'ESIREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-ESTOQUE-IMG.
           03 ESI-CODIGO PIC X(20).
           03 ESI-SALDO  PIC S9(06).
           03 ESI-PONTO  PIC 9(06).
           03 ESI-CUSTO  PIC 9(06)V99.
           03 ESI-FILIAL PIC 9(02).
