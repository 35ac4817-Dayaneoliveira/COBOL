      ********************************************
      *COPYBOOK - LMDREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO MODELO DE LANCAMENTO RECORRENTE
      *(LANCMOD), MANTIDO PELO PROGCOB121: ALUGUEL, DEPRECIACAO E
      *PROVISOES DE FIM DE MES QUE ERAM DIGITADOS A MAO TODO MES NO
      *LANCTOS. O PROGCOB66 GERA A PARTIDA DE CADA MODELO NO LOTE
      *DO ULTIMO DIA UTIL DO MES E, COM O ESTORNO AUTOMATICO
      *LIGADO, A PARTIDA INVERTIDA NO LOTE DO PRIMEIRO DIA UTIL DO
      *MES SEGUINTE (VEJA LRGREC.CPY).
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-LANCMOD.
      *        COPY 'LMDREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-LANCMOD.
           03 LMD-CODIGO    PIC X(06).
           03 LMD-DESCRICAO PIC X(30).
      *M = MENSAL (TODO MES DE LMD-PER-INICIO ATE LMD-PER-FIM,
      *ZEROS = SEM FIM); U = UNICO (SO NO MES LMD-PER-INICIO).
           03 LMD-TIPO      PIC X(01).
           03 LMD-PER-INICIO PIC 9(06).
           03 LMD-PER-FIM   PIC 9(06).
      *CONTAS DA PARTIDA (CODIGOS DO PLANOCTA), VALOR EM REAIS COM
      *CENTAVOS COMO O LANCTOS (LANREC.CPY) E FILIAL (FILMEST).
           03 LMD-CONTA-DB  PIC X(08).
           03 LMD-CONTA-CR  PIC X(08).
           03 LMD-VALOR     PIC 9(09)V99.
           03 LMD-FILIAL    PIC 9(02).
      *S = ESTORNAR NO PRIMEIRO DIA UTIL DO MES SEGUINTE (PROVISAO).
           03 LMD-ESTORNA   PIC X(01).
      *S = ATIVO; MODELO INATIVO NAO GERA MAIS PARTIDA, MAS O ESTORNO
      *DO QUE JA FOI GERADO SAI DO MESMO JEITO.
           03 LMD-ATIVO     PIC X(01).
