      ********************************************
      *COPYBOOK - STFREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DO CENARIO DE TARIFA (SIMTARIF)
      *LIDO PELA SIMULACAO DE TARIFA DO PROGCOB114: A PROPOSTA DO
      *COMERCIAL, MONTADA NUM EDITOR ANTES DE ALGUEM MEXER NO
      *UFTAB.CPY OU NAS FAIXAS DE PESO DO PROGCOB09. UMA LINHA POR
      *ITEM DA PROPOSTA, PELO TIPO:
      *  U = PERCENTUAL DE FRETE DA UF (STF-CHAVE = UF, STF-PERC NO
      *      MESMO FORMATO DO TAB-UF-FRETE, EX.: 1,05);
      *  F = FAIXA DE PESO (STF-LIMITE = PESO MAXIMO DA FAIXA,
      *      STF-VALOR = VALOR DA FAIXA). AS LINHAS F SUBSTITUEM AS
      *      FAIXAS ATUAIS INTEIRAS; PESO ACIMA DO MAIOR LIMITE PAGA
      *      A ULTIMA FAIXA;
      *  D = ADICIONAL DA CLASSE DE DESTINO (STF-CHAVE = C OU I,
      *      STF-PERC SOBRE O FRETE BASE, EX.: 0,20 = 20%).
      *O QUE O CENARIO NAO CITA FICA COMO ESTA HOJE. LINHA COM *
      *NA PRIMEIRA POSICAO E COMENTARIO.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-SIMTARIF.
      *        COPY 'STFREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-SIMTARIF.
           03 STF-TIPO       PIC X(01).
               88 STF-TIPO-UF      VALUE 'U'.
               88 STF-TIPO-FAIXA   VALUE 'F'.
               88 STF-TIPO-DESTINO VALUE 'D'.
               88 STF-COMENTARIO   VALUE '*'.
           03 STF-CHAVE      PIC X(02).
           03 STF-PERC       PIC 9(01)V99.
           03 STF-LIMITE     PIC 9(05)V99.
           03 STF-VALOR      PIC 9(04)V99.
