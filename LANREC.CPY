      ********************************************
      *COPYBOOK - LANREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO LOTE CONTABIL (LANCTOS): O CABECALHO DE
      *CONTROLE H E OS LANCAMENTOS. GRAVADO PELO PROGCOB66 (LOTE DO
      *DIA) E POSTADO PELO PROGCOB06. OS VALORES SAO EM REAIS COM
      *CENTAVOS - O LAYOUT ANTIGO ERA DE 4 DIGITOS EM REAIS INTEIROS
      *E O PROGCOB66 FATIAVA OS TOTAIS EM LANCAMENTOS DE ATE 9999;
      *LOTE ANTIGO PENDENTE E CONVERTIDO UMA VEZ PELO PROGCOB117.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-LANCTOS.
      *        COPY 'LANREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-LANCTO.
           03 LAN-DEBITO  PIC 9(09)V99.
           03 LAN-CREDITO PIC 9(09)V99.
      *CONTA CONTABIL DO LANCAMENTO (CODIGO DO PLANOCTA).
           03 LAN-CONTA   PIC X(08).
      *DATA CONTABIL DO LANCAMENTO (ZEROS OU NAO NUMERICA = HOJE) -
      *E POR ELA QUE O FECHAMENTO DE PERIODO (LIVROCTL, PROGCOB65)
      *DECIDE SE O LANCAMENTO PODE ENTRAR.
           03 LAN-DATA    PIC X(08).
      *ORIGEM DO LANCAMENTO GERADO AUTOMATICAMENTE (VENDAS, FRETE,
      *TRANSP - VEJA PROGCOB66); BRANCO NOS LANCAMENTOS DIGITADOS.
           03 LAN-ORIGEM  PIC X(08).
      *FILIAL DO LANCAMENTO (CODIGO DO FILMEST) - ZEROS OU NAO
      *NUMERICA NOS LOTES ANTIGOS (= 01, A MATRIZ).
           03 LAN-FILIAL  PIC 9(02).
      *CABECALHO DE CONTROLE DO LOTE (PRIMEIRO REGISTRO DO LANCTOS):
      *TIPO H, QUANTIDADE ESPERADA DE LANCAMENTOS E TOTAIS
      *ESPERADOS DE DEBITO E CREDITO.
       01  REG-LANCTO-CAB.
           03 CAB-TIPO    PIC X(01).
           03 CAB-QT      PIC 9(06).
           03 CAB-TOT-DEB PIC 9(11)V99.
           03 CAB-TOT-CRE PIC 9(11)V99.
