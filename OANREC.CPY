      ********************************************
      *COPYBOOK - OANREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO ORCAMENTO ANUAL POR CONTA CONTABIL E
      *FILIAL (ORCANUAL), MANTIDO PELO PROGCOB118. O ARQUIVO SO
      *CRESCE: A CARGA DO ANO GRAVA A VERSAO 001 DE CADA CONTA/
      *FILIAL E CADA REVISAO GRAVA UMA LINHA NOVA COM A VERSAO
      *SEGUINTE, O OPERADOR E O MOTIVO - A VERSAO MAIS ALTA DA
      *CHAVE ANO + CONTA + FILIAL E A QUE VALE, AS ANTERIORES FICAM
      *COMO HISTORICO DAS REVISOES.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-ORCANUAL.
      *        COPY 'OANREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-ORCANUAL.
           03 OAN-ANO      PIC 9(04).
      *CONTA CONTABIL (CODIGO DO PLANOCTA) E FILIAL (FILMEST).
           03 OAN-CONTA    PIC X(08).
           03 OAN-FILIAL   PIC 9(02).
           03 OAN-VERSAO   PIC 9(03).
      *DATA DA GRAVACAO DA VERSAO, QUEM GRAVOU E POR QUE.
           03 OAN-DATA     PIC 9(08).
           03 OAN-OPERADOR PIC X(20).
           03 OAN-MOTIVO   PIC X(30).
      *VALOR ORCADO DE CADA MES (JANEIRO A DEZEMBRO), EM REAIS COM
      *CENTAVOS COMO O RAZAOEXP (REXREC.CPY).
           03 OAN-VALOR-MES PIC 9(11)V99 OCCURS 12 TIMES.
