      ********************************************
      *COPYBOOK - LRGREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO CONTROLE DOS LANCAMENTOS RECORRENTES
      *GERADOS (LANCRGER), GRAVADO PELO PROGCOB66 JUNTO COM O LOTE:
      *UM REGISTRO G POR MODELO (LMDREC.CPY) E MES GERADO E UM
      *REGISTRO E QUANDO A PARTIDA DESSE MES E ESTORNADA. E POR ELE
      *QUE O MODELO NAO SAI DUAS VEZES NO MESMO MES E QUE O ESTORNO
      *REPETE EXATAMENTE AS CONTAS E O VALOR LANCADOS, MESMO QUE O
      *MODELO TENHA SIDO ALTERADO OU REMOVIDO DEPOIS.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-LANCRGER.
      *        COPY 'LRGREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-LANCRGER.
           03 LRG-CODIGO   PIC X(06).
      *MES (AAAAMM) DA PARTIDA ORIGINAL - TAMBEM NO REGISTRO E.
           03 LRG-PERIODO  PIC 9(06).
      *G = PARTIDA GERADA; E = PARTIDA ESTORNADA.
           03 LRG-TIPO     PIC X(01).
      *DATA DO LOTE (LAN-DATA) EM QUE O REGISTRO SAIU.
           03 LRG-DATA     PIC 9(08).
           03 LRG-ESTORNA  PIC X(01).
           03 LRG-CONTA-DB PIC X(08).
           03 LRG-CONTA-CR PIC X(08).
           03 LRG-VALOR    PIC 9(09)V99.
           03 LRG-FILIAL   PIC 9(02).
