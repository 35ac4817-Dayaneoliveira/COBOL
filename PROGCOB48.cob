      *   NOVOS;
      *4) GRAVA A IMAGEM ANTES/DEPOIS NO LOG DE ALTERACOES PEDLOG,
      *   COM DATA/HORA E OPERADOR - O MESMO RASTRO QUE O NOTASLOG
      *   DO PROGCOB22 DA PARA AS CORRECOES DE NOTA;
      *5) VALOR ALTERADO MARCA O PEDIDO COMO PRECO MANUAL
      *   (PMS-PRECO-MANUAL) E GRAVA A ALTERACAO NO PRCOVR, COM O
      *   OPERADOR, PARA O RELATORIO DO PROGCOB101.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
           SELECT F-PEDLOG ASSIGN TO 'PEDLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDLOG.
      *ALTERACOES MANUAIS DE PRECO (VEJA OVRREC.CPY): VALOR NOVO
      *DIGITADO AQUI TAMBEM E ALTERACAO MANUAL, RELATADA COM AS DA
      *MESA PELO PROGCOB101.
           SELECT F-PRCOVR ASSIGN TO 'PRCOVR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRCOVR.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PEDLOG.
       01  REG-PEDLOG PIC X(132).

       FD  F-PRCOVR.
           COPY 'OVRREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDLOG    PIC X(02) VALUE '00'.
       77 WRK-STATUS-PRCOVR    PIC X(02) VALUE '00'.
       77 WRK-NUMERO PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ALTERACAO PIC X(01) VALUE 'N'.
           88 FIM-ALTERACAO VALUE 'S'.
           03 WRK-P09-FRETE-ADIC PIC 9(06)V99.
           03 WRK-P09-TRANSP PIC X(03).
           03 WRK-P09-FILIAL PIC 9(02).
           03 WRK-P09-QTD      PIC 9(05).
           03 WRK-P09-OPERADOR PIC X(20).
           03 WRK-P09-ORIGEM   PIC X(10).
           03 WRK-P09-END-SEQ  PIC 9(02).
      *CAMPOS COMUNS PARA VALIDAR O VALOR DIGITADO (VEJA
      *VALIDDCK.CPY E VALIDDEC.cob).
           COPY 'VALIDDCK.CPY'.
                   END-READ
                   IF PEDIDO-ACHADO
                       IF PMS-SITUACAO = 'D' OR PMS-SITUACAO = 'X'
                           OR PMS-SITUACAO = 'V'
                           DISPLAY 'PEDIDO ENTREGUE/CANCELADO/VENCIDO '
                               'NAO SE ALTERA, NADA FEITO'
                       ELSE
                           PERFORM 0200-APLICAR-ALTERACAO
                       END-IF
               MOVE WRK-P09-FRETE      TO PMS-FRETE
               MOVE WRK-P09-FRETE-BASE TO PMS-FRETE-BASE
               MOVE WRK-P09-FRETE-ADIC TO PMS-FRETE-ADIC
               IF PMS-VALOR NOT = WRK-ANT-VALOR
                   MOVE 'S' TO PMS-PRECO-MANUAL
               END-IF
               REWRITE REG-PEDMESTRE
               PERFORM 0300-GRAVAR-LOG-ALTERACAO
               IF PMS-VALOR NOT = WRK-ANT-VALOR
                   PERFORM 0310-GRAVAR-ALTERACAO-PRECO
               END-IF
               DISPLAY 'PEDIDO ALTERADO: FRETE ' WRK-ANT-FRETE
                   ' -> ' PMS-FRETE
           END-IF.
      *TOLERANCIA DA CONFERENCIA (PROGCOB29/61).
           MOVE PMS-TRANSP  TO WRK-P09-TRANSP.
           MOVE ZEROS       TO WRK-P09-FILIAL.
           MOVE ZEROS       TO WRK-P09-QTD.
           MOVE SPACES      TO WRK-P09-OPERADOR.
           MOVE 'PROGCOB48' TO WRK-P09-ORIGEM.
           MOVE ZEROS TO WRK-P09-END-SEQ.
           CALL 'PROGCOB09-PARM' USING WRK-PARM-PROGCOB09.

      *UMA LINHA POR ALTERACAO APLICADA: DATA/HORA, NUMERO,
               DELIMITED BY SIZE INTO REG-PEDLOG.
           WRITE REG-PEDLOG.
           CLOSE F-PEDLOG.

      *VALOR DO PEDIDO ALTERADO NA MAO: O PEDIDO FICA MARCADO COMO
      *PRECO MANUAL E A ALTERACAO VAI PARA O PRCOVR COM O OPERADOR -
      *AQUI O VALOR DE REFERENCIA E O VALOR ANTERIOR DO PEDIDO E A
      *QUANTIDADE FICA ZERADA (O MESTRE NAO GUARDA A DOS ITENS).
       0310-GRAVAR-ALTERACAO-PRECO.
           OPEN EXTEND F-PRCOVR.
           IF WRK-STATUS-PRCOVR = '35'
               OPEN OUTPUT F-PRCOVR
           END-IF.
           MOVE WRK-DATA        TO OVR-DATA.
           MOVE WRK-HORA        TO OVR-HORA.
           MOVE PMS-NUMERO      TO OVR-NUMERO.
           MOVE PMS-CLICOD      TO OVR-CLICOD.
           MOVE PMS-PRODUTO     TO OVR-PRODUTO.
           MOVE ZEROS           TO OVR-QTD.
           MOVE WRK-ANT-VALOR   TO OVR-VALOR-TAB.
           MOVE PMS-VALOR       TO OVR-VALOR-DIG.
           MOVE WRK-OPERADOR    TO OVR-OPERADOR.
           MOVE WRK-AUD-PROGRAMA TO OVR-ORIGEM.
           WRITE REG-PRCOVR.
           CLOSE F-PRCOVR.
