           03 WRK-P09-FRETE-ADIC PIC 9(06)V99.
           03 WRK-P09-TRANSP PIC X(03).
           03 WRK-P09-FILIAL PIC 9(02).
           03 WRK-P09-QTD      PIC 9(05).
           03 WRK-P09-OPERADOR PIC X(20).
           03 WRK-P09-ORIGEM   PIC X(10).
           03 WRK-P09-END-SEQ  PIC 9(02).
      *DELTA DO PEDIDO CORRENTE E TOTAIS POR UF.
       77 WRK-FRETE-NOVO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DELTA PIC S9(07)V99 VALUE ZEROS.
               NOT AT END
                   IF PMS-SITUACAO NOT = 'D'
                       AND PMS-SITUACAO NOT = 'X'
                       AND PMS-SITUACAO NOT = 'V'
                       PERFORM 0210-REPRECIFICAR-PEDIDO
                   END-IF
           END-READ.
      *DELTA FANTASMA DO TAMANHO DO FATOR.
           MOVE PMS-TRANSP TO WRK-P09-TRANSP.
           MOVE ZEROS TO WRK-P09-FILIAL.
           MOVE ZEROS TO WRK-P09-QTD.
           MOVE SPACES TO WRK-P09-OPERADOR.
           MOVE 'PROGCOB30' TO WRK-P09-ORIGEM.
           MOVE ZEROS TO WRK-P09-END-SEQ.
           CALL 'PROGCOB09-PARM' USING WRK-PARM-PROGCOB09.
           MOVE WRK-P09-FRETE TO WRK-FRETE-NOVO.
           COMPUTE WRK-DELTA = WRK-FRETE-NOVO - PMS-FRETE.
