           03 WRK-P09-FRETE-ADIC PIC 9(06)V99.
           03 WRK-P09-TRANSP PIC X(03).
           03 WRK-P09-FILIAL PIC 9(02).
           03 WRK-P09-QTD      PIC 9(05).
           03 WRK-P09-OPERADOR PIC X(20).
           03 WRK-P09-ORIGEM   PIC X(10).
           03 WRK-P09-END-SEQ  PIC 9(02).
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB59'.
      *BARATA E A MATRIZ, COMO NO PEDIDO DIGITADO SEM ESCOLHA.
           MOVE SPACES TO WRK-P09-TRANSP.
           MOVE ZEROS TO WRK-P09-FILIAL.
      *VALOR ZERADO NO MODELO SEGUE A TABELA DE PRECOS; VALOR FIXO
      *DIFERENTE DA TABELA SAI COMO ALTERACAO MANUAL DO MODELO.
           MOVE ZEROS TO WRK-P09-QTD.
           MOVE 'MODELO RECORRENTE' TO WRK-P09-OPERADOR.
           MOVE 'PROGCOB59' TO WRK-P09-ORIGEM.
           MOVE ZEROS TO WRK-P09-END-SEQ.
           MOVE ZEROS TO RETURN-CODE.
           CALL 'PROGCOB09-PARM' USING WRK-PARM-PROGCOB09.
           IF RETURN-CODE < 8
