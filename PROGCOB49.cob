      *  (L) LISTA OS EMBARQUES DE UM PEDIDO.
      *AS ETIQUETAS DOS EMBARQUES SAEM NO PROGCOB42, JUNTO COM AS
      *DO PEDIDO.
      *TODA MUDANCA DE SITUACAO GRAVADA NO PEDSTAT AVISA TAMBEM O
      *CLIENTE PELA FILA DE NOTIFICACOES (VEJA NOTIFICA.cob).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
      *CAMPOS COMUNS DO SALDO DE ESTOQUE (VEJA ESTOQMOV.cob): O
      *PRIMEIRO EMBARQUE DO PEDIDO BAIXA UMA UNIDADE DO PRODUTO.
           COPY 'ESTCALL.CPY'.
      *CAMPOS DA CHAMADA A FILA DE NOTIFICACOES (VEJA NTFCALL.CPY).
           COPY 'NTFCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB49'.
           MOVE WRK-OPERADOR TO PST-OPERADOR.
           WRITE REG-PEDSTAT.
           CLOSE F-PEDSTAT.
           PERFORM 0601-NOTIFICAR-CLIENTE.

      *AVISA O CLIENTE DO PEDIDO DA MUDANCA DE SITUACAO (MODELO
      *PEDSIT: NUMERO, SITUACAO ANTERIOR, NOVA E DATA).
       0601-NOTIFICAR-CLIENTE.
           IF PMS-CLICOD IS NUMERIC AND PMS-CLICOD > 0
               MOVE WRK-AUD-PROGRAMA TO WRK-NTF-ORIGEM
               MOVE 'C' TO WRK-NTF-TIPO-DEST
               MOVE PMS-CLICOD TO WRK-NTF-CHAVE
               MOVE 'PEDSIT' TO WRK-NTF-MODELO
               MOVE 'N' TO WRK-NTF-UNICO
               MOVE SPACES TO WRK-NTF-CAMPOS
               MOVE WRK-NUMERO TO WRK-NTF-CAMPO (1)
               MOVE WRK-HST-SIT-ANT TO WRK-NTF-CAMPO (2)
               MOVE PMS-SITUACAO TO WRK-NTF-CAMPO (3)
               MOVE WRK-DATA TO WRK-NTF-CAMPO (4)
               CALL 'NOTIFICA' USING WRK-NTF-ORIGEM WRK-NTF-TIPO-DEST
                   WRK-NTF-CHAVE WRK-NTF-MODELO WRK-NTF-UNICO
                   WRK-NTF-CAMPOS WRK-NTF-NUMERO WRK-NTF-RESULT
           END-IF.

      *BAIXA UMA UNIDADE DO PRODUTO NO PRIMEIRO EMBARQUE (PRODUTO
      *SEM LINHA DE ESTOQUE NAO BAIXA NADA - VEJA ESTOQMOV.cob).
       0650-BAIXAR-ESTOQUE.
           MOVE PMS-PRODUTO TO WRK-EST-PRODUTO.
      *SALDO DA FILIAL DO PEDIDO (SEM FILIAL = MATRIZ).
           IF PMS-FILIAL IS NOT NUMERIC OR PMS-FILIAL = ZEROS
               MOVE 01 TO WRK-EST-FILIAL
           ELSE
               MOVE PMS-FILIAL TO WRK-EST-FILIAL
           END-IF.
           MOVE WRK-AUD-PROGRAMA TO WRK-EST-ORIGEM.
           MOVE SPACES TO WRK-EST-REF.
           STRING 'PED' PMS-NUMERO DELIMITED BY SIZE INTO WRK-EST-REF.
           MOVE WRK-OPERADOR TO WRK-EST-OPERADOR.
           MOVE 'B' TO WRK-EST-ACAO.
           MOVE 1 TO WRK-EST-QTD.
           CALL 'ESTOQMOV' USING WRK-EST-PRODUTO WRK-EST-ACAO
               WRK-EST-QTD WRK-EST-SALDO WRK-EST-RESULT WRK-EST-ORIGEM
               WRK-EST-REF WRK-EST-OPERADOR WRK-EST-CUSTO
               WRK-EST-FILIAL.
