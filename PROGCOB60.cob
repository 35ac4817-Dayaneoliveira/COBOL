      *      ENTAO O VOLUME SAI ESTIMADO DO PESO DE FAIXA PELO
      *      FATOR DE CUBAGEM 6000 DO PROGCOB09 (M3 = PESO-FRETE X
      *      0,006), O MESMO CALCULO DA MONTAGEM DE CARGAS
      *      (PROGCOB53). PEDIDO COM ENDERECO DE ENTREGA
      *      (PMS-END-SEQ, CADASTRO DO PROGCOB102) LEVA LOGRADOURO,
      *      CIDADE E CEP NO FIM DO REGISTRO, LIDOS PELO ENTCALC -
      *      EM BRANCO/ZEROS NO PEDIDO SEM ENDERECO, SO COM A UF;
      *  I = IMPORTACAO: LE O ARQUIVO DIARIO DE SITUACOES DA
      *      TRANSPORTADORA (TRANSPIMP: NUMERO, SITUACAO E=COLETADO
      *      D=ENTREGUE, DATA) E AVANCA O CICLO DO PROGCOB28
      *      TRANSICAO INVALIDA VAI PARA O ARQUIVO DE REJEITOS
      *      TRANSPREJ, NO ESTILO REJ-MOTIVO DOS DEMAIS LEITORES DE
      *      LOTE.
      *TODA MUDANCA DE SITUACAO GRAVADA NO PEDSTAT AVISA TAMBEM O
      *CLIENTE PELA FILA DE NOTIFICACOES (VEJA NOTIFICA.cob).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
           03 TEX-PROMETIDA PIC 9(08).
           03 TEX-TRANSP    PIC X(03).
           03 TEX-CLIENTE   PIC X(20).
      *ENDERECO DE ENTREGA DO PEDIDO (BRANCO/ZEROS = SEM ENDERECO
      *CADASTRADO, VALE SO A UF).
           03 TEX-LOGRADOURO PIC X(40).
           03 TEX-CIDADE     PIC X(25).
           03 TEX-CEP        PIC 9(08).

       FD  F-TRANSPIMP.
       01  REG-TRANSPIMP.
      *- A COLETA IMPORTADA BAIXA A UNIDADE COMO TODA TRANSICAO
      *C PARA E.
           COPY 'ESTCALL.CPY'.
      *CAMPOS COMUNS DA CHAMADA A SUB-ROTINA DE ENDERECO DE ENTREGA
      *(VEJA ENTCALL.CPY E ENTCALC.cob).
           COPY 'ENTCALL.CPY'.
      *CAMPOS DA CHAMADA A FILA DE NOTIFICACOES (VEJA NTFCALL.CPY).
           COPY 'NTFCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB60'.
                       MOVE PMS-DATA-PROMETIDA TO TEX-PROMETIDA
                       MOVE PMS-TRANSP TO TEX-TRANSP
                       MOVE PMS-CLIENTE TO TEX-CLIENTE
                       PERFORM 0220-ENDERECO-EXPORTACAO
                       WRITE REG-TRANSPEXP
                       ADD 1 TO WRK-QT-EXPORTADOS
                   END-IF
           END-READ.

      *ENDERECO DE ENTREGA DO PEDIDO PARA A TRANSPORTADORA (O
      *ENDERECO INATIVADO DEPOIS DO PEDIDO AINDA E O DESTINO DELE).
       0220-ENDERECO-EXPORTACAO.
           MOVE SPACES TO TEX-LOGRADOURO.
           MOVE SPACES TO TEX-CIDADE.
           MOVE ZEROS TO TEX-CEP.
           IF PMS-END-SEQ IS NUMERIC AND PMS-END-SEQ > 0
               MOVE 'E' TO WRK-ENT-ACAO
               MOVE PMS-CLICOD TO WRK-ENT-CLICOD
               MOVE PMS-END-SEQ TO WRK-ENT-SEQ
               CALL 'ENTCALC' USING WRK-ENT-ACAO WRK-ENT-CLICOD
                   WRK-ENT-SEQ WRK-ENT-LOGRADOURO WRK-ENT-CIDADE
                   WRK-ENT-CEP WRK-ENT-UF WRK-ENT-CLASSE
                   WRK-ENT-RESULT
               IF NOT ENT-NAO-ACHADO
                   MOVE WRK-ENT-LOGRADOURO TO TEX-LOGRADOURO
                   MOVE WRK-ENT-CIDADE TO TEX-CIDADE
                   MOVE WRK-ENT-CEP TO TEX-CEP
               END-IF
           END-IF.

      *IMPORTA O ARQUIVO DIARIO DE SITUACOES E AVANCA O CICLO DO
      *PEDIDO - REGISTRO RUIM VAI PARA O ARQUIVO DE REJEITOS E O
      *LOTE SEGUE NO PROXIMO.
      *SALDO PARA SEMPRE, DIFERENTE DAS COLETAS DO PROGCOB28/49/53.
       0330-BAIXAR-ESTOQUE.
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
           MOVE 'TRANSP-IMPORT' TO WRK-EST-OPERADOR.
           MOVE 'B' TO WRK-EST-ACAO.
           MOVE 1 TO WRK-EST-QTD.
           CALL 'ESTOQMOV' USING WRK-EST-PRODUTO WRK-EST-ACAO
               WRK-EST-QTD WRK-EST-SALDO WRK-EST-RESULT WRK-EST-ORIGEM
               WRK-EST-REF WRK-EST-OPERADOR WRK-EST-CUSTO
               WRK-EST-FILIAL.

      *DESVIA O REGISTRO INVALIDO PARA O ARQUIVO DE REJEITOS, COM O
      *CODIGO DO MOTIVO E A IMAGEM ORIGINAL, E CONTA MAIS UM.
           MOVE 'TRANSP-IMPORT' TO PST-OPERADOR.
           WRITE REG-PEDSTAT.
           CLOSE F-PEDSTAT.
           PERFORM 0501-NOTIFICAR-CLIENTE.

      *AVISA O CLIENTE DO PEDIDO DA MUDANCA DE SITUACAO (MODELO
      *PEDSIT: NUMERO, SITUACAO ANTERIOR, NOVA E DATA).
       0501-NOTIFICAR-CLIENTE.
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
