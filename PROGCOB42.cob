      *UFTAB.CPY, PARA OS CARREGADORES MONTAREM POR ROTA) E, NA
      *SEQUENCIA, UMA ETIQUETA DE EMBARQUE POR PEDIDO COM CLIENTE,
      *PRODUTO, DESTINO E NUMERO DO PEDIDO.
      *PEDIDO COM ENDERECO DE ENTREGA (PMS-END-SEQ, CADASTRO DO
      *PROGCOB102) SAI COM LOGRADOURO, CIDADE E CEP NA ETIQUETA,
      *LIDOS PELO ENTCALC; PEDIDO ANTIGO OU DE CLIENTE SEM ENDERECO
      *CONTINUA SO COM A UF.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
               05 WRK-EXP-PRODUTO PIC X(20).
               05 WRK-EXP-PESO    PIC 9(06)V99.
               05 WRK-EXP-UF-NOME PIC X(19).
               05 WRK-EXP-CLICOD  PIC 9(06).
               05 WRK-EXP-END-SEQ PIC 9(02).
       77 WRK-SORT-I PIC 9(04) VALUE ZEROS.
       77 WRK-SORT-J PIC 9(04) VALUE ZEROS.
       77 WRK-SORT-J1 PIC 9(04) VALUE ZEROS.
           03 WRK-TROCA-PRODUTO PIC X(20).
           03 WRK-TROCA-PESO    PIC 9(06)V99.
           03 WRK-TROCA-UF-NOME PIC X(19).
           03 WRK-TROCA-CLICOD  PIC 9(06).
           03 WRK-TROCA-END-SEQ PIC 9(02).
       77 WRK-EXP-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-UF-CORRENTE PIC X(02) VALUE SPACES.
      *ETIQUETAS DOS EMBARQUES PARCIAIS AINDA NAO ENTREGUES
       77 WRK-QT-ETIQ-EMB PIC 9(04) VALUE ZEROS.
       77 WRK-EMB-UF PIC X(02) VALUE SPACES.
       77 WRK-EMB-CLIENTE PIC X(20) VALUE SPACES.
      *CAMPOS COMUNS DA CHAMADA A SUB-ROTINA DE ENDERECO DE ENTREGA
      *(VEJA ENTCALL.CPY E ENTCALC.cob) - WRK-ENT-CLICOD E
      *WRK-ENT-SEQ SAO ARMADOS ANTES DE CADA ETIQUETA.
           COPY 'ENTCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB42'.
                               WRK-EXP-PRODUTO (WRK-EXP-QT)
                           MOVE PMS-PESO-FRETE TO
                               WRK-EXP-PESO (WRK-EXP-QT)
                           MOVE PMS-CLICOD TO
                               WRK-EXP-CLICOD (WRK-EXP-QT)
                           MOVE PMS-END-SEQ TO
                               WRK-EXP-END-SEQ (WRK-EXP-QT)
                           PERFORM 0120-BUSCAR-REGIAO
                       ELSE
                           DISPLAY 'TABELA DE EXPEDICAO CHEIA, '
               ' ' WRK-EXP-UF-NOME (WRK-EXP-IDX)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-EXP-CLICOD (WRK-EXP-IDX) TO WRK-ENT-CLICOD.
           MOVE WRK-EXP-END-SEQ (WRK-EXP-IDX) TO WRK-ENT-SEQ.
           PERFORM 0420-GRAVAR-ENDERECO-ETIQ.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE '+----------------------------------------------+'
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *LINHAS DE ENDERECO DA ETIQUETA (WRK-ENT-CLICOD/WRK-ENT-SEQ
      *ARMADOS PELO CHAMADOR). SEQ ZERO = PEDIDO SEM ENDERECO DE
      *ENTREGA, A ETIQUETA FICA SO COM A UF. O ENDERECO INATIVADO
      *DEPOIS DO PEDIDO CONTINUA SAINDO - E O DESTINO DAQUELE PEDIDO.
       0420-GRAVAR-ENDERECO-ETIQ.
           IF WRK-ENT-SEQ IS NUMERIC AND WRK-ENT-SEQ > 0
               MOVE 'E' TO WRK-ENT-ACAO
               CALL 'ENTCALC' USING WRK-ENT-ACAO WRK-ENT-CLICOD
                   WRK-ENT-SEQ WRK-ENT-LOGRADOURO WRK-ENT-CIDADE
                   WRK-ENT-CEP WRK-ENT-UF WRK-ENT-CLASSE
                   WRK-ENT-RESULT
               IF NOT ENT-NAO-ACHADO
                   MOVE SPACES TO WRK-RPT-LINHA-TXT
                   STRING '| ENDERECO: ' WRK-ENT-LOGRADOURO
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0910-GRAVAR-LINHA-RPT
                   MOVE SPACES TO WRK-RPT-LINHA-TXT
                   STRING '|           ' WRK-ENT-CIDADE ' '
                       WRK-ENT-UF ' CEP ' WRK-ENT-CEP
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0910-GRAVAR-LINHA-RPT
               END-IF
           END-IF.

      *UMA ETIQUETA POR EMBARQUE PARCIAL AINDA NAO ENTREGUE
      *(PROGCOB49), COM O DESTINO DO PEDIDO DONO DO EMBARQUE.
       0500-ETIQUETAS-EMBARQUES.
           STRING '| DESTINO: ' WRK-EMB-UF
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0420-GRAVAR-ENDERECO-ETIQ.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE '+----------------------------------------------+'
               TO WRK-RPT-LINHA-TXT.
       0530-BUSCAR-DESTINO-PEDIDO.
           MOVE SPACES TO WRK-EMB-UF.
           MOVE SPACES TO WRK-EMB-CLIENTE.
           MOVE ZEROS TO WRK-ENT-CLICOD.
           MOVE ZEROS TO WRK-ENT-SEQ.
           OPEN INPUT F-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE = '00'
               MOVE EMB-NUMERO TO PMS-NUMERO
                   NOT INVALID KEY
                       MOVE PMS-UF TO WRK-EMB-UF
                       MOVE PMS-CLIENTE TO WRK-EMB-CLIENTE
                       MOVE PMS-CLICOD TO WRK-ENT-CLICOD
                       MOVE PMS-END-SEQ TO WRK-ENT-SEQ
               END-READ
               CLOSE F-PEDMESTRE
           END-IF.
