       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCCALC.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : SUB-ROTINA COMUM DE PRECO DE TABELA, NO MESMO
      *ESPIRITO DO ESTOQMOV.cob. O CHAMADOR PASSA O PRODUTO, O
      *CODIGO DO CLIENTE, A QUANTIDADE E A DATA DO PEDIDO; A ROTINA
      *PROCURA NO PRECOTAB O PRECO VIGENTE NA DATA (LINHA DE INICIO
      *MAIS RECENTE ENTRE AS QUE COBREM A DATA) E NO DESCCLI A FAIXA
      *DE DESCONTO VIGENTE DO CLIENTE DE MAIOR QUANTIDADE MINIMA
      *ATINGIDA, E DEVOLVE O PRECO UNITARIO, O PERCENTUAL E O VALOR
      *DO ITEM = PRECO X QUANTIDADE X (1 - PERCENTUAL / 100).
      *ANTES O PED-VALOR ERA DIGITADO LIVRE PELA MESA EM TODO
      *PEDIDO; AGORA E ESTE O VALOR PADRAO DO ITEM NO PROGCOB09 E NA
      *TELA CHEIA DO PROGCOB62.
      *PRODUTO SEM PRECO VIGENTE VOLTA RESULTADO N E VALOR ZERO - O
      *VALOR CONTINUA SENDO O DIGITADO, COMO SEMPRE FOI.
      *VEJA PRCCALL.CPY PARA OS CAMPOS DO CHAMADOR.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *TABELA DE PRECOS COM VIGENCIA (MANTIDA PELO PROGCOB101).
           SELECT F-PRECOTAB ASSIGN TO 'PRECOTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRECOTAB.
      *FAIXAS DE DESCONTO POR CLIENTE (MANTIDAS PELO PROGCOB101).
           SELECT F-DESCCLI ASSIGN TO 'DESCCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESCCLI.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PRECOTAB.
           COPY 'PRCREC.CPY'.

       FD  F-DESCCLI.
           COPY 'DSCREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PRECOTAB PIC X(02) VALUE '00'.
       77 WRK-STATUS-DESCCLI  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-QTD  PIC 9(05) VALUE ZEROS.
      *INICIO DA LINHA DE PRECO ESCOLHIDA ATE AGORA (A VIGENTE DE
      *INICIO MAIS RECENTE GANHA) E QUANTIDADE MINIMA DA FAIXA DE
      *DESCONTO ESCOLHIDA ATE AGORA (A MAIOR ATINGIDA GANHA).
       77 WRK-MELHOR-INI PIC 9(08) VALUE ZEROS.
       77 WRK-MELHOR-MIN PIC 9(05) VALUE ZEROS.
       77 WRK-DSC-ACHOU PIC X(01) VALUE 'N'.
           88 FAIXA-ACHADA VALUE 'S'.

       LINKAGE SECTION.
       01 LK-PRC-PRODUTO PIC X(20).
       01 LK-PRC-CLICOD  PIC 9(06).
       01 LK-PRC-QTD     PIC 9(05).
       01 LK-PRC-DATA    PIC 9(08).
       01 LK-PRC-UNIT    PIC 9(06)V99.
       01 LK-PRC-PERC    PIC 9(02)V99.
       01 LK-PRC-VALOR   PIC 9(06)V99.
       01 LK-PRC-RESULT  PIC X(01).

       PROCEDURE DIVISION USING LK-PRC-PRODUTO LK-PRC-CLICOD
           LK-PRC-QTD LK-PRC-DATA LK-PRC-UNIT LK-PRC-PERC
           LK-PRC-VALOR LK-PRC-RESULT.
       0001-PRINCIPAL.
           MOVE 'N' TO LK-PRC-RESULT.
           MOVE ZEROS TO LK-PRC-UNIT.
           MOVE ZEROS TO LK-PRC-PERC.
           MOVE ZEROS TO LK-PRC-VALOR.
           IF LK-PRC-DATA IS NOT NUMERIC OR LK-PRC-DATA = ZEROS
               ACCEPT WRK-DATA FROM DATE YYYYMMDD
           ELSE
               MOVE LK-PRC-DATA TO WRK-DATA
           END-IF.
           IF LK-PRC-QTD IS NOT NUMERIC OR LK-PRC-QTD = ZEROS
               MOVE 1 TO WRK-QTD
           ELSE
               MOVE LK-PRC-QTD TO WRK-QTD
           END-IF.
           PERFORM 0100-BUSCAR-PRECO.
           IF LK-PRC-RESULT = 'S'
               PERFORM 0200-BUSCAR-DESCONTO
               COMPUTE LK-PRC-VALOR ROUNDED = LK-PRC-UNIT * WRK-QTD
                   * (100 - LK-PRC-PERC) / 100
                   ON SIZE ERROR
                       DISPLAY 'VALOR DE TABELA DE ' LK-PRC-PRODUTO
                           ' NAO CABE NO CAMPO'
                       MOVE ZEROS TO LK-PRC-VALOR
                       MOVE 'E' TO LK-PRC-RESULT
               END-COMPUTE
           END-IF.
           GOBACK.

      *PROCURA O PRECO VIGENTE DO PRODUTO NA DATA: ENTRE AS LINHAS
      *QUE COBREM A DATA, A DE INICIO MAIS RECENTE VALE (EMPATE: A
      *ULTIMA DO ARQUIVO). SEM ARQUIVO OU SEM LINHA, RESULTADO N.
       0100-BUSCAR-PRECO.
           MOVE ZEROS TO WRK-MELHOR-INI.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PRECOTAB.
           IF WRK-STATUS-PRECOTAB NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-PRECO UNTIL FIM-ARQ.
           IF WRK-STATUS-PRECOTAB NOT = '35'
               CLOSE F-PRECOTAB
           END-IF.

       0110-LER-PRECO.
           READ F-PRECOTAB
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PRC-PRODUTO = LK-PRC-PRODUTO
                       AND PRC-VIG-INI <= WRK-DATA
                       AND (PRC-VIG-FIM = ZEROS
                           OR PRC-VIG-FIM >= WRK-DATA)
                       AND PRC-VIG-INI >= WRK-MELHOR-INI
                       MOVE PRC-VIG-INI TO WRK-MELHOR-INI
                       MOVE PRC-PRECO TO LK-PRC-UNIT
                       MOVE 'S' TO LK-PRC-RESULT
                   END-IF
           END-READ.

      *PROCURA A FAIXA DE DESCONTO DO CLIENTE VIGENTE NA DATA DE
      *MAIOR QUANTIDADE MINIMA ATINGIDA PELA QUANTIDADE DO ITEM.
      *SEM ARQUIVO, SEM CLIENTE OU SEM FAIXA, O DESCONTO E ZERO.
       0200-BUSCAR-DESCONTO.
           MOVE ZEROS TO WRK-MELHOR-MIN.
           MOVE 'N' TO WRK-DSC-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           IF LK-PRC-CLICOD IS NOT NUMERIC OR LK-PRC-CLICOD = ZEROS
               MOVE 'S' TO WRK-FIM-ARQ
               MOVE '35' TO WRK-STATUS-DESCCLI
           ELSE
               OPEN INPUT F-DESCCLI
               IF WRK-STATUS-DESCCLI NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
           END-IF.
           PERFORM 0210-LER-DESCONTO UNTIL FIM-ARQ.
           IF WRK-STATUS-DESCCLI NOT = '35'
               CLOSE F-DESCCLI
           END-IF.

       0210-LER-DESCONTO.
           READ F-DESCCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF DSC-CLICOD = LK-PRC-CLICOD
                       AND DSC-QTD-MIN <= WRK-QTD
                       AND DSC-VIG-INI <= WRK-DATA
                       AND (DSC-VIG-FIM = ZEROS
                           OR DSC-VIG-FIM >= WRK-DATA)
                       AND (NOT FAIXA-ACHADA
                           OR DSC-QTD-MIN >= WRK-MELHOR-MIN)
                       MOVE DSC-QTD-MIN TO WRK-MELHOR-MIN
                       MOVE DSC-PERC TO LK-PRC-PERC
                       MOVE 'S' TO WRK-DSC-ACHOU
                   END-IF
           END-READ.
