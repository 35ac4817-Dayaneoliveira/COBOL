      *   BAIXA;
      *5) CARIMBA O NUMERO DA FATURA EM CADA PEDIDO (PMS-FATURA),
      *   PARA A PROXIMA RODADA NAO FATURAR DE NOVO.
      *CLIENTE ESTRANGEIRO E FATURADO NA MOEDA ORIGINAL DO PEDIDO
      *(PMS-MOEDA/PMS-VALOR-ORIG): UMA FATURA POR CLIENTE E MOEDA,
      *COM A MERCADORIA NA MOEDA E O FRETE (CALCULADO EM REAIS)
      *CONVERTIDO PELA TAXA DO DIA DA EMISSAO (TAXACAMB; SEM TAXA NO
      *ARQUIVO, A TABELA CURTAB.CPY COM AVISO). O VALOR EM REAIS DA
      *FATURA (FCL-VALOR) E O CONTABIL PELA MESMA TAXA - VEJA
      *FCLREC.CPY.
      *CADA PEDIDO FATURADO TEM O ICMS RECALCULADO (SUB-ROTINA
      *ICMSCALC: UF DA FILIAL X UF DO PEDIDO, SOBRE MERCADORIA +
      *FRETE EM REAIS), CARIMBADO NO PEDIDO, DESTACADO NA FATURA
      *(FCL-ICMS, JA DENTRO DO TOTAL) E GRAVADO NO DIARIO ICMSMOV,
      *QUE O LOTE CONTABIL (PROGCOB66) E O LIVRO DE APURACAO
      *(PROGCOB113) LEEM.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.
      *CADASTRO MESTRE DE CLIENTES (PRAZO DE PAGAMENTO).
      *INDEXADO PELO CODIGO (VEJA CLIREC.CPY).
           SELECT F-CLIMEST ASSIGN TO 'CLIMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-STATUS-CLIMEST.
      *CONTROLE DO PROXIMO NUMERO DE FATURA (UM REGISTRO SO, COMO O
      *NUMCTL DOS PEDIDOS).
           SELECT F-FATCLI ASSIGN TO 'FATCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATCLI.
      *TAXAS DE CAMBIO DIARIAS (MESMO ARQUIVO DO PROGCOB09).
           SELECT F-TAXACAMB ASSIGN TO 'TAXACAMB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TAXACAMB.
      *DIARIO DE ICMS: UMA LINHA POR PEDIDO FATURADO (VEJA
      *ICMREC.CPY).
           SELECT F-ICMSMOV ASSIGN TO 'ICMSMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ICMSMOV.
      *FATURAS IMPRESSAS, COM CABECALHO E QUEBRA DE PAGINA PADRAO
      *(VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB55RPT'
           COPY 'PMSREC.CPY'.

       FD  F-CLIMEST.
           COPY 'CLIREC.CPY'.

       FD  F-FATNUMCTL.
       01  REG-FATNUMCTL.
           03 FNC-PROXIMO PIC 9(06).

       FD  F-FATCLI.
           COPY 'FCLREC.CPY'.

       FD  F-TAXACAMB.
       01  REG-TAXACAMB.
           03 TXC-MOEDA PIC X(03).
           03 TXC-TAXA  PIC 9(03)V9999.
           03 TXC-DATA  PIC 9(08).

       FD  F-ICMSMOV.
           COPY 'ICMREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).
       77 WRK-STATUS-CLIMEST   PIC X(02) VALUE '00'.
       77 WRK-STATUS-FATNUMCTL PIC X(02) VALUE '00'.
       77 WRK-STATUS-FATCLI    PIC X(02) VALUE '00'.
       77 WRK-STATUS-TAXACAMB  PIC X(02) VALUE '00'.
       77 WRK-STATUS-ICMSMOV   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-PEDMESTRE VALUE 'S'.
       77 WRK-FIM-TXC PIC X(01) VALUE 'N'.
           88 FIM-TAXACAMB VALUE 'S'.
      *PEDIDOS ENTREGUES E NAO FATURADOS, CARREGADOS PARA O
      *AGRUPAMENTO POR CLIENTE.
       77 WRK-FAT-MAX PIC 9(04) VALUE 0500.
               05 WRK-FAT-CLIENTE PIC X(20).
               05 WRK-FAT-VALOR   PIC 9(06)V99.
               05 WRK-FAT-FRETE   PIC 9(06)V99.
               05 WRK-FAT-MOEDA   PIC X(03).
               05 WRK-FAT-VALOR-ORIG PIC 9(06)V99.
               05 WRK-FAT-FATURADO PIC X(01).
               05 WRK-FAT-FILIAL  PIC 9(02).
               05 WRK-FAT-UF      PIC X(02).
               05 WRK-FAT-ICMS-ALIQ PIC 9(02)V99.
               05 WRK-FAT-ICMS    PIC 9(08)V99.
       77 WRK-FAT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-FAT-J   PIC 9(04) VALUE ZEROS.
      *FATURA CORRENTE: NUMERO, CLIENTE, TOTAL E VENCIMENTO.
       77 WRK-FAT-CLICOD-CORR PIC 9(06) VALUE ZEROS.
       77 WRK-FAT-CLIENTE-CORR PIC X(20) VALUE SPACES.
       77 WRK-FAT-TOTAL PIC 9(08)V99 VALUE ZEROS.
      *FATURA EM MOEDA ESTRANGEIRA: MOEDA, TAXA DA EMISSAO, TOTAL DA
      *MERCADORIA NA MOEDA, FRETE EM REAIS A CONVERTER E O TOTAL NA
      *MOEDA (NA FATURA EM REAIS, TAXA 1 E TOTAL IGUAL AO EM REAIS).
       77 WRK-FAT-MOEDA-CORR PIC X(03) VALUE SPACES.
           88 FATURA-EM-REAIS VALUE 'BRL'.
       77 WRK-FAT-MOEDA-GRUPO PIC X(03) VALUE SPACES.
       77 WRK-FAT-TAXA PIC 9(03)V9999 VALUE ZEROS.
       77 WRK-FAT-MERC-ME PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FAT-FRETE-BRL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FAT-TOTAL-ME PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TXC-ACHOU PIC X(01) VALUE 'N'.
           88 TAXA-DIARIA-ACHADA VALUE 'S'.
       77 WRK-TXC-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-FAT-QT-PED PIC 9(04) VALUE ZEROS.
      *ICMS DESTACADO DA FATURA CORRENTE E DA RODADA.
       77 WRK-FAT-ICMS-TOTAL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-ICMS-RODADA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-PRAZO-PAGTO PIC 9(03) VALUE ZEROS.
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 030.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *COMPARTILHADOS (VEJA DATAFMT.CPY), PARA AVANCAR O VENCIMENTO
      *EM DIAS DE CALENDARIO.
           COPY 'DATAFMT.CPY'.
      *TABELA MESTRE DE MOEDAS (TAXA DE RESERVA SEM O TAXACAMB).
           COPY 'CURTAB.CPY'.
      *CAMPOS COMUNS DA CHAMADA A SUB-ROTINA DE ICMS (VEJA
      *ICMCALL.CPY E ICMSCALC.cob).
           COPY 'ICMCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB55'.
           END-IF.
           MOVE ZEROS TO WRK-FAT-QT.
           MOVE ZEROS TO WRK-QT-FATURAS.
           MOVE ZEROS TO WRK-QT-ICMS-RODADA.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-FATURAVEIS.
                   MOVE ZEROS TO WRK-RPT-QT-DET
                   OPEN OUTPUT F-RELATORIO
                   PERFORM 0900-IMPRIMIR-CABECALHO-RPT
                   OPEN EXTEND F-ICMSMOV
                   IF WRK-STATUS-ICMSMOV = '35'
                       OPEN OUTPUT F-ICMSMOV
                   END-IF
                   PERFORM 0200-FATURAR-CLIENTES
                   CLOSE F-ICMSMOV
                   PERFORM 0920-GRAVAR-TRAILER-RPT
                   CLOSE F-RELATORIO
                   DISPLAY 'FATURAMENTO: ' WRK-QT-FATURAS
                       ' FATURA(S) DE ' WRK-FAT-QT ' PEDIDO(S)'
                   DISPLAY 'ICMS DESTACADO NA RODADA: '
                       WRK-QT-ICMS-RODADA
               END-IF
           END-IF.
           MOVE SPACES TO WRK-AUD-ENTRADA.
                               WRK-FAT-VALOR (WRK-FAT-QT)
                           MOVE PMS-FRETE TO
                               WRK-FAT-FRETE (WRK-FAT-QT)
                           PERFORM 0115-GUARDAR-MOEDA
                           MOVE PMS-FILIAL TO
                               WRK-FAT-FILIAL (WRK-FAT-QT)
                           MOVE PMS-UF TO
                               WRK-FAT-UF (WRK-FAT-QT)
                           MOVE 'N' TO
                               WRK-FAT-FATURADO (WRK-FAT-QT)
                       ELSE
                   END-IF
           END-READ.

      *MOEDA DO PEDIDO (BRANCO = BRL, COMO NO PROGCOB09). PEDIDO EM
      *REAIS OU SEM VALOR ORIGINAL FICA COM O PROPRIO PMS-VALOR.
       0115-GUARDAR-MOEDA.
           IF PMS-MOEDA = SPACES OR PMS-MOEDA = 'BRL'
               OR PMS-VALOR-ORIG = ZEROS
               MOVE 'BRL' TO WRK-FAT-MOEDA (WRK-FAT-QT)
               MOVE PMS-VALOR TO WRK-FAT-VALOR-ORIG (WRK-FAT-QT)
           ELSE
               MOVE PMS-MOEDA TO WRK-FAT-MOEDA (WRK-FAT-QT)
               MOVE PMS-VALOR-ORIG TO
                   WRK-FAT-VALOR-ORIG (WRK-FAT-QT)
           END-IF.

      *PERCORRE A TABELA E MONTA UMA FATURA POR CLIENTE, JUNTANDO
      *TODOS OS PEDIDOS DELE NA RODADA (O CASAMENTO E PELO CODIGO
      *DO CLIENTE; PEDIDO ANTIGO SEM CODIGO CASA PELO NOME) E POR
      *MOEDA - PEDIDOS EM MOEDAS DIFERENTES SAEM EM FATURAS
      *SEPARADAS.
       0200-FATURAR-CLIENTES.
           PERFORM 0210-TRATAR-CLIENTE
               VARYING WRK-FAT-IDX FROM 1 BY 1
                   WRK-FAT-CLICOD-CORR
               MOVE WRK-FAT-CLIENTE (WRK-FAT-IDX) TO
                   WRK-FAT-CLIENTE-CORR
               MOVE WRK-FAT-MOEDA (WRK-FAT-IDX) TO
                   WRK-FAT-MOEDA-CORR
               MOVE WRK-FAT-MOEDA-CORR TO WRK-FAT-MOEDA-GRUPO
               PERFORM 0300-OBTER-NUMERO-FATURA
               PERFORM 0310-OBTER-PRAZO-CLIENTE
               PERFORM 0320-CALCULAR-VENCIMENTO
               PERFORM 0330-OBTER-TAXA-EMISSAO
               MOVE ZEROS TO WRK-FAT-TOTAL
               MOVE ZEROS TO WRK-FAT-MERC-ME
               MOVE ZEROS TO WRK-FAT-FRETE-BRL
               MOVE ZEROS TO WRK-FAT-QT-PED
               MOVE ZEROS TO WRK-FAT-ICMS-TOTAL
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '===== FATURA ' WRK-NUM-FATURA
                   ' CLIENTE ' WRK-FAT-CLIENTE-CORR
                   ' MOEDA ' WRK-FAT-MOEDA-CORR ' ====='
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               PERFORM 0220-SOMAR-PEDIDO
                   VARYING WRK-FAT-J FROM WRK-FAT-IDX BY 1
                   UNTIL WRK-FAT-J > WRK-FAT-QT
               PERFORM 0230-TOTALIZAR-NA-MOEDA
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'TOTAL=' WRK-FAT-TOTAL
                   ' VENCIMENTO=' WRK-VENCIMENTO
                   ' PRAZO=' WRK-PRAZO-PAGTO ' DIAS'
                   ' ICMS DESTACADO=' WRK-FAT-ICMS-TOTAL
                   ' (INCLUSO NO TOTAL)'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               IF NOT FATURA-EM-REAIS
                   MOVE SPACES TO WRK-RPT-LINHA-TXT
                   STRING 'TOTAL ' WRK-FAT-MOEDA-CORR '='
                       WRK-FAT-TOTAL-ME
                       ' TAXA DA EMISSAO=' WRK-FAT-TAXA
                       ' (TOTAL EM REAIS E O CONTABIL)'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0910-GRAVAR-LINHA-RPT
               END-IF
               PERFORM 0400-GRAVAR-FATURA-ABERTA
               PERFORM 0500-CARIMBAR-PEDIDOS
               ADD 1 TO WRK-QT-FATURAS
                   OR (WRK-FAT-CLICOD-CORR = ZEROS
                       AND WRK-FAT-CLIENTE (WRK-FAT-J) =
                           WRK-FAT-CLIENTE-CORR))
               AND WRK-FAT-MOEDA (WRK-FAT-J) = WRK-FAT-MOEDA-GRUPO
               MOVE 'S' TO WRK-FAT-FATURADO (WRK-FAT-J)
               ADD 1 TO WRK-FAT-QT-PED
               ADD WRK-FAT-VALOR (WRK-FAT-J) TO WRK-FAT-TOTAL
               ADD WRK-FAT-FRETE (WRK-FAT-J) TO WRK-FAT-TOTAL
               ADD WRK-FAT-VALOR-ORIG (WRK-FAT-J) TO WRK-FAT-MERC-ME
               ADD WRK-FAT-FRETE (WRK-FAT-J) TO WRK-FAT-FRETE-BRL
               PERFORM 0225-CALCULAR-ICMS-PEDIDO
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               IF FATURA-EM-REAIS
                   STRING '  PEDIDO=' WRK-FAT-NUMERO (WRK-FAT-J)
                       ' VALOR=' WRK-FAT-VALOR (WRK-FAT-J)
                       ' FRETE=' WRK-FAT-FRETE (WRK-FAT-J)
                       ' ICMS ' WRK-ICM-UF-ORIG '-' WRK-ICM-UF-DEST
                       ' ' WRK-ICM-ALIQ '%=' WRK-ICM-VALOR
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               ELSE
                   STRING '  PEDIDO=' WRK-FAT-NUMERO (WRK-FAT-J)
                       ' VALOR ' WRK-FAT-MOEDA-CORR '='
                       WRK-FAT-VALOR-ORIG (WRK-FAT-J)
                       ' FRETE BRL=' WRK-FAT-FRETE (WRK-FAT-J)
                       ' ICMS ' WRK-ICM-UF-ORIG '-' WRK-ICM-UF-DEST
                       ' ' WRK-ICM-ALIQ '%=' WRK-ICM-VALOR
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               END-IF
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

      *ICMS DO PEDIDO NO FATURAMENTO (O QUE VALE PARA A APURACAO):
      *BASE = MERCADORIA + FRETE EM REAIS - NA FATURA EM MOEDA
      *ESTRANGEIRA, A MERCADORIA PELA TAXA DA EMISSAO, COMO O VALOR
      *CONTABIL DA FATURA. O IMPOSTO VAI PARA A TABELA (CARIMBO NO
      *PEDIDO), PARA O TOTAL DESTACADO DA FATURA E PARA O DIARIO.
       0225-CALCULAR-ICMS-PEDIDO.
           MOVE WRK-FAT-FILIAL (WRK-FAT-J) TO WRK-ICM-FILIAL.
           MOVE WRK-FAT-UF (WRK-FAT-J) TO WRK-ICM-UF-DEST.
           IF FATURA-EM-REAIS
               COMPUTE WRK-ICM-BASE = WRK-FAT-VALOR (WRK-FAT-J)
                   + WRK-FAT-FRETE (WRK-FAT-J)
           ELSE
               COMPUTE WRK-ICM-BASE ROUNDED =
                   (WRK-FAT-VALOR-ORIG (WRK-FAT-J) * WRK-FAT-TAXA)
                   + WRK-FAT-FRETE (WRK-FAT-J)
           END-IF.
           CALL 'ICMSCALC' USING WRK-ICM-FILIAL WRK-ICM-UF-DEST
               WRK-ICM-BASE WRK-ICM-UF-ORIG WRK-ICM-ALIQ
               WRK-ICM-VALOR WRK-ICM-RESULT.
           MOVE WRK-ICM-ALIQ TO WRK-FAT-ICMS-ALIQ (WRK-FAT-J).
           MOVE WRK-ICM-VALOR TO WRK-FAT-ICMS (WRK-FAT-J).
           ADD WRK-ICM-VALOR TO WRK-FAT-ICMS-TOTAL.
           ADD WRK-ICM-VALOR TO WRK-QT-ICMS-RODADA.
           MOVE WRK-DATA-HOJE TO ICM-DATA.
           MOVE WRK-NUM-FATURA TO ICM-FATURA.
           MOVE WRK-FAT-NUMERO (WRK-FAT-J) TO ICM-PEDIDO.
           MOVE WRK-ICM-FILIAL TO ICM-FILIAL.
           MOVE WRK-ICM-UF-ORIG TO ICM-UF-ORIG.
           MOVE WRK-ICM-UF-DEST TO ICM-UF-DEST.
           MOVE WRK-ICM-BASE TO ICM-BASE.
           MOVE WRK-ICM-ALIQ TO ICM-ALIQ.
           MOVE WRK-ICM-VALOR TO ICM-VALOR.
           MOVE WRK-ICM-RESULT TO ICM-FONTE.
           WRITE REG-ICMSMOV.

      *TOTAL DA FATURA NA MOEDA: MERCADORIA NA MOEDA ORIGINAL MAIS O
      *FRETE CONVERTIDO PELA TAXA DA EMISSAO; O VALOR EM REAIS DA
      *FATURA PASSA A SER O CONTABIL (TOTAL NA MOEDA X TAXA), A BASE
      *DA VARIACAO CAMBIAL NA BAIXA DO PROGCOB56.
       0230-TOTALIZAR-NA-MOEDA.
           IF FATURA-EM-REAIS
               MOVE WRK-FAT-TOTAL TO WRK-FAT-TOTAL-ME
           ELSE
               COMPUTE WRK-FAT-TOTAL-ME ROUNDED =
                   ((WRK-FAT-MERC-ME * WRK-FAT-TAXA)
                       + WRK-FAT-FRETE-BRL) / WRK-FAT-TAXA
               COMPUTE WRK-FAT-TOTAL ROUNDED = WRK-FAT-TOTAL-ME
                   * WRK-FAT-TAXA
           END-IF.

      *LE O PROXIMO NUMERO DE FATURA DO CONTROLE FATNUMCTL (CRIANDO
      *O CONTROLE COM 1 SE AINDA NAO EXISTIR) E REGRAVA O CONTROLE
      *JA COM O NUMERO SEGUINTE - MESMO DESENHO DO NUMCTL.
      *SEM CADASTRO OU COM PRAZO ZERADO, VALE O PADRAO DA CASA.
       0310-OBTER-PRAZO-CLIENTE.
           MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO-PAGTO.
           OPEN INPUT F-CLIMEST.
           IF WRK-STATUS-CLIMEST = '00'
               PERFORM 0311-LER-CLIMEST
               CLOSE F-CLIMEST
           END-IF.

       0311-LER-CLIMEST.
           MOVE WRK-FAT-CLICOD-CORR TO CLI-CODIGO.
           READ F-CLIMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-PRAZO-PAGTO > 0
                       MOVE CLI-PRAZO-PAGTO TO WRK-PRAZO-PAGTO
                   END-IF
           END-READ.
               END-IF
           END-IF.

      *TAXA DA MOEDA NO DIA DA EMISSAO: A ULTIMA LINHA DO TAXACAMB
      *DA MOEDA COM DATA ATE HOJE. SEM ELA, A TAXA DA TABELA
      *CURTAB.CPY COM AVISO; MOEDA FORA DA TABELA, A FATURA SAI EM
      *REAIS (COMO NA COTACAO DO PROGCOB09).
       0330-OBTER-TAXA-EMISSAO.
           MOVE 1,0000 TO WRK-FAT-TAXA.
           IF NOT FATURA-EM-REAIS
               MOVE 'N' TO WRK-TXC-ACHOU
               MOVE ZEROS TO WRK-TXC-DATA
               MOVE 'N' TO WRK-FIM-TXC
               OPEN INPUT F-TAXACAMB
               IF WRK-STATUS-TAXACAMB NOT = '00'
                   MOVE 'S' TO WRK-FIM-TXC
               END-IF
               PERFORM 0331-LER-TAXACAMB UNTIL FIM-TAXACAMB
               IF WRK-STATUS-TAXACAMB NOT = '35'
                   CLOSE F-TAXACAMB
               END-IF
               IF NOT TAXA-DIARIA-ACHADA
                   DISPLAY '*** ATENCAO: SEM TAXA DE '
                       WRK-FAT-MOEDA-CORR ' NO TAXACAMB, USANDO '
                       'CURTAB ***'
                   SEARCH ALL TAB-MOEDA-ITEM
                       AT END
                           DISPLAY 'MOEDA ' WRK-FAT-MOEDA-CORR
                               ' NAO CADASTRADA, FATURA EM BRL'
                           MOVE 'BRL' TO WRK-FAT-MOEDA-CORR
                       WHEN TAB-MOEDA-COD (TAB-MOEDA-IDX) =
                               WRK-FAT-MOEDA-CORR
                           MOVE TAB-MOEDA-TAXA (TAB-MOEDA-IDX) TO
                               WRK-FAT-TAXA
                   END-SEARCH
               END-IF
           END-IF.

       0331-LER-TAXACAMB.
           READ F-TAXACAMB
               AT END
                   MOVE 'S' TO WRK-FIM-TXC
               NOT AT END
                   IF TXC-MOEDA = WRK-FAT-MOEDA-CORR
                       AND TXC-DATA NOT > WRK-DATA-HOJE
                       AND TXC-DATA NOT < WRK-TXC-DATA
                       AND TXC-TAXA > 0
                       MOVE TXC-TAXA TO WRK-FAT-TAXA
                       MOVE TXC-DATA TO WRK-TXC-DATA
                       MOVE 'S' TO WRK-TXC-ACHOU
                   END-IF
           END-READ.

      *GRAVA A FATURA NO ARQUIVO DE FATURAS EM ABERTO (FATCLI).
       0400-GRAVAR-FATURA-ABERTA.
           OPEN EXTEND F-FATCLI.
           MOVE WRK-FAT-TOTAL TO FCL-VALOR.
           MOVE ZEROS TO FCL-PAGO.
           MOVE 'A' TO FCL-SITUACAO.
           MOVE WRK-FAT-MOEDA-CORR TO FCL-MOEDA.
           MOVE WRK-FAT-TOTAL-ME TO FCL-VALOR-ME.
           MOVE ZEROS TO FCL-PAGO-ME.
           MOVE WRK-FAT-TAXA TO FCL-TAXA-EMISSAO.
           MOVE WRK-FAT-ICMS-TOTAL TO FCL-ICMS.
           WRITE REG-FATCLI.
           CLOSE F-FATCLI.

                   NOT INVALID KEY
                       IF PMS-FATURA = ZEROS
                           MOVE WRK-NUM-FATURA TO PMS-FATURA
                           MOVE WRK-FAT-ICMS-ALIQ (WRK-FAT-J) TO
                               PMS-ICMS-ALIQ
                           MOVE WRK-FAT-ICMS (WRK-FAT-J) TO
                               PMS-ICMS-VALOR
                           REWRITE REG-PEDMESTRE
                       END-IF
               END-READ
