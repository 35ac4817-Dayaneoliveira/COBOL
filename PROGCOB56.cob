      *OBJETIVO : CONTAS A RECEBER SOBRE AS FATURAS DO PROGCOB55.
      *  (P) BAIXA DE PAGAMENTO: RECEBE O NUMERO DA FATURA E O
      *      VALOR PAGO (TOTAL OU PARCIAL); QUANDO O PAGO ALCANCA O
      *      VALOR, A FATURA PASSA A SITUACAO P (PAGA). CADA BAIXA
      *      GRAVA TAMBEM UMA LINHA DATADA NO DIARIO MOVCLI (VEJA
      *      MVCREC.CPY), LIDO PELO EXTRATO MENSAL DO PROGCOB106.
      *      PAGAMENTO DEPOIS DO VENCIMENTO PAGA MULTA E JUROS AO DIA
      *      SOBRE O PRINCIPAL BAIXADO (PERCENTUAIS DO ENCARGCFG,
      *      VEJA ECFREC.CPY), MOSTRADOS A PARTE NO RECIBO E GRAVADOS
      *      NO DIARIO ENCARGOS PARA O LOTE CONTABIL DO PROGCOB66;
      *  (N) NOTA DE CREDITO: ABATE UM VALOR DE UMA FATURA EM ABERTO
      *      COM NUMERO PROPRIO (SERIE NCRNUMCTL) E MOTIVO (FRETE
      *      COBRADO A MAIOR, AVARIA DE UMA OCORRENCIA DO PROGCOB52
      *      OU CORTESIA). ACIMA DO LIMITE WRK-NCR-LIMITE, SO COM
      *      APROVACAO DE SUPERVISOR. A NOTA VAI PARA O NOTACRED
      *      (VEJA NCRREC.CPY), DE ONDE O PROGCOB66 ESTORNA A
      *      RECEITA, E O CREDITO SAI NO MOVCLI PARA O EXTRATO;
      *  (A) RELATORIO DE AGING: O SALDO EM ABERTO DE CADA CLIENTE
      *      DISTRIBUIDO NAS FAIXAS A VENCER / ATE 30 / 31-60 /
      *      61-90 / MAIS DE 90 DIAS DE ATRASO (CALENDARIO
      *      COMERCIAL ANO 360/MES 30, O CRITERIO DA CASA), E EM
      *      COLUNA PROPRIA OS ENCARGOS QUE O ATRASADO PAGARIA HOJE.
      *A FAIXA DE MAIS DE 90 DIAS E A MESMA QUE TRAVA A COTACAO DO
      *CLIENTE NO CONTROLE DE CREDITO DO PROGCOB09.
      *FATURA EM MOEDA ESTRANGEIRA (VEJA FCLREC.CPY): O PAGAMENTO E
      *DIGITADO NA MOEDA DA FATURA E CONVERTIDO PELA TAXA DO DIA DO
      *PAGAMENTO (TAXACAMB); A FATURA BAIXA O VALOR CONTABIL PELA
      *TAXA DA EMISSAO E A DIFERENCA VAI COMO GANHO OU PERDA CAMBIAL
      *PARA O DIARIO VARCAMB (VEJA VCBREC.CPY), LIDO PELO PROGCOB66.
      *O AGING TRAZ, DEPOIS DAS FAIXAS EM REAIS, O SALDO DESSAS
      *FATURAS NA MOEDA ORIGINAL E EM REAIS.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
           SELECT F-FATCLIN ASSIGN TO 'FATCLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATCLIN.
      *DIARIO DE MOVIMENTOS DAS FATURAS (PAGAMENTOS E CREDITOS).
           SELECT F-MOVCLI ASSIGN TO 'MOVCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVCLI.
      *NOTAS DE CREDITO EMITIDAS (VEJA NCRREC.CPY).
           SELECT F-NOTACRED ASSIGN TO 'NOTACRED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTACRED.
      *CONTROLE DO PROXIMO NUMERO DE NOTA DE CREDITO (UM REGISTRO
      *SO, COMO O FATNUMCTL DAS FATURAS).
           SELECT F-NCRNUMCTL ASSIGN TO 'NCRNUMCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NCRNUMCTL.
      *OCORRENCIAS DE ENTREGA (PROGCOB52), PARA A NOTA POR AVARIA.
           SELECT F-OCORRENCIAS ASSIGN TO 'OCORRENCIAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OCORRENCIAS.
      *PERCENTUAIS DE MULTA E JUROS DE ATRASO (VEJA ECFREC.CPY).
           SELECT F-ENCARGCFG ASSIGN TO 'ENCARGCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENCARGCFG.
      *DIARIO DOS ENCARGOS DE ATRASO COBRADOS (VEJA ENCREC.CPY).
           SELECT F-ENCARGOS ASSIGN TO 'ENCARGOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENCARGOS.
      *TAXAS DE CAMBIO DIARIAS (MESMO ARQUIVO DO PROGCOB09).
           SELECT F-TAXACAMB ASSIGN TO 'TAXACAMB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TAXACAMB.
      *DIARIO DA VARIACAO CAMBIAL DAS BAIXAS (VEJA VCBREC.CPY).
           SELECT F-VARCAMB ASSIGN TO 'VARCAMB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VARCAMB.
      *RELATORIO DE AGING, COM CABECALHO E QUEBRA DE PAGINA PADRAO
      *(VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB56RPT'
       DATA DIVISION.
       FILE SECTION.
       FD  F-FATCLI.
           COPY 'FCLREC.CPY'.

       FD  F-FATCLIN.
       01  REG-FATCLIN PIC X(109).

       FD  F-MOVCLI.
           COPY 'MVCREC.CPY'.

       FD  F-NOTACRED.
           COPY 'NCRREC.CPY'.

       FD  F-NCRNUMCTL.
       01  REG-NCRNUMCTL.
           03 NNC-PROXIMO PIC 9(06).

       FD  F-OCORRENCIAS.
       01  REG-OCORRENCIA.
           03 OCO-NUMERO      PIC 9(08).
           03 OCO-SEQ         PIC 9(02).
           03 OCO-TIPO        PIC X(02).
           03 OCO-DATA        PIC 9(08).
           03 OCO-DESCRICAO   PIC X(30).
           03 OCO-VALOR       PIC 9(06)V99.
           03 OCO-SITUACAO    PIC X(01).
           03 OCO-VALOR-RECUP PIC 9(06)V99.
           03 OCO-VALOR-ACEITO PIC 9(06)V99.
           03 OCO-REF-PAGTO    PIC X(10).

       FD  F-ENCARGCFG.
           COPY 'ECFREC.CPY'.

       FD  F-ENCARGOS.
           COPY 'ENCREC.CPY'.

       FD  F-TAXACAMB.
       01  REG-TAXACAMB.
           03 TXC-MOEDA PIC X(03).
           03 TXC-TAXA  PIC 9(03)V9999.
           03 TXC-DATA  PIC 9(08).

       FD  F-VARCAMB.
           COPY 'VCBREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-FATCLI  PIC X(02) VALUE '00'.
       77 WRK-STATUS-FATCLIN PIC X(02) VALUE '00'.
       77 WRK-STATUS-MOVCLI  PIC X(02) VALUE '00'.
       77 WRK-STATUS-ENCARGCFG PIC X(02) VALUE '00'.
       77 WRK-STATUS-NOTACRED    PIC X(02) VALUE '00'.
       77 WRK-STATUS-NCRNUMCTL   PIC X(02) VALUE '00'.
       77 WRK-STATUS-OCORRENCIAS PIC X(02) VALUE '00'.
       77 WRK-STATUS-ENCARGOS  PIC X(02) VALUE '00'.
       77 WRK-STATUS-TAXACAMB  PIC X(02) VALUE '00'.
       77 WRK-STATUS-VARCAMB   PIC X(02) VALUE '00'.
       77 WRK-FIM-TXC PIC X(01) VALUE 'N'.
           88 FIM-TAXACAMB VALUE 'S'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-PAGAMENTO VALUE 'P'.
           88 MAN-NOTA-CREDITO VALUE 'N'.
           88 MAN-AGING     VALUE 'A'.
           88 MAN-SAIR      VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
       77 WRK-VALOR-PAGO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FAT-ACHOU PIC X(01) VALUE 'N'.
           88 FATURA-ACHADA VALUE 'S'.
       77 WRK-PAG-CLICOD PIC 9(06) VALUE ZEROS.
       77 WRK-QT-PAGAS PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-PAGTO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-PAGTO-R REDEFINES WRK-DATA-PAGTO.
           03 WRK-PGT-ANO PIC 9(04).
           03 WRK-PGT-MES PIC 9(02).
           03 WRK-PGT-DIA PIC 9(02).
       77 WRK-DIAS-PAGTO PIC 9(07) VALUE ZEROS.
       77 WRK-PAG-VENCIMENTO PIC 9(08) VALUE ZEROS.
      *CONVERSAO DA BAIXA: NA FATURA EM MOEDA ESTRANGEIRA, O VALOR
      *PAGO (NA MOEDA) VALE WRK-PAG-REAIS PELA TAXA DO PAGAMENTO E
      *BAIXA WRK-PAG-BAIXA (REAIS PELA TAXA DA EMISSAO) DA FATURA; A
      *DIFERENCA E A VARIACAO CAMBIAL. NA FATURA EM REAIS, OS TRES
      *VALORES SAO O PROPRIO VALOR PAGO.
       77 WRK-PAG-MOEDA PIC X(03) VALUE 'BRL'.
           88 PAGAMENTO-EM-REAIS VALUE 'BRL' SPACES.
       77 WRK-PAG-TAXA PIC 9(03)V9999 VALUE ZEROS.
       77 WRK-PAG-TAXA-EMISSAO PIC 9(03)V9999 VALUE ZEROS.
       77 WRK-PAG-SALDO-ME PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PAG-REAIS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PAG-BAIXA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PAG-VARIACAO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-TXC-ACHOU PIC X(01) VALUE 'N'.
           88 TAXA-DIARIA-ACHADA VALUE 'S'.
       77 WRK-TXC-DATA PIC 9(08) VALUE ZEROS.
      *NOTA DE CREDITO CORRENTE. ACIMA DO LIMITE, SO COM APROVACAO
      *DE USUARIO DE NIVEL SUPERVISOR (VALIDADO PELO PROGCOB10).
       77 WRK-NCR-LIMITE PIC 9(08)V99 VALUE 00001000,00.
       77 WRK-NCR-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-NCR-VALOR  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-NCR-MOTIVO PIC X(01) VALUE SPACES.
           88 MOTIVO-FRETE    VALUE 'F'.
           88 MOTIVO-AVARIA   VALUE 'A'.
           88 MOTIVO-CORTESIA VALUE 'G'.
       77 WRK-NCR-OCO-PEDIDO PIC 9(08) VALUE ZEROS.
       77 WRK-NCR-OCO-SEQ    PIC 9(02) VALUE ZEROS.
       77 WRK-NCR-SALDO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-NCR-APROVADOR  PIC X(20) VALUE SPACES.
       77 WRK-NCR-VALIDA PIC X(01) VALUE 'N'.
           88 NOTA-VALIDA VALUE 'S'.
       77 WRK-OCO-ACHOU PIC X(01) VALUE 'N'.
           88 OCORRENCIA-ACHADA VALUE 'S'.
       77 WRK-OCO-VALOR PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QT-NOTAS PIC 9(04) VALUE ZEROS.
       77 WRK-SUP-SENHA PIC X(20) VALUE SPACES.
       01 WRK-PARM-PROGCOB10.
           03 WRK-P10-USUARIO PIC X(20).
           03 WRK-P10-SENHA   PIC X(20).
           03 WRK-P10-NIVEL   PIC 9(02).
               88 LIBERACAO-SUPERVISOR VALUE 03.
      *ENCARGOS DE ATRASO: PERCENTUAIS DA APLICACAO FATCLI NO
      *ENCARGCFG (SEM A LINHA, OS PADROES DA CASA COM AVISO) E O
      *CALCULO SOBRE UM PRINCIPAL E UM NUMERO DE DIAS DE ATRASO.
       77 WRK-ECF-PERC-MULTA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ECF-JUROS-DIA  PIC 9(01)V9999 VALUE ZEROS.
       77 WRK-ECF-CARENCIA   PIC 9(02) VALUE ZEROS.
       77 WRK-ECF-ACHOU PIC X(01) VALUE 'N'.
           88 ENCARGCFG-ACHADO VALUE 'S'.
       77 WRK-ENC-PRINCIPAL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ENC-DIAS      PIC S9(07) VALUE ZEROS.
       77 WRK-ENC-MULTA     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ENC-JUROS     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ENC-TOTAL     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-REC-VALOR-ED  PIC ZZZZZZZ9,99.
       77 WRK-REC-DIAS-ED   PIC ZZZ9.
       77 WRK-REC-TAXA-ED   PIC ZZ9,9999.
      *AGING: IDADE DO VENCIMENTO EM CALENDARIO COMERCIAL E OS
      *TOTAIS POR CLIENTE E GERAIS, NAS CINCO FAIXAS.
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
               05 WRK-AGE-ATE60   PIC 9(08)V99.
               05 WRK-AGE-ATE90   PIC 9(08)V99.
               05 WRK-AGE-MAIS90  PIC 9(08)V99.
               05 WRK-AGE-ENCARGOS PIC 9(08)V99.
       77 WRK-AGE-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-AGE-POS PIC 9(04) VALUE ZEROS.
       77 WRK-AGE-ACHOU PIC X(01) VALUE 'N'.
       77 WRK-TOT-ATE60   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ATE90   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-MAIS90  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ENCARGOS PIC 9(09)V99 VALUE ZEROS.
      *AGING DAS FATURAS EM MOEDA ESTRANGEIRA: SALDO E VENCIDO NA
      *MOEDA ORIGINAL E O SALDO EM REAIS (CONTABIL), POR CLIENTE E
      *MOEDA.
       77 WRK-AGM-MAX PIC 9(04) VALUE 0100.
       77 WRK-AGM-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-AGING-ME.
           03 WRK-TAB-AGM-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-AGM-QT.
               05 WRK-AGM-CLIENTE   PIC X(20).
               05 WRK-AGM-MOEDA     PIC X(03).
               05 WRK-AGM-SALDO-ME  PIC 9(08)V99.
               05 WRK-AGM-VENCIDO-ME PIC 9(08)V99.
               05 WRK-AGM-SALDO-BRL PIC 9(08)V99.
       77 WRK-AGM-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-AGM-POS PIC 9(04) VALUE ZEROS.
       77 WRK-AGM-ACHOU PIC X(01) VALUE 'N'.
           88 MOEDA-NO-AGING VALUE 'S'.
       77 WRK-SALDO-ME PIC 9(08)V99 VALUE ZEROS.
      *TABELA MESTRE DE MOEDAS (TAXA DE RESERVA SEM O TAXACAMB).
           COPY 'CURTAB.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB56'.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-RECEBER UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'BAIXAS=' WRK-QT-PAGAS ' NOTAS=' WRK-QT-NOTAS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO

       0200-MENU-RECEBER.
           DISPLAY '-- CONTAS A RECEBER (FATCLI) --'.
           DISPLAY '(P)AGAMENTO (N)OTA DE CREDITO (A)GING (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-PAGAMENTO
                   PERFORM 0300-BAIXAR-PAGAMENTO
               WHEN MAN-NOTA-CREDITO
                   PERFORM 0500-NOTA-CREDITO
               WHEN MAN-AGING
                   PERFORM 0400-RELATORIO-AGING
               WHEN MAN-SAIR
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *PERCENTUAIS DA APLICACAO FATCLI NO ENCARGCFG. SEM O ARQUIVO
      *OU SEM A LINHA, OS PADROES DA CASA (MULTA DE 2% E JUROS DE
      *1% AO MES, 0,0333% AO DIA) ENTRAM COM AVISO - AJUSTAR NO
      *ENCARGCFG, NAO AQUI.
       0250-CARREGAR-ENCARGCFG.
           MOVE 'N' TO WRK-ECF-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ENCARGCFG.
           IF WRK-STATUS-ENCARGCFG NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0251-LER-ENCARGCFG UNTIL FIM-ARQ.
           IF WRK-STATUS-ENCARGCFG NOT = '35'
               CLOSE F-ENCARGCFG
           END-IF.
           IF NOT ENCARGCFG-ACHADO
               DISPLAY '*** ATENCAO: ENCARGCFG SEM A LINHA FATCLI, '
                   'USANDO MULTA E JUROS PADRAO DA CASA ***'
               MOVE 2,00 TO WRK-ECF-PERC-MULTA
               MOVE 0,0333 TO WRK-ECF-JUROS-DIA
               MOVE ZEROS TO WRK-ECF-CARENCIA
           END-IF.

       0251-LER-ENCARGCFG.
           READ F-ENCARGCFG
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF ECF-APLICACAO = 'FATCLI'
                       MOVE 'S' TO WRK-ECF-ACHOU
                       MOVE 'S' TO WRK-FIM-ARQ
                       MOVE ECF-PERC-MULTA TO WRK-ECF-PERC-MULTA
                       MOVE ECF-JUROS-DIA TO WRK-ECF-JUROS-DIA
                       MOVE ECF-CARENCIA TO WRK-ECF-CARENCIA
                   END-IF
           END-READ.

      *BAIXA DE PAGAMENTO (TOTAL OU PARCIAL) DE UMA FATURA EM
      *ABERTO, VIA ARQUIVO DE TRABALHO.
       0300-BAIXAR-PAGAMENTO.
           DISPLAY 'NUMERO DA FATURA.. '.
           ACCEPT WRK-NUM-FATURA.
           DISPLAY 'VALOR PAGO NA MOEDA DA FATURA (PRINCIPAL, SEM '
               'ENCARGOS).. '.
           ACCEPT WRK-VALOR-PAGO.
           DISPLAY 'DATA DO PAGAMENTO AAAAMMDD (0=HOJE).. '.
           ACCEPT WRK-DATA-PAGTO.
           IF WRK-DATA-PAGTO IS NOT NUMERIC
               OR WRK-DATA-PAGTO = ZEROS
               ACCEPT WRK-DATA-PAGTO FROM DATE YYYYMMDD
           END-IF.
           IF WRK-VALOR-PAGO = ZEROS
               DISPLAY 'VALOR ZERADO, NADA FEITO'
           ELSE
               PERFORM 0250-CARREGAR-ENCARGCFG
               MOVE 'BRL' TO WRK-PAG-MOEDA
               MOVE ZEROS TO WRK-ENC-MULTA
               MOVE ZEROS TO WRK-ENC-JUROS
               MOVE ZEROS TO WRK-ENC-DIAS
               MOVE 'N' TO WRK-FAT-ACHOU
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-FATCLI
                   CLOSE F-FATCLIN
                   IF FATURA-ACHADA
                       PERFORM 0320-RECOPIAR-FATURAS
                       PERFORM 0330-GRAVAR-MOVIMENTO
                       IF WRK-ENC-MULTA > 0 OR WRK-ENC-JUROS > 0
                           PERFORM 0350-GRAVAR-ENCARGO
                       END-IF
                       IF NOT PAGAMENTO-EM-REAIS
                           PERFORM 0380-GRAVAR-VARIACAO
                       END-IF
                       PERFORM 0360-EMITIR-RECIBO
                   ELSE
                       DISPLAY 'FATURA EM ABERTO NAO ENCONTRADA, '
                           'NADA FEITO'
                   IF FCL-NUMERO = WRK-NUM-FATURA
                       AND FCL-SITUACAO = 'A'
                       MOVE 'S' TO WRK-FAT-ACHOU
                       MOVE FCL-CLICOD TO WRK-PAG-CLICOD
                       MOVE FCL-VENCIMENTO TO WRK-PAG-VENCIMENTO
                       PERFORM 0312-CONVERTER-PAGAMENTO
                       PERFORM 0315-ENCARGOS-DA-BAIXA
                       ADD WRK-PAG-BAIXA TO FCL-PAGO
                       IF NOT FCL-MOEDA-REAL
                           ADD WRK-VALOR-PAGO TO FCL-PAGO-ME
                       END-IF
                       IF (FCL-MOEDA-REAL AND FCL-PAGO >= FCL-VALOR)
                           OR (NOT FCL-MOEDA-REAL
                               AND FCL-PAGO-ME >= FCL-VALOR-ME)
                           MOVE 'P' TO FCL-SITUACAO
                           ADD 1 TO WRK-QT-PAGAS
                           DISPLAY 'FATURA ' FCL-NUMERO ' QUITADA'
                   WRITE REG-FATCLIN
           END-READ.

      *FATURA EM MOEDA ESTRANGEIRA: O VALOR PAGO (NA MOEDA) EM REAIS
      *PELA TAXA DO DIA DO PAGAMENTO E A PARTE DO VALOR CONTABIL QUE
      *ELE BAIXA, PELA TAXA DA EMISSAO. O PAGAMENTO QUE QUITA A
      *FATURA BAIXA TODO O SALDO EM REAIS QUE RESTA (SEM SOBRA DE
      *CENTAVO DE ARREDONDAMENTO DAS PARCIAIS).
       0312-CONVERTER-PAGAMENTO.
           MOVE FCL-MOEDA TO WRK-PAG-MOEDA.
           MOVE ZEROS TO WRK-PAG-VARIACAO.
           IF FCL-MOEDA-REAL
               MOVE WRK-VALOR-PAGO TO WRK-PAG-REAIS
               MOVE WRK-VALOR-PAGO TO WRK-PAG-BAIXA
           ELSE
               MOVE FCL-TAXA-EMISSAO TO WRK-PAG-TAXA-EMISSAO
               PERFORM 0370-OBTER-TAXA-PAGTO
               COMPUTE WRK-PAG-REAIS ROUNDED = WRK-VALOR-PAGO
                   * WRK-PAG-TAXA
               COMPUTE WRK-PAG-SALDO-ME = FCL-VALOR-ME - FCL-PAGO-ME
               IF WRK-VALOR-PAGO < WRK-PAG-SALDO-ME
                   COMPUTE WRK-PAG-BAIXA ROUNDED = WRK-VALOR-PAGO
                       * FCL-TAXA-EMISSAO
                   IF WRK-PAG-BAIXA > FCL-VALOR - FCL-PAGO
                       COMPUTE WRK-PAG-BAIXA = FCL-VALOR - FCL-PAGO
                   END-IF
               ELSE
                   COMPUTE WRK-PAG-BAIXA ROUNDED = FCL-VALOR - FCL-PAGO
                       + ((WRK-VALOR-PAGO - WRK-PAG-SALDO-ME)
                           * FCL-TAXA-EMISSAO)
               END-IF
               COMPUTE WRK-PAG-VARIACAO = WRK-PAG-REAIS
                   - WRK-PAG-BAIXA
           END-IF.

      *ATRASO DA BAIXA: DO VENCIMENTO DA FATURA ATE A DATA DO
      *PAGAMENTO, NO CALENDARIO COMERCIAL.
       0315-ENCARGOS-DA-BAIXA.
           MOVE FCL-VENCIMENTO TO WRK-DATA-VENC.
           COMPUTE WRK-DIAS-VENC = (WRK-VNC-ANO * 360)
               + (WRK-VNC-MES * 30) + WRK-VNC-DIA.
           COMPUTE WRK-DIAS-PAGTO = (WRK-PGT-ANO * 360)
               + (WRK-PGT-MES * 30) + WRK-PGT-DIA.
           COMPUTE WRK-ENC-DIAS = WRK-DIAS-PAGTO - WRK-DIAS-VENC.
           MOVE WRK-PAG-REAIS TO WRK-ENC-PRINCIPAL.
           PERFORM 0340-CALCULAR-ENCARGOS.

      *DEVOLVE O CONTEUDO DO ARQUIVO DE TRABALHO PARA O FATCLI
      *(REGRAVACAO TOTAL, COMO NAS DEMAIS MANUTENCOES DE ARQUIVO
      *LINE SEQUENTIAL DO SISTEMA).
                   WRITE REG-FATCLI
           END-READ.

      *LINHA DATADA DA BAIXA NO DIARIO MOVCLI, PELO VALOR EM REAIS
      *QUE SAIU DO SALDO DA FATURA (O CONTABIL, NA MOEDA ESTRANGEIRA).
       0330-GRAVAR-MOVIMENTO.
           OPEN EXTEND F-MOVCLI.
           IF WRK-STATUS-MOVCLI = '35'
               OPEN OUTPUT F-MOVCLI
           END-IF.
           MOVE WRK-PAG-CLICOD TO MVC-CLICOD.
           MOVE WRK-NUM-FATURA TO MVC-FATURA.
           MOVE WRK-DATA-PAGTO TO MVC-DATA.
           MOVE 'P' TO MVC-TIPO.
           MOVE WRK-PAG-BAIXA TO MVC-VALOR.
           MOVE ZEROS TO MVC-DOCUMENTO.
           WRITE REG-MOVCLI.
           CLOSE F-MOVCLI.

      *MULTA E JUROS SOBRE WRK-ENC-PRINCIPAL COM WRK-ENC-DIAS DE
      *ATRASO; DENTRO DA CARENCIA (OU SEM ATRASO) NAO HA ENCARGO.
       0340-CALCULAR-ENCARGOS.
           MOVE ZEROS TO WRK-ENC-MULTA.
           MOVE ZEROS TO WRK-ENC-JUROS.
           IF WRK-ENC-DIAS > 0 AND WRK-ENC-DIAS > WRK-ECF-CARENCIA
               COMPUTE WRK-ENC-MULTA ROUNDED = WRK-ENC-PRINCIPAL
                   * WRK-ECF-PERC-MULTA / 100
               COMPUTE WRK-ENC-JUROS ROUNDED = WRK-ENC-PRINCIPAL
                   * WRK-ECF-JUROS-DIA / 100 * WRK-ENC-DIAS
           END-IF.

      *LINHA DO ENCARGO COBRADO NO DIARIO ENCARGOS, PARA O LOTE
      *CONTABIL DO DIA DO PAGAMENTO.
       0350-GRAVAR-ENCARGO.
           OPEN EXTEND F-ENCARGOS.
           IF WRK-STATUS-ENCARGOS = '35'
               OPEN OUTPUT F-ENCARGOS
           END-IF.
           MOVE WRK-DATA-PAGTO TO ENC-DATA.
           MOVE 'FATCLI' TO ENC-APLICACAO.
           MOVE WRK-NUM-FATURA TO ENC-DOCUMENTO.
           MOVE WRK-PAG-VENCIMENTO TO ENC-VENCIMENTO.
           MOVE WRK-ENC-DIAS TO ENC-DIAS.
           MOVE WRK-PAG-REAIS TO ENC-PRINCIPAL.
           MOVE WRK-ENC-MULTA TO ENC-MULTA.
           MOVE WRK-ENC-JUROS TO ENC-JUROS.
           WRITE REG-ENCARGO.
           CLOSE F-ENCARGOS.

      *RECIBO DA BAIXA: PRINCIPAL, MULTA E JUROS EM LINHAS
      *SEPARADAS E O TOTAL A RECEBER DO CLIENTE.
       0360-EMITIR-RECIBO.
           COMPUTE WRK-ENC-TOTAL = WRK-PAG-REAIS + WRK-ENC-MULTA
               + WRK-ENC-JUROS.
           DISPLAY '------------- RECIBO DE PAGAMENTO -------------'.
           DISPLAY 'FATURA ' WRK-NUM-FATURA '  CLIENTE '
               WRK-PAG-CLICOD '  PAGO EM ' WRK-DATA-PAGTO.
           IF NOT PAGAMENTO-EM-REAIS
               MOVE WRK-VALOR-PAGO TO WRK-REC-VALOR-ED
               DISPLAY 'VALOR PAGO EM ' WRK-PAG-MOEDA
                   ' ................. ' WRK-REC-VALOR-ED
               MOVE WRK-PAG-TAXA TO WRK-REC-TAXA-ED
               DISPLAY 'TAXA DO DIA DO PAGAMENTO ...... '
                   WRK-REC-TAXA-ED
           END-IF.
           MOVE WRK-PAG-REAIS TO WRK-REC-VALOR-ED.
           DISPLAY 'PRINCIPAL ..................... ' WRK-REC-VALOR-ED.
           IF NOT PAGAMENTO-EM-REAIS
               MOVE WRK-PAG-TAXA-EMISSAO TO WRK-REC-TAXA-ED
               MOVE WRK-PAG-BAIXA TO WRK-REC-VALOR-ED
               DISPLAY 'BAIXADO DA FATURA (TAXA '
                   WRK-REC-TAXA-ED ') ' WRK-REC-VALOR-ED
               MOVE WRK-PAG-VARIACAO TO WRK-REC-VALOR-ED
               IF WRK-PAG-VARIACAO < 0
                   DISPLAY 'PERDA CAMBIAL ................. '
                       WRK-REC-VALOR-ED
               ELSE
                   DISPLAY 'GANHO CAMBIAL ................. '
                       WRK-REC-VALOR-ED
               END-IF
           END-IF.
           IF WRK-ENC-MULTA > 0 OR WRK-ENC-JUROS > 0
               MOVE WRK-ENC-DIAS TO WRK-REC-DIAS-ED
               MOVE WRK-ENC-MULTA TO WRK-REC-VALOR-ED
               DISPLAY 'MULTA POR ATRASO .............. '
                   WRK-REC-VALOR-ED
               MOVE WRK-ENC-JUROS TO WRK-REC-VALOR-ED
               DISPLAY 'JUROS (' WRK-REC-DIAS-ED ' DIAS) ............ '
                   WRK-REC-VALOR-ED
           END-IF.
           MOVE WRK-ENC-TOTAL TO WRK-REC-VALOR-ED.
           DISPLAY 'TOTAL RECEBIDO ................ ' WRK-REC-VALOR-ED.

      *TAXA DA MOEDA DA FATURA NO DIA DO PAGAMENTO: A ULTIMA LINHA DO
      *TAXACAMB DA MOEDA COM DATA ATE A DATA DO PAGAMENTO. SEM ELA,
      *A TAXA DA TABELA CURTAB.CPY COM AVISO; MOEDA FORA DA TABELA,
      *A PROPRIA TAXA DA EMISSAO (SEM VARIACAO), TAMBEM COM AVISO.
       0370-OBTER-TAXA-PAGTO.
           MOVE 'N' TO WRK-TXC-ACHOU.
           MOVE ZEROS TO WRK-TXC-DATA.
           MOVE 'N' TO WRK-FIM-TXC.
           OPEN INPUT F-TAXACAMB.
           IF WRK-STATUS-TAXACAMB NOT = '00'
               MOVE 'S' TO WRK-FIM-TXC
           END-IF.
           PERFORM 0371-LER-TAXACAMB UNTIL FIM-TAXACAMB.
           IF WRK-STATUS-TAXACAMB NOT = '35'
               CLOSE F-TAXACAMB
           END-IF.
           IF NOT TAXA-DIARIA-ACHADA
               DISPLAY '*** ATENCAO: SEM TAXA DE ' WRK-PAG-MOEDA
                   ' NO TAXACAMB ATE ' WRK-DATA-PAGTO ', USANDO '
                   'CURTAB ***'
               SEARCH ALL TAB-MOEDA-ITEM
                   AT END
                       DISPLAY '*** ATENCAO: MOEDA ' WRK-PAG-MOEDA
                           ' NAO CADASTRADA, USANDO A TAXA DA '
                           'EMISSAO ***'
                       MOVE WRK-PAG-TAXA-EMISSAO TO WRK-PAG-TAXA
                   WHEN TAB-MOEDA-COD (TAB-MOEDA-IDX) = WRK-PAG-MOEDA
                       MOVE TAB-MOEDA-TAXA (TAB-MOEDA-IDX) TO
                           WRK-PAG-TAXA
               END-SEARCH
           END-IF.

       0371-LER-TAXACAMB.
           READ F-TAXACAMB
               AT END
                   MOVE 'S' TO WRK-FIM-TXC
               NOT AT END
                   IF TXC-MOEDA = WRK-PAG-MOEDA
                       AND TXC-DATA NOT > WRK-DATA-PAGTO
                       AND TXC-DATA NOT < WRK-TXC-DATA
                       AND TXC-TAXA > 0
                       MOVE TXC-TAXA TO WRK-PAG-TAXA
                       MOVE TXC-DATA TO WRK-TXC-DATA
                       MOVE 'S' TO WRK-TXC-ACHOU
                   END-IF
           END-READ.

      *LINHA DA BAIXA EM MOEDA ESTRANGEIRA NO DIARIO VARCAMB, COM O
      *GANHO (RECEBIDO ACIMA DO CONTABIL) OU A PERDA CAMBIAL, PARA O
      *LOTE CONTABIL DO DIA DO PAGAMENTO.
       0380-GRAVAR-VARIACAO.
           OPEN EXTEND F-VARCAMB.
           IF WRK-STATUS-VARCAMB = '35'
               OPEN OUTPUT F-VARCAMB
           END-IF.
           MOVE WRK-DATA-PAGTO TO VCB-DATA.
           MOVE WRK-NUM-FATURA TO VCB-FATURA.
           MOVE WRK-PAG-CLICOD TO VCB-CLICOD.
           MOVE WRK-PAG-MOEDA TO VCB-MOEDA.
           MOVE WRK-VALOR-PAGO TO VCB-VALOR-ME.
           MOVE WRK-PAG-TAXA-EMISSAO TO VCB-TAXA-EMISSAO.
           MOVE WRK-PAG-TAXA TO VCB-TAXA-PAGTO.
           MOVE WRK-PAG-BAIXA TO VCB-VALOR-BAIXA.
           MOVE WRK-PAG-REAIS TO VCB-VALOR-REAIS.
           IF WRK-PAG-VARIACAO < 0
               MOVE 'P' TO VCB-TIPO
           ELSE
               MOVE 'G' TO VCB-TIPO
           END-IF.
           MOVE WRK-PAG-VARIACAO TO VCB-VARIACAO.
           WRITE REG-VARCAMB.
           CLOSE F-VARCAMB.

      *AGING DO SALDO EM ABERTO: UMA LINHA POR CLIENTE COM AS CINCO
      *FAIXAS, OS ENCARGOS DO ATRASADO E OS TOTAIS GERAIS NO FIM.
       0400-RELATORIO-AGING.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE ZEROS TO WRK-AGE-QT.
           MOVE ZEROS TO WRK-AGM-QT.
           MOVE ZEROS TO WRK-TOT-AVENCER.
           MOVE ZEROS TO WRK-TOT-ATE30.
           MOVE ZEROS TO WRK-TOT-ATE60.
           MOVE ZEROS TO WRK-TOT-ATE90.
           MOVE ZEROS TO WRK-TOT-MAIS90.
           MOVE ZEROS TO WRK-TOT-ENCARGOS.
           PERFORM 0250-CARREGAR-ENCARGCFG.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE = (WRK-HOJ-ANO * 360)
               + (WRK-HOJ-MES * 30) + WRK-HOJ-DIA.
               ' ATE60=' WRK-TOT-ATE60
               ' ATE90=' WRK-TOT-ATE90
               ' MAIS90=' WRK-TOT-MAIS90
               ' ENC=' WRK-TOT-ENCARGOS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF WRK-AGM-QT > 0
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '--- FATURAS EM MOEDA ESTRANGEIRA: SALDO NA '
                   'MOEDA ORIGINAL E EM REAIS ---'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               PERFORM 0460-GRAVAR-LINHA-MOEDA
                   VARYING WRK-AGM-IDX FROM 1 BY 1
                   UNTIL WRK-AGM-IDX > WRK-AGM-QT
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'AGING GRAVADO EM PROGCOB56RPT'.
                       WRK-AGE-MAIS90 (WRK-AGE-POS)
                   ADD WRK-SALDO-FATURA TO WRK-TOT-MAIS90
           END-EVALUATE.
      *ENCARGOS QUE O SALDO ATRASADO PAGARIA SE FOSSE QUITADO HOJE -
      *COLUNA A PARTE, FORA DAS FAIXAS (NAO E SALDO DA FATURA).
           MOVE WRK-SALDO-FATURA TO WRK-ENC-PRINCIPAL.
           MOVE WRK-ATRASO TO WRK-ENC-DIAS.
           PERFORM 0340-CALCULAR-ENCARGOS.
           ADD WRK-ENC-MULTA WRK-ENC-JUROS TO
               WRK-AGE-ENCARGOS (WRK-AGE-POS).
           ADD WRK-ENC-MULTA WRK-ENC-JUROS TO WRK-TOT-ENCARGOS.
           IF NOT FCL-MOEDA-REAL
               PERFORM 0450-ACUMULAR-MOEDA
           END-IF.

       0440-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-AGE-ACHOU.
                   MOVE ZEROS TO WRK-AGE-ATE60 (WRK-AGE-POS)
                   MOVE ZEROS TO WRK-AGE-ATE90 (WRK-AGE-POS)
                   MOVE ZEROS TO WRK-AGE-MAIS90 (WRK-AGE-POS)
                   MOVE ZEROS TO WRK-AGE-ENCARGOS (WRK-AGE-POS)
               ELSE
                   MOVE WRK-AGE-QT TO WRK-AGE-POS
               END-IF
               MOVE WRK-AGE-IDX TO WRK-AGE-POS
           END-IF.

      *SALDO DA FATURA EM MOEDA ESTRANGEIRA NA LINHA DO CLIENTE E
      *MOEDA: NA MOEDA (TOTAL E VENCIDO) E EM REAIS (O MESMO SALDO
      *CONTABIL QUE ENTROU NAS FAIXAS).
       0450-ACUMULAR-MOEDA.
           COMPUTE WRK-SALDO-ME = FCL-VALOR-ME - FCL-PAGO-ME.
           MOVE 'N' TO WRK-AGM-ACHOU.
           MOVE ZEROS TO WRK-AGM-POS.
           PERFORM 0451-COMPARAR-MOEDA
               VARYING WRK-AGM-IDX FROM 1 BY 1
               UNTIL WRK-AGM-IDX > WRK-AGM-QT
                   OR MOEDA-NO-AGING.
           IF NOT MOEDA-NO-AGING
               IF WRK-AGM-QT < WRK-AGM-MAX
                   ADD 1 TO WRK-AGM-QT
                   MOVE WRK-AGM-QT TO WRK-AGM-POS
                   MOVE FCL-CLIENTE TO WRK-AGM-CLIENTE (WRK-AGM-POS)
                   MOVE FCL-MOEDA TO WRK-AGM-MOEDA (WRK-AGM-POS)
                   MOVE ZEROS TO WRK-AGM-SALDO-ME (WRK-AGM-POS)
                   MOVE ZEROS TO WRK-AGM-VENCIDO-ME (WRK-AGM-POS)
                   MOVE ZEROS TO WRK-AGM-SALDO-BRL (WRK-AGM-POS)
               ELSE
                   MOVE WRK-AGM-QT TO WRK-AGM-POS
               END-IF
           END-IF.
           ADD WRK-SALDO-ME TO WRK-AGM-SALDO-ME (WRK-AGM-POS).
           IF WRK-ATRASO > 0
               ADD WRK-SALDO-ME TO WRK-AGM-VENCIDO-ME (WRK-AGM-POS)
           END-IF.
           ADD WRK-SALDO-FATURA TO WRK-AGM-SALDO-BRL (WRK-AGM-POS).

       0451-COMPARAR-MOEDA.
           IF WRK-AGM-CLIENTE (WRK-AGM-IDX) = FCL-CLIENTE
               AND WRK-AGM-MOEDA (WRK-AGM-IDX) = FCL-MOEDA
               MOVE 'S' TO WRK-AGM-ACHOU
               MOVE WRK-AGM-IDX TO WRK-AGM-POS
           END-IF.

       0460-GRAVAR-LINHA-MOEDA.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'CLIENTE=' WRK-AGM-CLIENTE (WRK-AGM-IDX)
               ' MOEDA=' WRK-AGM-MOEDA (WRK-AGM-IDX)
               ' SALDO-ME=' WRK-AGM-SALDO-ME (WRK-AGM-IDX)
               ' VENCIDO-ME=' WRK-AGM-VENCIDO-ME (WRK-AGM-IDX)
               ' SALDO-BRL=' WRK-AGM-SALDO-BRL (WRK-AGM-IDX)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0430-GRAVAR-LINHA-CLIENTE.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'CLIENTE=' WRK-AGE-CLIENTE (WRK-AGE-IDX)
               ' ATE60=' WRK-AGE-ATE60 (WRK-AGE-IDX)
               ' ATE90=' WRK-AGE-ATE90 (WRK-AGE-IDX)
               ' MAIS90=' WRK-AGE-MAIS90 (WRK-AGE-IDX)
               ' ENC=' WRK-AGE-ENCARGOS (WRK-AGE-IDX)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *NOTA DE CREDITO NUMERADA CONTRA UMA FATURA EM ABERTO: ABATE O
      *VALOR DO SALDO (SOMA NO FCL-PAGO, COMO O PAGAMENTO), GRAVA A
      *NOTA NO NOTACRED E O MOVIMENTO C NO MOVCLI. O CREDITO NAO
      *PASSA DO SALDO DA FATURA NEM, NA AVARIA, DO VALOR DA
      *OCORRENCIA.
       0500-NOTA-CREDITO.
           MOVE 'S' TO WRK-NCR-VALIDA.
           MOVE ZEROS TO WRK-NCR-OCO-PEDIDO.
           MOVE ZEROS TO WRK-NCR-OCO-SEQ.
           MOVE SPACES TO WRK-NCR-APROVADOR.
           DISPLAY 'NUMERO DA FATURA.. '.
           ACCEPT WRK-NUM-FATURA.
           DISPLAY 'VALOR DO CREDITO (EM REAIS).. '.
           ACCEPT WRK-NCR-VALOR.
           DISPLAY 'MOTIVO (F=FRETE A MAIOR A=AVARIA G=CORTESIA).. '.
           ACCEPT WRK-NCR-MOTIVO.
           IF WRK-NCR-VALOR = ZEROS
               DISPLAY 'VALOR ZERADO, NADA FEITO'
               MOVE 'N' TO WRK-NCR-VALIDA
           END-IF.
           IF NOTA-VALIDA
               AND NOT MOTIVO-FRETE
               AND NOT MOTIVO-AVARIA
               AND NOT MOTIVO-CORTESIA
               DISPLAY 'MOTIVO INVALIDO, NADA FEITO'
               MOVE 'N' TO WRK-NCR-VALIDA
           END-IF.
           IF NOTA-VALIDA AND MOTIVO-AVARIA
               PERFORM 0510-VALIDAR-OCORRENCIA
           END-IF.
           IF NOTA-VALIDA
               PERFORM 0520-CONFERIR-FATURA
           END-IF.
           IF NOTA-VALIDA AND WRK-NCR-VALOR > WRK-NCR-LIMITE
               PERFORM 0530-APROVACAO-SUPERVISOR
           END-IF.
           IF NOTA-VALIDA
               PERFORM 0540-OBTER-NUMERO-NOTA
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-FATCLI
               OPEN OUTPUT F-FATCLIN
               PERFORM 0550-COPIAR-FATURA-NC UNTIL FIM-ARQ
               CLOSE F-FATCLI
               CLOSE F-FATCLIN
               PERFORM 0320-RECOPIAR-FATURAS
               PERFORM 0560-GRAVAR-NOTA
               PERFORM 0570-GRAVAR-MOVIMENTO-NC
               ADD 1 TO WRK-QT-NOTAS
               DISPLAY 'NOTA DE CREDITO ' WRK-NCR-NUMERO
                   ' EMITIDA NA FATURA ' WRK-NUM-FATURA
           END-IF.

      *A NOTA POR AVARIA APONTA A OCORRENCIA (PEDIDO E SEQUENCIA)
      *REGISTRADA NO PROGCOB52.
       0510-VALIDAR-OCORRENCIA.
           DISPLAY 'PEDIDO DA OCORRENCIA.. '.
           ACCEPT WRK-NCR-OCO-PEDIDO.
           DISPLAY 'SEQUENCIA DA OCORRENCIA.. '.
           ACCEPT WRK-NCR-OCO-SEQ.
           MOVE 'N' TO WRK-OCO-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-OCORRENCIAS.
           IF WRK-STATUS-OCORRENCIAS NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0511-LER-OCORRENCIA UNTIL FIM-ARQ.
           IF WRK-STATUS-OCORRENCIAS NOT = '35'
               CLOSE F-OCORRENCIAS
           END-IF.
           IF NOT OCORRENCIA-ACHADA
               DISPLAY 'OCORRENCIA NAO ENCONTRADA, NADA FEITO'
               MOVE 'N' TO WRK-NCR-VALIDA
           ELSE
               IF WRK-NCR-VALOR > WRK-OCO-VALOR
                   DISPLAY 'CREDITO MAIOR QUE O VALOR DA OCORRENCIA, '
                       'NADA FEITO'
                   MOVE 'N' TO WRK-NCR-VALIDA
               END-IF
           END-IF.

       0511-LER-OCORRENCIA.
           READ F-OCORRENCIAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF OCO-NUMERO = WRK-NCR-OCO-PEDIDO
                       AND OCO-SEQ = WRK-NCR-OCO-SEQ
                       MOVE 'S' TO WRK-OCO-ACHOU
                       MOVE OCO-VALOR TO WRK-OCO-VALOR
                       MOVE 'S' TO WRK-FIM-ARQ
                   END-IF
           END-READ.

      *A FATURA PRECISA ESTAR EM ABERTO E COM SALDO PARA O CREDITO.
       0520-CONFERIR-FATURA.
           MOVE 'N' TO WRK-FAT-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FATCLI.
           IF WRK-STATUS-FATCLI NOT = '00'
               DISPLAY 'ARQUIVO DE FATURAS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0521-LER-FATURA-NC UNTIL FIM-ARQ.
           IF WRK-STATUS-FATCLI NOT = '35'
               CLOSE F-FATCLI
           END-IF.
           IF NOT FATURA-ACHADA
               DISPLAY 'FATURA EM ABERTO NAO ENCONTRADA, NADA FEITO'
               MOVE 'N' TO WRK-NCR-VALIDA
           ELSE
               IF WRK-NCR-VALOR > WRK-NCR-SALDO
                   MOVE WRK-NCR-SALDO TO WRK-REC-VALOR-ED
                   DISPLAY 'CREDITO MAIOR QUE O SALDO DA FATURA ('
                       WRK-REC-VALOR-ED '), NADA FEITO'
                   MOVE 'N' TO WRK-NCR-VALIDA
               END-IF
           END-IF.

       0521-LER-FATURA-NC.
           READ F-FATCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FCL-NUMERO = WRK-NUM-FATURA
                       AND FCL-SITUACAO = 'A'
                       MOVE 'S' TO WRK-FAT-ACHOU
                       MOVE FCL-CLICOD TO WRK-PAG-CLICOD
                       COMPUTE WRK-NCR-SALDO = FCL-VALOR - FCL-PAGO
                       MOVE 'S' TO WRK-FIM-ARQ
                   END-IF
           END-READ.

      *NOTA ACIMA DO LIMITE: USUARIO E SENHA DE SUPERVISOR NO
      *CONSOLE, VALIDADOS PELO PROGCOB10 (MESMA LIBERACAO DO
      *CONTROLE DE CREDITO DO PROGCOB09). SEM APROVACAO, NADA FEITO.
       0530-APROVACAO-SUPERVISOR.
           MOVE WRK-NCR-LIMITE TO WRK-REC-VALOR-ED.
           DISPLAY 'CREDITO ACIMA DO LIMITE DE ' WRK-REC-VALOR-ED
               ', PRECISA DE SUPERVISOR'.
           DISPLAY 'USUARIO SUPERVISOR PARA APROVAR (BRANCO = '
               'RECUSAR).. '.
           ACCEPT WRK-NCR-APROVADOR.
           IF WRK-NCR-APROVADOR = SPACES
               DISPLAY 'NOTA DE CREDITO NAO APROVADA, NADA FEITO'
               MOVE 'N' TO WRK-NCR-VALIDA
           ELSE
               DISPLAY 'SENHA DO SUPERVISOR.. '
               ACCEPT WRK-SUP-SENHA
               MOVE WRK-NCR-APROVADOR TO WRK-P10-USUARIO
               MOVE WRK-SUP-SENHA TO WRK-P10-SENHA
               MOVE ZEROS TO WRK-P10-NIVEL
               CALL 'PROGCOB10-PARM' USING WRK-PARM-PROGCOB10
               IF NOT LIBERACAO-SUPERVISOR
                   DISPLAY 'USUARIO SEM NIVEL SUPERVISOR, NOTA DE '
                       'CREDITO NAO APROVADA'
                   MOVE 'N' TO WRK-NCR-VALIDA
               END-IF
           END-IF.

      *LE O PROXIMO NUMERO DE NOTA DO CONTROLE NCRNUMCTL (CRIANDO O
      *CONTROLE COM 1 SE AINDA NAO EXISTIR) E REGRAVA O CONTROLE JA
      *COM O NUMERO SEGUINTE - MESMO DESENHO DO FATNUMCTL.
       0540-OBTER-NUMERO-NOTA.
           MOVE ZEROS TO WRK-NCR-NUMERO.
           OPEN INPUT F-NCRNUMCTL.
           IF WRK-STATUS-NCRNUMCTL = '00'
               READ F-NCRNUMCTL
                   AT END
                       MOVE 1 TO WRK-NCR-NUMERO
                   NOT AT END
                       MOVE NNC-PROXIMO TO WRK-NCR-NUMERO
               END-READ
               CLOSE F-NCRNUMCTL
           ELSE
               MOVE 1 TO WRK-NCR-NUMERO
           END-IF.
           OPEN OUTPUT F-NCRNUMCTL.
           COMPUTE NNC-PROXIMO = WRK-NCR-NUMERO + 1.
           WRITE REG-NCRNUMCTL.
           CLOSE F-NCRNUMCTL.

       0550-COPIAR-FATURA-NC.
           READ F-FATCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FCL-NUMERO = WRK-NUM-FATURA
                       AND FCL-SITUACAO = 'A'
                       ADD WRK-NCR-VALOR TO FCL-PAGO
                       PERFORM 0555-CREDITO-NA-MOEDA
                       IF FCL-PAGO >= FCL-VALOR
                           MOVE 'P' TO FCL-SITUACAO
                           DISPLAY 'FATURA ' FCL-NUMERO ' LIQUIDADA '
                               'PELO CREDITO'
                       END-IF
                   END-IF
                   MOVE REG-FATCLI TO REG-FATCLIN
                   WRITE REG-FATCLIN
           END-READ.

      *FATURA EM MOEDA ESTRANGEIRA: O CREDITO (EM REAIS) ABATE O
      *SALDO NA MOEDA PELA TAXA DA EMISSAO; SE LIQUIDAR A FATURA, O
      *SALDO NA MOEDA ZERA JUNTO.
       0555-CREDITO-NA-MOEDA.
           IF NOT FCL-MOEDA-REAL
               IF FCL-PAGO >= FCL-VALOR
                   MOVE FCL-VALOR-ME TO FCL-PAGO-ME
               ELSE
                   COMPUTE FCL-PAGO-ME ROUNDED =
                       ((FCL-PAGO-ME * FCL-TAXA-EMISSAO)
                           + WRK-NCR-VALOR) / FCL-TAXA-EMISSAO
               END-IF
           END-IF.

       0560-GRAVAR-NOTA.
           OPEN EXTEND F-NOTACRED.
           IF WRK-STATUS-NOTACRED = '35'
               OPEN OUTPUT F-NOTACRED
           END-IF.
           MOVE WRK-NCR-NUMERO TO NCR-NUMERO.
           MOVE WRK-NUM-FATURA TO NCR-FATURA.
           MOVE WRK-PAG-CLICOD TO NCR-CLICOD.
           ACCEPT NCR-DATA FROM DATE YYYYMMDD.
           MOVE WRK-NCR-MOTIVO TO NCR-MOTIVO.
           MOVE WRK-NCR-OCO-PEDIDO TO NCR-OCO-PEDIDO.
           MOVE WRK-NCR-OCO-SEQ TO NCR-OCO-SEQ.
           MOVE WRK-NCR-VALOR TO NCR-VALOR.
           MOVE WRK-NCR-APROVADOR TO NCR-APROVADOR.
           WRITE REG-NOTACRED.
           CLOSE F-NOTACRED.

      *LINHA DATADA DO CREDITO NO DIARIO MOVCLI (TIPO C, COM O
      *NUMERO DA NOTA), PARA O EXTRATO MENSAL.
       0570-GRAVAR-MOVIMENTO-NC.
           OPEN EXTEND F-MOVCLI.
           IF WRK-STATUS-MOVCLI = '35'
               OPEN OUTPUT F-MOVCLI
           END-IF.
           MOVE WRK-PAG-CLICOD TO MVC-CLICOD.
           MOVE WRK-NUM-FATURA TO MVC-FATURA.
           MOVE NCR-DATA TO MVC-DATA.
           MOVE 'C' TO MVC-TIPO.
           MOVE WRK-NCR-VALOR TO MVC-VALOR.
           MOVE WRK-NCR-NUMERO TO MVC-DOCUMENTO.
           WRITE REG-MOVCLI.
           CLOSE F-MOVCLI.

      *MONTA E GRAVA O CABECALHO PADRAO DO RELATORIO (PROGRAMA, DATA E
      *PAGINA), ZERANDO O CONTADOR DE LINHA DA PAGINA NOVA (VEJA
      *RPTHDR.CPY).
