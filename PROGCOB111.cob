       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB111.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : RENTABILIDADE POR CLIENTE (CODIGO DO CLIMEST). O
      *COMERCIAL SO VIA O FATURAMENTO DO CLIENTE; O CUSTO DA
      *TRANSPORTADORA, OS SINISTROS E O PRAZO DE PAGAMENTO FICAVAM
      *CADA UM NUM RELATORIO. O PROGCOB111RPT JUNTA TUDO, NO MES
      *INFORMADO (AAAAMM, BRANCO = MES ANTERIOR) E NO ACUMULADO DO
      *ANO (JANEIRO ATE O MES), POR CLIENTE:
      *  FRETE   = PMS-FRETE DOS PEDIDOS ENTREGUES (D) COM DATA DE
      *            ENTREGA NO PERIODO;
      *  CUSTO   = FAT-FRETE DA FATURA DA TRANSPORTADORA (FATTRANSP)
      *            DATADA NO PERIODO, NO CLIENTE DO PEDIDO;
      *  SINISTRO= OCORRENCIAS BAIXADAS (B, PREJUIZO ASSUMIDO) DATADAS
      *            NO PERIODO, VALOR RECLAMADO MENOS O RECUPERADO;
      *  DESCONTO= NOS PEDIDOS COTADOS PELO CONTRATO (PMS-FONTE-TAXA
      *            C), O FRETE BASE PELA TABELA DE UF (MAIS A MESMA
      *            FAIXA DE PESO DO PROGCOB09) MENOS O FRETE BASE
      *            COBRADO - CONTRATO ACIMA DA TABELA NAO DA DESCONTO;
      *  MARGEM  = FRETE - CUSTO - SINISTRO. O DESCONTO JA ESTA FORA
      *            DO FRETE COBRADO: SAI EM COLUNA PROPRIA, SO PARA O
      *            COMERCIAL VER O QUANTO O CONTRATO CUSTOU;
      *  DIAS    = PRAZO MEDIO DE PAGAMENTO DAS FATURAS QUITADAS (P)
      *            DO FATCLI CUJO ULTIMO PAGAMENTO (MOVIMENTO P DO
      *            MOVCLI) CAIU NO PERIODO - DA EMISSAO AO PAGAMENTO,
      *            NO CALENDARIO COMERCIAL (ANO 360/MES 30, O CRITERIO
      *            DA CASA).
      *CADA PERIODO SAI ORDENADO PELA MARGEM, DA MAIOR PARA A MENOR,
      *E OS WRK-QT-REVISAO ULTIMOS SAEM MARCADOS PARA REVISAO
      *COMERCIAL. PEDIDO ANTIGO SEM CODIGO DE CLIENTE AGRUPA PELO
      *NOME. RC 4 QUANDO NENHUM CLIENTE TEVE MOVIMENTO NO MES, RC 12
      *QUANDO UMA TABELA ESTOURA (RELATORIO INCOMPLETO).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MESTRE DE PEDIDOS, INDEXADO PELO NUMERO (VEJA PMSREC.CPY) -
      *VARRIDO EM SEQUENCIA E LIDO PELA CHAVE PARA AS FATURAS DA
      *TRANSPORTADORA E AS OCORRENCIAS.
           SELECT F-PEDMESTRE ASSIGN TO 'PEDMESTRE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.
      *FATURAS DAS TRANSPORTADORAS, UM REGISTRO POR EMBARQUE COBRADO.
           SELECT F-FATTRANSP ASSIGN TO 'FATTRANSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATTRANSP.
      *OCORRENCIAS DE ENTREGA E SINISTROS (PROGCOB52).
           SELECT F-OCORRENCIAS ASSIGN TO 'OCORRENCIAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OCORRENCIAS.
      *FATURAS DE CLIENTE (GRAVADAS PELO PROGCOB55).
           SELECT F-FATCLI ASSIGN TO 'FATCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATCLI.
      *DIARIO DE MOVIMENTOS DAS FATURAS (PAGAMENTOS E CREDITOS).
           SELECT F-MOVCLI ASSIGN TO 'MOVCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVCLI.
      *RELATORIO DE RENTABILIDADE, COM CABECALHO E QUEBRA DE PAGINA
      *PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB111RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.

       FD  F-FATTRANSP.
       01  REG-FATURA.
           03 FAT-NUMERO PIC 9(08).
           03 FAT-FRETE  PIC 9(06)V99.
           03 FAT-DATA   PIC 9(08).
           03 FAT-TRANSP PIC X(03).

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

       FD  F-FATCLI.
           COPY 'FCLREC.CPY'.

       FD  F-MOVCLI.
           COPY 'MVCREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDMESTRE   PIC X(02) VALUE '00'.
       77 WRK-STATUS-FATTRANSP   PIC X(02) VALUE '00'.
       77 WRK-STATUS-OCORRENCIAS PIC X(02) VALUE '00'.
       77 WRK-STATUS-FATCLI      PIC X(02) VALUE '00'.
       77 WRK-STATUS-MOVCLI      PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *QUANTOS CLIENTES, DO FIM DA CLASSIFICACAO, VAO PARA A REVISAO
      *COMERCIAL EM CADA PERIODO.
       77 WRK-QT-REVISAO PIC 9(03) VALUE 010.
      *PERIODO: MES DO RELATORIO E ACUMULADO DO ANO.
       01 WRK-MES-RELATORIO PIC X(06) VALUE SPACES.
       01 WRK-MES-RELATORIO-R REDEFINES WRK-MES-RELATORIO.
           03 WRK-REL-ANO PIC 9(04).
           03 WRK-REL-MES PIC 9(02).
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
       77 WRK-DATA-INI     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INI-ANO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM     PIC 9(08) VALUE ZEROS.
      *TABELA MESTRE DE UF (PERCENTUAL DE FRETE) - VEJA UFTAB.CPY.
           COPY 'UFTAB.CPY'.
      *FAIXAS DE FRETE POR PESO DO PROGCOB09 - VEJA FXPTAB.CPY.
           COPY 'FXPTAB.CPY'.
      *MOVIMENTO A ACUMULAR NO CLIENTE: DATA QUE DEFINE O PERIODO,
      *CLIENTE E OS VALORES (ZERADOS ANTES DE CADA ORIGEM).
       77 WRK-ACU-DATA     PIC 9(08) VALUE ZEROS.
       77 WRK-ACU-CLICOD   PIC 9(06) VALUE ZEROS.
       77 WRK-ACU-CLIENTE  PIC X(20) VALUE SPACES.
       77 WRK-ACU-QT-PED   PIC 9(01) VALUE ZEROS.
       77 WRK-ACU-FRETE    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ACU-CUSTO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ACU-SINISTRO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ACU-DESCONTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ACU-QT-FAT   PIC 9(01) VALUE ZEROS.
       77 WRK-ACU-DIAS     PIC 9(05) VALUE ZEROS.
      *DESCONTO DE CONTRATO DO PEDIDO.
       77 WRK-TAXA-TABELA  PIC 9(01)V99 VALUE ZEROS.
       77 WRK-FRETE-PESO   PIC 9(04)V99 VALUE ZEROS.
       77 WRK-BASE-TABELA  PIC 9(08)V99 VALUE ZEROS.
      *CLIENTES, COM OS TOTAIS DE CADA PERIODO (1 = MES, 2 = ANO).
       77 WRK-CLI-MAX PIC 9(04) VALUE 0500.
       77 WRK-CLI-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-CLIENTES.
           03 WRK-TAB-CLI-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-CLI-QT.
               05 WRK-CLI-CLICOD  PIC 9(06).
               05 WRK-CLI-CLIENTE PIC X(20).
               05 WRK-CLI-PERIODO OCCURS 2 TIMES.
                   07 WRK-CLI-ATIVO    PIC X(01).
                   07 WRK-CLI-QT-PED   PIC 9(05).
                   07 WRK-CLI-FRETE    PIC 9(09)V99.
                   07 WRK-CLI-CUSTO    PIC 9(09)V99.
                   07 WRK-CLI-SINISTRO PIC 9(09)V99.
                   07 WRK-CLI-DESCONTO PIC 9(09)V99.
                   07 WRK-CLI-QT-FAT   PIC 9(05).
                   07 WRK-CLI-DIAS     PIC 9(07).
                   07 WRK-CLI-MARGEM   PIC S9(09)V99.
       77 WRK-CLI-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-CLI-POS PIC 9(04) VALUE ZEROS.
       77 WRK-PER     PIC 9(01) VALUE ZEROS.
      *FATURAS DE CLIENTE QUITADAS, COM A DATA DO ULTIMO PAGAMENTO.
       77 WRK-FQT-MAX PIC 9(04) VALUE 3000.
       77 WRK-FQT-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-QUITADAS.
           03 WRK-TAB-FQT-ITEM OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WRK-FQT-QT.
               05 WRK-FQT-FATURA  PIC 9(06).
               05 WRK-FQT-CLICOD  PIC 9(06).
               05 WRK-FQT-CLIENTE PIC X(20).
               05 WRK-FQT-EMISSAO PIC 9(08).
               05 WRK-FQT-PAGTO   PIC 9(08).
       77 WRK-FQT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-FQT-POS PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
      *DIAS NO CALENDARIO COMERCIAL.
       01 WRK-DATA-CALC PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           03 WRK-CAL-ANO PIC 9(04).
           03 WRK-CAL-MES PIC 9(02).
           03 WRK-CAL-DIA PIC 9(02).
       77 WRK-DIAS-CALC    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-EMISSAO PIC 9(07) VALUE ZEROS.
      *CLASSIFICACAO DE UM PERIODO: POSICOES DOS CLIENTES ATIVOS NA
      *TABELA, ORDENADAS PELA MARGEM.
       77 WRK-ORD-QT PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-ORDEM.
           03 WRK-ORD-POS PIC 9(04) OCCURS 500 TIMES.
       77 WRK-ORD-IDX    PIC 9(04) VALUE ZEROS.
       77 WRK-ORD-J      PIC 9(04) VALUE ZEROS.
       77 WRK-ORD-J1     PIC 9(04) VALUE ZEROS.
       77 WRK-ORD-LIMITE PIC 9(04) VALUE ZEROS.
       77 WRK-ORD-TROCA  PIC 9(04) VALUE ZEROS.
       77 WRK-ORD-CORTE  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-MARCADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ATIVOS-MES PIC 9(04) VALUE ZEROS.
       77 WRK-TITULO-PERIODO PIC X(40) VALUE SPACES.
      *TOTAIS DO PERIODO.
       77 WRK-TOT-QT-PED   PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-FRETE    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-SINISTRO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-MARGEM   PIC S9(10)V99 VALUE ZEROS.
      *CAMPOS EDITADOS.
       77 WRK-RANK-ED     PIC ZZ9.
       77 WRK-PED-ED      PIC ZZZZ9.
       77 WRK-FRETE-ED    PIC ZZZZZZZZ9,99.
       77 WRK-CUSTO-ED    PIC ZZZZZZZZ9,99.
       77 WRK-SINISTRO-ED PIC ZZZZZZZZ9,99.
       77 WRK-DESCONTO-ED PIC ZZZZZZZZ9,99.
       77 WRK-MARGEM-ED   PIC ---------9,99.
       77 WRK-DIAS-ED     PIC ZZZ9.
       77 WRK-DIAS-TXT    PIC X(04) VALUE SPACES.
       77 WRK-MARCA       PIC X(17) VALUE SPACES.
       77 WRK-TOTPED-ED   PIC ZZZZZ9.
       77 WRK-TOTVAL-ED   PIC ZZZZZZZZZ9,99.
       77 WRK-TOTMRG-ED   PIC ----------9,99.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB111'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
      *ESTE PROGRAMA PODE SER CHAMADO VARIAS VEZES PELO MENU SEM
      *CANCEL, ENTAO A PAGINACAO, AS TABELAS E OS TOTAIS VOLTAM AO
      *ESTADO INICIAL A CADA CHAMADA.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE ZEROS TO WRK-CLI-QT.
           MOVE ZEROS TO WRK-FQT-QT.
           MOVE ZEROS TO WRK-QT-MARCADOS.
           MOVE ZEROS TO WRK-QT-ATIVOS-MES.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           DISPLAY 'MES DO RELATORIO AAAAMM (BRANCO = MES '
               'ANTERIOR).. '.
           ACCEPT WRK-MES-RELATORIO.
           PERFORM 0050-DEFINIR-PERIODO.
           PERFORM 0100-ACUMULAR-PEDIDOS.
           PERFORM 0200-ACUMULAR-CUSTOS.
           PERFORM 0300-ACUMULAR-SINISTROS.
           PERFORM 0400-ACUMULAR-PAGAMENTOS.
           PERFORM 0500-CALCULAR-MARGENS
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QT.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           IF WRK-QT-ATIVOS-MES = 0
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'NENHUM CLIENTE COM MOVIMENTO NO MES '
                   WRK-MES-RELATORIO
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 1 TO WRK-PER
               MOVE SPACES TO WRK-TITULO-PERIODO
               STRING 'MES ' WRK-MES-RELATORIO
                   DELIMITED BY SIZE INTO WRK-TITULO-PERIODO
               PERFORM 0600-GRAVAR-PERIODO
           END-IF.
           MOVE 2 TO WRK-PER.
           MOVE SPACES TO WRK-TITULO-PERIODO.
           STRING 'ACUMULADO DO ANO ' WRK-REL-ANO ' ATE O MES '
               WRK-REL-MES
               DELIMITED BY SIZE INTO WRK-TITULO-PERIODO.
           PERFORM 0600-GRAVAR-PERIODO.
           IF TABELA-ESTOUROU
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '*** TABELA DE CLIENTES OU DE FATURAS CHEIA - '
                   'RELATORIO INCOMPLETO ***'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'TABELA CHEIA, RELATORIO INCOMPLETO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'RENTABILIDADE DO MES ' WRK-MES-RELATORIO ': '
               WRK-QT-ATIVOS-MES ' CLIENTE(S), ' WRK-QT-MARCADOS
               ' MARCACAO(OES) PARA REVISAO COMERCIAL'.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'MES=' WRK-MES-RELATORIO
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'CLIENTES=' WRK-CLI-QT
               ' NO MES=' WRK-QT-ATIVOS-MES
               ' REVISAO=' WRK-QT-MARCADOS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *MES INVALIDO OU EM BRANCO = MES ANTERIOR AO CORRENTE. O
      *ACUMULADO DO ANO VAI DE 01/01 ATE O FIM DO MES.
       0050-DEFINIR-PERIODO.
           IF WRK-MES-RELATORIO IS NOT NUMERIC
               OR WRK-MES-RELATORIO = '000000'
               OR WRK-REL-MES < 01 OR WRK-REL-MES > 12
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               IF WRK-HOJ-MES = 01
                   COMPUTE WRK-REL-ANO = WRK-HOJ-ANO - 1
                   MOVE 12 TO WRK-REL-MES
               ELSE
                   MOVE WRK-HOJ-ANO TO WRK-REL-ANO
                   COMPUTE WRK-REL-MES = WRK-HOJ-MES - 1
               END-IF
           END-IF.
           COMPUTE WRK-DATA-INI = (WRK-REL-ANO * 10000)
               + (WRK-REL-MES * 100) + 01.
           COMPUTE WRK-DATA-INI-ANO = (WRK-REL-ANO * 10000) + 0101.
           COMPUTE WRK-DATA-FIM = (WRK-REL-ANO * 10000)
               + (WRK-REL-MES * 100) + 31.

      *FRETE E DESCONTO DE CONTRATO: PEDIDOS ENTREGUES NO PERIODO.
       0100-ACUMULAR-PEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE NOT = '00'
               DISPLAY 'MESTRE DE PEDIDOS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-PEDIDO UNTIL FIM-ARQ.
           IF WRK-STATUS-PEDMESTRE NOT = '35'
               CLOSE F-PEDMESTRE
           END-IF.

       0110-LER-PEDIDO.
           READ F-PEDMESTRE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PMS-SITUACAO = 'D'
                       AND PMS-DATA-ENTREGA >= WRK-DATA-INI-ANO
                       AND PMS-DATA-ENTREGA <= WRK-DATA-FIM
                       PERFORM 0120-ACUMULAR-PEDIDO
                   END-IF
           END-READ.

       0120-ACUMULAR-PEDIDO.
           PERFORM 0160-LIMPAR-MOVIMENTO.
           PERFORM 0170-CLIENTE-DO-PEDIDO.
           MOVE PMS-DATA-ENTREGA TO WRK-ACU-DATA.
           MOVE 1 TO WRK-ACU-QT-PED.
           MOVE PMS-FRETE TO WRK-ACU-FRETE.
           IF PMS-FONTE-TAXA = 'C'
               PERFORM 0130-CALC-DESCONTO
           END-IF.
           PERFORM 0150-ACUMULAR-CLIENTE.

      *DESCONTO DO PEDIDO = FRETE BASE PELA TABELA DE UF (VALOR X
      *PERCENTUAL DA UF + FAIXA DE PESO, A MESMA CONTA DO PROGCOB09)
      *MENOS O FRETE BASE COBRADO PELO CONTRATO.
       0130-CALC-DESCONTO.
           MOVE ZEROS TO WRK-TAXA-TABELA.
           SEARCH ALL TAB-UF-ITEM
               AT END
                   CONTINUE
               WHEN TAB-UF-COD (TAB-UF-IDX) = PMS-UF
                   MOVE TAB-UF-FRETE (TAB-UF-IDX) TO WRK-TAXA-TABELA
           END-SEARCH.
           SET TAB-FXA-IDX TO 1.
           SEARCH TAB-FXA-ITEM
               AT END
                   MOVE TAB-FXA-VALOR (TAB-FXA-QT) TO WRK-FRETE-PESO
               WHEN PMS-PESO-FRETE <= TAB-FXA-LIMITE (TAB-FXA-IDX)
                   MOVE TAB-FXA-VALOR (TAB-FXA-IDX) TO WRK-FRETE-PESO
           END-SEARCH.
           IF WRK-TAXA-TABELA > 0
               COMPUTE WRK-BASE-TABELA ROUNDED =
                   (PMS-VALOR * WRK-TAXA-TABELA) + WRK-FRETE-PESO
               IF WRK-BASE-TABELA > PMS-FRETE-BASE
                   COMPUTE WRK-ACU-DESCONTO =
                       WRK-BASE-TABELA - PMS-FRETE-BASE
               END-IF
           END-IF.

      *SOMA O MOVIMENTO NO CLIENTE: NO ACUMULADO DO ANO E, SE A DATA
      *CAI NO MES DO RELATORIO, TAMBEM NO MES. TABELA CHEIA: O
      *MOVIMENTO FICA DE FORA E A RODADA TERMINA COM RC 12.
       0150-ACUMULAR-CLIENTE.
           IF WRK-ACU-DATA >= WRK-DATA-INI-ANO
               AND WRK-ACU-DATA <= WRK-DATA-FIM
               PERFORM 0180-LOCALIZAR-CLIENTE
               IF WRK-CLI-POS > 0
                   MOVE 2 TO WRK-PER
                   PERFORM 0155-SOMAR-PERIODO
                   IF WRK-ACU-DATA >= WRK-DATA-INI
                       MOVE 1 TO WRK-PER
                       PERFORM 0155-SOMAR-PERIODO
                   END-IF
               END-IF
           END-IF.

       0155-SOMAR-PERIODO.
           MOVE 'S' TO WRK-CLI-ATIVO (WRK-CLI-POS WRK-PER).
           ADD WRK-ACU-QT-PED TO WRK-CLI-QT-PED (WRK-CLI-POS WRK-PER).
           ADD WRK-ACU-FRETE TO WRK-CLI-FRETE (WRK-CLI-POS WRK-PER).
           ADD WRK-ACU-CUSTO TO WRK-CLI-CUSTO (WRK-CLI-POS WRK-PER).
           ADD WRK-ACU-SINISTRO TO
               WRK-CLI-SINISTRO (WRK-CLI-POS WRK-PER).
           ADD WRK-ACU-DESCONTO TO
               WRK-CLI-DESCONTO (WRK-CLI-POS WRK-PER).
           ADD WRK-ACU-QT-FAT TO WRK-CLI-QT-FAT (WRK-CLI-POS WRK-PER).
           ADD WRK-ACU-DIAS TO WRK-CLI-DIAS (WRK-CLI-POS WRK-PER).

       0160-LIMPAR-MOVIMENTO.
           MOVE ZEROS TO WRK-ACU-DATA.
           MOVE ZEROS TO WRK-ACU-QT-PED.
           MOVE ZEROS TO WRK-ACU-FRETE.
           MOVE ZEROS TO WRK-ACU-CUSTO.
           MOVE ZEROS TO WRK-ACU-SINISTRO.
           MOVE ZEROS TO WRK-ACU-DESCONTO.
           MOVE ZEROS TO WRK-ACU-QT-FAT.
           MOVE ZEROS TO WRK-ACU-DIAS.

      *CLIENTE DO PEDIDO CORRENTE (PEDIDO ANTIGO SEM CODIGO FICA COM
      *CODIGO ZERO E AGRUPA PELO NOME).
       0170-CLIENTE-DO-PEDIDO.
           IF PMS-CLICOD IS NUMERIC
               MOVE PMS-CLICOD TO WRK-ACU-CLICOD
           ELSE
               MOVE ZEROS TO WRK-ACU-CLICOD
           END-IF.
           MOVE PMS-CLIENTE TO WRK-ACU-CLIENTE.

      *LOCALIZA (OU ABRE) O CLIENTE: PELO CODIGO, OU PELO NOME
      *QUANDO NAO HA CODIGO.
       0180-LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-CLI-POS.
           PERFORM 0181-COMPARAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QT OR WRK-CLI-POS > 0.
           IF WRK-CLI-POS = 0
               IF WRK-CLI-QT < WRK-CLI-MAX
                   ADD 1 TO WRK-CLI-QT
                   MOVE WRK-CLI-QT TO WRK-CLI-POS
                   INITIALIZE WRK-TAB-CLI-ITEM (WRK-CLI-POS)
                   MOVE WRK-ACU-CLICOD TO WRK-CLI-CLICOD (WRK-CLI-POS)
                   MOVE WRK-ACU-CLIENTE TO
                       WRK-CLI-CLIENTE (WRK-CLI-POS)
                   MOVE 'N' TO WRK-CLI-ATIVO (WRK-CLI-POS 1)
                   MOVE 'N' TO WRK-CLI-ATIVO (WRK-CLI-POS 2)
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.

       0181-COMPARAR-CLIENTE.
           IF WRK-CLI-CLICOD (WRK-CLI-IDX) = WRK-ACU-CLICOD
               IF WRK-ACU-CLICOD > 0
                   OR WRK-CLI-CLIENTE (WRK-CLI-IDX) = WRK-ACU-CLIENTE
                   MOVE WRK-CLI-IDX TO WRK-CLI-POS
               END-IF
           END-IF.

      *CUSTO DA TRANSPORTADORA: CADA EMBARQUE COBRADO NO PERIODO
      *CONTA NO CLIENTE DO PEDIDO (LIDO PELA CHAVE).
       0200-ACUMULAR-CUSTOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FATTRANSP.
           IF WRK-STATUS-FATTRANSP NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN INPUT F-PEDMESTRE
           END-IF.
           PERFORM 0210-LER-FATTRANSP UNTIL FIM-ARQ.
           IF WRK-STATUS-FATTRANSP NOT = '35'
               CLOSE F-FATTRANSP
               IF WRK-STATUS-PEDMESTRE NOT = '35'
                   CLOSE F-PEDMESTRE
               END-IF
           END-IF.

       0210-LER-FATTRANSP.
           READ F-FATTRANSP
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-STATUS-PEDMESTRE = '00'
                       AND FAT-DATA >= WRK-DATA-INI-ANO
                       AND FAT-DATA <= WRK-DATA-FIM
                       MOVE FAT-NUMERO TO PMS-NUMERO
                       READ F-PEDMESTRE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 0220-ACUMULAR-CUSTO
                       END-READ
                   END-IF
           END-READ.

       0220-ACUMULAR-CUSTO.
           PERFORM 0160-LIMPAR-MOVIMENTO.
           PERFORM 0170-CLIENTE-DO-PEDIDO.
           MOVE FAT-DATA TO WRK-ACU-DATA.
           MOVE FAT-FRETE TO WRK-ACU-CUSTO.
           PERFORM 0150-ACUMULAR-CLIENTE.

      *SINISTROS BAIXADOS: PREJUIZO ASSUMIDO PELA EMPRESA, NO CLIENTE
      *DO PEDIDO DA OCORRENCIA.
       0300-ACUMULAR-SINISTROS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-OCORRENCIAS.
           IF WRK-STATUS-OCORRENCIAS NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN INPUT F-PEDMESTRE
           END-IF.
           PERFORM 0310-LER-OCORRENCIA UNTIL FIM-ARQ.
           IF WRK-STATUS-OCORRENCIAS NOT = '35'
               CLOSE F-OCORRENCIAS
               IF WRK-STATUS-PEDMESTRE NOT = '35'
                   CLOSE F-PEDMESTRE
               END-IF
           END-IF.

       0310-LER-OCORRENCIA.
           READ F-OCORRENCIAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-STATUS-PEDMESTRE = '00'
                       AND OCO-SITUACAO = 'B'
                       AND OCO-VALOR > OCO-VALOR-RECUP
                       AND OCO-DATA >= WRK-DATA-INI-ANO
                       AND OCO-DATA <= WRK-DATA-FIM
                       MOVE OCO-NUMERO TO PMS-NUMERO
                       READ F-PEDMESTRE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 0320-ACUMULAR-SINISTRO
                       END-READ
                   END-IF
           END-READ.

       0320-ACUMULAR-SINISTRO.
           PERFORM 0160-LIMPAR-MOVIMENTO.
           PERFORM 0170-CLIENTE-DO-PEDIDO.
           MOVE OCO-DATA TO WRK-ACU-DATA.
           COMPUTE WRK-ACU-SINISTRO = OCO-VALOR - OCO-VALOR-RECUP.
           PERFORM 0150-ACUMULAR-CLIENTE.

      *PRAZO DE PAGAMENTO: CARREGA AS FATURAS QUITADAS, PROCURA NO
      *MOVCLI O ULTIMO PAGAMENTO DE CADA UMA E SOMA OS DIAS DA
      *EMISSAO AO PAGAMENTO NO CLIENTE, PELA DATA DO PAGAMENTO.
       0400-ACUMULAR-PAGAMENTOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FATCLI.
           IF WRK-STATUS-FATCLI NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0410-LER-FATCLI UNTIL FIM-ARQ.
           IF WRK-STATUS-FATCLI NOT = '35'
               CLOSE F-FATCLI
           END-IF.
           IF WRK-FQT-QT > 0
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-MOVCLI
               IF WRK-STATUS-MOVCLI NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 0420-LER-MOVCLI UNTIL FIM-ARQ
               IF WRK-STATUS-MOVCLI NOT = '35'
                   CLOSE F-MOVCLI
               END-IF
               PERFORM 0440-ACUMULAR-PRAZO
                   VARYING WRK-FQT-IDX FROM 1 BY 1
                   UNTIL WRK-FQT-IDX > WRK-FQT-QT
           END-IF.

       0410-LER-FATCLI.
           READ F-FATCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FCL-SITUACAO = 'P'
                       AND FCL-DATA <= WRK-DATA-FIM
                       IF WRK-FQT-QT < WRK-FQT-MAX
                           ADD 1 TO WRK-FQT-QT
                           MOVE FCL-NUMERO TO
                               WRK-FQT-FATURA (WRK-FQT-QT)
                           MOVE FCL-CLICOD TO
                               WRK-FQT-CLICOD (WRK-FQT-QT)
                           MOVE FCL-CLIENTE TO
                               WRK-FQT-CLIENTE (WRK-FQT-QT)
                           MOVE FCL-DATA TO
                               WRK-FQT-EMISSAO (WRK-FQT-QT)
                           MOVE ZEROS TO WRK-FQT-PAGTO (WRK-FQT-QT)
                       ELSE
                           MOVE 'S' TO WRK-TAB-ESTOUROU
                       END-IF
                   END-IF
           END-READ.

       0420-LER-MOVCLI.
           READ F-MOVCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MVC-TIPO = 'P'
                       PERFORM 0430-REGISTRAR-PAGAMENTO
                   END-IF
           END-READ.

       0430-REGISTRAR-PAGAMENTO.
           MOVE ZEROS TO WRK-FQT-POS.
           PERFORM 0431-COMPARAR-FATURA
               VARYING WRK-FQT-IDX FROM 1 BY 1
               UNTIL WRK-FQT-IDX > WRK-FQT-QT OR WRK-FQT-POS > 0.
           IF WRK-FQT-POS > 0
               IF MVC-DATA > WRK-FQT-PAGTO (WRK-FQT-POS)
                   MOVE MVC-DATA TO WRK-FQT-PAGTO (WRK-FQT-POS)
               END-IF
           END-IF.

       0431-COMPARAR-FATURA.
           IF WRK-FQT-FATURA (WRK-FQT-IDX) = MVC-FATURA
               MOVE WRK-FQT-IDX TO WRK-FQT-POS
           END-IF.

      *FATURA QUITADA SEM PAGAMENTO NO MOVCLI (SO CREDITO, OU ANTERIOR
      *AO DIARIO) NAO ENTRA NO PRAZO MEDIO.
       0440-ACUMULAR-PRAZO.
           IF WRK-FQT-PAGTO (WRK-FQT-IDX) > 0
               PERFORM 0160-LIMPAR-MOVIMENTO
               MOVE WRK-FQT-CLICOD (WRK-FQT-IDX) TO WRK-ACU-CLICOD
               MOVE WRK-FQT-CLIENTE (WRK-FQT-IDX) TO WRK-ACU-CLIENTE
               MOVE WRK-FQT-PAGTO (WRK-FQT-IDX) TO WRK-ACU-DATA
               MOVE WRK-FQT-EMISSAO (WRK-FQT-IDX) TO WRK-DATA-CALC
               PERFORM 0450-CALC-DIAS
               MOVE WRK-DIAS-CALC TO WRK-DIAS-EMISSAO
               MOVE WRK-FQT-PAGTO (WRK-FQT-IDX) TO WRK-DATA-CALC
               PERFORM 0450-CALC-DIAS
               IF WRK-DIAS-CALC > WRK-DIAS-EMISSAO
                   COMPUTE WRK-ACU-DIAS =
                       WRK-DIAS-CALC - WRK-DIAS-EMISSAO
               END-IF
               MOVE 1 TO WRK-ACU-QT-FAT
               PERFORM 0150-ACUMULAR-CLIENTE
           END-IF.

       0450-CALC-DIAS.
           IF WRK-DATA-CALC IS NOT NUMERIC
               MOVE ZEROS TO WRK-DATA-CALC
           END-IF.
           COMPUTE WRK-DIAS-CALC = (WRK-CAL-ANO * 360)
               + (WRK-CAL-MES * 30) + WRK-CAL-DIA.

      *MARGEM DE CADA PERIODO DO CLIENTE, E QUANTOS TIVERAM
      *MOVIMENTO NO MES.
       0500-CALCULAR-MARGENS.
           COMPUTE WRK-CLI-MARGEM (WRK-CLI-IDX 1) =
               WRK-CLI-FRETE (WRK-CLI-IDX 1)
               - WRK-CLI-CUSTO (WRK-CLI-IDX 1)
               - WRK-CLI-SINISTRO (WRK-CLI-IDX 1).
           COMPUTE WRK-CLI-MARGEM (WRK-CLI-IDX 2) =
               WRK-CLI-FRETE (WRK-CLI-IDX 2)
               - WRK-CLI-CUSTO (WRK-CLI-IDX 2)
               - WRK-CLI-SINISTRO (WRK-CLI-IDX 2).
           IF WRK-CLI-ATIVO (WRK-CLI-IDX 1) = 'S'
               ADD 1 TO WRK-QT-ATIVOS-MES
           END-IF.

      *UMA SECAO DO RELATORIO (PERIODO EM WRK-PER): CLIENTES DO
      *PERIODO ORDENADOS PELA MARGEM, DA MAIOR PARA A MENOR, COM OS
      *ULTIMOS MARCADOS PARA REVISAO COMERCIAL, E O TOTAL.
       0600-GRAVAR-PERIODO.
           MOVE ZEROS TO WRK-ORD-QT.
           PERFORM 0610-SELECIONAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QT.
           PERFORM 0620-VARRER-ORDEM
               VARYING WRK-ORD-IDX FROM 1 BY 1
               UNTIL WRK-ORD-IDX >= WRK-ORD-QT.
           IF WRK-ORD-QT > WRK-QT-REVISAO
               COMPUTE WRK-ORD-CORTE = WRK-ORD-QT - WRK-QT-REVISAO
           ELSE
               MOVE ZEROS TO WRK-ORD-CORTE
           END-IF.
           MOVE ZEROS TO WRK-TOT-QT-PED.
           MOVE ZEROS TO WRK-TOT-FRETE.
           MOVE ZEROS TO WRK-TOT-CUSTO.
           MOVE ZEROS TO WRK-TOT-SINISTRO.
           MOVE ZEROS TO WRK-TOT-DESCONTO.
           MOVE ZEROS TO WRK-TOT-MARGEM.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '--- RENTABILIDADE POR CLIENTE - ' DELIMITED BY SIZE
               WRK-TITULO-PERIODO DELIMITED BY '  '
               ' ---' DELIMITED BY SIZE
               INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'POS CODIGO CLIENTE              '
               '  PED        FRETE        CUSTO     SINISTRO'
               '     DESCONTO        MARGEM DIAS'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF WRK-ORD-QT = 0
               MOVE 'NENHUM CLIENTE COM MOVIMENTO NO PERIODO'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           ELSE
               PERFORM 0630-GRAVAR-CLIENTE
                   VARYING WRK-ORD-IDX FROM 1 BY 1
                   UNTIL WRK-ORD-IDX > WRK-ORD-QT
               PERFORM 0640-GRAVAR-TOTAL
           END-IF.

       0610-SELECIONAR-CLIENTE.
           IF WRK-CLI-ATIVO (WRK-CLI-IDX WRK-PER) = 'S'
               ADD 1 TO WRK-ORD-QT
               MOVE WRK-CLI-IDX TO WRK-ORD-POS (WRK-ORD-QT)
           END-IF.

      *ORDENACAO POR BOLHA, MARGEM DECRESCENTE.
       0620-VARRER-ORDEM.
           COMPUTE WRK-ORD-LIMITE = WRK-ORD-QT - WRK-ORD-IDX.
           PERFORM 0621-COMPARAR-ORDEM
               VARYING WRK-ORD-J FROM 1 BY 1
               UNTIL WRK-ORD-J > WRK-ORD-LIMITE.

       0621-COMPARAR-ORDEM.
           COMPUTE WRK-ORD-J1 = WRK-ORD-J + 1.
           IF WRK-CLI-MARGEM (WRK-ORD-POS (WRK-ORD-J) WRK-PER) <
               WRK-CLI-MARGEM (WRK-ORD-POS (WRK-ORD-J1) WRK-PER)
               MOVE WRK-ORD-POS (WRK-ORD-J) TO WRK-ORD-TROCA
               MOVE WRK-ORD-POS (WRK-ORD-J1) TO
                   WRK-ORD-POS (WRK-ORD-J)
               MOVE WRK-ORD-TROCA TO WRK-ORD-POS (WRK-ORD-J1)
           END-IF.

       0630-GRAVAR-CLIENTE.
           MOVE WRK-ORD-POS (WRK-ORD-IDX) TO WRK-CLI-POS.
           MOVE WRK-ORD-IDX TO WRK-RANK-ED.
           MOVE WRK-CLI-QT-PED (WRK-CLI-POS WRK-PER) TO WRK-PED-ED.
           MOVE WRK-CLI-FRETE (WRK-CLI-POS WRK-PER) TO WRK-FRETE-ED.
           MOVE WRK-CLI-CUSTO (WRK-CLI-POS WRK-PER) TO WRK-CUSTO-ED.
           MOVE WRK-CLI-SINISTRO (WRK-CLI-POS WRK-PER) TO
               WRK-SINISTRO-ED.
           MOVE WRK-CLI-DESCONTO (WRK-CLI-POS WRK-PER) TO
               WRK-DESCONTO-ED.
           MOVE WRK-CLI-MARGEM (WRK-CLI-POS WRK-PER) TO
               WRK-MARGEM-ED.
           IF WRK-CLI-QT-FAT (WRK-CLI-POS WRK-PER) > 0
               COMPUTE WRK-DIAS-ED ROUNDED =
                   WRK-CLI-DIAS (WRK-CLI-POS WRK-PER)
                   / WRK-CLI-QT-FAT (WRK-CLI-POS WRK-PER)
               MOVE WRK-DIAS-ED TO WRK-DIAS-TXT
           ELSE
               MOVE '   -' TO WRK-DIAS-TXT
           END-IF.
           IF WRK-ORD-IDX > WRK-ORD-CORTE
               MOVE 'REVISAO COMERCIAL' TO WRK-MARCA
               ADD 1 TO WRK-QT-MARCADOS
           ELSE
               MOVE SPACES TO WRK-MARCA
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-RANK-ED ' ' WRK-CLI-CLICOD (WRK-CLI-POS) ' '
               WRK-CLI-CLIENTE (WRK-CLI-POS) ' ' WRK-PED-ED ' '
               WRK-FRETE-ED ' ' WRK-CUSTO-ED ' ' WRK-SINISTRO-ED ' '
               WRK-DESCONTO-ED ' ' WRK-MARGEM-ED ' ' WRK-DIAS-TXT ' '
               WRK-MARCA
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           ADD WRK-CLI-QT-PED (WRK-CLI-POS WRK-PER) TO WRK-TOT-QT-PED.
           ADD WRK-CLI-FRETE (WRK-CLI-POS WRK-PER) TO WRK-TOT-FRETE.
           ADD WRK-CLI-CUSTO (WRK-CLI-POS WRK-PER) TO WRK-TOT-CUSTO.
           ADD WRK-CLI-SINISTRO (WRK-CLI-POS WRK-PER) TO
               WRK-TOT-SINISTRO.
           ADD WRK-CLI-DESCONTO (WRK-CLI-POS WRK-PER) TO
               WRK-TOT-DESCONTO.
           ADD WRK-CLI-MARGEM (WRK-CLI-POS WRK-PER) TO WRK-TOT-MARGEM.

       0640-GRAVAR-TOTAL.
           MOVE WRK-TOT-QT-PED TO WRK-TOTPED-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TOTAL: CLIENTES=' WRK-ORD-QT
               ' PEDIDOS=' WRK-TOTPED-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-TOT-FRETE TO WRK-TOTVAL-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '       FRETE=' WRK-TOTVAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-TOT-CUSTO TO WRK-TOTVAL-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '       CUSTO=' WRK-TOTVAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-TOT-SINISTRO TO WRK-TOTVAL-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '    SINISTRO=' WRK-TOTVAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-TOT-DESCONTO TO WRK-TOTVAL-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '    DESCONTO=' WRK-TOTVAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-TOT-MARGEM TO WRK-TOTMRG-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '      MARGEM=' WRK-TOTMRG-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *MONTA E GRAVA O CABECALHO PADRAO DO RELATORIO (PROGRAMA, DATA E
      *PAGINA), ZERANDO O CONTADOR DE LINHA DA PAGINA NOVA (VEJA
      *RPTHDR.CPY).
       0900-IMPRIMIR-CABECALHO-RPT.
           ACCEPT WRK-RPT-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-RPT-DIA TO WRK-RPT-DIA-ED.
           MOVE WRK-RPT-MES TO WRK-RPT-MES-ED.
           MOVE WRK-RPT-ANO TO WRK-RPT-ANO-ED.
           ADD 1 TO WRK-RPT-PAGINA.
           MOVE WRK-RPT-PAGINA TO WRK-RPT-PAGINA-ED.
           MOVE ZEROS TO WRK-RPT-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           STRING WRK-AUD-PROGRAMA ' RELATORIO   DATA: ' WRK-RPT-DATA-ED
               '   PAGINA: ' WRK-RPT-PAGINA-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *GRAVA UMA LINHA DE DETALHE NO RELATORIO, QUEBRANDO A PAGINA
      *(NOVO CABECALHO) SE A PAGINA ATUAL JA ESTIVER CHEIA.
       0910-GRAVAR-LINHA-RPT.
           IF WRK-RPT-LINHA >= WRK-RPT-MAXLIN
               PERFORM 0900-IMPRIMIR-CABECALHO-RPT
           END-IF.
           MOVE WRK-RPT-LINHA-TXT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-RPT-LINHA.
           ADD 1 TO WRK-RPT-QT-DET.

      *TRAILER PADRAO DE FIM DE RELATORIO, COM O TOTAL DE LINHAS DE
      *DETALHE E DE PAGINAS - QUEM RECEBE O RELATORIO CONFERE QUE
      *ELE CHEGOU INTEIRO (SEM TRAILER = JOB MORREU NO MEIO).
       0920-GRAVAR-TRAILER-RPT.
           MOVE WRK-RPT-QT-DET TO WRK-RPT-QT-DET-ED.
           MOVE WRK-RPT-PAGINA TO WRK-RPT-PAGINA-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'FIM DO RELATORIO - DETALHES: ' WRK-RPT-QT-DET-ED
               '  PAGINAS: ' WRK-RPT-PAGINA-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           MOVE WRK-RPT-LINHA-TXT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
