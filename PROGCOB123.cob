       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB123.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : PROJECAO DE CAIXA DAS PROXIMAS 8 SEMANAS PARA A
      *TESOURARIA, COM O QUE O SISTEMA JA SABE. A SEMANA 1 COMECA
      *HOJE E LEVA TAMBEM O QUE JA VENCEU. PARTE DO SALDO CONCILIADO
      *DO CAIXA DA ULTIMA CONCILIACAO BANCARIA (SALDOCX, GRAVADO PELO
      *PROGCOB68; SEM ELE, O SALDO DA CONTA CAIXA NO SALDOS, COM
      *AVISO) E, SEMANA A SEMANA, SOMA:
      *  ENTRADAS - FATURAS DE CLIENTE EM ABERTO (FATCLI SITUACAO A,
      *             VALOR - PAGO) NO VENCIMENTO MAIS O ATRASO MEDIO
      *             DO CLIENTE NOS PAGAMENTOS DO DIARIO MOVCLI
      *             (CALENDARIO COMERCIAL, PAGAMENTO ADIANTADO CONTA
      *             ZERO; CLIENTE SEM HISTORICO, ATRASO ZERO);
      *             MENSALIDADES NAO PAGAS (SITUACAO A, VALOR - PAGO)
      *             NO DIA DE VENCIMENTO DO ENCARGCFG (PADRAO DIA 10)
      *             DO MES COBRADO;
      *  SAIDAS   - FATURAS DE TRANSPORTADORA A ESPERA DA REMESSA DO
      *             PROGCOB61 (CONCILIADAS COM A COTACAO PELA MESMA
      *             TOLERANCIA E AINDA NAO REMETIDAS/PAGAS, OU
      *             REJEITADAS PELO BANCO) NA SEMANA 1, SEM O DESCONTO
      *             DE SINISTRO QUE SO A REMESSA CALCULA;
      *             TITULOS DE FORNECEDOR A PAGAR (CTAPAGAR APROVADO A
      *             OU REJEITADO J) NO VENCIMENTO.
      *O QUE JA FOI REMETIDO AO BANCO (R) FICA DE FORA: O DEBITO
      *ENTRA PELA CONCILIACAO BANCARIA. O QUE CAI DEPOIS DA SEMANA 8
      *SAI NUMA LINHA A PARTE, FORA DO SALDO.
      *RELATORIO PROGCOB123RPT. SEMANA QUE TERMINA COM SALDO
      *NEGATIVO SAI MARCADA, COM AVISO AO OPERADOR E RC 4 (TAMBEM RC
      *4 QUANDO O SALDO INICIAL NAO E O CONCILIADO OU TEM MAIS DE 7
      *DIAS).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SALDO CONCILIADO DO CAIXA (PROGCOB68) E, NA FALTA DELE, OS
      *SALDOS DO RAZAO (PROGCOB06).
           SELECT F-SALDOCX ASSIGN TO 'SALDOCX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOCX.
           SELECT F-SALDOS ASSIGN TO 'SALDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOS.
      *FATURAS DE CLIENTE E O DIARIO DE PAGAMENTOS DELAS.
           SELECT F-FATCLI ASSIGN TO 'FATCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATCLI.
           SELECT F-MOVCLI ASSIGN TO 'MOVCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVCLI.
      *MENSALIDADES E O DIA DE VENCIMENTO DELAS (ENCARGCFG).
           SELECT F-MENSALIDADES ASSIGN TO 'MENSALIDADES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSALIDADES.
           SELECT F-ENCARGCFG ASSIGN TO 'ENCARGCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENCARGCFG.
      *FATURAS DE TRANSPORTADORA, COTACOES E CONTROLE DE PAGAMENTO
      *(OS MESMOS DO PROGCOB61).
           SELECT F-FATTRANSP ASSIGN TO 'FATTRANSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATTRANSP.
           SELECT F-COTACOES ASSIGN TO 'COTACOES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COTACOES.
           SELECT F-FATPAGCTL ASSIGN TO 'FATPAGCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATPAGCTL.
      *CONTAS A PAGAR DE FORNECEDOR (PROGCOB94).
           SELECT F-CTAPAGAR ASSIGN TO 'CTAPAGAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTAPAGAR.
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB123RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-SALDOCX.
           COPY 'SCXREC.CPY'.

       FD  F-SALDOS.
           COPY 'SALREC.CPY'.

       FD  F-FATCLI.
           COPY 'FCLREC.CPY'.

       FD  F-MOVCLI.
           COPY 'MVCREC.CPY'.

       FD  F-MENSALIDADES.
       01  REG-MENSALIDADE.
           03 MEN-MATRICULA PIC X(10).
           03 MEN-MES       PIC 9(06).
           03 MEN-TURMA     PIC X(06).
           03 MEN-VALOR     PIC 9(06)V99.
           03 MEN-PAGO      PIC 9(06)V99.
           03 MEN-SITUACAO  PIC X(01).

       FD  F-ENCARGCFG.
           COPY 'ECFREC.CPY'.

       FD  F-FATTRANSP.
       01  REG-FATURA.
           03 FAT-NUMERO PIC 9(08).
           03 FAT-FRETE  PIC 9(06)V99.
           03 FAT-DATA   PIC 9(08).
           03 FAT-TRANSP PIC X(03).

       FD  F-COTACOES.
       01  REG-COTACAO.
           03 COT-DATA-HORA  PIC X(14).
           03 COT-PRODUTO    PIC X(20).
           03 COT-VALOR      PIC 9(06)V99.
           03 COT-UF         PIC X(02).
           03 COT-FRETE      PIC 9(06)V99.
           03 COT-MOEDA      PIC X(03).
           03 COT-VALOR-ORIG PIC 9(06)V99.
           03 COT-NUMERO     PIC 9(08).

       FD  F-FATPAGCTL.
       01  REG-FATPAGCTL.
           03 FPG-NUMERO   PIC 9(08).
           03 FPG-REF      PIC X(10).
           03 FPG-VALOR    PIC 9(06)V99.
           03 FPG-SITUACAO PIC X(01).
           03 FPG-DESCONTO PIC 9(06)V99.

       FD  F-CTAPAGAR.
       01  REG-CTAPAGAR.
           03 CPG-NUMERO     PIC 9(06).
           03 CPG-FORNEC     PIC 9(06).
           03 CPG-NOTA       PIC X(10).
           03 CPG-EMISSAO    PIC 9(08).
           03 CPG-VENCIMENTO PIC 9(08).
           03 CPG-VALOR      PIC 9(08)V99.
           03 CPG-DATA-CONF  PIC 9(08).
           03 CPG-REF        PIC X(10).
           03 CPG-SITUACAO   PIC X(01).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-SALDOCX      PIC X(02) VALUE '00'.
       77 WRK-STATUS-SALDOS       PIC X(02) VALUE '00'.
       77 WRK-STATUS-FATCLI       PIC X(02) VALUE '00'.
       77 WRK-STATUS-MOVCLI       PIC X(02) VALUE '00'.
       77 WRK-STATUS-MENSALIDADES PIC X(02) VALUE '00'.
       77 WRK-STATUS-ENCARGCFG    PIC X(02) VALUE '00'.
       77 WRK-STATUS-FATTRANSP    PIC X(02) VALUE '00'.
       77 WRK-STATUS-COTACOES     PIC X(02) VALUE '00'.
       77 WRK-STATUS-FATPAGCTL    PIC X(02) VALUE '00'.
       77 WRK-STATUS-CTAPAGAR     PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *CAMPOS DE DATA COMUNS (DATASYS E DIAS POR MES).
           COPY 'DATAFMT.CPY'.
      *TOLERANCIA DA CONCILIACAO DA TRANSPORTADORA - A MESMA DO
      *PROGCOB61/PROGCOB29.
       77 WRK-TOLERANCIA PIC 9(04)V99 VALUE 5,00.
      *IDADE MAXIMA (EM DIAS) DO SALDO CONCILIADO SEM AVISO.
       77 WRK-IDADE-MAX-SALDO PIC 9(03) VALUE 007.
      *AS 8 SEMANAS: PRIMEIRO E ULTIMO DIA, ENTRADAS E SAIDAS POR
      *ORIGEM E O SALDO NO FIM DA SEMANA. A POSICAO 9 ACUMULA O QUE
      *CAI DEPOIS DA SEMANA 8.
       01 WRK-SEMANAS.
           03 WRK-SEM-ITEM OCCURS 9 TIMES.
               05 WRK-SEM-INICIO  PIC 9(08).
               05 WRK-SEM-FIM     PIC 9(08).
               05 WRK-SEM-FATURAS PIC 9(11)V99.
               05 WRK-SEM-MENSAL  PIC 9(11)V99.
               05 WRK-SEM-TRANSP  PIC 9(11)V99.
               05 WRK-SEM-FORNEC  PIC 9(11)V99.
               05 WRK-SEM-SALDO   PIC S9(13)V99.
       77 WRK-SEM-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-SEM-POS PIC 9(02) VALUE ZEROS.
       77 WRK-QT-NEGATIVAS PIC 9(02) VALUE ZEROS.
      *ORIGEM DO VALOR A DISTRIBUIR: F = FATURA DE CLIENTE,
      *M = MENSALIDADE, T = TRANSPORTADORA, P = FORNECEDOR.
       77 WRK-ORIGEM-VALOR PIC X(01) VALUE SPACES.
       77 WRK-VALOR-ITEM PIC 9(09)V99 VALUE ZEROS.
       01 WRK-DATA-PREVISTA PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-PREVISTA-R REDEFINES WRK-DATA-PREVISTA.
           03 WRK-PRV-ANO PIC 9(04).
           03 WRK-PRV-MES PIC 9(02).
           03 WRK-PRV-DIA PIC 9(02).
      *FATURAS DE CLIENTE (TODAS) PARA ACHAR O VENCIMENTO DE CADA
      *PAGAMENTO DO MOVCLI.
       77 WRK-FAT-MAX PIC 9(04) VALUE 5000.
       77 WRK-FAT-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-FATURAS.
           03 WRK-TAB-FAT-ITEM OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-FAT-QT.
               05 WRK-FAT-NUMERO     PIC 9(06).
               05 WRK-FAT-VENCIMENTO PIC 9(08).
       77 WRK-FAT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-FAT-POS PIC 9(04) VALUE ZEROS.
      *ATRASO DOS PAGAMENTOS POR CLIENTE (SOMA DOS DIAS E QUANTIDADE
      *DE PAGAMENTOS) E A MEDIA.
       77 WRK-CLI-MAX PIC 9(04) VALUE 1000.
       77 WRK-CLI-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-CLIENTES.
           03 WRK-TAB-CLI-ITEM OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WRK-CLI-QT.
               05 WRK-CLI-CODIGO    PIC 9(06).
               05 WRK-CLI-SOMA-DIAS PIC 9(09).
               05 WRK-CLI-QT-PAGTOS PIC 9(06).
       77 WRK-CLI-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-CLI-POS PIC 9(04) VALUE ZEROS.
       77 WRK-CLI-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-ATRASO-MEDIO PIC 9(04) VALUE ZEROS.
       77 WRK-QT-COM-ATRASO PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
      *COTACOES (ULTIMO FRETE DE CADA NUMERO) E CONTROLE DE
      *PAGAMENTO DA TRANSPORTADORA EM MEMORIA.
       77 WRK-COT-MAX PIC 9(04) VALUE 0999.
       77 WRK-COT-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-COTACOES.
           03 WRK-TAB-COT-ITEM OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-COT-QT.
               05 WRK-COT-NUMERO PIC 9(08).
               05 WRK-COT-FRETE  PIC 9(06)V99.
       77 WRK-COT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-COT-POS PIC 9(04) VALUE ZEROS.
       77 WRK-PAG-MAX PIC 9(04) VALUE 0999.
       77 WRK-PAG-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-PAGCTL.
           03 WRK-TAB-PAG-ITEM OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-PAG-QT.
               05 WRK-PAG-NUMERO   PIC 9(08).
               05 WRK-PAG-SITUACAO PIC X(01).
               05 WRK-PAG-LIQUIDO  PIC 9(06)V99.
       77 WRK-PAG-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-PAG-POS PIC 9(04) VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(07)V99 VALUE ZEROS.
      *DIA DE VENCIMENTO DA MENSALIDADE (ENCARGCFG, PADRAO 10).
       77 WRK-DIA-VENC-MENSAL PIC 9(02) VALUE 10.
      *SALDO INICIAL E DE ONDE ELE VEIO.
       77 WRK-SALDO-INICIAL PIC S9(13)V99 VALUE ZEROS.
       77 WRK-CONTA-CAIXA PIC X(08) VALUE 'CAIXA   '.
       01 WRK-DATA-SALDO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-SALDO-R REDEFINES WRK-DATA-SALDO.
           03 WRK-SLD-ANO PIC 9(04).
           03 WRK-SLD-MES PIC 9(02).
           03 WRK-SLD-DIA PIC 9(02).
       77 WRK-SALDO-CONCILIADO PIC X(01) VALUE 'N'.
           88 SALDO-CONCILIADO VALUE 'S'.
      *DATAS EM DIAS DO CALENDARIO COMERCIAL (ANO 360 / MES 30).
       01 WRK-DATA-AUX PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           03 WRK-AUX-ANO PIC 9(04).
           03 WRK-AUX-MES PIC 9(02).
           03 WRK-AUX-DIA PIC 9(02).
       77 WRK-DIAS-AUX  PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VENC PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *DATAS E VALORES EDITADOS DO RELATORIO.
       01 WRK-DATA-ED.
           03 WRK-DIA-ED PIC 9(02).
           03 FILLER     PIC X(01) VALUE '/'.
           03 WRK-MES-ED PIC 9(02).
           03 FILLER     PIC X(01) VALUE '/'.
           03 WRK-ANO-ED PIC 9(04).
       01 WRK-DATA-INI-ED PIC X(10) VALUE SPACES.
       01 WRK-DATA-FIM-ED PIC X(10) VALUE SPACES.
       01 WRK-VALORES-ED.
           03 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 OCCURS 4 TIMES.
       01 WRK-SALDO-ED PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-SEM-ED PIC Z9.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB123'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE ZEROS TO WRK-AUD-RETCODE.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-AUX.
           PERFORM 0090-DIAS-COMERCIAIS.
           MOVE WRK-DIAS-AUX TO WRK-DIAS-HOJE.
           PERFORM 0050-MONTAR-SEMANAS.
           PERFORM 0100-CARREGAR-SALDO-INICIAL.
           PERFORM 0200-CARREGAR-FATURAS.
           PERFORM 0250-APURAR-ATRASOS.
           PERFORM 0300-PROJETAR-FATURAS.
           PERFORM 0400-CARREGAR-ENCARGCFG.
           PERFORM 0410-PROJETAR-MENSALIDADES.
           PERFORM 0500-CARREGAR-COTACOES.
           PERFORM 0520-CARREGAR-CONTROLE.
           PERFORM 0540-PROJETAR-TRANSPORTADORAS.
           PERFORM 0600-PROJETAR-FORNECEDORES.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           PERFORM 0700-GRAVAR-PROJECAO.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'SALDO EM ' WRK-DATA-SALDO ' CONCILIADO='
               WRK-SALDO-CONCILIADO
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'SEMANAS NEGATIVAS=' WRK-QT-NEGATIVAS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *AS 8 SEMANAS A PARTIR DE HOJE, DIA A DIA NO CALENDARIO REAL
      *(DATASYS); A POSICAO 9 (DEPOIS DA SEMANA 8) SO ACUMULA.
       0050-MONTAR-SEMANAS.
           MOVE WRK-DATA-HOJE TO DATASYS.
           PERFORM 0051-MONTAR-SEMANA
               VARYING WRK-SEM-IDX FROM 1 BY 1
               UNTIL WRK-SEM-IDX > 9.

       0051-MONTAR-SEMANA.
           MOVE DATASYS TO WRK-SEM-INICIO (WRK-SEM-IDX).
           PERFORM 0060-AVANCAR-UM-DIA 6 TIMES.
           MOVE DATASYS TO WRK-SEM-FIM (WRK-SEM-IDX).
           PERFORM 0060-AVANCAR-UM-DIA.
           MOVE ZEROS TO WRK-SEM-FATURAS (WRK-SEM-IDX).
           MOVE ZEROS TO WRK-SEM-MENSAL (WRK-SEM-IDX).
           MOVE ZEROS TO WRK-SEM-TRANSP (WRK-SEM-IDX).
           MOVE ZEROS TO WRK-SEM-FORNEC (WRK-SEM-IDX).
           MOVE ZEROS TO WRK-SEM-SALDO (WRK-SEM-IDX).

      *AVANCA DATASYS UM DIA DE CALENDARIO, TRATANDO FIM DE MES E DE
      *ANO COM A TABELA DE DIAS POR MES DO DATAFMT.CPY (FEVEREIRO
      *AJUSTADO PARA 29 EM ANO BISSEXTO).
       0060-AVANCAR-UM-DIA.
           DIVIDE ANOSYS BY 4 GIVING WRK-QUOC-AUX
               REMAINDER WRK-RESTO-AUX.
           IF WRK-RESTO-AUX = 0
               DIVIDE ANOSYS BY 100 GIVING WRK-QUOC-AUX
                   REMAINDER WRK-RESTO-AUX
               IF WRK-RESTO-AUX NOT = 0
                   MOVE 29 TO WRK-DIAS-DO-MES(02)
               ELSE
                   DIVIDE ANOSYS BY 400 GIVING WRK-QUOC-AUX
                       REMAINDER WRK-RESTO-AUX
                   IF WRK-RESTO-AUX = 0
                       MOVE 29 TO WRK-DIAS-DO-MES(02)
                   ELSE
                       MOVE 28 TO WRK-DIAS-DO-MES(02)
                   END-IF
               END-IF
           ELSE
               MOVE 28 TO WRK-DIAS-DO-MES(02)
           END-IF.
           IF DIASYS < WRK-DIAS-DO-MES(MESSYS)
               ADD 1 TO DIASYS
           ELSE
               MOVE 1 TO DIASYS
               IF MESSYS < 12
                   ADD 1 TO MESSYS
               ELSE
                   MOVE 1 TO MESSYS
                   ADD 1 TO ANOSYS
               END-IF
           END-IF.

       0090-DIAS-COMERCIAIS.
           COMPUTE WRK-DIAS-AUX = (WRK-AUX-ANO * 360)
               + (WRK-AUX-MES * 30) + WRK-AUX-DIA.

      *SALDO INICIAL: O CONCILIADO DO SALDOCX; SEM ELE, O SALDO DA
      *CONTA CAIXA NO SALDOS (DEVEDOR POSITIVO), COM AVISO.
       0100-CARREGAR-SALDO-INICIAL.
           MOVE ZEROS TO WRK-SALDO-INICIAL.
           MOVE 'N' TO WRK-SALDO-CONCILIADO.
           OPEN INPUT F-SALDOCX.
           IF WRK-STATUS-SALDOCX = '00'
               READ F-SALDOCX
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WRK-SALDO-CONCILIADO
                       MOVE SCX-DATA TO WRK-DATA-SALDO
                       MOVE SCX-CONTA TO WRK-CONTA-CAIXA
                       IF SCX-SINAL = '-'
                           COMPUTE WRK-SALDO-INICIAL = ZERO - SCX-SALDO
                       ELSE
                           MOVE SCX-SALDO TO WRK-SALDO-INICIAL
                       END-IF
               END-READ
           END-IF.
           IF WRK-STATUS-SALDOCX NOT = '35'
               CLOSE F-SALDOCX
           END-IF.
           IF SALDO-CONCILIADO
               MOVE WRK-DATA-SALDO TO WRK-DATA-AUX
               PERFORM 0090-DIAS-COMERCIAIS
               IF WRK-DIAS-HOJE - WRK-DIAS-AUX > WRK-IDADE-MAX-SALDO
                   DISPLAY '*** ATENCAO: SALDO CONCILIADO DE '
                       WRK-DATA-SALDO ' - RODAR A CONCILIACAO '
                       'BANCARIA (PROGCOB68) ***'
                   MOVE 4 TO WRK-AUD-RETCODE
               END-IF
           ELSE
               DISPLAY '*** ATENCAO: SALDOCX AUSENTE, PROJECAO A '
                   'PARTIR DO SALDO DO RAZAO ***'
               MOVE 4 TO WRK-AUD-RETCODE
               MOVE WRK-DATA-HOJE TO WRK-DATA-SALDO
               PERFORM 0110-SALDO-DO-RAZAO
           END-IF.

       0110-SALDO-DO-RAZAO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-SALDOS.
           IF WRK-STATUS-SALDOS NOT = '00'
               DISPLAY 'ARQUIVO DE SALDOS NAO ENCONTRADO, SALDO '
                   'INICIAL ZERO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0111-LER-SALDO UNTIL FIM-ARQ.
           IF WRK-STATUS-SALDOS NOT = '35'
               CLOSE F-SALDOS
           END-IF.

       0111-LER-SALDO.
           READ F-SALDOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF SAL-CONTA = WRK-CONTA-CAIXA
                       IF SAL-SUF = 'DB'
                           MOVE SAL-SALDO TO WRK-SALDO-INICIAL
                       ELSE
                           COMPUTE WRK-SALDO-INICIAL =
                               ZERO - SAL-SALDO
                       END-IF
                   END-IF
           END-READ.

      *TODAS AS FATURAS (NUMERO E VENCIMENTO), PARA DATAR O ATRASO
      *DE CADA PAGAMENTO DO MOVCLI.
       0200-CARREGAR-FATURAS.
           MOVE ZEROS TO WRK-FAT-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FATCLI.
           IF WRK-STATUS-FATCLI NOT = '00'
               DISPLAY 'ARQUIVO FATCLI NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0210-LER-FATURA UNTIL FIM-ARQ.
           IF WRK-STATUS-FATCLI NOT = '35'
               CLOSE F-FATCLI
           END-IF.

       0210-LER-FATURA.
           READ F-FATCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-FAT-QT < WRK-FAT-MAX
                       ADD 1 TO WRK-FAT-QT
                       MOVE FCL-NUMERO TO WRK-FAT-NUMERO (WRK-FAT-QT)
                       MOVE FCL-VENCIMENTO
                           TO WRK-FAT-VENCIMENTO (WRK-FAT-QT)
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           END-READ.

      *ATRASO DE CADA PAGAMENTO (DATA DO PAGAMENTO - VENCIMENTO DA
      *FATURA, EM DIAS COMERCIAIS; ADIANTADO CONTA ZERO), SOMADO POR
      *CLIENTE. CREDITO (TIPO C) NAO E PAGAMENTO E NAO ENTRA.
       0250-APURAR-ATRASOS.
           MOVE ZEROS TO WRK-CLI-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-MOVCLI.
           IF WRK-STATUS-MOVCLI NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0260-LER-MOVCLI UNTIL FIM-ARQ.
           IF WRK-STATUS-MOVCLI NOT = '35'
               CLOSE F-MOVCLI
           END-IF.
           IF TABELA-ESTOUROU
               DISPLAY '*** ATENCAO: FATURAS OU CLIENTES ALEM DA '
                   'TABELA, PARTE SEM ATRASO MEDIO ***'
           END-IF.

       0260-LER-MOVCLI.
           READ F-MOVCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MVC-TIPO = 'P'
                       PERFORM 0270-REGISTRAR-ATRASO
                   END-IF
           END-READ.

       0270-REGISTRAR-ATRASO.
           MOVE ZEROS TO WRK-FAT-POS.
           PERFORM 0271-COMPARAR-FATURA
               VARYING WRK-FAT-IDX FROM 1 BY 1
               UNTIL WRK-FAT-IDX > WRK-FAT-QT OR WRK-FAT-POS > 0.
           IF WRK-FAT-POS > 0
               MOVE MVC-CLICOD TO WRK-CLI-BUSCA
               PERFORM 0280-LOCALIZAR-CLIENTE
               IF WRK-CLI-POS = 0 AND WRK-CLI-QT < WRK-CLI-MAX
                   ADD 1 TO WRK-CLI-QT
                   MOVE WRK-CLI-QT TO WRK-CLI-POS
                   MOVE MVC-CLICOD TO WRK-CLI-CODIGO (WRK-CLI-POS)
                   MOVE ZEROS TO WRK-CLI-SOMA-DIAS (WRK-CLI-POS)
                   MOVE ZEROS TO WRK-CLI-QT-PAGTOS (WRK-CLI-POS)
               END-IF
               IF WRK-CLI-POS = 0
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               ELSE
                   MOVE WRK-FAT-VENCIMENTO (WRK-FAT-POS)
                       TO WRK-DATA-AUX
                   PERFORM 0090-DIAS-COMERCIAIS
                   MOVE WRK-DIAS-AUX TO WRK-DIAS-VENC
                   MOVE MVC-DATA TO WRK-DATA-AUX
                   PERFORM 0090-DIAS-COMERCIAIS
                   IF WRK-DIAS-AUX > WRK-DIAS-VENC
                       COMPUTE WRK-CLI-SOMA-DIAS (WRK-CLI-POS) =
                           WRK-CLI-SOMA-DIAS (WRK-CLI-POS)
                           + WRK-DIAS-AUX - WRK-DIAS-VENC
                   END-IF
                   ADD 1 TO WRK-CLI-QT-PAGTOS (WRK-CLI-POS)
               END-IF
           END-IF.

       0271-COMPARAR-FATURA.
           IF WRK-FAT-NUMERO (WRK-FAT-IDX) = MVC-FATURA
               MOVE WRK-FAT-IDX TO WRK-FAT-POS
           END-IF.

       0280-LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-CLI-POS.
           PERFORM 0281-COMPARAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QT OR WRK-CLI-POS > 0.

       0281-COMPARAR-CLIENTE.
           IF WRK-CLI-CODIGO (WRK-CLI-IDX) = WRK-CLI-BUSCA
               MOVE WRK-CLI-IDX TO WRK-CLI-POS
           END-IF.

      *FATURA EM ABERTO ENTRA NO VENCIMENTO MAIS O ATRASO MEDIO DO
      *CLIENTE (ARREDONDADO PARA BAIXO).
       0300-PROJETAR-FATURAS.
           MOVE ZEROS TO WRK-QT-COM-ATRASO.
           MOVE 'F' TO WRK-ORIGEM-VALOR.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FATCLI.
           IF WRK-STATUS-FATCLI NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0310-LER-FATURA-ABERTA UNTIL FIM-ARQ.
           IF WRK-STATUS-FATCLI NOT = '35'
               CLOSE F-FATCLI
           END-IF.

       0310-LER-FATURA-ABERTA.
           READ F-FATCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FCL-SITUACAO = 'A' AND FCL-VALOR > FCL-PAGO
                       COMPUTE WRK-VALOR-ITEM = FCL-VALOR - FCL-PAGO
                       MOVE FCL-VENCIMENTO TO WRK-DATA-PREVISTA
                       MOVE ZEROS TO WRK-ATRASO-MEDIO
                       MOVE FCL-CLICOD TO WRK-CLI-BUSCA
                       PERFORM 0280-LOCALIZAR-CLIENTE
                       IF WRK-CLI-POS > 0
                           DIVIDE WRK-CLI-SOMA-DIAS (WRK-CLI-POS)
                               BY WRK-CLI-QT-PAGTOS (WRK-CLI-POS)
                               GIVING WRK-ATRASO-MEDIO
                       END-IF
                       IF WRK-ATRASO-MEDIO > 0
                           ADD 1 TO WRK-QT-COM-ATRASO
                           PERFORM 0320-SOMAR-ATRASO
                       END-IF
                       PERFORM 0800-DISTRIBUIR-VALOR
                   END-IF
           END-READ.

      *SOMA O ATRASO MEDIO AO VENCIMENTO, DIA A DIA NO CALENDARIO
      *REAL. DATA INVALIDA OU JA DEPOIS DO HORIZONTE FICA COMO ESTA.
       0320-SOMAR-ATRASO.
           IF WRK-DATA-PREVISTA IS NUMERIC
               AND WRK-PRV-MES >= 01 AND WRK-PRV-MES <= 12
               AND WRK-DATA-PREVISTA <= WRK-SEM-FIM (8)
               MOVE WRK-DATA-PREVISTA TO DATASYS
               PERFORM 0060-AVANCAR-UM-DIA WRK-ATRASO-MEDIO TIMES
               MOVE DATASYS TO WRK-DATA-PREVISTA
           END-IF.

      *DIA DE VENCIMENTO DA MENSALIDADE NA LINHA MENSAL DO ENCARGCFG
      *(SEM ELA, O PADRAO DA CASA, DIA 10 - O MESMO DO PROGCOB76).
       0400-CARREGAR-ENCARGCFG.
           MOVE 10 TO WRK-DIA-VENC-MENSAL.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ENCARGCFG.
           IF WRK-STATUS-ENCARGCFG NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0401-LER-ENCARGCFG UNTIL FIM-ARQ.
           IF WRK-STATUS-ENCARGCFG NOT = '35'
               CLOSE F-ENCARGCFG
           END-IF.
           IF WRK-DIA-VENC-MENSAL < 1 OR WRK-DIA-VENC-MENSAL > 30
               MOVE 10 TO WRK-DIA-VENC-MENSAL
           END-IF.

       0401-LER-ENCARGCFG.
           READ F-ENCARGCFG
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF ECF-APLICACAO = 'MENSAL'
                       MOVE ECF-DIA-VENC TO WRK-DIA-VENC-MENSAL
                       MOVE 'S' TO WRK-FIM-ARQ
                   END-IF
           END-READ.

      *MENSALIDADE EM ABERTO ENTRA NO DIA DE VENCIMENTO DO MES COBRADO.
       0410-PROJETAR-MENSALIDADES.
           MOVE 'M' TO WRK-ORIGEM-VALOR.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-MENSALIDADES.
           IF WRK-STATUS-MENSALIDADES NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0411-LER-MENSALIDADE UNTIL FIM-ARQ.
           IF WRK-STATUS-MENSALIDADES NOT = '35'
               CLOSE F-MENSALIDADES
           END-IF.

       0411-LER-MENSALIDADE.
           READ F-MENSALIDADES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MEN-SITUACAO = 'A' AND MEN-VALOR > MEN-PAGO
                       COMPUTE WRK-VALOR-ITEM = MEN-VALOR - MEN-PAGO
                       COMPUTE WRK-DATA-PREVISTA = (MEN-MES * 100)
                           + WRK-DIA-VENC-MENSAL
                       PERFORM 0800-DISTRIBUIR-VALOR
                   END-IF
           END-READ.

      *A ULTIMA COTACAO DO NUMERO SUBSTITUI A ANTERIOR NA TABELA
      *(COMO NO PROGCOB61).
       0500-CARREGAR-COTACOES.
           MOVE ZEROS TO WRK-COT-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-COTACOES.
           IF WRK-STATUS-COTACOES NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0501-LER-COTACAO UNTIL FIM-ARQ.
           IF WRK-STATUS-COTACOES NOT = '35'
               CLOSE F-COTACOES
           END-IF.

       0501-LER-COTACAO.
           READ F-COTACOES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF COT-NUMERO NOT = ZEROS
                       PERFORM 0502-GUARDAR-COTACAO
                   END-IF
           END-READ.

       0502-GUARDAR-COTACAO.
           MOVE ZEROS TO WRK-COT-POS.
           PERFORM 0503-COMPARAR-COTACAO
               VARYING WRK-COT-IDX FROM 1 BY 1
               UNTIL WRK-COT-IDX > WRK-COT-QT OR WRK-COT-POS > 0.
           IF WRK-COT-POS > 0
               MOVE COT-FRETE TO WRK-COT-FRETE (WRK-COT-POS)
           ELSE
               IF WRK-COT-QT < WRK-COT-MAX
                   ADD 1 TO WRK-COT-QT
                   MOVE COT-NUMERO TO WRK-COT-NUMERO (WRK-COT-QT)
                   MOVE COT-FRETE TO WRK-COT-FRETE (WRK-COT-QT)
               END-IF
           END-IF.

       0503-COMPARAR-COTACAO.
           IF WRK-COT-NUMERO (WRK-COT-IDX) = COT-NUMERO
               MOVE WRK-COT-IDX TO WRK-COT-POS
           END-IF.

      *CONTROLE DE PAGAMENTO: SITUACAO E LIQUIDO (VALOR - DESCONTO
      *DE SINISTRO; ESPACOS NO DESCONTO = SEM DESCONTO).
       0520-CARREGAR-CONTROLE.
           MOVE ZEROS TO WRK-PAG-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FATPAGCTL.
           IF WRK-STATUS-FATPAGCTL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0521-LER-CONTROLE UNTIL FIM-ARQ.
           IF WRK-STATUS-FATPAGCTL NOT = '35'
               CLOSE F-FATPAGCTL
           END-IF.

       0521-LER-CONTROLE.
           READ F-FATPAGCTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-PAG-QT < WRK-PAG-MAX
                       ADD 1 TO WRK-PAG-QT
                       MOVE FPG-NUMERO TO WRK-PAG-NUMERO (WRK-PAG-QT)
                       MOVE FPG-SITUACAO
                           TO WRK-PAG-SITUACAO (WRK-PAG-QT)
                       IF FPG-DESCONTO IS NUMERIC
                           AND FPG-VALOR > FPG-DESCONTO
                           COMPUTE WRK-PAG-LIQUIDO (WRK-PAG-QT) =
                               FPG-VALOR - FPG-DESCONTO
                       ELSE
                           IF FPG-DESCONTO IS NUMERIC
                               MOVE ZEROS
                                   TO WRK-PAG-LIQUIDO (WRK-PAG-QT)
                           ELSE
                               MOVE FPG-VALOR
                                   TO WRK-PAG-LIQUIDO (WRK-PAG-QT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *FATURA DE TRANSPORTADORA QUE A PROXIMA REMESSA DO PROGCOB61
      *VAI PAGAR - CONCILIADA E NAO REMETIDA NEM PAGA (REJEITADA
      *VOLTA, PELO LIQUIDO) - SAI NA SEMANA 1.
       0540-PROJETAR-TRANSPORTADORAS.
           MOVE 'T' TO WRK-ORIGEM-VALOR.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FATTRANSP.
           IF WRK-STATUS-FATTRANSP NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0541-LER-FATTRANSP UNTIL FIM-ARQ.
           IF WRK-STATUS-FATTRANSP NOT = '35'
               CLOSE F-FATTRANSP
           END-IF.

       0541-LER-FATTRANSP.
           READ F-FATTRANSP
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM 0542-DECIDIR-FATURA
           END-READ.

       0542-DECIDIR-FATURA.
           MOVE ZEROS TO WRK-COT-POS.
           PERFORM 0543-PROCURAR-COTACAO
               VARYING WRK-COT-IDX FROM 1 BY 1
               UNTIL WRK-COT-IDX > WRK-COT-QT OR WRK-COT-POS > 0.
           IF WRK-COT-POS > 0
               COMPUTE WRK-DIFERENCA = FAT-FRETE
                   - WRK-COT-FRETE (WRK-COT-POS)
               IF WRK-DIFERENCA <= WRK-TOLERANCIA
                   AND WRK-DIFERENCA >= (ZERO - WRK-TOLERANCIA)
                   MOVE ZEROS TO WRK-PAG-POS
                   PERFORM 0544-PROCURAR-CONTROLE
                       VARYING WRK-PAG-IDX FROM 1 BY 1
                       UNTIL WRK-PAG-IDX > WRK-PAG-QT
                           OR WRK-PAG-POS > 0
                   IF WRK-PAG-POS = 0
                       MOVE FAT-FRETE TO WRK-VALOR-ITEM
                       MOVE WRK-DATA-HOJE TO WRK-DATA-PREVISTA
                       PERFORM 0800-DISTRIBUIR-VALOR
                   ELSE
                       IF WRK-PAG-SITUACAO (WRK-PAG-POS) = 'J'
                           MOVE WRK-PAG-LIQUIDO (WRK-PAG-POS)
                               TO WRK-VALOR-ITEM
                           MOVE WRK-DATA-HOJE TO WRK-DATA-PREVISTA
                           PERFORM 0800-DISTRIBUIR-VALOR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0543-PROCURAR-COTACAO.
           IF WRK-COT-NUMERO (WRK-COT-IDX) = FAT-NUMERO
               MOVE WRK-COT-IDX TO WRK-COT-POS
           END-IF.

       0544-PROCURAR-CONTROLE.
           IF WRK-PAG-NUMERO (WRK-PAG-IDX) = FAT-NUMERO
               MOVE WRK-PAG-IDX TO WRK-PAG-POS
           END-IF.

      *TITULO DE FORNECEDOR APROVADO (A) OU REJEITADO PELO BANCO (J)
      *SAI NO VENCIMENTO (VENCIDO, NA SEMANA 1).
       0600-PROJETAR-FORNECEDORES.
           MOVE 'P' TO WRK-ORIGEM-VALOR.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CTAPAGAR.
           IF WRK-STATUS-CTAPAGAR NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0610-LER-CTAPAGAR UNTIL FIM-ARQ.
           IF WRK-STATUS-CTAPAGAR NOT = '35'
               CLOSE F-CTAPAGAR
           END-IF.

       0610-LER-CTAPAGAR.
           READ F-CTAPAGAR
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CPG-SITUACAO = 'A' OR CPG-SITUACAO = 'J'
                       MOVE CPG-VALOR TO WRK-VALOR-ITEM
                       MOVE CPG-VENCIMENTO TO WRK-DATA-PREVISTA
                       PERFORM 0800-DISTRIBUIR-VALOR
                   END-IF
           END-READ.

      *UMA LINHA POR SEMANA (PERIODO, ENTRADAS, SAIDAS E SALDO NO FIM
      *DELA); SEMANA NEGATIVA SAI MARCADA E AVISA O OPERADOR. DEPOIS,
      *O QUE CAI ALEM DA SEMANA 8.
       0700-GRAVAR-PROJECAO.
           MOVE WRK-SLD-DIA TO WRK-DIA-ED.
           MOVE WRK-SLD-MES TO WRK-MES-ED.
           MOVE WRK-SLD-ANO TO WRK-ANO-ED.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF SALDO-CONCILIADO
               STRING 'SALDO INICIAL CONCILIADO EM ' WRK-DATA-ED
                   ' (CONTA ' WRK-CONTA-CAIXA '): ' WRK-SALDO-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               STRING 'SALDO INICIAL DO RAZAO, SEM CONCILIACAO '
                   'BANCARIA (CONTA ' WRK-CONTA-CAIXA '): '
                   WRK-SALDO-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'FATURAS COM ATRASO MEDIO DO CLIENTE APLICADO: '
               WRK-QT-COM-ATRASO '   VENCIMENTO DAS MENSALIDADES: '
               'DIA ' WRK-DIA-VENC-MENSAL
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'SEM PERIODO                  '
               '    FATURAS CLIENTE       MENSALIDADES'
               '    TRANSPORTADORAS       FORNECEDORES'
               '   SALDO FIM SEMANA'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE ZEROS TO WRK-QT-NEGATIVAS.
           PERFORM 0710-GRAVAR-SEMANA
               VARYING WRK-SEM-IDX FROM 1 BY 1
               UNTIL WRK-SEM-IDX > 8.
           MOVE WRK-SEM-FATURAS (9) TO WRK-VALOR-ED (1).
           MOVE WRK-SEM-MENSAL (9) TO WRK-VALOR-ED (2).
           MOVE WRK-SEM-TRANSP (9) TO WRK-VALOR-ED (3).
           MOVE WRK-SEM-FORNEC (9) TO WRK-VALOR-ED (4).
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'APOS SEMANA 8 (FORA SALDO) '
               WRK-VALOR-ED (1) ' ' WRK-VALOR-ED (2) ' '
               WRK-VALOR-ED (3) ' ' WRK-VALOR-ED (4)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF WRK-QT-NEGATIVAS > 0
               DISPLAY '*** ATENCAO: PROJECAO DE CAIXA COM '
                   WRK-QT-NEGATIVAS ' SEMANA(S) NEGATIVA(S) - VEJA '
                   'O PROGCOB123RPT ***'
               MOVE 4 TO WRK-AUD-RETCODE
           END-IF.

       0710-GRAVAR-SEMANA.
           IF WRK-SEM-IDX = 1
               COMPUTE WRK-SEM-SALDO (1) = WRK-SALDO-INICIAL
                   + WRK-SEM-FATURAS (1) + WRK-SEM-MENSAL (1)
                   - WRK-SEM-TRANSP (1) - WRK-SEM-FORNEC (1)
           ELSE
               COMPUTE WRK-SEM-SALDO (WRK-SEM-IDX) =
                   WRK-SEM-SALDO (WRK-SEM-IDX - 1)
                   + WRK-SEM-FATURAS (WRK-SEM-IDX)
                   + WRK-SEM-MENSAL (WRK-SEM-IDX)
                   - WRK-SEM-TRANSP (WRK-SEM-IDX)
                   - WRK-SEM-FORNEC (WRK-SEM-IDX)
           END-IF.
           MOVE WRK-SEM-INICIO (WRK-SEM-IDX) TO WRK-DATA-AUX.
           MOVE WRK-AUX-DIA TO WRK-DIA-ED.
           MOVE WRK-AUX-MES TO WRK-MES-ED.
           MOVE WRK-AUX-ANO TO WRK-ANO-ED.
           MOVE WRK-DATA-ED TO WRK-DATA-INI-ED.
           MOVE WRK-SEM-FIM (WRK-SEM-IDX) TO WRK-DATA-AUX.
           MOVE WRK-AUX-DIA TO WRK-DIA-ED.
           MOVE WRK-AUX-MES TO WRK-MES-ED.
           MOVE WRK-AUX-ANO TO WRK-ANO-ED.
           MOVE WRK-DATA-ED TO WRK-DATA-FIM-ED.
           MOVE WRK-SEM-IDX TO WRK-SEM-ED.
           MOVE WRK-SEM-FATURAS (WRK-SEM-IDX) TO WRK-VALOR-ED (1).
           MOVE WRK-SEM-MENSAL (WRK-SEM-IDX) TO WRK-VALOR-ED (2).
           MOVE WRK-SEM-TRANSP (WRK-SEM-IDX) TO WRK-VALOR-ED (3).
           MOVE WRK-SEM-FORNEC (WRK-SEM-IDX) TO WRK-VALOR-ED (4).
           MOVE WRK-SEM-SALDO (WRK-SEM-IDX) TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING ' ' WRK-SEM-ED ' ' WRK-DATA-INI-ED ' A '
               WRK-DATA-FIM-ED ' '
               WRK-VALOR-ED (1) ' ' WRK-VALOR-ED (2) ' '
               WRK-VALOR-ED (3) ' ' WRK-VALOR-ED (4) ' '
               WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           IF WRK-SEM-SALDO (WRK-SEM-IDX) < ZERO
               ADD 1 TO WRK-QT-NEGATIVAS
               MOVE '*NEGATIVO*' TO WRK-RPT-LINHA-TXT (121:10)
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *SOMA WRK-VALOR-ITEM NA SEMANA DA WRK-DATA-PREVISTA (A PRIMEIRA
      *QUE TERMINA NELA OU DEPOIS - O JA VENCIDO CAI NA SEMANA 1),
      *NA COLUNA DA ORIGEM; DEPOIS DA SEMANA 8, NA POSICAO 9.
       0800-DISTRIBUIR-VALOR.
           MOVE ZEROS TO WRK-SEM-POS.
           PERFORM 0810-PROCURAR-SEMANA
               VARYING WRK-SEM-IDX FROM 1 BY 1
               UNTIL WRK-SEM-IDX > 8 OR WRK-SEM-POS > 0.
           IF WRK-SEM-POS = 0
               MOVE 9 TO WRK-SEM-POS
           END-IF.
           EVALUATE WRK-ORIGEM-VALOR
               WHEN 'F'
                   ADD WRK-VALOR-ITEM TO WRK-SEM-FATURAS (WRK-SEM-POS)
               WHEN 'M'
                   ADD WRK-VALOR-ITEM TO WRK-SEM-MENSAL (WRK-SEM-POS)
               WHEN 'T'
                   ADD WRK-VALOR-ITEM TO WRK-SEM-TRANSP (WRK-SEM-POS)
               WHEN 'P'
                   ADD WRK-VALOR-ITEM TO WRK-SEM-FORNEC (WRK-SEM-POS)
           END-EVALUATE.

       0810-PROCURAR-SEMANA.
           IF WRK-DATA-PREVISTA <= WRK-SEM-FIM (WRK-SEM-IDX)
               MOVE WRK-SEM-IDX TO WRK-SEM-POS
           END-IF.

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
