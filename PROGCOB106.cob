       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB106.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : EXTRATO MENSAL DE CONTA DO CLIENTE. O AGING DO
      *PROGCOB56 E INTERNO; O CLIENTE PERGUNTA QUANTO DEVE E NAO
      *TINHAMOS O QUE MANDAR. PARA O MES PEDIDO (AAAAMM, BRANCO =
      *MES ANTERIOR) E O CODIGO DE CLIENTE (ZERO = TODOS), UM
      *EXTRATO POR CLIENTE, CADA UM EM PAGINA PROPRIA DO
      *PROGCOB106RPT (CABECALHO PADRAO DO RPTHDR.CPY), COM:
      *  SALDO ANTERIOR NO INICIO DO MES;
      *  AS FATURAS DO FATCLI EMITIDAS NO MES;
      *  OS PAGAMENTOS E CREDITOS DO MES (DIARIO MOVCLI, VEJA
      *  MVCREC.CPY - GRAVADO NA BAIXA DO PROGCOB56 MODO P);
      *  SALDO FINAL NO FIM DO MES E OS VENCIMENTOS AINDA EM ABERTO.
      *O SALDO FINAL E O SALDO EM ABERTO DE HOJE DAS FATURAS
      *EMITIDAS ATE O FIM DO MES, DEVOLVIDOS OS MOVIMENTOS DATADOS
      *DEPOIS DO MES; O SALDO ANTERIOR SAI DELE PELO CAMINHO DE
      *VOLTA (FINAL - FATURADO + PAGO + CREDITADO NO MES). ASSIM A
      *BAIXA ANTIGA, DE ANTES DO DIARIO, CONTA NO SALDO SEM PRECISAR
      *DE DATA.
      *O MESMO TEXTO DE CADA EXTRATO SAI NO ARQUIVO EXTRATOS, LINHA A
      *LINHA COM O CODIGO E O CONTATO DO CLIENTE, PARA O ENVIO POR
      *E-MAIL. CLIENTE SEM SALDO E SEM MOVIMENTO NO MES NAO RECEBE
      *EXTRATO.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *FATURAS DE CLIENTE (GRAVADAS PELO PROGCOB55).
           SELECT F-FATCLI ASSIGN TO 'FATCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATCLI.
      *DIARIO DE MOVIMENTOS DAS FATURAS (PAGAMENTOS E CREDITOS).
           SELECT F-MOVCLI ASSIGN TO 'MOVCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVCLI.
      *CADASTRO MESTRE DE CLIENTES - CONTATO DO EXTRATO.
      *INDEXADO PELO CODIGO (VEJA CLIREC.CPY).
           SELECT F-CLIMEST ASSIGN TO 'CLIMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-STATUS-CLIMEST.
      *TEXTO DOS EXTRATOS PARA O ENVIO POR E-MAIL.
           SELECT F-EXTRATOS ASSIGN TO 'EXTRATOS'
               ORGANIZATION IS LINE SEQUENTIAL.
      *EXTRATOS IMPRESSOS, UM CLIENTE POR PAGINA, COM CABECALHO E
      *QUEBRA DE PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB106RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-FATCLI.
           COPY 'FCLREC.CPY'.

       FD  F-MOVCLI.
           COPY 'MVCREC.CPY'.

       FD  F-CLIMEST.
           COPY 'CLIREC.CPY'.

       FD  F-EXTRATOS.
       01  REG-EXTRATO.
           03 EXT-CLICOD  PIC 9(06).
           03 EXT-MES     PIC X(06).
           03 EXT-SEQ     PIC 9(03).
           03 EXT-CONTATO PIC X(20).
           03 EXT-TEXTO   PIC X(100).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-FATCLI  PIC X(02) VALUE '00'.
       77 WRK-STATUS-MOVCLI  PIC X(02) VALUE '00'.
       77 WRK-STATUS-CLIMEST PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *MES DO EXTRATO E O CLIENTE PEDIDO (ZERO = TODOS).
       01 WRK-MES-EXTRATO PIC X(06) VALUE SPACES.
       01 WRK-MES-EXTRATO-R REDEFINES WRK-MES-EXTRATO.
           03 WRK-EXT-ANO PIC 9(04).
           03 WRK-EXT-MES PIC 9(02).
       01 WRK-CLI-FILTRO PIC X(06) VALUE SPACES.
       01 WRK-CLI-FILTRO-N REDEFINES WRK-CLI-FILTRO PIC 9(06).
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
      *PRIMEIRO E ULTIMO DIA DO MES (DIA 31 SERVE PARA COMPARAR).
       77 WRK-DATA-INI PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
      *FATURAS EMITIDAS ATE O FIM DO MES, COM O SALDO NO FIM DO MES.
       77 WRK-TFT-MAX PIC 9(04) VALUE 2000.
       77 WRK-TFT-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-FATURAS.
           03 WRK-TAB-TFT-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-TFT-QT.
               05 WRK-TFT-NUMERO   PIC 9(06).
               05 WRK-TFT-CLICOD   PIC 9(06).
               05 WRK-TFT-DATA     PIC 9(08).
               05 WRK-TFT-VENC     PIC 9(08).
               05 WRK-TFT-VALOR    PIC 9(08)V99.
               05 WRK-TFT-PAGO     PIC 9(08)V99.
      *    PAGAMENTOS E CREDITOS DATADOS DEPOIS DO MES.
               05 WRK-TFT-MOV-APOS PIC 9(08)V99.
               05 WRK-TFT-SALDO    PIC S9(09)V99.
       77 WRK-TFT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-TFT-POS PIC 9(04) VALUE ZEROS.
      *CLIENTES COM FATURA, NA ORDEM DO FATCLI.
       77 WRK-TCL-MAX PIC 9(03) VALUE 500.
       77 WRK-TCL-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-CLIENTES.
           03 WRK-TAB-TCL-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TCL-QT.
               05 WRK-TCL-CLICOD  PIC 9(06).
               05 WRK-TCL-CLIENTE PIC X(20).
       77 WRK-TCL-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TCL-POS PIC 9(03) VALUE ZEROS.
      *VALORES DO EXTRATO DO CLIENTE CORRENTE.
       77 WRK-SALDO-ANTERIOR PIC S9(10)V99 VALUE ZEROS.
       77 WRK-SALDO-FINAL    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-FATURADO       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-PAGO-MES       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CREDITADO-MES  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CLI-CONTATO PIC X(20) VALUE SPACES.
       77 WRK-EXT-SEQ PIC 9(03) VALUE ZEROS.
       77 WRK-QT-EXTRATOS PIC 9(05) VALUE ZEROS.
      *CAMPOS EDITADOS PARA O EXTRATO.
       77 WRK-VALOR-ED PIC ZZZZZZZ9,99.
       77 WRK-SALDO-ED PIC -(9)9,99.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB106'.
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
           MOVE ZEROS TO WRK-TFT-QT.
           MOVE ZEROS TO WRK-TCL-QT.
           MOVE ZEROS TO WRK-QT-EXTRATOS.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           DISPLAY 'MES DO EXTRATO AAAAMM (BRANCO = MES ANTERIOR). '.
           ACCEPT WRK-MES-EXTRATO.
           DISPLAY 'CODIGO DO CLIENTE (ZERO = TODOS)............. '.
           ACCEPT WRK-CLI-FILTRO.
           PERFORM 0050-DEFINIR-PERIODO.
           PERFORM 0100-CARREGAR-FATURAS.
           OPEN OUTPUT F-RELATORIO.
           OPEN OUTPUT F-EXTRATOS.
           IF TABELA-ESTOUROU
               PERFORM 0900-IMPRIMIR-CABECALHO-RPT
               MOVE 'TABELA DE FATURAS CHEIA, EXTRATOS NAO EMITIDOS'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'TABELA DE FATURAS CHEIA, EXTRATOS NAO EMITIDOS'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0200-MOVIMENTOS-POSTERIORES
               PERFORM 0300-EMITIR-EXTRATO
                   VARYING WRK-TCL-IDX FROM 1 BY 1
                   UNTIL WRK-TCL-IDX > WRK-TCL-QT
               IF WRK-QT-EXTRATOS = 0
                   PERFORM 0900-IMPRIMIR-CABECALHO-RPT
                   MOVE 'NENHUM CLIENTE COM SALDO OU MOVIMENTO NO MES'
                       TO WRK-RPT-LINHA-TXT
                   PERFORM 0910-GRAVAR-LINHA-RPT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-EXTRATOS.
           CLOSE F-RELATORIO.
           DISPLAY 'EXTRATOS DO MES ' WRK-MES-EXTRATO ': '
               WRK-QT-EXTRATOS.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'MES=' WRK-MES-EXTRATO ' CLIENTE=' WRK-CLI-FILTRO
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           STRING 'EXTRATOS=' WRK-QT-EXTRATOS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *MES EM BRANCO, ZERADO OU INVALIDO = MES ANTERIOR AO DE HOJE
      *(A REDE RODA NO DIA 1 PARA O MES QUE FECHOU).
       0050-DEFINIR-PERIODO.
           IF WRK-MES-EXTRATO IS NOT NUMERIC
               OR WRK-MES-EXTRATO = '000000'
               OR WRK-EXT-MES < 01 OR WRK-EXT-MES > 12
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               IF WRK-HOJ-MES = 01
                   COMPUTE WRK-EXT-ANO = WRK-HOJ-ANO - 1
                   MOVE 12 TO WRK-EXT-MES
               ELSE
                   MOVE WRK-HOJ-ANO TO WRK-EXT-ANO
                   COMPUTE WRK-EXT-MES = WRK-HOJ-MES - 1
               END-IF
           END-IF.
           COMPUTE WRK-DATA-INI = (WRK-EXT-ANO * 10000)
               + (WRK-EXT-MES * 100) + 01.
           COMPUTE WRK-DATA-FIM = (WRK-EXT-ANO * 10000)
               + (WRK-EXT-MES * 100) + 31.
           IF WRK-CLI-FILTRO IS NOT NUMERIC
               MOVE ZEROS TO WRK-CLI-FILTRO-N
           END-IF.

      *CARREGA AS FATURAS EMITIDAS ATE O FIM DO MES (DO CLIENTE
      *PEDIDO, OU DE TODOS) E MONTA A LISTA DE CLIENTES.
       0100-CARREGAR-FATURAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FATCLI.
           IF WRK-STATUS-FATCLI NOT = '00'
               DISPLAY 'ARQUIVO DE FATURAS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-FATURA UNTIL FIM-ARQ.
           IF WRK-STATUS-FATCLI NOT = '35'
               CLOSE F-FATCLI
           END-IF.

       0110-LER-FATURA.
           READ F-FATCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FCL-DATA <= WRK-DATA-FIM
                       AND (WRK-CLI-FILTRO-N = ZEROS
                           OR FCL-CLICOD = WRK-CLI-FILTRO-N)
                       PERFORM 0120-GUARDAR-FATURA
                   END-IF
           END-READ.

       0120-GUARDAR-FATURA.
           IF WRK-TFT-QT >= WRK-TFT-MAX
               MOVE 'S' TO WRK-TAB-ESTOUROU
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               ADD 1 TO WRK-TFT-QT
               MOVE WRK-TFT-QT TO WRK-TFT-POS
               MOVE FCL-NUMERO TO WRK-TFT-NUMERO (WRK-TFT-POS)
               MOVE FCL-CLICOD TO WRK-TFT-CLICOD (WRK-TFT-POS)
               MOVE FCL-DATA TO WRK-TFT-DATA (WRK-TFT-POS)
               MOVE FCL-VENCIMENTO TO WRK-TFT-VENC (WRK-TFT-POS)
               MOVE FCL-VALOR TO WRK-TFT-VALOR (WRK-TFT-POS)
               MOVE FCL-PAGO TO WRK-TFT-PAGO (WRK-TFT-POS)
               MOVE ZEROS TO WRK-TFT-MOV-APOS (WRK-TFT-POS)
               MOVE ZEROS TO WRK-TFT-SALDO (WRK-TFT-POS)
               PERFORM 0130-REGISTRAR-CLIENTE
           END-IF.

       0130-REGISTRAR-CLIENTE.
           MOVE ZEROS TO WRK-TCL-POS.
           PERFORM 0131-COMPARAR-CLIENTE
               VARYING WRK-TCL-IDX FROM 1 BY 1
               UNTIL WRK-TCL-IDX > WRK-TCL-QT OR WRK-TCL-POS > 0.
           IF WRK-TCL-POS = 0
               IF WRK-TCL-QT >= WRK-TCL-MAX
                   MOVE 'S' TO WRK-TAB-ESTOUROU
                   MOVE 'S' TO WRK-FIM-ARQ
               ELSE
                   ADD 1 TO WRK-TCL-QT
                   MOVE FCL-CLICOD TO WRK-TCL-CLICOD (WRK-TCL-QT)
                   MOVE FCL-CLIENTE TO WRK-TCL-CLIENTE (WRK-TCL-QT)
               END-IF
           END-IF.

       0131-COMPARAR-CLIENTE.
           IF WRK-TCL-CLICOD (WRK-TCL-IDX) = FCL-CLICOD
               MOVE WRK-TCL-IDX TO WRK-TCL-POS
           END-IF.

      *PAGAMENTOS E CREDITOS DATADOS DEPOIS DO MES VOLTAM PARA O
      *SALDO DA FATURA NO FIM DO MES.
       0200-MOVIMENTOS-POSTERIORES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-MOVCLI.
           IF WRK-STATUS-MOVCLI NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0210-LER-MOVIMENTO UNTIL FIM-ARQ.
           IF WRK-STATUS-MOVCLI NOT = '35'
               CLOSE F-MOVCLI
           END-IF.

       0210-LER-MOVIMENTO.
           READ F-MOVCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MVC-DATA > WRK-DATA-FIM
                       PERFORM 0220-PROCURAR-FATURA
                       IF WRK-TFT-POS > 0
                           ADD MVC-VALOR
                               TO WRK-TFT-MOV-APOS (WRK-TFT-POS)
                       END-IF
                   END-IF
           END-READ.

       0220-PROCURAR-FATURA.
           MOVE ZEROS TO WRK-TFT-POS.
           PERFORM 0221-COMPARAR-FATURA
               VARYING WRK-TFT-IDX FROM 1 BY 1
               UNTIL WRK-TFT-IDX > WRK-TFT-QT OR WRK-TFT-POS > 0.

       0221-COMPARAR-FATURA.
           IF WRK-TFT-NUMERO (WRK-TFT-IDX) = MVC-FATURA
               MOVE WRK-TFT-IDX TO WRK-TFT-POS
           END-IF.

      *UM EXTRATO: SALDOS DO CLIENTE, E SO SE HOUVER SALDO OU
      *MOVIMENTO, A PAGINA PROPRIA COM AS LINHAS.
       0300-EMITIR-EXTRATO.
           MOVE ZEROS TO WRK-SALDO-FINAL.
           MOVE ZEROS TO WRK-FATURADO.
           MOVE ZEROS TO WRK-PAGO-MES.
           MOVE ZEROS TO WRK-CREDITADO-MES.
           PERFORM 0310-SOMAR-FATURA
               VARYING WRK-TFT-IDX FROM 1 BY 1
               UNTIL WRK-TFT-IDX > WRK-TFT-QT.
           MOVE 'S' TO WRK-FIM-ARQ.
           OPEN INPUT F-MOVCLI.
           IF WRK-STATUS-MOVCLI = '00'
               MOVE 'N' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0320-SOMAR-MOVIMENTO UNTIL FIM-ARQ.
           IF WRK-STATUS-MOVCLI NOT = '35'
               CLOSE F-MOVCLI
           END-IF.
           COMPUTE WRK-SALDO-ANTERIOR = WRK-SALDO-FINAL
               - WRK-FATURADO + WRK-PAGO-MES + WRK-CREDITADO-MES.
           IF WRK-SALDO-ANTERIOR NOT = 0 OR WRK-SALDO-FINAL NOT = 0
               OR WRK-FATURADO NOT = 0 OR WRK-PAGO-MES NOT = 0
               OR WRK-CREDITADO-MES NOT = 0
               PERFORM 0400-IMPRIMIR-EXTRATO
           END-IF.

       0310-SOMAR-FATURA.
           IF WRK-TFT-CLICOD (WRK-TFT-IDX) =
                   WRK-TCL-CLICOD (WRK-TCL-IDX)
               COMPUTE WRK-TFT-SALDO (WRK-TFT-IDX) =
                   WRK-TFT-VALOR (WRK-TFT-IDX)
                   - WRK-TFT-PAGO (WRK-TFT-IDX)
                   + WRK-TFT-MOV-APOS (WRK-TFT-IDX)
               ADD WRK-TFT-SALDO (WRK-TFT-IDX) TO WRK-SALDO-FINAL
               IF WRK-TFT-DATA (WRK-TFT-IDX) >= WRK-DATA-INI
                   ADD WRK-TFT-VALOR (WRK-TFT-IDX) TO WRK-FATURADO
               END-IF
           END-IF.

       0320-SOMAR-MOVIMENTO.
           READ F-MOVCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MVC-CLICOD = WRK-TCL-CLICOD (WRK-TCL-IDX)
                       AND MVC-DATA >= WRK-DATA-INI
                       AND MVC-DATA <= WRK-DATA-FIM
                       IF MVC-TIPO = 'C'
                           ADD MVC-VALOR TO WRK-CREDITADO-MES
                       ELSE
                           ADD MVC-VALOR TO WRK-PAGO-MES
                       END-IF
                   END-IF
           END-READ.

       0400-IMPRIMIR-EXTRATO.
           ADD 1 TO WRK-QT-EXTRATOS.
           MOVE ZEROS TO WRK-EXT-SEQ.
           PERFORM 0410-BUSCAR-CONTATO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'EXTRATO DE CONTA - MES ' WRK-EXT-MES '/'
               WRK-EXT-ANO ' - CLIENTE '
               WRK-TCL-CLICOD (WRK-TCL-IDX) ' '
               WRK-TCL-CLIENTE (WRK-TCL-IDX)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0480-GRAVAR-LINHA-EXTRATO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'A/C ' WRK-CLI-CONTATO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0480-GRAVAR-LINHA-EXTRATO.
           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'SALDO ANTERIOR (INICIO DO MES)'
               '                     ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0480-GRAVAR-LINHA-EXTRATO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE 'FATURAS EMITIDAS NO MES:' TO WRK-RPT-LINHA-TXT.
           PERFORM 0480-GRAVAR-LINHA-EXTRATO.
           PERFORM 0420-LISTAR-FATURA
               VARYING WRK-TFT-IDX FROM 1 BY 1
               UNTIL WRK-TFT-IDX > WRK-TFT-QT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE 'PAGAMENTOS E CREDITOS DO MES:' TO WRK-RPT-LINHA-TXT.
           PERFORM 0480-GRAVAR-LINHA-EXTRATO.
           MOVE 'S' TO WRK-FIM-ARQ.
           OPEN INPUT F-MOVCLI.
           IF WRK-STATUS-MOVCLI = '00'
               MOVE 'N' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0430-LISTAR-MOVIMENTO UNTIL FIM-ARQ.
           IF WRK-STATUS-MOVCLI NOT = '35'
               CLOSE F-MOVCLI
           END-IF.
           MOVE WRK-SALDO-FINAL TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'SALDO FINAL (FIM DO MES)'
               '                           ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0480-GRAVAR-LINHA-EXTRATO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE 'VENCIMENTOS EM ABERTO:' TO WRK-RPT-LINHA-TXT.
           PERFORM 0480-GRAVAR-LINHA-EXTRATO.
           PERFORM 0440-LISTAR-EM-ABERTO
               VARYING WRK-TFT-IDX FROM 1 BY 1
               UNTIL WRK-TFT-IDX > WRK-TFT-QT.

      *CONTATO DO CLIENTE NO CLIMEST (EM BRANCO SE NAO CADASTRADO).
       0410-BUSCAR-CONTATO.
           MOVE SPACES TO WRK-CLI-CONTATO.
           OPEN INPUT F-CLIMEST.
           IF WRK-STATUS-CLIMEST = '00'
               PERFORM 0411-LER-CLIENTE
               CLOSE F-CLIMEST
           END-IF.

       0411-LER-CLIENTE.
           MOVE WRK-TCL-CLICOD (WRK-TCL-IDX) TO CLI-CODIGO.
           READ F-CLIMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-CONTATO TO WRK-CLI-CONTATO
           END-READ.

       0420-LISTAR-FATURA.
           IF WRK-TFT-CLICOD (WRK-TFT-IDX) =
                   WRK-TCL-CLICOD (WRK-TCL-IDX)
               AND WRK-TFT-DATA (WRK-TFT-IDX) >= WRK-DATA-INI
               MOVE WRK-TFT-VALOR (WRK-TFT-IDX) TO WRK-VALOR-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '  ' WRK-TFT-DATA (WRK-TFT-IDX)
                   ' FATURA ' WRK-TFT-NUMERO (WRK-TFT-IDX)
                   ' VENCIMENTO ' WRK-TFT-VENC (WRK-TFT-IDX)
                   '        +' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0480-GRAVAR-LINHA-EXTRATO
           END-IF.

       0430-LISTAR-MOVIMENTO.
           READ F-MOVCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MVC-CLICOD = WRK-TCL-CLICOD (WRK-TCL-IDX)
                       AND MVC-DATA >= WRK-DATA-INI
                       AND MVC-DATA <= WRK-DATA-FIM
                       PERFORM 0431-GRAVAR-MOVIMENTO
                   END-IF
           END-READ.

       0431-GRAVAR-MOVIMENTO.
           MOVE MVC-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF MVC-TIPO = 'C'
               STRING '  ' MVC-DATA
                   ' CREDITO ' MVC-DOCUMENTO
                   ' NA FATURA ' MVC-FATURA
                   '          -' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               STRING '  ' MVC-DATA
                   ' PAGAMENTO DA FATURA ' MVC-FATURA
                   '               -' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0480-GRAVAR-LINHA-EXTRATO.

      *FATURA COM SALDO NO FIM DO MES; VENCIDA SE O VENCIMENTO JA
      *PASSOU NO FIM DO MES.
       0440-LISTAR-EM-ABERTO.
           IF WRK-TFT-CLICOD (WRK-TFT-IDX) =
                   WRK-TCL-CLICOD (WRK-TCL-IDX)
               AND WRK-TFT-SALDO (WRK-TFT-IDX) > 0
               MOVE WRK-TFT-SALDO (WRK-TFT-IDX) TO WRK-SALDO-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               IF WRK-TFT-VENC (WRK-TFT-IDX) < WRK-DATA-FIM
                   STRING '  FATURA ' WRK-TFT-NUMERO (WRK-TFT-IDX)
                       ' VENCIMENTO ' WRK-TFT-VENC (WRK-TFT-IDX)
                       ' VENCIDA        ' WRK-SALDO-ED
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               ELSE
                   STRING '  FATURA ' WRK-TFT-NUMERO (WRK-TFT-IDX)
                       ' VENCIMENTO ' WRK-TFT-VENC (WRK-TFT-IDX)
                       ' A VENCER       ' WRK-SALDO-ED
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               END-IF
               PERFORM 0480-GRAVAR-LINHA-EXTRATO
           END-IF.

      *A MESMA LINHA VAI PARA O RELATORIO E PARA O ARQUIVO DE
      *E-MAIL, COM O CODIGO, O MES, A SEQUENCIA E O CONTATO.
       0480-GRAVAR-LINHA-EXTRATO.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           ADD 1 TO WRK-EXT-SEQ.
           MOVE WRK-TCL-CLICOD (WRK-TCL-IDX) TO EXT-CLICOD.
           MOVE WRK-MES-EXTRATO TO EXT-MES.
           MOVE WRK-EXT-SEQ TO EXT-SEQ.
           MOVE WRK-CLI-CONTATO TO EXT-CONTATO.
           MOVE WRK-RPT-LINHA-TXT TO EXT-TEXTO.
           WRITE REG-EXTRATO.

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
