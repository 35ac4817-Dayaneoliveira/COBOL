       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB108.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : DEVOLUCOES DE CLIENTE (RMA). DEPOIS DO D DO
      *PROGCOB28 O PEDIDO ESTA ENCERRADO, MAS MERCADORIA VOLTA -
      *PRODUTO ERRADO, AVARIADO OU RECUSADO. CADA DEVOLUCAO GANHA UMA
      *AUTORIZACAO NUMERADA (SERIE RMANUMCTL) PRESA AO PEDIDO, COM OS
      *ITENS (PRODUTO, QUANTIDADE E VALOR A CREDITAR) E O MOTIVO, E
      *CICLO PROPRIO NO ARQUIVO RMA (VEJA RMAREC.CPY):
      *  (A) AUTORIZA A DEVOLUCAO DE UM PEDIDO ENTREGUE (D). O VALOR
      *      DAS DEVOLUCOES DO PEDIDO NAO PASSA DO VALOR DO PEDIDO;
      *      ACIMA DO LIMITE WRK-RMA-LIMITE, SO COM SUPERVISOR;
      *  (R) REGISTRA O RECEBIMENTO DA MERCADORIA NO DEPOSITO;
      *  (I) INSPECIONA: A QUANTIDADE EM BOM ESTADO DE CADA ITEM
      *      VOLTA AO ESTOQUE DA FILIAL DO PEDIDO PELO ESTOQMOV
      *      (ENTRADA SEM CUSTO, MANTEM O CUSTO MEDIO) E A NOTA DE
      *      CREDITO DO CLIENTE SAI AUTOMATICA, MOTIVO D, CONTRA A
      *      FATURA DO PEDIDO - MESMO DESENHO DA OPCAO N DO PROGCOB56
      *      (NOTACRED, FCL-PAGO, MOVIMENTO C NO MOVCLI), SOB A TRAVA
      *      FATURAS. A NOTA NAO PASSA DO SALDO EM ABERTO DA FATURA;
      *      A DIFERENCA FICA NA RMA PARA O FINANCEIRO;
      *  (M) RELATORIO MENSAL DAS DEVOLUCOES AUTORIZADAS NO MES, COM
      *      TOTAIS POR PRODUTO, POR CLIENTE E POR MOTIVO.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MESTRE DE PEDIDOS, INDEXADO PELO NUMERO (VEJA PMSREC.CPY).
           SELECT F-PEDMESTRE ASSIGN TO 'PEDMESTRE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.
      *AUTORIZACOES DE DEVOLUCAO (VEJA RMAREC.CPY).
           SELECT F-RMA ASSIGN TO 'RMA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RMA.
      *ARQUIVO DE TRABALHO DA MUDANCA DE SITUACAO DA RMA
      *(REGRAVACAO SEM PERDER OS DEMAIS REGISTROS).
           SELECT F-RMAN ASSIGN TO 'RMAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RMAN.
      *CONTROLE DO PROXIMO NUMERO DE RMA (UM REGISTRO SO, COMO O
      *FATNUMCTL DAS FATURAS).
           SELECT F-RMANUMCTL ASSIGN TO 'RMANUMCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RMANUMCTL.
      *FATURAS DE CLIENTE (GRAVADAS PELO PROGCOB55).
           SELECT F-FATCLI ASSIGN TO 'FATCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATCLI.
      *ARQUIVO DE TRABALHO DO CREDITO NA FATURA.
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
      *CONTROLE DO PROXIMO NUMERO DE NOTA DE CREDITO (A MESMA SERIE
      *DA OPCAO N DO PROGCOB56).
           SELECT F-NCRNUMCTL ASSIGN TO 'NCRNUMCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NCRNUMCTL.
      *RELATORIO MENSAL DE DEVOLUCOES, COM CABECALHO E QUEBRA DE
      *PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB108RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.

       FD  F-RMA.
           COPY 'RMAREC.CPY'.

       FD  F-RMAN.
       01  REG-RMAN PIC X(329).

       FD  F-RMANUMCTL.
       01  REG-RMANUMCTL.
           03 RNC-PROXIMO PIC 9(06).

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

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-STATUS-RMA       PIC X(02) VALUE '00'.
       77 WRK-STATUS-RMAN      PIC X(02) VALUE '00'.
       77 WRK-STATUS-RMANUMCTL PIC X(02) VALUE '00'.
       77 WRK-STATUS-FATCLI    PIC X(02) VALUE '00'.
       77 WRK-STATUS-FATCLIN   PIC X(02) VALUE '00'.
       77 WRK-STATUS-MOVCLI    PIC X(02) VALUE '00'.
       77 WRK-STATUS-NOTACRED  PIC X(02) VALUE '00'.
       77 WRK-STATUS-NCRNUMCTL PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-AUTORIZAR   VALUE 'A'.
           88 MAN-RECEBER     VALUE 'R'.
           88 MAN-INSPECIONAR VALUE 'I'.
           88 MAN-MENSAL      VALUE 'M'.
           88 MAN-SAIR        VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
       77 WRK-OPERADOR PIC X(20) VALUE SPACES.
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
      *PEDIDO DA DEVOLUCAO (COPIADO DO PEDMESTRE, QUE E FECHADO
      *LOGO DEPOIS DA LEITURA).
       77 WRK-NUMERO PIC 9(08) VALUE ZEROS.
       77 WRK-PED-ACHOU PIC X(01) VALUE 'N'.
           88 PEDIDO-ACHADO VALUE 'S'.
       77 WRK-PED-SITUACAO PIC X(01) VALUE SPACES.
       77 WRK-PED-PRODUTO  PIC X(20) VALUE SPACES.
       77 WRK-PED-VALOR    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PED-CLICOD   PIC 9(06) VALUE ZEROS.
       77 WRK-PED-CLIENTE  PIC X(20) VALUE SPACES.
       77 WRK-PED-FATURA   PIC 9(06) VALUE ZEROS.
       77 WRK-PED-FILIAL   PIC 9(02) VALUE ZEROS.
      *RMA CORRENTE: ITENS, VALOR, MOTIVO E APROVACAO. ACIMA DO
      *LIMITE, SO COM USUARIO DE NIVEL SUPERVISOR (PROGCOB10), COMO
      *A NOTA DE CREDITO MANUAL DO PROGCOB56.
       77 WRK-RMA-LIMITE PIC 9(08)V99 VALUE 00001000,00.
       77 WRK-RMA-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-RMA-MOTIVO PIC X(01) VALUE SPACES.
           88 MOTIVO-ERRADO   VALUE 'E'.
           88 MOTIVO-AVARIADO VALUE 'A'.
           88 MOTIVO-RECUSADO VALUE 'R'.
       77 WRK-RMA-SITUACAO PIC X(01) VALUE SPACES.
       77 WRK-RMA-VALOR-TOTAL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-RMA-VALOR-PEDIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RMA-APROVADOR PIC X(20) VALUE SPACES.
       77 WRK-RMA-VALIDA PIC X(01) VALUE 'N'.
           88 RMA-VALIDA VALUE 'S'.
       77 WRK-RMA-ACHOU PIC X(01) VALUE 'N'.
           88 RMA-ACHADA VALUE 'S'.
      *MUDANCA APLICADA NA REGRAVACAO (R = RECEBIMENTO, I =
      *INSPECAO).
       77 WRK-RMA-ACAO PIC X(01) VALUE SPACES.
       77 WRK-ITM-QT  PIC 9(01) VALUE ZEROS.
       77 WRK-ITM-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-ITM-FIM PIC X(01) VALUE 'N'.
           88 FIM-ITENS VALUE 'S'.
       01 WRK-TAB-ITENS.
           03 WRK-ITM OCCURS 5 TIMES.
               05 WRK-ITM-PRODUTO PIC X(20).
               05 WRK-ITM-QTD     PIC 9(04).
               05 WRK-ITM-QTD-BOA PIC 9(04).
               05 WRK-ITM-VALOR   PIC 9(08)V99.
       77 WRK-ENT-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-ENT-QTD     PIC 9(04) VALUE ZEROS.
       77 WRK-ENT-VALOR   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-AUTORIZADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RECEBIDAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-INSPECIONADAS PIC 9(04) VALUE ZEROS.
       77 WRK-SUP-SENHA PIC X(20) VALUE SPACES.
       01 WRK-PARM-PROGCOB10.
           03 WRK-P10-USUARIO PIC X(20).
           03 WRK-P10-SENHA   PIC X(20).
           03 WRK-P10-NIVEL   PIC 9(02).
               88 LIBERACAO-SUPERVISOR VALUE 03.
      *NOTA DE CREDITO AUTOMATICA DA INSPECAO.
       77 WRK-NCR-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-NCR-VALOR  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-NCR-SALDO  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-NCR-PENDENTE PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FAT-ACHOU PIC X(01) VALUE 'N'.
           88 FATURA-ACHADA VALUE 'S'.
       77 WRK-REC-VALOR-ED PIC ZZZZZZZ9,99.
      *RELATORIO MENSAL: PERIODO E TOTAIS POR PRODUTO, CLIENTE E
      *MOTIVO.
       01 WRK-MES-RELATORIO PIC X(06) VALUE SPACES.
       01 WRK-MES-RELATORIO-R REDEFINES WRK-MES-RELATORIO.
           03 WRK-REL-ANO PIC 9(04).
           03 WRK-REL-MES PIC 9(02).
       77 WRK-DATA-INI PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-QT-RMAS-MES PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-QTD   PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TAB-MAX PIC 9(03) VALUE 100.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       77 WRK-TPR-QT PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-PRODUTOS.
           03 WRK-TPR-ITEM OCCURS 100 TIMES.
               05 WRK-TPR-PRODUTO PIC X(20).
               05 WRK-TPR-QTD     PIC 9(06).
               05 WRK-TPR-QTD-BOA PIC 9(06).
               05 WRK-TPR-VALOR   PIC 9(09)V99.
       77 WRK-TCL-QT PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-CLIENTES.
           03 WRK-TCL-ITEM OCCURS 100 TIMES.
               05 WRK-TCL-CLICOD  PIC 9(06).
               05 WRK-TCL-CLIENTE PIC X(20).
               05 WRK-TCL-QT-RMAS PIC 9(04).
               05 WRK-TCL-VALOR   PIC 9(09)V99.
      *OS TRES MOTIVOS SAO FIXOS: 1 = E, 2 = A, 3 = R.
       01 WRK-TAB-MOTIVOS.
           03 WRK-TMO-ITEM OCCURS 3 TIMES.
               05 WRK-TMO-QT-RMAS PIC 9(04).
               05 WRK-TMO-VALOR   PIC 9(09)V99.
       01 WRK-TAB-MOTIVOS-DESC.
           03 FILLER PIC X(15) VALUE 'PRODUTO ERRADO'.
           03 FILLER PIC X(15) VALUE 'AVARIADO'.
           03 FILLER PIC X(15) VALUE 'RECUSADO'.
       01 WRK-TAB-MOTIVOS-DESC-R REDEFINES WRK-TAB-MOTIVOS-DESC.
           03 WRK-TMO-DESC PIC X(15) OCCURS 3 TIMES.
       77 WRK-TAB-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-POS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ED   PIC ZZZZZ9.
       77 WRK-BOA-ED   PIC ZZZZZ9.
       77 WRK-QT-ED    PIC ZZZ9.
       77 WRK-VALOR-ED PIC ZZZZZZZZ9,99.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB108'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob): A
      *INSPECAO MEXE NO FATCLI E TOMA A TRAVA FATURAS, COMO O
      *PROGCOB56.
           COPY 'LOCKCALL.CPY'.
      *CAMPOS COMUNS DO SALDO DE ESTOQUE (VEJA ESTOQMOV.cob): A
      *INSPECAO DEVOLVE AO ESTOQUE OS ITENS EM BOM ESTADO.
           COPY 'ESTCALL.CPY'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           DISPLAY 'OPERADOR.. '.
           ACCEPT WRK-OPERADOR.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-RMA UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'AUT=' WRK-QT-AUTORIZADAS ' REC=' WRK-QT-RECEBIDAS
               ' INSP=' WRK-QT-INSPECIONADAS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-RMA.
           DISPLAY '-- DEVOLUCOES DE CLIENTE (RMA) --'.
           DISPLAY '(A)UTORIZAR (R)ECEBER (I)NSPECIONAR '
               '(M)ENSAL (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-AUTORIZAR
                   PERFORM 0300-AUTORIZAR-RMA
               WHEN MAN-RECEBER
                   PERFORM 0400-RECEBER-RMA
               WHEN MAN-INSPECIONAR
                   PERFORM 0500-INSPECIONAR-RMA
               WHEN MAN-MENSAL
                   PERFORM 0600-RELATORIO-MENSAL
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *AUTORIZA A DEVOLUCAO DE UM PEDIDO ENTREGUE (D): MOTIVO E ATE
      *CINCO ITENS (O PRIMEIRO EM BRANCO E O PRODUTO DO PEDIDO). A
      *SOMA DAS DEVOLUCOES DO PEDIDO NAO PASSA DO VALOR DO PEDIDO.
       0300-AUTORIZAR-RMA.
           MOVE 'S' TO WRK-RMA-VALIDA.
           MOVE SPACES TO WRK-RMA-APROVADOR.
           DISPLAY 'NUMERO DO PEDIDO.. '.
           ACCEPT WRK-NUMERO.
           PERFORM 0310-LER-PEDIDO.
           IF NOT PEDIDO-ACHADO
               DISPLAY 'PEDIDO NAO ENCONTRADO, NADA FEITO'
               MOVE 'N' TO WRK-RMA-VALIDA
           END-IF.
           IF RMA-VALIDA AND WRK-PED-SITUACAO NOT = 'D'
               DISPLAY 'SO PEDIDO ENTREGUE (D) PODE SER DEVOLVIDO, '
                   'NADA FEITO'
               MOVE 'N' TO WRK-RMA-VALIDA
           END-IF.
           IF RMA-VALIDA
               DISPLAY 'MOTIVO (E=PRODUTO ERRADO A=AVARIADO '
                   'R=RECUSADO).. '
               ACCEPT WRK-RMA-MOTIVO
               IF NOT MOTIVO-ERRADO AND NOT MOTIVO-AVARIADO
                   AND NOT MOTIVO-RECUSADO
                   DISPLAY 'MOTIVO INVALIDO, NADA FEITO'
                   MOVE 'N' TO WRK-RMA-VALIDA
               END-IF
           END-IF.
           IF RMA-VALIDA
               MOVE ZEROS TO WRK-ITM-QT
               MOVE ZEROS TO WRK-RMA-VALOR-TOTAL
               INITIALIZE WRK-TAB-ITENS
               MOVE 'N' TO WRK-ITM-FIM
               PERFORM 0330-CAPTURAR-ITEM THRU 0330-EXIT
                   UNTIL FIM-ITENS
               IF WRK-ITM-QT = 0
                   DISPLAY 'NENHUM ITEM INFORMADO, NADA FEITO'
                   MOVE 'N' TO WRK-RMA-VALIDA
               END-IF
           END-IF.
           IF RMA-VALIDA
               PERFORM 0340-SOMAR-RMAS-PEDIDO
               ADD WRK-RMA-VALOR-TOTAL TO WRK-RMA-VALOR-PEDIDO
               IF WRK-RMA-VALOR-PEDIDO > WRK-PED-VALOR
                   MOVE WRK-PED-VALOR TO WRK-REC-VALOR-ED
                   DISPLAY 'DEVOLUCOES DO PEDIDO PASSAM DO VALOR DO '
                       'PEDIDO (' WRK-REC-VALOR-ED '), NADA FEITO'
                   MOVE 'N' TO WRK-RMA-VALIDA
               END-IF
           END-IF.
           IF RMA-VALIDA AND WRK-RMA-VALOR-TOTAL > WRK-RMA-LIMITE
               PERFORM 0350-APROVACAO-SUPERVISOR
           END-IF.
           IF RMA-VALIDA
               PERFORM 0360-OBTER-NUMERO-RMA
               PERFORM 0370-GRAVAR-RMA
               ADD 1 TO WRK-QT-AUTORIZADAS
               MOVE WRK-RMA-VALOR-TOTAL TO WRK-REC-VALOR-ED
               DISPLAY 'RMA ' WRK-RMA-NUMERO ' AUTORIZADA NO PEDIDO '
                   WRK-NUMERO ' - CREDITO ' WRK-REC-VALOR-ED
           END-IF.

      *LE O PEDIDO PELA CHAVE E GUARDA O QUE A DEVOLUCAO USA.
       0310-LER-PEDIDO.
           MOVE 'N' TO WRK-PED-ACHOU.
           MOVE ZEROS TO WRK-PED-FATURA.
           MOVE ZEROS TO WRK-PED-FILIAL.
           OPEN INPUT F-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE NOT = '00'
               DISPLAY 'MESTRE DE PEDIDOS NAO ENCONTRADO'
           ELSE
               MOVE WRK-NUMERO TO PMS-NUMERO
               READ F-PEDMESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-PED-ACHOU
                       MOVE PMS-SITUACAO TO WRK-PED-SITUACAO
                       MOVE PMS-PRODUTO TO WRK-PED-PRODUTO
                       MOVE PMS-VALOR TO WRK-PED-VALOR
                       MOVE PMS-CLICOD TO WRK-PED-CLICOD
                       MOVE PMS-CLIENTE TO WRK-PED-CLIENTE
                       MOVE PMS-FATURA TO WRK-PED-FATURA
                       MOVE PMS-FILIAL TO WRK-PED-FILIAL
               END-READ
           END-IF.
           PERFORM 0320-FECHAR-PEDMESTRE.

       0320-FECHAR-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE NOT = '35'
               CLOSE F-PEDMESTRE
           END-IF.

      *UM ITEM DA DEVOLUCAO. PRODUTO EM BRANCO: NO PRIMEIRO ITEM E
      *O PRODUTO DO PEDIDO, DEPOIS ENCERRA A LISTA.
       0330-CAPTURAR-ITEM.
           COMPUTE WRK-ITM-IDX = WRK-ITM-QT + 1.
           DISPLAY 'PRODUTO DO ITEM ' WRK-ITM-IDX
               ' (BRANCO = PRODUTO DO PEDIDO / FIM).. '.
           ACCEPT WRK-ENT-PRODUTO.
           IF WRK-ENT-PRODUTO = SPACES
               IF WRK-ITM-QT = 0
                   MOVE WRK-PED-PRODUTO TO WRK-ENT-PRODUTO
               ELSE
                   MOVE 'S' TO WRK-ITM-FIM
                   GO TO 0330-EXIT
               END-IF
           END-IF.
           DISPLAY 'QUANTIDADE DEVOLVIDA.. '.
           ACCEPT WRK-ENT-QTD.
           IF WRK-ENT-QTD IS NOT NUMERIC OR WRK-ENT-QTD = ZEROS
               DISPLAY 'QUANTIDADE ZERADA, ITEM IGNORADO'
               GO TO 0330-EXIT
           END-IF.
           DISPLAY 'VALOR A CREDITAR DO ITEM.. '.
           ACCEPT WRK-ENT-VALOR.
           ADD 1 TO WRK-ITM-QT.
           MOVE WRK-ENT-PRODUTO TO WRK-ITM-PRODUTO (WRK-ITM-QT).
           MOVE WRK-ENT-QTD TO WRK-ITM-QTD (WRK-ITM-QT).
           MOVE ZEROS TO WRK-ITM-QTD-BOA (WRK-ITM-QT).
           MOVE WRK-ENT-VALOR TO WRK-ITM-VALOR (WRK-ITM-QT).
           ADD WRK-ENT-VALOR TO WRK-RMA-VALOR-TOTAL.
           IF WRK-ITM-QT = 5
               DISPLAY 'LIMITE DE CINCO ITENS POR RMA ATINGIDO'
               MOVE 'S' TO WRK-ITM-FIM
           END-IF.
       0330-EXIT.
           EXIT.

      *VALOR JA AUTORIZADO EM OUTRAS RMAS DO MESMO PEDIDO.
       0340-SOMAR-RMAS-PEDIDO.
           MOVE ZEROS TO WRK-RMA-VALOR-PEDIDO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-RMA.
           IF WRK-STATUS-RMA NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0341-LER-RMA-PEDIDO UNTIL FIM-ARQ.
           IF WRK-STATUS-RMA NOT = '35'
               CLOSE F-RMA
           END-IF.

       0341-LER-RMA-PEDIDO.
           READ F-RMA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF RMA-PEDIDO = WRK-NUMERO
                       ADD RMA-VALOR-TOTAL TO WRK-RMA-VALOR-PEDIDO
                   END-IF
           END-READ.

      *DEVOLUCAO ACIMA DO LIMITE: USUARIO E SENHA DE SUPERVISOR NO
      *CONSOLE, VALIDADOS PELO PROGCOB10 (MESMA LIBERACAO DA NOTA DE
      *CREDITO DO PROGCOB56). SEM APROVACAO, NADA FEITO.
       0350-APROVACAO-SUPERVISOR.
           MOVE WRK-RMA-LIMITE TO WRK-REC-VALOR-ED.
           DISPLAY 'DEVOLUCAO ACIMA DO LIMITE DE ' WRK-REC-VALOR-ED
               ', PRECISA DE SUPERVISOR'.
           DISPLAY 'USUARIO SUPERVISOR PARA APROVAR (BRANCO = '
               'RECUSAR).. '.
           ACCEPT WRK-RMA-APROVADOR.
           IF WRK-RMA-APROVADOR = SPACES
               DISPLAY 'DEVOLUCAO NAO APROVADA, NADA FEITO'
               MOVE 'N' TO WRK-RMA-VALIDA
           ELSE
               DISPLAY 'SENHA DO SUPERVISOR.. '
               ACCEPT WRK-SUP-SENHA
               MOVE WRK-RMA-APROVADOR TO WRK-P10-USUARIO
               MOVE WRK-SUP-SENHA TO WRK-P10-SENHA
               MOVE ZEROS TO WRK-P10-NIVEL
               CALL 'PROGCOB10-PARM' USING WRK-PARM-PROGCOB10
               IF NOT LIBERACAO-SUPERVISOR
                   DISPLAY 'USUARIO SEM NIVEL SUPERVISOR, DEVOLUCAO '
                       'NAO APROVADA'
                   MOVE 'N' TO WRK-RMA-VALIDA
               END-IF
           END-IF.

      *LE O PROXIMO NUMERO DE RMA DO CONTROLE RMANUMCTL (CRIANDO O
      *CONTROLE COM 1 SE AINDA NAO EXISTIR) E REGRAVA O CONTROLE JA
      *COM O NUMERO SEGUINTE - MESMO DESENHO DO FATNUMCTL.
       0360-OBTER-NUMERO-RMA.
           MOVE ZEROS TO WRK-RMA-NUMERO.
           OPEN INPUT F-RMANUMCTL.
           IF WRK-STATUS-RMANUMCTL = '00'
               READ F-RMANUMCTL
                   AT END
                       MOVE 1 TO WRK-RMA-NUMERO
                   NOT AT END
                       MOVE RNC-PROXIMO TO WRK-RMA-NUMERO
               END-READ
               CLOSE F-RMANUMCTL
           ELSE
               MOVE 1 TO WRK-RMA-NUMERO
           END-IF.
           OPEN OUTPUT F-RMANUMCTL.
           COMPUTE RNC-PROXIMO = WRK-RMA-NUMERO + 1.
           WRITE REG-RMANUMCTL.
           CLOSE F-RMANUMCTL.

       0370-GRAVAR-RMA.
           OPEN EXTEND F-RMA.
           IF WRK-STATUS-RMA = '35'
               OPEN OUTPUT F-RMA
           END-IF.
           INITIALIZE REG-RMA.
           MOVE WRK-RMA-NUMERO TO RMA-NUMERO.
           MOVE WRK-NUMERO TO RMA-PEDIDO.
           MOVE WRK-PED-CLICOD TO RMA-CLICOD.
           MOVE WRK-PED-CLIENTE TO RMA-CLIENTE.
           MOVE WRK-RMA-MOTIVO TO RMA-MOTIVO.
           MOVE 'A' TO RMA-SITUACAO.
           ACCEPT RMA-DATA-AUT FROM DATE YYYYMMDD.
           MOVE WRK-ITM-QT TO RMA-QT-ITENS.
           PERFORM 0371-MOVER-ITEM
               VARYING WRK-ITM-IDX FROM 1 BY 1
               UNTIL WRK-ITM-IDX > 5.
           MOVE WRK-RMA-VALOR-TOTAL TO RMA-VALOR-TOTAL.
           MOVE WRK-PED-FATURA TO RMA-FATURA.
           MOVE WRK-RMA-APROVADOR TO RMA-APROVADOR.
           MOVE WRK-OPERADOR TO RMA-OPERADOR.
           WRITE REG-RMA.
           CLOSE F-RMA.

       0371-MOVER-ITEM.
           MOVE WRK-ITM-PRODUTO (WRK-ITM-IDX)
               TO RMA-PRODUTO (WRK-ITM-IDX).
           MOVE WRK-ITM-QTD (WRK-ITM-IDX) TO RMA-QTD (WRK-ITM-IDX).
           MOVE WRK-ITM-QTD-BOA (WRK-ITM-IDX)
               TO RMA-QTD-BOA (WRK-ITM-IDX).
           MOVE WRK-ITM-VALOR (WRK-ITM-IDX)
               TO RMA-VALOR (WRK-ITM-IDX).

      *RECEBIMENTO DA MERCADORIA DEVOLVIDA NO DEPOSITO: RMA
      *AUTORIZADA (A) PASSA PARA RECEBIDA (R).
       0400-RECEBER-RMA.
           DISPLAY 'NUMERO DA RMA.. '.
           ACCEPT WRK-RMA-NUMERO.
           PERFORM 0800-LOCALIZAR-RMA.
           IF NOT RMA-ACHADA
               DISPLAY 'RMA NAO ENCONTRADA, NADA FEITO'
           ELSE
               IF WRK-RMA-SITUACAO NOT = 'A'
                   DISPLAY 'SO RMA AUTORIZADA (A) PODE SER RECEBIDA, '
                       'NADA FEITO'
               ELSE
                   MOVE 'R' TO WRK-RMA-ACAO
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   PERFORM 0850-REGRAVAR-RMA
                   ADD 1 TO WRK-QT-RECEBIDAS
                   DISPLAY 'RMA ' WRK-RMA-NUMERO ' RECEBIDA'
               END-IF
           END-IF.

      *INSPECAO DA RMA RECEBIDA (R): QUANTIDADE EM BOM ESTADO DE
      *CADA ITEM DE VOLTA AO ESTOQUE E NOTA DE CREDITO AUTOMATICA
      *PELO VALOR DA DEVOLUCAO (O CLIENTE E CREDITADO PELO QUE
      *DEVOLVEU, EM BOM ESTADO OU NAO), SOB A TRAVA FATURAS.
       0500-INSPECIONAR-RMA.
           DISPLAY 'NUMERO DA RMA.. '.
           ACCEPT WRK-RMA-NUMERO.
           PERFORM 0800-LOCALIZAR-RMA.
           IF NOT RMA-ACHADA
               DISPLAY 'RMA NAO ENCONTRADA, NADA FEITO'
           ELSE
               IF WRK-RMA-SITUACAO NOT = 'R'
                   DISPLAY 'SO RMA RECEBIDA (R) PODE SER '
                       'INSPECIONADA, NADA FEITO'
               ELSE
                   PERFORM 0310-LER-PEDIDO
                   MOVE 'T' TO WRK-LCK-ACAO
                   MOVE 'FATURAS' TO WRK-LCK-NOME
                   MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO
                   CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
                       WRK-LCK-USUARIO WRK-LCK-RESULT
                   IF LCK-NEGADO
                       DISPLAY 'FATURAS EM USO POR OUTRO PROGRAMA, '
                           'NADA FEITO'
                   ELSE
                       PERFORM 0505-EXECUTAR-INSPECAO
                       MOVE 'L' TO WRK-LCK-ACAO
                       CALL 'RUNLOCK' USING WRK-LCK-ACAO
                           WRK-LCK-NOME WRK-LCK-USUARIO
                           WRK-LCK-RESULT
                   END-IF
               END-IF
           END-IF.

       0505-EXECUTAR-INSPECAO.
           PERFORM 0510-INSPECIONAR-ITEM
               VARYING WRK-ITM-IDX FROM 1 BY 1
               UNTIL WRK-ITM-IDX > WRK-ITM-QT.
           PERFORM 0520-DEVOLVER-ESTOQUE
               VARYING WRK-ITM-IDX FROM 1 BY 1
               UNTIL WRK-ITM-IDX > WRK-ITM-QT.
           MOVE ZEROS TO WRK-NCR-NUMERO.
           MOVE ZEROS TO WRK-NCR-VALOR.
           MOVE 'N' TO WRK-FAT-ACHOU.
           IF WRK-PED-FATURA NOT = ZEROS
               PERFORM 0530-CONFERIR-FATURA
           END-IF.
           IF FATURA-ACHADA
               IF WRK-RMA-VALOR-TOTAL > WRK-NCR-SALDO
                   MOVE WRK-NCR-SALDO TO WRK-NCR-VALOR
               ELSE
                   MOVE WRK-RMA-VALOR-TOTAL TO WRK-NCR-VALOR
               END-IF
           END-IF.
           IF WRK-NCR-VALOR > ZEROS
               PERFORM 0540-OBTER-NUMERO-NOTA
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-FATCLI
               OPEN OUTPUT F-FATCLIN
               PERFORM 0550-COPIAR-FATURA-NC UNTIL FIM-ARQ
               CLOSE F-FATCLI
               CLOSE F-FATCLIN
               PERFORM 0555-RECOPIAR-FATURAS
               PERFORM 0560-GRAVAR-NOTA
               PERFORM 0570-GRAVAR-MOVIMENTO-NC
               DISPLAY 'NOTA DE CREDITO ' WRK-NCR-NUMERO
                   ' EMITIDA NA FATURA ' WRK-PED-FATURA
           END-IF.
           COMPUTE WRK-NCR-PENDENTE = WRK-RMA-VALOR-TOTAL
               - WRK-NCR-VALOR.
           IF WRK-NCR-PENDENTE > ZEROS
               MOVE WRK-NCR-PENDENTE TO WRK-REC-VALOR-ED
               DISPLAY 'SEM SALDO EM ABERTO NA FATURA DO PEDIDO PARA '
                   WRK-REC-VALOR-ED ' - CREDITO FICA PARA O '
                   'FINANCEIRO'
           END-IF.
           MOVE 'I' TO WRK-RMA-ACAO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0850-REGRAVAR-RMA.
           ADD 1 TO WRK-QT-INSPECIONADAS.
           DISPLAY 'RMA ' WRK-RMA-NUMERO ' INSPECIONADA'.

      *QUANTIDADE EM BOM ESTADO DO ITEM (NAO PASSA DA DEVOLVIDA).
       0510-INSPECIONAR-ITEM.
           MOVE WRK-ITM-QTD (WRK-ITM-IDX) TO WRK-QT-ED.
           DISPLAY 'ITEM ' WRK-ITM-IDX ' ' WRK-ITM-PRODUTO (WRK-ITM-IDX)
               ' DEVOLVIDOS ' WRK-QT-ED.
           DISPLAY 'QUANTIDADE EM BOM ESTADO.. '.
           ACCEPT WRK-ENT-QTD.
           IF WRK-ENT-QTD IS NOT NUMERIC
               MOVE ZEROS TO WRK-ENT-QTD
           END-IF.
           IF WRK-ENT-QTD > WRK-ITM-QTD (WRK-ITM-IDX)
               DISPLAY 'MAIOR QUE A DEVOLVIDA, CONSIDERADA A '
                   'QUANTIDADE DEVOLVIDA'
               MOVE WRK-ITM-QTD (WRK-ITM-IDX) TO WRK-ENT-QTD
           END-IF.
           MOVE WRK-ENT-QTD TO WRK-ITM-QTD-BOA (WRK-ITM-IDX).

      *ENTRADA DO ITEM EM BOM ESTADO NO ESTOQUE DA FILIAL DO PEDIDO,
      *SEM CUSTO (O CUSTO MEDIO DO PRODUTO NAO MUDA - VEJA
      *ESTOQMOV.cob). PRODUTO SEM LINHA DE ESTOQUE NAO MOVIMENTA.
       0520-DEVOLVER-ESTOQUE.
           IF WRK-ITM-QTD-BOA (WRK-ITM-IDX) > ZEROS
               MOVE WRK-ITM-PRODUTO (WRK-ITM-IDX) TO WRK-EST-PRODUTO
               IF WRK-PED-FILIAL IS NOT NUMERIC
                   OR WRK-PED-FILIAL = ZEROS
                   MOVE 01 TO WRK-EST-FILIAL
               ELSE
                   MOVE WRK-PED-FILIAL TO WRK-EST-FILIAL
               END-IF
               MOVE WRK-AUD-PROGRAMA TO WRK-EST-ORIGEM
               MOVE SPACES TO WRK-EST-REF
               STRING 'RMA' WRK-RMA-NUMERO DELIMITED BY SIZE
                   INTO WRK-EST-REF
               MOVE WRK-OPERADOR TO WRK-EST-OPERADOR
               MOVE 'E' TO WRK-EST-ACAO
               MOVE WRK-ITM-QTD-BOA (WRK-ITM-IDX) TO WRK-EST-QTD
               MOVE ZEROS TO WRK-EST-CUSTO
               CALL 'ESTOQMOV' USING WRK-EST-PRODUTO WRK-EST-ACAO
                   WRK-EST-QTD WRK-EST-SALDO WRK-EST-RESULT
                   WRK-EST-ORIGEM WRK-EST-REF WRK-EST-OPERADOR
                   WRK-EST-CUSTO WRK-EST-FILIAL
               IF EST-SEM-CONTROLE
                   DISPLAY 'PRODUTO ' WRK-EST-PRODUTO
                       ' SEM CONTROLE DE ESTOQUE, NAO MOVIMENTADO'
               END-IF
           END-IF.

      *A FATURA DO PEDIDO PRECISA ESTAR EM ABERTO E COM SALDO PARA
      *O CREDITO.
       0530-CONFERIR-FATURA.
           MOVE ZEROS TO WRK-NCR-SALDO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FATCLI.
           IF WRK-STATUS-FATCLI NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0531-LER-FATURA-NC UNTIL FIM-ARQ.
           IF WRK-STATUS-FATCLI NOT = '35'
               CLOSE F-FATCLI
           END-IF.

       0531-LER-FATURA-NC.
           READ F-FATCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FCL-NUMERO = WRK-PED-FATURA
                       AND FCL-SITUACAO = 'A'
                       MOVE 'S' TO WRK-FAT-ACHOU
                       COMPUTE WRK-NCR-SALDO = FCL-VALOR - FCL-PAGO
                       MOVE 'S' TO WRK-FIM-ARQ
                   END-IF
           END-READ.

      *LE O PROXIMO NUMERO DE NOTA DO CONTROLE NCRNUMCTL (A MESMA
      *SERIE DAS NOTAS MANUAIS DO PROGCOB56).
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
                   IF FCL-NUMERO = WRK-PED-FATURA
                       AND FCL-SITUACAO = 'A'
                       ADD WRK-NCR-VALOR TO FCL-PAGO
                       PERFORM 0551-CREDITO-NA-MOEDA
                       IF FCL-PAGO >= FCL-VALOR
                           MOVE 'P' TO FCL-SITUACAO
                           DISPLAY 'FATURA ' FCL-NUMERO ' LIQUIDADA '
                               'PELO CREDITO'
                       END-IF
                   END-IF
                   MOVE REG-FATCLI TO REG-FATCLIN
                   WRITE REG-FATCLIN
           END-READ.

      *FATURA EM MOEDA ESTRANGEIRA (VEJA FCLREC.CPY): O CREDITO EM
      *REAIS ABATE O SALDO NA MOEDA PELA TAXA DA EMISSAO, COMO NA
      *NOTA DE CREDITO DO PROGCOB56.
       0551-CREDITO-NA-MOEDA.
           IF NOT FCL-MOEDA-REAL
               IF FCL-PAGO >= FCL-VALOR
                   MOVE FCL-VALOR-ME TO FCL-PAGO-ME
               ELSE
                   COMPUTE FCL-PAGO-ME ROUNDED =
                       ((FCL-PAGO-ME * FCL-TAXA-EMISSAO)
                           + WRK-NCR-VALOR) / FCL-TAXA-EMISSAO
               END-IF
           END-IF.

      *DEVOLVE O CONTEUDO DO ARQUIVO DE TRABALHO PARA O FATCLI.
       0555-RECOPIAR-FATURAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FATCLIN.
           OPEN OUTPUT F-FATCLI.
           PERFORM 0556-COPIAR-DE-VOLTA UNTIL FIM-ARQ.
           CLOSE F-FATCLIN.
           CLOSE F-FATCLI.

       0556-COPIAR-DE-VOLTA.
           READ F-FATCLIN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-FATCLIN TO REG-FATCLI
                   WRITE REG-FATCLI
           END-READ.

       0560-GRAVAR-NOTA.
           OPEN EXTEND F-NOTACRED.
           IF WRK-STATUS-NOTACRED = '35'
               OPEN OUTPUT F-NOTACRED
           END-IF.
           MOVE WRK-NCR-NUMERO TO NCR-NUMERO.
           MOVE WRK-PED-FATURA TO NCR-FATURA.
           MOVE WRK-PED-CLICOD TO NCR-CLICOD.
           ACCEPT NCR-DATA FROM DATE YYYYMMDD.
           MOVE 'D' TO NCR-MOTIVO.
           MOVE ZEROS TO NCR-OCO-PEDIDO.
           MOVE ZEROS TO NCR-OCO-SEQ.
           MOVE WRK-NCR-VALOR TO NCR-VALOR.
           MOVE WRK-RMA-APROVADOR TO NCR-APROVADOR.
           WRITE REG-NOTACRED.
           CLOSE F-NOTACRED.

      *LINHA DATADA DO CREDITO NO DIARIO MOVCLI (TIPO C, COM O
      *NUMERO DA NOTA), PARA O EXTRATO MENSAL.
       0570-GRAVAR-MOVIMENTO-NC.
           OPEN EXTEND F-MOVCLI.
           IF WRK-STATUS-MOVCLI = '35'
               OPEN OUTPUT F-MOVCLI
           END-IF.
           MOVE WRK-PED-CLICOD TO MVC-CLICOD.
           MOVE WRK-PED-FATURA TO MVC-FATURA.
           MOVE NCR-DATA TO MVC-DATA.
           MOVE 'C' TO MVC-TIPO.
           MOVE WRK-NCR-VALOR TO MVC-VALOR.
           MOVE WRK-NCR-NUMERO TO MVC-DOCUMENTO.
           WRITE REG-MOVCLI.
           CLOSE F-MOVCLI.

      *RELATORIO MENSAL DAS DEVOLUCOES AUTORIZADAS NO MES: UMA LINHA
      *POR ITEM E OS TOTAIS POR PRODUTO, POR CLIENTE E POR MOTIVO.
      *MES EM BRANCO, ZERADO OU INVALIDO = MES ANTERIOR (A REDE RODA
      *NO DIA 1 PARA O MES QUE FECHOU, COMO O PROGCOB106).
       0600-RELATORIO-MENSAL.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE ZEROS TO WRK-TPR-QT.
           MOVE ZEROS TO WRK-TCL-QT.
           MOVE ZEROS TO WRK-QT-RMAS-MES.
           MOVE ZEROS TO WRK-TOT-QTD.
           MOVE ZEROS TO WRK-TOT-VALOR.
           INITIALIZE WRK-TAB-MOTIVOS.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           DISPLAY 'MES DO RELATORIO AAAAMM (BRANCO = MES '
               'ANTERIOR).. '.
           ACCEPT WRK-MES-RELATORIO.
           PERFORM 0605-DEFINIR-PERIODO.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'DEVOLUCOES DE CLIENTE (RMA) AUTORIZADAS NO MES '
               WRK-MES-RELATORIO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-RMA.
           IF WRK-STATUS-RMA NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0610-LER-RMA-MES UNTIL FIM-ARQ.
           IF WRK-STATUS-RMA NOT = '35'
               CLOSE F-RMA
           END-IF.
           IF WRK-QT-RMAS-MES = 0
               MOVE 'NENHUMA DEVOLUCAO AUTORIZADA NO MES'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0650-IMPRIMIR-TOTAIS
           END-IF.
           IF TABELA-ESTOUROU
               MOVE 'TABELA DE PRODUTOS OU CLIENTES CHEIA, TOTAIS '
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 'INCOMPLETOS - AUMENTAR WRK-TAB-MAX'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'TABELA DE TOTAIS CHEIA, RELATORIO INCOMPLETO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'DEVOLUCOES DO MES ' WRK-MES-RELATORIO ': '
               WRK-QT-RMAS-MES.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'MES=' WRK-MES-RELATORIO
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.

       0605-DEFINIR-PERIODO.
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
           COMPUTE WRK-DATA-FIM = (WRK-REL-ANO * 10000)
               + (WRK-REL-MES * 100) + 31.

       0610-LER-RMA-MES.
           READ F-RMA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF RMA-DATA-AUT >= WRK-DATA-INI
                       AND RMA-DATA-AUT <= WRK-DATA-FIM
                       ADD 1 TO WRK-QT-RMAS-MES
                       ADD RMA-VALOR-TOTAL TO WRK-TOT-VALOR
                       PERFORM 0620-ACUMULAR-CLIENTE
                       PERFORM 0625-ACUMULAR-MOTIVO
                       PERFORM 0630-IMPRIMIR-ITEM
                           VARYING WRK-ITM-IDX FROM 1 BY 1
                           UNTIL WRK-ITM-IDX > RMA-QT-ITENS
                   END-IF
           END-READ.

       0620-ACUMULAR-CLIENTE.
           MOVE ZEROS TO WRK-TAB-POS.
           PERFORM 0621-PROCURAR-CLIENTE
               VARYING WRK-TAB-IDX FROM 1 BY 1
               UNTIL WRK-TAB-IDX > WRK-TCL-QT OR WRK-TAB-POS > 0.
           IF WRK-TAB-POS = 0
               IF WRK-TCL-QT < WRK-TAB-MAX
                   ADD 1 TO WRK-TCL-QT
                   MOVE WRK-TCL-QT TO WRK-TAB-POS
                   MOVE RMA-CLICOD TO WRK-TCL-CLICOD (WRK-TAB-POS)
                   MOVE RMA-CLIENTE TO WRK-TCL-CLIENTE (WRK-TAB-POS)
                   MOVE ZEROS TO WRK-TCL-QT-RMAS (WRK-TAB-POS)
                   MOVE ZEROS TO WRK-TCL-VALOR (WRK-TAB-POS)
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.
           IF WRK-TAB-POS > 0
               ADD 1 TO WRK-TCL-QT-RMAS (WRK-TAB-POS)
               ADD RMA-VALOR-TOTAL TO WRK-TCL-VALOR (WRK-TAB-POS)
           END-IF.

       0621-PROCURAR-CLIENTE.
           IF WRK-TCL-CLICOD (WRK-TAB-IDX) = RMA-CLICOD
               AND WRK-TCL-CLIENTE (WRK-TAB-IDX) = RMA-CLIENTE
               MOVE WRK-TAB-IDX TO WRK-TAB-POS
           END-IF.

       0625-ACUMULAR-MOTIVO.
           EVALUATE TRUE
               WHEN RMA-MOTIVO-ERRADO
                   MOVE 1 TO WRK-TAB-POS
               WHEN RMA-MOTIVO-AVARIADO
                   MOVE 2 TO WRK-TAB-POS
               WHEN OTHER
                   MOVE 3 TO WRK-TAB-POS
           END-EVALUATE.
           ADD 1 TO WRK-TMO-QT-RMAS (WRK-TAB-POS).
           ADD RMA-VALOR-TOTAL TO WRK-TMO-VALOR (WRK-TAB-POS).

      *LINHA DE DETALHE DE UM ITEM DA RMA E ACUMULO POR PRODUTO.
       0630-IMPRIMIR-ITEM.
           MOVE RMA-QTD (WRK-ITM-IDX) TO WRK-QTD-ED.
           MOVE RMA-QTD-BOA (WRK-ITM-IDX) TO WRK-BOA-ED.
           MOVE RMA-VALOR (WRK-ITM-IDX) TO WRK-VALOR-ED.
           ADD RMA-QTD (WRK-ITM-IDX) TO WRK-TOT-QTD.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'RMA=' RMA-NUMERO ' SIT=' RMA-SITUACAO
               ' PED=' RMA-PEDIDO ' CLI=' RMA-CLIENTE
               ' MOT=' RMA-MOTIVO
               ' PROD=' RMA-PRODUTO (WRK-ITM-IDX)
               ' QTD=' WRK-QTD-ED ' BOA=' WRK-BOA-ED
               ' VALOR=' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE ZEROS TO WRK-TAB-POS.
           PERFORM 0631-PROCURAR-PRODUTO
               VARYING WRK-TAB-IDX FROM 1 BY 1
               UNTIL WRK-TAB-IDX > WRK-TPR-QT OR WRK-TAB-POS > 0.
           IF WRK-TAB-POS = 0
               IF WRK-TPR-QT < WRK-TAB-MAX
                   ADD 1 TO WRK-TPR-QT
                   MOVE WRK-TPR-QT TO WRK-TAB-POS
                   MOVE RMA-PRODUTO (WRK-ITM-IDX)
                       TO WRK-TPR-PRODUTO (WRK-TAB-POS)
                   MOVE ZEROS TO WRK-TPR-QTD (WRK-TAB-POS)
                   MOVE ZEROS TO WRK-TPR-QTD-BOA (WRK-TAB-POS)
                   MOVE ZEROS TO WRK-TPR-VALOR (WRK-TAB-POS)
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.
           IF WRK-TAB-POS > 0
               ADD RMA-QTD (WRK-ITM-IDX) TO WRK-TPR-QTD (WRK-TAB-POS)
               ADD RMA-QTD-BOA (WRK-ITM-IDX)
                   TO WRK-TPR-QTD-BOA (WRK-TAB-POS)
               ADD RMA-VALOR (WRK-ITM-IDX)
                   TO WRK-TPR-VALOR (WRK-TAB-POS)
           END-IF.

       0631-PROCURAR-PRODUTO.
           IF WRK-TPR-PRODUTO (WRK-TAB-IDX) = RMA-PRODUTO (WRK-ITM-IDX)
               MOVE WRK-TAB-IDX TO WRK-TAB-POS
           END-IF.

       0650-IMPRIMIR-TOTAIS.
           MOVE '--- TOTAIS POR PRODUTO ---' TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0660-IMPRIMIR-PRODUTO
               VARYING WRK-TAB-IDX FROM 1 BY 1
               UNTIL WRK-TAB-IDX > WRK-TPR-QT.
           MOVE '--- TOTAIS POR CLIENTE ---' TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0670-IMPRIMIR-CLIENTE
               VARYING WRK-TAB-IDX FROM 1 BY 1
               UNTIL WRK-TAB-IDX > WRK-TCL-QT.
           MOVE '--- TOTAIS POR MOTIVO ---' TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0680-IMPRIMIR-MOTIVO
               VARYING WRK-TAB-IDX FROM 1 BY 1
               UNTIL WRK-TAB-IDX > 3.
           MOVE WRK-QT-RMAS-MES TO WRK-QT-ED.
           MOVE WRK-TOT-QTD TO WRK-QTD-ED.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TOTAL DO MES: RMAS=' WRK-QT-ED
               ' QTD=' WRK-QTD-ED ' VALOR=' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0660-IMPRIMIR-PRODUTO.
           MOVE WRK-TPR-QTD (WRK-TAB-IDX) TO WRK-QTD-ED.
           MOVE WRK-TPR-QTD-BOA (WRK-TAB-IDX) TO WRK-BOA-ED.
           MOVE WRK-TPR-VALOR (WRK-TAB-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'PRODUTO=' WRK-TPR-PRODUTO (WRK-TAB-IDX)
               ' QTD=' WRK-QTD-ED ' BOA=' WRK-BOA-ED
               ' VALOR=' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0670-IMPRIMIR-CLIENTE.
           MOVE WRK-TCL-QT-RMAS (WRK-TAB-IDX) TO WRK-QT-ED.
           MOVE WRK-TCL-VALOR (WRK-TAB-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'CLIENTE=' WRK-TCL-CLICOD (WRK-TAB-IDX) ' '
               WRK-TCL-CLIENTE (WRK-TAB-IDX)
               ' RMAS=' WRK-QT-ED ' VALOR=' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0680-IMPRIMIR-MOTIVO.
           MOVE WRK-TMO-QT-RMAS (WRK-TAB-IDX) TO WRK-QT-ED.
           MOVE WRK-TMO-VALOR (WRK-TAB-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'MOTIVO=' WRK-TMO-DESC (WRK-TAB-IDX)
               ' RMAS=' WRK-QT-ED ' VALOR=' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *LOCALIZA A RMA PELO NUMERO E GUARDA A SITUACAO, O PEDIDO, O
      *VALOR, O APROVADOR E OS ITENS.
       0800-LOCALIZAR-RMA.
           MOVE 'N' TO WRK-RMA-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-RMA.
           IF WRK-STATUS-RMA NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0810-LER-RMA UNTIL FIM-ARQ.
           IF WRK-STATUS-RMA NOT = '35'
               CLOSE F-RMA
           END-IF.

       0810-LER-RMA.
           READ F-RMA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF RMA-NUMERO = WRK-RMA-NUMERO
                       MOVE 'S' TO WRK-RMA-ACHOU
                       MOVE RMA-SITUACAO TO WRK-RMA-SITUACAO
                       MOVE RMA-PEDIDO TO WRK-NUMERO
                       MOVE RMA-VALOR-TOTAL TO WRK-RMA-VALOR-TOTAL
                       MOVE RMA-APROVADOR TO WRK-RMA-APROVADOR
                       MOVE RMA-QT-ITENS TO WRK-ITM-QT
                       PERFORM 0811-GUARDAR-ITEM
                           VARYING WRK-ITM-IDX FROM 1 BY 1
                           UNTIL WRK-ITM-IDX > 5
                       MOVE 'S' TO WRK-FIM-ARQ
                   END-IF
           END-READ.

       0811-GUARDAR-ITEM.
           MOVE RMA-PRODUTO (WRK-ITM-IDX)
               TO WRK-ITM-PRODUTO (WRK-ITM-IDX).
           MOVE RMA-QTD (WRK-ITM-IDX) TO WRK-ITM-QTD (WRK-ITM-IDX).
           MOVE RMA-QTD-BOA (WRK-ITM-IDX)
               TO WRK-ITM-QTD-BOA (WRK-ITM-IDX).
           MOVE RMA-VALOR (WRK-ITM-IDX)
               TO WRK-ITM-VALOR (WRK-ITM-IDX).

      *REGRAVA O ARQUIVO RMA VIA ARQUIVO DE TRABALHO, APLICANDO NA
      *RMA CORRENTE A MUDANCA DE SITUACAO (WRK-RMA-ACAO).
       0850-REGRAVAR-RMA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-RMA.
           OPEN OUTPUT F-RMAN.
           PERFORM 0851-COPIAR-RMA UNTIL FIM-ARQ.
           CLOSE F-RMA.
           CLOSE F-RMAN.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-RMAN.
           OPEN OUTPUT F-RMA.
           PERFORM 0855-COPIAR-DE-VOLTA UNTIL FIM-ARQ.
           CLOSE F-RMAN.
           CLOSE F-RMA.

       0851-COPIAR-RMA.
           READ F-RMA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF RMA-NUMERO = WRK-RMA-NUMERO
                       PERFORM 0852-ATUALIZAR-RMA
                   END-IF
                   MOVE REG-RMA TO REG-RMAN
                   WRITE REG-RMAN
           END-READ.

       0852-ATUALIZAR-RMA.
           MOVE WRK-RMA-ACAO TO RMA-SITUACAO.
           MOVE WRK-OPERADOR TO RMA-OPERADOR.
           IF WRK-RMA-ACAO = 'R'
               MOVE WRK-DATA-HOJE TO RMA-DATA-REC
           ELSE
               MOVE WRK-DATA-HOJE TO RMA-DATA-INSP
               PERFORM 0371-MOVER-ITEM
                   VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX > 5
               MOVE WRK-PED-FATURA TO RMA-FATURA
               MOVE WRK-NCR-NUMERO TO RMA-NOTA
               MOVE WRK-NCR-VALOR TO RMA-VALOR-NOTA
           END-IF.

       0855-COPIAR-DE-VOLTA.
           READ F-RMAN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-RMAN TO REG-RMA
                   WRITE REG-RMA
           END-READ.

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
