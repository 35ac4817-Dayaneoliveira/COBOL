       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB98.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : RELATORIO DIARIO DA FILA DE PENDENCIAS POR FALTA DE
      *ESTOQUE (BACKORD). LISTA OS PEDIDOS AINDA AGUARDANDO (SITUACAO
      *A) NA MESMA ORDEM EM QUE A ENTRADA DE MERCADORIA DO PROGCOB54
      *VAI ATENDE-LOS - DATA PROMETIDA MAIS CEDO PRIMEIRO, E NO
      *EMPATE QUEM ENTROU ANTES NA FILA - COM A IDADE DE CADA UM
      *(DIAS NA FILA) E OS DIAS QUE FALTAM PARA A DATA PROMETIDA, NO
      *CALENDARIO COMERCIAL DO PROGCOB50 (MES DE 30 DIAS).
      *DATA PROMETIDA JA VENCIDA SAI MARCADA *ATRASADO; A QUE VENCE
      *EM ATE WRK-DIAS-RISCO DIAS SAI *EM RISCO. QUALQUER PEDIDO
      *ATRASADO OU EM RISCO DA RC 4 PARA A REDE NOTURNA CHAMAR A
      *ATENCAO DE COMPRAS.
      *CADA PEDIDO MOSTRA A FILIAL CUJO SALDO VAI ATENDE-LO (FIL=).
      *O CLIENTE DO PEDIDO EM RISCO OU ATRASADO E AVISADO UMA VEZ
      *PELA FILA DE NOTIFICACOES (MODELO PEDRISCO, AVISO UNICO POR
      *PEDIDO - VEJA NOTIFICA.cob); O CODIGO DO CLIENTE VEM DO
      *PEDMESTRE, LIDO PELA CHAVE.
      *RODA TODO DIA NA REDE NOTURNA (SEM PERGUNTAS; SO GRAVA NA
      *FILA DE NOTIFICACOES).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *FILA DE PENDENCIAS POR FALTA DE ESTOQUE (VEJA BKOREC.CPY).
           SELECT F-BACKORD ASSIGN TO 'BACKORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BACKORD.
      *MESTRE DE PEDIDOS (SO PARA O CODIGO DO CLIENTE DO AVISO).
           SELECT F-PEDMESTRE ASSIGN TO 'PEDMESTRE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.
      *RELATORIO DA FILA, COM CABECALHO E QUEBRA DE PAGINA PADRAO
      *(VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB98RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-BACKORD.
           COPY 'BKOREC.CPY'.

       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-BACKORD PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-PMS-ABERTO PIC X(01) VALUE 'N'.
           88 PEDMESTRE-ABERTO VALUE 'S'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *PEDIDOS AGUARDANDO EM MEMORIA, PARA ORDENAR PELA DATA
      *PROMETIDA. PEDIDO ALEM DO TETO FICA DE FORA E A RODADA DA RC 12.
       77 WRK-BKO-MAX PIC 9(04) VALUE 0500.
       77 WRK-BKO-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-BKO-ESTOUROU PIC X(01) VALUE 'N'.
           88 FILA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-BACKORD.
           03 WRK-TAB-BKO-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-BKO-QT.
               05 WRK-BKO-NUMERO    PIC 9(08).
               05 WRK-BKO-PRODUTO   PIC X(20).
               05 WRK-BKO-CLIENTE   PIC X(20).
               05 WRK-BKO-PROMETIDA PIC 9(08).
               05 WRK-BKO-FILA      PIC 9(08).
               05 WRK-BKO-FILIAL    PIC 9(02).
       77 WRK-BKO-IDX PIC 9(04) VALUE ZEROS.
      *ORDENACAO PELA DATA PROMETIDA E, NO EMPATE, PELA ENTRADA NA
      *FILA (TROCA DE PARES ADJACENTES, COMO NO PROGCOB50).
       77 WRK-SORT-I  PIC 9(04) VALUE ZEROS.
       77 WRK-SORT-J  PIC 9(04) VALUE ZEROS.
       77 WRK-SORT-J1 PIC 9(04) VALUE ZEROS.
       77 WRK-SORT-LIMITE PIC 9(04) VALUE ZEROS.
       01 WRK-SORT-TROCA.
           03 WRK-TROCA-NUMERO    PIC 9(08).
           03 WRK-TROCA-PRODUTO   PIC X(20).
           03 WRK-TROCA-CLIENTE   PIC X(20).
           03 WRK-TROCA-PROMETIDA PIC 9(08).
           03 WRK-TROCA-FILA      PIC 9(08).
           03 WRK-TROCA-FILIAL    PIC 9(02).
      *DIAS DE CALENDARIO COMERCIAL (VEJA PROGCOB50).
       01 WRK-DATA-AUX PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           03 WRK-AUX-ANO PIC 9(04).
           03 WRK-AUX-MES PIC 9(02).
           03 WRK-AUX-DIA PIC 9(02).
       77 WRK-DIAS-AUX  PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-HOJE PIC 9(07) VALUE ZEROS.
      *IDADE NA FILA E FOLGA ATE A DATA PROMETIDA (NEGATIVA =
      *ATRASADO). FOLGA DE ATE WRK-DIAS-RISCO DIAS = EM RISCO.
       77 WRK-DIAS-RISCO PIC 9(03) VALUE 003.
       77 WRK-IDADE     PIC S9(05) VALUE ZEROS.
       77 WRK-FOLGA     PIC S9(05) VALUE ZEROS.
       77 WRK-IDADE-ED  PIC -(4)9 VALUE ZEROS.
       77 WRK-FOLGA-ED  PIC -(4)9 VALUE ZEROS.
      *TOTAIS DA RODADA.
       77 WRK-QT-ATRASADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RISCO     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-DATA  PIC 9(04) VALUE ZEROS.
       77 WRK-MAIOR-IDADE  PIC S9(05) VALUE ZEROS.
       77 WRK-QT-AVISOS    PIC 9(04) VALUE ZEROS.
      *CAMPOS DA CHAMADA A FILA DE NOTIFICACOES (VEJA NTFCALL.CPY).
           COPY 'NTFCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB98'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-AUX.
           PERFORM 0211-DIAS-COMERCIAIS.
           MOVE WRK-DIAS-AUX TO WRK-DIAS-HOJE.
           PERFORM 0100-CARREGAR-FILA.
           IF WRK-BKO-QT > 1
               PERFORM 0150-VARRER-TABELA
                   VARYING WRK-SORT-I FROM 1 BY 1
                   UNTIL WRK-SORT-I >= WRK-BKO-QT
           END-IF.
           OPEN INPUT F-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE = '00'
               MOVE 'S' TO WRK-PMS-ABERTO
           END-IF.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE '--- PENDENCIAS POR FALTA DE ESTOQUE (BACKORDER) ---'
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0200-RELATAR-PEDIDO
               VARYING WRK-BKO-IDX FROM 1 BY 1
               UNTIL WRK-BKO-IDX > WRK-BKO-QT.
           PERFORM 0300-IMPRIMIR-TOTAL.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           IF PEDMESTRE-ABERTO
               CLOSE F-PEDMESTRE
           END-IF.
           DISPLAY 'FILA DE PENDENCIAS GRAVADA EM PROGCOB98RPT: '
               WRK-BKO-QT ' PEDIDO(S), ' WRK-QT-ATRASADOS
               ' ATRASADO(S), ' WRK-QT-RISCO ' EM RISCO, '
               WRK-QT-AVISOS ' AVISO(S) NOVO(S) AO CLIENTE'.
           IF (WRK-QT-ATRASADOS > 0 OR WRK-QT-RISCO > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF FILA-ESTOUROU
               DISPLAY 'FILA MAIOR QUE O TETO DA TABELA ('
                   WRK-BKO-MAX ') - RELATORIO INCOMPLETO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'AGUARDANDO=' WRK-BKO-QT
               ' ATRASADOS=' WRK-QT-ATRASADOS
               ' EM-RISCO=' WRK-QT-RISCO
               ' AVISOS=' WRK-QT-AVISOS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *CARGA DOS PEDIDOS AINDA AGUARDANDO ESTOQUE. OS JA ATENDIDOS E
      *OS RETIRADOS FICAM NO ARQUIVO SO COMO HISTORICO.
       0100-CARREGAR-FILA.
           MOVE ZEROS TO WRK-BKO-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-BACKORD.
           IF WRK-STATUS-BACKORD NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-BACKORD UNTIL FIM-ARQ.
           IF WRK-STATUS-BACKORD NOT = '35'
               CLOSE F-BACKORD
           END-IF.

       0110-LER-BACKORD.
           READ F-BACKORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF BKO-AGUARDANDO
                       IF WRK-BKO-QT < WRK-BKO-MAX
                           ADD 1 TO WRK-BKO-QT
                           MOVE BKO-NUMERO TO
                               WRK-BKO-NUMERO (WRK-BKO-QT)
                           MOVE BKO-PRODUTO TO
                               WRK-BKO-PRODUTO (WRK-BKO-QT)
                           MOVE BKO-CLIENTE TO
                               WRK-BKO-CLIENTE (WRK-BKO-QT)
                           MOVE BKO-DATA-PROMETIDA TO
                               WRK-BKO-PROMETIDA (WRK-BKO-QT)
                           MOVE BKO-DATA-FILA TO
                               WRK-BKO-FILA (WRK-BKO-QT)
                           IF BKO-FILIAL IS NOT NUMERIC
                               OR BKO-FILIAL = ZEROS
                               MOVE 01 TO BKO-FILIAL
                           END-IF
                           MOVE BKO-FILIAL TO
                               WRK-BKO-FILIAL (WRK-BKO-QT)
                       ELSE
                           MOVE 'S' TO WRK-BKO-ESTOUROU
                       END-IF
                   END-IF
           END-READ.

       0150-VARRER-TABELA.
           COMPUTE WRK-SORT-LIMITE = WRK-BKO-QT - WRK-SORT-I.
           PERFORM 0151-COMPARAR-PAR
               VARYING WRK-SORT-J FROM 1 BY 1
               UNTIL WRK-SORT-J > WRK-SORT-LIMITE.

       0151-COMPARAR-PAR.
           COMPUTE WRK-SORT-J1 = WRK-SORT-J + 1.
           IF WRK-BKO-PROMETIDA (WRK-SORT-J) >
               WRK-BKO-PROMETIDA (WRK-SORT-J1)
               OR (WRK-BKO-PROMETIDA (WRK-SORT-J) =
                   WRK-BKO-PROMETIDA (WRK-SORT-J1)
               AND WRK-BKO-FILA (WRK-SORT-J) >
                   WRK-BKO-FILA (WRK-SORT-J1))
               MOVE WRK-TAB-BKO-ITEM (WRK-SORT-J) TO WRK-SORT-TROCA
               MOVE WRK-TAB-BKO-ITEM (WRK-SORT-J1) TO
                   WRK-TAB-BKO-ITEM (WRK-SORT-J)
               MOVE WRK-SORT-TROCA TO WRK-TAB-BKO-ITEM (WRK-SORT-J1)
           END-IF.

      *UMA LINHA POR PEDIDO, COM A IDADE NA FILA E A FOLGA ATE A
      *DATA PROMETIDA. PEDIDO SEM DATA PROMETIDA NAO TEM COMO ATRASAR.
       0200-RELATAR-PEDIDO.
           MOVE WRK-BKO-FILA (WRK-BKO-IDX) TO WRK-DATA-AUX.
           PERFORM 0211-DIAS-COMERCIAIS.
           COMPUTE WRK-IDADE = WRK-DIAS-HOJE - WRK-DIAS-AUX.
           IF WRK-IDADE > WRK-MAIOR-IDADE
               MOVE WRK-IDADE TO WRK-MAIOR-IDADE
           END-IF.
           MOVE WRK-IDADE TO WRK-IDADE-ED.
           MOVE ZEROS TO WRK-FOLGA.
           IF WRK-BKO-PROMETIDA (WRK-BKO-IDX) > ZEROS
               MOVE WRK-BKO-PROMETIDA (WRK-BKO-IDX) TO WRK-DATA-AUX
               PERFORM 0211-DIAS-COMERCIAIS
               COMPUTE WRK-FOLGA = WRK-DIAS-AUX - WRK-DIAS-HOJE
           END-IF.
           MOVE WRK-FOLGA TO WRK-FOLGA-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           EVALUATE TRUE
               WHEN WRK-BKO-PROMETIDA (WRK-BKO-IDX) = ZEROS
                   ADD 1 TO WRK-QT-SEM-DATA
                   STRING WRK-BKO-NUMERO (WRK-BKO-IDX)
                       ' ' WRK-BKO-PRODUTO (WRK-BKO-IDX)
                       ' FIL=' WRK-BKO-FILIAL (WRK-BKO-IDX)
                       ' ' WRK-BKO-CLIENTE (WRK-BKO-IDX)
                       ' IDADE=' WRK-IDADE-ED
                       ' PROMETIDA=SEM DATA'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               WHEN WRK-FOLGA < ZEROS
                   ADD 1 TO WRK-QT-ATRASADOS
                   STRING WRK-BKO-NUMERO (WRK-BKO-IDX)
                       ' ' WRK-BKO-PRODUTO (WRK-BKO-IDX)
                       ' FIL=' WRK-BKO-FILIAL (WRK-BKO-IDX)
                       ' ' WRK-BKO-CLIENTE (WRK-BKO-IDX)
                       ' IDADE=' WRK-IDADE-ED
                       ' PROMETIDA=' WRK-BKO-PROMETIDA (WRK-BKO-IDX)
                       ' FOLGA=' WRK-FOLGA-ED
                       ' *ATRASADO'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0220-NOTIFICAR-CLIENTE
               WHEN WRK-FOLGA <= WRK-DIAS-RISCO
                   ADD 1 TO WRK-QT-RISCO
                   STRING WRK-BKO-NUMERO (WRK-BKO-IDX)
                       ' ' WRK-BKO-PRODUTO (WRK-BKO-IDX)
                       ' FIL=' WRK-BKO-FILIAL (WRK-BKO-IDX)
                       ' ' WRK-BKO-CLIENTE (WRK-BKO-IDX)
                       ' IDADE=' WRK-IDADE-ED
                       ' PROMETIDA=' WRK-BKO-PROMETIDA (WRK-BKO-IDX)
                       ' FOLGA=' WRK-FOLGA-ED
                       ' *EM RISCO'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0220-NOTIFICAR-CLIENTE
               WHEN OTHER
                   STRING WRK-BKO-NUMERO (WRK-BKO-IDX)
                       ' ' WRK-BKO-PRODUTO (WRK-BKO-IDX)
                       ' FIL=' WRK-BKO-FILIAL (WRK-BKO-IDX)
                       ' ' WRK-BKO-CLIENTE (WRK-BKO-IDX)
                       ' IDADE=' WRK-IDADE-ED
                       ' PROMETIDA=' WRK-BKO-PROMETIDA (WRK-BKO-IDX)
                       ' FOLGA=' WRK-FOLGA-ED
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-EVALUATE.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *AVISO AO CLIENTE DO PEDIDO EM RISCO OU ATRASADO (MODELO
      *PEDRISCO: NUMERO, DATA PROMETIDA, FOLGA E PRODUTO). O AVISO E
      *UNICO POR PEDIDO - A RODADA DE AMANHA NAO AVISA DE NOVO.
      *PEDIDO FORA DO PEDMESTRE OU SEM CODIGO DE CLIENTE NAO AVISA.
       0220-NOTIFICAR-CLIENTE.
           MOVE WRK-BKO-NUMERO (WRK-BKO-IDX) TO PMS-NUMERO.
           MOVE ZEROS TO PMS-CLICOD.
           IF PEDMESTRE-ABERTO
               READ F-PEDMESTRE
                   INVALID KEY
                       MOVE ZEROS TO PMS-CLICOD
               END-READ
           END-IF.
           IF PMS-CLICOD IS NUMERIC AND PMS-CLICOD > 0
               MOVE WRK-AUD-PROGRAMA TO WRK-NTF-ORIGEM
               MOVE 'C' TO WRK-NTF-TIPO-DEST
               MOVE PMS-CLICOD TO WRK-NTF-CHAVE
               MOVE 'PEDRISCO' TO WRK-NTF-MODELO
               MOVE 'S' TO WRK-NTF-UNICO
               MOVE SPACES TO WRK-NTF-CAMPOS
               MOVE WRK-BKO-NUMERO (WRK-BKO-IDX) TO WRK-NTF-CAMPO (1)
               MOVE WRK-BKO-PROMETIDA (WRK-BKO-IDX) TO
                   WRK-NTF-CAMPO (2)
               MOVE WRK-FOLGA-ED TO WRK-NTF-CAMPO (3)
               MOVE WRK-BKO-PRODUTO (WRK-BKO-IDX) TO WRK-NTF-CAMPO (4)
               CALL 'NOTIFICA' USING WRK-NTF-ORIGEM WRK-NTF-TIPO-DEST
                   WRK-NTF-CHAVE WRK-NTF-MODELO WRK-NTF-UNICO
                   WRK-NTF-CAMPOS WRK-NTF-NUMERO WRK-NTF-RESULT
               IF NTF-GRAVADA OR NTF-SEM-CONTATO OR NTF-SEM-CADASTRO
                   ADD 1 TO WRK-QT-AVISOS
               END-IF
           END-IF.

       0211-DIAS-COMERCIAIS.
           COMPUTE WRK-DIAS-AUX = (WRK-AUX-ANO * 360)
               + (WRK-AUX-MES * 30) + WRK-AUX-DIA.

       0300-IMPRIMIR-TOTAL.
           MOVE WRK-MAIOR-IDADE TO WRK-IDADE-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'PEDIDOS AGUARDANDO=' WRK-BKO-QT
               ' ATRASADOS=' WRK-QT-ATRASADOS
               ' EM RISCO (ATE ' WRK-DIAS-RISCO ' DIAS)=' WRK-QT-RISCO
               ' SEM DATA PROMETIDA=' WRK-QT-SEM-DATA
               ' MAIOR IDADE=' WRK-IDADE-ED
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
