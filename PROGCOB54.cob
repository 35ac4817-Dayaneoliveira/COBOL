      *  (P) AJUSTE DO PONTO DE REPOSICAO;
      *  (R) RELATORIO DE POSICAO, COM AVISO DE REPOSICAO QUANDO O
      *      SALDO ESTA NO PONTO OU ABAIXO;
      *  (A) ATENDER A FILA DE PENDENCIAS DE TODOS OS PRODUTOS COM
      *      SALDO (MERCADORIA QUE ENTROU POR OUTRO CAMINHO, COMO O
      *      RECEBIMENTO DE COMPRAS DO PROGCOB93);
      *  (S) SAIR.
      *A BAIXA AUTOMATICA ACONTECE NO EMBARQUE (PROGCOB28/49/53,
      *VIA SUB-ROTINA ESTOQMOV), E A CONFIRMACAO DO PROGCOB28 E
      *BLOQUEADA QUANDO O SALDO NAO COBRE O PEDIDO.
      *A ENTRADA MANUAL TAMBEM GRAVA SUA LINHA NO ARQUIVO DE
      *MOVIMENTOS ESTMOVTO (MESMO LAYOUT DO ESTOQMOV), COM O
      *DOCUMENTO INFORMADO E O OPERADOR - O KARDEX DO PROGCOB95
      *PRECISA DE TODO MOVIMENTO, NAO SO DOS AUTOMATICOS.
      *A ENTRADA PEDE TAMBEM O CUSTO UNITARIO DA MERCADORIA E
      *RECALCULA O CUSTO MEDIO PONDERADO DO PRODUTO (MESMA REGRA DO
      *ESTOQMOV; CUSTO ZERO MANTEM O CUSTO MEDIO).
      *DEPOIS DE CADA ENTRADA, O SALDO DO PRODUTO ATENDE A FILA DE
      *PENDENCIAS BACKORD (PEDIDOS COTADOS CUJA CONFIRMACAO O
      *PROGCOB28 BLOQUEOU POR FALTA DE ESTOQUE) NA ORDEM DA DATA
      *PROMETIDA, UMA UNIDADE POR PEDIDO: O PEDIDO ATENDIDO PASSA
      *PARA CONFIRMADO (C) NO PEDMESTRE, COM A LINHA NO HISTORICO
      *PEDSTAT. A FILA E OS PEDIDOS SO SAO MEXIDOS COM A TRAVA
      *PEDIDOS - OCUPADA, A FILA FICA PARA A PROXIMA ENTRADA OU PARA
      *A OPCAO (A).
      *COM O SEGUNDO DEPOSITO O ESTOQUE E POR PRODUTO E FILIAL: A
      *ENTRADA E O PONTO DE REPOSICAO PEDEM A FILIAL (CODIGO DO
      *FILMEST; ZERO = MATRIZ), O RELATORIO DE POSICAO MOSTRA UMA
      *LINHA POR PRODUTO E FILIAL E A FILA SO E ATENDIDA PELO SALDO
      *DA FILIAL DO PEDIDO.
      *TODA MUDANCA DE SITUACAO GRAVADA NO PEDSTAT AVISA TAMBEM O
      *CLIENTE PELA FILA DE NOTIFICACOES (VEJA NOTIFICA.cob).
      *O ESTOQUE E O PRODMEST SAO INDEXADOS (VEJA ESTREC.CPY E
      *PRDREC.CPY): A ENTRADA E O PONTO LEEM E REGRAVAM SO A LINHA DO
      *PRODUTO NA FILIAL, SEM CARREGAR O ARQUIVO EM MEMORIA - NAO HA
      *MAIS TETO DE LINHAS DE ESTOQUE.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SALDO DE ESTOQUE POR PRODUTO E FILIAL (LIDO TAMBEM PELA
      *SUB-ROTINA ESTOQMOV).
      *INDEXADO PELO PRODUTO + FILIAL (VEJA ESTREC.CPY).
           SELECT F-ESTOQUE ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-STATUS-ESTOQUE.
      *CADASTRO MESTRE DE PRODUTOS (MANTIDO PELO PROGCOB43).
      *INDEXADO PELO CODIGO (VEJA PRDREC.CPY).
           SELECT F-PRODMEST ASSIGN TO 'PRODMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-STATUS-PRODMEST.
      *MOVIMENTOS DE ESTOQUE (KARDEX), GRAVADOS TAMBEM PELO ESTOQMOV.
           SELECT F-ESTMOVTO ASSIGN TO 'ESTMOVTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTMOVTO.
      *RELATORIO DE POSICAO DE ESTOQUE, COM CABECALHO E QUEBRA DE
      *PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB54RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *CADASTRO MESTRE DE FILIAIS (VALIDA A FILIAL DIGITADA).
           SELECT F-FILMEST ASSIGN TO 'FILMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILMEST.
      *FILA DE PENDENCIAS POR FALTA DE ESTOQUE (VEJA BKOREC.CPY).
           SELECT F-BACKORD ASSIGN TO 'BACKORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BACKORD.
      *MESTRE DE PEDIDOS, INDEXADO PELO NUMERO (VEJA PMSREC.CPY) -
      *CONFIRMACAO DOS PEDIDOS ATENDIDOS PELA FILA.
           SELECT F-PEDMESTRE ASSIGN TO 'PEDMESTRE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.
      *HISTORICO DE SITUACOES DOS PEDIDOS (O MESMO DO PROGCOB28).
           SELECT F-PEDSTAT ASSIGN TO 'PEDSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ESTOQUE.
           COPY 'ESTREC.CPY'.

       FD  F-PRODMEST.
           COPY 'PRDREC.CPY'.

       FD  F-ESTMOVTO.
       01  REG-ESTMOVTO.
           03 MOV-DATA     PIC 9(08).
           03 MOV-HORA     PIC 9(06).
           03 MOV-PRODUTO  PIC X(20).
           03 MOV-TIPO     PIC X(01).
           03 MOV-QTD      PIC 9(06).
           03 MOV-SALDO    PIC S9(06).
           03 MOV-ORIGEM   PIC X(10).
           03 MOV-REF      PIC X(12).
           03 MOV-OPERADOR PIC X(20).
           03 MOV-CUSTO    PIC 9(06)V99.
           03 MOV-FILIAL   PIC 9(02).
      *CUSTO UNITARIO DIGITADO NA ENTRADA MANUAL DO PROGCOB54 (ZERO
      *NOS DEMAIS MOVIMENTOS; MOVIMENTO ANTIGO NAO TEM O CAMPO).
           03 MOV-CUSTO-ENT PIC 9(06)V99.

       FD  F-FILMEST.
       01  REG-FILMEST.
           03 FIL-CODIGO PIC 9(02).
           03 FIL-NOME   PIC X(20).
           03 FIL-UF     PIC X(02).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       FD  F-BACKORD.
           COPY 'BKOREC.CPY'.

       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.

       FD  F-PEDSTAT.
       01  REG-PEDSTAT.
           03 PST-NUMERO    PIC 9(08).
           03 PST-SIT-ANT   PIC X(01).
           03 PST-SIT-NOVA  PIC X(01).
           03 PST-DATA-HORA PIC X(14).
           03 PST-OPERADOR  PIC X(20).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ESTOQUE  PIC X(02) VALUE '00'.
       77 WRK-STATUS-PRODMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-ESTMOVTO PIC X(02) VALUE '00'.
      *HORA DO SISTEMA (HHMMSS + CENTESIMOS) - O KARDEX ORDENA OS
      *MOVIMENTOS DO DIA POR ELA.
       01 WRK-HORA-SIS.
           03 WRK-HORA-HHMMSS PIC 9(06).
           03 WRK-HORA-CENT   PIC 9(02).
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-ENTRADA  VALUE 'E'.
           88 MAN-PONTO    VALUE 'P'.
           88 MAN-POSICAO  VALUE 'R'.
           88 MAN-ATENDER  VALUE 'A'.
           88 MAN-SAIR     VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
      *LINHAS DE ESTOQUE LIDAS NO RELATORIO DE POSICAO.
       77 WRK-EST-QT  PIC 9(06) VALUE ZEROS.
       77 WRK-EST-ACHOU PIC X(01) VALUE 'N'.
           88 PRODUTO-NO-ESTOQUE VALUE 'S'.
       77 WRK-EST-LINHA-NOVA PIC X(01) VALUE 'N'.
           88 LINHA-NOVA VALUE 'S'.
      *CUSTO MEDIO DA LINHA DO MESMO PRODUTO EM OUTRA FILIAL (CUSTO
      *DA LINHA NOVA ABERTA SEM CUSTO INFORMADO).
       77 WRK-EST-CUSTO-MODELO PIC 9(06)V99 VALUE ZEROS.
      *SALDO GRAVADO PELA ENTRADA (DISPARA A FILA DE PENDENCIAS).
       77 WRK-EST-SALDO-NOVO PIC S9(06) VALUE ZEROS.
      *UNIDADES JA CONSUMIDAS PELA FILA NA RODADA DE ATENDIMENTO, POR
      *PRODUTO E FILIAL (NAO VAI PARA O ARQUIVO): O SALDO LIVRE E O
      *SALDO DA LINHA DO ESTOQUE MENOS O CONSUMIDO. CADA PEDIDO DA
      *FILA CONSOME NO MAXIMO UMA UNIDADE, ENTAO A TABELA NUNCA
      *PASSA DO TAMANHO DA FILA.
       77 WRK-CNS-QT PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-CONSUMO.
           03 WRK-TAB-CNS-ITEM OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-CNS-QT.
               05 WRK-CNS-PRODUTO PIC X(20).
               05 WRK-CNS-FILIAL  PIC 9(02).
               05 WRK-CNS-QTD     PIC 9(04).
       77 WRK-CNS-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-CNS-POS PIC 9(04) VALUE ZEROS.
       77 WRK-EST-DISP PIC S9(07) VALUE ZEROS.
      *PRODUTO, FILIAL E QUANTIDADE DA ACAO CORRENTE.
       77 WRK-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-FILIAL  PIC 9(02) VALUE 01.
       77 WRK-STATUS-FILMEST PIC X(02) VALUE '00'.
       77 WRK-FIL-ACHOU PIC X(01) VALUE 'N'.
           88 FILIAL-ACHADA VALUE 'S'.
       77 WRK-FIM-FIL PIC X(01) VALUE 'N'.
           88 FIM-FILMEST VALUE 'S'.
       77 WRK-QTD     PIC 9(06) VALUE ZEROS.
       77 WRK-PONTO   PIC 9(06) VALUE ZEROS.
      *CUSTO UNITARIO DA ENTRADA E CALCULO DO CUSTO MEDIO PONDERADO.
       77 WRK-CUSTO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BASE-SALDO PIC 9(06) VALUE ZEROS.
       77 WRK-BASE-QTD   PIC 9(07) VALUE ZEROS.
       77 WRK-CUSTO-ED   PIC Z(5)9,99 VALUE ZEROS.
       77 WRK-PRD-ACHOU PIC X(01) VALUE 'N'.
           88 PRODUTO-ACHADO VALUE 'S'.
       77 WRK-QT-REPOR PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO-ED PIC -(6)9 VALUE ZEROS.
      *OPERADOR DA SESSAO E DOCUMENTO DA ENTRADA (VAO PARA O ESTMOVTO).
       77 WRK-OPERADOR  PIC X(20) VALUE SPACES.
       77 WRK-DOCUMENTO PIC X(12) VALUE SPACES.
      *FILA DE PENDENCIAS EM MEMORIA (REGRAVACAO INTEIRA) E A
      *RODADA DE ATENDIMENTO.
       77 WRK-STATUS-BACKORD   PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDSTAT   PIC X(02) VALUE '00'.
       77 WRK-BKO-MAX PIC 9(04) VALUE 0300.
       77 WRK-BKO-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-BKO-ESTOUROU PIC X(01) VALUE 'N'.
           88 FILA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-BACKORD.
           03 WRK-TAB-BKO-ITEM OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-BKO-QT.
               05 WRK-BKO-NUMERO    PIC 9(08).
               05 WRK-BKO-PRODUTO   PIC X(20).
               05 WRK-BKO-CLIENTE   PIC X(20).
               05 WRK-BKO-PROMETIDA PIC 9(08).
               05 WRK-BKO-FILA      PIC 9(08).
               05 WRK-BKO-SITUACAO  PIC X(01).
               05 WRK-BKO-BAIXA     PIC 9(08).
               05 WRK-BKO-OPERADOR  PIC X(20).
               05 WRK-BKO-FILIAL    PIC 9(02).
       77 WRK-BKO-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-BKO-POS PIC 9(04) VALUE ZEROS.
      *PRODUTO E FILIAL ATENDIDOS NA RODADA (ESPACOS/ZEROS = TODOS).
       77 WRK-BKO-FILTRO PIC X(20) VALUE SPACES.
       77 WRK-BKO-FILTRO-FIL PIC 9(02) VALUE ZEROS.
       77 WRK-BKO-PRODUTO-BUSCA PIC X(20) VALUE SPACES.
       77 WRK-BKO-FILIAL-BUSCA PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-ATENDIMENTO PIC X(01) VALUE 'N'.
           88 FIM-ATENDIMENTO VALUE 'S'.
       77 WRK-FILA-ALTERADA PIC X(01) VALUE 'N'.
           88 FILA-ALTERADA VALUE 'S'.
       77 WRK-QT-ATENDIDAS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RETIRADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           03 WRK-DH-DATA PIC 9(08) VALUE ZEROS.
           03 WRK-DH-HORA PIC 9(06) VALUE ZEROS.
      *CAMPOS DA CHAMADA A FILA DE NOTIFICACOES (VEJA NTFCALL.CPY).
           COPY 'NTFCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB54'.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'OPERADOR.. '.
           ACCEPT WRK-OPERADOR.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-ESTOQUE UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
       0200-MENU-ESTOQUE.
           DISPLAY '-- CONTROLE DE ESTOQUE (ESTOQUE) --'.
           DISPLAY '(E)NTRADA (P)ONTO DE REPOSICAO (R)ELATORIO '
               '(A)TENDER PENDENCIAS (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-ENTRADA
                   PERFORM 0400-AJUSTAR-PONTO
               WHEN MAN-POSICAO
                   PERFORM 0500-RELATORIO-POSICAO
               WHEN MAN-ATENDER
                   MOVE SPACES TO WRK-BKO-FILTRO
                   MOVE ZEROS TO WRK-BKO-FILTRO-FIL
                   PERFORM 0800-ATENDER-PENDENCIAS
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *ENTRADA DE MERCADORIA: PRODUTO VALIDADO NO PRODMEST E FILIAL
      *NO FILMEST; SEM LINHA DE ESTOQUE NA FILIAL AINDA, A LINHA E
      *ABERTA COM A QUANTIDADE.
       0300-ENTRADA-MERCADORIA.
           DISPLAY 'PRODUTO (CODIGO DO PRODMEST).. '.
           ACCEPT WRK-PRODUTO.
           PERFORM 0310-VALIDAR-PRODUTO.
           IF PRODUTO-ACHADO
               PERFORM 0315-OBTER-FILIAL
           END-IF.
           IF NOT PRODUTO-ACHADO
               DISPLAY 'PRODUTO NAO CADASTRADO NO PRODMEST, NADA '
                   'FEITO'
           END-IF.
           IF PRODUTO-ACHADO AND FILIAL-ACHADA
               DISPLAY 'QUANTIDADE RECEBIDA.. '
               ACCEPT WRK-QTD
               DISPLAY 'DOCUMENTO DA ENTRADA (NOTA/RECIBO).. '
               ACCEPT WRK-DOCUMENTO
               DISPLAY 'CUSTO UNITARIO (0 = MANTER O CUSTO MEDIO).. '
               ACCEPT WRK-CUSTO
               IF WRK-QTD = ZEROS
                   DISPLAY 'QUANTIDADE ZERADA, NADA FEITO'
               ELSE
                   PERFORM 0600-ABRIR-ESTOQUE-IO
                   PERFORM 0610-LOCALIZAR-PRODUTO
                   IF PRODUTO-NO-ESTOQUE
                       PERFORM 0330-CALCULAR-CUSTO-MEDIO
                       ADD WRK-QTD TO EST-SALDO
                   ELSE
                       PERFORM 0620-ABRIR-LINHA-FILIAL
                   END-IF
                   PERFORM 0700-GRAVAR-ESTOQUE
                   IF PRODUTO-NO-ESTOQUE
                       PERFORM 0320-GRAVAR-MOVIMENTO
                       MOVE EST-SALDO TO WRK-EST-SALDO-NOVO
                       MOVE EST-SALDO TO WRK-SALDO-ED
                       MOVE EST-CUSTO TO WRK-CUSTO-ED
                       DISPLAY 'ENTRADA REGISTRADA, SALDO '
                           WRK-SALDO-ED ' CUSTO MEDIO ' WRK-CUSTO-ED
                   END-IF
                   CLOSE F-ESTOQUE
                   IF PRODUTO-NO-ESTOQUE
                       AND WRK-EST-SALDO-NOVO > ZEROS
                       MOVE WRK-PRODUTO TO WRK-BKO-FILTRO
                       MOVE WRK-FILIAL TO WRK-BKO-FILTRO-FIL
                       PERFORM 0800-ATENDER-PENDENCIAS
                   END-IF
               END-IF
           END-IF.

      *LINHA DE MOVIMENTO DA ENTRADA MANUAL, COM O SALDO JA
      *ATUALIZADO (MESMA REGRA DO 0300 DO ESTOQMOV).
       0320-GRAVAR-MOVIMENTO.
           OPEN EXTEND F-ESTMOVTO.
           IF WRK-STATUS-ESTMOVTO = '35'
               OPEN OUTPUT F-ESTMOVTO
           END-IF.
           ACCEPT MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS FROM TIME.
           MOVE WRK-HORA-HHMMSS TO MOV-HORA.
           MOVE WRK-PRODUTO TO MOV-PRODUTO.
           MOVE 'E' TO MOV-TIPO.
           MOVE WRK-QTD TO MOV-QTD.
           MOVE EST-SALDO TO MOV-SALDO.
           MOVE WRK-AUD-PROGRAMA TO MOV-ORIGEM.
           MOVE WRK-DOCUMENTO TO MOV-REF.
           MOVE WRK-OPERADOR TO MOV-OPERADOR.
           MOVE EST-CUSTO TO MOV-CUSTO.
           MOVE WRK-FILIAL TO MOV-FILIAL.
           MOVE WRK-CUSTO TO MOV-CUSTO-ENT.
           WRITE REG-ESTMOVTO.
           CLOSE F-ESTMOVTO.

      *CUSTO MEDIO PONDERADO: (SALDO X CUSTO MEDIO + QUANTIDADE X
      *CUSTO DA ENTRADA) / (SALDO + QUANTIDADE); SALDO NEGATIVO OU
      *AINDA SEM CUSTO MEDIO CONTA COMO ZERO E CUSTO ZERO NAO MEXE NO
      *CUSTO MEDIO.
       0330-CALCULAR-CUSTO-MEDIO.
           IF WRK-CUSTO > ZEROS
               IF EST-SALDO > ZEROS AND EST-CUSTO > ZEROS
                   MOVE EST-SALDO TO WRK-BASE-SALDO
               ELSE
                   MOVE ZEROS TO WRK-BASE-SALDO
               END-IF
               COMPUTE WRK-BASE-QTD = WRK-BASE-SALDO + WRK-QTD
               COMPUTE EST-CUSTO ROUNDED =
                   (WRK-BASE-SALDO * EST-CUSTO
                   + WRK-QTD * WRK-CUSTO) / WRK-BASE-QTD
           END-IF.

      *AJUSTE DO PONTO DE REPOSICAO DE UM PRODUTO JA CONTROLADO NA
      *FILIAL (CADA DEPOSITO TEM O SEU PONTO).
       0400-AJUSTAR-PONTO.
           DISPLAY 'PRODUTO (CODIGO DO PRODMEST).. '.
           ACCEPT WRK-PRODUTO.
           PERFORM 0315-OBTER-FILIAL.
           IF FILIAL-ACHADA
               PERFORM 0600-ABRIR-ESTOQUE-IO
               PERFORM 0610-LOCALIZAR-PRODUTO
               IF NOT PRODUTO-NO-ESTOQUE
                   DISPLAY 'PRODUTO SEM LINHA DE ESTOQUE NA FILIAL, '
                       'FACA UMA ENTRADA PRIMEIRO'
               ELSE
                   DISPLAY 'PONTO DE REPOSICAO (UNIDADES).. '
                   ACCEPT WRK-PONTO
                   MOVE WRK-PONTO TO EST-PONTO
                   PERFORM 0700-GRAVAR-ESTOQUE
                   IF PRODUTO-NO-ESTOQUE
                       DISPLAY 'PONTO DE REPOSICAO AJUSTADO'
                   END-IF
               END-IF
               CLOSE F-ESTOQUE
           END-IF.

      *RELATORIO DE POSICAO: UMA LINHA POR PRODUTO E FILIAL, COM
      *AVISO DE
      *REPOSICAO QUANDO O SALDO ESTA NO PONTO OU ABAIXO.
       0500-RELATORIO-POSICAO.
           MOVE ZEROS TO WRK-EST-QT.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE ZEROS TO WRK-QT-REPOR.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE '--- POSICAO DE ESTOQUE ---' TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ESTOQUE.
           IF WRK-STATUS-ESTOQUE NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0510-GRAVAR-LINHA-POSICAO UNTIL FIM-ARQ.
           IF WRK-STATUS-ESTOQUE NOT = '35'
               CLOSE F-ESTOQUE
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'PRODUTOS=' WRK-EST-QT
               ' ABAIXO-DO-PONTO=' WRK-QT-REPOR
               MOVE 4 TO RETURN-CODE
           END-IF.

      *LE A PROXIMA LINHA NA ORDEM DA CHAVE (PRODUTO + FILIAL).
       0510-GRAVAR-LINHA-POSICAO.
           READ F-ESTOQUE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-EST-QT
                   PERFORM 0511-FORMATAR-LINHA-POSICAO
           END-READ.

       0511-FORMATAR-LINHA-POSICAO.
           MOVE EST-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF EST-SALDO <= EST-PONTO
               ADD 1 TO WRK-QT-REPOR
               STRING 'PRODUTO=' EST-CODIGO
                   ' FILIAL=' EST-FILIAL
                   ' SALDO=' WRK-SALDO-ED
                   ' PONTO=' EST-PONTO
                   ' *** REPOR ***'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               STRING 'PRODUTO=' EST-CODIGO
                   ' FILIAL=' EST-FILIAL
                   ' SALDO=' WRK-SALDO-ED
                   ' PONTO=' EST-PONTO
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.
      *PROCURA O CODIGO NO CADASTRO MESTRE DE PRODUTOS (PRODMEST).
       0310-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-PRD-ACHOU.
           OPEN INPUT F-PRODMEST.
           IF WRK-STATUS-PRODMEST NOT = '00'
               DISPLAY 'CADASTRO DE PRODUTOS (PRODMEST) NAO '
                   'ENCONTRADO'
           ELSE
               MOVE WRK-PRODUTO TO PRD-CODIGO
               READ F-PRODMEST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-PRD-ACHOU
               END-READ
               CLOSE F-PRODMEST
           END-IF.

      *FILIAL DA ACAO: ZERO = MATRIZ (01); OUTRO CODIGO TEM QUE
      *EXISTIR NO FILMEST (MESMA REGRA DA ENTRADA DE PEDIDOS).
       0315-OBTER-FILIAL.
           DISPLAY 'FILIAL (0 = MATRIZ).. '.
           ACCEPT WRK-FILIAL.
           IF WRK-FILIAL = ZEROS
               MOVE 01 TO WRK-FILIAL
               MOVE 'S' TO WRK-FIL-ACHOU
           ELSE
               MOVE 'N' TO WRK-FIL-ACHOU
               MOVE 'N' TO WRK-FIM-FIL
               OPEN INPUT F-FILMEST
               IF WRK-STATUS-FILMEST NOT = '00'
                   DISPLAY 'CADASTRO DE FILIAIS (FILMEST) NAO '
                       'ENCONTRADO'
                   MOVE 'S' TO WRK-FIM-FIL
               END-IF
               PERFORM 0316-LER-FILMEST UNTIL FIM-FILMEST
                                           OR FILIAL-ACHADA
               IF WRK-STATUS-FILMEST NOT = '35'
                   CLOSE F-FILMEST
               END-IF
           END-IF.
           IF NOT FILIAL-ACHADA
               DISPLAY 'FILIAL ' WRK-FILIAL ' NAO CADASTRADA NO '
                   'FILMEST, NADA FEITO'
           END-IF.

       0316-LER-FILMEST.
           READ F-FILMEST
               AT END
                   MOVE 'S' TO WRK-FIM-FIL
               NOT AT END
                   IF FIL-CODIGO = WRK-FILIAL
                       MOVE 'S' TO WRK-FIL-ACHOU
                   END-IF
           END-READ.

      *ABRE O ESTOQUE PARA ATUALIZACAO; SE O ARQUIVO AINDA NAO
      *EXISTE, CRIA VAZIO E ABRE DE NOVO.
       0600-ABRIR-ESTOQUE-IO.
           OPEN I-O F-ESTOQUE.
           IF WRK-STATUS-ESTOQUE = '35'
               OPEN OUTPUT F-ESTOQUE
               CLOSE F-ESTOQUE
               OPEN I-O F-ESTOQUE
           END-IF.

      *LE A LINHA DO PRODUTO WRK-PRODUTO NA FILIAL WRK-FILIAL. SEM
      *ELA, PROCURA A PRIMEIRA LINHA DO PRODUTO EM QUALQUER FILIAL
      *(START PELO PRODUTO COM FILIAL ZERO) - O CUSTO MEDIO DELA E O
      *MODELO DA LINHA NOVA (MESMA REGRA DO ESTOQMOV).
       0610-LOCALIZAR-PRODUTO.
           MOVE 'N' TO WRK-EST-ACHOU.
           MOVE 'N' TO WRK-EST-LINHA-NOVA.
           MOVE ZEROS TO WRK-EST-CUSTO-MODELO.
           MOVE WRK-PRODUTO TO EST-CODIGO.
           MOVE WRK-FILIAL TO EST-FILIAL.
           READ F-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EST-ACHOU
                   IF EST-CUSTO NOT NUMERIC
                       MOVE ZEROS TO EST-CUSTO
                   END-IF
           END-READ.
           IF NOT PRODUTO-NO-ESTOQUE
               MOVE WRK-PRODUTO TO EST-CODIGO
               MOVE ZEROS TO EST-FILIAL
               START F-ESTOQUE KEY IS NOT LESS THAN EST-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0611-LER-PRIMEIRA-LINHA
               END-START
           END-IF.

       0611-LER-PRIMEIRA-LINHA.
           READ F-ESTOQUE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF EST-CODIGO = WRK-PRODUTO
                       AND EST-CUSTO IS NUMERIC
                       MOVE EST-CUSTO TO WRK-EST-CUSTO-MODELO
                   END-IF
           END-READ.

      *LINHA NOVA DO PRODUTO NA FILIAL, JA COM A QUANTIDADE DA
      *ENTRADA; SEM CUSTO INFORMADO, ASSUME O CUSTO MEDIO DA LINHA
      *DE OUTRA FILIAL.
       0620-ABRIR-LINHA-FILIAL.
           MOVE WRK-PRODUTO TO EST-CODIGO.
           MOVE WRK-FILIAL TO EST-FILIAL.
           MOVE WRK-QTD TO EST-SALDO.
           MOVE ZEROS TO EST-PONTO.
           MOVE WRK-CUSTO TO EST-CUSTO.
           IF WRK-CUSTO = ZEROS
               MOVE WRK-EST-CUSTO-MODELO TO EST-CUSTO
           END-IF.
           MOVE 'S' TO WRK-EST-LINHA-NOVA.
           MOVE 'S' TO WRK-EST-ACHOU.

      *GRAVA A LINHA DO PRODUTO NA FILIAL: REGRAVACAO DA LINHA LIDA
      *OU INCLUSAO DA LINHA NOVA. FALHANDO, NADA MAIS E FEITO COM
      *ELA (SEM MOVIMENTO NO KARDEX).
       0700-GRAVAR-ESTOQUE.
           IF LINHA-NOVA
               WRITE REG-ESTOQUE
                   INVALID KEY
                       DISPLAY 'LINHA DE ESTOQUE NAO GRAVADA, STATUS '
                           WRK-STATUS-ESTOQUE
                       MOVE 'N' TO WRK-EST-ACHOU
                       MOVE 12 TO RETURN-CODE
               END-WRITE
               MOVE 'N' TO WRK-EST-LINHA-NOVA
           ELSE
               REWRITE REG-ESTOQUE
                   INVALID KEY
                       DISPLAY 'LINHA DE ESTOQUE NAO REGRAVADA, STATUS '
                           WRK-STATUS-ESTOQUE
                       MOVE 'N' TO WRK-EST-ACHOU
                       MOVE 12 TO RETURN-CODE
               END-REWRITE
           END-IF.

      *ATENDE A FILA DE PENDENCIAS (DO PRODUTO WRK-BKO-FILTRO NA
      *FILIAL WRK-BKO-FILTRO-FIL, OU DE TODOS COM ESPACOS/ZEROS) COM O
      *SALDO ATUAL DO ESTOQUE DA FILIAL DE CADA PEDIDO, SOB A TRAVA
      *PEDIDOS - A MESMA DO PROGCOB28, DONO DA FILA E DOS PEDIDOS.
       0800-ATENDER-PENDENCIAS.
           MOVE ZEROS TO WRK-QT-ATENDIDAS.
           MOVE ZEROS TO WRK-QT-RETIRADAS.
           MOVE 'T' TO WRK-LCK-ACAO.
           MOVE 'PEDIDOS' TO WRK-LCK-NOME.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               DISPLAY 'PEDIDOS EM USO, FILA DE PENDENCIAS NAO '
                   'ATENDIDA AGORA - USE A OPCAO (A) DEPOIS'
           ELSE
               PERFORM 0810-CARREGAR-BACKORD
               IF FILA-ESTOUROU
                   DISPLAY 'FILA DE PENDENCIAS MAIOR QUE A TABELA EM '
                       'MEMORIA, NADA FOI ATENDIDO'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 0820-RODADA-ATENDIMENTO
               END-IF
               MOVE 'L' TO WRK-LCK-ACAO
               CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
                   WRK-LCK-USUARIO WRK-LCK-RESULT
           END-IF.
           MOVE 'ESTOQUE' TO WRK-LCK-NOME.
           IF WRK-QT-ATENDIDAS > 0 OR WRK-QT-RETIRADAS > 0
               DISPLAY 'FILA DE PENDENCIAS: ' WRK-QT-ATENDIDAS
                   ' PEDIDO(S) CONFIRMADO(S), ' WRK-QT-RETIRADAS
                   ' RETIRADO(S) (JA NAO ESTAVAM COTADOS)'
           END-IF.

       0810-CARREGAR-BACKORD.
           MOVE ZEROS TO WRK-BKO-QT.
           MOVE 'N' TO WRK-BKO-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-BACKORD.
           IF WRK-STATUS-BACKORD NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0811-LER-BACKORD UNTIL FIM-ARQ.
           IF WRK-STATUS-BACKORD NOT = '35'
               CLOSE F-BACKORD
           END-IF.

       0811-LER-BACKORD.
           READ F-BACKORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-BKO-QT < WRK-BKO-MAX
                       ADD 1 TO WRK-BKO-QT
                       MOVE BKO-NUMERO TO WRK-BKO-NUMERO (WRK-BKO-QT)
                       MOVE BKO-PRODUTO TO
                           WRK-BKO-PRODUTO (WRK-BKO-QT)
                       MOVE BKO-CLIENTE TO
                           WRK-BKO-CLIENTE (WRK-BKO-QT)
                       MOVE BKO-DATA-PROMETIDA TO
                           WRK-BKO-PROMETIDA (WRK-BKO-QT)
                       MOVE BKO-DATA-FILA TO WRK-BKO-FILA (WRK-BKO-QT)
                       MOVE BKO-SITUACAO TO
                           WRK-BKO-SITUACAO (WRK-BKO-QT)
                       MOVE BKO-DATA-BAIXA TO
                           WRK-BKO-BAIXA (WRK-BKO-QT)
                       MOVE BKO-OPERADOR TO
                           WRK-BKO-OPERADOR (WRK-BKO-QT)
                       IF BKO-FILIAL IS NOT NUMERIC
                           OR BKO-FILIAL = ZEROS
                           MOVE 01 TO BKO-FILIAL
                       END-IF
                       MOVE BKO-FILIAL TO WRK-BKO-FILIAL (WRK-BKO-QT)
                   ELSE
                       MOVE 'S' TO WRK-BKO-ESTOUROU
                   END-IF
           END-READ.

      *A CADA PASSO ESCOLHE O PEDIDO AGUARDANDO DE DATA PROMETIDA
      *MAIS ANTIGA (EMPATE: O QUE ENTROU ANTES NA FILA) ENTRE OS
      *PRODUTOS QUE AINDA TEM UNIDADE LIVRE, ATE NAO SOBRAR NENHUM.
       0820-RODADA-ATENDIMENTO.
           MOVE 'N' TO WRK-FILA-ALTERADA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-CNS-QT.
           OPEN INPUT F-ESTOQUE.
           IF WRK-STATUS-ESTOQUE NOT = '00'
               DISPLAY 'ESTOQUE NAO ENCONTRADO, FILA DE PENDENCIAS '
                   'NAO ATENDIDA'
           ELSE
               OPEN I-O F-PEDMESTRE
               IF WRK-STATUS-PEDMESTRE NOT = '00'
                   DISPLAY 'MESTRE DE PEDIDOS NAO ENCONTRADO, FILA '
                       'DE PENDENCIAS NAO ATENDIDA'
               ELSE
                   MOVE 'N' TO WRK-FIM-ATENDIMENTO
                   PERFORM 0830-ATENDER-PROXIMA UNTIL FIM-ATENDIMENTO
                   CLOSE F-PEDMESTRE
               END-IF
               CLOSE F-ESTOQUE
           END-IF.
           IF FILA-ALTERADA
               PERFORM 0850-GRAVAR-BACKORD
           END-IF.

       0830-ATENDER-PROXIMA.
           MOVE ZEROS TO WRK-BKO-POS.
           PERFORM 0831-AVALIAR-CANDIDATA
               VARYING WRK-BKO-IDX FROM 1 BY 1
               UNTIL WRK-BKO-IDX > WRK-BKO-QT.
           IF WRK-BKO-POS = ZEROS
               MOVE 'S' TO WRK-FIM-ATENDIMENTO
           ELSE
               PERFORM 0840-CONFIRMAR-PEDIDO
           END-IF.

       0831-AVALIAR-CANDIDATA.
           IF WRK-BKO-SITUACAO (WRK-BKO-IDX) = 'A'
               AND (WRK-BKO-FILTRO = SPACES
                   OR (WRK-BKO-PRODUTO (WRK-BKO-IDX) = WRK-BKO-FILTRO
                   AND WRK-BKO-FILIAL (WRK-BKO-IDX) =
                       WRK-BKO-FILTRO-FIL))
               MOVE WRK-BKO-PRODUTO (WRK-BKO-IDX) TO
                   WRK-BKO-PRODUTO-BUSCA
               MOVE WRK-BKO-FILIAL (WRK-BKO-IDX) TO
                   WRK-BKO-FILIAL-BUSCA
               PERFORM 0832-CALCULAR-DISPONIVEL
               IF WRK-EST-DISP > ZEROS
                   IF WRK-BKO-POS = ZEROS
                       MOVE WRK-BKO-IDX TO WRK-BKO-POS
                   ELSE
                       IF WRK-BKO-PROMETIDA (WRK-BKO-IDX) <
                           WRK-BKO-PROMETIDA (WRK-BKO-POS)
                           OR (WRK-BKO-PROMETIDA (WRK-BKO-IDX) =
                               WRK-BKO-PROMETIDA (WRK-BKO-POS)
                           AND WRK-BKO-FILA (WRK-BKO-IDX) <
                               WRK-BKO-FILA (WRK-BKO-POS))
                           MOVE WRK-BKO-IDX TO WRK-BKO-POS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *UNIDADES LIVRES DO PRODUTO WRK-BKO-PRODUTO-BUSCA NA FILIAL
      *WRK-BKO-FILIAL-BUSCA: SALDO DA LINHA DO ESTOQUE MENOS O QUE A
      *RODADA JA CONSUMIU (ZERO SEM LINHA NA FILIAL).
       0832-CALCULAR-DISPONIVEL.
           MOVE ZEROS TO WRK-EST-DISP.
           MOVE WRK-BKO-PRODUTO-BUSCA TO EST-CODIGO.
           MOVE WRK-BKO-FILIAL-BUSCA TO EST-FILIAL.
           READ F-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EST-SALDO TO WRK-EST-DISP
                   PERFORM 0833-LOCALIZAR-CONSUMO
                   IF WRK-CNS-POS > ZEROS
                       SUBTRACT WRK-CNS-QTD (WRK-CNS-POS)
                           FROM WRK-EST-DISP
                   END-IF
           END-READ.

       0833-LOCALIZAR-CONSUMO.
           MOVE ZEROS TO WRK-CNS-POS.
           PERFORM 0834-COMPARAR-CONSUMO
               VARYING WRK-CNS-IDX FROM 1 BY 1
               UNTIL WRK-CNS-IDX > WRK-CNS-QT
                   OR WRK-CNS-POS > ZEROS.

       0834-COMPARAR-CONSUMO.
           IF WRK-CNS-PRODUTO (WRK-CNS-IDX) = WRK-BKO-PRODUTO-BUSCA
               AND WRK-CNS-FILIAL (WRK-CNS-IDX) =
                   WRK-BKO-FILIAL-BUSCA
               MOVE WRK-CNS-IDX TO WRK-CNS-POS
           END-IF.

      *UMA UNIDADE DO PRODUTO/FILIAL DA BUSCA CONSUMIDA NA RODADA.
       0835-CONSUMIR-UNIDADE.
           PERFORM 0833-LOCALIZAR-CONSUMO.
           IF WRK-CNS-POS = ZEROS
               ADD 1 TO WRK-CNS-QT
               MOVE WRK-CNS-QT TO WRK-CNS-POS
               MOVE WRK-BKO-PRODUTO-BUSCA TO
                   WRK-CNS-PRODUTO (WRK-CNS-POS)
               MOVE WRK-BKO-FILIAL-BUSCA TO
                   WRK-CNS-FILIAL (WRK-CNS-POS)
               MOVE ZEROS TO WRK-CNS-QTD (WRK-CNS-POS)
           END-IF.
           ADD 1 TO WRK-CNS-QTD (WRK-CNS-POS).

      *CONFIRMA O PEDIDO ESCOLHIDO SE ELE AINDA ESTA COTADO (Q) E
      *CONSOME UMA UNIDADE; SE NAO ESTA MAIS (CANCELADO, CONFIRMADO
      *NA MAO OU SUMIU DO MESTRE), SAI DA FILA SEM CONSUMIR NADA.
       0840-CONFIRMAR-PEDIDO.
           MOVE 'S' TO WRK-FILA-ALTERADA.
           MOVE WRK-DATA-HOJE TO WRK-BKO-BAIXA (WRK-BKO-POS).
           MOVE WRK-BKO-NUMERO (WRK-BKO-POS) TO PMS-NUMERO.
           READ F-PEDMESTRE
               INVALID KEY
                   MOVE 'X' TO WRK-BKO-SITUACAO (WRK-BKO-POS)
                   ADD 1 TO WRK-QT-RETIRADAS
               NOT INVALID KEY
                   IF PMS-SITUACAO = 'Q'
                       MOVE 'C' TO PMS-SITUACAO
                       REWRITE REG-PEDMESTRE
                       PERFORM 0845-GRAVAR-HISTORICO
                       MOVE 'C' TO WRK-BKO-SITUACAO (WRK-BKO-POS)
                       MOVE WRK-BKO-PRODUTO (WRK-BKO-POS) TO
                           WRK-BKO-PRODUTO-BUSCA
                       MOVE WRK-BKO-FILIAL (WRK-BKO-POS) TO
                           WRK-BKO-FILIAL-BUSCA
                       PERFORM 0835-CONSUMIR-UNIDADE
                       ADD 1 TO WRK-QT-ATENDIDAS
                       DISPLAY 'PEDIDO ' PMS-NUMERO ' CONFIRMADO PELA '
                           'FILA DE PENDENCIAS'
                   ELSE
                       MOVE 'X' TO WRK-BKO-SITUACAO (WRK-BKO-POS)
                       ADD 1 TO WRK-QT-RETIRADAS
                   END-IF
           END-READ.

      *A CONFIRMACAO PELA FILA TAMBEM VAI PARA O HISTORICO PEDSTAT,
      *COM O OPERADOR DA ENTRADA DE MERCADORIA.
       0845-GRAVAR-HISTORICO.
           ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS FROM TIME.
           MOVE WRK-HORA-HHMMSS TO WRK-DH-HORA.
           OPEN EXTEND F-PEDSTAT.
           IF WRK-STATUS-PEDSTAT = '35'
               OPEN OUTPUT F-PEDSTAT
           END-IF.
           MOVE PMS-NUMERO TO PST-NUMERO.
           MOVE 'Q' TO PST-SIT-ANT.
           MOVE 'C' TO PST-SIT-NOVA.
           MOVE WRK-DATA-HORA TO PST-DATA-HORA.
           MOVE WRK-OPERADOR TO PST-OPERADOR.
           WRITE REG-PEDSTAT.
           CLOSE F-PEDSTAT.
           PERFORM 0846-NOTIFICAR-CLIENTE.

      *AVISA O CLIENTE DO PEDIDO DA MUDANCA DE SITUACAO (MODELO
      *PEDSIT: NUMERO, SITUACAO ANTERIOR, NOVA E DATA).
       0846-NOTIFICAR-CLIENTE.
           IF PMS-CLICOD IS NUMERIC AND PMS-CLICOD > 0
               MOVE WRK-AUD-PROGRAMA TO WRK-NTF-ORIGEM
               MOVE 'C' TO WRK-NTF-TIPO-DEST
               MOVE PMS-CLICOD TO WRK-NTF-CHAVE
               MOVE 'PEDSIT' TO WRK-NTF-MODELO
               MOVE 'N' TO WRK-NTF-UNICO
               MOVE SPACES TO WRK-NTF-CAMPOS
               MOVE PMS-NUMERO TO WRK-NTF-CAMPO (1)
               MOVE 'Q' TO WRK-NTF-CAMPO (2)
               MOVE 'C' TO WRK-NTF-CAMPO (3)
               MOVE WRK-DH-DATA TO WRK-NTF-CAMPO (4)
               CALL 'NOTIFICA' USING WRK-NTF-ORIGEM WRK-NTF-TIPO-DEST
                   WRK-NTF-CHAVE WRK-NTF-MODELO WRK-NTF-UNICO
                   WRK-NTF-CAMPOS WRK-NTF-NUMERO WRK-NTF-RESULT
           END-IF.

       0850-GRAVAR-BACKORD.
           OPEN OUTPUT F-BACKORD.
           PERFORM 0851-GRAVAR-LINHA
               VARYING WRK-BKO-IDX FROM 1 BY 1
               UNTIL WRK-BKO-IDX > WRK-BKO-QT.
           CLOSE F-BACKORD.

       0851-GRAVAR-LINHA.
           MOVE WRK-BKO-NUMERO (WRK-BKO-IDX)    TO BKO-NUMERO.
           MOVE WRK-BKO-PRODUTO (WRK-BKO-IDX)   TO BKO-PRODUTO.
           MOVE WRK-BKO-CLIENTE (WRK-BKO-IDX)   TO BKO-CLIENTE.
           MOVE WRK-BKO-PROMETIDA (WRK-BKO-IDX) TO BKO-DATA-PROMETIDA.
           MOVE WRK-BKO-FILA (WRK-BKO-IDX)      TO BKO-DATA-FILA.
           MOVE WRK-BKO-SITUACAO (WRK-BKO-IDX)  TO BKO-SITUACAO.
           MOVE WRK-BKO-BAIXA (WRK-BKO-IDX)     TO BKO-DATA-BAIXA.
           MOVE WRK-BKO-OPERADOR (WRK-BKO-IDX)  TO BKO-OPERADOR.
           MOVE WRK-BKO-FILIAL (WRK-BKO-IDX)    TO BKO-FILIAL.
           WRITE REG-BACKORD.

      *MONTA E GRAVA O CABECALHO PADRAO DO RELATORIO (PROGRAMA, DATA E
      *PAGINA), ZERANDO O CONTADOR DE LINHA DA PAGINA NOVA (VEJA
