      *  E = ENTRADA: SOMA A QUANTIDADE AO SALDO;
      *  B = BAIXA: SUBTRAI A QUANTIDADE (O SALDO PODE FICAR
      *      NEGATIVO - E O RELATORIO DE POSICAO QUE ACUSA, MELHOR
      *      SALDO NEGATIVO VISIVEL DO QUE EMBARQUE PERDIDO);
      *  S = SOBRA DE INVENTARIO: SOMA A QUANTIDADE (AJUSTE DA
      *      CONTAGEM FISICA DO PROGCOB96, TIPO PROPRIO NO KARDEX);
      *  F = FALTA DE INVENTARIO: SUBTRAI A QUANTIDADE (IDEM).
      *PRODUTO SEM LINHA NO ESTOQUE VOLTA RESULTADO N (SEM CONTROLE
      *DE ESTOQUE) E NENHUMA ACAO E APLICADA - PRODUTOS FORA DO
      *CONTROLE SEGUEM O FLUXO DE SEMPRE.
      *TODA ENTRADA, BAIXA E AJUSTE APLICADO GRAVA UMA LINHA NO
      *ARQUIVO DE MOVIMENTOS ESTMOVTO (DATA/HORA, PRODUTO, TIPO,
      *QUANTIDADE, SALDO DEPOIS DO MOVIMENTO, PROGRAMA DE ORIGEM,
      *REFERENCIA E OPERADOR) - SO O SALDO SOBRESCRITO NAO DIZIA
      *QUEM O MOVEU.
      *CADA LINHA DO ESTOQUE GUARDA TAMBEM O CUSTO MEDIO PONDERADO DO
      *PRODUTO: NA ENTRADA COM CUSTO UNITARIO INFORMADO (MAIOR QUE
      *ZERO) O CUSTO MEDIO E RECALCULADO PELO SALDO ANTERIOR (SALDO
      *NEGATIVO CONTA COMO ZERO) E PELA QUANTIDADE RECEBIDA. TODA
      *ACAO DEVOLVE O CUSTO MEDIO ATUAL E O MOVIMENTO GRAVADO LEVA O
      *CUSTO MEDIO DO MOMENTO (BASE DO CMV NA CONTABILIZACAO).
      *COM O SEGUNDO DEPOSITO O SALDO PASSOU A SER POR PRODUTO E POR
      *FILIAL (EST-FILIAL; LINHA ANTIGA, SEM FILIAL, E DA MATRIZ 01).
      *O CHAMADOR PASSA A FILIAL DO MOVIMENTO (A DO PEDIDO, NO CASO
      *DAS VENDAS); PRODUTO CONTROLADO QUE AINDA NAO TEM LINHA NESSA
      *FILIAL GANHA UMA NO PRIMEIRO MOVIMENTO (SALDO ZERO, CUSTO MEDIO
      *DA LINHA QUE O PRODUTO JA TEM) E NA CONSULTA VOLTA SALDO ZERO.
      *A TRANSFERENCIA ENTRE FILIAIS (PROGCOB99) USA DUAS ACOES:
      *  T = SAIDA PARA TRANSITO: SUBTRAI NA FILIAL DE ORIGEM;
      *  R = RECEBIMENTO DE TRANSITO: SOMA NA FILIAL DE DESTINO,
      *      PONDERANDO O CUSTO MEDIO COM O CUSTO DA TRANSFERENCIA.
      *O ESTOQUE E INDEXADO POR PRODUTO + FILIAL (VEJA ESTREC.CPY):
      *CADA CHAMADA LE E REGRAVA SO A LINHA DO PRODUTO NA FILIAL, SEM
      *CARREGAR O ARQUIVO NUMA TABELA - ACABOU O TETO DE 300 LINHAS E
      *A RECUSA DO MOVIMENTO QUANDO O ARQUIVO PASSAVA DELE.
      *VEJA ESTCALL.CPY PARA OS CAMPOS DO CHAMADOR.
      *DATA = XX/XX/XXX
      ********************************************
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SALDO DE ESTOQUE POR PRODUTO E FILIAL (MANTIDO PELO PROGCOB54).
      *INDEXADO PELO PRODUTO + FILIAL (VEJA ESTREC.CPY).
           SELECT F-ESTOQUE ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-STATUS-ESTOQUE.
      *MOVIMENTOS DE ESTOQUE (KARDEX): UMA LINHA POR ENTRADA/BAIXA.
           SELECT F-ESTMOVTO ASSIGN TO 'ESTMOVTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTMOVTO.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ESTOQUE.
           COPY 'ESTREC.CPY'.

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

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ESTOQUE PIC X(02) VALUE '00'.
       77 WRK-STATUS-ESTMOVTO PIC X(02) VALUE '00'.
      *HORA DO SISTEMA (HHMMSS + CENTESIMOS) - O KARDEX ORDENA OS
      *MOVIMENTOS DO DIA POR ELA.
       01 WRK-HORA-SIS.
           03 WRK-HORA-HHMMSS PIC 9(06).
           03 WRK-HORA-CENT   PIC 9(02).
       77 WRK-EST-ABERTO PIC X(01) VALUE 'N'.
           88 ESTOQUE-ABERTO VALUE 'S'.
       77 WRK-EST-ACHOU PIC X(01) VALUE 'N'.
           88 PRODUTO-NO-ESTOQUE VALUE 'S'.
      *LINHA DA FILIAL AINDA NAO GRAVADA (WRITE EM VEZ DE REWRITE).
       77 WRK-EST-LINHA-NOVA PIC X(01) VALUE 'N'.
           88 LINHA-NOVA VALUE 'S'.
      *FILIAL DO MOVIMENTO E O CUSTO MEDIO DA PRIMEIRA LINHA DO
      *PRODUTO EM QUALQUER FILIAL (PRODUTO CONTROLADO; MODELO DA
      *LINHA NOVA).
       77 WRK-FILIAL PIC 9(02) VALUE 01.
       77 WRK-EST-CUSTO-MODELO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-EST-CONTROLE PIC X(01) VALUE 'N'.
           88 PRODUTO-CONTROLADO VALUE 'S'.
       77 WRK-EST-ACAO-MOVE PIC X(01) VALUE 'N'.
           88 ACAO-MOVIMENTA VALUE 'S'.
      *CALCULO DO CUSTO MEDIO PONDERADO NA ENTRADA.
       77 WRK-BASE-SALDO PIC 9(06) VALUE ZEROS.
       77 WRK-BASE-QTD   PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-EST-PRODUTO PIC X(20).
       01 LK-EST-QTD     PIC 9(06).
       01 LK-EST-SALDO   PIC S9(06).
       01 LK-EST-RESULT  PIC X(01).
       01 LK-EST-ORIGEM   PIC X(10).
       01 LK-EST-REF      PIC X(12).
       01 LK-EST-OPERADOR PIC X(20).
       01 LK-EST-CUSTO    PIC 9(06)V99.
       01 LK-EST-FILIAL   PIC 9(02).

       PROCEDURE DIVISION USING LK-EST-PRODUTO LK-EST-ACAO
           LK-EST-QTD LK-EST-SALDO LK-EST-RESULT LK-EST-ORIGEM
           LK-EST-REF LK-EST-OPERADOR LK-EST-CUSTO LK-EST-FILIAL.
       0001-PRINCIPAL.
           MOVE 'N' TO LK-EST-RESULT.
           MOVE ZEROS TO LK-EST-SALDO.
           IF LK-EST-FILIAL IS NOT NUMERIC OR LK-EST-FILIAL = ZEROS
               MOVE 01 TO WRK-FILIAL
           ELSE
               MOVE LK-EST-FILIAL TO WRK-FILIAL
           END-IF.
           MOVE 'N' TO WRK-EST-ACAO-MOVE.
           IF LK-EST-ACAO = 'E' OR LK-EST-ACAO = 'B'
               OR LK-EST-ACAO = 'S' OR LK-EST-ACAO = 'F'
               OR LK-EST-ACAO = 'T' OR LK-EST-ACAO = 'R'
               MOVE 'S' TO WRK-EST-ACAO-MOVE
           END-IF.
           PERFORM 0100-ABRIR-ESTOQUE.
      *SEM ARQUIVO DE ESTOQUE NENHUM PRODUTO E CONTROLADO.
           IF NOT ESTOQUE-ABERTO
               MOVE ZEROS TO LK-EST-CUSTO
               GOBACK
           END-IF.
           MOVE 'N' TO WRK-EST-ACHOU.
           MOVE 'N' TO WRK-EST-CONTROLE.
           MOVE 'N' TO WRK-EST-LINHA-NOVA.
           MOVE ZEROS TO WRK-EST-CUSTO-MODELO.
           PERFORM 0110-LOCALIZAR-PRODUTO.
      *PRODUTO CONTROLADO SEM LINHA NA FILIAL: A CONSULTA VOLTA SALDO
      *ZERO; O MOVIMENTO ABRE A LINHA DA FILIAL.
           IF PRODUTO-CONTROLADO AND NOT PRODUTO-NO-ESTOQUE
               IF ACAO-MOVIMENTA
                   PERFORM 0120-ABRIR-LINHA-FILIAL
               ELSE
                   MOVE 'S' TO LK-EST-RESULT
                   MOVE WRK-EST-CUSTO-MODELO TO LK-EST-CUSTO
                   CLOSE F-ESTOQUE
                   GOBACK
               END-IF
           END-IF.
           IF PRODUTO-NO-ESTOQUE
               MOVE 'S' TO LK-EST-RESULT
               EVALUATE LK-EST-ACAO
                   WHEN 'E'
                   WHEN 'R'
                       PERFORM 0150-CALCULAR-CUSTO-MEDIO
                       ADD LK-EST-QTD TO EST-SALDO
                       PERFORM 0200-GRAVAR-ESTOQUE
                       PERFORM 0300-GRAVAR-MOVIMENTO
                   WHEN 'S'
                       ADD LK-EST-QTD TO EST-SALDO
                       PERFORM 0200-GRAVAR-ESTOQUE
                       PERFORM 0300-GRAVAR-MOVIMENTO
                   WHEN 'B'
                   WHEN 'F'
                   WHEN 'T'
                       SUBTRACT LK-EST-QTD FROM EST-SALDO
                       PERFORM 0200-GRAVAR-ESTOQUE
                       PERFORM 0300-GRAVAR-MOVIMENTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE EST-SALDO TO LK-EST-SALDO
               MOVE EST-CUSTO TO LK-EST-CUSTO
           ELSE
               MOVE ZEROS TO LK-EST-CUSTO
           END-IF.
           CLOSE F-ESTOQUE.
           GOBACK.

      *ABRE O ESTOQUE EM I-O (A LINHA DO PRODUTO E LIDA E REGRAVADA
      *NA MESMA CHAMADA). ARQUIVO INEXISTENTE (35) FICA FECHADO.
       0100-ABRIR-ESTOQUE.
           MOVE 'N' TO WRK-EST-ABERTO.
           OPEN I-O F-ESTOQUE.
           IF WRK-STATUS-ESTOQUE = '00'
               MOVE 'S' TO WRK-EST-ABERTO
           END-IF.

      *LE A LINHA DO PRODUTO NA FILIAL DO MOVIMENTO. SEM ELA, PROCURA
      *A PRIMEIRA LINHA DO PRODUTO EM QUALQUER FILIAL (START PELO
      *PRODUTO COM FILIAL ZERO): SE EXISTIR, O PRODUTO E CONTROLADO E
      *O CUSTO MEDIO DELA E O MODELO DA LINHA NOVA.
       0110-LOCALIZAR-PRODUTO.
           MOVE LK-EST-PRODUTO TO EST-CODIGO.
           MOVE WRK-FILIAL TO EST-FILIAL.
           READ F-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EST-ACHOU
                   MOVE 'S' TO WRK-EST-CONTROLE
      *LINHA GRAVADA ANTES DO CUSTO MEDIO EXISTIR VEM SEM ELE.
                   IF EST-CUSTO NOT NUMERIC
                       MOVE ZEROS TO EST-CUSTO
                   END-IF
           END-READ.
           IF NOT PRODUTO-NO-ESTOQUE
               MOVE LK-EST-PRODUTO TO EST-CODIGO
               MOVE ZEROS TO EST-FILIAL
               START F-ESTOQUE KEY IS NOT LESS THAN EST-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0111-LER-PRIMEIRA-LINHA
               END-START
           END-IF.

       0111-LER-PRIMEIRA-LINHA.
           READ F-ESTOQUE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF EST-CODIGO = LK-EST-PRODUTO
                       MOVE 'S' TO WRK-EST-CONTROLE
                       IF EST-CUSTO IS NUMERIC
                           MOVE EST-CUSTO TO WRK-EST-CUSTO-MODELO
                       END-IF
                   END-IF
           END-READ.

      *LINHA NOVA DO PRODUTO NA FILIAL DO MOVIMENTO: SALDO ZERO, SEM
      *PONTO DE REPOSICAO E COM O CUSTO MEDIO DA LINHA EXISTENTE. ELA
      *E GRAVADA (WRITE) JUNTO COM O PRIMEIRO MOVIMENTO.
       0120-ABRIR-LINHA-FILIAL.
           MOVE LK-EST-PRODUTO TO EST-CODIGO.
           MOVE WRK-FILIAL TO EST-FILIAL.
           MOVE ZEROS TO EST-SALDO.
           MOVE ZEROS TO EST-PONTO.
           MOVE WRK-EST-CUSTO-MODELO TO EST-CUSTO.
           MOVE 'S' TO WRK-EST-LINHA-NOVA.
           MOVE 'S' TO WRK-EST-ACHOU.

      *CUSTO MEDIO PONDERADO: (SALDO X CUSTO MEDIO + QUANTIDADE X
      *CUSTO DA ENTRADA) / (SALDO + QUANTIDADE). ENTRADA SEM CUSTO
      *(ZERO) NAO MEXE NO CUSTO MEDIO; SALDO NEGATIVO CONTA COMO ZERO
      *(NAO HA MERCADORIA NA PRATELEIRA PARA PONDERAR), E SALDO AINDA
      *SEM CUSTO MEDIO TAMBEM - ELE ASSUME O CUSTO DA ENTRADA.
       0150-CALCULAR-CUSTO-MEDIO.
           IF LK-EST-CUSTO > ZEROS AND LK-EST-QTD > ZEROS
               IF EST-SALDO > ZEROS AND EST-CUSTO > ZEROS
                   MOVE EST-SALDO TO WRK-BASE-SALDO
               ELSE
                   MOVE ZEROS TO WRK-BASE-SALDO
               END-IF
               COMPUTE WRK-BASE-QTD = WRK-BASE-SALDO + LK-EST-QTD
               COMPUTE EST-CUSTO ROUNDED =
                   (WRK-BASE-SALDO * EST-CUSTO
                   + LK-EST-QTD * LK-EST-CUSTO) / WRK-BASE-QTD
           END-IF.

      *GRAVA A LINHA DO PRODUTO NA FILIAL: REGRAVACAO DA LINHA LIDA
      *OU INCLUSAO DA LINHA NOVA DA FILIAL.
       0200-GRAVAR-ESTOQUE.
           IF LINHA-NOVA
               WRITE REG-ESTOQUE
                   INVALID KEY
                       DISPLAY 'LINHA DE ESTOQUE DUPLICADA: '
                           EST-CODIGO ' FILIAL ' EST-FILIAL
               END-WRITE
               MOVE 'N' TO WRK-EST-LINHA-NOVA
           ELSE
               REWRITE REG-ESTOQUE
                   INVALID KEY
                       DISPLAY 'LINHA DE ESTOQUE NAO REGRAVADA: '
                           EST-CODIGO ' FILIAL ' EST-FILIAL
               END-REWRITE
           END-IF.

      *UMA LINHA DE MOVIMENTO POR ENTRADA/BAIXA/AJUSTE APLICADO, COM O
      *SALDO JA ATUALIZADO (O KARDEX CONFERE O SALDO CORRIDO CONTRA
      *ELE).
       0300-GRAVAR-MOVIMENTO.
           OPEN EXTEND F-ESTMOVTO.
           IF WRK-STATUS-ESTMOVTO = '35'
               OPEN OUTPUT F-ESTMOVTO
           END-IF.
           ACCEPT MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS FROM TIME.
           MOVE WRK-HORA-HHMMSS TO MOV-HORA.
           MOVE LK-EST-PRODUTO TO MOV-PRODUTO.
           MOVE LK-EST-ACAO TO MOV-TIPO.
           MOVE LK-EST-QTD TO MOV-QTD.
           MOVE EST-SALDO TO MOV-SALDO.
           MOVE LK-EST-ORIGEM TO MOV-ORIGEM.
           MOVE LK-EST-REF TO MOV-REF.
           MOVE LK-EST-OPERADOR TO MOV-OPERADOR.
           MOVE EST-CUSTO TO MOV-CUSTO.
           MOVE WRK-FILIAL TO MOV-FILIAL.
           MOVE ZEROS TO MOV-CUSTO-ENT.
           WRITE REG-ESTMOVTO.
           CLOSE F-ESTMOVTO.
