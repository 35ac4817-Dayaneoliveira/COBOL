      *CADA MUDANCA DE SITUACAO TAMBEM E GRAVADA NO HISTORICO
      *PEDSTAT (ANTES/DEPOIS, DATA/HORA E OPERADOR), QUE A CONSULTA
      *DE RASTREAMENTO (PROGCOB46) LE.
      *CONFIRMACAO BLOQUEADA POR FALTA DE ESTOQUE NAO FICA MAIS SO NA
      *MEMORIA DA MESA: O PEDIDO ENTRA NA FILA DE PENDENCIAS BACKORD
      *(VEJA BKOREC.CPY) E E CONFIRMADO SOZINHO QUANDO A ENTRADA DE
      *MERCADORIA DO PROGCOB54 ATENDE A FILA.
      *O SALDO QUE BLOQUEIA A CONFIRMACAO E A BAIXA DO EMBARQUE SAO OS
      *DA FILIAL DO PEDIDO (PMS-FILIAL) - MERCADORIA PARADA NA OUTRA
      *FILIAL NAO CONFIRMA PEDIDO AQUI; ELA VEM POR TRANSFERENCIA.
      *COTACAO NAO CONFIRMADA DENTRO DA VALIDADE DO CLIENTE VAI
      *SOZINHA PARA V (VENCIDO) NA REDE NOTURNA (PROGCOB104) - NAO
      *SE CONFIRMA MAIS; O CLIENTE QUE VOLTAR GANHA COTACAO NOVA.
      *TODA MUDANCA DE SITUACAO GRAVADA NO PEDSTAT AVISA TAMBEM O
      *CLIENTE PELA FILA DE NOTIFICACOES (VEJA NOTIFICA.cob).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
           SELECT F-PEDSTAT ASSIGN TO 'PEDSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDSTAT.
      *FILA DE PENDENCIAS POR FALTA DE ESTOQUE (VEJA BKOREC.CPY).
           SELECT F-BACKORD ASSIGN TO 'BACKORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BACKORD.

       DATA DIVISION.
       FILE SECTION.
           03 PST-DATA-HORA PIC X(14).
           03 PST-OPERADOR  PIC X(20).

       FD  F-BACKORD.
           COPY 'BKOREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
       77 WRK-STATUS-PEDSTAT PIC X(02) VALUE '00'.
       77 WRK-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-HST-SIT-ANT  PIC X(01) VALUE SPACES.
      *FILA DE PENDENCIAS: PEDIDO JA AGUARDANDO NA FILA NAO ENTRA DE
      *NOVO A CADA TENTATIVA DE CONFIRMACAO.
       77 WRK-STATUS-BACKORD PIC X(02) VALUE '00'.
       77 WRK-FIM-BKO PIC X(01) VALUE 'N'.
           88 FIM-BACKORD VALUE 'S'.
       77 WRK-BKO-ACHOU PIC X(01) VALUE 'N'.
           88 PEDIDO-NA-FILA VALUE 'S'.
      *DATA REAL DA ENTREGA DIGITADA NA CONFIRMACAO (ZERO = HOJE).
       77 WRK-DATA-ENTREGA PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
      *O EMBARQUE BAIXA UMA UNIDADE DO PRODUTO. PEDIDO DE PRODUTO
      *SEM LINHA DE ESTOQUE (OU DIVERSOS) SEGUE O FLUXO DE SEMPRE.
           COPY 'ESTCALL.CPY'.
      *CAMPOS DA CHAMADA A FILA DE NOTIFICACOES (VEJA NTFCALL.CPY).
           COPY 'NTFCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB28'.
                           PERFORM 0280-VERIFICAR-ESTOQUE
                           IF EST-CONTROLADO AND WRK-EST-SALDO < 1
                               DISPLAY 'SEM ESTOQUE DE ' PMS-PRODUTO
                                   ' NA FILIAL ' WRK-EST-FILIAL
                                   ' (SALDO ' WRK-EST-SALDO '), '
                                   'CONFIRMACAO BLOQUEADA'
                               PERFORM 0285-ENFILEIRAR-PENDENCIA
                           ELSE
                               MOVE 'C' TO PMS-SITUACAO
                               PERFORM 0240-REGRAVAR-PEDIDO
           MOVE WRK-OPERADOR TO PST-OPERADOR.
           WRITE REG-PEDSTAT.
           CLOSE F-PEDSTAT.
           PERFORM 0271-NOTIFICAR-CLIENTE.

      *AVISA O CLIENTE DO PEDIDO DA MUDANCA DE SITUACAO (MODELO
      *PEDSIT: NUMERO, SITUACAO ANTERIOR, NOVA E DATA).
       0271-NOTIFICAR-CLIENTE.
           IF PMS-CLICOD IS NUMERIC AND PMS-CLICOD > 0
               MOVE WRK-AUD-PROGRAMA TO WRK-NTF-ORIGEM
               MOVE 'C' TO WRK-NTF-TIPO-DEST
               MOVE PMS-CLICOD TO WRK-NTF-CHAVE
               MOVE 'PEDSIT' TO WRK-NTF-MODELO
               MOVE 'N' TO WRK-NTF-UNICO
               MOVE SPACES TO WRK-NTF-CAMPOS
               MOVE WRK-MAN-NUMERO TO WRK-NTF-CAMPO (1)
               MOVE WRK-HST-SIT-ANT TO WRK-NTF-CAMPO (2)
               MOVE PMS-SITUACAO TO WRK-NTF-CAMPO (3)
               MOVE WRK-DATA TO WRK-NTF-CAMPO (4)
               CALL 'NOTIFICA' USING WRK-NTF-ORIGEM WRK-NTF-TIPO-DEST
                   WRK-NTF-CHAVE WRK-NTF-MODELO WRK-NTF-UNICO
                   WRK-NTF-CAMPOS WRK-NTF-NUMERO WRK-NTF-RESULT
           END-IF.

      *CONSULTA O SALDO DE ESTOQUE DO PRODUTO DO PEDIDO NA FILIAL DO
      *PEDIDO (PEDIDO DE VARIOS ITENS FICA GRAVADO COMO DIVERSOS E
      *NAO TEM LINHA DE ESTOQUE - SEGUE SEM BLOQUEIO).
       0280-VERIFICAR-ESTOQUE.
           MOVE PMS-PRODUTO TO WRK-EST-PRODUTO.
           PERFORM 0281-DEFINIR-FILIAL.
           MOVE 'C' TO WRK-EST-ACAO.
           MOVE ZEROS TO WRK-EST-QTD.
           CALL 'ESTOQMOV' USING WRK-EST-PRODUTO WRK-EST-ACAO
               WRK-EST-QTD WRK-EST-SALDO WRK-EST-RESULT WRK-EST-ORIGEM
               WRK-EST-REF WRK-EST-OPERADOR WRK-EST-CUSTO
               WRK-EST-FILIAL.

      *FILIAL DO PEDIDO PARA O ESTOQUE - PEDIDO ANTERIOR AO SEGUNDO
      *DEPOSITO, SEM FILIAL, E DA MATRIZ.
       0281-DEFINIR-FILIAL.
           IF PMS-FILIAL IS NOT NUMERIC OR PMS-FILIAL = ZEROS
               MOVE 01 TO WRK-EST-FILIAL
           ELSE
               MOVE PMS-FILIAL TO WRK-EST-FILIAL
           END-IF.

      *PEDIDO BLOQUEADO ENTRA NA FILA DE PENDENCIAS COM A DATA
      *PROMETIDA (A ORDEM DE ATENDIMENTO) - SE JA ESTA AGUARDANDO,
      *FICA COMO ESTA, SEM PERDER O LUGAR NA FILA.
       0285-ENFILEIRAR-PENDENCIA.
           MOVE 'N' TO WRK-BKO-ACHOU.
           MOVE 'N' TO WRK-FIM-BKO.
           OPEN INPUT F-BACKORD.
           IF WRK-STATUS-BACKORD NOT = '00'
               MOVE 'S' TO WRK-FIM-BKO
           END-IF.
           PERFORM 0286-LER-BACKORD UNTIL FIM-BACKORD
                                       OR PEDIDO-NA-FILA.
           IF WRK-STATUS-BACKORD NOT = '35'
               CLOSE F-BACKORD
           END-IF.
           IF PEDIDO-NA-FILA
               DISPLAY 'PEDIDO JA ESTA NA FILA DE PENDENCIAS, SERA '
                   'CONFIRMADO NA ENTRADA DO ESTOQUE'
           ELSE
               OPEN EXTEND F-BACKORD
               IF WRK-STATUS-BACKORD = '35'
                   OPEN OUTPUT F-BACKORD
               END-IF
               MOVE PMS-NUMERO TO BKO-NUMERO
               MOVE PMS-PRODUTO TO BKO-PRODUTO
               MOVE PMS-CLIENTE TO BKO-CLIENTE
               MOVE PMS-DATA-PROMETIDA TO BKO-DATA-PROMETIDA
               MOVE WRK-EST-FILIAL TO BKO-FILIAL
               ACCEPT BKO-DATA-FILA FROM DATE YYYYMMDD
               MOVE 'A' TO BKO-SITUACAO
               MOVE ZEROS TO BKO-DATA-BAIXA
               MOVE WRK-OPERADOR TO BKO-OPERADOR
               WRITE REG-BACKORD
               CLOSE F-BACKORD
               DISPLAY 'PEDIDO ENTROU NA FILA DE PENDENCIAS, SERA '
                   'CONFIRMADO NA ENTRADA DO ESTOQUE'
           END-IF.

       0286-LER-BACKORD.
           READ F-BACKORD
               AT END
                   MOVE 'S' TO WRK-FIM-BKO
               NOT AT END
                   IF BKO-NUMERO = PMS-NUMERO AND BKO-AGUARDANDO
                       MOVE 'S' TO WRK-BKO-ACHOU
                   END-IF
           END-READ.

      *BAIXA UMA UNIDADE DO PRODUTO NO EMBARQUE, NA FILIAL DO PEDIDO
      *(PRODUTO SEM LINHA DE ESTOQUE NAO BAIXA NADA).
       0290-BAIXAR-ESTOQUE.
           MOVE PMS-PRODUTO TO WRK-EST-PRODUTO.
           PERFORM 0281-DEFINIR-FILIAL.
           MOVE WRK-AUD-PROGRAMA TO WRK-EST-ORIGEM.
           MOVE SPACES TO WRK-EST-REF.
           STRING 'PED' PMS-NUMERO DELIMITED BY SIZE INTO WRK-EST-REF.
           MOVE WRK-OPERADOR TO WRK-EST-OPERADOR.
           MOVE 'B' TO WRK-EST-ACAO.
           MOVE 1 TO WRK-EST-QTD.
           CALL 'ESTOQMOV' USING WRK-EST-PRODUTO WRK-EST-ACAO
               WRK-EST-QTD WRK-EST-SALDO WRK-EST-RESULT WRK-EST-ORIGEM
               WRK-EST-REF WRK-EST-OPERADOR WRK-EST-CUSTO
               WRK-EST-FILIAL.

      *LISTA NO CONSOLE OS PEDIDOS EM ABERTO (NEM ENTREGUES, NEM
      *CANCELADOS, NEM COTACOES VENCIDAS), VARRENDO O INDEXADO EM
      *ORDEM DE NUMERO.
       0260-LISTAR-ABERTOS.
           MOVE ZEROS TO WRK-QT-ABERTOS.
           MOVE 'N' TO WRK-FIM-ARQ.
               NOT AT END
                   IF PMS-SITUACAO NOT = 'D'
                       AND PMS-SITUACAO NOT = 'X'
                       AND PMS-SITUACAO NOT = 'V'
                       ADD 1 TO WRK-QT-ABERTOS
                       DISPLAY 'PEDIDO ' PMS-NUMERO
                           ' ' PMS-SITUACAO
