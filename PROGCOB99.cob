       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB99.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : TRANSFERENCIA DE ESTOQUE ENTRE FILIAIS. COM O SALDO
      *GUARDADO POR PRODUTO E FILIAL, MANDAR MERCADORIA DE UM
      *DEPOSITO PARA O OUTRO ERA UMA BAIXA NUM E UMA ENTRADA NO OUTRO
      *DIGITADAS A MAO, E O QUE ESTAVA NO CAMINHAO NAO APARECIA EM
      *LUGAR NENHUM. A ORDEM DE TRANSFERENCIA (ARQUIVO TRANSF, VEJA
      *TRFREC.CPY) ANDA EM DOIS PASSOS:
      *  (E)NVIAR: A FILIAL DE ORIGEM DESPACHA A QUANTIDADE - SO COM
      *      SALDO SUFICIENTE NA ORIGEM; O ESTOQMOV BAIXA O SALDO DA
      *      ORIGEM (ACAO T) E A ORDEM FICA EM TRANSITO COM O CUSTO
      *      MEDIO DA ORIGEM NO MOMENTO DO ENVIO;
      *  (R)ECEBER: A FILIAL DE DESTINO CONFIRMA A CHEGADA; O
      *      ESTOQMOV SOMA NO SALDO DO DESTINO (ACAO R), REFAZENDO O
      *      CUSTO MEDIO DO DESTINO COM O CUSTO DO ENVIO, E A ORDEM
      *      FECHA COMO RECEBIDA.
      *(T)RANSITO: RELATORIO DAS ORDENS AINDA EM TRANSITO, COM OS
      *DIAS DESDE O ENVIO (CALENDARIO COMERCIAL DO PROGCOB50) E O
      *VALOR (QUANTIDADE X CUSTO DO ENVIO). ORDEM HA MAIS DE
      *WRK-DIAS-ALERTA DIAS NO CAMINHO SAI *ATRASADA E DA RC 4 PARA
      *A REDE NOTURNA CHAMAR A ATENCAO DA LOGISTICA.
      *USA A MESMA TRAVA ESTOQUE DO PROGCOB54 E DO PROGCOB96.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ORDENS DE TRANSFERENCIA ENTRE FILIAIS (REGRAVACAO INTEIRA).
           SELECT F-TRANSF ASSIGN TO 'TRANSF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSF.
      *CADASTRO DE FILIAIS (VALIDACAO DA ORIGEM E DO DESTINO).
           SELECT F-FILMEST ASSIGN TO 'FILMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILMEST.
      *RELATORIO DAS ORDENS EM TRANSITO, COM CABECALHO E QUEBRA DE
      *PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB99RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TRANSF.
           COPY 'TRFREC.CPY'.

       FD  F-FILMEST.
       01  REG-FILMEST.
           03 FIL-CODIGO PIC 9(02).
           03 FIL-NOME   PIC X(20).
           03 FIL-UF     PIC X(02).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-TRANSF  PIC X(02) VALUE '00'.
       77 WRK-STATUS-FILMEST PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-ENVIAR   VALUE 'E'.
           88 MAN-RECEBER  VALUE 'R'.
           88 MAN-TRANSITO VALUE 'T'.
           88 MAN-SAIR     VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
      *TABELA EM MEMORIA DAS ORDENS (REGRAVACAO INTEIRA).
       77 WRK-TRF-MAX PIC 9(04) VALUE 0500.
       77 WRK-TRF-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-TRF-ESTOUROU PIC X(01) VALUE 'N'.
           88 TRF-TABELA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-TRANSF.
           03 WRK-TAB-TRF-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TRF-QT.
               05 WRK-TRF-NUMERO     PIC 9(06).
               05 WRK-TRF-PRODUTO    PIC X(20).
               05 WRK-TRF-QTD        PIC 9(06).
               05 WRK-TRF-ORIGEM     PIC 9(02).
               05 WRK-TRF-DESTINO    PIC 9(02).
               05 WRK-TRF-CUSTO      PIC 9(06)V99.
               05 WRK-TRF-SITUACAO   PIC X(01).
                   88 WRK-TRF-EM-TRANSITO VALUE 'T'.
               05 WRK-TRF-DATA-ENVIO PIC 9(08).
               05 WRK-TRF-DATA-RECEB PIC 9(08).
               05 WRK-TRF-OPER-ENVIO PIC X(20).
               05 WRK-TRF-OPER-RECEB PIC X(20).
       77 WRK-TRF-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-TRF-POS PIC 9(04) VALUE ZEROS.
       77 WRK-TRF-ACHOU PIC X(01) VALUE 'N'.
           88 ORDEM-ACHADA VALUE 'S'.
       77 WRK-ULTIMO-NUMERO PIC 9(06) VALUE ZEROS.
      *DADOS DIGITADOS NO ENVIO E NO RECEBIMENTO.
       77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
       77 WRK-MAN-NUMERO  PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-MAN-QTD     PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-ORIGEM  PIC 9(02) VALUE ZEROS.
       77 WRK-MAN-DESTINO PIC 9(02) VALUE ZEROS.
       77 WRK-ORIGEM-OK   PIC X(01) VALUE 'N'.
           88 ORIGEM-VALIDA VALUE 'S'.
      *VALIDACAO DE FILIAL NO FILMEST (ZERO = MATRIZ).
       77 WRK-MAN-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-FIL-ACHOU PIC X(01) VALUE 'N'.
           88 FILIAL-ACHADA VALUE 'S'.
       77 WRK-FIM-FIL PIC X(01) VALUE 'N'.
           88 FIM-FILMEST VALUE 'S'.
      *DIAS EM TRANSITO ACIMA DOS QUAIS A ORDEM SAI *ATRASADA.
       77 WRK-DIAS-ALERTA PIC 9(03) VALUE 005.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *DIAS DE CALENDARIO COMERCIAL (VEJA PROGCOB50).
       01 WRK-DATA-AUX PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           03 WRK-AUX-ANO PIC 9(04).
           03 WRK-AUX-MES PIC 9(02).
           03 WRK-AUX-DIA PIC 9(02).
       77 WRK-DIAS-AUX  PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-TRANSITO PIC S9(05) VALUE ZEROS.
      *CONTADORES E TOTAIS DA RODADA.
       77 WRK-QT-ENVIADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RECEBIDAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-TRANSITO  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ATRASADAS PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-VALOR   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DIAS-ED     PIC -(4)9 VALUE ZEROS.
       77 WRK-QTD-ED      PIC Z(5)9 VALUE ZEROS.
       77 WRK-CUSTO-ED    PIC Z(5)9,99 VALUE ZEROS.
       77 WRK-VALOR-ED    PIC Z(10)9,99 VALUE ZEROS.
       77 WRK-TOT-VALOR-ED PIC Z(12)9,99 VALUE ZEROS.
      *CAMPOS COMUNS DO SALDO DE ESTOQUE (VEJA ESTOQMOV.cob): O ENVIO
      *E A ACAO T NA ORIGEM, O RECEBIMENTO A ACAO R NO DESTINO.
           COPY 'ESTCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB99'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob) - A
      *MESMA TRAVA ESTOQUE DA MANUTENCAO DO PROGCOB54.
           COPY 'LOCKCALL.CPY'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'T' TO WRK-LCK-ACAO.
           MOVE 'ESTOQUE' TO WRK-LCK-NOME.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-TRANSFERENCIAS UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'ENVIADAS=' WRK-QT-ENVIADAS
               ' RECEBIDAS=' WRK-QT-RECEBIDAS
               ' EM-TRANSITO=' WRK-QT-TRANSITO
               ' ATRASADAS=' WRK-QT-ATRASADAS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
      *A TRAVA SAI ANTES DE DEVOLVER O RETURN-CODE - O CALL DO RUNLOCK
      *ZERARIA A RC 4 DAS ORDENS ATRASADAS PARA A REDE NOTURNA.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-TRANSFERENCIAS.
           DISPLAY '-- TRANSFERENCIAS ENTRE FILIAIS (TRANSF) --'.
           DISPLAY '(E)NVIAR (R)ECEBER (T)RANSITO (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-ENVIAR
                   PERFORM 0300-ENVIAR-TRANSFERENCIA
               WHEN MAN-RECEBER
                   PERFORM 0400-RECEBER-TRANSFERENCIA
               WHEN MAN-TRANSITO
                   PERFORM 0500-RELATORIO-TRANSITO
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *CARGA DAS ORDENS, GUARDANDO O MAIOR NUMERO JA USADO.
       0210-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-TRF-QT.
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           MOVE 'N' TO WRK-TRF-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TRANSF.
           IF WRK-STATUS-TRANSF NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0211-LER-TRANSF UNTIL FIM-ARQ.
           IF WRK-STATUS-TRANSF NOT = '35'
               CLOSE F-TRANSF
           END-IF.

       0211-LER-TRANSF.
           READ F-TRANSF
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF TRF-NUMERO > WRK-ULTIMO-NUMERO
                       MOVE TRF-NUMERO TO WRK-ULTIMO-NUMERO
                   END-IF
                   IF WRK-TRF-QT < WRK-TRF-MAX
                       ADD 1 TO WRK-TRF-QT
                       MOVE REG-TRANSF TO WRK-TAB-TRF-ITEM (WRK-TRF-QT)
                   ELSE
                       MOVE 'S' TO WRK-TRF-ESTOUROU
                   END-IF
           END-READ.

       0220-GRAVAR-TABELA.
           OPEN OUTPUT F-TRANSF.
           PERFORM 0221-GRAVAR-ORDEM
               VARYING WRK-TRF-IDX FROM 1 BY 1
               UNTIL WRK-TRF-IDX > WRK-TRF-QT.
           CLOSE F-TRANSF.

       0221-GRAVAR-ORDEM.
           MOVE WRK-TAB-TRF-ITEM (WRK-TRF-IDX) TO REG-TRANSF.
           WRITE REG-TRANSF.

      *(E) ENVIO: ORIGEM E DESTINO CADASTRADOS E DIFERENTES, PRODUTO
      *COM CONTROLE DE ESTOQUE E SALDO DA ORIGEM QUE COBRE A
      *QUANTIDADE. A BAIXA NA ORIGEM VEM ANTES DA GRAVACAO DA ORDEM -
      *SE O ESTOQMOV RECUSAR O MOVIMENTO, NENHUMA ORDEM E CRIADA.
       0300-ENVIAR-TRANSFERENCIA.
           PERFORM 0210-CARREGAR-TABELA.
           DISPLAY 'OPERADOR.. '.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'PRODUTO.. '.
           ACCEPT WRK-MAN-PRODUTO.
           DISPLAY 'QUANTIDADE.. '.
           ACCEPT WRK-MAN-QTD.
           DISPLAY 'FILIAL DE ORIGEM (0 = MATRIZ).. '.
           ACCEPT WRK-MAN-FILIAL.
           PERFORM 0520-VALIDAR-FILIAL.
           MOVE WRK-MAN-FILIAL TO WRK-MAN-ORIGEM.
           MOVE WRK-FIL-ACHOU TO WRK-ORIGEM-OK.
           DISPLAY 'FILIAL DE DESTINO (0 = MATRIZ).. '.
           ACCEPT WRK-MAN-FILIAL.
           PERFORM 0520-VALIDAR-FILIAL.
           MOVE WRK-MAN-FILIAL TO WRK-MAN-DESTINO.
           EVALUATE TRUE
               WHEN TRF-TABELA-ESTOUROU
                   DISPLAY 'TRANSF MAIOR QUE A TABELA EM MEMORIA, '
                       'NADA FEITO'
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-TRF-QT >= WRK-TRF-MAX
                   DISPLAY 'TABELA DE TRANSFERENCIAS CHEIA, NADA FEITO'
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-MAN-QTD = ZEROS
                   DISPLAY 'QUANTIDADE ZERO, NADA FEITO'
               WHEN NOT ORIGEM-VALIDA
                   DISPLAY 'FILIAL DE ORIGEM ' WRK-MAN-ORIGEM
                       ' NAO CADASTRADA NO FILMEST, NADA FEITO'
               WHEN NOT FILIAL-ACHADA
                   DISPLAY 'FILIAL DE DESTINO ' WRK-MAN-DESTINO
                       ' NAO CADASTRADA NO FILMEST, NADA FEITO'
               WHEN WRK-MAN-ORIGEM = WRK-MAN-DESTINO
                   DISPLAY 'ORIGEM E DESTINO IGUAIS, NADA FEITO'
               WHEN OTHER
                   PERFORM 0310-CONFERIR-SALDO-ORIGEM
           END-EVALUATE.

       0310-CONFERIR-SALDO-ORIGEM.
           MOVE WRK-MAN-PRODUTO TO WRK-EST-PRODUTO.
           MOVE 'C' TO WRK-EST-ACAO.
           MOVE ZEROS TO WRK-EST-QTD.
           MOVE ZEROS TO WRK-EST-CUSTO.
           MOVE WRK-MAN-ORIGEM TO WRK-EST-FILIAL.
           CALL 'ESTOQMOV' USING WRK-EST-PRODUTO WRK-EST-ACAO
               WRK-EST-QTD WRK-EST-SALDO WRK-EST-RESULT WRK-EST-ORIGEM
               WRK-EST-REF WRK-EST-OPERADOR WRK-EST-CUSTO
               WRK-EST-FILIAL.
           EVALUATE TRUE
               WHEN EST-SEM-CONTROLE
                   DISPLAY 'PRODUTO SEM CONTROLE DE ESTOQUE, NADA FEITO'
               WHEN WRK-EST-SALDO < WRK-MAN-QTD
                   DISPLAY 'SALDO INSUFICIENTE NA ORIGEM (SALDO '
                       WRK-EST-SALDO '), NADA FEITO'
               WHEN OTHER
                   PERFORM 0320-DESPACHAR-ORDEM
           END-EVALUATE.

       0320-DESPACHAR-ORDEM.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-MAN-PRODUTO TO WRK-EST-PRODUTO.
           MOVE WRK-AUD-PROGRAMA TO WRK-EST-ORIGEM.
           MOVE SPACES TO WRK-EST-REF.
           STRING 'TRF' WRK-ULTIMO-NUMERO
               DELIMITED BY SIZE INTO WRK-EST-REF.
           MOVE WRK-OPERADOR TO WRK-EST-OPERADOR.
           MOVE 'T' TO WRK-EST-ACAO.
           MOVE WRK-MAN-QTD TO WRK-EST-QTD.
           MOVE ZEROS TO WRK-EST-CUSTO.
           MOVE WRK-MAN-ORIGEM TO WRK-EST-FILIAL.
           CALL 'ESTOQMOV' USING WRK-EST-PRODUTO WRK-EST-ACAO
               WRK-EST-QTD WRK-EST-SALDO WRK-EST-RESULT WRK-EST-ORIGEM
               WRK-EST-REF WRK-EST-OPERADOR WRK-EST-CUSTO
               WRK-EST-FILIAL.
           IF EST-CONTROLADO
               ADD 1 TO WRK-TRF-QT
               MOVE WRK-ULTIMO-NUMERO TO WRK-TRF-NUMERO (WRK-TRF-QT)
               MOVE WRK-MAN-PRODUTO TO WRK-TRF-PRODUTO (WRK-TRF-QT)
               MOVE WRK-MAN-QTD TO WRK-TRF-QTD (WRK-TRF-QT)
               MOVE WRK-MAN-ORIGEM TO WRK-TRF-ORIGEM (WRK-TRF-QT)
               MOVE WRK-MAN-DESTINO TO WRK-TRF-DESTINO (WRK-TRF-QT)
               MOVE WRK-EST-CUSTO TO WRK-TRF-CUSTO (WRK-TRF-QT)
               MOVE 'T' TO WRK-TRF-SITUACAO (WRK-TRF-QT)
               MOVE WRK-DATA-HOJE TO WRK-TRF-DATA-ENVIO (WRK-TRF-QT)
               MOVE ZEROS TO WRK-TRF-DATA-RECEB (WRK-TRF-QT)
               MOVE WRK-OPERADOR TO WRK-TRF-OPER-ENVIO (WRK-TRF-QT)
               MOVE SPACES TO WRK-TRF-OPER-RECEB (WRK-TRF-QT)
               PERFORM 0220-GRAVAR-TABELA
               ADD 1 TO WRK-QT-ENVIADAS
               DISPLAY 'TRANSFERENCIA ' WRK-ULTIMO-NUMERO
                   ' EM TRANSITO, SALDO DA ORIGEM ' WRK-EST-SALDO
           ELSE
               DISPLAY 'BAIXA NA ORIGEM RECUSADA PELO ESTOQUE, '
                   'NENHUMA TRANSFERENCIA CRIADA'
               MOVE 12 TO RETURN-CODE
           END-IF.

      *(R) RECEBIMENTO: SO ORDEM AINDA EM TRANSITO. A ENTRADA NO
      *DESTINO LEVA O CUSTO DO ENVIO PARA O CUSTO MEDIO DO DESTINO.
      *A ENTRADA NAO ATENDE A FILA DE PENDENCIAS SOZINHA - QUEM TEM
      *PEDIDO ESPERANDO NO DESTINO RODA A OPCAO (A) DO PROGCOB54.
       0400-RECEBER-TRANSFERENCIA.
           PERFORM 0210-CARREGAR-TABELA.
           DISPLAY 'OPERADOR.. '.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'NUMERO DA TRANSFERENCIA.. '.
           ACCEPT WRK-MAN-NUMERO.
           MOVE 'N' TO WRK-TRF-ACHOU.
           MOVE ZEROS TO WRK-TRF-POS.
           PERFORM 0410-COMPARAR-ORDEM
               VARYING WRK-TRF-IDX FROM 1 BY 1
               UNTIL WRK-TRF-IDX > WRK-TRF-QT
                   OR ORDEM-ACHADA.
           EVALUATE TRUE
               WHEN TRF-TABELA-ESTOUROU
                   DISPLAY 'TRANSF MAIOR QUE A TABELA EM MEMORIA, '
                       'NADA FEITO'
                   MOVE 12 TO RETURN-CODE
               WHEN NOT ORDEM-ACHADA
                   DISPLAY 'TRANSFERENCIA NAO ENCONTRADA'
               WHEN NOT WRK-TRF-EM-TRANSITO (WRK-TRF-POS)
                   DISPLAY 'TRANSFERENCIA JA RECEBIDA EM '
                       WRK-TRF-DATA-RECEB (WRK-TRF-POS)
               WHEN OTHER
                   PERFORM 0420-DAR-ENTRADA-DESTINO
           END-EVALUATE.

       0410-COMPARAR-ORDEM.
           IF WRK-TRF-NUMERO (WRK-TRF-IDX) = WRK-MAN-NUMERO
               MOVE 'S' TO WRK-TRF-ACHOU
               MOVE WRK-TRF-IDX TO WRK-TRF-POS
           END-IF.

       0420-DAR-ENTRADA-DESTINO.
           MOVE WRK-TRF-PRODUTO (WRK-TRF-POS) TO WRK-EST-PRODUTO.
           MOVE WRK-AUD-PROGRAMA TO WRK-EST-ORIGEM.
           MOVE SPACES TO WRK-EST-REF.
           STRING 'TRF' WRK-TRF-NUMERO (WRK-TRF-POS)
               DELIMITED BY SIZE INTO WRK-EST-REF.
           MOVE WRK-OPERADOR TO WRK-EST-OPERADOR.
           MOVE 'R' TO WRK-EST-ACAO.
           MOVE WRK-TRF-QTD (WRK-TRF-POS) TO WRK-EST-QTD.
           MOVE WRK-TRF-CUSTO (WRK-TRF-POS) TO WRK-EST-CUSTO.
           MOVE WRK-TRF-DESTINO (WRK-TRF-POS) TO WRK-EST-FILIAL.
           CALL 'ESTOQMOV' USING WRK-EST-PRODUTO WRK-EST-ACAO
               WRK-EST-QTD WRK-EST-SALDO WRK-EST-RESULT WRK-EST-ORIGEM
               WRK-EST-REF WRK-EST-OPERADOR WRK-EST-CUSTO
               WRK-EST-FILIAL.
           IF EST-CONTROLADO
               MOVE 'R' TO WRK-TRF-SITUACAO (WRK-TRF-POS)
               MOVE WRK-DATA-HOJE TO WRK-TRF-DATA-RECEB (WRK-TRF-POS)
               MOVE WRK-OPERADOR TO WRK-TRF-OPER-RECEB (WRK-TRF-POS)
               PERFORM 0220-GRAVAR-TABELA
               ADD 1 TO WRK-QT-RECEBIDAS
               DISPLAY 'TRANSFERENCIA ' WRK-MAN-NUMERO
                   ' RECEBIDA, SALDO DO DESTINO ' WRK-EST-SALDO
           ELSE
               DISPLAY 'ENTRADA NO DESTINO RECUSADA PELO ESTOQUE, '
                   'TRANSFERENCIA CONTINUA EM TRANSITO'
               MOVE 12 TO RETURN-CODE
           END-IF.

      *(T) RELATORIO DAS ORDENS EM TRANSITO, NA ORDEM DO ARQUIVO.
       0500-RELATORIO-TRANSITO.
           PERFORM 0210-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-QT-TRANSITO.
           MOVE ZEROS TO WRK-QT-ATRASADAS.
           MOVE ZEROS TO WRK-TOT-VALOR.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE WRK-DATA-HOJE TO WRK-DATA-AUX.
           PERFORM 0511-DIAS-COMERCIAIS.
           MOVE WRK-DIAS-AUX TO WRK-DIAS-HOJE.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE '--- TRANSFERENCIAS ENTRE FILIAIS EM TRANSITO ---' TO
               WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0510-IMPRIMIR-ORDEM
               VARYING WRK-TRF-IDX FROM 1 BY 1
               UNTIL WRK-TRF-IDX > WRK-TRF-QT.
           MOVE WRK-TOT-VALOR TO WRK-TOT-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'EM TRANSITO=' WRK-QT-TRANSITO
               ' ATRASADAS=' WRK-QT-ATRASADAS
               ' VALOR EM TRANSITO=' WRK-TOT-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF TRF-TABELA-ESTOUROU
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'TRANSF MAIOR QUE A TABELA EM MEMORIA (MAX '
                   WRK-TRF-MAX ') - RELATORIO INCOMPLETO'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           IF WRK-QT-ATRASADAS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'RELATORIO GRAVADO EM PROGCOB99RPT: '
               WRK-QT-TRANSITO ' EM TRANSITO, ' WRK-QT-ATRASADAS
               ' ATRASADA(S)'.

       0510-IMPRIMIR-ORDEM.
           IF WRK-TRF-EM-TRANSITO (WRK-TRF-IDX)
               ADD 1 TO WRK-QT-TRANSITO
               MOVE WRK-TRF-DATA-ENVIO (WRK-TRF-IDX) TO WRK-DATA-AUX
               PERFORM 0511-DIAS-COMERCIAIS
               COMPUTE WRK-DIAS-TRANSITO = WRK-DIAS-HOJE - WRK-DIAS-AUX
               COMPUTE WRK-VALOR = WRK-TRF-QTD (WRK-TRF-IDX)
                   * WRK-TRF-CUSTO (WRK-TRF-IDX)
               ADD WRK-VALOR TO WRK-TOT-VALOR
               MOVE WRK-DIAS-TRANSITO TO WRK-DIAS-ED
               MOVE WRK-TRF-QTD (WRK-TRF-IDX) TO WRK-QTD-ED
               MOVE WRK-TRF-CUSTO (WRK-TRF-IDX) TO WRK-CUSTO-ED
               MOVE WRK-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               IF WRK-DIAS-TRANSITO > WRK-DIAS-ALERTA
                   ADD 1 TO WRK-QT-ATRASADAS
                   STRING WRK-TRF-NUMERO (WRK-TRF-IDX)
                       ' ' WRK-TRF-PRODUTO (WRK-TRF-IDX)
                       ' DE ' WRK-TRF-ORIGEM (WRK-TRF-IDX)
                       ' PARA ' WRK-TRF-DESTINO (WRK-TRF-IDX)
                       ' QTD=' WRK-QTD-ED
                       ' CUSTO=' WRK-CUSTO-ED
                       ' VALOR=' WRK-VALOR-ED
                       ' ENVIO=' WRK-TRF-DATA-ENVIO (WRK-TRF-IDX)
                       ' DIAS=' WRK-DIAS-ED
                       ' *ATRASADA'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               ELSE
                   STRING WRK-TRF-NUMERO (WRK-TRF-IDX)
                       ' ' WRK-TRF-PRODUTO (WRK-TRF-IDX)
                       ' DE ' WRK-TRF-ORIGEM (WRK-TRF-IDX)
                       ' PARA ' WRK-TRF-DESTINO (WRK-TRF-IDX)
                       ' QTD=' WRK-QTD-ED
                       ' CUSTO=' WRK-CUSTO-ED
                       ' VALOR=' WRK-VALOR-ED
                       ' ENVIO=' WRK-TRF-DATA-ENVIO (WRK-TRF-IDX)
                       ' DIAS=' WRK-DIAS-ED
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               END-IF
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

       0511-DIAS-COMERCIAIS.
           COMPUTE WRK-DIAS-AUX = (WRK-AUX-ANO * 360)
               + (WRK-AUX-MES * 30) + WRK-AUX-DIA.

      *FILIAL DA TRANSFERENCIA: ZERO = MATRIZ (01); OUTRO CODIGO TEM
      *QUE EXISTIR NO FILMEST (MESMA REGRA DA ENTRADA DE PEDIDOS).
       0520-VALIDAR-FILIAL.
           IF WRK-MAN-FILIAL = ZEROS
               MOVE 01 TO WRK-MAN-FILIAL
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
               PERFORM 0521-LER-FILMEST UNTIL FIM-FILMEST
                                           OR FILIAL-ACHADA
               IF WRK-STATUS-FILMEST NOT = '35'
                   CLOSE F-FILMEST
               END-IF
           END-IF.

       0521-LER-FILMEST.
           READ F-FILMEST
               AT END
                   MOVE 'S' TO WRK-FIM-FIL
               NOT AT END
                   IF FIL-CODIGO = WRK-MAN-FILIAL
                       MOVE 'S' TO WRK-FIL-ACHOU
                   END-IF
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
