       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB96.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : INVENTARIO FISICO DO DEPOSITO. DUAS VEZES POR ANO O
      *DEPOSITO E CONTADO E A CONCILIACAO CONTRA O ARQUIVO ESTOQUE
      *ERA FEITA A MAO. O CICLO DE CONTAGEM FICA NO ARQUIVO INVCONT
      *(UMA LINHA POR PRODUTO) E ANDA EM QUATRO PASSOS:
      *  F = CONGELAR: FOTOGRAFA O EST-SALDO DE CADA PRODUTO DO
      *      ESTOQUE (RECUSADO COM CICLO ANTERIOR AINDA EM ABERTO);
      *  S = FOLHAS DE CONTAGEM: UMA LINHA POR PRODUTO, COM A
      *      DESCRICAO DO PRODMEST E O CAMPO EM BRANCO PARA A
      *      CONTAGEM (SEM O SALDO DO SISTEMA - CONTAGEM CEGA);
      *  C = CONTAGEM: DIGITACAO DAS QUANTIDADES CONTADAS (PODE SER
      *      REPETIDA, A ULTIMA CONTAGEM VALE);
      *  V = VARIACAO: RELATORIO DA DIFERENCA EM UNIDADES E EM PESO
      *      (DIFERENCA X PRD-PESO), MARCANDO O QUE PASSA DA
      *      TOLERANCIA E O QUE AINDA NAO FOI CONTADO;
      *  P = POSTAR: APLICA OS AJUSTES PELA SUB-ROTINA ESTOQMOV COMO
      *      SOBRA (S) OU FALTA (F) DE INVENTARIO - TIPOS PROPRIOS NO
      *      KARDEX (PROGCOB95). AJUSTE ACIMA DA TOLERANCIA SO E
      *      POSTADO COM A APROVACAO DE UM SUPERVISOR VALIDADO PELO
      *      PROGCOB10 (ENTRADA -PARM); SEM ELA A LINHA FICA PENDENTE.
      *O AJUSTE E A DIFERENCA CONTADO - FOTO, SOMADA AO SALDO ATUAL:
      *UM MOVIMENTO ENTRE A FOTO E A POSTAGEM NAO SE PERDE. O CICLO
      *FECHA QUANDO TODAS AS LINHAS ESTAO POSTADAS.
      *COM O ESTOQUE POR FILIAL, CADA CICLO CONTA UM DEPOSITO: A FOTO
      *PERGUNTA A FILIAL (ZERO = MATRIZ) E SO CONGELA AS LINHAS DELA;
      *A POSTAGEM AJUSTA O SALDO DESSA FILIAL.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SALDO DE ESTOQUE POR PRODUTO E FILIAL (SO LEITURA AQUI - O
      *AJUSTE PASSA PELA SUB-ROTINA ESTOQMOV).
      *INDEXADO PELO PRODUTO + FILIAL (VEJA ESTREC.CPY).
           SELECT F-ESTOQUE ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-STATUS-ESTOQUE.
      *CADASTRO MESTRE DE PRODUTOS (DESCRICAO E PESO UNITARIO).
      *INDEXADO PELO CODIGO (VEJA PRDREC.CPY).
           SELECT F-PRODMEST ASSIGN TO 'PRODMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-STATUS-PRODMEST.
      *CICLO DE CONTAGEM: FOTO, CONTAGEM E SITUACAO POR PRODUTO.
           SELECT F-INVCONT ASSIGN TO 'INVCONT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-INVCONT.
      *FOLHAS DE CONTAGEM, VARIACAO E POSTAGEM, COM CABECALHO E
      *QUEBRA DE PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB96RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ESTOQUE.
           COPY 'ESTREC.CPY'.

       FD  F-PRODMEST.
           COPY 'PRDREC.CPY'.

      *SITUACAO: F = FOTOGRAFADO (SEM CONTAGEM), C = CONTADO,
      *P = POSTADO (AJUSTE APLICADO OU SEM DIFERENCA).
       FD  F-INVCONT.
       01  REG-INVCONT.
           03 INV-PRODUTO    PIC X(20).
           03 INV-DATA-FOTO  PIC 9(08).
           03 INV-SALDO-FOTO PIC S9(06).
           03 INV-CONTADO    PIC 9(06).
           03 INV-SITUACAO   PIC X(01).
           03 INV-APROVADOR  PIC X(20).
      *FILIAL CONTADA NO CICLO (CICLO ANTIGO, SEM FILIAL = MATRIZ).
           03 INV-FILIAL     PIC 9(02).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ESTOQUE  PIC X(02) VALUE '00'.
       77 WRK-STATUS-PRODMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-INVCONT  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MODO PIC X(01) VALUE SPACES.
           88 MODO-CONGELAR VALUE 'F'.
           88 MODO-FOLHAS   VALUE 'S'.
           88 MODO-CONTAR   VALUE 'C'.
           88 MODO-VARIACAO VALUE 'V'.
           88 MODO-POSTAR   VALUE 'P'.
      *TOLERANCIA DO AJUSTE SEM APROVACAO: EM UNIDADES E EM PESO
      *(KG) - PASSOU DE QUALQUER UMA, SO COM SUPERVISOR. AJUSTAR AQUI
      *QUANDO A POLITICA MUDAR.
       77 WRK-TOL-UNIDADES PIC 9(06) VALUE 000010.
       77 WRK-TOL-PESO     PIC 9(06)V99 VALUE 000020,00.
      *CICLO DE CONTAGEM EM MEMORIA (REGRAVACAO INTEIRA).
       77 WRK-INV-MAX PIC 9(04) VALUE 0300.
       77 WRK-INV-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-INV-ESTOUROU PIC X(01) VALUE 'N'.
           88 CICLO-ESTOUROU VALUE 'S'.
       01 WRK-TAB-INVCONT.
           03 WRK-TAB-INV-ITEM OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-INV-QT.
               05 WRK-INV-PRODUTO    PIC X(20).
               05 WRK-INV-DATA-FOTO  PIC 9(08).
               05 WRK-INV-SALDO-FOTO PIC S9(06).
               05 WRK-INV-CONTADO    PIC 9(06).
               05 WRK-INV-SITUACAO   PIC X(01).
                   88 LINHA-FOTOGRAFADA VALUE 'F'.
                   88 LINHA-CONTADA     VALUE 'C'.
                   88 LINHA-POSTADA     VALUE 'P'.
               05 WRK-INV-APROVADOR  PIC X(20).
               05 WRK-INV-FILIAL     PIC 9(02).
       77 WRK-INV-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-INV-POS PIC 9(04) VALUE ZEROS.
       77 WRK-INV-ACHOU PIC X(01) VALUE 'N'.
           88 PRODUTO-NO-CICLO VALUE 'S'.
       77 WRK-QT-ABERTAS PIC 9(04) VALUE ZEROS.
      *PRODUTO DA LINHA NO CADASTRO (DESCRICAO E PESO), LIDO PELA
      *CHAVE.
       77 WRK-PRD-ACHOU PIC X(01) VALUE 'N'.
           88 PRODUTO-CADASTRADO VALUE 'S'.
       77 WRK-DESCRICAO PIC X(20) VALUE SPACES.
       77 WRK-PESO-UNIT PIC 9(03)V99 VALUE ZEROS.
      *FILIAL DO CICLO NOVO (PERGUNTADA NA FOTO).
       77 WRK-FILIAL PIC 9(02) VALUE 01.
      *LINHA EM DIGITACAO OU EM CALCULO.
       77 WRK-PRODUTO   PIC X(20) VALUE SPACES.
       77 WRK-QTD-CONTADA PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-DIGITACAO PIC X(01) VALUE 'N'.
           88 FIM-DIGITACAO VALUE 'S'.
       77 WRK-DIFERENCA PIC S9(07) VALUE ZEROS.
       77 WRK-DIF-ABS   PIC 9(07) VALUE ZEROS.
       77 WRK-DIF-PESO  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PESO-ABS  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ACIMA-TOL PIC X(01) VALUE 'N'.
           88 ACIMA-DA-TOLERANCIA VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-OPERADOR  PIC X(20) VALUE SPACES.
      *APROVADOR DOS AJUSTES ACIMA DA TOLERANCIA: USUARIO VALIDADO
      *PELO PROGCOB10 (ENTRADA -PARM), COMO NO CANCELAMENTO DE ALTO
      *VALOR DO PROGCOB28.
       77 WRK-APROVADOR PIC X(20) VALUE SPACES.
       77 WRK-APROV-SENHA PIC X(20) VALUE SPACES.
       77 WRK-AJ-APROVADO PIC X(01) VALUE 'N'.
           88 AJUSTE-APROVADO VALUE 'S'.
       01 WRK-PARM-PROGCOB10.
           03 WRK-P10-USUARIO PIC X(20).
           03 WRK-P10-SENHA   PIC X(20).
           03 WRK-P10-NIVEL   PIC 9(02).
               88 APROVADOR-SUPERVISOR VALUE 03.
      *CONTADORES DA RODADA.
       77 WRK-QT-LINHAS     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CONTADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-NAO-CONTADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-DIFERENCAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ACIMA-TOL  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-POSTADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PENDENTES  PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-DIF       PIC S9(07) VALUE ZEROS.
       77 WRK-TOT-PESO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-ED      PIC -(6)9 VALUE ZEROS.
       77 WRK-DIF-ED        PIC -(6)9 VALUE ZEROS.
       77 WRK-PESO-ED       PIC -(8)9,99 VALUE ZEROS.
       77 WRK-QTD-ED        PIC Z(5)9 VALUE ZEROS.
      *CAMPOS COMUNS DO SALDO DE ESTOQUE (VEJA ESTOQMOV.cob): O
      *AJUSTE APROVADO E POSTADO COMO SOBRA (S) OU FALTA (F).
           COPY 'ESTCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB96'.
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
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'OPERADOR.. '.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'MODO (F=CONGELAR S=FOLHAS C=CONTAGEM V=VARIACAO '
               'P=POSTAR).. '.
           ACCEPT WRK-MODO.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           PERFORM 0100-CARREGAR-CICLO.
           EVALUATE TRUE
               WHEN CICLO-ESTOUROU
                   DISPLAY 'CICLO MAIOR QUE A TABELA EM MEMORIA, '
                       'NADA FEITO'
                   MOVE 12 TO RETURN-CODE
               WHEN MODO-CONGELAR
                   PERFORM 0200-CONGELAR-SALDOS
               WHEN MODO-FOLHAS
                   PERFORM 0300-IMPRIMIR-FOLHAS
               WHEN MODO-CONTAR
                   PERFORM 0400-DIGITAR-CONTAGEM
               WHEN MODO-VARIACAO
                   PERFORM 0500-RELATORIO-VARIACAO
               WHEN MODO-POSTAR
                   PERFORM 0600-POSTAR-AJUSTES
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           STRING 'MODO=' WRK-MODO ' OPERADOR=' WRK-OPERADOR
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           STRING 'PRODUTOS=' WRK-INV-QT
               ' CONTADAS=' WRK-QT-CONTADAS
               ' DIFERENCAS=' WRK-QT-DIFERENCAS
               ' POSTADAS=' WRK-QT-POSTADAS
               ' PENDENTES=' WRK-QT-PENDENTES
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           GOBACK.

      *CARGA DO CICLO DE CONTAGEM, CONTANDO AS LINHAS AINDA NAO
      *POSTADAS (CICLO EM ABERTO).
       0100-CARREGAR-CICLO.
           MOVE ZEROS TO WRK-INV-QT.
           MOVE ZEROS TO WRK-QT-ABERTAS.
           MOVE 'N' TO WRK-INV-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-INVCONT.
           IF WRK-STATUS-INVCONT NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0101-LER-CICLO UNTIL FIM-ARQ.
           IF WRK-STATUS-INVCONT NOT = '35'
               CLOSE F-INVCONT
           END-IF.

       0101-LER-CICLO.
           READ F-INVCONT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-INV-QT < WRK-INV-MAX
                       ADD 1 TO WRK-INV-QT
                       MOVE INV-PRODUTO TO WRK-INV-PRODUTO (WRK-INV-QT)
                       MOVE INV-DATA-FOTO TO
                           WRK-INV-DATA-FOTO (WRK-INV-QT)
                       MOVE INV-SALDO-FOTO TO
                           WRK-INV-SALDO-FOTO (WRK-INV-QT)
                       MOVE INV-CONTADO TO WRK-INV-CONTADO (WRK-INV-QT)
                       MOVE INV-SITUACAO TO
                           WRK-INV-SITUACAO (WRK-INV-QT)
                       MOVE INV-APROVADOR TO
                           WRK-INV-APROVADOR (WRK-INV-QT)
                       IF INV-FILIAL IS NOT NUMERIC
                           OR INV-FILIAL = ZEROS
                           MOVE 01 TO INV-FILIAL
                       END-IF
                       MOVE INV-FILIAL TO WRK-INV-FILIAL (WRK-INV-QT)
                       IF NOT LINHA-POSTADA (WRK-INV-QT)
                           ADD 1 TO WRK-QT-ABERTAS
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-INV-ESTOUROU
                   END-IF
           END-READ.

       0110-GRAVAR-CICLO.
           OPEN OUTPUT F-INVCONT.
           PERFORM 0111-GRAVAR-LINHA
               VARYING WRK-INV-IDX FROM 1 BY 1
               UNTIL WRK-INV-IDX > WRK-INV-QT.
           CLOSE F-INVCONT.

       0111-GRAVAR-LINHA.
           MOVE WRK-INV-PRODUTO (WRK-INV-IDX) TO INV-PRODUTO.
           MOVE WRK-INV-DATA-FOTO (WRK-INV-IDX) TO INV-DATA-FOTO.
           MOVE WRK-INV-SALDO-FOTO (WRK-INV-IDX) TO INV-SALDO-FOTO.
           MOVE WRK-INV-CONTADO (WRK-INV-IDX) TO INV-CONTADO.
           MOVE WRK-INV-SITUACAO (WRK-INV-IDX) TO INV-SITUACAO.
           MOVE WRK-INV-APROVADOR (WRK-INV-IDX) TO INV-APROVADOR.
           MOVE WRK-INV-FILIAL (WRK-INV-IDX) TO INV-FILIAL.
           WRITE REG-INVCONT.

       0120-LOCALIZAR-PRODUTO.
           MOVE 'N' TO WRK-INV-ACHOU.
           MOVE ZEROS TO WRK-INV-POS.
           PERFORM 0121-COMPARAR-PRODUTO
               VARYING WRK-INV-IDX FROM 1 BY 1
               UNTIL WRK-INV-IDX > WRK-INV-QT
                   OR PRODUTO-NO-CICLO.

       0121-COMPARAR-PRODUTO.
           IF WRK-INV-PRODUTO (WRK-INV-IDX) = WRK-PRODUTO
               MOVE 'S' TO WRK-INV-ACHOU
               MOVE WRK-INV-IDX TO WRK-INV-POS
           END-IF.

      *DESCRICAO E PESO UNITARIO DO PRODUTO DA LINHA WRK-INV-IDX,
      *LIDOS PELA CHAVE NO PRODMEST. PRODUTO FORA DO CADASTRO SAI SEM
      *DESCRICAO E COM PESO ZERO NOS RELATORIOS.
       0135-BUSCAR-PRODUTO.
           MOVE 'N' TO WRK-PRD-ACHOU.
           MOVE SPACES TO WRK-DESCRICAO.
           MOVE ZEROS TO WRK-PESO-UNIT.
           OPEN INPUT F-PRODMEST.
           IF WRK-STATUS-PRODMEST = '00'
               PERFORM 0136-LER-PRODMEST
               CLOSE F-PRODMEST
           END-IF.

       0136-LER-PRODMEST.
           MOVE WRK-INV-PRODUTO (WRK-INV-IDX) TO PRD-CODIGO.
           READ F-PRODMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PRD-ACHOU
                   MOVE PRD-DESCRICAO TO WRK-DESCRICAO
                   MOVE PRD-PESO TO WRK-PESO-UNIT
           END-READ.

      *DIFERENCA DA LINHA WRK-INV-IDX EM UNIDADES E EM PESO, E SE ELA
      *PASSA DA TOLERANCIA (EM UNIDADES OU EM PESO).
       0140-CALCULAR-DIFERENCA.
           PERFORM 0135-BUSCAR-PRODUTO.
           COMPUTE WRK-DIFERENCA = WRK-INV-CONTADO (WRK-INV-IDX)
               - WRK-INV-SALDO-FOTO (WRK-INV-IDX).
           COMPUTE WRK-DIF-PESO = WRK-DIFERENCA * WRK-PESO-UNIT.
           IF WRK-DIFERENCA < 0
               COMPUTE WRK-DIF-ABS = 0 - WRK-DIFERENCA
               COMPUTE WRK-PESO-ABS = 0 - WRK-DIF-PESO
           ELSE
               MOVE WRK-DIFERENCA TO WRK-DIF-ABS
               MOVE WRK-DIF-PESO TO WRK-PESO-ABS
           END-IF.
           IF WRK-DIF-ABS > WRK-TOL-UNIDADES
               OR WRK-PESO-ABS > WRK-TOL-PESO
               MOVE 'S' TO WRK-ACIMA-TOL
           ELSE
               MOVE 'N' TO WRK-ACIMA-TOL
           END-IF.

      *FOTO DO SALDO: UMA LINHA POR PRODUTO DO ESTOQUE NA FILIAL
      *ESCOLHIDA. CICLO
      *ANTERIOR AINDA COM LINHA NAO POSTADA BLOQUEIA A FOTO NOVA (A
      *CONTAGEM DELE SE PERDERIA).
       0200-CONGELAR-SALDOS.
           IF WRK-QT-ABERTAS > 0
               DISPLAY 'CICLO ANTERIOR EM ABERTO (' WRK-QT-ABERTAS
                   ' LINHA(S) NAO POSTADA(S)), FOTO RECUSADA'
               MOVE 'CICLO ANTERIOR EM ABERTO, FOTO RECUSADA' TO
                   WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'FILIAL A CONTAR (0 = MATRIZ).. '
               ACCEPT WRK-FILIAL
               IF WRK-FILIAL = ZEROS
                   MOVE 01 TO WRK-FILIAL
               END-IF
               MOVE ZEROS TO WRK-INV-QT
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-ESTOQUE
               IF WRK-STATUS-ESTOQUE NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 0210-LER-ESTOQUE UNTIL FIM-ARQ
               IF WRK-STATUS-ESTOQUE NOT = '35'
                   CLOSE F-ESTOQUE
               END-IF
               IF CICLO-ESTOUROU
                   DISPLAY 'ESTOQUE MAIOR QUE A TABELA EM MEMORIA, '
                       'FOTO RECUSADA - NADA FOI GRAVADO'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 0110-GRAVAR-CICLO
                   MOVE SPACES TO WRK-RPT-LINHA-TXT
                   STRING 'FOTO DO ESTOQUE EM ' WRK-DATA-HOJE
                       ' FILIAL ' WRK-FILIAL
                       ': ' WRK-INV-QT ' PRODUTO(S) CONGELADO(S)'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0910-GRAVAR-LINHA-RPT
                   DISPLAY 'FOTO GRAVADA EM INVCONT (' WRK-INV-QT
                       ' PRODUTO(S))'
               END-IF
           END-IF.

       0210-LER-ESTOQUE.
           READ F-ESTOQUE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF EST-FILIAL IS NOT NUMERIC OR EST-FILIAL = ZEROS
                       MOVE 01 TO EST-FILIAL
                   END-IF
                   IF EST-FILIAL = WRK-FILIAL
                       PERFORM 0211-FOTOGRAFAR-LINHA
                   END-IF
           END-READ.

       0211-FOTOGRAFAR-LINHA.
           IF WRK-INV-QT < WRK-INV-MAX
               ADD 1 TO WRK-INV-QT
               MOVE EST-CODIGO TO WRK-INV-PRODUTO (WRK-INV-QT)
               MOVE WRK-DATA-HOJE TO WRK-INV-DATA-FOTO (WRK-INV-QT)
               MOVE EST-SALDO TO WRK-INV-SALDO-FOTO (WRK-INV-QT)
               MOVE ZEROS TO WRK-INV-CONTADO (WRK-INV-QT)
               MOVE 'F' TO WRK-INV-SITUACAO (WRK-INV-QT)
               MOVE SPACES TO WRK-INV-APROVADOR (WRK-INV-QT)
               MOVE WRK-FILIAL TO WRK-INV-FILIAL (WRK-INV-QT)
           ELSE
               MOVE 'S' TO WRK-INV-ESTOUROU
           END-IF.

      *FOLHAS DE CONTAGEM: UMA LINHA POR PRODUTO AINDA NAO POSTADO,
      *SEM O SALDO DO SISTEMA (CONTAGEM CEGA).
       0300-IMPRIMIR-FOLHAS.
           IF WRK-QT-ABERTAS = 0
               DISPLAY 'NENHUM CICLO DE CONTAGEM EM ABERTO (FACA A '
                   'FOTO PRIMEIRO)'
               MOVE 'NENHUM CICLO DE CONTAGEM EM ABERTO' TO
                   WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '--- FOLHA DE CONTAGEM  FOTO DE '
                   WRK-INV-DATA-FOTO (1) '  FILIAL '
                   WRK-INV-FILIAL (1) ' ---'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               PERFORM 0310-LINHA-FOLHA
                   VARYING WRK-INV-IDX FROM 1 BY 1
                   UNTIL WRK-INV-IDX > WRK-INV-QT
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'PRODUTOS A CONTAR=' WRK-QT-LINHAS
                   '   CONTADO POR: ____________________'
                   '   CONFERIDO POR: ____________________'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'FOLHAS GRAVADAS EM PROGCOB96RPT ('
                   WRK-QT-LINHAS ' PRODUTO(S))'
           END-IF.

       0310-LINHA-FOLHA.
           IF NOT LINHA-POSTADA (WRK-INV-IDX)
               ADD 1 TO WRK-QT-LINHAS
               PERFORM 0135-BUSCAR-PRODUTO
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'PRODUTO=' WRK-INV-PRODUTO (WRK-INV-IDX)
                   ' ' WRK-DESCRICAO
                   '   CONTADO: ____________'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

      *DIGITACAO DAS CONTAGENS, ATE PRODUTO EM BRANCO. PRODUTO JA
      *POSTADO NAO ACEITA CONTAGEM NOVA.
       0400-DIGITAR-CONTAGEM.
           IF WRK-QT-ABERTAS = 0
               DISPLAY 'NENHUM CICLO DE CONTAGEM EM ABERTO (FACA A '
                   'FOTO PRIMEIRO)'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-DIGITACAO
               PERFORM 0410-DIGITAR-LINHA UNTIL FIM-DIGITACAO
               IF WRK-QT-CONTADAS > 0
                   PERFORM 0110-GRAVAR-CICLO
               END-IF
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'CONTAGENS DIGITADAS=' WRK-QT-CONTADAS
                   ' OPERADOR=' WRK-OPERADOR
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

       0410-DIGITAR-LINHA.
           DISPLAY 'PRODUTO (BRANCO = FIM).. '.
           ACCEPT WRK-PRODUTO.
           IF WRK-PRODUTO = SPACES
               MOVE 'S' TO WRK-FIM-DIGITACAO
           ELSE
               PERFORM 0120-LOCALIZAR-PRODUTO
               IF NOT PRODUTO-NO-CICLO
                   DISPLAY 'PRODUTO FORA DA FOTO DO INVENTARIO'
               ELSE
                   IF LINHA-POSTADA (WRK-INV-POS)
                       DISPLAY 'PRODUTO JA POSTADO NESTE CICLO'
                   ELSE
                       DISPLAY 'QUANTIDADE CONTADA.. '
                       ACCEPT WRK-QTD-CONTADA
                       MOVE WRK-QTD-CONTADA TO
                           WRK-INV-CONTADO (WRK-INV-POS)
                       MOVE 'C' TO WRK-INV-SITUACAO (WRK-INV-POS)
                       ADD 1 TO WRK-QT-CONTADAS
                       MOVE SPACES TO WRK-RPT-LINHA-TXT
                       MOVE WRK-QTD-CONTADA TO WRK-QTD-ED
                       STRING 'CONTAGEM ' WRK-PRODUTO
                           ' QTD=' WRK-QTD-ED
                           DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                       PERFORM 0910-GRAVAR-LINHA-RPT
                   END-IF
               END-IF
           END-IF.

      *RELATORIO DE VARIACAO: FOTO, CONTAGEM E DIFERENCA EM UNIDADES
      *E EM PESO POR PRODUTO.
       0500-RELATORIO-VARIACAO.
           MOVE ZEROS TO WRK-TOT-DIF.
           MOVE ZEROS TO WRK-TOT-PESO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE '--- VARIACAO DO INVENTARIO (UNIDADES E PESO KG) ---'
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0510-LINHA-VARIACAO
               VARYING WRK-INV-IDX FROM 1 BY 1
               UNTIL WRK-INV-IDX > WRK-INV-QT.
           MOVE WRK-TOT-DIF TO WRK-DIF-ED.
           MOVE WRK-TOT-PESO TO WRK-PESO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'PRODUTOS=' WRK-INV-QT
               ' NAO-CONTADOS=' WRK-QT-NAO-CONTADAS
               ' COM-DIFERENCA=' WRK-QT-DIFERENCAS
               ' ACIMA-TOLERANCIA=' WRK-QT-ACIMA-TOL
               ' DIF-LIQ=' WRK-DIF-ED
               ' PESO-ABS=' WRK-PESO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           DISPLAY 'VARIACAO GRAVADA EM PROGCOB96RPT ('
               WRK-QT-DIFERENCAS ' DIFERENCA(S))'.
           IF (WRK-QT-ACIMA-TOL > 0 OR WRK-QT-NAO-CONTADAS > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       0510-LINHA-VARIACAO.
           MOVE WRK-INV-SALDO-FOTO (WRK-INV-IDX) TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF LINHA-FOTOGRAFADA (WRK-INV-IDX)
               ADD 1 TO WRK-QT-NAO-CONTADAS
               STRING 'PRODUTO=' WRK-INV-PRODUTO (WRK-INV-IDX)
                   ' FOTO=' WRK-SALDO-ED
                   ' *** NAO CONTADO ***'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               PERFORM 0140-CALCULAR-DIFERENCA
               MOVE WRK-INV-CONTADO (WRK-INV-IDX) TO WRK-QTD-ED
               MOVE WRK-DIFERENCA TO WRK-DIF-ED
               MOVE WRK-DIF-PESO TO WRK-PESO-ED
               IF WRK-DIFERENCA NOT = 0
                   ADD 1 TO WRK-QT-DIFERENCAS
                   ADD WRK-DIFERENCA TO WRK-TOT-DIF
                   ADD WRK-PESO-ABS TO WRK-TOT-PESO
               END-IF
               STRING 'PRODUTO=' WRK-INV-PRODUTO (WRK-INV-IDX)
                   ' FOTO=' WRK-SALDO-ED
                   ' CONTADO=' WRK-QTD-ED
                   ' DIF=' WRK-DIF-ED
                   ' PESO=' WRK-PESO-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               EVALUATE TRUE
                   WHEN LINHA-POSTADA (WRK-INV-IDX)
                       MOVE 'POSTADO' TO WRK-RPT-LINHA-TXT (90:7)
                   WHEN ACIMA-DA-TOLERANCIA
                       ADD 1 TO WRK-QT-ACIMA-TOL
                       MOVE '*** ACIMA DA TOLERANCIA ***' TO
                           WRK-RPT-LINHA-TXT (90:27)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *POSTAGEM: LINHA CONTADA SEM DIFERENCA SO FECHA; DIFERENCA
      *DENTRO DA TOLERANCIA POSTA DIRETO; ACIMA DELA SO COM A
      *APROVACAO DO SUPERVISOR (PEDIDA UMA VEZ PARA A RODADA).
       0600-POSTAR-AJUSTES.
           MOVE 'N' TO WRK-AJ-APROVADO.
           MOVE SPACES TO WRK-APROVADOR.
           PERFORM 0610-CONTAR-ACIMA-TOL
               VARYING WRK-INV-IDX FROM 1 BY 1
               UNTIL WRK-INV-IDX > WRK-INV-QT.
           IF WRK-QT-ACIMA-TOL > 0
               PERFORM 0620-APROVAR-AJUSTES
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE '--- POSTAGEM DOS AJUSTES DE INVENTARIO ---' TO
               WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0630-POSTAR-LINHA
               VARYING WRK-INV-IDX FROM 1 BY 1
               UNTIL WRK-INV-IDX > WRK-INV-QT.
           PERFORM 0110-GRAVAR-CICLO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'POSTADAS=' WRK-QT-POSTADAS
               ' PENDENTES=' WRK-QT-PENDENTES
               ' NAO-CONTADAS=' WRK-QT-NAO-CONTADAS
               ' APROVADOR=' WRK-APROVADOR
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           DISPLAY 'AJUSTES POSTADOS: ' WRK-QT-POSTADAS
               ' PENDENTES: ' WRK-QT-PENDENTES.
           IF (WRK-QT-PENDENTES > 0 OR WRK-QT-NAO-CONTADAS > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       0610-CONTAR-ACIMA-TOL.
           IF LINHA-CONTADA (WRK-INV-IDX)
               PERFORM 0140-CALCULAR-DIFERENCA
               IF ACIMA-DA-TOLERANCIA
                   ADD 1 TO WRK-QT-ACIMA-TOL
               END-IF
           END-IF.

       0620-APROVAR-AJUSTES.
           DISPLAY WRK-QT-ACIMA-TOL ' AJUSTE(S) ACIMA DA TOLERANCIA, '
               'APROVACAO DE SUPERVISOR'.
           DISPLAY 'USUARIO SUPERVISOR (BRANCO = DESISTIR).. '.
           ACCEPT WRK-APROVADOR.
           IF WRK-APROVADOR NOT = SPACES
               DISPLAY 'SENHA DO SUPERVISOR.. '
               ACCEPT WRK-APROV-SENHA
               MOVE WRK-APROVADOR TO WRK-P10-USUARIO
               MOVE WRK-APROV-SENHA TO WRK-P10-SENHA
               MOVE ZEROS TO WRK-P10-NIVEL
               CALL 'PROGCOB10-PARM' USING WRK-PARM-PROGCOB10
               IF APROVADOR-SUPERVISOR
                   MOVE 'S' TO WRK-AJ-APROVADO
                   DISPLAY 'AJUSTES APROVADOS POR ' WRK-APROVADOR
               ELSE
                   DISPLAY 'USUARIO SEM NIVEL SUPERVISOR'
                   MOVE SPACES TO WRK-APROVADOR
               END-IF
           END-IF.

       0630-POSTAR-LINHA.
           EVALUATE TRUE
               WHEN LINHA-POSTADA (WRK-INV-IDX)
                   CONTINUE
               WHEN LINHA-FOTOGRAFADA (WRK-INV-IDX)
                   ADD 1 TO WRK-QT-NAO-CONTADAS
               WHEN OTHER
                   PERFORM 0140-CALCULAR-DIFERENCA
                   IF WRK-DIFERENCA = 0
                       MOVE 'P' TO WRK-INV-SITUACAO (WRK-INV-IDX)
                   ELSE
                       IF ACIMA-DA-TOLERANCIA AND NOT AJUSTE-APROVADO
                           ADD 1 TO WRK-QT-PENDENTES
                           MOVE WRK-DIFERENCA TO WRK-DIF-ED
                           MOVE SPACES TO WRK-RPT-LINHA-TXT
                           STRING 'PRODUTO='
                               WRK-INV-PRODUTO (WRK-INV-IDX)
                               ' DIF=' WRK-DIF-ED
                               ' PENDENTE - ACIMA DA TOLERANCIA, SEM '
                               'APROVACAO'
                               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                           PERFORM 0910-GRAVAR-LINHA-RPT
                       ELSE
                           PERFORM 0640-APLICAR-AJUSTE
                       END-IF
                   END-IF
           END-EVALUATE.

      *AJUSTE PELA SUB-ROTINA ESTOQMOV: SOBRA (S) SOMA E FALTA (F)
      *SUBTRAI A DIFERENCA DO SALDO ATUAL; REFERENCIA = INV + DATA
      *DA FOTO.
       0640-APLICAR-AJUSTE.
           MOVE WRK-INV-PRODUTO (WRK-INV-IDX) TO WRK-EST-PRODUTO.
           MOVE WRK-INV-FILIAL (WRK-INV-IDX) TO WRK-EST-FILIAL.
           IF WRK-DIFERENCA > 0
               MOVE 'S' TO WRK-EST-ACAO
           ELSE
               MOVE 'F' TO WRK-EST-ACAO
           END-IF.
           MOVE WRK-DIF-ABS TO WRK-EST-QTD.
           MOVE WRK-AUD-PROGRAMA TO WRK-EST-ORIGEM.
           MOVE SPACES TO WRK-EST-REF.
           STRING 'INV' WRK-INV-DATA-FOTO (WRK-INV-IDX)
               DELIMITED BY SIZE INTO WRK-EST-REF.
           MOVE WRK-OPERADOR TO WRK-EST-OPERADOR.
           CALL 'ESTOQMOV' USING WRK-EST-PRODUTO WRK-EST-ACAO
               WRK-EST-QTD WRK-EST-SALDO WRK-EST-RESULT WRK-EST-ORIGEM
               WRK-EST-REF WRK-EST-OPERADOR WRK-EST-CUSTO
               WRK-EST-FILIAL.
           MOVE WRK-DIFERENCA TO WRK-DIF-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF EST-CONTROLADO
               MOVE 'P' TO WRK-INV-SITUACAO (WRK-INV-IDX)
               IF ACIMA-DA-TOLERANCIA
                   MOVE WRK-APROVADOR TO
                       WRK-INV-APROVADOR (WRK-INV-IDX)
               END-IF
               ADD 1 TO WRK-QT-POSTADAS
               MOVE WRK-EST-SALDO TO WRK-SALDO-ED
               STRING 'PRODUTO=' WRK-INV-PRODUTO (WRK-INV-IDX)
                   ' AJUSTE=' WRK-EST-ACAO ' DIF=' WRK-DIF-ED
                   ' SALDO NOVO=' WRK-SALDO-ED
                   ' APROVADOR=' WRK-INV-APROVADOR (WRK-INV-IDX)
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               ADD 1 TO WRK-QT-PENDENTES
               STRING 'PRODUTO=' WRK-INV-PRODUTO (WRK-INV-IDX)
                   ' DIF=' WRK-DIF-ED
                   ' PENDENTE - AJUSTE NAO APLICADO PELO ESTOQMOV'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-IF.
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
