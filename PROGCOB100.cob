       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB100.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : SUGESTAO DE REPOSICAO DE ESTOQUE. O PONTO DE
      *REPOSICAO SO GERAVA UM AVISO NA POSICAO DO PROGCOB54 E O
      *RASCUNHO 'P' DO PROGCOB93 OLHAVA SO O SALDO - O QUE JA ESTAVA
      *VENDIDO E A DEMANDA DAS PROXIMAS SEMANAS FICAVAM DE FORA.
      *A RODADA SEMANAL (C)ALCULAR JUNTA, POR PRODUTO E FILIAL (SO
      *AS LINHAS DE ESTOQUE COM PONTO DE REPOSICAO - PONTO ZERADO E
      *PRODUTO SEM REPOSICAO AUTOMATICA, COMO NO PROGCOB93):
      *  NECESSIDADE = PONTO DE REPOSICAO
      *              + PEDIDOS CONFIRMADOS AINDA NAO EMBARCADOS
      *                (SITUACAO C NO PEDMESTRE, UMA UNIDADE CADA)
      *              + PENDENCIAS DA FILA BACKORD AGUARDANDO ESTOQUE
      *              + PREVISAO DO PROXIMO MES;
      *  DISPONIVEL  = SALDO
      *              + TRANSFERENCIAS EM TRANSITO PARA A FILIAL
      *              + SALDO A RECEBER DOS PEDIDOS DE COMPRA EM
      *                RASCUNHO, EM ABERTO OU RECEBIDOS EM PARTE;
      *  SUGESTAO    = NECESSIDADE - DISPONIVEL, QUANDO POSITIVA.
      *A PREVISAO DO PROGCOB58 E EM PEDIDOS POR UF (ARQUIVO
      *PREVDEM); ELA VIRA PRODUTO PELA PARTICIPACAO DE CADA PRODUTO
      *E FILIAL NOS PEDIDOS DA UF NOS ULTIMOS 6 MESES (CANCELADOS
      *FORA), ARREDONDADA PARA CIMA.
      *AS SUGESTOES FICAM NO ARQUIVO SUGREPO PARA REVISAO: (L)ISTAR,
      *(A)JUSTAR A QUANTIDADE (ZERO DESCARTA A SUGESTAO) E (G)ERAR
      *RASCUNHOS - CADA SUGESTAO EM ABERTO VIRA LINHA DE RASCUNHO NO
      *PEDCOMPRA (ORIGEM S, FILIAL DA SUGESTAO) PARA O FORNECEDOR
      *PREFERENCIAL DO VINCULO FORNITEM, UM PEDIDO POR FORNECEDOR
      *(NUMERO DA SERIE COMNUMCTL), E SEGUE O CAMINHO NORMAL DE
      *EMISSAO DO PROGCOB93. ITEM QUE JA TEM RASCUNHO PARA A FILIAL
      *NAO GANHA OUTRO (AJUSTE O RASCUNHO NO PROGCOB93).
      *CADA (C)ALCULAR SUBSTITUI A RODADA ANTERIOR - O QUE JA VIROU
      *PEDIDO DE COMPRA ENTRA NA CONTA COMO A RECEBER.
      *SITUACAO DA SUGESTAO: S = SUGERIDA, D = DESCARTADA NA
      *REVISAO, C = CONVERTIDA EM PEDIDO DE COMPRA.
      *USA A MESMA TRAVA COMPRAS DO PROGCOB93.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SUGESTOES DA RODADA (REGRAVACAO INTEIRA).
           SELECT F-SUGREPO ASSIGN TO 'SUGREPO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SUGREPO.
      *SALDO DE ESTOQUE POR PRODUTO E FILIAL (SO LEITURA AQUI).
      *INDEXADO PELO PRODUTO + FILIAL (VEJA ESTREC.CPY).
           SELECT F-ESTOQUE ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-STATUS-ESTOQUE.
      *MESTRE DE PEDIDOS, INDEXADO PELO NUMERO (VEJA PMSREC.CPY).
           SELECT F-PEDMESTRE ASSIGN TO 'PEDMESTRE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.
      *FILA DE PENDENCIAS POR FALTA DE ESTOQUE (VEJA BKOREC.CPY).
           SELECT F-BACKORD ASSIGN TO 'BACKORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BACKORD.
      *ORDENS DE TRANSFERENCIA ENTRE FILIAIS (VEJA TRFREC.CPY).
           SELECT F-TRANSF ASSIGN TO 'TRANSF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSF.
      *PEDIDOS DE COMPRA (MANTIDOS PELO PROGCOB93) - AQUI SO LIDOS
      *E ESTENDIDOS COM OS RASCUNHOS NOVOS.
           SELECT F-PEDCOMPRA ASSIGN TO 'PEDCOMPRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDCOMPRA.
      *CONTROLE DO PROXIMO NUMERO DE PEDIDO DE COMPRA.
           SELECT F-COMNUMCTL ASSIGN TO 'COMNUMCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COMNUMCTL.
      *VINCULO ITEM X FORNECEDOR PREFERENCIAL (PROGCOB92).
           SELECT F-FORNITEM ASSIGN TO 'FORNITEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FORNITEM.
      *PROJECAO DE PEDIDOS POR UF E MES GRAVADA PELO PROGCOB58.
           SELECT F-PREVDEM ASSIGN TO 'PREVDEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PREVDEM.
      *RELATORIO DAS SUGESTOES, COM CABECALHO E QUEBRA DE PAGINA
      *PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB100RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-SUGREPO.
       01  REG-SUGREPO.
           03 SUG-DATA        PIC 9(08).
           03 SUG-PRODUTO     PIC X(20).
           03 SUG-FILIAL      PIC 9(02).
           03 SUG-SALDO       PIC S9(06).
           03 SUG-PONTO       PIC 9(06).
           03 SUG-CONFIRMADOS PIC 9(06).
           03 SUG-PENDENCIAS  PIC 9(06).
           03 SUG-PREVISAO    PIC 9(06).
           03 SUG-TRANSITO    PIC 9(06).
           03 SUG-EM-PEDIDO   PIC 9(06).
      *QUANTIDADE CALCULADA PELA RODADA E A QUANTIDADE REVISADA (A
      *QUE VIRA PEDIDO).
           03 SUG-QTD-CALC    PIC 9(06).
           03 SUG-QTD         PIC 9(06).
           03 SUG-SITUACAO    PIC X(01).
      *NUMERO DO PEDIDO DE COMPRA GERADO - ZEROS ANTES DA CONVERSAO.
           03 SUG-PEDCOMPRA   PIC 9(06).
      *OPERADOR DA ULTIMA REVISAO OU DA CONVERSAO.
           03 SUG-OPERADOR    PIC X(20).

       FD  F-ESTOQUE.
           COPY 'ESTREC.CPY'.

       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.

       FD  F-BACKORD.
           COPY 'BKOREC.CPY'.

       FD  F-TRANSF.
           COPY 'TRFREC.CPY'.

       FD  F-PEDCOMPRA.
       01  REG-PEDCOMPRA.
           03 PCO-NUMERO    PIC 9(06).
           03 PCO-LINHA     PIC 9(03).
           03 PCO-FORNEC    PIC 9(06).
           03 PCO-DATA      PIC 9(08).
           03 PCO-ORIGEM    PIC X(01).
           03 PCO-ITEM      PIC X(20).
           03 PCO-QTD       PIC 9(06).
           03 PCO-PRECO     PIC 9(06)V99.
           03 PCO-QTD-RECEB PIC 9(06).
           03 PCO-SITUACAO  PIC X(01).
           03 PCO-DIVERG    PIC X(01).
      *FILIAL DE ENTREGA (VEJA PROGCOB93).
           03 PCO-FILIAL    PIC 9(02).

       FD  F-COMNUMCTL.
       01  REG-COMNUMCTL.
           03 CNC-PROXIMO PIC 9(06).

       FD  F-FORNITEM.
       01  REG-FORNITEM.
           03 FIT-ITEM   PIC X(20).
           03 FIT-FORNEC PIC 9(06).
           03 FIT-PRECO  PIC 9(06)V99.

       FD  F-PREVDEM.
       01  REG-PREVDEM.
           03 PRV-UF      PIC X(02).
           03 PRV-ANOMES  PIC 9(06).
           03 PRV-PEDIDOS PIC 9(07).
           03 PRV-DATA    PIC 9(08).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-SUGREPO   PIC X(02) VALUE '00'.
       77 WRK-STATUS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-STATUS-BACKORD   PIC X(02) VALUE '00'.
       77 WRK-STATUS-TRANSF    PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDCOMPRA PIC X(02) VALUE '00'.
       77 WRK-STATUS-COMNUMCTL PIC X(02) VALUE '00'.
       77 WRK-STATUS-FORNITEM  PIC X(02) VALUE '00'.
       77 WRK-STATUS-PREVDEM   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-CALCULAR VALUE 'C'.
           88 MAN-LISTAR   VALUE 'L'.
           88 MAN-AJUSTAR  VALUE 'A'.
           88 MAN-GERAR    VALUE 'G'.
           88 MAN-SAIR     VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
      *TABELA EM MEMORIA DAS SUGESTOES (MESMO LAYOUT DO SUGREPO).
       77 WRK-SUG-MAX PIC 9(04) VALUE 0500.
       77 WRK-SUG-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-SUG-ESTOUROU PIC X(01) VALUE 'N'.
           88 SUG-TABELA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-SUGESTAO.
           03 WRK-TAB-SUG-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-SUG-QT.
               05 WRK-SUG-DATA        PIC 9(08).
               05 WRK-SUG-PRODUTO     PIC X(20).
               05 WRK-SUG-FILIAL      PIC 9(02).
               05 WRK-SUG-SALDO       PIC S9(06).
               05 WRK-SUG-PONTO       PIC 9(06).
               05 WRK-SUG-CONFIRMADOS PIC 9(06).
               05 WRK-SUG-PENDENCIAS  PIC 9(06).
               05 WRK-SUG-PREVISAO    PIC 9(06).
               05 WRK-SUG-TRANSITO    PIC 9(06).
               05 WRK-SUG-EM-PEDIDO   PIC 9(06).
               05 WRK-SUG-QTD-CALC    PIC 9(06).
               05 WRK-SUG-QTD         PIC 9(06).
               05 WRK-SUG-SITUACAO    PIC X(01).
                   88 WRK-SUG-SUGERIDA    VALUE 'S'.
                   88 WRK-SUG-DESCARTADA  VALUE 'D'.
                   88 WRK-SUG-CONVERTIDA  VALUE 'C'.
               05 WRK-SUG-PEDCOMPRA   PIC 9(06).
               05 WRK-SUG-OPERADOR    PIC X(20).
      *PREVISAO FRACIONADA DE CADA SUGESTAO, SOMADA UF POR UF ANTES
      *DO ARREDONDAMENTO.
       01 WRK-TAB-PREVISAO.
           03 WRK-SUG-PREV-DEC PIC 9(07)V99 OCCURS 500 TIMES.
       77 WRK-SUG-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-SUG-POS PIC 9(04) VALUE ZEROS.
       77 WRK-SUG-ACHOU PIC X(01) VALUE 'N'.
           88 SUGESTAO-ACHADA VALUE 'S'.
      *CHAVE PROCURADA NA TABELA (PRODUTO E FILIAL).
       77 WRK-CHV-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-CHV-FILIAL  PIC 9(02) VALUE ZEROS.
      *PEDIDOS DOS ULTIMOS 6 MESES POR UF E POR (UF, SUGESTAO) - A
      *PARTICIPACAO DE CADA PRODUTO/FILIAL NA DEMANDA DA UF.
       77 WRK-JANELA-MESES PIC 9(02) VALUE 06.
       77 WRK-MIX-MAX PIC 9(04) VALUE 0999.
       77 WRK-MIX-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-MIX-ESTOUROU PIC X(01) VALUE 'N'.
           88 MIX-TABELA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-MIX.
           03 WRK-TAB-MIX-ITEM OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-MIX-QT.
               05 WRK-MIX-UF  PIC X(02).
               05 WRK-MIX-SUG PIC 9(04).
               05 WRK-MIX-QTPED PIC 9(06).
       77 WRK-MIX-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-MIX-POS PIC 9(04) VALUE ZEROS.
       77 WRK-MIX-ACHOU PIC X(01) VALUE 'N'.
           88 MIX-ACHADO VALUE 'S'.
       77 WRK-UFP-MAX PIC 9(02) VALUE 27.
       77 WRK-UFP-QT  PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-UF-PREVISAO.
           03 WRK-TAB-UFP-ITEM OCCURS 27 TIMES.
               05 WRK-UFP-UF       PIC X(02).
               05 WRK-UFP-QTPED    PIC 9(07).
               05 WRK-UFP-PREVISTO PIC 9(07).
       77 WRK-UFP-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-UFP-POS PIC 9(02) VALUE ZEROS.
       77 WRK-UFP-ACHOU PIC X(01) VALUE 'N'.
           88 UF-ACHADA VALUE 'S'.
       77 WRK-CHV-UF PIC X(02) VALUE SPACES.
       77 WRK-PREV-PARCELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-UF-PREVISTAS PIC 9(02) VALUE ZEROS.
      *JANELA DE MESES (INDICE = ANO * 12 + MES) E MES DA PREVISAO.
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
       77 WRK-INDICE-ATUAL  PIC 9(07) VALUE ZEROS.
       77 WRK-INDICE-INICIO PIC 9(07) VALUE ZEROS.
       77 WRK-MES-INDICE    PIC 9(07) VALUE ZEROS.
       01 WRK-ALVO-ANOMES PIC 9(06) VALUE ZEROS.
       01 WRK-ALVO-ANOMES-R REDEFINES WRK-ALVO-ANOMES.
           03 WRK-ALV-ANO PIC 9(04).
           03 WRK-ALV-MES PIC 9(02).
      *CONTA DA SUGESTAO.
       77 WRK-NECESSIDADE PIC S9(08) VALUE ZEROS.
       77 WRK-DISPONIVEL  PIC S9(08) VALUE ZEROS.
       77 WRK-FALTA       PIC S9(08) VALUE ZEROS.
       77 WRK-A-RECEBER   PIC 9(06) VALUE ZEROS.
      *LINHAS DE PEDIDO DE COMPRA JA EM RASCUNHO (ITEM E FILIAL).
       77 WRK-RAS-MAX PIC 9(04) VALUE 0500.
       77 WRK-RAS-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-RAS-ESTOUROU PIC X(01) VALUE 'N'.
           88 RAS-TABELA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-RASCUNHO.
           03 WRK-TAB-RAS-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-RAS-QT.
               05 WRK-RAS-ITEM   PIC X(20).
               05 WRK-RAS-FILIAL PIC 9(02).
       77 WRK-RAS-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-RAS-ACHOU PIC X(01) VALUE 'N'.
           88 ITEM-JA-EM-RASCUNHO VALUE 'S'.
      *VINCULO ITEM X FORNECEDOR PREFERENCIAL EM MEMORIA.
       77 WRK-FIT-MAX PIC 9(04) VALUE 0300.
       77 WRK-FIT-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-FORNITEM.
           03 WRK-TAB-FIT-ITEM OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-FIT-QT.
               05 WRK-FIT-CODIGO PIC X(20).
               05 WRK-FIT-FORNEC PIC 9(06).
               05 WRK-FIT-PRECO  PIC 9(06)V99.
       77 WRK-FIT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-FIT-ACHOU PIC X(01) VALUE 'N'.
           88 ITEM-VINCULADO VALUE 'S'.
       77 WRK-NOVO-FORNEC PIC 9(06) VALUE ZEROS.
       77 WRK-NOVO-PRECO  PIC 9(06)V99 VALUE ZEROS.
      *PEDIDOS DE COMPRA ABERTOS NESTA CONVERSAO, UM POR FORNECEDOR.
       77 WRK-NPD-MAX PIC 9(03) VALUE 100.
       77 WRK-NPD-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-PEDIDO-NOVO.
           03 WRK-TAB-NPD-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-NPD-QT.
               05 WRK-NPD-FORNEC PIC 9(06).
               05 WRK-NPD-NUMERO PIC 9(06).
               05 WRK-NPD-LINHA  PIC 9(03).
       77 WRK-NPD-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-NPD-POS PIC 9(03) VALUE ZEROS.
       77 WRK-NPD-ACHOU PIC X(01) VALUE 'N'.
           88 PEDIDO-NOVO-ACHADO VALUE 'S'.
       77 WRK-NUM-PEDIDO PIC 9(06) VALUE ZEROS.
      *DADOS DIGITADOS NA REVISAO.
       77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
       77 WRK-MAN-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-MAN-FILIAL  PIC 9(02) VALUE ZEROS.
       77 WRK-MAN-QTD     PIC 9(06) VALUE ZEROS.
      *CONTADORES DA RODADA E DO RELATORIO.
       77 WRK-QT-SUGERIDAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-DESCARTADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CONVERTIDAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-JA-RASCUNHO PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PEDIDOS-NOVOS PIC 9(03) VALUE ZEROS.
       77 WRK-DESC-SITUACAO PIC X(10) VALUE SPACES.
       77 WRK-SALDO-ED PIC -(5)9 VALUE ZEROS.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB100'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob) - A
      *MESMA TRAVA COMPRAS DO PROGCOB93.
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
           MOVE 'COMPRAS' TO WRK-LCK-NOME.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-REPOSICAO UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'SUGERIDAS=' WRK-QT-SUGERIDAS
               ' CONVERTIDAS=' WRK-QT-CONVERTIDAS
               ' PEDIDOS=' WRK-QT-PEDIDOS-NOVOS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
      *A TRAVA SAI ANTES DE DEVOLVER O RETURN-CODE - O CALL DO RUNLOCK
      *ZERARIA A RC 4 DA RODADA SEM PREVISAO PARA A REDE NOTURNA.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-REPOSICAO.
           DISPLAY '-- SUGESTAO DE REPOSICAO (SUGREPO) --'.
           DISPLAY '(C)ALCULAR (L)ISTAR (A)JUSTAR (G)ERAR RASCUNHOS '
               '(S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-CALCULAR
                   PERFORM 0300-CALCULAR-SUGESTOES
               WHEN MAN-LISTAR
                   PERFORM 0500-LISTAR-SUGESTOES
               WHEN MAN-AJUSTAR
                   PERFORM 0400-AJUSTAR-SUGESTAO
               WHEN MAN-GERAR
                   PERFORM 0450-GERAR-RASCUNHOS
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *CARGA E REGRAVACAO DO SUGREPO.
       0210-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-SUG-QT.
           MOVE 'N' TO WRK-SUG-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-SUGREPO.
           IF WRK-STATUS-SUGREPO NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0211-LER-SUGESTAO UNTIL FIM-ARQ.
           IF WRK-STATUS-SUGREPO NOT = '35'
               CLOSE F-SUGREPO
           END-IF.

       0211-LER-SUGESTAO.
           READ F-SUGREPO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-SUG-QT < WRK-SUG-MAX
                       ADD 1 TO WRK-SUG-QT
                       MOVE REG-SUGREPO TO WRK-TAB-SUG-ITEM (WRK-SUG-QT)
                   ELSE
                       MOVE 'S' TO WRK-SUG-ESTOUROU
                   END-IF
           END-READ.

      *SO AS SUGESTOES COM QUANTIDADE CALCULADA VAO PARA O ARQUIVO -
      *PRODUTO SEM FALTA NA RODADA NAO TEM O QUE REVISAR.
       0220-GRAVAR-TABELA.
           OPEN OUTPUT F-SUGREPO.
           PERFORM 0221-GRAVAR-SUGESTAO
               VARYING WRK-SUG-IDX FROM 1 BY 1
               UNTIL WRK-SUG-IDX > WRK-SUG-QT.
           CLOSE F-SUGREPO.

       0221-GRAVAR-SUGESTAO.
           IF WRK-SUG-QTD-CALC (WRK-SUG-IDX) > ZEROS
               MOVE WRK-TAB-SUG-ITEM (WRK-SUG-IDX) TO REG-SUGREPO
               WRITE REG-SUGREPO
           END-IF.

      *LOCALIZA A SUGESTAO DE WRK-CHV-PRODUTO/WRK-CHV-FILIAL.
       0150-LOCALIZAR-SUGESTAO.
           MOVE 'N' TO WRK-SUG-ACHOU.
           MOVE ZEROS TO WRK-SUG-POS.
           PERFORM 0151-COMPARAR-SUGESTAO
               VARYING WRK-SUG-IDX FROM 1 BY 1
               UNTIL WRK-SUG-IDX > WRK-SUG-QT OR SUGESTAO-ACHADA.

       0151-COMPARAR-SUGESTAO.
           IF WRK-SUG-PRODUTO (WRK-SUG-IDX) = WRK-CHV-PRODUTO
               AND WRK-SUG-FILIAL (WRK-SUG-IDX) = WRK-CHV-FILIAL
               MOVE 'S' TO WRK-SUG-ACHOU
               MOVE WRK-SUG-IDX TO WRK-SUG-POS
           END-IF.

      *(C) RODADA DE CALCULO: UMA LINHA POR LINHA DE ESTOQUE COM
      *PONTO DE REPOSICAO, DEPOIS CADA FONTE SOMA NA SUA COLUNA.
       0300-CALCULAR-SUGESTOES.
           MOVE ZEROS TO WRK-SUG-QT.
           MOVE 'N' TO WRK-SUG-ESTOUROU.
           MOVE ZEROS TO WRK-MIX-QT.
           MOVE 'N' TO WRK-MIX-ESTOUROU.
           MOVE ZEROS TO WRK-UFP-QT.
           MOVE ZEROS TO WRK-QT-UF-PREVISTAS.
           COMPUTE WRK-INDICE-ATUAL = (WRK-HOJ-ANO * 12)
               + WRK-HOJ-MES.
           COMPUTE WRK-INDICE-INICIO = WRK-INDICE-ATUAL
               - WRK-JANELA-MESES + 1.
           MOVE WRK-HOJ-ANO TO WRK-ALV-ANO.
           MOVE WRK-HOJ-MES TO WRK-ALV-MES.
           IF WRK-ALV-MES < 12
               ADD 1 TO WRK-ALV-MES
           ELSE
               MOVE 1 TO WRK-ALV-MES
               ADD 1 TO WRK-ALV-ANO
           END-IF.
           PERFORM 0310-CARREGAR-ESTOQUE.
           IF SUG-TABELA-ESTOUROU
               DISPLAY 'ESTOQUE MAIOR QUE A TABELA EM MEMORIA (MAX '
                   WRK-SUG-MAX '), RODADA RECUSADA - NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0320-SOMAR-PEDIDOS
               PERFORM 0330-SOMAR-PENDENCIAS
               PERFORM 0340-SOMAR-TRANSITO
               PERFORM 0350-SOMAR-PEDIDOS-COMPRA
               PERFORM 0360-CARREGAR-PREVISAO
               PERFORM 0370-DISTRIBUIR-PREVISAO
                   VARYING WRK-MIX-IDX FROM 1 BY 1
                   UNTIL WRK-MIX-IDX > WRK-MIX-QT
               MOVE ZEROS TO WRK-QT-SUGERIDAS
               PERFORM 0380-FECHAR-SUGESTAO
                   VARYING WRK-SUG-IDX FROM 1 BY 1
                   UNTIL WRK-SUG-IDX > WRK-SUG-QT
               PERFORM 0220-GRAVAR-TABELA
               DISPLAY 'RODADA DE REPOSICAO: ' WRK-QT-SUGERIDAS
                   ' SUGESTAO(OES) EM ' WRK-SUG-QT
                   ' LINHA(S) DE ESTOQUE COM PONTO'
               IF WRK-QT-UF-PREVISTAS = 0
                   DISPLAY 'SEM PREVISAO DO PROXIMO MES NO PREVDEM - '
                       'RODE O PROGCOB58; SUGESTAO SEM A PREVISAO'
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF MIX-TABELA-ESTOUROU
                   DISPLAY 'HISTORICO DE PEDIDOS MAIOR QUE A TABELA '
                       'DE PARTICIPACAO - PREVISAO PARCIAL'
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM 0500-LISTAR-SUGESTOES
           END-IF.

       0310-CARREGAR-ESTOQUE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ESTOQUE.
           IF WRK-STATUS-ESTOQUE NOT = '00'
               DISPLAY 'ARQUIVO DE ESTOQUE NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0311-LER-ESTOQUE UNTIL FIM-ARQ.
           IF WRK-STATUS-ESTOQUE NOT = '35'
               CLOSE F-ESTOQUE
           END-IF.

       0311-LER-ESTOQUE.
           READ F-ESTOQUE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF EST-PONTO NUMERIC AND EST-PONTO > 0
                       IF WRK-SUG-QT < WRK-SUG-MAX
                           PERFORM 0312-ABRIR-SUGESTAO
                       ELSE
                           MOVE 'S' TO WRK-SUG-ESTOUROU
                       END-IF
                   END-IF
           END-READ.

       0312-ABRIR-SUGESTAO.
           ADD 1 TO WRK-SUG-QT.
           MOVE WRK-HOJE TO WRK-SUG-DATA (WRK-SUG-QT).
           MOVE EST-CODIGO TO WRK-SUG-PRODUTO (WRK-SUG-QT).
           IF EST-FILIAL NOT NUMERIC OR EST-FILIAL = ZEROS
               MOVE 01 TO WRK-SUG-FILIAL (WRK-SUG-QT)
           ELSE
               MOVE EST-FILIAL TO WRK-SUG-FILIAL (WRK-SUG-QT)
           END-IF.
           MOVE EST-SALDO TO WRK-SUG-SALDO (WRK-SUG-QT).
           MOVE EST-PONTO TO WRK-SUG-PONTO (WRK-SUG-QT).
           MOVE ZEROS TO WRK-SUG-CONFIRMADOS (WRK-SUG-QT).
           MOVE ZEROS TO WRK-SUG-PENDENCIAS (WRK-SUG-QT).
           MOVE ZEROS TO WRK-SUG-PREVISAO (WRK-SUG-QT).
           MOVE ZEROS TO WRK-SUG-TRANSITO (WRK-SUG-QT).
           MOVE ZEROS TO WRK-SUG-EM-PEDIDO (WRK-SUG-QT).
           MOVE ZEROS TO WRK-SUG-QTD-CALC (WRK-SUG-QT).
           MOVE ZEROS TO WRK-SUG-QTD (WRK-SUG-QT).
           MOVE 'S' TO WRK-SUG-SITUACAO (WRK-SUG-QT).
           MOVE ZEROS TO WRK-SUG-PEDCOMPRA (WRK-SUG-QT).
           MOVE WRK-AUD-PROGRAMA TO WRK-SUG-OPERADOR (WRK-SUG-QT).
           MOVE ZEROS TO WRK-SUG-PREV-DEC (WRK-SUG-QT).

      *PEDIDOS DE VENDA: OS CONFIRMADOS AINDA NAO EMBARCADOS ENTRAM
      *NA NECESSIDADE; OS DOS ULTIMOS 6 MESES (CANCELADOS FORA)
      *FORMAM A PARTICIPACAO DE CADA PRODUTO/FILIAL NA SUA UF.
       0320-SOMAR-PEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE NOT = '00'
               DISPLAY 'MESTRE DE PEDIDOS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0321-LER-PEDIDO UNTIL FIM-ARQ.
           IF WRK-STATUS-PEDMESTRE NOT = '35'
               CLOSE F-PEDMESTRE
           END-IF.

       0321-LER-PEDIDO.
           READ F-PEDMESTRE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PMS-SITUACAO NOT = 'X'
                       AND PMS-SITUACAO NOT = 'V'
                       PERFORM 0322-CLASSIFICAR-PEDIDO
                   END-IF
           END-READ.

       0322-CLASSIFICAR-PEDIDO.
           MOVE PMS-PRODUTO TO WRK-CHV-PRODUTO.
           IF PMS-FILIAL NOT NUMERIC OR PMS-FILIAL = ZEROS
               MOVE 01 TO WRK-CHV-FILIAL
           ELSE
               MOVE PMS-FILIAL TO WRK-CHV-FILIAL
           END-IF.
           PERFORM 0150-LOCALIZAR-SUGESTAO.
           IF PMS-SITUACAO = 'C' AND SUGESTAO-ACHADA
               ADD 1 TO WRK-SUG-CONFIRMADOS (WRK-SUG-POS)
           END-IF.
           COMPUTE WRK-MES-INDICE = (PMS-ANO * 12) + PMS-MES.
           IF WRK-MES-INDICE >= WRK-INDICE-INICIO
               AND WRK-MES-INDICE <= WRK-INDICE-ATUAL
               MOVE PMS-UF TO WRK-CHV-UF
               PERFORM 0160-LOCALIZAR-UF
               IF NOT UF-ACHADA AND WRK-UFP-QT < WRK-UFP-MAX
                   ADD 1 TO WRK-UFP-QT
                   MOVE WRK-UFP-QT TO WRK-UFP-POS
                   MOVE PMS-UF TO WRK-UFP-UF (WRK-UFP-POS)
                   MOVE ZEROS TO WRK-UFP-QTPED (WRK-UFP-POS)
                   MOVE ZEROS TO WRK-UFP-PREVISTO (WRK-UFP-POS)
                   MOVE 'S' TO WRK-UFP-ACHOU
               END-IF
               IF UF-ACHADA
                   ADD 1 TO WRK-UFP-QTPED (WRK-UFP-POS)
                   IF SUGESTAO-ACHADA
                       PERFORM 0323-ACUMULAR-PARTICIPACAO
                   END-IF
               END-IF
           END-IF.

       0323-ACUMULAR-PARTICIPACAO.
           MOVE 'N' TO WRK-MIX-ACHOU.
           MOVE ZEROS TO WRK-MIX-POS.
           PERFORM 0324-COMPARAR-PARTICIPACAO
               VARYING WRK-MIX-IDX FROM 1 BY 1
               UNTIL WRK-MIX-IDX > WRK-MIX-QT OR MIX-ACHADO.
           IF NOT MIX-ACHADO
               IF WRK-MIX-QT < WRK-MIX-MAX
                   ADD 1 TO WRK-MIX-QT
                   MOVE WRK-MIX-QT TO WRK-MIX-POS
                   MOVE PMS-UF TO WRK-MIX-UF (WRK-MIX-POS)
                   MOVE WRK-SUG-POS TO WRK-MIX-SUG (WRK-MIX-POS)
                   MOVE ZEROS TO WRK-MIX-QTPED (WRK-MIX-POS)
                   MOVE 'S' TO WRK-MIX-ACHOU
               ELSE
                   MOVE 'S' TO WRK-MIX-ESTOUROU
               END-IF
           END-IF.
           IF MIX-ACHADO
               ADD 1 TO WRK-MIX-QTPED (WRK-MIX-POS)
           END-IF.

       0324-COMPARAR-PARTICIPACAO.
           IF WRK-MIX-UF (WRK-MIX-IDX) = PMS-UF
               AND WRK-MIX-SUG (WRK-MIX-IDX) = WRK-SUG-POS
               MOVE 'S' TO WRK-MIX-ACHOU
               MOVE WRK-MIX-IDX TO WRK-MIX-POS
           END-IF.

      *LOCALIZA A UF WRK-CHV-UF NA TABELA DE PREVISAO POR UF.
       0160-LOCALIZAR-UF.
           MOVE 'N' TO WRK-UFP-ACHOU.
           MOVE ZEROS TO WRK-UFP-POS.
           PERFORM 0161-COMPARAR-UF
               VARYING WRK-UFP-IDX FROM 1 BY 1
               UNTIL WRK-UFP-IDX > WRK-UFP-QT OR UF-ACHADA.

       0161-COMPARAR-UF.
           IF WRK-UFP-UF (WRK-UFP-IDX) = WRK-CHV-UF
               MOVE 'S' TO WRK-UFP-ACHOU
               MOVE WRK-UFP-IDX TO WRK-UFP-POS
           END-IF.

      *PENDENCIAS DA FILA AINDA AGUARDANDO ESTOQUE.
       0330-SOMAR-PENDENCIAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-BACKORD.
           IF WRK-STATUS-BACKORD NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0331-LER-PENDENCIA UNTIL FIM-ARQ.
           IF WRK-STATUS-BACKORD NOT = '35'
               CLOSE F-BACKORD
           END-IF.

       0331-LER-PENDENCIA.
           READ F-BACKORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF BKO-AGUARDANDO
                       MOVE BKO-PRODUTO TO WRK-CHV-PRODUTO
                       IF BKO-FILIAL NOT NUMERIC OR BKO-FILIAL = ZEROS
                           MOVE 01 TO WRK-CHV-FILIAL
                       ELSE
                           MOVE BKO-FILIAL TO WRK-CHV-FILIAL
                       END-IF
                       PERFORM 0150-LOCALIZAR-SUGESTAO
                       IF SUGESTAO-ACHADA
                           ADD 1 TO WRK-SUG-PENDENCIAS (WRK-SUG-POS)
                       END-IF
                   END-IF
           END-READ.

      *TRANSFERENCIAS A CAMINHO DA FILIAL (AINDA EM TRANSITO).
       0340-SOMAR-TRANSITO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TRANSF.
           IF WRK-STATUS-TRANSF NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0341-LER-TRANSF UNTIL FIM-ARQ.
           IF WRK-STATUS-TRANSF NOT = '35'
               CLOSE F-TRANSF
           END-IF.

       0341-LER-TRANSF.
           READ F-TRANSF
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF TRF-EM-TRANSITO
                       MOVE TRF-PRODUTO TO WRK-CHV-PRODUTO
                       MOVE TRF-DESTINO TO WRK-CHV-FILIAL
                       PERFORM 0150-LOCALIZAR-SUGESTAO
                       IF SUGESTAO-ACHADA
                           ADD TRF-QTD TO WRK-SUG-TRANSITO (WRK-SUG-POS)
                       END-IF
                   END-IF
           END-READ.

      *SALDO A RECEBER DAS LINHAS DE PEDIDO DE COMPRA EM RASCUNHO,
      *EM ABERTO OU RECEBIDAS EM PARTE, NA FILIAL DE ENTREGA.
       0350-SOMAR-PEDIDOS-COMPRA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PEDCOMPRA.
           IF WRK-STATUS-PEDCOMPRA NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0351-LER-PEDIDO-COMPRA UNTIL FIM-ARQ.
           IF WRK-STATUS-PEDCOMPRA NOT = '35'
               CLOSE F-PEDCOMPRA
           END-IF.

       0351-LER-PEDIDO-COMPRA.
           READ F-PEDCOMPRA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF (PCO-SITUACAO = 'R' OR PCO-SITUACAO = 'A'
                       OR PCO-SITUACAO = 'P')
                       AND PCO-QTD > PCO-QTD-RECEB
                       MOVE PCO-ITEM TO WRK-CHV-PRODUTO
                       IF PCO-FILIAL NOT NUMERIC OR PCO-FILIAL = ZEROS
                           MOVE 01 TO WRK-CHV-FILIAL
                       ELSE
                           MOVE PCO-FILIAL TO WRK-CHV-FILIAL
                       END-IF
                       PERFORM 0150-LOCALIZAR-SUGESTAO
                       IF SUGESTAO-ACHADA
                           COMPUTE WRK-A-RECEBER =
                               PCO-QTD - PCO-QTD-RECEB
                           ADD WRK-A-RECEBER TO
                               WRK-SUG-EM-PEDIDO (WRK-SUG-POS)
                       END-IF
                   END-IF
           END-READ.

      *PEDIDOS PREVISTOS PELO PROGCOB58 PARA O PROXIMO MES, POR UF.
       0360-CARREGAR-PREVISAO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PREVDEM.
           IF WRK-STATUS-PREVDEM NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0361-LER-PREVISAO UNTIL FIM-ARQ.
           IF WRK-STATUS-PREVDEM NOT = '35'
               CLOSE F-PREVDEM
           END-IF.

       0361-LER-PREVISAO.
           READ F-PREVDEM
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PRV-ANOMES = WRK-ALVO-ANOMES
                       ADD 1 TO WRK-QT-UF-PREVISTAS
                       MOVE PRV-UF TO WRK-CHV-UF
                       PERFORM 0160-LOCALIZAR-UF
                       IF UF-ACHADA
                           MOVE PRV-PEDIDOS TO
                               WRK-UFP-PREVISTO (WRK-UFP-POS)
                       END-IF
                   END-IF
           END-READ.

      *PARCELA DA PREVISAO DA UF QUE CABE AO PRODUTO/FILIAL: PEDIDOS
      *PREVISTOS DA UF X PEDIDOS DO PRODUTO/FILIAL NA UF / PEDIDOS DA
      *UF NA JANELA.
       0370-DISTRIBUIR-PREVISAO.
           MOVE WRK-MIX-UF (WRK-MIX-IDX) TO WRK-CHV-UF.
           PERFORM 0160-LOCALIZAR-UF.
           IF UF-ACHADA AND WRK-UFP-QTPED (WRK-UFP-POS) > 0
               COMPUTE WRK-PREV-PARCELA ROUNDED =
                   WRK-UFP-PREVISTO (WRK-UFP-POS)
                   * WRK-MIX-QTPED (WRK-MIX-IDX)
                   / WRK-UFP-QTPED (WRK-UFP-POS)
               MOVE WRK-MIX-SUG (WRK-MIX-IDX) TO WRK-SUG-POS
               ADD WRK-PREV-PARCELA TO WRK-SUG-PREV-DEC (WRK-SUG-POS)
           END-IF.

      *PREVISAO ARREDONDADA PARA CIMA E A CONTA DA SUGESTAO.
       0380-FECHAR-SUGESTAO.
           COMPUTE WRK-SUG-PREVISAO (WRK-SUG-IDX) =
               WRK-SUG-PREV-DEC (WRK-SUG-IDX).
           IF WRK-SUG-PREVISAO (WRK-SUG-IDX) <
               WRK-SUG-PREV-DEC (WRK-SUG-IDX)
               ADD 1 TO WRK-SUG-PREVISAO (WRK-SUG-IDX)
           END-IF.
           COMPUTE WRK-NECESSIDADE = WRK-SUG-PONTO (WRK-SUG-IDX)
               + WRK-SUG-CONFIRMADOS (WRK-SUG-IDX)
               + WRK-SUG-PENDENCIAS (WRK-SUG-IDX)
               + WRK-SUG-PREVISAO (WRK-SUG-IDX).
           COMPUTE WRK-DISPONIVEL = WRK-SUG-SALDO (WRK-SUG-IDX)
               + WRK-SUG-TRANSITO (WRK-SUG-IDX)
               + WRK-SUG-EM-PEDIDO (WRK-SUG-IDX).
           COMPUTE WRK-FALTA = WRK-NECESSIDADE - WRK-DISPONIVEL.
           IF WRK-FALTA > 0
               MOVE WRK-FALTA TO WRK-SUG-QTD-CALC (WRK-SUG-IDX)
               MOVE WRK-FALTA TO WRK-SUG-QTD (WRK-SUG-IDX)
               ADD 1 TO WRK-QT-SUGERIDAS
           ELSE
               MOVE ZEROS TO WRK-SUG-QTD-CALC (WRK-SUG-IDX)
               MOVE ZEROS TO WRK-SUG-QTD (WRK-SUG-IDX)
           END-IF.

      *(A) REVISAO DE UMA SUGESTAO AINDA NAO CONVERTIDA: NOVA
      *QUANTIDADE, OU ZERO PARA DESCARTAR.
       0400-AJUSTAR-SUGESTAO.
           PERFORM 0210-CARREGAR-TABELA.
           DISPLAY 'OPERADOR.. '.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'PRODUTO.. '.
           ACCEPT WRK-MAN-PRODUTO.
           DISPLAY 'FILIAL (0 = MATRIZ).. '.
           ACCEPT WRK-MAN-FILIAL.
           IF WRK-MAN-FILIAL = ZEROS
               MOVE 01 TO WRK-MAN-FILIAL
           END-IF.
           MOVE WRK-MAN-PRODUTO TO WRK-CHV-PRODUTO.
           MOVE WRK-MAN-FILIAL TO WRK-CHV-FILIAL.
           PERFORM 0150-LOCALIZAR-SUGESTAO.
           EVALUATE TRUE
               WHEN SUG-TABELA-ESTOUROU
                   DISPLAY 'SUGREPO MAIOR QUE A TABELA EM MEMORIA, '
                       'NADA FEITO'
                   MOVE 12 TO RETURN-CODE
               WHEN NOT SUGESTAO-ACHADA
                   DISPLAY 'SUGESTAO NAO ENCONTRADA NA RODADA, NADA '
                       'FEITO'
               WHEN WRK-SUG-CONVERTIDA (WRK-SUG-POS)
                   DISPLAY 'SUGESTAO JA CONVERTIDA NO PEDIDO DE COMPRA '
                       WRK-SUG-PEDCOMPRA (WRK-SUG-POS)
                       ' - AJUSTE O RASCUNHO NO PROGCOB93'
               WHEN OTHER
                   PERFORM 0410-REVISAR-QUANTIDADE
           END-EVALUATE.

       0410-REVISAR-QUANTIDADE.
           MOVE WRK-SUG-SALDO (WRK-SUG-POS) TO WRK-SALDO-ED.
           DISPLAY 'SALDO ' WRK-SALDO-ED
               ' PONTO ' WRK-SUG-PONTO (WRK-SUG-POS)
               ' CONFIRMADOS ' WRK-SUG-CONFIRMADOS (WRK-SUG-POS)
               ' PENDENCIAS ' WRK-SUG-PENDENCIAS (WRK-SUG-POS)
               ' PREVISAO ' WRK-SUG-PREVISAO (WRK-SUG-POS).
           DISPLAY 'EM TRANSITO ' WRK-SUG-TRANSITO (WRK-SUG-POS)
               ' EM PEDIDO ' WRK-SUG-EM-PEDIDO (WRK-SUG-POS)
               ' CALCULADA ' WRK-SUG-QTD-CALC (WRK-SUG-POS)
               ' ATUAL ' WRK-SUG-QTD (WRK-SUG-POS).
           DISPLAY 'NOVA QUANTIDADE (0 = DESCARTAR).. '.
           ACCEPT WRK-MAN-QTD.
           MOVE WRK-MAN-QTD TO WRK-SUG-QTD (WRK-SUG-POS).
           MOVE WRK-OPERADOR TO WRK-SUG-OPERADOR (WRK-SUG-POS).
           IF WRK-MAN-QTD = ZEROS
               MOVE 'D' TO WRK-SUG-SITUACAO (WRK-SUG-POS)
               DISPLAY 'SUGESTAO DESCARTADA'
           ELSE
               MOVE 'S' TO WRK-SUG-SITUACAO (WRK-SUG-POS)
               DISPLAY 'SUGESTAO AJUSTADA'
           END-IF.
           PERFORM 0220-GRAVAR-TABELA.

      *(G) CONVERSAO: CADA SUGESTAO EM ABERTO VIRA LINHA DE RASCUNHO
      *NO PEDCOMPRA PARA O FORNECEDOR PREFERENCIAL (SEM VINCULO,
      *FORNECEDOR E PRECO ZERADOS PARA A EMISSAO DO PROGCOB93
      *DEFINIR), UM PEDIDO NOVO POR FORNECEDOR. AS LINHAS NOVAS SO
      *SE JUNTAM AO FIM DO ARQUIVO.
       0450-GERAR-RASCUNHOS.
           PERFORM 0210-CARREGAR-TABELA.
           PERFORM 0460-CARREGAR-RASCUNHOS.
           PERFORM 0470-CARREGAR-VINCULOS.
           EVALUATE TRUE
               WHEN SUG-TABELA-ESTOUROU
                   DISPLAY 'SUGREPO MAIOR QUE A TABELA EM MEMORIA, '
                       'NADA FEITO'
                   MOVE 12 TO RETURN-CODE
               WHEN RAS-TABELA-ESTOUROU
                   DISPLAY 'RASCUNHOS DO PEDCOMPRA ALEM DA TABELA EM '
                       'MEMORIA, NADA FEITO'
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0455-CONVERTER-SUGESTOES
           END-EVALUATE.

       0455-CONVERTER-SUGESTOES.
           DISPLAY 'OPERADOR.. '.
           ACCEPT WRK-OPERADOR.
           MOVE ZEROS TO WRK-NPD-QT.
           MOVE ZEROS TO WRK-QT-CONVERTIDAS.
           MOVE ZEROS TO WRK-QT-JA-RASCUNHO.
           OPEN EXTEND F-PEDCOMPRA.
           IF WRK-STATUS-PEDCOMPRA = '35'
               OPEN OUTPUT F-PEDCOMPRA
           END-IF.
           PERFORM 0480-CONVERTER-SUGESTAO
               VARYING WRK-SUG-IDX FROM 1 BY 1
               UNTIL WRK-SUG-IDX > WRK-SUG-QT.
           CLOSE F-PEDCOMPRA.
           IF WRK-QT-CONVERTIDAS > 0
               PERFORM 0220-GRAVAR-TABELA
           END-IF.
           DISPLAY 'SUGESTOES CONVERTIDAS: ' WRK-QT-CONVERTIDAS
               ' LINHA(S) EM ' WRK-NPD-QT ' PEDIDO(S) DE COMPRA; '
               WRK-QT-JA-RASCUNHO ' ITEM(NS) JA EM RASCUNHO'.
           IF WRK-QT-CONVERTIDAS > 0
               DISPLAY 'EMITA OS PEDIDOS NO PROGCOB93'
           END-IF.

      *ITEM E FILIAL DAS LINHAS DO PEDCOMPRA AINDA EM RASCUNHO.
       0460-CARREGAR-RASCUNHOS.
           MOVE ZEROS TO WRK-RAS-QT.
           MOVE 'N' TO WRK-RAS-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PEDCOMPRA.
           IF WRK-STATUS-PEDCOMPRA NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0461-LER-RASCUNHO UNTIL FIM-ARQ.
           IF WRK-STATUS-PEDCOMPRA NOT = '35'
               CLOSE F-PEDCOMPRA
           END-IF.

       0461-LER-RASCUNHO.
           READ F-PEDCOMPRA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PCO-SITUACAO = 'R'
                       IF WRK-RAS-QT < WRK-RAS-MAX
                           ADD 1 TO WRK-RAS-QT
                           MOVE PCO-ITEM TO WRK-RAS-ITEM (WRK-RAS-QT)
                           IF PCO-FILIAL NOT NUMERIC
                               OR PCO-FILIAL = ZEROS
                               MOVE 01 TO WRK-RAS-FILIAL (WRK-RAS-QT)
                           ELSE
                               MOVE PCO-FILIAL TO
                                   WRK-RAS-FILIAL (WRK-RAS-QT)
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-RAS-ESTOUROU
                       END-IF
                   END-IF
           END-READ.

      *CARGA DO VINCULO ITEM X FORNECEDOR.
       0470-CARREGAR-VINCULOS.
           MOVE ZEROS TO WRK-FIT-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FORNITEM.
           IF WRK-STATUS-FORNITEM NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0471-LER-VINCULO UNTIL FIM-ARQ.
           IF WRK-STATUS-FORNITEM NOT = '35'
               CLOSE F-FORNITEM
           END-IF.

       0471-LER-VINCULO.
           READ F-FORNITEM
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-FIT-QT < WRK-FIT-MAX
                       ADD 1 TO WRK-FIT-QT
                       MOVE FIT-ITEM TO WRK-FIT-CODIGO (WRK-FIT-QT)
                       MOVE FIT-FORNEC TO WRK-FIT-FORNEC (WRK-FIT-QT)
                       MOVE FIT-PRECO TO WRK-FIT-PRECO (WRK-FIT-QT)
                   END-IF
           END-READ.

       0480-CONVERTER-SUGESTAO.
           IF WRK-SUG-SUGERIDA (WRK-SUG-IDX)
               AND WRK-SUG-QTD (WRK-SUG-IDX) > ZEROS
               MOVE 'N' TO WRK-RAS-ACHOU
               PERFORM 0481-VERIFICAR-RASCUNHO
                   VARYING WRK-RAS-IDX FROM 1 BY 1
                   UNTIL WRK-RAS-IDX > WRK-RAS-QT
                       OR ITEM-JA-EM-RASCUNHO
               IF ITEM-JA-EM-RASCUNHO
                   ADD 1 TO WRK-QT-JA-RASCUNHO
               ELSE
                   PERFORM 0482-BUSCAR-VINCULO
                   PERFORM 0485-LOCALIZAR-PEDIDO-NOVO
                   IF PEDIDO-NOVO-ACHADO
                       PERFORM 0490-GRAVAR-LINHA-RASCUNHO
                   END-IF
               END-IF
           END-IF.

       0481-VERIFICAR-RASCUNHO.
           IF WRK-RAS-ITEM (WRK-RAS-IDX) = WRK-SUG-PRODUTO (WRK-SUG-IDX)
               AND WRK-RAS-FILIAL (WRK-RAS-IDX) =
                   WRK-SUG-FILIAL (WRK-SUG-IDX)
               MOVE 'S' TO WRK-RAS-ACHOU
           END-IF.

      *FORNECEDOR PREFERENCIAL E PRECO DO PRODUTO PELO VINCULO.
       0482-BUSCAR-VINCULO.
           MOVE 'N' TO WRK-FIT-ACHOU.
           MOVE ZEROS TO WRK-NOVO-FORNEC.
           MOVE ZEROS TO WRK-NOVO-PRECO.
           PERFORM 0483-COMPARAR-VINCULO
               VARYING WRK-FIT-IDX FROM 1 BY 1
               UNTIL WRK-FIT-IDX > WRK-FIT-QT OR ITEM-VINCULADO.

       0483-COMPARAR-VINCULO.
           IF WRK-FIT-CODIGO (WRK-FIT-IDX) =
               WRK-SUG-PRODUTO (WRK-SUG-IDX)
               MOVE 'S' TO WRK-FIT-ACHOU
               MOVE WRK-FIT-FORNEC (WRK-FIT-IDX) TO WRK-NOVO-FORNEC
               MOVE WRK-FIT-PRECO (WRK-FIT-IDX) TO WRK-NOVO-PRECO
           END-IF.

      *PEDIDO NOVO DO FORNECEDOR NESTA CONVERSAO - O PRIMEIRO ITEM
      *DO FORNECEDOR ABRE O PEDIDO COM O PROXIMO NUMERO DO COMNUMCTL.
       0485-LOCALIZAR-PEDIDO-NOVO.
           MOVE 'N' TO WRK-NPD-ACHOU.
           MOVE ZEROS TO WRK-NPD-POS.
           PERFORM 0486-COMPARAR-PEDIDO-NOVO
               VARYING WRK-NPD-IDX FROM 1 BY 1
               UNTIL WRK-NPD-IDX > WRK-NPD-QT OR PEDIDO-NOVO-ACHADO.
           IF NOT PEDIDO-NOVO-ACHADO
               IF WRK-NPD-QT < WRK-NPD-MAX
                   PERFORM 0487-OBTER-NUMERO-PEDIDO
                   ADD 1 TO WRK-NPD-QT
                   MOVE WRK-NPD-QT TO WRK-NPD-POS
                   MOVE WRK-NOVO-FORNEC TO WRK-NPD-FORNEC (WRK-NPD-POS)
                   MOVE WRK-NUM-PEDIDO TO WRK-NPD-NUMERO (WRK-NPD-POS)
                   MOVE ZEROS TO WRK-NPD-LINHA (WRK-NPD-POS)
                   ADD 1 TO WRK-QT-PEDIDOS-NOVOS
                   MOVE 'S' TO WRK-NPD-ACHOU
               ELSE
                   DISPLAY 'FORNECEDORES DEMAIS NA CONVERSAO - '
                       WRK-SUG-PRODUTO (WRK-SUG-IDX)
                       ' FICA PARA A PROXIMA'
               END-IF
           END-IF.

       0486-COMPARAR-PEDIDO-NOVO.
           IF WRK-NPD-FORNEC (WRK-NPD-IDX) = WRK-NOVO-FORNEC
               MOVE 'S' TO WRK-NPD-ACHOU
               MOVE WRK-NPD-IDX TO WRK-NPD-POS
           END-IF.

      *LE O PROXIMO NUMERO DE PEDIDO DE COMPRA DO CONTROLE COMNUMCTL
      *E REGRAVA O CONTROLE JA COM O SEGUINTE (MESMO DESENHO DO
      *PROGCOB93).
       0487-OBTER-NUMERO-PEDIDO.
           MOVE ZEROS TO WRK-NUM-PEDIDO.
           OPEN INPUT F-COMNUMCTL.
           IF WRK-STATUS-COMNUMCTL = '00'
               READ F-COMNUMCTL
                   AT END
                       MOVE 1 TO WRK-NUM-PEDIDO
                   NOT AT END
                       MOVE CNC-PROXIMO TO WRK-NUM-PEDIDO
               END-READ
               CLOSE F-COMNUMCTL
           ELSE
               MOVE 1 TO WRK-NUM-PEDIDO
           END-IF.
           OPEN OUTPUT F-COMNUMCTL.
           COMPUTE CNC-PROXIMO = WRK-NUM-PEDIDO + 1.
           WRITE REG-COMNUMCTL.
           CLOSE F-COMNUMCTL.

       0490-GRAVAR-LINHA-RASCUNHO.
           ADD 1 TO WRK-NPD-LINHA (WRK-NPD-POS).
           MOVE WRK-NPD-NUMERO (WRK-NPD-POS) TO PCO-NUMERO.
           MOVE WRK-NPD-LINHA (WRK-NPD-POS) TO PCO-LINHA.
           MOVE WRK-NOVO-FORNEC TO PCO-FORNEC.
           MOVE WRK-HOJE TO PCO-DATA.
           MOVE 'S' TO PCO-ORIGEM.
           MOVE WRK-SUG-PRODUTO (WRK-SUG-IDX) TO PCO-ITEM.
           MOVE WRK-SUG-QTD (WRK-SUG-IDX) TO PCO-QTD.
           MOVE WRK-NOVO-PRECO TO PCO-PRECO.
           MOVE ZEROS TO PCO-QTD-RECEB.
           MOVE 'R' TO PCO-SITUACAO.
           MOVE SPACE TO PCO-DIVERG.
           MOVE WRK-SUG-FILIAL (WRK-SUG-IDX) TO PCO-FILIAL.
           WRITE REG-PEDCOMPRA.
           MOVE 'C' TO WRK-SUG-SITUACAO (WRK-SUG-IDX).
           MOVE WRK-NPD-NUMERO (WRK-NPD-POS) TO
               WRK-SUG-PEDCOMPRA (WRK-SUG-IDX).
           MOVE WRK-OPERADOR TO WRK-SUG-OPERADOR (WRK-SUG-IDX).
           ADD 1 TO WRK-QT-CONVERTIDAS.

      *(L) RELATORIO DA RODADA: A ABERTURA DA CONTA DE CADA SUGESTAO
      *E A SITUACAO NA REVISAO (A CONVERTIDA MOSTRA O NUMERO DO
      *PEDIDO DE COMPRA). PT/CF/PD/PV = PONTO, CONFIRMADOS,
      *PENDENCIAS E PREVISAO; TR/PC = EM TRANSITO E EM PEDIDO.
       0500-LISTAR-SUGESTOES.
           PERFORM 0210-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-QT-SUGERIDAS.
           MOVE ZEROS TO WRK-QT-DESCARTADAS.
           MOVE ZEROS TO WRK-QT-CONVERTIDAS.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE '--- SUGESTAO DE REPOSICAO POR PRODUTO E FILIAL ---'
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'NECESSIDADE = PONTO + CONFIRMADOS + PENDENCIAS + '
               'PREVISAO; DISPONIVEL = SALDO + TRANSITO + EM PEDIDO'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0510-IMPRIMIR-SUGESTAO
               VARYING WRK-SUG-IDX FROM 1 BY 1
               UNTIL WRK-SUG-IDX > WRK-SUG-QT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'SUGERIDAS=' WRK-QT-SUGERIDAS
               ' DESCARTADAS=' WRK-QT-DESCARTADAS
               ' CONVERTIDAS=' WRK-QT-CONVERTIDAS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF SUG-TABELA-ESTOUROU
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'SUGREPO MAIOR QUE A TABELA EM MEMORIA (MAX '
                   WRK-SUG-MAX ') - RELATORIO INCOMPLETO'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'RELATORIO GRAVADO EM PROGCOB100RPT: '
               WRK-QT-SUGERIDAS ' SUGERIDA(S), ' WRK-QT-CONVERTIDAS
               ' CONVERTIDA(S)'.

       0510-IMPRIMIR-SUGESTAO.
           EVALUATE TRUE
               WHEN WRK-SUG-DESCARTADA (WRK-SUG-IDX)
                   ADD 1 TO WRK-QT-DESCARTADAS
                   MOVE 'DESCARTADA' TO WRK-DESC-SITUACAO
               WHEN WRK-SUG-CONVERTIDA (WRK-SUG-IDX)
                   ADD 1 TO WRK-QT-CONVERTIDAS
                   MOVE SPACES TO WRK-DESC-SITUACAO
                   STRING 'PC=' WRK-SUG-PEDCOMPRA (WRK-SUG-IDX)
                       DELIMITED BY SIZE INTO WRK-DESC-SITUACAO
               WHEN OTHER
                   ADD 1 TO WRK-QT-SUGERIDAS
                   MOVE 'SUGERIDA' TO WRK-DESC-SITUACAO
           END-EVALUATE.
           MOVE WRK-SUG-SALDO (WRK-SUG-IDX) TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-SUG-PRODUTO (WRK-SUG-IDX)
               ' F=' WRK-SUG-FILIAL (WRK-SUG-IDX)
               ' SLD=' WRK-SALDO-ED
               ' PT=' WRK-SUG-PONTO (WRK-SUG-IDX)
               ' CF=' WRK-SUG-CONFIRMADOS (WRK-SUG-IDX)
               ' PD=' WRK-SUG-PENDENCIAS (WRK-SUG-IDX)
               ' PV=' WRK-SUG-PREVISAO (WRK-SUG-IDX)
               ' TR=' WRK-SUG-TRANSITO (WRK-SUG-IDX)
               ' PC=' WRK-SUG-EM-PEDIDO (WRK-SUG-IDX)
               ' CALC=' WRK-SUG-QTD-CALC (WRK-SUG-IDX)
               ' QTD=' WRK-SUG-QTD (WRK-SUG-IDX)
               ' ' WRK-DESC-SITUACAO
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
