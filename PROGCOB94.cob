       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB94.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : NOTA FISCAL DE FORNECEDOR E CONTAS A PAGAR.
      *O PROGCOB93 REGISTRA O PEDIDO DE COMPRA E O RECEBIMENTO, MAS A
      *NOTA DO FORNECEDOR ERA PAGA SEM CONFERIR NADA CONTRA ELES. A
      *NOTA E DIGITADA NA FILA NFFORN (UMA LINHA POR LINHA DE PEDIDO
      *FATURADA) E A CONFERENCIA TRIPLA SO APROVA A NOTA INTEIRA
      *QUANDO TODAS AS LINHAS BATEM: PRECO CONTRA O PEDIDO (DENTRO DA
      *TOLERANCIA) E QUANTIDADE CONTRA O QUE FOI DE FATO RECEBIDO,
      *DESCONTADO O QUE OUTRAS NOTAS JA FATURARAM (NFFLANC). MODOS:
      *  D = DIGITAR NOTA NA FILA DE CONFERENCIA;
      *  X = EXCLUIR NOTA DA FILA (COMPRAS RESOLVEU COM O FORNECEDOR
      *      E A NOTA VAI SER REEMITIDA);
      *  C = CONFERIR A FILA: NOTA QUE BATE VIRA TITULO NO CTAPAGAR
      *      (VENCIMENTO PELO PRAZO DO FORNECEDOR NO FORNMEST) E SAI
      *      DA FILA; NOTA COM DIVERGENCIA SAI NO RELATORIO DE
      *      EXCECOES PARA COMPRAS RESOLVER E FICA NA FILA;
      *  R = REMESSA: OS TITULOS APROVADOS VENCIDOS ATE A DATA
      *      PEDIDA VAO PARA A REMESSA BANCARIA BANCOREMF, DO MESMO
      *      JEITO QUE O PROGCOB61 PAGA A TRANSPORTADORA;
      *  T = RETORNO DO BANCO (BANCORETF: P=PAGO / J=REJEITADO -
      *      REJEITADO VOLTA NA PROXIMA REMESSA);
      *  L = RELATORIO DOS TITULOS EM ABERTO.
      *O CUSTO DAS NOTAS APROVADAS NO DIA ENTRA NO LOTE CONTABIL DO
      *PROGCOB66 (ORIGEM COMPRAS).
      *SITUACAO DO TITULO: A = APROVADO A PAGAR, R = REMETIDO AO
      *BANCO, P = PAGO, J = REJEITADO PELO BANCO.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *FILA DE NOTAS DE FORNECEDOR A CONFERIR (UMA LINHA POR LINHA
      *DE PEDIDO FATURADA).
           SELECT F-NFFORN ASSIGN TO 'NFFORN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NFFORN.
      *LINHAS DAS NOTAS JA CONFERIDAS E APROVADAS (QUANTO DE CADA
      *LINHA DE PEDIDO JA FOI FATURADO).
           SELECT F-NFFLANC ASSIGN TO 'NFFLANC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NFFLANC.
      *CONTAS A PAGAR: UM TITULO POR NOTA APROVADA.
           SELECT F-CTAPAGAR ASSIGN TO 'CTAPAGAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTAPAGAR.
      *PEDIDOS DE COMPRA E RECEBIDO POR LINHA (PROGCOB93).
           SELECT F-PEDCOMPRA ASSIGN TO 'PEDCOMPRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDCOMPRA.
      *CADASTRO MESTRE DE FORNECEDORES (MANTIDO PELO PROGCOB92).
           SELECT F-FORNMEST ASSIGN TO 'FORNMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FORNMEST.
      *REMESSA BANCARIA DE FORNECEDORES (UM REGISTRO POR TITULO).
           SELECT F-BANCOREMF ASSIGN TO 'BANCOREMF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BANCOREMF.
      *RETORNO DO BANCO PARA A REMESSA DE FORNECEDORES.
           SELECT F-BANCORETF ASSIGN TO 'BANCORETF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BANCORETF.
      *RELATORIO DA RODADA (EXCECOES DA CONFERENCIA, REMESSA,
      *RETORNO E TITULOS EM ABERTO), COM CABECALHO E QUEBRA DE
      *PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB94RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-NFFORN.
       01  REG-NFFORN.
           03 NFF-FORNEC PIC 9(06).
           03 NFF-NOTA   PIC X(10).
           03 NFF-DATA   PIC 9(08).
           03 NFF-PEDIDO PIC 9(06).
           03 NFF-LINHA  PIC 9(03).
           03 NFF-QTD    PIC 9(06).
           03 NFF-PRECO  PIC 9(06)V99.

       FD  F-NFFLANC.
       01  REG-NFFLANC.
           03 NFL-FORNEC PIC 9(06).
           03 NFL-NOTA   PIC X(10).
           03 NFL-DATA   PIC 9(08).
           03 NFL-PEDIDO PIC 9(06).
           03 NFL-LINHA  PIC 9(03).
           03 NFL-QTD    PIC 9(06).
           03 NFL-PRECO  PIC 9(06)V99.

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

       FD  F-FORNMEST.
       01  REG-FORNMEST.
           03 FOR-CODIGO      PIC 9(06).
           03 FOR-RAZAO       PIC X(20).
           03 FOR-CNPJ        PIC X(14).
           03 FOR-CONTATO     PIC X(20).
           03 FOR-PRAZO-PAGTO PIC 9(03).

       FD  F-BANCOREMF.
       01  REG-BANCOREMF.
           03 REM-REF    PIC X(10).
           03 REM-VALOR  PIC 9(08)V99.
           03 REM-DATA   PIC 9(08).
           03 REM-FORNEC PIC 9(06).
           03 REM-CNPJ   PIC X(14).
           03 REM-NOTA   PIC X(10).

       FD  F-BANCORETF.
       01  REG-BANCORETF.
           03 RET-REF      PIC X(10).
           03 RET-SITUACAO PIC X(01).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-NFFORN    PIC X(02) VALUE '00'.
       77 WRK-STATUS-NFFLANC   PIC X(02) VALUE '00'.
       77 WRK-STATUS-CTAPAGAR  PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDCOMPRA PIC X(02) VALUE '00'.
       77 WRK-STATUS-FORNMEST  PIC X(02) VALUE '00'.
       77 WRK-STATUS-BANCOREMF PIC X(02) VALUE '00'.
       77 WRK-STATUS-BANCORETF PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MODO PIC X(01) VALUE SPACES.
           88 MODO-DIGITAR  VALUE 'D'.
           88 MODO-EXCLUIR  VALUE 'X'.
           88 MODO-CONFERIR VALUE 'C'.
           88 MODO-REMESSA  VALUE 'R'.
           88 MODO-RETORNO  VALUE 'T'.
           88 MODO-LISTAR   VALUE 'L'.
      *DIFERENCA ACEITA NO PRECO UNITARIO DA NOTA CONTRA O PEDIDO
      *(ARREDONDAMENTO DO FORNECEDOR) - AJUSTAR AQUI.
       77 WRK-TOLERANCIA PIC 9(04)V99 VALUE 0,05.
      *LINHAS DE PEDIDO DE COMPRA EM MEMORIA, COM O QUE JA FOI
      *FATURADO (NFFLANC) E O QUE A NOTA EM CONFERENCIA RESERVA.
       77 WRK-PCO-MAX PIC 9(04) VALUE 0500.
       77 WRK-PCO-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-PCO-ESTOUROU PIC X(01) VALUE 'N'.
           88 PEDIDOS-ESTOURARAM VALUE 'S'.
       01 WRK-TAB-PEDCOMPRA.
           03 WRK-TAB-PCO-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-PCO-QT.
               05 WRK-PCO-NUMERO    PIC 9(06).
               05 WRK-PCO-LINHA     PIC 9(03).
               05 WRK-PCO-FORNEC    PIC 9(06).
               05 WRK-PCO-PRECO     PIC 9(06)V99.
               05 WRK-PCO-QTD-RECEB PIC 9(06).
               05 WRK-PCO-SITUACAO  PIC X(01).
               05 WRK-PCO-FATUR     PIC 9(07).
               05 WRK-PCO-RESERVA   PIC 9(07).
       77 WRK-PCO-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-PCO-POS PIC 9(04) VALUE ZEROS.
       77 WRK-PCO-ACHOU PIC X(01) VALUE 'N'.
           88 LINHA-ACHADA VALUE 'S'.
       77 WRK-BUSCA-PEDIDO PIC 9(06) VALUE ZEROS.
       77 WRK-BUSCA-LINHA  PIC 9(03) VALUE ZEROS.
      *TABELA EM MEMORIA DO CADASTRO DE FORNECEDORES.
       77 WRK-FOR-MAX PIC 9(03) VALUE 100.
       77 WRK-FOR-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-FORNEC.
           03 WRK-TAB-FOR-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-FOR-QT.
               05 WRK-FOR-CODIGO PIC 9(06).
               05 WRK-FOR-CNPJ   PIC X(14).
               05 WRK-FOR-PRAZO  PIC 9(03).
       77 WRK-FOR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FOR-POS PIC 9(03) VALUE ZEROS.
       77 WRK-FOR-ACHOU PIC X(01) VALUE 'N'.
           88 FORNECEDOR-CADASTRADO VALUE 'S'.
       77 WRK-BUSCA-FORNEC PIC 9(06) VALUE ZEROS.
      *FILA DE NOTAS EM MEMORIA (REGRAVACAO INTEIRA). DECISAO DA
      *LINHA NA RODADA: C = CONFERIDA, E = EXCECAO, D = DESCARTADA.
       77 WRK-NFF-MAX PIC 9(04) VALUE 0999.
       77 WRK-NFF-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-NFF-ESTOUROU PIC X(01) VALUE 'N'.
           88 FILA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-NFFORN.
           03 WRK-TAB-NFF-ITEM OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-NFF-QT.
               05 WRK-NFF-REG.
                   07 WRK-NFF-FORNEC PIC 9(06).
                   07 WRK-NFF-NOTA   PIC X(10).
                   07 WRK-NFF-DATA   PIC 9(08).
                   07 WRK-NFF-PEDIDO PIC 9(06).
                   07 WRK-NFF-LINHA  PIC 9(03).
                   07 WRK-NFF-QTD    PIC 9(06).
                   07 WRK-NFF-PRECO  PIC 9(06)V99.
               05 WRK-NFF-DECISAO PIC X(01).
                   88 NFF-SAI-DA-FILA VALUES 'C' 'D'.
               05 WRK-NFF-POS PIC 9(04).
       77 WRK-NFF-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-NFF-J   PIC 9(04) VALUE ZEROS.
      *TITULOS A PAGAR EM MEMORIA (REGRAVACAO INTEIRA).
       77 WRK-PAG-MAX PIC 9(04) VALUE 0999.
       77 WRK-PAG-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-PAG-ESTOUROU PIC X(01) VALUE 'N'.
           88 TITULOS-ESTOURARAM VALUE 'S'.
       01 WRK-TAB-CTAPAGAR.
           03 WRK-TAB-PAG-ITEM OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-PAG-QT.
               05 WRK-PAG-NUMERO     PIC 9(06).
               05 WRK-PAG-FORNEC     PIC 9(06).
               05 WRK-PAG-NOTA       PIC X(10).
               05 WRK-PAG-EMISSAO    PIC 9(08).
               05 WRK-PAG-VENCIMENTO PIC 9(08).
               05 WRK-PAG-VALOR      PIC 9(08)V99.
               05 WRK-PAG-DATA-CONF  PIC 9(08).
               05 WRK-PAG-REF        PIC X(10).
               05 WRK-PAG-SITUACAO   PIC X(01).
       77 WRK-PAG-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-PAG-POS PIC 9(04) VALUE ZEROS.
       77 WRK-PAG-ACHOU PIC X(01) VALUE 'N'.
           88 TITULO-ACHADO VALUE 'S'.
       77 WRK-PAG-PROXIMO PIC 9(06) VALUE ZEROS.
      *NOTA EM DIGITACAO OU CONFERENCIA.
       77 WRK-NOTA-FORNEC PIC 9(06) VALUE ZEROS.
       77 WRK-NOTA-NUMERO PIC X(10) VALUE SPACES.
       77 WRK-NOTA-DATA   PIC 9(08) VALUE ZEROS.
       77 WRK-NOTA-VALOR  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-NOTA-OK PIC X(01) VALUE 'S'.
           88 NOTA-CONFERE VALUE 'S'.
       77 WRK-MOTIVO PIC X(70) VALUE SPACES.
       77 WRK-DIFERENCA PIC S9(06)V99 VALUE ZEROS.
       77 WRK-QTD-FATURAVEL PIC S9(07) VALUE ZEROS.
       77 WRK-VALOR-LINHA PIC 9(08)V99 VALUE ZEROS.
      *CAMPOS DIGITADOS NAS LINHAS DA NOTA.
       77 WRK-MAN-PEDIDO PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-LINHA  PIC 9(03) VALUE ZEROS.
       77 WRK-MAN-QTD    PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-PRECO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FIM-DIGITACAO PIC X(01) VALUE 'N'.
           88 FIM-DIGITACAO VALUE 'S'.
      *VENCIMENTO = EMISSAO + PRAZO DO FORNECEDOR (0 = 30 DIAS).
       77 WRK-PRAZO-PAGTO PIC 9(03) VALUE 030.
       77 WRK-VENCIMENTO  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-REF PIC X(10) VALUE SPACES.
      *CONTADORES DA RODADA.
       77 WRK-QT-LINHAS     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-APROVADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-EXCECOES   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REMETIDOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PAGOS      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ABERTOS    PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-APROVADO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-REMETIDO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ABERTO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DESC-SITUACAO PIC X(09) VALUE SPACES.
      *CAMPOS DE DATA COMPARTILHADOS (VEJA DATAFMT.CPY), PARA AVANCAR
      *O VENCIMENTO DIA A DIA COMO NO PROGCOB55.
           COPY 'DATAFMT.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB94'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob).
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
           MOVE 'PAGAR' TO WRK-LCK-NOME.
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
           DISPLAY 'MODO (D=DIGITAR X=EXCLUIR C=CONFERIR R=REMESSA '
               'T=RETORNO L=LISTAR).. '.
           ACCEPT WRK-MODO.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           EVALUATE TRUE
               WHEN MODO-DIGITAR
                   PERFORM 0200-DIGITAR-NOTA
               WHEN MODO-EXCLUIR
                   PERFORM 0300-EXCLUIR-NOTA
               WHEN MODO-CONFERIR
                   PERFORM 0400-CONFERIR-FILA
               WHEN MODO-REMESSA
                   PERFORM 0500-GERAR-REMESSA
               WHEN MODO-RETORNO
                   PERFORM 0600-PROCESSAR-RETORNO
               WHEN MODO-LISTAR
                   PERFORM 0700-LISTAR-ABERTOS
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           STRING 'MODO=' WRK-MODO DELIMITED BY SIZE
               INTO WRK-AUD-ENTRADA.
           STRING 'APROVADAS=' WRK-QT-APROVADAS
               ' EXCECOES=' WRK-QT-EXCECOES
               ' REMETIDOS=' WRK-QT-REMETIDOS
               ' PAGOS=' WRK-QT-PAGOS
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

      *CARGA DAS LINHAS DE PEDIDO DE COMPRA (SO LEITURA AQUI).
       0100-CARREGAR-PEDIDOS.
           MOVE ZEROS TO WRK-PCO-QT.
           MOVE 'N' TO WRK-PCO-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PEDCOMPRA.
           IF WRK-STATUS-PEDCOMPRA NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0101-LER-PEDIDO UNTIL FIM-ARQ.
           IF WRK-STATUS-PEDCOMPRA NOT = '35'
               CLOSE F-PEDCOMPRA
           END-IF.

       0101-LER-PEDIDO.
           READ F-PEDCOMPRA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-PCO-QT < WRK-PCO-MAX
                       ADD 1 TO WRK-PCO-QT
                       MOVE PCO-NUMERO TO WRK-PCO-NUMERO (WRK-PCO-QT)
                       MOVE PCO-LINHA TO WRK-PCO-LINHA (WRK-PCO-QT)
                       MOVE PCO-FORNEC TO WRK-PCO-FORNEC (WRK-PCO-QT)
                       MOVE PCO-PRECO TO WRK-PCO-PRECO (WRK-PCO-QT)
                       MOVE PCO-QTD-RECEB TO
                           WRK-PCO-QTD-RECEB (WRK-PCO-QT)
                       MOVE PCO-SITUACAO TO
                           WRK-PCO-SITUACAO (WRK-PCO-QT)
                       MOVE ZEROS TO WRK-PCO-FATUR (WRK-PCO-QT)
                       MOVE ZEROS TO WRK-PCO-RESERVA (WRK-PCO-QT)
                   ELSE
                       MOVE 'S' TO WRK-PCO-ESTOUROU
                   END-IF
           END-READ.

      *SOMA NAS LINHAS DE PEDIDO O QUE AS NOTAS JA APROVADAS
      *FATURARAM.
       0105-CARREGAR-FATURADO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-NFFLANC.
           IF WRK-STATUS-NFFLANC NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0106-LER-FATURADO UNTIL FIM-ARQ.
           IF WRK-STATUS-NFFLANC NOT = '35'
               CLOSE F-NFFLANC
           END-IF.

       0106-LER-FATURADO.
           READ F-NFFLANC
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE NFL-PEDIDO TO WRK-BUSCA-PEDIDO
                   MOVE NFL-LINHA TO WRK-BUSCA-LINHA
                   PERFORM 0160-LOCALIZAR-LINHA
                   IF LINHA-ACHADA
                       ADD NFL-QTD TO WRK-PCO-FATUR (WRK-PCO-POS)
                   END-IF
           END-READ.

      *CARGA DO CADASTRO DE FORNECEDORES (CODIGO, CNPJ E PRAZO).
       0110-CARREGAR-FORNECEDORES.
           MOVE ZEROS TO WRK-FOR-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FORNMEST.
           IF WRK-STATUS-FORNMEST NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0111-LER-FORNECEDOR UNTIL FIM-ARQ.
           IF WRK-STATUS-FORNMEST NOT = '35'
               CLOSE F-FORNMEST
           END-IF.

       0111-LER-FORNECEDOR.
           READ F-FORNMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-FOR-QT < WRK-FOR-MAX
                       ADD 1 TO WRK-FOR-QT
                       MOVE FOR-CODIGO TO WRK-FOR-CODIGO (WRK-FOR-QT)
                       MOVE FOR-CNPJ TO WRK-FOR-CNPJ (WRK-FOR-QT)
                       MOVE FOR-PRAZO-PAGTO TO
                           WRK-FOR-PRAZO (WRK-FOR-QT)
                   END-IF
           END-READ.

      *LOCALIZA WRK-BUSCA-FORNEC NO CADASTRO EM MEMORIA.
       0115-LOCALIZAR-FORNECEDOR.
           MOVE 'N' TO WRK-FOR-ACHOU.
           MOVE ZEROS TO WRK-FOR-POS.
           PERFORM 0116-COMPARAR-FORNECEDOR
               VARYING WRK-FOR-IDX FROM 1 BY 1
               UNTIL WRK-FOR-IDX > WRK-FOR-QT
                   OR FORNECEDOR-CADASTRADO.

       0116-COMPARAR-FORNECEDOR.
           IF WRK-FOR-CODIGO (WRK-FOR-IDX) = WRK-BUSCA-FORNEC
               MOVE 'S' TO WRK-FOR-ACHOU
               MOVE WRK-FOR-IDX TO WRK-FOR-POS
           END-IF.

      *CARGA E REGRAVACAO DA FILA DE NOTAS A CONFERIR.
       0120-CARREGAR-FILA.
           MOVE ZEROS TO WRK-NFF-QT.
           MOVE 'N' TO WRK-NFF-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-NFFORN.
           IF WRK-STATUS-NFFORN NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0121-LER-FILA UNTIL FIM-ARQ.
           IF WRK-STATUS-NFFORN NOT = '35'
               CLOSE F-NFFORN
           END-IF.

       0121-LER-FILA.
           READ F-NFFORN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-NFF-QT < WRK-NFF-MAX
                       ADD 1 TO WRK-NFF-QT
                       MOVE REG-NFFORN TO WRK-NFF-REG (WRK-NFF-QT)
                       MOVE SPACES TO WRK-NFF-DECISAO (WRK-NFF-QT)
                       MOVE ZEROS TO WRK-NFF-POS (WRK-NFF-QT)
                   ELSE
                       MOVE 'S' TO WRK-NFF-ESTOUROU
                   END-IF
           END-READ.

      *A FILA E REGRAVADA SO COM AS LINHAS QUE CONTINUAM PENDENTES
      *(AS CONFERIDAS E AS DESCARTADAS SAEM).
       0125-GRAVAR-FILA.
           OPEN OUTPUT F-NFFORN.
           PERFORM 0126-GRAVAR-LINHA-FILA
               VARYING WRK-NFF-IDX FROM 1 BY 1
               UNTIL WRK-NFF-IDX > WRK-NFF-QT.
           CLOSE F-NFFORN.

       0126-GRAVAR-LINHA-FILA.
           IF NOT NFF-SAI-DA-FILA (WRK-NFF-IDX)
               MOVE WRK-NFF-REG (WRK-NFF-IDX) TO REG-NFFORN
               WRITE REG-NFFORN
           END-IF.

      *CARGA E REGRAVACAO DO CONTAS A PAGAR. O PROXIMO NUMERO DE
      *TITULO E O MAIOR DO ARQUIVO MAIS UM.
       0130-CARREGAR-TITULOS.
           MOVE ZEROS TO WRK-PAG-QT.
           MOVE ZEROS TO WRK-PAG-PROXIMO.
           MOVE 'N' TO WRK-PAG-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CTAPAGAR.
           IF WRK-STATUS-CTAPAGAR NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0131-LER-TITULO UNTIL FIM-ARQ.
           IF WRK-STATUS-CTAPAGAR NOT = '35'
               CLOSE F-CTAPAGAR
           END-IF.
           ADD 1 TO WRK-PAG-PROXIMO.

       0131-LER-TITULO.
           READ F-CTAPAGAR
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CPG-NUMERO > WRK-PAG-PROXIMO
                       MOVE CPG-NUMERO TO WRK-PAG-PROXIMO
                   END-IF
                   IF WRK-PAG-QT < WRK-PAG-MAX
                       ADD 1 TO WRK-PAG-QT
                       MOVE REG-CTAPAGAR TO
                           WRK-TAB-PAG-ITEM (WRK-PAG-QT)
                   ELSE
                       MOVE 'S' TO WRK-PAG-ESTOUROU
                   END-IF
           END-READ.

      *COM O ARQUIVO MAIOR QUE A TABELA, REGRAVAR APAGARIA OS
      *TITULOS ALEM DO TETO - QUEM CHAMA RECUSA A OPERACAO ANTES.
       0135-GRAVAR-TITULOS.
           OPEN OUTPUT F-CTAPAGAR.
           PERFORM 0136-GRAVAR-TITULO
               VARYING WRK-PAG-IDX FROM 1 BY 1
               UNTIL WRK-PAG-IDX > WRK-PAG-QT.
           CLOSE F-CTAPAGAR.

       0136-GRAVAR-TITULO.
           MOVE WRK-TAB-PAG-ITEM (WRK-PAG-IDX) TO REG-CTAPAGAR.
           WRITE REG-CTAPAGAR.

      *LOCALIZA O TITULO DA NOTA WRK-NOTA-FORNEC/WRK-NOTA-NUMERO.
       0140-LOCALIZAR-TITULO-NOTA.
           MOVE 'N' TO WRK-PAG-ACHOU.
           MOVE ZEROS TO WRK-PAG-POS.
           PERFORM 0141-COMPARAR-TITULO-NOTA
               VARYING WRK-PAG-IDX FROM 1 BY 1
               UNTIL WRK-PAG-IDX > WRK-PAG-QT OR TITULO-ACHADO.

       0141-COMPARAR-TITULO-NOTA.
           IF WRK-PAG-FORNEC (WRK-PAG-IDX) = WRK-NOTA-FORNEC
               AND WRK-PAG-NOTA (WRK-PAG-IDX) = WRK-NOTA-NUMERO
               MOVE 'S' TO WRK-PAG-ACHOU
               MOVE WRK-PAG-IDX TO WRK-PAG-POS
           END-IF.

      *LOCALIZA A LINHA WRK-BUSCA-PEDIDO/WRK-BUSCA-LINHA NA TABELA.
       0160-LOCALIZAR-LINHA.
           MOVE 'N' TO WRK-PCO-ACHOU.
           MOVE ZEROS TO WRK-PCO-POS.
           PERFORM 0161-COMPARAR-LINHA
               VARYING WRK-PCO-IDX FROM 1 BY 1
               UNTIL WRK-PCO-IDX > WRK-PCO-QT OR LINHA-ACHADA.

       0161-COMPARAR-LINHA.
           IF WRK-PCO-NUMERO (WRK-PCO-IDX) = WRK-BUSCA-PEDIDO
               AND WRK-PCO-LINHA (WRK-PCO-IDX) = WRK-BUSCA-LINHA
               MOVE 'S' TO WRK-PCO-ACHOU
               MOVE WRK-PCO-IDX TO WRK-PCO-POS
           END-IF.

      *DIGITACAO DA NOTA NA FILA: CABECALHO (FORNECEDOR, NUMERO E
      *EMISSAO) E UMA LINHA POR LINHA DE PEDIDO FATURADA. A
      *CONFERENCIA SO ACONTECE NO MODO C.
       0200-DIGITAR-NOTA.
           PERFORM 0110-CARREGAR-FORNECEDORES.
           PERFORM 0130-CARREGAR-TITULOS.
           DISPLAY 'FORNECEDOR.. '.
           ACCEPT WRK-NOTA-FORNEC.
           MOVE WRK-NOTA-FORNEC TO WRK-BUSCA-FORNEC.
           PERFORM 0115-LOCALIZAR-FORNECEDOR.
           IF NOT FORNECEDOR-CADASTRADO
               DISPLAY 'FORNECEDOR NAO CADASTRADO NO FORNMEST, NOTA '
                   'NAO DIGITADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'NUMERO DA NOTA.. '
               ACCEPT WRK-NOTA-NUMERO
               PERFORM 0140-LOCALIZAR-TITULO-NOTA
               EVALUATE TRUE
                   WHEN WRK-NOTA-NUMERO = SPACES
                       DISPLAY 'NUMERO DA NOTA EM BRANCO, NOTA NAO '
                           'DIGITADA'
                       MOVE 8 TO RETURN-CODE
                   WHEN TITULO-ACHADO
                       DISPLAY 'NOTA JA LANCADA NO CONTAS A PAGAR '
                           '(TITULO ' WRK-PAG-NUMERO (WRK-PAG-POS)
                           '), NOTA NAO DIGITADA'
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 0210-DIGITAR-LINHAS
               END-EVALUATE
           END-IF.

       0210-DIGITAR-LINHAS.
           DISPLAY 'DATA DE EMISSAO AAAAMMDD (0=HOJE).. '.
           ACCEPT WRK-NOTA-DATA.
           IF WRK-NOTA-DATA = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-NOTA-DATA
           END-IF.
           OPEN EXTEND F-NFFORN.
           IF WRK-STATUS-NFFORN = '35'
               OPEN OUTPUT F-NFFORN
           END-IF.
           MOVE 'N' TO WRK-FIM-DIGITACAO.
           PERFORM 0220-DIGITAR-LINHA UNTIL FIM-DIGITACAO.
           CLOSE F-NFFORN.
           DISPLAY 'NOTA ' WRK-NOTA-NUMERO ' NA FILA COM '
               WRK-QT-LINHAS ' LINHA(S) - CONFERIR NO MODO C'.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'DIGITADA: FORN=' WRK-NOTA-FORNEC
               ' NOTA=' WRK-NOTA-NUMERO ' LINHAS=' WRK-QT-LINHAS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0220-DIGITAR-LINHA.
           DISPLAY 'PEDIDO DE COMPRA (0=FIM DA NOTA).. '.
           ACCEPT WRK-MAN-PEDIDO.
           IF WRK-MAN-PEDIDO = ZEROS
               MOVE 'S' TO WRK-FIM-DIGITACAO
           ELSE
               DISPLAY 'LINHA DO PEDIDO.. '
               ACCEPT WRK-MAN-LINHA
               DISPLAY 'QUANTIDADE FATURADA.. '
               ACCEPT WRK-MAN-QTD
               DISPLAY 'PRECO UNITARIO DA NOTA.. '
               ACCEPT WRK-MAN-PRECO
               MOVE WRK-NOTA-FORNEC TO NFF-FORNEC
               MOVE WRK-NOTA-NUMERO TO NFF-NOTA
               MOVE WRK-NOTA-DATA TO NFF-DATA
               MOVE WRK-MAN-PEDIDO TO NFF-PEDIDO
               MOVE WRK-MAN-LINHA TO NFF-LINHA
               MOVE WRK-MAN-QTD TO NFF-QTD
               MOVE WRK-MAN-PRECO TO NFF-PRECO
               WRITE REG-NFFORN
               ADD 1 TO WRK-QT-LINHAS
           END-IF.

      *EXCLUSAO DE UMA NOTA DA FILA (TODAS AS LINHAS DELA).
       0300-EXCLUIR-NOTA.
           PERFORM 0120-CARREGAR-FILA.
           IF FILA-ESTOUROU
               DISPLAY 'FILA NFFORN ALEM DA TABELA EM MEMORIA, '
                   'OPERACAO RECUSADA - NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'FORNECEDOR.. '
               ACCEPT WRK-NOTA-FORNEC
               DISPLAY 'NUMERO DA NOTA.. '
               ACCEPT WRK-NOTA-NUMERO
               PERFORM 0310-DESCARTAR-LINHA
                   VARYING WRK-NFF-IDX FROM 1 BY 1
                   UNTIL WRK-NFF-IDX > WRK-NFF-QT
               IF WRK-QT-LINHAS = ZEROS
                   DISPLAY 'NOTA NAO ENCONTRADA NA FILA'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 0125-GRAVAR-FILA
                   DISPLAY 'NOTA EXCLUIDA DA FILA (' WRK-QT-LINHAS
                       ' LINHA(S))'
                   MOVE SPACES TO WRK-RPT-LINHA-TXT
                   STRING 'EXCLUIDA DA FILA: FORN=' WRK-NOTA-FORNEC
                       ' NOTA=' WRK-NOTA-NUMERO
                       ' LINHAS=' WRK-QT-LINHAS
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0910-GRAVAR-LINHA-RPT
               END-IF
           END-IF.

       0310-DESCARTAR-LINHA.
           IF WRK-NFF-FORNEC (WRK-NFF-IDX) = WRK-NOTA-FORNEC
               AND WRK-NFF-NOTA (WRK-NFF-IDX) = WRK-NOTA-NUMERO
               MOVE 'D' TO WRK-NFF-DECISAO (WRK-NFF-IDX)
               ADD 1 TO WRK-QT-LINHAS
           END-IF.

      *CONFERENCIA TRIPLA DA FILA: NOTA X PEDIDO X RECEBIMENTO. A
      *NOTA E A UNIDADE - UMA LINHA DIVERGENTE SEGURA A NOTA INTEIRA.
       0400-CONFERIR-FILA.
           PERFORM 0100-CARREGAR-PEDIDOS.
           PERFORM 0105-CARREGAR-FATURADO.
           PERFORM 0110-CARREGAR-FORNECEDORES.
           PERFORM 0120-CARREGAR-FILA.
           PERFORM 0130-CARREGAR-TITULOS.
           EVALUATE TRUE
               WHEN PEDIDOS-ESTOURARAM
                   DISPLAY 'PEDCOMPRA ALEM DA TABELA EM MEMORIA, '
                       'CONFERENCIA RECUSADA'
                   MOVE 12 TO RETURN-CODE
               WHEN FILA-ESTOUROU OR TITULOS-ESTOURARAM
                   DISPLAY 'NFFORN OU CTAPAGAR ALEM DA TABELA EM '
                       'MEMORIA, CONFERENCIA RECUSADA - NADA FOI '
                       'GRAVADO'
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   OPEN EXTEND F-NFFLANC
                   IF WRK-STATUS-NFFLANC = '35'
                       OPEN OUTPUT F-NFFLANC
                   END-IF
                   PERFORM 0410-TRATAR-LINHA-FILA
                       VARYING WRK-NFF-IDX FROM 1 BY 1
                       UNTIL WRK-NFF-IDX > WRK-NFF-QT
                   CLOSE F-NFFLANC
                   PERFORM 0125-GRAVAR-FILA
                   PERFORM 0135-GRAVAR-TITULOS
           END-EVALUATE.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'CONFERENCIA: ' WRK-QT-APROVADAS
               ' NOTA(S) APROVADA(S), TOTAL ' WRK-TOT-APROVADO
               ' - ' WRK-QT-EXCECOES ' NOTA(S) EM EXCECAO NA FILA'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           DISPLAY 'CONFERENCIA: ' WRK-QT-APROVADAS ' APROVADA(S), '
               WRK-QT-EXCECOES ' EM EXCECAO (VEJA PROGCOB94RPT)'.
           IF WRK-QT-EXCECOES > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *A PRIMEIRA LINHA AINDA NAO DECIDIDA DE CADA NOTA DISPARA A
      *CONFERENCIA DA NOTA INTEIRA.
       0410-TRATAR-LINHA-FILA.
           IF WRK-NFF-DECISAO (WRK-NFF-IDX) = SPACES
               PERFORM 0420-CONFERIR-NOTA
           END-IF.

       0420-CONFERIR-NOTA.
           MOVE WRK-NFF-FORNEC (WRK-NFF-IDX) TO WRK-NOTA-FORNEC.
           MOVE WRK-NFF-NOTA (WRK-NFF-IDX) TO WRK-NOTA-NUMERO.
           MOVE WRK-NFF-DATA (WRK-NFF-IDX) TO WRK-NOTA-DATA.
           MOVE ZEROS TO WRK-NOTA-VALOR.
           MOVE 'S' TO WRK-NOTA-OK.
           PERFORM 0140-LOCALIZAR-TITULO-NOTA.
           IF TITULO-ACHADO
               MOVE 'NOTA JA LANCADA NO CONTAS A PAGAR' TO WRK-MOTIVO
               MOVE WRK-NFF-PEDIDO (WRK-NFF-IDX) TO WRK-BUSCA-PEDIDO
               MOVE WRK-NFF-LINHA (WRK-NFF-IDX) TO WRK-BUSCA-LINHA
               PERFORM 0439-RELATAR-EXCECAO
           END-IF.
           PERFORM 0430-CONFERIR-LINHA
               VARYING WRK-NFF-J FROM WRK-NFF-IDX BY 1
               UNTIL WRK-NFF-J > WRK-NFF-QT.
      *CONTAS A PAGAR CHEIO: APROVAR AQUI SOBRESCREVERIA OUTRO
      *TITULO - A NOTA FICA NA FILA PARA A PROXIMA RODADA.
           IF NOTA-CONFERE AND WRK-PAG-QT >= WRK-PAG-MAX
               MOVE 'CONTAS A PAGAR CHEIO, NOTA FICA NA FILA' TO
                   WRK-MOTIVO
               PERFORM 0439-RELATAR-EXCECAO
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF NOTA-CONFERE
               PERFORM 0450-APROVAR-NOTA
           ELSE
               ADD 1 TO WRK-QT-EXCECOES
           END-IF.
           PERFORM 0460-FECHAR-LINHA
               VARYING WRK-NFF-J FROM WRK-NFF-IDX BY 1
               UNTIL WRK-NFF-J > WRK-NFF-QT.

      *CONFERE UMA LINHA DA NOTA: PEDIDO EXISTE E E DO FORNECEDOR,
      *FOI EMITIDO, O PRECO BATE E A QUANTIDADE CABE NO RECEBIDO
      *AINDA NAO FATURADO (RESERVANDO-A PARA AS DEMAIS LINHAS).
       0430-CONFERIR-LINHA.
           IF WRK-NFF-FORNEC (WRK-NFF-J) = WRK-NOTA-FORNEC
               AND WRK-NFF-NOTA (WRK-NFF-J) = WRK-NOTA-NUMERO
               MOVE WRK-NFF-PEDIDO (WRK-NFF-J) TO WRK-BUSCA-PEDIDO
               MOVE WRK-NFF-LINHA (WRK-NFF-J) TO WRK-BUSCA-LINHA
               PERFORM 0160-LOCALIZAR-LINHA
               MOVE WRK-PCO-POS TO WRK-NFF-POS (WRK-NFF-J)
               IF NOT LINHA-ACHADA
                   MOVE 'LINHA DE PEDIDO DE COMPRA INEXISTENTE' TO
                       WRK-MOTIVO
                   PERFORM 0439-RELATAR-EXCECAO
               ELSE
                   PERFORM 0435-CONFERIR-CONTRA-PEDIDO
               END-IF
           END-IF.

       0435-CONFERIR-CONTRA-PEDIDO.
           COMPUTE WRK-DIFERENCA = WRK-NFF-PRECO (WRK-NFF-J)
               - WRK-PCO-PRECO (WRK-PCO-POS).
           COMPUTE WRK-QTD-FATURAVEL = WRK-PCO-QTD-RECEB (WRK-PCO-POS)
               - WRK-PCO-FATUR (WRK-PCO-POS)
               - WRK-PCO-RESERVA (WRK-PCO-POS).
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
               WHEN WRK-PCO-FORNEC (WRK-PCO-POS) NOT = WRK-NOTA-FORNEC
                   STRING 'PEDIDO E DO FORNECEDOR '
                       WRK-PCO-FORNEC (WRK-PCO-POS)
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               WHEN WRK-PCO-SITUACAO (WRK-PCO-POS) = 'R'
                   OR WRK-PCO-SITUACAO (WRK-PCO-POS) = 'X'
                   STRING 'PEDIDO NAO EMITIDO OU CANCELADO (SIT='
                       WRK-PCO-SITUACAO (WRK-PCO-POS) ')'
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               WHEN WRK-DIFERENCA > WRK-TOLERANCIA
                   OR WRK-DIFERENCA < (ZERO - WRK-TOLERANCIA)
                   STRING 'PRECO DIVERGENTE: NOTA='
                       WRK-NFF-PRECO (WRK-NFF-J)
                       ' PEDIDO=' WRK-PCO-PRECO (WRK-PCO-POS)
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               WHEN WRK-NFF-QTD (WRK-NFF-J) > WRK-QTD-FATURAVEL
                   STRING 'QTD ACIMA DO RECEBIDO: NOTA='
                       WRK-NFF-QTD (WRK-NFF-J)
                       ' RECEB=' WRK-PCO-QTD-RECEB (WRK-PCO-POS)
                       ' JA FATURADO=' WRK-PCO-FATUR (WRK-PCO-POS)
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               WHEN OTHER
                   ADD WRK-NFF-QTD (WRK-NFF-J) TO
                       WRK-PCO-RESERVA (WRK-PCO-POS)
                   COMPUTE WRK-VALOR-LINHA ROUNDED =
                       WRK-NFF-QTD (WRK-NFF-J)
                       * WRK-NFF-PRECO (WRK-NFF-J)
                   ADD WRK-VALOR-LINHA TO WRK-NOTA-VALOR
           END-EVALUATE.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 0439-RELATAR-EXCECAO
           END-IF.

      *LINHA DO RELATORIO DE EXCECOES PARA COMPRAS RESOLVER.
       0439-RELATAR-EXCECAO.
           MOVE 'N' TO WRK-NOTA-OK.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'EXCECAO: FORN=' WRK-NOTA-FORNEC
               ' NOTA=' WRK-NOTA-NUMERO
               ' PED=' WRK-BUSCA-PEDIDO '/' WRK-BUSCA-LINHA
               ' - ' WRK-MOTIVO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *NOTA APROVADA VIRA TITULO A PAGAR, COM VENCIMENTO PELO PRAZO
      *DO FORNECEDOR CONTADO DA EMISSAO DA NOTA.
       0450-APROVAR-NOTA.
           MOVE 030 TO WRK-PRAZO-PAGTO.
           MOVE WRK-NOTA-FORNEC TO WRK-BUSCA-FORNEC.
           PERFORM 0115-LOCALIZAR-FORNECEDOR.
           IF FORNECEDOR-CADASTRADO
               AND WRK-FOR-PRAZO (WRK-FOR-POS) > 0
               MOVE WRK-FOR-PRAZO (WRK-FOR-POS) TO WRK-PRAZO-PAGTO
           END-IF.
           PERFORM 0470-CALCULAR-VENCIMENTO.
           MOVE SPACES TO WRK-REF.
           STRING 'CP' WRK-PAG-PROXIMO DELIMITED BY SIZE
               INTO WRK-REF.
           ADD 1 TO WRK-PAG-QT.
           MOVE WRK-PAG-PROXIMO TO WRK-PAG-NUMERO (WRK-PAG-QT).
           MOVE WRK-NOTA-FORNEC TO WRK-PAG-FORNEC (WRK-PAG-QT).
           MOVE WRK-NOTA-NUMERO TO WRK-PAG-NOTA (WRK-PAG-QT).
           MOVE WRK-NOTA-DATA TO WRK-PAG-EMISSAO (WRK-PAG-QT).
           MOVE WRK-VENCIMENTO TO WRK-PAG-VENCIMENTO (WRK-PAG-QT).
           MOVE WRK-NOTA-VALOR TO WRK-PAG-VALOR (WRK-PAG-QT).
           MOVE WRK-DATA-HOJE TO WRK-PAG-DATA-CONF (WRK-PAG-QT).
           MOVE WRK-REF TO WRK-PAG-REF (WRK-PAG-QT).
           MOVE 'A' TO WRK-PAG-SITUACAO (WRK-PAG-QT).
           ADD 1 TO WRK-PAG-PROXIMO.
           ADD 1 TO WRK-QT-APROVADAS.
           ADD WRK-NOTA-VALOR TO WRK-TOT-APROVADO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'APROVADA: FORN=' WRK-NOTA-FORNEC
               ' NOTA=' WRK-NOTA-NUMERO ' TITULO=' WRK-REF
               ' VALOR=' WRK-NOTA-VALOR ' VENC=' WRK-VENCIMENTO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *FECHA AS LINHAS DA NOTA: APROVADA, O RESERVADO PASSA A
      *FATURADO E A LINHA VAI PARA O NFFLANC; EM EXCECAO, A RESERVA
      *E DESFEITA E A LINHA FICA NA FILA.
       0460-FECHAR-LINHA.
           IF WRK-NFF-FORNEC (WRK-NFF-J) = WRK-NOTA-FORNEC
               AND WRK-NFF-NOTA (WRK-NFF-J) = WRK-NOTA-NUMERO
               MOVE WRK-NFF-POS (WRK-NFF-J) TO WRK-PCO-POS
               IF WRK-PCO-POS > 0
                   IF NOTA-CONFERE
                       ADD WRK-PCO-RESERVA (WRK-PCO-POS) TO
                           WRK-PCO-FATUR (WRK-PCO-POS)
                   END-IF
                   MOVE ZEROS TO WRK-PCO-RESERVA (WRK-PCO-POS)
               END-IF
               IF NOTA-CONFERE
                   MOVE 'C' TO WRK-NFF-DECISAO (WRK-NFF-J)
                   MOVE WRK-NFF-REG (WRK-NFF-J) TO REG-NFFLANC
                   WRITE REG-NFFLANC
               ELSE
                   MOVE 'E' TO WRK-NFF-DECISAO (WRK-NFF-J)
               END-IF
           END-IF.

      *VENCIMENTO = EMISSAO + PRAZO EM DIAS DE CALENDARIO, COM A
      *MESMA ARITMETICA DE FIM DE MES/ANO DO PROGCOB55.
       0470-CALCULAR-VENCIMENTO.
           MOVE WRK-NOTA-DATA TO DATASYS.
           PERFORM 0471-AVANCAR-UM-DIA WRK-PRAZO-PAGTO TIMES.
           MOVE DATASYS TO WRK-VENCIMENTO.

       0471-AVANCAR-UM-DIA.
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

      *REMESSA: CADA TITULO APROVADO (OU REJEITADO PELO BANCO NA
      *REMESSA ANTERIOR) VENCIDO ATE A DATA PEDIDA VIRA UM REGISTRO
      *DE PAGAMENTO NA BANCOREMF E FICA REMETIDO - O MESMO TITULO
      *NUNCA VAI DUAS VEZES AO BANCO.
       0500-GERAR-REMESSA.
           PERFORM 0110-CARREGAR-FORNECEDORES.
           PERFORM 0130-CARREGAR-TITULOS.
           IF TITULOS-ESTOURARAM
               DISPLAY 'CTAPAGAR ALEM DA TABELA EM MEMORIA, REMESSA '
                   'RECUSADA - NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'PAGAR VENCIMENTOS ATE AAAAMMDD (0=HOJE).. '
               ACCEPT WRK-DATA-LIMITE
               IF WRK-DATA-LIMITE = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-LIMITE
               END-IF
               OPEN OUTPUT F-BANCOREMF
               PERFORM 0510-INCLUIR-NA-REMESSA
                   VARYING WRK-PAG-IDX FROM 1 BY 1
                   UNTIL WRK-PAG-IDX > WRK-PAG-QT
               CLOSE F-BANCOREMF
               PERFORM 0135-GRAVAR-TITULOS
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'REMESSA: ' WRK-QT-REMETIDOS ' TITULO(S), TOTAL '
               WRK-TOT-REMETIDO ' - VENCIMENTOS ATE ' WRK-DATA-LIMITE
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           DISPLAY 'REMESSA GRAVADA EM BANCOREMF ('
               WRK-QT-REMETIDOS ' PAGAMENTO(S))'.

       0510-INCLUIR-NA-REMESSA.
           IF (WRK-PAG-SITUACAO (WRK-PAG-IDX) = 'A'
               OR WRK-PAG-SITUACAO (WRK-PAG-IDX) = 'J')
               AND WRK-PAG-VENCIMENTO (WRK-PAG-IDX) <= WRK-DATA-LIMITE
               MOVE WRK-PAG-FORNEC (WRK-PAG-IDX) TO WRK-BUSCA-FORNEC
               PERFORM 0115-LOCALIZAR-FORNECEDOR
               MOVE WRK-PAG-REF (WRK-PAG-IDX) TO REM-REF
               MOVE WRK-PAG-VALOR (WRK-PAG-IDX) TO REM-VALOR
               MOVE WRK-DATA-HOJE TO REM-DATA
               MOVE WRK-PAG-FORNEC (WRK-PAG-IDX) TO REM-FORNEC
               IF FORNECEDOR-CADASTRADO
                   MOVE WRK-FOR-CNPJ (WRK-FOR-POS) TO REM-CNPJ
               ELSE
                   MOVE SPACES TO REM-CNPJ
               END-IF
               MOVE WRK-PAG-NOTA (WRK-PAG-IDX) TO REM-NOTA
               WRITE REG-BANCOREMF
               MOVE 'R' TO WRK-PAG-SITUACAO (WRK-PAG-IDX)
               ADD 1 TO WRK-QT-REMETIDOS
               ADD WRK-PAG-VALOR (WRK-PAG-IDX) TO WRK-TOT-REMETIDO
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'REMETIDO: REF=' WRK-PAG-REF (WRK-PAG-IDX)
                   ' FORN=' WRK-PAG-FORNEC (WRK-PAG-IDX)
                   ' NOTA=' WRK-PAG-NOTA (WRK-PAG-IDX)
                   ' VALOR=' WRK-PAG-VALOR (WRK-PAG-IDX)
                   ' VENC=' WRK-PAG-VENCIMENTO (WRK-PAG-IDX)
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

      *RETORNO: CADA LINHA DO BANCO MARCA O TITULO COMO PAGO OU
      *REJEITADO; OS REJEITADOS SAEM NO RELATORIO.
       0600-PROCESSAR-RETORNO.
           PERFORM 0130-CARREGAR-TITULOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           IF TITULOS-ESTOURARAM
               DISPLAY 'CTAPAGAR ALEM DA TABELA EM MEMORIA, RETORNO '
                   'RECUSADO - NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT F-BANCORETF
               IF WRK-STATUS-BANCORETF NOT = '00'
                   DISPLAY 'ARQUIVO BANCORETF NAO ENCONTRADO, NADA A '
                       'PROCESSAR'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 0610-LER-RETORNO UNTIL FIM-ARQ
               IF WRK-STATUS-BANCORETF NOT = '35'
                   CLOSE F-BANCORETF
                   PERFORM 0135-GRAVAR-TITULOS
               END-IF
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'RETORNO: ' WRK-QT-PAGOS ' PAGO(S), '
               WRK-QT-REJEITADOS ' REJEITADO(S)'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           DISPLAY 'RETORNO PROCESSADO: ' WRK-QT-PAGOS ' PAGO(S), '
               WRK-QT-REJEITADOS ' REJEITADO(S)'.
           IF WRK-QT-REJEITADOS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       0610-LER-RETORNO.
           READ F-BANCORETF
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM 0620-APLICAR-RETORNO
           END-READ.

       0620-APLICAR-RETORNO.
           MOVE 'N' TO WRK-PAG-ACHOU.
           PERFORM 0621-PROCURAR-REF
               VARYING WRK-PAG-IDX FROM 1 BY 1
               UNTIL WRK-PAG-IDX > WRK-PAG-QT OR TITULO-ACHADO.
           IF NOT TITULO-ACHADO
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'RETORNO SEM TITULO: REF=' RET-REF
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           ELSE
               EVALUATE RET-SITUACAO
                   WHEN 'P'
                       MOVE 'P' TO WRK-PAG-SITUACAO (WRK-PAG-POS)
                       ADD 1 TO WRK-QT-PAGOS
                   WHEN 'J'
                       MOVE 'J' TO WRK-PAG-SITUACAO (WRK-PAG-POS)
                       ADD 1 TO WRK-QT-REJEITADOS
                       MOVE SPACES TO WRK-RPT-LINHA-TXT
                       STRING 'REJEITADO PELO BANCO: REF=' RET-REF
                           ' VALOR=' WRK-PAG-VALOR (WRK-PAG-POS)
                           ' (VOLTA NA PROXIMA REMESSA)'
                           DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                       PERFORM 0910-GRAVAR-LINHA-RPT
                   WHEN OTHER
                       MOVE SPACES TO WRK-RPT-LINHA-TXT
                       STRING 'RETORNO COM SITUACAO INVALIDA: REF='
                           RET-REF ' SIT=' RET-SITUACAO
                           DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                       PERFORM 0910-GRAVAR-LINHA-RPT
               END-EVALUATE
           END-IF.

       0621-PROCURAR-REF.
           IF WRK-PAG-REF (WRK-PAG-IDX) = RET-REF
               MOVE 'S' TO WRK-PAG-ACHOU
               MOVE WRK-PAG-IDX TO WRK-PAG-POS
           END-IF.

      *TITULOS AINDA NAO PAGOS, COM O VENCIDO MARCADO, E O QUE
      *CONTINUA PARADO NA FILA DE CONFERENCIA.
       0700-LISTAR-ABERTOS.
           PERFORM 0130-CARREGAR-TITULOS.
           PERFORM 0710-LISTAR-TITULO
               VARYING WRK-PAG-IDX FROM 1 BY 1
               UNTIL WRK-PAG-IDX > WRK-PAG-QT.
           PERFORM 0120-CARREGAR-FILA.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'EM ABERTO: ' WRK-QT-ABERTOS ' TITULO(S), TOTAL '
               WRK-TOT-ABERTO ' - LINHAS NA FILA DE CONFERENCIA: '
               WRK-NFF-QT
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           DISPLAY 'TITULOS EM ABERTO: ' WRK-QT-ABERTOS
               ' (VEJA PROGCOB94RPT)'.

       0710-LISTAR-TITULO.
           IF WRK-PAG-SITUACAO (WRK-PAG-IDX) NOT = 'P'
               EVALUATE WRK-PAG-SITUACAO (WRK-PAG-IDX)
                   WHEN 'A'
                       MOVE 'A PAGAR' TO WRK-DESC-SITUACAO
                   WHEN 'R'
                       MOVE 'REMETIDO' TO WRK-DESC-SITUACAO
                   WHEN 'J'
                       MOVE 'REJEITADO' TO WRK-DESC-SITUACAO
                   WHEN OTHER
                       MOVE WRK-PAG-SITUACAO (WRK-PAG-IDX) TO
                           WRK-DESC-SITUACAO
               END-EVALUATE
               ADD 1 TO WRK-QT-ABERTOS
               ADD WRK-PAG-VALOR (WRK-PAG-IDX) TO WRK-TOT-ABERTO
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               IF WRK-PAG-VENCIMENTO (WRK-PAG-IDX) < WRK-DATA-HOJE
                   STRING WRK-PAG-REF (WRK-PAG-IDX)
                       ' FORN=' WRK-PAG-FORNEC (WRK-PAG-IDX)
                       ' NOTA=' WRK-PAG-NOTA (WRK-PAG-IDX)
                       ' VENC=' WRK-PAG-VENCIMENTO (WRK-PAG-IDX)
                       ' VALOR=' WRK-PAG-VALOR (WRK-PAG-IDX)
                       ' ' WRK-DESC-SITUACAO ' *** VENCIDO'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               ELSE
                   STRING WRK-PAG-REF (WRK-PAG-IDX)
                       ' FORN=' WRK-PAG-FORNEC (WRK-PAG-IDX)
                       ' NOTA=' WRK-PAG-NOTA (WRK-PAG-IDX)
                       ' VENC=' WRK-PAG-VENCIMENTO (WRK-PAG-IDX)
                       ' VALOR=' WRK-PAG-VALOR (WRK-PAG-IDX)
                       ' ' WRK-DESC-SITUACAO
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               END-IF
               PERFORM 0910-GRAVAR-LINHA-RPT
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
