       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB93.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : PEDIDOS DE COMPRA E RECEBIMENTO DE MERCADORIA.
      *A LISTA DE COMPRAS DO PROGCOB81 E O AVISO DE REPOSICAO DO
      *PROGCOB54 DIZIAM O QUE FALTAVA, E A ENTRADA ERA DIGITADA A
      *MAO NO PROGCOB54 - NADA REGISTRAVA O QUE FOI PEDIDO, A QUEM
      *E POR QUANTO. O ARQUIVO PEDCOMPRA TEM UMA LINHA POR ITEM
      *PEDIDO (NUMERO DO PEDIDO DA SERIE PROPRIA COMNUMCTL, COMO O
      *NUMCTL DOS PEDIDOS DE VENDA). MODOS:
      *  (G) GERAR RASCUNHOS: UMA LINHA POR MATERIAL DA LISTACOMP
      *      (CONSOLIDACAO DO PROGCOB81, M2 ARREDONDADO PARA CIMA) E
      *      POR PRODUTO DO ESTOQUE NO PONTO DE REPOSICAO OU ABAIXO
      *      (REPOE ATE O DOBRO DO PONTO). O FORNECEDOR E O PRECO
      *      VEM DO VINCULO FORNITEM (PROGCOB92); SEM VINCULO, O
      *      FORNECEDOR FICA ZERADO PARA A EMISSAO DEFINIR E O PRECO
      *      DO MATERIAL VEM DO MATTAB. ITEM QUE JA TEM LINHA EM
      *      ABERTO NAO GANHA OUTRA. OS RASCUNHOS NOVOS SAO
      *      NUMERADOS UM PEDIDO POR FORNECEDOR;
      *  (A) AJUSTAR LINHA DE RASCUNHO (QUANTIDADE E PRECO;
      *      QUANTIDADE ZERO TIRA A LINHA DO PEDIDO);
      *  (E) EMITIR: O RASCUNHO VIRA PEDIDO EM ABERTO (FORNECEDOR
      *      CADASTRADO E PRECO EM TODAS AS LINHAS) E O PEDIDO SAI
      *      IMPRESSO PARA O FORNECEDOR;
      *  (C) CANCELAR AS LINHAS AINDA SEM RECEBIMENTO;
      *  (R) RECEBER CONTRA UMA LINHA: ACUMULA O RECEBIDO, MARCA
      *      RECEBIMENTO PARCIAL OU ENTREGA ACIMA DO PEDIDO, GRAVA O
      *      RECEBCOMP E DA ENTRADA NO ESTOQUE PELA ESTOQMOV (SEM
      *      REDIGITAR NO PROGCOB54), NA FILIAL QUE RECEBEU A
      *      MERCADORIA (CODIGO DO FILMEST; ZERO = A FILIAL DE
      *      ENTREGA DA LINHA);
      *  (F) FECHAR LINHA COM FALTA: O FORNECEDOR NAO VAI ENTREGAR
      *      O RESTO - A LINHA SAI DO ABERTO MARCADA COMO ENTREGA
      *      ABAIXO DO PEDIDO;
      *  (L) RELATORIO DAS LINHAS EM ABERTO E DAS DIVERGENCIAS.
      *SITUACAO DA LINHA: R = RASCUNHO, A = EM ABERTO, P = RECEBIDA
      *EM PARTE, T = RECEBIDA, F = FECHADA COM FALTA, X = CANCELADA.
      *DIVERGENCIA: A = ENTREGA ACIMA DO PEDIDO, F = ABAIXO.
      *ORIGEM DA LINHA: L = LISTA DE COMPRAS, P = PONTO DE
      *REPOSICAO, S = SUGESTAO DE REPOSICAO CONVERTIDA PELO
      *PROGCOB100. CADA LINHA GUARDA A FILIAL QUE VAI RECEBER (O
      *SALDO QUE FICOU NO PONTO E O DE UMA FILIAL); A LISTA DE
      *COMPRAS E AS LINHAS ANTERIORES AO CAMPO FICAM NA MATRIZ.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *PEDIDOS DE COMPRA: UMA LINHA POR ITEM PEDIDO.
           SELECT F-PEDCOMPRA ASSIGN TO 'PEDCOMPRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDCOMPRA.
      *CONTROLE DO PROXIMO NUMERO DE PEDIDO DE COMPRA (UM REGISTRO
      *SO, COMO O NUMCTL DOS PEDIDOS DE VENDA).
           SELECT F-COMNUMCTL ASSIGN TO 'COMNUMCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COMNUMCTL.
      *CADASTRO MESTRE DE FORNECEDORES (MANTIDO PELO PROGCOB92).
           SELECT F-FORNMEST ASSIGN TO 'FORNMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FORNMEST.
      *VINCULO ITEM X FORNECEDOR E PRECO (MANTIDO PELO PROGCOB92).
           SELECT F-FORNITEM ASSIGN TO 'FORNITEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FORNITEM.
      *LISTA DE COMPRAS CONSOLIDADA GRAVADA PELO PROGCOB81.
           SELECT F-LISTACOMP ASSIGN TO 'LISTACOMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LISTACOMP.
      *SALDO DE ESTOQUE POR PRODUTO E FILIAL (SO LEITURA AQUI - A
      *ENTRADA PASSA PELA SUB-ROTINA ESTOQMOV).
      *INDEXADO PELO PRODUTO + FILIAL (VEJA ESTREC.CPY).
           SELECT F-ESTOQUE ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-STATUS-ESTOQUE.
      *CADASTRO MESTRE DE FILIAIS (VALIDA A FILIAL DO RECEBIMENTO).
           SELECT F-FILMEST ASSIGN TO 'FILMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILMEST.
      *TRILHA DE RECEBIMENTOS: UMA LINHA POR ENTREGA RECEBIDA.
           SELECT F-RECEBCOMP ASSIGN TO 'RECEBCOMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECEBCOMP.
      *PEDIDO EMITIDO E RELATORIO DE ABERTOS, COM CABECALHO E QUEBRA
      *DE PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB93RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
      *FILIAL DE ENTREGA (CODIGO DO FILMEST).
           03 PCO-FILIAL    PIC 9(02).

       FD  F-COMNUMCTL.
       01  REG-COMNUMCTL.
           03 CNC-PROXIMO PIC 9(06).

       FD  F-FORNMEST.
       01  REG-FORNMEST.
           03 FOR-CODIGO      PIC 9(06).
           03 FOR-RAZAO       PIC X(20).
           03 FOR-CNPJ        PIC X(14).
           03 FOR-CONTATO     PIC X(20).
           03 FOR-PRAZO-PAGTO PIC 9(03).

       FD  F-FORNITEM.
       01  REG-FORNITEM.
           03 FIT-ITEM   PIC X(20).
           03 FIT-FORNEC PIC 9(06).
           03 FIT-PRECO  PIC 9(06)V99.

       FD  F-LISTACOMP.
       01  REG-LISTACOMP.
           03 LCP-MATERIAL PIC X(04).
           03 LCP-M2       PIC 9(08)V99.
           03 LCP-CUSTO    PIC 9(09)V99.
           03 LCP-DATA     PIC 9(08).

       FD  F-ESTOQUE.
           COPY 'ESTREC.CPY'.

       FD  F-FILMEST.
       01  REG-FILMEST.
           03 FIL-CODIGO PIC 9(02).
           03 FIL-NOME   PIC X(20).
           03 FIL-UF     PIC X(02).

       FD  F-RECEBCOMP.
       01  REG-RECEBCOMP.
           03 RCB-DATA-HORA PIC X(14).
           03 RCB-NUMERO    PIC 9(06).
           03 RCB-LINHA     PIC 9(03).
           03 RCB-ITEM      PIC X(20).
           03 RCB-QTD       PIC 9(06).
           03 RCB-TIPO      PIC X(01).
           03 RCB-ESTOQUE   PIC X(01).
           03 RCB-OPERADOR  PIC X(20).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDCOMPRA PIC X(02) VALUE '00'.
       77 WRK-STATUS-COMNUMCTL PIC X(02) VALUE '00'.
       77 WRK-STATUS-FORNMEST  PIC X(02) VALUE '00'.
       77 WRK-STATUS-FORNITEM  PIC X(02) VALUE '00'.
       77 WRK-STATUS-LISTACOMP PIC X(02) VALUE '00'.
       77 WRK-STATUS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-STATUS-RECEBCOMP PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *TABELA EM MEMORIA DO PEDCOMPRA (REGRAVACAO INTEIRA).
       77 WRK-PCO-MAX PIC 9(04) VALUE 0500.
       77 WRK-PCO-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-PEDCOMPRA.
           03 WRK-TAB-PCO-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-PCO-QT.
               05 WRK-PCO-NUMERO    PIC 9(06).
               05 WRK-PCO-LINHA     PIC 9(03).
               05 WRK-PCO-FORNEC    PIC 9(06).
               05 WRK-PCO-DATA      PIC 9(08).
               05 WRK-PCO-ORIGEM    PIC X(01).
               05 WRK-PCO-ITEM      PIC X(20).
               05 WRK-PCO-QTD       PIC 9(06).
               05 WRK-PCO-PRECO     PIC 9(06)V99.
               05 WRK-PCO-QTD-RECEB PIC 9(06).
               05 WRK-PCO-SITUACAO  PIC X(01).
               05 WRK-PCO-DIVERG    PIC X(01).
               05 WRK-PCO-FILIAL    PIC 9(02).
       77 WRK-PCO-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-PCO-J   PIC 9(04) VALUE ZEROS.
       77 WRK-PCO-POS PIC 9(04) VALUE ZEROS.
       77 WRK-PCO-QT-ANTES PIC 9(04) VALUE ZEROS.
       77 WRK-PCO-ACHOU PIC X(01) VALUE 'N'.
           88 LINHA-ACHADA VALUE 'S'.
      *TABELA EM MEMORIA DO CADASTRO DE FORNECEDORES.
       77 WRK-FOR-MAX PIC 9(03) VALUE 100.
       77 WRK-FOR-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-FORNEC.
           03 WRK-TAB-FOR-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-FOR-QT.
               05 WRK-FOR-CODIGO PIC 9(06).
               05 WRK-FOR-RAZAO  PIC X(20).
       77 WRK-FOR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FOR-ACHOU PIC X(01) VALUE 'N'.
           88 FORNECEDOR-CADASTRADO VALUE 'S'.
       77 WRK-FOR-NOME PIC X(20) VALUE SPACES.
      *TABELA EM MEMORIA DO VINCULO ITEM X FORNECEDOR.
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
      *LINHA DE RASCUNHO EM MONTAGEM.
       77 WRK-RAS-ITEM   PIC X(20) VALUE SPACES.
       77 WRK-RAS-ORIGEM PIC X(01) VALUE SPACES.
       77 WRK-RAS-QTD    PIC 9(06) VALUE ZEROS.
       77 WRK-RAS-FORNEC PIC 9(06) VALUE ZEROS.
       77 WRK-RAS-PRECO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RAS-FILIAL PIC 9(02) VALUE 01.
       77 WRK-RAS-ABERTO PIC X(01) VALUE 'N'.
           88 ITEM-JA-EM-ABERTO VALUE 'S'.
       77 WRK-QT-RASCUNHOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-JA-ABERTOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PEDIDOS-NOVOS PIC 9(04) VALUE ZEROS.
      *NUMERACAO DOS PEDIDOS NOVOS.
       77 WRK-NUM-PEDIDO PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-LINHA  PIC 9(03) VALUE ZEROS.
      *CAMPOS DIGITADOS NAS OPCOES DO MENU.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-GERAR    VALUE 'G'.
           88 MAN-AJUSTAR  VALUE 'A'.
           88 MAN-EMITIR   VALUE 'E'.
           88 MAN-CANCELAR VALUE 'C'.
           88 MAN-RECEBER  VALUE 'R'.
           88 MAN-FECHAR   VALUE 'F'.
           88 MAN-LISTAR   VALUE 'L'.
           88 MAN-SAIR     VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
       77 WRK-MAN-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-LINHA  PIC 9(03) VALUE ZEROS.
       77 WRK-MAN-QTD    PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-PRECO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MAN-FORNEC PIC 9(06) VALUE ZEROS.
      *FILIAL QUE RECEBEU A ENTREGA E A VALIDACAO NO FILMEST.
       77 WRK-MAN-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-STATUS-FILMEST PIC X(02) VALUE '00'.
       77 WRK-FIL-ACHOU PIC X(01) VALUE 'N'.
           88 FILIAL-ACHADA VALUE 'S'.
       77 WRK-FIM-FIL PIC X(01) VALUE 'N'.
           88 FIM-FILMEST VALUE 'S'.
       77 WRK-QT-LINHAS-PEDIDO PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-PRECO PIC 9(04) VALUE ZEROS.
       77 WRK-QT-COM-RECEB PIC 9(04) VALUE ZEROS.
       77 WRK-FORNEC-PEDIDO PIC 9(06) VALUE ZEROS.
       77 WRK-DIFERENCA PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PEDIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-LINHA PIC 9(09)V99 VALUE ZEROS.
      *OPERADOR DA SESSAO, GRAVADO EM CADA RECEBIMENTO.
       77 WRK-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           03 WRK-DATA PIC 9(08) VALUE ZEROS.
           03 WRK-HORA PIC 9(06) VALUE ZEROS.
      *CONTADORES DO RELATORIO DE ABERTOS.
       77 WRK-QT-ABERTAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-DIVERGENTES PIC 9(04) VALUE ZEROS.
       77 WRK-DESC-SITUACAO PIC X(10) VALUE SPACES.
       77 WRK-DESC-DIVERG PIC X(06) VALUE SPACES.
      *TABELA MESTRE DE MATERIAIS (PRECO POR M2 QUANDO O MATERIAL
      *NAO TEM VINCULO COM FORNECEDOR) - VEJA MATTAB.CPY.
           COPY 'MATTAB.CPY'.
      *CAMPOS COMUNS DO SALDO DE ESTOQUE (VEJA ESTOQMOV.cob): O
      *RECEBIMENTO DA ENTRADA PELA SUB-ROTINA.
           COPY 'ESTCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB93'.
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
           MOVE 'COMPRAS' TO WRK-LCK-NOME.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'OPERADOR.. '.
           ACCEPT WRK-OPERADOR.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-COMPRAS UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'LINHAS=' WRK-PCO-QT
               ' RASCUNHOS=' WRK-QT-RASCUNHOS
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

       0200-MENU-COMPRAS.
           DISPLAY '-- PEDIDOS DE COMPRA (PEDCOMPRA) --'.
           DISPLAY '(G)ERAR RASCUNHOS (A)JUSTAR (E)MITIR (C)ANCELAR '
               '(R)ECEBER (F)ECHAR COM FALTA (L)ISTAR (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-GERAR
                   PERFORM 0300-GERAR-RASCUNHOS
               WHEN MAN-AJUSTAR
                   PERFORM 0450-AJUSTAR-RASCUNHO
               WHEN MAN-EMITIR
                   PERFORM 0400-EMITIR-PEDIDO
               WHEN MAN-CANCELAR
                   PERFORM 0470-CANCELAR-PEDIDO
               WHEN MAN-RECEBER
                   PERFORM 0500-RECEBER-LINHA
               WHEN MAN-FECHAR
                   PERFORM 0550-FECHAR-COM-FALTA
               WHEN MAN-LISTAR
                   PERFORM 0600-LISTAR-ABERTOS
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *CARGA E REGRAVACAO DO PEDCOMPRA.
       0100-CARREGAR-PEDIDOS.
           MOVE ZEROS TO WRK-PCO-QT.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
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
                       MOVE REG-PEDCOMPRA TO
                           WRK-TAB-PCO-ITEM (WRK-PCO-QT)
                       IF WRK-PCO-FILIAL (WRK-PCO-QT) NOT NUMERIC
                           OR WRK-PCO-FILIAL (WRK-PCO-QT) = ZEROS
                           MOVE 01 TO WRK-PCO-FILIAL (WRK-PCO-QT)
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           END-READ.

      *COM O ARQUIVO MAIOR QUE A TABELA, REGRAVAR APAGARIA AS
      *LINHAS ALEM DO TETO - A GRAVACAO E RECUSADA.
       0150-GRAVAR-PEDIDOS.
           IF TABELA-ESTOUROU
               DISPLAY 'PEDIDOS DE COMPRA ALEM DA TABELA EM MEMORIA, '
                   'OPERACAO RECUSADA - NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT F-PEDCOMPRA
               PERFORM 0151-GRAVAR-LINHA
                   VARYING WRK-PCO-IDX FROM 1 BY 1
                   UNTIL WRK-PCO-IDX > WRK-PCO-QT
               CLOSE F-PEDCOMPRA
           END-IF.

       0151-GRAVAR-LINHA.
           MOVE WRK-TAB-PCO-ITEM (WRK-PCO-IDX) TO REG-PEDCOMPRA.
           WRITE REG-PEDCOMPRA.

      *LOCALIZA A LINHA WRK-MAN-NUMERO/WRK-MAN-LINHA NA TABELA.
       0160-LOCALIZAR-LINHA.
           MOVE 'N' TO WRK-PCO-ACHOU.
           MOVE ZEROS TO WRK-PCO-POS.
           PERFORM 0161-COMPARAR-LINHA
               VARYING WRK-PCO-IDX FROM 1 BY 1
               UNTIL WRK-PCO-IDX > WRK-PCO-QT OR LINHA-ACHADA.

       0161-COMPARAR-LINHA.
           IF WRK-PCO-NUMERO (WRK-PCO-IDX) = WRK-MAN-NUMERO
               AND WRK-PCO-LINHA (WRK-PCO-IDX) = WRK-MAN-LINHA
               MOVE 'S' TO WRK-PCO-ACHOU
               MOVE WRK-PCO-IDX TO WRK-PCO-POS
           END-IF.

      *CARGA DO CADASTRO DE FORNECEDORES (CODIGO E RAZAO SOCIAL).
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
                       MOVE FOR-RAZAO TO WRK-FOR-RAZAO (WRK-FOR-QT)
                   END-IF
           END-READ.

      *FORNECEDOR WRK-MAN-FORNEC NO CADASTRO? DEVOLVE A RAZAO EM
      *WRK-FOR-NOME.
       0115-LOCALIZAR-FORNECEDOR.
           MOVE 'N' TO WRK-FOR-ACHOU.
           MOVE '(SEM FORNECEDOR)' TO WRK-FOR-NOME.
           PERFORM 0116-COMPARAR-FORNECEDOR
               VARYING WRK-FOR-IDX FROM 1 BY 1
               UNTIL WRK-FOR-IDX > WRK-FOR-QT
                   OR FORNECEDOR-CADASTRADO.

       0116-COMPARAR-FORNECEDOR.
           IF WRK-FOR-CODIGO (WRK-FOR-IDX) = WRK-MAN-FORNEC
               MOVE 'S' TO WRK-FOR-ACHOU
               MOVE WRK-FOR-RAZAO (WRK-FOR-IDX) TO WRK-FOR-NOME
           END-IF.

      *CARGA DO VINCULO ITEM X FORNECEDOR.
       0120-CARREGAR-VINCULOS.
           MOVE ZEROS TO WRK-FIT-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FORNITEM.
           IF WRK-STATUS-FORNITEM NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0121-LER-VINCULO UNTIL FIM-ARQ.
           IF WRK-STATUS-FORNITEM NOT = '35'
               CLOSE F-FORNITEM
           END-IF.

       0121-LER-VINCULO.
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

      *FORNECEDOR E PRECO DO ITEM WRK-RAS-ITEM PELO VINCULO (SEM
      *VINCULO, FORNECEDOR ZERADO E PRECO ZERADO).
       0125-BUSCAR-VINCULO.
           MOVE 'N' TO WRK-FIT-ACHOU.
           MOVE ZEROS TO WRK-RAS-FORNEC.
           MOVE ZEROS TO WRK-RAS-PRECO.
           PERFORM 0126-COMPARAR-VINCULO
               VARYING WRK-FIT-IDX FROM 1 BY 1
               UNTIL WRK-FIT-IDX > WRK-FIT-QT OR ITEM-VINCULADO.

       0126-COMPARAR-VINCULO.
           IF WRK-FIT-CODIGO (WRK-FIT-IDX) = WRK-RAS-ITEM
               MOVE 'S' TO WRK-FIT-ACHOU
               MOVE WRK-FIT-FORNEC (WRK-FIT-IDX) TO WRK-RAS-FORNEC
               MOVE WRK-FIT-PRECO (WRK-FIT-IDX) TO WRK-RAS-PRECO
           END-IF.

      *(G) RASCUNHOS DA LISTA DE COMPRAS E DO PONTO DE REPOSICAO.
      *AS LINHAS NOVAS ENTRAM SEM NUMERO E SAO NUMERADAS NO FIM, UM
      *PEDIDO POR FORNECEDOR.
       0300-GERAR-RASCUNHOS.
           PERFORM 0100-CARREGAR-PEDIDOS.
           PERFORM 0120-CARREGAR-VINCULOS.
           MOVE WRK-PCO-QT TO WRK-PCO-QT-ANTES.
           MOVE ZEROS TO WRK-QT-RASCUNHOS.
           MOVE ZEROS TO WRK-QT-JA-ABERTOS.
           MOVE ZEROS TO WRK-QT-PEDIDOS-NOVOS.
           PERFORM 0310-RASCUNHOS-DA-LISTA.
           PERFORM 0320-RASCUNHOS-DO-ESTOQUE.
           IF WRK-QT-RASCUNHOS = 0
               DISPLAY 'NENHUM ITEM NOVO A COMPRAR (' WRK-QT-JA-ABERTOS
                   ' JA EM PEDIDO ABERTO)'
           ELSE
               IF TABELA-ESTOUROU
                   PERFORM 0150-GRAVAR-PEDIDOS
               ELSE
                   COMPUTE WRK-PCO-J = WRK-PCO-QT-ANTES + 1
                   PERFORM 0330-NUMERAR-RASCUNHO
                       VARYING WRK-PCO-IDX FROM WRK-PCO-J BY 1
                       UNTIL WRK-PCO-IDX > WRK-PCO-QT
                   PERFORM 0150-GRAVAR-PEDIDOS
                   DISPLAY 'RASCUNHOS GERADOS: ' WRK-QT-RASCUNHOS
                       ' LINHA(S) EM ' WRK-QT-PEDIDOS-NOVOS
                       ' PEDIDO(S); ' WRK-QT-JA-ABERTOS
                       ' ITEM(NS) JA EM PEDIDO ABERTO'
               END-IF
           END-IF.

      *UMA LINHA POR MATERIAL DA LISTA CONSOLIDADA DO PROGCOB81: O
      *PEDIDO E EM M2 INTEIRO, ARREDONDADO PARA CIMA.
       0310-RASCUNHOS-DA-LISTA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-LISTACOMP.
           IF WRK-STATUS-LISTACOMP NOT = '00'
               DISPLAY 'LISTA DE COMPRAS (LISTACOMP) NAO ENCONTRADA - '
                   'RODE O PROGCOB81'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0311-LER-LISTA UNTIL FIM-ARQ.
           IF WRK-STATUS-LISTACOMP NOT = '35'
               CLOSE F-LISTACOMP
           END-IF.

       0311-LER-LISTA.
           READ F-LISTACOMP
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF LCP-M2 > 0
                       MOVE LCP-MATERIAL TO WRK-RAS-ITEM
                       MOVE 'L' TO WRK-RAS-ORIGEM
                       MOVE 01 TO WRK-RAS-FILIAL
                       COMPUTE WRK-RAS-QTD = LCP-M2
                       IF WRK-RAS-QTD < LCP-M2
                           ADD 1 TO WRK-RAS-QTD
                       END-IF
                       PERFORM 0125-BUSCAR-VINCULO
                       IF NOT ITEM-VINCULADO
                           SEARCH ALL TAB-MAT-ITEM
                               AT END
                                   MOVE ZEROS TO WRK-RAS-PRECO
                               WHEN TAB-MAT-COD (TAB-MAT-IDX) =
                                   LCP-MATERIAL
                                   MOVE TAB-MAT-PRECO (TAB-MAT-IDX)
                                       TO WRK-RAS-PRECO
                           END-SEARCH
                       END-IF
                       PERFORM 0340-INCLUIR-RASCUNHO
                   END-IF
           END-READ.

      *UMA LINHA POR PRODUTO NO PONTO DE REPOSICAO OU ABAIXO (PONTO
      *ZERADO = PRODUTO SEM REPOSICAO AUTOMATICA). A QUANTIDADE
      *REPOE O SALDO ATE O DOBRO DO PONTO.
       0320-RASCUNHOS-DO-ESTOQUE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ESTOQUE.
           IF WRK-STATUS-ESTOQUE NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0321-LER-ESTOQUE UNTIL FIM-ARQ.
           IF WRK-STATUS-ESTOQUE NOT = '35'
               CLOSE F-ESTOQUE
           END-IF.

       0321-LER-ESTOQUE.
           READ F-ESTOQUE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF EST-PONTO > 0 AND EST-SALDO <= EST-PONTO
                       MOVE EST-CODIGO TO WRK-RAS-ITEM
                       MOVE 'P' TO WRK-RAS-ORIGEM
                       IF EST-FILIAL NOT NUMERIC OR EST-FILIAL = ZEROS
                           MOVE 01 TO WRK-RAS-FILIAL
                       ELSE
                           MOVE EST-FILIAL TO WRK-RAS-FILIAL
                       END-IF
                       COMPUTE WRK-RAS-QTD =
                           EST-PONTO * 2 - EST-SALDO
                       PERFORM 0125-BUSCAR-VINCULO
                       PERFORM 0340-INCLUIR-RASCUNHO
                   END-IF
           END-READ.

      *ITEM QUE JA TEM LINHA EM RASCUNHO, EM ABERTO OU RECEBIDA EM
      *PARTE PARA A MESMA FILIAL NAO GANHA OUTRA - O PEDIDO ANTERIOR
      *AINDA VAI CHEGAR.
       0340-INCLUIR-RASCUNHO.
           MOVE 'N' TO WRK-RAS-ABERTO.
           PERFORM 0341-VERIFICAR-ABERTO
               VARYING WRK-PCO-J FROM 1 BY 1
               UNTIL WRK-PCO-J > WRK-PCO-QT OR ITEM-JA-EM-ABERTO.
           IF ITEM-JA-EM-ABERTO
               ADD 1 TO WRK-QT-JA-ABERTOS
           ELSE
               IF WRK-PCO-QT < WRK-PCO-MAX
                   ADD 1 TO WRK-PCO-QT
                   ADD 1 TO WRK-QT-RASCUNHOS
                   MOVE ZEROS TO WRK-PCO-NUMERO (WRK-PCO-QT)
                   MOVE ZEROS TO WRK-PCO-LINHA (WRK-PCO-QT)
                   MOVE WRK-RAS-FORNEC TO WRK-PCO-FORNEC (WRK-PCO-QT)
                   MOVE WRK-DATA-HOJE TO WRK-PCO-DATA (WRK-PCO-QT)
                   MOVE WRK-RAS-ORIGEM TO WRK-PCO-ORIGEM (WRK-PCO-QT)
                   MOVE WRK-RAS-ITEM TO WRK-PCO-ITEM (WRK-PCO-QT)
                   MOVE WRK-RAS-QTD TO WRK-PCO-QTD (WRK-PCO-QT)
                   MOVE WRK-RAS-PRECO TO WRK-PCO-PRECO (WRK-PCO-QT)
                   MOVE ZEROS TO WRK-PCO-QTD-RECEB (WRK-PCO-QT)
                   MOVE 'R' TO WRK-PCO-SITUACAO (WRK-PCO-QT)
                   MOVE SPACE TO WRK-PCO-DIVERG (WRK-PCO-QT)
                   MOVE WRK-RAS-FILIAL TO WRK-PCO-FILIAL (WRK-PCO-QT)
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.

       0341-VERIFICAR-ABERTO.
           IF WRK-PCO-ITEM (WRK-PCO-J) = WRK-RAS-ITEM
               AND WRK-PCO-FILIAL (WRK-PCO-J) = WRK-RAS-FILIAL
               AND (WRK-PCO-SITUACAO (WRK-PCO-J) = 'R'
                   OR WRK-PCO-SITUACAO (WRK-PCO-J) = 'A'
                   OR WRK-PCO-SITUACAO (WRK-PCO-J) = 'P')
               MOVE 'S' TO WRK-RAS-ABERTO
           END-IF.

      *LINHA NOVA AINDA SEM NUMERO: ABRE UM PEDIDO PARA O
      *FORNECEDOR DELA E JUNTA NELE AS DEMAIS LINHAS NOVAS DO MESMO
      *FORNECEDOR.
       0330-NUMERAR-RASCUNHO.
           IF WRK-PCO-NUMERO (WRK-PCO-IDX) = ZEROS
               PERFORM 0335-OBTER-NUMERO-PEDIDO
               ADD 1 TO WRK-QT-PEDIDOS-NOVOS
               MOVE ZEROS TO WRK-NUM-LINHA
               MOVE WRK-PCO-FORNEC (WRK-PCO-IDX) TO WRK-FORNEC-PEDIDO
               PERFORM 0331-NUMERAR-LINHA
                   VARYING WRK-PCO-J FROM WRK-PCO-IDX BY 1
                   UNTIL WRK-PCO-J > WRK-PCO-QT
           END-IF.

       0331-NUMERAR-LINHA.
           IF WRK-PCO-NUMERO (WRK-PCO-J) = ZEROS
               AND WRK-PCO-FORNEC (WRK-PCO-J) = WRK-FORNEC-PEDIDO
               ADD 1 TO WRK-NUM-LINHA
               MOVE WRK-NUM-PEDIDO TO WRK-PCO-NUMERO (WRK-PCO-J)
               MOVE WRK-NUM-LINHA TO WRK-PCO-LINHA (WRK-PCO-J)
           END-IF.

      *LE O PROXIMO NUMERO DE PEDIDO DE COMPRA DO CONTROLE COMNUMCTL
      *(CRIANDO O CONTROLE COM 1 SE AINDA NAO EXISTIR) E REGRAVA O
      *CONTROLE JA COM O NUMERO SEGUINTE - MESMO DESENHO DO NUMCTL.
       0335-OBTER-NUMERO-PEDIDO.
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

      *(E) EMISSAO: TODAS AS LINHAS EM RASCUNHO DO PEDIDO PASSAM A
      *EM ABERTO. PEDIDO SEM FORNECEDOR RECEBE O FORNECEDOR AQUI;
      *FORNECEDOR FORA DO CADASTRO OU LINHA SEM PRECO BARRAM A
      *EMISSAO (A CONFERENCIA DA NOTA DO FORNECEDOR PRECISA DO PRECO
      *PEDIDO).
       0400-EMITIR-PEDIDO.
           PERFORM 0100-CARREGAR-PEDIDOS.
           PERFORM 0110-CARREGAR-FORNECEDORES.
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA A EMITIR.. '.
           ACCEPT WRK-MAN-NUMERO.
           MOVE ZEROS TO WRK-QT-LINHAS-PEDIDO.
           MOVE ZEROS TO WRK-QT-SEM-PRECO.
           MOVE ZEROS TO WRK-FORNEC-PEDIDO.
           PERFORM 0401-CONTAR-RASCUNHO
               VARYING WRK-PCO-IDX FROM 1 BY 1
               UNTIL WRK-PCO-IDX > WRK-PCO-QT.
           IF WRK-QT-LINHAS-PEDIDO = 0
               DISPLAY 'PEDIDO SEM LINHAS EM RASCUNHO, NADA FEITO'
           ELSE
               IF WRK-FORNEC-PEDIDO = ZEROS
                   DISPLAY 'PEDIDO SEM FORNECEDOR - CODIGO DO '
                       'FORNECEDOR.. '
                   ACCEPT WRK-FORNEC-PEDIDO
               END-IF
               MOVE WRK-FORNEC-PEDIDO TO WRK-MAN-FORNEC
               PERFORM 0115-LOCALIZAR-FORNECEDOR
               IF NOT FORNECEDOR-CADASTRADO
                   DISPLAY 'FORNECEDOR ' WRK-FORNEC-PEDIDO
                       ' NAO CADASTRADO NO FORNMEST, NADA FEITO'
               ELSE
                   IF WRK-QT-SEM-PRECO > 0
                       DISPLAY WRK-QT-SEM-PRECO ' LINHA(S) SEM PRECO '
                           '- AJUSTE ANTES DE EMITIR, NADA FEITO'
                   ELSE
                       MOVE ZEROS TO WRK-TOTAL-PEDIDO
                       MOVE ZEROS TO WRK-RPT-PAGINA
                       MOVE ZEROS TO WRK-RPT-QT-DET
                       OPEN OUTPUT F-RELATORIO
                       PERFORM 0900-IMPRIMIR-CABECALHO-RPT
                       MOVE SPACES TO WRK-RPT-LINHA-TXT
                       STRING '===== PEDIDO DE COMPRA ' WRK-MAN-NUMERO
                           ' FORNECEDOR ' WRK-FORNEC-PEDIDO ' '
                           WRK-FOR-NOME ' ====='
                           DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                       PERFORM 0910-GRAVAR-LINHA-RPT
                       PERFORM 0402-EMITIR-LINHA
                           VARYING WRK-PCO-IDX FROM 1 BY 1
                           UNTIL WRK-PCO-IDX > WRK-PCO-QT
                       MOVE SPACES TO WRK-RPT-LINHA-TXT
                       STRING 'TOTAL DO PEDIDO=' WRK-TOTAL-PEDIDO
                           ' LINHAS=' WRK-QT-LINHAS-PEDIDO
                           DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                       PERFORM 0910-GRAVAR-LINHA-RPT
                       PERFORM 0920-GRAVAR-TRAILER-RPT
                       CLOSE F-RELATORIO
                       PERFORM 0150-GRAVAR-PEDIDOS
                       DISPLAY 'PEDIDO ' WRK-MAN-NUMERO ' EMITIDO ('
                           WRK-QT-LINHAS-PEDIDO ' LINHA(S)) - '
                           'IMPRESSO EM PROGCOB93RPT'
                   END-IF
               END-IF
           END-IF.

       0401-CONTAR-RASCUNHO.
           IF WRK-PCO-NUMERO (WRK-PCO-IDX) = WRK-MAN-NUMERO
               AND WRK-PCO-SITUACAO (WRK-PCO-IDX) = 'R'
               ADD 1 TO WRK-QT-LINHAS-PEDIDO
               MOVE WRK-PCO-FORNEC (WRK-PCO-IDX) TO WRK-FORNEC-PEDIDO
               IF WRK-PCO-PRECO (WRK-PCO-IDX) = ZEROS
                   ADD 1 TO WRK-QT-SEM-PRECO
               END-IF
           END-IF.

       0402-EMITIR-LINHA.
           IF WRK-PCO-NUMERO (WRK-PCO-IDX) = WRK-MAN-NUMERO
               AND WRK-PCO-SITUACAO (WRK-PCO-IDX) = 'R'
               MOVE 'A' TO WRK-PCO-SITUACAO (WRK-PCO-IDX)
               MOVE WRK-FORNEC-PEDIDO TO WRK-PCO-FORNEC (WRK-PCO-IDX)
               MOVE WRK-DATA-HOJE TO WRK-PCO-DATA (WRK-PCO-IDX)
               COMPUTE WRK-VALOR-LINHA =
                   WRK-PCO-QTD (WRK-PCO-IDX)
                   * WRK-PCO-PRECO (WRK-PCO-IDX)
               ADD WRK-VALOR-LINHA TO WRK-TOTAL-PEDIDO
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '  LINHA=' WRK-PCO-LINHA (WRK-PCO-IDX)
                   ' ITEM=' WRK-PCO-ITEM (WRK-PCO-IDX)
                   ' QTD=' WRK-PCO-QTD (WRK-PCO-IDX)
                   ' PRECO=' WRK-PCO-PRECO (WRK-PCO-IDX)
                   ' VALOR=' WRK-VALOR-LINHA
                   ' ENTREGA NA FILIAL ' WRK-PCO-FILIAL (WRK-PCO-IDX)
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

      *(A) AJUSTE DE LINHA AINDA EM RASCUNHO: QUANTIDADE E PRECO.
      *QUANTIDADE ZERO TIRA A LINHA DO PEDIDO (FICA CANCELADA).
       0450-AJUSTAR-RASCUNHO.
           PERFORM 0100-CARREGAR-PEDIDOS.
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA.. '.
           ACCEPT WRK-MAN-NUMERO.
           DISPLAY 'LINHA.. '.
           ACCEPT WRK-MAN-LINHA.
           PERFORM 0160-LOCALIZAR-LINHA.
           IF NOT LINHA-ACHADA
               DISPLAY 'LINHA NAO ENCONTRADA, NADA FEITO'
           ELSE
               IF WRK-PCO-SITUACAO (WRK-PCO-POS) NOT = 'R'
                   DISPLAY 'LINHA JA EMITIDA OU ENCERRADA, SO '
                       'RASCUNHO PODE SER AJUSTADO - NADA FEITO'
               ELSE
                   DISPLAY 'ITEM ' WRK-PCO-ITEM (WRK-PCO-POS)
                       ' QTD ' WRK-PCO-QTD (WRK-PCO-POS)
                       ' PRECO ' WRK-PCO-PRECO (WRK-PCO-POS)
                   DISPLAY 'NOVA QUANTIDADE (0 = TIRAR DO PEDIDO).. '
                   ACCEPT WRK-MAN-QTD
                   IF WRK-MAN-QTD = ZEROS
                       MOVE 'X' TO WRK-PCO-SITUACAO (WRK-PCO-POS)
                       PERFORM 0150-GRAVAR-PEDIDOS
                       DISPLAY 'LINHA TIRADA DO PEDIDO'
                   ELSE
                       DISPLAY 'NOVO PRECO UNITARIO.. '
                       ACCEPT WRK-MAN-PRECO
                       MOVE WRK-MAN-QTD TO WRK-PCO-QTD (WRK-PCO-POS)
                       MOVE WRK-MAN-PRECO TO
                           WRK-PCO-PRECO (WRK-PCO-POS)
                       PERFORM 0150-GRAVAR-PEDIDOS
                       DISPLAY 'LINHA AJUSTADA'
                   END-IF
               END-IF
           END-IF.

      *(C) CANCELAMENTO: AS LINHAS EM RASCUNHO OU EM ABERTO AINDA SEM
      *NADA RECEBIDO SAEM DO PEDIDO; LINHA COM RECEBIMENTO SO PODE
      *SER FECHADA COM FALTA (OPCAO F).
       0470-CANCELAR-PEDIDO.
           PERFORM 0100-CARREGAR-PEDIDOS.
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA A CANCELAR.. '.
           ACCEPT WRK-MAN-NUMERO.
           MOVE ZEROS TO WRK-QT-LINHAS-PEDIDO.
           MOVE ZEROS TO WRK-QT-COM-RECEB.
           PERFORM 0471-CANCELAR-LINHA
               VARYING WRK-PCO-IDX FROM 1 BY 1
               UNTIL WRK-PCO-IDX > WRK-PCO-QT.
           IF WRK-QT-LINHAS-PEDIDO = 0
               DISPLAY 'NENHUMA LINHA CANCELAVEL NO PEDIDO, NADA FEITO'
           ELSE
               PERFORM 0150-GRAVAR-PEDIDOS
               DISPLAY WRK-QT-LINHAS-PEDIDO ' LINHA(S) CANCELADA(S)'
           END-IF.
           IF WRK-QT-COM-RECEB > 0
               DISPLAY WRK-QT-COM-RECEB ' LINHA(S) COM RECEBIMENTO '
                   'FICARAM - USE (F)ECHAR COM FALTA'
           END-IF.

       0471-CANCELAR-LINHA.
           IF WRK-PCO-NUMERO (WRK-PCO-IDX) = WRK-MAN-NUMERO
               EVALUATE WRK-PCO-SITUACAO (WRK-PCO-IDX)
                   WHEN 'R'
                   WHEN 'A'
                       MOVE 'X' TO WRK-PCO-SITUACAO (WRK-PCO-IDX)
                       ADD 1 TO WRK-QT-LINHAS-PEDIDO
                   WHEN 'P'
                       ADD 1 TO WRK-QT-COM-RECEB
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *(R) RECEBIMENTO CONTRA UMA LINHA EM ABERTO OU RECEBIDA EM
      *PARTE. O RECEBIDO ACUMULA NA LINHA: ABAIXO DO PEDIDO = PARCIAL
      *(CONTINUA EM ABERTO), IGUAL = RECEBIDA, ACIMA = RECEBIDA COM
      *DIVERGENCIA DE ENTREGA ACIMA DO PEDIDO. A QUANTIDADE ENTREGUE
      *ENTRA INTEIRA NO ESTOQUE PELA ESTOQMOV - O QUE CHEGOU ESTA NA
      *PRATELEIRA, A DIVERGENCIA E ASSUNTO DA COMPRA COM O
      *FORNECEDOR.
       0500-RECEBER-LINHA.
           PERFORM 0100-CARREGAR-PEDIDOS.
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA.. '.
           ACCEPT WRK-MAN-NUMERO.
           DISPLAY 'LINHA.. '.
           ACCEPT WRK-MAN-LINHA.
           PERFORM 0160-LOCALIZAR-LINHA.
           IF NOT LINHA-ACHADA
               DISPLAY 'LINHA NAO ENCONTRADA, NADA FEITO'
           ELSE
               IF WRK-PCO-SITUACAO (WRK-PCO-POS) NOT = 'A'
                   AND WRK-PCO-SITUACAO (WRK-PCO-POS) NOT = 'P'
                   DISPLAY 'LINHA NAO ESTA EM ABERTO (SITUACAO '
                       WRK-PCO-SITUACAO (WRK-PCO-POS)
                       '), NADA FEITO'
               ELSE
                   DISPLAY 'ITEM ' WRK-PCO-ITEM (WRK-PCO-POS)
                       ' PEDIDO ' WRK-PCO-QTD (WRK-PCO-POS)
                       ' JA RECEBIDO ' WRK-PCO-QTD-RECEB (WRK-PCO-POS)
                   DISPLAY 'QUANTIDADE RECEBIDA NESTA ENTREGA.. '
                   ACCEPT WRK-MAN-QTD
                   DISPLAY 'FILIAL QUE RECEBEU (0 = A DA LINHA, '
                       WRK-PCO-FILIAL (WRK-PCO-POS) ').. '
                   ACCEPT WRK-MAN-FILIAL
                   IF WRK-MAN-FILIAL = ZEROS
                       MOVE WRK-PCO-FILIAL (WRK-PCO-POS)
                           TO WRK-MAN-FILIAL
                   END-IF
                   PERFORM 0520-VALIDAR-FILIAL
                   EVALUATE TRUE
                       WHEN WRK-MAN-QTD = ZEROS
                           DISPLAY 'QUANTIDADE ZERADA, NADA FEITO'
                       WHEN NOT FILIAL-ACHADA
                           DISPLAY 'FILIAL ' WRK-MAN-FILIAL
                               ' NAO CADASTRADA NO FILMEST, NADA FEITO'
                       WHEN OTHER
                           PERFORM 0510-APLICAR-RECEBIMENTO
                   END-EVALUATE
               END-IF
           END-IF.

       0510-APLICAR-RECEBIMENTO.
           ADD WRK-MAN-QTD TO WRK-PCO-QTD-RECEB (WRK-PCO-POS).
           EVALUATE TRUE
               WHEN WRK-PCO-QTD-RECEB (WRK-PCO-POS) <
                   WRK-PCO-QTD (WRK-PCO-POS)
                   MOVE 'P' TO WRK-PCO-SITUACAO (WRK-PCO-POS)
                   MOVE 'P' TO RCB-TIPO
                   COMPUTE WRK-DIFERENCA =
                       WRK-PCO-QTD (WRK-PCO-POS)
                       - WRK-PCO-QTD-RECEB (WRK-PCO-POS)
                   DISPLAY 'RECEBIMENTO PARCIAL - FALTAM '
                       WRK-DIFERENCA ' UNIDADE(S)'
               WHEN WRK-PCO-QTD-RECEB (WRK-PCO-POS) =
                   WRK-PCO-QTD (WRK-PCO-POS)
                   MOVE 'T' TO WRK-PCO-SITUACAO (WRK-PCO-POS)
                   MOVE 'T' TO RCB-TIPO
                   DISPLAY 'LINHA RECEBIDA POR COMPLETO'
               WHEN OTHER
                   MOVE 'T' TO WRK-PCO-SITUACAO (WRK-PCO-POS)
                   MOVE 'A' TO WRK-PCO-DIVERG (WRK-PCO-POS)
                   MOVE 'A' TO RCB-TIPO
                   COMPUTE WRK-DIFERENCA =
                       WRK-PCO-QTD-RECEB (WRK-PCO-POS)
                       - WRK-PCO-QTD (WRK-PCO-POS)
                   DISPLAY 'ATENCAO: ENTREGA ACIMA DO PEDIDO EM '
                       WRK-DIFERENCA ' UNIDADE(S)'
           END-EVALUATE.
           MOVE WRK-PCO-ITEM (WRK-PCO-POS) TO WRK-EST-PRODUTO.
           MOVE WRK-AUD-PROGRAMA TO WRK-EST-ORIGEM.
           MOVE SPACES TO WRK-EST-REF.
           STRING 'PC' WRK-PCO-NUMERO (WRK-PCO-POS) '/'
               WRK-PCO-LINHA (WRK-PCO-POS)
               DELIMITED BY SIZE INTO WRK-EST-REF.
           MOVE WRK-OPERADOR TO WRK-EST-OPERADOR.
           MOVE 'E' TO WRK-EST-ACAO.
           MOVE WRK-MAN-QTD TO WRK-EST-QTD.
      *O PRECO DO PEDIDO ENTRA NO CUSTO MEDIO DO PRODUTO.
           MOVE WRK-PCO-PRECO (WRK-PCO-POS) TO WRK-EST-CUSTO.
           MOVE WRK-MAN-FILIAL TO WRK-EST-FILIAL.
           CALL 'ESTOQMOV' USING WRK-EST-PRODUTO WRK-EST-ACAO
               WRK-EST-QTD WRK-EST-SALDO WRK-EST-RESULT WRK-EST-ORIGEM
               WRK-EST-REF WRK-EST-OPERADOR WRK-EST-CUSTO
               WRK-EST-FILIAL.
           IF EST-CONTROLADO
               MOVE 'S' TO RCB-ESTOQUE
               DISPLAY 'ENTRADA NO ESTOQUE FEITA, SALDO ATUAL '
                   WRK-EST-SALDO
           ELSE
               MOVE 'N' TO RCB-ESTOQUE
               DISPLAY 'ITEM SEM LINHA NO ESTOQUE - ENTRADA NAO '
                   'APLICADA (CADASTRE O ITEM NO PROGCOB54)'
           END-IF.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-DATA-HORA TO RCB-DATA-HORA.
           MOVE WRK-PCO-NUMERO (WRK-PCO-POS) TO RCB-NUMERO.
           MOVE WRK-PCO-LINHA (WRK-PCO-POS) TO RCB-LINHA.
           MOVE WRK-PCO-ITEM (WRK-PCO-POS) TO RCB-ITEM.
           MOVE WRK-MAN-QTD TO RCB-QTD.
           MOVE WRK-OPERADOR TO RCB-OPERADOR.
           OPEN EXTEND F-RECEBCOMP.
           IF WRK-STATUS-RECEBCOMP = '35'
               OPEN OUTPUT F-RECEBCOMP
           END-IF.
           WRITE REG-RECEBCOMP.
           CLOSE F-RECEBCOMP.
           PERFORM 0150-GRAVAR-PEDIDOS.

      *FILIAL DO RECEBIMENTO: ZERO = MATRIZ (01); OUTRO CODIGO TEM QUE
      *EXISTIR NO FILMEST (MESMA REGRA DA ENTRADA DE PEDIDOS).
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

      *(F) FECHAMENTO COM FALTA: O FORNECEDOR NAO VAI ENTREGAR O
      *RESTO DA LINHA. ELA SAI DO ABERTO COM A DIVERGENCIA DE
      *ENTREGA ABAIXO DO PEDIDO (E O ITEM VOLTA A PODER GANHAR
      *RASCUNHO NOVO).
       0550-FECHAR-COM-FALTA.
           PERFORM 0100-CARREGAR-PEDIDOS.
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA.. '.
           ACCEPT WRK-MAN-NUMERO.
           DISPLAY 'LINHA.. '.
           ACCEPT WRK-MAN-LINHA.
           PERFORM 0160-LOCALIZAR-LINHA.
           IF NOT LINHA-ACHADA
               DISPLAY 'LINHA NAO ENCONTRADA, NADA FEITO'
           ELSE
               IF WRK-PCO-SITUACAO (WRK-PCO-POS) NOT = 'A'
                   AND WRK-PCO-SITUACAO (WRK-PCO-POS) NOT = 'P'
                   DISPLAY 'LINHA NAO ESTA EM ABERTO (SITUACAO '
                       WRK-PCO-SITUACAO (WRK-PCO-POS)
                       '), NADA FEITO'
               ELSE
                   COMPUTE WRK-DIFERENCA =
                       WRK-PCO-QTD (WRK-PCO-POS)
                       - WRK-PCO-QTD-RECEB (WRK-PCO-POS)
                   MOVE 'F' TO WRK-PCO-SITUACAO (WRK-PCO-POS)
                   MOVE 'F' TO WRK-PCO-DIVERG (WRK-PCO-POS)
                   PERFORM 0150-GRAVAR-PEDIDOS
                   DISPLAY 'LINHA FECHADA COM FALTA DE '
                       WRK-DIFERENCA ' UNIDADE(S)'
               END-IF
           END-IF.

      *(L) RELATORIO: AS LINHAS AINDA EM RASCUNHO OU EM ABERTO E AS
      *JA ENCERRADAS COM DIVERGENCIA DE ENTREGA (ACIMA OU ABAIXO DO
      *PEDIDO), PARA A COMPRA COBRAR O FORNECEDOR.
       0600-LISTAR-ABERTOS.
           PERFORM 0100-CARREGAR-PEDIDOS.
           PERFORM 0110-CARREGAR-FORNECEDORES.
           MOVE ZEROS TO WRK-QT-ABERTAS.
           MOVE ZEROS TO WRK-QT-DIVERGENTES.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE '--- PEDIDOS DE COMPRA EM ABERTO E DIVERGENCIAS ---'
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0610-LISTAR-LINHA
               VARYING WRK-PCO-IDX FROM 1 BY 1
               UNTIL WRK-PCO-IDX > WRK-PCO-QT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'LINHAS EM ABERTO=' WRK-QT-ABERTAS
               ' COM DIVERGENCIA=' WRK-QT-DIVERGENTES
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'RELATORIO GRAVADO EM PROGCOB93RPT ('
               WRK-QT-ABERTAS ' ABERTA(S), ' WRK-QT-DIVERGENTES
               ' DIVERGENTE(S))'.

       0610-LISTAR-LINHA.
           EVALUATE WRK-PCO-SITUACAO (WRK-PCO-IDX)
               WHEN 'R'
                   MOVE 'RASCUNHO' TO WRK-DESC-SITUACAO
               WHEN 'A'
                   MOVE 'EM ABERTO' TO WRK-DESC-SITUACAO
               WHEN 'P'
                   MOVE 'PARCIAL' TO WRK-DESC-SITUACAO
               WHEN 'T'
                   MOVE 'RECEBIDA' TO WRK-DESC-SITUACAO
               WHEN 'F'
                   MOVE 'COM FALTA' TO WRK-DESC-SITUACAO
               WHEN OTHER
                   MOVE 'CANCELADA' TO WRK-DESC-SITUACAO
           END-EVALUATE.
           EVALUATE WRK-PCO-DIVERG (WRK-PCO-IDX)
               WHEN 'A'
                   MOVE 'ACIMA' TO WRK-DESC-DIVERG
               WHEN 'F'
                   MOVE 'ABAIXO' TO WRK-DESC-DIVERG
               WHEN OTHER
                   MOVE SPACES TO WRK-DESC-DIVERG
           END-EVALUATE.
           IF WRK-PCO-SITUACAO (WRK-PCO-IDX) = 'R'
               OR WRK-PCO-SITUACAO (WRK-PCO-IDX) = 'A'
               OR WRK-PCO-SITUACAO (WRK-PCO-IDX) = 'P'
               OR WRK-PCO-DIVERG (WRK-PCO-IDX) NOT = SPACE
               IF WRK-PCO-DIVERG (WRK-PCO-IDX) NOT = SPACE
                   ADD 1 TO WRK-QT-DIVERGENTES
               ELSE
                   ADD 1 TO WRK-QT-ABERTAS
               END-IF
               MOVE WRK-PCO-FORNEC (WRK-PCO-IDX) TO WRK-MAN-FORNEC
               PERFORM 0115-LOCALIZAR-FORNECEDOR
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'PEDIDO=' WRK-PCO-NUMERO (WRK-PCO-IDX)
                   '/' WRK-PCO-LINHA (WRK-PCO-IDX)
                   ' ' WRK-FOR-NOME
                   ' ITEM=' WRK-PCO-ITEM (WRK-PCO-IDX)
                   ' QTD=' WRK-PCO-QTD (WRK-PCO-IDX)
                   ' RECEB=' WRK-PCO-QTD-RECEB (WRK-PCO-IDX)
                   ' PRECO=' WRK-PCO-PRECO (WRK-PCO-IDX)
                   ' FIL=' WRK-PCO-FILIAL (WRK-PCO-IDX)
                   ' ' WRK-DESC-SITUACAO
                   ' ' WRK-DESC-DIVERG
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
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
