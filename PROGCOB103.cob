       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB103.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : IMPORTACAO DO ARQUIVO DE PEDIDOS DO CLIENTE. OS
      *GRANDES CLIENTES DE CONTRATO MANDAVAM PLANILHA POR E-MAIL E A
      *MESA REDIGITAVA TUDO NO PROGCOB09. AGORA O CLIENTE MANDA UM
      *ARQUIVO DE LAYOUT FIXO (PEDIMP), UM ARQUIVO POR CLIENTE, NO
      *MESMO ESQUEMA CABECALHO/ITENS DO PEDIDOS:
      *  C = CABECALHO: CLIENTE (CODIGO DO CLIMEST), REFERENCIA DO
      *      PEDIDO NO CLIENTE, UF, DESTINO (C/I), ENDERECO DE
      *      ENTREGA (SEQ DO ENDENT, 0 = PADRAO), FILIAL E MOEDA;
      *  I = ITEM: LINHA, PRODUTO (CODIGO DO PRODMEST), QUANTIDADE,
      *      VALOR (ZERO = TABELA DE PRECOS) E PESO (ZERO = PESO DO
      *      CADASTRO).
      *O CABECALHO E VALIDADO CONTRA O CLIMEST, A UFTAB, O FILMEST
      *E O ENDENT, CADA ITEM CONTRA O PRODMEST, E CADA ITEM ACEITO
      *VIRA UM PEDIDO PELO PRECO NORMAL DO PROGCOB09 (ENTRADA -PARM,
      *COM NUMERO DO NUMCTL, COTACAO, CONTROLE DE CREDITO E MESTRE
      *COMO UM PEDIDO QUALQUER), MARCADO NO MESTRE COMO IMPORTADO
      *(PMS-ORIGEM = I), COMO O PROGCOB59 FAZ COM OS MODELOS.
      *CADA LINHA DE ITEM GANHA UMA LINHA NO ARQUIVO DE RETORNO
      *(PEDACK) PARA MANDAR DE VOLTA AO CLIENTE: ACEITA COM O NUMERO
      *DO PEDIDO, O FRETE COTADO E A DATA PROMETIDA, OU RECUSADA COM
      *O CODIGO DO MOTIVO:
      *  CLI = CLIENTE FORA DO CLIMEST
      *  OUT = CABECALHO DE OUTRO CLIENTE (O ARQUIVO E DE UM CLIENTE
      *        SO, O DO PRIMEIRO CABECALHO - O RETORNO VAI PARA ELE)
      *  UF  = UF FORA DA TABELA MESTRE
      *  DST = DESTINO DIFERENTE DE C/I
      *  END = ENDERECO DE ENTREGA INEXISTENTE OU INATIVO
      *  FIL = FILIAL FORA DO FILMEST
      *  TIP = ITEM SEM CABECALHO OU TIPO DE REGISTRO DESCONHECIDO
      *  PRD = PRODUTO FORA DO PRODMEST
      *  CRD = RECUSADO PELO PROGCOB09 (LIMITE DE CREDITO OU FATURA
      *        VENCIDA - NO LOTE NAO HA LIBERACAO DE SUPERVISOR)
      *  FRT = DESTINO NAO ATENDIDO (FRETE ZERADO, NADA GRAVADO)
      *  ERR = ERRO DE GRAVACAO NO PROGCOB09
      *ERRO NO CABECALHO RECUSA TODOS OS ITENS DELE COM O MESMO
      *MOTIVO. ITEM RECUSADO DA RETURN-CODE 4 DE AVISO NO FIM.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ARQUIVO DE PEDIDOS RECEBIDO DO CLIENTE.
           SELECT F-PEDIMP ASSIGN TO 'PEDIMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDIMP.
      *RETORNO AO CLIENTE, UMA LINHA POR ITEM DO PEDIMP.
           SELECT F-PEDACK ASSIGN TO 'PEDACK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDACK.
      *CADASTRO MESTRE DE CLIENTES (MANTIDO PELO PROGCOB44).
      *INDEXADO PELO CODIGO (VEJA CLIREC.CPY).
           SELECT F-CLIMEST ASSIGN TO 'CLIMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-STATUS-CLIMEST.
      *CADASTRO MESTRE DE PRODUTOS (MANTIDO PELO PROGCOB43).
      *INDEXADO PELO CODIGO (VEJA PRDREC.CPY).
           SELECT F-PRODMEST ASSIGN TO 'PRODMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-STATUS-PRODMEST.
      *CADASTRO DE FILIAIS (MANTIDO PELO PROGCOB90).
           SELECT F-FILMEST ASSIGN TO 'FILMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILMEST.
      *CONTROLE DO PROXIMO NUMERO DE PEDIDO (O MESMO NUMCTL DO
      *PROGCOB09) - LIDO ANTES DE CADA CHAMADA PARA SABER O NUMERO
      *QUE O PEDIDO NOVO VAI RECEBER.
           SELECT F-NUMCTL ASSIGN TO 'NUMCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NUMCTL.
      *MESTRE DE PEDIDOS, INDEXADO PELO NUMERO (VEJA PMSREC.CPY) -
      *PARA MARCAR O PEDIDO IMPORTADO E LER O FRETE E A DATA
      *PROMETIDA QUE VAO NO RETORNO.
           SELECT F-PEDMESTRE ASSIGN TO 'PEDMESTRE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PEDIMP.
       01  REG-PEDIMP.
           03 IMP-TIPO        PIC X(01).
           03 IMP-CLICOD      PIC 9(06).
           03 IMP-REF         PIC X(15).
           03 IMP-UF          PIC X(02).
           03 IMP-DEST-CLASSE PIC X(01).
           03 IMP-END-SEQ     PIC 9(02).
           03 IMP-FILIAL      PIC 9(02).
           03 IMP-MOEDA       PIC X(03).
           03 IMP-LINHA       PIC 9(04).
           03 IMP-PRODUTO     PIC X(20).
           03 IMP-QTD         PIC 9(05).
           03 IMP-VALOR       PIC 9(06)V99.
           03 IMP-PESO        PIC 9(03)V99.

       FD  F-PEDACK.
       01  REG-PEDACK.
           03 ACK-CLICOD    PIC 9(06).
           03 ACK-REF       PIC X(15).
           03 ACK-LINHA     PIC 9(04).
           03 ACK-PRODUTO   PIC X(20).
      *A = ACEITA (NUMERO, FRETE E DATA PROMETIDA PREENCHIDOS),
      *R = RECUSADA (MOTIVO PREENCHIDO, O RESTO ZERADO).
           03 ACK-SITUACAO  PIC X(01).
           03 ACK-NUMERO    PIC 9(08).
           03 ACK-FRETE     PIC 9(06)V99.
           03 ACK-PROMETIDA PIC 9(08).
           03 ACK-MOTIVO    PIC X(03).

       FD  F-CLIMEST.
           COPY 'CLIREC.CPY'.

       FD  F-PRODMEST.
           COPY 'PRDREC.CPY'.

       FD  F-FILMEST.
       01  REG-FILMEST.
           03 FIL-CODIGO PIC 9(02).
           03 FIL-NOME   PIC X(20).
           03 FIL-UF     PIC X(02).

       FD  F-NUMCTL.
       01  REG-NUMCTL.
           03 NUM-PROXIMO PIC 9(08).

       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDIMP    PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDACK    PIC X(02) VALUE '00'.
       77 WRK-STATUS-CLIMEST   PIC X(02) VALUE '00'.
       77 WRK-STATUS-PRODMEST  PIC X(02) VALUE '00'.
       77 WRK-STATUS-FILMEST   PIC X(02) VALUE '00'.
       77 WRK-STATUS-NUMCTL    PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-FIM-IMP PIC X(01) VALUE 'N'.
           88 FIM-PEDIMP VALUE 'S'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *CLIENTE DONO DO ARQUIVO (O DO PRIMEIRO CABECALHO).
       77 WRK-ARQ-CLICOD PIC 9(06) VALUE ZEROS.
      *CABECALHO CORRENTE JA VALIDADO. MOTIVO EM BRANCO = CABECALHO
      *BOM; PREENCHIDO = TODOS OS ITENS DELE SAO RECUSADOS COM ELE.
       77 WRK-TEM-CAB PIC X(01) VALUE 'N'.
           88 TEM-CABECALHO VALUE 'S'.
       77 WRK-CAB-CLICOD PIC 9(06) VALUE ZEROS.
       77 WRK-CAB-REF    PIC X(15) VALUE SPACES.
       77 WRK-CAB-UF     PIC X(02) VALUE SPACES.
       77 WRK-CAB-DEST   PIC X(01) VALUE SPACES.
       77 WRK-CAB-END-SEQ PIC 9(02) VALUE ZEROS.
       77 WRK-CAB-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-CAB-MOEDA  PIC X(03) VALUE SPACES.
       77 WRK-CAB-MOTIVO PIC X(03) VALUE SPACES.
       77 WRK-CLI-ACHOU PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHADO VALUE 'S'.
       77 WRK-CLI-UF-PADRAO PIC X(02) VALUE SPACES.
       77 WRK-PRD-ACHOU PIC X(01) VALUE 'N'.
           88 PRODUTO-ACHADO VALUE 'S'.
       77 WRK-FIL-ACHOU PIC X(01) VALUE 'N'.
           88 FILIAL-ACHADA VALUE 'S'.
       77 WRK-UF-ACHADA PIC X(01) VALUE 'N'.
           88 UF-ACHADA VALUE 'S'.
      *MOTIVO DE RECUSA DO ITEM CORRENTE (BRANCO = ACEITO).
       77 WRK-ITEM-MOTIVO PIC X(03) VALUE SPACES.
      *FRETE E DATA PROMETIDA DO PEDIDO CARREGADO, LIDOS DO MESTRE.
       77 WRK-ACK-FRETE     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ACK-PROMETIDA PIC 9(08) VALUE ZEROS.
       77 WRK-QT-CABECALHOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ACEITOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RECUSADOS  PIC 9(05) VALUE ZEROS.
      *TABELA MESTRE DE UF (VALIDACAO DA UF) - VEJA UFTAB.CPY.
           COPY 'UFTAB.CPY'.
      *CAMPOS COMUNS DA CHAMADA A SUB-ROTINA DE ENDERECO DE ENTREGA
      *(VEJA ENTCALL.CPY E ENTCALC.cob).
           COPY 'ENTCALL.CPY'.
      *NUMERO QUE O PEDIDO NOVO VAI RECEBER (LIDO DO NUMCTL ANTES
      *DA CHAMADA) E PARAMETROS DA ENTRADA -PARM DO PROGCOB09.
       77 WRK-NUMERO-NOVO PIC 9(08) VALUE ZEROS.
       01 WRK-PARM-PROGCOB09.
           03 WRK-P09-CLIENTE PIC X(20).
           03 WRK-P09-PRODUTO PIC X(20).
           03 WRK-P09-VALOR   PIC 9(06)V99.
           03 WRK-P09-PESO    PIC 9(03)V99.
           03 WRK-P09-UF      PIC X(02).
           03 WRK-P09-MOEDA   PIC X(03).
           03 WRK-P09-SO-CALC PIC X(01).
           03 WRK-P09-PESO-FRETE PIC 9(06)V99.
           03 WRK-P09-FRETE   PIC 9(06)V99.
           03 WRK-P09-DEST-CLASSE PIC X(01).
           03 WRK-P09-FRETE-BASE PIC 9(06)V99.
           03 WRK-P09-FRETE-ADIC PIC 9(06)V99.
           03 WRK-P09-TRANSP PIC X(03).
           03 WRK-P09-FILIAL PIC 9(02).
           03 WRK-P09-QTD      PIC 9(05).
           03 WRK-P09-OPERADOR PIC X(20).
           03 WRK-P09-ORIGEM   PIC X(10).
           03 WRK-P09-END-SEQ  PIC 9(02).
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB103'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE ZEROS TO WRK-QT-CABECALHOS.
           MOVE ZEROS TO WRK-QT-ACEITOS.
           MOVE ZEROS TO WRK-QT-RECUSADOS.
           MOVE ZEROS TO WRK-ARQ-CLICOD.
           MOVE 'N' TO WRK-TEM-CAB.
           MOVE 'N' TO WRK-FIM-IMP.
           OPEN INPUT F-PEDIMP.
           IF WRK-STATUS-PEDIMP NOT = '00'
               DISPLAY 'ARQUIVO DE PEDIDOS DO CLIENTE (PEDIMP) NAO '
                   'ENCONTRADO'
               MOVE 'S' TO WRK-FIM-IMP
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT F-PEDACK
               PERFORM 0100-LER-PEDIMP UNTIL FIM-PEDIMP
               CLOSE F-PEDACK
               CLOSE F-PEDIMP
               DISPLAY 'CLIENTE ' WRK-ARQ-CLICOD ': PEDIDOS '
                   WRK-QT-CABECALHOS ' ITENS ACEITOS '
                   WRK-QT-ACEITOS ' RECUSADOS ' WRK-QT-RECUSADOS
                   ' - RETORNO EM PEDACK'
               IF WRK-QT-RECUSADOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STRING 'CLIENTE=' WRK-ARQ-CLICOD
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           STRING 'ACEITOS=' WRK-QT-ACEITOS
               ' RECUSADOS=' WRK-QT-RECUSADOS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0100-LER-PEDIMP.
           READ F-PEDIMP
               AT END
                   MOVE 'S' TO WRK-FIM-IMP
               NOT AT END
                   EVALUATE IMP-TIPO
                       WHEN 'C'
                           PERFORM 0200-TRATAR-CABECALHO
                       WHEN 'I'
                           PERFORM 0300-TRATAR-ITEM
                       WHEN OTHER
                           MOVE 'TIP' TO WRK-ITEM-MOTIVO
                           PERFORM 0500-GRAVAR-RETORNO
                   END-EVALUATE
           END-READ.

      *GUARDA E VALIDA O CABECALHO. O PRIMEIRO CABECALHO DEFINE O
      *CLIENTE DO ARQUIVO. UF EM BRANCO = UF PADRAO DO CLIENTE,
      *DESTINO EM BRANCO = C, COMO NO PROGCOB09.
       0200-TRATAR-CABECALHO.
           ADD 1 TO WRK-QT-CABECALHOS.
           MOVE 'S' TO WRK-TEM-CAB.
           MOVE SPACES TO WRK-CAB-MOTIVO.
           MOVE IMP-REF TO WRK-CAB-REF.
           MOVE IMP-UF TO WRK-CAB-UF.
           MOVE IMP-DEST-CLASSE TO WRK-CAB-DEST.
           MOVE IMP-MOEDA TO WRK-CAB-MOEDA.
           IF IMP-CLICOD IS NUMERIC
               MOVE IMP-CLICOD TO WRK-CAB-CLICOD
           ELSE
               MOVE ZEROS TO WRK-CAB-CLICOD
           END-IF.
           IF IMP-END-SEQ IS NUMERIC
               MOVE IMP-END-SEQ TO WRK-CAB-END-SEQ
           ELSE
               MOVE ZEROS TO WRK-CAB-END-SEQ
           END-IF.
           IF IMP-FILIAL IS NUMERIC
               MOVE IMP-FILIAL TO WRK-CAB-FILIAL
           ELSE
               MOVE ZEROS TO WRK-CAB-FILIAL
           END-IF.
           IF WRK-QT-CABECALHOS = 1
               MOVE WRK-CAB-CLICOD TO WRK-ARQ-CLICOD
           END-IF.
           PERFORM 0210-VALIDAR-CLIENTE.
           IF NOT CLIENTE-ACHADO
               MOVE 'CLI' TO WRK-CAB-MOTIVO
           ELSE
           IF WRK-CAB-CLICOD NOT = WRK-ARQ-CLICOD
               MOVE 'OUT' TO WRK-CAB-MOTIVO
           ELSE
               IF WRK-CAB-UF = SPACES
                   MOVE WRK-CLI-UF-PADRAO TO WRK-CAB-UF
               END-IF
               IF WRK-CAB-DEST = SPACES
                   MOVE 'C' TO WRK-CAB-DEST
               END-IF
               PERFORM 0220-VALIDAR-UF
               IF NOT UF-ACHADA
                   MOVE 'UF ' TO WRK-CAB-MOTIVO
               END-IF
               IF WRK-CAB-DEST NOT = 'C' AND WRK-CAB-DEST NOT = 'I'
                   MOVE 'DST' TO WRK-CAB-MOTIVO
               END-IF
               PERFORM 0230-VALIDAR-ENDERECO
               IF ENT-INATIVO
                   OR (ENT-NAO-ACHADO AND WRK-CAB-END-SEQ NOT = 0)
                   MOVE 'END' TO WRK-CAB-MOTIVO
               END-IF
               IF WRK-CAB-FILIAL NOT = ZEROS
                   PERFORM 0240-VALIDAR-FILIAL
                   IF NOT FILIAL-ACHADA
                       MOVE 'FIL' TO WRK-CAB-MOTIVO
                   END-IF
               END-IF
           END-IF
           END-IF.
           IF WRK-CAB-MOTIVO NOT = SPACES
               DISPLAY 'PEDIDO ' WRK-CAB-REF ' DO CLIENTE '
                   WRK-CAB-CLICOD ' RECUSADO NO CABECALHO (MOTIVO '
                   WRK-CAB-MOTIVO ')'
           END-IF.

       0210-VALIDAR-CLIENTE.
           MOVE 'N' TO WRK-CLI-ACHOU.
           MOVE SPACES TO WRK-CLI-UF-PADRAO.
           OPEN INPUT F-CLIMEST.
           IF WRK-STATUS-CLIMEST = '00'
               PERFORM 0211-LER-CLIMEST
               CLOSE F-CLIMEST
           END-IF.

       0211-LER-CLIMEST.
           MOVE WRK-CAB-CLICOD TO CLI-CODIGO.
           READ F-CLIMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-UF-PADRAO TO WRK-CLI-UF-PADRAO
                   MOVE 'S' TO WRK-CLI-ACHOU
           END-READ.

       0220-VALIDAR-UF.
           MOVE 'N' TO WRK-UF-ACHADA.
           SEARCH ALL TAB-UF-ITEM
               AT END
                   CONTINUE
               WHEN TAB-UF-COD (TAB-UF-IDX) = WRK-CAB-UF
                   MOVE 'S' TO WRK-UF-ACHADA
           END-SEARCH.

      *ENDERECO DE ENTREGA DO CLIENTE PELO ENTCALC. CLIENTE SEM
      *ENDERECO CADASTRADO COM SEQ ZERO SEGUE COM A UF DO CABECALHO.
       0230-VALIDAR-ENDERECO.
           MOVE 'E' TO WRK-ENT-ACAO.
           MOVE WRK-CAB-CLICOD TO WRK-ENT-CLICOD.
           MOVE WRK-CAB-END-SEQ TO WRK-ENT-SEQ.
           CALL 'ENTCALC' USING WRK-ENT-ACAO WRK-ENT-CLICOD
               WRK-ENT-SEQ WRK-ENT-LOGRADOURO WRK-ENT-CIDADE
               WRK-ENT-CEP WRK-ENT-UF WRK-ENT-CLASSE WRK-ENT-RESULT.

       0240-VALIDAR-FILIAL.
           MOVE 'N' TO WRK-FIL-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FILMEST.
           IF WRK-STATUS-FILMEST NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0241-LER-FILMEST UNTIL FIM-ARQ
                                       OR FILIAL-ACHADA.
           IF WRK-STATUS-FILMEST NOT = '35'
               CLOSE F-FILMEST
           END-IF.

       0241-LER-FILMEST.
           READ F-FILMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FIL-CODIGO = WRK-CAB-FILIAL
                       MOVE 'S' TO WRK-FIL-ACHOU
                   END-IF
           END-READ.

      *ITEM DO PEDIDO: RECUSADO COM O MOTIVO DO CABECALHO QUANDO
      *ELE FOI RECUSADO; SENAO VALIDA O PRODUTO E CARREGA O PEDIDO.
       0300-TRATAR-ITEM.
           MOVE SPACES TO WRK-ITEM-MOTIVO.
           MOVE ZEROS TO WRK-NUMERO-NOVO.
           MOVE ZEROS TO WRK-ACK-FRETE.
           MOVE ZEROS TO WRK-ACK-PROMETIDA.
           IF NOT TEM-CABECALHO
               MOVE 'TIP' TO WRK-ITEM-MOTIVO
           ELSE
           IF WRK-CAB-MOTIVO NOT = SPACES
               MOVE WRK-CAB-MOTIVO TO WRK-ITEM-MOTIVO
           ELSE
               PERFORM 0310-VALIDAR-PRODUTO
               IF NOT PRODUTO-ACHADO
                   MOVE 'PRD' TO WRK-ITEM-MOTIVO
               ELSE
                   PERFORM 0400-CARREGAR-PEDIDO
               END-IF
           END-IF
           END-IF.
           PERFORM 0500-GRAVAR-RETORNO.

       0310-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-PRD-ACHOU.
           OPEN INPUT F-PRODMEST.
           IF WRK-STATUS-PRODMEST = '00'
               PERFORM 0311-LER-PRODMEST
               CLOSE F-PRODMEST
           END-IF.

       0311-LER-PRODMEST.
           MOVE IMP-PRODUTO TO PRD-CODIGO.
           READ F-PRODMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PRD-ACHOU
           END-READ.

      *CARREGA O ITEM PELO PRECO NORMAL DO PROGCOB09 (ENTRADA
      *-PARM). O NUMERO QUE ELE VAI RECEBER E O PROXIMO DO NUMCTL,
      *LIDO ANTES DA CHAMADA; SEM O PEDIDO NO MESTRE DEPOIS DELA, O
      *FRETE SAIU ZERADO (DESTINO NAO ATENDIDO).
       0400-CARREGAR-PEDIDO.
           PERFORM 0410-LER-PROXIMO-NUMERO.
           MOVE SPACES TO WRK-P09-CLIENTE.
           MOVE WRK-CAB-CLICOD TO WRK-P09-CLIENTE (1:6).
           MOVE IMP-PRODUTO TO WRK-P09-PRODUTO.
           IF IMP-VALOR IS NUMERIC
               MOVE IMP-VALOR TO WRK-P09-VALOR
           ELSE
               MOVE ZEROS TO WRK-P09-VALOR
           END-IF.
           IF IMP-PESO IS NUMERIC
               MOVE IMP-PESO TO WRK-P09-PESO
           ELSE
               MOVE ZEROS TO WRK-P09-PESO
           END-IF.
           IF IMP-QTD IS NUMERIC
               MOVE IMP-QTD TO WRK-P09-QTD
           ELSE
               MOVE ZEROS TO WRK-P09-QTD
           END-IF.
           MOVE WRK-CAB-UF TO WRK-P09-UF.
           MOVE WRK-CAB-MOEDA TO WRK-P09-MOEDA.
           MOVE 'N' TO WRK-P09-SO-CALC.
           MOVE ZEROS TO WRK-P09-PESO-FRETE.
           MOVE ZEROS TO WRK-P09-FRETE.
           MOVE WRK-CAB-DEST TO WRK-P09-DEST-CLASSE.
           MOVE ZEROS TO WRK-P09-FRETE-BASE.
           MOVE ZEROS TO WRK-P09-FRETE-ADIC.
      *ARQUIVO DO CLIENTE NAO ESCOLHE TRANSPORTADORA: FICA A MAIS
      *BARATA, COMO NO PEDIDO DIGITADO SEM ESCOLHA.
           MOVE SPACES TO WRK-P09-TRANSP.
           MOVE WRK-CAB-FILIAL TO WRK-P09-FILIAL.
      *VALOR ZERADO SEGUE A TABELA DE PRECOS; VALOR DIFERENTE DELA
      *FICA REGISTRADO COMO ALTERACAO MANUAL DO PEDIDO IMPORTADO.
           MOVE 'PEDIDO IMPORTADO' TO WRK-P09-OPERADOR.
           MOVE WRK-AUD-PROGRAMA TO WRK-P09-ORIGEM.
           MOVE WRK-CAB-END-SEQ TO WRK-P09-END-SEQ.
           MOVE ZEROS TO RETURN-CODE.
           CALL 'PROGCOB09-PARM' USING WRK-PARM-PROGCOB09.
           IF RETURN-CODE >= 16
               MOVE 'ERR' TO WRK-ITEM-MOTIVO
           ELSE
           IF RETURN-CODE >= 8
               MOVE 'CRD' TO WRK-ITEM-MOTIVO
           ELSE
               PERFORM 0420-MARCAR-ORIGEM
           END-IF
           END-IF.
           MOVE ZEROS TO RETURN-CODE.

      *O PROXIMO NUMERO DO NUMCTL E O QUE O PEDIDO CARREGADO VAI
      *RECEBER (SEM CONTROLE AINDA, O PRIMEIRO PEDIDO E O 1).
       0410-LER-PROXIMO-NUMERO.
           MOVE 1 TO WRK-NUMERO-NOVO.
           OPEN INPUT F-NUMCTL.
           IF WRK-STATUS-NUMCTL = '00'
               READ F-NUMCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NUM-PROXIMO TO WRK-NUMERO-NOVO
               END-READ
               CLOSE F-NUMCTL
           END-IF.

      *MARCA O PEDIDO RECEM-CARREGADO COMO ORIGEM I (IMPORTADO DO
      *ARQUIVO DO CLIENTE) E GUARDA O FRETE E A DATA PROMETIDA PARA
      *O RETORNO. PEDIDO AUSENTE = FRETE ZERADO NO PROGCOB09.
       0420-MARCAR-ORIGEM.
           MOVE 'FRT' TO WRK-ITEM-MOTIVO.
           OPEN I-O F-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE = '00'
               MOVE WRK-NUMERO-NOVO TO PMS-NUMERO
               READ F-PEDMESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'I' TO PMS-ORIGEM
                       REWRITE REG-PEDMESTRE
                       MOVE PMS-FRETE TO WRK-ACK-FRETE
                       MOVE PMS-DATA-PROMETIDA TO WRK-ACK-PROMETIDA
                       MOVE SPACES TO WRK-ITEM-MOTIVO
               END-READ
               CLOSE F-PEDMESTRE
           END-IF.

      *UMA LINHA DE RETORNO POR ITEM: ACEITA COM NUMERO, FRETE E
      *DATA PROMETIDA, OU RECUSADA COM O MOTIVO.
       0500-GRAVAR-RETORNO.
           MOVE WRK-CAB-CLICOD TO ACK-CLICOD.
           MOVE WRK-CAB-REF TO ACK-REF.
           IF IMP-LINHA IS NUMERIC
               MOVE IMP-LINHA TO ACK-LINHA
           ELSE
               MOVE ZEROS TO ACK-LINHA
           END-IF.
           MOVE IMP-PRODUTO TO ACK-PRODUTO.
           IF WRK-ITEM-MOTIVO = SPACES
               MOVE 'A' TO ACK-SITUACAO
               MOVE WRK-NUMERO-NOVO TO ACK-NUMERO
               MOVE WRK-ACK-FRETE TO ACK-FRETE
               MOVE WRK-ACK-PROMETIDA TO ACK-PROMETIDA
               MOVE SPACES TO ACK-MOTIVO
               ADD 1 TO WRK-QT-ACEITOS
           ELSE
               MOVE 'R' TO ACK-SITUACAO
               MOVE ZEROS TO ACK-NUMERO
               MOVE ZEROS TO ACK-FRETE
               MOVE ZEROS TO ACK-PROMETIDA
               MOVE WRK-ITEM-MOTIVO TO ACK-MOTIVO
               ADD 1 TO WRK-QT-RECUSADOS
           END-IF.
           WRITE REG-PEDACK.
