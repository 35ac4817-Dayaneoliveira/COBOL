      *PED-PRODUTO AGORA E UM CODIGO VALIDADO CONTRA ELE, E O PESO
      *E AS DIMENSOES DO CADASTRO SAO O PADRAO QUANDO O PEDIDO NAO
      *INFORMA OS SEUS.
      *INDEXADO PELO CODIGO (VEJA PRDREC.CPY).
           SELECT F-PRODMEST ASSIGN TO 'PRODMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-STATUS-PRODMEST.
      *CADASTRO MESTRE DE CLIENTES (MANTIDO PELO PROGCOB44): O
      *CLIENTE DO PEDIDO AGORA E UM CODIGO VALIDADO CONTRA ELE, E A
      *RAZAO SOCIAL DO CADASTRO E A GRAFIA CANONICA GRAVADA NO
      *MESTRE - OS CASAMENTOS POR NOME DO CONTRATO E DO LIMITE DE
      *CREDITO PASSAM A SER EXATOS.
      *INDEXADO PELO CODIGO (VEJA CLIREC.CPY).
           SELECT F-CLIMEST ASSIGN TO 'CLIMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-STATUS-CLIMEST.
      *CADASTRO MESTRE DE FILIAIS (PROGCOB90) - VALIDA A FILIAL DO
      *CABECALHO DO PEDIDO; CABECALHO SEM FILIAL = 01 (MATRIZ).
           SELECT F-FATCLI ASSIGN TO 'FATCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATCLI.
      *CLIENTES EM AVISO FINAL DE COBRANCA (REGRAVADO A CADA
      *RODADA DA REGUA DE COBRANCA DO PROGCOB107): TRAVA A COTACAO
      *COMO A FATURA VENCIDA HA MAIS DE 90 DIAS.
           SELECT F-COBRFINAL ASSIGN TO 'COBRFINAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COBRFINAL.
      *CADASTRO MESTRE DE TRANSPORTADORAS (MANTIDO PELO PROGCOB51):
      *FATOR DE TARIFA E DIAS DE SLA ADICIONAIS POR TRANSPORTADORA.
      *A COTACAO MOSTRA O FRETE DE CADA UMA LADO A LADO E CARIMBA A
           SELECT F-TRANSPMEST ASSIGN TO 'TRANSPMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSPMEST.
      *PESOS DA NOTA DE TRANSPORTADORA (PRECO, PONTUALIDADE E
      *AVARIA) E QUANTOS MESES DE HISTORIA CONTAM, POR REGIAO DE
      *DESTINO - LINHA COM REGIAO EM BRANCO VALE PARA AS REGIOES
      *SEM LINHA PROPRIA. MANTIDO NUM EDITOR PELA LOGISTICA; SEM
      *LINHA QUE SIRVA, OS PESOS DA CASA COM AVISO.
           SELECT F-TRPPESO ASSIGN TO 'TRPPESO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRPPESO.
      *INDICADORES MENSAIS DE TRANSPORTADORA POR REGIAO (ENTREGAS,
      *NO PRAZO E SINISTROS), REGRAVADOS TODA NOITE PELO PROGCOB109.
           SELECT F-TRPINDIC ASSIGN TO 'TRPINDIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRPINDIC.
      *REGISTROS DE ENTRADA REJEITADOS (CODIGO DO MOTIVO + IMAGEM
      *ORIGINAL), EM VEZ DE DEIXAR DADO RUIM VIRAR ZERO EM SILENCIO.
           SELECT F-REJEITOS ASSIGN TO 'PEDREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REJEITOS.
      *ALTERACOES MANUAIS DE PRECO: UMA LINHA POR ITEM CUJO VALOR
      *FOI DIGITADO DIFERENTE DO VALOR DE TABELA (PRECOTAB MENOS O
      *DESCONTO DO CLIENTE, VEJA PRCCALC.cob), COM O OPERADOR -
      *RELATADAS PELO PROGCOB101.
           SELECT F-PRCOVR ASSIGN TO 'PRCOVR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRCOVR.

       DATA DIVISION.
       FILE SECTION.
      *FILIAL QUE TOMOU O PEDIDO (CODIGO DO FILMEST) - BRANCO OU
      *ZEROS NOS LOTES ANTIGOS, ASSUMINDO 01 (MATRIZ).
           03 PED-FILIAL  PIC 9(02).
      *QUANTIDADE DO ITEM, PARA O VALOR DE TABELA (PRECO X
      *QUANTIDADE MENOS O DESCONTO DO CLIENTE) - BRANCO OU ZERO NOS
      *LOTES ANTIGOS CONTA COMO 1. ITEM COM PED-VALOR ZERADO RECEBE
      *O VALOR DE TABELA; VALOR DIFERENTE DELE E ALTERACAO MANUAL.
           03 PED-QTD     PIC 9(05).
      *OPERADOR QUE MONTOU O LOTE (NO CABECALHO) - VAI PARA O
      *REGISTRO DE ALTERACAO MANUAL DE PRECO DOS ITENS.
           03 PED-OPERADOR PIC X(20).
      *ENDERECO DE ENTREGA DO CLIENTE (SEQ DO ENDENT, PROGCOB102) NO
      *CABECALHO - BRANCO OU ZERO = O PRIMEIRO ENDERECO ATIVO DELE.
      *COM ENDERECO, A UF E A CLASSE DO DESTINO SAEM DO CEP E O QUE
      *VEIO EM PED-UF E PED-DEST-CLASSE SO VALE PARA CLIENTE SEM
      *ENDERECO CADASTRADO (OU CEP FORA DA TABELA DE FAIXAS).
           03 PED-END-SEQ PIC 9(02).

       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.
           03 CTR-PERC         PIC 9(01)V99.
           03 CTR-VALIDADE-INI PIC 9(08).
           03 CTR-VALIDADE-FIM PIC 9(08).
      *VOLUME COMPROMETIDO PELO CLIENTE NA VIGENCIA (KG), PARA O
      *MONITOR DE CONTRATOS (PROGCOB105). ZERO = SEM COMPROMISSO.
           03 CTR-VOLUME-COMPR PIC 9(07).

       FD  F-CREDLIM.
       01  REG-CREDLIM.
           03 TXC-DATA  PIC 9(08).

       FD  F-PRODMEST.
           COPY 'PRDREC.CPY'.

       FD  F-CLIMEST.
           COPY 'CLIREC.CPY'.

       FD  F-FILMEST.
       01  REG-FILMEST.
           03 FIL-CODIGO PIC 9(02).
           03 FIL-NOME   PIC X(20).
           03 FIL-UF     PIC X(02).

       FD  F-FATCLI.
           COPY 'FCLREC.CPY'.

       FD  F-COBRFINAL.
       01  REG-COBRFINAL.
           03 CBF-CLICOD  PIC 9(06).
           03 CBF-CLIENTE PIC X(20).
           03 CBF-FATURA  PIC 9(06).
           03 CBF-DATA    PIC 9(08).

       FD  F-TRANSPMEST.
       01  REG-TRANSPMEST.
           03 TRP-FATOR    PIC 9(01)V99.
           03 TRP-SLA-ADIC PIC 9(02).

       FD  F-TRPPESO.
       01  REG-TRPPESO.
           03 TPS-REGIAO      PIC X(12).
           03 TPS-PESO-PRECO  PIC 9(03).
           03 TPS-PESO-PRAZO  PIC 9(03).
           03 TPS-PESO-AVARIA PIC 9(03).
           03 TPS-MESES       PIC 9(02).

       FD  F-TRPINDIC.
           COPY 'TINREC.CPY'.

       FD  F-REJEITOS.
       01  REG-REJEITO.
           03 REJ-MOTIVO PIC X(04).
           03 REJ-IMAGEM PIC X(110).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       FD  F-PRCOVR.
           COPY 'OVRREC.CPY'.

       FD  F-FERIADOS.
       01  REG-FERIADO.
           03 FER-DATA      PIC 9(08).
       77 WRK-PRODUTO-ITEM PIC X(20) VALUE SPACES.
       77 WRK-PRD-ACHOU PIC X(01) VALUE 'N'.
           88 PRODUTO-ACHADO VALUE 'S'.
       77 WRK-PRD-PESO    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PRD-COMPRIM PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PRD-LARGURA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PRD-ALTURA  PIC 9(03)V99 VALUE ZEROS.
      *VALOR DE TABELA DO ITEM (PRECO VIGENTE DO PRECOTAB X
      *QUANTIDADE, MENOS A FAIXA DE DESCONTO DO CLIENTE - VEJA
      *PRCCALC.cob): E O VALOR PADRAO DO ITEM. VALOR DIGITADO
      *DIFERENTE DELE E ALTERACAO MANUAL - O PEDIDO E MARCADO
      *(PMS-PRECO-MANUAL) E CADA ITEM ALTERADO VAI PARA O PRCOVR COM
      *O OPERADOR, DEPOIS QUE O PEDIDO GANHA NUMERO. A TABELA DE
      *PRECOS E EM REAL: PEDIDO EM OUTRA MOEDA SEGUE DIGITADO.
       77 WRK-QTD-ITEM PIC 9(05) VALUE ZEROS.
       77 WRK-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-OVR-ORIGEM PIC X(10) VALUE SPACES.
       77 WRK-PRECO-MANUAL PIC X(01) VALUE 'N'.
           88 PRECO-MANUAL VALUE 'S'.
       77 WRK-STATUS-PRCOVR PIC X(02) VALUE '00'.
       77 WRK-OVR-MAX PIC 9(03) VALUE 050.
       77 WRK-OVR-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-ALTERACOES.
           03 WRK-TAB-OVR-ITEM OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-OVR-QT.
               05 WRK-OVR-PRODUTO   PIC X(20).
               05 WRK-OVR-QTD       PIC 9(05).
               05 WRK-OVR-VALOR-TAB PIC 9(06)V99.
               05 WRK-OVR-VALOR-DIG PIC 9(06)V99.
       77 WRK-OVR-IDX PIC 9(03) VALUE ZEROS.
      *CAMPOS COMUNS DA CHAMADA A SUB-ROTINA DE PRECO DE TABELA
      *(VEJA PRCCALL.CPY E PRCCALC.cob).
           COPY 'PRCCALL.CPY'.
      *CAMPOS COMUNS DA CHAMADA A SUB-ROTINA DE ICMS (VEJA
      *ICMCALL.CPY E ICMSCALC.cob).
           COPY 'ICMCALL.CPY'.
      *CLIENTE DO PEDIDO, VALIDADO NO CADASTRO MESTRE DE CLIENTES
      *(CLIMEST, MANTIDO PELO PROGCOB44): A ENTRADA E O CODIGO, A
      *RAZAO SOCIAL DO CADASTRO VIRA O WRK-CLIENTE CANONICO E A UF
       77 WRK-CLI-UF-PADRAO PIC X(02) VALUE SPACES.
       77 WRK-CLI-ACHOU PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHADO VALUE 'S'.
      *COMPARACAO DE TRANSPORTADORAS (TRANSPMEST, PROGCOB51): O
      *FRETE CALCULADO PELAS TABELAS DA CASA E MULTIPLICADO PELO
      *FATOR DE CADA TRANSPORTADORA E MOSTRADO LADO A LADO, EM
      *ORDEM DE NOTA (PRECO, PONTUALIDADE E AVARIA DOS ULTIMOS
      *MESES NA REGIAO DO DESTINO); A ESCOLHIDA (NO CONSOLE; EM
      *LOTE, A RECOMENDADA) DEFINE O FRETE FINAL, OS DIAS DE SLA
      *ADICIONAIS E O CARIMBO PMS-TRANSP. SEM CADASTRO, NADA MUDA
      *NO CALCULO.
       77 WRK-STATUS-TRANSPMEST PIC X(02) VALUE '00'.
       77 WRK-FIM-TRP PIC X(01) VALUE 'N'.
           88 FIM-TRANSPMEST VALUE 'S'.
               05 WRK-TRP-FATOR   PIC 9(01)V99.
               05 WRK-TRP-SLAADIC PIC 9(02).
               05 WRK-TRP-FRETE   PIC 9(06)V99.
               05 WRK-TRP-ENTREGUES PIC 9(06).
               05 WRK-TRP-MEDIDAS   PIC 9(06).
               05 WRK-TRP-NO-PRAZO  PIC 9(06).
               05 WRK-TRP-SINISTROS PIC 9(06).
               05 WRK-TRP-NOTA-PRECO  PIC 9(03)V9.
               05 WRK-TRP-NOTA-PRAZO  PIC 9(03)V9.
               05 WRK-TRP-NOTA-AVARIA PIC 9(03)V9.
               05 WRK-TRP-NOTA        PIC 9(03)V9.
       77 WRK-TRP-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-TRP-POS PIC 9(02) VALUE ZEROS.
       77 WRK-TRP-ACHOU PIC X(01) VALUE 'N'.
       77 WRK-TRANSP-SLA-ADIC PIC 9(02) VALUE ZEROS.
       77 WRK-TRP-ESCOLHA PIC X(03) VALUE SPACES.
       77 WRK-TRP-FATOR-UNICO PIC 9(01)V99 VALUE ZEROS.
      *RECOMENDACAO: NOTA DE 0 A 100 POR TRANSPORTADORA, MEDIA DAS
      *NOTAS DE PRECO (MAIS BARATA = 100, AS OUTRAS NA PROPORCAO),
      *PONTUALIDADE (PERCENTUAL NO PRAZO) E AVARIA (100 MENOS A
      *TAXA DE SINISTROS), PONDERADA PELOS PESOS DO TRPPESO.
      *TRANSPORTADORA SEM HISTORIA NA REGIAO FICA COM NOTA NEUTRA
      *NOS DOIS INDICADORES. A MAIOR NOTA E A RECOMENDADA; ESCOLHER
      *OUTRA EXIGE MOTIVO, GRAVADO NO PEDIDO (PMS-MOTIVO-TRANSP).
       77 WRK-STATUS-TRPPESO  PIC X(02) VALUE '00'.
       77 WRK-STATUS-TRPINDIC PIC X(02) VALUE '00'.
       77 WRK-FIM-TPS PIC X(01) VALUE 'N'.
           88 FIM-TRPPESO VALUE 'S'.
       77 WRK-FIM-TIN PIC X(01) VALUE 'N'.
           88 FIM-TRPINDIC VALUE 'S'.
       77 WRK-TPS-ACHOU PIC X(01) VALUE 'N'.
           88 PESO-DA-REGIAO VALUE 'S'.
       77 WRK-TPS-PADRAO PIC X(01) VALUE 'N'.
           88 PESO-PADRAO-ACHADO VALUE 'S'.
       77 WRK-PESO-PRECO  PIC 9(03) VALUE ZEROS.
       77 WRK-PESO-PRAZO  PIC 9(03) VALUE ZEROS.
       77 WRK-PESO-AVARIA PIC 9(03) VALUE ZEROS.
       77 WRK-PESO-MESES  PIC 9(02) VALUE ZEROS.
       77 WRK-PESO-SOMA   PIC 9(04) VALUE ZEROS.
       77 WRK-NOTA-NEUTRA PIC 9(03)V9 VALUE 50,0.
       77 WRK-NOTA-CALC   PIC 9(05)V9 VALUE ZEROS.
       77 WRK-FRETE-MENOR PIC 9(06)V99 VALUE ZEROS.
       01 WRK-TRP-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-TRP-HOJE-R REDEFINES WRK-TRP-HOJE.
           03 WRK-TRP-HOJE-ANO PIC 9(04).
           03 WRK-TRP-HOJE-MES PIC 9(02).
           03 WRK-TRP-HOJE-DIA PIC 9(02).
       77 WRK-TRP-MES-CONTADOR PIC 9(06) VALUE ZEROS.
       01 WRK-TRP-MES-CORTE PIC 9(06) VALUE ZEROS.
       01 WRK-TRP-MES-CORTE-R REDEFINES WRK-TRP-MES-CORTE.
           03 WRK-TRP-CORTE-ANO PIC 9(04).
           03 WRK-TRP-CORTE-MES PIC 9(02).
       77 WRK-TRP-RECOM PIC X(03) VALUE SPACES.
       77 WRK-MOTIVO-TRANSP PIC X(30) VALUE SPACES.
      *ORDENACAO DO RANKING (TROCA DE PARES ADJACENTES, COMO NA
      *CLASSIFICACAO DO PROGCOB42).
       77 WRK-TRP-SORT-I  PIC 9(02) VALUE ZEROS.
       77 WRK-TRP-SORT-J  PIC 9(02) VALUE ZEROS.
       77 WRK-TRP-SORT-J1 PIC 9(02) VALUE ZEROS.
       77 WRK-TRP-SORT-LIMITE PIC 9(02) VALUE ZEROS.
       01 WRK-TRP-TROCA PIC X(76).
       77 WRK-NOTA-ED   PIC ZZ9,9.
       77 WRK-PRECO-ED  PIC ZZ9,9.
       77 WRK-PRAZO-ED  PIC ZZ9,9.
       77 WRK-AVARIA-ED PIC ZZ9,9.
      *PESO CUBADO DO PEDIDO: SOMA DE (COMPRIMENTO X LARGURA X
      *ALTURA) / 6000 DE CADA ITEM (DIMENSOES EM CM, FATOR DE
      *CUBAGEM PADRAO DAS TRANSPORTADORAS). A FAIXA DE FRETE USA O
       77 WRK-INAD-DIAS-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-INAD-DIAS-VENC PIC 9(07) VALUE ZEROS.
       77 WRK-INAD-ATRASO PIC S9(07) VALUE ZEROS.
      *AVISO FINAL DA REGUA DE COBRANCA (COBRFINAL DO PROGCOB107).
       77 WRK-STATUS-COBRFINAL PIC X(02) VALUE '00'.
       77 WRK-AVF-FLAG PIC X(01) VALUE 'N'.
           88 CLIENTE-EM-AVISO-FINAL VALUE 'S'.
       77 WRK-FIM-CBF PIC X(01) VALUE 'N'.
           88 FIM-COBRFINAL VALUE 'S'.
       77 WRK-AVF-FATURA PIC 9(06) VALUE ZEROS.
       77 WRK-SUP-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-SUP-SENHA   PIC X(20) VALUE SPACES.
      *MODO SO-CALCULO (VEJA LK-SO-CALCULO): LIGADO, O 0200 NAO E
       77 WRK-DEST-SURTAXA PIC 9(01)V99 VALUE ZEROS.
       77 WRK-FRETE-BASE PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-ADIC PIC 9(06)V99 VALUE ZEROS.
      *ENDERECO DE ENTREGA ESCOLHIDO (SEQ DO ENDENT) E O CEP DELE.
      *ZEROS = CLIENTE SEM ENDERECO CADASTRADO, UF E CLASSE DIGITADAS
      *COMO ANTES. SEQ INFORMADO QUE NAO EXISTE OU ESTA INATIVO
      *RECUSA O PEDIDO (NO CONSOLE, PERGUNTA DE NOVO).
       77 WRK-END-SEQ PIC 9(02) VALUE ZEROS.
       77 WRK-END-CEP PIC 9(08) VALUE ZEROS.
       77 WRK-END-VALIDO PIC X(01) VALUE 'S'.
           88 ENDERECO-VALIDO VALUE 'S'.
      *S = UF E CLASSE SAIRAM DO CEP; F = SO A UF (CEP FORA DA
      *TABELA DE FAIXAS, A CLASSE E A DIGITADA); N = SEM ENDERECO.
       77 WRK-END-DERIVOU PIC X(01) VALUE 'N'.
           88 END-UF-CLASSE-DO-CEP VALUE 'S'.
           88 END-SO-UF VALUE 'F'.
           COPY 'ENTCALL.CPY'.
       01 WRK-PARM-PROGCOB10.
           03 WRK-P10-USUARIO PIC X(20).
           03 WRK-P10-SENHA   PIC X(20).
      *TABELA DE PRAZO DE ENTREGA (DIAS UTEIS) POR REGIAO - VEJA
      *SLATAB.CPY.
           COPY 'SLATAB.CPY'.
      *TABELA DAS FAIXAS DE FRETE POR PESO - VEJA FXPTAB.CPY.
           COPY 'FXPTAB.CPY'.
      *TABELAS DE DIAS POR MES / ANO BISSEXTO E CAMPOS DE DATA
      *COMPARTILHADOS (VEJA DATAFMT.CPY), PARA A ARITMETICA DE DIAS
      *UTEIS DA DATA PROMETIDA DE ENTREGA.
      *- SEM ISSO A REPRECIFICACAO DEVOLVIA TARIFA DE CASA PARA UM
      *PEDIDO CARIMBADO COM TRANSPORTADORA E O DELTA/REGRAVACAO
      *SAIAM ERRADOS. FORA DO SO-CALCULO, E A ESCOLHA DA MESA
      *(BRANCO = RECOMENDADA, COMO NO CONSOLE; OUTRA QUE NAO A
      *RECOMENDADA VAI PARA O PEDIDO COM O MOTIVO 'ESCOLHA DO
      *CHAMADOR' E A ORIGEM LK-ORIGEM).
           03 LK-TRANSP PIC X(03).
      *FILIAL QUE TOMA O PEDIDO (CODIGO DO FILMEST; ZEROS = 01,
      *A MATRIZ) - SEM ELA TODO PEDIDO GERADO POR CHAMADA -PARM
      *CAIA NA MATRIZ.
           03 LK-FILIAL PIC 9(02).
      *QUANTIDADE DO ITEM (ZERO = 1) PARA O VALOR DE TABELA, E O
      *OPERADOR E O PROGRAMA CHAMADOR QUE VAO PARA O REGISTRO DE
      *ALTERACAO MANUAL QUANDO LK-VALOR VEM DIFERENTE DA TABELA
      *(LK-VALOR ZERO = VALOR DE TABELA).
           03 LK-QTD      PIC 9(05).
           03 LK-OPERADOR PIC X(20).
           03 LK-ORIGEM   PIC X(10).
      *ENDERECO DE ENTREGA DO CLIENTE (SEQ DO ENDENT; ZERO = O
      *PRIMEIRO ATIVO). FORA DO SO-CALCULO, COM ENDERECO A UF E A
      *CLASSE SAEM DO CEP; SEQ INEXISTENTE OU INATIVO RECUSA O PEDIDO.
           03 LK-END-SEQ  PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE ZEROS TO WRK-PESO.
           MOVE ZEROS TO WRK-PESO-CUBADO.
           MOVE 'C' TO WRK-DEST-CLASSE.
           MOVE 'N' TO WRK-PRECO-MANUAL.
           MOVE ZEROS TO WRK-OVR-QT.
           MOVE SPACES TO WRK-OPERADOR.
           MOVE ZEROS TO WRK-END-SEQ.
           MOVE ZEROS TO WRK-END-CEP.
           MOVE 'S' TO WRK-END-VALIDO.
           MOVE 'N' TO WRK-END-DERIVOU.
           MOVE WRK-AUD-PROGRAMA TO WRK-OVR-ORIGEM.
           IF INP-ARQUIVO
               PERFORM 0130-LER-PEDIDO-ARQUIVO
           ELSE
               IF CLIENTE-ACHADO
                   PERFORM 0160-OBTER-MOEDA

                   PERFORM 0198-OBTER-ENDERECO-CONSOLE

                   IF NOT END-UF-CLASSE-DO-CEP AND NOT END-SO-UF
                       DISPLAY 'ESTADO A ENTREGAR (BRANCO = UF '
                           'PADRAO DO CLIENTE).. '
                       ACCEPT WRK-UF
                       IF WRK-UF = SPACES
                           MOVE WRK-CLI-UF-PADRAO TO WRK-UF
                       END-IF
                   END-IF

                   IF NOT END-UF-CLASSE-DO-CEP
                       DISPLAY 'DESTINO (C)APITAL OU (I)NTERIOR.. '
                       ACCEPT WRK-DEST-CLASSE
                   END-IF

                   PERFORM 0194-OBTER-FILIAL-CONSOLE

                   'RECUSADA'
               MOVE 8 TO RETURN-CODE
           ELSE
           IF NOT ENDERECO-VALIDO
               DISPLAY 'ENDERECO DE ENTREGA INEXISTENTE OU INATIVO '
                   'NO ENDENT, COTACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
           ELSE
           IF CLIENTE-ACHADO
               PERFORM 0200-PROCESSAR
           ELSE
                   'RECUSADA'
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF
           END-IF.
           PERFORM 0196-AVISAR-REJEITADOS.
           MOVE 'L' TO WRK-LCK-ACAO.
           MOVE LK-SO-CALCULO TO WRK-SO-CALC.
           MOVE LK-TRANSP TO WRK-TRP-ESCOLHA.
           MOVE 'S' TO WRK-FIL-VALIDA.
           MOVE 'N' TO WRK-PRECO-MANUAL.
           MOVE ZEROS TO WRK-OVR-QT.
           MOVE LK-OPERADOR TO WRK-OPERADOR.
           MOVE LK-ORIGEM TO WRK-OVR-ORIGEM.
           MOVE ZEROS TO WRK-END-CEP.
           MOVE 'S' TO WRK-END-VALIDO.
           MOVE 'N' TO WRK-END-DERIVOU.
           IF LK-END-SEQ IS NUMERIC
               MOVE LK-END-SEQ TO WRK-END-SEQ
           ELSE
               MOVE ZEROS TO WRK-END-SEQ
           END-IF.
           IF WRK-OVR-ORIGEM = SPACES
               MOVE WRK-AUD-PROGRAMA TO WRK-OVR-ORIGEM
           END-IF.
           IF LK-FILIAL IS NUMERIC AND LK-FILIAL > 0
               MOVE LK-FILIAL TO WRK-FIL-BUSCA
               PERFORM 0193B-PROCURAR-FILIAL
               IF WRK-UF = SPACES
                   MOVE WRK-CLI-UF-PADRAO TO WRK-UF
               END-IF
               PERFORM 0197-RESOLVER-ENDERECO
               IF NOT ENDERECO-VALIDO
                   DISPLAY 'ENDERECO ' LK-END-SEQ ' DO CLIENTE '
                       'INEXISTENTE OU INATIVO NO ENDENT, PEDIDO '
                       'RECUSADO'
                   MOVE 8 TO RETURN-CODE
               ELSE
               MOVE LK-PRODUTO TO WRK-PRODUTO-ITEM
               PERFORM 0192-VALIDAR-PRODUTO
               IF NOT PRODUTO-ACHADO
                   IF WRK-PESO = 0
                       MOVE WRK-PRD-PESO TO WRK-PESO
                   END-IF
      *O ITEM UNICO DA CHAMADA PASSA PELO VALOR DE TABELA COMO NO
      *CONSOLE: LK-VALOR ZERO RECEBE A TABELA, DIFERENTE DELA E
      *ALTERACAO MANUAL DO LK-OPERADOR.
                   MOVE LK-VALOR TO WRK-VALOR-ITEM
                   IF LK-QTD IS NUMERIC
                       MOVE LK-QTD TO WRK-QTD-ITEM
                   ELSE
                       MOVE ZEROS TO WRK-QTD-ITEM
                   END-IF
                   PERFORM 0155-BUSCAR-PRECO-ITEM
                   PERFORM 0157-CONFRONTAR-PRECO
                   MOVE WRK-VALOR-ITEM TO WRK-VALOR
                   PERFORM 0200-PROCESSAR
      *O FRETE COTADO VOLTA AO CHAMADOR, COMO NO MODO SO-CALCULO -
      *SEM ISSO A TELA CHEIA (PROGCOB62) CONFIRMAVA O PEDIDO
               END-IF
               END-IF
               END-IF
               END-IF
               PERFORM 0196-AVISAR-REJEITADOS
           END-IF.
           IF LK-SO-CALCULO NOT = 'S'
                               MOVE PED-MOEDA   TO WRK-MOEDA-COD
                               MOVE PED-DEST-CLASSE TO
                                   WRK-DEST-CLASSE
                               MOVE PED-OPERADOR TO WRK-OPERADOR
                               PERFORM 0193-DEFINIR-FILIAL
                               IF PED-END-SEQ IS NUMERIC
                                   MOVE PED-END-SEQ TO WRK-END-SEQ
                               END-IF
                               IF NOT FIM-PEDIDOS
                                   PERFORM 0197-RESOLVER-ENDERECO
                               END-IF
                               IF NOT ENDERECO-VALIDO
                                   MOVE 'END' TO REJ-MOTIVO
                                   MOVE REG-PEDIDO TO REJ-IMAGEM
                                   PERFORM 0195-GRAVAR-REJEITO
                                   MOVE 'S' TO WRK-FIM-PED
                               END-IF
                           END-IF
                       ELSE
                           DISPLAY 'PRIMEIRO REGISTRO DE PEDIDOS NAO '
                           ELSE
                               MOVE 'DIVERSOS' TO WRK-PRODUTO
                           END-IF
      *PED-VALOR ZERADO RECEBE O VALOR DE TABELA DO ITEM;
      *DIFERENTE DELE E ALTERACAO MANUAL DO OPERADOR DO LOTE.
                           MOVE PED-VALOR TO WRK-VALOR-ITEM
                           IF PED-QTD IS NUMERIC
                               MOVE PED-QTD TO WRK-QTD-ITEM
                           ELSE
                               MOVE ZEROS TO WRK-QTD-ITEM
                           END-IF
                           PERFORM 0155-BUSCAR-PRECO-ITEM
                           PERFORM 0157-CONFRONTAR-PRECO
                           ADD WRK-VALOR-ITEM TO WRK-VALOR
      *PESO E DIMENSOES AUSENTES (ZERO) ASSUMEM OS DO CADASTRO
      *MESTRE DE PRODUTOS.
                           IF PED-PESO = 0
               END-IF
           END-IF.

      *PEDE UM ITEM NO CONSOLE (PRODUTO, QUANTIDADE, VALOR E PESO),
      *SOMA NOS TOTAIS DO PEDIDO E PERGUNTA SE HA MAIS UM ITEM.
       0140-OBTER-ITEM-CONSOLE.
           DISPLAY 'PRODUTO (CODIGO DO PRODMEST).. '.
           ACCEPT WRK-PRODUTO-ITEM.
               ELSE
                   MOVE 'DIVERSOS' TO WRK-PRODUTO
               END-IF
               DISPLAY 'QUANTIDADE (0 = 1).. '
               ACCEPT WRK-QTD-ITEM
               PERFORM 0155-BUSCAR-PRECO-ITEM
               PERFORM 0150-OBTER-VALOR
               DISPLAY 'PESO (KG, 0 = PESO DO CADASTRO).. '
               ACCEPT WRK-PESO-ITEM
           MOVE 'N' TO WRK-VALD-VALIDO.
           PERFORM 0151-LER-VALOR UNTIL VALD-OK.
           MOVE WRK-VALD-ENTRADA TO WRK-VALOR-ITEM.
           PERFORM 0157-CONFRONTAR-PRECO.
           ADD WRK-VALOR-ITEM TO WRK-VALOR.

       0151-LER-VALOR.
           IF PRC-TEM-PRECO
               DISPLAY 'VALOR (0 = TABELA, 0-9999,99).. '
           ELSE
               DISPLAY 'VALOR (0-9999,99).. '
           END-IF.
           ACCEPT WRK-VALD-ENTRADA.
           MOVE 0    TO WRK-VALD-MIN.
           MOVE 9999 TO WRK-VALD-MAX.
               DISPLAY 'VALOR INVALIDO, DIGITE NOVAMENTE'
           END-IF.

      *BUSCA O VALOR DE TABELA DO ITEM CORRENTE (WRK-PRODUTO-ITEM,
      *WRK-QTD-ITEM, CLIENTE DO PEDIDO, DATA DE HOJE) NA SUB-ROTINA
      *PRCCALC. SO PARA PEDIDO EM REAL - A TABELA E EM REAL.
       0155-BUSCAR-PRECO-ITEM.
           IF WRK-QTD-ITEM IS NOT NUMERIC OR WRK-QTD-ITEM = ZEROS
               MOVE 1 TO WRK-QTD-ITEM
           END-IF.
           MOVE 'N' TO WRK-PRC-RESULT.
           IF WRK-MOEDA-COD = 'BRL' OR WRK-MOEDA-COD = SPACES
               MOVE WRK-PRODUTO-ITEM TO WRK-PRC-PRODUTO
               MOVE WRK-CLI-CODIGO TO WRK-PRC-CLICOD
               MOVE WRK-QTD-ITEM TO WRK-PRC-QTD
               MOVE ZEROS TO WRK-PRC-DATA
               CALL 'PRCCALC' USING WRK-PRC-PRODUTO WRK-PRC-CLICOD
                   WRK-PRC-QTD WRK-PRC-DATA WRK-PRC-UNIT WRK-PRC-PERC
                   WRK-PRC-VALOR WRK-PRC-RESULT
           END-IF.
           IF PRC-TEM-PRECO AND INP-CONSOLE
               DISPLAY 'VALOR DE TABELA: ' WRK-PRC-QTD ' X '
                   WRK-PRC-UNIT ' - ' WRK-PRC-PERC '% = '
                   WRK-PRC-VALOR
           END-IF.

      *CONFRONTA O VALOR DO ITEM COM O VALOR DE TABELA: ZERO RECEBE
      *A TABELA; DIFERENTE DELA E ALTERACAO MANUAL. PRODUTO SEM
      *PRECO VIGENTE FICA COM O VALOR DIGITADO, COMO SEMPRE FOI.
       0157-CONFRONTAR-PRECO.
           IF PRC-TEM-PRECO
               IF WRK-VALOR-ITEM = 0
                   MOVE WRK-PRC-VALOR TO WRK-VALOR-ITEM
               ELSE
                   IF WRK-VALOR-ITEM NOT = WRK-PRC-VALOR
                       PERFORM 0158-REGISTRAR-ALTERACAO
                   END-IF
               END-IF
           END-IF.

      *MARCA O PEDIDO COMO PRECO MANUAL E GUARDA O ITEM ALTERADO
      *PARA O PRCOVR (GRAVADO NO 0159, QUANDO O PEDIDO TIVER NUMERO).
      *NO CONSOLE, O OPERADOR E PEDIDO NA PRIMEIRA ALTERACAO DO
      *PEDIDO; EM LOTE VEM DO CABECALHO E NA CHAMADA -PARM DO
      *LK-OPERADOR.
       0158-REGISTRAR-ALTERACAO.
           MOVE 'S' TO WRK-PRECO-MANUAL.
           DISPLAY 'VALOR ' WRK-VALOR-ITEM ' DIFERENTE DA TABELA '
               WRK-PRC-VALOR ' - ALTERACAO MANUAL DE PRECO'.
           IF WRK-OPERADOR = SPACES AND INP-CONSOLE
               DISPLAY 'OPERADOR QUE ALTEROU O PRECO.. '
               ACCEPT WRK-OPERADOR
           END-IF.
           IF WRK-OPERADOR = SPACES
               MOVE 'NAO INFORMADO' TO WRK-OPERADOR
           END-IF.
           IF WRK-OVR-QT < WRK-OVR-MAX
               ADD 1 TO WRK-OVR-QT
               MOVE WRK-PRODUTO-ITEM TO WRK-OVR-PRODUTO (WRK-OVR-QT)
               MOVE WRK-QTD-ITEM TO WRK-OVR-QTD (WRK-OVR-QT)
               MOVE WRK-PRC-VALOR TO WRK-OVR-VALOR-TAB (WRK-OVR-QT)
               MOVE WRK-VALOR-ITEM TO WRK-OVR-VALOR-DIG (WRK-OVR-QT)
           ELSE
               DISPLAY 'TABELA DE ALTERACOES CHEIA, ITEM FORA DO '
                   'PRCOVR (PEDIDO CONTINUA MARCADO)'
           END-IF.

      *GRAVA NO PRCOVR OS ITENS COM PRECO ALTERADO DO PEDIDO QUE
      *ACABOU DE SER GRAVADO NO MESTRE, JA COM O NUMERO DELE.
       0159-GRAVAR-ALTERACOES.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           OPEN EXTEND F-PRCOVR.
           IF WRK-STATUS-PRCOVR = '35'
               OPEN OUTPUT F-PRCOVR
           END-IF.
           PERFORM 0159A-GRAVAR-ALTERACAO
               VARYING WRK-OVR-IDX FROM 1 BY 1
               UNTIL WRK-OVR-IDX > WRK-OVR-QT.
           CLOSE F-PRCOVR.
           DISPLAY 'PEDIDO ' WRK-NUMERO-PEDIDO ' COM PRECO ALTERADO '
               'POR ' WRK-OPERADOR.

       0159A-GRAVAR-ALTERACAO.
           MOVE WRK-DATA TO OVR-DATA.
           MOVE WRK-HORA TO OVR-HORA.
           MOVE WRK-NUMERO-PEDIDO TO OVR-NUMERO.
           MOVE WRK-CLI-CODIGO TO OVR-CLICOD.
           MOVE WRK-OVR-PRODUTO (WRK-OVR-IDX) TO OVR-PRODUTO.
           MOVE WRK-OVR-QTD (WRK-OVR-IDX) TO OVR-QTD.
           MOVE WRK-OVR-VALOR-TAB (WRK-OVR-IDX) TO OVR-VALOR-TAB.
           MOVE WRK-OVR-VALOR-DIG (WRK-OVR-IDX) TO OVR-VALOR-DIG.
           MOVE WRK-OPERADOR TO OVR-OPERADOR.
           MOVE WRK-OVR-ORIGEM TO OVR-ORIGEM.
           WRITE REG-PRCOVR.

      *CONVERTE WRK-VALOR PARA REAL, BUSCANDO A TAXA DA MOEDA NA
      *TABELA MESTRE (VEJA CURTAB.CPY), ANTES DO PERCENTUAL DE FRETE
      *SER APLICADO. GUARDA O VALOR ORIGINAL (NA MOEDA DIGITADA) EM
      ******* FAIXA DE FRETE POR PESO, INDEPENDENTE DO ESTADO - UM
      ******* PRODUTO PESADO E BARATO NAO PODE SAIR DE GRACA. A
      ******* FAIXA USA O MAIOR ENTRE O PESO REAL E O PESO CUBADO
      ******* (DIMENSOES DOS ITENS), COMO A TRANSPORTADORA COBRA, E
      ******* VEM DA TABELA DE FAIXAS (FXPTAB.CPY): A PRIMEIRA COM
      ******* LIMITE QUE COBRE O PESO; ACIMA DE TODAS, A ULTIMA.
           IF WRK-PESO-CUBADO > WRK-PESO
               MOVE WRK-PESO-CUBADO TO WRK-PESO-FRETE
               DISPLAY 'PESO CUBADO ' WRK-PESO-CUBADO ' MAIOR QUE O '
           ELSE
               MOVE WRK-PESO TO WRK-PESO-FRETE
           END-IF.
           SET TAB-FXA-IDX TO 1.
           SEARCH TAB-FXA-ITEM
               AT END
                   MOVE TAB-FXA-VALOR (TAB-FXA-QT) TO WRK-FRETE-PESO
               WHEN WRK-PESO-FRETE <= TAB-FXA-LIMITE (TAB-FXA-IDX)
                   MOVE TAB-FXA-VALOR (TAB-FXA-IDX) TO WRK-FRETE-PESO
           END-SEARCH.
      ******* CALCULAR O FRETE PROPORCIONAL AO ESTADO, BUSCANDO O
      ******* PERCENTUAL NA TABELA MESTRE DE UF, E SOMAR A FAIXA DE
      ******* PESO AO RESULTADO.
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      *ICMS DO PEDIDO (MERCADORIA + FRETE), SO DESTACADO NA COTACAO
      *E GUARDADO NO MESTRE COMO ESTIMATIVA - O QUE VALE PARA A
      *APURACAO E O RECALCULADO NO FATURAMENTO (PROGCOB55).
           MOVE SPACES TO WRK-ICM-UF-ORIG.
           MOVE ZEROS TO WRK-ICM-ALIQ.
           MOVE ZEROS TO WRK-ICM-VALOR.
           IF WRK-FRETE NOT EQUAL 0
               PERFORM 0181-CALCULAR-ICMS
           END-IF.

      *NOT EQUAL SE NAO FOR IGUAL A ZERO ELE MOSTRA O VALOR
      *REGISTRA A COTACAO NO ARQUIVO DE AUDITORIA, COM DATA/HORA,
               MOVE WRK-DATA-PROMETIDA TO PMS-DATA-PROMETIDA
               MOVE ZEROS TO PMS-DATA-ENTREGA
               MOVE WRK-TRANSP-COD TO PMS-TRANSP
               MOVE WRK-TRP-RECOM TO PMS-TRANSP-RECOM
               MOVE WRK-MOTIVO-TRANSP TO PMS-MOTIVO-TRANSP
               MOVE ZEROS TO PMS-ROMANEIO
               MOVE ZEROS TO PMS-FATURA
               MOVE 'M' TO PMS-ORIGEM
               MOVE WRK-FRETE-BASE TO PMS-FRETE-BASE
               MOVE WRK-FRETE-ADIC TO PMS-FRETE-ADIC
               MOVE WRK-PESO-FRETE TO PMS-PESO-FRETE
               MOVE WRK-PRECO-MANUAL TO PMS-PRECO-MANUAL
               MOVE WRK-END-SEQ TO PMS-END-SEQ
               MOVE WRK-END-CEP TO PMS-CEP
               MOVE WRK-ICM-ALIQ TO PMS-ICMS-ALIQ
               MOVE WRK-ICM-VALOR TO PMS-ICMS-VALOR
               WRITE REG-PEDMESTRE
               MOVE 'PEDMESTRE' TO WRK-IOE-ARQUIVO
               MOVE 'WRITE' TO WRK-IOE-OPERACAO
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE F-PEDMESTRE
               IF PRECO-MANUAL AND NOT IOE-ABORTA
                   PERFORM 0159-GRAVAR-ALTERACOES
               END-IF
           END-IF.
      *A COTACAO SAI EM DUAS LINHAS DE RELATORIO: A IDENTIFICACAO DO
      *PEDIDO E DEPOIS OS VALORES, O FRETE E A ENTREGA PROMETIDA -
        MOVE SPACES TO WRK-RPT-LINHA-TXT.
        STRING '  DESTINO=' WRK-DEST-CLASSE
            ' ENTREGA-PROMETIDA=' WRK-DATA-PROMETIDA
            ' PRECO-MANUAL=' WRK-PRECO-MANUAL
            ' ENDERECO=' WRK-END-SEQ ' CEP=' WRK-END-CEP
            DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
        PERFORM 0910-GRAVAR-LINHA-RPT.
        IF WRK-ICM-ALIQ NOT = ZEROS
            MOVE SPACES TO WRK-RPT-LINHA-TXT
            STRING '  ICMS ' WRK-ICM-UF-ORIG '-' WRK-ICM-UF-DEST
                ' BASE=' WRK-ICM-BASE
                ' ALIQ=' WRK-ICM-ALIQ
                ' VALOR=' WRK-ICM-VALOR
                ' FONTE=' WRK-ICM-RESULT
                DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
            PERFORM 0910-GRAVAR-LINHA-RPT
        END-IF.
        IF WRK-TRANSP-COD NOT = SPACES
            MOVE SPACES TO WRK-RPT-LINHA-TXT
            STRING '  TRANSP=' WRK-TRANSP-COD
                ' RECOMENDADA=' WRK-TRP-RECOM
                ' MOTIVO=' WRK-MOTIVO-TRANSP
                DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
            PERFORM 0910-GRAVAR-LINHA-RPT
        END-IF.
        PERFORM 0920-GRAVAR-TRAILER-RPT.
        CLOSE F-RELATORIO.
        IF ARI-ERRO
            WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
        MOVE WRK-AUD-RETCODE TO RETURN-CODE.

      *CARREGA O CADASTRO DE TRANSPORTADORAS, CALCULA O FRETE DE
      *CADA UMA (FRETE DA CASA X FATOR, BASE E ADICIONAL JUNTOS),
      *MOSTRA O RANKING POR NOTA E DEFINE A ESCOLHIDA: NO CONSOLE A
      *MESA DIGITA O CODIGO (BRANCO = A RECOMENDADA, OUTRA PEDE O
      *MOTIVO); EM LOTE A RECOMENDADA GANHA DIRETO. SEM CADASTRO,
      *NADA MUDA E O PEDIDO SAI SEM CARIMBO.
       0207-COMPARAR-TRANSPORTADORAS.
           MOVE SPACES TO WRK-TRANSP-COD.
           MOVE SPACES TO WRK-TRP-RECOM.
           MOVE SPACES TO WRK-MOTIVO-TRANSP.
           MOVE ZEROS TO WRK-TRANSP-SLA-ADIC.
           MOVE ZEROS TO WRK-TRP-QT.
           MOVE 'N' TO WRK-FIM-TRP.
               CLOSE F-TRANSPMEST
           END-IF.
           IF WRK-TRP-QT > 0
               PERFORM 0207B-CALCULAR-TRANSP
                   VARYING WRK-TRP-IDX FROM 1 BY 1
                   UNTIL WRK-TRP-IDX > WRK-TRP-QT
               PERFORM 0207C-ESCOLHER-MAIS-BARATA
               MOVE WRK-TRP-FRETE (WRK-TRP-POS) TO WRK-FRETE-MENOR
               PERFORM 0207F-PONTUAR-TRANSPORTADORAS
      *DEPOIS DO RANKING A RECOMENDADA E A PRIMEIRA DA TABELA.
               MOVE 1 TO WRK-TRP-POS
               MOVE WRK-TRP-CODIGO (1) TO WRK-TRP-RECOM
               IF INP-CONSOLE
                   DISPLAY 'TRANSPORTADORA (BRANCO = RECOMENDADA).. '
                   ACCEPT WRK-TRP-ESCOLHA
               END-IF
      *A ESCOLHA VALE TANTO PARA O CONSOLE QUANTO PARA O CHAMADOR
      *-PARM (LK-TRANSP) - SEM ESCOLHA, FICA A RECOMENDADA.
               IF WRK-TRP-ESCOLHA NOT = SPACES
                   MOVE 'N' TO WRK-TRP-ACHOU
                   PERFORM 0207D-PROCURAR-ESCOLHIDA
                       MOVE WRK-TRP-POS TO WRK-TRP-IDX
                   ELSE
                       DISPLAY 'TRANSPORTADORA NAO CADASTRADA, '
                           'FICA A RECOMENDADA'
                       MOVE 1 TO WRK-TRP-IDX
                   END-IF
               ELSE
                   MOVE 1 TO WRK-TRP-IDX
               END-IF
               IF WRK-TRP-IDX NOT = 1
                   PERFORM 0207N-OBTER-MOTIVO
               END-IF
               MOVE WRK-TRP-CODIGO (WRK-TRP-IDX) TO WRK-TRANSP-COD
               MOVE WRK-TRP-SLAADIC (WRK-TRP-IDX) TO
                   ' FRETE ' WRK-FRETE
           END-IF.

      *NOTA DE CADA TRANSPORTADORA NA REGIAO DO DESTINO: PESOS DO
      *TRPPESO, HISTORIA DOS ULTIMOS N MESES DO TRPINDIC, NOTA
      *PONDERADA E RANKING DA MAIOR PARA A MENOR (EMPATE = MAIS
      *BARATA NA FRENTE).
       0207F-PONTUAR-TRANSPORTADORAS.
           PERFORM 0207G-CARREGAR-PESOS.
           ACCEPT WRK-TRP-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-TRP-MES-CONTADOR = (WRK-TRP-HOJE-ANO * 12)
               + WRK-TRP-HOJE-MES - 1 - (WRK-PESO-MESES - 1).
           DIVIDE WRK-TRP-MES-CONTADOR BY 12 GIVING WRK-TRP-CORTE-ANO
               REMAINDER WRK-TRP-CORTE-MES.
           ADD 1 TO WRK-TRP-CORTE-MES.
           MOVE 'N' TO WRK-FIM-TIN.
           OPEN INPUT F-TRPINDIC.
           IF WRK-STATUS-TRPINDIC NOT = '00'
               MOVE 'S' TO WRK-FIM-TIN
           END-IF.
           PERFORM 0207H-LER-INDICADOR UNTIL FIM-TRPINDIC.
           IF WRK-STATUS-TRPINDIC NOT = '35'
               CLOSE F-TRPINDIC
           END-IF.
           PERFORM 0207J-CALCULAR-NOTA
               VARYING WRK-TRP-IDX FROM 1 BY 1
               UNTIL WRK-TRP-IDX > WRK-TRP-QT.
           IF WRK-TRP-QT > 1
               PERFORM 0207K-VARRER-RANKING
                   VARYING WRK-TRP-SORT-I FROM 1 BY 1
                   UNTIL WRK-TRP-SORT-I >= WRK-TRP-QT
           END-IF.
           DISPLAY '-- RANKING DE TRANSPORTADORAS - REGIAO '
               WRK-REGIAO-DESTINO ' ULTIMOS ' WRK-PESO-MESES
               ' MESES --'.
           DISPLAY '   PESOS: PRECO ' WRK-PESO-PRECO
               ' PONTUALIDADE ' WRK-PESO-PRAZO
               ' AVARIA ' WRK-PESO-AVARIA.
           PERFORM 0207M-MOSTRAR-RANKING
               VARYING WRK-TRP-IDX FROM 1 BY 1
               UNTIL WRK-TRP-IDX > WRK-TRP-QT.
           DISPLAY 'RECOMENDADA: ' WRK-TRP-CODIGO (1) ' '
               WRK-TRP-NOME (1).

      *PESOS DA REGIAO DO DESTINO; SEM LINHA DA REGIAO, A LINHA EM
      *BRANCO; SEM NENHUMA DAS DUAS (OU PESOS ZERADOS), OS DA CASA
      *(PRECO 50, PONTUALIDADE 30, AVARIA 20, SEIS MESES).
       0207G-CARREGAR-PESOS.
           MOVE 'N' TO WRK-TPS-ACHOU.
           MOVE 'N' TO WRK-TPS-PADRAO.
           MOVE ZEROS TO WRK-PESO-SOMA.
           MOVE 'N' TO WRK-FIM-TPS.
           OPEN INPUT F-TRPPESO.
           IF WRK-STATUS-TRPPESO NOT = '00'
               MOVE 'S' TO WRK-FIM-TPS
           END-IF.
           PERFORM 0207I-LER-PESO UNTIL FIM-TRPPESO OR PESO-DA-REGIAO.
           IF WRK-STATUS-TRPPESO NOT = '35'
               CLOSE F-TRPPESO
           END-IF.
           IF PESO-DA-REGIAO OR PESO-PADRAO-ACHADO
               COMPUTE WRK-PESO-SOMA = WRK-PESO-PRECO
                   + WRK-PESO-PRAZO + WRK-PESO-AVARIA
           END-IF.
           IF WRK-PESO-SOMA = 0
               DISPLAY '*** ATENCAO: TRPPESO SEM PESOS PARA A REGIAO '
                   WRK-REGIAO-DESTINO ', PESOS DA CASA'
               MOVE 50 TO WRK-PESO-PRECO
               MOVE 30 TO WRK-PESO-PRAZO
               MOVE 20 TO WRK-PESO-AVARIA
               MOVE 6 TO WRK-PESO-MESES
               MOVE 100 TO WRK-PESO-SOMA
           END-IF.
           IF WRK-PESO-MESES = 0
               MOVE 6 TO WRK-PESO-MESES
           END-IF.

       0207I-LER-PESO.
           READ F-TRPPESO
               AT END
                   MOVE 'S' TO WRK-FIM-TPS
               NOT AT END
                   IF TPS-REGIAO = WRK-REGIAO-DESTINO
                       OR (TPS-REGIAO = SPACES
                           AND NOT PESO-PADRAO-ACHADO)
                       MOVE TPS-PESO-PRECO TO WRK-PESO-PRECO
                       MOVE TPS-PESO-PRAZO TO WRK-PESO-PRAZO
                       MOVE TPS-PESO-AVARIA TO WRK-PESO-AVARIA
                       MOVE TPS-MESES TO WRK-PESO-MESES
                       IF TPS-REGIAO = SPACES
                           MOVE 'S' TO WRK-TPS-PADRAO
                       ELSE
                           MOVE 'S' TO WRK-TPS-ACHOU
                       END-IF
                   END-IF
           END-READ.

      *SOMA NA TRANSPORTADORA DA TABELA A LINHA DO TRPINDIC DA
      *REGIAO DO DESTINO DENTRO DOS ULTIMOS N MESES.
       0207H-LER-INDICADOR.
           READ F-TRPINDIC
               AT END
                   MOVE 'S' TO WRK-FIM-TIN
               NOT AT END
                   IF TIN-REGIAO = WRK-REGIAO-DESTINO
                       AND TIN-MES >= WRK-TRP-MES-CORTE
                       MOVE 'N' TO WRK-TRP-ACHOU
                       PERFORM 0207O-PROCURAR-INDICADOR
                           VARYING WRK-TRP-IDX FROM 1 BY 1
                           UNTIL WRK-TRP-IDX > WRK-TRP-QT
                               OR TRANSP-ACHADA
                       IF TRANSP-ACHADA
                           ADD TIN-ENTREGUES TO
                               WRK-TRP-ENTREGUES (WRK-TRP-POS)
                           ADD TIN-MEDIDAS TO
                               WRK-TRP-MEDIDAS (WRK-TRP-POS)
                           ADD TIN-NO-PRAZO TO
                               WRK-TRP-NO-PRAZO (WRK-TRP-POS)
                           ADD TIN-SINISTROS TO
                               WRK-TRP-SINISTROS (WRK-TRP-POS)
                       END-IF
                   END-IF
           END-READ.

       0207J-CALCULAR-NOTA.
           MOVE ZEROS TO WRK-TRP-NOTA-PRECO (WRK-TRP-IDX).
           IF WRK-TRP-FRETE (WRK-TRP-IDX) > 0
               COMPUTE WRK-TRP-NOTA-PRECO (WRK-TRP-IDX) ROUNDED =
                   (WRK-FRETE-MENOR * 100)
                   / WRK-TRP-FRETE (WRK-TRP-IDX)
           END-IF.
           IF WRK-TRP-MEDIDAS (WRK-TRP-IDX) > 0
               COMPUTE WRK-TRP-NOTA-PRAZO (WRK-TRP-IDX) ROUNDED =
                   (WRK-TRP-NO-PRAZO (WRK-TRP-IDX) * 100)
                   / WRK-TRP-MEDIDAS (WRK-TRP-IDX)
           ELSE
               MOVE WRK-NOTA-NEUTRA TO
                   WRK-TRP-NOTA-PRAZO (WRK-TRP-IDX)
           END-IF.
           IF WRK-TRP-ENTREGUES (WRK-TRP-IDX) > 0
               COMPUTE WRK-NOTA-CALC ROUNDED =
                   (WRK-TRP-SINISTROS (WRK-TRP-IDX) * 100)
                   / WRK-TRP-ENTREGUES (WRK-TRP-IDX)
               IF WRK-NOTA-CALC > 100
                   MOVE 100 TO WRK-NOTA-CALC
               END-IF
               COMPUTE WRK-TRP-NOTA-AVARIA (WRK-TRP-IDX) =
                   100 - WRK-NOTA-CALC
           ELSE
               MOVE WRK-NOTA-NEUTRA TO
                   WRK-TRP-NOTA-AVARIA (WRK-TRP-IDX)
           END-IF.
           COMPUTE WRK-TRP-NOTA (WRK-TRP-IDX) ROUNDED =
               ((WRK-PESO-PRECO * WRK-TRP-NOTA-PRECO (WRK-TRP-IDX))
               + (WRK-PESO-PRAZO * WRK-TRP-NOTA-PRAZO (WRK-TRP-IDX))
               + (WRK-PESO-AVARIA * WRK-TRP-NOTA-AVARIA (WRK-TRP-IDX)))
               / WRK-PESO-SOMA.

       0207K-VARRER-RANKING.
           COMPUTE WRK-TRP-SORT-LIMITE = WRK-TRP-QT - WRK-TRP-SORT-I.
           PERFORM 0207L-COMPARAR-PAR
               VARYING WRK-TRP-SORT-J FROM 1 BY 1
               UNTIL WRK-TRP-SORT-J > WRK-TRP-SORT-LIMITE.

       0207L-COMPARAR-PAR.
           COMPUTE WRK-TRP-SORT-J1 = WRK-TRP-SORT-J + 1.
           IF WRK-TRP-NOTA (WRK-TRP-SORT-J) <
               WRK-TRP-NOTA (WRK-TRP-SORT-J1)
               OR (WRK-TRP-NOTA (WRK-TRP-SORT-J) =
                   WRK-TRP-NOTA (WRK-TRP-SORT-J1)
                   AND WRK-TRP-FRETE (WRK-TRP-SORT-J) >
                       WRK-TRP-FRETE (WRK-TRP-SORT-J1))
               MOVE WRK-TAB-TRP-ITEM (WRK-TRP-SORT-J) TO WRK-TRP-TROCA
               MOVE WRK-TAB-TRP-ITEM (WRK-TRP-SORT-J1) TO
                   WRK-TAB-TRP-ITEM (WRK-TRP-SORT-J)
               MOVE WRK-TRP-TROCA TO
                   WRK-TAB-TRP-ITEM (WRK-TRP-SORT-J1)
           END-IF.

       0207M-MOSTRAR-RANKING.
           MOVE WRK-TRP-NOTA (WRK-TRP-IDX) TO WRK-NOTA-ED.
           MOVE WRK-TRP-NOTA-PRECO (WRK-TRP-IDX) TO WRK-PRECO-ED.
           MOVE WRK-TRP-NOTA-PRAZO (WRK-TRP-IDX) TO WRK-PRAZO-ED.
           MOVE WRK-TRP-NOTA-AVARIA (WRK-TRP-IDX) TO WRK-AVARIA-ED.
           DISPLAY '  ' WRK-TRP-IDX ' ' WRK-TRP-CODIGO (WRK-TRP-IDX)
               ' ' WRK-TRP-NOME (WRK-TRP-IDX)
               ' FRETE ' WRK-TRP-FRETE (WRK-TRP-IDX)
               ' SLA+' WRK-TRP-SLAADIC (WRK-TRP-IDX)
               ' NOTA ' WRK-NOTA-ED.
           IF WRK-TRP-ENTREGUES (WRK-TRP-IDX) = 0
               DISPLAY '     PRECO ' WRK-PRECO-ED
                   ' PRAZO ' WRK-PRAZO-ED
                   ' AVARIA ' WRK-AVARIA-ED
                   ' (SEM HISTORIA NA REGIAO)'
           ELSE
               DISPLAY '     PRECO ' WRK-PRECO-ED
                   ' PRAZO ' WRK-PRAZO-ED
                   ' AVARIA ' WRK-AVARIA-ED
                   ' (' WRK-TRP-ENTREGUES (WRK-TRP-IDX) ' ENTREGAS, '
                   WRK-TRP-SINISTROS (WRK-TRP-IDX) ' SINISTROS)'
           END-IF.

       0207O-PROCURAR-INDICADOR.
           IF WRK-TRP-CODIGO (WRK-TRP-IDX) = TIN-TRANSP
               MOVE 'S' TO WRK-TRP-ACHOU
               MOVE WRK-TRP-IDX TO WRK-TRP-POS
           END-IF.

      *ESCOLHA FORA DA RECOMENDADA: NO CONSOLE A MESA DIGITA O
      *MOTIVO (SEM MOTIVO, FICA A RECOMENDADA); NA CHAMADA -PARM O
      *MOTIVO E A ESCOLHA DO PROGRAMA CHAMADOR.
       0207N-OBTER-MOTIVO.
           MOVE SPACES TO WRK-MOTIVO-TRANSP.
           IF INP-CONSOLE
               DISPLAY 'MOTIVO DE NAO USAR A RECOMENDADA '
                   WRK-TRP-RECOM ' (BRANCO = USAR A RECOMENDADA).. '
               ACCEPT WRK-MOTIVO-TRANSP
               IF WRK-MOTIVO-TRANSP = SPACES
                   DISPLAY 'SEM MOTIVO, FICA A RECOMENDADA'
                   MOVE 1 TO WRK-TRP-IDX
               END-IF
           ELSE
               STRING 'ESCOLHA DO CHAMADOR ' WRK-OVR-ORIGEM
                   DELIMITED BY SIZE INTO WRK-MOTIVO-TRANSP
           END-IF.

      *REAPLICA O FATOR DA TRANSPORTADORA DO CHAMADOR (LK-TRANSP)
      *SOBRE O FRETE DA CASA NO MODO SO-CALCULO - O 0207 NAO RODA
      *NESSE MODO E, SEM O FATOR, A REPRECIFICACAO DE UM PEDIDO
                       MOVE TRP-SLA-ADIC TO
                           WRK-TRP-SLAADIC (WRK-TRP-QT)
                       MOVE ZEROS TO WRK-TRP-FRETE (WRK-TRP-QT)
                       MOVE ZEROS TO WRK-TRP-ENTREGUES (WRK-TRP-QT)
                       MOVE ZEROS TO WRK-TRP-MEDIDAS (WRK-TRP-QT)
                       MOVE ZEROS TO WRK-TRP-NO-PRAZO (WRK-TRP-QT)
                       MOVE ZEROS TO WRK-TRP-SINISTROS (WRK-TRP-QT)
                   ELSE
                       DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA, '
                           'EXCEDENTE FORA DA COMPARACAO'
                   DISPLAY WRK-ARI-MSG
                   MOVE ZEROS TO WRK-TRP-FRETE (WRK-TRP-IDX)
           END-COMPUTE.

       0207C-ESCOLHER-MAIS-BARATA.
           MOVE 1 TO WRK-TRP-POS.
      *HOJE, PARA A UF DO PEDIDO OU PARA TODAS (UF = **). O ULTIMO
      *CONTRATO APLICAVEL DO ARQUIVO VALE. SEM ARQUIVO OU SEM
      *CONTRATO, FICA O PERCENTUAL DA TABELA DE UF.
      *ICMS DO PEDIDO PELA SUB-ROTINA COMUM: ORIGEM = UF DA FILIAL
      *QUE TOMOU O PEDIDO, DESTINO = UF DO PEDIDO, BASE = VALOR EM
      *REAIS + FRETE. O IMPOSTO JA ESTA NO PRECO - SO E DESTACADO,
      *NAO MUDA O TOTAL DO PEDIDO.
       0181-CALCULAR-ICMS.
           MOVE WRK-FILIAL TO WRK-ICM-FILIAL.
           MOVE WRK-UF TO WRK-ICM-UF-DEST.
           COMPUTE WRK-ICM-BASE = WRK-VALOR + WRK-FRETE.
           CALL 'ICMSCALC' USING WRK-ICM-FILIAL WRK-ICM-UF-DEST
               WRK-ICM-BASE WRK-ICM-UF-ORIG WRK-ICM-ALIQ
               WRK-ICM-VALOR WRK-ICM-RESULT.
           DISPLAY 'ICMS ' WRK-ICM-UF-ORIG '-' WRK-ICM-UF-DEST
               ' ALIQUOTA ' WRK-ICM-ALIQ ' VALOR ' WRK-ICM-VALOR
               ' (JA INCLUSO NO PRECO)'.

       0175-BUSCAR-CONTRATO.
           ACCEPT WRK-CTR-HOJE FROM DATE YYYYMMDD.
           MOVE 'N' TO WRK-FIM-CTR.
                   PERFORM 0178D-GRAVAR-EVENTO-CREDITO
               END-IF
           END-IF.
      *CLIENTE QUE JA RECEBEU O AVISO FINAL DE COBRANCA E NAO PAGOU
      *TAMBEM TRAVA - MESMO TRATAMENTO.
           IF CREDITO-OK
               PERFORM 0179B-VERIFICAR-AVISO-FINAL
               IF CLIENTE-EM-AVISO-FINAL
                   DISPLAY 'CLIENTE ' WRK-CLIENTE ' EM AVISO FINAL '
                       'DE COBRANCA (FATURA ' WRK-AVF-FATURA ')'
                   MOVE 'N' TO WRK-CREDITO-OK
                   IF INP-CONSOLE
                       PERFORM 0178C-LIBERACAO-SUPERVISOR
                   END-IF
                   PERFORM 0178D-GRAVAR-EVENTO-CREDITO
               END-IF
           END-IF.

       0178A-LER-CREDLIM.
           READ F-CREDLIM
                   END-IF
           END-READ.

      *PROCURA O CLIENTE NA LISTA DE AVISO FINAL DA REGUA DE
      *COBRANCA. SEM O ARQUIVO, NINGUEM ESTA EM AVISO FINAL.
       0179B-VERIFICAR-AVISO-FINAL.
           MOVE 'N' TO WRK-AVF-FLAG.
           MOVE ZEROS TO WRK-AVF-FATURA.
           MOVE 'N' TO WRK-FIM-CBF.
           OPEN INPUT F-COBRFINAL.
           IF WRK-STATUS-COBRFINAL NOT = '00'
               MOVE 'S' TO WRK-FIM-CBF
           END-IF.
           PERFORM 0179C-LER-COBRFINAL UNTIL FIM-COBRFINAL.
           IF WRK-STATUS-COBRFINAL NOT = '35'
               CLOSE F-COBRFINAL
           END-IF.

       0179C-LER-COBRFINAL.
           READ F-COBRFINAL
               AT END
                   MOVE 'S' TO WRK-FIM-CBF
               NOT AT END
                   IF CBF-CLIENTE = WRK-CLIENTE
                       OR (WRK-CLI-CODIGO NOT = ZEROS
                           AND CBF-CLICOD = WRK-CLI-CODIGO)
                       MOVE 'S' TO WRK-AVF-FLAG
                       MOVE CBF-FATURA TO WRK-AVF-FATURA
                       MOVE 'S' TO WRK-FIM-CBF
                   END-IF
           END-READ.

      *SOMA O VALOR DOS PEDIDOS EM ABERTO DO CLIENTE NO PEDMESTRE
      *(SITUACAO DIFERENTE DE ENTREGUE E DE CANCELADO).
       0178B-SOMAR-ABERTO.
                   IF PMS-CLIENTE = WRK-CLIENTE
                       AND PMS-SITUACAO NOT = 'D'
                       AND PMS-SITUACAO NOT = 'X'
                       AND PMS-SITUACAO NOT = 'V'
                       ADD PMS-VALOR TO WRK-VALOR-ABERTO
                           ON SIZE ERROR
                               MOVE 'ERRO: VALOR EM ABERTO ESTOUROU '
      *ENTREGA. CODIGO NAO NUMERICO NEM PROCURA - E REJEITADO DIRETO.
       0191-VALIDAR-CLIENTE.
           MOVE 'N' TO WRK-CLI-ACHOU.
           MOVE SPACES TO WRK-CLI-UF-PADRAO.
           IF WRK-CLI-COD-ENT IS NUMERIC
               MOVE WRK-CLI-COD-ENT TO WRK-CLI-CODIGO
               OPEN INPUT F-CLIMEST
               IF WRK-STATUS-CLIMEST NOT = '00'
                   DISPLAY 'CADASTRO DE CLIENTES (CLIMEST) NAO '
                       'ENCONTRADO'
               ELSE
                   PERFORM 0191A-LER-CLIMEST
                   CLOSE F-CLIMEST
               END-IF
           END-IF.

       0191A-LER-CLIMEST.
           MOVE WRK-CLI-CODIGO TO CLI-CODIGO.
           READ F-CLIMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-RAZAO TO WRK-CLIENTE
                   MOVE CLI-UF-PADRAO TO WRK-CLI-UF-PADRAO
                   MOVE 'S' TO WRK-CLI-ACHOU
           END-READ.

      *ENDERECO DE ENTREGA DO PEDIDO (WRK-END-SEQ; ZERO = O PRIMEIRO
      *ATIVO DO CLIENTE) PELO ENTCALC: COM A FAIXA DO CEP, A UF E A
      *CLASSE DO DESTINO SAEM DELA E NAO DO QUE FOI DIGITADO - ERA O
      *QUE FAZIA O ADICIONAL DE INTERIOR DEPENDER DE QUEM DIGITAVA.
      *CEP FORA DAS FAIXAS LEVA SO A UF DO ENDERECO. CLIENTE SEM
      *ENDERECO CADASTRADO SEGUE COM A UF E A CLASSE DIGITADAS; SEQ
      *INFORMADO QUE NAO EXISTE OU ESTA INATIVO INVALIDA O ENDERECO.
       0197-RESOLVER-ENDERECO.
           MOVE 'S' TO WRK-END-VALIDO.
           MOVE 'N' TO WRK-END-DERIVOU.
           MOVE ZEROS TO WRK-END-CEP.
           MOVE 'E' TO WRK-ENT-ACAO.
           MOVE WRK-CLI-CODIGO TO WRK-ENT-CLICOD.
           MOVE WRK-END-SEQ TO WRK-ENT-SEQ.
           CALL 'ENTCALC' USING WRK-ENT-ACAO WRK-ENT-CLICOD
               WRK-ENT-SEQ WRK-ENT-LOGRADOURO WRK-ENT-CIDADE
               WRK-ENT-CEP WRK-ENT-UF WRK-ENT-CLASSE WRK-ENT-RESULT.
           EVALUATE TRUE
               WHEN ENT-ACHADO
                   MOVE WRK-ENT-SEQ TO WRK-END-SEQ
                   MOVE WRK-ENT-CEP TO WRK-END-CEP
                   MOVE WRK-ENT-UF TO WRK-UF
                   MOVE WRK-ENT-CLASSE TO WRK-DEST-CLASSE
                   MOVE 'S' TO WRK-END-DERIVOU
               WHEN ENT-CEP-FORA
                   MOVE WRK-ENT-SEQ TO WRK-END-SEQ
                   MOVE WRK-ENT-CEP TO WRK-END-CEP
                   MOVE WRK-ENT-UF TO WRK-UF
                   MOVE 'F' TO WRK-END-DERIVOU
               WHEN ENT-NAO-ACHADO AND WRK-END-SEQ = ZEROS
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WRK-END-VALIDO
           END-EVALUATE.

      *NO CONSOLE, MOSTRA OS ENDERECOS ATIVOS DO CLIENTE E PERGUNTA
      *QUAL USAR, ATE UM VALIDO. CLIENTE SEM ENDERECO NEM PERGUNTA -
      *A UF E A CLASSE CONTINUAM SENDO DIGITADAS.
       0198-OBTER-ENDERECO-CONSOLE.
           MOVE ZEROS TO WRK-END-SEQ.
           MOVE 'L' TO WRK-ENT-ACAO.
           MOVE WRK-CLI-CODIGO TO WRK-ENT-CLICOD.
           CALL 'ENTCALC' USING WRK-ENT-ACAO WRK-ENT-CLICOD
               WRK-ENT-SEQ WRK-ENT-LOGRADOURO WRK-ENT-CIDADE
               WRK-ENT-CEP WRK-ENT-UF WRK-ENT-CLASSE WRK-ENT-RESULT.
           IF ENT-ACHADO
               MOVE 'N' TO WRK-END-VALIDO
               PERFORM 0198A-LER-ENDERECO-CONSOLE
                   UNTIL ENDERECO-VALIDO
           END-IF.

       0198A-LER-ENDERECO-CONSOLE.
           DISPLAY 'ENDERECO DE ENTREGA (NUMERO, 0 = PADRAO).. '.
           ACCEPT WRK-END-SEQ.
           PERFORM 0197-RESOLVER-ENDERECO.
           IF NOT ENDERECO-VALIDO
               DISPLAY 'ENDERECO INEXISTENTE OU INATIVO, DIGITE '
                   'NOVAMENTE'
               MOVE ZEROS TO WRK-END-SEQ
           END-IF.

      *FILIAL DO CABECALHO: BRANCO OU ZEROS ASSUME 01 (MATRIZ);
      *CODIGO INFORMADO TEM QUE EXISTIR NO FILMEST, SENAO O PEDIDO
      *VAI PARA OS REJEITOS - E ASSIM QUE UM DEPOSITO NOVO ENTRA NO
      *MELHOR PARAR A MESA DO QUE VOLTAR AO TEXTO LIVRE.
       0192-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-PRD-ACHOU.
           MOVE ZEROS TO WRK-PRD-PESO.
           MOVE ZEROS TO WRK-PRD-COMPRIM.
           MOVE ZEROS TO WRK-PRD-LARGURA.
           IF WRK-STATUS-PRODMEST NOT = '00'
               DISPLAY 'CADASTRO DE PRODUTOS (PRODMEST) NAO '
                   'ENCONTRADO'
           ELSE
               PERFORM 0193-LER-PRODMEST
               CLOSE F-PRODMEST
           END-IF.

       0193-LER-PRODMEST.
           MOVE WRK-PRODUTO-ITEM TO PRD-CODIGO.
           READ F-PRODMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRD-PESO    TO WRK-PRD-PESO
                   MOVE PRD-COMPRIM TO WRK-PRD-COMPRIM
                   MOVE PRD-LARGURA TO WRK-PRD-LARGURA
                   MOVE PRD-ALTURA  TO WRK-PRD-ALTURA
                   MOVE 'S' TO WRK-PRD-ACHOU
           END-READ.

      *SOMA NO PESO CUBADO DO PEDIDO O VOLUME DO ITEM CORRENTE
