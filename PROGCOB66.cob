      *REDIGITAVA LANCAMENTOS NO LANCTOS NA MAO - EXATAMENTE A
      *REDIGITACAO QUE ESTE SISTEMA EXISTE PARA ACABAR. ESTA RODADA
      *MONTA O LOTE LANCTOS DO DIA (JA COM O CABECALHO DE CONTROLE
      *H QUE O PROGCOB06 EXIGE) A PARTIR DAS FONTES:
      *  VENDAS = TOTAL DO LOTE DE VENDAS DO DIA (HISTVEND TIPO T);
      *  FRETE  = RECEITA DE FRETE DOS PEDIDOS DO DIA (PEDMESTRE);
      *  TRANSP = CUSTO DAS FATURAS DA TRANSPORTADORA DO DIA
      *           CONCILIADAS (DENTRO DA TOLERANCIA DA ULTIMA
      *           COTACAO, MESMO CRITERIO DO PROGCOB29);
      *  COMPRAS = CUSTO DAS NOTAS DE FORNECEDOR APROVADAS NO DIA NA
      *           CONFERENCIA TRIPLA DO PROGCOB94 (CTAPAGAR);
      *  CMV    = CUSTO DA MERCADORIA VENDIDA: BAIXAS DE EMBARQUE DO
      *           DIA NO ESTMOVTO (QUANTIDADE X CUSTO MEDIO DO
      *           MOMENTO DA BAIXA, VEJA ESTOQMOV);
      *  ESTOQUE = OS DEMAIS MOVIMENTOS DO DIA NO ESTMOVTO QUE MEXEM
      *           NO VALOR DO ESTOQUE, PELA QUANTIDADE X CUSTO MEDIO
      *           GRAVADO NELES: VOLTA AO ESTOQUE DAS DEVOLUCOES DO
      *           PROGCOB108 (ESTORNO DO CMV, ORIGEM ESTCMV), SOBRA E
      *           FALTA DA CONTAGEM DO PROGCOB96 (ORIGENS INVSOBRA E
      *           INVFALTA) E ENTRADA MANUAL DO PROGCOB54 (ORIGEM
      *           ENTMANUA, PELO CUSTO UNITARIO DIGITADO NELA). O
      *           RECEBIMENTO DE COMPRAS DO PROGCOB93
      *           FICA FORA - ENTRA PELA NOTA DO FORNECEDOR (COMPRAS);
      *  ENCARGOS = MULTA E JUROS DE ATRASO COBRADOS NO DIA NAS
      *           BAIXAS DE FATURA (PROGCOB56) E DE MENSALIDADE
      *           (PROGCOB76), DO DIARIO ENCARGOS - RECEITA PROPRIA;
      *  NOTAS DE CREDITO = ESTORNO DA RECEITA PELAS NOTAS EMITIDAS
      *           NO DIA NO PROGCOB56 E NO PROGCOB108 (NOTACRED):
      *           FRETE COBRADO A MAIOR NA ORIGEM NCFRETE; AVARIA,
      *           CORTESIA E DEVOLUCAO NA ORIGEM NCVENDA (CONTAS
      *           INVERTIDAS DA RECEITA);
      *  VARIACAO CAMBIAL = GANHO (ORIGEM VCGANHO) E PERDA (ORIGEM
      *           VCPERDA) NAS BAIXAS DE FATURA EM MOEDA ESTRANGEIRA
      *           DO DIA NO PROGCOB56 (DIARIO VARCAMB, VEJA
      *           VCBREC.CPY);
      *  ICMS   = IMPOSTO DESTACADO NAS FATURAS EMITIDAS NO DIA NO
      *           PROGCOB55 (DIARIO ICMSMOV, VEJA ICMREC.CPY), DA
      *           DESPESA DE ICMS SOBRE VENDAS PARA A CONTA PROPRIA DE
      *           ICMS A RECOLHER (PASSIVO), NA FILIAL DO PEDIDO;
      *  COMISSAO = COMISSAO DE VENDEDOR A PAGAR DOS FECHAMENTOS
      *           MENSAIS FEITOS NO DIA NO PROGCOB124 (COMISFEC, VEJA
      *           CMFREC.CPY); O RECALCULO QUE REDUZ A COMISSAO JA
      *           CONTABILIZADA SAI NA ORIGEM ESTCOMIS (CONTAS
      *           INVERTIDAS);
      *  CAIXA  = FECHAMENTOS DE CAIXA FEITOS NO DIA NO PROGCOB125
      *           (CAIXAFEC, VEJA CXFREC.CPY): O APURADO NO CARTAO DE
      *           DEBITO (CXDEBITO), NO DE CREDITO (CXCREDIT) E NO PIX
      *           (CXPIX) SAI DO CAIXA PARA A CONTA A RECEBER/BANCO, E
      *           A SOMA DAS DIFERENCAS DA FILIAL E A QUEBRA DE CAIXA
      *           (CXFALTA OU CXSOBRA) - O CAIXA FICA COM O DINHEIRO
      *           CONTADO NA GAVETA.
      *AS CONTAS DE CADA FONTE VEM DO ARQUIVO DE CONFIGURACAO
      *CONTACFG (ORIGEM, CONTA DE DEBITO, CONTA DE CREDITO); CADA
      *LANCAMENTO SAI COM A ORIGEM CARIMBADA (LAN-ORIGEM), PARA O
      *BALANCETE PODER SER RASTREADO DE VOLTA AO SUBSISTEMA. O
      *VALOR DO RAZAO E EM REAIS COM CENTAVOS (LANREC.CPY): CADA
      *FONTE SAI EM UM UNICO PAR DE LANCAMENTOS POR FILIAL, COM O
      *TOTAL EXATO DO SUBSISTEMA.
      *ENTRAM TAMBEM OS LANCAMENTOS RECORRENTES (MODELOS DO LANCMOD,
      *MANTIDOS PELO PROGCOB121): A PARTIDA DE CADA MODELO NO LOTE
      *DO ULTIMO DIA UTIL DO MES (ORIGEM RECORREN) E O ESTORNO DAS
      *PROVISOES NO LOTE DO PRIMEIRO DIA UTIL DO MES SEGUINTE
      *(ORIGEM ESTORREC), COM AS CONTAS DO PROPRIO MODELO E CONTROLE
      *NO LANCRGER (VEJA 0700-GERAR-RECORRENTES).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
           SELECT F-COTACOES ASSIGN TO 'COTACOES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COTACOES.
      *TITULOS A PAGAR DAS NOTAS DE FORNECEDOR CONFERIDAS PELO
      *PROGCOB94 (SO O CUSTO JA APROVADO ENTRA NO LOTE).
           SELECT F-CTAPAGAR ASSIGN TO 'CTAPAGAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CTAPAGAR.
      *MOVIMENTOS DE ESTOQUE (KARDEX), GRAVADOS PELO ESTOQMOV - AS
      *BAIXAS DO DIA SAO O CUSTO DA MERCADORIA VENDIDA.
           SELECT F-ESTMOVTO ASSIGN TO 'ESTMOVTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTMOVTO.
      *DIARIO DOS ENCARGOS DE ATRASO COBRADOS (VEJA ENCREC.CPY).
           SELECT F-ENCARGOS ASSIGN TO 'ENCARGOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENCARGOS.
      *NOTAS DE CREDITO SOBRE FATURAS DE CLIENTE (VEJA NCRREC.CPY).
           SELECT F-NOTACRED ASSIGN TO 'NOTACRED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTACRED.
      *DIARIO DA VARIACAO CAMBIAL DAS BAIXAS (VEJA VCBREC.CPY).
           SELECT F-VARCAMB ASSIGN TO 'VARCAMB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VARCAMB.
      *DIARIO DO ICMS DAS FATURAS (VEJA ICMREC.CPY).
           SELECT F-ICMSMOV ASSIGN TO 'ICMSMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ICMSMOV.
      *FECHAMENTOS MENSAIS DE COMISSAO (VEJA CMFREC.CPY).
           SELECT F-COMISFEC ASSIGN TO 'COMISFEC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COMISFEC.
      *FECHAMENTOS DE CAIXA DAS FILIAIS (VEJA CXFREC.CPY).
           SELECT F-CAIXAFEC ASSIGN TO 'CAIXAFEC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CAIXAFEC.
      *CONFIGURACAO DAS CONTAS POR ORIGEM (ORIGEM, CONTA DEBITO,
      *CONTA CREDITO) - MANTIDA NUM EDITOR PELO FINANCEIRO.
           SELECT F-CONTACFG ASSIGN TO 'CONTACFG'
           SELECT F-LANCTOS ASSIGN TO 'LANCTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANCTOS.
      *MODELOS DE LANCAMENTO RECORRENTE (MANTIDOS PELO PROGCOB121)
      *E O CONTROLE DO QUE JA FOI GERADO E ESTORNADO.
           SELECT F-LANCMOD ASSIGN TO 'LANCMOD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANCMOD.
           SELECT F-LANCRGER ASSIGN TO 'LANCRGER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANCRGER.
      *CONTROLE DE PERIODOS DO RAZAO (PROGCOB65): MES FECHADO NAO
      *RECEBE RECORRENTE NEM ESTORNO.
           SELECT F-LIVROCTL ASSIGN TO 'LIVROCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LIVROCTL.
      *CALENDARIO DE FERIADOS (MANTIDO PELO PROGCOB40), PARA O
      *PRIMEIRO E O ULTIMO DIA UTIL DO MES.
           SELECT F-FERIADOS ASSIGN TO 'FERIADOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIADOS.

       DATA DIVISION.
       FILE SECTION.
      *FILIAL DO TOTAL TIPO F (TOTAL DO LOTE POR FILIAL) - ZEROS
      *NOS REGISTROS T E V.
           03 HV-FILIAL PIC 9(02).
      *FORMA DE PAGAMENTO DO TOTAL TIPO P (VEJA FPGTAB.CPY) - BRANCO
      *NOS DEMAIS.
           03 HV-FORMA  PIC X(01).

       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.
           03 COT-VALOR-ORIG PIC 9(06)V99.
           03 COT-NUMERO     PIC 9(08).

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
           03 MOV-FILIAL   PIC X(02).
      *CUSTO UNITARIO DIGITADO NA ENTRADA MANUAL DO PROGCOB54 (ZERO
      *NOS DEMAIS MOVIMENTOS; MOVIMENTO ANTIGO NAO TEM O CAMPO).
           03 MOV-CUSTO-ENT PIC 9(06)V99.

       FD  F-ENCARGOS.
           COPY 'ENCREC.CPY'.

       FD  F-NOTACRED.
           COPY 'NCRREC.CPY'.

       FD  F-VARCAMB.
           COPY 'VCBREC.CPY'.

       FD  F-ICMSMOV.
           COPY 'ICMREC.CPY'.

       FD  F-COMISFEC.
           COPY 'CMFREC.CPY'.

       FD  F-CAIXAFEC.
           COPY 'CXFREC.CPY'.

       FD  F-CONTACFG.
       01  REG-CONTACFG.
           03 CFG-ORIGEM   PIC X(08).
           03 CFG-CONTA-CR PIC X(08).

       FD  F-LANCTOS.
           COPY 'LANREC.CPY'.

       FD  F-LANCMOD.
           COPY 'LMDREC.CPY'.

       FD  F-LANCRGER.
           COPY 'LRGREC.CPY'.

       FD  F-LIVROCTL.
       01  REG-LIVROCTL.
           03 LCT-PERIODO  PIC X(06).
           03 LCT-SITUACAO PIC X(01).

       FD  F-FERIADOS.
       01  REG-FERIADO.
           03 FER-DATA      PIC 9(08).
           03 FER-AMBITO    PIC X(01).
           03 FER-UF        PIC X(02).
           03 FER-DESCRICAO PIC X(20).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-HISTVEND  PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-STATUS-FATTRANSP PIC X(02) VALUE '00'.
       77 WRK-STATUS-COTACOES  PIC X(02) VALUE '00'.
       77 WRK-STATUS-CTAPAGAR  PIC X(02) VALUE '00'.
       77 WRK-STATUS-ESTMOVTO  PIC X(02) VALUE '00'.
       77 WRK-STATUS-ENCARGOS  PIC X(02) VALUE '00'.
       77 WRK-STATUS-NOTACRED  PIC X(02) VALUE '00'.
       77 WRK-STATUS-VARCAMB   PIC X(02) VALUE '00'.
       77 WRK-STATUS-ICMSMOV   PIC X(02) VALUE '00'.
       77 WRK-STATUS-COMISFEC  PIC X(02) VALUE '00'.
       77 WRK-STATUS-CAIXAFEC  PIC X(02) VALUE '00'.
       77 WRK-STATUS-CONTACFG  PIC X(02) VALUE '00'.
       77 WRK-STATUS-LANCTOS   PIC X(02) VALUE '00'.
       77 WRK-STATUS-LANCMOD   PIC X(02) VALUE '00'.
       77 WRK-STATUS-LANCRGER  PIC X(02) VALUE '00'.
       77 WRK-STATUS-LIVROCTL  PIC X(02) VALUE '00'.
       77 WRK-STATUS-FERIADOS  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *DATA DO MOVIMENTO A CONTABILIZAR (ZERO = HOJE).
       77 WRK-TOT-VENDAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-FRETE  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-TRANSP PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-COMPRAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CMV     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CMV-LINHA   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ENCARGOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-NCFRETE  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-NCVENDA  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-VCGANHO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-VCPERDA  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ICMS     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-COMISSAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ESTCOMIS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CXDEBITO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CXCREDIT PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CXPIX    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CXQUEBRA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ESTCMV   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-INVSOBRA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-INVFALTA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ENTMANUA PIC 9(09)V99 VALUE ZEROS.
      *TOTAIS POR FILIAL: VENDAS DOS REGISTROS TIPO F DO HISTVEND
      *(SEM TIPO F NO DIA, O TOTAL T INTEIRO VAI PARA A 01) E FRETE
      *POR PMS-FILIAL. O CUSTO DE TRANSPORTADORA E O DE COMPRAS SAO
      *PAGOS PELA MATRIZ E FICAM INTEIROS NA FILIAL 01. O CMV VAI
      *PARA A FILIAL DA BAIXA (MOV-FILIAL; MOVIMENTO ANTIGO, SEM
      *FILIAL, E DA MATRIZ), E OS OUTROS MOVIMENTOS DE ESTOQUE PELA
      *MESMA REGRA PARA A FILIAL DO MOVIMENTO. OS ENCARGOS DE
      *ATRASO SAO RECEBIDOS PELA MATRIZ E FICAM NA FILIAL 01, COMO
      *O ESTORNO DAS NOTAS DE CREDITO E A VARIACAO CAMBIAL (A
      *FATURA DE CLIENTE E EMITIDA PELA MATRIZ). O ICMS VAI PARA A
      *FILIAL DO PEDIDO (ICM-FILIAL), QUE E O ESTABELECIMENTO QUE
      *DEVE O IMPOSTO. A COMISSAO DE VENDEDOR E PAGA PELA MATRIZ E
      *FICA NA FILIAL 01. O CARTAO, O PIX E A QUEBRA DO FECHAMENTO
      *DE CAIXA SAO DA FILIAL DO CAIXA (CXF-FILIAL); A QUEBRA E
      *ACUMULADA COM SINAL E SO NA MONTAGEM VIRA FALTA OU SOBRA.
       77 WRK-GER-MAX PIC 9(02) VALUE 10.
       77 WRK-GER-QT  PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-GERACAO.
               05 WRK-GER-VENDAS PIC 9(09)V99.
               05 WRK-GER-FRETE  PIC 9(09)V99.
               05 WRK-GER-TRANSP PIC 9(09)V99.
               05 WRK-GER-COMPRAS PIC 9(09)V99.
               05 WRK-GER-CMV     PIC 9(09)V99.
               05 WRK-GER-ENCARGOS PIC 9(09)V99.
               05 WRK-GER-NCFRETE  PIC 9(09)V99.
               05 WRK-GER-NCVENDA  PIC 9(09)V99.
               05 WRK-GER-VCGANHO  PIC 9(09)V99.
               05 WRK-GER-VCPERDA  PIC 9(09)V99.
               05 WRK-GER-ICMS     PIC 9(09)V99.
               05 WRK-GER-COMISSAO PIC 9(09)V99.
               05 WRK-GER-ESTCOMIS PIC 9(09)V99.
               05 WRK-GER-CXDEBITO PIC 9(09)V99.
               05 WRK-GER-CXCREDIT PIC 9(09)V99.
               05 WRK-GER-CXPIX    PIC 9(09)V99.
               05 WRK-GER-CXQUEBRA PIC S9(09)V99.
               05 WRK-GER-ESTCMV   PIC 9(09)V99.
               05 WRK-GER-INVSOBRA PIC 9(09)V99.
               05 WRK-GER-INVFALTA PIC 9(09)V99.
               05 WRK-GER-ENTMANUA PIC 9(09)V99.
       77 WRK-GER-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-GER-POS PIC 9(02) VALUE ZEROS.
       77 WRK-GER-ACHOU PIC X(01) VALUE 'N'.
       77 WRK-FILIAL-CORRENTE PIC 9(02) VALUE 01.
      *CONTAS POR ORIGEM (CONTACFG EM MEMORIA). SEM O ARQUIVO, OS
      *PADROES DA CASA ENTRAM COM AVISO.
       77 WRK-CFG-MAX PIC 9(02) VALUE 30.
       77 WRK-CFG-QT  PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-CONTACFG.
           03 WRK-TAB-CFG-ITEM OCCURS 1 TO 30 TIMES
                   DEPENDING ON WRK-CFG-QT.
               05 WRK-CFG-ORIGEM   PIC X(08).
               05 WRK-CFG-CONTA-DB PIC X(08).
       01 WRK-TAB-LANCTOS.
           03 WRK-TAB-LAN-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-LAN-QT.
               05 WRK-LAN-DEBITO  PIC 9(09)V99.
               05 WRK-LAN-CREDITO PIC 9(09)V99.
               05 WRK-LAN-CONTA   PIC X(08).
               05 WRK-LAN-ORIGEM  PIC X(08).
               05 WRK-LAN-FILIAL  PIC 9(02).
       77 WRK-LAN-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-DEBITOS  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DEBITOS-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *TOTAL DA FONTE CORRENTE, EM REAIS COM CENTAVOS.
       77 WRK-VALOR-ORIGEM PIC 9(09)V99 VALUE ZEROS.
      *CONCILIACAO DO CUSTO DA TRANSPORTADORA (TOLERANCIA DO
      *PROGCOB29).
       77 WRK-TOLERANCIA PIC 9(04)V99 VALUE 5,00.
       77 WRK-COT-ACHOU PIC X(01) VALUE 'N'.
           88 COTACAO-ACHADA VALUE 'S'.
       77 WRK-DIFERENCA PIC S9(06)V99 VALUE ZEROS.
      *LANCAMENTOS RECORRENTES: DATA DO MOVIMENTO DECOMPOSTA, O MES
      *(AAAAMM) DOS LANCAMENTOS E O PRIMEIRO DIA UTIL DO MES.
       01 WRK-REC-DATA PIC 9(08) VALUE ZEROS.
       01 WRK-REC-DATA-R REDEFINES WRK-REC-DATA.
           03 WRK-REC-ANO PIC 9(04).
           03 WRK-REC-MES PIC 9(02).
           03 WRK-REC-DIA PIC 9(02).
       01 WRK-REC-DATA-P REDEFINES WRK-REC-DATA.
           03 WRK-REC-PERIODO PIC 9(06).
           03 FILLER          PIC 9(02).
       77 WRK-REC-PRIMEIRO-UTIL PIC 9(08) VALUE ZEROS.
       77 WRK-REC-FIM-MES PIC X(01) VALUE 'N'.
           88 FIM-DO-MES VALUE 'S'.
       77 WRK-REC-INICIO-MES PIC X(01) VALUE 'N'.
           88 MES-INICIADO VALUE 'S'.
       77 WRK-PER-FECHADO PIC X(01) VALUE 'N'.
           88 PERIODO-FECHADO VALUE 'S'.
       77 WRK-QT-RECORRENTES PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ESTORNOS    PIC 9(04) VALUE ZEROS.
      *CONTROLE LANCRGER EM MEMORIA (REGRAVACAO INTEIRA JUNTO COM O
      *LOTE). OS REGISTROS DA PROPRIA DATA DO MOVIMENTO NAO ENTRAM:
      *SAO DE UMA RODADA ANTERIOR DESTE MESMO LOTE E SAO REFEITOS.
       77 WRK-RGR-MAX PIC 9(04) VALUE 2000.
       77 WRK-RGR-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-RGR-QT-LIDO PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-CONTROLE.
           03 WRK-TAB-RGR-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-RGR-QT.
               05 WRK-RGR-CODIGO   PIC X(06).
               05 WRK-RGR-PERIODO  PIC 9(06).
               05 WRK-RGR-TIPO     PIC X(01).
               05 WRK-RGR-DATA     PIC 9(08).
               05 WRK-RGR-ESTORNA  PIC X(01).
               05 WRK-RGR-CONTA-DB PIC X(08).
               05 WRK-RGR-CONTA-CR PIC X(08).
               05 WRK-RGR-VALOR    PIC 9(09)V99.
               05 WRK-RGR-FILIAL   PIC 9(02).
       77 WRK-RGR-IDX  PIC 9(04) VALUE ZEROS.
       77 WRK-RGR-IDX2 PIC 9(04) VALUE ZEROS.
       77 WRK-RGR-ESTOUROU PIC X(01) VALUE 'N'.
           88 CONTROLE-ESTOUROU VALUE 'S'.
       77 WRK-RGR-ALTERADO PIC X(01) VALUE 'N'.
           88 CONTROLE-ALTERADO VALUE 'S'.
       77 WRK-RGR-ACHOU PIC X(01) VALUE 'N'.
           88 REGISTRO-ACHADO VALUE 'S'.
      *PARTIDA RECORRENTE CORRENTE, NO LAYOUT DO CONTROLE: TIPO G
      *LANCA DEBITO NA CONTA DE DEBITO; TIPO E LANCA INVERTIDO.
       01 WRK-REC-CONTROLE.
           03 WRK-REC-CODIGO   PIC X(06).
           03 WRK-REC-PER-ORIGEM PIC 9(06).
           03 WRK-REC-TIPO     PIC X(01).
           03 WRK-REC-DATA-LOTE PIC 9(08).
           03 WRK-REC-ESTORNA  PIC X(01).
           03 WRK-REC-CONTA-DB PIC X(08).
           03 WRK-REC-CONTA-CR PIC X(08).
           03 WRK-REC-VALOR    PIC 9(09)V99.
           03 WRK-REC-FILIAL   PIC 9(02).
       77 WRK-REC-GERADA PIC X(01) VALUE 'N'.
           88 PARTIDA-GERADA VALUE 'S'.
       77 WRK-REC-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *DIA DA SEMANA PELA CONGRUENCIA DE ZELLER (A MESMA VARIANTE
      *DO PROGCOB104): 1=SABADO 2=DOMINGO 3=SEGUNDA...
       77 WRK-MES-AJUST PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-AJUST PIC 9(04) VALUE ZEROS.
       77 WRK-SECULO    PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-SEC   PIC 9(02) VALUE ZEROS.
       77 WRK-TERMO-MES PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-ZELLER PIC 9(04) VALUE ZEROS.
       77 WRK-DIA-IDX   PIC 9(01) VALUE ZEROS.
      *FERIADO NACIONAL NA DATASYS CORRENTE.
       77 WRK-FER-FLAG PIC X(01) VALUE 'N'.
           88 DIA-FERIADO VALUE 'S'.
       77 WRK-FIM-FER PIC X(01) VALUE 'N'.
           88 FIM-FERIADOS VALUE 'S'.
      *TABELAS DE DIAS POR MES / ANO BISSEXTO E CAMPOS DE DATA
      *COMPARTILHADOS (VEJA DATAFMT.CPY).
           COPY 'DATAFMT.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB66'.
           END-IF.
           PERFORM 0300-APURAR-FRETE.
           PERFORM 0400-APURAR-TRANSPORTADORA.
           PERFORM 0450-APURAR-COMPRAS.
           PERFORM 0470-APURAR-CMV.
           PERFORM 0490-APURAR-ENCARGOS.
           PERFORM 0496-APURAR-NOTAS-CREDITO.
           PERFORM 0498-APURAR-VARIACAO-CAMBIAL.
           PERFORM 0492-APURAR-ICMS.
           PERFORM 0488-APURAR-COMISSAO.
           PERFORM 0486-APURAR-CAIXA.
           PERFORM 0500-MONTAR-LANCAMENTOS.
           PERFORM 0700-GERAR-RECORRENTES.
           IF WRK-LAN-QT = 0
               DISPLAY 'NENHUM MOVIMENTO A CONTABILIZAR NO DIA'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0600-GRAVAR-LOTE
               PERFORM 0780-GRAVAR-CONTROLE
               MOVE WRK-TOT-DEBITOS TO WRK-TOT-DEBITOS-ED
               MOVE WRK-TOT-CREDITOS TO WRK-TOT-CREDITOS-ED
               DISPLAY 'LOTE CONTABIL GERADO: ' WRK-LAN-QT
                   ' LANCAMENTO(S), DB ' WRK-TOT-DEBITOS-ED
                   ' CR ' WRK-TOT-CREDITOS-ED
           END-IF.
           STRING 'DATA=' WRK-DATA-MOV DELIMITED BY SIZE
               INTO WRK-AUD-ENTRADA.
           STRING 'LANCAMENTOS=' WRK-LAN-QT
               ' RECORRENTES=' WRK-QT-RECORRENTES
               ' ESTORNOS=' WRK-QT-ESTORNOS DELIMITED BY SIZE
               INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           IF WRK-STATUS-CONTACFG NOT = '00'
               DISPLAY '*** ATENCAO: CONTACFG AUSENTE, USANDO AS '
                   'CONTAS PADRAO DA CASA ***'
               MOVE 22 TO WRK-CFG-QT
               MOVE 'VENDAS'   TO WRK-CFG-ORIGEM (1)
               MOVE 'CAIXA   ' TO WRK-CFG-CONTA-DB (1)
               MOVE 'RECVENDA' TO WRK-CFG-CONTA-CR (1)
               MOVE 'TRANSP'   TO WRK-CFG-ORIGEM (3)
               MOVE 'DSPTRANS' TO WRK-CFG-CONTA-DB (3)
               MOVE 'CAIXA   ' TO WRK-CFG-CONTA-CR (3)
               MOVE 'COMPRAS'  TO WRK-CFG-ORIGEM (4)
               MOVE 'ESTOQUE ' TO WRK-CFG-CONTA-DB (4)
               MOVE 'FORNEC  ' TO WRK-CFG-CONTA-CR (4)
               MOVE 'CMV'      TO WRK-CFG-ORIGEM (5)
               MOVE 'CMV     ' TO WRK-CFG-CONTA-DB (5)
               MOVE 'ESTOQUE ' TO WRK-CFG-CONTA-CR (5)
               MOVE 'ENCARGOS' TO WRK-CFG-ORIGEM (6)
               MOVE 'CAIXA   ' TO WRK-CFG-CONTA-DB (6)
               MOVE 'RECJUROS' TO WRK-CFG-CONTA-CR (6)
               MOVE 'NCFRETE'  TO WRK-CFG-ORIGEM (7)
               MOVE 'RECFRETE' TO WRK-CFG-CONTA-DB (7)
               MOVE 'CAIXA   ' TO WRK-CFG-CONTA-CR (7)
               MOVE 'NCVENDA'  TO WRK-CFG-ORIGEM (8)
               MOVE 'RECVENDA' TO WRK-CFG-CONTA-DB (8)
               MOVE 'CAIXA   ' TO WRK-CFG-CONTA-CR (8)
               MOVE 'VCGANHO'  TO WRK-CFG-ORIGEM (9)
               MOVE 'CAIXA   ' TO WRK-CFG-CONTA-DB (9)
               MOVE 'RECCAMB ' TO WRK-CFG-CONTA-CR (9)
               MOVE 'VCPERDA'  TO WRK-CFG-ORIGEM (10)
               MOVE 'DSPCAMB ' TO WRK-CFG-CONTA-DB (10)
               MOVE 'CAIXA   ' TO WRK-CFG-CONTA-CR (10)
               MOVE 'ICMS'     TO WRK-CFG-ORIGEM (11)
               MOVE 'DSPICMS ' TO WRK-CFG-CONTA-DB (11)
               MOVE 'ICMSPAG ' TO WRK-CFG-CONTA-CR (11)
               MOVE 'COMISSAO' TO WRK-CFG-ORIGEM (12)
               MOVE 'DSPCOMIS' TO WRK-CFG-CONTA-DB (12)
               MOVE 'COMISPAG' TO WRK-CFG-CONTA-CR (12)
               MOVE 'ESTCOMIS' TO WRK-CFG-ORIGEM (13)
               MOVE 'COMISPAG' TO WRK-CFG-CONTA-DB (13)
               MOVE 'DSPCOMIS' TO WRK-CFG-CONTA-CR (13)
               MOVE 'CXDEBITO' TO WRK-CFG-ORIGEM (14)
               MOVE 'CARTDEB ' TO WRK-CFG-CONTA-DB (14)
               MOVE 'CAIXA   ' TO WRK-CFG-CONTA-CR (14)
               MOVE 'CXCREDIT' TO WRK-CFG-ORIGEM (15)
               MOVE 'CARTCRED' TO WRK-CFG-CONTA-DB (15)
               MOVE 'CAIXA   ' TO WRK-CFG-CONTA-CR (15)
               MOVE 'CXPIX'    TO WRK-CFG-ORIGEM (16)
               MOVE 'BANCO   ' TO WRK-CFG-CONTA-DB (16)
               MOVE 'CAIXA   ' TO WRK-CFG-CONTA-CR (16)
               MOVE 'CXFALTA'  TO WRK-CFG-ORIGEM (17)
               MOVE 'DSPQUEBR' TO WRK-CFG-CONTA-DB (17)
               MOVE 'CAIXA   ' TO WRK-CFG-CONTA-CR (17)
               MOVE 'CXSOBRA'  TO WRK-CFG-ORIGEM (18)
               MOVE 'CAIXA   ' TO WRK-CFG-CONTA-DB (18)
               MOVE 'RECQUEBR' TO WRK-CFG-CONTA-CR (18)
               MOVE 'ESTCMV'   TO WRK-CFG-ORIGEM (19)
               MOVE 'ESTOQUE ' TO WRK-CFG-CONTA-DB (19)
               MOVE 'CMV     ' TO WRK-CFG-CONTA-CR (19)
               MOVE 'INVSOBRA' TO WRK-CFG-ORIGEM (20)
               MOVE 'ESTOQUE ' TO WRK-CFG-CONTA-DB (20)
               MOVE 'RECAJEST' TO WRK-CFG-CONTA-CR (20)
               MOVE 'INVFALTA' TO WRK-CFG-ORIGEM (21)
               MOVE 'DSPAJEST' TO WRK-CFG-CONTA-DB (21)
               MOVE 'ESTOQUE ' TO WRK-CFG-CONTA-CR (21)
               MOVE 'ENTMANUA' TO WRK-CFG-ORIGEM (22)
               MOVE 'ESTOQUE ' TO WRK-CFG-CONTA-DB (22)
               MOVE 'FORNEC  ' TO WRK-CFG-CONTA-CR (22)
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-CONTACFG UNTIL FIM-ARQ.
                   MOVE ZEROS TO WRK-GER-VENDAS (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-FRETE (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-TRANSP (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-COMPRAS (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-CMV (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-ENCARGOS (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-NCFRETE (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-NCVENDA (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-VCGANHO (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-VCPERDA (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-ICMS (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-COMISSAO (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-ESTCOMIS (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-CXDEBITO (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-CXCREDIT (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-CXPIX (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-CXQUEBRA (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-ESTCMV (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-INVSOBRA (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-INVFALTA (WRK-GER-POS)
                   MOVE ZEROS TO WRK-GER-ENTMANUA (WRK-GER-POS)
               ELSE
      *FILIAL ALEM DO TETO DA TABELA: O VALOR CAI NA ULTIMA LINHA
      *PARA O LOTE NAO PERDER NADA, MAS OS LANCAMENTOS SAEM NA
               NOT AT END
                   IF PMS-DATA = WRK-DATA-MOV
                       AND PMS-SITUACAO NOT = 'X'
                       AND PMS-SITUACAO NOT = 'V'
                       ADD PMS-FRETE TO WRK-TOT-FRETE
                       IF PMS-FILIAL IS NUMERIC
                           AND PMS-FILIAL > 0
               MOVE WRK-COT-IDX TO WRK-COT-POS
           END-IF.

      *CUSTO DAS NOTAS DE FORNECEDOR APROVADAS NO DIA (DATA DA
      *CONFERENCIA NO PROGCOB94, QUALQUER QUE SEJA A SITUACAO DE
      *PAGAMENTO DO TITULO DEPOIS).
       0450-APURAR-COMPRAS.
           MOVE ZEROS TO WRK-TOT-COMPRAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CTAPAGAR.
           IF WRK-STATUS-CTAPAGAR NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0460-LER-TITULO UNTIL FIM-ARQ.
           IF WRK-STATUS-CTAPAGAR NOT = '35'
               CLOSE F-CTAPAGAR
           END-IF.

       0460-LER-TITULO.
           READ F-CTAPAGAR
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CPG-DATA-CONF = WRK-DATA-MOV
                       ADD CPG-VALOR TO WRK-TOT-COMPRAS
                       MOVE 01 TO WRK-GER-FILIAL-BUSCA
                       PERFORM 0250-LOCALIZAR-FILIAL
                       ADD CPG-VALOR TO WRK-GER-COMPRAS (WRK-GER-POS)
                   END-IF
           END-READ.

      *CUSTO DA MERCADORIA VENDIDA DO DIA: CADA BAIXA DE EMBARQUE NO
      *ESTMOVTO VALE A QUANTIDADE PELO CUSTO MEDIO GRAVADO NELA.
      *NA MESMA LEITURA, PELA MESMA CONTA, OS OUTROS MOVIMENTOS QUE
      *MEXEM NO VALOR DO ESTOQUE (VEJA 0485-CLASSIFICAR-MOVIMENTO).
      *MOVIMENTO GRAVADO ANTES DO CUSTO MEDIO EXISTIR NAO TEM CUSTO.
       0470-APURAR-CMV.
           MOVE ZEROS TO WRK-TOT-CMV.
           MOVE ZEROS TO WRK-TOT-ESTCMV.
           MOVE ZEROS TO WRK-TOT-INVSOBRA.
           MOVE ZEROS TO WRK-TOT-INVFALTA.
           MOVE ZEROS TO WRK-TOT-ENTMANUA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ESTMOVTO.
           IF WRK-STATUS-ESTMOVTO NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0480-LER-MOVIMENTO UNTIL FIM-ARQ.
           IF WRK-STATUS-ESTMOVTO NOT = '35'
               CLOSE F-ESTMOVTO
           END-IF.

       0480-LER-MOVIMENTO.
           READ F-ESTMOVTO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MOV-DATA = WRK-DATA-MOV
                       AND MOV-CUSTO IS NUMERIC
                       PERFORM 0485-CLASSIFICAR-MOVIMENTO
                   END-IF
           END-READ.

      *ORIGEM CONTABIL DO MOVIMENTO DE ESTOQUE:
      *  B = BAIXA DE EMBARQUE, CMV;
      *  E DO PROGCOB108 = MERCADORIA DEVOLVIDA EM BOM ESTADO QUE
      *      VOLTA AO ESTOQUE PELO CUSTO MEDIO, ESTORNO DO CMV
      *      (ESTCMV);
      *  S = SOBRA E F = FALTA NA CONTAGEM DO PROGCOB96, AJUSTE DE
      *      INVENTARIO (INVSOBRA / INVFALTA);
      *  E DO PROGCOB54 = ENTRADA MANUAL (ENTMANUA), PELA QUANTIDADE
      *      X CUSTO UNITARIO DIGITADO (MOV-CUSTO-ENT) - O AUMENTO
      *      REAL DO VALOR DO ESTOQUE. ENTRADA SEM CUSTO DIGITADO
      *      (ZERO) OU GRAVADA ANTES DO CAMPO EXISTIR FICA NO CUSTO
      *      MEDIO DO MOVIMENTO.
      *O E DO RECEBIMENTO DE COMPRAS (PROGCOB93) JA ENTRA NO ESTOQUE
      *PELA NOTA DO FORNECEDOR (ORIGEM COMPRAS) E A SAIDA/CHEGADA DE
      *TRANSITO (T/R) SO TROCA A MERCADORIA DE FILIAL - FICAM FORA.
       0485-CLASSIFICAR-MOVIMENTO.
           COMPUTE WRK-CMV-LINHA = MOV-QTD * MOV-CUSTO.
           IF MOV-FILIAL IS NUMERIC
               AND MOV-FILIAL NOT = '00'
               MOVE MOV-FILIAL TO WRK-GER-FILIAL-BUSCA
           ELSE
               MOVE 01 TO WRK-GER-FILIAL-BUSCA
           END-IF.
           EVALUATE TRUE
               WHEN MOV-TIPO = 'B'
                   ADD WRK-CMV-LINHA TO WRK-TOT-CMV
                   PERFORM 0250-LOCALIZAR-FILIAL
                   ADD WRK-CMV-LINHA TO WRK-GER-CMV (WRK-GER-POS)
               WHEN MOV-TIPO = 'E' AND MOV-ORIGEM = 'PROGCOB108'
                   ADD WRK-CMV-LINHA TO WRK-TOT-ESTCMV
                   PERFORM 0250-LOCALIZAR-FILIAL
                   ADD WRK-CMV-LINHA TO WRK-GER-ESTCMV (WRK-GER-POS)
               WHEN MOV-TIPO = 'S'
                   ADD WRK-CMV-LINHA TO WRK-TOT-INVSOBRA
                   PERFORM 0250-LOCALIZAR-FILIAL
                   ADD WRK-CMV-LINHA TO WRK-GER-INVSOBRA (WRK-GER-POS)
               WHEN MOV-TIPO = 'F'
                   ADD WRK-CMV-LINHA TO WRK-TOT-INVFALTA
                   PERFORM 0250-LOCALIZAR-FILIAL
                   ADD WRK-CMV-LINHA TO WRK-GER-INVFALTA (WRK-GER-POS)
               WHEN MOV-TIPO = 'E' AND MOV-ORIGEM = 'PROGCOB54'
                   IF MOV-CUSTO-ENT IS NUMERIC
                       AND MOV-CUSTO-ENT > ZEROS
                       COMPUTE WRK-CMV-LINHA = MOV-QTD * MOV-CUSTO-ENT
                   END-IF
                   ADD WRK-CMV-LINHA TO WRK-TOT-ENTMANUA
                   PERFORM 0250-LOCALIZAR-FILIAL
                   ADD WRK-CMV-LINHA TO WRK-GER-ENTMANUA (WRK-GER-POS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *MULTA E JUROS DE ATRASO COBRADOS NO DIA (DATA DO PAGAMENTO
      *NO DIARIO ENCARGOS), DAS FATURAS E DAS MENSALIDADES.
       0490-APURAR-ENCARGOS.
           MOVE ZEROS TO WRK-TOT-ENCARGOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ENCARGOS.
           IF WRK-STATUS-ENCARGOS NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0495-LER-ENCARGO UNTIL FIM-ARQ.
           IF WRK-STATUS-ENCARGOS NOT = '35'
               CLOSE F-ENCARGOS
           END-IF.

       0495-LER-ENCARGO.
           READ F-ENCARGOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF ENC-DATA = WRK-DATA-MOV
                       ADD ENC-MULTA ENC-JUROS TO WRK-TOT-ENCARGOS
                       MOVE 01 TO WRK-GER-FILIAL-BUSCA
                       PERFORM 0250-LOCALIZAR-FILIAL
                       ADD ENC-MULTA ENC-JUROS TO
                           WRK-GER-ENCARGOS (WRK-GER-POS)
                   END-IF
           END-READ.

      *NOTAS DE CREDITO EMITIDAS NO DIA, SEPARADAS PELA RECEITA QUE
      *ESTORNAM (FRETE OU VENDA).
       0496-APURAR-NOTAS-CREDITO.
           MOVE ZEROS TO WRK-TOT-NCFRETE.
           MOVE ZEROS TO WRK-TOT-NCVENDA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-NOTACRED.
           IF WRK-STATUS-NOTACRED NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0497-LER-NOTA-CREDITO UNTIL FIM-ARQ.
           IF WRK-STATUS-NOTACRED NOT = '35'
               CLOSE F-NOTACRED
           END-IF.

       0497-LER-NOTA-CREDITO.
           READ F-NOTACRED
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF NCR-DATA = WRK-DATA-MOV
                       MOVE 01 TO WRK-GER-FILIAL-BUSCA
                       PERFORM 0250-LOCALIZAR-FILIAL
                       IF NCR-MOTIVO-FRETE
                           ADD NCR-VALOR TO WRK-TOT-NCFRETE
                           ADD NCR-VALOR TO
                               WRK-GER-NCFRETE (WRK-GER-POS)
                       ELSE
                           ADD NCR-VALOR TO WRK-TOT-NCVENDA
                           ADD NCR-VALOR TO
                               WRK-GER-NCVENDA (WRK-GER-POS)
                       END-IF
                   END-IF
           END-READ.

      *ICMS DAS FATURAS EMITIDAS NO DIA, NA FILIAL DE CADA PEDIDO
      *(PEDIDO ANTIGO, SEM FILIAL, E DA MATRIZ).
       0492-APURAR-ICMS.
           MOVE ZEROS TO WRK-TOT-ICMS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ICMSMOV.
           IF WRK-STATUS-ICMSMOV NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0493-LER-ICMS UNTIL FIM-ARQ.
           IF WRK-STATUS-ICMSMOV NOT = '35'
               CLOSE F-ICMSMOV
           END-IF.

       0493-LER-ICMS.
           READ F-ICMSMOV
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF ICM-DATA = WRK-DATA-MOV
                       AND ICM-VALOR > 0
                       IF ICM-FILIAL = ZEROS
                           MOVE 01 TO WRK-GER-FILIAL-BUSCA
                       ELSE
                           MOVE ICM-FILIAL TO WRK-GER-FILIAL-BUSCA
                       END-IF
                       PERFORM 0250-LOCALIZAR-FILIAL
                       ADD ICM-VALOR TO WRK-TOT-ICMS
                       ADD ICM-VALOR TO WRK-GER-ICMS (WRK-GER-POS)
                   END-IF
           END-READ.

      *VARIACAO CAMBIAL DAS BAIXAS DO DIA EM MOEDA ESTRANGEIRA:
      *GANHO E PERDA EM ORIGENS SEPARADAS (RECEITA E DESPESA).
       0498-APURAR-VARIACAO-CAMBIAL.
           MOVE ZEROS TO WRK-TOT-VCGANHO.
           MOVE ZEROS TO WRK-TOT-VCPERDA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-VARCAMB.
           IF WRK-STATUS-VARCAMB NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0499-LER-VARIACAO UNTIL FIM-ARQ.
           IF WRK-STATUS-VARCAMB NOT = '35'
               CLOSE F-VARCAMB
           END-IF.

       0499-LER-VARIACAO.
           READ F-VARCAMB
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF VCB-DATA = WRK-DATA-MOV
                       AND VCB-VARIACAO > 0
                       MOVE 01 TO WRK-GER-FILIAL-BUSCA
                       PERFORM 0250-LOCALIZAR-FILIAL
                       IF VCB-PERDA
                           ADD VCB-VARIACAO TO WRK-TOT-VCPERDA
                           ADD VCB-VARIACAO TO
                               WRK-GER-VCPERDA (WRK-GER-POS)
                       ELSE
                           ADD VCB-VARIACAO TO WRK-TOT-VCGANHO
                           ADD VCB-VARIACAO TO
                               WRK-GER-VCGANHO (WRK-GER-POS)
                       END-IF
                   END-IF
           END-READ.

      *COMISSAO DE VENDEDOR DOS FECHAMENTOS FEITOS NO DIA: O QUE
      *CADA FECHAMENTO LEVA AO RAZAO (CMF-CONTABIL). POSITIVO E
      *COMISSAO A PAGAR; NEGATIVO E O RECALCULO QUE REDUZIU O QUE JA
      *TINHA SIDO CONTABILIZADO.
       0488-APURAR-COMISSAO.
           MOVE ZEROS TO WRK-TOT-COMISSAO.
           MOVE ZEROS TO WRK-TOT-ESTCOMIS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-COMISFEC.
           IF WRK-STATUS-COMISFEC NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0489-LER-COMISSAO UNTIL FIM-ARQ.
           IF WRK-STATUS-COMISFEC NOT = '35'
               CLOSE F-COMISFEC
           END-IF.

       0489-LER-COMISSAO.
           READ F-COMISFEC
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CMF-DATA-FECH = WRK-DATA-MOV
                       AND CMF-CONTABIL NOT = 0
                       MOVE 01 TO WRK-GER-FILIAL-BUSCA
                       PERFORM 0250-LOCALIZAR-FILIAL
                       IF CMF-CONTABIL < 0
                           SUBTRACT CMF-CONTABIL FROM
                               WRK-TOT-ESTCOMIS
                           SUBTRACT CMF-CONTABIL FROM
                               WRK-GER-ESTCOMIS (WRK-GER-POS)
                       ELSE
                           ADD CMF-CONTABIL TO WRK-TOT-COMISSAO
                           ADD CMF-CONTABIL TO
                               WRK-GER-COMISSAO (WRK-GER-POS)
                       END-IF
                   END-IF
           END-READ.

      *FECHAMENTOS DE CAIXA FEITOS NO DIA: O INFORMADO DE CARTAO E
      *PIX (O QUE A MAQUINA E O BANCO VAO PAGAR) E A DIFERENCA DE
      *CADA FORMA, SOMADA COM SINAL NA QUEBRA DA FILIAL. O DINHEIRO
      *JA ENTROU NO CAIXA PELA ORIGEM VENDAS.
       0486-APURAR-CAIXA.
           MOVE ZEROS TO WRK-TOT-CXDEBITO.
           MOVE ZEROS TO WRK-TOT-CXCREDIT.
           MOVE ZEROS TO WRK-TOT-CXPIX.
           MOVE ZEROS TO WRK-TOT-CXQUEBRA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CAIXAFEC.
           IF WRK-STATUS-CAIXAFEC NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0487-LER-CAIXA UNTIL FIM-ARQ.
           IF WRK-STATUS-CAIXAFEC NOT = '35'
               CLOSE F-CAIXAFEC
           END-IF.

       0487-LER-CAIXA.
           READ F-CAIXAFEC
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CXF-DATA-FECH = WRK-DATA-MOV
                       MOVE CXF-FILIAL TO WRK-GER-FILIAL-BUSCA
                       PERFORM 0250-LOCALIZAR-FILIAL
                       ADD CXF-DIFERENCA TO WRK-TOT-CXQUEBRA
                       ADD CXF-DIFERENCA TO
                           WRK-GER-CXQUEBRA (WRK-GER-POS)
                       EVALUATE CXF-FORMA
                           WHEN 'B'
                               ADD CXF-INFORMADO TO WRK-TOT-CXDEBITO
                               ADD CXF-INFORMADO TO
                                   WRK-GER-CXDEBITO (WRK-GER-POS)
                           WHEN 'C'
                               ADD CXF-INFORMADO TO WRK-TOT-CXCREDIT
                               ADD CXF-INFORMADO TO
                                   WRK-GER-CXCREDIT (WRK-GER-POS)
                           WHEN 'P'
                               ADD CXF-INFORMADO TO WRK-TOT-CXPIX
                               ADD CXF-INFORMADO TO
                                   WRK-GER-CXPIX (WRK-GER-POS)
                       END-EVALUATE
                   END-IF
           END-READ.

      *MONTA OS LANCAMENTOS DE CADA FONTE COM AS CONTAS DA
      *CONFIGURACAO: PARTIDA DOBRADA (CREDITO NA CONTA DE CREDITO,
      *DEBITO NA CONTA DE DEBITO), UM PAR POR FONTE E FILIAL.
       0500-MONTAR-LANCAMENTOS.
           PERFORM 0505-MONTAR-FILIAL
               VARYING WRK-GER-IDX FROM 1 BY 1
               UNTIL WRK-GER-IDX > WRK-GER-QT.

      *AS FONTES DA FILIAL CORRENTE, CADA LANCAMENTO CARIMBADO
      *COM A FILIAL - O BALANCETE QUEBRA POR ELA.
       0505-MONTAR-FILIAL.
           MOVE WRK-GER-FILIAL (WRK-GER-IDX) TO
               WRK-FILIAL-CORRENTE.
           MOVE 'VENDAS' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-VENDAS (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'FRETE' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-FRETE (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'TRANSP' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-TRANSP (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'COMPRAS' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-COMPRAS (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'CMV' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-CMV (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'ENCARGOS' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-ENCARGOS (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'NCFRETE' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-NCFRETE (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'NCVENDA' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-NCVENDA (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'VCGANHO' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-VCGANHO (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'VCPERDA' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-VCPERDA (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'ICMS' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-ICMS (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'COMISSAO' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-COMISSAO (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'ESTCOMIS' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-ESTCOMIS (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'CXDEBITO' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-CXDEBITO (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'CXCREDIT' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-CXCREDIT (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'CXPIX' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-CXPIX (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           IF WRK-GER-CXQUEBRA (WRK-GER-IDX) < 0
               MOVE 'CXFALTA' TO WRK-ORIGEM-CORRENTE
               COMPUTE WRK-VALOR-ORIGEM =
                   ZERO - WRK-GER-CXQUEBRA (WRK-GER-IDX)
           ELSE
               MOVE 'CXSOBRA' TO WRK-ORIGEM-CORRENTE
               MOVE WRK-GER-CXQUEBRA (WRK-GER-IDX)
                   TO WRK-VALOR-ORIGEM
           END-IF.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'ESTCMV' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-ESTCMV (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'INVSOBRA' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-INVSOBRA (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'INVFALTA' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-INVFALTA (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.
           MOVE 'ENTMANUA' TO WRK-ORIGEM-CORRENTE.
           MOVE WRK-GER-ENTMANUA (WRK-GER-IDX)
               TO WRK-VALOR-ORIGEM.
           PERFORM 0510-GERAR-ORIGEM.

       0510-GERAR-ORIGEM.
           IF WRK-VALOR-ORIGEM = ZEROS
               CONTINUE
           ELSE
               MOVE 'N' TO WRK-CFG-ACHOU
                       'CONTAS NO CONTACFG, FONTE NAO CONTABILIZADA'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 0520-GERAR-PARTIDA
               END-IF
           END-IF.

               MOVE WRK-CFG-IDX TO WRK-CFG-POS
           END-IF.

      *A PARTIDA DA FONTE: UM LANCAMENTO DE CREDITO NA CONTA DE
      *CREDITO E UM DE DEBITO NA CONTA DE DEBITO DA ORIGEM, PELO
      *TOTAL DA FONTE NA FILIAL.
       0520-GERAR-PARTIDA.
           IF WRK-LAN-QT + 2 > WRK-LAN-MAX
               DISPLAY 'TABELA DE LANCAMENTOS CHEIA, FONTE '
                   WRK-ORIGEM-CORRENTE ' FORA DO LOTE'
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WRK-LAN-QT
               MOVE ZEROS TO WRK-LAN-DEBITO (WRK-LAN-QT)
               MOVE WRK-VALOR-ORIGEM TO WRK-LAN-CREDITO (WRK-LAN-QT)
               MOVE WRK-CFG-CONTA-CR (WRK-CFG-POS) TO
                   WRK-LAN-CONTA (WRK-LAN-QT)
               MOVE WRK-ORIGEM-CORRENTE TO
                   WRK-LAN-ORIGEM (WRK-LAN-QT)
               MOVE WRK-FILIAL-CORRENTE TO
                   WRK-LAN-FILIAL (WRK-LAN-QT)
               ADD WRK-VALOR-ORIGEM TO WRK-TOT-CREDITOS
               ADD 1 TO WRK-LAN-QT
               MOVE WRK-VALOR-ORIGEM TO WRK-LAN-DEBITO (WRK-LAN-QT)
               MOVE ZEROS TO WRK-LAN-CREDITO (WRK-LAN-QT)
               MOVE WRK-CFG-CONTA-DB (WRK-CFG-POS) TO
                   WRK-LAN-CONTA (WRK-LAN-QT)
                   WRK-LAN-ORIGEM (WRK-LAN-QT)
               MOVE WRK-FILIAL-CORRENTE TO
                   WRK-LAN-FILIAL (WRK-LAN-QT)
               ADD WRK-VALOR-ORIGEM TO WRK-TOT-DEBITOS
           END-IF.

      *GRAVA O LOTE: CABECALHO DE CONTROLE H COM A CONTAGEM E OS
           MOVE WRK-LAN-ORIGEM (WRK-LAN-IDX)  TO LAN-ORIGEM.
           MOVE WRK-LAN-FILIAL (WRK-LAN-IDX)  TO LAN-FILIAL.
           WRITE REG-LANCTO.

      *LANCAMENTOS RECORRENTES (LANCMOD, MANTIDO PELO PROGCOB121).
      *A PARTIR DO PRIMEIRO DIA UTIL DO MES ENTRA O ESTORNO DAS
      *PARTIDAS DE MESES ANTERIORES MARCADAS PARA ESTORNO AUTOMATICO;
      *NO ULTIMO DIA UTIL DO MES (OU EM DATA POSTERIOR DO MESMO MES,
      *SE O LOTE DAQUELE DIA NAO RODOU) ENTRA A PARTIDA DE CADA
      *MODELO ATIVO DO MES. O CONTROLE LANCRGER GARANTE UMA PARTIDA E
      *UM ESTORNO SO POR MODELO E MES. COM O MES FECHADO NO LIVROCTL
      *(PROGCOB65) NADA E GERADO - O PROGCOB06 REJEITARIA A PARTIDA.
       0700-GERAR-RECORRENTES.
           MOVE ZEROS TO WRK-QT-RECORRENTES.
           MOVE ZEROS TO WRK-QT-ESTORNOS.
           MOVE WRK-DATA-MOV TO WRK-REC-DATA.
           PERFORM 0710-CARREGAR-CONTROLE.
           PERFORM 0720-VERIFICAR-PERIODO.
           EVALUATE TRUE
               WHEN CONTROLE-ESTOUROU
                   DISPLAY 'CONTROLE LANCRGER MAIOR QUE A TABELA EM '
                       'MEMORIA, RECORRENTES NAO GERADOS'
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN PERIODO-FECHADO
                   DISPLAY 'PERIODO ' WRK-REC-PERIODO ' FECHADO NO '
                       'LIVROCTL, RECORRENTES E ESTORNOS NAO GERADOS'
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   PERFORM 0730-VERIFICAR-DIAS-UTEIS
                   IF MES-INICIADO
                       MOVE WRK-RGR-QT TO WRK-RGR-QT-LIDO
                       PERFORM 0740-ESTORNAR-ANTERIOR
                           VARYING WRK-RGR-IDX FROM 1 BY 1
                           UNTIL WRK-RGR-IDX > WRK-RGR-QT-LIDO
                   END-IF
                   IF FIM-DO-MES
                       PERFORM 0750-GERAR-MODELOS
                   END-IF
           END-EVALUATE.

       0710-CARREGAR-CONTROLE.
           MOVE ZEROS TO WRK-RGR-QT.
           MOVE 'N' TO WRK-RGR-ESTOUROU.
           MOVE 'N' TO WRK-RGR-ALTERADO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-LANCRGER.
           IF WRK-STATUS-LANCRGER = '00'
               PERFORM 0711-LER-CONTROLE UNTIL FIM-ARQ
               CLOSE F-LANCRGER
           END-IF.

       0711-LER-CONTROLE.
           READ F-LANCRGER
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF LRG-DATA = WRK-DATA-MOV
                       MOVE 'S' TO WRK-RGR-ALTERADO
                   ELSE
                       IF WRK-RGR-QT < WRK-RGR-MAX
                           ADD 1 TO WRK-RGR-QT
                           MOVE REG-LANCRGER TO
                               WRK-TAB-RGR-ITEM (WRK-RGR-QT)
                       ELSE
                           MOVE 'S' TO WRK-RGR-ESTOUROU
                       END-IF
                   END-IF
           END-READ.

      *SEM O LIVROCTL, TODO PERIODO E ABERTO (COMO NO PROGCOB06).
       0720-VERIFICAR-PERIODO.
           MOVE 'N' TO WRK-PER-FECHADO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-LIVROCTL.
           IF WRK-STATUS-LIVROCTL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0721-LER-PERIODO UNTIL FIM-ARQ.
           IF WRK-STATUS-LIVROCTL NOT = '35'
               CLOSE F-LIVROCTL
           END-IF.

       0721-LER-PERIODO.
           READ F-LIVROCTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF LCT-PERIODO = WRK-REC-PERIODO
                       AND LCT-SITUACAO = 'F'
                       MOVE 'S' TO WRK-PER-FECHADO
                   END-IF
           END-READ.

      *FIM DO MES: O DIA UTIL SEGUINTE A DATA DO MOVIMENTO JA CAI NO
      *MES SEGUINTE. MES INICIADO: A DATA DO MOVIMENTO E O PRIMEIRO
      *DIA UTIL DO MES OU POSTERIOR A ELE.
       0730-VERIFICAR-DIAS-UTEIS.
           MOVE 'N' TO WRK-REC-FIM-MES.
           MOVE 'N' TO WRK-REC-INICIO-MES.
           MOVE WRK-DATA-MOV TO DATASYS.
           PERFORM 0770-AVANCAR-DIA-UTIL.
           IF MESSYS NOT = WRK-REC-MES
               MOVE 'S' TO WRK-REC-FIM-MES
           END-IF.
           MOVE WRK-REC-ANO TO ANOSYS.
           MOVE WRK-REC-MES TO MESSYS.
           MOVE 01 TO DIASYS.
           PERFORM 0775-CALC-DIA-SEMANA.
           PERFORM 0776-VERIFICAR-FERIADO.
           PERFORM 0771-PULAR-NAO-UTIL
               UNTIL WRK-DIA-IDX > 2 AND NOT DIA-FERIADO.
           MOVE DATASYS TO WRK-REC-PRIMEIRO-UTIL.
           IF WRK-DATA-MOV >= WRK-REC-PRIMEIRO-UTIL
               MOVE 'S' TO WRK-REC-INICIO-MES
           END-IF.

      *PARTIDA G DE MES ANTERIOR, COM ESTORNO AUTOMATICO E AINDA SEM
      *O REGISTRO E: SAI A PARTIDA INVERTIDA, COM AS CONTAS E O VALOR
      *GUARDADOS NO CONTROLE.
       0740-ESTORNAR-ANTERIOR.
           IF WRK-RGR-TIPO (WRK-RGR-IDX) = 'G'
               AND WRK-RGR-ESTORNA (WRK-RGR-IDX) = 'S'
               AND WRK-RGR-PERIODO (WRK-RGR-IDX) < WRK-REC-PERIODO
               MOVE WRK-TAB-RGR-ITEM (WRK-RGR-IDX) TO
                   WRK-REC-CONTROLE
               MOVE 'E' TO WRK-REC-TIPO
               PERFORM 0745-PROCURAR-CONTROLE
               IF NOT REGISTRO-ACHADO
                   MOVE 'ESTORREC' TO WRK-ORIGEM-CORRENTE
                   PERFORM 0760-GERAR-PARTIDA-RECORRENTE
                   IF PARTIDA-GERADA
                       ADD 1 TO WRK-QT-ESTORNOS
                       DISPLAY 'ESTORNO DO MODELO ' WRK-REC-CODIGO
                           ' DE ' WRK-REC-PER-ORIGEM ' VALOR '
                           WRK-REC-VALOR-ED
                   END-IF
               END-IF
           END-IF.

      *PROCURA NO CONTROLE O MODELO/MES/TIPO DE WRK-REC-CONTROLE.
       0745-PROCURAR-CONTROLE.
           MOVE 'N' TO WRK-RGR-ACHOU.
           PERFORM 0746-COMPARAR-CONTROLE
               VARYING WRK-RGR-IDX2 FROM 1 BY 1
               UNTIL WRK-RGR-IDX2 > WRK-RGR-QT OR REGISTRO-ACHADO.

       0746-COMPARAR-CONTROLE.
           IF WRK-RGR-CODIGO (WRK-RGR-IDX2) = WRK-REC-CODIGO
               AND WRK-RGR-PERIODO (WRK-RGR-IDX2) = WRK-REC-PER-ORIGEM
               AND WRK-RGR-TIPO (WRK-RGR-IDX2) = WRK-REC-TIPO
               MOVE 'S' TO WRK-RGR-ACHOU
           END-IF.

      *PARTIDA DO MES DE CADA MODELO ATIVO QUE VALE NO MES: O UNICO
      *SO NO SEU MES; O MENSAL DO PRIMEIRO AO ULTIMO MES (ZEROS =
      *SEM FIM). SEM O LANCMOD NAO HA RECORRENTE A GERAR.
       0750-GERAR-MODELOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-LANCMOD.
           IF WRK-STATUS-LANCMOD NOT = '00'
               DISPLAY 'MODELOS DE LANCAMENTO RECORRENTE (LANCMOD) '
                   'NAO ENCONTRADOS'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0751-LER-MODELO UNTIL FIM-ARQ.
           IF WRK-STATUS-LANCMOD NOT = '35'
               CLOSE F-LANCMOD
           END-IF.

       0751-LER-MODELO.
           READ F-LANCMOD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF LMD-ATIVO = 'S'
                       AND ((LMD-TIPO = 'U'
                           AND LMD-PER-INICIO = WRK-REC-PERIODO)
                       OR (LMD-TIPO = 'M'
                           AND LMD-PER-INICIO <= WRK-REC-PERIODO
                           AND (LMD-PER-FIM = ZEROS
                               OR LMD-PER-FIM >= WRK-REC-PERIODO)))
                       PERFORM 0752-GERAR-MODELO
                   END-IF
           END-READ.

       0752-GERAR-MODELO.
           MOVE LMD-CODIGO TO WRK-REC-CODIGO.
           MOVE WRK-REC-PERIODO TO WRK-REC-PER-ORIGEM.
           MOVE 'G' TO WRK-REC-TIPO.
           PERFORM 0745-PROCURAR-CONTROLE.
           IF NOT REGISTRO-ACHADO
               MOVE LMD-ESTORNA  TO WRK-REC-ESTORNA
               MOVE LMD-CONTA-DB TO WRK-REC-CONTA-DB
               MOVE LMD-CONTA-CR TO WRK-REC-CONTA-CR
               MOVE LMD-VALOR    TO WRK-REC-VALOR
               MOVE LMD-FILIAL   TO WRK-REC-FILIAL
               IF WRK-REC-FILIAL IS NOT NUMERIC
                   OR WRK-REC-FILIAL = ZEROS
                   MOVE 01 TO WRK-REC-FILIAL
               END-IF
               MOVE 'RECORREN' TO WRK-ORIGEM-CORRENTE
               PERFORM 0760-GERAR-PARTIDA-RECORRENTE
               IF PARTIDA-GERADA
                   ADD 1 TO WRK-QT-RECORRENTES
                   DISPLAY 'RECORRENTE ' WRK-REC-CODIGO ' '
                       LMD-DESCRICAO ' VALOR ' WRK-REC-VALOR-ED
               END-IF
           END-IF.

      *A PARTIDA NO LOTE (MESMO DESENHO DO 0520-GERAR-PARTIDA) E O
      *REGISTRO NO CONTROLE. NO ESTORNO (TIPO E) AS CONTAS TROCAM DE
      *LADO: DEBITO NA CONTA DE CREDITO DA PARTIDA ORIGINAL.
       0760-GERAR-PARTIDA-RECORRENTE.
           MOVE 'N' TO WRK-REC-GERADA.
           MOVE WRK-REC-VALOR TO WRK-REC-VALOR-ED.
           IF WRK-LAN-QT + 2 > WRK-LAN-MAX
               OR WRK-RGR-QT >= WRK-RGR-MAX
               DISPLAY 'TABELA DE LANCAMENTOS OU CONTROLE LANCRGER '
                   'CHEIO, MODELO ' WRK-REC-CODIGO ' FORA DO LOTE'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-DATA-MOV TO WRK-REC-DATA-LOTE
               ADD 1 TO WRK-LAN-QT
               MOVE ZEROS TO WRK-LAN-DEBITO (WRK-LAN-QT)
               MOVE WRK-REC-VALOR TO WRK-LAN-CREDITO (WRK-LAN-QT)
               IF WRK-REC-TIPO = 'E'
                   MOVE WRK-REC-CONTA-DB TO WRK-LAN-CONTA (WRK-LAN-QT)
               ELSE
                   MOVE WRK-REC-CONTA-CR TO WRK-LAN-CONTA (WRK-LAN-QT)
               END-IF
               MOVE WRK-ORIGEM-CORRENTE TO
                   WRK-LAN-ORIGEM (WRK-LAN-QT)
               MOVE WRK-REC-FILIAL TO WRK-LAN-FILIAL (WRK-LAN-QT)
               ADD WRK-REC-VALOR TO WRK-TOT-CREDITOS
               ADD 1 TO WRK-LAN-QT
               MOVE WRK-REC-VALOR TO WRK-LAN-DEBITO (WRK-LAN-QT)
               MOVE ZEROS TO WRK-LAN-CREDITO (WRK-LAN-QT)
               IF WRK-REC-TIPO = 'E'
                   MOVE WRK-REC-CONTA-CR TO WRK-LAN-CONTA (WRK-LAN-QT)
               ELSE
                   MOVE WRK-REC-CONTA-DB TO WRK-LAN-CONTA (WRK-LAN-QT)
               END-IF
               MOVE WRK-ORIGEM-CORRENTE TO
                   WRK-LAN-ORIGEM (WRK-LAN-QT)
               MOVE WRK-REC-FILIAL TO WRK-LAN-FILIAL (WRK-LAN-QT)
               ADD WRK-REC-VALOR TO WRK-TOT-DEBITOS
               ADD 1 TO WRK-RGR-QT
               MOVE WRK-REC-CONTROLE TO WRK-TAB-RGR-ITEM (WRK-RGR-QT)
               MOVE 'S' TO WRK-RGR-ALTERADO
               MOVE 'S' TO WRK-REC-GERADA
           END-IF.

      *AVANCA DATASYS UM DIA UTIL: UM DIA DE CALENDARIO E, CAINDO EM
      *SABADO, DOMINGO OU FERIADO NACIONAL, AVANCA DE NOVO (MESMA
      *ROTINA DO PROGCOB104).
       0770-AVANCAR-DIA-UTIL.
           PERFORM 0772-AVANCAR-UM-DIA.
           PERFORM 0775-CALC-DIA-SEMANA.
           PERFORM 0776-VERIFICAR-FERIADO.
           PERFORM 0771-PULAR-NAO-UTIL
               UNTIL WRK-DIA-IDX > 2 AND NOT DIA-FERIADO.

       0771-PULAR-NAO-UTIL.
           PERFORM 0772-AVANCAR-UM-DIA.
           PERFORM 0775-CALC-DIA-SEMANA.
           PERFORM 0776-VERIFICAR-FERIADO.

      *AVANCA DATASYS UM DIA DE CALENDARIO, TRATANDO FIM DE MES E DE
      *ANO COM A TABELA DE DIAS POR MES DO DATAFMT.CPY (FEVEREIRO
      *AJUSTADO PARA 29 EM ANO BISSEXTO).
       0772-AVANCAR-UM-DIA.
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

      *CONGRUENCIA DE ZELLER SOBRE DATASYS: WRK-DIA-IDX 1=SABADO
      *2=DOMINGO ... 7=SEXTA-FEIRA.
       0775-CALC-DIA-SEMANA.
           IF MESSYS < 3
               COMPUTE WRK-MES-AJUST = MESSYS + 12
               COMPUTE WRK-ANO-AJUST = ANOSYS - 1
           ELSE
               MOVE MESSYS TO WRK-MES-AJUST
               MOVE ANOSYS TO WRK-ANO-AJUST
           END-IF.
           DIVIDE WRK-ANO-AJUST BY 100
               GIVING WRK-SECULO REMAINDER WRK-ANO-SEC.
           COMPUTE WRK-TERMO-MES = (13 * (WRK-MES-AJUST + 1)) / 5.
           COMPUTE WRK-SOMA-ZELLER = DIASYS + WRK-TERMO-MES +
               WRK-ANO-SEC + (WRK-ANO-SEC / 4) + (WRK-SECULO / 4) +
               (5 * WRK-SECULO).
           DIVIDE WRK-SOMA-ZELLER BY 7
               GIVING WRK-QUOC-AUX REMAINDER WRK-DIA-IDX.
           ADD 1 TO WRK-DIA-IDX.

      *FERIADO NACIONAL NO CALENDARIO (PROGCOB40) NA DATASYS - O
      *RAZAO E UM SO PARA TODAS AS FILIAIS, O ESTADUAL NAO PARA.
       0776-VERIFICAR-FERIADO.
           MOVE 'N' TO WRK-FER-FLAG.
           MOVE 'N' TO WRK-FIM-FER.
           OPEN INPUT F-FERIADOS.
           IF WRK-STATUS-FERIADOS NOT = '00'
               MOVE 'S' TO WRK-FIM-FER
           END-IF.
           PERFORM 0777-LER-FERIADO UNTIL FIM-FERIADOS.
           IF WRK-STATUS-FERIADOS NOT = '35'
               CLOSE F-FERIADOS
           END-IF.

       0777-LER-FERIADO.
           READ F-FERIADOS
               AT END
                   MOVE 'S' TO WRK-FIM-FER
               NOT AT END
                   IF FER-DATA = DATASYS AND FER-AMBITO = 'N'
                       MOVE 'S' TO WRK-FER-FLAG
                   END-IF
           END-READ.

      *REGRAVA O CONTROLE LANCRGER DEPOIS DO LOTE GRAVADO, SO SE
      *ALGO MUDOU - COM A TABELA ESTOURADA O ARQUIVO FICA INTOCADO.
       0780-GRAVAR-CONTROLE.
           IF CONTROLE-ALTERADO AND NOT CONTROLE-ESTOUROU
               OPEN OUTPUT F-LANCRGER
               PERFORM 0781-GRAVAR-ITEM-CONTROLE
                   VARYING WRK-RGR-IDX FROM 1 BY 1
                   UNTIL WRK-RGR-IDX > WRK-RGR-QT
               CLOSE F-LANCRGER
           END-IF.

       0781-GRAVAR-ITEM-CONTROLE.
           MOVE WRK-TAB-RGR-ITEM (WRK-RGR-IDX) TO REG-LANCRGER.
           WRITE REG-LANCRGER.
