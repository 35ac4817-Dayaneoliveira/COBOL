       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB114.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : SIMULACAO DE TARIFA DE FRETE ANTES DA MUDANCA. O
      *PROGCOB30 SO MOSTRA O ESTRAGO DEPOIS QUE O UFTAB.CPY OU AS
      *FAIXAS DE PESO (FXPTAB.CPY) JA MUDARAM. AQUI O COMERCIAL
      *MONTA A PROPOSTA NO CENARIO (SIMTARIF, VEJA STFREC.CPY:
      *PERCENTUAL POR UF, FAIXAS DE PESO E ADICIONAL POR CLASSE DE
      *DESTINO) E ESTE PROGRAMA REPRECIFICA OS PEDIDOS ENTREGUES (D)
      *NOS ULTIMOS N MESES FECHADOS (PELA DATA DE ENTREGA) DUAS
      *VEZES - PELA TARIFA ATUAL E PELA PROPOSTA - COM A MESMA CONTA
      *DO PROGCOB09 (VALOR X PERCENTUAL DA UF + FAIXA DE PESO, MAIS
      *O ADICIONAL DE DESTINO, TUDO VEZES O FATOR DA TRANSPORTADORA
      *CARIMBADA NO PEDIDO). NADA E GRAVADO NO MESTRE.
      *O PROGCOB114RPT MOSTRA O CENARIO, O IMPACTO NA RECEITA POR UF,
      *POR REGIAO E NOS WRK-QT-TOP CLIENTES MAIS AFETADOS (MAIOR
      *DIFERENCA, PARA MAIS OU PARA MENOS). OS PEDIDOS COTADOS PELO
      *CONTRATO (PMS-FONTE-TAXA C) NAO MUDAM COM A TABELA: SAEM
      *SEPARADOS, PELO FRETE COBRADO. RC 4 QUANDO NAO HA PEDIDO
      *ENTREGUE NO PERIODO, RC 8 SEM CENARIO, RC 12 QUANDO A TABELA
      *DE CLIENTES ESTOURA (RELATORIO INCOMPLETO).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MESTRE DE PEDIDOS (VEJA PMSREC.CPY) - SO LEITURA.
           SELECT F-PEDMESTRE ASSIGN TO 'PEDMESTRE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.
      *CENARIO DE TARIFA PROPOSTO PELO COMERCIAL (VEJA STFREC.CPY).
           SELECT F-SIMTARIF ASSIGN TO 'SIMTARIF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SIMTARIF.
      *CADASTRO MESTRE DE TRANSPORTADORAS (PROGCOB51): O FATOR DE
      *TARIFA DA TRANSPORTADORA DO PEDIDO VALE NAS DUAS TARIFAS.
           SELECT F-TRANSPMEST ASSIGN TO 'TRANSPMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSPMEST.
      *RELATORIO DA SIMULACAO, COM CABECALHO E QUEBRA DE PAGINA
      *PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB114RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.

       FD  F-SIMTARIF.
           COPY 'STFREC.CPY'.

       FD  F-TRANSPMEST.
       01  REG-TRANSPMEST.
           03 TRP-CODIGO   PIC X(03).
           03 TRP-NOME     PIC X(20).
           03 TRP-FATOR    PIC 9(01)V99.
           03 TRP-SLA-ADIC PIC 9(02).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDMESTRE   PIC X(02) VALUE '00'.
       77 WRK-STATUS-SIMTARIF    PIC X(02) VALUE '00'.
       77 WRK-STATUS-TRANSPMEST  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *QUANTOS CLIENTES, DOS MAIS AFETADOS, SAEM NO RELATORIO.
       77 WRK-QT-TOP PIC 9(03) VALUE 010.
      *PERIODO: OS ULTIMOS N MESES FECHADOS (BRANCO OU FORA DE 1 A
      *36 = 12), DO PRIMEIRO DIA DO MAIS ANTIGO AO FIM DO MES
      *ANTERIOR AO CORRENTE.
       77 WRK-QT-MESES  PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
       77 WRK-MES-CORRENTE PIC 9(06) VALUE ZEROS.
       77 WRK-MES-CALC     PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-CALC     PIC 9(04) VALUE ZEROS.
       77 WRK-MES-RESTO    PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-INI     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM     PIC 9(08) VALUE ZEROS.
      *TABELA MESTRE DE UF (PERCENTUAL ATUAL E REGIAO) - VEJA
      *UFTAB.CPY.
           COPY 'UFTAB.CPY'.
      *PERCENTUAL PROPOSTO DE CADA UF, NA MESMA POSICAO DO
      *TAB-UF-ITEM (COMECA IGUAL AO ATUAL), E OS TOTAIS DA UF.
       01 WRK-TAB-SIM-UF.
           03 WRK-SUF-ITEM OCCURS 27 TIMES.
               05 WRK-SUF-FRETE     PIC 9(01)V99.
               05 WRK-SUF-QT        PIC 9(05).
               05 WRK-SUF-ATUAL     PIC 9(09)V99.
               05 WRK-SUF-PROPOSTO  PIC 9(09)V99.
       77 WRK-SUF-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-SUF-POS PIC 9(04) VALUE ZEROS.
      *FAIXAS DE PESO ATUAIS - A MESMA TABELA DO 0205 DO PROGCOB09
      *(VEJA FXPTAB.CPY).
           COPY 'FXPTAB.CPY'.
      *FAIXAS DE PESO PROPOSTAS, EM ORDEM CRESCENTE DE LIMITE.
      *CENARIO SEM LINHA F = FAIXAS ATUAIS.
       77 WRK-FXP-MAX PIC 9(02) VALUE 10.
       77 WRK-FXP-QT  PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-FXP.
           03 WRK-FXP-ITEM OCCURS 10 TIMES.
               05 WRK-FXP-LIMITE PIC 9(05)V99.
               05 WRK-FXP-VALOR  PIC 9(04)V99.
       77 WRK-FXP-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-FXP-POS PIC 9(02) VALUE ZEROS.
       77 WRK-FXP-J   PIC 9(02) VALUE ZEROS.
       77 WRK-FXP-ACHOU PIC X(01) VALUE 'N'.
           88 FXP-LUGAR-ACHADO VALUE 'S'.
      *ADICIONAL POR CLASSE DE DESTINO - A MESMA TABELA DO PROGCOB09
      *(C = CAPITAL SEM ADICIONAL, I = INTERIOR 20%), COM O
      *ADICIONAL PROPOSTO AO LADO (COMECA IGUAL AO ATUAL).
       01 WRK-TAB-DST-DADOS.
           03 FILLER PIC X(07) VALUE 'C000000'.
           03 FILLER PIC X(07) VALUE 'I020020'.
       01 WRK-TAB-DST REDEFINES WRK-TAB-DST-DADOS.
           03 WRK-DST-ITEM OCCURS 2 TIMES.
               05 WRK-DST-CLASSE    PIC X(01).
               05 WRK-DST-ATUAL     PIC 9(01)V99.
               05 WRK-DST-PROPOSTO  PIC 9(01)V99.
       77 WRK-DST-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-DST-POS PIC 9(02) VALUE ZEROS.
      *FATOR DE CADA TRANSPORTADORA DO CADASTRO.
       77 WRK-TRP-MAX PIC 9(03) VALUE 050.
       77 WRK-TRP-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-TRANSP.
           03 WRK-TRP-ITEM OCCURS 50 TIMES.
               05 WRK-TRP-CODIGO PIC X(03).
               05 WRK-TRP-FATOR  PIC 9(01)V99.
       77 WRK-TRP-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TRP-FATOR-PED PIC 9(01)V99 VALUE ZEROS.
      *CONTAGEM DO CENARIO.
       77 WRK-QT-LINHAS-CEN  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-INVALIDAS   PIC 9(04) VALUE ZEROS.
       77 WRK-LINHA-VALIDA PIC X(01) VALUE 'S'.
           88 LINHA-VALIDA VALUE 'S'.
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.
      *CALCULO DO FRETE DE UM PEDIDO NUMA DAS TARIFAS.
       77 WRK-CAL-TAXA    PIC 9(01)V99 VALUE ZEROS.
       77 WRK-CAL-FAIXA   PIC 9(04)V99 VALUE ZEROS.
       77 WRK-CAL-SURTAXA PIC 9(01)V99 VALUE ZEROS.
       77 WRK-CAL-BASE    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CAL-ADIC    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CAL-FRETE   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-ATUAL    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-PROPOSTO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CLASSE-PED  PIC X(01) VALUE SPACES.
      *TOTAIS POR REGIAO DE DESTINO.
       77 WRK-REG-MAX PIC 9(02) VALUE 10.
       77 WRK-REG-QT  PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-REGIAO.
           03 WRK-REG-ITEM OCCURS 10 TIMES.
               05 WRK-REG-NOME     PIC X(12).
               05 WRK-REG-QTPED    PIC 9(05).
               05 WRK-REG-ATUAL    PIC 9(09)V99.
               05 WRK-REG-PROPOSTO PIC 9(09)V99.
       77 WRK-REG-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-REG-POS PIC 9(02) VALUE ZEROS.
      *TOTAIS POR CLIENTE (PEDIDO ANTIGO SEM CODIGO AGRUPA PELO
      *NOME), COM A DIFERENCA SEM SINAL PARA A CLASSIFICACAO.
       77 WRK-ACU-CLICOD  PIC 9(06) VALUE ZEROS.
       77 WRK-ACU-CLIENTE PIC X(20) VALUE SPACES.
       77 WRK-CLI-MAX PIC 9(04) VALUE 0500.
       77 WRK-CLI-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-CLIENTES.
           03 WRK-TAB-CLI-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-CLI-QT.
               05 WRK-CLI-CLICOD    PIC 9(06).
               05 WRK-CLI-CLIENTE   PIC X(20).
               05 WRK-CLI-QTPED     PIC 9(05).
               05 WRK-CLI-ATUAL     PIC 9(09)V99.
               05 WRK-CLI-PROPOSTO  PIC 9(09)V99.
               05 WRK-CLI-DIF       PIC 9(09)V99.
       77 WRK-CLI-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-CLI-POS PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
      *CLASSIFICACAO DOS CLIENTES PELA DIFERENCA SEM SINAL.
       77 WRK-ORD-QT PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-ORDEM.
           03 WRK-ORD-POS PIC 9(04) OCCURS 500 TIMES.
       77 WRK-ORD-IDX    PIC 9(04) VALUE ZEROS.
       77 WRK-ORD-J      PIC 9(04) VALUE ZEROS.
       77 WRK-ORD-J1     PIC 9(04) VALUE ZEROS.
       77 WRK-ORD-LIMITE PIC 9(04) VALUE ZEROS.
       77 WRK-ORD-TROCA  PIC 9(04) VALUE ZEROS.
      *TOTAIS DA RODADA.
       77 WRK-QT-TABELA     PIC 9(06) VALUE ZEROS.
       77 WRK-QT-CONTRATO   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-SEM-UF     PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-COBRADO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ATUAL     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PROPOSTO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CONTRATO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-REC-ATUAL     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-REC-PROPOSTA  PIC 9(10)V99 VALUE ZEROS.
      *LINHA DE IMPACTO (UF, REGIAO, CLIENTE OU TOTAL).
       77 WRK-LIN-QTPED    PIC 9(06) VALUE ZEROS.
       77 WRK-LIN-ATUAL    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-LIN-PROPOSTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-LIN-DELTA    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-LIN-PCT      PIC S9(05)V9 VALUE ZEROS.
       77 WRK-LIN-ROTULO   PIC X(34) VALUE SPACES.
      *CAMPOS EDITADOS.
       77 WRK-RANK-ED     PIC ZZ9.
       77 WRK-PED-ED      PIC ZZZZZ9.
       77 WRK-VALOR-ED    PIC ZZZZZZZZZ9,99.
       77 WRK-VALOR2-ED   PIC ZZZZZZZZZ9,99.
       77 WRK-DELTA-ED    PIC -----------9,99.
       77 WRK-PCT-ED      PIC -----9,9.
       77 WRK-TAXA-ED     PIC 9,99.
       77 WRK-TAXA2-ED    PIC 9,99.
       77 WRK-LIMITE-ED   PIC ZZZZ9,99.
       77 WRK-FAIXA-ED    PIC ZZZ9,99.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB114'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
      *ESTE PROGRAMA PODE SER CHAMADO VARIAS VEZES PELO MENU SEM
      *CANCEL, ENTAO A PAGINACAO, AS TABELAS E OS TOTAIS VOLTAM AO
      *ESTADO INICIAL A CADA CHAMADA.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE ZEROS TO WRK-FXP-QT.
           MOVE ZEROS TO WRK-TRP-QT.
           MOVE ZEROS TO WRK-REG-QT.
           MOVE ZEROS TO WRK-CLI-QT.
           MOVE ZEROS TO WRK-QT-LINHAS-CEN.
           MOVE ZEROS TO WRK-QT-INVALIDAS.
           MOVE ZEROS TO WRK-QT-TABELA.
           MOVE ZEROS TO WRK-QT-CONTRATO.
           MOVE ZEROS TO WRK-QT-SEM-UF.
           MOVE ZEROS TO WRK-TOT-COBRADO.
           MOVE ZEROS TO WRK-TOT-ATUAL.
           MOVE ZEROS TO WRK-TOT-PROPOSTO.
           MOVE ZEROS TO WRK-TOT-CONTRATO.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           PERFORM 0010-INICIAR-UF
               VARYING WRK-SUF-IDX FROM 1 BY 1
               UNTIL WRK-SUF-IDX > 27.
           PERFORM 0011-INICIAR-DESTINO
               VARYING WRK-DST-IDX FROM 1 BY 1
               UNTIL WRK-DST-IDX > 2.
           DISPLAY 'QUANTOS MESES FECHADOS SIMULAR (01 A 36, BRANCO '
               '= 12).. '.
           ACCEPT WRK-QT-MESES.
           PERFORM 0050-DEFINIR-PERIODO.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'SIMULACAO DE TARIFA - PEDIDOS ENTREGUES DE '
               WRK-DATA-INI ' A ' WRK-DATA-FIM ' (' WRK-QT-MESES
               ' MESES)'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0100-CARREGAR-CENARIO.
           IF WRK-STATUS-SIMTARIF NOT = '00'
               AND WRK-QT-LINHAS-CEN = 0
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'CENARIO (SIMTARIF) NAO ENCONTRADO - NADA A '
                   'SIMULAR'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'CENARIO SIMTARIF NAO ENCONTRADO, NADA A '
                   'SIMULAR'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0400-GRAVAR-CENARIO
               PERFORM 0170-CARREGAR-TRANSP
               PERFORM 0200-SIMULAR-PEDIDOS
               PERFORM 0300-GRAVAR-IMPACTO
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'MESES=' WRK-QT-MESES
               ' CENARIO=' WRK-QT-LINHAS-CEN
               ' INVALIDAS=' WRK-QT-INVALIDAS
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'TABELA=' WRK-QT-TABELA
               ' CONTRATO=' WRK-QT-CONTRATO
               ' ATUAL=' WRK-TOT-ATUAL
               ' PROPOSTO=' WRK-TOT-PROPOSTO
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *O CENARIO PARTE DA TARIFA ATUAL: SO O QUE ELE CITA MUDA.
       0010-INICIAR-UF.
           MOVE TAB-UF-FRETE (WRK-SUF-IDX) TO
               WRK-SUF-FRETE (WRK-SUF-IDX).
           MOVE ZEROS TO WRK-SUF-QT (WRK-SUF-IDX).
           MOVE ZEROS TO WRK-SUF-ATUAL (WRK-SUF-IDX).
           MOVE ZEROS TO WRK-SUF-PROPOSTO (WRK-SUF-IDX).

       0011-INICIAR-DESTINO.
           MOVE WRK-DST-ATUAL (WRK-DST-IDX) TO
               WRK-DST-PROPOSTO (WRK-DST-IDX).

      *N MESES FECHADOS ATE O MES ANTERIOR AO CORRENTE. OS MESES SAO
      *CONTADOS EM SEQUENCIA (ANO X 12 + MES - 1) PARA ATRAVESSAR A
      *VIRADA DO ANO.
       0050-DEFINIR-PERIODO.
           IF WRK-QT-MESES < 01 OR WRK-QT-MESES > 36
               MOVE 12 TO WRK-QT-MESES
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-MES-CORRENTE = (WRK-HOJ-ANO * 12)
               + WRK-HOJ-MES - 1.
           COMPUTE WRK-MES-CALC = WRK-MES-CORRENTE - WRK-QT-MESES.
           DIVIDE WRK-MES-CALC BY 12 GIVING WRK-ANO-CALC
               REMAINDER WRK-MES-RESTO.
           COMPUTE WRK-DATA-INI = (WRK-ANO-CALC * 10000)
               + ((WRK-MES-RESTO + 1) * 100) + 01.
           COMPUTE WRK-MES-CALC = WRK-MES-CORRENTE - 1.
           DIVIDE WRK-MES-CALC BY 12 GIVING WRK-ANO-CALC
               REMAINDER WRK-MES-RESTO.
           COMPUTE WRK-DATA-FIM = (WRK-ANO-CALC * 10000)
               + ((WRK-MES-RESTO + 1) * 100) + 31.

      *LE O CENARIO E MONTA A TARIFA PROPOSTA. LINHA INVALIDA SAI NO
      *RELATORIO E E IGNORADA - O RESTO DO CENARIO VALE.
       0100-CARREGAR-CENARIO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-SIMTARIF.
           IF WRK-STATUS-SIMTARIF NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-CENARIO UNTIL FIM-ARQ.
           IF WRK-STATUS-SIMTARIF NOT = '35'
               CLOSE F-SIMTARIF
           END-IF.
           IF WRK-FXP-QT = 0
               PERFORM 0160-COPIAR-FAIXA
                   VARYING WRK-FXP-IDX FROM 1 BY 1
                   UNTIL WRK-FXP-IDX > TAB-FXA-QT
               MOVE TAB-FXA-QT TO WRK-FXP-QT
           END-IF.

       0110-LER-CENARIO.
           READ F-SIMTARIF
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF NOT STF-COMENTARIO AND REG-SIMTARIF NOT = SPACES
                       ADD 1 TO WRK-QT-LINHAS-CEN
                       PERFORM 0115-APLICAR-LINHA
                   END-IF
           END-READ.

       0115-APLICAR-LINHA.
           MOVE 'S' TO WRK-LINHA-VALIDA.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
               WHEN STF-TIPO-UF
                   PERFORM 0120-CENARIO-UF
               WHEN STF-TIPO-FAIXA
                   PERFORM 0130-CENARIO-FAIXA
               WHEN STF-TIPO-DESTINO
                   PERFORM 0140-CENARIO-DESTINO
               WHEN OTHER
                   MOVE 'N' TO WRK-LINHA-VALIDA
                   MOVE 'TIPO DE LINHA DIFERENTE DE U, F OU D'
                       TO WRK-MOTIVO
           END-EVALUATE.
           IF NOT LINHA-VALIDA
               PERFORM 0150-LINHA-INVALIDA
           END-IF.

      *PERCENTUAL PROPOSTO PARA UMA UF DO UFTAB.
       0120-CENARIO-UF.
           IF STF-PERC IS NOT NUMERIC OR STF-PERC = 0
               MOVE 'N' TO WRK-LINHA-VALIDA
               MOVE 'PERCENTUAL DA UF INVALIDO' TO WRK-MOTIVO
           ELSE
               MOVE ZEROS TO WRK-SUF-POS
               SEARCH ALL TAB-UF-ITEM
                   AT END
                       MOVE 'N' TO WRK-LINHA-VALIDA
                       MOVE 'UF FORA DO UFTAB' TO WRK-MOTIVO
                   WHEN TAB-UF-COD (TAB-UF-IDX) = STF-CHAVE
                       SET WRK-SUF-POS TO TAB-UF-IDX
                       MOVE STF-PERC TO WRK-SUF-FRETE (WRK-SUF-POS)
               END-SEARCH
           END-IF.

      *FAIXA PROPOSTA, ENCAIXADA EM ORDEM DE LIMITE. LIMITE REPETIDO
      *TROCA O VALOR DA FAIXA.
       0130-CENARIO-FAIXA.
           IF STF-LIMITE IS NOT NUMERIC OR STF-LIMITE = 0
               OR STF-VALOR IS NOT NUMERIC
               MOVE 'N' TO WRK-LINHA-VALIDA
               MOVE 'LIMITE OU VALOR DA FAIXA INVALIDO' TO WRK-MOTIVO
           ELSE
               MOVE ZEROS TO WRK-FXP-POS
               PERFORM 0131-PROCURAR-LIMITE
                   VARYING WRK-FXP-IDX FROM 1 BY 1
                   UNTIL WRK-FXP-IDX > WRK-FXP-QT OR WRK-FXP-POS > 0
               IF WRK-FXP-POS > 0
                   MOVE STF-VALOR TO WRK-FXP-VALOR (WRK-FXP-POS)
               ELSE
               IF WRK-FXP-QT < WRK-FXP-MAX
                   PERFORM 0132-ENCAIXAR-FAIXA
               ELSE
                   MOVE 'N' TO WRK-LINHA-VALIDA
                   MOVE 'MAIS DE 10 FAIXAS NO CENARIO' TO WRK-MOTIVO
               END-IF
               END-IF
           END-IF.

       0131-PROCURAR-LIMITE.
           IF WRK-FXP-LIMITE (WRK-FXP-IDX) = STF-LIMITE
               MOVE WRK-FXP-IDX TO WRK-FXP-POS
           END-IF.

      *ABRE ESPACO DESLOCANDO PARA BAIXO AS FAIXAS DE LIMITE MAIOR.
       0132-ENCAIXAR-FAIXA.
           ADD 1 TO WRK-FXP-QT.
           MOVE WRK-FXP-QT TO WRK-FXP-POS.
           MOVE 'N' TO WRK-FXP-ACHOU.
           PERFORM 0133-DESLOCAR-FAIXA UNTIL FXP-LUGAR-ACHADO.
           MOVE STF-LIMITE TO WRK-FXP-LIMITE (WRK-FXP-POS).
           MOVE STF-VALOR TO WRK-FXP-VALOR (WRK-FXP-POS).

       0133-DESLOCAR-FAIXA.
           IF WRK-FXP-POS = 1
               MOVE 'S' TO WRK-FXP-ACHOU
           ELSE
               COMPUTE WRK-FXP-J = WRK-FXP-POS - 1
               IF WRK-FXP-LIMITE (WRK-FXP-J) < STF-LIMITE
                   MOVE 'S' TO WRK-FXP-ACHOU
               ELSE
                   MOVE WRK-FXP-ITEM (WRK-FXP-J) TO
                       WRK-FXP-ITEM (WRK-FXP-POS)
                   MOVE WRK-FXP-J TO WRK-FXP-POS
               END-IF
           END-IF.

      *ADICIONAL PROPOSTO PARA UMA CLASSE DE DESTINO CONHECIDA.
       0140-CENARIO-DESTINO.
           IF STF-PERC IS NOT NUMERIC
               MOVE 'N' TO WRK-LINHA-VALIDA
               MOVE 'ADICIONAL DE DESTINO INVALIDO' TO WRK-MOTIVO
           ELSE
               MOVE ZEROS TO WRK-DST-POS
               PERFORM 0141-PROCURAR-CLASSE
                   VARYING WRK-DST-IDX FROM 1 BY 1
                   UNTIL WRK-DST-IDX > 2 OR WRK-DST-POS > 0
               IF WRK-DST-POS > 0
                   MOVE STF-PERC TO WRK-DST-PROPOSTO (WRK-DST-POS)
               ELSE
                   MOVE 'N' TO WRK-LINHA-VALIDA
                   MOVE 'CLASSE DE DESTINO DIFERENTE DE C OU I'
                       TO WRK-MOTIVO
               END-IF
           END-IF.

       0141-PROCURAR-CLASSE.
           IF WRK-DST-CLASSE (WRK-DST-IDX) = STF-CHAVE (1:1)
               MOVE WRK-DST-IDX TO WRK-DST-POS
           END-IF.

       0150-LINHA-INVALIDA.
           ADD 1 TO WRK-QT-INVALIDAS.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'LINHA IGNORADA DO CENARIO: ' REG-SIMTARIF
               ' - ' WRK-MOTIVO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           DISPLAY 'LINHA IGNORADA DO CENARIO: ' REG-SIMTARIF
               ' - ' WRK-MOTIVO.

       0160-COPIAR-FAIXA.
           MOVE TAB-FXA-LIMITE (WRK-FXP-IDX) TO
               WRK-FXP-LIMITE (WRK-FXP-IDX).
           MOVE TAB-FXA-VALOR (WRK-FXP-IDX) TO
               WRK-FXP-VALOR (WRK-FXP-IDX).

      *FATORES DAS TRANSPORTADORAS. SEM CADASTRO, OU TRANSPORTADORA
      *DO PEDIDO FORA DELE, O PEDIDO FICA NA TARIFA DA CASA (FATOR
      *1), COMO NO PROGCOB09.
       0170-CARREGAR-TRANSP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TRANSPMEST.
           IF WRK-STATUS-TRANSPMEST NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0171-LER-TRANSP UNTIL FIM-ARQ.
           IF WRK-STATUS-TRANSPMEST NOT = '35'
               CLOSE F-TRANSPMEST
           END-IF.

       0171-LER-TRANSP.
           READ F-TRANSPMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-TRP-QT < WRK-TRP-MAX
                       ADD 1 TO WRK-TRP-QT
                       MOVE TRP-CODIGO TO WRK-TRP-CODIGO (WRK-TRP-QT)
                       MOVE TRP-FATOR TO WRK-TRP-FATOR (WRK-TRP-QT)
                   END-IF
           END-READ.

      *REPRECIFICA OS PEDIDOS ENTREGUES NO PERIODO.
       0200-SIMULAR-PEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE NOT = '00'
               DISPLAY 'MESTRE DE PEDIDOS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0210-LER-PEDIDO UNTIL FIM-ARQ.
           IF WRK-STATUS-PEDMESTRE NOT = '35'
               CLOSE F-PEDMESTRE
           END-IF.

       0210-LER-PEDIDO.
           READ F-PEDMESTRE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PMS-SITUACAO = 'D'
                       AND PMS-DATA-ENTREGA >= WRK-DATA-INI
                       AND PMS-DATA-ENTREGA <= WRK-DATA-FIM
                       IF PMS-FONTE-TAXA = 'C'
                           ADD 1 TO WRK-QT-CONTRATO
                           ADD PMS-FRETE TO WRK-TOT-CONTRATO
                       ELSE
                           PERFORM 0220-SIMULAR-PEDIDO
                       END-IF
                   END-IF
           END-READ.

      *FRETE DO PEDIDO NA TARIFA ATUAL E NA PROPOSTA, E OS TOTAIS.
      *UF FORA DO UFTAB NAO TEM TARIFA PARA COMPARAR: SO CONTA.
       0220-SIMULAR-PEDIDO.
           MOVE ZEROS TO WRK-SUF-POS.
           SEARCH ALL TAB-UF-ITEM
               AT END
                   CONTINUE
               WHEN TAB-UF-COD (TAB-UF-IDX) = PMS-UF
                   SET WRK-SUF-POS TO TAB-UF-IDX
           END-SEARCH.
           IF WRK-SUF-POS = 0
               ADD 1 TO WRK-QT-SEM-UF
           ELSE
               PERFORM 0230-FATOR-DO-PEDIDO
               MOVE PMS-DEST-CLASSE TO WRK-CLASSE-PED
               IF WRK-CLASSE-PED NOT = 'I'
                   MOVE 'C' TO WRK-CLASSE-PED
               END-IF
               PERFORM 0240-PRECO-ATUAL
               MOVE WRK-CAL-FRETE TO WRK-FRETE-ATUAL
               PERFORM 0245-PRECO-PROPOSTO
               MOVE WRK-CAL-FRETE TO WRK-FRETE-PROPOSTO
               ADD 1 TO WRK-QT-TABELA
               ADD PMS-FRETE TO WRK-TOT-COBRADO
               ADD WRK-FRETE-ATUAL TO WRK-TOT-ATUAL
               ADD WRK-FRETE-PROPOSTO TO WRK-TOT-PROPOSTO
               ADD 1 TO WRK-SUF-QT (WRK-SUF-POS)
               ADD WRK-FRETE-ATUAL TO WRK-SUF-ATUAL (WRK-SUF-POS)
               ADD WRK-FRETE-PROPOSTO TO
                   WRK-SUF-PROPOSTO (WRK-SUF-POS)
               PERFORM 0270-ACUMULAR-REGIAO
               PERFORM 0280-ACUMULAR-CLIENTE
           END-IF.

       0230-FATOR-DO-PEDIDO.
           MOVE 1 TO WRK-TRP-FATOR-PED.
           IF PMS-TRANSP NOT = SPACES
               PERFORM 0231-COMPARAR-TRANSP
                   VARYING WRK-TRP-IDX FROM 1 BY 1
                   UNTIL WRK-TRP-IDX > WRK-TRP-QT
           END-IF.

       0231-COMPARAR-TRANSP.
           IF WRK-TRP-CODIGO (WRK-TRP-IDX) = PMS-TRANSP
               MOVE WRK-TRP-FATOR (WRK-TRP-IDX) TO WRK-TRP-FATOR-PED
           END-IF.

      *TARIFA ATUAL: UFTAB, FAIXAS DO PROGCOB09 E ADICIONAL ATUAL.
       0240-PRECO-ATUAL.
           MOVE TAB-UF-FRETE (WRK-SUF-POS) TO WRK-CAL-TAXA.
           MOVE TAB-FXA-VALOR (TAB-FXA-QT) TO WRK-CAL-FAIXA.
           MOVE ZEROS TO WRK-FXP-POS.
           PERFORM 0241-FAIXA-ATUAL
               VARYING WRK-FXP-IDX FROM 1 BY 1
               UNTIL WRK-FXP-IDX > TAB-FXA-QT OR WRK-FXP-POS > 0.
           PERFORM 0246-PROCURAR-DESTINO.
           MOVE WRK-DST-ATUAL (WRK-DST-POS) TO WRK-CAL-SURTAXA.
           PERFORM 0250-COMPOR-FRETE.

       0241-FAIXA-ATUAL.
           IF PMS-PESO-FRETE <= TAB-FXA-LIMITE (WRK-FXP-IDX)
               MOVE WRK-FXP-IDX TO WRK-FXP-POS
               MOVE TAB-FXA-VALOR (WRK-FXP-IDX) TO WRK-CAL-FAIXA
           END-IF.

      *TARIFA PROPOSTA: PERCENTUAL, FAIXAS E ADICIONAL DO CENARIO.
       0245-PRECO-PROPOSTO.
           MOVE WRK-SUF-FRETE (WRK-SUF-POS) TO WRK-CAL-TAXA.
           MOVE WRK-FXP-VALOR (WRK-FXP-QT) TO WRK-CAL-FAIXA.
           MOVE ZEROS TO WRK-FXP-POS.
           PERFORM 0247-FAIXA-PROPOSTA
               VARYING WRK-FXP-IDX FROM 1 BY 1
               UNTIL WRK-FXP-IDX > WRK-FXP-QT OR WRK-FXP-POS > 0.
           PERFORM 0246-PROCURAR-DESTINO.
           MOVE WRK-DST-PROPOSTO (WRK-DST-POS) TO WRK-CAL-SURTAXA.
           PERFORM 0250-COMPOR-FRETE.

       0246-PROCURAR-DESTINO.
           MOVE 1 TO WRK-DST-POS.
           IF WRK-CLASSE-PED = WRK-DST-CLASSE (2)
               MOVE 2 TO WRK-DST-POS
           END-IF.

       0247-FAIXA-PROPOSTA.
           IF PMS-PESO-FRETE <= WRK-FXP-LIMITE (WRK-FXP-IDX)
               MOVE WRK-FXP-IDX TO WRK-FXP-POS
               MOVE WRK-FXP-VALOR (WRK-FXP-IDX) TO WRK-CAL-FAIXA
           END-IF.

      *A MESMA CONTA DO PROGCOB09: BASE = VALOR X PERCENTUAL + FAIXA,
      *ADICIONAL = BASE X ADICIONAL DA CLASSE, FRETE = BASE +
      *ADICIONAL, E O FRETE VEZES O FATOR DA TRANSPORTADORA.
       0250-COMPOR-FRETE.
           COMPUTE WRK-CAL-BASE = (PMS-VALOR * WRK-CAL-TAXA)
               + WRK-CAL-FAIXA
               ON SIZE ERROR
                   MOVE 999999,99 TO WRK-CAL-BASE
           END-COMPUTE.
           COMPUTE WRK-CAL-ADIC ROUNDED =
               WRK-CAL-BASE * WRK-CAL-SURTAXA
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-CAL-ADIC
           END-COMPUTE.
           COMPUTE WRK-CAL-FRETE ROUNDED =
               (WRK-CAL-BASE + WRK-CAL-ADIC) * WRK-TRP-FATOR-PED
               ON SIZE ERROR
                   MOVE 999999,99 TO WRK-CAL-FRETE
           END-COMPUTE.

      *REGIAO DA UF DO PEDIDO (TAB-UF-REGIAO).
       0270-ACUMULAR-REGIAO.
           MOVE ZEROS TO WRK-REG-POS.
           PERFORM 0271-COMPARAR-REGIAO
               VARYING WRK-REG-IDX FROM 1 BY 1
               UNTIL WRK-REG-IDX > WRK-REG-QT OR WRK-REG-POS > 0.
           IF WRK-REG-POS = 0
               IF WRK-REG-QT < WRK-REG-MAX
                   ADD 1 TO WRK-REG-QT
                   MOVE WRK-REG-QT TO WRK-REG-POS
                   MOVE TAB-UF-REGIAO (WRK-SUF-POS) TO
                       WRK-REG-NOME (WRK-REG-POS)
                   MOVE ZEROS TO WRK-REG-QTPED (WRK-REG-POS)
                   MOVE ZEROS TO WRK-REG-ATUAL (WRK-REG-POS)
                   MOVE ZEROS TO WRK-REG-PROPOSTO (WRK-REG-POS)
               ELSE
                   MOVE WRK-REG-QT TO WRK-REG-POS
               END-IF
           END-IF.
           ADD 1 TO WRK-REG-QTPED (WRK-REG-POS).
           ADD WRK-FRETE-ATUAL TO WRK-REG-ATUAL (WRK-REG-POS).
           ADD WRK-FRETE-PROPOSTO TO WRK-REG-PROPOSTO (WRK-REG-POS).

       0271-COMPARAR-REGIAO.
           IF WRK-REG-NOME (WRK-REG-IDX) = TAB-UF-REGIAO (WRK-SUF-POS)
               MOVE WRK-REG-IDX TO WRK-REG-POS
           END-IF.

      *CLIENTE DO PEDIDO: PELO CODIGO, OU PELO NOME QUANDO NAO HA
      *CODIGO. TABELA CHEIA: O PEDIDO FICA FORA DO RANKING (OS
      *TOTAIS POR UF E REGIAO JA O CONTARAM) E A RODADA TERMINA COM
      *RC 12.
       0280-ACUMULAR-CLIENTE.
           IF PMS-CLICOD IS NUMERIC
               MOVE PMS-CLICOD TO WRK-ACU-CLICOD
           ELSE
               MOVE ZEROS TO WRK-ACU-CLICOD
           END-IF.
           MOVE PMS-CLIENTE TO WRK-ACU-CLIENTE.
           MOVE ZEROS TO WRK-CLI-POS.
           PERFORM 0281-COMPARAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QT OR WRK-CLI-POS > 0.
           IF WRK-CLI-POS = 0
               IF WRK-CLI-QT < WRK-CLI-MAX
                   ADD 1 TO WRK-CLI-QT
                   MOVE WRK-CLI-QT TO WRK-CLI-POS
                   INITIALIZE WRK-TAB-CLI-ITEM (WRK-CLI-POS)
                   MOVE WRK-ACU-CLICOD TO WRK-CLI-CLICOD (WRK-CLI-POS)
                   MOVE WRK-ACU-CLIENTE TO
                       WRK-CLI-CLIENTE (WRK-CLI-POS)
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.
           IF WRK-CLI-POS > 0
               ADD 1 TO WRK-CLI-QTPED (WRK-CLI-POS)
               ADD WRK-FRETE-ATUAL TO WRK-CLI-ATUAL (WRK-CLI-POS)
               ADD WRK-FRETE-PROPOSTO TO
                   WRK-CLI-PROPOSTO (WRK-CLI-POS)
           END-IF.

       0281-COMPARAR-CLIENTE.
           IF WRK-CLI-CLICOD (WRK-CLI-IDX) = WRK-ACU-CLICOD
               IF WRK-ACU-CLICOD > 0
                   OR WRK-CLI-CLIENTE (WRK-CLI-IDX) = WRK-ACU-CLIENTE
                   MOVE WRK-CLI-IDX TO WRK-CLI-POS
               END-IF
           END-IF.

      *SECOES DE IMPACTO: POR UF, POR REGIAO, CLIENTES MAIS AFETADOS,
      *CONTRATOS E TOTAL DA RECEITA.
       0300-GRAVAR-IMPACTO.
           IF WRK-QT-TABELA = 0 AND WRK-QT-CONTRATO = 0
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'NENHUM PEDIDO ENTREGUE NO PERIODO'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'NENHUM PEDIDO ENTREGUE NO PERIODO'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0500-GRAVAR-POR-UF
               PERFORM 0600-GRAVAR-POR-REGIAO
               PERFORM 0700-GRAVAR-CLIENTES
               PERFORM 0800-GRAVAR-TOTAIS
           END-IF.
           IF TABELA-ESTOUROU
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '*** TABELA DE CLIENTES CHEIA - RANKING '
                   'INCOMPLETO ***'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'TABELA DE CLIENTES CHEIA, RELATORIO INCOMPLETO'
               MOVE 12 TO RETURN-CODE
           END-IF.

      *O CENARIO COMO FICOU: SO AS UFS QUE MUDAM, AS FAIXAS E OS
      *ADICIONAIS, ATUAL AO LADO DO PROPOSTO.
       0400-GRAVAR-CENARIO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '--- CENARIO: ' WRK-QT-LINHAS-CEN ' LINHA(S), '
               WRK-QT-INVALIDAS ' IGNORADA(S) ---'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0410-GRAVAR-UF-CENARIO
               VARYING WRK-SUF-IDX FROM 1 BY 1
               UNTIL WRK-SUF-IDX > 27.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'FAIXAS DE PESO ATUAIS:'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0420-GRAVAR-FAIXA-ATUAL
               VARYING WRK-FXP-IDX FROM 1 BY 1
               UNTIL WRK-FXP-IDX > TAB-FXA-QT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'FAIXAS DE PESO PROPOSTAS (ACIMA DO ULTIMO LIMITE '
               'VALE A ULTIMA FAIXA):'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0425-GRAVAR-FAIXA-PROPOSTA
               VARYING WRK-FXP-IDX FROM 1 BY 1
               UNTIL WRK-FXP-IDX > WRK-FXP-QT.
           PERFORM 0430-GRAVAR-DESTINO
               VARYING WRK-DST-IDX FROM 1 BY 1
               UNTIL WRK-DST-IDX > 2.

       0410-GRAVAR-UF-CENARIO.
           IF WRK-SUF-FRETE (WRK-SUF-IDX) NOT =
               TAB-UF-FRETE (WRK-SUF-IDX)
               MOVE TAB-UF-FRETE (WRK-SUF-IDX) TO WRK-TAXA-ED
               MOVE WRK-SUF-FRETE (WRK-SUF-IDX) TO WRK-TAXA2-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'UF ' TAB-UF-COD (WRK-SUF-IDX)
                   ' PERCENTUAL ATUAL ' WRK-TAXA-ED
                   ' PROPOSTO ' WRK-TAXA2-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

       0420-GRAVAR-FAIXA-ATUAL.
           MOVE TAB-FXA-LIMITE (WRK-FXP-IDX) TO WRK-LIMITE-ED.
           MOVE TAB-FXA-VALOR (WRK-FXP-IDX) TO WRK-FAIXA-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '   ATE ' WRK-LIMITE-ED ' KG = ' WRK-FAIXA-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0425-GRAVAR-FAIXA-PROPOSTA.
           MOVE WRK-FXP-LIMITE (WRK-FXP-IDX) TO WRK-LIMITE-ED.
           MOVE WRK-FXP-VALOR (WRK-FXP-IDX) TO WRK-FAIXA-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '   ATE ' WRK-LIMITE-ED ' KG = ' WRK-FAIXA-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0430-GRAVAR-DESTINO.
           MOVE WRK-DST-ATUAL (WRK-DST-IDX) TO WRK-TAXA-ED.
           MOVE WRK-DST-PROPOSTO (WRK-DST-IDX) TO WRK-TAXA2-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'ADICIONAL DA CLASSE ' WRK-DST-CLASSE (WRK-DST-IDX)
               ' ATUAL ' WRK-TAXA-ED ' PROPOSTO ' WRK-TAXA2-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *IMPACTO POR UF (SO AS UFS COM PEDIDO).
       0500-GRAVAR-POR-UF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE '--- IMPACTO POR UF (PEDIDOS PELA TABELA) ---'
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0850-GRAVAR-TITULO-IMPACTO.
           PERFORM 0510-GRAVAR-UF
               VARYING WRK-SUF-IDX FROM 1 BY 1
               UNTIL WRK-SUF-IDX > 27.

       0510-GRAVAR-UF.
           IF WRK-SUF-QT (WRK-SUF-IDX) > 0
               MOVE SPACES TO WRK-LIN-ROTULO
               STRING TAB-UF-COD (WRK-SUF-IDX) ' '
                   TAB-UF-NOME (WRK-SUF-IDX)
                   DELIMITED BY SIZE INTO WRK-LIN-ROTULO
               MOVE WRK-SUF-QT (WRK-SUF-IDX) TO WRK-LIN-QTPED
               MOVE WRK-SUF-ATUAL (WRK-SUF-IDX) TO WRK-LIN-ATUAL
               MOVE WRK-SUF-PROPOSTO (WRK-SUF-IDX) TO WRK-LIN-PROPOSTO
               PERFORM 0860-GRAVAR-LINHA-IMPACTO
           END-IF.

       0600-GRAVAR-POR-REGIAO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE '--- IMPACTO POR REGIAO (PEDIDOS PELA TABELA) ---'
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0850-GRAVAR-TITULO-IMPACTO.
           PERFORM 0610-GRAVAR-REGIAO
               VARYING WRK-REG-IDX FROM 1 BY 1
               UNTIL WRK-REG-IDX > WRK-REG-QT.

       0610-GRAVAR-REGIAO.
           MOVE WRK-REG-NOME (WRK-REG-IDX) TO WRK-LIN-ROTULO.
           MOVE WRK-REG-QTPED (WRK-REG-IDX) TO WRK-LIN-QTPED.
           MOVE WRK-REG-ATUAL (WRK-REG-IDX) TO WRK-LIN-ATUAL.
           MOVE WRK-REG-PROPOSTO (WRK-REG-IDX) TO WRK-LIN-PROPOSTO.
           PERFORM 0860-GRAVAR-LINHA-IMPACTO.

      *CLIENTES ORDENADOS PELA DIFERENCA SEM SINAL, DA MAIOR PARA A
      *MENOR - OS WRK-QT-TOP PRIMEIROS SAEM NO RELATORIO.
       0700-GRAVAR-CLIENTES.
           MOVE ZEROS TO WRK-ORD-QT.
           PERFORM 0710-SELECIONAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QT.
           PERFORM 0720-VARRER-ORDEM
               VARYING WRK-ORD-IDX FROM 1 BY 1
               UNTIL WRK-ORD-IDX >= WRK-ORD-QT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '--- ' WRK-QT-TOP ' CLIENTES MAIS AFETADOS ---'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0850-GRAVAR-TITULO-IMPACTO.
           PERFORM 0730-GRAVAR-CLIENTE
               VARYING WRK-ORD-IDX FROM 1 BY 1
               UNTIL WRK-ORD-IDX > WRK-ORD-QT
               OR WRK-ORD-IDX > WRK-QT-TOP.

      *A DIFERENCA SEM SINAL SAI DO MOVE DO VALOR COM SINAL PARA O
      *CAMPO SEM SINAL.
       0710-SELECIONAR-CLIENTE.
           COMPUTE WRK-LIN-DELTA = WRK-CLI-PROPOSTO (WRK-CLI-IDX)
               - WRK-CLI-ATUAL (WRK-CLI-IDX).
           MOVE WRK-LIN-DELTA TO WRK-CLI-DIF (WRK-CLI-IDX).
           ADD 1 TO WRK-ORD-QT.
           MOVE WRK-CLI-IDX TO WRK-ORD-POS (WRK-ORD-QT).

      *ORDENACAO POR BOLHA, DIFERENCA DECRESCENTE.
       0720-VARRER-ORDEM.
           COMPUTE WRK-ORD-LIMITE = WRK-ORD-QT - WRK-ORD-IDX.
           PERFORM 0721-COMPARAR-ORDEM
               VARYING WRK-ORD-J FROM 1 BY 1
               UNTIL WRK-ORD-J > WRK-ORD-LIMITE.

       0721-COMPARAR-ORDEM.
           COMPUTE WRK-ORD-J1 = WRK-ORD-J + 1.
           IF WRK-CLI-DIF (WRK-ORD-POS (WRK-ORD-J)) <
               WRK-CLI-DIF (WRK-ORD-POS (WRK-ORD-J1))
               MOVE WRK-ORD-POS (WRK-ORD-J) TO WRK-ORD-TROCA
               MOVE WRK-ORD-POS (WRK-ORD-J1) TO
                   WRK-ORD-POS (WRK-ORD-J)
               MOVE WRK-ORD-TROCA TO WRK-ORD-POS (WRK-ORD-J1)
           END-IF.

       0730-GRAVAR-CLIENTE.
           MOVE WRK-ORD-POS (WRK-ORD-IDX) TO WRK-CLI-POS.
           MOVE WRK-ORD-IDX TO WRK-RANK-ED.
           MOVE SPACES TO WRK-LIN-ROTULO.
           STRING WRK-RANK-ED ' ' WRK-CLI-CLICOD (WRK-CLI-POS) ' '
               WRK-CLI-CLIENTE (WRK-CLI-POS)
               DELIMITED BY SIZE INTO WRK-LIN-ROTULO.
           MOVE WRK-CLI-QTPED (WRK-CLI-POS) TO WRK-LIN-QTPED.
           MOVE WRK-CLI-ATUAL (WRK-CLI-POS) TO WRK-LIN-ATUAL.
           MOVE WRK-CLI-PROPOSTO (WRK-CLI-POS) TO WRK-LIN-PROPOSTO.
           PERFORM 0860-GRAVAR-LINHA-IMPACTO.

      *TOTAL DOS PEDIDOS PELA TABELA, OS PEDIDOS DE CONTRATO (QUE
      *NAO MUDAM) E A RECEITA DE FRETE DO PERIODO NAS DUAS TARIFAS.
       0800-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE '--- TOTAIS ---' TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0850-GRAVAR-TITULO-IMPACTO.
           MOVE 'PEDIDOS PELA TABELA' TO WRK-LIN-ROTULO.
           MOVE WRK-QT-TABELA TO WRK-LIN-QTPED.
           MOVE WRK-TOT-ATUAL TO WRK-LIN-ATUAL.
           MOVE WRK-TOT-PROPOSTO TO WRK-LIN-PROPOSTO.
           PERFORM 0860-GRAVAR-LINHA-IMPACTO.
           MOVE 'PEDIDOS DE CONTRATO (NAO MUDAM)' TO WRK-LIN-ROTULO.
           MOVE WRK-QT-CONTRATO TO WRK-LIN-QTPED.
           MOVE WRK-TOT-CONTRATO TO WRK-LIN-ATUAL.
           MOVE WRK-TOT-CONTRATO TO WRK-LIN-PROPOSTO.
           PERFORM 0860-GRAVAR-LINHA-IMPACTO.
           COMPUTE WRK-REC-ATUAL = WRK-TOT-ATUAL + WRK-TOT-CONTRATO.
           COMPUTE WRK-REC-PROPOSTA =
               WRK-TOT-PROPOSTO + WRK-TOT-CONTRATO.
           MOVE 'RECEITA DE FRETE DO PERIODO' TO WRK-LIN-ROTULO.
           COMPUTE WRK-LIN-QTPED = WRK-QT-TABELA + WRK-QT-CONTRATO.
           MOVE WRK-REC-ATUAL TO WRK-LIN-ATUAL.
           MOVE WRK-REC-PROPOSTA TO WRK-LIN-PROPOSTO.
           PERFORM 0860-GRAVAR-LINHA-IMPACTO.
      *O FRETE COBRADO DOS PEDIDOS PELA TABELA E SO REFERENCIA: A
      *TARIFA ATUAL RECALCULADA PODE DIFERIR DELE QUANDO A TABELA JA
      *MUDOU DEPOIS DA COTACAO.
           MOVE WRK-TOT-COBRADO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'FRETE EFETIVAMENTE COBRADO NOS PEDIDOS PELA '
               'TABELA: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF WRK-QT-SEM-UF > 0
               MOVE WRK-QT-SEM-UF TO WRK-PED-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'PEDIDOS COM UF FORA DO UFTAB (NAO SIMULADOS): '
                   WRK-PED-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.
           COMPUTE WRK-LIN-DELTA = WRK-REC-PROPOSTA - WRK-REC-ATUAL.
           MOVE WRK-LIN-DELTA TO WRK-DELTA-ED.
           DISPLAY 'SIMULADOS ' WRK-QT-TABELA ' PEDIDO(S) PELA '
               'TABELA E ' WRK-QT-CONTRATO ' DE CONTRATO, IMPACTO '
               'NA RECEITA ' WRK-DELTA-ED.

       0850-GRAVAR-TITULO-IMPACTO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '                                   '
               '   PED  TARIFA ATUAL      PROPOSTA'
               '       DIFERENCA     VAR%'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *UMA LINHA DE IMPACTO: ROTULO, PEDIDOS, TARIFA ATUAL, PROPOSTA,
      *DIFERENCA E VARIACAO PERCENTUAL SOBRE A ATUAL.
       0860-GRAVAR-LINHA-IMPACTO.
           COMPUTE WRK-LIN-DELTA = WRK-LIN-PROPOSTO - WRK-LIN-ATUAL.
           IF WRK-LIN-ATUAL > 0
               COMPUTE WRK-LIN-PCT ROUNDED =
                   (WRK-LIN-DELTA * 100) / WRK-LIN-ATUAL
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-LIN-PCT
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WRK-LIN-PCT
           END-IF.
           MOVE WRK-LIN-QTPED TO WRK-PED-ED.
           MOVE WRK-LIN-ATUAL TO WRK-VALOR-ED.
           MOVE WRK-LIN-PROPOSTO TO WRK-VALOR2-ED.
           MOVE WRK-LIN-DELTA TO WRK-DELTA-ED.
           MOVE WRK-LIN-PCT TO WRK-PCT-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-LIN-ROTULO ' ' WRK-PED-ED ' ' WRK-VALOR-ED ' '
               WRK-VALOR2-ED ' ' WRK-DELTA-ED ' ' WRK-PCT-ED
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
