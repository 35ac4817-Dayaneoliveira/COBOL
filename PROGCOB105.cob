       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB105.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : MONITOR MENSAL DOS CONTRATOS DE FRETE (CONTRATOS).
      *O CONTRATO TEM VIGENCIA, MAS NINGUEM VIA QUE ELE TINHA ACABADO
      *ATE O CLIENTE RECLAMAR DE UMA COTACAO NA TARIFA CHEIA. O
      *RELATORIO PROGCOB105RPT TRAZ:
      *  1) OS CONTRATOS QUE TERMINAM NOS PROXIMOS 30/60/90 DIAS, E
      *     OS QUE JA TERMINARAM NOS ULTIMOS 90, COM OS DIAS;
      *  2) PARA CADA CONTRATO EM VIGOR (OU TERMINADO NOS ULTIMOS 90
      *     DIAS), O VOLUME COMPROMETIDO (CTR-VOLUME-COMPR, KG) CONTRA
      *     O VOLUME ENTREGUE DE FATO - PEDIDOS EMBARCADOS OU
      *     ENTREGUES (E/D) DO CLIENTE, NA UF DO CONTRATO (** =
      *     TODAS), DENTRO DA VIGENCIA - E O DESCONTO CONCEDIDO: NOS
      *     PEDIDOS COTADOS PELO CONTRATO (PMS-FONTE-TAXA = C), A
      *     DIFERENCA ENTRE O FRETE PELA TABELA DE UF E O FRETE PELO
      *     PERCENTUAL DO CONTRATO.
      *E O QUE A GERENCIA LEVA PARA A RENOVACAO DO CONTRATO.
      *O CLIENTE DO CONTRATO E O NOME (CTR-CLIENTE); O CODIGO VEM DO
      *CLIMEST PELA RAZAO SOCIAL, E O PEDIDO CASA PELO PMS-CLICOD
      *(PEDIDO ANTIGO SEM CODIGO CASA PELO NOME). COMO NO PROGCOB09,
      *SE MAIS DE UM CONTRATO SERVE AO PEDIDO, VALE O ULTIMO DO
      *ARQUIVO. OS DIAS SAO CONTADOS NO CALENDARIO COMERCIAL (ANO
      *360/MES 30, O CRITERIO DA CASA).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CONTRATOS DE FRETE NEGOCIADOS POR CLIENTE (O MESMO DO
      *PROGCOB09).
           SELECT F-CONTRATOS ASSIGN TO 'CONTRATOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTRATOS.
      *CADASTRO MESTRE DE CLIENTES - CODIGO DO CLIENTE DO CONTRATO.
      *INDEXADO PELO CODIGO (VEJA CLIREC.CPY).
           SELECT F-CLIMEST ASSIGN TO 'CLIMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-STATUS-CLIMEST.
      *MESTRE DE PEDIDOS, INDEXADO PELO NUMERO (VEJA PMSREC.CPY).
           SELECT F-PEDMESTRE ASSIGN TO 'PEDMESTRE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.
      *RELATORIO DO MONITOR DE CONTRATOS, COM CABECALHO E QUEBRA DE
      *PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB105RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CONTRATOS.
       01  REG-CONTRATO.
           03 CTR-CLIENTE      PIC X(20).
           03 CTR-UF           PIC X(02).
           03 CTR-PERC         PIC 9(01)V99.
           03 CTR-VALIDADE-INI PIC 9(08).
           03 CTR-VALIDADE-FIM PIC 9(08).
           03 CTR-VOLUME-COMPR PIC 9(07).

       FD  F-CLIMEST.
           COPY 'CLIREC.CPY'.

       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CONTRATOS PIC X(02) VALUE '00'.
       77 WRK-STATUS-CLIMEST   PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *JANELA DO MONITOR, EM DIAS: AVISO DE FIM DE VIGENCIA PARA A
      *FRENTE E CONTRATO TERMINADO AINDA ACOMPANHADO PARA TRAS.
       77 WRK-JANELA PIC 9(03) VALUE 090.
      *DATA DE REFERENCIA (ZERO = HOJE) NO CALENDARIO COMERCIAL.
       01 WRK-DATA-REF PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-REF-R REDEFINES WRK-DATA-REF.
           03 WRK-REF-ANO PIC 9(04).
           03 WRK-REF-MES PIC 9(02).
           03 WRK-REF-DIA PIC 9(02).
       77 WRK-DIAS-REF PIC 9(07) VALUE ZEROS.
      *DATA GENERICA CONVERTIDA PARA DIAS COMERCIAIS.
       01 WRK-DATA-CALC PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           03 WRK-CAL-ANO PIC 9(04).
           03 WRK-CAL-MES PIC 9(02).
           03 WRK-CAL-DIA PIC 9(02).
       77 WRK-DIAS-CALC PIC 9(07) VALUE ZEROS.
      *TABELA EM MEMORIA DOS CONTRATOS, NA ORDEM DO ARQUIVO.
       77 WRK-TCT-MAX PIC 9(03) VALUE 200.
       77 WRK-TCT-QT  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-IGNORADOS PIC 9(05) VALUE ZEROS.
       01 WRK-TAB-CONTRATOS.
           03 WRK-TAB-TCT-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TCT-QT.
               05 WRK-TCT-CLIENTE  PIC X(20).
               05 WRK-TCT-UF       PIC X(02).
               05 WRK-TCT-PERC     PIC 9(01)V99.
               05 WRK-TCT-INI      PIC 9(08).
               05 WRK-TCT-FIM      PIC 9(08).
               05 WRK-TCT-VOLUME   PIC 9(07).
               05 WRK-TCT-CLICOD   PIC 9(06).
               05 WRK-TCT-DIAS-INI PIC 9(07).
               05 WRK-TCT-DIAS-FIM PIC 9(07).
      *    S = ENTRA NO ACOMPANHAMENTO DE VOLUME (EM VIGOR OU
      *    TERMINADO DENTRO DA JANELA).
               05 WRK-TCT-MONITORA PIC X(01).
               05 WRK-TCT-QT-PED   PIC 9(05).
               05 WRK-TCT-PESO     PIC 9(09)V99.
               05 WRK-TCT-VALOR    PIC 9(09)V99.
               05 WRK-TCT-FRETE    PIC 9(09)V99.
               05 WRK-TCT-DESCONTO PIC 9(09)V99.
       77 WRK-TCT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TCT-POS PIC 9(03) VALUE ZEROS.
      *FAIXAS DO AVISO DE FIM DE VIGENCIA (30/60/90 DIAS).
       77 WRK-FAIXA-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-FAIXA-DE  PIC 9(03) VALUE ZEROS.
       77 WRK-FAIXA-ATE PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-DIF  PIC 9(07) VALUE ZEROS.
      *DESCONTO DO PEDIDO CORRENTE.
       77 WRK-TAXA-TABELA PIC 9(01)V99 VALUE ZEROS.
       77 WRK-DESC-PEDIDO PIC 9(07)V99 VALUE ZEROS.
      *PERCENTUAIS DO ACOMPANHAMENTO.
       77 WRK-PCT-ATINGIDO PIC 9(05)V9 VALUE ZEROS.
       77 WRK-PCT-DECORRIDO PIC 9(03)V9 VALUE ZEROS.
       77 WRK-DIAS-DECORRIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VIGENCIA   PIC 9(07) VALUE ZEROS.
       77 WRK-SITUACAO-CTR PIC X(08) VALUE SPACES.
      *TOTAIS.
       77 WRK-QT-A-VENCER  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VENCIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MONITORADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ABAIXO    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-DESCONTO PIC 9(10)V99 VALUE ZEROS.
      *CAMPOS EDITADOS PARA O RELATORIO.
       77 WRK-DIAS-ED     PIC ZZZ9.
       77 WRK-PERC-ED     PIC 9,99.
       77 WRK-KG-ED       PIC ZZZZZZZZ9,99.
       77 WRK-VOLUME-ED   PIC ZZZZZZ9.
       77 WRK-VALOR-ED    PIC ZZZZZZZZ9,99.
       77 WRK-PCT-ED      PIC ZZZZ9,9.
       77 WRK-PCT2-ED     PIC ZZ9,9.
       77 WRK-TOTDESC-ED  PIC ZZZZZZZZZ9,99.
      *TABELA DE UF COM O PERCENTUAL DE FRETE PADRAO (VEJA
      *UFTAB.CPY).
           COPY 'UFTAB.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB105'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
      *ESTE PROGRAMA PODE SER CHAMADO VARIAS VEZES PELO MENU SEM
      *CANCEL, ENTAO A PAGINACAO, A TABELA E OS TOTAIS VOLTAM AO
      *ESTADO INICIAL A CADA CHAMADA.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE ZEROS TO WRK-TCT-QT.
           MOVE ZEROS TO WRK-QT-IGNORADOS.
           MOVE ZEROS TO WRK-QT-A-VENCER.
           MOVE ZEROS TO WRK-QT-VENCIDOS.
           MOVE ZEROS TO WRK-QT-MONITORADOS.
           MOVE ZEROS TO WRK-QT-ABAIXO.
           MOVE ZEROS TO WRK-TOT-DESCONTO.
           DISPLAY 'DATA DE REFERENCIA AAAAMMDD (0 = HOJE)........ '.
           ACCEPT WRK-DATA-REF.
           IF WRK-DATA-REF IS NOT NUMERIC OR WRK-DATA-REF = ZEROS
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WRK-DIAS-REF = (WRK-REF-ANO * 360)
               + (WRK-REF-MES * 30) + WRK-REF-DIA.
           PERFORM 0100-CARREGAR-CONTRATOS.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           IF WRK-TCT-QT = 0
               MOVE 'NENHUM CONTRATO DE FRETE CADASTRADO'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0150-BUSCAR-CODIGOS
               PERFORM 0200-ACUMULAR-PEDIDOS
               PERFORM 0300-GRAVAR-VENCIMENTOS
               PERFORM 0400-GRAVAR-VOLUMES
               PERFORM 0500-GRAVAR-TOTAL-GERAL
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'REF=' WRK-DATA-REF DELIMITED BY SIZE
               INTO WRK-AUD-ENTRADA.
           STRING 'CONTRATOS=' WRK-TCT-QT
               ' A-VENCER=' WRK-QT-A-VENCER
               ' ABAIXO=' WRK-QT-ABAIXO
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *CARREGA OS CONTRATOS E MARCA OS QUE ENTRAM NO ACOMPANHAMENTO
      *DE VOLUME (JA COMECARAM E NAO TERMINARAM HA MAIS DE
      *WRK-JANELA DIAS).
       0100-CARREGAR-CONTRATOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CONTRATOS.
           IF WRK-STATUS-CONTRATOS NOT = '00'
               DISPLAY 'ARQUIVO CONTRATOS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-CONTRATO UNTIL FIM-ARQ.
           IF WRK-STATUS-CONTRATOS NOT = '35'
               CLOSE F-CONTRATOS
           END-IF.
           IF WRK-QT-IGNORADOS > 0
               DISPLAY 'TABELA DE CONTRATOS CHEIA, IGNORADOS: '
                   WRK-QT-IGNORADOS
           END-IF.

       0110-LER-CONTRATO.
           READ F-CONTRATOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-TCT-QT < WRK-TCT-MAX
                       PERFORM 0120-GUARDAR-CONTRATO
                   ELSE
                       ADD 1 TO WRK-QT-IGNORADOS
                   END-IF
           END-READ.

       0120-GUARDAR-CONTRATO.
           ADD 1 TO WRK-TCT-QT.
           MOVE WRK-TCT-QT TO WRK-TCT-POS.
           MOVE CTR-CLIENTE TO WRK-TCT-CLIENTE (WRK-TCT-POS).
           MOVE CTR-UF TO WRK-TCT-UF (WRK-TCT-POS).
           MOVE CTR-PERC TO WRK-TCT-PERC (WRK-TCT-POS).
           MOVE CTR-VALIDADE-INI TO WRK-TCT-INI (WRK-TCT-POS).
           MOVE CTR-VALIDADE-FIM TO WRK-TCT-FIM (WRK-TCT-POS).
      *CONTRATO ANTIGO, GRAVADO ANTES DO VOLUME COMPROMETIDO, VEM
      *COM O CAMPO EM BRANCO: CONTA COMO SEM COMPROMISSO.
           IF CTR-VOLUME-COMPR IS NUMERIC
               MOVE CTR-VOLUME-COMPR TO WRK-TCT-VOLUME (WRK-TCT-POS)
           ELSE
               MOVE ZEROS TO WRK-TCT-VOLUME (WRK-TCT-POS)
           END-IF.
           MOVE ZEROS TO WRK-TCT-CLICOD (WRK-TCT-POS).
           MOVE CTR-VALIDADE-INI TO WRK-DATA-CALC.
           PERFORM 0130-CALC-DIAS.
           MOVE WRK-DIAS-CALC TO WRK-TCT-DIAS-INI (WRK-TCT-POS).
           MOVE CTR-VALIDADE-FIM TO WRK-DATA-CALC.
           PERFORM 0130-CALC-DIAS.
           MOVE WRK-DIAS-CALC TO WRK-TCT-DIAS-FIM (WRK-TCT-POS).
           MOVE 'N' TO WRK-TCT-MONITORA (WRK-TCT-POS).
           IF WRK-TCT-DIAS-INI (WRK-TCT-POS) <= WRK-DIAS-REF
               AND WRK-TCT-DIAS-FIM (WRK-TCT-POS) + WRK-JANELA
                   >= WRK-DIAS-REF
               MOVE 'S' TO WRK-TCT-MONITORA (WRK-TCT-POS)
           END-IF.
           MOVE ZEROS TO WRK-TCT-QT-PED (WRK-TCT-POS).
           MOVE ZEROS TO WRK-TCT-PESO (WRK-TCT-POS).
           MOVE ZEROS TO WRK-TCT-VALOR (WRK-TCT-POS).
           MOVE ZEROS TO WRK-TCT-FRETE (WRK-TCT-POS).
           MOVE ZEROS TO WRK-TCT-DESCONTO (WRK-TCT-POS).

       0130-CALC-DIAS.
           IF WRK-DATA-CALC IS NOT NUMERIC
               MOVE ZEROS TO WRK-DATA-CALC
           END-IF.
           COMPUTE WRK-DIAS-CALC = (WRK-CAL-ANO * 360)
               + (WRK-CAL-MES * 30) + WRK-CAL-DIA.

      *CODIGO DO CLIENTE DE CADA CONTRATO, PELA RAZAO SOCIAL DO
      *CLIMEST. SEM CADASTRO, O CONTRATO FICA COM CODIGO ZERO E
      *CASA OS PEDIDOS SO PELO NOME.
       0150-BUSCAR-CODIGOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CLIMEST.
           IF WRK-STATUS-CLIMEST NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0160-LER-CLIENTE UNTIL FIM-ARQ.
           IF WRK-STATUS-CLIMEST NOT = '35'
               CLOSE F-CLIMEST
           END-IF.

       0160-LER-CLIENTE.
           READ F-CLIMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM 0170-MARCAR-CODIGO
                       VARYING WRK-TCT-IDX FROM 1 BY 1
                       UNTIL WRK-TCT-IDX > WRK-TCT-QT
           END-READ.

       0170-MARCAR-CODIGO.
           IF WRK-TCT-CLIENTE (WRK-TCT-IDX) = CLI-RAZAO
               MOVE CLI-CODIGO TO WRK-TCT-CLICOD (WRK-TCT-IDX)
           END-IF.

      *UMA PASSADA NO MESTRE: CADA PEDIDO EMBARCADO OU ENTREGUE
      *SOMA NO ULTIMO CONTRATO ACOMPANHADO QUE SERVE A ELE.
       0200-ACUMULAR-PEDIDOS.
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
           READ F-PEDMESTRE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PMS-SITUACAO = 'E' OR PMS-SITUACAO = 'D'
                       PERFORM 0220-TRATAR-PEDIDO
                   END-IF
           END-READ.

       0220-TRATAR-PEDIDO.
           MOVE ZEROS TO WRK-TCT-POS.
           PERFORM 0230-COMPARAR-CONTRATO
               VARYING WRK-TCT-IDX FROM 1 BY 1
               UNTIL WRK-TCT-IDX > WRK-TCT-QT.
           IF WRK-TCT-POS > 0
               ADD 1 TO WRK-TCT-QT-PED (WRK-TCT-POS)
               ADD PMS-PESO-FRETE TO WRK-TCT-PESO (WRK-TCT-POS)
               ADD PMS-VALOR TO WRK-TCT-VALOR (WRK-TCT-POS)
               ADD PMS-FRETE TO WRK-TCT-FRETE (WRK-TCT-POS)
               IF PMS-FONTE-TAXA = 'C'
                   PERFORM 0240-CALC-DESCONTO
               END-IF
           END-IF.

      *O CLIENTE CASA PELO CODIGO QUANDO O CONTRATO E O PEDIDO TEM
      *CODIGO; SENAO, PELO NOME.
       0230-COMPARAR-CONTRATO.
           IF WRK-TCT-MONITORA (WRK-TCT-IDX) = 'S'
               AND (WRK-TCT-UF (WRK-TCT-IDX) = PMS-UF
                   OR WRK-TCT-UF (WRK-TCT-IDX) = '**')
               AND PMS-DATA >= WRK-TCT-INI (WRK-TCT-IDX)
               AND PMS-DATA <= WRK-TCT-FIM (WRK-TCT-IDX)
               IF WRK-TCT-CLICOD (WRK-TCT-IDX) > 0
                   AND PMS-CLICOD IS NUMERIC AND PMS-CLICOD > 0
                   IF PMS-CLICOD = WRK-TCT-CLICOD (WRK-TCT-IDX)
                       MOVE WRK-TCT-IDX TO WRK-TCT-POS
                   END-IF
               ELSE
                   IF PMS-CLIENTE = WRK-TCT-CLIENTE (WRK-TCT-IDX)
                       MOVE WRK-TCT-IDX TO WRK-TCT-POS
                   END-IF
               END-IF
           END-IF.

      *DESCONTO DO PEDIDO = VALOR X (PERCENTUAL DA TABELA DE UF -
      *PERCENTUAL DO CONTRATO), A MESMA CONTA DO FRETE BASE DO
      *PROGCOB09. CONTRATO ACIMA DA TABELA NAO DA DESCONTO.
       0240-CALC-DESCONTO.
           MOVE ZEROS TO WRK-TAXA-TABELA.
           SEARCH ALL TAB-UF-ITEM
               AT END
                   CONTINUE
               WHEN TAB-UF-COD (TAB-UF-IDX) = PMS-UF
                   MOVE TAB-UF-FRETE (TAB-UF-IDX) TO WRK-TAXA-TABELA
           END-SEARCH.
           IF WRK-TAXA-TABELA > WRK-TCT-PERC (WRK-TCT-POS)
               COMPUTE WRK-DESC-PEDIDO ROUNDED = PMS-VALOR *
                   (WRK-TAXA-TABELA - WRK-TCT-PERC (WRK-TCT-POS))
               ADD WRK-DESC-PEDIDO TO WRK-TCT-DESCONTO (WRK-TCT-POS)
           END-IF.

      *SECAO 1: CONTRATOS POR FAIXA DE FIM DE VIGENCIA (ATE 30, 31
      *A 60 E 61 A 90 DIAS) E OS JA TERMINADOS DENTRO DA JANELA.
       0300-GRAVAR-VENCIMENTOS.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '--- CONTRATOS A VENCER (REFERENCIA '
               WRK-DATA-REF ') ---'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0310-GRAVAR-FAIXA
               VARYING WRK-FAIXA-IDX FROM 1 BY 1
               UNTIL WRK-FAIXA-IDX > 3.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE '--- CONTRATOS JA TERMINADOS (ULTIMOS 90 DIAS) ---'
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0330-GRAVAR-VENCIDO
               VARYING WRK-TCT-IDX FROM 1 BY 1
               UNTIL WRK-TCT-IDX > WRK-TCT-QT.

       0310-GRAVAR-FAIXA.
           COMPUTE WRK-FAIXA-ATE = WRK-FAIXA-IDX * 30.
           COMPUTE WRK-FAIXA-DE = WRK-FAIXA-ATE - 29.
           IF WRK-FAIXA-IDX = 1
               MOVE ZEROS TO WRK-FAIXA-DE
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'VENCEM EM ATE ' WRK-FAIXA-ATE ' DIAS:'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0320-GRAVAR-A-VENCER
               VARYING WRK-TCT-IDX FROM 1 BY 1
               UNTIL WRK-TCT-IDX > WRK-TCT-QT.

       0320-GRAVAR-A-VENCER.
           IF WRK-TCT-DIAS-FIM (WRK-TCT-IDX) >= WRK-DIAS-REF
               COMPUTE WRK-DIAS-DIF =
                   WRK-TCT-DIAS-FIM (WRK-TCT-IDX) - WRK-DIAS-REF
               IF WRK-DIAS-DIF >= WRK-FAIXA-DE
                   AND WRK-DIAS-DIF <= WRK-FAIXA-ATE
                   ADD 1 TO WRK-QT-A-VENCER
                   MOVE 'RESTAM' TO WRK-SITUACAO-CTR
                   PERFORM 0340-GRAVAR-LINHA-VIGENCIA
               END-IF
           END-IF.

       0330-GRAVAR-VENCIDO.
           IF WRK-TCT-DIAS-FIM (WRK-TCT-IDX) < WRK-DIAS-REF
               COMPUTE WRK-DIAS-DIF =
                   WRK-DIAS-REF - WRK-TCT-DIAS-FIM (WRK-TCT-IDX)
               IF WRK-DIAS-DIF <= WRK-JANELA
                   ADD 1 TO WRK-QT-VENCIDOS
                   MOVE 'HA' TO WRK-SITUACAO-CTR
                   PERFORM 0340-GRAVAR-LINHA-VIGENCIA
               END-IF
           END-IF.

       0340-GRAVAR-LINHA-VIGENCIA.
           MOVE WRK-DIAS-DIF TO WRK-DIAS-ED.
           MOVE WRK-TCT-PERC (WRK-TCT-IDX) TO WRK-PERC-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '  ' WRK-TCT-CLIENTE (WRK-TCT-IDX)
               ' COD=' WRK-TCT-CLICOD (WRK-TCT-IDX)
               ' UF=' WRK-TCT-UF (WRK-TCT-IDX)
               ' PERC=' WRK-PERC-ED
               ' VIGENCIA ' WRK-TCT-INI (WRK-TCT-IDX)
               ' A ' WRK-TCT-FIM (WRK-TCT-IDX)
               ' ' WRK-SITUACAO-CTR WRK-DIAS-ED ' DIAS'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *SECAO 2: VOLUME COMPROMETIDO X ENTREGUE E DESCONTO CONCEDIDO
      *DE CADA CONTRATO ACOMPANHADO. O PERCENTUAL DECORRIDO DA
      *VIGENCIA MOSTRA SE O VOLUME ESTA NO RITMO DO COMPROMISSO.
       0400-GRAVAR-VOLUMES.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE '--- VOLUME COMPROMETIDO X ENTREGUE ---'
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0410-GRAVAR-VOLUME
               VARYING WRK-TCT-IDX FROM 1 BY 1
               UNTIL WRK-TCT-IDX > WRK-TCT-QT.

       0410-GRAVAR-VOLUME.
           IF WRK-TCT-MONITORA (WRK-TCT-IDX) = 'S'
               PERFORM 0420-CALC-PERCENTUAIS
               PERFORM 0430-GRAVAR-LINHAS-VOLUME
           END-IF.

       0420-CALC-PERCENTUAIS.
           ADD 1 TO WRK-QT-MONITORADOS.
           ADD WRK-TCT-DESCONTO (WRK-TCT-IDX) TO WRK-TOT-DESCONTO.
           MOVE ZEROS TO WRK-PCT-ATINGIDO.
           IF WRK-TCT-VOLUME (WRK-TCT-IDX) > 0
               COMPUTE WRK-PCT-ATINGIDO ROUNDED =
                   (WRK-TCT-PESO (WRK-TCT-IDX) * 100)
                   / WRK-TCT-VOLUME (WRK-TCT-IDX)
           END-IF.
           COMPUTE WRK-DIAS-VIGENCIA = WRK-TCT-DIAS-FIM (WRK-TCT-IDX)
               - WRK-TCT-DIAS-INI (WRK-TCT-IDX).
           IF WRK-TCT-DIAS-FIM (WRK-TCT-IDX) < WRK-DIAS-REF
               MOVE WRK-DIAS-VIGENCIA TO WRK-DIAS-DECORRIDOS
               MOVE 'TERMINOU' TO WRK-SITUACAO-CTR
           ELSE
               COMPUTE WRK-DIAS-DECORRIDOS = WRK-DIAS-REF
                   - WRK-TCT-DIAS-INI (WRK-TCT-IDX)
               MOVE 'EM VIGOR' TO WRK-SITUACAO-CTR
           END-IF.
           MOVE 100 TO WRK-PCT-DECORRIDO.
           IF WRK-DIAS-VIGENCIA > 0
               COMPUTE WRK-PCT-DECORRIDO ROUNDED =
                   (WRK-DIAS-DECORRIDOS * 100) / WRK-DIAS-VIGENCIA
           END-IF.
      *ABAIXO DO RITMO: COM COMPROMISSO, ENTREGOU MENOS DO QUE A
      *PARTE DA VIGENCIA JA CORRIDA.
           IF WRK-TCT-VOLUME (WRK-TCT-IDX) > 0
               AND WRK-PCT-ATINGIDO < WRK-PCT-DECORRIDO
               ADD 1 TO WRK-QT-ABAIXO
           END-IF.

       0430-GRAVAR-LINHAS-VOLUME.
           MOVE WRK-TCT-PERC (WRK-TCT-IDX) TO WRK-PERC-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-TCT-CLIENTE (WRK-TCT-IDX)
               ' COD=' WRK-TCT-CLICOD (WRK-TCT-IDX)
               ' UF=' WRK-TCT-UF (WRK-TCT-IDX)
               ' PERC=' WRK-PERC-ED
               ' VIGENCIA ' WRK-TCT-INI (WRK-TCT-IDX)
               ' A ' WRK-TCT-FIM (WRK-TCT-IDX)
               ' ' WRK-SITUACAO-CTR
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-TCT-VOLUME (WRK-TCT-IDX) TO WRK-VOLUME-ED.
           MOVE WRK-TCT-PESO (WRK-TCT-IDX) TO WRK-KG-ED.
           MOVE WRK-PCT-ATINGIDO TO WRK-PCT-ED.
           MOVE WRK-PCT-DECORRIDO TO WRK-PCT2-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF WRK-TCT-VOLUME (WRK-TCT-IDX) > 0
               STRING '    KG COMPROMETIDO=' WRK-VOLUME-ED
                   ' ENTREGUE=' WRK-KG-ED
                   ' ATINGIDO=' WRK-PCT-ED '%'
                   ' VIGENCIA DECORRIDA=' WRK-PCT2-ED '%'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               STRING '    SEM VOLUME COMPROMETIDO - ENTREGUE='
                   WRK-KG-ED ' KG'
                   ' VIGENCIA DECORRIDA=' WRK-PCT2-ED '%'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-TCT-VALOR (WRK-TCT-IDX) TO WRK-VALOR-ED.
           MOVE WRK-TCT-DESCONTO (WRK-TCT-IDX) TO WRK-KG-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '    PEDIDOS=' WRK-TCT-QT-PED (WRK-TCT-IDX)
               ' VALOR=' WRK-VALOR-ED
               ' DESCONTO CONCEDIDO=' WRK-KG-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0500-GRAVAR-TOTAL-GERAL.
           MOVE WRK-TOT-DESCONTO TO WRK-TOTDESC-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TOTAL: CONTRATOS=' WRK-TCT-QT
               ' A VENCER=' WRK-QT-A-VENCER
               ' TERMINADOS=' WRK-QT-VENCIDOS
               ' ACOMPANHADOS=' WRK-QT-MONITORADOS
               ' ABAIXO DO RITMO=' WRK-QT-ABAIXO
               ' DESCONTO CONCEDIDO=' WRK-TOTDESC-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           DISPLAY 'CONTRATOS A VENCER EM 90 DIAS: ' WRK-QT-A-VENCER
               ' - ABAIXO DO VOLUME: ' WRK-QT-ABAIXO.

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
