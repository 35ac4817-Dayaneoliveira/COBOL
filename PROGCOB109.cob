       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB109.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : INDICADORES DE TRANSPORTADORA PARA A RECOMENDACAO
      *DO PROGCOB09. A MESA SEMPRE ESCOLHIA A MAIS BARATA E PAGAVA
      *DEPOIS EM ATRASO (PROGCOB50) E SINISTRO (PLACAR DO PROGCOB52).
      *ESTE PROGRAMA REGRAVA O TRPINDIC (VEJA TINREC.CPY) COM, POR
      *TRANSPORTADORA, REGIAO DE DESTINO E MES DA ENTREGA:
      *ENTREGAS, ENTREGAS MEDIDAS (COM DATA PROMETIDA), ENTREGAS NO
      *PRAZO E SINISTROS (OCORRENCIAS DOS PEDIDOS ENTREGUES, LIDOS
      *PELA CHAVE). SO ENTRAM OS ULTIMOS WRK-MESES-MANTIDOS MESES -
      *O PROGCOB09 SOMA DELES OS N MESES CONFIGURADOS NO TRPPESO.
      *O RELATORIO PROGCOB109RPT TRAZ O ACUMULADO DO PERIODO POR
      *TRANSPORTADORA E REGIAO. RODA TODA NOITE, ANTES DAS COTACOES
      *DO DIA SEGUINTE. RC 4 QUANDO NAO HA ENTREGA NO PERIODO, RC 12
      *QUANDO A TABELA ESTOURA (INDICADORES INCOMPLETOS).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MESTRE DE PEDIDOS, INDEXADO PELO NUMERO (VEJA PMSREC.CPY) -
      *VARRIDO EM SEQUENCIA E LIDO PELA CHAVE PARA AS OCORRENCIAS.
           SELECT F-PEDMESTRE ASSIGN TO 'PEDMESTRE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.
      *OCORRENCIAS DE ENTREGA E SINISTROS (PROGCOB52).
           SELECT F-OCORRENCIAS ASSIGN TO 'OCORRENCIAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OCORRENCIAS.
      *INDICADORES MENSAIS POR TRANSPORTADORA E REGIAO (REGRAVADO).
           SELECT F-TRPINDIC ASSIGN TO 'TRPINDIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRPINDIC.
      *RELATORIO DOS INDICADORES, COM CABECALHO E QUEBRA DE PAGINA
      *PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB109RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.

       FD  F-OCORRENCIAS.
       01  REG-OCORRENCIA.
           03 OCO-NUMERO      PIC 9(08).
           03 OCO-SEQ         PIC 9(02).
           03 OCO-TIPO        PIC X(02).
           03 OCO-DATA        PIC 9(08).
           03 OCO-DESCRICAO   PIC X(30).
           03 OCO-VALOR       PIC 9(06)V99.
           03 OCO-SITUACAO    PIC X(01).
           03 OCO-VALOR-RECUP PIC 9(06)V99.
           03 OCO-VALOR-ACEITO PIC 9(06)V99.
           03 OCO-REF-PAGTO    PIC X(10).

       FD  F-TRPINDIC.
           COPY 'TINREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDMESTRE   PIC X(02) VALUE '00'.
       77 WRK-STATUS-OCORRENCIAS PIC X(02) VALUE '00'.
       77 WRK-STATUS-TRPINDIC    PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *JANELA DOS INDICADORES: OS ULTIMOS WRK-MESES-MANTIDOS MESES,
      *CONTANDO O CORRENTE - AJUSTAR AQUI SE O TRPPESO PRECISAR DE
      *MAIS HISTORIA.
       77 WRK-MESES-MANTIDOS PIC 9(02) VALUE 24.
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJE-ANO PIC 9(04).
           03 WRK-HOJE-MES PIC 9(02).
           03 WRK-HOJE-DIA PIC 9(02).
       77 WRK-MES-CONTADOR PIC 9(06) VALUE ZEROS.
       01 WRK-MES-CORTE PIC 9(06) VALUE ZEROS.
       01 WRK-MES-CORTE-R REDEFINES WRK-MES-CORTE.
           03 WRK-CORTE-ANO PIC 9(04).
           03 WRK-CORTE-MES PIC 9(02).
      *TABELA MESTRE DE UF (NOME E REGIAO) - VEJA UFTAB.CPY.
           COPY 'UFTAB.CPY'.
      *INDICADORES POR TRANSPORTADORA + REGIAO + MES.
       77 WRK-IND-MAX PIC 9(04) VALUE 2000.
       77 WRK-IND-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-INDICADORES.
           03 WRK-TAB-IND-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-IND-QT.
               05 WRK-IND-TRANSP    PIC X(03).
               05 WRK-IND-REGIAO    PIC X(12).
               05 WRK-IND-MES       PIC 9(06).
               05 WRK-IND-ENTREGUES PIC 9(05).
               05 WRK-IND-MEDIDAS   PIC 9(05).
               05 WRK-IND-NO-PRAZO  PIC 9(05).
               05 WRK-IND-SINISTROS PIC 9(05).
       77 WRK-IND-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-IND-POS PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ACHOU PIC X(01) VALUE 'N'.
           88 INDICADOR-ACHADO VALUE 'S'.
      *ACUMULADO DO PERIODO POR TRANSPORTADORA + REGIAO (RELATORIO).
       77 WRK-RES-MAX PIC 9(04) VALUE 0200.
       77 WRK-RES-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-RESUMO.
           03 WRK-TAB-RES-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-RES-QT.
               05 WRK-RES-TRANSP    PIC X(03).
               05 WRK-RES-REGIAO    PIC X(12).
               05 WRK-RES-ENTREGUES PIC 9(06).
               05 WRK-RES-MEDIDAS   PIC 9(06).
               05 WRK-RES-NO-PRAZO  PIC 9(06).
               05 WRK-RES-SINISTROS PIC 9(06).
       77 WRK-RES-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-RES-POS PIC 9(04) VALUE ZEROS.
       77 WRK-RES-ACHOU PIC X(01) VALUE 'N'.
           88 RESUMO-ACHADO VALUE 'S'.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
      *CHAVE DO PEDIDO CORRENTE.
       77 WRK-REGIAO-CORRENTE PIC X(12) VALUE SPACES.
       77 WRK-MES-ENTREGA     PIC 9(06) VALUE ZEROS.
      *TOTAIS E CAMPOS EDITADOS.
       77 WRK-TOT-ENTREGUES PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-SINISTROS PIC 9(06) VALUE ZEROS.
       77 WRK-PCT-PRAZO  PIC ZZ9,9.
       77 WRK-PCT-AVARIA PIC ZZ9,9.
       77 WRK-PCT-CALC   PIC 9(03)V9 VALUE ZEROS.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB109'.
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
           MOVE ZEROS TO WRK-IND-QT.
           MOVE ZEROS TO WRK-RES-QT.
           MOVE ZEROS TO WRK-TOT-ENTREGUES.
           MOVE ZEROS TO WRK-TOT-SINISTROS.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-CALCULAR-CORTE.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           PERFORM 0100-ACUMULAR-ENTREGAS.
           PERFORM 0200-ACUMULAR-SINISTROS.
           PERFORM 0300-GRAVAR-INDICADORES.
           IF WRK-TOT-ENTREGUES = 0
               MOVE 'NENHUMA ENTREGA COM TRANSPORTADORA NO PERIODO'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0400-GRAVAR-RESUMO
           END-IF.
           IF TABELA-ESTOUROU
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '*** TABELA DE INDICADORES CHEIA - '
                   'INDICADORES INCOMPLETOS ***'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'INDICADORES GRAVADOS EM TRPINDIC ('
               WRK-IND-QT ' LINHA(S))'.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'DESDE=' WRK-MES-CORTE DELIMITED BY SIZE
               INTO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'LINHAS=' WRK-IND-QT
               ' ENTREGUES=' WRK-TOT-ENTREGUES
               ' SINISTROS=' WRK-TOT-SINISTROS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *PRIMEIRO MES DA JANELA (AAAAMM): MES CORRENTE MENOS
      *WRK-MESES-MANTIDOS - 1, CONTADO EM MESES DESDE O ANO ZERO.
       0050-CALCULAR-CORTE.
           COMPUTE WRK-MES-CONTADOR = (WRK-HOJE-ANO * 12)
               + WRK-HOJE-MES - 1 - (WRK-MESES-MANTIDOS - 1).
           DIVIDE WRK-MES-CONTADOR BY 12 GIVING WRK-CORTE-ANO
               REMAINDER WRK-CORTE-MES.
           ADD 1 TO WRK-CORTE-MES.

      *ENTREGAS: PEDIDOS EM SITUACAO D, COM TRANSPORTADORA E DATA
      *REAL DE ENTREGA DENTRO DA JANELA. A ENTREGA E MEDIDA QUANDO
      *O PEDIDO TEM DATA PROMETIDA, E ESTA NO PRAZO QUANDO A DATA
      *REAL NAO PASSA DELA.
       0100-ACUMULAR-ENTREGAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE NOT = '00'
               DISPLAY 'MESTRE DE PEDIDOS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-PEDIDO UNTIL FIM-ARQ.
           IF WRK-STATUS-PEDMESTRE NOT = '35'
               CLOSE F-PEDMESTRE
           END-IF.

       0110-LER-PEDIDO.
           READ F-PEDMESTRE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PMS-SITUACAO = 'D'
                       AND PMS-TRANSP NOT = SPACES
                       AND PMS-DATA-ENTREGA > 0
                       AND PMS-DATA-ENTREGA (1:6) >= WRK-MES-CORTE
                       PERFORM 0120-ACUMULAR-ENTREGA
                   END-IF
           END-READ.

       0120-ACUMULAR-ENTREGA.
           PERFORM 0150-LOCALIZAR-INDICADOR.
           IF INDICADOR-ACHADO
               ADD 1 TO WRK-IND-ENTREGUES (WRK-IND-POS)
               ADD 1 TO WRK-TOT-ENTREGUES
               IF PMS-DATA-PROMETIDA > 0
                   ADD 1 TO WRK-IND-MEDIDAS (WRK-IND-POS)
                   IF PMS-DATA-ENTREGA NOT > PMS-DATA-PROMETIDA
                       ADD 1 TO WRK-IND-NO-PRAZO (WRK-IND-POS)
                   END-IF
               END-IF
           END-IF.

      *LOCALIZA (OU ABRE) A LINHA TRANSPORTADORA + REGIAO + MES DO
      *PEDIDO CORRENTE. TABELA CHEIA: O PEDIDO FICA DE FORA E A
      *RODADA TERMINA COM RC 12.
       0150-LOCALIZAR-INDICADOR.
           MOVE 'DESCONHECIDA' TO WRK-REGIAO-CORRENTE.
           SEARCH ALL TAB-UF-ITEM
               AT END
                   CONTINUE
               WHEN TAB-UF-COD (TAB-UF-IDX) = PMS-UF
                   MOVE TAB-UF-REGIAO (TAB-UF-IDX) TO
                       WRK-REGIAO-CORRENTE
           END-SEARCH.
           MOVE PMS-DATA-ENTREGA (1:6) TO WRK-MES-ENTREGA.
           MOVE 'N' TO WRK-IND-ACHOU.
           MOVE ZEROS TO WRK-IND-POS.
           PERFORM 0151-COMPARAR-INDICADOR
               VARYING WRK-IND-IDX FROM 1 BY 1
               UNTIL WRK-IND-IDX > WRK-IND-QT OR INDICADOR-ACHADO.
           IF NOT INDICADOR-ACHADO
               IF WRK-IND-QT < WRK-IND-MAX
                   ADD 1 TO WRK-IND-QT
                   MOVE WRK-IND-QT TO WRK-IND-POS
                   MOVE PMS-TRANSP TO WRK-IND-TRANSP (WRK-IND-POS)
                   MOVE WRK-REGIAO-CORRENTE TO
                       WRK-IND-REGIAO (WRK-IND-POS)
                   MOVE WRK-MES-ENTREGA TO WRK-IND-MES (WRK-IND-POS)
                   MOVE ZEROS TO WRK-IND-ENTREGUES (WRK-IND-POS)
                   MOVE ZEROS TO WRK-IND-MEDIDAS (WRK-IND-POS)
                   MOVE ZEROS TO WRK-IND-NO-PRAZO (WRK-IND-POS)
                   MOVE ZEROS TO WRK-IND-SINISTROS (WRK-IND-POS)
                   MOVE 'S' TO WRK-IND-ACHOU
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.

       0151-COMPARAR-INDICADOR.
           IF WRK-IND-TRANSP (WRK-IND-IDX) = PMS-TRANSP
               AND WRK-IND-REGIAO (WRK-IND-IDX) = WRK-REGIAO-CORRENTE
               AND WRK-IND-MES (WRK-IND-IDX) = WRK-MES-ENTREGA
               MOVE 'S' TO WRK-IND-ACHOU
               MOVE WRK-IND-IDX TO WRK-IND-POS
           END-IF.

      *SINISTROS: CADA OCORRENCIA CONTA NA LINHA DO PEDIDO DONO
      *(LIDO PELA CHAVE), SE ELE ENTROU NAS ENTREGAS DA JANELA.
       0200-ACUMULAR-SINISTROS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-OCORRENCIAS.
           IF WRK-STATUS-OCORRENCIAS NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN INPUT F-PEDMESTRE
           END-IF.
           PERFORM 0210-LER-OCORRENCIA UNTIL FIM-ARQ.
           IF WRK-STATUS-OCORRENCIAS NOT = '35'
               CLOSE F-OCORRENCIAS
               IF WRK-STATUS-PEDMESTRE NOT = '35'
                   CLOSE F-PEDMESTRE
               END-IF
           END-IF.

       0210-LER-OCORRENCIA.
           READ F-OCORRENCIAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-STATUS-PEDMESTRE = '00'
                       MOVE OCO-NUMERO TO PMS-NUMERO
                       READ F-PEDMESTRE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 0220-ACUMULAR-SINISTRO
                       END-READ
                   END-IF
           END-READ.

       0220-ACUMULAR-SINISTRO.
           IF PMS-SITUACAO = 'D'
               AND PMS-TRANSP NOT = SPACES
               AND PMS-DATA-ENTREGA > 0
               AND PMS-DATA-ENTREGA (1:6) >= WRK-MES-CORTE
               PERFORM 0150-LOCALIZAR-INDICADOR
               IF INDICADOR-ACHADO
                   ADD 1 TO WRK-IND-SINISTROS (WRK-IND-POS)
                   ADD 1 TO WRK-TOT-SINISTROS
               END-IF
           END-IF.

      *REGRAVA O TRPINDIC INTEIRO A PARTIR DA TABELA.
       0300-GRAVAR-INDICADORES.
           OPEN OUTPUT F-TRPINDIC.
           PERFORM 0310-GRAVAR-LINHA-IND
               VARYING WRK-IND-IDX FROM 1 BY 1
               UNTIL WRK-IND-IDX > WRK-IND-QT.
           CLOSE F-TRPINDIC.

       0310-GRAVAR-LINHA-IND.
           MOVE WRK-IND-TRANSP (WRK-IND-IDX) TO TIN-TRANSP.
           MOVE WRK-IND-REGIAO (WRK-IND-IDX) TO TIN-REGIAO.
           MOVE WRK-IND-MES (WRK-IND-IDX) TO TIN-MES.
           MOVE WRK-IND-ENTREGUES (WRK-IND-IDX) TO TIN-ENTREGUES.
           MOVE WRK-IND-MEDIDAS (WRK-IND-IDX) TO TIN-MEDIDAS.
           MOVE WRK-IND-NO-PRAZO (WRK-IND-IDX) TO TIN-NO-PRAZO.
           MOVE WRK-IND-SINISTROS (WRK-IND-IDX) TO TIN-SINISTROS.
           WRITE REG-TRPINDIC.

      *RELATORIO: ACUMULADO DA JANELA POR TRANSPORTADORA + REGIAO,
      *COM PONTUALIDADE E TAXA DE AVARIA.
       0400-GRAVAR-RESUMO.
           PERFORM 0410-ACUMULAR-RESUMO
               VARYING WRK-IND-IDX FROM 1 BY 1
               UNTIL WRK-IND-IDX > WRK-IND-QT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '--- INDICADORES DE TRANSPORTADORA DESDE '
               WRK-MES-CORTE ' ---'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0420-GRAVAR-LINHA-RESUMO
               VARYING WRK-RES-IDX FROM 1 BY 1
               UNTIL WRK-RES-IDX > WRK-RES-QT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TOTAL: ENTREGUES=' WRK-TOT-ENTREGUES
               ' SINISTROS=' WRK-TOT-SINISTROS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0410-ACUMULAR-RESUMO.
           MOVE 'N' TO WRK-RES-ACHOU.
           MOVE ZEROS TO WRK-RES-POS.
           PERFORM 0411-COMPARAR-RESUMO
               VARYING WRK-RES-IDX FROM 1 BY 1
               UNTIL WRK-RES-IDX > WRK-RES-QT OR RESUMO-ACHADO.
           IF NOT RESUMO-ACHADO
               IF WRK-RES-QT < WRK-RES-MAX
                   ADD 1 TO WRK-RES-QT
                   MOVE WRK-RES-QT TO WRK-RES-POS
                   MOVE WRK-IND-TRANSP (WRK-IND-IDX) TO
                       WRK-RES-TRANSP (WRK-RES-POS)
                   MOVE WRK-IND-REGIAO (WRK-IND-IDX) TO
                       WRK-RES-REGIAO (WRK-RES-POS)
                   MOVE ZEROS TO WRK-RES-ENTREGUES (WRK-RES-POS)
                   MOVE ZEROS TO WRK-RES-MEDIDAS (WRK-RES-POS)
                   MOVE ZEROS TO WRK-RES-NO-PRAZO (WRK-RES-POS)
                   MOVE ZEROS TO WRK-RES-SINISTROS (WRK-RES-POS)
                   MOVE 'S' TO WRK-RES-ACHOU
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.
           IF RESUMO-ACHADO
               ADD WRK-IND-ENTREGUES (WRK-IND-IDX) TO
                   WRK-RES-ENTREGUES (WRK-RES-POS)
               ADD WRK-IND-MEDIDAS (WRK-IND-IDX) TO
                   WRK-RES-MEDIDAS (WRK-RES-POS)
               ADD WRK-IND-NO-PRAZO (WRK-IND-IDX) TO
                   WRK-RES-NO-PRAZO (WRK-RES-POS)
               ADD WRK-IND-SINISTROS (WRK-IND-IDX) TO
                   WRK-RES-SINISTROS (WRK-RES-POS)
           END-IF.

       0411-COMPARAR-RESUMO.
           IF WRK-RES-TRANSP (WRK-RES-IDX) =
               WRK-IND-TRANSP (WRK-IND-IDX)
               AND WRK-RES-REGIAO (WRK-RES-IDX) =
                   WRK-IND-REGIAO (WRK-IND-IDX)
               MOVE 'S' TO WRK-RES-ACHOU
               MOVE WRK-RES-IDX TO WRK-RES-POS
           END-IF.

       0420-GRAVAR-LINHA-RESUMO.
           MOVE ZEROS TO WRK-PCT-CALC.
           IF WRK-RES-MEDIDAS (WRK-RES-IDX) > 0
               COMPUTE WRK-PCT-CALC ROUNDED =
                   (WRK-RES-NO-PRAZO (WRK-RES-IDX) * 100)
                   / WRK-RES-MEDIDAS (WRK-RES-IDX)
           END-IF.
           MOVE WRK-PCT-CALC TO WRK-PCT-PRAZO.
           MOVE ZEROS TO WRK-PCT-CALC.
           IF WRK-RES-ENTREGUES (WRK-RES-IDX) > 0
               COMPUTE WRK-PCT-CALC ROUNDED =
                   (WRK-RES-SINISTROS (WRK-RES-IDX) * 100)
                   / WRK-RES-ENTREGUES (WRK-RES-IDX)
                   ON SIZE ERROR
                       MOVE 999,9 TO WRK-PCT-CALC
               END-COMPUTE
           END-IF.
           MOVE WRK-PCT-CALC TO WRK-PCT-AVARIA.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TRANSP=' WRK-RES-TRANSP (WRK-RES-IDX)
               ' REGIAO=' WRK-RES-REGIAO (WRK-RES-IDX)
               ' ENTREGUES=' WRK-RES-ENTREGUES (WRK-RES-IDX)
               ' MEDIDAS=' WRK-RES-MEDIDAS (WRK-RES-IDX)
               ' NO-PRAZO=' WRK-RES-NO-PRAZO (WRK-RES-IDX)
               ' PCT=' WRK-PCT-PRAZO
               ' SINISTROS=' WRK-RES-SINISTROS (WRK-RES-IDX)
               ' AVARIA=' WRK-PCT-AVARIA '%'
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
