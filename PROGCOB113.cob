       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB113.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LIVRO DE APURACAO MENSAL DE ICMS POR UF, PARA A
      *ENTREGA DA GUIA. A CONTABILIDADE REFAZIA O IMPOSTO A MAO PELA
      *LISTA DE FATURAS TODO MES; AGORA O FATURAMENTO (PROGCOB55)
      *GRAVA O ICMS DE CADA PEDIDO NO DIARIO ICMSMOV (VEJA
      *ICMREC.CPY) E ESTE PROGRAMA LISTA, NO MES INFORMADO (AAAAMM,
      *BRANCO = MES ANTERIOR):
      *  1) O DETALHE: CADA PEDIDO FATURADO, COM FATURA, FILIAL, UF DE
      *     ORIGEM E DE DESTINO, BASE, ALIQUOTA, IMPOSTO E A FONTE DA
      *     ALIQUOTA (S = TABELA ICMSTAB, P = REGRA DA CASA - OS P SAO
      *     OS PARES QUE O FISCAL DEVE CADASTRAR NO PROGCOB112);
      *  2) O RESUMO POR PAR UF DE ORIGEM X UF DE DESTINO E ALIQUOTA;
      *  3) O TOTAL A RECOLHER POR UF DE ORIGEM (O ESTADO DO
      *     ESTABELECIMENTO QUE DEVE O IMPOSTO) E O TOTAL GERAL, QUE
      *     BATE COM A ORIGEM ICMS LANCADA NO MES PELO PROGCOB66.
      *RC 4 QUANDO O MES NAO TEM NENHUM ICMS, RC 12 QUANDO UMA
      *TABELA ESTOURA (RESUMO INCOMPLETO).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DIARIO DE ICMS DAS FATURAS (GRAVADO PELO PROGCOB55).
           SELECT F-ICMSMOV ASSIGN TO 'ICMSMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ICMSMOV.
      *LIVRO DE APURACAO, COM CABECALHO E QUEBRA DE PAGINA PADRAO
      *(VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB113RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ICMSMOV.
           COPY 'ICMREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ICMSMOV PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *PERIODO DO LIVRO.
       01 WRK-MES-RELATORIO PIC X(06) VALUE SPACES.
       01 WRK-MES-RELATORIO-R REDEFINES WRK-MES-RELATORIO.
           03 WRK-REL-ANO PIC 9(04).
           03 WRK-REL-MES PIC 9(02).
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
       77 WRK-DATA-INI PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
      *RESUMO POR PAR ORIGEM X DESTINO E ALIQUOTA, MANTIDO EM ORDEM
      *NA INCLUSAO (UM PAR NOVO ENTRA NA POSICAO DELE).
       77 WRK-PAR-MAX PIC 9(03) VALUE 300.
       77 WRK-PAR-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-PARES.
           03 WRK-TAB-PAR-ITEM OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-PAR-QT.
               05 WRK-PAR-CHAVE.
                   07 WRK-PAR-ORIG PIC X(02).
                   07 WRK-PAR-DEST PIC X(02).
                   07 WRK-PAR-ALIQ PIC 9(02)V99.
               05 WRK-PAR-QT-PED PIC 9(05).
               05 WRK-PAR-BASE   PIC 9(10)V99.
               05 WRK-PAR-ICMS   PIC 9(10)V99.
       77 WRK-PAR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PAR-POS PIC 9(03) VALUE ZEROS.
       01 WRK-PAR-CHAVE-BUSCA.
           03 WRK-BUS-ORIG PIC X(02).
           03 WRK-BUS-DEST PIC X(02).
           03 WRK-BUS-ALIQ PIC 9(02)V99.
       77 WRK-PAR-ACHOU PIC X(01) VALUE 'N'.
           88 PAR-ACHADO VALUE 'S'.
      *TOTAL A RECOLHER POR UF DE ORIGEM (27 UF CABEM).
       77 WRK-UFO-MAX PIC 9(02) VALUE 30.
       77 WRK-UFO-QT  PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-UF-ORIGEM.
           03 WRK-TAB-UFO-ITEM OCCURS 1 TO 30 TIMES
                   DEPENDING ON WRK-UFO-QT.
               05 WRK-UFO-UF     PIC X(02).
               05 WRK-UFO-QT-PED PIC 9(05).
               05 WRK-UFO-BASE   PIC 9(10)V99.
               05 WRK-UFO-ICMS   PIC 9(10)V99.
       77 WRK-UFO-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-UFO-POS PIC 9(02) VALUE ZEROS.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
      *TOTAIS DO MES.
       77 WRK-TOT-QT-PED PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-BASE   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ICMS   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-CASA    PIC 9(06) VALUE ZEROS.
      *CAMPOS EDITADOS.
       77 WRK-DATA-ED  PIC 9999/99/99.
       77 WRK-ALIQ-ED  PIC Z9,99.
       77 WRK-BASE-ED  PIC ZZZZZZZZZ9,99.
       77 WRK-ICMS-ED  PIC ZZZZZZZZZ9,99.
       77 WRK-PED-ED   PIC ZZZZZ9.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB113'.
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
           MOVE ZEROS TO WRK-PAR-QT.
           MOVE ZEROS TO WRK-UFO-QT.
           MOVE ZEROS TO WRK-TOT-QT-PED.
           MOVE ZEROS TO WRK-TOT-BASE.
           MOVE ZEROS TO WRK-TOT-ICMS.
           MOVE ZEROS TO WRK-QT-CASA.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           DISPLAY 'MES DO LIVRO DE ICMS AAAAMM (BRANCO = MES '
               'ANTERIOR).. '.
           ACCEPT WRK-MES-RELATORIO.
           PERFORM 0050-DEFINIR-PERIODO.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'LIVRO DE APURACAO DE ICMS - MES '
               WRK-MES-RELATORIO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'DATA       FATURA PEDIDO   FIL ORIG DEST'
               '          BASE  ALIQ          ICMS FONTE'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0100-LER-DIARIO.
           IF WRK-TOT-QT-PED = 0
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'NENHUM ICMS APURADO NO MES '
                   WRK-MES-RELATORIO
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0300-GRAVAR-RESUMO-PARES
               PERFORM 0400-GRAVAR-RESUMO-ORIGEM
           END-IF.
           IF TABELA-ESTOUROU
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '*** TABELA DE PARES OU DE UF CHEIA - '
                   'RESUMO INCOMPLETO ***'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'TABELA CHEIA, RESUMO INCOMPLETO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'LIVRO DE ICMS DO MES ' WRK-MES-RELATORIO ': '
               WRK-TOT-QT-PED ' PEDIDO(S), ICMS ' WRK-TOT-ICMS.
           IF WRK-QT-CASA > 0
               DISPLAY '*** ATENCAO: ' WRK-QT-CASA ' PEDIDO(S) COM '
                   'ALIQUOTA DA CASA - CADASTRAR OS PARES NO '
                   'PROGCOB112 ***'
           END-IF.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'MES=' WRK-MES-RELATORIO
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'PEDIDOS=' WRK-TOT-QT-PED
               ' ICMS=' WRK-TOT-ICMS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *MES INVALIDO OU EM BRANCO = MES ANTERIOR AO CORRENTE.
       0050-DEFINIR-PERIODO.
           IF WRK-MES-RELATORIO IS NOT NUMERIC
               OR WRK-MES-RELATORIO = '000000'
               OR WRK-REL-MES < 01 OR WRK-REL-MES > 12
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               IF WRK-HOJ-MES = 01
                   COMPUTE WRK-REL-ANO = WRK-HOJ-ANO - 1
                   MOVE 12 TO WRK-REL-MES
               ELSE
                   MOVE WRK-HOJ-ANO TO WRK-REL-ANO
                   COMPUTE WRK-REL-MES = WRK-HOJ-MES - 1
               END-IF
           END-IF.
           COMPUTE WRK-DATA-INI = (WRK-REL-ANO * 10000)
               + (WRK-REL-MES * 100) + 01.
           COMPUTE WRK-DATA-FIM = (WRK-REL-ANO * 10000)
               + (WRK-REL-MES * 100) + 31.

      *LE O DIARIO: CADA LINHA DO MES SAI NO DETALHE E ACUMULA NO
      *PAR E NA UF DE ORIGEM.
       0100-LER-DIARIO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ICMSMOV.
           IF WRK-STATUS-ICMSMOV NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-ICMS UNTIL FIM-ARQ.
           IF WRK-STATUS-ICMSMOV NOT = '35'
               CLOSE F-ICMSMOV
           END-IF.

       0110-LER-ICMS.
           READ F-ICMSMOV
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF ICM-DATA NOT < WRK-DATA-INI
                       AND ICM-DATA NOT > WRK-DATA-FIM
                       PERFORM 0120-TRATAR-ICMS
                   END-IF
           END-READ.

       0120-TRATAR-ICMS.
           ADD 1 TO WRK-TOT-QT-PED.
           ADD ICM-BASE TO WRK-TOT-BASE.
           ADD ICM-VALOR TO WRK-TOT-ICMS.
           IF ICM-FONTE = 'P'
               ADD 1 TO WRK-QT-CASA
           END-IF.
           MOVE ICM-DATA TO WRK-DATA-ED.
           MOVE ICM-ALIQ TO WRK-ALIQ-ED.
           MOVE ICM-BASE TO WRK-BASE-ED.
           MOVE ICM-VALOR TO WRK-ICMS-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-DATA-ED ' ' ICM-FATURA ' ' ICM-PEDIDO
               ' ' ICM-FILIAL '  ' ICM-UF-ORIG '   ' ICM-UF-DEST
               '   ' WRK-BASE-ED ' ' WRK-ALIQ-ED ' ' WRK-ICMS-ED
               '   ' ICM-FONTE
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE ICM-UF-ORIG TO WRK-BUS-ORIG.
           MOVE ICM-UF-DEST TO WRK-BUS-DEST.
           MOVE ICM-ALIQ TO WRK-BUS-ALIQ.
           PERFORM 0200-LOCALIZAR-PAR.
           IF WRK-PAR-POS > 0
               ADD 1 TO WRK-PAR-QT-PED (WRK-PAR-POS)
               ADD ICM-BASE TO WRK-PAR-BASE (WRK-PAR-POS)
               ADD ICM-VALOR TO WRK-PAR-ICMS (WRK-PAR-POS)
           END-IF.
           PERFORM 0250-LOCALIZAR-UF-ORIGEM.
           IF WRK-UFO-POS > 0
               ADD 1 TO WRK-UFO-QT-PED (WRK-UFO-POS)
               ADD ICM-BASE TO WRK-UFO-BASE (WRK-UFO-POS)
               ADD ICM-VALOR TO WRK-UFO-ICMS (WRK-UFO-POS)
           END-IF.

      *PROCURA O PAR NA TABELA ORDENADA; PAR NOVO ENTRA NA POSICAO
      *DELE (OS MAIORES DESLOCAM UMA CASA). TABELA CHEIA, POSICAO
      *ZERO E O PAR FICA SO NO DETALHE.
       0200-LOCALIZAR-PAR.
           MOVE 'N' TO WRK-PAR-ACHOU.
           MOVE ZEROS TO WRK-PAR-POS.
           PERFORM 0210-COMPARAR-PAR
               VARYING WRK-PAR-IDX FROM 1 BY 1
               UNTIL WRK-PAR-IDX > WRK-PAR-QT OR WRK-PAR-POS > 0.
           IF NOT PAR-ACHADO
               IF WRK-PAR-QT < WRK-PAR-MAX
                   IF WRK-PAR-POS = 0
                       COMPUTE WRK-PAR-POS = WRK-PAR-QT + 1
                   END-IF
                   ADD 1 TO WRK-PAR-QT
                   PERFORM 0220-DESLOCAR-PAR
                       VARYING WRK-PAR-IDX FROM WRK-PAR-QT BY -1
                       UNTIL WRK-PAR-IDX <= WRK-PAR-POS
                   MOVE WRK-PAR-CHAVE-BUSCA TO
                       WRK-PAR-CHAVE (WRK-PAR-POS)
                   MOVE ZEROS TO WRK-PAR-QT-PED (WRK-PAR-POS)
                   MOVE ZEROS TO WRK-PAR-BASE (WRK-PAR-POS)
                   MOVE ZEROS TO WRK-PAR-ICMS (WRK-PAR-POS)
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
                   MOVE ZEROS TO WRK-PAR-POS
               END-IF
           END-IF.

      *PARA NO PRIMEIRO PAR IGUAL (ACHOU) OU MAIOR (POSICAO DO NOVO).
       0210-COMPARAR-PAR.
           IF WRK-PAR-CHAVE (WRK-PAR-IDX) = WRK-PAR-CHAVE-BUSCA
               MOVE 'S' TO WRK-PAR-ACHOU
               MOVE WRK-PAR-IDX TO WRK-PAR-POS
           ELSE
               IF WRK-PAR-CHAVE (WRK-PAR-IDX) > WRK-PAR-CHAVE-BUSCA
                   MOVE WRK-PAR-IDX TO WRK-PAR-POS
               END-IF
           END-IF.

       0220-DESLOCAR-PAR.
           MOVE WRK-TAB-PAR-ITEM (WRK-PAR-IDX - 1) TO
               WRK-TAB-PAR-ITEM (WRK-PAR-IDX).

      *TOTAL POR UF DE ORIGEM (NA ORDEM EM QUE APARECEM).
       0250-LOCALIZAR-UF-ORIGEM.
           MOVE ZEROS TO WRK-UFO-POS.
           PERFORM 0260-COMPARAR-UF
               VARYING WRK-UFO-IDX FROM 1 BY 1
               UNTIL WRK-UFO-IDX > WRK-UFO-QT OR WRK-UFO-POS > 0.
           IF WRK-UFO-POS = 0
               IF WRK-UFO-QT < WRK-UFO-MAX
                   ADD 1 TO WRK-UFO-QT
                   MOVE WRK-UFO-QT TO WRK-UFO-POS
                   MOVE ICM-UF-ORIG TO WRK-UFO-UF (WRK-UFO-POS)
                   MOVE ZEROS TO WRK-UFO-QT-PED (WRK-UFO-POS)
                   MOVE ZEROS TO WRK-UFO-BASE (WRK-UFO-POS)
                   MOVE ZEROS TO WRK-UFO-ICMS (WRK-UFO-POS)
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.

       0260-COMPARAR-UF.
           IF WRK-UFO-UF (WRK-UFO-IDX) = ICM-UF-ORIG
               MOVE WRK-UFO-IDX TO WRK-UFO-POS
           END-IF.

      *RESUMO POR PAR ORIGEM X DESTINO E ALIQUOTA.
       0300-GRAVAR-RESUMO-PARES.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'RESUMO POR UF DE ORIGEM X UF DE DESTINO'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'ORIG DEST  ALIQ PEDIDOS          BASE          ICMS'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0310-GRAVAR-PAR
               VARYING WRK-PAR-IDX FROM 1 BY 1
               UNTIL WRK-PAR-IDX > WRK-PAR-QT.

       0310-GRAVAR-PAR.
           MOVE WRK-PAR-ALIQ (WRK-PAR-IDX) TO WRK-ALIQ-ED.
           MOVE WRK-PAR-QT-PED (WRK-PAR-IDX) TO WRK-PED-ED.
           MOVE WRK-PAR-BASE (WRK-PAR-IDX) TO WRK-BASE-ED.
           MOVE WRK-PAR-ICMS (WRK-PAR-IDX) TO WRK-ICMS-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-PAR-ORIG (WRK-PAR-IDX) '   '
               WRK-PAR-DEST (WRK-PAR-IDX) '   ' WRK-ALIQ-ED ' '
               WRK-PED-ED ' ' WRK-BASE-ED ' ' WRK-ICMS-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *TOTAL A RECOLHER POR UF DE ORIGEM E TOTAL GERAL DO MES.
       0400-GRAVAR-RESUMO-ORIGEM.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'ICMS A RECOLHER POR UF DE ORIGEM'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'UF   PEDIDOS          BASE          ICMS'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0410-GRAVAR-UF
               VARYING WRK-UFO-IDX FROM 1 BY 1
               UNTIL WRK-UFO-IDX > WRK-UFO-QT.
           MOVE WRK-TOT-QT-PED TO WRK-PED-ED.
           MOVE WRK-TOT-BASE TO WRK-BASE-ED.
           MOVE WRK-TOT-ICMS TO WRK-ICMS-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TOTAL ' WRK-PED-ED ' ' WRK-BASE-ED ' ' WRK-ICMS-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0410-GRAVAR-UF.
           MOVE WRK-UFO-QT-PED (WRK-UFO-IDX) TO WRK-PED-ED.
           MOVE WRK-UFO-BASE (WRK-UFO-IDX) TO WRK-BASE-ED.
           MOVE WRK-UFO-ICMS (WRK-UFO-IDX) TO WRK-ICMS-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-UFO-UF (WRK-UFO-IDX) '    ' WRK-PED-ED ' '
               WRK-BASE-ED ' ' WRK-ICMS-ED
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
