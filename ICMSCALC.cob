       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICMSCALC.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : SUB-ROTINA COMUM DE ICMS, NO MESMO ESPIRITO DO
      *PRCCALC.cob. O CHAMADOR PASSA A FILIAL QUE TOMOU O PEDIDO, A
      *UF DE DESTINO E A BASE (MERCADORIA + FRETE, EM REAIS); A
      *ROTINA PROCURA A UF DA FILIAL NO FILMEST (UF DE ORIGEM), A
      *ALIQUOTA DO PAR ORIGEM X DESTINO NO ICMSTAB (PROGCOB112) E
      *DEVOLVE A UF DE ORIGEM, A ALIQUOTA E O IMPOSTO = BASE X
      *ALIQUOTA / 100.
      *FILIAL SEM UF NO CADASTRO USA A UF DA MATRIZ (01); MATRIZ
      *SEM UF USA SP, ONDE A EMPRESA ESTA, COM AVISO NO CONSOLE.
      *PAR FORA DA TABELA USA A REGRA DA CASA, COM AVISO: OPERACAO
      *DENTRO DO ESTADO 18%; SAIDA DO SUL/SUDESTE (MENOS O ES) PARA
      *NORTE, NORDESTE, CENTRO-OESTE OU ES 7%; DEMAIS 12%.
      *ANTES NENHUM PROGRAMA CALCULAVA ICMS E A CONTABILIDADE
      *REFAZIA O IMPOSTO A MAO PELA LISTA DE FATURAS TODO MES.
      *VEJA ICMCALL.CPY PARA OS CAMPOS DO CHAMADOR.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CADASTRO MESTRE DE FILIAIS (MANTIDO PELO PROGCOB90).
           SELECT F-FILMEST ASSIGN TO 'FILMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILMEST.
      *TABELA DE ALIQUOTAS DE ICMS (MANTIDA PELO PROGCOB112).
           SELECT F-ICMSTAB ASSIGN TO 'ICMSTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ICMSTAB.

       DATA DIVISION.
       FILE SECTION.
       FD  F-FILMEST.
       01  REG-FILMEST.
           03 FIL-CODIGO PIC 9(02).
           03 FIL-NOME   PIC X(20).
           03 FIL-UF     PIC X(02).

       FD  F-ICMSTAB.
           COPY 'ICTREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-FILMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-ICMSTAB PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-FILIAL PIC 9(02) VALUE ZEROS.
      *UF DA FILIAL DO PEDIDO E DA MATRIZ, COMO LIDAS NO FILMEST.
       77 WRK-UF-FILIAL PIC X(02) VALUE SPACES.
       77 WRK-UF-MATRIZ PIC X(02) VALUE SPACES.
      *UF ONDE A EMPRESA ESTA, PARA QUANDO NEM A MATRIZ TEM UF.
       77 WRK-UF-CASA PIC X(02) VALUE 'SP'.
       77 WRK-REGIAO-ORIG PIC X(12) VALUE SPACES.
       77 WRK-REGIAO-DEST PIC X(12) VALUE SPACES.
      *TABELA MESTRE DE UF, PARA A REGIAO DA REGRA DA CASA.
           COPY 'UFTAB.CPY'.

       LINKAGE SECTION.
       01 LK-ICM-FILIAL  PIC 9(02).
       01 LK-ICM-UF-DEST PIC X(02).
       01 LK-ICM-BASE    PIC 9(08)V99.
       01 LK-ICM-UF-ORIG PIC X(02).
       01 LK-ICM-ALIQ    PIC 9(02)V99.
       01 LK-ICM-VALOR   PIC 9(08)V99.
       01 LK-ICM-RESULT  PIC X(01).

       PROCEDURE DIVISION USING LK-ICM-FILIAL LK-ICM-UF-DEST
           LK-ICM-BASE LK-ICM-UF-ORIG LK-ICM-ALIQ LK-ICM-VALOR
           LK-ICM-RESULT.
       0001-PRINCIPAL.
           MOVE 'P' TO LK-ICM-RESULT.
           MOVE ZEROS TO LK-ICM-ALIQ.
           MOVE ZEROS TO LK-ICM-VALOR.
           IF LK-ICM-FILIAL IS NOT NUMERIC OR LK-ICM-FILIAL = ZEROS
               MOVE 01 TO WRK-FILIAL
           ELSE
               MOVE LK-ICM-FILIAL TO WRK-FILIAL
           END-IF.
           PERFORM 0100-BUSCAR-UF-ORIGEM.
           PERFORM 0200-BUSCAR-ALIQUOTA.
           IF LK-ICM-RESULT = 'P'
               PERFORM 0300-REGRA-DA-CASA
               DISPLAY 'ICMS ' LK-ICM-UF-ORIG '-' LK-ICM-UF-DEST
                   ' FORA DO ICMSTAB, ALIQUOTA DA CASA '
                   LK-ICM-ALIQ
           END-IF.
           IF LK-ICM-BASE IS NUMERIC
               COMPUTE LK-ICM-VALOR ROUNDED =
                   LK-ICM-BASE * LK-ICM-ALIQ / 100
                   ON SIZE ERROR
                       DISPLAY 'ICMS DA BASE ' LK-ICM-BASE
                           ' NAO CABE NO CAMPO'
                       MOVE ZEROS TO LK-ICM-VALOR
                       MOVE 'E' TO LK-ICM-RESULT
               END-COMPUTE
           END-IF.
           GOBACK.

      *UF DE ORIGEM = A DA FILIAL NO FILMEST; SEM UF (OU FILIAL FORA
      *DO CADASTRO), A DA MATRIZ; SEM NENHUMA, A DA CASA.
       0100-BUSCAR-UF-ORIGEM.
           MOVE SPACES TO WRK-UF-FILIAL.
           MOVE SPACES TO WRK-UF-MATRIZ.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FILMEST.
           IF WRK-STATUS-FILMEST NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-FILIAL UNTIL FIM-ARQ.
           IF WRK-STATUS-FILMEST NOT = '35'
               CLOSE F-FILMEST
           END-IF.
           EVALUATE TRUE
               WHEN WRK-UF-FILIAL NOT = SPACES
                   MOVE WRK-UF-FILIAL TO LK-ICM-UF-ORIG
               WHEN WRK-UF-MATRIZ NOT = SPACES
                   MOVE WRK-UF-MATRIZ TO LK-ICM-UF-ORIG
               WHEN OTHER
                   MOVE WRK-UF-CASA TO LK-ICM-UF-ORIG
                   DISPLAY 'FILIAL ' WRK-FILIAL ' E MATRIZ SEM UF NO '
                       'FILMEST, ORIGEM DO ICMS = ' WRK-UF-CASA
           END-EVALUATE.

       0110-LER-FILIAL.
           READ F-FILMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FIL-CODIGO = WRK-FILIAL
                       MOVE FIL-UF TO WRK-UF-FILIAL
                   END-IF
                   IF FIL-CODIGO = 01
                       MOVE FIL-UF TO WRK-UF-MATRIZ
                   END-IF
           END-READ.

      *PROCURA O PAR ORIGEM X DESTINO NA TABELA (A ULTIMA LINHA DO
      *PAR VALE). SEM ARQUIVO OU SEM LINHA, RESULTADO CONTINUA P.
       0200-BUSCAR-ALIQUOTA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ICMSTAB.
           IF WRK-STATUS-ICMSTAB NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0210-LER-ALIQUOTA UNTIL FIM-ARQ.
           IF WRK-STATUS-ICMSTAB NOT = '35'
               CLOSE F-ICMSTAB
           END-IF.

       0210-LER-ALIQUOTA.
           READ F-ICMSTAB
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF ICT-UF-ORIG = LK-ICM-UF-ORIG
                       AND ICT-UF-DEST = LK-ICM-UF-DEST
                       AND ICT-ALIQ IS NUMERIC
                       MOVE ICT-ALIQ TO LK-ICM-ALIQ
                       MOVE 'S' TO LK-ICM-RESULT
                   END-IF
           END-READ.

      *REGRA DA CASA PARA O PAR FORA DA TABELA, PELA REGIAO DAS
      *DUAS UF NA TABELA MESTRE DE UF.
       0300-REGRA-DA-CASA.
           MOVE SPACES TO WRK-REGIAO-ORIG.
           MOVE SPACES TO WRK-REGIAO-DEST.
           SEARCH ALL TAB-UF-ITEM
               AT END
                   MOVE SPACES TO WRK-REGIAO-ORIG
               WHEN TAB-UF-COD (TAB-UF-IDX) = LK-ICM-UF-ORIG
                   MOVE TAB-UF-REGIAO (TAB-UF-IDX) TO WRK-REGIAO-ORIG
           END-SEARCH.
           SEARCH ALL TAB-UF-ITEM
               AT END
                   MOVE SPACES TO WRK-REGIAO-DEST
               WHEN TAB-UF-COD (TAB-UF-IDX) = LK-ICM-UF-DEST
                   MOVE TAB-UF-REGIAO (TAB-UF-IDX) TO WRK-REGIAO-DEST
           END-SEARCH.
           EVALUATE TRUE
               WHEN LK-ICM-UF-ORIG = LK-ICM-UF-DEST
                   MOVE 18,00 TO LK-ICM-ALIQ
               WHEN (WRK-REGIAO-ORIG = 'SUL'
                       OR WRK-REGIAO-ORIG = 'SUDESTE')
                   AND LK-ICM-UF-ORIG NOT = 'ES'
                   AND (WRK-REGIAO-DEST = 'NORTE'
                       OR WRK-REGIAO-DEST = 'NORDESTE'
                       OR WRK-REGIAO-DEST = 'CENTRO-OESTE'
                       OR LK-ICM-UF-DEST = 'ES')
                   MOVE 07,00 TO LK-ICM-ALIQ
               WHEN OTHER
                   MOVE 12,00 TO LK-ICM-ALIQ
           END-EVALUATE.
