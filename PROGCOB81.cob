      *MATERIAL COM OS METROS QUADRADOS TOTAIS E O CUSTO ESTIMADO -
      *O GRANITO PASSA A SER COMPRADO UMA VEZ POR SEMANA, NAO
      *CINCO.
      *A MESMA CONSOLIDACAO SAI TAMBEM NO ARQUIVO LISTACOMP (UMA
      *LINHA POR MATERIAL, JA COM A PERDA), DE ONDE O PROGCOB93
      *MONTA OS RASCUNHOS DE PEDIDO DE COMPRA POR FORNECEDOR.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ORCAMENTOS DE MATERIAL GRAVADOS PELO PROGCOB11 (VEJA
      *ORCREC.CPY) - O RECUSADO PELO CLIENTE NAO ENTRA NA COMPRA.
           SELECT F-ORCAMAT ASSIGN TO 'ORCAMAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCAMAT.
           SELECT F-PERDACFG ASSIGN TO 'PERDACFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERDACFG.
      *LISTA DE COMPRAS EM ARQUIVO, PARA OS RASCUNHOS DE PEDIDO DE
      *COMPRA DO PROGCOB93 (REFEITA A CADA RODADA).
           SELECT F-LISTACOMP ASSIGN TO 'LISTACOMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LISTACOMP.
      *LISTA DE COMPRAS, COM CABECALHO E QUEBRA DE PAGINA PADRAO
      *(VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB81RPT'
       DATA DIVISION.
       FILE SECTION.
       FD  F-ORCAMAT.
           COPY 'ORCREC.CPY'.

       FD  F-PERDACFG.
       01  REG-PERDACFG.
           03 PDA-MATERIAL PIC X(04).
           03 PDA-PERC     PIC 9(02).

       FD  F-LISTACOMP.
       01  REG-LISTACOMP.
           03 LCP-MATERIAL PIC X(04).
           03 LCP-M2       PIC 9(08)V99.
           03 LCP-CUSTO    PIC 9(09)V99.
           03 LCP-DATA     PIC 9(08).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ORCAMAT  PIC X(02) VALUE '00'.
       77 WRK-STATUS-PERDACFG PIC X(02) VALUE '00'.
       77 WRK-STATUS-LISTACOMP PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *FILTRO DE DATA INICIAL DA SEMANA (AAAAMMDD, ZERO = TUDO).
           PERFORM 0100-CONSOLIDAR-ORCAMENTOS.
           PERFORM 0300-APLICAR-PERDAS.
           OPEN OUTPUT F-RELATORIO.
           OPEN OUTPUT F-LISTACOMP.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           IF WRK-MAT-QT = 0
               MOVE 'NENHUM ORCAMENTO NO PERIODO'
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           CLOSE F-LISTACOMP.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'MATERIAIS=' WRK-MAT-QT DELIMITED BY SIZE
               INTO WRK-AUD-SAIDA.
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE ORC-DATA-HORA (1:8) TO WRK-ORC-DATA
                   IF (WRK-DATA-INICIO = ZEROS
                       OR WRK-ORC-DATA >= WRK-DATA-INICIO)
                       AND NOT ORC-RECUSADO
                       PERFORM 0200-ACUMULAR-MATERIAL
                   END-IF
           END-READ.
               ' CUSTO-ESTIMADO=' WRK-CUSTO-COM-PERDA
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-MAT-CODIGO (WRK-MAT-IDX) TO LCP-MATERIAL.
           MOVE WRK-AREA-COM-PERDA TO LCP-M2.
           MOVE WRK-CUSTO-COM-PERDA TO LCP-CUSTO.
           MOVE WRK-RPT-DATA-HOJE TO LCP-DATA.
           WRITE REG-LISTACOMP.

      *MONTA E GRAVA O CABECALHO PADRAO DO RELATORIO (PROGRAMA, DATA E
      *PAGINA), ZERANDO O CONTADOR DE LINHA DA PAGINA NOVA (VEJA
