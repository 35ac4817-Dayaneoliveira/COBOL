       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB95.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : KARDEX DE ESTOQUE. O ARQUIVO ESTOQUE SO GUARDA O
      *SALDO ATUAL - QUANDO O SALDO NAO BATIA COM A PRATELEIRA NAO
      *HAVIA COMO SABER QUEM O MOVEU. DESDE O ARQUIVO DE MOVIMENTOS
      *ESTMOVTO (GRAVADO PELO ESTOQMOV E PELA ENTRADA DO PROGCOB54)
      *ESTE RELATORIO MOSTRA, POR PRODUTO E PARA QUALQUER PERIODO:
      *  - O SALDO DE ABERTURA (SALDO GRAVADO NO ULTIMO MOVIMENTO
      *    ANTERIOR AO PERIODO; SEM MOVIMENTO ANTERIOR, O SALDO DO
      *    PRIMEIRO MOVIMENTO DO PERIODO DESFEITO DA SUA QUANTIDADE);
      *  - CADA MOVIMENTO (DATA/HORA, TIPO, QUANTIDADE, ORIGEM,
      *    REFERENCIA E OPERADOR) COM O SALDO CORRIDO;
      *  - O SALDO DE FECHAMENTO E OS TOTAIS DE ENTRADA, BAIXA E
      *    AJUSTE DE INVENTARIO (SOBRA S / FALTA F, DO PROGCOB96).
      *O SALDO CORRIDO E CONFERIDO CONTRA O SALDO GRAVADO EM CADA
      *MOVIMENTO: DIFERENCA QUER DIZER SALDO ALTERADO POR FORA DO
      *ARQUIVO DE MOVIMENTOS - A LINHA E MARCADA, O CORRIDO SEGUE
      *DO SALDO GRAVADO E A RODADA TERMINA COM RETURN-CODE 4.
      *O DETALHE E CLASSIFICADO POR PRODUTO, DATA E HORA (SORT, COMO
      *NO PROGCOB70) E LIDO NUMA PASSADA COM QUEBRA POR PRODUTO.
      *COM O ESTOQUE POR FILIAL O SALDO GRAVADO NO MOVIMENTO E O DA
      *FILIAL, ENTAO A QUEBRA E POR PRODUTO E FILIAL (MOVIMENTO
      *ANTIGO, SEM FILIAL, E DA MATRIZ) E PODE-SE FILTRAR UMA FILIAL.
      *A SAIDA (T) E A CHEGADA (R) DE TRANSFERENCIA ENTRE FILIAIS
      *(PROGCOB99) TEM TOTAL PROPRIO.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MOVIMENTOS DE ESTOQUE (GRAVADOS PELO ESTOQMOV E PELO PROGCOB54).
           SELECT F-ESTMOVTO ASSIGN TO 'ESTMOVTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTMOVTO.
      *MOVIMENTOS CLASSIFICADOS POR PRODUTO, FILIAL, DATA E HORA.
           SELECT F-ESTMOVORD ASSIGN TO 'ESTMOVORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESTMOVORD.
           SELECT F-SORTWK ASSIGN TO 'SORTWK'.
      *RELATORIO DO KARDEX, COM CABECALHO E QUEBRA DE PAGINA PADRAO
      *(VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB95RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  F-ESTMOVORD.
       01  REG-ESTMOVORD.
           03 MVO-DATA     PIC 9(08).
           03 MVO-HORA     PIC 9(06).
           03 MVO-PRODUTO  PIC X(20).
           03 MVO-TIPO     PIC X(01).
      *ENTRADA, SOBRA DE INVENTARIO E CHEGADA DE TRANSFERENCIA
      *SOMAM; BAIXA, FALTA E SAIDA DE TRANSFERENCIA SUBTRAEM.
               88 MVO-SOMA VALUE 'E' 'S' 'R'.
           03 MVO-QTD      PIC 9(06).
           03 MVO-SALDO    PIC S9(06).
           03 MVO-ORIGEM   PIC X(10).
           03 MVO-REF      PIC X(12).
           03 MVO-OPERADOR PIC X(20).
           03 MVO-CUSTO    PIC 9(06)V99.
           03 MVO-FILIAL   PIC X(02).
           03 MVO-CUSTO-ENT PIC 9(06)V99.

       SD  F-SORTWK.
       01  REG-SORTWK.
           03 SRT-DATA     PIC 9(08).
           03 SRT-HORA     PIC 9(06).
           03 SRT-PRODUTO  PIC X(20).
           03 SRT-TIPO     PIC X(01).
           03 SRT-QTD      PIC 9(06).
           03 SRT-SALDO    PIC S9(06).
           03 SRT-ORIGEM   PIC X(10).
           03 SRT-REF      PIC X(12).
           03 SRT-OPERADOR PIC X(20).
           03 SRT-CUSTO    PIC 9(06)V99.
           03 SRT-FILIAL   PIC X(02).
           03 SRT-CUSTO-ENT PIC 9(06)V99.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ESTMOVTO  PIC X(02) VALUE '00'.
       77 WRK-STATUS-ESTMOVORD PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *FILTROS DA RODADA.
       77 WRK-PRODUTO      PIC X(20) VALUE SPACES.
       77 WRK-DATA-INICIAL PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FINAL   PIC 9(08) VALUE ZEROS.
       77 WRK-FILIAL       PIC 9(02) VALUE ZEROS.
      *FILIAL DO MOVIMENTO LIDO (BRANCO = MATRIZ).
       77 WRK-MVO-FILIAL   PIC 9(02) VALUE ZEROS.
      *QUEBRA DA PASSADA ORDENADA (UM PRODUTO/FILIAL POR VEZ).
       77 WRK-QBR-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-QBR-FILIAL  PIC 9(02) VALUE ZEROS.
       77 WRK-QBR-ANTERIOR PIC X(01) VALUE 'N'.
           88 TEM-MOV-ANTERIOR VALUE 'S'.
       77 WRK-QBR-ABERTO PIC X(01) VALUE 'N'.
           88 KARDEX-ABERTO VALUE 'S'.
       77 WRK-QBR-SALDO-INI PIC S9(07) VALUE ZEROS.
       77 WRK-QBR-CORRIDO   PIC S9(07) VALUE ZEROS.
       77 WRK-QBR-ENTRADAS  PIC 9(07) VALUE ZEROS.
       77 WRK-QBR-BAIXAS    PIC 9(07) VALUE ZEROS.
       77 WRK-QBR-AJUSTES   PIC S9(07) VALUE ZEROS.
       77 WRK-QBR-TRANSF    PIC S9(07) VALUE ZEROS.
      *TOTAIS DA RODADA.
       77 WRK-QT-PRODUTOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MOVIMENTOS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-DIVERGE   PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-ED     PIC -(6)9 VALUE ZEROS.
       77 WRK-SALDO-MOV-ED PIC -(6)9 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC Z(6)9 VALUE ZEROS.
       77 WRK-TOTAL2-ED    PIC Z(6)9 VALUE ZEROS.
       77 WRK-TRANSF-ED    PIC -(6)9 VALUE ZEROS.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB95'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           DISPLAY 'PRODUTO (BRANCO = TODOS).. '.
           ACCEPT WRK-PRODUTO.
           DISPLAY 'FILIAL (0 = TODAS).. '.
           ACCEPT WRK-FILIAL.
           DISPLAY 'DATA INICIAL AAAAMMDD (0=DESDE O INICIO).. '.
           ACCEPT WRK-DATA-INICIAL.
           DISPLAY 'DATA FINAL AAAAMMDD (0=HOJE).. '.
           ACCEPT WRK-DATA-FINAL.
           IF WRK-DATA-FINAL = ZEROS
               ACCEPT WRK-DATA-FINAL FROM DATE YYYYMMDD
           END-IF.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE ZEROS TO WRK-QT-PRODUTOS.
           MOVE ZEROS TO WRK-QT-MOVIMENTOS.
           MOVE ZEROS TO WRK-QT-DIVERGE.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '--- KARDEX DE ESTOQUE  PERIODO ' WRK-DATA-INICIAL
               ' A ' WRK-DATA-FINAL ' ---'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
      *SEM ARQUIVO DE MOVIMENTOS NAO HA O QUE CLASSIFICAR.
           OPEN INPUT F-ESTMOVTO.
           IF WRK-STATUS-ESTMOVTO NOT = '00'
               MOVE 'SEM ARQUIVO DE MOVIMENTOS (ESTMOVTO)' TO
                   WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 4 TO RETURN-CODE
           ELSE
               CLOSE F-ESTMOVTO
               SORT F-SORTWK
                   ON ASCENDING KEY SRT-PRODUTO SRT-FILIAL
                       SRT-DATA SRT-HORA
                   WITH DUPLICATES IN ORDER
                   USING F-ESTMOVTO
                   GIVING F-ESTMOVORD
               PERFORM 0100-PASSADA-ORDENADA
               IF WRK-QT-PRODUTOS = 0
                   MOVE 'NENHUM PRODUTO COM MOVIMENTO NO FILTRO' TO
                       WRK-RPT-LINHA-TXT
                   PERFORM 0910-GRAVAR-LINHA-RPT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'PRODUTOS=' WRK-QT-PRODUTOS
               ' MOVIMENTOS=' WRK-QT-MOVIMENTOS
               ' DIVERGENCIAS=' WRK-QT-DIVERGE
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           IF WRK-QT-DIVERGE > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'KARDEX GRAVADO EM PROGCOB95RPT (' WRK-QT-PRODUTOS
               ' PRODUTO(S), ' WRK-QT-DIVERGE ' DIVERGENCIA(S))'.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'PRODUTO=' WRK-PRODUTO
               ' FILIAL=' WRK-FILIAL
               ' DE=' WRK-DATA-INICIAL ' ATE=' WRK-DATA-FINAL
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'PRODUTOS=' WRK-QT-PRODUTOS
               ' MOVIMENTOS=' WRK-QT-MOVIMENTOS
               ' DIVERGENCIAS=' WRK-QT-DIVERGE
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *PASSADA UNICA PELOS MOVIMENTOS ORDENADOS, COM QUEBRA POR
      *PRODUTO E FILIAL. O MOVIMENTO ANTIGO, SEM FILIAL, CLASSIFICA
      *ANTES DO '01' E CAI NO MESMO GRUPO DA MATRIZ. MOVIMENTO APOS
      *A DATA FINAL E IGNORADO; ANTES DA DATA INICIAL SO ALIMENTA O
      *SALDO DE ABERTURA.
       0100-PASSADA-ORDENADA.
           MOVE SPACES TO WRK-QBR-PRODUTO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ESTMOVORD.
           IF WRK-STATUS-ESTMOVORD NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-ESTMOVORD UNTIL FIM-ARQ.
           IF WRK-QBR-PRODUTO NOT = SPACES
               PERFORM 0140-FECHAR-PRODUTO
           END-IF.
           IF WRK-STATUS-ESTMOVORD NOT = '35'
               CLOSE F-ESTMOVORD
           END-IF.

       0110-LER-ESTMOVORD.
           READ F-ESTMOVORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MVO-FILIAL IS NUMERIC AND MVO-FILIAL NOT = '00'
                       MOVE MVO-FILIAL TO WRK-MVO-FILIAL
                   ELSE
                       MOVE 01 TO WRK-MVO-FILIAL
                   END-IF
                   IF (WRK-PRODUTO = SPACES
                       OR MVO-PRODUTO = WRK-PRODUTO)
                       AND (WRK-FILIAL = ZEROS
                       OR WRK-MVO-FILIAL = WRK-FILIAL)
                       AND MVO-DATA NOT > WRK-DATA-FINAL
                       PERFORM 0120-TRATAR-MOVIMENTO
                   END-IF
           END-READ.

       0120-TRATAR-MOVIMENTO.
           IF MVO-PRODUTO NOT = WRK-QBR-PRODUTO
               OR WRK-MVO-FILIAL NOT = WRK-QBR-FILIAL
               IF WRK-QBR-PRODUTO NOT = SPACES
                   PERFORM 0140-FECHAR-PRODUTO
               END-IF
               MOVE MVO-PRODUTO TO WRK-QBR-PRODUTO
               MOVE WRK-MVO-FILIAL TO WRK-QBR-FILIAL
               MOVE 'N' TO WRK-QBR-ANTERIOR
               MOVE 'N' TO WRK-QBR-ABERTO
               MOVE ZEROS TO WRK-QBR-SALDO-INI
               MOVE ZEROS TO WRK-QBR-ENTRADAS
               MOVE ZEROS TO WRK-QBR-BAIXAS
               MOVE ZEROS TO WRK-QBR-AJUSTES
               MOVE ZEROS TO WRK-QBR-TRANSF
           END-IF.
           IF MVO-DATA < WRK-DATA-INICIAL
               MOVE MVO-SALDO TO WRK-QBR-SALDO-INI
               MOVE 'S' TO WRK-QBR-ANTERIOR
           ELSE
               IF NOT KARDEX-ABERTO
                   PERFORM 0130-ABRIR-PRODUTO
               END-IF
               PERFORM 0150-GRAVAR-MOVIMENTO
           END-IF.

      *PRIMEIRO MOVIMENTO DO PERIODO: FIXA O SALDO DE ABERTURA E
      *IMPRIME A LINHA DE ABERTURA DO PRODUTO.
       0130-ABRIR-PRODUTO.
           IF NOT TEM-MOV-ANTERIOR
               MOVE MVO-SALDO TO WRK-QBR-SALDO-INI
               IF MVO-SOMA
                   SUBTRACT MVO-QTD FROM WRK-QBR-SALDO-INI
               ELSE
                   ADD MVO-QTD TO WRK-QBR-SALDO-INI
               END-IF
           END-IF.
           PERFORM 0160-IMPRIMIR-ABERTURA.

      *FECHA O PRODUTO: SALDO FINAL E TOTAIS. PRODUTO SO COM
      *MOVIMENTO ANTERIOR AO PERIODO APARECE COM ABERTURA = FECHAMENTO.
       0140-FECHAR-PRODUTO.
           IF NOT KARDEX-ABERTO
               PERFORM 0160-IMPRIMIR-ABERTURA
           END-IF.
           MOVE WRK-QBR-CORRIDO TO WRK-SALDO-ED.
           MOVE WRK-QBR-ENTRADAS TO WRK-TOTAL-ED.
           MOVE WRK-QBR-BAIXAS TO WRK-TOTAL2-ED.
           MOVE WRK-QBR-AJUSTES TO WRK-SALDO-MOV-ED.
           MOVE WRK-QBR-TRANSF TO WRK-TRANSF-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '  SALDO FINAL=' WRK-SALDO-ED
               ' ENTRADAS=' WRK-TOTAL-ED
               ' BAIXAS=' WRK-TOTAL2-ED
               ' AJUSTES=' WRK-SALDO-MOV-ED
               ' TRANSF=' WRK-TRANSF-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *LINHA DE MOVIMENTO COM O SALDO CORRIDO, CONFERIDO CONTRA O
      *SALDO GRAVADO NO PROPRIO MOVIMENTO.
       0150-GRAVAR-MOVIMENTO.
           ADD 1 TO WRK-QT-MOVIMENTOS.
           IF MVO-SOMA
               ADD MVO-QTD TO WRK-QBR-CORRIDO
           ELSE
               SUBTRACT MVO-QTD FROM WRK-QBR-CORRIDO
           END-IF.
           EVALUATE MVO-TIPO
               WHEN 'E'
                   ADD MVO-QTD TO WRK-QBR-ENTRADAS
               WHEN 'S'
                   ADD MVO-QTD TO WRK-QBR-AJUSTES
               WHEN 'F'
                   SUBTRACT MVO-QTD FROM WRK-QBR-AJUSTES
               WHEN 'R'
                   ADD MVO-QTD TO WRK-QBR-TRANSF
               WHEN 'T'
                   SUBTRACT MVO-QTD FROM WRK-QBR-TRANSF
               WHEN OTHER
                   ADD MVO-QTD TO WRK-QBR-BAIXAS
           END-EVALUATE.
           MOVE WRK-QBR-CORRIDO TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF WRK-QBR-CORRIDO = MVO-SALDO
               STRING '  ' MVO-DATA ' ' MVO-HORA ' ' MVO-TIPO
                   ' QTD=' MVO-QTD ' SALDO=' WRK-SALDO-ED
                   ' ORIGEM=' MVO-ORIGEM ' REF=' MVO-REF
                   ' OPER=' MVO-OPERADOR
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               ADD 1 TO WRK-QT-DIVERGE
               MOVE MVO-SALDO TO WRK-SALDO-MOV-ED
               STRING '  ' MVO-DATA ' ' MVO-HORA ' ' MVO-TIPO
                   ' QTD=' MVO-QTD ' SALDO=' WRK-SALDO-ED
                   ' ORIGEM=' MVO-ORIGEM ' REF=' MVO-REF
                   ' OPER=' MVO-OPERADOR
                   ' *DIVERGE GRAVADO=' WRK-SALDO-MOV-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               MOVE MVO-SALDO TO WRK-QBR-CORRIDO
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0160-IMPRIMIR-ABERTURA.
           ADD 1 TO WRK-QT-PRODUTOS.
           MOVE 'S' TO WRK-QBR-ABERTO.
           MOVE WRK-QBR-SALDO-INI TO WRK-QBR-CORRIDO.
           MOVE WRK-QBR-SALDO-INI TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'PRODUTO=' WRK-QBR-PRODUTO
               ' FILIAL=' WRK-QBR-FILIAL
               ' SALDO DE ABERTURA=' WRK-SALDO-ED
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
