      *OS TOTAIS DO LOTE SAO GRAVADOS NO HISTORICO DIARIO DE VENDAS.
      *O LOTE TEM CHECKPOINT: SE O PROGRAMA CAIR NO MEIO DA DIGITACAO,
      *A PROXIMA EXECUCAO RETOMA DE ONDE PAROU, EM VEZ DE ZERAR TUDO.
      *CADA VENDA TRAZ A FORMA DE PAGAMENTO (VEJA FPGTAB.CPY) E O
      *HISTORICO GANHA O TOTAL POR FILIAL E FORMA (TIPO P), QUE O
      *FECHAMENTO DE CAIXA DO PROGCOB125 CONFERE COM O CONTADO.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
      *TIPO DO REGISTRO DE HISTORICO: T = TOTAL DO LOTE (O REGISTRO
      *DE SEMPRE), V = TOTAL POR VENDEDOR (QT/ACUM DO VENDEDOR E A
      *COMISSAO CALCULADA), PARA A SUPERVISAO DE VENDAS NAO APURAR
      *COMISSAO DE PAPELETA. F = TOTAL POR FILIAL, P = TOTAL POR
      *FILIAL E FORMA DE PAGAMENTO (QT, LIQUIDO, BRUTO E DEVOLUCOES
      *DA FORMA).
           03 HV-TIPO     PIC X(01).
           03 HV-VENDEDOR PIC X(06).
           03 HV-COMISSAO PIC 9(07)V99.
      *BRUTO (SO VENDAS) E DEVOLUCOES DO LOTE - O HV-ACUM PASSOU A
      *SER O LIQUIDO (BRUTO MENOS DEVOLUCOES), COM SINAL. NO
      *REGISTRO V SAO O BRUTO E AS DEVOLUCOES DO VENDEDOR (O
      *FECHAMENTO DE COMISSAO DO PROGCOB124 ESTORNA A COMISSAO DAS
      *DEVOLUCOES); ZEROS NOS REGISTROS V ANTIGOS.
           03 HV-BRUTO PIC 9(09)V99.
           03 HV-DEVOL PIC 9(09)V99.
      *FILIAL DO TOTAL TIPO F (TOTAL DO LOTE POR FILIAL) - ZEROS
      *NOS REGISTROS T E V.
           03 HV-FILIAL PIC 9(02).
      *FORMA DE PAGAMENTO DO TOTAL TIPO P (VEJA FPGTAB.CPY) - BRANCO
      *NOS DEMAIS.
           03 HV-FORMA  PIC X(01).

       FD  F-CHECKPT.
       01  REG-CHECKPT.
      *FILIAL DO CAIXA QUE VENDEU (CODIGO DO FILMEST) - ZEROS OU
      *BRANCO NOS LOTES ANTERIORES AO SEGUNDO DEPOSITO (= MATRIZ).
           03 VND-FILIAL   PIC 9(02).
      *FORMA DE PAGAMENTO (VEJA FPGTAB.CPY) - BRANCO NOS LOTES
      *ANTERIORES A ELA (= DINHEIRO).
           03 VND-FORMA    PIC X(01).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).
       77 WRK-PRODUTO  PIC X(10) VALUE SPACES.
       77 WRK-TIPO-VENDA PIC X(01) VALUE 'V'.
           88 VENDA-DEVOLUCAO VALUE 'D'.
      *FORMA DE PAGAMENTO DA VENDA CORRENTE E A POSICAO DELA NA
      *TABELA DE FORMAS (ZERO = FORMA DESCONHECIDA).
       77 WRK-FORMA-PGTO PIC X(01) VALUE 'D'.
       77 WRK-FPG-POS PIC 9(01) VALUE ZEROS.
       77 WRK-FPG-IDX PIC 9(01) VALUE ZEROS.
           COPY 'FPGTAB.CPY'.
       77 WRK-COMISSAO-PCT PIC 9(01)V99 VALUE 0,05.
       77 WRK-VDD-MAX PIC 9(04) VALUE 0050.
       77 WRK-VDD-QT  PIC 9(04) VALUE ZEROS.
               05 WRK-VDD-VENDEDOR PIC X(06).
               05 WRK-VDD-QT-VEN   PIC 9(04).
               05 WRK-VDD-TOTAL    PIC S9(09)V99.
               05 WRK-VDD-BRUTO    PIC 9(09)V99.
               05 WRK-VDD-DEVOL    PIC 9(09)V99.
       77 WRK-VDD-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-VDD-POS PIC 9(04) VALUE ZEROS.
      *APURACAO POR FILIAL (VND-FILIAL; ZEROS/NAO NUMERICA = 01,
      *A MATRIZ), GRAVADA NO HISTORICO COMO TIPO F - E O QUE
      *ALIMENTA A QUEBRA POR FILIAL DOS LANCAMENTOS (PROGCOB66) - E,
      *DENTRO DA FILIAL, POR FORMA DE PAGAMENTO (NA ORDEM DO
      *FPGTAB.CPY), GRAVADA COMO TIPO P.
       77 WRK-FIL-MAX PIC 9(02) VALUE 10.
       77 WRK-FIL-QT  PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-FILIAIS.
               05 WRK-FIL-CODIGO PIC 9(02).
               05 WRK-FIL-QT-VEN PIC 9(04).
               05 WRK-FIL-TOTAL  PIC S9(09)V99.
               05 WRK-FIL-FORMAS.
                   07 WRK-FIL-FPG OCCURS 4 TIMES.
                       09 WRK-FIL-FPG-QT    PIC 9(04).
                       09 WRK-FIL-FPG-TOTAL PIC S9(09)V99.
                       09 WRK-FIL-FPG-BRUTO PIC 9(09)V99.
                       09 WRK-FIL-FPG-DEVOL PIC 9(09)V99.
       77 WRK-FIL-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-FIL-POS PIC 9(02) VALUE ZEROS.
       77 WRK-FIL-ACHOU PIC X(01) VALUE 'N'.
                   IF WRK-TIPO-VENDA = SPACE
                       MOVE 'V' TO WRK-TIPO-VENDA
                   END-IF
                   MOVE ZEROS TO WRK-FPG-POS
                   PERFORM 0106-PEDIR-FORMA UNTIL WRK-FPG-POS > 0
               END-IF
           END-IF.

      *FORMA DE PAGAMENTO NO CONSOLE, REPETIDA ATE SER VALIDA
      *(BRANCO = DINHEIRO).
       0106-PEDIR-FORMA.
           DISPLAY 'FORMA (D=DINHEIRO B=DEBITO C=CREDITO P=PIX).. '.
           ACCEPT WRK-FORMA-PGTO.
           PERFORM 0105-LOCALIZAR-FORMA.
           IF WRK-FPG-POS = 0
               DISPLAY 'FORMA DE PAGAMENTO INVALIDA'
           END-IF.

      *POSICAO DA FORMA WRK-FORMA-PGTO NA TABELA DE FORMAS; BRANCO E
      *DINHEIRO, COMO NOS LOTES ANTIGOS.
       0105-LOCALIZAR-FORMA.
           IF WRK-FORMA-PGTO = SPACE
               MOVE 'D' TO WRK-FORMA-PGTO
           END-IF.
           MOVE ZEROS TO WRK-FPG-POS.
           SEARCH ALL TAB-FPG-ITEM
               AT END
                   MOVE ZEROS TO WRK-FPG-POS
               WHEN TAB-FPG-COD (TAB-FPG-IDX) = WRK-FORMA-PGTO
                   SET WRK-FPG-POS TO TAB-FPG-IDX
           END-SEARCH.

      *DESVIA O REGISTRO INVALIDO PARA O ARQUIVO DE REJEITOS, COM O
      *CODIGO DO MOTIVO E A IMAGEM ORIGINAL, E CONTA MAIS UM.
       0135-GRAVAR-REJEITO.
                       ELSE
                           MOVE 01 TO WRK-FILIAL
                       END-IF
      *FORMA DE PAGAMENTO DESCONHECIDA NAO ENTRA NO LOTE - O CAIXA
      *NAO FECHARIA.
                       MOVE VND-FORMA TO WRK-FORMA-PGTO
                       PERFORM 0105-LOCALIZAR-FORMA
                       IF WRK-FPG-POS > 0
                           MOVE 'S' TO WRK-REG-VALIDO
                       ELSE
                           MOVE 'FPG' TO REJ-MOTIVO
                           MOVE REG-VENDA TO REJ-IMAGEM
                           PERFORM 0135-GRAVAR-REJEITO
                       END-IF
                   ELSE
                       MOVE 'NUM' TO REJ-MOTIVO
                       MOVE REG-VENDA TO REJ-IMAGEM
            MOVE SPACES TO WRK-RPT-LINHA-TXT.
            STRING 'TIPO=' WRK-TIPO-VENDA
                ' VALOR=' WRK-VENDAS ' VENDEDOR=' WRK-VENDEDOR
                ' PRODUTO=' WRK-PRODUTO ' FORMA=' WRK-FORMA-PGTO
                ' QT=' WRK-QT ' ACUM=' WRK-ACUM DELIMITED BY SIZE
                INTO WRK-RPT-LINHA-TXT.
            PERFORM 0910-GRAVAR-LINHA-RPT.
            PERFORM 0210-GRAVAR-CHECKPOINT.
                       WRK-VDD-VENDEDOR (WRK-VDD-POS)
                   MOVE ZEROS TO WRK-VDD-QT-VEN (WRK-VDD-POS)
                   MOVE ZEROS TO WRK-VDD-TOTAL (WRK-VDD-POS)
                   MOVE ZEROS TO WRK-VDD-BRUTO (WRK-VDD-POS)
                   MOVE ZEROS TO WRK-VDD-DEVOL (WRK-VDD-POS)
               ELSE
      *TABELA DE VENDEDORES CHEIA: ACUMULA NA ULTIMA LINHA PARA O
      *TOTAL NAO PERDER A VENDA.
           END-IF.
           IF VENDA-DEVOLUCAO
               SUBTRACT WRK-VENDAS FROM WRK-VDD-TOTAL (WRK-VDD-POS)
               ADD WRK-VENDAS TO WRK-VDD-DEVOL (WRK-VDD-POS)
           ELSE
               ADD 1 TO WRK-VDD-QT-VEN (WRK-VDD-POS)
               ADD WRK-VENDAS TO WRK-VDD-TOTAL (WRK-VDD-POS)
               ADD WRK-VENDAS TO WRK-VDD-BRUTO (WRK-VDD-POS)
           END-IF.

       0221-COMPARAR-VENDEDOR.
                       WRK-FIL-CODIGO (WRK-FIL-POS)
                   MOVE ZEROS TO WRK-FIL-QT-VEN (WRK-FIL-POS)
                   MOVE ZEROS TO WRK-FIL-TOTAL (WRK-FIL-POS)
                   INITIALIZE WRK-FIL-FORMAS (WRK-FIL-POS)
               ELSE
      *FILIAL ALEM DO TETO DA TABELA: A VENDA CAI NA ULTIMA LINHA
      *PARA O TOTAL NAO PERDER NADA, MAS O HISTORICO TIPO F SAI
           END-IF.
           IF VENDA-DEVOLUCAO
               SUBTRACT WRK-VENDAS FROM WRK-FIL-TOTAL (WRK-FIL-POS)
               SUBTRACT WRK-VENDAS FROM
                   WRK-FIL-FPG-TOTAL (WRK-FIL-POS, WRK-FPG-POS)
               ADD WRK-VENDAS TO
                   WRK-FIL-FPG-DEVOL (WRK-FIL-POS, WRK-FPG-POS)
           ELSE
               ADD 1 TO WRK-FIL-QT-VEN (WRK-FIL-POS)
               ADD WRK-VENDAS TO WRK-FIL-TOTAL (WRK-FIL-POS)
               ADD 1 TO WRK-FIL-FPG-QT (WRK-FIL-POS, WRK-FPG-POS)
               ADD WRK-VENDAS TO
                   WRK-FIL-FPG-TOTAL (WRK-FIL-POS, WRK-FPG-POS)
               ADD WRK-VENDAS TO
                   WRK-FIL-FPG-BRUTO (WRK-FIL-POS, WRK-FPG-POS)
           END-IF.

       0231-COMPARAR-FILIAL.
           MOVE WRK-BRUTO     TO HV-BRUTO.
           MOVE WRK-DEVOL-TOTAL TO HV-DEVOL.
           MOVE ZEROS         TO HV-FILIAL.
           MOVE SPACES        TO HV-FORMA.
           WRITE REG-HISTVEND.
           MOVE 'HISTVEND' TO WRK-IOE-ARQUIVO.
           MOVE 'WRITE' TO WRK-IOE-OPERACAO.
           PERFORM 0312-GRAVAR-HIST-FILIAL
               VARYING WRK-FIL-IDX FROM 1 BY 1
               UNTIL WRK-FIL-IDX > WRK-FIL-QT.
      *UM REGISTRO POR FILIAL E FORMA DE PAGAMENTO QUE TEVE
      *MOVIMENTO NO LOTE (TIPO P).
           PERFORM 0313-GRAVAR-HIST-FORMAS
               VARYING WRK-FIL-IDX FROM 1 BY 1
               UNTIL WRK-FIL-IDX > WRK-FIL-QT.
           CLOSE F-HISTVEND.

       0311-GRAVAR-HIST-VENDEDOR.
           ELSE
               MOVE ZEROS TO HV-COMISSAO
           END-IF.
           MOVE WRK-VDD-BRUTO (WRK-VDD-IDX) TO HV-BRUTO.
           MOVE WRK-VDD-DEVOL (WRK-VDD-IDX) TO HV-DEVOL.
           MOVE ZEROS TO HV-FILIAL.
           MOVE SPACES TO HV-FORMA.
           WRITE REG-HISTVEND.

       0312-GRAVAR-HIST-FILIAL.
           MOVE ZEROS TO HV-BRUTO.
           MOVE ZEROS TO HV-DEVOL.
           MOVE WRK-FIL-CODIGO (WRK-FIL-IDX) TO HV-FILIAL.
           MOVE SPACES TO HV-FORMA.
           WRITE REG-HISTVEND.

       0313-GRAVAR-HIST-FORMAS.
           PERFORM 0314-GRAVAR-HIST-FORMA
               VARYING WRK-FPG-IDX FROM 1 BY 1
               UNTIL WRK-FPG-IDX > 4.

       0314-GRAVAR-HIST-FORMA.
           IF WRK-FIL-FPG-QT (WRK-FIL-IDX, WRK-FPG-IDX) > 0
               OR WRK-FIL-FPG-DEVOL (WRK-FIL-IDX, WRK-FPG-IDX) > 0
               MOVE WRK-DATA-HOJE TO HV-DATA
               MOVE WRK-FIL-FPG-QT (WRK-FIL-IDX, WRK-FPG-IDX)
                   TO HV-QT
               MOVE WRK-FIL-FPG-TOTAL (WRK-FIL-IDX, WRK-FPG-IDX)
                   TO HV-ACUM
               MOVE ZEROS TO HV-MENOR
               MOVE ZEROS TO HV-MAIOR
               MOVE ZEROS TO HV-MEDIA
               MOVE 'P' TO HV-TIPO
               MOVE SPACES TO HV-VENDEDOR
               MOVE ZEROS TO HV-COMISSAO
               MOVE WRK-FIL-FPG-BRUTO (WRK-FIL-IDX, WRK-FPG-IDX)
                   TO HV-BRUTO
               MOVE WRK-FIL-FPG-DEVOL (WRK-FIL-IDX, WRK-FPG-IDX)
                   TO HV-DEVOL
               MOVE WRK-FIL-CODIGO (WRK-FIL-IDX) TO HV-FILIAL
               MOVE TAB-FPG-COD (WRK-FPG-IDX) TO HV-FORMA
               WRITE REG-HISTVEND
           END-IF.

      *RELATORIO DE COMISSAO DO FECHAMENTO DO LOTE: UMA LINHA POR
      *VENDEDOR COM QUANTIDADE, TOTAL E COMISSAO CALCULADA.
       0330-RELATORIO-COMISSAO.
