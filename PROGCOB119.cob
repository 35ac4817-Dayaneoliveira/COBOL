       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB119.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : BALANCO PATRIMONIAL DO FIM DO MES. O PROGCOB67 DA
      *O DEMONSTRATIVO DE RESULTADO (CLASSES R E D), MAS AS CONTAS
      *DE ATIVO E PASSIVO SO APARECIAM COMO LINHAS DO BALANCETE.
      *ESTE RELATORIO (PROGCOB119RPT) AGRUPA O SALDO DE CADA CONTA
      *PELA CLASSE DO PLANOCTA:
      *  ATIVO (A), PASSIVO (P) E PATRIMONIO LIQUIDO (L), ESTE COM A
      *  LINHA DO RESULTADO DO PERIODO (RECEITAS - DESPESAS, O MESMO
      *  RESULTADO DO PROGCOB67, AINDA NAO ENCERRADO NO PL);
      *EM TRES COLUNAS: O MES PEDIDO, O FIM DO MES ANTERIOR E O FIM
      *DO ANO ANTERIOR, FECHANDO COM A PROVA ATIVO = PASSIVO + PL EM
      *CADA COLUNA. CONTA DO SALDOS FORA DO PLANO (OU DE CLASSE
      *DESCONHECIDA) SAI NUM GRUPO A PARTE E APARECE NA PROVA.
      *O SALDOS SO TEM O SALDO DE HOJE, POR ISSO O BALANCO GUARDA A
      *FOTO DO SALDOS NO FIM DE CADA MES NO SALDOMES (VEJA
      *SMSREC.CPY) E AS COLUNAS ANTERIORES SAEM DELA. A FOTO DO MES
      *PEDIDO E TIRADA (OU REFEITA) SO QUANDO ELE E O MES CORRENTE
      *OU O ANTERIOR - DEPOIS O SALDOS JA ANDOU - E DEIXA DE SER
      *REFEITA QUANDO O PERIODO E FECHADO NO LIVROCTL (PROGCOB65).
      *RODA NA REDE NOTURNA NO MES QUE FECHOU. RC 4 QUANDO A PROVA
      *NAO BATE OU FALTA FOTO DE ALGUMA COLUNA.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SALDOS DE FECHAMENTO POR CONTA (GRAVADOS PELO PROGCOB06).
           SELECT F-SALDOS ASSIGN TO 'SALDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOS.
      *FOTO MENSAL DO SALDOS E O ARQUIVO DE TRABALHO DA REGRAVACAO.
           SELECT F-SALDOMES ASSIGN TO 'SALDOMES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOMES.
           SELECT F-SALDOMESN ASSIGN TO 'SALDOMESN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOMESN.
      *PLANO DE CONTAS (NOME E CLASSE) E CONTROLE DE PERIODOS.
           SELECT F-PLANOCTA ASSIGN TO 'PLANOCTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANOCTA.
           SELECT F-LIVROCTL ASSIGN TO 'LIVROCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LIVROCTL.
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB119RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-SALDOS.
           COPY 'SALREC.CPY'.

       FD  F-SALDOMES.
           COPY 'SMSREC.CPY'.

       FD  F-SALDOMESN.
       01  REG-SALDOMESN PIC X(29).

       FD  F-PLANOCTA.
       01  REG-PLANOCTA.
           03 PCT-CONTA  PIC X(08).
           03 PCT-NOME   PIC X(20).
           03 PCT-CLASSE PIC X(01).
           03 PCT-ATIVA  PIC X(01).

       FD  F-LIVROCTL.
       01  REG-LIVROCTL.
           03 LCT-PERIODO  PIC X(06).
           03 LCT-SITUACAO PIC X(01).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-SALDOS    PIC X(02) VALUE '00'.
       77 WRK-STATUS-SALDOMES  PIC X(02) VALUE '00'.
       77 WRK-STATUS-SALDOMESN PIC X(02) VALUE '00'.
       77 WRK-STATUS-PLANOCTA  PIC X(02) VALUE '00'.
       77 WRK-STATUS-LIVROCTL  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *CONTAS DO BALANCO: PLANO DE CONTAS MAIS AS CONTAS DO SALDOS
      *FORA DELE, COM O SALDO (CREDOR POSITIVO, COMO NO RAZAO) EM
      *CADA COLUNA: 1 = MES PEDIDO, 2 = FIM DO MES ANTERIOR, 3 = FIM
      *DO ANO ANTERIOR.
       77 WRK-BAL-MAX PIC 9(04) VALUE 0300.
       77 WRK-BAL-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-BALANCO.
           03 WRK-TAB-BAL-ITEM OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-BAL-QT.
               05 WRK-BAL-CONTA  PIC X(08).
               05 WRK-BAL-NOME   PIC X(20).
               05 WRK-BAL-CLASSE PIC X(01).
               05 WRK-BAL-SALDO  PIC S9(11)V99 OCCURS 3 TIMES.
       77 WRK-BAL-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-BAL-POS PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA-BUSCA PIC X(08) VALUE SPACES.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
      *MES DE CADA COLUNA E SE HA FOTO DELE.
       01 WRK-COLUNAS.
           03 WRK-COL-ITEM OCCURS 3 TIMES.
               05 WRK-COL-ANOMES PIC 9(06).
               05 WRK-COL-FOTO   PIC X(01).
                   88 COLUNA-COM-FOTO VALUE 'S'.
       77 WRK-COL-IDX PIC 9(01) VALUE ZEROS.
      *MES DO RELATORIO (AAAAMM, BRANCO = MES ANTERIOR A HOJE).
       01 WRK-MES-RELATORIO PIC X(06) VALUE SPACES.
       01 WRK-MES-RELATORIO-R REDEFINES WRK-MES-RELATORIO.
           03 WRK-REL-ANO PIC 9(04).
           03 WRK-REL-MES PIC 9(02).
       77 WRK-ANOMES-HOJE     PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-HOJE-ANT PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-FECHADO PIC X(01) VALUE 'N'.
           88 PERIODO-FECHADO VALUE 'S'.
       77 WRK-FOTO-TIRADA PIC X(01) VALUE 'N'.
           88 FOTO-TIRADA VALUE 'S'.
       77 WRK-QT-FOTO PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
      *TOTAIS POR COLUNA (ATIVO JA COM O SINAL DEVEDOR POSITIVO).
       01 WRK-TOTAIS.
           03 WRK-TOT-ITEM OCCURS 3 TIMES.
               05 WRK-TOT-ATIVO     PIC S9(13)V99.
               05 WRK-TOT-PASSIVO   PIC S9(13)V99.
               05 WRK-TOT-PL        PIC S9(13)V99.
               05 WRK-TOT-RESULTADO PIC S9(13)V99.
               05 WRK-TOT-CLASSE    PIC S9(13)V99.
               05 WRK-TOT-DIFERENCA PIC S9(13)V99.
       77 WRK-CLASSE-ATUAL PIC X(01) VALUE SPACES.
       77 WRK-QT-CLASSE PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO-LINHA PIC S9(13)V99 VALUE ZEROS.
       77 WRK-PROVA-OK PIC X(01) VALUE 'S'.
           88 PROVA-OK VALUE 'S'.
       01 WRK-VALORES-ED.
           03 WRK-VALOR-ED PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 OCCURS 3 TIMES.
      *TITULO DA LINHA (CONTA E NOME, OU TOTAL) ANTES DAS COLUNAS.
       77 WRK-TITULO-LINHA PIC X(31) VALUE SPACES.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB119'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob).
           COPY 'LOCKCALL.CPY'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'T' TO WRK-LCK-ACAO.
           MOVE 'BALANCO' TO WRK-LCK-NOME.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           DISPLAY 'MES DO BALANCO AAAAMM (BRANCO = MES ANTERIOR).. '.
           ACCEPT WRK-MES-RELATORIO.
           PERFORM 0050-DEFINIR-COLUNAS.
           PERFORM 0100-CARREGAR-PLANO.
           PERFORM 0150-VERIFICAR-PERIODO.
           PERFORM 0200-CARREGAR-FOTOS.
           PERFORM 0300-FOTOGRAFAR-SALDOS.
           PERFORM 0400-GRAVAR-BALANCO.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'MES=' WRK-MES-RELATORIO DELIMITED BY SIZE
               INTO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'CONTAS=' WRK-BAL-QT ' FOTO=' WRK-FOTO-TIRADA
               ' PROVA=' WRK-PROVA-OK
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
      *A TRAVA SAI ANTES DE DEVOLVER O RETURN-CODE - O CALL DO RUNLOCK
      *ZERARIA A RC 4 DA PROVA QUE NAO BATEU PARA A REDE NOTURNA.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *MES PEDIDO (BRANCO/000000 = MES ANTERIOR), FIM DO MES ANTERIOR
      *A ELE E DEZEMBRO DO ANO ANTERIOR - EM JANEIRO AS DUAS ULTIMAS
      *COLUNAS SAO O MESMO MES.
       0050-DEFINIR-COLUNAS.
           COMPUTE WRK-ANOMES-HOJE = (WRK-HOJ-ANO * 100) + WRK-HOJ-MES.
           IF WRK-HOJ-MES = 01
               COMPUTE WRK-ANOMES-HOJE-ANT =
                   ((WRK-HOJ-ANO - 1) * 100) + 12
           ELSE
               COMPUTE WRK-ANOMES-HOJE-ANT = WRK-ANOMES-HOJE - 1
           END-IF.
           IF WRK-MES-RELATORIO IS NOT NUMERIC
               OR WRK-MES-RELATORIO = '000000'
               OR WRK-REL-MES < 01 OR WRK-REL-MES > 12
               MOVE WRK-ANOMES-HOJE-ANT TO WRK-MES-RELATORIO
           END-IF.
           COMPUTE WRK-COL-ANOMES (1) = (WRK-REL-ANO * 100)
               + WRK-REL-MES.
           IF WRK-REL-MES = 01
               COMPUTE WRK-COL-ANOMES (2) =
                   ((WRK-REL-ANO - 1) * 100) + 12
           ELSE
               COMPUTE WRK-COL-ANOMES (2) = WRK-COL-ANOMES (1) - 1
           END-IF.
           COMPUTE WRK-COL-ANOMES (3) = ((WRK-REL-ANO - 1) * 100) + 12.
           MOVE 'N' TO WRK-COL-FOTO (1).
           MOVE 'N' TO WRK-COL-FOTO (2).
           MOVE 'N' TO WRK-COL-FOTO (3).

      *TODAS AS CONTAS DO PLANO ENTRAM NA TABELA COM SALDO ZERO.
       0100-CARREGAR-PLANO.
           MOVE ZEROS TO WRK-BAL-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PLANOCTA.
           IF WRK-STATUS-PLANOCTA NOT = '00'
               DISPLAY 'PLANO DE CONTAS (PLANOCTA) NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0101-LER-PLANO UNTIL FIM-ARQ.
           IF WRK-STATUS-PLANOCTA NOT = '35'
               CLOSE F-PLANOCTA
           END-IF.

       0101-LER-PLANO.
           READ F-PLANOCTA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE PCT-CONTA TO WRK-CONTA-BUSCA
                   PERFORM 0110-LOCALIZAR-CONTA
                   IF WRK-BAL-POS > 0
                       MOVE PCT-NOME TO WRK-BAL-NOME (WRK-BAL-POS)
                       MOVE PCT-CLASSE TO WRK-BAL-CLASSE (WRK-BAL-POS)
                   END-IF
           END-READ.

      *LOCALIZA A CONTA NA TABELA, INCLUINDO-A (FORA DO PLANO) SE
      *AINDA NAO ESTA - WRK-BAL-POS = 0 QUANDO A TABELA ENCHEU.
       0110-LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-BAL-POS.
           PERFORM 0111-COMPARAR-CONTA
               VARYING WRK-BAL-IDX FROM 1 BY 1
               UNTIL WRK-BAL-IDX > WRK-BAL-QT OR WRK-BAL-POS > 0.
           IF WRK-BAL-POS = 0
               IF WRK-BAL-QT < WRK-BAL-MAX
                   ADD 1 TO WRK-BAL-QT
                   MOVE WRK-BAL-QT TO WRK-BAL-POS
                   MOVE WRK-CONTA-BUSCA TO WRK-BAL-CONTA (WRK-BAL-POS)
                   MOVE '** FORA DO PLANO **'
                       TO WRK-BAL-NOME (WRK-BAL-POS)
                   MOVE SPACE TO WRK-BAL-CLASSE (WRK-BAL-POS)
                   MOVE ZEROS TO WRK-BAL-SALDO (WRK-BAL-POS, 1)
                   MOVE ZEROS TO WRK-BAL-SALDO (WRK-BAL-POS, 2)
                   MOVE ZEROS TO WRK-BAL-SALDO (WRK-BAL-POS, 3)
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.

       0111-COMPARAR-CONTA.
           IF WRK-BAL-CONTA (WRK-BAL-IDX) = WRK-CONTA-BUSCA
               MOVE WRK-BAL-IDX TO WRK-BAL-POS
           END-IF.

      *PERIODO DO MES PEDIDO FECHADO NO LIVROCTL CONGELA A FOTO.
       0150-VERIFICAR-PERIODO.
           MOVE 'N' TO WRK-PERIODO-FECHADO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-LIVROCTL.
           IF WRK-STATUS-LIVROCTL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0151-LER-LIVROCTL UNTIL FIM-ARQ.
           IF WRK-STATUS-LIVROCTL NOT = '35'
               CLOSE F-LIVROCTL
           END-IF.

       0151-LER-LIVROCTL.
           READ F-LIVROCTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF LCT-PERIODO = WRK-MES-RELATORIO
                       IF LCT-SITUACAO = 'F'
                           MOVE 'S' TO WRK-PERIODO-FECHADO
                       ELSE
                           MOVE 'N' TO WRK-PERIODO-FECHADO
                       END-IF
                   END-IF
           END-READ.

      *SALDOS GUARDADOS NO SALDOMES PARA OS MESES DAS TRES COLUNAS.
       0200-CARREGAR-FOTOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-SALDOMES.
           IF WRK-STATUS-SALDOMES NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0201-LER-FOTO UNTIL FIM-ARQ.
           IF WRK-STATUS-SALDOMES NOT = '35'
               CLOSE F-SALDOMES
           END-IF.

       0201-LER-FOTO.
           READ F-SALDOMES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM 0202-GUARDAR-FOTO
                       VARYING WRK-COL-IDX FROM 1 BY 1
                       UNTIL WRK-COL-IDX > 3
           END-READ.

       0202-GUARDAR-FOTO.
           IF SMS-ANOMES = WRK-COL-ANOMES (WRK-COL-IDX)
               MOVE 'S' TO WRK-COL-FOTO (WRK-COL-IDX)
               MOVE SMS-CONTA TO WRK-CONTA-BUSCA
               PERFORM 0110-LOCALIZAR-CONTA
               IF WRK-BAL-POS > 0
                   IF SMS-SUF = 'DB'
                       COMPUTE WRK-BAL-SALDO (WRK-BAL-POS, WRK-COL-IDX)
                           = ZERO - SMS-SALDO
                   ELSE
                       MOVE SMS-SALDO
                           TO WRK-BAL-SALDO (WRK-BAL-POS, WRK-COL-IDX)
                   END-IF
               END-IF
           END-IF.

      *A FOTO DO MES PEDIDO SAI DO SALDOS DE HOJE QUANDO ELE AINDA O
      *REPRESENTA (MES CORRENTE OU ANTERIOR) E O PERIODO NAO ESTA
      *FECHADO COM FOTO JA TIRADA.
       0300-FOTOGRAFAR-SALDOS.
           MOVE 'N' TO WRK-FOTO-TIRADA.
           IF (WRK-COL-ANOMES (1) = WRK-ANOMES-HOJE
               OR WRK-COL-ANOMES (1) = WRK-ANOMES-HOJE-ANT)
               AND NOT (PERIODO-FECHADO AND COLUNA-COM-FOTO (1))
               PERFORM 0310-CARREGAR-SALDOS
               IF TABELA-ESTOUROU
                   DISPLAY 'CONTAS ALEM DA TABELA EM MEMORIA - FOTO '
                       'DO MES NAO FOI GUARDADA NO SALDOMES'
               ELSE
                   PERFORM 0320-REGRAVAR-SALDOMES
                   MOVE 'S' TO WRK-FOTO-TIRADA
               END-IF
           ELSE
               IF COLUNA-COM-FOTO (1)
                   DISPLAY 'BALANCO PELA FOTO GUARDADA NO SALDOMES '
                       'PARA ' WRK-MES-RELATORIO
               END-IF
           END-IF.

       0310-CARREGAR-SALDOS.
           PERFORM 0311-ZERAR-COLUNA
               VARYING WRK-BAL-IDX FROM 1 BY 1
               UNTIL WRK-BAL-IDX > WRK-BAL-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-SALDOS.
           IF WRK-STATUS-SALDOS NOT = '00'
               DISPLAY 'ARQUIVO DE SALDOS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               MOVE 'S' TO WRK-COL-FOTO (1)
           END-IF.
           PERFORM 0312-LER-SALDO UNTIL FIM-ARQ.
           IF WRK-STATUS-SALDOS NOT = '35'
               CLOSE F-SALDOS
           END-IF.

       0311-ZERAR-COLUNA.
           MOVE ZEROS TO WRK-BAL-SALDO (WRK-BAL-IDX, 1).

       0312-LER-SALDO.
           READ F-SALDOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE SAL-CONTA TO WRK-CONTA-BUSCA
                   PERFORM 0110-LOCALIZAR-CONTA
                   IF WRK-BAL-POS > 0
                       IF SAL-SUF = 'DB'
                           COMPUTE WRK-BAL-SALDO (WRK-BAL-POS, 1) =
                               ZERO - SAL-SALDO
                       ELSE
                           MOVE SAL-SALDO
                               TO WRK-BAL-SALDO (WRK-BAL-POS, 1)
                       END-IF
                   END-IF
           END-READ.

      *REGRAVA O SALDOMES PELO SALDOMESN: OS OUTROS MESES FICAM, O
      *MES PEDIDO E SUBSTITUIDO PELOS SALDOS DE HOJE (SO AS CONTAS
      *COM SALDO).
       0320-REGRAVAR-SALDOMES.
           MOVE ZEROS TO WRK-QT-FOTO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-SALDOMES.
           IF WRK-STATUS-SALDOMES NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           OPEN OUTPUT F-SALDOMESN.
           PERFORM 0321-COPIAR-OUTRO-MES UNTIL FIM-ARQ.
           IF WRK-STATUS-SALDOMES NOT = '35'
               CLOSE F-SALDOMES
           END-IF.
           PERFORM 0322-GRAVAR-FOTO
               VARYING WRK-BAL-IDX FROM 1 BY 1
               UNTIL WRK-BAL-IDX > WRK-BAL-QT.
           CLOSE F-SALDOMESN.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-SALDOMESN.
           OPEN OUTPUT F-SALDOMES.
           PERFORM 0323-DEVOLVER-SALDOMES UNTIL FIM-ARQ.
           CLOSE F-SALDOMESN.
           CLOSE F-SALDOMES.
           DISPLAY 'FOTO DO SALDOS GUARDADA NO SALDOMES PARA '
               WRK-MES-RELATORIO ' (' WRK-QT-FOTO ' CONTAS)'.

       0321-COPIAR-OUTRO-MES.
           READ F-SALDOMES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF SMS-ANOMES NOT = WRK-COL-ANOMES (1)
                       MOVE REG-SALDOMES TO REG-SALDOMESN
                       WRITE REG-SALDOMESN
                   END-IF
           END-READ.

       0322-GRAVAR-FOTO.
           IF WRK-BAL-SALDO (WRK-BAL-IDX, 1) NOT = ZEROS
               MOVE WRK-COL-ANOMES (1) TO SMS-ANOMES
               MOVE WRK-BAL-CONTA (WRK-BAL-IDX) TO SMS-CONTA
               IF WRK-BAL-SALDO (WRK-BAL-IDX, 1) < ZEROS
                   COMPUTE SMS-SALDO =
                       ZERO - WRK-BAL-SALDO (WRK-BAL-IDX, 1)
                   MOVE 'DB' TO SMS-SUF
               ELSE
                   MOVE WRK-BAL-SALDO (WRK-BAL-IDX, 1) TO SMS-SALDO
                   MOVE 'CR' TO SMS-SUF
               END-IF
               MOVE REG-SALDOMES TO REG-SALDOMESN
               WRITE REG-SALDOMESN
               ADD 1 TO WRK-QT-FOTO
           END-IF.

       0323-DEVOLVER-SALDOMES.
           READ F-SALDOMESN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-SALDOMESN TO REG-SALDOMES
                   WRITE REG-SALDOMES
           END-READ.

      *IMPRIME O BALANCO: ATIVO, PASSIVO, PL COM O RESULTADO DO
      *PERIODO, CONTAS FORA DO PLANO E A PROVA POR COLUNA.
       0400-GRAVAR-BALANCO.
           INITIALIZE WRK-TOTAIS.
           PERFORM 0410-SOMAR-RESULTADO
               VARYING WRK-BAL-IDX FROM 1 BY 1
               UNTIL WRK-BAL-IDX > WRK-BAL-QT.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'BALANCO PATRIMONIAL EM ' WRK-MES-RELATORIO
               ' - COLUNAS: ' WRK-COL-ANOMES (1)
               ' / FIM DO MES ANTERIOR ' WRK-COL-ANOMES (2)
               ' / FIM DO ANO ANTERIOR ' WRK-COL-ANOMES (3)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0405-AVISAR-SEM-FOTO
               VARYING WRK-COL-IDX FROM 1 BY 1
               UNTIL WRK-COL-IDX > 3.
           MOVE 'A' TO WRK-CLASSE-ATUAL.
           MOVE 'ATIVO (CLASSE A)' TO WRK-RPT-LINHA-TXT.
           PERFORM 0420-RELATAR-CLASSE.
           MOVE 'TOTAL DO ATIVO' TO WRK-TITULO-LINHA.
           PERFORM 0450-IMPRIMIR-TOTAL-CLASSE.
           MOVE 'P' TO WRK-CLASSE-ATUAL.
           MOVE 'PASSIVO (CLASSE P)' TO WRK-RPT-LINHA-TXT.
           PERFORM 0420-RELATAR-CLASSE.
           MOVE 'TOTAL DO PASSIVO' TO WRK-TITULO-LINHA.
           PERFORM 0450-IMPRIMIR-TOTAL-CLASSE.
           MOVE 'L' TO WRK-CLASSE-ATUAL.
           MOVE 'PATRIMONIO LIQUIDO (CLASSE L)' TO WRK-RPT-LINHA-TXT.
           PERFORM 0420-RELATAR-CLASSE.
           PERFORM 0460-IMPRIMIR-RESULTADO.
           MOVE 'TOTAL DO PATRIMONIO LIQUIDO' TO WRK-TITULO-LINHA.
           PERFORM 0450-IMPRIMIR-TOTAL-CLASSE.
           PERFORM 0470-IMPRIMIR-PROVA.
           IF TABELA-ESTOUROU
               MOVE 'TABELA DE CONTAS CHEIA, BALANCO INCOMPLETO - '
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 'AUMENTAR WRK-BAL-MAX' TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'TABELA DE CONTAS CHEIA, BALANCO INCOMPLETO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           IF PROVA-OK
               DISPLAY 'BALANCO DE ' WRK-MES-RELATORIO ' FECHADO: '
                   'ATIVO = PASSIVO + PL (RELATORIO EM PROGCOB119RPT)'
           ELSE
               DISPLAY 'BALANCO DE ' WRK-MES-RELATORIO ' NAO FECHA '
                   'OU FALTA FOTO (RELATORIO EM PROGCOB119RPT)'
           END-IF.

       0405-AVISAR-SEM-FOTO.
           IF NOT COLUNA-COM-FOTO (WRK-COL-IDX)
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'SEM FOTO DO SALDOS PARA '
                   WRK-COL-ANOMES (WRK-COL-IDX)
                   ' - COLUNA ZERADA E FORA DA PROVA'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 'N' TO WRK-PROVA-OK
           END-IF.

      *RESULTADO DO PERIODO = RECEITAS + DESPESAS NO SINAL DO RAZAO
      *(A DESPESA JA E DEVEDORA, NEGATIVA), COMO NO PROGCOB67.
       0410-SOMAR-RESULTADO.
           IF WRK-BAL-CLASSE (WRK-BAL-IDX) = 'R'
               OR WRK-BAL-CLASSE (WRK-BAL-IDX) = 'D'
               PERFORM 0411-SOMAR-RESULTADO-COLUNA
                   VARYING WRK-COL-IDX FROM 1 BY 1
                   UNTIL WRK-COL-IDX > 3
           END-IF.

       0411-SOMAR-RESULTADO-COLUNA.
           ADD WRK-BAL-SALDO (WRK-BAL-IDX, WRK-COL-IDX)
               TO WRK-TOT-RESULTADO (WRK-COL-IDX).

      *LINHAS DE UMA CLASSE (O TITULO JA VEM EM WRK-RPT-LINHA-TXT).
      *O ATIVO SAI COM O SALDO DEVEDOR POSITIVO; PASSIVO E PL COM O
      *CREDOR POSITIVO.
       0420-RELATAR-CLASSE.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE ZEROS TO WRK-TOT-CLASSE (1).
           MOVE ZEROS TO WRK-TOT-CLASSE (2).
           MOVE ZEROS TO WRK-TOT-CLASSE (3).
           PERFORM 0430-RELATAR-CONTA
               VARYING WRK-BAL-IDX FROM 1 BY 1
               UNTIL WRK-BAL-IDX > WRK-BAL-QT.

       0430-RELATAR-CONTA.
           IF WRK-BAL-CLASSE (WRK-BAL-IDX) = WRK-CLASSE-ATUAL
               PERFORM 0431-EDITAR-COLUNA
                   VARYING WRK-COL-IDX FROM 1 BY 1
                   UNTIL WRK-COL-IDX > 3
               MOVE SPACES TO WRK-TITULO-LINHA
               STRING '  ' WRK-BAL-CONTA (WRK-BAL-IDX) ' '
                   WRK-BAL-NOME (WRK-BAL-IDX)
                   DELIMITED BY SIZE INTO WRK-TITULO-LINHA
               PERFORM 0480-GRAVAR-LINHA-VALORES
           END-IF.

       0431-EDITAR-COLUNA.
           IF WRK-CLASSE-ATUAL = 'A'
               COMPUTE WRK-SALDO-LINHA = ZERO
                   - WRK-BAL-SALDO (WRK-BAL-IDX, WRK-COL-IDX)
           ELSE
               MOVE WRK-BAL-SALDO (WRK-BAL-IDX, WRK-COL-IDX)
                   TO WRK-SALDO-LINHA
           END-IF.
           ADD WRK-SALDO-LINHA TO WRK-TOT-CLASSE (WRK-COL-IDX).
           MOVE WRK-SALDO-LINHA TO WRK-VALOR-ED (WRK-COL-IDX).

      *TOTAL DA CLASSE CORRENTE (NO PL, JA COM O RESULTADO).
       0450-IMPRIMIR-TOTAL-CLASSE.
           PERFORM 0451-GUARDAR-TOTAL
               VARYING WRK-COL-IDX FROM 1 BY 1
               UNTIL WRK-COL-IDX > 3.
           PERFORM 0480-GRAVAR-LINHA-VALORES.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0451-GUARDAR-TOTAL.
           EVALUATE WRK-CLASSE-ATUAL
               WHEN 'A'
                   MOVE WRK-TOT-CLASSE (WRK-COL-IDX)
                       TO WRK-TOT-ATIVO (WRK-COL-IDX)
               WHEN 'P'
                   MOVE WRK-TOT-CLASSE (WRK-COL-IDX)
                       TO WRK-TOT-PASSIVO (WRK-COL-IDX)
               WHEN 'L'
                   MOVE WRK-TOT-CLASSE (WRK-COL-IDX)
                       TO WRK-TOT-PL (WRK-COL-IDX)
           END-EVALUATE.
           MOVE WRK-TOT-CLASSE (WRK-COL-IDX)
               TO WRK-VALOR-ED (WRK-COL-IDX).

      *O RESULTADO AINDA NAO ENCERRADO ENTRA NO PL COMO UMA LINHA.
       0460-IMPRIMIR-RESULTADO.
           PERFORM 0461-SOMAR-RESULTADO-PL
               VARYING WRK-COL-IDX FROM 1 BY 1
               UNTIL WRK-COL-IDX > 3.
           MOVE '  RESULTADO DO PERIODO (R - D)' TO WRK-TITULO-LINHA.
           PERFORM 0480-GRAVAR-LINHA-VALORES.

       0461-SOMAR-RESULTADO-PL.
           ADD WRK-TOT-RESULTADO (WRK-COL-IDX)
               TO WRK-TOT-CLASSE (WRK-COL-IDX).
           MOVE WRK-TOT-RESULTADO (WRK-COL-IDX)
               TO WRK-VALOR-ED (WRK-COL-IDX).

      *CONTAS FORA DO PLANO (SE HOUVER) E A PROVA ATIVO - (PASSIVO +
      *PL) POR COLUNA: DIFERENCA EM COLUNA COM FOTO = RC 4.
       0470-IMPRIMIR-PROVA.
           MOVE SPACE TO WRK-CLASSE-ATUAL.
           MOVE ZEROS TO WRK-QT-CLASSE.
           PERFORM 0471-CONTAR-FORA
               VARYING WRK-BAL-IDX FROM 1 BY 1
               UNTIL WRK-BAL-IDX > WRK-BAL-QT.
           IF WRK-QT-CLASSE > 0
               MOVE 'CONTAS FORA DO PLANO OU DE CLASSE DESCONHECIDA '
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0420-RELATAR-CLASSE
               MOVE 'TOTAL FORA DO PLANO' TO WRK-TITULO-LINHA
               PERFORM 0450-IMPRIMIR-TOTAL-CLASSE
           END-IF.
           PERFORM 0474-CALCULAR-DIFERENCA
               VARYING WRK-COL-IDX FROM 1 BY 1
               UNTIL WRK-COL-IDX > 3.
           MOVE 'TOTAL DO PASSIVO + PL' TO WRK-TITULO-LINHA.
           PERFORM 0480-GRAVAR-LINHA-VALORES.
           PERFORM 0475-EDITAR-DIFERENCA
               VARYING WRK-COL-IDX FROM 1 BY 1
               UNTIL WRK-COL-IDX > 3.
           MOVE 'PROVA ATIVO - (PASSIVO + PL)' TO WRK-TITULO-LINHA.
           PERFORM 0480-GRAVAR-LINHA-VALORES.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF PROVA-OK
               STRING 'ATIVO = PASSIVO + PATRIMONIO LIQUIDO - '
                   'BALANCO FECHADO'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               STRING 'ATENCAO: BALANCO NAO FECHA OU FALTA FOTO DE '
                   'ALGUMA COLUNA'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0471-CONTAR-FORA.
           IF WRK-BAL-CLASSE (WRK-BAL-IDX) NOT = 'A'
               AND WRK-BAL-CLASSE (WRK-BAL-IDX) NOT = 'P'
               AND WRK-BAL-CLASSE (WRK-BAL-IDX) NOT = 'L'
               AND WRK-BAL-CLASSE (WRK-BAL-IDX) NOT = 'R'
               AND WRK-BAL-CLASSE (WRK-BAL-IDX) NOT = 'D'
               MOVE SPACE TO WRK-BAL-CLASSE (WRK-BAL-IDX)
               ADD 1 TO WRK-QT-CLASSE
           END-IF.

       0474-CALCULAR-DIFERENCA.
           COMPUTE WRK-SALDO-LINHA = WRK-TOT-PASSIVO (WRK-COL-IDX)
               + WRK-TOT-PL (WRK-COL-IDX).
           MOVE WRK-SALDO-LINHA TO WRK-VALOR-ED (WRK-COL-IDX).
           COMPUTE WRK-TOT-DIFERENCA (WRK-COL-IDX) =
               WRK-TOT-ATIVO (WRK-COL-IDX) - WRK-SALDO-LINHA.

       0475-EDITAR-DIFERENCA.
           MOVE WRK-TOT-DIFERENCA (WRK-COL-IDX)
               TO WRK-VALOR-ED (WRK-COL-IDX).
           IF COLUNA-COM-FOTO (WRK-COL-IDX)
               AND WRK-TOT-DIFERENCA (WRK-COL-IDX) NOT = ZEROS
               MOVE 'N' TO WRK-PROVA-OK
           END-IF.

      *LINHA DE VALORES: O TITULO E AS TRES COLUNAS JA EDITADAS.
       0480-GRAVAR-LINHA-VALORES.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-TITULO-LINHA
               ' ' WRK-VALOR-ED (1) ' ' WRK-VALOR-ED (2)
               ' ' WRK-VALOR-ED (3)
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
