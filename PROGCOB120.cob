       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB120.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : ENCERRAMENTO (E REABERTURA) DO EXERCICIO CONTABIL.
      *O PROGCOB65 FECHA MESES E O PROGCOB06 LEVA O SALDO DE UM DIA
      *PARA O OUTRO, MAS AS CONTAS DE RECEITA (R) E DESPESA (D)
      *ACUMULAVAM DE UM ANO PARA O OUTRO SEM FIM, E O ACUMULADO DO
      *ANO NO DEMONSTRATIVO (PROGCOB67) PERDIA O SENTIDO DEPOIS DE
      *DEZEMBRO. O ENCERRAMENTO DO ANO:
      *  ZERA CADA CONTA R E D COM UM LANCAMENTO DATADO DE 31/12
      *  (ORIGEM ENCERRAM) E LEVA O RESULTADO DO ANO PARA A CONTA DE
      *  LUCROS ACUMULADOS (CLASSE L; VEM DO CONTACFG, ORIGEM
      *  ENCERRAM, CONTA DE CREDITO);
      *  POSTA ESSES LANCAMENTOS DIRETO NO SALDOS E NO RAZAOEXP (O
      *  LOTE LANCTOS E REFEITO TODA NOITE PELO PROGCOB66) E GUARDA
      *  O DIARIO NO DIARENC (VEJA EXDREC.CPY). O SALDOS DO ANO NOVO
      *  FICA SO COM AS CONTAS PATRIMONIAIS - AS DE RESULTADO ZERADAS
      *  SAEM DELE;
      *  FECHA OS DOZE MESES DO ANO NO LIVROCTL E REGISTRA O
      *  ENCERRAMENTO NO EXERCTL (VEJA EXCREC.CPY).
      *A REABERTURA ESTORNA OS LANCAMENTOS DO ULTIMO ENCERRAMENTO
      *DO ANO (ORIGEM REABERTU, TAMBEM EM 31/12) E DEVOLVE OS MESES
      *DO LIVROCTL COMO ESTAVAM ANTES. SO O EXERCICIO MAIS RECENTE
      *ENCERRADO PODE SER REABERTO.
      *O SALDO DE FIM DE ANO DE CADA CONTA DE RESULTADO E O SALDOS
      *DE HOJE MENOS O MOVIMENTO DO RAZAOEXP DATADO DEPOIS DE 31/12
      *- RODAR ANTES DE O CONTADOR LIMPAR O RAZAOEXP DO ANO NOVO.
      *O SINAL DO SALDOS E O DO PROGCOB06 (0051-LER-SALDO E
      *0345-FECHAR-CONTA), PARA A PROXIMA POSTAGEM CONTINUAR DAQUI.
      *RESTRITO A USUARIO DE NIVEL SUPERVISOR, VALIDADO PELO
      *PROGCOB10 (ENTRADA -PARM), COMO NO PROGCOB65. RELATORIO DO
      *DIARIO EM PROGCOB120RPT.
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
      *INTERFACE DO RAZAO: O MOVIMENTO DO ANO NOVO E DESCONTADO DELA
      *E OS LANCAMENTOS DO ENCERRAMENTO SAO ACRESCENTADOS NELA.
           SELECT F-RAZAOEXP ASSIGN TO 'RAZAOEXP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RAZAOEXP.
      *PLANO DE CONTAS (CLASSE DE CADA CONTA) E CONTAS POR ORIGEM.
           SELECT F-PLANOCTA ASSIGN TO 'PLANOCTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANOCTA.
           SELECT F-CONTACFG ASSIGN TO 'CONTACFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTACFG.
      *CONTROLE DE PERIODOS DO RAZAO (PROGCOB65).
           SELECT F-LIVROCTL ASSIGN TO 'LIVROCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LIVROCTL.
      *CONTROLE DOS EXERCICIOS ENCERRADOS E DIARIO DO ENCERRAMENTO.
           SELECT F-EXERCTL ASSIGN TO 'EXERCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXERCTL.
           SELECT F-DIARENC ASSIGN TO 'DIARENC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DIARENC.
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB120RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-SALDOS.
           COPY 'SALREC.CPY'.

       FD  F-RAZAOEXP.
           COPY 'REXREC.CPY'.

       FD  F-PLANOCTA.
       01  REG-PLANOCTA.
           03 PCT-CONTA  PIC X(08).
           03 PCT-NOME   PIC X(20).
           03 PCT-CLASSE PIC X(01).
           03 PCT-ATIVA  PIC X(01).

       FD  F-CONTACFG.
       01  REG-CONTACFG.
           03 CFG-ORIGEM   PIC X(08).
           03 CFG-CONTA-DB PIC X(08).
           03 CFG-CONTA-CR PIC X(08).

       FD  F-LIVROCTL.
       01  REG-LIVROCTL.
           03 LCT-PERIODO  PIC X(06).
           03 LCT-SITUACAO PIC X(01).

       FD  F-EXERCTL.
           COPY 'EXCREC.CPY'.

       FD  F-DIARENC.
           COPY 'EXDREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-SALDOS   PIC X(02) VALUE '00'.
       77 WRK-STATUS-RAZAOEXP PIC X(02) VALUE '00'.
       77 WRK-STATUS-PLANOCTA PIC X(02) VALUE '00'.
       77 WRK-STATUS-CONTACFG PIC X(02) VALUE '00'.
       77 WRK-STATUS-LIVROCTL PIC X(02) VALUE '00'.
       77 WRK-STATUS-EXERCTL  PIC X(02) VALUE '00'.
       77 WRK-STATUS-DIARENC  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
      *EXERCICIO PEDIDO (BRANCO = ANO ANTERIOR A HOJE), A DATA DOS
      *LANCAMENTOS (31/12 DELE) E A ACAO.
       01 WRK-ANO-PEDIDO PIC X(04) VALUE SPACES.
       01 WRK-ANO-PEDIDO-R REDEFINES WRK-ANO-PEDIDO PIC 9(04).
       77 WRK-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-BUSCA PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-LANC PIC 9(08) VALUE ZEROS.
       77 WRK-ACAO PIC X(01) VALUE SPACES.
           88 ACAO-ENCERRAR VALUE 'E'.
           88 ACAO-REABRIR  VALUE 'R'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
      *QUALQUER CRITICA QUE FALHE DESLIGA A CHAVE E NADA E GRAVADO.
       77 WRK-PODE-SEGUIR PIC X(01) VALUE 'S'.
           88 PODE-SEGUIR VALUE 'S'.
      *ORIGEM DOS LANCAMENTOS POSTADOS E O TIPO DELES NO DIARENC.
       77 WRK-ORIGEM PIC X(08) VALUE SPACES.
       77 WRK-TIPO-DIARIO PIC X(01) VALUE SPACES.
       77 WRK-SEQ PIC 9(03) VALUE ZEROS.
      *PLANO DE CONTAS EM MEMORIA (CLASSE E NOME).
       77 WRK-SEM-PLANO PIC X(01) VALUE 'N'.
           88 SEM-PLANO-DE-CONTAS VALUE 'S'.
       77 WRK-PCT-MAX PIC 9(04) VALUE 0200.
       77 WRK-PCT-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-PLANO.
           03 WRK-TAB-PCT-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-PCT-QT.
               05 WRK-PCT-CONTA  PIC X(08).
               05 WRK-PCT-NOME   PIC X(20).
               05 WRK-PCT-CLASSE PIC X(01).
               05 WRK-PCT-ATIVA  PIC X(01).
       77 WRK-PCT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-PCT-POS PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA-BUSCA PIC X(08) VALUE SPACES.
      *CONTA DE LUCROS ACUMULADOS (CONTACFG, ORIGEM ENCERRAM).
       77 WRK-CONTA-LUCROS PIC X(08) VALUE SPACES.
      *SALDOS EM MEMORIA, NO SINAL DO PROGCOB06 (CREDITO - DEBITO),
      *COM A CLASSE DO PLANO E O MOVIMENTO POSTERIOR A 31/12.
       77 WRK-SAL-MAX PIC 9(04) VALUE 0500.
       77 WRK-SAL-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-SALDOS.
           03 WRK-TAB-SAL-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-SAL-QT.
               05 WRK-SAL-CONTA     PIC X(08).
               05 WRK-SAL-CLASSE    PIC X(01).
               05 WRK-SAL-SALDO     PIC S9(11)V99.
               05 WRK-SAL-POSTERIOR PIC S9(11)V99.
       77 WRK-SAL-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-SAL-POS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SAL-INVALIDO PIC 9(06) VALUE ZEROS.
       77 WRK-QT-POSTERIOR PIC 9(06) VALUE ZEROS.
       77 WRK-SALDO-GERAL PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SALDO-ABS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ANO PIC S9(11)V99 VALUE ZEROS.
      *LANCAMENTOS DO ENCERRAMENTO (OU DO ESTORNO) A POSTAR.
       77 WRK-LAN-MAX PIC 9(04) VALUE 0500.
       77 WRK-LAN-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-LANCTOS.
           03 WRK-TAB-LAN-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-LAN-QT.
               05 WRK-LAN-CONTA   PIC X(08).
               05 WRK-LAN-DEBITO  PIC 9(11)V99.
               05 WRK-LAN-CREDITO PIC 9(11)V99.
       77 WRK-LAN-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-DEBITOS  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-CONTAS PIC 9(04) VALUE ZEROS.
       77 WRK-RESULTADO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-RESULTADO-ABS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-RES-TIPO PIC X(01) VALUE SPACES.
           88 RESULTADO-LUCRO VALUE 'L'.
       77 WRK-RES-NOME PIC X(08) VALUE SPACES.
      *CONTROLE DE PERIODOS EM MEMORIA (MESMO DESENHO DO PROGCOB65).
       77 WRK-PER-MAX PIC 9(04) VALUE 0100.
       77 WRK-PER-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-PERIODOS.
           03 WRK-TAB-PER-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-PER-QT.
               05 WRK-PER-PERIODO  PIC X(06).
               05 WRK-PER-SITUACAO PIC X(01).
       77 WRK-PER-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-PER-POS PIC 9(04) VALUE ZEROS.
       01 WRK-PERIODO-BUSCA PIC 9(06) VALUE ZEROS.
       01 WRK-PERIODO-BUSCA-X REDEFINES WRK-PERIODO-BUSCA PIC X(06).
       77 WRK-MES PIC 9(02) VALUE ZEROS.
      *CONTROLE DOS EXERCICIOS EM MEMORIA (EXERCTL).
       77 WRK-EXC-MAX PIC 9(04) VALUE 0050.
       77 WRK-EXC-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-EXERCICIOS.
           03 WRK-TAB-EXC-ITEM OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-EXC-QT.
               05 WRK-EXC-ANO          PIC 9(04).
               05 WRK-EXC-SITUACAO     PIC X(01).
               05 WRK-EXC-SEQ          PIC 9(03).
               05 WRK-EXC-DATA         PIC 9(08).
               05 WRK-EXC-SUPERVISOR   PIC X(20).
               05 WRK-EXC-CONTA-LUCROS PIC X(08).
               05 WRK-EXC-QT-CONTAS    PIC 9(04).
               05 WRK-EXC-RESULTADO    PIC 9(11)V99.
               05 WRK-EXC-RES-TIPO     PIC X(01).
               05 WRK-EXC-PER-ANTERIOR PIC X(01) OCCURS 12 TIMES.
       77 WRK-EXC-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-EXC-POS PIC 9(04) VALUE ZEROS.
       77 WRK-EXC-POS-ANO PIC 9(04) VALUE ZEROS.
      *ALGUM CONTROLE MAIOR QUE A TABELA EM MEMORIA: A REGRAVACAO
      *APAGARIA OS REGISTROS ALEM DO TETO - NADA E FEITO.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
      *VALORES EDITADOS PARA O CONSOLE E O RELATORIO.
       77 WRK-VALOR-ED   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DEBITO-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CREDITO-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-NOME-LINHA PIC X(20) VALUE SPACES.
      *SUPERVISOR: USUARIO VALIDADO PELO PROGCOB10 (ENTRADA -PARM),
      *QUE DEVOLVE O NIVEL REAL DO CADASTRO.
       77 WRK-SUPERVISOR PIC X(20) VALUE SPACES.
       77 WRK-SUPERV-SENHA PIC X(20) VALUE SPACES.
       01 WRK-PARM-PROGCOB10.
           03 WRK-P10-USUARIO PIC X(20).
           03 WRK-P10-SENHA   PIC X(20).
           03 WRK-P10-NIVEL   PIC 9(02).
               88 USUARIO-SUPERVISOR VALUE 03.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB120'.
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
           MOVE 'EXERCICIO' TO WRK-LCK-NOME.
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
           MOVE ZEROS TO WRK-LAN-QT.
           MOVE SPACES TO WRK-ACAO.
           DISPLAY 'USUARIO SUPERVISOR.. '.
           ACCEPT WRK-SUPERVISOR.
           DISPLAY 'SENHA.. '.
           ACCEPT WRK-SUPERV-SENHA.
           MOVE WRK-SUPERVISOR TO WRK-P10-USUARIO.
           MOVE WRK-SUPERV-SENHA TO WRK-P10-SENHA.
           MOVE ZEROS TO WRK-P10-NIVEL.
           CALL 'PROGCOB10-PARM' USING WRK-PARM-PROGCOB10.
           IF USUARIO-SUPERVISOR
               PERFORM 0100-PROCESSAR
           ELSE
               DISPLAY 'USUARIO ' WRK-SUPERVISOR ' NAO TEM NIVEL '
                   'SUPERVISOR, ACAO RECUSADA'
               MOVE 16 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'ANO=' WRK-ANO ' ACAO=' WRK-ACAO
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'SUPERVISOR=' WRK-SUPERVISOR
               ' LANCAMENTOS=' WRK-LAN-QT
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
      *A TRAVA SAI ANTES DE DEVOLVER O RETURN-CODE - O CALL DO RUNLOCK
      *ZERARIA A RC DA ACAO RECUSADA.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *PEDE O EXERCICIO E A ACAO, CARREGA OS CONTROLES E APLICA.
       0100-PROCESSAR.
           DISPLAY 'EXERCICIO AAAA (BRANCO = ANO ANTERIOR).. '.
           ACCEPT WRK-ANO-PEDIDO.
           IF WRK-ANO-PEDIDO IS NOT NUMERIC
               OR WRK-ANO-PEDIDO = '0000'
               COMPUTE WRK-ANO = WRK-HOJ-ANO - 1
           ELSE
               MOVE WRK-ANO-PEDIDO-R TO WRK-ANO
           END-IF.
           COMPUTE WRK-DATA-LANC = (WRK-ANO * 10000) + 1231.
           DISPLAY '(E)NCERRAR OU (R)EABRIR O EXERCICIO ' WRK-ANO
               '.. '.
           ACCEPT WRK-ACAO.
           MOVE 'S' TO WRK-PODE-SEGUIR.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           PERFORM 0110-CARREGAR-EXERCTL.
           PERFORM 0120-CARREGAR-LIVROCTL.
           IF TABELA-ESTOUROU
               DISPLAY 'CONTROLE MAIOR QUE A TABELA EM MEMORIA '
                   '(EXERCTL OU LIVROCTL), NADA FOI FEITO'
               MOVE 12 TO RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN ACAO-ENCERRAR
                       PERFORM 0200-ENCERRAR
                   WHEN ACAO-REABRIR
                       PERFORM 0300-REABRIR
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA, NADA FEITO'
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.

      *CONTROLE DOS EXERCICIOS: SEM O ARQUIVO, NENHUM ENCERRADO.
       0110-CARREGAR-EXERCTL.
           MOVE ZEROS TO WRK-EXC-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-EXERCTL.
           IF WRK-STATUS-EXERCTL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0111-LER-EXERCTL UNTIL FIM-ARQ.
           IF WRK-STATUS-EXERCTL NOT = '35'
               CLOSE F-EXERCTL
           END-IF.

       0111-LER-EXERCTL.
           READ F-EXERCTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-EXC-QT < WRK-EXC-MAX
                       ADD 1 TO WRK-EXC-QT
                       MOVE REG-EXERCTL
                           TO WRK-TAB-EXC-ITEM (WRK-EXC-QT)
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           END-READ.

      *LOCALIZA O ANO WRK-ANO-BUSCA NO CONTROLE (WRK-EXC-POS = 0
      *QUANDO NAO HA REGISTRO DELE).
       0115-LOCALIZAR-EXERCICIO.
           MOVE ZEROS TO WRK-EXC-POS.
           PERFORM 0116-COMPARAR-EXERCICIO
               VARYING WRK-EXC-IDX FROM 1 BY 1
               UNTIL WRK-EXC-IDX > WRK-EXC-QT OR WRK-EXC-POS > 0.

       0116-COMPARAR-EXERCICIO.
           IF WRK-EXC-ANO (WRK-EXC-IDX) = WRK-ANO-BUSCA
               MOVE WRK-EXC-IDX TO WRK-EXC-POS
           END-IF.

       0120-CARREGAR-LIVROCTL.
           MOVE ZEROS TO WRK-PER-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-LIVROCTL.
           IF WRK-STATUS-LIVROCTL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0121-LER-LIVROCTL UNTIL FIM-ARQ.
           IF WRK-STATUS-LIVROCTL NOT = '35'
               CLOSE F-LIVROCTL
           END-IF.

       0121-LER-LIVROCTL.
           READ F-LIVROCTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-PER-QT < WRK-PER-MAX
                       ADD 1 TO WRK-PER-QT
                       MOVE LCT-PERIODO TO WRK-PER-PERIODO (WRK-PER-QT)
                       MOVE LCT-SITUACAO
                           TO WRK-PER-SITUACAO (WRK-PER-QT)
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           END-READ.

      *LOCALIZA O MES WRK-PERIODO-BUSCA NO CONTROLE DE PERIODOS.
       0125-LOCALIZAR-PERIODO.
           MOVE ZEROS TO WRK-PER-POS.
           PERFORM 0126-COMPARAR-PERIODO
               VARYING WRK-PER-IDX FROM 1 BY 1
               UNTIL WRK-PER-IDX > WRK-PER-QT OR WRK-PER-POS > 0.

       0126-COMPARAR-PERIODO.
           IF WRK-PER-PERIODO (WRK-PER-IDX) = WRK-PERIODO-BUSCA-X
               MOVE WRK-PER-IDX TO WRK-PER-POS
           END-IF.

      *PLANO DE CONTAS: CLASSE E NOME DE CADA CONTA.
       0130-CARREGAR-PLANO.
           MOVE ZEROS TO WRK-PCT-QT.
           MOVE 'N' TO WRK-SEM-PLANO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PLANOCTA.
           IF WRK-STATUS-PLANOCTA NOT = '00'
               MOVE 'S' TO WRK-SEM-PLANO
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0131-LER-PLANO UNTIL FIM-ARQ.
           IF WRK-STATUS-PLANOCTA NOT = '35'
               CLOSE F-PLANOCTA
           END-IF.

       0131-LER-PLANO.
           READ F-PLANOCTA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-PCT-QT < WRK-PCT-MAX
                       ADD 1 TO WRK-PCT-QT
                       MOVE PCT-CONTA TO WRK-PCT-CONTA (WRK-PCT-QT)
                       MOVE PCT-NOME TO WRK-PCT-NOME (WRK-PCT-QT)
                       MOVE PCT-CLASSE TO WRK-PCT-CLASSE (WRK-PCT-QT)
                       MOVE PCT-ATIVA TO WRK-PCT-ATIVA (WRK-PCT-QT)
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           END-READ.

      *LOCALIZA WRK-CONTA-BUSCA NO PLANO (WRK-PCT-POS = 0 FORA DELE).
       0135-LOCALIZAR-PLANO.
           MOVE ZEROS TO WRK-PCT-POS.
           PERFORM 0136-COMPARAR-PLANO
               VARYING WRK-PCT-IDX FROM 1 BY 1
               UNTIL WRK-PCT-IDX > WRK-PCT-QT OR WRK-PCT-POS > 0.

       0136-COMPARAR-PLANO.
           IF WRK-PCT-CONTA (WRK-PCT-IDX) = WRK-CONTA-BUSCA
               MOVE WRK-PCT-IDX TO WRK-PCT-POS
           END-IF.

      *CONTA DE LUCROS ACUMULADOS: CONTA DE CREDITO DA ORIGEM
      *ENCERRAM NO CONTACFG (SEM ELA, O PADRAO DA CASA COM AVISO,
      *COMO NO PROGCOB66). TEM QUE SER CLASSE L E ATIVA NO PLANO.
       0140-DEFINIR-CONTA-LUCROS.
           MOVE SPACES TO WRK-CONTA-LUCROS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CONTACFG.
           IF WRK-STATUS-CONTACFG NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0141-LER-CONTACFG UNTIL FIM-ARQ.
           IF WRK-STATUS-CONTACFG NOT = '35'
               CLOSE F-CONTACFG
           END-IF.
           IF WRK-CONTA-LUCROS = SPACES
               DISPLAY '*** ATENCAO: ORIGEM ENCERRAM SEM CONTA NO '
                   'CONTACFG, USANDO A CONTA PADRAO LUCROACU ***'
               MOVE 'LUCROACU' TO WRK-CONTA-LUCROS
           END-IF.
           MOVE WRK-CONTA-LUCROS TO WRK-CONTA-BUSCA.
           PERFORM 0135-LOCALIZAR-PLANO.
           IF WRK-PCT-POS = 0
               DISPLAY 'CONTA DE LUCROS ACUMULADOS ' WRK-CONTA-LUCROS
                   ' FORA DO PLANO DE CONTAS, NADA FEITO'
               MOVE 'N' TO WRK-PODE-SEGUIR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-PCT-CLASSE (WRK-PCT-POS) NOT = 'L'
                   OR WRK-PCT-ATIVA (WRK-PCT-POS) NOT = 'S'
                   DISPLAY 'CONTA DE LUCROS ACUMULADOS '
                       WRK-CONTA-LUCROS ' NAO E DE PATRIMONIO '
                       'LIQUIDO (CLASSE L) ATIVA, NADA FEITO'
                   MOVE 'N' TO WRK-PODE-SEGUIR
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0141-LER-CONTACFG.
           READ F-CONTACFG
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CFG-ORIGEM = 'ENCERRAM'
                       MOVE CFG-CONTA-CR TO WRK-CONTA-LUCROS
                   END-IF
           END-READ.

      *SALDOS DE HOJE NA TABELA, NO SINAL DO PROGCOB06 (DB POSITIVO,
      *CR NEGATIVO - VEJA O 0051-LER-SALDO DELE), COM A CLASSE DO
      *PLANO. REGISTRO FORA DO LAYOUT RECUSA A EXECUCAO, COMO NO
      *0055-CONFERIR-SALDOS DO PROGCOB06.
       0150-CARREGAR-SALDOS.
           MOVE ZEROS TO WRK-SAL-QT.
           MOVE ZEROS TO WRK-QT-SAL-INVALIDO.
           MOVE ZEROS TO WRK-SALDO-GERAL.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-SALDOS.
           IF WRK-STATUS-SALDOS NOT = '00'
               DISPLAY 'SEM ARQUIVO DE SALDOS, TODAS AS CONTAS '
                   'ZERADAS'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0151-LER-SALDO UNTIL FIM-ARQ.
           IF WRK-STATUS-SALDOS NOT = '35'
               CLOSE F-SALDOS
           END-IF.
           IF WRK-QT-SAL-INVALIDO > 0
               DISPLAY 'SALDOS COM ' WRK-QT-SAL-INVALIDO
                   ' REGISTRO(S) FORA DO LAYOUT, NADA FEITO'
               MOVE 'N' TO WRK-PODE-SEGUIR
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF TABELA-ESTOUROU
               DISPLAY 'SALDOS MAIOR QUE A TABELA EM MEMORIA, '
                   'NADA FEITO - AUMENTAR WRK-SAL-MAX'
               MOVE 'N' TO WRK-PODE-SEGUIR
               MOVE 12 TO RETURN-CODE
           END-IF.

       0151-LER-SALDO.
           READ F-SALDOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF SAL-SALDO IS NOT NUMERIC
                       OR (SAL-SUF NOT = 'CR' AND SAL-SUF NOT = 'DB')
                       ADD 1 TO WRK-QT-SAL-INVALIDO
                   ELSE
                       MOVE SAL-CONTA TO WRK-CONTA-BUSCA
                       PERFORM 0155-LOCALIZAR-SALDO
                       IF WRK-SAL-POS > 0
                           IF SAL-SUF = 'CR'
                               SUBTRACT SAL-SALDO
                                   FROM WRK-SAL-SALDO (WRK-SAL-POS)
                               SUBTRACT SAL-SALDO FROM WRK-SALDO-GERAL
                           ELSE
                               ADD SAL-SALDO
                                   TO WRK-SAL-SALDO (WRK-SAL-POS)
                               ADD SAL-SALDO TO WRK-SALDO-GERAL
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *LOCALIZA WRK-CONTA-BUSCA NA TABELA DE SALDOS, INCLUINDO-A
      *ZERADA (COM A CLASSE DO PLANO) SE AINDA NAO ESTA - WRK-SAL-POS
      *= 0 QUANDO A TABELA ENCHEU.
       0155-LOCALIZAR-SALDO.
           MOVE ZEROS TO WRK-SAL-POS.
           PERFORM 0156-COMPARAR-SALDO
               VARYING WRK-SAL-IDX FROM 1 BY 1
               UNTIL WRK-SAL-IDX > WRK-SAL-QT OR WRK-SAL-POS > 0.
           IF WRK-SAL-POS = 0
               IF WRK-SAL-QT < WRK-SAL-MAX
                   ADD 1 TO WRK-SAL-QT
                   MOVE WRK-SAL-QT TO WRK-SAL-POS
                   MOVE WRK-CONTA-BUSCA TO WRK-SAL-CONTA (WRK-SAL-POS)
                   MOVE ZEROS TO WRK-SAL-SALDO (WRK-SAL-POS)
                   MOVE ZEROS TO WRK-SAL-POSTERIOR (WRK-SAL-POS)
                   PERFORM 0135-LOCALIZAR-PLANO
                   IF WRK-PCT-POS > 0
                       MOVE WRK-PCT-CLASSE (WRK-PCT-POS)
                           TO WRK-SAL-CLASSE (WRK-SAL-POS)
                   ELSE
                       MOVE SPACE TO WRK-SAL-CLASSE (WRK-SAL-POS)
                   END-IF
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.

       0156-COMPARAR-SALDO.
           IF WRK-SAL-CONTA (WRK-SAL-IDX) = WRK-CONTA-BUSCA
               MOVE WRK-SAL-IDX TO WRK-SAL-POS
           END-IF.

      *MOVIMENTO DO ANO NOVO (LANCAMENTOS DO RAZAOEXP DATADOS DEPOIS
      *DE 31/12 DO EXERCICIO) JA ESTA NO SALDOS DE HOJE E NAO ENTRA
      *NO RESULTADO DO EXERCICIO.
       0160-DESCONTAR-POSTERIOR.
           MOVE ZEROS TO WRK-QT-POSTERIOR.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-RAZAOEXP.
           IF WRK-STATUS-RAZAOEXP NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0161-LER-RAZAOEXP UNTIL FIM-ARQ.
           IF WRK-STATUS-RAZAOEXP NOT = '35'
               CLOSE F-RAZAOEXP
           END-IF.
           IF WRK-QT-POSTERIOR > 0
               DISPLAY WRK-QT-POSTERIOR ' LANCAMENTO(S) POSTERIORES '
                   'A 31/12/' WRK-ANO ' DESCONTADOS DO SALDOS'
           END-IF.
           IF TABELA-ESTOUROU
               DISPLAY 'CONTAS ALEM DA TABELA EM MEMORIA, NADA FEITO '
                   '- AUMENTAR WRK-SAL-MAX'
               MOVE 'N' TO WRK-PODE-SEGUIR
               MOVE 12 TO RETURN-CODE
           END-IF.

       0161-LER-RAZAOEXP.
           READ F-RAZAOEXP
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF REX-TIPO = 'D'
                       AND REX-DATA IS NUMERIC
                       AND REX-DATA > WRK-DATA-LANC
                       ADD 1 TO WRK-QT-POSTERIOR
                       MOVE REX-CONTA TO WRK-CONTA-BUSCA
                       PERFORM 0155-LOCALIZAR-SALDO
                       IF WRK-SAL-POS > 0
                           ADD REX-CREDITO
                               TO WRK-SAL-POSTERIOR (WRK-SAL-POS)
                           SUBTRACT REX-DEBITO
                               FROM WRK-SAL-POSTERIOR (WRK-SAL-POS)
                       END-IF
                   END-IF
           END-READ.

      *ENCERRAMENTO: SO DE EXERCICIO JA TERMINADO, AINDA NAO
      *ENCERRADO, COM O ANTERIOR NAO REABERTO; DEPOIS MONTA, CONFIRMA
      *E POSTA.
       0200-ENCERRAR.
           PERFORM 0201-CRITICAR-ENCERRAMENTO.
           IF PODE-SEGUIR
               PERFORM 0130-CARREGAR-PLANO
               IF SEM-PLANO-DE-CONTAS
                   DISPLAY 'PLANO DE CONTAS (PLANOCTA) NAO '
                       'ENCONTRADO - SEM A CLASSE DAS CONTAS NAO HA '
                       'ENCERRAMENTO'
                   MOVE 'N' TO WRK-PODE-SEGUIR
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF PODE-SEGUIR
               PERFORM 0140-DEFINIR-CONTA-LUCROS
           END-IF.
           IF PODE-SEGUIR
               PERFORM 0150-CARREGAR-SALDOS
           END-IF.
           IF PODE-SEGUIR
               PERFORM 0160-DESCONTAR-POSTERIOR
           END-IF.
           IF PODE-SEGUIR
               PERFORM 0210-MONTAR-ENCERRAMENTO
           END-IF.
           IF PODE-SEGUIR
               PERFORM 0240-CONFERIR-ESPACO
           END-IF.
           IF PODE-SEGUIR
               PERFORM 0250-CONFIRMAR
           END-IF.
           IF PODE-SEGUIR
               MOVE 'ENCERRAM' TO WRK-ORIGEM
               MOVE 'E' TO WRK-TIPO-DIARIO
               IF WRK-EXC-POS-ANO = 0
                   ADD 1 TO WRK-EXC-QT
                   MOVE WRK-EXC-QT TO WRK-EXC-POS-ANO
                   MOVE WRK-ANO TO WRK-EXC-ANO (WRK-EXC-POS-ANO)
                   MOVE ZEROS TO WRK-EXC-SEQ (WRK-EXC-POS-ANO)
               END-IF
               COMPUTE WRK-SEQ = WRK-EXC-SEQ (WRK-EXC-POS-ANO) + 1
               PERFORM 0500-POSTAR-LANCAMENTOS
               PERFORM 0220-TRAVAR-ANO
               PERFORM 0230-REGISTRAR-ENCERRAMENTO
               PERFORM 0170-GRAVAR-LIVROCTL
               PERFORM 0180-GRAVAR-EXERCTL
               PERFORM 0600-GRAVAR-RELATORIO
               DISPLAY 'EXERCICIO ' WRK-ANO ' ENCERRADO: '
                   WRK-QT-CONTAS ' CONTA(S) DE RESULTADO ZERADA(S), '
                   'MESES FECHADOS NO LIVROCTL (DIARIO EM '
                   'PROGCOB120RPT)'
           END-IF.

       0201-CRITICAR-ENCERRAMENTO.
           MOVE WRK-ANO TO WRK-ANO-BUSCA.
           PERFORM 0115-LOCALIZAR-EXERCICIO.
           MOVE WRK-EXC-POS TO WRK-EXC-POS-ANO.
           IF WRK-ANO NOT < WRK-HOJ-ANO
               DISPLAY 'EXERCICIO ' WRK-ANO ' AINDA NAO TERMINOU, '
                   'NADA FEITO'
               MOVE 'N' TO WRK-PODE-SEGUIR
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF PODE-SEGUIR AND WRK-EXC-POS-ANO > 0
               IF WRK-EXC-SITUACAO (WRK-EXC-POS-ANO) = 'F'
                   DISPLAY 'EXERCICIO ' WRK-ANO ' JA ENCERRADO EM '
                       WRK-EXC-DATA (WRK-EXC-POS-ANO) ' POR '
                       WRK-EXC-SUPERVISOR (WRK-EXC-POS-ANO)
                   MOVE 'N' TO WRK-PODE-SEGUIR
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      *COM O ANO ANTERIOR REABERTO, O SALDOS AINDA TEM O RESULTADO
      *DELE - ENCERRAR ESTE MISTURARIA OS DOIS ANOS.
           IF PODE-SEGUIR
               COMPUTE WRK-ANO-BUSCA = WRK-ANO - 1
               PERFORM 0115-LOCALIZAR-EXERCICIO
               IF WRK-EXC-POS > 0
                   IF WRK-EXC-SITUACAO (WRK-EXC-POS) = 'A'
                       DISPLAY 'EXERCICIO ' WRK-ANO-BUSCA ' ESTA '
                           'REABERTO - ENCERRE-O ANTES DE ' WRK-ANO
                       MOVE 'N' TO WRK-PODE-SEGUIR
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF PODE-SEGUIR
               IF (WRK-EXC-POS-ANO = 0
                   AND WRK-EXC-QT >= WRK-EXC-MAX)
                   OR WRK-PER-QT + 12 > WRK-PER-MAX
                   DISPLAY 'CONTROLE DE EXERCICIOS OU DE PERIODOS '
                       'CHEIO, NADA FEITO'
                   MOVE 'N' TO WRK-PODE-SEGUIR
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

      *UM LANCAMENTO POR CONTA R OU D COM SALDO NO FIM DO ANO, NO
      *SENTIDO CONTRARIO AO SALDO, E A CONTRAPARTIDA (O RESULTADO DO
      *ANO) NA CONTA DE LUCROS ACUMULADOS.
       0210-MONTAR-ENCERRAMENTO.
           MOVE ZEROS TO WRK-LAN-QT.
           MOVE ZEROS TO WRK-QT-CONTAS.
           MOVE ZEROS TO WRK-RESULTADO.
           PERFORM 0211-ZERAR-CONTA
               VARYING WRK-SAL-IDX FROM 1 BY 1
               UNTIL WRK-SAL-IDX > WRK-SAL-QT.
           IF WRK-RESULTADO NOT = ZEROS
               IF WRK-LAN-QT < WRK-LAN-MAX
                   ADD 1 TO WRK-LAN-QT
                   MOVE WRK-CONTA-LUCROS TO WRK-LAN-CONTA (WRK-LAN-QT)
                   IF WRK-RESULTADO > ZEROS
                       MOVE ZEROS TO WRK-LAN-DEBITO (WRK-LAN-QT)
                       MOVE WRK-RESULTADO
                           TO WRK-LAN-CREDITO (WRK-LAN-QT)
                   ELSE
                       COMPUTE WRK-LAN-DEBITO (WRK-LAN-QT) =
                           ZERO - WRK-RESULTADO
                       MOVE ZEROS TO WRK-LAN-CREDITO (WRK-LAN-QT)
                   END-IF
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.
           PERFORM 0215-CLASSIFICAR-RESULTADO.
           IF TABELA-ESTOUROU
               DISPLAY 'LANCAMENTOS ALEM DA TABELA EM MEMORIA, NADA '
                   'FEITO - AUMENTAR WRK-LAN-MAX'
               MOVE 'N' TO WRK-PODE-SEGUIR
               MOVE 12 TO RETURN-CODE
           END-IF.

       0211-ZERAR-CONTA.
           IF WRK-SAL-CLASSE (WRK-SAL-IDX) = 'R'
               OR WRK-SAL-CLASSE (WRK-SAL-IDX) = 'D'
               COMPUTE WRK-VALOR-ANO = WRK-SAL-SALDO (WRK-SAL-IDX)
                   - WRK-SAL-POSTERIOR (WRK-SAL-IDX)
               IF WRK-VALOR-ANO NOT = ZEROS
                   IF WRK-LAN-QT < WRK-LAN-MAX
                       ADD 1 TO WRK-LAN-QT
                       ADD 1 TO WRK-QT-CONTAS
                       ADD WRK-VALOR-ANO TO WRK-RESULTADO
                       MOVE WRK-SAL-CONTA (WRK-SAL-IDX)
                           TO WRK-LAN-CONTA (WRK-LAN-QT)
                       IF WRK-VALOR-ANO > ZEROS
                           MOVE WRK-VALOR-ANO
                               TO WRK-LAN-DEBITO (WRK-LAN-QT)
                           MOVE ZEROS TO WRK-LAN-CREDITO (WRK-LAN-QT)
                       ELSE
                           MOVE ZEROS TO WRK-LAN-DEBITO (WRK-LAN-QT)
                           COMPUTE WRK-LAN-CREDITO (WRK-LAN-QT) =
                               ZERO - WRK-VALOR-ANO
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
               END-IF
           END-IF.

      *RESULTADO SEM SINAL, COMO LUCRO (CREDOR) OU PREJUIZO.
       0215-CLASSIFICAR-RESULTADO.
           IF WRK-RESULTADO < ZEROS
               COMPUTE WRK-RESULTADO-ABS = ZERO - WRK-RESULTADO
               MOVE 'P' TO WRK-RES-TIPO
               MOVE 'PREJUIZO' TO WRK-RES-NOME
           ELSE
               MOVE WRK-RESULTADO TO WRK-RESULTADO-ABS
               MOVE 'L' TO WRK-RES-TIPO
               MOVE 'LUCRO' TO WRK-RES-NOME
           END-IF.

      *FECHA OS DOZE MESES DO EXERCICIO NO LIVROCTL, GUARDANDO A
      *SITUACAO ANTERIOR DE CADA UM PARA A REABERTURA.
       0220-TRAVAR-ANO.
           PERFORM 0221-TRAVAR-MES
               VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12.

       0221-TRAVAR-MES.
           COMPUTE WRK-PERIODO-BUSCA = (WRK-ANO * 100) + WRK-MES.
           PERFORM 0125-LOCALIZAR-PERIODO.
           IF WRK-PER-POS = 0
               MOVE SPACE
                   TO WRK-EXC-PER-ANTERIOR (WRK-EXC-POS-ANO, WRK-MES)
               ADD 1 TO WRK-PER-QT
               MOVE WRK-PER-QT TO WRK-PER-POS
               MOVE WRK-PERIODO-BUSCA-X TO WRK-PER-PERIODO (WRK-PER-POS)
           ELSE
               MOVE WRK-PER-SITUACAO (WRK-PER-POS)
                   TO WRK-EXC-PER-ANTERIOR (WRK-EXC-POS-ANO, WRK-MES)
           END-IF.
           MOVE 'F' TO WRK-PER-SITUACAO (WRK-PER-POS).

      *A LINHA DO ANO NO CONTROLE (JA COM A SITUACAO ANTERIOR DOS
      *MESES, GUARDADA PELO 0220) PASSA A ENCERRADO.
       0230-REGISTRAR-ENCERRAMENTO.
           MOVE WRK-SEQ TO WRK-EXC-SEQ (WRK-EXC-POS-ANO).
           MOVE 'F' TO WRK-EXC-SITUACAO (WRK-EXC-POS-ANO).
           MOVE WRK-DATA-HOJE TO WRK-EXC-DATA (WRK-EXC-POS-ANO).
           MOVE WRK-SUPERVISOR TO WRK-EXC-SUPERVISOR (WRK-EXC-POS-ANO).
           MOVE WRK-CONTA-LUCROS
               TO WRK-EXC-CONTA-LUCROS (WRK-EXC-POS-ANO).
           MOVE WRK-QT-CONTAS TO WRK-EXC-QT-CONTAS (WRK-EXC-POS-ANO).
           MOVE WRK-RESULTADO-ABS
               TO WRK-EXC-RESULTADO (WRK-EXC-POS-ANO).
           MOVE WRK-RES-TIPO TO WRK-EXC-RES-TIPO (WRK-EXC-POS-ANO).

      *AS CONTAS QUE OS LANCAMENTOS TRAZEM DE VOLTA AO SALDOS TEM QUE
      *CABER NA TABELA ANTES DE QUALQUER GRAVACAO.
       0240-CONFERIR-ESPACO.
           IF WRK-SAL-QT + WRK-LAN-QT > WRK-SAL-MAX
               DISPLAY 'CONTAS ALEM DA TABELA EM MEMORIA, NADA FEITO '
                   '- AUMENTAR WRK-SAL-MAX'
               MOVE 'N' TO WRK-PODE-SEGUIR
               MOVE 12 TO RETURN-CODE
           END-IF.

      *PEDE A CONFIRMACAO COM O RESUMO DO QUE VAI SER POSTADO.
       0250-CONFIRMAR.
           MOVE WRK-RESULTADO-ABS TO WRK-VALOR-ED.
           DISPLAY 'EXERCICIO ' WRK-ANO ': ' WRK-LAN-QT
               ' LANCAMENTO(S) EM 31/12, ' WRK-RES-NOME ' DE '
               WRK-VALOR-ED.
           DISPLAY 'CONFIRMA (S/N).. '.
           ACCEPT WRK-CONFIRMA.
           IF NOT CONFIRMADO
               DISPLAY 'NAO CONFIRMADO, NADA FEITO'
               MOVE 'N' TO WRK-PODE-SEGUIR
               MOVE 4 TO RETURN-CODE
           END-IF.

      *REABERTURA: SO DO EXERCICIO ENCERRADO MAIS RECENTE (O SEGUINTE
      *NAO PODE ESTAR ENCERRADO). ESTORNA O DIARIO DO ULTIMO
      *ENCERRAMENTO E DEVOLVE OS MESES COMO ESTAVAM.
       0300-REABRIR.
           MOVE WRK-ANO TO WRK-ANO-BUSCA.
           PERFORM 0115-LOCALIZAR-EXERCICIO.
           MOVE WRK-EXC-POS TO WRK-EXC-POS-ANO.
           IF WRK-EXC-POS-ANO = 0
               DISPLAY 'EXERCICIO ' WRK-ANO ' NAO ESTA ENCERRADO, '
                   'NADA FEITO'
               MOVE 'N' TO WRK-PODE-SEGUIR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-EXC-SITUACAO (WRK-EXC-POS-ANO) NOT = 'F'
                   DISPLAY 'EXERCICIO ' WRK-ANO ' NAO ESTA '
                       'ENCERRADO, NADA FEITO'
                   MOVE 'N' TO WRK-PODE-SEGUIR
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF PODE-SEGUIR
               COMPUTE WRK-ANO-BUSCA = WRK-ANO + 1
               PERFORM 0115-LOCALIZAR-EXERCICIO
               IF WRK-EXC-POS > 0
                   IF WRK-EXC-SITUACAO (WRK-EXC-POS) = 'F'
                       DISPLAY 'EXERCICIO ' WRK-ANO-BUSCA ' ESTA '
                           'ENCERRADO - REABRA-O ANTES DE ' WRK-ANO
                       MOVE 'N' TO WRK-PODE-SEGUIR
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF PODE-SEGUIR
               MOVE WRK-EXC-SEQ (WRK-EXC-POS-ANO) TO WRK-SEQ
               MOVE WRK-EXC-CONTA-LUCROS (WRK-EXC-POS-ANO)
                   TO WRK-CONTA-LUCROS
               PERFORM 0130-CARREGAR-PLANO
               PERFORM 0150-CARREGAR-SALDOS
           END-IF.
           IF PODE-SEGUIR
               PERFORM 0310-CARREGAR-ESTORNO
           END-IF.
           IF PODE-SEGUIR
               PERFORM 0240-CONFERIR-ESPACO
           END-IF.
           IF PODE-SEGUIR
               PERFORM 0250-CONFIRMAR
           END-IF.
           IF PODE-SEGUIR
               MOVE 'REABERTU' TO WRK-ORIGEM
               MOVE 'R' TO WRK-TIPO-DIARIO
               PERFORM 0500-POSTAR-LANCAMENTOS
               PERFORM 0320-DESTRAVAR-ANO
               MOVE 'A' TO WRK-EXC-SITUACAO (WRK-EXC-POS-ANO)
               MOVE WRK-DATA-HOJE TO WRK-EXC-DATA (WRK-EXC-POS-ANO)
               MOVE WRK-SUPERVISOR
                   TO WRK-EXC-SUPERVISOR (WRK-EXC-POS-ANO)
               PERFORM 0170-GRAVAR-LIVROCTL
               PERFORM 0180-GRAVAR-EXERCTL
               PERFORM 0600-GRAVAR-RELATORIO
               DISPLAY 'EXERCICIO ' WRK-ANO ' REABERTO: '
                   WRK-LAN-QT ' LANCAMENTO(S) ESTORNADO(S) (DIARIO '
                   'EM PROGCOB120RPT)'
           END-IF.

      *OS LANCAMENTOS TIPO E DO ULTIMO ENCERRAMENTO DO ANO, COM
      *DEBITO E CREDITO TROCADOS.
       0310-CARREGAR-ESTORNO.
           MOVE ZEROS TO WRK-LAN-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-DIARENC.
           IF WRK-STATUS-DIARENC NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0311-LER-DIARENC UNTIL FIM-ARQ.
           IF WRK-STATUS-DIARENC NOT = '35'
               CLOSE F-DIARENC
           END-IF.
           MOVE WRK-EXC-QT-CONTAS (WRK-EXC-POS-ANO) TO WRK-QT-CONTAS.
           MOVE WRK-EXC-RESULTADO (WRK-EXC-POS-ANO)
               TO WRK-RESULTADO-ABS.
           MOVE WRK-EXC-RES-TIPO (WRK-EXC-POS-ANO) TO WRK-RES-TIPO.
           IF RESULTADO-LUCRO
               MOVE 'LUCRO' TO WRK-RES-NOME
           ELSE
               MOVE 'PREJUIZO' TO WRK-RES-NOME
           END-IF.
           IF WRK-LAN-QT = 0 AND WRK-QT-CONTAS > 0
               DISPLAY 'DIARIO DO ENCERRAMENTO DE ' WRK-ANO
                   ' NAO ENCONTRADO NO DIARENC, NADA FEITO'
               MOVE 'N' TO WRK-PODE-SEGUIR
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF TABELA-ESTOUROU
               DISPLAY 'LANCAMENTOS ALEM DA TABELA EM MEMORIA, NADA '
                   'FEITO - AUMENTAR WRK-LAN-MAX'
               MOVE 'N' TO WRK-PODE-SEGUIR
               MOVE 12 TO RETURN-CODE
           END-IF.

       0311-LER-DIARENC.
           READ F-DIARENC
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF EXD-ANO = WRK-ANO AND EXD-SEQ = WRK-SEQ
                       AND EXD-TIPO = 'E'
                       IF WRK-LAN-QT < WRK-LAN-MAX
                           ADD 1 TO WRK-LAN-QT
                           MOVE EXD-CONTA TO WRK-LAN-CONTA (WRK-LAN-QT)
                           MOVE EXD-CREDITO
                               TO WRK-LAN-DEBITO (WRK-LAN-QT)
                           MOVE EXD-DEBITO
                               TO WRK-LAN-CREDITO (WRK-LAN-QT)
                       ELSE
                           MOVE 'S' TO WRK-TAB-ESTOUROU
                       END-IF
                   END-IF
           END-READ.

      *DEVOLVE CADA MES DO ANO A SITUACAO DE ANTES DO ENCERRAMENTO
      *(MES QUE NAO TINHA REGISTRO VOLTA ABERTO).
       0320-DESTRAVAR-ANO.
           PERFORM 0321-DESTRAVAR-MES
               VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12.

       0321-DESTRAVAR-MES.
           COMPUTE WRK-PERIODO-BUSCA = (WRK-ANO * 100) + WRK-MES.
           PERFORM 0125-LOCALIZAR-PERIODO.
           IF WRK-PER-POS > 0
               IF WRK-EXC-PER-ANTERIOR (WRK-EXC-POS-ANO, WRK-MES)
                   = 'F'
                   MOVE 'F' TO WRK-PER-SITUACAO (WRK-PER-POS)
               ELSE
                   MOVE 'A' TO WRK-PER-SITUACAO (WRK-PER-POS)
               END-IF
           END-IF.

       0170-GRAVAR-LIVROCTL.
           OPEN OUTPUT F-LIVROCTL.
           PERFORM 0171-GRAVAR-PERIODO
               VARYING WRK-PER-IDX FROM 1 BY 1
               UNTIL WRK-PER-IDX > WRK-PER-QT.
           CLOSE F-LIVROCTL.

       0171-GRAVAR-PERIODO.
           MOVE WRK-PER-PERIODO (WRK-PER-IDX) TO LCT-PERIODO.
           MOVE WRK-PER-SITUACAO (WRK-PER-IDX) TO LCT-SITUACAO.
           WRITE REG-LIVROCTL.

       0180-GRAVAR-EXERCTL.
           OPEN OUTPUT F-EXERCTL.
           PERFORM 0181-GRAVAR-EXERCICIO
               VARYING WRK-EXC-IDX FROM 1 BY 1
               UNTIL WRK-EXC-IDX > WRK-EXC-QT.
           CLOSE F-EXERCTL.

       0181-GRAVAR-EXERCICIO.
           MOVE WRK-TAB-EXC-ITEM (WRK-EXC-IDX) TO REG-EXERCTL.
           WRITE REG-EXERCTL.

      *POSTA OS LANCAMENTOS DA TABELA: DIARIO NO DIARENC, UM
      *REGISTRO TIPO D POR LANCAMENTO (E O RESUMO T) NO RAZAOEXP COM
      *A ORIGEM E A DATA DE 31/12, E O SALDOS REGRAVADO JA COM ELES -
      *CONTA DE RESULTADO ZERADA NAO PASSA PARA O ANO NOVO.
       0500-POSTAR-LANCAMENTOS.
           MOVE ZEROS TO WRK-TOT-DEBITOS.
           MOVE ZEROS TO WRK-TOT-CREDITOS.
           OPEN EXTEND F-DIARENC.
           IF WRK-STATUS-DIARENC = '35'
               OPEN OUTPUT F-DIARENC
           END-IF.
           OPEN EXTEND F-RAZAOEXP.
           IF WRK-STATUS-RAZAOEXP = '35'
               OPEN OUTPUT F-RAZAOEXP
           END-IF.
           PERFORM 0510-POSTAR-LANCAMENTO
               VARYING WRK-LAN-IDX FROM 1 BY 1
               UNTIL WRK-LAN-IDX > WRK-LAN-QT.
           MOVE 'T' TO REX-TIPO.
           MOVE WRK-DATA-HOJE TO REX-DATA.
           MOVE SPACES TO REX-CONTA.
           MOVE WRK-TOT-DEBITOS TO REX-DEBITO.
           MOVE WRK-TOT-CREDITOS TO REX-CREDITO.
           PERFORM 0520-FORMATAR-SALDO-GERAL.
           MOVE WRK-ORIGEM TO REX-ORIGEM.
           MOVE ZEROS TO REX-FILIAL.
           WRITE REG-RAZAOEXP.
           CLOSE F-RAZAOEXP.
           CLOSE F-DIARENC.
           OPEN OUTPUT F-SALDOS.
           PERFORM 0530-GRAVAR-SALDO
               VARYING WRK-SAL-IDX FROM 1 BY 1
               UNTIL WRK-SAL-IDX > WRK-SAL-QT.
           CLOSE F-SALDOS.

       0510-POSTAR-LANCAMENTO.
           MOVE WRK-ANO TO EXD-ANO.
           MOVE WRK-SEQ TO EXD-SEQ.
           MOVE WRK-TIPO-DIARIO TO EXD-TIPO.
           MOVE WRK-DATA-HOJE TO EXD-DATA.
           MOVE WRK-LAN-CONTA (WRK-LAN-IDX) TO EXD-CONTA.
           MOVE WRK-LAN-DEBITO (WRK-LAN-IDX) TO EXD-DEBITO.
           MOVE WRK-LAN-CREDITO (WRK-LAN-IDX) TO EXD-CREDITO.
           WRITE REG-DIARENC.
           ADD WRK-LAN-DEBITO (WRK-LAN-IDX) TO WRK-TOT-DEBITOS.
           ADD WRK-LAN-CREDITO (WRK-LAN-IDX) TO WRK-TOT-CREDITOS.
           MOVE WRK-LAN-CONTA (WRK-LAN-IDX) TO WRK-CONTA-BUSCA.
           PERFORM 0155-LOCALIZAR-SALDO.
           ADD WRK-LAN-CREDITO (WRK-LAN-IDX)
               TO WRK-SAL-SALDO (WRK-SAL-POS) WRK-SALDO-GERAL.
           SUBTRACT WRK-LAN-DEBITO (WRK-LAN-IDX)
               FROM WRK-SAL-SALDO (WRK-SAL-POS) WRK-SALDO-GERAL.
           MOVE 'D' TO REX-TIPO.
           MOVE WRK-DATA-LANC TO REX-DATA.
           MOVE WRK-LAN-CONTA (WRK-LAN-IDX) TO REX-CONTA.
           MOVE WRK-LAN-DEBITO (WRK-LAN-IDX) TO REX-DEBITO.
           MOVE WRK-LAN-CREDITO (WRK-LAN-IDX) TO REX-CREDITO.
           PERFORM 0520-FORMATAR-SALDO-GERAL.
           MOVE WRK-ORIGEM TO REX-ORIGEM.
           MOVE 01 TO REX-FILIAL.
           WRITE REG-RAZAOEXP.

      *SALDO CORRENTE GERAL NO FORMATO DO PROGCOB06 (NEGATIVO = CR).
       0520-FORMATAR-SALDO-GERAL.
           IF WRK-SALDO-GERAL < ZEROS
               COMPUTE REX-SALDO = ZERO - WRK-SALDO-GERAL
               MOVE 'CR' TO REX-SUF
           ELSE
               MOVE WRK-SALDO-GERAL TO REX-SALDO
               MOVE 'DB' TO REX-SUF
           END-IF.

       0530-GRAVAR-SALDO.
           IF (WRK-SAL-CLASSE (WRK-SAL-IDX) = 'R'
               OR WRK-SAL-CLASSE (WRK-SAL-IDX) = 'D')
               AND WRK-SAL-SALDO (WRK-SAL-IDX) = ZEROS
               CONTINUE
           ELSE
               MOVE WRK-SAL-CONTA (WRK-SAL-IDX) TO SAL-CONTA
               IF WRK-SAL-SALDO (WRK-SAL-IDX) < ZEROS
                   COMPUTE SAL-SALDO =
                       ZERO - WRK-SAL-SALDO (WRK-SAL-IDX)
                   MOVE 'CR' TO SAL-SUF
               ELSE
                   MOVE WRK-SAL-SALDO (WRK-SAL-IDX) TO SAL-SALDO
                   MOVE 'DB' TO SAL-SUF
               END-IF
               WRITE REG-SALDO
           END-IF.

      *DIARIO DO ENCERRAMENTO (OU DO ESTORNO) NO PROGCOB120RPT.
       0600-GRAVAR-RELATORIO.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF ACAO-ENCERRAR
               STRING 'ENCERRAMENTO DO EXERCICIO ' WRK-ANO
                   ' - LANCAMENTOS DE 31/12 (ORIGEM ' WRK-ORIGEM
                   ') APROVADOS POR ' WRK-SUPERVISOR
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               STRING 'REABERTURA DO EXERCICIO ' WRK-ANO
                   ' - ESTORNO DO ENCERRAMENTO ' WRK-SEQ
                   ' (ORIGEM ' WRK-ORIGEM ') APROVADO POR '
                   WRK-SUPERVISOR
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0610-IMPRIMIR-LANCAMENTO
               VARYING WRK-LAN-IDX FROM 1 BY 1
               UNTIL WRK-LAN-IDX > WRK-LAN-QT.
           MOVE WRK-TOT-DEBITOS TO WRK-DEBITO-ED.
           MOVE WRK-TOT-CREDITOS TO WRK-CREDITO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TOTAL DEBITOS=' WRK-DEBITO-ED
               ' TOTAL CREDITOS=' WRK-CREDITO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-RESULTADO-ABS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'RESULTADO DO EXERCICIO: ' WRK-RES-NOME ' DE '
               WRK-VALOR-ED ' EM ' WRK-QT-CONTAS
               ' CONTA(S) DE RESULTADO - CONTRAPARTIDA NA CONTA '
               WRK-CONTA-LUCROS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF ACAO-ENCERRAR
               STRING 'PERIODOS ' WRK-ANO '01 A ' WRK-ANO
                   '12 FECHADOS NO LIVROCTL'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               STRING 'PERIODOS ' WRK-ANO '01 A ' WRK-ANO
                   '12 DEVOLVIDOS A SITUACAO DE ANTES DO '
                   'ENCERRAMENTO NO LIVROCTL'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.

       0610-IMPRIMIR-LANCAMENTO.
           MOVE WRK-LAN-CONTA (WRK-LAN-IDX) TO WRK-CONTA-BUSCA.
           PERFORM 0135-LOCALIZAR-PLANO.
           IF WRK-PCT-POS > 0
               MOVE WRK-PCT-NOME (WRK-PCT-POS) TO WRK-NOME-LINHA
           ELSE
               MOVE '(FORA DO PLANO)' TO WRK-NOME-LINHA
           END-IF.
           MOVE WRK-LAN-DEBITO (WRK-LAN-IDX) TO WRK-DEBITO-ED.
           MOVE WRK-LAN-CREDITO (WRK-LAN-IDX) TO WRK-CREDITO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'CONTA=' WRK-LAN-CONTA (WRK-LAN-IDX)
               ' ' WRK-NOME-LINHA
               ' DATA=' WRK-DATA-LANC
               ' DEBITO=' WRK-DEBITO-ED
               ' CREDITO=' WRK-CREDITO-ED
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
