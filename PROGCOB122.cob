       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB122.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : CONCILIACAO DO FIM DO MES ENTRE OS SUBRAZOES E A
      *CONTA DE CONTROLE DE CADA UM NO SALDOS. O TOTAL EM ABERTO DE
      *CADA SUBRAZAO TEM DE SER IGUAL AO SALDO DA CONTA DELE:
      *  FCLI = FATURAS DE CLIENTE EM ABERTO (FATCLI SITUACAO A,
      *         VALOR - PAGO), CONTRA A CONTA DE CLIENTES (DEVEDORA);
      *  MENS = MENSALIDADES NAO PAGAS (MENSALIDADES SITUACAO A,
      *         VALOR - PAGO), CONTRA A CONTA DE MENSALIDADES A
      *         RECEBER (DEVEDORA);
      *  FPAG = FATURAS DE TRANSPORTADORA APROVADAS E AINDA NAO
      *         PAGAS (FATPAGCTL REMETIDA R OU REJEITADA J, VALOR -
      *         DESCONTO DE SINISTRO), CONTRA A CONTA DE
      *         TRANSPORTADORAS A PAGAR (CREDORA).
      *A CONTA DE CONTROLE DE CADA SUBRAZAO VEM DO CONTACFG, NA
      *ORIGEM CONCFCLI, CONCMENS OU CONCFPAG, NA COLUNA DA NATUREZA
      *DELA (DEBITO PARA AS DUAS A RECEBER, CREDITO PARA A A PAGAR).
      *SUBRAZAO SEM ORIGEM NO CONTACFG NAO E CONCILIADO (AVISO).
      *O RELATORIO (PROGCOB122RPT) TRAZ, POR SUBRAZAO, O TOTAL, O
      *SALDO DA CONTA E A DIFERENCA. DIFERENCA ACIMA DA TOLERANCIA
      *LISTA OS ITENS QUE EXPLICAM A DIFERENCA - OS QUE MUDARAM
      *DESDE A ULTIMA CONCILIACAO QUE BATEU (NOVOS, ALTERADOS E
      *BAIXADOS, PELA FOTO DO CONCSNAP, VEJA CSNREC.CPY), AO LADO DO
      *MOVIMENTO DA CONTA NO MESMO INTERVALO; SEM FOTO, LISTA TODOS
      *OS ITENS EM ABERTO - E LEVANTA O ALERTA PROGCOB122-001 NA
      *FILA DO OPERADOR (A MENSAGEM TEM DE ESTAR NO MSGCAT COM
      *SEVERIDADE E). SUBRAZAO QUE BATE RENOVA A FOTO DELE.
      *RODA NA REDE NOTURNA NO FIM DO MES. RC 4 QUANDO ALGUM
      *SUBRAZAO NAO BATE OU NAO PODE SER CONCILIADO.
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
      *CONTAS POR ORIGEM (AS MESMAS DO PROGCOB66).
           SELECT F-CONTACFG ASSIGN TO 'CONTACFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTACFG.
      *OS TRES SUBRAZOES.
           SELECT F-FATCLI ASSIGN TO 'FATCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATCLI.
           SELECT F-MENSALIDADES ASSIGN TO 'MENSALIDADES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSALIDADES.
           SELECT F-FATPAGCTL ASSIGN TO 'FATPAGCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATPAGCTL.
      *FOTO DA ULTIMA CONCILIACAO QUE BATEU.
           SELECT F-CONCSNAP ASSIGN TO 'CONCSNAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONCSNAP.
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB122RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-SALDOS.
           COPY 'SALREC.CPY'.

       FD  F-CONTACFG.
       01  REG-CONTACFG.
           03 CFG-ORIGEM   PIC X(08).
           03 CFG-CONTA-DB PIC X(08).
           03 CFG-CONTA-CR PIC X(08).

       FD  F-FATCLI.
           COPY 'FCLREC.CPY'.

       FD  F-MENSALIDADES.
       01  REG-MENSALIDADE.
           03 MEN-MATRICULA PIC X(10).
           03 MEN-MES       PIC 9(06).
           03 MEN-TURMA     PIC X(06).
           03 MEN-VALOR     PIC 9(06)V99.
           03 MEN-PAGO      PIC 9(06)V99.
           03 MEN-SITUACAO  PIC X(01).

       FD  F-FATPAGCTL.
       01  REG-FATPAGCTL.
           03 FPG-NUMERO   PIC 9(08).
           03 FPG-REF      PIC X(10).
           03 FPG-VALOR    PIC 9(06)V99.
           03 FPG-SITUACAO PIC X(01).
           03 FPG-DESCONTO PIC 9(06)V99.

       FD  F-CONCSNAP.
           COPY 'CSNREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-SALDOS       PIC X(02) VALUE '00'.
       77 WRK-STATUS-CONTACFG     PIC X(02) VALUE '00'.
       77 WRK-STATUS-FATCLI       PIC X(02) VALUE '00'.
       77 WRK-STATUS-MENSALIDADES PIC X(02) VALUE '00'.
       77 WRK-STATUS-FATPAGCTL    PIC X(02) VALUE '00'.
       77 WRK-STATUS-CONCSNAP     PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *TOLERANCIA DA DIFERENCA (EM REAIS) ENTRE O SUBRAZAO E A CONTA
      *DE CONTROLE - ATE AQUI E ARREDONDAMENTO, ACIMA E DIVERGENCIA
      *COM ALERTA. AJUSTAR AQUI QUANDO A POLITICA DA CONTABILIDADE
      *MUDAR.
       77 WRK-TOLERANCIA PIC 9(04)V99 VALUE 1,00.
      *OS TRES SUBRAZOES: CODIGO, ORIGEM NO CONTACFG, NATUREZA DA
      *CONTA DE CONTROLE (D/C), A CONTA, OS TOTAIS DE HOJE (NA
      *NATUREZA DA CONTA) E A FOTO DA ULTIMA CONCILIACAO QUE BATEU.
      *SITUACAO: B = BATEU, D = DIVERGENTE, N = NAO CONCILIADO.
       01 WRK-RAZOES.
           03 WRK-RAZ-ITEM OCCURS 3 TIMES.
               05 WRK-RAZ-CODIGO    PIC X(04).
               05 WRK-RAZ-ORIGEM    PIC X(08).
               05 WRK-RAZ-NATUREZA  PIC X(01).
               05 WRK-RAZ-NOME      PIC X(30).
               05 WRK-RAZ-CONTA     PIC X(08).
               05 WRK-RAZ-QT-SUB    PIC 9(06).
               05 WRK-RAZ-TOT-SUB   PIC S9(11)V99.
               05 WRK-RAZ-TOT-CTB   PIC S9(11)V99.
               05 WRK-RAZ-DIFERENCA PIC S9(11)V99.
               05 WRK-RAZ-SITUACAO  PIC X(01).
               05 WRK-RAZ-FOTO      PIC X(01).
               05 WRK-RAZ-FOTO-DATA PIC 9(08).
               05 WRK-RAZ-FOTO-SUB  PIC S9(11)V99.
               05 WRK-RAZ-FOTO-CTB  PIC S9(11)V99.
       77 WRK-RAZ-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-RAZ-POS PIC 9(01) VALUE ZEROS.
      *ITENS EM ABERTO DO SUBRAZAO QUE ESTA SENDO CONCILIADO.
       77 WRK-ATU-MAX PIC 9(04) VALUE 3000.
       77 WRK-ATU-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-ATUAL.
           03 WRK-TAB-ATU-ITEM OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WRK-ATU-QT.
               05 WRK-ATU-CHAVE PIC X(22).
               05 WRK-ATU-SALDO PIC 9(09)V99.
       77 WRK-ATU-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-ATU-ESTOUROU PIC X(01) VALUE 'N'.
           88 ATUAL-ESTOUROU VALUE 'S'.
      *ITENS DA FOTO (CONCSNAP) DOS TRES SUBRAZOES. O SUBRAZAO QUE
      *BATE TEM OS ITENS ANTIGOS DESCARTADOS (X) E OS DE HOJE
      *ACRESCENTADOS - NO FIM A TABELA E A FOTO NOVA.
       77 WRK-ANT-MAX PIC 9(04) VALUE 6000.
       77 WRK-ANT-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-ANTERIOR.
           03 WRK-TAB-ANT-ITEM OCCURS 1 TO 6000 TIMES
                   DEPENDING ON WRK-ANT-QT.
               05 WRK-ANT-RAZAO PIC X(04).
               05 WRK-ANT-CHAVE PIC X(22).
               05 WRK-ANT-SALDO PIC 9(09)V99.
               05 WRK-ANT-VISTO PIC X(01).
       77 WRK-ANT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-ANT-POS PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       77 WRK-FOTO-MUDOU PIC X(01) VALUE 'N'.
           88 FOTO-MUDOU VALUE 'S'.
      *ITEM LIDO DO SUBRAZAO (CHAVE E SALDO EM ABERTO).
       77 WRK-ITEM-CHAVE PIC X(22) VALUE SPACES.
       77 WRK-ITEM-SALDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DESCONTO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VARIACAO   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIF-FOTO   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-MOV-SUB    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-MOV-CTB    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QT-LISTADO PIC 9(06) VALUE ZEROS.
       77 WRK-TIPO-MUDANCA PIC X(08) VALUE SPACES.
       77 WRK-QT-DIVERGENTE PIC 9(01) VALUE ZEROS.
       77 WRK-QT-NAO-CONC   PIC 9(01) VALUE ZEROS.
       77 WRK-RC-CONCILIACAO PIC 9(03) VALUE ZEROS.
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-FOTO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-FOTO-R REDEFINES WRK-DATA-FOTO.
           03 WRK-FOT-ANO PIC 9(04).
           03 WRK-FOT-MES PIC 9(02).
           03 WRK-FOT-DIA PIC 9(02).
       01 WRK-DATA-FOTO-ED.
           03 WRK-FOT-DIA-ED PIC 9(02).
           03 FILLER         PIC X(01) VALUE '/'.
           03 WRK-FOT-MES-ED PIC 9(02).
           03 FILLER         PIC X(01) VALUE '/'.
           03 WRK-FOT-ANO-ED PIC 9(04).
       01 WRK-VALORES-ED.
           03 WRK-VALOR-ED PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 OCCURS 3 TIMES.
       01 WRK-QT-ED PIC ZZZZZ9.
       01 WRK-DIF-ALERTA-ED PIC -ZZZ.ZZZ.ZZ9,99.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB122'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob).
           COPY 'LOCKCALL.CPY'.
      *CAMPOS COMUNS DE MENSAGEM CATALOGADA (VEJA DISPMSG.cob).
           COPY 'MSGCALL.CPY'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'T' TO WRK-LCK-ACAO.
           MOVE 'CONCILIA' TO WRK-LCK-NOME.
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
           MOVE ZEROS TO WRK-RC-CONCILIACAO.
           PERFORM 0050-DEFINIR-RAZOES.
           PERFORM 0100-CARREGAR-CONTACFG.
           PERFORM 0150-CARREGAR-SALDOS.
           PERFORM 0200-CARREGAR-FOTO.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           PERFORM 0300-CONCILIAR-RAZAO
               VARYING WRK-RAZ-IDX FROM 1 BY 1
               UNTIL WRK-RAZ-IDX > 3.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           PERFORM 0700-GRAVAR-FOTO.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'DATA=' WRK-DATA-HOJE DELIMITED BY SIZE
               INTO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'DIVERGENTES=' WRK-QT-DIVERGENTE
               ' NAOCONC=' WRK-QT-NAO-CONC ' FOTO=' WRK-FOTO-MUDOU
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE WRK-RC-CONCILIACAO TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *OS TRES SUBRAZOES, COM TOTAIS ZERADOS E SEM CONTA E SEM FOTO
      *ATE O CONTACFG E O CONCSNAP SEREM LIDOS.
       0050-DEFINIR-RAZOES.
           MOVE 'FCLI'     TO WRK-RAZ-CODIGO (1).
           MOVE 'CONCFCLI' TO WRK-RAZ-ORIGEM (1).
           MOVE 'D'        TO WRK-RAZ-NATUREZA (1).
           MOVE 'FATURAS DE CLIENTE EM ABERTO' TO WRK-RAZ-NOME (1).
           MOVE 'MENS'     TO WRK-RAZ-CODIGO (2).
           MOVE 'CONCMENS' TO WRK-RAZ-ORIGEM (2).
           MOVE 'D'        TO WRK-RAZ-NATUREZA (2).
           MOVE 'MENSALIDADES NAO PAGAS' TO WRK-RAZ-NOME (2).
           MOVE 'FPAG'     TO WRK-RAZ-CODIGO (3).
           MOVE 'CONCFPAG' TO WRK-RAZ-ORIGEM (3).
           MOVE 'C'        TO WRK-RAZ-NATUREZA (3).
           MOVE 'TRANSPORTADORAS A PAGAR' TO WRK-RAZ-NOME (3).
           PERFORM 0051-ZERAR-RAZAO
               VARYING WRK-RAZ-IDX FROM 1 BY 1
               UNTIL WRK-RAZ-IDX > 3.

       0051-ZERAR-RAZAO.
           MOVE SPACES TO WRK-RAZ-CONTA (WRK-RAZ-IDX).
           MOVE ZEROS TO WRK-RAZ-QT-SUB (WRK-RAZ-IDX).
           MOVE ZEROS TO WRK-RAZ-TOT-SUB (WRK-RAZ-IDX).
           MOVE ZEROS TO WRK-RAZ-TOT-CTB (WRK-RAZ-IDX).
           MOVE ZEROS TO WRK-RAZ-DIFERENCA (WRK-RAZ-IDX).
           MOVE 'N' TO WRK-RAZ-SITUACAO (WRK-RAZ-IDX).
           MOVE 'N' TO WRK-RAZ-FOTO (WRK-RAZ-IDX).
           MOVE ZEROS TO WRK-RAZ-FOTO-DATA (WRK-RAZ-IDX).
           MOVE ZEROS TO WRK-RAZ-FOTO-SUB (WRK-RAZ-IDX).
           MOVE ZEROS TO WRK-RAZ-FOTO-CTB (WRK-RAZ-IDX).

      *A CONTA DE CONTROLE DE CADA SUBRAZAO, PELA ORIGEM DELE NO
      *CONTACFG, NA COLUNA DA NATUREZA DA CONTA. SEM O ARQUIVO OU
      *SEM A ORIGEM, O SUBRAZAO FICA SEM CONTA E NAO E CONCILIADO -
      *NAO HA CONTA PADRAO DA CASA PARA ELES.
       0100-CARREGAR-CONTACFG.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CONTACFG.
           IF WRK-STATUS-CONTACFG NOT = '00'
               DISPLAY '*** ATENCAO: CONTACFG AUSENTE, SUBRAZOES SEM '
                   'CONTA DE CONTROLE ***'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-CONTACFG UNTIL FIM-ARQ.
           IF WRK-STATUS-CONTACFG NOT = '35'
               CLOSE F-CONTACFG
           END-IF.

       0110-LER-CONTACFG.
           READ F-CONTACFG
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM 0111-CASAR-ORIGEM
                       VARYING WRK-RAZ-IDX FROM 1 BY 1
                       UNTIL WRK-RAZ-IDX > 3
           END-READ.

       0111-CASAR-ORIGEM.
           IF CFG-ORIGEM = WRK-RAZ-ORIGEM (WRK-RAZ-IDX)
               IF WRK-RAZ-NATUREZA (WRK-RAZ-IDX) = 'D'
                   MOVE CFG-CONTA-DB TO WRK-RAZ-CONTA (WRK-RAZ-IDX)
               ELSE
                   MOVE CFG-CONTA-CR TO WRK-RAZ-CONTA (WRK-RAZ-IDX)
               END-IF
           END-IF.

      *SALDO DE HOJE DE CADA CONTA DE CONTROLE, NA NATUREZA DELA
      *(DEVEDORA: DB POSITIVO; CREDORA: CR POSITIVO). CONTA AUSENTE
      *DO SALDOS E CONTA SEM MOVIMENTO - SALDO ZERO.
       0150-CARREGAR-SALDOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-SALDOS.
           IF WRK-STATUS-SALDOS NOT = '00'
               DISPLAY 'ARQUIVO DE SALDOS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0160-LER-SALDO UNTIL FIM-ARQ.
           IF WRK-STATUS-SALDOS NOT = '35'
               CLOSE F-SALDOS
           END-IF.

       0160-LER-SALDO.
           READ F-SALDOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM 0161-CASAR-CONTA
                       VARYING WRK-RAZ-IDX FROM 1 BY 1
                       UNTIL WRK-RAZ-IDX > 3
           END-READ.

       0161-CASAR-CONTA.
           IF WRK-RAZ-CONTA (WRK-RAZ-IDX) NOT = SPACES
               AND SAL-CONTA = WRK-RAZ-CONTA (WRK-RAZ-IDX)
               IF (SAL-SUF = 'DB'
                       AND WRK-RAZ-NATUREZA (WRK-RAZ-IDX) = 'D')
                   OR (SAL-SUF NOT = 'DB'
                       AND WRK-RAZ-NATUREZA (WRK-RAZ-IDX) = 'C')
                   MOVE SAL-SALDO TO WRK-RAZ-TOT-CTB (WRK-RAZ-IDX)
               ELSE
                   COMPUTE WRK-RAZ-TOT-CTB (WRK-RAZ-IDX) =
                       ZERO - SAL-SALDO
               END-IF
           END-IF.

      *FOTO DA ULTIMA CONCILIACAO QUE BATEU: O CONTROLE DE CADA
      *SUBRAZAO VAI PARA A TABELA DOS SUBRAZOES, OS ITENS PARA A
      *TABELA DA FOTO. SEM O ARQUIVO, NENHUM SUBRAZAO TEM FOTO.
       0200-CARREGAR-FOTO.
           MOVE ZEROS TO WRK-ANT-QT.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CONCSNAP.
           IF WRK-STATUS-CONCSNAP NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0210-LER-FOTO UNTIL FIM-ARQ.
           IF WRK-STATUS-CONCSNAP NOT = '35'
               CLOSE F-CONCSNAP
           END-IF.

       0210-LER-FOTO.
           READ F-CONCSNAP
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM 0220-LOCALIZAR-RAZAO
                   IF WRK-RAZ-POS > 0
                       IF CSN-CONTROLE
                           PERFORM 0211-GUARDAR-CONTROLE
                       ELSE
                           PERFORM 0212-GUARDAR-ITEM
                       END-IF
                   END-IF
           END-READ.

       0211-GUARDAR-CONTROLE.
           MOVE 'S' TO WRK-RAZ-FOTO (WRK-RAZ-POS).
           MOVE CSN-DATA TO WRK-RAZ-FOTO-DATA (WRK-RAZ-POS).
           IF CSN-SINAL = '-'
               COMPUTE WRK-RAZ-FOTO-SUB (WRK-RAZ-POS) =
                   ZERO - CSN-SALDO
           ELSE
               MOVE CSN-SALDO TO WRK-RAZ-FOTO-SUB (WRK-RAZ-POS)
           END-IF.
           IF CSN-SINAL-CTB = '-'
               COMPUTE WRK-RAZ-FOTO-CTB (WRK-RAZ-POS) =
                   ZERO - CSN-SALDO-CTB
           ELSE
               MOVE CSN-SALDO-CTB TO WRK-RAZ-FOTO-CTB (WRK-RAZ-POS)
           END-IF.

       0212-GUARDAR-ITEM.
           IF WRK-ANT-QT < WRK-ANT-MAX
               ADD 1 TO WRK-ANT-QT
               MOVE CSN-RAZAO TO WRK-ANT-RAZAO (WRK-ANT-QT)
               MOVE CSN-CHAVE TO WRK-ANT-CHAVE (WRK-ANT-QT)
               MOVE CSN-SALDO TO WRK-ANT-SALDO (WRK-ANT-QT)
               MOVE 'N' TO WRK-ANT-VISTO (WRK-ANT-QT)
           ELSE
               MOVE 'S' TO WRK-TAB-ESTOUROU
           END-IF.

       0220-LOCALIZAR-RAZAO.
           MOVE ZEROS TO WRK-RAZ-POS.
           PERFORM 0221-COMPARAR-RAZAO
               VARYING WRK-RAZ-IDX FROM 1 BY 1
               UNTIL WRK-RAZ-IDX > 3 OR WRK-RAZ-POS > 0.

       0221-COMPARAR-RAZAO.
           IF CSN-RAZAO = WRK-RAZ-CODIGO (WRK-RAZ-IDX)
               MOVE WRK-RAZ-IDX TO WRK-RAZ-POS
           END-IF.

      *CONCILIA UM SUBRAZAO: TOTALIZA OS ITENS EM ABERTO, COMPARA COM
      *A CONTA DE CONTROLE E, SE A DIFERENCA PASSA DA TOLERANCIA,
      *LISTA OS ITENS QUE A EXPLICAM E LEVANTA O ALERTA.
       0300-CONCILIAR-RAZAO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'SUBRAZAO ' WRK-RAZ-CODIGO (WRK-RAZ-IDX) ' - '
               WRK-RAZ-NOME (WRK-RAZ-IDX) '  CONTA DE CONTROLE: '
               WRK-RAZ-CONTA (WRK-RAZ-IDX)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF WRK-RAZ-CONTA (WRK-RAZ-IDX) = SPACES
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '  NAO CONCILIADO: ORIGEM '
                   WRK-RAZ-ORIGEM (WRK-RAZ-IDX)
                   ' AUSENTE DO CONTACFG'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY '*** ATENCAO: SUBRAZAO '
                   WRK-RAZ-CODIGO (WRK-RAZ-IDX)
                   ' SEM CONTA DE CONTROLE NO CONTACFG ***'
               ADD 1 TO WRK-QT-NAO-CONC
               PERFORM 0390-SUBIR-RC-AVISO
           ELSE
               PERFORM 0310-CARREGAR-ITENS
               PERFORM 0350-COMPARAR-TOTAIS
           END-IF.

       0310-CARREGAR-ITENS.
           MOVE ZEROS TO WRK-ATU-QT.
           MOVE 'N' TO WRK-ATU-ESTOUROU.
           EVALUATE WRK-RAZ-IDX
               WHEN 1
                   PERFORM 0320-CARREGAR-FATCLI
               WHEN 2
                   PERFORM 0330-CARREGAR-MENSALIDADES
               WHEN 3
                   PERFORM 0340-CARREGAR-FATPAGCTL
           END-EVALUATE.

      *FATURA DE CLIENTE EM ABERTO: SITUACAO A COM SALDO.
       0320-CARREGAR-FATCLI.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FATCLI.
           IF WRK-STATUS-FATCLI NOT = '00'
               DISPLAY 'ARQUIVO FATCLI NAO ENCONTRADO - SUBRAZAO '
                   'VAZIO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0321-LER-FATCLI UNTIL FIM-ARQ.
           IF WRK-STATUS-FATCLI NOT = '35'
               CLOSE F-FATCLI
           END-IF.

       0321-LER-FATCLI.
           READ F-FATCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FCL-SITUACAO = 'A' AND FCL-VALOR > FCL-PAGO
                       MOVE SPACES TO WRK-ITEM-CHAVE
                       MOVE FCL-NUMERO TO WRK-ITEM-CHAVE
                       COMPUTE WRK-ITEM-SALDO = FCL-VALOR - FCL-PAGO
                       PERFORM 0345-GUARDAR-ITEM
                   END-IF
           END-READ.

      *MENSALIDADE NAO PAGA: SITUACAO A COM SALDO.
       0330-CARREGAR-MENSALIDADES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-MENSALIDADES.
           IF WRK-STATUS-MENSALIDADES NOT = '00'
               DISPLAY 'ARQUIVO MENSALIDADES NAO ENCONTRADO - '
                   'SUBRAZAO VAZIO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0331-LER-MENSALIDADE UNTIL FIM-ARQ.
           IF WRK-STATUS-MENSALIDADES NOT = '35'
               CLOSE F-MENSALIDADES
           END-IF.

       0331-LER-MENSALIDADE.
           READ F-MENSALIDADES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MEN-SITUACAO = 'A' AND MEN-VALOR > MEN-PAGO
                       MOVE SPACES TO WRK-ITEM-CHAVE
                       STRING MEN-MATRICULA MEN-MES MEN-TURMA
                           DELIMITED BY SIZE INTO WRK-ITEM-CHAVE
                       COMPUTE WRK-ITEM-SALDO = MEN-VALOR - MEN-PAGO
                       PERFORM 0345-GUARDAR-ITEM
                   END-IF
           END-READ.

      *FATURA DE TRANSPORTADORA APROVADA E AINDA NAO PAGA: REMETIDA
      *AO BANCO (R) OU REJEITADA POR ELE (J, VOLTA NA PROXIMA
      *REMESSA). O SALDO E O LIQUIDO DO SINISTRO DESCONTADO (ESPACOS
      *NO DESCONTO = SEM DESCONTO, COMO NO PROGCOB61).
       0340-CARREGAR-FATPAGCTL.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FATPAGCTL.
           IF WRK-STATUS-FATPAGCTL NOT = '00'
               DISPLAY 'ARQUIVO FATPAGCTL NAO ENCONTRADO - SUBRAZAO '
                   'VAZIO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0341-LER-FATPAGCTL UNTIL FIM-ARQ.
           IF WRK-STATUS-FATPAGCTL NOT = '35'
               CLOSE F-FATPAGCTL
           END-IF.

       0341-LER-FATPAGCTL.
           READ F-FATPAGCTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FPG-SITUACAO = 'R' OR FPG-SITUACAO = 'J'
                       IF FPG-DESCONTO IS NUMERIC
                           MOVE FPG-DESCONTO TO WRK-DESCONTO
                       ELSE
                           MOVE ZEROS TO WRK-DESCONTO
                       END-IF
                       IF FPG-VALOR > WRK-DESCONTO
                           MOVE SPACES TO WRK-ITEM-CHAVE
                           STRING FPG-NUMERO ' ' FPG-REF
                               DELIMITED BY SIZE INTO WRK-ITEM-CHAVE
                           COMPUTE WRK-ITEM-SALDO =
                               FPG-VALOR - WRK-DESCONTO
                           PERFORM 0345-GUARDAR-ITEM
                       END-IF
                   END-IF
           END-READ.

      *O TOTAL SOMA TODOS OS ITENS; A TABELA (PARA A LISTA DOS
      *ITENS) SO ATE O LIMITE - ESTOURADA, A LISTA SAI INCOMPLETA E
      *A FOTO NAO E RENOVADA.
       0345-GUARDAR-ITEM.
           ADD 1 TO WRK-RAZ-QT-SUB (WRK-RAZ-IDX).
           ADD WRK-ITEM-SALDO TO WRK-RAZ-TOT-SUB (WRK-RAZ-IDX).
           IF WRK-ATU-QT < WRK-ATU-MAX
               ADD 1 TO WRK-ATU-QT
               MOVE WRK-ITEM-CHAVE TO WRK-ATU-CHAVE (WRK-ATU-QT)
               MOVE WRK-ITEM-SALDO TO WRK-ATU-SALDO (WRK-ATU-QT)
           ELSE
               MOVE 'S' TO WRK-ATU-ESTOUROU
           END-IF.

       0350-COMPARAR-TOTAIS.
           COMPUTE WRK-RAZ-DIFERENCA (WRK-RAZ-IDX) =
               WRK-RAZ-TOT-SUB (WRK-RAZ-IDX)
               - WRK-RAZ-TOT-CTB (WRK-RAZ-IDX).
           IF WRK-RAZ-DIFERENCA (WRK-RAZ-IDX) > WRK-TOLERANCIA
               OR WRK-RAZ-DIFERENCA (WRK-RAZ-IDX) <
                   (ZERO - WRK-TOLERANCIA)
               MOVE 'D' TO WRK-RAZ-SITUACAO (WRK-RAZ-IDX)
           ELSE
               MOVE 'B' TO WRK-RAZ-SITUACAO (WRK-RAZ-IDX)
           END-IF.
           MOVE WRK-RAZ-QT-SUB (WRK-RAZ-IDX) TO WRK-QT-ED.
           MOVE WRK-RAZ-TOT-SUB (WRK-RAZ-IDX) TO WRK-VALOR-ED (1).
           MOVE WRK-RAZ-TOT-CTB (WRK-RAZ-IDX) TO WRK-VALOR-ED (2).
           MOVE WRK-RAZ-DIFERENCA (WRK-RAZ-IDX) TO WRK-VALOR-ED (3).
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '  SUBRAZAO (' WRK-QT-ED ' ITENS): ' WRK-VALOR-ED (1)
               '  CONTA: ' WRK-VALOR-ED (2)
               '  DIFERENCA: ' WRK-VALOR-ED (3)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF WRK-RAZ-SITUACAO (WRK-RAZ-IDX) = 'B'
               MOVE '  CONFERE (DENTRO DA TOLERANCIA)'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               PERFORM 0600-RENOVAR-FOTO
           ELSE
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '  *** DIVERGENTE - ITENS QUE EXPLICAM A '
                   'DIFERENCA: ***'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               PERFORM 0400-LISTAR-ITENS
               ADD 1 TO WRK-QT-DIVERGENTE
               PERFORM 0390-SUBIR-RC-AVISO
               PERFORM 0380-LEVANTAR-ALERTA
           END-IF.

      *ALERTA DE SEVERIDADE E NA FILA DO OPERADOR (ALERTAS, PELO
      *DISPMSG), COM O SUBRAZAO, A CONTA E A DIFERENCA.
       0380-LEVANTAR-ALERTA.
           MOVE WRK-RAZ-DIFERENCA (WRK-RAZ-IDX) TO WRK-DIF-ALERTA-ED.
           MOVE 'PROGCOB122-001' TO WRK-MSG-ID.
           MOVE SPACES TO WRK-MSG-COMPL.
           STRING WRK-RAZ-CODIGO (WRK-RAZ-IDX) ' '
               WRK-RAZ-CONTA (WRK-RAZ-IDX) ' DIF ' WRK-DIF-ALERTA-ED
               DELIMITED BY SIZE INTO WRK-MSG-COMPL.
           CALL 'DISPMSG' USING WRK-MSG-ID WRK-MSG-COMPL WRK-MSG-RC.

       0390-SUBIR-RC-AVISO.
           IF WRK-RC-CONCILIACAO < 4
               MOVE 4 TO WRK-RC-CONCILIACAO
           END-IF.

      *COM FOTO: OS ITENS NOVOS, ALTERADOS E BAIXADOS DESDE A ULTIMA
      *CONCILIACAO QUE BATEU, E A CONTA DAS DIFERENCAS (A VARIACAO DO
      *SUBRAZAO QUE O MOVIMENTO DA CONTA NAO ACOMPANHOU). SEM FOTO:
      *TODOS OS ITENS EM ABERTO.
       0400-LISTAR-ITENS.
           MOVE ZEROS TO WRK-QT-LISTADO.
           IF WRK-RAZ-FOTO (WRK-RAZ-IDX) = 'S'
               MOVE WRK-RAZ-FOTO-DATA (WRK-RAZ-IDX) TO WRK-DATA-FOTO
               MOVE WRK-FOT-DIA TO WRK-FOT-DIA-ED
               MOVE WRK-FOT-MES TO WRK-FOT-MES-ED
               MOVE WRK-FOT-ANO TO WRK-FOT-ANO-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '  MUDANCAS DESDE A ULTIMA CONCILIACAO QUE '
                   'BATEU, EM ' WRK-DATA-FOTO-ED ':'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               PERFORM 0410-CASAR-ITEM-ATUAL
                   VARYING WRK-ATU-IDX FROM 1 BY 1
                   UNTIL WRK-ATU-IDX > WRK-ATU-QT
               PERFORM 0420-VERIFICAR-BAIXADO
                   VARYING WRK-ANT-IDX FROM 1 BY 1
                   UNTIL WRK-ANT-IDX > WRK-ANT-QT
               PERFORM 0450-DEMONSTRAR-DIFERENCA
           ELSE
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '  SEM CONCILIACAO ANTERIOR QUE BATEU - TODOS OS '
                   'ITENS EM ABERTO:'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 'ABERTO' TO WRK-TIPO-MUDANCA
               PERFORM 0430-LISTAR-ITEM-ATUAL
                   VARYING WRK-ATU-IDX FROM 1 BY 1
                   UNTIL WRK-ATU-IDX > WRK-ATU-QT
           END-IF.
           IF WRK-QT-LISTADO = 0
               MOVE '    NENHUM ITEM' TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.
           IF ATUAL-ESTOUROU OR TABELA-ESTOUROU
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '  *** TABELA DE ITENS ESTOUROU - LISTA '
                   'INCOMPLETA ***'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

      *ITEM DE HOJE CONTRA A FOTO: AUSENTE DELA = NOVO; PRESENTE
      *COM OUTRO SALDO = ALTERADO; IGUAL NAO EXPLICA NADA.
       0410-CASAR-ITEM-ATUAL.
           MOVE ZEROS TO WRK-ANT-POS.
           PERFORM 0411-COMPARAR-ITEM
               VARYING WRK-ANT-IDX FROM 1 BY 1
               UNTIL WRK-ANT-IDX > WRK-ANT-QT OR WRK-ANT-POS > 0.
           IF WRK-ANT-POS = 0
               MOVE 'NOVO' TO WRK-TIPO-MUDANCA
               PERFORM 0430-LISTAR-ITEM-ATUAL
           ELSE
               MOVE 'S' TO WRK-ANT-VISTO (WRK-ANT-POS)
               IF WRK-ANT-SALDO (WRK-ANT-POS) NOT =
                       WRK-ATU-SALDO (WRK-ATU-IDX)
                   MOVE 'ALTERADO' TO WRK-TIPO-MUDANCA
                   MOVE WRK-ANT-SALDO (WRK-ANT-POS) TO WRK-VALOR-ED (1)
                   MOVE WRK-ATU-SALDO (WRK-ATU-IDX) TO WRK-VALOR-ED (2)
                   COMPUTE WRK-VARIACAO = WRK-ATU-SALDO (WRK-ATU-IDX)
                       - WRK-ANT-SALDO (WRK-ANT-POS)
                   MOVE WRK-VARIACAO TO WRK-VALOR-ED (3)
                   MOVE WRK-ATU-CHAVE (WRK-ATU-IDX) TO WRK-ITEM-CHAVE
                   PERFORM 0440-GRAVAR-ITEM-RPT
               END-IF
           END-IF.

       0411-COMPARAR-ITEM.
           IF WRK-ANT-RAZAO (WRK-ANT-IDX) = WRK-RAZ-CODIGO (WRK-RAZ-IDX)
               AND WRK-ANT-VISTO (WRK-ANT-IDX) NOT = 'X'
               AND WRK-ANT-CHAVE (WRK-ANT-IDX) =
                   WRK-ATU-CHAVE (WRK-ATU-IDX)
               MOVE WRK-ANT-IDX TO WRK-ANT-POS
           END-IF.

      *ITEM DA FOTO QUE NAO ESTA MAIS EM ABERTO = BAIXADO.
       0420-VERIFICAR-BAIXADO.
           IF WRK-ANT-RAZAO (WRK-ANT-IDX) = WRK-RAZ-CODIGO (WRK-RAZ-IDX)
               AND WRK-ANT-VISTO (WRK-ANT-IDX) = 'N'
               MOVE 'BAIXADO' TO WRK-TIPO-MUDANCA
               MOVE WRK-ANT-SALDO (WRK-ANT-IDX) TO WRK-VALOR-ED (1)
               MOVE ZEROS TO WRK-VALOR-ED (2)
               COMPUTE WRK-VARIACAO = ZERO - WRK-ANT-SALDO (WRK-ANT-IDX)
               MOVE WRK-VARIACAO TO WRK-VALOR-ED (3)
               MOVE WRK-ANT-CHAVE (WRK-ANT-IDX) TO WRK-ITEM-CHAVE
               PERFORM 0440-GRAVAR-ITEM-RPT
           END-IF.

       0430-LISTAR-ITEM-ATUAL.
           MOVE ZEROS TO WRK-VALOR-ED (1).
           MOVE WRK-ATU-SALDO (WRK-ATU-IDX) TO WRK-VALOR-ED (2).
           MOVE WRK-ATU-SALDO (WRK-ATU-IDX) TO WRK-VALOR-ED (3).
           MOVE WRK-ATU-CHAVE (WRK-ATU-IDX) TO WRK-ITEM-CHAVE.
           PERFORM 0440-GRAVAR-ITEM-RPT.

       0440-GRAVAR-ITEM-RPT.
           ADD 1 TO WRK-QT-LISTADO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '    ' WRK-TIPO-MUDANCA ' ' WRK-ITEM-CHAVE
               '  ANTES: ' WRK-VALOR-ED (1)
               '  HOJE: ' WRK-VALOR-ED (2)
               '  VARIACAO: ' WRK-VALOR-ED (3)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *DIFERENCA DE HOJE = DIFERENCA DA FOTO + VARIACAO DO SUBRAZAO
      *- MOVIMENTO DA CONTA DE CONTROLE NO MESMO INTERVALO.
       0450-DEMONSTRAR-DIFERENCA.
           COMPUTE WRK-DIF-FOTO = WRK-RAZ-FOTO-SUB (WRK-RAZ-IDX)
               - WRK-RAZ-FOTO-CTB (WRK-RAZ-IDX).
           COMPUTE WRK-MOV-SUB = WRK-RAZ-TOT-SUB (WRK-RAZ-IDX)
               - WRK-RAZ-FOTO-SUB (WRK-RAZ-IDX).
           COMPUTE WRK-MOV-CTB = WRK-RAZ-TOT-CTB (WRK-RAZ-IDX)
               - WRK-RAZ-FOTO-CTB (WRK-RAZ-IDX).
           MOVE WRK-DIF-FOTO TO WRK-VALOR-ED (1).
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '  DIFERENCA NA ULTIMA CONCILIACAO......: '
               WRK-VALOR-ED (1)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-MOV-SUB TO WRK-VALOR-ED (1).
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '  (+) VARIACAO DOS ITENS DO SUBRAZAO...: '
               WRK-VALOR-ED (1)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-MOV-CTB TO WRK-VALOR-ED (1).
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '  (-) MOVIMENTO DA CONTA DE CONTROLE...: '
               WRK-VALOR-ED (1)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-RAZ-DIFERENCA (WRK-RAZ-IDX) TO WRK-VALOR-ED (1).
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '  (=) DIFERENCA DE HOJE................: '
               WRK-VALOR-ED (1)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *SUBRAZAO QUE BATEU: DESCARTA OS ITENS ANTIGOS DELE NA TABELA
      *DA FOTO E ACRESCENTA OS DE HOJE, COM O CONTROLE DE HOJE. COM
      *ALGUMA TABELA ESTOURADA A FOTO NAO E RENOVADA (SAIRIA
      *INCOMPLETA).
       0600-RENOVAR-FOTO.
           IF ATUAL-ESTOUROU
               MOVE 'S' TO WRK-TAB-ESTOUROU
           END-IF.
           IF NOT TABELA-ESTOUROU
               PERFORM 0610-DESCARTAR-ITEM
                   VARYING WRK-ANT-IDX FROM 1 BY 1
                   UNTIL WRK-ANT-IDX > WRK-ANT-QT
               PERFORM 0620-ACRESCENTAR-ITEM
                   VARYING WRK-ATU-IDX FROM 1 BY 1
                   UNTIL WRK-ATU-IDX > WRK-ATU-QT
               MOVE 'S' TO WRK-RAZ-FOTO (WRK-RAZ-IDX)
               MOVE WRK-DATA-HOJE TO WRK-RAZ-FOTO-DATA (WRK-RAZ-IDX)
               MOVE WRK-RAZ-TOT-SUB (WRK-RAZ-IDX)
                   TO WRK-RAZ-FOTO-SUB (WRK-RAZ-IDX)
               MOVE WRK-RAZ-TOT-CTB (WRK-RAZ-IDX)
                   TO WRK-RAZ-FOTO-CTB (WRK-RAZ-IDX)
               MOVE 'S' TO WRK-FOTO-MUDOU
           END-IF.

       0610-DESCARTAR-ITEM.
           IF WRK-ANT-RAZAO (WRK-ANT-IDX) = WRK-RAZ-CODIGO (WRK-RAZ-IDX)
               MOVE 'X' TO WRK-ANT-VISTO (WRK-ANT-IDX)
           END-IF.

       0620-ACRESCENTAR-ITEM.
           IF WRK-ANT-QT < WRK-ANT-MAX
               ADD 1 TO WRK-ANT-QT
               MOVE WRK-RAZ-CODIGO (WRK-RAZ-IDX)
                   TO WRK-ANT-RAZAO (WRK-ANT-QT)
               MOVE WRK-ATU-CHAVE (WRK-ATU-IDX)
                   TO WRK-ANT-CHAVE (WRK-ANT-QT)
               MOVE WRK-ATU-SALDO (WRK-ATU-IDX)
                   TO WRK-ANT-SALDO (WRK-ANT-QT)
               MOVE 'N' TO WRK-ANT-VISTO (WRK-ANT-QT)
           ELSE
               MOVE 'S' TO WRK-TAB-ESTOUROU
           END-IF.

      *REGRAVA O CONCSNAP INTEIRO PELA TABELA, SO QUANDO ALGUM
      *SUBRAZAO BATEU E NENHUMA TABELA ESTOUROU - OS SUBRAZOES QUE
      *NAO BATERAM FICAM COM A FOTO ANTERIOR.
       0700-GRAVAR-FOTO.
           IF TABELA-ESTOUROU
               DISPLAY '*** ATENCAO: TABELA DA FOTO ESTOUROU, CONCSNAP '
                   'NAO RENOVADO ***'
               MOVE 'N' TO WRK-FOTO-MUDOU
               PERFORM 0390-SUBIR-RC-AVISO
           END-IF.
           IF FOTO-MUDOU
               OPEN OUTPUT F-CONCSNAP
               PERFORM 0710-GRAVAR-CONTROLE
                   VARYING WRK-RAZ-IDX FROM 1 BY 1
                   UNTIL WRK-RAZ-IDX > 3
               PERFORM 0720-GRAVAR-ITEM
                   VARYING WRK-ANT-IDX FROM 1 BY 1
                   UNTIL WRK-ANT-IDX > WRK-ANT-QT
               CLOSE F-CONCSNAP
           END-IF.

       0710-GRAVAR-CONTROLE.
           IF WRK-RAZ-FOTO (WRK-RAZ-IDX) = 'S'
               MOVE SPACES TO REG-CONCSNAP
               MOVE WRK-RAZ-CODIGO (WRK-RAZ-IDX) TO CSN-RAZAO
               MOVE 'C' TO CSN-TIPO
               MOVE WRK-RAZ-FOTO-DATA (WRK-RAZ-IDX) TO CSN-DATA
               MOVE WRK-RAZ-FOTO-SUB (WRK-RAZ-IDX) TO CSN-SALDO
               IF WRK-RAZ-FOTO-SUB (WRK-RAZ-IDX) < ZERO
                   MOVE '-' TO CSN-SINAL
               ELSE
                   MOVE '+' TO CSN-SINAL
               END-IF
               MOVE WRK-RAZ-FOTO-CTB (WRK-RAZ-IDX) TO CSN-SALDO-CTB
               IF WRK-RAZ-FOTO-CTB (WRK-RAZ-IDX) < ZERO
                   MOVE '-' TO CSN-SINAL-CTB
               ELSE
                   MOVE '+' TO CSN-SINAL-CTB
               END-IF
               WRITE REG-CONCSNAP
           END-IF.

       0720-GRAVAR-ITEM.
           IF WRK-ANT-VISTO (WRK-ANT-IDX) NOT = 'X'
               MOVE SPACES TO REG-CONCSNAP
               MOVE WRK-ANT-RAZAO (WRK-ANT-IDX) TO CSN-RAZAO
               MOVE 'I' TO CSN-TIPO
               MOVE WRK-ANT-CHAVE (WRK-ANT-IDX) TO CSN-CHAVE
               MOVE ZEROS TO CSN-DATA
               MOVE WRK-ANT-SALDO (WRK-ANT-IDX) TO CSN-SALDO
               MOVE '+' TO CSN-SINAL
               MOVE ZEROS TO CSN-SALDO-CTB
               MOVE '+' TO CSN-SINAL-CTB
               WRITE REG-CONCSNAP
           END-IF.

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
