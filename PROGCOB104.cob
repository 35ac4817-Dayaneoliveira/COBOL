       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB104.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : VALIDADE DAS COTACOES. O PEDIDO COTADO (SITUACAO
      *Q) FICAVA ABERTO PARA SEMPRE: ERA REPRECIFICADO PELO
      *PROGCOB30, CONTAVA NO CREDITO EM ABERTO DO PROGCOB09 E
      *POLUIA AS LISTAS DE PEDIDOS EM ABERTO. AGORA A COTACAO TEM
      *PRAZO DE VALIDADE EM DIAS, POR CLIENTE OU O PADRAO DA CASA
      *(ARQUIVO COTVAL, CLIENTE 000000 = PADRAO; SEM PADRAO
      *CADASTRADO VALEM OS WRK-VAL-PADRAO DIAS DAQUI). ESTE
      *PROGRAMA:
      *  (V/R/L) MANTEM A VALIDADE DE CADA CLIENTE E A PADRAO;
      *  (E) EXPIRA AS COTACOES VENCIDAS: O PEDIDO Q MAIS VELHO QUE
      *      A VALIDADE DO CLIENTE VAI PARA A SITUACAO V (VENCIDO),
      *      COM A LINHA NO HISTORICO PEDSTAT COMO QUALQUER MUDANCA
      *      DO PROGCOB28, E A COTACAO QUE VENCE NOS PROXIMOS
      *      WRK-DIAS-AVISO DIAS UTEIS (FERIADOS NACIONAIS DO
      *      PROGCOB40 PULADOS) SAI NO RELATORIO PROGCOB104RPT COM O
      *      CONTATO DO CLIENTE, PARA A MESA COBRAR ANTES DE PERDER.
      *A IDADE DA COTACAO E CONTADA NO CALENDARIO COMERCIAL (ANO
      *360/MES 30, O CRITERIO DA CASA) A PARTIR DA PMS-DATA.
      *O (E) RODA NA REDE NOTURNA (STEP PROPRIO DO NIGHTLY).
      *TODA MUDANCA DE SITUACAO GRAVADA NO PEDSTAT AVISA TAMBEM O
      *CLIENTE PELA FILA DE NOTIFICACOES (VEJA NOTIFICA.cob).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *VALIDADE DAS COTACOES POR CLIENTE (000000 = PADRAO DA CASA).
           SELECT F-COTVAL ASSIGN TO 'COTVAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COTVAL.
      *MESTRE DE PEDIDOS, INDEXADO PELO NUMERO (VEJA PMSREC.CPY).
           SELECT F-PEDMESTRE ASSIGN TO 'PEDMESTRE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.
      *HISTORICO DE SITUACOES (O MESMO PEDSTAT DO PROGCOB28).
           SELECT F-PEDSTAT ASSIGN TO 'PEDSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDSTAT.
      *CADASTRO MESTRE DE CLIENTES - CONTATO PARA A COBRANCA.
      *INDEXADO PELO CODIGO (VEJA CLIREC.CPY).
           SELECT F-CLIMEST ASSIGN TO 'CLIMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-STATUS-CLIMEST.
      *CALENDARIO DE FERIADOS (MANTIDO PELO PROGCOB40).
           SELECT F-FERIADOS ASSIGN TO 'FERIADOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIADOS.
      *RELATORIO DE COTACOES VENCIDAS E A VENCER, COM CABECALHO E
      *QUEBRA DE PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB104RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-COTVAL.
       01  REG-COTVAL.
           03 CVL-CLICOD PIC 9(06).
           03 CVL-DIAS   PIC 9(03).

       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.

       FD  F-PEDSTAT.
       01  REG-PEDSTAT.
           03 PST-NUMERO    PIC 9(08).
           03 PST-SIT-ANT   PIC X(01).
           03 PST-SIT-NOVA  PIC X(01).
           03 PST-DATA-HORA PIC X(14).
           03 PST-OPERADOR  PIC X(20).

       FD  F-CLIMEST.
           COPY 'CLIREC.CPY'.

       FD  F-FERIADOS.
       01  REG-FERIADO.
           03 FER-DATA      PIC 9(08).
           03 FER-AMBITO    PIC X(01).
           03 FER-UF        PIC X(02).
           03 FER-DESCRICAO PIC X(20).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-COTVAL    PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDSTAT   PIC X(02) VALUE '00'.
       77 WRK-STATUS-CLIMEST   PIC X(02) VALUE '00'.
       77 WRK-STATUS-FERIADOS  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-VALIDADE VALUE 'V'.
           88 MAN-REMOVER  VALUE 'R'.
           88 MAN-LISTAR   VALUE 'L'.
           88 MAN-EXPIRAR  VALUE 'E'.
           88 MAN-SAIR     VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
      *VALIDADE PADRAO QUANDO O COTVAL NAO TEM O CLIENTE NEM A
      *LINHA 000000. AJUSTAR AQUI QUANDO A POLITICA MUDAR.
       77 WRK-VAL-PADRAO PIC 9(03) VALUE 030.
      *JANELA DO AVISO A MESA, EM DIAS UTEIS.
       77 WRK-DIAS-AVISO PIC 9(02) VALUE 05.
      *TABELA EM MEMORIA DAS VALIDADES (REGRAVACAO INTEIRA).
       77 WRK-CVL-MAX PIC 9(03) VALUE 500.
       77 WRK-CVL-QT  PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-VALIDADES.
           03 WRK-TAB-CVL-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-CVL-QT.
               05 WRK-CVL-CLICOD PIC 9(06).
               05 WRK-CVL-DIAS   PIC 9(03).
       77 WRK-CVL-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CVL-POS PIC 9(03) VALUE ZEROS.
       77 WRK-CVL-ACHOU PIC X(01) VALUE 'N'.
           88 VALIDADE-ACHADA VALUE 'S'.
      *CAMPOS DA MANUTENCAO.
       77 WRK-MAN-CLICOD PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-DIAS   PIC 9(03) VALUE ZEROS.
      *VALIDADE QUE VALE PARA O PEDIDO CORRENTE.
       77 WRK-VAL-DIAS PIC 9(03) VALUE ZEROS.
      *DATAS DA DECISAO (CALENDARIO COMERCIAL ANO 360/MES 30).
       01 WRK-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
       01 WRK-DATA-AVISO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AVISO-R REDEFINES WRK-DATA-AVISO.
           03 WRK-AVI-ANO PIC 9(04).
           03 WRK-AVI-MES PIC 9(02).
           03 WRK-AVI-DIA PIC 9(02).
       77 WRK-DIAS-HOJE       PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-LIMITE     PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VENCIMENTO PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-RESTANTES  PIC 9(03) VALUE ZEROS.
      *DIA DA SEMANA PELA CONGRUENCIA DE ZELLER (A MESMA VARIANTE
      *DO PROGCOB09/16): 1=SABADO 2=DOMINGO 3=SEGUNDA...
       77 WRK-MES-AJUST PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-AJUST PIC 9(04) VALUE ZEROS.
       77 WRK-SECULO    PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-SEC   PIC 9(02) VALUE ZEROS.
       77 WRK-TERMO-MES PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-ZELLER PIC 9(04) VALUE ZEROS.
       77 WRK-DIA-IDX   PIC 9(01) VALUE ZEROS.
      *FERIADO NACIONAL NA DATASYS CORRENTE.
       77 WRK-FER-FLAG PIC X(01) VALUE 'N'.
           88 DIA-FERIADO VALUE 'S'.
       77 WRK-FIM-FER PIC X(01) VALUE 'N'.
           88 FIM-FERIADOS VALUE 'S'.
      *CONTATO DO CLIENTE DA COTACAO A VENCER.
       77 WRK-CLI-CONTATO PIC X(20) VALUE SPACES.
      *HISTORICO: A EXPIRACAO E AUTOMATICA, SEM OPERADOR DIGITADO.
       77 WRK-OPERADOR PIC X(20) VALUE 'EXPIRACAO AUTOMATICA'.
       01 WRK-DATA-HORA.
           03 WRK-DATA PIC 9(08) VALUE ZEROS.
           03 WRK-HORA PIC 9(06) VALUE ZEROS.
       77 WRK-QT-EXPIRADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-A-VENCER  PIC 9(05) VALUE ZEROS.
      *TABELAS DE DIAS POR MES / ANO BISSEXTO E CAMPOS DE DATA
      *COMPARTILHADOS (VEJA DATAFMT.CPY).
           COPY 'DATAFMT.CPY'.
      *CAMPOS DA CHAMADA A FILA DE NOTIFICACOES (VEJA NTFCALL.CPY).
           COPY 'NTFCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB104'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob) - A
      *EXPIRACAO REGRAVA PEDIDOS, ENTAO DISPUTA A MESMA TRAVA
      *PEDIDOS DO PROGCOB28.
           COPY 'LOCKCALL.CPY'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-VALIDADE UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'EXPIRADAS=' WRK-QT-EXPIRADAS
               ' A-VENCER=' WRK-QT-A-VENCER
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-VALIDADE.
           DISPLAY '-- VALIDADE DAS COTACOES (COTVAL) --'.
           DISPLAY '(V)ALIDADE (R)EMOVER (L)ISTAR (E)XPIRAR '
               'VENCIDAS (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-VALIDADE
                   PERFORM 0300-DEFINIR-VALIDADE
               WHEN MAN-REMOVER
                   PERFORM 0400-REMOVER-VALIDADE
               WHEN MAN-LISTAR
                   PERFORM 0500-LISTAR-VALIDADES
               WHEN MAN-EXPIRAR
                   PERFORM 0600-EXPIRAR-COTACOES
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

       0210-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-CVL-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           OPEN INPUT F-COTVAL.
           IF WRK-STATUS-COTVAL = '00'
               PERFORM 0211-LER-VALIDADE UNTIL FIM-ARQ
               CLOSE F-COTVAL
           END-IF.

       0211-LER-VALIDADE.
           READ F-COTVAL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-CVL-QT < WRK-CVL-MAX
                       ADD 1 TO WRK-CVL-QT
                       MOVE CVL-CLICOD TO
                           WRK-CVL-CLICOD (WRK-CVL-QT)
                       MOVE CVL-DIAS TO WRK-CVL-DIAS (WRK-CVL-QT)
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           END-READ.

       0220-GRAVAR-TABELA.
      *COM O ARQUIVO MAIOR QUE A TABELA, REGRAVAR APAGARIA OS
      *REGISTROS ALEM DO TETO - A MANUTENCAO E RECUSADA.
           IF TABELA-ESTOUROU
               DISPLAY 'VALIDADES ALEM DA TABELA EM MEMORIA, '
                   'MANUTENCAO RECUSADA - NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT F-COTVAL
               PERFORM 0221-GRAVAR-VALIDADE
                   VARYING WRK-CVL-IDX FROM 1 BY 1
                   UNTIL WRK-CVL-IDX > WRK-CVL-QT
               CLOSE F-COTVAL
           END-IF.

       0221-GRAVAR-VALIDADE.
           MOVE WRK-CVL-CLICOD (WRK-CVL-IDX) TO CVL-CLICOD.
           MOVE WRK-CVL-DIAS (WRK-CVL-IDX)   TO CVL-DIAS.
           WRITE REG-COTVAL.

      *PROCURA O CLIENTE WRK-MAN-CLICOD NA TABELA.
       0230-PROCURAR-CLIENTE.
           MOVE 'N' TO WRK-CVL-ACHOU.
           MOVE ZEROS TO WRK-CVL-POS.
           PERFORM 0231-COMPARAR-CLIENTE
               VARYING WRK-CVL-IDX FROM 1 BY 1
               UNTIL WRK-CVL-IDX > WRK-CVL-QT OR VALIDADE-ACHADA.

       0231-COMPARAR-CLIENTE.
           IF WRK-CVL-CLICOD (WRK-CVL-IDX) = WRK-MAN-CLICOD
               MOVE 'S' TO WRK-CVL-ACHOU
               MOVE WRK-CVL-IDX TO WRK-CVL-POS
           END-IF.

      *INCLUI OU ALTERA A VALIDADE DE UM CLIENTE (000000 = PADRAO).
       0300-DEFINIR-VALIDADE.
           PERFORM 0210-CARREGAR-TABELA.
           DISPLAY 'CLIENTE (CODIGO DO CLIMEST, 0 = PADRAO DA '
               'CASA).. '.
           ACCEPT WRK-MAN-CLICOD.
           DISPLAY 'VALIDADE DA COTACAO EM DIAS.. '.
           ACCEPT WRK-MAN-DIAS.
           IF WRK-MAN-DIAS = ZEROS
               DISPLAY 'VALIDADE ZERO NAO SE CADASTRA, NADA FEITO'
           ELSE
               PERFORM 0230-PROCURAR-CLIENTE
               IF VALIDADE-ACHADA
                   MOVE WRK-MAN-DIAS TO WRK-CVL-DIAS (WRK-CVL-POS)
                   PERFORM 0220-GRAVAR-TABELA
                   DISPLAY 'VALIDADE ALTERADA'
               ELSE
               IF WRK-CVL-QT >= WRK-CVL-MAX
                   DISPLAY 'TABELA DE VALIDADES CHEIA, NADA FEITO'
               ELSE
                   ADD 1 TO WRK-CVL-QT
                   MOVE WRK-MAN-CLICOD TO WRK-CVL-CLICOD (WRK-CVL-QT)
                   MOVE WRK-MAN-DIAS TO WRK-CVL-DIAS (WRK-CVL-QT)
                   PERFORM 0220-GRAVAR-TABELA
                   DISPLAY 'VALIDADE INCLUIDA'
               END-IF
               END-IF
           END-IF.

      *REMOVE A VALIDADE DE UM CLIENTE - ELE VOLTA AO PADRAO.
       0400-REMOVER-VALIDADE.
           PERFORM 0210-CARREGAR-TABELA.
           DISPLAY 'CLIENTE (CODIGO) A REMOVER.. '.
           ACCEPT WRK-MAN-CLICOD.
           PERFORM 0230-PROCURAR-CLIENTE.
           IF NOT VALIDADE-ACHADA
               DISPLAY 'CLIENTE SEM VALIDADE PROPRIA, NADA FEITO'
           ELSE
               PERFORM 0410-DESLOCAR-VALIDADE
                   VARYING WRK-CVL-IDX FROM WRK-CVL-POS BY 1
                   UNTIL WRK-CVL-IDX >= WRK-CVL-QT
               SUBTRACT 1 FROM WRK-CVL-QT
               PERFORM 0220-GRAVAR-TABELA
               DISPLAY 'VALIDADE REMOVIDA'
           END-IF.

       0410-DESLOCAR-VALIDADE.
           MOVE WRK-TAB-CVL-ITEM (WRK-CVL-IDX + 1) TO
               WRK-TAB-CVL-ITEM (WRK-CVL-IDX).

       0500-LISTAR-VALIDADES.
           PERFORM 0210-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-MAN-CLICOD.
           PERFORM 0230-PROCURAR-CLIENTE.
           IF VALIDADE-ACHADA
               DISPLAY 'PADRAO DA CASA: ' WRK-CVL-DIAS (WRK-CVL-POS)
                   ' DIAS'
           ELSE
               DISPLAY 'PADRAO DA CASA: ' WRK-VAL-PADRAO
                   ' DIAS (SEM LINHA 000000 NO COTVAL)'
           END-IF.
           DISPLAY '-- VALIDADES CADASTRADAS: ' WRK-CVL-QT ' --'.
           PERFORM 0510-LISTAR-VALIDADE
               VARYING WRK-CVL-IDX FROM 1 BY 1
               UNTIL WRK-CVL-IDX > WRK-CVL-QT.

       0510-LISTAR-VALIDADE.
           DISPLAY 'CLIENTE ' WRK-CVL-CLICOD (WRK-CVL-IDX)
               ' VALIDADE ' WRK-CVL-DIAS (WRK-CVL-IDX) ' DIAS'.

      *VARRE O MESTRE: CADA PEDIDO Q TEM A IDADE MEDIDA CONTRA A
      *VALIDADE DO CLIENTE. VENCIDO VAI PARA V COM HISTORICO; O QUE
      *VENCE ATE O LIMITE DO AVISO SAI NO RELATORIO DA MESA.
       0600-EXPIRAR-COTACOES.
           PERFORM 0210-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-QT-EXPIRADAS.
           MOVE ZEROS TO WRK-QT-A-VENCER.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE = (WRK-HOJ-ANO * 360)
               + (WRK-HOJ-MES * 30) + WRK-HOJ-DIA.
           PERFORM 0650-CALC-LIMITE-AVISO.
           MOVE 'T' TO WRK-LCK-ACAO.
           MOVE 'PEDIDOS' TO WRK-LCK-NOME.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               DISPLAY 'PEDIDOS EM USO, EXPIRACAO NAO FEITA'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0605-VARRER-PEDIDOS
               MOVE 'L' TO WRK-LCK-ACAO
               CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
                   WRK-LCK-USUARIO WRK-LCK-RESULT
           END-IF.
           DISPLAY 'COTACOES EXPIRADAS: ' WRK-QT-EXPIRADAS
               ' - A VENCER ATE ' WRK-DATA-AVISO ': '
               WRK-QT-A-VENCER.

       0605-VARRER-PEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN I-O F-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE NOT = '00'
               DISPLAY 'MESTRE DE PEDIDOS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           OPEN EXTEND F-PEDSTAT.
           IF WRK-STATUS-PEDSTAT = '35'
               OPEN OUTPUT F-PEDSTAT
           END-IF.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'COTACOES VENCIDAS (EXPIRADAS HOJE) E A VENCER '
               'ATE ' WRK-DATA-AVISO ' (' WRK-DIAS-AVISO
               ' DIAS UTEIS)'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0610-LER-PEDIDO UNTIL FIM-ARQ.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TOTAL EXPIRADAS=' WRK-QT-EXPIRADAS
               ' A VENCER=' WRK-QT-A-VENCER
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           CLOSE F-PEDSTAT.
           IF WRK-STATUS-PEDMESTRE NOT = '35'
               CLOSE F-PEDMESTRE
           END-IF.

       0610-LER-PEDIDO.
           READ F-PEDMESTRE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PMS-SITUACAO = 'Q'
                       PERFORM 0620-TRATAR-COTACAO
                   END-IF
           END-READ.

       0620-TRATAR-COTACAO.
           PERFORM 0630-VALIDADE-DO-CLIENTE.
           COMPUTE WRK-DIAS-VENCIMENTO = (PMS-ANO * 360)
               + (PMS-MES * 30) + PMS-DIA + WRK-VAL-DIAS.
           IF WRK-DIAS-VENCIMENTO < WRK-DIAS-HOJE
               PERFORM 0640-EXPIRAR-PEDIDO
           ELSE
               IF WRK-DIAS-VENCIMENTO <= WRK-DIAS-LIMITE
                   PERFORM 0645-AVISAR-A-VENCER
               END-IF
           END-IF.

      *VALIDADE DO CLIENTE DO PEDIDO; SEM LINHA PROPRIA VALE A
      *000000 DO COTVAL E, SEM ELA, O WRK-VAL-PADRAO.
       0630-VALIDADE-DO-CLIENTE.
           MOVE WRK-VAL-PADRAO TO WRK-VAL-DIAS.
           MOVE ZEROS TO WRK-MAN-CLICOD.
           PERFORM 0230-PROCURAR-CLIENTE.
           IF VALIDADE-ACHADA
               MOVE WRK-CVL-DIAS (WRK-CVL-POS) TO WRK-VAL-DIAS
           END-IF.
           IF PMS-CLICOD IS NUMERIC AND PMS-CLICOD > 0
               MOVE PMS-CLICOD TO WRK-MAN-CLICOD
               PERFORM 0230-PROCURAR-CLIENTE
               IF VALIDADE-ACHADA
                   MOVE WRK-CVL-DIAS (WRK-CVL-POS) TO WRK-VAL-DIAS
               END-IF
           END-IF.

      *COTACAO VENCIDA: SITUACAO V NO MESTRE E A LINHA Q -> V NO
      *HISTORICO.
       0640-EXPIRAR-PEDIDO.
           MOVE 'V' TO PMS-SITUACAO.
           REWRITE REG-PEDMESTRE.
           ADD 1 TO WRK-QT-EXPIRADAS.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           MOVE PMS-NUMERO TO PST-NUMERO.
           MOVE 'Q' TO PST-SIT-ANT.
           MOVE PMS-SITUACAO TO PST-SIT-NOVA.
           MOVE WRK-DATA-HORA TO PST-DATA-HORA.
           MOVE WRK-OPERADOR TO PST-OPERADOR.
           WRITE REG-PEDSTAT.
           PERFORM 0641-NOTIFICAR-CLIENTE.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'EXPIRADA  PEDIDO=' PMS-NUMERO
               ' DATA=' PMS-DATA
               ' VALIDADE=' WRK-VAL-DIAS
               ' CLIENTE=' PMS-CLICOD ' ' PMS-CLIENTE
               ' VALOR=' PMS-VALOR
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *AVISA O CLIENTE DO PEDIDO DA MUDANCA DE SITUACAO (MODELO
      *PEDSIT: NUMERO, SITUACAO ANTERIOR, NOVA E DATA).
       0641-NOTIFICAR-CLIENTE.
           IF PMS-CLICOD IS NUMERIC AND PMS-CLICOD > 0
               MOVE WRK-AUD-PROGRAMA TO WRK-NTF-ORIGEM
               MOVE 'C' TO WRK-NTF-TIPO-DEST
               MOVE PMS-CLICOD TO WRK-NTF-CHAVE
               MOVE 'PEDSIT' TO WRK-NTF-MODELO
               MOVE 'N' TO WRK-NTF-UNICO
               MOVE SPACES TO WRK-NTF-CAMPOS
               MOVE PMS-NUMERO TO WRK-NTF-CAMPO (1)
               MOVE 'Q' TO WRK-NTF-CAMPO (2)
               MOVE PMS-SITUACAO TO WRK-NTF-CAMPO (3)
               MOVE WRK-DATA TO WRK-NTF-CAMPO (4)
               CALL 'NOTIFICA' USING WRK-NTF-ORIGEM WRK-NTF-TIPO-DEST
                   WRK-NTF-CHAVE WRK-NTF-MODELO WRK-NTF-UNICO
                   WRK-NTF-CAMPOS WRK-NTF-NUMERO WRK-NTF-RESULT
           END-IF.

      *COTACAO A VENCER: SAI COM OS DIAS QUE RESTAM E O CONTATO DO
      *CLIENTE, PARA A MESA COBRAR A CONFIRMACAO.
       0645-AVISAR-A-VENCER.
           ADD 1 TO WRK-QT-A-VENCER.
           COMPUTE WRK-DIAS-RESTANTES =
               WRK-DIAS-VENCIMENTO - WRK-DIAS-HOJE.
           PERFORM 0660-BUSCAR-CONTATO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'A VENCER  PEDIDO=' PMS-NUMERO
               ' DATA=' PMS-DATA
               ' RESTAM=' WRK-DIAS-RESTANTES
               ' CLIENTE=' PMS-CLICOD ' ' PMS-CLIENTE
               ' CONTATO=' WRK-CLI-CONTATO
               ' VALOR=' PMS-VALOR
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *LIMITE DO AVISO: HOJE MAIS WRK-DIAS-AVISO DIAS UTEIS (FIM DE
      *SEMANA E FERIADO NACIONAL PULADOS), NO CALENDARIO COMERCIAL
      *PARA COMPARAR COM O VENCIMENTO DAS COTACOES.
       0650-CALC-LIMITE-AVISO.
           MOVE WRK-HOJE TO DATASYS.
           PERFORM 0670-AVANCAR-DIA-UTIL WRK-DIAS-AVISO TIMES.
           MOVE DATASYS TO WRK-DATA-AVISO.
           COMPUTE WRK-DIAS-LIMITE = (WRK-AVI-ANO * 360)
               + (WRK-AVI-MES * 30) + WRK-AVI-DIA.

       0660-BUSCAR-CONTATO.
           MOVE SPACES TO WRK-CLI-CONTATO.
           OPEN INPUT F-CLIMEST.
           IF WRK-STATUS-CLIMEST = '00'
               PERFORM 0661-LER-CLIENTE
               CLOSE F-CLIMEST
           END-IF.

       0661-LER-CLIENTE.
           MOVE PMS-CLICOD TO CLI-CODIGO.
           READ F-CLIMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-CONTATO TO WRK-CLI-CONTATO
           END-READ.

      *AVANCA DATASYS UM DIA UTIL: UM DIA DE CALENDARIO E, CAINDO EM
      *SABADO, DOMINGO OU FERIADO NACIONAL, AVANCA DE NOVO.
       0670-AVANCAR-DIA-UTIL.
           PERFORM 0680-AVANCAR-UM-DIA.
           PERFORM 0690-CALC-DIA-SEMANA.
           PERFORM 0695-VERIFICAR-FERIADO.
           PERFORM 0675-PULAR-NAO-UTIL
               UNTIL WRK-DIA-IDX > 2 AND NOT DIA-FERIADO.

       0675-PULAR-NAO-UTIL.
           PERFORM 0680-AVANCAR-UM-DIA.
           PERFORM 0690-CALC-DIA-SEMANA.
           PERFORM 0695-VERIFICAR-FERIADO.

      *AVANCA DATASYS UM DIA DE CALENDARIO, TRATANDO FIM DE MES E DE
      *ANO COM A TABELA DE DIAS POR MES DO DATAFMT.CPY (FEVEREIRO
      *AJUSTADO PARA 29 EM ANO BISSEXTO).
       0680-AVANCAR-UM-DIA.
           DIVIDE ANOSYS BY 4 GIVING WRK-QUOC-AUX
               REMAINDER WRK-RESTO-AUX.
           IF WRK-RESTO-AUX = 0
               DIVIDE ANOSYS BY 100 GIVING WRK-QUOC-AUX
                   REMAINDER WRK-RESTO-AUX
               IF WRK-RESTO-AUX NOT = 0
                   MOVE 29 TO WRK-DIAS-DO-MES(02)
               ELSE
                   DIVIDE ANOSYS BY 400 GIVING WRK-QUOC-AUX
                       REMAINDER WRK-RESTO-AUX
                   IF WRK-RESTO-AUX = 0
                       MOVE 29 TO WRK-DIAS-DO-MES(02)
                   ELSE
                       MOVE 28 TO WRK-DIAS-DO-MES(02)
                   END-IF
               END-IF
           ELSE
               MOVE 28 TO WRK-DIAS-DO-MES(02)
           END-IF.
           IF DIASYS < WRK-DIAS-DO-MES(MESSYS)
               ADD 1 TO DIASYS
           ELSE
               MOVE 1 TO DIASYS
               IF MESSYS < 12
                   ADD 1 TO MESSYS
               ELSE
                   MOVE 1 TO MESSYS
                   ADD 1 TO ANOSYS
               END-IF
           END-IF.

      *CONGRUENCIA DE ZELLER SOBRE DATASYS (MESMA VARIANTE DO
      *0600-CALC-DIA-SEMANA DO PROGCOB16): WRK-DIA-IDX 1=SABADO
      *2=DOMINGO ... 7=SEXTA-FEIRA.
       0690-CALC-DIA-SEMANA.
           IF MESSYS < 3
               COMPUTE WRK-MES-AJUST = MESSYS + 12
               COMPUTE WRK-ANO-AJUST = ANOSYS - 1
           ELSE
               MOVE MESSYS TO WRK-MES-AJUST
               MOVE ANOSYS TO WRK-ANO-AJUST
           END-IF.
           DIVIDE WRK-ANO-AJUST BY 100
               GIVING WRK-SECULO REMAINDER WRK-ANO-SEC.
           COMPUTE WRK-TERMO-MES = (13 * (WRK-MES-AJUST + 1)) / 5.
           COMPUTE WRK-SOMA-ZELLER = DIASYS + WRK-TERMO-MES +
               WRK-ANO-SEC + (WRK-ANO-SEC / 4) + (WRK-SECULO / 4) +
               (5 * WRK-SECULO).
           DIVIDE WRK-SOMA-ZELLER BY 7
               GIVING WRK-QUOC-AUX REMAINDER WRK-DIA-IDX.
           ADD 1 TO WRK-DIA-IDX.

      *FERIADO NACIONAL NO CALENDARIO (PROGCOB40) NA DATASYS - A
      *MESA ATENDE CLIENTES DE TODAS AS UFS, O ESTADUAL NAO PARA.
       0695-VERIFICAR-FERIADO.
           MOVE 'N' TO WRK-FER-FLAG.
           MOVE 'N' TO WRK-FIM-FER.
           OPEN INPUT F-FERIADOS.
           IF WRK-STATUS-FERIADOS NOT = '00'
               MOVE 'S' TO WRK-FIM-FER
           END-IF.
           PERFORM 0696-LER-FERIADO UNTIL FIM-FERIADOS.
           IF WRK-STATUS-FERIADOS NOT = '35'
               CLOSE F-FERIADOS
           END-IF.

       0696-LER-FERIADO.
           READ F-FERIADOS
               AT END
                   MOVE 'S' TO WRK-FIM-FER
               NOT AT END
                   IF FER-DATA = DATASYS AND FER-AMBITO = 'N'
                       MOVE 'S' TO WRK-FER-FLAG
                   END-IF
           END-READ.

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
