      *CR/DB DO 0210-FORMATAR-SALDO, E A PROVA DE QUE O TOTAL DE
      *DEBITOS BATE COM O DE CREDITOS) - UM SALDO SO POR EXECUCAO
      *DEIXOU DE BASTAR HA ANOS.
      *OS VALORES DO RAZAO (LANCTOS, SALDOS, RAZAOEXP, MOVIMENTO E
      *BALANCETE) SAO EM REAIS COM CENTAVOS (VEJA LANREC.CPY,
      *SALREC.CPY E REXREC.CPY) - O RAZAO EM REAIS INTEIROS NUNCA
      *BATIA NO CENTAVO COM O HISTVEND E O FATCLI. SALDOS AINDA NO
      *LAYOUT ANTIGO RECUSA A EXECUCAO (RC 8) ATE A CONVERSAO DO
      *PROGCOB117.
      *DATA = XX/XX/XXX
      ********************************************
      *PICTURE OU PIC EXISTEM APENAS TRES A(NOMES ALFABETICOS),X(ALFANUMERICO, NUMEROS,LETRAS E SIMBOLOS)
       DATA DIVISION.
       FILE SECTION.
       FD  F-LANCTOS.
           COPY 'LANREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       FD  F-SALDOS.
           COPY 'SALREC.CPY'.

       FD  F-MOVTRAB.
       01  REG-MOVTRAB.
           03 MOV-CONTA PIC X(08).
           03 MOV-TIPO  PIC X(01).
           03 MOV-VALOR PIC S9(11)V99.

       FD  F-MOVORD.
       01  REG-MOVORD.
           03 MOR-CONTA PIC X(08).
           03 MOR-TIPO  PIC X(01).
           03 MOR-VALOR PIC S9(11)V99.

       SD  F-SORTWK.
       01  REG-SORTWK.
           03 SRT-CONTA PIC X(08).
           03 SRT-TIPO  PIC X(01).
           03 SRT-VALOR PIC S9(11)V99.

       FD  F-LIVROCTL.
       01  REG-LIVROCTL.
           03 REJ-IMAGEM PIC X(80).

       FD  F-RAZAOEXP.
           COPY 'REXREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-DEBITO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CREDITO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CONTA     PIC X(08)    VALUE SPACES.
       77 WRK-RESUL     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SALDO     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-RESUL-ED  PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ABS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-CD  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-SUF PIC X(02)    VALUE SPACES.
      *VALORES EDITADOS (COM CENTAVOS) PARA O CONSOLE E O BALANCETE.
       77 WRK-LANC-ED    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DEBITO-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CREDITO-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FIM-LANC  PIC X(01)    VALUE 'N'.
           88 FIM-LANCAMENTOS VALUE 'S'.
       77 WRK-STATUS-LANCTOS PIC X(02) VALUE '00'.
      *SALDO DE ABERTURA (SOMA DOS SALDOS CARREGADOS DO ARQUIVO
      *SALDOS) E O MOVIMENTO DA EXECUCAO, PARA O BALANCETE MOSTRAR
      *ABERTURA, MOVIMENTO E FECHAMENTO.
       77 WRK-SALDO-ABERTURA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-MOVIMENTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-MOVIMENTO-ED PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ABERTURA-ED PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *ACUMULACAO POR CONTA VIA CLASSIFICACAO: O MOVIMENTO (ABERTURA
      *+ LANCAMENTOS) E GRAVADO EM MOVTRAB, ORDENADO POR CONTA E
      *TOTALIZADO NUMA PASSADA COM QUEBRA - SEM TABELA EM MEMORIA,
      *CONTA EM QUEBRA NA PASSADA ORDENADA, COM A ABERTURA E O
      *SALDO ACUMULADOS DELA.
       77 WRK-QBR-CONTA    PIC X(08) VALUE SPACES.
       77 WRK-QBR-ABERTURA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QBR-SALDO    PIC S9(11)V99 VALUE ZEROS.
      *TOTAIS DE DEBITO E CREDITO DA EXECUCAO, PARA A PROVA DO
      *BALANCETE (TOTAL DE DEBITOS = TOTAL DE CREDITOS NO RAZAO DA
      *EMPRESA; DIVERGENCIA SAI AVISADA NO BALANCETE).
       77 WRK-TOT-DEBITOS  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS PIC 9(11)V99 VALUE ZEROS.
      *TOTAIS DE DEBITO/CREDITO POR FILIAL (LAN-FILIAL; ZEROS OU
      *NAO NUMERICA = 01), PARA A QUEBRA POR FILIAL NO FIM DO
      *BALANCETE - O TOTAL GERAL SEGUE SENDO A CONSOLIDACAO.
           03 WRK-TAB-FIL-ITEM OCCURS 1 TO 10 TIMES
                   DEPENDING ON WRK-FIL-QT.
               05 WRK-FIL-CODIGO   PIC 9(02).
               05 WRK-FIL-DEBITOS  PIC 9(11)V99.
               05 WRK-FIL-CREDITOS PIC 9(11)V99.
       77 WRK-FIL-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-FIL-POS PIC 9(02) VALUE ZEROS.
       77 WRK-FIL-ACHOU PIC X(01) VALUE 'N'.
       77 WRK-LAN-FILIAL PIC 9(02) VALUE 01.
      *GUARDA O SALDO GERAL ENQUANTO O 0210-FORMATAR-SALDO FORMATA O
      *SALDO DE UMA CONTA DO BALANCETE.
       77 WRK-SALDO-GUARDA PIC S9(11)V99 VALUE ZEROS.
      *PLANO DE CONTAS EM MEMORIA (PLANOCTA, PROGCOB64): CODIGO,
      *NOME, CLASSE E FLAG DE ATIVA, PARA VALIDAR O LAN-CONTA E
      *IMPRIMIR O NOME NO BALANCETE. SEM O ARQUIVO, NENHUMA
           88 FIM-PRE-PASSADA VALUE 'S'.
       77 WRK-LOTE-PRIMEIRO PIC X(01) VALUE 'S'.
       77 WRK-LOTE-QT-ESP   PIC 9(06) VALUE ZEROS.
       77 WRK-LOTE-DEB-ESP  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-CRE-ESP  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-QT-ACH   PIC 9(06) VALUE ZEROS.
       77 WRK-LOTE-DEB-ACH  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-CRE-ACH  PIC 9(11)V99 VALUE ZEROS.
      *CONFERENCIA DO LAYOUT DO SALDOS ANTES DE POSTAR: SALDO NAO
      *NUMERICO OU SEM CR/DB E O SALDOS AINDA NO LAYOUT ANTIGO (OU
      *ESTRAGADO) - A EXECUCAO E RECUSADA INTEIRA (RC 8), SENAO O
      *FECHAMENTO REGRAVARIA O SALDOS SEM AS ABERTURAS.
       77 WRK-SALDOS-OK PIC X(01) VALUE 'S'.
           88 SALDOS-CONFEREM VALUE 'S'.
       77 WRK-QT-SAL-INVALIDO PIC 9(06) VALUE ZEROS.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB06'.
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           DISPLAY 'ENTRADA: (C)ONSOLE OU (A)RQUIVO.. '.
           ACCEPT WRK-INP-MODO.
           PERFORM 0055-CONFERIR-SALDOS.
           IF NOT SALDOS-CONFEREM
               MOVE 'FIM' TO WRK-AUD-EVENTO
               MOVE 8 TO WRK-AUD-RETCODE
               MOVE 'SALDOS RECUSADO' TO WRK-AUD-SAIDA
               CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA
                   WRK-AUD-EVENTO WRK-AUD-ENTRADA WRK-AUD-SAIDA
                   WRK-AUD-RETCODE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF INP-ARQUIVO
      *ANTES DE POSTAR QUALQUER COISA, O LOTE INTEIRO E CONFERIDO
      *CONTRA O CABECALHO DE CONTROLE; DIVERGENCIA RECUSA O LOTE
               IF WRK-LOTE-QT-ACH NOT = WRK-LOTE-QT-ESP
                   OR WRK-LOTE-DEB-ACH NOT = WRK-LOTE-DEB-ESP
                   OR WRK-LOTE-CRE-ACH NOT = WRK-LOTE-CRE-ESP
                   MOVE WRK-LOTE-DEB-ESP TO WRK-DEBITO-ED
                   MOVE WRK-LOTE-CRE-ESP TO WRK-CREDITO-ED
                   DISPLAY 'LOTE DIVERGE DO CABECALHO: ESPERADO '
                       WRK-LOTE-QT-ESP ' LANC DB ' WRK-DEBITO-ED
                       ' CR ' WRK-CREDITO-ED
                   MOVE WRK-LOTE-DEB-ACH TO WRK-DEBITO-ED
                   MOVE WRK-LOTE-CRE-ACH TO WRK-CREDITO-ED
                   DISPLAY 'APURADO ' WRK-LOTE-QT-ACH ' LANC DB '
                       WRK-DEBITO-ED ' CR ' WRK-CREDITO-ED
                       ', LOTE RECUSADO INTEIRO'
                   MOVE 'N' TO WRK-LOTE-OK
               ELSE
               DISPLAY 'ABERTURA CARREGADA, SALDO ' WRK-ABERTURA-ED
           END-IF.

      *PRE-PASSADA DO SALDOS: TODO REGISTRO TEM QUE TER O SALDO
      *NUMERICO COM CENTAVOS E O SUFIXO CR/DB NO LUGAR. SEM O
      *ARQUIVO, NADA A CONFERIR (ABERTURA ZERADA, COMO SEMPRE).
       0055-CONFERIR-SALDOS.
           MOVE 'S' TO WRK-SALDOS-OK.
           MOVE ZEROS TO WRK-QT-SAL-INVALIDO.
           MOVE 'N' TO WRK-FIM-SAL.
           OPEN INPUT F-SALDOS.
           IF WRK-STATUS-SALDOS NOT = '00'
               MOVE 'S' TO WRK-FIM-SAL
           END-IF.
           PERFORM 0056-CONFERIR-SALDO UNTIL FIM-SALDOS.
           IF WRK-STATUS-SALDOS NOT = '35'
               CLOSE F-SALDOS
           END-IF.
           IF WRK-QT-SAL-INVALIDO > 0
               MOVE 'N' TO WRK-SALDOS-OK
               DISPLAY 'SALDOS COM ' WRK-QT-SAL-INVALIDO
                   ' REGISTRO(S) FORA DO LAYOUT (REAIS INTEIROS DO '
                   'LAYOUT ANTIGO?) - RODE A CONVERSAO DO PROGCOB117; '
                   'EXECUCAO RECUSADA, NADA POSTADO'
           END-IF.

       0056-CONFERIR-SALDO.
           READ F-SALDOS
               AT END
                   MOVE 'S' TO WRK-FIM-SAL
               NOT AT END
                   IF SAL-SALDO IS NOT NUMERIC
                       OR (SAL-SUF NOT = 'CR' AND SAL-SUF NOT = 'DB')
                       ADD 1 TO WRK-QT-SAL-INVALIDO
                   END-IF
           END-READ.

      *CADA SALDO DE ABERTURA VIRA UM REGISTRO TIPO A NO ARQUIVO DE
      *MOVIMENTO (SINAL DO RAZAO: CR POSITIVO) E SOMA NO SALDO
      *GERAL - SEM TABELA, SEM TETO DE CONTAS.
                   MOVE 'S' TO WRK-FIM-LANC
               END-IF
           ELSE
               DISPLAY 'DEBITO 0 E CREDITO 0 ENCERRA O LANCAMENTO '
                   '(VALORES COM CENTAVOS, EX: 1234,56)'
               ACCEPT WRK-DEBITO FROM CONSOLE
               ACCEPT WRK-CREDITO FROM CONSOLE
               IF WRK-DEBITO = 0 AND WRK-CREDITO = 0

       0200-PROCESSAR.
           DISPLAY 'CONTA...' WRK-CONTA.
           MOVE WRK-DEBITO TO WRK-DEBITO-ED.
           MOVE WRK-CREDITO TO WRK-CREDITO-ED.
           DISPLAY 'DEBITO..' WRK-DEBITO-ED.
           DISPLAY 'CREDITO..' WRK-CREDITO-ED.
           IF WRK-LAN-ORIGEM NOT = SPACES
               DISPLAY 'ORIGEM..' WRK-LAN-ORIGEM
           END-IF.
           MOVE WRK-SALDO TO WRK-RESUL-ED.
           PERFORM 0210-FORMATAR-SALDO.
           PERFORM 0230-EXPORTAR-LANCAMENTO.
           MOVE WRK-RESUL TO WRK-LANC-ED.
           DISPLAY 'LANCAMENTO ....' WRK-LANC-ED.
           DISPLAY 'SALDO ....' WRK-RESUL-ED.
           DISPLAY 'SALDO ....' WRK-SALDO-CD WRK-SALDO-SUF.
           PERFORM 0100-INICIALIZAR.
      *****DO SUFIXO CR (NEGATIVO) OU DB (POSITIVO/ZERO).
       0210-FORMATAR-SALDO.
           IF WRK-SALDO < 0
               COMPUTE WRK-SALDO-ABS = WRK-SALDO * -1
               MOVE 'CR' TO WRK-SALDO-SUF
           ELSE
               MOVE WRK-SALDO TO WRK-SALDO-ABS
               MOVE 'DB' TO WRK-SALDO-SUF
           END-IF.
           MOVE WRK-SALDO-ABS TO WRK-SALDO-CD.

      *CADA LANCAMENTO ACEITO VIRA UM REGISTRO TIPO M NO ARQUIVO DE
      *MOVIMENTO (CREDITO - DEBITO), PARA A TOTALIZACAO ORDENADA.
           MOVE WRK-CONTA TO REX-CONTA.
           MOVE WRK-DEBITO TO REX-DEBITO.
           MOVE WRK-CREDITO TO REX-CREDITO.
           MOVE WRK-SALDO-ABS TO REX-SALDO.
           MOVE WRK-SALDO-SUF TO REX-SUF.
           MOVE WRK-LAN-ORIGEM TO REX-ORIGEM.
           MOVE WRK-LAN-FILIAL TO REX-FILIAL.
           WRITE REG-RAZAOEXP.

       0300-FINALIZAR.
           MOVE SPACES TO REX-CONTA.
           MOVE WRK-TOT-DEBITOS TO REX-DEBITO.
           MOVE WRK-TOT-CREDITOS TO REX-CREDITO.
           MOVE WRK-SALDO-ABS TO REX-SALDO.
           MOVE WRK-SALDO-SUF TO REX-SUF.
           MOVE SPACES TO REX-ORIGEM.
           MOVE ZEROS TO REX-FILIAL.
           WRITE REG-RAZAOEXP.
           CLOSE F-RAZAOEXP.

           PERFORM 0334-IMPRIMIR-FILIAL
               VARYING WRK-FIL-IDX FROM 1 BY 1
               UNTIL WRK-FIL-IDX > WRK-FIL-QT.
           MOVE WRK-TOT-DEBITOS TO WRK-DEBITO-ED.
           MOVE WRK-TOT-CREDITOS TO WRK-CREDITO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TOTAL DEBITOS=' WRK-DEBITO-ED
               ' TOTAL CREDITOS=' WRK-CREDITO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.

      *UMA LINHA DE TOTAIS POR FILIAL DO LOTE POSTADO.
       0334-IMPRIMIR-FILIAL.
           MOVE WRK-FIL-DEBITOS (WRK-FIL-IDX) TO WRK-DEBITO-ED.
           MOVE WRK-FIL-CREDITOS (WRK-FIL-IDX) TO WRK-CREDITO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'FILIAL ' WRK-FIL-CODIGO (WRK-FIL-IDX)
               ' DEBITOS=' WRK-DEBITO-ED
               ' CREDITOS=' WRK-CREDITO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

