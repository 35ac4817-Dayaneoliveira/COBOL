      *DIVERGENCIAS CLASSICAS - NO BANCO SEM RAZAO, NO RAZAO SEM
      *BANCO E DIFERENCA DE VALOR (MESMA JANELA E DIRECAO, VALOR
      *DIFERENTE). MESMO ESPIRITO DA CONCILIACAO DE TRANSPORTADORA
      *DO PROGCOB29, APONTADO PARA O BANCO. O RAZAO E EM REAIS COM
      *CENTAVOS (REXREC.CPY); OS CENTAVOS DO EXTRATO VEM NO CAMPO
      *EXT-CENTAVOS NO FIM DA LINHA (EXTRATO SEM ELE = CENTAVOS 00).
      *NO FIM, O SALDO CONCILIADO DO CAIXA - O SALDO DA CONTA NO
      *SALDOS MAIS O QUE SO O BANCO MOVIMENTOU (LINHAS SO-BANCO E
      *DIFERENCAS DE VALOR, AINDA NAO LANCADAS NO RAZAO) - SAI NO
      *RELATORIO E FICA NO SALDOCX (VEJA SCXREC.CPY), PONTO DE
      *PARTIDA DA PROJECAO DE CAIXA DO PROGCOB123.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
               FILE STATUS IS WRK-STATUS-RAZAOEXP.
      *RELATORIO DA CONCILIACAO, COM CABECALHO E QUEBRA DE PAGINA
      *PADRAO (VEJA RPTHDR.CPY).
      *SALDOS DE FECHAMENTO POR CONTA (GRAVADOS PELO PROGCOB06) E O
      *SALDO CONCILIADO DO CAIXA.
           SELECT F-SALDOS ASSIGN TO 'SALDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT F-SALDOCX ASSIGN TO 'SALDOCX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOCX.
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB68RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           03 EXT-VALOR   PIC 9(08).
           03 EXT-DIRECAO PIC X(01).
           03 EXT-REF     PIC X(10).
      *CENTAVOS DO VALOR (EXT-VALOR SAO OS REAIS) - BRANCO OU NAO
      *NUMERICO NOS EXTRATOS PREPARADOS ANTES DO CAMPO = 00.
           03 EXT-CENTAVOS PIC 9(02).

       FD  F-RAZAOEXP.
           COPY 'REXREC.CPY'.

       FD  F-SALDOS.
           COPY 'SALREC.CPY'.

       FD  F-SALDOCX.
           COPY 'SCXREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-EXTRATO  PIC X(02) VALUE '00'.
       77 WRK-STATUS-RAZAOEXP PIC X(02) VALUE '00'.
       77 WRK-STATUS-SALDOS   PIC X(02) VALUE '00'.
       77 WRK-STATUS-SALDOCX  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *CONTA CAIXA A CONCILIAR (BRANCO = PADRAO DA CASA).
                   DEPENDING ON WRK-CXA-QT.
               05 WRK-CXA-DATA    PIC 9(08).
               05 WRK-CXA-DIAS    PIC 9(07).
               05 WRK-CXA-VALOR   PIC 9(11)V99.
               05 WRK-CXA-DIRECAO PIC X(01).
               05 WRK-CXA-CASADO  PIC X(01).
       77 WRK-CXA-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SO-BANCO   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SO-RAZAO   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-DIFERENCA  PIC 9(04) VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIFERENCA-ED PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *VALOR DA LINHA DO EXTRATO EM REAIS COM CENTAVOS E OS VALORES
      *EDITADOS DO RELATORIO.
       77 WRK-EXT-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-BANCO-ED  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-RAZAO-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *SALDO CONCILIADO: SALDO DA CONTA NO SALDOS (DEVEDOR POSITIVO)
      *MAIS O AJUSTE DO QUE SO O BANCO MOVIMENTOU (ENTRADA +, SAIDA -).
       77 WRK-SALDO-RAZAO      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-AJUSTE-BANCO     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-CONCILIADO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-ED PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB68'.
           MOVE ZEROS TO WRK-QT-SO-BANCO.
           MOVE ZEROS TO WRK-QT-SO-RAZAO.
           MOVE ZEROS TO WRK-QT-DIFERENCA.
           MOVE ZEROS TO WRK-AJUSTE-BANCO.
           DISPLAY 'CONTA CAIXA (BRANCO = CAIXA).. '.
           ACCEPT WRK-CONTA-CAIXA.
           IF WRK-CONTA-CAIXA = SPACES
           PERFORM 0200-CONCILIAR-EXTRATO.
           PERFORM 0400-RELATAR-SO-RAZAO.
           PERFORM 0500-GRAVAR-TOTAIS.
           PERFORM 0600-GRAVAR-SALDO-CONCILIADO.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           IF WRK-QT-SO-BANCO > 0 OR WRK-QT-SO-RAZAO > 0
           END-READ.

       0220-CASAR-LINHA.
           MOVE EXT-VALOR TO WRK-EXT-VALOR.
           IF EXT-CENTAVOS IS NUMERIC
               COMPUTE WRK-EXT-VALOR = EXT-VALOR
                   + (EXT-CENTAVOS / 100)
           END-IF.
           MOVE WRK-EXT-VALOR TO WRK-BANCO-ED.
           MOVE EXT-DATA TO WRK-DATA-AUX.
           PERFORM 0130-DIAS-COMERCIAIS.
           MOVE WRK-DIAS-AUX TO WRK-DIAS-EXT.
               IF LANCAMENTO-ACHADO
                   MOVE 'S' TO WRK-CXA-CASADO (WRK-CXA-POS)
                   ADD 1 TO WRK-QT-DIFERENCA
                   COMPUTE WRK-DIFERENCA = WRK-EXT-VALOR
                       - WRK-CXA-VALOR (WRK-CXA-POS)
                   MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED
                   IF EXT-DIRECAO = 'C'
                       ADD WRK-DIFERENCA TO WRK-AJUSTE-BANCO
                   ELSE
                       SUBTRACT WRK-DIFERENCA FROM WRK-AJUSTE-BANCO
                   END-IF
                   MOVE WRK-CXA-VALOR (WRK-CXA-POS) TO WRK-RAZAO-ED
                   MOVE SPACES TO WRK-RPT-LINHA-TXT
                   STRING 'DIFERENCA DE VALOR: BANCO=' WRK-BANCO-ED
                       ' RAZAO=' WRK-RAZAO-ED
                       ' DIF=' WRK-DIFERENCA-ED
                       ' DATA=' EXT-DATA
                       ' REF=' EXT-REF
                   PERFORM 0910-GRAVAR-LINHA-RPT
               ELSE
                   ADD 1 TO WRK-QT-SO-BANCO
                   IF EXT-DIRECAO = 'C'
                       ADD WRK-EXT-VALOR TO WRK-AJUSTE-BANCO
                   ELSE
                       SUBTRACT WRK-EXT-VALOR FROM WRK-AJUSTE-BANCO
                   END-IF
                   MOVE SPACES TO WRK-RPT-LINHA-TXT
                   STRING 'NO BANCO SEM RAZAO: VALOR=' WRK-BANCO-ED
                       ' DIRECAO=' EXT-DIRECAO
                       ' DATA=' EXT-DATA
                       ' REF=' EXT-REF
       0230-PROCURAR-EXATO.
           IF WRK-CXA-CASADO (WRK-CXA-IDX) = 'N'
               AND WRK-CXA-DIRECAO (WRK-CXA-IDX) = EXT-DIRECAO
               AND WRK-CXA-VALOR (WRK-CXA-IDX) = WRK-EXT-VALOR
               COMPUTE WRK-DISTANCIA = WRK-DIAS-EXT
                   - WRK-CXA-DIAS (WRK-CXA-IDX)
               IF WRK-DISTANCIA <= WRK-JANELA-DIAS
       0410-TESTAR-LANCAMENTO.
           IF WRK-CXA-CASADO (WRK-CXA-IDX) = 'N'
               ADD 1 TO WRK-QT-SO-RAZAO
               MOVE WRK-CXA-VALOR (WRK-CXA-IDX) TO WRK-RAZAO-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'NO RAZAO SEM BANCO: VALOR=' WRK-RAZAO-ED
                   ' DIRECAO=' WRK-CXA-DIRECAO (WRK-CXA-IDX)
                   ' DATA=' WRK-CXA-DATA (WRK-CXA-IDX)
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               ' SO-BANCO, ' WRK-QT-SO-RAZAO ' SO-RAZAO, '
               WRK-QT-DIFERENCA ' DIFERENCA(S)'.

      *SALDO CONCILIADO DO CAIXA: SALDO DA CONTA NO SALDOS (SEM O
      *ARQUIVO OU SEM A CONTA = ZERO) MAIS O AJUSTE DO BANCO. O
      *SALDOCX E REGRAVADO A CADA RODADA COM A DATA DE HOJE.
       0600-GRAVAR-SALDO-CONCILIADO.
           MOVE ZEROS TO WRK-SALDO-RAZAO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-SALDOS.
           IF WRK-STATUS-SALDOS NOT = '00'
               DISPLAY 'ARQUIVO DE SALDOS NAO ENCONTRADO, SALDO DO '
                   'RAZAO ZERO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0610-LER-SALDO UNTIL FIM-ARQ.
           IF WRK-STATUS-SALDOS NOT = '35'
               CLOSE F-SALDOS
           END-IF.
           COMPUTE WRK-SALDO-CONCILIADO = WRK-SALDO-RAZAO
               + WRK-AJUSTE-BANCO.
           MOVE WRK-SALDO-RAZAO TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'SALDO DO RAZAO......: ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-AJUSTE-BANCO TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'AJUSTE SO DO BANCO..: ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-SALDO-CONCILIADO TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'SALDO CONCILIADO....: ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO REG-SALDOCX.
           ACCEPT SCX-DATA FROM DATE YYYYMMDD.
           MOVE WRK-CONTA-CAIXA TO SCX-CONTA.
           MOVE WRK-SALDO-CONCILIADO TO SCX-SALDO.
           IF WRK-SALDO-CONCILIADO < ZERO
               MOVE '-' TO SCX-SINAL
           ELSE
               MOVE '+' TO SCX-SINAL
           END-IF.
           MOVE WRK-QT-SO-RAZAO TO SCX-PENDENCIAS.
           OPEN OUTPUT F-SALDOCX.
           WRITE REG-SALDOCX.
           CLOSE F-SALDOCX.

       0610-LER-SALDO.
           READ F-SALDOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF SAL-CONTA = WRK-CONTA-CAIXA
                       IF SAL-SUF = 'DB'
                           MOVE SAL-SALDO TO WRK-SALDO-RAZAO
                       ELSE
                           COMPUTE WRK-SALDO-RAZAO = ZERO - SAL-SALDO
                       END-IF
                   END-IF
           END-READ.

      *MONTA E GRAVA O CABECALHO PADRAO DO RELATORIO (PROGRAMA, DATA E
      *PAGINA), ZERANDO O CONTADOR DE LINHA DA PAGINA NOVA (VEJA
      *RPTHDR.CPY).
