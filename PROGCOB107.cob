       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB107.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : REGUA DE COBRANCA DAS FATURAS DE CLIENTE EM
      *ATRASO. O AGING DO PROGCOB56 MOSTRA QUEM ESTA ATRASADO, MAS A
      *COBRANCA ERA TELEFONEMA DE MEMORIA. A CADA RODADA, PARA CADA
      *FATURA EM ABERTO DO FATCLI, A PROXIMA CARTA DA REGUA SAI
      *QUANDO O ATRASO (CALENDARIO COMERCIAL ANO 360/MES 30) E O
      *INTERVALO DESDE A CARTA ANTERIOR CHEGAM AO DA TABELA
      *WRK-TAB-ESTAGIOS:
      *  1 = PRIMEIRO LEMBRETE, 2 = SEGUNDO AVISO, 3 = AVISO FINAL.
      *CADA CARTA FICA NO HISTORICO COBRHIST DA FATURA, ENTAO A
      *MESMA CARTA NUNCA SAI DUAS VEZES. UM PAGAMENTO (DIARIO MOVCLI
      *DA BAIXA DO PROGCOB56) DEPOIS DA ULTIMA CARTA INTERROMPE A
      *SEQUENCIA: A FATURA QUITADA SAI DA REGUA, E A QUE FICOU COM
      *SALDO RECOMECA DO PRIMEIRO LEMBRETE, ESPERANDO O INTERVALO A
      *PARTIR DO PAGAMENTO (LINHA DE ESTAGIO 0 NO HISTORICO).
      *AS CARTAS SAEM NO ARQUIVO CARTAS (TEXTO COM O CONTATO DO
      *CLIMEST, PARA ENVIO) E NO RELATORIO PROGCOB107RPT. OS CLIENTES
      *COM FATURA EM AVISO FINAL VAO PARA O COBRFINAL, LIDO PELO
      *CONTROLE DE CREDITO DO PROGCOB09 - QUE TRAVA A COTACAO DELES.
      *RC 4 QUANDO HA CLIENTE EM AVISO FINAL.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *FATURAS DE CLIENTE (GRAVADAS PELO PROGCOB55).
           SELECT F-FATCLI ASSIGN TO 'FATCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATCLI.
      *DIARIO DE MOVIMENTOS DAS FATURAS (PAGAMENTOS E CREDITOS).
           SELECT F-MOVCLI ASSIGN TO 'MOVCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVCLI.
      *HISTORICO DA REGUA: UMA LINHA POR CARTA (OU REINICIO) DE
      *CADA FATURA, EM ORDEM DE DATA.
           SELECT F-COBRHIST ASSIGN TO 'COBRHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COBRHIST.
      *CLIENTES EM AVISO FINAL, PARA O CONTROLE DE CREDITO DO
      *PROGCOB09 (REGRAVADO A CADA RODADA).
           SELECT F-COBRFINAL ASSIGN TO 'COBRFINAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COBRFINAL.
      *CADASTRO MESTRE DE CLIENTES - CONTATO DA CARTA.
      *INDEXADO PELO CODIGO (VEJA CLIREC.CPY).
           SELECT F-CLIMEST ASSIGN TO 'CLIMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-STATUS-CLIMEST.
      *TEXTO DAS CARTAS DA RODADA, PARA O ENVIO.
           SELECT F-CARTAS ASSIGN TO 'CARTAS'
               ORGANIZATION IS LINE SEQUENTIAL.
      *RELATORIO DA RODADA, COM CABECALHO E QUEBRA DE PAGINA PADRAO
      *(VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB107RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-FATCLI.
           COPY 'FCLREC.CPY'.

       FD  F-MOVCLI.
           COPY 'MVCREC.CPY'.

       FD  F-COBRHIST.
       01  REG-COBRHIST.
           03 CBH-FATURA  PIC 9(06).
           03 CBH-CLICOD  PIC 9(06).
      *0 = SEQUENCIA REINICIADA POR PAGAMENTO, 1 A 3 = CARTA.
           03 CBH-ESTAGIO PIC 9(01).
           03 CBH-DATA    PIC 9(08).
           03 CBH-SALDO   PIC 9(08)V99.

       FD  F-COBRFINAL.
       01  REG-COBRFINAL.
           03 CBF-CLICOD  PIC 9(06).
           03 CBF-CLIENTE PIC X(20).
           03 CBF-FATURA  PIC 9(06).
           03 CBF-DATA    PIC 9(08).

       FD  F-CLIMEST.
           COPY 'CLIREC.CPY'.

       FD  F-CARTAS.
       01  REG-CARTA.
           03 CRT-CLICOD  PIC 9(06).
           03 CRT-FATURA  PIC 9(06).
           03 CRT-ESTAGIO PIC 9(01).
           03 CRT-SEQ     PIC 9(02).
           03 CRT-CONTATO PIC X(20).
           03 CRT-TEXTO   PIC X(100).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-FATCLI    PIC X(02) VALUE '00'.
       77 WRK-STATUS-MOVCLI    PIC X(02) VALUE '00'.
       77 WRK-STATUS-COBRHIST  PIC X(02) VALUE '00'.
       77 WRK-STATUS-COBRFINAL PIC X(02) VALUE '00'.
       77 WRK-STATUS-CLIMEST   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *REGUA: ATRASO MINIMO (DIAS DEPOIS DO VENCIMENTO) E INTERVALO
      *MINIMO DESDE A CARTA ANTERIOR (OU DO PAGAMENTO QUE REINICIOU
      *A SEQUENCIA) DE CADA ESTAGIO. AJUSTAR AQUI QUANDO A POLITICA
      *DE COBRANCA MUDAR.
       01 WRK-TAB-ESTAGIOS-DADOS.
           03 FILLER PIC X(26) VALUE '005015PRIMEIRO LEMBRETE   '.
           03 FILLER PIC X(26) VALUE '020015SEGUNDO AVISO       '.
           03 FILLER PIC X(26) VALUE '045015AVISO FINAL         '.
       01 WRK-TAB-ESTAGIOS REDEFINES WRK-TAB-ESTAGIOS-DADOS.
           03 WRK-EST-ITEM OCCURS 3 TIMES.
               05 WRK-EST-ATRASO    PIC 9(03).
               05 WRK-EST-INTERVALO PIC 9(03).
               05 WRK-EST-NOME      PIC X(20).
      *SITUACAO DA REGUA POR FATURA, MONTADA DO HISTORICO.
       77 WRK-THC-MAX PIC 9(04) VALUE 2000.
       77 WRK-THC-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-HISTORICO.
           03 WRK-TAB-THC-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-THC-QT.
               05 WRK-THC-FATURA  PIC 9(06).
               05 WRK-THC-CLICOD  PIC 9(06).
               05 WRK-THC-ESTAGIO PIC 9(01).
               05 WRK-THC-DATA    PIC 9(08).
       77 WRK-THC-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-THC-POS PIC 9(04) VALUE ZEROS.
       77 WRK-BUSCA-FATURA PIC 9(06) VALUE ZEROS.
      *DATAS NO CALENDARIO COMERCIAL.
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CALC PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           03 WRK-CAL-ANO PIC 9(04).
           03 WRK-CAL-MES PIC 9(02).
           03 WRK-CAL-DIA PIC 9(02).
       77 WRK-DIAS-CALC PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-ATRASO    PIC S9(07) VALUE ZEROS.
       77 WRK-INTERVALO PIC S9(07) VALUE ZEROS.
      *FATURA CORRENTE.
       77 WRK-SALDO-FATURA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ULT-ESTAGIO  PIC 9(01) VALUE ZEROS.
       77 WRK-ULT-DATA     PIC 9(08) VALUE ZEROS.
       77 WRK-PROX-ESTAGIO PIC 9(01) VALUE ZEROS.
       77 WRK-CLI-CONTATO  PIC X(20) VALUE SPACES.
       77 WRK-CRT-SEQ      PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-ED     PIC ZZZZZZZ9,99.
       77 WRK-ATRASO-ED    PIC ZZZ9.
      *TOTAIS DA RODADA.
       77 WRK-QT-CARTAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ESTAGIO-1 PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ESTAGIO-2 PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ESTAGIO-3 PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REINICIOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AVISO-FINAL PIC 9(05) VALUE ZEROS.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB107'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob) - A
      *REGUA LE O FATCLI, ENTAO ESPERA A BAIXA DO PROGCOB56 NA MESMA
      *TRAVA FATURAS.
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
           MOVE 'FATURAS' TO WRK-LCK-NOME.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               DISPLAY 'FATURAS EM USO, REGUA DE COBRANCA NAO RODADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *ESTE PROGRAMA PODE SER CHAMADO VARIAS VEZES PELO MENU SEM
      *CANCEL, ENTAO A PAGINACAO, A TABELA E OS TOTAIS VOLTAM AO
      *ESTADO INICIAL A CADA CHAMADA.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE ZEROS TO WRK-THC-QT.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           MOVE ZEROS TO WRK-QT-CARTAS.
           MOVE ZEROS TO WRK-QT-ESTAGIO-1.
           MOVE ZEROS TO WRK-QT-ESTAGIO-2.
           MOVE ZEROS TO WRK-QT-ESTAGIO-3.
           MOVE ZEROS TO WRK-QT-REINICIOS.
           MOVE ZEROS TO WRK-QT-AVISO-FINAL.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC.
           PERFORM 0150-CALC-DIAS.
           MOVE WRK-DIAS-CALC TO WRK-DIAS-HOJE.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           PERFORM 0100-CARREGAR-HISTORICO.
           IF TABELA-ESTOUROU
               MOVE 'HISTORICO DE COBRANCA MAIOR QUE A TABELA'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'HISTORICO DE COBRANCA MAIOR QUE A TABELA, '
                   'REGUA NAO RODADA'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN EXTEND F-COBRHIST
               IF WRK-STATUS-COBRHIST = '35'
                   OPEN OUTPUT F-COBRHIST
               END-IF
               PERFORM 0200-VERIFICAR-PAGAMENTOS
               PERFORM 0300-APLICAR-REGUA
               CLOSE F-COBRHIST
               PERFORM 0500-GRAVAR-TOTAIS
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF WRK-QT-AVISO-FINAL > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'DATA=' WRK-DATA-HOJE DELIMITED BY SIZE
               INTO WRK-AUD-ENTRADA.
           STRING 'CARTAS=' WRK-QT-CARTAS
               ' AVISO-FINAL=' WRK-QT-AVISO-FINAL
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *SITUACAO DE CADA FATURA NA REGUA: O ULTIMO ESTAGIO E A DATA
      *DA ULTIMA LINHA DO HISTORICO (O ARQUIVO ESTA EM ORDEM DE
      *DATA).
       0100-CARREGAR-HISTORICO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-COBRHIST.
           IF WRK-STATUS-COBRHIST NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-HISTORICO UNTIL FIM-ARQ.
           IF WRK-STATUS-COBRHIST NOT = '35'
               CLOSE F-COBRHIST
           END-IF.

       0110-LER-HISTORICO.
           READ F-COBRHIST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE CBH-FATURA TO WRK-BUSCA-FATURA
                   PERFORM 0120-PROCURAR-FATURA
                   IF WRK-THC-POS = 0
                       IF WRK-THC-QT >= WRK-THC-MAX
                           MOVE 'S' TO WRK-TAB-ESTOUROU
                           MOVE 'S' TO WRK-FIM-ARQ
                       ELSE
                           ADD 1 TO WRK-THC-QT
                           MOVE WRK-THC-QT TO WRK-THC-POS
                       END-IF
                   END-IF
                   IF WRK-THC-POS > 0
                       MOVE CBH-FATURA TO WRK-THC-FATURA (WRK-THC-POS)
                       MOVE CBH-CLICOD TO WRK-THC-CLICOD (WRK-THC-POS)
                       MOVE CBH-ESTAGIO
                           TO WRK-THC-ESTAGIO (WRK-THC-POS)
                       MOVE CBH-DATA TO WRK-THC-DATA (WRK-THC-POS)
                   END-IF
           END-READ.

       0120-PROCURAR-FATURA.
           MOVE ZEROS TO WRK-THC-POS.
           PERFORM 0121-COMPARAR-FATURA
               VARYING WRK-THC-IDX FROM 1 BY 1
               UNTIL WRK-THC-IDX > WRK-THC-QT OR WRK-THC-POS > 0.

       0121-COMPARAR-FATURA.
           IF WRK-THC-FATURA (WRK-THC-IDX) = WRK-BUSCA-FATURA
               MOVE WRK-THC-IDX TO WRK-THC-POS
           END-IF.

       0150-CALC-DIAS.
           IF WRK-DATA-CALC IS NOT NUMERIC
               MOVE ZEROS TO WRK-DATA-CALC
           END-IF.
           COMPUTE WRK-DIAS-CALC = (WRK-CAL-ANO * 360)
               + (WRK-CAL-MES * 30) + WRK-CAL-DIA.

      *PAGAMENTO DEPOIS DA ULTIMA CARTA INTERROMPE A SEQUENCIA DA
      *FATURA: ESTAGIO 0 NA DATA DO PAGAMENTO.
       0200-VERIFICAR-PAGAMENTOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-MOVCLI.
           IF WRK-STATUS-MOVCLI NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0210-LER-MOVIMENTO UNTIL FIM-ARQ.
           IF WRK-STATUS-MOVCLI NOT = '35'
               CLOSE F-MOVCLI
           END-IF.

       0210-LER-MOVIMENTO.
           READ F-MOVCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MVC-TIPO = 'P'
                       MOVE MVC-FATURA TO WRK-BUSCA-FATURA
                       PERFORM 0120-PROCURAR-FATURA
                       IF WRK-THC-POS > 0
                           IF WRK-THC-ESTAGIO (WRK-THC-POS) > 0
                               AND MVC-DATA > WRK-THC-DATA (WRK-THC-POS)
                               PERFORM 0220-REINICIAR-SEQUENCIA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0220-REINICIAR-SEQUENCIA.
           MOVE ZEROS TO WRK-THC-ESTAGIO (WRK-THC-POS).
           MOVE MVC-DATA TO WRK-THC-DATA (WRK-THC-POS).
           MOVE MVC-FATURA TO CBH-FATURA.
           MOVE MVC-CLICOD TO CBH-CLICOD.
           MOVE ZEROS TO CBH-ESTAGIO.
           MOVE MVC-DATA TO CBH-DATA.
           MOVE MVC-VALOR TO CBH-SALDO.
           WRITE REG-COBRHIST.
           ADD 1 TO WRK-QT-REINICIOS.
           MOVE MVC-VALOR TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'SEQUENCIA INTERROMPIDA - FATURA ' MVC-FATURA
               ' CLIENTE ' MVC-CLICOD ' PAGAMENTO EM ' MVC-DATA
               ' DE ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *PASSA AS FATURAS EM ABERTO E MANDA A CARTA DEVIDA DE CADA
      *UMA; REGRAVA A LISTA DE AVISO FINAL.
       0300-APLICAR-REGUA.
           OPEN OUTPUT F-CARTAS.
           OPEN OUTPUT F-COBRFINAL.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FATCLI.
           IF WRK-STATUS-FATCLI NOT = '00'
               DISPLAY 'ARQUIVO DE FATURAS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0310-LER-FATURA UNTIL FIM-ARQ.
           IF WRK-STATUS-FATCLI NOT = '35'
               CLOSE F-FATCLI
           END-IF.
           CLOSE F-COBRFINAL.
           CLOSE F-CARTAS.

       0310-LER-FATURA.
           READ F-FATCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FCL-SITUACAO = 'A' AND FCL-VALOR > FCL-PAGO
                       PERFORM 0320-TRATAR-FATURA
                   END-IF
           END-READ.

       0320-TRATAR-FATURA.
           COMPUTE WRK-SALDO-FATURA = FCL-VALOR - FCL-PAGO.
           MOVE FCL-VENCIMENTO TO WRK-DATA-CALC.
           PERFORM 0150-CALC-DIAS.
           COMPUTE WRK-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-CALC.
           MOVE ZEROS TO WRK-ULT-ESTAGIO.
           MOVE ZEROS TO WRK-ULT-DATA.
           MOVE FCL-NUMERO TO WRK-BUSCA-FATURA.
           PERFORM 0120-PROCURAR-FATURA.
           IF WRK-THC-POS > 0
               MOVE WRK-THC-ESTAGIO (WRK-THC-POS) TO WRK-ULT-ESTAGIO
               MOVE WRK-THC-DATA (WRK-THC-POS) TO WRK-ULT-DATA
           END-IF.
           IF WRK-ULT-ESTAGIO < 3 AND WRK-ATRASO > 0
               PERFORM 0330-DECIDIR-CARTA THRU 0330-EXIT
           END-IF.
           IF WRK-ULT-ESTAGIO = 3
               PERFORM 0350-GRAVAR-AVISO-FINAL
           END-IF.

      *A PROXIMA CARTA SAI COM O ATRASO DO ESTAGIO E, SE JA HOUVE
      *CARTA OU PAGAMENTO NA SEQUENCIA, O INTERVALO DESDE ELE.
       0330-DECIDIR-CARTA.
           COMPUTE WRK-PROX-ESTAGIO = WRK-ULT-ESTAGIO + 1.
           IF WRK-ATRASO < WRK-EST-ATRASO (WRK-PROX-ESTAGIO)
               GO TO 0330-EXIT
           END-IF.
           IF WRK-ULT-DATA NOT = ZEROS
               MOVE WRK-ULT-DATA TO WRK-DATA-CALC
               PERFORM 0150-CALC-DIAS
               COMPUTE WRK-INTERVALO = WRK-DIAS-HOJE - WRK-DIAS-CALC
               IF WRK-INTERVALO <
                   WRK-EST-INTERVALO (WRK-PROX-ESTAGIO)
                   GO TO 0330-EXIT
               END-IF
           END-IF.
           PERFORM 0340-EMITIR-CARTA.
           MOVE WRK-PROX-ESTAGIO TO WRK-ULT-ESTAGIO.
       0330-EXIT.
           EXIT.

       0340-EMITIR-CARTA.
           ADD 1 TO WRK-QT-CARTAS.
           EVALUATE WRK-PROX-ESTAGIO
               WHEN 1
                   ADD 1 TO WRK-QT-ESTAGIO-1
               WHEN 2
                   ADD 1 TO WRK-QT-ESTAGIO-2
               WHEN OTHER
                   ADD 1 TO WRK-QT-ESTAGIO-3
           END-EVALUATE.
           MOVE FCL-NUMERO TO CBH-FATURA.
           MOVE FCL-CLICOD TO CBH-CLICOD.
           MOVE WRK-PROX-ESTAGIO TO CBH-ESTAGIO.
           MOVE WRK-DATA-HOJE TO CBH-DATA.
           MOVE WRK-SALDO-FATURA TO CBH-SALDO.
           WRITE REG-COBRHIST.
           PERFORM 0360-BUSCAR-CONTATO.
           MOVE WRK-SALDO-FATURA TO WRK-SALDO-ED.
           MOVE WRK-ATRASO TO WRK-ATRASO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-EST-NOME (WRK-PROX-ESTAGIO)
               ' FATURA ' FCL-NUMERO ' CLIENTE ' FCL-CLICOD ' '
               FCL-CLIENTE ' VENC ' FCL-VENCIMENTO
               ' ATRASO ' WRK-ATRASO-ED ' SALDO ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE ZEROS TO WRK-CRT-SEQ.
           MOVE SPACES TO CRT-TEXTO.
           STRING WRK-EST-NOME (WRK-PROX-ESTAGIO)
               ' - FATURA ' FCL-NUMERO
               DELIMITED BY SIZE INTO CRT-TEXTO.
           PERFORM 0370-GRAVAR-LINHA-CARTA.
           MOVE SPACES TO CRT-TEXTO.
           STRING 'A/C ' WRK-CLI-CONTATO ' - ' FCL-CLIENTE
               DELIMITED BY SIZE INTO CRT-TEXTO.
           PERFORM 0370-GRAVAR-LINHA-CARTA.
           MOVE SPACES TO CRT-TEXTO.
           STRING 'CONSTA EM ABERTO A FATURA ' FCL-NUMERO
               ', VENCIDA EM ' FCL-VENCIMENTO
               ', COM SALDO DE ' WRK-SALDO-ED '.'
               DELIMITED BY SIZE INTO CRT-TEXTO.
           PERFORM 0370-GRAVAR-LINHA-CARTA.
           MOVE SPACES TO CRT-TEXTO.
           EVALUATE WRK-PROX-ESTAGIO
               WHEN 1
                   MOVE 'SE O PAGAMENTO JA FOI FEITO, DESCONSIDERE '
                       & 'ESTE LEMBRETE.' TO CRT-TEXTO
               WHEN 2
                   MOVE 'PEDIMOS A REGULARIZACAO EM ATE 15 DIAS.'
                       TO CRT-TEXTO
               WHEN OTHER
                   MOVE 'SEM O PAGAMENTO, NOVOS PEDIDOS FICAM '
                       & 'SUSPENSOS ATE A REGULARIZACAO.' TO CRT-TEXTO
           END-EVALUATE.
           PERFORM 0370-GRAVAR-LINHA-CARTA.

      *FATURA COM AVISO FINAL JA ENVIADO E AINDA EM ABERTO.
       0350-GRAVAR-AVISO-FINAL.
           ADD 1 TO WRK-QT-AVISO-FINAL.
           MOVE FCL-CLICOD TO CBF-CLICOD.
           MOVE FCL-CLIENTE TO CBF-CLIENTE.
           MOVE FCL-NUMERO TO CBF-FATURA.
           MOVE WRK-DATA-HOJE TO CBF-DATA.
           WRITE REG-COBRFINAL.

      *CONTATO DO CLIENTE NO CLIMEST (EM BRANCO SE NAO CADASTRADO).
       0360-BUSCAR-CONTATO.
           MOVE SPACES TO WRK-CLI-CONTATO.
           OPEN INPUT F-CLIMEST.
           IF WRK-STATUS-CLIMEST = '00'
               PERFORM 0361-LER-CLIENTE
               CLOSE F-CLIMEST
           END-IF.

       0361-LER-CLIENTE.
           MOVE FCL-CLICOD TO CLI-CODIGO.
           READ F-CLIMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-CONTATO TO WRK-CLI-CONTATO
           END-READ.

       0370-GRAVAR-LINHA-CARTA.
           ADD 1 TO WRK-CRT-SEQ.
           MOVE FCL-CLICOD TO CRT-CLICOD.
           MOVE FCL-NUMERO TO CRT-FATURA.
           MOVE WRK-PROX-ESTAGIO TO CRT-ESTAGIO.
           MOVE WRK-CRT-SEQ TO CRT-SEQ.
           MOVE WRK-CLI-CONTATO TO CRT-CONTATO.
           WRITE REG-CARTA.

       0500-GRAVAR-TOTAIS.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TOTAL: CARTAS=' WRK-QT-CARTAS
               ' LEMBRETES=' WRK-QT-ESTAGIO-1
               ' SEGUNDOS AVISOS=' WRK-QT-ESTAGIO-2
               ' AVISOS FINAIS=' WRK-QT-ESTAGIO-3
               ' REINICIADAS=' WRK-QT-REINICIOS
               ' EM AVISO FINAL=' WRK-QT-AVISO-FINAL
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           DISPLAY 'REGUA DE COBRANCA: ' WRK-QT-CARTAS ' CARTAS, '
               WRK-QT-AVISO-FINAL ' FATURAS EM AVISO FINAL'.

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
