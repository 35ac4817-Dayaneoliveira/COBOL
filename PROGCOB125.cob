       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB125.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : FECHAMENTO DE CAIXA DO DIA POR FILIAL. O VENDAS NAO
      *DIZIA COMO O CLIENTE PAGOU E NINGUEM CONFERIA A GAVETA NEM O
      *EXTRATO DAS MAQUINAS DE CARTAO NO FIM DO DIA. AGORA CADA VENDA
      *TRAZ A FORMA DE PAGAMENTO (VEJA FPGTAB.CPY) E O PROGCOB15
      *GRAVA O LIQUIDO POR FILIAL E FORMA NO HISTVEND (TIPO P). AQUI
      *O CAIXA INFORMA, SEM VER O ESPERADO, O DINHEIRO CONTADO NA
      *GAVETA (SEM O FUNDO DE TROCO) E OS TOTAIS DO EXTRATO DO CARTAO
      *DE DEBITO, DO CARTAO DE CREDITO E DO PIX; CADA FORMA E
      *COMPARADA COM O ESPERADO. DIFERENCA ACIMA DE WRK-TOLERANCIA EM
      *QUALQUER FORMA SO FECHA COM LIBERACAO DE SUPERVISOR (USUARIO E
      *SENHA VALIDADOS PELO PROGCOB10); SEM ELA NADA E GRAVADO E O
      *CAIXA RECONTA. O FECHAMENTO VAI PARA O CAIXAFEC (VEJA
      *CXFREC.CPY) E O CONFERIDO SAI NO PROGCOB125RPT. O LOTE
      *CONTABIL DO DIA DO FECHAMENTO (PROGCOB66) TIRA DO CAIXA O QUE
      *ENTROU POR CARTAO E PIX (CONTAS A RECEBER E BANCO) E LANCA A
      *QUEBRA DE CAIXA (FALTA OU SOBRA).
      *LOTE ANTIGO, SEM TOTAL POR FORMA NO DIA, E TODO DINHEIRO (O
      *TOTAL DA FILIAL, TIPO F). CAIXA JA FECHADO NAO FECHA DE NOVO.
      *RC 4 FECHADO COM DIFERENCA OU SEM VENDA NO DIA (NADA GRAVADO);
      *RC 8 FILIAL INVALIDA, CAIXA JA FECHADO OU DIFERENCA SEM
      *LIBERACAO.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *TOTAIS DO ACUMULADOR DE VENDAS (GRAVADOS PELO PROGCOB15).
           SELECT F-HISTVEND ASSIGN TO 'HISTVEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HISTVEND.
      *FECHAMENTOS DE CAIXA (VEJA CXFREC.CPY).
           SELECT F-CAIXAFEC ASSIGN TO 'CAIXAFEC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CAIXAFEC.
      *CONFERENCIA DO CAIXA, COM CABECALHO E QUEBRA DE PAGINA PADRAO
      *(VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB125RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-HISTVEND.
       01  REG-HISTVEND.
           03 HV-DATA   PIC 9(08).
           03 HV-QT     PIC 9(04).
           03 HV-ACUM   PIC S9(09)V99.
           03 HV-MENOR  PIC 9(07)V99.
           03 HV-MAIOR  PIC 9(07)V99.
           03 HV-MEDIA  PIC 9(07)V99.
           03 HV-TIPO     PIC X(01).
           03 HV-VENDEDOR PIC X(06).
           03 HV-COMISSAO PIC 9(07)V99.
           03 HV-BRUTO PIC 9(09)V99.
           03 HV-DEVOL PIC 9(09)V99.
           03 HV-FILIAL PIC 9(02).
           03 HV-FORMA  PIC X(01).

       FD  F-CAIXAFEC.
           COPY 'CXFREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-HISTVEND PIC X(02) VALUE '00'.
       77 WRK-STATUS-CAIXAFEC PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *DIFERENCA ACEITA SEM SUPERVISOR, EM REAIS, EM CADA FORMA DE
      *PAGAMENTO (TROCO ARREDONDADO, MOEDA QUE CAIU).
       77 WRK-TOLERANCIA PIC 9(03)V99 VALUE 5,00.
      *FILIAL E DIA DO CAIXA A FECHAR.
       77 WRK-FILIAL PIC X(02) VALUE SPACES.
       77 WRK-FILIAL-N REDEFINES WRK-FILIAL PIC 9(02).
       77 WRK-DATA-CAIXA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-PODE-FECHAR PIC X(01) VALUE 'S'.
           88 PODE-FECHAR VALUE 'S'.
       77 WRK-TEVE-FORMA PIC X(01) VALUE 'N'.
           88 TEVE-TOTAL-POR-FORMA VALUE 'S'.
       77 WRK-TEVE-VENDA PIC X(01) VALUE 'N'.
           88 TEVE-VENDA VALUE 'S'.
       77 WRK-ACIMA-TOLERANCIA PIC X(01) VALUE 'N'.
           88 DIFERENCA-ACIMA VALUE 'S'.
       77 WRK-TOT-FILIAL PIC S9(09)V99 VALUE ZEROS.
       77 WRK-RC-CAIXA PIC 9(02) VALUE ZEROS.
      *ESPERADO, INFORMADO E DIFERENCA DE CADA FORMA DE PAGAMENTO,
      *NA ORDEM DO FPGTAB.CPY.
           COPY 'FPGTAB.CPY'.
       01 WRK-TAB-CONFERENCIA.
           03 WRK-CX-ITEM OCCURS 4 TIMES.
               05 WRK-CX-ESPERADO  PIC S9(09)V99.
               05 WRK-CX-INFORMADO PIC 9(09)V99.
               05 WRK-CX-DIFERENCA PIC S9(09)V99.
       77 WRK-FPG-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-FPG-POS PIC 9(01) VALUE ZEROS.
       77 WRK-DIF-ABS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ESPERADO  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-INFORMADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-DIFERENCA PIC S9(09)V99 VALUE ZEROS.
      *LIBERACAO DE SUPERVISOR PARA DIFERENCA ACIMA DA TOLERANCIA.
       77 WRK-LIBERADOR PIC X(20) VALUE SPACES.
       77 WRK-SUP-SENHA PIC X(20) VALUE SPACES.
       01 WRK-PARM-PROGCOB10.
           03 WRK-P10-USUARIO PIC X(20).
           03 WRK-P10-SENHA   PIC X(20).
           03 WRK-P10-NIVEL   PIC 9(02).
               88 LIBERACAO-SUPERVISOR VALUE 03.
      *CAMPOS EDITADOS DA CONFERENCIA.
       01 WRK-DATA-AUX PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           03 WRK-AUX-ANO PIC 9(04).
           03 WRK-AUX-MES PIC 9(02).
           03 WRK-AUX-DIA PIC 9(02).
       01 WRK-DATA-ED.
           03 WRK-DIA-ED PIC 9(02).
           03 FILLER     PIC X(01) VALUE '/'.
           03 WRK-MES-ED PIC 9(02).
           03 FILLER     PIC X(01) VALUE '/'.
           03 WRK-ANO-ED PIC 9(04).
       01 WRK-VALORES-ED.
           03 WRK-VALOR-ED PIC ----.---.--9,99 OCCURS 3 TIMES.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB125'.
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
           MOVE 'CAIXA' TO WRK-LCK-NOME.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE ZEROS TO WRK-RC-CAIXA.
           MOVE 'S' TO WRK-PODE-FECHAR.
           MOVE 'N' TO WRK-ACIMA-TOLERANCIA.
           MOVE SPACES TO WRK-LIBERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'FILIAL DO CAIXA.. '.
           ACCEPT WRK-FILIAL.
           DISPLAY 'DIA DO CAIXA AAAAMMDD (0=HOJE).. '.
           ACCEPT WRK-DATA-CAIXA.
           IF WRK-DATA-CAIXA IS NOT NUMERIC
               OR WRK-DATA-CAIXA = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-CAIXA
           END-IF.
           IF WRK-FILIAL-N IS NOT NUMERIC OR WRK-FILIAL-N = ZEROS
               DISPLAY 'FILIAL INVALIDA: ' WRK-FILIAL
               MOVE 'N' TO WRK-PODE-FECHAR
               MOVE 8 TO WRK-RC-CAIXA
           END-IF.
           IF PODE-FECHAR
               PERFORM 0100-VERIFICAR-FECHADO
           END-IF.
           IF PODE-FECHAR
               PERFORM 0200-APURAR-ESPERADO
               IF NOT TEVE-VENDA
                   DISPLAY 'NENHUMA VENDA DA FILIAL ' WRK-FILIAL
                       ' NO DIA ' WRK-DATA-CAIXA ', NADA A FECHAR'
                   MOVE 'N' TO WRK-PODE-FECHAR
                   MOVE 4 TO WRK-RC-CAIXA
               END-IF
           END-IF.
           IF PODE-FECHAR
               PERFORM 0300-INFORMAR-FORMA
                   VARYING WRK-FPG-IDX FROM 1 BY 1
                   UNTIL WRK-FPG-IDX > 4
               IF DIFERENCA-ACIMA
                   PERFORM 0400-LIBERACAO-SUPERVISOR
               END-IF
               IF PODE-FECHAR
                   PERFORM 0500-GRAVAR-FECHAMENTO
                   IF WRK-TOT-DIFERENCA NOT = 0
                       OR DIFERENCA-ACIMA
                       MOVE 4 TO WRK-RC-CAIXA
                   END-IF
               END-IF
               PERFORM 0600-EMITIR-CONFERENCIA
           END-IF.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'FILIAL=' WRK-FILIAL ' DIA=' WRK-DATA-CAIXA
               ' LIBERADOR=' WRK-LIBERADOR
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'ESPERADO=' WRK-TOT-ESPERADO
               ' INFORMADO=' WRK-TOT-INFORMADO
               ' DIFERENCA=' WRK-TOT-DIFERENCA
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE WRK-RC-CAIXA TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *CAIXA DA FILIAL/DIA JA NO CAIXAFEC NAO FECHA DE NOVO - O LOTE
      *CONTABIL JA PODE TER LEVADO O FECHAMENTO AO RAZAO.
       0100-VERIFICAR-FECHADO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CAIXAFEC.
           IF WRK-STATUS-CAIXAFEC NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-FECHAMENTO UNTIL FIM-ARQ.
           IF WRK-STATUS-CAIXAFEC NOT = '35'
               CLOSE F-CAIXAFEC
           END-IF.

       0110-LER-FECHAMENTO.
           READ F-CAIXAFEC
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CXF-DATA = WRK-DATA-CAIXA
                       AND CXF-FILIAL = WRK-FILIAL-N
                       AND PODE-FECHAR
                       DISPLAY 'CAIXA DA FILIAL ' WRK-FILIAL
                           ' DO DIA ' WRK-DATA-CAIXA ' JA FECHADO EM '
                           CXF-DATA-FECH
                       MOVE 'N' TO WRK-PODE-FECHAR
                       MOVE 8 TO WRK-RC-CAIXA
                   END-IF
           END-READ.

      *ESPERADO POR FORMA: OS TOTAIS TIPO P DA FILIAL NO DIA (TODOS
      *OS LOTES DO DIA). SEM NENHUM TIPO P, O TOTAL F DA FILIAL E
      *TODO DINHEIRO (LOTE ANTERIOR A FORMA DE PAGAMENTO).
       0200-APURAR-ESPERADO.
           INITIALIZE WRK-TAB-CONFERENCIA.
           MOVE ZEROS TO WRK-TOT-FILIAL.
           MOVE 'N' TO WRK-TEVE-FORMA.
           MOVE 'N' TO WRK-TEVE-VENDA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-HISTVEND.
           IF WRK-STATUS-HISTVEND NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0210-LER-HISTVEND UNTIL FIM-ARQ.
           IF WRK-STATUS-HISTVEND NOT = '35'
               CLOSE F-HISTVEND
           END-IF.
           IF NOT TEVE-TOTAL-POR-FORMA AND TEVE-VENDA
               MOVE ZEROS TO WRK-FPG-POS
               SEARCH ALL TAB-FPG-ITEM
                   WHEN TAB-FPG-COD (TAB-FPG-IDX) = 'D'
                       SET WRK-FPG-POS TO TAB-FPG-IDX
               END-SEARCH
               MOVE WRK-TOT-FILIAL TO WRK-CX-ESPERADO (WRK-FPG-POS)
           END-IF.

       0210-LER-HISTVEND.
           READ F-HISTVEND
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF HV-DATA = WRK-DATA-CAIXA
                       AND HV-FILIAL = WRK-FILIAL-N
                       EVALUATE HV-TIPO
                           WHEN 'P'
                               PERFORM 0220-SOMAR-FORMA
                           WHEN 'F'
                               MOVE 'S' TO WRK-TEVE-VENDA
                               ADD HV-ACUM TO WRK-TOT-FILIAL
                       END-EVALUATE
                   END-IF
           END-READ.

       0220-SOMAR-FORMA.
           MOVE 'S' TO WRK-TEVE-FORMA.
           MOVE 'S' TO WRK-TEVE-VENDA.
           MOVE ZEROS TO WRK-FPG-POS.
           SEARCH ALL TAB-FPG-ITEM
               AT END
                   DISPLAY 'FORMA DE PAGAMENTO ' HV-FORMA
                       ' DESCONHECIDA NO HISTVEND, TOTAL IGNORADO'
               WHEN TAB-FPG-COD (TAB-FPG-IDX) = HV-FORMA
                   SET WRK-FPG-POS TO TAB-FPG-IDX
           END-SEARCH.
           IF WRK-FPG-POS > 0
               ADD HV-ACUM TO WRK-CX-ESPERADO (WRK-FPG-POS)
           END-IF.

      *CONTAGEM CEGA: O CAIXA INFORMA CADA FORMA SEM VER O ESPERADO.
       0300-INFORMAR-FORMA.
           IF TAB-FPG-COD (WRK-FPG-IDX) = 'D'
               DISPLAY 'DINHEIRO CONTADO NA GAVETA, SEM O FUNDO DE '
                   'TROCO.. '
           ELSE
               DISPLAY 'TOTAL DO EXTRATO - ' TAB-FPG-NOME (WRK-FPG-IDX)
                   '.. '
           END-IF.
           ACCEPT WRK-CX-INFORMADO (WRK-FPG-IDX).
           IF WRK-CX-INFORMADO (WRK-FPG-IDX) IS NOT NUMERIC
               MOVE ZEROS TO WRK-CX-INFORMADO (WRK-FPG-IDX)
           END-IF.
           COMPUTE WRK-CX-DIFERENCA (WRK-FPG-IDX) =
               WRK-CX-INFORMADO (WRK-FPG-IDX)
               - WRK-CX-ESPERADO (WRK-FPG-IDX).
           IF WRK-CX-DIFERENCA (WRK-FPG-IDX) < 0
               COMPUTE WRK-DIF-ABS =
                   ZERO - WRK-CX-DIFERENCA (WRK-FPG-IDX)
           ELSE
               MOVE WRK-CX-DIFERENCA (WRK-FPG-IDX) TO WRK-DIF-ABS
           END-IF.
           IF WRK-DIF-ABS > WRK-TOLERANCIA
               MOVE 'S' TO WRK-ACIMA-TOLERANCIA
           END-IF.
           ADD WRK-CX-ESPERADO (WRK-FPG-IDX) TO WRK-TOT-ESPERADO.
           ADD WRK-CX-INFORMADO (WRK-FPG-IDX) TO WRK-TOT-INFORMADO.
           ADD WRK-CX-DIFERENCA (WRK-FPG-IDX) TO WRK-TOT-DIFERENCA.

      *DIFERENCA ACIMA DA TOLERANCIA: USUARIO E SENHA DE SUPERVISOR,
      *VALIDADOS PELO PROGCOB10 (MESMA LIBERACAO DA NOTA DE CREDITO
      *DO PROGCOB56). SEM LIBERACAO O CAIXA NAO FECHA.
       0400-LIBERACAO-SUPERVISOR.
           DISPLAY 'DIFERENCA ACIMA DA TOLERANCIA EM ALGUMA FORMA DE '
               'PAGAMENTO - FECHAMENTO PRECISA DE SUPERVISOR'.
           DISPLAY 'USUARIO SUPERVISOR PARA LIBERAR (BRANCO = '
               'RECUSAR).. '.
           ACCEPT WRK-LIBERADOR.
           IF WRK-LIBERADOR = SPACES
               DISPLAY 'FECHAMENTO NAO LIBERADO, RECONTE O CAIXA'
               MOVE 'N' TO WRK-PODE-FECHAR
               MOVE 8 TO WRK-RC-CAIXA
           ELSE
               DISPLAY 'SENHA DO SUPERVISOR.. '
               ACCEPT WRK-SUP-SENHA
               MOVE WRK-LIBERADOR TO WRK-P10-USUARIO
               MOVE WRK-SUP-SENHA TO WRK-P10-SENHA
               MOVE ZEROS TO WRK-P10-NIVEL
               CALL 'PROGCOB10-PARM' USING WRK-PARM-PROGCOB10
               IF NOT LIBERACAO-SUPERVISOR
                   DISPLAY 'USUARIO SEM NIVEL SUPERVISOR, FECHAMENTO '
                       'NAO LIBERADO'
                   MOVE 'N' TO WRK-PODE-FECHAR
                   MOVE 8 TO WRK-RC-CAIXA
               END-IF
           END-IF.
           IF NOT PODE-FECHAR
               MOVE SPACES TO WRK-LIBERADOR
           END-IF.

      *UMA LINHA POR FORMA DE PAGAMENTO NO CAIXAFEC.
       0500-GRAVAR-FECHAMENTO.
           OPEN EXTEND F-CAIXAFEC.
           IF WRK-STATUS-CAIXAFEC = '35'
               OPEN OUTPUT F-CAIXAFEC
           END-IF.
           PERFORM 0510-GRAVAR-FORMA
               VARYING WRK-FPG-IDX FROM 1 BY 1
               UNTIL WRK-FPG-IDX > 4.
           CLOSE F-CAIXAFEC.
           DISPLAY 'CAIXA DA FILIAL ' WRK-FILIAL ' DO DIA '
               WRK-DATA-CAIXA ' FECHADO'.

       0510-GRAVAR-FORMA.
           MOVE WRK-DATA-CAIXA TO CXF-DATA.
           MOVE WRK-FILIAL-N TO CXF-FILIAL.
           MOVE TAB-FPG-COD (WRK-FPG-IDX) TO CXF-FORMA.
           MOVE WRK-CX-ESPERADO (WRK-FPG-IDX) TO CXF-ESPERADO.
           MOVE WRK-CX-INFORMADO (WRK-FPG-IDX) TO CXF-INFORMADO.
           MOVE WRK-CX-DIFERENCA (WRK-FPG-IDX) TO CXF-DIFERENCA.
           MOVE WRK-DATA-HOJE TO CXF-DATA-FECH.
           MOVE WRK-LIBERADOR TO CXF-LIBERADOR.
           WRITE REG-CAIXAFEC.

      *CONFERENCIA: ESPERADO, INFORMADO E DIFERENCA POR FORMA, O TOTAL
      *E COMO O CAIXA TERMINOU.
       0600-EMITIR-CONFERENCIA.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE WRK-DATA-CAIXA TO WRK-DATA-AUX.
           MOVE WRK-AUX-DIA TO WRK-DIA-ED.
           MOVE WRK-AUX-MES TO WRK-MES-ED.
           MOVE WRK-AUX-ANO TO WRK-ANO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '--- FECHAMENTO DE CAIXA DA FILIAL ' WRK-FILIAL
               ' DO DIA ' WRK-DATA-ED ' ---'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'FORMA                 ESPERADO       INFORMADO'
               '       DIFERENCA'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0610-LINHA-FORMA
               VARYING WRK-FPG-IDX FROM 1 BY 1
               UNTIL WRK-FPG-IDX > 4.
           MOVE WRK-TOT-ESPERADO TO WRK-VALOR-ED (1).
           MOVE WRK-TOT-INFORMADO TO WRK-VALOR-ED (2).
           MOVE WRK-TOT-DIFERENCA TO WRK-VALOR-ED (3).
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TOTAL          ' WRK-VALOR-ED (1) ' '
               WRK-VALOR-ED (2) ' ' WRK-VALOR-ED (3)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           EVALUATE TRUE
               WHEN NOT PODE-FECHAR
                   MOVE 'DIFERENCA ACIMA DA TOLERANCIA SEM LIBERACAO -'
                       TO WRK-RPT-LINHA-TXT
                   MOVE ' CAIXA NAO FECHADO, RECONTAR'
                       TO WRK-RPT-LINHA-TXT (46:28)
               WHEN WRK-LIBERADOR NOT = SPACES
                   STRING 'CAIXA FECHADO COM DIFERENCA LIBERADA POR '
                       WRK-LIBERADOR
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               WHEN OTHER
                   MOVE 'CAIXA FECHADO DENTRO DA TOLERANCIA'
                       TO WRK-RPT-LINHA-TXT
           END-EVALUATE.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.

       0610-LINHA-FORMA.
           MOVE WRK-CX-ESPERADO (WRK-FPG-IDX) TO WRK-VALOR-ED (1).
           MOVE WRK-CX-INFORMADO (WRK-FPG-IDX) TO WRK-VALOR-ED (2).
           MOVE WRK-CX-DIFERENCA (WRK-FPG-IDX) TO WRK-VALOR-ED (3).
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING TAB-FPG-NOME (WRK-FPG-IDX) WRK-VALOR-ED (1) ' '
               WRK-VALOR-ED (2) ' ' WRK-VALOR-ED (3)
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
