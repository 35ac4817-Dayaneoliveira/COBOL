       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB124.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : FECHAMENTO MENSAL DE COMISSAO DOS VENDEDORES. A
      *COMISSAO SAIA DE PLANILHA EM CIMA DO HISTVEND; ESTE PROGRAMA
      *FECHA O MES (AAAAMM, BRANCO = MES ANTERIOR) A PARTIR DOS
      *REGISTROS TIPO V DO HISTVEND (PROGCOB15) E EMITE O EXTRATO DE
      *CADA VENDEDOR NO PROGCOB124RPT:
      *  - AS VENDAS E AS DEVOLUCOES DE CADA DIA, COM A COMISSAO
      *    SOBRE AS VENDAS E O ESTORNO DA COMISSAO DAS DEVOLUCOES
      *    (MESMO PERCENTUAL DO PROGCOB15). REGISTRO V ANTIGO, SEM
      *    BRUTO E DEVOLUCOES, ENTRA PELO LIQUIDO E PELA COMISSAO
      *    GRAVADA NELE;
      *  - O BONUS DE META: QUEM BATE A META DO MES (METAS, DO
      *    PROGCOB69) GANHA WRK-BONUS-PCT SOBRE O REALIZADO;
      *  - O SALDO NEGATIVO DO MES ANTERIOR (ESTORNO MAIOR QUE A
      *    COMISSAO), COMPENSADO AGORA;
      *  - O LIQUIDO A PAGAR. LIQUIDO NEGATIVO NAO E COBRADO DO
      *    VENDEDOR: PASSA PARA O MES SEGUINTE.
      *O FECHAMENTO FICA NO COMISFEC (VEJA CMFREC.CPY), DE ONDE O
      *LOTE CONTABIL DO DIA (PROGCOB66) LEVA A COMISSAO A PAGAR AO
      *RAZAO (ORIGEM COMISSAO; A REDUCAO NUM RECALCULO, NA ORIGEM
      *ESTCOMIS). MES JA FECHADO SO E RECALCULADO COM LIBERACAO DE
      *SUPERVISOR (USUARIO E SENHA VALIDADOS PELO PROGCOB10); O
      *RECALCULO SO LEVA AO RAZAO A DIFERENCA PARA O QUE JA FOI
      *CONTABILIZADO. MES CORRENTE OU FUTURO NAO FECHA.
      *RC 4 SEM VENDA NO MES OU MES JA FECHADO SEM PEDIDO DE
      *LIBERACAO (A REDE NOTURNA REPETIDA NAO MEXE NO MES); RC 8 MES
      *AINDA ABERTO OU SUPERVISOR NAO VALIDADO; RC 12 TABELA CHEIA
      *(NADA GRAVADO).
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
      *METAS POR VENDEDOR E MES (MANTIDAS PELO PROGCOB69).
           SELECT F-METAS ASSIGN TO 'METAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-METAS.
      *FECHAMENTOS DE COMISSAO (REGRAVACAO INTEIRA).
           SELECT F-COMISFEC ASSIGN TO 'COMISFEC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COMISFEC.
      *EXTRATO DE COMISSAO DOS VENDEDORES, COM CABECALHO E QUEBRA
      *DE PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB124RPT'
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

       FD  F-METAS.
       01  REG-META.
           03 MET-VENDEDOR PIC X(06).
           03 MET-MES      PIC 9(06).
           03 MET-VALOR    PIC 9(09)V99.

       FD  F-COMISFEC.
           COPY 'CMFREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-HISTVEND PIC X(02) VALUE '00'.
       77 WRK-STATUS-METAS    PIC X(02) VALUE '00'.
       77 WRK-STATUS-COMISFEC PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *POLITICA COMERCIAL: PERCENTUAL DA COMISSAO (O MESMO DO
      *PROGCOB15 - MUDAR NOS DOIS JUNTOS) E BONUS SOBRE O REALIZADO
      *PARA QUEM BATE A META DO MES.
       77 WRK-COMISSAO-PCT PIC 9(01)V99 VALUE 0,05.
       77 WRK-BONUS-PCT    PIC 9(01)V99 VALUE 0,01.
      *MES A FECHAR E O MES ANTERIOR A ELE.
       01 WRK-MES-FECHAR PIC X(06) VALUE SPACES.
       01 WRK-MES-FECHAR-R REDEFINES WRK-MES-FECHAR.
           03 WRK-FEC-ANO PIC 9(04).
           03 WRK-FEC-MES PIC 9(02).
       01 WRK-MES-FECHAR-N REDEFINES WRK-MES-FECHAR PIC 9(06).
       01 WRK-MES-ANTERIOR PIC 9(06) VALUE ZEROS.
       01 WRK-MES-ANTERIOR-R REDEFINES WRK-MES-ANTERIOR.
           03 WRK-ANT-ANO PIC 9(04).
           03 WRK-ANT-MES PIC 9(02).
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
       01 WRK-DATA-HOJE-P REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-PERIODO PIC 9(06).
           03 FILLER          PIC 9(02).
       77 WRK-PODE-FECHAR PIC X(01) VALUE 'S'.
           88 PODE-FECHAR VALUE 'S'.
       77 WRK-MES-FECHADO PIC X(01) VALUE 'N'.
           88 MES-JA-FECHADO VALUE 'S'.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       77 WRK-RC-FECHAMENTO PIC 9(02) VALUE ZEROS.
      *LIBERACAO DE SUPERVISOR PARA RECALCULAR MES FECHADO.
       77 WRK-LIBERADOR PIC X(20) VALUE SPACES.
       77 WRK-SUP-SENHA PIC X(20) VALUE SPACES.
       01 WRK-PARM-PROGCOB10.
           03 WRK-P10-USUARIO PIC X(20).
           03 WRK-P10-SENHA   PIC X(20).
           03 WRK-P10-NIVEL   PIC 9(02).
               88 LIBERACAO-SUPERVISOR VALUE 03.
      *FECHAMENTOS JA GRAVADOS (TODOS OS MESES), EM MEMORIA PARA A
      *REGRAVACAO INTEIRA - OS DO MES FECHADO AGORA SAO SUBSTITUIDOS.
       77 WRK-CMF-MAX PIC 9(04) VALUE 3000.
       77 WRK-CMF-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-FECHAMENTOS.
           03 WRK-TAB-CMF-ITEM OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WRK-CMF-QT.
               05 WRK-CMF-MES       PIC 9(06).
               05 WRK-CMF-VENDEDOR  PIC X(06).
               05 WRK-CMF-DATA-FECH PIC 9(08).
               05 WRK-CMF-LIQUIDO   PIC S9(07)V99.
               05 WRK-CMF-A-PAGAR   PIC 9(07)V99.
               05 WRK-CMF-CONTABIL  PIC S9(07)V99.
               05 WRK-CMF-IMAGEM    PIC X(136).
       77 WRK-CMF-IDX PIC 9(04) VALUE ZEROS.
      *VENDEDORES DO FECHAMENTO: TOTAIS DO MES, META, BONUS, SALDO
      *ANTERIOR, LIQUIDO E O QUE JA FOI CONTABILIZADO NUM FECHAMENTO
      *ANTERIOR DESTE MES.
       77 WRK-VDD-MAX PIC 9(03) VALUE 200.
       77 WRK-VDD-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-VENDEDORES.
           03 WRK-TAB-VDD-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-VDD-QT.
               05 WRK-VDD-VENDEDOR  PIC X(06).
               05 WRK-VDD-VENDAS    PIC 9(09)V99.
               05 WRK-VDD-DEVOL     PIC 9(09)V99.
               05 WRK-VDD-COMISSAO  PIC 9(07)V99.
               05 WRK-VDD-ESTORNO   PIC 9(07)V99.
               05 WRK-VDD-META      PIC 9(09)V99.
               05 WRK-VDD-BONUS     PIC 9(07)V99.
               05 WRK-VDD-SALDO-ANT PIC 9(07)V99.
               05 WRK-VDD-LIQUIDO   PIC S9(07)V99.
               05 WRK-VDD-A-PAGAR   PIC 9(07)V99.
               05 WRK-VDD-JA-CONTAB PIC 9(07)V99.
               05 WRK-VDD-CONTABIL  PIC S9(07)V99.
       77 WRK-VDD-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-VDD-POS PIC 9(03) VALUE ZEROS.
       77 WRK-VDD-BUSCA PIC X(06) VALUE SPACES.
      *MOVIMENTO DE CADA VENDEDOR POR DIA (VARIOS LOTES NO MESMO DIA
      *SOMAM NA MESMA LINHA), PARA O EXTRATO.
       77 WRK-DIA-MAX PIC 9(04) VALUE 3000.
       77 WRK-DIA-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-DIAS.
           03 WRK-TAB-DIA-ITEM OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WRK-DIA-QT.
               05 WRK-DIA-VENDEDOR PIC X(06).
               05 WRK-DIA-DATA     PIC 9(08).
               05 WRK-DIA-VENDAS   PIC 9(09)V99.
               05 WRK-DIA-DEVOL    PIC 9(09)V99.
               05 WRK-DIA-COMISSAO PIC 9(07)V99.
               05 WRK-DIA-ESTORNO  PIC 9(07)V99.
       77 WRK-DIA-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-DIA-POS PIC 9(04) VALUE ZEROS.
      *VALORES DO REGISTRO V CORRENTE.
       77 WRK-REG-VENDAS   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REG-DEVOL    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REG-COMISSAO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-REG-ESTORNO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-REALIZADO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PCT-META PIC 9(03)V9 VALUE ZEROS.
      *TOTAIS DO FECHAMENTO.
       77 WRK-QT-VENDEDORES PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-A-PAGAR  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CONTABIL PIC S9(09)V99 VALUE ZEROS.
      *CAMPOS EDITADOS DO EXTRATO.
       01 WRK-DATA-ED.
           03 WRK-DIA-ED PIC 9(02).
           03 FILLER     PIC X(01) VALUE '/'.
           03 WRK-MES-ED PIC 9(02).
           03 FILLER     PIC X(01) VALUE '/'.
           03 WRK-ANO-ED PIC 9(04).
       01 WRK-DATA-AUX PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           03 WRK-AUX-ANO PIC 9(04).
           03 WRK-AUX-MES PIC 9(02).
           03 WRK-AUX-DIA PIC 9(02).
       01 WRK-VALORES-ED.
           03 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 OCCURS 4 TIMES.
       01 WRK-SINAL-ED PIC ----.---.--9,99.
       01 WRK-PCT-ED PIC ZZ9,9.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB124'.
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
           MOVE 'COMISSAO' TO WRK-LCK-NOME.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE ZEROS TO WRK-RC-FECHAMENTO.
           MOVE ZEROS TO WRK-VDD-QT.
           MOVE ZEROS TO WRK-DIA-QT.
           MOVE 'S' TO WRK-PODE-FECHAR.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           MOVE SPACES TO WRK-LIBERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MES A FECHAR AAAAMM (BRANCO = MES ANTERIOR).. '.
           ACCEPT WRK-MES-FECHAR.
           PERFORM 0050-DEFINIR-MES.
           IF PODE-FECHAR
               PERFORM 0100-CARREGAR-FECHAMENTOS
           END-IF.
           IF PODE-FECHAR AND MES-JA-FECHADO
               PERFORM 0150-LIBERACAO-SUPERVISOR
           END-IF.
           IF PODE-FECHAR
               PERFORM 0200-CARREGAR-METAS
               PERFORM 0300-APURAR-VENDAS
               PERFORM 0400-INCLUIR-FECHAMENTOS
               IF TABELA-ESTOUROU
                   DISPLAY 'TABELA EM MEMORIA CHEIA, FECHAMENTO '
                       'RECUSADO - NADA FOI GRAVADO'
                   MOVE 12 TO WRK-RC-FECHAMENTO
               ELSE
                   PERFORM 0500-CALCULAR-VENDEDOR
                       VARYING WRK-VDD-IDX FROM 1 BY 1
                       UNTIL WRK-VDD-IDX > WRK-VDD-QT
                   PERFORM 0600-EMITIR-EXTRATOS
                   IF WRK-VDD-QT > 0
                       PERFORM 0700-GRAVAR-FECHAMENTOS
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'MES=' WRK-MES-FECHAR ' LIBERADOR=' WRK-LIBERADOR
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'VENDEDORES=' WRK-QT-VENDEDORES
               ' A PAGAR=' WRK-TOT-A-PAGAR
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE WRK-RC-FECHAMENTO TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *MES EM BRANCO, ZERADO OU INVALIDO = MES ANTERIOR AO DE HOJE
      *(A REDE RODA NO DIA 1 PARA O MES QUE FECHOU). O MES CORRENTE
      *AINDA TEM VENDA PARA ENTRAR E NAO FECHA.
       0050-DEFINIR-MES.
           IF WRK-MES-FECHAR IS NOT NUMERIC
               OR WRK-MES-FECHAR = '000000'
               OR WRK-FEC-MES < 01 OR WRK-FEC-MES > 12
               IF WRK-HOJ-MES = 01
                   COMPUTE WRK-FEC-ANO = WRK-HOJ-ANO - 1
                   MOVE 12 TO WRK-FEC-MES
               ELSE
                   MOVE WRK-HOJ-ANO TO WRK-FEC-ANO
                   COMPUTE WRK-FEC-MES = WRK-HOJ-MES - 1
               END-IF
           END-IF.
           IF WRK-FEC-MES = 01
               COMPUTE WRK-ANT-ANO = WRK-FEC-ANO - 1
               MOVE 12 TO WRK-ANT-MES
           ELSE
               MOVE WRK-FEC-ANO TO WRK-ANT-ANO
               COMPUTE WRK-ANT-MES = WRK-FEC-MES - 1
           END-IF.
           IF WRK-MES-FECHAR-N NOT < WRK-HOJ-PERIODO
               DISPLAY 'MES ' WRK-MES-FECHAR ' AINDA NAO TERMINOU, '
                   'FECHAMENTO RECUSADO'
               MOVE 'N' TO WRK-PODE-FECHAR
               MOVE 8 TO WRK-RC-FECHAMENTO
           END-IF.

      *CARREGA TODOS OS FECHAMENTOS. HAVER LINHA DO MES PEDIDO
      *SIGNIFICA MES JA FECHADO.
       0100-CARREGAR-FECHAMENTOS.
           MOVE ZEROS TO WRK-CMF-QT.
           MOVE 'N' TO WRK-MES-FECHADO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-COMISFEC.
           IF WRK-STATUS-COMISFEC NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-FECHAMENTO UNTIL FIM-ARQ.
           IF WRK-STATUS-COMISFEC NOT = '35'
               CLOSE F-COMISFEC
           END-IF.

       0110-LER-FECHAMENTO.
           READ F-COMISFEC
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-CMF-QT < WRK-CMF-MAX
                       ADD 1 TO WRK-CMF-QT
                       MOVE CMF-MES TO WRK-CMF-MES (WRK-CMF-QT)
                       MOVE CMF-VENDEDOR
                           TO WRK-CMF-VENDEDOR (WRK-CMF-QT)
                       MOVE CMF-DATA-FECH
                           TO WRK-CMF-DATA-FECH (WRK-CMF-QT)
                       MOVE CMF-LIQUIDO TO WRK-CMF-LIQUIDO (WRK-CMF-QT)
                       MOVE CMF-A-PAGAR TO WRK-CMF-A-PAGAR (WRK-CMF-QT)
                       MOVE CMF-CONTABIL
                           TO WRK-CMF-CONTABIL (WRK-CMF-QT)
                       MOVE REG-COMISFEC TO WRK-CMF-IMAGEM (WRK-CMF-QT)
                       IF CMF-MES = WRK-MES-FECHAR-N
                           MOVE 'S' TO WRK-MES-FECHADO
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           END-READ.

      *MES JA FECHADO: USUARIO E SENHA DE SUPERVISOR NO CONSOLE,
      *VALIDADOS PELO PROGCOB10 (MESMA LIBERACAO DA NOTA DE CREDITO
      *DO PROGCOB56). NA REDE NOTURNA NINGUEM RESPONDE E O MES FICA
      *COMO ESTA.
       0150-LIBERACAO-SUPERVISOR.
           DISPLAY 'MES ' WRK-MES-FECHAR ' JA FECHADO, RECALCULO '
               'PRECISA DE SUPERVISOR'.
           DISPLAY 'USUARIO SUPERVISOR PARA LIBERAR (BRANCO = '
               'RECUSAR).. '.
           ACCEPT WRK-LIBERADOR.
           IF WRK-LIBERADOR = SPACES
               DISPLAY 'RECALCULO NAO LIBERADO, MES MANTIDO'
               MOVE 'N' TO WRK-PODE-FECHAR
               MOVE 4 TO WRK-RC-FECHAMENTO
           ELSE
               DISPLAY 'SENHA DO SUPERVISOR.. '
               ACCEPT WRK-SUP-SENHA
               MOVE WRK-LIBERADOR TO WRK-P10-USUARIO
               MOVE WRK-SUP-SENHA TO WRK-P10-SENHA
               MOVE ZEROS TO WRK-P10-NIVEL
               CALL 'PROGCOB10-PARM' USING WRK-PARM-PROGCOB10
               IF NOT LIBERACAO-SUPERVISOR
                   DISPLAY 'USUARIO SEM NIVEL SUPERVISOR, RECALCULO '
                       'NAO LIBERADO'
                   MOVE 'N' TO WRK-PODE-FECHAR
                   MOVE 8 TO WRK-RC-FECHAMENTO
               END-IF
           END-IF.
           IF NOT PODE-FECHAR
               MOVE SPACES TO WRK-LIBERADOR
           END-IF.

      *METAS DO MES: CADA VENDEDOR COM META ENTRA NO FECHAMENTO.
       0200-CARREGAR-METAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-METAS.
           IF WRK-STATUS-METAS NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0210-LER-META UNTIL FIM-ARQ.
           IF WRK-STATUS-METAS NOT = '35'
               CLOSE F-METAS
           END-IF.

       0210-LER-META.
           READ F-METAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MET-MES = WRK-MES-FECHAR-N
                       MOVE MET-VENDEDOR TO WRK-VDD-BUSCA
                       PERFORM 0800-LOCALIZAR-VENDEDOR
                       IF WRK-VDD-POS > 0
                           MOVE MET-VALOR TO WRK-VDD-META (WRK-VDD-POS)
                       END-IF
                   END-IF
           END-READ.

      *REGISTROS V DO MES: VENDAS E DEVOLUCOES DO VENDEDOR, COM A
      *COMISSAO DE CADA UMA.
       0300-APURAR-VENDAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-HISTVEND.
           IF WRK-STATUS-HISTVEND NOT = '00'
               DISPLAY 'HISTVEND NAO ENCONTRADO, SEM VENDAS NO MES'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0310-LER-HISTVEND UNTIL FIM-ARQ.
           IF WRK-STATUS-HISTVEND NOT = '35'
               CLOSE F-HISTVEND
           END-IF.

       0310-LER-HISTVEND.
           READ F-HISTVEND
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF HV-TIPO = 'V'
                       AND HV-DATA (1:6) = WRK-MES-FECHAR
                       PERFORM 0320-VALORES-DO-REGISTRO
                       PERFORM 0330-ACUMULAR-REGISTRO
                   END-IF
           END-READ.

      *REGISTRO COM BRUTO/DEVOLUCOES: COMISSAO SOBRE O BRUTO E
      *ESTORNO SOBRE AS DEVOLUCOES. REGISTRO V ANTIGO (BRUTO E
      *DEVOLUCOES ZERADOS): O LIQUIDO POSITIVO E VENDA COM A COMISSAO
      *GRAVADA; O NEGATIVO E DEVOLUCAO.
       0320-VALORES-DO-REGISTRO.
           MOVE ZEROS TO WRK-REG-VENDAS.
           MOVE ZEROS TO WRK-REG-DEVOL.
           MOVE ZEROS TO WRK-REG-COMISSAO.
           MOVE ZEROS TO WRK-REG-ESTORNO.
           IF HV-BRUTO = ZEROS AND HV-DEVOL = ZEROS
               IF HV-ACUM > 0
                   MOVE HV-ACUM TO WRK-REG-VENDAS
                   MOVE HV-COMISSAO TO WRK-REG-COMISSAO
               ELSE
                   COMPUTE WRK-REG-DEVOL = ZERO - HV-ACUM
               END-IF
           ELSE
               MOVE HV-BRUTO TO WRK-REG-VENDAS
               MOVE HV-DEVOL TO WRK-REG-DEVOL
               COMPUTE WRK-REG-COMISSAO ROUNDED =
                   HV-BRUTO * WRK-COMISSAO-PCT
                   ON SIZE ERROR
                       MOVE 'S' TO WRK-TAB-ESTOUROU
               END-COMPUTE
           END-IF.
           COMPUTE WRK-REG-ESTORNO ROUNDED =
               WRK-REG-DEVOL * WRK-COMISSAO-PCT
               ON SIZE ERROR
                   MOVE 'S' TO WRK-TAB-ESTOUROU
           END-COMPUTE.

       0330-ACUMULAR-REGISTRO.
           MOVE HV-VENDEDOR TO WRK-VDD-BUSCA.
           PERFORM 0800-LOCALIZAR-VENDEDOR.
           IF WRK-VDD-POS > 0
               ADD WRK-REG-VENDAS TO WRK-VDD-VENDAS (WRK-VDD-POS)
               ADD WRK-REG-DEVOL TO WRK-VDD-DEVOL (WRK-VDD-POS)
               ADD WRK-REG-COMISSAO TO WRK-VDD-COMISSAO (WRK-VDD-POS)
               ADD WRK-REG-ESTORNO TO WRK-VDD-ESTORNO (WRK-VDD-POS)
           END-IF.
           MOVE ZEROS TO WRK-DIA-POS.
           PERFORM 0331-COMPARAR-DIA
               VARYING WRK-DIA-IDX FROM 1 BY 1
               UNTIL WRK-DIA-IDX > WRK-DIA-QT OR WRK-DIA-POS > 0.
           IF WRK-DIA-POS = 0
               IF WRK-DIA-QT < WRK-DIA-MAX
                   ADD 1 TO WRK-DIA-QT
                   MOVE WRK-DIA-QT TO WRK-DIA-POS
                   MOVE HV-VENDEDOR TO WRK-DIA-VENDEDOR (WRK-DIA-POS)
                   MOVE HV-DATA TO WRK-DIA-DATA (WRK-DIA-POS)
                   MOVE ZEROS TO WRK-DIA-VENDAS (WRK-DIA-POS)
                   MOVE ZEROS TO WRK-DIA-DEVOL (WRK-DIA-POS)
                   MOVE ZEROS TO WRK-DIA-COMISSAO (WRK-DIA-POS)
                   MOVE ZEROS TO WRK-DIA-ESTORNO (WRK-DIA-POS)
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.
           IF WRK-DIA-POS > 0
               ADD WRK-REG-VENDAS TO WRK-DIA-VENDAS (WRK-DIA-POS)
               ADD WRK-REG-DEVOL TO WRK-DIA-DEVOL (WRK-DIA-POS)
               ADD WRK-REG-COMISSAO TO WRK-DIA-COMISSAO (WRK-DIA-POS)
               ADD WRK-REG-ESTORNO TO WRK-DIA-ESTORNO (WRK-DIA-POS)
           END-IF.

       0331-COMPARAR-DIA.
           IF WRK-DIA-VENDEDOR (WRK-DIA-IDX) = HV-VENDEDOR
               AND WRK-DIA-DATA (WRK-DIA-IDX) = HV-DATA
               MOVE WRK-DIA-IDX TO WRK-DIA-POS
           END-IF.

      *DO COMISFEC: O SALDO NEGATIVO DO MES ANTERIOR (O VENDEDOR
      *ENTRA MESMO SEM VENDA NO MES) E, NO RECALCULO, O QUE O
      *FECHAMENTO ANTERIOR DESTE MES JA LEVOU AO RAZAO (O VENDEDOR
      *ENTRA MESMO SEM VENDA, PARA O RAZAO SER ACERTADO).
       0400-INCLUIR-FECHAMENTOS.
           PERFORM 0410-INCLUIR-FECHAMENTO
               VARYING WRK-CMF-IDX FROM 1 BY 1
               UNTIL WRK-CMF-IDX > WRK-CMF-QT.

       0410-INCLUIR-FECHAMENTO.
           IF WRK-CMF-MES (WRK-CMF-IDX) = WRK-MES-ANTERIOR
               AND WRK-CMF-LIQUIDO (WRK-CMF-IDX) < 0
               MOVE WRK-CMF-VENDEDOR (WRK-CMF-IDX) TO WRK-VDD-BUSCA
               PERFORM 0800-LOCALIZAR-VENDEDOR
               IF WRK-VDD-POS > 0
                   COMPUTE WRK-VDD-SALDO-ANT (WRK-VDD-POS) =
                       ZERO - WRK-CMF-LIQUIDO (WRK-CMF-IDX)
               END-IF
           END-IF.
      *O QUE O LOTE CONTABIL AINDA NAO LEVOU (FECHAMENTO DE HOJE)
      *NAO CONTA COMO JA CONTABILIZADO.
           IF WRK-CMF-MES (WRK-CMF-IDX) = WRK-MES-FECHAR-N
               MOVE WRK-CMF-VENDEDOR (WRK-CMF-IDX) TO WRK-VDD-BUSCA
               PERFORM 0800-LOCALIZAR-VENDEDOR
               IF WRK-VDD-POS > 0
                   IF WRK-CMF-DATA-FECH (WRK-CMF-IDX) = WRK-DATA-HOJE
                       COMPUTE WRK-VDD-JA-CONTAB (WRK-VDD-POS) =
                           WRK-CMF-A-PAGAR (WRK-CMF-IDX)
                           - WRK-CMF-CONTABIL (WRK-CMF-IDX)
                   ELSE
                       MOVE WRK-CMF-A-PAGAR (WRK-CMF-IDX)
                           TO WRK-VDD-JA-CONTAB (WRK-VDD-POS)
                   END-IF
               END-IF
           END-IF.

      *BONUS DE META, LIQUIDO, A PAGAR E O QUE VAI AO RAZAO.
       0500-CALCULAR-VENDEDOR.
           MOVE ZEROS TO WRK-VDD-BONUS (WRK-VDD-IDX).
           COMPUTE WRK-REALIZADO = WRK-VDD-VENDAS (WRK-VDD-IDX)
               - WRK-VDD-DEVOL (WRK-VDD-IDX).
           IF WRK-VDD-META (WRK-VDD-IDX) > 0
               AND WRK-REALIZADO NOT < WRK-VDD-META (WRK-VDD-IDX)
               COMPUTE WRK-VDD-BONUS (WRK-VDD-IDX) ROUNDED =
                   WRK-REALIZADO * WRK-BONUS-PCT
                   ON SIZE ERROR
                       MOVE 'S' TO WRK-TAB-ESTOUROU
               END-COMPUTE
           END-IF.
           COMPUTE WRK-VDD-LIQUIDO (WRK-VDD-IDX) =
               WRK-VDD-COMISSAO (WRK-VDD-IDX)
               - WRK-VDD-ESTORNO (WRK-VDD-IDX)
               + WRK-VDD-BONUS (WRK-VDD-IDX)
               - WRK-VDD-SALDO-ANT (WRK-VDD-IDX).
           IF WRK-VDD-LIQUIDO (WRK-VDD-IDX) > 0
               MOVE WRK-VDD-LIQUIDO (WRK-VDD-IDX)
                   TO WRK-VDD-A-PAGAR (WRK-VDD-IDX)
           ELSE
               MOVE ZEROS TO WRK-VDD-A-PAGAR (WRK-VDD-IDX)
           END-IF.
           COMPUTE WRK-VDD-CONTABIL (WRK-VDD-IDX) =
               WRK-VDD-A-PAGAR (WRK-VDD-IDX)
               - WRK-VDD-JA-CONTAB (WRK-VDD-IDX).
           ADD WRK-VDD-A-PAGAR (WRK-VDD-IDX) TO WRK-TOT-A-PAGAR.
           ADD WRK-VDD-CONTABIL (WRK-VDD-IDX) TO WRK-TOT-CONTABIL.
           ADD 1 TO WRK-QT-VENDEDORES.

      *UM EXTRATO POR VENDEDOR E O RESUMO DO FECHAMENTO.
       0600-EMITIR-EXTRATOS.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF WRK-LIBERADOR = SPACES
               STRING '--- FECHAMENTO DE COMISSAO DO MES '
                   WRK-MES-FECHAR ' ---'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               STRING '--- RECALCULO DA COMISSAO DO MES '
                   WRK-MES-FECHAR ' LIBERADO POR '
                   DELIMITED BY SIZE
                   WRK-LIBERADOR DELIMITED BY SPACE
                   ' ---' DELIMITED BY SIZE
                   INTO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF WRK-VDD-QT = 0
               MOVE 'NENHUMA VENDA NEM SALDO DE COMISSAO NO MES'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'NENHUMA VENDA NO MES ' WRK-MES-FECHAR
                   ', NADA A FECHAR'
               MOVE 4 TO WRK-RC-FECHAMENTO
           ELSE
               PERFORM 0610-EXTRATO-VENDEDOR
                   VARYING WRK-VDD-IDX FROM 1 BY 1
                   UNTIL WRK-VDD-IDX > WRK-VDD-QT
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE WRK-TOT-A-PAGAR TO WRK-VALOR-ED (1)
               MOVE WRK-TOT-CONTABIL TO WRK-SINAL-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'TOTAL DO MES - VENDEDORES: ' WRK-QT-VENDEDORES
                   '   A PAGAR: ' WRK-VALOR-ED (1)
                   '   LEVADO AO RAZAO AGORA: ' WRK-SINAL-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'COMISSAO DO MES ' WRK-MES-FECHAR
                   ' FECHADA: ' WRK-QT-VENDEDORES ' VENDEDOR(ES), A '
                   'PAGAR ' WRK-VALOR-ED (1)
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.

       0610-EXTRATO-VENDEDOR.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'VENDEDOR ' WRK-VDD-VENDEDOR (WRK-VDD-IDX)
               '  -  EXTRATO DE COMISSAO DO MES ' WRK-MES-FECHAR
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '  DATA                VENDAS     DEVOLUCOES'
               '       COMISSAO        ESTORNO'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0620-LINHA-DO-DIA
               VARYING WRK-DIA-IDX FROM 1 BY 1
               UNTIL WRK-DIA-IDX > WRK-DIA-QT.
           MOVE WRK-VDD-VENDAS (WRK-VDD-IDX) TO WRK-VALOR-ED (1).
           MOVE WRK-VDD-DEVOL (WRK-VDD-IDX) TO WRK-VALOR-ED (2).
           MOVE WRK-VDD-COMISSAO (WRK-VDD-IDX) TO WRK-VALOR-ED (3).
           MOVE WRK-VDD-ESTORNO (WRK-VDD-IDX) TO WRK-VALOR-ED (4).
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '  TOTAL MES ' WRK-VALOR-ED (1) ' '
               WRK-VALOR-ED (2) ' ' WRK-VALOR-ED (3) ' '
               WRK-VALOR-ED (4)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-VDD-COMISSAO (WRK-VDD-IDX) TO WRK-VALOR-ED (1).
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '  COMISSAO SOBRE AS VENDAS .............. '
               WRK-VALOR-ED (1)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-VDD-ESTORNO (WRK-VDD-IDX) TO WRK-VALOR-ED (1).
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '  (-) ESTORNO PELAS DEVOLUCOES .......... '
               WRK-VALOR-ED (1)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0630-LINHA-DO-BONUS.
           IF WRK-VDD-SALDO-ANT (WRK-VDD-IDX) > 0
               MOVE WRK-VDD-SALDO-ANT (WRK-VDD-IDX) TO WRK-VALOR-ED (1)
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '  (-) SALDO NEGATIVO DE ' WRK-MES-ANTERIOR
                   ' ............. ' WRK-VALOR-ED (1)
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.
           MOVE WRK-VDD-LIQUIDO (WRK-VDD-IDX) TO WRK-SINAL-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF WRK-VDD-LIQUIDO (WRK-VDD-IDX) < 0
               STRING '  LIQUIDO ................................'
                   WRK-SINAL-ED '   NADA A PAGAR - SALDO PASSA PARA'
                   ' O MES SEGUINTE'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               STRING '  LIQUIDO A PAGAR ........................'
                   WRK-SINAL-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF WRK-VDD-JA-CONTAB (WRK-VDD-IDX) > 0
               MOVE WRK-VDD-JA-CONTAB (WRK-VDD-IDX) TO WRK-VALOR-ED (1)
               MOVE WRK-VDD-CONTABIL (WRK-VDD-IDX) TO WRK-SINAL-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '  JA CONTABILIZADO ANTES ................. '
                   WRK-VALOR-ED (1) '   AJUSTE AO RAZAO '
                   WRK-SINAL-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

       0620-LINHA-DO-DIA.
           IF WRK-DIA-VENDEDOR (WRK-DIA-IDX) =
               WRK-VDD-VENDEDOR (WRK-VDD-IDX)
               MOVE WRK-DIA-DATA (WRK-DIA-IDX) TO WRK-DATA-AUX
               MOVE WRK-AUX-DIA TO WRK-DIA-ED
               MOVE WRK-AUX-MES TO WRK-MES-ED
               MOVE WRK-AUX-ANO TO WRK-ANO-ED
               MOVE WRK-DIA-VENDAS (WRK-DIA-IDX) TO WRK-VALOR-ED (1)
               MOVE WRK-DIA-DEVOL (WRK-DIA-IDX) TO WRK-VALOR-ED (2)
               MOVE WRK-DIA-COMISSAO (WRK-DIA-IDX) TO WRK-VALOR-ED (3)
               MOVE WRK-DIA-ESTORNO (WRK-DIA-IDX) TO WRK-VALOR-ED (4)
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '  ' WRK-DATA-ED WRK-VALOR-ED (1) ' '
                   WRK-VALOR-ED (2) ' ' WRK-VALOR-ED (3) ' '
                   WRK-VALOR-ED (4)
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

       0630-LINHA-DO-BONUS.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF WRK-VDD-META (WRK-VDD-IDX) = 0
               STRING '  (+) BONUS DE META - SEM META CADASTRADA NO '
                   'MES'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               COMPUTE WRK-REALIZADO = WRK-VDD-VENDAS (WRK-VDD-IDX)
                   - WRK-VDD-DEVOL (WRK-VDD-IDX)
               MOVE ZEROS TO WRK-PCT-META
               IF WRK-REALIZADO > 0
                   COMPUTE WRK-PCT-META ROUNDED =
                       (WRK-REALIZADO * 100)
                       / WRK-VDD-META (WRK-VDD-IDX)
                       ON SIZE ERROR
                           MOVE 999,9 TO WRK-PCT-META
                   END-COMPUTE
               END-IF
               MOVE WRK-PCT-META TO WRK-PCT-ED
               MOVE WRK-VDD-META (WRK-VDD-IDX) TO WRK-VALOR-ED (1)
               MOVE WRK-VDD-BONUS (WRK-VDD-IDX) TO WRK-VALOR-ED (2)
               STRING '  (+) BONUS DE META ..................... '
                   WRK-VALOR-ED (2) '   REALIZADO ' WRK-PCT-ED
                   '% DA META DE ' WRK-VALOR-ED (1)
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *REGRAVA O COMISFEC: OS FECHAMENTOS DOS OUTROS MESES COMO
      *ESTAVAM E OS DO MES FECHADO AGORA NO LUGAR DOS ANTERIORES.
       0700-GRAVAR-FECHAMENTOS.
           OPEN OUTPUT F-COMISFEC.
           PERFORM 0710-REGRAVAR-OUTRO-MES
               VARYING WRK-CMF-IDX FROM 1 BY 1
               UNTIL WRK-CMF-IDX > WRK-CMF-QT.
           PERFORM 0720-GRAVAR-VENDEDOR
               VARYING WRK-VDD-IDX FROM 1 BY 1
               UNTIL WRK-VDD-IDX > WRK-VDD-QT.
           CLOSE F-COMISFEC.

       0710-REGRAVAR-OUTRO-MES.
           IF WRK-CMF-MES (WRK-CMF-IDX) NOT = WRK-MES-FECHAR-N
               MOVE WRK-CMF-IMAGEM (WRK-CMF-IDX) TO REG-COMISFEC
               WRITE REG-COMISFEC
           END-IF.

       0720-GRAVAR-VENDEDOR.
           MOVE WRK-MES-FECHAR-N TO CMF-MES.
           MOVE WRK-VDD-VENDEDOR (WRK-VDD-IDX) TO CMF-VENDEDOR.
           MOVE WRK-DATA-HOJE TO CMF-DATA-FECH.
           MOVE WRK-VDD-VENDAS (WRK-VDD-IDX) TO CMF-VENDAS.
           MOVE WRK-VDD-DEVOL (WRK-VDD-IDX) TO CMF-DEVOL.
           MOVE WRK-VDD-COMISSAO (WRK-VDD-IDX) TO CMF-COMISSAO.
           MOVE WRK-VDD-ESTORNO (WRK-VDD-IDX) TO CMF-ESTORNO.
           MOVE WRK-VDD-META (WRK-VDD-IDX) TO CMF-META.
           MOVE WRK-VDD-BONUS (WRK-VDD-IDX) TO CMF-BONUS.
           MOVE WRK-VDD-SALDO-ANT (WRK-VDD-IDX) TO CMF-SALDO-ANT.
           MOVE WRK-VDD-LIQUIDO (WRK-VDD-IDX) TO CMF-LIQUIDO.
           MOVE WRK-VDD-A-PAGAR (WRK-VDD-IDX) TO CMF-A-PAGAR.
           MOVE WRK-VDD-CONTABIL (WRK-VDD-IDX) TO CMF-CONTABIL.
           MOVE WRK-LIBERADOR TO CMF-LIBERADOR.
           WRITE REG-COMISFEC.

      *LOCALIZA (OU ABRE, ZERADA) A LINHA DO VENDEDOR WRK-VDD-BUSCA;
      *TABELA CHEIA DEVOLVE POSICAO ZERO E MARCA O ESTOURO.
       0800-LOCALIZAR-VENDEDOR.
           MOVE ZEROS TO WRK-VDD-POS.
           PERFORM 0810-COMPARAR-VENDEDOR
               VARYING WRK-VDD-IDX FROM 1 BY 1
               UNTIL WRK-VDD-IDX > WRK-VDD-QT OR WRK-VDD-POS > 0.
           IF WRK-VDD-POS = 0
               IF WRK-VDD-QT < WRK-VDD-MAX
                   ADD 1 TO WRK-VDD-QT
                   MOVE WRK-VDD-QT TO WRK-VDD-POS
                   MOVE WRK-VDD-BUSCA TO WRK-VDD-VENDEDOR (WRK-VDD-POS)
                   MOVE ZEROS TO WRK-VDD-VENDAS (WRK-VDD-POS)
                   MOVE ZEROS TO WRK-VDD-DEVOL (WRK-VDD-POS)
                   MOVE ZEROS TO WRK-VDD-COMISSAO (WRK-VDD-POS)
                   MOVE ZEROS TO WRK-VDD-ESTORNO (WRK-VDD-POS)
                   MOVE ZEROS TO WRK-VDD-META (WRK-VDD-POS)
                   MOVE ZEROS TO WRK-VDD-BONUS (WRK-VDD-POS)
                   MOVE ZEROS TO WRK-VDD-SALDO-ANT (WRK-VDD-POS)
                   MOVE ZEROS TO WRK-VDD-LIQUIDO (WRK-VDD-POS)
                   MOVE ZEROS TO WRK-VDD-A-PAGAR (WRK-VDD-POS)
                   MOVE ZEROS TO WRK-VDD-JA-CONTAB (WRK-VDD-POS)
                   MOVE ZEROS TO WRK-VDD-CONTABIL (WRK-VDD-POS)
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.

       0810-COMPARAR-VENDEDOR.
           IF WRK-VDD-VENDEDOR (WRK-VDD-IDX) = WRK-VDD-BUSCA
               MOVE WRK-VDD-IDX TO WRK-VDD-POS
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
