      *  (V) MANTEM O VALOR DA MENSALIDADE POR CURSO (MENSALCFG);
      *  (G) GERA AS COBRANCAS DO MES (MENSALIDADES): UMA POR ALUNO
      *      DO CADALUNO, VALOR DO CURSO COM O PERCENTUAL DE BOLSA
      *      DO ALUNO ABATIDO - MES JA COBRADO NAO COBRA DE NOVO.
      *      ALUNO TRANCADO/DESLIGADO (PROGCOB130) NAO E COBRADO
      *      DEPOIS DO MES DA SAIDA; O MES DA SAIDA E O DO RETORNO
      *      SAEM PROPORCIONAIS AOS DIAS (MES COMERCIAL DE 30 DIAS).
      *      COBRANCA CANCELADA (SITUACAO C) NAO CONTA COMO JA
      *      COBRADA;
      *  (P) BAIXA DE PAGAMENTO (TOTAL OU PARCIAL). PAGAMENTO
      *      DEPOIS DO VENCIMENTO (DIA ECF-DIA-VENC DO MES COBRADO)
      *      PAGA MULTA E JUROS AO DIA SOBRE O PRINCIPAL BAIXADO
      *      (PERCENTUAIS DA LINHA MENSAL DO ENCARGCFG, VEJA
      *      ECFREC.CPY), MOSTRADOS A PARTE NO RECIBO E GRAVADOS NO
      *      DIARIO ENCARGOS PARA O LOTE CONTABIL DO PROGCOB66;
      *  (D) RELATORIO DE INADIMPLENCIA POR TURMA (MESES VENCIDOS
      *      EM ABERTO), COM OS ENCARGOS QUE O ATRASADO PAGARIA HOJE,
      *      E A LISTA DOS ALUNOS COM O BOLETIM RETIDO (MESMA REGRA
      *      DO PROGCOB27) - O RESPONSAVEL DE CADA UM E AVISADO PELA
      *      FILA DE NOTIFICACOES (MODELO RETENCAO, AVISO UNICO POR
      *      MES VENCIDO MAIS ANTIGO - VEJA NOTIFICA.cob).
      *O BOLETIM IMPRESSO (PROGCOB27) CONSULTA AS COBRANCAS: COM
      *DOIS OU MAIS MESES VENCIDOS EM ABERTO, A PAGINA SAI COM O
      *AVISO DE RETENCAO EM VEZ DE IR EM SILENCIO - E A ALAVANCA DE
      *COBRANCA DA SECRETARIA.
      *A COBRANCA POR BOLETO BANCARIO (REMESSA DAS COBRANCAS EM ABERTO
      *E BAIXA AUTOMATICA PELO RETORNO DO BANCO) E O PROGCOB133.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSALN.
      *CADASTRO MESTRE DE ALUNOS (CURSO, TURMA E BOLSA).
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *PERCENTUAIS DE MULTA E JUROS DE ATRASO (VEJA ECFREC.CPY).
           SELECT F-ENCARGCFG ASSIGN TO 'ENCARGCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENCARGCFG.
      *DIARIO DOS ENCARGOS DE ATRASO COBRADOS (VEJA ENCREC.CPY).
           SELECT F-ENCARGOS ASSIGN TO 'ENCARGOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENCARGOS.
      *RELATORIO DE INADIMPLENCIA, COM CABECALHO E QUEBRA DE PAGINA
      *PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB76RPT'
       01  REG-MENSALN PIC X(39).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-ENCARGCFG.
           COPY 'ECFREC.CPY'.

       FD  F-ENCARGOS.
           COPY 'ENCREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).
       77 WRK-STATUS-MENSAL    PIC X(02) VALUE '00'.
       77 WRK-STATUS-MENSALN   PIC X(02) VALUE '00'.
       77 WRK-STATUS-CADALUNO  PIC X(02) VALUE '00'.
       77 WRK-STATUS-ENCARGCFG PIC X(02) VALUE '00'.
       77 WRK-STATUS-ENCARGOS  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
       77 WRK-VALOR-COBRANCA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QT-GERADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PULADAS PIC 9(04) VALUE ZEROS.
      *DIAS DO MES A COBRAR NO MES COMERCIAL DE 30 DIAS: MENOS QUE 30
      *NO MES EM QUE O ALUNO TRANCOU/SAIU OU VOLTOU DO TRANCAMENTO
      *(DATA DA SITUACAO NO CADALUNO - VEJA PROGCOB130).
       77 WRK-GER-DIAS PIC 9(02) VALUE ZEROS.
       77 WRK-QT-FORA PIC 9(04) VALUE ZEROS.
       01 WRK-GER-SIT-DATA PIC 9(08) VALUE ZEROS.
       01 WRK-GER-SIT-DATA-R REDEFINES WRK-GER-SIT-DATA.
           03 WRK-GER-SIT-ANOMES PIC 9(06).
           03 WRK-GER-SIT-DIA    PIC 9(02).
      *COBRANCA JA EXISTENTE PARA (MATRICULA, MES)?
       77 WRK-MEN-ACHOU PIC X(01) VALUE 'N'.
           88 COBRANCA-EXISTE VALUE 'S'.
       77 WRK-PAG-MES PIC 9(06) VALUE ZEROS.
       77 WRK-PAG-VALOR PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QT-BAIXADAS PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-PAGTO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-PAGTO-R REDEFINES WRK-DATA-PAGTO.
           03 WRK-PGT-ANO PIC 9(04).
           03 WRK-PGT-MES PIC 9(02).
           03 WRK-PGT-DIA PIC 9(02).
      *VENCIMENTO DA MENSALIDADE: MES COBRADO + DIA DE VENCIMENTO.
       01 WRK-DATA-VENC PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-VENC-R REDEFINES WRK-DATA-VENC.
           03 WRK-VNC-ANOMES PIC 9(06).
           03 WRK-VNC-DIA    PIC 9(02).
       01 WRK-DATA-VENC-R2 REDEFINES WRK-DATA-VENC.
           03 WRK-VNC-ANO PIC 9(04).
           03 WRK-VNC-MES PIC 9(02).
           03 FILLER      PIC 9(02).
       77 WRK-DIAS-VENC  PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-PAGTO PIC 9(07) VALUE ZEROS.
      *ENCARGOS DE ATRASO: PERCENTUAIS DA APLICACAO MENSAL NO
      *ENCARGCFG (SEM A LINHA, OS PADROES DA CASA COM AVISO) E O
      *CALCULO SOBRE UM PRINCIPAL E UM NUMERO DE DIAS DE ATRASO.
       77 WRK-ECF-PERC-MULTA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ECF-JUROS-DIA  PIC 9(01)V9999 VALUE ZEROS.
       77 WRK-ECF-CARENCIA   PIC 9(02) VALUE ZEROS.
       77 WRK-ECF-DIA-VENC   PIC 9(02) VALUE ZEROS.
       77 WRK-ECF-ACHOU PIC X(01) VALUE 'N'.
           88 ENCARGCFG-ACHADO VALUE 'S'.
       77 WRK-ENC-PRINCIPAL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ENC-DIAS      PIC S9(07) VALUE ZEROS.
       77 WRK-ENC-MULTA     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ENC-JUROS     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ENC-TOTAL     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-REC-VALOR-ED  PIC ZZZZZZZ9,99.
       77 WRK-REC-DIAS-ED   PIC ZZZ9.
      *INADIMPLENCIA POR TURMA.
       77 WRK-MES-HOJE PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-ANOMES PIC 9(06).
           03 WRK-HOJ-DIA    PIC 9(02).
       01 WRK-DATA-HOJE-R2 REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 FILLER      PIC 9(02).
       77 WRK-DIAS-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-INA-MAX PIC 9(02) VALUE 50.
       77 WRK-INA-QT  PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-INADIMPL.
               05 WRK-INA-TURMA PIC X(06).
               05 WRK-INA-QTMES PIC 9(04).
               05 WRK-INA-VALOR PIC 9(08)V99.
               05 WRK-INA-ENCARGOS PIC 9(08)V99.
       77 WRK-INA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-INA-POS PIC 9(02) VALUE ZEROS.
       77 WRK-INA-ACHOU PIC X(01) VALUE 'N'.
           88 TURMA-NA-TABELA VALUE 'S'.
       77 WRK-SALDO-COBRANCA PIC 9(06)V99 VALUE ZEROS.
      *INADIMPLENCIA POR ALUNO, PARA A LISTA DE BOLETINS RETIDOS:
      *COM WRK-RET-LIMITE OU MAIS MESES VENCIDOS EM ABERTO O
      *PROGCOB27 RETEM O BOLETIM (MESMO LIMITE DE LA). ALUNO ALEM DO
      *TETO DA TABELA FICA FORA DA LISTA E A RODADA DA RC 12.
       77 WRK-RET-LIMITE PIC 9(02) VALUE 02.
       77 WRK-ALI-MAX PIC 9(04) VALUE 0500.
       77 WRK-ALI-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-ALUNO-INA.
           03 WRK-TAB-ALI-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-ALI-QT.
               05 WRK-ALI-MATRICULA PIC X(10).
               05 WRK-ALI-TURMA     PIC X(06).
               05 WRK-ALI-QTMES     PIC 9(04).
               05 WRK-ALI-VALOR     PIC 9(08)V99.
               05 WRK-ALI-MES-ANTIGO PIC 9(06).
       77 WRK-ALI-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-ALI-POS PIC 9(04) VALUE ZEROS.
       77 WRK-ALI-ACHOU PIC X(01) VALUE 'N'.
           88 ALUNO-NA-TABELA VALUE 'S'.
       77 WRK-ALI-ESTOUROU PIC X(01) VALUE 'N'.
           88 ALUNOS-ESTOUROU VALUE 'S'.
       77 WRK-QT-RETIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-AVISOS  PIC 9(04) VALUE ZEROS.
       77 WRK-ALI-NOME PIC X(30) VALUE SPACES.
       77 WRK-ALI-VALOR-ED PIC ZZZZZZZ9,99.
      *CAMPOS DA CHAMADA A FILA DE NOTIFICACOES (VEJA NTFCALL.CPY).
           COPY 'NTFCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB76'.
               END-IF
           END-IF.

      *PERCENTUAIS DA APLICACAO MENSAL NO ENCARGCFG. SEM O ARQUIVO
      *OU SEM A LINHA, OS PADROES DA CASA (MULTA DE 2%, JUROS DE 1%
      *AO MES - 0,0333% AO DIA - E VENCIMENTO NO DIA 10) ENTRAM COM
      *AVISO - AJUSTAR NO ENCARGCFG, NAO AQUI.
       0250-CARREGAR-ENCARGCFG.
           MOVE 'N' TO WRK-ECF-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ENCARGCFG.
           IF WRK-STATUS-ENCARGCFG NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0251-LER-ENCARGCFG UNTIL FIM-ARQ.
           IF WRK-STATUS-ENCARGCFG NOT = '35'
               CLOSE F-ENCARGCFG
           END-IF.
           IF NOT ENCARGCFG-ACHADO
               DISPLAY '*** ATENCAO: ENCARGCFG SEM A LINHA MENSAL, '
                   'USANDO MULTA E JUROS PADRAO DA CASA ***'
               MOVE 2,00 TO WRK-ECF-PERC-MULTA
               MOVE 0,0333 TO WRK-ECF-JUROS-DIA
               MOVE ZEROS TO WRK-ECF-CARENCIA
               MOVE 10 TO WRK-ECF-DIA-VENC
           END-IF.
           IF WRK-ECF-DIA-VENC < 1 OR WRK-ECF-DIA-VENC > 30
               MOVE 10 TO WRK-ECF-DIA-VENC
           END-IF.

       0251-LER-ENCARGCFG.
           READ F-ENCARGCFG
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF ECF-APLICACAO = 'MENSAL'
                       MOVE 'S' TO WRK-ECF-ACHOU
                       MOVE 'S' TO WRK-FIM-ARQ
                       MOVE ECF-PERC-MULTA TO WRK-ECF-PERC-MULTA
                       MOVE ECF-JUROS-DIA TO WRK-ECF-JUROS-DIA
                       MOVE ECF-CARENCIA TO WRK-ECF-CARENCIA
                       MOVE ECF-DIA-VENC TO WRK-ECF-DIA-VENC
                   END-IF
           END-READ.

      *GERA AS COBRANCAS DO MES: UMA POR ALUNO DO CADALUNO, COM O
      *VALOR DO CURSO E O ABATIMENTO DA BOLSA; (MATRICULA, MES) JA
      *COBRADO E PULADO (COBRANCA CANCELADA NAO CONTA). ALUNO TRANCADO
      *OU DESLIGADO ANTES DO MES FICA FORA; NO MES DA SAIDA PAGA OS
      *DIAS ANTES DA DATA E NO MES DO RETORNO, OS DIAS A PARTIR DELA.
       0400-GERAR-COBRANCAS.
           DISPLAY 'MES DA COBRANCA (AAAAMM).. '.
           ACCEPT WRK-MES-GERACAO.
               PERFORM 0210-CARREGAR-VALORES
               MOVE ZEROS TO WRK-QT-GERADAS
               MOVE ZEROS TO WRK-QT-PULADAS
               MOVE ZEROS TO WRK-QT-FORA
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-CADALUNO
               IF WRK-STATUS-CADALUNO NOT = '00'
                   CLOSE F-CADALUNO
               END-IF
               DISPLAY 'GERADAS ' WRK-QT-GERADAS ' COBRANCA(S), '
                   WRK-QT-PULADAS ' JA EXISTIAM, ' WRK-QT-FORA
                   ' ALUNO(S) TRANCADO(S)/DESLIGADO(S) FORA'
           END-IF.

       0410-LER-ALUNO.
           READ F-CADALUNO NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
           END-READ.

       0420-GERAR-UMA-COBRANCA.
           PERFORM 0425-DIAS-A-COBRAR.
           IF WRK-GER-DIAS NOT = ZEROS
               PERFORM 0430-COBRANCA-JA-EXISTE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-GER-DIAS = ZEROS
                   ADD 1 TO WRK-QT-FORA
               WHEN COBRANCA-EXISTE
                   ADD 1 TO WRK-QT-PULADAS
               WHEN OTHER
                   PERFORM 0426-GRAVAR-COBRANCA
           END-EVALUATE.

       0426-GRAVAR-COBRANCA.
           MOVE CAD-CURSO TO WRK-MAN-CURSO.
           PERFORM 0230-LOCALIZAR-CURSO.
           IF NOT CURSO-COM-VALOR
               DISPLAY 'CURSO ' CAD-CURSO ' SEM VALOR DE '
                   'MENSALIDADE, ALUNO ' CAD-MATRICULA
                   ' FORA DA COBRANCA'
           ELSE
               COMPUTE WRK-VALOR-COBRANCA ROUNDED =
                   WRK-CFG-VALOR (WRK-CFG-POS)
                   * (100 - CAD-BOLSA-PCT) / 100
                   * WRK-GER-DIAS / 30
               OPEN EXTEND F-MENSALIDADES
               IF WRK-STATUS-MENSAL = '35'
                   OPEN OUTPUT F-MENSALIDADES
               END-IF
               MOVE CAD-MATRICULA TO MEN-MATRICULA
               MOVE WRK-MES-GERACAO TO MEN-MES
               MOVE CAD-TURMA TO MEN-TURMA
               MOVE WRK-VALOR-COBRANCA TO MEN-VALOR
               MOVE ZEROS TO MEN-PAGO
               MOVE 'A' TO MEN-SITUACAO
               WRITE REG-MENSALIDADE
               CLOSE F-MENSALIDADES
               ADD 1 TO WRK-QT-GERADAS
           END-IF.

       0425-DIAS-A-COBRAR.
           MOVE 30 TO WRK-GER-DIAS.
           MOVE ZEROS TO WRK-GER-SIT-DATA.
           IF CAD-SIT-DATA IS NUMERIC
               MOVE CAD-SIT-DATA TO WRK-GER-SIT-DATA
           END-IF.
           EVALUATE TRUE
               WHEN (CAD-TRANCADO OR CAD-DESLIGADO)
                   AND WRK-GER-SIT-ANOMES < WRK-MES-GERACAO
                   MOVE ZEROS TO WRK-GER-DIAS
               WHEN (CAD-TRANCADO OR CAD-DESLIGADO)
                   AND WRK-GER-SIT-ANOMES = WRK-MES-GERACAO
                   COMPUTE WRK-GER-DIAS = WRK-GER-SIT-DIA - 1
               WHEN CAD-ATIVO
                   AND WRK-GER-SIT-ANOMES = WRK-MES-GERACAO
                   COMPUTE WRK-GER-DIAS = 31 - WRK-GER-SIT-DIA
           END-EVALUATE.
           IF WRK-GER-DIAS > 30
               MOVE 30 TO WRK-GER-DIAS
           END-IF.

       0430-COBRANCA-JA-EXISTE.
               NOT AT END
                   IF MEN-MATRICULA = CAD-MATRICULA
                       AND MEN-MES = WRK-MES-GERACAO
                       AND MEN-SITUACAO NOT = 'C'
                       MOVE 'S' TO WRK-MEN-ACHOU
                   END-IF
           END-READ.
           ACCEPT WRK-PAG-MATRICULA.
           DISPLAY 'MES DA COBRANCA (AAAAMM).. '.
           ACCEPT WRK-PAG-MES.
           DISPLAY 'VALOR PAGO (PRINCIPAL, SEM ENCARGOS).. '.
           ACCEPT WRK-PAG-VALOR.
           DISPLAY 'DATA DO PAGAMENTO AAAAMMDD (0=HOJE).. '.
           ACCEPT WRK-DATA-PAGTO.
           IF WRK-DATA-PAGTO IS NOT NUMERIC
               OR WRK-DATA-PAGTO = ZEROS
               ACCEPT WRK-DATA-PAGTO FROM DATE YYYYMMDD
           END-IF.
           PERFORM 0250-CARREGAR-ENCARGCFG.
           MOVE ZEROS TO WRK-ENC-MULTA.
           MOVE ZEROS TO WRK-ENC-JUROS.
           MOVE ZEROS TO WRK-ENC-DIAS.
           MOVE 'N' TO WRK-MEN-ACHOU.
           MOVE 'N' TO WRK-FIM-MEN.
           OPEN INPUT F-MENSALIDADES.
               IF COBRANCA-EXISTE
                   PERFORM 0520-RECOPIAR-MENSALIDADES
                   ADD 1 TO WRK-QT-BAIXADAS
                   IF WRK-ENC-MULTA > 0 OR WRK-ENC-JUROS > 0
                       PERFORM 0550-GRAVAR-ENCARGO
                   END-IF
                   PERFORM 0560-EMITIR-RECIBO
               ELSE
                   DISPLAY 'COBRANCA EM ABERTO NAO ENCONTRADA, '
                       'NADA FEITO'
                       AND MEN-MES = WRK-PAG-MES
                       AND MEN-SITUACAO = 'A'
                       MOVE 'S' TO WRK-MEN-ACHOU
                       PERFORM 0515-ENCARGOS-DA-BAIXA
                       ADD WRK-PAG-VALOR TO MEN-PAGO
                       IF MEN-PAGO >= MEN-VALOR
                           MOVE 'P' TO MEN-SITUACAO
                   WRITE REG-MENSALN
           END-READ.

      *ATRASO DA BAIXA: DO VENCIMENTO DA MENSALIDADE ATE A DATA DO
      *PAGAMENTO, NO CALENDARIO COMERCIAL.
       0515-ENCARGOS-DA-BAIXA.
           MOVE MEN-MES TO WRK-VNC-ANOMES.
           MOVE WRK-ECF-DIA-VENC TO WRK-VNC-DIA.
           COMPUTE WRK-DIAS-VENC = (WRK-VNC-ANO * 360)
               + (WRK-VNC-MES * 30) + WRK-VNC-DIA.
           COMPUTE WRK-DIAS-PAGTO = (WRK-PGT-ANO * 360)
               + (WRK-PGT-MES * 30) + WRK-PGT-DIA.
           COMPUTE WRK-ENC-DIAS = WRK-DIAS-PAGTO - WRK-DIAS-VENC.
           MOVE WRK-PAG-VALOR TO WRK-ENC-PRINCIPAL.
           PERFORM 0540-CALCULAR-ENCARGOS.

      *DEVOLVE O CONTEUDO DO ARQUIVO DE TRABALHO PARA O
      *MENSALIDADES (REGRAVACAO TOTAL, COMO NAS DEMAIS MANUTENCOES
      *DE ARQUIVO LINE SEQUENTIAL DO SISTEMA).
                   WRITE REG-MENSALIDADE
           END-READ.

      *MULTA E JUROS SOBRE WRK-ENC-PRINCIPAL COM WRK-ENC-DIAS DE
      *ATRASO; DENTRO DA CARENCIA (OU SEM ATRASO) NAO HA ENCARGO.
       0540-CALCULAR-ENCARGOS.
           MOVE ZEROS TO WRK-ENC-MULTA.
           MOVE ZEROS TO WRK-ENC-JUROS.
           IF WRK-ENC-DIAS > 0 AND WRK-ENC-DIAS > WRK-ECF-CARENCIA
               COMPUTE WRK-ENC-MULTA ROUNDED = WRK-ENC-PRINCIPAL
                   * WRK-ECF-PERC-MULTA / 100
               COMPUTE WRK-ENC-JUROS ROUNDED = WRK-ENC-PRINCIPAL
                   * WRK-ECF-JUROS-DIA / 100 * WRK-ENC-DIAS
           END-IF.

      *LINHA DO ENCARGO COBRADO NO DIARIO ENCARGOS, PARA O LOTE
      *CONTABIL DO DIA DO PAGAMENTO.
       0550-GRAVAR-ENCARGO.
           OPEN EXTEND F-ENCARGOS.
           IF WRK-STATUS-ENCARGOS = '35'
               OPEN OUTPUT F-ENCARGOS
           END-IF.
           MOVE WRK-DATA-PAGTO TO ENC-DATA.
           MOVE 'MENSAL' TO ENC-APLICACAO.
           MOVE SPACES TO ENC-DOCUMENTO.
           STRING WRK-PAG-MATRICULA WRK-PAG-MES
               DELIMITED BY SIZE INTO ENC-DOCUMENTO.
           MOVE WRK-DATA-VENC TO ENC-VENCIMENTO.
           MOVE WRK-ENC-DIAS TO ENC-DIAS.
           MOVE WRK-PAG-VALOR TO ENC-PRINCIPAL.
           MOVE WRK-ENC-MULTA TO ENC-MULTA.
           MOVE WRK-ENC-JUROS TO ENC-JUROS.
           WRITE REG-ENCARGO.
           CLOSE F-ENCARGOS.

      *RECIBO DA BAIXA: PRINCIPAL, MULTA E JUROS EM LINHAS
      *SEPARADAS E O TOTAL A RECEBER DO ALUNO.
       0560-EMITIR-RECIBO.
           COMPUTE WRK-ENC-TOTAL = WRK-PAG-VALOR + WRK-ENC-MULTA
               + WRK-ENC-JUROS.
           DISPLAY '------------- RECIBO DE PAGAMENTO -------------'.
           DISPLAY 'MATRICULA ' WRK-PAG-MATRICULA '  MES '
               WRK-PAG-MES '  PAGO EM ' WRK-DATA-PAGTO.
           MOVE WRK-PAG-VALOR TO WRK-REC-VALOR-ED.
           DISPLAY 'MENSALIDADE ................... ' WRK-REC-VALOR-ED.
           IF WRK-ENC-MULTA > 0 OR WRK-ENC-JUROS > 0
               MOVE WRK-ENC-DIAS TO WRK-REC-DIAS-ED
               MOVE WRK-ENC-MULTA TO WRK-REC-VALOR-ED
               DISPLAY 'MULTA POR ATRASO .............. '
                   WRK-REC-VALOR-ED
               MOVE WRK-ENC-JUROS TO WRK-REC-VALOR-ED
               DISPLAY 'JUROS (' WRK-REC-DIAS-ED ' DIAS) ............ '
                   WRK-REC-VALOR-ED
           END-IF.
           MOVE WRK-ENC-TOTAL TO WRK-REC-VALOR-ED.
           DISPLAY 'TOTAL RECEBIDO ................ ' WRK-REC-VALOR-ED.

      *INADIMPLENCIA POR TURMA: COBRANCAS EM ABERTO DE MESES JA
      *VENCIDOS (ANTERIORES AO MES CORRENTE).
       0600-RELATORIO-INADIMPLENCIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJ-ANOMES TO WRK-MES-HOJE.
           COMPUTE WRK-DIAS-HOJE = (WRK-HOJ-ANO * 360)
               + (WRK-HOJ-MES * 30) + WRK-HOJ-DIA.
           PERFORM 0250-CARREGAR-ENCARGCFG.
           MOVE ZEROS TO WRK-INA-QT.
           MOVE ZEROS TO WRK-ALI-QT.
           MOVE 'N' TO WRK-ALI-ESTOUROU.
           MOVE ZEROS TO WRK-QT-RETIDOS.
           MOVE ZEROS TO WRK-QT-AVISOS.
           MOVE 'N' TO WRK-FIM-MEN.
           OPEN INPUT F-MENSALIDADES.
           IF WRK-STATUS-MENSAL NOT = '00'
           PERFORM 0630-GRAVAR-LINHA-TURMA
               VARYING WRK-INA-IDX FROM 1 BY 1
               UNTIL WRK-INA-IDX > WRK-INA-QT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '--- BOLETINS RETIDOS (' WRK-RET-LIMITE
               ' OU MAIS MESES VENCIDOS) ---'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0650-RELATAR-RETIDO
               VARYING WRK-ALI-IDX FROM 1 BY 1
               UNTIL WRK-ALI-IDX > WRK-ALI-QT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'ALUNOS COM BOLETIM RETIDO=' WRK-QT-RETIDOS
               ' AVISOS NOVOS AOS RESPONSAVEIS=' WRK-QT-AVISOS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'INADIMPLENCIA GRAVADA EM PROGCOB76RPT ('
               WRK-INA-QT ' TURMA(S), ' WRK-QT-RETIDOS
               ' BOLETIM(NS) RETIDO(S))'.
           IF ALUNOS-ESTOUROU
               DISPLAY 'ALUNOS INADIMPLENTES ALEM DO TETO DA TABELA ('
                   WRK-ALI-MAX ') - LISTA DE RETIDOS INCOMPLETA'
               MOVE 12 TO RETURN-CODE
           END-IF.

       0610-LER-VENCIDA.
           READ F-MENSALIDADES
                   IF MEN-SITUACAO = 'A'
                       AND MEN-MES < WRK-MES-HOJE
                       PERFORM 0620-ACUMULAR-TURMA
                       PERFORM 0640-ACUMULAR-ALUNO
                   END-IF
           END-READ.

                   MOVE MEN-TURMA TO WRK-INA-TURMA (WRK-INA-POS)
                   MOVE ZEROS TO WRK-INA-QTMES (WRK-INA-POS)
                   MOVE ZEROS TO WRK-INA-VALOR (WRK-INA-POS)
                   MOVE ZEROS TO WRK-INA-ENCARGOS (WRK-INA-POS)
               ELSE
                   MOVE WRK-INA-QT TO WRK-INA-POS
               END-IF
           ADD 1 TO WRK-INA-QTMES (WRK-INA-POS).
           COMPUTE WRK-SALDO-COBRANCA = MEN-VALOR - MEN-PAGO.
           ADD WRK-SALDO-COBRANCA TO WRK-INA-VALOR (WRK-INA-POS).
      *ENCARGOS QUE O SALDO PAGARIA SE FOSSE QUITADO HOJE - COLUNA A
      *PARTE, FORA DO SALDO DEVEDOR.
           MOVE MEN-MES TO WRK-VNC-ANOMES.
           MOVE WRK-ECF-DIA-VENC TO WRK-VNC-DIA.
           COMPUTE WRK-DIAS-VENC = (WRK-VNC-ANO * 360)
               + (WRK-VNC-MES * 30) + WRK-VNC-DIA.
           COMPUTE WRK-ENC-DIAS = WRK-DIAS-HOJE - WRK-DIAS-VENC.
           MOVE WRK-SALDO-COBRANCA TO WRK-ENC-PRINCIPAL.
           PERFORM 0540-CALCULAR-ENCARGOS.
           ADD WRK-ENC-MULTA WRK-ENC-JUROS TO
               WRK-INA-ENCARGOS (WRK-INA-POS).

       0621-COMPARAR-TURMA.
           IF WRK-INA-TURMA (WRK-INA-IDX) = MEN-TURMA
           STRING 'TURMA=' WRK-INA-TURMA (WRK-INA-IDX)
               ' MESES-VENCIDOS=' WRK-INA-QTMES (WRK-INA-IDX)
               ' SALDO-DEVEDOR=' WRK-INA-VALOR (WRK-INA-IDX)
               ' ENCARGOS=' WRK-INA-ENCARGOS (WRK-INA-IDX)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *MESES VENCIDOS, SALDO E MES MAIS ANTIGO EM ABERTO POR ALUNO.
       0640-ACUMULAR-ALUNO.
           MOVE 'N' TO WRK-ALI-ACHOU.
           MOVE ZEROS TO WRK-ALI-POS.
           PERFORM 0641-COMPARAR-ALUNO
               VARYING WRK-ALI-IDX FROM 1 BY 1
               UNTIL WRK-ALI-IDX > WRK-ALI-QT OR ALUNO-NA-TABELA.
           IF NOT ALUNO-NA-TABELA
               IF WRK-ALI-QT < WRK-ALI-MAX
                   ADD 1 TO WRK-ALI-QT
                   MOVE WRK-ALI-QT TO WRK-ALI-POS
                   MOVE MEN-MATRICULA TO
                       WRK-ALI-MATRICULA (WRK-ALI-POS)
                   MOVE MEN-TURMA TO WRK-ALI-TURMA (WRK-ALI-POS)
                   MOVE ZEROS TO WRK-ALI-QTMES (WRK-ALI-POS)
                   MOVE ZEROS TO WRK-ALI-VALOR (WRK-ALI-POS)
                   MOVE MEN-MES TO WRK-ALI-MES-ANTIGO (WRK-ALI-POS)
               ELSE
                   MOVE 'S' TO WRK-ALI-ESTOUROU
               END-IF
           END-IF.
           IF WRK-ALI-POS > 0
               ADD 1 TO WRK-ALI-QTMES (WRK-ALI-POS)
               ADD WRK-SALDO-COBRANCA TO WRK-ALI-VALOR (WRK-ALI-POS)
               IF MEN-MES < WRK-ALI-MES-ANTIGO (WRK-ALI-POS)
                   MOVE MEN-MES TO WRK-ALI-MES-ANTIGO (WRK-ALI-POS)
               END-IF
           END-IF.

       0641-COMPARAR-ALUNO.
           IF WRK-ALI-MATRICULA (WRK-ALI-IDX) = MEN-MATRICULA
               MOVE 'S' TO WRK-ALI-ACHOU
               MOVE WRK-ALI-IDX TO WRK-ALI-POS
           END-IF.

      *ALUNO COM O BOLETIM RETIDO: LINHA NO RELATORIO E AVISO AO
      *RESPONSAVEL (MODELO RETENCAO: MES VENCIDO MAIS ANTIGO, NOME,
      *MESES VENCIDOS E SALDO DEVEDOR). O AVISO E UNICO PELO MES MAIS
      *ANTIGO - SO SAI DE NOVO SE ESSE MES FOR PAGO E OUTRO PASSAR A
      *SER O MAIS ANTIGO.
       0650-RELATAR-RETIDO.
           IF WRK-ALI-QTMES (WRK-ALI-IDX) >= WRK-RET-LIMITE
               ADD 1 TO WRK-QT-RETIDOS
               PERFORM 0660-BUSCAR-NOME
               MOVE WRK-ALI-VALOR (WRK-ALI-IDX) TO WRK-ALI-VALOR-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'TURMA=' WRK-ALI-TURMA (WRK-ALI-IDX)
                   ' ALUNO=' WRK-ALI-MATRICULA (WRK-ALI-IDX)
                   ' ' WRK-ALI-NOME
                   ' MESES-VENCIDOS=' WRK-ALI-QTMES (WRK-ALI-IDX)
                   ' DESDE=' WRK-ALI-MES-ANTIGO (WRK-ALI-IDX)
                   ' SALDO=' WRK-ALI-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE WRK-AUD-PROGRAMA TO WRK-NTF-ORIGEM
               MOVE 'R' TO WRK-NTF-TIPO-DEST
               MOVE WRK-ALI-MATRICULA (WRK-ALI-IDX) TO WRK-NTF-CHAVE
               MOVE 'RETENCAO' TO WRK-NTF-MODELO
               MOVE 'S' TO WRK-NTF-UNICO
               MOVE SPACES TO WRK-NTF-CAMPOS
               MOVE WRK-ALI-MES-ANTIGO (WRK-ALI-IDX) TO
                   WRK-NTF-CAMPO (1)
               MOVE WRK-ALI-NOME TO WRK-NTF-CAMPO (2)
               MOVE WRK-ALI-QTMES (WRK-ALI-IDX) TO WRK-NTF-CAMPO (3)
               MOVE WRK-ALI-VALOR-ED TO WRK-NTF-CAMPO (4)
               CALL 'NOTIFICA' USING WRK-NTF-ORIGEM WRK-NTF-TIPO-DEST
                   WRK-NTF-CHAVE WRK-NTF-MODELO WRK-NTF-UNICO
                   WRK-NTF-CAMPOS WRK-NTF-NUMERO WRK-NTF-RESULT
               IF NTF-GRAVADA OR NTF-SEM-CONTATO OR NTF-SEM-CADASTRO
                   ADD 1 TO WRK-QT-AVISOS
               END-IF
           END-IF.

      *NOME DO ALUNO NO CADALUNO (EM BRANCO SE NAO ACHAR).
       0660-BUSCAR-NOME.
           MOVE SPACES TO WRK-ALI-NOME.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO = '00'
               PERFORM 0661-LER-CADALUNO
               CLOSE F-CADALUNO
           END-IF.

       0661-LER-CADALUNO.
           MOVE WRK-ALI-MATRICULA (WRK-ALI-IDX) TO CAD-MATRICULA.
           READ F-CADALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAD-NOME TO WRK-ALI-NOME
           END-READ.

      *MONTA E GRAVA O CABECALHO PADRAO DO RELATORIO (PROGRAMA, DATA E
      *PAGINA), ZERANDO O CONTADOR DE LINHA DA PAGINA NOVA (VEJA
      *RPTHDR.CPY).
