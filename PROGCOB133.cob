       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB133.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : COBRANCA DAS MENSALIDADES ESCOLARES (PROGCOB76) POR
      *BOLETO BANCARIO. A BAIXA DO PROGCOB76 (P) ERA DIGITADA A MAO
      *A PARTIR DO EXTRATO DO BANCO. MESMO DESENHO DE REMESSA E
      *RETORNO DO PROGCOB61 (FRETES). MODOS:
      *  R = REMESSA: CADA COBRANCA EM ABERTO (SITUACAO A) DO
      *      MENSALIDADES, DO MES PEDIDO OU DE TODOS OS MESES, VIRA
      *      UM BOLETO NA REMESSA BANCARIA (BOLREM): UM POR ALUNO E
      *      MES, REFERENCIA = MATRICULA + MES, VALOR = SALDO DA
      *      COBRANCA (A BOLSA JA VEM ABATIDA NA GERACAO DO
      *      PROGCOB76), VENCIMENTO NO DIA ECF-DIA-VENC DO MES
      *      COBRADO E AS INSTRUCOES DE MULTA E JUROS DA LINHA
      *      MENSAL DO ENCARGCFG. CADA BOLETO FICA REMETIDO (R) NO
      *      CONTROLE BOLCTL - O MESMO MES NUNCA VAI DUAS VEZES AO
      *      BANCO; O REJEITADO (J) VOLTA NA PROXIMA REMESSA;
      *  T = RETORNO: LE O RETORNO DO BANCO (BOLRET: REFERENCIA,
      *      P=PAGO / J=REJEITADO, DATA E VALOR PAGO), SEPARA NO
      *      VALOR PAGO O PRINCIPAL, A MULTA E OS JUROS (MESMA
      *      REGRA DA BAIXA DO PROGCOB76), SOMA O PRINCIPAL EM
      *      MEN-PAGO (QUITADA VAI A P), GRAVA OS ENCARGOS NO DIARIO
      *      ENCARGOS E ATUALIZA O CONTROLE. PAGAMENTO SEM BOLETO
      *      REMETIDO, PAGAMENTO EM DUPLICIDADE, PAGO A MAIOR E PAGO
      *      DE COBRANCA QUE NAO ESTA MAIS EM ABERTO VAO PARA A
      *      LISTAGEM DE EXCECOES (BOLEXCEC) - A TESOURARIA DEVOLVE
      *      OU COMPENSA; NADA DISSO E BAIXADO SOZINHO.
      *COMO O PROGCOB76, TRAVA A APLICACAO ESCOLAR (RUNLOCK) DURANTE A
      *RODADA.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *COBRANCAS GERADAS PELO PROGCOB76, UMA POR ALUNO E MES.
           SELECT F-MENSALIDADES ASSIGN TO 'MENSALIDADES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSAL.
      *ARQUIVO DE TRABALHO DA BAIXA (O MESMO DO PROGCOB76).
           SELECT F-MENSALN ASSIGN TO 'MENSALN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSALN.
      *CADASTRO MESTRE DE ALUNOS - NOME DO PAGADOR DO BOLETO.
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *PERCENTUAIS DE MULTA E JUROS E DIA DE VENCIMENTO (VEJA
      *ECFREC.CPY).
           SELECT F-ENCARGCFG ASSIGN TO 'ENCARGCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENCARGCFG.
      *DIARIO DOS ENCARGOS DE ATRASO COBRADOS (VEJA ENCREC.CPY).
           SELECT F-ENCARGOS ASSIGN TO 'ENCARGOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENCARGOS.
      *CONTROLE DOS BOLETOS: R=REMETIDO P=PAGO J=REJEITADO PELO
      *BANCO.
           SELECT F-BOLCTL ASSIGN TO 'BOLCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BOLCTL.
      *REMESSA BANCARIA (UM BOLETO POR ALUNO E MES).
           SELECT F-BOLREM ASSIGN TO 'BOLREM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BOLREM.
      *RETORNO DO BANCO (REFERENCIA, RESULTADO, DATA E VALOR PAGO).
           SELECT F-BOLRET ASSIGN TO 'BOLRET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BOLRET.
      *LISTAGEM DE EXCECOES DO RETORNO: UMA LINHA POR PAGAMENTO QUE
      *NAO FOI BAIXADO (OU FOI BAIXADO COM DIFERENCA).
           SELECT F-EXCECOES ASSIGN TO 'BOLEXCEC'
               ORGANIZATION IS LINE SEQUENTIAL.
      *RELATORIO DA RODADA, COM CABECALHO E QUEBRA DE PAGINA PADRAO
      *(VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB133RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-MENSALIDADES.
       01  REG-MENSALIDADE.
           03 MEN-MATRICULA PIC X(10).
           03 MEN-MES       PIC 9(06).
           03 MEN-TURMA     PIC X(06).
           03 MEN-VALOR     PIC 9(06)V99.
           03 MEN-PAGO      PIC 9(06)V99.
           03 MEN-SITUACAO  PIC X(01).

       FD  F-MENSALN.
       01  REG-MENSALN PIC X(39).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-ENCARGCFG.
           COPY 'ECFREC.CPY'.

       FD  F-ENCARGOS.
           COPY 'ENCREC.CPY'.

       FD  F-BOLCTL.
       01  REG-BOLCTL.
           03 BCT-REF.
               05 BCT-MATRICULA PIC X(10).
               05 BCT-MES       PIC 9(06).
           03 BCT-VALOR      PIC 9(06)V99.
           03 BCT-VENCIMENTO PIC 9(08).
           03 BCT-SITUACAO   PIC X(01).
           03 BCT-DATA-PAGTO PIC 9(08).
           03 BCT-VALOR-PAGO PIC 9(06)V99.

       FD  F-BOLREM.
       01  REG-BOLREM.
           03 REM-REF        PIC X(16).
           03 REM-NOME       PIC X(30).
           03 REM-VENCIMENTO PIC 9(08).
           03 REM-VALOR      PIC 9(06)V99.
           03 REM-PERC-MULTA PIC 9(02)V99.
           03 REM-JUROS-DIA  PIC 9(01)V9999.
           03 REM-DATA       PIC 9(08).

       FD  F-BOLRET.
       01  REG-BOLRET.
           03 RET-REF        PIC X(16).
           03 RET-SITUACAO   PIC X(01).
           03 RET-DATA-PAGTO PIC 9(08).
           03 RET-VALOR-PAGO PIC 9(06)V99.

       FD  F-EXCECOES.
       01  REG-EXCECAO PIC X(132).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-MENSAL    PIC X(02) VALUE '00'.
       77 WRK-STATUS-MENSALN   PIC X(02) VALUE '00'.
       77 WRK-STATUS-CADALUNO  PIC X(02) VALUE '00'.
       77 WRK-STATUS-ENCARGCFG PIC X(02) VALUE '00'.
       77 WRK-STATUS-ENCARGOS  PIC X(02) VALUE '00'.
       77 WRK-STATUS-BOLCTL    PIC X(02) VALUE '00'.
       77 WRK-STATUS-BOLREM    PIC X(02) VALUE '00'.
       77 WRK-STATUS-BOLRET    PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MODO PIC X(01) VALUE SPACES.
           88 MODO-REMESSA VALUE 'R'.
           88 MODO-RETORNO VALUE 'T'.
      *MES DOS BOLETOS DA REMESSA (ZERO = TODOS OS MESES EM ABERTO).
       77 WRK-MES-REMESSA PIC 9(06) VALUE ZEROS.
      *CONTROLE DOS BOLETOS EM MEMORIA. WRK-BOL-BAIXA SO VALE NA
      *RODADA DE RETORNO: B = PAGO AGORA, A BAIXAR NO MENSALIDADES;
      *F = BAIXADO. CONTROLE MAIOR QUE A TABELA RECUSA A RODADA -
      *REGRAVAR SO O QUE COUBE PERDERIA BOLETOS JA REMETIDOS.
       77 WRK-BOL-MAX PIC 9(04) VALUE 5000.
       77 WRK-BOL-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-BOLCTL.
           03 WRK-TAB-BOL-ITEM OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-BOL-QT.
               05 WRK-BOL-REF.
                   07 WRK-BOL-MATRICULA PIC X(10).
                   07 WRK-BOL-MES       PIC 9(06).
               05 WRK-BOL-VALOR      PIC 9(06)V99.
               05 WRK-BOL-VENCIMENTO PIC 9(08).
               05 WRK-BOL-SITUACAO   PIC X(01).
               05 WRK-BOL-DATA-PAGTO PIC 9(08).
               05 WRK-BOL-VALOR-PAGO PIC 9(06)V99.
               05 WRK-BOL-BAIXA      PIC X(01).
               05 WRK-BOL-PRINCIPAL  PIC 9(06)V99.
               05 WRK-BOL-MULTA      PIC 9(06)V99.
               05 WRK-BOL-JUROS      PIC 9(06)V99.
               05 WRK-BOL-DIAS       PIC 9(04).
       77 WRK-BOL-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-BOL-POS PIC 9(04) VALUE ZEROS.
       77 WRK-BOL-ACHOU PIC X(01) VALUE 'N'.
           88 BOLETO-NO-CONTROLE VALUE 'S'.
       77 WRK-BOL-ESTOUROU PIC X(01) VALUE 'N'.
           88 CONTROLE-ESTOUROU VALUE 'S'.
       77 WRK-REF PIC X(16) VALUE SPACES.
      *ENCARGOS DE ATRASO: MESMA LINHA MENSAL DO ENCARGCFG E MESMOS
      *PADROES DA CASA DO PROGCOB76.
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
       77 WRK-ENC-DEVIDO    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ENC-FATOR     PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-ENC-DIFERENCA PIC S9(08)V99 VALUE ZEROS.
      *VENCIMENTO DO BOLETO: MES COBRADO + DIA DE VENCIMENTO.
       01 WRK-DATA-VENC PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-VENC-R REDEFINES WRK-DATA-VENC.
           03 WRK-VNC-ANOMES PIC 9(06).
           03 WRK-VNC-DIA    PIC 9(02).
       01 WRK-DATA-VENC-R2 REDEFINES WRK-DATA-VENC.
           03 WRK-VNC-ANO PIC 9(04).
           03 WRK-VNC-MES PIC 9(02).
           03 FILLER      PIC 9(02).
       01 WRK-DATA-PAGTO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-PAGTO-R REDEFINES WRK-DATA-PAGTO.
           03 WRK-PGT-ANO PIC 9(04).
           03 WRK-PGT-MES PIC 9(02).
           03 WRK-PGT-DIA PIC 9(02).
       77 WRK-DIAS-VENC  PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-PAGTO PIC 9(07) VALUE ZEROS.
      *CAMPOS DA RODADA CORRENTE.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-NOME      PIC X(30) VALUE SPACES.
       77 WRK-QT-REMETIDOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-FORA       PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PAGOS      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-BAIXADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-QUITADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-EXCECOES   PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-REMESSA   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PAGO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PRINCIPAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ENCARGOS  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED  PIC ZZZZZ9,99.
       77 WRK-MULTA-ED  PIC ZZZZZ9,99.
       77 WRK-JUROS-ED  PIC ZZZZZ9,99.
       77 WRK-PRINC-ED  PIC ZZZZZ9,99.
       77 WRK-DIF-ED    PIC ZZZZZ9,99.
       77 WRK-TOTAL-ED  PIC ZZZZZZZZ9,99.
       77 WRK-DIAS-ED   PIC ZZZ9.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB133'.
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
           MOVE 'ESCOLA' TO WRK-LCK-NOME.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *ESTE PROGRAMA PODE SER CHAMADO VARIAS VEZES PELO MENU SEM
      *CANCEL, ENTAO A PAGINACAO E OS TOTAIS VOLTAM AO ESTADO
      *INICIAL A CADA CHAMADA.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE ZEROS TO WRK-QT-REMETIDOS.
           MOVE ZEROS TO WRK-QT-FORA.
           MOVE ZEROS TO WRK-QT-PAGOS.
           MOVE ZEROS TO WRK-QT-BAIXADOS.
           MOVE ZEROS TO WRK-QT-QUITADOS.
           MOVE ZEROS TO WRK-QT-REJEITADOS.
           MOVE ZEROS TO WRK-QT-EXCECOES.
           MOVE ZEROS TO WRK-TOT-REMESSA.
           MOVE ZEROS TO WRK-TOT-PAGO.
           MOVE ZEROS TO WRK-TOT-PRINCIPAL.
           MOVE ZEROS TO WRK-TOT-ENCARGOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MODO (R=REMESSA T=RETORNO).. '.
           ACCEPT WRK-MODO.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           EVALUATE TRUE
               WHEN MODO-REMESSA
                   PERFORM 0200-GERAR-REMESSA
               WHEN MODO-RETORNO
                   PERFORM 0500-PROCESSAR-RETORNO
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'MODO=' WRK-MODO DELIMITED BY SIZE
               INTO WRK-AUD-ENTRADA.
           STRING 'REMETIDOS=' WRK-QT-REMETIDOS
               ' PAGOS=' WRK-QT-PAGOS
               ' REJEITADOS=' WRK-QT-REJEITADOS
               ' EXCECOES=' WRK-QT-EXCECOES
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           GOBACK.

      *REMESSA: CADA COBRANCA EM ABERTO COM SALDO, AINDA SEM BOLETO
      *NO BANCO, VIRA UM BOLETO NA REMESSA E UMA LINHA R NO
      *CONTROLE.
       0200-GERAR-REMESSA.
           DISPLAY 'MES DOS BOLETOS (AAAAMM, 0=TODOS EM ABERTO).. '.
           ACCEPT WRK-MES-REMESSA.
           IF WRK-MES-REMESSA IS NOT NUMERIC
               MOVE ZEROS TO WRK-MES-REMESSA
           END-IF.
           PERFORM 0250-CARREGAR-ENCARGCFG.
           PERFORM 0220-CARREGAR-CONTROLE.
           MOVE 'N' TO WRK-FIM-ARQ.
           IF CONTROLE-ESTOUROU
               DISPLAY 'CONTROLE BOLCTL MAIOR QUE A TABELA EM '
                   'MEMORIA, REMESSA RECUSADA'
               MOVE 12 TO RETURN-CODE
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN INPUT F-MENSALIDADES
               IF WRK-STATUS-MENSAL NOT = '00'
                   DISPLAY 'ARQUIVO DE MENSALIDADES NAO ENCONTRADO, '
                       'NADA A REMETER'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WRK-FIM-ARQ
               ELSE
                   OPEN INPUT F-CADALUNO
                   OPEN OUTPUT F-BOLREM
               END-IF
           END-IF.
           PERFORM 0230-TRATAR-COBRANCA UNTIL FIM-ARQ.
           IF NOT CONTROLE-ESTOUROU
               AND WRK-STATUS-MENSAL NOT = '35'
               CLOSE F-MENSALIDADES
               IF WRK-STATUS-CADALUNO NOT = '35'
                   CLOSE F-CADALUNO
               END-IF
               CLOSE F-BOLREM
               PERFORM 0260-GRAVAR-CONTROLE
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'REMESSA: ' WRK-QT-REMETIDOS ' BOLETO(S), '
               WRK-QT-FORA ' FORA (JA NO BANCO OU CONTROLE CHEIO)'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE WRK-TOT-REMESSA TO WRK-TOTAL-ED.
           STRING 'TOTAL DOS BOLETOS=' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           DISPLAY 'REMESSA GRAVADA EM BOLREM ('
               WRK-QT-REMETIDOS ' BOLETO(S))'.

      *CONTROLE DOS BOLETOS NA TABELA (A BAIXA DA RODADA COMECA
      *LIMPA).
       0220-CARREGAR-CONTROLE.
           MOVE ZEROS TO WRK-BOL-QT.
           MOVE 'N' TO WRK-BOL-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-BOLCTL.
           IF WRK-STATUS-BOLCTL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0221-LER-CONTROLE UNTIL FIM-ARQ.
           IF WRK-STATUS-BOLCTL NOT = '35'
               CLOSE F-BOLCTL
           END-IF.

       0221-LER-CONTROLE.
           READ F-BOLCTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-BOL-QT < WRK-BOL-MAX
                       ADD 1 TO WRK-BOL-QT
                       MOVE BCT-REF TO WRK-BOL-REF (WRK-BOL-QT)
                       MOVE BCT-VALOR TO WRK-BOL-VALOR (WRK-BOL-QT)
                       MOVE BCT-VENCIMENTO TO
                           WRK-BOL-VENCIMENTO (WRK-BOL-QT)
                       MOVE BCT-SITUACAO TO
                           WRK-BOL-SITUACAO (WRK-BOL-QT)
                       MOVE BCT-DATA-PAGTO TO
                           WRK-BOL-DATA-PAGTO (WRK-BOL-QT)
                       MOVE BCT-VALOR-PAGO TO
                           WRK-BOL-VALOR-PAGO (WRK-BOL-QT)
                       MOVE SPACES TO WRK-BOL-BAIXA (WRK-BOL-QT)
                       MOVE ZEROS TO WRK-BOL-PRINCIPAL (WRK-BOL-QT)
                       MOVE ZEROS TO WRK-BOL-MULTA (WRK-BOL-QT)
                       MOVE ZEROS TO WRK-BOL-JUROS (WRK-BOL-QT)
                       MOVE ZEROS TO WRK-BOL-DIAS (WRK-BOL-QT)
                   ELSE
                       MOVE 'S' TO WRK-BOL-ESTOUROU
                   END-IF
           END-READ.

       0230-TRATAR-COBRANCA.
           READ F-MENSALIDADES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MEN-SITUACAO = 'A'
                       AND MEN-VALOR > MEN-PAGO
                       AND (WRK-MES-REMESSA = ZEROS
                           OR MEN-MES = WRK-MES-REMESSA)
                       PERFORM 0240-INCLUIR-NA-REMESSA
                   END-IF
           END-READ.

      *BOLETO JA REMETIDO (R) OU PAGO (P) FICA DE FORA - E ASSIM QUE
      *O MESMO MES NUNCA VAI DUAS VEZES AO BANCO (SALDO DE PAGAMENTO
      *PARCIAL NO BANCO SE BAIXA PELO PROGCOB76). REJEITADO (J) VOLTA
      *PARA A REMESSA COM A SITUACAO REARMADA.
       0240-INCLUIR-NA-REMESSA.
           MOVE SPACES TO WRK-REF.
           STRING MEN-MATRICULA MEN-MES DELIMITED BY SIZE
               INTO WRK-REF.
           PERFORM 0245-LOCALIZAR-BOLETO.
           IF BOLETO-NO-CONTROLE
               AND WRK-BOL-SITUACAO (WRK-BOL-POS) NOT = 'J'
               ADD 1 TO WRK-QT-FORA
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'FORA DA REMESSA (JA NO BANCO): REF=' WRK-REF
                   ' SITUACAO=' WRK-BOL-SITUACAO (WRK-BOL-POS)
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           ELSE
           IF NOT BOLETO-NO-CONTROLE
               AND WRK-BOL-QT >= WRK-BOL-MAX
               ADD 1 TO WRK-QT-FORA
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'FORA DA REMESSA (CONTROLE CHEIO): REF='
                   WRK-REF
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 12 TO RETURN-CODE
           ELSE
               IF NOT BOLETO-NO-CONTROLE
                   ADD 1 TO WRK-BOL-QT
                   MOVE WRK-BOL-QT TO WRK-BOL-POS
               END-IF
               COMPUTE WRK-SALDO = MEN-VALOR - MEN-PAGO
               MOVE MEN-MES TO WRK-VNC-ANOMES
               MOVE WRK-ECF-DIA-VENC TO WRK-VNC-DIA
               PERFORM 0246-NOME-DO-PAGADOR
               MOVE WRK-REF TO WRK-BOL-REF (WRK-BOL-POS)
               MOVE WRK-SALDO TO WRK-BOL-VALOR (WRK-BOL-POS)
               MOVE WRK-DATA-VENC TO WRK-BOL-VENCIMENTO (WRK-BOL-POS)
               MOVE 'R' TO WRK-BOL-SITUACAO (WRK-BOL-POS)
               MOVE ZEROS TO WRK-BOL-DATA-PAGTO (WRK-BOL-POS)
               MOVE ZEROS TO WRK-BOL-VALOR-PAGO (WRK-BOL-POS)
               MOVE WRK-REF TO REM-REF
               MOVE WRK-NOME TO REM-NOME
               MOVE WRK-DATA-VENC TO REM-VENCIMENTO
               MOVE WRK-SALDO TO REM-VALOR
               MOVE WRK-ECF-PERC-MULTA TO REM-PERC-MULTA
               MOVE WRK-ECF-JUROS-DIA TO REM-JUROS-DIA
               MOVE WRK-DATA-HOJE TO REM-DATA
               WRITE REG-BOLREM
               ADD 1 TO WRK-QT-REMETIDOS
               ADD WRK-SALDO TO WRK-TOT-REMESSA
               MOVE WRK-SALDO TO WRK-VALOR-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'BOLETO: REF=' WRK-REF ' ' WRK-NOME
                   ' TURMA=' MEN-TURMA
                   ' VENC=' WRK-DATA-VENC
                   ' VALOR=' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF
           END-IF.

       0245-LOCALIZAR-BOLETO.
           MOVE 'N' TO WRK-BOL-ACHOU.
           PERFORM 0247-PROCURAR-BOLETO
               VARYING WRK-BOL-IDX FROM 1 BY 1
               UNTIL WRK-BOL-IDX > WRK-BOL-QT
                   OR BOLETO-NO-CONTROLE.

      *PAGADOR DO BOLETO: NOME DO ALUNO NO CADALUNO (SEM O CADASTRO
      *O BOLETO SAI SO COM A MATRICULA DA REFERENCIA).
       0246-NOME-DO-PAGADOR.
           MOVE SPACES TO WRK-NOME.
           IF WRK-STATUS-CADALUNO NOT = '35'
               MOVE MEN-MATRICULA TO CAD-MATRICULA
               READ F-CADALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAD-NOME TO WRK-NOME
               END-READ
           END-IF.

       0247-PROCURAR-BOLETO.
           IF WRK-BOL-REF (WRK-BOL-IDX) = WRK-REF
               MOVE 'S' TO WRK-BOL-ACHOU
               MOVE WRK-BOL-IDX TO WRK-BOL-POS
           END-IF.

      *MULTA, JUROS E DIA DE VENCIMENTO DA APLICACAO MENSAL NO
      *ENCARGCFG; SEM A LINHA, OS PADROES DA CASA COM AVISO (OS
      *MESMOS DO PROGCOB76).
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

      *REGRAVA O CONTROLE DOS BOLETOS INTEIRO A PARTIR DA TABELA.
       0260-GRAVAR-CONTROLE.
           OPEN OUTPUT F-BOLCTL.
           PERFORM 0261-GRAVAR-LINHA-CTL
               VARYING WRK-BOL-IDX FROM 1 BY 1
               UNTIL WRK-BOL-IDX > WRK-BOL-QT.
           CLOSE F-BOLCTL.

       0261-GRAVAR-LINHA-CTL.
           MOVE WRK-BOL-REF (WRK-BOL-IDX)        TO BCT-REF.
           MOVE WRK-BOL-VALOR (WRK-BOL-IDX)      TO BCT-VALOR.
           MOVE WRK-BOL-VENCIMENTO (WRK-BOL-IDX) TO BCT-VENCIMENTO.
           MOVE WRK-BOL-SITUACAO (WRK-BOL-IDX)   TO BCT-SITUACAO.
           MOVE WRK-BOL-DATA-PAGTO (WRK-BOL-IDX) TO BCT-DATA-PAGTO.
           MOVE WRK-BOL-VALOR-PAGO (WRK-BOL-IDX) TO BCT-VALOR-PAGO.
           WRITE REG-BOLCTL.

      *RETORNO: CADA LINHA DO BANCO MARCA O BOLETO COMO PAGO OU
      *REJEITADO NO CONTROLE; OS PAGOS SAO BAIXADOS NO MENSALIDADES
      *NO FIM, NUMA SO PASSADA, E O QUE NAO BATE VAI PARA AS
      *EXCECOES.
       0500-PROCESSAR-RETORNO.
           PERFORM 0250-CARREGAR-ENCARGCFG.
           PERFORM 0220-CARREGAR-CONTROLE.
           OPEN OUTPUT F-EXCECOES.
           MOVE 'N' TO WRK-FIM-ARQ.
           IF CONTROLE-ESTOUROU
               DISPLAY 'CONTROLE BOLCTL MAIOR QUE A TABELA EM '
                   'MEMORIA, RETORNO RECUSADO'
               MOVE 12 TO RETURN-CODE
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN INPUT F-BOLRET
               IF WRK-STATUS-BOLRET NOT = '00'
                   DISPLAY 'ARQUIVO BOLRET NAO ENCONTRADO, NADA A '
                       'PROCESSAR'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
           END-IF.
           PERFORM 0510-LER-RETORNO UNTIL FIM-ARQ.
           IF NOT CONTROLE-ESTOUROU
               AND WRK-STATUS-BOLRET NOT = '35'
               CLOSE F-BOLRET
               IF WRK-QT-PAGOS > 0
                   PERFORM 0600-BAIXAR-MENSALIDADES
               END-IF
               PERFORM 0260-GRAVAR-CONTROLE
           END-IF.
           CLOSE F-EXCECOES.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'RETORNO: ' WRK-QT-PAGOS ' PAGO(S), '
               WRK-QT-BAIXADOS ' BAIXADO(S) NO MENSALIDADES ('
               WRK-QT-QUITADOS ' QUITADO(S)), '
               WRK-QT-REJEITADOS ' REJEITADO(S), '
               WRK-QT-EXCECOES ' EXCECAO(OES)'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE WRK-TOT-PAGO TO WRK-TOTAL-ED.
           STRING 'TOTAL RECEBIDO=' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE WRK-TOT-PRINCIPAL TO WRK-TOTAL-ED.
           STRING 'TOTAL DE PRINCIPAL BAIXADO=' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE WRK-TOT-ENCARGOS TO WRK-TOTAL-ED.
           STRING 'TOTAL DE MULTA E JUROS (DIARIO ENCARGOS)='
               WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           DISPLAY 'RETORNO PROCESSADO: ' WRK-QT-PAGOS ' PAGO(S), '
               WRK-QT-REJEITADOS ' REJEITADO(S), '
               WRK-QT-EXCECOES ' EXCECAO(OES) (VEJA BOLEXCEC)'.
           IF (WRK-QT-REJEITADOS > 0 OR WRK-QT-EXCECOES > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       0510-LER-RETORNO.
           READ F-BOLRET
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM 0520-APLICAR-RETORNO
           END-READ.

      *PAGAMENTO DE BOLETO JA PAGO (NO CONTROLE OU MAIS ACIMA NESTE
      *MESMO RETORNO) E DUPLICIDADE: NAO BAIXA DE NOVO, VAI PARA AS
      *EXCECOES PARA A DEVOLUCAO.
       0520-APLICAR-RETORNO.
           MOVE RET-REF TO WRK-REF.
           PERFORM 0245-LOCALIZAR-BOLETO.
           MOVE RET-VALOR-PAGO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           EVALUATE TRUE
               WHEN NOT BOLETO-NO-CONTROLE
                   STRING 'PAGAMENTO SEM BOLETO REMETIDO: REF='
                       RET-REF ' SIT=' RET-SITUACAO
                       ' DATA=' RET-DATA-PAGTO
                       ' VALOR=' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0800-GRAVAR-EXCECAO
               WHEN RET-SITUACAO = 'P'
                   AND WRK-BOL-SITUACAO (WRK-BOL-POS) = 'P'
                   STRING 'PAGAMENTO EM DUPLICIDADE: REF=' RET-REF
                       ' DATA=' RET-DATA-PAGTO
                       ' VALOR=' WRK-VALOR-ED
                       ' (JA PAGO EM '
                       WRK-BOL-DATA-PAGTO (WRK-BOL-POS)
                       ') - DEVOLVER'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0800-GRAVAR-EXCECAO
               WHEN RET-SITUACAO = 'P'
                   PERFORM 0530-REGISTRAR-PAGAMENTO
               WHEN RET-SITUACAO = 'J'
                   AND WRK-BOL-SITUACAO (WRK-BOL-POS) = 'P'
                   STRING 'REJEICAO DE BOLETO JA PAGO: REF=' RET-REF
                       ' (PAGO EM '
                       WRK-BOL-DATA-PAGTO (WRK-BOL-POS)
                       ') - CONFERIR COM O BANCO'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0800-GRAVAR-EXCECAO
               WHEN RET-SITUACAO = 'J'
                   MOVE 'J' TO WRK-BOL-SITUACAO (WRK-BOL-POS)
                   ADD 1 TO WRK-QT-REJEITADOS
                   MOVE WRK-BOL-VALOR (WRK-BOL-POS) TO WRK-VALOR-ED
                   STRING 'REJEITADO PELO BANCO: REF=' RET-REF
                       ' VALOR=' WRK-VALOR-ED
                       ' (VOLTA NA PROXIMA REMESSA)'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0910-GRAVAR-LINHA-RPT
               WHEN OTHER
                   STRING 'RETORNO COM SITUACAO INVALIDA: REF='
                       RET-REF ' SIT=' RET-SITUACAO
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0800-GRAVAR-EXCECAO
           END-EVALUATE.

      *SEPARA O VALOR PAGO EM PRINCIPAL, MULTA E JUROS. ATRASO DO
      *VENCIMENTO DO BOLETO ATE A DATA DO PAGAMENTO NO CALENDARIO
      *COMERCIAL, ENCARGOS CALCULADOS SOBRE O PRINCIPAL COMO NA BAIXA
      *DO PROGCOB76. PAGOU O DEVIDO OU MAIS: O PRINCIPAL E O BOLETO
      *INTEIRO (A SOBRA E EXCECAO DE PAGO A MAIOR). PAGOU MENOS: O
      *PRINCIPAL E A PARTE DO VALOR PAGO QUE, SOMADA AOS SEUS
      *ENCARGOS, DA O VALOR PAGO (PAGAMENTO PARCIAL, SALDO EM ABERTO).
       0530-REGISTRAR-PAGAMENTO.
           MOVE RET-DATA-PAGTO TO WRK-DATA-PAGTO.
           IF WRK-DATA-PAGTO IS NOT NUMERIC
               OR WRK-DATA-PAGTO = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-PAGTO
           END-IF.
           MOVE WRK-BOL-VENCIMENTO (WRK-BOL-POS) TO WRK-DATA-VENC.
           COMPUTE WRK-DIAS-VENC = (WRK-VNC-ANO * 360)
               + (WRK-VNC-MES * 30) + WRK-VNC-DIA.
           COMPUTE WRK-DIAS-PAGTO = (WRK-PGT-ANO * 360)
               + (WRK-PGT-MES * 30) + WRK-PGT-DIA.
           COMPUTE WRK-ENC-DIAS = WRK-DIAS-PAGTO - WRK-DIAS-VENC.
           MOVE WRK-BOL-VALOR (WRK-BOL-POS) TO WRK-ENC-PRINCIPAL.
           PERFORM 0540-CALCULAR-ENCARGOS.
           COMPUTE WRK-ENC-DEVIDO = WRK-ENC-PRINCIPAL + WRK-ENC-MULTA
               + WRK-ENC-JUROS.
           IF RET-VALOR-PAGO < WRK-ENC-DEVIDO
               MOVE 1 TO WRK-ENC-FATOR
               IF WRK-ENC-MULTA > 0 OR WRK-ENC-JUROS > 0
                   COMPUTE WRK-ENC-FATOR ROUNDED = 1
                       + (WRK-ECF-PERC-MULTA / 100)
                       + (WRK-ECF-JUROS-DIA / 100 * WRK-ENC-DIAS)
               END-IF
               COMPUTE WRK-ENC-PRINCIPAL ROUNDED =
                   RET-VALOR-PAGO / WRK-ENC-FATOR
               PERFORM 0540-CALCULAR-ENCARGOS
               IF WRK-ENC-MULTA > 0 OR WRK-ENC-JUROS > 0
                   COMPUTE WRK-ENC-DIFERENCA = RET-VALOR-PAGO
                       - WRK-ENC-PRINCIPAL - WRK-ENC-MULTA
                   IF WRK-ENC-DIFERENCA >= 0
                       MOVE WRK-ENC-DIFERENCA TO WRK-ENC-JUROS
                   END-IF
               END-IF
           END-IF.
           MOVE 'P' TO WRK-BOL-SITUACAO (WRK-BOL-POS).
           MOVE WRK-DATA-PAGTO TO WRK-BOL-DATA-PAGTO (WRK-BOL-POS).
           MOVE RET-VALOR-PAGO TO WRK-BOL-VALOR-PAGO (WRK-BOL-POS).
           MOVE 'B' TO WRK-BOL-BAIXA (WRK-BOL-POS).
           MOVE WRK-ENC-PRINCIPAL TO WRK-BOL-PRINCIPAL (WRK-BOL-POS).
           MOVE WRK-ENC-MULTA TO WRK-BOL-MULTA (WRK-BOL-POS).
           MOVE WRK-ENC-JUROS TO WRK-BOL-JUROS (WRK-BOL-POS).
           MOVE ZEROS TO WRK-BOL-DIAS (WRK-BOL-POS).
           IF WRK-ENC-DIAS > 0
               MOVE WRK-ENC-DIAS TO WRK-BOL-DIAS (WRK-BOL-POS)
           END-IF.
           ADD 1 TO WRK-QT-PAGOS.
           ADD RET-VALOR-PAGO TO WRK-TOT-PAGO.
           MOVE WRK-ENC-PRINCIPAL TO WRK-PRINC-ED.
           MOVE WRK-ENC-MULTA TO WRK-MULTA-ED.
           MOVE WRK-ENC-JUROS TO WRK-JUROS-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'PAGO: REF=' RET-REF ' DATA=' WRK-DATA-PAGTO
               ' VALOR=' WRK-VALOR-ED
               ' PRINCIPAL=' WRK-PRINC-ED
               ' MULTA=' WRK-MULTA-ED
               ' JUROS=' WRK-JUROS-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           COMPUTE WRK-ENC-DIFERENCA = RET-VALOR-PAGO
               - WRK-ENC-PRINCIPAL - WRK-ENC-MULTA - WRK-ENC-JUROS.
           IF WRK-ENC-DIFERENCA > 0
               MOVE WRK-ENC-DIFERENCA TO WRK-DIF-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'PAGO A MAIOR: REF=' RET-REF
                   ' DATA=' WRK-DATA-PAGTO
                   ' VALOR=' WRK-VALOR-ED
                   ' SOBRA=' WRK-DIF-ED ' - DEVOLVER OU COMPENSAR'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.
           IF WRK-ENC-PRINCIPAL < WRK-BOL-VALOR (WRK-BOL-POS)
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '   PAGAMENTO PARCIAL: O SALDO FICA EM ABERTO '
                   'NO MENSALIDADES (BAIXA PELO PROGCOB76)'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

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

      *BAIXA DOS PAGOS DA RODADA NO MENSALIDADES, VIA ARQUIVO DE
      *TRABALHO (REGRAVACAO TOTAL, COMO NA BAIXA DO PROGCOB76). PAGO
      *CUJA COBRANCA NAO ESTA MAIS EM ABERTO (BAIXADA A MAO OU
      *CANCELADA NO PROGCOB76 DEPOIS DA REMESSA) VAI PARA AS
      *EXCECOES.
       0600-BAIXAR-MENSALIDADES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-MENSALIDADES.
           IF WRK-STATUS-MENSAL NOT = '00'
               DISPLAY 'ARQUIVO DE MENSALIDADES NAO ENCONTRADO'
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN OUTPUT F-MENSALN
           END-IF.
           PERFORM 0610-COPIAR-COBRANCA UNTIL FIM-ARQ.
           IF WRK-STATUS-MENSAL NOT = '35'
               CLOSE F-MENSALIDADES
               CLOSE F-MENSALN
               IF WRK-QT-BAIXADOS > 0
                   PERFORM 0630-RECOPIAR-MENSALIDADES
               END-IF
           END-IF.
           PERFORM 0650-CONFERIR-NAO-BAIXADO
               VARYING WRK-BOL-IDX FROM 1 BY 1
               UNTIL WRK-BOL-IDX > WRK-BOL-QT.

       0610-COPIAR-COBRANCA.
           READ F-MENSALIDADES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MEN-SITUACAO = 'A'
                       MOVE SPACES TO WRK-REF
                       STRING MEN-MATRICULA MEN-MES
                           DELIMITED BY SIZE INTO WRK-REF
                       PERFORM 0245-LOCALIZAR-BOLETO
                       IF BOLETO-NO-CONTROLE
                           AND WRK-BOL-BAIXA (WRK-BOL-POS) = 'B'
                           PERFORM 0620-BAIXAR-COBRANCA
                       END-IF
                   END-IF
                   MOVE REG-MENSALIDADE TO REG-MENSALN
                   WRITE REG-MENSALN
           END-READ.

       0620-BAIXAR-COBRANCA.
           MOVE 'F' TO WRK-BOL-BAIXA (WRK-BOL-POS).
           ADD WRK-BOL-PRINCIPAL (WRK-BOL-POS) TO MEN-PAGO.
           IF MEN-PAGO >= MEN-VALOR
               MOVE 'P' TO MEN-SITUACAO
               ADD 1 TO WRK-QT-QUITADOS
           END-IF.
           ADD 1 TO WRK-QT-BAIXADOS.
           ADD WRK-BOL-PRINCIPAL (WRK-BOL-POS) TO WRK-TOT-PRINCIPAL.
           IF WRK-BOL-MULTA (WRK-BOL-POS) > 0
               OR WRK-BOL-JUROS (WRK-BOL-POS) > 0
               ADD WRK-BOL-MULTA (WRK-BOL-POS) TO WRK-TOT-ENCARGOS
               ADD WRK-BOL-JUROS (WRK-BOL-POS) TO WRK-TOT-ENCARGOS
               PERFORM 0640-GRAVAR-ENCARGO
           END-IF.

      *DEVOLVE O CONTEUDO DO ARQUIVO DE TRABALHO PARA O
      *MENSALIDADES.
       0630-RECOPIAR-MENSALIDADES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-MENSALN.
           OPEN OUTPUT F-MENSALIDADES.
           PERFORM 0631-COPIAR-DE-VOLTA UNTIL FIM-ARQ.
           CLOSE F-MENSALN.
           CLOSE F-MENSALIDADES.

       0631-COPIAR-DE-VOLTA.
           READ F-MENSALN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-MENSALN TO REG-MENSALIDADE
                   WRITE REG-MENSALIDADE
           END-READ.

      *LINHA DO ENCARGO COBRADO NO DIARIO ENCARGOS, PARA O LOTE
      *CONTABIL DO DIA DO PAGAMENTO (MESMA LINHA DA BAIXA DO
      *PROGCOB76).
       0640-GRAVAR-ENCARGO.
           OPEN EXTEND F-ENCARGOS.
           IF WRK-STATUS-ENCARGOS = '35'
               OPEN OUTPUT F-ENCARGOS
           END-IF.
           MOVE WRK-BOL-DATA-PAGTO (WRK-BOL-POS) TO ENC-DATA.
           MOVE 'MENSAL' TO ENC-APLICACAO.
           MOVE WRK-BOL-REF (WRK-BOL-POS) TO ENC-DOCUMENTO.
           MOVE WRK-BOL-VENCIMENTO (WRK-BOL-POS) TO ENC-VENCIMENTO.
           MOVE WRK-BOL-DIAS (WRK-BOL-POS) TO ENC-DIAS.
           MOVE WRK-BOL-PRINCIPAL (WRK-BOL-POS) TO ENC-PRINCIPAL.
           MOVE WRK-BOL-MULTA (WRK-BOL-POS) TO ENC-MULTA.
           MOVE WRK-BOL-JUROS (WRK-BOL-POS) TO ENC-JUROS.
           WRITE REG-ENCARGO.
           CLOSE F-ENCARGOS.

       0650-CONFERIR-NAO-BAIXADO.
           IF WRK-BOL-BAIXA (WRK-BOL-IDX) = 'B'
               MOVE WRK-BOL-VALOR-PAGO (WRK-BOL-IDX) TO WRK-VALOR-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'PAGO, MAS A COBRANCA NAO ESTA EM ABERTO: REF='
                   WRK-BOL-REF (WRK-BOL-IDX)
                   ' DATA=' WRK-BOL-DATA-PAGTO (WRK-BOL-IDX)
                   ' VALOR=' WRK-VALOR-ED
                   ' - DEVOLVER OU COMPENSAR'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0800-GRAVAR-EXCECAO
           END-IF.

      *GRAVA A LINHA MONTADA EM WRK-RPT-LINHA-TXT NA LISTAGEM DE
      *EXCECOES E TAMBEM NO RELATORIO DA RODADA.
       0800-GRAVAR-EXCECAO.
           MOVE WRK-RPT-LINHA-TXT TO REG-EXCECAO.
           WRITE REG-EXCECAO.
           ADD 1 TO WRK-QT-EXCECOES.
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
