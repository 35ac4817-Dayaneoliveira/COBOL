      *      GRAVA O ARQUIVO DE REMESSA BANCARIA (BANCOREM, UM
      *      REGISTRO POR FATURA COM A NOSSA REFERENCIA) E MARCA
      *      CADA UMA COMO REMETIDA NO CONTROLE FATPAGCTL - A MESMA
      *      FATURA NUNCA E PAGA DUAS VEZES. OS SINISTROS ACEITOS
      *      PELA TRANSPORTADORA (OCORRENCIAS EM SITUACAO C DO
      *      PROGCOB52, TRANSPORTADORA DO PEDIDO NO PEDMESTRE) SAO
      *      DESCONTADOS DOS PAGAMENTOS DA MESMA TRANSPORTADORA: A
      *      REMESSA LEVA O LIQUIDO, O RELATORIO MOSTRA FATURA,
      *      DESCONTO E LIQUIDO, E O SINISTRO TOTALMENTE DESCONTADO
      *      E ENCERRADO COMO RECUPERADO (R) COM A REFERENCIA DO
      *      PAGAMENTO. FATURA ZERADA PELO DESCONTO NAO VAI AO BANCO
      *      E JA FICA PAGA (P) NO CONTROLE;
      *  T = RETORNO: LE O ARQUIVO DE RETORNO DO BANCO (BANCORET:
      *      REFERENCIA + P=PAGA / J=REJEITADA), ATUALIZA O CONTROLE
      *      E RELATA AS REJEITADAS NAO PAGAS (QUE VOLTAM NA PROXIMA
           SELECT F-FATTRANSP ASSIGN TO 'FATTRANSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATTRANSP.
      *MESTRE DE PEDIDOS, INDEXADO PELO NUMERO (VEJA PMSREC.CPY) -
      *TRANSPORTADORA DO PEDIDO DONO DE CADA SINISTRO.
           SELECT F-PEDMESTRE ASSIGN TO 'PEDMESTRE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.
      *OCORRENCIAS DE ENTREGA (PROGCOB52): SINISTROS ACEITOS A
      *COMPENSAR NO PAGAMENTO.
           SELECT F-OCORRENCIAS ASSIGN TO 'OCORRENCIAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OCORRENCIAS.
      *ARQUIVO DE TRABALHO DO ENCERRAMENTO DOS SINISTROS
      *COMPENSADOS.
           SELECT F-OCORRN ASSIGN TO 'OCORRN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OCORRN.
      *COTACOES DE FRETE GRAVADAS PELO PROGCOB09.
           SELECT F-COTACOES ASSIGN TO 'COTACOES'
               ORGANIZATION IS LINE SEQUENTIAL
           03 FAT-DATA   PIC 9(08).
           03 FAT-TRANSP PIC X(03).

       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.

       FD  F-OCORRENCIAS.
       01  REG-OCORRENCIA.
           03 OCO-NUMERO      PIC 9(08).
           03 OCO-SEQ         PIC 9(02).
           03 OCO-TIPO        PIC X(02).
           03 OCO-DATA        PIC 9(08).
           03 OCO-DESCRICAO   PIC X(30).
           03 OCO-VALOR       PIC 9(06)V99.
           03 OCO-SITUACAO    PIC X(01).
           03 OCO-VALOR-RECUP PIC 9(06)V99.
           03 OCO-VALOR-ACEITO PIC 9(06)V99.
           03 OCO-REF-PAGTO    PIC X(10).

       FD  F-OCORRN.
       01  REG-OCORRN PIC X(85).

       FD  F-COTACOES.
       01  REG-COTACAO.
           03 COT-DATA-HORA  PIC X(14).
           03 FPG-REF      PIC X(10).
           03 FPG-VALOR    PIC 9(06)V99.
           03 FPG-SITUACAO PIC X(01).
      *SINISTROS DESCONTADOS NO PAGAMENTO (FPG-VALOR E O VALOR DA
      *FATURA; O LIQUIDO PAGO E A DIFERENCA). ESPACOS NAS LINHAS
      *ANTERIORES A COMPENSACAO = SEM DESCONTO.
           03 FPG-DESCONTO PIC 9(06)V99.

       FD  F-FATPAGN.
       01  REG-FATPAGN PIC X(35).

       FD  F-BANCOREM.
       01  REG-BANCOREM.
       77 WRK-STATUS-FATPAGN   PIC X(02) VALUE '00'.
       77 WRK-STATUS-BANCOREM  PIC X(02) VALUE '00'.
       77 WRK-STATUS-BANCORET  PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-STATUS-OCORRENCIAS PIC X(02) VALUE '00'.
       77 WRK-STATUS-OCORRN    PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MODO PIC X(01) VALUE SPACES.
               05 WRK-PAG-REF      PIC X(10).
               05 WRK-PAG-VALOR    PIC 9(06)V99.
               05 WRK-PAG-SITUACAO PIC X(01).
               05 WRK-PAG-DESCONTO PIC 9(06)V99.
       77 WRK-PAG-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-PAG-POS PIC 9(04) VALUE ZEROS.
       77 WRK-PAG-ACHOU PIC X(01) VALUE 'N'.
           88 FATURA-NO-CONTROLE VALUE 'S'.
      *SINISTROS ACEITOS A COMPENSAR: SALDO PENDENTE (ACEITO MENOS
      *O JA DESCONTADO), O QUE ESTA REMESSA DESCONTOU E A REFERENCIA
      *DO ULTIMO PAGAMENTO QUE DESCONTOU. SINISTRO ALEM DA TABELA
      *FICA PARA A PROXIMA REMESSA.
       77 WRK-SIN-MAX PIC 9(04) VALUE 0200.
       77 WRK-SIN-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-SINISTROS.
           03 WRK-TAB-SIN-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-SIN-QT.
               05 WRK-SIN-PEDIDO    PIC 9(08).
               05 WRK-SIN-SEQ       PIC 9(02).
               05 WRK-SIN-TRANSP    PIC X(03).
               05 WRK-SIN-PENDENTE  PIC 9(06)V99.
               05 WRK-SIN-DESCONTADO PIC 9(06)V99.
               05 WRK-SIN-REF       PIC X(10).
       77 WRK-SIN-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-SIN-POS PIC 9(04) VALUE ZEROS.
       77 WRK-SIN-ACHOU PIC X(01) VALUE 'N'.
           88 SINISTRO-NA-TABELA VALUE 'S'.
       77 WRK-SIN-FORA PIC 9(04) VALUE ZEROS.
       77 WRK-SIN-TRANSP-CORRENTE PIC X(03) VALUE SPACES.
       77 WRK-LIQUIDO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-FATURA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-SIN    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOT-FATURAS   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QT-COMPENSADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ENCERRADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ED   PIC ZZZZZ9,99.
       77 WRK-DESC-ED    PIC ZZZZZ9,99.
       77 WRK-LIQ-ED     PIC ZZZZZ9,99.
       77 WRK-TOTAL-ED   PIC ZZZZZZZZ9,99.
      *CAMPOS DA RODADA CORRENTE.
       77 WRK-DIFERENCA PIC S9(06)V99 VALUE ZEROS.
       77 WRK-REF PIC X(10) VALUE SPACES.
      *VIRA UM REGISTRO DE PAGAMENTO NA REMESSA E UMA LINHA R NO
      *CONTROLE.
       0200-GERAR-REMESSA.
           PERFORM 0205-CARREGAR-SINISTROS.
           PERFORM 0210-CARREGAR-COTACOES.
           PERFORM 0220-CARREGAR-CONTROLE.
           MOVE 'N' TO WRK-FIM-ARQ.
               CLOSE F-FATTRANSP
               CLOSE F-BANCOREM
               PERFORM 0260-GRAVAR-CONTROLE
               IF WRK-TOT-DESCONTOS > ZEROS
                   PERFORM 0270-ENCERRAR-SINISTROS
               END-IF
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'REMESSA: ' WRK-QT-REMETIDAS ' FATURA(S), '
               WRK-QT-FORA ' FORA (NAO CONCILIADA OU JA TRATADA)'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE WRK-TOT-FATURAS TO WRK-TOTAL-ED.
           STRING 'TOTAL FATURAS=' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE WRK-TOT-DESCONTOS TO WRK-TOTAL-ED.
           STRING 'TOTAL DESCONTOS DE SINISTROS=' WRK-TOTAL-ED
               ' (' WRK-QT-ENCERRADOS ' SINISTRO(S) ENCERRADO(S), '
               WRK-QT-COMPENSADAS ' QUITADA(S) SO POR DESCONTO)'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-ED.
           STRING 'TOTAL LIQUIDO PAGO=' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF WRK-SIN-FORA > 0
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'SINISTROS ALEM DA TABELA: ' WRK-SIN-FORA
                   ' (FICAM PARA A PROXIMA REMESSA)'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.
           DISPLAY 'REMESSA GRAVADA EM BANCOREM ('
               WRK-QT-REMETIDAS ' PAGAMENTO(S))'.

      *SINISTROS ACEITOS (SITUACAO C) COM SALDO A DESCONTAR, COM A
      *TRANSPORTADORA DO PEDIDO DONO (LIDO PELA CHAVE). PEDIDO SEM
      *TRANSPORTADORA NAO TEM DE QUEM DESCONTAR E FICA DE FORA.
       0205-CARREGAR-SINISTROS.
           MOVE ZEROS TO WRK-SIN-QT.
           MOVE ZEROS TO WRK-SIN-FORA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-OCORRENCIAS.
           IF WRK-STATUS-OCORRENCIAS NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN INPUT F-PEDMESTRE
           END-IF.
           PERFORM 0206-LER-SINISTRO UNTIL FIM-ARQ.
           IF WRK-STATUS-OCORRENCIAS NOT = '35'
               CLOSE F-OCORRENCIAS
               IF WRK-STATUS-PEDMESTRE NOT = '35'
                   CLOSE F-PEDMESTRE
               END-IF
           END-IF.

       0206-LER-SINISTRO.
           READ F-OCORRENCIAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF OCO-SITUACAO = 'C'
                       AND OCO-VALOR-ACEITO IS NUMERIC
                       AND OCO-VALOR-ACEITO > OCO-VALOR-RECUP
                       PERFORM 0207-GUARDAR-SINISTRO
                   END-IF
           END-READ.

       0207-GUARDAR-SINISTRO.
           MOVE SPACES TO WRK-SIN-TRANSP-CORRENTE.
           IF WRK-STATUS-PEDMESTRE = '00'
               MOVE OCO-NUMERO TO PMS-NUMERO
               READ F-PEDMESTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PMS-TRANSP TO WRK-SIN-TRANSP-CORRENTE
               END-READ
           END-IF.
           IF WRK-SIN-TRANSP-CORRENTE NOT = SPACES
               IF WRK-SIN-QT < WRK-SIN-MAX
                   ADD 1 TO WRK-SIN-QT
                   MOVE OCO-NUMERO TO WRK-SIN-PEDIDO (WRK-SIN-QT)
                   MOVE OCO-SEQ TO WRK-SIN-SEQ (WRK-SIN-QT)
                   MOVE WRK-SIN-TRANSP-CORRENTE TO
                       WRK-SIN-TRANSP (WRK-SIN-QT)
                   COMPUTE WRK-SIN-PENDENTE (WRK-SIN-QT) =
                       OCO-VALOR-ACEITO - OCO-VALOR-RECUP
                   MOVE ZEROS TO WRK-SIN-DESCONTADO (WRK-SIN-QT)
                   MOVE SPACES TO WRK-SIN-REF (WRK-SIN-QT)
               ELSE
                   ADD 1 TO WRK-SIN-FORA
               END-IF
           END-IF.

       0210-CARREGAR-COTACOES.
           MOVE ZEROS TO WRK-COT-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
                       MOVE FPG-VALOR TO WRK-PAG-VALOR (WRK-PAG-QT)
                       MOVE FPG-SITUACAO TO
                           WRK-PAG-SITUACAO (WRK-PAG-QT)
                       IF FPG-DESCONTO IS NUMERIC
                           MOVE FPG-DESCONTO TO
                               WRK-PAG-DESCONTO (WRK-PAG-QT)
                       ELSE
                           MOVE ZEROS TO
                               WRK-PAG-DESCONTO (WRK-PAG-QT)
                       END-IF
                   END-IF
           END-READ.

               MOVE SPACES TO WRK-REF
               STRING 'FT' FAT-NUMERO DELIMITED BY SIZE
                   INTO WRK-REF
      *REJEITADA QUE VOLTA JA TRAZ O DESCONTO DA REMESSA ANTERIOR
      *(OS SINISTROS DAQUELE DESCONTO JA FORAM ENCERRADOS).
               MOVE ZEROS TO WRK-DESC-FATURA
               IF FATURA-NO-CONTROLE
                   MOVE WRK-PAG-DESCONTO (WRK-PAG-POS)
                       TO WRK-DESC-FATURA
               ELSE
                   ADD 1 TO WRK-PAG-QT
                   MOVE WRK-PAG-QT TO WRK-PAG-POS
               END-IF
               IF WRK-DESC-FATURA > FAT-FRETE
                   MOVE FAT-FRETE TO WRK-DESC-FATURA
               END-IF
               COMPUTE WRK-LIQUIDO = FAT-FRETE - WRK-DESC-FATURA
               IF FAT-TRANSP NOT = SPACES
                   PERFORM 0255-COMPENSAR-SINISTRO
                       VARYING WRK-SIN-IDX FROM 1 BY 1
                       UNTIL WRK-SIN-IDX > WRK-SIN-QT
                           OR WRK-LIQUIDO = ZEROS
               END-IF
               MOVE FAT-NUMERO TO WRK-PAG-NUMERO (WRK-PAG-POS)
               MOVE WRK-REF TO WRK-PAG-REF (WRK-PAG-POS)
               MOVE FAT-FRETE TO WRK-PAG-VALOR (WRK-PAG-POS)
               MOVE WRK-DESC-FATURA TO WRK-PAG-DESCONTO (WRK-PAG-POS)
               ADD FAT-FRETE TO WRK-TOT-FATURAS
               ADD WRK-DESC-FATURA TO WRK-TOT-DESCONTOS
               ADD WRK-LIQUIDO TO WRK-TOT-LIQUIDO
               MOVE FAT-FRETE TO WRK-VALOR-ED
               MOVE WRK-DESC-FATURA TO WRK-DESC-ED
               MOVE WRK-LIQUIDO TO WRK-LIQ-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               IF WRK-LIQUIDO = ZEROS
                   MOVE 'P' TO WRK-PAG-SITUACAO (WRK-PAG-POS)
                   ADD 1 TO WRK-QT-COMPENSADAS
                   STRING 'QUITADA POR DESCONTO: REF=' WRK-REF
                       ' TRANSP=' FAT-TRANSP
                       ' FATURA=' WRK-VALOR-ED
                       ' DESCONTO=' WRK-DESC-ED
                       ' LIQUIDO=' WRK-LIQ-ED
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               ELSE
                   MOVE 'R' TO WRK-PAG-SITUACAO (WRK-PAG-POS)
                   MOVE WRK-REF TO REM-REF
                   MOVE WRK-LIQUIDO TO REM-VALOR
                   MOVE WRK-DATA-HOJE TO REM-DATA
                   MOVE FAT-TRANSP TO REM-TRANSP
                   WRITE REG-BANCOREM
                   ADD 1 TO WRK-QT-REMETIDAS
                   STRING 'REMETIDA: REF=' WRK-REF
                       ' TRANSP=' FAT-TRANSP
                       ' FATURA=' WRK-VALOR-ED
                       ' DESCONTO=' WRK-DESC-ED
                       ' LIQUIDO=' WRK-LIQ-ED
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               END-IF
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF
           END-IF.
               MOVE WRK-PAG-IDX TO WRK-PAG-POS
           END-IF.

      *DESCONTA DO LIQUIDO DA FATURA O SALDO PENDENTE DE UM SINISTRO
      *ACEITO DA MESMA TRANSPORTADORA (ATE ZERAR O LIQUIDO; O QUE
      *SOBRAR DO SINISTRO FICA PARA A PROXIMA FATURA).
       0255-COMPENSAR-SINISTRO.
           IF WRK-SIN-TRANSP (WRK-SIN-IDX) = FAT-TRANSP
               AND WRK-SIN-PENDENTE (WRK-SIN-IDX) > ZEROS
               IF WRK-SIN-PENDENTE (WRK-SIN-IDX) > WRK-LIQUIDO
                   MOVE WRK-LIQUIDO TO WRK-DESC-SIN
               ELSE
                   MOVE WRK-SIN-PENDENTE (WRK-SIN-IDX) TO WRK-DESC-SIN
               END-IF
               SUBTRACT WRK-DESC-SIN FROM
                   WRK-SIN-PENDENTE (WRK-SIN-IDX)
               ADD WRK-DESC-SIN TO WRK-SIN-DESCONTADO (WRK-SIN-IDX)
               MOVE WRK-REF TO WRK-SIN-REF (WRK-SIN-IDX)
               SUBTRACT WRK-DESC-SIN FROM WRK-LIQUIDO
               ADD WRK-DESC-SIN TO WRK-DESC-FATURA
               MOVE WRK-DESC-SIN TO WRK-DESC-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '   DESCONTO DE SINISTRO: PEDIDO='
                   WRK-SIN-PEDIDO (WRK-SIN-IDX)
                   ' OCORR=' WRK-SIN-SEQ (WRK-SIN-IDX)
                   ' VALOR=' WRK-DESC-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

      *REGRAVA O CONTROLE DE PAGAMENTO INTEIRO A PARTIR DA TABELA.
       0260-GRAVAR-CONTROLE.
           OPEN OUTPUT F-FATPAGCTL.
           MOVE WRK-PAG-REF (WRK-PAG-IDX)      TO FPG-REF.
           MOVE WRK-PAG-VALOR (WRK-PAG-IDX)    TO FPG-VALOR.
           MOVE WRK-PAG-SITUACAO (WRK-PAG-IDX) TO FPG-SITUACAO.
           MOVE WRK-PAG-DESCONTO (WRK-PAG-IDX) TO FPG-DESCONTO.
           WRITE REG-FATPAGCTL.

      *GRAVA NO OCORRENCIAS O QUE A REMESSA DESCONTOU DE CADA
      *SINISTRO (SOMA NO RECUPERADO, COM A REFERENCIA DO PAGAMENTO)
      *E ENCERRA COMO RECUPERADO (R) O QUE FICOU TODO DESCONTADO.
       0270-ENCERRAR-SINISTROS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-OCORRENCIAS.
           OPEN OUTPUT F-OCORRN.
           PERFORM 0271-COPIAR-SINISTRO UNTIL FIM-ARQ.
           CLOSE F-OCORRENCIAS.
           CLOSE F-OCORRN.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-OCORRN.
           OPEN OUTPUT F-OCORRENCIAS.
           PERFORM 0275-COPIAR-DE-VOLTA UNTIL FIM-ARQ.
           CLOSE F-OCORRN.
           CLOSE F-OCORRENCIAS.

       0271-COPIAR-SINISTRO.
           READ F-OCORRENCIAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF OCO-SITUACAO = 'C'
                       PERFORM 0272-APLICAR-DESCONTO
                   END-IF
                   MOVE REG-OCORRENCIA TO REG-OCORRN
                   WRITE REG-OCORRN
           END-READ.

       0272-APLICAR-DESCONTO.
           MOVE 'N' TO WRK-SIN-ACHOU.
           PERFORM 0273-PROCURAR-SINISTRO
               VARYING WRK-SIN-IDX FROM 1 BY 1
               UNTIL WRK-SIN-IDX > WRK-SIN-QT OR SINISTRO-NA-TABELA.
           IF SINISTRO-NA-TABELA
               AND WRK-SIN-DESCONTADO (WRK-SIN-POS) > ZEROS
               ADD WRK-SIN-DESCONTADO (WRK-SIN-POS) TO OCO-VALOR-RECUP
               MOVE WRK-SIN-REF (WRK-SIN-POS) TO OCO-REF-PAGTO
               IF OCO-VALOR-RECUP >= OCO-VALOR-ACEITO
                   MOVE 'R' TO OCO-SITUACAO
                   ADD 1 TO WRK-QT-ENCERRADOS
                   MOVE SPACES TO WRK-RPT-LINHA-TXT
                   STRING 'SINISTRO ENCERRADO (R): PEDIDO=' OCO-NUMERO
                       ' OCORR=' OCO-SEQ ' PAGAMENTO=' OCO-REF-PAGTO
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0910-GRAVAR-LINHA-RPT
               END-IF
           END-IF.

       0273-PROCURAR-SINISTRO.
           IF WRK-SIN-PEDIDO (WRK-SIN-IDX) = OCO-NUMERO
               AND WRK-SIN-SEQ (WRK-SIN-IDX) = OCO-SEQ
               MOVE 'S' TO WRK-SIN-ACHOU
               MOVE WRK-SIN-IDX TO WRK-SIN-POS
           END-IF.

       0275-COPIAR-DE-VOLTA.
           READ F-OCORRN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-OCORRN TO REG-OCORRENCIA
                   WRITE REG-OCORRENCIA
           END-READ.

      *RETORNO: CADA LINHA DO BANCO MARCA A FATURA COMO PAGA OU
      *REJEITADA NO CONTROLE; AS REJEITADAS SAEM NO RELATORIO.
       0500-PROCESSAR-RETORNO.
