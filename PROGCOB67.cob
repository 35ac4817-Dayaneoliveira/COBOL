      *   (RECEITAS - DESPESAS), NO LAYOUT RPTHDR, AO LADO DO
      *   BALANCETE QUE O PROGCOB06 JA IMPRIME.
      *CONTAS DE ATIVO/PASSIVO FICAM FORA - DEMONSTRATIVO DE
      *RESULTADO E SO RECEITA E DESPESA. VALORES EM REAIS COM
      *CENTAVOS, COMO O SALDOS E O RAZAOEXP (SALREC.CPY, REXREC.CPY).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  F-SALDOS.
           COPY 'SALREC.CPY'.

       FD  F-PLANOCTA.
       01  REG-PLANOCTA.
           03 PCT-ATIVA  PIC X(01).

       FD  F-RAZAOEXP.
           COPY 'REXREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).
               05 WRK-RES-CONTA  PIC X(08).
               05 WRK-RES-NOME   PIC X(20).
               05 WRK-RES-CLASSE PIC X(01).
               05 WRK-RES-SALDO  PIC S9(11)V99 VALUE ZEROS.
               05 WRK-RES-MOVTO  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-RES-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-RES-POS PIC 9(04) VALUE ZEROS.
       77 WRK-RES-ACHOU PIC X(01) VALUE 'N'.
       77 WRK-CONTA-BUSCA PIC X(08) VALUE SPACES.
      *SUBTOTAIS E RESULTADO (RECEITA E SALDO CREDOR POSITIVO;
      *DESPESA APARECE COMO SALDO DEVEDOR, MOSTRADA POSITIVA).
       77 WRK-TOT-RECEITAS PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-DESPESAS PIC S9(13)V99 VALUE ZEROS.
       77 WRK-MOV-RECEITAS PIC S9(13)V99 VALUE ZEROS.
       77 WRK-MOV-DESPESAS PIC S9(13)V99 VALUE ZEROS.
       77 WRK-RESULTADO PIC S9(13)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MOVTO-ED PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-COM-SINAL PIC S9(11)V99 VALUE ZEROS.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB67'.
           END-READ.

      *MOVIMENTO DO MES POR CONTA, DOS REGISTROS TIPO D DO RAZAOEXP
      *(CREDITO - DEBITO, O MESMO SINAL DO RAZAO). OS LANCAMENTOS DO
      *ENCERRAMENTO DO EXERCICIO (PROGCOB120, ORIGENS ENCERRAM E
      *REABERTU) FICAM FORA - SENAO DEZEMBRO SAIRIA ZERADO.
       0300-APURAR-MOVIMENTO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-RAZAOEXP.
               NOT AT END
                   IF REX-TIPO = 'D'
                       AND REX-DATA (1:6) = WRK-MES-FILTRO
                       AND REX-ORIGEM NOT = 'ENCERRAM'
                       AND REX-ORIGEM NOT = 'REABERTU'
                       MOVE REX-CONTA TO WRK-CONTA-BUSCA
                       PERFORM 0500-LOCALIZAR-CONTA
                       IF CONTA-NO-DEMONSTRATIVO
