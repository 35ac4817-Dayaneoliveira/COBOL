       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB118.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : ORCAMENTO ANUAL POR CONTA CONTABIL, FILIAL E MES,
      *E O ORCADO X REALIZADO DO MES. A DIRETORIA MONTAVA O
      *ORCAMENTO NUMA PLANILHA E COMPARAVA A OLHO COM O
      *DEMONSTRATIVO DO PROGCOB67. O ORCAMENTO FICA NO ORCANUAL
      *(VEJA OANREC.CPY), QUE SO CRESCE: CADA REVISAO E UMA VERSAO
      *NOVA DA CONTA/FILIAL, COM OPERADOR E MOTIVO. MODOS:
      *  (C) CARGA ANUAL DO ORCAMENTO A PARTIR DO ORCCARGA (A
      *      PLANILHA EXPORTADA: ANO, CONTA, FILIAL E OS 12 MESES) -
      *      GRAVA A VERSAO 001; CONTA/FILIAL JA ORCADA NO ANO FICA
      *      DE FORA (MUDANCA E PELA REVISAO, PARA FICAR NO
      *      HISTORICO);
      *  (D) DIGITAR O ORCAMENTO DE UMA CONTA/FILIAL NOVA (VALOR
      *      ANUAL RATEADO NOS 12 MESES OU MES A MES) OU REVISAR OS
      *      MESES DE UMA JA ORCADA (VERSAO SEGUINTE, MOTIVO
      *      OBRIGATORIO);
      *  (H) HISTORICO DAS VERSOES DE UMA CONTA/FILIAL;
      *  (R) RELATORIO ORCADO X REALIZADO DO MES (PROGCOB118RPT),
      *      POR CLASSE E CONTA/FILIAL: ORCADO, REALIZADO, VARIACAO
      *      EM VALOR E EM % NO MES E NO ACUMULADO DO ANO ATE O MES,
      *      COM '<<< DESVIO' ONDE A VARIACAO PASSA DO LIMITE - RODA
      *      NA REDE NOTURNA NO MES QUE FECHOU. RC 4 QUANDO HA
      *      DESVIO OU NADA A COMPARAR.
      *O REALIZADO SAI DOS REGISTROS TIPO D DO RAZAOEXP (COM A
      *FILIAL DO LANCAMENTO). COMO O RAZAOEXP E LIMPO QUANDO O
      *CONTADOR IMPORTA, O REALIZADO DE CADA MES APURADO FICA
      *GUARDADO NO REALMES (CONTA/FILIAL/DEBITO/CREDITO POR MES) E
      *O ACUMULADO DO ANO SAI DELE. MES SEM LANCAMENTO NO RAZAOEXP
      *USA O QUE JA ESTA GUARDADO NO REALMES - UM MES QUE FICOU SEM
      *GUARDAR ENTRA TIRANDO O RELATORIO DELE ENQUANTO O RAZAOEXP
      *AINDA TEM OS LANCAMENTOS.
      *SINAL DO REALIZADO PELA CLASSE DA CONTA: RECEITA, PASSIVO E
      *PL CREDITO - DEBITO; DESPESA E ATIVO DEBITO - CREDITO (O ORCADO
      *E SEMPRE POSITIVO, NO SENTIDO NATURAL DA CONTA).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ORCAMENTO ANUAL, UMA LINHA POR VERSAO DE CONTA/FILIAL.
           SELECT F-ORCANUAL ASSIGN TO 'ORCANUAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCANUAL.
      *PLANILHA DO ORCAMENTO DO ANO EXPORTADA PARA A CARGA (C).
           SELECT F-ORCCARGA ASSIGN TO 'ORCCARGA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCCARGA.
      *PLANO DE CONTAS (NOME E CLASSE) E CADASTRO DE FILIAIS.
           SELECT F-PLANOCTA ASSIGN TO 'PLANOCTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANOCTA.
           SELECT F-FILMEST ASSIGN TO 'FILMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILMEST.
      *INTERFACE DO RAZAO GRAVADA PELO PROGCOB06 (VEJA REXREC.CPY).
           SELECT F-RAZAOEXP ASSIGN TO 'RAZAOEXP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RAZAOEXP.
      *REALIZADO GUARDADO POR MES E O ARQUIVO DE TRABALHO DA
      *REGRAVACAO.
           SELECT F-REALMES ASSIGN TO 'REALMES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REALMES.
           SELECT F-REALMESN ASSIGN TO 'REALMESN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REALMESN.
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB118RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ORCANUAL.
           COPY 'OANREC.CPY'.

       FD  F-ORCCARGA.
       01  REG-ORCCARGA.
           03 OCG-ANO       PIC 9(04).
           03 OCG-CONTA     PIC X(08).
           03 OCG-FILIAL    PIC 9(02).
           03 OCG-VALOR-MES PIC 9(11)V99 OCCURS 12 TIMES.

       FD  F-PLANOCTA.
       01  REG-PLANOCTA.
           03 PCT-CONTA  PIC X(08).
           03 PCT-NOME   PIC X(20).
           03 PCT-CLASSE PIC X(01).
           03 PCT-ATIVA  PIC X(01).

       FD  F-FILMEST.
       01  REG-FILMEST.
           03 FIL-CODIGO PIC 9(02).
           03 FIL-NOME   PIC X(20).
           03 FIL-UF     PIC X(02).

       FD  F-RAZAOEXP.
           COPY 'REXREC.CPY'.

       FD  F-REALMES.
       01  REG-REALMES.
           03 RLM-ANOMES  PIC 9(06).
           03 RLM-ANOMES-R REDEFINES RLM-ANOMES.
               05 RLM-ANO PIC 9(04).
               05 RLM-MES PIC 9(02).
           03 RLM-CONTA   PIC X(08).
           03 RLM-FILIAL  PIC 9(02).
           03 RLM-DEBITO  PIC 9(11)V99.
           03 RLM-CREDITO PIC 9(11)V99.

       FD  F-REALMESN.
       01  REG-REALMESN PIC X(42).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ORCANUAL PIC X(02) VALUE '00'.
       77 WRK-STATUS-ORCCARGA PIC X(02) VALUE '00'.
       77 WRK-STATUS-PLANOCTA PIC X(02) VALUE '00'.
       77 WRK-STATUS-FILMEST  PIC X(02) VALUE '00'.
       77 WRK-STATUS-RAZAOEXP PIC X(02) VALUE '00'.
       77 WRK-STATUS-REALMES  PIC X(02) VALUE '00'.
       77 WRK-STATUS-REALMESN PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *LIMITE PADRAO DA VARIACAO (EM % DO ORCADO) QUE MARCA A CONTA
      *COM DESVIO NO RELATORIO - AJUSTAR AQUI QUANDO A DIRETORIA
      *REVER. O OPERADOR PODE DIGITAR OUTRO NA HORA DO RELATORIO.
       77 WRK-LIMITE-PADRAO PIC 9(03)V9 VALUE 10,0.
       77 WRK-LIMITE-PCT    PIC 9(03)V9 VALUE ZEROS.
      *PLANO DE CONTAS EM MEMORIA (CODIGO, NOME E CLASSE).
       77 WRK-PCT-MAX PIC 9(04) VALUE 0300.
       77 WRK-PCT-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-PLANO.
           03 WRK-TAB-PCT-ITEM OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-PCT-QT.
               05 WRK-PCT-CONTA  PIC X(08).
               05 WRK-PCT-NOME   PIC X(20).
               05 WRK-PCT-CLASSE PIC X(01).
       77 WRK-PCT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-PCT-POS PIC 9(04) VALUE ZEROS.
       77 WRK-PCT-ACHOU PIC X(01) VALUE 'N'.
           88 CONTA-NO-PLANO VALUE 'S'.
      *FILIAIS DO FILMEST EM MEMORIA.
       77 WRK-FIL-MAX PIC 9(04) VALUE 0099.
       77 WRK-FIL-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-FILIAIS.
           03 WRK-FIL-CODIGO PIC 9(02) OCCURS 1 TO 99 TIMES
                   DEPENDING ON WRK-FIL-QT.
       77 WRK-FIL-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-FIL-ACHOU PIC X(01) VALUE 'N'.
           88 FILIAL-ACHADA VALUE 'S'.
      *CHAVE PROCURADA NAS TABELAS.
       77 WRK-CONTA-BUSCA  PIC X(08) VALUE SPACES.
       77 WRK-FILIAL-BUSCA PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-BUSCA    PIC 9(04) VALUE ZEROS.
      *VERSAO EM VIGOR DE CADA CONTA/FILIAL DO ANO (A MAIS ALTA DO
      *ORCANUAL).
       77 WRK-ORC-MAX PIC 9(04) VALUE 0500.
       77 WRK-ORC-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-ORCAMENTO.
           03 WRK-TAB-ORC-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-ORC-QT.
               05 WRK-ORC-CONTA  PIC X(08).
               05 WRK-ORC-FILIAL PIC 9(02).
               05 WRK-ORC-VERSAO PIC 9(03).
               05 WRK-ORC-VALOR  PIC 9(11)V99 OCCURS 12 TIMES.
       77 WRK-ORC-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-ORC-POS PIC 9(04) VALUE ZEROS.
       77 WRK-ORC-ACHOU PIC X(01) VALUE 'N'.
           88 ORCAMENTO-ACHADO VALUE 'S'.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
      *REALIZADO DO MES APURADO DO RAZAOEXP (TODAS AS FILIAIS).
       77 WRK-RMS-MAX PIC 9(04) VALUE 0500.
       77 WRK-RMS-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-REAL-MES.
           03 WRK-TAB-RMS-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-RMS-QT.
               05 WRK-RMS-CONTA   PIC X(08).
               05 WRK-RMS-FILIAL  PIC 9(02).
               05 WRK-RMS-DEBITO  PIC 9(11)V99.
               05 WRK-RMS-CREDITO PIC 9(11)V99.
       77 WRK-RMS-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-RMS-POS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REX-MES PIC 9(06) VALUE ZEROS.
      *LINHAS DO RELATORIO: UMA POR CONTA/FILIAL COM ORCADO OU
      *REALIZADO NO ANO.
       77 WRK-LIN-MAX PIC 9(04) VALUE 0500.
       77 WRK-LIN-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-LINHAS.
           03 WRK-TAB-LIN-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-LIN-QT.
               05 WRK-LIN-CONTA    PIC X(08).
               05 WRK-LIN-FILIAL   PIC 9(02).
               05 WRK-LIN-CLASSE   PIC X(01).
               05 WRK-LIN-NOME     PIC X(20).
               05 WRK-LIN-ORC-MES  PIC 9(11)V99.
               05 WRK-LIN-ORC-ACU  PIC 9(11)V99.
               05 WRK-LIN-DEB-MES  PIC 9(11)V99.
               05 WRK-LIN-CRE-MES  PIC 9(11)V99.
               05 WRK-LIN-DEB-ACU  PIC 9(11)V99.
               05 WRK-LIN-CRE-ACU  PIC 9(11)V99.
       77 WRK-LIN-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-LIN-POS PIC 9(04) VALUE ZEROS.
      *ORDEM DAS CLASSES NO RELATORIO (BRANCO = CONTA FORA DO PLANO).
       01 WRK-CLASSES-RELATORIO.
           03 FILLER PIC X(31) VALUE 'RRECEITAS (CLASSE R)'.
           03 FILLER PIC X(31) VALUE 'DDESPESAS (CLASSE D)'.
           03 FILLER PIC X(31) VALUE 'AATIVO (CLASSE A)'.
           03 FILLER PIC X(31) VALUE 'PPASSIVO (CLASSE P)'.
           03 FILLER PIC X(31) VALUE 'LPATRIMONIO LIQUIDO (CLASSE L)'.
           03 FILLER PIC X(31) VALUE ' CONTAS FORA DO PLANO'.
       01 WRK-CLASSES-RELATORIO-R REDEFINES WRK-CLASSES-RELATORIO.
           03 WRK-CLS-ITEM OCCURS 6 TIMES.
               05 WRK-CLS-CODIGO PIC X(01).
               05 WRK-CLS-TITULO PIC X(30).
       77 WRK-CLS-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-QT-CLASSE PIC 9(04) VALUE ZEROS.
      *COMPARACAO ORCADO X REALIZADO DE UMA LINHA (MES, ACUMULADO
      *OU SUBTOTAL).
       77 WRK-CMP-ORCADO PIC S9(13)V99 VALUE ZEROS.
       77 WRK-CMP-REAL   PIC S9(13)V99 VALUE ZEROS.
       77 WRK-CMP-VAR    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-DIF-PERC   PIC S9(05)V9 VALUE ZEROS.
       77 WRK-PERC-ABS   PIC 9(05)V9 VALUE ZEROS.
       77 WRK-CMP-DESVIO PIC X(01) VALUE 'N'.
           88 HA-DESVIO VALUE 'S'.
       77 WRK-CONTA-DESVIO PIC X(01) VALUE 'N'.
           88 CONTA-COM-DESVIO VALUE 'S'.
       77 WRK-DESVIO-TXT PIC X(11) VALUE SPACES.
       77 WRK-REAL-MES PIC S9(11)V99 VALUE ZEROS.
       77 WRK-REAL-ACU PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SUB-ORC-MES  PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SUB-REAL-MES PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SUB-ORC-ACU  PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SUB-REAL-ACU PIC S9(13)V99 VALUE ZEROS.
       77 WRK-QT-DESVIOS PIC 9(04) VALUE ZEROS.
       77 WRK-BRANCOS PIC X(32) VALUE SPACES.
       77 WRK-ORCADO-ED PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-REAL-ED   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-VAR-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-SUB-ORC-ED  PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-SUB-REAL-ED PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-SUB-VAR-ED  PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-PERC-ED   PIC -ZZZ9,9.
       77 WRK-LIMITE-ED PIC ZZ9,9.
       77 WRK-VALOR-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *VERSAO NOVA EM MONTAGEM (CARGA, DIGITACAO OU REVISAO).
       77 WRK-NOVA-VERSAO PIC 9(03) VALUE ZEROS.
       77 WRK-NOVO-MOTIVO PIC X(30) VALUE SPACES.
       01 WRK-NOVOS-VALORES.
           03 WRK-NOVO-VALOR PIC 9(11)V99 OCCURS 12 TIMES.
       77 WRK-MES-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PARCELA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-ANO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QT-ALTERADOS PIC 9(02) VALUE ZEROS.
      *CONTADORES DA SESSAO (CARGA E GRAVACOES).
       77 WRK-QT-GRAVADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-EXISTENTES PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RECUSADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-VERSOES   PIC 9(04) VALUE ZEROS.
       77 WRK-CRG-VALIDA PIC X(01) VALUE 'S'.
           88 CARGA-VALIDA VALUE 'S'.
      *CAMPOS DIGITADOS NAS OPCOES DO MENU.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-CARGA     VALUE 'C'.
           88 MAN-DIGITAR   VALUE 'D'.
           88 MAN-HISTORICO VALUE 'H'.
           88 MAN-RELATORIO VALUE 'R'.
           88 MAN-SAIR      VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
       77 WRK-MAN-CONTA  PIC X(08) VALUE SPACES.
       77 WRK-MAN-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-MAN-ANO    PIC 9(04) VALUE ZEROS.
       77 WRK-MAN-MES    PIC 9(02) VALUE ZEROS.
       77 WRK-MAN-VALOR  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-MAN-LIMITE PIC 9(03) VALUE ZEROS.
      *OPERADOR DA SESSAO, GRAVADO EM CADA VERSAO DO ORCAMENTO.
       77 WRK-OPERADOR PIC X(20) VALUE SPACES.
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
      *MES DO RELATORIO (AAAAMM) E FILIAL PEDIDA (00 = TODAS).
       01 WRK-MES-RELATORIO PIC X(06) VALUE SPACES.
       01 WRK-MES-RELATORIO-R REDEFINES WRK-MES-RELATORIO.
           03 WRK-REL-ANO PIC 9(04).
           03 WRK-REL-MES PIC 9(02).
       77 WRK-REL-FILIAL PIC 9(02) VALUE ZEROS.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB118'.
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
           MOVE 'ORCAMENTO' TO WRK-LCK-NOME.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'OPERADOR.. '.
           ACCEPT WRK-OPERADOR.
           PERFORM 0100-CARREGAR-PLANO.
           PERFORM 0110-CARREGAR-FILIAIS.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-ORCAMENTO UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'MES=' WRK-MES-RELATORIO DELIMITED BY SIZE
               INTO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'VERSOES-GRAVADAS=' WRK-QT-GRAVADAS
               ' DESVIOS=' WRK-QT-DESVIOS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
      *A TRAVA SAI ANTES DE DEVOLVER O RETURN-CODE - O CALL DO RUNLOCK
      *ZERARIA A RC 4 DO MES COM DESVIO PARA A REDE NOTURNA.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-ORCAMENTO.
           DISPLAY '-- ORCAMENTO ANUAL POR CONTA (ORCANUAL) --'.
           DISPLAY '(C)ARGA DO ANO (D)IGITAR/REVISAR (H)ISTORICO '
               '(R)ELATORIO ORCADO X REALIZADO (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-CARGA
                   PERFORM 0300-CARGA-ANUAL
               WHEN MAN-DIGITAR
                   PERFORM 0400-DIGITAR-ORCAMENTO
               WHEN MAN-HISTORICO
                   PERFORM 0500-HISTORICO-VERSOES
               WHEN MAN-RELATORIO
                   PERFORM 0600-RELATORIO-MENSAL
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *PLANO DE CONTAS E FILIAIS EM MEMORIA PARA AS VALIDACOES.
       0100-CARREGAR-PLANO.
           MOVE ZEROS TO WRK-PCT-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PLANOCTA.
           IF WRK-STATUS-PLANOCTA NOT = '00'
               DISPLAY 'PLANO DE CONTAS (PLANOCTA) NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0101-LER-PLANO UNTIL FIM-ARQ.
           IF WRK-STATUS-PLANOCTA NOT = '35'
               CLOSE F-PLANOCTA
           END-IF.

       0101-LER-PLANO.
           READ F-PLANOCTA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-PCT-QT < WRK-PCT-MAX
                       ADD 1 TO WRK-PCT-QT
                       MOVE PCT-CONTA TO WRK-PCT-CONTA (WRK-PCT-QT)
                       MOVE PCT-NOME TO WRK-PCT-NOME (WRK-PCT-QT)
                       MOVE PCT-CLASSE TO WRK-PCT-CLASSE (WRK-PCT-QT)
                   END-IF
           END-READ.

       0110-CARREGAR-FILIAIS.
           MOVE ZEROS TO WRK-FIL-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FILMEST.
           IF WRK-STATUS-FILMEST NOT = '00'
               DISPLAY 'CADASTRO DE FILIAIS (FILMEST) NAO '
                   'ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0111-LER-FILIAL UNTIL FIM-ARQ.
           IF WRK-STATUS-FILMEST NOT = '35'
               CLOSE F-FILMEST
           END-IF.

       0111-LER-FILIAL.
           READ F-FILMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-FIL-QT < WRK-FIL-MAX
                       ADD 1 TO WRK-FIL-QT
                       MOVE FIL-CODIGO TO WRK-FIL-CODIGO (WRK-FIL-QT)
                   END-IF
           END-READ.

      *LOCALIZA WRK-CONTA-BUSCA NO PLANO (WRK-PCT-POS APONTA PARA ELA).
       0120-LOCALIZAR-CONTA.
           MOVE 'N' TO WRK-PCT-ACHOU.
           MOVE ZEROS TO WRK-PCT-POS.
           PERFORM 0121-COMPARAR-CONTA
               VARYING WRK-PCT-IDX FROM 1 BY 1
               UNTIL WRK-PCT-IDX > WRK-PCT-QT OR CONTA-NO-PLANO.

       0121-COMPARAR-CONTA.
           IF WRK-PCT-CONTA (WRK-PCT-IDX) = WRK-CONTA-BUSCA
               MOVE 'S' TO WRK-PCT-ACHOU
               MOVE WRK-PCT-IDX TO WRK-PCT-POS
           END-IF.

      *FILIAL BRANCO OU ZERO E A MATRIZ (01), COMO NOS LANCAMENTOS.
       0130-VALIDAR-FILIAL.
           IF WRK-FILIAL-BUSCA IS NOT NUMERIC
               OR WRK-FILIAL-BUSCA = ZEROS
               MOVE 01 TO WRK-FILIAL-BUSCA
               MOVE 'S' TO WRK-FIL-ACHOU
           ELSE
               MOVE 'N' TO WRK-FIL-ACHOU
               PERFORM 0131-COMPARAR-FILIAL
                   VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX > WRK-FIL-QT OR FILIAL-ACHADA
           END-IF.

       0131-COMPARAR-FILIAL.
           IF WRK-FIL-CODIGO (WRK-FIL-IDX) = WRK-FILIAL-BUSCA
               MOVE 'S' TO WRK-FIL-ACHOU
           END-IF.

      *CARREGA DO ORCANUAL A VERSAO EM VIGOR DE CADA CONTA/FILIAL DO
      *ANO WRK-ANO-BUSCA. QUEM CHAMA ZERA O WRK-TAB-ESTOUROU ANTES.
       0150-CARREGAR-ORCAMENTO.
           MOVE ZEROS TO WRK-ORC-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ORCANUAL.
           IF WRK-STATUS-ORCANUAL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0151-LER-ORCAMENTO UNTIL FIM-ARQ.
           IF WRK-STATUS-ORCANUAL NOT = '35'
               CLOSE F-ORCANUAL
           END-IF.

       0151-LER-ORCAMENTO.
           READ F-ORCANUAL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF OAN-ANO = WRK-ANO-BUSCA
                       PERFORM 0152-GUARDAR-VERSAO
                   END-IF
           END-READ.

       0152-GUARDAR-VERSAO.
           MOVE OAN-CONTA TO WRK-CONTA-BUSCA.
           MOVE OAN-FILIAL TO WRK-FILIAL-BUSCA.
           PERFORM 0160-LOCALIZAR-ORCAMENTO.
           IF NOT ORCAMENTO-ACHADO
               IF WRK-ORC-QT < WRK-ORC-MAX
                   ADD 1 TO WRK-ORC-QT
                   MOVE WRK-ORC-QT TO WRK-ORC-POS
                   MOVE ZEROS TO WRK-ORC-VERSAO (WRK-ORC-POS)
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
                   MOVE ZEROS TO WRK-ORC-POS
               END-IF
           END-IF.
           IF WRK-ORC-POS > ZEROS
               IF OAN-VERSAO > WRK-ORC-VERSAO (WRK-ORC-POS)
                   MOVE OAN-CONTA TO WRK-ORC-CONTA (WRK-ORC-POS)
                   MOVE OAN-FILIAL TO WRK-ORC-FILIAL (WRK-ORC-POS)
                   MOVE OAN-VERSAO TO WRK-ORC-VERSAO (WRK-ORC-POS)
                   PERFORM 0153-GUARDAR-MES
                       VARYING WRK-MES-IDX FROM 1 BY 1
                       UNTIL WRK-MES-IDX > 12
               END-IF
           END-IF.

       0153-GUARDAR-MES.
           MOVE OAN-VALOR-MES (WRK-MES-IDX)
               TO WRK-ORC-VALOR (WRK-ORC-POS, WRK-MES-IDX).

      *LOCALIZA WRK-CONTA-BUSCA/WRK-FILIAL-BUSCA NA TABELA DO ANO.
       0160-LOCALIZAR-ORCAMENTO.
           MOVE 'N' TO WRK-ORC-ACHOU.
           MOVE ZEROS TO WRK-ORC-POS.
           PERFORM 0161-COMPARAR-ORCAMENTO
               VARYING WRK-ORC-IDX FROM 1 BY 1
               UNTIL WRK-ORC-IDX > WRK-ORC-QT OR ORCAMENTO-ACHADO.

       0161-COMPARAR-ORCAMENTO.
           IF WRK-ORC-CONTA (WRK-ORC-IDX) = WRK-CONTA-BUSCA
               AND WRK-ORC-FILIAL (WRK-ORC-IDX) = WRK-FILIAL-BUSCA
               MOVE 'S' TO WRK-ORC-ACHOU
               MOVE WRK-ORC-IDX TO WRK-ORC-POS
           END-IF.

      *O ORCANUAL SO RECEBE LINHAS NO FIM - NENHUMA VERSAO E
      *REGRAVADA OU APAGADA.
       0170-ABRIR-ORCANUAL.
           OPEN EXTEND F-ORCANUAL.
           IF WRK-STATUS-ORCANUAL = '35'
               OPEN OUTPUT F-ORCANUAL
           END-IF.

      *GRAVA A VERSAO MONTADA EM WRK-NOVA-VERSAO/WRK-NOVO-MOTIVO/
      *WRK-NOVOS-VALORES PARA WRK-CONTA-BUSCA/WRK-FILIAL-BUSCA NO
      *ANO WRK-ANO-BUSCA (ORCANUAL JA ABERTO).
       0180-GRAVAR-VERSAO.
           MOVE WRK-ANO-BUSCA TO OAN-ANO.
           MOVE WRK-CONTA-BUSCA TO OAN-CONTA.
           MOVE WRK-FILIAL-BUSCA TO OAN-FILIAL.
           MOVE WRK-NOVA-VERSAO TO OAN-VERSAO.
           MOVE WRK-DATA-HOJE TO OAN-DATA.
           MOVE WRK-OPERADOR TO OAN-OPERADOR.
           MOVE WRK-NOVO-MOTIVO TO OAN-MOTIVO.
           PERFORM 0181-GRAVAR-MES
               VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > 12.
           WRITE REG-ORCANUAL.
           ADD 1 TO WRK-QT-GRAVADAS.

       0181-GRAVAR-MES.
           MOVE WRK-NOVO-VALOR (WRK-MES-IDX)
               TO OAN-VALOR-MES (WRK-MES-IDX).

      *(C) CARGA ANUAL: SO AS LINHAS DO ANO PEDIDO, DE CONTA DO PLANO
      *E FILIAL DO FILMEST, COM OS 12 MESES NUMERICOS.
       0300-CARGA-ANUAL.
           MOVE ZEROS TO WRK-QT-EXISTENTES.
           MOVE ZEROS TO WRK-QT-RECUSADAS.
           MOVE ZEROS TO WRK-QT-VERSOES.
           DISPLAY 'ANO DO ORCAMENTO A CARREGAR (AAAA).. '.
           ACCEPT WRK-MAN-ANO.
           MOVE WRK-MAN-ANO TO WRK-ANO-BUSCA.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           PERFORM 0150-CARREGAR-ORCAMENTO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ORCCARGA.
           EVALUATE TRUE
               WHEN TABELA-ESTOUROU
                   DISPLAY 'ORCAMENTO DO ANO ALEM DA TABELA EM '
                       'MEMORIA, CARGA RECUSADA - AUMENTAR '
                       'WRK-ORC-MAX'
                   MOVE 12 TO RETURN-CODE
                   MOVE 'S' TO WRK-FIM-ARQ
               WHEN WRK-STATUS-ORCCARGA NOT = '00'
                   DISPLAY 'PLANILHA DE CARGA (ORCCARGA) NAO '
                       'ENCONTRADA, NADA FEITO'
                   MOVE 'S' TO WRK-FIM-ARQ
               WHEN OTHER
                   MOVE 'CARGA ANUAL' TO WRK-NOVO-MOTIVO
                   MOVE 001 TO WRK-NOVA-VERSAO
                   PERFORM 0170-ABRIR-ORCANUAL
                   PERFORM 0310-LER-CARGA UNTIL FIM-ARQ
                   CLOSE F-ORCANUAL
           END-EVALUATE.
           IF WRK-STATUS-ORCCARGA NOT = '35'
               CLOSE F-ORCCARGA
           END-IF.
           DISPLAY 'CARGA ' WRK-ANO-BUSCA ': GRAVADAS=' WRK-QT-VERSOES
               ' JA ORCADAS=' WRK-QT-EXISTENTES
               ' RECUSADAS=' WRK-QT-RECUSADAS.
           IF WRK-QT-EXISTENTES > 0
               DISPLAY 'CONTA/FILIAL JA ORCADA NO ANO NAO E '
                   'RECARREGADA - USAR (D) PARA REVISAR'
           END-IF.
           IF WRK-QT-RECUSADAS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       0310-LER-CARGA.
           READ F-ORCCARGA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM 0320-CARREGAR-LINHA
           END-READ.

       0320-CARREGAR-LINHA.
           MOVE 'S' TO WRK-CRG-VALIDA.
           PERFORM 0325-CONFERIR-MES
               VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > 12.
           MOVE OCG-CONTA TO WRK-CONTA-BUSCA.
           PERFORM 0120-LOCALIZAR-CONTA.
           MOVE OCG-FILIAL TO WRK-FILIAL-BUSCA.
           PERFORM 0130-VALIDAR-FILIAL.
           EVALUATE TRUE
               WHEN OCG-ANO NOT = WRK-ANO-BUSCA
                   DISPLAY 'RECUSADA ' OCG-CONTA '/' OCG-FILIAL
                       ': ANO ' OCG-ANO ' DIFERENTE DA CARGA'
                   ADD 1 TO WRK-QT-RECUSADAS
               WHEN NOT CONTA-NO-PLANO
                   DISPLAY 'RECUSADA ' OCG-CONTA '/' OCG-FILIAL
                       ': CONTA FORA DO PLANOCTA'
                   ADD 1 TO WRK-QT-RECUSADAS
               WHEN NOT FILIAL-ACHADA
                   DISPLAY 'RECUSADA ' OCG-CONTA '/' OCG-FILIAL
                       ': FILIAL FORA DO FILMEST'
                   ADD 1 TO WRK-QT-RECUSADAS
               WHEN NOT CARGA-VALIDA
                   DISPLAY 'RECUSADA ' OCG-CONTA '/' OCG-FILIAL
                       ': VALOR DE MES NAO NUMERICO'
                   ADD 1 TO WRK-QT-RECUSADAS
               WHEN OTHER
                   PERFORM 0330-INCLUIR-CARGA
           END-EVALUATE.

       0325-CONFERIR-MES.
           IF OCG-VALOR-MES (WRK-MES-IDX) IS NOT NUMERIC
               MOVE 'N' TO WRK-CRG-VALIDA
           ELSE
               MOVE OCG-VALOR-MES (WRK-MES-IDX)
                   TO WRK-NOVO-VALOR (WRK-MES-IDX)
           END-IF.

      *A CONTA/FILIAL GRAVADA ENTRA NA TABELA DO ANO - A MESMA CHAVE
      *REPETIDA MAIS ABAIXO NA PLANILHA CAI COMO JA ORCADA.
       0330-INCLUIR-CARGA.
           PERFORM 0160-LOCALIZAR-ORCAMENTO.
           EVALUATE TRUE
               WHEN ORCAMENTO-ACHADO
                   ADD 1 TO WRK-QT-EXISTENTES
               WHEN WRK-ORC-QT NOT < WRK-ORC-MAX
                   DISPLAY 'RECUSADA ' OCG-CONTA '/' OCG-FILIAL
                       ': TABELA DO ANO CHEIA (WRK-ORC-MAX)'
                   ADD 1 TO WRK-QT-RECUSADAS
               WHEN OTHER
                   ADD 1 TO WRK-ORC-QT
                   MOVE WRK-CONTA-BUSCA TO WRK-ORC-CONTA (WRK-ORC-QT)
                   MOVE WRK-FILIAL-BUSCA TO
                       WRK-ORC-FILIAL (WRK-ORC-QT)
                   MOVE 001 TO WRK-ORC-VERSAO (WRK-ORC-QT)
                   PERFORM 0180-GRAVAR-VERSAO
                   ADD 1 TO WRK-QT-VERSOES
           END-EVALUATE.

      *(D) DIGITACAO DE CONTA/FILIAL NOVA NO ANO OU REVISAO DOS MESES
      *DA VERSAO EM VIGOR.
       0400-DIGITAR-ORCAMENTO.
           DISPLAY 'CONTA CONTABIL.. '.
           ACCEPT WRK-MAN-CONTA.
           DISPLAY 'FILIAL (00 = MATRIZ).. '.
           ACCEPT WRK-MAN-FILIAL.
           DISPLAY 'ANO DO ORCAMENTO AAAA (0000 = ANO CORRENTE).. '.
           ACCEPT WRK-MAN-ANO.
           IF WRK-MAN-ANO = ZEROS
               MOVE WRK-HOJ-ANO TO WRK-MAN-ANO
           END-IF.
           MOVE WRK-MAN-ANO TO WRK-ANO-BUSCA.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           PERFORM 0150-CARREGAR-ORCAMENTO.
           MOVE WRK-MAN-CONTA TO WRK-CONTA-BUSCA.
           PERFORM 0120-LOCALIZAR-CONTA.
           MOVE WRK-MAN-FILIAL TO WRK-FILIAL-BUSCA.
           PERFORM 0130-VALIDAR-FILIAL.
           PERFORM 0160-LOCALIZAR-ORCAMENTO.
           EVALUATE TRUE
               WHEN NOT CONTA-NO-PLANO
                   DISPLAY 'CONTA NAO CADASTRADA NO PLANOCTA, NADA '
                       'FEITO'
               WHEN NOT FILIAL-ACHADA
                   DISPLAY 'FILIAL NAO CADASTRADA NO FILMEST, NADA '
                       'FEITO'
               WHEN TABELA-ESTOUROU
                   DISPLAY 'ORCAMENTO DO ANO ALEM DA TABELA EM '
                       'MEMORIA, OPERACAO RECUSADA - NADA FOI GRAVADO'
                   MOVE 12 TO RETURN-CODE
               WHEN NOT ORCAMENTO-ACHADO
                   PERFORM 0410-NOVO-ORCAMENTO
               WHEN OTHER
                   PERFORM 0420-REVISAR-ORCAMENTO
           END-EVALUATE.

      *CONTA/FILIAL SEM ORCAMENTO NO ANO: VALOR ANUAL RATEADO (A
      *SOBRA DOS CENTAVOS VAI PARA DEZEMBRO) OU OS 12 MESES.
       0410-NOVO-ORCAMENTO.
           DISPLAY WRK-PCT-NOME (WRK-PCT-POS) ' FILIAL '
               WRK-FILIAL-BUSCA ' SEM ORCAMENTO EM ' WRK-ANO-BUSCA.
           DISPLAY 'VALOR ANUAL A RATEAR NOS 12 MESES (0 = DIGITAR '
               'MES A MES).. '.
           ACCEPT WRK-MAN-VALOR.
           IF WRK-MAN-VALOR > ZEROS
               DIVIDE WRK-MAN-VALOR BY 12 GIVING WRK-PARCELA
               PERFORM 0411-RATEAR-MES
                   VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > 11
               COMPUTE WRK-NOVO-VALOR (12) = WRK-MAN-VALOR
                   - (WRK-PARCELA * 11)
           ELSE
               PERFORM 0412-DIGITAR-MES
                   VARYING WRK-MES-IDX FROM 1 BY 1
                   UNTIL WRK-MES-IDX > 12
           END-IF.
           DISPLAY 'MOTIVO (BRANCO = ORCAMENTO INICIAL).. '.
           ACCEPT WRK-NOVO-MOTIVO.
           IF WRK-NOVO-MOTIVO = SPACES
               MOVE 'ORCAMENTO INICIAL' TO WRK-NOVO-MOTIVO
           END-IF.
           MOVE 001 TO WRK-NOVA-VERSAO.
           PERFORM 0170-ABRIR-ORCANUAL.
           PERFORM 0180-GRAVAR-VERSAO.
           CLOSE F-ORCANUAL.
           DISPLAY 'VERSAO ' WRK-NOVA-VERSAO ' GRAVADA'.

       0411-RATEAR-MES.
           MOVE WRK-PARCELA TO WRK-NOVO-VALOR (WRK-MES-IDX).

       0412-DIGITAR-MES.
           DISPLAY 'VALOR ORCADO DO MES ' WRK-MES-IDX '.. '.
           ACCEPT WRK-MAN-VALOR.
           MOVE WRK-MAN-VALOR TO WRK-NOVO-VALOR (WRK-MES-IDX).

      *REVISAO: PARTE DA VERSAO EM VIGOR, ALTERA OS MESES PEDIDOS E
      *GRAVA A VERSAO SEGUINTE - SO COM MOTIVO.
       0420-REVISAR-ORCAMENTO.
           DISPLAY WRK-PCT-NOME (WRK-PCT-POS) ' FILIAL '
               WRK-FILIAL-BUSCA ' ANO ' WRK-ANO-BUSCA ' VERSAO '
               WRK-ORC-VERSAO (WRK-ORC-POS) ' EM VIGOR:'.
           PERFORM 0421-MOSTRAR-MES
               VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > 12.
           MOVE ZEROS TO WRK-QT-ALTERADOS.
           MOVE 99 TO WRK-MAN-MES.
           PERFORM 0425-ALTERAR-MES UNTIL WRK-MAN-MES = ZEROS.
           IF WRK-QT-ALTERADOS = 0
               DISPLAY 'NENHUM MES ALTERADO, NADA GRAVADO'
           ELSE
               DISPLAY 'MOTIVO DA REVISAO.. '
               ACCEPT WRK-NOVO-MOTIVO
               IF WRK-NOVO-MOTIVO = SPACES
                   DISPLAY 'REVISAO SEM MOTIVO, NADA GRAVADO'
               ELSE
                   COMPUTE WRK-NOVA-VERSAO =
                       WRK-ORC-VERSAO (WRK-ORC-POS) + 1
                   PERFORM 0170-ABRIR-ORCANUAL
                   PERFORM 0180-GRAVAR-VERSAO
                   CLOSE F-ORCANUAL
                   DISPLAY 'VERSAO ' WRK-NOVA-VERSAO ' GRAVADA'
               END-IF
           END-IF.

       0421-MOSTRAR-MES.
           MOVE WRK-ORC-VALOR (WRK-ORC-POS, WRK-MES-IDX)
               TO WRK-NOVO-VALOR (WRK-MES-IDX).
           MOVE WRK-NOVO-VALOR (WRK-MES-IDX) TO WRK-VALOR-ED.
           DISPLAY '  MES ' WRK-MES-IDX ': ' WRK-VALOR-ED.

       0425-ALTERAR-MES.
           DISPLAY 'MES A ALTERAR (01-12, 00 = FIM).. '.
           ACCEPT WRK-MAN-MES.
           IF WRK-MAN-MES IS NOT NUMERIC
               MOVE ZEROS TO WRK-MAN-MES
           END-IF.
           IF WRK-MAN-MES >= 01 AND WRK-MAN-MES <= 12
               DISPLAY 'NOVO VALOR ORCADO DO MES ' WRK-MAN-MES '.. '
               ACCEPT WRK-MAN-VALOR
               MOVE WRK-MAN-VALOR TO WRK-NOVO-VALOR (WRK-MAN-MES)
               ADD 1 TO WRK-QT-ALTERADOS
           ELSE
               IF WRK-MAN-MES NOT = ZEROS
                   DISPLAY 'MES INVALIDO'
               END-IF
           END-IF.

      *(H) TODAS AS VERSOES DE UMA CONTA/FILIAL NO ANO, NA ORDEM EM
      *QUE FORAM GRAVADAS.
       0500-HISTORICO-VERSOES.
           DISPLAY 'CONTA CONTABIL.. '.
           ACCEPT WRK-MAN-CONTA.
           DISPLAY 'FILIAL (00 = MATRIZ).. '.
           ACCEPT WRK-MAN-FILIAL.
           DISPLAY 'ANO DO ORCAMENTO AAAA (0000 = ANO CORRENTE).. '.
           ACCEPT WRK-MAN-ANO.
           IF WRK-MAN-ANO = ZEROS
               MOVE WRK-HOJ-ANO TO WRK-MAN-ANO
           END-IF.
           IF WRK-MAN-FILIAL IS NOT NUMERIC OR WRK-MAN-FILIAL = ZEROS
               MOVE 01 TO WRK-MAN-FILIAL
           END-IF.
           MOVE ZEROS TO WRK-QT-VERSOES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ORCANUAL.
           IF WRK-STATUS-ORCANUAL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0510-LER-VERSAO UNTIL FIM-ARQ.
           IF WRK-STATUS-ORCANUAL NOT = '35'
               CLOSE F-ORCANUAL
           END-IF.
           IF WRK-QT-VERSOES = 0
               DISPLAY 'NENHUMA VERSAO DE ORCAMENTO PARA A '
                   'CONTA/FILIAL NO ANO'
           END-IF.

       0510-LER-VERSAO.
           READ F-ORCANUAL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF OAN-ANO = WRK-MAN-ANO
                       AND OAN-CONTA = WRK-MAN-CONTA
                       AND OAN-FILIAL = WRK-MAN-FILIAL
                       PERFORM 0520-MOSTRAR-VERSAO
                   END-IF
           END-READ.

       0520-MOSTRAR-VERSAO.
           ADD 1 TO WRK-QT-VERSOES.
           MOVE ZEROS TO WRK-TOTAL-ANO.
           PERFORM 0521-SOMAR-MES
               VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > 12.
           MOVE WRK-TOTAL-ANO TO WRK-SUB-ORC-ED.
           DISPLAY 'VERSAO ' OAN-VERSAO ' DE ' OAN-DATA ' POR '
               OAN-OPERADOR ' MOTIVO: ' OAN-MOTIVO.
           DISPLAY '  TOTAL DO ANO: ' WRK-SUB-ORC-ED.
           PERFORM 0522-MOSTRAR-MES
               VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > 12.

       0521-SOMAR-MES.
           ADD OAN-VALOR-MES (WRK-MES-IDX) TO WRK-TOTAL-ANO.

       0522-MOSTRAR-MES.
           MOVE OAN-VALOR-MES (WRK-MES-IDX) TO WRK-VALOR-ED.
           DISPLAY '  MES ' WRK-MES-IDX ': ' WRK-VALOR-ED.

      *(R) ORCADO X REALIZADO DO MES E DO ACUMULADO DO ANO ATE ELE.
       0600-RELATORIO-MENSAL.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE ZEROS TO WRK-QT-DESVIOS.
           MOVE ZEROS TO WRK-LIN-QT.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           DISPLAY 'MES DO RELATORIO AAAAMM (BRANCO = MES '
               'ANTERIOR).. '.
           ACCEPT WRK-MES-RELATORIO.
           PERFORM 0605-DEFINIR-PERIODO.
           DISPLAY 'FILIAL (00 = TODAS).. '.
           ACCEPT WRK-REL-FILIAL.
           IF WRK-REL-FILIAL IS NOT NUMERIC
               MOVE ZEROS TO WRK-REL-FILIAL
           END-IF.
           DISPLAY 'LIMITE DE DESVIO EM % (000 = PADRAO).. '.
           ACCEPT WRK-MAN-LIMITE.
           IF WRK-MAN-LIMITE IS NOT NUMERIC OR WRK-MAN-LIMITE = ZEROS
               MOVE WRK-LIMITE-PADRAO TO WRK-LIMITE-PCT
           ELSE
               MOVE WRK-MAN-LIMITE TO WRK-LIMITE-PCT
           END-IF.
           MOVE WRK-REL-ANO TO WRK-ANO-BUSCA.
           PERFORM 0150-CARREGAR-ORCAMENTO.
           PERFORM 0610-APURAR-REAL-MES.
           PERFORM 0630-MONTAR-ORCADO
               VARYING WRK-ORC-IDX FROM 1 BY 1
               UNTIL WRK-ORC-IDX > WRK-ORC-QT.
           PERFORM 0640-MONTAR-REALIZADO.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE WRK-LIMITE-PCT TO WRK-LIMITE-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF WRK-REL-FILIAL = ZEROS
               STRING 'ORCADO X REALIZADO DO MES ' WRK-MES-RELATORIO
                   ' - TODAS AS FILIAIS - DESVIO ACIMA DE '
                   WRK-LIMITE-ED '%'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               STRING 'ORCADO X REALIZADO DO MES ' WRK-MES-RELATORIO
                   ' - FILIAL ' WRK-REL-FILIAL ' - DESVIO ACIMA DE '
                   WRK-LIMITE-ED '%'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF WRK-LIN-QT = 0
               MOVE 'NENHUM ORCAMENTO NEM REALIZADO NO ANO ATE O MES'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 0650-RELATAR-CLASSE
                   VARYING WRK-CLS-IDX FROM 1 BY 1
                   UNTIL WRK-CLS-IDX > 6
               MOVE WRK-QT-DESVIOS TO WRK-RPT-QT-DET-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'CONTAS/FILIAIS COM DESVIO ACIMA DE '
                   WRK-LIMITE-ED '%: ' WRK-RPT-QT-DET-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               IF WRK-QT-DESVIOS > 0 AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF TABELA-ESTOUROU
               MOVE 'TABELA EM MEMORIA CHEIA, RELATORIO INCOMPLETO - '
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 'AUMENTAR WRK-ORC-MAX/WRK-RMS-MAX/WRK-LIN-MAX'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'TABELA EM MEMORIA CHEIA, RELATORIO '
                   'INCOMPLETO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'ORCADO X REALIZADO DO MES ' WRK-MES-RELATORIO
               ': ' WRK-QT-DESVIOS ' DESVIO(S) (RELATORIO EM '
               'PROGCOB118RPT)'.

       0605-DEFINIR-PERIODO.
           IF WRK-MES-RELATORIO IS NOT NUMERIC
               OR WRK-MES-RELATORIO = '000000'
               OR WRK-REL-MES < 01 OR WRK-REL-MES > 12
               IF WRK-HOJ-MES = 01
                   COMPUTE WRK-REL-ANO = WRK-HOJ-ANO - 1
                   MOVE 12 TO WRK-REL-MES
               ELSE
                   MOVE WRK-HOJ-ANO TO WRK-REL-ANO
                   COMPUTE WRK-REL-MES = WRK-HOJ-MES - 1
               END-IF
           END-IF.

      *REALIZADO DO MES NO RAZAOEXP, POR CONTA/FILIAL. SE O MES TEM
      *LANCAMENTO, ELE SUBSTITUI O QUE O REALMES GUARDAVA DO MES. OS
      *LANCAMENTOS DO ENCERRAMENTO DO EXERCICIO (PROGCOB120) NAO SAO
      *REALIZADO - ZERARIAM O DEZEMBRO DAS CONTAS DE RESULTADO.
       0610-APURAR-REAL-MES.
           MOVE ZEROS TO WRK-RMS-QT.
           MOVE ZEROS TO WRK-QT-REX-MES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-RAZAOEXP.
           IF WRK-STATUS-RAZAOEXP NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0611-LER-RAZAOEXP UNTIL FIM-ARQ.
           IF WRK-STATUS-RAZAOEXP NOT = '35'
               CLOSE F-RAZAOEXP
           END-IF.
           EVALUATE TRUE
               WHEN TABELA-ESTOUROU
                   DISPLAY 'REALIZADO DO MES ALEM DA TABELA EM '
                       'MEMORIA - REALMES NAO FOI ATUALIZADO'
               WHEN WRK-QT-REX-MES = 0
                   DISPLAY 'MES SEM LANCAMENTO NO RAZAOEXP - USANDO O '
                       'REALIZADO GUARDADO NO REALMES'
               WHEN OTHER
                   PERFORM 0620-ATUALIZAR-REALMES
           END-EVALUATE.

       0611-LER-RAZAOEXP.
           READ F-RAZAOEXP
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF REX-TIPO = 'D'
                       AND REX-DATA (1:6) = WRK-MES-RELATORIO
                       AND REX-ORIGEM NOT = 'ENCERRAM'
                       AND REX-ORIGEM NOT = 'REABERTU'
                       PERFORM 0612-SOMAR-REAL-MES
                   END-IF
           END-READ.

      *FILIAL BRANCO/NAO NUMERICA (REGISTRO ANTERIOR AO CAMPO) = 01.
       0612-SOMAR-REAL-MES.
           ADD 1 TO WRK-QT-REX-MES.
           MOVE REX-CONTA TO WRK-CONTA-BUSCA.
           IF REX-FILIAL IS NOT NUMERIC OR REX-FILIAL = ZEROS
               MOVE 01 TO WRK-FILIAL-BUSCA
           ELSE
               MOVE REX-FILIAL TO WRK-FILIAL-BUSCA
           END-IF.
           MOVE ZEROS TO WRK-RMS-POS.
           PERFORM 0613-COMPARAR-REAL-MES
               VARYING WRK-RMS-IDX FROM 1 BY 1
               UNTIL WRK-RMS-IDX > WRK-RMS-QT OR WRK-RMS-POS > 0.
           IF WRK-RMS-POS = 0
               IF WRK-RMS-QT < WRK-RMS-MAX
                   ADD 1 TO WRK-RMS-QT
                   MOVE WRK-RMS-QT TO WRK-RMS-POS
                   MOVE WRK-CONTA-BUSCA TO WRK-RMS-CONTA (WRK-RMS-POS)
                   MOVE WRK-FILIAL-BUSCA TO
                       WRK-RMS-FILIAL (WRK-RMS-POS)
                   MOVE ZEROS TO WRK-RMS-DEBITO (WRK-RMS-POS)
                   MOVE ZEROS TO WRK-RMS-CREDITO (WRK-RMS-POS)
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.
           IF WRK-RMS-POS > 0
               ADD REX-DEBITO TO WRK-RMS-DEBITO (WRK-RMS-POS)
               ADD REX-CREDITO TO WRK-RMS-CREDITO (WRK-RMS-POS)
           END-IF.

       0613-COMPARAR-REAL-MES.
           IF WRK-RMS-CONTA (WRK-RMS-IDX) = WRK-CONTA-BUSCA
               AND WRK-RMS-FILIAL (WRK-RMS-IDX) = WRK-FILIAL-BUSCA
               MOVE WRK-RMS-IDX TO WRK-RMS-POS
           END-IF.

      *REGRAVA O REALMES PELO REALMESN: O QUE ERA DE OUTROS MESES
      *FICA, O DO MES APURADO E SUBSTITUIDO PELA TABELA.
       0620-ATUALIZAR-REALMES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-REALMES.
           IF WRK-STATUS-REALMES NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           OPEN OUTPUT F-REALMESN.
           PERFORM 0621-COPIAR-OUTRO-MES UNTIL FIM-ARQ.
           IF WRK-STATUS-REALMES NOT = '35'
               CLOSE F-REALMES
           END-IF.
           PERFORM 0622-GRAVAR-REAL-MES
               VARYING WRK-RMS-IDX FROM 1 BY 1
               UNTIL WRK-RMS-IDX > WRK-RMS-QT.
           CLOSE F-REALMESN.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-REALMESN.
           OPEN OUTPUT F-REALMES.
           PERFORM 0623-DEVOLVER-REALMES UNTIL FIM-ARQ.
           CLOSE F-REALMESN.
           CLOSE F-REALMES.
           DISPLAY 'REALIZADO DO MES ' WRK-MES-RELATORIO
               ' GUARDADO NO REALMES (' WRK-RMS-QT ' CONTA/FILIAL)'.

       0621-COPIAR-OUTRO-MES.
           READ F-REALMES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF RLM-ANOMES NOT = WRK-MES-RELATORIO
                       MOVE REG-REALMES TO REG-REALMESN
                       WRITE REG-REALMESN
                   END-IF
           END-READ.

       0622-GRAVAR-REAL-MES.
           MOVE WRK-MES-RELATORIO TO RLM-ANOMES.
           MOVE WRK-RMS-CONTA (WRK-RMS-IDX) TO RLM-CONTA.
           MOVE WRK-RMS-FILIAL (WRK-RMS-IDX) TO RLM-FILIAL.
           MOVE WRK-RMS-DEBITO (WRK-RMS-IDX) TO RLM-DEBITO.
           MOVE WRK-RMS-CREDITO (WRK-RMS-IDX) TO RLM-CREDITO.
           MOVE REG-REALMES TO REG-REALMESN.
           WRITE REG-REALMESN.

       0623-DEVOLVER-REALMES.
           READ F-REALMESN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-REALMESN TO REG-REALMES
                   WRITE REG-REALMES
           END-READ.

      *ORCADO DO MES E DO ACUMULADO (JANEIRO ATE O MES) DA VERSAO EM
      *VIGOR DE CADA CONTA/FILIAL DA FILIAL PEDIDA.
       0630-MONTAR-ORCADO.
           IF WRK-REL-FILIAL = ZEROS
               OR WRK-ORC-FILIAL (WRK-ORC-IDX) = WRK-REL-FILIAL
               MOVE WRK-ORC-CONTA (WRK-ORC-IDX) TO WRK-CONTA-BUSCA
               MOVE WRK-ORC-FILIAL (WRK-ORC-IDX) TO WRK-FILIAL-BUSCA
               PERFORM 0660-LOCALIZAR-LINHA
               IF WRK-LIN-POS > 0
                   MOVE WRK-ORC-VALOR (WRK-ORC-IDX, WRK-REL-MES)
                       TO WRK-LIN-ORC-MES (WRK-LIN-POS)
                   PERFORM 0631-SOMAR-ORCADO-ACUM
                       VARYING WRK-MES-IDX FROM 1 BY 1
                       UNTIL WRK-MES-IDX > WRK-REL-MES
               END-IF
           END-IF.

       0631-SOMAR-ORCADO-ACUM.
           ADD WRK-ORC-VALOR (WRK-ORC-IDX, WRK-MES-IDX)
               TO WRK-LIN-ORC-ACU (WRK-LIN-POS).

      *REALIZADO DO ANO ATE O MES, DO REALMES (JA COM O MES APURADO).
       0640-MONTAR-REALIZADO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-REALMES.
           IF WRK-STATUS-REALMES NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0641-LER-REALMES UNTIL FIM-ARQ.
           IF WRK-STATUS-REALMES NOT = '35'
               CLOSE F-REALMES
           END-IF.

       0641-LER-REALMES.
           READ F-REALMES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF RLM-ANO = WRK-REL-ANO
                       AND RLM-MES <= WRK-REL-MES
                       AND (WRK-REL-FILIAL = ZEROS
                           OR RLM-FILIAL = WRK-REL-FILIAL)
                       PERFORM 0642-SOMAR-REALIZADO
                   END-IF
           END-READ.

       0642-SOMAR-REALIZADO.
           MOVE RLM-CONTA TO WRK-CONTA-BUSCA.
           MOVE RLM-FILIAL TO WRK-FILIAL-BUSCA.
           PERFORM 0660-LOCALIZAR-LINHA.
           IF WRK-LIN-POS > 0
               ADD RLM-DEBITO TO WRK-LIN-DEB-ACU (WRK-LIN-POS)
               ADD RLM-CREDITO TO WRK-LIN-CRE-ACU (WRK-LIN-POS)
               IF RLM-MES = WRK-REL-MES
                   ADD RLM-DEBITO TO WRK-LIN-DEB-MES (WRK-LIN-POS)
                   ADD RLM-CREDITO TO WRK-LIN-CRE-MES (WRK-LIN-POS)
               END-IF
           END-IF.

      *IMPRIME AS CONTAS/FILIAIS DE UMA CLASSE E O SUBTOTAL DELA.
       0650-RELATAR-CLASSE.
           MOVE ZEROS TO WRK-QT-CLASSE.
           MOVE ZEROS TO WRK-SUB-ORC-MES.
           MOVE ZEROS TO WRK-SUB-REAL-MES.
           MOVE ZEROS TO WRK-SUB-ORC-ACU.
           MOVE ZEROS TO WRK-SUB-REAL-ACU.
           PERFORM 0651-CONTAR-CLASSE
               VARYING WRK-LIN-IDX FROM 1 BY 1
               UNTIL WRK-LIN-IDX > WRK-LIN-QT.
           IF WRK-QT-CLASSE > 0
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE WRK-CLS-TITULO (WRK-CLS-IDX) TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               PERFORM 0670-RELATAR-LINHA
                   VARYING WRK-LIN-IDX FROM 1 BY 1
                   UNTIL WRK-LIN-IDX > WRK-LIN-QT
               PERFORM 0680-IMPRIMIR-SUBTOTAL
           END-IF.

       0651-CONTAR-CLASSE.
           IF WRK-LIN-CLASSE (WRK-LIN-IDX)
               = WRK-CLS-CODIGO (WRK-CLS-IDX)
               ADD 1 TO WRK-QT-CLASSE
           END-IF.

      *LOCALIZA A CONTA/FILIAL NAS LINHAS DO RELATORIO, INCLUINDO-A
      *SE AINDA NAO ESTA (WRK-LIN-POS = 0 QUANDO A TABELA ENCHEU).
       0660-LOCALIZAR-LINHA.
           MOVE ZEROS TO WRK-LIN-POS.
           PERFORM 0661-COMPARAR-LINHA
               VARYING WRK-LIN-IDX FROM 1 BY 1
               UNTIL WRK-LIN-IDX > WRK-LIN-QT OR WRK-LIN-POS > 0.
           IF WRK-LIN-POS = 0
               IF WRK-LIN-QT < WRK-LIN-MAX
                   ADD 1 TO WRK-LIN-QT
                   MOVE WRK-LIN-QT TO WRK-LIN-POS
                   PERFORM 0662-INCLUIR-LINHA
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.

       0661-COMPARAR-LINHA.
           IF WRK-LIN-CONTA (WRK-LIN-IDX) = WRK-CONTA-BUSCA
               AND WRK-LIN-FILIAL (WRK-LIN-IDX) = WRK-FILIAL-BUSCA
               MOVE WRK-LIN-IDX TO WRK-LIN-POS
           END-IF.

      *CLASSE FORA DE R/D/A/P/L (OU CONTA FORA DO PLANO) VAI PARA O
      *GRUPO DAS CONTAS FORA DO PLANO, PARA NAO SUMIR DO RELATORIO.
       0662-INCLUIR-LINHA.
           MOVE WRK-CONTA-BUSCA TO WRK-LIN-CONTA (WRK-LIN-POS).
           MOVE WRK-FILIAL-BUSCA TO WRK-LIN-FILIAL (WRK-LIN-POS).
           MOVE ZEROS TO WRK-LIN-ORC-MES (WRK-LIN-POS).
           MOVE ZEROS TO WRK-LIN-ORC-ACU (WRK-LIN-POS).
           MOVE ZEROS TO WRK-LIN-DEB-MES (WRK-LIN-POS).
           MOVE ZEROS TO WRK-LIN-CRE-MES (WRK-LIN-POS).
           MOVE ZEROS TO WRK-LIN-DEB-ACU (WRK-LIN-POS).
           MOVE ZEROS TO WRK-LIN-CRE-ACU (WRK-LIN-POS).
           PERFORM 0120-LOCALIZAR-CONTA.
           IF CONTA-NO-PLANO
               MOVE WRK-PCT-NOME (WRK-PCT-POS)
                   TO WRK-LIN-NOME (WRK-LIN-POS)
               MOVE WRK-PCT-CLASSE (WRK-PCT-POS)
                   TO WRK-LIN-CLASSE (WRK-LIN-POS)
           ELSE
               MOVE '** FORA DO PLANO **'
                   TO WRK-LIN-NOME (WRK-LIN-POS)
               MOVE SPACE TO WRK-LIN-CLASSE (WRK-LIN-POS)
           END-IF.
           IF WRK-LIN-CLASSE (WRK-LIN-POS) NOT = 'R'
               AND WRK-LIN-CLASSE (WRK-LIN-POS) NOT = 'D'
               AND WRK-LIN-CLASSE (WRK-LIN-POS) NOT = 'A'
               AND WRK-LIN-CLASSE (WRK-LIN-POS) NOT = 'P'
               AND WRK-LIN-CLASSE (WRK-LIN-POS) NOT = 'L'
               MOVE SPACE TO WRK-LIN-CLASSE (WRK-LIN-POS)
           END-IF.

      *DUAS LINHAS POR CONTA/FILIAL: O MES E O ACUMULADO DO ANO.
       0670-RELATAR-LINHA.
           IF WRK-LIN-CLASSE (WRK-LIN-IDX)
               = WRK-CLS-CODIGO (WRK-CLS-IDX)
               IF WRK-LIN-CLASSE (WRK-LIN-IDX) = 'A'
                   OR WRK-LIN-CLASSE (WRK-LIN-IDX) = 'D'
                   COMPUTE WRK-REAL-MES = WRK-LIN-DEB-MES (WRK-LIN-IDX)
                       - WRK-LIN-CRE-MES (WRK-LIN-IDX)
                   COMPUTE WRK-REAL-ACU = WRK-LIN-DEB-ACU (WRK-LIN-IDX)
                       - WRK-LIN-CRE-ACU (WRK-LIN-IDX)
               ELSE
                   COMPUTE WRK-REAL-MES = WRK-LIN-CRE-MES (WRK-LIN-IDX)
                       - WRK-LIN-DEB-MES (WRK-LIN-IDX)
                   COMPUTE WRK-REAL-ACU = WRK-LIN-CRE-ACU (WRK-LIN-IDX)
                       - WRK-LIN-DEB-ACU (WRK-LIN-IDX)
               END-IF
               ADD WRK-LIN-ORC-MES (WRK-LIN-IDX) TO WRK-SUB-ORC-MES
               ADD WRK-REAL-MES TO WRK-SUB-REAL-MES
               ADD WRK-LIN-ORC-ACU (WRK-LIN-IDX) TO WRK-SUB-ORC-ACU
               ADD WRK-REAL-ACU TO WRK-SUB-REAL-ACU
               MOVE 'N' TO WRK-CONTA-DESVIO
               MOVE WRK-LIN-ORC-MES (WRK-LIN-IDX) TO WRK-CMP-ORCADO
               MOVE WRK-REAL-MES TO WRK-CMP-REAL
               PERFORM 0690-AVALIAR-DESVIO
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING WRK-LIN-CONTA (WRK-LIN-IDX) ' '
                   WRK-LIN-FILIAL (WRK-LIN-IDX) ' '
                   WRK-LIN-NOME (WRK-LIN-IDX)
                   ' MES  ORC=' WRK-ORCADO-ED
                   ' REAL=' WRK-REAL-ED
                   ' VAR=' WRK-VAR-ED
                   ' (' WRK-PERC-ED '%)' WRK-DESVIO-TXT
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE WRK-LIN-ORC-ACU (WRK-LIN-IDX) TO WRK-CMP-ORCADO
               MOVE WRK-REAL-ACU TO WRK-CMP-REAL
               PERFORM 0690-AVALIAR-DESVIO
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING WRK-BRANCOS
                   ' ACUM ORC=' WRK-ORCADO-ED
                   ' REAL=' WRK-REAL-ED
                   ' VAR=' WRK-VAR-ED
                   ' (' WRK-PERC-ED '%)' WRK-DESVIO-TXT
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               IF CONTA-COM-DESVIO
                   ADD 1 TO WRK-QT-DESVIOS
               END-IF
           END-IF.

       0680-IMPRIMIR-SUBTOTAL.
           MOVE WRK-SUB-ORC-MES TO WRK-CMP-ORCADO.
           MOVE WRK-SUB-REAL-MES TO WRK-CMP-REAL.
           PERFORM 0690-AVALIAR-DESVIO.
           MOVE WRK-CMP-ORCADO TO WRK-SUB-ORC-ED.
           MOVE WRK-CMP-REAL TO WRK-SUB-REAL-ED.
           MOVE WRK-CMP-VAR TO WRK-SUB-VAR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'SUBTOTAL MES  ORC=' WRK-SUB-ORC-ED
               ' REAL=' WRK-SUB-REAL-ED
               ' VAR=' WRK-SUB-VAR-ED
               ' (' WRK-PERC-ED '%)' WRK-DESVIO-TXT
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-SUB-ORC-ACU TO WRK-CMP-ORCADO.
           MOVE WRK-SUB-REAL-ACU TO WRK-CMP-REAL.
           PERFORM 0690-AVALIAR-DESVIO.
           MOVE WRK-CMP-ORCADO TO WRK-SUB-ORC-ED.
           MOVE WRK-CMP-REAL TO WRK-SUB-REAL-ED.
           MOVE WRK-CMP-VAR TO WRK-SUB-VAR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'SUBTOTAL ACUM ORC=' WRK-SUB-ORC-ED
               ' REAL=' WRK-SUB-REAL-ED
               ' VAR=' WRK-SUB-VAR-ED
               ' (' WRK-PERC-ED '%)' WRK-DESVIO-TXT
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *VARIACAO = REALIZADO - ORCADO, EM VALOR E EM % DO ORCADO. HA
      *DESVIO QUANDO A VARIACAO PASSA DO LIMITE PARA MAIS OU PARA
      *MENOS, OU QUANDO HA REALIZADO SEM NADA ORCADO. O DESVIO DE
      *UMA LINHA DE CONTA MARCA A CONTA (WRK-CONTA-DESVIO).
       0690-AVALIAR-DESVIO.
           MOVE 'N' TO WRK-CMP-DESVIO.
           COMPUTE WRK-CMP-VAR = WRK-CMP-REAL - WRK-CMP-ORCADO.
           IF WRK-CMP-ORCADO NOT = ZEROS
               COMPUTE WRK-DIF-PERC ROUNDED = WRK-CMP-VAR * 100
                   / WRK-CMP-ORCADO
                   ON SIZE ERROR
                       MOVE 9999,9 TO WRK-DIF-PERC
               END-COMPUTE
               IF WRK-DIF-PERC < ZEROS
                   COMPUTE WRK-PERC-ABS = ZEROS - WRK-DIF-PERC
               ELSE
                   MOVE WRK-DIF-PERC TO WRK-PERC-ABS
               END-IF
               IF WRK-PERC-ABS > WRK-LIMITE-PCT
                   MOVE 'S' TO WRK-CMP-DESVIO
               END-IF
           ELSE
               MOVE ZEROS TO WRK-DIF-PERC
               IF WRK-CMP-REAL NOT = ZEROS
                   MOVE 'S' TO WRK-CMP-DESVIO
               END-IF
           END-IF.
           MOVE WRK-CMP-ORCADO TO WRK-ORCADO-ED.
           MOVE WRK-CMP-REAL TO WRK-REAL-ED.
           MOVE WRK-CMP-VAR TO WRK-VAR-ED.
           MOVE WRK-DIF-PERC TO WRK-PERC-ED.
           IF HA-DESVIO
               MOVE ' <<< DESVIO' TO WRK-DESVIO-TXT
               MOVE 'S' TO WRK-CONTA-DESVIO
           ELSE
               MOVE SPACES TO WRK-DESVIO-TXT
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
