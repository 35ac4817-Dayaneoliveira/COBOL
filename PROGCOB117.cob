       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB117.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : CONVERSAO DO RAZAO PARA CENTAVOS, RODADA UMA VEZ.
      *O RAZAO GUARDAVA OS VALORES EM REAIS INTEIROS (LANCAMENTO DE
      *4 DIGITOS, SALDO DE 6) E O PROGCOB66 FATIAVA OS TOTAIS EM
      *LANCAMENTOS DE ATE 9999, ARREDONDANDO OS CENTAVOS. COM OS
      *LAYOUTS NOVOS (LANREC.CPY, SALREC.CPY E REXREC.CPY) OS
      *ARQUIVOS EXISTENTES PRECISAM SER REGRAVADOS:
      *  SALDOS   - SALDO DE FECHAMENTO POR CONTA;
      *  RAZAOEXP - INTERFACE DO PACOTE CONTABIL (HISTORICO QUE O
      *             PROGCOB67 E O PROGCOB68 LEEM);
      *  LANCTOS  - LOTE AINDA NAO POSTADO, SE HOUVER.
      *CADA ARQUIVO E LIDO NO LAYOUT ANTIGO E GRAVADO NO NOVO NUM
      *ARQUIVO DE TRABALHO (SALDOSN, RAZAOEXN, LANCTOSN); O TRABALHO
      *E RELIDO E A QUANTIDADE E OS TOTAIS TEM QUE BATER COM O QUE
      *FOI LIDO ANTES DE VOLTAR POR CIMA DO ORIGINAL (REGRAVACAO
      *TOTAL, COMO NAS MANUTENCOES LINE SEQUENTIAL DO SISTEMA).
      *O LAYOUT E RECONHECIDO REGISTRO A REGISTRO (NO LANCTOS, PELO
      *CABECALHO H): REGISTRO JA NO LAYOUT NOVO PASSA COMO ESTA E
      *REGISTRO FORA DOS DOIS LAYOUTS TAMBEM (O PROGCOB06 RECUSA
      *DEPOIS), ENTAO RODAR DE NOVO APOS UMA FALHA NAO CONVERTE
      *NADA DUAS VEZES. ARQUIVO AUSENTE NAO E ERRO.
      *NO FIM O ARQUIVO DE CONTROLE RAZAOCNV GUARDA A DATA, O
      *OPERADOR E AS QUANTIDADES CONVERTIDAS; COM ELE PRESENTE O
      *PROGRAMA SO AVISA QUE A CONVERSAO JA FOI FEITA (RC 4).
      *DIVERGENCIA NA CONFERENCIA DEIXA O ORIGINAL INTOCADO, NAO
      *GRAVA O CONTROLE E DEVOLVE RC 8.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CONTROLE DA CONVERSAO (UM REGISTRO, GRAVADO NO FIM).
           SELECT F-RAZAOCNV ASSIGN TO 'RAZAOCNV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RAZAOCNV.
      *SALDOS DE FECHAMENTO POR CONTA E O SEU ARQUIVO DE TRABALHO.
           SELECT F-SALDOS ASSIGN TO 'SALDOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT F-SALDOSN ASSIGN TO 'SALDOSN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRABALHO.
      *INTERFACE DO PACOTE CONTABIL E O SEU ARQUIVO DE TRABALHO.
           SELECT F-RAZAOEXP ASSIGN TO 'RAZAOEXP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RAZAOEXP.
           SELECT F-RAZAOEXN ASSIGN TO 'RAZAOEXN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRABALHO.
      *LOTE CONTABIL PENDENTE E O SEU ARQUIVO DE TRABALHO.
           SELECT F-LANCTOS ASSIGN TO 'LANCTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANCTOS.
           SELECT F-LANCTOSN ASSIGN TO 'LANCTOSN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRABALHO.
      *RELATORIO DA CONVERSAO, COM CABECALHO E QUEBRA DE PAGINA
      *PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB117RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-RAZAOCNV.
       01  REG-RAZAOCNV.
           03 CNV-DATA        PIC 9(08).
           03 CNV-OPERADOR    PIC X(10).
           03 CNV-QT-SALDOS   PIC 9(06).
           03 CNV-QT-RAZAOEXP PIC 9(06).
           03 CNV-QT-LANCTOS  PIC 9(06).

      *O SALDOS NOS DOIS LAYOUTS: O ANTIGO (SALDO DE 6 DIGITOS EM
      *REAIS) E O ATUAL (SALREC.CPY), PARA RECONHECER E REGRAVAR.
       FD  F-SALDOS.
       01  REG-SALDO-ANT.
           03 SAN-CONTA PIC X(08).
           03 SAN-SALDO PIC 9(06).
           03 SAN-SUF   PIC X(02).
       01  REG-SALDO-ATU.
           03 SAT-CONTA PIC X(08).
           03 SAT-SALDO PIC 9(11)V99.
           03 SAT-SUF   PIC X(02).

       FD  F-SALDOSN.
           COPY 'SALREC.CPY'.

      *O RAZAOEXP NOS DOIS LAYOUTS (O ATUAL E O DO REXREC.CPY).
       FD  F-RAZAOEXP.
       01  REG-REX-ANT.
           03 RAN-TIPO    PIC X(01).
           03 RAN-DATA    PIC 9(08).
           03 RAN-CONTA   PIC X(08).
           03 RAN-DEBITO  PIC 9(08).
           03 RAN-CREDITO PIC 9(08).
           03 RAN-SALDO   PIC 9(06).
           03 RAN-SUF     PIC X(02).
           03 RAN-ORIGEM  PIC X(08).
       01  REG-REX-ATU.
           03 RAT-TIPO    PIC X(01).
           03 RAT-DATA    PIC 9(08).
           03 RAT-CONTA   PIC X(08).
           03 RAT-DEBITO  PIC 9(11)V99.
           03 RAT-CREDITO PIC 9(11)V99.
           03 RAT-SALDO   PIC 9(11)V99.
           03 RAT-SUF     PIC X(02).
           03 RAT-ORIGEM  PIC X(08).
           03 RAT-FILIAL  PIC X(02).

       FD  F-RAZAOEXN.
           COPY 'REXREC.CPY'.

      *O LANCTOS NO LAYOUT ANTIGO (VALORES DE 4 DIGITOS, CABECALHO
      *COM TOTAIS DE 8) E A AREA DO LAYOUT ATUAL (LANREC.CPY). O
      *CABECALHO ANTIGO TEM 23 POSICOES - NO ATUAL AS POSICOES 24
      *A 33 SAO O FIM DO TOTAL DE CREDITO.
       FD  F-LANCTOS.
       01  REG-LAN-ANT.
           03 LAA-DEBITO  PIC 9(04).
           03 LAA-CREDITO PIC 9(04).
           03 LAA-CONTA   PIC X(08).
           03 LAA-DATA    PIC X(08).
           03 LAA-ORIGEM  PIC X(08).
           03 LAA-FILIAL  PIC 9(02).
       01  REG-CAB-ANT.
           03 CAA-TIPO    PIC X(01).
           03 CAA-QT      PIC 9(06).
           03 CAA-TOT-DEB PIC 9(08).
           03 CAA-TOT-CRE PIC 9(08).
           03 CAA-FOLGA   PIC X(10).
       01  REG-LAN-ATU PIC X(48).

       FD  F-LANCTOSN.
           COPY 'LANREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-RAZAOCNV PIC X(02) VALUE '00'.
       77 WRK-STATUS-SALDOS   PIC X(02) VALUE '00'.
       77 WRK-STATUS-RAZAOEXP PIC X(02) VALUE '00'.
       77 WRK-STATUS-LANCTOS  PIC X(02) VALUE '00'.
       77 WRK-STATUS-TRABALHO PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-OPERADOR PIC X(10) VALUE SPACES.
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
           88 CONVERSAO-CONFIRMADA VALUE 'S' 's'.
       77 WRK-JA-CONVERTIDO PIC X(01) VALUE 'N'.
           88 RAZAO-JA-CONVERTIDO VALUE 'S'.
       77 WRK-FALHOU PIC X(01) VALUE 'N'.
           88 CONVERSAO-FALHOU VALUE 'S'.
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJE-ANO PIC 9(04).
           03 WRK-HOJE-MES PIC 9(02).
           03 WRK-HOJE-DIA PIC 9(02).
       01 WRK-DATA-ED.
           03 WRK-ED-DIA PIC 9(02).
           03 FILLER     PIC X(01) VALUE '/'.
           03 WRK-ED-MES PIC 9(02).
           03 FILLER     PIC X(01) VALUE '/'.
           03 WRK-ED-ANO PIC 9(04).
      *CONTAGEM E TOTAIS DO ARQUIVO CORRENTE. TOTAL A = SALDO (NO
      *SALDOS) OU DEBITO; TOTAL B = CREDITO (ZERO NO SALDOS). O
      *ANTES SOMA O QUE FOI LIDO E RECONHECIDO, O DEPOIS O QUE FOI
      *RELIDO DO ARQUIVO DE TRABALHO.
       77 WRK-ARQ-NOME      PIC X(08) VALUE SPACES.
       77 WRK-ARQ-SITUACAO  PIC X(20) VALUE SPACES.
       77 WRK-QT-LIDOS       PIC 9(06) VALUE ZEROS.
       77 WRK-QT-CONVERTIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-JA-NOVOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-FORA        PIC 9(06) VALUE ZEROS.
       77 WRK-QT-RELIDOS     PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-A-ANTES  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-B-ANTES  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-A-DEPOIS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-B-DEPOIS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-A-ANTES-ED  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-B-ANTES-ED  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-A-DEPOIS-ED PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-B-DEPOIS-ED PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *QUANTIDADES CONVERTIDAS POR ARQUIVO, PARA O CONTROLE.
       77 WRK-CNV-SALDOS   PIC 9(06) VALUE ZEROS.
       77 WRK-CNV-RAZAOEXP PIC 9(06) VALUE ZEROS.
       77 WRK-CNV-LANCTOS  PIC 9(06) VALUE ZEROS.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB117'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           PERFORM 0100-VERIFICAR-CONTROLE.
           IF RAZAO-JA-CONVERTIDO
               MOVE CNV-DATA TO WRK-DATA-HOJE
               PERFORM 0110-EDITAR-DATA
               DISPLAY 'RAZAO JA CONVERTIDO PARA CENTAVOS EM '
                   WRK-DATA-ED ' POR ' CNV-OPERADOR
                   ' - NADA A FAZER'
               MOVE 'JA CONVERTIDO' TO WRK-AUD-SAIDA
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'OPERADOR.. '
               ACCEPT WRK-OPERADOR
               DISPLAY 'CONVERTE SALDOS, RAZAOEXP E LANCTOS PARA O '
                   'LAYOUT EM CENTAVOS (S/N).. '
               ACCEPT WRK-CONFIRMA
               IF CONVERSAO-CONFIRMADA
                   PERFORM 0200-CONVERTER-RAZAO
               ELSE
                   DISPLAY 'CONVERSAO CANCELADA, NADA ALTERADO'
                   MOVE 'CANCELADA' TO WRK-AUD-SAIDA
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STRING 'OPERADOR=' WRK-OPERADOR DELIMITED BY SIZE
               INTO WRK-AUD-ENTRADA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *CONTROLE PRESENTE E COM REGISTRO = CONVERSAO JA FEITA.
       0100-VERIFICAR-CONTROLE.
           MOVE 'N' TO WRK-JA-CONVERTIDO.
           OPEN INPUT F-RAZAOCNV.
           IF WRK-STATUS-RAZAOCNV = '00'
               READ F-RAZAOCNV
                   NOT AT END
                       MOVE 'S' TO WRK-JA-CONVERTIDO
               END-READ
               CLOSE F-RAZAOCNV
           END-IF.

       0110-EDITAR-DATA.
           MOVE WRK-HOJE-DIA TO WRK-ED-DIA.
           MOVE WRK-HOJE-MES TO WRK-ED-MES.
           MOVE WRK-HOJE-ANO TO WRK-ED-ANO.

      *OS TRES ARQUIVOS, UM DE CADA VEZ; O CONTROLE SO E GRAVADO
      *SE NENHUM DIVERGIU NA CONFERENCIA.
       0200-CONVERTER-RAZAO.
           MOVE 'N' TO WRK-FALHOU.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           PERFORM 0300-CONVERTER-SALDOS.
           MOVE WRK-QT-CONVERTIDOS TO WRK-CNV-SALDOS.
           PERFORM 0800-RELATAR-ARQUIVO.
           PERFORM 0400-CONVERTER-RAZAOEXP.
           MOVE WRK-QT-CONVERTIDOS TO WRK-CNV-RAZAOEXP.
           PERFORM 0800-RELATAR-ARQUIVO.
           PERFORM 0500-CONVERTER-LANCTOS.
           MOVE WRK-QT-CONVERTIDOS TO WRK-CNV-LANCTOS.
           PERFORM 0800-RELATAR-ARQUIVO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF CONVERSAO-FALHOU
               MOVE 'CONVERSAO INCOMPLETA - ARQUIVO DIVERGENTE MANTIDO'
                   TO WRK-RPT-LINHA-TXT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0600-GRAVAR-CONTROLE
               MOVE 'CONVERSAO CONCLUIDA, CONTROLE RAZAOCNV GRAVADO'
                   TO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           DISPLAY WRK-RPT-LINHA-TXT.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           STRING 'SAL=' WRK-CNV-SALDOS ' REX=' WRK-CNV-RAZAOEXP
               ' LAN=' WRK-CNV-LANCTOS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.

       0210-ZERAR-CONTADORES.
           MOVE SPACES TO WRK-ARQ-SITUACAO.
           MOVE ZEROS TO WRK-QT-LIDOS.
           MOVE ZEROS TO WRK-QT-CONVERTIDOS.
           MOVE ZEROS TO WRK-QT-JA-NOVOS.
           MOVE ZEROS TO WRK-QT-FORA.
           MOVE ZEROS TO WRK-QT-RELIDOS.
           MOVE ZEROS TO WRK-TOT-A-ANTES.
           MOVE ZEROS TO WRK-TOT-B-ANTES.
           MOVE ZEROS TO WRK-TOT-A-DEPOIS.
           MOVE ZEROS TO WRK-TOT-B-DEPOIS.

      *RELIDO O TRABALHO, A QUANTIDADE E OS TOTAIS TEM QUE BATER.
       0220-CONFERIR-TRABALHO.
           IF WRK-QT-RELIDOS = WRK-QT-LIDOS
               AND WRK-TOT-A-DEPOIS = WRK-TOT-A-ANTES
               AND WRK-TOT-B-DEPOIS = WRK-TOT-B-ANTES
               MOVE 'CONVERTIDO' TO WRK-ARQ-SITUACAO
           ELSE
               MOVE 'DIVERGENTE - MANTIDO' TO WRK-ARQ-SITUACAO
               MOVE 'S' TO WRK-FALHOU
               MOVE ZEROS TO WRK-QT-CONVERTIDOS
           END-IF.

      *SALDOS: SALDO DE 6 DIGITOS COM CR/DB NA POSICAO 15 = LAYOUT
      *ANTIGO; SALDO DE 13 DIGITOS COM CR/DB NA POSICAO 22 = ATUAL.
       0300-CONVERTER-SALDOS.
           MOVE 'SALDOS' TO WRK-ARQ-NOME.
           PERFORM 0210-ZERAR-CONTADORES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-SALDOS.
           IF WRK-STATUS-SALDOS NOT = '00'
               MOVE 'AUSENTE' TO WRK-ARQ-SITUACAO
           ELSE
               OPEN OUTPUT F-SALDOSN
               PERFORM 0310-CONVERTER-SALDO UNTIL FIM-ARQ
               CLOSE F-SALDOS
               CLOSE F-SALDOSN
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-SALDOSN
               PERFORM 0320-RELER-SALDO UNTIL FIM-ARQ
               CLOSE F-SALDOSN
               PERFORM 0220-CONFERIR-TRABALHO
               IF WRK-ARQ-SITUACAO = 'CONVERTIDO'
                   PERFORM 0330-RECOPIAR-SALDOS
               END-IF
           END-IF.

       0310-CONVERTER-SALDO.
           READ F-SALDOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   EVALUATE TRUE
                       WHEN SAN-SALDO IS NUMERIC
                           AND (SAN-SUF = 'CR' OR SAN-SUF = 'DB')
                           MOVE SAN-CONTA TO SAL-CONTA
                           MOVE SAN-SALDO TO SAL-SALDO
                           MOVE SAN-SUF TO SAL-SUF
                           ADD SAN-SALDO TO WRK-TOT-A-ANTES
                           ADD 1 TO WRK-QT-CONVERTIDOS
                       WHEN SAT-SALDO IS NUMERIC
                           AND (SAT-SUF = 'CR' OR SAT-SUF = 'DB')
                           MOVE REG-SALDO-ATU TO REG-SALDO
                           ADD SAT-SALDO TO WRK-TOT-A-ANTES
                           ADD 1 TO WRK-QT-JA-NOVOS
                       WHEN OTHER
                           MOVE REG-SALDO-ATU TO REG-SALDO
                           ADD 1 TO WRK-QT-FORA
                   END-EVALUATE
                   WRITE REG-SALDO
           END-READ.

       0320-RELER-SALDO.
           READ F-SALDOSN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-RELIDOS
                   IF SAL-SALDO IS NUMERIC
                       AND (SAL-SUF = 'CR' OR SAL-SUF = 'DB')
                       ADD SAL-SALDO TO WRK-TOT-A-DEPOIS
                   END-IF
           END-READ.

       0330-RECOPIAR-SALDOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-SALDOSN.
           OPEN OUTPUT F-SALDOS.
           PERFORM 0331-COPIAR-DE-VOLTA UNTIL FIM-ARQ.
           CLOSE F-SALDOSN.
           CLOSE F-SALDOS.

       0331-COPIAR-DE-VOLTA.
           READ F-SALDOSN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-SALDO TO REG-SALDO-ATU
                   WRITE REG-SALDO-ATU
           END-READ.

      *RAZAOEXP: VALORES DE 8/8/6 DIGITOS COM CR/DB NA POSICAO 40
      *= LAYOUT ANTIGO; 13/13/13 COM CR/DB NA POSICAO 57 = ATUAL.
       0400-CONVERTER-RAZAOEXP.
           MOVE 'RAZAOEXP' TO WRK-ARQ-NOME.
           PERFORM 0210-ZERAR-CONTADORES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-RAZAOEXP.
           IF WRK-STATUS-RAZAOEXP NOT = '00'
               MOVE 'AUSENTE' TO WRK-ARQ-SITUACAO
           ELSE
               OPEN OUTPUT F-RAZAOEXN
               PERFORM 0410-CONVERTER-REGISTRO UNTIL FIM-ARQ
               CLOSE F-RAZAOEXP
               CLOSE F-RAZAOEXN
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-RAZAOEXN
               PERFORM 0420-RELER-REGISTRO UNTIL FIM-ARQ
               CLOSE F-RAZAOEXN
               PERFORM 0220-CONFERIR-TRABALHO
               IF WRK-ARQ-SITUACAO = 'CONVERTIDO'
                   PERFORM 0430-RECOPIAR-RAZAOEXP
               END-IF
           END-IF.

       0410-CONVERTER-REGISTRO.
           READ F-RAZAOEXP
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   EVALUATE TRUE
                       WHEN RAN-DEBITO IS NUMERIC
                           AND RAN-CREDITO IS NUMERIC
                           AND RAN-SALDO IS NUMERIC
                           AND (RAN-SUF = 'CR' OR RAN-SUF = 'DB')
                           MOVE RAN-TIPO TO REX-TIPO
                           MOVE RAN-DATA TO REX-DATA
                           MOVE RAN-CONTA TO REX-CONTA
                           MOVE RAN-DEBITO TO REX-DEBITO
                           MOVE RAN-CREDITO TO REX-CREDITO
                           MOVE RAN-SALDO TO REX-SALDO
                           MOVE RAN-SUF TO REX-SUF
                           MOVE RAN-ORIGEM TO REX-ORIGEM
                           MOVE ZEROS TO REX-FILIAL
                           ADD RAN-DEBITO TO WRK-TOT-A-ANTES
                           ADD RAN-CREDITO TO WRK-TOT-B-ANTES
                           ADD 1 TO WRK-QT-CONVERTIDOS
                       WHEN RAT-DEBITO IS NUMERIC
                           AND RAT-CREDITO IS NUMERIC
                           AND RAT-SALDO IS NUMERIC
                           AND (RAT-SUF = 'CR' OR RAT-SUF = 'DB')
                           MOVE REG-REX-ATU TO REG-RAZAOEXP
                           ADD RAT-DEBITO TO WRK-TOT-A-ANTES
                           ADD RAT-CREDITO TO WRK-TOT-B-ANTES
                           ADD 1 TO WRK-QT-JA-NOVOS
                       WHEN OTHER
                           MOVE REG-REX-ATU TO REG-RAZAOEXP
                           ADD 1 TO WRK-QT-FORA
                   END-EVALUATE
                   WRITE REG-RAZAOEXP
           END-READ.

       0420-RELER-REGISTRO.
           READ F-RAZAOEXN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-RELIDOS
                   IF REX-DEBITO IS NUMERIC
                       AND REX-CREDITO IS NUMERIC
                       AND REX-SALDO IS NUMERIC
                       AND (REX-SUF = 'CR' OR REX-SUF = 'DB')
                       ADD REX-DEBITO TO WRK-TOT-A-DEPOIS
                       ADD REX-CREDITO TO WRK-TOT-B-DEPOIS
                   END-IF
           END-READ.

       0430-RECOPIAR-RAZAOEXP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-RAZAOEXN.
           OPEN OUTPUT F-RAZAOEXP.
           PERFORM 0431-COPIAR-DE-VOLTA UNTIL FIM-ARQ.
           CLOSE F-RAZAOEXN.
           CLOSE F-RAZAOEXP.

       0431-COPIAR-DE-VOLTA.
           READ F-RAZAOEXN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-RAZAOEXP TO REG-REX-ATU
                   WRITE REG-REX-ATU
           END-READ.

      *LANCTOS: O LAYOUT E O DO CABECALHO H (PRIMEIRO REGISTRO) -
      *CABECALHO ANTIGO TEM BRANCO NAS POSICOES 24 A 33. LOTE JA NO
      *LAYOUT NOVO OU SEM CABECALHO FICA COMO ESTA (O PROGCOB06
      *CONFERE O LOTE ANTES DE POSTAR).
       0500-CONVERTER-LANCTOS.
           MOVE 'LANCTOS' TO WRK-ARQ-NOME.
           PERFORM 0210-ZERAR-CONTADORES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-LANCTOS.
           IF WRK-STATUS-LANCTOS NOT = '00'
               MOVE 'AUSENTE' TO WRK-ARQ-SITUACAO
           ELSE
               READ F-LANCTOS
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               EVALUATE TRUE
                   WHEN FIM-ARQ
                       MOVE 'VAZIO' TO WRK-ARQ-SITUACAO
                       CLOSE F-LANCTOS
                   WHEN CAA-TIPO = 'H' AND CAA-QT IS NUMERIC
                       AND CAA-TOT-DEB IS NUMERIC
                       AND CAA-TOT-CRE IS NUMERIC
                       AND CAA-FOLGA = SPACES
                       PERFORM 0505-CONVERTER-LOTE
                   WHEN CAA-TIPO = 'H' AND CAA-FOLGA IS NUMERIC
                       MOVE 'JA NO LAYOUT NOVO' TO WRK-ARQ-SITUACAO
                       CLOSE F-LANCTOS
                   WHEN OTHER
                       MOVE 'SEM CABECALHO H' TO WRK-ARQ-SITUACAO
                       CLOSE F-LANCTOS
               END-EVALUATE
           END-IF.

       0505-CONVERTER-LOTE.
           OPEN OUTPUT F-LANCTOSN.
           MOVE 'H' TO CAB-TIPO.
           MOVE CAA-QT TO CAB-QT.
           MOVE CAA-TOT-DEB TO CAB-TOT-DEB.
           MOVE CAA-TOT-CRE TO CAB-TOT-CRE.
           WRITE REG-LANCTO-CAB.
           PERFORM 0510-CONVERTER-LANCAMENTO UNTIL FIM-ARQ.
           CLOSE F-LANCTOS.
           CLOSE F-LANCTOSN.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-LANCTOSN.
           READ F-LANCTOSN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
           END-READ.
           PERFORM 0520-RELER-LANCAMENTO UNTIL FIM-ARQ.
           CLOSE F-LANCTOSN.
           PERFORM 0220-CONFERIR-TRABALHO.
           IF WRK-ARQ-SITUACAO = 'CONVERTIDO'
               PERFORM 0530-RECOPIAR-LANCTOS
           END-IF.

      *LANCAMENTO NAO NUMERICO E COPIADO COMO ESTA - O PROGCOB06 JA
      *O DEIXA FORA DA CONFERENCIA DO LOTE. FILIAL NAO NUMERICA VIRA
      *ZEROS (= 01, A MATRIZ, COMO O PROGCOB06 JA LE).
       0510-CONVERTER-LANCAMENTO.
           READ F-LANCTOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   IF LAA-DEBITO IS NUMERIC
                       AND LAA-CREDITO IS NUMERIC
                       MOVE LAA-DEBITO TO LAN-DEBITO
                       MOVE LAA-CREDITO TO LAN-CREDITO
                       MOVE LAA-CONTA TO LAN-CONTA
                       MOVE LAA-DATA TO LAN-DATA
                       MOVE LAA-ORIGEM TO LAN-ORIGEM
                       IF LAA-FILIAL IS NUMERIC
                           MOVE LAA-FILIAL TO LAN-FILIAL
                       ELSE
                           MOVE ZEROS TO LAN-FILIAL
                       END-IF
                       ADD LAA-DEBITO TO WRK-TOT-A-ANTES
                       ADD LAA-CREDITO TO WRK-TOT-B-ANTES
                       ADD 1 TO WRK-QT-CONVERTIDOS
                   ELSE
                       MOVE REG-LAN-ATU TO REG-LANCTO
                       ADD 1 TO WRK-QT-FORA
                   END-IF
                   WRITE REG-LANCTO
           END-READ.

       0520-RELER-LANCAMENTO.
           READ F-LANCTOSN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-RELIDOS
                   IF LAN-DEBITO IS NUMERIC
                       AND LAN-CREDITO IS NUMERIC
                       ADD LAN-DEBITO TO WRK-TOT-A-DEPOIS
                       ADD LAN-CREDITO TO WRK-TOT-B-DEPOIS
                   END-IF
           END-READ.

       0530-RECOPIAR-LANCTOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-LANCTOSN.
           OPEN OUTPUT F-LANCTOS.
           PERFORM 0531-COPIAR-DE-VOLTA UNTIL FIM-ARQ.
           CLOSE F-LANCTOSN.
           CLOSE F-LANCTOS.

       0531-COPIAR-DE-VOLTA.
           READ F-LANCTOSN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-LANCTO TO REG-LAN-ATU
                   WRITE REG-LAN-ATU
           END-READ.

       0600-GRAVAR-CONTROLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT F-RAZAOCNV.
           MOVE WRK-DATA-HOJE TO CNV-DATA.
           MOVE WRK-OPERADOR TO CNV-OPERADOR.
           MOVE WRK-CNV-SALDOS TO CNV-QT-SALDOS.
           MOVE WRK-CNV-RAZAOEXP TO CNV-QT-RAZAOEXP.
           MOVE WRK-CNV-LANCTOS TO CNV-QT-LANCTOS.
           WRITE REG-RAZAOCNV.
           CLOSE F-RAZAOCNV.

      *DUAS LINHAS POR ARQUIVO: AS QUANTIDADES E OS TOTAIS LIDOS
      *CONTRA OS RELIDOS DO TRABALHO.
       0800-RELATAR-ARQUIVO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'ARQUIVO=' WRK-ARQ-NOME
               ' SITUACAO=' WRK-ARQ-SITUACAO
               ' LIDOS=' WRK-QT-LIDOS
               ' CONVERTIDOS=' WRK-QT-CONVERTIDOS
               ' JA-NO-LAYOUT=' WRK-QT-JA-NOVOS
               ' FORA-DO-LAYOUT=' WRK-QT-FORA
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           DISPLAY WRK-ARQ-NOME ': ' WRK-ARQ-SITUACAO ' - '
               WRK-QT-CONVERTIDOS ' CONVERTIDO(S) DE '
               WRK-QT-LIDOS.
           IF WRK-QT-LIDOS > 0
               MOVE WRK-TOT-A-ANTES TO WRK-TOT-A-ANTES-ED
               MOVE WRK-TOT-B-ANTES TO WRK-TOT-B-ANTES-ED
               MOVE WRK-TOT-A-DEPOIS TO WRK-TOT-A-DEPOIS-ED
               MOVE WRK-TOT-B-DEPOIS TO WRK-TOT-B-DEPOIS-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '  TOTAIS LIDOS=' WRK-TOT-A-ANTES-ED
                   ' /' WRK-TOT-B-ANTES-ED
                   ' RELIDOS=' WRK-TOT-A-DEPOIS-ED
                   ' /' WRK-TOT-B-DEPOIS-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
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
