       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB128.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : FREQUENCIA DO TERMO DERIVADA DA CHAMADA DIARIA
      *(CHAMADA, GRAVADA PELO PROGCOB127) E ALERTA DE FALTAS.
      *A CHAMADA E CLASSIFICADA POR TERMO, MATRICULA, DISCIPLINA E
      *DATA (SORT, COMO NO PROGCOB95) E LIDA NUMA PASSADA: A LINHA
      *MAIS RECENTE DE CADA AULA VALE (CORRECAO DO PROGCOB127), AS
      *HORAS-AULA DO DIA SOMAM NAS AULAS DADAS E, NA FALTA, NAS
      *FALTAS DO ALUNO NO TERMO.
      *O TOTAL DE CADA MATRICULA+TERMO SUBSTITUI NO FREQUENCIA O QUE
      *HAVIA PARA ELA (REGRAVACAO PELO FREQTRAB, COMO O ANONTRAB DO
      *PROGCOB80) - AS DEMAIS LINHAS FICAM COMO ESTAO. TERMO FECHADO
      *NO TERMOCTL (PROGCOB24) NAO E MEXIDO: O BOLETIM DELE JA SAIU.
      *O PROGCOB128RPT LISTA, NOS TERMOS ABERTOS, O ALUNO:
      *  - ABAIXO DE 75% DE PRESENCA (A REGRA DA ESCOLA - JA ESTA
      *    REPROVANDO POR FALTA);
      *  - EM RISCO, ABAIXO DE 80% (CAMINHANDO PARA OS 75%);
      *  - COM 3 OU MAIS FALTAS SEGUIDAS NUMA DISCIPLINA, QUANDO A
      *    ULTIMA FALTA DA SEQUENCIA E DOS ULTIMOS 7 DIAS (A CHAMADA
      *    LANCADA COM ATRASO AINDA GERA O ALERTA).
      *RODA TODA NOITE NA REDE (NIGHTLY), ENTAO O ALERTA SAI NA MESMA
      *SEMANA DA FALTA. RC 4 COM ALUNO EM ALERTA; RC 12 COM MAIS
      *ALUNOS QUE A TABELA EM MEMORIA (NADA E REGRAVADO).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CHAMADA DIARIA (VEJA CHMREC.CPY).
           SELECT F-CHAMADA ASSIGN TO 'CHAMADA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHAMADA.
      *CHAMADA CLASSIFICADA POR TERMO, MATRICULA, DISCIPLINA E DATA.
           SELECT F-CHAMORD ASSIGN TO 'CHAMORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHAMORD.
           SELECT F-SORTWK ASSIGN TO 'SORTWK'.
      *FREQUENCIA POR MATRICULA+TERMO: AULAS DADAS E FALTAS.
           SELECT F-FREQUENCIA ASSIGN TO 'FREQUENCIA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FREQ.
      *ARQUIVO DE TRABALHO DA REGRAVACAO DO FREQUENCIA.
           SELECT F-FREQTRAB ASSIGN TO 'FREQTRAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FREQTRAB.
      *CONTROLE DE TERMOS (MANTIDO PELO PROGCOB24).
           SELECT F-TERMOCTL ASSIGN TO 'TERMOCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TERMOCTL.
      *CADASTRO MESTRE DE ALUNOS - NOME DO ALUNO NO ALERTA.
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *ALERTAS DE FALTA, COM CABECALHO E QUEBRA DE PAGINA PADRAO
      *(VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB128RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CHAMADA.
           COPY 'CHMREC.CPY'.

       FD  F-CHAMORD.
       01  REG-CHAMORD.
           03 CHO-TERMO     PIC X(06).
           03 CHO-TURMA     PIC X(06).
           03 CHO-DISC      PIC X(04).
           03 CHO-DATA      PIC 9(08).
           03 CHO-MATRICULA PIC X(10).
           03 CHO-PRESENCA  PIC X(01).
           03 CHO-AULAS     PIC 9(01).
           03 CHO-TIPO      PIC X(01).

       SD  F-SORTWK.
       01  REG-SORTWK.
           03 SRT-TERMO     PIC X(06).
           03 SRT-TURMA     PIC X(06).
           03 SRT-DISC      PIC X(04).
           03 SRT-DATA      PIC 9(08).
           03 SRT-MATRICULA PIC X(10).
           03 SRT-PRESENCA  PIC X(01).
           03 SRT-AULAS     PIC 9(01).
           03 SRT-TIPO      PIC X(01).

       FD  F-FREQUENCIA.
       01  REG-FREQUENCIA.
           03 FRQ-MATRICULA PIC X(10).
           03 FRQ-TERMO     PIC X(06).
           03 FRQ-AULAS     PIC 9(03).
           03 FRQ-FALTAS    PIC 9(03).

       FD  F-FREQTRAB.
       01  REG-FREQTRAB PIC X(22).

       FD  F-TERMOCTL.
       01  REG-TERMOCTL.
           03 TCT-TERMO    PIC X(06).
           03 TCT-SITUACAO PIC X(01).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CHAMADA   PIC X(02) VALUE '00'.
       77 WRK-STATUS-CHAMORD   PIC X(02) VALUE '00'.
       77 WRK-STATUS-FREQ      PIC X(02) VALUE '00'.
       77 WRK-STATUS-FREQTRAB  PIC X(02) VALUE '00'.
       77 WRK-STATUS-TERMOCTL  PIC X(02) VALUE '00'.
       77 WRK-STATUS-CADALUNO  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *LIMITES DA POLITICA DE FREQUENCIA. AJUSTAR AQUI QUANDO A
      *COORDENACAO MUDAR A REGRA.
       77 WRK-LIMITE-MINIMO   PIC 9(03) VALUE 75.
       77 WRK-LIMITE-RISCO    PIC 9(03) VALUE 80.
       77 WRK-LIMITE-SEGUIDAS PIC 9(03) VALUE 3.
      *SITUACAO DE CADA TERMO NO TERMOCTL (A ULTIMA LINHA VALE).
       77 WRK-TCT-MAX PIC 9(03) VALUE 50.
       77 WRK-TCT-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-TERMOS.
           03 WRK-TAB-TCT-ITEM OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-TCT-QT.
               05 WRK-TCT-TERMO    PIC X(06).
               05 WRK-TCT-SITUACAO PIC X(01).
       77 WRK-TCT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TCT-POS PIC 9(03) VALUE ZEROS.
       77 WRK-TCT-BUSCA PIC X(06) VALUE SPACES.
      *AULA PENDENTE NA PASSADA (A LINHA SEGUINTE DA MESMA AULA E
      *CORRECAO E A SUBSTITUI).
       77 WRK-TEM-PENDENTE PIC X(01) VALUE 'N'.
           88 TEM-PENDENTE VALUE 'S'.
       01 WRK-PENDENTE.
           03 WRK-PEN-TERMO     PIC X(06).
           03 WRK-PEN-TURMA     PIC X(06).
           03 WRK-PEN-DISC      PIC X(04).
           03 WRK-PEN-DATA      PIC 9(08).
           03 WRK-PEN-MATRICULA PIC X(10).
           03 WRK-PEN-PRESENCA  PIC X(01).
           03 WRK-PEN-AULAS     PIC 9(01).
      *ALUNO CORRENTE DA PASSADA (QUEBRA POR TERMO E MATRICULA) E A
      *SEQUENCIA DE FALTAS NA DISCIPLINA CORRENTE.
       77 WRK-TEM-ALUNO PIC X(01) VALUE 'N'.
           88 TEM-ALUNO VALUE 'S'.
       77 WRK-CUR-TERMO     PIC X(06) VALUE SPACES.
       77 WRK-CUR-MATRICULA PIC X(10) VALUE SPACES.
       77 WRK-CUR-TURMA     PIC X(06) VALUE SPACES.
       77 WRK-CUR-AULAS     PIC 9(03) VALUE ZEROS.
       77 WRK-CUR-FALTAS    PIC 9(03) VALUE ZEROS.
       77 WRK-CUR-DISC      PIC X(04) VALUE SPACES.
       77 WRK-CUR-SEGUIDAS  PIC 9(03) VALUE ZEROS.
       77 WRK-CUR-SEQ-FIM   PIC 9(08) VALUE ZEROS.
       77 WRK-CUR-MAIOR-SEQ PIC 9(03) VALUE ZEROS.
       77 WRK-CUR-DISC-SEQ  PIC X(04) VALUE SPACES.
      *SEQUENCIA DE FALTAS TERMINADA ANTES DESTA DATA (HOJE MENOS 7
      *DIAS) JA FOI ALERTADA OU PASSOU - NAO ENTRA MAIS NO ALERTA.
       77 WRK-DATA-CORTE PIC 9(08) VALUE ZEROS.
      *FREQUENCIA DERIVADA DE CADA MATRICULA+TERMO ABERTO.
       77 WRK-DER-MAX PIC 9(04) VALUE 2000.
       77 WRK-DER-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-DER-ESTOUROU PIC X(01) VALUE 'N'.
           88 DERIVADA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-DERIVADA.
           03 WRK-TAB-DER-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-DER-QT.
               05 WRK-DER-MATRICULA PIC X(10).
               05 WRK-DER-TERMO     PIC X(06).
               05 WRK-DER-TURMA     PIC X(06).
               05 WRK-DER-AULAS     PIC 9(03).
               05 WRK-DER-FALTAS    PIC 9(03).
               05 WRK-DER-SEGUIDAS  PIC 9(03).
               05 WRK-DER-DISC-SEQ  PIC X(04).
       77 WRK-DER-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-DER-POS PIC 9(04) VALUE ZEROS.
      *CONTADORES DA RODADA.
       77 WRK-QT-LIDAS       PIC 9(06) VALUE ZEROS.
       77 WRK-QT-FECHADOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-MANTIDAS    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-SUBSTITUIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ALERTAS     PIC 9(04) VALUE ZEROS.
       77 WRK-RC-FREQ PIC 9(02) VALUE ZEROS.
      *PRESENCA DO ALUNO NO TERMO, EM PERCENTUAL.
       77 WRK-PRESENCA-PCT PIC 9(03)V9 VALUE ZEROS.
       77 WRK-TEM-ALERTA PIC X(01) VALUE 'N'.
           88 TEM-ALERTA VALUE 'S'.
       77 WRK-SEGUIDAS-ED PIC ZZ9.
       77 WRK-SITUACAO PIC X(55) VALUE SPACES.
       01 WRK-LINHA-ALERTA.
           03 WRK-LA-TERMO     PIC X(06).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WRK-LA-MATRICULA PIC X(10).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WRK-LA-NOME      PIC X(30).
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WRK-LA-TURMA     PIC X(06).
           03 FILLER           PIC X(03) VALUE SPACES.
           03 WRK-LA-AULAS     PIC ZZ9.
           03 FILLER           PIC X(04) VALUE SPACES.
           03 WRK-LA-FALTAS    PIC ZZ9.
           03 FILLER           PIC X(01) VALUE SPACES.
           03 WRK-LA-PCT       PIC ZZ9,9.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 WRK-LA-SITUACAO  PIC X(55).
      *TABELA DE DIAS POR MES E CAMPOS DE DATA COMPARTILHADOS (VEJA
      *DATAFMT.CPY).
           COPY 'DATAFMT.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB128'.
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
           MOVE ZEROS TO WRK-RC-FREQ.
           MOVE ZEROS TO WRK-QT-LIDAS.
           MOVE ZEROS TO WRK-QT-FECHADOS.
           MOVE ZEROS TO WRK-QT-MANTIDAS.
           MOVE ZEROS TO WRK-QT-SUBSTITUIDAS.
           MOVE ZEROS TO WRK-QT-ALERTAS.
           MOVE ZEROS TO WRK-DER-QT.
           MOVE 'N' TO WRK-DER-ESTOUROU.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           PERFORM 0100-CARREGAR-TERMOS.
           PERFORM 0150-CALC-DATA-CORTE.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE '--- FREQUENCIA PELA CHAMADA DIARIA - ALERTAS DE FALTA'
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
      *SEM CHAMADA NAO HA O QUE DERIVAR.
           OPEN INPUT F-CHAMADA.
           IF WRK-STATUS-CHAMADA NOT = '00'
               MOVE 'SEM ARQUIVO DE CHAMADA (CHAMADA)' TO
                   WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 4 TO WRK-RC-FREQ
           ELSE
               CLOSE F-CHAMADA
               SORT F-SORTWK
                   ON ASCENDING KEY SRT-TERMO SRT-MATRICULA
                       SRT-DISC SRT-DATA
                   WITH DUPLICATES IN ORDER
                   USING F-CHAMADA
                   GIVING F-CHAMORD
               PERFORM 0200-PASSADA-ORDENADA
               IF DERIVADA-ESTOUROU
                   MOVE SPACES TO WRK-RPT-LINHA-TXT
                   STRING 'MAIS ALUNOS NA CHAMADA QUE A TABELA EM '
                       'MEMORIA - FREQUENCIA NAO FOI REGRAVADA'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0910-GRAVAR-LINHA-RPT
                   DISPLAY 'MAIS ALUNOS NA CHAMADA QUE A TABELA EM '
                       'MEMORIA - FREQUENCIA NAO FOI REGRAVADA'
                   MOVE 12 TO WRK-RC-FREQ
               ELSE
                   PERFORM 0300-REGRAVAR-FREQUENCIA
                   PERFORM 0400-EMITIR-ALERTAS
               END-IF
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'CHAMADAS LIDAS=' WRK-QT-LIDAS
               ' ALUNOS DERIVADOS=' WRK-DER-QT
               ' LINHAS SUBSTITUIDAS=' WRK-QT-SUBSTITUIDAS
               ' ALUNOS DE TERMO FECHADO=' WRK-QT-FECHADOS
               ' ALERTAS=' WRK-QT-ALERTAS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           IF WRK-QT-ALERTAS > 0 AND WRK-RC-FREQ < 4
               MOVE 4 TO WRK-RC-FREQ
           END-IF.
           DISPLAY 'FREQUENCIA DERIVADA DA CHAMADA: ' WRK-DER-QT
               ' ALUNO(S), ' WRK-QT-ALERTAS ' ALERTA(S) NO '
               'PROGCOB128RPT'.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'CHAMADAS=' WRK-QT-LIDAS
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'ALUNOS=' WRK-DER-QT
               ' SUBSTITUIDAS=' WRK-QT-SUBSTITUIDAS
               ' ALERTAS=' WRK-QT-ALERTAS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE WRK-RC-FREQ TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *SITUACAO DOS TERMOS NO TERMOCTL. SEM O ARQUIVO, TODO TERMO E
      *CONSIDERADO ABERTO.
       0100-CARREGAR-TERMOS.
           MOVE ZEROS TO WRK-TCT-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TERMOCTL.
           IF WRK-STATUS-TERMOCTL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-TERMOCTL UNTIL FIM-ARQ.
           IF WRK-STATUS-TERMOCTL NOT = '35'
               CLOSE F-TERMOCTL
           END-IF.

       0110-LER-TERMOCTL.
           READ F-TERMOCTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE TCT-TERMO TO WRK-TCT-BUSCA
                   PERFORM 0120-LOCALIZAR-TERMO
                   IF WRK-TCT-POS = 0 AND WRK-TCT-QT < WRK-TCT-MAX
                       ADD 1 TO WRK-TCT-QT
                       MOVE WRK-TCT-QT TO WRK-TCT-POS
                       MOVE TCT-TERMO TO WRK-TCT-TERMO (WRK-TCT-POS)
                   END-IF
                   IF WRK-TCT-POS > 0
                       MOVE TCT-SITUACAO TO
                           WRK-TCT-SITUACAO (WRK-TCT-POS)
                   END-IF
           END-READ.

       0120-LOCALIZAR-TERMO.
           MOVE ZEROS TO WRK-TCT-POS.
           PERFORM 0121-COMPARAR-TERMO
               VARYING WRK-TCT-IDX FROM 1 BY 1
               UNTIL WRK-TCT-IDX > WRK-TCT-QT OR WRK-TCT-POS > 0.

       0121-COMPARAR-TERMO.
           IF WRK-TCT-TERMO (WRK-TCT-IDX) = WRK-TCT-BUSCA
               MOVE WRK-TCT-IDX TO WRK-TCT-POS
           END-IF.

      *DATA DE HOJE MENOS 7 DIAS, VOLTANDO AO MES ANTERIOR (E AO ANO
      *ANTERIOR EM JANEIRO) PELA TABELA DE DIAS DO DATAFMT.
       0150-CALC-DATA-CORTE.
           ACCEPT DATASYS FROM DATE YYYYMMDD.
           IF DIASYS > 7
               SUBTRACT 7 FROM DIASYS
           ELSE
               IF MESSYS = 1
                   MOVE 12 TO MESSYS
                   SUBTRACT 1 FROM ANOSYS
               ELSE
                   SUBTRACT 1 FROM MESSYS
               END-IF
               PERFORM 0151-AJUSTAR-FEVEREIRO
               COMPUTE DIASYS = DIASYS + WRK-DIAS-DO-MES (MESSYS) - 7
           END-IF.
           MOVE DATASYS TO WRK-DATA-CORTE.

       0151-AJUSTAR-FEVEREIRO.
           MOVE 28 TO WRK-DIAS-DO-MES (02).
           DIVIDE ANOSYS BY 4 GIVING WRK-QUOC-AUX
               REMAINDER WRK-RESTO-AUX.
           IF WRK-RESTO-AUX = 0
               MOVE 29 TO WRK-DIAS-DO-MES (02)
               DIVIDE ANOSYS BY 100 GIVING WRK-QUOC-AUX
                   REMAINDER WRK-RESTO-AUX
               IF WRK-RESTO-AUX = 0
                   DIVIDE ANOSYS BY 400 GIVING WRK-QUOC-AUX
                       REMAINDER WRK-RESTO-AUX
                   IF WRK-RESTO-AUX NOT = 0
                       MOVE 28 TO WRK-DIAS-DO-MES (02)
                   END-IF
               END-IF
           END-IF.

      *PASSADA UNICA PELA CHAMADA ORDENADA. A AULA FICA PENDENTE ATE
      *A LINHA SEGUINTE: SE FOR DA MESMA AULA (CORRECAO), SUBSTITUI A
      *PENDENTE; SENAO A PENDENTE E APLICADA AO ALUNO.
       0200-PASSADA-ORDENADA.
           MOVE 'N' TO WRK-TEM-PENDENTE.
           MOVE 'N' TO WRK-TEM-ALUNO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CHAMORD.
           IF WRK-STATUS-CHAMORD NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0210-LER-CHAMORD UNTIL FIM-ARQ.
           IF TEM-PENDENTE
               PERFORM 0220-APLICAR-PENDENTE
           END-IF.
           IF TEM-ALUNO
               PERFORM 0240-FECHAR-ALUNO
           END-IF.
           IF WRK-STATUS-CHAMORD NOT = '35'
               CLOSE F-CHAMORD
           END-IF.

       0210-LER-CHAMORD.
           READ F-CHAMORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDAS
                   IF TEM-PENDENTE
                       AND CHO-TERMO = WRK-PEN-TERMO
                       AND CHO-MATRICULA = WRK-PEN-MATRICULA
                       AND CHO-DISC = WRK-PEN-DISC
                       AND CHO-DATA = WRK-PEN-DATA
                       CONTINUE
                   ELSE
                       IF TEM-PENDENTE
                           PERFORM 0220-APLICAR-PENDENTE
                       END-IF
                   END-IF
                   MOVE CHO-TERMO TO WRK-PEN-TERMO
                   MOVE CHO-TURMA TO WRK-PEN-TURMA
                   MOVE CHO-DISC TO WRK-PEN-DISC
                   MOVE CHO-DATA TO WRK-PEN-DATA
                   MOVE CHO-MATRICULA TO WRK-PEN-MATRICULA
                   MOVE CHO-PRESENCA TO WRK-PEN-PRESENCA
                   MOVE CHO-AULAS TO WRK-PEN-AULAS
                   MOVE 'S' TO WRK-TEM-PENDENTE
           END-READ.

      *SOMA A AULA PENDENTE NO ALUNO, COM QUEBRA POR TERMO+MATRICULA
      *E POR DISCIPLINA (A SEQUENCIA DE FALTAS E POR DISCIPLINA).
       0220-APLICAR-PENDENTE.
           IF TEM-ALUNO
               AND (WRK-PEN-TERMO NOT = WRK-CUR-TERMO
               OR WRK-PEN-MATRICULA NOT = WRK-CUR-MATRICULA)
               PERFORM 0240-FECHAR-ALUNO
           END-IF.
           IF NOT TEM-ALUNO
               MOVE 'S' TO WRK-TEM-ALUNO
               MOVE WRK-PEN-TERMO TO WRK-CUR-TERMO
               MOVE WRK-PEN-MATRICULA TO WRK-CUR-MATRICULA
               MOVE ZEROS TO WRK-CUR-AULAS
               MOVE ZEROS TO WRK-CUR-FALTAS
               MOVE ZEROS TO WRK-CUR-SEGUIDAS
               MOVE ZEROS TO WRK-CUR-MAIOR-SEQ
               MOVE SPACES TO WRK-CUR-DISC-SEQ
               MOVE WRK-PEN-DISC TO WRK-CUR-DISC
           END-IF.
           IF WRK-PEN-DISC NOT = WRK-CUR-DISC
               PERFORM 0230-FECHAR-SEQUENCIA
               MOVE WRK-PEN-DISC TO WRK-CUR-DISC
               MOVE ZEROS TO WRK-CUR-SEGUIDAS
           END-IF.
           MOVE WRK-PEN-TURMA TO WRK-CUR-TURMA.
           IF WRK-CUR-AULAS + WRK-PEN-AULAS <= 999
               ADD WRK-PEN-AULAS TO WRK-CUR-AULAS
               IF WRK-PEN-PRESENCA = 'F'
                   ADD WRK-PEN-AULAS TO WRK-CUR-FALTAS
               END-IF
           END-IF.
           IF WRK-PEN-PRESENCA = 'F'
               ADD 1 TO WRK-CUR-SEGUIDAS
               MOVE WRK-PEN-DATA TO WRK-CUR-SEQ-FIM
           ELSE
               PERFORM 0230-FECHAR-SEQUENCIA
               MOVE ZEROS TO WRK-CUR-SEGUIDAS
           END-IF.
           MOVE 'N' TO WRK-TEM-PENDENTE.

      *FIM DE UMA SEQUENCIA DE FALTAS (PRESENCA, OUTRA DISCIPLINA OU
      *OUTRO ALUNO): COM O MINIMO DE FALTAS SEGUIDAS E A ULTIMA FALTA
      *NOS ULTIMOS 7 DIAS, A MAIOR DO ALUNO VAI PARA O ALERTA.
       0230-FECHAR-SEQUENCIA.
           IF WRK-CUR-SEGUIDAS >= WRK-LIMITE-SEGUIDAS
               AND WRK-CUR-SEQ-FIM >= WRK-DATA-CORTE
               AND WRK-CUR-SEGUIDAS > WRK-CUR-MAIOR-SEQ
               MOVE WRK-CUR-SEGUIDAS TO WRK-CUR-MAIOR-SEQ
               MOVE WRK-CUR-DISC TO WRK-CUR-DISC-SEQ
           END-IF.

      *GUARDA O TOTAL DO ALUNO NO TERMO; TERMO FECHADO SO E CONTADO.
       0240-FECHAR-ALUNO.
           PERFORM 0230-FECHAR-SEQUENCIA.
           MOVE 'N' TO WRK-TEM-ALUNO.
           MOVE WRK-CUR-TERMO TO WRK-TCT-BUSCA.
           PERFORM 0120-LOCALIZAR-TERMO.
           EVALUATE TRUE
               WHEN WRK-TCT-POS > 0
                   AND WRK-TCT-SITUACAO (WRK-TCT-POS) = 'F'
                   ADD 1 TO WRK-QT-FECHADOS
               WHEN WRK-DER-QT >= WRK-DER-MAX
                   MOVE 'S' TO WRK-DER-ESTOUROU
               WHEN OTHER
                   ADD 1 TO WRK-DER-QT
                   MOVE WRK-CUR-MATRICULA TO
                       WRK-DER-MATRICULA (WRK-DER-QT)
                   MOVE WRK-CUR-TERMO TO WRK-DER-TERMO (WRK-DER-QT)
                   MOVE WRK-CUR-TURMA TO WRK-DER-TURMA (WRK-DER-QT)
                   MOVE WRK-CUR-AULAS TO WRK-DER-AULAS (WRK-DER-QT)
                   MOVE WRK-CUR-FALTAS TO WRK-DER-FALTAS (WRK-DER-QT)
                   MOVE WRK-CUR-MAIOR-SEQ TO
                       WRK-DER-SEGUIDAS (WRK-DER-QT)
                   MOVE WRK-CUR-DISC-SEQ TO
                       WRK-DER-DISC-SEQ (WRK-DER-QT)
           END-EVALUATE.

      *REGRAVA O FREQUENCIA: COPIA PARA O FREQTRAB AS LINHAS DE
      *MATRICULA+TERMO SEM CHAMADA, ACRESCENTA O TOTAL DERIVADO DE
      *CADA ALUNO DA CHAMADA E DEVOLVE TUDO AO FREQUENCIA.
       0300-REGRAVAR-FREQUENCIA.
           OPEN OUTPUT F-FREQTRAB.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FREQUENCIA.
           IF WRK-STATUS-FREQ NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0310-COPIAR-FREQUENCIA UNTIL FIM-ARQ.
           IF WRK-STATUS-FREQ NOT = '35'
               CLOSE F-FREQUENCIA
           END-IF.
           PERFORM 0320-GRAVAR-DERIVADA
               VARYING WRK-DER-IDX FROM 1 BY 1
               UNTIL WRK-DER-IDX > WRK-DER-QT.
           CLOSE F-FREQTRAB.
           PERFORM 0330-RECOPIAR-FREQUENCIA.

       0310-COPIAR-FREQUENCIA.
           READ F-FREQUENCIA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM 0311-LOCALIZAR-DERIVADA
                   IF WRK-DER-POS = 0
                       ADD 1 TO WRK-QT-MANTIDAS
                       MOVE REG-FREQUENCIA TO REG-FREQTRAB
                       WRITE REG-FREQTRAB
                   ELSE
                       ADD 1 TO WRK-QT-SUBSTITUIDAS
                   END-IF
           END-READ.

       0311-LOCALIZAR-DERIVADA.
           MOVE ZEROS TO WRK-DER-POS.
           PERFORM 0312-COMPARAR-DERIVADA
               VARYING WRK-DER-IDX FROM 1 BY 1
               UNTIL WRK-DER-IDX > WRK-DER-QT OR WRK-DER-POS > 0.

       0312-COMPARAR-DERIVADA.
           IF WRK-DER-MATRICULA (WRK-DER-IDX) = FRQ-MATRICULA
               AND WRK-DER-TERMO (WRK-DER-IDX) = FRQ-TERMO
               MOVE WRK-DER-IDX TO WRK-DER-POS
           END-IF.

       0320-GRAVAR-DERIVADA.
           MOVE WRK-DER-MATRICULA (WRK-DER-IDX) TO FRQ-MATRICULA.
           MOVE WRK-DER-TERMO (WRK-DER-IDX) TO FRQ-TERMO.
           MOVE WRK-DER-AULAS (WRK-DER-IDX) TO FRQ-AULAS.
           MOVE WRK-DER-FALTAS (WRK-DER-IDX) TO FRQ-FALTAS.
           MOVE REG-FREQUENCIA TO REG-FREQTRAB.
           WRITE REG-FREQTRAB.

       0330-RECOPIAR-FREQUENCIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FREQTRAB.
           OPEN OUTPUT F-FREQUENCIA.
           PERFORM 0331-VOLTAR-FREQUENCIA UNTIL FIM-ARQ.
           CLOSE F-FREQTRAB.
           CLOSE F-FREQUENCIA.

       0331-VOLTAR-FREQUENCIA.
           READ F-FREQTRAB
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-FREQTRAB TO REG-FREQUENCIA
                   WRITE REG-FREQUENCIA
           END-READ.

      *UMA LINHA POR ALUNO EM ALERTA: PRESENCA ABAIXO DO MINIMO OU DO
      *LIMITE DE RISCO E/OU FALTAS SEGUIDAS NUMA DISCIPLINA.
       0400-EMITIR-ALERTAS.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TERMO  MATRICULA  NOME                           '
               'TURMA  AULAS FALTAS PRES%  SITUACAO'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           OPEN INPUT F-CADALUNO.
           PERFORM 0410-AVALIAR-ALUNO
               VARYING WRK-DER-IDX FROM 1 BY 1
               UNTIL WRK-DER-IDX > WRK-DER-QT.
           IF WRK-STATUS-CADALUNO = '00'
               CLOSE F-CADALUNO
           END-IF.
           IF WRK-QT-ALERTAS = 0
               MOVE 'NENHUM ALUNO EM ALERTA DE FALTA'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

       0410-AVALIAR-ALUNO.
           MOVE 'N' TO WRK-TEM-ALERTA.
           MOVE SPACES TO WRK-LA-SITUACAO.
           MOVE 100 TO WRK-PRESENCA-PCT.
           IF WRK-DER-AULAS (WRK-DER-IDX) > 0
               COMPUTE WRK-PRESENCA-PCT ROUNDED =
                   (WRK-DER-AULAS (WRK-DER-IDX)
                   - WRK-DER-FALTAS (WRK-DER-IDX)) * 100
                   / WRK-DER-AULAS (WRK-DER-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN WRK-PRESENCA-PCT < WRK-LIMITE-MINIMO
                   MOVE 'S' TO WRK-TEM-ALERTA
                   MOVE 'ABAIXO DE 75%' TO WRK-LA-SITUACAO
               WHEN WRK-PRESENCA-PCT < WRK-LIMITE-RISCO
                   MOVE 'S' TO WRK-TEM-ALERTA
                   MOVE 'EM RISCO (ABAIXO DE 80%)' TO WRK-LA-SITUACAO
           END-EVALUATE.
           IF WRK-DER-SEGUIDAS (WRK-DER-IDX) >= WRK-LIMITE-SEGUIDAS
               MOVE WRK-DER-SEGUIDAS (WRK-DER-IDX) TO WRK-SEGUIDAS-ED
               MOVE SPACES TO WRK-SITUACAO
               IF TEM-ALERTA
                   STRING WRK-LA-SITUACAO DELIMITED BY '  '
                       ' /' WRK-SEGUIDAS-ED ' FALTAS SEGUIDAS EM '
                       WRK-DER-DISC-SEQ (WRK-DER-IDX)
                       DELIMITED BY SIZE INTO WRK-SITUACAO
               ELSE
                   STRING WRK-SEGUIDAS-ED ' FALTAS SEGUIDAS EM '
                       WRK-DER-DISC-SEQ (WRK-DER-IDX)
                       DELIMITED BY SIZE INTO WRK-SITUACAO
               END-IF
               MOVE WRK-SITUACAO TO WRK-LA-SITUACAO
               MOVE 'S' TO WRK-TEM-ALERTA
           END-IF.
           IF TEM-ALERTA
               ADD 1 TO WRK-QT-ALERTAS
               MOVE WRK-DER-TERMO (WRK-DER-IDX) TO WRK-LA-TERMO
               MOVE WRK-DER-MATRICULA (WRK-DER-IDX) TO WRK-LA-MATRICULA
               MOVE SPACES TO WRK-LA-NOME
               IF WRK-STATUS-CADALUNO = '00'
                   MOVE WRK-DER-MATRICULA (WRK-DER-IDX) TO
                       CAD-MATRICULA
                   READ F-CADALUNO
                       INVALID KEY
                           MOVE '(FORA DO CADALUNO)' TO WRK-LA-NOME
                       NOT INVALID KEY
                           MOVE CAD-NOME TO WRK-LA-NOME
                   END-READ
               END-IF
               MOVE WRK-DER-TURMA (WRK-DER-IDX) TO WRK-LA-TURMA
               MOVE WRK-DER-AULAS (WRK-DER-IDX) TO WRK-LA-AULAS
               MOVE WRK-DER-FALTAS (WRK-DER-IDX) TO WRK-LA-FALTAS
               MOVE WRK-PRESENCA-PCT TO WRK-LA-PCT
               MOVE WRK-LINHA-ALERTA TO WRK-RPT-LINHA-TXT
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
