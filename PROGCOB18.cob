      *ALUNO E OS TOTAIS DE APROVADOS, RECUPERACAO E REPROVADOS DA
      *TURMA INTEIRA, EM VEZ DE A SECRETARIA TER QUE JUNTAR A MAO OS
      *RESULTADOS DE CADA PROGRAMA RODADO SEPARADO.
      *ALUNO TRANSFERIDO (PROGCOB130) TEM O BOLETIM CONTADO NA TURMA
      *EM QUE ESTAVA NO TERMO DO BOLETIM, E A SECAO DE MOVIMENTACAO
      *MOSTRA QUEM SAIU E QUEM ENTROU EM CADA TURMA (ALUNOMOV).
      *UTILIZAR COMANDO PERFORM/READ
      *DATA = XX/XX/XXX
      ********************************************
      *CADASTRO MESTRE DE ALUNOS (MANTIDO PELO PROGCOB20), PARA O
      *RELATORIO MOSTRAR O NOME AO LADO DA MATRICULA E A SECRETARIA
      *NAO TER QUE CRUZAR A MAO.
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *CADASTRO DE TURMAS (MANTIDO PELO PROGCOB71): O PROFESSOR
      *RESPONSAVEL SAI NO TOTAL POR TURMA.
           SELECT F-TURMAMEST ASSIGN TO 'TURMAMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAMEST.
      *HISTORICO DE MOVIMENTACAO DO ALUNO (PROGCOB130, AMVREC.CPY).
           SELECT F-ALUNOMOV ASSIGN TO 'ALUNOMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALUNOMOV.
      *RELATORIO CONSOLIDADO DA TURMA, COM CABECALHO E QUEBRA DE
      *PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB18RPT'
           03 ALU12-DISC   PIC X(04).

       FD  F-TURMAMEST.
           COPY 'TRUREC.CPY'.

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-ALUNOMOV.
           COPY 'AMVREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).
       77 WRK-FIM-TRU PIC X(01) VALUE 'N'.
           88 FIM-TURMAMEST VALUE 'S'.
       77 WRK-PROFESSOR PIC X(30) VALUE SPACES.
      *SITUACAO DO ALUNO NO CADALUNO (PROGCOB130): TRANCADO OU
      *DESLIGADO GANHA UMA LINHA DE AVISO ABAIXO DO DETALHE.
       77 WRK-ALUNO-SITUACAO PIC X(01) VALUE SPACES.
           88 ALUNO-ATIVO     VALUE 'A' SPACE.
           88 ALUNO-TRANCADO  VALUE 'T'.
       77 WRK-ALUNO-SIT-DATA PIC 9(08) VALUE ZEROS.
      *TERMO DE CADA TURMA DO TURMAMEST, PARA ACHAR A TURMA DO ALUNO
      *NO TERMO DO BOLETIM E AGRUPAR A MOVIMENTACAO POR TURMA.
       77 WRK-TTE-MAX PIC 9(03) VALUE 200.
       77 WRK-TTE-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-TURMA-TERMO.
           03 WRK-TAB-TTE-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TTE-QT.
               05 WRK-TTE-TURMA PIC X(06).
               05 WRK-TTE-TERMO PIC X(06).
       77 WRK-TTE-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TTE-LST PIC 9(03) VALUE ZEROS.
       77 WRK-TURMA-PROCURA PIC X(06) VALUE SPACES.
       77 WRK-TERMO-DA-TURMA PIC X(06) VALUE SPACES.
       77 WRK-TURMA-NO-TERMO PIC X(06) VALUE SPACES.
      *MOVIMENTACOES DO ALUNOMOV EM MEMORIA, NA ORDEM DE GRAVACAO.
       77 WRK-STATUS-ALUNOMOV PIC X(02) VALUE '00'.
       77 WRK-MOV-MAX PIC 9(04) VALUE 0999.
       77 WRK-MOV-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-MOVIMENTOS.
           03 WRK-TAB-MOV-ITEM OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-MOV-QT.
               05 WRK-MOV-MATRICULA  PIC X(10).
               05 WRK-MOV-TIPO       PIC X(01).
               05 WRK-MOV-DATA       PIC 9(08).
               05 WRK-MOV-TURMA-ANT  PIC X(06).
               05 WRK-MOV-TURMA-NOVA PIC X(06).
       77 WRK-MOV-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-MOV-TIPO-NOME PIC X(13) VALUE SPACES.
       77 WRK-QT-MOV-LISTADAS PIC 9(04) VALUE ZEROS.
       77 WRK-CAD-ACHOU PIC X(01) VALUE 'N'.
           88 CAD-ACHADO VALUE 'S'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *LINHA DE BOLETIM COMUM PARA AS TRES ORIGENS (PROGCOB07 GRAVA
           MOVE ZEROS TO WRK-DSC-QT.
           DISPLAY 'TERMO LETIVO (AAAA-N, BRANCO = TODOS).. '.
           ACCEPT WRK-TERMO-FILTRO.
           PERFORM 0150-CARREGAR-TURMAS.
           PERFORM 0160-CARREGAR-MOVIMENTOS.
           PERFORM 0200-PROCESSAR-ALUNOS.
           PERFORM 0300-PROCESSAR-ALUNOS08.
           PERFORM 0400-PROCESSAR-ALUNOS12.
           PERFORM 0500-GRAVAR-TOTAIS.
           PERFORM 0550-GRAVAR-TOTAIS-TURMA.
           PERFORM 0570-GRAVAR-MOVIMENTACAO.
           PERFORM 0800-ORDENAR-RANKING.
           PERFORM 0820-GRAVAR-RANKING.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *TURMAS DO TURMAMEST (CODIGO E TERMO) EM MEMORIA.
       0150-CARREGAR-TURMAS.
           MOVE ZEROS TO WRK-TTE-QT.
           MOVE 'N' TO WRK-FIM-TRU.
           OPEN INPUT F-TURMAMEST.
           IF WRK-STATUS-TURMAMEST NOT = '00'
               MOVE 'S' TO WRK-FIM-TRU
           END-IF.
           PERFORM 0151-LER-TURMA UNTIL FIM-TURMAMEST.
           IF WRK-STATUS-TURMAMEST NOT = '35'
               CLOSE F-TURMAMEST
           END-IF.

       0151-LER-TURMA.
           READ F-TURMAMEST
               AT END
                   MOVE 'S' TO WRK-FIM-TRU
               NOT AT END
                   IF WRK-TTE-QT < WRK-TTE-MAX
                       ADD 1 TO WRK-TTE-QT
                       MOVE TRU-CODIGO TO WRK-TTE-TURMA (WRK-TTE-QT)
                       MOVE TRU-TERMO TO WRK-TTE-TERMO (WRK-TTE-QT)
                   END-IF
           END-READ.

      *MOVIMENTACOES DO ALUNOMOV EM MEMORIA (SEM O ARQUIVO, NENHUM
      *ALUNO FOI MOVIMENTADO AINDA).
       0160-CARREGAR-MOVIMENTOS.
           MOVE ZEROS TO WRK-MOV-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ALUNOMOV.
           IF WRK-STATUS-ALUNOMOV NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0161-LER-MOVIMENTO UNTIL FIM-ARQ.
           IF WRK-STATUS-ALUNOMOV NOT = '35'
               CLOSE F-ALUNOMOV
           END-IF.

       0161-LER-MOVIMENTO.
           READ F-ALUNOMOV
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-MOV-QT < WRK-MOV-MAX
                       ADD 1 TO WRK-MOV-QT
                       MOVE AMV-MATRICULA TO
                           WRK-MOV-MATRICULA (WRK-MOV-QT)
                       MOVE AMV-TIPO TO WRK-MOV-TIPO (WRK-MOV-QT)
                       MOVE AMV-DATA-EFETIVA TO
                           WRK-MOV-DATA (WRK-MOV-QT)
                       MOVE AMV-TURMA-ANT TO
                           WRK-MOV-TURMA-ANT (WRK-MOV-QT)
                       MOVE AMV-TURMA-NOVA TO
                           WRK-MOV-TURMA-NOVA (WRK-MOV-QT)
                   ELSE
                       DISPLAY 'TABELA DE MOVIMENTACOES CHEIA, '
                           'MOVIMENTACAO FORA DO RELATORIO'
                   END-IF
           END-READ.

      *LE TODO O BOLETIM GRAVADO PELO PROGCOB07 (ALUNOS), SE O
      *ARQUIVO EXISTIR, GRAVANDO UMA LINHA DE DETALHE E SOMANDO NOS
      *TOTAIS DA TURMA PARA CADA ALUNO ENCONTRADO.
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *MOVIMENTACAO DE ALUNOS POR TURMA (DO TERMO DO FILTRO): AS
      *SAIDAS (TRANSFERENCIA, TRANCAMENTO, DESLIGAMENTO) NA TURMA DE
      *ORIGEM E AS ENTRADAS (TRANSFERENCIA, RETORNO) NA DE DESTINO.
       0570-GRAVAR-MOVIMENTACAO.
           MOVE ZEROS TO WRK-QT-MOV-LISTADAS.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE '--- MOVIMENTACAO DE ALUNOS POR TURMA ---' TO
               WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0571-LISTAR-MOVIMENTO
               VARYING WRK-TTE-LST FROM 1 BY 1
               UNTIL WRK-TTE-LST > WRK-TTE-QT
               AFTER WRK-MOV-IDX FROM 1 BY 1
               UNTIL WRK-MOV-IDX > WRK-MOV-QT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'MOVIMENTACOES LISTADAS=' WRK-QT-MOV-LISTADAS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *A PROMOCAO DE FIM DE TERMO (P, PROGCOB131) TROCA A TURMA DE
      *TODO MUNDO E FICA FORA DESTA SECAO.
       0571-LISTAR-MOVIMENTO.
           IF (TODOS-OS-TERMOS
               OR WRK-TTE-TERMO (WRK-TTE-LST) = WRK-TERMO-FILTRO)
               AND WRK-MOV-TIPO (WRK-MOV-IDX) NOT = 'P'
               EVALUATE WRK-MOV-TIPO (WRK-MOV-IDX)
                   WHEN 'T'
                       MOVE 'TRANSFERENCIA' TO WRK-MOV-TIPO-NOME
                   WHEN 'R'
                       MOVE 'TRANCAMENTO' TO WRK-MOV-TIPO-NOME
                   WHEN 'D'
                       MOVE 'DESLIGAMENTO' TO WRK-MOV-TIPO-NOME
                   WHEN OTHER
                       MOVE 'RETORNO' TO WRK-MOV-TIPO-NOME
               END-EVALUATE
               IF WRK-MOV-TURMA-ANT (WRK-MOV-IDX) =
                   WRK-TTE-TURMA (WRK-TTE-LST)
                   AND WRK-MOV-TIPO (WRK-MOV-IDX) NOT = 'V'
                   MOVE SPACES TO WRK-RPT-LINHA-TXT
                   STRING 'TURMA=' WRK-TTE-TURMA (WRK-TTE-LST)
                       ' SAIDA   ALUNO=' WRK-MOV-MATRICULA (WRK-MOV-IDX)
                       ' TIPO=' WRK-MOV-TIPO-NOME
                       ' DATA=' WRK-MOV-DATA (WRK-MOV-IDX)
                       ' DESTINO=' WRK-MOV-TURMA-NOVA (WRK-MOV-IDX)
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0910-GRAVAR-LINHA-RPT
                   ADD 1 TO WRK-QT-MOV-LISTADAS
               END-IF
               IF WRK-MOV-TURMA-NOVA (WRK-MOV-IDX) =
                   WRK-TTE-TURMA (WRK-TTE-LST)
                   AND (WRK-MOV-TIPO (WRK-MOV-IDX) = 'T'
                       OR WRK-MOV-TIPO (WRK-MOV-IDX) = 'V')
                   MOVE SPACES TO WRK-RPT-LINHA-TXT
                   STRING 'TURMA=' WRK-TTE-TURMA (WRK-TTE-LST)
                       ' ENTRADA ALUNO=' WRK-MOV-MATRICULA (WRK-MOV-IDX)
                       ' TIPO=' WRK-MOV-TIPO-NOME
                       ' DATA=' WRK-MOV-DATA (WRK-MOV-IDX)
                       ' ORIGEM=' WRK-MOV-TURMA-ANT (WRK-MOV-IDX)
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0910-GRAVAR-LINHA-RPT
                   ADD 1 TO WRK-QT-MOV-LISTADAS
               END-IF
           END-IF.

      *PROFESSOR RESPONSAVEL PELA TURMA (TURMAMEST, PROGCOB71) -
      *BRANCO SE A TURMA NAO ESTIVER CADASTRADA.
       0560-BUSCAR-PROFESSOR.
               ' MEDIA=' WRK-MEDIA ' STATUS=' WRK-STATUS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF CAD-ACHADO AND NOT ALUNO-ATIVO
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               IF ALUNO-TRANCADO
                   STRING '    ALUNO ' WRK-ALUNO-ID ' TRANCADO EM '
                       WRK-ALUNO-SIT-DATA
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               ELSE
                   STRING '    ALUNO ' WRK-ALUNO-ID ' DESLIGADO EM '
                       WRK-ALUNO-SIT-DATA
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               END-IF
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

      *LOCALIZA (OU ABRE) A LINHA DA TURMA DO ALUNO NOS TOTAIS POR
      *TURMA (ALUNO SEM TURMA ENTRA NA LINHA EM BRANCO).
      *EXISTIR OU A MATRICULA FOR ANTIGA, ANTERIOR AO CADASTRO).
       0700-BUSCAR-NOME-ALUNO.
           MOVE 'N' TO WRK-CAD-ACHOU.
           MOVE SPACES TO WRK-ALUNO-NOME.
           MOVE SPACES TO WRK-ALUNO-TURMA.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO = '00'
               PERFORM 0710-LER-CADALUNO
               CLOSE F-CADALUNO
           END-IF.

       0710-LER-CADALUNO.
           MOVE WRK-ALUNO-ID TO CAD-MATRICULA.
           READ F-CADALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAD-NOME TO WRK-ALUNO-NOME
                   MOVE CAD-TURMA TO WRK-ALUNO-TURMA
                   MOVE CAD-SITUACAO TO WRK-ALUNO-SITUACAO
                   MOVE ZEROS TO WRK-ALUNO-SIT-DATA
                   IF CAD-SIT-DATA IS NUMERIC
                       MOVE CAD-SIT-DATA TO WRK-ALUNO-SIT-DATA
                   END-IF
                   MOVE 'S' TO WRK-CAD-ACHOU
                   PERFORM 0720-TURMA-DO-TERMO
           END-READ.

      *A TURMA DO CADALUNO E A ATUAL; SE ELA E DE OUTRO TERMO, O
      *BOLETIM E DA TURMA EM QUE O ALUNO ESTAVA NO TERMO DO BOLETIM:
      *A ULTIMA TURMA (DE ORIGEM OU DE DESTINO) DAS MOVIMENTACOES DO
      *ALUNO CUJO TERMO E O DO BOLETIM.
       0720-TURMA-DO-TERMO.
           MOVE WRK-ALUNO-TURMA TO WRK-TURMA-PROCURA.
           PERFORM 0730-TERMO-DA-TURMA.
           IF WRK-TERMO-DA-TURMA NOT = SPACES
               AND WRK-TERMO-DA-TURMA NOT = WRK-TERMO
               MOVE SPACES TO WRK-TURMA-NO-TERMO
               PERFORM 0721-COMPARAR-MOVIMENTO
                   VARYING WRK-MOV-IDX FROM 1 BY 1
                   UNTIL WRK-MOV-IDX > WRK-MOV-QT
               IF WRK-TURMA-NO-TERMO NOT = SPACES
                   MOVE WRK-TURMA-NO-TERMO TO WRK-ALUNO-TURMA
               END-IF
           END-IF.

       0721-COMPARAR-MOVIMENTO.
           IF WRK-MOV-MATRICULA (WRK-MOV-IDX) = WRK-ALUNO-ID
               MOVE WRK-MOV-TURMA-ANT (WRK-MOV-IDX) TO WRK-TURMA-PROCURA
               PERFORM 0730-TERMO-DA-TURMA
               IF WRK-TERMO-DA-TURMA = WRK-TERMO
                   MOVE WRK-TURMA-PROCURA TO WRK-TURMA-NO-TERMO
               END-IF
               MOVE WRK-MOV-TURMA-NOVA (WRK-MOV-IDX) TO
                   WRK-TURMA-PROCURA
               PERFORM 0730-TERMO-DA-TURMA
               IF WRK-TERMO-DA-TURMA = WRK-TERMO
                   MOVE WRK-TURMA-PROCURA TO WRK-TURMA-NO-TERMO
               END-IF
           END-IF.

      *TERMO DA TURMA WRK-TURMA-PROCURA (BRANCO SE NAO CADASTRADA).
       0730-TERMO-DA-TURMA.
           MOVE SPACES TO WRK-TERMO-DA-TURMA.
           PERFORM 0731-COMPARAR-TURMA
               VARYING WRK-TTE-IDX FROM 1 BY 1
               UNTIL WRK-TTE-IDX > WRK-TTE-QT
                   OR WRK-TERMO-DA-TURMA NOT = SPACES.

       0731-COMPARAR-TURMA.
           IF WRK-TTE-TURMA (WRK-TTE-IDX) = WRK-TURMA-PROCURA
               MOVE WRK-TTE-TERMO (WRK-TTE-IDX) TO WRK-TERMO-DA-TURMA
           END-IF.

      *GRAVA A LINHA DE TOTAIS DA TURMA NO FINAL DO RELATORIO, APOS
      *TODOS OS ALUNOS DAS TRES ORIGENS TEREM SIDO LIDOS.
       0500-GRAVAR-TOTAIS.
