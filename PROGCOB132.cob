       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB132.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : VAGAS DAS TURMAS E LISTA DE ESPERA. A CAPACIDADE
      *DA TURMA (TRU-CAPACIDADE, PROGCOB71) LIMITA A INSCRICAO DO
      *PROGCOB72, QUE MANDA O ALUNO EXCEDENTE PARA A LISTA DE ESPERA
      *(LISTAESP, VEJA LESREC.CPY); A SUB-ROTINA VAGATUR OFERECE CADA
      *LUGAR LIBERADO AO PRIMEIRO DA LISTA E AVISA A FAMILIA. AQUI A
      *SECRETARIA:
      *  (L) CONSULTA A LISTA DE ESPERA DE UMA TURMA (OFERTAS EM
      *      ABERTO E QUEM AGUARDA, NA ORDEM DO PEDIDO);
      *  (D) REGISTRA A DESISTENCIA DO ALUNO OU A OFERTA RECUSADA -
      *      O LUGAR VAI PARA O PROXIMO DA LISTA;
      *  (O) OFERECE OS LUGARES LIVRES DE UMA TURMA A LISTA (QUANDO A
      *      OFERTA AUTOMATICA NAO PODE SER FEITA, P.EX. PROGCOB71
      *      COM A ESCOLA EM USO);
      *  (R) RELATORIO DE OCUPACAO PROGCOB132RPT POR CURSO E TURMA:
      *      CAPACIDADE, LUGARES OCUPADOS, OFERTAS EM ABERTO, LUGARES
      *      LIVRES, LISTA DE ESPERA E PERCENTUAL DE OCUPACAO, COM
      *      SUBTOTAL POR CURSO E TOTAL GERAL (TODOS OS TERMOS OU UM).
      *LUGAR OCUPADO E ALUNO ATIVO DA TURMA COM INSCRICAO NO TERMO
      *DELA, A MESMA CONTA DO VAGATUR. TURMA SEM CAPACIDADE NAO TEM
      *LIMITE E FICA FORA DO PERCENTUAL; TURMA ACIMA DA CAPACIDADE
      *(CAPACIDADE REDUZIDA, PROMOCAO DO PROGCOB131) SAI MARCADA.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CADASTRO DE TURMAS (MANTIDO PELO PROGCOB71).
           SELECT F-TURMAMEST ASSIGN TO 'TURMAMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAMEST.
      *INSCRICOES POR TERMO E DISCIPLINA (PROGCOB72).
           SELECT F-MATRICTL ASSIGN TO 'MATRICTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MATRICTL.
      *CADASTRO MESTRE DE ALUNOS (MANTIDO PELO PROGCOB20).
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *LISTA DE ESPERA POR VAGA NA TURMA (GRAVADA PELO VAGATUR).
           SELECT F-LISTAESP ASSIGN TO 'LISTAESP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LISTAESP.
      *RELATORIO DE OCUPACAO, COM CABECALHO E QUEBRA DE PAGINA
      *PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB132RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TURMAMEST.
           COPY 'TRUREC.CPY'.

       FD  F-MATRICTL.
       01  REG-MATRICTL.
           03 MTC-MATRICULA PIC X(10).
           03 MTC-TERMO     PIC X(06).
           03 MTC-DISC      PIC X(04).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-LISTAESP.
           COPY 'LESREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-TURMAMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-MATRICTL  PIC X(02) VALUE '00'.
       77 WRK-STATUS-CADALUNO  PIC X(02) VALUE '00'.
       77 WRK-STATUS-LISTAESP  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-LISTAR     VALUE 'L'.
           88 MAN-DESISTIR   VALUE 'D'.
           88 MAN-OFERECER   VALUE 'O'.
           88 MAN-RELATORIO  VALUE 'R'.
           88 MAN-SAIR       VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
       77 WRK-MAN-CONFIRMA PIC X(01) VALUE SPACES.
           88 MAN-CONFIRMADO VALUE 'S'.
       77 WRK-MAN-TURMA     PIC X(06) VALUE SPACES.
       77 WRK-MAN-MATRICULA PIC X(10) VALUE SPACES.
       77 WRK-MAN-TERMO     PIC X(06) VALUE SPACES.
      *CONSULTA DA LISTA DE UMA TURMA.
       77 WRK-QT-LISTADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-AGUARDANDO PIC 9(04) VALUE ZEROS.
       77 WRK-SIT-NOME PIC X(14) VALUE SPACES.
      *TABELA DAS TURMAS DO RELATORIO (ORDENADA POR CURSO E TURMA).
       77 WRK-TRU-MAX PIC 9(03) VALUE 200.
       77 WRK-TRU-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-TURMAS.
           03 WRK-TAB-TRU-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TRU-QT.
               05 WRK-TRU-CURSO      PIC X(20).
               05 WRK-TRU-CODIGO     PIC X(06).
               05 WRK-TRU-TERMO      PIC X(06).
               05 WRK-TRU-CAPACIDADE PIC 9(03).
               05 WRK-TRU-OCUPADAS   PIC 9(04).
               05 WRK-TRU-OFERTAS    PIC 9(04).
               05 WRK-TRU-ESPERA     PIC 9(04).
       77 WRK-TRU-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TRU-POS PIC 9(03) VALUE ZEROS.
       77 WRK-TRU-ESTOUROU PIC X(01) VALUE 'N'.
           88 TURMAS-ESTOURARAM VALUE 'S'.
      *ALUNOS COM INSCRICAO NO TERMO (UMA VEZ POR ALUNO E TERMO).
       77 WRK-ALU-MAX PIC 9(04) VALUE 3000.
       77 WRK-ALU-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-ALUNOS.
           03 WRK-TAB-ALU-ITEM OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WRK-ALU-QT.
               05 WRK-ALU-MATRICULA PIC X(10).
               05 WRK-ALU-TERMO     PIC X(06).
       77 WRK-ALU-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-ALU-ACHOU PIC X(01) VALUE 'N'.
           88 ALUNO-NA-TABELA VALUE 'S'.
       77 WRK-ALU-ESTOUROU PIC X(01) VALUE 'N'.
           88 ALUNOS-ESTOURARAM VALUE 'S'.
      *ORDENACAO DA TABELA DE TURMAS (COMO NO PROGCOB18).
       77 WRK-SORT-I      PIC 9(03) VALUE ZEROS.
       77 WRK-SORT-J      PIC 9(03) VALUE ZEROS.
       77 WRK-SORT-J1     PIC 9(03) VALUE ZEROS.
       77 WRK-SORT-LIMITE PIC 9(03) VALUE ZEROS.
       01 WRK-SORT-TROCA  PIC X(47) VALUE SPACES.
      *TOTAIS DO CURSO E GERAIS (CAPACIDADE E OCUPACAO COM LIMITE SO
      *DAS TURMAS COM CAPACIDADE, BASE DO PERCENTUAL).
       77 WRK-CURSO-ATUAL PIC X(20) VALUE SPACES.
       01 WRK-TOT-CURSO.
           03 WRK-CUR-TURMAS    PIC 9(05) VALUE ZEROS.
           03 WRK-CUR-CAPAC     PIC 9(05) VALUE ZEROS.
           03 WRK-CUR-OCUP-LIM  PIC 9(05) VALUE ZEROS.
           03 WRK-CUR-OCUPADAS  PIC 9(05) VALUE ZEROS.
           03 WRK-CUR-OFERTAS   PIC 9(05) VALUE ZEROS.
           03 WRK-CUR-LIVRES    PIC 9(05) VALUE ZEROS.
           03 WRK-CUR-ESPERA    PIC 9(05) VALUE ZEROS.
       01 WRK-TOT-GERAL.
           03 WRK-GER-TURMAS    PIC 9(05) VALUE ZEROS.
           03 WRK-GER-CAPAC     PIC 9(05) VALUE ZEROS.
           03 WRK-GER-OCUP-LIM  PIC 9(05) VALUE ZEROS.
           03 WRK-GER-OCUPADAS  PIC 9(05) VALUE ZEROS.
           03 WRK-GER-OFERTAS   PIC 9(05) VALUE ZEROS.
           03 WRK-GER-LIVRES    PIC 9(05) VALUE ZEROS.
           03 WRK-GER-ESPERA    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LOTADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ACIMA   PIC 9(04) VALUE ZEROS.
      *CAMPOS DA LINHA DO RELATORIO.
       77 WRK-LIVRES   PIC S9(05) VALUE ZEROS.
       77 WRK-PERCENT  PIC 9(04) VALUE ZEROS.
       77 WRK-ED-CAPAC PIC X(05) VALUE SPACES.
       77 WRK-ED-LIVRE PIC X(05) VALUE SPACES.
       77 WRK-ED-PCT   PIC X(05) VALUE SPACES.
       77 WRK-ED-NUM   PIC ZZZZ9.
       77 WRK-ED-OCUP  PIC ZZZZ9.
       77 WRK-ED-OFER  PIC ZZZZ9.
       77 WRK-ED-ESP   PIC ZZZZ9.
       77 WRK-ED-TURMAS PIC ZZZZ9.
       77 WRK-MARCA    PIC X(12) VALUE SPACES.
      *TOTAIS DA SESSAO PARA A TRILHA DE AUDITORIA.
       77 WRK-QT-DESISTENCIAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-OFERECIDAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RELATORIOS   PIC 9(04) VALUE ZEROS.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB132'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob).
           COPY 'LOCKCALL.CPY'.
      *CAMPOS COMUNS DAS VAGAS DA TURMA (VEJA VAGATUR.cob).
           COPY 'VAGCALL.CPY'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
      *A LISTA DE ESPERA ANDA JUNTO COM AS INSCRICOES: A MESMA TRAVA
      *DOS DEMAIS PROGRAMAS DA ESCOLA.
           MOVE 'T' TO WRK-LCK-ACAO.
           MOVE 'ESCOLA' TO WRK-LCK-NOME.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *CHAMADO VARIAS VEZES PELO MENU SEM CANCEL: OS TOTAIS DA
      *SESSAO VOLTAM A ZERO A CADA CHAMADA.
           MOVE ZEROS TO WRK-QT-DESISTENCIAS.
           MOVE ZEROS TO WRK-QT-OFERECIDAS.
           MOVE ZEROS TO WRK-QT-RELATORIOS.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-VAGAS UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'DESISTENCIAS=' WRK-QT-DESISTENCIAS
               ' OFERTAS=' WRK-QT-OFERECIDAS
               ' RELATORIOS=' WRK-QT-RELATORIOS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-VAGAS.
           DISPLAY '-- VAGAS DAS TURMAS E LISTA DE ESPERA --'.
           DISPLAY '(L)ISTA DE ESPERA (D)ESISTENCIA (O)FERECER VAGAS '
               '(R)ELATORIO DE OCUPACAO (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-LISTAR
                   PERFORM 0300-LISTAR-ESPERA
               WHEN MAN-DESISTIR
                   PERFORM 0400-REGISTRAR-DESISTENCIA
               WHEN MAN-OFERECER
                   PERFORM 0450-OFERECER-VAGAS
               WHEN MAN-RELATORIO
                   PERFORM 0500-RELATORIO-OCUPACAO
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *SITUACAO DA TURMA (PELO VAGATUR, SEM ALUNO) E OS PEDIDOS AINDA
      *NA LISTA, NA ORDEM DO ARQUIVO (ORDEM DO PEDIDO).
       0300-LISTAR-ESPERA.
           DISPLAY 'TURMA.. '.
           ACCEPT WRK-MAN-TURMA.
           MOVE 'C' TO WRK-VAG-ACAO.
           MOVE WRK-AUD-PROGRAMA TO WRK-VAG-ORIGEM.
           MOVE WRK-MAN-TURMA TO WRK-VAG-TURMA.
           MOVE SPACES TO WRK-VAG-MATRICULA.
           MOVE SPACES TO WRK-VAG-DISC.
           CALL 'VAGATUR' USING WRK-VAG-PARM.
           IF VAG-ESTOURO
               DISPLAY 'TURMA ' WRK-MAN-TURMA ' ALEM DO LIMITE DE '
                   WRK-VAG-OCUPADAS ' ALUNOS DA TABELA DE VAGAS'
           END-IF.
           IF VAG-SEM-TURMA
               DISPLAY 'TURMA NAO CADASTRADA NO TURMAMEST'
           ELSE
               DISPLAY 'TURMA ' WRK-MAN-TURMA ' TERMO ' WRK-VAG-TERMO
                   ' CAPACIDADE ' WRK-VAG-CAPACIDADE
                   ' OCUPADOS ' WRK-VAG-OCUPADAS
                   ' OFERTAS EM ABERTO ' WRK-VAG-OFERTAS
               IF VAG-SEM-LIMITE
                   DISPLAY 'TURMA SEM LIMITE DE LUGARES'
               END-IF
               MOVE ZEROS TO WRK-QT-LISTADAS
               MOVE ZEROS TO WRK-QT-AGUARDANDO
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-LISTAESP
               IF WRK-STATUS-LISTAESP NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 0310-LER-PEDIDO UNTIL FIM-ARQ
               IF WRK-STATUS-LISTAESP NOT = '35'
                   CLOSE F-LISTAESP
               END-IF
               DISPLAY '-- ' WRK-QT-LISTADAS ' NA LISTA, '
                   WRK-QT-AGUARDANDO ' AGUARDANDO --'
           END-IF.

       0310-LER-PEDIDO.
           READ F-LISTAESP
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF LES-TURMA = WRK-MAN-TURMA
                       AND LES-TERMO = WRK-VAG-TERMO
                       AND LES-NA-LISTA
                       PERFORM 0320-MOSTRAR-PEDIDO
                   END-IF
           END-READ.

       0320-MOSTRAR-PEDIDO.
           ADD 1 TO WRK-QT-LISTADAS.
           IF LES-AGUARDANDO
               ADD 1 TO WRK-QT-AGUARDANDO
               MOVE SPACES TO WRK-SIT-NOME
               STRING 'AGUARDANDO ' WRK-QT-AGUARDANDO (2:3)
                   DELIMITED BY SIZE INTO WRK-SIT-NOME
           ELSE
               MOVE 'VAGA OFERECIDA' TO WRK-SIT-NOME
           END-IF.
           DISPLAY WRK-SIT-NOME ' ' LES-MATRICULA
               ' PEDIDO ' LES-DATA-PEDIDO ' DISC ' LES-DISC
               ' DESDE ' LES-DATA-SIT.

      *DESISTENCIA OU OFERTA RECUSADA: O ALUNO SAI DA LISTA E O
      *LUGAR QUE ELE TINHA (OU A VEZ DELE) VAI PARA O PROXIMO.
       0400-REGISTRAR-DESISTENCIA.
           DISPLAY 'MATRICULA.. '.
           ACCEPT WRK-MAN-MATRICULA.
           DISPLAY 'TURMA.. '.
           ACCEPT WRK-MAN-TURMA.
           DISPLAY 'CONFIRMA A SAIDA DO ALUNO DA LISTA DE ESPERA '
               '(S/N).. '.
           ACCEPT WRK-MAN-CONFIRMA.
           IF NOT MAN-CONFIRMADO
               DISPLAY 'NADA FEITO'
           ELSE
               MOVE 'D' TO WRK-VAG-ACAO
               MOVE WRK-AUD-PROGRAMA TO WRK-VAG-ORIGEM
               MOVE WRK-MAN-TURMA TO WRK-VAG-TURMA
               MOVE WRK-MAN-MATRICULA TO WRK-VAG-MATRICULA
               MOVE SPACES TO WRK-VAG-DISC
               CALL 'VAGATUR' USING WRK-VAG-PARM
               EVALUATE TRUE
                   WHEN VAG-SEM-TURMA
                       DISPLAY 'TURMA NAO CADASTRADA NO TURMAMEST, '
                           'NADA FEITO'
                   WHEN VAG-ESTOURO
                       DISPLAY 'TURMA OU LISTA DE ESPERA ALEM DO '
                           'LIMITE DA TABELA DE VAGAS, NADA FEITO'
                   WHEN VAG-RECUSADA
                       DISPLAY 'ALUNO NAO ESTA NA LISTA DE ESPERA DA '
                           'TURMA, NADA FEITO'
                   WHEN OTHER
                       ADD 1 TO WRK-QT-DESISTENCIAS
                       DISPLAY 'ALUNO RETIRADO DA LISTA DE ESPERA'
               END-EVALUATE
           END-IF.

       0450-OFERECER-VAGAS.
           DISPLAY 'TURMA.. '.
           ACCEPT WRK-MAN-TURMA.
           MOVE 'O' TO WRK-VAG-ACAO.
           MOVE WRK-AUD-PROGRAMA TO WRK-VAG-ORIGEM.
           MOVE WRK-MAN-TURMA TO WRK-VAG-TURMA.
           MOVE SPACES TO WRK-VAG-MATRICULA.
           MOVE SPACES TO WRK-VAG-DISC.
           CALL 'VAGATUR' USING WRK-VAG-PARM.
           IF VAG-SEM-TURMA
               DISPLAY 'TURMA NAO CADASTRADA NO TURMAMEST'
           ELSE
           IF VAG-ESTOURO
               DISPLAY 'TURMA OU LISTA DE ESPERA ALEM DO LIMITE DA '
                   'TABELA DE VAGAS, NENHUMA VAGA OFERECIDA'
           ELSE
               ADD WRK-VAG-FRENTE TO WRK-QT-OFERECIDAS
               DISPLAY WRK-VAG-FRENTE ' VAGA(S) OFERECIDA(S) A LISTA '
                   'DE ESPERA'
           END-IF
           END-IF.

      *RELATORIO DE OCUPACAO: TURMAS DO TERMO (OU TODAS), LUGARES
      *OCUPADOS PELO MATRICTL + CADALUNO, OFERTAS E ESPERA PELO
      *LISTAESP; ORDEM DE CURSO E TURMA, COM QUEBRA POR CURSO.
       0500-RELATORIO-OCUPACAO.
           DISPLAY 'TERMO LETIVO (AAAA-N, BRANCO = TODOS).. '.
           ACCEPT WRK-MAN-TERMO.
           PERFORM 0510-CARREGAR-TURMAS.
           PERFORM 0520-CARREGAR-ALUNOS.
           PERFORM 0530-CONTAR-OCUPADAS.
           PERFORM 0540-CONTAR-LISTA.
           PERFORM 0550-ORDENAR-TURMAS.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF WRK-MAN-TERMO = SPACES
               MOVE 'OCUPACAO DAS TURMAS - TODOS OS TERMOS'
                   TO WRK-RPT-LINHA-TXT
           ELSE
               STRING 'OCUPACAO DAS TURMAS - TERMO ' WRK-MAN-TERMO
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TURMA  CURSO                TERMO  CAPAC  OCUP '
               'OFERT LIVRE ESPERA %OCUP'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           INITIALIZE WRK-TOT-CURSO.
           INITIALIZE WRK-TOT-GERAL.
           MOVE ZEROS TO WRK-QT-LOTADAS.
           MOVE ZEROS TO WRK-QT-ACIMA.
           IF WRK-TRU-QT > 0
               MOVE WRK-TRU-CURSO (1) TO WRK-CURSO-ATUAL
           END-IF.
           PERFORM 0560-GRAVAR-TURMA
               VARYING WRK-TRU-IDX FROM 1 BY 1
               UNTIL WRK-TRU-IDX > WRK-TRU-QT.
           IF WRK-TRU-QT > 0
               PERFORM 0570-GRAVAR-SUBTOTAL
           END-IF.
           PERFORM 0580-GRAVAR-TOTAL.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           ADD 1 TO WRK-QT-RELATORIOS.
           DISPLAY 'RELATORIO PROGCOB132RPT GRAVADO: ' WRK-TRU-QT
               ' TURMA(S), ' WRK-QT-LOTADAS ' LOTADA(S), '
               WRK-QT-ACIMA ' ACIMA DA CAPACIDADE'.

       0510-CARREGAR-TURMAS.
           MOVE ZEROS TO WRK-TRU-QT.
           MOVE 'N' TO WRK-TRU-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TURMAMEST.
           IF WRK-STATUS-TURMAMEST NOT = '00'
               DISPLAY 'CADASTRO DE TURMAS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0511-LER-TURMA UNTIL FIM-ARQ.
           IF WRK-STATUS-TURMAMEST NOT = '35'
               CLOSE F-TURMAMEST
           END-IF.

       0511-LER-TURMA.
           READ F-TURMAMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-MAN-TERMO = SPACES
                       OR TRU-TERMO = WRK-MAN-TERMO
                       PERFORM 0512-INCLUIR-TURMA
                   END-IF
           END-READ.

       0512-INCLUIR-TURMA.
           IF WRK-TRU-QT < WRK-TRU-MAX
               ADD 1 TO WRK-TRU-QT
               MOVE TRU-CODIGO TO WRK-TRU-CODIGO (WRK-TRU-QT)
               MOVE TRU-CURSO TO WRK-TRU-CURSO (WRK-TRU-QT)
               MOVE TRU-TERMO TO WRK-TRU-TERMO (WRK-TRU-QT)
               IF TRU-CAPACIDADE IS NUMERIC
                   MOVE TRU-CAPACIDADE TO
                       WRK-TRU-CAPACIDADE (WRK-TRU-QT)
               ELSE
                   MOVE ZEROS TO WRK-TRU-CAPACIDADE (WRK-TRU-QT)
               END-IF
               MOVE ZEROS TO WRK-TRU-OCUPADAS (WRK-TRU-QT)
               MOVE ZEROS TO WRK-TRU-OFERTAS (WRK-TRU-QT)
               MOVE ZEROS TO WRK-TRU-ESPERA (WRK-TRU-QT)
           ELSE
               MOVE 'S' TO WRK-TRU-ESTOUROU
           END-IF.

      *PAR ALUNO + TERMO DE CADA INSCRICAO, SEM REPETIR (O ALUNO
      *OCUPA UM LUGAR SO, COM QUANTAS DISCIPLINAS TIVER).
       0520-CARREGAR-ALUNOS.
           MOVE ZEROS TO WRK-ALU-QT.
           MOVE 'N' TO WRK-ALU-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-MATRICTL.
           IF WRK-STATUS-MATRICTL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0521-LER-INSCRICAO UNTIL FIM-ARQ.
           IF WRK-STATUS-MATRICTL NOT = '35'
               CLOSE F-MATRICTL
           END-IF.

       0521-LER-INSCRICAO.
           READ F-MATRICTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-MAN-TERMO = SPACES
                       OR MTC-TERMO = WRK-MAN-TERMO
                       PERFORM 0522-INCLUIR-ALUNO
                   END-IF
           END-READ.

       0522-INCLUIR-ALUNO.
           MOVE 'N' TO WRK-ALU-ACHOU.
           PERFORM 0523-COMPARAR-ALUNO
               VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX > WRK-ALU-QT OR ALUNO-NA-TABELA.
           IF NOT ALUNO-NA-TABELA
               IF WRK-ALU-QT < WRK-ALU-MAX
                   ADD 1 TO WRK-ALU-QT
                   MOVE MTC-MATRICULA TO WRK-ALU-MATRICULA (WRK-ALU-QT)
                   MOVE MTC-TERMO TO WRK-ALU-TERMO (WRK-ALU-QT)
               ELSE
                   MOVE 'S' TO WRK-ALU-ESTOUROU
               END-IF
           END-IF.

       0523-COMPARAR-ALUNO.
           IF WRK-ALU-MATRICULA (WRK-ALU-IDX) = MTC-MATRICULA
               AND WRK-ALU-TERMO (WRK-ALU-IDX) = MTC-TERMO
               MOVE 'S' TO WRK-ALU-ACHOU
           END-IF.

      *O LUGAR E DA TURMA DO ALUNO ATIVO, SE O TERMO DA INSCRICAO E O
      *TERMO DA TURMA.
       0530-CONTAR-OCUPADAS.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO = '00'
               PERFORM 0531-CONFERIR-ALUNO
                   VARYING WRK-ALU-IDX FROM 1 BY 1
                   UNTIL WRK-ALU-IDX > WRK-ALU-QT
               CLOSE F-CADALUNO
           ELSE
               DISPLAY 'CADASTRO DE ALUNOS NAO ENCONTRADO'
           END-IF.

       0531-CONFERIR-ALUNO.
           MOVE WRK-ALU-MATRICULA (WRK-ALU-IDX) TO CAD-MATRICULA.
           READ F-CADALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAD-ATIVO AND CAD-TURMA NOT = SPACES
                       MOVE CAD-TURMA TO WRK-MAN-TURMA
                       PERFORM 0532-LOCALIZAR-TURMA
                       IF WRK-TRU-POS > 0
                           IF WRK-TRU-TERMO (WRK-TRU-POS) =
                               WRK-ALU-TERMO (WRK-ALU-IDX)
                               ADD 1 TO WRK-TRU-OCUPADAS (WRK-TRU-POS)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0532-LOCALIZAR-TURMA.
           MOVE ZEROS TO WRK-TRU-POS.
           PERFORM 0533-COMPARAR-TURMA
               VARYING WRK-TRU-IDX FROM 1 BY 1
               UNTIL WRK-TRU-IDX > WRK-TRU-QT OR WRK-TRU-POS > 0.

       0533-COMPARAR-TURMA.
           IF WRK-TRU-CODIGO (WRK-TRU-IDX) = WRK-MAN-TURMA
               MOVE WRK-TRU-IDX TO WRK-TRU-POS
           END-IF.

       0540-CONTAR-LISTA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-LISTAESP.
           IF WRK-STATUS-LISTAESP NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0541-LER-PEDIDO-LISTA UNTIL FIM-ARQ.
           IF WRK-STATUS-LISTAESP NOT = '35'
               CLOSE F-LISTAESP
           END-IF.

       0541-LER-PEDIDO-LISTA.
           READ F-LISTAESP
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF LES-NA-LISTA
                       MOVE LES-TURMA TO WRK-MAN-TURMA
                       PERFORM 0532-LOCALIZAR-TURMA
                       IF WRK-TRU-POS > 0
                           PERFORM 0542-CONTAR-PEDIDO
                       END-IF
                   END-IF
           END-READ.

       0542-CONTAR-PEDIDO.
           IF WRK-TRU-TERMO (WRK-TRU-POS) = LES-TERMO
               IF LES-OFERTADA
                   ADD 1 TO WRK-TRU-OFERTAS (WRK-TRU-POS)
               ELSE
                   ADD 1 TO WRK-TRU-ESPERA (WRK-TRU-POS)
               END-IF
           END-IF.

       0550-ORDENAR-TURMAS.
           IF WRK-TRU-QT > 1
               PERFORM 0551-VARRER-TABELA
                   VARYING WRK-SORT-I FROM 1 BY 1
                   UNTIL WRK-SORT-I >= WRK-TRU-QT
           END-IF.

       0551-VARRER-TABELA.
           COMPUTE WRK-SORT-LIMITE = WRK-TRU-QT - WRK-SORT-I.
           PERFORM 0552-COMPARAR-PAR
               VARYING WRK-SORT-J FROM 1 BY 1
               UNTIL WRK-SORT-J > WRK-SORT-LIMITE.

       0552-COMPARAR-PAR.
           COMPUTE WRK-SORT-J1 = WRK-SORT-J + 1.
           IF WRK-TRU-CURSO (WRK-SORT-J) > WRK-TRU-CURSO (WRK-SORT-J1)
               OR (WRK-TRU-CURSO (WRK-SORT-J) =
                   WRK-TRU-CURSO (WRK-SORT-J1)
               AND WRK-TRU-CODIGO (WRK-SORT-J) >
                   WRK-TRU-CODIGO (WRK-SORT-J1))
               MOVE WRK-TAB-TRU-ITEM (WRK-SORT-J) TO WRK-SORT-TROCA
               MOVE WRK-TAB-TRU-ITEM (WRK-SORT-J1) TO
                   WRK-TAB-TRU-ITEM (WRK-SORT-J)
               MOVE WRK-SORT-TROCA TO WRK-TAB-TRU-ITEM (WRK-SORT-J1)
           END-IF.

      *LINHA DA TURMA (COM A QUEBRA DE CURSO ANTES DELA). LUGARES
      *LIVRES = CAPACIDADE - OCUPADOS - OFERTAS EM ABERTO.
       0560-GRAVAR-TURMA.
           IF WRK-TRU-CURSO (WRK-TRU-IDX) NOT = WRK-CURSO-ATUAL
               PERFORM 0570-GRAVAR-SUBTOTAL
               MOVE WRK-TRU-CURSO (WRK-TRU-IDX) TO WRK-CURSO-ATUAL
           END-IF.
           ADD 1 TO WRK-CUR-TURMAS.
           ADD WRK-TRU-OCUPADAS (WRK-TRU-IDX) TO WRK-CUR-OCUPADAS.
           ADD WRK-TRU-OFERTAS (WRK-TRU-IDX) TO WRK-CUR-OFERTAS.
           ADD WRK-TRU-ESPERA (WRK-TRU-IDX) TO WRK-CUR-ESPERA.
           MOVE SPACES TO WRK-MARCA.
           IF WRK-TRU-CAPACIDADE (WRK-TRU-IDX) = 0
               MOVE 'S/LIM' TO WRK-ED-CAPAC
               MOVE '  -  ' TO WRK-ED-LIVRE
               MOVE '  -  ' TO WRK-ED-PCT
           ELSE
               ADD WRK-TRU-CAPACIDADE (WRK-TRU-IDX) TO WRK-CUR-CAPAC
               ADD WRK-TRU-OCUPADAS (WRK-TRU-IDX) TO WRK-CUR-OCUP-LIM
               MOVE WRK-TRU-CAPACIDADE (WRK-TRU-IDX) TO WRK-ED-NUM
               MOVE WRK-ED-NUM TO WRK-ED-CAPAC
               COMPUTE WRK-LIVRES = WRK-TRU-CAPACIDADE (WRK-TRU-IDX)
                   - WRK-TRU-OCUPADAS (WRK-TRU-IDX)
                   - WRK-TRU-OFERTAS (WRK-TRU-IDX)
               EVALUATE TRUE
                   WHEN WRK-TRU-OCUPADAS (WRK-TRU-IDX) >
                       WRK-TRU-CAPACIDADE (WRK-TRU-IDX)
                       MOVE 'ACIMA DA CAP' TO WRK-MARCA
                       ADD 1 TO WRK-QT-ACIMA
                   WHEN WRK-LIVRES NOT > 0
                       MOVE 'LOTADA' TO WRK-MARCA
                       ADD 1 TO WRK-QT-LOTADAS
               END-EVALUATE
               IF WRK-LIVRES < 0
                   MOVE ZEROS TO WRK-LIVRES
               END-IF
               ADD WRK-LIVRES TO WRK-CUR-LIVRES
               MOVE WRK-LIVRES TO WRK-ED-NUM
               MOVE WRK-ED-NUM TO WRK-ED-LIVRE
               COMPUTE WRK-PERCENT ROUNDED =
                   WRK-TRU-OCUPADAS (WRK-TRU-IDX) * 100
                   / WRK-TRU-CAPACIDADE (WRK-TRU-IDX)
               MOVE WRK-PERCENT TO WRK-ED-NUM
               MOVE WRK-ED-NUM TO WRK-ED-PCT
           END-IF.
           MOVE WRK-TRU-OCUPADAS (WRK-TRU-IDX) TO WRK-ED-OCUP.
           MOVE WRK-TRU-OFERTAS (WRK-TRU-IDX) TO WRK-ED-OFER.
           MOVE WRK-TRU-ESPERA (WRK-TRU-IDX) TO WRK-ED-ESP.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-TRU-CODIGO (WRK-TRU-IDX) ' '
               WRK-TRU-CURSO (WRK-TRU-IDX) ' '
               WRK-TRU-TERMO (WRK-TRU-IDX) ' '
               WRK-ED-CAPAC ' ' WRK-ED-OCUP ' ' WRK-ED-OFER ' '
               WRK-ED-LIVRE '  ' WRK-ED-ESP ' ' WRK-ED-PCT ' '
               WRK-MARCA
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *SUBTOTAL DO CURSO, SOMADO NO TOTAL GERAL.
       0570-GRAVAR-SUBTOTAL.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE WRK-CUR-TURMAS TO WRK-ED-TURMAS.
           MOVE WRK-CUR-CAPAC TO WRK-ED-NUM.
           MOVE WRK-ED-NUM TO WRK-ED-CAPAC.
           MOVE WRK-CUR-OCUPADAS TO WRK-ED-OCUP.
           MOVE WRK-CUR-OFERTAS TO WRK-ED-OFER.
           MOVE WRK-CUR-LIVRES TO WRK-ED-NUM.
           MOVE WRK-ED-NUM TO WRK-ED-LIVRE.
           MOVE WRK-CUR-ESPERA TO WRK-ED-ESP.
           MOVE '  -  ' TO WRK-ED-PCT.
           IF WRK-CUR-CAPAC > 0
               COMPUTE WRK-PERCENT ROUNDED =
                   WRK-CUR-OCUP-LIM * 100 / WRK-CUR-CAPAC
               MOVE WRK-PERCENT TO WRK-ED-NUM
               MOVE WRK-ED-NUM TO WRK-ED-PCT
           END-IF.
           STRING '  SUBTOTAL ' WRK-CURSO-ATUAL ' ' WRK-ED-TURMAS
               ' TURMA(S)' ' ' WRK-ED-CAPAC ' ' WRK-ED-OCUP ' '
               WRK-ED-OFER ' ' WRK-ED-LIVRE '  ' WRK-ED-ESP ' '
               WRK-ED-PCT
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           ADD WRK-CUR-TURMAS TO WRK-GER-TURMAS.
           ADD WRK-CUR-CAPAC TO WRK-GER-CAPAC.
           ADD WRK-CUR-OCUP-LIM TO WRK-GER-OCUP-LIM.
           ADD WRK-CUR-OCUPADAS TO WRK-GER-OCUPADAS.
           ADD WRK-CUR-OFERTAS TO WRK-GER-OFERTAS.
           ADD WRK-CUR-LIVRES TO WRK-GER-LIVRES.
           ADD WRK-CUR-ESPERA TO WRK-GER-ESPERA.
           INITIALIZE WRK-TOT-CURSO.

       0580-GRAVAR-TOTAL.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE WRK-GER-TURMAS TO WRK-ED-TURMAS.
           MOVE WRK-GER-CAPAC TO WRK-ED-NUM.
           MOVE WRK-ED-NUM TO WRK-ED-CAPAC.
           MOVE WRK-GER-OCUPADAS TO WRK-ED-OCUP.
           MOVE WRK-GER-OFERTAS TO WRK-ED-OFER.
           MOVE WRK-GER-LIVRES TO WRK-ED-NUM.
           MOVE WRK-ED-NUM TO WRK-ED-LIVRE.
           MOVE WRK-GER-ESPERA TO WRK-ED-ESP.
           MOVE '  -  ' TO WRK-ED-PCT.
           IF WRK-GER-CAPAC > 0
               COMPUTE WRK-PERCENT ROUNDED =
                   WRK-GER-OCUP-LIM * 100 / WRK-GER-CAPAC
               MOVE WRK-PERCENT TO WRK-ED-NUM
               MOVE WRK-ED-NUM TO WRK-ED-PCT
           END-IF.
           STRING 'TOTAL GERAL ' WRK-ED-TURMAS ' TURMA(S) CAPAC '
               WRK-ED-CAPAC ' OCUP ' WRK-ED-OCUP ' OFERT ' WRK-ED-OFER
               ' LIVRE ' WRK-ED-LIVRE ' ESPERA ' WRK-ED-ESP
               ' %OCUP ' WRK-ED-PCT
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF TURMAS-ESTOURARAM OR ALUNOS-ESTOURARAM
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'ATENCAO: TURMAS OU INSCRICOES ALEM DA TABELA '
                   'EM MEMORIA - RELATORIO INCOMPLETO'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 4 TO RETURN-CODE
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
