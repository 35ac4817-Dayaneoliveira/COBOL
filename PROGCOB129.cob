       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB129.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : HISTORICO ESCOLAR OFICIAL DO ALUNO, COM TODOS OS
      *TERMOS. O PROGCOB27 IMPRIME O BOLETIM DE UM TERMO E O PROGCOB73
      *O CERTIFICADO DE CONCLUSAO, MAS NA TRANSFERENCIA OU NA
      *INSCRICAO PARA A FACULDADE O HISTORICO ERA DATILOGRAFADO A MAO.
      *  (E) EMITE O HISTORICO DE UMA MATRICULA (PROGCOB129RPT): CADA
      *      TERMO E DISCIPLINA DO BOLHIST (PROGCOB41 EM MODO R - O
      *      BOLETIM MAIS RECENTE DA CHAVE VALE, ENTAO A MEDIA JA E A
      *      FINAL DEPOIS DA RECUPERACAO DO PROGCOB75), COM MEDIA,
      *      SITUACAO, CARGA HORARIA (HORAS-AULA DADAS) E FREQUENCIA DA
      *      DISCIPLINA PELA CHAMADA DIARIA (PROGCOB127); TERMO SEM
      *      CHAMADA SAI SO COM A FREQUENCIA DO TERMO (FREQUENCIA). NO
      *      FIM, A MEDIA GERAL ACUMULADA (MEDIA SIMPLES DAS MEDIAS
      *      FINAIS). CADA HISTORICO LEVA UM NUMERO DE AUTENTICACAO DA
      *      SERIE HISTNUMCTL (MESMO DESENHO DO CERTNUMCTL), REGISTRADO
      *      NO HISTEMIT COM MATRICULA, DATA E RESUMO;
      *  (V) VERIFICA UMA COPIA: DIGITADO O NUMERO DE AUTENTICACAO,
      *      MOSTRA O QUE FOI EMITIDO COM ELE, PARA CONFERIR COM O
      *      PAPEL APRESENTADO.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CADASTRO MESTRE DE ALUNOS (MANTIDO PELO PROGCOB20).
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *HISTORICO REORGANIZADO DE BOLETINS (PROGCOB41).
           SELECT F-BOLHIST ASSIGN TO 'BOLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHI-CHAVE
               FILE STATUS IS WRK-STATUS-BOLHIST.
      *CADASTRO DE DISCIPLINAS (MANTIDO PELO PROGCOB26).
           SELECT F-DISCMEST ASSIGN TO 'DISCMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISCMEST.
      *CHAMADA DIARIA (VEJA CHMREC.CPY).
           SELECT F-CHAMADA ASSIGN TO 'CHAMADA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHAMADA.
      *FREQUENCIA DO TERMO (PROGCOB23/PROGCOB128).
           SELECT F-FREQUENCIA ASSIGN TO 'FREQUENCIA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FREQUENCIA.
      *CONTROLE DO PROXIMO NUMERO DE AUTENTICACAO (UM REGISTRO SO,
      *COMO O CERTNUMCTL DOS CERTIFICADOS).
           SELECT F-HISTNUMCTL ASSIGN TO 'HISTNUMCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HISTNUMCTL.
      *REGISTRO DOS HISTORICOS EMITIDOS, UMA LINHA POR NUMERO.
           SELECT F-HISTEMIT ASSIGN TO 'HISTEMIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HISTEMIT.
      *HISTORICOS IMPRESSOS, COM CABECALHO E QUEBRA DE PAGINA
      *PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB129RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-BOLHIST.
       01  REG-BOLHIST.
           03 BHI-CHAVE.
               05 BHI-MATRICULA PIC X(10).
               05 BHI-TERMO     PIC X(06).
               05 BHI-DISC      PIC X(04).
               05 BHI-ORIGEM    PIC X(10).
           03 BHI-NOTA1  PIC 9(02).
           03 BHI-NOTA2  PIC 9(02).
           03 BHI-NOTA3  PIC 9(02).
           03 BHI-MEDIA  PIC 9(02)V9.
           03 BHI-STATUS PIC X(15).

       FD  F-DISCMEST.
       01  REG-DISCMEST.
           03 DIS-CODIGO PIC X(04).
           03 DIS-NOME   PIC X(20).

       FD  F-CHAMADA.
           COPY 'CHMREC.CPY'.

       FD  F-FREQUENCIA.
       01  REG-FREQUENCIA.
           03 FRQ-MATRICULA PIC X(10).
           03 FRQ-TERMO     PIC X(06).
           03 FRQ-AULAS     PIC 9(03).
           03 FRQ-FALTAS    PIC 9(03).

       FD  F-HISTNUMCTL.
       01  REG-HISTNUMCTL.
           03 HNC-PROXIMO PIC 9(06).

      *HISTORICO EMITIDO: NUMERO DE AUTENTICACAO, MATRICULA, DATA E
      *HORA DA EMISSAO, TERMOS, DISCIPLINAS E APROVADAS, ULTIMO TERMO
      *E MEDIA GERAL ACUMULADA IMPRESSOS.
       FD  F-HISTEMIT.
       01  REG-HISTEMIT.
           03 HEM-NUMERO    PIC 9(06).
           03 HEM-MATRICULA PIC X(10).
           03 HEM-DATA      PIC 9(08).
           03 HEM-HORA      PIC 9(06).
           03 HEM-QT-TERMOS PIC 9(02).
           03 HEM-QT-DISC   PIC 9(03).
           03 HEM-QT-APROV  PIC 9(03).
           03 HEM-ULT-TERMO PIC X(06).
           03 HEM-MEDIA     PIC 9(02)V9.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CADALUNO   PIC X(02) VALUE '00'.
       77 WRK-STATUS-BOLHIST    PIC X(02) VALUE '00'.
       77 WRK-STATUS-DISCMEST   PIC X(02) VALUE '00'.
       77 WRK-STATUS-CHAMADA    PIC X(02) VALUE '00'.
       77 WRK-STATUS-FREQUENCIA PIC X(02) VALUE '00'.
       77 WRK-STATUS-HISTNUMCTL PIC X(02) VALUE '00'.
       77 WRK-STATUS-HISTEMIT   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-EMITIR    VALUE 'E'.
           88 MAN-VERIFICAR VALUE 'V'.
           88 MAN-SAIR      VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
       77 WRK-MAN-MATRICULA PIC X(10) VALUE SPACES.
      *ALUNO DO HISTORICO.
       77 WRK-ALU-ACHOU PIC X(01) VALUE 'N'.
           88 ALUNO-ACHADO VALUE 'S'.
       77 WRK-ALU-NOME  PIC X(30) VALUE SPACES.
       77 WRK-ALU-CURSO PIC X(20) VALUE SPACES.
       77 WRK-ALU-TURMA PIC X(06) VALUE SPACES.
      *LINHAS DO BOLHIST DA MATRICULA, EM ORDEM DE CHAVE (TERMO,
      *DISCIPLINA, ORIGEM).
       77 WRK-HIS-MAX PIC 9(03) VALUE 150.
       77 WRK-HIS-QT  PIC 9(03) VALUE ZEROS.
       77 WRK-HIS-ESTOUROU PIC X(01) VALUE 'N'.
           88 HISTORICO-ESTOUROU VALUE 'S'.
       01 WRK-TAB-HISTORICO.
           03 WRK-TAB-HIS-ITEM OCCURS 1 TO 150 TIMES
                   DEPENDING ON WRK-HIS-QT.
               05 WRK-HIS-TERMO  PIC X(06).
               05 WRK-HIS-DISC   PIC X(04).
               05 WRK-HIS-ORIGEM PIC X(10).
               05 WRK-HIS-MEDIA  PIC 9(02)V9.
               05 WRK-HIS-STATUS PIC X(15).
       77 WRK-HIS-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-BOL PIC X(01) VALUE 'N'.
           88 FIM-BOLHIST VALUE 'S'.
       77 WRK-BOL-ABERTO PIC X(01) VALUE 'N'.
           88 BOLHIST-ABERTO VALUE 'S'.
      *HORAS-AULA E FALTAS DA MATRICULA POR TERMO E DISCIPLINA,
      *SOMADAS DA CHAMADA: A LINHA L DA AULA SOMA AS HORAS-AULA (E AS
      *FALTAS, SE F); CADA CORRECAO C INVERTE A PRESENCA ANTERIOR (O
      *PROGCOB127 RECUSA CORRECAO PARA O MESMO VALOR), ENTAO C COM F
      *SOMA AS FALTAS DO DIA E C COM P DESCONTA.
       77 WRK-CHM-MAX PIC 9(03) VALUE 100.
       77 WRK-CHM-QT  PIC 9(03) VALUE ZEROS.
       77 WRK-CHM-ESTOUROU PIC X(01) VALUE 'N'.
           88 CHAMADA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-CHAMADA.
           03 WRK-TAB-CHM-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-CHM-QT.
               05 WRK-CHM-TERMO  PIC X(06).
               05 WRK-CHM-DISC   PIC X(04).
               05 WRK-CHM-AULAS  PIC 9(04).
               05 WRK-CHM-FALTAS PIC S9(04).
       77 WRK-CHM-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CHM-POS PIC 9(03) VALUE ZEROS.
      *FREQUENCIA DE CADA TERMO DA MATRICULA (A LINHA MAIS RECENTE
      *DO TERMO VALE).
       77 WRK-FRQ-MAX PIC 9(02) VALUE 40.
       77 WRK-FRQ-QT  PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-FREQUENCIA.
           03 WRK-TAB-FRQ-ITEM OCCURS 1 TO 40 TIMES
                   DEPENDING ON WRK-FRQ-QT.
               05 WRK-FRQ-TERMO  PIC X(06).
               05 WRK-FRQ-AULAS  PIC 9(03).
               05 WRK-FRQ-FALTAS PIC 9(03).
       77 WRK-FRQ-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-FRQ-POS PIC 9(02) VALUE ZEROS.
      *TOTAIS DO TERMO CORRENTE NA IMPRESSAO E DO HISTORICO INTEIRO.
       77 WRK-TERMO-ATUAL PIC X(06) VALUE SPACES.
       77 WRK-TRM-SOMA  PIC 9(04)V9 VALUE ZEROS.
       77 WRK-TRM-QT    PIC 9(03) VALUE ZEROS.
       77 WRK-GER-SOMA  PIC 9(05)V9 VALUE ZEROS.
       77 WRK-QT-TERMOS PIC 9(02) VALUE ZEROS.
       77 WRK-QT-APROV  PIC 9(03) VALUE ZEROS.
       77 WRK-MEDIA-CALC PIC 9(02)V9 VALUE ZEROS.
       77 WRK-MEDIA-GERAL PIC 9(02)V9 VALUE ZEROS.
       77 WRK-PCT-CALC  PIC 9(03)V9 VALUE ZEROS.
       77 WRK-FALTAS-DISC PIC 9(04) VALUE ZEROS.
       77 WRK-DIS-NOME  PIC X(20) VALUE SPACES.
       77 WRK-DIS-ACHOU PIC X(01) VALUE 'N'.
           88 DIS-ACHADO VALUE 'S'.
      *AUTENTICACAO E DATA/HORA DA EMISSAO.
       77 WRK-NUM-AUTENT PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-AGORA PIC 9(08) VALUE ZEROS.
       01 WRK-HORA-AGORA-R REDEFINES WRK-HORA-AGORA.
           03 WRK-HORA-HHMMSS PIC 9(06).
           03 FILLER          PIC 9(02).
       01 WRK-DATA-VER PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-VER-R REDEFINES WRK-DATA-VER.
           03 WRK-DVE-ANO PIC 9(04).
           03 WRK-DVE-MES PIC 9(02).
           03 WRK-DVE-DIA PIC 9(02).
       01 WRK-DATA-VER-ED.
           03 WRK-DVE-DIA-ED PIC 9(02).
           03 FILLER         PIC X(01) VALUE '/'.
           03 WRK-DVE-MES-ED PIC 9(02).
           03 FILLER         PIC X(01) VALUE '/'.
           03 WRK-DVE-ANO-ED PIC 9(04).
       77 WRK-EMI-ACHOU PIC X(01) VALUE 'N'.
           88 EMISSAO-ACHADA VALUE 'S'.
       77 WRK-RPT-ABERTO PIC X(01) VALUE 'N'.
           88 RELATORIO-ABERTO VALUE 'S'.
      *CAMPOS EDITADOS DAS LINHAS DO HISTORICO.
       01 WRK-MEDIA-ED  PIC Z9,9.
       01 WRK-PCT-ED    PIC ZZ9,9.
       01 WRK-AULAS-ED  PIC ZZ9.
       01 WRK-FALTAS-ED PIC ZZ9.
       01 WRK-LINHA-HIST.
           03 WRK-LH-TERMO    PIC X(06).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WRK-LH-DISC     PIC X(04).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WRK-LH-NOME     PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WRK-LH-ORIGEM   PIC X(10).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WRK-LH-MEDIA    PIC Z9,9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WRK-LH-SITUACAO PIC X(15).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WRK-LH-CH       PIC ZZZ9.
           03 WRK-LH-CH-X REDEFINES WRK-LH-CH PIC X(04).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WRK-LH-FALTAS   PIC ZZZ9.
           03 WRK-LH-FALTAS-X REDEFINES WRK-LH-FALTAS PIC X(04).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WRK-LH-FREQ     PIC ZZ9,9.
           03 WRK-LH-FREQ-X REDEFINES WRK-LH-FREQ PIC X(05).
      *TOTAIS DA SESSAO (TRILHA DE AUDITORIA).
       77 WRK-QT-EMITIDOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-VERIFICADOS PIC 9(04) VALUE ZEROS.
       77 WRK-RC-HISTORICO PIC 9(02) VALUE ZEROS.
      *CAMPOS COMUNS DE VALIDACAO DE ENTRADA NUMERICA (VEJA
      *VALIDCK.CPY/VALIDNUM.cob).
           COPY 'VALIDCK.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB129'.
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
      *A SERIE DE AUTENTICACAO NAO PODE SAIR REPETIDA: UMA EMISSAO
      *DE CADA VEZ, NA MESMA TRAVA DOS DEMAIS PROGRAMAS DA ESCOLA.
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
           MOVE ZEROS TO WRK-RC-HISTORICO.
           MOVE ZEROS TO WRK-QT-EMITIDOS.
           MOVE ZEROS TO WRK-QT-VERIFICADOS.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE 'N' TO WRK-RPT-ABERTO.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-HISTORICO UNTIL NOT MAN-CONTINUA.
           IF RELATORIO-ABERTO
               PERFORM 0920-GRAVAR-TRAILER-RPT
               CLOSE F-RELATORIO
           END-IF.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'EMITIDOS=' WRK-QT-EMITIDOS
               ' VERIFICADOS=' WRK-QT-VERIFICADOS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE WRK-RC-HISTORICO TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-HISTORICO.
           DISPLAY '-- HISTORICO ESCOLAR OFICIAL --'.
           DISPLAY '(E)MITIR HISTORICO (V)ERIFICAR AUTENTICACAO '
               '(S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-EMITIR
                   PERFORM 0300-EMITIR-HISTORICO
               WHEN MAN-VERIFICAR
                   PERFORM 0500-VERIFICAR-AUTENTICACAO
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *EMISSAO: O NUMERO DE AUTENTICACAO SO E TIRADO DEPOIS QUE O
      *ALUNO E O HISTORICO DELE FORAM ENCONTRADOS INTEIROS - NUMERO
      *PULADO NA SERIE SERIA UM HISTORICO SEM REGISTRO.
       0300-EMITIR-HISTORICO.
           DISPLAY 'MATRICULA.. '.
           ACCEPT WRK-MAN-MATRICULA.
           PERFORM 0700-LOCALIZAR-ALUNO.
           IF ALUNO-ACHADO
               PERFORM 0710-CARREGAR-HISTORICO
           END-IF.
           EVALUATE TRUE
               WHEN NOT ALUNO-ACHADO
                   DISPLAY 'MATRICULA ' WRK-MAN-MATRICULA
                       ' NAO CADASTRADA, HISTORICO NAO EMITIDO'
                   MOVE 8 TO WRK-RC-HISTORICO
               WHEN NOT BOLHIST-ABERTO
                   DISPLAY 'HISTORICO BOLHIST NAO ENCONTRADO (RODE O '
                       'PROGCOB41 EM MODO R)'
                   MOVE 8 TO WRK-RC-HISTORICO
               WHEN WRK-HIS-QT = 0
                   DISPLAY 'MATRICULA ' WRK-MAN-MATRICULA
                       ' SEM BOLETIM NO BOLHIST, HISTORICO NAO EMITIDO'
                   MOVE 8 TO WRK-RC-HISTORICO
               WHEN HISTORICO-ESTOUROU
                   DISPLAY 'HISTORICO ALEM DA TABELA EM MEMORIA, '
                       'NAO EMITIDO'
                   MOVE 12 TO WRK-RC-HISTORICO
               WHEN OTHER
                   PERFORM 0720-CARREGAR-CHAMADA
                   PERFORM 0730-CARREGAR-FREQUENCIA
                   PERFORM 0310-RESUMIR-HISTORICO
                   PERFORM 0680-OBTER-NUMERO-AUTENT
                   PERFORM 0690-REGISTRAR-EMISSAO
                   PERFORM 0400-IMPRIMIR-HISTORICO
                   ADD 1 TO WRK-QT-EMITIDOS
                   DISPLAY 'HISTORICO EMITIDO NO PROGCOB129RPT, '
                       'AUTENTICACAO NO. ' WRK-NUM-AUTENT
           END-EVALUATE.

      *TERMOS, APROVADAS E MEDIA GERAL ACUMULADA, QUE VAO PARA O
      *REGISTRO DA EMISSAO E PARA O FIM DO HISTORICO.
       0310-RESUMIR-HISTORICO.
           MOVE ZEROS TO WRK-GER-SOMA.
           MOVE ZEROS TO WRK-QT-TERMOS.
           MOVE ZEROS TO WRK-QT-APROV.
           MOVE SPACES TO WRK-TERMO-ATUAL.
           PERFORM 0311-SOMAR-LINHA
               VARYING WRK-HIS-IDX FROM 1 BY 1
               UNTIL WRK-HIS-IDX > WRK-HIS-QT.
           COMPUTE WRK-MEDIA-GERAL ROUNDED =
               WRK-GER-SOMA / WRK-HIS-QT.

       0311-SOMAR-LINHA.
           ADD WRK-HIS-MEDIA (WRK-HIS-IDX) TO WRK-GER-SOMA.
           IF WRK-HIS-STATUS (WRK-HIS-IDX) = 'APROVADO'
               ADD 1 TO WRK-QT-APROV
           END-IF.
           IF WRK-HIS-TERMO (WRK-HIS-IDX) NOT = WRK-TERMO-ATUAL
               ADD 1 TO WRK-QT-TERMOS
               MOVE WRK-HIS-TERMO (WRK-HIS-IDX) TO WRK-TERMO-ATUAL
           END-IF.

      *O HISTORICO COMECA SEMPRE EM PAGINA NOVA DO PROGCOB129RPT.
       0400-IMPRIMIR-HISTORICO.
           IF NOT RELATORIO-ABERTO
               OPEN OUTPUT F-RELATORIO
               MOVE 'S' TO WRK-RPT-ABERTO
           END-IF.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE '=================== HISTORICO ESCOLAR ==============='
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-DATA-HOJE TO WRK-DATA-VER.
           PERFORM 0520-EDITAR-DATA.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'AUTENTICACAO NO. ' WRK-NUM-AUTENT
               '   EMITIDO EM ' WRK-DATA-VER-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'ALUNO: ' WRK-ALU-NOME
               '  MATRICULA: ' WRK-MAN-MATRICULA
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'CURSO: ' WRK-ALU-CURSO
               '  TURMA: ' WRK-ALU-TURMA
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TERMO  DISC NOME DA DISCIPLINA    ORIGEM      MEDIA'
               '  SITUACAO         C.H.  FALTAS  FREQ%'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-TERMO-ATUAL.
           MOVE ZEROS TO WRK-TRM-SOMA.
           MOVE ZEROS TO WRK-TRM-QT.
           PERFORM 0410-IMPRIMIR-LINHA
               VARYING WRK-HIS-IDX FROM 1 BY 1
               UNTIL WRK-HIS-IDX > WRK-HIS-QT.
           PERFORM 0420-FECHAR-TERMO.
           MOVE WRK-MEDIA-GERAL TO WRK-MEDIA-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TERMOS CURSADOS: ' WRK-QT-TERMOS
               '   DISCIPLINAS: ' WRK-HIS-QT
               '   APROVADAS: ' WRK-QT-APROV
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'MEDIA GERAL ACUMULADA: ' WRK-MEDIA-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'A AUTENTICIDADE DESTE HISTORICO PODE SER CONFERIDA '
               'NA SECRETARIA PELO NUMERO ' WRK-NUM-AUTENT
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE '====================================================='
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *UMA LINHA POR DISCIPLINA; NA TROCA DE TERMO SAI ANTES O
      *FECHAMENTO DO TERMO ANTERIOR.
       0410-IMPRIMIR-LINHA.
           IF WRK-HIS-TERMO (WRK-HIS-IDX) NOT = WRK-TERMO-ATUAL
               IF WRK-TERMO-ATUAL NOT = SPACES
                   PERFORM 0420-FECHAR-TERMO
               END-IF
               MOVE WRK-HIS-TERMO (WRK-HIS-IDX) TO WRK-TERMO-ATUAL
               MOVE ZEROS TO WRK-TRM-SOMA
               MOVE ZEROS TO WRK-TRM-QT
           END-IF.
           ADD WRK-HIS-MEDIA (WRK-HIS-IDX) TO WRK-TRM-SOMA.
           ADD 1 TO WRK-TRM-QT.
           PERFORM 0740-NOME-DISCIPLINA.
           MOVE WRK-HIS-TERMO (WRK-HIS-IDX)  TO WRK-LH-TERMO.
           MOVE WRK-HIS-DISC (WRK-HIS-IDX)   TO WRK-LH-DISC.
           MOVE WRK-DIS-NOME                 TO WRK-LH-NOME.
           MOVE WRK-HIS-ORIGEM (WRK-HIS-IDX) TO WRK-LH-ORIGEM.
           MOVE WRK-HIS-MEDIA (WRK-HIS-IDX)  TO WRK-LH-MEDIA.
           MOVE WRK-HIS-STATUS (WRK-HIS-IDX) TO WRK-LH-SITUACAO.
           PERFORM 0750-LOCALIZAR-CHAMADA.
           IF WRK-CHM-POS = 0 OR WRK-CHM-AULAS (WRK-CHM-POS) = 0
      *DISCIPLINA SEM CHAMADA DIARIA: FICA SO A FREQUENCIA DO TERMO.
               MOVE '   -' TO WRK-LH-CH-X
               MOVE '   -' TO WRK-LH-FALTAS-X
               MOVE '    -' TO WRK-LH-FREQ-X
           ELSE
               MOVE ZEROS TO WRK-FALTAS-DISC
               IF WRK-CHM-FALTAS (WRK-CHM-POS) > 0
                   MOVE WRK-CHM-FALTAS (WRK-CHM-POS) TO WRK-FALTAS-DISC
               END-IF
               IF WRK-FALTAS-DISC > WRK-CHM-AULAS (WRK-CHM-POS)
                   MOVE WRK-CHM-AULAS (WRK-CHM-POS) TO WRK-FALTAS-DISC
               END-IF
               MOVE WRK-CHM-AULAS (WRK-CHM-POS) TO WRK-LH-CH
               MOVE WRK-FALTAS-DISC TO WRK-LH-FALTAS
               COMPUTE WRK-PCT-CALC ROUNDED =
                   (WRK-CHM-AULAS (WRK-CHM-POS) - WRK-FALTAS-DISC)
                   * 100 / WRK-CHM-AULAS (WRK-CHM-POS)
               MOVE WRK-PCT-CALC TO WRK-LH-FREQ
           END-IF.
           MOVE WRK-LINHA-HIST TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *FECHAMENTO DO TERMO: MEDIA DAS DISCIPLINAS DO TERMO E A
      *FREQUENCIA DO TERMO (AULAS DADAS E FALTAS DA FREQUENCIA).
       0420-FECHAR-TERMO.
           COMPUTE WRK-MEDIA-CALC ROUNDED = WRK-TRM-SOMA / WRK-TRM-QT.
           MOVE WRK-MEDIA-CALC TO WRK-MEDIA-ED.
           PERFORM 0760-LOCALIZAR-FREQUENCIA.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF WRK-FRQ-POS = 0 OR WRK-FRQ-AULAS (WRK-FRQ-POS) = 0
               STRING '       MEDIA DO TERMO ' WRK-TERMO-ATUAL ': '
                   WRK-MEDIA-ED '   FREQUENCIA DO TERMO NAO LANCADA'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               COMPUTE WRK-PCT-CALC ROUNDED =
                   (WRK-FRQ-AULAS (WRK-FRQ-POS)
                   - WRK-FRQ-FALTAS (WRK-FRQ-POS)) * 100
                   / WRK-FRQ-AULAS (WRK-FRQ-POS)
               MOVE WRK-PCT-CALC TO WRK-PCT-ED
               MOVE WRK-FRQ-AULAS (WRK-FRQ-POS) TO WRK-AULAS-ED
               MOVE WRK-FRQ-FALTAS (WRK-FRQ-POS) TO WRK-FALTAS-ED
               STRING '       MEDIA DO TERMO ' WRK-TERMO-ATUAL ': '
                   WRK-MEDIA-ED '   AULAS DADAS: ' WRK-AULAS-ED
                   '   FALTAS: ' WRK-FALTAS-ED
                   '   FREQUENCIA: ' WRK-PCT-ED '%'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *VERIFICACAO DE UMA COPIA PELO NUMERO DE AUTENTICACAO.
       0500-VERIFICAR-AUTENTICACAO.
           DISPLAY 'NUMERO DE AUTENTICACAO (1-999999).. '.
           ACCEPT WRK-VAL-ENTRADA.
           MOVE 1 TO WRK-VAL-MIN.
           MOVE 999999 TO WRK-VAL-MAX.
           CALL 'VALIDNUM' USING WRK-VAL-ENTRADA WRK-VAL-MIN
               WRK-VAL-MAX WRK-VAL-NUM WRK-VAL-VALIDO.
           IF VAL-INVALIDO
               DISPLAY 'NUMERO INVALIDO, NADA VERIFICADO'
           ELSE
               MOVE WRK-VAL-NUM TO WRK-NUM-AUTENT
               ADD 1 TO WRK-QT-VERIFICADOS
               PERFORM 0510-LOCALIZAR-EMISSAO
               IF EMISSAO-ACHADA
                   PERFORM 0530-MOSTRAR-EMISSAO
               ELSE
                   DISPLAY 'AUTENTICACAO ' WRK-NUM-AUTENT
                       ' NAO CONSTA NO REGISTRO DE HISTORICOS '
                       'EMITIDOS - COPIA NAO CONFERE'
                   MOVE 4 TO WRK-RC-HISTORICO
               END-IF
           END-IF.

       0510-LOCALIZAR-EMISSAO.
           MOVE 'N' TO WRK-EMI-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-HISTEMIT.
           IF WRK-STATUS-HISTEMIT NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0511-LER-EMISSAO UNTIL FIM-ARQ OR EMISSAO-ACHADA.
           IF WRK-STATUS-HISTEMIT NOT = '35'
               CLOSE F-HISTEMIT
           END-IF.

       0511-LER-EMISSAO.
           READ F-HISTEMIT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF HEM-NUMERO = WRK-NUM-AUTENT
                       MOVE 'S' TO WRK-EMI-ACHOU
                   END-IF
           END-READ.

       0520-EDITAR-DATA.
           MOVE WRK-DVE-DIA TO WRK-DVE-DIA-ED.
           MOVE WRK-DVE-MES TO WRK-DVE-MES-ED.
           MOVE WRK-DVE-ANO TO WRK-DVE-ANO-ED.

       0530-MOSTRAR-EMISSAO.
           MOVE HEM-MATRICULA TO WRK-MAN-MATRICULA.
           PERFORM 0700-LOCALIZAR-ALUNO.
           MOVE HEM-DATA TO WRK-DATA-VER.
           PERFORM 0520-EDITAR-DATA.
           MOVE HEM-MEDIA TO WRK-MEDIA-ED.
           DISPLAY 'AUTENTICACAO ' HEM-NUMERO ' CONFERE:'.
           DISPLAY '  MATRICULA ' HEM-MATRICULA ' ' WRK-ALU-NOME.
           DISPLAY '  EMITIDO EM ' WRK-DATA-VER-ED ' AS '
               HEM-HORA (1:2) ':' HEM-HORA (3:2).
           DISPLAY '  TERMOS ' HEM-QT-TERMOS ' ATE ' HEM-ULT-TERMO
               '  DISCIPLINAS ' HEM-QT-DISC
               '  APROVADAS ' HEM-QT-APROV.
           DISPLAY '  MEDIA GERAL ACUMULADA ' WRK-MEDIA-ED.

      *NUMERO DE AUTENTICACAO (SERIE HISTNUMCTL, MESMO DESENHO DO
      *CERTNUMCTL DO PROGCOB73).
       0680-OBTER-NUMERO-AUTENT.
           MOVE ZEROS TO WRK-NUM-AUTENT.
           OPEN INPUT F-HISTNUMCTL.
           IF WRK-STATUS-HISTNUMCTL = '00'
               READ F-HISTNUMCTL
                   AT END
                       MOVE 1 TO WRK-NUM-AUTENT
                   NOT AT END
                       MOVE HNC-PROXIMO TO WRK-NUM-AUTENT
               END-READ
               CLOSE F-HISTNUMCTL
           ELSE
               MOVE 1 TO WRK-NUM-AUTENT
           END-IF.
           OPEN OUTPUT F-HISTNUMCTL.
           COMPUTE HNC-PROXIMO = WRK-NUM-AUTENT + 1.
           WRITE REG-HISTNUMCTL.
           CLOSE F-HISTNUMCTL.

       0690-REGISTRAR-EMISSAO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           OPEN EXTEND F-HISTEMIT.
           IF WRK-STATUS-HISTEMIT = '35'
               OPEN OUTPUT F-HISTEMIT
           END-IF.
           MOVE WRK-NUM-AUTENT    TO HEM-NUMERO.
           MOVE WRK-MAN-MATRICULA TO HEM-MATRICULA.
           MOVE WRK-DATA-HOJE     TO HEM-DATA.
           MOVE WRK-HORA-HHMMSS   TO HEM-HORA.
           MOVE WRK-QT-TERMOS     TO HEM-QT-TERMOS.
           MOVE WRK-HIS-QT        TO HEM-QT-DISC.
           MOVE WRK-QT-APROV      TO HEM-QT-APROV.
           MOVE WRK-HIS-TERMO (WRK-HIS-QT) TO HEM-ULT-TERMO.
           MOVE WRK-MEDIA-GERAL   TO HEM-MEDIA.
           WRITE REG-HISTEMIT.
           CLOSE F-HISTEMIT.

       0700-LOCALIZAR-ALUNO.
           MOVE 'N' TO WRK-ALU-ACHOU.
           MOVE SPACES TO WRK-ALU-NOME.
           MOVE SPACES TO WRK-ALU-CURSO.
           MOVE SPACES TO WRK-ALU-TURMA.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO = '00'
               MOVE WRK-MAN-MATRICULA TO CAD-MATRICULA
               READ F-CADALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ALU-ACHOU
                       MOVE CAD-NOME TO WRK-ALU-NOME
                       MOVE CAD-CURSO TO WRK-ALU-CURSO
                       MOVE CAD-TURMA TO WRK-ALU-TURMA
               END-READ
               CLOSE F-CADALUNO
           END-IF.

      *POSICIONA O HISTORICO NA MATRICULA E LE EM SEQUENCIA DE
      *CHAVE ENQUANTO FOR O MESMO ALUNO (COMO O PROGCOB73).
       0710-CARREGAR-HISTORICO.
           MOVE ZEROS TO WRK-HIS-QT.
           MOVE 'N' TO WRK-HIS-ESTOUROU.
           MOVE 'N' TO WRK-FIM-BOL.
           MOVE 'N' TO WRK-BOL-ABERTO.
           OPEN INPUT F-BOLHIST.
           IF WRK-STATUS-BOLHIST NOT = '00'
               MOVE 'S' TO WRK-FIM-BOL
           ELSE
               MOVE 'S' TO WRK-BOL-ABERTO
               MOVE SPACES TO BHI-CHAVE
               MOVE WRK-MAN-MATRICULA TO BHI-MATRICULA
               START F-BOLHIST KEY >= BHI-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-BOL
               END-START
           END-IF.
           PERFORM 0711-LER-HISTORICO UNTIL FIM-BOLHIST.
           IF BOLHIST-ABERTO
               CLOSE F-BOLHIST
           END-IF.

       0711-LER-HISTORICO.
           READ F-BOLHIST NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-BOL
               NOT AT END
                   IF BHI-MATRICULA NOT = WRK-MAN-MATRICULA
                       MOVE 'S' TO WRK-FIM-BOL
                   ELSE
                       PERFORM 0712-GUARDAR-BOLETIM
                   END-IF
           END-READ.

       0712-GUARDAR-BOLETIM.
           IF WRK-HIS-QT < WRK-HIS-MAX
               ADD 1 TO WRK-HIS-QT
               MOVE BHI-TERMO  TO WRK-HIS-TERMO (WRK-HIS-QT)
               MOVE BHI-DISC   TO WRK-HIS-DISC (WRK-HIS-QT)
               MOVE BHI-ORIGEM TO WRK-HIS-ORIGEM (WRK-HIS-QT)
               MOVE BHI-MEDIA  TO WRK-HIS-MEDIA (WRK-HIS-QT)
               MOVE BHI-STATUS TO WRK-HIS-STATUS (WRK-HIS-QT)
           ELSE
               MOVE 'S' TO WRK-HIS-ESTOUROU
               MOVE 'S' TO WRK-FIM-BOL
           END-IF.

      *HORAS-AULA E FALTAS DA MATRICULA NA CHAMADA, POR TERMO E
      *DISCIPLINA (REGRA DA L E DA C NO COMENTARIO DA TABELA).
       0720-CARREGAR-CHAMADA.
           MOVE ZEROS TO WRK-CHM-QT.
           MOVE 'N' TO WRK-CHM-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CHAMADA.
           IF WRK-STATUS-CHAMADA NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0721-LER-CHAMADA UNTIL FIM-ARQ.
           IF WRK-STATUS-CHAMADA NOT = '35'
               CLOSE F-CHAMADA
           END-IF.
           IF CHAMADA-ESTOUROU
               DISPLAY 'CHAMADA DA MATRICULA ALEM DA TABELA EM '
                   'MEMORIA - DISCIPLINAS EXCEDENTES SAEM SEM C.H.'
           END-IF.

       0721-LER-CHAMADA.
           READ F-CHAMADA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CHM-MATRICULA = WRK-MAN-MATRICULA
                       PERFORM 0722-SOMAR-CHAMADA
                   END-IF
           END-READ.

       0722-SOMAR-CHAMADA.
           MOVE ZEROS TO WRK-CHM-POS.
           PERFORM 0723-COMPARAR-CHAMADA
               VARYING WRK-CHM-IDX FROM 1 BY 1
               UNTIL WRK-CHM-IDX > WRK-CHM-QT OR WRK-CHM-POS > 0.
           IF WRK-CHM-POS = 0
               IF WRK-CHM-QT < WRK-CHM-MAX
                   ADD 1 TO WRK-CHM-QT
                   MOVE WRK-CHM-QT TO WRK-CHM-POS
                   MOVE CHM-TERMO TO WRK-CHM-TERMO (WRK-CHM-POS)
                   MOVE CHM-DISC  TO WRK-CHM-DISC (WRK-CHM-POS)
                   MOVE ZEROS TO WRK-CHM-AULAS (WRK-CHM-POS)
                   MOVE ZEROS TO WRK-CHM-FALTAS (WRK-CHM-POS)
               ELSE
                   MOVE 'S' TO WRK-CHM-ESTOUROU
               END-IF
           END-IF.
           IF WRK-CHM-POS > 0
               EVALUATE TRUE
                   WHEN CHM-LANCAMENTO
                       ADD CHM-AULAS TO WRK-CHM-AULAS (WRK-CHM-POS)
                       IF CHM-FALTOU
                           ADD CHM-AULAS TO
                               WRK-CHM-FALTAS (WRK-CHM-POS)
                       END-IF
                   WHEN CHM-CORRECAO AND CHM-FALTOU
                       ADD CHM-AULAS TO WRK-CHM-FALTAS (WRK-CHM-POS)
                   WHEN CHM-CORRECAO AND CHM-PRESENTE
                       SUBTRACT CHM-AULAS FROM
                           WRK-CHM-FALTAS (WRK-CHM-POS)
               END-EVALUATE
           END-IF.

       0723-COMPARAR-CHAMADA.
           IF WRK-CHM-TERMO (WRK-CHM-IDX) = CHM-TERMO
               AND WRK-CHM-DISC (WRK-CHM-IDX) = CHM-DISC
               MOVE WRK-CHM-IDX TO WRK-CHM-POS
           END-IF.

       0730-CARREGAR-FREQUENCIA.
           MOVE ZEROS TO WRK-FRQ-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FREQUENCIA.
           IF WRK-STATUS-FREQUENCIA NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0731-LER-FREQUENCIA UNTIL FIM-ARQ.
           IF WRK-STATUS-FREQUENCIA NOT = '35'
               CLOSE F-FREQUENCIA
           END-IF.

       0731-LER-FREQUENCIA.
           READ F-FREQUENCIA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FRQ-MATRICULA = WRK-MAN-MATRICULA
                       MOVE FRQ-TERMO TO WRK-TERMO-ATUAL
                       PERFORM 0760-LOCALIZAR-FREQUENCIA
                       IF WRK-FRQ-POS = 0 AND WRK-FRQ-QT < WRK-FRQ-MAX
                           ADD 1 TO WRK-FRQ-QT
                           MOVE WRK-FRQ-QT TO WRK-FRQ-POS
                           MOVE FRQ-TERMO TO WRK-FRQ-TERMO (WRK-FRQ-POS)
                       END-IF
                       IF WRK-FRQ-POS > 0
                           MOVE FRQ-AULAS TO WRK-FRQ-AULAS (WRK-FRQ-POS)
                           MOVE FRQ-FALTAS TO
                               WRK-FRQ-FALTAS (WRK-FRQ-POS)
                       END-IF
                   END-IF
           END-READ.

       0740-NOME-DISCIPLINA.
           MOVE 'N' TO WRK-DIS-ACHOU.
           MOVE SPACES TO WRK-DIS-NOME.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-DISCMEST.
           IF WRK-STATUS-DISCMEST NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0741-LER-DISCMEST UNTIL FIM-ARQ OR DIS-ACHADO.
           IF WRK-STATUS-DISCMEST NOT = '35'
               CLOSE F-DISCMEST
           END-IF.

       0741-LER-DISCMEST.
           READ F-DISCMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF DIS-CODIGO = WRK-HIS-DISC (WRK-HIS-IDX)
                       MOVE 'S' TO WRK-DIS-ACHOU
                       MOVE DIS-NOME TO WRK-DIS-NOME
                   END-IF
           END-READ.

       0750-LOCALIZAR-CHAMADA.
           MOVE ZEROS TO WRK-CHM-POS.
           PERFORM 0751-COMPARAR-LINHA
               VARYING WRK-CHM-IDX FROM 1 BY 1
               UNTIL WRK-CHM-IDX > WRK-CHM-QT OR WRK-CHM-POS > 0.

       0751-COMPARAR-LINHA.
           IF WRK-CHM-TERMO (WRK-CHM-IDX) = WRK-HIS-TERMO (WRK-HIS-IDX)
               AND WRK-CHM-DISC (WRK-CHM-IDX) =
                   WRK-HIS-DISC (WRK-HIS-IDX)
               MOVE WRK-CHM-IDX TO WRK-CHM-POS
           END-IF.

       0760-LOCALIZAR-FREQUENCIA.
           MOVE ZEROS TO WRK-FRQ-POS.
           PERFORM 0761-COMPARAR-TERMO
               VARYING WRK-FRQ-IDX FROM 1 BY 1
               UNTIL WRK-FRQ-IDX > WRK-FRQ-QT OR WRK-FRQ-POS > 0.

       0761-COMPARAR-TERMO.
           IF WRK-FRQ-TERMO (WRK-FRQ-IDX) = WRK-TERMO-ATUAL
               MOVE WRK-FRQ-IDX TO WRK-FRQ-POS
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
