       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB138.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : EXTRACAO MENSAL PARA OS ANALISTAS. OS NUMEROS QUE
      *ELES USAM ESTAVAM PRESOS EM ARQUIVOS DE LAYOUT FIXO E EM
      *RELATORIOS DE 132 COLUNAS, E AS PAGINAS ERAM REDIGITADAS EM
      *PLANILHA. ESTA RODADA GRAVA, DO MES DE REFERENCIA, ARQUIVOS
      *DELIMITADOS POR PONTO E VIRGULA (A VIRGULA E A CASA DECIMAL DA
      *CASA, VEJA DECPOINT.CPY) COM A LINHA DE TITULOS NA FRENTE:
      *  DMPEDIDOS  = PEDIDOS DO MES, DO MESTRE E DO ARQUIVO MORTO
      *               (PEDHIST);
      *  DMFATURAS  = FATURAS DE CLIENTE EMITIDAS NO MES (FATCLI);
      *  DMPAGTOS   = PAGAMENTOS E CREDITOS DO MES NAS FATURAS
      *               (MOVCLI);
      *  DMVENDAS   = VENDAS POR VENDEDOR E POR FILIAL (TOTAIS DOS
      *               LOTES DO BALCAO NO HISTVEND) E POR PRODUTO E
      *               FILIAL (PEDIDOS CONFIRMADOS, EMBARCADOS OU
      *               ENTREGUES DO MES - O LOTE VENDAS DO BALCAO NAO
      *               GUARDA DATA E E TROCADO TODO DIA);
      *  DMRAZAO    = LANCAMENTOS DO RAZAO DO MES POR CONTA
      *               (RAZAOEXP TIPO D);
      *  DMNOTAS    = RESULTADO DOS BOLETINS POR TERMO, TURMA E
      *               DISCIPLINA (ALUNOS/ALUNOS08/ALUNOS12, COM A
      *               TURMA DO ALUNO NO TERMO COMO NO PROGCOB18).
      *O DMCONTROLE TRAZ, POR EXTRATO, A QUANTIDADE DE LINHAS E OS
      *TOTAIS, PARA QUEM RECEBE CONFERIR QUE CHEGOU TUDO.
      *DADO PESSOAL SAI PSEUDONIMIZADO COM A REGRA DO PROGCOB80: O
      *CODIGO DO CLIENTE E O DO VENDEDOR VIRAM UM PSEUDONIMO ANON+
      *SEQUENCIA DA SERIE ANONCTL E NOME, ENDERECO E CEP NAO SAEM; AS
      *NOTAS SO SAEM EM TOTAIS, SEM ALUNO. O DE-PARA FICA NO DMPSEUD,
      *QUE NAO VAI PARA OS ANALISTAS: O MESMO CLIENTE RECEBE O MESMO
      *PSEUDONIMO TODO MES, PARA AS SERIES BATEREM.
      *RC 4 QUANDO FALTA A ORIGEM DE ALGUM EXTRATO; RC 12 QUANDO UMA
      *TABELA EM MEMORIA ESTOURA (EXTRATO INCOMPLETO).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MESTRE DE PEDIDOS, INDEXADO PELO NUMERO (VEJA PMSREC.CPY).
           SELECT F-PEDMESTRE ASSIGN TO 'PEDMESTRE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.
      *ARQUIVO MORTO DE PEDIDOS ENCERRADOS (IMAGEM DO REGISTRO,
      *GRAVADO PELO EXPURGO DO PROGCOB63).
           SELECT F-PEDHIST ASSIGN TO 'PEDHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDHIST.
      *FATURAS DE CLIENTE (VEJA FCLREC.CPY).
           SELECT F-FATCLI ASSIGN TO 'FATCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATCLI.
      *DIARIO DE MOVIMENTOS DAS FATURAS (VEJA MVCREC.CPY).
           SELECT F-MOVCLI ASSIGN TO 'MOVCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVCLI.
      *TOTAIS DO ACUMULADOR DE VENDAS (GRAVADOS PELO PROGCOB15).
           SELECT F-HISTVEND ASSIGN TO 'HISTVEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HISTVEND.
      *INTERFACE DO RAZAO (VEJA REXREC.CPY).
           SELECT F-RAZAOEXP ASSIGN TO 'RAZAOEXP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RAZAOEXP.
      *BOLETINS GRAVADOS PELO PROGCOB07/08/12, UM ARQUIVO POR
      *PROGRAMA DE ORIGEM.
           SELECT F-ALUNOS ASSIGN TO 'ALUNOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALUNOS.
           SELECT F-ALUNOS08 ASSIGN TO 'ALUNOS08'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALUNOS08.
           SELECT F-ALUNOS12 ASSIGN TO 'ALUNOS12'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALUNOS12.
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY) - SO A TURMA ATUAL
      *DO ALUNO E LIDA, NENHUM DADO DELE SAI NO EXTRATO.
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *CADASTRO DE TURMAS (TERMO DE CADA TURMA) E MOVIMENTACOES DE
      *ALUNO, PARA ACHAR A TURMA DO ALUNO NO TERMO DO BOLETIM.
           SELECT F-TURMAMEST ASSIGN TO 'TURMAMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAMEST.
           SELECT F-ALUNOMOV ASSIGN TO 'ALUNOMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALUNOMOV.
      *SITUACAO DOS TERMOS LETIVOS (A = ABERTO, F = FECHADO).
           SELECT F-TERMOCTL ASSIGN TO 'TERMOCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TERMOCTL.
      *DE-PARA DOS PSEUDONIMOS JA DADOS NAS EXTRACOES ANTERIORES
      *(FICA NA CASA, NAO VAI PARA OS ANALISTAS).
           SELECT F-DMPSEUD ASSIGN TO 'DMPSEUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DMPSEUD.
      *CONTROLE DO PROXIMO PSEUDONIMO, A MESMA SERIE DO PROGCOB80.
           SELECT F-ANONCTL ASSIGN TO 'ANONCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ANONCTL.
      *EXTRATOS DELIMITADOS PARA OS ANALISTAS E O CONTROLE DELES.
           SELECT F-DMPEDIDOS ASSIGN TO 'DMPEDIDOS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-DMFATURAS ASSIGN TO 'DMFATURAS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-DMPAGTOS ASSIGN TO 'DMPAGTOS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-DMVENDAS ASSIGN TO 'DMVENDAS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-DMRAZAO ASSIGN TO 'DMRAZAO'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-DMNOTAS ASSIGN TO 'DMNOTAS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-DMCONTROLE ASSIGN TO 'DMCONTROLE'
               ORGANIZATION IS LINE SEQUENTIAL.
      *RESUMO DA EXTRACAO, COM CABECALHO E QUEBRA DE PAGINA PADRAO
      *(VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB138RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.

       FD  F-PEDHIST.
       01  REG-PEDHIST PIC X(232).

       FD  F-FATCLI.
           COPY 'FCLREC.CPY'.

       FD  F-MOVCLI.
           COPY 'MVCREC.CPY'.

       FD  F-HISTVEND.
       01  REG-HISTVEND.
           03 HV-DATA   PIC 9(08).
           03 HV-QT     PIC 9(04).
           03 HV-ACUM   PIC S9(09)V99.
           03 HV-MENOR  PIC 9(07)V99.
           03 HV-MAIOR  PIC 9(07)V99.
           03 HV-MEDIA  PIC 9(07)V99.
           03 HV-TIPO     PIC X(01).
           03 HV-VENDEDOR PIC X(06).
           03 HV-COMISSAO PIC 9(07)V99.
           03 HV-BRUTO PIC 9(09)V99.
           03 HV-DEVOL PIC 9(09)V99.
           03 HV-FILIAL PIC 9(02).
           03 HV-FORMA  PIC X(01).

       FD  F-RAZAOEXP.
           COPY 'REXREC.CPY'.

       FD  F-ALUNOS.
       01  REG-ALUNO.
           03 ALU-ID      PIC X(10).
           03 ALU-NOTA1   PIC 9(02).
           03 ALU-NOTA2   PIC 9(02).
           03 ALU-NOTA3   PIC 9(02).
           03 ALU-MEDIA   PIC 9(02)V9.
           03 ALU-STATUS  PIC X(15).
           03 ALU-TERMO   PIC X(06).
           03 ALU-DISC    PIC X(04).

       FD  F-ALUNOS08.
       01  REG-ALUNO08.
           03 ALU8-ID     PIC X(10).
           03 ALU8-NOTA1  PIC 9(02).
           03 ALU8-NOTA2  PIC 9(02).
           03 ALU8-MEDIA  PIC 9(02)V9.
           03 ALU8-STATUS PIC X(15).
           03 ALU8-TERMO  PIC X(06).
           03 ALU8-DISC   PIC X(04).

       FD  F-ALUNOS12.
       01  REG-ALUNO12.
           03 ALU12-ID     PIC X(10).
           03 ALU12-NOTA1  PIC 9(02).
           03 ALU12-NOTA2  PIC 9(02).
           03 ALU12-MEDIA  PIC 9(02)V9.
           03 ALU12-STATUS PIC X(15).
           03 ALU12-TERMO  PIC X(06).
           03 ALU12-DISC   PIC X(04).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-TURMAMEST.
           COPY 'TRUREC.CPY'.

       FD  F-ALUNOMOV.
           COPY 'AMVREC.CPY'.

       FD  F-TERMOCTL.
       01  REG-TERMOCTL.
           03 TCT-TERMO    PIC X(06).
           03 TCT-SITUACAO PIC X(01).

       FD  F-DMPSEUD.
       01  REG-DMPSEUD.
      *C = CLIENTE PELO CODIGO DO CLIMEST; N = CLIENTE SO PELO NOME
      *(PEDIDO/FATURA ANTERIOR AO CADASTRO MESTRE); V = VENDEDOR.
           03 PSD-TIPO       PIC X(01).
           03 PSD-CHAVE      PIC X(20).
           03 PSD-PSEUDONIMO PIC X(10).

       FD  F-ANONCTL.
       01  REG-ANONCTL.
           03 ANC-PROXIMO PIC 9(06).

       FD  F-DMPEDIDOS.
       01  REG-DMPEDIDOS PIC X(300).

       FD  F-DMFATURAS.
       01  REG-DMFATURAS PIC X(300).

       FD  F-DMPAGTOS.
       01  REG-DMPAGTOS PIC X(300).

       FD  F-DMVENDAS.
       01  REG-DMVENDAS PIC X(300).

       FD  F-DMRAZAO.
       01  REG-DMRAZAO PIC X(300).

       FD  F-DMNOTAS.
       01  REG-DMNOTAS PIC X(300).

       FD  F-DMCONTROLE.
       01  REG-DMCONTROLE PIC X(300).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDHIST   PIC X(02) VALUE '00'.
       77 WRK-STATUS-FATCLI    PIC X(02) VALUE '00'.
       77 WRK-STATUS-MOVCLI    PIC X(02) VALUE '00'.
       77 WRK-STATUS-HISTVEND  PIC X(02) VALUE '00'.
       77 WRK-STATUS-RAZAOEXP  PIC X(02) VALUE '00'.
       77 WRK-STATUS-ALUNOS    PIC X(02) VALUE '00'.
       77 WRK-STATUS-ALUNOS08  PIC X(02) VALUE '00'.
       77 WRK-STATUS-ALUNOS12  PIC X(02) VALUE '00'.
       77 WRK-STATUS-CADALUNO  PIC X(02) VALUE '00'.
       77 WRK-STATUS-TURMAMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-ALUNOMOV  PIC X(02) VALUE '00'.
       77 WRK-STATUS-TERMOCTL  PIC X(02) VALUE '00'.
       77 WRK-STATUS-DMPSEUD   PIC X(02) VALUE '00'.
       77 WRK-STATUS-ANONCTL   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *MES DE REFERENCIA (BRANCO OU ZEROS = MES ANTERIOR AO DE HOJE,
      *A REDE RODA NO DIA 1 PARA O MES QUE FECHOU).
       01 WRK-MES-REF PIC X(06) VALUE SPACES.
       01 WRK-MES-REF-R REDEFINES WRK-MES-REF.
           03 WRK-REF-ANO PIC 9(04).
           03 WRK-REF-MES PIC 9(02).
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
      *PRIMEIRO E ULTIMO DIA DO MES (DIA 31 SERVE PARA COMPARAR).
       77 WRK-DATA-INI PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
      *DE-PARA DOS PSEUDONIMOS (DMPSEUD) EM MEMORIA.
       77 WRK-PSD-MAX PIC 9(04) VALUE 5000.
       77 WRK-PSD-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-PSEUDONIMOS.
           03 WRK-TAB-PSD-ITEM OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-PSD-QT.
               05 WRK-PSD-TIPO  PIC X(01).
               05 WRK-PSD-CHAVE PIC X(20).
               05 WRK-PSD-PSEUD PIC X(10).
       77 WRK-PSD-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-PSD-ESTOUROU PIC X(01) VALUE 'N'.
           88 PSEUDONIMOS-ESTOUROU VALUE 'S'.
       77 WRK-PSD-ACHOU PIC X(01) VALUE 'N'.
           88 PSD-ACHADO VALUE 'S'.
       77 WRK-PSD-QT-NOVOS PIC 9(04) VALUE ZEROS.
      *PEDIDO DE PSEUDONIMO: TIPO E CHAVE NA ENTRADA, PSEUDONIMO NA
      *SAIDA (BRANCO QUANDO A CHAVE E BRANCA).
       77 WRK-PSD-PED-TIPO  PIC X(01) VALUE SPACES.
       77 WRK-PSD-PED-CHAVE PIC X(20) VALUE SPACES.
       77 WRK-PSEUDONIMO    PIC X(10) VALUE SPACES.
       77 WRK-NUM-ANON PIC 9(06) VALUE ZEROS.
      *CLIENTE DA LINHA CORRENTE (CODIGO DO CLIMEST OU SO O NOME).
       77 WRK-CLI-COD  PIC 9(06) VALUE ZEROS.
       77 WRK-CLI-NOME PIC X(20) VALUE SPACES.
       77 WRK-CLI-COD-X PIC X(20) VALUE SPACES.
       01 WRK-CLI-COD-ED PIC 9(06) VALUE ZEROS.
      *CONTROLE DE CADA EXTRATO (LINHAS, DOIS TOTAIS E A SITUACAO).
       77 WRK-CTL-QT  PIC 9(01) VALUE 6.
       77 WRK-CTL-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-CTL-POS PIC 9(01) VALUE ZEROS.
       01 WRK-TAB-CONTROLE.
           03 WRK-TAB-CTL-ITEM OCCURS 6 TIMES.
               05 WRK-CTL-EXTRATO  PIC X(10).
               05 WRK-CTL-ARQUIVO  PIC X(10).
               05 WRK-CTL-SITUACAO PIC X(10).
               05 WRK-CTL-LINHAS   PIC 9(07).
               05 WRK-CTL-TOTAL1   PIC S9(13)V99.
               05 WRK-CTL-ROTULO1  PIC X(20).
               05 WRK-CTL-TOTAL2   PIC S9(13)V99.
               05 WRK-CTL-ROTULO2  PIC X(20).
       77 WRK-CTL-PEDIDOS  PIC 9(01) VALUE 1.
       77 WRK-CTL-FATURAS  PIC 9(01) VALUE 2.
       77 WRK-CTL-PAGTOS   PIC 9(01) VALUE 3.
       77 WRK-CTL-VENDAS   PIC 9(01) VALUE 4.
       77 WRK-CTL-RAZAO    PIC 9(01) VALUE 5.
       77 WRK-CTL-NOTAS    PIC 9(01) VALUE 6.
      *PEDIDOS: ORIGEM DA LINHA (MESTRE OU ARQUIVO MORTO).
       77 WRK-PED-ARQUIVO PIC X(06) VALUE SPACES.
      *VENDAS POR PRODUTO E FILIAL (PEDIDOS DO MES).
       77 WRK-TPF-MAX PIC 9(04) VALUE 1000.
       77 WRK-TPF-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-PRODUTOS.
           03 WRK-TAB-TPF-ITEM OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WRK-TPF-QT.
               05 WRK-TPF-PRODUTO PIC X(20).
               05 WRK-TPF-FILIAL  PIC 9(02).
               05 WRK-TPF-QTD     PIC 9(07).
               05 WRK-TPF-VALOR   PIC 9(11)V99.
       77 WRK-TPF-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-TPF-POS PIC 9(04) VALUE ZEROS.
       77 WRK-FILIAL  PIC 9(02) VALUE ZEROS.
      *VENDAS POR VENDEDOR (HISTVEND TIPO V) E POR FILIAL (TIPO F).
       77 WRK-TVD-MAX PIC 9(03) VALUE 200.
       77 WRK-TVD-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-VENDEDORES.
           03 WRK-TAB-TVD-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TVD-QT.
               05 WRK-TVD-VENDEDOR PIC X(06).
               05 WRK-TVD-QTD      PIC 9(07).
               05 WRK-TVD-BRUTO    PIC 9(11)V99.
               05 WRK-TVD-DEVOL    PIC 9(11)V99.
               05 WRK-TVD-LIQUIDO  PIC S9(11)V99.
       77 WRK-TVD-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TVD-POS PIC 9(03) VALUE ZEROS.
       77 WRK-TFL-MAX PIC 9(03) VALUE 100.
       77 WRK-TFL-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-FILIAIS.
           03 WRK-TAB-TFL-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-TFL-QT.
               05 WRK-TFL-FILIAL   PIC 9(02).
               05 WRK-TFL-QTD      PIC 9(07).
               05 WRK-TFL-BRUTO    PIC 9(11)V99.
               05 WRK-TFL-DEVOL    PIC 9(11)V99.
               05 WRK-TFL-LIQUIDO  PIC S9(11)V99.
       77 WRK-TFL-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TFL-POS PIC 9(03) VALUE ZEROS.
       77 WRK-HV-BRUTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-HV-DEVOL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-HV-ACUM  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-HV-QT    PIC 9(04) VALUE ZEROS.
      *RESULTADO DOS BOLETINS POR TERMO, TURMA E DISCIPLINA.
       77 WRK-TNT-MAX PIC 9(04) VALUE 2000.
       77 WRK-TNT-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-NOTAS.
           03 WRK-TAB-TNT-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-TNT-QT.
               05 WRK-TNT-TERMO   PIC X(06).
               05 WRK-TNT-TURMA   PIC X(06).
               05 WRK-TNT-DISC    PIC X(04).
               05 WRK-TNT-TOTAL   PIC 9(05).
               05 WRK-TNT-APROV   PIC 9(05).
               05 WRK-TNT-RECUP   PIC 9(05).
               05 WRK-TNT-REPROV  PIC 9(05).
               05 WRK-TNT-REPFAL  PIC 9(05).
               05 WRK-TNT-SOMA    PIC 9(07)V9.
       77 WRK-TNT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-TNT-POS PIC 9(04) VALUE ZEROS.
      *BOLETIM CORRENTE (QUALQUER DAS TRES ORIGENS).
       77 WRK-ALUNO-ID    PIC X(10) VALUE SPACES.
       77 WRK-MEDIA       PIC 9(02)V9 VALUE ZEROS.
       77 WRK-STATUS      PIC X(15) VALUE SPACES.
       77 WRK-TERMO       PIC X(06) VALUE SPACES.
       77 WRK-DISC        PIC X(04) VALUE SPACES.
       77 WRK-ALUNO-TURMA PIC X(06) VALUE SPACES.
       77 WRK-QT-ORIGENS-NOTAS PIC 9(01) VALUE ZEROS.
      *O STATUS DO CADALUNO MUDA A CADA LEITURA (23 = MATRICULA FORA
      *DO CADASTRO), ENTAO A ABERTURA FICA MARCADA A PARTE.
       77 WRK-CAD-ABERTO PIC X(01) VALUE 'N'.
           88 CADALUNO-ABERTO VALUE 'S'.
      *TURMAS DO TURMAMEST (CODIGO E TERMO) E MOVIMENTACOES DO
      *ALUNOMOV, COMO NO PROGCOB18.
       77 WRK-TTE-MAX PIC 9(03) VALUE 200.
       77 WRK-TTE-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-TURMA-TERMO.
           03 WRK-TAB-TTE-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TTE-QT.
               05 WRK-TTE-TURMA PIC X(06).
               05 WRK-TTE-TERMO PIC X(06).
       77 WRK-TTE-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TURMA-PROCURA  PIC X(06) VALUE SPACES.
       77 WRK-TERMO-DA-TURMA PIC X(06) VALUE SPACES.
       77 WRK-TURMA-NO-TERMO PIC X(06) VALUE SPACES.
       77 WRK-MOV-MAX PIC 9(04) VALUE 0999.
       77 WRK-MOV-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-MOVIMENTOS.
           03 WRK-TAB-MOV-ITEM OCCURS 1 TO 999 TIMES
                   DEPENDING ON WRK-MOV-QT.
               05 WRK-MOV-MATRICULA  PIC X(10).
               05 WRK-MOV-TURMA-ANT  PIC X(06).
               05 WRK-MOV-TURMA-NOVA PIC X(06).
       77 WRK-MOV-IDX PIC 9(04) VALUE ZEROS.
      *SITUACAO DE CADA TERMO (TERMOCTL).
       77 WRK-TTC-MAX PIC 9(03) VALUE 100.
       77 WRK-TTC-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-TERMOS.
           03 WRK-TAB-TTC-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-TTC-QT.
               05 WRK-TTC-TERMO    PIC X(06).
               05 WRK-TTC-SITUACAO PIC X(01).
       77 WRK-TTC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-SIT-TERMO PIC X(01) VALUE SPACES.
      *MONTAGEM DA LINHA DELIMITADA: CADA CAMPO ENTRA SEM OS BRANCOS
      *DA PONTA, COM O PONTO E VIRGULA ANTES A PARTIR DO SEGUNDO.
       77 WRK-DMK-LINHA PIC X(300) VALUE SPACES.
       77 WRK-DMK-PTR   PIC 9(03) VALUE 1.
       77 WRK-DMK-QT-CAMPOS PIC 9(02) VALUE ZEROS.
       77 WRK-DMK-CAMPO PIC X(40) VALUE SPACES.
       77 WRK-DMK-TAM   PIC 9(02) VALUE ZEROS.
       77 WRK-DMK-FIM-CAMPO PIC X(01) VALUE 'N'.
           88 DMK-FIM-CAMPO VALUE 'S'.
       77 WRK-DMK-BRANCOS PIC 9(02) VALUE ZEROS.
       77 WRK-DMK-VALOR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DMK-VALOR-ED PIC -(12)9,99.
       77 WRK-DMK-INTEIRO    PIC S9(09) VALUE ZEROS.
       77 WRK-DMK-INTEIRO-ED PIC -(9)9.
       01 WRK-DMK-DATA PIC X(08) VALUE SPACES.
       01 WRK-DMK-DATA-R REDEFINES WRK-DMK-DATA.
           03 WRK-DMK-ANO PIC X(04).
           03 WRK-DMK-MES PIC X(02).
           03 WRK-DMK-DIA PIC X(02).
      *TEXTO DA DATA DE HOJE PARA O CONTROLE.
       77 WRK-DATA-GERACAO PIC X(10) VALUE SPACES.
      *RESUMO NO RELATORIO.
       77 WRK-RPT-TOTAL-ED PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-RPT-TOTAL2-ED PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-RPT-LINHAS-ED PIC Z.ZZZ.ZZ9.
       77 WRK-QT-SEM-ORIGEM  PIC 9(01) VALUE ZEROS.
       77 WRK-QT-INCOMPLETOS PIC 9(01) VALUE ZEROS.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB138'.
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
      *A SERIE ANONCTL E DIVIDIDA COM A ANONIMIZACAO DO PROGCOB80,
      *QUE RODA SOB A TRAVA ESCOLA.
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
      *CANCEL, ENTAO A PAGINACAO, AS TABELAS E OS TOTAIS VOLTAM AO
      *ESTADO INICIAL A CADA CHAMADA.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE ZEROS TO WRK-PSD-QT-NOVOS.
           MOVE ZEROS TO WRK-QT-SEM-ORIGEM.
           MOVE ZEROS TO WRK-QT-INCOMPLETOS.
           MOVE ZEROS TO WRK-TPF-QT.
           MOVE ZEROS TO WRK-TVD-QT.
           MOVE ZEROS TO WRK-TFL-QT.
           MOVE ZEROS TO WRK-TNT-QT.
           PERFORM 0060-INICIAR-CONTROLE.
           DISPLAY 'MES DE REFERENCIA AAAAMM (BRANCO = MES ANTERIOR). '.
           ACCEPT WRK-MES-REF.
           PERFORM 0050-DEFINIR-PERIODO.
           PERFORM 0100-CARREGAR-PSEUDONIMOS.
           IF PSEUDONIMOS-ESTOUROU
               DISPLAY 'DMPSEUD MAIOR QUE A TABELA EM MEMORIA, '
                   'EXTRACAO NAO FEITA'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0200-EXTRAIR-PEDIDOS
               PERFORM 0300-EXTRAIR-FATURAS
               PERFORM 0350-EXTRAIR-PAGAMENTOS
               PERFORM 0400-EXTRAIR-VENDAS
               PERFORM 0500-EXTRAIR-RAZAO
               PERFORM 0600-EXTRAIR-NOTAS
               PERFORM 0150-GRAVAR-PSEUDONIMOS
               PERFORM 0700-GRAVAR-CONTROLE
               PERFORM 0750-RELATORIO
               IF WRK-QT-INCOMPLETOS > 0
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WRK-QT-SEM-ORIGEM > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'EXTRACAO DO MES ' WRK-MES-REF ': SEM ORIGEM '
               WRK-QT-SEM-ORIGEM ' INCOMPLETOS ' WRK-QT-INCOMPLETOS
               ' PSEUDONIMOS NOVOS ' WRK-PSD-QT-NOVOS
               ' (VEJA DMCONTROLE)'.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'MES=' WRK-MES-REF
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           STRING 'SEM ORIGEM=' WRK-QT-SEM-ORIGEM
               ' INCOMPL=' WRK-QT-INCOMPLETOS
               ' PSEUD NOVOS=' WRK-PSD-QT-NOVOS
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

      *MES EM BRANCO, ZERADO OU INVALIDO = MES ANTERIOR AO DE HOJE.
       0050-DEFINIR-PERIODO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-MES-REF IS NOT NUMERIC
               OR WRK-MES-REF = '000000'
               OR WRK-REF-MES < 01 OR WRK-REF-MES > 12
               IF WRK-HOJ-MES = 01
                   COMPUTE WRK-REF-ANO = WRK-HOJ-ANO - 1
                   MOVE 12 TO WRK-REF-MES
               ELSE
                   MOVE WRK-HOJ-ANO TO WRK-REF-ANO
                   COMPUTE WRK-REF-MES = WRK-HOJ-MES - 1
               END-IF
           END-IF.
           COMPUTE WRK-DATA-INI = (WRK-REF-ANO * 10000)
               + (WRK-REF-MES * 100) + 01.
           COMPUTE WRK-DATA-FIM = (WRK-REF-ANO * 10000)
               + (WRK-REF-MES * 100) + 31.
           MOVE SPACES TO WRK-DATA-GERACAO.
           STRING WRK-HOJ-ANO '-' WRK-HOJ-MES '-' WRK-HOJ-DIA
               DELIMITED BY SIZE INTO WRK-DATA-GERACAO.

       0060-INICIAR-CONTROLE.
           PERFORM 0061-ZERAR-CONTROLE
               VARYING WRK-CTL-IDX FROM 1 BY 1
               UNTIL WRK-CTL-IDX > WRK-CTL-QT.
           MOVE 'PEDIDOS'    TO WRK-CTL-EXTRATO (WRK-CTL-PEDIDOS).
           MOVE 'DMPEDIDOS'  TO WRK-CTL-ARQUIVO (WRK-CTL-PEDIDOS).
           MOVE 'VALOR'      TO WRK-CTL-ROTULO1 (WRK-CTL-PEDIDOS).
           MOVE 'FRETE'      TO WRK-CTL-ROTULO2 (WRK-CTL-PEDIDOS).
           MOVE 'FATURAS'    TO WRK-CTL-EXTRATO (WRK-CTL-FATURAS).
           MOVE 'DMFATURAS'  TO WRK-CTL-ARQUIVO (WRK-CTL-FATURAS).
           MOVE 'VALOR'      TO WRK-CTL-ROTULO1 (WRK-CTL-FATURAS).
           MOVE 'PAGO'       TO WRK-CTL-ROTULO2 (WRK-CTL-FATURAS).
           MOVE 'PAGAMENTOS' TO WRK-CTL-EXTRATO (WRK-CTL-PAGTOS).
           MOVE 'DMPAGTOS'   TO WRK-CTL-ARQUIVO (WRK-CTL-PAGTOS).
           MOVE 'PAGAMENTOS (P)' TO WRK-CTL-ROTULO1 (WRK-CTL-PAGTOS).
           MOVE 'CREDITOS (C)' TO WRK-CTL-ROTULO2 (WRK-CTL-PAGTOS).
           MOVE 'VENDAS'     TO WRK-CTL-EXTRATO (WRK-CTL-VENDAS).
           MOVE 'DMVENDAS'   TO WRK-CTL-ARQUIVO (WRK-CTL-VENDAS).
           MOVE 'LIQUIDO BALCAO' TO WRK-CTL-ROTULO1 (WRK-CTL-VENDAS).
           MOVE 'VALOR PEDIDOS' TO WRK-CTL-ROTULO2 (WRK-CTL-VENDAS).
           MOVE 'RAZAO'      TO WRK-CTL-EXTRATO (WRK-CTL-RAZAO).
           MOVE 'DMRAZAO'    TO WRK-CTL-ARQUIVO (WRK-CTL-RAZAO).
           MOVE 'DEBITOS'    TO WRK-CTL-ROTULO1 (WRK-CTL-RAZAO).
           MOVE 'CREDITOS'   TO WRK-CTL-ROTULO2 (WRK-CTL-RAZAO).
           MOVE 'NOTAS'      TO WRK-CTL-EXTRATO (WRK-CTL-NOTAS).
           MOVE 'DMNOTAS'    TO WRK-CTL-ARQUIVO (WRK-CTL-NOTAS).
           MOVE 'BOLETINS'   TO WRK-CTL-ROTULO1 (WRK-CTL-NOTAS).
           MOVE 'APROVADOS'  TO WRK-CTL-ROTULO2 (WRK-CTL-NOTAS).

       0061-ZERAR-CONTROLE.
           MOVE SPACES TO WRK-TAB-CTL-ITEM (WRK-CTL-IDX).
           MOVE 'OK' TO WRK-CTL-SITUACAO (WRK-CTL-IDX).
           MOVE ZEROS TO WRK-CTL-LINHAS (WRK-CTL-IDX).
           MOVE ZEROS TO WRK-CTL-TOTAL1 (WRK-CTL-IDX).
           MOVE ZEROS TO WRK-CTL-TOTAL2 (WRK-CTL-IDX).

      *A ORIGEM DO EXTRATO WRK-CTL-POS NAO EXISTE: O ARQUIVO SAI SO
      *COM OS TITULOS.
       0070-MARCAR-SEM-ORIGEM.
           MOVE 'SEM ORIGEM' TO WRK-CTL-SITUACAO (WRK-CTL-POS).
           ADD 1 TO WRK-QT-SEM-ORIGEM.

      *TABELA EM MEMORIA ESTOUROU: O EXTRATO WRK-CTL-POS SAIU
      *INCOMPLETO (CONTA UMA VEZ SO POR EXTRATO).
       0080-MARCAR-INCOMPLETO.
           IF WRK-CTL-SITUACAO (WRK-CTL-POS) NOT = 'INCOMPLETO'
               MOVE 'INCOMPLETO' TO WRK-CTL-SITUACAO (WRK-CTL-POS)
               ADD 1 TO WRK-QT-INCOMPLETOS
           END-IF.

      *DE-PARA DAS EXTRACOES ANTERIORES E O PROXIMO NUMERO DA SERIE
      *ANONCTL (MESMA LEITURA DO 0310-OBTER-PSEUDONIMO DO PROGCOB80).
       0100-CARREGAR-PSEUDONIMOS.
           MOVE ZEROS TO WRK-PSD-QT.
           MOVE 'N' TO WRK-PSD-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-DMPSEUD.
           IF WRK-STATUS-DMPSEUD NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0101-LER-PSEUDONIMO UNTIL FIM-ARQ.
           IF WRK-STATUS-DMPSEUD NOT = '35'
               CLOSE F-DMPSEUD
           END-IF.
           MOVE ZEROS TO WRK-NUM-ANON.
           OPEN INPUT F-ANONCTL.
           IF WRK-STATUS-ANONCTL = '00'
               READ F-ANONCTL
                   AT END
                       MOVE 1 TO WRK-NUM-ANON
                   NOT AT END
                       MOVE ANC-PROXIMO TO WRK-NUM-ANON
               END-READ
               CLOSE F-ANONCTL
           ELSE
               MOVE 1 TO WRK-NUM-ANON
           END-IF.

       0101-LER-PSEUDONIMO.
           READ F-DMPSEUD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-PSD-QT < WRK-PSD-MAX
                       ADD 1 TO WRK-PSD-QT
                       MOVE PSD-TIPO TO WRK-PSD-TIPO (WRK-PSD-QT)
                       MOVE PSD-CHAVE TO WRK-PSD-CHAVE (WRK-PSD-QT)
                       MOVE PSD-PSEUDONIMO TO
                           WRK-PSD-PSEUD (WRK-PSD-QT)
                   ELSE
                       MOVE 'S' TO WRK-PSD-ESTOUROU
                   END-IF
           END-READ.

      *PSEUDONIMO DE (WRK-PSD-PED-TIPO, WRK-PSD-PED-CHAVE): O DO
      *DE-PARA, OU UM NOVO DA SERIE ANONCTL. SEM LUGAR NA TABELA, O
      *CAMPO SAI EM BRANCO E O EXTRATO CORRENTE FICA INCOMPLETO.
       0110-OBTER-PSEUDONIMO.
           MOVE SPACES TO WRK-PSEUDONIMO.
           IF WRK-PSD-PED-CHAVE NOT = SPACES
               MOVE 'N' TO WRK-PSD-ACHOU
               PERFORM 0111-COMPARAR-PSEUDONIMO
                   VARYING WRK-PSD-IDX FROM 1 BY 1
                   UNTIL WRK-PSD-IDX > WRK-PSD-QT OR PSD-ACHADO
               IF NOT PSD-ACHADO
                   IF WRK-PSD-QT < WRK-PSD-MAX
                       ADD 1 TO WRK-PSD-QT
                       ADD 1 TO WRK-PSD-QT-NOVOS
                       MOVE WRK-PSD-PED-TIPO TO
                           WRK-PSD-TIPO (WRK-PSD-QT)
                       MOVE WRK-PSD-PED-CHAVE TO
                           WRK-PSD-CHAVE (WRK-PSD-QT)
                       STRING 'ANON' WRK-NUM-ANON DELIMITED BY SIZE
                           INTO WRK-PSEUDONIMO
                       MOVE WRK-PSEUDONIMO TO
                           WRK-PSD-PSEUD (WRK-PSD-QT)
                       ADD 1 TO WRK-NUM-ANON
                   ELSE
                       PERFORM 0080-MARCAR-INCOMPLETO
                   END-IF
               END-IF
           END-IF.

       0111-COMPARAR-PSEUDONIMO.
           IF WRK-PSD-TIPO (WRK-PSD-IDX) = WRK-PSD-PED-TIPO
               AND WRK-PSD-CHAVE (WRK-PSD-IDX) = WRK-PSD-PED-CHAVE
               MOVE 'S' TO WRK-PSD-ACHOU
               MOVE WRK-PSD-PSEUD (WRK-PSD-IDX) TO WRK-PSEUDONIMO
           END-IF.

      *CLIENTE DA LINHA: PELO CODIGO DO CLIMEST QUANDO HA, SENAO
      *PELO NOME (PEDIDO OU FATURA ANTERIOR AO CADASTRO MESTRE).
       0120-PSEUDONIMO-CLIENTE.
           IF WRK-CLI-COD > ZEROS
               MOVE 'C' TO WRK-PSD-PED-TIPO
               MOVE WRK-CLI-COD TO WRK-CLI-COD-ED
               MOVE SPACES TO WRK-CLI-COD-X
               MOVE WRK-CLI-COD-ED TO WRK-CLI-COD-X
               MOVE WRK-CLI-COD-X TO WRK-PSD-PED-CHAVE
           ELSE
               MOVE 'N' TO WRK-PSD-PED-TIPO
               MOVE WRK-CLI-NOME TO WRK-PSD-PED-CHAVE
           END-IF.
           PERFORM 0110-OBTER-PSEUDONIMO.

      *REGRAVA O DE-PARA E AVANCA O ANONCTL QUANDO HOUVE PSEUDONIMO
      *NOVO NESTA EXTRACAO.
       0150-GRAVAR-PSEUDONIMOS.
           IF WRK-PSD-QT-NOVOS > ZEROS
               OPEN OUTPUT F-DMPSEUD
               PERFORM 0151-GRAVAR-LINHA-PSD
                   VARYING WRK-PSD-IDX FROM 1 BY 1
                   UNTIL WRK-PSD-IDX > WRK-PSD-QT
               CLOSE F-DMPSEUD
               OPEN OUTPUT F-ANONCTL
               MOVE WRK-NUM-ANON TO ANC-PROXIMO
               WRITE REG-ANONCTL
               CLOSE F-ANONCTL
           END-IF.

       0151-GRAVAR-LINHA-PSD.
           MOVE WRK-PSD-TIPO (WRK-PSD-IDX) TO PSD-TIPO.
           MOVE WRK-PSD-CHAVE (WRK-PSD-IDX) TO PSD-CHAVE.
           MOVE WRK-PSD-PSEUD (WRK-PSD-IDX) TO PSD-PSEUDONIMO.
           WRITE REG-DMPSEUD.

      *PEDIDOS DO MES, DO MESTRE E DO ARQUIVO MORTO. OS CONFIRMADOS,
      *EMBARCADOS E ENTREGUES TAMBEM SOMAM NAS VENDAS POR PRODUTO.
       0200-EXTRAIR-PEDIDOS.
           MOVE WRK-CTL-PEDIDOS TO WRK-CTL-POS.
           OPEN OUTPUT F-DMPEDIDOS.
           MOVE SPACES TO REG-DMPEDIDOS.
           STRING 'NUMERO;DATA;ARQUIVO;SITUACAO;CLIENTE;UF;FILIAL;'
               'PRODUTO;MOEDA;VALOR;FRETE;ICMS;TRANSPORTADORA;'
               'DATA_PROMETIDA;DATA_ENTREGA;FATURA'
               DELIMITED BY SIZE INTO REG-DMPEDIDOS.
           WRITE REG-DMPEDIDOS.
           MOVE 'MESTRE' TO WRK-PED-ARQUIVO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE NOT = '00'
               PERFORM 0070-MARCAR-SEM-ORIGEM
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0210-LER-PEDMESTRE UNTIL FIM-ARQ.
           IF WRK-STATUS-PEDMESTRE NOT = '35'
               CLOSE F-PEDMESTRE
           END-IF.
           MOVE 'MORTO' TO WRK-PED-ARQUIVO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PEDHIST.
           IF WRK-STATUS-PEDHIST NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0220-LER-PEDHIST UNTIL FIM-ARQ.
           IF WRK-STATUS-PEDHIST NOT = '35'
               CLOSE F-PEDHIST
           END-IF.
           CLOSE F-DMPEDIDOS.

       0210-LER-PEDMESTRE.
           READ F-PEDMESTRE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM 0230-TRATAR-PEDIDO
           END-READ.

      *O REGISTRO DO MORTO E A MESMA IMAGEM DO MESTRE, LIDA DE VOLTA
      *PELA AREA DO REG-PEDMESTRE (COMO NO PROGCOB32).
       0220-LER-PEDHIST.
           READ F-PEDHIST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-PEDHIST TO REG-PEDMESTRE
                   PERFORM 0230-TRATAR-PEDIDO
           END-READ.

       0230-TRATAR-PEDIDO.
           IF PMS-DATA IS NUMERIC
               AND PMS-DATA >= WRK-DATA-INI
               AND PMS-DATA <= WRK-DATA-FIM
               PERFORM 0231-NORMALIZAR-PEDIDO
               PERFORM 0235-GRAVAR-PEDIDO
               IF PMS-SITUACAO = 'C' OR PMS-SITUACAO = 'E'
                   OR PMS-SITUACAO = 'D'
                   PERFORM 0240-ACUMULAR-PRODUTO
               END-IF
           END-IF.

      *IMAGEM ANTIGA DO ARQUIVO MORTO VEM SEM OS CAMPOS NOVOS (EM
      *BRANCO): VALEM ZEROS, E A FILIAL VALE 01 (MATRIZ).
       0231-NORMALIZAR-PEDIDO.
           IF PMS-VALOR IS NOT NUMERIC
               MOVE ZEROS TO PMS-VALOR
           END-IF.
           IF PMS-FRETE IS NOT NUMERIC
               MOVE ZEROS TO PMS-FRETE
           END-IF.
           IF PMS-ICMS-VALOR IS NOT NUMERIC
               MOVE ZEROS TO PMS-ICMS-VALOR
           END-IF.
           IF PMS-CLICOD IS NOT NUMERIC
               MOVE ZEROS TO PMS-CLICOD
           END-IF.
           IF PMS-FATURA IS NOT NUMERIC
               MOVE ZEROS TO PMS-FATURA
           END-IF.
           IF PMS-FILIAL IS NOT NUMERIC OR PMS-FILIAL = ZEROS
               MOVE 01 TO PMS-FILIAL
           END-IF.
           IF PMS-MOEDA = SPACES
               MOVE 'BRL' TO PMS-MOEDA
           END-IF.

       0235-GRAVAR-PEDIDO.
           MOVE PMS-CLICOD TO WRK-CLI-COD.
           MOVE PMS-CLIENTE TO WRK-CLI-NOME.
           PERFORM 0120-PSEUDONIMO-CLIENTE.
           PERFORM 0800-INICIAR-LINHA.
           MOVE PMS-NUMERO TO WRK-DMK-INTEIRO.
           PERFORM 0825-CAMPO-INTEIRO.
           MOVE PMS-DATA TO WRK-DMK-DATA.
           PERFORM 0830-CAMPO-DATA.
           MOVE WRK-PED-ARQUIVO TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE PMS-SITUACAO TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-PSEUDONIMO TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE PMS-UF TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE PMS-FILIAL TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE PMS-PRODUTO TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE PMS-MOEDA TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE PMS-VALOR TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE PMS-FRETE TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE PMS-ICMS-VALOR TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE PMS-TRANSP TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE PMS-DATA-PROMETIDA TO WRK-DMK-DATA.
           PERFORM 0830-CAMPO-DATA.
           MOVE PMS-DATA-ENTREGA TO WRK-DMK-DATA.
           PERFORM 0830-CAMPO-DATA.
           IF PMS-FATURA = ZEROS
               MOVE SPACES TO WRK-DMK-CAMPO
               PERFORM 0810-CAMPO-TEXTO
           ELSE
               MOVE PMS-FATURA TO WRK-DMK-INTEIRO
               PERFORM 0825-CAMPO-INTEIRO
           END-IF.
           MOVE WRK-DMK-LINHA TO REG-DMPEDIDOS.
           WRITE REG-DMPEDIDOS.
           ADD 1 TO WRK-CTL-LINHAS (WRK-CTL-POS).
           ADD PMS-VALOR TO WRK-CTL-TOTAL1 (WRK-CTL-POS).
           ADD PMS-FRETE TO WRK-CTL-TOTAL2 (WRK-CTL-POS).

       0240-ACUMULAR-PRODUTO.
           MOVE ZEROS TO WRK-TPF-POS.
           PERFORM 0241-COMPARAR-PRODUTO
               VARYING WRK-TPF-IDX FROM 1 BY 1
               UNTIL WRK-TPF-IDX > WRK-TPF-QT OR WRK-TPF-POS > ZEROS.
           IF WRK-TPF-POS = ZEROS
               IF WRK-TPF-QT < WRK-TPF-MAX
                   ADD 1 TO WRK-TPF-QT
                   MOVE WRK-TPF-QT TO WRK-TPF-POS
                   MOVE PMS-PRODUTO TO WRK-TPF-PRODUTO (WRK-TPF-POS)
                   MOVE PMS-FILIAL TO WRK-TPF-FILIAL (WRK-TPF-POS)
                   MOVE ZEROS TO WRK-TPF-QTD (WRK-TPF-POS)
                   MOVE ZEROS TO WRK-TPF-VALOR (WRK-TPF-POS)
               ELSE
                   MOVE WRK-CTL-VENDAS TO WRK-CTL-POS
                   PERFORM 0080-MARCAR-INCOMPLETO
                   MOVE WRK-CTL-PEDIDOS TO WRK-CTL-POS
               END-IF
           END-IF.
           IF WRK-TPF-POS > ZEROS
               ADD 1 TO WRK-TPF-QTD (WRK-TPF-POS)
               ADD PMS-VALOR TO WRK-TPF-VALOR (WRK-TPF-POS)
           END-IF.

       0241-COMPARAR-PRODUTO.
           IF WRK-TPF-PRODUTO (WRK-TPF-IDX) = PMS-PRODUTO
               AND WRK-TPF-FILIAL (WRK-TPF-IDX) = PMS-FILIAL
               MOVE WRK-TPF-IDX TO WRK-TPF-POS
           END-IF.

      *FATURAS DE CLIENTE EMITIDAS NO MES.
       0300-EXTRAIR-FATURAS.
           MOVE WRK-CTL-FATURAS TO WRK-CTL-POS.
           OPEN OUTPUT F-DMFATURAS.
           MOVE SPACES TO REG-DMFATURAS.
           STRING 'NUMERO;DATA_EMISSAO;VENCIMENTO;CLIENTE;MOEDA;'
               'VALOR;PAGO;SALDO;ICMS;SITUACAO'
               DELIMITED BY SIZE INTO REG-DMFATURAS.
           WRITE REG-DMFATURAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FATCLI.
           IF WRK-STATUS-FATCLI NOT = '00'
               PERFORM 0070-MARCAR-SEM-ORIGEM
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0310-LER-FATURA UNTIL FIM-ARQ.
           IF WRK-STATUS-FATCLI NOT = '35'
               CLOSE F-FATCLI
           END-IF.
           CLOSE F-DMFATURAS.

       0310-LER-FATURA.
           READ F-FATCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FCL-DATA >= WRK-DATA-INI
                       AND FCL-DATA <= WRK-DATA-FIM
                       PERFORM 0320-GRAVAR-FATURA
                   END-IF
           END-READ.

      *FATURA ANTIGA VEM SEM MOEDA (= REAL) E SEM ICMS.
       0320-GRAVAR-FATURA.
           IF FCL-MOEDA-REAL
               MOVE 'BRL' TO FCL-MOEDA
           END-IF.
           IF FCL-ICMS IS NOT NUMERIC
               MOVE ZEROS TO FCL-ICMS
           END-IF.
           MOVE FCL-CLICOD TO WRK-CLI-COD.
           MOVE FCL-CLIENTE TO WRK-CLI-NOME.
           PERFORM 0120-PSEUDONIMO-CLIENTE.
           PERFORM 0800-INICIAR-LINHA.
           MOVE FCL-NUMERO TO WRK-DMK-INTEIRO.
           PERFORM 0825-CAMPO-INTEIRO.
           MOVE FCL-DATA TO WRK-DMK-DATA.
           PERFORM 0830-CAMPO-DATA.
           MOVE FCL-VENCIMENTO TO WRK-DMK-DATA.
           PERFORM 0830-CAMPO-DATA.
           MOVE WRK-PSEUDONIMO TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE FCL-MOEDA TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE FCL-VALOR TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE FCL-PAGO TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           COMPUTE WRK-DMK-VALOR = FCL-VALOR - FCL-PAGO.
           PERFORM 0820-CAMPO-VALOR.
           MOVE FCL-ICMS TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE FCL-SITUACAO TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-DMK-LINHA TO REG-DMFATURAS.
           WRITE REG-DMFATURAS.
           ADD 1 TO WRK-CTL-LINHAS (WRK-CTL-POS).
           ADD FCL-VALOR TO WRK-CTL-TOTAL1 (WRK-CTL-POS).
           ADD FCL-PAGO TO WRK-CTL-TOTAL2 (WRK-CTL-POS).

      *PAGAMENTOS (P) E CREDITOS (C) LANCADOS NAS FATURAS NO MES.
       0350-EXTRAIR-PAGAMENTOS.
           MOVE WRK-CTL-PAGTOS TO WRK-CTL-POS.
           OPEN OUTPUT F-DMPAGTOS.
           MOVE SPACES TO REG-DMPAGTOS.
           STRING 'DATA;FATURA;CLIENTE;TIPO;VALOR;NOTA_CREDITO'
               DELIMITED BY SIZE INTO REG-DMPAGTOS.
           WRITE REG-DMPAGTOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-MOVCLI.
           IF WRK-STATUS-MOVCLI NOT = '00'
               PERFORM 0070-MARCAR-SEM-ORIGEM
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0360-LER-MOVCLI UNTIL FIM-ARQ.
           IF WRK-STATUS-MOVCLI NOT = '35'
               CLOSE F-MOVCLI
           END-IF.
           CLOSE F-DMPAGTOS.

       0360-LER-MOVCLI.
           READ F-MOVCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MVC-DATA >= WRK-DATA-INI
                       AND MVC-DATA <= WRK-DATA-FIM
                       PERFORM 0370-GRAVAR-PAGAMENTO
                   END-IF
           END-READ.

       0370-GRAVAR-PAGAMENTO.
           MOVE MVC-CLICOD TO WRK-CLI-COD.
           MOVE SPACES TO WRK-CLI-NOME.
           PERFORM 0120-PSEUDONIMO-CLIENTE.
           PERFORM 0800-INICIAR-LINHA.
           MOVE MVC-DATA TO WRK-DMK-DATA.
           PERFORM 0830-CAMPO-DATA.
           MOVE MVC-FATURA TO WRK-DMK-INTEIRO.
           PERFORM 0825-CAMPO-INTEIRO.
           MOVE WRK-PSEUDONIMO TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE MVC-TIPO TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE MVC-VALOR TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           IF MVC-DOCUMENTO = ZEROS
               MOVE SPACES TO WRK-DMK-CAMPO
               PERFORM 0810-CAMPO-TEXTO
           ELSE
               MOVE MVC-DOCUMENTO TO WRK-DMK-INTEIRO
               PERFORM 0825-CAMPO-INTEIRO
           END-IF.
           MOVE WRK-DMK-LINHA TO REG-DMPAGTOS.
           WRITE REG-DMPAGTOS.
           ADD 1 TO WRK-CTL-LINHAS (WRK-CTL-POS).
           IF MVC-TIPO = 'C'
               ADD MVC-VALOR TO WRK-CTL-TOTAL2 (WRK-CTL-POS)
           ELSE
               ADD MVC-VALOR TO WRK-CTL-TOTAL1 (WRK-CTL-POS)
           END-IF.

      *VENDAS DO MES: POR VENDEDOR E POR FILIAL, SOMANDO OS TOTAIS
      *DOS LOTES DO BALCAO NO HISTVEND (TIPOS V E F), E POR PRODUTO E
      *FILIAL, DOS PEDIDOS JA SOMADOS NO 0240-ACUMULAR-PRODUTO.
       0400-EXTRAIR-VENDAS.
           MOVE WRK-CTL-VENDAS TO WRK-CTL-POS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-HISTVEND.
           IF WRK-STATUS-HISTVEND NOT = '00'
               PERFORM 0070-MARCAR-SEM-ORIGEM
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0410-LER-HISTVEND UNTIL FIM-ARQ.
           IF WRK-STATUS-HISTVEND NOT = '35'
               CLOSE F-HISTVEND
           END-IF.
           OPEN OUTPUT F-DMVENDAS.
           MOVE SPACES TO REG-DMVENDAS.
           STRING 'DIMENSAO;CODIGO;FILIAL;ORIGEM;QUANTIDADE;BRUTO;'
               'DEVOLUCOES;LIQUIDO'
               DELIMITED BY SIZE INTO REG-DMVENDAS.
           WRITE REG-DMVENDAS.
           PERFORM 0440-GRAVAR-VENDEDOR
               VARYING WRK-TVD-IDX FROM 1 BY 1
               UNTIL WRK-TVD-IDX > WRK-TVD-QT.
           PERFORM 0445-GRAVAR-FILIAL
               VARYING WRK-TFL-IDX FROM 1 BY 1
               UNTIL WRK-TFL-IDX > WRK-TFL-QT.
           PERFORM 0450-GRAVAR-PRODUTO
               VARYING WRK-TPF-IDX FROM 1 BY 1
               UNTIL WRK-TPF-IDX > WRK-TPF-QT.
           CLOSE F-DMVENDAS.

      *REGISTRO V ANTIGO VEM SEM BRUTO/DEVOLUCOES E SEM FILIAL.
       0410-LER-HISTVEND.
           READ F-HISTVEND
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF HV-DATA >= WRK-DATA-INI
                       AND HV-DATA <= WRK-DATA-FIM
                       AND (HV-TIPO = 'V' OR HV-TIPO = 'F')
                       MOVE ZEROS TO WRK-HV-BRUTO
                       MOVE ZEROS TO WRK-HV-DEVOL
                       MOVE ZEROS TO WRK-HV-ACUM
                       MOVE ZEROS TO WRK-HV-QT
                       IF HV-BRUTO IS NUMERIC
                           MOVE HV-BRUTO TO WRK-HV-BRUTO
                       END-IF
                       IF HV-DEVOL IS NUMERIC
                           MOVE HV-DEVOL TO WRK-HV-DEVOL
                       END-IF
                       IF HV-ACUM IS NUMERIC
                           MOVE HV-ACUM TO WRK-HV-ACUM
                       END-IF
                       IF HV-QT IS NUMERIC
                           MOVE HV-QT TO WRK-HV-QT
                       END-IF
                       IF HV-TIPO = 'V'
                           PERFORM 0420-ACUMULAR-VENDEDOR
                       ELSE
                           PERFORM 0430-ACUMULAR-FILIAL
                       END-IF
                   END-IF
           END-READ.

       0420-ACUMULAR-VENDEDOR.
           MOVE ZEROS TO WRK-TVD-POS.
           PERFORM 0421-COMPARAR-VENDEDOR
               VARYING WRK-TVD-IDX FROM 1 BY 1
               UNTIL WRK-TVD-IDX > WRK-TVD-QT OR WRK-TVD-POS > ZEROS.
           IF WRK-TVD-POS = ZEROS
               IF WRK-TVD-QT < WRK-TVD-MAX
                   ADD 1 TO WRK-TVD-QT
                   MOVE WRK-TVD-QT TO WRK-TVD-POS
                   MOVE HV-VENDEDOR TO WRK-TVD-VENDEDOR (WRK-TVD-POS)
                   MOVE ZEROS TO WRK-TVD-QTD (WRK-TVD-POS)
                   MOVE ZEROS TO WRK-TVD-BRUTO (WRK-TVD-POS)
                   MOVE ZEROS TO WRK-TVD-DEVOL (WRK-TVD-POS)
                   MOVE ZEROS TO WRK-TVD-LIQUIDO (WRK-TVD-POS)
               ELSE
                   PERFORM 0080-MARCAR-INCOMPLETO
               END-IF
           END-IF.
           IF WRK-TVD-POS > ZEROS
               ADD WRK-HV-QT TO WRK-TVD-QTD (WRK-TVD-POS)
               ADD WRK-HV-BRUTO TO WRK-TVD-BRUTO (WRK-TVD-POS)
               ADD WRK-HV-DEVOL TO WRK-TVD-DEVOL (WRK-TVD-POS)
               ADD WRK-HV-ACUM TO WRK-TVD-LIQUIDO (WRK-TVD-POS)
           END-IF.

       0421-COMPARAR-VENDEDOR.
           IF WRK-TVD-VENDEDOR (WRK-TVD-IDX) = HV-VENDEDOR
               MOVE WRK-TVD-IDX TO WRK-TVD-POS
           END-IF.

       0430-ACUMULAR-FILIAL.
           IF HV-FILIAL IS NUMERIC AND HV-FILIAL > ZEROS
               MOVE HV-FILIAL TO WRK-FILIAL
           ELSE
               MOVE 01 TO WRK-FILIAL
           END-IF.
           MOVE ZEROS TO WRK-TFL-POS.
           PERFORM 0431-COMPARAR-FILIAL
               VARYING WRK-TFL-IDX FROM 1 BY 1
               UNTIL WRK-TFL-IDX > WRK-TFL-QT OR WRK-TFL-POS > ZEROS.
           IF WRK-TFL-POS = ZEROS
               IF WRK-TFL-QT < WRK-TFL-MAX
                   ADD 1 TO WRK-TFL-QT
                   MOVE WRK-TFL-QT TO WRK-TFL-POS
                   MOVE WRK-FILIAL TO WRK-TFL-FILIAL (WRK-TFL-POS)
                   MOVE ZEROS TO WRK-TFL-QTD (WRK-TFL-POS)
                   MOVE ZEROS TO WRK-TFL-BRUTO (WRK-TFL-POS)
                   MOVE ZEROS TO WRK-TFL-DEVOL (WRK-TFL-POS)
                   MOVE ZEROS TO WRK-TFL-LIQUIDO (WRK-TFL-POS)
               ELSE
                   PERFORM 0080-MARCAR-INCOMPLETO
               END-IF
           END-IF.
           IF WRK-TFL-POS > ZEROS
               ADD WRK-HV-QT TO WRK-TFL-QTD (WRK-TFL-POS)
               ADD WRK-HV-BRUTO TO WRK-TFL-BRUTO (WRK-TFL-POS)
               ADD WRK-HV-DEVOL TO WRK-TFL-DEVOL (WRK-TFL-POS)
               ADD WRK-HV-ACUM TO WRK-TFL-LIQUIDO (WRK-TFL-POS)
           END-IF.

       0431-COMPARAR-FILIAL.
           IF WRK-TFL-FILIAL (WRK-TFL-IDX) = WRK-FILIAL
               MOVE WRK-TFL-IDX TO WRK-TFL-POS
           END-IF.

      *O CODIGO DO VENDEDOR SAI PSEUDONIMIZADO (IDENTIFICA UMA
      *PESSOA E A VENDA DELA).
       0440-GRAVAR-VENDEDOR.
           MOVE 'V' TO WRK-PSD-PED-TIPO.
           MOVE WRK-TVD-VENDEDOR (WRK-TVD-IDX) TO WRK-PSD-PED-CHAVE.
           PERFORM 0110-OBTER-PSEUDONIMO.
           PERFORM 0800-INICIAR-LINHA.
           MOVE 'VENDEDOR' TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-PSEUDONIMO TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE SPACES TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE 'BALCAO' TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-TVD-QTD (WRK-TVD-IDX) TO WRK-DMK-INTEIRO.
           PERFORM 0825-CAMPO-INTEIRO.
           MOVE WRK-TVD-BRUTO (WRK-TVD-IDX) TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE WRK-TVD-DEVOL (WRK-TVD-IDX) TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE WRK-TVD-LIQUIDO (WRK-TVD-IDX) TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE WRK-DMK-LINHA TO REG-DMVENDAS.
           WRITE REG-DMVENDAS.
           ADD 1 TO WRK-CTL-LINHAS (WRK-CTL-POS).

       0445-GRAVAR-FILIAL.
           PERFORM 0800-INICIAR-LINHA.
           MOVE 'FILIAL' TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-TFL-FILIAL (WRK-TFL-IDX) TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-TFL-FILIAL (WRK-TFL-IDX) TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE 'BALCAO' TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-TFL-QTD (WRK-TFL-IDX) TO WRK-DMK-INTEIRO.
           PERFORM 0825-CAMPO-INTEIRO.
           MOVE WRK-TFL-BRUTO (WRK-TFL-IDX) TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE WRK-TFL-DEVOL (WRK-TFL-IDX) TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE WRK-TFL-LIQUIDO (WRK-TFL-IDX) TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE WRK-DMK-LINHA TO REG-DMVENDAS.
           WRITE REG-DMVENDAS.
           ADD 1 TO WRK-CTL-LINHAS (WRK-CTL-POS).
           ADD WRK-TFL-LIQUIDO (WRK-TFL-IDX) TO
               WRK-CTL-TOTAL1 (WRK-CTL-POS).

       0450-GRAVAR-PRODUTO.
           PERFORM 0800-INICIAR-LINHA.
           MOVE 'PRODUTO' TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-TPF-PRODUTO (WRK-TPF-IDX) TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-TPF-FILIAL (WRK-TPF-IDX) TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE 'PEDIDOS' TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-TPF-QTD (WRK-TPF-IDX) TO WRK-DMK-INTEIRO.
           PERFORM 0825-CAMPO-INTEIRO.
           MOVE WRK-TPF-VALOR (WRK-TPF-IDX) TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE ZEROS TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE WRK-TPF-VALOR (WRK-TPF-IDX) TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE WRK-DMK-LINHA TO REG-DMVENDAS.
           WRITE REG-DMVENDAS.
           ADD 1 TO WRK-CTL-LINHAS (WRK-CTL-POS).
           ADD WRK-TPF-VALOR (WRK-TPF-IDX) TO
               WRK-CTL-TOTAL2 (WRK-CTL-POS).

      *LANCAMENTOS POSTADOS NO RAZAO NO MES (RAZAOEXP TIPO D), UM
      *POR LINHA, COM A CONTA E A FILIAL.
       0500-EXTRAIR-RAZAO.
           MOVE WRK-CTL-RAZAO TO WRK-CTL-POS.
           OPEN OUTPUT F-DMRAZAO.
           MOVE SPACES TO REG-DMRAZAO.
           STRING 'DATA;CONTA;FILIAL;ORIGEM;DEBITO;CREDITO'
               DELIMITED BY SIZE INTO REG-DMRAZAO.
           WRITE REG-DMRAZAO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-RAZAOEXP.
           IF WRK-STATUS-RAZAOEXP NOT = '00'
               PERFORM 0070-MARCAR-SEM-ORIGEM
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0510-LER-RAZAOEXP UNTIL FIM-ARQ.
           IF WRK-STATUS-RAZAOEXP NOT = '35'
               CLOSE F-RAZAOEXP
           END-IF.
           CLOSE F-DMRAZAO.

       0510-LER-RAZAOEXP.
           READ F-RAZAOEXP
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF REX-TIPO = 'D'
                       AND REX-DATA >= WRK-DATA-INI
                       AND REX-DATA <= WRK-DATA-FIM
                       PERFORM 0520-GRAVAR-LANCAMENTO
                   END-IF
           END-READ.

      *FILIAL EM BRANCO OU NAO NUMERICA NOS REGISTROS ANTIGOS = 01.
       0520-GRAVAR-LANCAMENTO.
           IF REX-FILIAL IS NOT NUMERIC OR REX-FILIAL = ZEROS
               MOVE 01 TO REX-FILIAL
           END-IF.
           PERFORM 0800-INICIAR-LINHA.
           MOVE REX-DATA TO WRK-DMK-DATA.
           PERFORM 0830-CAMPO-DATA.
           MOVE REX-CONTA TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE REX-FILIAL TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE REX-ORIGEM TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE REX-DEBITO TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE REX-CREDITO TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE WRK-DMK-LINHA TO REG-DMRAZAO.
           WRITE REG-DMRAZAO.
           ADD 1 TO WRK-CTL-LINHAS (WRK-CTL-POS).
           ADD REX-DEBITO TO WRK-CTL-TOTAL1 (WRK-CTL-POS).
           ADD REX-CREDITO TO WRK-CTL-TOTAL2 (WRK-CTL-POS).

      *RESULTADO DOS BOLETINS POR TERMO, TURMA E DISCIPLINA. OS
      *BOLETINS NAO TEM DATA: SAI A FOTO DE TODOS OS TERMOS, COM A
      *SITUACAO DO TERMO NO TERMOCTL (SO O TERMO FECHADO E FINAL).
      *TURMAMEST, ALUNOMOV OU TERMOCTL MAIOR QUE A TABELA DEIXA O
      *DMNOTAS INCOMPLETO (TURMA OU SITUACAO DO TERMO PODE SAIR
      *ERRADA).
       0600-EXTRAIR-NOTAS.
           MOVE WRK-CTL-NOTAS TO WRK-CTL-POS.
           MOVE ZEROS TO WRK-QT-ORIGENS-NOTAS.
           PERFORM 0605-CARREGAR-TURMAS.
           PERFORM 0607-CARREGAR-MOVIMENTOS.
           PERFORM 0609-CARREGAR-TERMOS.
           MOVE 'N' TO WRK-CAD-ABERTO.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO = '00'
               MOVE 'S' TO WRK-CAD-ABERTO
           END-IF.
           PERFORM 0620-LER-ALUNOS.
           PERFORM 0630-LER-ALUNOS08.
           PERFORM 0640-LER-ALUNOS12.
           IF CADALUNO-ABERTO
               CLOSE F-CADALUNO
           END-IF.
           IF WRK-QT-ORIGENS-NOTAS = ZEROS
               PERFORM 0070-MARCAR-SEM-ORIGEM
           END-IF.
           OPEN OUTPUT F-DMNOTAS.
           MOVE SPACES TO REG-DMNOTAS.
           STRING 'TERMO;SITUACAO_TERMO;TURMA;DISCIPLINA;BOLETINS;'
               'APROVADOS;RECUPERACAO;REPROVADOS;REPROVADOS_FALTA;'
               'MEDIA'
               DELIMITED BY SIZE INTO REG-DMNOTAS.
           WRITE REG-DMNOTAS.
           PERFORM 0670-GRAVAR-NOTA
               VARYING WRK-TNT-IDX FROM 1 BY 1
               UNTIL WRK-TNT-IDX > WRK-TNT-QT.
           CLOSE F-DMNOTAS.

       0605-CARREGAR-TURMAS.
           MOVE ZEROS TO WRK-TTE-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TURMAMEST.
           IF WRK-STATUS-TURMAMEST NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0606-LER-TURMA UNTIL FIM-ARQ.
           IF WRK-STATUS-TURMAMEST NOT = '35'
               CLOSE F-TURMAMEST
           END-IF.

       0606-LER-TURMA.
           READ F-TURMAMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-TTE-QT < WRK-TTE-MAX
                       ADD 1 TO WRK-TTE-QT
                       MOVE TRU-CODIGO TO WRK-TTE-TURMA (WRK-TTE-QT)
                       MOVE TRU-TERMO TO WRK-TTE-TERMO (WRK-TTE-QT)
                   ELSE
                       PERFORM 0080-MARCAR-INCOMPLETO
                   END-IF
           END-READ.

       0607-CARREGAR-MOVIMENTOS.
           MOVE ZEROS TO WRK-MOV-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ALUNOMOV.
           IF WRK-STATUS-ALUNOMOV NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0608-LER-MOVIMENTO UNTIL FIM-ARQ.
           IF WRK-STATUS-ALUNOMOV NOT = '35'
               CLOSE F-ALUNOMOV
           END-IF.

       0608-LER-MOVIMENTO.
           READ F-ALUNOMOV
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-MOV-QT < WRK-MOV-MAX
                       ADD 1 TO WRK-MOV-QT
                       MOVE AMV-MATRICULA TO
                           WRK-MOV-MATRICULA (WRK-MOV-QT)
                       MOVE AMV-TURMA-ANT TO
                           WRK-MOV-TURMA-ANT (WRK-MOV-QT)
                       MOVE AMV-TURMA-NOVA TO
                           WRK-MOV-TURMA-NOVA (WRK-MOV-QT)
                   ELSE
                       PERFORM 0080-MARCAR-INCOMPLETO
                   END-IF
           END-READ.

       0609-CARREGAR-TERMOS.
           MOVE ZEROS TO WRK-TTC-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TERMOCTL.
           IF WRK-STATUS-TERMOCTL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0610-LER-TERMO UNTIL FIM-ARQ.
           IF WRK-STATUS-TERMOCTL NOT = '35'
               CLOSE F-TERMOCTL
           END-IF.

       0610-LER-TERMO.
           READ F-TERMOCTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-TTC-QT < WRK-TTC-MAX
                       ADD 1 TO WRK-TTC-QT
                       MOVE TCT-TERMO TO WRK-TTC-TERMO (WRK-TTC-QT)
                       MOVE TCT-SITUACAO TO
                           WRK-TTC-SITUACAO (WRK-TTC-QT)
                   ELSE
                       PERFORM 0080-MARCAR-INCOMPLETO
                   END-IF
           END-READ.

       0620-LER-ALUNOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ALUNOS.
           IF WRK-STATUS-ALUNOS = '00'
               ADD 1 TO WRK-QT-ORIGENS-NOTAS
           ELSE
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0621-LER-BOLETIM-ALUNOS UNTIL FIM-ARQ.
           IF WRK-STATUS-ALUNOS NOT = '35'
               CLOSE F-ALUNOS
           END-IF.

       0621-LER-BOLETIM-ALUNOS.
           READ F-ALUNOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE ALU-ID     TO WRK-ALUNO-ID
                   MOVE ALU-MEDIA  TO WRK-MEDIA
                   MOVE ALU-STATUS TO WRK-STATUS
                   MOVE ALU-TERMO  TO WRK-TERMO
                   MOVE ALU-DISC   TO WRK-DISC
                   PERFORM 0650-ACUMULAR-BOLETIM
           END-READ.

       0630-LER-ALUNOS08.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ALUNOS08.
           IF WRK-STATUS-ALUNOS08 = '00'
               ADD 1 TO WRK-QT-ORIGENS-NOTAS
           ELSE
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0631-LER-BOLETIM-ALUNOS08 UNTIL FIM-ARQ.
           IF WRK-STATUS-ALUNOS08 NOT = '35'
               CLOSE F-ALUNOS08
           END-IF.

       0631-LER-BOLETIM-ALUNOS08.
           READ F-ALUNOS08
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE ALU8-ID     TO WRK-ALUNO-ID
                   MOVE ALU8-MEDIA  TO WRK-MEDIA
                   MOVE ALU8-STATUS TO WRK-STATUS
                   MOVE ALU8-TERMO  TO WRK-TERMO
                   MOVE ALU8-DISC   TO WRK-DISC
                   PERFORM 0650-ACUMULAR-BOLETIM
           END-READ.

       0640-LER-ALUNOS12.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ALUNOS12.
           IF WRK-STATUS-ALUNOS12 = '00'
               ADD 1 TO WRK-QT-ORIGENS-NOTAS
           ELSE
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0641-LER-BOLETIM-ALUNOS12 UNTIL FIM-ARQ.
           IF WRK-STATUS-ALUNOS12 NOT = '35'
               CLOSE F-ALUNOS12
           END-IF.

       0641-LER-BOLETIM-ALUNOS12.
           READ F-ALUNOS12
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE ALU12-ID     TO WRK-ALUNO-ID
                   MOVE ALU12-MEDIA  TO WRK-MEDIA
                   MOVE ALU12-STATUS TO WRK-STATUS
                   MOVE ALU12-TERMO  TO WRK-TERMO
                   MOVE ALU12-DISC   TO WRK-DISC
                   PERFORM 0650-ACUMULAR-BOLETIM
           END-READ.

      *SOMA O BOLETIM CORRENTE NA LINHA (TERMO, TURMA, DISCIPLINA),
      *COM A MESMA FAIXA DE STATUS DO PROGCOB18.
       0650-ACUMULAR-BOLETIM.
           IF WRK-MEDIA IS NOT NUMERIC
               MOVE ZEROS TO WRK-MEDIA
           END-IF.
           PERFORM 0660-TURMA-DO-ALUNO.
           MOVE ZEROS TO WRK-TNT-POS.
           PERFORM 0651-COMPARAR-NOTA
               VARYING WRK-TNT-IDX FROM 1 BY 1
               UNTIL WRK-TNT-IDX > WRK-TNT-QT OR WRK-TNT-POS > ZEROS.
           IF WRK-TNT-POS = ZEROS
               IF WRK-TNT-QT < WRK-TNT-MAX
                   ADD 1 TO WRK-TNT-QT
                   MOVE WRK-TNT-QT TO WRK-TNT-POS
                   MOVE WRK-TERMO TO WRK-TNT-TERMO (WRK-TNT-POS)
                   MOVE WRK-ALUNO-TURMA TO WRK-TNT-TURMA (WRK-TNT-POS)
                   MOVE WRK-DISC TO WRK-TNT-DISC (WRK-TNT-POS)
                   MOVE ZEROS TO WRK-TNT-TOTAL (WRK-TNT-POS)
                   MOVE ZEROS TO WRK-TNT-APROV (WRK-TNT-POS)
                   MOVE ZEROS TO WRK-TNT-RECUP (WRK-TNT-POS)
                   MOVE ZEROS TO WRK-TNT-REPROV (WRK-TNT-POS)
                   MOVE ZEROS TO WRK-TNT-REPFAL (WRK-TNT-POS)
                   MOVE ZEROS TO WRK-TNT-SOMA (WRK-TNT-POS)
               ELSE
                   PERFORM 0080-MARCAR-INCOMPLETO
               END-IF
           END-IF.
           IF WRK-TNT-POS > ZEROS
               ADD 1 TO WRK-TNT-TOTAL (WRK-TNT-POS)
               ADD WRK-MEDIA TO WRK-TNT-SOMA (WRK-TNT-POS)
               EVALUATE WRK-STATUS
                   WHEN 'APROVADO'
                       ADD 1 TO WRK-TNT-APROV (WRK-TNT-POS)
                   WHEN 'RECUPERACAO'
                       ADD 1 TO WRK-TNT-RECUP (WRK-TNT-POS)
                   WHEN 'REPROVADO-FALTA'
                       ADD 1 TO WRK-TNT-REPFAL (WRK-TNT-POS)
                   WHEN OTHER
                       ADD 1 TO WRK-TNT-REPROV (WRK-TNT-POS)
               END-EVALUATE
           END-IF.

       0651-COMPARAR-NOTA.
           IF WRK-TNT-TERMO (WRK-TNT-IDX) = WRK-TERMO
               AND WRK-TNT-TURMA (WRK-TNT-IDX) = WRK-ALUNO-TURMA
               AND WRK-TNT-DISC (WRK-TNT-IDX) = WRK-DISC
               MOVE WRK-TNT-IDX TO WRK-TNT-POS
           END-IF.

      *A TURMA DO CADALUNO E A ATUAL; SE ELA E DE OUTRO TERMO, O
      *BOLETIM E DA TURMA EM QUE O ALUNO ESTAVA NO TERMO DO BOLETIM:
      *A ULTIMA TURMA (DE ORIGEM OU DE DESTINO) DAS MOVIMENTACOES DO
      *ALUNO CUJO TERMO E O DO BOLETIM (MESMA REGRA DO PROGCOB18).
      *MATRICULA FORA DO CADASTRO ENTRA NA TURMA EM BRANCO.
       0660-TURMA-DO-ALUNO.
           MOVE SPACES TO WRK-ALUNO-TURMA.
           IF CADALUNO-ABERTO
               MOVE WRK-ALUNO-ID TO CAD-MATRICULA
               READ F-CADALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAD-TURMA TO WRK-ALUNO-TURMA
                       PERFORM 0661-TURMA-DO-TERMO
               END-READ
           END-IF.

       0661-TURMA-DO-TERMO.
           MOVE WRK-ALUNO-TURMA TO WRK-TURMA-PROCURA.
           PERFORM 0663-TERMO-DA-TURMA.
           IF WRK-TERMO-DA-TURMA NOT = SPACES
               AND WRK-TERMO-DA-TURMA NOT = WRK-TERMO
               MOVE SPACES TO WRK-TURMA-NO-TERMO
               PERFORM 0662-COMPARAR-MOVIMENTO
                   VARYING WRK-MOV-IDX FROM 1 BY 1
                   UNTIL WRK-MOV-IDX > WRK-MOV-QT
               IF WRK-TURMA-NO-TERMO NOT = SPACES
                   MOVE WRK-TURMA-NO-TERMO TO WRK-ALUNO-TURMA
               END-IF
           END-IF.

       0662-COMPARAR-MOVIMENTO.
           IF WRK-MOV-MATRICULA (WRK-MOV-IDX) = WRK-ALUNO-ID
               MOVE WRK-MOV-TURMA-ANT (WRK-MOV-IDX) TO WRK-TURMA-PROCURA
               PERFORM 0663-TERMO-DA-TURMA
               IF WRK-TERMO-DA-TURMA = WRK-TERMO
                   MOVE WRK-TURMA-PROCURA TO WRK-TURMA-NO-TERMO
               END-IF
               MOVE WRK-MOV-TURMA-NOVA (WRK-MOV-IDX) TO
                   WRK-TURMA-PROCURA
               PERFORM 0663-TERMO-DA-TURMA
               IF WRK-TERMO-DA-TURMA = WRK-TERMO
                   MOVE WRK-TURMA-PROCURA TO WRK-TURMA-NO-TERMO
               END-IF
           END-IF.

      *TERMO DA TURMA WRK-TURMA-PROCURA (BRANCO SE NAO CADASTRADA).
       0663-TERMO-DA-TURMA.
           MOVE SPACES TO WRK-TERMO-DA-TURMA.
           PERFORM 0664-COMPARAR-TURMA
               VARYING WRK-TTE-IDX FROM 1 BY 1
               UNTIL WRK-TTE-IDX > WRK-TTE-QT
                   OR WRK-TERMO-DA-TURMA NOT = SPACES.

       0664-COMPARAR-TURMA.
           IF WRK-TTE-TURMA (WRK-TTE-IDX) = WRK-TURMA-PROCURA
               MOVE WRK-TTE-TERMO (WRK-TTE-IDX) TO WRK-TERMO-DA-TURMA
           END-IF.

       0670-GRAVAR-NOTA.
           MOVE SPACES TO WRK-SIT-TERMO.
           PERFORM 0671-COMPARAR-TERMO
               VARYING WRK-TTC-IDX FROM 1 BY 1
               UNTIL WRK-TTC-IDX > WRK-TTC-QT.
           PERFORM 0800-INICIAR-LINHA.
           MOVE WRK-TNT-TERMO (WRK-TNT-IDX) TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-SIT-TERMO TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-TNT-TURMA (WRK-TNT-IDX) TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-TNT-DISC (WRK-TNT-IDX) TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-TNT-TOTAL (WRK-TNT-IDX) TO WRK-DMK-INTEIRO.
           PERFORM 0825-CAMPO-INTEIRO.
           MOVE WRK-TNT-APROV (WRK-TNT-IDX) TO WRK-DMK-INTEIRO.
           PERFORM 0825-CAMPO-INTEIRO.
           MOVE WRK-TNT-RECUP (WRK-TNT-IDX) TO WRK-DMK-INTEIRO.
           PERFORM 0825-CAMPO-INTEIRO.
           MOVE WRK-TNT-REPROV (WRK-TNT-IDX) TO WRK-DMK-INTEIRO.
           PERFORM 0825-CAMPO-INTEIRO.
           MOVE WRK-TNT-REPFAL (WRK-TNT-IDX) TO WRK-DMK-INTEIRO.
           PERFORM 0825-CAMPO-INTEIRO.
           COMPUTE WRK-DMK-VALOR ROUNDED =
               WRK-TNT-SOMA (WRK-TNT-IDX) / WRK-TNT-TOTAL (WRK-TNT-IDX).
           PERFORM 0820-CAMPO-VALOR.
           MOVE WRK-DMK-LINHA TO REG-DMNOTAS.
           WRITE REG-DMNOTAS.
           ADD 1 TO WRK-CTL-LINHAS (WRK-CTL-POS).
           ADD WRK-TNT-TOTAL (WRK-TNT-IDX) TO
               WRK-CTL-TOTAL1 (WRK-CTL-POS).
           ADD WRK-TNT-APROV (WRK-TNT-IDX) TO
               WRK-CTL-TOTAL2 (WRK-CTL-POS).

       0671-COMPARAR-TERMO.
           IF WRK-TTC-TERMO (WRK-TTC-IDX) = WRK-TNT-TERMO (WRK-TNT-IDX)
               MOVE WRK-TTC-SITUACAO (WRK-TTC-IDX) TO WRK-SIT-TERMO
           END-IF.

      *CONTROLE DA EXTRACAO: UMA LINHA POR EXTRATO, NO MESMO FORMATO
      *DELIMITADO, PARA QUEM RECEBE CONFERIR LINHAS E TOTAIS.
       0700-GRAVAR-CONTROLE.
           OPEN OUTPUT F-DMCONTROLE.
           MOVE SPACES TO REG-DMCONTROLE.
           STRING 'MES_REFERENCIA;EXTRATO;ARQUIVO;SITUACAO;LINHAS;'
               'TOTAL_1;DESCRICAO_TOTAL_1;TOTAL_2;DESCRICAO_TOTAL_2;'
               'GERADO_EM'
               DELIMITED BY SIZE INTO REG-DMCONTROLE.
           WRITE REG-DMCONTROLE.
           PERFORM 0710-GRAVAR-LINHA-CONTROLE
               VARYING WRK-CTL-IDX FROM 1 BY 1
               UNTIL WRK-CTL-IDX > WRK-CTL-QT.
           CLOSE F-DMCONTROLE.

       0710-GRAVAR-LINHA-CONTROLE.
           PERFORM 0800-INICIAR-LINHA.
           MOVE WRK-MES-REF TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-CTL-EXTRATO (WRK-CTL-IDX) TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-CTL-ARQUIVO (WRK-CTL-IDX) TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-CTL-SITUACAO (WRK-CTL-IDX) TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-CTL-LINHAS (WRK-CTL-IDX) TO WRK-DMK-INTEIRO.
           PERFORM 0825-CAMPO-INTEIRO.
           MOVE WRK-CTL-TOTAL1 (WRK-CTL-IDX) TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE WRK-CTL-ROTULO1 (WRK-CTL-IDX) TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-CTL-TOTAL2 (WRK-CTL-IDX) TO WRK-DMK-VALOR.
           PERFORM 0820-CAMPO-VALOR.
           MOVE WRK-CTL-ROTULO2 (WRK-CTL-IDX) TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-DATA-GERACAO TO WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.
           MOVE WRK-DMK-LINHA TO REG-DMCONTROLE.
           WRITE REG-DMCONTROLE.

      *RESUMO IMPRESSO: O MESMO CONTEUDO DO DMCONTROLE.
       0750-RELATORIO.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'EXTRACAO MENSAL PARA ANALISE - MES ' WRK-MES-REF
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0751-LINHA-RELATORIO
               VARYING WRK-CTL-IDX FROM 1 BY 1
               UNTIL WRK-CTL-IDX > WRK-CTL-QT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           STRING 'PSEUDONIMOS NO DMPSEUD: ' WRK-PSD-QT
               '   NOVOS NESTA EXTRACAO: ' WRK-PSD-QT-NOVOS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.

       0751-LINHA-RELATORIO.
           MOVE WRK-CTL-LINHAS (WRK-CTL-IDX) TO WRK-RPT-LINHAS-ED.
           MOVE WRK-CTL-TOTAL1 (WRK-CTL-IDX) TO WRK-RPT-TOTAL-ED.
           MOVE WRK-CTL-TOTAL2 (WRK-CTL-IDX) TO WRK-RPT-TOTAL2-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-CTL-EXTRATO (WRK-CTL-IDX) ' '
               WRK-CTL-ARQUIVO (WRK-CTL-IDX) ' '
               WRK-CTL-SITUACAO (WRK-CTL-IDX) ' LINHAS '
               WRK-RPT-LINHAS-ED ' '
               WRK-CTL-ROTULO1 (WRK-CTL-IDX) (1:15) WRK-RPT-TOTAL-ED
               ' ' WRK-CTL-ROTULO2 (WRK-CTL-IDX) (1:15)
               WRK-RPT-TOTAL2-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *COMECA UMA LINHA DELIMITADA NOVA.
       0800-INICIAR-LINHA.
           MOVE SPACES TO WRK-DMK-LINHA.
           MOVE 1 TO WRK-DMK-PTR.
           MOVE ZEROS TO WRK-DMK-QT-CAMPOS.

      *ACRESCENTA O WRK-DMK-CAMPO NA LINHA, SEM OS BRANCOS DO FIM. O
      *PONTO E VIRGULA E O SEPARADOR, ENTAO NAO PODE APARECER DENTRO
      *DO CAMPO (VIRA VIRGULA).
       0810-CAMPO-TEXTO.
           IF WRK-DMK-QT-CAMPOS > ZEROS
               STRING ';' DELIMITED BY SIZE INTO WRK-DMK-LINHA
                   WITH POINTER WRK-DMK-PTR
               END-STRING
           END-IF.
           ADD 1 TO WRK-DMK-QT-CAMPOS.
           INSPECT WRK-DMK-CAMPO REPLACING ALL ';' BY ','.
           MOVE 40 TO WRK-DMK-TAM.
           MOVE 'N' TO WRK-DMK-FIM-CAMPO.
           PERFORM 0811-RECUAR-CAMPO
               UNTIL WRK-DMK-TAM = ZEROS OR DMK-FIM-CAMPO.
           IF WRK-DMK-TAM > ZEROS
               STRING WRK-DMK-CAMPO (1:WRK-DMK-TAM) DELIMITED BY SIZE
                   INTO WRK-DMK-LINHA WITH POINTER WRK-DMK-PTR
               END-STRING
           END-IF.
           MOVE SPACES TO WRK-DMK-CAMPO.

       0811-RECUAR-CAMPO.
           IF WRK-DMK-CAMPO (WRK-DMK-TAM:1) = SPACE
               SUBTRACT 1 FROM WRK-DMK-TAM
           ELSE
               MOVE 'S' TO WRK-DMK-FIM-CAMPO
           END-IF.

      *VALOR COM SINAL NA FRENTE E VIRGULA DECIMAL, SEM ZEROS NEM
      *BRANCOS A ESQUERDA (-1234,50).
       0820-CAMPO-VALOR.
           MOVE WRK-DMK-VALOR TO WRK-DMK-VALOR-ED.
           MOVE ZEROS TO WRK-DMK-BRANCOS.
           INSPECT WRK-DMK-VALOR-ED TALLYING WRK-DMK-BRANCOS
               FOR LEADING SPACES.
           MOVE SPACES TO WRK-DMK-CAMPO.
           MOVE WRK-DMK-VALOR-ED (WRK-DMK-BRANCOS + 1:) TO
               WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.

       0825-CAMPO-INTEIRO.
           MOVE WRK-DMK-INTEIRO TO WRK-DMK-INTEIRO-ED.
           MOVE ZEROS TO WRK-DMK-BRANCOS.
           INSPECT WRK-DMK-INTEIRO-ED TALLYING WRK-DMK-BRANCOS
               FOR LEADING SPACES.
           MOVE SPACES TO WRK-DMK-CAMPO.
           MOVE WRK-DMK-INTEIRO-ED (WRK-DMK-BRANCOS + 1:) TO
               WRK-DMK-CAMPO.
           PERFORM 0810-CAMPO-TEXTO.

      *DATA AAAAMMDD SAI AAAA-MM-DD; ZERADA OU INVALIDA SAI VAZIA.
       0830-CAMPO-DATA.
           MOVE SPACES TO WRK-DMK-CAMPO.
           IF WRK-DMK-DATA IS NUMERIC AND WRK-DMK-DATA NOT = '00000000'
               STRING WRK-DMK-ANO '-' WRK-DMK-MES '-' WRK-DMK-DIA
                   DELIMITED BY SIZE INTO WRK-DMK-CAMPO
           END-IF.
           PERFORM 0810-CAMPO-TEXTO.

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
