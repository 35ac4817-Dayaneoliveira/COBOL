      *3) PROJETA OS PROXIMOS 3 MESES (MEDIA MOVEL X FATOR SAZONAL)
      *   E RELATA, PARA A NEGOCIACAO DE CAPACIDADE COM AS
      *   TRANSPORTADORAS (E A REVISAO DOS PRAZOS DO SLATAB)
      *   ACONTECER ANTES DO PICO, NAO DEPOIS;
      *4) GRAVA A QUANTIDADE PROJETADA DE PEDIDOS POR UF E MES NO
      *   ARQUIVO PREVDEM (REGRAVADO A CADA RODADA), QUE A SUGESTAO
      *   DE REPOSICAO DO PROGCOB100 CONVERTE EM PRODUTOS.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
      *PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB58RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *PROJECAO DE PEDIDOS POR UF E MES ALVO (ENTRADA DO PROGCOB100).
           SELECT F-PREVDEM ASSIGN TO 'PREVDEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PREVDEM.

       DATA DIVISION.
       FILE SECTION.
       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       FD  F-PREVDEM.
       01  REG-PREVDEM.
           03 PRV-UF      PIC X(02).
           03 PRV-ANOMES  PIC 9(06).
           03 PRV-PEDIDOS PIC 9(07).
      *DATA DA RODADA QUE GEROU A PROJECAO.
           03 PRV-DATA    PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-STATUS-PREVDEM   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-PEDMESTRE VALUE 'S'.
      *HISTORICO POR (UF, ANO-MES): QUANTIDADE, VALOR E FRETE.
               - WRK-JANELA-MESES + 1.
           PERFORM 0100-ACUMULAR-HISTORICO.
           OPEN OUTPUT F-RELATORIO.
           OPEN OUTPUT F-PREVDEM.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           IF TABELA-ESTOUROU
               MOVE 'HISTORICO MAIOR QUE A TABELA, PREVISAO PARCIAL'
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           CLOSE F-PREVDEM.
           DISPLAY 'PREVISAO GRAVADA EM PROGCOB58RPT ('
               WRK-LUF-QT ' UF)'.
           MOVE SPACES TO WRK-AUD-ENTRADA.
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PMS-SITUACAO NOT = 'X'
                       AND PMS-SITUACAO NOT = 'V'
                       COMPUTE WRK-ANOMES = (PMS-ANO * 100) + PMS-MES
                       PERFORM 0200-ACUMULAR-MES
                       PERFORM 0220-ANOTAR-UF
               ' FRETE=' WRK-PROJ-FRETE
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-UF-CORRENTE TO PRV-UF.
           MOVE WRK-ALVO-ANOMES TO PRV-ANOMES.
           MOVE WRK-PROJ-QTPED TO PRV-PEDIDOS.
           MOVE WRK-HOJE TO PRV-DATA.
           WRITE REG-PREVDEM.

       0410-AVANCAR-UM-MES.
           IF WRK-ALV-MES < 12
