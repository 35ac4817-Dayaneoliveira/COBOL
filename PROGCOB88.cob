      *REGRAVACAO INTEIRA). CADA LIBERACAO/REVOGACAO VIRA UMA LINHA
      *NO DIARIO PERMLOG, COMO O USRLOG FAZ NA MANUTENCAO DE
      *USUARIOS.
      *ANTES DE LIBERAR, CONFERE AS REGRAS DE SEGREGACAO DE FUNCOES
      *DO SODREGRA (VEJA PROGCOB136): SE A OPCAO NOVA FECHA UM PAR
      *INCOMPATIVEL NO NIVEL, O ADM VE O CONFLITO E PRECISA
      *CONFIRMAR - A LIBERACAO CONFIRMADA FICA NO PERMLOG COMO
      *'LIBERA SOD'.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
           SELECT F-PERMLOG ASSIGN TO 'PERMLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERMLOG.
      *REGRAS DE SEGREGACAO DE FUNCOES (PARES DE OPCOES
      *INCOMPATIVEIS), MANTIDAS PELO PROGCOB136.
           SELECT F-SODREGRA ASSIGN TO 'SODREGRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SODREGRA.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PERMISSOES.
       01  REG-PERMISSAO.
           03 PRM-NIVEL PIC 9(02).
           03 PRM-OPCAO PIC 9(03).
      *LINHA GRAVADA ANTES DO MENU PASSAR DE 99 OPCOES (OPCAO COM 2
      *DIGITOS, TERCEIRA POSICAO EM BRANCO) - CONVERTIDA NA LEITURA
      *E REGRAVADA COM 3 DIGITOS NA PROXIMA MANUTENCAO.
           03 PRM-OPCAO-ANT REDEFINES PRM-OPCAO.
               05 PRM-OPCAO-2D  PIC 9(02).
               05 PRM-OPCAO-FIM PIC X(01).

       FD  F-PERMLOG.
       01  REG-PERMLOG.
           03 PLG-ADM       PIC X(20).
           03 PLG-ACAO      PIC X(10).
           03 PLG-NIVEL     PIC 9(02).
           03 PLG-OPCAO     PIC 9(03).

       FD  F-SODREGRA.
           COPY 'SODREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PERMISSOES PIC X(02) VALUE '00'.
       77 WRK-STATUS-PERMLOG    PIC X(02) VALUE '00'.
       77 WRK-STATUS-SODREGRA   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-PERMISSOES VALUE 'S'.
      *TABELA EM MEMORIA DAS PERMISSOES (MESMO TETO DO MENU).
                   DEPENDING ON WRK-MAN-QT-PRM
                   INDEXED BY WRK-MAN-IDX.
               05 WRK-TAB-PRM-NIVEL PIC 9(02).
               05 WRK-TAB-PRM-OPCAO PIC 9(03).
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-LIBERAR   VALUE 'L'.
           88 MAN-REVOGAR   VALUE 'R'.
           88 MAN-SAIR      VALUE 'S'.
       77 WRK-MAN-NIVEL-TXT PIC X(02) VALUE SPACES.
       77 WRK-MAN-NIVEL PIC 9(02) VALUE ZEROS.
       77 WRK-MAN-CODIGO-TXT PIC X(03) VALUE SPACES.
       77 WRK-MAN-CODIGO PIC 9(03) VALUE ZEROS.
      *FAIXA REAL DE OPCOES DO MENU (PROGCOB-MENU) - MANTIDA EM DIA
      *JUNTO COM A TABELA DE ROTULOS QUANDO O MENU GANHA OPCAO.
           88 OPCAO-DO-MENU VALUES 001 THRU 134.
       77 WRK-MAN-ACHOU PIC X(01) VALUE 'N'.
           88 MAN-ACHOU VALUE 'S'.
       77 WRK-MAN-POS PIC 9(04) VALUE ZEROS.
           03 WRK-DATA PIC 9(08) VALUE ZEROS.
           03 WRK-HORA PIC 9(06) VALUE ZEROS.
       77 WRK-PLG-ACAO PIC X(10) VALUE SPACES.
      *REGRAS DE SEGREGACAO PARA O AVISO NA LIBERACAO.
       77 WRK-SOD-MAX PIC 9(03) VALUE 100.
       77 WRK-SOD-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-REGRAS.
           03 WRK-TAB-SOD-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-SOD-QT.
               05 WRK-TAB-SOD-OPCAO-A PIC 9(03).
               05 WRK-TAB-SOD-OPCAO-B PIC 9(03).
               05 WRK-TAB-SOD-DESC    PIC X(40).
       77 WRK-SOD-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-SOD-PIDX PIC 9(04) VALUE ZEROS.
       77 WRK-SOD-ESTOUROU PIC X(01) VALUE 'N'.
           88 REGRAS-ESTOUROU VALUE 'S'.
       77 WRK-SOD-FIM PIC X(01) VALUE 'N'.
           88 FIM-SODREGRA VALUE 'S'.
       77 WRK-SOD-PARCEIRA PIC 9(03) VALUE ZEROS.
       77 WRK-SOD-TEM PIC X(01) VALUE 'N'.
           88 NIVEL-TEM-PARCEIRA VALUE 'S'.
       77 WRK-SOD-QT-CONF PIC 9(03) VALUE ZEROS.
       77 WRK-SOD-CONFIRMA PIC X(01) VALUE 'S'.
           88 LIBERACAO-CONFIRMADA VALUE 'S'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB88'.
                       ADD 1 TO WRK-MAN-QT-PRM
                       MOVE PRM-NIVEL TO
                           WRK-TAB-PRM-NIVEL (WRK-MAN-QT-PRM)
                       IF PRM-OPCAO-FIM = SPACE
                           MOVE PRM-OPCAO-2D TO
                               WRK-TAB-PRM-OPCAO (WRK-MAN-QT-PRM)
                       ELSE
                           MOVE PRM-OPCAO TO
                               WRK-TAB-PRM-OPCAO (WRK-MAN-QT-PRM)
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           END-IF.
           DISPLAY 'CODIGO DA OPCAO DO MENU.................. '.
           ACCEPT WRK-MAN-CODIGO-TXT.
      *O CODIGO DE 2 DIGITOS DE SEMPRE (05) CONTINUA VALENDO.
           IF WRK-MAN-CODIGO-TXT IS NUMERIC
               MOVE WRK-MAN-CODIGO-TXT TO WRK-MAN-CODIGO
           ELSE
               IF WRK-MAN-CODIGO-TXT (1:2) IS NUMERIC
                   AND WRK-MAN-CODIGO-TXT (3:1) = SPACE
                   MOVE WRK-MAN-CODIGO-TXT (1:2) TO WRK-MAN-CODIGO
               ELSE
                   MOVE ZEROS TO WRK-MAN-CODIGO
               END-IF
           END-IF.

       0251-LIBERAR-OPCAO.
                   IF WRK-MAN-QT-PRM >= WRK-MAN-MAX-PRM
                       DISPLAY 'ARQUIVO CHEIO, NADA FEITO'
                   ELSE
                       PERFORM 0259-VERIFICAR-CONFLITO
                       IF NOT LIBERACAO-CONFIRMADA
                           DISPLAY 'LIBERACAO CANCELADA, NADA FEITO'
                       ELSE
                           ADD 1 TO WRK-MAN-QT-PRM
                           MOVE WRK-MAN-NIVEL TO
                               WRK-TAB-PRM-NIVEL (WRK-MAN-QT-PRM)
                           MOVE WRK-MAN-CODIGO TO
                               WRK-TAB-PRM-OPCAO (WRK-MAN-QT-PRM)
                           PERFORM 0255-GRAVAR-TABELA
                           IF WRK-SOD-QT-CONF > 0
                               MOVE 'LIBERA SOD' TO WRK-PLG-ACAO
                           ELSE
                               MOVE 'LIBERA' TO WRK-PLG-ACAO
                           END-IF
                           PERFORM 0258-GRAVAR-PERMLOG
                           DISPLAY 'OPCAO LIBERADA'
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE WRK-MAN-CODIGO TO PLG-OPCAO.
           WRITE REG-PERMLOG.
           CLOSE F-PERMLOG.

      *A OPCAO WRK-MAN-CODIGO FECHA ALGUM PAR DO SODREGRA NO NIVEL
      *WRK-MAN-NIVEL (A OUTRA OPCAO DO PAR JA LIBERADA, OU REGRA DE
      *OPCAO SOZINHA)? CADA CONFLITO E MOSTRADO E O ADM CONFIRMA OU
      *DESISTE. SEM O SODREGRA NAO HA REGRA A CONFERIR.
       0259-VERIFICAR-CONFLITO.
           MOVE 'S' TO WRK-SOD-CONFIRMA.
           MOVE ZEROS TO WRK-SOD-QT-CONF.
           PERFORM 0259A-CARREGAR-REGRAS.
           PERFORM 0259C-TESTAR-REGRA
               VARYING WRK-SOD-IDX FROM 1 BY 1
               UNTIL WRK-SOD-IDX > WRK-SOD-QT.
           IF REGRAS-ESTOUROU
               DISPLAY 'SODREGRA MAIOR QUE A TABELA EM MEMORIA - '
                   'CONFERENCIA DE CONFLITOS INCOMPLETA'
           END-IF.
           IF WRK-SOD-QT-CONF > 0
               DISPLAY 'ATENCAO: A LIBERACAO CRIA ' WRK-SOD-QT-CONF
                   ' CONFLITO(S) DE SEGREGACAO DE FUNCOES NO NIVEL '
                   WRK-MAN-NIVEL
               DISPLAY 'LIBERAR MESMO ASSIM (S/N).. '
               ACCEPT WRK-SOD-CONFIRMA
           END-IF.

       0259A-CARREGAR-REGRAS.
           MOVE ZEROS TO WRK-SOD-QT.
           MOVE 'N' TO WRK-SOD-ESTOUROU.
           MOVE 'N' TO WRK-SOD-FIM.
           OPEN INPUT F-SODREGRA.
           IF WRK-STATUS-SODREGRA NOT = '00'
               MOVE 'S' TO WRK-SOD-FIM
           END-IF.
           PERFORM 0259B-LER-REGRA UNTIL FIM-SODREGRA.
           IF WRK-STATUS-SODREGRA NOT = '35'
               CLOSE F-SODREGRA
           END-IF.

       0259B-LER-REGRA.
           READ F-SODREGRA
               AT END
                   MOVE 'S' TO WRK-SOD-FIM
               NOT AT END
                   IF WRK-SOD-QT < WRK-SOD-MAX
                       ADD 1 TO WRK-SOD-QT
                       MOVE SOD-OPCAO-A TO
                           WRK-TAB-SOD-OPCAO-A (WRK-SOD-QT)
                       MOVE SOD-OPCAO-B TO
                           WRK-TAB-SOD-OPCAO-B (WRK-SOD-QT)
                       MOVE SOD-DESCRICAO TO
                           WRK-TAB-SOD-DESC (WRK-SOD-QT)
                   ELSE
                       MOVE 'S' TO WRK-SOD-ESTOUROU
                   END-IF
           END-READ.

       0259C-TESTAR-REGRA.
           MOVE ZEROS TO WRK-SOD-PARCEIRA.
           MOVE 'N' TO WRK-SOD-TEM.
           IF WRK-TAB-SOD-OPCAO-A (WRK-SOD-IDX) = WRK-MAN-CODIGO
               MOVE WRK-TAB-SOD-OPCAO-B (WRK-SOD-IDX)
                   TO WRK-SOD-PARCEIRA
           ELSE
               IF WRK-TAB-SOD-OPCAO-B (WRK-SOD-IDX) = WRK-MAN-CODIGO
                   MOVE WRK-TAB-SOD-OPCAO-A (WRK-SOD-IDX)
                       TO WRK-SOD-PARCEIRA
               END-IF
           END-IF.
           IF WRK-SOD-PARCEIRA = WRK-MAN-CODIGO
               MOVE 'S' TO WRK-SOD-TEM
           ELSE
               IF WRK-SOD-PARCEIRA NOT = ZEROS
                   PERFORM 0259D-PROCURAR-PARCEIRA
                       VARYING WRK-SOD-PIDX FROM 1 BY 1
                       UNTIL WRK-SOD-PIDX > WRK-MAN-QT-PRM
                           OR NIVEL-TEM-PARCEIRA
               END-IF
           END-IF.
           IF NIVEL-TEM-PARCEIRA
               ADD 1 TO WRK-SOD-QT-CONF
               DISPLAY 'CONFLITO: OPCOES '
                   WRK-TAB-SOD-OPCAO-A (WRK-SOD-IDX) ' X '
                   WRK-TAB-SOD-OPCAO-B (WRK-SOD-IDX) ' - '
                   WRK-TAB-SOD-DESC (WRK-SOD-IDX)
           END-IF.

       0259D-PROCURAR-PARCEIRA.
           IF WRK-TAB-PRM-NIVEL (WRK-SOD-PIDX) = WRK-MAN-NIVEL
               AND WRK-TAB-PRM-OPCAO (WRK-SOD-PIDX) = WRK-SOD-PARCEIRA
               MOVE 'S' TO WRK-SOD-TEM
           END-IF.
