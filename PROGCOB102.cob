       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB102.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : MANTER O CADASTRO DE ENDERECOS DE ENTREGA DOS
      *CLIENTES (ENDENT) E A TABELA DE FAIXAS DE CEP (CEPFAIXA). O
      *CLIMEST SO GUARDA UMA UF PADRAO POR CLIENTE, E A MESA
      *ESCOLHIA CAPITAL OU INTERIOR EM CADA COTACAO - O ADICIONAL DE
      *DESTINO DEPENDIA DE QUEM DIGITAVA.
      *(E)NDERECO INCLUI UM ENDERECO (LOGRADOURO, CIDADE E CEP) PARA
      *UM CLIENTE DO CLIMEST, COM O PROXIMO NUMERO DE ENDERECO DO
      *CLIENTE; A UF SAI DO CEP PELA TABELA DE FAIXAS (CEP FORA DA
      *TABELA PEDE A UF E AVISA QUE A CLASSE FICA A CARGO DA MESA).
      *(I)NATIVAR LIGA/DESLIGA UM ENDERECO - O INATIVO NAO PODE SER
      *ESCOLHIDO EM PEDIDO NOVO, MAS CONTINUA VALENDO PARA OS
      *PEDIDOS ANTIGOS (ETIQUETA E EXPORTACAO).
      *(C)EP INCLUI UMA FAIXA (INICIO, FIM, UF, CLASSE C=CAPITAL OU
      *I=INTERIOR); A FAIXA MAIS ESTREITA QUE CONTEM O CEP VALE,
      *ENTAO A FAIXA DA CAPITAL FICA DENTRO DA FAIXA DO ESTADO.
      *(R)EMOVER TIRA UMA FAIXA PELO NUMERO DA LISTAGEM E (L)ISTAR
      *IMPRIME OS ENDERECOS E AS FAIXAS.
      *O PEDIDO ESCOLHE O ENDERECO NO PROGCOB09 E NA TELA DO
      *PROGCOB62 (VEJA ENTCALC.cob).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ENDERECOS DE ENTREGA POR CLIENTE (REGRAVACAO INTEIRA).
           SELECT F-ENDENT ASSIGN TO 'ENDENT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENDENT.
      *FAIXAS DE CEP COM UF E CLASSE (REGRAVACAO INTEIRA).
           SELECT F-CEPFAIXA ASSIGN TO 'CEPFAIXA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CEPFAIXA.
      *CADASTRO MESTRE DE CLIENTES (MANTIDO PELO PROGCOB44).
      *INDEXADO PELO CODIGO (VEJA CLIREC.CPY).
           SELECT F-CLIMEST ASSIGN TO 'CLIMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-STATUS-CLIMEST.
      *LISTAGEM DOS ENDERECOS E DAS FAIXAS, COM CABECALHO E QUEBRA
      *DE PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB102RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ENDENT.
           COPY 'ENTREC.CPY'.

       FD  F-CEPFAIXA.
           COPY 'CEPREC.CPY'.

       FD  F-CLIMEST.
           COPY 'CLIREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ENDENT   PIC X(02) VALUE '00'.
       77 WRK-STATUS-CEPFAIXA PIC X(02) VALUE '00'.
       77 WRK-STATUS-CLIMEST  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-ENDERECO VALUE 'E'.
           88 MAN-INATIVAR VALUE 'I'.
           88 MAN-CEP      VALUE 'C'.
           88 MAN-REMOVER  VALUE 'R'.
           88 MAN-LISTAR   VALUE 'L'.
           88 MAN-SAIR     VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
      *TABELA EM MEMORIA DOS ENDERECOS (MESMO LAYOUT DO ENDENT).
       77 WRK-END-MAX PIC 9(04) VALUE 1000.
       77 WRK-END-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-END-ESTOUROU PIC X(01) VALUE 'N'.
           88 END-TABELA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-ENDERECO.
           03 WRK-TAB-END-ITEM OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WRK-END-QT.
               05 WRK-END-CLICOD     PIC 9(06).
               05 WRK-END-SEQ        PIC 9(02).
               05 WRK-END-LOGRADOURO PIC X(40).
               05 WRK-END-CIDADE     PIC X(25).
               05 WRK-END-CEP        PIC 9(08).
               05 WRK-END-UF         PIC X(02).
               05 WRK-END-SITUACAO   PIC X(01).
       77 WRK-END-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-END-POS PIC 9(04) VALUE ZEROS.
       77 WRK-END-MAIOR-SEQ PIC 9(02) VALUE ZEROS.
      *TABELA EM MEMORIA DAS FAIXAS DE CEP (LAYOUT DO CEPFAIXA).
       77 WRK-CEP-MAX PIC 9(04) VALUE 0300.
       77 WRK-CEP-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-CEP-ESTOUROU PIC X(01) VALUE 'N'.
           88 CEP-TABELA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-CEP.
           03 WRK-TAB-CEP-ITEM OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-CEP-QT.
               05 WRK-CEP-INI       PIC 9(08).
               05 WRK-CEP-FIM       PIC 9(08).
               05 WRK-CEP-UF        PIC X(02).
               05 WRK-CEP-CLASSE    PIC X(01).
               05 WRK-CEP-DESCRICAO PIC X(20).
       77 WRK-CEP-IDX PIC 9(04) VALUE ZEROS.
      *TABELA MESTRE DE UF (VALIDACAO DA UF) - VEJA UFTAB.CPY.
           COPY 'UFTAB.CPY'.
       77 WRK-UF-ACHADA PIC X(01) VALUE 'N'.
           88 UF-ACHADA VALUE 'S'.
      *DADOS DIGITADOS NA MANUTENCAO.
       77 WRK-MAN-CLICOD     PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-SEQ        PIC 9(02) VALUE ZEROS.
       77 WRK-MAN-LOGRADOURO PIC X(40) VALUE SPACES.
       77 WRK-MAN-CIDADE     PIC X(25) VALUE SPACES.
       77 WRK-MAN-CEP        PIC 9(08) VALUE ZEROS.
       77 WRK-MAN-CEP-FIM    PIC 9(08) VALUE ZEROS.
       77 WRK-MAN-UF         PIC X(02) VALUE SPACES.
       77 WRK-MAN-CLASSE     PIC X(01) VALUE SPACES.
       77 WRK-MAN-DESCRICAO  PIC X(20) VALUE SPACES.
       77 WRK-MAN-LINHA      PIC 9(04) VALUE ZEROS.
       77 WRK-CLI-ACHOU PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHADO VALUE 'S'.
       77 WRK-LINHA-ED PIC ZZZ9.
       77 WRK-DESC-SITUACAO PIC X(07) VALUE SPACES.
      *CAMPOS COMUNS DA CHAMADA A SUB-ROTINA DE ENDERECO DE ENTREGA
      *(VEJA ENTCALL.CPY E ENTCALC.cob).
           COPY 'ENTCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB102'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-ENDERECOS UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'ENDERECOS=' WRK-END-QT ' FAIXAS=' WRK-CEP-QT
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-ENDERECOS.
           DISPLAY '-- ENDERECOS DE ENTREGA E FAIXAS DE CEP --'.
           DISPLAY '(E)NDERECO (I)NATIVAR (C)EP (R)EMOVER FAIXA '
               '(L)ISTAR (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-ENDERECO
                   PERFORM 0300-INCLUIR-ENDERECO
               WHEN MAN-INATIVAR
                   PERFORM 0350-INATIVAR-ENDERECO
               WHEN MAN-CEP
                   PERFORM 0400-INCLUIR-FAIXA
               WHEN MAN-REMOVER
                   PERFORM 0450-REMOVER-FAIXA
               WHEN MAN-LISTAR
                   PERFORM 0500-LISTAR
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *CARGA E REGRAVACAO DO ENDENT.
       0210-CARREGAR-ENDERECOS.
           MOVE ZEROS TO WRK-END-QT.
           MOVE 'N' TO WRK-END-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ENDENT.
           IF WRK-STATUS-ENDENT NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0211-LER-ENDERECO UNTIL FIM-ARQ.
           IF WRK-STATUS-ENDENT NOT = '35'
               CLOSE F-ENDENT
           END-IF.

       0211-LER-ENDERECO.
           READ F-ENDENT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-END-QT < WRK-END-MAX
                       ADD 1 TO WRK-END-QT
                       MOVE REG-ENDENT
                           TO WRK-TAB-END-ITEM (WRK-END-QT)
                   ELSE
                       MOVE 'S' TO WRK-END-ESTOUROU
                   END-IF
           END-READ.

       0220-GRAVAR-ENDERECOS.
           OPEN OUTPUT F-ENDENT.
           PERFORM 0221-GRAVAR-ENDERECO
               VARYING WRK-END-IDX FROM 1 BY 1
               UNTIL WRK-END-IDX > WRK-END-QT.
           CLOSE F-ENDENT.

       0221-GRAVAR-ENDERECO.
           MOVE WRK-TAB-END-ITEM (WRK-END-IDX) TO REG-ENDENT.
           WRITE REG-ENDENT.

      *CARGA E REGRAVACAO DO CEPFAIXA.
       0230-CARREGAR-FAIXAS.
           MOVE ZEROS TO WRK-CEP-QT.
           MOVE 'N' TO WRK-CEP-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CEPFAIXA.
           IF WRK-STATUS-CEPFAIXA NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0231-LER-FAIXA UNTIL FIM-ARQ.
           IF WRK-STATUS-CEPFAIXA NOT = '35'
               CLOSE F-CEPFAIXA
           END-IF.

       0231-LER-FAIXA.
           READ F-CEPFAIXA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-CEP-QT < WRK-CEP-MAX
                       ADD 1 TO WRK-CEP-QT
                       MOVE REG-CEPFAIXA
                           TO WRK-TAB-CEP-ITEM (WRK-CEP-QT)
                   ELSE
                       MOVE 'S' TO WRK-CEP-ESTOUROU
                   END-IF
           END-READ.

       0240-GRAVAR-FAIXAS.
           OPEN OUTPUT F-CEPFAIXA.
           PERFORM 0241-GRAVAR-FAIXA
               VARYING WRK-CEP-IDX FROM 1 BY 1
               UNTIL WRK-CEP-IDX > WRK-CEP-QT.
           CLOSE F-CEPFAIXA.

       0241-GRAVAR-FAIXA.
           MOVE WRK-TAB-CEP-ITEM (WRK-CEP-IDX) TO REG-CEPFAIXA.
           WRITE REG-CEPFAIXA.

      *CONFERE SE WRK-MAN-CLICOD ESTA NO CLIMEST.
       0250-VALIDAR-CLIENTE.
           MOVE 'N' TO WRK-CLI-ACHOU.
           OPEN INPUT F-CLIMEST.
           IF WRK-STATUS-CLIMEST = '00'
               PERFORM 0251-LER-CLIENTE
               CLOSE F-CLIMEST
           END-IF.

       0251-LER-CLIENTE.
           MOVE WRK-MAN-CLICOD TO CLI-CODIGO.
           READ F-CLIMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CLI-ACHOU
           END-READ.

      *CONFERE WRK-MAN-UF NA TABELA MESTRE DE UF.
       0260-VALIDAR-UF.
           MOVE 'N' TO WRK-UF-ACHADA.
           SEARCH ALL TAB-UF-ITEM
               AT END
                   CONTINUE
               WHEN TAB-UF-COD (TAB-UF-IDX) = WRK-MAN-UF
                   MOVE 'S' TO WRK-UF-ACHADA
           END-SEARCH.

      *(E) INCLUI UM ENDERECO DE ENTREGA COM O PROXIMO NUMERO DO
      *CLIENTE. A UF SAI DA FAIXA DE CEP.
       0300-INCLUIR-ENDERECO.
           PERFORM 0210-CARREGAR-ENDERECOS.
           IF END-TABELA-ESTOUROU
               DISPLAY 'ENDENT MAIOR QUE A TABELA EM MEMORIA (MAX '
                   WRK-END-MAX '), INCLUSAO RECUSADA'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WRK-END-QT NOT < WRK-END-MAX
                   DISPLAY 'CADASTRO DE ENDERECOS CHEIO (MAX '
                       WRK-END-MAX '), INCLUSAO RECUSADA'
               ELSE
                   PERFORM 0310-ACEITAR-ENDERECO THRU 0310-EXIT
               END-IF
           END-IF.

       0310-ACEITAR-ENDERECO.
           DISPLAY 'CODIGO DO CLIENTE.. '.
           ACCEPT WRK-MAN-CLICOD.
           PERFORM 0250-VALIDAR-CLIENTE.
           IF NOT CLIENTE-ACHADO
               DISPLAY 'CLIENTE ' WRK-MAN-CLICOD
                   ' NAO CADASTRADO NO CLIMEST'
               GO TO 0310-EXIT
           END-IF.
           MOVE ZEROS TO WRK-END-MAIOR-SEQ.
           PERFORM 0311-MAIOR-SEQ
               VARYING WRK-END-IDX FROM 1 BY 1
               UNTIL WRK-END-IDX > WRK-END-QT.
           IF WRK-END-MAIOR-SEQ = 99
               DISPLAY 'CLIENTE JA TEM 99 ENDERECOS, INCLUSAO '
                   'RECUSADA'
               GO TO 0310-EXIT
           END-IF.
           DISPLAY 'LOGRADOURO E NUMERO.. '.
           ACCEPT WRK-MAN-LOGRADOURO.
           DISPLAY 'CIDADE.. '.
           ACCEPT WRK-MAN-CIDADE.
           DISPLAY 'CEP (SO NUMEROS).. '.
           ACCEPT WRK-MAN-CEP.
           IF WRK-MAN-LOGRADOURO = SPACES OR WRK-MAN-CIDADE = SPACES
               OR WRK-MAN-CEP = ZEROS
               DISPLAY 'LOGRADOURO, CIDADE E CEP SAO OBRIGATORIOS, '
                   'NENHUMA ACAO REALIZADA'
               GO TO 0310-EXIT
           END-IF.
           MOVE 'C' TO WRK-ENT-ACAO.
           MOVE WRK-MAN-CEP TO WRK-ENT-CEP.
           CALL 'ENTCALC' USING WRK-ENT-ACAO WRK-ENT-CLICOD
               WRK-ENT-SEQ WRK-ENT-LOGRADOURO WRK-ENT-CIDADE
               WRK-ENT-CEP WRK-ENT-UF WRK-ENT-CLASSE WRK-ENT-RESULT.
           IF ENT-ACHADO
               MOVE WRK-ENT-UF TO WRK-MAN-UF
               DISPLAY 'CEP NA FAIXA DE ' WRK-ENT-UF ' - DESTINO '
                   WRK-ENT-CLASSE
           ELSE
               DISPLAY 'CEP FORA DA TABELA DE FAIXAS - A CLASSE DO '
                   'DESTINO FICA A CARGO DA MESA ATE A FAIXA SER '
                   'INCLUIDA'
               DISPLAY 'UF DO ENDERECO.. '
               ACCEPT WRK-MAN-UF
               PERFORM 0260-VALIDAR-UF
               IF NOT UF-ACHADA
                   DISPLAY 'UF ' WRK-MAN-UF ' INVALIDA, NENHUMA ACAO '
                       'REALIZADA'
                   GO TO 0310-EXIT
               END-IF
           END-IF.
           ADD 1 TO WRK-END-QT.
           ADD 1 TO WRK-END-MAIOR-SEQ.
           MOVE WRK-MAN-CLICOD TO WRK-END-CLICOD (WRK-END-QT).
           MOVE WRK-END-MAIOR-SEQ TO WRK-END-SEQ (WRK-END-QT).
           MOVE WRK-MAN-LOGRADOURO TO WRK-END-LOGRADOURO (WRK-END-QT).
           MOVE WRK-MAN-CIDADE TO WRK-END-CIDADE (WRK-END-QT).
           MOVE WRK-MAN-CEP TO WRK-END-CEP (WRK-END-QT).
           MOVE WRK-MAN-UF TO WRK-END-UF (WRK-END-QT).
           MOVE 'A' TO WRK-END-SITUACAO (WRK-END-QT).
           PERFORM 0220-GRAVAR-ENDERECOS.
           DISPLAY 'ENDERECO ' WRK-END-MAIOR-SEQ ' INCLUIDO PARA O '
               'CLIENTE ' WRK-MAN-CLICOD.
       0310-EXIT.
           EXIT.

       0311-MAIOR-SEQ.
           IF WRK-END-CLICOD (WRK-END-IDX) = WRK-MAN-CLICOD
               AND WRK-END-SEQ (WRK-END-IDX) > WRK-END-MAIOR-SEQ
               MOVE WRK-END-SEQ (WRK-END-IDX) TO WRK-END-MAIOR-SEQ
           END-IF.

      *(I) LIGA/DESLIGA O ENDERECO DO CLIENTE (A <-> I).
       0350-INATIVAR-ENDERECO.
           PERFORM 0210-CARREGAR-ENDERECOS.
           IF END-TABELA-ESTOUROU
               DISPLAY 'ENDENT MAIOR QUE A TABELA EM MEMORIA (MAX '
                   WRK-END-MAX '), ALTERACAO RECUSADA'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'CODIGO DO CLIENTE.. '
               ACCEPT WRK-MAN-CLICOD
               DISPLAY 'NUMERO DO ENDERECO.. '
               ACCEPT WRK-MAN-SEQ
               MOVE ZEROS TO WRK-END-POS
               PERFORM 0351-LOCALIZAR-ENDERECO
                   VARYING WRK-END-IDX FROM 1 BY 1
                   UNTIL WRK-END-IDX > WRK-END-QT
                       OR WRK-END-POS > ZEROS
               IF WRK-END-POS = ZEROS
                   DISPLAY 'ENDERECO ' WRK-MAN-SEQ ' DO CLIENTE '
                       WRK-MAN-CLICOD ' NAO ENCONTRADO'
               ELSE
                   IF WRK-END-SITUACAO (WRK-END-POS) = 'A'
                       MOVE 'I' TO WRK-END-SITUACAO (WRK-END-POS)
                       DISPLAY 'ENDERECO INATIVADO'
                   ELSE
                       MOVE 'A' TO WRK-END-SITUACAO (WRK-END-POS)
                       DISPLAY 'ENDERECO REATIVADO'
                   END-IF
                   PERFORM 0220-GRAVAR-ENDERECOS
               END-IF
           END-IF.

       0351-LOCALIZAR-ENDERECO.
           IF WRK-END-CLICOD (WRK-END-IDX) = WRK-MAN-CLICOD
               AND WRK-END-SEQ (WRK-END-IDX) = WRK-MAN-SEQ
               MOVE WRK-END-IDX TO WRK-END-POS
           END-IF.

      *(C) INCLUI UMA FAIXA DE CEP.
       0400-INCLUIR-FAIXA.
           PERFORM 0230-CARREGAR-FAIXAS.
           IF CEP-TABELA-ESTOUROU
               DISPLAY 'CEPFAIXA MAIOR QUE A TABELA EM MEMORIA (MAX '
                   WRK-CEP-MAX '), INCLUSAO RECUSADA'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WRK-CEP-QT NOT < WRK-CEP-MAX
                   DISPLAY 'TABELA DE FAIXAS CHEIA (MAX ' WRK-CEP-MAX
                       '), INCLUSAO RECUSADA'
               ELSE
                   PERFORM 0410-ACEITAR-FAIXA THRU 0410-EXIT
               END-IF
           END-IF.

       0410-ACEITAR-FAIXA.
           DISPLAY 'CEP INICIAL DA FAIXA.. '.
           ACCEPT WRK-MAN-CEP.
           DISPLAY 'CEP FINAL DA FAIXA.. '.
           ACCEPT WRK-MAN-CEP-FIM.
           IF WRK-MAN-CEP = ZEROS OR WRK-MAN-CEP-FIM < WRK-MAN-CEP
               DISPLAY 'FAIXA INVALIDA (FIM ANTES DO INICIO), '
                   'NENHUMA ACAO REALIZADA'
               GO TO 0410-EXIT
           END-IF.
           DISPLAY 'UF DA FAIXA.. '.
           ACCEPT WRK-MAN-UF.
           PERFORM 0260-VALIDAR-UF.
           IF NOT UF-ACHADA
               DISPLAY 'UF ' WRK-MAN-UF ' INVALIDA, NENHUMA ACAO '
                   'REALIZADA'
               GO TO 0410-EXIT
           END-IF.
           DISPLAY 'DESTINO (C)APITAL OU (I)NTERIOR.. '.
           ACCEPT WRK-MAN-CLASSE.
           IF WRK-MAN-CLASSE NOT = 'C' AND WRK-MAN-CLASSE NOT = 'I'
               DISPLAY 'CLASSE ' WRK-MAN-CLASSE ' INVALIDA, NENHUMA '
                   'ACAO REALIZADA'
               GO TO 0410-EXIT
           END-IF.
           DISPLAY 'DESCRICAO DA FAIXA.. '.
           ACCEPT WRK-MAN-DESCRICAO.
           ADD 1 TO WRK-CEP-QT.
           MOVE WRK-MAN-CEP TO WRK-CEP-INI (WRK-CEP-QT).
           MOVE WRK-MAN-CEP-FIM TO WRK-CEP-FIM (WRK-CEP-QT).
           MOVE WRK-MAN-UF TO WRK-CEP-UF (WRK-CEP-QT).
           MOVE WRK-MAN-CLASSE TO WRK-CEP-CLASSE (WRK-CEP-QT).
           MOVE WRK-MAN-DESCRICAO TO WRK-CEP-DESCRICAO (WRK-CEP-QT).
           PERFORM 0240-GRAVAR-FAIXAS.
           DISPLAY 'FAIXA DE CEP INCLUIDA'.
       0410-EXIT.
           EXIT.

      *(R) REMOVE UMA FAIXA PELO NUMERO DA LISTAGEM (L).
       0450-REMOVER-FAIXA.
           PERFORM 0230-CARREGAR-FAIXAS.
           IF CEP-TABELA-ESTOUROU
               DISPLAY 'CEPFAIXA MAIOR QUE A TABELA EM MEMORIA (MAX '
                   WRK-CEP-MAX '), REMOCAO RECUSADA'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'NUMERO DA FAIXA NA LISTAGEM.. '
               ACCEPT WRK-MAN-LINHA
               IF WRK-MAN-LINHA = ZEROS OR WRK-MAN-LINHA > WRK-CEP-QT
                   DISPLAY 'FAIXA ' WRK-MAN-LINHA ' NAO EXISTE'
               ELSE
                   PERFORM 0451-DESLOCAR-FAIXA
                       VARYING WRK-CEP-IDX FROM WRK-MAN-LINHA BY 1
                       UNTIL WRK-CEP-IDX >= WRK-CEP-QT
                   SUBTRACT 1 FROM WRK-CEP-QT
                   PERFORM 0240-GRAVAR-FAIXAS
                   DISPLAY 'FAIXA DE CEP REMOVIDA'
               END-IF
           END-IF.

       0451-DESLOCAR-FAIXA.
           MOVE WRK-TAB-CEP-ITEM (WRK-CEP-IDX + 1)
               TO WRK-TAB-CEP-ITEM (WRK-CEP-IDX).

      *(L) LISTAGEM DOS ENDERECOS (NA ORDEM DO ARQUIVO) E DAS
      *FAIXAS NUMERADAS - O NUMERO E O USADO NA REMOCAO (R).
       0500-LISTAR.
           PERFORM 0210-CARREGAR-ENDERECOS.
           PERFORM 0230-CARREGAR-FAIXAS.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE '--- ENDERECOS DE ENTREGA (CLIENTE/NUMERO) ---'
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0510-IMPRIMIR-ENDERECO
               VARYING WRK-END-IDX FROM 1 BY 1
               UNTIL WRK-END-IDX > WRK-END-QT.
           MOVE '--- FAIXAS DE CEP (INICIO, FIM, UF, CLASSE) ---'
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0520-IMPRIMIR-FAIXA
               VARYING WRK-CEP-IDX FROM 1 BY 1
               UNTIL WRK-CEP-IDX > WRK-CEP-QT.
           IF END-TABELA-ESTOUROU OR CEP-TABELA-ESTOUROU
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'TABELA MAIOR QUE A MEMORIA (ENDERECOS MAX '
                   WRK-END-MAX ', FAIXAS MAX ' WRK-CEP-MAX
                   ') - RELATORIO INCOMPLETO'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'ENDERECOS=' WRK-END-QT ' FAIXAS=' WRK-CEP-QT
               ' - VEJA PROGCOB102RPT'.

       0510-IMPRIMIR-ENDERECO.
           IF WRK-END-SITUACAO (WRK-END-IDX) = 'A'
               MOVE 'ATIVO' TO WRK-DESC-SITUACAO
           ELSE
               MOVE 'INATIVO' TO WRK-DESC-SITUACAO
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-END-CLICOD (WRK-END-IDX) '/'
               WRK-END-SEQ (WRK-END-IDX) ' '
               WRK-END-LOGRADOURO (WRK-END-IDX) ' '
               WRK-END-CIDADE (WRK-END-IDX) ' '
               WRK-END-UF (WRK-END-IDX)
               ' CEP=' WRK-END-CEP (WRK-END-IDX) ' '
               WRK-DESC-SITUACAO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0520-IMPRIMIR-FAIXA.
           MOVE WRK-CEP-IDX TO WRK-LINHA-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-LINHA-ED ' ' WRK-CEP-INI (WRK-CEP-IDX)
               ' A ' WRK-CEP-FIM (WRK-CEP-IDX)
               ' UF=' WRK-CEP-UF (WRK-CEP-IDX)
               ' CLASSE=' WRK-CEP-CLASSE (WRK-CEP-IDX)
               ' ' WRK-CEP-DESCRICAO (WRK-CEP-IDX)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

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
