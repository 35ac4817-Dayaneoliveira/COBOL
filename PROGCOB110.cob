       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB110.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : MANTER O CADASTRO MESTRE DA FROTA PROPRIA (FROTA,
      *VEJA VEIREC.CPY): PLACA, DESCRICAO, FILIAL DONA DO VEICULO,
      *CAPACIDADE EM QUILOS E METROS CUBICOS, CUSTO POR KM OU POR
      *VIAGEM E DISPONIBILIDADE. A MONTAGEM DE CARGAS DO PROGCOB53
      *SO USA OS VEICULOS DISPONIVEIS DAQUI, CADA UM NA SUA FILIAL.
      *  (A) ADICIONA, (L) ALTERA CAPACIDADE/CUSTO, (D) MUDA A
      *      DISPONIBILIDADE (PARADO PARA MANUTENCAO...), (R) REMOVE
      *      E (C) CONSULTA OS VEICULOS - MESMO DESENHO DOS DEMAIS
      *      CADASTROS (TABELA EM MEMORIA E REGRAVACAO INTEIRA);
      *  (M) RELATORIO MENSAL DE UTILIZACAO DA FROTA: PARA CADA
      *      VEICULO, OS ROMANEIOS EMBARCADOS NO MES (ARQUIVO
      *      ROMANEIOS, VEJA CRGREC.CPY), O FATOR DE CARGA (PESO E
      *      CUBO LEVADOS SOBRE A CAPACIDADE DAS VIAGENS) E O CUSTO
      *      DAS VIAGENS CONTRA O FRETE COBRADO NOS PEDIDOS DELAS.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CADASTRO MESTRE DA FROTA.
           SELECT F-FROTA ASSIGN TO 'FROTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FROTA.
      *CADASTRO MESTRE DE FILIAIS (VALIDACAO DA FILIAL DO VEICULO).
           SELECT F-FILMEST ASSIGN TO 'FILMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILMEST.
      *ROMANEIOS MONTADOS PELO PROGCOB53, COM O VEICULO.
           SELECT F-ROMANEIOS ASSIGN TO 'ROMANEIOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ROMANEIOS.
      *MESTRE DE PEDIDOS, INDEXADO PELO NUMERO (VEJA PMSREC.CPY) -
      *FRETE COBRADO DOS PEDIDOS DE CADA ROMANEIO.
           SELECT F-PEDMESTRE ASSIGN TO 'PEDMESTRE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.
      *RELATORIO MENSAL DE UTILIZACAO DA FROTA, COM CABECALHO E
      *QUEBRA DE PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB110RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-FROTA.
           COPY 'VEIREC.CPY'.

       FD  F-FILMEST.
       01  REG-FILMEST.
           03 FIL-CODIGO PIC 9(02).
           03 FIL-NOME   PIC X(20).
           03 FIL-UF     PIC X(02).

       FD  F-ROMANEIOS.
           COPY 'CRGREC.CPY'.

       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-FROTA     PIC X(02) VALUE '00'.
       77 WRK-STATUS-FILMEST   PIC X(02) VALUE '00'.
       77 WRK-STATUS-ROMANEIOS PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *TABELA EM MEMORIA DO CADASTRO DA FROTA (O MESMO TETO DA
      *MONTAGEM DO PROGCOB53).
       77 WRK-MAN-MAX-VEI PIC 9(02) VALUE 50.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       77 WRK-MAN-QT-VEI PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-FROTA.
           03 WRK-TAB-VEI-ITEM OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-MAN-QT-VEI
                   INDEXED BY WRK-MAN-IDX.
               05 WRK-TAB-VEI-REG PIC X(72).
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-ADICIONAR      VALUE 'A'.
           88 MAN-ALTERAR        VALUE 'L'.
           88 MAN-DISPONIBILIDADE VALUE 'D'.
           88 MAN-REMOVER        VALUE 'R'.
           88 MAN-CONSULTAR      VALUE 'C'.
           88 MAN-MENSAL         VALUE 'M'.
           88 MAN-SAIR           VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
       77 WRK-MAN-PLACA PIC X(07) VALUE SPACES.
       77 WRK-MAN-ACHOU PIC X(01) VALUE 'N'.
           88 MAN-ACHOU VALUE 'S'.
       77 WRK-MAN-POS PIC 9(02) VALUE ZEROS.
      *DADOS DIGITADOS DO VEICULO (ADICIONAR E ALTERAR).
       77 WRK-MAN-VALIDO PIC X(01) VALUE 'N'.
           88 MAN-VALIDO VALUE 'S'.
       77 WRK-MAN-DESCRICAO PIC X(20) VALUE SPACES.
       77 WRK-MAN-FILIAL-TXT PIC X(02) VALUE SPACES.
       77 WRK-MAN-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-MAN-CAP-PESO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MAN-CAP-CUBO PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MAN-TIPO-CUSTO PIC X(01) VALUE SPACES.
           88 MAN-TIPO-VALIDO VALUES 'K' 'V'.
       77 WRK-MAN-CUSTO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MAN-DISPONIVEL PIC X(01) VALUE SPACES.
           88 MAN-DISP-VALIDA VALUES 'S' 'N'.
       77 WRK-MAN-MOTIVO PIC X(20) VALUE SPACES.
       77 WRK-FIL-ACHOU PIC X(01) VALUE 'N'.
           88 FIL-ACHOU VALUE 'S'.
       77 WRK-CAP-PESO-ED PIC ZZZ.ZZ9,99.
       77 WRK-CAP-CUBO-ED PIC ZZ9,99.
       77 WRK-CUSTO-ED    PIC ZZZ.ZZ9,99.
      *RELATORIO MENSAL: PERIODO, UTILIZACAO POR VEICULO E
      *ROMANEIOS EMBARCADOS DO MES (PARA ACHAR O FRETE DOS PEDIDOS).
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
       01 WRK-MES-RELATORIO PIC X(06) VALUE SPACES.
       01 WRK-MES-RELATORIO-R REDEFINES WRK-MES-RELATORIO.
           03 WRK-REL-ANO PIC 9(04).
           03 WRK-REL-MES PIC 9(02).
       77 WRK-DATA-INI PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-UTL-MAX PIC 9(02) VALUE 50.
       77 WRK-UTL-QT  PIC 9(02) VALUE ZEROS.
       77 WRK-UTL-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-UTL-POS PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-UTILIZACAO.
           03 WRK-UTL-ITEM OCCURS 50 TIMES.
               05 WRK-UTL-PLACA    PIC X(07).
               05 WRK-UTL-FILIAL   PIC 9(02).
               05 WRK-UTL-VIAGENS  PIC 9(04).
               05 WRK-UTL-KM       PIC 9(07).
               05 WRK-UTL-PESO     PIC 9(08)V99.
               05 WRK-UTL-CAP-PESO PIC 9(08)V99.
               05 WRK-UTL-CUBO     PIC 9(06)V99.
               05 WRK-UTL-CAP-CUBO PIC 9(06)V99.
               05 WRK-UTL-CUSTO    PIC 9(09)V99.
               05 WRK-UTL-FRETE    PIC 9(09)V99.
       77 WRK-TRM-MAX PIC 9(04) VALUE 1000.
       77 WRK-TRM-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-TRM-IDX PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-ROMANEIOS.
           03 WRK-TRM-ITEM OCCURS 1000 TIMES.
               05 WRK-TRM-NUMERO PIC 9(06).
               05 WRK-TRM-UTL    PIC 9(02).
       77 WRK-TOT-VIAGENS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-KM      PIC 9(08) VALUE ZEROS.
       77 WRK-TOT-PESO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CAP-PESO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CUBO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-CAP-CUBO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-FRETE   PIC 9(10)V99 VALUE ZEROS.
      *FATOR DE CARGA EM KG E M3 E CUSTO SOBRE FRETE, EM PERCENTUAL.
       77 WRK-PCT-PESO  PIC 9(03) VALUE ZEROS.
       77 WRK-PCT-CUBO  PIC 9(03) VALUE ZEROS.
       77 WRK-PCT-CUSTO PIC 9(05) VALUE ZEROS.
       77 WRK-VIAGENS-ED PIC ZZZZ9.
       77 WRK-KM-ED      PIC ZZZZZZZ9.
       77 WRK-PCT-PESO-ED  PIC ZZ9.
       77 WRK-PCT-CUBO-ED  PIC ZZ9.
       77 WRK-PCT-CUSTO-ED PIC ZZZZ9.
       77 WRK-VAL-CUSTO-ED PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-VAL-FRETE-ED PIC ZZZ.ZZZ.ZZ9,99.
      *PARTE NUMERICA COMUM DA LINHA DO VEICULO E DO TOTAL.
       77 WRK-UTL-NUMEROS PIC X(110) VALUE SPACES.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB110'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-MANUTENCAO UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'VEICULOS=' WRK-MAN-QT-VEI
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-MANUTENCAO.
           DISPLAY '-- CADASTRO DA FROTA (FROTA) --'.
           DISPLAY '(A)DICIONAR (L)ALTERAR (D)ISPONIBILIDADE '
               '(R)EMOVER (C)ONSULTAR (M)ENSAL (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-ADICIONAR
                   PERFORM 0251-ADICIONAR-VEICULO
               WHEN MAN-ALTERAR
                   PERFORM 0253-ALTERAR-VEICULO
               WHEN MAN-DISPONIBILIDADE
                   PERFORM 0258-MUDAR-DISPONIBILIDADE
               WHEN MAN-REMOVER
                   PERFORM 0252-REMOVER-VEICULO
               WHEN MAN-CONSULTAR
                   PERFORM 0257-LISTAR-VEICULOS
               WHEN MAN-MENSAL
                   PERFORM 0600-RELATORIO-MENSAL
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

       0254-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-MAN-QT-VEI.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           OPEN INPUT F-FROTA.
           IF WRK-STATUS-FROTA = '00'
               PERFORM 0254A-LER-VEICULO UNTIL FIM-ARQ
               CLOSE F-FROTA
           ELSE
               DISPLAY 'CADASTRO DA FROTA NAO ENCONTRADO, '
                   'INICIANDO VAZIO'
           END-IF.

       0254A-LER-VEICULO.
           READ F-FROTA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-MAN-QT-VEI < WRK-MAN-MAX-VEI
                       ADD 1 TO WRK-MAN-QT-VEI
                       MOVE REG-FROTA TO
                           WRK-TAB-VEI-REG (WRK-MAN-QT-VEI)
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           END-READ.

       0255-GRAVAR-TABELA.
      *COM O CADASTRO MAIOR QUE A TABELA, REGRAVAR APAGARIA OS
      *REGISTROS ALEM DO TETO - A MANUTENCAO E RECUSADA.
           IF TABELA-ESTOUROU
               DISPLAY 'CADASTRO MAIOR QUE A TABELA EM MEMORIA, '
                   'MANUTENCAO RECUSADA - NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT F-FROTA
               PERFORM 0255A-GRAVAR-VEICULO
                   VARYING WRK-MAN-IDX FROM 1 BY 1
                   UNTIL WRK-MAN-IDX > WRK-MAN-QT-VEI
               CLOSE F-FROTA
           END-IF.

       0255A-GRAVAR-VEICULO.
           MOVE WRK-TAB-VEI-REG (WRK-MAN-IDX) TO REG-FROTA.
           WRITE REG-FROTA.

       0256-LOCALIZAR-NA-TABELA.
           MOVE 'N' TO WRK-MAN-ACHOU.
           MOVE ZEROS TO WRK-MAN-POS.
           PERFORM 0256A-COMPARAR-ITEM
               VARYING WRK-MAN-IDX FROM 1 BY 1
               UNTIL WRK-MAN-IDX > WRK-MAN-QT-VEI OR MAN-ACHOU.

       0256A-COMPARAR-ITEM.
           MOVE WRK-TAB-VEI-REG (WRK-MAN-IDX) TO REG-FROTA.
           IF VEI-PLACA = WRK-MAN-PLACA
               MOVE 'S' TO WRK-MAN-ACHOU
               MOVE WRK-MAN-IDX TO WRK-MAN-POS
           END-IF.

       0251-ADICIONAR-VEICULO.
           PERFORM 0254-CARREGAR-TABELA.
           DISPLAY 'PLACA DO NOVO VEICULO.. '.
           ACCEPT WRK-MAN-PLACA.
           IF WRK-MAN-PLACA = SPACES
               DISPLAY 'PLACA VAZIA, NADA FEITO'
           ELSE
               PERFORM 0256-LOCALIZAR-NA-TABELA
               IF MAN-ACHOU
                   DISPLAY 'VEICULO JA CADASTRADO, NADA FEITO'
               ELSE
                   DISPLAY 'DESCRICAO.. '
                   ACCEPT WRK-MAN-DESCRICAO
                   PERFORM 0260-CAPTURAR-DADOS
                   IF NOT MAN-VALIDO
                       CONTINUE
                   ELSE
                   IF WRK-MAN-QT-VEI >= WRK-MAN-MAX-VEI
                       DISPLAY 'CADASTRO CHEIO, NADA FEITO'
                   ELSE
                       ADD 1 TO WRK-MAN-QT-VEI
                       MOVE WRK-MAN-QT-VEI TO WRK-MAN-POS
                       MOVE SPACES TO REG-FROTA
                       MOVE WRK-MAN-PLACA TO VEI-PLACA
                       MOVE WRK-MAN-DESCRICAO TO VEI-DESCRICAO
                       MOVE 'S' TO VEI-DISPONIVEL
                       PERFORM 0261-MOVER-DADOS
                       PERFORM 0255-GRAVAR-TABELA
                       DISPLAY 'VEICULO ADICIONADO (DISPONIVEL)'
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *ALTERA FILIAL, CAPACIDADE E CUSTO DE UM VEICULO JA
      *CADASTRADO (A DESCRICAO EM BRANCO FICA A QUE ESTAVA).
       0253-ALTERAR-VEICULO.
           PERFORM 0254-CARREGAR-TABELA.
           DISPLAY 'PLACA A ALTERAR.. '.
           ACCEPT WRK-MAN-PLACA.
           PERFORM 0256-LOCALIZAR-NA-TABELA.
           IF NOT MAN-ACHOU
               DISPLAY 'VEICULO NAO ENCONTRADO, NADA FEITO'
           ELSE
               DISPLAY 'DESCRICAO (BRANCO = MANTER).. '
               ACCEPT WRK-MAN-DESCRICAO
               PERFORM 0260-CAPTURAR-DADOS
               IF MAN-VALIDO
                   MOVE WRK-TAB-VEI-REG (WRK-MAN-POS) TO REG-FROTA
                   IF WRK-MAN-DESCRICAO NOT = SPACES
                       MOVE WRK-MAN-DESCRICAO TO VEI-DESCRICAO
                   END-IF
                   PERFORM 0261-MOVER-DADOS
                   PERFORM 0255-GRAVAR-TABELA
                   DISPLAY 'VEICULO ALTERADO'
               END-IF
           END-IF.

       0252-REMOVER-VEICULO.
           PERFORM 0254-CARREGAR-TABELA.
           DISPLAY 'PLACA A REMOVER.. '.
           ACCEPT WRK-MAN-PLACA.
           PERFORM 0256-LOCALIZAR-NA-TABELA.
           IF NOT MAN-ACHOU
               DISPLAY 'VEICULO NAO ENCONTRADO, NADA FEITO'
           ELSE
               PERFORM 0252A-DESLOCAR-ITEM
                   VARYING WRK-MAN-IDX FROM WRK-MAN-POS BY 1
                   UNTIL WRK-MAN-IDX >= WRK-MAN-QT-VEI
               SUBTRACT 1 FROM WRK-MAN-QT-VEI
               PERFORM 0255-GRAVAR-TABELA
               DISPLAY 'VEICULO REMOVIDO'
           END-IF.

       0252A-DESLOCAR-ITEM.
           MOVE WRK-TAB-VEI-REG (WRK-MAN-IDX + 1) TO
               WRK-TAB-VEI-REG (WRK-MAN-IDX).

       0257-LISTAR-VEICULOS.
           PERFORM 0254-CARREGAR-TABELA.
           DISPLAY '-- VEICULOS CADASTRADOS: ' WRK-MAN-QT-VEI ' --'.
           PERFORM 0257A-LISTAR-ITEM
               VARYING WRK-MAN-IDX FROM 1 BY 1
               UNTIL WRK-MAN-IDX > WRK-MAN-QT-VEI.

       0257A-LISTAR-ITEM.
           MOVE WRK-TAB-VEI-REG (WRK-MAN-IDX) TO REG-FROTA.
           MOVE VEI-CAP-PESO TO WRK-CAP-PESO-ED.
           MOVE VEI-CAP-CUBO TO WRK-CAP-CUBO-ED.
           MOVE VEI-CUSTO TO WRK-CUSTO-ED.
           DISPLAY VEI-PLACA ' ' VEI-DESCRICAO ' FIL=' VEI-FILIAL
               ' KG=' WRK-CAP-PESO-ED ' M3=' WRK-CAP-CUBO-ED
               ' CUSTO ' VEI-TIPO-CUSTO '=' WRK-CUSTO-ED
               ' DISP=' VEI-DISPONIVEL ' ' VEI-MOTIVO.

      *MARCA O VEICULO COMO DISPONIVEL (S) OU PARADO (N, COM O
      *MOTIVO) - PARADO NAO ENTRA NA MONTAGEM DO PROGCOB53.
       0258-MUDAR-DISPONIBILIDADE.
           PERFORM 0254-CARREGAR-TABELA.
           DISPLAY 'PLACA.. '.
           ACCEPT WRK-MAN-PLACA.
           PERFORM 0256-LOCALIZAR-NA-TABELA.
           IF NOT MAN-ACHOU
               DISPLAY 'VEICULO NAO ENCONTRADO, NADA FEITO'
           ELSE
               DISPLAY 'DISPONIVEL (S/N).. '
               ACCEPT WRK-MAN-DISPONIVEL
               IF NOT MAN-DISP-VALIDA
                   DISPLAY 'RESPOSTA INVALIDA, NADA FEITO'
               ELSE
                   MOVE SPACES TO WRK-MAN-MOTIVO
                   IF WRK-MAN-DISPONIVEL = 'N'
                       DISPLAY 'MOTIVO.. '
                       ACCEPT WRK-MAN-MOTIVO
                   END-IF
                   MOVE WRK-TAB-VEI-REG (WRK-MAN-POS) TO REG-FROTA
                   MOVE WRK-MAN-DISPONIVEL TO VEI-DISPONIVEL
                   MOVE WRK-MAN-MOTIVO TO VEI-MOTIVO
                   MOVE REG-FROTA TO WRK-TAB-VEI-REG (WRK-MAN-POS)
                   PERFORM 0255-GRAVAR-TABELA
                   DISPLAY 'DISPONIBILIDADE ATUALIZADA'
               END-IF
           END-IF.

      *FILIAL (VALIDADA NO FILMEST), CAPACIDADE E CUSTO DO VEICULO.
      *CAPACIDADE ZERO OU TIPO DE CUSTO FORA DE K/V RECUSA TUDO.
       0260-CAPTURAR-DADOS.
           MOVE 'S' TO WRK-MAN-VALIDO.
           DISPLAY 'FILIAL DO VEICULO (BRANCO = 01).. '.
           ACCEPT WRK-MAN-FILIAL-TXT.
           IF WRK-MAN-FILIAL-TXT = SPACES
               MOVE 01 TO WRK-MAN-FILIAL
           ELSE
           IF WRK-MAN-FILIAL-TXT IS NUMERIC
               MOVE WRK-MAN-FILIAL-TXT TO WRK-MAN-FILIAL
           ELSE
               MOVE ZEROS TO WRK-MAN-FILIAL
           END-IF
           END-IF.
           PERFORM 0270-VALIDAR-FILIAL.
           IF NOT FIL-ACHOU
               DISPLAY 'FILIAL NAO CADASTRADA NO FILMEST, NADA FEITO'
               MOVE 'N' TO WRK-MAN-VALIDO
           ELSE
               DISPLAY 'CAPACIDADE EM KG.. '
               ACCEPT WRK-MAN-CAP-PESO
               DISPLAY 'CAPACIDADE EM M3.. '
               ACCEPT WRK-MAN-CAP-CUBO
               DISPLAY 'CUSTO (K)POR KM OU (V)POR VIAGEM.. '
               ACCEPT WRK-MAN-TIPO-CUSTO
               DISPLAY 'VALOR DO CUSTO.. '
               ACCEPT WRK-MAN-CUSTO
               IF WRK-MAN-CAP-PESO = ZEROS
                   OR WRK-MAN-CAP-CUBO = ZEROS
                   OR NOT MAN-TIPO-VALIDO
                   DISPLAY 'CAPACIDADE ZERO OU TIPO DE CUSTO '
                       'INVALIDO, NADA FEITO'
                   MOVE 'N' TO WRK-MAN-VALIDO
               END-IF
           END-IF.

       0261-MOVER-DADOS.
           MOVE WRK-MAN-FILIAL TO VEI-FILIAL.
           MOVE WRK-MAN-CAP-PESO TO VEI-CAP-PESO.
           MOVE WRK-MAN-CAP-CUBO TO VEI-CAP-CUBO.
           MOVE WRK-MAN-TIPO-CUSTO TO VEI-TIPO-CUSTO.
           MOVE WRK-MAN-CUSTO TO VEI-CUSTO.
           MOVE REG-FROTA TO WRK-TAB-VEI-REG (WRK-MAN-POS).

      *PROCURA A FILIAL NO FILMEST. SEM O CADASTRO DE FILIAIS, SO A
      *MATRIZ (01) E ACEITA.
       0270-VALIDAR-FILIAL.
           MOVE 'N' TO WRK-FIL-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-FILMEST.
           IF WRK-STATUS-FILMEST NOT = '00'
               IF WRK-MAN-FILIAL = 01
                   MOVE 'S' TO WRK-FIL-ACHOU
               END-IF
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0271-LER-FILMEST UNTIL FIM-ARQ OR FIL-ACHOU.
           IF WRK-STATUS-FILMEST NOT = '35'
               CLOSE F-FILMEST
           END-IF.

       0271-LER-FILMEST.
           READ F-FILMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FIL-CODIGO = WRK-MAN-FILIAL
                       MOVE 'S' TO WRK-FIL-ACHOU
                   END-IF
           END-READ.

      *RELATORIO MENSAL DE UTILIZACAO: ACUMULA POR VEICULO OS
      *ROMANEIOS EMBARCADOS NO MES E DEPOIS SOMA O FRETE DOS PEDIDOS
      *DESSES ROMANEIOS (PMS-ROMANEIO) NO VEICULO DE CADA UM.
       0600-RELATORIO-MENSAL.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE ZEROS TO WRK-UTL-QT.
           MOVE ZEROS TO WRK-TRM-QT.
           INITIALIZE WRK-TAB-UTILIZACAO.
           MOVE ZEROS TO WRK-TOT-VIAGENS.
           MOVE ZEROS TO WRK-TOT-KM.
           MOVE ZEROS TO WRK-TOT-PESO.
           MOVE ZEROS TO WRK-TOT-CAP-PESO.
           MOVE ZEROS TO WRK-TOT-CUBO.
           MOVE ZEROS TO WRK-TOT-CAP-CUBO.
           MOVE ZEROS TO WRK-TOT-CUSTO.
           MOVE ZEROS TO WRK-TOT-FRETE.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           DISPLAY 'MES DO RELATORIO AAAAMM (BRANCO = MES '
               'ANTERIOR).. '.
           ACCEPT WRK-MES-RELATORIO.
           PERFORM 0605-DEFINIR-PERIODO.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'UTILIZACAO DA FROTA - ROMANEIOS EMBARCADOS NO MES '
               WRK-MES-RELATORIO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ROMANEIOS.
           IF WRK-STATUS-ROMANEIOS NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0610-LER-ROMANEIO-MES UNTIL FIM-ARQ.
           IF WRK-STATUS-ROMANEIOS NOT = '35'
               CLOSE F-ROMANEIOS
           END-IF.
           IF WRK-TRM-QT = 0
               MOVE 'NENHUM ROMANEIO EMBARCADO NO MES'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0630-SOMAR-FRETES
               PERFORM 0650-IMPRIMIR-VEICULO
                   VARYING WRK-UTL-IDX FROM 1 BY 1
                   UNTIL WRK-UTL-IDX > WRK-UTL-QT
               PERFORM 0660-IMPRIMIR-TOTAIS
           END-IF.
           IF TABELA-ESTOUROU
               MOVE 'TABELA DE VEICULOS OU ROMANEIOS CHEIA, TOTAIS '
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 'INCOMPLETOS - AUMENTAR WRK-UTL-MAX/WRK-TRM-MAX'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'TABELA DE TOTAIS CHEIA, RELATORIO INCOMPLETO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'ROMANEIOS EMBARCADOS NO MES ' WRK-MES-RELATORIO
               ': ' WRK-TRM-QT.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'MES=' WRK-MES-RELATORIO
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.

       0605-DEFINIR-PERIODO.
           IF WRK-MES-RELATORIO IS NOT NUMERIC
               OR WRK-MES-RELATORIO = '000000'
               OR WRK-REL-MES < 01 OR WRK-REL-MES > 12
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               IF WRK-HOJ-MES = 01
                   COMPUTE WRK-REL-ANO = WRK-HOJ-ANO - 1
                   MOVE 12 TO WRK-REL-MES
               ELSE
                   MOVE WRK-HOJ-ANO TO WRK-REL-ANO
                   COMPUTE WRK-REL-MES = WRK-HOJ-MES - 1
               END-IF
           END-IF.
           COMPUTE WRK-DATA-INI = (WRK-REL-ANO * 10000)
               + (WRK-REL-MES * 100) + 01.
           COMPUTE WRK-DATA-FIM = (WRK-REL-ANO * 10000)
               + (WRK-REL-MES * 100) + 31.

       0610-LER-ROMANEIO-MES.
           READ F-ROMANEIOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CRG-EMBARCADO
                       AND CRG-DATA-EMB >= WRK-DATA-INI
                       AND CRG-DATA-EMB <= WRK-DATA-FIM
                       PERFORM 0620-ACUMULAR-VEICULO
                   END-IF
           END-READ.

       0620-ACUMULAR-VEICULO.
           MOVE ZEROS TO WRK-UTL-POS.
           PERFORM 0621-PROCURAR-VEICULO
               VARYING WRK-UTL-IDX FROM 1 BY 1
               UNTIL WRK-UTL-IDX > WRK-UTL-QT OR WRK-UTL-POS > 0.
           IF WRK-UTL-POS = 0
               IF WRK-UTL-QT < WRK-UTL-MAX
                   ADD 1 TO WRK-UTL-QT
                   MOVE WRK-UTL-QT TO WRK-UTL-POS
                   MOVE CRG-PLACA TO WRK-UTL-PLACA (WRK-UTL-POS)
                   MOVE CRG-FILIAL TO WRK-UTL-FILIAL (WRK-UTL-POS)
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
           END-IF.
           IF WRK-UTL-POS > 0
               IF WRK-TRM-QT < WRK-TRM-MAX
                   ADD 1 TO WRK-TRM-QT
                   MOVE CRG-NUMERO TO WRK-TRM-NUMERO (WRK-TRM-QT)
                   MOVE WRK-UTL-POS TO WRK-TRM-UTL (WRK-TRM-QT)
               ELSE
                   MOVE 'S' TO WRK-TAB-ESTOUROU
               END-IF
               ADD 1 TO WRK-UTL-VIAGENS (WRK-UTL-POS)
               ADD CRG-KM TO WRK-UTL-KM (WRK-UTL-POS)
               ADD CRG-PESO TO WRK-UTL-PESO (WRK-UTL-POS)
               ADD CRG-CAP-PESO TO WRK-UTL-CAP-PESO (WRK-UTL-POS)
               ADD CRG-CUBO TO WRK-UTL-CUBO (WRK-UTL-POS)
               ADD CRG-CAP-CUBO TO WRK-UTL-CAP-CUBO (WRK-UTL-POS)
               ADD CRG-CUSTO TO WRK-UTL-CUSTO (WRK-UTL-POS)
           END-IF.

       0621-PROCURAR-VEICULO.
           IF WRK-UTL-PLACA (WRK-UTL-IDX) = CRG-PLACA
               MOVE WRK-UTL-IDX TO WRK-UTL-POS
           END-IF.

      *FRETE COBRADO: PERCORRE O PEDMESTRE E SOMA O PMS-FRETE DE
      *CADA PEDIDO CARIMBADO NUM ROMANEIO DO MES NO VEICULO DELE.
       0630-SOMAR-FRETES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE NOT = '00'
               DISPLAY 'MESTRE DE PEDIDOS NAO ENCONTRADO, FRETE ZERADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0631-LER-PEDIDO UNTIL FIM-ARQ.
           IF WRK-STATUS-PEDMESTRE NOT = '35'
               CLOSE F-PEDMESTRE
           END-IF.

       0631-LER-PEDIDO.
           READ F-PEDMESTRE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PMS-ROMANEIO > ZEROS
                       PERFORM 0632-PROCURAR-ROMANEIO
                           VARYING WRK-TRM-IDX FROM 1 BY 1
                           UNTIL WRK-TRM-IDX > WRK-TRM-QT
                   END-IF
           END-READ.

       0632-PROCURAR-ROMANEIO.
           IF WRK-TRM-NUMERO (WRK-TRM-IDX) = PMS-ROMANEIO
               MOVE WRK-TRM-UTL (WRK-TRM-IDX) TO WRK-UTL-POS
               ADD PMS-FRETE TO WRK-UTL-FRETE (WRK-UTL-POS)
           END-IF.

      *UMA LINHA POR VEICULO: VIAGENS, KM, FATOR DE CARGA EM KG E
      *M3, CUSTO DAS VIAGENS, FRETE COBRADO E CUSTO SOBRE FRETE.
       0650-IMPRIMIR-VEICULO.
           ADD WRK-UTL-VIAGENS (WRK-UTL-IDX) TO WRK-TOT-VIAGENS.
           ADD WRK-UTL-KM (WRK-UTL-IDX) TO WRK-TOT-KM.
           ADD WRK-UTL-PESO (WRK-UTL-IDX) TO WRK-TOT-PESO.
           ADD WRK-UTL-CAP-PESO (WRK-UTL-IDX) TO WRK-TOT-CAP-PESO.
           ADD WRK-UTL-CUBO (WRK-UTL-IDX) TO WRK-TOT-CUBO.
           ADD WRK-UTL-CAP-CUBO (WRK-UTL-IDX) TO WRK-TOT-CAP-CUBO.
           ADD WRK-UTL-CUSTO (WRK-UTL-IDX) TO WRK-TOT-CUSTO.
           ADD WRK-UTL-FRETE (WRK-UTL-IDX) TO WRK-TOT-FRETE.
           MOVE ZEROS TO WRK-PCT-PESO.
           MOVE ZEROS TO WRK-PCT-CUBO.
           MOVE ZEROS TO WRK-PCT-CUSTO.
           IF WRK-UTL-CAP-PESO (WRK-UTL-IDX) > 0
               COMPUTE WRK-PCT-PESO ROUNDED =
                   WRK-UTL-PESO (WRK-UTL-IDX) * 100
                   / WRK-UTL-CAP-PESO (WRK-UTL-IDX)
           END-IF.
           IF WRK-UTL-CAP-CUBO (WRK-UTL-IDX) > 0
               COMPUTE WRK-PCT-CUBO ROUNDED =
                   WRK-UTL-CUBO (WRK-UTL-IDX) * 100
                   / WRK-UTL-CAP-CUBO (WRK-UTL-IDX)
           END-IF.
           IF WRK-UTL-FRETE (WRK-UTL-IDX) > 0
               COMPUTE WRK-PCT-CUSTO ROUNDED =
                   WRK-UTL-CUSTO (WRK-UTL-IDX) * 100
                   / WRK-UTL-FRETE (WRK-UTL-IDX)
                   ON SIZE ERROR
                       MOVE 99999 TO WRK-PCT-CUSTO
               END-COMPUTE
           END-IF.
           MOVE WRK-UTL-VIAGENS (WRK-UTL-IDX) TO WRK-VIAGENS-ED.
           MOVE WRK-UTL-KM (WRK-UTL-IDX) TO WRK-KM-ED.
           MOVE WRK-UTL-CUSTO (WRK-UTL-IDX) TO WRK-VAL-CUSTO-ED.
           MOVE WRK-UTL-FRETE (WRK-UTL-IDX) TO WRK-VAL-FRETE-ED.
           PERFORM 0670-MONTAR-NUMEROS.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'VEIC=' WRK-UTL-PLACA (WRK-UTL-IDX)
               ' FIL=' WRK-UTL-FILIAL (WRK-UTL-IDX)
               WRK-UTL-NUMEROS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0660-IMPRIMIR-TOTAIS.
           MOVE ZEROS TO WRK-PCT-PESO.
           MOVE ZEROS TO WRK-PCT-CUBO.
           MOVE ZEROS TO WRK-PCT-CUSTO.
           IF WRK-TOT-CAP-PESO > 0
               COMPUTE WRK-PCT-PESO ROUNDED =
                   WRK-TOT-PESO * 100 / WRK-TOT-CAP-PESO
           END-IF.
           IF WRK-TOT-CAP-CUBO > 0
               COMPUTE WRK-PCT-CUBO ROUNDED =
                   WRK-TOT-CUBO * 100 / WRK-TOT-CAP-CUBO
           END-IF.
           IF WRK-TOT-FRETE > 0
               COMPUTE WRK-PCT-CUSTO ROUNDED =
                   WRK-TOT-CUSTO * 100 / WRK-TOT-FRETE
                   ON SIZE ERROR
                       MOVE 99999 TO WRK-PCT-CUSTO
               END-COMPUTE
           END-IF.
           MOVE WRK-TOT-VIAGENS TO WRK-VIAGENS-ED.
           MOVE WRK-TOT-KM TO WRK-KM-ED.
           MOVE WRK-TOT-CUSTO TO WRK-VAL-CUSTO-ED.
           MOVE WRK-TOT-FRETE TO WRK-VAL-FRETE-ED.
           PERFORM 0670-MONTAR-NUMEROS.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TOTAL DA FROTA     ' WRK-UTL-NUMEROS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *MONTA A PARTE NUMERICA COMUM DA LINHA DO VEICULO E DA LINHA
      *DE TOTAL.
       0670-MONTAR-NUMEROS.
           MOVE WRK-PCT-PESO TO WRK-PCT-PESO-ED.
           MOVE WRK-PCT-CUBO TO WRK-PCT-CUBO-ED.
           MOVE WRK-PCT-CUSTO TO WRK-PCT-CUSTO-ED.
           MOVE SPACES TO WRK-UTL-NUMEROS.
           STRING ' VIAG=' WRK-VIAGENS-ED
               ' KM=' WRK-KM-ED
               ' CARGA KG%=' WRK-PCT-PESO-ED
               ' M3%=' WRK-PCT-CUBO-ED
               ' CUSTO=' WRK-VAL-CUSTO-ED
               ' FRETE=' WRK-VAL-FRETE-ED
               ' CUSTO/FRETE%=' WRK-PCT-CUSTO-ED
               DELIMITED BY SIZE INTO WRK-UTL-NUMEROS.

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
