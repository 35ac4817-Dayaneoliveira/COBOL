       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB116.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : ORDENS DE SERVICO DA OFICINA A PARTIR DOS
      *ORCAMENTOS DE MATERIAL. O PROGCOB11 GRAVA CADA ORCAMENTO NO
      *ORCAMAT (VEJA ORCREC.CPY) E O PROGCOB81 CONSOLIDA PARA A
      *COMPRA, MAS NADA DIZIA SE O CLIENTE ACEITOU O ORCAMENTO NEM
      *SE O SERVICO FOI FEITO. O ARQUIVO ORDSERV TEM UMA LINHA POR
      *ORDEM DE SERVICO (NUMERO DA SERIE PROPRIA OSNUMCTL, COMO O
      *NUMCTL DOS PEDIDOS DE VENDA). MODOS:
      *  (P) LISTAR OS ORCAMENTOS PENDENTES DE DECISAO;
      *  (O) DECIDIR UM ORCAMENTO (PELA DATA/HORA DELE): RECUSADO
      *      SO FICA MARCADO (E SAI DA LISTA DE COMPRAS DO
      *      PROGCOB81); ACEITO VIRA ORDEM DE SERVICO NUMERADA, COM
      *      A DATA AGENDADA E A FILIAL DA OFICINA, E O ORCAMENTO
      *      GUARDA O NUMERO DA ORDEM;
      *  (G) REAGENDAR UMA ORDEM EM ABERTO;
      *  (M) APONTAR O MATERIAL CONSUMIDO (M2 INTEIROS): BAIXA NO
      *      ESTOQUE DA FILIAL DA ORDEM PELA ESTOQMOV (O MATERIAL
      *      FICA NO ESTOQUE PELO CODIGO DO MATTAB, COMO NO
      *      RECEBIMENTO DO PROGCOB93) E SOMA O CUSTO REAL PELO
      *      CUSTO MEDIO DO ESTOQUE (SEM CUSTO MEDIO, PELO PRECO DO
      *      MATTAB);
      *  (H) APONTAR HORAS DE MAO DE OBRA, A WRK-VALOR-HORA;
      *  (C) CONCLUIR A ORDEM (DATA DE HOJE);
      *  (L) RELATORIO MENSAL: AS ORDENS CONCLUIDAS NO MES, COM O
      *      CUSTO ORCADO CONTRA O CUSTO REAL (MATERIAL + MAO DE
      *      OBRA) E A DIFERENCA - RODA NA REDE NOTURNA NO MES QUE
      *      FECHOU. RC 4 QUANDO NENHUMA ORDEM FOI CONCLUIDA NO MES.
      *SITUACAO DA ORDEM: A = EM ABERTO (AGENDADA), C = CONCLUIDA.
      *APONTAMENTO SO EM ORDEM EM ABERTO.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ORDENS DE SERVICO: UMA LINHA POR ORDEM.
           SELECT F-ORDSERV ASSIGN TO 'ORDSERV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORDSERV.
      *CONTROLE DO PROXIMO NUMERO DE ORDEM DE SERVICO (UM REGISTRO
      *SO, COMO O NUMCTL DOS PEDIDOS DE VENDA).
           SELECT F-OSNUMCTL ASSIGN TO 'OSNUMCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OSNUMCTL.
      *ORCAMENTOS DE MATERIAL GRAVADOS PELO PROGCOB11 (VEJA
      *ORCREC.CPY) E O ARQUIVO DE TRABALHO DA REGRAVACAO.
           SELECT F-ORCAMAT ASSIGN TO 'ORCAMAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCAMAT.
           SELECT F-ORCAMATN ASSIGN TO 'ORCAMATN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCAMATN.
      *CADASTRO MESTRE DE FILIAIS (VALIDA A FILIAL DA OFICINA).
           SELECT F-FILMEST ASSIGN TO 'FILMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILMEST.
      *RELATORIO MENSAL ORCADO X REAL, COM CABECALHO E QUEBRA DE
      *PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB116RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ORDSERV.
       01  REG-ORDSERV.
           03 OSV-NUMERO      PIC 9(06).
      *ORCAMENTO DE ORIGEM (DATA/HORA DO ORCAMAT) E O QUE FOI ORCADO.
           03 OSV-ORCAMENTO   PIC X(14).
           03 OSV-FORMA       PIC X(01).
           03 OSV-AREA        PIC 9(05)V99.
           03 OSV-MATERIAL    PIC X(04).
           03 OSV-CUSTO-ORC   PIC 9(08)V99.
           03 OSV-DATA-ABERT  PIC 9(08).
           03 OSV-DATA-AGENDA PIC 9(08).
      *FILIAL DA OFICINA (CODIGO DO FILMEST) - DE ONDE SAI O MATERIAL.
           03 OSV-FILIAL      PIC 9(02).
      *REALIZADO: M2 DE MATERIAL BAIXADOS E O CUSTO DELES, HORAS DE
      *MAO DE OBRA E O CUSTO DELAS (ACUMULADOS A CADA APONTAMENTO).
           03 OSV-MAT-QTD     PIC 9(06).
           03 OSV-MAT-CUSTO   PIC 9(08)V99.
           03 OSV-HORAS       PIC 9(04)V9.
           03 OSV-MO-CUSTO    PIC 9(08)V99.
           03 OSV-SITUACAO    PIC X(01).
           03 OSV-DATA-CONCL  PIC 9(08).

       FD  F-OSNUMCTL.
       01  REG-OSNUMCTL.
           03 OSC-PROXIMO PIC 9(06).

       FD  F-ORCAMAT.
           COPY 'ORCREC.CPY'.

       FD  F-ORCAMATN.
       01  REG-ORCAMATN PIC X(57).

       FD  F-FILMEST.
       01  REG-FILMEST.
           03 FIL-CODIGO PIC 9(02).
           03 FIL-NOME   PIC X(20).
           03 FIL-UF     PIC X(02).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ORDSERV   PIC X(02) VALUE '00'.
       77 WRK-STATUS-OSNUMCTL  PIC X(02) VALUE '00'.
       77 WRK-STATUS-ORCAMAT   PIC X(02) VALUE '00'.
       77 WRK-STATUS-ORCAMATN  PIC X(02) VALUE '00'.
       77 WRK-STATUS-FILMEST   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *VALOR DA HORA DE MAO DE OBRA DA OFICINA - AJUSTAR AQUI QUANDO
      *A OFICINA REVER.
       77 WRK-VALOR-HORA PIC 9(04)V99 VALUE 45,00.
      *TABELA EM MEMORIA DO ORDSERV (REGRAVACAO INTEIRA).
       77 WRK-OSV-MAX PIC 9(04) VALUE 0500.
       77 WRK-OSV-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-ORDSERV.
           03 WRK-TAB-OSV-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-OSV-QT.
               05 WRK-OSV-NUMERO      PIC 9(06).
               05 WRK-OSV-ORCAMENTO   PIC X(14).
               05 WRK-OSV-FORMA       PIC X(01).
               05 WRK-OSV-AREA        PIC 9(05)V99.
               05 WRK-OSV-MATERIAL    PIC X(04).
               05 WRK-OSV-CUSTO-ORC   PIC 9(08)V99.
               05 WRK-OSV-DATA-ABERT  PIC 9(08).
               05 WRK-OSV-DATA-AGENDA PIC 9(08).
               05 WRK-OSV-FILIAL      PIC 9(02).
               05 WRK-OSV-MAT-QTD     PIC 9(06).
               05 WRK-OSV-MAT-CUSTO   PIC 9(08)V99.
               05 WRK-OSV-HORAS       PIC 9(04)V9.
               05 WRK-OSV-MO-CUSTO    PIC 9(08)V99.
               05 WRK-OSV-SITUACAO    PIC X(01).
               05 WRK-OSV-DATA-CONCL  PIC 9(08).
       77 WRK-OSV-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-OSV-POS PIC 9(04) VALUE ZEROS.
       77 WRK-OSV-ACHOU PIC X(01) VALUE 'N'.
           88 ORDEM-ACHADA VALUE 'S'.
       77 WRK-OSV-ABERTA PIC X(01) VALUE 'N'.
           88 ORDEM-EM-ABERTO VALUE 'S'.
      *ORCAMENTO PROCURADO NO ORCAMAT E A DECISAO DO CLIENTE.
       77 WRK-ORC-CHAVE PIC X(14) VALUE SPACES.
       77 WRK-ORC-ACHOU PIC X(01) VALUE 'N'.
           88 ORCAMENTO-ACHADO VALUE 'S'.
       77 WRK-ORC-MARCADO PIC X(01) VALUE 'N'.
           88 ORCAMENTO-MARCADO VALUE 'S'.
       77 WRK-FIM-ORC PIC X(01) VALUE 'N'.
           88 FIM-ORCAMAT VALUE 'S'.
       01 WRK-ORC-ENCONTRADO.
           03 WRK-ORC-FORMA    PIC X(01).
           03 WRK-ORC-AREA     PIC 9(05)V99.
           03 WRK-ORC-MATERIAL PIC X(04).
           03 WRK-ORC-CUSTO    PIC 9(08)V99.
       77 WRK-DECISAO PIC X(01) VALUE SPACES.
           88 DECISAO-ACEITE  VALUE 'A'.
           88 DECISAO-RECUSA  VALUE 'R'.
       77 WRK-QT-PENDENTES PIC 9(04) VALUE ZEROS.
      *NUMERACAO DAS ORDENS NOVAS.
       77 WRK-NUM-OS PIC 9(06) VALUE ZEROS.
      *CAMPOS DIGITADOS NAS OPCOES DO MENU.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-PENDENTES VALUE 'P'.
           88 MAN-DECIDIR   VALUE 'O'.
           88 MAN-AGENDAR   VALUE 'G'.
           88 MAN-MATERIAL  VALUE 'M'.
           88 MAN-HORAS     VALUE 'H'.
           88 MAN-CONCLUIR  VALUE 'C'.
           88 MAN-LISTAR    VALUE 'L'.
           88 MAN-SAIR      VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
       77 WRK-MAN-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-DATA   PIC 9(08) VALUE ZEROS.
       77 WRK-MAN-QTD    PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-HORAS  PIC 9(04)V9 VALUE ZEROS.
      *FILIAL DA OFICINA E A VALIDACAO NO FILMEST.
       77 WRK-MAN-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-FIL-ACHOU PIC X(01) VALUE 'N'.
           88 FILIAL-ACHADA VALUE 'S'.
       77 WRK-FIM-FIL PIC X(01) VALUE 'N'.
           88 FIM-FILMEST VALUE 'S'.
      *CUSTO DE UM APONTAMENTO.
       77 WRK-CUSTO-UNIT  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CUSTO-APONT PIC 9(08)V99 VALUE ZEROS.
      *OPERADOR DA SESSAO, GRAVADO NO MOVIMENTO DE ESTOQUE.
       77 WRK-OPERADOR PIC X(20) VALUE SPACES.
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
      *RELATORIO MENSAL: PERIODO, CUSTO REAL DA ORDEM E TOTAIS.
       01 WRK-MES-RELATORIO PIC X(06) VALUE SPACES.
       01 WRK-MES-RELATORIO-R REDEFINES WRK-MES-RELATORIO.
           03 WRK-REL-ANO PIC 9(04).
           03 WRK-REL-MES PIC 9(02).
       77 WRK-DATA-INI PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-QT-CONCLUIDAS PIC 9(04) VALUE ZEROS.
       77 WRK-CUSTO-REAL  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DIFERENCA   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DIF-PERC    PIC S9(05)V9 VALUE ZEROS.
       77 WRK-TOT-ORCADO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-MATERIAL PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-MO      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-REAL    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-DIF     PIC S9(10)V99 VALUE ZEROS.
       77 WRK-ORCADO-ED   PIC Z.ZZZ.ZZ9,99.
       77 WRK-MATERIAL-ED PIC Z.ZZZ.ZZ9,99.
       77 WRK-MO-ED       PIC Z.ZZZ.ZZ9,99.
       77 WRK-REAL-ED     PIC Z.ZZZ.ZZ9,99.
       77 WRK-DIF-ED      PIC -Z.ZZZ.ZZ9,99.
       77 WRK-PERC-ED     PIC -ZZZZ9,9.
       77 WRK-HORAS-ED    PIC ZZZ9,9.
      *TABELA MESTRE DE MATERIAIS (PRECO POR M2 QUANDO O ESTOQUE NAO
      *TEM CUSTO MEDIO DO MATERIAL) - VEJA MATTAB.CPY.
           COPY 'MATTAB.CPY'.
      *CAMPOS COMUNS DO SALDO DE ESTOQUE (VEJA ESTOQMOV.cob): A BAIXA
      *DO MATERIAL CONSUMIDO PELA SUB-ROTINA.
           COPY 'ESTCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB116'.
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
           MOVE 'OFICINA' TO WRK-LCK-NOME.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'OPERADOR.. '.
           ACCEPT WRK-OPERADOR.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-OFICINA UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'ORDENS=' WRK-OSV-QT
               ' CONCLUIDAS-MES=' WRK-QT-CONCLUIDAS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
      *A TRAVA SAI ANTES DE DEVOLVER O RETURN-CODE - O CALL DO RUNLOCK
      *ZERARIA A RC 4 DO MES SEM ORDEM CONCLUIDA PARA A REDE NOTURNA.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-OFICINA.
           DISPLAY '-- ORDENS DE SERVICO DA OFICINA (ORDSERV) --'.
           DISPLAY '(P)ENDENTES (O)RCAMENTO: DECIDIR (G) REAGENDAR '
               '(M)ATERIAL (H)ORAS (C)ONCLUIR (L)ISTAR MES (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-PENDENTES
                   PERFORM 0350-LISTAR-PENDENTES
               WHEN MAN-DECIDIR
                   PERFORM 0300-DECIDIR-ORCAMENTO
               WHEN MAN-AGENDAR
                   PERFORM 0400-REAGENDAR-ORDEM
               WHEN MAN-MATERIAL
                   PERFORM 0500-APONTAR-MATERIAL
               WHEN MAN-HORAS
                   PERFORM 0550-APONTAR-HORAS
               WHEN MAN-CONCLUIR
                   PERFORM 0560-CONCLUIR-ORDEM
               WHEN MAN-LISTAR
                   PERFORM 0600-RELATORIO-MENSAL
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *CARGA E REGRAVACAO DO ORDSERV.
       0100-CARREGAR-ORDENS.
           MOVE ZEROS TO WRK-OSV-QT.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ORDSERV.
           IF WRK-STATUS-ORDSERV NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0101-LER-ORDEM UNTIL FIM-ARQ.
           IF WRK-STATUS-ORDSERV NOT = '35'
               CLOSE F-ORDSERV
           END-IF.

       0101-LER-ORDEM.
           READ F-ORDSERV
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-OSV-QT < WRK-OSV-MAX
                       ADD 1 TO WRK-OSV-QT
                       MOVE REG-ORDSERV TO
                           WRK-TAB-OSV-ITEM (WRK-OSV-QT)
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           END-READ.

      *COM O ARQUIVO MAIOR QUE A TABELA, REGRAVAR APAGARIA AS
      *ORDENS ALEM DO TETO - POR ISSO AS OPCOES QUE GRAVAM TESTAM
      *O ESTOURO ANTES DE MEXER EM QUALQUER ARQUIVO.
       0150-GRAVAR-ORDENS.
           OPEN OUTPUT F-ORDSERV.
           PERFORM 0151-GRAVAR-ORDEM
               VARYING WRK-OSV-IDX FROM 1 BY 1
               UNTIL WRK-OSV-IDX > WRK-OSV-QT.
           CLOSE F-ORDSERV.

       0151-GRAVAR-ORDEM.
           MOVE WRK-TAB-OSV-ITEM (WRK-OSV-IDX) TO REG-ORDSERV.
           WRITE REG-ORDSERV.

      *LOCALIZA A ORDEM WRK-MAN-NUMERO NA TABELA.
       0160-LOCALIZAR-ORDEM.
           MOVE 'N' TO WRK-OSV-ACHOU.
           MOVE ZEROS TO WRK-OSV-POS.
           PERFORM 0161-COMPARAR-ORDEM
               VARYING WRK-OSV-IDX FROM 1 BY 1
               UNTIL WRK-OSV-IDX > WRK-OSV-QT OR ORDEM-ACHADA.

       0161-COMPARAR-ORDEM.
           IF WRK-OSV-NUMERO (WRK-OSV-IDX) = WRK-MAN-NUMERO
               MOVE 'S' TO WRK-OSV-ACHOU
               MOVE WRK-OSV-IDX TO WRK-OSV-POS
           END-IF.

      *CARREGA AS ORDENS, PEDE O NUMERO E CONFERE QUE A ORDEM
      *EXISTE E ESTA EM ABERTO (WRK-OSV-POS APONTA PARA ELA).
       0170-PEDIR-ORDEM-ABERTA.
           MOVE 'N' TO WRK-OSV-ABERTA.
           PERFORM 0100-CARREGAR-ORDENS.
           DISPLAY 'NUMERO DA ORDEM DE SERVICO.. '.
           ACCEPT WRK-MAN-NUMERO.
           PERFORM 0160-LOCALIZAR-ORDEM.
           EVALUATE TRUE
               WHEN TABELA-ESTOUROU
                   DISPLAY 'ORDENS ALEM DA TABELA EM MEMORIA, '
                       'OPERACAO RECUSADA - NADA FOI GRAVADO'
                   MOVE 12 TO RETURN-CODE
               WHEN NOT ORDEM-ACHADA
                   DISPLAY 'ORDEM NAO ENCONTRADA, NADA FEITO'
               WHEN WRK-OSV-SITUACAO (WRK-OSV-POS) NOT = 'A'
                   DISPLAY 'ORDEM JA CONCLUIDA, NADA FEITO'
               WHEN OTHER
                   MOVE 'S' TO WRK-OSV-ABERTA
                   DISPLAY 'ORDEM ' WRK-OSV-NUMERO (WRK-OSV-POS)
                       ' MATERIAL ' WRK-OSV-MATERIAL (WRK-OSV-POS)
                       ' AREA ' WRK-OSV-AREA (WRK-OSV-POS)
                       ' AGENDADA PARA '
                       WRK-OSV-DATA-AGENDA (WRK-OSV-POS)
           END-EVALUATE.

      *(O) DECISAO DO CLIENTE SOBRE UM ORCAMENTO PENDENTE. O
      *ORCAMENTO E ACHADO PELA DATA/HORA (VEJA A OPCAO P); NO ACEITE
      *A ORDEM E ABERTA E SO ENTAO O ORCAMAT E REGRAVADO COM A
      *DECISAO E O NUMERO DELA.
       0300-DECIDIR-ORCAMENTO.
           PERFORM 0100-CARREGAR-ORDENS.
           IF TABELA-ESTOUROU
               DISPLAY 'ORDENS ALEM DA TABELA EM MEMORIA, '
                   'OPERACAO RECUSADA - NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'DATA/HORA DO ORCAMENTO (AAAAMMDDHHMMSS).. '
               ACCEPT WRK-ORC-CHAVE
               PERFORM 0310-LOCALIZAR-ORCAMENTO
               IF NOT ORCAMENTO-ACHADO
                   DISPLAY 'ORCAMENTO PENDENTE NAO ENCONTRADO, NADA '
                       'FEITO'
               ELSE
                   DISPLAY 'MATERIAL ' WRK-ORC-MATERIAL
                       ' AREA ' WRK-ORC-AREA
                       ' CUSTO ' WRK-ORC-CUSTO
                   DISPLAY 'DECISAO DO CLIENTE (A=ACEITO R=RECUSADO).. '
                   ACCEPT WRK-DECISAO
                   EVALUATE TRUE
                       WHEN DECISAO-ACEITE
                           PERFORM 0320-ABRIR-ORDEM
                       WHEN DECISAO-RECUSA
                           MOVE ZEROS TO WRK-NUM-OS
                           PERFORM 0340-MARCAR-ORCAMENTO
                           DISPLAY 'ORCAMENTO MARCADO COMO RECUSADO'
                       WHEN OTHER
                           DISPLAY 'DECISAO INVALIDA, NADA FEITO'
                   END-EVALUATE
               END-IF
           END-IF.

       0310-LOCALIZAR-ORCAMENTO.
           MOVE 'N' TO WRK-ORC-ACHOU.
           MOVE 'N' TO WRK-FIM-ORC.
           OPEN INPUT F-ORCAMAT.
           IF WRK-STATUS-ORCAMAT NOT = '00'
               DISPLAY 'ARQUIVO ORCAMAT NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ORC
           END-IF.
           PERFORM 0311-LER-ORCAMENTO UNTIL FIM-ORCAMAT
                                        OR ORCAMENTO-ACHADO.
           IF WRK-STATUS-ORCAMAT NOT = '35'
               CLOSE F-ORCAMAT
           END-IF.

       0311-LER-ORCAMENTO.
           READ F-ORCAMAT
               AT END
                   MOVE 'S' TO WRK-FIM-ORC
               NOT AT END
                   IF ORC-DATA-HORA = WRK-ORC-CHAVE
                       AND ORC-PENDENTE
                       MOVE 'S' TO WRK-ORC-ACHOU
                       MOVE ORC-FORMA    TO WRK-ORC-FORMA
                       MOVE ORC-AREA     TO WRK-ORC-AREA
                       MOVE ORC-MATERIAL TO WRK-ORC-MATERIAL
                       MOVE ORC-CUSTO    TO WRK-ORC-CUSTO
                   END-IF
           END-READ.

      *ACEITE: DATA AGENDADA E FILIAL DA OFICINA, ORDEM NUMERADA NA
      *SERIE OSNUMCTL E GRAVADA EM ABERTO, ORCAMENTO MARCADO.
       0320-ABRIR-ORDEM.
           DISPLAY 'DATA AGENDADA AAAAMMDD (0 = HOJE).. '.
           ACCEPT WRK-MAN-DATA.
           IF WRK-MAN-DATA IS NOT NUMERIC OR WRK-MAN-DATA = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-MAN-DATA
           END-IF.
           DISPLAY 'FILIAL DA OFICINA (0 = MATRIZ).. '.
           ACCEPT WRK-MAN-FILIAL.
           PERFORM 0520-VALIDAR-FILIAL.
           EVALUATE TRUE
               WHEN NOT FILIAL-ACHADA
                   DISPLAY 'FILIAL ' WRK-MAN-FILIAL
                       ' NAO CADASTRADA NO FILMEST, NADA FEITO'
               WHEN WRK-OSV-QT NOT < WRK-OSV-MAX
                   DISPLAY 'TABELA DE ORDENS CHEIA (AUMENTAR '
                       'WRK-OSV-MAX), NADA FEITO'
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0330-OBTER-NUMERO-OS
                   ADD 1 TO WRK-OSV-QT
                   MOVE WRK-OSV-QT TO WRK-OSV-POS
                   MOVE WRK-NUM-OS TO WRK-OSV-NUMERO (WRK-OSV-POS)
                   MOVE WRK-ORC-CHAVE
                       TO WRK-OSV-ORCAMENTO (WRK-OSV-POS)
                   MOVE WRK-ORC-FORMA TO WRK-OSV-FORMA (WRK-OSV-POS)
                   MOVE WRK-ORC-AREA TO WRK-OSV-AREA (WRK-OSV-POS)
                   MOVE WRK-ORC-MATERIAL
                       TO WRK-OSV-MATERIAL (WRK-OSV-POS)
                   MOVE WRK-ORC-CUSTO
                       TO WRK-OSV-CUSTO-ORC (WRK-OSV-POS)
                   MOVE WRK-DATA-HOJE
                       TO WRK-OSV-DATA-ABERT (WRK-OSV-POS)
                   MOVE WRK-MAN-DATA
                       TO WRK-OSV-DATA-AGENDA (WRK-OSV-POS)
                   MOVE WRK-MAN-FILIAL
                       TO WRK-OSV-FILIAL (WRK-OSV-POS)
                   MOVE ZEROS TO WRK-OSV-MAT-QTD (WRK-OSV-POS)
                   MOVE ZEROS TO WRK-OSV-MAT-CUSTO (WRK-OSV-POS)
                   MOVE ZEROS TO WRK-OSV-HORAS (WRK-OSV-POS)
                   MOVE ZEROS TO WRK-OSV-MO-CUSTO (WRK-OSV-POS)
                   MOVE 'A' TO WRK-OSV-SITUACAO (WRK-OSV-POS)
                   MOVE ZEROS TO WRK-OSV-DATA-CONCL (WRK-OSV-POS)
                   PERFORM 0150-GRAVAR-ORDENS
                   PERFORM 0340-MARCAR-ORCAMENTO
                   DISPLAY 'ORDEM DE SERVICO ' WRK-NUM-OS
                       ' ABERTA, AGENDADA PARA ' WRK-MAN-DATA
           END-EVALUATE.

      *LE O PROXIMO NUMERO DE ORDEM DO CONTROLE OSNUMCTL (CRIANDO O
      *CONTROLE COM 1 SE AINDA NAO EXISTIR) E REGRAVA O CONTROLE JA
      *COM O NUMERO SEGUINTE - MESMO DESENHO DO NUMCTL.
       0330-OBTER-NUMERO-OS.
           MOVE ZEROS TO WRK-NUM-OS.
           OPEN INPUT F-OSNUMCTL.
           IF WRK-STATUS-OSNUMCTL = '00'
               READ F-OSNUMCTL
                   AT END
                       MOVE 1 TO WRK-NUM-OS
                   NOT AT END
                       MOVE OSC-PROXIMO TO WRK-NUM-OS
               END-READ
               CLOSE F-OSNUMCTL
           ELSE
               MOVE 1 TO WRK-NUM-OS
           END-IF.
           OPEN OUTPUT F-OSNUMCTL.
           COMPUTE OSC-PROXIMO = WRK-NUM-OS + 1.
           WRITE REG-OSNUMCTL.
           CLOSE F-OSNUMCTL.

      *REGRAVA O ORCAMAT COM A DECISAO (WRK-DECISAO) E O NUMERO DA
      *ORDEM (WRK-NUM-OS) NO PRIMEIRO ORCAMENTO PENDENTE COM A
      *DATA/HORA PROCURADA, PELO ARQUIVO DE TRABALHO ORCAMATN.
       0340-MARCAR-ORCAMENTO.
           MOVE 'N' TO WRK-ORC-MARCADO.
           MOVE 'N' TO WRK-FIM-ORC.
           OPEN INPUT F-ORCAMAT.
           OPEN OUTPUT F-ORCAMATN.
           PERFORM 0341-COPIAR-ORCAMENTO UNTIL FIM-ORCAMAT.
           CLOSE F-ORCAMAT.
           CLOSE F-ORCAMATN.
           MOVE 'N' TO WRK-FIM-ORC.
           OPEN INPUT F-ORCAMATN.
           OPEN OUTPUT F-ORCAMAT.
           PERFORM 0342-COPIAR-DE-VOLTA UNTIL FIM-ORCAMAT.
           CLOSE F-ORCAMATN.
           CLOSE F-ORCAMAT.

       0341-COPIAR-ORCAMENTO.
           READ F-ORCAMAT
               AT END
                   MOVE 'S' TO WRK-FIM-ORC
               NOT AT END
                   IF ORC-DATA-HORA = WRK-ORC-CHAVE
                       AND ORC-PENDENTE
                       AND NOT ORCAMENTO-MARCADO
                       MOVE 'S' TO WRK-ORC-MARCADO
                       MOVE WRK-DECISAO   TO ORC-SITUACAO
                       MOVE WRK-DATA-HOJE TO ORC-DATA-DECISAO
                       MOVE WRK-NUM-OS    TO ORC-OS
                   END-IF
                   MOVE REG-ORCAMAT TO REG-ORCAMATN
                   WRITE REG-ORCAMATN
           END-READ.

       0342-COPIAR-DE-VOLTA.
           READ F-ORCAMATN
               AT END
                   MOVE 'S' TO WRK-FIM-ORC
               NOT AT END
                   MOVE REG-ORCAMATN TO REG-ORCAMAT
                   WRITE REG-ORCAMAT
           END-READ.

      *(P) ORCAMENTOS AINDA SEM DECISAO DO CLIENTE, NA TELA.
       0350-LISTAR-PENDENTES.
           MOVE ZEROS TO WRK-QT-PENDENTES.
           MOVE 'N' TO WRK-FIM-ORC.
           OPEN INPUT F-ORCAMAT.
           IF WRK-STATUS-ORCAMAT NOT = '00'
               DISPLAY 'ARQUIVO ORCAMAT NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ORC
           END-IF.
           PERFORM 0351-LISTAR-ORCAMENTO UNTIL FIM-ORCAMAT.
           IF WRK-STATUS-ORCAMAT NOT = '35'
               CLOSE F-ORCAMAT
           END-IF.
           DISPLAY WRK-QT-PENDENTES ' ORCAMENTO(S) PENDENTE(S)'.

       0351-LISTAR-ORCAMENTO.
           READ F-ORCAMAT
               AT END
                   MOVE 'S' TO WRK-FIM-ORC
               NOT AT END
                   IF ORC-PENDENTE
                       ADD 1 TO WRK-QT-PENDENTES
                       DISPLAY ORC-DATA-HORA ' FORMA ' ORC-FORMA
                           ' MATERIAL ' ORC-MATERIAL
                           ' AREA ' ORC-AREA ' CUSTO ' ORC-CUSTO
                   END-IF
           END-READ.

      *(G) NOVA DATA AGENDADA PARA UMA ORDEM EM ABERTO.
       0400-REAGENDAR-ORDEM.
           PERFORM 0170-PEDIR-ORDEM-ABERTA.
           IF ORDEM-EM-ABERTO
               DISPLAY 'NOVA DATA AGENDADA AAAAMMDD.. '
               ACCEPT WRK-MAN-DATA
               IF WRK-MAN-DATA IS NOT NUMERIC
                   OR WRK-MAN-DATA = ZEROS
                   DISPLAY 'DATA INVALIDA, NADA FEITO'
               ELSE
                   MOVE WRK-MAN-DATA
                       TO WRK-OSV-DATA-AGENDA (WRK-OSV-POS)
                   PERFORM 0150-GRAVAR-ORDENS
                   DISPLAY 'ORDEM REAGENDADA PARA ' WRK-MAN-DATA
               END-IF
           END-IF.

      *(M) MATERIAL CONSUMIDO: BAIXA NO ESTOQUE DA FILIAL DA ORDEM E
      *CUSTO REAL PELO CUSTO MEDIO QUE A ESTOQMOV DEVOLVE.
       0500-APONTAR-MATERIAL.
           PERFORM 0170-PEDIR-ORDEM-ABERTA.
           IF ORDEM-EM-ABERTO
               DISPLAY 'M2 DE ' WRK-OSV-MATERIAL (WRK-OSV-POS)
                   ' CONSUMIDOS (INTEIROS).. '
               ACCEPT WRK-MAN-QTD
               IF WRK-MAN-QTD IS NOT NUMERIC OR WRK-MAN-QTD = ZEROS
                   DISPLAY 'QUANTIDADE ZERADA, NADA FEITO'
               ELSE
                   PERFORM 0510-BAIXAR-MATERIAL
               END-IF
           END-IF.

       0510-BAIXAR-MATERIAL.
           MOVE WRK-OSV-MATERIAL (WRK-OSV-POS) TO WRK-EST-PRODUTO.
           MOVE WRK-AUD-PROGRAMA TO WRK-EST-ORIGEM.
           MOVE SPACES TO WRK-EST-REF.
           STRING 'OS' WRK-OSV-NUMERO (WRK-OSV-POS)
               DELIMITED BY SIZE INTO WRK-EST-REF.
           MOVE WRK-OPERADOR TO WRK-EST-OPERADOR.
           MOVE 'B' TO WRK-EST-ACAO.
           MOVE WRK-MAN-QTD TO WRK-EST-QTD.
           MOVE ZEROS TO WRK-EST-CUSTO.
           MOVE WRK-OSV-FILIAL (WRK-OSV-POS) TO WRK-EST-FILIAL.
           CALL 'ESTOQMOV' USING WRK-EST-PRODUTO WRK-EST-ACAO
               WRK-EST-QTD WRK-EST-SALDO WRK-EST-RESULT WRK-EST-ORIGEM
               WRK-EST-REF WRK-EST-OPERADOR WRK-EST-CUSTO
               WRK-EST-FILIAL.
           IF EST-CONTROLADO
               DISPLAY 'BAIXA NO ESTOQUE FEITA, SALDO ATUAL '
                   WRK-EST-SALDO
               MOVE WRK-EST-CUSTO TO WRK-CUSTO-UNIT
           ELSE
               DISPLAY 'MATERIAL SEM LINHA NO ESTOQUE - BAIXA NAO '
                   'APLICADA (CADASTRE O ITEM NO PROGCOB54)'
               MOVE ZEROS TO WRK-CUSTO-UNIT
           END-IF.
           IF WRK-CUSTO-UNIT = ZEROS
               PERFORM 0515-PRECO-DO-MATTAB
           END-IF.
           COMPUTE WRK-CUSTO-APONT ROUNDED =
               WRK-MAN-QTD * WRK-CUSTO-UNIT.
           ADD WRK-MAN-QTD TO WRK-OSV-MAT-QTD (WRK-OSV-POS).
           ADD WRK-CUSTO-APONT TO WRK-OSV-MAT-CUSTO (WRK-OSV-POS).
           PERFORM 0150-GRAVAR-ORDENS.
           DISPLAY 'MATERIAL APONTADO: ' WRK-MAN-QTD ' M2 A '
               WRK-CUSTO-UNIT ' = ' WRK-CUSTO-APONT.

       0515-PRECO-DO-MATTAB.
           SEARCH ALL TAB-MAT-ITEM
               AT END
                   DISPLAY 'MATERIAL ' WRK-OSV-MATERIAL (WRK-OSV-POS)
                       ' SEM PRECO NO MATTAB, CUSTO ZERO'
               WHEN TAB-MAT-COD (TAB-MAT-IDX) =
                   WRK-OSV-MATERIAL (WRK-OSV-POS)
                   MOVE TAB-MAT-PRECO (TAB-MAT-IDX) TO WRK-CUSTO-UNIT
           END-SEARCH.

      *FILIAL DA OFICINA: ZERO = MATRIZ (01); OUTRO CODIGO TEM QUE
      *EXISTIR NO FILMEST (MESMA REGRA DO RECEBIMENTO DO PROGCOB93).
       0520-VALIDAR-FILIAL.
           IF WRK-MAN-FILIAL IS NOT NUMERIC OR WRK-MAN-FILIAL = ZEROS
               MOVE 01 TO WRK-MAN-FILIAL
               MOVE 'S' TO WRK-FIL-ACHOU
           ELSE
               MOVE 'N' TO WRK-FIL-ACHOU
               MOVE 'N' TO WRK-FIM-FIL
               OPEN INPUT F-FILMEST
               IF WRK-STATUS-FILMEST NOT = '00'
                   DISPLAY 'CADASTRO DE FILIAIS (FILMEST) NAO '
                       'ENCONTRADO'
                   MOVE 'S' TO WRK-FIM-FIL
               END-IF
               PERFORM 0521-LER-FILMEST UNTIL FIM-FILMEST
                                           OR FILIAL-ACHADA
               IF WRK-STATUS-FILMEST NOT = '35'
                   CLOSE F-FILMEST
               END-IF
           END-IF.

       0521-LER-FILMEST.
           READ F-FILMEST
               AT END
                   MOVE 'S' TO WRK-FIM-FIL
               NOT AT END
                   IF FIL-CODIGO = WRK-MAN-FILIAL
                       MOVE 'S' TO WRK-FIL-ACHOU
                   END-IF
           END-READ.

      *(H) HORAS DE MAO DE OBRA, AO VALOR DA HORA DA OFICINA.
       0550-APONTAR-HORAS.
           PERFORM 0170-PEDIR-ORDEM-ABERTA.
           IF ORDEM-EM-ABERTO
               DISPLAY 'HORAS TRABALHADAS (EX: 2,5).. '
               ACCEPT WRK-MAN-HORAS
               IF WRK-MAN-HORAS IS NOT NUMERIC
                   OR WRK-MAN-HORAS = ZEROS
                   DISPLAY 'HORAS ZERADAS, NADA FEITO'
               ELSE
                   COMPUTE WRK-CUSTO-APONT ROUNDED =
                       WRK-MAN-HORAS * WRK-VALOR-HORA
                   ADD WRK-MAN-HORAS TO WRK-OSV-HORAS (WRK-OSV-POS)
                   ADD WRK-CUSTO-APONT
                       TO WRK-OSV-MO-CUSTO (WRK-OSV-POS)
                   PERFORM 0150-GRAVAR-ORDENS
                   DISPLAY 'MAO DE OBRA APONTADA: ' WRK-MAN-HORAS
                       ' H = ' WRK-CUSTO-APONT
               END-IF
           END-IF.

      *(C) CONCLUSAO DA ORDEM, COM A DATA DE HOJE.
       0560-CONCLUIR-ORDEM.
           PERFORM 0170-PEDIR-ORDEM-ABERTA.
           IF ORDEM-EM-ABERTO
               IF WRK-OSV-MAT-QTD (WRK-OSV-POS) = ZEROS
                   DISPLAY 'ATENCAO: ORDEM SEM MATERIAL APONTADO'
               END-IF
               MOVE 'C' TO WRK-OSV-SITUACAO (WRK-OSV-POS)
               MOVE WRK-DATA-HOJE TO WRK-OSV-DATA-CONCL (WRK-OSV-POS)
               PERFORM 0150-GRAVAR-ORDENS
               DISPLAY 'ORDEM ' WRK-OSV-NUMERO (WRK-OSV-POS)
                   ' CONCLUIDA EM ' WRK-DATA-HOJE
           END-IF.

      *(L) RELATORIO MENSAL: CADA ORDEM CONCLUIDA NO MES COM O CUSTO
      *ORCADO, O REAL (MATERIAL + MAO DE OBRA) E A DIFERENCA (REAL
      *MENOS ORCADO, EM VALOR E EM PERCENTUAL DO ORCADO). NA LINHA:
      *ORC = ORCADO, MAT = MATERIAL REAL, MO = MAO DE OBRA.
       0600-RELATORIO-MENSAL.
           PERFORM 0100-CARREGAR-ORDENS.
           MOVE ZEROS TO WRK-QT-CONCLUIDAS.
           MOVE ZEROS TO WRK-TOT-ORCADO.
           MOVE ZEROS TO WRK-TOT-MATERIAL.
           MOVE ZEROS TO WRK-TOT-MO.
           MOVE ZEROS TO WRK-TOT-REAL.
           MOVE ZEROS TO WRK-TOT-DIF.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           DISPLAY 'MES DO RELATORIO AAAAMM (BRANCO = MES '
               'ANTERIOR).. '.
           ACCEPT WRK-MES-RELATORIO.
           PERFORM 0605-DEFINIR-PERIODO.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'ORDENS DE SERVICO CONCLUIDAS NO MES '
               WRK-MES-RELATORIO ' - CUSTO ORCADO X REAL'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0610-RELATAR-ORDEM
               VARYING WRK-OSV-IDX FROM 1 BY 1
               UNTIL WRK-OSV-IDX > WRK-OSV-QT.
           IF WRK-QT-CONCLUIDAS = 0
               MOVE 'NENHUMA ORDEM CONCLUIDA NO MES'
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 0620-IMPRIMIR-TOTAIS
           END-IF.
           IF TABELA-ESTOUROU
               MOVE 'TABELA DE ORDENS CHEIA, RELATORIO INCOMPLETO - '
                   TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 'AUMENTAR WRK-OSV-MAX' TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               DISPLAY 'TABELA DE ORDENS CHEIA, RELATORIO INCOMPLETO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'ORDENS CONCLUIDAS NO MES ' WRK-MES-RELATORIO
               ': ' WRK-QT-CONCLUIDAS ' (RELATORIO EM PROGCOB116RPT)'.

       0605-DEFINIR-PERIODO.
           IF WRK-MES-RELATORIO IS NOT NUMERIC
               OR WRK-MES-RELATORIO = '000000'
               OR WRK-REL-MES < 01 OR WRK-REL-MES > 12
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

       0610-RELATAR-ORDEM.
           IF WRK-OSV-SITUACAO (WRK-OSV-IDX) = 'C'
               AND WRK-OSV-DATA-CONCL (WRK-OSV-IDX) >= WRK-DATA-INI
               AND WRK-OSV-DATA-CONCL (WRK-OSV-IDX) <= WRK-DATA-FIM
               ADD 1 TO WRK-QT-CONCLUIDAS
               COMPUTE WRK-CUSTO-REAL =
                   WRK-OSV-MAT-CUSTO (WRK-OSV-IDX)
                   + WRK-OSV-MO-CUSTO (WRK-OSV-IDX)
               COMPUTE WRK-DIFERENCA = WRK-CUSTO-REAL
                   - WRK-OSV-CUSTO-ORC (WRK-OSV-IDX)
               IF WRK-OSV-CUSTO-ORC (WRK-OSV-IDX) > ZEROS
                   COMPUTE WRK-DIF-PERC ROUNDED = WRK-DIFERENCA * 100
                       / WRK-OSV-CUSTO-ORC (WRK-OSV-IDX)
                       ON SIZE ERROR
                           MOVE 9999,9 TO WRK-DIF-PERC
                   END-COMPUTE
               ELSE
                   MOVE ZEROS TO WRK-DIF-PERC
               END-IF
               ADD WRK-OSV-CUSTO-ORC (WRK-OSV-IDX) TO WRK-TOT-ORCADO
               ADD WRK-OSV-MAT-CUSTO (WRK-OSV-IDX) TO WRK-TOT-MATERIAL
               ADD WRK-OSV-MO-CUSTO (WRK-OSV-IDX) TO WRK-TOT-MO
               ADD WRK-CUSTO-REAL TO WRK-TOT-REAL
               ADD WRK-DIFERENCA TO WRK-TOT-DIF
               MOVE WRK-OSV-CUSTO-ORC (WRK-OSV-IDX) TO WRK-ORCADO-ED
               MOVE WRK-OSV-MAT-CUSTO (WRK-OSV-IDX) TO WRK-MATERIAL-ED
               MOVE WRK-OSV-MO-CUSTO (WRK-OSV-IDX) TO WRK-MO-ED
               MOVE WRK-OSV-HORAS (WRK-OSV-IDX) TO WRK-HORAS-ED
               MOVE WRK-CUSTO-REAL TO WRK-REAL-ED
               MOVE WRK-DIFERENCA TO WRK-DIF-ED
               MOVE WRK-DIF-PERC TO WRK-PERC-ED
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'OS=' WRK-OSV-NUMERO (WRK-OSV-IDX)
                   '/' WRK-OSV-MATERIAL (WRK-OSV-IDX)
                   ' M2=' WRK-OSV-MAT-QTD (WRK-OSV-IDX)
                   ' H=' WRK-HORAS-ED
                   ' ORC=' WRK-ORCADO-ED
                   ' MAT=' WRK-MATERIAL-ED
                   ' MO=' WRK-MO-ED
                   ' REAL=' WRK-REAL-ED
                   ' DIF=' WRK-DIF-ED
                   ' (' WRK-PERC-ED '%)'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

       0620-IMPRIMIR-TOTAIS.
           MOVE WRK-TOT-ORCADO TO WRK-ORCADO-ED.
           MOVE WRK-TOT-MATERIAL TO WRK-MATERIAL-ED.
           MOVE WRK-TOT-MO TO WRK-MO-ED.
           MOVE WRK-TOT-REAL TO WRK-REAL-ED.
           MOVE WRK-TOT-DIF TO WRK-DIF-ED.
           IF WRK-TOT-ORCADO > ZEROS
               COMPUTE WRK-DIF-PERC ROUNDED = WRK-TOT-DIF * 100
                   / WRK-TOT-ORCADO
                   ON SIZE ERROR
                       MOVE 9999,9 TO WRK-DIF-PERC
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WRK-DIF-PERC
           END-IF.
           MOVE WRK-DIF-PERC TO WRK-PERC-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TOTAL ' WRK-QT-CONCLUIDAS ' ORDEM(NS):'
               ' ORC=' WRK-ORCADO-ED
               ' MAT=' WRK-MATERIAL-ED
               ' MO=' WRK-MO-ED
               ' REAL=' WRK-REAL-ED
               ' DIF=' WRK-DIF-ED
               ' (' WRK-PERC-ED '%)'
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
