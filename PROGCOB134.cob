       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB134.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : AUDITORIA DE INTEGRIDADE ENTRE ARQUIVOS DA REDE
      *NOTURNA. O PROGCOB36 CONFERE CADA MESTRE SOZINHO, MAS NADA
      *CONFERIA QUE OS ARQUIVOS CONCORDAM ENTRE SI. ESTE STEP LISTA
      *NO PROGCOB134RPT CADA REGISTRO ORFAO, POR RELACAO (ARQUIVO E
      *CHAVE QUE APONTA PARA OUTRO ARQUIVO):
      *  R01 PEDMESTRE PMS-CLICOD   -> CLIMEST (CLIENTE DO PEDIDO);
      *  R02 PEDMESTRE PMS-TRANSP   -> TRANSPMEST (TRANSPORTADORA);
      *  R03 ESTOQUE   EST-CODIGO   -> PRODMEST (PRODUTO DO SALDO);
      *  R04 MATRICTL  MATRICULA    -> CADALUNO (INSCRICAO);
      *  R05 FREQUENCIA MATRICULA   -> CADALUNO (FREQUENCIA);
      *  R06 OCORRENCIAS OCO-NUMERO -> PEDMESTRE (PEDIDO DA OCORRENCIA);
      *  R07 EMBARQUES EMB-NUMERO   -> PEDMESTRE (PEDIDO EMBARCADO);
      *  R08 FATCLI    FCL-NUMERO   -> PEDMESTRE (NENHUM PEDIDO COM
      *      PMS-FATURA DA FATURA - PEDIDOS JA ARQUIVADOS NO PEDHIST).
      *CHAVE ZERADA OU EM BRANCO NAO APONTA PARA NADA E NAO E ORFAO
      *(PEDIDO ANTIGO SEM CODIGO DE CLIENTE, PEDIDO SEM TRANSPORTADORA).
      *A FOTO DOS ORFAOS DE CADA NOITE FICA NO INTEGSNAP (RELACAO,
      *CHAVE E DATA EM QUE APARECEU PELA PRIMEIRA VEZ): ORFAO QUE NAO
      *ESTAVA NA FOTO DA NOITE ANTERIOR SAI MARCADO NOVO E LEVANTA O
      *ALERTA PROGCOB134-001 NA FILA DO OPERADOR (A MENSAGEM TEM DE
      *ESTAR NO MSGCAT COM SEVERIDADE E). SEM FOTO (PRIMEIRA RODADA)
      *A NOITE SO GRAVA A FOTO INICIAL, SEM ALERTA. RELACAO QUE NAO
      *PODE SER CONFERIDA (MESTRE DE DESTINO AUSENTE OU TABELA CHEIA)
      *SAI AVISADA E CONSERVA OS ORFAOS DA FOTO ANTERIOR, PARA NAO
      *VOLTAREM COMO NOVOS NA NOITE SEGUINTE.
      *RC 4 COM ORFAO NOVO OU RELACAO NAO CONFERIDA.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MESTRE DE PEDIDOS, INDEXADO PELO NUMERO (VEJA PMSREC.CPY):
      *LIDO EM SEQUENCIA (R01, R02, R08) E PELA CHAVE (R06, R07).
           SELECT F-PEDMESTRE ASSIGN TO 'PEDMESTRE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMS-NUMERO
               FILE STATUS IS WRK-STATUS-PEDMESTRE.
      *CADASTRO DE CLIENTES, INDEXADO PELO CODIGO (VEJA CLIREC.CPY).
           SELECT F-CLIMEST ASSIGN TO 'CLIMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-STATUS-CLIMEST.
      *CADASTRO DE TRANSPORTADORAS.
           SELECT F-TRANSPMEST ASSIGN TO 'TRANSPMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSPMEST.
      *SALDOS DE ESTOQUE POR PRODUTO E FILIAL (VEJA ESTREC.CPY).
           SELECT F-ESTOQUE ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-STATUS-ESTOQUE.
      *CADASTRO MESTRE DE PRODUTOS (VEJA PRDREC.CPY).
           SELECT F-PRODMEST ASSIGN TO 'PRODMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-STATUS-PRODMEST.
      *INSCRICOES POR DISCIPLINA (PROGCOB72).
           SELECT F-MATRICTL ASSIGN TO 'MATRICTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MATRICTL.
      *FREQUENCIA POR MATRICULA E TERMO (PROGCOB23/PROGCOB128).
           SELECT F-FREQUENCIA ASSIGN TO 'FREQUENCIA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FREQ.
      *CADASTRO MESTRE DE ALUNOS, INDEXADO PELA MATRICULA (VEJA
      *CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *OCORRENCIAS DE ENTREGA (PROGCOB52).
           SELECT F-OCORRENCIAS ASSIGN TO 'OCORRENCIAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OCORRENCIAS.
      *EMBARQUES PARCIAIS DOS PEDIDOS (PROGCOB42).
           SELECT F-EMBARQUES ASSIGN TO 'EMBARQUES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMBARQUES.
      *FATURAS DE CLIENTE (VEJA FCLREC.CPY).
           SELECT F-FATCLI ASSIGN TO 'FATCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FATCLI.
      *FOTO DOS ORFAOS DA ULTIMA RODADA (REGRAVADA INTEIRA A CADA
      *NOITE).
           SELECT F-INTEGSNAP ASSIGN TO 'INTEGSNAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-INTEGSNAP.
      *RELATORIO DA AUDITORIA, COM CABECALHO E QUEBRA DE PAGINA
      *PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB134RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PEDMESTRE.
           COPY 'PMSREC.CPY'.

       FD  F-CLIMEST.
           COPY 'CLIREC.CPY'.

       FD  F-TRANSPMEST.
       01  REG-TRANSPMEST.
           03 TRP-CODIGO   PIC X(03).
           03 TRP-NOME     PIC X(20).
           03 TRP-FATOR    PIC 9(01)V99.
           03 TRP-SLA-ADIC PIC 9(02).

       FD  F-ESTOQUE.
           COPY 'ESTREC.CPY'.

       FD  F-PRODMEST.
           COPY 'PRDREC.CPY'.

       FD  F-MATRICTL.
       01  REG-MATRICTL.
           03 MTC-MATRICULA PIC X(10).
           03 MTC-TERMO     PIC X(06).
           03 MTC-DISC      PIC X(04).

       FD  F-FREQUENCIA.
       01  REG-FREQUENCIA.
           03 FRQ-MATRICULA PIC X(10).
           03 FRQ-TERMO     PIC X(06).
           03 FRQ-AULAS     PIC 9(03).
           03 FRQ-FALTAS    PIC 9(03).

       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-OCORRENCIAS.
       01  REG-OCORRENCIA.
           03 OCO-NUMERO      PIC 9(08).
           03 OCO-SEQ         PIC 9(02).
           03 OCO-TIPO        PIC X(02).
           03 OCO-DATA        PIC 9(08).
           03 OCO-DESCRICAO   PIC X(30).
           03 OCO-VALOR       PIC 9(06)V99.
           03 OCO-SITUACAO    PIC X(01).
           03 OCO-VALOR-RECUP PIC 9(06)V99.
           03 OCO-VALOR-ACEITO PIC 9(06)V99.
           03 OCO-REF-PAGTO    PIC X(10).

       FD  F-EMBARQUES.
       01  REG-EMBARQUE.
           03 EMB-NUMERO   PIC 9(08).
           03 EMB-SEQ      PIC 9(02).
           03 EMB-DATA     PIC 9(08).
           03 EMB-ITENS    PIC X(20).
           03 EMB-PESO     PIC 9(06)V99.
           03 EMB-SITUACAO PIC X(01).

       FD  F-FATCLI.
           COPY 'FCLREC.CPY'.

       FD  F-INTEGSNAP.
       01  REG-INTEGSNAP.
           03 ISN-RELACAO PIC X(03).
           03 ISN-CHAVE   PIC X(30).
           03 ISN-DESDE   PIC 9(08).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDMESTRE   PIC X(02) VALUE '00'.
       77 WRK-STATUS-CLIMEST     PIC X(02) VALUE '00'.
       77 WRK-STATUS-TRANSPMEST  PIC X(02) VALUE '00'.
       77 WRK-STATUS-ESTOQUE     PIC X(02) VALUE '00'.
       77 WRK-STATUS-PRODMEST    PIC X(02) VALUE '00'.
       77 WRK-STATUS-MATRICTL    PIC X(02) VALUE '00'.
       77 WRK-STATUS-FREQ        PIC X(02) VALUE '00'.
       77 WRK-STATUS-CADALUNO    PIC X(02) VALUE '00'.
       77 WRK-STATUS-OCORRENCIAS PIC X(02) VALUE '00'.
       77 WRK-STATUS-EMBARQUES   PIC X(02) VALUE '00'.
       77 WRK-STATUS-FATCLI      PIC X(02) VALUE '00'.
       77 WRK-STATUS-INTEGSNAP   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *FOTO DA NOITE ANTERIOR EM MEMORIA. FOTO MAIOR QUE A TABELA:
      *O EXCEDENTE SAIRIA COMO NOVO - A RODADA AVISA.
       77 WRK-FOTO-EXISTE PIC X(01) VALUE 'N'.
           88 TEM-FOTO VALUE 'S'.
       77 WRK-ANT-MAX PIC 9(04) VALUE 5000.
       77 WRK-ANT-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-ANTERIOR.
           03 WRK-TAB-ANT-ITEM OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-ANT-QT.
               05 WRK-ANT-RELACAO PIC X(03).
               05 WRK-ANT-CHAVE   PIC X(30).
               05 WRK-ANT-DESDE   PIC 9(08).
       77 WRK-ANT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-ANT-POS PIC 9(04) VALUE ZEROS.
       77 WRK-ANT-ACHOU PIC X(01) VALUE 'N'.
           88 ORFAO-NA-FOTO VALUE 'S'.
       77 WRK-ANT-ESTOUROU PIC X(01) VALUE 'N'.
           88 FOTO-ESTOUROU VALUE 'S'.
      *TRANSPORTADORAS CADASTRADAS (R02).
       77 WRK-TRP-MAX PIC 9(03) VALUE 200.
       77 WRK-TRP-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-TRANSP.
           03 WRK-TAB-TRP-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TRP-QT.
               05 WRK-TRP-CODIGO PIC X(03).
       77 WRK-TRP-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TRP-ACHOU PIC X(01) VALUE 'N'.
           88 TRANSP-CADASTRADA VALUE 'S'.
      *FATURAS APONTADAS POR ALGUM PEDIDO DO PEDMESTRE (R08).
       77 WRK-FAT-MAX PIC 9(04) VALUE 5000.
       77 WRK-FAT-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-FATURAS.
           03 WRK-TAB-FAT-ITEM OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-FAT-QT.
               05 WRK-FAT-NUMERO PIC 9(06).
       77 WRK-FAT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-FAT-ACHOU PIC X(01) VALUE 'N'.
           88 FATURA-COM-PEDIDO VALUE 'S'.
      *RELACAO CORRENTE E O ORFAO A REGISTRAR.
       77 WRK-REL-CODIGO PIC X(03) VALUE SPACES.
       77 WRK-REL-DESCRICAO PIC X(40) VALUE SPACES.
       77 WRK-REL-CONFERIDA PIC X(01) VALUE 'S'.
           88 RELACAO-CONFERIDA VALUE 'S'.
       77 WRK-REL-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-REL-QT-LIDOS   PIC 9(06) VALUE ZEROS.
       77 WRK-REL-QT-ORFAOS  PIC 9(06) VALUE ZEROS.
       77 WRK-REL-QT-NOVOS   PIC 9(06) VALUE ZEROS.
       77 WRK-ORF-CHAVE PIC X(30) VALUE SPACES.
       77 WRK-ORF-FALTA PIC X(30) VALUE SPACES.
       77 WRK-ORF-DESDE PIC 9(08) VALUE ZEROS.
       77 WRK-ORF-MARCA PIC X(16) VALUE SPACES.
      *TOTAIS DA NOITE.
       77 WRK-QT-ORFAOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-NOVOS       PIC 9(06) VALUE ZEROS.
       77 WRK-QT-NAO-CONFERIDAS PIC 9(02) VALUE ZEROS.
      *CAMPOS DA CHAMADA DE MENSAGEM DE OPERADOR (VEJA DISPMSG.cob).
           COPY 'MSGCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB134'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
      *ESTE PROGRAMA PODE SER CHAMADO VARIAS VEZES PELO MENU SEM
      *CANCEL, ENTAO A PAGINACAO E OS TOTAIS VOLTAM AO ESTADO
      *INICIAL A CADA CHAMADA.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           MOVE ZEROS TO WRK-QT-ORFAOS.
           MOVE ZEROS TO WRK-QT-NOVOS.
           MOVE ZEROS TO WRK-QT-NAO-CONFERIDAS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-FOTO.
           OPEN OUTPUT F-INTEGSNAP.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           IF NOT TEM-FOTO
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'PRIMEIRA RODADA (SEM INTEGSNAP): GRAVANDO A '
                   'FOTO INICIAL DOS ORFAOS, SEM ALERTA'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.
           IF FOTO-ESTOUROU
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'ATENCAO: INTEGSNAP MAIOR QUE A TABELA EM '
                   'MEMORIA - ORFAOS ANTIGOS ALEM DELA SAEM COMO NOVOS'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.
           PERFORM 1100-PEDIDO-CLIENTE.
           PERFORM 1200-PEDIDO-TRANSPORTADORA.
           PERFORM 1300-ESTOQUE-PRODUTO.
           PERFORM 1400-MATRICTL-ALUNO.
           PERFORM 1500-FREQUENCIA-ALUNO.
           PERFORM 1600-OCORRENCIA-PEDIDO.
           PERFORM 1700-EMBARQUE-PEDIDO.
           PERFORM 1800-FATURA-PEDIDO.
           CLOSE F-INTEGSNAP.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TOTAL DA NOITE: ' WRK-QT-ORFAOS ' ORFAO(S), '
               WRK-QT-NOVOS ' NOVO(S) DESDE A RODADA ANTERIOR, '
               WRK-QT-NAO-CONFERIDAS ' RELACAO(OES) NAO CONFERIDA(S)'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'INTEGRIDADE ENTRE ARQUIVOS: ' WRK-QT-ORFAOS
               ' ORFAO(S), ' WRK-QT-NOVOS ' NOVO(S) (VEJA '
               'PROGCOB134RPT)'.
           IF WRK-QT-NOVOS > 0
               PERFORM 0700-LEVANTAR-ALERTA
           END-IF.
           IF WRK-QT-NOVOS > 0 OR WRK-QT-NAO-CONFERIDAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'ORFAOS=' WRK-QT-ORFAOS
               ' NOVOS=' WRK-QT-NOVOS
               ' NAO-CONFERIDAS=' WRK-QT-NAO-CONFERIDAS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *FOTO DOS ORFAOS DA RODADA ANTERIOR PARA A TABELA.
       0100-CARREGAR-FOTO.
           MOVE ZEROS TO WRK-ANT-QT.
           MOVE 'N' TO WRK-ANT-ESTOUROU.
           MOVE 'N' TO WRK-FOTO-EXISTE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-INTEGSNAP.
           IF WRK-STATUS-INTEGSNAP NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               MOVE 'S' TO WRK-FOTO-EXISTE
           END-IF.
           PERFORM 0110-LER-FOTO UNTIL FIM-ARQ.
           IF WRK-STATUS-INTEGSNAP NOT = '35'
               CLOSE F-INTEGSNAP
           END-IF.

       0110-LER-FOTO.
           READ F-INTEGSNAP
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-ANT-QT < WRK-ANT-MAX
                       ADD 1 TO WRK-ANT-QT
                       MOVE ISN-RELACAO TO WRK-ANT-RELACAO (WRK-ANT-QT)
                       MOVE ISN-CHAVE TO WRK-ANT-CHAVE (WRK-ANT-QT)
                       MOVE ISN-DESDE TO WRK-ANT-DESDE (WRK-ANT-QT)
                   ELSE
                       MOVE 'S' TO WRK-ANT-ESTOUROU
                   END-IF
           END-READ.

      *R01 - CLIENTE DO PEDIDO (PMS-CLICOD) NO CLIMEST.
       1100-PEDIDO-CLIENTE.
           MOVE 'R01' TO WRK-REL-CODIGO.
           MOVE 'PEDMESTRE PMS-CLICOD -> CLIMEST' TO WRK-REL-DESCRICAO.
           PERFORM 0200-INICIAR-RELACAO.
           OPEN INPUT F-CLIMEST.
           IF WRK-STATUS-CLIMEST NOT = '00'
               MOVE 'CLIMEST NAO ENCONTRADO' TO WRK-REL-MOTIVO
               MOVE 'N' TO WRK-REL-CONFERIDA
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-PEDMESTRE
               IF WRK-STATUS-PEDMESTRE NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 1110-LER-PEDIDO UNTIL FIM-ARQ
               IF WRK-STATUS-PEDMESTRE NOT = '35'
                   CLOSE F-PEDMESTRE
               END-IF
               CLOSE F-CLIMEST
           END-IF.
           PERFORM 0300-ENCERRAR-RELACAO.

       1110-LER-PEDIDO.
           READ F-PEDMESTRE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-REL-QT-LIDOS
                   IF PMS-CLICOD IS NUMERIC
                       AND PMS-CLICOD NOT = ZEROS
                       PERFORM 1120-CONFERIR-CLIENTE
                   END-IF
           END-READ.

       1120-CONFERIR-CLIENTE.
           MOVE PMS-CLICOD TO CLI-CODIGO.
           READ F-CLIMEST
               INVALID KEY
                   MOVE SPACES TO WRK-ORF-CHAVE
                   MOVE SPACES TO WRK-ORF-FALTA
                   STRING 'PEDIDO ' PMS-NUMERO
                       DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                   STRING 'CLIENTE ' PMS-CLICOD
                       DELIMITED BY SIZE INTO WRK-ORF-FALTA
                   PERFORM 0800-REGISTRAR-ORFAO
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *R02 - TRANSPORTADORA DO PEDIDO (PMS-TRANSP) NO TRANSPMEST.
       1200-PEDIDO-TRANSPORTADORA.
           MOVE 'R02' TO WRK-REL-CODIGO.
           MOVE 'PEDMESTRE PMS-TRANSP -> TRANSPMEST'
               TO WRK-REL-DESCRICAO.
           PERFORM 0200-INICIAR-RELACAO.
           PERFORM 1210-CARREGAR-TRANSPORTADORAS.
           IF RELACAO-CONFERIDA
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-PEDMESTRE
               IF WRK-STATUS-PEDMESTRE NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 1220-LER-PEDIDO UNTIL FIM-ARQ
               IF WRK-STATUS-PEDMESTRE NOT = '35'
                   CLOSE F-PEDMESTRE
               END-IF
           END-IF.
           PERFORM 0300-ENCERRAR-RELACAO.

       1210-CARREGAR-TRANSPORTADORAS.
           MOVE ZEROS TO WRK-TRP-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TRANSPMEST.
           IF WRK-STATUS-TRANSPMEST NOT = '00'
               MOVE 'TRANSPMEST NAO ENCONTRADO' TO WRK-REL-MOTIVO
               MOVE 'N' TO WRK-REL-CONFERIDA
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 1211-LER-TRANSPORTADORA UNTIL FIM-ARQ.
           IF WRK-STATUS-TRANSPMEST NOT = '35'
               CLOSE F-TRANSPMEST
           END-IF.

       1211-LER-TRANSPORTADORA.
           READ F-TRANSPMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-TRP-QT < WRK-TRP-MAX
                       ADD 1 TO WRK-TRP-QT
                       MOVE TRP-CODIGO TO WRK-TRP-CODIGO (WRK-TRP-QT)
                   ELSE
                       MOVE 'TRANSPMEST MAIOR QUE A TABELA'
                           TO WRK-REL-MOTIVO
                       MOVE 'N' TO WRK-REL-CONFERIDA
                       MOVE 'S' TO WRK-FIM-ARQ
                   END-IF
           END-READ.

       1220-LER-PEDIDO.
           READ F-PEDMESTRE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-REL-QT-LIDOS
                   IF PMS-TRANSP NOT = SPACES
                       PERFORM 1230-CONFERIR-TRANSPORTADORA
                   END-IF
           END-READ.

       1230-CONFERIR-TRANSPORTADORA.
           MOVE 'N' TO WRK-TRP-ACHOU.
           PERFORM 1231-PROCURAR-TRANSPORTADORA
               VARYING WRK-TRP-IDX FROM 1 BY 1
               UNTIL WRK-TRP-IDX > WRK-TRP-QT OR TRANSP-CADASTRADA.
           IF NOT TRANSP-CADASTRADA
               MOVE SPACES TO WRK-ORF-CHAVE
               MOVE SPACES TO WRK-ORF-FALTA
               STRING 'PEDIDO ' PMS-NUMERO
                   DELIMITED BY SIZE INTO WRK-ORF-CHAVE
               STRING 'TRANSPORTADORA ' PMS-TRANSP
                   DELIMITED BY SIZE INTO WRK-ORF-FALTA
               PERFORM 0800-REGISTRAR-ORFAO
           END-IF.

       1231-PROCURAR-TRANSPORTADORA.
           IF WRK-TRP-CODIGO (WRK-TRP-IDX) = PMS-TRANSP
               MOVE 'S' TO WRK-TRP-ACHOU
           END-IF.

      *R03 - PRODUTO DO SALDO DE ESTOQUE (EST-CODIGO) NO PRODMEST.
       1300-ESTOQUE-PRODUTO.
           MOVE 'R03' TO WRK-REL-CODIGO.
           MOVE 'ESTOQUE EST-CODIGO -> PRODMEST' TO WRK-REL-DESCRICAO.
           PERFORM 0200-INICIAR-RELACAO.
           OPEN INPUT F-PRODMEST.
           IF WRK-STATUS-PRODMEST NOT = '00'
               MOVE 'PRODMEST NAO ENCONTRADO' TO WRK-REL-MOTIVO
               MOVE 'N' TO WRK-REL-CONFERIDA
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-ESTOQUE
               IF WRK-STATUS-ESTOQUE NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 1310-LER-ESTOQUE UNTIL FIM-ARQ
               IF WRK-STATUS-ESTOQUE NOT = '35'
                   CLOSE F-ESTOQUE
               END-IF
               CLOSE F-PRODMEST
           END-IF.
           PERFORM 0300-ENCERRAR-RELACAO.

       1310-LER-ESTOQUE.
           READ F-ESTOQUE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-REL-QT-LIDOS
                   IF EST-CODIGO NOT = SPACES
                       PERFORM 1320-CONFERIR-PRODUTO
                   END-IF
           END-READ.

       1320-CONFERIR-PRODUTO.
           MOVE EST-CODIGO TO PRD-CODIGO.
           READ F-PRODMEST
               INVALID KEY
                   MOVE SPACES TO WRK-ORF-CHAVE
                   MOVE SPACES TO WRK-ORF-FALTA
                   STRING EST-CODIGO ' FILIAL ' EST-FILIAL
                       DELIMITED BY SIZE INTO WRK-ORF-CHAVE
                   STRING 'PRODUTO ' EST-CODIGO
                       DELIMITED BY SIZE INTO WRK-ORF-FALTA
                   PERFORM 0800-REGISTRAR-ORFAO
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *R04 - MATRICULA DA INSCRICAO (MATRICTL) NO CADALUNO.
       1400-MATRICTL-ALUNO.
           MOVE 'R04' TO WRK-REL-CODIGO.
           MOVE 'MATRICTL MTC-MATRICULA -> CADALUNO'
               TO WRK-REL-DESCRICAO.
           PERFORM 0200-INICIAR-RELACAO.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO NOT = '00'
               MOVE 'CADALUNO NAO ENCONTRADO' TO WRK-REL-MOTIVO
               MOVE 'N' TO WRK-REL-CONFERIDA
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-MATRICTL
               IF WRK-STATUS-MATRICTL NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 1410-LER-INSCRICAO UNTIL FIM-ARQ
               IF WRK-STATUS-MATRICTL NOT = '35'
                   CLOSE F-MATRICTL
               END-IF
               CLOSE F-CADALUNO
           END-IF.
           PERFORM 0300-ENCERRAR-RELACAO.

       1410-LER-INSCRICAO.
           READ F-MATRICTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-REL-QT-LIDOS
                   IF MTC-MATRICULA NOT = SPACES
                       MOVE MTC-MATRICULA TO CAD-MATRICULA
                       READ F-CADALUNO
                           INVALID KEY
                               PERFORM 1420-ORFAO-INSCRICAO
                           NOT INVALID KEY
                               CONTINUE
                       END-READ
                   END-IF
           END-READ.

       1420-ORFAO-INSCRICAO.
           MOVE SPACES TO WRK-ORF-CHAVE.
           MOVE SPACES TO WRK-ORF-FALTA.
           STRING MTC-MATRICULA ' ' MTC-TERMO ' ' MTC-DISC
               DELIMITED BY SIZE INTO WRK-ORF-CHAVE.
           STRING 'ALUNO ' MTC-MATRICULA
               DELIMITED BY SIZE INTO WRK-ORF-FALTA.
           PERFORM 0800-REGISTRAR-ORFAO.

      *R05 - MATRICULA DA FREQUENCIA NO CADALUNO.
       1500-FREQUENCIA-ALUNO.
           MOVE 'R05' TO WRK-REL-CODIGO.
           MOVE 'FREQUENCIA FRQ-MATRICULA -> CADALUNO'
               TO WRK-REL-DESCRICAO.
           PERFORM 0200-INICIAR-RELACAO.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO NOT = '00'
               MOVE 'CADALUNO NAO ENCONTRADO' TO WRK-REL-MOTIVO
               MOVE 'N' TO WRK-REL-CONFERIDA
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-FREQUENCIA
               IF WRK-STATUS-FREQ NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 1510-LER-FREQUENCIA UNTIL FIM-ARQ
               IF WRK-STATUS-FREQ NOT = '35'
                   CLOSE F-FREQUENCIA
               END-IF
               CLOSE F-CADALUNO
           END-IF.
           PERFORM 0300-ENCERRAR-RELACAO.

       1510-LER-FREQUENCIA.
           READ F-FREQUENCIA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-REL-QT-LIDOS
                   IF FRQ-MATRICULA NOT = SPACES
                       MOVE FRQ-MATRICULA TO CAD-MATRICULA
                       READ F-CADALUNO
                           INVALID KEY
                               PERFORM 1520-ORFAO-FREQUENCIA
                           NOT INVALID KEY
                               CONTINUE
                       END-READ
                   END-IF
           END-READ.

       1520-ORFAO-FREQUENCIA.
           MOVE SPACES TO WRK-ORF-CHAVE.
           MOVE SPACES TO WRK-ORF-FALTA.
           STRING FRQ-MATRICULA ' ' FRQ-TERMO
               DELIMITED BY SIZE INTO WRK-ORF-CHAVE.
           STRING 'ALUNO ' FRQ-MATRICULA
               DELIMITED BY SIZE INTO WRK-ORF-FALTA.
           PERFORM 0800-REGISTRAR-ORFAO.

      *R06 - PEDIDO DA OCORRENCIA DE ENTREGA NO PEDMESTRE.
       1600-OCORRENCIA-PEDIDO.
           MOVE 'R06' TO WRK-REL-CODIGO.
           MOVE 'OCORRENCIAS OCO-NUMERO -> PEDMESTRE'
               TO WRK-REL-DESCRICAO.
           PERFORM 0200-INICIAR-RELACAO.
           OPEN INPUT F-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE NOT = '00'
               MOVE 'PEDMESTRE NAO ENCONTRADO' TO WRK-REL-MOTIVO
               MOVE 'N' TO WRK-REL-CONFERIDA
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-OCORRENCIAS
               IF WRK-STATUS-OCORRENCIAS NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 1610-LER-OCORRENCIA UNTIL FIM-ARQ
               IF WRK-STATUS-OCORRENCIAS NOT = '35'
                   CLOSE F-OCORRENCIAS
               END-IF
               CLOSE F-PEDMESTRE
           END-IF.
           PERFORM 0300-ENCERRAR-RELACAO.

       1610-LER-OCORRENCIA.
           READ F-OCORRENCIAS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-REL-QT-LIDOS
                   IF OCO-NUMERO IS NUMERIC
                       AND OCO-NUMERO NOT = ZEROS
                       MOVE OCO-NUMERO TO PMS-NUMERO
                       READ F-PEDMESTRE
                           INVALID KEY
                               PERFORM 1620-ORFAO-OCORRENCIA
                           NOT INVALID KEY
                               CONTINUE
                       END-READ
                   END-IF
           END-READ.

       1620-ORFAO-OCORRENCIA.
           MOVE SPACES TO WRK-ORF-CHAVE.
           MOVE SPACES TO WRK-ORF-FALTA.
           STRING 'OCORRENCIA ' OCO-NUMERO '/' OCO-SEQ
               DELIMITED BY SIZE INTO WRK-ORF-CHAVE.
           STRING 'PEDIDO ' OCO-NUMERO
               DELIMITED BY SIZE INTO WRK-ORF-FALTA.
           PERFORM 0800-REGISTRAR-ORFAO.

      *R07 - PEDIDO DO EMBARQUE NO PEDMESTRE.
       1700-EMBARQUE-PEDIDO.
           MOVE 'R07' TO WRK-REL-CODIGO.
           MOVE 'EMBARQUES EMB-NUMERO -> PEDMESTRE'
               TO WRK-REL-DESCRICAO.
           PERFORM 0200-INICIAR-RELACAO.
           OPEN INPUT F-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE NOT = '00'
               MOVE 'PEDMESTRE NAO ENCONTRADO' TO WRK-REL-MOTIVO
               MOVE 'N' TO WRK-REL-CONFERIDA
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-EMBARQUES
               IF WRK-STATUS-EMBARQUES NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 1710-LER-EMBARQUE UNTIL FIM-ARQ
               IF WRK-STATUS-EMBARQUES NOT = '35'
                   CLOSE F-EMBARQUES
               END-IF
               CLOSE F-PEDMESTRE
           END-IF.
           PERFORM 0300-ENCERRAR-RELACAO.

       1710-LER-EMBARQUE.
           READ F-EMBARQUES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-REL-QT-LIDOS
                   IF EMB-NUMERO IS NUMERIC
                       AND EMB-NUMERO NOT = ZEROS
                       MOVE EMB-NUMERO TO PMS-NUMERO
                       READ F-PEDMESTRE
                           INVALID KEY
                               PERFORM 1720-ORFAO-EMBARQUE
                           NOT INVALID KEY
                               CONTINUE
                       END-READ
                   END-IF
           END-READ.

       1720-ORFAO-EMBARQUE.
           MOVE SPACES TO WRK-ORF-CHAVE.
           MOVE SPACES TO WRK-ORF-FALTA.
           STRING 'EMBARQUE ' EMB-NUMERO '/' EMB-SEQ
               DELIMITED BY SIZE INTO WRK-ORF-CHAVE.
           STRING 'PEDIDO ' EMB-NUMERO
               DELIMITED BY SIZE INTO WRK-ORF-FALTA.
           PERFORM 0800-REGISTRAR-ORFAO.

      *R08 - FATURA DE CLIENTE SEM NENHUM PEDIDO NO PEDMESTRE QUE A
      *APONTE (PMS-FATURA): OS PEDIDOS DELA FORAM ARQUIVADOS NO
      *PEDHIST (PROGCOB32) OU NUNCA EXISTIRAM.
       1800-FATURA-PEDIDO.
           MOVE 'R08' TO WRK-REL-CODIGO.
           MOVE 'FATCLI FCL-NUMERO -> PEDMESTRE PMS-FATURA'
               TO WRK-REL-DESCRICAO.
           PERFORM 0200-INICIAR-RELACAO.
           PERFORM 1810-CARREGAR-FATURAS.
           IF RELACAO-CONFERIDA
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-FATCLI
               IF WRK-STATUS-FATCLI NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 1820-LER-FATURA UNTIL FIM-ARQ
               IF WRK-STATUS-FATCLI NOT = '35'
                   CLOSE F-FATCLI
               END-IF
           END-IF.
           PERFORM 0300-ENCERRAR-RELACAO.

       1810-CARREGAR-FATURAS.
           MOVE ZEROS TO WRK-FAT-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE NOT = '00'
               MOVE 'PEDMESTRE NAO ENCONTRADO' TO WRK-REL-MOTIVO
               MOVE 'N' TO WRK-REL-CONFERIDA
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 1811-LER-PEDIDO-FATURADO UNTIL FIM-ARQ.
           IF WRK-STATUS-PEDMESTRE NOT = '35'
               CLOSE F-PEDMESTRE
           END-IF.

       1811-LER-PEDIDO-FATURADO.
           READ F-PEDMESTRE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PMS-FATURA IS NUMERIC
                       AND PMS-FATURA NOT = ZEROS
                       PERFORM 1812-GUARDAR-FATURA
                   END-IF
           END-READ.

       1812-GUARDAR-FATURA.
           MOVE 'N' TO WRK-FAT-ACHOU.
           PERFORM 1822-PROCURAR-FATURA
               VARYING WRK-FAT-IDX FROM 1 BY 1
               UNTIL WRK-FAT-IDX > WRK-FAT-QT OR FATURA-COM-PEDIDO.
           IF NOT FATURA-COM-PEDIDO
               IF WRK-FAT-QT < WRK-FAT-MAX
                   ADD 1 TO WRK-FAT-QT
                   MOVE PMS-FATURA TO WRK-FAT-NUMERO (WRK-FAT-QT)
               ELSE
                   MOVE 'FATURAS DOS PEDIDOS ALEM DA TABELA'
                       TO WRK-REL-MOTIVO
                   MOVE 'N' TO WRK-REL-CONFERIDA
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
           END-IF.

       1820-LER-FATURA.
           READ F-FATCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-REL-QT-LIDOS
                   PERFORM 1821-CONFERIR-FATURA
           END-READ.

       1821-CONFERIR-FATURA.
           MOVE 'N' TO WRK-FAT-ACHOU.
           MOVE FCL-NUMERO TO PMS-FATURA.
           PERFORM 1822-PROCURAR-FATURA
               VARYING WRK-FAT-IDX FROM 1 BY 1
               UNTIL WRK-FAT-IDX > WRK-FAT-QT OR FATURA-COM-PEDIDO.
           IF NOT FATURA-COM-PEDIDO
               MOVE SPACES TO WRK-ORF-CHAVE
               MOVE SPACES TO WRK-ORF-FALTA
               STRING 'FATURA ' FCL-NUMERO
                   DELIMITED BY SIZE INTO WRK-ORF-CHAVE
               STRING 'PEDIDO DA FATURA ' FCL-NUMERO
                   DELIMITED BY SIZE INTO WRK-ORF-FALTA
               PERFORM 0800-REGISTRAR-ORFAO
           END-IF.

       1822-PROCURAR-FATURA.
           IF WRK-FAT-NUMERO (WRK-FAT-IDX) = PMS-FATURA
               MOVE 'S' TO WRK-FAT-ACHOU
           END-IF.

      *COMECO DE UMA RELACAO: CONTADORES ZERADOS E TITULO NO
      *RELATORIO.
       0200-INICIAR-RELACAO.
           MOVE 'S' TO WRK-REL-CONFERIDA.
           MOVE SPACES TO WRK-REL-MOTIVO.
           MOVE ZEROS TO WRK-REL-QT-LIDOS.
           MOVE ZEROS TO WRK-REL-QT-ORFAOS.
           MOVE ZEROS TO WRK-REL-QT-NOVOS.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           STRING '*** ' WRK-REL-CODIGO ' ' WRK-REL-DESCRICAO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *FIM DE UMA RELACAO: SUBTOTAL, OU O AVISO DE NAO CONFERIDA COM
      *OS ORFAOS DELA CONSERVADOS NA FOTO.
       0300-ENCERRAR-RELACAO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF RELACAO-CONFERIDA
               STRING '    ' WRK-REL-CODIGO ': ' WRK-REL-QT-LIDOS
                   ' REGISTRO(S) LIDO(S), ' WRK-REL-QT-ORFAOS
                   ' ORFAO(S), ' WRK-REL-QT-NOVOS ' NOVO(S)'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           ELSE
               ADD 1 TO WRK-QT-NAO-CONFERIDAS
               STRING '    ' WRK-REL-CODIGO ': NAO CONFERIDA - '
                   WRK-REL-MOTIVO
                   ' (ORFAOS DA RODADA ANTERIOR CONSERVADOS)'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               PERFORM 0310-CONSERVAR-FOTO
                   VARYING WRK-ANT-IDX FROM 1 BY 1
                   UNTIL WRK-ANT-IDX > WRK-ANT-QT
           END-IF.

       0310-CONSERVAR-FOTO.
           IF WRK-ANT-RELACAO (WRK-ANT-IDX) = WRK-REL-CODIGO
               MOVE WRK-ANT-RELACAO (WRK-ANT-IDX) TO ISN-RELACAO
               MOVE WRK-ANT-CHAVE (WRK-ANT-IDX) TO ISN-CHAVE
               MOVE WRK-ANT-DESDE (WRK-ANT-IDX) TO ISN-DESDE
               WRITE REG-INTEGSNAP
           END-IF.

      *ALERTA DE SEVERIDADE E NA FILA DO OPERADOR (ALERTAS, PELO
      *DISPMSG), COM A QUANTIDADE DE ORFAOS NOVOS.
       0700-LEVANTAR-ALERTA.
           MOVE 'PROGCOB134-001' TO WRK-MSG-ID.
           MOVE SPACES TO WRK-MSG-COMPL.
           STRING 'ORFAOS NOVOS=' WRK-QT-NOVOS ' VEJA PROGCOB134RPT'
               DELIMITED BY SIZE INTO WRK-MSG-COMPL.
           CALL 'DISPMSG' USING WRK-MSG-ID WRK-MSG-COMPL WRK-MSG-RC.

      *UM ORFAO DA RELACAO CORRENTE: LINHA NO RELATORIO, MARCADO
      *NOVO QUANDO NAO ESTAVA NA FOTO ANTERIOR, E LINHA NA FOTO NOVA
      *(COM A DATA EM QUE APARECEU PELA PRIMEIRA VEZ).
       0800-REGISTRAR-ORFAO.
           ADD 1 TO WRK-REL-QT-ORFAOS.
           ADD 1 TO WRK-QT-ORFAOS.
           MOVE 'N' TO WRK-ANT-ACHOU.
           PERFORM 0810-PROCURAR-NA-FOTO
               VARYING WRK-ANT-IDX FROM 1 BY 1
               UNTIL WRK-ANT-IDX > WRK-ANT-QT OR ORFAO-NA-FOTO.
           MOVE SPACES TO WRK-ORF-MARCA.
           IF ORFAO-NA-FOTO
               MOVE WRK-ANT-DESDE (WRK-ANT-POS) TO WRK-ORF-DESDE
               STRING 'DESDE ' WRK-ORF-DESDE
                   DELIMITED BY SIZE INTO WRK-ORF-MARCA
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-ORF-DESDE
               IF TEM-FOTO
                   MOVE '*** NOVO ***' TO WRK-ORF-MARCA
                   ADD 1 TO WRK-REL-QT-NOVOS
                   ADD 1 TO WRK-QT-NOVOS
               END-IF
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-REL-CODIGO ' ' WRK-ORF-CHAVE
               ' FALTA ' WRK-ORF-FALTA ' ' WRK-ORF-MARCA
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-REL-CODIGO TO ISN-RELACAO.
           MOVE WRK-ORF-CHAVE TO ISN-CHAVE.
           MOVE WRK-ORF-DESDE TO ISN-DESDE.
           WRITE REG-INTEGSNAP.

       0810-PROCURAR-NA-FOTO.
           IF WRK-ANT-RELACAO (WRK-ANT-IDX) = WRK-REL-CODIGO
               AND WRK-ANT-CHAVE (WRK-ANT-IDX) = WRK-ORF-CHAVE
               MOVE 'S' TO WRK-ANT-ACHOU
               MOVE WRK-ANT-IDX TO WRK-ANT-POS
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
