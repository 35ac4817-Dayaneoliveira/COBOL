       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB136.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : SEGREGACAO DE FUNCOES SOBRE AS PERMISSOES DO MENU.
      *O PROGCOB88 LIBERA OPCOES POR NIVEL, MAS NADA AVISAVA QUANDO
      *UM MESMO NIVEL FICAVA COM AS DUAS METADES DE UM PROCESSO
      *SENSIVEL (APROVAR A FATURA DA TRANSPORTADORA E GERAR A REMESSA
      *BANCARIA QUE A PAGA; BAIXAR PAGAMENTO E EMITIR NOTA DE
      *CREDITO; MANTER USUARIOS E REVISAR O ACESSOS). O ARQUIVO
      *SODREGRA (VEJA SODREC.CPY) GUARDA OS PARES DE OPCOES
      *INCOMPATIVEIS. MODOS:
      *  (M) MANUTENCAO DAS REGRAS: INCLUI, EXCLUI E CONSULTA PARES,
      *      RESTRITA A ADM AUTENTICADO PELO PROGCOB10 (ENTRADA -PARM),
      *      COMO NO PROGCOB88;
      *  (R) RELATORIO (REDE NOTURNA): PARA CADA REGRA, OS NIVEIS QUE
      *      TEM AS DUAS OPCOES NO PERMISSOES, E DEPOIS OS USUARIOS DO
      *      CADASTRO NESSES NIVEIS (A PERMISSAO E POR NIVEL - O
      *      USUARIO HERDA OS CONFLITOS DO NIVEL DELE). PROGCOB136RPT,
      *      RC 4 COM CONFLITO.
      *SEM O ARQUIVO PERMISSOES O MENU SO ABRE PARA O ADM, E COM TODAS
      *AS OPCOES - O RELATORIO SEGUE A MESMA REGRA. O AVISO ANTES DA
      *LIBERACAO FICA NO PROGCOB88, QUE LE O MESMO SODREGRA.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *REGRAS DE SEGREGACAO: UM REGISTRO POR PAR DE OPCOES.
           SELECT F-SODREGRA ASSIGN TO 'SODREGRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SODREGRA.
      *PERMISSOES DO MENU: UM REGISTRO POR (NIVEL, OPCAO LIBERADA).
           SELECT F-PERMISSOES ASSIGN TO 'PERMISSOES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERMISSOES.
      *O CADASTRO DE USUARIOS E INDEXADO (VEJA PROGCOB10) - O
      *RELATORIO LE EM SEQUENCIA PELA CHAVE.
           SELECT F-USUARIOS ASSIGN TO 'USUARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USR-NOME
               FILE STATUS IS WRK-STATUS-USUARIOS.
      *RELATORIO DE CONFLITOS, COM CABECALHO E QUEBRA DE PAGINA
      *PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB136RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-SODREGRA.
           COPY 'SODREC.CPY'.

       FD  F-PERMISSOES.
       01  REG-PERMISSAO.
           03 PRM-NIVEL PIC 9(02).
           03 PRM-OPCAO PIC 9(03).
      *LINHA GRAVADA ANTES DO MENU PASSAR DE 99 OPCOES (VEJA
      *PROGCOB88).
           03 PRM-OPCAO-ANT REDEFINES PRM-OPCAO.
               05 PRM-OPCAO-2D  PIC 9(02).
               05 PRM-OPCAO-FIM PIC X(01).

       FD  F-USUARIOS.
       01  REG-USUARIO.
           03 USR-NOME    PIC X(20).
           03 USR-NIVEL   PIC 9(02).
           03 USR-SENHA   PIC X(20).
           03 USR-TROCA   PIC X(01).
           03 USR-BLOQUEADO PIC X(01).
           03 USR-PROFESSOR PIC X(30).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-SODREGRA   PIC X(02) VALUE '00'.
       77 WRK-STATUS-PERMISSOES PIC X(02) VALUE '00'.
       77 WRK-STATUS-USUARIOS   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MODO PIC X(01) VALUE SPACES.
           88 MODO-MANUTENCAO VALUE 'M'.
           88 MODO-RELATORIO  VALUE 'R'.
      *TABELA EM MEMORIA DAS REGRAS.
       77 WRK-SOD-MAX PIC 9(03) VALUE 100.
       77 WRK-SOD-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-REGRAS.
           03 WRK-TAB-SOD-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-SOD-QT.
               05 WRK-TAB-SOD-OPCAO-A PIC 9(03).
               05 WRK-TAB-SOD-OPCAO-B PIC 9(03).
               05 WRK-TAB-SOD-DESC    PIC X(40).
       77 WRK-SOD-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-SOD-ESTOUROU PIC X(01) VALUE 'N'.
           88 REGRAS-ESTOUROU VALUE 'S'.
       77 WRK-SOD-SEM-ARQ PIC X(01) VALUE 'N'.
           88 SEM-ARQUIVO-REGRAS VALUE 'S'.
      *TABELA EM MEMORIA DAS PERMISSOES (MESMO TETO DO PROGCOB88).
       77 WRK-PRM-MAX PIC 9(04) VALUE 0500.
       77 WRK-PRM-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-PERMISSOES.
           03 WRK-TAB-PRM-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-PRM-QT.
               05 WRK-TAB-PRM-NIVEL PIC 9(02).
               05 WRK-TAB-PRM-OPCAO PIC 9(03).
       77 WRK-PRM-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-PRM-ESTOUROU PIC X(01) VALUE 'N'.
           88 PERMISSOES-ESTOUROU VALUE 'S'.
       77 WRK-PRM-SEM-ARQ PIC X(01) VALUE 'N'.
           88 SEM-ARQUIVO-PERMISSOES VALUE 'S'.
      *NIVEIS DE ACESSO DO CADASTRO (01-ADM 02-USER 03-SUP 04-GUEST)
      *E QUANTOS PARES EM CONFLITO CADA UM TEM.
       77 WRK-NIV-MAX PIC 9(02) VALUE 04.
       77 WRK-NIV     PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-NIVEIS.
           03 WRK-NIV-PARES PIC 9(03) OCCURS 4 TIMES.
       77 WRK-DESC-NIVEL PIC X(05) VALUE SPACES.
      *A OPCAO WRK-OPC-TESTE ESTA LIBERADA PARA O NIVEL WRK-NIV?
       77 WRK-OPC-TESTE PIC 9(03) VALUE ZEROS.
       77 WRK-TEM-OPCAO PIC X(01) VALUE 'N'.
           88 TEM-OPCAO VALUE 'S'.
       77 WRK-TEM-A PIC X(01) VALUE 'N'.
      *MANUTENCAO DAS REGRAS (MODO M).
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-INCLUIR   VALUE 'I'.
           88 MAN-EXCLUIR   VALUE 'E'.
           88 MAN-CONSULTAR VALUE 'C'.
           88 MAN-SAIR      VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
       77 WRK-MAN-TXT PIC X(03) VALUE SPACES.
       77 WRK-MAN-CODIGO PIC 9(03) VALUE ZEROS.
      *FAIXA REAL DE OPCOES DO MENU (PROGCOB-MENU) - A MESMA DO
      *PROGCOB88, MANTIDA EM DIA JUNTO COM ELE.
           88 OPCAO-DO-MENU VALUES 001 THRU 134.
       77 WRK-MAN-OPCAO-A PIC 9(03) VALUE ZEROS.
       77 WRK-MAN-OPCAO-B PIC 9(03) VALUE ZEROS.
       77 WRK-MAN-DESC PIC X(40) VALUE SPACES.
       77 WRK-MAN-ACHOU PIC X(01) VALUE 'N'.
           88 MAN-ACHOU VALUE 'S'.
       77 WRK-MAN-POS PIC 9(03) VALUE ZEROS.
      *ADM: USUARIO VALIDADO PELO PROGCOB10 (ENTRADA -PARM), QUE
      *DEVOLVE O NIVEL REAL DO CADASTRO.
       77 WRK-ADM PIC X(20) VALUE SPACES.
       77 WRK-ADM-SENHA PIC X(20) VALUE SPACES.
       01 WRK-PARM-PROGCOB10.
           03 WRK-P10-USUARIO PIC X(20).
           03 WRK-P10-SENHA   PIC X(20).
           03 WRK-P10-NIVEL   PIC 9(02).
               88 USUARIO-ADM VALUE 01.
      *CONTADORES DO RELATORIO.
       77 WRK-QT-PARES    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NIVEIS   PIC 9(02) VALUE ZEROS.
       77 WRK-QT-USUARIOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LIDOS    PIC 9(05) VALUE ZEROS.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB136'.
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
           MOVE ZEROS TO WRK-QT-PARES.
           MOVE ZEROS TO WRK-QT-NIVEIS.
           MOVE ZEROS TO WRK-QT-USUARIOS.
           MOVE ZEROS TO WRK-QT-LIDOS.
           MOVE SPACES TO WRK-ADM.
           DISPLAY 'MODO (M=MANUTENCAO DAS REGRAS R=RELATORIO).. '.
           ACCEPT WRK-MODO.
           EVALUATE TRUE
               WHEN MODO-MANUTENCAO
                   PERFORM 0600-MANTER-REGRAS
               WHEN MODO-RELATORIO
                   PERFORM 0300-RELATORIO
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'MODO=' WRK-MODO ' ADM=' WRK-ADM
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           STRING 'REGRAS=' WRK-SOD-QT ' PARES=' WRK-QT-PARES
               ' USUARIOS=' WRK-QT-USUARIOS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0100-CARREGAR-REGRAS.
           MOVE ZEROS TO WRK-SOD-QT.
           MOVE 'N' TO WRK-SOD-ESTOUROU.
           MOVE 'N' TO WRK-SOD-SEM-ARQ.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-SODREGRA.
           IF WRK-STATUS-SODREGRA NOT = '00'
               MOVE 'S' TO WRK-SOD-SEM-ARQ
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0101-LER-REGRA UNTIL FIM-ARQ.
           IF WRK-STATUS-SODREGRA NOT = '35'
               CLOSE F-SODREGRA
           END-IF.

       0101-LER-REGRA.
           READ F-SODREGRA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
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

       0150-GRAVAR-REGRAS.
      *COM O ARQUIVO MAIOR QUE A TABELA, REGRAVAR APAGARIA OS
      *REGISTROS ALEM DO TETO - A MANUTENCAO E RECUSADA.
           IF REGRAS-ESTOUROU
               DISPLAY 'ARQUIVO MAIOR QUE A TABELA EM MEMORIA, '
                   'MANUTENCAO RECUSADA - NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT F-SODREGRA
               PERFORM 0151-GRAVAR-REGRA
                   VARYING WRK-SOD-IDX FROM 1 BY 1
                   UNTIL WRK-SOD-IDX > WRK-SOD-QT
               CLOSE F-SODREGRA
           END-IF.

       0151-GRAVAR-REGRA.
           MOVE WRK-TAB-SOD-OPCAO-A (WRK-SOD-IDX) TO SOD-OPCAO-A.
           MOVE WRK-TAB-SOD-OPCAO-B (WRK-SOD-IDX) TO SOD-OPCAO-B.
           MOVE WRK-TAB-SOD-DESC (WRK-SOD-IDX) TO SOD-DESCRICAO.
           WRITE REG-SODREGRA.

      *PERMISSOES PARA A TABELA, CONVERTENDO A LINHA ANTIGA DE 2
      *DIGITOS COMO O PROGCOB88 E O MENU FAZEM.
       0200-CARREGAR-PERMISSOES.
           MOVE ZEROS TO WRK-PRM-QT.
           MOVE 'N' TO WRK-PRM-ESTOUROU.
           MOVE 'N' TO WRK-PRM-SEM-ARQ.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PERMISSOES.
           IF WRK-STATUS-PERMISSOES NOT = '00'
               MOVE 'S' TO WRK-PRM-SEM-ARQ
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0201-LER-PERMISSAO UNTIL FIM-ARQ.
           IF WRK-STATUS-PERMISSOES NOT = '35'
               CLOSE F-PERMISSOES
           END-IF.

       0201-LER-PERMISSAO.
           READ F-PERMISSOES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-PRM-QT < WRK-PRM-MAX
                       ADD 1 TO WRK-PRM-QT
                       MOVE PRM-NIVEL TO WRK-TAB-PRM-NIVEL (WRK-PRM-QT)
                       IF PRM-OPCAO-FIM = SPACE
                           MOVE PRM-OPCAO-2D TO
                               WRK-TAB-PRM-OPCAO (WRK-PRM-QT)
                       ELSE
                           MOVE PRM-OPCAO TO
                               WRK-TAB-PRM-OPCAO (WRK-PRM-QT)
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-PRM-ESTOUROU
                   END-IF
           END-READ.

      *MODO R: CONFLITOS POR NIVEL E USUARIOS NOS NIVEIS EM CONFLITO.
       0300-RELATORIO.
           PERFORM 0100-CARREGAR-REGRAS.
           PERFORM 0200-CARREGAR-PERMISSOES.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'SEGREGACAO DE FUNCOES - NIVEIS COM PAR DE OPCOES '
               'INCOMPATIVEIS (SODREGRA)'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF SEM-ARQUIVO-REGRAS
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'SODREGRA NAO ENCONTRADO - NENHUMA REGRA A '
                   'CONFERIR'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF SEM-ARQUIVO-PERMISSOES
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'PERMISSOES NAO ENCONTRADO - O MENU SO ABRE '
                   'PARA O ADM, COM TODAS AS OPCOES'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'NIVEL       OPCOES     REGRA'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0305-ZERAR-NIVEL
               VARYING WRK-NIV FROM 1 BY 1
               UNTIL WRK-NIV > WRK-NIV-MAX.
           PERFORM 0310-APURAR-REGRA
               VARYING WRK-SOD-IDX FROM 1 BY 1
               UNTIL WRK-SOD-IDX > WRK-SOD-QT.
           PERFORM 0340-CONTAR-NIVEL
               VARYING WRK-NIV FROM 1 BY 1
               UNTIL WRK-NIV > WRK-NIV-MAX.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           STRING 'USUARIOS NOS NIVEIS EM CONFLITO (HERDAM OS PARES '
               'DO NIVEL)'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF WRK-QT-NIVEIS > 0
               PERFORM 0400-LISTAR-USUARIOS
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           STRING 'REGRAS: ' WRK-SOD-QT
               '   PARES EM CONFLITO: ' WRK-QT-PARES
               '   NIVEIS: ' WRK-QT-NIVEIS
               '   USUARIOS: ' WRK-QT-USUARIOS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF REGRAS-ESTOUROU OR PERMISSOES-ESTOUROU
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'ATENCAO: SODREGRA OU PERMISSOES MAIOR QUE A '
                   'TABELA EM MEMORIA - CONFERENCIA INCOMPLETA'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'PARES EM CONFLITO: ' WRK-QT-PARES
               '  USUARIOS: ' WRK-QT-USUARIOS
               ' (VEJA PROGCOB136RPT)'.
           IF WRK-QT-PARES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       0305-ZERAR-NIVEL.
           MOVE ZEROS TO WRK-NIV-PARES (WRK-NIV).

       0310-APURAR-REGRA.
           PERFORM 0320-APURAR-NIVEL
               VARYING WRK-NIV FROM 1 BY 1
               UNTIL WRK-NIV > WRK-NIV-MAX.

      *O NIVEL TEM AS DUAS OPCOES DA REGRA (OU A OPCAO UNICA, QUANDO
      *A REGRA E DE UMA OPCAO SO)?
       0320-APURAR-NIVEL.
           MOVE WRK-TAB-SOD-OPCAO-A (WRK-SOD-IDX) TO WRK-OPC-TESTE.
           PERFORM 0330-TESTAR-OPCAO.
           MOVE WRK-TEM-OPCAO TO WRK-TEM-A.
           MOVE WRK-TAB-SOD-OPCAO-B (WRK-SOD-IDX) TO WRK-OPC-TESTE.
           PERFORM 0330-TESTAR-OPCAO.
           IF WRK-TEM-A = 'S' AND TEM-OPCAO
               ADD 1 TO WRK-NIV-PARES (WRK-NIV)
               ADD 1 TO WRK-QT-PARES
               PERFORM 0350-DESCREVER-NIVEL
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING WRK-NIV ' ' WRK-DESC-NIVEL '    '
                   WRK-TAB-SOD-OPCAO-A (WRK-SOD-IDX) ' X '
                   WRK-TAB-SOD-OPCAO-B (WRK-SOD-IDX) '  '
                   WRK-TAB-SOD-DESC (WRK-SOD-IDX)
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

      *MESMO CRITERIO DO MENU: SEM O ARQUIVO PERMISSOES, SO O ADM
      *(NIVEL 01) PASSA, EM QUALQUER OPCAO.
       0330-TESTAR-OPCAO.
           MOVE 'N' TO WRK-TEM-OPCAO.
           IF SEM-ARQUIVO-PERMISSOES
               IF WRK-NIV = 01
                   MOVE 'S' TO WRK-TEM-OPCAO
               END-IF
           ELSE
               PERFORM 0331-COMPARAR-PERMISSAO
                   VARYING WRK-PRM-IDX FROM 1 BY 1
                   UNTIL WRK-PRM-IDX > WRK-PRM-QT OR TEM-OPCAO
           END-IF.

       0331-COMPARAR-PERMISSAO.
           IF WRK-TAB-PRM-NIVEL (WRK-PRM-IDX) = WRK-NIV
               AND WRK-TAB-PRM-OPCAO (WRK-PRM-IDX) = WRK-OPC-TESTE
               MOVE 'S' TO WRK-TEM-OPCAO
           END-IF.

       0340-CONTAR-NIVEL.
           IF WRK-NIV-PARES (WRK-NIV) > 0
               ADD 1 TO WRK-QT-NIVEIS
           END-IF.

       0350-DESCREVER-NIVEL.
           EVALUATE WRK-NIV
               WHEN 01
                   MOVE 'ADM' TO WRK-DESC-NIVEL
               WHEN 02
                   MOVE 'USER' TO WRK-DESC-NIVEL
               WHEN 03
                   MOVE 'SUP' TO WRK-DESC-NIVEL
               WHEN 04
                   MOVE 'GUEST' TO WRK-DESC-NIVEL
               WHEN OTHER
                   MOVE SPACES TO WRK-DESC-NIVEL
           END-EVALUATE.

      *USUARIOS DO CADASTRO CUJO NIVEL TEM PAR EM CONFLITO. SEM O
      *CADASTRO, FICA SO A VISAO POR NIVEL.
       0400-LISTAR-USUARIOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-USUARIOS.
           IF WRK-STATUS-USUARIOS = '00'
               PERFORM 0410-LER-USUARIO UNTIL FIM-ARQ
               CLOSE F-USUARIOS
           ELSE
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'CADASTRO USUARIOS NAO DISPONIVEL (STATUS '
                   WRK-STATUS-USUARIOS ') - SO A VISAO POR NIVEL'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 4 TO RETURN-CODE
           END-IF.

       0410-LER-USUARIO.
           READ F-USUARIOS NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
                   IF USR-NIVEL IS NUMERIC
                       AND USR-NIVEL > 0
                       AND USR-NIVEL NOT > WRK-NIV-MAX
                       PERFORM 0420-RELATAR-USUARIO
                   END-IF
           END-READ.

       0420-RELATAR-USUARIO.
           MOVE USR-NIVEL TO WRK-NIV.
           IF WRK-NIV-PARES (WRK-NIV) > 0
               ADD 1 TO WRK-QT-USUARIOS
               PERFORM 0350-DESCREVER-NIVEL
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               IF USR-BLOQUEADO = 'S'
                   STRING USR-NOME ' NIVEL ' WRK-NIV ' '
                       WRK-DESC-NIVEL ' PARES: '
                       WRK-NIV-PARES (WRK-NIV) '  (BLOQUEADO)'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               ELSE
                   STRING USR-NOME ' NIVEL ' WRK-NIV ' '
                       WRK-DESC-NIVEL ' PARES: '
                       WRK-NIV-PARES (WRK-NIV)
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               END-IF
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

      *MODO M: MANUTENCAO DAS REGRAS, SO PARA ADM.
       0600-MANTER-REGRAS.
           DISPLAY 'USUARIO ADM.. '.
           ACCEPT WRK-ADM.
           DISPLAY 'SENHA.. '.
           ACCEPT WRK-ADM-SENHA.
           MOVE WRK-ADM TO WRK-P10-USUARIO.
           MOVE WRK-ADM-SENHA TO WRK-P10-SENHA.
           MOVE SPACES TO WRK-ADM-SENHA.
           MOVE ZEROS TO WRK-P10-NIVEL.
           CALL 'PROGCOB10-PARM' USING WRK-PARM-PROGCOB10.
           IF USUARIO-ADM
               MOVE 'S' TO WRK-MAN-CONTINUA
               PERFORM 0610-MENU-MANUTENCAO UNTIL NOT MAN-CONTINUA
           ELSE
               DISPLAY 'USUARIO ' WRK-ADM ' NAO TEM NIVEL ADM, '
                   'MANUTENCAO RECUSADA'
               MOVE 16 TO RETURN-CODE
           END-IF.

       0610-MENU-MANUTENCAO.
           DISPLAY '-- REGRAS DE SEGREGACAO DE FUNCOES --'.
           DISPLAY '(I)NCLUIR (E)XCLUIR (C)ONSULTAR (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-INCLUIR
                   PERFORM 0620-INCLUIR-REGRA
               WHEN MAN-EXCLUIR
                   PERFORM 0630-EXCLUIR-REGRA
               WHEN MAN-CONSULTAR
                   PERFORM 0640-LISTAR-REGRAS
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *PEDE O PAR DE OPCOES, CONFERIDAS CONTRA A FAIXA REAL DO MENU,
      *E DEIXA A MENOR EM WRK-MAN-OPCAO-A.
       0615-PEDIR-PAR.
           DISPLAY 'PRIMEIRA OPCAO DO MENU (3 DIGITOS)........ '.
           ACCEPT WRK-MAN-TXT.
           PERFORM 0616-CONVERTER-CODIGO.
           MOVE WRK-MAN-CODIGO TO WRK-MAN-OPCAO-A.
           DISPLAY 'SEGUNDA OPCAO (IGUAL = A OPCAO SOZINHA)... '.
           ACCEPT WRK-MAN-TXT.
           PERFORM 0616-CONVERTER-CODIGO.
           MOVE WRK-MAN-CODIGO TO WRK-MAN-OPCAO-B.
           IF WRK-MAN-OPCAO-A > WRK-MAN-OPCAO-B
               MOVE WRK-MAN-OPCAO-B TO WRK-MAN-CODIGO
               MOVE WRK-MAN-OPCAO-A TO WRK-MAN-OPCAO-B
               MOVE WRK-MAN-CODIGO TO WRK-MAN-OPCAO-A
           END-IF.

       0616-CONVERTER-CODIGO.
           IF WRK-MAN-TXT IS NUMERIC
               MOVE WRK-MAN-TXT TO WRK-MAN-CODIGO
           ELSE
               MOVE ZEROS TO WRK-MAN-CODIGO
           END-IF.
           IF NOT OPCAO-DO-MENU
               MOVE ZEROS TO WRK-MAN-CODIGO
           END-IF.

       0617-LOCALIZAR-REGRA.
           MOVE 'N' TO WRK-MAN-ACHOU.
           MOVE ZEROS TO WRK-MAN-POS.
           PERFORM 0618-COMPARAR-REGRA
               VARYING WRK-SOD-IDX FROM 1 BY 1
               UNTIL WRK-SOD-IDX > WRK-SOD-QT OR MAN-ACHOU.

       0618-COMPARAR-REGRA.
           IF WRK-TAB-SOD-OPCAO-A (WRK-SOD-IDX) = WRK-MAN-OPCAO-A
               AND WRK-TAB-SOD-OPCAO-B (WRK-SOD-IDX) = WRK-MAN-OPCAO-B
               MOVE 'S' TO WRK-MAN-ACHOU
               MOVE WRK-SOD-IDX TO WRK-MAN-POS
           END-IF.

       0620-INCLUIR-REGRA.
           PERFORM 0100-CARREGAR-REGRAS.
           PERFORM 0615-PEDIR-PAR.
           IF WRK-MAN-OPCAO-A = ZEROS
               DISPLAY 'OPCAO NAO EXISTE NO MENU, NADA FEITO'
           ELSE
               PERFORM 0617-LOCALIZAR-REGRA
               IF MAN-ACHOU
                   DISPLAY 'REGRA JA CADASTRADA, NADA FEITO'
               ELSE
                   DISPLAY 'DESCRICAO DO CONFLITO.. '
                   ACCEPT WRK-MAN-DESC
                   IF WRK-SOD-QT >= WRK-SOD-MAX
                       DISPLAY 'ARQUIVO CHEIO, NADA FEITO'
                   ELSE
                       ADD 1 TO WRK-SOD-QT
                       MOVE WRK-MAN-OPCAO-A TO
                           WRK-TAB-SOD-OPCAO-A (WRK-SOD-QT)
                       MOVE WRK-MAN-OPCAO-B TO
                           WRK-TAB-SOD-OPCAO-B (WRK-SOD-QT)
                       MOVE WRK-MAN-DESC TO
                           WRK-TAB-SOD-DESC (WRK-SOD-QT)
                       PERFORM 0150-GRAVAR-REGRAS
                       DISPLAY 'REGRA INCLUIDA'
                   END-IF
               END-IF
           END-IF.

       0630-EXCLUIR-REGRA.
           PERFORM 0100-CARREGAR-REGRAS.
           PERFORM 0615-PEDIR-PAR.
           PERFORM 0617-LOCALIZAR-REGRA.
           IF NOT MAN-ACHOU
               DISPLAY 'REGRA NAO ENCONTRADA, NADA FEITO'
           ELSE
               PERFORM 0631-DESLOCAR-REGRA
                   VARYING WRK-SOD-IDX FROM WRK-MAN-POS BY 1
                   UNTIL WRK-SOD-IDX >= WRK-SOD-QT
               SUBTRACT 1 FROM WRK-SOD-QT
               PERFORM 0150-GRAVAR-REGRAS
               DISPLAY 'REGRA EXCLUIDA'
           END-IF.

       0631-DESLOCAR-REGRA.
           MOVE WRK-TAB-SOD-ITEM (WRK-SOD-IDX + 1) TO
               WRK-TAB-SOD-ITEM (WRK-SOD-IDX).

       0640-LISTAR-REGRAS.
           PERFORM 0100-CARREGAR-REGRAS.
           PERFORM 0641-LISTAR-REGRA
               VARYING WRK-SOD-IDX FROM 1 BY 1
               UNTIL WRK-SOD-IDX > WRK-SOD-QT.
           DISPLAY '-- REGRAS CADASTRADAS: ' WRK-SOD-QT ' --'.

       0641-LISTAR-REGRA.
           DISPLAY WRK-TAB-SOD-OPCAO-A (WRK-SOD-IDX) ' X '
               WRK-TAB-SOD-OPCAO-B (WRK-SOD-IDX) '  '
               WRK-TAB-SOD-DESC (WRK-SOD-IDX).

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
