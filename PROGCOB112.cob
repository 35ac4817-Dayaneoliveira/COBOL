       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB112.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : MANTER A TABELA DE ALIQUOTAS DE ICMS (ICMSTAB):
      *UMA ALIQUOTA POR PAR UF DE ORIGEM (A DA FILIAL, FILMEST) X
      *UF DE DESTINO (A DO PEDIDO). E A TABELA QUE A SUB-ROTINA
      *ICMSCALC USA PARA O ICMS DO PEDIDO (PROGCOB09) E DA FATURA
      *(PROGCOB55). PAR SEM LINHA USA A REGRA DA CASA DO ICMSCALC.
      *ADICIONAR UM PAR JA CADASTRADO TROCA A ALIQUOTA DELE.
      *MESMO DESENHO DOS DEMAIS CADASTROS (TABELA EM MEMORIA E
      *REGRAVACAO INTEIRA, COMO O PROGCOB90).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *TABELA DE ALIQUOTAS DE ICMS POR PAR DE UF.
           SELECT F-ICMSTAB ASSIGN TO 'ICMSTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ICMSTAB.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ICMSTAB.
           COPY 'ICTREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ICMSTAB PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ICMSTAB VALUE 'S'.
      *TABELA EM MEMORIA DAS ALIQUOTAS (27 UF X 27 UF CABEM).
       77 WRK-MAN-MAX-ALQ PIC 9(03) VALUE 800.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       77 WRK-MAN-QT-ALQ PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-ALIQUOTAS.
           03 WRK-TAB-ALQ-ITEM OCCURS 1 TO 800 TIMES
                   DEPENDING ON WRK-MAN-QT-ALQ
                   INDEXED BY WRK-MAN-IDX.
               05 WRK-TAB-ALQ-ORIG PIC X(02).
               05 WRK-TAB-ALQ-DEST PIC X(02).
               05 WRK-TAB-ALQ-ALIQ PIC 9(02)V99.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-ADICIONAR VALUE 'A'.
           88 MAN-REMOVER   VALUE 'R'.
           88 MAN-CONSULTAR VALUE 'C'.
           88 MAN-SAIR      VALUE 'S'.
       77 WRK-MAN-ORIG PIC X(02) VALUE SPACES.
       77 WRK-MAN-DEST PIC X(02) VALUE SPACES.
       77 WRK-MAN-ALIQ PIC 9(02)V99 VALUE ZEROS.
       77 WRK-MAN-ACHOU PIC X(01) VALUE 'N'.
           88 MAN-ACHOU VALUE 'S'.
       77 WRK-MAN-POS PIC 9(03) VALUE ZEROS.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
       77 WRK-MAN-UF PIC X(02) VALUE SPACES.
       77 WRK-MAN-UF-OK PIC X(01) VALUE 'N'.
           88 MAN-UF-VALIDA VALUE 'S'.
       77 WRK-MAN-ORIG-OK PIC X(01) VALUE 'N'.
       77 WRK-ALIQ-ED PIC Z9,99.
      *TABELA MESTRE DE UF, PARA VALIDAR AS DUAS UF DO PAR.
           COPY 'UFTAB.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB112'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-MANUTENCAO UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'ALIQUOTAS=' WRK-MAN-QT-ALQ
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-MANUTENCAO.
           DISPLAY '-- ALIQUOTAS DE ICMS (ICMSTAB) --'.
           DISPLAY '(A)DICIONAR (R)EMOVER (C)ONSULTAR (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-ADICIONAR
                   PERFORM 0251-ADICIONAR-ALIQUOTA
               WHEN MAN-REMOVER
                   PERFORM 0252-REMOVER-ALIQUOTA
               WHEN MAN-CONSULTAR
                   PERFORM 0257-LISTAR-ALIQUOTAS
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

       0254-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-MAN-QT-ALQ.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           OPEN INPUT F-ICMSTAB.
           IF WRK-STATUS-ICMSTAB = '00'
               PERFORM 0254A-LER-ALIQUOTA UNTIL FIM-ICMSTAB
               CLOSE F-ICMSTAB
           ELSE
               DISPLAY 'TABELA DE ICMS NAO ENCONTRADA, '
                   'INICIANDO VAZIA'
           END-IF.

       0254A-LER-ALIQUOTA.
           READ F-ICMSTAB
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-MAN-QT-ALQ < WRK-MAN-MAX-ALQ
                       ADD 1 TO WRK-MAN-QT-ALQ
                       MOVE ICT-UF-ORIG TO
                           WRK-TAB-ALQ-ORIG (WRK-MAN-QT-ALQ)
                       MOVE ICT-UF-DEST TO
                           WRK-TAB-ALQ-DEST (WRK-MAN-QT-ALQ)
                       MOVE ICT-ALIQ TO
                           WRK-TAB-ALQ-ALIQ (WRK-MAN-QT-ALQ)
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           END-READ.

       0255-GRAVAR-TABELA.
      *COM A TABELA DO ARQUIVO MAIOR QUE A DA MEMORIA, REGRAVAR
      *APAGARIA AS LINHAS ALEM DO TETO - A MANUTENCAO E RECUSADA.
           IF TABELA-ESTOUROU
               DISPLAY 'TABELA MAIOR QUE A TABELA EM MEMORIA, '
                   'MANUTENCAO RECUSADA - NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT F-ICMSTAB
               PERFORM 0255A-GRAVAR-ALIQUOTA
                   VARYING WRK-MAN-IDX FROM 1 BY 1
                   UNTIL WRK-MAN-IDX > WRK-MAN-QT-ALQ
               CLOSE F-ICMSTAB
           END-IF.

       0255A-GRAVAR-ALIQUOTA.
           MOVE WRK-TAB-ALQ-ORIG (WRK-MAN-IDX) TO ICT-UF-ORIG.
           MOVE WRK-TAB-ALQ-DEST (WRK-MAN-IDX) TO ICT-UF-DEST.
           MOVE WRK-TAB-ALQ-ALIQ (WRK-MAN-IDX) TO ICT-ALIQ.
           WRITE REG-ICMSTAB.

       0256-LOCALIZAR-NA-TABELA.
           MOVE 'N' TO WRK-MAN-ACHOU.
           MOVE ZEROS TO WRK-MAN-POS.
           PERFORM 0256A-COMPARAR-ITEM
               VARYING WRK-MAN-IDX FROM 1 BY 1
               UNTIL WRK-MAN-IDX > WRK-MAN-QT-ALQ OR MAN-ACHOU.

       0256A-COMPARAR-ITEM.
           IF WRK-TAB-ALQ-ORIG (WRK-MAN-IDX) = WRK-MAN-ORIG
               AND WRK-TAB-ALQ-DEST (WRK-MAN-IDX) = WRK-MAN-DEST
               MOVE 'S' TO WRK-MAN-ACHOU
               MOVE WRK-MAN-IDX TO WRK-MAN-POS
           END-IF.

      *PEDE O PAR ORIGEM X DESTINO E VALIDA AS DUAS UF NA TABELA
      *MESTRE DE UF.
       0253-LER-PAR.
           DISPLAY 'UF DE ORIGEM (A DA FILIAL).. '.
           ACCEPT WRK-MAN-ORIG.
           DISPLAY 'UF DE DESTINO.. '.
           ACCEPT WRK-MAN-DEST.
           MOVE WRK-MAN-ORIG TO WRK-MAN-UF.
           PERFORM 0258-VALIDAR-UF.
           MOVE WRK-MAN-UF-OK TO WRK-MAN-ORIG-OK.
           MOVE WRK-MAN-DEST TO WRK-MAN-UF.
           PERFORM 0258-VALIDAR-UF.
           IF WRK-MAN-ORIG-OK NOT = 'S'
               MOVE 'N' TO WRK-MAN-UF-OK
           END-IF.

       0251-ADICIONAR-ALIQUOTA.
           PERFORM 0254-CARREGAR-TABELA.
           PERFORM 0253-LER-PAR.
           IF NOT MAN-UF-VALIDA
               DISPLAY 'UF INVALIDA, NADA FEITO'
           ELSE
               DISPLAY 'ALIQUOTA EM % (EX. 12,00).. '
               ACCEPT WRK-MAN-ALIQ
               PERFORM 0256-LOCALIZAR-NA-TABELA
               IF WRK-MAN-ALIQ = ZEROS
                   DISPLAY 'ALIQUOTA INVALIDA, NADA FEITO'
               ELSE
               IF MAN-ACHOU
                   MOVE WRK-MAN-ALIQ TO
                       WRK-TAB-ALQ-ALIQ (WRK-MAN-POS)
                   PERFORM 0255-GRAVAR-TABELA
                   DISPLAY 'ALIQUOTA DO PAR ALTERADA'
               ELSE
               IF WRK-MAN-QT-ALQ >= WRK-MAN-MAX-ALQ
                   DISPLAY 'TABELA CHEIA, NADA FEITO'
               ELSE
                   ADD 1 TO WRK-MAN-QT-ALQ
                   MOVE WRK-MAN-ORIG TO
                       WRK-TAB-ALQ-ORIG (WRK-MAN-QT-ALQ)
                   MOVE WRK-MAN-DEST TO
                       WRK-TAB-ALQ-DEST (WRK-MAN-QT-ALQ)
                   MOVE WRK-MAN-ALIQ TO
                       WRK-TAB-ALQ-ALIQ (WRK-MAN-QT-ALQ)
                   PERFORM 0255-GRAVAR-TABELA
                   DISPLAY 'ALIQUOTA ADICIONADA'
               END-IF
               END-IF
               END-IF
           END-IF.

       0252-REMOVER-ALIQUOTA.
           PERFORM 0254-CARREGAR-TABELA.
           PERFORM 0253-LER-PAR.
           PERFORM 0256-LOCALIZAR-NA-TABELA.
           IF NOT MAN-ACHOU
               DISPLAY 'PAR NAO ENCONTRADO, NADA FEITO'
           ELSE
               PERFORM 0252A-DESLOCAR-ITEM
                   VARYING WRK-MAN-IDX FROM WRK-MAN-POS BY 1
                   UNTIL WRK-MAN-IDX >= WRK-MAN-QT-ALQ
               SUBTRACT 1 FROM WRK-MAN-QT-ALQ
               PERFORM 0255-GRAVAR-TABELA
               DISPLAY 'ALIQUOTA REMOVIDA - O PAR PASSA A USAR A '
                   'REGRA DA CASA'
           END-IF.

       0252A-DESLOCAR-ITEM.
           MOVE WRK-TAB-ALQ-ITEM (WRK-MAN-IDX + 1) TO
               WRK-TAB-ALQ-ITEM (WRK-MAN-IDX).

       0257-LISTAR-ALIQUOTAS.
           PERFORM 0254-CARREGAR-TABELA.
           DISPLAY '-- ALIQUOTAS CADASTRADAS: ' WRK-MAN-QT-ALQ ' --'.
           PERFORM 0257A-LISTAR-ITEM
               VARYING WRK-MAN-IDX FROM 1 BY 1
               UNTIL WRK-MAN-IDX > WRK-MAN-QT-ALQ.

       0257A-LISTAR-ITEM.
           MOVE WRK-TAB-ALQ-ALIQ (WRK-MAN-IDX) TO WRK-ALIQ-ED.
           DISPLAY WRK-TAB-ALQ-ORIG (WRK-MAN-IDX) ' -> '
               WRK-TAB-ALQ-DEST (WRK-MAN-IDX) ' ' WRK-ALIQ-ED '%'.

      *A UF TEM QUE EXISTIR NA TABELA MESTRE DE UF.
       0258-VALIDAR-UF.
           MOVE 'N' TO WRK-MAN-UF-OK.
           SEARCH ALL TAB-UF-ITEM
               AT END
                   MOVE 'N' TO WRK-MAN-UF-OK
               WHEN TAB-UF-COD (TAB-UF-IDX) = WRK-MAN-UF
                   MOVE 'S' TO WRK-MAN-UF-OK
           END-SEARCH.
