      *E TRATADO COMO DELA.
      *MESMO DESENHO DOS DEMAIS CADASTROS (TABELA EM MEMORIA E
      *REGRAVACAO INTEIRA).
      *A FILIAL TEM TAMBEM A UF ONDE ESTA (VALIDADA NA TABELA DE UF)
      *- E A UF DE ORIGEM DO ICMS DOS PEDIDOS DELA (ICMSCALC). FILIAL
      *ANTIGA, SEM UF, E TRATADA COMO A MATRIZ.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       01  REG-FILMEST.
           03 FIL-CODIGO PIC 9(02).
           03 FIL-NOME   PIC X(20).
      *UF ONDE A FILIAL ESTA (ORIGEM DO ICMS) - ESPACOS NAS FILIAIS
      *CADASTRADAS ANTES DO CAMPO.
           03 FIL-UF     PIC X(02).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-FILMEST PIC X(02) VALUE '00'.
                   INDEXED BY WRK-MAN-IDX.
               05 WRK-TAB-FIL-CODIGO PIC 9(02).
               05 WRK-TAB-FIL-NOME   PIC X(20).
               05 WRK-TAB-FIL-UF     PIC X(02).
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-ADICIONAR VALUE 'A'.
           88 MAN-REMOVER   VALUE 'R'.
       77 WRK-MAN-CODIGO-TXT PIC X(02) VALUE SPACES.
       77 WRK-MAN-CODIGO PIC 9(02) VALUE ZEROS.
       77 WRK-MAN-NOME PIC X(20) VALUE SPACES.
       77 WRK-MAN-UF PIC X(02) VALUE SPACES.
       77 WRK-MAN-UF-OK PIC X(01) VALUE 'N'.
           88 MAN-UF-VALIDA VALUE 'S'.
      *TABELA MESTRE DE UF, PARA VALIDAR A UF DA FILIAL.
           COPY 'UFTAB.CPY'.
       77 WRK-MAN-ACHOU PIC X(01) VALUE 'N'.
           88 MAN-ACHOU VALUE 'S'.
       77 WRK-MAN-POS PIC 9(02) VALUE ZEROS.
                           WRK-TAB-FIL-CODIGO (WRK-MAN-QT-FIL)
                       MOVE FIL-NOME TO
                           WRK-TAB-FIL-NOME (WRK-MAN-QT-FIL)
                       MOVE FIL-UF TO
                           WRK-TAB-FIL-UF (WRK-MAN-QT-FIL)
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
       0255A-GRAVAR-FILIAL.
           MOVE WRK-TAB-FIL-CODIGO (WRK-MAN-IDX) TO FIL-CODIGO.
           MOVE WRK-TAB-FIL-NOME (WRK-MAN-IDX) TO FIL-NOME.
           MOVE WRK-TAB-FIL-UF (WRK-MAN-IDX) TO FIL-UF.
           WRITE REG-FILMEST.

       0256-LOCALIZAR-NA-TABELA.
               ELSE
                   DISPLAY 'NOME.. '
                   ACCEPT WRK-MAN-NOME
                   DISPLAY 'UF DA FILIAL.. '
                   ACCEPT WRK-MAN-UF
                   PERFORM 0258-VALIDAR-UF
                   IF WRK-MAN-NOME = SPACES
                       DISPLAY 'NOME VAZIO, NADA FEITO'
                   ELSE
                   IF NOT MAN-UF-VALIDA
                       DISPLAY 'UF INVALIDA, NADA FEITO'
                   ELSE
                   IF WRK-MAN-QT-FIL >= WRK-MAN-MAX-FIL
                       DISPLAY 'CADASTRO CHEIO, NADA FEITO'
                   ELSE
                           WRK-TAB-FIL-CODIGO (WRK-MAN-QT-FIL)
                       MOVE WRK-MAN-NOME TO
                           WRK-TAB-FIL-NOME (WRK-MAN-QT-FIL)
                       MOVE WRK-MAN-UF TO
                           WRK-TAB-FIL-UF (WRK-MAN-QT-FIL)
                       PERFORM 0255-GRAVAR-TABELA
                       DISPLAY 'FILIAL ADICIONADA'
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

               WRK-TAB-FIL-CODIGO (WRK-MAN-IDX).
           MOVE WRK-TAB-FIL-NOME (WRK-MAN-IDX + 1) TO
               WRK-TAB-FIL-NOME (WRK-MAN-IDX).
           MOVE WRK-TAB-FIL-UF (WRK-MAN-IDX + 1) TO
               WRK-TAB-FIL-UF (WRK-MAN-IDX).

       0257-LISTAR-FILIAIS.
           PERFORM 0254-CARREGAR-TABELA.

       0257A-LISTAR-ITEM.
           DISPLAY WRK-TAB-FIL-CODIGO (WRK-MAN-IDX) ' '
               WRK-TAB-FIL-NOME (WRK-MAN-IDX) ' '
               WRK-TAB-FIL-UF (WRK-MAN-IDX).

      *A UF DA FILIAL TEM QUE EXISTIR NA TABELA MESTRE DE UF.
       0258-VALIDAR-UF.
           MOVE 'N' TO WRK-MAN-UF-OK.
           SEARCH ALL TAB-UF-ITEM
               AT END
                   MOVE 'N' TO WRK-MAN-UF-OK
               WHEN TAB-UF-COD (TAB-UF-IDX) = WRK-MAN-UF
                   MOVE 'S' TO WRK-MAN-UF-OK
           END-SEARCH.
