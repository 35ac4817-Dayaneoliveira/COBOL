      *ENDERECAMENTO SAEM NA MESMA RODADA DOS BOLETINS (COMO AS
      *ETIQUETAS DE EMBARQUE DO PROGCOB42) E A LISTA DE CONTROLE DE
      *ENTREGA POR TURMA PROVA QUEM RECEBEU.
      *O CADASTRO GUARDA TAMBEM O E-MAIL, O TELEFONE E O CANAL
      *PREFERIDO DAS NOTIFICACOES A FAMILIA (ALUNO EM RISCO,
      *BOLETIM RETIDO - VEJA NOTIFICA.cob).
      *MESMO DESENHO DOS DEMAIS CADASTROS (TABELA EM MEMORIA E
      *REGRAVACAO INTEIRA).
      *DATA = XX/XX/XXX
           03 RSP-NOME      PIC X(30).
           03 RSP-ENDERECO  PIC X(40).
           03 RSP-ENTREGA   PIC X(01).
      *CONTATO PARA AS NOTIFICACOES E O CANAL PREFERIDO (MESMOS
      *CODIGOS DO CLIMEST - A CARTA VAI PARA O RSP-ENDERECO).
           03 RSP-EMAIL     PIC X(40).
           03 RSP-TELEFONE  PIC X(15).
           03 RSP-CANAL     PIC X(01).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-RESPMEST PIC X(02) VALUE '00'.
               05 WRK-TAB-RSP-NOME     PIC X(30).
               05 WRK-TAB-RSP-ENDERECO PIC X(40).
               05 WRK-TAB-RSP-ENTREGA  PIC X(01).
               05 WRK-TAB-RSP-EMAIL    PIC X(40).
               05 WRK-TAB-RSP-TELEFONE PIC X(15).
               05 WRK-TAB-RSP-CANAL    PIC X(01).
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-ADICIONAR VALUE 'A'.
           88 MAN-REMOVER   VALUE 'R'.
       77 WRK-MAN-NOME      PIC X(30) VALUE SPACES.
       77 WRK-MAN-ENDERECO  PIC X(40) VALUE SPACES.
       77 WRK-MAN-ENTREGA   PIC X(01) VALUE SPACES.
       77 WRK-MAN-EMAIL     PIC X(40) VALUE SPACES.
       77 WRK-MAN-TELEFONE  PIC X(15) VALUE SPACES.
      *CANAL PREFERIDO DAS NOTIFICACOES: E = E-MAIL, S = SMS,
      *C = CARTA, N = NAO NOTIFICAR, BRANCO = O QUE TIVER CONTATO.
       77 WRK-MAN-CANAL     PIC X(01) VALUE SPACES.
           88 MAN-CANAL-VALIDO VALUE 'E' 'S' 'C' 'N' SPACE.
       77 WRK-MAN-ACHOU PIC X(01) VALUE 'N'.
           88 MAN-ACHOU VALUE 'S'.
       77 WRK-MAN-POS PIC 9(04) VALUE ZEROS.
                           WRK-TAB-RSP-ENDERECO (WRK-MAN-QT-RSP)
                       MOVE RSP-ENTREGA TO
                           WRK-TAB-RSP-ENTREGA (WRK-MAN-QT-RSP)
                       MOVE RSP-EMAIL TO
                           WRK-TAB-RSP-EMAIL (WRK-MAN-QT-RSP)
                       MOVE RSP-TELEFONE TO
                           WRK-TAB-RSP-TELEFONE (WRK-MAN-QT-RSP)
                       MOVE RSP-CANAL TO
                           WRK-TAB-RSP-CANAL (WRK-MAN-QT-RSP)
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           MOVE WRK-TAB-RSP-NOME (WRK-MAN-IDX)     TO RSP-NOME.
           MOVE WRK-TAB-RSP-ENDERECO (WRK-MAN-IDX) TO RSP-ENDERECO.
           MOVE WRK-TAB-RSP-ENTREGA (WRK-MAN-IDX)  TO RSP-ENTREGA.
           MOVE WRK-TAB-RSP-EMAIL (WRK-MAN-IDX)    TO RSP-EMAIL.
           MOVE WRK-TAB-RSP-TELEFONE (WRK-MAN-IDX) TO RSP-TELEFONE.
           MOVE WRK-TAB-RSP-CANAL (WRK-MAN-IDX)    TO RSP-CANAL.
           WRITE REG-RESPMEST.

       0256-LOCALIZAR-NA-TABELA.
               ACCEPT WRK-MAN-ENDERECO
               DISPLAY 'ENTREGA (C=CORREIO E=EM MAOS).. '
               ACCEPT WRK-MAN-ENTREGA
               DISPLAY 'E-MAIL PARA NOTIFICACOES.. '
               ACCEPT WRK-MAN-EMAIL
               DISPLAY 'TELEFONE CELULAR PARA SMS.. '
               ACCEPT WRK-MAN-TELEFONE
               DISPLAY 'CANAL PREFERIDO E/S/C, N = NAO NOTIFICAR '
                   '(BRANCO = O QUE TIVER CONTATO).. '
               ACCEPT WRK-MAN-CANAL
               IF WRK-MAN-NOME = SPACES
                   DISPLAY 'NOME VAZIO, NADA FEITO'
               ELSE
                   IF NOT MAN-CANAL-VALIDO
                       DISPLAY 'CANAL INVALIDO, NADA FEITO'
                   ELSE
                   IF WRK-MAN-QT-RSP >= WRK-MAN-MAX-RSP
                       DISPLAY 'CADASTRO CHEIO, NADA FEITO'
                   ELSE
                           WRK-TAB-RSP-ENDERECO (WRK-MAN-QT-RSP)
                       MOVE WRK-MAN-ENTREGA TO
                           WRK-TAB-RSP-ENTREGA (WRK-MAN-QT-RSP)
                       MOVE WRK-MAN-EMAIL TO
                           WRK-TAB-RSP-EMAIL (WRK-MAN-QT-RSP)
                       MOVE WRK-MAN-TELEFONE TO
                           WRK-TAB-RSP-TELEFONE (WRK-MAN-QT-RSP)
                       MOVE WRK-MAN-CANAL TO
                           WRK-TAB-RSP-CANAL (WRK-MAN-QT-RSP)
                       PERFORM 0255-GRAVAR-TABELA
                       DISPLAY 'RESPONSAVEL ADICIONADO'
                   END-IF
                   END-IF
               END-IF
           END-IF.

               ACCEPT WRK-MAN-ENDERECO
               DISPLAY 'NOVA ENTREGA C/E (BRANCO MANTEM).. '
               ACCEPT WRK-MAN-ENTREGA
               DISPLAY 'NOVO E-MAIL (BRANCO MANTEM).. '
               ACCEPT WRK-MAN-EMAIL
               DISPLAY 'NOVO TELEFONE (BRANCO MANTEM).. '
               ACCEPT WRK-MAN-TELEFONE
               DISPLAY 'NOVO CANAL E/S/C/N (BRANCO MANTEM, '
                   '- = O QUE TIVER CONTATO).. '
               ACCEPT WRK-MAN-CANAL
               IF NOT MAN-CANAL-VALIDO AND WRK-MAN-CANAL NOT = '-'
                   DISPLAY 'CANAL INVALIDO, CANAL MANTIDO'
                   MOVE SPACES TO WRK-MAN-CANAL
               END-IF
               IF WRK-MAN-NOME NOT = SPACES
                   MOVE WRK-MAN-NOME TO
                       WRK-TAB-RSP-NOME (WRK-MAN-POS)
                   MOVE WRK-MAN-ENTREGA TO
                       WRK-TAB-RSP-ENTREGA (WRK-MAN-POS)
               END-IF
               IF WRK-MAN-EMAIL NOT = SPACES
                   MOVE WRK-MAN-EMAIL TO
                       WRK-TAB-RSP-EMAIL (WRK-MAN-POS)
               END-IF
               IF WRK-MAN-TELEFONE NOT = SPACES
                   MOVE WRK-MAN-TELEFONE TO
                       WRK-TAB-RSP-TELEFONE (WRK-MAN-POS)
               END-IF
               IF WRK-MAN-CANAL = '-'
                   MOVE SPACES TO WRK-TAB-RSP-CANAL (WRK-MAN-POS)
               ELSE
                   IF WRK-MAN-CANAL NOT = SPACES
                       MOVE WRK-MAN-CANAL TO
                           WRK-TAB-RSP-CANAL (WRK-MAN-POS)
                   END-IF
               END-IF
               PERFORM 0255-GRAVAR-TABELA
               DISPLAY 'RESPONSAVEL ALTERADO'
           END-IF.
               WRK-TAB-RSP-NOME (WRK-MAN-IDX)
               ' ' WRK-TAB-RSP-ENDERECO (WRK-MAN-IDX)
               ' ENTREGA ' WRK-TAB-RSP-ENTREGA (WRK-MAN-IDX).
           DISPLAY '           E-MAIL ' WRK-TAB-RSP-EMAIL (WRK-MAN-IDX)
               ' TEL ' WRK-TAB-RSP-TELEFONE (WRK-MAN-IDX)
               ' CANAL ' WRK-TAB-RSP-CANAL (WRK-MAN-IDX).
