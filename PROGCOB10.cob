      *INTEIRO) E A MANUTENCAO REGRAVA/EXCLUI O REGISTRO INDIVIDUAL
      *(REWRITE/DELETE) - ACABOU O TETO DE 200 USUARIOS E O RISCO DE
      *UMA QUEDA NO MEIO DA REGRAVACAO TOTAL PERDER O CADASTRO.
      *O LOGIN PODE SER VINCULADO A UM PROFESSOR (USR-PROFESSOR,
      *OPCAO (V) DA MANUTENCAO), PARA O LANCAMENTO DE NOTAS FICAR
      *RESTRITO AS TURMAS DELE.
      *UTILIZAR VARIAVEL NIVEL 88 - LOGICA
      *DATA = XX/XX/XXX
      ********************************************
      *CONTA BLOQUEADA POR EXCESSO DE TENTATIVAS NEGADAS ('S') - SO
      *UM ADM DESBLOQUEIA, PELA OPCAO (D) DO MENU DE MANUTENCAO.
           03 USR-BLOQUEADO PIC X(01).
      *PROFESSOR VINCULADO AO LOGIN, COM O MESMO NOME USADO NO
      *TURMAMEST E NA GRADE HORARIA (HORARIO). COM NIVEL USER, O
      *LANCAMENTO DE NOTA, FREQUENCIA E RECUPERACAO SO E ACEITO NAS
      *TURMAS E DISCIPLINAS DELE (VEJA AUTPROF.cob). BRANCO = LOGIN
      *SEM PROFESSOR; O VINCULO E FEITO PELA OPCAO (V) DO MENU DE
      *MANUTENCAO.
           03 USR-PROFESSOR PIC X(30).

       FD  F-ACESSOS.
       01  REG-ACESSO.
           88 MAN-REMOVER      VALUE 'R'.
           88 MAN-ALTERAR      VALUE 'L'.
           88 MAN-DESBLOQUEAR  VALUE 'D'.
           88 MAN-VINCULAR     VALUE 'V'.
       77 WRK-MAN-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-MAN-NIVEL   PIC 9(02) VALUE ZEROS.
       77 WRK-MAN-PROFESSOR PIC X(30) VALUE SPACES.
       77 WRK-MAN-ACHOU   PIC X(01) VALUE 'N'.
           88 MAN-ACHOU VALUE 'S'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
       0250-MENU-MANUTENCAO-USUARIOS.
           DISPLAY '-- MANUTENCAO DE USUARIOS --'.
           DISPLAY '(A)DICIONAR (R)EMOVER (L) ALTERAR NIVEL '
               '(D)ESBLOQUEAR (V)INCULAR PROFESSOR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-ADICIONAR
                   PERFORM 0253-ALTERAR-NIVEL-USUARIO
               WHEN MAN-DESBLOQUEAR
                   PERFORM 0257-DESBLOQUEAR-USUARIO
               WHEN MAN-VINCULAR
                   PERFORM 0259-VINCULAR-PROFESSOR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.
               MOVE WRK-SENHA-CIFRADA TO USR-SENHA
               MOVE 'S' TO USR-TROCA
               MOVE 'N' TO USR-BLOQUEADO
               MOVE SPACES TO USR-PROFESSOR
               WRITE REG-USUARIO
                   INVALID KEY
                       DISPLAY 'USUARIO JA CADASTRADO, NADA FEITO'
           END-READ.
           CLOSE F-USUARIOS.

      *VINCULA O LOGIN A UM PROFESSOR (NOME COMO NO TURMAMEST E NA
      *GRADE HORARIA) OU DESFAZ O VINCULO (BRANCO). O NIVEL NAO MUDA.
       0259-VINCULAR-PROFESSOR.
           DISPLAY 'USUARIO A VINCULAR.. '.
           ACCEPT WRK-MAN-USUARIO.
           PERFORM 0254-ABRIR-USUARIOS-IO.
           MOVE WRK-MAN-USUARIO TO USR-NOME.
           READ F-USUARIOS
               INVALID KEY
                   DISPLAY 'USUARIO NAO ENCONTRADO, NADA FEITO'
               NOT INVALID KEY
                   DISPLAY 'PROFESSOR ATUAL: ' USR-PROFESSOR
                   DISPLAY 'PROFESSOR (NOME COMO NO TURMAMEST, BRANCO '
                       '= SEM VINCULO).. '
                   ACCEPT WRK-MAN-PROFESSOR
                   MOVE WRK-MAN-PROFESSOR TO USR-PROFESSOR
                   REWRITE REG-USUARIO
                   DISPLAY 'VINCULO DE PROFESSOR GRAVADO'
                   MOVE 'PROFESSOR' TO WRK-USL-ACAO
                   MOVE USR-NIVEL TO WRK-USL-NIVEL-ANT
                   MOVE USR-NIVEL TO WRK-USL-NIVEL-NOVO
                   PERFORM 0258-GRAVAR-USRLOG
           END-READ.
           CLOSE F-USUARIOS.

      *UMA LINHA POR ACAO DE MANUTENCAO: DATA/HORA, O ADM
      *AUTENTICADO (WRK-USUARIO), A ACAO, O USUARIO ALVO E O NIVEL
      *ANTES E DEPOIS.
