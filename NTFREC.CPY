      ********************************************
      *COPYBOOK - NTFREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DA FILA DE NOTIFICACOES DE
      *SAIDA (NOTIFQ) PARA CLIENTES E FAMILIAS. GRAVADO SO PELA
      *SUB-ROTINA NOTIFICA (VEJA NTFCALL.CPY) NA HORA DO EVENTO, E
      *LIDO PELO ENVIADOR DE E-MAIL/SMS/CARTA, QUE DEVOLVE A
      *SITUACAO DE CADA ENVIO NO NOTIFRET (VEJA NTRREC.CPY). O
      *PROGCOB115 CASA OS DOIS E LISTA O QUE FALHOU OU NUNCA FOI
      *CONFIRMADO.
      *DESTINATARIO: C = CLIENTE (CHAVE = CODIGO DO CLIMEST),
      *R = RESPONSAVEL DO ALUNO (CHAVE = MATRICULA DO RESPMEST).
      *CANAL: E = E-MAIL, S = SMS, C = CARTA (CONTATO = ENDERECO).
      *CANAL EM BRANCO = DESTINATARIO SEM CONTATO NO CADASTRO: A
      *NOTIFICACAO FICA NA FILA SO PARA SAIR NO RELATORIO DE FALHAS.
      *MODELOS E CAMPOS DE MESCLAGEM (NTF-CAMPO 1 A 4):
      *  PEDSIT   = MUDANCA DE SITUACAO DO PEDIDO: NUMERO, SITUACAO
      *             ANTERIOR, SITUACAO NOVA, DATA;
      *  PEDRISCO = DATA PROMETIDA EM RISCO/VENCIDA (PROGCOB98):
      *             NUMERO, DATA PROMETIDA, FOLGA EM DIAS, PRODUTO;
      *  ALUNORIS = ALUNO EM RISCO NO MEIO DO TERMO (PROGCOB77):
      *             TERMO+DISCIPLINA, SITUACAO, PRESENCA, TURMA;
      *  RETENCAO = BOLETIM RETIDO POR INADIMPLENCIA (PROGCOB76):
      *             MES VENCIDO MAIS ANTIGO, NOME DO ALUNO, MESES
      *             VENCIDOS, SALDO DEVEDOR;
      *  VAGAOFER = VAGA OFERECIDA A QUEM ESTAVA NA LISTA DE ESPERA
      *             DA TURMA (VAGATUR): TURMA/TERMO, CURSO, DATA DA
      *             OFERTA, DISCIPLINA PEDIDA.
      *NTF-UNICO = S: AVISO QUE NAO SE REPETE PARA O MESMO MODELO,
      *DESTINATARIO E PRIMEIRO CAMPO (O RELATORIO NOTURNO NAO
      *AVISA DE NOVO TODO DIA O MESMO PEDIDO EM RISCO).
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-NOTIFQ.
      *        COPY 'NTFREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-NOTIFQ.
           03 NTF-NUMERO     PIC 9(08).
           03 NTF-DATA       PIC 9(08).
           03 NTF-HORA       PIC 9(06).
      *PROGRAMA QUE GEROU O EVENTO.
           03 NTF-ORIGEM     PIC X(10).
           03 NTF-TIPO-DEST  PIC X(01).
               88 NTF-DEST-CLIENTE     VALUE 'C'.
               88 NTF-DEST-RESPONSAVEL VALUE 'R'.
           03 NTF-CHAVE      PIC X(10).
           03 NTF-NOME       PIC X(30).
           03 NTF-CANAL      PIC X(01).
               88 NTF-CANAL-EMAIL VALUE 'E'.
               88 NTF-CANAL-SMS   VALUE 'S'.
               88 NTF-CANAL-CARTA VALUE 'C'.
               88 NTF-SEM-CANAL   VALUE SPACE.
           03 NTF-CONTATO    PIC X(80).
           03 NTF-MODELO     PIC X(08).
           03 NTF-CAMPO      PIC X(30) OCCURS 4 TIMES.
           03 NTF-UNICO      PIC X(01).
