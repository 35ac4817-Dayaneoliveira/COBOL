      ********************************************
      *COPYBOOK - NTRREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DE RETORNO DO ENVIO DAS
      *NOTIFICACOES (NOTIFRET), DEVOLVIDO PELO ENVIADOR DE E-MAIL/
      *SMS/CARTA: UMA LINHA POR TENTATIVA, PELO NUMERO DA
      *NOTIFICACAO NA FILA NOTIFQ (VEJA NTFREC.CPY). A MESMA
      *NOTIFICACAO PODE VOLTAR MAIS DE UMA VEZ (FALHOU, FOI
      *REENVIADA E CONFIRMOU) - VALE A ULTIMA LINHA DO ARQUIVO.
      *SITUACAO: E = ENTREGUE/CONFIRMADA, F = FALHOU (MOTIVO DO
      *ENVIADOR EM NTR-MOTIVO).
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-NOTIFRET.
      *        COPY 'NTRREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-NOTIFRET.
           03 NTR-NUMERO     PIC 9(08).
           03 NTR-DATA       PIC 9(08).
           03 NTR-HORA       PIC 9(06).
           03 NTR-STATUS     PIC X(01).
               88 NTR-ENTREGUE VALUE 'E'.
               88 NTR-FALHOU   VALUE 'F'.
           03 NTR-MOTIVO     PIC X(30).
