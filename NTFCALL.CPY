      ********************************************
      *COPYBOOK - NTFCALL.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : CAMPOS COMUNS QUE TODO PROGCOBxx USA PARA CHAMAR A
      *SUB-ROTINA NOTIFICA (FILA DE NOTIFICACOES DE SAIDA NOTIFQ,
      *VEJA NTFREC.CPY). O CHAMADOR INFORMA O PROGRAMA DE ORIGEM, O
      *TIPO DE DESTINATARIO (C = CLIENTE, R = RESPONSAVEL DO
      *ALUNO), A CHAVE DELE NO CADASTRO, O MODELO, OS CAMPOS DE
      *MESCLAGEM E SE O AVISO E UNICO (S = NAO REPETE). O CONTATO E
      *O CANAL SAEM DO CLIMEST/RESPMEST, NUNCA DO CHAMADOR.
      *RESULTADO: S = GRAVADA NA FILA (NUMERO EM WRK-NTF-NUMERO),
      *N = GRAVADA SEM CONTATO (CANAL EM BRANCO, SAI NO RELATORIO
      *DE FALHAS), X = DESTINATARIO FORA DO CADASTRO (GRAVADA SEM
      *CONTATO, IDEM), O = DESTINATARIO PEDIU PARA NAO SER
      *NOTIFICADO (NADA GRAVADO), R = AVISO UNICO JA NA FILA (NADA
      *GRAVADO).
      *CHAMADA:
      *    CALL 'NOTIFICA' USING WRK-NTF-ORIGEM WRK-NTF-TIPO-DEST
      *        WRK-NTF-CHAVE WRK-NTF-MODELO WRK-NTF-UNICO
      *        WRK-NTF-CAMPOS WRK-NTF-NUMERO WRK-NTF-RESULT.
      *DATA = XX/XX/XXX
      ********************************************
       77 WRK-NTF-ORIGEM    PIC X(10) VALUE SPACES.
       77 WRK-NTF-TIPO-DEST PIC X(01) VALUE 'C'.
           88 NTF-PARA-CLIENTE     VALUE 'C'.
           88 NTF-PARA-RESPONSAVEL VALUE 'R'.
       77 WRK-NTF-CHAVE     PIC X(10) VALUE SPACES.
       77 WRK-NTF-MODELO    PIC X(08) VALUE SPACES.
       77 WRK-NTF-UNICO     PIC X(01) VALUE 'N'.
       01 WRK-NTF-CAMPOS.
           03 WRK-NTF-CAMPO PIC X(30) OCCURS 4 TIMES.
       77 WRK-NTF-NUMERO    PIC 9(08) VALUE ZEROS.
       77 WRK-NTF-RESULT    PIC X(01) VALUE SPACES.
           88 NTF-GRAVADA      VALUE 'S'.
           88 NTF-SEM-CONTATO  VALUE 'N'.
           88 NTF-SEM-CADASTRO VALUE 'X'.
           88 NTF-RECUSADA     VALUE 'O'.
           88 NTF-REPETIDA     VALUE 'R'.
