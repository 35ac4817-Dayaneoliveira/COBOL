       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICA.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : SUB-ROTINA COMUM DA FILA DE NOTIFICACOES DE SAIDA
      *(NOTIFQ), NO MESMO ESPIRITO DO ENTCALC.cob. O CLIENTE SO
      *SABIA DO PEDIDO QUANDO LIGAVA, E A FAMILIA SO SABIA DO
      *ALUNO EM RISCO OU DO BOLETIM RETIDO QUANDO O PAPEL CHEGAVA.
      *AGORA QUEM MUDA A SITUACAO DO PEDIDO (OS GRAVADORES DO
      *PEDSTAT), O RELATORIO DE PENDENCIAS (PROGCOB98), O ALERTA DE
      *MEIO DE TERMO (PROGCOB77) E A INADIMPLENCIA (PROGCOB76)
      *CHAMAM ESTA ROTINA NA HORA DO EVENTO, E ELA:
      *  - ACHA O DESTINATARIO NO CLIMEST (CLIENTE) OU NO RESPMEST
      *    (RESPONSAVEL DO ALUNO) E ESCOLHE O CANAL: O PREFERIDO DO
      *    CADASTRO, SE TIVER O CONTATO; SENAO E-MAIL, SMS OU CARTA,
      *    NESSA ORDEM (A CARTA DO CLIENTE VAI PARA O PRIMEIRO
      *    ENDERECO ATIVO DO ENDENT, PELO ENTCALC);
      *  - NUMERA A NOTIFICACAO PELO CONTROLE NTFNUMCTL (MESMO
      *    DESENHO DO FATNUMCTL DO PROGCOB55) E GRAVA NO FIM DA
      *    FILA NOTIFQ.
      *CANAL N NO CADASTRO = NAO NOTIFICAR (NADA E GRAVADO). SEM
      *CONTATO NENHUM, A NOTIFICACAO VAI PARA A FILA COM O CANAL EM
      *BRANCO - O ENVIADOR A IGNORA E O PROGCOB115 A LISTA COMO
      *FALHA, PARA O CADASTRO SER CORRIGIDO.
      *AVISO UNICO: NA PRIMEIRA CHAMADA DA RODADA, AS CHAVES DOS
      *AVISOS UNICOS DOS ULTIMOS WRK-UNQ-JANELA DIAS DA FILA VAO
      *PARA UMA TABELA EM MEMORIA; O AVISO QUE JA ESTA LA NAO E
      *GRAVADO DE NOVO.
      *VEJA NTFCALL.CPY PARA OS CAMPOS E RESULTADOS DO CHAMADOR.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CADASTRO MESTRE DE CLIENTES (CONTATO E CANAL PREFERIDO).
      *INDEXADO PELO CODIGO (VEJA CLIREC.CPY).
           SELECT F-CLIMEST ASSIGN TO 'CLIMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-STATUS-CLIMEST.
      *CADASTRO DE RESPONSAVEIS POR MATRICULA.
           SELECT F-RESPMEST ASSIGN TO 'RESPMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESPMEST.
      *FILA DE NOTIFICACOES DE SAIDA (VEJA NTFREC.CPY).
           SELECT F-NOTIFQ ASSIGN TO 'NOTIFQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTIFQ.
      *CONTROLE DO PROXIMO NUMERO DE NOTIFICACAO.
           SELECT F-NTFNUMCTL ASSIGN TO 'NTFNUMCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NTFNUMCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CLIMEST.
           COPY 'CLIREC.CPY'.

       FD  F-RESPMEST.
       01  REG-RESPMEST.
           03 RSP-MATRICULA PIC X(10).
           03 RSP-NOME      PIC X(30).
           03 RSP-ENDERECO  PIC X(40).
           03 RSP-ENTREGA   PIC X(01).
      *CONTATO PARA AS NOTIFICACOES E O CANAL PREFERIDO (MESMOS
      *CODIGOS DO CLIMEST - A CARTA VAI PARA O RSP-ENDERECO).
           03 RSP-EMAIL     PIC X(40).
           03 RSP-TELEFONE  PIC X(15).
           03 RSP-CANAL     PIC X(01).

       FD  F-NOTIFQ.
           COPY 'NTFREC.CPY'.

       FD  F-NTFNUMCTL.
       01  REG-NTFNUMCTL.
           03 NNC-PROXIMO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CLIMEST   PIC X(02) VALUE '00'.
       77 WRK-STATUS-RESPMEST  PIC X(02) VALUE '00'.
       77 WRK-STATUS-NOTIFQ    PIC X(02) VALUE '00'.
       77 WRK-STATUS-NTFNUMCTL PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *A TABELA DE AVISOS UNICOS E CARREGADA SO NA PRIMEIRA CHAMADA
      *DA RODADA (A SUB-ROTINA FICA CARREGADA ENTRE AS CHAMADAS).
       77 WRK-PRIMEIRA-CHAMADA PIC X(01) VALUE 'S'.
           88 PRIMEIRA-CHAMADA VALUE 'S'.
      *DESTINATARIO ACHADO NO CADASTRO E O CONTATO ESCOLHIDO.
       77 WRK-DST-ACHOU PIC X(01) VALUE 'N'.
           88 DESTINATARIO-ACHADO VALUE 'S'.
       77 WRK-DST-CODIGO  PIC 9(06) VALUE ZEROS.
       77 WRK-DST-NOME    PIC X(30) VALUE SPACES.
       77 WRK-DST-EMAIL   PIC X(40) VALUE SPACES.
       77 WRK-DST-TELEFONE PIC X(15) VALUE SPACES.
       77 WRK-DST-ENDERECO PIC X(80) VALUE SPACES.
       77 WRK-DST-PREFERIDO PIC X(01) VALUE SPACES.
       77 WRK-DST-CANAL   PIC X(01) VALUE SPACES.
       77 WRK-DST-CONTATO PIC X(80) VALUE SPACES.
      *CAMPOS DA CHAMADA AO ENTCALC (ENDERECO DA CARTA DO CLIENTE).
           COPY 'ENTCALL.CPY'.
       77 WRK-CEP-ED PIC 99999B999.
      *AVISOS UNICOS JA NA FILA: MODELO + DESTINATARIO + PRIMEIRO
      *CAMPO. SO ENTRAM OS DOS ULTIMOS WRK-UNQ-JANELA DIAS DE
      *CALENDARIO COMERCIAL (MES DE 30 DIAS, COMO NO PROGCOB50) -
      *AVISO MAIS ANTIGO QUE ISSO PODE SAIR DE NOVO, COMO LEMBRETE.
       77 WRK-UNQ-JANELA PIC 9(03) VALUE 090.
       77 WRK-UNQ-MAX PIC 9(04) VALUE 5000.
       77 WRK-UNQ-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-UNQ-ESTOUROU PIC X(01) VALUE 'N'.
           88 UNICOS-ESTOUROU VALUE 'S'.
       01 WRK-TAB-UNICOS.
           03 WRK-UNQ-ITEM OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-UNQ-QT
                   INDEXED BY WRK-UNQ-IDX.
               05 WRK-UNQ-CHAVE-TAB PIC X(49).
       01 WRK-UNQ-CHAVE.
           03 WRK-UNQ-MODELO PIC X(08).
           03 WRK-UNQ-TIPO   PIC X(01).
           03 WRK-UNQ-DEST   PIC X(10).
           03 WRK-UNQ-CAMPO1 PIC X(30).
       77 WRK-UNQ-ACHOU PIC X(01) VALUE 'N'.
           88 AVISO-JA-NA-FILA VALUE 'S'.
      *DIAS DE CALENDARIO COMERCIAL.
       01 WRK-DATA-AUX PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           03 WRK-AUX-ANO PIC 9(04).
           03 WRK-AUX-MES PIC 9(02).
           03 WRK-AUX-DIA PIC 9(02).
       77 WRK-DIAS-AUX    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-CORTE  PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA  PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-NOTIF   PIC 9(08) VALUE ZEROS.
       77 WRK-CAMPO-IDX   PIC 9(01) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-NTF-ORIGEM    PIC X(10).
       01 LK-NTF-TIPO-DEST PIC X(01).
       01 LK-NTF-CHAVE     PIC X(10).
       01 LK-NTF-MODELO    PIC X(08).
       01 LK-NTF-UNICO     PIC X(01).
       01 LK-NTF-CAMPOS.
           03 LK-NTF-CAMPO PIC X(30) OCCURS 4 TIMES.
       01 LK-NTF-NUMERO    PIC 9(08).
       01 LK-NTF-RESULT    PIC X(01).

       PROCEDURE DIVISION USING LK-NTF-ORIGEM LK-NTF-TIPO-DEST
           LK-NTF-CHAVE LK-NTF-MODELO LK-NTF-UNICO LK-NTF-CAMPOS
           LK-NTF-NUMERO LK-NTF-RESULT.
       0001-PRINCIPAL.
           MOVE ZEROS TO LK-NTF-NUMERO.
           MOVE SPACES TO LK-NTF-RESULT.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF PRIMEIRA-CHAMADA
               PERFORM 0100-CARREGAR-UNICOS
               MOVE 'N' TO WRK-PRIMEIRA-CHAMADA
           END-IF.
           MOVE LK-NTF-MODELO TO WRK-UNQ-MODELO.
           MOVE LK-NTF-TIPO-DEST TO WRK-UNQ-TIPO.
           MOVE LK-NTF-CHAVE TO WRK-UNQ-DEST.
           MOVE LK-NTF-CAMPO (1) TO WRK-UNQ-CAMPO1.
           MOVE 'N' TO WRK-UNQ-ACHOU.
           IF LK-NTF-UNICO = 'S'
               PERFORM 0150-PROCURAR-UNICO
                   VARYING WRK-UNQ-IDX FROM 1 BY 1
                   UNTIL WRK-UNQ-IDX > WRK-UNQ-QT
                       OR AVISO-JA-NA-FILA
           END-IF.
           IF AVISO-JA-NA-FILA
               MOVE 'R' TO LK-NTF-RESULT
           ELSE
               PERFORM 0200-BUSCAR-DESTINATARIO
               IF LK-NTF-RESULT NOT = 'O'
                   PERFORM 0300-OBTER-NUMERO
                   PERFORM 0400-GRAVAR-FILA
                   IF LK-NTF-UNICO = 'S'
                       PERFORM 0160-GUARDAR-UNICO
                   END-IF
               END-IF
           END-IF.
           GOBACK.

      *CHAVES DOS AVISOS UNICOS JA GRAVADOS NA JANELA. TABELA CHEIA
      *NAO PARA A ROTINA: O AVISO ALEM DO TETO PODE SAIR REPETIDO,
      *E A MENSAGEM AVISA A OPERACAO PARA AUMENTAR O TETO.
       0100-CARREGAR-UNICOS.
           MOVE ZEROS TO WRK-UNQ-QT.
           MOVE WRK-DATA-HOJE TO WRK-DATA-AUX.
           PERFORM 0111-DIAS-COMERCIAIS.
           IF WRK-DIAS-AUX > WRK-UNQ-JANELA
               COMPUTE WRK-DIAS-CORTE = WRK-DIAS-AUX - WRK-UNQ-JANELA
           ELSE
               MOVE ZEROS TO WRK-DIAS-CORTE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-NOTIFQ.
           IF WRK-STATUS-NOTIFQ NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-NOTIFQ UNTIL FIM-ARQ.
           IF WRK-STATUS-NOTIFQ NOT = '35'
               CLOSE F-NOTIFQ
           END-IF.

       0110-LER-NOTIFQ.
           READ F-NOTIFQ
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF NTF-UNICO = 'S' AND NTF-DATA IS NUMERIC
                       MOVE NTF-DATA TO WRK-DATA-AUX
                       PERFORM 0111-DIAS-COMERCIAIS
                       IF WRK-DIAS-AUX >= WRK-DIAS-CORTE
                           MOVE NTF-MODELO TO WRK-UNQ-MODELO
                           MOVE NTF-TIPO-DEST TO WRK-UNQ-TIPO
                           MOVE NTF-CHAVE TO WRK-UNQ-DEST
                           MOVE NTF-CAMPO (1) TO WRK-UNQ-CAMPO1
                           PERFORM 0160-GUARDAR-UNICO
                       END-IF
                   END-IF
           END-READ.

       0111-DIAS-COMERCIAIS.
           COMPUTE WRK-DIAS-AUX = (WRK-AUX-ANO * 360)
               + (WRK-AUX-MES * 30) + WRK-AUX-DIA.

       0150-PROCURAR-UNICO.
           IF WRK-UNQ-CHAVE-TAB (WRK-UNQ-IDX) = WRK-UNQ-CHAVE
               MOVE 'S' TO WRK-UNQ-ACHOU
           END-IF.

       0160-GUARDAR-UNICO.
           IF WRK-UNQ-QT < WRK-UNQ-MAX
               ADD 1 TO WRK-UNQ-QT
               MOVE WRK-UNQ-CHAVE TO WRK-UNQ-CHAVE-TAB (WRK-UNQ-QT)
           ELSE
               IF NOT UNICOS-ESTOUROU
                   DISPLAY 'NOTIFICA: AVISOS UNICOS ALEM DO TETO ('
                       WRK-UNQ-MAX ') - PODEM SAIR REPETIDOS'
                   MOVE 'S' TO WRK-UNQ-ESTOUROU
               END-IF
           END-IF.

      *ACHA O DESTINATARIO NO CADASTRO E ESCOLHE CANAL E CONTATO.
      *RESULTADO: S = COM CONTATO, N = SEM CONTATO, X = FORA DO
      *CADASTRO, O = NAO QUER SER NOTIFICADO.
       0200-BUSCAR-DESTINATARIO.
           MOVE 'N' TO WRK-DST-ACHOU.
           MOVE SPACES TO WRK-DST-NOME.
           MOVE SPACES TO WRK-DST-EMAIL.
           MOVE SPACES TO WRK-DST-TELEFONE.
           MOVE SPACES TO WRK-DST-ENDERECO.
           MOVE SPACES TO WRK-DST-PREFERIDO.
           MOVE SPACES TO WRK-DST-CANAL.
           MOVE SPACES TO WRK-DST-CONTATO.
           MOVE 'N' TO WRK-FIM-ARQ.
           IF LK-NTF-TIPO-DEST = 'R'
               OPEN INPUT F-RESPMEST
               IF WRK-STATUS-RESPMEST NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 0220-LER-RESPMEST UNTIL FIM-ARQ
               IF WRK-STATUS-RESPMEST NOT = '35'
                   CLOSE F-RESPMEST
               END-IF
           ELSE
               IF LK-NTF-CHAVE (1:6) IS NUMERIC
                   MOVE LK-NTF-CHAVE (1:6) TO WRK-DST-CODIGO
                   OPEN INPUT F-CLIMEST
                   IF WRK-STATUS-CLIMEST = '00'
                       PERFORM 0210-LER-CLIMEST
                       CLOSE F-CLIMEST
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT DESTINATARIO-ACHADO
                   MOVE 'X' TO LK-NTF-RESULT
               WHEN WRK-DST-PREFERIDO = 'N'
                   MOVE 'O' TO LK-NTF-RESULT
               WHEN OTHER
                   PERFORM 0230-ESCOLHER-CANAL
                   IF WRK-DST-CANAL = SPACES
                       MOVE 'N' TO LK-NTF-RESULT
                   ELSE
                       MOVE 'S' TO LK-NTF-RESULT
                   END-IF
           END-EVALUATE.

       0210-LER-CLIMEST.
           MOVE WRK-DST-CODIGO TO CLI-CODIGO.
           READ F-CLIMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-DST-ACHOU
                   MOVE CLI-RAZAO TO WRK-DST-NOME
                   MOVE CLI-EMAIL TO WRK-DST-EMAIL
                   MOVE CLI-TELEFONE TO WRK-DST-TELEFONE
                   MOVE CLI-CANAL TO WRK-DST-PREFERIDO
           END-READ.

       0220-LER-RESPMEST.
           READ F-RESPMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF RSP-MATRICULA = LK-NTF-CHAVE
                       MOVE 'S' TO WRK-DST-ACHOU
                       MOVE RSP-NOME TO WRK-DST-NOME
                       MOVE RSP-EMAIL TO WRK-DST-EMAIL
                       MOVE RSP-TELEFONE TO WRK-DST-TELEFONE
                       MOVE RSP-ENDERECO TO WRK-DST-ENDERECO
                       MOVE RSP-CANAL TO WRK-DST-PREFERIDO
                       MOVE 'S' TO WRK-FIM-ARQ
                   END-IF
           END-READ.

      *O CANAL PREFERIDO VALE SE O CADASTRO TEM O CONTATO DELE;
      *SENAO, O PRIMEIRO CONTATO QUE HOUVER (E-MAIL, SMS, CARTA).
       0230-ESCOLHER-CANAL.
           IF LK-NTF-TIPO-DEST NOT = 'R'
               AND (WRK-DST-PREFERIDO = 'C'
                   OR (WRK-DST-EMAIL = SPACES
                       AND WRK-DST-TELEFONE = SPACES))
               PERFORM 0240-ENDERECO-DO-CLIENTE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-DST-PREFERIDO = 'E'
                   AND WRK-DST-EMAIL NOT = SPACES
                   MOVE 'E' TO WRK-DST-CANAL
                   MOVE WRK-DST-EMAIL TO WRK-DST-CONTATO
               WHEN WRK-DST-PREFERIDO = 'S'
                   AND WRK-DST-TELEFONE NOT = SPACES
                   MOVE 'S' TO WRK-DST-CANAL
                   MOVE WRK-DST-TELEFONE TO WRK-DST-CONTATO
               WHEN WRK-DST-PREFERIDO = 'C'
                   AND WRK-DST-ENDERECO NOT = SPACES
                   MOVE 'C' TO WRK-DST-CANAL
                   MOVE WRK-DST-ENDERECO TO WRK-DST-CONTATO
               WHEN WRK-DST-EMAIL NOT = SPACES
                   MOVE 'E' TO WRK-DST-CANAL
                   MOVE WRK-DST-EMAIL TO WRK-DST-CONTATO
               WHEN WRK-DST-TELEFONE NOT = SPACES
                   MOVE 'S' TO WRK-DST-CANAL
                   MOVE WRK-DST-TELEFONE TO WRK-DST-CONTATO
               WHEN WRK-DST-ENDERECO NOT = SPACES
                   MOVE 'C' TO WRK-DST-CANAL
                   MOVE WRK-DST-ENDERECO TO WRK-DST-CONTATO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *ENDERECO DA CARTA DO CLIENTE: O PRIMEIRO ENDERECO ATIVO DELE
      *NO ENDENT.
       0240-ENDERECO-DO-CLIENTE.
           MOVE 'E' TO WRK-ENT-ACAO.
           MOVE WRK-DST-CODIGO TO WRK-ENT-CLICOD.
           MOVE ZEROS TO WRK-ENT-SEQ.
           CALL 'ENTCALC' USING WRK-ENT-ACAO WRK-ENT-CLICOD
               WRK-ENT-SEQ WRK-ENT-LOGRADOURO WRK-ENT-CIDADE
               WRK-ENT-CEP WRK-ENT-UF WRK-ENT-CLASSE WRK-ENT-RESULT.
           IF ENT-ACHADO OR ENT-CEP-FORA
               MOVE WRK-ENT-CEP TO WRK-CEP-ED
               INSPECT WRK-CEP-ED REPLACING ALL SPACE BY '-'
               STRING WRK-ENT-LOGRADOURO DELIMITED BY '  '
                   ' - ' WRK-ENT-CIDADE DELIMITED BY '  '
                   '/' WRK-ENT-UF ' CEP ' WRK-CEP-ED
                   DELIMITED BY SIZE INTO WRK-DST-ENDERECO
           END-IF.

      *LE O PROXIMO NUMERO DO CONTROLE NTFNUMCTL (CRIANDO O CONTROLE
      *COM 1 SE AINDA NAO EXISTIR) E REGRAVA O CONTROLE JA COM O
      *NUMERO SEGUINTE - MESMO DESENHO DO FATNUMCTL.
       0300-OBTER-NUMERO.
           MOVE ZEROS TO WRK-NUM-NOTIF.
           OPEN INPUT F-NTFNUMCTL.
           IF WRK-STATUS-NTFNUMCTL = '00'
               READ F-NTFNUMCTL
                   AT END
                       MOVE 1 TO WRK-NUM-NOTIF
                   NOT AT END
                       MOVE NNC-PROXIMO TO WRK-NUM-NOTIF
               END-READ
               CLOSE F-NTFNUMCTL
           ELSE
               MOVE 1 TO WRK-NUM-NOTIF
           END-IF.
           OPEN OUTPUT F-NTFNUMCTL.
           COMPUTE NNC-PROXIMO = WRK-NUM-NOTIF + 1.
           WRITE REG-NTFNUMCTL.
           CLOSE F-NTFNUMCTL.

       0400-GRAVAR-FILA.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           OPEN EXTEND F-NOTIFQ.
           IF WRK-STATUS-NOTIFQ = '35'
               OPEN OUTPUT F-NOTIFQ
           END-IF.
           MOVE SPACES TO REG-NOTIFQ.
           MOVE WRK-NUM-NOTIF TO NTF-NUMERO.
           MOVE WRK-DATA-HOJE TO NTF-DATA.
           MOVE WRK-HORA-AGORA (1:6) TO NTF-HORA.
           MOVE LK-NTF-ORIGEM TO NTF-ORIGEM.
           MOVE LK-NTF-TIPO-DEST TO NTF-TIPO-DEST.
           MOVE LK-NTF-CHAVE TO NTF-CHAVE.
           MOVE WRK-DST-NOME TO NTF-NOME.
           MOVE WRK-DST-CANAL TO NTF-CANAL.
           MOVE WRK-DST-CONTATO TO NTF-CONTATO.
           MOVE LK-NTF-MODELO TO NTF-MODELO.
           PERFORM 0410-COPIAR-CAMPO
               VARYING WRK-CAMPO-IDX FROM 1 BY 1
               UNTIL WRK-CAMPO-IDX > 4.
           MOVE LK-NTF-UNICO TO NTF-UNICO.
           WRITE REG-NOTIFQ.
           CLOSE F-NOTIFQ.
           MOVE WRK-NUM-NOTIF TO LK-NTF-NUMERO.

       0410-COPIAR-CAMPO.
           MOVE LK-NTF-CAMPO (WRK-CAMPO-IDX) TO
               NTF-CAMPO (WRK-CAMPO-IDX).
