       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB115.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : RELATORIO DIARIO DAS NOTIFICACOES DE SAIDA QUE
      *FALHARAM OU NUNCA FORAM CONFIRMADAS. A FILA NOTIFQ (VEJA
      *NTFREC.CPY, GRAVADA PELA SUB-ROTINA NOTIFICA) VAI PARA O
      *ENVIADOR DE E-MAIL/SMS/CARTA, QUE DEVOLVE A SITUACAO DE CADA
      *ENVIO NO NOTIFRET (VEJA NTRREC.CPY - VALE O ULTIMO RETORNO
      *DE CADA NOTIFICACAO). ESTE PROGRAMA CASA OS DOIS PELO NUMERO
      *E LISTA, PARA AS NOTIFICACOES DOS ULTIMOS WRK-DIAS-JANELA
      *DIAS (CALENDARIO COMERCIAL DO PROGCOB50, MES DE 30 DIAS):
      *  1) AS QUE FALHARAM: RETORNO F, COM O MOTIVO DO ENVIADOR, E
      *     AS GRAVADAS SEM CANAL (DESTINATARIO SEM CONTATO OU FORA
      *     DO CLIMEST/RESPMEST) - O CADASTRO E QUE PRECISA SER
      *     CORRIGIDO;
      *  2) AS NAO CONFIRMADAS: SEM RETORNO NENHUM HA MAIS DE
      *     WRK-DIAS-CONFIRMA DIAS;
      *  3) OS TOTAIS POR CANAL (GERADAS, CONFIRMADAS, FALHAS, NO
      *     PRAZO E NAO CONFIRMADAS).
      *A FILA E NUMERADA EM ORDEM CRESCENTE PELO CONTROLE NTFNUMCTL,
      *E E ASSIM QUE ELA FICA NA TABELA EM MEMORIA PARA A BUSCA DOS
      *RETORNOS. QUALQUER FALHA OU NAO CONFIRMADA DA RC 4 PARA A
      *REDE NOTURNA CHAMAR A ATENCAO; TABELA ESTOURADA DA RC 12.
      *RODA TODO DIA NA REDE NOTURNA (SO LEITURA, SEM PERGUNTAS).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *FILA DE NOTIFICACOES DE SAIDA (VEJA NTFREC.CPY).
           SELECT F-NOTIFQ ASSIGN TO 'NOTIFQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTIFQ.
      *RETORNO DO ENVIADOR (VEJA NTRREC.CPY).
           SELECT F-NOTIFRET ASSIGN TO 'NOTIFRET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTIFRET.
      *RELATORIO, COM CABECALHO E QUEBRA DE PAGINA PADRAO (VEJA
      *RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB115RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-NOTIFQ.
           COPY 'NTFREC.CPY'.

       FD  F-NOTIFRET.
           COPY 'NTRREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-NOTIFQ   PIC X(02) VALUE '00'.
       77 WRK-STATUS-NOTIFRET PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *JANELA DO RELATORIO E PRAZO PARA O ENVIADOR CONFIRMAR, EM DIAS
      *DE CALENDARIO COMERCIAL.
       77 WRK-DIAS-JANELA   PIC 9(03) VALUE 030.
       77 WRK-DIAS-CONFIRMA PIC 9(03) VALUE 002.
       01 WRK-DATA-AUX PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           03 WRK-AUX-ANO PIC 9(04).
           03 WRK-AUX-MES PIC 9(02).
           03 WRK-AUX-DIA PIC 9(02).
       77 WRK-DIAS-AUX   PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-HOJE  PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-CORTE PIC 9(07) VALUE ZEROS.
       77 WRK-IDADE      PIC 9(05) VALUE ZEROS.
       77 WRK-IDADE-ED   PIC ZZZZ9.
      *NOTIFICACOES DA JANELA EM MEMORIA, EM ORDEM DE NUMERO. LINHA
      *FORA DE ORDEM (NUMERO QUE NAO CRESCE) FICA DE FORA E E
      *CONTADA A PARTE.
       77 WRK-NTQ-MAX PIC 9(04) VALUE 5000.
       77 WRK-NTQ-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-NTQ-ESTOUROU PIC X(01) VALUE 'N'.
           88 FILA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-NOTIF.
           03 WRK-TAB-NTQ-ITEM OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-NTQ-QT
                   ASCENDING KEY IS WRK-NTQ-NUMERO
                   INDEXED BY WRK-NTQ-IDX.
               05 WRK-NTQ-NUMERO  PIC 9(08).
               05 WRK-NTQ-DATA    PIC 9(08).
               05 WRK-NTQ-ORIGEM  PIC X(10).
               05 WRK-NTQ-TIPO    PIC X(01).
               05 WRK-NTQ-CHAVE   PIC X(10).
               05 WRK-NTQ-NOME    PIC X(30).
               05 WRK-NTQ-CANAL   PIC X(01).
               05 WRK-NTQ-MODELO  PIC X(08).
      *SITUACAO PELO ULTIMO RETORNO: BRANCO = SEM RETORNO,
      *E = ENTREGUE, F = FALHOU.
               05 WRK-NTQ-SITUACAO PIC X(01).
               05 WRK-NTQ-MOTIVO  PIC X(30).
       77 WRK-ULTIMO-NUMERO PIC 9(08) VALUE ZEROS.
       77 WRK-QT-FORA-ORDEM PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RETORNOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RET-FORA   PIC 9(05) VALUE ZEROS.
      *TOTAIS POR CANAL: E-MAIL, SMS, CARTA E SEM CANAL.
       01 WRK-CANAIS-DADOS.
           03 FILLER PIC X(11) VALUE 'EE-MAIL    '.
           03 FILLER PIC X(11) VALUE 'SSMS       '.
           03 FILLER PIC X(11) VALUE 'CCARTA     '.
           03 FILLER PIC X(11) VALUE ' SEM CANAL '.
       01 WRK-CANAIS REDEFINES WRK-CANAIS-DADOS.
           03 WRK-CAN-ITEM OCCURS 4 TIMES.
               05 WRK-CAN-CODIGO PIC X(01).
               05 WRK-CAN-NOME   PIC X(10).
       01 WRK-TOTAIS-CANAL.
           03 WRK-TOT-ITEM OCCURS 4 TIMES.
               05 WRK-TOT-GERADAS     PIC 9(05).
               05 WRK-TOT-CONFIRMADAS PIC 9(05).
               05 WRK-TOT-FALHAS      PIC 9(05).
               05 WRK-TOT-NO-PRAZO    PIC 9(05).
               05 WRK-TOT-SEM-CONF    PIC 9(05).
       77 WRK-CAN-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-CAN-POS PIC 9(01) VALUE ZEROS.
       77 WRK-QT-FALHAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CONF PIC 9(05) VALUE ZEROS.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB115'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           INITIALIZE WRK-TOTAIS-CANAL.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-AUX.
           PERFORM 0120-DIAS-COMERCIAIS.
           MOVE WRK-DIAS-AUX TO WRK-DIAS-HOJE.
           IF WRK-DIAS-HOJE > WRK-DIAS-JANELA
               COMPUTE WRK-DIAS-CORTE = WRK-DIAS-HOJE - WRK-DIAS-JANELA
           ELSE
               MOVE ZEROS TO WRK-DIAS-CORTE
           END-IF.
           PERFORM 0100-CARREGAR-FILA.
           PERFORM 0200-APLICAR-RETORNOS.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '--- NOTIFICACOES QUE FALHARAM (ULTIMOS '
               WRK-DIAS-JANELA ' DIAS) ---'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0300-RELATAR-FALHA
               VARYING WRK-NTQ-IDX FROM 1 BY 1
               UNTIL WRK-NTQ-IDX > WRK-NTQ-QT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           STRING '--- NOTIFICACOES SEM CONFIRMACAO HA MAIS DE '
               WRK-DIAS-CONFIRMA ' DIAS ---'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0400-RELATAR-SEM-CONFIRMACAO
               VARYING WRK-NTQ-IDX FROM 1 BY 1
               UNTIL WRK-NTQ-IDX > WRK-NTQ-QT.
           PERFORM 0500-IMPRIMIR-TOTAIS.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'NOTIFICACOES GRAVADAS EM PROGCOB115RPT: '
               WRK-NTQ-QT ' NA JANELA, ' WRK-QT-FALHAS
               ' FALHA(S), ' WRK-QT-SEM-CONF ' SEM CONFIRMACAO'.
           IF (WRK-QT-FALHAS > 0 OR WRK-QT-SEM-CONF > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF FILA-ESTOUROU
               DISPLAY 'FILA MAIOR QUE O TETO DA TABELA ('
                   WRK-NTQ-MAX ') - RELATORIO INCOMPLETO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'NA-JANELA=' WRK-NTQ-QT
               ' FALHAS=' WRK-QT-FALHAS
               ' SEM-CONF=' WRK-QT-SEM-CONF
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *CARGA DAS NOTIFICACOES DA JANELA. AS MAIS ANTIGAS FICAM NA
      *FILA SO COMO HISTORICO.
       0100-CARREGAR-FILA.
           MOVE ZEROS TO WRK-NTQ-QT.
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
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
                   IF NTF-NUMERO IS NUMERIC AND NTF-DATA IS NUMERIC
                       MOVE NTF-DATA TO WRK-DATA-AUX
                       PERFORM 0120-DIAS-COMERCIAIS
                       IF WRK-DIAS-AUX >= WRK-DIAS-CORTE
                           PERFORM 0130-GUARDAR-NOTIFICACAO
                       END-IF
                   END-IF
           END-READ.

       0120-DIAS-COMERCIAIS.
           COMPUTE WRK-DIAS-AUX = (WRK-AUX-ANO * 360)
               + (WRK-AUX-MES * 30) + WRK-AUX-DIA.

       0130-GUARDAR-NOTIFICACAO.
           IF NTF-NUMERO NOT > WRK-ULTIMO-NUMERO
               ADD 1 TO WRK-QT-FORA-ORDEM
           ELSE
               IF WRK-NTQ-QT < WRK-NTQ-MAX
                   ADD 1 TO WRK-NTQ-QT
                   MOVE NTF-NUMERO TO WRK-NTQ-NUMERO (WRK-NTQ-QT)
                   MOVE NTF-DATA TO WRK-NTQ-DATA (WRK-NTQ-QT)
                   MOVE NTF-ORIGEM TO WRK-NTQ-ORIGEM (WRK-NTQ-QT)
                   MOVE NTF-TIPO-DEST TO WRK-NTQ-TIPO (WRK-NTQ-QT)
                   MOVE NTF-CHAVE TO WRK-NTQ-CHAVE (WRK-NTQ-QT)
                   MOVE NTF-NOME TO WRK-NTQ-NOME (WRK-NTQ-QT)
                   MOVE NTF-CANAL TO WRK-NTQ-CANAL (WRK-NTQ-QT)
                   MOVE NTF-MODELO TO WRK-NTQ-MODELO (WRK-NTQ-QT)
                   MOVE SPACES TO WRK-NTQ-SITUACAO (WRK-NTQ-QT)
                   MOVE SPACES TO WRK-NTQ-MOTIVO (WRK-NTQ-QT)
                   MOVE NTF-NUMERO TO WRK-ULTIMO-NUMERO
               ELSE
                   MOVE 'S' TO WRK-NTQ-ESTOUROU
               END-IF
           END-IF.

      *CADA RETORNO ATUALIZA A SITUACAO DA SUA NOTIFICACAO - O
      *ARQUIVO ESTA EM ORDEM DE CHEGADA, ENTAO O ULTIMO VALE.
      *RETORNO DE NOTIFICACAO FORA DA JANELA SO E CONTADO.
       0200-APLICAR-RETORNOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-NOTIFRET.
           IF WRK-STATUS-NOTIFRET NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0210-LER-RETORNO UNTIL FIM-ARQ.
           IF WRK-STATUS-NOTIFRET NOT = '35'
               CLOSE F-NOTIFRET
           END-IF.

       0210-LER-RETORNO.
           READ F-NOTIFRET
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-QT-RETORNOS
                   IF WRK-NTQ-QT = ZEROS
                       ADD 1 TO WRK-QT-RET-FORA
                   ELSE
                       SEARCH ALL WRK-TAB-NTQ-ITEM
                           AT END
                               ADD 1 TO WRK-QT-RET-FORA
                           WHEN WRK-NTQ-NUMERO (WRK-NTQ-IDX) =
                               NTR-NUMERO
                               MOVE NTR-STATUS TO
                                   WRK-NTQ-SITUACAO (WRK-NTQ-IDX)
                               MOVE NTR-MOTIVO TO
                                   WRK-NTQ-MOTIVO (WRK-NTQ-IDX)
                       END-SEARCH
                   END-IF
           END-READ.

      *FALHA: RETORNO F, OU GRAVADA SEM CANAL E SEM RETORNO DE
      *ENTREGA. AQUI TAMBEM SE SOMAM OS TOTAIS POR CANAL.
       0300-RELATAR-FALHA.
           PERFORM 0310-POSICAO-DO-CANAL.
           ADD 1 TO WRK-TOT-GERADAS (WRK-CAN-POS).
           MOVE WRK-NTQ-DATA (WRK-NTQ-IDX) TO WRK-DATA-AUX.
           PERFORM 0120-DIAS-COMERCIAIS.
           COMPUTE WRK-IDADE = WRK-DIAS-HOJE - WRK-DIAS-AUX.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
               WHEN WRK-NTQ-SITUACAO (WRK-NTQ-IDX) = 'E'
                   ADD 1 TO WRK-TOT-CONFIRMADAS (WRK-CAN-POS)
               WHEN WRK-NTQ-SITUACAO (WRK-NTQ-IDX) = 'F'
                   ADD 1 TO WRK-TOT-FALHAS (WRK-CAN-POS)
                   MOVE WRK-NTQ-MOTIVO (WRK-NTQ-IDX) TO WRK-MOTIVO
                   IF WRK-MOTIVO = SPACES
                       MOVE 'FALHA SEM MOTIVO INFORMADO' TO WRK-MOTIVO
                   END-IF
               WHEN WRK-NTQ-CANAL (WRK-NTQ-IDX) = SPACE
                   ADD 1 TO WRK-TOT-FALHAS (WRK-CAN-POS)
                   MOVE 'SEM CONTATO NO CADASTRO' TO WRK-MOTIVO
               WHEN WRK-IDADE > WRK-DIAS-CONFIRMA
                   ADD 1 TO WRK-TOT-SEM-CONF (WRK-CAN-POS)
               WHEN OTHER
                   ADD 1 TO WRK-TOT-NO-PRAZO (WRK-CAN-POS)
           END-EVALUATE.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QT-FALHAS
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING WRK-NTQ-NUMERO (WRK-NTQ-IDX)
                   ' ' WRK-NTQ-DATA (WRK-NTQ-IDX)
                   ' ' WRK-NTQ-ORIGEM (WRK-NTQ-IDX)
                   ' ' WRK-NTQ-MODELO (WRK-NTQ-IDX)
                   ' ' WRK-NTQ-TIPO (WRK-NTQ-IDX)
                   '=' WRK-NTQ-CHAVE (WRK-NTQ-IDX)
                   ' ' WRK-NTQ-NOME (WRK-NTQ-IDX)
                   ' ' WRK-CAN-NOME (WRK-CAN-POS)
                   ' ' WRK-MOTIVO
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

       0310-POSICAO-DO-CANAL.
           MOVE 4 TO WRK-CAN-POS.
           PERFORM 0311-COMPARAR-CANAL
               VARYING WRK-CAN-IDX FROM 1 BY 1
               UNTIL WRK-CAN-IDX > 3.

       0311-COMPARAR-CANAL.
           IF WRK-CAN-CODIGO (WRK-CAN-IDX) =
               WRK-NTQ-CANAL (WRK-NTQ-IDX)
               MOVE WRK-CAN-IDX TO WRK-CAN-POS
           END-IF.

      *SEM RETORNO NENHUM E COM CANAL, HA MAIS DIAS QUE O PRAZO DO
      *ENVIADOR - A NOTIFICACAO PODE NUNCA TER SAIDO.
       0400-RELATAR-SEM-CONFIRMACAO.
           IF WRK-NTQ-SITUACAO (WRK-NTQ-IDX) = SPACE
               AND WRK-NTQ-CANAL (WRK-NTQ-IDX) NOT = SPACE
               MOVE WRK-NTQ-DATA (WRK-NTQ-IDX) TO WRK-DATA-AUX
               PERFORM 0120-DIAS-COMERCIAIS
               COMPUTE WRK-IDADE = WRK-DIAS-HOJE - WRK-DIAS-AUX
               IF WRK-IDADE > WRK-DIAS-CONFIRMA
                   ADD 1 TO WRK-QT-SEM-CONF
                   PERFORM 0310-POSICAO-DO-CANAL
                   MOVE WRK-IDADE TO WRK-IDADE-ED
                   MOVE SPACES TO WRK-RPT-LINHA-TXT
                   STRING WRK-NTQ-NUMERO (WRK-NTQ-IDX)
                       ' ' WRK-NTQ-DATA (WRK-NTQ-IDX)
                       ' ' WRK-NTQ-ORIGEM (WRK-NTQ-IDX)
                       ' ' WRK-NTQ-MODELO (WRK-NTQ-IDX)
                       ' ' WRK-NTQ-TIPO (WRK-NTQ-IDX)
                       '=' WRK-NTQ-CHAVE (WRK-NTQ-IDX)
                       ' ' WRK-NTQ-NOME (WRK-NTQ-IDX)
                       ' ' WRK-CAN-NOME (WRK-CAN-POS)
                       ' IDADE=' WRK-IDADE-ED
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
                   PERFORM 0910-GRAVAR-LINHA-RPT
               END-IF
           END-IF.

       0500-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE '--- TOTAIS POR CANAL ---' TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0510-IMPRIMIR-CANAL
               VARYING WRK-CAN-IDX FROM 1 BY 1
               UNTIL WRK-CAN-IDX > 4.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'NA JANELA=' WRK-NTQ-QT
               ' FALHAS=' WRK-QT-FALHAS
               ' SEM CONFIRMACAO=' WRK-QT-SEM-CONF
               ' RETORNOS LIDOS=' WRK-QT-RETORNOS
               ' RETORNOS FORA DA JANELA=' WRK-QT-RET-FORA
               ' FORA DE ORDEM NA FILA=' WRK-QT-FORA-ORDEM
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0510-IMPRIMIR-CANAL.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-CAN-NOME (WRK-CAN-IDX)
               ' GERADAS=' WRK-TOT-GERADAS (WRK-CAN-IDX)
               ' CONFIRMADAS=' WRK-TOT-CONFIRMADAS (WRK-CAN-IDX)
               ' FALHAS=' WRK-TOT-FALHAS (WRK-CAN-IDX)
               ' NO PRAZO=' WRK-TOT-NO-PRAZO (WRK-CAN-IDX)
               ' SEM CONFIRMACAO=' WRK-TOT-SEM-CONF (WRK-CAN-IDX)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

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
