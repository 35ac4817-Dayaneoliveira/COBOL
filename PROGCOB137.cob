       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB137.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : RECERTIFICACAO TRIMESTRAL DOS ACESSOS. O CADASTRO
      *DE USUARIOS SO CRESCIA: QUEM MUDAVA DE FUNCAO OU SAIA DA
      *EMPRESA CONTINUAVA COM LOGIN E NIVEL. A CADA TRIMESTRE ABRE UM
      *CICLO NO RECERT (VEJA RCTREC.CPY) COM TODOS OS USUARIOS NAO
      *BLOQUEADOS, CADA UM SOB O SUPERVISOR QUE RESPONDE POR ELE
      *(VINCULO NO USRSUPV; SEM VINCULO, QUEM CERTIFICA E UM ADM), E O
      *SUPERVISOR CONFIRMA OU REVOGA CADA UM DENTRO DO PRAZO. QUEM
      *NAO FOR CONFIRMADO ATE O FIM DO PRAZO E BLOQUEADO SOZINHO
      *(USR-BLOQUEADO - SO UM ADM DESBLOQUEIA, PELO PROGCOB10). TODA
      *DECISAO (CONFIRMACAO, REVOGACAO, BLOQUEIO DO PRAZO E VINCULO DE
      *SUPERVISOR) VIRA UMA LINHA NO USRLOG, A TRILHA DOS AUDITORES.
      *MODOS:
      *  (N) NOTURNO (REDE NOTURNA): BLOQUEIA OS PENDENTES COM PRAZO
      *      VENCIDO, ABRE O CICLO DO TRIMESTRE NA PRIMEIRA NOITE DELE
      *      E LISTA NO PROGCOB137RPT, POR SUPERVISOR, OS USUARIOS, O
      *      NIVEL, AS OPCOES QUE O NIVEL LIBERA (PERMISSOES) E O
      *      ULTIMO LOGIN CONCEDIDO NO ACESSOS. RC 4 COM PENDENTE;
      *  (C) CERTIFICAR: O SUPERVISOR (OU ADM) SE IDENTIFICA E
      *      DECIDE OS SEUS USUARIOS, UM A UM. NINGUEM CERTIFICA A SI
      *      MESMO. REVOGAR BLOQUEIA O USUARIO NA HORA;
      *  (V) VINCULAR: O ADM DIZ QUAL SUPERVISOR RESPONDE POR UM
      *      USUARIO (BRANCO DESFAZ O VINCULO). VALE TAMBEM PARA O
      *      PENDENTE DO CICLO CORRENTE.
      *O PRAZO E O WRK-REC-PRAZO, EM DIAS DESDE A ABERTURA DO CICLO.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CICLO CORRENTE DA RECERTIFICACAO (VEJA RCTREC.CPY).
           SELECT F-RECERT ASSIGN TO 'RECERT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECERT.
      *SUPERVISOR QUE RESPONDE POR CADA USUARIO NA RECERTIFICACAO.
           SELECT F-USRSUPV ASSIGN TO 'USRSUPV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-USRSUPV.
      *O CADASTRO DE USUARIOS E INDEXADO (VEJA PROGCOB10): LIDO EM
      *SEQUENCIA NA ABERTURA DO CICLO E PELA CHAVE NO BLOQUEIO.
           SELECT F-USUARIOS ASSIGN TO 'USUARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-NOME
               FILE STATUS IS WRK-STATUS-USUARIOS.
      *TRILHA DE TODA TENTATIVA DE ACESSO, CONCEDIDA OU NEGADA.
           SELECT F-ACESSOS ASSIGN TO 'ACESSOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ACESSOS.
      *PERMISSOES DO MENU: UM REGISTRO POR (NIVEL, OPCAO LIBERADA).
           SELECT F-PERMISSOES ASSIGN TO 'PERMISSOES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERMISSOES.
      *LOG DAS ACOES SOBRE O CADASTRO DE USUARIOS (VEJA PROGCOB10).
           SELECT F-USRLOG ASSIGN TO 'USRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-USRLOG.
      *LISTA DA RECERTIFICACAO POR SUPERVISOR, COM CABECALHO E QUEBRA
      *DE PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB137RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-RECERT.
           COPY 'RCTREC.CPY'.

       FD  F-USRSUPV.
       01  REG-USRSUPV.
           03 USV-USUARIO    PIC X(20).
           03 USV-SUPERVISOR PIC X(20).

       FD  F-USUARIOS.
       01  REG-USUARIO.
           03 USR-NOME    PIC X(20).
           03 USR-NIVEL   PIC 9(02).
           03 USR-SENHA   PIC X(20).
           03 USR-TROCA   PIC X(01).
           03 USR-BLOQUEADO PIC X(01).
           03 USR-PROFESSOR PIC X(30).

       FD  F-ACESSOS.
       01  REG-ACESSO.
           03 ACS-DATA-HORA PIC X(14).
           03 ACS-USUARIO   PIC X(20).
           03 ACS-NIVEL     PIC 9(02).
           03 ACS-RESULTADO PIC X(09).

       FD  F-PERMISSOES.
       01  REG-PERMISSAO.
           03 PRM-NIVEL PIC 9(02).
           03 PRM-OPCAO PIC 9(03).
      *LINHA GRAVADA ANTES DO MENU PASSAR DE 99 OPCOES (VEJA
      *PROGCOB88).
           03 PRM-OPCAO-ANT REDEFINES PRM-OPCAO.
               05 PRM-OPCAO-2D  PIC 9(02).
               05 PRM-OPCAO-FIM PIC X(01).

       FD  F-USRLOG.
       01  REG-USRLOG.
           03 USL-DATA-HORA  PIC X(14).
           03 USL-ADM        PIC X(20).
           03 USL-ACAO       PIC X(10).
           03 USL-ALVO       PIC X(20).
           03 USL-NIVEL-ANT  PIC 9(02).
           03 USL-NIVEL-NOVO PIC 9(02).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-RECERT     PIC X(02) VALUE '00'.
       77 WRK-STATUS-USRSUPV    PIC X(02) VALUE '00'.
       77 WRK-STATUS-USUARIOS   PIC X(02) VALUE '00'.
       77 WRK-STATUS-ACESSOS    PIC X(02) VALUE '00'.
       77 WRK-STATUS-PERMISSOES PIC X(02) VALUE '00'.
       77 WRK-STATUS-USRLOG     PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MODO PIC X(01) VALUE SPACES.
           88 MODO-NOTURNO    VALUE 'N'.
           88 MODO-CERTIFICAR VALUE 'C'.
           88 MODO-VINCULAR   VALUE 'V'.
      *PRAZO PARA O SUPERVISOR DECIDIR, EM DIAS CORRIDOS (CRITERIO
      *COMERCIAL DA CASA, MES DE 30 DIAS) DESDE A ABERTURA DO CICLO.
      *AJUSTAR AQUI QUANDO A POLITICA MUDAR.
       77 WRK-REC-PRAZO PIC 9(03) VALUE 030.
      *TABELA EM MEMORIA DO CICLO (RECERT), NA ORDEM DO ARQUIVO.
       77 WRK-RCT-MAX PIC 9(04) VALUE 1000.
       77 WRK-RCT-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-RECERT.
           03 WRK-TAB-RCT-ITEM OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WRK-RCT-QT.
               05 WRK-TAB-RCT-CICLO     PIC 9(05).
               05 WRK-TAB-RCT-USUARIO   PIC X(20).
               05 WRK-TAB-RCT-NIVEL     PIC 9(02).
               05 WRK-TAB-RCT-SUPERV    PIC X(20).
               05 WRK-TAB-RCT-ABERTURA  PIC 9(08).
               05 WRK-TAB-RCT-LOGIN     PIC X(14).
               05 WRK-TAB-RCT-SITUACAO  PIC X(01).
               05 WRK-TAB-RCT-DECISOR   PIC X(20).
               05 WRK-TAB-RCT-DATA-DEC  PIC 9(08).
       77 WRK-RCT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-RCT-ESTOUROU PIC X(01) VALUE 'N'.
           88 RECERT-ESTOUROU VALUE 'S'.
       77 WRK-RECERT-MUDOU PIC X(01) VALUE 'N'.
           88 RECERT-MUDOU VALUE 'S'.
      *VINCULOS USUARIO -> SUPERVISOR (USRSUPV).
       77 WRK-USV-MAX PIC 9(04) VALUE 1000.
       77 WRK-USV-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-VINCULOS.
           03 WRK-TAB-USV-ITEM OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WRK-USV-QT.
               05 WRK-TAB-USV-USUARIO PIC X(20).
               05 WRK-TAB-USV-SUPERV  PIC X(20).
       77 WRK-USV-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-USV-POS PIC 9(04) VALUE ZEROS.
       77 WRK-USV-ESTOUROU PIC X(01) VALUE 'N'.
           88 VINCULOS-ESTOUROU VALUE 'S'.
       77 WRK-USV-ACHOU PIC X(01) VALUE 'N'.
           88 VINCULO-ACHADO VALUE 'S'.
      *PERMISSOES (NIVEL X OPCAO) PARA MOSTRAR O QUE CADA NIVEL FAZ.
       77 WRK-PRM-MAX PIC 9(04) VALUE 0500.
       77 WRK-PRM-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-PERMISSOES.
           03 WRK-TAB-PRM-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-PRM-QT.
               05 WRK-TAB-PRM-NIVEL PIC 9(02).
               05 WRK-TAB-PRM-OPCAO PIC 9(03).
       77 WRK-PRM-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-PRM-SEM-ARQ PIC X(01) VALUE 'N'.
           88 SEM-ARQUIVO-PERMISSOES VALUE 'S'.
      *LINHA COM AS OPCOES LIBERADAS PARA UM NIVEL (25 POR LINHA),
      *PARA O RELATORIO (R) OU PARA A TELA (T).
       77 WRK-NIV     PIC 9(02) VALUE ZEROS.
       77 WRK-NIV-MAX PIC 9(02) VALUE 04.
       77 WRK-DESC-NIVEL PIC X(05) VALUE SPACES.
       01 WRK-LIN-OPCOES.
           03 WRK-LOP-ROTULO PIC X(20).
           03 WRK-LOP-ITENS.
               05 WRK-LOP-ITEM OCCURS 25 TIMES.
                   07 FILLER        PIC X(01).
                   07 WRK-LOP-OPCAO PIC X(03).
           03 WRK-LOP-TEXTO REDEFINES WRK-LOP-ITENS PIC X(100).
       77 WRK-LOP-QT     PIC 9(02) VALUE ZEROS.
       77 WRK-LOP-TOTAL  PIC 9(03) VALUE ZEROS.
       77 WRK-LOP-DESTINO PIC X(01) VALUE 'R'.
           88 LOP-RELATORIO VALUE 'R'.
      *SUPERVISORES DO CICLO, PARA A QUEBRA DO RELATORIO.
       77 WRK-SUP-MAX PIC 9(03) VALUE 200.
       77 WRK-SUP-QT  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-SUPERVISORES.
           03 WRK-TAB-SUP-NOME PIC X(20) OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-SUP-QT.
       77 WRK-SUP-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-SUP-ACHOU PIC X(01) VALUE 'N'.
           88 SUP-ACHADO VALUE 'S'.
      *USUARIO DA SESSAO (SUPERVISOR OU ADM), VALIDADO PELO PROGCOB10
      *(ENTRADA -PARM), QUE DEVOLVE O NIVEL REAL DO CADASTRO.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-SENHA   PIC X(20) VALUE SPACES.
       01 WRK-PARM-PROGCOB10.
           03 WRK-P10-USUARIO PIC X(20).
           03 WRK-P10-SENHA   PIC X(20).
           03 WRK-P10-NIVEL   PIC 9(02).
               88 USUARIO-ADM          VALUE 01.
               88 CERTIFICADOR-VALIDO  VALUE 01 03.
      *DECISAO DO SUPERVISOR (MODO C).
       77 WRK-CRT-CONTINUA PIC X(01) VALUE 'S'.
           88 CRT-CONTINUA VALUE 'S'.
       77 WRK-CRT-DECISAO PIC X(01) VALUE SPACES.
           88 CRT-CONFIRMAR VALUE 'C'.
           88 CRT-REVOGAR   VALUE 'R'.
           88 CRT-SAIR      VALUE 'S'.
       77 WRK-CRT-QT-MEUS PIC 9(04) VALUE ZEROS.
      *VINCULO (MODO V).
       77 WRK-VNC-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-VNC-SUPERV  PIC X(20) VALUE SPACES.
       77 WRK-VNC-NIVEL   PIC 9(02) VALUE ZEROS.
      *LEITURA/BLOQUEIO DE UM USUARIO NO CADASTRO PELA CHAVE.
       77 WRK-CAD-NOME PIC X(20) VALUE SPACES.
       77 WRK-CAD-NIVEL PIC 9(02) VALUE ZEROS.
       77 WRK-CAD-RESULT PIC X(01) VALUE SPACES.
           88 CAD-OK         VALUE 'S'.
           88 CAD-NAO-ACHADO VALUE 'N'.
           88 CAD-FALHOU     VALUE 'F'.
      *ABERTURA DO CICLO DO TRIMESTRE CORRENTE.
       77 WRK-CICLO     PIC 9(05) VALUE ZEROS.
       77 WRK-TRIMESTRE PIC 9(01) VALUE ZEROS.
       77 WRK-CICLO-EXISTE PIC X(01) VALUE 'N'.
           88 CICLO-EXISTE VALUE 'S'.
       77 WRK-QT-PENDENTES PIC 9(04) VALUE ZEROS.
      *DATAS EM DIAS COMERCIAIS PARA O PRAZO.
       01 WRK-DATA-HORA.
           03 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
           03 WRK-HORA      PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HORA.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
           03 FILLER      PIC X(06).
       01 WRK-DATA-ABE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-ABE-R REDEFINES WRK-DATA-ABE.
           03 WRK-ABE-ANO PIC 9(04).
           03 WRK-ABE-MES PIC 9(02).
           03 WRK-ABE-DIA PIC 9(02).
       77 WRK-DIAS-HOJE     PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ABERTURA PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-IDADE    PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-RESTAM   PIC 9(05) VALUE ZEROS.
      *ULTIMO LOGIN PARA IMPRESSAO.
       01 WRK-LOGIN PIC X(14) VALUE SPACES.
       01 WRK-LOGIN-R REDEFINES WRK-LOGIN.
           03 WRK-LGN-ANO  PIC X(04).
           03 WRK-LGN-MES  PIC X(02).
           03 WRK-LGN-DIA  PIC X(02).
           03 WRK-LGN-HORA PIC X(02).
           03 WRK-LGN-MIN  PIC X(02).
           03 WRK-LGN-SEG  PIC X(02).
       77 WRK-LOGIN-ED PIC X(16) VALUE SPACES.
       77 WRK-DESC-SITUACAO PIC X(12) VALUE SPACES.
       01 WRK-DATA-DEC PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-DEC-R REDEFINES WRK-DATA-DEC.
           03 WRK-DEC-ANO PIC 9(04).
           03 WRK-DEC-MES PIC 9(02).
           03 WRK-DEC-DIA PIC 9(02).
       77 WRK-DATA-DEC-ED PIC X(10) VALUE SPACES.
      *DADOS DA LINHA DO USRLOG.
       77 WRK-USL-ADM   PIC X(20) VALUE SPACES.
       77 WRK-USL-ACAO  PIC X(10) VALUE SPACES.
       77 WRK-USL-ALVO  PIC X(20) VALUE SPACES.
       77 WRK-USL-NIVEL PIC 9(02) VALUE ZEROS.
      *DECISAO AUTOMATICA DO PRAZO, NO LUGAR DO SUPERVISOR.
       77 WRK-AUTOMATICO PIC X(20) VALUE 'RECERTIFICACAO AUTO'.
      *CONTADORES DA CHAMADA.
       77 WRK-QT-ABERTOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CONFIRMADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REVOGADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-BLOQUEADOS PIC 9(04) VALUE ZEROS.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB137'.
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
           MOVE ZEROS TO WRK-QT-ABERTOS.
           MOVE ZEROS TO WRK-QT-CONFIRMADOS.
           MOVE ZEROS TO WRK-QT-REVOGADOS.
           MOVE ZEROS TO WRK-QT-BLOQUEADOS.
           MOVE ZEROS TO WRK-QT-PENDENTES.
           MOVE 'N' TO WRK-RECERT-MUDOU.
           MOVE SPACES TO WRK-USUARIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE = (WRK-HOJ-ANO * 360)
               + (WRK-HOJ-MES * 30) + WRK-HOJ-DIA.
           COMPUTE WRK-TRIMESTRE = (WRK-HOJ-MES + 2) / 3.
           COMPUTE WRK-CICLO = (WRK-HOJ-ANO * 10) + WRK-TRIMESTRE.
           DISPLAY 'MODO (N=NOTURNO C=CERTIFICAR V=VINCULAR '
               'SUPERVISOR).. '.
           ACCEPT WRK-MODO.
           PERFORM 0100-CARREGAR-RECERT.
           EVALUATE TRUE
               WHEN MODO-NOTURNO
                   PERFORM 0200-NOTURNO
               WHEN MODO-CERTIFICAR
                   PERFORM 0400-CERTIFICAR
               WHEN MODO-VINCULAR
                   PERFORM 0600-VINCULAR
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF RECERT-MUDOU
               PERFORM 0150-GRAVAR-RECERT
           END-IF.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'MODO=' WRK-MODO ' CICLO=' WRK-CICLO ' '
               WRK-USUARIO
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
      *A=ABERTOS C=CONFIRMADOS R=REVOGADOS B=BLOQUEADOS NO PRAZO
      *P=PENDENTES.
           STRING 'A=' WRK-QT-ABERTOS ' C=' WRK-QT-CONFIRMADOS
               ' R=' WRK-QT-REVOGADOS ' B=' WRK-QT-BLOQUEADOS
               ' P=' WRK-QT-PENDENTES
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0100-CARREGAR-RECERT.
           MOVE ZEROS TO WRK-RCT-QT.
           MOVE 'N' TO WRK-RCT-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-RECERT.
           IF WRK-STATUS-RECERT NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0101-LER-RECERT UNTIL FIM-ARQ.
           IF WRK-STATUS-RECERT NOT = '35'
               CLOSE F-RECERT
           END-IF.

       0101-LER-RECERT.
           READ F-RECERT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-RCT-QT < WRK-RCT-MAX
                       ADD 1 TO WRK-RCT-QT
                       PERFORM 0102-GUARDAR-RECERT
                   ELSE
                       MOVE 'S' TO WRK-RCT-ESTOUROU
                   END-IF
           END-READ.

       0102-GUARDAR-RECERT.
           MOVE RCT-CICLO TO WRK-TAB-RCT-CICLO (WRK-RCT-QT).
           MOVE RCT-USUARIO TO WRK-TAB-RCT-USUARIO (WRK-RCT-QT).
           MOVE RCT-NIVEL TO WRK-TAB-RCT-NIVEL (WRK-RCT-QT).
           MOVE RCT-SUPERVISOR TO WRK-TAB-RCT-SUPERV (WRK-RCT-QT).
           MOVE RCT-ABERTURA TO WRK-TAB-RCT-ABERTURA (WRK-RCT-QT).
           MOVE RCT-ULT-LOGIN TO WRK-TAB-RCT-LOGIN (WRK-RCT-QT).
           MOVE RCT-SITUACAO TO WRK-TAB-RCT-SITUACAO (WRK-RCT-QT).
           MOVE RCT-DECISOR TO WRK-TAB-RCT-DECISOR (WRK-RCT-QT).
           MOVE RCT-DATA-DECISAO TO WRK-TAB-RCT-DATA-DEC (WRK-RCT-QT).

       0150-GRAVAR-RECERT.
      *COM O RECERT MAIOR QUE A TABELA, REGRAVAR APAGARIA OS
      *REGISTROS ALEM DO TETO - A GRAVACAO E RECUSADA.
           IF RECERT-ESTOUROU
               DISPLAY 'RECERT MAIOR QUE A TABELA EM MEMORIA, '
                   'NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT F-RECERT
               PERFORM 0151-GRAVAR-LINHA
                   VARYING WRK-RCT-IDX FROM 1 BY 1
                   UNTIL WRK-RCT-IDX > WRK-RCT-QT
               CLOSE F-RECERT
           END-IF.

       0151-GRAVAR-LINHA.
           MOVE WRK-TAB-RCT-CICLO (WRK-RCT-IDX) TO RCT-CICLO.
           MOVE WRK-TAB-RCT-USUARIO (WRK-RCT-IDX) TO RCT-USUARIO.
           MOVE WRK-TAB-RCT-NIVEL (WRK-RCT-IDX) TO RCT-NIVEL.
           MOVE WRK-TAB-RCT-SUPERV (WRK-RCT-IDX) TO RCT-SUPERVISOR.
           MOVE WRK-TAB-RCT-ABERTURA (WRK-RCT-IDX) TO RCT-ABERTURA.
           MOVE WRK-TAB-RCT-LOGIN (WRK-RCT-IDX) TO RCT-ULT-LOGIN.
           MOVE WRK-TAB-RCT-SITUACAO (WRK-RCT-IDX) TO RCT-SITUACAO.
           MOVE WRK-TAB-RCT-DECISOR (WRK-RCT-IDX) TO RCT-DECISOR.
           MOVE WRK-TAB-RCT-DATA-DEC (WRK-RCT-IDX) TO RCT-DATA-DECISAO.
           WRITE REG-RECERT.

      *IDENTIFICA O USUARIO DA SESSAO PELO PROGCOB10 (ENTRADA -PARM)
      *- NIVEL ZERO QUANDO USUARIO/SENHA NAO CONFEREM.
       0160-IDENTIFICAR-USUARIO.
           DISPLAY 'USUARIO.. '.
           ACCEPT WRK-USUARIO.
           DISPLAY 'SENHA.. '.
           ACCEPT WRK-SENHA.
           MOVE WRK-USUARIO TO WRK-P10-USUARIO.
           MOVE WRK-SENHA TO WRK-P10-SENHA.
           MOVE ZEROS TO WRK-P10-NIVEL.
           MOVE SPACES TO WRK-SENHA.
           IF WRK-USUARIO NOT = SPACES
               CALL 'PROGCOB10-PARM' USING WRK-PARM-PROGCOB10
           END-IF.

       0170-CARREGAR-VINCULOS.
           MOVE ZEROS TO WRK-USV-QT.
           MOVE 'N' TO WRK-USV-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-USRSUPV.
           IF WRK-STATUS-USRSUPV NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0171-LER-VINCULO UNTIL FIM-ARQ.
           IF WRK-STATUS-USRSUPV NOT = '35'
               CLOSE F-USRSUPV
           END-IF.

       0171-LER-VINCULO.
           READ F-USRSUPV
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-USV-QT < WRK-USV-MAX
                       ADD 1 TO WRK-USV-QT
                       MOVE USV-USUARIO TO
                           WRK-TAB-USV-USUARIO (WRK-USV-QT)
                       MOVE USV-SUPERVISOR TO
                           WRK-TAB-USV-SUPERV (WRK-USV-QT)
                   ELSE
                       MOVE 'S' TO WRK-USV-ESTOUROU
                   END-IF
           END-READ.

       0175-GRAVAR-VINCULOS.
           IF VINCULOS-ESTOUROU
               DISPLAY 'USRSUPV MAIOR QUE A TABELA EM MEMORIA, '
                   'MANUTENCAO RECUSADA - NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT F-USRSUPV
               PERFORM 0176-GRAVAR-VINCULO
                   VARYING WRK-USV-IDX FROM 1 BY 1
                   UNTIL WRK-USV-IDX > WRK-USV-QT
               CLOSE F-USRSUPV
           END-IF.

       0176-GRAVAR-VINCULO.
           MOVE WRK-TAB-USV-USUARIO (WRK-USV-IDX) TO USV-USUARIO.
           MOVE WRK-TAB-USV-SUPERV (WRK-USV-IDX) TO USV-SUPERVISOR.
           WRITE REG-USRSUPV.

      *LOCALIZA O VINCULO DO USUARIO WRK-CAD-NOME.
       0178-LOCALIZAR-VINCULO.
           MOVE 'N' TO WRK-USV-ACHOU.
           MOVE ZEROS TO WRK-USV-POS.
           PERFORM 0179-COMPARAR-VINCULO
               VARYING WRK-USV-IDX FROM 1 BY 1
               UNTIL WRK-USV-IDX > WRK-USV-QT OR VINCULO-ACHADO.

       0179-COMPARAR-VINCULO.
           IF WRK-TAB-USV-USUARIO (WRK-USV-IDX) = WRK-CAD-NOME
               MOVE 'S' TO WRK-USV-ACHOU
               MOVE WRK-USV-IDX TO WRK-USV-POS
           END-IF.

      *PERMISSOES PARA A TABELA, CONVERTENDO A LINHA ANTIGA DE 2
      *DIGITOS COMO O PROGCOB88 E O MENU FAZEM.
       0180-CARREGAR-PERMISSOES.
           MOVE ZEROS TO WRK-PRM-QT.
           MOVE 'N' TO WRK-PRM-SEM-ARQ.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PERMISSOES.
           IF WRK-STATUS-PERMISSOES NOT = '00'
               MOVE 'S' TO WRK-PRM-SEM-ARQ
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0181-LER-PERMISSAO UNTIL FIM-ARQ.
           IF WRK-STATUS-PERMISSOES NOT = '35'
               CLOSE F-PERMISSOES
           END-IF.

       0181-LER-PERMISSAO.
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
                   END-IF
           END-READ.

      *MODO N: PRAZO VENCIDO BLOQUEIA, TRIMESTRE NOVO ABRE O CICLO,
      *E A LISTA POR SUPERVISOR SAI NO RELATORIO.
       0200-NOTURNO.
           PERFORM 0300-EXPIRAR-VENCIDOS.
           PERFORM 0210-VERIFICAR-CICLO.
           IF NOT CICLO-EXISTE AND WRK-QT-PENDENTES = ZEROS
               PERFORM 0350-ABRIR-CICLO
           END-IF.
           PERFORM 0180-CARREGAR-PERMISSOES.
           PERFORM 0700-RELATORIO.
           DISPLAY 'RECERTIFICACAO ' WRK-CICLO ': ABERTOS '
               WRK-QT-ABERTOS ' BLOQUEADOS NO PRAZO ' WRK-QT-BLOQUEADOS
               ' PENDENTES ' WRK-QT-PENDENTES ' (VEJA PROGCOB137RPT)'.
           IF WRK-QT-PENDENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *JA HA LINHA DO TRIMESTRE CORRENTE? QUANTAS PENDENTES?
       0210-VERIFICAR-CICLO.
           MOVE 'N' TO WRK-CICLO-EXISTE.
           MOVE ZEROS TO WRK-QT-PENDENTES.
           PERFORM 0211-CONFERIR-LINHA
               VARYING WRK-RCT-IDX FROM 1 BY 1
               UNTIL WRK-RCT-IDX > WRK-RCT-QT.

       0211-CONFERIR-LINHA.
           IF WRK-TAB-RCT-CICLO (WRK-RCT-IDX) = WRK-CICLO
               MOVE 'S' TO WRK-CICLO-EXISTE
           END-IF.
           IF WRK-TAB-RCT-SITUACAO (WRK-RCT-IDX) = 'P'
               ADD 1 TO WRK-QT-PENDENTES
           END-IF.

      *PENDENTE HA MAIS DE WRK-REC-PRAZO DIAS DA ABERTURA: O USUARIO
      *E BLOQUEADO NO CADASTRO. SE O CADASTRO NAO PUDER SER
      *ATUALIZADO, A LINHA CONTINUA PENDENTE PARA A PROXIMA NOITE.
       0300-EXPIRAR-VENCIDOS.
           PERFORM 0301-EXPIRAR-LINHA
               VARYING WRK-RCT-IDX FROM 1 BY 1
               UNTIL WRK-RCT-IDX > WRK-RCT-QT.

       0301-EXPIRAR-LINHA.
           IF WRK-TAB-RCT-SITUACAO (WRK-RCT-IDX) = 'P'
               PERFORM 0302-CALCULAR-IDADE
               IF WRK-DIAS-IDADE > WRK-REC-PRAZO
                   MOVE WRK-TAB-RCT-USUARIO (WRK-RCT-IDX)
                       TO WRK-CAD-NOME
                   PERFORM 0500-BLOQUEAR-USUARIO
                   IF CAD-FALHOU
                       DISPLAY 'BLOQUEIO DE ' WRK-CAD-NOME
                           ' FALHOU (USUARIOS STATUS '
                           WRK-STATUS-USUARIOS ')'
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       MOVE 'B' TO WRK-TAB-RCT-SITUACAO (WRK-RCT-IDX)
                       MOVE WRK-AUTOMATICO TO
                           WRK-TAB-RCT-DECISOR (WRK-RCT-IDX)
                       MOVE WRK-DATA-HOJE TO
                           WRK-TAB-RCT-DATA-DEC (WRK-RCT-IDX)
                       MOVE 'S' TO WRK-RECERT-MUDOU
                       ADD 1 TO WRK-QT-BLOQUEADOS
                       MOVE WRK-AUTOMATICO TO WRK-USL-ADM
                       MOVE 'RECERT BLQ' TO WRK-USL-ACAO
                       MOVE WRK-TAB-RCT-USUARIO (WRK-RCT-IDX)
                           TO WRK-USL-ALVO
                       MOVE WRK-TAB-RCT-NIVEL (WRK-RCT-IDX)
                           TO WRK-USL-NIVEL
                       PERFORM 0550-GRAVAR-USRLOG
                   END-IF
               END-IF
           END-IF.

       0302-CALCULAR-IDADE.
           MOVE WRK-TAB-RCT-ABERTURA (WRK-RCT-IDX) TO WRK-DATA-ABE.
           COMPUTE WRK-DIAS-ABERTURA = (WRK-ABE-ANO * 360)
               + (WRK-ABE-MES * 30) + WRK-ABE-DIA.
           IF WRK-DIAS-ABERTURA > WRK-DIAS-HOJE
               MOVE ZEROS TO WRK-DIAS-IDADE
           ELSE
               COMPUTE WRK-DIAS-IDADE =
                   WRK-DIAS-HOJE - WRK-DIAS-ABERTURA
           END-IF.
           IF WRK-DIAS-IDADE > WRK-REC-PRAZO
               MOVE ZEROS TO WRK-DIAS-RESTAM
           ELSE
               COMPUTE WRK-DIAS-RESTAM =
                   WRK-REC-PRAZO - WRK-DIAS-IDADE
           END-IF.

      *ABRE O CICLO DO TRIMESTRE: O CICLO ANTERIOR (TODO DECIDIDO, E
      *JA NO USRLOG) SAI DO RECERT, E ENTRA UMA LINHA POR USUARIO NAO
      *BLOQUEADO DO CADASTRO, COM O SUPERVISOR DO USRSUPV E O ULTIMO
      *LOGIN CONCEDIDO NO ACESSOS.
       0350-ABRIR-CICLO.
           IF RECERT-ESTOUROU
               DISPLAY 'RECERT MAIOR QUE A TABELA EM MEMORIA, CICLO '
                   'NAO ABERTO'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0170-CARREGAR-VINCULOS
               MOVE ZEROS TO WRK-RCT-QT
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-USUARIOS
               IF WRK-STATUS-USUARIOS = '00'
                   PERFORM 0351-LER-USUARIO UNTIL FIM-ARQ
                   CLOSE F-USUARIOS
                   PERFORM 0360-ULTIMO-LOGIN
                   MOVE 'S' TO WRK-RECERT-MUDOU
                   MOVE WRK-RCT-QT TO WRK-QT-ABERTOS
                   MOVE WRK-RCT-QT TO WRK-QT-PENDENTES
               ELSE
                   DISPLAY 'CADASTRO USUARIOS NAO DISPONIVEL (STATUS '
                       WRK-STATUS-USUARIOS '), CICLO NAO ABERTO'
                   PERFORM 0100-CARREGAR-RECERT
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       0351-LER-USUARIO.
           READ F-USUARIOS NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF USR-BLOQUEADO NOT = 'S'
                       IF WRK-RCT-QT < WRK-RCT-MAX
                           ADD 1 TO WRK-RCT-QT
                           PERFORM 0352-INCLUIR-USUARIO
                       ELSE
                           MOVE 'S' TO WRK-RCT-ESTOUROU
                       END-IF
                   END-IF
           END-READ.

       0352-INCLUIR-USUARIO.
           MOVE USR-NOME TO WRK-CAD-NOME.
           PERFORM 0178-LOCALIZAR-VINCULO.
           MOVE WRK-CICLO TO WRK-TAB-RCT-CICLO (WRK-RCT-QT).
           MOVE USR-NOME TO WRK-TAB-RCT-USUARIO (WRK-RCT-QT).
           MOVE USR-NIVEL TO WRK-TAB-RCT-NIVEL (WRK-RCT-QT).
           IF VINCULO-ACHADO
               MOVE WRK-TAB-USV-SUPERV (WRK-USV-POS) TO
                   WRK-TAB-RCT-SUPERV (WRK-RCT-QT)
           ELSE
               MOVE SPACES TO WRK-TAB-RCT-SUPERV (WRK-RCT-QT)
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-TAB-RCT-ABERTURA (WRK-RCT-QT).
           MOVE SPACES TO WRK-TAB-RCT-LOGIN (WRK-RCT-QT).
           MOVE 'P' TO WRK-TAB-RCT-SITUACAO (WRK-RCT-QT).
           MOVE SPACES TO WRK-TAB-RCT-DECISOR (WRK-RCT-QT).
           MOVE ZEROS TO WRK-TAB-RCT-DATA-DEC (WRK-RCT-QT).

      *ULTIMO LOGIN CONCEDIDO DE CADA USUARIO DO CICLO NOVO.
       0360-ULTIMO-LOGIN.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ACESSOS.
           IF WRK-STATUS-ACESSOS NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0361-LER-ACESSO UNTIL FIM-ARQ.
           IF WRK-STATUS-ACESSOS NOT = '35'
               CLOSE F-ACESSOS
           END-IF.

       0361-LER-ACESSO.
           READ F-ACESSOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF ACS-RESULTADO = 'CONCEDIDO'
                       PERFORM 0362-COMPARAR-LOGIN
                           VARYING WRK-RCT-IDX FROM 1 BY 1
                           UNTIL WRK-RCT-IDX > WRK-RCT-QT
                   END-IF
           END-READ.

       0362-COMPARAR-LOGIN.
           IF WRK-TAB-RCT-USUARIO (WRK-RCT-IDX) = ACS-USUARIO
               AND ACS-DATA-HORA > WRK-TAB-RCT-LOGIN (WRK-RCT-IDX)
               MOVE ACS-DATA-HORA TO WRK-TAB-RCT-LOGIN (WRK-RCT-IDX)
           END-IF.

      *MODO C: O SUPERVISOR DECIDE OS USUARIOS DELE; O ADM DECIDE OS
      *SEM SUPERVISOR VINCULADO.
       0400-CERTIFICAR.
           PERFORM 0160-IDENTIFICAR-USUARIO.
           IF NOT CERTIFICADOR-VALIDO
               DISPLAY 'USUARIO SEM NIVEL SUPERVISOR OU ADM, NADA '
                   'FEITO'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0300-EXPIRAR-VENCIDOS
               PERFORM 0180-CARREGAR-PERMISSOES
               MOVE 'T' TO WRK-LOP-DESTINO
               MOVE ZEROS TO WRK-CRT-QT-MEUS
               MOVE 'S' TO WRK-CRT-CONTINUA
               PERFORM 0410-CERTIFICAR-USUARIO
                   VARYING WRK-RCT-IDX FROM 1 BY 1
                   UNTIL WRK-RCT-IDX > WRK-RCT-QT
                       OR NOT CRT-CONTINUA
               IF WRK-CRT-QT-MEUS = ZEROS
                   DISPLAY 'NENHUM USUARIO PENDENTE SOB ' WRK-USUARIO
               END-IF
               PERFORM 0210-VERIFICAR-CICLO
               DISPLAY 'CONFIRMADOS: ' WRK-QT-CONFIRMADOS
                   '  REVOGADOS: ' WRK-QT-REVOGADOS
                   '  BLOQUEADOS NO PRAZO: ' WRK-QT-BLOQUEADOS
                   '  PENDENTES NO CICLO: ' WRK-QT-PENDENTES
           END-IF.

       0410-CERTIFICAR-USUARIO.
           IF WRK-TAB-RCT-SITUACAO (WRK-RCT-IDX) = 'P'
               AND (WRK-TAB-RCT-SUPERV (WRK-RCT-IDX) = WRK-USUARIO
                   OR (WRK-TAB-RCT-SUPERV (WRK-RCT-IDX) = SPACES
                       AND USUARIO-ADM))
               ADD 1 TO WRK-CRT-QT-MEUS
               PERFORM 0420-MOSTRAR-USUARIO
               IF WRK-TAB-RCT-USUARIO (WRK-RCT-IDX) = WRK-USUARIO
                   DISPLAY 'E VOCE MESMO - SO OUTRO SUPERVISOR OU ADM '
                       'PODE CERTIFICAR'
               ELSE
                   DISPLAY '(C)ONFIRMAR (R)EVOGAR (P)ULAR (S)AIR.. '
                   ACCEPT WRK-CRT-DECISAO
                   EVALUATE TRUE
                       WHEN CRT-CONFIRMAR
                           PERFORM 0430-CONFIRMAR-USUARIO
                       WHEN CRT-REVOGAR
                           PERFORM 0440-REVOGAR-USUARIO
                       WHEN CRT-SAIR
                           MOVE 'N' TO WRK-CRT-CONTINUA
                       WHEN OTHER
                           DISPLAY 'USUARIO MANTIDO PENDENTE'
                   END-EVALUATE
               END-IF
           END-IF.

       0420-MOSTRAR-USUARIO.
           PERFORM 0302-CALCULAR-IDADE.
           MOVE WRK-TAB-RCT-NIVEL (WRK-RCT-IDX) TO WRK-NIV.
           PERFORM 0750-DESCREVER-NIVEL.
           MOVE WRK-TAB-RCT-LOGIN (WRK-RCT-IDX) TO WRK-LOGIN.
           PERFORM 0760-EDITAR-LOGIN.
           DISPLAY '-- ' WRK-TAB-RCT-USUARIO (WRK-RCT-IDX)
               ' NIVEL ' WRK-NIV ' ' WRK-DESC-NIVEL
               ' ULTIMO LOGIN ' WRK-LOGIN-ED
               ' (RESTAM ' WRK-DIAS-RESTAM ' DIAS)'.
           PERFORM 0730-MONTAR-OPCOES-NIVEL.

       0430-CONFIRMAR-USUARIO.
           MOVE 'C' TO WRK-TAB-RCT-SITUACAO (WRK-RCT-IDX).
           MOVE WRK-USUARIO TO WRK-TAB-RCT-DECISOR (WRK-RCT-IDX).
           MOVE WRK-DATA-HOJE TO WRK-TAB-RCT-DATA-DEC (WRK-RCT-IDX).
           MOVE 'S' TO WRK-RECERT-MUDOU.
           ADD 1 TO WRK-QT-CONFIRMADOS.
           MOVE 'RECERT OK' TO WRK-USL-ACAO.
           PERFORM 0450-REGISTRAR-DECISAO.
           DISPLAY 'ACESSO CONFIRMADO'.

      *REVOGAR BLOQUEIA O USUARIO NA HORA (O ADM DESBLOQUEIA OU
      *EXCLUI PELO PROGCOB10).
       0440-REVOGAR-USUARIO.
           MOVE WRK-TAB-RCT-USUARIO (WRK-RCT-IDX) TO WRK-CAD-NOME.
           PERFORM 0500-BLOQUEAR-USUARIO.
           IF CAD-FALHOU
               DISPLAY 'CADASTRO USUARIOS NAO PODE SER ATUALIZADO - '
                   'USUARIO MANTIDO PENDENTE'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'R' TO WRK-TAB-RCT-SITUACAO (WRK-RCT-IDX)
               MOVE WRK-USUARIO TO WRK-TAB-RCT-DECISOR (WRK-RCT-IDX)
               MOVE WRK-DATA-HOJE TO
                   WRK-TAB-RCT-DATA-DEC (WRK-RCT-IDX)
               MOVE 'S' TO WRK-RECERT-MUDOU
               ADD 1 TO WRK-QT-REVOGADOS
               MOVE 'RECERT REV' TO WRK-USL-ACAO
               PERFORM 0450-REGISTRAR-DECISAO
               DISPLAY 'ACESSO REVOGADO, USUARIO BLOQUEADO'
           END-IF.

       0450-REGISTRAR-DECISAO.
           MOVE WRK-USUARIO TO WRK-USL-ADM.
           MOVE WRK-TAB-RCT-USUARIO (WRK-RCT-IDX) TO WRK-USL-ALVO.
           MOVE WRK-TAB-RCT-NIVEL (WRK-RCT-IDX) TO WRK-USL-NIVEL.
           PERFORM 0550-GRAVAR-USRLOG.

      *LIGA O FLAG DE BLOQUEIO DO USUARIO WRK-CAD-NOME DIRETO NO
      *CADASTRO (MESMO CAMINHO DO BLOQUEIO POR TENTATIVAS DO
      *PROGCOB10). USUARIO QUE JA SAIU DO CADASTRO NAO TEM O QUE
      *BLOQUEAR E CONTA COMO FEITO.
       0500-BLOQUEAR-USUARIO.
           MOVE 'F' TO WRK-CAD-RESULT.
           OPEN I-O F-USUARIOS.
           IF WRK-STATUS-USUARIOS = '00'
               MOVE WRK-CAD-NOME TO USR-NOME
               READ F-USUARIOS
                   INVALID KEY
                       MOVE 'N' TO WRK-CAD-RESULT
                   NOT INVALID KEY
                       MOVE 'S' TO USR-BLOQUEADO
                       REWRITE REG-USUARIO
                       IF WRK-STATUS-USUARIOS = '00'
                           MOVE 'S' TO WRK-CAD-RESULT
                       END-IF
               END-READ
               CLOSE F-USUARIOS
           END-IF.

      *LE O USUARIO WRK-CAD-NOME NO CADASTRO PELA CHAVE E DEVOLVE O
      *NIVEL DELE.
       0510-LER-USUARIO-CAD.
           MOVE 'F' TO WRK-CAD-RESULT.
           MOVE ZEROS TO WRK-CAD-NIVEL.
           OPEN INPUT F-USUARIOS.
           IF WRK-STATUS-USUARIOS = '00'
               MOVE WRK-CAD-NOME TO USR-NOME
               READ F-USUARIOS
                   INVALID KEY
                       MOVE 'N' TO WRK-CAD-RESULT
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CAD-RESULT
                       MOVE USR-NIVEL TO WRK-CAD-NIVEL
               END-READ
               CLOSE F-USUARIOS
           END-IF.

      *UMA LINHA POR DECISAO, NO MOLDE DO USRLOG DO PROGCOB10: QUEM
      *DECIDIU, A ACAO, O USUARIO ALVO E O NIVEL (QUE NAO MUDA).
       0550-GRAVAR-USRLOG.
           ACCEPT WRK-HORA FROM TIME.
           OPEN EXTEND F-USRLOG.
           IF WRK-STATUS-USRLOG = '35'
               OPEN OUTPUT F-USRLOG
           END-IF.
           MOVE WRK-DATA-HORA TO USL-DATA-HORA.
           MOVE WRK-USL-ADM TO USL-ADM.
           MOVE WRK-USL-ACAO TO USL-ACAO.
           MOVE WRK-USL-ALVO TO USL-ALVO.
           MOVE WRK-USL-NIVEL TO USL-NIVEL-ANT.
           MOVE WRK-USL-NIVEL TO USL-NIVEL-NOVO.
           WRITE REG-USRLOG.
           CLOSE F-USRLOG.

      *MODO V: O ADM VINCULA O USUARIO AO SUPERVISOR QUE RESPONDE POR
      *ELE (NIVEL 03 OU ADM), OU DESFAZ O VINCULO COM BRANCO.
       0600-VINCULAR.
           PERFORM 0160-IDENTIFICAR-USUARIO.
           IF NOT USUARIO-ADM
               DISPLAY 'USUARIO ' WRK-USUARIO ' NAO TEM NIVEL ADM, '
                   'MANUTENCAO RECUSADA'
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'USUARIO A VINCULAR.. '
               ACCEPT WRK-VNC-USUARIO
               DISPLAY 'SUPERVISOR RESPONSAVEL (BRANCO = NENHUM).. '
               ACCEPT WRK-VNC-SUPERV
               MOVE WRK-VNC-USUARIO TO WRK-CAD-NOME
               PERFORM 0510-LER-USUARIO-CAD
               MOVE WRK-CAD-NIVEL TO WRK-VNC-NIVEL
               EVALUATE TRUE
                   WHEN CAD-FALHOU
                       DISPLAY 'CADASTRO USUARIOS NAO DISPONIVEL, '
                           'NADA FEITO'
                   WHEN CAD-NAO-ACHADO
                       DISPLAY 'USUARIO NAO ENCONTRADO, NADA FEITO'
                   WHEN WRK-VNC-SUPERV = WRK-VNC-USUARIO
                       DISPLAY 'USUARIO NAO PODE SER O PROPRIO '
                           'SUPERVISOR, NADA FEITO'
                   WHEN WRK-VNC-SUPERV = SPACES
                       PERFORM 0610-GRAVAR-VINCULO
                   WHEN OTHER
                       MOVE WRK-VNC-SUPERV TO WRK-CAD-NOME
                       PERFORM 0510-LER-USUARIO-CAD
                       IF CAD-OK
                           AND (WRK-CAD-NIVEL = 01
                               OR WRK-CAD-NIVEL = 03)
                           PERFORM 0610-GRAVAR-VINCULO
                       ELSE
                           DISPLAY 'SUPERVISOR NAO ENCONTRADO OU SEM '
                               'NIVEL SUPERVISOR/ADM, NADA FEITO'
                       END-IF
               END-EVALUATE
           END-IF.

       0610-GRAVAR-VINCULO.
           PERFORM 0170-CARREGAR-VINCULOS.
           MOVE WRK-VNC-USUARIO TO WRK-CAD-NOME.
           PERFORM 0178-LOCALIZAR-VINCULO.
           EVALUATE TRUE
               WHEN VINCULO-ACHADO
                   MOVE WRK-VNC-SUPERV TO
                       WRK-TAB-USV-SUPERV (WRK-USV-POS)
               WHEN WRK-USV-QT >= WRK-USV-MAX
                   MOVE 'S' TO WRK-USV-ESTOUROU
               WHEN OTHER
                   ADD 1 TO WRK-USV-QT
                   MOVE WRK-VNC-USUARIO TO
                       WRK-TAB-USV-USUARIO (WRK-USV-QT)
                   MOVE WRK-VNC-SUPERV TO
                       WRK-TAB-USV-SUPERV (WRK-USV-QT)
           END-EVALUATE.
           PERFORM 0175-GRAVAR-VINCULOS.
           IF NOT VINCULOS-ESTOUROU
               PERFORM 0611-ATUALIZAR-PENDENTE
                   VARYING WRK-RCT-IDX FROM 1 BY 1
                   UNTIL WRK-RCT-IDX > WRK-RCT-QT
               MOVE WRK-USUARIO TO WRK-USL-ADM
               MOVE 'VINC SUPV' TO WRK-USL-ACAO
               MOVE WRK-VNC-USUARIO TO WRK-USL-ALVO
               MOVE WRK-VNC-NIVEL TO WRK-USL-NIVEL
               PERFORM 0550-GRAVAR-USRLOG
               DISPLAY 'VINCULO GRAVADO'
           END-IF.

      *O PENDENTE DO CICLO CORRENTE PASSA PARA O SUPERVISOR NOVO.
       0611-ATUALIZAR-PENDENTE.
           IF WRK-TAB-RCT-USUARIO (WRK-RCT-IDX) = WRK-VNC-USUARIO
               AND WRK-TAB-RCT-SITUACAO (WRK-RCT-IDX) = 'P'
               MOVE WRK-VNC-SUPERV TO WRK-TAB-RCT-SUPERV (WRK-RCT-IDX)
               MOVE 'S' TO WRK-RECERT-MUDOU
           END-IF.

      *LISTA DO CICLO: AS OPCOES DE CADA NIVEL E, POR SUPERVISOR, OS
      *USUARIOS COM NIVEL, ULTIMO LOGIN E SITUACAO.
       0700-RELATORIO.
           MOVE 'R' TO WRK-LOP-DESTINO.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           IF WRK-RCT-QT = ZEROS
               STRING 'RECERTIFICACAO DE ACESSOS - NENHUM CICLO ABERTO'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           ELSE
               MOVE 1 TO WRK-RCT-IDX
               PERFORM 0302-CALCULAR-IDADE
               STRING 'RECERTIFICACAO DE ACESSOS - CICLO '
                   WRK-TAB-RCT-CICLO (1) ' ABERTO EM '
                   WRK-TAB-RCT-ABERTURA (1) ' - PRAZO '
                   WRK-REC-PRAZO ' DIAS, RESTAM ' WRK-DIAS-RESTAM
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               STRING 'OPCOES DO MENU LIBERADAS POR NIVEL '
                   '(PERMISSOES)'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               PERFORM 0705-OPCOES-DO-NIVEL
                   VARYING WRK-NIV FROM 1 BY 1
                   UNTIL WRK-NIV > WRK-NIV-MAX
               PERFORM 0710-MONTAR-SUPERVISORES
               PERFORM 0720-LISTAR-SUPERVISOR
                   VARYING WRK-SUP-IDX FROM 1 BY 1
                   UNTIL WRK-SUP-IDX > WRK-SUP-QT
           END-IF.
           PERFORM 0210-VERIFICAR-CICLO.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           STRING 'PENDENTES: ' WRK-QT-PENDENTES
               '   ABERTOS NESTA RODADA: ' WRK-QT-ABERTOS
               '   BLOQUEADOS NO PRAZO NESTA RODADA: '
               WRK-QT-BLOQUEADOS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF RECERT-ESTOUROU
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'ATENCAO: RECERT/USUARIOS MAIOR QUE A TABELA '
                   'EM MEMORIA - LISTA INCOMPLETA'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.

       0705-OPCOES-DO-NIVEL.
           PERFORM 0730-MONTAR-OPCOES-NIVEL.

      *UMA ENTRADA POR SUPERVISOR DO CICLO (BRANCO = SEM VINCULO).
       0710-MONTAR-SUPERVISORES.
           MOVE ZEROS TO WRK-SUP-QT.
           PERFORM 0711-INCLUIR-SUPERVISOR
               VARYING WRK-RCT-IDX FROM 1 BY 1
               UNTIL WRK-RCT-IDX > WRK-RCT-QT.

       0711-INCLUIR-SUPERVISOR.
           MOVE 'N' TO WRK-SUP-ACHOU.
           PERFORM 0712-COMPARAR-SUPERVISOR
               VARYING WRK-SUP-IDX FROM 1 BY 1
               UNTIL WRK-SUP-IDX > WRK-SUP-QT OR SUP-ACHADO.
           IF NOT SUP-ACHADO AND WRK-SUP-QT < WRK-SUP-MAX
               ADD 1 TO WRK-SUP-QT
               MOVE WRK-TAB-RCT-SUPERV (WRK-RCT-IDX) TO
                   WRK-TAB-SUP-NOME (WRK-SUP-QT)
           END-IF.

       0712-COMPARAR-SUPERVISOR.
           IF WRK-TAB-SUP-NOME (WRK-SUP-IDX) =
               WRK-TAB-RCT-SUPERV (WRK-RCT-IDX)
               MOVE 'S' TO WRK-SUP-ACHOU
           END-IF.

       0720-LISTAR-SUPERVISOR.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF WRK-TAB-SUP-NOME (WRK-SUP-IDX) = SPACES
               STRING 'SEM SUPERVISOR VINCULADO (CERTIFICA UM ADM)'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           ELSE
               STRING 'SUPERVISOR: ' WRK-TAB-SUP-NOME (WRK-SUP-IDX)
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-IF.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '  USUARIO              NIVEL     ULTIMO LOGIN     '
               'SITUACAO     DECIDIDO POR         EM'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0721-LISTAR-USUARIO
               VARYING WRK-RCT-IDX FROM 1 BY 1
               UNTIL WRK-RCT-IDX > WRK-RCT-QT.

       0721-LISTAR-USUARIO.
           IF WRK-TAB-RCT-SUPERV (WRK-RCT-IDX) =
               WRK-TAB-SUP-NOME (WRK-SUP-IDX)
               MOVE WRK-TAB-RCT-NIVEL (WRK-RCT-IDX) TO WRK-NIV
               PERFORM 0750-DESCREVER-NIVEL
               MOVE WRK-TAB-RCT-LOGIN (WRK-RCT-IDX) TO WRK-LOGIN
               PERFORM 0760-EDITAR-LOGIN
               PERFORM 0770-DESCREVER-SITUACAO
               MOVE SPACES TO WRK-DATA-DEC-ED
               MOVE WRK-TAB-RCT-DATA-DEC (WRK-RCT-IDX) TO WRK-DATA-DEC
               IF WRK-DATA-DEC NOT = ZEROS
                   STRING WRK-DEC-DIA '/' WRK-DEC-MES '/' WRK-DEC-ANO
                       DELIMITED BY SIZE INTO WRK-DATA-DEC-ED
               END-IF
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '  ' WRK-TAB-RCT-USUARIO (WRK-RCT-IDX) ' '
                   WRK-NIV ' ' WRK-DESC-NIVEL '  '
                   WRK-LOGIN-ED ' ' WRK-DESC-SITUACAO ' '
                   WRK-TAB-RCT-DECISOR (WRK-RCT-IDX) ' '
                   WRK-DATA-DEC-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

      *OPCOES LIBERADAS PARA O NIVEL WRK-NIV, 25 POR LINHA. SEM O
      *ARQUIVO PERMISSOES O MENU SO ABRE PARA O ADM, COM TUDO.
       0730-MONTAR-OPCOES-NIVEL.
           PERFORM 0750-DESCREVER-NIVEL.
           MOVE SPACES TO WRK-LIN-OPCOES.
           MOVE ZEROS TO WRK-LOP-QT.
           MOVE ZEROS TO WRK-LOP-TOTAL.
           STRING '   NIVEL ' WRK-NIV ' ' WRK-DESC-NIVEL ':'
               DELIMITED BY SIZE INTO WRK-LOP-ROTULO.
           IF SEM-ARQUIVO-PERMISSOES
               IF WRK-NIV = 01
                   MOVE ' TODAS AS OPCOES (SEM ARQUIVO PERMISSOES)'
                       TO WRK-LOP-TEXTO
               ELSE
                   MOVE ' NENHUMA (SEM ARQUIVO PERMISSOES)'
                       TO WRK-LOP-TEXTO
               END-IF
               PERFORM 0735-EMITIR-LINHA-OPCOES
           ELSE
               PERFORM 0731-INCLUIR-OPCAO
                   VARYING WRK-PRM-IDX FROM 1 BY 1
                   UNTIL WRK-PRM-IDX > WRK-PRM-QT
               IF WRK-LOP-TOTAL = ZEROS
                   MOVE ' NENHUMA OPCAO LIBERADA' TO WRK-LOP-TEXTO
                   PERFORM 0735-EMITIR-LINHA-OPCOES
               ELSE
                   IF WRK-LOP-QT > 0
                       PERFORM 0735-EMITIR-LINHA-OPCOES
                   END-IF
               END-IF
           END-IF.

       0731-INCLUIR-OPCAO.
           IF WRK-TAB-PRM-NIVEL (WRK-PRM-IDX) = WRK-NIV
               ADD 1 TO WRK-LOP-QT
               ADD 1 TO WRK-LOP-TOTAL
               MOVE WRK-TAB-PRM-OPCAO (WRK-PRM-IDX) TO
                   WRK-LOP-OPCAO (WRK-LOP-QT)
               IF WRK-LOP-QT = 25
                   PERFORM 0735-EMITIR-LINHA-OPCOES
                   MOVE SPACES TO WRK-LIN-OPCOES
                   MOVE ZEROS TO WRK-LOP-QT
               END-IF
           END-IF.

       0735-EMITIR-LINHA-OPCOES.
           IF LOP-RELATORIO
               MOVE WRK-LIN-OPCOES TO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           ELSE
               DISPLAY WRK-LIN-OPCOES
           END-IF.

       0750-DESCREVER-NIVEL.
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

       0760-EDITAR-LOGIN.
           IF WRK-LOGIN = SPACES
               MOVE 'NUNCA NO ACESSOS' TO WRK-LOGIN-ED
           ELSE
               MOVE SPACES TO WRK-LOGIN-ED
               STRING WRK-LGN-DIA '/' WRK-LGN-MES '/' WRK-LGN-ANO ' '
                   WRK-LGN-HORA ':' WRK-LGN-MIN
                   DELIMITED BY SIZE INTO WRK-LOGIN-ED
           END-IF.

       0770-DESCREVER-SITUACAO.
           EVALUATE WRK-TAB-RCT-SITUACAO (WRK-RCT-IDX)
               WHEN 'P'
                   MOVE 'PENDENTE' TO WRK-DESC-SITUACAO
               WHEN 'C'
                   MOVE 'CONFIRMADO' TO WRK-DESC-SITUACAO
               WHEN 'R'
                   MOVE 'REVOGADO' TO WRK-DESC-SITUACAO
               WHEN 'B'
                   MOVE 'BLOQ. PRAZO' TO WRK-DESC-SITUACAO
               WHEN OTHER
                   MOVE SPACES TO WRK-DESC-SITUACAO
           END-EVALUATE.

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
