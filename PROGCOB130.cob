       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB130.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : MOVIMENTACAO DO ALUNO - TRANSFERENCIA DE TURMA OU
      *CURSO, TRANCAMENTO, DESLIGAMENTO E RETORNO DO TRANCAMENTO. A
      *SECRETARIA MUDAVA CAD-TURMA/CAD-CURSO A MAO NO PROGCOB20, O
      *PROGCOB76 CONTINUAVA COBRANDO QUEM SAIU E O MATRICTL CONTINUAVA
      *ACEITANDO NOTA DE QUEM SAIU. CADA MOVIMENTACAO TEM DATA
      *EFETIVA E MOTIVO E FICA NO HISTORICO ALUNOMOV (AMVREC.CPY):
      *  (T) TRANSFERENCIA: TURMA NOVA DO TURMAMEST (O CURSO VEM DA
      *      TURMA). NA MESMA TURMA/CURSO AS INSCRICOES ACOMPANHAM O
      *      ALUNO; NA TROCA DE CURSO AS INSCRICOES DE TERMO ABERTO
      *      SAO ENCERRADAS (DISCIPLINAS DO CURSO ANTIGO) E O ALUNO E
      *      INSCRITO NO CURSO NOVO PELO PROGCOB72. AS MENSALIDADES EM
      *      ABERTO A PARTIR DO MES EFETIVO PASSAM PARA A TURMA NOVA E,
      *      SE O VALOR DO CURSO MUDOU, SAO REPRECIFICADAS (O MES DA
      *      TRANSFERENCIA PROPORCIONAL AOS DIAS EM CADA CURSO);
      *  (R) TRANCAMENTO E (D) DESLIGAMENTO: AS INSCRICOES DE TERMO
      *      ABERTO SAO ENCERRADAS, A MENSALIDADE EM ABERTO DO MES
      *      EFETIVO FICA PROPORCIONAL AOS DIAS ANTES DA DATA E AS DOS
      *      MESES SEGUINTES SAO CANCELADAS (SITUACAO C). MES JA PAGO
      *      DEPOIS DA DATA E AVISADO PARA A DEVOLUCAO;
      *  (V) RETORNO DO TRANCAMENTO: O ALUNO VOLTA A ATIVO (NA MESMA
      *      TURMA OU NUMA NOVA); O PROGCOB76 COBRA O MES DO RETORNO
      *      PROPORCIONAL A PARTIR DA DATA - SE O MES JA FOI GERADO,
      *      BASTA RODAR A GERACAO DE NOVO;
      *  (H) HISTORICO DE MOVIMENTACAO DE UMA MATRICULA.
      *DESLIGAMENTO E DEFINITIVO: O ALUNO DESLIGADO NAO VOLTA (A
      *REMATRICULA E UM CADASTRO NOVO NO PROGCOB20). O MES COMERCIAL
      *DE 30 DIAS E A BASE DA PROPORCAO, COMO NOS ENCARGOS.
      *TRANSFERENCIA PARA TURMA LOTADA (TRU-CAPACIDADE) E RECUSADA;
      *O LUGAR QUE O ALUNO DEIXA NA TURMA ANTIGA (T, R E D) VAI PARA O
      *PRIMEIRO DA LISTA DE ESPERA (SUB-ROTINA VAGATUR).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CADASTRO MESTRE DE ALUNOS (MANTIDO PELO PROGCOB20).
      *INDEXADO PELA MATRICULA (VEJA CADREC.CPY).
           SELECT F-CADALUNO ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WRK-STATUS-CADALUNO.
      *CADASTRO DE TURMAS (MANTIDO PELO PROGCOB71).
           SELECT F-TURMAMEST ASSIGN TO 'TURMAMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAMEST.
      *CONTROLE DE TERMOS ABERTOS/FECHADOS (PROGCOB24).
           SELECT F-TERMOCTL ASSIGN TO 'TERMOCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TERMOCTL.
      *INSCRICOES POR TERMO E DISCIPLINA (PROGCOB72) E O ARQUIVO DE
      *TRABALHO DO ENCERRAMENTO (REGRAVACAO SEM PERDER OS DEMAIS).
           SELECT F-MATRICTL ASSIGN TO 'MATRICTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MATRICTL.
           SELECT F-MATRICTN ASSIGN TO 'MATRICTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MATRICTN.
      *VALOR DA MENSALIDADE POR CURSO (PROGCOB76).
           SELECT F-MENSALCFG ASSIGN TO 'MENSALCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSALCFG.
      *COBRANCAS DE MENSALIDADE (PROGCOB76) E O ARQUIVO DE TRABALHO
      *DO ACERTO.
           SELECT F-MENSALIDADES ASSIGN TO 'MENSALIDADES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSAL.
           SELECT F-MENSALN ASSIGN TO 'MENSALN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSALN.
      *HISTORICO DE MOVIMENTACAO DO ALUNO (VEJA AMVREC.CPY).
           SELECT F-ALUNOMOV ASSIGN TO 'ALUNOMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALUNOMOV.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CADALUNO.
           COPY 'CADREC.CPY'.

       FD  F-TURMAMEST.
           COPY 'TRUREC.CPY'.

       FD  F-TERMOCTL.
       01  REG-TERMOCTL.
           03 TCT-TERMO    PIC X(06).
           03 TCT-SITUACAO PIC X(01).

       FD  F-MATRICTL.
       01  REG-MATRICTL.
           03 MTC-MATRICULA PIC X(10).
           03 MTC-TERMO     PIC X(06).
           03 MTC-DISC      PIC X(04).

       FD  F-MATRICTN.
       01  REG-MATRICTN PIC X(20).

       FD  F-MENSALCFG.
       01  REG-MENSALCFG.
           03 MCF-CURSO PIC X(20).
           03 MCF-VALOR PIC 9(06)V99.

       FD  F-MENSALIDADES.
       01  REG-MENSALIDADE.
           03 MEN-MATRICULA PIC X(10).
           03 MEN-MES       PIC 9(06).
           03 MEN-TURMA     PIC X(06).
           03 MEN-VALOR     PIC 9(06)V99.
           03 MEN-PAGO      PIC 9(06)V99.
           03 MEN-SITUACAO  PIC X(01).

       FD  F-MENSALN.
       01  REG-MENSALN PIC X(39).

       FD  F-ALUNOMOV.
           COPY 'AMVREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CADALUNO  PIC X(02) VALUE '00'.
       77 WRK-STATUS-TURMAMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-TERMOCTL  PIC X(02) VALUE '00'.
       77 WRK-STATUS-MATRICTL  PIC X(02) VALUE '00'.
       77 WRK-STATUS-MATRICTN  PIC X(02) VALUE '00'.
       77 WRK-STATUS-MENSALCFG PIC X(02) VALUE '00'.
       77 WRK-STATUS-MENSAL    PIC X(02) VALUE '00'.
       77 WRK-STATUS-MENSALN   PIC X(02) VALUE '00'.
       77 WRK-STATUS-ALUNOMOV  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-TRANSFERIR VALUE 'T'.
           88 MAN-TRANCAR    VALUE 'R'.
           88 MAN-DESLIGAR   VALUE 'D'.
           88 MAN-VOLTAR     VALUE 'V'.
           88 MAN-HISTORICO  VALUE 'H'.
           88 MAN-SAIR       VALUE 'S'.
           88 MAN-MOVIMENTO  VALUES 'T' 'R' 'D' 'V'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
       77 WRK-MAN-CONFIRMA PIC X(01) VALUE SPACES.
           88 MAN-CONFIRMADO VALUE 'S'.
       77 WRK-MAN-MATRICULA PIC X(10) VALUE SPACES.
       77 WRK-MAN-TURMA     PIC X(06) VALUE SPACES.
       77 WRK-MAN-MOTIVO    PIC X(30) VALUE SPACES.
       01 WRK-MAN-DATA      PIC X(08) VALUE SPACES.
       01 WRK-MAN-DATA-N REDEFINES WRK-MAN-DATA PIC 9(08).
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *DATA EFETIVA DA MOVIMENTACAO, COM O MES (AAAAMM) E O DIA PARA
      *A PROPORCAO DA MENSALIDADE.
       01 WRK-DATA-EFETIVA PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EFETIVA-R REDEFINES WRK-DATA-EFETIVA.
           03 WRK-EFE-ANOMES PIC 9(06).
           03 WRK-EFE-DIA    PIC 9(02).
      *DIAS DO MES EFETIVO ANTES DA DATA (NO CURSO/SITUACAO ANTIGA) E
      *A PARTIR DELA, NO MES COMERCIAL DE 30 DIAS.
       77 WRK-DIAS-ANTES  PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-DEPOIS PIC 9(02) VALUE ZEROS.
      *ALUNO MOVIMENTADO, COMO ESTAVA ANTES DA MOVIMENTACAO.
       77 WRK-ALU-ACHOU PIC X(01) VALUE 'N'.
           88 ALUNO-ACHADO VALUE 'S'.
       77 WRK-ALU-NOME      PIC X(30) VALUE SPACES.
       77 WRK-ALU-CURSO     PIC X(20) VALUE SPACES.
       77 WRK-ALU-TURMA     PIC X(06) VALUE SPACES.
       77 WRK-ALU-BOLSA     PIC 9(02) VALUE ZEROS.
       77 WRK-ALU-SITUACAO  PIC X(01) VALUE SPACES.
           88 ALU-ATIVO     VALUE 'A' SPACE.
           88 ALU-TRANCADO  VALUE 'T'.
           88 ALU-DESLIGADO VALUE 'D'.
       77 WRK-ALU-SIT-DATA  PIC 9(08) VALUE ZEROS.
       77 WRK-ALU-SIT-NOME  PIC X(09) VALUE SPACES.
      *TURMA E CURSO DEPOIS DA MOVIMENTACAO.
       77 WRK-NOVA-TURMA PIC X(06) VALUE SPACES.
       77 WRK-NOVO-CURSO PIC X(20) VALUE SPACES.
       77 WRK-TRU-ACHOU PIC X(01) VALUE 'N'.
           88 TURMA-ACHADA VALUE 'S'.
       77 WRK-TRU-CURSO PIC X(20) VALUE SPACES.
       77 WRK-TROCA-CURSO PIC X(01) VALUE 'N'.
           88 TROCA-DE-CURSO VALUE 'S'.
      *A MOVIMENTACAO PASSOU EM TODAS AS VALIDACOES?
       77 WRK-MOV-OK PIC X(01) VALUE 'N'.
           88 MOVIMENTO-OK VALUE 'S'.
      *TERMOS FECHADOS NO TERMOCTL (A ULTIMA LINHA DO TERMO VALE);
      *TERMO FORA DA TABELA E TERMO ABERTO.
       77 WRK-TCT-MAX PIC 9(02) VALUE 40.
       77 WRK-TCT-QT  PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-TERMOCTL.
           03 WRK-TAB-TCT-ITEM OCCURS 1 TO 40 TIMES
                   DEPENDING ON WRK-TCT-QT.
               05 WRK-TCT-TERMO    PIC X(06).
               05 WRK-TCT-FECHADO  PIC X(01).
       77 WRK-TCT-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-TCT-POS PIC 9(02) VALUE ZEROS.
       77 WRK-TERMO-PROCURA PIC X(06) VALUE SPACES.
       77 WRK-ENCERRA PIC X(01) VALUE 'N'.
           88 ENCERRAR-INSCRICAO VALUE 'S'.
      *VALOR DA MENSALIDADE DO CURSO NOVO (COM A BOLSA DO ALUNO).
       77 WRK-CFG-ACHOU PIC X(01) VALUE 'N'.
           88 CURSO-COM-VALOR VALUE 'S'.
       77 WRK-VALOR-CURSO-NOVO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-NOVO       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-ANTIGO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-REPRECIFICA PIC X(01) VALUE 'N'.
           88 REPRECIFICAR VALUE 'S'.
      *RESULTADO DOS ACERTOS, QUE VAO PARA O ALUNOMOV.
       77 WRK-QT-INSCR PIC 9(03) VALUE ZEROS.
       77 WRK-QT-COBR  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-AVISO-PAGO PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZ9,99.
      *HISTORICO (H).
       77 WRK-QT-LISTADAS PIC 9(04) VALUE ZEROS.
       77 WRK-AMV-TIPO-NOME PIC X(13) VALUE SPACES.
      *TOTAIS DA SESSAO (TRILHA DE AUDITORIA).
       77 WRK-QT-TRANSF    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-TRANCADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-DESLIGADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RETORNOS  PIC 9(04) VALUE ZEROS.
       77 WRK-RC-MOVIMENTO PIC 9(02) VALUE ZEROS.
      *NOMES DOS MESES, DIAS POR MES E CAMPOS DE VALIDACAO DE DATA
      *(VEJA DATAFMT.CPY).
           COPY 'DATAFMT.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB130'.
      *CAMPOS COMUNS DA TRAVA DE EXECUCAO (VEJA RUNLOCK.cob).
           COPY 'LOCKCALL.CPY'.
      *CAMPOS COMUNS DAS VAGAS DA TURMA (VEJA VAGATUR.cob).
           COPY 'VAGCALL.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
      *CADALUNO, MATRICTL E MENSALIDADES MUDAM JUNTOS: A MESMA TRAVA
      *DOS DEMAIS PROGRAMAS DA ESCOLA.
           MOVE 'T' TO WRK-LCK-ACAO.
           MOVE 'ESCOLA' TO WRK-LCK-NOME.
           MOVE WRK-AUD-PROGRAMA TO WRK-LCK-USUARIO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           IF LCK-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *CHAMADO VARIAS VEZES PELO MENU SEM CANCEL: OS TOTAIS DA
      *SESSAO VOLTAM A ZERO A CADA CHAMADA.
           MOVE ZEROS TO WRK-RC-MOVIMENTO.
           MOVE ZEROS TO WRK-QT-TRANSF.
           MOVE ZEROS TO WRK-QT-TRANCADOS.
           MOVE ZEROS TO WRK-QT-DESLIGADOS.
           MOVE ZEROS TO WRK-QT-RETORNOS.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-MOVIMENTACAO UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'TRANSF=' WRK-QT-TRANSF
               ' TRANCADOS=' WRK-QT-TRANCADOS
               ' DESLIGADOS=' WRK-QT-DESLIGADOS
               ' RETORNOS=' WRK-QT-RETORNOS
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE WRK-RC-MOVIMENTO TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'L' TO WRK-LCK-ACAO.
           CALL 'RUNLOCK' USING WRK-LCK-ACAO WRK-LCK-NOME
               WRK-LCK-USUARIO WRK-LCK-RESULT.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-MOVIMENTACAO.
           DISPLAY '-- MOVIMENTACAO DO ALUNO --'.
           DISPLAY '(T)RANSFERIR T(R)ANCAR (D)ESLIGAR (V)OLTA DO '
               'TRANCAMENTO (H)ISTORICO (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-MOVIMENTO
                   PERFORM 0300-MOVIMENTAR-ALUNO
               WHEN MAN-HISTORICO
                   PERFORM 0800-HISTORICO-ALUNO
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *MOVIMENTACAO (T/R/D/V): MATRICULA E SITUACAO ATUAL, DATA
      *EFETIVA, TURMA NOVA (T E V) E MOTIVO; SO DEPOIS DE TUDO
      *VALIDADO E CONFIRMADO OS ARQUIVOS SAO ACERTADOS.
       0300-MOVIMENTAR-ALUNO.
           MOVE 'N' TO WRK-MOV-OK.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MATRICULA.. '.
           ACCEPT WRK-MAN-MATRICULA.
           PERFORM 0700-LOCALIZAR-ALUNO.
           EVALUATE TRUE
               WHEN NOT ALUNO-ACHADO
                   DISPLAY 'MATRICULA NAO CADASTRADA NO CADALUNO, '
                       'NADA FEITO'
               WHEN ALU-DESLIGADO
                   DISPLAY 'ALUNO DESLIGADO EM ' WRK-ALU-SIT-DATA
                       ' - DESLIGAMENTO E DEFINITIVO, NADA FEITO'
               WHEN MAN-VOLTAR AND NOT ALU-TRANCADO
                   DISPLAY 'ALUNO NAO ESTA TRANCADO, NADA FEITO'
               WHEN NOT MAN-VOLTAR AND ALU-TRANCADO
                   DISPLAY 'ALUNO TRANCADO DESDE ' WRK-ALU-SIT-DATA
                       ' - REGISTRE ANTES O RETORNO (V), NADA FEITO'
               WHEN OTHER
                   PERFORM 0310-OBTER-DATA-EFETIVA
           END-EVALUATE.
           IF MOVIMENTO-OK
               PERFORM 0320-OBTER-TURMA-NOVA
           END-IF.
           IF MOVIMENTO-OK
               PERFORM 0330-OBTER-MOTIVO
           END-IF.
           IF MOVIMENTO-OK
               PERFORM 0340-CONFIRMAR-MOVIMENTO
           END-IF.
           IF MOVIMENTO-OK
               PERFORM 0350-EFETIVAR-MOVIMENTO
           END-IF.

      *DATA EFETIVA: VALIDA E NAO ANTERIOR A ULTIMA MUDANCA DE
      *SITUACAO DO ALUNO (O HISTORICO NAO PODE SAIR FORA DE ORDEM).
       0310-OBTER-DATA-EFETIVA.
           DISPLAY 'DATA EFETIVA AAAAMMDD (0=HOJE).. '.
           ACCEPT WRK-MAN-DATA.
           IF WRK-MAN-DATA = SPACES OR WRK-MAN-DATA = '0'
               OR WRK-MAN-DATA = '00000000'
               MOVE WRK-DATA-HOJE TO WRK-MAN-DATA-N
           END-IF.
           PERFORM 0730-VALIDAR-DATA.
           EVALUATE TRUE
               WHEN NOT DATA-VALIDA
                   DISPLAY 'DATA INVALIDA, NADA FEITO'
               WHEN WRK-MAN-DATA-N < WRK-ALU-SIT-DATA
                   DISPLAY 'DATA ANTERIOR A ULTIMA MUDANCA DE SITUACAO '
                       '(' WRK-ALU-SIT-DATA '), NADA FEITO'
               WHEN OTHER
                   MOVE WRK-MAN-DATA-N TO WRK-DATA-EFETIVA
                   MOVE 'S' TO WRK-MOV-OK
           END-EVALUATE.

      *TURMA DEPOIS DA MOVIMENTACAO: OBRIGATORIA E DIFERENTE DA ATUAL
      *NA TRANSFERENCIA; NO RETORNO, BRANCO MANTEM A TURMA DE ANTES.
      *TRANCAMENTO E DESLIGAMENTO NAO MUDAM A TURMA.
       0320-OBTER-TURMA-NOVA.
           MOVE WRK-ALU-TURMA TO WRK-NOVA-TURMA.
           MOVE WRK-ALU-CURSO TO WRK-NOVO-CURSO.
           MOVE 'N' TO WRK-TROCA-CURSO.
           MOVE SPACES TO WRK-MAN-TURMA.
           IF MAN-TRANSFERIR
               DISPLAY 'TURMA ATUAL ' WRK-ALU-TURMA ' (' WRK-ALU-CURSO
                   ') - NOVA TURMA.. '
               ACCEPT WRK-MAN-TURMA
           END-IF.
           IF MAN-VOLTAR
               DISPLAY 'TURMA DE RETORNO (BRANCO = ' WRK-ALU-TURMA
                   ').. '
               ACCEPT WRK-MAN-TURMA
           END-IF.
           IF WRK-MAN-TURMA NOT = SPACES
               PERFORM 0710-LOCALIZAR-TURMA
           END-IF.
           EVALUATE TRUE
               WHEN MAN-TRANSFERIR AND WRK-MAN-TURMA = SPACES
                   DISPLAY 'TURMA NOVA NAO INFORMADA, NADA FEITO'
                   MOVE 'N' TO WRK-MOV-OK
               WHEN MAN-TRANSFERIR AND WRK-MAN-TURMA = WRK-ALU-TURMA
                   DISPLAY 'TURMA NOVA IGUAL A ATUAL, NADA FEITO'
                   MOVE 'N' TO WRK-MOV-OK
               WHEN WRK-MAN-TURMA NOT = SPACES AND NOT TURMA-ACHADA
                   DISPLAY 'TURMA NAO CADASTRADA NO TURMAMEST, '
                       'NADA FEITO'
                   MOVE 'N' TO WRK-MOV-OK
               WHEN WRK-MAN-TURMA NOT = SPACES
                   MOVE WRK-MAN-TURMA TO WRK-NOVA-TURMA
                   IF WRK-TRU-CURSO NOT = SPACES
                       MOVE WRK-TRU-CURSO TO WRK-NOVO-CURSO
                   END-IF
                   IF WRK-NOVO-CURSO NOT = WRK-ALU-CURSO
                       MOVE 'S' TO WRK-TROCA-CURSO
                   END-IF
           END-EVALUATE.
           IF MOVIMENTO-OK AND MAN-TRANSFERIR
               PERFORM 0325-CONFERIR-VAGA
           END-IF.

      *A TURMA NOVA PRECISA TER LUGAR PARA O ALUNO (OU OFERTA DA
      *LISTA DE ESPERA EM ABERTO PARA ELE).
       0325-CONFERIR-VAGA.
           MOVE 'C' TO WRK-VAG-ACAO.
           MOVE WRK-AUD-PROGRAMA TO WRK-VAG-ORIGEM.
           MOVE WRK-NOVA-TURMA TO WRK-VAG-TURMA.
           MOVE WRK-MAN-MATRICULA TO WRK-VAG-MATRICULA.
           MOVE SPACES TO WRK-VAG-DISC.
           CALL 'VAGATUR' USING WRK-VAG-PARM.
           IF VAG-ESTOURO
               DISPLAY 'TURMA ' WRK-NOVA-TURMA ' ALEM DO LIMITE DE '
                   WRK-VAG-OCUPADAS ' ALUNOS DA TABELA DE VAGAS, '
                   'NADA FEITO'
               MOVE 'N' TO WRK-MOV-OK
           ELSE
           IF NOT VAG-PODE-ENTRAR
               DISPLAY 'TURMA ' WRK-NOVA-TURMA ' LOTADA ('
                   WRK-VAG-OCUPADAS '/' WRK-VAG-CAPACIDADE ', '
                   WRK-VAG-OFERTAS ' OFERTA(S) DA LISTA DE ESPERA), '
                   'NADA FEITO'
               MOVE 'N' TO WRK-MOV-OK
           END-IF
           END-IF.

       0330-OBTER-MOTIVO.
           DISPLAY 'MOTIVO.. '.
           ACCEPT WRK-MAN-MOTIVO.
           IF WRK-MAN-MOTIVO = SPACES
               DISPLAY 'MOTIVO E OBRIGATORIO, NADA FEITO'
               MOVE 'N' TO WRK-MOV-OK
           END-IF.

       0340-CONFIRMAR-MOVIMENTO.
           DISPLAY 'ALUNO ' WRK-MAN-MATRICULA ' ' WRK-ALU-NOME.
           EVALUATE TRUE
               WHEN MAN-TRANSFERIR
                   DISPLAY 'TRANSFERENCIA DE ' WRK-ALU-TURMA ' ('
                       WRK-ALU-CURSO ') PARA ' WRK-NOVA-TURMA ' ('
                       WRK-NOVO-CURSO ') EM ' WRK-DATA-EFETIVA
                   IF TROCA-DE-CURSO
                       DISPLAY 'TROCA DE CURSO: AS INSCRICOES DE TERMO '
                           'ABERTO SERAO ENCERRADAS'
                   END-IF
               WHEN MAN-TRANCAR
                   DISPLAY 'TRANCAMENTO EM ' WRK-DATA-EFETIVA
                       ' - INSCRICOES DE TERMO ABERTO ENCERRADAS E '
                       'COBRANCA SUSPENSA'
               WHEN MAN-DESLIGAR
                   DISPLAY 'DESLIGAMENTO DEFINITIVO EM '
                       WRK-DATA-EFETIVA ' - INSCRICOES DE TERMO '
                       'ABERTO ENCERRADAS E COBRANCA ENCERRADA'
               WHEN MAN-VOLTAR
                   DISPLAY 'RETORNO DO TRANCAMENTO EM '
                       WRK-DATA-EFETIVA ' NA TURMA ' WRK-NOVA-TURMA
           END-EVALUATE.
           DISPLAY 'MOTIVO: ' WRK-MAN-MOTIVO.
           DISPLAY 'CONFIRMA (S/N).. '.
           ACCEPT WRK-MAN-CONFIRMA.
           IF NOT MAN-CONFIRMADO
               DISPLAY 'MOVIMENTACAO CANCELADA, NADA FEITO'
               MOVE 'N' TO WRK-MOV-OK
           END-IF.

      *ACERTOS NA ORDEM: INSCRICOES, MENSALIDADES, CADASTRO E, POR
      *ULTIMO, O HISTORICO COM AS QUANTIDADES ACERTADAS.
       0350-EFETIVAR-MOVIMENTO.
           MOVE ZEROS TO WRK-QT-INSCR.
           MOVE ZEROS TO WRK-QT-COBR.
           MOVE ZEROS TO WRK-QT-AVISO-PAGO.
           IF MAN-TRANCAR OR MAN-DESLIGAR
               OR (MAN-TRANSFERIR AND TROCA-DE-CURSO)
               PERFORM 0400-ENCERRAR-INSCRICOES
           END-IF.
           IF NOT MAN-VOLTAR
               PERFORM 0500-ACERTAR-MENSALIDADES
           END-IF.
           PERFORM 0600-ATUALIZAR-CADASTRO.
           PERFORM 0660-ACERTAR-VAGAS.
           PERFORM 0650-GRAVAR-HISTORICO.
           EVALUATE TRUE
               WHEN MAN-TRANSFERIR
                   ADD 1 TO WRK-QT-TRANSF
               WHEN MAN-TRANCAR
                   ADD 1 TO WRK-QT-TRANCADOS
               WHEN MAN-DESLIGAR
                   ADD 1 TO WRK-QT-DESLIGADOS
               WHEN MAN-VOLTAR
                   ADD 1 TO WRK-QT-RETORNOS
           END-EVALUATE.
           DISPLAY 'MOVIMENTACAO REGISTRADA: ' WRK-QT-INSCR
               ' INSCRICAO(OES) ENCERRADA(S), ' WRK-QT-COBR
               ' MENSALIDADE(S) ACERTADA(S)'.
           IF MAN-TRANSFERIR AND TROCA-DE-CURSO
               DISPLAY 'INSCREVA O ALUNO NAS DISCIPLINAS DO CURSO NOVO '
                   'PELO PROGCOB72'
           END-IF.
           IF MAN-VOLTAR
               DISPLAY 'REINSCREVA O ALUNO PELO PROGCOB72 E, SE O MES '
                   'JA FOI GERADO, RODE DE NOVO A GERACAO DO PROGCOB76'
           END-IF.
           IF WRK-QT-AVISO-PAGO > 0 AND WRK-RC-MOVIMENTO < 4
               MOVE 4 TO WRK-RC-MOVIMENTO
           END-IF.

      *ENCERRA AS INSCRICOES DO ALUNO EM TERMO AINDA ABERTO NO
      *TERMOCTL, COPIANDO O MATRICTL PARA O ARQUIVO DE TRABALHO SEM
      *ELAS E DEVOLVENDO (INSCRICAO DE TERMO FECHADO E HISTORICO E
      *FICA COMO ESTA).
       0400-ENCERRAR-INSCRICOES.
           PERFORM 0410-CARREGAR-TERMOCTL.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-MATRICTL.
           IF WRK-STATUS-MATRICTL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN OUTPUT F-MATRICTN
           END-IF.
           PERFORM 0420-COPIAR-INSCRICAO UNTIL FIM-ARQ.
           IF WRK-STATUS-MATRICTL NOT = '35'
               CLOSE F-MATRICTL
               CLOSE F-MATRICTN
               IF WRK-QT-INSCR > 0
                   PERFORM 0430-RECOPIAR-MATRICTL
               END-IF
           END-IF.

       0410-CARREGAR-TERMOCTL.
           MOVE ZEROS TO WRK-TCT-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TERMOCTL.
           IF WRK-STATUS-TERMOCTL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0411-LER-TERMOCTL UNTIL FIM-ARQ.
           IF WRK-STATUS-TERMOCTL NOT = '35'
               CLOSE F-TERMOCTL
           END-IF.

       0411-LER-TERMOCTL.
           READ F-TERMOCTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE TCT-TERMO TO WRK-TERMO-PROCURA
                   PERFORM 0415-LOCALIZAR-TERMO
                   IF WRK-TCT-POS = 0 AND WRK-TCT-QT < WRK-TCT-MAX
                       ADD 1 TO WRK-TCT-QT
                       MOVE WRK-TCT-QT TO WRK-TCT-POS
                       MOVE TCT-TERMO TO WRK-TCT-TERMO (WRK-TCT-POS)
                   END-IF
                   IF WRK-TCT-POS > 0
                       IF TCT-SITUACAO = 'F'
                           MOVE 'S' TO WRK-TCT-FECHADO (WRK-TCT-POS)
                       ELSE
                           MOVE 'N' TO WRK-TCT-FECHADO (WRK-TCT-POS)
                       END-IF
                   END-IF
           END-READ.

       0415-LOCALIZAR-TERMO.
           MOVE ZEROS TO WRK-TCT-POS.
           PERFORM 0416-COMPARAR-TERMO
               VARYING WRK-TCT-IDX FROM 1 BY 1
               UNTIL WRK-TCT-IDX > WRK-TCT-QT OR WRK-TCT-POS > 0.

       0416-COMPARAR-TERMO.
           IF WRK-TCT-TERMO (WRK-TCT-IDX) = WRK-TERMO-PROCURA
               MOVE WRK-TCT-IDX TO WRK-TCT-POS
           END-IF.

       0420-COPIAR-INSCRICAO.
           READ F-MATRICTL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE 'N' TO WRK-ENCERRA
                   IF MTC-MATRICULA = WRK-MAN-MATRICULA
                       MOVE MTC-TERMO TO WRK-TERMO-PROCURA
                       PERFORM 0415-LOCALIZAR-TERMO
                       MOVE 'S' TO WRK-ENCERRA
                       IF WRK-TCT-POS > 0
                           IF WRK-TCT-FECHADO (WRK-TCT-POS) = 'S'
                               MOVE 'N' TO WRK-ENCERRA
                           END-IF
                       END-IF
                   END-IF
                   IF ENCERRAR-INSCRICAO
                       ADD 1 TO WRK-QT-INSCR
                       DISPLAY 'INSCRICAO ENCERRADA: TERMO ' MTC-TERMO
                           ' DISCIPLINA ' MTC-DISC
                   ELSE
                       MOVE REG-MATRICTL TO REG-MATRICTN
                       WRITE REG-MATRICTN
                   END-IF
           END-READ.

       0430-RECOPIAR-MATRICTL.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-MATRICTN.
           OPEN OUTPUT F-MATRICTL.
           PERFORM 0431-COPIAR-DE-VOLTA UNTIL FIM-ARQ.
           CLOSE F-MATRICTN.
           CLOSE F-MATRICTL.

       0431-COPIAR-DE-VOLTA.
           READ F-MATRICTN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-MATRICTN TO REG-MATRICTL
                   WRITE REG-MATRICTL
           END-READ.

      *MENSALIDADES DO ALUNO A PARTIR DO MES EFETIVO, VIA ARQUIVO DE
      *TRABALHO (MESMO DESENHO DA BAIXA DO PROGCOB76): SO AS EM ABERTO
      *(A) SAO ACERTADAS; MES JA PAGO DEPOIS DA SAIDA E SO AVISADO.
       0500-ACERTAR-MENSALIDADES.
           COMPUTE WRK-DIAS-ANTES = WRK-EFE-DIA - 1.
           IF WRK-DIAS-ANTES > 30
               MOVE 30 TO WRK-DIAS-ANTES
           END-IF.
           COMPUTE WRK-DIAS-DEPOIS = 30 - WRK-DIAS-ANTES.
           MOVE 'N' TO WRK-REPRECIFICA.
           IF MAN-TRANSFERIR AND TROCA-DE-CURSO
               PERFORM 0540-VALOR-CURSO-NOVO
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-MENSALIDADES.
           IF WRK-STATUS-MENSAL NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN OUTPUT F-MENSALN
           END-IF.
           PERFORM 0510-COPIAR-MENSALIDADE UNTIL FIM-ARQ.
           IF WRK-STATUS-MENSAL NOT = '35'
               CLOSE F-MENSALIDADES
               CLOSE F-MENSALN
               IF WRK-QT-COBR > 0
                   PERFORM 0550-RECOPIAR-MENSALIDADES
               END-IF
           END-IF.

       0510-COPIAR-MENSALIDADE.
           READ F-MENSALIDADES
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MEN-MATRICULA = WRK-MAN-MATRICULA
                       AND MEN-MES NOT < WRK-EFE-ANOMES
                       PERFORM 0520-ACERTAR-UMA-MENSALIDADE
                   END-IF
                   MOVE REG-MENSALIDADE TO REG-MENSALN
                   WRITE REG-MENSALN
           END-READ.

       0520-ACERTAR-UMA-MENSALIDADE.
           EVALUATE TRUE
               WHEN MEN-SITUACAO = 'P' AND MEN-MES > WRK-EFE-ANOMES
                   AND (MAN-TRANCAR OR MAN-DESLIGAR)
                   ADD 1 TO WRK-QT-AVISO-PAGO
                   MOVE MEN-PAGO TO WRK-VALOR-ED
                   DISPLAY '*** MES ' MEN-MES ' JA PAGO (' WRK-VALOR-ED
                       ') DEPOIS DA SAIDA - VERIFICAR DEVOLUCAO ***'
               WHEN MEN-SITUACAO NOT = 'A'
                   CONTINUE
               WHEN MAN-TRANSFERIR
                   PERFORM 0525-ACERTAR-TRANSFERENCIA
               WHEN OTHER
      *TRANCAMENTO/DESLIGAMENTO: O MES EFETIVO FICA COM OS DIAS
      *ANTES DA DATA; OS SEGUINTES NAO SAO MAIS DEVIDOS.
                   IF MEN-MES = WRK-EFE-ANOMES
                       COMPUTE WRK-VALOR-NOVO ROUNDED =
                           MEN-VALOR * WRK-DIAS-ANTES / 30
                   ELSE
                       MOVE ZEROS TO WRK-VALOR-NOVO
                   END-IF
                   PERFORM 0530-APLICAR-VALOR-NOVO
           END-EVALUATE.

      *TRANSFERENCIA: A COBRANCA PASSA PARA A TURMA NOVA; COM O VALOR
      *DO CURSO NOVO, O MES EFETIVO MISTURA OS DOIS PELOS DIAS E OS
      *SEGUINTES FICAM COM O VALOR NOVO.
       0525-ACERTAR-TRANSFERENCIA.
           MOVE WRK-NOVA-TURMA TO MEN-TURMA.
           IF REPRECIFICAR
               IF MEN-MES = WRK-EFE-ANOMES
                   COMPUTE WRK-VALOR-NOVO ROUNDED =
                       (MEN-VALOR * WRK-DIAS-ANTES / 30)
                       + (WRK-VALOR-CURSO-NOVO * WRK-DIAS-DEPOIS / 30)
               ELSE
                   MOVE WRK-VALOR-CURSO-NOVO TO WRK-VALOR-NOVO
               END-IF
               PERFORM 0530-APLICAR-VALOR-NOVO
           ELSE
               ADD 1 TO WRK-QT-COBR
           END-IF.

      *VALOR ACERTADO DA COBRANCA: SEM NADA A PAGAR ELA E CANCELADA
      *(C); COBERTA PELO QUE JA FOI PAGO, QUITADA (P).
       0530-APLICAR-VALOR-NOVO.
           MOVE MEN-VALOR TO WRK-VALOR-ANTIGO.
           MOVE WRK-VALOR-NOVO TO MEN-VALOR.
           ADD 1 TO WRK-QT-COBR.
           EVALUATE TRUE
               WHEN MEN-VALOR = ZEROS AND MEN-PAGO = ZEROS
                   MOVE 'C' TO MEN-SITUACAO
                   DISPLAY 'MENSALIDADE ' MEN-MES ' CANCELADA'
               WHEN MEN-PAGO NOT < MEN-VALOR
                   MOVE 'P' TO MEN-SITUACAO
                   MOVE MEN-VALOR TO WRK-VALOR-ED
                   DISPLAY 'MENSALIDADE ' MEN-MES ' AJUSTADA PARA '
                       WRK-VALOR-ED ' - QUITADA PELO QUE JA FOI PAGO'
                   IF MEN-PAGO > MEN-VALOR
                       ADD 1 TO WRK-QT-AVISO-PAGO
                       DISPLAY '*** MES ' MEN-MES ' PAGO ACIMA DO '
                           'DEVIDO - VERIFICAR DEVOLUCAO ***'
                   END-IF
               WHEN OTHER
                   MOVE MEN-VALOR TO WRK-VALOR-ED
                   DISPLAY 'MENSALIDADE ' MEN-MES ' AJUSTADA PARA '
                       WRK-VALOR-ED
           END-EVALUATE.

      *VALOR DO CURSO NOVO NO MENSALCFG COM A BOLSA DO ALUNO. CURSO
      *SEM VALOR CADASTRADO MANTEM O VALOR ANTIGO (SO MUDA A TURMA).
       0540-VALOR-CURSO-NOVO.
           MOVE 'N' TO WRK-CFG-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-MENSALCFG.
           IF WRK-STATUS-MENSALCFG NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0541-LER-MENSALCFG UNTIL FIM-ARQ OR CURSO-COM-VALOR.
           IF WRK-STATUS-MENSALCFG NOT = '35'
               CLOSE F-MENSALCFG
           END-IF.
           IF CURSO-COM-VALOR
               MOVE 'S' TO WRK-REPRECIFICA
           ELSE
               DISPLAY 'CURSO ' WRK-NOVO-CURSO ' SEM VALOR NO '
                   'MENSALCFG - MENSALIDADES MANTEM O VALOR ANTIGO'
           END-IF.

       0541-LER-MENSALCFG.
           READ F-MENSALCFG
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF MCF-CURSO = WRK-NOVO-CURSO
                       MOVE 'S' TO WRK-CFG-ACHOU
                       COMPUTE WRK-VALOR-CURSO-NOVO ROUNDED =
                           MCF-VALOR * (100 - WRK-ALU-BOLSA) / 100
                   END-IF
           END-READ.

       0550-RECOPIAR-MENSALIDADES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-MENSALN.
           OPEN OUTPUT F-MENSALIDADES.
           PERFORM 0551-COPIAR-DE-VOLTA UNTIL FIM-ARQ.
           CLOSE F-MENSALN.
           CLOSE F-MENSALIDADES.

       0551-COPIAR-DE-VOLTA.
           READ F-MENSALN
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   MOVE REG-MENSALN TO REG-MENSALIDADE
                   WRITE REG-MENSALIDADE
           END-READ.

      *CADASTRO: SITUACAO E DATA DA MUDANCA (R/D/V) E TURMA/CURSO
      *NOVOS (T/V).
       0600-ATUALIZAR-CADASTRO.
           OPEN I-O F-CADALUNO.
           IF WRK-STATUS-CADALUNO NOT = '00'
               DISPLAY 'CADASTRO DE ALUNOS NAO ABRIU PARA ATUALIZACAO ('
                   WRK-STATUS-CADALUNO ')'
               MOVE 12 TO WRK-RC-MOVIMENTO
           ELSE
               MOVE WRK-MAN-MATRICULA TO CAD-MATRICULA
               READ F-CADALUNO
                   INVALID KEY
                       DISPLAY 'MATRICULA SUMIU DO CADALUNO DURANTE A '
                           'MOVIMENTACAO'
                       MOVE 12 TO WRK-RC-MOVIMENTO
                   NOT INVALID KEY
                       PERFORM 0610-REGRAVAR-ALUNO
               END-READ
               CLOSE F-CADALUNO
           END-IF.

       0610-REGRAVAR-ALUNO.
           EVALUATE TRUE
               WHEN MAN-TRANCAR
                   MOVE 'T' TO CAD-SITUACAO
                   MOVE WRK-DATA-EFETIVA TO CAD-SIT-DATA
               WHEN MAN-DESLIGAR
                   MOVE 'D' TO CAD-SITUACAO
                   MOVE WRK-DATA-EFETIVA TO CAD-SIT-DATA
               WHEN MAN-VOLTAR
                   MOVE 'A' TO CAD-SITUACAO
                   MOVE WRK-DATA-EFETIVA TO CAD-SIT-DATA
           END-EVALUATE.
           MOVE WRK-NOVA-TURMA TO CAD-TURMA.
           MOVE WRK-NOVO-CURSO TO CAD-CURSO.
           REWRITE REG-CADALUNO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O ALUNO ' CAD-MATRICULA
                   MOVE 12 TO WRK-RC-MOVIMENTO
           END-REWRITE.

       0650-GRAVAR-HISTORICO.
           OPEN EXTEND F-ALUNOMOV.
           IF WRK-STATUS-ALUNOMOV = '35'
               OPEN OUTPUT F-ALUNOMOV
           END-IF.
           MOVE WRK-MAN-MATRICULA TO AMV-MATRICULA.
           EVALUATE TRUE
               WHEN MAN-TRANSFERIR
                   MOVE 'T' TO AMV-TIPO
               WHEN MAN-TRANCAR
                   MOVE 'R' TO AMV-TIPO
               WHEN MAN-DESLIGAR
                   MOVE 'D' TO AMV-TIPO
               WHEN MAN-VOLTAR
                   MOVE 'V' TO AMV-TIPO
           END-EVALUATE.
           MOVE WRK-DATA-EFETIVA TO AMV-DATA-EFETIVA.
           MOVE WRK-MAN-MOTIVO   TO AMV-MOTIVO.
           MOVE WRK-ALU-CURSO    TO AMV-CURSO-ANT.
           MOVE WRK-ALU-TURMA    TO AMV-TURMA-ANT.
           MOVE WRK-NOVO-CURSO   TO AMV-CURSO-NOVO.
           MOVE WRK-NOVA-TURMA   TO AMV-TURMA-NOVA.
           MOVE WRK-QT-INSCR     TO AMV-QT-INSCR.
           MOVE WRK-QT-COBR      TO AMV-QT-COBR.
           MOVE WRK-DATA-HOJE    TO AMV-DATA-REG.
           WRITE REG-ALUNOMOV.
           CLOSE F-ALUNOMOV.

      *O ALUNO TRANSFERIDO SAI DA LISTA DE ESPERA DA TURMA NOVA, E O
      *LUGAR QUE ELE DEIXOU NA TURMA ANTIGA VAI PARA A LISTA DELA.
       0660-ACERTAR-VAGAS.
           MOVE WRK-AUD-PROGRAMA TO WRK-VAG-ORIGEM.
           IF MAN-TRANSFERIR
               MOVE 'M' TO WRK-VAG-ACAO
               MOVE WRK-NOVA-TURMA TO WRK-VAG-TURMA
               MOVE WRK-MAN-MATRICULA TO WRK-VAG-MATRICULA
               MOVE SPACES TO WRK-VAG-DISC
               CALL 'VAGATUR' USING WRK-VAG-PARM
           END-IF.
           IF NOT MAN-VOLTAR AND WRK-ALU-TURMA NOT = SPACES
               MOVE 'O' TO WRK-VAG-ACAO
               MOVE WRK-ALU-TURMA TO WRK-VAG-TURMA
               MOVE SPACES TO WRK-VAG-MATRICULA
               MOVE SPACES TO WRK-VAG-DISC
               CALL 'VAGATUR' USING WRK-VAG-PARM
           END-IF.

       0700-LOCALIZAR-ALUNO.
           MOVE 'N' TO WRK-ALU-ACHOU.
           MOVE SPACES TO WRK-ALU-NOME.
           MOVE SPACES TO WRK-ALU-CURSO.
           MOVE SPACES TO WRK-ALU-TURMA.
           MOVE SPACES TO WRK-ALU-SITUACAO.
           MOVE ZEROS TO WRK-ALU-BOLSA.
           MOVE ZEROS TO WRK-ALU-SIT-DATA.
           OPEN INPUT F-CADALUNO.
           IF WRK-STATUS-CADALUNO = '00'
               MOVE WRK-MAN-MATRICULA TO CAD-MATRICULA
               READ F-CADALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ALU-ACHOU
                       MOVE CAD-NOME TO WRK-ALU-NOME
                       MOVE CAD-CURSO TO WRK-ALU-CURSO
                       MOVE CAD-TURMA TO WRK-ALU-TURMA
                       MOVE CAD-BOLSA-PCT TO WRK-ALU-BOLSA
                       MOVE CAD-SITUACAO TO WRK-ALU-SITUACAO
                       IF CAD-SIT-DATA IS NUMERIC
                           MOVE CAD-SIT-DATA TO WRK-ALU-SIT-DATA
                       END-IF
               END-READ
               CLOSE F-CADALUNO
           ELSE
               DISPLAY 'CADASTRO DE ALUNOS NAO ENCONTRADO'
           END-IF.

      *TURMA WRK-MAN-TURMA NO TURMAMEST, COM O CURSO DELA.
       0710-LOCALIZAR-TURMA.
           MOVE 'N' TO WRK-TRU-ACHOU.
           MOVE SPACES TO WRK-TRU-CURSO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TURMAMEST.
           IF WRK-STATUS-TURMAMEST NOT = '00'
               DISPLAY 'CADASTRO DE TURMAS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0711-LER-TURMA UNTIL FIM-ARQ OR TURMA-ACHADA.
           IF WRK-STATUS-TURMAMEST NOT = '35'
               CLOSE F-TURMAMEST
           END-IF.

       0711-LER-TURMA.
           READ F-TURMAMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF TRU-CODIGO = WRK-MAN-TURMA
                       MOVE 'S' TO WRK-TRU-ACHOU
                       MOVE TRU-CURSO TO WRK-TRU-CURSO
                   END-IF
           END-READ.

      *VALIDA A DATA (MES, DIA DO MES COM FEVEREIRO DO ANO BISSEXTO).
       0730-VALIDAR-DATA.
           MOVE 'S' TO WRK-DATA-OK.
           IF WRK-MAN-DATA-N IS NOT NUMERIC
               MOVE 'N' TO WRK-DATA-OK
           ELSE
               MOVE WRK-MAN-DATA-N TO DATASYS
               IF MESSYS < 1 OR MESSYS > 12 OR DIASYS < 1
                   MOVE 'N' TO WRK-DATA-OK
               ELSE
                   PERFORM 0731-AJUSTAR-FEVEREIRO
                   IF DIASYS > WRK-DIAS-DO-MES (MESSYS)
                       MOVE 'N' TO WRK-DATA-OK
                   END-IF
               END-IF
           END-IF.

       0731-AJUSTAR-FEVEREIRO.
           MOVE 28 TO WRK-DIAS-DO-MES (02).
           DIVIDE ANOSYS BY 4 GIVING WRK-QUOC-AUX
               REMAINDER WRK-RESTO-AUX.
           IF WRK-RESTO-AUX = 0
               MOVE 29 TO WRK-DIAS-DO-MES (02)
               DIVIDE ANOSYS BY 100 GIVING WRK-QUOC-AUX
                   REMAINDER WRK-RESTO-AUX
               IF WRK-RESTO-AUX = 0
                   DIVIDE ANOSYS BY 400 GIVING WRK-QUOC-AUX
                       REMAINDER WRK-RESTO-AUX
                   IF WRK-RESTO-AUX NOT = 0
                       MOVE 28 TO WRK-DIAS-DO-MES (02)
                   END-IF
               END-IF
           END-IF.

      *HISTORICO DE MOVIMENTACAO DE UMA MATRICULA, NA ORDEM EM QUE
      *FOI LANCADO, COM A SITUACAO ATUAL NO FIM.
       0800-HISTORICO-ALUNO.
           DISPLAY 'MATRICULA.. '.
           ACCEPT WRK-MAN-MATRICULA.
           PERFORM 0700-LOCALIZAR-ALUNO.
           IF NOT ALUNO-ACHADO
               DISPLAY 'MATRICULA NAO CADASTRADA NO CADALUNO'
           ELSE
               MOVE ZEROS TO WRK-QT-LISTADAS
               DISPLAY 'ALUNO ' WRK-MAN-MATRICULA ' ' WRK-ALU-NOME
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT F-ALUNOMOV
               IF WRK-STATUS-ALUNOMOV NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 0810-LER-HISTORICO UNTIL FIM-ARQ
               IF WRK-STATUS-ALUNOMOV NOT = '35'
                   CLOSE F-ALUNOMOV
               END-IF
               EVALUATE TRUE
                   WHEN ALU-TRANCADO
                       MOVE 'TRANCADO' TO WRK-ALU-SIT-NOME
                   WHEN ALU-DESLIGADO
                       MOVE 'DESLIGADO' TO WRK-ALU-SIT-NOME
                   WHEN OTHER
                       MOVE 'ATIVO' TO WRK-ALU-SIT-NOME
               END-EVALUATE
               DISPLAY '-- ' WRK-QT-LISTADAS ' MOVIMENTACAO(OES) - '
                   'SITUACAO ATUAL ' WRK-ALU-SIT-NOME ' NA TURMA '
                   WRK-ALU-TURMA ' (' WRK-ALU-CURSO ') --'
           END-IF.

       0810-LER-HISTORICO.
           READ F-ALUNOMOV
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF AMV-MATRICULA = WRK-MAN-MATRICULA
                       ADD 1 TO WRK-QT-LISTADAS
                       EVALUATE TRUE
                           WHEN AMV-TRANSFERENCIA
                               MOVE 'TRANSFERENCIA' TO WRK-AMV-TIPO-NOME
                           WHEN AMV-TRANCAMENTO
                               MOVE 'TRANCAMENTO' TO WRK-AMV-TIPO-NOME
                           WHEN AMV-DESLIGAMENTO
                               MOVE 'DESLIGAMENTO' TO WRK-AMV-TIPO-NOME
                           WHEN AMV-RETORNO
                               MOVE 'RETORNO' TO WRK-AMV-TIPO-NOME
                           WHEN AMV-PROMOCAO
                               MOVE 'PROMOCAO' TO WRK-AMV-TIPO-NOME
                       END-EVALUATE
                       DISPLAY AMV-DATA-EFETIVA ' ' WRK-AMV-TIPO-NOME
                           ' ' AMV-TURMA-ANT '->' AMV-TURMA-NOVA
                           ' ' AMV-MOTIVO
                       DISPLAY '         INSCRICOES ENCERRADAS '
                           AMV-QT-INSCR ' MENSALIDADES ACERTADAS '
                           AMV-QT-COBR ' LANCADO EM ' AMV-DATA-REG
                   END-IF
           END-READ.
