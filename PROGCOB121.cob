       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB121.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : MANTER OS MODELOS DE LANCAMENTO RECORRENTE
      *(LANCMOD, VEJA LMDREC.CPY). ALUGUEL, DEPRECIACAO E AS
      *PROVISOES DE FIM DE MES ERAM DIGITADOS A MAO NO LANCTOS TODO
      *MES, E AS PROVISOES AINDA TINHAM DE SER ESTORNADAS A MAO NO
      *INICIO DO MES SEGUINTE. CADA MODELO TEM AS CONTAS DE DEBITO
      *E CREDITO, O VALOR, A FILIAL, A PERIODICIDADE (MENSAL OU
      *UNICO) E O FLAG DE ESTORNO AUTOMATICO; O PROGCOB66 GERA AS
      *PARTIDAS NO LOTE DO ULTIMO DIA UTIL DO MES E OS ESTORNOS NO
      *DO PRIMEIRO DIA UTIL DO MES SEGUINTE.
      *AS CONTAS SAO CONFERIDAS NO PLANO DE CONTAS (PLANOCTA) E A
      *FILIAL NO FILMEST NA INCLUSAO - O PROGCOB06 REJEITARIA A
      *PARTIDA DE CONTA DESCONHECIDA SO NO FIM DO MES. SEM O
      *ARQUIVO, A CONFERENCIA PASSA COM AVISO (COMO NO PROGCOB06).
      *REMOVER OU DESATIVAR UM MODELO NAO CANCELA O ESTORNO DO QUE
      *JA FOI GERADO (O ESTORNO VEM DO CONTROLE LANCRGER).
      *MESMO DESENHO DOS DEMAIS CADASTROS (TABELA EM MEMORIA E
      *REGRAVACAO INTEIRA).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MODELOS DE LANCAMENTO RECORRENTE.
           SELECT F-LANCMOD ASSIGN TO 'LANCMOD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LANCMOD.
      *PLANO DE CONTAS (MANTIDO PELO PROGCOB64).
           SELECT F-PLANOCTA ASSIGN TO 'PLANOCTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANOCTA.
      *CADASTRO DE FILIAIS.
           SELECT F-FILMEST ASSIGN TO 'FILMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FILMEST.

       DATA DIVISION.
       FILE SECTION.
       FD  F-LANCMOD.
           COPY 'LMDREC.CPY'.

       FD  F-PLANOCTA.
       01  REG-PLANOCTA.
           03 PCT-CONTA  PIC X(08).
           03 PCT-NOME   PIC X(20).
           03 PCT-CLASSE PIC X(01).
           03 PCT-ATIVA  PIC X(01).

       FD  F-FILMEST.
       01  REG-FILMEST.
           03 FIL-CODIGO PIC 9(02).
           03 FIL-NOME   PIC X(20).
           03 FIL-UF     PIC X(02).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-LANCMOD  PIC X(02) VALUE '00'.
       77 WRK-STATUS-PLANOCTA PIC X(02) VALUE '00'.
       77 WRK-STATUS-FILMEST  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *TABELA EM MEMORIA DOS MODELOS.
       77 WRK-MAN-MAX-MOD PIC 9(04) VALUE 0200.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       77 WRK-MAN-QT-MOD  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-MODELOS.
           03 WRK-TAB-MOD-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-MAN-QT-MOD
                   INDEXED BY WRK-MAN-IDX.
               05 WRK-TAB-MOD-CODIGO    PIC X(06).
               05 WRK-TAB-MOD-DESCRICAO PIC X(30).
               05 WRK-TAB-MOD-TIPO      PIC X(01).
               05 WRK-TAB-MOD-PER-INICIO PIC 9(06).
               05 WRK-TAB-MOD-PER-FIM   PIC 9(06).
               05 WRK-TAB-MOD-CONTA-DB  PIC X(08).
               05 WRK-TAB-MOD-CONTA-CR  PIC X(08).
               05 WRK-TAB-MOD-VALOR     PIC 9(09)V99.
               05 WRK-TAB-MOD-FILIAL    PIC 9(02).
               05 WRK-TAB-MOD-ESTORNA   PIC X(01).
               05 WRK-TAB-MOD-ATIVO     PIC X(01).
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-ADICIONAR VALUE 'A'.
           88 MAN-REMOVER   VALUE 'R'.
           88 MAN-SITUACAO  VALUE 'T'.
           88 MAN-CONSULTAR VALUE 'C'.
           88 MAN-SAIR      VALUE 'S'.
      *CAMPOS DA DIGITACAO DO MODELO NOVO.
       77 WRK-MAN-CODIGO    PIC X(06) VALUE SPACES.
       77 WRK-MAN-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-MAN-TIPO      PIC X(01) VALUE SPACES.
       01 WRK-MAN-PER-INICIO PIC 9(06) VALUE ZEROS.
       01 WRK-MAN-PER-INICIO-R REDEFINES WRK-MAN-PER-INICIO.
           03 WRK-MAN-INI-ANO PIC 9(04).
           03 WRK-MAN-INI-MES PIC 9(02).
       01 WRK-MAN-PER-FIM PIC 9(06) VALUE ZEROS.
       01 WRK-MAN-PER-FIM-R REDEFINES WRK-MAN-PER-FIM.
           03 WRK-MAN-FIM-ANO PIC 9(04).
           03 WRK-MAN-FIM-MES PIC 9(02).
       77 WRK-MAN-CONTA-DB  PIC X(08) VALUE SPACES.
       77 WRK-MAN-CONTA-CR  PIC X(08) VALUE SPACES.
       77 WRK-MAN-VALOR     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MAN-FILIAL    PIC 9(02) VALUE ZEROS.
       77 WRK-MAN-ESTORNA   PIC X(01) VALUE SPACES.
       77 WRK-MAN-VALOR-ED  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MAN-ACHOU PIC X(01) VALUE 'N'.
           88 MAN-ACHOU VALUE 'S'.
       77 WRK-MAN-POS PIC 9(04) VALUE ZEROS.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
      *CONFERENCIA DA CONTA NO PLANOCTA E DA FILIAL NO FILMEST.
       77 WRK-CONTA-BUSCA PIC X(08) VALUE SPACES.
       77 WRK-CONTA-SITUACAO PIC X(01) VALUE SPACES.
           88 CONTA-ACEITA     VALUE 'S'.
           88 CONTA-SEM-PLANO  VALUE 'P'.
           88 CONTA-INATIVA    VALUE 'I'.
           88 CONTA-INEXISTENTE VALUE 'N'.
       77 WRK-FIL-ACHOU PIC X(01) VALUE 'N'.
           88 FILIAL-ACHADA VALUE 'S'.
      *MOTIVO DA RECUSA DO MODELO DIGITADO (BRANCO = ACEITO).
       77 WRK-MOTIVO-RECUSA PIC X(60) VALUE SPACES.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB121'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-MANUTENCAO UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'MODELOS=' WRK-MAN-QT-MOD DELIMITED BY SIZE
               INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-MANUTENCAO.
           DISPLAY '-- MODELOS DE LANCAMENTO RECORRENTE (LANCMOD) --'.
           DISPLAY '(A)DICIONAR (R)EMOVER (T)ROCAR SITUACAO '
               '(C)ONSULTAR (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-ADICIONAR
                   PERFORM 0251-ADICIONAR-MODELO
               WHEN MAN-REMOVER
                   PERFORM 0252-REMOVER-MODELO
               WHEN MAN-SITUACAO
                   PERFORM 0253-TROCAR-SITUACAO
               WHEN MAN-CONSULTAR
                   PERFORM 0257-LISTAR-MODELOS
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

       0254-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-MAN-QT-MOD.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           OPEN INPUT F-LANCMOD.
           IF WRK-STATUS-LANCMOD = '00'
               PERFORM 0254A-LER-MODELO UNTIL FIM-ARQ
               CLOSE F-LANCMOD
           ELSE
               DISPLAY 'CADASTRO DE MODELOS NAO ENCONTRADO, INICIANDO '
                   'VAZIO'
           END-IF.

       0254A-LER-MODELO.
           READ F-LANCMOD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-MAN-QT-MOD < WRK-MAN-MAX-MOD
                       ADD 1 TO WRK-MAN-QT-MOD
                       MOVE REG-LANCMOD TO
                           WRK-TAB-MOD-ITEM (WRK-MAN-QT-MOD)
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           END-READ.

       0255-GRAVAR-TABELA.
      *COM O CADASTRO MAIOR QUE A TABELA, REGRAVAR APAGARIA OS
      *REGISTROS ALEM DO TETO - A MANUTENCAO E RECUSADA.
           IF TABELA-ESTOUROU
               DISPLAY 'CADASTRO MAIOR QUE A TABELA EM MEMORIA, '
                   'MANUTENCAO RECUSADA - NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT F-LANCMOD
               PERFORM 0255A-GRAVAR-MODELO
                   VARYING WRK-MAN-IDX FROM 1 BY 1
                   UNTIL WRK-MAN-IDX > WRK-MAN-QT-MOD
               CLOSE F-LANCMOD
           END-IF.

       0255A-GRAVAR-MODELO.
           MOVE WRK-TAB-MOD-ITEM (WRK-MAN-IDX) TO REG-LANCMOD.
           WRITE REG-LANCMOD.

       0256-LOCALIZAR-NA-TABELA.
           MOVE 'N' TO WRK-MAN-ACHOU.
           MOVE ZEROS TO WRK-MAN-POS.
           PERFORM 0256A-COMPARAR-ITEM
               VARYING WRK-MAN-IDX FROM 1 BY 1
               UNTIL WRK-MAN-IDX > WRK-MAN-QT-MOD OR MAN-ACHOU.

       0256A-COMPARAR-ITEM.
           IF WRK-TAB-MOD-CODIGO (WRK-MAN-IDX) = WRK-MAN-CODIGO
               MOVE 'S' TO WRK-MAN-ACHOU
               MOVE WRK-MAN-IDX TO WRK-MAN-POS
           END-IF.

       0251-ADICIONAR-MODELO.
           PERFORM 0254-CARREGAR-TABELA.
           DISPLAY 'CODIGO DO NOVO MODELO (6 POSICOES).. '.
           ACCEPT WRK-MAN-CODIGO.
           PERFORM 0256-LOCALIZAR-NA-TABELA.
           IF MAN-ACHOU
               DISPLAY 'MODELO JA CADASTRADO, NADA FEITO'
           ELSE
               PERFORM 0260-DIGITAR-MODELO
               PERFORM 0270-VALIDAR-MODELO
               IF WRK-MOTIVO-RECUSA NOT = SPACES
                   DISPLAY 'NADA FEITO: ' WRK-MOTIVO-RECUSA
               ELSE
               IF WRK-MAN-QT-MOD >= WRK-MAN-MAX-MOD
                   DISPLAY 'CADASTRO CHEIO, NADA FEITO'
               ELSE
                   ADD 1 TO WRK-MAN-QT-MOD
                   MOVE WRK-MAN-QT-MOD TO WRK-MAN-POS
                   PERFORM 0280-GUARDAR-MODELO
                   PERFORM 0255-GRAVAR-TABELA
                   DISPLAY 'MODELO ADICIONADO (ATIVO)'
               END-IF
               END-IF
           END-IF.

       0260-DIGITAR-MODELO.
           DISPLAY 'DESCRICAO.. '.
           ACCEPT WRK-MAN-DESCRICAO.
           DISPLAY 'PERIODICIDADE (M=MENSAL U=UNICO).. '.
           ACCEPT WRK-MAN-TIPO.
           IF WRK-MAN-TIPO = 'U'
               DISPLAY 'MES DO LANCAMENTO AAAAMM.. '
               ACCEPT WRK-MAN-PER-INICIO
               MOVE ZEROS TO WRK-MAN-PER-FIM
           ELSE
               DISPLAY 'PRIMEIRO MES AAAAMM.. '
               ACCEPT WRK-MAN-PER-INICIO
               DISPLAY 'ULTIMO MES AAAAMM (0 = SEM FIM).. '
               ACCEPT WRK-MAN-PER-FIM
           END-IF.
           DISPLAY 'CONTA DE DEBITO.. '.
           ACCEPT WRK-MAN-CONTA-DB.
           DISPLAY 'CONTA DE CREDITO.. '.
           ACCEPT WRK-MAN-CONTA-CR.
           DISPLAY 'VALOR DO LANCAMENTO.. '.
           ACCEPT WRK-MAN-VALOR.
           DISPLAY 'FILIAL (00 = MATRIZ).. '.
           ACCEPT WRK-MAN-FILIAL.
           IF WRK-MAN-FILIAL IS NOT NUMERIC
               OR WRK-MAN-FILIAL = ZEROS
               MOVE 01 TO WRK-MAN-FILIAL
           END-IF.
           DISPLAY 'ESTORNAR NO PRIMEIRO DIA UTIL DO MES SEGUINTE '
               '(S/N).. '.
           ACCEPT WRK-MAN-ESTORNA.

      *O PRIMEIRO MOTIVO ENCONTRADO VAI PARA WRK-MOTIVO-RECUSA.
       0270-VALIDAR-MODELO.
           MOVE SPACES TO WRK-MOTIVO-RECUSA.
           EVALUATE TRUE
               WHEN WRK-MAN-CODIGO = SPACES
                   MOVE 'CODIGO VAZIO' TO WRK-MOTIVO-RECUSA
               WHEN WRK-MAN-TIPO NOT = 'M' AND WRK-MAN-TIPO NOT = 'U'
                   MOVE 'PERIODICIDADE INVALIDA' TO WRK-MOTIVO-RECUSA
               WHEN WRK-MAN-PER-INICIO IS NOT NUMERIC
                   OR WRK-MAN-INI-ANO = ZEROS
                   OR WRK-MAN-INI-MES < 01 OR WRK-MAN-INI-MES > 12
                   MOVE 'MES INICIAL INVALIDO' TO WRK-MOTIVO-RECUSA
               WHEN WRK-MAN-PER-FIM IS NOT NUMERIC
                   MOVE 'MES FINAL INVALIDO' TO WRK-MOTIVO-RECUSA
               WHEN WRK-MAN-PER-FIM NOT = ZEROS
                   AND (WRK-MAN-FIM-MES < 01 OR WRK-MAN-FIM-MES > 12
                       OR WRK-MAN-PER-FIM < WRK-MAN-PER-INICIO)
                   MOVE 'MES FINAL INVALIDO' TO WRK-MOTIVO-RECUSA
               WHEN WRK-MAN-CONTA-DB = SPACES
                   OR WRK-MAN-CONTA-CR = SPACES
                   MOVE 'CONTA DE DEBITO OU CREDITO VAZIA' TO
                       WRK-MOTIVO-RECUSA
               WHEN WRK-MAN-CONTA-DB = WRK-MAN-CONTA-CR
                   MOVE 'CONTA DE DEBITO IGUAL A DE CREDITO' TO
                       WRK-MOTIVO-RECUSA
               WHEN WRK-MAN-VALOR IS NOT NUMERIC
                   OR WRK-MAN-VALOR = ZEROS
                   MOVE 'VALOR INVALIDO' TO WRK-MOTIVO-RECUSA
               WHEN WRK-MAN-ESTORNA NOT = 'S'
                   AND WRK-MAN-ESTORNA NOT = 'N'
                   MOVE 'FLAG DE ESTORNO INVALIDO' TO WRK-MOTIVO-RECUSA
               WHEN OTHER
                   PERFORM 0271-CONFERIR-CADASTROS
           END-EVALUATE.

       0271-CONFERIR-CADASTROS.
           MOVE WRK-MAN-CONTA-DB TO WRK-CONTA-BUSCA.
           PERFORM 0290-CONFERIR-CONTA.
           IF CONTA-INEXISTENTE OR CONTA-INATIVA
               STRING 'CONTA DE DEBITO ' WRK-MAN-CONTA-DB
                   ' FORA DO PLANOCTA OU INATIVA'
                   DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
           ELSE
               MOVE WRK-MAN-CONTA-CR TO WRK-CONTA-BUSCA
               PERFORM 0290-CONFERIR-CONTA
               IF CONTA-INEXISTENTE OR CONTA-INATIVA
                   STRING 'CONTA DE CREDITO ' WRK-MAN-CONTA-CR
                       ' FORA DO PLANOCTA OU INATIVA'
                       DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
               ELSE
                   PERFORM 0295-CONFERIR-FILIAL
                   IF NOT FILIAL-ACHADA
                       MOVE 'FILIAL NAO CADASTRADA NO FILMEST' TO
                           WRK-MOTIVO-RECUSA
                   END-IF
               END-IF
           END-IF.

       0280-GUARDAR-MODELO.
           MOVE WRK-MAN-CODIGO TO WRK-TAB-MOD-CODIGO (WRK-MAN-POS).
           MOVE WRK-MAN-DESCRICAO TO
               WRK-TAB-MOD-DESCRICAO (WRK-MAN-POS).
           MOVE WRK-MAN-TIPO TO WRK-TAB-MOD-TIPO (WRK-MAN-POS).
           MOVE WRK-MAN-PER-INICIO TO
               WRK-TAB-MOD-PER-INICIO (WRK-MAN-POS).
           MOVE WRK-MAN-PER-FIM TO WRK-TAB-MOD-PER-FIM (WRK-MAN-POS).
           MOVE WRK-MAN-CONTA-DB TO
               WRK-TAB-MOD-CONTA-DB (WRK-MAN-POS).
           MOVE WRK-MAN-CONTA-CR TO
               WRK-TAB-MOD-CONTA-CR (WRK-MAN-POS).
           MOVE WRK-MAN-VALOR TO WRK-TAB-MOD-VALOR (WRK-MAN-POS).
           MOVE WRK-MAN-FILIAL TO WRK-TAB-MOD-FILIAL (WRK-MAN-POS).
           MOVE WRK-MAN-ESTORNA TO
               WRK-TAB-MOD-ESTORNA (WRK-MAN-POS).
           MOVE 'S' TO WRK-TAB-MOD-ATIVO (WRK-MAN-POS).

      *CONTA NO PLANOCTA: S = ATIVA, I = INATIVA, N = FORA DO
      *PLANO, P = SEM O ARQUIVO (ACEITA COM AVISO).
       0290-CONFERIR-CONTA.
           MOVE 'N' TO WRK-CONTA-SITUACAO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PLANOCTA.
           IF WRK-STATUS-PLANOCTA NOT = '00'
               DISPLAY 'PLANO DE CONTAS (PLANOCTA) NAO ENCONTRADO, '
                   'CONTA ' WRK-CONTA-BUSCA ' ACEITA SEM CONFERENCIA'
               MOVE 'P' TO WRK-CONTA-SITUACAO
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0291-LER-PLANO
               UNTIL FIM-ARQ OR NOT CONTA-INEXISTENTE.
           IF WRK-STATUS-PLANOCTA NOT = '35'
               CLOSE F-PLANOCTA
           END-IF.

       0291-LER-PLANO.
           READ F-PLANOCTA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF PCT-CONTA = WRK-CONTA-BUSCA
                       IF PCT-ATIVA = 'S'
                           MOVE 'S' TO WRK-CONTA-SITUACAO
                       ELSE
                           MOVE 'I' TO WRK-CONTA-SITUACAO
                       END-IF
                   END-IF
           END-READ.

      *FILIAL 01 (A MATRIZ) E SEMPRE ACEITA; SEM O FILMEST, A FILIAL
      *PASSA COM AVISO.
       0295-CONFERIR-FILIAL.
           MOVE 'N' TO WRK-FIL-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           IF WRK-MAN-FILIAL = 01
               MOVE 'S' TO WRK-FIL-ACHOU
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               OPEN INPUT F-FILMEST
               IF WRK-STATUS-FILMEST NOT = '00'
                   DISPLAY 'CADASTRO DE FILIAIS (FILMEST) NAO '
                       'ENCONTRADO, FILIAL ACEITA SEM CONFERENCIA'
                   MOVE 'S' TO WRK-FIL-ACHOU
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
               PERFORM 0296-LER-FILIAL
                   UNTIL FIM-ARQ OR FILIAL-ACHADA
               IF WRK-STATUS-FILMEST NOT = '35'
                   CLOSE F-FILMEST
               END-IF
           END-IF.

       0296-LER-FILIAL.
           READ F-FILMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF FIL-CODIGO = WRK-MAN-FILIAL
                       MOVE 'S' TO WRK-FIL-ACHOU
                   END-IF
           END-READ.

       0252-REMOVER-MODELO.
           PERFORM 0254-CARREGAR-TABELA.
           DISPLAY 'CODIGO A REMOVER.. '.
           ACCEPT WRK-MAN-CODIGO.
           PERFORM 0256-LOCALIZAR-NA-TABELA.
           IF NOT MAN-ACHOU
               DISPLAY 'MODELO NAO ENCONTRADO, NADA FEITO'
           ELSE
               PERFORM 0252A-DESLOCAR-ITEM
                   VARYING WRK-MAN-IDX FROM WRK-MAN-POS BY 1
                   UNTIL WRK-MAN-IDX >= WRK-MAN-QT-MOD
               SUBTRACT 1 FROM WRK-MAN-QT-MOD
               PERFORM 0255-GRAVAR-TABELA
               DISPLAY 'MODELO REMOVIDO'
           END-IF.

       0252A-DESLOCAR-ITEM.
           MOVE WRK-TAB-MOD-ITEM (WRK-MAN-IDX + 1) TO
               WRK-TAB-MOD-ITEM (WRK-MAN-IDX).

      *ATIVA/DESATIVA O MODELO: INATIVO NAO GERA PARTIDA NOVA, MAS
      *CONTINUA NO CADASTRO PARA SER REATIVADO.
       0253-TROCAR-SITUACAO.
           PERFORM 0254-CARREGAR-TABELA.
           DISPLAY 'CODIGO DO MODELO.. '.
           ACCEPT WRK-MAN-CODIGO.
           PERFORM 0256-LOCALIZAR-NA-TABELA.
           IF NOT MAN-ACHOU
               DISPLAY 'MODELO NAO ENCONTRADO, NADA FEITO'
           ELSE
               IF WRK-TAB-MOD-ATIVO (WRK-MAN-POS) = 'S'
                   MOVE 'N' TO WRK-TAB-MOD-ATIVO (WRK-MAN-POS)
                   DISPLAY 'MODELO DESATIVADO'
               ELSE
                   MOVE 'S' TO WRK-TAB-MOD-ATIVO (WRK-MAN-POS)
                   DISPLAY 'MODELO REATIVADO'
               END-IF
               PERFORM 0255-GRAVAR-TABELA
           END-IF.

       0257-LISTAR-MODELOS.
           PERFORM 0254-CARREGAR-TABELA.
           DISPLAY '-- MODELOS CADASTRADOS: ' WRK-MAN-QT-MOD ' --'.
           PERFORM 0257A-LISTAR-ITEM
               VARYING WRK-MAN-IDX FROM 1 BY 1
               UNTIL WRK-MAN-IDX > WRK-MAN-QT-MOD.

       0257A-LISTAR-ITEM.
           MOVE WRK-TAB-MOD-VALOR (WRK-MAN-IDX) TO WRK-MAN-VALOR-ED.
           DISPLAY WRK-TAB-MOD-CODIGO (WRK-MAN-IDX) ' '
               WRK-TAB-MOD-DESCRICAO (WRK-MAN-IDX)
               ' ' WRK-TAB-MOD-TIPO (WRK-MAN-IDX)
               ' ' WRK-TAB-MOD-PER-INICIO (WRK-MAN-IDX)
               '-' WRK-TAB-MOD-PER-FIM (WRK-MAN-IDX).
           DISPLAY '       DB ' WRK-TAB-MOD-CONTA-DB (WRK-MAN-IDX)
               ' CR ' WRK-TAB-MOD-CONTA-CR (WRK-MAN-IDX)
               ' VALOR ' WRK-MAN-VALOR-ED
               ' FILIAL ' WRK-TAB-MOD-FILIAL (WRK-MAN-IDX)
               ' ESTORNA ' WRK-TAB-MOD-ESTORNA (WRK-MAN-IDX)
               ' ATIVO ' WRK-TAB-MOD-ATIVO (WRK-MAN-IDX).
