       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB135.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : APROVACAO EM DUAS PESSOAS DAS ALTERACOES DE
      *CADASTRO QUE MEXEM EM PRECO OU CREDITO. UMA PESSOA SOZINHA
      *SUBIA O LIMITE DE CREDITO DE UM CLIENTE NO CREDLIM, MUDAVA O
      *FATOR DE TARIFA DE UMA TRANSPORTADORA NO TRANSPMEST OU DAVA UM
      *PERCENTUAL DE CONTRATO NO CONTRATOS, VALENDO NA HORA. AGORA
      *ESSAS ALTERACOES (E A DESATIVACAO DE CONTA NO PLANOCTA) VIRAM
      *PEDIDOS PENDENTES NO ALTPEND (VEJA ALTREC.CPY), E SO SAO
      *APLICADAS QUANDO UM SEGUNDO USUARIO, DE NIVEL SUPERVISOR E
      *DIFERENTE DO SOLICITANTE, APROVA. MODOS:
      *  (P) PEDIR: O SOLICITANTE SE IDENTIFICA (USUARIO E SENHA,
      *      VALIDADOS PELO PROGCOB10) E ABRE O PEDIDO COM O VALOR
      *      NOVO E O MOTIVO - O VALOR ATUAL DO CADASTRO FICA NO
      *      PEDIDO PARA O APROVADOR VER O ANTES E O DEPOIS. SO UM
      *      PEDIDO PENDENTE POR REGISTRO DE CADASTRO;
      *  (R) REVISAR: O SUPERVISOR SE IDENTIFICA E PASSA PELOS
      *      PEDIDOS PENDENTES, APROVANDO (A ALTERACAO E GRAVADA NO
      *      CADASTRO NA HORA) OU REJEITANDO COM MOTIVO. PEDIDO DELE
      *      MESMO NAO PODE SER DECIDIDO POR ELE. SE O CADASTRO MUDOU
      *      DESDE O PEDIDO, A APROVACAO E RECUSADA E O PEDIDO
      *      REJEITADO - O SOLICITANTE PEDE DE NOVO SOBRE O VALOR
      *      ATUAL;
      *  (L) LISTA DIARIA (REDE NOTURNA): EXPIRA OS PEDIDOS SEM
      *      DECISAO HA MAIS DE WRK-ALT-PRAZO DIAS E LISTA NO
      *      PROGCOB135RPT O QUE AGUARDA APROVACAO E O QUE EXPIROU.
      *      RC 4 COM PEDIDO AGUARDANDO.
      *NADA E APAGADO DO ALTPEND: APROVADO, REJEITADO E EXPIRADO
      *FICAM COM QUEM DECIDIU, QUANDO E O MOTIVO.
      *MESMO DESENHO DOS DEMAIS CADASTROS (TABELA EM MEMORIA E
      *REGRAVACAO INTEIRA) PARA O ALTPEND E OS CADASTROS ALTERADOS.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *PEDIDOS DE ALTERACAO DE CADASTRO (VEJA ALTREC.CPY).
           SELECT F-ALTPEND ASSIGN TO 'ALTPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALTPEND.
      *LIMITE DE CREDITO POR CLIENTE (LIDO PELO PROGCOB09).
           SELECT F-CREDLIM ASSIGN TO 'CREDLIM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CREDLIM.
      *CADASTRO MESTRE DE TRANSPORTADORAS (MANTIDO PELO PROGCOB51).
           SELECT F-TRANSPMEST ASSIGN TO 'TRANSPMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSPMEST.
      *CONTRATOS DE FRETE NEGOCIADOS POR CLIENTE (VEJA PROGCOB09).
           SELECT F-CONTRATOS ASSIGN TO 'CONTRATOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTRATOS.
      *PLANO DE CONTAS (MANTIDO PELO PROGCOB64).
           SELECT F-PLANOCTA ASSIGN TO 'PLANOCTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PLANOCTA.
      *LISTA DIARIA DOS PEDIDOS AGUARDANDO APROVACAO, COM CABECALHO
      *E QUEBRA DE PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB135RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ALTPEND.
           COPY 'ALTREC.CPY'.

       FD  F-CREDLIM.
       01  REG-CREDLIM.
           03 CRL-CLIENTE PIC X(20).
           03 CRL-LIMITE  PIC 9(08)V99.

       FD  F-TRANSPMEST.
       01  REG-TRANSPMEST.
           03 TRP-CODIGO   PIC X(03).
           03 TRP-NOME     PIC X(20).
           03 TRP-FATOR    PIC 9(01)V99.
           03 TRP-SLA-ADIC PIC 9(02).

       FD  F-CONTRATOS.
       01  REG-CONTRATO.
           03 CTR-CLIENTE      PIC X(20).
           03 CTR-UF           PIC X(02).
           03 CTR-PERC         PIC 9(01)V99.
           03 CTR-VALIDADE-INI PIC 9(08).
           03 CTR-VALIDADE-FIM PIC 9(08).
           03 CTR-VOLUME-COMPR PIC 9(07).

       FD  F-PLANOCTA.
       01  REG-PLANOCTA.
           03 PCT-CONTA  PIC X(08).
           03 PCT-NOME   PIC X(20).
           03 PCT-CLASSE PIC X(01).
           03 PCT-ATIVA  PIC X(01).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ALTPEND    PIC X(02) VALUE '00'.
       77 WRK-STATUS-CREDLIM    PIC X(02) VALUE '00'.
       77 WRK-STATUS-TRANSPMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-CONTRATOS  PIC X(02) VALUE '00'.
       77 WRK-STATUS-PLANOCTA   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MODO PIC X(01) VALUE SPACES.
           88 MODO-PEDIR   VALUE 'P'.
           88 MODO-REVISAR VALUE 'R'.
           88 MODO-LISTA   VALUE 'L'.
      *PRAZO PARA A DECISAO, EM DIAS CORRIDOS (CRITERIO COMERCIAL DA
      *CASA, MES DE 30 DIAS) DESDE O PEDIDO: PASSOU, O PEDIDO EXPIRA
      *E A ALTERACAO TEM DE SER PEDIDA DE NOVO. AJUSTAR AQUI QUANDO A
      *POLITICA MUDAR.
       77 WRK-ALT-PRAZO PIC 9(03) VALUE 007.
      *NIVEL DO CADASTRO DE USUARIOS QUE PODE APROVAR (03-SUPERV).
       01 WRK-PARM-PROGCOB10.
           03 WRK-P10-USUARIO PIC X(20).
           03 WRK-P10-SENHA   PIC X(20).
           03 WRK-P10-NIVEL   PIC 9(02).
               88 NIVEL-CONCEDIDO      VALUE 01 02 03.
               88 APROVADOR-SUPERVISOR VALUE 03.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-SENHA   PIC X(20) VALUE SPACES.
      *TABELA EM MEMORIA DOS PEDIDOS (ALTPEND), NA ORDEM DO ARQUIVO.
       77 WRK-ALT-MAX PIC 9(04) VALUE 2000.
       77 WRK-ALT-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-PEDIDOS.
           03 WRK-TAB-ALT-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-ALT-QT.
               05 WRK-TAB-ALT-NUMERO    PIC 9(06).
               05 WRK-TAB-ALT-TIPO      PIC X(01).
               05 WRK-TAB-ALT-CHAVE     PIC X(30).
               05 WRK-TAB-ALT-ANT       PIC 9(08)V99.
               05 WRK-TAB-ALT-NOVO-VAL  PIC 9(08)V99.
               05 WRK-TAB-ALT-NOVO      PIC X(01).
               05 WRK-TAB-ALT-CTR-FIM   PIC 9(08).
               05 WRK-TAB-ALT-CTR-VOL   PIC 9(07).
               05 WRK-TAB-ALT-MOTIVO    PIC X(30).
               05 WRK-TAB-ALT-SOLIC     PIC X(20).
               05 WRK-TAB-ALT-DATA-PED  PIC 9(08).
               05 WRK-TAB-ALT-SITUACAO  PIC X(01).
               05 WRK-TAB-ALT-APROVADOR PIC X(20).
               05 WRK-TAB-ALT-DATA-DEC  PIC 9(08).
               05 WRK-TAB-ALT-MOT-DEC   PIC X(30).
       77 WRK-ALT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-ALT-ESTOUROU PIC X(01) VALUE 'N'.
           88 ALTPEND-ESTOUROU VALUE 'S'.
       77 WRK-ALT-ULTIMO PIC 9(06) VALUE ZEROS.
       77 WRK-ALT-DUPLICADO PIC X(01) VALUE 'N'.
           88 JA-TEM-PENDENTE VALUE 'S'.
      *CHAVE DO REGISTRO DE CADASTRO, COM AS VISOES DE CADA TIPO
      *(A MESMA DO ALT-CHAVE DO ALTREC.CPY).
       01 WRK-CHV PIC X(30) VALUE SPACES.
       01 WRK-CHV-CTR REDEFINES WRK-CHV.
           03 WRK-CHV-CLIENTE PIC X(20).
           03 WRK-CHV-UF      PIC X(02).
           03 WRK-CHV-INICIO  PIC 9(08).
       01 WRK-CHV-TRP REDEFINES WRK-CHV.
           03 WRK-CHV-TRANSP  PIC X(03).
           03 FILLER          PIC X(27).
       01 WRK-CHV-PCT REDEFINES WRK-CHV.
           03 WRK-CHV-CONTA   PIC X(08).
           03 FILLER          PIC X(22).
      *PEDIDO SENDO ABERTO (MODO P).
       77 WRK-PED-TIPO PIC X(01) VALUE SPACES.
           88 PED-LIMITE   VALUE 'L'.
           88 PED-FATOR    VALUE 'T'.
           88 PED-CONTRATO VALUE 'C'.
           88 PED-CONTA    VALUE 'D'.
       77 WRK-PED-ANT    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PED-VALOR  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PED-TAXA   PIC 9(01)V99 VALUE ZEROS.
       77 WRK-PED-NOVO   PIC X(01) VALUE 'N'.
       77 WRK-PED-FIM    PIC 9(08) VALUE ZEROS.
       77 WRK-PED-VOLUME PIC 9(07) VALUE ZEROS.
       77 WRK-PED-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-PED-OK PIC X(01) VALUE 'N'.
           88 PEDIDO-VALIDO VALUE 'S'.
      *REVISAO (MODO R).
       77 WRK-REV-CONTINUA PIC X(01) VALUE 'S'.
           88 REV-CONTINUA VALUE 'S'.
       77 WRK-REV-DECISAO PIC X(01) VALUE SPACES.
           88 REV-APROVAR  VALUE 'A'.
           88 REV-REJEITAR VALUE 'R'.
           88 REV-PULAR    VALUE 'P'.
           88 REV-SAIR     VALUE 'S'.
       77 WRK-REV-MOTIVO PIC X(30) VALUE SPACES.
      *RESULTADO DA APLICACAO NO CADASTRO: S = GRAVADO; M = CADASTRO
      *MUDOU DESDE O PEDIDO (REJEITA); F = CADASTRO FORA DE ALCANCE
      *(AUSENTE OU MAIOR QUE A TABELA - O PEDIDO CONTINUA PENDENTE).
       77 WRK-APL-RESULT PIC X(01) VALUE SPACES.
           88 APL-GRAVADO VALUE 'S'.
           88 APL-MUDOU   VALUE 'M'.
           88 APL-FALHOU  VALUE 'F'.
      *TABELAS EM MEMORIA DOS CADASTROS ALTERADOS.
       77 WRK-CAD-ESTOUROU PIC X(01) VALUE 'N'.
           88 CADASTRO-ESTOUROU VALUE 'S'.
       77 WRK-CAD-ACHOU PIC X(01) VALUE 'N'.
           88 CAD-ACHOU VALUE 'S'.
       77 WRK-CAD-POS PIC 9(04) VALUE ZEROS.
       77 WRK-CAD-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-CRL-MAX PIC 9(04) VALUE 0500.
       77 WRK-CRL-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-CREDLIM.
           03 WRK-TAB-CRL-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-CRL-QT.
               05 WRK-TAB-CRL-CLIENTE PIC X(20).
               05 WRK-TAB-CRL-LIMITE  PIC 9(08)V99.
       77 WRK-TRP-MAX PIC 9(04) VALUE 0200.
       77 WRK-TRP-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-TRANSP.
           03 WRK-TAB-TRP-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TRP-QT.
               05 WRK-TAB-TRP-CODIGO  PIC X(03).
               05 WRK-TAB-TRP-NOME    PIC X(20).
               05 WRK-TAB-TRP-FATOR   PIC 9(01)V99.
               05 WRK-TAB-TRP-SLAADIC PIC 9(02).
       77 WRK-CTR-MAX PIC 9(04) VALUE 0500.
       77 WRK-CTR-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-CONTRATOS.
           03 WRK-TAB-CTR-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-CTR-QT.
               05 WRK-TAB-CTR-CLIENTE PIC X(20).
               05 WRK-TAB-CTR-UF      PIC X(02).
               05 WRK-TAB-CTR-PERC    PIC 9(01)V99.
               05 WRK-TAB-CTR-INI     PIC 9(08).
               05 WRK-TAB-CTR-FIM     PIC 9(08).
               05 WRK-TAB-CTR-VOLUME  PIC 9(07).
       77 WRK-PCT-MAX PIC 9(04) VALUE 0200.
       77 WRK-PCT-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-PLANO.
           03 WRK-TAB-PCT-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-PCT-QT.
               05 WRK-TAB-PCT-CONTA  PIC X(08).
               05 WRK-TAB-PCT-NOME   PIC X(20).
               05 WRK-TAB-PCT-CLASSE PIC X(01).
               05 WRK-TAB-PCT-ATIVA  PIC X(01).
      *DATAS EM DIAS COMERCIAIS PARA O PRAZO DE DECISAO.
       01 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           03 WRK-HOJ-ANO PIC 9(04).
           03 WRK-HOJ-MES PIC 9(02).
           03 WRK-HOJ-DIA PIC 9(02).
       01 WRK-DATA-PED PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-PED-R REDEFINES WRK-DATA-PED.
           03 WRK-PDD-ANO PIC 9(04).
           03 WRK-PDD-MES PIC 9(02).
           03 WRK-PDD-DIA PIC 9(02).
       77 WRK-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-PEDIDO PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-IDADE  PIC 9(05) VALUE ZEROS.
      *DECISAO AUTOMATICA DO PRAZO, NO LUGAR DO APROVADOR.
       77 WRK-EXPIRACAO PIC X(20) VALUE 'EXPIRACAO AUTOMATICA'.
      *EDICAO DOS VALORES NA TELA E NO RELATORIO.
       77 WRK-VALOR-ANT-ED  PIC Z(07)9,99.
       77 WRK-VALOR-NOVO-ED PIC Z(07)9,99.
       77 WRK-DESC-TIPO PIC X(16) VALUE SPACES.
      *CONTADORES DA CHAMADA.
       77 WRK-QT-PEDIDOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-APROVADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXPIRADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PENDENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-ALTPEND-MUDOU PIC X(01) VALUE 'N'.
           88 ALTPEND-MUDOU VALUE 'S'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB135'.
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
           MOVE ZEROS TO WRK-QT-PEDIDOS.
           MOVE ZEROS TO WRK-QT-APROVADOS.
           MOVE ZEROS TO WRK-QT-REJEITADOS.
           MOVE ZEROS TO WRK-QT-EXPIRADOS.
           MOVE ZEROS TO WRK-QT-PENDENTES.
           MOVE 'N' TO WRK-ALTPEND-MUDOU.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE = (WRK-HOJ-ANO * 360)
               + (WRK-HOJ-MES * 30) + WRK-HOJ-DIA.
           DISPLAY 'MODO (P=PEDIR R=REVISAR L=LISTA DIARIA).. '.
           ACCEPT WRK-MODO.
           PERFORM 0100-CARREGAR-PEDIDOS.
           EVALUATE TRUE
               WHEN MODO-PEDIR
                   PERFORM 0200-ABRIR-PEDIDO
               WHEN MODO-REVISAR
                   PERFORM 0500-REVISAR-PEDIDOS
               WHEN MODO-LISTA
                   PERFORM 0700-LISTA-DIARIA
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF ALTPEND-MUDOU
               PERFORM 0150-GRAVAR-PEDIDOS
           END-IF.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-SAIDA.
           STRING 'MODO=' WRK-MODO ' USUARIO=' WRK-USUARIO
               DELIMITED BY SIZE INTO WRK-AUD-ENTRADA.
           STRING 'PEDIDOS=' WRK-QT-PEDIDOS
               ' APROVADOS=' WRK-QT-APROVADOS
               ' REJEITADOS=' WRK-QT-REJEITADOS
               ' EXPIRADOS=' WRK-QT-EXPIRADOS
               ' PENDENTES=' WRK-QT-PENDENTES
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *PEDIDOS DO ALTPEND PARA A TABELA, GUARDANDO O MAIOR NUMERO
      *PARA NUMERAR O PROXIMO.
       0100-CARREGAR-PEDIDOS.
           MOVE ZEROS TO WRK-ALT-QT.
           MOVE ZEROS TO WRK-ALT-ULTIMO.
           MOVE 'N' TO WRK-ALT-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ALTPEND.
           IF WRK-STATUS-ALTPEND NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0101-LER-PEDIDO UNTIL FIM-ARQ.
           IF WRK-STATUS-ALTPEND NOT = '35'
               CLOSE F-ALTPEND
           END-IF.

       0101-LER-PEDIDO.
           READ F-ALTPEND
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF ALT-NUMERO > WRK-ALT-ULTIMO
                       MOVE ALT-NUMERO TO WRK-ALT-ULTIMO
                   END-IF
                   IF WRK-ALT-QT < WRK-ALT-MAX
                       ADD 1 TO WRK-ALT-QT
                       PERFORM 0102-GUARDAR-PEDIDO
                   ELSE
                       MOVE 'S' TO WRK-ALT-ESTOUROU
                   END-IF
           END-READ.

       0102-GUARDAR-PEDIDO.
           MOVE ALT-NUMERO TO WRK-TAB-ALT-NUMERO (WRK-ALT-QT).
           MOVE ALT-TIPO TO WRK-TAB-ALT-TIPO (WRK-ALT-QT).
           MOVE ALT-CHAVE TO WRK-TAB-ALT-CHAVE (WRK-ALT-QT).
           MOVE ALT-VALOR-ANT TO WRK-TAB-ALT-ANT (WRK-ALT-QT).
           MOVE ALT-VALOR-NOVO TO WRK-TAB-ALT-NOVO-VAL (WRK-ALT-QT).
           MOVE ALT-NOVO TO WRK-TAB-ALT-NOVO (WRK-ALT-QT).
           MOVE ALT-CTR-FIM TO WRK-TAB-ALT-CTR-FIM (WRK-ALT-QT).
           MOVE ALT-CTR-VOLUME TO WRK-TAB-ALT-CTR-VOL (WRK-ALT-QT).
           MOVE ALT-MOTIVO TO WRK-TAB-ALT-MOTIVO (WRK-ALT-QT).
           MOVE ALT-SOLICITANTE TO WRK-TAB-ALT-SOLIC (WRK-ALT-QT).
           MOVE ALT-DATA-PEDIDO TO WRK-TAB-ALT-DATA-PED (WRK-ALT-QT).
           MOVE ALT-SITUACAO TO WRK-TAB-ALT-SITUACAO (WRK-ALT-QT).
           MOVE ALT-APROVADOR TO WRK-TAB-ALT-APROVADOR (WRK-ALT-QT).
           MOVE ALT-DATA-DECISAO TO WRK-TAB-ALT-DATA-DEC (WRK-ALT-QT).
           MOVE ALT-MOTIVO-DECISAO TO WRK-TAB-ALT-MOT-DEC (WRK-ALT-QT).

       0150-GRAVAR-PEDIDOS.
      *COM O ALTPEND MAIOR QUE A TABELA, REGRAVAR APAGARIA OS
      *PEDIDOS ALEM DO TETO - A GRAVACAO E RECUSADA.
           IF ALTPEND-ESTOUROU
               DISPLAY 'ALTPEND MAIOR QUE A TABELA EM MEMORIA, '
                   'NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT F-ALTPEND
               PERFORM 0151-GRAVAR-PEDIDO
                   VARYING WRK-ALT-IDX FROM 1 BY 1
                   UNTIL WRK-ALT-IDX > WRK-ALT-QT
               CLOSE F-ALTPEND
           END-IF.

       0151-GRAVAR-PEDIDO.
           MOVE WRK-TAB-ALT-NUMERO (WRK-ALT-IDX) TO ALT-NUMERO.
           MOVE WRK-TAB-ALT-TIPO (WRK-ALT-IDX) TO ALT-TIPO.
           MOVE WRK-TAB-ALT-CHAVE (WRK-ALT-IDX) TO ALT-CHAVE.
           MOVE WRK-TAB-ALT-ANT (WRK-ALT-IDX) TO ALT-VALOR-ANT.
           MOVE WRK-TAB-ALT-NOVO-VAL (WRK-ALT-IDX) TO ALT-VALOR-NOVO.
           MOVE WRK-TAB-ALT-NOVO (WRK-ALT-IDX) TO ALT-NOVO.
           MOVE WRK-TAB-ALT-CTR-FIM (WRK-ALT-IDX) TO ALT-CTR-FIM.
           MOVE WRK-TAB-ALT-CTR-VOL (WRK-ALT-IDX) TO ALT-CTR-VOLUME.
           MOVE WRK-TAB-ALT-MOTIVO (WRK-ALT-IDX) TO ALT-MOTIVO.
           MOVE WRK-TAB-ALT-SOLIC (WRK-ALT-IDX) TO ALT-SOLICITANTE.
           MOVE WRK-TAB-ALT-DATA-PED (WRK-ALT-IDX) TO ALT-DATA-PEDIDO.
           MOVE WRK-TAB-ALT-SITUACAO (WRK-ALT-IDX) TO ALT-SITUACAO.
           MOVE WRK-TAB-ALT-APROVADOR (WRK-ALT-IDX) TO ALT-APROVADOR.
           MOVE WRK-TAB-ALT-DATA-DEC (WRK-ALT-IDX) TO ALT-DATA-DECISAO.
           MOVE WRK-TAB-ALT-MOT-DEC (WRK-ALT-IDX)
               TO ALT-MOTIVO-DECISAO.
           WRITE REG-ALTPEND.

      *IDENTIFICA O USUARIO DA SESSAO (SOLICITANTE OU APROVADOR)
      *PELO PROGCOB10 (ENTRADA -PARM), QUE DEVOLVE O NIVEL REAL DO
      *CADASTRO - ZERO QUANDO USUARIO/SENHA NAO CONFEREM.
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

      *MODO P: O SOLICITANTE ABRE UM PEDIDO DE ALTERACAO.
       0200-ABRIR-PEDIDO.
           PERFORM 0160-IDENTIFICAR-USUARIO.
           IF NOT NIVEL-CONCEDIDO
               DISPLAY 'USUARIO OU SENHA INVALIDOS, NADA FEITO'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'TIPO (L=LIMITE DE CREDITO T=FATOR DE TARIFA '
                   'C=CONTRATO D=DESATIVAR CONTA).. '
               ACCEPT WRK-PED-TIPO
               MOVE 'N' TO WRK-PED-OK
               MOVE 'N' TO WRK-PED-NOVO
               MOVE ZEROS TO WRK-PED-ANT
               MOVE ZEROS TO WRK-PED-VALOR
               MOVE ZEROS TO WRK-PED-FIM
               MOVE ZEROS TO WRK-PED-VOLUME
               MOVE SPACES TO WRK-CHV
               EVALUATE TRUE
                   WHEN PED-LIMITE
                       PERFORM 0210-PEDIR-LIMITE
                   WHEN PED-FATOR
                       PERFORM 0220-PEDIR-FATOR
                   WHEN PED-CONTRATO
                       PERFORM 0230-PEDIR-CONTRATO
                   WHEN PED-CONTA
                       PERFORM 0240-PEDIR-CONTA
                   WHEN OTHER
                       DISPLAY 'TIPO INVALIDO, NADA FEITO'
               END-EVALUATE
               IF PEDIDO-VALIDO
                   PERFORM 0250-VERIFICAR-DUPLICADO
               END-IF
               IF PEDIDO-VALIDO
                   DISPLAY 'MOTIVO DA ALTERACAO.. '
                   ACCEPT WRK-PED-MOTIVO
                   IF WRK-PED-MOTIVO = SPACES
                       DISPLAY 'MOTIVO OBRIGATORIO, NADA FEITO'
                   ELSE
                       PERFORM 0260-INCLUIR-PEDIDO
                   END-IF
               END-IF
           END-IF.

      *LIMITE DE CREDITO: CLIENTE SEM LINHA NO CREDLIM GANHA UMA.
       0210-PEDIR-LIMITE.
           DISPLAY 'CLIENTE (COMO NO CREDLIM).. '.
           ACCEPT WRK-CHV-CLIENTE.
           PERFORM 0300-CARREGAR-CREDLIM.
           PERFORM 0340-LOCALIZAR-CREDLIM.
           IF CAD-ACHOU
               MOVE WRK-TAB-CRL-LIMITE (WRK-CAD-POS) TO WRK-PED-ANT
           ELSE
               MOVE 'S' TO WRK-PED-NOVO
           END-IF.
           MOVE WRK-PED-ANT TO WRK-VALOR-ANT-ED.
           DISPLAY 'LIMITE ATUAL: ' WRK-VALOR-ANT-ED.
           DISPLAY 'NOVO LIMITE.. '.
           ACCEPT WRK-PED-VALOR.
           EVALUATE TRUE
               WHEN WRK-CHV-CLIENTE = SPACES
                   DISPLAY 'CLIENTE VAZIO, NADA FEITO'
               WHEN WRK-PED-VALOR = WRK-PED-ANT
                   DISPLAY 'LIMITE IGUAL AO ATUAL, NADA FEITO'
               WHEN OTHER
                   MOVE 'S' TO WRK-PED-OK
           END-EVALUATE.

      *FATOR DE TARIFA: SO DE TRANSPORTADORA JA CADASTRADA (A
      *TRANSPORTADORA NOVA ENTRA PELO PROGCOB51 COM TARIFA CHEIA).
       0220-PEDIR-FATOR.
           DISPLAY 'CODIGO DA TRANSPORTADORA.. '.
           ACCEPT WRK-CHV-TRANSP.
           PERFORM 0310-CARREGAR-TRANSP.
           PERFORM 0342-LOCALIZAR-TRANSP.
           IF NOT CAD-ACHOU
               DISPLAY 'TRANSPORTADORA NAO ENCONTRADA, NADA FEITO'
           ELSE
               MOVE WRK-TAB-TRP-FATOR (WRK-CAD-POS) TO WRK-PED-ANT
               MOVE WRK-PED-ANT TO WRK-VALOR-ANT-ED
               DISPLAY 'FATOR ATUAL: ' WRK-VALOR-ANT-ED
               DISPLAY 'NOVO FATOR DE TARIFA (EX: 1,00).. '
               ACCEPT WRK-PED-TAXA
               MOVE WRK-PED-TAXA TO WRK-PED-VALOR
               EVALUATE TRUE
                   WHEN WRK-PED-VALOR = ZEROS
                       DISPLAY 'FATOR ZERADO, NADA FEITO'
                   WHEN WRK-PED-VALOR = WRK-PED-ANT
                       DISPLAY 'FATOR IGUAL AO ATUAL, NADA FEITO'
                   WHEN OTHER
                       MOVE 'S' TO WRK-PED-OK
               END-EVALUATE
           END-IF.

      *PERCENTUAL DE CONTRATO: DE UM CONTRATO EXISTENTE (CLIENTE, UF
      *E INICIO DA VIGENCIA) OU DE UM CONTRATO NOVO.
       0230-PEDIR-CONTRATO.
           DISPLAY 'CLIENTE DO CONTRATO.. '.
           ACCEPT WRK-CHV-CLIENTE.
           DISPLAY 'UF DO CONTRATO (** = TODAS).. '.
           ACCEPT WRK-CHV-UF.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD).. '.
           ACCEPT WRK-CHV-INICIO.
           IF WRK-CHV-INICIO IS NOT NUMERIC
               MOVE ZEROS TO WRK-CHV-INICIO
           END-IF.
           PERFORM 0320-CARREGAR-CONTRATOS.
           PERFORM 0344-LOCALIZAR-CONTRATO.
           IF CAD-ACHOU
               MOVE WRK-TAB-CTR-PERC (WRK-CAD-POS) TO WRK-PED-ANT
               MOVE WRK-PED-ANT TO WRK-VALOR-ANT-ED
               DISPLAY 'PERCENTUAL ATUAL: ' WRK-VALOR-ANT-ED
           ELSE
               MOVE 'S' TO WRK-PED-NOVO
               DISPLAY 'CONTRATO NOVO'
               DISPLAY 'FIM DA VIGENCIA (AAAAMMDD).. '
               ACCEPT WRK-PED-FIM
               DISPLAY 'VOLUME COMPROMETIDO EM KG (0 = SEM).. '
               ACCEPT WRK-PED-VOLUME
           END-IF.
           DISPLAY 'NOVO PERCENTUAL DE FRETE DO CONTRATO.. '.
           ACCEPT WRK-PED-TAXA.
           MOVE WRK-PED-TAXA TO WRK-PED-VALOR.
           EVALUATE TRUE
               WHEN WRK-CHV-CLIENTE = SPACES OR WRK-CHV-UF = SPACES
                   DISPLAY 'CLIENTE OU UF VAZIO, NADA FEITO'
               WHEN WRK-CHV-INICIO = ZEROS
                   DISPLAY 'INICIO DA VIGENCIA INVALIDO, NADA FEITO'
               WHEN WRK-PED-NOVO = 'S'
                   AND WRK-PED-FIM < WRK-CHV-INICIO
                   DISPLAY 'FIM ANTES DO INICIO, NADA FEITO'
               WHEN WRK-PED-NOVO = 'N'
                   AND WRK-PED-VALOR = WRK-PED-ANT
                   DISPLAY 'PERCENTUAL IGUAL AO ATUAL, NADA FEITO'
               WHEN OTHER
                   MOVE 'S' TO WRK-PED-OK
           END-EVALUATE.

      *DESATIVACAO DE CONTA: SO DE CONTA ATIVA (A REATIVACAO
      *CONTINUA DIRETO NO PROGCOB64).
       0240-PEDIR-CONTA.
           DISPLAY 'CONTA A DESATIVAR.. '.
           ACCEPT WRK-CHV-CONTA.
           PERFORM 0330-CARREGAR-PLANO.
           PERFORM 0346-LOCALIZAR-CONTA.
           EVALUATE TRUE
               WHEN NOT CAD-ACHOU
                   DISPLAY 'CONTA NAO ENCONTRADA, NADA FEITO'
               WHEN WRK-TAB-PCT-ATIVA (WRK-CAD-POS) NOT = 'S'
                   DISPLAY 'CONTA JA INATIVA, NADA FEITO'
               WHEN OTHER
                   DISPLAY 'CONTA ' WRK-CHV-CONTA ' '
                       WRK-TAB-PCT-NOME (WRK-CAD-POS)
                   MOVE 'S' TO WRK-PED-OK
           END-EVALUATE.

      *UM PEDIDO PENDENTE POR REGISTRO: DOIS PEDIDOS SOBRE O MESMO
      *LIMITE/FATOR/CONTRATO/CONTA SE ATROPELARIAM NA APROVACAO.
       0250-VERIFICAR-DUPLICADO.
           MOVE 'N' TO WRK-ALT-DUPLICADO.
           PERFORM 0251-COMPARAR-PENDENTE
               VARYING WRK-ALT-IDX FROM 1 BY 1
               UNTIL WRK-ALT-IDX > WRK-ALT-QT OR JA-TEM-PENDENTE.
           IF JA-TEM-PENDENTE
               DISPLAY 'JA EXISTE PEDIDO PENDENTE PARA ESTE REGISTRO, '
                   'NADA FEITO'
               MOVE 'N' TO WRK-PED-OK
           END-IF.

       0251-COMPARAR-PENDENTE.
           IF WRK-TAB-ALT-SITUACAO (WRK-ALT-IDX) = 'P'
               AND WRK-TAB-ALT-TIPO (WRK-ALT-IDX) = WRK-PED-TIPO
               AND WRK-TAB-ALT-CHAVE (WRK-ALT-IDX) = WRK-CHV
               MOVE 'S' TO WRK-ALT-DUPLICADO
               DISPLAY 'PEDIDO ' WRK-TAB-ALT-NUMERO (WRK-ALT-IDX)
                   ' DE ' WRK-TAB-ALT-SOLIC (WRK-ALT-IDX)
           END-IF.

       0260-INCLUIR-PEDIDO.
           IF ALTPEND-ESTOUROU OR WRK-ALT-QT >= WRK-ALT-MAX
               DISPLAY 'ALTPEND CHEIO, NADA FEITO'
               MOVE 12 TO RETURN-CODE
           ELSE
               ADD 1 TO WRK-ALT-ULTIMO
               ADD 1 TO WRK-ALT-QT
               MOVE WRK-ALT-ULTIMO TO WRK-TAB-ALT-NUMERO (WRK-ALT-QT)
               MOVE WRK-PED-TIPO TO WRK-TAB-ALT-TIPO (WRK-ALT-QT)
               MOVE WRK-CHV TO WRK-TAB-ALT-CHAVE (WRK-ALT-QT)
               MOVE WRK-PED-ANT TO WRK-TAB-ALT-ANT (WRK-ALT-QT)
               MOVE WRK-PED-VALOR TO WRK-TAB-ALT-NOVO-VAL (WRK-ALT-QT)
               MOVE WRK-PED-NOVO TO WRK-TAB-ALT-NOVO (WRK-ALT-QT)
               MOVE WRK-PED-FIM TO WRK-TAB-ALT-CTR-FIM (WRK-ALT-QT)
               MOVE WRK-PED-VOLUME TO WRK-TAB-ALT-CTR-VOL (WRK-ALT-QT)
               MOVE WRK-PED-MOTIVO TO WRK-TAB-ALT-MOTIVO (WRK-ALT-QT)
               MOVE WRK-USUARIO TO WRK-TAB-ALT-SOLIC (WRK-ALT-QT)
               MOVE WRK-DATA-HOJE TO WRK-TAB-ALT-DATA-PED (WRK-ALT-QT)
               MOVE 'P' TO WRK-TAB-ALT-SITUACAO (WRK-ALT-QT)
               MOVE SPACES TO WRK-TAB-ALT-APROVADOR (WRK-ALT-QT)
               MOVE ZEROS TO WRK-TAB-ALT-DATA-DEC (WRK-ALT-QT)
               MOVE SPACES TO WRK-TAB-ALT-MOT-DEC (WRK-ALT-QT)
               MOVE 'S' TO WRK-ALTPEND-MUDOU
               ADD 1 TO WRK-QT-PEDIDOS
               DISPLAY 'PEDIDO ' WRK-ALT-ULTIMO ' ABERTO, AGUARDANDO '
                   'APROVACAO DE UM SUPERVISOR'
           END-IF.

      *CARGA E REGRAVACAO DOS CADASTROS (TABELA EM MEMORIA, COMO NOS
      *PROGRAMAS DE MANUTENCAO DE CADA UM).
       0300-CARREGAR-CREDLIM.
           MOVE ZEROS TO WRK-CRL-QT.
           MOVE 'N' TO WRK-CAD-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CREDLIM.
           IF WRK-STATUS-CREDLIM NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0301-LER-CREDLIM UNTIL FIM-ARQ.
           IF WRK-STATUS-CREDLIM NOT = '35'
               CLOSE F-CREDLIM
           END-IF.

       0301-LER-CREDLIM.
           READ F-CREDLIM
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-CRL-QT < WRK-CRL-MAX
                       ADD 1 TO WRK-CRL-QT
                       MOVE CRL-CLIENTE TO
                           WRK-TAB-CRL-CLIENTE (WRK-CRL-QT)
                       MOVE CRL-LIMITE TO
                           WRK-TAB-CRL-LIMITE (WRK-CRL-QT)
                   ELSE
                       MOVE 'S' TO WRK-CAD-ESTOUROU
                   END-IF
           END-READ.

       0305-GRAVAR-CREDLIM.
           OPEN OUTPUT F-CREDLIM.
           PERFORM 0306-GRAVAR-LIMITE
               VARYING WRK-CAD-IDX FROM 1 BY 1
               UNTIL WRK-CAD-IDX > WRK-CRL-QT.
           CLOSE F-CREDLIM.

       0306-GRAVAR-LIMITE.
           MOVE WRK-TAB-CRL-CLIENTE (WRK-CAD-IDX) TO CRL-CLIENTE.
           MOVE WRK-TAB-CRL-LIMITE (WRK-CAD-IDX) TO CRL-LIMITE.
           WRITE REG-CREDLIM.

       0310-CARREGAR-TRANSP.
           MOVE ZEROS TO WRK-TRP-QT.
           MOVE 'N' TO WRK-CAD-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TRANSPMEST.
           IF WRK-STATUS-TRANSPMEST NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0311-LER-TRANSP UNTIL FIM-ARQ.
           IF WRK-STATUS-TRANSPMEST NOT = '35'
               CLOSE F-TRANSPMEST
           END-IF.

       0311-LER-TRANSP.
           READ F-TRANSPMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-TRP-QT < WRK-TRP-MAX
                       ADD 1 TO WRK-TRP-QT
                       MOVE TRP-CODIGO TO
                           WRK-TAB-TRP-CODIGO (WRK-TRP-QT)
                       MOVE TRP-NOME TO
                           WRK-TAB-TRP-NOME (WRK-TRP-QT)
                       MOVE TRP-FATOR TO
                           WRK-TAB-TRP-FATOR (WRK-TRP-QT)
                       MOVE TRP-SLA-ADIC TO
                           WRK-TAB-TRP-SLAADIC (WRK-TRP-QT)
                   ELSE
                       MOVE 'S' TO WRK-CAD-ESTOUROU
                   END-IF
           END-READ.

       0315-GRAVAR-TRANSP.
           OPEN OUTPUT F-TRANSPMEST.
           PERFORM 0316-GRAVAR-TRANSPORTADORA
               VARYING WRK-CAD-IDX FROM 1 BY 1
               UNTIL WRK-CAD-IDX > WRK-TRP-QT.
           CLOSE F-TRANSPMEST.

       0316-GRAVAR-TRANSPORTADORA.
           MOVE WRK-TAB-TRP-CODIGO (WRK-CAD-IDX)  TO TRP-CODIGO.
           MOVE WRK-TAB-TRP-NOME (WRK-CAD-IDX)    TO TRP-NOME.
           MOVE WRK-TAB-TRP-FATOR (WRK-CAD-IDX)   TO TRP-FATOR.
           MOVE WRK-TAB-TRP-SLAADIC (WRK-CAD-IDX) TO TRP-SLA-ADIC.
           WRITE REG-TRANSPMEST.

       0320-CARREGAR-CONTRATOS.
           MOVE ZEROS TO WRK-CTR-QT.
           MOVE 'N' TO WRK-CAD-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CONTRATOS.
           IF WRK-STATUS-CONTRATOS NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0321-LER-CONTRATO UNTIL FIM-ARQ.
           IF WRK-STATUS-CONTRATOS NOT = '35'
               CLOSE F-CONTRATOS
           END-IF.

       0321-LER-CONTRATO.
           READ F-CONTRATOS
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-CTR-QT < WRK-CTR-MAX
                       ADD 1 TO WRK-CTR-QT
                       MOVE CTR-CLIENTE TO
                           WRK-TAB-CTR-CLIENTE (WRK-CTR-QT)
                       MOVE CTR-UF TO WRK-TAB-CTR-UF (WRK-CTR-QT)
                       MOVE CTR-PERC TO WRK-TAB-CTR-PERC (WRK-CTR-QT)
                       MOVE CTR-VALIDADE-INI TO
                           WRK-TAB-CTR-INI (WRK-CTR-QT)
                       MOVE CTR-VALIDADE-FIM TO
                           WRK-TAB-CTR-FIM (WRK-CTR-QT)
                       MOVE CTR-VOLUME-COMPR TO
                           WRK-TAB-CTR-VOLUME (WRK-CTR-QT)
                   ELSE
                       MOVE 'S' TO WRK-CAD-ESTOUROU
                   END-IF
           END-READ.

       0325-GRAVAR-CONTRATOS.
           OPEN OUTPUT F-CONTRATOS.
           PERFORM 0326-GRAVAR-CONTRATO
               VARYING WRK-CAD-IDX FROM 1 BY 1
               UNTIL WRK-CAD-IDX > WRK-CTR-QT.
           CLOSE F-CONTRATOS.

       0326-GRAVAR-CONTRATO.
           MOVE WRK-TAB-CTR-CLIENTE (WRK-CAD-IDX) TO CTR-CLIENTE.
           MOVE WRK-TAB-CTR-UF (WRK-CAD-IDX) TO CTR-UF.
           MOVE WRK-TAB-CTR-PERC (WRK-CAD-IDX) TO CTR-PERC.
           MOVE WRK-TAB-CTR-INI (WRK-CAD-IDX) TO CTR-VALIDADE-INI.
           MOVE WRK-TAB-CTR-FIM (WRK-CAD-IDX) TO CTR-VALIDADE-FIM.
           MOVE WRK-TAB-CTR-VOLUME (WRK-CAD-IDX) TO CTR-VOLUME-COMPR.
           WRITE REG-CONTRATO.

       0330-CARREGAR-PLANO.
           MOVE ZEROS TO WRK-PCT-QT.
           MOVE 'N' TO WRK-CAD-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PLANOCTA.
           IF WRK-STATUS-PLANOCTA NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0331-LER-CONTA UNTIL FIM-ARQ.
           IF WRK-STATUS-PLANOCTA NOT = '35'
               CLOSE F-PLANOCTA
           END-IF.

       0331-LER-CONTA.
           READ F-PLANOCTA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-PCT-QT < WRK-PCT-MAX
                       ADD 1 TO WRK-PCT-QT
                       MOVE PCT-CONTA TO WRK-TAB-PCT-CONTA (WRK-PCT-QT)
                       MOVE PCT-NOME TO WRK-TAB-PCT-NOME (WRK-PCT-QT)
                       MOVE PCT-CLASSE TO
                           WRK-TAB-PCT-CLASSE (WRK-PCT-QT)
                       MOVE PCT-ATIVA TO WRK-TAB-PCT-ATIVA (WRK-PCT-QT)
                   ELSE
                       MOVE 'S' TO WRK-CAD-ESTOUROU
                   END-IF
           END-READ.

       0335-GRAVAR-PLANO.
           OPEN OUTPUT F-PLANOCTA.
           PERFORM 0336-GRAVAR-CONTA
               VARYING WRK-CAD-IDX FROM 1 BY 1
               UNTIL WRK-CAD-IDX > WRK-PCT-QT.
           CLOSE F-PLANOCTA.

       0336-GRAVAR-CONTA.
           MOVE WRK-TAB-PCT-CONTA (WRK-CAD-IDX)  TO PCT-CONTA.
           MOVE WRK-TAB-PCT-NOME (WRK-CAD-IDX)   TO PCT-NOME.
           MOVE WRK-TAB-PCT-CLASSE (WRK-CAD-IDX) TO PCT-CLASSE.
           MOVE WRK-TAB-PCT-ATIVA (WRK-CAD-IDX)  TO PCT-ATIVA.
           WRITE REG-PLANOCTA.

      *LOCALIZA NA TABELA DO CADASTRO O REGISTRO DA CHAVE WRK-CHV.
       0340-LOCALIZAR-CREDLIM.
           MOVE 'N' TO WRK-CAD-ACHOU.
           MOVE ZEROS TO WRK-CAD-POS.
           PERFORM 0341-COMPARAR-CREDLIM
               VARYING WRK-CAD-IDX FROM 1 BY 1
               UNTIL WRK-CAD-IDX > WRK-CRL-QT OR CAD-ACHOU.

       0341-COMPARAR-CREDLIM.
           IF WRK-TAB-CRL-CLIENTE (WRK-CAD-IDX) = WRK-CHV-CLIENTE
               MOVE 'S' TO WRK-CAD-ACHOU
               MOVE WRK-CAD-IDX TO WRK-CAD-POS
           END-IF.

       0342-LOCALIZAR-TRANSP.
           MOVE 'N' TO WRK-CAD-ACHOU.
           MOVE ZEROS TO WRK-CAD-POS.
           PERFORM 0343-COMPARAR-TRANSP
               VARYING WRK-CAD-IDX FROM 1 BY 1
               UNTIL WRK-CAD-IDX > WRK-TRP-QT OR CAD-ACHOU.

       0343-COMPARAR-TRANSP.
           IF WRK-TAB-TRP-CODIGO (WRK-CAD-IDX) = WRK-CHV-TRANSP
               MOVE 'S' TO WRK-CAD-ACHOU
               MOVE WRK-CAD-IDX TO WRK-CAD-POS
           END-IF.

       0344-LOCALIZAR-CONTRATO.
           MOVE 'N' TO WRK-CAD-ACHOU.
           MOVE ZEROS TO WRK-CAD-POS.
           PERFORM 0345-COMPARAR-CONTRATO
               VARYING WRK-CAD-IDX FROM 1 BY 1
               UNTIL WRK-CAD-IDX > WRK-CTR-QT OR CAD-ACHOU.

       0345-COMPARAR-CONTRATO.
           IF WRK-TAB-CTR-CLIENTE (WRK-CAD-IDX) = WRK-CHV-CLIENTE
               AND WRK-TAB-CTR-UF (WRK-CAD-IDX) = WRK-CHV-UF
               AND WRK-TAB-CTR-INI (WRK-CAD-IDX) = WRK-CHV-INICIO
               MOVE 'S' TO WRK-CAD-ACHOU
               MOVE WRK-CAD-IDX TO WRK-CAD-POS
           END-IF.

       0346-LOCALIZAR-CONTA.
           MOVE 'N' TO WRK-CAD-ACHOU.
           MOVE ZEROS TO WRK-CAD-POS.
           PERFORM 0347-COMPARAR-CONTA
               VARYING WRK-CAD-IDX FROM 1 BY 1
               UNTIL WRK-CAD-IDX > WRK-PCT-QT OR CAD-ACHOU.

       0347-COMPARAR-CONTA.
           IF WRK-TAB-PCT-CONTA (WRK-CAD-IDX) = WRK-CHV-CONTA
               MOVE 'S' TO WRK-CAD-ACHOU
               MOVE WRK-CAD-IDX TO WRK-CAD-POS
           END-IF.

      *PEDIDO PENDENTE HA MAIS DE WRK-ALT-PRAZO DIAS EXPIRA (FICA NO
      *ALTPEND COMO E, SEM TOCAR NO CADASTRO).
       0400-EXPIRAR-VENCIDOS.
           PERFORM 0401-EXPIRAR-PEDIDO
               VARYING WRK-ALT-IDX FROM 1 BY 1
               UNTIL WRK-ALT-IDX > WRK-ALT-QT.

       0401-EXPIRAR-PEDIDO.
           IF WRK-TAB-ALT-SITUACAO (WRK-ALT-IDX) = 'P'
               PERFORM 0402-CALCULAR-IDADE
               IF WRK-DIAS-IDADE > WRK-ALT-PRAZO
                   MOVE 'E' TO WRK-TAB-ALT-SITUACAO (WRK-ALT-IDX)
                   MOVE WRK-EXPIRACAO TO
                       WRK-TAB-ALT-APROVADOR (WRK-ALT-IDX)
                   MOVE WRK-DATA-HOJE TO
                       WRK-TAB-ALT-DATA-DEC (WRK-ALT-IDX)
                   MOVE 'SEM DECISAO NO PRAZO' TO
                       WRK-TAB-ALT-MOT-DEC (WRK-ALT-IDX)
                   MOVE 'S' TO WRK-ALTPEND-MUDOU
                   ADD 1 TO WRK-QT-EXPIRADOS
               END-IF
           END-IF.

       0402-CALCULAR-IDADE.
           MOVE WRK-TAB-ALT-DATA-PED (WRK-ALT-IDX) TO WRK-DATA-PED.
           COMPUTE WRK-DIAS-PEDIDO = (WRK-PDD-ANO * 360)
               + (WRK-PDD-MES * 30) + WRK-PDD-DIA.
           IF WRK-DIAS-PEDIDO > WRK-DIAS-HOJE
               MOVE ZEROS TO WRK-DIAS-IDADE
           ELSE
               COMPUTE WRK-DIAS-IDADE =
                   WRK-DIAS-HOJE - WRK-DIAS-PEDIDO
           END-IF.

      *MODO R: O SUPERVISOR DECIDE OS PEDIDOS PENDENTES, UM A UM.
       0500-REVISAR-PEDIDOS.
           PERFORM 0160-IDENTIFICAR-USUARIO.
           IF NOT APROVADOR-SUPERVISOR
               DISPLAY 'USUARIO SEM NIVEL SUPERVISOR, NADA FEITO'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0400-EXPIRAR-VENCIDOS
               MOVE 'S' TO WRK-REV-CONTINUA
               PERFORM 0510-REVISAR-PEDIDO
                   VARYING WRK-ALT-IDX FROM 1 BY 1
                   UNTIL WRK-ALT-IDX > WRK-ALT-QT
                       OR NOT REV-CONTINUA
               DISPLAY 'APROVADOS: ' WRK-QT-APROVADOS
                   '  REJEITADOS: ' WRK-QT-REJEITADOS
                   '  EXPIRADOS: ' WRK-QT-EXPIRADOS
           END-IF.

       0510-REVISAR-PEDIDO.
           IF WRK-TAB-ALT-SITUACAO (WRK-ALT-IDX) = 'P'
               PERFORM 0520-MOSTRAR-PEDIDO
               IF WRK-TAB-ALT-SOLIC (WRK-ALT-IDX) = WRK-USUARIO
                   DISPLAY 'PEDIDO SEU - SO OUTRO SUPERVISOR PODE '
                       'DECIDIR'
               ELSE
                   DISPLAY '(A)PROVAR (R)EJEITAR (P)ULAR (S)AIR.. '
                   ACCEPT WRK-REV-DECISAO
                   EVALUATE TRUE
                       WHEN REV-APROVAR
                           PERFORM 0530-APROVAR-PEDIDO
                       WHEN REV-REJEITAR
                           PERFORM 0540-REJEITAR-PEDIDO
                       WHEN REV-SAIR
                           MOVE 'N' TO WRK-REV-CONTINUA
                       WHEN OTHER
                           DISPLAY 'PEDIDO MANTIDO PENDENTE'
                   END-EVALUATE
               END-IF
           END-IF.

       0520-MOSTRAR-PEDIDO.
           PERFORM 0550-DESCREVER-TIPO.
           MOVE WRK-TAB-ALT-CHAVE (WRK-ALT-IDX) TO WRK-CHV.
           MOVE WRK-TAB-ALT-ANT (WRK-ALT-IDX) TO WRK-VALOR-ANT-ED.
           MOVE WRK-TAB-ALT-NOVO-VAL (WRK-ALT-IDX)
               TO WRK-VALOR-NOVO-ED.
           DISPLAY '-- PEDIDO ' WRK-TAB-ALT-NUMERO (WRK-ALT-IDX)
               ' ' WRK-DESC-TIPO ' DE '
               WRK-TAB-ALT-SOLIC (WRK-ALT-IDX) ' EM '
               WRK-TAB-ALT-DATA-PED (WRK-ALT-IDX).
           IF WRK-TAB-ALT-TIPO (WRK-ALT-IDX) = 'D'
               DISPLAY '   CONTA ' WRK-CHV-CONTA ' ATIVA -> INATIVA'
           ELSE
               DISPLAY '   ' WRK-CHV ' DE ' WRK-VALOR-ANT-ED
                   ' PARA ' WRK-VALOR-NOVO-ED
           END-IF.
           IF WRK-TAB-ALT-NOVO (WRK-ALT-IDX) = 'S'
               DISPLAY '   REGISTRO NOVO NO CADASTRO'
           END-IF.
           IF WRK-TAB-ALT-TIPO (WRK-ALT-IDX) = 'C'
               AND WRK-TAB-ALT-NOVO (WRK-ALT-IDX) = 'S'
               DISPLAY '   VIGENCIA ATE '
                   WRK-TAB-ALT-CTR-FIM (WRK-ALT-IDX)
                   ' VOLUME ' WRK-TAB-ALT-CTR-VOL (WRK-ALT-IDX) ' KG'
           END-IF.
           DISPLAY '   MOTIVO: ' WRK-TAB-ALT-MOTIVO (WRK-ALT-IDX).

      *APROVADO: A ALTERACAO VAI PARA O CADASTRO AGORA. CADASTRO
      *MUDADO DESDE O PEDIDO REJEITA; CADASTRO FORA DE ALCANCE
      *DEIXA O PEDIDO PENDENTE.
       0530-APROVAR-PEDIDO.
           PERFORM 0600-APLICAR-ALTERACAO.
           EVALUATE TRUE
               WHEN APL-GRAVADO
                   MOVE 'A' TO WRK-TAB-ALT-SITUACAO (WRK-ALT-IDX)
                   MOVE WRK-USUARIO TO
                       WRK-TAB-ALT-APROVADOR (WRK-ALT-IDX)
                   MOVE WRK-DATA-HOJE TO
                       WRK-TAB-ALT-DATA-DEC (WRK-ALT-IDX)
                   MOVE SPACES TO WRK-TAB-ALT-MOT-DEC (WRK-ALT-IDX)
                   MOVE 'S' TO WRK-ALTPEND-MUDOU
                   ADD 1 TO WRK-QT-APROVADOS
                   DISPLAY 'PEDIDO APROVADO E APLICADO NO CADASTRO'
               WHEN APL-MUDOU
                   MOVE 'CADASTRO MUDOU DESDE O PEDIDO'
                       TO WRK-REV-MOTIVO
                   PERFORM 0545-MARCAR-REJEITADO
                   DISPLAY 'CADASTRO MUDOU DESDE O PEDIDO - PEDIDO '
                       'REJEITADO, PECA DE NOVO SOBRE O VALOR ATUAL'
               WHEN OTHER
                   DISPLAY 'CADASTRO NAO PODE SER GRAVADO - PEDIDO '
                       'CONTINUA PENDENTE'
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

       0540-REJEITAR-PEDIDO.
           DISPLAY 'MOTIVO DA REJEICAO.. '.
           ACCEPT WRK-REV-MOTIVO.
           IF WRK-REV-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - PEDIDO MANTIDO PENDENTE'
           ELSE
               PERFORM 0545-MARCAR-REJEITADO
               DISPLAY 'PEDIDO REJEITADO'
           END-IF.

       0545-MARCAR-REJEITADO.
           MOVE 'R' TO WRK-TAB-ALT-SITUACAO (WRK-ALT-IDX).
           MOVE WRK-USUARIO TO WRK-TAB-ALT-APROVADOR (WRK-ALT-IDX).
           MOVE WRK-DATA-HOJE TO WRK-TAB-ALT-DATA-DEC (WRK-ALT-IDX).
           MOVE WRK-REV-MOTIVO TO WRK-TAB-ALT-MOT-DEC (WRK-ALT-IDX).
           MOVE 'S' TO WRK-ALTPEND-MUDOU.
           ADD 1 TO WRK-QT-REJEITADOS.

       0550-DESCREVER-TIPO.
           EVALUATE WRK-TAB-ALT-TIPO (WRK-ALT-IDX)
               WHEN 'L'
                   MOVE 'LIMITE CREDITO' TO WRK-DESC-TIPO
               WHEN 'T'
                   MOVE 'FATOR TARIFA' TO WRK-DESC-TIPO
               WHEN 'C'
                   MOVE 'PERC CONTRATO' TO WRK-DESC-TIPO
               WHEN 'D'
                   MOVE 'DESATIVAR CONTA' TO WRK-DESC-TIPO
               WHEN OTHER
                   MOVE 'TIPO DESCONHECIDO' TO WRK-DESC-TIPO
           END-EVALUATE.

      *APLICA O PEDIDO WRK-ALT-IDX NO CADASTRO DELE, CONFERINDO QUE O
      *VALOR ATUAL AINDA E O DO MOMENTO DO PEDIDO.
       0600-APLICAR-ALTERACAO.
           MOVE 'F' TO WRK-APL-RESULT.
           MOVE WRK-TAB-ALT-CHAVE (WRK-ALT-IDX) TO WRK-CHV.
           EVALUATE WRK-TAB-ALT-TIPO (WRK-ALT-IDX)
               WHEN 'L'
                   PERFORM 0610-APLICAR-LIMITE
               WHEN 'T'
                   PERFORM 0620-APLICAR-FATOR
               WHEN 'C'
                   PERFORM 0630-APLICAR-CONTRATO
               WHEN 'D'
                   PERFORM 0640-APLICAR-CONTA
           END-EVALUATE.

       0610-APLICAR-LIMITE.
           PERFORM 0300-CARREGAR-CREDLIM.
           PERFORM 0340-LOCALIZAR-CREDLIM.
           EVALUATE TRUE
               WHEN CADASTRO-ESTOUROU
                   DISPLAY 'CREDLIM MAIOR QUE A TABELA EM MEMORIA'
               WHEN WRK-TAB-ALT-NOVO (WRK-ALT-IDX) = 'S'
                   AND CAD-ACHOU
                   MOVE 'M' TO WRK-APL-RESULT
               WHEN WRK-TAB-ALT-NOVO (WRK-ALT-IDX) = 'S'
                   IF WRK-CRL-QT >= WRK-CRL-MAX
                       DISPLAY 'CREDLIM CHEIO'
                   ELSE
                       ADD 1 TO WRK-CRL-QT
                       MOVE WRK-CHV-CLIENTE TO
                           WRK-TAB-CRL-CLIENTE (WRK-CRL-QT)
                       MOVE WRK-TAB-ALT-NOVO-VAL (WRK-ALT-IDX) TO
                           WRK-TAB-CRL-LIMITE (WRK-CRL-QT)
                       PERFORM 0305-GRAVAR-CREDLIM
                       MOVE 'S' TO WRK-APL-RESULT
                   END-IF
               WHEN NOT CAD-ACHOU
                   MOVE 'M' TO WRK-APL-RESULT
               WHEN WRK-TAB-CRL-LIMITE (WRK-CAD-POS)
                   NOT = WRK-TAB-ALT-ANT (WRK-ALT-IDX)
                   MOVE 'M' TO WRK-APL-RESULT
               WHEN OTHER
                   MOVE WRK-TAB-ALT-NOVO-VAL (WRK-ALT-IDX) TO
                       WRK-TAB-CRL-LIMITE (WRK-CAD-POS)
                   PERFORM 0305-GRAVAR-CREDLIM
                   MOVE 'S' TO WRK-APL-RESULT
           END-EVALUATE.

       0620-APLICAR-FATOR.
           PERFORM 0310-CARREGAR-TRANSP.
           PERFORM 0342-LOCALIZAR-TRANSP.
           EVALUATE TRUE
               WHEN CADASTRO-ESTOUROU
                   DISPLAY 'TRANSPMEST MAIOR QUE A TABELA EM MEMORIA'
               WHEN NOT CAD-ACHOU
                   MOVE 'M' TO WRK-APL-RESULT
               WHEN WRK-TAB-TRP-FATOR (WRK-CAD-POS)
                   NOT = WRK-TAB-ALT-ANT (WRK-ALT-IDX)
                   MOVE 'M' TO WRK-APL-RESULT
               WHEN OTHER
                   MOVE WRK-TAB-ALT-NOVO-VAL (WRK-ALT-IDX) TO
                       WRK-TAB-TRP-FATOR (WRK-CAD-POS)
                   PERFORM 0315-GRAVAR-TRANSP
                   MOVE 'S' TO WRK-APL-RESULT
           END-EVALUATE.

       0630-APLICAR-CONTRATO.
           PERFORM 0320-CARREGAR-CONTRATOS.
           PERFORM 0344-LOCALIZAR-CONTRATO.
           EVALUATE TRUE
               WHEN CADASTRO-ESTOUROU
                   DISPLAY 'CONTRATOS MAIOR QUE A TABELA EM MEMORIA'
               WHEN WRK-TAB-ALT-NOVO (WRK-ALT-IDX) = 'S'
                   AND CAD-ACHOU
                   MOVE 'M' TO WRK-APL-RESULT
               WHEN WRK-TAB-ALT-NOVO (WRK-ALT-IDX) = 'S'
                   IF WRK-CTR-QT >= WRK-CTR-MAX
                       DISPLAY 'CONTRATOS CHEIO'
                   ELSE
                       PERFORM 0631-INCLUIR-CONTRATO
                       PERFORM 0325-GRAVAR-CONTRATOS
                       MOVE 'S' TO WRK-APL-RESULT
                   END-IF
               WHEN NOT CAD-ACHOU
                   MOVE 'M' TO WRK-APL-RESULT
               WHEN WRK-TAB-CTR-PERC (WRK-CAD-POS)
                   NOT = WRK-TAB-ALT-ANT (WRK-ALT-IDX)
                   MOVE 'M' TO WRK-APL-RESULT
               WHEN OTHER
                   MOVE WRK-TAB-ALT-NOVO-VAL (WRK-ALT-IDX) TO
                       WRK-TAB-CTR-PERC (WRK-CAD-POS)
                   PERFORM 0325-GRAVAR-CONTRATOS
                   MOVE 'S' TO WRK-APL-RESULT
           END-EVALUATE.

       0631-INCLUIR-CONTRATO.
           ADD 1 TO WRK-CTR-QT.
           MOVE WRK-CHV-CLIENTE TO WRK-TAB-CTR-CLIENTE (WRK-CTR-QT).
           MOVE WRK-CHV-UF TO WRK-TAB-CTR-UF (WRK-CTR-QT).
           MOVE WRK-TAB-ALT-NOVO-VAL (WRK-ALT-IDX) TO
               WRK-TAB-CTR-PERC (WRK-CTR-QT).
           MOVE WRK-CHV-INICIO TO WRK-TAB-CTR-INI (WRK-CTR-QT).
           MOVE WRK-TAB-ALT-CTR-FIM (WRK-ALT-IDX) TO
               WRK-TAB-CTR-FIM (WRK-CTR-QT).
           MOVE WRK-TAB-ALT-CTR-VOL (WRK-ALT-IDX) TO
               WRK-TAB-CTR-VOLUME (WRK-CTR-QT).

       0640-APLICAR-CONTA.
           PERFORM 0330-CARREGAR-PLANO.
           PERFORM 0346-LOCALIZAR-CONTA.
           EVALUATE TRUE
               WHEN CADASTRO-ESTOUROU
                   DISPLAY 'PLANOCTA MAIOR QUE A TABELA EM MEMORIA'
               WHEN NOT CAD-ACHOU
                   MOVE 'M' TO WRK-APL-RESULT
               WHEN WRK-TAB-PCT-ATIVA (WRK-CAD-POS) NOT = 'S'
                   MOVE 'M' TO WRK-APL-RESULT
               WHEN OTHER
                   MOVE 'N' TO WRK-TAB-PCT-ATIVA (WRK-CAD-POS)
                   PERFORM 0335-GRAVAR-PLANO
                   MOVE 'S' TO WRK-APL-RESULT
           END-EVALUATE.

      *MODO L (REDE NOTURNA): EXPIRA OS VENCIDOS E LISTA O QUE
      *AGUARDA APROVACAO E O QUE EXPIROU NESTA RODADA.
       0700-LISTA-DIARIA.
           PERFORM 0400-EXPIRAR-VENCIDOS.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'PEDIDOS DE ALTERACAO AGUARDANDO APROVACAO (PRAZO '
               WRK-ALT-PRAZO ' DIAS)'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'NUMERO TIPO              REGISTRO                  '
               '        DE            PARA SOLICITANTE          '
               '   PEDIDO  DIAS'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0710-LISTAR-PENDENTE
               VARYING WRK-ALT-IDX FROM 1 BY 1
               UNTIL WRK-ALT-IDX > WRK-ALT-QT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           STRING 'EXPIRADOS NESTA RODADA (SEM DECISAO NO PRAZO)'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0720-LISTAR-EXPIRADO
               VARYING WRK-ALT-IDX FROM 1 BY 1
               UNTIL WRK-ALT-IDX > WRK-ALT-QT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           STRING 'AGUARDANDO APROVACAO: ' WRK-QT-PENDENTES
               '   EXPIRADOS NESTA RODADA: ' WRK-QT-EXPIRADOS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF ALTPEND-ESTOUROU
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'ATENCAO: ALTPEND MAIOR QUE A TABELA EM '
                   'MEMORIA - PEDIDOS ALEM DELA NAO LISTADOS'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'PEDIDOS AGUARDANDO APROVACAO: ' WRK-QT-PENDENTES
               ' (VEJA PROGCOB135RPT)'.
           IF WRK-QT-PENDENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       0710-LISTAR-PENDENTE.
           IF WRK-TAB-ALT-SITUACAO (WRK-ALT-IDX) = 'P'
               ADD 1 TO WRK-QT-PENDENTES
               PERFORM 0402-CALCULAR-IDADE
               PERFORM 0730-MONTAR-LINHA
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

       0720-LISTAR-EXPIRADO.
           IF WRK-TAB-ALT-SITUACAO (WRK-ALT-IDX) = 'E'
               AND WRK-TAB-ALT-DATA-DEC (WRK-ALT-IDX) = WRK-DATA-HOJE
               AND WRK-TAB-ALT-APROVADOR (WRK-ALT-IDX) = WRK-EXPIRACAO
               PERFORM 0402-CALCULAR-IDADE
               PERFORM 0730-MONTAR-LINHA
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

       0730-MONTAR-LINHA.
           PERFORM 0550-DESCREVER-TIPO.
           MOVE WRK-TAB-ALT-ANT (WRK-ALT-IDX) TO WRK-VALOR-ANT-ED.
           MOVE WRK-TAB-ALT-NOVO-VAL (WRK-ALT-IDX)
               TO WRK-VALOR-NOVO-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-TAB-ALT-NUMERO (WRK-ALT-IDX) ' '
               WRK-DESC-TIPO '  '
               WRK-TAB-ALT-CHAVE (WRK-ALT-IDX) ' '
               WRK-VALOR-ANT-ED ' ' WRK-VALOR-NOVO-ED ' '
               WRK-TAB-ALT-SOLIC (WRK-ALT-IDX) ' '
               WRK-TAB-ALT-DATA-PED (WRK-ALT-IDX) ' '
               WRK-DIAS-IDADE
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.

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
