      *  (M) MONTA ROMANEIOS NUMERADOS (SERIE PROPRIA ROMCTL, COMO O
      *      NUMCTL DOS PEDIDOS) COM OS PEDIDOS CONFIRMADOS AINDA
      *      SEM ROMANEIO, NA ORDEM DE ROTA (REGIAO+UF, COMO NA
      *      SEPARACAO DO PROGCOB42), CADA FILIAL NOS VEICULOS
      *      DELA QUE ESTAO DISPONIVEIS NO CADASTRO DA FROTA
      *      (PROGCOB110) E AINDA NAO SAIRAM HOJE, RESPEITANDO A
      *      CAPACIDADE DE CADA UM EM QUILOS E METROS CUBICOS;
      *      IMPRIME UM MANIFESTO POR CARGA, CARIMBA O NUMERO DO
      *      ROMANEIO EM CADA PEDIDO (PMS-ROMANEIO) E GRAVA O
      *      ROMANEIO COM O VEICULO NO ARQUIVO ROMANEIOS. PEDIDO SEM
      *      VEICULO QUE O LEVE FICA PARA A PROXIMA MONTAGEM;
      *  (E) EMBARCA UM ROMANEIO INTEIRO: TODOS OS PEDIDOS DELE
      *      AVANCAM DE C PARA E DE UMA VEZ, COM HISTORICO NO
      *      PEDSTAT - O EMBARQUE PASSA A SER POR CAMINHAO. O
      *      ROMANEIO GANHA A DATA DE SAIDA E O CUSTO DA VIAGEM (POR
      *      KM, COM O KM INFORMADO AQUI, OU FIXO POR VIAGEM).
      *O VOLUME DO PEDIDO E ESTIMADO DO PESO DE FAIXA PELO FATOR DE
      *CUBAGEM 6000 DO PROGCOB09 (M3 = PESO-FRETE X 0,006) - O
      *MAIOR ENTRE PESO REAL E CUBADO DA O VOLUME NO PIOR CASO, QUE
      *E O QUE INTERESSA PARA NAO ESTOURAR O BAU.
      *TODA MUDANCA DE SITUACAO GRAVADA NO PEDSTAT AVISA TAMBEM O
      *CLIENTE PELA FILA DE NOTIFICACOES (VEJA NOTIFICA.cob).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
           SELECT F-PEDSTAT ASSIGN TO 'PEDSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEDSTAT.
      *CADASTRO MESTRE DA FROTA (VEJA VEIREC.CPY).
           SELECT F-FROTA ASSIGN TO 'FROTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FROTA.
      *ROMANEIOS MONTADOS, COM O VEICULO (VEJA CRGREC.CPY).
           SELECT F-ROMANEIOS ASSIGN TO 'ROMANEIOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ROMANEIOS.
      *ARQUIVO DE TRABALHO DO EMBARQUE DO ROMANEIO (REGRAVACAO SEM
      *PERDER OS DEMAIS REGISTROS).
           SELECT F-ROMANEION ASSIGN TO 'ROMANEION'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ROMANEION.
      *MANIFESTOS DE CARGA, COM CABECALHO E QUEBRA DE PAGINA PADRAO
      *(VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB53RPT'
           03 PST-DATA-HORA PIC X(14).
           03 PST-OPERADOR  PIC X(20).

       FD  F-FROTA.
           COPY 'VEIREC.CPY'.

       FD  F-ROMANEIOS.
           COPY 'CRGREC.CPY'.

       FD  F-ROMANEION.
       01  REG-ROMANEION PIC X(86).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
       77 WRK-STATUS-ROMCTL    PIC X(02) VALUE '00'.
       77 WRK-STATUS-PEDSTAT   PIC X(02) VALUE '00'.
       77 WRK-STATUS-FROTA     PIC X(02) VALUE '00'.
       77 WRK-STATUS-ROMANEIOS PIC X(02) VALUE '00'.
       77 WRK-STATUS-ROMANEION PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-PEDMESTRE VALUE 'S'.
       77 WRK-FIM-AUX PIC X(01) VALUE 'N'.
           88 FIM-AUX VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-MONTAR   VALUE 'M'.
           88 MAN-EMBARCAR VALUE 'E'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
       77 WRK-OPERADOR PIC X(20) VALUE SPACES.
      *VEICULOS DISPONIVEIS DA FROTA, ORDENADOS POR FILIAL E DO
      *MAIOR PARA O MENOR EM QUILOS. USADO = S QUANDO O VEICULO JA
      *TEM ROMANEIO MONTADO HOJE (UMA SAIDA POR DIA).
       77 WRK-VEI-MAX PIC 9(02) VALUE 50.
       77 WRK-VEI-QT  PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-VEICULOS.
           03 WRK-TAB-VEI-ITEM OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-VEI-QT.
               05 WRK-VEI-FILIAL     PIC 9(02).
               05 WRK-VEI-PLACA      PIC X(07).
               05 WRK-VEI-CAP-PESO   PIC 9(06)V99.
               05 WRK-VEI-CAP-CUBO   PIC 9(03)V99.
               05 WRK-VEI-TIPO-CUSTO PIC X(01).
               05 WRK-VEI-CUSTO      PIC 9(06)V99.
               05 WRK-VEI-USADO      PIC X(01).
       01 WRK-VEI-TROCA PIC X(32).
       77 WRK-VEI-IDX    PIC 9(02) VALUE ZEROS.
       77 WRK-VEI-J      PIC 9(02) VALUE ZEROS.
       77 WRK-VEI-J1     PIC 9(02) VALUE ZEROS.
       77 WRK-VEI-LIMITE PIC 9(02) VALUE ZEROS.
       77 WRK-VEI-LIVRES PIC 9(02) VALUE ZEROS.
      *VEICULO DA CARGA CORRENTE (ZERO = FILIAL SEM VEICULO LIVRE)
      *E FILIAL DOS PEDIDOS SENDO DISTRIBUIDOS.
       77 WRK-VEI-ATUAL  PIC 9(02) VALUE ZEROS.
       77 WRK-FIL-ATUAL  PIC 9(02) VALUE ZEROS.
      *CARGAS MONTADAS NA RODADA (UMA POR VEICULO), NA ORDEM DOS
      *NUMEROS DE ROMANEIO.
       77 WRK-CRG-QT  PIC 9(02) VALUE ZEROS.
       77 WRK-CRG-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-CRG-POS PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-CARGAS.
           03 WRK-TAB-CRG-ITEM OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-CRG-QT.
               05 WRK-CRG-NUMERO PIC 9(06).
               05 WRK-CRG-VEI    PIC 9(02).
               05 WRK-CRG-QT-PED PIC 9(04).
               05 WRK-CRG-PESO   PIC 9(06)V99.
               05 WRK-CRG-CUBO   PIC 9(03)V99.
       77 WRK-QT-SEM-VEICULO PIC 9(04) VALUE ZEROS.
      *TABELA MESTRE DE UF (REGIAO PARA A ORDEM DE ROTA) - VEJA
      *UFTAB.CPY.
           COPY 'UFTAB.CPY'.
       01 WRK-TAB-MONTAGEM.
           03 WRK-TAB-MON-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-MON-QT.
               05 WRK-MON-FILIAL  PIC 9(02).
               05 WRK-MON-REGIAO  PIC X(12).
               05 WRK-MON-UF      PIC X(02).
               05 WRK-MON-NUMERO  PIC 9(08).
       77 WRK-SORT-J1 PIC 9(04) VALUE ZEROS.
       77 WRK-SORT-LIMITE PIC 9(04) VALUE ZEROS.
       01 WRK-SORT-TROCA.
           03 WRK-TROCA-FILIAL  PIC 9(02).
           03 WRK-TROCA-REGIAO  PIC X(12).
           03 WRK-TROCA-UF      PIC X(02).
           03 WRK-TROCA-NUMERO  PIC 9(08).
       77 WRK-ROM-EMBARCAR PIC 9(06) VALUE ZEROS.
       77 WRK-QT-EMBARCADOS PIC 9(04) VALUE ZEROS.
       77 WRK-HST-SIT-ANT PIC X(01) VALUE SPACES.
      *VIAGEM DO ROMANEIO EMBARCADO: VEICULO E CUSTO GUARDADOS NA
      *MONTAGEM, KM INFORMADO (SO PARA CUSTO POR KM) E CUSTO FINAL.
       77 WRK-CRG-ACHOU PIC X(01) VALUE 'N'.
           88 CRG-ACHOU VALUE 'S'.
       77 WRK-EMB-PLACA PIC X(07) VALUE SPACES.
       77 WRK-EMB-TIPO-CUSTO PIC X(01) VALUE SPACES.
       77 WRK-EMB-CUSTO-UNIT PIC 9(06)V99 VALUE ZEROS.
       77 WRK-EMB-KM PIC 9(05) VALUE ZEROS.
       77 WRK-EMB-CUSTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-EMB-CUSTO-ED PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-DATA-HORA.
           03 WRK-DATA PIC 9(08) VALUE ZEROS.
           03 WRK-HORA PIC 9(06) VALUE ZEROS.
      *EMBARQUE DO ROMANEIO BAIXA UMA UNIDADE DO PRODUTO DE CADA
      *PEDIDO.
           COPY 'ESTCALL.CPY'.
      *CAMPOS DA CHAMADA A FILA DE NOTIFICACOES (VEJA NTFCALL.CPY).
           COPY 'NTFCALL.CPY'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB53'.
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *MONTA OS ROMANEIOS: CARREGA OS VEICULOS LIVRES DA FROTA E
      *OS CONFIRMADOS SEM ROMANEIO, ORDENA POR FILIAL E ROTA,
      *DISTRIBUI NOS VEICULOS DA FILIAL PELA CAPACIDADE DE CADA UM,
      *IMPRIME OS MANIFESTOS, CARIMBA O NUMERO NOS PEDIDOS E GRAVA
      *OS ROMANEIOS COM O VEICULO.
       0300-MONTAR-ROMANEIOS.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-MON-QT.
           MOVE ZEROS TO WRK-QT-ROMANEIOS.
           MOVE ZEROS TO WRK-CRG-QT.
           MOVE ZEROS TO WRK-QT-SEM-VEICULO.
           PERFORM 0301-CARREGAR-FROTA.
           IF WRK-VEI-LIVRES = 0
               DISPLAY 'NENHUM VEICULO DA FROTA DISPONIVEL HOJE, '
                   'MONTAGEM NAO FEITA'
           ELSE
               PERFORM 0310-CARREGAR-CONFIRMADOS
               IF WRK-MON-QT = 0
                   DISPLAY 'NENHUM PEDIDO CONFIRMADO SEM ROMANEIO'
               ELSE
                   PERFORM 0320-ORDENAR-POR-ROTA
                   PERFORM 0330-DISTRIBUIR-CARGAS
                   PERFORM 0400-IMPRIMIR-MANIFESTOS
                   IF WRK-CRG-QT > 0
                       PERFORM 0500-CARIMBAR-PEDIDOS
                       PERFORM 0550-GRAVAR-ROMANEIOS
                   END-IF
                   DISPLAY 'MONTADOS ' WRK-QT-ROMANEIOS
                       ' ROMANEIO(S) COM '
                       WRK-MON-QT ' PEDIDO(S) LIDOS'
                   IF WRK-QT-SEM-VEICULO > 0
                       DISPLAY WRK-QT-SEM-VEICULO ' PEDIDO(S) SEM '
                           'VEICULO, FICAM PARA A PROXIMA MONTAGEM'
                   END-IF
               END-IF
           END-IF.

      *CARREGA OS VEICULOS DISPONIVEIS DO CADASTRO DA FROTA (SEM
      *FILIAL = MATRIZ 01), MARCA OS QUE JA TEM ROMANEIO MONTADO
      *HOJE E ORDENA POR FILIAL E CAPACIDADE EM QUILOS DECRESCENTE.
       0301-CARREGAR-FROTA.
           MOVE ZEROS TO WRK-VEI-QT.
           MOVE ZEROS TO WRK-VEI-LIVRES.
           MOVE 'N' TO WRK-FIM-AUX.
           OPEN INPUT F-FROTA.
           IF WRK-STATUS-FROTA NOT = '00'
               DISPLAY 'CADASTRO DA FROTA NAO ENCONTRADO (PROGCOB110)'
               MOVE 'S' TO WRK-FIM-AUX
           END-IF.
           PERFORM 0302-LER-VEICULO UNTIL FIM-AUX.
           IF WRK-STATUS-FROTA NOT = '35'
               CLOSE F-FROTA
           END-IF.
           IF WRK-VEI-QT > 0
               MOVE 'N' TO WRK-FIM-AUX
               OPEN INPUT F-ROMANEIOS
               IF WRK-STATUS-ROMANEIOS NOT = '00'
                   MOVE 'S' TO WRK-FIM-AUX
               END-IF
               PERFORM 0303-LER-ROMANEIO-HOJE UNTIL FIM-AUX
               IF WRK-STATUS-ROMANEIOS NOT = '35'
                   CLOSE F-ROMANEIOS
               END-IF
               PERFORM 0305-CONTAR-LIVRE
                   VARYING WRK-VEI-IDX FROM 1 BY 1
                   UNTIL WRK-VEI-IDX > WRK-VEI-QT
           END-IF.
           IF WRK-VEI-QT > 1
               PERFORM 0306-VARRER-FROTA
                   VARYING WRK-SORT-I FROM 1 BY 1
                   UNTIL WRK-SORT-I >= WRK-VEI-QT
           END-IF.

       0302-LER-VEICULO.
           READ F-FROTA
               AT END
                   MOVE 'S' TO WRK-FIM-AUX
               NOT AT END
                   IF VEI-DISPONIVEL-SIM
                       IF WRK-VEI-QT < WRK-VEI-MAX
                           ADD 1 TO WRK-VEI-QT
                           IF VEI-FILIAL IS NOT NUMERIC
                               OR VEI-FILIAL = ZEROS
                               MOVE 01 TO WRK-VEI-FILIAL (WRK-VEI-QT)
                           ELSE
                               MOVE VEI-FILIAL TO
                                   WRK-VEI-FILIAL (WRK-VEI-QT)
                           END-IF
                           MOVE VEI-PLACA TO
                               WRK-VEI-PLACA (WRK-VEI-QT)
                           MOVE VEI-CAP-PESO TO
                               WRK-VEI-CAP-PESO (WRK-VEI-QT)
                           MOVE VEI-CAP-CUBO TO
                               WRK-VEI-CAP-CUBO (WRK-VEI-QT)
                           MOVE VEI-TIPO-CUSTO TO
                               WRK-VEI-TIPO-CUSTO (WRK-VEI-QT)
                           MOVE VEI-CUSTO TO
                               WRK-VEI-CUSTO (WRK-VEI-QT)
                           MOVE 'N' TO WRK-VEI-USADO (WRK-VEI-QT)
                       ELSE
                           DISPLAY 'TABELA DE VEICULOS CHEIA, '
                               'VEICULO FORA DA RODADA: ' VEI-PLACA
                       END-IF
                   END-IF
           END-READ.

       0303-LER-ROMANEIO-HOJE.
           READ F-ROMANEIOS
               AT END
                   MOVE 'S' TO WRK-FIM-AUX
               NOT AT END
                   IF CRG-DATA = WRK-DATA
                       PERFORM 0304-MARCAR-USADO
                           VARYING WRK-VEI-IDX FROM 1 BY 1
                           UNTIL WRK-VEI-IDX > WRK-VEI-QT
                   END-IF
           END-READ.

       0304-MARCAR-USADO.
           IF WRK-VEI-PLACA (WRK-VEI-IDX) = CRG-PLACA
               MOVE 'S' TO WRK-VEI-USADO (WRK-VEI-IDX)
           END-IF.

       0305-CONTAR-LIVRE.
           IF WRK-VEI-USADO (WRK-VEI-IDX) = 'N'
               ADD 1 TO WRK-VEI-LIVRES
           END-IF.

      *ORDENA A FROTA POR FILIAL E, DENTRO DELA, DO MAIOR PARA O
      *MENOR EM QUILOS - A CARGA ENCHE PRIMEIRO O CAMINHAO GRANDE.
       0306-VARRER-FROTA.
           COMPUTE WRK-VEI-LIMITE = WRK-VEI-QT - WRK-SORT-I.
           PERFORM 0307-COMPARAR-VEICULO
               VARYING WRK-VEI-J FROM 1 BY 1
               UNTIL WRK-VEI-J > WRK-VEI-LIMITE.

       0307-COMPARAR-VEICULO.
           COMPUTE WRK-VEI-J1 = WRK-VEI-J + 1.
           IF WRK-VEI-FILIAL (WRK-VEI-J) > WRK-VEI-FILIAL (WRK-VEI-J1)
               OR (WRK-VEI-FILIAL (WRK-VEI-J) =
                   WRK-VEI-FILIAL (WRK-VEI-J1)
                   AND WRK-VEI-CAP-PESO (WRK-VEI-J) <
                       WRK-VEI-CAP-PESO (WRK-VEI-J1))
               MOVE WRK-TAB-VEI-ITEM (WRK-VEI-J) TO WRK-VEI-TROCA
               MOVE WRK-TAB-VEI-ITEM (WRK-VEI-J1) TO
                   WRK-TAB-VEI-ITEM (WRK-VEI-J)
               MOVE WRK-VEI-TROCA TO WRK-TAB-VEI-ITEM (WRK-VEI-J1)
           END-IF.

       0310-CARREGAR-CONFIRMADOS.
                   IF PMS-SITUACAO = 'C' AND PMS-ROMANEIO = ZEROS
                       IF WRK-MON-QT < WRK-MON-MAX
                           ADD 1 TO WRK-MON-QT
      *PEDIDO SEM FILIAL E DA MATRIZ (01).
                           IF PMS-FILIAL IS NOT NUMERIC
                               OR PMS-FILIAL = ZEROS
                               MOVE 01 TO WRK-MON-FILIAL (WRK-MON-QT)
                           ELSE
                               MOVE PMS-FILIAL TO
                                   WRK-MON-FILIAL (WRK-MON-QT)
                           END-IF
                           MOVE PMS-UF TO WRK-MON-UF (WRK-MON-QT)
                           MOVE PMS-NUMERO TO
                               WRK-MON-NUMERO (WRK-MON-QT)
                   END-IF
           END-READ.

      *ORDENA POR FILIAL E REGIAO+UF (TROCA DE PARES ADJACENTES,
      *COMO NO PROGCOB42), PARA CADA CAMINHAO SAIR DA SUA FILIAL COM
      *UMA ROTA COESA.
       0320-ORDENAR-POR-ROTA.
           IF WRK-MON-QT > 1
               PERFORM 0321-VARRER-TABELA

       0322-COMPARAR-PAR.
           COMPUTE WRK-SORT-J1 = WRK-SORT-J + 1.
           IF WRK-MON-FILIAL (WRK-SORT-J) >
               WRK-MON-FILIAL (WRK-SORT-J1)
               OR (WRK-MON-FILIAL (WRK-SORT-J) =
                   WRK-MON-FILIAL (WRK-SORT-J1)
                   AND WRK-MON-REGIAO (WRK-SORT-J) >
                       WRK-MON-REGIAO (WRK-SORT-J1))
               OR (WRK-MON-FILIAL (WRK-SORT-J) =
                   WRK-MON-FILIAL (WRK-SORT-J1)
                   AND WRK-MON-REGIAO (WRK-SORT-J) =
                       WRK-MON-REGIAO (WRK-SORT-J1)
                   AND WRK-MON-UF (WRK-SORT-J) >
                       WRK-MON-UF (WRK-SORT-J1))
               MOVE WRK-TAB-MON-ITEM (WRK-SORT-J) TO WRK-SORT-TROCA
               MOVE WRK-SORT-TROCA TO WRK-TAB-MON-ITEM (WRK-SORT-J1)
           END-IF.

      *DISTRIBUI OS PEDIDOS NAS CARGAS, NA ORDEM DE FILIAL E ROTA:
      *CADA FILIAL COMECA NO MAIOR VEICULO LIVRE DELA. O PEDIDO VAI
      *PARA A PRIMEIRA CARGA JA ABERTA DA FILIAL ONDE AINDA CABE
      *(KG E M3); SE NAO CABE EM NENHUMA, PASSA AO VEICULO SEGUINTE.
      *SEM VEICULO LIVRE NA FILIAL, OU COM O PEDIDO MAIOR QUE O
      *VEICULO VAZIO, O PEDIDO FICA SEM ROMANEIO PARA A PROXIMA
      *MONTAGEM.
       0330-DISTRIBUIR-CARGAS.
           MOVE ZEROS TO WRK-FIL-ATUAL.
           MOVE ZEROS TO WRK-VEI-ATUAL.
           MOVE ZEROS TO WRK-ROM-NUMERO.
           PERFORM 0331-ALOCAR-PEDIDO
               VARYING WRK-MON-IDX FROM 1 BY 1
               UNTIL WRK-MON-IDX > WRK-MON-QT.

       0331-ALOCAR-PEDIDO.
           MOVE ZEROS TO WRK-MON-ROMANEIO (WRK-MON-IDX).
           IF WRK-MON-FILIAL (WRK-MON-IDX) NOT = WRK-FIL-ATUAL
               MOVE WRK-MON-FILIAL (WRK-MON-IDX) TO WRK-FIL-ATUAL
               PERFORM 0332-PROXIMO-VEICULO
           END-IF.
           MOVE ZEROS TO WRK-CRG-POS.
           PERFORM 0335-PROCURAR-CARGA
               VARYING WRK-CRG-IDX FROM 1 BY 1
               UNTIL WRK-CRG-IDX > WRK-CRG-QT OR WRK-CRG-POS > 0.
           IF WRK-CRG-POS = 0 AND WRK-VEI-ATUAL > 0
               AND WRK-ROM-NUMERO > 0
               PERFORM 0332-PROXIMO-VEICULO
           END-IF.
           IF WRK-CRG-POS = 0 AND WRK-VEI-ATUAL > 0
               IF WRK-MON-PESO (WRK-MON-IDX) NOT >
                       WRK-VEI-CAP-PESO (WRK-VEI-ATUAL)
                   AND WRK-MON-CUBO (WRK-MON-IDX) NOT >
                       WRK-VEI-CAP-CUBO (WRK-VEI-ATUAL)
                   PERFORM 0334-ABRIR-CARGA
               END-IF
           END-IF.
           IF WRK-CRG-POS = 0
               ADD 1 TO WRK-QT-SEM-VEICULO
           ELSE
               MOVE WRK-CRG-NUMERO (WRK-CRG-POS) TO
                   WRK-MON-ROMANEIO (WRK-MON-IDX)
               ADD 1 TO WRK-CRG-QT-PED (WRK-CRG-POS)
               ADD WRK-MON-PESO (WRK-MON-IDX) TO
                   WRK-CRG-PESO (WRK-CRG-POS)
               ADD WRK-MON-CUBO (WRK-MON-IDX) TO
                   WRK-CRG-CUBO (WRK-CRG-POS)
           END-IF.

      *PASSA AO PRIMEIRO VEICULO AINDA LIVRE DA FILIAL CORRENTE
      *(ZERO QUANDO NAO HA MAIS NENHUM).
       0332-PROXIMO-VEICULO.
           MOVE ZEROS TO WRK-VEI-ATUAL.
           MOVE ZEROS TO WRK-ROM-NUMERO.
           PERFORM 0333-PROCURAR-LIVRE
               VARYING WRK-VEI-IDX FROM 1 BY 1
               UNTIL WRK-VEI-IDX > WRK-VEI-QT OR WRK-VEI-ATUAL > 0.

       0333-PROCURAR-LIVRE.
           IF WRK-VEI-FILIAL (WRK-VEI-IDX) = WRK-FIL-ATUAL
               AND WRK-VEI-USADO (WRK-VEI-IDX) = 'N'
               MOVE WRK-VEI-IDX TO WRK-VEI-ATUAL
           END-IF.

      *PRIMEIRO PEDIDO DO VEICULO: NUMERA O ROMANEIO, TIRA O VEICULO
      *DOS LIVRES E ABRE A CARGA NA TABELA.
       0334-ABRIR-CARGA.
           PERFORM 0340-OBTER-NUMERO-ROMANEIO.
           MOVE 'S' TO WRK-VEI-USADO (WRK-VEI-ATUAL).
           ADD 1 TO WRK-CRG-QT.
           MOVE WRK-CRG-QT TO WRK-CRG-POS.
           MOVE WRK-ROM-NUMERO TO WRK-CRG-NUMERO (WRK-CRG-QT).
           MOVE WRK-VEI-ATUAL TO WRK-CRG-VEI (WRK-CRG-QT).
           MOVE ZEROS TO WRK-CRG-QT-PED (WRK-CRG-QT).
           MOVE ZEROS TO WRK-CRG-PESO (WRK-CRG-QT).
           MOVE ZEROS TO WRK-CRG-CUBO (WRK-CRG-QT).

      *CARGA JA ABERTA DA FILIAL CORRENTE ONDE O PEDIDO AINDA CABE.
       0335-PROCURAR-CARGA.
           MOVE WRK-CRG-VEI (WRK-CRG-IDX) TO WRK-VEI-IDX.
           IF WRK-VEI-FILIAL (WRK-VEI-IDX) = WRK-FIL-ATUAL
               AND (WRK-CRG-PESO (WRK-CRG-IDX)
                   + WRK-MON-PESO (WRK-MON-IDX))
                   NOT > WRK-VEI-CAP-PESO (WRK-VEI-IDX)
               AND (WRK-CRG-CUBO (WRK-CRG-IDX)
                   + WRK-MON-CUBO (WRK-MON-IDX))
                   NOT > WRK-VEI-CAP-CUBO (WRK-VEI-IDX)
               MOVE WRK-CRG-IDX TO WRK-CRG-POS
           END-IF.

      *LE O PROXIMO NUMERO DE ROMANEIO DO CONTROLE ROMCTL (CRIANDO
      *O CONTROLE COM 1 SE AINDA NAO EXISTIR) E REGRAVA O CONTROLE
           CLOSE F-ROMCTL.
           ADD 1 TO WRK-QT-ROMANEIOS.

      *UM MANIFESTO POR ROMANEIO, NA ORDEM DAS CARGAS: O VEICULO NO
      *CABECALHO, OS PEDIDOS DA CARGA NA ORDEM DE ROTA E O TOTAL DE
      *PESO E CUBO NO FIM DE CADA UMA. NO FIM, OS PEDIDOS QUE
      *FICARAM SEM VEICULO.
       0400-IMPRIMIR-MANIFESTOS.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE ZEROS TO WRK-ROM-PESO.
           MOVE ZEROS TO WRK-ROM-CUBO.
           MOVE ZEROS TO WRK-ROM-QT-PED.
           PERFORM 0405-IMPRIMIR-CARGA
               VARYING WRK-CRG-IDX FROM 1 BY 1
               UNTIL WRK-CRG-IDX > WRK-CRG-QT.
           IF WRK-QT-SEM-VEICULO > 0
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '===== PEDIDOS SEM VEICULO (FICAM PARA A '
                   'PROXIMA MONTAGEM): ' WRK-QT-SEM-VEICULO ' ====='
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               PERFORM 0430-GRAVAR-SEM-VEICULO
                   VARYING WRK-MON-IDX FROM 1 BY 1
                   UNTIL WRK-MON-IDX > WRK-MON-QT
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.

       0405-IMPRIMIR-CARGA.
           MOVE WRK-CRG-NUMERO (WRK-CRG-IDX) TO WRK-ROM-NUMERO.
           MOVE WRK-CRG-VEI (WRK-CRG-IDX) TO WRK-VEI-IDX.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '===== ROMANEIO ' WRK-ROM-NUMERO
               ' VEICULO=' WRK-VEI-PLACA (WRK-VEI-IDX)
               ' FILIAL=' WRK-VEI-FILIAL (WRK-VEI-IDX)
               ' CAPACIDADE KG=' WRK-VEI-CAP-PESO (WRK-VEI-IDX)
               ' M3=' WRK-VEI-CAP-CUBO (WRK-VEI-IDX) ' ====='
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0410-GRAVAR-LINHA-MANIFESTO
               VARYING WRK-MON-IDX FROM 1 BY 1
               UNTIL WRK-MON-IDX > WRK-MON-QT.
           PERFORM 0420-GRAVAR-TOTAL-ROMANEIO.

       0410-GRAVAR-LINHA-MANIFESTO.
           IF WRK-MON-ROMANEIO (WRK-MON-IDX) = WRK-ROM-NUMERO
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '  PEDIDO=' WRK-MON-NUMERO (WRK-MON-IDX)
                   ' UF=' WRK-MON-UF (WRK-MON-IDX)
                   ' CLIENTE=' WRK-MON-CLIENTE (WRK-MON-IDX)
                   ' PESO=' WRK-MON-PESO (WRK-MON-IDX)
                   ' M3=' WRK-MON-CUBO (WRK-MON-IDX)
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               ADD 1 TO WRK-ROM-QT-PED
               ADD WRK-MON-PESO (WRK-MON-IDX) TO WRK-ROM-PESO
               ADD WRK-MON-CUBO (WRK-MON-IDX) TO WRK-ROM-CUBO
           END-IF.

       0420-GRAVAR-TOTAL-ROMANEIO.
           IF WRK-ROM-QT-PED > 0
               MOVE ZEROS TO WRK-ROM-CUBO
           END-IF.

       0430-GRAVAR-SEM-VEICULO.
           IF WRK-MON-ROMANEIO (WRK-MON-IDX) = ZEROS
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING '  PEDIDO=' WRK-MON-NUMERO (WRK-MON-IDX)
                   ' FILIAL=' WRK-MON-FILIAL (WRK-MON-IDX)
                   ' UF=' WRK-MON-UF (WRK-MON-IDX)
                   ' CLIENTE=' WRK-MON-CLIENTE (WRK-MON-IDX)
                   ' PESO=' WRK-MON-PESO (WRK-MON-IDX)
                   ' M3=' WRK-MON-CUBO (WRK-MON-IDX)
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
           END-IF.

      *CARIMBA O NUMERO DO ROMANEIO EM CADA PEDIDO DA RODADA QUE
      *GANHOU VEICULO (READ/REWRITE DIRETO PELA CHAVE).
       0500-CARIMBAR-PEDIDOS.
           OPEN I-O F-PEDMESTRE.
           IF WRK-STATUS-PEDMESTRE NOT = '00'
           END-IF.

       0510-CARIMBAR-UM.
           IF WRK-MON-ROMANEIO (WRK-MON-IDX) > ZEROS
               MOVE WRK-MON-NUMERO (WRK-MON-IDX) TO PMS-NUMERO
               READ F-PEDMESTRE
                   INVALID KEY
                       DISPLAY 'PEDIDO SUMIU NO CARIMBO: ' PMS-NUMERO
                   NOT INVALID KEY
                       MOVE WRK-MON-ROMANEIO (WRK-MON-IDX) TO
                           PMS-ROMANEIO
                       REWRITE REG-PEDMESTRE
               END-READ
           END-IF.

      *UMA LINHA NO ROMANEIOS POR CARGA MONTADA, COM O VEICULO, A
      *CAPACIDADE E O CUSTO DELE GUARDADOS PARA O EMBARQUE E PARA O
      *RELATORIO DE UTILIZACAO DA FROTA (PROGCOB110).
       0550-GRAVAR-ROMANEIOS.
           OPEN EXTEND F-ROMANEIOS.
           IF WRK-STATUS-ROMANEIOS = '35'
               OPEN OUTPUT F-ROMANEIOS
           END-IF.
           PERFORM 0551-GRAVAR-UM-ROMANEIO
               VARYING WRK-CRG-IDX FROM 1 BY 1
               UNTIL WRK-CRG-IDX > WRK-CRG-QT.
           CLOSE F-ROMANEIOS.

       0551-GRAVAR-UM-ROMANEIO.
           MOVE WRK-CRG-VEI (WRK-CRG-IDX) TO WRK-VEI-IDX.
           MOVE WRK-CRG-NUMERO (WRK-CRG-IDX) TO CRG-NUMERO.
           MOVE WRK-DATA TO CRG-DATA.
           MOVE WRK-VEI-PLACA (WRK-VEI-IDX) TO CRG-PLACA.
           MOVE WRK-VEI-FILIAL (WRK-VEI-IDX) TO CRG-FILIAL.
           MOVE WRK-CRG-QT-PED (WRK-CRG-IDX) TO CRG-QT-PED.
           MOVE WRK-CRG-PESO (WRK-CRG-IDX) TO CRG-PESO.
           MOVE WRK-CRG-CUBO (WRK-CRG-IDX) TO CRG-CUBO.
           MOVE WRK-VEI-CAP-PESO (WRK-VEI-IDX) TO CRG-CAP-PESO.
           MOVE WRK-VEI-CAP-CUBO (WRK-VEI-IDX) TO CRG-CAP-CUBO.
           MOVE WRK-VEI-TIPO-CUSTO (WRK-VEI-IDX) TO CRG-TIPO-CUSTO.
           MOVE WRK-VEI-CUSTO (WRK-VEI-IDX) TO CRG-CUSTO-UNIT.
           MOVE 'M' TO CRG-SITUACAO.
           MOVE ZEROS TO CRG-DATA-EMB.
           MOVE ZEROS TO CRG-KM.
           MOVE ZEROS TO CRG-CUSTO.
           WRITE REG-ROMANEIOS.

      *EMBARCA UM ROMANEIO INTEIRO: TODOS OS PEDIDOS DELE EM
      *SITUACAO C AVANCAM PARA E, COM HISTORICO NO PEDSTAT.
           END-IF.
           DISPLAY 'ROMANEIO ' WRK-ROM-EMBARCAR ': '
               WRK-QT-EMBARCADOS ' PEDIDO(S) EMBARCADO(S)'.
           IF WRK-QT-EMBARCADOS > 0
               PERFORM 0640-REGISTRAR-VIAGEM
           END-IF.

       0610-EMBARCAR-PEDIDO.
           READ F-PEDMESTRE NEXT
           MOVE WRK-OPERADOR TO PST-OPERADOR.
           WRITE REG-PEDSTAT.
           CLOSE F-PEDSTAT.
           PERFORM 0621-NOTIFICAR-CLIENTE.

      *AVISA O CLIENTE DO PEDIDO DA MUDANCA DE SITUACAO (MODELO
      *PEDSIT: NUMERO, SITUACAO ANTERIOR, NOVA E DATA).
       0621-NOTIFICAR-CLIENTE.
           IF PMS-CLICOD IS NUMERIC AND PMS-CLICOD > 0
               MOVE WRK-AUD-PROGRAMA TO WRK-NTF-ORIGEM
               MOVE 'C' TO WRK-NTF-TIPO-DEST
               MOVE PMS-CLICOD TO WRK-NTF-CHAVE
               MOVE 'PEDSIT' TO WRK-NTF-MODELO
               MOVE 'N' TO WRK-NTF-UNICO
               MOVE SPACES TO WRK-NTF-CAMPOS
               MOVE PMS-NUMERO TO WRK-NTF-CAMPO (1)
               MOVE WRK-HST-SIT-ANT TO WRK-NTF-CAMPO (2)
               MOVE PMS-SITUACAO TO WRK-NTF-CAMPO (3)
               MOVE WRK-DATA TO WRK-NTF-CAMPO (4)
               CALL 'NOTIFICA' USING WRK-NTF-ORIGEM WRK-NTF-TIPO-DEST
                   WRK-NTF-CHAVE WRK-NTF-MODELO WRK-NTF-UNICO
                   WRK-NTF-CAMPOS WRK-NTF-NUMERO WRK-NTF-RESULT
           END-IF.

      *BAIXA UMA UNIDADE DO PRODUTO DO PEDIDO EMBARCADO (PRODUTO
      *SEM LINHA DE ESTOQUE NAO BAIXA NADA - VEJA ESTOQMOV.cob).
       0630-BAIXAR-ESTOQUE.
           MOVE PMS-PRODUTO TO WRK-EST-PRODUTO.
      *SALDO DA FILIAL DO PEDIDO (SEM FILIAL = MATRIZ).
           IF PMS-FILIAL IS NOT NUMERIC OR PMS-FILIAL = ZEROS
               MOVE 01 TO WRK-EST-FILIAL
           ELSE
               MOVE PMS-FILIAL TO WRK-EST-FILIAL
           END-IF.
           MOVE WRK-AUD-PROGRAMA TO WRK-EST-ORIGEM.
           MOVE SPACES TO WRK-EST-REF.
           STRING 'ROM' WRK-ROM-EMBARCAR DELIMITED BY SIZE
               INTO WRK-EST-REF.
           MOVE WRK-OPERADOR TO WRK-EST-OPERADOR.
           MOVE 'B' TO WRK-EST-ACAO.
           MOVE 1 TO WRK-EST-QTD.
           CALL 'ESTOQMOV' USING WRK-EST-PRODUTO WRK-EST-ACAO
               WRK-EST-QTD WRK-EST-SALDO WRK-EST-RESULT WRK-EST-ORIGEM
               WRK-EST-REF WRK-EST-OPERADOR WRK-EST-CUSTO
               WRK-EST-FILIAL.

      *REGISTRA A SAIDA NO ROMANEIO: DATA DO EMBARQUE E CUSTO DA
      *VIAGEM - POR KM (KM INFORMADO AQUI) OU FIXO POR VIAGEM, COM O
      *CUSTO DO VEICULO GUARDADO NA MONTAGEM. ROMANEIO MONTADO ANTES
      *DO CADASTRO DA FROTA NAO TEM LINHA NO ROMANEIOS E FICA SEM
      *CUSTO.
       0640-REGISTRAR-VIAGEM.
           MOVE 'N' TO WRK-CRG-ACHOU.
           MOVE 'N' TO WRK-FIM-AUX.
           OPEN INPUT F-ROMANEIOS.
           IF WRK-STATUS-ROMANEIOS NOT = '00'
               MOVE 'S' TO WRK-FIM-AUX
           END-IF.
           PERFORM 0641-LER-ROMANEIO UNTIL FIM-AUX OR CRG-ACHOU.
           IF WRK-STATUS-ROMANEIOS NOT = '35'
               CLOSE F-ROMANEIOS
           END-IF.
           IF NOT CRG-ACHOU
               DISPLAY 'ROMANEIO SEM VEICULO NO ARQUIVO ROMANEIOS, '
                   'VIAGEM SEM CUSTO'
           ELSE
               MOVE ZEROS TO WRK-EMB-KM
               IF WRK-EMB-TIPO-CUSTO = 'K'
                   DISPLAY 'KM DA VIAGEM DO VEICULO ' WRK-EMB-PLACA
                       '.. '
                   ACCEPT WRK-EMB-KM
                   IF WRK-EMB-KM = ZEROS
                       DISPLAY 'KM ZERO, VIAGEM FICA SEM CUSTO'
                   END-IF
                   COMPUTE WRK-EMB-CUSTO ROUNDED =
                       WRK-EMB-KM * WRK-EMB-CUSTO-UNIT
               ELSE
                   MOVE WRK-EMB-CUSTO-UNIT TO WRK-EMB-CUSTO
               END-IF
               PERFORM 0650-REGRAVAR-ROMANEIOS
               MOVE WRK-EMB-CUSTO TO WRK-EMB-CUSTO-ED
               DISPLAY 'VEICULO ' WRK-EMB-PLACA ' CUSTO DA VIAGEM: '
                   WRK-EMB-CUSTO-ED
           END-IF.

       0641-LER-ROMANEIO.
           READ F-ROMANEIOS
               AT END
                   MOVE 'S' TO WRK-FIM-AUX
               NOT AT END
                   IF CRG-NUMERO = WRK-ROM-EMBARCAR
                       MOVE 'S' TO WRK-CRG-ACHOU
                       MOVE CRG-PLACA TO WRK-EMB-PLACA
                       MOVE CRG-TIPO-CUSTO TO WRK-EMB-TIPO-CUSTO
                       MOVE CRG-CUSTO-UNIT TO WRK-EMB-CUSTO-UNIT
                   END-IF
           END-READ.

       0650-REGRAVAR-ROMANEIOS.
           MOVE 'N' TO WRK-FIM-AUX.
           OPEN INPUT F-ROMANEIOS.
           OPEN OUTPUT F-ROMANEION.
           PERFORM 0651-COPIAR-ROMANEIO UNTIL FIM-AUX.
           CLOSE F-ROMANEIOS.
           CLOSE F-ROMANEION.
           MOVE 'N' TO WRK-FIM-AUX.
           OPEN INPUT F-ROMANEION.
           OPEN OUTPUT F-ROMANEIOS.
           PERFORM 0655-COPIAR-DE-VOLTA UNTIL FIM-AUX.
           CLOSE F-ROMANEION.
           CLOSE F-ROMANEIOS.

       0651-COPIAR-ROMANEIO.
           READ F-ROMANEIOS
               AT END
                   MOVE 'S' TO WRK-FIM-AUX
               NOT AT END
                   IF CRG-NUMERO = WRK-ROM-EMBARCAR
                       MOVE 'E' TO CRG-SITUACAO
                       MOVE WRK-DATA TO CRG-DATA-EMB
                       MOVE WRK-EMB-KM TO CRG-KM
                       MOVE WRK-EMB-CUSTO TO CRG-CUSTO
                   END-IF
                   MOVE REG-ROMANEIOS TO REG-ROMANEION
                   WRITE REG-ROMANEION
           END-READ.

       0655-COPIAR-DE-VOLTA.
           READ F-ROMANEION
               AT END
                   MOVE 'S' TO WRK-FIM-AUX
               NOT AT END
                   MOVE REG-ROMANEION TO REG-ROMANEIOS
                   WRITE REG-ROMANEIOS
           END-READ.

      *MONTA E GRAVA O CABECALHO PADRAO DO RELATORIO (PROGRAMA, DATA E
      *PAGINA), ZERANDO O CONTADOR DE LINHA DA PAGINA NOVA (VEJA
