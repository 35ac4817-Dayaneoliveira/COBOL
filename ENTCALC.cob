       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTCALC.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : SUB-ROTINA COMUM DE ENDERECO DE ENTREGA, NO MESMO
      *ESPIRITO DO PRCCALC.cob. A UF E A CLASSE DO DESTINO
      *(CAPITAL/INTERIOR) ERAM DIGITADAS PELA MESA EM CADA PEDIDO, E
      *O ADICIONAL DE INTERIOR DEPENDIA DE QUEM DIGITAVA. AGORA O
      *PEDIDO ESCOLHE UM DOS ENDERECOS DO CLIENTE NO ENDENT E A UF E
      *A CLASSE SAEM DO CEP PELA TABELA DE FAIXAS CEPFAIXA (A FAIXA
      *MAIS ESTREITA QUE CONTEM O CEP VALE - A DA CAPITAL FICA
      *DENTRO DA DO ESTADO).
      *USADA PELO PROGCOB09 E PELA TELA DO PROGCOB62 NA ESCOLHA DO
      *ENDERECO, PELO PROGCOB102 NO CADASTRO E PELAS ETIQUETAS
      *(PROGCOB42) E EXPORTACAO PARA A TRANSPORTADORA (PROGCOB60).
      *VEJA ENTCALL.CPY PARA AS ACOES E OS CAMPOS DO CHAMADOR.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ENDERECOS DE ENTREGA POR CLIENTE (MANTIDOS PELO PROGCOB102).
           SELECT F-ENDENT ASSIGN TO 'ENDENT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENDENT.
      *FAIXAS DE CEP COM UF E CLASSE (MANTIDAS PELO PROGCOB102).
           SELECT F-CEPFAIXA ASSIGN TO 'CEPFAIXA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CEPFAIXA.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ENDENT.
           COPY 'ENTREC.CPY'.

       FD  F-CEPFAIXA.
           COPY 'CEPREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ENDENT   PIC X(02) VALUE '00'.
       77 WRK-STATUS-CEPFAIXA PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *LARGURA DA FAIXA DE CEP ESCOLHIDA ATE AGORA (A MAIS ESTREITA
      *GANHA) E SE ALGUMA FAIXA JA CONTEVE O CEP.
       77 WRK-LARGURA        PIC 9(08) VALUE ZEROS.
       77 WRK-MELHOR-LARGURA PIC 9(08) VALUE ZEROS.
       77 WRK-CEP-ACHOU PIC X(01) VALUE 'N'.
           88 FAIXA-ACHADA VALUE 'S'.
       77 WRK-QT-LISTADOS PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-ENT-ACAO       PIC X(01).
       01 LK-ENT-CLICOD     PIC 9(06).
       01 LK-ENT-SEQ        PIC 9(02).
       01 LK-ENT-LOGRADOURO PIC X(40).
       01 LK-ENT-CIDADE     PIC X(25).
       01 LK-ENT-CEP        PIC 9(08).
       01 LK-ENT-UF         PIC X(02).
       01 LK-ENT-CLASSE     PIC X(01).
       01 LK-ENT-RESULT     PIC X(01).

       PROCEDURE DIVISION USING LK-ENT-ACAO LK-ENT-CLICOD
           LK-ENT-SEQ LK-ENT-LOGRADOURO LK-ENT-CIDADE LK-ENT-CEP
           LK-ENT-UF LK-ENT-CLASSE LK-ENT-RESULT.
       0001-PRINCIPAL.
           MOVE 'N' TO LK-ENT-RESULT.
           EVALUATE LK-ENT-ACAO
               WHEN 'C'
                   MOVE SPACES TO LK-ENT-UF
                   MOVE SPACES TO LK-ENT-CLASSE
                   PERFORM 0200-CLASSIFICAR-CEP
                   IF FAIXA-ACHADA
                       MOVE 'S' TO LK-ENT-RESULT
                   END-IF
               WHEN 'L'
                   PERFORM 0300-LISTAR-ENDERECOS
               WHEN OTHER
                   PERFORM 0100-BUSCAR-ENDERECO
           END-EVALUATE.
           GOBACK.

      *PROCURA O ENDERECO DO CLIENTE PELO SEQ (ZERO = O PRIMEIRO
      *ATIVO) E CLASSIFICA O CEP DELE.
       0100-BUSCAR-ENDERECO.
           MOVE SPACES TO LK-ENT-LOGRADOURO.
           MOVE SPACES TO LK-ENT-CIDADE.
           MOVE ZEROS TO LK-ENT-CEP.
           MOVE SPACES TO LK-ENT-UF.
           MOVE SPACES TO LK-ENT-CLASSE.
           MOVE 'N' TO WRK-FIM-ARQ.
           IF LK-ENT-SEQ IS NOT NUMERIC
               MOVE ZEROS TO LK-ENT-SEQ
           END-IF.
           OPEN INPUT F-ENDENT.
           IF WRK-STATUS-ENDENT NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0110-LER-ENDERECO UNTIL FIM-ARQ.
           IF WRK-STATUS-ENDENT NOT = '35'
               CLOSE F-ENDENT
           END-IF.
           IF LK-ENT-RESULT NOT = 'N'
               PERFORM 0200-CLASSIFICAR-CEP
               IF NOT FAIXA-ACHADA AND LK-ENT-RESULT = 'S'
                   MOVE 'F' TO LK-ENT-RESULT
               END-IF
           END-IF.

       0110-LER-ENDERECO.
           READ F-ENDENT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF ENT-CLICOD = LK-ENT-CLICOD
                       AND (ENT-SEQ = LK-ENT-SEQ
                           OR (LK-ENT-SEQ = ZEROS
                               AND ENT-SITUACAO = 'A'))
                       MOVE ENT-SEQ TO LK-ENT-SEQ
                       MOVE ENT-LOGRADOURO TO LK-ENT-LOGRADOURO
                       MOVE ENT-CIDADE TO LK-ENT-CIDADE
                       MOVE ENT-CEP TO LK-ENT-CEP
                       MOVE ENT-UF TO LK-ENT-UF
                       IF ENT-SITUACAO = 'A'
                           MOVE 'S' TO LK-ENT-RESULT
                       ELSE
                           MOVE 'I' TO LK-ENT-RESULT
                       END-IF
                       MOVE 'S' TO WRK-FIM-ARQ
                   END-IF
           END-READ.

      *UF E CLASSE DA FAIXA MAIS ESTREITA QUE CONTEM O CEP. SEM
      *FAIXA, A UF E A CLASSE FICAM COMO ESTAVAM.
       0200-CLASSIFICAR-CEP.
           MOVE 'N' TO WRK-CEP-ACHOU.
           MOVE ZEROS TO WRK-MELHOR-LARGURA.
           MOVE 'N' TO WRK-FIM-ARQ.
           IF LK-ENT-CEP IS NOT NUMERIC OR LK-ENT-CEP = ZEROS
               MOVE 'S' TO WRK-FIM-ARQ
               MOVE '35' TO WRK-STATUS-CEPFAIXA
           ELSE
               OPEN INPUT F-CEPFAIXA
               IF WRK-STATUS-CEPFAIXA NOT = '00'
                   MOVE 'S' TO WRK-FIM-ARQ
               END-IF
           END-IF.
           PERFORM 0210-LER-FAIXA UNTIL FIM-ARQ.
           IF WRK-STATUS-CEPFAIXA NOT = '35'
               CLOSE F-CEPFAIXA
           END-IF.

       0210-LER-FAIXA.
           READ F-CEPFAIXA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF CEP-INI <= LK-ENT-CEP
                       AND CEP-FIM >= LK-ENT-CEP
                       COMPUTE WRK-LARGURA = CEP-FIM - CEP-INI
                       IF NOT FAIXA-ACHADA
                           OR WRK-LARGURA < WRK-MELHOR-LARGURA
                           MOVE WRK-LARGURA TO WRK-MELHOR-LARGURA
                           MOVE CEP-UF TO LK-ENT-UF
                           MOVE CEP-CLASSE TO LK-ENT-CLASSE
                           MOVE 'S' TO WRK-CEP-ACHOU
                       END-IF
                   END-IF
           END-READ.

      *MOSTRA OS ENDERECOS ATIVOS DO CLIENTE PARA A MESA ESCOLHER.
       0300-LISTAR-ENDERECOS.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ENDENT.
           IF WRK-STATUS-ENDENT NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0310-LISTAR-ENDERECO UNTIL FIM-ARQ.
           IF WRK-STATUS-ENDENT NOT = '35'
               CLOSE F-ENDENT
           END-IF.
           IF WRK-QT-LISTADOS > 0
               MOVE 'S' TO LK-ENT-RESULT
           END-IF.

       0310-LISTAR-ENDERECO.
           READ F-ENDENT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF ENT-CLICOD = LK-ENT-CLICOD
                       AND ENT-SITUACAO = 'A'
                       ADD 1 TO WRK-QT-LISTADOS
                       DISPLAY '  ' ENT-SEQ ' - ' ENT-LOGRADOURO
                       DISPLAY '       ' ENT-CIDADE ' ' ENT-UF
                           ' CEP ' ENT-CEP
                   END-IF
           END-READ.
