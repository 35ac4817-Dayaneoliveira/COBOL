      *OCORRENCIAS, AMARRADO AO PEDIDO (PMS-NUMERO):
      *  (A) ABRE UMA OCORRENCIA (TIPO, DATA, DESCRICAO E VALOR
      *      RECLAMADO) - SITUACAO A=ABERTA;
      *  (C) REGISTRA QUE A TRANSPORTADORA ACEITOU O SINISTRO, COM
      *      O VALOR ACEITO - SITUACAO C=ACEITA, A COMPENSAR: O
      *      VALOR E DESCONTADO DAS PROXIMAS REMESSAS DE PAGAMENTO
      *      DA TRANSPORTADORA NO PROGCOB61, QUE ENCERRA A
      *      OCORRENCIA COMO RECUPERADA QUANDO O DESCONTO COBRE O
      *      VALOR ACEITO (COM A REFERENCIA DO PAGAMENTO);
      *  (R) ENCERRA COMO RECUPERADA, COM O VALOR RECUPERADO;
      *  (B) ENCERRA COMO BAIXADA (PREJUIZO ASSUMIDO);
      *  (L) LISTA AS OCORRENCIAS ABERTAS;
           03 OCO-VALOR       PIC 9(06)V99.
           03 OCO-SITUACAO    PIC X(01).
           03 OCO-VALOR-RECUP PIC 9(06)V99.
      *VALOR ACEITO PELA TRANSPORTADORA (SITUACAO C) E REFERENCIA DO
      *ULTIMO PAGAMENTO DO PROGCOB61 QUE DESCONTOU O SINISTRO -
      *ESPACOS NAS OCORRENCIAS ANTERIORES A COMPENSACAO.
           03 OCO-VALOR-ACEITO PIC 9(06)V99.
           03 OCO-REF-PAGTO    PIC X(10).

       FD  F-OCORRN.
       01  REG-OCORRN PIC X(85).

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-ABRIR     VALUE 'A'.
           88 MAN-ACEITA    VALUE 'C'.
           88 MAN-RECUPERAR VALUE 'R'.
           88 MAN-BAIXAR    VALUE 'B'.
           88 MAN-LISTAR    VALUE 'L'.

       0200-MENU-OCORRENCIAS.
           DISPLAY '-- OCORRENCIAS DE ENTREGA (OCORRENCIAS) --'.
           DISPLAY '(A)BRIR A(C)EITA PELA TRANSP (R)ECUPERADA '
               '(B)AIXADA (L)ISTAR ABERTAS (P)LACAR (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-ABRIR
                   PERFORM 0300-ABRIR-OCORRENCIA
               WHEN MAN-ACEITA
                   MOVE 'C' TO WRK-SIT-NOVA
                   PERFORM 0400-ENCERRAR-OCORRENCIA
               WHEN MAN-RECUPERAR
                   MOVE 'R' TO WRK-SIT-NOVA
                   PERFORM 0400-ENCERRAR-OCORRENCIA
               MOVE WRK-VALOR TO OCO-VALOR
               MOVE 'A' TO OCO-SITUACAO
               MOVE ZEROS TO OCO-VALOR-RECUP
               MOVE ZEROS TO OCO-VALOR-ACEITO
               MOVE SPACES TO OCO-REF-PAGTO
               WRITE REG-OCORRENCIA
               CLOSE F-OCORRENCIAS
               DISPLAY 'OCORRENCIA ' OCO-SEQ ' ABERTA'
                   END-IF
           END-READ.

      *ENCERRA UMA OCORRENCIA ABERTA OU ACEITA COMO RECUPERADA (COM
      *O VALOR RECUPERADO) OU BAIXADA, OU PASSA A ABERTA PARA ACEITA
      *PELA TRANSPORTADORA (COM O VALOR ACEITO - ZERO = O VALOR
      *RECLAMADO; MAIS QUE O RECLAMADO NAO E ACEITO), VIA ARQUIVO
      *DE TRABALHO.
       0400-ENCERRAR-OCORRENCIA.
           DISPLAY 'NUMERO DO PEDIDO.. '.
           ACCEPT WRK-NUMERO.
               DISPLAY 'VALOR RECUPERADO.. '
               ACCEPT WRK-VALOR-RECUP
           END-IF.
           IF WRK-SIT-NOVA = 'C'
               DISPLAY 'VALOR ACEITO PELA TRANSPORTADORA (0 = O '
                   'RECLAMADO).. '
               ACCEPT WRK-VALOR-RECUP
           END-IF.
           MOVE 'N' TO WRK-OCO-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-OCORRENCIAS.
               CLOSE F-OCORRN
               IF OCORRENCIA-ACHADA
                   PERFORM 0420-RECOPIAR-OCORRENCIAS
                   IF WRK-SIT-NOVA = 'C'
                       DISPLAY 'OCORRENCIA ACEITA, A COMPENSAR NA '
                           'PROXIMA REMESSA DA TRANSPORTADORA'
                   ELSE
                       DISPLAY 'OCORRENCIA ENCERRADA (' WRK-SIT-NOVA
                           ')'
                   END-IF
               ELSE
                   DISPLAY 'OCORRENCIA ABERTA NAO ENCONTRADA, NADA '
                       'FEITO'
               NOT AT END
                   IF OCO-NUMERO = WRK-NUMERO
                       AND OCO-SEQ = WRK-SEQ
                       PERFORM 0411-APLICAR-SITUACAO
                   END-IF
                   MOVE REG-OCORRENCIA TO REG-OCORRN
                   WRITE REG-OCORRN
           END-READ.

      *ACEITE SO DE OCORRENCIA ABERTA; ENCERRAMENTO DE ABERTA OU DE
      *ACEITA (NA ACEITA, O RECUPERADO INFORMADO SOMA AO QUE AS
      *REMESSAS JA DESCONTARAM).
       0411-APLICAR-SITUACAO.
           IF WRK-SIT-NOVA = 'C'
               IF OCO-SITUACAO = 'A'
                   IF WRK-VALOR-RECUP = ZEROS
                       MOVE OCO-VALOR TO WRK-VALOR-RECUP
                   END-IF
                   IF WRK-VALOR-RECUP > OCO-VALOR
                       DISPLAY 'VALOR ACEITO MAIOR QUE O RECLAMADO, '
                           'NADA FEITO'
                   ELSE
                       MOVE 'C' TO OCO-SITUACAO
                       MOVE WRK-VALOR-RECUP TO OCO-VALOR-ACEITO
                       MOVE ZEROS TO OCO-VALOR-RECUP
                       MOVE SPACES TO OCO-REF-PAGTO
                       MOVE 'S' TO WRK-OCO-ACHOU
                   END-IF
               END-IF
           ELSE
               IF OCO-SITUACAO = 'A'
                   MOVE WRK-SIT-NOVA TO OCO-SITUACAO
                   MOVE WRK-VALOR-RECUP TO OCO-VALOR-RECUP
                   MOVE 'S' TO WRK-OCO-ACHOU
               ELSE
                   IF OCO-SITUACAO = 'C'
                       MOVE WRK-SIT-NOVA TO OCO-SITUACAO
                       ADD WRK-VALOR-RECUP TO OCO-VALOR-RECUP
                       MOVE 'S' TO WRK-OCO-ACHOU
                   END-IF
               END-IF
           END-IF.

      *DEVOLVE O CONTEUDO DO ARQUIVO DE TRABALHO PARA O OCORRENCIAS
      *(REGRAVACAO TOTAL, COMO NAS DEMAIS MANUTENCOES DE ARQUIVO
      *LINE SEQUENTIAL DO SISTEMA).
                   WRITE REG-OCORRENCIA
           END-READ.

      *LISTA AS OCORRENCIAS AINDA ABERTAS NO CONSOLE (AS ACEITAS
      *PELA TRANSPORTADORA, AINDA A COMPENSAR, TAMBEM).
       0500-LISTAR-ABERTAS.
           MOVE ZEROS TO WRK-QT-ABERTAS.
           MOVE 'N' TO WRK-FIM-ARQ.
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF OCO-SITUACAO = 'A' OR OCO-SITUACAO = 'C'
                       ADD 1 TO WRK-QT-ABERTAS
                       DISPLAY 'PEDIDO ' OCO-NUMERO
                           ' OCORR ' OCO-SEQ
                           ' SIT ' OCO-SITUACAO
                           ' ' OCO-TIPO
                           ' ' OCO-DATA
                           ' VALOR ' OCO-VALOR
