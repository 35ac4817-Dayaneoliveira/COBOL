      ********************************************
      *COPYBOOK - AMVREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO HISTORICO DE MOVIMENTACAO DO ALUNO
      *(ALUNOMOV), GRAVADO PELO PROGCOB130: UMA LINHA POR
      *TRANSFERENCIA, TRANCAMENTO, DESLIGAMENTO OU RETORNO DO
      *TRANCAMENTO - E PELA PROMOCAO DE FIM DE TERMO DO PROGCOB131 -
      *COM A DATA EFETIVA, O MOTIVO E A TURMA/CURSO DE
      *ANTES E DE DEPOIS. O ARQUIVO SO CRESCE (EXTEND).
      *  TIPO       = T (TRANSFERENCIA DE TURMA/CURSO), R (TRANCA-
      *               MENTO), D (DESLIGAMENTO), V (VOLTA DO
      *               TRANCAMENTO) OU P (PROMOCAO/REMATRICULA NA
      *               TURMA DO TERMO SEGUINTE);
      *  QT-INSCR   = INSCRICOES DE TERMO ABERTO (MATRICTL)
      *               ENCERRADAS PELA MOVIMENTACAO;
      *  QT-COBR    = MENSALIDADES EM ABERTO AJUSTADAS (CANCELADAS,
      *               PROPORCIONALIZADAS OU REPRECIFICADAS);
      *  DATA-REG   = DIA EM QUE A MOVIMENTACAO FOI LANCADA.
      *NO TRANCAMENTO E NO DESLIGAMENTO A TURMA/CURSO NOVOS REPETEM
      *OS DE ANTES. O PROGCOB76 PROPORCIONALIZA A MENSALIDADE DO MES
      *DA MOVIMENTACAO E O PROGCOB18 MOSTRA QUEM SAIU E QUEM ENTROU
      *EM CADA TURMA.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-ALUNOMOV.
      *        COPY 'AMVREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-ALUNOMOV.
           03 AMV-MATRICULA    PIC X(10).
           03 AMV-TIPO         PIC X(01).
               88 AMV-TRANSFERENCIA VALUE 'T'.
               88 AMV-TRANCAMENTO   VALUE 'R'.
               88 AMV-DESLIGAMENTO  VALUE 'D'.
               88 AMV-RETORNO       VALUE 'V'.
               88 AMV-PROMOCAO      VALUE 'P'.
           03 AMV-DATA-EFETIVA PIC 9(08).
           03 AMV-MOTIVO       PIC X(30).
           03 AMV-CURSO-ANT    PIC X(20).
           03 AMV-TURMA-ANT    PIC X(06).
           03 AMV-CURSO-NOVO   PIC X(20).
           03 AMV-TURMA-NOVA   PIC X(06).
           03 AMV-QT-INSCR     PIC 9(03).
           03 AMV-QT-COBR      PIC 9(03).
           03 AMV-DATA-REG     PIC 9(08).
