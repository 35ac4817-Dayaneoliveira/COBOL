      ********************************************
      *COPYBOOK - VAGCALL.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : CAMPOS COMUNS PARA CHAMAR A SUB-ROTINA VAGATUR, QUE
      *CONTA AS VAGAS DA TURMA E MANTEM A LISTA DE ESPERA (LISTAESP,
      *VEJA LESREC.CPY).
      *ACAO (O CHAMADOR INFORMA TAMBEM O PROGRAMA DE ORIGEM, A TURMA
      *E, MENOS NA O, A MATRICULA DO ALUNO):
      *  C = CONSULTA SE O ALUNO PODE OCUPAR UM LUGAR NA TURMA;
      *  E = POE O ALUNO NO FIM DA LISTA DE ESPERA DA TURMA (INFORMAR
      *      A DISCIPLINA PEDIDA) E DEVOLVE A POSICAO DELE;
      *  M = ALUNO INSCRITO NA TURMA: SAI DA LISTA (SITUACAO M);
      *  D = DESISTENCIA OU OFERTA RECUSADA: SAI DA LISTA (C), E O
      *      LUGAR QUE ELE TINHA VAI PARA O PROXIMO;
      *  O = OFERECE OS LUGARES LIVRES DA TURMA AOS PRIMEIROS DA
      *      LISTA, AVISANDO A FAMILIA (NOTIFICA, MODELO VAGAOFER).
      *      QUEM LIBERA LUGAR (MOVIMENTACAO, REMOCAO DE INSCRICAO,
      *      AUMENTO DA CAPACIDADE) CHAMA ESTA ACAO.
      *AS ACOES E, D E O JA OFERECEM AS VAGAS LIVRES NO FIM.
      *DEVOLVE O TERMO E A CAPACIDADE DA TURMA, OS LUGARES OCUPADOS
      *(ALUNOS ATIVOS DA TURMA COM INSCRICAO NO TERMO), AS OFERTAS
      *EM ABERTO PARA OUTROS ALUNOS, QUANTOS AGUARDAM NA FRENTE DO
      *ALUNO (NA O, AS OFERTAS FEITAS AGORA) E A POSICAO DELE NA
      *LISTA (ZERO = FORA DA LISTA).
      *RESULTADO: L = LUGAR LIVRE PARA O ALUNO (OU OFERTA DELE EM
      *ABERTO); C = TURMA CHEIA PARA ELE (VAGAS LIVRES JA SAO DE
      *QUEM ESTA NA FRENTE DA LISTA); S = TURMA SEM LIMITE (SEM
      *CAPACIDADE CADASTRADA); X = TURMA FORA DO TURMAMEST;
      *R = ALUNO JA ESTA NA LISTA (ACAO E) OU FORA DELA (M E D);
      *T = OPERACAO RECUSADA PORQUE OS ALUNOS DA TURMA OU A LISTA DE
      *ESPERA PASSARAM DO LIMITE DA TABELA EM MEMORIA (NADA GRAVADO).
      *CHAMADA:
      *    CALL 'VAGATUR' USING WRK-VAG-PARM.
      *DATA = XX/XX/XXX
      ********************************************
       01 WRK-VAG-PARM.
           03 WRK-VAG-ACAO       PIC X(01).
           03 WRK-VAG-ORIGEM     PIC X(10).
           03 WRK-VAG-TURMA      PIC X(06).
           03 WRK-VAG-MATRICULA  PIC X(10).
           03 WRK-VAG-DISC       PIC X(04).
           03 WRK-VAG-TERMO      PIC X(06).
           03 WRK-VAG-CAPACIDADE PIC 9(03).
           03 WRK-VAG-OCUPADAS   PIC 9(03).
           03 WRK-VAG-OFERTAS    PIC 9(03).
           03 WRK-VAG-FRENTE     PIC 9(03).
           03 WRK-VAG-POSICAO    PIC 9(03).
           03 WRK-VAG-RESULT     PIC X(01).
               88 VAG-LIVRE       VALUE 'L'.
               88 VAG-CHEIA       VALUE 'C'.
               88 VAG-SEM-LIMITE  VALUE 'S'.
               88 VAG-SEM-TURMA   VALUE 'X'.
               88 VAG-RECUSADA    VALUE 'R'.
               88 VAG-ESTOURO     VALUE 'T'.
               88 VAG-PODE-ENTRAR VALUE 'L' 'S' 'X'.
