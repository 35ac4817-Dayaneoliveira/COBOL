      ********************************************
      *COPYBOOK - LESREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DA LISTA DE ESPERA POR VAGA NA
      *TURMA (LISTAESP). GRAVADO SO PELA SUB-ROTINA VAGATUR (VEJA
      *VAGCALL.CPY): O ALUNO RECUSADO NA INSCRICAO DO PROGCOB72 POR
      *TURMA LOTADA ENTRA NO FIM DA LISTA, E A ORDEM DO ARQUIVO E A
      *ORDEM DO PEDIDO. UMA LINHA POR ALUNO, TURMA E TERMO.
      *SITUACAO: A = AGUARDANDO VAGA; O = VAGA OFERECIDA (A FAMILIA
      *FOI AVISADA E O LUGAR FICA GUARDADO PARA O ALUNO); M = ALUNO
      *INSCRITO NA TURMA (SAIU DA LISTA); C = DESISTENCIA OU OFERTA
      *RECUSADA (SAIU DA LISTA). LES-DATA-SIT E A DATA DA ULTIMA
      *MUDANCA DE SITUACAO (NA OFERTA, A DATA DA OFERTA).
      *LES-DISC E A DISCIPLINA DO PRIMEIRO PEDIDO, PARA A SECRETARIA
      *SABER POR ONDE COMECAR A INSCRICAO QUANDO A VAGA SAIR.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-LISTAESP.
      *        COPY 'LESREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-LISTAESP.
           03 LES-DATA-PEDIDO PIC 9(08).
           03 LES-HORA-PEDIDO PIC 9(06).
           03 LES-MATRICULA   PIC X(10).
           03 LES-TURMA       PIC X(06).
           03 LES-TERMO       PIC X(06).
           03 LES-DISC        PIC X(04).
           03 LES-SITUACAO    PIC X(01).
               88 LES-AGUARDANDO VALUE 'A'.
               88 LES-OFERTADA   VALUE 'O'.
               88 LES-INSCRITO   VALUE 'M'.
               88 LES-CANCELADA  VALUE 'C'.
               88 LES-NA-LISTA   VALUE 'A' 'O'.
           03 LES-DATA-SIT    PIC 9(08).
           03 LES-ORIGEM      PIC X(10).
