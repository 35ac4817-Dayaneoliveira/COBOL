      ********************************************
      *COPYBOOK - TRUREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DO CADASTRO DE TURMAS
      *(TURMAMEST, MANTIDO PELO PROGCOB71), AGORA NUM COPYBOOK SO,
      *COMO O CADREC.CPY DO CADALUNO - CADA PROGRAMA QUE LIA AS
      *TURMAS REDECLARAVA O MESMO LAYOUT NA MAO. USAR DENTRO DA FILE
      *SECTION, LOGO APOS O FD:
      *    FD  F-TURMAMEST.
      *        COPY 'TRUREC.CPY'.
      *TRU-ETAPA E A ETAPA DO CURSO (SERIE/PERIODO, 01 EM DIANTE)
      *QUE A TURMA ATENDE, A MESMA DA GRADE CURRICULAR (CUR-ETAPA DO
      *PROGCOB73) - E POR ELA QUE A PROMOCAO DO PROGCOB131 ESCOLHE A
      *TURMA DO TERMO SEGUINTE. LINHA ANTIGA, SEM A ETAPA, CHEGA COM
      *BRANCOS: QUEM LE TRATA O CAMPO NAO NUMERICO COMO ZERO (TURMA
      *SEM ETAPA, FORA DA PROMOCAO).
      *TRU-CAPACIDADE E O NUMERO DE LUGARES DA SALA DA TURMA: ALUNO
      *QUE PASSARIA DELE NA INSCRICAO DO PROGCOB72 VAI PARA A LISTA
      *DE ESPERA (VEJA VAGATUR.cob). ZERO - OU BRANCOS, NA LINHA
      *ANTIGA - E TURMA SEM LIMITE.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-TURMAMEST.
           03 TRU-CODIGO    PIC X(06).
           03 TRU-CURSO     PIC X(20).
           03 TRU-TERMO     PIC X(06).
           03 TRU-PROFESSOR PIC X(30).
           03 TRU-ETAPA     PIC 9(02).
           03 TRU-CAPACIDADE PIC 9(03).
