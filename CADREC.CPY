      ********************************************
      *COPYBOOK - CADREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DO CADASTRO DE ALUNOS
      *(CADALUNO), AGORA NUM COPYBOOK SO, COMO O PMSREC.CPY DO
      *PEDMESTRE. O ARQUIVO E INDEXADO COM CHAVE EM CAD-MATRICULA:
      *A MANUTENCAO DO PROGCOB20 GRAVA/REGRAVA/EXCLUI O REGISTRO
      *INDIVIDUAL E OS DEMAIS PROGRAMAS FAZEM READ DIRETO PELA
      *MATRICULA, SEM TABELA EM MEMORIA NEM TETO DE ALUNOS. A CARGA/
      *DESCARGA ENTRE O INDEXADO E A IMAGEM SEQUENCIAL (CADALUNSEQ)
      *E DO PROGCOB47; O BACKUP EM GERACOES E DO PROGCOB37.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-CADALUNO.
      *        COPY 'CADREC.CPY'.
      *A IMAGEM SEQUENCIAL TEM O MESMO TAMANHO DESTE REGISTRO:
      *PIC X(077). IMAGENS ANTIGAS DE 68 POSICOES (SEM A SITUACAO)
      *SAO ACEITAS NA CARGA/RESTAURACAO COMO ALUNO ATIVO.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-CADALUNO.
      *MATRICULA DO ALUNO - CHAVE DO ARQUIVO.
           03 CAD-MATRICULA PIC X(10).
           03 CAD-NOME      PIC X(30).
           03 CAD-CURSO     PIC X(20).
           03 CAD-TURMA     PIC X(06).
           03 CAD-BOLSA-PCT PIC 9(02).
      *SITUACAO DO ALUNO: SO O PROGCOB130 (TRANSFERENCIA, TRANCAMENTO,
      *DESLIGAMENTO E RETORNO) MUDA A SITUACAO, REGISTRANDO NO
      *ALUNOMOV. CAD-SIT-DATA E A DATA EFETIVA DA ULTIMA MUDANCA
      *(ZEROS SE O ALUNO NUNCA FOI MOVIMENTADO).
           03 CAD-SITUACAO  PIC X(01).
              88 CAD-ATIVO       VALUE 'A' SPACE.
              88 CAD-TRANCADO    VALUE 'T'.
              88 CAD-DESLIGADO   VALUE 'D'.
           03 CAD-SIT-DATA  PIC 9(08).
