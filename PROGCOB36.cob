           03 USR-SENHA   PIC X(20).
           03 USR-TROCA   PIC X(01).
           03 USR-BLOQUEADO PIC X(01).
           03 USR-PROFESSOR PIC X(30).

       FD  F-HISTVEND.
       01  REG-HISTVEND.
      *FILIAL DO TOTAL TIPO F (TOTAL DO LOTE POR FILIAL) - ZEROS
      *NOS REGISTROS T E V.
           03 HV-FILIAL PIC 9(02).
      *FORMA DE PAGAMENTO DO TOTAL TIPO P (VEJA FPGTAB.CPY) - BRANCO
      *NOS DEMAIS.
           03 HV-FORMA  PIC X(01).

       WORKING-STORAGE SECTION.
      *UM FILE STATUS SO PARA TODOS OS ARQUIVOS: A CONFERENCIA ABRE
