      ********************************************
      *COPYBOOK - RCTREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DA RECERTIFICACAO TRIMESTRAL DE
      *ACESSOS (RECERT), MANTIDO PELO PROGCOB137: UMA LINHA POR
      *USUARIO DO CADASTRO NO CICLO CORRENTE, COM O SUPERVISOR QUE
      *RESPONDE POR ELE, O NIVEL E O ULTIMO LOGIN CONCEDIDO NO ACESSOS
      *NA ABERTURA DO CICLO, E A DECISAO. O ARQUIVO SO GUARDA O CICLO
      *CORRENTE - CADA DECISAO JA FICA NO USRLOG, QUE E A TRILHA DOS
      *AUDITORES.
      *RCT-CICLO = ANO E TRIMESTRE (20263 = JUL-SET DE 2026).
      *RCT-SUPERVISOR EM BRANCO = USUARIO SEM SUPERVISOR VINCULADO NO
      *USRSUPV - QUEM CERTIFICA E UM ADM.
      *SITUACAO: P = PENDENTE; C = CONFIRMADO; R = REVOGADO PELO
      *SUPERVISOR (USUARIO BLOQUEADO); B = BLOQUEADO SOZINHO, SEM
      *DECISAO NO PRAZO.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-RECERT.
      *        COPY 'RCTREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-RECERT.
           03 RCT-CICLO        PIC 9(05).
           03 RCT-CICLO-R REDEFINES RCT-CICLO.
               05 RCT-CICLO-ANO PIC 9(04).
               05 RCT-CICLO-TRI PIC 9(01).
           03 RCT-USUARIO      PIC X(20).
           03 RCT-NIVEL        PIC 9(02).
           03 RCT-SUPERVISOR   PIC X(20).
           03 RCT-ABERTURA     PIC 9(08).
           03 RCT-ULT-LOGIN    PIC X(14).
           03 RCT-SITUACAO     PIC X(01).
               88 RCT-PENDENTE   VALUE 'P'.
               88 RCT-CONFIRMADO VALUE 'C'.
               88 RCT-REVOGADO   VALUE 'R'.
               88 RCT-BLOQUEADO  VALUE 'B'.
           03 RCT-DECISOR      PIC X(20).
           03 RCT-DATA-DECISAO PIC 9(08).
