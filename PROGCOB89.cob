           03 PLG-ADM       PIC X(20).
           03 PLG-ACAO      PIC X(10).
           03 PLG-NIVEL     PIC 9(02).
           03 PLG-OPCAO     PIC 9(03).

       FD  F-AUDITLOG.
       01  REG-AUDITLOG.
