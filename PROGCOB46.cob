           03 PST-OPERADOR  PIC X(20).

       FD  F-PEDHIST.
       01  REG-PEDHIST PIC X(232).

       FD  F-FATTRANSP.
       01  REG-FATURA.
