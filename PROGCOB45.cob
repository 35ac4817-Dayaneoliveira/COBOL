           03 CTR-PERC         PIC 9(01)V99.
           03 CTR-VALIDADE-INI PIC 9(08).
           03 CTR-VALIDADE-FIM PIC 9(08).
      *VOLUME COMPROMETIDO PELO CLIENTE NA VIGENCIA (KG), PARA O
      *MONITOR DE CONTRATOS (PROGCOB105). ZERO = SEM COMPROMISSO.
           03 CTR-VOLUME-COMPR PIC 9(07).

       FD  F-CREDLIM.
       01  REG-CREDLIM.
           03 CRL-LIMITE  PIC 9(08)V99.

       FD  F-PEDMESTLMP.
       01  REG-PEDMESTLMP PIC X(232).

       FD  F-CONTRATLMP.
       01  REG-CONTRATLMP PIC X(48).

       FD  F-CREDLIMLMP.
       01  REG-CREDLIMLMP PIC X(30).
