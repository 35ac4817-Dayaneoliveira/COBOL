      ********************************************
       01  WRK-TAB-MANIFESTO-DADOS.
       03 FILLER PIC X(32) VALUE 'PROGCOB-MENUDECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB-MENUAPFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB05   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB05   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB05   ARITERR.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB18   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB18   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB18   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB18   CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB18   AMVREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB18   TRUREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB19   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB19   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB19   CPYMANF.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB23   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB23   INPMODE.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB23   VALIDCK.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB23   CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB23   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB23   CHMREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB23   APFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB24   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB24   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB25   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB27   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB27   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB27   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB27   CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB27   TRUREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB28   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB28   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB9    SLATAB.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB32   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB32   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB11   MATTAB.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB11   ORCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB06   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB33   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB33   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB10   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB15   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB20   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB20   CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB28   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB06   MSGCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB06   LANREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB06   REXREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB06   SALREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB9    MSGCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB07   IOERRCK.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB07   CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB07   APFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB08   IOERRCK.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB08   APFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB08   CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB9    IOERRCK.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB12   IOERRCK.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB12   CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB12   APFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB15   IOERRCK.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB15   FPGTAB.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB40   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB40   UFTAB.CPY           '.
       03 FILLER PIC X(32) VALUE 'PROGCOB40   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB42   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB43   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB43   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB43   PRDREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB44   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB44   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB44   UFTAB.CPY           '.
       03 FILLER PIC X(32) VALUE 'PROGCOB44   CLIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB45   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB45   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB45   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB34   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB36   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB37   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB37   CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB37   CLIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB37   ESIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB37   ESTREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB37   PRDREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB42   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB42   ENTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB45   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB46   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB47   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB47   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB47   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB47   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB47   CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB47   CLIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB47   ESIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB47   ESTREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB47   PRDREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB48   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB48   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB48   VALIDDCK.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB48   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB48   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB48   OVRREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB49   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB49   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB49   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB54   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB54   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB54   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB54   BKOREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB54   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB54   NTFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB54   ESTREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB54   PRDREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB28   ESTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB28   BKOREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB28   NTFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB49   ESTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB49   NTFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB53   ESTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB53   VEIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB53   CRGREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB53   NTFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'ESTOQMOV    DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'ESTOQMOV    ESTREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB55   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB55   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB55   DATAFMT.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB55   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB55   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB55   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB55   FCLREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB55   CURTAB.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB55   ICMCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB55   ICMREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB55   CLIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB56   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB56   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB56   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB56   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB56   MVCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB56   ECFREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB56   ENCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB56   NCRREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB56   FCLREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB56   VCBREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB56   CURTAB.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB57   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB57   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB57   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB61   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB61   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB61   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB61   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB62   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB62   UFTAB.CPY           '.
       03 FILLER PIC X(32) VALUE 'PROGCOB62   VALIDDCK.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB62   MSGCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB62   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB62   PRCCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB62   ENTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB62   CLIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB62   PRDREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB63   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB63   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB63   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB66   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB66   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB66   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB66   ENCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB66   NCRREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB66   VCBREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB66   ICMREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB66   LANREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB66   DATAFMT.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB66   LMDREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB66   LRGREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB66   CMFREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB66   CXFREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB67   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB67   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB67   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB67   REXREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB67   SALREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB68   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB68   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB68   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB68   REXREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB68   SALREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB68   SCXREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB69   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB69   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB69   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB70   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB71   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB71   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB71   TRUREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB71   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB71   VAGCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB72   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB72   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB72   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB72   CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB72   VAGCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB73   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB73   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB73   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB73   CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB74   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB74   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB74   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB75   ARITERR.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB75   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB75   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB75   APFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB76   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB76   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB76   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB76   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB76   ECFREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB76   ENCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB76   NTFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB76   CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB77   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB77   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB77   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB77   NTFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB77   CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB78   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB78   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB79   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB80   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB80   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB80   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB80   CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB81   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB81   MATTAB.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB81   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB81   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB81   ORCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB82   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB82   DATAFMT.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB82   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB87   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB88   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB88   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB88   SODREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB89   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB89   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB89   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB90   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB90   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB90   UFTAB.CPY           '.
       03 FILLER PIC X(32) VALUE 'PROGCOB91   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB91   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB91   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB60   ESTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB60   ENTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB60   NTFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB92   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB92   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB93   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB93   MATTAB.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB93   ESTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB93   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB93   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB93   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB93   ESTREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB94   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB94   DATAFMT.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB94   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB94   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB94   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB95   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB95   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB95   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB96   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB96   ESTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB96   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB96   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB96   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB96   ESTREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB96   PRDREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB97   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB97   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB97   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB97   TRFREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB97   ESTREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB97   PRDREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB98   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB98   BKOREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB98   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB98   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB98   PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB98   NTFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB99   DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB99   TRFREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB99   ESTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB99   AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB99   LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB99   RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB100  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB100  PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB100  BKOREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB100  TRFREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB100  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB100  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB100  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB100  ESTREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB101  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB101  PRCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB101  DSCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB101  OVRREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB101  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB101  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB101  CLIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB101  PRDREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PRCCALC     DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PRCCALC     PRCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PRCCALC     DSCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB9    PRCCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB9    OVRREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB9    ENTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB102  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB102  ENTREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB102  CEPREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB102  UFTAB.CPY           '.
       03 FILLER PIC X(32) VALUE 'PROGCOB102  ENTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB102  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB102  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB102  CLIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'ENTCALC     DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'ENTCALC     ENTREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'ENTCALC     CEPREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB103  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB103  PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB103  UFTAB.CPY           '.
       03 FILLER PIC X(32) VALUE 'PROGCOB103  ENTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB103  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB103  CLIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB103  PRDREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB104  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB104  PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB104  DATAFMT.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB104  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB104  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB104  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB104  NTFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB104  CLIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB105  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB105  PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB105  UFTAB.CPY           '.
       03 FILLER PIC X(32) VALUE 'PROGCOB105  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB105  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB105  CLIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB106  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB106  MVCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB106  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB106  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB106  FCLREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB106  CLIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB107  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB107  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB107  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB107  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB107  MVCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB107  FCLREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB107  CLIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB108  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB108  PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB108  RMAREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB108  MVCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB108  NCRREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB108  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB108  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB108  ESTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB108  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB108  FCLREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB109  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB109  PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB109  TINREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB109  UFTAB.CPY           '.
       03 FILLER PIC X(32) VALUE 'PROGCOB109  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB109  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB9    TINREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB9    FCLREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB9    ICMCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB9    CLIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB9    PRDREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB9    FXPTAB.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB110  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB110  VEIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB110  CRGREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB110  PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB110  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB110  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB111  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB111  PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB111  UFTAB.CPY           '.
       03 FILLER PIC X(32) VALUE 'PROGCOB111  MVCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB111  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB111  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB111  FCLREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB111  FXPTAB.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB112  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB112  ICTREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB112  UFTAB.CPY           '.
       03 FILLER PIC X(32) VALUE 'PROGCOB112  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB113  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB113  ICMREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB113  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB113  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB114  PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB114  STFREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB114  UFTAB.CPY           '.
       03 FILLER PIC X(32) VALUE 'PROGCOB114  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB114  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB114  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB114  FXPTAB.CPY          '.
       03 FILLER PIC X(32) VALUE 'NOTIFICA    DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'NOTIFICA    NTFREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'NOTIFICA    ENTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'NOTIFICA    CLIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB115  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB115  NTFREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB115  NTRREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB115  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB115  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB116  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB116  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB116  ESTCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB116  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB116  MATTAB.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB116  ORCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB116  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB117  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB117  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB117  LANREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB117  REXREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB117  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB117  SALREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB118  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB118  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB118  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB118  OANREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB118  REXREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB118  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB119  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB119  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB119  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB119  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB119  SALREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB119  SMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB120  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB120  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB120  EXCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB120  EXDREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB120  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB120  REXREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB120  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB120  SALREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB121  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB121  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB121  LMDREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB122  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB122  CSNREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB122  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB122  FCLREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB122  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB122  MSGCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB122  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB122  SALREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB123  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB123  DATAFMT.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB123  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB123  ECFREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB123  FCLREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB123  MVCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB123  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB123  SALREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB123  SCXREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB124  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB124  CMFREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB124  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB124  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB124  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB125  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB125  CXFREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB125  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB125  FPGTAB.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB125  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB125  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB126  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB126  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB126  HORREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB126  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB126  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB126  TRUREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB127  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB127  CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB127  CHMREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB127  DATAFMT.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB127  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB127  HORREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB127  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB127  VALIDCK.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB127  TRUREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB127  APFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB128  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB128  CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB128  CHMREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB128  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB128  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB128  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB128  DATAFMT.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB129  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB129  CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB129  CHMREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB129  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB129  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB129  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB129  VALIDCK.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB130  AMVREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB130  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB130  CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB130  DATAFMT.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB130  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB130  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB130  TRUREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB130  VAGCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB131  AMVREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB131  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB131  CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB131  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB131  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB131  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB131  TRUREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB132  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB132  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB132  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB132  VAGCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB132  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB132  TRUREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB132  CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB132  LESREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB133  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB133  CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB133  ECFREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB133  ENCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB133  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB133  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB133  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB134  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB134  PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB134  CLIREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB134  ESTREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB134  PRDREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB134  CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB134  FCLREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB134  MSGCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'PROGCOB134  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB134  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB135  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB135  ALTREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB135  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB135  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB136  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB136  SODREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB136  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB136  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB137  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB137  RCTREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB137  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB137  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB138  DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB138  PMSREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB138  FCLREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB138  MVCREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB138  REXREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB138  CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB138  TRUREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB138  AMVREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'PROGCOB138  AUDITCALL.CPY       '.
       03 FILLER PIC X(32) VALUE 'PROGCOB138  LOCKCALL.CPY        '.
       03 FILLER PIC X(32) VALUE 'PROGCOB138  RPTHDR.CPY          '.
       03 FILLER PIC X(32) VALUE 'AUTPROF     AMVREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'AUTPROF     CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'AUTPROF     DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'AUTPROF     HORREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'AUTPROF     TRUREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'ICMSCALC    DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'ICMSCALC    ICTREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'ICMSCALC    UFTAB.CPY           '.
       03 FILLER PIC X(32) VALUE 'VAGATUR     CADREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'VAGATUR     DECPOINT.CPY        '.
       03 FILLER PIC X(32) VALUE 'VAGATUR     LESREC.CPY          '.
       03 FILLER PIC X(32) VALUE 'VAGATUR     NTFCALL.CPY         '.
       03 FILLER PIC X(32) VALUE 'VAGATUR     TRUREC.CPY          '.
       01  WRK-TAB-MANIFESTO REDEFINES WRK-TAB-MANIFESTO-DADOS.
           03 WRK-MAN-ITEM OCCURS 768 TIMES.
               05 WRK-MAN-PROGRAMA  PIC X(12).
               05 WRK-MAN-COPYBOOK  PIC X(20).
       77  WRK-MAN-QTD PIC 9(04) VALUE 768.
