           COPY 'PMSREC.CPY'.

       FD  F-PEDHIST.
       01  REG-PEDHIST PIC X(232).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
