           COPY 'PMSREC.CPY'.

       FD  F-PEDHIST.
       01  REG-PEDHIST PIC X(232).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDMESTRE PIC X(02) VALUE '00'.
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF (PMS-SITUACAO = 'D' OR PMS-SITUACAO = 'X'
                       OR PMS-SITUACAO = 'V')
                       AND PMS-DATA < WRK-DATA-CORTE
                       MOVE REG-PEDMESTRE TO REG-PEDHIST
                       WRITE REG-PEDHIST
