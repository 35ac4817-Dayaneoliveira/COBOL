           03 REJ-IMAGEM PIC X(80).

       FD  F-ORCAMAT.
           COPY 'ORCREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-FORMA         PIC X(01) VALUE SPACES.
               MOVE WRK-MATERIAL  TO ORC-MATERIAL
               MOVE WRK-MAT-PRECO TO ORC-PRECO-M2
               MOVE WRK-MAT-CUSTO TO ORC-CUSTO
               MOVE SPACE         TO ORC-SITUACAO
               MOVE ZEROS         TO ORC-DATA-DECISAO
               MOVE ZEROS         TO ORC-OS
               WRITE REG-ORCAMAT
               CLOSE F-ORCAMAT
           END-IF.
