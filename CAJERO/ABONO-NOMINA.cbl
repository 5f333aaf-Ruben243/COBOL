             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-HORA     PIC 9(02).

        FD MOVIMIENTOS-IDX.
         01 MOVIDX-REGISTRO.
               MOVE 0 TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               PERFORM 00007-GRABAR-MOV-IDX.

