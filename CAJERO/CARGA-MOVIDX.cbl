             02 MOVL-ORIGEN   PIC X(01).
             02 FILLER        PIC X(01).
             02 MOVL-TERMINAL PIC X(04).
             02 FILLER        PIC X(01).
             02 MOVL-HORA     PIC 9(02).

        FD MOVIMIENTOS-IDX.
         01 MOVIDX-REGISTRO.
