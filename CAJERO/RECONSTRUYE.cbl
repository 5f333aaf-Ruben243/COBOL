             02 CLI-DNI    PIC X(09).
             02 CLI-NOMBRE PIC A(11).
             02 CLI-APELLIDO PIC A(15).
             02 CLI-RESTO  PIC X(27).

        FD ORDENES-PERMANENTES.
         01 ORD-REGISTRO.
        FD CAJEROS.
         01 CAJ-REGISTRO.
             02 CAJ-ID    PIC X(08).
             02 CAJ-RESTO PIC X(48).

        FD MOVIMIENTOS-IDX.
         01 MOVIDX-REGISTRO.
           00022-VOLCAR-CLIENTE.
               ADD 1 TO WS-LEIDOS.
               MOVE SPACES TO VOL-LINEA.
               MOVE CLI-REGISTRO TO VOL-LINEA (1:62).
               WRITE VOL-LINEA.
               PERFORM 00021-LEER-CLIENTE.

           00023-RECARGAR-CLIENTE.
               MOVE VOL-LINEA (1:62) TO CLI-REGISTRO.
               WRITE CLI-REGISTRO
                   INVALID KEY
                       ADD 1 TO WS-DESCARTADOS
           00052-VOLCAR-CAJERO.
               ADD 1 TO WS-LEIDOS.
               MOVE SPACES TO VOL-LINEA.
               MOVE CAJ-REGISTRO TO VOL-LINEA (1:56).
               WRITE VOL-LINEA.
               PERFORM 00051-LEER-CAJERO.

           00053-RECARGAR-CAJERO.
               MOVE VOL-LINEA (1:56) TO CAJ-REGISTRO.
               WRITE CAJ-REGISTRO
                   INVALID KEY
                       ADD 1 TO WS-DESCARTADOS
