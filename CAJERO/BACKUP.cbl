             02 CLI-DNI   PIC X(09).
             02 CLI-NOMBRE PIC A(11).
             02 CLI-APELLIDO PIC A(15).
             02 CLI-RESTO PIC X(27).

        FD ORDENES-PERMANENTES.
         01 ORD-REGISTRO.
        FD EMPLEADOS.
         01 EMP-REGISTRO.
             02 EMP-ID    PIC 9(06).
             02 EMP-RESTO PIC X(110).

        FD GENERACION.
         01 GEN-REGISTRO PIC X(116).
           00004B-VOLCAR-CLIENTE.
               ADD 1 TO WS-REGISTROS.
               MOVE SPACES TO GEN-REGISTRO.
               MOVE CLI-REGISTRO TO GEN-REGISTRO (1:62).
               WRITE GEN-REGISTRO.
               PERFORM 00004A-LEER-CLIENTE.

           00006B-VOLCAR-EMPLEADO.
               ADD 1 TO WS-REGISTROS.
               MOVE SPACES TO GEN-REGISTRO.
               MOVE EMP-REGISTRO TO GEN-REGISTRO (1:116).
               WRITE GEN-REGISTRO.
               PERFORM 00006A-LEER-EMPLEADO.

