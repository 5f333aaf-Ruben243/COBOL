             02 CLI-DNI   PIC X(09).
             02 CLI-NOMBRE PIC A(11).
             02 CLI-APELLIDO PIC A(15).
             02 CLI-RESTO PIC X(27).

        FD ORDENES-PERMANENTES.
         01 ORD-REGISTRO.
