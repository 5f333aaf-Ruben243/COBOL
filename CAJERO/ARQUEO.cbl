                 88 CAJ-ES-SUPERVISOR VALUE "S".
             02 CAJ-ACTIVO PIC X(01).
                 88 CAJ-ESTA-ACTIVO   VALUE "A".
                 88 CAJ-BLOQUEADO     VALUE "L".
             02 CAJ-FECHA-PIN PIC 9(08).
             02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
             02 CAJ-PIN-ANTERIOR PIC 9(04) OCCURS 3 TIMES.
             02 CAJ-EMPLEADO PIC 9(06).

        FD REPORTE-ARQUEO.
         01 ARQ-LINEA PIC X(60).
