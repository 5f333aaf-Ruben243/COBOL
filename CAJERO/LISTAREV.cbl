      *          SALIENTE DEVUELVE EL CARGO A LA CUENTA ORIGEN COMO
      *          TRANSF-DEV. CADA DECISION DEJA SU IMAGEN ANTERIOR Y
      *          POSTERIOR EN AUDITORIA.TXT CON EL SUPERVISOR.
      *          UN ENTRANTE CON IBAN SE ABONA EN LA CUENTA QUE TIENE
      *          ESE IBAN EN CUENTAS-IBAN.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

      *    IBAN DE CADA CUENTA (VER IBAN-CONV), ACCESIBLE TAMBIEN POR
      *    EL PROPIO IBAN
           SELECT CUENTAS-IBAN ASSIGN TO "../CUENTAS-IBAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBN-CUENTA
           ALTERNATE RECORD KEY IS IBN-IBAN
           FILE STATUS IS WS-STATUS-IBN.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "../MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

             02 RET-SENTIDO PIC X(01).
                 88 RET-ENTRANTE VALUE "E".
                 88 RET-SALIENTE VALUE "S".
             02 RET-DETALLE PIC X(96).
             02 RET-NOMBRE  PIC X(30).
             02 RET-COINCIDENCIA PIC X(30).
             02 RET-FECHA   PIC 9(08).
                 88 CAJ-ES-SUPERVISOR VALUE "S".
             02 CAJ-ACTIVO PIC X(01).
                 88 CAJ-ESTA-ACTIVO   VALUE "A".
                 88 CAJ-BLOQUEADO     VALUE "L".
             02 CAJ-FECHA-PIN PIC 9(08).
             02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
             02 CAJ-PIN-ANTERIOR PIC 9(04) OCCURS 3 TIMES.
             02 CAJ-EMPLEADO PIC 9(06).

        FD MOVIMIENTOS.
         01 MOV-REGISTRO.
             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-HORA     PIC 9(02).

        FD MOVIMIENTOS-IDX.
         01 MOVIDX-REGISTRO.
             02 AUD-DESPUES  PIC X(116).

        FD REMESA-SALIDA.
         01 SAL-LINEA PIC X(96).

        FD ERRORES.
         01 ERR-LINEA.
             02 ERR-CODIGO   PIC X(02).
             02 FILLER       PIC X(01).
             02 ERR-REGISTRO PIC X(96).

        FD CUENTAS-IBAN.
         01 IBN-REGISTRO.
             02 IBN-CUENTA     PIC 9(11).
             02 IBN-IBAN       PIC X(34).
             02 IBN-FECHA-ALTA PIC 9(08).

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).
       77 WS-STATUS-MIX PIC X(02).
       77 WS-STATUS-SEC-MIX PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-STATUS-IBN PIC X(02).
       77 WS-OPCION PIC 9(01).
       77 WS-EOF-RTN PIC X(01) VALUE "N".
           88 WS-FIN-RTN VALUE "S".
           05 WS-DET-CUENTA-DESTINO PIC X(11).
           05 WS-DET-IMPORTE        PIC X(11).
           05 WS-DET-CONCEPTO       PIC X(20).
           05 WS-DET-IBAN-DESTINO   PIC X(34).
       77 WS-IMPORTE-NUM PIC 9(09)V99.
       77 WS-IMPORTE-X REDEFINES WS-IMPORTE-NUM PIC X(11).
       77 WS-CUENTA-NUM PIC 9(11).
               BACKGROUND-COLOR IS 2.

           00009-ABONAR-ENTRANTE.
               IF WS-DET-IBAN-DESTINO NOT = SPACES
                   PERFORM 00009A-BUSCAR-IBAN
               END-IF.
               IF WS-DET-CUENTA-DESTINO NOT NUMERIC
                   OR WS-DET-IMPORTE NOT NUMERIC
                   DISPLAY "DETALLE MAL FORMADO, ABONELO A MANO"
                   CLOSE CUENTAS
               END-IF.

      *        EL IBAN DEL DETALLE MANDA SOBRE LA CUENTA DE 11
      *        CIFRAS; SI NO ES NUESTRO EL DETALLE QUEDA SIN CUENTA
           00009A-BUSCAR-IBAN.
               MOVE SPACES TO WS-DET-CUENTA-DESTINO.
               OPEN INPUT CUENTAS-IBAN.
               IF WS-STATUS-IBN = "00"
                   MOVE WS-DET-IBAN-DESTINO TO IBN-IBAN
                   READ CUENTAS-IBAN KEY IS IBN-IBAN
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE IBN-CUENTA TO WS-DET-CUENTA-DESTINO
                   END-READ
                   CLOSE CUENTAS-IBAN
               END-IF.

           00010-DEVOLVER-CARGO.
               IF WS-DET-CUENTA-ORIGEN NOT NUMERIC
                   OR WS-DET-IMPORTE NOT NUMERIC
               MOVE 0 TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               CLOSE MOVIMIENTOS.
               PERFORM 00014-GRABAR-MOV-IDX.
