      * Date:
      * Purpose: ADMINISTRACION DE LA RELACION DE TITULARES Y
      *          AUTORIZADOS POR CUENTA (TITULARES.DAT): ALTA DE UN
      *          DNI SOBRE UNA CUENTA CON SU ROL (TITULAR, COTITULAR,
      *          AUTORIZADO O AVALISTA), BAJA, REACTIVACION Y LISTADO
      *          POR CUENTA. EL CAJERO ADMITE EN VENTANILLA A CUALQUIER
      *          DNI ACTIVO DE ESTA RELACION ADEMAS DEL TITULAR
      *          PRINCIPAL DEL REGISTRO DE CUENTA, SALVO A LOS
      *          AVALISTAS: SOLO GARANTIZAN LOS PRESTAMOS DE LA CUENTA
      *          Y RECIBEN LAS CARTAS DE RECLAMACION DE MOROSIDAD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 88 TIT-ES-TITULAR    VALUE "T".
                 88 TIT-ES-COTITULAR  VALUE "C".
                 88 TIT-ES-AUTORIZADO VALUE "A".
                 88 TIT-ES-AVALISTA   VALUE "G".
             02 TIT-ESTADO PIC X(01).
                 88 TIT-ACTIVO   VALUE "A".
                 88 TIT-DE-BAJA  VALUE "B".
             02 CLI-ACTIVO PIC X(01).
                 88 CLI-ESTA-ACTIVO VALUE "A".
                 88 CLI-DE-BAJA     VALUE "B".
             02 CLI-TIPO-DOC PIC X(01).
                 88 CLI-DOC-DNI       VALUE "D".
                 88 CLI-DOC-NIE       VALUE "N".
                 88 CLI-DOC-PASAPORTE VALUE "P".
             02 CLI-CADUCIDAD-DOC PIC 9(08).
             02 CLI-RIESGO PIC X(01).
                 88 CLI-RIESGO-BAJO  VALUE "B".
                 88 CLI-RIESGO-MEDIO VALUE "M".
                 88 CLI-RIESGO-ALTO  VALUE "A".
             02 CLI-FECHA-KYC PIC 9(08).

        FD CAJEROS.
         01 CAJ-REGISTRO.
                 88 CAJ-ES-SUPERVISOR VALUE "S".
             02 CAJ-ACTIVO PIC X(01).
                 88 CAJ-ESTA-ACTIVO   VALUE "A".
                 88 CAJ-BLOQUEADO     VALUE "L".
             02 CAJ-FECHA-PIN PIC 9(08).
             02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
             02 CAJ-PIN-ANTERIOR PIC 9(04) OCCURS 3 TIMES.
             02 CAJ-EMPLEADO PIC 9(06).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-TIT PIC X(02).
               ACCEPT WS-CUENTA-TECLEADA LINE 10 COLUMN 40.
               DISPLAY "DNI: " LINE 11 COLUMN 20.
               ACCEPT WS-DNI-TECLEADO LINE 11 COLUMN 40.
               DISPLAY "ROL (T-TIT/C-COTIT/A-AUTORIZ/G-AVALISTA): "
               LINE 12 COLUMN 20.
               ACCEPT WS-ROL-TECLEADO LINE 12 COLUMN 64.
               IF WS-ROL-TECLEADO NOT = "T"
                   AND WS-ROL-TECLEADO NOT = "C"
                   AND WS-ROL-TECLEADO NOT = "A"
                   AND WS-ROL-TECLEADO NOT = "G"
                   DISPLAY "ROL NO VALIDO, ALTA CANCELADA" LINE 13
                   COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
