      *          REINTEGRO SUPERA EL UMBRAL, Y PERMITE APROBARLAS O
      *          DENEGARLAS DESDE LA MESA DEL SUPERVISOR SIN ACUDIR AL
      *          PUESTO DEL CAJERO. LA DECISION Y EL ID DEL SUPERVISOR
      *          QUEDAN EN LA PETICION Y VIAJAN AL MOVIMIENTO. UN
      *          SUPERVISOR NO PUEDE APROBAR UNA PETICION SOBRE UNA
      *          CUENTA PROPIA: LA DE ABONO DE SU NOMINA O CUALQUIERA
      *          EN LA QUE SU DNI FIGURE COMO INTERVINIENTE ACTIVO EN
      *          TITULARES.DAT (A TRAVES DEL EMPLEADO VINCULADO A SU
      *          ID DE CAJERO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

           SELECT EMPLEADOS
           ASSIGN TO "../Uso de variables/EMPLEADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-STATUS-EMP.

           SELECT TITULARES ASSIGN TO "../TITULARES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TIT-CLAVE
           FILE STATUS IS WS-STATUS-TIT.

       DATA DIVISION.
       FILE SECTION.
        FD AUTORIZACIONES.
                 88 CAJ-ES-SUPERVISOR VALUE "S".
             02 CAJ-ACTIVO PIC X(01).
                 88 CAJ-ESTA-ACTIVO   VALUE "A".
                 88 CAJ-BLOQUEADO     VALUE "L".
             02 CAJ-FECHA-PIN PIC 9(08).
             02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
             02 CAJ-PIN-ANTERIOR PIC 9(04) OCCURS 3 TIMES.
             02 CAJ-EMPLEADO PIC 9(06).

        FD EMPLEADOS.
         01 EMP-REGISTRO.
             02 EMP-ID               PIC 9(06).
             02 EMP-NOMBRE-TRAB      PIC A(20).
             02 EMP-APELLIDO-PATERNO PIC A(20).
             02 EMP-APELLIDO-MATERNO PIC A(20).
             02 EMP-EDAD             PIC 9(02).
             02 EMP-SALARIO          PIC 9(05)V99.
             02 EMP-BANDERA          PIC 9(01).
                 88 EMP-ACTIVO   VALUE 1.
                 88 EMP-INACTIVO VALUE 0.
             02 EMP-CUENTA           PIC 9(11).
             02 EMP-BANCO            PIC X(01).
             02 EMP-DNI              PIC X(09).
             02 EMP-FECHA-BAJA       PIC 9(08).
             02 EMP-MOTIVO-BAJA      PIC X(02).
             02 EMP-FINIQUITO        PIC X(01).
                 88 EMP-FINIQUITO-PENDIENTE VALUE "P".
                 88 EMP-FINIQUITO-PAGADO    VALUE "L".
             02 EMP-CENTRO-COSTE     PIC X(04).
             02 EMP-DEPARTAMENTO     PIC X(04).

        FD TITULARES.
         01 TIT-REGISTRO.
             02 TIT-CLAVE.
                 03 TIT-CUENTA PIC 9(11).
                 03 TIT-DNI    PIC X(09).
             02 TIT-ROL PIC X(01).
             02 TIT-ESTADO PIC X(01).
                 88 TIT-ACTIVO   VALUE "A".
                 88 TIT-DE-BAJA  VALUE "B".
             02 TIT-FECHA-ALTA PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-AUT PIC X(02).
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-EMP PIC X(02).
       77 WS-STATUS-TIT PIC X(02).
       77 WS-OPCION PIC 9(01).
       77 WS-EOF-AUT PIC X(01) VALUE "N".
           88 WS-FIN-AUT VALUE "S".
       77 WS-ACCESO-OK PIC X(01) VALUE "N".
           88 WS-ACCESO-CONCEDIDO VALUE "S".

      * CUENTA DE NOMINA Y DNI DEL EMPLEADO VINCULADO AL SUPERVISOR,
      * PARA NO DEJARLE APROBAR PETICIONES SOBRE SUS PROPIAS CUENTAS
       77 WS-SUP-EMPLEADO PIC 9(06) VALUE 0.
       77 WS-SUP-CUENTA   PIC 9(11) VALUE 0.
       77 WS-SUP-DNI      PIC X(09) VALUE SPACES.
       77 WS-PROPIA-OK PIC X(01).
           88 WS-CUENTA-PROPIA VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 00001-CONTROL-ACCESO.
                           IF CAJ-ES-SUPERVISOR AND CAJ-ESTA-ACTIVO
                               AND CAJ-PIN = WS-SUP-PIN
                               SET WS-ACCESO-CONCEDIDO TO TRUE
                               MOVE CAJ-EMPLEADO TO WS-SUP-EMPLEADO
                           ELSE
                               DISPLAY "ACCESO DENEGADO" LINE 5
                               COLUMN 20 BACKGROUND-COLOR IS 4
                   END-READ
                   CLOSE CAJEROS
               END-IF.
               IF WS-ACCESO-CONCEDIDO AND WS-SUP-EMPLEADO > 0
                   PERFORM 00001A-CARGAR-EMPLEADO
               END-IF.
               IF NOT WS-ACCESO-CONCEDIDO
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               END-IF.

           00001A-CARGAR-EMPLEADO.
               OPEN INPUT EMPLEADOS.
               IF WS-STATUS-EMP = "00"
                   MOVE WS-SUP-EMPLEADO TO EMP-ID
                   READ EMPLEADOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE EMP-CUENTA TO WS-SUP-CUENTA
                           MOVE EMP-DNI TO WS-SUP-DNI
                   END-READ
                   CLOSE EMPLEADOS
               END-IF.

           00002-MENU.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "COLA DE AUTORIZACIONES" LINE 2 COLUMN 20
                   DISPLAY "APROBAR (A) O DENEGAR (D): " LINE 11
                   COLUMN 20
                   ACCEPT WS-DECISION LINE 11 COLUMN 48
                   IF WS-DECISION = "A" OR "a"
                       PERFORM 00005-COMPROBAR-CUENTA-PROPIA
                   END-IF
                   IF (WS-DECISION = "A" OR "a") AND WS-CUENTA-PROPIA
                       DISPLAY "CUENTA PROPIA DEL SUPERVISOR, DEBE"
                       " RESOLVERLA OTRO" LINE 12 COLUMN 20
                       BACKGROUND-COLOR IS 4
                   ELSE
                   IF WS-DECISION = "A" OR "a"
                       MOVE "A" TO AUT-ESTADO
                       MOVE WS-SUP-ID TO AUT-SUPERVISOR
                       LINE 12 COLUMN 20 BACKGROUND-COLOR IS 4
                   END-IF
                   END-IF
                   END-IF
               END-IF.

      *        LA CUENTA DE LA PETICION ES PROPIA DEL SUPERVISOR SI ES
      *        LA DE SU NOMINA O SI SU DNI INTERVIENE EN ELLA
           00005-COMPROBAR-CUENTA-PROPIA.
               MOVE "N" TO WS-PROPIA-OK.
               IF WS-SUP-CUENTA > 0 AND AUT-CUENTA = WS-SUP-CUENTA
                   SET WS-CUENTA-PROPIA TO TRUE
               END-IF.
               IF NOT WS-CUENTA-PROPIA AND WS-SUP-DNI NOT = SPACES
                   OPEN INPUT TITULARES
                   IF WS-STATUS-TIT = "00"
                       MOVE AUT-CUENTA TO TIT-CUENTA
                       MOVE WS-SUP-DNI TO TIT-DNI
                       READ TITULARES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF TIT-ACTIVO
                                   SET WS-CUENTA-PROPIA TO TRUE
                               END-IF
                       END-READ
                       CLOSE TITULARES
                   END-IF
               END-IF.

       END PROGRAM SUPAUT.
