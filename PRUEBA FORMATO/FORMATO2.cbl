      * Author:RUBEN GINES
      * Date:02-09-2020
      * Purpose:PROBAR FORMATO CON FILLERY COLORES
      *         EN EL ALTA SE RECOGE TAMBIEN EL TIPO Y LA CADUCIDAD
      *         DEL DOCUMENTO DE IDENTIDAD Y EL NIVEL DE RIESGO DEL
      *         CLIENTE; LA FECHA DE REVISION KYC ES LA DEL ALTA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

        FD DIRECCIONES.
         01 DIR-REGISTRO.
       77 WS-EDAD-VALIDO PIC X(01) VALUE "N".
           88 WS-EDAD-ES-VALIDA VALUE "S".

      * DOCUMENTO DE IDENTIDAD Y NIVEL DE RIESGO DEL CLIENTE NUEVO
       77 WS-TIPO-DOC PIC X(01).
       77 WS-CADUCIDAD-DOC PIC 9(08).
       77 WS-RIESGO PIC X(01).
       77 WS-DOC-VALIDO PIC X(01) VALUE "N".
           88 WS-DOC-ES-VALIDO VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               PERFORM 00001A-PEDIR-DNI UNTIL WS-DNI-ES-VALIDO.
               PERFORM 00001B-CHEQUEAR-DUPLICADO.
               PERFORM 00001C-ACEPTAR-FECHA UNTIL WS-EDAD-ES-VALIDA.
               IF NOT WS-CLIENTE-ENCONTRADO
                   PERFORM 00001D-ACEPTAR-DOCUMENTO
                       UNTIL WS-DOC-ES-VALIDO
               END-IF.

      *RUTINA QUE CAPTURA EL DNI Y RECHAZA UN FORMATO/LETRA INCORRECTO
           00001A-PEDIR-DNI.
                   SUBTRACT 1 FROM WS-EDAD
               END-IF.

      *RUTINA QUE CAPTURA EL DOCUMENTO DE IDENTIDAD, QUE NO PUEDE
      *ESTAR CADUCADO EN EL ALTA, Y EL NIVEL DE RIESGO (MEDIO SI SE
      *DEJA EN BLANCO)
           00001D-ACEPTAR-DOCUMENTO.
               DISPLAY "TIPO DOCUMENTO (D-DNI/N-NIE/P-PASAPORTE)"
                   LINE 11.
               ACCEPT WS-TIPO-DOC LINE 11 COLUMN 45 BACKGROUND-COLOR 1.
               IF WS-TIPO-DOC NOT = "N" AND WS-TIPO-DOC NOT = "P"
                   MOVE "D" TO WS-TIPO-DOC
               END-IF.
               DISPLAY "CADUCIDAD DEL DOCUMENTO (AAAAMMDD)" LINE 12.
               ACCEPT WS-CADUCIDAD-DOC LINE 12 COLUMN 45
                   BACKGROUND-COLOR 1.
               DISPLAY "RIESGO (B-BAJO/M-MEDIO/A-ALTO)" LINE 13.
               ACCEPT WS-RIESGO LINE 13 COLUMN 45 BACKGROUND-COLOR 1.
               IF WS-RIESGO NOT = "B" AND WS-RIESGO NOT = "A"
                   MOVE "M" TO WS-RIESGO
               END-IF.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               IF WS-CADUCIDAD-DOC NOT > WS-FECHA-SISTEMA
                   DISPLAY "DOCUMENTO CADUCADO,NO SE PUEDE DAR DE ALTA"
                       LINE 16 BACKGROUND-COLOR 4
               ELSE
                   SET WS-DOC-ES-VALIDO TO TRUE
               END-IF.

      *RUTINA QUE MOSTRARA LOS DATOS DEL USUARIO Y LO DARA DE ALTA
           00002-MOSTRAR.
               DISPLAY WS-DATOS-PERSONALES LINE 14.
               MOVE WS-MES      TO CLI-MES.
               MOVE WS-ANIO     TO CLI-ANIO.
               MOVE "A"         TO CLI-ACTIVO.
               MOVE WS-TIPO-DOC TO CLI-TIPO-DOC.
               MOVE WS-CADUCIDAD-DOC TO CLI-CADUCIDAD-DOC.
               MOVE WS-RIESGO   TO CLI-RIESGO.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE WS-FECHA-SISTEMA TO CLI-FECHA-KYC.
               WRITE CLI-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL CLIENTE" LINE 16
