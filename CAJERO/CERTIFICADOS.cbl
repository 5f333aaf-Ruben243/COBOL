      *          SU NOMBRE COMPLETO DEL MAESTRO DE CLIENTES) Y LA
      *          CIFRA TOTAL A INGRESAR A HACIENDA POR LA OFICINA.
      *          LA DIRECCION DE ENVIO DE CADA CERTIFICADO SE TOMA
      *          DEL MAESTRO DE DIRECCIONES (DIRECCIONES.DAT). CADA
      *          CERTIFICADO DETALLA EL IBAN DE LAS CUENTAS QUE HAN
      *          GENERADO LOS INTERESES (CUENTAS-IBAN.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS DIR-DNI
           FILE STATUS IS WS-STATUS-DIR.

      *    IBAN DE CADA CUENTA (VER IBAN-CONV), ACCESIBLE TAMBIEN POR
      *    EL PROPIO IBAN
           SELECT CUENTAS-IBAN ASSIGN TO "../CUENTAS-IBAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBN-CUENTA
           ALTERNATE RECORD KEY IS IBN-IBAN
           FILE STATUS IS WS-STATUS-IBN.

       DATA DIVISION.
       FILE SECTION.
        FD RETENCIONES.
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
                 88 DIR-EN-OFICINA  VALUE "O".
             02 DIR-FECHA-ALTA PIC 9(08).

        FD CUENTAS-IBAN.
         01 IBN-REGISTRO.
             02 IBN-CUENTA     PIC 9(11).
             02 IBN-IBAN       PIC X(34).
             02 IBN-FECHA-ALTA PIC 9(08).

        FD CERTIFICADOS-SALIDA.
         01 CER-LINEA PIC X(90).

        SD ORDENACION.
         01 SRT-REGISTRO.
             02 SRT-DNI       PIC X(09).
             02 SRT-CUENTA    PIC 9(11).
             02 SRT-INTERES   PIC S9(9)V99.
             02 SRT-RETENCION PIC S9(9)V99.

       77 WS-NOMBRE-TITULAR PIC X(27).
       77 WS-STATUS-DIR PIC X(02).
       77 WS-DIRECCION-ENVIO PIC X(70).
       77 WS-STATUS-IBN PIC X(02).
       77 WS-HAY-IBAN PIC X(01) VALUE "N".
           88 WS-FICHERO-IBAN-ABIERTO VALUE "S".

      * CUENTAS DEL DNI EN CURSO QUE HAN GENERADO INTERESES
       01 WS-TABLA-CUENTAS-DNI.
           05 WS-CUENTA-DNI PIC 9(11) OCCURS 10 TIMES.
       77 WS-NUM-CUENTAS-DNI PIC 9(02) VALUE 0.
       77 WS-IDX-CUENTA PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            OPEN I-O CLIENTES.
            OPEN INPUT DIRECCIONES.
            OPEN INPUT CUENTAS-IBAN.
            IF WS-STATUS-IBN = "00"
                SET WS-FICHERO-IBAN-ABIERTO TO TRUE
            END-IF.
            OPEN OUTPUT CERTIFICADOS-SALIDA.
            PERFORM 00001-ENCABEZADO.

            SORT ORDENACION ON ASCENDING KEY SRT-DNI SRT-CUENTA
                INPUT PROCEDURE IS 00002-SELECCIONAR-RETENCIONES
                OUTPUT PROCEDURE IS 00005-CERTIFICAR-POR-DNI.

            IF WS-STATUS-DIR = "00"
                CLOSE DIRECCIONES
            END-IF.
            IF WS-FICHERO-IBAN-ABIERTO
                CLOSE CUENTAS-IBAN
            END-IF.
            DISPLAY "CERTIFICADOS EMITIDOS: " WS-CERTIFICADOS.
            DISPLAY "TOTAL A REMITIR     : " WS-TOTAL-RETENIDO.
            STOP RUN.
               DIVIDE RET-FECHA BY 10000 GIVING WS-ANIO-LINEA.
               IF WS-ANIO-LINEA = WS-ANIO-PEDIDO
                   MOVE RET-DNI TO SRT-DNI
                   MOVE RET-CUENTA TO SRT-CUENTA
                   MOVE RET-INTERES TO SRT-INTERES
                   MOVE RET-RETENCION TO SRT-RETENCION
                   RELEASE SRT-REGISTRO
                   MOVE SRT-DNI TO WS-DNI-CORTE
                   MOVE 0 TO WS-ACUM-INTERES
                   MOVE 0 TO WS-ACUM-RETENCION
                   MOVE 0 TO WS-NUM-CUENTAS-DNI
               END-IF.
               IF SRT-DNI NOT = WS-DNI-CORTE
                   PERFORM 00008-EMITIR-CERTIFICADO
                   MOVE SRT-DNI TO WS-DNI-CORTE
                   MOVE 0 TO WS-ACUM-INTERES
                   MOVE 0 TO WS-ACUM-RETENCION
                   MOVE 0 TO WS-NUM-CUENTAS-DNI
               END-IF.
               PERFORM 00007A-ANOTAR-CUENTA.
               ADD SRT-INTERES TO WS-ACUM-INTERES.
               ADD SRT-RETENCION TO WS-ACUM-RETENCION.
               PERFORM 00006-RETORNAR.

      *        LA ORDENACION ES POR DNI Y CUENTA, ASI QUE BASTA CON
      *        COMPARAR CON LA ULTIMA CUENTA ANOTADA
           00007A-ANOTAR-CUENTA.
               IF WS-NUM-CUENTAS-DNI = 0
                   OR (WS-NUM-CUENTAS-DNI < 10
                   AND SRT-CUENTA NOT =
                       WS-CUENTA-DNI (WS-NUM-CUENTAS-DNI))
                   ADD 1 TO WS-NUM-CUENTAS-DNI
                   MOVE SRT-CUENTA
                       TO WS-CUENTA-DNI (WS-NUM-CUENTAS-DNI)
               END-IF.

           00008-EMITIR-CERTIFICADO.
               ADD 1 TO WS-CERTIFICADOS.
               ADD WS-ACUM-RETENCION TO WS-TOTAL-RETENIDO.
                   " RETENIDO " WS-RETENCION-VIS
                   DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.
               PERFORM 00008C-LINEA-IBAN VARYING WS-IDX-CUENTA
                   FROM 1 BY 1 UNTIL WS-IDX-CUENTA > WS-NUM-CUENTAS-DNI.
               PERFORM 00008B-DIRECCION-ENVIO.

      *        DIRECCION DE ENVIO DEL MAESTRO DE DIRECCIONES; SIN
                   DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.

      *        IBAN DE CADA CUENTA DEL CERTIFICADO; LAS CUENTAS AUN
      *        SIN IBAN ASIGNADO SE IDENTIFICAN POR SU NUMERO
           00008C-LINEA-IBAN.
               MOVE "SIN IBAN ASIGNADO" TO IBN-IBAN.
               IF WS-FICHERO-IBAN-ABIERTO
                   MOVE WS-CUENTA-DNI (WS-IDX-CUENTA) TO IBN-CUENTA
                   READ CUENTAS-IBAN
                       INVALID KEY
                           MOVE "SIN IBAN ASIGNADO" TO IBN-IBAN
                   END-READ
               END-IF.
               MOVE SPACES TO CER-LINEA.
               STRING "          CUENTA " WS-CUENTA-DNI (WS-IDX-CUENTA)
                   " IBAN " IBN-IBAN
                   DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.

           00008A-NOMBRE-TITULAR.
               MOVE SPACES TO WS-NOMBRE-TITULAR.
               MOVE WS-DNI-CORTE TO CLI-DNI.
