      *          MAESTRO DE DIRECCIONES (DIRECCIONES.DAT), GUARDANDO
      *          EN DIRECCIONES-HIST.TXT LA DIRECCION ANTERIOR DE
      *          CADA CAMBIO; LOS EXTRACTOS Y CERTIFICADOS TOMAN DE
      *          AHI LA DIRECCION DE ENVIO. LA OPCION 7 RENUEVA EL
      *          DOCUMENTO DE IDENTIDAD (TIPO Y CADUCIDAD), CAMBIA EL
      *          NIVEL DE RIESGO Y DEJA CONSTANCIA DE LA REVISION
      *          PERIODICA KYC CON LA FECHA DEL DIA.
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

       FD  CUENTAS.
       01  CTA-REGISTRO.
       77 WS-DIR-EXISTE PIC X(01).
           88 WS-DIRECCION-EXISTE VALUE "S".

      * DOCUMENTO DE IDENTIDAD Y REVISION KYC (EN BLANCO CONSERVA)
       77 WS-NUEVO-TIPO-DOC PIC X(01).
       77 WS-NUEVA-CADUCIDAD PIC 9(08).
       77 WS-NUEVO-RIESGO PIC X(01).
       77 WS-CONFIRMA-KYC PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O CLIENTES.
               BACKGROUND-COLOR 5.
               DISPLAY "6-DIRECCION Y CONTACTO" LINE 8 COLUMN 20
               BACKGROUND-COLOR 5.
               DISPLAY "7-DOCUMENTO Y REVISION KYC" LINE 3 COLUMN 45
               BACKGROUND-COLOR 5.
               ACCEPT WS-OPCION LINE 9 COLUMN 20.

               EVALUATE WS-OPCION
                       PERFORM 00004-BORRAR
                   WHEN 6
                       PERFORM 00009-DIRECCION-CONTACTO
                   WHEN 7
                       PERFORM 00010-DOCUMENTO-KYC
               END-EVALUATE.

           00001-CONSULTAR.
                   CLI-ANIO LINE 13 COLUMN 37
                   DISPLAY "ESTADO:   " LINE 14 COLUMN 20,
                   CLI-ACTIVO LINE 14 COLUMN 31
                   PERFORM 00010A-MOSTRAR-DOCUMENTO
                   STOP "PULSA INTRO PARA CONTINUAR"
               END-IF.

               WRITE HIS-LINEA.
               CLOSE DIRECCIONES-HIST.

      *        RENOVACION DEL DOCUMENTO DE IDENTIDAD Y REVISION KYC:
      *        UN CAMPO EN BLANCO (O CADUCIDAD A CERO) CONSERVA EL
      *        DATO; LA NUEVA CADUCIDAD DEBE SER POSTERIOR A HOY Y LA
      *        REVISION CONFIRMADA PONE LA FECHA DEL DIA
           00010-DOCUMENTO-KYC.
               PERFORM 00005-LOCALIZAR-CLIENTE.
               IF WS-STATUS-CLI = "00"
                   PERFORM 00010A-MOSTRAR-DOCUMENTO
                   DISPLAY "NUEVO TIPO (D-DNI/N-NIE/P-PASAPORTE): "
                   LINE 18 COLUMN 20
                   ACCEPT WS-NUEVO-TIPO-DOC LINE 18 COLUMN 59
                   DISPLAY "NUEVA CADUCIDAD (AAAAMMDD): " LINE 19
                   COLUMN 20
                   ACCEPT WS-NUEVA-CADUCIDAD LINE 19 COLUMN 59
                   DISPLAY "NUEVO RIESGO (B-BAJO/M-MEDIO/A-ALTO): "
                   LINE 20 COLUMN 20
                   ACCEPT WS-NUEVO-RIESGO LINE 20 COLUMN 59
                   DISPLAY "REVISION KYC COMPLETADA (S/N): " LINE 21
                   COLUMN 20
                   ACCEPT WS-CONFIRMA-KYC LINE 21 COLUMN 59
                   IF WS-NUEVO-TIPO-DOC = "D" OR "N" OR "P"
                       MOVE WS-NUEVO-TIPO-DOC TO CLI-TIPO-DOC
                   END-IF
                   IF WS-NUEVO-RIESGO = "B" OR "M" OR "A"
                       MOVE WS-NUEVO-RIESGO TO CLI-RIESGO
                   END-IF
                   ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
                   IF WS-NUEVA-CADUCIDAD NOT = 0
                       IF WS-NUEVA-CADUCIDAD > WS-FECHA-SISTEMA
                           MOVE WS-NUEVA-CADUCIDAD
                               TO CLI-CADUCIDAD-DOC
                       ELSE
                           DISPLAY "CADUCIDAD RECHAZADA: DOCUMENTO"
                           " YA CADUCADO" LINE 22 COLUMN 20
                           BACKGROUND-COLOR 4
                       END-IF
                   END-IF
                   IF WS-CONFIRMA-KYC = "S" OR "s"
                       MOVE WS-FECHA-SISTEMA TO CLI-FECHA-KYC
                   END-IF
                   REWRITE CLI-REGISTRO
                   MOVE "DOCUMENTO Y REVISION KYC" TO WS-TEXTO-ACCION
                   PERFORM 00008-ANOTAR-CAMBIO
                   DISPLAY "CLIENTE ACTUALIZADO" LINE 23 COLUMN 20
                   BACKGROUND-COLOR 2
                   STOP "PULSA INTRO PARA CONTINUAR"
               END-IF.

           00010A-MOSTRAR-DOCUMENTO.
               DISPLAY "DOCUMENTO:" LINE 15 COLUMN 20,
               CLI-TIPO-DOC LINE 15 COLUMN 31.
               DISPLAY "CADUCA:   " LINE 16 COLUMN 20,
               CLI-CADUCIDAD-DOC LINE 16 COLUMN 31.
               DISPLAY "RIESGO:   " LINE 17 COLUMN 20,
               CLI-RIESGO LINE 17 COLUMN 31,
               "ULTIMA REVISION KYC:" LINE 17 COLUMN 35,
               CLI-FECHA-KYC LINE 17 COLUMN 56.

           00008-ANOTAR-CAMBIO.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-SISTEMA FROM TIME.
