      *          CADUCIDAD A CUATRO ANIOS), BLOQUEO POR PERDIDA O
      *          ROBO SIN TOCAR LA CUENTA, REACTIVACION Y LISTADO POR
      *          CUENTA. EL CAJERO ADMITE IDENTIFICARSE CON CUALQUIER
      *          TARJETA ACTIVA Y NO CADUCADA DE ESTE MAESTRO. LA
      *          TARJETA RETENIDA POR UN QUIOSCO TRAS AGOTAR LOS
      *          INTENTOS DE PIN (ESTADO "C") SE DEVUELVE AL CLIENTE
      *          CON LA REACTIVACION.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

      *    CATALOGO DE PRODUCTOS (VER PRODADMIN) Y PRODUCTO DE CADA
      *    CUENTA; SIN PRODUCTO SE USA EL TIPO C/A DE LA CUENTA
           SELECT PRODUCTOS ASSIGN TO "../PRODUCTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-CODIGO
           FILE STATUS IS WS-STATUS-PRD.

           SELECT CUENTAS-PRODUCTO ASSIGN TO "../CUENTAS-PRODUCTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPR-CUENTA
           FILE STATUS IS WS-STATUS-CPR.

           SELECT CAJEROS ASSIGN TO "../TELLER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
                 88 TAR-PERDIDA  VALUE "P".
                 88 TAR-ROBADA   VALUE "R".
                 88 TAR-CADUCADA VALUE "X".
                 88 TAR-RETENIDA VALUE "C".
             02 TAR-FECHA-ALTA PIC 9(08).

        FD CUENTAS.
             02 CTA-DNI PIC X(09).
             02 CTA-ULT-DEVENGO PIC 9(06).

        FD PRODUCTOS.
         01 PRD-REGISTRO.
             02 PRD-CODIGO      PIC X(04).
             02 PRD-DESCRIPCION PIC X(30).
             02 PRD-TIPO-CUENTA PIC X(01).
                 88 PRD-CORRIENTE VALUE "C".
                 88 PRD-AHORRO    VALUE "A".
             02 PRD-MONEDAS.
                 03 PRD-MONEDA PIC X(03) OCCURS 5 TIMES.
             02 PRD-EDAD-MINIMA PIC 9(02).
             02 PRD-DESCUBIERTO PIC S9(9)V99.
             02 PRD-LIMITE-DIARIO PIC S9(9)V99.
             02 PRD-TASA-INTERES PIC 9(02)V99.
             02 PRD-PLAN-COMISION PIC X(01).
             02 PRD-GRUPO-TRAMOS PIC X(01).
             02 PRD-TARJETAS PIC X(01).
                 88 PRD-ADMITE-TARJETAS VALUE "S".
             02 PRD-TALONARIOS PIC X(01).
                 88 PRD-ADMITE-TALONARIOS VALUE "S".
             02 PRD-ESTADO PIC X(01).
                 88 PRD-COMERCIALIZADO VALUE "A".
                 88 PRD-RETIRADO       VALUE "B".

        FD CUENTAS-PRODUCTO.
         01 CPR-REGISTRO.
             02 CPR-CUENTA   PIC 9(11).
             02 CPR-PRODUCTO PIC X(04).
             02 CPR-FECHA-ALTA PIC 9(08).

        FD CAJEROS.
         01 CAJ-REGISTRO.
             02 CAJ-ID     PIC X(08).
                 88 CAJ-ES-SUPERVISOR VALUE "S".
             02 CAJ-ACTIVO PIC X(01).
                 88 CAJ-ESTA-ACTIVO   VALUE "A".
                 88 CAJ-BLOQUEADO     VALUE "L".
             02 CAJ-FECHA-PIN PIC 9(08).
             02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
             02 CAJ-PIN-ANTERIOR PIC 9(04) OCCURS 3 TIMES.
             02 CAJ-EMPLEADO PIC 9(06).

        FD SEC-TARJETA.
         01 SEC-TARJETA-REGISTRO PIC 9(16).
       77 WS-NUEVA-TARJETA    PIC 9(16).
       77 WS-CUENTA-VALIDA-SW PIC X(01).
           88 WS-CUENTA-VALIDA VALUE "S".
       77 WS-STATUS-PRD PIC X(02).
       77 WS-STATUS-CPR PIC X(02).

      * IDENTIFICACION DEL SUPERVISOR QUE ADMINISTRA LAS TARJETAS
       77 WS-SUP-ID  PIC X(08).
                   END-READ
                   CLOSE CUENTAS
               END-IF.
               IF WS-CUENTA-VALIDA
                   PERFORM 00010-COMPROBAR-PRODUCTO
               END-IF.

           00005-BLOQUEAR-TARJETA.
               PERFORM 00009-LOCALIZAR-TARJETA.
               WRITE SEC-TARJETA-REGISTRO.
               CLOSE SEC-TARJETA.

      *        LAS CONDICIONES DEL PRODUCTO DE LA CUENTA (PRODADMIN)
      *        PUEDEN EXCLUIR LAS TARJETAS; UNA CUENTA SIN PRODUCTO
      *        ASIGNADO LAS ADMITE COMO HASTA AHORA
           00010-COMPROBAR-PRODUCTO.
               OPEN INPUT CUENTAS-PRODUCTO.
               IF WS-STATUS-CPR = "00"
                   MOVE WS-CUENTA-TECLEADA TO CPR-CUENTA
                   READ CUENTAS-PRODUCTO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM 00010A-LEER-PRODUCTO
                   END-READ
                   CLOSE CUENTAS-PRODUCTO
               END-IF.

           00010A-LEER-PRODUCTO.
               OPEN INPUT PRODUCTOS.
               IF WS-STATUS-PRD = "00"
                   MOVE CPR-PRODUCTO TO PRD-CODIGO
                   READ PRODUCTOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF NOT PRD-ADMITE-TARJETAS
                               MOVE "N" TO WS-CUENTA-VALIDA-SW
                               DISPLAY "EL PRODUCTO DE LA CUENTA NO"
                               " ADMITE TARJETAS"
                               LINE 11 COLUMN 20 BACKGROUND-COLOR IS 4
                           END-IF
                   END-READ
                   CLOSE PRODUCTOS
               END-IF.

       END PROGRAM TARADMIN.
