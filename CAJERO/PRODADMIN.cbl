      ******************************************************************
      * Author:
      * Date:
      * Purpose: MANTENIMIENTO DEL CATALOGO DE PRODUCTOS DE CUENTA
      *          (PRODUCTOS.DAT): CODIGO, DESCRIPCION, TIPO DE CUENTA
      *          BASE, DIVISAS ADMITIDAS, EDAD MINIMA, DESCUBIERTO Y
      *          LIMITE DIARIO POR DEFECTO, TASA INICIAL, PLAN DE
      *          COMISIONES (CLAVE DE TARIFAS.TXT), JUEGO DE TRAMOS
      *          (CLAVE DE TRAMOS-INTERES.TXT) Y SI ADMITE TARJETAS
      *          Y TALONARIOS. LA APERTURA DEL CAJERO SOLO OFRECE
      *          PRODUCTOS COMERCIALIZADOS Y TOMA DE AQUI SUS VALORES;
      *          COMISION E INTERES RESUELVEN TARIFA Y TRAMO POR EL
      *          PRODUCTO DE CADA CUENTA (CUENTAS-PRODUCTO.DAT), QUE
      *          TAMBIEN SE PUEDE ASIGNAR AQUI A CUENTAS YA ABIERTAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODADMIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTOS ASSIGN TO "../PRODUCTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-CODIGO
           FILE STATUS IS WS-STATUS-PRD.

      *    PRODUCTO CONTRATADO POR CADA CUENTA; LAS CUENTAS ANTIGUAS
      *    SIN ENTRADA SIGUEN RIGIENDOSE POR SU TIPO C/A
           SELECT CUENTAS-PRODUCTO ASSIGN TO "../CUENTAS-PRODUCTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPR-CUENTA
           FILE STATUS IS WS-STATUS-CPR.

           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

           SELECT CAJEROS ASSIGN TO "../TELLER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

       DATA DIVISION.
       FILE SECTION.
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

        FD CUENTAS.
         01 CTA-REGISTRO.
             02 CTA-NUMERO PIC 9(11).
             02 FILLER     PIC X(74).
             02 CTA-ESTADO PIC X(01).
                 88 CTA-ESTA-CERRADA VALUE "C".
             02 FILLER     PIC X(14).
             02 CTA-TIPO-CUENTA PIC X(01).
             02 CTA-DNI PIC X(09).
             02 CTA-ULT-DEVENGO PIC 9(06).

        FD CAJEROS.
         01 CAJ-REGISTRO.
             02 CAJ-ID     PIC X(08).
             02 CAJ-NOMBRE PIC A(15).
             02 CAJ-PIN    PIC 9(04).
             02 CAJ-ROL    PIC X(01).
                 88 CAJ-ES-CAJERO     VALUE "C".
                 88 CAJ-ES-SUPERVISOR VALUE "S".
             02 CAJ-ACTIVO PIC X(01).
                 88 CAJ-ESTA-ACTIVO   VALUE "A".
                 88 CAJ-BLOQUEADO     VALUE "L".
             02 CAJ-FECHA-PIN PIC 9(08).
             02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
             02 CAJ-PIN-ANTERIOR PIC 9(04) OCCURS 3 TIMES.
             02 CAJ-EMPLEADO PIC 9(06).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-PRD PIC X(02).
       77 WS-STATUS-CPR PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-OPCION PIC 9(01).
       77 WS-EOF-PRD PIC X(01) VALUE "N".
           88 WS-FIN-PRD VALUE "S".
       77 WS-LINEA-LISTA PIC 9(02).

      * DATOS TECLEADOS PARA EL ALTA, LA MODIFICACION O LA ASIGNACION
       77 WS-CODIGO-TECLEADO PIC X(04).
       77 WS-CUENTA-TECLEADA PIC 9(11).
       77 WS-IDX-MONEDA PIC 9(01).
       77 WS-COLUMNA-MONEDA PIC 9(02).
       77 WS-CAMBIO-OK PIC X(01).
           88 WS-CAMBIO-VALIDO VALUE "S".
       77 WS-EDAD-VIS PIC Z9.
       77 WS-TASA-VIS PIC Z9.99.
       77 WS-IMPORTE-VIS PIC -ZZZZZZZZ9.99.

      * IDENTIFICACION DEL SUPERVISOR QUE MANTIENE EL CATALOGO
       77 WS-SUP-ID  PIC X(08).
       77 WS-SUP-PIN PIC 9(04).
       77 WS-ACCESO-OK PIC X(01) VALUE "N".
           88 WS-ACCESO-CONCEDIDO VALUE "S".

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 00001-CONTROL-ACCESO.
            IF WS-ACCESO-CONCEDIDO
                PERFORM 00002-ABRIR-MAESTRO
                PERFORM 00003-MENU UNTIL WS-OPCION = 6
                CLOSE PRODUCTOS
            END-IF.
            STOP RUN.

           00001-CONTROL-ACCESO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "CATALOGO DE PRODUCTOS" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               OPEN INPUT CAJEROS.
               IF WS-STATUS-CAJ NOT = "00"
                   DISPLAY "NO EXISTE EL MAESTRO DE CAJEROS" LINE 3
                   COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   DISPLAY "ID DE SUPERVISOR: " LINE 3 COLUMN 20
                   ACCEPT WS-SUP-ID LINE 3 COLUMN 40
                   DISPLAY "PIN: " LINE 4 COLUMN 20
                   ACCEPT WS-SUP-PIN LINE 4 COLUMN 40 WITH NO ECHO
                   MOVE WS-SUP-ID TO CAJ-ID
                   READ CAJEROS
                       INVALID KEY
                           DISPLAY "SUPERVISOR NO ENCONTRADO" LINE 5
                           COLUMN 20 BACKGROUND-COLOR IS 4
                       NOT INVALID KEY
                           IF CAJ-ES-SUPERVISOR AND CAJ-ESTA-ACTIVO
                               AND CAJ-PIN = WS-SUP-PIN
                               SET WS-ACCESO-CONCEDIDO TO TRUE
                           ELSE
                               DISPLAY "ACCESO DENEGADO" LINE 5
                               COLUMN 20 BACKGROUND-COLOR IS 4
                           END-IF
                   END-READ
                   CLOSE CAJEROS
               END-IF.
               IF NOT WS-ACCESO-CONCEDIDO
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               END-IF.

           00002-ABRIR-MAESTRO.
               OPEN I-O PRODUCTOS.
               IF WS-STATUS-PRD = "35"
                   OPEN OUTPUT PRODUCTOS
                   CLOSE PRODUCTOS
                   OPEN I-O PRODUCTOS
               END-IF.

           00003-MENU.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "CATALOGO DE PRODUCTOS" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               DISPLAY "1-ALTA DE PRODUCTO" LINE 3 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "2-MODIFICAR CONDICIONES" LINE 4 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "3-RETIRAR / VOLVER A COMERCIALIZAR" LINE 5
               COLUMN 20 BACKGROUND-COLOR IS 5.
               DISPLAY "4-LISTADO" LINE 6 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "5-ASIGNAR PRODUCTO A UNA CUENTA" LINE 7
               COLUMN 20 BACKGROUND-COLOR IS 5.
               DISPLAY "6-SALIR" LINE 8 COLUMN 20
               BACKGROUND-COLOR IS 5.
               ACCEPT WS-OPCION LINE 9 COLUMN 20.

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 00004-ALTA-PRODUCTO
                   WHEN 2
                       PERFORM 00005-MODIFICAR-PRODUCTO
                   WHEN 3
                       PERFORM 00006-CAMBIAR-ESTADO
                   WHEN 4
                       PERFORM 00007-LISTADO
                   WHEN 5
                       PERFORM 00008-ASIGNAR-A-CUENTA
               END-EVALUATE.

      *        EL ALTA PIDE TODAS LAS CONDICIONES; EL PRODUCTO NACE
      *        COMERCIALIZADO
           00004-ALTA-PRODUCTO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "ALTA DE PRODUCTO" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               DISPLAY "CODIGO (4 CARACTERES): " LINE 3 COLUMN 20.
               ACCEPT WS-CODIGO-TECLEADO LINE 3 COLUMN 50.
               MOVE WS-CODIGO-TECLEADO TO PRD-CODIGO.
               READ PRODUCTOS
                   INVALID KEY
                       INITIALIZE PRD-REGISTRO
                       MOVE WS-CODIGO-TECLEADO TO PRD-CODIGO
                       PERFORM 00009-PEDIR-CONDICIONES
                       IF WS-CAMBIO-VALIDO
                           MOVE "A" TO PRD-ESTADO
                           WRITE PRD-REGISTRO
                               INVALID KEY
                                   DISPLAY "ERROR AL GRABAR EL"
                                   " PRODUCTO" LINE 20 COLUMN 20
                                   BACKGROUND-COLOR IS 4
                               NOT INVALID KEY
                                   DISPLAY "PRODUCTO DADO DE ALTA"
                                   LINE 20 COLUMN 20
                                   BACKGROUND-COLOR IS 2
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "ESE CODIGO YA EXISTE" LINE 4
                       COLUMN 20 BACKGROUND-COLOR IS 4
               END-READ.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        LA MODIFICACION SOLO AFECTA A LAS APERTURAS FUTURAS Y
      *        A LAS TARIFAS Y TRAMOS DE LOS PROXIMOS CIERRES; LAS
      *        CONDICIONES YA GRABADAS EN CADA CUENTA NO SE TOCAN
           00005-MODIFICAR-PRODUCTO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "MODIFICACION DE PRODUCTO" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               DISPLAY "CODIGO: " LINE 3 COLUMN 20.
               ACCEPT WS-CODIGO-TECLEADO LINE 3 COLUMN 50.
               MOVE WS-CODIGO-TECLEADO TO PRD-CODIGO.
               READ PRODUCTOS
                   INVALID KEY
                       DISPLAY "PRODUCTO NO ENCONTRADO" LINE 4
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       DISPLAY PRD-DESCRIPCION LINE 4 COLUMN 20
                       BACKGROUND-COLOR IS 3
                       PERFORM 00009-PEDIR-CONDICIONES
                       IF WS-CAMBIO-VALIDO
                           REWRITE PRD-REGISTRO
                           DISPLAY "CONDICIONES ACTUALIZADAS" LINE 20
                           COLUMN 20 BACKGROUND-COLOR IS 2
                       END-IF
               END-READ.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        UN PRODUCTO RETIRADO DEJA DE OFRECERSE EN LA APERTURA
      *        PERO SUS CUENTAS VIVAS SIGUEN LIQUIDANDOSE CON EL
           00006-CAMBIAR-ESTADO.
               DISPLAY "CODIGO: " LINE 11 COLUMN 20.
               ACCEPT WS-CODIGO-TECLEADO LINE 11 COLUMN 40.
               MOVE WS-CODIGO-TECLEADO TO PRD-CODIGO.
               READ PRODUCTOS
                   INVALID KEY
                       DISPLAY "PRODUCTO NO ENCONTRADO" LINE 12
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       IF PRD-COMERCIALIZADO
                           MOVE "B" TO PRD-ESTADO
                           REWRITE PRD-REGISTRO
                           DISPLAY "PRODUCTO RETIRADO DE LA VENTA"
                           LINE 12 COLUMN 20 BACKGROUND-COLOR IS 2
                       ELSE
                           MOVE "A" TO PRD-ESTADO
                           REWRITE PRD-REGISTRO
                           DISPLAY "PRODUCTO COMERCIALIZADO DE NUEVO"
                           LINE 12 COLUMN 20 BACKGROUND-COLOR IS 2
                       END-IF
               END-READ.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00007-LISTADO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "COD  DESCRIPCION                    T EDAD"
               "  TASA TAR PLAN TRAM TJ TL E" LINE 2 COLUMN 5
               BACKGROUND-COLOR IS 2.
               MOVE "N" TO WS-EOF-PRD.
               MOVE 3 TO WS-LINEA-LISTA.
               MOVE LOW-VALUES TO PRD-CODIGO.
               START PRODUCTOS KEY IS NOT LESS THAN PRD-CODIGO
                   INVALID KEY SET WS-FIN-PRD TO TRUE
               END-START.
               IF NOT WS-FIN-PRD
                   PERFORM 00007A-LEER-PRODUCTO
               END-IF.
               PERFORM 00007B-MOSTRAR-PRODUCTO UNTIL WS-FIN-PRD.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00007A-LEER-PRODUCTO.
               READ PRODUCTOS NEXT RECORD
                   AT END SET WS-FIN-PRD TO TRUE
               END-READ.

           00007B-MOSTRAR-PRODUCTO.
               IF WS-LINEA-LISTA < 22
                   MOVE PRD-EDAD-MINIMA TO WS-EDAD-VIS
                   MOVE PRD-TASA-INTERES TO WS-TASA-VIS
                   DISPLAY PRD-CODIGO " " PRD-DESCRIPCION " "
                       PRD-TIPO-CUENTA "  " WS-EDAD-VIS " "
                       WS-TASA-VIS "  " PRD-PLAN-COMISION "    "
                       PRD-GRUPO-TRAMOS "    " PRD-TARJETAS "  "
                       PRD-TALONARIOS "  " PRD-ESTADO
                       LINE WS-LINEA-LISTA COLUMN 5
                   ADD 1 TO WS-LINEA-LISTA
               END-IF.
               PERFORM 00007A-LEER-PRODUCTO.

      *        CUENTAS ABIERTAS ANTES DEL CATALOGO (O QUE CAMBIAN DE
      *        PRODUCTO): EL PRODUCTO DEBE SER DEL MISMO TIPO C/A QUE
      *        LA CUENTA PARA NO ALTERAR EL RESTO DE PROCESOS
           00008-ASIGNAR-A-CUENTA.
               DISPLAY "CUENTA: " LINE 11 COLUMN 20.
               ACCEPT WS-CUENTA-TECLEADA LINE 11 COLUMN 40.
               DISPLAY "CODIGO DE PRODUCTO: " LINE 12 COLUMN 20.
               ACCEPT WS-CODIGO-TECLEADO LINE 12 COLUMN 40.
               MOVE WS-CODIGO-TECLEADO TO PRD-CODIGO.
               READ PRODUCTOS
                   INVALID KEY
                       DISPLAY "PRODUCTO NO ENCONTRADO" LINE 13
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       PERFORM 00008A-VALIDAR-CUENTA
               END-READ.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00008A-VALIDAR-CUENTA.
               OPEN INPUT CUENTAS.
               IF WS-STATUS-CTA NOT = "00"
                   DISPLAY "NO EXISTE EL MAESTRO DE CUENTAS" LINE 13
                   COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE WS-CUENTA-TECLEADA TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY
                           DISPLAY "CUENTA NO ENCONTRADA" LINE 13
                           COLUMN 20 BACKGROUND-COLOR IS 4
                       NOT INVALID KEY
                           IF CTA-ESTA-CERRADA
                               DISPLAY "CUENTA CANCELADA" LINE 13
                               COLUMN 20 BACKGROUND-COLOR IS 4
                           ELSE
                               IF CTA-TIPO-CUENTA NOT = PRD-TIPO-CUENTA
                                   DISPLAY "EL PRODUCTO NO ES DEL TIPO"
                                   " DE LA CUENTA" LINE 13 COLUMN 20
                                   BACKGROUND-COLOR IS 4
                               ELSE
                                   PERFORM 00008B-GRABAR-ASIGNACION
                               END-IF
                           END-IF
                   END-READ
                   CLOSE CUENTAS
               END-IF.

           00008B-GRABAR-ASIGNACION.
               OPEN I-O CUENTAS-PRODUCTO.
               IF WS-STATUS-CPR = "35"
                   OPEN OUTPUT CUENTAS-PRODUCTO
                   CLOSE CUENTAS-PRODUCTO
                   OPEN I-O CUENTAS-PRODUCTO
               END-IF.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE WS-CUENTA-TECLEADA TO CPR-CUENTA.
               READ CUENTAS-PRODUCTO
                   INVALID KEY
                       MOVE WS-CODIGO-TECLEADO TO CPR-PRODUCTO
                       MOVE WS-FECHA-SISTEMA TO CPR-FECHA-ALTA
                       WRITE CPR-REGISTRO
                   NOT INVALID KEY
                       MOVE WS-CODIGO-TECLEADO TO CPR-PRODUCTO
                       MOVE WS-FECHA-SISTEMA TO CPR-FECHA-ALTA
                       REWRITE CPR-REGISTRO
               END-READ.
               CLOSE CUENTAS-PRODUCTO.
               DISPLAY "PRODUCTO ASIGNADO A LA CUENTA" LINE 13
               COLUMN 20 BACKGROUND-COLOR IS 2.

      *        CAPTURA COMUN DE CONDICIONES DEL ALTA Y LA
      *        MODIFICACION; EN LA MODIFICACION SE MUESTRA DEBAJO EL
      *        VALOR EN VIGOR DE CADA CAMPO
           00009-PEDIR-CONDICIONES.
               MOVE "S" TO WS-CAMBIO-OK.
               DISPLAY "DESCRIPCION: " LINE 5 COLUMN 20.
               ACCEPT PRD-DESCRIPCION LINE 5 COLUMN 50.
               DISPLAY "TIPO BASE (C-CORRIENTE/A-AHORRO): " LINE 6
               COLUMN 20.
               ACCEPT PRD-TIPO-CUENTA LINE 6 COLUMN 56.
               IF NOT PRD-CORRIENTE AND NOT PRD-AHORRO
                   MOVE "N" TO WS-CAMBIO-OK
                   DISPLAY "TIPO NO VALIDO" LINE 20 COLUMN 20
                   BACKGROUND-COLOR IS 4
               END-IF.
               DISPLAY "DIVISAS ADMITIDAS (HASTA 5, EN BLANCO FIN): "
               LINE 7 COLUMN 20.
               MOVE 1 TO WS-IDX-MONEDA.
               PERFORM 00009A-PEDIR-MONEDA 5 TIMES.
               IF PRD-MONEDAS = SPACES
                   MOVE "EUR" TO PRD-MONEDA (1)
               END-IF.
               MOVE PRD-EDAD-MINIMA TO WS-EDAD-VIS.
               DISPLAY "EDAD MINIMA DEL TITULAR: " LINE 8 COLUMN 20.
               DISPLAY WS-EDAD-VIS LINE 8 COLUMN 70.
               ACCEPT PRD-EDAD-MINIMA LINE 8 COLUMN 56.
               MOVE PRD-DESCUBIERTO TO WS-IMPORTE-VIS.
               DISPLAY "DESCUBIERTO POR DEFECTO: " LINE 9 COLUMN 20.
               DISPLAY WS-IMPORTE-VIS LINE 9 COLUMN 70.
               ACCEPT PRD-DESCUBIERTO LINE 9 COLUMN 56.
               MOVE PRD-LIMITE-DIARIO TO WS-IMPORTE-VIS.
               DISPLAY "LIMITE DIARIO DE REINTEGRO: " LINE 10
               COLUMN 20.
               DISPLAY WS-IMPORTE-VIS LINE 10 COLUMN 70.
               ACCEPT PRD-LIMITE-DIARIO LINE 10 COLUMN 56.
               MOVE PRD-TASA-INTERES TO WS-TASA-VIS.
               DISPLAY "TASA DE INTERES INICIAL: " LINE 11 COLUMN 20.
               DISPLAY WS-TASA-VIS LINE 11 COLUMN 70.
               ACCEPT PRD-TASA-INTERES LINE 11 COLUMN 56.
               DISPLAY "PLAN DE COMISIONES (CLAVE TARIFAS): " LINE 12
               COLUMN 20.
               ACCEPT PRD-PLAN-COMISION LINE 12 COLUMN 58.
               IF PRD-PLAN-COMISION = SPACE
                   MOVE PRD-TIPO-CUENTA TO PRD-PLAN-COMISION
               END-IF.
               DISPLAY "JUEGO DE TRAMOS (CLAVE TRAMOS): " LINE 13
               COLUMN 20.
               ACCEPT PRD-GRUPO-TRAMOS LINE 13 COLUMN 58.
               IF PRD-GRUPO-TRAMOS = SPACE
                   MOVE PRD-TIPO-CUENTA TO PRD-GRUPO-TRAMOS
               END-IF.
               DISPLAY "ADMITE TARJETAS (S/N): " LINE 14 COLUMN 20.
               ACCEPT PRD-TARJETAS LINE 14 COLUMN 56.
               IF NOT PRD-ADMITE-TARJETAS
                   MOVE "N" TO PRD-TARJETAS
               END-IF.
               DISPLAY "ADMITE TALONARIOS (S/N): " LINE 15 COLUMN 20.
               ACCEPT PRD-TALONARIOS LINE 15 COLUMN 56.
               IF NOT PRD-ADMITE-TALONARIOS
                   MOVE "N" TO PRD-TALONARIOS
               END-IF.
               IF PRD-DESCUBIERTO < 0 OR PRD-LIMITE-DIARIO < 0
                   MOVE "N" TO WS-CAMBIO-OK
                   DISPLAY "IMPORTES NEGATIVOS NO ADMITIDOS" LINE 20
                   COLUMN 20 BACKGROUND-COLOR IS 4
               END-IF.

           00009A-PEDIR-MONEDA.
               COMPUTE WS-COLUMNA-MONEDA = 60 + WS-IDX-MONEDA * 4.
               ACCEPT PRD-MONEDA (WS-IDX-MONEDA) LINE 7
               COLUMN WS-COLUMNA-MONEDA.
               ADD 1 TO WS-IDX-MONEDA.

       END PROGRAM PRODADMIN.
