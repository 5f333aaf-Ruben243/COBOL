      ******************************************************************
      * Author:
      * Date:
      * Purpose: ADMINISTRACION DE LAS CAJAS DE SEGURIDAD DE LA
      *          OFICINA (CAJAS-SEGURIDAD.DAT): ALTA DE UNA CAJA EN EL
      *          INVENTARIO CON SU TAMANO, SUCURSAL Y NUMEROS DE SERIE
      *          DE LAS LLAVES, ALQUILER A UN TITULAR CON SU CUENTA DE
      *          CARGO Y TRAMO DE TARIFA (CAJAS-TARIFAS.TXT),
      *          RESCISION DEL ALQUILER, CONSULTA DE UNA CAJA CON LOS
      *          COTITULARES AUTORIZADOS (LOS DNI ACTIVOS DE LA CUENTA
      *          DE CARGO EN TITULARES.DAT, SALVO AVALISTAS) E
      *          HISTORIAL DE ACCESOS A LA CAMARA DE UNA CAJA
      *          (ACCESOS-CAJA.TXT, QUE GRABA EL CAJERO EN VENTANILLA)
      *          CON COPIA EN ACCESOS-CAJA-INFORME.TXT PARA RECLAMA-
      *          CIONES. EL ALQUILER ANUAL LO COBRA EL LOTE ALQCAJAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSGADMIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJAS-SEGURIDAD ASSIGN TO "../CAJAS-SEGURIDAD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSG-NUMERO
           FILE STATUS IS WS-STATUS-CSG.

           SELECT TITULARES ASSIGN TO "../TITULARES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CLAVE
           FILE STATUS IS WS-STATUS-TIT.

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

      *    TRAMOS DE ALQUILER: UNA LINEA POR TRAMO CON SU CUOTA ANUAL
           SELECT TARIFAS-CAJA ASSIGN TO "../CAJAS-TARIFAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRC.

           SELECT ACCESOS-CAJA ASSIGN TO "../ACCESOS-CAJA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ACC.

           SELECT INFORME-ACCESOS
           ASSIGN TO "../ACCESOS-CAJA-INFORME.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD CAJAS-SEGURIDAD.
         01 CSG-REGISTRO.
             02 CSG-NUMERO      PIC 9(05).
             02 CSG-TAMANO      PIC X(01).
                 88 CSG-PEQUENA VALUE "P".
                 88 CSG-MEDIANA VALUE "M".
                 88 CSG-GRANDE  VALUE "G".
             02 CSG-SUCURSAL    PIC 9(03).
             02 CSG-DNI         PIC X(09).
             02 CSG-CUENTA      PIC 9(11).
             02 CSG-TRAMO       PIC X(01).
             02 CSG-LLAVE-1     PIC X(10).
             02 CSG-LLAVE-2     PIC X(10).
             02 CSG-ESTADO      PIC X(01).
                 88 CSG-LIBRE      VALUE "L".
                 88 CSG-ALQUILADA  VALUE "A".
             02 CSG-FECHA-ALTA  PIC 9(08).
             02 CSG-VENCIMIENTO PIC 9(08).
             02 CSG-FECHA-BAJA  PIC 9(08).
             02 CSG-IMPAGADO    PIC S9(7)V99.

        FD TITULARES.
         01 TIT-REGISTRO.
             02 TIT-CLAVE.
                 03 TIT-CUENTA PIC 9(11).
                 03 TIT-DNI    PIC X(09).
             02 TIT-ROL PIC X(01).
                 88 TIT-ES-TITULAR    VALUE "T".
                 88 TIT-ES-COTITULAR  VALUE "C".
                 88 TIT-ES-AUTORIZADO VALUE "A".
                 88 TIT-ES-AVALISTA   VALUE "G".
             02 TIT-ESTADO PIC X(01).
                 88 TIT-ACTIVO   VALUE "A".
                 88 TIT-DE-BAJA  VALUE "B".
             02 TIT-FECHA-ALTA PIC 9(08).

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

        FD TARIFAS-CAJA.
         01 TRC-REGISTRO.
             02 TRC-TRAMO   PIC X(01).
             02 FILLER      PIC X(01).
             02 TRC-IMPORTE PIC 9(05)V99.

        FD ACCESOS-CAJA.
         01 ACC-REGISTRO.
             02 ACC-CAJA      PIC 9(05).
             02 FILLER        PIC X(01).
             02 ACC-FECHA     PIC 9(08).
             02 FILLER        PIC X(01).
             02 ACC-HORA      PIC 9(06).
             02 FILLER        PIC X(01).
             02 ACC-DNI       PIC X(09).
             02 FILLER        PIC X(01).
             02 ACC-CAJERO    PIC X(08).
             02 FILLER        PIC X(01).
             02 ACC-SUCURSAL  PIC 9(03).
             02 FILLER        PIC X(01).
             02 ACC-RESULTADO PIC X(01).
                 88 ACC-PERMITIDO VALUE "P".
                 88 ACC-DENEGADO  VALUE "D".
             02 FILLER        PIC X(01).
             02 ACC-MOTIVO    PIC X(20).

        FD INFORME-ACCESOS.
         01 INF-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CSG PIC X(02).
       77 WS-STATUS-TIT PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-TRC PIC X(02).
       77 WS-STATUS-ACC PIC X(02).
       77 WS-OPCION PIC 9(01).
       77 WS-EOF-TIT PIC X(01) VALUE "N".
           88 WS-FIN-TIT VALUE "S".
       77 WS-EOF-ACC PIC X(01) VALUE "N".
           88 WS-FIN-ACC VALUE "S".
       77 WS-EOF-TRC PIC X(01) VALUE "N".
           88 WS-FIN-TRC VALUE "S".
       77 WS-LINEA-LISTA PIC 9(02).
       77 WS-NUM-ACCESOS PIC 9(05).

      * DATOS TECLEADOS PARA EL ALTA, EL ALQUILER O LA CONSULTA
       77 WS-CAJA-TECLEADA   PIC 9(05).
       77 WS-TAMANO-TECLEADO PIC X(01).
       77 WS-SUCURSAL-TECLEADA PIC 9(03).
       77 WS-LLAVE-1-TECLEADA PIC X(10).
       77 WS-LLAVE-2-TECLEADA PIC X(10).
       77 WS-CUENTA-TECLEADA PIC 9(11).
       77 WS-DNI-TECLEADO    PIC X(09).
       77 WS-TRAMO-TECLEADO  PIC X(01).
       77 WS-CONFIRMACION    PIC X(01).

      * EL DNI DEL ALQUILER DEBE SER TITULAR DE LA CUENTA DE CARGO
       77 WS-DNI-OK PIC X(01).
           88 WS-DNI-VALIDO VALUE "S".
       77 WS-TRAMO-OK PIC X(01).
           88 WS-TRAMO-VALIDO VALUE "S".
       77 WS-CUOTA-TRAMO PIC 9(05)V99.
       77 WS-CUOTA-VIS PIC ZZZZ9.99.
       77 WS-IMPAGADO-VIS PIC -ZZZZZZ9.99.

      * IDENTIFICACION DEL SUPERVISOR QUE MANTIENE LAS CAJAS
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
                CLOSE CAJAS-SEGURIDAD
            END-IF.
            STOP RUN.

           00001-CONTROL-ACCESO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "ADMINISTRACION DE CAJAS DE SEGURIDAD" LINE 2
               COLUMN 20 BACKGROUND-COLOR IS 2.
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
               OPEN I-O CAJAS-SEGURIDAD.
               IF WS-STATUS-CSG = "35"
                   OPEN OUTPUT CAJAS-SEGURIDAD
                   CLOSE CAJAS-SEGURIDAD
                   OPEN I-O CAJAS-SEGURIDAD
               END-IF.

           00003-MENU.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "ADMINISTRACION DE CAJAS DE SEGURIDAD" LINE 2
               COLUMN 20 BACKGROUND-COLOR IS 2.
               DISPLAY "1-ALTA DE CAJA EN INVENTARIO" LINE 3 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "2-ALQUILAR CAJA" LINE 4 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "3-RESCINDIR ALQUILER" LINE 5 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "4-CONSULTA DE CAJA" LINE 6 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "5-HISTORIAL DE ACCESOS" LINE 7 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "6-SALIR" LINE 8 COLUMN 20
               BACKGROUND-COLOR IS 5.
               ACCEPT WS-OPCION LINE 9 COLUMN 20.

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 00004-ALTA-CAJA
                   WHEN 2
                       PERFORM 00005-ALQUILAR-CAJA
                   WHEN 3
                       PERFORM 00006-RESCINDIR-ALQUILER
                   WHEN 4
                       PERFORM 00007-CONSULTAR-CAJA
                   WHEN 5
                       PERFORM 00009-HISTORIAL-ACCESOS
               END-EVALUATE.

      *        LA CAJA ENTRA LIBRE EN EL INVENTARIO CON LOS NUMEROS
      *        DE SERIE DE SUS DOS LLAVES DE CLIENTE
           00004-ALTA-CAJA.
               DISPLAY "NUMERO DE CAJA: " LINE 11 COLUMN 20.
               ACCEPT WS-CAJA-TECLEADA LINE 11 COLUMN 45.
               DISPLAY "TAMANO (P/M/G): " LINE 12 COLUMN 20.
               ACCEPT WS-TAMANO-TECLEADO LINE 12 COLUMN 45.
               DISPLAY "SUCURSAL: " LINE 13 COLUMN 20.
               ACCEPT WS-SUCURSAL-TECLEADA LINE 13 COLUMN 45.
               DISPLAY "SERIE LLAVE 1: " LINE 14 COLUMN 20.
               ACCEPT WS-LLAVE-1-TECLEADA LINE 14 COLUMN 45.
               DISPLAY "SERIE LLAVE 2: " LINE 15 COLUMN 20.
               ACCEPT WS-LLAVE-2-TECLEADA LINE 15 COLUMN 45.
               IF WS-TAMANO-TECLEADO NOT = "P"
                   AND WS-TAMANO-TECLEADO NOT = "M"
                   AND WS-TAMANO-TECLEADO NOT = "G"
                   DISPLAY "TAMANO NO VALIDO, ALTA CANCELADA" LINE 17
                   COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
               IF WS-LLAVE-1-TECLEADA = SPACES
                   DISPLAY "FALTA LA SERIE DE LA LLAVE, ALTA CANCELADA"
                   LINE 17 COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE WS-CAJA-TECLEADA     TO CSG-NUMERO
                   MOVE WS-TAMANO-TECLEADO   TO CSG-TAMANO
                   MOVE WS-SUCURSAL-TECLEADA TO CSG-SUCURSAL
                   MOVE SPACES               TO CSG-DNI
                   MOVE 0                    TO CSG-CUENTA
                   MOVE SPACE                TO CSG-TRAMO
                   MOVE WS-LLAVE-1-TECLEADA  TO CSG-LLAVE-1
                   MOVE WS-LLAVE-2-TECLEADA  TO CSG-LLAVE-2
                   MOVE "L"                  TO CSG-ESTADO
                   MOVE 0                    TO CSG-FECHA-ALTA
                   MOVE 0                    TO CSG-VENCIMIENTO
                   MOVE 0                    TO CSG-FECHA-BAJA
                   MOVE 0                    TO CSG-IMPAGADO
                   WRITE CSG-REGISTRO
                       INVALID KEY
                           DISPLAY "ESA CAJA YA EXISTE" LINE 17
                           COLUMN 20 BACKGROUND-COLOR IS 4
                       NOT INVALID KEY
                           DISPLAY "CAJA DADA DE ALTA" LINE 17
                           COLUMN 20 BACKGROUND-COLOR IS 2
                   END-WRITE
               END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        EL ALQUILER EXIGE CAJA LIBRE, CUENTA DE CARGO ABIERTA
      *        DE LA QUE EL DNI SEA TITULAR Y TRAMO CON TARIFA; EL
      *        PRIMER ALQUILER ANUAL VENCE EL MISMO DIA DEL ALTA
           00005-ALQUILAR-CAJA.
               PERFORM 00008-LOCALIZAR-CAJA.
               IF WS-STATUS-CSG = "00"
                   IF NOT CSG-LIBRE
                       DISPLAY "LA CAJA YA ESTA ALQUILADA" LINE 12
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   ELSE
                       PERFORM 00005A-PEDIR-ALQUILER
                   END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00005A-PEDIR-ALQUILER.
               DISPLAY "DNI DEL TITULAR: " LINE 12 COLUMN 20.
               ACCEPT WS-DNI-TECLEADO LINE 12 COLUMN 45.
               DISPLAY "CUENTA DE CARGO: " LINE 13 COLUMN 20.
               ACCEPT WS-CUENTA-TECLEADA LINE 13 COLUMN 45.
               DISPLAY "TRAMO DE TARIFA: " LINE 14 COLUMN 20.
               ACCEPT WS-TRAMO-TECLEADO LINE 14 COLUMN 45.
               PERFORM 00005B-VALIDAR-CUENTA.
               IF WS-DNI-VALIDO
                   PERFORM 00005D-BUSCAR-TRAMO
                   IF NOT WS-TRAMO-VALIDO
                       DISPLAY "TRAMO SIN TARIFA EN CAJAS-TARIFAS.TXT"
                       LINE 16 COLUMN 20 BACKGROUND-COLOR IS 4
                   ELSE
                       PERFORM 00005F-GRABAR-ALQUILER
                   END-IF
               END-IF.

           00005B-VALIDAR-CUENTA.
               MOVE "N" TO WS-DNI-OK.
               OPEN INPUT CUENTAS.
               IF WS-STATUS-CTA NOT = "00"
                   DISPLAY "NO EXISTE EL MAESTRO DE CUENTAS" LINE 16
                   COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE WS-CUENTA-TECLEADA TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY
                           DISPLAY "CUENTA NO ENCONTRADA" LINE 16
                           COLUMN 20 BACKGROUND-COLOR IS 4
                       NOT INVALID KEY
                           IF CTA-ESTA-CERRADA
                               DISPLAY "CUENTA CANCELADA" LINE 16
                               COLUMN 20 BACKGROUND-COLOR IS 4
                           ELSE
                               PERFORM 00005C-VALIDAR-TITULAR
                           END-IF
                   END-READ
                   CLOSE CUENTAS
               END-IF.

           00005C-VALIDAR-TITULAR.
               IF WS-DNI-TECLEADO = CTA-DNI
                   SET WS-DNI-VALIDO TO TRUE
               ELSE
                   OPEN INPUT TITULARES
                   IF WS-STATUS-TIT = "00"
                       MOVE WS-CUENTA-TECLEADA TO TIT-CUENTA
                       MOVE WS-DNI-TECLEADO TO TIT-DNI
                       READ TITULARES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF TIT-ACTIVO AND NOT TIT-ES-AVALISTA
                                   SET WS-DNI-VALIDO TO TRUE
                               END-IF
                       END-READ
                       CLOSE TITULARES
                   END-IF
               END-IF.
               IF NOT WS-DNI-VALIDO
                   DISPLAY "EL DNI NO ES TITULAR DE LA CUENTA" LINE 16
                   COLUMN 20 BACKGROUND-COLOR IS 4
               END-IF.

           00005D-BUSCAR-TRAMO.
               MOVE "N" TO WS-TRAMO-OK.
               MOVE "N" TO WS-EOF-TRC.
               OPEN INPUT TARIFAS-CAJA.
               IF WS-STATUS-TRC = "00"
                   PERFORM 00005E-LEER-TRAMO
                       UNTIL WS-FIN-TRC OR WS-TRAMO-VALIDO
                   CLOSE TARIFAS-CAJA
               END-IF.

           00005E-LEER-TRAMO.
               READ TARIFAS-CAJA
                   AT END SET WS-FIN-TRC TO TRUE
                   NOT AT END
                       IF TRC-TRAMO = WS-TRAMO-TECLEADO
                           SET WS-TRAMO-VALIDO TO TRUE
                           MOVE TRC-IMPORTE TO WS-CUOTA-TRAMO
                       END-IF
               END-READ.

           00005F-GRABAR-ALQUILER.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE WS-DNI-TECLEADO    TO CSG-DNI.
               MOVE WS-CUENTA-TECLEADA TO CSG-CUENTA.
               MOVE WS-TRAMO-TECLEADO  TO CSG-TRAMO.
               MOVE "A"                TO CSG-ESTADO.
               MOVE WS-FECHA-SISTEMA   TO CSG-FECHA-ALTA.
               MOVE WS-FECHA-SISTEMA   TO CSG-VENCIMIENTO.
               MOVE 0                  TO CSG-FECHA-BAJA.
               MOVE 0                  TO CSG-IMPAGADO.
               REWRITE CSG-REGISTRO.
               MOVE WS-CUOTA-TRAMO TO WS-CUOTA-VIS.
               DISPLAY "CAJA ALQUILADA, CUOTA ANUAL: " LINE 16
               COLUMN 20 BACKGROUND-COLOR IS 2.
               DISPLAY WS-CUOTA-VIS LINE 16 COLUMN 50
               BACKGROUND-COLOR IS 2.
               DISPLAY "ENTREGUE LAS LLAVES " LINE 17 COLUMN 20.
               DISPLAY CSG-LLAVE-1 LINE 17 COLUMN 40.
               DISPLAY CSG-LLAVE-2 LINE 17 COLUMN 52.

      *        LA RESCISION LIBERA LA CAJA; SI QUEDA ALQUILER SIN
      *        COBRAR SE AVISA Y HAY QUE CONFIRMARLA. SI EL CLIENTE
      *        NO DEVUELVE LAS LLAVES SE CAMBIA LA CERRADURA Y SE
      *        ANOTAN LAS SERIES NUEVAS
           00006-RESCINDIR-ALQUILER.
               PERFORM 00008-LOCALIZAR-CAJA.
               IF WS-STATUS-CSG = "00"
                   IF NOT CSG-ALQUILADA
                       DISPLAY "LA CAJA NO ESTA ALQUILADA" LINE 12
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   ELSE
                       MOVE "S" TO WS-CONFIRMACION
                       IF CSG-IMPAGADO > 0
                           MOVE CSG-IMPAGADO TO WS-IMPAGADO-VIS
                           DISPLAY "ALQUILER PENDIENTE DE COBRO: "
                           LINE 12 COLUMN 20 BACKGROUND-COLOR IS 4
                           DISPLAY WS-IMPAGADO-VIS LINE 12 COLUMN 50
                           BACKGROUND-COLOR IS 4
                           DISPLAY "RESCINDIR DE TODOS MODOS (S/N): "
                           LINE 13 COLUMN 20
                           ACCEPT WS-CONFIRMACION LINE 13 COLUMN 53
                       END-IF
                       IF WS-CONFIRMACION = "S" OR "s"
                           PERFORM 00006A-LIBERAR-CAJA
                       ELSE
                           DISPLAY "RESCISION CANCELADA" LINE 16
                           COLUMN 20 BACKGROUND-COLOR IS 4
                       END-IF
                   END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00006A-LIBERAR-CAJA.
               DISPLAY "NUEVA SERIE LLAVE 1 (BLANCO SI SE DEVUELVEN): "
               LINE 14 COLUMN 20.
               ACCEPT WS-LLAVE-1-TECLEADA LINE 14 COLUMN 67.
               IF WS-LLAVE-1-TECLEADA NOT = SPACES
                   DISPLAY "NUEVA SERIE LLAVE 2: " LINE 15 COLUMN 20
                   ACCEPT WS-LLAVE-2-TECLEADA LINE 15 COLUMN 67
                   MOVE WS-LLAVE-1-TECLEADA TO CSG-LLAVE-1
                   MOVE WS-LLAVE-2-TECLEADA TO CSG-LLAVE-2
               END-IF.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE SPACES           TO CSG-DNI.
               MOVE 0                TO CSG-CUENTA.
               MOVE SPACE            TO CSG-TRAMO.
               MOVE "L"              TO CSG-ESTADO.
               MOVE 0                TO CSG-VENCIMIENTO.
               MOVE WS-FECHA-SISTEMA TO CSG-FECHA-BAJA.
               MOVE 0                TO CSG-IMPAGADO.
               REWRITE CSG-REGISTRO.
               DISPLAY "ALQUILER RESCINDIDO, CAJA LIBRE" LINE 16
               COLUMN 20 BACKGROUND-COLOR IS 2.

      *        FICHA DE LA CAJA Y, SI ESTA ALQUILADA, LOS DNI QUE
      *        PUEDEN BAJAR A LA CAMARA: EL TITULAR DEL ALQUILER Y LOS
      *        TITULARES ACTIVOS DE LA CUENTA DE CARGO
           00007-CONSULTAR-CAJA.
               PERFORM 00008-LOCALIZAR-CAJA.
               IF WS-STATUS-CSG = "00"
                   DISPLAY " " BLANK SCREEN
                   DISPLAY "CAJA DE SEGURIDAD " LINE 2 COLUMN 10
                   BACKGROUND-COLOR IS 2
                   DISPLAY CSG-NUMERO LINE 2 COLUMN 28
                   BACKGROUND-COLOR IS 2
                   DISPLAY "TAMANO " CSG-TAMANO "  SUCURSAL "
                       CSG-SUCURSAL "  ESTADO " CSG-ESTADO
                       LINE 3 COLUMN 10
                   DISPLAY "LLAVES " CSG-LLAVE-1 " " CSG-LLAVE-2
                       LINE 4 COLUMN 10
                   IF CSG-ALQUILADA
                       MOVE CSG-IMPAGADO TO WS-IMPAGADO-VIS
                       DISPLAY "TITULAR " CSG-DNI "  CUENTA "
                           CSG-CUENTA "  TRAMO " CSG-TRAMO
                           LINE 5 COLUMN 10
                       DISPLAY "ALTA " CSG-FECHA-ALTA
                           "  PROXIMO VENCIMIENTO " CSG-VENCIMIENTO
                           LINE 6 COLUMN 10
                       DISPLAY "PENDIENTE DE COBRO " WS-IMPAGADO-VIS
                           LINE 7 COLUMN 10
                       DISPLAY "COTITULARES AUTORIZADOS:" LINE 9
                           COLUMN 10 BACKGROUND-COLOR IS 2
                       PERFORM 00007A-LISTAR-COTITULARES
                   ELSE
                       DISPLAY "ULTIMA BAJA " CSG-FECHA-BAJA
                           LINE 5 COLUMN 10
                   END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00007A-LISTAR-COTITULARES.
               MOVE 10 TO WS-LINEA-LISTA.
               OPEN INPUT TITULARES.
               IF WS-STATUS-TIT = "00"
                   MOVE "N" TO WS-EOF-TIT
                   MOVE CSG-CUENTA TO TIT-CUENTA
                   MOVE LOW-VALUES TO TIT-DNI
                   START TITULARES KEY IS NOT LESS THAN TIT-CLAVE
                       INVALID KEY SET WS-FIN-TIT TO TRUE
                   END-START
                   PERFORM 00007B-LEER-TITULAR
                   PERFORM 00007C-MOSTRAR-TITULAR UNTIL WS-FIN-TIT
                   CLOSE TITULARES
               END-IF.

           00007B-LEER-TITULAR.
               IF NOT WS-FIN-TIT
                   READ TITULARES NEXT RECORD
                       AT END SET WS-FIN-TIT TO TRUE
                   END-READ
               END-IF.
               IF NOT WS-FIN-TIT
                   AND TIT-CUENTA NOT = CSG-CUENTA
                   SET WS-FIN-TIT TO TRUE
               END-IF.

           00007C-MOSTRAR-TITULAR.
               IF TIT-ACTIVO AND NOT TIT-ES-AVALISTA
                   AND TIT-DNI NOT = CSG-DNI
                   AND WS-LINEA-LISTA < 22
                   DISPLAY TIT-DNI " " TIT-ROL
                       LINE WS-LINEA-LISTA COLUMN 10
                   ADD 1 TO WS-LINEA-LISTA
               END-IF.
               PERFORM 00007B-LEER-TITULAR.

           00008-LOCALIZAR-CAJA.
               DISPLAY "NUMERO DE CAJA: " LINE 11 COLUMN 20.
               ACCEPT WS-CAJA-TECLEADA LINE 11 COLUMN 45.
               MOVE WS-CAJA-TECLEADA TO CSG-NUMERO.
               READ CAJAS-SEGURIDAD
                   INVALID KEY
                       DISPLAY "CAJA NO ENCONTRADA" LINE 12
                       COLUMN 20 BACKGROUND-COLOR IS 4
                       MOVE "23" TO WS-STATUS-CSG
                   NOT INVALID KEY
                       MOVE "00" TO WS-STATUS-CSG
               END-READ.

      *        HISTORIAL DE ACCESOS DE UNA CAJA, PERMITIDOS Y
      *        DENEGADOS, EN PANTALLA Y EN ACCESOS-CAJA-INFORME.TXT
      *        PARA ADJUNTAR A UNA RECLAMACION
           00009-HISTORIAL-ACCESOS.
               DISPLAY "NUMERO DE CAJA: " LINE 11 COLUMN 20.
               ACCEPT WS-CAJA-TECLEADA LINE 11 COLUMN 45.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "ACCESOS A LA CAJA " LINE 2 COLUMN 10
               BACKGROUND-COLOR IS 2.
               DISPLAY WS-CAJA-TECLEADA LINE 2 COLUMN 28
               BACKGROUND-COLOR IS 2.
               DISPLAY "FECHA    HORA   DNI       CAJERO   SUC R MOTIVO"
               LINE 3 COLUMN 10 BACKGROUND-COLOR IS 2.
               MOVE 4 TO WS-LINEA-LISTA.
               MOVE 0 TO WS-NUM-ACCESOS.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN OUTPUT INFORME-ACCESOS.
               MOVE SPACES TO INF-LINEA.
               STRING "HISTORIAL DE ACCESOS A LA CAJA DE SEGURIDAD "
                   WS-CAJA-TECLEADA " - EMITIDO " WS-FECHA-SISTEMA
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE "FECHA    HORA   DNI       CAJERO   SUC R MOTIVO"
                   TO INF-LINEA.
               WRITE INF-LINEA.
               OPEN INPUT ACCESOS-CAJA.
               IF WS-STATUS-ACC = "00"
                   MOVE "N" TO WS-EOF-ACC
                   PERFORM 00009A-LEER-ACCESO
                   PERFORM 00009B-TRATAR-ACCESO UNTIL WS-FIN-ACC
                   CLOSE ACCESOS-CAJA
               END-IF.
               MOVE SPACES TO INF-LINEA.
               STRING "TOTAL ACCESOS: " WS-NUM-ACCESOS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               CLOSE INFORME-ACCESOS.
               DISPLAY "TOTAL ACCESOS: " WS-NUM-ACCESOS
               LINE 23 COLUMN 10.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00009A-LEER-ACCESO.
               READ ACCESOS-CAJA
                   AT END SET WS-FIN-ACC TO TRUE
               END-READ.

           00009B-TRATAR-ACCESO.
               IF ACC-CAJA = WS-CAJA-TECLEADA
                   ADD 1 TO WS-NUM-ACCESOS
                   MOVE SPACES TO INF-LINEA
                   STRING ACC-FECHA " " ACC-HORA " " ACC-DNI " "
                       ACC-CAJERO " " ACC-SUCURSAL " " ACC-RESULTADO
                       " " ACC-MOTIVO
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
                   IF WS-LINEA-LISTA < 22
                       DISPLAY INF-LINEA LINE WS-LINEA-LISTA COLUMN 10
                       ADD 1 TO WS-LINEA-LISTA
                   END-IF
               END-IF.
               PERFORM 00009A-LEER-ACCESO.

       END PROGRAM CSGADMIN.
