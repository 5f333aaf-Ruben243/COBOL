      ******************************************************************
      * Author:
      * Date:
      * Purpose: MANDATOS DE DOMICILIACION (MANDATOS.DAT): ALTA DEL
      *          MANDATO FIRMADO POR EL CLIENTE PARA QUE UN EMISOR LE
      *          COBRE RECIBOS (EMISOR, REFERENCIA DEL MANDATO, CUENTA,
      *          FECHA DE FIRMA E IMPORTE MAXIMO OPCIONAL), REVOCACION
      *          Y CONSULTA POR CUENTA. DOMICILIACIONES DEVUELVE LOS
      *          RECIBOS SIN MANDATO ACTIVO O POR ENCIMA DEL MAXIMO.
      *          TAMBIEN TRAMITA EL REEMBOLSO QUE PIDE EL CLIENTE DE
      *          UN RECIBO YA COBRADO (COBROS-DOMIC.DAT) DENTRO DEL
      *          PLAZO LEGAL DE OCHO SEMANAS: ABONA LA CUENTA (TIPO
      *          DOMIC-DEV) EN AMBOS DIARIOS Y RECLAMA EL RECIBO AL
      *          EMISOR EN DEVOLUCIONES.TXT CON EL CODIGO R8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDADMIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATOS ASSIGN TO "../MANDATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS WS-STATUS-MAN.

      *    RECIBOS COBRADOS POR DOMICILIACIONES, POR ID DE MOVIMIENTO
           SELECT COBROS ASSIGN TO "../COBROS-DOMIC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COB-ID
           FILE STATUS IS WS-STATUS-COB.

           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "../MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "../AUDITORIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVIMIENTOS-IDX ASSIGN TO "../MOVIMIENTOS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVIDX-CLAVE
           FILE STATUS IS WS-STATUS-MIX.

           SELECT SEC-MOVIMIENTO ASSIGN TO "../MOVIMIENTO-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-MIX.

      *    MISMO FICHERO DE DEVOLUCIONES AL EMISOR QUE DOMICILIACIONES
           SELECT OPTIONAL DEVOLUCIONES ASSIGN TO "../DEVOLUCIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAJEROS ASSIGN TO "../TELLER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

       DATA DIVISION.
       FILE SECTION.
        FD MANDATOS.
         01 MAN-REGISTRO.
             02 MAN-CLAVE.
                 03 MAN-EMISOR     PIC X(20).
                 03 MAN-REFERENCIA PIC X(12).
             02 MAN-CUENTA         PIC 9(11).
             02 MAN-FECHA-FIRMA    PIC 9(08).
             02 MAN-IMPORTE-MAXIMO PIC 9(09)V99.
             02 MAN-ESTADO         PIC X(01).
                 88 MAN-ACTIVO   VALUE "A".
                 88 MAN-REVOCADO VALUE "R".
             02 MAN-FECHA-REVOCACION PIC 9(08).
             02 MAN-SUPERVISOR     PIC X(08).

        FD COBROS.
         01 COB-REGISTRO.
             02 COB-ID         PIC 9(08).
             02 COB-CUENTA     PIC 9(11).
             02 COB-IMPORTE    PIC 9(09)V99.
             02 COB-REFERENCIA PIC X(12).
             02 COB-EMISOR     PIC X(20).
             02 COB-FECHA      PIC 9(08).
             02 COB-ESTADO     PIC X(01).
                 88 COB-COBRADO     VALUE "C".
                 88 COB-REEMBOLSADO VALUE "R".
             02 COB-FECHA-REEMBOLSO PIC 9(08).

        FD CUENTAS.
         01 CTA-REGISTRO.
             02 CTA-NUMERO PIC 9(11).
             02 CTA-NOMBRE PIC A(10).
             02 CTA-SALDO  PIC S9(9)V99.
             02 CTA-PIN    PIC 9(04).
             02 CTA-MONEDA PIC X(03).
             02 CTA-LIMITE-DESCUBIERTO PIC S9(9)V99.
             02 CTA-TASA-INTERES PIC 9(02)V99.
             02 CTA-LIMITE-DIARIO PIC S9(9)V99.
             02 CTA-RETIRADO-HOY  PIC S9(9)V99.
             02 CTA-FECHA-RETIRADO PIC 9(08).
             02 CTA-BLOQUEADA PIC X(01).
                 88 CTA-ESTA-BLOQUEADA VALUE "B".
                 88 CTA-CONGELADA      VALUE "F".
             02 CTA-ESTADO PIC X(01).
                 88 CTA-ABIERTA      VALUE "A".
                 88 CTA-ESTA-CERRADA VALUE "C".
                 88 CTA-DORMIDA      VALUE "D".
             02 CTA-SALDO-PENDIENTE PIC S9(9)V99.
             02 CTA-SUCURSAL PIC 9(03).
             02 CTA-TIPO-CUENTA PIC X(01).
                 88 CTA-CORRIENTE VALUE "C".
                 88 CTA-AHORRO    VALUE "A".
             02 CTA-DNI PIC X(09).
             02 CTA-ULT-DEVENGO PIC 9(06).

        FD MOVIMIENTOS.
         01 MOV-REGISTRO.
             02 MOV-FECHA    PIC X(10).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-CUENTA   PIC 9(11).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TIPO     PIC X(10).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-IMPORTE  PIC -ZZZZZZZZ9.99.
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-SALDO    PIC -ZZZZZZZZ9.99.
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-CUENTA-DESTINO PIC 9(11) VALUE 0.
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-CAJERO   PIC X(08).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-SUPERVISOR PIC X(08).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-PRACTICAS PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-SUCURSAL PIC 9(03).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-FECHA-NEG PIC 9(08).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TASA-CAMBIO PIC 9(01)V9(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-DNI      PIC X(09).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TARJETA  PIC 9(16).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-HORA     PIC 9(02).

        FD AUDITORIA.
         01 AUD-REGISTRO.
             02 AUD-FECHA    PIC 9(08).
             02 FILLER       PIC X(01).
             02 AUD-HORA     PIC 9(06).
             02 FILLER       PIC X(01).
             02 AUD-PROGRAMA PIC X(12).
             02 FILLER       PIC X(01).
             02 AUD-OPERADOR PIC X(08).
             02 FILLER       PIC X(01).
             02 AUD-ANTES    PIC X(116).
             02 FILLER       PIC X(01).
             02 AUD-DESPUES  PIC X(116).

        FD MOVIMIENTOS-IDX.
         01 MOVIDX-REGISTRO.
             02 MOVIDX-CLAVE.
                 03 MOVIDX-CUENTA PIC 9(11).
                 03 MOVIDX-ID     PIC 9(08).
             02 MOVIDX-FECHA   PIC X(10).
             02 MOVIDX-TIPO    PIC X(10).
             02 MOVIDX-IMPORTE PIC S9(9)V99.
             02 MOVIDX-SALDO   PIC S9(9)V99.
             02 MOVIDX-CUENTA-DESTINO PIC 9(11).
             02 MOVIDX-CAJERO  PIC X(08).
             02 MOVIDX-SUPERVISOR PIC X(08).
             02 MOVIDX-PRACTICAS PIC X(01).
             02 MOVIDX-SUCURSAL PIC 9(03).
             02 MOVIDX-FECHA-NEG PIC 9(08).
             02 MOVIDX-TASA-CAMBIO PIC 9(01)V9(04).
             02 MOVIDX-DNI PIC X(09).
             02 MOVIDX-TARJETA PIC 9(16).
             02 MOVIDX-ORIGEN PIC X(01).
             02 MOVIDX-TERMINAL PIC X(04).

        FD SEC-MOVIMIENTO.
         01 SEC-MOVIMIENTO-REGISTRO PIC 9(08).

      *    MISMO FORMATO QUE EL RECIBO ORIGINAL DEL EMISOR
        FD DEVOLUCIONES.
         01 DEV-LINEA.
             02 DEV-CODIGO     PIC X(02).
             02 FILLER         PIC X(01).
             02 DEV-CUENTA     PIC 9(11).
             02 FILLER         PIC X(01).
             02 DEV-IMPORTE    PIC 9(09)V99.
             02 FILLER         PIC X(01).
             02 DEV-REFERENCIA PIC X(12).
             02 FILLER         PIC X(01).
             02 DEV-EMISOR     PIC X(20).
             02 FILLER         PIC X(01).
             02 DEV-IBAN       PIC X(34).

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

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MAN PIC X(02).
       77 WS-STATUS-COB PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-MIX PIC X(02).
       77 WS-STATUS-SEC-MIX PIC X(02).
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-OPCION PIC 9(01).

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.

      * PLAZO LEGAL DEL CLIENTE PARA PEDIR EL REEMBOLSO DE UN RECIBO
      * AUTORIZADO: OCHO SEMANAS DESDE LA FECHA DEL ADEUDO
       77 WS-DIAS-REEMBOLSO PIC 9(03) VALUE 56.

      * DATOS TECLEADOS
       77 WS-EMISOR-TECLEADO PIC X(20).
       77 WS-REFERENCIA-TECLEADA PIC X(12).
       77 WS-CUENTA-TECLEADA PIC 9(11).
       77 WS-FIRMA-TECLEADA PIC 9(08).
       77 WS-MAXIMO-TECLEADO PIC 9(09)V99.
       77 WS-COBRO-TECLEADO PIC 9(08).
       77 WS-CONFIRMACION PIC X(01).
       77 WS-IMPORTE-VIS PIC ZZZZZZZZ9.99.

      * RECORRIDO DE LOS FICHEROS PARA LOS LISTADOS POR CUENTA
       77 WS-EOF-MAN PIC X(01).
           88 WS-FIN-MAN VALUE "S".
       77 WS-EOF-COB PIC X(01).
           88 WS-FIN-COB VALUE "S".
       77 WS-LINEA-LISTA PIC 9(02).
       77 WS-ENCONTRADOS PIC 9(04).
       77 WS-CUENTA-OK PIC X(01).
           88 WS-CUENTA-VALIDA VALUE "S".

      * FECHA LIMITE DEL REEMBOLSO, AVANZADA DIA A DIA DESDE EL COBRO
       01 WS-FECHA-LIMITE.
           05 WS-FC-ANIO PIC 9(04).
           05 WS-FC-MES  PIC 9(02).
           05 WS-FC-DIA  PIC 9(02).
       01 WS-TABLA-DIAS-MES VALUE "312831303130313130313031".
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77 WS-DIAS-EN-MES PIC 9(02).
       77 WS-TEMP-DIVISION PIC 9(04).
       77 WS-RESTO-ANIO PIC 9(04).

      * IDENTIFICACION DEL SUPERVISOR
       77 WS-SUP-ID  PIC X(08).
       77 WS-SUP-PIN PIC 9(04).
       77 WS-ACCESO-OK PIC X(01) VALUE "N".
           88 WS-ACCESO-CONCEDIDO VALUE "S".

      * IMAGEN DE LA CUENTA ANTES DEL ABONO, PARA AUDITORIA.TXT
       77 WS-CTA-ANTES PIC X(116).
       77 WS-HORA-AUD  PIC 9(08).
       77 WS-FECHA-MOV PIC X(10).
       77 WS-NUEVO-MOVIMIENTO PIC 9(08).

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 00001-CONTROL-ACCESO.
            IF WS-ACCESO-CONCEDIDO
                PERFORM 00002-CARGAR-FECHA-NEGOCIO
                PERFORM 00003-ABRIR-FICHEROS
                PERFORM 00004-MENU UNTIL WS-OPCION = 5
                CLOSE MANDATOS, COBROS
            END-IF.
            STOP RUN.

           00001-CONTROL-ACCESO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "MANDATOS DE DOMICILIACION" LINE 2 COLUMN 20
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

           00002-CARGAR-FECHA-NEGOCIO.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE WS-FECHA-SISTEMA TO WS-FECHA-NEGOCIO.
               OPEN INPUT FECHA-NEGOCIO.
               IF WS-STATUS-FNG = "00"
                   READ FECHA-NEGOCIO
                       AT END CONTINUE
                       NOT AT END MOVE FNG-REGISTRO
                           TO WS-FECHA-NEGOCIO
                   END-READ
                   CLOSE FECHA-NEGOCIO
               END-IF.

           00003-ABRIR-FICHEROS.
               OPEN I-O MANDATOS.
               IF WS-STATUS-MAN = "35"
                   OPEN OUTPUT MANDATOS
                   CLOSE MANDATOS
                   OPEN I-O MANDATOS
               END-IF.
               OPEN I-O COBROS.
               IF WS-STATUS-COB = "35"
                   OPEN OUTPUT COBROS
                   CLOSE COBROS
                   OPEN I-O COBROS
               END-IF.

           00004-MENU.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "MANDATOS DE DOMICILIACION" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               DISPLAY "1-ALTA DE MANDATO" LINE 3 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "2-REVOCAR MANDATO" LINE 4 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "3-MANDATOS DE UNA CUENTA" LINE 5 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "4-REEMBOLSO DE UN RECIBO COBRADO" LINE 6
               COLUMN 20 BACKGROUND-COLOR IS 5.
               DISPLAY "5-SALIR" LINE 7 COLUMN 20
               BACKGROUND-COLOR IS 5.
               ACCEPT WS-OPCION LINE 8 COLUMN 20.

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 00005-ALTA-MANDATO
                   WHEN 2
                       PERFORM 00006-REVOCAR-MANDATO
                   WHEN 3
                       PERFORM 00007-LISTAR-MANDATOS
                   WHEN 4
                       PERFORM 00008-REEMBOLSO
               END-EVALUATE.

      *        EL MANDATO SE IDENTIFICA POR EMISOR Y REFERENCIA, QUE
      *        SON LOS QUE TRAE CADA RECIBO; LA CUENTA DEBE EXISTIR Y
      *        NO ESTAR CANCELADA. UN MANDATO REVOCADO PUEDE VOLVER A
      *        DARSE DE ALTA SI EL CLIENTE FIRMA DE NUEVO
           00005-ALTA-MANDATO.
               PERFORM 00009-PEDIR-MANDATO.
               READ MANDATOS
                   INVALID KEY
                       INITIALIZE MAN-REGISTRO
                       MOVE WS-EMISOR-TECLEADO TO MAN-EMISOR
                       MOVE WS-REFERENCIA-TECLEADA TO MAN-REFERENCIA
                       PERFORM 00005A-DATOS-MANDATO
                       IF WS-CUENTA-VALIDA
                           WRITE MAN-REGISTRO
                       END-IF
                   NOT INVALID KEY
                       IF MAN-ACTIVO
                           DISPLAY "MANDATO YA REGISTRADO PARA LA"
                           " CUENTA" LINE 6 COLUMN 10
                           BACKGROUND-COLOR IS 4
                           MOVE MAN-CUENTA TO WS-CUENTA-TECLEADA
                           DISPLAY WS-CUENTA-TECLEADA LINE 6
                           COLUMN 48
                       ELSE
                           PERFORM 00005A-DATOS-MANDATO
                           IF WS-CUENTA-VALIDA
                               REWRITE MAN-REGISTRO
                           END-IF
                       END-IF
               END-READ.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00005A-DATOS-MANDATO.
               DISPLAY "CUENTA DEL CLIENTE: " LINE 6 COLUMN 10.
               ACCEPT WS-CUENTA-TECLEADA LINE 6 COLUMN 40.
               PERFORM 00010-COMPROBAR-CUENTA.
               IF WS-CUENTA-VALIDA
                   DISPLAY "FECHA DE FIRMA (AAAAMMDD): " LINE 7
                   COLUMN 10
                   MOVE WS-FECHA-NEGOCIO TO WS-FIRMA-TECLEADA
                   ACCEPT WS-FIRMA-TECLEADA LINE 7 COLUMN 40
                   DISPLAY "IMPORTE MAXIMO (0 = SIN LIMITE): " LINE 8
                   COLUMN 10
                   MOVE 0 TO WS-MAXIMO-TECLEADO
                   ACCEPT WS-MAXIMO-TECLEADO LINE 8 COLUMN 45
                   MOVE WS-CUENTA-TECLEADA TO MAN-CUENTA
                   MOVE WS-FIRMA-TECLEADA TO MAN-FECHA-FIRMA
                   MOVE WS-MAXIMO-TECLEADO TO MAN-IMPORTE-MAXIMO
                   MOVE "A" TO MAN-ESTADO
                   MOVE 0 TO MAN-FECHA-REVOCACION
                   MOVE WS-SUP-ID TO MAN-SUPERVISOR
                   DISPLAY "MANDATO REGISTRADO" LINE 10 COLUMN 10
                   BACKGROUND-COLOR IS 2
               END-IF.

      *        LA REVOCACION VALE PARA LOS RECIBOS QUE LLEGUEN A
      *        PARTIR DE HOY; EL MANDATO SE CONSERVA PARA CONSULTA
           00006-REVOCAR-MANDATO.
               PERFORM 00009-PEDIR-MANDATO.
               READ MANDATOS
                   INVALID KEY
                       DISPLAY "MANDATO NO ENCONTRADO" LINE 6
                       COLUMN 10 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       IF MAN-REVOCADO
                           DISPLAY "EL MANDATO YA ESTABA REVOCADO"
                           LINE 6 COLUMN 10 BACKGROUND-COLOR IS 3
                       ELSE
                           MOVE "R" TO MAN-ESTADO
                           MOVE WS-FECHA-NEGOCIO
                               TO MAN-FECHA-REVOCACION
                           MOVE WS-SUP-ID TO MAN-SUPERVISOR
                           REWRITE MAN-REGISTRO
                           DISPLAY "MANDATO REVOCADO" LINE 6
                           COLUMN 10 BACKGROUND-COLOR IS 2
                       END-IF
               END-READ.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00007-LISTAR-MANDATOS.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "MANDATOS DE UNA CUENTA" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               DISPLAY "CUENTA: " LINE 3 COLUMN 10.
               ACCEPT WS-CUENTA-TECLEADA LINE 3 COLUMN 20.
               DISPLAY "EMISOR               REFERENCIA   FIRMA    E"
               "       MAXIMO" LINE 5 COLUMN 5.
               MOVE 6 TO WS-LINEA-LISTA.
               MOVE 0 TO WS-ENCONTRADOS.
               MOVE "N" TO WS-EOF-MAN.
               MOVE LOW-VALUES TO MAN-CLAVE.
               START MANDATOS KEY IS NOT LESS THAN MAN-CLAVE
                   INVALID KEY SET WS-FIN-MAN TO TRUE
               END-START.
               PERFORM 00007A-LEER-MANDATO.
               PERFORM 00007B-MOSTRAR-MANDATO UNTIL WS-FIN-MAN.
               IF WS-ENCONTRADOS = 0
                   DISPLAY "LA CUENTA NO TIENE MANDATOS" LINE 6
                   COLUMN 5 BACKGROUND-COLOR IS 3
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00007A-LEER-MANDATO.
               IF NOT WS-FIN-MAN
                   READ MANDATOS NEXT RECORD
                       AT END SET WS-FIN-MAN TO TRUE
                   END-READ
               END-IF.

           00007B-MOSTRAR-MANDATO.
               IF MAN-CUENTA = WS-CUENTA-TECLEADA
                   AND WS-LINEA-LISTA < 21
                   MOVE MAN-IMPORTE-MAXIMO TO WS-IMPORTE-VIS
                   DISPLAY MAN-EMISOR LINE WS-LINEA-LISTA COLUMN 5
                   DISPLAY MAN-REFERENCIA LINE WS-LINEA-LISTA
                   COLUMN 26
                   DISPLAY MAN-FECHA-FIRMA LINE WS-LINEA-LISTA
                   COLUMN 39
                   DISPLAY MAN-ESTADO LINE WS-LINEA-LISTA COLUMN 48
                   DISPLAY WS-IMPORTE-VIS LINE WS-LINEA-LISTA
                   COLUMN 50
                   ADD 1 TO WS-LINEA-LISTA
                   ADD 1 TO WS-ENCONTRADOS
               END-IF.
               PERFORM 00007A-LEER-MANDATO.

      *        EL CLIENTE PUEDE RECLAMAR UN RECIBO YA COBRADO DENTRO
      *        DEL PLAZO LEGAL SIN NECESIDAD DE JUSTIFICARLO: SE LE
      *        ABONA Y EL RECIBO SE DEVUELVE AL EMISOR CON CODIGO R8
           00008-REEMBOLSO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "REEMBOLSO DE RECIBO DOMICILIADO" LINE 2
               COLUMN 20 BACKGROUND-COLOR IS 2.
               DISPLAY "CUENTA: " LINE 3 COLUMN 10.
               ACCEPT WS-CUENTA-TECLEADA LINE 3 COLUMN 20.
               DISPLAY "ID       FECHA    EMISOR               REFEREN"
               "CIA         IMPORTE E" LINE 5 COLUMN 5.
               MOVE 6 TO WS-LINEA-LISTA.
               MOVE 0 TO WS-ENCONTRADOS.
               MOVE "N" TO WS-EOF-COB.
               MOVE 0 TO COB-ID.
               START COBROS KEY IS NOT LESS THAN COB-ID
                   INVALID KEY SET WS-FIN-COB TO TRUE
               END-START.
               PERFORM 00008A-LEER-COBRO.
               PERFORM 00008B-MOSTRAR-COBRO UNTIL WS-FIN-COB.
               IF WS-ENCONTRADOS = 0
                   DISPLAY "LA CUENTA NO TIENE RECIBOS COBRADOS"
                   LINE 6 COLUMN 5 BACKGROUND-COLOR IS 3
               ELSE
                   DISPLAY "ID DEL RECIBO A REEMBOLSAR: " LINE 21
                   COLUMN 5
                   ACCEPT WS-COBRO-TECLEADO LINE 21 COLUMN 35
                   MOVE WS-COBRO-TECLEADO TO COB-ID
                   READ COBROS
                       INVALID KEY
                           DISPLAY "RECIBO NO ENCONTRADO" LINE 22
                           COLUMN 5 BACKGROUND-COLOR IS 4
                       NOT INVALID KEY
                           PERFORM 00008C-VALIDAR-REEMBOLSO
                   END-READ
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00008A-LEER-COBRO.
               IF NOT WS-FIN-COB
                   READ COBROS NEXT RECORD
                       AT END SET WS-FIN-COB TO TRUE
                   END-READ
               END-IF.

           00008B-MOSTRAR-COBRO.
               IF COB-CUENTA = WS-CUENTA-TECLEADA
                   AND WS-LINEA-LISTA < 21
                   MOVE COB-IMPORTE TO WS-IMPORTE-VIS
                   DISPLAY COB-ID LINE WS-LINEA-LISTA COLUMN 5
                   DISPLAY COB-FECHA LINE WS-LINEA-LISTA COLUMN 14
                   DISPLAY COB-EMISOR LINE WS-LINEA-LISTA COLUMN 23
                   DISPLAY COB-REFERENCIA LINE WS-LINEA-LISTA
                   COLUMN 44
                   DISPLAY WS-IMPORTE-VIS LINE WS-LINEA-LISTA
                   COLUMN 57
                   DISPLAY COB-ESTADO LINE WS-LINEA-LISTA COLUMN 70
                   ADD 1 TO WS-LINEA-LISTA
                   ADD 1 TO WS-ENCONTRADOS
               END-IF.
               PERFORM 00008A-LEER-COBRO.

           00008C-VALIDAR-REEMBOLSO.
               MOVE COB-FECHA TO WS-FECHA-LIMITE.
               PERFORM 00012-AVANZAR-UN-DIA WS-DIAS-REEMBOLSO TIMES.
               EVALUATE TRUE
                   WHEN COB-CUENTA NOT = WS-CUENTA-TECLEADA
                       DISPLAY "EL RECIBO NO ES DE ESTA CUENTA"
                       LINE 22 COLUMN 5 BACKGROUND-COLOR IS 4
                   WHEN COB-REEMBOLSADO
                       DISPLAY "EL RECIBO YA FUE REEMBOLSADO"
                       LINE 22 COLUMN 5 BACKGROUND-COLOR IS 4
                   WHEN WS-FECHA-NEGOCIO > WS-FECHA-LIMITE
                       DISPLAY "FUERA DEL PLAZO DE REEMBOLSO"
                       LINE 22 COLUMN 5 BACKGROUND-COLOR IS 4
                   WHEN OTHER
                       DISPLAY "CONFIRMA EL REEMBOLSO (S/N): "
                       LINE 22 COLUMN 5
                       MOVE "N" TO WS-CONFIRMACION
                       ACCEPT WS-CONFIRMACION LINE 22 COLUMN 35
                       IF WS-CONFIRMACION = "S"
                           PERFORM 00011-ABONAR-REEMBOLSO
                       END-IF
               END-EVALUATE.

      *        LA CUENTA DEBE SEGUIR ABIERTA PARA RECIBIR EL ABONO;
      *        UNA CUENTA CANCELADA SE TRAMITA POR AJUSTES
           00011-ABONAR-REEMBOLSO.
               OPEN I-O CUENTAS.
               IF WS-STATUS-CTA NOT = "00"
                   DISPLAY "NO SE PUEDE ABRIR EL MAESTRO DE CUENTAS"
                   LINE 23 COLUMN 5 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE COB-CUENTA TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY
                           DISPLAY "CUENTA NO ENCONTRADA" LINE 23
                           COLUMN 5 BACKGROUND-COLOR IS 4
                       NOT INVALID KEY
                           IF CTA-ESTA-CERRADA
                               DISPLAY "CUENTA CANCELADA" LINE 23
                               COLUMN 5 BACKGROUND-COLOR IS 4
                           ELSE
                               MOVE CTA-REGISTRO TO WS-CTA-ANTES
                               ADD COB-IMPORTE TO CTA-SALDO
                               REWRITE CTA-REGISTRO
                               PERFORM 00014-AUDITAR-CUENTA
                               PERFORM 00015-REGISTRAR-MOVIMIENTO
                               MOVE "R" TO COB-ESTADO
                               MOVE WS-FECHA-NEGOCIO
                                   TO COB-FECHA-REEMBOLSO
                               REWRITE COB-REGISTRO
                               PERFORM 00018-RECLAMAR-AL-EMISOR
                               DISPLAY "REEMBOLSO ABONADO EN CUENTA"
                               LINE 23 COLUMN 5 BACKGROUND-COLOR IS 2
                           END-IF
                   END-READ
                   CLOSE CUENTAS
               END-IF.

           00009-PEDIR-MANDATO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "MANDATOS DE DOMICILIACION" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               DISPLAY "EMISOR: " LINE 4 COLUMN 10.
               ACCEPT WS-EMISOR-TECLEADO LINE 4 COLUMN 40.
               DISPLAY "REFERENCIA DEL MANDATO: " LINE 5 COLUMN 10.
               ACCEPT WS-REFERENCIA-TECLEADA LINE 5 COLUMN 40.
               MOVE WS-EMISOR-TECLEADO TO MAN-EMISOR.
               MOVE WS-REFERENCIA-TECLEADA TO MAN-REFERENCIA.

           00010-COMPROBAR-CUENTA.
               MOVE "N" TO WS-CUENTA-OK.
               OPEN INPUT CUENTAS.
               IF WS-STATUS-CTA NOT = "00"
                   DISPLAY "NO EXISTE EL MAESTRO DE CUENTAS" LINE 10
                   COLUMN 10 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE WS-CUENTA-TECLEADA TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY
                           DISPLAY "CUENTA NO ENCONTRADA" LINE 10
                           COLUMN 10 BACKGROUND-COLOR IS 4
                       NOT INVALID KEY
                           IF CTA-ESTA-CERRADA
                               DISPLAY "CUENTA CANCELADA" LINE 10
                               COLUMN 10 BACKGROUND-COLOR IS 4
                           ELSE
                               SET WS-CUENTA-VALIDA TO TRUE
                               DISPLAY CTA-NOMBRE LINE 6 COLUMN 53
                           END-IF
                   END-READ
                   CLOSE CUENTAS
               END-IF.

           00012-AVANZAR-UN-DIA.
               PERFORM 00013-DIAS-DEL-MES.
               IF WS-FC-DIA < WS-DIAS-EN-MES
                   ADD 1 TO WS-FC-DIA
               ELSE
                   MOVE 1 TO WS-FC-DIA
                   IF WS-FC-MES < 12
                       ADD 1 TO WS-FC-MES
                   ELSE
                       MOVE 1 TO WS-FC-MES
                       ADD 1 TO WS-FC-ANIO
                   END-IF
               END-IF.

           00013-DIAS-DEL-MES.
               MOVE WS-DIAS-MES (WS-FC-MES) TO WS-DIAS-EN-MES.
               IF WS-FC-MES = 2
                   DIVIDE WS-FC-ANIO BY 4 GIVING WS-TEMP-DIVISION
                       REMAINDER WS-RESTO-ANIO
                   IF WS-RESTO-ANIO = 0
                       MOVE 29 TO WS-DIAS-EN-MES
                       DIVIDE WS-FC-ANIO BY 100 GIVING WS-TEMP-DIVISION
                           REMAINDER WS-RESTO-ANIO
                       IF WS-RESTO-ANIO = 0
                           MOVE 28 TO WS-DIAS-EN-MES
                           DIVIDE WS-FC-ANIO BY 400
                               GIVING WS-TEMP-DIVISION
                               REMAINDER WS-RESTO-ANIO
                           IF WS-RESTO-ANIO = 0
                               MOVE 29 TO WS-DIAS-EN-MES
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *        ANOTA EN LA PISTA DE AUDITORIA LA IMAGEN ANTERIOR Y
      *        POSTERIOR DE LA CUENTA REEMBOLSADA
           00014-AUDITAR-CUENTA.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AUD FROM TIME.
               OPEN EXTEND AUDITORIA.
               MOVE WS-FECHA-SISTEMA TO AUD-FECHA.
               MOVE WS-HORA-AUD (1:6) TO AUD-HORA.
               MOVE "MANDADMIN" TO AUD-PROGRAMA.
               MOVE WS-SUP-ID TO AUD-OPERADOR.
               MOVE WS-CTA-ANTES TO AUD-ANTES.
               MOVE CTA-REGISTRO TO AUD-DESPUES.
               WRITE AUD-REGISTRO.
               CLOSE AUDITORIA.

           00015-REGISTRAR-MOVIMIENTO.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               STRING WS-DIA-SIS "/" WS-MES-SIS "/" WS-ANIO-SIS
                   DELIMITED BY SIZE INTO WS-FECHA-MOV.
               OPEN EXTEND MOVIMIENTOS.
               MOVE WS-FECHA-MOV TO MOV-FECHA.
               MOVE CTA-NUMERO   TO MOV-CUENTA.
               MOVE "DOMIC-DEV"  TO MOV-TIPO.
               MOVE COB-IMPORTE  TO MOV-IMPORTE.
               MOVE CTA-SALDO    TO MOV-SALDO.
               MOVE 0            TO MOV-CUENTA-DESTINO.
               MOVE "BACKOFF"    TO MOV-CAJERO.
               MOVE WS-SUP-ID    TO MOV-SUPERVISOR.
               MOVE SPACE        TO MOV-PRACTICAS.
               MOVE CTA-SUCURSAL TO MOV-SUCURSAL.
               MOVE WS-FECHA-NEGOCIO TO MOV-FECHA-NEG.
               MOVE 0 TO MOV-TASA-CAMBIO.
               MOVE CTA-DNI TO MOV-DNI.
               MOVE 0 TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               CLOSE MOVIMIENTOS.
               PERFORM 00016-GRABAR-MOV-IDX.

           00016-GRABAR-MOV-IDX.
               PERFORM 00017-SIGUIENTE-NUM-MOVIMIENTO.
               OPEN I-O MOVIMIENTOS-IDX.
               IF WS-STATUS-MIX = "35"
                   OPEN OUTPUT MOVIMIENTOS-IDX
                   CLOSE MOVIMIENTOS-IDX
                   OPEN I-O MOVIMIENTOS-IDX
               END-IF.
               MOVE CTA-NUMERO TO MOVIDX-CUENTA.
               MOVE WS-NUEVO-MOVIMIENTO TO MOVIDX-ID.
               MOVE WS-FECHA-MOV TO MOVIDX-FECHA.
               MOVE "DOMIC-DEV"  TO MOVIDX-TIPO.
               MOVE COB-IMPORTE  TO MOVIDX-IMPORTE.
               MOVE CTA-SALDO    TO MOVIDX-SALDO.
               MOVE 0 TO MOVIDX-CUENTA-DESTINO.
               MOVE "BACKOFF" TO MOVIDX-CAJERO.
               MOVE WS-SUP-ID TO MOVIDX-SUPERVISOR.
               MOVE SPACE        TO MOVIDX-PRACTICAS.
               MOVE CTA-SUCURSAL TO MOVIDX-SUCURSAL.
               MOVE WS-FECHA-NEGOCIO TO MOVIDX-FECHA-NEG.
               MOVE 0 TO MOVIDX-TASA-CAMBIO.
               MOVE CTA-DNI TO MOVIDX-DNI.
               MOVE 0 TO MOVIDX-TARJETA.
               MOVE SPACE TO MOVIDX-ORIGEN.
               MOVE SPACES TO MOVIDX-TERMINAL.
               WRITE MOVIDX-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EN EL DIARIO"
                       " INDEXADO" LINE 24 COLUMN 5
               END-WRITE.
               CLOSE MOVIMIENTOS-IDX.

           00017-SIGUIENTE-NUM-MOVIMIENTO.
               MOVE 0 TO WS-NUEVO-MOVIMIENTO.
               OPEN INPUT SEC-MOVIMIENTO.
               IF WS-STATUS-SEC-MIX = "00"
                   READ SEC-MOVIMIENTO
                       AT END CONTINUE
                       NOT AT END MOVE SEC-MOVIMIENTO-REGISTRO
                           TO WS-NUEVO-MOVIMIENTO
                   END-READ
                   CLOSE SEC-MOVIMIENTO
               END-IF.
               ADD 1 TO WS-NUEVO-MOVIMIENTO.
               MOVE WS-NUEVO-MOVIMIENTO TO SEC-MOVIMIENTO-REGISTRO.
               OPEN OUTPUT SEC-MOVIMIENTO.
               WRITE SEC-MOVIMIENTO-REGISTRO.
               CLOSE SEC-MOVIMIENTO.

      *        EL RECIBO RECLAMADO VUELVE AL EMISOR EN EL MISMO
      *        FICHERO Y FORMATO QUE LAS DEVOLUCIONES DEL COBRO
           00018-RECLAMAR-AL-EMISOR.
               MOVE SPACES TO DEV-LINEA.
               MOVE "R8" TO DEV-CODIGO.
               MOVE COB-CUENTA TO DEV-CUENTA.
               MOVE COB-IMPORTE TO DEV-IMPORTE.
               MOVE COB-REFERENCIA TO DEV-REFERENCIA.
               MOVE COB-EMISOR TO DEV-EMISOR.
               MOVE "-" TO DEV-LINEA (3:1).
               OPEN EXTEND DEVOLUCIONES.
               WRITE DEV-LINEA.
               CLOSE DEVOLUCIONES.

       END PROGRAM MANDADMIN.
