      ******************************************************************
      * Author:
      * Date:
      * Purpose: REGISTRO Y SEGUIMIENTO DE LAS RECLAMACIONES DE
      *          CLIENTES (RECLAMACIONES.DAT, NUMERADAS CON
      *          RECLAMACION-SEQ.TXT). EL CAJERO QUE LA RECIBE LA DA
      *          DE ALTA CON EL DNI DEL CLIENTE (CLIENTES.DAT), LA
      *          CATEGORIA DEL CUADRO CATEGORIAS-RECLAMACION.TXT, EL
      *          CANAL Y, SI PROCEDE, LA CUENTA, EL MOVIMIENTO
      *          RECLAMADO (CLAVE DE MOVIMIENTOS.IDX) O LA REFERENCIA
      *          DE UN RECIBO DE DEVOLUCIONES.TXT. EL PLAZO LEGAL DE
      *          RESPUESTA ES DE DOS MESES DESDE LA ENTRADA. DESPUES
      *          SE ASIGNA UN GESTOR, SE ANOTA LA DEVOLUCION AL CLIENTE
      *          (EL APUNTE AJUSTE QUE CONTABILIZA AJUSTES) Y SE
      *          RESUELVE. SOLO EL GESTOR ASIGNADO O UN SUPERVISOR
      *          PUEDEN RESOLVER O ANOTAR LA DEVOLUCION. EL LOTE
      *          RECPLAZOS AVISA DE LOS PLAZOS Y RECESTAD SACA LA
      *          ESTADISTICA TRIMESTRAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECADMIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMACIONES ASSIGN TO "../RECLAMACIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUMERO
           FILE STATUS IS WS-STATUS-REC.

           SELECT SEC-RECLAMACION ASSIGN TO "../RECLAMACION-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-REC.

      *    CUADRO MANTENIDO DE CATEGORIAS (CODIGO Y TEXTO)
           SELECT CATEGORIAS ASSIGN TO "../CATEGORIAS-RECLAMACION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAT.

           SELECT CLIENTES ASSIGN TO "../CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-DNI
           ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
           FILE STATUS IS WS-STATUS-CLI.

           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

           SELECT MOVIMIENTOS-IDX ASSIGN TO "../MOVIMIENTOS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVIDX-CLAVE
           FILE STATUS IS WS-STATUS-MIX.

      *    RECIBOS DEVUELTOS POR DOMICILIACIONES
           SELECT DEVOLUCIONES ASSIGN TO "../DEVOLUCIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEV.

           SELECT CAJEROS ASSIGN TO "../TELLER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

           SELECT SUCURSAL ASSIGN TO "../SUCURSAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SUC.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

       DATA DIVISION.
       FILE SECTION.
        FD RECLAMACIONES.
         01 REC-REGISTRO.
             02 REC-NUMERO      PIC 9(08).
             02 REC-DNI         PIC X(09).
             02 REC-CUENTA      PIC 9(11).
             02 REC-MOV-ID      PIC 9(08).
             02 REC-RECIBO      PIC X(12).
             02 REC-CATEGORIA   PIC X(02).
             02 REC-CANAL       PIC X(01).
                 88 REC-OFICINA  VALUE "O".
                 88 REC-TELEFONO VALUE "T".
                 88 REC-CORREO   VALUE "C".
                 88 REC-INTERNET VALUE "I".
             02 REC-SUCURSAL    PIC 9(03).
             02 REC-CAJERO      PIC X(08).
             02 REC-GESTOR      PIC X(08).
             02 REC-RESUMEN     PIC X(40).
             02 REC-FECHA-ALTA  PIC 9(08).
             02 REC-FECHA-LIMITE PIC 9(08).
             02 REC-ESTADO      PIC X(01).
                 88 REC-ABIERTA    VALUE "A".
                 88 REC-EN-GESTION VALUE "G".
                 88 REC-RESUELTA   VALUE "R".
             02 REC-RESOLUCION  PIC X(01).
                 88 REC-FAVORABLE    VALUE "F".
                 88 REC-PARCIAL      VALUE "P".
                 88 REC-DESFAVORABLE VALUE "D".
                 88 REC-NO-ADMITIDA  VALUE "N".
             02 REC-TEXTO-RESOLUCION PIC X(40).
             02 REC-FECHA-RESOLUCION PIC 9(08).
             02 REC-AJUSTE-ID   PIC 9(08).
             02 REC-IMPORTE-DEVUELTO PIC S9(9)V99.

        FD SEC-RECLAMACION.
         01 SEC-RECLAMACION-REGISTRO PIC 9(08).

        FD CATEGORIAS.
         01 CAT-REGISTRO.
             02 CAT-CODIGO PIC X(02).
             02 FILLER     PIC X(01).
             02 CAT-TEXTO  PIC X(30).

        FD CLIENTES.
         01 CLI-REGISTRO.
             02 CLI-DNI    PIC X(09).
             02 CLI-NOMBRE PIC A(11).
             02 CLI-APELLIDO PIC A(15).
             02 CLI-FECHA-NACIMIENTO.
                 03 CLI-DIA  PIC 9(02).
                 03 CLI-MES  PIC 9(02).
                 03 CLI-ANIO PIC 9(04).
             02 CLI-ACTIVO PIC X(01).
                 88 CLI-ESTA-ACTIVO VALUE "A".
                 88 CLI-DE-BAJA     VALUE "B".
                 88 CLI-FALLECIDO   VALUE "F".
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

      *  RECIBO DEVUELTO: MOTIVO Y REGISTRO ORIGINAL DEL EMISOR
        FD DEVOLUCIONES.
         01 DEV-LINEA.
             02 DEV-CODIGO     PIC X(02).
             02 FILLER         PIC X(01).
             02 DEV-CUENTA     PIC X(11).
             02 FILLER         PIC X(01).
             02 DEV-IMPORTE    PIC X(11).
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

        FD SUCURSAL.
         01 SUC-REGISTRO.
             02 SUC-CODIGO PIC 9(03).
             02 FILLER     PIC X(01).
             02 SUC-NOMBRE PIC X(20).

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-REC PIC X(02).
       77 WS-STATUS-SEC-REC PIC X(02).
       77 WS-STATUS-CAT PIC X(02).
       77 WS-STATUS-CLI PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-MIX PIC X(02).
       77 WS-STATUS-DEV PIC X(02).
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-SUC PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-OPCION PIC 9(01).
       77 WS-EOF-CAT PIC X(01) VALUE "N".
           88 WS-FIN-CAT VALUE "S".
       77 WS-EOF-DEV PIC X(01) VALUE "N".
           88 WS-FIN-DEV VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       77 WS-SUCURSAL PIC 9(03) VALUE 1.

      * CUADRO DE CATEGORIAS EN MEMORIA
       77 WS-NUM-CATEGORIAS PIC 9(02) VALUE 0.
       01 WS-TABLA-CATEGORIAS.
           05 WS-CATEGORIA-ENTRY OCCURS 20 TIMES INDEXED BY WS-IDX-CAT.
               10 WS-CA-CODIGO PIC X(02).
               10 WS-CA-TEXTO  PIC X(30).
       77 WS-CATEGORIA-OK PIC X(01).
           88 WS-CATEGORIA-VALIDA VALUE "S".

      * DATOS TECLEADOS DE LA RECLAMACION
       77 WS-RECLAMACION-TECLEADA PIC 9(08).
       77 WS-DNI-TECLEADO    PIC X(09).
       77 WS-CUENTA-TECLEADA PIC 9(11).
       77 WS-MOV-TECLEADO    PIC 9(08).
       77 WS-RECIBO-TECLEADO PIC X(12).
       77 WS-CATEGORIA-TECLEADA PIC X(02).
       77 WS-CANAL-TECLEADO  PIC X(01).
       77 WS-RESUMEN-TECLEADO PIC X(40).
       77 WS-GESTOR-TECLEADO PIC X(08).
       77 WS-RESOLUCION-TECLEADA PIC X(01).
       77 WS-TEXTO-TECLEADO  PIC X(40).
       77 WS-AJUSTE-TECLEADO PIC 9(08).
       77 WS-NUEVA-RECLAMACION PIC 9(08).
       77 WS-DATOS-OK PIC X(01).
           88 WS-DATOS-VALIDOS VALUE "S".
       77 WS-IMPORTE-VIS PIC -ZZZZZZZZ9.99.

      * PLAZO LEGAL: DOS MESES DESDE LA ENTRADA (SI EL DIA NO
      * EXISTE EN EL MES DE DESTINO SE TOMA EL ULTIMO DEL MES)
       01 WS-FECHA-LIMITE.
           05 WS-FL-ANIO PIC 9(04).
           05 WS-FL-MES  PIC 9(02).
           05 WS-FL-DIA  PIC 9(02).
       01 WS-FECHA-LIMITE-NUM REDEFINES WS-FECHA-LIMITE PIC 9(08).
       01 WS-TABLA-DIAS-MES VALUE "312831303130313130313031".
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77 WS-DIAS-EN-MES PIC 9(02).
       77 WS-TEMP-DIVISION PIC 9(04).
       77 WS-RESTO-ANIO PIC 9(04).

      * USUARIO QUE OPERA: CUALQUIER CAJERO ACTIVO REGISTRA; EL
      * SEGUIMIENTO ES DEL GESTOR ASIGNADO O DE UN SUPERVISOR
       77 WS-USU-ID  PIC X(08).
       77 WS-USU-PIN PIC 9(04).
       77 WS-USU-ROL PIC X(01).
           88 WS-USU-SUPERVISOR VALUE "S".
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
                PERFORM 00002-CARGAR-CATEGORIAS
                IF WS-NUM-CATEGORIAS = 0
                    DISPLAY "SIN CUADRO DE CATEGORIAS"
                    " (CATEGORIAS-RECLAMACION.TXT), PROCESO CANCELADO"
                    LINE 6 COLUMN 10 BACKGROUND-COLOR IS 4
                    STOP "PULSE UNA TECLA PARA CONTINUAR"
                ELSE
                    PERFORM 00003-CARGAR-ENTORNO
                    PERFORM 00004-ABRIR-RECLAMACIONES
                    PERFORM 00005-MENU UNTIL WS-OPCION = 6
                    CLOSE RECLAMACIONES
                END-IF
            END-IF.
            STOP RUN.

           00001-CONTROL-ACCESO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "RECLAMACIONES DE CLIENTES" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               OPEN INPUT CAJEROS.
               IF WS-STATUS-CAJ NOT = "00"
                   DISPLAY "NO EXISTE EL MAESTRO DE CAJEROS" LINE 3
                   COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   DISPLAY "ID DE USUARIO: " LINE 3 COLUMN 20
                   ACCEPT WS-USU-ID LINE 3 COLUMN 40
                   DISPLAY "PIN: " LINE 4 COLUMN 20
                   ACCEPT WS-USU-PIN LINE 4 COLUMN 40 WITH NO ECHO
                   MOVE WS-USU-ID TO CAJ-ID
                   READ CAJEROS
                       INVALID KEY
                           DISPLAY "USUARIO NO ENCONTRADO" LINE 5
                           COLUMN 20 BACKGROUND-COLOR IS 4
                       NOT INVALID KEY
                           IF CAJ-ESTA-ACTIVO AND CAJ-PIN = WS-USU-PIN
                               SET WS-ACCESO-CONCEDIDO TO TRUE
                               MOVE CAJ-ROL TO WS-USU-ROL
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

           00002-CARGAR-CATEGORIAS.
               OPEN INPUT CATEGORIAS.
               IF WS-STATUS-CAT = "00"
                   PERFORM 00002A-LEER-CATEGORIA
                   PERFORM 00002B-GUARDAR-CATEGORIA UNTIL WS-FIN-CAT
                   CLOSE CATEGORIAS
               END-IF.

           00002A-LEER-CATEGORIA.
               READ CATEGORIAS
                   AT END SET WS-FIN-CAT TO TRUE
               END-READ.

           00002B-GUARDAR-CATEGORIA.
               IF WS-NUM-CATEGORIAS < 20
                   ADD 1 TO WS-NUM-CATEGORIAS
                   SET WS-IDX-CAT TO WS-NUM-CATEGORIAS
                   MOVE CAT-CODIGO TO WS-CA-CODIGO (WS-IDX-CAT)
                   MOVE CAT-TEXTO  TO WS-CA-TEXTO (WS-IDX-CAT)
               END-IF.
               PERFORM 00002A-LEER-CATEGORIA.

      *        FECHA DE NEGOCIO Y SUCURSAL DEL PUESTO QUE REGISTRA
           00003-CARGAR-ENTORNO.
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
               OPEN INPUT SUCURSAL.
               IF WS-STATUS-SUC = "00"
                   READ SUCURSAL
                       AT END CONTINUE
                       NOT AT END MOVE SUC-CODIGO TO WS-SUCURSAL
                   END-READ
                   CLOSE SUCURSAL
               END-IF.

           00004-ABRIR-RECLAMACIONES.
               OPEN I-O RECLAMACIONES.
               IF WS-STATUS-REC = "35"
                   OPEN OUTPUT RECLAMACIONES
                   CLOSE RECLAMACIONES
                   OPEN I-O RECLAMACIONES
               END-IF.

           00005-MENU.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "RECLAMACIONES DE CLIENTES" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               DISPLAY "1-ALTA DE RECLAMACION" LINE 3 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "2-ASIGNAR GESTOR" LINE 4 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "3-ANOTAR DEVOLUCION AL CLIENTE" LINE 5 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "4-RESOLVER RECLAMACION" LINE 6 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "5-CONSULTA" LINE 7 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "6-SALIR" LINE 8 COLUMN 20
               BACKGROUND-COLOR IS 5.
               ACCEPT WS-OPCION LINE 9 COLUMN 20.

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 00006-ALTA-RECLAMACION
                   WHEN 2
                       PERFORM 00010-ASIGNAR-GESTOR
                   WHEN 3
                       PERFORM 00011-ANOTAR-DEVOLUCION
                   WHEN 4
                       PERFORM 00012-RESOLVER-RECLAMACION
                   WHEN 5
                       PERFORM 00013-CONSULTAR-RECLAMACION
               END-EVALUATE.

      *        ALTA: DNI CENSADO, CUENTA EXISTENTE SI SE INDICA Y
      *        MOVIMIENTO O RECIBO LOCALIZABLES SI SE INDICAN
           00006-ALTA-RECLAMACION.
               SET WS-DATOS-VALIDOS TO TRUE.
               DISPLAY "DNI DEL CLIENTE: " LINE 11 COLUMN 10.
               ACCEPT WS-DNI-TECLEADO LINE 11 COLUMN 45.
               DISPLAY "CUENTA (0 SI NINGUNA): " LINE 12 COLUMN 10.
               ACCEPT WS-CUENTA-TECLEADA LINE 12 COLUMN 45.
               MOVE 0 TO WS-MOV-TECLEADO.
               IF WS-CUENTA-TECLEADA NOT = 0
                   DISPLAY "ID DE MOVIMIENTO (0 SI NINGUNO): " LINE 13
                   COLUMN 10
                   ACCEPT WS-MOV-TECLEADO LINE 13 COLUMN 45
               END-IF.
               DISPLAY "REFERENCIA RECIBO (BLANCO SI NO): " LINE 14
               COLUMN 10.
               ACCEPT WS-RECIBO-TECLEADO LINE 14 COLUMN 45.
               DISPLAY "CATEGORIA: " LINE 15 COLUMN 10.
               ACCEPT WS-CATEGORIA-TECLEADA LINE 15 COLUMN 45.
               DISPLAY "CANAL (O-OFIC/T-TELEF/C-CORREO/I-INTERNET): "
               LINE 16 COLUMN 10.
               ACCEPT WS-CANAL-TECLEADO LINE 16 COLUMN 55.
               DISPLAY "RESUMEN: " LINE 17 COLUMN 10.
               ACCEPT WS-RESUMEN-TECLEADO LINE 17 COLUMN 20.
               PERFORM 00007-VALIDAR-CATEGORIA.
               IF NOT WS-CATEGORIA-VALIDA
                   MOVE "N" TO WS-DATOS-OK
                   DISPLAY "CATEGORIA NO RECOGIDA EN EL CUADRO" LINE 19
                   COLUMN 10 BACKGROUND-COLOR IS 4
               END-IF.
               IF WS-DATOS-VALIDOS
                   AND WS-CANAL-TECLEADO NOT = "O"
                   AND WS-CANAL-TECLEADO NOT = "T"
                   AND WS-CANAL-TECLEADO NOT = "C"
                   AND WS-CANAL-TECLEADO NOT = "I"
                   MOVE "N" TO WS-DATOS-OK
                   DISPLAY "CANAL NO VALIDO" LINE 19 COLUMN 10
                   BACKGROUND-COLOR IS 4
               END-IF.
               IF WS-DATOS-VALIDOS
                   PERFORM 00006A-VALIDAR-CLIENTE
               END-IF.
               IF WS-DATOS-VALIDOS AND WS-CUENTA-TECLEADA NOT = 0
                   PERFORM 00006B-VALIDAR-CUENTA
               END-IF.
               IF WS-DATOS-VALIDOS AND WS-MOV-TECLEADO NOT = 0
                   PERFORM 00006C-VALIDAR-MOVIMIENTO
               END-IF.
               IF WS-DATOS-VALIDOS AND WS-RECIBO-TECLEADO NOT = SPACES
                   PERFORM 00006D-VALIDAR-RECIBO
               END-IF.
               IF WS-DATOS-VALIDOS
                   PERFORM 00006F-GRABAR-RECLAMACION
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00006A-VALIDAR-CLIENTE.
               OPEN INPUT CLIENTES.
               IF WS-STATUS-CLI NOT = "00"
                   MOVE "N" TO WS-DATOS-OK
                   DISPLAY "NO EXISTE EL MAESTRO DE CLIENTES" LINE 19
                   COLUMN 10 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE WS-DNI-TECLEADO TO CLI-DNI
                   READ CLIENTES
                       INVALID KEY
                           MOVE "N" TO WS-DATOS-OK
                           DISPLAY "DNI NO CENSADO EN CLIENTES"
                           LINE 19 COLUMN 10 BACKGROUND-COLOR IS 4
                   END-READ
                   CLOSE CLIENTES
               END-IF.

           00006B-VALIDAR-CUENTA.
               OPEN INPUT CUENTAS.
               IF WS-STATUS-CTA NOT = "00"
                   MOVE "N" TO WS-DATOS-OK
                   DISPLAY "NO EXISTE EL MAESTRO DE CUENTAS" LINE 19
                   COLUMN 10 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE WS-CUENTA-TECLEADA TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY
                           MOVE "N" TO WS-DATOS-OK
                           DISPLAY "CUENTA NO ENCONTRADA" LINE 19
                           COLUMN 10 BACKGROUND-COLOR IS 4
                   END-READ
                   CLOSE CUENTAS
               END-IF.

           00006C-VALIDAR-MOVIMIENTO.
               OPEN INPUT MOVIMIENTOS-IDX.
               IF WS-STATUS-MIX NOT = "00"
                   MOVE "N" TO WS-DATOS-OK
                   DISPLAY "NO EXISTE EL DIARIO INDEXADO" LINE 19
                   COLUMN 10 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE WS-CUENTA-TECLEADA TO MOVIDX-CUENTA
                   MOVE WS-MOV-TECLEADO TO MOVIDX-ID
                   READ MOVIMIENTOS-IDX
                       INVALID KEY
                           MOVE "N" TO WS-DATOS-OK
                           DISPLAY "MOVIMIENTO NO ENCONTRADO" LINE 19
                           COLUMN 10 BACKGROUND-COLOR IS 4
                   END-READ
                   CLOSE MOVIMIENTOS-IDX
               END-IF.

      *        EL RECIBO SE BUSCA POR SU REFERENCIA (Y POR LA CUENTA
      *        SI SE HA INDICADO) EN EL FICHERO DE DEVOLUCIONES
           00006D-VALIDAR-RECIBO.
               MOVE "N" TO WS-DATOS-OK.
               MOVE "N" TO WS-EOF-DEV.
               OPEN INPUT DEVOLUCIONES.
               IF WS-STATUS-DEV = "00"
                   PERFORM 00006E-LEER-DEVOLUCION
                       UNTIL WS-FIN-DEV OR WS-DATOS-VALIDOS
                   CLOSE DEVOLUCIONES
               END-IF.
               IF NOT WS-DATOS-VALIDOS
                   DISPLAY "RECIBO NO ENCONTRADO EN DEVOLUCIONES"
                   LINE 19 COLUMN 10 BACKGROUND-COLOR IS 4
               END-IF.

           00006E-LEER-DEVOLUCION.
               READ DEVOLUCIONES
                   AT END SET WS-FIN-DEV TO TRUE
                   NOT AT END
                       IF DEV-REFERENCIA = WS-RECIBO-TECLEADO
                           AND (WS-CUENTA-TECLEADA = 0
                           OR DEV-CUENTA = WS-CUENTA-TECLEADA)
                           SET WS-DATOS-VALIDOS TO TRUE
                       END-IF
               END-READ.

           00006F-GRABAR-RECLAMACION.
               PERFORM 00008-SIGUIENTE-NUM-RECLAMACION.
               PERFORM 00009-CALCULAR-FECHA-LIMITE.
               MOVE WS-NUEVA-RECLAMACION TO REC-NUMERO.
               MOVE WS-DNI-TECLEADO      TO REC-DNI.
               MOVE WS-CUENTA-TECLEADA   TO REC-CUENTA.
               MOVE WS-MOV-TECLEADO      TO REC-MOV-ID.
               MOVE WS-RECIBO-TECLEADO   TO REC-RECIBO.
               MOVE WS-CATEGORIA-TECLEADA TO REC-CATEGORIA.
               MOVE WS-CANAL-TECLEADO    TO REC-CANAL.
               MOVE WS-SUCURSAL          TO REC-SUCURSAL.
               MOVE WS-USU-ID            TO REC-CAJERO.
               MOVE SPACES               TO REC-GESTOR.
               MOVE WS-RESUMEN-TECLEADO  TO REC-RESUMEN.
               MOVE WS-FECHA-NEGOCIO     TO REC-FECHA-ALTA.
               MOVE WS-FECHA-LIMITE-NUM  TO REC-FECHA-LIMITE.
               MOVE "A"                  TO REC-ESTADO.
               MOVE SPACE                TO REC-RESOLUCION.
               MOVE SPACES               TO REC-TEXTO-RESOLUCION.
               MOVE 0                    TO REC-FECHA-RESOLUCION.
               MOVE 0                    TO REC-AJUSTE-ID.
               MOVE 0                    TO REC-IMPORTE-DEVUELTO.
               WRITE REC-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA RECLAMACION"
                       LINE 19 COLUMN 10 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       DISPLAY "RECLAMACION REGISTRADA CON NUMERO "
                       LINE 19 COLUMN 10 BACKGROUND-COLOR IS 2
                       DISPLAY REC-NUMERO LINE 19 COLUMN 45
                       BACKGROUND-COLOR IS 2
                       DISPLAY "PLAZO DE RESPUESTA HASTA " LINE 20
                       COLUMN 10
                       DISPLAY REC-FECHA-LIMITE LINE 20 COLUMN 36
               END-WRITE.

           00007-VALIDAR-CATEGORIA.
               MOVE "N" TO WS-CATEGORIA-OK.
               SET WS-IDX-CAT TO 1.
               SEARCH WS-CATEGORIA-ENTRY
                   AT END CONTINUE
                   WHEN WS-IDX-CAT > WS-NUM-CATEGORIAS
                       CONTINUE
                   WHEN WS-CA-CODIGO (WS-IDX-CAT)
                       = WS-CATEGORIA-TECLEADA
                       SET WS-CATEGORIA-VALIDA TO TRUE
                       DISPLAY WS-CA-TEXTO (WS-IDX-CAT) LINE 15
                       COLUMN 48
               END-SEARCH.

           00008-SIGUIENTE-NUM-RECLAMACION.
               MOVE 0 TO WS-NUEVA-RECLAMACION.
               OPEN INPUT SEC-RECLAMACION.
               IF WS-STATUS-SEC-REC = "00"
                   READ SEC-RECLAMACION
                       AT END CONTINUE
                       NOT AT END MOVE SEC-RECLAMACION-REGISTRO
                           TO WS-NUEVA-RECLAMACION
                   END-READ
                   CLOSE SEC-RECLAMACION
               END-IF.
               ADD 1 TO WS-NUEVA-RECLAMACION.
               MOVE WS-NUEVA-RECLAMACION TO SEC-RECLAMACION-REGISTRO.
               OPEN OUTPUT SEC-RECLAMACION.
               WRITE SEC-RECLAMACION-REGISTRO.
               CLOSE SEC-RECLAMACION.

           00009-CALCULAR-FECHA-LIMITE.
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-LIMITE-NUM.
               ADD 2 TO WS-FL-MES.
               IF WS-FL-MES > 12
                   SUBTRACT 12 FROM WS-FL-MES
                   ADD 1 TO WS-FL-ANIO
               END-IF.
               MOVE WS-DIAS-MES (WS-FL-MES) TO WS-DIAS-EN-MES.
               IF WS-FL-MES = 2
                   DIVIDE WS-FL-ANIO BY 4 GIVING WS-TEMP-DIVISION
                       REMAINDER WS-RESTO-ANIO
                   IF WS-RESTO-ANIO = 0
                       MOVE 29 TO WS-DIAS-EN-MES
                       DIVIDE WS-FL-ANIO BY 100 GIVING WS-TEMP-DIVISION
                           REMAINDER WS-RESTO-ANIO
                       IF WS-RESTO-ANIO = 0
                           MOVE 28 TO WS-DIAS-EN-MES
                           DIVIDE WS-FL-ANIO BY 400
                               GIVING WS-TEMP-DIVISION
                               REMAINDER WS-RESTO-ANIO
                           IF WS-RESTO-ANIO = 0
                               MOVE 29 TO WS-DIAS-EN-MES
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF WS-FL-DIA > WS-DIAS-EN-MES
                   MOVE WS-DIAS-EN-MES TO WS-FL-DIA
               END-IF.

      *        EL GESTOR DEBE SER UN USUARIO ACTIVO DEL MAESTRO DE
      *        CAJEROS; LA RECLAMACION PASA A EN GESTION
           00010-ASIGNAR-GESTOR.
               PERFORM 00014-LOCALIZAR-RECLAMACION.
               IF WS-STATUS-REC = "00"
                   IF REC-RESUELTA
                       DISPLAY "LA RECLAMACION YA ESTA RESUELTA"
                       LINE 12 COLUMN 10 BACKGROUND-COLOR IS 4
                   ELSE
                       DISPLAY "ID DEL GESTOR: " LINE 12 COLUMN 10
                       ACCEPT WS-GESTOR-TECLEADO LINE 12 COLUMN 45
                       MOVE "N" TO WS-DATOS-OK
                       OPEN INPUT CAJEROS
                       IF WS-STATUS-CAJ = "00"
                           MOVE WS-GESTOR-TECLEADO TO CAJ-ID
                           READ CAJEROS
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF CAJ-ESTA-ACTIVO
                                       SET WS-DATOS-VALIDOS TO TRUE
                                   END-IF
                           END-READ
                           CLOSE CAJEROS
                       END-IF
                       IF WS-DATOS-VALIDOS
                           MOVE WS-GESTOR-TECLEADO TO REC-GESTOR
                           MOVE "G" TO REC-ESTADO
                           REWRITE REC-REGISTRO
                           DISPLAY "GESTOR ASIGNADO" LINE 14 COLUMN 10
                           BACKGROUND-COLOR IS 2
                       ELSE
                           DISPLAY "GESTOR NO VALIDO" LINE 14 COLUMN 10
                           BACKGROUND-COLOR IS 4
                       END-IF
                   END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        LA DEVOLUCION SE CONTABILIZA CON AJUSTES; AQUI SOLO SE
      *        VINCULA SU APUNTE AJUSTE DE LA CUENTA RECLAMADA
           00011-ANOTAR-DEVOLUCION.
               PERFORM 00014-LOCALIZAR-RECLAMACION.
               IF WS-STATUS-REC = "00"
                   PERFORM 00015-COMPROBAR-GESTOR
               END-IF.
               IF WS-STATUS-REC = "00"
                   IF REC-CUENTA = 0
                       DISPLAY "LA RECLAMACION NO TIENE CUENTA" LINE 12
                       COLUMN 10 BACKGROUND-COLOR IS 4
                   ELSE
                       DISPLAY "ID DEL MOVIMIENTO AJUSTE: " LINE 12
                       COLUMN 10
                       ACCEPT WS-AJUSTE-TECLEADO LINE 12 COLUMN 45
                       PERFORM 00011A-VINCULAR-AJUSTE
                   END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00011A-VINCULAR-AJUSTE.
               OPEN INPUT MOVIMIENTOS-IDX.
               IF WS-STATUS-MIX NOT = "00"
                   DISPLAY "NO EXISTE EL DIARIO INDEXADO" LINE 14
                   COLUMN 10 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE REC-CUENTA TO MOVIDX-CUENTA
                   MOVE WS-AJUSTE-TECLEADO TO MOVIDX-ID
                   READ MOVIMIENTOS-IDX
                       INVALID KEY
                           DISPLAY "MOVIMIENTO NO ENCONTRADO" LINE 14
                           COLUMN 10 BACKGROUND-COLOR IS 4
                       NOT INVALID KEY
                           IF MOVIDX-TIPO NOT = "AJUSTE"
                               DISPLAY "EL MOVIMIENTO NO ES UN AJUSTE"
                               LINE 14 COLUMN 10 BACKGROUND-COLOR IS 4
                           ELSE
                               MOVE WS-AJUSTE-TECLEADO TO REC-AJUSTE-ID
                               MOVE MOVIDX-IMPORTE
                                   TO REC-IMPORTE-DEVUELTO
                               REWRITE REC-REGISTRO
                               MOVE MOVIDX-IMPORTE TO WS-IMPORTE-VIS
                               DISPLAY "DEVOLUCION ANOTADA: " LINE 14
                               COLUMN 10 BACKGROUND-COLOR IS 2
                               DISPLAY WS-IMPORTE-VIS LINE 14 COLUMN 31
                               BACKGROUND-COLOR IS 2
                           END-IF
                   END-READ
                   CLOSE MOVIMIENTOS-IDX
               END-IF.

           00012-RESOLVER-RECLAMACION.
               PERFORM 00014-LOCALIZAR-RECLAMACION.
               IF WS-STATUS-REC = "00"
                   PERFORM 00015-COMPROBAR-GESTOR
               END-IF.
               IF WS-STATUS-REC = "00"
                   IF REC-RESUELTA
                       DISPLAY "LA RECLAMACION YA ESTA RESUELTA"
                       LINE 12 COLUMN 10 BACKGROUND-COLOR IS 4
                   ELSE
                       PERFORM 00012A-PEDIR-RESOLUCION
                   END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00012A-PEDIR-RESOLUCION.
               DISPLAY "RESOLUCION (F-FAVORABLE/P-PARCIAL/"
               LINE 12 COLUMN 10.
               DISPLAY "D-DESFAVORABLE/N-NO ADMITIDA): "
               LINE 13 COLUMN 10.
               ACCEPT WS-RESOLUCION-TECLEADA LINE 13 COLUMN 45.
               DISPLAY "TEXTO: " LINE 14 COLUMN 10.
               ACCEPT WS-TEXTO-TECLEADO LINE 14 COLUMN 20.
               IF WS-RESOLUCION-TECLEADA NOT = "F"
                   AND WS-RESOLUCION-TECLEADA NOT = "P"
                   AND WS-RESOLUCION-TECLEADA NOT = "D"
                   AND WS-RESOLUCION-TECLEADA NOT = "N"
                   DISPLAY "RESOLUCION NO VALIDA" LINE 16 COLUMN 10
                   BACKGROUND-COLOR IS 4
               ELSE
                   MOVE WS-RESOLUCION-TECLEADA TO REC-RESOLUCION
                   MOVE WS-TEXTO-TECLEADO TO REC-TEXTO-RESOLUCION
                   MOVE WS-FECHA-NEGOCIO TO REC-FECHA-RESOLUCION
                   MOVE "R" TO REC-ESTADO
                   IF REC-GESTOR = SPACES
                       MOVE WS-USU-ID TO REC-GESTOR
                   END-IF
                   REWRITE REC-REGISTRO
                   DISPLAY "RECLAMACION RESUELTA" LINE 16 COLUMN 10
                   BACKGROUND-COLOR IS 2
                   IF REC-FECHA-RESOLUCION > REC-FECHA-LIMITE
                       DISPLAY "RESUELTA FUERA DEL PLAZO LEGAL" LINE 17
                       COLUMN 10 BACKGROUND-COLOR IS 4
                   END-IF
               END-IF.

           00013-CONSULTAR-RECLAMACION.
               PERFORM 00014-LOCALIZAR-RECLAMACION.
               IF WS-STATUS-REC = "00"
                   DISPLAY " " BLANK SCREEN
                   DISPLAY "RECLAMACION " LINE 2 COLUMN 10
                   BACKGROUND-COLOR IS 2
                   DISPLAY REC-NUMERO LINE 2 COLUMN 22
                   BACKGROUND-COLOR IS 2
                   DISPLAY "DNI " REC-DNI "  CUENTA " REC-CUENTA
                       "  MOVIMIENTO " REC-MOV-ID LINE 3 COLUMN 10
                   DISPLAY "RECIBO " REC-RECIBO "  CATEGORIA "
                       REC-CATEGORIA "  CANAL " REC-CANAL
                       LINE 4 COLUMN 10
                   DISPLAY "SUCURSAL " REC-SUCURSAL "  RECIBIDA POR "
                       REC-CAJERO "  GESTOR " REC-GESTOR
                       LINE 5 COLUMN 10
                   DISPLAY REC-RESUMEN LINE 6 COLUMN 10
                   DISPLAY "ENTRADA " REC-FECHA-ALTA "  LIMITE "
                       REC-FECHA-LIMITE "  ESTADO " REC-ESTADO
                       LINE 7 COLUMN 10
                   IF REC-RESUELTA
                       DISPLAY "RESUELTA " REC-FECHA-RESOLUCION
                           "  RESOLUCION " REC-RESOLUCION
                           LINE 8 COLUMN 10
                       DISPLAY REC-TEXTO-RESOLUCION LINE 9 COLUMN 10
                   END-IF
                   IF REC-AJUSTE-ID NOT = 0
                       MOVE REC-IMPORTE-DEVUELTO TO WS-IMPORTE-VIS
                       DISPLAY "DEVOLUCION (AJUSTE " REC-AJUSTE-ID
                           ") " WS-IMPORTE-VIS LINE 10 COLUMN 10
                   END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00014-LOCALIZAR-RECLAMACION.
               DISPLAY "NUMERO DE RECLAMACION: " LINE 11 COLUMN 10.
               ACCEPT WS-RECLAMACION-TECLEADA LINE 11 COLUMN 45.
               MOVE WS-RECLAMACION-TECLEADA TO REC-NUMERO.
               READ RECLAMACIONES
                   INVALID KEY
                       DISPLAY "RECLAMACION NO ENCONTRADA" LINE 12
                       COLUMN 10 BACKGROUND-COLOR IS 4
                       MOVE "23" TO WS-STATUS-REC
                   NOT INVALID KEY
                       MOVE "00" TO WS-STATUS-REC
               END-READ.

      *        EL SEGUIMIENTO ES DEL GESTOR ASIGNADO; UN SUPERVISOR
      *        PUEDE ACTUAR SOBRE CUALQUIER RECLAMACION
           00015-COMPROBAR-GESTOR.
               IF NOT WS-USU-SUPERVISOR
                   AND REC-GESTOR NOT = WS-USU-ID
                   DISPLAY "SOLO EL GESTOR ASIGNADO O UN SUPERVISOR"
                   LINE 12 COLUMN 10 BACKGROUND-COLOR IS 4
                   MOVE "23" TO WS-STATUS-REC
               END-IF.

       END PROGRAM RECADMIN.
