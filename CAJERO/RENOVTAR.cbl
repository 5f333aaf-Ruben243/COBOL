      ******************************************************************
      * Author:
      * Date:
      * Purpose: RENOVACION MENSUAL DE TARJETAS DE DEBITO: TODA
      *          TARJETA ACTIVA QUE CADUCA ESTE MES O EN LOS DOS
      *          SIGUIENTES, SOBRE UNA CUENTA QUE SIGUE ABIERTA, SE
      *          SUSTITUYE POR OTRA CON NUMERO NUEVO DE
      *          TARJETA-SEQ.TXT Y CADUCIDAD A CUATRO ANIOS, COMO EN
      *          LA EMISION DE TARADMIN. LA TARJETA ANTIGUA SIGUE
      *          ACTIVA HASTA SU FECHA: SOLO CUANDO SU MES HA PASADO
      *          ESTE MISMO PROCESO LA MARCA CADUCADA. CADA
      *          SUSTITUCION QUEDA EN RENOVACIONES-TAR.DAT (TARJETA
      *          ANTIGUA -> NUEVA), DE MODO QUE UNA SEGUNDA EJECUCION
      *          DEL MES NO RENUEVA DOS VECES. GENERA EL FICHERO DE
      *          ESTAMPACION PARA EL FABRICANTE (EMBOSADO-TAR.TXT)
      *          Y EL DE ENVIO POSTAL CON DIRECCIONES.DAT
      *          (ENVIO-TARJETAS.TXT). LAS CUENTAS DORMIDAS O SIN
      *          MOVIMIENTOS PROPIOS EN UN ANIO (HISTORICO.DAT Y
      *          DIARIO INDEXADO) NO SE RENUEVAN: SE LISTAN EN
      *          RENOV-REVISION.TXT PARA QUE LA OFICINA DECIDA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENOVTAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO "../TARJETAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-NUMERO
           FILE STATUS IS WS-STATUS-TAR.

           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

           SELECT CLIENTES ASSIGN TO "../CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-DNI
           ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
           FILE STATUS IS WS-STATUS-CLI.

      *    MAESTRO DE DIRECCIONES PARA EL ENVIO POSTAL
           SELECT DIRECCIONES ASSIGN TO "../DIRECCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIR-DNI
           FILE STATUS IS WS-STATUS-DIR.

           SELECT HISTORICO ASSIGN TO "../HISTORICO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-CLAVE
           FILE STATUS IS WS-STATUS-HIS.

           SELECT MOVIMIENTOS-IDX ASSIGN TO "../MOVIMIENTOS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVIDX-CLAVE
           FILE STATUS IS WS-STATUS-MIX.

      *    SUSTITUCIONES HECHAS: TARJETA ANTIGUA -> TARJETA NUEVA
           SELECT RENOVACIONES ASSIGN TO "../RENOVACIONES-TAR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REN-TARJETA-ANTIGUA
           FILE STATUS IS WS-STATUS-REN.

           SELECT SEC-TARJETA ASSIGN TO "../TARJETA-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-TAR.

      *    LOS DOS FICHEROS DE SALIDA SE ACUMULAN HASTA QUE EL
      *    FABRICANTE Y LA IMPRENTA LOS RECOGEN
           SELECT OPTIONAL EMBOSADO ASSIGN TO "../EMBOSADO-TAR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ENVIO-POSTAL
           ASSIGN TO "../ENVIO-TARJETAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVISION ASSIGN TO "../RENOV-REVISION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    BITACORA COMUN DE EJECUCIONES DE LOS PROCESOS POR LOTES
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD TARJETAS.
         01 TAR-REGISTRO.
             02 TAR-NUMERO    PIC 9(16).
             02 TAR-CUENTA    PIC 9(11).
             02 TAR-CADUCIDAD PIC 9(06).
             02 TAR-ESTADO    PIC X(01).
                 88 TAR-ACTIVA   VALUE "A".
                 88 TAR-PERDIDA  VALUE "P".
                 88 TAR-ROBADA   VALUE "R".
                 88 TAR-CADUCADA VALUE "X".
                 88 TAR-RETENIDA VALUE "C".
             02 TAR-FECHA-ALTA PIC 9(08).

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

        FD DIRECCIONES.
         01 DIR-REGISTRO.
             02 DIR-DNI       PIC X(09).
             02 DIR-DIRECCION PIC X(40).
             02 DIR-POBLACION PIC X(20).
             02 DIR-CP        PIC 9(05).
             02 DIR-TELEFONO  PIC X(12).
             02 DIR-EMAIL     PIC X(30).
             02 DIR-ENTREGA   PIC X(01).
                 88 DIR-POR-CORREO  VALUE "C".
                 88 DIR-POR-EMAIL   VALUE "E".
                 88 DIR-EN-OFICINA  VALUE "O".
             02 DIR-FECHA-ALTA PIC 9(08).

        FD HISTORICO.
         01 HIS-REGISTRO.
             02 HIS-CLAVE.
                 03 HIS-CUENTA PIC 9(11).
                 03 HIS-FECHA  PIC 9(08).
                 03 HIS-ID     PIC 9(08).
             02 HIS-FECHA-TEXTO PIC X(10).
             02 HIS-TIPO    PIC X(10).
             02 HIS-IMPORTE PIC S9(9)V99.
             02 HIS-SALDO   PIC S9(9)V99.
             02 HIS-CUENTA-DESTINO PIC 9(11).
             02 HIS-CAJERO  PIC X(08).
             02 HIS-SUPERVISOR PIC X(08).
             02 HIS-PRACTICAS PIC X(01).
             02 HIS-SUCURSAL PIC 9(03).
             02 HIS-TASA-CAMBIO PIC 9(01)V9(04).
             02 HIS-DNI PIC X(09).
             02 HIS-TARJETA PIC 9(16).
             02 HIS-ORIGEN PIC X(01).
             02 HIS-TERMINAL PIC X(04).

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

        FD RENOVACIONES.
         01 REN-REGISTRO.
             02 REN-TARJETA-ANTIGUA PIC 9(16).
             02 REN-TARJETA-NUEVA   PIC 9(16).
             02 REN-CUENTA          PIC 9(11).
             02 REN-CADUCIDAD-ANTIGUA PIC 9(06).
             02 REN-FECHA           PIC 9(08).

        FD SEC-TARJETA.
         01 SEC-TARJETA-REGISTRO PIC 9(16).

      *  UN REGISTRO POR PLASTICO A ESTAMPAR
        FD EMBOSADO.
         01 EMB-REGISTRO.
             02 EMB-TARJETA   PIC 9(16).
             02 FILLER        PIC X(01).
             02 EMB-CADUCIDAD PIC 9(06).
             02 FILLER        PIC X(01).
             02 EMB-NOMBRE    PIC X(27).
             02 FILLER        PIC X(01).
             02 EMB-CUENTA    PIC 9(11).
             02 FILLER        PIC X(01).
             02 EMB-SUCURSAL  PIC 9(03).
             02 FILLER        PIC X(01).
             02 EMB-FECHA     PIC 9(08).

        FD ENVIO-POSTAL.
         01 ENV-LINEA PIC X(60).

        FD REVISION.
         01 REV-LINEA PIC X(80).

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

        FD RUN-LOG.
         01 RLOG-REGISTRO.
             02 RLOG-PROGRAMA PIC X(12).
             02 FILLER        PIC X(01).
             02 RLOG-FECHA    PIC 9(08).
             02 FILLER        PIC X(01).
             02 RLOG-HORA-INICIO PIC 9(06).
             02 FILLER        PIC X(01).
             02 RLOG-HORA-FIN PIC 9(06).
             02 FILLER        PIC X(01).
             02 RLOG-PROCESADOS PIC 9(08).
             02 FILLER        PIC X(01).
             02 RLOG-RECHAZADOS PIC 9(08).
             02 FILLER        PIC X(01).
             02 RLOG-ESTADO   PIC X(02).

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO PIC 9(08).
       77 WS-HORA-FIN    PIC 9(08).

       77 WS-STATUS-TAR PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-CLI PIC X(02).
       77 WS-STATUS-DIR PIC X(02).
       77 WS-STATUS-HIS PIC X(02).
       77 WS-STATUS-MIX PIC X(02).
       77 WS-STATUS-REN PIC X(02).
       77 WS-STATUS-SEC-TAR PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-EOF-TAR PIC X(01) VALUE "N".
           88 WS-FIN-TAR VALUE "S".
       77 WS-EOF-MOV PIC X(01) VALUE "N".
           88 WS-FIN-MOV VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08).
       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

      * MES EN CURSO Y ULTIMO MES DE CADUCIDAD QUE SE RENUEVA (AMBOS
      * AAAAMM), Y FECHA DE CORTE DE ACTIVIDAD UN ANIO ATRAS
       01 WS-FECHA-CALC.
           05 WS-FC-ANIO PIC 9(04).
           05 WS-FC-MES  PIC 9(02).
           05 WS-FC-DIA  PIC 9(02).
       01 WS-FECHA-CALC-NUM REDEFINES WS-FECHA-CALC PIC 9(08).
       77 WS-MES-ACTUAL PIC 9(06).
       77 WS-MES-LIMITE PIC 9(06).
       77 WS-MESES-TOTALES PIC 9(06).
       77 WS-ANIO-AUX PIC 9(04).
       77 WS-MES-AUX  PIC 9(02).
       77 WS-FECHA-CORTE PIC 9(08).
       77 WS-ANIO-CADUCIDAD PIC 9(04).

      * TARJETAS CANDIDATAS: SE RECOGEN EN UNA PRIMERA PASADA PARA NO
      * DAR DE ALTA TARJETAS NUEVAS MIENTRAS SE RECORRE EL MAESTRO
       77 WS-NUM-CANDIDATAS PIC 9(05) VALUE 0.
       01 WS-TABLA-CANDIDATAS.
           05 WS-CANDIDATA OCCURS 5000 TIMES
               INDEXED BY WS-IDX-CAN PIC 9(16).
       77 WS-DESBORDE PIC X(01) VALUE "N".
           88 WS-TABLA-DESBORDADA VALUE "S".

       77 WS-NUEVA-TARJETA PIC 9(16).
       77 WS-TARJETA-ANTIGUA PIC 9(16).
       77 WS-CADUCIDAD-ANTIGUA PIC 9(06).
       77 WS-ACTIVIDAD PIC X(01).
           88 WS-CUENTA-CON-ACTIVIDAD VALUE "S".
       77 WS-MOTIVO-REVISION PIC X(30).
       77 WS-NOMBRE-TITULAR PIC X(27).

       77 WS-RENOVADAS  PIC 9(06) VALUE 0.
       77 WS-REVISION   PIC 9(06) VALUE 0.
       77 WS-CADUCADAS  PIC 9(06) VALUE 0.
       77 WS-YA-RENOVADAS PIC 9(06) VALUE 0.

       01 WS-LINEA-REVISION.
           05 WS-LR-TARJETA   PIC 9(16).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-LR-CADUCIDAD PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-LR-CUENTA    PIC 9(11).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-LR-SUCURSAL  PIC 9(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-LR-MOTIVO    PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            OPEN I-O TARJETAS.
            IF WS-STATUS-TAR NOT = "00"
                DISPLAY "SIN MAESTRO DE TARJETAS"
                STOP RUN
            END-IF.
            PERFORM 00001-CARGAR-FECHA-NEGOCIO.
            PERFORM 00002-CALCULAR-VENTANA.

            OPEN I-O RENOVACIONES.
            IF WS-STATUS-REN = "35"
                OPEN OUTPUT RENOVACIONES
                CLOSE RENOVACIONES
                OPEN I-O RENOVACIONES
            END-IF.
            OPEN INPUT CUENTAS.
            OPEN OUTPUT REVISION.
            PERFORM 00009-ENCABEZADO-REVISION.

      *     PRIMERA PASADA: CADUCA LO VENCIDO Y RECOGE CANDIDATAS
            MOVE 0 TO TAR-NUMERO.
            START TARJETAS KEY IS NOT LESS THAN TAR-NUMERO
                INVALID KEY SET WS-FIN-TAR TO TRUE
            END-START.
            PERFORM 00003-LEER-TARJETA.
            PERFORM 00004-EXAMINAR-TARJETA UNTIL WS-FIN-TAR.

            IF WS-TABLA-DESBORDADA
                DISPLAY "DEMASIADAS TARJETAS A RENOVAR PARA LA TABLA,"
                    " SE TRATAN LAS PRIMERAS " WS-NUM-CANDIDATAS
            END-IF.

      *     SEGUNDA PASADA: RENUEVA O ENVIA A REVISION CADA CANDIDATA
            OPEN EXTEND EMBOSADO.
            OPEN EXTEND ENVIO-POSTAL.
            PERFORM 00005-TRATAR-CANDIDATA
                VARYING WS-IDX-CAN FROM 1 BY 1
                UNTIL WS-IDX-CAN > WS-NUM-CANDIDATAS.

            PERFORM 00010-TOTALES-REVISION.
            CLOSE TARJETAS, RENOVACIONES, CUENTAS, REVISION,
                EMBOSADO, ENVIO-POSTAL.
            DISPLAY "TARJETAS RENOVADAS      : " WS-RENOVADAS.
            DISPLAY "ENVIADAS A REVISION     : " WS-REVISION.
            DISPLAY "YA RENOVADAS ANTES      : " WS-YA-RENOVADAS.
            DISPLAY "TARJETAS MARCADAS CADUCADAS: " WS-CADUCADAS.
            PERFORM 00015-ANOTAR-RUN-LOG.
            STOP RUN.

           00001-CARGAR-FECHA-NEGOCIO.
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

      *        SE RENUEVAN LAS QUE CADUCAN ESTE MES O LOS DOS
      *        SIGUIENTES; LA ACTIVIDAD SE MIRA DESDE UN ANIO ATRAS
           00002-CALCULAR-VENTANA.
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CALC-NUM.
               COMPUTE WS-MES-ACTUAL = WS-FC-ANIO * 100 + WS-FC-MES.
               COMPUTE WS-MESES-TOTALES =
                   WS-FC-ANIO * 12 + WS-FC-MES - 1 + 2.
               DIVIDE WS-MESES-TOTALES BY 12 GIVING WS-ANIO-AUX
                   REMAINDER WS-MES-AUX.
               ADD 1 TO WS-MES-AUX.
               COMPUTE WS-MES-LIMITE = WS-ANIO-AUX * 100 + WS-MES-AUX.
               SUBTRACT 1 FROM WS-FC-ANIO.
               MOVE WS-FECHA-CALC-NUM TO WS-FECHA-CORTE.

           00003-LEER-TARJETA.
               READ TARJETAS NEXT RECORD
                   AT END SET WS-FIN-TAR TO TRUE
               END-READ.

      *        UNA TARJETA ACTIVA CUYO MES DE CADUCIDAD YA HA PASADO
      *        SE MARCA CADUCADA (ASI CADUCA LA ANTIGUA DE UNA
      *        RENOVACION, EN SU FECHA Y NO ANTES)
           00004-EXAMINAR-TARJETA.
               IF TAR-ACTIVA
                   IF TAR-CADUCIDAD < WS-MES-ACTUAL
                       MOVE "X" TO TAR-ESTADO
                       REWRITE TAR-REGISTRO
                       ADD 1 TO WS-CADUCADAS
                   ELSE
                       IF TAR-CADUCIDAD NOT > WS-MES-LIMITE
                           PERFORM 00004A-ANOTAR-CANDIDATA
                       END-IF
                   END-IF
               END-IF.
               PERFORM 00003-LEER-TARJETA.

           00004A-ANOTAR-CANDIDATA.
               MOVE TAR-NUMERO TO REN-TARJETA-ANTIGUA.
               READ RENOVACIONES
                   INVALID KEY
                       IF WS-NUM-CANDIDATAS < 5000
                           ADD 1 TO WS-NUM-CANDIDATAS
                           SET WS-IDX-CAN TO WS-NUM-CANDIDATAS
                           MOVE TAR-NUMERO
                               TO WS-CANDIDATA (WS-IDX-CAN)
                       ELSE
                           SET WS-TABLA-DESBORDADA TO TRUE
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-YA-RENOVADAS
               END-READ.

      *        SOLO CUENTAS ABIERTAS; LAS CANCELADAS NO SE RENUEVAN NI
      *        SE LISTAN. DORMIDA, CONGELADA O SIN ACTIVIDAD EN UN
      *        ANIO VA A REVISION DE LA OFICINA
           00005-TRATAR-CANDIDATA.
               MOVE WS-CANDIDATA (WS-IDX-CAN) TO TAR-NUMERO.
               READ TARJETAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE TAR-CUENTA TO CTA-NUMERO
                       READ CUENTAS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM 00005A-DECIDIR-RENOVACION
                       END-READ
               END-READ.

           00005A-DECIDIR-RENOVACION.
               MOVE SPACES TO WS-MOTIVO-REVISION.
               IF NOT CTA-ESTA-CERRADA
                   IF CTA-DORMIDA
                       MOVE "CUENTA DORMIDA" TO WS-MOTIVO-REVISION
                   ELSE
                       IF CTA-CONGELADA
                           MOVE "CUENTA CONGELADA"
                               TO WS-MOTIVO-REVISION
                       ELSE
                           PERFORM 00006-COMPROBAR-ACTIVIDAD
                           IF NOT WS-CUENTA-CON-ACTIVIDAD
                               MOVE "SIN MOVIMIENTOS EN UN ANIO"
                                   TO WS-MOTIVO-REVISION
                           END-IF
                       END-IF
                   END-IF
                   IF WS-MOTIVO-REVISION = SPACES
                       PERFORM 00007-EMITIR-SUSTITUTA
                   ELSE
                       PERFORM 00008-ANOTAR-REVISION
                   END-IF
               END-IF.

      *        ACTIVIDAD PROPIA DE LA CUENTA: ALGUN APUNTE REAL EN EL
      *        HISTORICO DESDE LA FECHA DE CORTE O EN EL DIARIO
      *        INDEXADO DEL DIA ABIERTO
           00006-COMPROBAR-ACTIVIDAD.
               MOVE "N" TO WS-ACTIVIDAD.
               OPEN INPUT HISTORICO.
               IF WS-STATUS-HIS = "00"
                   MOVE "N" TO WS-EOF-MOV
                   MOVE CTA-NUMERO TO HIS-CUENTA
                   MOVE WS-FECHA-CORTE TO HIS-FECHA
                   MOVE 0 TO HIS-ID
                   START HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
                       INVALID KEY SET WS-FIN-MOV TO TRUE
                   END-START
                   PERFORM 00006A-LEER-HISTORICO
                   PERFORM 00006B-MIRAR-HISTORICO
                       UNTIL WS-FIN-MOV OR WS-CUENTA-CON-ACTIVIDAD
                   CLOSE HISTORICO
               END-IF.
               IF NOT WS-CUENTA-CON-ACTIVIDAD
                   OPEN INPUT MOVIMIENTOS-IDX
                   IF WS-STATUS-MIX = "00"
                       MOVE "N" TO WS-EOF-MOV
                       MOVE CTA-NUMERO TO MOVIDX-CUENTA
                       MOVE 0 TO MOVIDX-ID
                       START MOVIMIENTOS-IDX
                           KEY IS NOT LESS THAN MOVIDX-CLAVE
                           INVALID KEY SET WS-FIN-MOV TO TRUE
                       END-START
                       PERFORM 00006C-LEER-DIARIO
                       PERFORM 00006D-MIRAR-DIARIO
                           UNTIL WS-FIN-MOV OR WS-CUENTA-CON-ACTIVIDAD
                       CLOSE MOVIMIENTOS-IDX
                   END-IF
               END-IF.

           00006A-LEER-HISTORICO.
               IF NOT WS-FIN-MOV
                   READ HISTORICO NEXT RECORD
                       AT END SET WS-FIN-MOV TO TRUE
                   END-READ
               END-IF.
               IF NOT WS-FIN-MOV AND HIS-CUENTA NOT = CTA-NUMERO
                   SET WS-FIN-MOV TO TRUE
               END-IF.

           00006B-MIRAR-HISTORICO.
               IF HIS-PRACTICAS NOT = "P"
                   SET WS-CUENTA-CON-ACTIVIDAD TO TRUE
               END-IF.
               PERFORM 00006A-LEER-HISTORICO.

           00006C-LEER-DIARIO.
               IF NOT WS-FIN-MOV
                   READ MOVIMIENTOS-IDX NEXT RECORD
                       AT END SET WS-FIN-MOV TO TRUE
                   END-READ
               END-IF.
               IF NOT WS-FIN-MOV AND MOVIDX-CUENTA NOT = CTA-NUMERO
                   SET WS-FIN-MOV TO TRUE
               END-IF.

           00006D-MIRAR-DIARIO.
               IF MOVIDX-PRACTICAS NOT = "P"
                   SET WS-CUENTA-CON-ACTIVIDAD TO TRUE
               END-IF.
               PERFORM 00006C-LEER-DIARIO.

      *        LA TARJETA NUEVA SE DA DE ALTA ACTIVA CON CADUCIDAD A
      *        CUATRO ANIOS; LA ANTIGUA NO SE TOCA HASTA SU MES
           00007-EMITIR-SUSTITUTA.
               MOVE TAR-NUMERO TO WS-TARJETA-ANTIGUA.
               MOVE TAR-CADUCIDAD TO WS-CADUCIDAD-ANTIGUA.
               PERFORM 00011-SIGUIENTE-NUM-TARJETA.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE WS-NUEVA-TARJETA TO TAR-NUMERO.
               MOVE CTA-NUMERO TO TAR-CUENTA.
               COMPUTE WS-ANIO-CADUCIDAD = WS-ANIO-SIS + 4.
               COMPUTE TAR-CADUCIDAD =
                   WS-ANIO-CADUCIDAD * 100 + WS-MES-SIS.
               MOVE "A" TO TAR-ESTADO.
               MOVE WS-FECHA-SISTEMA TO TAR-FECHA-ALTA.
               WRITE TAR-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA TARJETA "
                           WS-NUEVA-TARJETA
                   NOT INVALID KEY
                       MOVE WS-TARJETA-ANTIGUA TO REN-TARJETA-ANTIGUA
                       MOVE WS-NUEVA-TARJETA TO REN-TARJETA-NUEVA
                       MOVE CTA-NUMERO TO REN-CUENTA
                       MOVE WS-CADUCIDAD-ANTIGUA
                           TO REN-CADUCIDAD-ANTIGUA
                       MOVE WS-FECHA-NEGOCIO TO REN-FECHA
                       WRITE REN-REGISTRO
                       PERFORM 00012-NOMBRE-TITULAR
                       PERFORM 00013-GRABAR-EMBOSADO
                       PERFORM 00014-GRABAR-ENVIO
                       ADD 1 TO WS-RENOVADAS
               END-WRITE.

           00008-ANOTAR-REVISION.
               MOVE TAR-NUMERO TO WS-LR-TARJETA.
               MOVE TAR-CADUCIDAD TO WS-LR-CADUCIDAD.
               MOVE CTA-NUMERO TO WS-LR-CUENTA.
               MOVE CTA-SUCURSAL TO WS-LR-SUCURSAL.
               MOVE WS-MOTIVO-REVISION TO WS-LR-MOTIVO.
               MOVE WS-LINEA-REVISION TO REV-LINEA.
               WRITE REV-LINEA.
               ADD 1 TO WS-REVISION.

           00009-ENCABEZADO-REVISION.
               MOVE "TARJETAS NO RENOVADAS: REVISION DE OFICINA"
                   TO REV-LINEA.
               WRITE REV-LINEA.
               MOVE SPACES TO REV-LINEA.
               STRING "CADUCIDAD ENTRE " WS-MES-ACTUAL " Y "
                   WS-MES-LIMITE ", FECHA DE NEGOCIO "
                   WS-FECHA-NEGOCIO DELIMITED BY SIZE INTO REV-LINEA.
               WRITE REV-LINEA.
               MOVE SPACES TO REV-LINEA.
               WRITE REV-LINEA.
               MOVE "TARJETA           CADUCA  CUENTA       OFI  MOTIVO"
                   TO REV-LINEA.
               WRITE REV-LINEA.

           00010-TOTALES-REVISION.
               MOVE SPACES TO REV-LINEA.
               WRITE REV-LINEA.
               MOVE SPACES TO REV-LINEA.
               STRING "TARJETAS RENOVADAS: " WS-RENOVADAS
                   "   EN REVISION: " WS-REVISION
                   DELIMITED BY SIZE INTO REV-LINEA.
               WRITE REV-LINEA.

           00011-SIGUIENTE-NUM-TARJETA.
      *        LA NUMERACION ARRANCA EN EL RANGO PROPIO DE LA
      *        ENTIDAD Y AVANZA DE UNO EN UNO
               MOVE 5400000000000000 TO WS-NUEVA-TARJETA.
               OPEN INPUT SEC-TARJETA.
               IF WS-STATUS-SEC-TAR = "00"
                   READ SEC-TARJETA
                       AT END CONTINUE
                       NOT AT END MOVE SEC-TARJETA-REGISTRO
                           TO WS-NUEVA-TARJETA
                   END-READ
                   CLOSE SEC-TARJETA
               END-IF.
               ADD 1 TO WS-NUEVA-TARJETA.
               MOVE WS-NUEVA-TARJETA TO SEC-TARJETA-REGISTRO.
               OPEN OUTPUT SEC-TARJETA.
               WRITE SEC-TARJETA-REGISTRO.
               CLOSE SEC-TARJETA.

      *        NOMBRE COMPLETO DEL TITULAR; SIN FICHA DE CLIENTE SE
      *        USA EL NOMBRE CORTO DE LA CUENTA
           00012-NOMBRE-TITULAR.
               MOVE CTA-NOMBRE TO WS-NOMBRE-TITULAR.
               OPEN INPUT CLIENTES.
               IF WS-STATUS-CLI = "00"
                   MOVE CTA-DNI TO CLI-DNI
                   READ CLIENTES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-NOMBRE-TITULAR
                           STRING CLI-NOMBRE DELIMITED BY "  "
                               " " CLI-APELLIDO DELIMITED BY "  "
                               INTO WS-NOMBRE-TITULAR
                   END-READ
                   CLOSE CLIENTES
               END-IF.

           00013-GRABAR-EMBOSADO.
               MOVE SPACES TO EMB-REGISTRO.
               MOVE TAR-NUMERO TO EMB-TARJETA.
               MOVE TAR-CADUCIDAD TO EMB-CADUCIDAD.
               MOVE WS-NOMBRE-TITULAR TO EMB-NOMBRE.
               MOVE CTA-NUMERO TO EMB-CUENTA.
               MOVE CTA-SUCURSAL TO EMB-SUCURSAL.
               MOVE WS-FECHA-NEGOCIO TO EMB-FECHA.
               WRITE EMB-REGISTRO.

      *        CARTA DE ENVIO: SIN DIRECCION POSTAL LA TARJETA SE
      *        ENTREGA EN LA OFICINA DE LA CUENTA
           00014-GRABAR-ENVIO.
               MOVE SPACES TO DIR-REGISTRO.
               OPEN INPUT DIRECCIONES.
               IF WS-STATUS-DIR = "00"
                   MOVE CTA-DNI TO DIR-DNI
                   READ DIRECCIONES
                       INVALID KEY MOVE SPACES TO DIR-REGISTRO
                   END-READ
                   CLOSE DIRECCIONES
               END-IF.
               MOVE WS-NOMBRE-TITULAR TO ENV-LINEA.
               WRITE ENV-LINEA.
               IF DIR-DNI = SPACES OR DIR-EN-OFICINA
                   MOVE "ENTREGA EN OFICINA" TO ENV-LINEA
                   WRITE ENV-LINEA
                   MOVE SPACES TO ENV-LINEA
                   STRING "OFICINA " CTA-SUCURSAL
                       DELIMITED BY SIZE INTO ENV-LINEA
                   WRITE ENV-LINEA
               ELSE
                   MOVE DIR-DIRECCION TO ENV-LINEA
                   WRITE ENV-LINEA
                   MOVE SPACES TO ENV-LINEA
                   STRING DIR-CP " " DIR-POBLACION
                       DELIMITED BY SIZE INTO ENV-LINEA
                   WRITE ENV-LINEA
               END-IF.
               MOVE SPACES TO ENV-LINEA.
               STRING "SU TARJETA RENOVADA ************"
                   TAR-NUMERO (13:4) " CADUCA " TAR-CADUCIDAD
                   DELIMITED BY SIZE INTO ENV-LINEA.
               WRITE ENV-LINEA.
               MOVE SPACES TO ENV-LINEA.
               STRING "LA ACTUAL ************" WS-TARJETA-ANTIGUA (13:4)
                   " SIRVE HASTA " WS-CADUCIDAD-ANTIGUA
                   DELIMITED BY SIZE INTO ENV-LINEA.
               WRITE ENV-LINEA.
               MOVE ALL "=" TO ENV-LINEA.
               WRITE ENV-LINEA.

           00015-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "RENOVTAR" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-RENOVADAS TO RLOG-PROCESADOS.
               MOVE WS-REVISION TO RLOG-RECHAZADOS.
               MOVE "OK" TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM RENOVTAR.
