      ******************************************************************
      * Author:
      * Date:
      * Purpose: BARRIDO NOCTURNO DE INTEGRIDAD REFERENCIAL ENTRE LOS
      *          MAESTROS: CUENTAS CUYO DNI NO ESTA EN CLIENTES,
      *          TITULARES Y TARJETAS ACTIVOS, ORDENES ACTIVAS Y
      *          PRESTAMOS O PLAZOS VIGENTES SOBRE CUENTAS CANCELADAS
      *          O INEXISTENTES, Y EMBARGOS VIGENTES SOBRE CUENTAS YA
      *          PURGADAS DEL MAESTRO. NO MODIFICA NINGUN FICHERO:
      *          EMITE EL INFORME DE EXCEPCIONES INTEGRIDAD.TXT
      *          AGRUPADO POR REGLA CON LAS CLAVES AFECTADAS, PARA
      *          QUE BACK OFFICE LAS DEPURE ANTES DEL CIERRE DE MES,
      *          Y DEJA SU ENTRADA EN RUN-LOG.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT TITULARES ASSIGN TO "../TITULARES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CLAVE
           FILE STATUS IS WS-STATUS-TIT.

           SELECT TARJETAS ASSIGN TO "../TARJETAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-NUMERO
           FILE STATUS IS WS-STATUS-TAR.

           SELECT ORDENES-PERMANENTES ASSIGN TO "../ORDENES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORD-ID
           FILE STATUS IS WS-STATUS-ORD.

           SELECT PRESTAMOS ASSIGN TO "../PRESTAMOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-ID
           FILE STATUS IS WS-STATUS-PRE.

           SELECT PLAZOS ASSIGN TO "../PLAZOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLZ-ID
           FILE STATUS IS WS-STATUS-PLZ.

           SELECT EMBARGOS ASSIGN TO "../EMBARGOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-ID
           FILE STATUS IS WS-STATUS-EMB.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

           SELECT REPORTE-INTEGRIDAD ASSIGN TO "../INTEGRIDAD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    BITACORA DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

        FD TITULARES.
         01 TIT-REGISTRO.
             02 TIT-CLAVE.
                 03 TIT-CUENTA PIC 9(11).
                 03 TIT-DNI    PIC X(09).
             02 TIT-ROL PIC X(01).
                 88 TIT-ES-TITULAR    VALUE "T".
                 88 TIT-ES-COTITULAR  VALUE "C".
                 88 TIT-ES-AUTORIZADO VALUE "A".
             02 TIT-ESTADO PIC X(01).
                 88 TIT-ACTIVO   VALUE "A".
                 88 TIT-DE-BAJA  VALUE "B".
             02 TIT-FECHA-ALTA PIC 9(08).

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

        FD ORDENES-PERMANENTES.
         01 ORD-REGISTRO.
             02 ORD-ID             PIC 9(05).
             02 ORD-CUENTA-ORIGEN  PIC 9(11).
             02 ORD-CUENTA-DESTINO PIC 9(11).
             02 ORD-IMPORTE        PIC S9(9)V99.
             02 ORD-FRECUENCIA     PIC X(01).
                 88 ORD-DIARIA     VALUE "D".
                 88 ORD-SEMANAL    VALUE "S".
                 88 ORD-MENSUAL    VALUE "M".
             02 ORD-PROX-FECHA     PIC 9(08).
             02 ORD-ESTADO         PIC X(01).
                 88 ORD-ACTIVA     VALUE "A".
                 88 ORD-SUSPENDIDA VALUE "P".
                 88 ORD-CANCELADA  VALUE "X".
             02 ORD-FECHA-FIN      PIC 9(08).
             02 ORD-MAX-EJECUCIONES PIC 9(03).
             02 ORD-NUM-EJECUCIONES PIC 9(03).

        FD PRESTAMOS.
         01 PRE-REGISTRO.
             02 PRE-ID       PIC 9(08).
             02 PRE-CUENTA   PIC 9(11).
             02 PRE-DNI      PIC X(09).
             02 PRE-CAPITAL  PIC S9(9)V99.
             02 PRE-TASA     PIC 9(02)V99.
             02 PRE-PLAZO-MESES PIC 9(03).
             02 PRE-CUOTA    PIC S9(9)V99.
             02 PRE-PENDIENTE PIC S9(9)V99.
             02 PRE-CUOTAS-PAGADAS PIC 9(03).
             02 PRE-IMPAGOS  PIC 9(03).
             02 PRE-MORA     PIC S9(9)V99.
             02 PRE-ULT-COBRO PIC 9(06).
             02 PRE-FECHA-ALTA PIC 9(08).
             02 PRE-ESTADO   PIC X(01).
                 88 PRE-VIGENTE   VALUE "V".
                 88 PRE-LIQUIDADO VALUE "L".
                 88 PRE-CANCELADO VALUE "X".
             02 PRE-FICHA    PIC 9(08).

        FD PLAZOS.
         01 PLZ-REGISTRO.
             02 PLZ-ID       PIC 9(08).
             02 PLZ-CUENTA   PIC 9(11).
             02 PLZ-DNI      PIC X(09).
             02 PLZ-CAPITAL  PIC S9(9)V99.
             02 PLZ-TASA     PIC 9(02)V99.
             02 PLZ-PLAZO-MESES PIC 9(03).
             02 PLZ-FECHA-APERTURA PIC 9(08).
             02 PLZ-FECHA-VENCIMIENTO PIC 9(08).
             02 PLZ-RENOVACION PIC X(01).
                 88 PLZ-ABONAR-TODO      VALUE "N".
                 88 PLZ-RENOVAR-CAPITAL  VALUE "C".
                 88 PLZ-RENOVAR-TODO     VALUE "T".
             02 PLZ-ESTADO   PIC X(01).
                 88 PLZ-VIGENTE   VALUE "V".
                 88 PLZ-LIQUIDADO VALUE "L".
                 88 PLZ-CANCELADO VALUE "X".
             02 PLZ-FICHA    PIC 9(08).

        FD EMBARGOS.
         01 EMB-REGISTRO.
             02 EMB-ID         PIC 9(05).
             02 EMB-CUENTA     PIC 9(11).
             02 EMB-IMPORTE    PIC S9(9)V99.
             02 EMB-REFERENCIA PIC X(20).
             02 EMB-FECHA-ALTA PIC 9(08).
             02 EMB-FECHA-LEVANTE PIC 9(08).
             02 EMB-ESTADO     PIC X(01).
                 88 EMB-VIGENTE   VALUE "V".
                 88 EMB-LEVANTADO VALUE "L".

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

        FD REPORTE-INTEGRIDAD.
         01 REP-LINEA PIC X(70).

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

      * BITACORA DE LA CADENA NOCTURNA: HORA DE INICIO Y FIN,
      * REGISTROS TRATADOS Y RESULTADO DE LA EJECUCION
       77 WS-HORA-INICIO PIC 9(08).
       77 WS-HORA-FIN    PIC 9(08).
       77 WS-RESULTADO-RUN PIC X(02) VALUE "OK".

       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-CLI PIC X(02).
       77 WS-STATUS-TIT PIC X(02).
       77 WS-STATUS-TAR PIC X(02).
       77 WS-STATUS-ORD PIC X(02).
       77 WS-STATUS-PRE PIC X(02).
       77 WS-STATUS-PLZ PIC X(02).
       77 WS-STATUS-EMB PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-STATUS-REGLA PIC X(02).

      * FIN DE FICHERO DEL MAESTRO QUE SE ESTA RECORRIENDO (LAS
      * REGLAS SE COMPRUEBAN UNA DETRAS DE OTRA)
       77 WS-EOF PIC X(01) VALUE "N".
           88 WS-FIN-FICHERO VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

      * SITUACION DE LA CUENTA A LA QUE APUNTA EL REGISTRO EXAMINADO
       77 WS-CUENTA-BUSCADA PIC 9(11).
       77 WS-SITUACION-CUENTA PIC X(01).
           88 WS-CUENTA-CORRECTA    VALUE "B".
           88 WS-CUENTA-CANCELADA   VALUE "C".
           88 WS-CUENTA-INEXISTENTE VALUE "I".

      * CONTADORES POR REGLA Y DEL BARRIDO COMPLETO
       77 WS-TITULO-REGLA PIC X(60).
       77 WS-EXAMINADOS-REGLA   PIC 9(08) VALUE 0.
       77 WS-EXCEPCIONES-REGLA  PIC 9(08) VALUE 0.
       77 WS-TOTAL-EXAMINADOS   PIC 9(08) VALUE 0.
       77 WS-TOTAL-EXCEPCIONES  PIC 9(08) VALUE 0.

       01 WS-LINEA-DETALLE.
           05 WS-LD-CLAVE  PIC X(20).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WS-LD-CUENTA PIC 9(11).
           05 FILLER       PIC X(03) VALUE SPACES.
           05 WS-LD-NOTA   PIC X(20).
           05 FILLER       PIC X(01) VALUE SPACES.
           05 WS-LD-LADO   PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 00001-CARGAR-FECHA-NEGOCIO.

            OPEN INPUT CUENTAS.
            IF WS-STATUS-CTA NOT = "00"
                DISPLAY "NO SE PUEDE ABRIR CUENTAS.DAT, STATUS "
                    WS-STATUS-CTA
                MOVE "KO" TO WS-RESULTADO-RUN
                PERFORM 00015-ANOTAR-RUN-LOG
                STOP RUN
            END-IF.
            OPEN OUTPUT REPORTE-INTEGRIDAD.
            PERFORM 00002-ENCABEZADO.

            PERFORM 00003-REGLA-CLIENTES.
            PERFORM 00004-REGLA-TITULARES.
            PERFORM 00005-REGLA-TARJETAS.
            PERFORM 00006-REGLA-ORDENES.
            PERFORM 00007-REGLA-PRESTAMOS.
            PERFORM 00008-REGLA-PLAZOS.
            PERFORM 00009-REGLA-EMBARGOS.

            PERFORM 00010-TOTALES.
            CLOSE CUENTAS, REPORTE-INTEGRIDAD.
            DISPLAY "REGISTROS EXAMINADOS: " WS-TOTAL-EXAMINADOS.
            DISPLAY "EXCEPCIONES DETECTADAS: " WS-TOTAL-EXCEPCIONES.
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

           00002-ENCABEZADO.
               MOVE "INFORME DE INTEGRIDAD REFERENCIAL ENTRE MAESTROS"
                   TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

      *        REGLA 1: TODA CUENTA DEBE TENER SU DNI EN CLIENTES
           00003-REGLA-CLIENTES.
               MOVE "CUENTAS CUYO DNI NO ESTA EN CLIENTES.DAT"
                   TO WS-TITULO-REGLA.
               PERFORM 00011-CABECERA-REGLA.
               OPEN INPUT CLIENTES.
               IF WS-STATUS-CLI = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00003A-LEER-CUENTA
                   PERFORM 00003B-EXAMINAR-CUENTA
                       UNTIL WS-FIN-FICHERO
                   CLOSE CLIENTES
               ELSE
                   MOVE WS-STATUS-CLI TO WS-STATUS-REGLA
                   PERFORM 00016-FICHERO-NO-DISPONIBLE
               END-IF.
               PERFORM 00012-PIE-REGLA.

           00003A-LEER-CUENTA.
               READ CUENTAS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00003B-EXAMINAR-CUENTA.
               ADD 1 TO WS-EXAMINADOS-REGLA.
               MOVE CTA-DNI TO CLI-DNI.
               READ CLIENTES
                   INVALID KEY
                       MOVE CTA-DNI TO WS-LD-CLAVE
                       MOVE CTA-NUMERO TO WS-LD-CUENTA
                       MOVE "DNI SIN CLIENTE" TO WS-LD-NOTA
                       MOVE SPACES TO WS-LD-LADO
                       PERFORM 00014-ANOTAR-EXCEPCION
               END-READ.
               PERFORM 00003A-LEER-CUENTA.

      *        REGLA 2: TITULARES ACTIVOS SOBRE CUENTAS CANCELADAS
           00004-REGLA-TITULARES.
               MOVE "TITULARES ACTIVOS EN CUENTAS CANCELADAS"
                   TO WS-TITULO-REGLA.
               PERFORM 00011-CABECERA-REGLA.
               OPEN INPUT TITULARES.
               IF WS-STATUS-TIT = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00004A-LEER-TITULAR
                   PERFORM 00004B-EXAMINAR-TITULAR
                       UNTIL WS-FIN-FICHERO
                   CLOSE TITULARES
               ELSE
                   MOVE WS-STATUS-TIT TO WS-STATUS-REGLA
                   PERFORM 00016-FICHERO-NO-DISPONIBLE
               END-IF.
               PERFORM 00012-PIE-REGLA.

           00004A-LEER-TITULAR.
               READ TITULARES NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00004B-EXAMINAR-TITULAR.
               ADD 1 TO WS-EXAMINADOS-REGLA.
               IF TIT-ACTIVO
                   MOVE TIT-CUENTA TO WS-CUENTA-BUSCADA
                   PERFORM 00013-SITUAR-CUENTA
                   IF NOT WS-CUENTA-CORRECTA
                       MOVE TIT-DNI TO WS-LD-CLAVE
                       MOVE SPACES TO WS-LD-LADO
                       PERFORM 00014-ANOTAR-EXCEPCION
                   END-IF
               END-IF.
               PERFORM 00004A-LEER-TITULAR.

      *        REGLA 3: TARJETAS ACTIVAS SOBRE CUENTAS CANCELADAS
           00005-REGLA-TARJETAS.
               MOVE "TARJETAS ACTIVAS EN CUENTAS CANCELADAS"
                   TO WS-TITULO-REGLA.
               PERFORM 00011-CABECERA-REGLA.
               OPEN INPUT TARJETAS.
               IF WS-STATUS-TAR = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00005A-LEER-TARJETA
                   PERFORM 00005B-EXAMINAR-TARJETA
                       UNTIL WS-FIN-FICHERO
                   CLOSE TARJETAS
               ELSE
                   MOVE WS-STATUS-TAR TO WS-STATUS-REGLA
                   PERFORM 00016-FICHERO-NO-DISPONIBLE
               END-IF.
               PERFORM 00012-PIE-REGLA.

           00005A-LEER-TARJETA.
               READ TARJETAS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00005B-EXAMINAR-TARJETA.
               ADD 1 TO WS-EXAMINADOS-REGLA.
               IF TAR-ACTIVA
                   MOVE TAR-CUENTA TO WS-CUENTA-BUSCADA
                   PERFORM 00013-SITUAR-CUENTA
                   IF NOT WS-CUENTA-CORRECTA
                       MOVE TAR-NUMERO TO WS-LD-CLAVE
                       MOVE SPACES TO WS-LD-LADO
                       PERFORM 00014-ANOTAR-EXCEPCION
                   END-IF
               END-IF.
               PERFORM 00005A-LEER-TARJETA.

      *        REGLA 4: ORDENES ACTIVAS CON ORIGEN O DESTINO EN UNA
      *        CUENTA CANCELADA
           00006-REGLA-ORDENES.
               MOVE "ORDENES PERMANENTES ACTIVAS EN CUENTAS CANCELADAS"
                   TO WS-TITULO-REGLA.
               PERFORM 00011-CABECERA-REGLA.
               OPEN INPUT ORDENES-PERMANENTES.
               IF WS-STATUS-ORD = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00006A-LEER-ORDEN
                   PERFORM 00006B-EXAMINAR-ORDEN
                       UNTIL WS-FIN-FICHERO
                   CLOSE ORDENES-PERMANENTES
               ELSE
                   MOVE WS-STATUS-ORD TO WS-STATUS-REGLA
                   PERFORM 00016-FICHERO-NO-DISPONIBLE
               END-IF.
               PERFORM 00012-PIE-REGLA.

           00006A-LEER-ORDEN.
               READ ORDENES-PERMANENTES NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00006B-EXAMINAR-ORDEN.
               ADD 1 TO WS-EXAMINADOS-REGLA.
               IF ORD-ACTIVA
                   MOVE ORD-CUENTA-ORIGEN TO WS-CUENTA-BUSCADA
                   PERFORM 00013-SITUAR-CUENTA
                   IF NOT WS-CUENTA-CORRECTA
                       MOVE ORD-ID TO WS-LD-CLAVE
                       MOVE "ORIGEN" TO WS-LD-LADO
                       PERFORM 00014-ANOTAR-EXCEPCION
                   END-IF
                   MOVE ORD-CUENTA-DESTINO TO WS-CUENTA-BUSCADA
                   PERFORM 00013-SITUAR-CUENTA
                   IF NOT WS-CUENTA-CORRECTA
                       MOVE ORD-ID TO WS-LD-CLAVE
                       MOVE "DESTINO" TO WS-LD-LADO
                       PERFORM 00014-ANOTAR-EXCEPCION
                   END-IF
               END-IF.
               PERFORM 00006A-LEER-ORDEN.

      *        REGLA 5: PRESTAMOS VIGENTES EN CUENTAS CANCELADAS
           00007-REGLA-PRESTAMOS.
               MOVE "PRESTAMOS VIGENTES EN CUENTAS CANCELADAS"
                   TO WS-TITULO-REGLA.
               PERFORM 00011-CABECERA-REGLA.
               OPEN INPUT PRESTAMOS.
               IF WS-STATUS-PRE = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00007A-LEER-PRESTAMO
                   PERFORM 00007B-EXAMINAR-PRESTAMO
                       UNTIL WS-FIN-FICHERO
                   CLOSE PRESTAMOS
               ELSE
                   MOVE WS-STATUS-PRE TO WS-STATUS-REGLA
                   PERFORM 00016-FICHERO-NO-DISPONIBLE
               END-IF.
               PERFORM 00012-PIE-REGLA.

           00007A-LEER-PRESTAMO.
               READ PRESTAMOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00007B-EXAMINAR-PRESTAMO.
               ADD 1 TO WS-EXAMINADOS-REGLA.
               IF PRE-VIGENTE
                   MOVE PRE-CUENTA TO WS-CUENTA-BUSCADA
                   PERFORM 00013-SITUAR-CUENTA
                   IF NOT WS-CUENTA-CORRECTA
                       MOVE PRE-ID TO WS-LD-CLAVE
                       MOVE SPACES TO WS-LD-LADO
                       PERFORM 00014-ANOTAR-EXCEPCION
                   END-IF
               END-IF.
               PERFORM 00007A-LEER-PRESTAMO.

      *        REGLA 6: PLAZOS VIGENTES EN CUENTAS CANCELADAS
           00008-REGLA-PLAZOS.
               MOVE "DEPOSITOS A PLAZO VIGENTES EN CUENTAS CANCELADAS"
                   TO WS-TITULO-REGLA.
               PERFORM 00011-CABECERA-REGLA.
               OPEN INPUT PLAZOS.
               IF WS-STATUS-PLZ = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00008A-LEER-PLAZO
                   PERFORM 00008B-EXAMINAR-PLAZO
                       UNTIL WS-FIN-FICHERO
                   CLOSE PLAZOS
               ELSE
                   MOVE WS-STATUS-PLZ TO WS-STATUS-REGLA
                   PERFORM 00016-FICHERO-NO-DISPONIBLE
               END-IF.
               PERFORM 00012-PIE-REGLA.

           00008A-LEER-PLAZO.
               READ PLAZOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00008B-EXAMINAR-PLAZO.
               ADD 1 TO WS-EXAMINADOS-REGLA.
               IF PLZ-VIGENTE
                   MOVE PLZ-CUENTA TO WS-CUENTA-BUSCADA
                   PERFORM 00013-SITUAR-CUENTA
                   IF NOT WS-CUENTA-CORRECTA
                       MOVE PLZ-ID TO WS-LD-CLAVE
                       MOVE SPACES TO WS-LD-LADO
                       PERFORM 00014-ANOTAR-EXCEPCION
                   END-IF
               END-IF.
               PERFORM 00008A-LEER-PLAZO.

      *        REGLA 7: EMBARGOS VIGENTES CUYA CUENTA YA NO ESTA EN EL
      *        MAESTRO (PURGADA). UN EMBARGO SOBRE UNA CUENTA CANCELADA
      *        PERO CONSERVADA ES LEGITIMO: LA PURGA LA RESPETA
           00009-REGLA-EMBARGOS.
               MOVE "EMBARGOS VIGENTES SOBRE CUENTAS PURGADAS"
                   TO WS-TITULO-REGLA.
               PERFORM 00011-CABECERA-REGLA.
               OPEN INPUT EMBARGOS.
               IF WS-STATUS-EMB = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00009A-LEER-EMBARGO
                   PERFORM 00009B-EXAMINAR-EMBARGO
                       UNTIL WS-FIN-FICHERO
                   CLOSE EMBARGOS
               ELSE
                   MOVE WS-STATUS-EMB TO WS-STATUS-REGLA
                   PERFORM 00016-FICHERO-NO-DISPONIBLE
               END-IF.
               PERFORM 00012-PIE-REGLA.

           00009A-LEER-EMBARGO.
               READ EMBARGOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00009B-EXAMINAR-EMBARGO.
               ADD 1 TO WS-EXAMINADOS-REGLA.
               IF EMB-VIGENTE
                   MOVE EMB-CUENTA TO WS-CUENTA-BUSCADA
                   PERFORM 00013-SITUAR-CUENTA
                   IF WS-CUENTA-INEXISTENTE
                       MOVE EMB-ID TO WS-LD-CLAVE
                       MOVE SPACES TO WS-LD-LADO
                       PERFORM 00014-ANOTAR-EXCEPCION
                   END-IF
               END-IF.
               PERFORM 00009A-LEER-EMBARGO.

           00010-TOTALES.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "REGISTROS EXAMINADOS: " WS-TOTAL-EXAMINADOS
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "TOTAL DE EXCEPCIONES: " WS-TOTAL-EXCEPCIONES
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

           00011-CABECERA-REGLA.
               MOVE 0 TO WS-EXAMINADOS-REGLA.
               MOVE 0 TO WS-EXCEPCIONES-REGLA.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE WS-TITULO-REGLA TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE "CLAVE                 CUENTA         INCIDENCIA"
                   TO REP-LINEA.
               WRITE REP-LINEA.

           00012-PIE-REGLA.
               ADD WS-EXAMINADOS-REGLA TO WS-TOTAL-EXAMINADOS.
               MOVE SPACES TO REP-LINEA.
               STRING "  EXAMINADOS: " WS-EXAMINADOS-REGLA
                   "  EXCEPCIONES: " WS-EXCEPCIONES-REGLA
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

      *        DEJA EN WS-SITUACION-CUENTA SI LA CUENTA EXISTE Y SIGUE
      *        VIVA, SI ESTA CANCELADA O SI YA NO ESTA EN EL MAESTRO,
      *        Y PREPARA LA CUENTA Y LA NOTA DE LA LINEA DE DETALLE
           00013-SITUAR-CUENTA.
               MOVE WS-CUENTA-BUSCADA TO CTA-NUMERO.
               MOVE WS-CUENTA-BUSCADA TO WS-LD-CUENTA.
               READ CUENTAS
                   INVALID KEY
                       SET WS-CUENTA-INEXISTENTE TO TRUE
                       MOVE "CUENTA INEXISTENTE" TO WS-LD-NOTA
                   NOT INVALID KEY
                       IF CTA-ESTA-CERRADA
                           SET WS-CUENTA-CANCELADA TO TRUE
                           MOVE "CUENTA CANCELADA" TO WS-LD-NOTA
                       ELSE
                           SET WS-CUENTA-CORRECTA TO TRUE
                       END-IF
               END-READ.

           00014-ANOTAR-EXCEPCION.
               MOVE WS-LINEA-DETALLE TO REP-LINEA.
               WRITE REP-LINEA.
               ADD 1 TO WS-EXCEPCIONES-REGLA.
               ADD 1 TO WS-TOTAL-EXCEPCIONES.

      *        UN MAESTRO QUE TODAVIA NO SE HA CREADO NO TIENE NADA
      *        QUE COMPROBAR; SI EXISTE PERO NO SE PUEDE ABRIR, LA
      *        REGLA QUEDA SIN COMPROBAR Y LA EJECUCION EN KO
           00016-FICHERO-NO-DISPONIBLE.
               IF WS-STATUS-REGLA = "35"
                   MOVE "  FICHERO INEXISTENTE, NADA QUE COMPROBAR"
                       TO REP-LINEA
               ELSE
                   MOVE "  FICHERO NO DISPONIBLE, REGLA NO COMPROBADA"
                       TO REP-LINEA
                   MOVE "KO" TO WS-RESULTADO-RUN
               END-IF.
               WRITE REP-LINEA.

           00015-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "INTEGRIDAD" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-TOTAL-EXAMINADOS TO RLOG-PROCESADOS.
               MOVE WS-TOTAL-EXCEPCIONES TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM INTEGRIDAD.
