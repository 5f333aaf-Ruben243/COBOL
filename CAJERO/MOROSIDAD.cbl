      ******************************************************************
      * Author:
      * Date:
      * Purpose: GESTION DE LA MOROSIDAD DE PRESTAMOS. SE EJECUTA EN
      *          LA CADENA NOCTURNA DESPUES DE PRESTAMOS Y RECORRE
      *          TODA LA CARTERA: CADA PRESTAMO VIGENTE CON MORA SE
      *          ENVEJECE POR CUOTAS IMPAGADAS (PRE-IMPAGOS) Y DIAS
      *          DE RETRASO DESDE LA CUOTA IMPAGADA MAS ANTIGUA, CON
      *          SU SEGUIMIENTO EN PRESTAMOS-MORA.DAT. A LOS 30, 60 Y
      *          90 DIAS SE EMITE CARTA DE RECLAMACION AL TITULAR DEL
      *          PRESTAMO, A LOS COTITULARES Y A LOS AVALISTAS DE LA
      *          CUENTA (TITULARES.DAT, ROL "G") CON LA DIRECCION DE
      *          DIRECCIONES.DAT, EN CARTAS-MOROSIDAD.TXT. PASADO EL
      *          UMBRAL DE MOROSIDAD-PARAM.TXT (90 DIAS POR DEFECTO)
      *          EL PRESTAMO SE CLASIFICA DUDOSO Y SU IMPORTE VENCIDO
      *          DEVENGA INTERES DE DEMORA (TIPO DEL PRESTAMO MAS EL
      *          RECARGO PARAMETRIZADO). MOROSIDAD-INFORME.TXT LISTA
      *          LA CARTERA EN MORA Y LA PROVISION POR INSOLVENCIAS
      *          EXIGIDA EN CADA TRAMO DE ANTIGUEDAD PARA CONTABILIDAD,
      *          Y APARTE LOS FALLIDOS QUE SIGUEN EN RECOBRO (EL PASO
      *          A FALLIDO LO HACE UN SUPERVISOR CON FALLIDOS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOROSIDAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS ASSIGN TO "../PRESTAMOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-ID
           FILE STATUS IS WS-STATUS-PRE.

      *    SEGUIMIENTO DE LA MORA DE CADA PRESTAMO (MISMA CLAVE)
           SELECT PRESTAMOS-MORA ASSIGN TO "../PRESTAMOS-MORA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MRA-ID
           FILE STATUS IS WS-STATUS-MRA.

           SELECT TITULARES ASSIGN TO "../TITULARES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CLAVE
           FILE STATUS IS WS-STATUS-TIT.

      *    MAESTRO DE DIRECCIONES PARA EL ENVIO POSTAL
           SELECT DIRECCIONES ASSIGN TO "../DIRECCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIR-DNI
           FILE STATUS IS WS-STATUS-DIR.

           SELECT CLIENTES ASSIGN TO "../CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-DNI
           ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
           FILE STATUS IS WS-STATUS-CLI.

      *    UMBRAL DE DUDOSO, RECARGO DE DEMORA Y PORCENTAJES DE
      *    PROVISION POR TRAMO
           SELECT PARAM-MOROSIDAD ASSIGN TO "../MOROSIDAD-PARAM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAR.

           SELECT OPTIONAL CARTAS ASSIGN TO "../CARTAS-MOROSIDAD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INFORME ASSIGN TO "../MOROSIDAD-INFORME.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    INFORME DE IMPAGOS PARA LA OFICINA (LO ABRE PRESTAMOS)
           SELECT OPTIONAL MOROSIDAD
           ASSIGN TO "../MOROSIDAD-PRESTAMOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    FECHA DE NEGOCIO EN CURSO (LA AVANZA FINDIA EN EL CIERRE)
           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
                 88 PRE-FALLIDO   VALUE "F".
             02 PRE-FICHA    PIC 9(08).

        FD PRESTAMOS-MORA.
         01 MRA-REGISTRO.
             02 MRA-ID          PIC 9(08).
             02 MRA-CUENTA      PIC 9(11).
      *      VENCIMIENTO DE LA CUOTA IMPAGADA MAS ANTIGUA
             02 MRA-FECHA-IMPAGO PIC 9(08).
             02 MRA-IMPAGOS     PIC 9(03).
             02 MRA-DIAS        PIC 9(04).
             02 MRA-TRAMO       PIC 9(01).
      *      ULTIMA CARTA ENVIADA: 0 NINGUNA, 30, 60 O 90 DIAS
             02 MRA-ULT-CARTA   PIC 9(02).
             02 MRA-FECHA-CARTA PIC 9(08).
             02 MRA-ESTADO      PIC X(01).
                 88 MRA-EN-MORA      VALUE "M".
                 88 MRA-DUDOSO       VALUE "D".
                 88 MRA-FALLIDO      VALUE "F".
                 88 MRA-REGULARIZADO VALUE "R".
             02 MRA-FECHA-DUDOSO PIC 9(08).
             02 MRA-INTERES-DEMORA PIC S9(9)V99.
             02 MRA-ULT-DEVENGO PIC 9(08).
             02 MRA-FECHA-FALLIDO PIC 9(08).
             02 MRA-IMPORTE-FALLIDO PIC S9(9)V99.
             02 MRA-SUPERVISOR  PIC X(08).

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

        FD PARAM-MOROSIDAD.
         01 PAR-REGISTRO.
             02 PAR-DIAS-DUDOSO PIC 9(03).
             02 FILLER          PIC X(01).
             02 PAR-RECARGO     PIC 9(02)V99.
             02 PAR-TRAMO OCCURS 6 TIMES.
                 03 FILLER      PIC X(01).
                 03 PAR-PORCENTAJE PIC 9(03)V99.

        FD CARTAS.
         01 CAR-LINEA PIC X(100).

        FD INFORME.
         01 INF-LINEA PIC X(100).

        FD MOROSIDAD.
         01 MOR-LINEA PIC X(80).

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

      * BITACORA DE LA CADENA NOCTURNA: HORA DE INICIO Y FIN,
      * REGISTROS TRATADOS Y RESULTADO DE LA EJECUCION
       77 WS-HORA-INICIO PIC 9(08).
       77 WS-HORA-FIN    PIC 9(08).
       77 WS-RESULTADO-RUN PIC X(02) VALUE "OK".

       77 WS-STATUS-PRE PIC X(02).
       77 WS-STATUS-MRA PIC X(02).
       77 WS-STATUS-TIT PIC X(02).
       77 WS-STATUS-DIR PIC X(02).
       77 WS-STATUS-CLI PIC X(02).
       77 WS-STATUS-PAR PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-EOF PIC X(01) VALUE "N".
           88 WS-FIN-FICHERO VALUE "S".
       77 WS-EOF-TIT PIC X(01) VALUE "N".
           88 WS-FIN-TIT VALUE "S".

      * TITULARES, DIRECCIONES Y CLIENTES SON OPCIONALES: SIN ELLOS
      * LA CARTA VA SOLO AL TITULAR DEL PRESTAMO, SIN NOMBRE, PARA
      * ENTREGAR EN OFICINA
       77 WS-HAY-TIT PIC X(01) VALUE "N".
           88 WS-FICHERO-TIT-ABIERTO VALUE "S".
       77 WS-HAY-DIR PIC X(01) VALUE "N".
           88 WS-FICHERO-DIR-ABIERTO VALUE "S".
       77 WS-HAY-CLI PIC X(01) VALUE "N".
           88 WS-FICHERO-CLI-ABIERTO VALUE "S".

      * EL PRESTAMO TIENE YA REGISTRO DE SEGUIMIENTO DE MORA
       77 WS-HAY-MRA PIC X(01) VALUE "N".
           88 WS-CON-SEGUIMIENTO VALUE "S".

       01 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       01 WS-FECHA-NEG-DESGLOSE REDEFINES WS-FECHA-NEGOCIO.
           05 WS-FN-ANIO PIC 9(04).
           05 WS-FN-MES  PIC 9(02).
           05 WS-FN-DIA  PIC 9(02).
       77 WS-FECHA-VIS PIC X(10).

      * PARAMETROS (MOROSIDAD-PARAM.TXT): DIAS DE RETRASO A PARTIR
      * DE LOS QUE EL PRESTAMO ES DUDOSO Y PUNTOS DE RECARGO SOBRE
      * EL TIPO DEL PRESTAMO PARA EL INTERES DE DEMORA
       77 WS-DIAS-DUDOSO PIC 9(03) VALUE 90.
       77 WS-RECARGO-DEMORA PIC 9(02)V99 VALUE 2.00.

      * TRAMOS DE ANTIGUEDAD Y PORCENTAJE DE PROVISION EXIGIDO SOBRE
      * EL CAPITAL PENDIENTE DE CADA UNO
       01 WS-NOMBRES-TRAMO.
           05 FILLER PIC X(14) VALUE "AL CORRIENTE".
           05 FILLER PIC X(14) VALUE "1 A 29 DIAS".
           05 FILLER PIC X(14) VALUE "30 A 59 DIAS".
           05 FILLER PIC X(14) VALUE "60 A 89 DIAS".
           05 FILLER PIC X(14) VALUE "90 DIAS O MAS".
           05 FILLER PIC X(14) VALUE "DUDOSO".
       01 WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-TRAMO.
           05 WS-NOMBRE-TRAMO OCCURS 6 TIMES PIC X(14).
       01 WS-PORCENTAJES-TRAMO.
           05 FILLER PIC 9(03)V99 VALUE 0.50.
           05 FILLER PIC 9(03)V99 VALUE 2.00.
           05 FILLER PIC 9(03)V99 VALUE 5.00.
           05 FILLER PIC 9(03)V99 VALUE 15.00.
           05 FILLER PIC 9(03)V99 VALUE 30.00.
           05 FILLER PIC 9(03)V99 VALUE 60.00.
       01 WS-TABLA-PORCENTAJES REDEFINES WS-PORCENTAJES-TRAMO.
           05 WS-PCT-TRAMO OCCURS 6 TIMES PIC 9(03)V99.
       01 WS-ACUMULADOS-TRAMO.
           05 WS-ACUM-TRAMO OCCURS 6 TIMES.
               10 WS-TRAMO-PRESTAMOS  PIC 9(06).
               10 WS-TRAMO-EXPOSICION PIC S9(11)V99.
               10 WS-TRAMO-PROVISION  PIC S9(11)V99.
       77 WS-IDX-TRAMO PIC 9(01).
       77 WS-TRAMO-ACTUAL PIC 9(01).

      * RETROCESO DESDE EL ULTIMO PERIODO COBRADO HASTA EL DE LA
      * PRIMERA CUOTA IMPAGADA
       01 WS-PERIODO-IMPAGO.
           05 WS-PI-ANIO PIC 9(04).
           05 WS-PI-MES  PIC 9(02).
       01 WS-PERIODO-IMPAGO-NUM REDEFINES WS-PERIODO-IMPAGO
           PIC 9(06).
       77 WS-MESES-ATRAS PIC 9(03).

      * DIAS NATURALES ENTRE DOS FECHAS, AVANZANDO DIA A DIA
       01 WS-FECHA-CALCULO.
           05 WS-FC-ANIO PIC 9(04).
           05 WS-FC-MES  PIC 9(02).
           05 WS-FC-DIA  PIC 9(02).
       01 WS-FECHA-CALCULO-NUM REDEFINES WS-FECHA-CALCULO PIC 9(08).
       01 WS-TABLA-DIAS-MES VALUE "312831303130313130313031".
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77 WS-DIAS-EN-MES PIC 9(02).
       77 WS-TEMP-DIVISION PIC 9(04).
       77 WS-RESTO-ANIO PIC 9(04).
       77 WS-DIAS-CONTADOS PIC 9(04).

      * INTERES DE DEMORA DEL PERIODO SOBRE EL IMPORTE VENCIDO
       77 WS-DEMORA-PERIODO PIC S9(9)V99.

      * CARTA DE RECLAMACION: NIVEL QUE CORRESPONDE POR LOS DIAS Y
      * DATOS DEL DESTINATARIO EN CURSO
       77 WS-NIVEL-CARTA PIC 9(02).
       77 WS-DNI-DESTINO PIC X(09).
       77 WS-RELACION-VIS PIC X(10).
       77 WS-NOMBRE-DESTINO PIC X(27).
       77 WS-DIRECCION-ENVIO PIC X(70).

       77 WS-IMPORTE-VIS PIC -ZZZZZZZZ9.99.
       77 WS-DEMORA-VIS  PIC -ZZZZZZZZ9.99.
       77 WS-PENDIENTE-VIS PIC -ZZZZZZZZ9.99.
       77 WS-PCT-VIS PIC ZZ9.99.
       77 WS-TOTAL-VIS PIC -ZZZZZZZZZZ9.99.
       77 WS-TOTAL2-VIS PIC -ZZZZZZZZZZ9.99.

      * CONTADORES DE LA EJECUCION
       77 WS-EXAMINADOS PIC 9(08) VALUE 0.
       77 WS-EN-MORA PIC 9(06) VALUE 0.
       77 WS-NUEVOS-DUDOSOS PIC 9(06) VALUE 0.
       77 WS-REGULARIZADOS PIC 9(06) VALUE 0.
       77 WS-CARTAS-EMITIDAS PIC 9(06) VALUE 0.
       77 WS-FALLIDOS PIC 9(06) VALUE 0.
       77 WS-TOTAL-FALLIDOS PIC S9(11)V99 VALUE 0.
       77 WS-TOTAL-DEMORA PIC S9(11)V99 VALUE 0.
       77 WS-TOTAL-EXPOSICION PIC S9(11)V99 VALUE 0.
       77 WS-TOTAL-PROVISION PIC S9(11)V99 VALUE 0.

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 00001-CARGAR-PARAMETROS.
            OPEN I-O PRESTAMOS.
            IF WS-STATUS-PRE NOT = "00"
                DISPLAY "SIN PRESTAMOS QUE REVISAR"
                STOP RUN
            END-IF.
            PERFORM 00002-ABRIR-FICHEROS.
            INITIALIZE WS-ACUMULADOS-TRAMO.
            OPEN OUTPUT INFORME.
            OPEN EXTEND CARTAS.
            PERFORM 00003-ENCABEZADO.

            PERFORM 00004-LEER-PRESTAMO.
            PERFORM 00005-PROCESAR-PRESTAMO
                UNTIL WS-FIN-FICHERO.

            PERFORM 00020-PROVISIONES.
            CLOSE PRESTAMOS, PRESTAMOS-MORA, INFORME, CARTAS.
            IF WS-FICHERO-TIT-ABIERTO
                CLOSE TITULARES
            END-IF.
            IF WS-FICHERO-DIR-ABIERTO
                CLOSE DIRECCIONES
            END-IF.
            IF WS-FICHERO-CLI-ABIERTO
                CLOSE CLIENTES
            END-IF.
            DISPLAY "PRESTAMOS EXAMINADOS : " WS-EXAMINADOS.
            DISPLAY "PRESTAMOS EN MORA    : " WS-EN-MORA.
            DISPLAY "NUEVOS DUDOSOS       : " WS-NUEVOS-DUDOSOS.
            DISPLAY "REGULARIZADOS        : " WS-REGULARIZADOS.
            DISPLAY "CARTAS EMITIDAS      : " WS-CARTAS-EMITIDAS.
            DISPLAY "FALLIDOS EN RECOBRO  : " WS-FALLIDOS.
            PERFORM 00015-ANOTAR-RUN-LOG.
            STOP RUN.

      *        PARAMETROS OPCIONALES Y FECHA DE NEGOCIO; SIN FICHERO
      *        DE PARAMETROS RIGEN LOS VALORES POR DEFECTO
           00001-CARGAR-PARAMETROS.
               OPEN INPUT PARAM-MOROSIDAD.
               IF WS-STATUS-PAR = "00"
                   READ PARAM-MOROSIDAD
                       AT END CONTINUE
                       NOT AT END PERFORM 00001A-APLICAR-PARAMETROS
                   END-READ
                   CLOSE PARAM-MOROSIDAD
               END-IF.
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
               STRING WS-FN-DIA "/" WS-FN-MES "/" WS-FN-ANIO
                   DELIMITED BY SIZE INTO WS-FECHA-VIS.

           00001A-APLICAR-PARAMETROS.
               IF PAR-DIAS-DUDOSO IS NUMERIC AND PAR-DIAS-DUDOSO > 0
                   MOVE PAR-DIAS-DUDOSO TO WS-DIAS-DUDOSO
               END-IF.
               IF PAR-RECARGO IS NUMERIC
                   MOVE PAR-RECARGO TO WS-RECARGO-DEMORA
               END-IF.
               PERFORM 00001B-APLICAR-PORCENTAJE
                   VARYING WS-IDX-TRAMO FROM 1 BY 1
                   UNTIL WS-IDX-TRAMO > 6.

           00001B-APLICAR-PORCENTAJE.
               IF PAR-PORCENTAJE (WS-IDX-TRAMO) IS NUMERIC
                   MOVE PAR-PORCENTAJE (WS-IDX-TRAMO)
                       TO WS-PCT-TRAMO (WS-IDX-TRAMO)
               END-IF.

           00002-ABRIR-FICHEROS.
               OPEN I-O PRESTAMOS-MORA.
               IF WS-STATUS-MRA = "35"
                   OPEN OUTPUT PRESTAMOS-MORA
                   CLOSE PRESTAMOS-MORA
                   OPEN I-O PRESTAMOS-MORA
               END-IF.
               OPEN INPUT TITULARES.
               IF WS-STATUS-TIT = "00"
                   SET WS-FICHERO-TIT-ABIERTO TO TRUE
               END-IF.
               OPEN INPUT DIRECCIONES.
               IF WS-STATUS-DIR = "00"
                   SET WS-FICHERO-DIR-ABIERTO TO TRUE
               END-IF.
               OPEN INPUT CLIENTES.
               IF WS-STATUS-CLI = "00"
                   SET WS-FICHERO-CLI-ABIERTO TO TRUE
               END-IF.

           00003-ENCABEZADO.
               MOVE SPACES TO INF-LINEA.
               STRING "CARTERA DE PRESTAMOS EN MORA A " WS-FECHA-VIS
                   " (DUDOSO DESDE " WS-DIAS-DUDOSO " DIAS)"
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "PRESTAMO CUENTA      IMP DIAS TRAMO          "
                   "      VENCIDO        DEMORA     PENDIENTE ES CA"
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.

           00004-LEER-PRESTAMO.
               READ PRESTAMOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

      *        CADA PRESTAMO VA A SU TRAMO: LOS VIGENTES SIN MORA AL
      *        CORRIENTE, LOS DE MORA POR SUS DIAS DE RETRASO Y LOS
      *        FALLIDOS FUERA DE LA CARTERA, SOLO PARA SU RECOBRO
           00005-PROCESAR-PRESTAMO.
               ADD 1 TO WS-EXAMINADOS.
               MOVE PRE-ID TO MRA-ID.
               READ PRESTAMOS-MORA
                   INVALID KEY
                       MOVE "N" TO WS-HAY-MRA
                   NOT INVALID KEY
                       MOVE "S" TO WS-HAY-MRA
               END-READ.
               EVALUATE TRUE
                   WHEN PRE-FALLIDO AND WS-CON-SEGUIMIENTO
                       PERFORM 00011-SEGUIR-FALLIDO
                   WHEN PRE-VIGENTE AND PRE-MORA > 0
                       PERFORM 00006-ENVEJECER-PRESTAMO
                   WHEN OTHER
                       IF WS-CON-SEGUIMIENTO
                           AND (MRA-EN-MORA OR MRA-DUDOSO)
                           PERFORM 00010-REGULARIZAR
                       END-IF
                       IF PRE-VIGENTE
                           MOVE 1 TO WS-TRAMO-ACTUAL
                           PERFORM 00009-ACUMULAR-TRAMO
                       END-IF
               END-EVALUATE.
               PERFORM 00004-LEER-PRESTAMO.

      *        LA PRIMERA VEZ QUE SE VE EN MORA (O TRAS HABERSE
      *        REGULARIZADO) SE FIJA EL VENCIMIENTO DE LA CUOTA
      *        IMPAGADA MAS ANTIGUA: PRESTAMOS DEJA EN PRE-ULT-COBRO EL
      *        ULTIMO PERIODO TRATADO Y CADA CUOTA NUEVA SIN PAGAR ES
      *        UN MES MAS ATRAS. VENCE EL DIA 1 DEL PERIODO.
           00006-ENVEJECER-PRESTAMO.
               ADD 1 TO WS-EN-MORA.
               IF NOT WS-CON-SEGUIMIENTO
                   MOVE PRE-ID TO MRA-ID
                   MOVE 0 TO MRA-IMPAGOS
                   MOVE 0 TO MRA-INTERES-DEMORA
                   MOVE 0 TO MRA-FECHA-FALLIDO
                   MOVE 0 TO MRA-IMPORTE-FALLIDO
                   MOVE SPACES TO MRA-SUPERVISOR
                   PERFORM 00006A-ABRIR-SEGUIMIENTO
                   WRITE MRA-REGISTRO
                       INVALID KEY
                           DISPLAY "PRESTAMO " PRE-ID
                           ": ERROR AL ABRIR SU SEGUIMIENTO"
                   END-WRITE
               ELSE
                   IF MRA-REGULARIZADO
                       PERFORM 00006A-ABRIR-SEGUIMIENTO
                   END-IF
               END-IF.
               MOVE PRE-IMPAGOS TO MRA-IMPAGOS.

               MOVE MRA-FECHA-IMPAGO TO WS-FECHA-CALCULO-NUM.
               PERFORM 00012-CONTAR-DIAS.
               MOVE WS-DIAS-CONTADOS TO MRA-DIAS.

               IF MRA-EN-MORA AND MRA-DIAS NOT < WS-DIAS-DUDOSO
                   PERFORM 00007-PASAR-A-DUDOSO
               END-IF.
               IF MRA-DUDOSO
                   PERFORM 00008-DEVENGAR-DEMORA
               END-IF.

               EVALUATE TRUE
                   WHEN MRA-DUDOSO
                       MOVE 6 TO WS-TRAMO-ACTUAL
                   WHEN MRA-DIAS < 30
                       MOVE 2 TO WS-TRAMO-ACTUAL
                   WHEN MRA-DIAS < 60
                       MOVE 3 TO WS-TRAMO-ACTUAL
                   WHEN MRA-DIAS < 90
                       MOVE 4 TO WS-TRAMO-ACTUAL
                   WHEN OTHER
                       MOVE 5 TO WS-TRAMO-ACTUAL
               END-EVALUATE.
               MOVE WS-TRAMO-ACTUAL TO MRA-TRAMO.

               PERFORM 00013-CARTA-RECLAMACION.
               REWRITE MRA-REGISTRO
                   INVALID KEY
                       DISPLAY "PRESTAMO " PRE-ID
                       ": ERROR AL GRABAR SU SEGUIMIENTO"
               END-REWRITE.
               PERFORM 00009-ACUMULAR-TRAMO.
               PERFORM 00014-LINEA-INFORME.

           00006A-ABRIR-SEGUIMIENTO.
               MOVE PRE-CUENTA TO MRA-CUENTA.
               MOVE PRE-ULT-COBRO TO WS-PERIODO-IMPAGO-NUM.
               IF WS-PERIODO-IMPAGO-NUM = 0
                   COMPUTE WS-PERIODO-IMPAGO-NUM =
                       WS-FECHA-NEGOCIO / 100
               END-IF.
               MOVE 0 TO WS-MESES-ATRAS.
               IF PRE-IMPAGOS > MRA-IMPAGOS
                   COMPUTE WS-MESES-ATRAS =
                       PRE-IMPAGOS - MRA-IMPAGOS - 1
               END-IF.
               PERFORM 00006B-RETROCEDER-MES WS-MESES-ATRAS TIMES.
               COMPUTE MRA-FECHA-IMPAGO =
                   WS-PERIODO-IMPAGO-NUM * 100 + 1.
               MOVE 0 TO MRA-DIAS.
               MOVE 0 TO MRA-TRAMO.
               MOVE 0 TO MRA-ULT-CARTA.
               MOVE 0 TO MRA-FECHA-CARTA.
               MOVE "M" TO MRA-ESTADO.
               MOVE 0 TO MRA-FECHA-DUDOSO.
               MOVE 0 TO MRA-ULT-DEVENGO.

           00006B-RETROCEDER-MES.
               IF WS-PI-MES > 1
                   SUBTRACT 1 FROM WS-PI-MES
               ELSE
                   MOVE 12 TO WS-PI-MES
                   SUBTRACT 1 FROM WS-PI-ANIO
               END-IF.

      *        PASADO EL UMBRAL EL PRESTAMO SE CLASIFICA DUDOSO; EL
      *        CAMBIO QUEDA EN EL INFORME DE IMPAGOS DE LA OFICINA
           00007-PASAR-A-DUDOSO.
               MOVE "D" TO MRA-ESTADO.
               MOVE WS-FECHA-NEGOCIO TO MRA-FECHA-DUDOSO.
               MOVE WS-FECHA-NEGOCIO TO MRA-ULT-DEVENGO.
               ADD 1 TO WS-NUEVOS-DUDOSOS.
               MOVE PRE-MORA TO WS-IMPORTE-VIS.
               MOVE SPACES TO MOR-LINEA.
               STRING WS-FECHA-NEGOCIO " PRESTAMO " PRE-ID
                   " CUENTA " PRE-CUENTA
                   " DUDOSO " WS-IMPORTE-VIS
                   " DIAS " MRA-DIAS
                   DELIMITED BY SIZE INTO MOR-LINEA.
               OPEN EXTEND MOROSIDAD.
               WRITE MOR-LINEA.
               CLOSE MOROSIDAD.

      *        INTERES DE DEMORA DIARIO SOBRE EL IMPORTE VENCIDO AL
      *        TIPO DEL PRESTAMO MAS EL RECARGO, DESDE EL ULTIMO
      *        DEVENGO; SI YA SE DEVENGO HOY NO SE REPITE
           00008-DEVENGAR-DEMORA.
               IF MRA-ULT-DEVENGO < WS-FECHA-NEGOCIO
                   MOVE MRA-ULT-DEVENGO TO WS-FECHA-CALCULO-NUM
                   PERFORM 00012-CONTAR-DIAS
                   COMPUTE WS-DEMORA-PERIODO ROUNDED =
                       PRE-MORA * (PRE-TASA + WS-RECARGO-DEMORA)
                       / 100 / 365 * WS-DIAS-CONTADOS
                   ADD WS-DEMORA-PERIODO TO MRA-INTERES-DEMORA
                   ADD WS-DEMORA-PERIODO TO WS-TOTAL-DEMORA
                   MOVE WS-FECHA-NEGOCIO TO MRA-ULT-DEVENGO
               END-IF.

      *        EXPOSICION DEL TRAMO: CAPITAL PENDIENTE DEL PRESTAMO
           00009-ACUMULAR-TRAMO.
               ADD 1 TO WS-TRAMO-PRESTAMOS (WS-TRAMO-ACTUAL).
               ADD PRE-PENDIENTE
                   TO WS-TRAMO-EXPOSICION (WS-TRAMO-ACTUAL).

      *        SIN MORA PENDIENTE (O LIQUIDADO) EL SEGUIMIENTO SE
      *        CIERRA; SI VUELVE A IMPAGAR SE ABRE DE NUEVO DESDE LAS
      *        CUOTAS IMPAGADAS POSTERIORES
           00010-REGULARIZAR.
               MOVE "R" TO MRA-ESTADO.
               MOVE PRE-IMPAGOS TO MRA-IMPAGOS.
               MOVE 0 TO MRA-DIAS.
               MOVE 0 TO MRA-TRAMO.
               MOVE 0 TO MRA-ULT-CARTA.
               REWRITE MRA-REGISTRO
                   INVALID KEY
                       DISPLAY "PRESTAMO " PRE-ID
                       ": ERROR AL GRABAR SU SEGUIMIENTO"
               END-REWRITE.
               ADD 1 TO WS-REGULARIZADOS.

      *        EL FALLIDO YA NO ESTA EN LA CARTERA NI SE PROVISIONA,
      *        PERO SIGUE CONTANDO DIAS PARA EL EQUIPO DE RECOBRO
           00011-SEGUIR-FALLIDO.
               ADD 1 TO WS-FALLIDOS.
               MOVE MRA-FECHA-IMPAGO TO WS-FECHA-CALCULO-NUM.
               PERFORM 00012-CONTAR-DIAS.
               MOVE WS-DIAS-CONTADOS TO MRA-DIAS.
               REWRITE MRA-REGISTRO
                   INVALID KEY
                       DISPLAY "PRESTAMO " PRE-ID
                       ": ERROR AL GRABAR SU SEGUIMIENTO"
               END-REWRITE.
               ADD MRA-IMPORTE-FALLIDO TO WS-TOTAL-FALLIDOS.
               ADD MRA-INTERES-DEMORA TO WS-TOTAL-FALLIDOS.
               MOVE 0 TO WS-TRAMO-ACTUAL.
               PERFORM 00014-LINEA-INFORME.

      *        DIAS NATURALES DESDE WS-FECHA-CALCULO HASTA LA FECHA DE
      *        NEGOCIO (TOPE 9999)
           00012-CONTAR-DIAS.
               MOVE 0 TO WS-DIAS-CONTADOS.
               PERFORM 00012A-AVANZAR-UN-DIA
                   UNTIL WS-FECHA-CALCULO-NUM NOT < WS-FECHA-NEGOCIO
                   OR WS-DIAS-CONTADOS = 9999.

           00012A-AVANZAR-UN-DIA.
               PERFORM 00012B-DIAS-DEL-MES.
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
               ADD 1 TO WS-DIAS-CONTADOS.

           00012B-DIAS-DEL-MES.
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

      *        UNA SOLA CARTA POR NIVEL (30, 60 Y 90 DIAS); SI EL
      *        PRESTAMO SE DETECTA YA MUY ATRASADO SOLO SE ENVIA LA
      *        DEL NIVEL MAS ALTO ALCANZADO
           00013-CARTA-RECLAMACION.
               EVALUATE TRUE
                   WHEN MRA-DIAS NOT < 90
                       MOVE 90 TO WS-NIVEL-CARTA
                   WHEN MRA-DIAS NOT < 60
                       MOVE 60 TO WS-NIVEL-CARTA
                   WHEN MRA-DIAS NOT < 30
                       MOVE 30 TO WS-NIVEL-CARTA
                   WHEN OTHER
                       MOVE 0 TO WS-NIVEL-CARTA
               END-EVALUATE.
               IF WS-NIVEL-CARTA > MRA-ULT-CARTA
                   MOVE PRE-DNI TO WS-DNI-DESTINO
                   MOVE "TITULAR" TO WS-RELACION-VIS
                   PERFORM 00013A-EMITIR-CARTA
                   IF WS-FICHERO-TIT-ABIERTO
                       PERFORM 00013B-OTROS-DESTINATARIOS
                   END-IF
                   MOVE WS-NIVEL-CARTA TO MRA-ULT-CARTA
                   MOVE WS-FECHA-NEGOCIO TO MRA-FECHA-CARTA
               END-IF.

           00013A-EMITIR-CARTA.
               ADD 1 TO WS-CARTAS-EMITIDAS.
               PERFORM 00013E-DATOS-DESTINATARIO.
               MOVE SPACES TO CAR-LINEA.
               EVALUATE WS-NIVEL-CARTA
                   WHEN 30
                       STRING "PRIMER AVISO DE DEUDA VENCIDA"
                           " (30 DIAS)"
                           DELIMITED BY SIZE INTO CAR-LINEA
                   WHEN 60
                       STRING "SEGUNDO AVISO DE DEUDA VENCIDA"
                           " (60 DIAS)"
                           DELIMITED BY SIZE INTO CAR-LINEA
                   WHEN OTHER
                       STRING "ULTIMO AVISO DE DEUDA VENCIDA"
                           " (90 DIAS)"
                           DELIMITED BY SIZE INTO CAR-LINEA
               END-EVALUATE.
               WRITE CAR-LINEA.
               MOVE SPACES TO CAR-LINEA.
               STRING "FECHA: " WS-FECHA-VIS
                   DELIMITED BY SIZE INTO CAR-LINEA.
               WRITE CAR-LINEA.
               MOVE SPACES TO CAR-LINEA.
               STRING "DESTINATARIO: " WS-DNI-DESTINO " "
                   WS-NOMBRE-DESTINO " (" WS-RELACION-VIS ")"
                   DELIMITED BY SIZE INTO CAR-LINEA.
               WRITE CAR-LINEA.
               MOVE SPACES TO CAR-LINEA.
               STRING "ENVIO: " WS-DIRECCION-ENVIO
                   DELIMITED BY SIZE INTO CAR-LINEA.
               WRITE CAR-LINEA.
               MOVE SPACES TO CAR-LINEA.
               STRING "PRESTAMO " PRE-ID " ASOCIADO A LA CUENTA "
                   PRE-CUENTA ": " PRE-IMPAGOS " CUOTAS IMPAGADAS, "
                   MRA-DIAS " DIAS DE RETRASO"
                   DELIMITED BY SIZE INTO CAR-LINEA.
               WRITE CAR-LINEA.
               MOVE PRE-MORA TO WS-IMPORTE-VIS.
               MOVE MRA-INTERES-DEMORA TO WS-DEMORA-VIS.
               MOVE SPACES TO CAR-LINEA.
               STRING "IMPORTE VENCIDO: " WS-IMPORTE-VIS
                   "  INTERESES DE DEMORA: " WS-DEMORA-VIS
                   DELIMITED BY SIZE INTO CAR-LINEA.
               WRITE CAR-LINEA.
               IF WS-RELACION-VIS = "AVALISTA"
                   MOVE SPACES TO CAR-LINEA
                   STRING "COMO AVALISTA RESPONDE DE ESTA DEUDA SI "
                       "EL TITULAR NO LA ATIENDE"
                       DELIMITED BY SIZE INTO CAR-LINEA
                   WRITE CAR-LINEA
               END-IF.
               MOVE SPACES TO CAR-LINEA.
               IF WS-NIVEL-CARTA = 90
                   STRING "DE NO REGULARIZARSE, EL PRESTAMO SE "
                       "CLASIFICARA COMO DUDOSO Y SE INICIARA SU "
                       "RECOBRO"
                       DELIMITED BY SIZE INTO CAR-LINEA
               ELSE
                   STRING "LE ROGAMOS QUE INGRESE EL IMPORTE VENCIDO "
                       "EN LA CUENTA ASOCIADA"
                       DELIMITED BY SIZE INTO CAR-LINEA
               END-IF.
               WRITE CAR-LINEA.
               MOVE ALL "-" TO CAR-LINEA.
               WRITE CAR-LINEA.

      *        COTITULARES, TITULARES ADICIONALES Y AVALISTAS ACTIVOS
      *        DE LA CUENTA DEL PRESTAMO; LOS AUTORIZADOS NO RESPONDEN
      *        DE LA DEUDA Y NO RECIBEN CARTA
           00013B-OTROS-DESTINATARIOS.
               MOVE "N" TO WS-EOF-TIT.
               MOVE PRE-CUENTA TO TIT-CUENTA.
               MOVE LOW-VALUES TO TIT-DNI.
               START TITULARES KEY IS NOT LESS THAN TIT-CLAVE
                   INVALID KEY SET WS-FIN-TIT TO TRUE
               END-START.
               PERFORM 00013C-LEER-TITULAR.
               PERFORM 00013D-EXAMINAR-TITULAR UNTIL WS-FIN-TIT.

           00013C-LEER-TITULAR.
               IF NOT WS-FIN-TIT
                   READ TITULARES NEXT RECORD
                       AT END SET WS-FIN-TIT TO TRUE
                   END-READ
               END-IF.
               IF NOT WS-FIN-TIT
                   AND TIT-CUENTA NOT = PRE-CUENTA
                   SET WS-FIN-TIT TO TRUE
               END-IF.

           00013D-EXAMINAR-TITULAR.
               IF TIT-ACTIVO AND TIT-DNI NOT = PRE-DNI
                   AND NOT TIT-ES-AUTORIZADO
                   MOVE TIT-DNI TO WS-DNI-DESTINO
                   EVALUATE TRUE
                       WHEN TIT-ES-TITULAR
                           MOVE "TITULAR" TO WS-RELACION-VIS
                       WHEN TIT-ES-COTITULAR
                           MOVE "COTITULAR" TO WS-RELACION-VIS
                       WHEN OTHER
                           MOVE "AVALISTA" TO WS-RELACION-VIS
                   END-EVALUATE
                   PERFORM 00013A-EMITIR-CARTA
               END-IF.
               PERFORM 00013C-LEER-TITULAR.

      *        NOMBRE DEL MAESTRO DE CLIENTES Y DIRECCION POSTAL; SIN
      *        DIRECCION CENSADA LA CARTA QUEDA PARA ENTREGAR EN
      *        OFICINA
           00013E-DATOS-DESTINATARIO.
               MOVE SPACES TO WS-NOMBRE-DESTINO.
               IF WS-FICHERO-CLI-ABIERTO
                   MOVE WS-DNI-DESTINO TO CLI-DNI
                   READ CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING CLI-NOMBRE " " CLI-APELLIDO
                               DELIMITED BY SIZE
                               INTO WS-NOMBRE-DESTINO
                   END-READ
               END-IF.
               MOVE SPACES TO WS-DIRECCION-ENVIO.
               IF WS-FICHERO-DIR-ABIERTO
                   MOVE WS-DNI-DESTINO TO DIR-DNI
                   READ DIRECCIONES
                       INVALID KEY
                           MOVE "SIN DIRECCION, ENTREGA EN OFICINA"
                               TO WS-DIRECCION-ENVIO
                       NOT INVALID KEY
                           STRING DIR-DIRECCION " " DIR-POBLACION
                               " " DIR-CP
                               DELIMITED BY SIZE
                               INTO WS-DIRECCION-ENVIO
                   END-READ
               ELSE
                   MOVE "SIN DIRECCION, ENTREGA EN OFICINA"
                       TO WS-DIRECCION-ENVIO
               END-IF.

      *        LINEA DEL INFORME POR PRESTAMO EN MORA O FALLIDO
           00014-LINEA-INFORME.
               MOVE PRE-MORA TO WS-IMPORTE-VIS.
               MOVE MRA-INTERES-DEMORA TO WS-DEMORA-VIS.
               MOVE PRE-PENDIENTE TO WS-PENDIENTE-VIS.
               MOVE SPACES TO INF-LINEA.
               IF WS-TRAMO-ACTUAL = 0
                   STRING PRE-ID " " PRE-CUENTA " " PRE-IMPAGOS " "
                       MRA-DIAS " " "FALLIDO       " " "
                       WS-IMPORTE-VIS " " WS-DEMORA-VIS " "
                       WS-PENDIENTE-VIS " " MRA-ESTADO "  "
                       MRA-ULT-CARTA
                       DELIMITED BY SIZE INTO INF-LINEA
               ELSE
                   STRING PRE-ID " " PRE-CUENTA " " PRE-IMPAGOS " "
                       MRA-DIAS " " WS-NOMBRE-TRAMO (WS-TRAMO-ACTUAL)
                       " " WS-IMPORTE-VIS " " WS-DEMORA-VIS " "
                       WS-PENDIENTE-VIS " " MRA-ESTADO "  "
                       MRA-ULT-CARTA
                       DELIMITED BY SIZE INTO INF-LINEA
               END-IF.
               WRITE INF-LINEA.

      *        PROVISION EXIGIDA POR TRAMO: PORCENTAJE DEL TRAMO SOBRE
      *        EL CAPITAL PENDIENTE DE SUS PRESTAMOS. LOS FALLIDOS YA
      *        ESTAN DADOS DE BAJA DEL BALANCE Y SE DAN APARTE
           00020-PROVISIONES.
               MOVE SPACES TO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "PROVISION POR INSOLVENCIAS A " WS-FECHA-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "TRAMO          PRESTAMOS       EXPOSICION"
                   "      %        PROVISION"
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               PERFORM 00020A-LINEA-TRAMO
                   VARYING WS-IDX-TRAMO FROM 1 BY 1
                   UNTIL WS-IDX-TRAMO > 6.
               MOVE WS-TOTAL-EXPOSICION TO WS-TOTAL-VIS.
               MOVE WS-TOTAL-PROVISION TO WS-TOTAL2-VIS.
               MOVE SPACES TO INF-LINEA.
               STRING "TOTAL CARTERA           " WS-TOTAL-VIS
                   "        " WS-TOTAL2-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE WS-TOTAL-DEMORA TO WS-TOTAL-VIS.
               MOVE SPACES TO INF-LINEA.
               STRING "INTERES DE DEMORA DEVENGADO HOY: " WS-TOTAL-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE WS-TOTAL-FALLIDOS TO WS-TOTAL-VIS.
               MOVE SPACES TO INF-LINEA.
               STRING "FALLIDOS EN RECOBRO (FUERA DE BALANCE): "
                   WS-FALLIDOS " POR " WS-TOTAL-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.

           00020A-LINEA-TRAMO.
               COMPUTE WS-TRAMO-PROVISION (WS-IDX-TRAMO) ROUNDED =
                   WS-TRAMO-EXPOSICION (WS-IDX-TRAMO)
                   * WS-PCT-TRAMO (WS-IDX-TRAMO) / 100.
               ADD WS-TRAMO-EXPOSICION (WS-IDX-TRAMO)
                   TO WS-TOTAL-EXPOSICION.
               ADD WS-TRAMO-PROVISION (WS-IDX-TRAMO)
                   TO WS-TOTAL-PROVISION.
               MOVE WS-TRAMO-EXPOSICION (WS-IDX-TRAMO) TO WS-TOTAL-VIS.
               MOVE WS-TRAMO-PROVISION (WS-IDX-TRAMO) TO WS-TOTAL2-VIS.
               MOVE WS-PCT-TRAMO (WS-IDX-TRAMO) TO WS-PCT-VIS.
               MOVE SPACES TO INF-LINEA.
               STRING WS-NOMBRE-TRAMO (WS-IDX-TRAMO) " "
                   WS-TRAMO-PRESTAMOS (WS-IDX-TRAMO) " "
                   WS-TOTAL-VIS " " WS-PCT-VIS " " WS-TOTAL2-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.

           00015-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "MOROSIDAD" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-EXAMINADOS TO RLOG-PROCESADOS.
               MOVE WS-EN-MORA TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM MOROSIDAD.
