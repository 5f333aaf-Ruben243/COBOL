      ******************************************************************
      * Author:
      * Date:
      * Purpose: DECLARACION MENSUAL A LA CENTRAL DE INFORMACION DE
      *          RIESGOS. SE LANZA AL CIERRE DE MES Y AGREGA POR DNI
      *          TODO EL RIESGO DE CADA TITULAR CON LA ENTIDAD: CAPITAL
      *          PENDIENTE DE SUS PRESTAMOS (PRESTAMOS.DAT) CON SU
      *          IMPORTE VENCIDO, DESCUBIERTO DISPUESTO CONTRA EL
      *          LIMITE CONCEDIDO (SALDOS NEGATIVOS DE CUENTAS.DAT) Y
      *          RIESGO INDIRECTO COMO AVALISTA (TITULARES.DAT, ROL
      *          "G"). CADA TITULAR LLEVA SU SITUACION (NORMAL,
      *          VENCIDO, DUDOSO O FALLIDO SEGUN PRESTAMOS-MORA.DAT).
      *          LOS TITULARES CON RIESGO IGUAL O SUPERIOR AL UMBRAL DE
      *          CIRBE-PARAM.TXT SE DECLARAN EN CIRBE-DECLARACION.TXT
      *          (CABECERA, DETALLE Y REGISTRO DE TOTALES DE CONTROL);
      *          LOS QUE QUEDAN POR DEBAJO SE CUENTAN EN LOS TOTALES.
      *          CIRBE-CONCILIACION.TXT CUADRA LO AGREGADO CON LA
      *          CARTERA DE PRESTAMOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRBE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS ASSIGN TO "../PRESTAMOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-ID
           FILE STATUS IS WS-STATUS-PRE.

      *    SEGUIMIENTO DE LA MORA (LO MANTIENE MOROSIDAD)
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

           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

      *    UMBRAL DE DECLARACION POR TITULAR
           SELECT PARAM-CIRBE ASSIGN TO "../CIRBE-PARAM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAR.

           SELECT PARAM-ENTIDAD ASSIGN TO "../ENTIDAD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENT.

           SELECT DECLARACION ASSIGN TO "../CIRBE-DECLARACION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONCILIACION ASSIGN TO "../CIRBE-CONCILIACION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDENACION ASSIGN TO "../CIRBE-SORT.TMP".

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
             02 MRA-FECHA-IMPAGO PIC 9(08).
             02 MRA-IMPAGOS     PIC 9(03).
             02 MRA-DIAS        PIC 9(04).
             02 MRA-TRAMO       PIC 9(01).
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

        FD PARAM-CIRBE.
         01 PAR-UMBRAL PIC 9(09)V99.

        FD PARAM-ENTIDAD.
         01 PAR-ENTIDAD PIC 9(04).

      *    FICHERO REGLAMENTARIO DE LONGITUD FIJA: CABECERA (1),
      *    UN DETALLE POR TITULAR DECLARADO (2) Y TOTALES (9)
        FD DECLARACION.
         01 DEC-CABECERA.
             02 DEC-TIPO-REG     PIC X(01).
             02 DEC-ENTIDAD      PIC 9(04).
             02 DEC-PERIODO      PIC 9(06).
             02 DEC-FECHA-PROCESO PIC 9(08).
             02 DEC-UMBRAL       PIC 9(09)V99.
             02 FILLER           PIC X(90).
         01 DEC-DETALLE.
             02 DET-TIPO-REG     PIC X(01).
             02 DET-DNI          PIC X(09).
             02 DET-SITUACION    PIC X(01).
             02 DET-PRESTAMOS    PIC 9(11)V99.
             02 DET-VENCIDO      PIC 9(11)V99.
             02 DET-DESCUBIERTO  PIC 9(11)V99.
             02 DET-LIMITE       PIC 9(11)V99.
             02 DET-AVALES       PIC 9(11)V99.
             02 DET-OPERACIONES  PIC 9(04).
             02 FILLER           PIC X(40).
         01 DEC-TOTALES.
             02 TOT-TIPO-REG     PIC X(01).
             02 TOT-DECLARADOS   PIC 9(08).
             02 TOT-PRESTAMOS    PIC 9(13)V99.
             02 TOT-VENCIDO      PIC 9(13)V99.
             02 TOT-DESCUBIERTO  PIC 9(13)V99.
             02 TOT-AVALES       PIC 9(13)V99.
             02 TOT-TITULARES    PIC 9(08).
             02 TOT-BAJO-UMBRAL  PIC 9(08).
             02 TOT-RIESGO-BAJO-UMBRAL PIC 9(13)V99.
             02 TOT-REGISTROS    PIC 9(08).
             02 FILLER           PIC X(12).

        FD CONCILIACION.
         01 CNC-LINEA PIC X(100).

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

      *    UNA LINEA POR OPERACION DE RIESGO: P PRESTAMO, D
      *    DESCUBIERTO, G AVAL PRESTADO A UN PRESTAMO DE TERCERO
        SD ORDENACION.
         01 SRT-REGISTRO.
             02 SRT-DNI        PIC X(09).
             02 SRT-CLASE      PIC X(01).
                 88 SRT-PRESTAMO    VALUE "P".
                 88 SRT-DESCUBIERTO VALUE "D".
                 88 SRT-AVAL        VALUE "G".
             02 SRT-REFERENCIA PIC 9(11).
             02 SRT-DISPUESTO  PIC S9(9)V99.
             02 SRT-VENCIDO    PIC S9(9)V99.
             02 SRT-LIMITE     PIC S9(9)V99.
             02 SRT-SITUACION  PIC 9(01).

       WORKING-STORAGE SECTION.

      * BITACORA DE LA CADENA NOCTURNA: HORA DE INICIO Y FIN,
      * REGISTROS TRATADOS Y RESULTADO DE LA EJECUCION
       77 WS-HORA-INICIO PIC 9(08).
       77 WS-HORA-FIN    PIC 9(08).
       77 WS-RESULTADO-RUN PIC X(02) VALUE "OK".

       77 WS-STATUS-PRE PIC X(02).
       77 WS-STATUS-MRA PIC X(02).
       77 WS-STATUS-TIT PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-PAR PIC X(02).
       77 WS-STATUS-ENT PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-EOF PIC X(01) VALUE "N".
           88 WS-FIN-FICHERO VALUE "S".
       77 WS-EOF-TIT PIC X(01) VALUE "N".
           88 WS-FIN-TIT VALUE "S".
       77 WS-EOF-ORD PIC X(01) VALUE "N".
           88 WS-FIN-ORD VALUE "S".

      * EL SEGUIMIENTO DE MORA Y LOS TITULARES SON OPCIONALES: SIN
      * ELLOS NO HAY DUDOSOS NI AVALES QUE DECLARAR
       77 WS-HAY-MRA PIC X(01) VALUE "N".
           88 WS-FICHERO-MRA-ABIERTO VALUE "S".
       77 WS-HAY-TIT PIC X(01) VALUE "N".
           88 WS-FICHERO-TIT-ABIERTO VALUE "S".

       01 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       01 WS-FECHA-NEG-DESGLOSE REDEFINES WS-FECHA-NEGOCIO.
           05 WS-FN-PERIODO PIC 9(06).
           05 WS-FN-DIA     PIC 9(02).
       77 WS-ENTIDAD PIC 9(04) VALUE 9999.

      * UMBRAL DE DECLARACION (CIRBE-PARAM.TXT): RIESGO TOTAL DEL
      * TITULAR A PARTIR DEL CUAL SE DECLARA NOMINALMENTE
       77 WS-UMBRAL PIC 9(09)V99 VALUE 1000.00.

      * SITUACION DE LA OPERACION, DE MENOS A MAS GRAVE: 1 NORMAL,
      * 2 VENCIDO, 3 DUDOSO, 4 FALLIDO; EL TITULAR SE DECLARA CON LA
      * PEOR DE SU RIESGO DIRECTO (O DEL INDIRECTO SI SOLO AVALA)
       01 WS-CODIGOS-SITUACION VALUE "NVDF".
           05 WS-CODIGO-SITUACION OCCURS 4 TIMES PIC X(01).
       01 WS-NOMBRES-SITUACION.
           05 FILLER PIC X(10) VALUE "NORMAL".
           05 FILLER PIC X(10) VALUE "VENCIDO".
           05 FILLER PIC X(10) VALUE "DUDOSO".
           05 FILLER PIC X(10) VALUE "FALLIDO".
       01 WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-SITUACION.
           05 WS-NOMBRE-SITUACION OCCURS 4 TIMES PIC X(10).
       77 WS-SITUACION PIC 9(01).
       77 WS-IDX-SIT PIC 9(01).
       77 WS-EXCESO PIC S9(9)V99.

      * ACUMULADOS DEL TITULAR EN CURSO (CORTE POR DNI)
       77 WS-DNI-CORTE PIC X(09).
       77 WS-HAY-CORTE PIC X(01) VALUE "N".
           88 WS-CORTE-ABIERTO VALUE "S".
       77 WS-TIT-PRESTAMOS    PIC S9(11)V99.
       77 WS-TIT-VENCIDO      PIC S9(11)V99.
       77 WS-TIT-DESCUBIERTO  PIC S9(11)V99.
       77 WS-TIT-LIMITE       PIC S9(11)V99.
       77 WS-TIT-AVALES       PIC S9(11)V99.
       77 WS-TIT-RIESGO       PIC S9(11)V99.
       77 WS-TIT-OPERACIONES  PIC 9(04).
       77 WS-TIT-SIT-DIRECTA  PIC 9(01).
       77 WS-TIT-SIT-INDIRECTA PIC 9(01).

      * LADO DE LA CARTERA: LO LEIDO DE PRESTAMOS.DAT POR SITUACION
       01 WS-CARTERA-SITUACION.
           05 WS-CARTERA OCCURS 4 TIMES.
               10 WS-CAR-NUM       PIC 9(06).
               10 WS-CAR-PENDIENTE PIC S9(11)V99.
               10 WS-CAR-VENCIDO   PIC S9(11)V99.
       77 WS-CAR-TOTAL-NUM PIC 9(06) VALUE 0.
       77 WS-CAR-TOTAL-PENDIENTE PIC S9(11)V99 VALUE 0.
       77 WS-CAR-TOTAL-VENCIDO PIC S9(11)V99 VALUE 0.
       77 WS-SIN-DNI-NUM PIC 9(06) VALUE 0.
       77 WS-SIN-DNI-PENDIENTE PIC S9(11)V99 VALUE 0.
       77 WS-CUENTAS-DESCUBIERTO PIC 9(06) VALUE 0.

      * LADO DE LA DECLARACION: LO AGREGADO POR DNI
       77 WS-AGR-NUM-PRESTAMOS PIC 9(06) VALUE 0.
       77 WS-AGR-PRESTAMOS PIC S9(13)V99 VALUE 0.
       77 WS-AGR-VENCIDO PIC S9(13)V99 VALUE 0.
       77 WS-AGR-DESCUBIERTO PIC S9(13)V99 VALUE 0.
       77 WS-AGR-AVALES PIC S9(13)V99 VALUE 0.
       77 WS-DIFERENCIA PIC S9(13)V99.

      * TOTALES DE CONTROL DEL FICHERO REGLAMENTARIO
       77 WS-TITULARES PIC 9(08) VALUE 0.
       77 WS-DECLARADOS PIC 9(08) VALUE 0.
       77 WS-BAJO-UMBRAL PIC 9(08) VALUE 0.
       77 WS-RIESGO-BAJO-UMBRAL PIC S9(13)V99 VALUE 0.
       77 WS-DEC-PRESTAMOS PIC S9(13)V99 VALUE 0.
       77 WS-DEC-VENCIDO PIC S9(13)V99 VALUE 0.
       77 WS-DEC-DESCUBIERTO PIC S9(13)V99 VALUE 0.
       77 WS-DEC-AVALES PIC S9(13)V99 VALUE 0.
       77 WS-REGISTROS-DEC PIC 9(08) VALUE 0.

       77 WS-NUM-VIS PIC ZZZZZ9.
       77 WS-TOTAL-VIS PIC -ZZZZZZZZZZZZ9.99.
       77 WS-TOTAL2-VIS PIC -ZZZZZZZZZZZZ9.99.

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 00001-CARGAR-PARAMETROS.
            INITIALIZE WS-CARTERA-SITUACION.

            SORT ORDENACION
                ON ASCENDING KEY SRT-DNI SRT-CLASE SRT-REFERENCIA
                INPUT PROCEDURE IS 00002-RECOGER-RIESGOS
                OUTPUT PROCEDURE IS 00010-DECLARAR-TITULARES.

            PERFORM 00020-CONCILIAR-CARTERA.
            DISPLAY "TITULARES CON RIESGO : " WS-TITULARES.
            DISPLAY "TITULARES DECLARADOS : " WS-DECLARADOS.
            DISPLAY "BAJO EL UMBRAL       : " WS-BAJO-UMBRAL.
            DISPLAY "PRESTAMOS SIN DNI    : " WS-SIN-DNI-NUM.
            PERFORM 00030-ANOTAR-RUN-LOG.
            STOP RUN.

      *        UMBRAL, CODIGO DE ENTIDAD Y FECHA DE NEGOCIO; EL
      *        PERIODO DECLARADO ES EL MES DE LA FECHA DE NEGOCIO
           00001-CARGAR-PARAMETROS.
               OPEN INPUT PARAM-CIRBE.
               IF WS-STATUS-PAR = "00"
                   READ PARAM-CIRBE
                       AT END CONTINUE
                       NOT AT END
                           IF PAR-UMBRAL IS NUMERIC
                               MOVE PAR-UMBRAL TO WS-UMBRAL
                           END-IF
                   END-READ
                   CLOSE PARAM-CIRBE
               END-IF.
               OPEN INPUT PARAM-ENTIDAD.
               IF WS-STATUS-ENT = "00"
                   READ PARAM-ENTIDAD
                       AT END CONTINUE
                       NOT AT END MOVE PAR-ENTIDAD TO WS-ENTIDAD
                   END-READ
                   CLOSE PARAM-ENTIDAD
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

      *        PROCEDIMIENTO DE ENTRADA: PRESTAMOS VIVOS (VIGENTES Y
      *        FALLIDOS EN RECOBRO) CON SUS AVALISTAS, Y DESCUBIERTOS
      *        DE LAS CUENTAS NO CANCELADAS
           00002-RECOGER-RIESGOS.
               OPEN INPUT PRESTAMOS.
               IF WS-STATUS-PRE = "00"
                   OPEN INPUT PRESTAMOS-MORA
                   IF WS-STATUS-MRA = "00"
                       SET WS-FICHERO-MRA-ABIERTO TO TRUE
                   END-IF
                   OPEN INPUT TITULARES
                   IF WS-STATUS-TIT = "00"
                       SET WS-FICHERO-TIT-ABIERTO TO TRUE
                   END-IF
                   MOVE "N" TO WS-EOF
                   PERFORM 00003-LEER-PRESTAMO
                   PERFORM 00004-TRATAR-PRESTAMO UNTIL WS-FIN-FICHERO
                   CLOSE PRESTAMOS
                   IF WS-FICHERO-MRA-ABIERTO
                       CLOSE PRESTAMOS-MORA
                   END-IF
                   IF WS-FICHERO-TIT-ABIERTO
                       CLOSE TITULARES
                   END-IF
               END-IF.
               OPEN INPUT CUENTAS.
               IF WS-STATUS-CTA = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00007-LEER-CUENTA
                   PERFORM 00008-TRATAR-CUENTA UNTIL WS-FIN-FICHERO
                   CLOSE CUENTAS
               ELSE
                   MOVE "KO" TO WS-RESULTADO-RUN
               END-IF.

           00003-LEER-PRESTAMO.
               READ PRESTAMOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00004-TRATAR-PRESTAMO.
               IF PRE-VIGENTE OR PRE-FALLIDO
                   PERFORM 00004A-SITUACION-PRESTAMO
                   ADD 1 TO WS-CAR-NUM (WS-SITUACION)
                   ADD PRE-PENDIENTE TO WS-CAR-PENDIENTE (WS-SITUACION)
                   ADD PRE-MORA TO WS-CAR-VENCIDO (WS-SITUACION)
                   ADD 1 TO WS-CAR-TOTAL-NUM
                   ADD PRE-PENDIENTE TO WS-CAR-TOTAL-PENDIENTE
                   ADD PRE-MORA TO WS-CAR-TOTAL-VENCIDO
                   IF PRE-DNI = SPACES
                       ADD 1 TO WS-SIN-DNI-NUM
                       ADD PRE-PENDIENTE TO WS-SIN-DNI-PENDIENTE
                   ELSE
                       MOVE PRE-DNI       TO SRT-DNI
                       MOVE "P"           TO SRT-CLASE
                       MOVE PRE-ID        TO SRT-REFERENCIA
                       MOVE PRE-PENDIENTE TO SRT-DISPUESTO
                       MOVE PRE-MORA      TO SRT-VENCIDO
                       MOVE 0             TO SRT-LIMITE
                       MOVE WS-SITUACION  TO SRT-SITUACION
                       RELEASE SRT-REGISTRO
                   END-IF
                   IF WS-FICHERO-TIT-ABIERTO
                       PERFORM 00005-AVALISTAS-PRESTAMO
                   END-IF
               END-IF.
               PERFORM 00003-LEER-PRESTAMO.

      *        EL FALLIDO Y EL DUDOSO LOS MARCA EL SEGUIMIENTO DE
      *        MORA; SIN SEGUIMIENTO, CUALQUIER MORA ES VENCIDO
           00004A-SITUACION-PRESTAMO.
               MOVE 1 TO WS-SITUACION.
               IF PRE-MORA > 0
                   MOVE 2 TO WS-SITUACION
               END-IF.
               IF WS-FICHERO-MRA-ABIERTO
                   MOVE PRE-ID TO MRA-ID
                   READ PRESTAMOS-MORA
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF MRA-DUDOSO
                               MOVE 3 TO WS-SITUACION
                           END-IF
                           IF MRA-FALLIDO
                               MOVE 4 TO WS-SITUACION
                           END-IF
                   END-READ
               END-IF.
               IF PRE-FALLIDO
                   MOVE 4 TO WS-SITUACION
               END-IF.

      *        RIESGO INDIRECTO: CADA AVALISTA ACTIVO DE LA CUENTA
      *        DEL PRESTAMO RESPONDE DE SU CAPITAL PENDIENTE
           00005-AVALISTAS-PRESTAMO.
               MOVE "N" TO WS-EOF-TIT.
               MOVE PRE-CUENTA TO TIT-CUENTA.
               MOVE LOW-VALUES TO TIT-DNI.
               START TITULARES KEY IS NOT LESS THAN TIT-CLAVE
                   INVALID KEY SET WS-FIN-TIT TO TRUE
               END-START.
               PERFORM 00006-LEER-TITULAR.
               PERFORM 00006A-TRATAR-TITULAR UNTIL WS-FIN-TIT.

           00006-LEER-TITULAR.
               IF NOT WS-FIN-TIT
                   READ TITULARES NEXT RECORD
                       AT END SET WS-FIN-TIT TO TRUE
                   END-READ
               END-IF.
               IF NOT WS-FIN-TIT
                   AND TIT-CUENTA NOT = PRE-CUENTA
                   SET WS-FIN-TIT TO TRUE
               END-IF.

           00006A-TRATAR-TITULAR.
               IF TIT-ES-AVALISTA AND TIT-ACTIVO
                   MOVE TIT-DNI       TO SRT-DNI
                   MOVE "G"           TO SRT-CLASE
                   MOVE PRE-ID        TO SRT-REFERENCIA
                   MOVE PRE-PENDIENTE TO SRT-DISPUESTO
                   MOVE 0             TO SRT-VENCIDO
                   MOVE 0             TO SRT-LIMITE
                   MOVE WS-SITUACION  TO SRT-SITUACION
                   RELEASE SRT-REGISTRO
               END-IF.
               PERFORM 00006-LEER-TITULAR.

           00007-LEER-CUENTA.
               READ CUENTAS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

      *        DESCUBIERTO DISPUESTO: EL SALDO NEGATIVO HASTA EL
      *        LIMITE CONCEDIDO ES NORMAL; LO QUE LO EXCEDE (O TODO SI
      *        NO HAY LIMITE) ES VENCIDO
           00008-TRATAR-CUENTA.
               IF NOT CTA-ESTA-CERRADA AND CTA-SALDO < 0
                   AND CTA-DNI NOT = SPACES
                   ADD 1 TO WS-CUENTAS-DESCUBIERTO
                   MOVE CTA-DNI    TO SRT-DNI
                   MOVE "D"        TO SRT-CLASE
                   MOVE CTA-NUMERO TO SRT-REFERENCIA
                   COMPUTE SRT-DISPUESTO = 0 - CTA-SALDO
                   MOVE CTA-LIMITE-DESCUBIERTO TO SRT-LIMITE
                   COMPUTE WS-EXCESO =
                       SRT-DISPUESTO - CTA-LIMITE-DESCUBIERTO
                   IF WS-EXCESO > 0
                       MOVE WS-EXCESO TO SRT-VENCIDO
                       MOVE 2 TO SRT-SITUACION
                   ELSE
                       MOVE 0 TO SRT-VENCIDO
                       MOVE 1 TO SRT-SITUACION
                   END-IF
                   RELEASE SRT-REGISTRO
               END-IF.
               PERFORM 00007-LEER-CUENTA.

      *        PROCEDIMIENTO DE SALIDA: CORTE DE CONTROL POR DNI; AL
      *        CERRAR CADA TITULAR SE DECIDE SI SE DECLARA
           00010-DECLARAR-TITULARES.
               OPEN OUTPUT DECLARACION.
               MOVE SPACES TO DEC-CABECERA.
               MOVE "1" TO DEC-TIPO-REG.
               MOVE WS-ENTIDAD TO DEC-ENTIDAD.
               MOVE WS-FN-PERIODO TO DEC-PERIODO.
               MOVE WS-FECHA-NEGOCIO TO DEC-FECHA-PROCESO.
               MOVE WS-UMBRAL TO DEC-UMBRAL.
               WRITE DEC-CABECERA.
               ADD 1 TO WS-REGISTROS-DEC.
               MOVE "N" TO WS-EOF-ORD.
               MOVE "N" TO WS-HAY-CORTE.
               PERFORM 00011-RETORNAR-ORDENADO.
               PERFORM 00012-TRATAR-ORDENADO UNTIL WS-FIN-ORD.
               IF WS-CORTE-ABIERTO
                   PERFORM 00014-CERRAR-TITULAR
               END-IF.
               MOVE SPACES TO DEC-TOTALES.
               MOVE "9" TO TOT-TIPO-REG.
               ADD 1 TO WS-REGISTROS-DEC.
               MOVE WS-DECLARADOS TO TOT-DECLARADOS.
               MOVE WS-DEC-PRESTAMOS TO TOT-PRESTAMOS.
               MOVE WS-DEC-VENCIDO TO TOT-VENCIDO.
               MOVE WS-DEC-DESCUBIERTO TO TOT-DESCUBIERTO.
               MOVE WS-DEC-AVALES TO TOT-AVALES.
               MOVE WS-TITULARES TO TOT-TITULARES.
               MOVE WS-BAJO-UMBRAL TO TOT-BAJO-UMBRAL.
               MOVE WS-RIESGO-BAJO-UMBRAL TO TOT-RIESGO-BAJO-UMBRAL.
               MOVE WS-REGISTROS-DEC TO TOT-REGISTROS.
               WRITE DEC-TOTALES.
               CLOSE DECLARACION.

           00011-RETORNAR-ORDENADO.
               RETURN ORDENACION
                   AT END SET WS-FIN-ORD TO TRUE
               END-RETURN.

           00012-TRATAR-ORDENADO.
               IF WS-CORTE-ABIERTO AND SRT-DNI NOT = WS-DNI-CORTE
                   PERFORM 00014-CERRAR-TITULAR
               END-IF.
               IF NOT WS-CORTE-ABIERTO
                   PERFORM 00013-ABRIR-TITULAR
               END-IF.
               ADD 1 TO WS-TIT-OPERACIONES.
               EVALUATE TRUE
                   WHEN SRT-PRESTAMO
                       ADD SRT-DISPUESTO TO WS-TIT-PRESTAMOS
                       ADD SRT-VENCIDO TO WS-TIT-VENCIDO
                       ADD 1 TO WS-AGR-NUM-PRESTAMOS
                       ADD SRT-DISPUESTO TO WS-AGR-PRESTAMOS
                       ADD SRT-VENCIDO TO WS-AGR-VENCIDO
                       IF SRT-SITUACION > WS-TIT-SIT-DIRECTA
                           MOVE SRT-SITUACION TO WS-TIT-SIT-DIRECTA
                       END-IF
                   WHEN SRT-DESCUBIERTO
                       ADD SRT-DISPUESTO TO WS-TIT-DESCUBIERTO
                       ADD SRT-LIMITE TO WS-TIT-LIMITE
                       ADD SRT-VENCIDO TO WS-TIT-VENCIDO
                       ADD SRT-DISPUESTO TO WS-AGR-DESCUBIERTO
                       IF SRT-SITUACION > WS-TIT-SIT-DIRECTA
                           MOVE SRT-SITUACION TO WS-TIT-SIT-DIRECTA
                       END-IF
                   WHEN SRT-AVAL
                       ADD SRT-DISPUESTO TO WS-TIT-AVALES
                       ADD SRT-DISPUESTO TO WS-AGR-AVALES
                       IF SRT-SITUACION > WS-TIT-SIT-INDIRECTA
                           MOVE SRT-SITUACION TO WS-TIT-SIT-INDIRECTA
                       END-IF
               END-EVALUATE.
               PERFORM 00011-RETORNAR-ORDENADO.

           00013-ABRIR-TITULAR.
               SET WS-CORTE-ABIERTO TO TRUE.
               MOVE SRT-DNI TO WS-DNI-CORTE.
               MOVE 0 TO WS-TIT-PRESTAMOS.
               MOVE 0 TO WS-TIT-VENCIDO.
               MOVE 0 TO WS-TIT-DESCUBIERTO.
               MOVE 0 TO WS-TIT-LIMITE.
               MOVE 0 TO WS-TIT-AVALES.
               MOVE 0 TO WS-TIT-OPERACIONES.
               MOVE 0 TO WS-TIT-SIT-DIRECTA.
               MOVE 0 TO WS-TIT-SIT-INDIRECTA.

      *        TODOS LOS TITULARES CUENTAN EN LOS TOTALES; SOLO LOS
      *        QUE ALCANZAN EL UMBRAL LLEVAN REGISTRO DE DETALLE
           00014-CERRAR-TITULAR.
               MOVE "N" TO WS-HAY-CORTE.
               ADD 1 TO WS-TITULARES.
               COMPUTE WS-TIT-RIESGO = WS-TIT-PRESTAMOS
                   + WS-TIT-DESCUBIERTO + WS-TIT-AVALES.
               IF WS-TIT-RIESGO < WS-UMBRAL
                   ADD 1 TO WS-BAJO-UMBRAL
                   ADD WS-TIT-RIESGO TO WS-RIESGO-BAJO-UMBRAL
               ELSE
                   IF WS-TIT-SIT-DIRECTA > 0
                       MOVE WS-TIT-SIT-DIRECTA TO WS-IDX-SIT
                   ELSE
                       MOVE WS-TIT-SIT-INDIRECTA TO WS-IDX-SIT
                   END-IF
                   MOVE SPACES TO DEC-DETALLE
                   MOVE "2" TO DET-TIPO-REG
                   MOVE WS-DNI-CORTE TO DET-DNI
                   MOVE WS-CODIGO-SITUACION (WS-IDX-SIT)
                       TO DET-SITUACION
                   MOVE WS-TIT-PRESTAMOS TO DET-PRESTAMOS
                   MOVE WS-TIT-VENCIDO TO DET-VENCIDO
                   MOVE WS-TIT-DESCUBIERTO TO DET-DESCUBIERTO
                   MOVE WS-TIT-LIMITE TO DET-LIMITE
                   MOVE WS-TIT-AVALES TO DET-AVALES
                   MOVE WS-TIT-OPERACIONES TO DET-OPERACIONES
                   WRITE DEC-DETALLE
                   ADD 1 TO WS-REGISTROS-DEC
                   ADD 1 TO WS-DECLARADOS
                   ADD WS-TIT-PRESTAMOS TO WS-DEC-PRESTAMOS
                   ADD WS-TIT-VENCIDO TO WS-DEC-VENCIDO
                   ADD WS-TIT-DESCUBIERTO TO WS-DEC-DESCUBIERTO
                   ADD WS-TIT-AVALES TO WS-DEC-AVALES
               END-IF.

      *        RESUMEN DE CONCILIACION: LA CARTERA DE PRESTAMOS POR
      *        SITUACION FRENTE A LO AGREGADO POR DNI; LA DIFERENCIA
      *        SOLO PUEDE VENIR DE PRESTAMOS SIN DNI
           00020-CONCILIAR-CARTERA.
               OPEN OUTPUT CONCILIACION.
               MOVE SPACES TO CNC-LINEA.
               STRING "CONCILIACION CIRBE - ENTIDAD " WS-ENTIDAD
                   " - PERIODO " WS-FN-PERIODO
                   DELIMITED BY SIZE INTO CNC-LINEA.
               WRITE CNC-LINEA.
               MOVE ALL "-" TO CNC-LINEA.
               WRITE CNC-LINEA.
               MOVE "CARTERA DE PRESTAMOS POR SITUACION" TO CNC-LINEA.
               WRITE CNC-LINEA.
               PERFORM 00021-LINEA-SITUACION
                   VARYING WS-IDX-SIT FROM 1 BY 1
                   UNTIL WS-IDX-SIT > 4.
               MOVE WS-CAR-TOTAL-NUM TO WS-NUM-VIS.
               MOVE WS-CAR-TOTAL-PENDIENTE TO WS-TOTAL-VIS.
               MOVE WS-CAR-TOTAL-VENCIDO TO WS-TOTAL2-VIS.
               MOVE SPACES TO CNC-LINEA.
               STRING "  TOTAL CARTERA " WS-NUM-VIS
                   "  PENDIENTE " WS-TOTAL-VIS
                   "  VENCIDO " WS-TOTAL2-VIS
                   DELIMITED BY SIZE INTO CNC-LINEA.
               WRITE CNC-LINEA.
               MOVE SPACES TO CNC-LINEA.
               WRITE CNC-LINEA.

               MOVE WS-AGR-NUM-PRESTAMOS TO WS-NUM-VIS.
               MOVE WS-AGR-PRESTAMOS TO WS-TOTAL-VIS.
               MOVE WS-AGR-VENCIDO TO WS-TOTAL2-VIS.
               MOVE SPACES TO CNC-LINEA.
               STRING "AGREGADO POR DNI" WS-NUM-VIS
                   "  PENDIENTE " WS-TOTAL-VIS
                   DELIMITED BY SIZE INTO CNC-LINEA.
               WRITE CNC-LINEA.
               MOVE WS-SIN-DNI-NUM TO WS-NUM-VIS.
               MOVE WS-SIN-DNI-PENDIENTE TO WS-TOTAL-VIS.
               MOVE SPACES TO CNC-LINEA.
               STRING "SIN DNI (NO DECL)" WS-NUM-VIS
                   " PENDIENTE " WS-TOTAL-VIS
                   DELIMITED BY SIZE INTO CNC-LINEA.
               WRITE CNC-LINEA.
               COMPUTE WS-DIFERENCIA = WS-CAR-TOTAL-PENDIENTE
                   - WS-AGR-PRESTAMOS - WS-SIN-DNI-PENDIENTE.
               MOVE WS-DIFERENCIA TO WS-TOTAL-VIS.
               MOVE SPACES TO CNC-LINEA.
               IF WS-DIFERENCIA = 0
                   AND WS-CAR-TOTAL-NUM =
                       WS-AGR-NUM-PRESTAMOS + WS-SIN-DNI-NUM
                   STRING "DIFERENCIA " WS-TOTAL-VIS "  CUADRA"
                       DELIMITED BY SIZE INTO CNC-LINEA
               ELSE
                   STRING "DIFERENCIA " WS-TOTAL-VIS "  DESCUADRE"
                       DELIMITED BY SIZE INTO CNC-LINEA
                   MOVE "KO" TO WS-RESULTADO-RUN
               END-IF.
               WRITE CNC-LINEA.
               MOVE SPACES TO CNC-LINEA.
               WRITE CNC-LINEA.

               MOVE WS-CUENTAS-DESCUBIERTO TO WS-NUM-VIS.
               MOVE WS-AGR-DESCUBIERTO TO WS-TOTAL-VIS.
               MOVE SPACES TO CNC-LINEA.
               STRING "DESCUBIERTOS    " WS-NUM-VIS
                   "  DISPUESTO " WS-TOTAL-VIS
                   DELIMITED BY SIZE INTO CNC-LINEA.
               WRITE CNC-LINEA.
               MOVE WS-AGR-AVALES TO WS-TOTAL-VIS.
               MOVE SPACES TO CNC-LINEA.
               STRING "RIESGO COMO AVALISTA        " WS-TOTAL-VIS
                   DELIMITED BY SIZE INTO CNC-LINEA.
               WRITE CNC-LINEA.
               MOVE SPACES TO CNC-LINEA.
               WRITE CNC-LINEA.
               MOVE WS-TITULARES TO WS-NUM-VIS.
               MOVE SPACES TO CNC-LINEA.
               STRING "TITULARES CON RIESGO " WS-NUM-VIS
                   DELIMITED BY SIZE INTO CNC-LINEA.
               WRITE CNC-LINEA.
               MOVE WS-DECLARADOS TO WS-NUM-VIS.
               MOVE SPACES TO CNC-LINEA.
               STRING "  DECLARADOS         " WS-NUM-VIS
                   DELIMITED BY SIZE INTO CNC-LINEA.
               WRITE CNC-LINEA.
               MOVE WS-BAJO-UMBRAL TO WS-NUM-VIS.
               MOVE WS-RIESGO-BAJO-UMBRAL TO WS-TOTAL-VIS.
               MOVE SPACES TO CNC-LINEA.
               STRING "  BAJO EL UMBRAL     " WS-NUM-VIS
                   "  RIESGO " WS-TOTAL-VIS
                   DELIMITED BY SIZE INTO CNC-LINEA.
               WRITE CNC-LINEA.
               CLOSE CONCILIACION.

           00021-LINEA-SITUACION.
               MOVE WS-CAR-NUM (WS-IDX-SIT) TO WS-NUM-VIS.
               MOVE WS-CAR-PENDIENTE (WS-IDX-SIT) TO WS-TOTAL-VIS.
               MOVE WS-CAR-VENCIDO (WS-IDX-SIT) TO WS-TOTAL2-VIS.
               MOVE SPACES TO CNC-LINEA.
               STRING "  " WS-NOMBRE-SITUACION (WS-IDX-SIT)
                   "    " WS-NUM-VIS
                   "  PENDIENTE " WS-TOTAL-VIS
                   "  VENCIDO " WS-TOTAL2-VIS
                   DELIMITED BY SIZE INTO CNC-LINEA.
               WRITE CNC-LINEA.

           00030-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "CIRBE" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-TITULARES TO RLOG-PROCESADOS.
               MOVE WS-SIN-DNI-NUM TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM CIRBE.
