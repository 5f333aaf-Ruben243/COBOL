      ******************************************************************
      * Author:
      * Date:
      * Purpose: SIMULACION DEL IMPACTO DE UN CAMBIO DE TRAMOS DE
      *          INTERES O DE TARIFAS DE COMISION: TOMA LOS CUADROS
      *          PROPUESTOS DE LOS FICHEROS DE TRABAJO
      *          TRAMOS-PROPUESTA.TXT Y TARIFAS-PROPUESTA.TXT (MISMO
      *          FORMATO QUE TRAMOS-INTERES.TXT Y TARIFAS.TXT) Y, CON
      *          LOS SALDOS ACTUALES DE CUENTAS.DAT, CALCULA PARA CADA
      *          CUENTA UN MES DE INTERES, RETENCION Y COMISION CON EL
      *          CUADRO VIGENTE Y CON EL PROPUESTO, ELIGIENDO TRAMO Y
      *          PLAN COMO INTERES Y COMISION. NO SE ANOTA NADA: EL
      *          RESULTADO ES EL INFORME SIMULACION-TARIFAS.TXT POR
      *          SUCURSAL Y TIPO DE CUENTA (VIGENTE FRENTE A
      *          PROPUESTO, CUENTAS QUE MEJORAN Y EMPEORAN) CON LAS
      *          MAYORES VARIACIONES INDIVIDUALES. SI FALTA UNO DE LOS
      *          FICHEROS PROPUESTOS SE SIMULA CON EL CUADRO VIGENTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMTARIFA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

      *    EL CUADRO VIGENTE Y EL PROPUESTO SE LEEN POR EL MISMO
      *    FICHERO, ASIGNADO POR VARIABLE
           SELECT TRAMOS ASSIGN USING WS-FICHERO-TRAMOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRA.

           SELECT TARIFAS ASSIGN USING WS-FICHERO-TARIFAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TAR.

           SELECT PARAM-RETENCION ASSIGN TO "../RETENCION-TASA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RET.

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

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

           SELECT REPORTE ASSIGN TO "../SIMULACION-TARIFAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    FICHERO DE TRABAJO DE LA CLASIFICACION POR SUCURSAL Y TIPO
           SELECT ORDENACION ASSIGN TO "../SIMTARIFA-SORT.TMP".

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

        FD TRAMOS.
         01 TRA-REGISTRO.
             02 TRA-TIPO  PIC X(01).
             02 FILLER    PIC X(01).
             02 TRA-DESDE PIC 9(09).
             02 FILLER    PIC X(01).
             02 TRA-HASTA PIC 9(09).
             02 FILLER    PIC X(01).
             02 TRA-TASA  PIC 9(02)V99.
             02 FILLER    PIC X(01).
             02 TRA-FECHA-EFECTO PIC 9(08).

        FD TARIFAS.
         01 TAR-REGISTRO.
             02 TAR-TIPO    PIC X(01).
             02 FILLER      PIC X(01).
             02 TAR-IMPORTE PIC 9(03)V99.
             02 FILLER      PIC X(01).
             02 TAR-UMBRAL  PIC 9(09).

        FD PARAM-RETENCION.
         01 PAR-TASA PIC 9(02)V99.

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

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

        FD REPORTE.
         01 REP-LINEA PIC X(120).

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

      *    UNA LINEA POR CUENTA SIMULADA: IMPORTES DEL MES CON EL
      *    CUADRO VIGENTE (1) Y CON EL PROPUESTO (2)
        SD ORDENACION.
         01 SRT-REGISTRO.
             02 SRT-SUCURSAL PIC 9(03).
             02 SRT-TIPO     PIC X(01).
             02 SRT-CUENTA   PIC 9(11).
             02 SRT-IMPORTES OCCURS 2 TIMES.
                 03 SRT-INTERES   PIC S9(9)V99.
                 03 SRT-RETENCION PIC S9(9)V99.
                 03 SRT-COMISION  PIC S9(9)V99.
             02 SRT-DIFERENCIA PIC S9(9)V99.

       WORKING-STORAGE SECTION.

      * BITACORA DE LA CADENA NOCTURNA: HORA DE INICIO Y FIN,
      * REGISTROS TRATADOS Y RESULTADO DE LA EJECUCION
       77 WS-HORA-INICIO PIC 9(08).
       77 WS-HORA-FIN    PIC 9(08).
       77 WS-RESULTADO-RUN PIC X(02) VALUE "OK".

       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-TRA PIC X(02).
       77 WS-STATUS-TAR PIC X(02).
       77 WS-STATUS-RET PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-EOF-CTA PIC X(01) VALUE "N".
           88 WS-FIN-CTA VALUE "S".
       77 WS-EOF-TAR PIC X(01) VALUE "N".
           88 WS-FIN-TAR VALUE "S".
       77 WS-EOF-ORD PIC X(01) VALUE "N".
           88 WS-FIN-ORD VALUE "S".

      * FECHA DE NEGOCIO Y FECHA A LA QUE SE ELIGEN LOS TRAMOS EN
      * VIGOR (POR DEFECTO LA DE NEGOCIO, COMO EN INTERES)
       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       77 WS-FECHA-SIMULACION PIC 9(08) VALUE 0.

      * FICHEROS DE CADA CUADRO Y CUADRO QUE SE ESTA TRATANDO:
      * 1 = VIGENTE, 2 = PROPUESTO
       77 WS-FICHERO-TRAMOS  PIC X(30).
       77 WS-FICHERO-TARIFAS PIC X(30).
       77 WS-JUEGO PIC 9(01).
           88 WS-JUEGO-VIGENTE   VALUE 1.
           88 WS-JUEGO-PROPUESTO VALUE 2.
       77 WS-HAY-TRAMOS-PROP PIC X(01) VALUE "N".
           88 WS-TRAMOS-PROPUESTOS VALUE "S".
       77 WS-HAY-TARIFAS-PROP PIC X(01) VALUE "N".
           88 WS-TARIFAS-PROPUESTAS VALUE "S".

      * RETENCION FISCAL EN ORIGEN SOBRE EL INTERES ABONADO, AL TIPO
      * DEL FICHERO DE PARAMETROS
       77 WS-TASA-RETENCION PIC 9(02)V99 VALUE 19.00.

      * CUADROS DE TRAMOS VIGENTE Y PROPUESTO EN MEMORIA
       01 WS-TABLA-TRAMOS.
           05 WS-JUEGO-TRAMOS OCCURS 2 TIMES.
               10 WS-NUM-TRAMOS PIC 9(02).
               10 WS-TRAMO-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-IDX-TRA.
                   15 WS-TR-TIPO  PIC X(01).
                   15 WS-TR-DESDE PIC 9(09).
                   15 WS-TR-HASTA PIC 9(09).
                   15 WS-TR-TASA  PIC 9(02)V99.
                   15 WS-TR-FECHA PIC 9(08).
       77 WS-TASA-APLICABLE PIC 9(02)V99 VALUE 0.
       77 WS-TRAMO-OK PIC X(01).
           88 WS-TRAMO-ENCONTRADO VALUE "S".
       77 WS-TRAMO-IDX-NUM PIC 9(02).

      * CUADROS DE TARIFAS VIGENTE Y PROPUESTO EN MEMORIA; CADA
      * LINEA ES UN PLAN DE COMISIONES
       01 WS-TABLA-TARIFAS.
           05 WS-JUEGO-TARIFAS OCCURS 2 TIMES.
               10 WS-NUM-TARIFAS PIC 9(02).
               10 WS-TARIFA-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-IDX-TAR.
                   15 WS-TF-TIPO    PIC X(01).
                   15 WS-TF-IMPORTE PIC 9(03)V99.
                   15 WS-TF-UMBRAL  PIC 9(09).
       77 WS-TARIFA-IDX-NUM PIC 9(02).
       77 WS-TARIFA-OK PIC X(01).
           88 WS-TARIFA-ENCONTRADA VALUE "S".

      * JUEGO DE TRAMOS Y PLAN DE COMISIONES DE CADA PRODUCTO DEL
      * CATALOGO Y CLAVES QUE CORRESPONDEN A LA CUENTA EN CURSO
       77 WS-STATUS-PRD PIC X(02).
       77 WS-STATUS-CPR PIC X(02).
       77 WS-EOF-PRD PIC X(01) VALUE "N".
           88 WS-FIN-PRD VALUE "S".
       77 WS-HAY-VINCULOS PIC X(01) VALUE "N".
           88 WS-VINCULOS-ABIERTOS VALUE "S".
       77 WS-NUM-PRODUCTOS PIC 9(02) VALUE 0.
       01 WS-TABLA-PRODUCTOS.
           05 WS-PRODUCTO-ENTRY OCCURS 30 TIMES INDEXED BY WS-IDX-PRD.
               10 WS-PC-CODIGO PIC X(04).
               10 WS-PC-TRAMOS PIC X(01).
               10 WS-PC-PLAN   PIC X(01).
       77 WS-CLAVE-TRAMO  PIC X(01).
       77 WS-CLAVE-TARIFA PIC X(01).

      * RESULTADO DEL MES DE LA CUENTA EN CURSO CON CADA CUADRO
       01 WS-TABLA-RESULTADO.
           05 WS-RESULTADO-ENTRY OCCURS 2 TIMES.
               10 WS-RS-TASA      PIC 9(02)V99.
               10 WS-RS-INTERES   PIC S9(9)V99.
               10 WS-RS-RETENCION PIC S9(9)V99.
               10 WS-RS-COMISION  PIC S9(9)V99.
               10 WS-RS-NETO      PIC S9(9)V99.
       77 WS-DIFERENCIA PIC S9(9)V99.
       77 WS-DIFERENCIA-ABS PIC S9(9)V99.

      * MAYORES VARIACIONES INDIVIDUALES DEL NETO MENSUAL (INTERES
      * MENOS RETENCION MENOS COMISION), DE MAYOR A MENOR EN VALOR
      * ABSOLUTO
       77 WS-MAX-MAYORES PIC 9(02) VALUE 15.
       77 WS-NUM-MAYORES PIC 9(02) VALUE 0.
       01 WS-TABLA-MAYORES.
           05 WS-MAYOR-ENTRY OCCURS 15 TIMES INDEXED BY WS-IDX-MAY.
               10 WS-MY-CUENTA   PIC 9(11).
               10 WS-MY-SUCURSAL PIC 9(03).
               10 WS-MY-TIPO     PIC X(01).
               10 WS-MY-TASA-ACT PIC 9(02)V99.
               10 WS-MY-TASA-PRO PIC 9(02)V99.
               10 WS-MY-COM-ACT  PIC S9(9)V99.
               10 WS-MY-COM-PRO  PIC S9(9)V99.
               10 WS-MY-DIFERENCIA PIC S9(9)V99.
               10 WS-MY-ABS      PIC S9(9)V99.
       77 WS-POS-MAYOR PIC 9(02).
       77 WS-POS-ANTERIOR PIC 9(02).
       77 WS-SITIO-OK PIC X(01).
           88 WS-SITIO-HALLADO VALUE "S".

      * ACUMULADOS DEL INFORME: 1 = SUCURSAL Y TIPO, 2 = SUCURSAL,
      * 3 = TOTAL DE LA ENTIDAD; IMPORTES VIGENTE (1) Y PROPUESTO (2)
       77 WS-NIVEL PIC 9(01).
           88 WS-NIVEL-GRUPO    VALUE 1.
           88 WS-NIVEL-SUCURSAL VALUE 2.
           88 WS-NIVEL-TOTAL    VALUE 3.
       01 WS-TABLA-ACUMULADOS.
           05 WS-ACUM-ENTRY OCCURS 3 TIMES.
               10 WS-AC-CUENTAS  PIC 9(07).
               10 WS-AC-MEJORAN  PIC 9(07).
               10 WS-AC-EMPEORAN PIC 9(07).
               10 WS-AC-IGUALES  PIC 9(07).
               10 WS-AC-IMPORTES OCCURS 2 TIMES.
                   15 WS-AC-INTERES   PIC S9(11)V99.
                   15 WS-AC-RETENCION PIC S9(11)V99.
                   15 WS-AC-COMISION  PIC S9(11)V99.
       77 WS-HAY-CORTE PIC X(01) VALUE "N".
           88 WS-CORTE-ABIERTO VALUE "S".
       77 WS-SUCURSAL-CORTE PIC 9(03).
       77 WS-TIPO-CORTE PIC X(01).

       77 WS-CUENTAS-SIMULADAS PIC 9(07) VALUE 0.
       77 WS-CUENTAS-CERRADAS  PIC 9(07) VALUE 0.

      * CAMPOS DE EDICION DEL INFORME
       77 WS-CONCEPTO-VIS PIC X(16).
       77 WS-IMPORTE-ACT PIC S9(11)V99.
       77 WS-IMPORTE-PRO PIC S9(11)V99.
       77 WS-IMPORTE-DIF PIC S9(11)V99.
       77 WS-IMPORTE-VIS  PIC -ZZZZZZZZZZ9.99.
       77 WS-IMPORTE-VIS2 PIC -ZZZZZZZZZZ9.99.
       77 WS-IMPORTE-VIS3 PIC -ZZZZZZZZZZ9.99.
       77 WS-COMISION-VIS  PIC -ZZZZZ9.99.
       77 WS-COMISION-VIS2 PIC -ZZZZZ9.99.
       77 WS-TASA-VIS  PIC Z9.99.
       77 WS-TASA-VIS2 PIC Z9.99.
       77 WS-CABECERA-VIS PIC X(30).

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 00001-CARGAR-FECHA-NEGOCIO.
            DISPLAY "FECHA DE VIGENCIA DE LOS TRAMOS (AAAAMMDD,"
                " 0=FECHA DE NEGOCIO): ".
            ACCEPT WS-FECHA-SIMULACION.
            IF WS-FECHA-SIMULACION = 0
                MOVE WS-FECHA-NEGOCIO TO WS-FECHA-SIMULACION
            END-IF.

            PERFORM 00005-CARGAR-TASA-RETENCION.
            PERFORM 00004-CARGAR-PRODUCTOS.

            MOVE 1 TO WS-JUEGO.
            MOVE "../TRAMOS-INTERES.TXT" TO WS-FICHERO-TRAMOS.
            PERFORM 00002-CARGAR-TRAMOS.
            MOVE "../TARIFAS.TXT" TO WS-FICHERO-TARIFAS.
            PERFORM 00003-CARGAR-TARIFAS.

            MOVE 2 TO WS-JUEGO.
            MOVE "../TRAMOS-PROPUESTA.TXT" TO WS-FICHERO-TRAMOS.
            PERFORM 00002-CARGAR-TRAMOS.
            IF WS-STATUS-TRA = "35"
                MOVE WS-JUEGO-TRAMOS (1) TO WS-JUEGO-TRAMOS (2)
            ELSE
                SET WS-TRAMOS-PROPUESTOS TO TRUE
            END-IF.
            MOVE "../TARIFAS-PROPUESTA.TXT" TO WS-FICHERO-TARIFAS.
            PERFORM 00003-CARGAR-TARIFAS.
            IF WS-STATUS-TAR = "35"
                MOVE WS-JUEGO-TARIFAS (1) TO WS-JUEGO-TARIFAS (2)
            ELSE
                SET WS-TARIFAS-PROPUESTAS TO TRUE
            END-IF.

            IF NOT WS-TRAMOS-PROPUESTOS
                AND NOT WS-TARIFAS-PROPUESTAS
                DISPLAY "SIN CUADROS PROPUESTOS (TRAMOS-PROPUESTA.TXT"
                    " / TARIFAS-PROPUESTA.TXT), PROCESO CANCELADO"
                MOVE "KO" TO WS-RESULTADO-RUN
                PERFORM 00030-ANOTAR-RUN-LOG
                STOP RUN
            END-IF.

            OPEN INPUT CUENTAS.
            IF WS-STATUS-CTA NOT = "00"
                DISPLAY "NO SE PUEDE ABRIR CUENTAS.DAT, PROCESO"
                    " CANCELADO"
                MOVE "KO" TO WS-RESULTADO-RUN
                PERFORM 00030-ANOTAR-RUN-LOG
                STOP RUN
            END-IF.
            OPEN INPUT CUENTAS-PRODUCTO.
            IF WS-STATUS-CPR = "00"
                SET WS-VINCULOS-ABIERTOS TO TRUE
            END-IF.

            OPEN OUTPUT REPORTE.
            PERFORM 00013-CABECERA.
            INITIALIZE WS-TABLA-ACUMULADOS.

            SORT ORDENACION ON ASCENDING KEY SRT-SUCURSAL SRT-TIPO
                SRT-CUENTA
                INPUT PROCEDURE IS 00006-SIMULAR-CUENTAS
                OUTPUT PROCEDURE IS 00011-INFORME-GRUPOS.

            MOVE 3 TO WS-NIVEL.
            PERFORM 00014-ESCRIBIR-NIVEL.
            PERFORM 00015-ESCRIBIR-MAYORES.
            CLOSE REPORTE, CUENTAS.
            IF WS-VINCULOS-ABIERTOS
                CLOSE CUENTAS-PRODUCTO
            END-IF.
            DISPLAY "CUENTAS SIMULADAS: " WS-CUENTAS-SIMULADAS.
            DISPLAY "CUENTAS CERRADAS : " WS-CUENTAS-CERRADAS.
            DISPLAY "INFORME SIMULACION-TARIFAS.TXT GENERADO".
            PERFORM 00030-ANOTAR-RUN-LOG.
            STOP RUN.

      *        CARGA LA FECHA DE NEGOCIO; SI EL FICHERO DE CONTROL NO
      *        EXISTE SE USA LA FECHA DEL SISTEMA
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

      *        CARGA EL CUADRO DE TRAMOS DEL JUEGO EN CURSO DESDE EL
      *        FICHERO ASIGNADO; DEJA EL ESTADO DE LA APERTURA PARA
      *        SABER SI EL FICHERO EXISTE
           00002-CARGAR-TRAMOS.
               MOVE 0 TO WS-NUM-TRAMOS (WS-JUEGO).
               OPEN INPUT TRAMOS.
               IF WS-STATUS-TRA = "00"
                   PERFORM 00002A-LEER-TRAMO
                       UNTIL WS-STATUS-TRA NOT = "00"
                       OR WS-NUM-TRAMOS (WS-JUEGO) = 20
                   CLOSE TRAMOS
                   MOVE "00" TO WS-STATUS-TRA
               END-IF.

           00002A-LEER-TRAMO.
               READ TRAMOS
                   AT END MOVE "10" TO WS-STATUS-TRA
                   NOT AT END
                       ADD 1 TO WS-NUM-TRAMOS (WS-JUEGO)
                       SET WS-IDX-TRA TO WS-NUM-TRAMOS (WS-JUEGO)
                       MOVE TRA-TIPO
                           TO WS-TR-TIPO (WS-JUEGO, WS-IDX-TRA)
                       MOVE TRA-DESDE
                           TO WS-TR-DESDE (WS-JUEGO, WS-IDX-TRA)
                       MOVE TRA-HASTA
                           TO WS-TR-HASTA (WS-JUEGO, WS-IDX-TRA)
                       MOVE TRA-TASA
                           TO WS-TR-TASA (WS-JUEGO, WS-IDX-TRA)
                       MOVE TRA-FECHA-EFECTO
                           TO WS-TR-FECHA (WS-JUEGO, WS-IDX-TRA)
               END-READ.

      *        CARGA EL CUADRO DE TARIFAS DEL JUEGO EN CURSO DESDE EL
      *        FICHERO ASIGNADO, CON EL MISMO CRITERIO
           00003-CARGAR-TARIFAS.
               MOVE 0 TO WS-NUM-TARIFAS (WS-JUEGO).
               MOVE "N" TO WS-EOF-TAR.
               OPEN INPUT TARIFAS.
               IF WS-STATUS-TAR = "00"
                   PERFORM 00003A-LEER-TARIFA
                   PERFORM 00003B-GUARDAR-TARIFA UNTIL WS-FIN-TAR
                   CLOSE TARIFAS
                   MOVE "00" TO WS-STATUS-TAR
               END-IF.

           00003A-LEER-TARIFA.
               READ TARIFAS
                   AT END SET WS-FIN-TAR TO TRUE
               END-READ.

           00003B-GUARDAR-TARIFA.
               IF WS-NUM-TARIFAS (WS-JUEGO) < 20
                   ADD 1 TO WS-NUM-TARIFAS (WS-JUEGO)
                   SET WS-IDX-TAR TO WS-NUM-TARIFAS (WS-JUEGO)
                   MOVE TAR-TIPO
                       TO WS-TF-TIPO (WS-JUEGO, WS-IDX-TAR)
                   MOVE TAR-IMPORTE
                       TO WS-TF-IMPORTE (WS-JUEGO, WS-IDX-TAR)
                   MOVE TAR-UMBRAL
                       TO WS-TF-UMBRAL (WS-JUEGO, WS-IDX-TAR)
               END-IF.
               PERFORM 00003A-LEER-TARIFA.

      *        JUEGO DE TRAMOS Y PLAN DE COMISIONES DE CADA PRODUCTO
      *        DEL CATALOGO, COMERCIALIZADO O NO
           00004-CARGAR-PRODUCTOS.
               OPEN INPUT PRODUCTOS.
               IF WS-STATUS-PRD = "00"
                   PERFORM 00004A-LEER-PRODUCTO
                   PERFORM 00004B-GUARDAR-PRODUCTO UNTIL WS-FIN-PRD
                   CLOSE PRODUCTOS
               END-IF.

           00004A-LEER-PRODUCTO.
               READ PRODUCTOS NEXT RECORD
                   AT END SET WS-FIN-PRD TO TRUE
               END-READ.

           00004B-GUARDAR-PRODUCTO.
               IF WS-NUM-PRODUCTOS < 30
                   ADD 1 TO WS-NUM-PRODUCTOS
                   SET WS-IDX-PRD TO WS-NUM-PRODUCTOS
                   MOVE PRD-CODIGO TO WS-PC-CODIGO (WS-IDX-PRD)
                   MOVE PRD-GRUPO-TRAMOS TO WS-PC-TRAMOS (WS-IDX-PRD)
                   MOVE PRD-PLAN-COMISION TO WS-PC-PLAN (WS-IDX-PRD)
               END-IF.
               PERFORM 00004A-LEER-PRODUCTO.

           00005-CARGAR-TASA-RETENCION.
               OPEN INPUT PARAM-RETENCION.
               IF WS-STATUS-RET = "00"
                   READ PARAM-RETENCION
                       AT END CONTINUE
                       NOT AT END MOVE PAR-TASA
                           TO WS-TASA-RETENCION
                   END-READ
                   CLOSE PARAM-RETENCION
               END-IF.

      *        PROCEDIMIENTO DE ENTRADA DE LA CLASIFICACION: CADA
      *        CUENTA NO CERRADA SE SIMULA CON LOS DOS CUADROS
           00006-SIMULAR-CUENTAS.
               PERFORM 00006A-LEER-CUENTA.
               PERFORM 00007-SIMULAR-CUENTA UNTIL WS-FIN-CTA.

           00006A-LEER-CUENTA.
               READ CUENTAS NEXT RECORD
                   AT END SET WS-FIN-CTA TO TRUE
               END-READ.

      *        UN MES DE LA CUENTA CON CADA CUADRO; LA VARIACION ES LA
      *        DEL NETO QUE RECIBE EL CLIENTE (INTERES MENOS RETENCION
      *        MENOS COMISION): POSITIVA SI LA PROPUESTA LE FAVORECE
           00007-SIMULAR-CUENTA.
               IF CTA-ESTA-CERRADA
                   ADD 1 TO WS-CUENTAS-CERRADAS
               ELSE
                   PERFORM 00009-RESOLVER-CLAVES
                   PERFORM 00008-CALCULAR-JUEGO
                       VARYING WS-JUEGO FROM 1 BY 1
                       UNTIL WS-JUEGO > 2
                   COMPUTE WS-DIFERENCIA =
                       WS-RS-NETO (2) - WS-RS-NETO (1)
                   MOVE CTA-SUCURSAL TO SRT-SUCURSAL
                   MOVE CTA-TIPO-CUENTA TO SRT-TIPO
                   MOVE CTA-NUMERO TO SRT-CUENTA
                   MOVE WS-RS-INTERES (1) TO SRT-INTERES (1)
                   MOVE WS-RS-RETENCION (1) TO SRT-RETENCION (1)
                   MOVE WS-RS-COMISION (1) TO SRT-COMISION (1)
                   MOVE WS-RS-INTERES (2) TO SRT-INTERES (2)
                   MOVE WS-RS-RETENCION (2) TO SRT-RETENCION (2)
                   MOVE WS-RS-COMISION (2) TO SRT-COMISION (2)
                   MOVE WS-DIFERENCIA TO SRT-DIFERENCIA
                   RELEASE SRT-REGISTRO
                   ADD 1 TO WS-CUENTAS-SIMULADAS
                   IF WS-DIFERENCIA NOT = 0
                       PERFORM 00010-ANOTAR-MAYOR
                   END-IF
               END-IF.
               PERFORM 00006A-LEER-CUENTA.

      *        INTERES DEL MES AL TIPO DEL TRAMO (O TASA PROPIA), SU
      *        RETENCION Y LA COMISION DEL PLAN SI EL SALDO NO LLEGA
      *        AL UMBRAL DE EXENCION, COMO EN INTERES Y COMISION
           00008-CALCULAR-JUEGO.
               MOVE 0 TO WS-RS-INTERES (WS-JUEGO).
               MOVE 0 TO WS-RS-RETENCION (WS-JUEGO).
               MOVE 0 TO WS-RS-COMISION (WS-JUEGO).
               PERFORM 00008A-DETERMINAR-TASA.
               MOVE WS-TASA-APLICABLE TO WS-RS-TASA (WS-JUEGO).
               IF WS-TASA-APLICABLE > 0
                   COMPUTE WS-RS-INTERES (WS-JUEGO) ROUNDED =
                       CTA-SALDO * WS-TASA-APLICABLE / 100 / 12
                   IF WS-RS-INTERES (WS-JUEGO) > 0
                       COMPUTE WS-RS-RETENCION (WS-JUEGO) ROUNDED =
                           WS-RS-INTERES (WS-JUEGO)
                           * WS-TASA-RETENCION / 100
                   ELSE
                       MOVE 0 TO WS-RS-INTERES (WS-JUEGO)
                   END-IF
               END-IF.
               PERFORM 00008C-BUSCAR-TARIFA.
               COMPUTE WS-RS-NETO (WS-JUEGO) =
                   WS-RS-INTERES (WS-JUEGO)
                   - WS-RS-RETENCION (WS-JUEGO)
                   - WS-RS-COMISION (WS-JUEGO).

      *        PRIMER TRAMO EN VIGOR A LA FECHA DE SIMULACION CUYO
      *        TIPO COINCIDE Y CUYA BANDA CONTIENE EL SALDO; SIN
      *        TRAMO APLICABLE SE USA LA TASA PROPIA DEL REGISTRO
           00008A-DETERMINAR-TASA.
               MOVE "N" TO WS-TRAMO-OK.
               MOVE CTA-TASA-INTERES TO WS-TASA-APLICABLE.
               MOVE 1 TO WS-TRAMO-IDX-NUM.
               PERFORM 00008B-EXAMINAR-TRAMO
                   UNTIL WS-TRAMO-IDX-NUM > WS-NUM-TRAMOS (WS-JUEGO)
                   OR WS-TRAMO-ENCONTRADO.

           00008B-EXAMINAR-TRAMO.
               SET WS-IDX-TRA TO WS-TRAMO-IDX-NUM.
               IF WS-TR-TIPO (WS-JUEGO, WS-IDX-TRA) = WS-CLAVE-TRAMO
                   AND WS-TR-FECHA (WS-JUEGO, WS-IDX-TRA)
                       NOT > WS-FECHA-SIMULACION
                   AND CTA-SALDO
                       NOT < WS-TR-DESDE (WS-JUEGO, WS-IDX-TRA)
                   AND CTA-SALDO
                       NOT > WS-TR-HASTA (WS-JUEGO, WS-IDX-TRA)
                   SET WS-TRAMO-ENCONTRADO TO TRUE
                   MOVE WS-TR-TASA (WS-JUEGO, WS-IDX-TRA)
                       TO WS-TASA-APLICABLE
               END-IF.
               ADD 1 TO WS-TRAMO-IDX-NUM.

      *        LINEA DEL PLAN DE LA CUENTA; CON SALDO POR ENCIMA DEL
      *        UMBRAL LA CUENTA ESTA EXENTA
           00008C-BUSCAR-TARIFA.
               MOVE "N" TO WS-TARIFA-OK.
               MOVE 1 TO WS-TARIFA-IDX-NUM.
               PERFORM 00008D-EXAMINAR-TARIFA
                   UNTIL WS-TARIFA-IDX-NUM > WS-NUM-TARIFAS (WS-JUEGO)
                   OR WS-TARIFA-ENCONTRADA.
               IF WS-TARIFA-ENCONTRADA
                   IF CTA-SALDO < WS-TF-UMBRAL (WS-JUEGO, WS-IDX-TAR)
                       MOVE WS-TF-IMPORTE (WS-JUEGO, WS-IDX-TAR)
                           TO WS-RS-COMISION (WS-JUEGO)
                   END-IF
               END-IF.

           00008D-EXAMINAR-TARIFA.
               SET WS-IDX-TAR TO WS-TARIFA-IDX-NUM.
               IF WS-TF-TIPO (WS-JUEGO, WS-IDX-TAR) = WS-CLAVE-TARIFA
                   SET WS-TARIFA-ENCONTRADA TO TRUE
               ELSE
                   ADD 1 TO WS-TARIFA-IDX-NUM
               END-IF.

      *        CLAVE DE TRAMOS Y CLAVE DE TARIFAS DE LA CUENTA: LAS DE
      *        SU PRODUCTO O, SI NO TIENE PRODUCTO, SU TIPO C/A
           00009-RESOLVER-CLAVES.
               MOVE CTA-TIPO-CUENTA TO WS-CLAVE-TRAMO.
               MOVE CTA-TIPO-CUENTA TO WS-CLAVE-TARIFA.
               IF WS-VINCULOS-ABIERTOS
                   MOVE CTA-NUMERO TO CPR-CUENTA
                   READ CUENTAS-PRODUCTO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET WS-IDX-PRD TO 1
                           SEARCH WS-PRODUCTO-ENTRY
                               AT END CONTINUE
                               WHEN WS-IDX-PRD > WS-NUM-PRODUCTOS
                                   CONTINUE
                               WHEN WS-PC-CODIGO (WS-IDX-PRD)
                                   = CPR-PRODUCTO
                                   PERFORM 00009A-CLAVES-PRODUCTO
                           END-SEARCH
                   END-READ
               END-IF.

           00009A-CLAVES-PRODUCTO.
               IF WS-PC-TRAMOS (WS-IDX-PRD) NOT = SPACE
                   MOVE WS-PC-TRAMOS (WS-IDX-PRD) TO WS-CLAVE-TRAMO
               END-IF.
               IF WS-PC-PLAN (WS-IDX-PRD) NOT = SPACE
                   MOVE WS-PC-PLAN (WS-IDX-PRD) TO WS-CLAVE-TARIFA
               END-IF.

      *        MANTIENE LA TABLA DE MAYORES VARIACIONES ORDENADA DE
      *        MAYOR A MENOR: LA CUENTA ENTRA SI HAY HUECO O SI SUPERA
      *        A LA ULTIMA, Y SE DESPLAZAN HACIA ABAJO LAS MENORES
           00010-ANOTAR-MAYOR.
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ABS.
               IF WS-DIFERENCIA-ABS < 0
                   COMPUTE WS-DIFERENCIA-ABS = 0 - WS-DIFERENCIA-ABS
               END-IF.
               IF WS-NUM-MAYORES < WS-MAX-MAYORES
                   ADD 1 TO WS-NUM-MAYORES
                   PERFORM 00010B-INSERTAR-MAYOR
               ELSE
                   IF WS-DIFERENCIA-ABS > WS-MY-ABS (WS-NUM-MAYORES)
                       PERFORM 00010B-INSERTAR-MAYOR
                   END-IF
               END-IF.

           00010A-DESPLAZAR.
               COMPUTE WS-POS-ANTERIOR = WS-POS-MAYOR - 1.
               IF WS-MY-ABS (WS-POS-ANTERIOR) < WS-DIFERENCIA-ABS
                   MOVE WS-MAYOR-ENTRY (WS-POS-ANTERIOR)
                       TO WS-MAYOR-ENTRY (WS-POS-MAYOR)
                   SUBTRACT 1 FROM WS-POS-MAYOR
               ELSE
                   SET WS-SITIO-HALLADO TO TRUE
               END-IF.

           00010B-INSERTAR-MAYOR.
               MOVE WS-NUM-MAYORES TO WS-POS-MAYOR.
               MOVE "N" TO WS-SITIO-OK.
               PERFORM 00010A-DESPLAZAR
                   UNTIL WS-POS-MAYOR = 1 OR WS-SITIO-HALLADO.
               SET WS-IDX-MAY TO WS-POS-MAYOR.
               MOVE CTA-NUMERO TO WS-MY-CUENTA (WS-IDX-MAY).
               MOVE CTA-SUCURSAL TO WS-MY-SUCURSAL (WS-IDX-MAY).
               MOVE CTA-TIPO-CUENTA TO WS-MY-TIPO (WS-IDX-MAY).
               MOVE WS-RS-TASA (1) TO WS-MY-TASA-ACT (WS-IDX-MAY).
               MOVE WS-RS-TASA (2) TO WS-MY-TASA-PRO (WS-IDX-MAY).
               MOVE WS-RS-COMISION (1) TO WS-MY-COM-ACT (WS-IDX-MAY).
               MOVE WS-RS-COMISION (2) TO WS-MY-COM-PRO (WS-IDX-MAY).
               MOVE WS-DIFERENCIA TO WS-MY-DIFERENCIA (WS-IDX-MAY).
               MOVE WS-DIFERENCIA-ABS TO WS-MY-ABS (WS-IDX-MAY).

      *        PROCEDIMIENTO DE SALIDA: CORTE DE CONTROL POR SUCURSAL
      *        Y TIPO DE CUENTA, CON SUBTOTAL DE CADA SUCURSAL
           00011-INFORME-GRUPOS.
               MOVE "N" TO WS-EOF-ORD.
               MOVE "N" TO WS-HAY-CORTE.
               PERFORM 00011A-RETORNAR.
               PERFORM 00011B-ACUMULAR UNTIL WS-FIN-ORD.
               IF WS-CORTE-ABIERTO
                   MOVE 1 TO WS-NIVEL
                   PERFORM 00014-ESCRIBIR-NIVEL
                   MOVE 2 TO WS-NIVEL
                   PERFORM 00014-ESCRIBIR-NIVEL
               END-IF.

           00011A-RETORNAR.
               RETURN ORDENACION
                   AT END SET WS-FIN-ORD TO TRUE
               END-RETURN.

           00011B-ACUMULAR.
               IF NOT WS-CORTE-ABIERTO
                   SET WS-CORTE-ABIERTO TO TRUE
                   MOVE SRT-SUCURSAL TO WS-SUCURSAL-CORTE
                   MOVE SRT-TIPO TO WS-TIPO-CORTE
               END-IF.
               IF SRT-SUCURSAL NOT = WS-SUCURSAL-CORTE
                   MOVE 1 TO WS-NIVEL
                   PERFORM 00014-ESCRIBIR-NIVEL
                   MOVE 2 TO WS-NIVEL
                   PERFORM 00014-ESCRIBIR-NIVEL
                   MOVE SRT-SUCURSAL TO WS-SUCURSAL-CORTE
                   MOVE SRT-TIPO TO WS-TIPO-CORTE
               ELSE
                   IF SRT-TIPO NOT = WS-TIPO-CORTE
                       MOVE 1 TO WS-NIVEL
                       PERFORM 00014-ESCRIBIR-NIVEL
                       MOVE SRT-TIPO TO WS-TIPO-CORTE
                   END-IF
               END-IF.
               PERFORM 00012-SUMAR-CUENTA
                   VARYING WS-NIVEL FROM 1 BY 1
                   UNTIL WS-NIVEL > 3.
               PERFORM 00011A-RETORNAR.

           00012-SUMAR-CUENTA.
               ADD 1 TO WS-AC-CUENTAS (WS-NIVEL).
               IF SRT-DIFERENCIA > 0
                   ADD 1 TO WS-AC-MEJORAN (WS-NIVEL)
               ELSE
                   IF SRT-DIFERENCIA < 0
                       ADD 1 TO WS-AC-EMPEORAN (WS-NIVEL)
                   ELSE
                       ADD 1 TO WS-AC-IGUALES (WS-NIVEL)
                   END-IF
               END-IF.
               PERFORM 00012A-SUMAR-IMPORTES
                   VARYING WS-JUEGO FROM 1 BY 1
                   UNTIL WS-JUEGO > 2.

           00012A-SUMAR-IMPORTES.
               ADD SRT-INTERES (WS-JUEGO)
                   TO WS-AC-INTERES (WS-NIVEL, WS-JUEGO).
               ADD SRT-RETENCION (WS-JUEGO)
                   TO WS-AC-RETENCION (WS-NIVEL, WS-JUEGO).
               ADD SRT-COMISION (WS-JUEGO)
                   TO WS-AC-COMISION (WS-NIVEL, WS-JUEGO).

           00013-CABECERA.
               MOVE SPACES TO REP-LINEA.
               STRING "SIMULACION DE CAMBIO DE TRAMOS Y TARIFAS, "
                   "NEGOCIO " WS-FECHA-NEGOCIO
                   "  TRAMOS EN VIGOR A " WS-FECHA-SIMULACION
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               IF WS-TRAMOS-PROPUESTOS
                   STRING "TRAMOS PROPUESTOS : TRAMOS-PROPUESTA.TXT ("
                       WS-NUM-TRAMOS (2) " LINEAS)"
                       DELIMITED BY SIZE INTO REP-LINEA
               ELSE
                   STRING "TRAMOS PROPUESTOS : SIN CAMBIO (SE"
                       " SIMULA CON TRAMOS-INTERES.TXT)"
                       DELIMITED BY SIZE INTO REP-LINEA
               END-IF.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               IF WS-TARIFAS-PROPUESTAS
                   STRING "TARIFAS PROPUESTAS: TARIFAS-PROPUESTA.TXT ("
                       WS-NUM-TARIFAS (2) " LINEAS)"
                       DELIMITED BY SIZE INTO REP-LINEA
               ELSE
                   STRING "TARIFAS PROPUESTAS: SIN CAMBIO (SE"
                       " SIMULA CON TARIFAS.TXT)"
                       DELIMITED BY SIZE INTO REP-LINEA
               END-IF.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "IMPORTES DE UN MES SOBRE LOS SALDOS ACTUALES;"
                   " NADA SE ANOTA EN LAS CUENTAS"
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.

      *        BLOQUE DEL INFORME PARA EL NIVEL EN CURSO (SUCURSAL Y
      *        TIPO, SUCURSAL O ENTIDAD) Y PUESTA A CERO DE SUS
      *        ACUMULADOS
           00014-ESCRIBIR-NIVEL.
               MOVE SPACES TO WS-CABECERA-VIS.
               EVALUATE TRUE
                   WHEN WS-NIVEL-GRUPO
                       STRING "SUCURSAL " WS-SUCURSAL-CORTE
                           " TIPO " WS-TIPO-CORTE
                           DELIMITED BY SIZE INTO WS-CABECERA-VIS
                   WHEN WS-NIVEL-SUCURSAL
                       STRING "TOTAL SUCURSAL " WS-SUCURSAL-CORTE
                           DELIMITED BY SIZE INTO WS-CABECERA-VIS
                   WHEN OTHER
                       MOVE "TOTAL ENTIDAD" TO WS-CABECERA-VIS
               END-EVALUATE.
               MOVE SPACES TO REP-LINEA.
               STRING WS-CABECERA-VIS
                   " CUENTAS " WS-AC-CUENTAS (WS-NIVEL)
                   "  MEJORAN " WS-AC-MEJORAN (WS-NIVEL)
                   "  EMPEORAN " WS-AC-EMPEORAN (WS-NIVEL)
                   "  SIN CAMBIO " WS-AC-IGUALES (WS-NIVEL)
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE "INTERES ABONADO" TO WS-CONCEPTO-VIS.
               MOVE WS-AC-INTERES (WS-NIVEL, 1) TO WS-IMPORTE-ACT.
               MOVE WS-AC-INTERES (WS-NIVEL, 2) TO WS-IMPORTE-PRO.
               PERFORM 00014A-ESCRIBIR-CONCEPTO.
               MOVE "RETENCION" TO WS-CONCEPTO-VIS.
               MOVE WS-AC-RETENCION (WS-NIVEL, 1) TO WS-IMPORTE-ACT.
               MOVE WS-AC-RETENCION (WS-NIVEL, 2) TO WS-IMPORTE-PRO.
               PERFORM 00014A-ESCRIBIR-CONCEPTO.
               MOVE "COMISIONES" TO WS-CONCEPTO-VIS.
               MOVE WS-AC-COMISION (WS-NIVEL, 1) TO WS-IMPORTE-ACT.
               MOVE WS-AC-COMISION (WS-NIVEL, 2) TO WS-IMPORTE-PRO.
               PERFORM 00014A-ESCRIBIR-CONCEPTO.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.
               INITIALIZE WS-ACUM-ENTRY (WS-NIVEL).

           00014A-ESCRIBIR-CONCEPTO.
               COMPUTE WS-IMPORTE-DIF = WS-IMPORTE-PRO - WS-IMPORTE-ACT.
               MOVE WS-IMPORTE-ACT TO WS-IMPORTE-VIS.
               MOVE WS-IMPORTE-PRO TO WS-IMPORTE-VIS2.
               MOVE WS-IMPORTE-DIF TO WS-IMPORTE-VIS3.
               MOVE SPACES TO REP-LINEA.
               STRING "   " WS-CONCEPTO-VIS
                   " VIGENTE " WS-IMPORTE-VIS
                   "  PROPUESTO " WS-IMPORTE-VIS2
                   "  VARIACION " WS-IMPORTE-VIS3
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

           00015-ESCRIBIR-MAYORES.
               MOVE SPACES TO REP-LINEA.
               STRING "MAYORES VARIACIONES INDIVIDUALES DEL NETO"
                   " MENSUAL (INTERES - RETENCION - COMISION)"
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               IF WS-NUM-MAYORES = 0
                   MOVE SPACES TO REP-LINEA
                   STRING "   NINGUNA CUENTA CAMBIA CON LA PROPUESTA"
                       DELIMITED BY SIZE INTO REP-LINEA
                   WRITE REP-LINEA
               END-IF.
               PERFORM 00015A-ESCRIBIR-MAYOR
                   VARYING WS-IDX-MAY FROM 1 BY 1
                   UNTIL WS-IDX-MAY > WS-NUM-MAYORES.

           00015A-ESCRIBIR-MAYOR.
               MOVE WS-MY-TASA-ACT (WS-IDX-MAY) TO WS-TASA-VIS.
               MOVE WS-MY-TASA-PRO (WS-IDX-MAY) TO WS-TASA-VIS2.
               MOVE WS-MY-COM-ACT (WS-IDX-MAY) TO WS-COMISION-VIS.
               MOVE WS-MY-COM-PRO (WS-IDX-MAY) TO WS-COMISION-VIS2.
               MOVE WS-MY-DIFERENCIA (WS-IDX-MAY) TO WS-IMPORTE-VIS.
               MOVE SPACES TO REP-LINEA.
               STRING "   CUENTA " WS-MY-CUENTA (WS-IDX-MAY)
                   " SUC " WS-MY-SUCURSAL (WS-IDX-MAY)
                   " TIPO " WS-MY-TIPO (WS-IDX-MAY)
                   "  TASA " WS-TASA-VIS " -> " WS-TASA-VIS2
                   "  COMISION " WS-COMISION-VIS
                   " -> " WS-COMISION-VIS2
                   "  VARIACION " WS-IMPORTE-VIS
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

           00030-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "SIMTARIFA" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-CUENTAS-SIMULADAS TO RLOG-PROCESADOS.
               MOVE 0 TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM SIMTARIFA.
