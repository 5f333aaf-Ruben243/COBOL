      ******************************************************************
      * Author:
      * Date:
      * Purpose: RESUMEN DIARIO DE ACTIVIDAD POR CUENTA: SE EJECUTA
      *          JUSTO DESPUES DEL CORTE NOCTURNO (ARCHIVO-MOV) Y
      *          GRABA EN RESUMEN-DIARIO.DAT, POR CUENTA Y FECHA DE
      *          NEGOCIO, EL SALDO DE APERTURA Y DE CIERRE, EL NUMERO
      *          E IMPORTE DE MOVIMIENTOS POR TIPO, EL EFECTIVO
      *          INGRESADO Y RETIRADO (Y LO QUE DE ELLO SUPERA EL
      *          UMBRAL DE LIMITE-COMUNICACION.TXT), LAS
      *          TRANSFERENCIAS INTERNAS RECIBIDAS, EL MARGEN DE
      *          CAMBIO DE DIVISA Y LA FECHA DE ULTIMA ACTIVIDAD
      *          PROPIA. LOS INFORMES DE DORMANCIA, CUMPLIMIENTO,
      *          PREVISION DE EFECTIVO, EXTRACTOS E INGRESOS POR
      *          SUCURSAL LEEN ESTE RESUMEN EN LUGAR DE RECORRER LOS
      *          ARCHIVOS FECHADOS MOV-AAAAMMDD.TXT.
      *          EN EL CORTE NOCTURNO (FECHA 0) RESUME LOS DIAS
      *          ARCHIVADOS DESDE EL ULTIMO RESUMIDO HASTA LA VISPERA
      *          DE LA FECHA DE NEGOCIO; CON UN RANGO DE FECHAS
      *          RECONSTRUYE EL RESUMEN DE ESE RANGO DESDE EL
      *          HISTORICO POR CLAVE HISTORICO.DAT. LA COBERTURA
      *          RESUMIDA QUEDA EN RESUMEN-CONTROL.TXT.
      *          UNA RECONSTRUCCION SIN HISTORICO NO BORRA NADA NI
      *          TOCA LA COBERTURA. EN EL CORTE NOCTURNO, UN DIA HABIL
      *          (NI FIN DE SEMANA NI FESTIVO DE FESTIVOS.TXT) SIN SU
      *          ARCHIVO FECHADO CORTA LA COBERTURA EN LA VISPERA DE
      *          ESE DIA Y LA EJECUCION TERMINA EN AVISO; SI ESE DIA NO
      *          HUBO ACTIVIDAD SE CUBRE RECONSTRUYENDOLO DESDE EL
      *          HISTORICO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN-DIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CADA ARCHIVO FECHADO SE LEE POR EL MISMO FICHERO, ASIGNADO
      *    POR VARIABLE
           SELECT MOVIMIENTOS ASSIGN USING WS-NOMBRE-ENTRADA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOV.

      *    CALENDARIO CENTRAL DE FESTIVOS (VER FESTADMIN)
           SELECT FESTIVOS ASSIGN TO "../FESTIVOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FES.

           SELECT HISTORICO ASSIGN TO "../HISTORICO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-CLAVE
           FILE STATUS IS WS-STATUS-HIS.

      *    RESUMEN POR CUENTA Y FECHA; LA FECHA ES ADEMAS CLAVE
      *    ALTERNATIVA PARA LOS INFORMES QUE RECORREN UN PERIODO
           SELECT RESUMEN ASSIGN TO "../RESUMEN-DIARIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSD-CLAVE
           ALTERNATE RECORD KEY IS RSD-FECHA WITH DUPLICATES
           FILE STATUS IS WS-STATUS-RSD.

           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

           SELECT CONTROL-RESUMEN ASSIGN TO "../RESUMEN-CONTROL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RCT.

           SELECT PARAM-LIMITE
           ASSIGN TO "../LIMITE-COMUNICACION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAR.

           SELECT CAMBIOS ASSIGN TO "../CAMBIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAM.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    FICHERO DE TRABAJO DE LA CLASIFICACION POR CUENTA Y FECHA
           SELECT ORDENACION ASSIGN TO "../RESUMEN-SORT.TMP".

       DATA DIVISION.
       FILE SECTION.
        FD MOVIMIENTOS.
         01 MOV-REGISTRO.
             02 MOV-FECHA    PIC X(10).
             02 FILLER       PIC X(01).
             02 MOV-CUENTA   PIC 9(11).
             02 FILLER       PIC X(01).
             02 MOV-TIPO     PIC X(10).
             02 FILLER       PIC X(01).
             02 MOV-IMPORTE  PIC -ZZZZZZZZ9.99.
             02 FILLER       PIC X(01).
             02 MOV-SALDO    PIC -ZZZZZZZZ9.99.
             02 FILLER       PIC X(01).
             02 MOV-CUENTA-DESTINO PIC 9(11).
             02 FILLER       PIC X(01).
             02 MOV-CAJERO   PIC X(08).
             02 FILLER       PIC X(01).
             02 MOV-SUPERVISOR PIC X(08).
             02 FILLER       PIC X(01).
             02 MOV-PRACTICAS PIC X(01).
             02 FILLER       PIC X(01).
             02 MOV-SUCURSAL PIC 9(03).
             02 FILLER       PIC X(01).
             02 MOV-FECHA-NEG PIC X(08).
             02 FILLER       PIC X(01).
             02 MOV-TASA-CAMBIO PIC 9(01)V9(04).

        FD FESTIVOS.
         01 FES-REGISTRO PIC 9(08).

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

      *    LA TABLA DE TIPOS GUARDA CADA TIPO DE MOVIMIENTO DEL DIA
      *    CON SU NUMERO E IMPORTE; SI UN DIA TRAE MAS TIPOS DE LOS
      *    QUE CABEN, LOS QUE SOBRAN SE ACUMULAN EN LA ULTIMA
      *    POSICION COMO "OTROS"
        FD RESUMEN.
         01 RSD-REGISTRO.
             02 RSD-CLAVE.
                 03 RSD-CUENTA PIC 9(11).
                 03 RSD-FECHA  PIC 9(08).
             02 RSD-SUCURSAL PIC 9(03).
             02 RSD-SALDO-APERTURA PIC S9(11)V99.
             02 RSD-SALDO-CIERRE   PIC S9(11)V99.
             02 RSD-NUM-MOVIMIENTOS PIC 9(05).
             02 RSD-NUM-INGRESOS    PIC 9(05).
             02 RSD-EFECTIVO-ENTRADA PIC S9(11)V99.
             02 RSD-NUM-REINTEGROS  PIC 9(05).
             02 RSD-EFECTIVO-SALIDA PIC S9(11)V99.
             02 RSD-NUM-ING-UMBRAL  PIC 9(05).
             02 RSD-ING-UMBRAL      PIC S9(11)V99.
             02 RSD-NUM-REI-UMBRAL  PIC 9(05).
             02 RSD-REI-UMBRAL      PIC S9(11)V99.
             02 RSD-NUM-ENTRANTES   PIC 9(05).
             02 RSD-IMPORTE-ENTRANTES PIC S9(11)V99.
             02 RSD-MARGEN-FX       PIC S9(9)V99.
             02 RSD-ULT-ACTIVIDAD   PIC 9(08).
             02 RSD-NUM-TIPOS       PIC 9(02).
             02 RSD-TIPO-ENTRY OCCURS 15 TIMES
                 INDEXED BY RSD-IDX-TIPO.
                 03 RSD-TT-TIPO    PIC X(10).
                 03 RSD-TT-NUM     PIC 9(05).
                 03 RSD-TT-IMPORTE PIC S9(11)V99.

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

      *    PRIMER Y ULTIMO DIA CUBIERTOS POR EL RESUMEN
        FD CONTROL-RESUMEN.
         01 RCT-REGISTRO.
             02 RCT-DESDE PIC 9(08).
             02 FILLER    PIC X(01).
             02 RCT-HASTA PIC 9(08).

        FD PARAM-LIMITE.
         01 PAR-REGISTRO.
             02 PAR-UMBRAL  PIC 9(09).
             02 FILLER      PIC X(01).
             02 PAR-VENTANA PIC 9(02).

        FD CAMBIOS.
         01 CAM-REGISTRO.
             02 CAM-MONEDA PIC X(03).
             02 FILLER     PIC X(01).
             02 CAM-COMPRA PIC 9(01)V9(04).
             02 FILLER     PIC X(01).
             02 CAM-VENTA  PIC 9(01)V9(04).
             02 FILLER     PIC X(01).
             02 CAM-FECHA-EFECTO PIC 9(08).

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

      *    UNA LINEA POR MOVIMIENTO PROPIO DE LA CUENTA Y, ADEMAS,
      *    UNA LINEA ENTRANTE EN LA CUENTA DESTINO DE CADA
      *    TRANSFERENCIA INTERNA (EL DIARIO SOLO LA APUNTA EN EL
      *    ORIGEN); EL ORDEN CONSERVA LA SECUENCIA DE LOS APUNTES
        SD ORDENACION.
         01 SRT-REGISTRO.
             02 SRT-CUENTA   PIC 9(11).
             02 SRT-FECHA    PIC 9(08).
             02 SRT-ORDEN    PIC 9(08).
             02 SRT-ENTRANTE PIC X(01).
                 88 SRT-ES-ENTRANTE VALUE "S".
             02 SRT-TIPO     PIC X(10).
             02 SRT-IMPORTE  PIC S9(9)V99.
             02 SRT-SALDO    PIC S9(9)V99.
             02 SRT-TASA     PIC 9(01)V9(04).

       WORKING-STORAGE SECTION.

      * BITACORA DE LA CADENA NOCTURNA: HORA DE INICIO Y FIN,
      * REGISTROS TRATADOS Y RESULTADO DE LA EJECUCION
       77 WS-HORA-INICIO PIC 9(08).
       77 WS-HORA-FIN    PIC 9(08).
       77 WS-RESULTADO-RUN PIC X(02) VALUE "OK".

       77 WS-STATUS-MOV PIC X(02).
       77 WS-STATUS-HIS PIC X(02).
       77 WS-STATUS-RSD PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-MAESTRO-CTA PIC X(01) VALUE "N".
           88 WS-HAY-MAESTRO-CTA VALUE "S".
       77 WS-STATUS-RCT PIC X(02).
       77 WS-STATUS-PAR PIC X(02).
       77 WS-STATUS-CAM PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-EOF-MOV PIC X(01) VALUE "N".
           88 WS-FIN-MOV VALUE "S".
       77 WS-EOF-HIS PIC X(01) VALUE "N".
           88 WS-FIN-HIS VALUE "S".
       77 WS-EOF-RSD PIC X(01) VALUE "N".
           88 WS-FIN-RSD VALUE "S".
       77 WS-EOF-ORD PIC X(01) VALUE "N".
           88 WS-FIN-ORD VALUE "S".

       77 WS-NOMBRE-ENTRADA PIC X(30).
       77 WS-FECHA-NEGOCIO PIC 9(08).
       77 WS-UMBRAL PIC 9(09) VALUE 3000.

      * MODO DE EJECUCION: CORTE NOCTURNO O RECONSTRUCCION DE UN
      * RANGO DE FECHAS DESDE EL HISTORICO
       77 WS-MODO PIC X(01) VALUE "N".
           88 WS-MODO-RECONSTRUIR VALUE "R".
       77 WS-DESDE PIC 9(08) VALUE 0.
       77 WS-HASTA PIC 9(08) VALUE 0.
       77 WS-HAY-CONTROL PIC X(01) VALUE "N".
           88 WS-CONTROL-LEIDO VALUE "S".
       77 WS-CONTROL-DESDE PIC 9(08) VALUE 0.
       77 WS-CONTROL-HASTA PIC 9(08) VALUE 0.

      * AVANCE Y RETROCESO DE FECHAS DIA A DIA
       01 WS-FECHA-CALC.
           05 WS-FC-ANIO PIC 9(04).
           05 WS-FC-MES  PIC 9(02).
           05 WS-FC-DIA  PIC 9(02).
       01 WS-FECHA-CALC-NUM REDEFINES WS-FECHA-CALC PIC 9(08).
       01 WS-TABLA-DIAS-MES VALUE "312831303130313130313031".
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77 WS-DIAS-EN-MES PIC 9(02).
       77 WS-TEMP-DIVISION PIC 9(04).
       77 WS-RESTO-ANIO PIC 9(04).

      * CALENDARIO DE FESTIVOS EN MEMORIA Y DIA DE LA SEMANA POR LA
      * CONGRUENCIA DE ZELLER (0=SABADO, 1=DOMINGO): EN EL CORTE
      * NOCTURNO UN DIA HABIL SIN ARCHIVO FECHADO CORTA LA COBERTURA
       77 WS-STATUS-FES PIC X(02).
       77 WS-NUM-FESTIVOS PIC 9(03) VALUE 0.
       01 WS-TABLA-FESTIVOS.
           05 WS-FESTIVO OCCURS 100 TIMES
               INDEXED BY WS-IDX-FES PIC 9(08).
       77 WS-ES-HABIL PIC X(01).
           88 WS-DIA-ES-HABIL VALUE "S".
       77 WS-Z-ANIO  PIC 9(04).
       77 WS-Z-MES   PIC 9(02).
       77 WS-Z-SIGLO PIC 9(02).
       77 WS-Z-ANIO2 PIC 9(02).
       77 WS-Z-T1 PIC 9(04).
       77 WS-Z-T2 PIC 9(04).
       77 WS-Z-T3 PIC 9(04).
       77 WS-Z-H  PIC 9(04).
       77 WS-Z-COCIENTE PIC 9(04).
       77 WS-FECHA-COMPARA PIC 9(08).
       77 WS-HAY-HUECO PIC X(01) VALUE "N".
           88 WS-FALTA-DIA VALUE "S".
       77 WS-DIA-FALTANTE PIC 9(08) VALUE 0.

      * FECHA DE LA LINEA LEIDA, RECOMPUESTA COMO AAAAMMDD
       01 WS-FECHA-LINEA-GRP.
           05 WS-FL-ANIO PIC 9(04).
           05 WS-FL-MES  PIC 9(02).
           05 WS-FL-DIA  PIC 9(02).
       77 WS-FECHA-LINEA PIC 9(08).

      * MOVIMIENTO EN CURSO, VENGA DE UN ARCHIVO FECHADO O DEL
      * HISTORICO, ANTES DE ENTREGARLO A LA CLASIFICACION
       77 WS-ORDEN-ENTRADA PIC 9(08) VALUE 0.
       77 WS-MOV-CUENTA  PIC 9(11).
       77 WS-MOV-FECHA   PIC 9(08).
       77 WS-MOV-ORDEN   PIC 9(08).
       77 WS-MOV-TIPO    PIC X(10).
       77 WS-MOV-IMPORTE PIC S9(9)V99.
       77 WS-MOV-SALDO   PIC S9(9)V99.
       77 WS-MOV-DESTINO PIC 9(11).
       77 WS-MOV-TASA    PIC 9(01)V9(04).

      * CUADRO DE CAMBIOS PARA LA TASA MEDIA (EL MOVIMIENTO GUARDA
      * SOLO LA TASA APLICADA: LA DIVISA SE RECONOCE BUSCANDO UNA
      * CUYA COMPRA O VENTA COINCIDA CON ELLA)
       77 WS-NUM-CAMBIOS PIC 9(02) VALUE 0.
       01 WS-TABLA-CAMBIO.
           05 WS-CAMBIO-ENTRY OCCURS 10 TIMES INDEXED BY WS-IDX-CAM.
               10 WS-CC-COMPRA PIC 9(01)V9(04).
               10 WS-CC-VENTA  PIC 9(01)V9(04).
               10 WS-CC-MEDIA  PIC 9(01)V9(04).
       77 WS-TASA-MEDIA PIC 9(01)V9(04).
       77 WS-MEDIA-OK PIC X(01).
           88 WS-MEDIA-ENCONTRADA VALUE "S".
       77 WS-DIFERENCIA-TASA PIC S9(01)V9(04).
       77 WS-MARGEN PIC S9(9)V99.

      * CORTE DE CONTROL POR CUENTA Y FECHA SOBRE LO CLASIFICADO
       77 WS-CUENTA-CORTE PIC 9(11).
       77 WS-FECHA-CORTE  PIC 9(08).
       77 WS-HAY-CORTE PIC X(01) VALUE "N".
           88 WS-CORTE-ABIERTO VALUE "S".
       77 WS-PRIMER-PROPIO PIC X(01).
       77 WS-ULTIMO-SALDO PIC S9(11)V99.
       77 WS-ENTRANTES-PREVIOS PIC S9(11)V99.
       77 WS-ENTRANTES-POSTERIORES PIC S9(11)V99.
       77 WS-TIPO-OK PIC X(01).
           88 WS-TIPO-ENCONTRADO VALUE "S".

      * ULTIMO DIA GRABADO DE LA CUENTA, PARA LOS DIAS EN QUE SOLO
      * RECIBE TRANSFERENCIAS (NO HAY SALDO PROPIO DEL QUE PARTIR)
       77 WS-CUENTA-ANTERIOR PIC 9(11) VALUE 0.
       77 WS-CIERRE-ANTERIOR PIC S9(11)V99 VALUE 0.
       77 WS-ULT-ANTERIOR PIC 9(08) VALUE 0.
       77 WS-GUARDA-SUCURSAL PIC 9(03).
       77 WS-GUARDA-NUM-ENT PIC 9(05).
       77 WS-GUARDA-IMP-ENT PIC S9(11)V99.

       77 WS-DIAS-LEIDOS PIC 9(05) VALUE 0.
       77 WS-MOVS-LEIDOS PIC 9(08) VALUE 0.
       77 WS-MOVS-RECHAZADOS PIC 9(08) VALUE 0.
       77 WS-GRABADOS PIC 9(08) VALUE 0.
       77 WS-BORRADOS PIC 9(08) VALUE 0.

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 00001-CARGAR-PARAMETROS.

            DISPLAY "FECHA DESDE A RECONSTRUIR (AAAAMMDD, 0=CORTE"
                " NOCTURNO): ".
            ACCEPT WS-DESDE.
            IF WS-DESDE = 0
                PERFORM 00002-RANGO-CORTE-NOCTURNO
            ELSE
                SET WS-MODO-RECONSTRUIR TO TRUE
                DISPLAY "FECHA HASTA A RECONSTRUIR (AAAAMMDD, 0=VISPERA"
                    " DE LA FECHA DE NEGOCIO): "
                ACCEPT WS-HASTA
                IF WS-HASTA = 0
                    MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CALC-NUM
                    PERFORM 00019-RETROCEDER-UN-DIA
                    MOVE WS-FECHA-CALC-NUM TO WS-HASTA
                END-IF
            END-IF.

            IF WS-DESDE > WS-HASTA
                DISPLAY "RESUMEN AL DIA, NO HAY FECHAS QUE RESUMIR"
                PERFORM 00030-ANOTAR-RUN-LOG
                STOP RUN
            END-IF.

      *     SIN HISTORICO NO SE BORRA EL RANGO A RECONSTRUIR
            IF WS-MODO-RECONSTRUIR
                PERFORM 00004C-COMPROBAR-HISTORICO
                IF WS-RESULTADO-RUN = "AV"
                    DISPLAY "SIN HISTORICO QUE RECONSTRUIR, NO SE"
                        " BORRA NI SE AMPLIA LA COBERTURA"
                    PERFORM 00030-ANOTAR-RUN-LOG
                    STOP RUN
                END-IF
            END-IF.

            PERFORM 00003-ABRIR-RESUMEN.
            OPEN INPUT CUENTAS.
            IF WS-STATUS-CTA = "00"
                SET WS-HAY-MAESTRO-CTA TO TRUE
            END-IF.
            IF WS-MODO-RECONSTRUIR
                PERFORM 00004-BORRAR-RANGO
            END-IF.

            SORT ORDENACION
                ON ASCENDING KEY SRT-CUENTA SRT-FECHA SRT-ORDEN
                INPUT PROCEDURE IS 00005-RECOGER-MOVIMIENTOS
                OUTPUT PROCEDURE IS 00010-GRABAR-RESUMENES.

            CLOSE RESUMEN.
            IF WS-HAY-MAESTRO-CTA
                CLOSE CUENTAS
            END-IF.
      *     LA COBERTURA NO PASA DEL ULTIMO DIA HABIL CON ARCHIVO
            IF WS-FALTA-DIA
                MOVE WS-DIA-FALTANTE TO WS-FECHA-CALC-NUM
                PERFORM 00019-RETROCEDER-UN-DIA
                MOVE WS-FECHA-CALC-NUM TO WS-HASTA
            END-IF.
            IF WS-RESULTADO-RUN NOT = "AV"
                AND WS-HASTA NOT < WS-DESDE
                PERFORM 00016-ACTUALIZAR-CONTROL
            END-IF.
            IF WS-FALTA-DIA
                MOVE "AV" TO WS-RESULTADO-RUN
                DISPLAY "FALTA EL ARCHIVO DEL DIA HABIL "
                    WS-DIA-FALTANTE ", COBERTURA CORTADA EN LA"
                    " VISPERA"
                DISPLAY "SI ESE DIA NO HUBO ACTIVIDAD, RECONSTRUYALO"
                    " DESDE EL HISTORICO"
            END-IF.

            DISPLAY "RESUMEN DESDE " WS-DESDE " HASTA " WS-HASTA.
            DISPLAY "DIAS ARCHIVADOS LEIDOS: " WS-DIAS-LEIDOS.
            DISPLAY "MOVIMIENTOS RESUMIDOS : " WS-MOVS-LEIDOS.
            DISPLAY "LINEAS RECHAZADAS     : " WS-MOVS-RECHAZADOS.
            DISPLAY "RESUMENES GRABADOS    : " WS-GRABADOS.
            DISPLAY "RESUMENES BORRADOS    : " WS-BORRADOS.
            PERFORM 00030-ANOTAR-RUN-LOG.
            STOP RUN.

      *        FECHA DE NEGOCIO, UMBRAL DE COMUNICACION DE EFECTIVO,
      *        CUADRO DE CAMBIOS Y COBERTURA ACTUAL DEL RESUMEN
           00001-CARGAR-PARAMETROS.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE WS-FECHA-SISTEMA TO WS-FECHA-NEGOCIO.
               PERFORM 00021-CARGAR-FESTIVOS.
               OPEN INPUT FECHA-NEGOCIO.
               IF WS-STATUS-FNG = "00"
                   READ FECHA-NEGOCIO
                       AT END CONTINUE
                       NOT AT END MOVE FNG-REGISTRO
                           TO WS-FECHA-NEGOCIO
                   END-READ
                   CLOSE FECHA-NEGOCIO
               END-IF.
               OPEN INPUT PARAM-LIMITE.
               IF WS-STATUS-PAR = "00"
                   READ PARAM-LIMITE
                       AT END CONTINUE
                       NOT AT END
                           IF PAR-UMBRAL IS NUMERIC
                               MOVE PAR-UMBRAL TO WS-UMBRAL
                           END-IF
                   END-READ
                   CLOSE PARAM-LIMITE
               END-IF.
               OPEN INPUT CAMBIOS.
               IF WS-STATUS-CAM = "00"
                   PERFORM 00001A-LEER-CAMBIO
                       UNTIL WS-STATUS-CAM NOT = "00"
                       OR WS-NUM-CAMBIOS = 10
                   CLOSE CAMBIOS
               END-IF.
               OPEN INPUT CONTROL-RESUMEN.
               IF WS-STATUS-RCT = "00"
                   READ CONTROL-RESUMEN
                       AT END CONTINUE
                       NOT AT END
                           IF RCT-DESDE IS NUMERIC
                               AND RCT-HASTA IS NUMERIC
                               SET WS-CONTROL-LEIDO TO TRUE
                               MOVE RCT-DESDE TO WS-CONTROL-DESDE
                               MOVE RCT-HASTA TO WS-CONTROL-HASTA
                           END-IF
                   END-READ
                   CLOSE CONTROL-RESUMEN
               END-IF.

           00001A-LEER-CAMBIO.
               READ CAMBIOS
                   AT END MOVE "10" TO WS-STATUS-CAM
                   NOT AT END
                       ADD 1 TO WS-NUM-CAMBIOS
                       SET WS-IDX-CAM TO WS-NUM-CAMBIOS
                       MOVE CAM-COMPRA TO WS-CC-COMPRA (WS-IDX-CAM)
                       MOVE CAM-VENTA  TO WS-CC-VENTA (WS-IDX-CAM)
                       COMPUTE WS-CC-MEDIA (WS-IDX-CAM) ROUNDED =
                           (CAM-COMPRA + CAM-VENTA) / 2
               END-READ.

      *        EN EL CORTE NOCTURNO SE RESUMEN LOS DIAS ARCHIVADOS
      *        DESDE EL SIGUIENTE AL ULTIMO RESUMIDO HASTA LA VISPERA
      *        DE LA FECHA DE NEGOCIO; SIN CONTROL PREVIO, SOLO LA
      *        VISPERA (LO ANTERIOR SE RECONSTRUYE DESDE EL HISTORICO)
           00002-RANGO-CORTE-NOCTURNO.
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CALC-NUM.
               PERFORM 00019-RETROCEDER-UN-DIA.
               MOVE WS-FECHA-CALC-NUM TO WS-HASTA.
               IF WS-CONTROL-LEIDO
                   MOVE WS-CONTROL-HASTA TO WS-FECHA-CALC-NUM
                   PERFORM 00018-AVANZAR-UN-DIA
                   MOVE WS-FECHA-CALC-NUM TO WS-DESDE
               ELSE
                   MOVE WS-HASTA TO WS-DESDE
               END-IF.

           00003-ABRIR-RESUMEN.
               OPEN I-O RESUMEN.
               IF WS-STATUS-RSD = "35"
                   OPEN OUTPUT RESUMEN
                   CLOSE RESUMEN
                   OPEN I-O RESUMEN
               END-IF.

      *        UNA RECONSTRUCCION EMPIEZA BORRANDO LO YA RESUMIDO EN
      *        EL RANGO, PARA QUE NO QUEDEN DIAS DE CUENTAS QUE EL
      *        HISTORICO YA NO RECOGE
           00004-BORRAR-RANGO.
               MOVE "N" TO WS-EOF-RSD.
               MOVE WS-DESDE TO RSD-FECHA.
               START RESUMEN KEY IS NOT LESS THAN RSD-FECHA
                   INVALID KEY SET WS-FIN-RSD TO TRUE
               END-START.
               PERFORM 00004A-LEER-POR-FECHA.
               PERFORM 00004B-BORRAR-RESUMEN UNTIL WS-FIN-RSD.

      *        LA RECONSTRUCCION SOLO EMPIEZA SI EL HISTORICO SE
      *        PUEDE ABRIR
           00004C-COMPROBAR-HISTORICO.
               OPEN INPUT HISTORICO.
               IF WS-STATUS-HIS = "00"
                   CLOSE HISTORICO
               ELSE
                   MOVE "AV" TO WS-RESULTADO-RUN
               END-IF.

           00004A-LEER-POR-FECHA.
               IF NOT WS-FIN-RSD
                   READ RESUMEN NEXT RECORD
                       AT END SET WS-FIN-RSD TO TRUE
                   END-READ
                   IF NOT WS-FIN-RSD AND RSD-FECHA > WS-HASTA
                       SET WS-FIN-RSD TO TRUE
                   END-IF
               END-IF.

           00004B-BORRAR-RESUMEN.
               DELETE RESUMEN RECORD
                   INVALID KEY CONTINUE
               END-DELETE.
               ADD 1 TO WS-BORRADOS.
               PERFORM 00004A-LEER-POR-FECHA.

      *        PROCEDIMIENTO DE ENTRADA: LOS ARCHIVOS FECHADOS DEL
      *        RANGO (LOS FINES DE SEMANA Y FESTIVOS SIN ARCHIVO SE
      *        SALTAN; UN DIA HABIL SIN ARCHIVO DETIENE LA LECTURA) O,
      *        EN UNA RECONSTRUCCION, EL HISTORICO POR CLAVE
           00005-RECOGER-MOVIMIENTOS.
               IF WS-MODO-RECONSTRUIR
                   PERFORM 00008-RECORRER-HISTORICO
               ELSE
                   MOVE WS-DESDE TO WS-FECHA-CALC-NUM
                   PERFORM 00006-RECORRER-ARCHIVO-DIA
                       UNTIL WS-FECHA-CALC-NUM > WS-HASTA
                       OR WS-FALTA-DIA
               END-IF.

           00006-RECORRER-ARCHIVO-DIA.
               MOVE SPACES TO WS-NOMBRE-ENTRADA.
               STRING "../MOV-" WS-FECHA-CALC-NUM ".TXT"
                   DELIMITED BY SIZE INTO WS-NOMBRE-ENTRADA.
               MOVE "N" TO WS-EOF-MOV.
               OPEN INPUT MOVIMIENTOS.
               IF WS-STATUS-MOV = "00"
                   ADD 1 TO WS-DIAS-LEIDOS
                   PERFORM 00006A-LEER-MOVIMIENTO
                   PERFORM 00007-ENTREGAR-LINEA UNTIL WS-FIN-MOV
                   CLOSE MOVIMIENTOS
               ELSE
                   PERFORM 00022-COMPROBAR-DIA-HABIL
                   IF WS-DIA-ES-HABIL
                       SET WS-FALTA-DIA TO TRUE
                       MOVE WS-FECHA-CALC-NUM TO WS-DIA-FALTANTE
                   END-IF
               END-IF.
               IF NOT WS-FALTA-DIA
                   PERFORM 00018-AVANZAR-UN-DIA
               END-IF.

           00006A-LEER-MOVIMIENTO.
               READ MOVIMIENTOS
                   AT END SET WS-FIN-MOV TO TRUE
               END-READ.

      *        LA FECHA ES LA DE NEGOCIO DE LA LINEA; LAS LINEAS
      *        ANTIGUAS SIN ESA COLUMNA SE RESUMEN POR SU FECHA DE
      *        CALENDARIO, IGUAL QUE LAS REPARTE EL CORTE NOCTURNO
           00007-ENTREGAR-LINEA.
               IF MOV-PRACTICAS NOT = "P"
                   IF MOV-CUENTA IS NUMERIC
                       IF MOV-FECHA-NEG IS NUMERIC
                           MOVE MOV-FECHA-NEG TO WS-FECHA-LINEA
                       ELSE
                           MOVE MOV-FECHA (7:4) TO WS-FL-ANIO
                           MOVE MOV-FECHA (4:2) TO WS-FL-MES
                           MOVE MOV-FECHA (1:2) TO WS-FL-DIA
                           MOVE WS-FECHA-LINEA-GRP TO WS-FECHA-LINEA
                       END-IF
                       ADD 1 TO WS-ORDEN-ENTRADA
                       MOVE MOV-CUENTA TO WS-MOV-CUENTA
                       MOVE WS-FECHA-LINEA TO WS-MOV-FECHA
                       MOVE WS-ORDEN-ENTRADA TO WS-MOV-ORDEN
                       MOVE MOV-TIPO TO WS-MOV-TIPO
                       MOVE MOV-IMPORTE TO WS-MOV-IMPORTE
                       MOVE MOV-SALDO TO WS-MOV-SALDO
                       MOVE 0 TO WS-MOV-DESTINO
                       IF MOV-CUENTA-DESTINO IS NUMERIC
                           MOVE MOV-CUENTA-DESTINO TO WS-MOV-DESTINO
                       END-IF
                       MOVE 0 TO WS-MOV-TASA
                       IF MOV-TASA-CAMBIO IS NUMERIC
                           MOVE MOV-TASA-CAMBIO TO WS-MOV-TASA
                       END-IF
                       PERFORM 00009-ENTREGAR-A-LA-CLASIFICACION
                   ELSE
                       ADD 1 TO WS-MOVS-RECHAZADOS
                   END-IF
               END-IF.
               PERFORM 00006A-LEER-MOVIMIENTO.

      *        EL HISTORICO SE RECORRE ENTERO POR SU CLAVE Y SE
      *        QUEDA CON LAS FECHAS DEL RANGO; EL ID DEL MOVIMIENTO
      *        ES CORRELATIVO EN TODO EL BANCO Y DA EL ORDEN DEL DIA
           00008-RECORRER-HISTORICO.
               MOVE "N" TO WS-EOF-HIS.
               OPEN INPUT HISTORICO.
               IF WS-STATUS-HIS = "00"
                   PERFORM 00008A-LEER-HISTORICO
                   PERFORM 00008B-ENTREGAR-HISTORICO UNTIL WS-FIN-HIS
                   CLOSE HISTORICO
               ELSE
                   DISPLAY "SIN HISTORICO QUE RECONSTRUIR"
                   MOVE "AV" TO WS-RESULTADO-RUN
               END-IF.

           00008A-LEER-HISTORICO.
               READ HISTORICO NEXT RECORD
                   AT END SET WS-FIN-HIS TO TRUE
               END-READ.

           00008B-ENTREGAR-HISTORICO.
               IF HIS-PRACTICAS NOT = "P"
                   AND HIS-FECHA NOT < WS-DESDE
                   AND HIS-FECHA NOT > WS-HASTA
                   MOVE HIS-CUENTA TO WS-MOV-CUENTA
                   MOVE HIS-FECHA TO WS-MOV-FECHA
                   MOVE HIS-ID TO WS-MOV-ORDEN
                   MOVE HIS-TIPO TO WS-MOV-TIPO
                   MOVE HIS-IMPORTE TO WS-MOV-IMPORTE
                   MOVE HIS-SALDO TO WS-MOV-SALDO
                   MOVE HIS-CUENTA-DESTINO TO WS-MOV-DESTINO
                   MOVE HIS-TASA-CAMBIO TO WS-MOV-TASA
                   PERFORM 00009-ENTREGAR-A-LA-CLASIFICACION
               END-IF.
               PERFORM 00008A-LEER-HISTORICO.

      *        LA TRANSFERENCIA INTERNA SOLO SE APUNTA EN LA CUENTA
      *        DE ORIGEN: SE ENTREGA ADEMAS COMO ENTRANTE EN LA DE
      *        DESTINO, QUE TAMBIEN SE MOVIO ESE DIA
           00009-ENTREGAR-A-LA-CLASIFICACION.
               ADD 1 TO WS-MOVS-LEIDOS.
               MOVE WS-MOV-CUENTA TO SRT-CUENTA.
               MOVE WS-MOV-FECHA TO SRT-FECHA.
               MOVE WS-MOV-ORDEN TO SRT-ORDEN.
               MOVE "N" TO SRT-ENTRANTE.
               MOVE WS-MOV-TIPO TO SRT-TIPO.
               MOVE WS-MOV-IMPORTE TO SRT-IMPORTE.
               MOVE WS-MOV-SALDO TO SRT-SALDO.
               MOVE WS-MOV-TASA TO SRT-TASA.
               RELEASE SRT-REGISTRO.
               IF WS-MOV-TIPO = "TRANSFER"
                   AND WS-MOV-DESTINO NOT = 0
                   MOVE WS-MOV-DESTINO TO SRT-CUENTA
                   MOVE "S" TO SRT-ENTRANTE
                   MOVE 0 TO SRT-SALDO
                   MOVE 0 TO SRT-TASA
                   RELEASE SRT-REGISTRO
               END-IF.

      *        PROCEDIMIENTO DE SALIDA: UN RESUMEN POR CADA CAMBIO DE
      *        CUENTA O DE FECHA (CORTE DE CONTROL)
           00010-GRABAR-RESUMENES.
               MOVE "N" TO WS-EOF-ORD.
               MOVE "N" TO WS-HAY-CORTE.
               PERFORM 00010A-RETORNAR-ORDENADO.
               PERFORM 00011-TRATAR-ORDENADO UNTIL WS-FIN-ORD.
               IF WS-CORTE-ABIERTO
                   PERFORM 00013-CERRAR-DIA
               END-IF.

           00010A-RETORNAR-ORDENADO.
               RETURN ORDENACION
                   AT END SET WS-FIN-ORD TO TRUE
               END-RETURN.

           00011-TRATAR-ORDENADO.
               IF WS-CORTE-ABIERTO
                   AND (SRT-CUENTA NOT = WS-CUENTA-CORTE
                       OR SRT-FECHA NOT = WS-FECHA-CORTE)
                   PERFORM 00013-CERRAR-DIA
               END-IF.
               IF NOT WS-CORTE-ABIERTO
                   PERFORM 00012-ABRIR-DIA
               END-IF.
               IF SRT-ES-ENTRANTE
                   PERFORM 00011A-ANOTAR-ENTRANTE
               ELSE
                   PERFORM 00011B-ANOTAR-PROPIO
               END-IF.
               PERFORM 00010A-RETORNAR-ORDENADO.

      *        LO RECIBIDO ANTES DEL PRIMER APUNTE PROPIO YA VA EN SU
      *        SALDO; LO RECIBIDO DESPUES DEL ULTIMO, NO
           00011A-ANOTAR-ENTRANTE.
               ADD 1 TO RSD-NUM-ENTRANTES.
               ADD SRT-IMPORTE TO RSD-IMPORTE-ENTRANTES.
               IF WS-PRIMER-PROPIO = "S"
                   ADD SRT-IMPORTE TO WS-ENTRANTES-PREVIOS
               ELSE
                   ADD SRT-IMPORTE TO WS-ENTRANTES-POSTERIORES
               END-IF.

           00011B-ANOTAR-PROPIO.
               IF WS-PRIMER-PROPIO = "S"
                   PERFORM 00011C-DEDUCIR-APERTURA
                   MOVE "N" TO WS-PRIMER-PROPIO
               END-IF.
               MOVE 0 TO WS-ENTRANTES-POSTERIORES.
               MOVE SRT-SALDO TO WS-ULTIMO-SALDO.
               ADD 1 TO RSD-NUM-MOVIMIENTOS.
               EVALUATE SRT-TIPO
                   WHEN "INGRESO"
                       ADD 1 TO RSD-NUM-INGRESOS
                       ADD SRT-IMPORTE TO RSD-EFECTIVO-ENTRADA
                       IF SRT-IMPORTE > WS-UMBRAL
                           ADD 1 TO RSD-NUM-ING-UMBRAL
                           ADD SRT-IMPORTE TO RSD-ING-UMBRAL
                       END-IF
                   WHEN "REINTEGRO"
                       ADD 1 TO RSD-NUM-REINTEGROS
                       ADD SRT-IMPORTE TO RSD-EFECTIVO-SALIDA
                       IF SRT-IMPORTE > WS-UMBRAL
                           ADD 1 TO RSD-NUM-REI-UMBRAL
                           ADD SRT-IMPORTE TO RSD-REI-UMBRAL
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               PERFORM 00014-ACUMULAR-TIPO.
               IF SRT-TASA NOT = 0
                   PERFORM 00015-MARGEN-DE-CAMBIO
               END-IF.

      *        EL SALDO DE APERTURA ES EL ANTERIOR AL PRIMER APUNTE
      *        PROPIO (SE DESHACE SU EFECTO SEGUN EL TIPO) MENOS LO
      *        RECIBIDO ANTES DE EL. LOS APUNTES DE AJUSTE Y
      *        ANULACION LLEVAN EL IMPORTE CON SU PROPIO SIGNO, ASI
      *        QUE RESTARLO DESHACE SU EFECTO IGUAL QUE EN LOS ABONOS
      *        (LA DE UN INGRESO DE CHEQUE VA A CERO). LOS APUNTES SIN
      *        EFECTO EN EL SALDO DISPONIBLE NO DESHACEN NADA: EL
      *        INGRESO DE CHEQUE SOLO SUMA AL SALDO PENDIENTE Y LOS
      *        DE APERTURA, REACTIVACION, DESBLOQUEO Y REEMISION DE PIN
      *        SON DE IMPORTE CERO
           00011C-DEDUCIR-APERTURA.
               EVALUATE SRT-TIPO
                   WHEN "CHEQUE-DEP"
                   WHEN "APERTURA"
                   WHEN "REACTIVADA"
                   WHEN "DESBLOQUEO"
                   WHEN "PIN-REEMIS"
                       COMPUTE RSD-SALDO-APERTURA =
                           SRT-SALDO - WS-ENTRANTES-PREVIOS
                   WHEN "INGRESO"
                   WHEN "INTERES"
                   WHEN "ORDEN-CRE"
                   WHEN "CHEQUE-ABO"
                   WHEN "TRANSF-REC"
                   WHEN "PLAZO-VENC"
                   WHEN "PLAZO-CANC"
                   WHEN "VF-ABONO"
                   WHEN "PREST-DISP"
                   WHEN "TRANSF-DEV"
                   WHEN "TRANSF-RCH"
                   WHEN "DOMIC-DEV"
                   WHEN "COBRO-EMP"
                   WHEN "NOMINA-AB"
                   WHEN "LOTE-ABONO"
                   WHEN "BARR-CRE"
                   WHEN "AJUSTE"
                   WHEN "ANULACION"
                       COMPUTE RSD-SALDO-APERTURA =
                           SRT-SALDO - SRT-IMPORTE
                           - WS-ENTRANTES-PREVIOS
                   WHEN OTHER
                       COMPUTE RSD-SALDO-APERTURA =
                           SRT-SALDO + SRT-IMPORTE
                           - WS-ENTRANTES-PREVIOS
               END-EVALUATE.

           00012-ABRIR-DIA.
               SET WS-CORTE-ABIERTO TO TRUE.
               MOVE SRT-CUENTA TO WS-CUENTA-CORTE.
               MOVE SRT-FECHA TO WS-FECHA-CORTE.
               MOVE "S" TO WS-PRIMER-PROPIO.
               MOVE 0 TO WS-ULTIMO-SALDO.
               MOVE 0 TO WS-ENTRANTES-PREVIOS.
               MOVE 0 TO WS-ENTRANTES-POSTERIORES.
               INITIALIZE RSD-REGISTRO.
               MOVE WS-CUENTA-CORTE TO RSD-CUENTA.
               MOVE WS-FECHA-CORTE TO RSD-FECHA.
               IF WS-HAY-MAESTRO-CTA
                   MOVE WS-CUENTA-CORTE TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CTA-SUCURSAL TO RSD-SUCURSAL
                   END-READ
               END-IF.

      *        UN DIA SIN APUNTES PROPIOS (SOLO TRANSFERENCIAS
      *        RECIBIDAS) PARTE DEL CIERRE DEL ULTIMO DIA GRABADO DE
      *        LA CUENTA, DE ESTA MISMA EJECUCION O DEL RESUMEN
           00013-CERRAR-DIA.
               IF WS-PRIMER-PROPIO = "N"
                   COMPUTE RSD-SALDO-CIERRE =
                       WS-ULTIMO-SALDO + WS-ENTRANTES-POSTERIORES
                   MOVE WS-FECHA-CORTE TO RSD-ULT-ACTIVIDAD
               ELSE
                   IF WS-CUENTA-ANTERIOR = WS-CUENTA-CORTE
                       MOVE WS-CIERRE-ANTERIOR TO RSD-SALDO-APERTURA
                       MOVE WS-ULT-ANTERIOR TO RSD-ULT-ACTIVIDAD
                   ELSE
                       PERFORM 00017-BUSCAR-DIA-ANTERIOR
                   END-IF
                   COMPUTE RSD-SALDO-CIERRE =
                       RSD-SALDO-APERTURA + RSD-IMPORTE-ENTRANTES
               END-IF.
               WRITE RSD-REGISTRO
                   INVALID KEY
                       REWRITE RSD-REGISTRO
                           INVALID KEY
                               ADD 1 TO WS-MOVS-RECHAZADOS
                       END-REWRITE
               END-WRITE.
               ADD 1 TO WS-GRABADOS.
               MOVE WS-CUENTA-CORTE TO WS-CUENTA-ANTERIOR.
               MOVE RSD-SALDO-CIERRE TO WS-CIERRE-ANTERIOR.
               MOVE RSD-ULT-ACTIVIDAD TO WS-ULT-ANTERIOR.
               MOVE "N" TO WS-HAY-CORTE.

      *        TABLA DE TIPOS DEL DIA: NUMERO E IMPORTE POR TIPO DE
      *        MOVIMIENTO; LA ULTIMA POSICION RECOGE LO QUE NO CABE
           00014-ACUMULAR-TIPO.
               MOVE "N" TO WS-TIPO-OK.
               IF RSD-NUM-TIPOS > 0
                   SET RSD-IDX-TIPO TO 1
                   SEARCH RSD-TIPO-ENTRY
                       AT END CONTINUE
                       WHEN RSD-IDX-TIPO > RSD-NUM-TIPOS
                           CONTINUE
                       WHEN RSD-TT-TIPO (RSD-IDX-TIPO) = SRT-TIPO
                           SET WS-TIPO-ENCONTRADO TO TRUE
                   END-SEARCH
               END-IF.
               IF NOT WS-TIPO-ENCONTRADO
                   IF RSD-NUM-TIPOS < 14
                       ADD 1 TO RSD-NUM-TIPOS
                       SET RSD-IDX-TIPO TO RSD-NUM-TIPOS
                       MOVE SRT-TIPO TO RSD-TT-TIPO (RSD-IDX-TIPO)
                   ELSE
                       MOVE 15 TO RSD-NUM-TIPOS
                       SET RSD-IDX-TIPO TO 15
                       MOVE "OTROS" TO RSD-TT-TIPO (RSD-IDX-TIPO)
                   END-IF
               END-IF.
               ADD 1 TO RSD-TT-NUM (RSD-IDX-TIPO).
               ADD SRT-IMPORTE TO RSD-TT-IMPORTE (RSD-IDX-TIPO).

      *        LA DIVISA SE RECONOCE POR LA TASA APLICADA (COMPRA O
      *        VENTA DEL CUADRO); EL MARGEN ES LA DIFERENCIA CON LA
      *        TASA MEDIA SOBRE EL IMPORTE CONVERTIDO
           00015-MARGEN-DE-CAMBIO.
               MOVE "N" TO WS-MEDIA-OK.
               SET WS-IDX-CAM TO 1.
               SEARCH WS-CAMBIO-ENTRY
                   AT END CONTINUE
                   WHEN WS-IDX-CAM > WS-NUM-CAMBIOS
                       CONTINUE
                   WHEN WS-CC-COMPRA (WS-IDX-CAM) = SRT-TASA
                       OR WS-CC-VENTA (WS-IDX-CAM) = SRT-TASA
                       SET WS-MEDIA-ENCONTRADA TO TRUE
                       MOVE WS-CC-MEDIA (WS-IDX-CAM)
                           TO WS-TASA-MEDIA
               END-SEARCH.
               IF WS-MEDIA-ENCONTRADA
                   COMPUTE WS-DIFERENCIA-TASA =
                       SRT-TASA - WS-TASA-MEDIA
                   IF WS-DIFERENCIA-TASA < 0
                       COMPUTE WS-DIFERENCIA-TASA =
                           0 - WS-DIFERENCIA-TASA
                   END-IF
                   COMPUTE WS-MARGEN ROUNDED =
                       SRT-IMPORTE * WS-DIFERENCIA-TASA / SRT-TASA
                   ADD WS-MARGEN TO RSD-MARGEN-FX
               END-IF.

      *        COBERTURA DEL RESUMEN: EL CORTE NOCTURNO LA ALARGA
      *        HASTA LA VISPERA; UNA RECONSTRUCCION LA AMPLIA POR
      *        CUALQUIERA DE LOS DOS EXTREMOS
           00016-ACTUALIZAR-CONTROL.
               IF NOT WS-CONTROL-LEIDO
                   MOVE WS-DESDE TO WS-CONTROL-DESDE
                   MOVE WS-HASTA TO WS-CONTROL-HASTA
               ELSE
                   IF WS-DESDE < WS-CONTROL-DESDE
                       MOVE WS-DESDE TO WS-CONTROL-DESDE
                   END-IF
                   IF WS-HASTA > WS-CONTROL-HASTA
                       MOVE WS-HASTA TO WS-CONTROL-HASTA
                   END-IF
               END-IF.
               OPEN OUTPUT CONTROL-RESUMEN.
               MOVE SPACES TO RCT-REGISTRO.
               MOVE WS-CONTROL-DESDE TO RCT-DESDE.
               MOVE WS-CONTROL-HASTA TO RCT-HASTA.
               WRITE RCT-REGISTRO.
               CLOSE CONTROL-RESUMEN.

      *        ULTIMO DIA YA RESUMIDO DE LA CUENTA ANTERIOR AL DIA EN
      *        CURSO: SE RECORRE SU RESUMEN DESDE EL PRINCIPIO. LA
      *        LECTURA PISA EL REGISTRO EN CURSO, QUE SOLO LLEVA LAS
      *        TRANSFERENCIAS RECIBIDAS Y SE REHACE AL TERMINAR
           00017-BUSCAR-DIA-ANTERIOR.
               MOVE RSD-SUCURSAL TO WS-GUARDA-SUCURSAL.
               MOVE RSD-NUM-ENTRANTES TO WS-GUARDA-NUM-ENT.
               MOVE RSD-IMPORTE-ENTRANTES TO WS-GUARDA-IMP-ENT.
               MOVE 0 TO WS-CIERRE-ANTERIOR.
               MOVE 0 TO WS-ULT-ANTERIOR.
               MOVE "N" TO WS-EOF-RSD.
               MOVE WS-CUENTA-CORTE TO RSD-CUENTA.
               MOVE 0 TO RSD-FECHA.
               START RESUMEN KEY IS NOT LESS THAN RSD-CLAVE
                   INVALID KEY SET WS-FIN-RSD TO TRUE
               END-START.
               PERFORM 00017A-LEER-DIA-CUENTA.
               PERFORM 00017B-ANOTAR-DIA-CUENTA UNTIL WS-FIN-RSD.
               INITIALIZE RSD-REGISTRO.
               MOVE WS-CUENTA-CORTE TO RSD-CUENTA.
               MOVE WS-FECHA-CORTE TO RSD-FECHA.
               MOVE WS-GUARDA-SUCURSAL TO RSD-SUCURSAL.
               MOVE WS-GUARDA-NUM-ENT TO RSD-NUM-ENTRANTES.
               MOVE WS-GUARDA-IMP-ENT TO RSD-IMPORTE-ENTRANTES.
               MOVE WS-CIERRE-ANTERIOR TO RSD-SALDO-APERTURA.
               MOVE WS-ULT-ANTERIOR TO RSD-ULT-ACTIVIDAD.

           00017A-LEER-DIA-CUENTA.
               IF NOT WS-FIN-RSD
                   READ RESUMEN NEXT RECORD
                       AT END SET WS-FIN-RSD TO TRUE
                   END-READ
                   IF NOT WS-FIN-RSD
                       AND (RSD-CUENTA NOT = WS-CUENTA-CORTE
                           OR RSD-FECHA NOT < WS-FECHA-CORTE)
                       SET WS-FIN-RSD TO TRUE
                   END-IF
               END-IF.

           00017B-ANOTAR-DIA-CUENTA.
               MOVE RSD-SALDO-CIERRE TO WS-CIERRE-ANTERIOR.
               MOVE RSD-ULT-ACTIVIDAD TO WS-ULT-ANTERIOR.
               PERFORM 00017A-LEER-DIA-CUENTA.

           00018-AVANZAR-UN-DIA.
               ADD 1 TO WS-FC-DIA.
               PERFORM 00020-DIAS-DEL-MES.
               IF WS-FC-DIA > WS-DIAS-EN-MES
                   MOVE 1 TO WS-FC-DIA
                   ADD 1 TO WS-FC-MES
                   IF WS-FC-MES > 12
                       MOVE 1 TO WS-FC-MES
                       ADD 1 TO WS-FC-ANIO
                   END-IF
               END-IF.

           00019-RETROCEDER-UN-DIA.
               IF WS-FC-DIA > 1
                   SUBTRACT 1 FROM WS-FC-DIA
               ELSE
                   IF WS-FC-MES > 1
                       SUBTRACT 1 FROM WS-FC-MES
                   ELSE
                       MOVE 12 TO WS-FC-MES
                       SUBTRACT 1 FROM WS-FC-ANIO
                   END-IF
                   PERFORM 00020-DIAS-DEL-MES
                   MOVE WS-DIAS-EN-MES TO WS-FC-DIA
               END-IF.

           00020-DIAS-DEL-MES.
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

           00021-CARGAR-FESTIVOS.
               OPEN INPUT FESTIVOS.
               IF WS-STATUS-FES = "00"
                   PERFORM 00021A-LEER-FESTIVO
                       UNTIL WS-STATUS-FES NOT = "00"
                       OR WS-NUM-FESTIVOS = 100
                   CLOSE FESTIVOS
               END-IF.

           00021A-LEER-FESTIVO.
               READ FESTIVOS
                   AT END MOVE "10" TO WS-STATUS-FES
                   NOT AT END
                       ADD 1 TO WS-NUM-FESTIVOS
                       SET WS-IDX-FES TO WS-NUM-FESTIVOS
                       MOVE FES-REGISTRO
                           TO WS-FESTIVO (WS-IDX-FES)
               END-READ.

      *        DIA HABIL = NI SABADO NI DOMINGO (ZELLER: H 0 O 1)
      *        NI FECHA DEL CALENDARIO DE FESTIVOS
           00022-COMPROBAR-DIA-HABIL.
               MOVE "S" TO WS-ES-HABIL.
               MOVE WS-FC-ANIO TO WS-Z-ANIO.
               MOVE WS-FC-MES  TO WS-Z-MES.
               IF WS-Z-MES < 3
                   ADD 12 TO WS-Z-MES
                   SUBTRACT 1 FROM WS-Z-ANIO
               END-IF.
               DIVIDE WS-Z-ANIO BY 100
                   GIVING WS-Z-SIGLO REMAINDER WS-Z-ANIO2.
               COMPUTE WS-Z-T1 = 13 * (WS-Z-MES + 1).
               DIVIDE WS-Z-T1 BY 5 GIVING WS-Z-T1.
               DIVIDE WS-Z-ANIO2 BY 4 GIVING WS-Z-T2.
               DIVIDE WS-Z-SIGLO BY 4 GIVING WS-Z-T3.
               COMPUTE WS-Z-H = WS-FC-DIA + WS-Z-T1 + WS-Z-ANIO2
                   + WS-Z-T2 + WS-Z-T3 + 5 * WS-Z-SIGLO.
               DIVIDE WS-Z-H BY 7
                   GIVING WS-Z-COCIENTE REMAINDER WS-Z-H.
               IF WS-Z-H < 2
                   MOVE "N" TO WS-ES-HABIL
               ELSE
                   MOVE WS-FECHA-CALC TO WS-FECHA-COMPARA
                   IF WS-NUM-FESTIVOS > 0
                       SET WS-IDX-FES TO 1
                       SEARCH WS-FESTIVO
                           AT END CONTINUE
                           WHEN WS-IDX-FES > WS-NUM-FESTIVOS
                               CONTINUE
                           WHEN WS-FESTIVO (WS-IDX-FES)
                               = WS-FECHA-COMPARA
                               MOVE "N" TO WS-ES-HABIL
                       END-SEARCH
                   END-IF
               END-IF.

           00030-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "RESUMEN-DIA" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-MOVS-LEIDOS TO RLOG-PROCESADOS.
               MOVE WS-MOVS-RECHAZADOS TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM RESUMEN-DIA.
