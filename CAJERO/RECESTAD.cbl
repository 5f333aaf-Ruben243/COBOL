      ******************************************************************
      * Author:
      * Date:
      * Purpose: ESTADISTICA TRIMESTRAL DE RECLAMACIONES PARA EL
      *          SERVICIO DE ATENCION AL CLIENTE. EL TRIMESTRE ES EL
      *          QUE CONTIENE LA FECHA DE NEGOCIO (SE LANZA AL CIERRE
      *          DEL TRIMESTRE). POR CATEGORIA Y SUCURSAL CUENTA LAS
      *          RECLAMACIONES RECIBIDAS EN EL TRIMESTRE, LAS RESUELTAS
      *          (DENTRO Y FUERA DEL PLAZO LEGAL, Y POR SENTIDO DE LA
      *          RESOLUCION), EL IMPORTE DEVUELTO EN LAS RESUELTAS Y
      *          LAS QUE QUEDAN PENDIENTES AL CIERRE, CON LAS YA
      *          VENCIDAS. RECLAMACIONES-ESTADISTICA.TXT ES DE LONGITUD
      *          FIJA: CABECERA (1), DETALLE POR CATEGORIA Y SUCURSAL
      *          (2), TOTAL DE LA CATEGORIA (3) Y TOTAL GENERAL (9).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECESTAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMACIONES ASSIGN TO "../RECLAMACIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUMERO
           FILE STATUS IS WS-STATUS-REC.

           SELECT ESTADISTICA ASSIGN TO
           "../RECLAMACIONES-ESTADISTICA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDENACION ASSIGN TO "../RECESTAD-SORT.TMP".

      *    FECHA DE NEGOCIO EN CURSO (LA AVANZA FINDIA EN EL CIERRE)
           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

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

        FD ESTADISTICA.
         01 EST-CABECERA.
             02 EST-TIPO-REG     PIC X(01).
             02 EST-ANIO         PIC 9(04).
             02 EST-TRIMESTRE    PIC 9(01).
             02 EST-DESDE        PIC 9(08).
             02 EST-HASTA        PIC 9(08).
             02 EST-FECHA-PROCESO PIC 9(08).
             02 FILLER           PIC X(60).
         01 EST-DETALLE.
             02 DET-TIPO-REG     PIC X(01).
             02 DET-CATEGORIA    PIC X(02).
             02 DET-SUCURSAL     PIC 9(03).
             02 DET-RECIBIDAS    PIC 9(06).
             02 DET-RESUELTAS    PIC 9(06).
             02 DET-EN-PLAZO     PIC 9(06).
             02 DET-FUERA-PLAZO  PIC 9(06).
             02 DET-FAVORABLES   PIC 9(06).
             02 DET-PARCIALES    PIC 9(06).
             02 DET-DESFAVORABLES PIC 9(06).
             02 DET-NO-ADMITIDAS PIC 9(06).
             02 DET-DEVUELTO     PIC 9(11)V99.
             02 DET-PENDIENTES   PIC 9(06).
             02 DET-PEND-VENCIDAS PIC 9(06).
             02 FILLER           PIC X(11).

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

      *    UNA LINEA POR RECLAMACION CON ACTIVIDAD EN EL TRIMESTRE
        SD ORDENACION.
         01 SRT-REGISTRO.
             02 SRT-CATEGORIA  PIC X(02).
             02 SRT-SUCURSAL   PIC 9(03).
             02 SRT-RECIBIDA   PIC 9(01).
             02 SRT-RESUELTA   PIC 9(01).
             02 SRT-EN-PLAZO   PIC 9(01).
             02 SRT-RESOLUCION PIC X(01).
                 88 SRT-FAVORABLE    VALUE "F".
                 88 SRT-PARCIAL      VALUE "P".
                 88 SRT-DESFAVORABLE VALUE "D".
                 88 SRT-NO-ADMITIDA  VALUE "N".
             02 SRT-DEVUELTO   PIC S9(9)V99.
             02 SRT-PENDIENTE  PIC 9(01).
             02 SRT-VENCIDA    PIC 9(01).

       WORKING-STORAGE SECTION.

      * BITACORA DE LA CADENA NOCTURNA: HORA DE INICIO Y FIN,
      * REGISTROS TRATADOS Y RESULTADO DE LA EJECUCION
       77 WS-HORA-INICIO PIC 9(08).
       77 WS-HORA-FIN    PIC 9(08).
       77 WS-RESULTADO-RUN PIC X(02) VALUE "OK".

       77 WS-STATUS-REC PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-EOF PIC X(01) VALUE "N".
           88 WS-FIN-FICHERO VALUE "S".
       77 WS-EOF-ORD PIC X(01) VALUE "N".
           88 WS-FIN-ORD VALUE "S".

       01 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       01 WS-FECHA-NEG-DESGLOSE REDEFINES WS-FECHA-NEGOCIO.
           05 WS-FN-ANIO PIC 9(04).
           05 WS-FN-MES  PIC 9(02).
           05 WS-FN-DIA  PIC 9(02).

      * LIMITES DEL TRIMESTRE QUE CONTIENE LA FECHA DE NEGOCIO
       77 WS-TRIMESTRE PIC 9(01).
       77 WS-RESTO-MES PIC 9(02).
       01 WS-FECHA-DESDE.
           05 WS-FD-ANIO PIC 9(04).
           05 WS-FD-MES  PIC 9(02).
           05 WS-FD-DIA  PIC 9(02).
       01 WS-FECHA-DESDE-NUM REDEFINES WS-FECHA-DESDE PIC 9(08).
       01 WS-FECHA-HASTA.
           05 WS-FH-ANIO PIC 9(04).
           05 WS-FH-MES  PIC 9(02).
           05 WS-FH-DIA  PIC 9(02).
       01 WS-FECHA-HASTA-NUM REDEFINES WS-FECHA-HASTA PIC 9(08).
       01 WS-TABLA-DIAS-MES VALUE "312831303130313130313031".
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).

      * CLAVE DEL CORTE EN CURSO
       77 WS-CATEGORIA-CORTE PIC X(02).
       77 WS-SUCURSAL-CORTE PIC 9(03).
       77 WS-HAY-CORTE PIC X(01) VALUE "N".
           88 WS-CORTE-ABIERTO VALUE "S".

      * ACUMULADOS POR NIVEL: 1 SUCURSAL DENTRO DE LA CATEGORIA,
      * 2 CATEGORIA, 3 TOTAL GENERAL
       01 WS-ACUMULADOS.
           05 WS-ACUM OCCURS 3 TIMES.
               10 WS-AC-RECIBIDAS    PIC 9(06).
               10 WS-AC-RESUELTAS    PIC 9(06).
               10 WS-AC-EN-PLAZO     PIC 9(06).
               10 WS-AC-FUERA-PLAZO  PIC 9(06).
               10 WS-AC-FAVORABLES   PIC 9(06).
               10 WS-AC-PARCIALES    PIC 9(06).
               10 WS-AC-DESFAVORABLES PIC 9(06).
               10 WS-AC-NO-ADMITIDAS PIC 9(06).
               10 WS-AC-DEVUELTO     PIC S9(11)V99.
               10 WS-AC-PENDIENTES   PIC 9(06).
               10 WS-AC-PEND-VENCIDAS PIC 9(06).
       77 WS-NIVEL PIC 9(01).

       77 WS-LEIDAS PIC 9(08) VALUE 0.
       77 WS-TRATADAS PIC 9(08) VALUE 0.

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 00001-CARGAR-FECHA-NEGOCIO.
            PERFORM 00002-CALCULAR-TRIMESTRE.
            INITIALIZE WS-ACUMULADOS.

            SORT ORDENACION
                ON ASCENDING KEY SRT-CATEGORIA SRT-SUCURSAL
                INPUT PROCEDURE IS 00003-RECOGER-RECLAMACIONES
                OUTPUT PROCEDURE IS 00010-ESCRIBIR-ESTADISTICA.

            DISPLAY "TRIMESTRE            : " WS-FN-ANIO "-"
                WS-TRIMESTRE.
            DISPLAY "RECLAMACIONES LEIDAS : " WS-LEIDAS.
            DISPLAY "CON ACTIVIDAD        : " WS-TRATADAS.
            PERFORM 00030-ANOTAR-RUN-LOG.
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

      *        PRIMER DIA DEL PRIMER MES Y ULTIMO DIA DEL ULTIMO MES
      *        DEL TRIMESTRE (EL ULTIMO MES NUNCA ES FEBRERO)
           00002-CALCULAR-TRIMESTRE.
               SUBTRACT 1 FROM WS-FN-MES GIVING WS-RESTO-MES.
               DIVIDE WS-RESTO-MES BY 3 GIVING WS-TRIMESTRE.
               ADD 1 TO WS-TRIMESTRE.
               MOVE WS-FN-ANIO TO WS-FD-ANIO.
               MOVE WS-FN-ANIO TO WS-FH-ANIO.
               COMPUTE WS-FD-MES = WS-TRIMESTRE * 3 - 2.
               MOVE 1 TO WS-FD-DIA.
               COMPUTE WS-FH-MES = WS-TRIMESTRE * 3.
               MOVE WS-DIAS-MES (WS-FH-MES) TO WS-FH-DIA.

      *        PROCEDIMIENTO DE ENTRADA: RECLAMACIONES RECIBIDAS HASTA
      *        EL CIERRE DEL TRIMESTRE QUE SIGUEN ABIERTAS O SE HAN
      *        RESUELTO DENTRO DE EL
           00003-RECOGER-RECLAMACIONES.
               OPEN INPUT RECLAMACIONES.
               IF WS-STATUS-REC = "00"
                   PERFORM 00004-LEER-RECLAMACION
                   PERFORM 00005-TRATAR-RECLAMACION
                       UNTIL WS-FIN-FICHERO
                   CLOSE RECLAMACIONES
               ELSE
                   MOVE "KO" TO WS-RESULTADO-RUN
               END-IF.

           00004-LEER-RECLAMACION.
               READ RECLAMACIONES NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00005-TRATAR-RECLAMACION.
               ADD 1 TO WS-LEIDAS.
               IF REC-FECHA-ALTA NOT > WS-FECHA-HASTA-NUM
                   AND (NOT REC-RESUELTA
                   OR REC-FECHA-RESOLUCION NOT < WS-FECHA-DESDE-NUM)
                   PERFORM 00006-ANOTAR-RECLAMACION
               END-IF.
               PERFORM 00004-LEER-RECLAMACION.

           00006-ANOTAR-RECLAMACION.
               ADD 1 TO WS-TRATADAS.
               MOVE SPACES TO SRT-REGISTRO.
               MOVE REC-CATEGORIA TO SRT-CATEGORIA.
               MOVE REC-SUCURSAL TO SRT-SUCURSAL.
               MOVE 0 TO SRT-RECIBIDA SRT-RESUELTA SRT-EN-PLAZO
                   SRT-PENDIENTE SRT-VENCIDA SRT-DEVUELTO.
               IF REC-FECHA-ALTA NOT < WS-FECHA-DESDE-NUM
                   MOVE 1 TO SRT-RECIBIDA
               END-IF.
               IF REC-RESUELTA
                   AND REC-FECHA-RESOLUCION NOT > WS-FECHA-HASTA-NUM
                   MOVE 1 TO SRT-RESUELTA
                   MOVE REC-RESOLUCION TO SRT-RESOLUCION
                   MOVE REC-IMPORTE-DEVUELTO TO SRT-DEVUELTO
                   IF REC-FECHA-RESOLUCION NOT > REC-FECHA-LIMITE
                       MOVE 1 TO SRT-EN-PLAZO
                   END-IF
               ELSE
                   MOVE 1 TO SRT-PENDIENTE
                   IF REC-FECHA-LIMITE < WS-FECHA-HASTA-NUM
                       MOVE 1 TO SRT-VENCIDA
                   END-IF
               END-IF.
               RELEASE SRT-REGISTRO.

      *        PROCEDIMIENTO DE SALIDA: CORTE POR CATEGORIA Y SUCURSAL
      *        CON TOTAL DE CATEGORIA Y TOTAL GENERAL
           00010-ESCRIBIR-ESTADISTICA.
               OPEN OUTPUT ESTADISTICA.
               MOVE SPACES TO EST-CABECERA.
               MOVE "1" TO EST-TIPO-REG.
               MOVE WS-FN-ANIO TO EST-ANIO.
               MOVE WS-TRIMESTRE TO EST-TRIMESTRE.
               MOVE WS-FECHA-DESDE-NUM TO EST-DESDE.
               MOVE WS-FECHA-HASTA-NUM TO EST-HASTA.
               MOVE WS-FECHA-NEGOCIO TO EST-FECHA-PROCESO.
               WRITE EST-CABECERA.
               PERFORM 00011-RETORNAR-ORDENADO.
               PERFORM 00012-TRATAR-ORDENADO UNTIL WS-FIN-ORD.
               IF WS-CORTE-ABIERTO
                   PERFORM 00013-CERRAR-SUCURSAL
                   PERFORM 00014-CERRAR-CATEGORIA
               END-IF.
               MOVE 3 TO WS-NIVEL.
               MOVE SPACES TO WS-CATEGORIA-CORTE.
               MOVE 0 TO WS-SUCURSAL-CORTE.
               PERFORM 00016-ESCRIBIR-NIVEL.
               CLOSE ESTADISTICA.

           00011-RETORNAR-ORDENADO.
               RETURN ORDENACION
                   AT END SET WS-FIN-ORD TO TRUE
               END-RETURN.

           00012-TRATAR-ORDENADO.
               IF WS-CORTE-ABIERTO
                   IF SRT-CATEGORIA NOT = WS-CATEGORIA-CORTE
                       PERFORM 00013-CERRAR-SUCURSAL
                       PERFORM 00014-CERRAR-CATEGORIA
                   ELSE
                       IF SRT-SUCURSAL NOT = WS-SUCURSAL-CORTE
                           PERFORM 00013-CERRAR-SUCURSAL
                       END-IF
                   END-IF
               END-IF.
               SET WS-CORTE-ABIERTO TO TRUE.
               MOVE SRT-CATEGORIA TO WS-CATEGORIA-CORTE.
               MOVE SRT-SUCURSAL TO WS-SUCURSAL-CORTE.
               PERFORM 00015-SUMAR-NIVEL
                   VARYING WS-NIVEL FROM 1 BY 1 UNTIL WS-NIVEL > 3.
               PERFORM 00011-RETORNAR-ORDENADO.

           00013-CERRAR-SUCURSAL.
               MOVE 1 TO WS-NIVEL.
               PERFORM 00016-ESCRIBIR-NIVEL.
               INITIALIZE WS-ACUM (1).

           00014-CERRAR-CATEGORIA.
               MOVE 2 TO WS-NIVEL.
               MOVE 0 TO WS-SUCURSAL-CORTE.
               PERFORM 00016-ESCRIBIR-NIVEL.
               INITIALIZE WS-ACUM (2).

           00015-SUMAR-NIVEL.
               ADD SRT-RECIBIDA TO WS-AC-RECIBIDAS (WS-NIVEL).
               ADD SRT-PENDIENTE TO WS-AC-PENDIENTES (WS-NIVEL).
               ADD SRT-VENCIDA TO WS-AC-PEND-VENCIDAS (WS-NIVEL).
               IF SRT-RESUELTA = 1
                   ADD 1 TO WS-AC-RESUELTAS (WS-NIVEL)
                   ADD SRT-DEVUELTO TO WS-AC-DEVUELTO (WS-NIVEL)
                   IF SRT-EN-PLAZO = 1
                       ADD 1 TO WS-AC-EN-PLAZO (WS-NIVEL)
                   ELSE
                       ADD 1 TO WS-AC-FUERA-PLAZO (WS-NIVEL)
                   END-IF
                   EVALUATE TRUE
                       WHEN SRT-FAVORABLE
                           ADD 1 TO WS-AC-FAVORABLES (WS-NIVEL)
                       WHEN SRT-PARCIAL
                           ADD 1 TO WS-AC-PARCIALES (WS-NIVEL)
                       WHEN SRT-DESFAVORABLE
                           ADD 1 TO WS-AC-DESFAVORABLES (WS-NIVEL)
                       WHEN SRT-NO-ADMITIDA
                           ADD 1 TO WS-AC-NO-ADMITIDAS (WS-NIVEL)
                   END-EVALUATE
               END-IF.

      *        TIPO DE REGISTRO SEGUN EL NIVEL: 2 DETALLE, 3 TOTAL DE
      *        CATEGORIA (SUCURSAL 000), 9 TOTAL GENERAL
           00016-ESCRIBIR-NIVEL.
               MOVE SPACES TO EST-DETALLE.
               EVALUATE WS-NIVEL
                   WHEN 1 MOVE "2" TO DET-TIPO-REG
                   WHEN 2 MOVE "3" TO DET-TIPO-REG
                   WHEN 3 MOVE "9" TO DET-TIPO-REG
               END-EVALUATE.
               MOVE WS-CATEGORIA-CORTE TO DET-CATEGORIA.
               MOVE WS-SUCURSAL-CORTE TO DET-SUCURSAL.
               MOVE WS-AC-RECIBIDAS (WS-NIVEL) TO DET-RECIBIDAS.
               MOVE WS-AC-RESUELTAS (WS-NIVEL) TO DET-RESUELTAS.
               MOVE WS-AC-EN-PLAZO (WS-NIVEL) TO DET-EN-PLAZO.
               MOVE WS-AC-FUERA-PLAZO (WS-NIVEL) TO DET-FUERA-PLAZO.
               MOVE WS-AC-FAVORABLES (WS-NIVEL) TO DET-FAVORABLES.
               MOVE WS-AC-PARCIALES (WS-NIVEL) TO DET-PARCIALES.
               MOVE WS-AC-DESFAVORABLES (WS-NIVEL)
                   TO DET-DESFAVORABLES.
               MOVE WS-AC-NO-ADMITIDAS (WS-NIVEL) TO DET-NO-ADMITIDAS.
               MOVE WS-AC-DEVUELTO (WS-NIVEL) TO DET-DEVUELTO.
               MOVE WS-AC-PENDIENTES (WS-NIVEL) TO DET-PENDIENTES.
               MOVE WS-AC-PEND-VENCIDAS (WS-NIVEL)
                   TO DET-PEND-VENCIDAS.
               WRITE EST-DETALLE.

           00030-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "RECESTAD" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-TRATADAS TO RLOG-PROCESADOS.
               MOVE 0 TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM RECESTAD.
