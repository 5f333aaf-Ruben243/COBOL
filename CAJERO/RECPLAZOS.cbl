      ******************************************************************
      * Author:
      * Date:
      * Purpose: SEGUIMIENTO DIARIO DE LOS PLAZOS DE RESPUESTA DE LAS
      *          RECLAMACIONES DE CLIENTES (RECLAMACIONES.DAT, LAS DA
      *          DE ALTA RECADMIN CON UN PLAZO LEGAL DE DOS MESES).
      *          LISTA EN RECLAMACIONES-PLAZOS.TXT, ORDENADAS POR
      *          FECHA LIMITE, LAS NO RESUELTAS QUE YA HAN SUPERADO EL
      *          PLAZO (VENCIDA, CON LOS DIAS DE RETRASO) Y LAS QUE
      *          VENCEN DENTRO DE LOS DIAS DE AVISO DE
      *          RECLAMACIONES-PARAM.TXT (POR DEFECTO 15). AL FINAL
      *          DEJA EL TOTAL DE ABIERTAS, VENCIDAS Y PROXIMAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECPLAZOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMACIONES ASSIGN TO "../RECLAMACIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUMERO
           FILE STATUS IS WS-STATUS-REC.

      *    DIAS DE ANTELACION DEL AVISO
           SELECT PARAM-RECLAMACIONES
           ASSIGN TO "../RECLAMACIONES-PARAM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAR.

           SELECT INFORME ASSIGN TO "../RECLAMACIONES-PLAZOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDENACION ASSIGN TO "../RECPLAZOS-SORT.TMP".

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

        FD PARAM-RECLAMACIONES.
         01 PAR-REGISTRO.
             02 PAR-DIAS-AVISO PIC 9(03).

        FD INFORME.
         01 INF-LINEA PIC X(120).

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

      *    UNA LINEA POR RECLAMACION A VIGILAR
        SD ORDENACION.
         01 SRT-REGISTRO.
             02 SRT-FECHA-LIMITE PIC 9(08).
             02 SRT-NUMERO     PIC 9(08).
             02 SRT-VENCIDA    PIC X(01).
                 88 SRT-ES-VENCIDA VALUE "S".
             02 SRT-DIAS       PIC 9(04).
             02 SRT-DNI        PIC X(09).
             02 SRT-CATEGORIA  PIC X(02).
             02 SRT-SUCURSAL   PIC 9(03).
             02 SRT-GESTOR     PIC X(08).
             02 SRT-ESTADO     PIC X(01).
             02 SRT-FECHA-ALTA PIC 9(08).

       WORKING-STORAGE SECTION.

      * BITACORA DE LA CADENA NOCTURNA: HORA DE INICIO Y FIN,
      * REGISTROS TRATADOS Y RESULTADO DE LA EJECUCION
       77 WS-HORA-INICIO PIC 9(08).
       77 WS-HORA-FIN    PIC 9(08).
       77 WS-RESULTADO-RUN PIC X(02) VALUE "OK".

       77 WS-STATUS-REC PIC X(02).
       77 WS-STATUS-PAR PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-EOF PIC X(01) VALUE "N".
           88 WS-FIN-FICHERO VALUE "S".
       77 WS-EOF-ORD PIC X(01) VALUE "N".
           88 WS-FIN-ORD VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.

      * DIAS DE AVISO ANTES DEL VENCIMIENTO (RECLAMACIONES-PARAM.TXT)
       77 WS-DIAS-AVISO PIC 9(03) VALUE 15.

      * DIAS NATURALES ENTRE DOS FECHAS, AVANZANDO DIA A DIA
       01 WS-FECHA-CALCULO.
           05 WS-FC-ANIO PIC 9(04).
           05 WS-FC-MES  PIC 9(02).
           05 WS-FC-DIA  PIC 9(02).
       01 WS-FECHA-CALCULO-NUM REDEFINES WS-FECHA-CALCULO PIC 9(08).
       77 WS-FECHA-HASTA PIC 9(08).
       01 WS-TABLA-DIAS-MES VALUE "312831303130313130313031".
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77 WS-DIAS-EN-MES PIC 9(02).
       77 WS-TEMP-DIVISION PIC 9(04).
       77 WS-RESTO-ANIO PIC 9(04).
       77 WS-DIAS-CONTADOS PIC 9(04).

      * TOTALES DEL INFORME
       77 WS-LEIDAS PIC 9(08) VALUE 0.
       77 WS-ABIERTAS PIC 9(06) VALUE 0.
       77 WS-VENCIDAS PIC 9(06) VALUE 0.
       77 WS-PROXIMAS PIC 9(06) VALUE 0.
       77 WS-NUM-VIS PIC ZZZZZ9.
       77 WS-DIAS-VIS PIC ZZZ9.
       77 WS-SITUACION-TXT PIC X(10).

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 00001-CARGAR-PARAMETROS.

            SORT ORDENACION
                ON ASCENDING KEY SRT-FECHA-LIMITE SRT-NUMERO
                INPUT PROCEDURE IS 00002-RECOGER-RECLAMACIONES
                OUTPUT PROCEDURE IS 00010-LISTAR-PLAZOS.

            DISPLAY "RECLAMACIONES LEIDAS : " WS-LEIDAS.
            DISPLAY "ABIERTAS             : " WS-ABIERTAS.
            DISPLAY "FUERA DE PLAZO       : " WS-VENCIDAS.
            DISPLAY "PROXIMAS A VENCER    : " WS-PROXIMAS.
            PERFORM 00030-ANOTAR-RUN-LOG.
            STOP RUN.

           00001-CARGAR-PARAMETROS.
               OPEN INPUT PARAM-RECLAMACIONES.
               IF WS-STATUS-PAR = "00"
                   READ PARAM-RECLAMACIONES
                       AT END CONTINUE
                       NOT AT END
                           IF PAR-DIAS-AVISO IS NUMERIC
                               MOVE PAR-DIAS-AVISO TO WS-DIAS-AVISO
                           END-IF
                   END-READ
                   CLOSE PARAM-RECLAMACIONES
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

      *        PROCEDIMIENTO DE ENTRADA: RECLAMACIONES NO RESUELTAS
      *        VENCIDAS O DENTRO DE LOS DIAS DE AVISO
           00002-RECOGER-RECLAMACIONES.
               OPEN INPUT RECLAMACIONES.
               IF WS-STATUS-REC = "00"
                   PERFORM 00003-LEER-RECLAMACION
                   PERFORM 00004-TRATAR-RECLAMACION
                       UNTIL WS-FIN-FICHERO
                   CLOSE RECLAMACIONES
               ELSE
                   MOVE "KO" TO WS-RESULTADO-RUN
               END-IF.

           00003-LEER-RECLAMACION.
               READ RECLAMACIONES NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00004-TRATAR-RECLAMACION.
               ADD 1 TO WS-LEIDAS.
               IF NOT REC-RESUELTA
                   ADD 1 TO WS-ABIERTAS
                   MOVE SPACES TO SRT-REGISTRO
                   IF REC-FECHA-LIMITE < WS-FECHA-NEGOCIO
                       MOVE REC-FECHA-LIMITE TO WS-FECHA-CALCULO-NUM
                       MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HASTA
                       PERFORM 00012-CONTAR-DIAS
                       MOVE "S" TO SRT-VENCIDA
                       ADD 1 TO WS-VENCIDAS
                       PERFORM 00005-ANOTAR-RECLAMACION
                   ELSE
                       MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CALCULO-NUM
                       MOVE REC-FECHA-LIMITE TO WS-FECHA-HASTA
                       PERFORM 00012-CONTAR-DIAS
                       IF WS-DIAS-CONTADOS NOT > WS-DIAS-AVISO
                           MOVE "N" TO SRT-VENCIDA
                           ADD 1 TO WS-PROXIMAS
                           PERFORM 00005-ANOTAR-RECLAMACION
                       END-IF
                   END-IF
               END-IF.
               PERFORM 00003-LEER-RECLAMACION.

           00005-ANOTAR-RECLAMACION.
               MOVE REC-FECHA-LIMITE TO SRT-FECHA-LIMITE.
               MOVE REC-NUMERO TO SRT-NUMERO.
               MOVE WS-DIAS-CONTADOS TO SRT-DIAS.
               MOVE REC-DNI TO SRT-DNI.
               MOVE REC-CATEGORIA TO SRT-CATEGORIA.
               MOVE REC-SUCURSAL TO SRT-SUCURSAL.
               MOVE REC-GESTOR TO SRT-GESTOR.
               MOVE REC-ESTADO TO SRT-ESTADO.
               MOVE REC-FECHA-ALTA TO SRT-FECHA-ALTA.
               RELEASE SRT-REGISTRO.

      *        PROCEDIMIENTO DE SALIDA: UNA LINEA POR RECLAMACION, LAS
      *        MAS ANTIGUAS PRIMERO, Y TOTALES AL FINAL
           00010-LISTAR-PLAZOS.
               OPEN OUTPUT INFORME.
               MOVE SPACES TO INF-LINEA.
               STRING "PLAZOS DE RESPUESTA DE RECLAMACIONES A "
                   WS-FECHA-NEGOCIO
                   "  (AVISO A " WS-DIAS-AVISO " DIAS)"
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "NUMERO   ENTRADA  LIMITE   SITUACION  DIAS "
                   "DNI       CAT SUC GESTOR   EST"
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               PERFORM 00011-RETORNAR-ORDENADO.
               PERFORM 00013-LINEA-RECLAMACION UNTIL WS-FIN-ORD.
               MOVE SPACES TO INF-LINEA.
               MOVE WS-ABIERTAS TO WS-NUM-VIS.
               STRING "TOTAL ABIERTAS " WS-NUM-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               MOVE WS-VENCIDAS TO WS-NUM-VIS.
               STRING "FUERA DE PLAZO " WS-NUM-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               MOVE WS-PROXIMAS TO WS-NUM-VIS.
               STRING "PROXIMAS       " WS-NUM-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               CLOSE INFORME.

           00011-RETORNAR-ORDENADO.
               RETURN ORDENACION
                   AT END SET WS-FIN-ORD TO TRUE
               END-RETURN.

      *        DIAS NATURALES DESDE WS-FECHA-CALCULO HASTA
      *        WS-FECHA-HASTA (TOPE 9999)
           00012-CONTAR-DIAS.
               MOVE 0 TO WS-DIAS-CONTADOS.
               PERFORM 00012A-AVANZAR-UN-DIA
                   UNTIL WS-FECHA-CALCULO-NUM NOT < WS-FECHA-HASTA
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

           00013-LINEA-RECLAMACION.
               IF SRT-ES-VENCIDA
                   MOVE "VENCIDA" TO WS-SITUACION-TXT
               ELSE
                   MOVE "VENCE EN" TO WS-SITUACION-TXT
               END-IF.
               MOVE SRT-DIAS TO WS-DIAS-VIS.
               MOVE SPACES TO INF-LINEA.
               STRING SRT-NUMERO " " SRT-FECHA-ALTA " "
                   SRT-FECHA-LIMITE " " WS-SITUACION-TXT " "
                   WS-DIAS-VIS " " SRT-DNI " " SRT-CATEGORIA "  "
                   SRT-SUCURSAL " " SRT-GESTOR " " SRT-ESTADO
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               PERFORM 00011-RETORNAR-ORDENADO.

           00030-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "RECPLAZOS" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-LEIDAS TO RLOG-PROCESADOS.
               MOVE WS-VENCIDAS TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM RECPLAZOS.
