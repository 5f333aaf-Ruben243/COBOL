      ******************************************************************
      * Author:
      * Date:
      * Purpose: INFORME MENSUAL DE TRANSFERENCIAS SALIENTES SIN
      *          RESPUESTA: RECORRE TRANSF-SALIDA.DAT Y LISTA EN
      *          REMESA-PENDIENTES.TXT LAS QUE SIGUEN ENVIADAS, SIN
      *          CONFIRMACION NI DEVOLUCION DE LA ENTIDAD DESTINATARIA,
      *          MAS DE N DIAS NATURALES DESPUES DE SU ENSOBRADO
      *          (REMESA-DIAS-PENDIENTE.TXT, 10 DIAS POR DEFECTO),
      *          CON LOS DIAS QUE LLEVAN ABIERTAS Y EL TOTAL PENDIENTE.
      *          LAS ENVIADAS POR IBAN MUESTRAN EL IBAN DEL
      *          BENEFICIARIO AL FINAL DE LA LINEA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESA-PENDIENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENVIADAS ASSIGN TO "../TRANSF-SALIDA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TSA-CLAVE
           FILE STATUS IS WS-STATUS-TSA.

           SELECT PARAM-DIAS ASSIGN TO "../REMESA-DIAS-PENDIENTE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAR.

           SELECT INFORME ASSIGN TO "../REMESA-PENDIENTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD ENVIADAS.
         01 TSA-REGISTRO.
             02 TSA-CLAVE.
                 03 TSA-FECHA          PIC X(08).
                 03 TSA-CUENTA-ORIGEN  PIC X(11).
                 03 TSA-CUENTA-DESTINO PIC X(11).
                 03 TSA-IMPORTE        PIC X(11).
                 03 TSA-SECUENCIA      PIC 9(06).
                 03 TSA-LINEA          PIC 9(08).
             02 TSA-CONCEPTO     PIC X(20).
             02 TSA-FECHA-ENVIO  PIC 9(08).
             02 TSA-ESTADO       PIC X(01).
                 88 TSA-ENVIADA    VALUE "E".
                 88 TSA-CONFIRMADA VALUE "C".
                 88 TSA-DEVUELTA   VALUE "D".
             02 TSA-MOTIVO       PIC X(02).
             02 TSA-FECHA-ESTADO PIC 9(08).
             02 TSA-IBAN-DESTINO PIC X(34).

        FD PARAM-DIAS.
         01 PAR-DIAS PIC 9(03).

        FD INFORME.
         01 INF-LINEA PIC X(130).

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
       77 WS-RESULTADO-RUN PIC X(02) VALUE "OK".

       77 WS-STATUS-TSA PIC X(02).
       77 WS-STATUS-PAR PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-EOF-TSA PIC X(01) VALUE "N".
           88 WS-FIN-TSA VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       77 WS-DIAS-PENDIENTE PIC 9(03) VALUE 10.

      * DIAS NATURALES DESDE EL ENSOBRADO, AVANZANDO DIA A DIA
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
       77 WS-DIAS-ABIERTA PIC 9(03).

       77 WS-IMPORTE-NUM PIC 9(09)V99.
       77 WS-IMPORTE-X REDEFINES WS-IMPORTE-NUM PIC X(11).
       77 WS-IMPORTE-VIS PIC ZZZZZZZZ9.99.
       77 WS-TOTAL-VIS PIC ZZZZZZZZZZ9.99.

       77 WS-EXAMINADAS PIC 9(08) VALUE 0.
       77 WS-PENDIENTES PIC 9(06) VALUE 0.
       77 WS-TOTAL-PENDIENTE PIC 9(11)V99 VALUE 0.

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 00001-CARGAR-PARAMETROS.
            OPEN OUTPUT INFORME.
            PERFORM 00002-ENCABEZADO.
            OPEN INPUT ENVIADAS.
            IF WS-STATUS-TSA = "00"
                PERFORM 00003-LEER-ENVIADA
                PERFORM 00004-EXAMINAR-ENVIADA UNTIL WS-FIN-TSA
                CLOSE ENVIADAS
            END-IF.
            PERFORM 00006-TOTALES.
            CLOSE INFORME.
            DISPLAY "TRANSFERENCIAS EXAMINADAS: " WS-EXAMINADAS.
            DISPLAY "SIN RESPUESTA TRAS " WS-DIAS-PENDIENTE
                " DIAS: " WS-PENDIENTES.
            PERFORM 00015-ANOTAR-RUN-LOG.
            STOP RUN.

           00001-CARGAR-PARAMETROS.
               OPEN INPUT PARAM-DIAS.
               IF WS-STATUS-PAR = "00"
                   READ PARAM-DIAS
                       AT END CONTINUE
                       NOT AT END MOVE PAR-DIAS
                           TO WS-DIAS-PENDIENTE
                   END-READ
                   CLOSE PARAM-DIAS
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

           00002-ENCABEZADO.
               MOVE SPACES TO INF-LINEA.
               STRING "TRANSFERENCIAS SALIENTES SIN RESPUESTA A "
                   WS-FECHA-NEGOCIO " (MAS DE " WS-DIAS-PENDIENTE
                   " DIAS)"
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "FECHA    ORIGEN      DESTINO     "
                   "     IMPORTE CONCEPTO             ENVIO  DIAS"
                   " IBAN DESTINO"
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.

           00003-LEER-ENVIADA.
               READ ENVIADAS NEXT RECORD
                   AT END SET WS-FIN-TSA TO TRUE
               END-READ.

           00004-EXAMINAR-ENVIADA.
               ADD 1 TO WS-EXAMINADAS.
               IF TSA-ENVIADA
                   MOVE TSA-FECHA-ENVIO TO WS-FECHA-CALCULO-NUM
                   MOVE 0 TO WS-DIAS-ABIERTA
                   PERFORM 00007-AVANZAR-UN-DIA
                       UNTIL WS-FECHA-CALCULO-NUM NOT < WS-FECHA-NEGOCIO
                       OR WS-DIAS-ABIERTA = 999
                   IF WS-DIAS-ABIERTA > WS-DIAS-PENDIENTE
                       PERFORM 00005-LISTAR-PENDIENTE
                   END-IF
               END-IF.
               PERFORM 00003-LEER-ENVIADA.

           00005-LISTAR-PENDIENTE.
               ADD 1 TO WS-PENDIENTES.
               MOVE 0 TO WS-IMPORTE-NUM.
               IF TSA-IMPORTE IS NUMERIC
                   MOVE TSA-IMPORTE TO WS-IMPORTE-X
               END-IF.
               ADD WS-IMPORTE-NUM TO WS-TOTAL-PENDIENTE.
               MOVE WS-IMPORTE-NUM TO WS-IMPORTE-VIS.
               MOVE SPACES TO INF-LINEA.
               STRING TSA-FECHA " " TSA-CUENTA-ORIGEN " "
                   TSA-CUENTA-DESTINO " " WS-IMPORTE-VIS " "
                   TSA-CONCEPTO " " TSA-SECUENCIA " " WS-DIAS-ABIERTA
                   " " TSA-IBAN-DESTINO
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.

           00006-TOTALES.
               MOVE WS-TOTAL-PENDIENTE TO WS-TOTAL-VIS.
               MOVE SPACES TO INF-LINEA.
               STRING "TOTAL PENDIENTE: " WS-PENDIENTES
                   " TRANSFERENCIAS POR " WS-TOTAL-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.

           00007-AVANZAR-UN-DIA.
               PERFORM 00008-DIAS-DEL-MES.
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
               ADD 1 TO WS-DIAS-ABIERTA.

           00008-DIAS-DEL-MES.
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

           00015-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "REMESA-PEND" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-EXAMINADAS TO RLOG-PROCESADOS.
               MOVE WS-PENDIENTES TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM REMESA-PENDIENTES.
