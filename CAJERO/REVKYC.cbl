      ******************************************************************
      * Author:
      * Date:
      * Purpose: INFORME MENSUAL DE DOCUMENTOS DE IDENTIDAD Y REVISION
      *          KYC: RECORRE EL MAESTRO DE CLIENTES (CLIENTES.DAT) Y
      *          LISTA EN REVISION-KYC.TXT LOS CLIENTES ACTIVOS CON EL
      *          DOCUMENTO CADUCADO, SIN CADUCIDAD REGISTRADA O QUE
      *          CADUCA EN LOS PROXIMOS 30 DIAS, Y AQUELLOS CUYA
      *          REVISION PERIODICA DE DATOS ESTA VENCIDA O NO SE HA
      *          HECHO NUNCA. LA PERIODICIDAD POR NIVEL DE RIESGO Y LOS
      *          DIAS DE GRACIA SE TOMAN DE KYC-PARAMETROS.TXT (12, 36
      *          Y 60 MESES PARA RIESGO ALTO, MEDIO Y BAJO, 30 DIAS DE
      *          GRACIA POR DEFECTO), LOS MISMOS QUE APLICA EL CAJERO
      *          AL IDENTIFICAR AL CLIENTE. LOS CLIENTES DE BAJA O
      *          FALLECIDOS NO SE LISTAN. LA FECHA DE REFERENCIA ES
      *          LA DE NEGOCIO DE FECHA-NEGOCIO.TXT (LA DEL SISTEMA SI
      *          NO EXISTE), LA MISMA QUE USA EL CAJERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVKYC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "../CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-DNI
           ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
           FILE STATUS IS WS-STATUS-CLI.

      *    PERIODICIDAD DE LA REVISION KYC POR NIVEL DE RIESGO (MESES)
      *    Y DIAS DE GRACIA TRAS LA CADUCIDAD DEL DOCUMENTO
           SELECT PARAM-KYC ASSIGN TO "../KYC-PARAMETROS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-KYC.

           SELECT REPORTE-KYC ASSIGN TO "../REVISION-KYC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    FECHA DE NEGOCIO EN CURSO (LA AVANZA FINDIA EN EL CIERRE)
           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

       DATA DIVISION.
       FILE SECTION.
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

        FD PARAM-KYC.
         01 KYC-REGISTRO.
             02 KYC-MESES-ALTO  PIC 9(02).
             02 FILLER          PIC X(01).
             02 KYC-MESES-MEDIO PIC 9(02).
             02 FILLER          PIC X(01).
             02 KYC-MESES-BAJO  PIC 9(02).
             02 FILLER          PIC X(01).
             02 KYC-GRACIA      PIC 9(03).

        FD REPORTE-KYC.
         01 REP-LINEA PIC X(110).

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CLI PIC X(02).
       77 WS-STATUS-KYC PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-EOF-CLI PIC X(01) VALUE "N".
           88 WS-FIN-CLI VALUE "S".

       77 WS-KYC-MESES-ALTO  PIC 9(02) VALUE 12.
       77 WS-KYC-MESES-MEDIO PIC 9(02) VALUE 36.
       77 WS-KYC-MESES-BAJO  PIC 9(02) VALUE 60.
       77 WS-KYC-GRACIA      PIC 9(03) VALUE 30.
       77 WS-DIAS-AVISO      PIC 9(03) VALUE 30.
       77 WS-KYC-MESES       PIC 9(02).
       77 WS-KYC-TOTAL-MESES PIC 9(04).
       77 WS-KYC-ANIOS       PIC 9(04).
       77 WS-KYC-RESTO-MES   PIC 9(02).

       77 WS-CLIENTES-LEIDOS     PIC 9(05) VALUE 0.
       77 WS-CLIENTES-LISTADOS   PIC 9(05) VALUE 0.
       77 WS-DOC-SIN-CADUCIDAD   PIC 9(05) VALUE 0.
       77 WS-DOC-BLOQUEADOS      PIC 9(05) VALUE 0.
       77 WS-DOC-EN-GRACIA       PIC 9(05) VALUE 0.
       77 WS-DOC-AVISO           PIC 9(05) VALUE 0.
       77 WS-REVISIONES-VENCIDAS PIC 9(05) VALUE 0.

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).
       01 WS-FECHA-HOY PIC 9(08).
      * HOY MAS LOS DIAS DE AVISO: LO QUE CADUCA ANTES ENTRA EN EL
      * INFORME
       01 WS-FECHA-LIMITE-AVISO PIC 9(08).

      * AVANCE DIA A DIA DESDE LA CADUCIDAD DEL DOCUMENTO
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

      * VENCIMIENTO DE LA REVISION: ULTIMA REVISION MAS LOS MESES
      * DEL NIVEL DE RIESGO
       01 WS-KYC-VENCE.
           05 WS-KYC-V-ANIO PIC 9(04).
           05 WS-KYC-V-MES  PIC 9(02).
           05 WS-KYC-V-DIA  PIC 9(02).
       01 WS-KYC-VENCE-NUM REDEFINES WS-KYC-VENCE PIC 9(08).

       01 WS-LINEA-DETALLE.
           05 WS-LD-DNI       PIC X(09).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-LD-APELLIDO  PIC X(15).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-LD-NOMBRE    PIC X(11).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-LD-TIPO-DOC  PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-LD-RIESGO    PIC X(01).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-LD-CADUCIDAD PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-LD-KYC       PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-LD-NOTA-DOC  PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-LD-NOTA-KYC  PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 00001-CARGAR-PARAMETRO.
            OPEN INPUT CLIENTES.
            IF WS-STATUS-CLI NOT = "00"
                DISPLAY "NO EXISTE EL MAESTRO DE CLIENTES"
                STOP RUN
            END-IF.
            OPEN OUTPUT REPORTE-KYC.
            PERFORM 00003-ENCABEZADO.

            MOVE LOW-VALUES TO CLI-DNI.
            START CLIENTES KEY IS NOT LESS THAN CLI-DNI
                INVALID KEY SET WS-FIN-CLI TO TRUE
            END-START.
            IF NOT WS-FIN-CLI
                PERFORM 00004-LEER-CLIENTE
            END-IF.
            PERFORM 00005-EXAMINAR-CLIENTE UNTIL WS-FIN-CLI.

            PERFORM 00009-TOTALES.
            CLOSE CLIENTES, REPORTE-KYC.
            DISPLAY "CLIENTES EXAMINADOS: " WS-CLIENTES-LEIDOS
                " LISTADOS: " WS-CLIENTES-LISTADOS.
            DISPLAY "DOCUMENTOS BLOQUEADOS: " WS-DOC-BLOQUEADOS
                " EN GRACIA: " WS-DOC-EN-GRACIA
                " REVISIONES VENCIDAS: " WS-REVISIONES-VENCIDAS.
            STOP RUN.

           00001-CARGAR-PARAMETRO.
               OPEN INPUT PARAM-KYC.
               IF WS-STATUS-KYC = "00"
                   READ PARAM-KYC
                       AT END CONTINUE
                       NOT AT END
                           IF KYC-MESES-ALTO IS NUMERIC
                               AND KYC-MESES-ALTO > 0
                               MOVE KYC-MESES-ALTO
                                   TO WS-KYC-MESES-ALTO
                           END-IF
                           IF KYC-MESES-MEDIO IS NUMERIC
                               AND KYC-MESES-MEDIO > 0
                               MOVE KYC-MESES-MEDIO
                                   TO WS-KYC-MESES-MEDIO
                           END-IF
                           IF KYC-MESES-BAJO IS NUMERIC
                               AND KYC-MESES-BAJO > 0
                               MOVE KYC-MESES-BAJO
                                   TO WS-KYC-MESES-BAJO
                           END-IF
                           IF KYC-GRACIA IS NUMERIC
                               MOVE KYC-GRACIA TO WS-KYC-GRACIA
                           END-IF
                   END-READ
                   CLOSE PARAM-KYC
               END-IF.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE WS-FECHA-SISTEMA TO WS-FECHA-HOY.
               OPEN INPUT FECHA-NEGOCIO.
               IF WS-STATUS-FNG = "00"
                   READ FECHA-NEGOCIO
                       AT END CONTINUE
                       NOT AT END MOVE FNG-REGISTRO TO WS-FECHA-HOY
                   END-READ
                   CLOSE FECHA-NEGOCIO
               END-IF.
               MOVE WS-FECHA-HOY TO WS-FECHA-CALC-NUM.
               PERFORM 00006-AVANZAR-UN-DIA WS-DIAS-AVISO TIMES.
               MOVE WS-FECHA-CALC-NUM TO WS-FECHA-LIMITE-AVISO.

           00003-ENCABEZADO.
               MOVE "INFORME DE DOCUMENTOS Y REVISION KYC DE CLIENTES"
                   TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "FECHA " WS-FECHA-HOY " - REVISION CADA "
                   WS-KYC-MESES-ALTO "/" WS-KYC-MESES-MEDIO "/"
                   WS-KYC-MESES-BAJO " MESES (RIESGO A/M/B), GRACIA "
                   WS-KYC-GRACIA " DIAS"
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "DNI        APELLIDO        NOMBRE       T  R  "
                   "CADUCA    ULT.KYC   DOCUMENTO             "
                   "REVISION" DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

           00004-LEER-CLIENTE.
               READ CLIENTES NEXT RECORD
                   AT END SET WS-FIN-CLI TO TRUE
               END-READ.

      *        SOLO LOS CLIENTES ACTIVOS; UNA LINEA SI EL DOCUMENTO O
      *        LA REVISION (O AMBOS) REQUIEREN ATENCION
           00005-EXAMINAR-CLIENTE.
               ADD 1 TO WS-CLIENTES-LEIDOS.
               IF CLI-ESTA-ACTIVO
                   PERFORM 00007-CLASIFICAR-DOCUMENTO
                   PERFORM 00010-CLASIFICAR-REVISION
                   IF WS-LD-NOTA-DOC NOT = SPACES
                       OR WS-LD-NOTA-KYC NOT = SPACES
                       PERFORM 00008-LINEA-DETALLE
                   END-IF
               END-IF.
               PERFORM 00004-LEER-CLIENTE.

      *        CADUCADO MAS ALLA DE LA GRACIA EL CAJERO YA BLOQUEA LAS
      *        OPERACIONES DE SALIDA; DENTRO DE ELLA SOLO AVISA
           00007-CLASIFICAR-DOCUMENTO.
               MOVE SPACES TO WS-LD-NOTA-DOC.
               IF CLI-CADUCIDAD-DOC = 0
                   ADD 1 TO WS-DOC-SIN-CADUCIDAD
                   MOVE "SIN CADUCIDAD" TO WS-LD-NOTA-DOC
               ELSE
               IF CLI-CADUCIDAD-DOC NOT > WS-FECHA-HOY
                   MOVE CLI-CADUCIDAD-DOC TO WS-FECHA-CALC-NUM
                   PERFORM 00006-AVANZAR-UN-DIA WS-KYC-GRACIA TIMES
                   IF WS-FECHA-CALC-NUM < WS-FECHA-HOY
                       ADD 1 TO WS-DOC-BLOQUEADOS
                       MOVE "CADUCADO-BLOQUEADO" TO WS-LD-NOTA-DOC
                   ELSE
                       ADD 1 TO WS-DOC-EN-GRACIA
                       MOVE "CADUCADO EN GRACIA" TO WS-LD-NOTA-DOC
                   END-IF
               ELSE
               IF CLI-CADUCIDAD-DOC NOT > WS-FECHA-LIMITE-AVISO
                   ADD 1 TO WS-DOC-AVISO
                   MOVE "CADUCA PRONTO" TO WS-LD-NOTA-DOC
               END-IF
               END-IF
               END-IF.

      *        LA REVISION VENCE A LOS MESES QUE MARCA EL RIESGO
      *        CONTADOS DESDE LA ULTIMA
           00010-CLASIFICAR-REVISION.
               MOVE SPACES TO WS-LD-NOTA-KYC.
               EVALUATE TRUE
                   WHEN CLI-RIESGO-ALTO
                       MOVE WS-KYC-MESES-ALTO TO WS-KYC-MESES
                   WHEN CLI-RIESGO-BAJO
                       MOVE WS-KYC-MESES-BAJO TO WS-KYC-MESES
                   WHEN OTHER
                       MOVE WS-KYC-MESES-MEDIO TO WS-KYC-MESES
               END-EVALUATE.
               IF CLI-FECHA-KYC = 0
                   ADD 1 TO WS-REVISIONES-VENCIDAS
                   MOVE "SIN REVISION" TO WS-LD-NOTA-KYC
               ELSE
                   MOVE CLI-FECHA-KYC TO WS-KYC-VENCE-NUM
                   COMPUTE WS-KYC-TOTAL-MESES =
                       WS-KYC-V-MES - 1 + WS-KYC-MESES
                   DIVIDE WS-KYC-TOTAL-MESES BY 12
                       GIVING WS-KYC-ANIOS REMAINDER WS-KYC-RESTO-MES
                   ADD WS-KYC-ANIOS TO WS-KYC-V-ANIO
                   COMPUTE WS-KYC-V-MES = WS-KYC-RESTO-MES + 1
                   IF WS-KYC-VENCE-NUM NOT > WS-FECHA-HOY
                       ADD 1 TO WS-REVISIONES-VENCIDAS
                       MOVE "REVISION VENCIDA" TO WS-LD-NOTA-KYC
                   END-IF
               END-IF.

           00008-LINEA-DETALLE.
               ADD 1 TO WS-CLIENTES-LISTADOS.
               MOVE CLI-DNI      TO WS-LD-DNI.
               MOVE CLI-APELLIDO TO WS-LD-APELLIDO.
               MOVE CLI-NOMBRE   TO WS-LD-NOMBRE.
               MOVE CLI-TIPO-DOC TO WS-LD-TIPO-DOC.
               MOVE CLI-RIESGO   TO WS-LD-RIESGO.
               MOVE CLI-CADUCIDAD-DOC TO WS-LD-CADUCIDAD.
               MOVE CLI-FECHA-KYC TO WS-LD-KYC.
               MOVE WS-LINEA-DETALLE TO REP-LINEA.
               WRITE REP-LINEA.

           00009-TOTALES.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "CLIENTES EXAMINADOS: " WS-CLIENTES-LEIDOS
                   "   LISTADOS: " WS-CLIENTES-LISTADOS
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "DOCUMENTO SIN CADUCIDAD REGISTRADA: "
                   WS-DOC-SIN-CADUCIDAD
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "CADUCADOS FUERA DE GRACIA (BLOQUEADOS): "
                   WS-DOC-BLOQUEADOS
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "CADUCADOS DENTRO DE LA GRACIA: "
                   WS-DOC-EN-GRACIA
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "CADUCAN EN EL PLAZO DE AVISO: "
                   WS-DOC-AVISO
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "REVISIONES KYC VENCIDAS O SIN HACER: "
                   WS-REVISIONES-VENCIDAS
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

           00006-AVANZAR-UN-DIA.
               ADD 1 TO WS-FC-DIA.
               PERFORM 00006A-DIAS-DEL-MES.
               IF WS-FC-DIA > WS-DIAS-EN-MES
                   MOVE 1 TO WS-FC-DIA
                   ADD 1 TO WS-FC-MES
                   IF WS-FC-MES > 12
                       MOVE 1 TO WS-FC-MES
                       ADD 1 TO WS-FC-ANIO
                   END-IF
               END-IF.

           00006A-DIAS-DEL-MES.
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

       END PROGRAM REVKYC.
