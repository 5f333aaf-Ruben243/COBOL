      ******************************************************************
      * Author:
      * Date:
      * Purpose: INFORME MENSUAL DE PINES DE OPERADOR: RECORRE EL
      *          MAESTRO DE CAJEROS (TELLER.DAT) Y LISTA EN
      *          PIN-CAJEROS.TXT LOS IDS BLOQUEADOS POR INTENTOS
      *          FALLIDOS, LOS QUE TIENEN EL PIN CADUCADO O PENDIENTE
      *          DE PRIMER CAMBIO Y LOS QUE CADUCAN EN LOS PROXIMOS
      *          30 DIAS. LA VALIDEZ DEL PIN SE TOMA DE
      *          PIN-CAJERO-DIAS.TXT (90 DIAS POR DEFECTO), LA MISMA
      *          QUE APLICA EL CAJERO AL IDENTIFICAR AL OPERADOR. LOS
      *          CAJEROS DADOS DE BAJA NO SE LISTAN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADUCPIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJEROS ASSIGN TO "../TELLER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

      *    DIAS DE VALIDEZ DEL PIN DE OPERADOR
           SELECT VALIDEZ-PIN ASSIGN TO "../PIN-CAJERO-DIAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VPN.

           SELECT REPORTE-PIN ASSIGN TO "../PIN-CAJEROS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD CAJEROS.
         01 CAJ-REGISTRO.
             02 CAJ-ID     PIC X(08).
             02 CAJ-NOMBRE PIC A(15).
             02 CAJ-PIN    PIC 9(04).
             02 CAJ-ROL    PIC X(01).
                 88 CAJ-ES-CAJERO     VALUE "C".
                 88 CAJ-ES-SUPERVISOR VALUE "S".
             02 CAJ-ACTIVO PIC X(01).
                 88 CAJ-ESTA-ACTIVO   VALUE "A".
                 88 CAJ-BLOQUEADO     VALUE "L".
             02 CAJ-FECHA-PIN PIC 9(08).
             02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
             02 CAJ-PIN-ANTERIOR PIC 9(04) OCCURS 3 TIMES.
             02 CAJ-EMPLEADO PIC 9(06).

        FD VALIDEZ-PIN.
         01 VPN-REGISTRO PIC 9(03).

        FD REPORTE-PIN.
         01 REP-LINEA PIC X(70).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-VPN PIC X(02).
       77 WS-EOF-CAJ PIC X(01) VALUE "N".
           88 WS-FIN-CAJ VALUE "S".

       77 WS-DIAS-VALIDEZ-PIN PIC 9(03) VALUE 90.
       77 WS-DIAS-AVISO       PIC 9(03) VALUE 30.
       77 WS-CAJEROS-LEIDOS    PIC 9(05) VALUE 0.
       77 WS-CAJEROS-BLOQUEADOS PIC 9(05) VALUE 0.
       77 WS-CAJEROS-CADUCADOS PIC 9(05) VALUE 0.
       77 WS-CAJEROS-AVISO     PIC 9(05) VALUE 0.

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).
       01 WS-FECHA-HOY PIC 9(08).
      * HOY MAS LOS DIAS DE AVISO: LO QUE CADUCA ANTES ENTRA EN EL
      * INFORME
       01 WS-FECHA-LIMITE-AVISO PIC 9(08).

      * AVANCE DIA A DIA DESDE LA FECHA DEL ULTIMO CAMBIO DE PIN
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

       01 WS-LINEA-DETALLE.
           05 WS-LD-ID        PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-LD-NOMBRE    PIC X(15).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-LD-ROL       PIC X(01).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WS-LD-CADUCIDAD PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-LD-NOTA      PIC X(25).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 00001-CARGAR-PARAMETRO.
            OPEN INPUT CAJEROS.
            IF WS-STATUS-CAJ NOT = "00"
                DISPLAY "NO EXISTE EL MAESTRO DE CAJEROS"
                STOP RUN
            END-IF.
            OPEN OUTPUT REPORTE-PIN.
            PERFORM 00003-ENCABEZADO.

            MOVE LOW-VALUES TO CAJ-ID.
            START CAJEROS KEY IS NOT LESS THAN CAJ-ID
                INVALID KEY SET WS-FIN-CAJ TO TRUE
            END-START.
            IF NOT WS-FIN-CAJ
                PERFORM 00004-LEER-CAJERO
            END-IF.
            PERFORM 00005-EXAMINAR-CAJERO UNTIL WS-FIN-CAJ.

            PERFORM 00009-TOTALES.
            CLOSE CAJEROS, REPORTE-PIN.
            DISPLAY "CAJEROS EXAMINADOS: " WS-CAJEROS-LEIDOS.
            DISPLAY "BLOQUEADOS: " WS-CAJEROS-BLOQUEADOS
                " CADUCADOS: " WS-CAJEROS-CADUCADOS
                " PROXIMOS A CADUCAR: " WS-CAJEROS-AVISO.
            STOP RUN.

           00001-CARGAR-PARAMETRO.
               OPEN INPUT VALIDEZ-PIN.
               IF WS-STATUS-VPN = "00"
                   READ VALIDEZ-PIN
                       AT END CONTINUE
                       NOT AT END MOVE VPN-REGISTRO
                           TO WS-DIAS-VALIDEZ-PIN
                   END-READ
                   CLOSE VALIDEZ-PIN
               END-IF.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE WS-FECHA-SISTEMA TO WS-FECHA-HOY.
               MOVE WS-FECHA-HOY TO WS-FECHA-CALC-NUM.
               PERFORM 00006-AVANZAR-UN-DIA WS-DIAS-AVISO TIMES.
               MOVE WS-FECHA-CALC-NUM TO WS-FECHA-LIMITE-AVISO.

           00003-ENCABEZADO.
               MOVE "INFORME DE PINES DE OPERADOR" TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "FECHA " WS-FECHA-HOY " - VALIDEZ DEL PIN "
                   WS-DIAS-VALIDEZ-PIN " DIAS, AVISO A " WS-DIAS-AVISO
                   " DIAS" DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "ID        NOMBRE           ROL  CADUCA    "
                   "SITUACION" DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

           00004-LEER-CAJERO.
               READ CAJEROS NEXT RECORD
                   AT END SET WS-FIN-CAJ TO TRUE
               END-READ.

      *        LOS BLOQUEADOS SALEN SIEMPRE; LOS ACTIVOS SOLO SI EL PIN
      *        YA CADUCO O CADUCA DENTRO DEL PLAZO DE AVISO
           00005-EXAMINAR-CAJERO.
               ADD 1 TO WS-CAJEROS-LEIDOS.
               IF CAJ-BLOQUEADO OR CAJ-ESTA-ACTIVO
                   PERFORM 00007-CALCULAR-CADUCIDAD
                   MOVE SPACES TO WS-LD-NOTA
                   IF CAJ-BLOQUEADO
                       ADD 1 TO WS-CAJEROS-BLOQUEADOS
                       MOVE "BLOQUEADO POR INTENTOS" TO WS-LD-NOTA
                   ELSE
                   IF CAJ-FECHA-PIN = 0
                       ADD 1 TO WS-CAJEROS-CADUCADOS
                       MOVE "PIN SIN CAMBIAR TRAS ALTA" TO WS-LD-NOTA
                   ELSE
                   IF WS-FECHA-CALC-NUM NOT > WS-FECHA-HOY
                       ADD 1 TO WS-CAJEROS-CADUCADOS
                       MOVE "PIN CADUCADO" TO WS-LD-NOTA
                   ELSE
                   IF WS-FECHA-CALC-NUM NOT > WS-FECHA-LIMITE-AVISO
                       ADD 1 TO WS-CAJEROS-AVISO
                       MOVE "CADUCA PRONTO" TO WS-LD-NOTA
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   IF WS-LD-NOTA NOT = SPACES
                       PERFORM 00008-LINEA-DETALLE
                   END-IF
               END-IF.
               PERFORM 00004-LEER-CAJERO.

      *        FECHA DE CADUCIDAD = ULTIMO CAMBIO MAS LOS DIAS DE
      *        VALIDEZ (CERO SI EL PIN NUNCA SE HA CAMBIADO)
           00007-CALCULAR-CADUCIDAD.
               MOVE CAJ-FECHA-PIN TO WS-FECHA-CALC-NUM.
               IF CAJ-FECHA-PIN NOT = 0
                   PERFORM 00006-AVANZAR-UN-DIA
                       WS-DIAS-VALIDEZ-PIN TIMES
               END-IF.

           00008-LINEA-DETALLE.
               MOVE CAJ-ID     TO WS-LD-ID.
               MOVE CAJ-NOMBRE TO WS-LD-NOMBRE.
               MOVE CAJ-ROL    TO WS-LD-ROL.
               MOVE WS-FECHA-CALC-NUM TO WS-LD-CADUCIDAD.
               MOVE WS-LINEA-DETALLE TO REP-LINEA.
               WRITE REP-LINEA.

           00009-TOTALES.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "CAJEROS EXAMINADOS: " WS-CAJEROS-LEIDOS
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "BLOQUEADOS POR INTENTOS: "
                   WS-CAJEROS-BLOQUEADOS
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "PIN CADUCADO O SIN CAMBIAR: "
                   WS-CAJEROS-CADUCADOS
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "CADUCAN EN EL PLAZO DE AVISO: "
                   WS-CAJEROS-AVISO
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

       END PROGRAM CADUCPIN.
