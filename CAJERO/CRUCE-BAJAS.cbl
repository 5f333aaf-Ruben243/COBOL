      ******************************************************************
      * Author:
      * Date:
      * Purpose: CRUCE SEMANAL DE IDS DE CAJERO CONTRA EL FICHERO DE
      *          PERSONAL: LISTA EN CRUCE-BAJAS.TXT CADA ID QUE SIGUE
      *          VIVO EN TELLER.DAT (ACTIVO O BLOQUEADO, NO DADO DE
      *          BAJA) CUYO EMPLEADO VINCULADO (CAJ-EMPLEADO) ESTA
      *          INACTIVO EN EMPLEADOS.DAT O YA NO EXISTE, CON LA
      *          FECHA Y EL MOTIVO DE LA BAJA. SON LOS ACCESOS QUE LA
      *          BAJA DEL EMPLEADO NO LLEGO A RETIRAR Y DEBE CERRAR LA
      *          ADMINISTRACION DE CAJEROS. AL PIE SE CUENTAN LOS IDS
      *          VIVOS SIN EMPLEADO VINCULADO, QUE EL CRUCE NO PUEDE
      *          COMPROBAR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUCE-BAJAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJEROS ASSIGN TO "../TELLER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

           SELECT EMPLEADOS
           ASSIGN TO "../Uso de variables/EMPLEADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-STATUS-EMP.

           SELECT REPORTE ASSIGN TO "../CRUCE-BAJAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
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
                 88 CAJ-DE-BAJA       VALUE "B".
             02 CAJ-FECHA-PIN PIC 9(08).
             02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
             02 CAJ-PIN-ANTERIOR PIC 9(04) OCCURS 3 TIMES.
             02 CAJ-EMPLEADO PIC 9(06).

        FD EMPLEADOS.
         01 EMP-REGISTRO.
             02 EMP-ID               PIC 9(06).
             02 EMP-NOMBRE-TRAB      PIC A(20).
             02 EMP-APELLIDO-PATERNO PIC A(20).
             02 EMP-APELLIDO-MATERNO PIC A(20).
             02 EMP-EDAD             PIC 9(02).
             02 EMP-SALARIO          PIC 9(05)V99.
             02 EMP-BANDERA          PIC 9(01).
                 88 EMP-ACTIVO   VALUE 1.
                 88 EMP-INACTIVO VALUE 0.
             02 EMP-CUENTA           PIC 9(11).
             02 EMP-BANCO            PIC X(01).
                 88 EMP-COBRA-AQUI   VALUE "P".
                 88 EMP-COBRA-FUERA  VALUE "E".
             02 EMP-DNI              PIC X(09).
             02 EMP-FECHA-BAJA       PIC 9(08).
             02 EMP-MOTIVO-BAJA      PIC X(02).
             02 EMP-FINIQUITO        PIC X(01).
                 88 EMP-FINIQUITO-PENDIENTE VALUE "P".
                 88 EMP-FINIQUITO-PAGADO    VALUE "L".
             02 EMP-CENTRO-COSTE     PIC X(04).
             02 EMP-DEPARTAMENTO     PIC X(04).

        FD REPORTE.
         01 REP-LINEA PIC X(132).

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

       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-EMP PIC X(02).
       77 WS-EOF-CAJ PIC X(01) VALUE "N".
           88 WS-FIN-CAJ VALUE "S".

      * SITUACION DEL EMPLEADO VINCULADO AL ID EN REVISION
       77 WS-SITUACION PIC X(20).
       77 WS-NOMBRE-EMPLEADO PIC X(41).
       77 WS-FECHA-BAJA-LIN PIC X(08).
       77 WS-MOTIVO-LIN PIC X(02).
       77 WS-ESTADO-ID PIC X(09).

       77 WS-IDS-REVISADOS  PIC 9(05) VALUE 0.
       77 WS-IDS-DENUNCIADOS PIC 9(05) VALUE 0.
       77 WS-IDS-SIN-VINCULO PIC 9(05) VALUE 0.

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
            OPEN INPUT CAJEROS.
            IF WS-STATUS-CAJ NOT = "00"
                DISPLAY "SIN FICHERO DE CAJEROS (TELLER.DAT),"
                    " PROCESO CANCELADO"
                MOVE "KO" TO WS-RESULTADO-RUN
                PERFORM 00030-ANOTAR-RUN-LOG
                STOP RUN
            END-IF.
            OPEN INPUT EMPLEADOS.
            IF WS-STATUS-EMP NOT = "00"
                DISPLAY "SIN FICHERO DE PERSONAL (EMPLEADOS.DAT),"
                    " PROCESO CANCELADO"
                CLOSE CAJEROS
                MOVE "KO" TO WS-RESULTADO-RUN
                PERFORM 00030-ANOTAR-RUN-LOG
                STOP RUN
            END-IF.

            OPEN OUTPUT REPORTE.
            PERFORM 00001-CABECERA.
            PERFORM 00002-LEER-CAJERO.
            PERFORM 00003-TRATAR-CAJERO UNTIL WS-FIN-CAJ.
            PERFORM 00005-TOTALES.
            CLOSE CAJEROS, EMPLEADOS, REPORTE.
            DISPLAY "IDS DE CAJERO VIVOS REVISADOS : " WS-IDS-REVISADOS.
            DISPLAY "CON EMPLEADO DE BAJA          : "
                WS-IDS-DENUNCIADOS.
            DISPLAY "SIN EMPLEADO VINCULADO        : "
                WS-IDS-SIN-VINCULO.
            DISPLAY "INFORME CRUCE-BAJAS.TXT GENERADO".
            PERFORM 00030-ANOTAR-RUN-LOG.
            STOP RUN.

           00001-CABECERA.
               MOVE SPACES TO REP-LINEA.
               STRING "CRUCE SEMANAL DE IDS DE CAJERO CON EMPLEADOS "
                   "DE BAJA - " WS-FECHA-SISTEMA
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "ID CAJ   ESTADO    EMPLEADO NOMBRE"
                   "                                    "
                   "SITUACION            F.BAJA   MOTIVO"
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

           00002-LEER-CAJERO.
               READ CAJEROS NEXT RECORD
                   AT END SET WS-FIN-CAJ TO TRUE
               END-READ.

      *        SOLO LOS IDS QUE AUN DAN ACCESO AL TERMINAL: LOS DADOS
      *        DE BAJA YA ESTAN CERRADOS
           00003-TRATAR-CAJERO.
               IF NOT CAJ-DE-BAJA
                   ADD 1 TO WS-IDS-REVISADOS
                   IF CAJ-EMPLEADO = 0
                       ADD 1 TO WS-IDS-SIN-VINCULO
                   ELSE
                       PERFORM 00004-COMPROBAR-EMPLEADO
                   END-IF
               END-IF.
               PERFORM 00002-LEER-CAJERO.

           00004-COMPROBAR-EMPLEADO.
               MOVE CAJ-EMPLEADO TO EMP-ID.
               READ EMPLEADOS
                   INVALID KEY
                       MOVE "EMPLEADO INEXISTENTE" TO WS-SITUACION
                       MOVE SPACES TO WS-NOMBRE-EMPLEADO
                       MOVE SPACES TO WS-FECHA-BAJA-LIN
                       MOVE SPACES TO WS-MOTIVO-LIN
                       PERFORM 00004A-DENUNCIAR
                   NOT INVALID KEY
                       IF NOT EMP-ACTIVO
                           MOVE "EMPLEADO DE BAJA" TO WS-SITUACION
                           MOVE SPACES TO WS-NOMBRE-EMPLEADO
                           STRING EMP-NOMBRE-TRAB DELIMITED BY "  "
                               " " EMP-APELLIDO-PATERNO
                               DELIMITED BY "  "
                               INTO WS-NOMBRE-EMPLEADO
                           IF EMP-FECHA-BAJA = 0
                               MOVE SPACES TO WS-FECHA-BAJA-LIN
                           ELSE
                               MOVE EMP-FECHA-BAJA TO WS-FECHA-BAJA-LIN
                           END-IF
                           MOVE EMP-MOTIVO-BAJA TO WS-MOTIVO-LIN
                           PERFORM 00004A-DENUNCIAR
                       END-IF
               END-READ.

           00004A-DENUNCIAR.
               IF CAJ-BLOQUEADO
                   MOVE "BLOQUEADO" TO WS-ESTADO-ID
               ELSE
                   MOVE "ACTIVO" TO WS-ESTADO-ID
               END-IF.
               MOVE SPACES TO REP-LINEA.
               STRING CAJ-ID " " WS-ESTADO-ID " " CAJ-EMPLEADO "   "
                   WS-NOMBRE-EMPLEADO " " WS-SITUACION " "
                   WS-FECHA-BAJA-LIN " " WS-MOTIVO-LIN
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               ADD 1 TO WS-IDS-DENUNCIADOS.

           00005-TOTALES.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "IDS VIVOS REVISADOS     : " WS-IDS-REVISADOS
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "CON EMPLEADO DE BAJA    : " WS-IDS-DENUNCIADOS
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "SIN EMPLEADO VINCULADO  : " WS-IDS-SIN-VINCULO
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

           00030-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "CRUCE-BAJAS" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-IDS-REVISADOS TO RLOG-PROCESADOS.
               MOVE WS-IDS-DENUNCIADOS TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM CRUCE-BAJAS.
