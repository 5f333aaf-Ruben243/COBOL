      ******************************************************************
      * Author:
      * Date:
      * Purpose: CONTROL DIARIO DE AUTOCONTRATACION PARA CUMPLIMIENTO
      *          NORMATIVO: DENUNCIA EN AUTOCONTRATACION.TXT CADA
      *          OPERACION DEL DIA EN LA QUE EL CAJERO (MOV-CAJERO), EL
      *          SUPERVISOR QUE LA AUTORIZO (MOV-SUPERVISOR) O EL
      *          SUPERVISOR DE UN AJUSTE DE BACK OFFICE (AJUSTES-LOG)
      *          ACTUA SOBRE UNA CUENTA DEL PERSONAL: LA CUENTA DE
      *          ABONO DE LA NOMINA DE UN EMPLEADO (EMP-CUENTA) O
      *          CUALQUIER CUENTA EN LA QUE SU DNI FIGURA COMO
      *          INTERVINIENTE ACTIVO EN TITULARES.DAT. EL ID DE CAJERO
      *          SE ENLAZA CON SU EMPLEADO POR CAJ-EMPLEADO; LA
      *          OPERACION SE CALIFICA DE CUENTA PROPIA O DE OTRO
      *          EMPLEADO. SE REVISAN EL ARCHIVO FECHADO DEL DIA (SI YA
      *          SE HIZO EL CORTE) Y EL DIARIO VIVO, SIN LOS
      *          MOVIMIENTOS DE PRACTICAS, Y SE CUENTA CUANTOS IDS
      *          SIGUEN SIN EMPLEADO VINCULADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOCONTRATA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    EL ARCHIVO FECHADO Y EL DIARIO VIVO SE LEEN POR EL MISMO
      *    FICHERO, ASIGNADO POR VARIABLE
           SELECT MOVIMIENTOS ASSIGN USING WS-NOMBRE-ENTRADA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOV.

           SELECT CAJEROS ASSIGN TO "../TELLER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

           SELECT EMPLEADOS
           ASSIGN TO "../Uso de variables/EMPLEADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-STATUS-EMP.

           SELECT TITULARES ASSIGN TO "../TITULARES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TIT-CLAVE
           FILE STATUS IS WS-STATUS-TIT.

           SELECT AJUSTES-LOG ASSIGN TO "../AJUSTES-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AJL.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

           SELECT REPORTE ASSIGN TO "../AUTOCONTRATACION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

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
             02 MOV-TASA-CAMBIO PIC X(05).
             02 FILLER       PIC X(01).
             02 MOV-DNI      PIC X(09).
             02 FILLER       PIC X(01).
             02 MOV-TARJETA  PIC X(16).
             02 FILLER       PIC X(01).
             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01).
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01).
             02 MOV-HORA     PIC X(02).

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

        FD TITULARES.
         01 TIT-REGISTRO.
             02 TIT-CLAVE.
                 03 TIT-CUENTA PIC 9(11).
                 03 TIT-DNI    PIC X(09).
             02 TIT-ROL PIC X(01).
             02 TIT-ESTADO PIC X(01).
                 88 TIT-ACTIVO   VALUE "A".
                 88 TIT-DE-BAJA  VALUE "B".
             02 TIT-FECHA-ALTA PIC 9(08).

        FD AJUSTES-LOG.
         01 AJL-LINEA.
             02 AJL-FECHA   PIC 9(08).
             02 FILLER      PIC X(01).
             02 AJL-CUENTA  PIC 9(11).
             02 FILLER      PIC X(01).
             02 AJL-MOV-REF PIC 9(08).
             02 FILLER      PIC X(01).
             02 AJL-MOTIVO  PIC X(02).
             02 FILLER      PIC X(01).
             02 AJL-IMPORTE PIC S9(9)V99 SIGN LEADING SEPARATE.
             02 FILLER      PIC X(01).
             02 AJL-SUPERVISOR PIC X(08).
             02 FILLER      PIC X(01).
             02 AJL-CAJERO  PIC X(08).
             02 FILLER      PIC X(01).
             02 AJL-SUCURSAL PIC X(03).

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

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

       77 WS-STATUS-MOV PIC X(02).
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-EMP PIC X(02).
       77 WS-STATUS-TIT PIC X(02).
       77 WS-STATUS-AJL PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-EOF-MOV PIC X(01) VALUE "N".
           88 WS-FIN-MOV VALUE "S".
       77 WS-EOF-CAJ PIC X(01) VALUE "N".
           88 WS-FIN-CAJ VALUE "S".
       77 WS-EOF-EMP PIC X(01) VALUE "N".
           88 WS-FIN-EMP VALUE "S".
       77 WS-EOF-TIT PIC X(01) VALUE "N".
           88 WS-FIN-TIT VALUE "S".
       77 WS-EOF-AJL PIC X(01) VALUE "N".
           88 WS-FIN-AJL VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       77 WS-FECHA-PEDIDA  PIC 9(08) VALUE 0.
       77 WS-FECHA-REVISION PIC 9(08).
       77 WS-NOMBRE-ENTRADA PIC X(30).

      * IDS DE CAJERO Y EL EMPLEADO AL QUE ESTAN VINCULADOS
       77 WS-MAX-CAJEROS PIC 9(03) VALUE 200.
       77 WS-NUM-CAJEROS PIC 9(03) VALUE 0.
       77 WS-SIN-VINCULO PIC 9(03) VALUE 0.
       01 WS-TABLA-CAJEROS.
           05 WS-CAJERO-ENTRY OCCURS 200 TIMES INDEXED BY WS-IDX-CAJ.
               10 WS-CJ-ID       PIC X(08).
               10 WS-CJ-EMPLEADO PIC 9(06).

      * PERSONAL CON SU DNI, PARA RECONOCERLO EN TITULARES.DAT
       77 WS-MAX-EMPLEADOS PIC 9(03) VALUE 500.
       77 WS-NUM-EMPLEADOS PIC 9(03) VALUE 0.
       01 WS-TABLA-EMPLEADOS.
           05 WS-EMPLEADO-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-IDX-EMP.
               10 WS-EM-ID     PIC 9(06).
               10 WS-EM-DNI    PIC X(09).
               10 WS-EM-NOMBRE PIC X(30).

      * CUENTAS DEL PERSONAL: CADA PAREJA CUENTA-EMPLEADO UNA SOLA
      * VEZ; "N" CUENTA DE NOMINA, "T" INTERVINIENTE EN TITULARES
       77 WS-MAX-CUENTAS PIC 9(04) VALUE 3000.
       77 WS-NUM-CUENTAS PIC 9(04) VALUE 0.
       01 WS-TABLA-CUENTAS.
           05 WS-CUENTA-ENTRY OCCURS 3000 TIMES
               INDEXED BY WS-IDX-CTA.
               10 WS-CP-CUENTA   PIC 9(11).
               10 WS-CP-EMPLEADO PIC 9(06).
               10 WS-CP-ORIGEN   PIC X(01).
       77 WS-NUEVA-CUENTA   PIC 9(11).
       77 WS-NUEVO-EMPLEADO PIC 9(06).
       77 WS-NUEVO-ORIGEN   PIC X(01).
       77 WS-CTA-OK PIC X(01).
           88 WS-CUENTA-YA-ANOTADA VALUE "S".
       77 WS-EMP-OK PIC X(01).
           88 WS-EMPLEADO-ENCONTRADO VALUE "S".

      * OPERADOR Y CUENTA DE LA OPERACION EN REVISION
       77 WS-OPERADOR      PIC X(08).
       77 WS-ROL-OPERADOR  PIC X(10).
       77 WS-ORIGEN-OPER   PIC X(07).
       77 WS-EMP-OPERADOR  PIC 9(06).
       77 WS-CUENTA-REVISAR PIC 9(11).
       77 WS-TIPO-OPER     PIC X(10).
       77 WS-IMPORTE-OPER  PIC X(13).
       77 WS-RELACION      PIC X(13).
       77 WS-IMPORTE-AJL   PIC -ZZZZZZZZ9.99.

       77 WS-LINEAS-LEIDAS  PIC 9(08) VALUE 0.
       77 WS-OPER-REVISADAS PIC 9(08) VALUE 0.
       77 WS-AJUSTES-REVISADOS PIC 9(05) VALUE 0.
       77 WS-HITS-PROPIAS   PIC 9(05) VALUE 0.
       77 WS-HITS-OTROS     PIC 9(05) VALUE 0.

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 00001-CARGAR-FECHA-NEGOCIO.
            DISPLAY "FECHA A REVISAR (AAAAMMDD, 0=FECHA DE NEGOCIO): ".
            ACCEPT WS-FECHA-PEDIDA.
            IF WS-FECHA-PEDIDA = 0
                MOVE WS-FECHA-NEGOCIO TO WS-FECHA-REVISION
            ELSE
                MOVE WS-FECHA-PEDIDA TO WS-FECHA-REVISION
            END-IF.

            PERFORM 00002-CARGAR-CAJEROS.
            PERFORM 00003-CARGAR-EMPLEADOS.
            IF WS-NUM-EMPLEADOS = 0
                DISPLAY "SIN FICHERO DE PERSONAL (EMPLEADOS.DAT),"
                    " PROCESO CANCELADO"
                MOVE "KO" TO WS-RESULTADO-RUN
                PERFORM 00030-ANOTAR-RUN-LOG
                STOP RUN
            END-IF.
            PERFORM 00004-CARGAR-TITULARES.

            OPEN OUTPUT REPORTE.
            PERFORM 00005-CABECERA.
            MOVE SPACES TO WS-NOMBRE-ENTRADA.
            STRING "../MOV-" WS-FECHA-REVISION ".TXT"
                DELIMITED BY SIZE INTO WS-NOMBRE-ENTRADA.
            PERFORM 00006-LEER-DIARIO.
            MOVE "../MOVIMIENTOS.TXT" TO WS-NOMBRE-ENTRADA.
            PERFORM 00006-LEER-DIARIO.
            PERFORM 00008-RECORRER-AJUSTES.
            PERFORM 00009-TOTALES.
            CLOSE REPORTE.
            DISPLAY "OPERACIONES REVISADAS  : " WS-OPER-REVISADAS.
            DISPLAY "SOBRE CUENTA PROPIA    : " WS-HITS-PROPIAS.
            DISPLAY "SOBRE CUENTA DE OTRO   : " WS-HITS-OTROS.
            DISPLAY "INFORME AUTOCONTRATACION.TXT GENERADO".
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

           00002-CARGAR-CAJEROS.
               OPEN INPUT CAJEROS.
               IF WS-STATUS-CAJ = "00"
                   PERFORM 00002A-LEER-CAJERO
                   PERFORM 00002B-GUARDAR-CAJERO UNTIL WS-FIN-CAJ
                   CLOSE CAJEROS
               END-IF.

           00002A-LEER-CAJERO.
               READ CAJEROS NEXT RECORD
                   AT END SET WS-FIN-CAJ TO TRUE
               END-READ.

           00002B-GUARDAR-CAJERO.
               IF WS-NUM-CAJEROS < WS-MAX-CAJEROS
                   ADD 1 TO WS-NUM-CAJEROS
                   SET WS-IDX-CAJ TO WS-NUM-CAJEROS
                   MOVE CAJ-ID TO WS-CJ-ID (WS-IDX-CAJ)
                   MOVE CAJ-EMPLEADO TO WS-CJ-EMPLEADO (WS-IDX-CAJ)
                   IF CAJ-EMPLEADO IS NOT NUMERIC
                       MOVE 0 TO WS-CJ-EMPLEADO (WS-IDX-CAJ)
                   END-IF
                   IF WS-CJ-EMPLEADO (WS-IDX-CAJ) = 0
                       AND CAJ-ESTA-ACTIVO
                       ADD 1 TO WS-SIN-VINCULO
                   END-IF
               END-IF.
               PERFORM 00002A-LEER-CAJERO.

      *        TODO EL PERSONAL, ACTIVO O NO (UN EX EMPLEADO PUEDE
      *        CONSERVAR UN ID SIN DAR DE BAJA); LA CUENTA DE NOMINA
      *        SOLO CUENTA SI ES DE ESTA ENTIDAD
           00003-CARGAR-EMPLEADOS.
               OPEN INPUT EMPLEADOS.
               IF WS-STATUS-EMP = "00"
                   PERFORM 00003A-LEER-EMPLEADO
                   PERFORM 00003B-GUARDAR-EMPLEADO UNTIL WS-FIN-EMP
                   CLOSE EMPLEADOS
               END-IF.

           00003A-LEER-EMPLEADO.
               READ EMPLEADOS NEXT RECORD
                   AT END SET WS-FIN-EMP TO TRUE
               END-READ.

           00003B-GUARDAR-EMPLEADO.
               IF WS-NUM-EMPLEADOS < WS-MAX-EMPLEADOS
                   ADD 1 TO WS-NUM-EMPLEADOS
                   SET WS-IDX-EMP TO WS-NUM-EMPLEADOS
                   MOVE EMP-ID TO WS-EM-ID (WS-IDX-EMP)
                   MOVE EMP-DNI TO WS-EM-DNI (WS-IDX-EMP)
                   MOVE SPACES TO WS-EM-NOMBRE (WS-IDX-EMP)
                   STRING EMP-NOMBRE-TRAB DELIMITED BY "  "
                       " " EMP-APELLIDO-PATERNO DELIMITED BY SIZE
                       INTO WS-EM-NOMBRE (WS-IDX-EMP)
                   IF EMP-COBRA-AQUI AND EMP-CUENTA > 0
                       MOVE EMP-CUENTA TO WS-NUEVA-CUENTA
                       MOVE EMP-ID TO WS-NUEVO-EMPLEADO
                       MOVE "N" TO WS-NUEVO-ORIGEN
                       PERFORM 00010-ANOTAR-CUENTA
                   END-IF
               END-IF.
               PERFORM 00003A-LEER-EMPLEADO.

      *        CUENTAS EN LAS QUE INTERVIENE ACTIVAMENTE UN DNI DEL
      *        PERSONAL, CON CUALQUIER ROL
           00004-CARGAR-TITULARES.
               OPEN INPUT TITULARES.
               IF WS-STATUS-TIT = "00"
                   PERFORM 00004A-LEER-TITULAR
                   PERFORM 00004B-TRATAR-TITULAR UNTIL WS-FIN-TIT
                   CLOSE TITULARES
               END-IF.

           00004A-LEER-TITULAR.
               READ TITULARES NEXT RECORD
                   AT END SET WS-FIN-TIT TO TRUE
               END-READ.

           00004B-TRATAR-TITULAR.
               IF TIT-ACTIVO AND TIT-DNI NOT = SPACES
                   MOVE "N" TO WS-EMP-OK
                   SET WS-IDX-EMP TO 1
                   SEARCH WS-EMPLEADO-ENTRY
                       AT END CONTINUE
                       WHEN WS-IDX-EMP > WS-NUM-EMPLEADOS
                           CONTINUE
                       WHEN WS-EM-DNI (WS-IDX-EMP) = TIT-DNI
                           SET WS-EMPLEADO-ENCONTRADO TO TRUE
                   END-SEARCH
                   IF WS-EMPLEADO-ENCONTRADO
                       MOVE TIT-CUENTA TO WS-NUEVA-CUENTA
                       MOVE WS-EM-ID (WS-IDX-EMP) TO WS-NUEVO-EMPLEADO
                       MOVE "T" TO WS-NUEVO-ORIGEN
                       PERFORM 00010-ANOTAR-CUENTA
                   END-IF
               END-IF.
               PERFORM 00004A-LEER-TITULAR.

           00005-CABECERA.
               MOVE SPACES TO REP-LINEA.
               STRING "OPERACIONES DEL PERSONAL SOBRE CUENTAS DEL"
                   " PERSONAL, FECHA DE NEGOCIO " WS-FECHA-REVISION
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "ORIGEN  ROL        OPERADOR EMPL.  CUENTA     "
                   " TIPO       IMPORTE       TITULAR EMPLEADO"
                   "                       RELACION"
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

      *        EL ARCHIVO DEL DIA, SI EXISTE, Y EL DIARIO VIVO: SOLO
      *        LAS LINEAS DE LA FECHA REVISADA Y FUERA DE PRACTICAS
           00006-LEER-DIARIO.
               MOVE "N" TO WS-EOF-MOV.
               OPEN INPUT MOVIMIENTOS.
               IF WS-STATUS-MOV = "00"
                   PERFORM 00006A-LEER-MOVIMIENTO
                   PERFORM 00007-TRATAR-MOVIMIENTO UNTIL WS-FIN-MOV
                   CLOSE MOVIMIENTOS
               END-IF.

           00006A-LEER-MOVIMIENTO.
               READ MOVIMIENTOS
                   AT END SET WS-FIN-MOV TO TRUE
               END-READ.

           00007-TRATAR-MOVIMIENTO.
               ADD 1 TO WS-LINEAS-LEIDAS.
               IF MOV-FECHA-NEG = WS-FECHA-REVISION
                   AND MOV-PRACTICAS NOT = "P"
                   AND MOV-CAJERO NOT = SPACES
                   ADD 1 TO WS-OPER-REVISADAS
                   MOVE "DIARIO" TO WS-ORIGEN-OPER
                   MOVE MOV-TIPO TO WS-TIPO-OPER
                   MOVE MOV-IMPORTE TO WS-IMPORTE-OPER
                   MOVE MOV-CAJERO TO WS-OPERADOR
                   MOVE "CAJERO" TO WS-ROL-OPERADOR
                   PERFORM 00007A-REVISAR-CUENTAS
                   IF MOV-SUPERVISOR NOT = SPACES
                       MOVE MOV-SUPERVISOR TO WS-OPERADOR
                       MOVE "SUPERVISOR" TO WS-ROL-OPERADOR
                       PERFORM 00007A-REVISAR-CUENTAS
                   END-IF
               END-IF.
               PERFORM 00006A-LEER-MOVIMIENTO.

      *        LA CUENTA DE LA OPERACION Y, EN LAS TRANSFERENCIAS, LA
      *        DE DESTINO
           00007A-REVISAR-CUENTAS.
               PERFORM 00011-EMPLEADO-OPERADOR.
               MOVE MOV-CUENTA TO WS-CUENTA-REVISAR.
               PERFORM 00012-BUSCAR-CUENTA-PERSONAL.
               IF MOV-CUENTA-DESTINO IS NUMERIC
                   AND MOV-CUENTA-DESTINO > 0
                   AND MOV-CUENTA-DESTINO NOT = MOV-CUENTA
                   MOVE MOV-CUENTA-DESTINO TO WS-CUENTA-REVISAR
                   PERFORM 00012-BUSCAR-CUENTA-PERSONAL
               END-IF.

      *        AJUSTES DE BACK OFFICE DE LA FECHA: EL OPERADOR ES EL
      *        SUPERVISOR QUE LOS APLICA
           00008-RECORRER-AJUSTES.
               OPEN INPUT AJUSTES-LOG.
               IF WS-STATUS-AJL = "00"
                   PERFORM 00008A-LEER-AJUSTE
                   PERFORM 00008B-TRATAR-AJUSTE UNTIL WS-FIN-AJL
                   CLOSE AJUSTES-LOG
               END-IF.

           00008A-LEER-AJUSTE.
               READ AJUSTES-LOG
                   AT END SET WS-FIN-AJL TO TRUE
               END-READ.

           00008B-TRATAR-AJUSTE.
               IF AJL-FECHA = WS-FECHA-REVISION
                   AND AJL-SUPERVISOR NOT = SPACES
                   ADD 1 TO WS-AJUSTES-REVISADOS
                   MOVE "AJUSTES" TO WS-ORIGEN-OPER
                   MOVE "AJUSTE" TO WS-TIPO-OPER
                   MOVE AJL-IMPORTE TO WS-IMPORTE-AJL
                   MOVE WS-IMPORTE-AJL TO WS-IMPORTE-OPER
                   MOVE AJL-SUPERVISOR TO WS-OPERADOR
                   MOVE "SUPERVISOR" TO WS-ROL-OPERADOR
                   PERFORM 00011-EMPLEADO-OPERADOR
                   MOVE AJL-CUENTA TO WS-CUENTA-REVISAR
                   PERFORM 00012-BUSCAR-CUENTA-PERSONAL
               END-IF.
               PERFORM 00008A-LEER-AJUSTE.

           00009-TOTALES.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "OPERACIONES REVISADAS: " WS-OPER-REVISADAS
                   "  AJUSTES REVISADOS: " WS-AJUSTES-REVISADOS
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "SOBRE CUENTA PROPIA: " WS-HITS-PROPIAS
                   "  SOBRE CUENTA DE OTRO EMPLEADO: " WS-HITS-OTROS
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "CUENTAS DEL PERSONAL VIGILADAS: " WS-NUM-CUENTAS
                   "  IDS ACTIVOS SIN EMPLEADO VINCULADO: "
                   WS-SIN-VINCULO
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

      *        ANOTA UNA PAREJA CUENTA-EMPLEADO SI NO ESTABA YA
           00010-ANOTAR-CUENTA.
               MOVE "N" TO WS-CTA-OK.
               IF WS-NUM-CUENTAS > 0
                   SET WS-IDX-CTA TO 1
                   SEARCH WS-CUENTA-ENTRY
                       AT END CONTINUE
                       WHEN WS-IDX-CTA > WS-NUM-CUENTAS
                           CONTINUE
                       WHEN WS-CP-CUENTA (WS-IDX-CTA) = WS-NUEVA-CUENTA
                           AND WS-CP-EMPLEADO (WS-IDX-CTA)
                               = WS-NUEVO-EMPLEADO
                           SET WS-CUENTA-YA-ANOTADA TO TRUE
                   END-SEARCH
               END-IF.
               IF NOT WS-CUENTA-YA-ANOTADA
                   AND WS-NUM-CUENTAS < WS-MAX-CUENTAS
                   ADD 1 TO WS-NUM-CUENTAS
                   SET WS-IDX-CTA TO WS-NUM-CUENTAS
                   MOVE WS-NUEVA-CUENTA TO WS-CP-CUENTA (WS-IDX-CTA)
                   MOVE WS-NUEVO-EMPLEADO
                       TO WS-CP-EMPLEADO (WS-IDX-CTA)
                   MOVE WS-NUEVO-ORIGEN TO WS-CP-ORIGEN (WS-IDX-CTA)
               END-IF.

      *        EMPLEADO VINCULADO AL ID OPERADOR (0 SI NO LO TIENE)
           00011-EMPLEADO-OPERADOR.
               MOVE 0 TO WS-EMP-OPERADOR.
               SET WS-IDX-CAJ TO 1.
               SEARCH WS-CAJERO-ENTRY
                   AT END CONTINUE
                   WHEN WS-IDX-CAJ > WS-NUM-CAJEROS
                       CONTINUE
                   WHEN WS-CJ-ID (WS-IDX-CAJ) = WS-OPERADOR
                       MOVE WS-CJ-EMPLEADO (WS-IDX-CAJ)
                           TO WS-EMP-OPERADOR
               END-SEARCH.

      *        TODAS LAS PAREJAS DE LA CUENTA: UNA CUENTA PUEDE SER
      *        DE VARIOS EMPLEADOS A LA VEZ
           00012-BUSCAR-CUENTA-PERSONAL.
               PERFORM 00012A-COMPARAR-CUENTA
                   VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-NUM-CUENTAS.

           00012A-COMPARAR-CUENTA.
               IF WS-CP-CUENTA (WS-IDX-CTA) = WS-CUENTA-REVISAR
                   PERFORM 00013-DENUNCIAR
               END-IF.

           00013-DENUNCIAR.
               IF WS-EMP-OPERADOR > 0
                   AND WS-CP-EMPLEADO (WS-IDX-CTA) = WS-EMP-OPERADOR
                   MOVE "CUENTA PROPIA" TO WS-RELACION
                   ADD 1 TO WS-HITS-PROPIAS
               ELSE
                   MOVE "OTRO EMPLEADO" TO WS-RELACION
                   ADD 1 TO WS-HITS-OTROS
               END-IF.
               SET WS-IDX-EMP TO 1.
               SEARCH WS-EMPLEADO-ENTRY
                   AT END CONTINUE
                   WHEN WS-IDX-EMP > WS-NUM-EMPLEADOS
                       CONTINUE
                   WHEN WS-EM-ID (WS-IDX-EMP)
                       = WS-CP-EMPLEADO (WS-IDX-CTA)
                       CONTINUE
               END-SEARCH.
               MOVE SPACES TO REP-LINEA.
               STRING WS-ORIGEN-OPER " " WS-ROL-OPERADOR " "
                   WS-OPERADOR " " WS-EMP-OPERADOR " "
                   WS-CUENTA-REVISAR " " WS-TIPO-OPER " "
                   WS-IMPORTE-OPER " " WS-CP-EMPLEADO (WS-IDX-CTA)
                   " " WS-EM-NOMBRE (WS-IDX-EMP) " " WS-RELACION
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

           00030-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "AUTOCONTRATA" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-OPER-REVISADAS TO RLOG-PROCESADOS.
               COMPUTE RLOG-RECHAZADOS =
                   WS-HITS-PROPIAS + WS-HITS-OTROS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM AUTOCONTRATA.
