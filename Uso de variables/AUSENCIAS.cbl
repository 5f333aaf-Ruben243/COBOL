      ******************************************************************
      * Author:
      * Date:
      * Purpose: REGISTRO DE AUSENCIAS DE LA PLANTILLA (AUSENCIAS.DAT):
      *          ALTA POR EMPLEADO, TIPO (VA VACACIONES, BM BAJA
      *          MEDICA, PS PERMISO SIN SUELDO, PR PERMISO RETRIBUIDO)
      *          Y FECHAS DESDE/HASTA DEL MISMO ANIO, CONTANDO LOS DIAS
      *          HABILES CON EL CALENDARIO CENTRAL ../FESTIVOS.TXT SIN
      *          SABADOS NI DOMINGOS. EL SUPERVISOR LAS APRUEBA O
      *          RECHAZA DEJANDO SU IDENTIFICACION; SOLO LO APROBADO
      *          LLEGA A LA NOMINA (EL PERMISO SIN SUELDO SE DESCUENTA
      *          A PRORRATA Y LA BAJA MEDICA SE PAGA AL PORCENTAJE DE
      *          PARAM-AUSENCIAS.TXT). CADA EMPLEADO TIENE POR ANIO SU
      *          DERECHO DE VACACIONES EN DIAS HABILES Y LOS YA
      *          DISFRUTADOS (SALDO-VACACIONES.DAT); EL DERECHO POR
      *          DEFECTO SALE DEL MISMO FICHERO DE PARAMETROS. EMITE EL
      *          INFORME MENSUAL POR EMPLEADO Y TIPO
      *          (AUSENCIAS-INFORME.TXT) Y EL DE VACACIONES NO
      *          DISFRUTADAS DEL EJERCICIO (VACACIONES-PENDIENTES.TXT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUSENCIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUSENCIAS ASSIGN TO "AUSENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUS-CLAVE
           FILE STATUS IS WS-STATUS-AUS.

           SELECT SALDO-VACACIONES ASSIGN TO "SALDO-VACACIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SVA-CLAVE
           FILE STATUS IS WS-STATUS-SVA.

           SELECT EMPLEADOS ASSIGN TO "EMPLEADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-STATUS-EMP.

      *    CALENDARIO CENTRAL DE FESTIVOS (VER FESTADMIN)
           SELECT FESTIVOS ASSIGN TO "../FESTIVOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FES.

      *    DIAS DE VACACIONES POR DEFECTO Y PORCENTAJE DE SALARIO QUE
      *    SE PAGA DURANTE LA BAJA MEDICA
           SELECT PARAM-AUSENCIAS ASSIGN TO "PARAM-AUSENCIAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAU.

           SELECT INFORME ASSIGN TO "AUSENCIAS-INFORME.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INFORME-VACACIONES
           ASSIGN TO "VACACIONES-PENDIENTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUSENCIAS.
       01  AUS-REGISTRO.
           02 AUS-CLAVE.
               03 AUS-EMPLEADO PIC 9(06).
               03 AUS-DESDE    PIC 9(08).
           02 AUS-HASTA        PIC 9(08).
           02 AUS-TIPO         PIC X(02).
               88 AUS-VACACIONES      VALUE "VA".
               88 AUS-BAJA-MEDICA     VALUE "BM".
               88 AUS-SIN-SUELDO      VALUE "PS".
               88 AUS-RETRIBUIDO      VALUE "PR".
               88 AUS-TIPO-VALIDO     VALUE "VA" "BM" "PS" "PR".
           02 AUS-DIAS-HABILES PIC 9(03).
           02 AUS-ESTADO       PIC X(01).
               88 AUS-PENDIENTE VALUE "P".
               88 AUS-APROBADA  VALUE "A".
               88 AUS-RECHAZADA VALUE "R".
           02 AUS-APROBADOR    PIC X(08).
           02 AUS-FECHA-ALTA   PIC 9(08).

       FD  SALDO-VACACIONES.
       01  SVA-REGISTRO.
           02 SVA-CLAVE.
               03 SVA-EMPLEADO PIC 9(06).
               03 SVA-ANIO     PIC 9(04).
           02 SVA-DERECHO      PIC 9(03).
           02 SVA-DISFRUTADOS  PIC 9(03).

       FD  EMPLEADOS.
       01  EMP-REGISTRO.
           02 EMP-ID               PIC 9(06).
           02 EMP-NOMBRE-TRAB       PIC A(20).
           02 EMP-APELLIDO-PATERNO  PIC A(20).
           02 EMP-APELLIDO-MATERNO  PIC A(20).
           02 EMP-EDAD              PIC 9(02).
           02 EMP-SALARIO           PIC 9(05)V99.
           02 EMP-BANDERA           PIC 9(01).
               88 EMP-ACTIVO   VALUE 1.
               88 EMP-INACTIVO VALUE 0.
           02 EMP-CUENTA            PIC 9(11).
           02 EMP-BANCO             PIC X(01).
               88 EMP-COBRA-AQUI   VALUE "P".
               88 EMP-COBRA-FUERA  VALUE "E".
           02 EMP-DNI               PIC X(09).
           02 EMP-FECHA-BAJA        PIC 9(08).
           02 EMP-MOTIVO-BAJA       PIC X(02).
           02 EMP-FINIQUITO         PIC X(01).
               88 EMP-FINIQUITO-PENDIENTE VALUE "P".
               88 EMP-FINIQUITO-PAGADO    VALUE "L".
           02 EMP-CENTRO-COSTE      PIC X(04).
           02 EMP-DEPARTAMENTO      PIC X(04).

       FD  FESTIVOS.
       01  FES-REGISTRO PIC 9(08).

       FD  PARAM-AUSENCIAS.
       01  PAU-REGISTRO.
           02 PAU-DIAS-VACACIONES PIC 9(03).
           02 FILLER              PIC X(01).
           02 PAU-PORC-BAJA       PIC 9(03)V99.

       FD  INFORME.
       01  INF-LINEA PIC X(90).

       FD  INFORME-VACACIONES.
       01  VAC-LINEA PIC X(90).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-AUS PIC X(02).
       77 WS-STATUS-SVA PIC X(02).
       77 WS-STATUS-EMP PIC X(02).
       77 WS-STATUS-FES PIC X(02).
       77 WS-STATUS-PAU PIC X(02).
       77 WKS-EOF-AUS PIC X(01).
           88 WKS-FIN-AUS VALUE "S".
       77 WKS-EOF-EMP PIC X(01).
           88 WKS-FIN-EMP VALUE "S".
       77 WS-OPCION PIC 9(01).
       77 WKS-SUPERVISOR PIC X(08).
       77 WKS-DECISION PIC A(01).
       77 WKS-PENDIENTES-VISTAS PIC 9(05) VALUE 0.

      * DERECHO ANUAL DE VACACIONES POR DEFECTO (DIAS HABILES)
       77 WKS-DERECHO-DEFECTO PIC 9(03) VALUE 22.

      * AUSENCIA EN CURSO
       77 WKS-EMPLEADO  PIC 9(06).
       77 WKS-DESDE     PIC 9(08).
       77 WKS-HASTA     PIC 9(08).
       77 WKS-TIPO      PIC X(02).
       77 WKS-ANIO      PIC 9(04).
       77 WKS-ANIO-HASTA PIC 9(04).
       77 WKS-DERECHO   PIC 9(03).
       77 WKS-DISFRUTADOS PIC 9(03).
       77 WKS-SOLICITADOS PIC 9(03).
       77 WKS-RESTANTES PIC S9(04).
       77 WKS-RESTANTES-VIS PIC ZZZ9.
       77 WKS-SOLAPE PIC X(01).
           88 WKS-HAY-SOLAPE VALUE "S".

      * CALENDARIO DE FESTIVOS EN MEMORIA Y DIA DE LA SEMANA POR LA
      * CONGRUENCIA DE ZELLER (0=SABADO, 1=DOMINGO)
       77 WKS-NUM-FESTIVOS PIC 9(03) VALUE 0.
       01 WKS-TABLA-FESTIVOS.
           05 WKS-FESTIVO OCCURS 100 TIMES
               INDEXED BY WKS-IDX-FES PIC 9(08).
       77 WKS-ES-HABIL PIC X(01).
           88 WKS-DIA-ES-HABIL VALUE "S".
       77 WKS-Z-ANIO  PIC 9(04).
       77 WKS-Z-MES   PIC 9(02).
       77 WKS-Z-SIGLO PIC 9(02).
       77 WKS-Z-ANIO2 PIC 9(02).
       77 WKS-Z-T1 PIC 9(04).
       77 WKS-Z-T2 PIC 9(04).
       77 WKS-Z-T3 PIC 9(04).
       77 WKS-Z-H  PIC 9(04).
       77 WKS-Z-COCIENTE PIC 9(04).

      * RECUENTO DE DIAS HABILES ENTRE DOS FECHAS
       01 WKS-FECHA-CALC.
           05 WKS-FC-ANIO PIC 9(04).
           05 WKS-FC-MES  PIC 9(02).
           05 WKS-FC-DIA  PIC 9(02).
       01 WKS-FECHA-CALC-NUM REDEFINES WKS-FECHA-CALC PIC 9(08).
       77 WKS-CD-HASTA   PIC 9(08).
       77 WKS-CD-HABILES PIC 9(03).
       01 WKS-TABLA-DIAS-MES VALUE "312831303130313130313031".
           05 WKS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77 WKS-DIAS-EN-MES PIC 9(02).
       77 WKS-TEMP-DIVISION PIC 9(04).
       77 WKS-RESTO-ANIO PIC 9(04).

      * INFORME MENSUAL: DIAS HABILES POR EMPLEADO Y TIPO DENTRO DEL
      * MES PEDIDO
       77 WKS-PERIODO-PEDIDO PIC 9(06).
       77 WKS-INICIO-MES PIC 9(08).
       77 WKS-FIN-MES    PIC 9(08).
       77 WKS-NUM-LINEAS PIC 9(03) VALUE 0.
       01 WKS-TABLA-INFORME.
           05 WKS-INF-ENTRY OCCURS 300 TIMES
               INDEXED BY WKS-IDX-INF.
               10 WKS-IN-EMPLEADO PIC 9(06).
               10 WKS-IN-TIPO     PIC X(02).
               10 WKS-IN-DIAS     PIC 9(04).
       77 WKS-INF-OK PIC X(01).
           88 WKS-LINEA-EN-TABLA VALUE "S".
       77 WKS-TOT-VA PIC 9(05).
       77 WKS-TOT-BM PIC 9(05).
       77 WKS-TOT-PS PIC 9(05).
       77 WKS-TOT-PR PIC 9(05).
       77 WKS-DESCRIPCION-TIPO PIC X(20).
       77 WKS-NOMBRE-COMPLETO PIC X(41).
       77 WKS-EMPLEADOS-PENDIENTES PIC 9(05).
       77 WKS-TOTAL-PENDIENTES PIC 9(07).

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS PIC 9(04).
           05 WS-MES-SIS  PIC 9(02).
           05 WS-DIA-SIS  PIC 9(02).

       PROCEDURE DIVISION.
       000001-AUSENCIAS.
           OPEN INPUT EMPLEADOS.
           IF WS-STATUS-EMP NOT = "00"
               DISPLAY "NO HAY MAESTRO DE EMPLEADOS (EMPLEADOS.DAT)"
               LINE 2 COLUMN 10 BACKGROUND-COLOR 4
               STOP "PULSA INTRO PARA SALIR"
               STOP RUN
           END-IF.
           OPEN I-O AUSENCIAS.
           IF WS-STATUS-AUS = "35"
               OPEN OUTPUT AUSENCIAS
               CLOSE AUSENCIAS
               OPEN I-O AUSENCIAS
           END-IF.
           OPEN I-O SALDO-VACACIONES.
           IF WS-STATUS-SVA = "35"
               OPEN OUTPUT SALDO-VACACIONES
               CLOSE SALDO-VACACIONES
               OPEN I-O SALDO-VACACIONES
           END-IF.
           PERFORM 000002-CARGAR-PARAMETROS.
           PERFORM 000003-CARGAR-FESTIVOS.
           PERFORM 000004-MENU UNTIL WS-OPCION = 7.
           CLOSE AUSENCIAS, SALDO-VACACIONES, EMPLEADOS.
           STOP RUN.

           000002-CARGAR-PARAMETROS.
               OPEN INPUT PARAM-AUSENCIAS.
               IF WS-STATUS-PAU = "00"
                   READ PARAM-AUSENCIAS
                       AT END CONTINUE
                       NOT AT END
                           IF PAU-DIAS-VACACIONES > 0
                               MOVE PAU-DIAS-VACACIONES
                                   TO WKS-DERECHO-DEFECTO
                           END-IF
                   END-READ
                   CLOSE PARAM-AUSENCIAS
               END-IF.

           000003-CARGAR-FESTIVOS.
               OPEN INPUT FESTIVOS.
               IF WS-STATUS-FES = "00"
                   PERFORM 000003A-LEER-FESTIVO
                       UNTIL WS-STATUS-FES NOT = "00"
                       OR WKS-NUM-FESTIVOS = 100
                   CLOSE FESTIVOS
               END-IF.

           000003A-LEER-FESTIVO.
               READ FESTIVOS
                   AT END MOVE "10" TO WS-STATUS-FES
                   NOT AT END
                       ADD 1 TO WKS-NUM-FESTIVOS
                       SET WKS-IDX-FES TO WKS-NUM-FESTIVOS
                       MOVE FES-REGISTRO
                           TO WKS-FESTIVO (WKS-IDX-FES)
               END-READ.

           000004-MENU.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "AUSENCIAS Y VACACIONES DE LA PLANTILLA" LINE 2
               COLUMN 20 BACKGROUND-COLOR 2.
               DISPLAY "1-ALTA DE AUSENCIA" LINE 3 COLUMN 20
               BACKGROUND-COLOR 5.
               DISPLAY "2-APROBAR PENDIENTES" LINE 4 COLUMN 20
               BACKGROUND-COLOR 5.
               DISPLAY "3-SALDO DE VACACIONES" LINE 5 COLUMN 20
               BACKGROUND-COLOR 5.
               DISPLAY "4-FIJAR DERECHO ANUAL" LINE 6 COLUMN 20
               BACKGROUND-COLOR 5.
               DISPLAY "5-INFORME MENSUAL" LINE 7 COLUMN 20
               BACKGROUND-COLOR 5.
               DISPLAY "6-VACACIONES NO DISFRUTADAS" LINE 8 COLUMN 20
               BACKGROUND-COLOR 5.
               DISPLAY "7-SALIR" LINE 9 COLUMN 20
               BACKGROUND-COLOR 5.
               ACCEPT WS-OPCION LINE 10 COLUMN 20.

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 000005-ALTA-AUSENCIA
                   WHEN 2
                       PERFORM 000008-REVISAR-PENDIENTES
                   WHEN 3
                       PERFORM 000010-CONSULTAR-SALDO
                   WHEN 4
                       PERFORM 000011-FIJAR-DERECHO
                   WHEN 5
                       PERFORM 000012-INFORME-MENSUAL
                   WHEN 6
                       PERFORM 000015-INFORME-PENDIENTES
               END-EVALUATE.

      *        LA AUSENCIA QUEDA PENDIENTE DE APROBAR; NO PUEDE PISAR
      *        OTRA DEL MISMO EMPLEADO NI, SI ES DE VACACIONES,
      *        SUPERAR EL SALDO CONTANDO LO YA SOLICITADO
           000005-ALTA-AUSENCIA.
               DISPLAY "ID DEL EMPLEADO: " LINE 12 COLUMN 20.
               ACCEPT WKS-EMPLEADO LINE 12 COLUMN 55.
               MOVE WKS-EMPLEADO TO EMP-ID.
               READ EMPLEADOS
                   INVALID KEY
                       DISPLAY "EMPLEADO NO ENCONTRADO" LINE 18
                       COLUMN 20 BACKGROUND-COLOR 4
                   NOT INVALID KEY
                       IF NOT EMP-ACTIVO
                           DISPLAY "EL EMPLEADO ESTA INACTIVO" LINE 18
                           COLUMN 20 BACKGROUND-COLOR 4
                       ELSE
                           PERFORM 000005A-PEDIR-AUSENCIA
                       END-IF
               END-READ.
               STOP "PULSA INTRO PARA CONTINUAR".

           000005A-PEDIR-AUSENCIA.
               DISPLAY "TIPO (VA/BM/PS/PR): " LINE 13 COLUMN 20.
               ACCEPT WKS-TIPO LINE 13 COLUMN 55.
               DISPLAY "DESDE (AAAAMMDD): " LINE 14 COLUMN 20.
               ACCEPT WKS-DESDE LINE 14 COLUMN 55.
               DISPLAY "HASTA (AAAAMMDD): " LINE 15 COLUMN 20.
               ACCEPT WKS-HASTA LINE 15 COLUMN 55.
               MOVE WKS-TIPO TO AUS-TIPO.
               DIVIDE WKS-DESDE BY 10000 GIVING WKS-ANIO.
               DIVIDE WKS-HASTA BY 10000 GIVING WKS-ANIO-HASTA.
               IF NOT AUS-TIPO-VALIDO OR WKS-DESDE = 0
                   OR WKS-HASTA < WKS-DESDE
                   OR WKS-ANIO-HASTA NOT = WKS-ANIO
                   DISPLAY "TIPO O FECHAS NO VALIDOS (LA AUSENCIA NO"
                   " PUEDE CRUZAR DE ANIO)" LINE 18 COLUMN 20
                   BACKGROUND-COLOR 4
               ELSE
                   MOVE WKS-DESDE TO WKS-FECHA-CALC-NUM
                   MOVE WKS-HASTA TO WKS-CD-HASTA
                   PERFORM 000020-CONTAR-HABILES
                   PERFORM 000006-REVISAR-EMPLEADO
                   PERFORM 000007-LEER-SALDO
                   COMPUTE WKS-RESTANTES = WKS-DERECHO
                       - WKS-DISFRUTADOS - WKS-SOLICITADOS
                   EVALUATE TRUE
                       WHEN WKS-HAY-SOLAPE
                           DISPLAY "SE SOLAPA CON OTRA AUSENCIA DEL"
                           " EMPLEADO" LINE 18 COLUMN 20
                           BACKGROUND-COLOR 4
                       WHEN WKS-CD-HABILES = 0
                           DISPLAY "NO HAY DIAS HABILES EN EL PERIODO"
                           LINE 18 COLUMN 20 BACKGROUND-COLOR 4
                       WHEN WKS-TIPO = "VA"
                           AND WKS-CD-HABILES > WKS-RESTANTES
                           DISPLAY "SALDO DE VACACIONES INSUFICIENTE,"
                           " QUEDAN " LINE 18 COLUMN 20
                           BACKGROUND-COLOR 4
                           DISPLAY WKS-RESTANTES LINE 18 COLUMN 62
                           BACKGROUND-COLOR 4
                       WHEN OTHER
                           PERFORM 000005B-GRABAR-AUSENCIA
                   END-EVALUATE
               END-IF.

           000005B-GRABAR-AUSENCIA.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE SPACES TO AUS-REGISTRO.
               MOVE WKS-EMPLEADO TO AUS-EMPLEADO.
               MOVE WKS-DESDE TO AUS-DESDE.
               MOVE WKS-HASTA TO AUS-HASTA.
               MOVE WKS-TIPO TO AUS-TIPO.
               MOVE WKS-CD-HABILES TO AUS-DIAS-HABILES.
               MOVE "P" TO AUS-ESTADO.
               MOVE WS-FECHA-SISTEMA TO AUS-FECHA-ALTA.
               WRITE AUS-REGISTRO
                   INVALID KEY
                       DISPLAY "YA HAY UNA AUSENCIA QUE EMPIEZA ESE DIA"
                       LINE 18 COLUMN 20 BACKGROUND-COLOR 4
                   NOT INVALID KEY
                       DISPLAY "AUSENCIA REGISTRADA, DIAS HABILES: "
                       LINE 18 COLUMN 20 BACKGROUND-COLOR 2
                       DISPLAY WKS-CD-HABILES LINE 18 COLUMN 56
                       BACKGROUND-COLOR 2
               END-WRITE.

      *        RECORRE LAS AUSENCIAS DEL EMPLEADO: DETECTA SOLAPES CON
      *        LAS NO RECHAZADAS Y SUMA LAS VACACIONES PENDIENTES DE
      *        APROBAR EN EL ANIO
           000006-REVISAR-EMPLEADO.
               MOVE "N" TO WKS-SOLAPE.
               MOVE 0 TO WKS-SOLICITADOS.
               MOVE "N" TO WKS-EOF-AUS.
               MOVE WKS-EMPLEADO TO AUS-EMPLEADO.
               MOVE 0 TO AUS-DESDE.
               START AUSENCIAS KEY IS NOT LESS THAN AUS-CLAVE
                   INVALID KEY SET WKS-FIN-AUS TO TRUE
               END-START.
               PERFORM 000006A-LEER-AUSENCIA.
               PERFORM 000006B-COMPARAR-AUSENCIA UNTIL WKS-FIN-AUS.

           000006A-LEER-AUSENCIA.
               IF NOT WKS-FIN-AUS
                   READ AUSENCIAS NEXT RECORD
                       AT END SET WKS-FIN-AUS TO TRUE
                   END-READ
               END-IF.
               IF NOT WKS-FIN-AUS AND AUS-EMPLEADO NOT = WKS-EMPLEADO
                   SET WKS-FIN-AUS TO TRUE
               END-IF.

           000006B-COMPARAR-AUSENCIA.
               IF NOT AUS-RECHAZADA
                   IF AUS-DESDE NOT > WKS-HASTA
                       AND AUS-HASTA NOT < WKS-DESDE
                       SET WKS-HAY-SOLAPE TO TRUE
                   END-IF
                   IF AUS-VACACIONES AND AUS-PENDIENTE
                       AND AUS-DESDE (1:4) = WKS-ANIO
                       ADD AUS-DIAS-HABILES TO WKS-SOLICITADOS
                   END-IF
               END-IF.
               PERFORM 000006A-LEER-AUSENCIA.

      *        SALDO DEL ANIO; SI EL EMPLEADO AUN NO TIENE REGISTRO SE
      *        LE SUPONE EL DERECHO POR DEFECTO SIN DIAS DISFRUTADOS
           000007-LEER-SALDO.
               MOVE WKS-EMPLEADO TO SVA-EMPLEADO.
               MOVE WKS-ANIO TO SVA-ANIO.
               READ SALDO-VACACIONES
                   INVALID KEY
                       MOVE WKS-DERECHO-DEFECTO TO WKS-DERECHO
                       MOVE 0 TO WKS-DISFRUTADOS
                   NOT INVALID KEY
                       MOVE SVA-DERECHO TO WKS-DERECHO
                       MOVE SVA-DISFRUTADOS TO WKS-DISFRUTADOS
               END-READ.

      *        CADA DECISION SE REGRABA EN EL ACTO; LAS VACACIONES
      *        APROBADAS PASAN AL SALDO COMO DISFRUTADAS
           000008-REVISAR-PENDIENTES.
               DISPLAY "ID DEL SUPERVISOR: " LINE 12 COLUMN 20.
               ACCEPT WKS-SUPERVISOR LINE 12 COLUMN 40.
               MOVE 0 TO WKS-PENDIENTES-VISTAS.
               MOVE "N" TO WKS-EOF-AUS.
               MOVE LOW-VALUES TO AUS-CLAVE.
               START AUSENCIAS KEY IS NOT LESS THAN AUS-CLAVE
                   INVALID KEY SET WKS-FIN-AUS TO TRUE
               END-START.
               PERFORM 000008A-LEER-AUSENCIA.
               PERFORM 000009-REVISAR-UNA UNTIL WKS-FIN-AUS.
               IF WKS-PENDIENTES-VISTAS = 0
                   DISPLAY "NO QUEDAN AUSENCIAS PENDIENTES" LINE 14
                   COLUMN 20 BACKGROUND-COLOR 3
               END-IF.
               STOP "PULSA INTRO PARA CONTINUAR".

           000008A-LEER-AUSENCIA.
               IF NOT WKS-FIN-AUS
                   READ AUSENCIAS NEXT RECORD
                       AT END SET WKS-FIN-AUS TO TRUE
                   END-READ
               END-IF.

           000009-REVISAR-UNA.
               IF AUS-PENDIENTE
                   ADD 1 TO WKS-PENDIENTES-VISTAS
                   DISPLAY " " BLANK SCREEN
                   DISPLAY "AUSENCIA PENDIENTE" LINE 2 COLUMN 20
                   BACKGROUND-COLOR 2
                   DISPLAY "EMPLEADO: " LINE 4 COLUMN 20,
                   AUS-EMPLEADO LINE 4 COLUMN 35
                   DISPLAY "TIPO:     " LINE 5 COLUMN 20,
                   AUS-TIPO LINE 5 COLUMN 35
                   DISPLAY "DESDE:    " LINE 6 COLUMN 20,
                   AUS-DESDE LINE 6 COLUMN 35
                   DISPLAY "HASTA:    " LINE 7 COLUMN 20,
                   AUS-HASTA LINE 7 COLUMN 35
                   DISPLAY "HABILES:  " LINE 8 COLUMN 20,
                   AUS-DIAS-HABILES LINE 8 COLUMN 35
                   DISPLAY "DECISION (A-APROBAR/R-RECHAZAR/"
                   "S-SALTAR): " LINE 10 COLUMN 20
                   ACCEPT WKS-DECISION LINE 10 COLUMN 63
                   EVALUATE WKS-DECISION
                       WHEN "A"
                       WHEN "a"
                           MOVE "A" TO AUS-ESTADO
                           MOVE WKS-SUPERVISOR TO AUS-APROBADOR
                           REWRITE AUS-REGISTRO
                           IF AUS-VACACIONES
                               PERFORM 000009A-ANOTAR-DISFRUTE
                           END-IF
                       WHEN "R"
                       WHEN "r"
                           MOVE "R" TO AUS-ESTADO
                           MOVE WKS-SUPERVISOR TO AUS-APROBADOR
                           REWRITE AUS-REGISTRO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.
               PERFORM 000008A-LEER-AUSENCIA.

           000009A-ANOTAR-DISFRUTE.
               MOVE AUS-EMPLEADO TO SVA-EMPLEADO.
               MOVE AUS-DESDE (1:4) TO SVA-ANIO.
               READ SALDO-VACACIONES
                   INVALID KEY
                       MOVE WKS-DERECHO-DEFECTO TO SVA-DERECHO
                       MOVE AUS-DIAS-HABILES TO SVA-DISFRUTADOS
                       WRITE SVA-REGISTRO
                   NOT INVALID KEY
                       ADD AUS-DIAS-HABILES TO SVA-DISFRUTADOS
                       REWRITE SVA-REGISTRO
               END-READ.

           000010-CONSULTAR-SALDO.
               DISPLAY "ID DEL EMPLEADO: " LINE 12 COLUMN 20.
               ACCEPT WKS-EMPLEADO LINE 12 COLUMN 45.
               DISPLAY "ANIO (AAAA): " LINE 13 COLUMN 20.
               ACCEPT WKS-ANIO LINE 13 COLUMN 45.
               MOVE 0 TO WKS-DESDE.
               MOVE 0 TO WKS-HASTA.
               PERFORM 000006-REVISAR-EMPLEADO.
               PERFORM 000007-LEER-SALDO.
               COMPUTE WKS-RESTANTES = WKS-DERECHO
                   - WKS-DISFRUTADOS - WKS-SOLICITADOS.
               DISPLAY "DERECHO DEL ANIO  : " LINE 15 COLUMN 20,
               WKS-DERECHO LINE 15 COLUMN 45.
               DISPLAY "DISFRUTADOS       : " LINE 16 COLUMN 20,
               WKS-DISFRUTADOS LINE 16 COLUMN 45.
               DISPLAY "PENDIENTES APROBAR: " LINE 17 COLUMN 20,
               WKS-SOLICITADOS LINE 17 COLUMN 45.
               DISPLAY "DISPONIBLES       : " LINE 18 COLUMN 20,
               WKS-RESTANTES LINE 18 COLUMN 45.
               STOP "PULSA INTRO PARA CONTINUAR".

      *        DERECHO DISTINTO DEL GENERAL (JORNADA PARCIAL, DIAS
      *        ARRASTRADOS DEL ANIO ANTERIOR...)
           000011-FIJAR-DERECHO.
               DISPLAY "ID DEL EMPLEADO: " LINE 12 COLUMN 20.
               ACCEPT SVA-EMPLEADO LINE 12 COLUMN 45.
               DISPLAY "ANIO (AAAA): " LINE 13 COLUMN 20.
               ACCEPT SVA-ANIO LINE 13 COLUMN 45.
               DISPLAY "DIAS HABILES DE DERECHO: " LINE 14 COLUMN 20.
               ACCEPT WKS-DERECHO LINE 14 COLUMN 45.
               READ SALDO-VACACIONES
                   INVALID KEY
                       MOVE WKS-DERECHO TO SVA-DERECHO
                       MOVE 0 TO SVA-DISFRUTADOS
                       WRITE SVA-REGISTRO
                   NOT INVALID KEY
                       MOVE WKS-DERECHO TO SVA-DERECHO
                       REWRITE SVA-REGISTRO
               END-READ.
               DISPLAY "DERECHO ANUAL ACTUALIZADO" LINE 18 COLUMN 20
               BACKGROUND-COLOR 2.
               STOP "PULSA INTRO PARA CONTINUAR".

      *        DIAS HABILES DE LAS AUSENCIAS APROBADAS QUE CAEN EN EL
      *        MES PEDIDO, POR EMPLEADO Y TIPO
           000012-INFORME-MENSUAL.
               DISPLAY "PERIODO DEL INFORME (AAAAMM): " LINE 12
               COLUMN 20.
               ACCEPT WKS-PERIODO-PEDIDO LINE 12 COLUMN 52.
               COMPUTE WKS-INICIO-MES = WKS-PERIODO-PEDIDO * 100 + 1.
               MOVE WKS-INICIO-MES TO WKS-FECHA-CALC-NUM.
               PERFORM 000023-DIAS-DEL-MES.
               COMPUTE WKS-FIN-MES = WKS-PERIODO-PEDIDO * 100
                   + WKS-DIAS-EN-MES.
               MOVE 0 TO WKS-NUM-LINEAS.
               MOVE 0 TO WKS-TOT-VA.
               MOVE 0 TO WKS-TOT-BM.
               MOVE 0 TO WKS-TOT-PS.
               MOVE 0 TO WKS-TOT-PR.
               MOVE "N" TO WKS-EOF-AUS.
               MOVE LOW-VALUES TO AUS-CLAVE.
               START AUSENCIAS KEY IS NOT LESS THAN AUS-CLAVE
                   INVALID KEY SET WKS-FIN-AUS TO TRUE
               END-START.
               PERFORM 000008A-LEER-AUSENCIA.
               PERFORM 000013-ACUMULAR-AUSENCIA UNTIL WKS-FIN-AUS.

               OPEN OUTPUT INFORME.
               MOVE SPACES TO INF-LINEA.
               STRING "INFORME DE AUSENCIAS DEL PERIODO "
                   WKS-PERIODO-PEDIDO " (DIAS HABILES APROBADOS)"
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE "EMPLEADO NOMBRE                      "
                   & "       TIPO                 DIAS" TO INF-LINEA.
               WRITE INF-LINEA.
               PERFORM 000014-ESCRIBIR-LINEA
                   VARYING WKS-IDX-INF FROM 1 BY 1
                   UNTIL WKS-IDX-INF > WKS-NUM-LINEAS.
               MOVE SPACES TO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "TOTAL VACACIONES       : " WKS-TOT-VA
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "TOTAL BAJA MEDICA      : " WKS-TOT-BM
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "TOTAL PERMISO SIN SUELDO: " WKS-TOT-PS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "TOTAL PERMISO RETRIBUIDO: " WKS-TOT-PR
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               CLOSE INFORME.
               DISPLAY "INFORME AUSENCIAS-INFORME.TXT GENERADO" LINE 18
               COLUMN 20 BACKGROUND-COLOR 2.
               STOP "PULSA INTRO PARA CONTINUAR".

           000013-ACUMULAR-AUSENCIA.
               IF AUS-APROBADA
                   AND AUS-DESDE NOT > WKS-FIN-MES
                   AND AUS-HASTA NOT < WKS-INICIO-MES
                   IF AUS-DESDE > WKS-INICIO-MES
                       MOVE AUS-DESDE TO WKS-FECHA-CALC-NUM
                   ELSE
                       MOVE WKS-INICIO-MES TO WKS-FECHA-CALC-NUM
                   END-IF
                   IF AUS-HASTA < WKS-FIN-MES
                       MOVE AUS-HASTA TO WKS-CD-HASTA
                   ELSE
                       MOVE WKS-FIN-MES TO WKS-CD-HASTA
                   END-IF
                   PERFORM 000020-CONTAR-HABILES
                   PERFORM 000013A-SUMAR-LINEA
               END-IF.
               PERFORM 000008A-LEER-AUSENCIA.

           000013A-SUMAR-LINEA.
               EVALUATE TRUE
                   WHEN AUS-VACACIONES
                       ADD WKS-CD-HABILES TO WKS-TOT-VA
                   WHEN AUS-BAJA-MEDICA
                       ADD WKS-CD-HABILES TO WKS-TOT-BM
                   WHEN AUS-SIN-SUELDO
                       ADD WKS-CD-HABILES TO WKS-TOT-PS
                   WHEN OTHER
                       ADD WKS-CD-HABILES TO WKS-TOT-PR
               END-EVALUATE.
               MOVE "N" TO WKS-INF-OK.
               IF WKS-NUM-LINEAS > 0
                   SET WKS-IDX-INF TO 1
                   SEARCH WKS-INF-ENTRY
                       AT END CONTINUE
                       WHEN WKS-IDX-INF > WKS-NUM-LINEAS
                           CONTINUE
                       WHEN WKS-IN-EMPLEADO (WKS-IDX-INF) = AUS-EMPLEADO
                           AND WKS-IN-TIPO (WKS-IDX-INF) = AUS-TIPO
                           SET WKS-LINEA-EN-TABLA TO TRUE
                   END-SEARCH
               END-IF.
               IF NOT WKS-LINEA-EN-TABLA
                   IF WKS-NUM-LINEAS < 300
                       ADD 1 TO WKS-NUM-LINEAS
                       SET WKS-IDX-INF TO WKS-NUM-LINEAS
                       MOVE AUS-EMPLEADO
                           TO WKS-IN-EMPLEADO (WKS-IDX-INF)
                       MOVE AUS-TIPO TO WKS-IN-TIPO (WKS-IDX-INF)
                       MOVE 0 TO WKS-IN-DIAS (WKS-IDX-INF)
                       SET WKS-LINEA-EN-TABLA TO TRUE
                   END-IF
               END-IF.
               IF WKS-LINEA-EN-TABLA
                   ADD WKS-CD-HABILES TO WKS-IN-DIAS (WKS-IDX-INF)
               END-IF.

           000014-ESCRIBIR-LINEA.
               MOVE WKS-IN-EMPLEADO (WKS-IDX-INF) TO EMP-ID.
               PERFORM 000017-NOMBRE-EMPLEADO.
               MOVE WKS-IN-TIPO (WKS-IDX-INF) TO AUS-TIPO.
               PERFORM 000018-DESCRIBIR-TIPO.
               MOVE SPACES TO INF-LINEA.
               STRING WKS-IN-EMPLEADO (WKS-IDX-INF) "   "
                   WKS-NOMBRE-COMPLETO " " WKS-DESCRIPCION-TIPO " "
                   WKS-IN-DIAS (WKS-IDX-INF)
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.

      *        CIERRE DE EJERCICIO: EMPLEADOS ACTIVOS CON DIAS DE
      *        VACACIONES SIN DISFRUTAR EN EL ANIO PEDIDO
           000015-INFORME-PENDIENTES.
               DISPLAY "EJERCICIO (AAAA): " LINE 12 COLUMN 20.
               ACCEPT WKS-ANIO LINE 12 COLUMN 45.
               MOVE 0 TO WKS-EMPLEADOS-PENDIENTES.
               MOVE 0 TO WKS-TOTAL-PENDIENTES.
               OPEN OUTPUT INFORME-VACACIONES.
               MOVE SPACES TO VAC-LINEA.
               STRING "VACACIONES NO DISFRUTADAS DEL EJERCICIO "
                   WKS-ANIO
                   DELIMITED BY SIZE INTO VAC-LINEA.
               WRITE VAC-LINEA.
               MOVE "EMPLEADO NOMBRE                      "
                   & "       DERECHO DISFRUT. PENDIENTE" TO VAC-LINEA.
               WRITE VAC-LINEA.
               MOVE "N" TO WKS-EOF-EMP.
               MOVE 0 TO EMP-ID.
               START EMPLEADOS KEY IS NOT LESS THAN EMP-ID
                   INVALID KEY SET WKS-FIN-EMP TO TRUE
               END-START.
               PERFORM 000015A-LEER-EMPLEADO.
               PERFORM 000016-REVISAR-SALDO UNTIL WKS-FIN-EMP.
               MOVE SPACES TO VAC-LINEA.
               WRITE VAC-LINEA.
               MOVE SPACES TO VAC-LINEA.
               STRING "EMPLEADOS CON DIAS PENDIENTES: "
                   WKS-EMPLEADOS-PENDIENTES
                   DELIMITED BY SIZE INTO VAC-LINEA.
               WRITE VAC-LINEA.
               MOVE SPACES TO VAC-LINEA.
               STRING "TOTAL DIAS PENDIENTES        : "
                   WKS-TOTAL-PENDIENTES
                   DELIMITED BY SIZE INTO VAC-LINEA.
               WRITE VAC-LINEA.
               CLOSE INFORME-VACACIONES.
               DISPLAY "INFORME VACACIONES-PENDIENTES.TXT GENERADO"
               LINE 18 COLUMN 20 BACKGROUND-COLOR 2.
               STOP "PULSA INTRO PARA CONTINUAR".

           000015A-LEER-EMPLEADO.
               IF NOT WKS-FIN-EMP
                   READ EMPLEADOS NEXT RECORD
                       AT END SET WKS-FIN-EMP TO TRUE
                   END-READ
               END-IF.

           000016-REVISAR-SALDO.
               IF EMP-ACTIVO
                   MOVE EMP-ID TO WKS-EMPLEADO
                   PERFORM 000007-LEER-SALDO
                   COMPUTE WKS-RESTANTES = WKS-DERECHO
                       - WKS-DISFRUTADOS
                   IF WKS-RESTANTES > 0
                       ADD 1 TO WKS-EMPLEADOS-PENDIENTES
                       ADD WKS-RESTANTES TO WKS-TOTAL-PENDIENTES
                       MOVE WKS-RESTANTES TO WKS-RESTANTES-VIS
                       MOVE SPACES TO WKS-NOMBRE-COMPLETO
                       STRING EMP-NOMBRE-TRAB DELIMITED BY "  "
                           " " EMP-APELLIDO-PATERNO
                           DELIMITED BY "  "
                           INTO WKS-NOMBRE-COMPLETO
                       MOVE SPACES TO VAC-LINEA
                       STRING EMP-ID "   " WKS-NOMBRE-COMPLETO " "
                           WKS-DERECHO "     " WKS-DISFRUTADOS
                           "      " WKS-RESTANTES-VIS
                           DELIMITED BY SIZE INTO VAC-LINEA
                       WRITE VAC-LINEA
                   END-IF
               END-IF.
               PERFORM 000015A-LEER-EMPLEADO.

           000017-NOMBRE-EMPLEADO.
               MOVE SPACES TO WKS-NOMBRE-COMPLETO.
               READ EMPLEADOS
                   INVALID KEY
                       MOVE "EMPLEADO NO CENSADO" TO WKS-NOMBRE-COMPLETO
                   NOT INVALID KEY
                       STRING EMP-NOMBRE-TRAB DELIMITED BY "  "
                           " " EMP-APELLIDO-PATERNO
                           DELIMITED BY "  "
                           INTO WKS-NOMBRE-COMPLETO
               END-READ.

           000018-DESCRIBIR-TIPO.
               EVALUATE TRUE
                   WHEN AUS-VACACIONES
                       MOVE "VACACIONES" TO WKS-DESCRIPCION-TIPO
                   WHEN AUS-BAJA-MEDICA
                       MOVE "BAJA MEDICA" TO WKS-DESCRIPCION-TIPO
                   WHEN AUS-SIN-SUELDO
                       MOVE "PERMISO SIN SUELDO" TO WKS-DESCRIPCION-TIPO
                   WHEN OTHER
                       MOVE "PERMISO RETRIBUIDO" TO WKS-DESCRIPCION-TIPO
               END-EVALUATE.

      *        DIAS HABILES DESDE WKS-FECHA-CALC HASTA WKS-CD-HASTA,
      *        AMBOS INCLUIDOS
           000020-CONTAR-HABILES.
               MOVE 0 TO WKS-CD-HABILES.
               PERFORM 000020A-CONTAR-DIA
                   UNTIL WKS-FECHA-CALC-NUM > WKS-CD-HASTA.

           000020A-CONTAR-DIA.
               PERFORM 000021-COMPROBAR-DIA-HABIL.
               IF WKS-DIA-ES-HABIL
                   ADD 1 TO WKS-CD-HABILES
               END-IF.
               PERFORM 000022-AVANZAR-UN-DIA.

      *        DIA HABIL = NI SABADO NI DOMINGO (ZELLER: H 0 O 1)
      *        NI FECHA DEL CALENDARIO DE FESTIVOS
           000021-COMPROBAR-DIA-HABIL.
               MOVE "S" TO WKS-ES-HABIL.
               MOVE WKS-FC-ANIO TO WKS-Z-ANIO.
               MOVE WKS-FC-MES  TO WKS-Z-MES.
               IF WKS-Z-MES < 3
                   ADD 12 TO WKS-Z-MES
                   SUBTRACT 1 FROM WKS-Z-ANIO
               END-IF.
               DIVIDE WKS-Z-ANIO BY 100
                   GIVING WKS-Z-SIGLO REMAINDER WKS-Z-ANIO2.
               COMPUTE WKS-Z-T1 = 13 * (WKS-Z-MES + 1).
               DIVIDE WKS-Z-T1 BY 5 GIVING WKS-Z-T1.
               DIVIDE WKS-Z-ANIO2 BY 4 GIVING WKS-Z-T2.
               DIVIDE WKS-Z-SIGLO BY 4 GIVING WKS-Z-T3.
               COMPUTE WKS-Z-H = WKS-FC-DIA + WKS-Z-T1 + WKS-Z-ANIO2
                   + WKS-Z-T2 + WKS-Z-T3 + 5 * WKS-Z-SIGLO.
               DIVIDE WKS-Z-H BY 7
                   GIVING WKS-Z-COCIENTE REMAINDER WKS-Z-H.
               IF WKS-Z-H < 2
                   MOVE "N" TO WKS-ES-HABIL
               ELSE
                   IF WKS-NUM-FESTIVOS > 0
                       SET WKS-IDX-FES TO 1
                       SEARCH WKS-FESTIVO
                           AT END CONTINUE
                           WHEN WKS-IDX-FES > WKS-NUM-FESTIVOS
                               CONTINUE
                           WHEN WKS-FESTIVO (WKS-IDX-FES)
                               = WKS-FECHA-CALC-NUM
                               MOVE "N" TO WKS-ES-HABIL
                       END-SEARCH
                   END-IF
               END-IF.

           000022-AVANZAR-UN-DIA.
               ADD 1 TO WKS-FC-DIA.
               PERFORM 000023-DIAS-DEL-MES.
               IF WKS-FC-DIA > WKS-DIAS-EN-MES
                   MOVE 1 TO WKS-FC-DIA
                   ADD 1 TO WKS-FC-MES
                   IF WKS-FC-MES > 12
                       MOVE 1 TO WKS-FC-MES
                       ADD 1 TO WKS-FC-ANIO
                   END-IF
               END-IF.

           000023-DIAS-DEL-MES.
               MOVE WKS-DIAS-MES (WKS-FC-MES) TO WKS-DIAS-EN-MES.
               IF WKS-FC-MES = 2
                   DIVIDE WKS-FC-ANIO BY 4 GIVING WKS-TEMP-DIVISION
                       REMAINDER WKS-RESTO-ANIO
                   IF WKS-RESTO-ANIO = 0
                       MOVE 29 TO WKS-DIAS-EN-MES
                       DIVIDE WKS-FC-ANIO BY 100
                           GIVING WKS-TEMP-DIVISION
                           REMAINDER WKS-RESTO-ANIO
                       IF WKS-RESTO-ANIO = 0
                           MOVE 28 TO WKS-DIAS-EN-MES
                           DIVIDE WKS-FC-ANIO BY 400
                               GIVING WKS-TEMP-DIVISION
                               REMAINDER WKS-RESTO-ANIO
                           IF WKS-RESTO-ANIO = 0
                               MOVE 29 TO WKS-DIAS-EN-MES
                           END-IF
                       END-IF
                   END-IF
               END-IF.

       END PROGRAM AUSENCIAS.
