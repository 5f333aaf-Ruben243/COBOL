      ******************************************************************
      * Author:
      * Date:
      * Purpose: CERTIFICACION DE FORMACION PARA CAJEROS: APLICA EL
      *          EXAMEN CONFIGURADO (EXAMEN-CERTIFICACION.TXT) A LAS
      *          SESIONES DE QUIZ DEL ALUMNO EN EVALUACIONES.TXT Y, SI
      *          LO SUPERA, GRABA SU CERTIFICADO (EMPLEADO, FECHA Y
      *          PUNTUACION) EN EL FICHERO COMUN CERTIFICADOS-
      *          FORMACION.TXT, QUE CAJADMIN EXIGE ANTES DE DAR DE ALTA
      *          O REACTIVAR UN CAJERO. EL EXAMEN PIDE, EN CADA MODO
      *          CONFIGURADO, UNA SESION QUE CUBRA EL RANGO DE TABLAS
      *          DEL EXAMEN CON EL PORCENTAJE MINIMO DE ACIERTOS Y SIN
      *          PASAR DEL TIEMPO MAXIMO POR PREGUNTA. SOLO CUENTAN LAS
      *          SESIONES DEL PERIODO DE VALIDEZ DEL CERTIFICADO
      *          (CERTIFICACION-MESES.TXT), DE MODO QUE PARA RENOVARLO
      *          HAY QUE VOLVER A PRACTICAR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVALUACIONES ASSIGN TO "EVALUACIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EVA.

      *    CONDICIONES DEL EXAMEN: PORCENTAJE MINIMO, SEGUNDOS MAXIMOS
      *    POR PREGUNTA, RANGO DE TABLAS Y MODOS QUE HAY QUE SUPERAR
           SELECT EXAMEN ASSIGN TO "EXAMEN-CERTIFICACION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXA.

      *    MESES DE VALIDEZ DEL CERTIFICADO (COMUN CON CAJADMIN)
           SELECT VALIDEZ-CERT ASSIGN TO "../CERTIFICACION-MESES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VCE.

           SELECT OPTIONAL CERTIFICADOS
           ASSIGN TO "../CERTIFICADOS-FORMACION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLEADOS
           ASSIGN TO "../Uso de variables/EMPLEADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-STATUS-EMP.

       DATA DIVISION.
       FILE SECTION.
       FD  EVALUACIONES.
       01  EVA-REGISTRO.
           05 EVA-ALUMNO   PIC X(15).
           05 FILLER       PIC X(01).
           05 EVA-MODO     PIC X(01).
           05 FILLER       PIC X(01).
           05 EVA-DESDE    PIC 9(02).
           05 FILLER       PIC X(01).
           05 EVA-HASTA    PIC 9(02).
           05 FILLER       PIC X(01).
           05 EVA-ACIERTOS PIC 9(03).
           05 FILLER       PIC X(01).
           05 EVA-TOTAL    PIC 9(03).
           05 FILLER       PIC X(01).
           05 EVA-FECHA    PIC 9(08).
           05 FILLER       PIC X(01).
           05 EVA-SEGUNDOS PIC 9(06).

       FD  EXAMEN.
       01  EXA-REGISTRO.
           05 EXA-PORCENTAJE PIC 9(03).
           05 FILLER         PIC X(01).
           05 EXA-SEGUNDOS   PIC 9(03).
           05 FILLER         PIC X(01).
           05 EXA-DESDE      PIC 9(02).
           05 FILLER         PIC X(01).
           05 EXA-HASTA      PIC 9(02).
           05 FILLER         PIC X(01).
           05 EXA-MODOS      PIC X(05).

       FD  VALIDEZ-CERT.
       01  VCE-REGISTRO PIC 9(03).

       FD  CERTIFICADOS.
       01  CER-REGISTRO.
           05 CER-EMPLEADO   PIC 9(06).
           05 FILLER         PIC X(01).
           05 CER-ALUMNO     PIC X(15).
           05 FILLER         PIC X(01).
           05 CER-FECHA      PIC 9(08).
           05 FILLER         PIC X(01).
           05 CER-PORCENTAJE PIC 9(03)V99.

       FD  EMPLEADOS.
       01  EMP-REGISTRO.
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
           02 EMP-DNI              PIC X(09).
           02 EMP-FECHA-BAJA       PIC 9(08).
           02 EMP-MOTIVO-BAJA      PIC X(02).
           02 EMP-FINIQUITO        PIC X(01).
           02 EMP-CENTRO-COSTE     PIC X(04).
           02 EMP-DEPARTAMENTO     PIC X(04).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-EVA PIC X(02).
       77 WS-STATUS-EXA PIC X(02).
       77 WS-STATUS-VCE PIC X(02).
       77 WS-STATUS-EMP PIC X(02).
       77 WS-EOF-EVA PIC X(01) VALUE "N".
           88 WS-FIN-EVA VALUE "S".

      * EXAMEN POR DEFECTO SI NO HAY FICHERO DE CONDICIONES
       77 WS-EX-PORCENTAJE PIC 9(03) VALUE 80.
       77 WS-EX-SEGUNDOS   PIC 9(03) VALUE 10.
       77 WS-EX-DESDE      PIC 9(02) VALUE 1.
       77 WS-EX-HASTA      PIC 9(02) VALUE 10.
       77 WS-EX-MODOS      PIC X(05) VALUE "MRD".
       77 WS-MESES-CERTIFICADO PIC 9(03) VALUE 12.

      * MODOS DEL EXAMEN CON LA MEJOR SESION VALIDA DE CADA UNO
       77 WS-NUM-MODOS PIC 9(01) VALUE 0.
       01 WS-TABLA-MODOS.
           05 WS-MODO-ENTRY OCCURS 5 TIMES INDEXED BY WS-IDX-MOD.
               10 WS-MO-CODIGO  PIC X(01).
               10 WS-MO-MEJOR   PIC 9(03)V99.
               10 WS-MO-SUPERADO PIC X(01).
                   88 WS-MO-APROBADO VALUE "S".
       77 WS-POS-MODO PIC 9(01).
       77 WS-MODO-OK PIC X(01).
           88 WS-MODO-EN-TABLA VALUE "S".

       77 WS-ALUMNO   PIC X(15).
       77 WS-EMPLEADO PIC 9(06).
       77 WS-EMPLEADO-OK PIC X(01) VALUE "N".
           88 WS-EMPLEADO-VALIDO VALUE "S".
       77 WS-APROBADO PIC X(01).
           88 WS-EXAMEN-SUPERADO VALUE "S".
       77 WS-SESIONES-VALIDAS PIC 9(03) VALUE 0.
       77 WS-PCT PIC 9(03)V99.
       77 WS-PCT-VIS PIC ZZ9.99.
       77 WS-MEDIA-SEG PIC 9(04)V99.
       77 WS-NOTA PIC 9(03)V99.
       77 WS-MESES-TOTAL PIC 9(06).

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS PIC 9(04).
           05 WS-MES-SIS  PIC 9(02).
           05 WS-DIA-SIS  PIC 9(02).
       01 WS-FECHA-SISTEMA-N REDEFINES WS-FECHA-SISTEMA PIC 9(08).
      * PRIMERA FECHA DE SESION QUE CUENTA
       01 WS-FECHA-DESDE.
           05 WS-FD-ANIO PIC 9(04).
           05 WS-FD-MES  PIC 9(02).
           05 WS-FD-DIA  PIC 9(02).
       01 WS-FECHA-DESDE-N REDEFINES WS-FECHA-DESDE PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CERTIFICACION DE FORMACION DE CAJEROS".
           DISPLAY "NOMBRE DEL ALUMNO (COMO EN EL QUIZ): ".
           ACCEPT WS-ALUMNO.
           DISPLAY "NUMERO DE EMPLEADO: ".
           ACCEPT WS-EMPLEADO.
           PERFORM 00001-VALIDAR-EMPLEADO.
           IF NOT WS-EMPLEADO-VALIDO
               DISPLAY "EMPLEADO INEXISTENTE O INACTIVO"
               STOP RUN
           END-IF.
           OPEN INPUT EVALUACIONES.
           IF WS-STATUS-EVA NOT = "00"
               DISPLAY "NO HAY EVALUACIONES QUE EXAMINAR"
               STOP RUN
           END-IF.
           PERFORM 00002-CARGAR-EXAMEN.
           PERFORM 00003-CALCULAR-PERIODO.
           PERFORM 00004-LEER-EVALUACION.
           PERFORM 00005-EXAMINAR-SESION UNTIL WS-FIN-EVA.
           CLOSE EVALUACIONES.
           PERFORM 00006-RESULTADO-EXAMEN.
           IF WS-EXAMEN-SUPERADO
               PERFORM 00007-GRABAR-CERTIFICADO
           END-IF.
           STOP RUN.

           00001-VALIDAR-EMPLEADO.
               IF WS-EMPLEADO > 0
                   OPEN INPUT EMPLEADOS
                   IF WS-STATUS-EMP = "00"
                       MOVE WS-EMPLEADO TO EMP-ID
                       READ EMPLEADOS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF EMP-ACTIVO
                                   SET WS-EMPLEADO-VALIDO TO TRUE
                               END-IF
                       END-READ
                       CLOSE EMPLEADOS
                   END-IF
               END-IF.

           00002-CARGAR-EXAMEN.
               OPEN INPUT EXAMEN.
               IF WS-STATUS-EXA = "00"
                   READ EXAMEN
                       AT END CONTINUE
                       NOT AT END
                           MOVE EXA-PORCENTAJE TO WS-EX-PORCENTAJE
                           MOVE EXA-SEGUNDOS   TO WS-EX-SEGUNDOS
                           MOVE EXA-DESDE      TO WS-EX-DESDE
                           MOVE EXA-HASTA      TO WS-EX-HASTA
                           MOVE EXA-MODOS      TO WS-EX-MODOS
                   END-READ
                   CLOSE EXAMEN
               END-IF.
               OPEN INPUT VALIDEZ-CERT.
               IF WS-STATUS-VCE = "00"
                   READ VALIDEZ-CERT
                       AT END CONTINUE
                       NOT AT END
                           MOVE VCE-REGISTRO TO WS-MESES-CERTIFICADO
                   END-READ
                   CLOSE VALIDEZ-CERT
               END-IF.
               MOVE 0 TO WS-NUM-MODOS.
               PERFORM 00002A-ANOTAR-MODO
                   VARYING WS-POS-MODO FROM 1 BY 1
                   UNTIL WS-POS-MODO > 5.

           00002A-ANOTAR-MODO.
               IF WS-EX-MODOS (WS-POS-MODO:1) NOT = SPACE
                   ADD 1 TO WS-NUM-MODOS
                   SET WS-IDX-MOD TO WS-NUM-MODOS
                   MOVE WS-EX-MODOS (WS-POS-MODO:1)
                       TO WS-MO-CODIGO (WS-IDX-MOD)
                   MOVE 0 TO WS-MO-MEJOR (WS-IDX-MOD)
                   MOVE "N" TO WS-MO-SUPERADO (WS-IDX-MOD)
               END-IF.

      *        LAS SESIONES CUENTAN DESDE HOY MENOS LOS MESES DE
      *        VALIDEZ DEL CERTIFICADO
           00003-CALCULAR-PERIODO.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               COMPUTE WS-MESES-TOTAL = WS-ANIO-SIS * 12
                   + WS-MES-SIS - 1 - WS-MESES-CERTIFICADO.
               DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-FD-ANIO
                   REMAINDER WS-FD-MES.
               ADD 1 TO WS-FD-MES.
               MOVE WS-DIA-SIS TO WS-FD-DIA.

           00004-LEER-EVALUACION.
               READ EVALUACIONES
                   AT END SET WS-FIN-EVA TO TRUE
               END-READ.

      *        UNA SESION SIRVE PARA EL EXAMEN SI ES DEL ALUMNO, DEL
      *        PERIODO DE VALIDEZ, DE UN MODO DEL EXAMEN Y CUBRE TODO
      *        SU RANGO DE TABLAS (LOS EJERCICIOS DE EFECTIVO E Y C NO
      *        USAN TABLAS Y SE GRABAN CON RANGO 0); SE APRUEBA EL MODO
      *        SI ALCANZA EL PORCENTAJE SIN PASARSE DE TIEMPO POR
      *        PREGUNTA
           00005-EXAMINAR-SESION.
               IF EVA-ALUMNO = WS-ALUMNO
                   AND EVA-FECHA NOT < WS-FECHA-DESDE-N
                   AND EVA-TOTAL > 0
                   AND (EVA-MODO = "E" OR EVA-MODO = "C"
                       OR (EVA-DESDE NOT > WS-EX-DESDE
                       AND EVA-HASTA NOT < WS-EX-HASTA))
                   PERFORM 00005A-BUSCAR-MODO
                   IF WS-MODO-EN-TABLA
                       ADD 1 TO WS-SESIONES-VALIDAS
                       COMPUTE WS-PCT ROUNDED =
                           EVA-ACIERTOS * 100 / EVA-TOTAL
                       COMPUTE WS-MEDIA-SEG ROUNDED =
                           EVA-SEGUNDOS / EVA-TOTAL
                       IF WS-PCT NOT < WS-EX-PORCENTAJE
                           AND WS-MEDIA-SEG NOT > WS-EX-SEGUNDOS
                           SET WS-MO-APROBADO (WS-IDX-MOD) TO TRUE
                           IF WS-PCT > WS-MO-MEJOR (WS-IDX-MOD)
                               MOVE WS-PCT TO WS-MO-MEJOR (WS-IDX-MOD)
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               PERFORM 00004-LEER-EVALUACION.

           00005A-BUSCAR-MODO.
               MOVE "N" TO WS-MODO-OK.
               SET WS-IDX-MOD TO 1.
               SEARCH WS-MODO-ENTRY
                   AT END CONTINUE
                   WHEN WS-IDX-MOD > WS-NUM-MODOS
                       CONTINUE
                   WHEN WS-MO-CODIGO (WS-IDX-MOD) = EVA-MODO
                       SET WS-MODO-EN-TABLA TO TRUE
               END-SEARCH.

      *        EXAMEN SUPERADO SI LO ESTAN TODOS LOS MODOS; LA NOTA DEL
      *        CERTIFICADO ES LA DEL MODO MAS FLOJO
           00006-RESULTADO-EXAMEN.
               MOVE "S" TO WS-APROBADO.
               MOVE 999.99 TO WS-NOTA.
               IF WS-NUM-MODOS = 0
                   MOVE "N" TO WS-APROBADO
               END-IF.
               DISPLAY "ALUMNO: " WS-ALUMNO " EMPLEADO: " WS-EMPLEADO.
               DISPLAY "SESIONES DEL PERIODO QUE CUENTAN: "
                   WS-SESIONES-VALIDAS.
               PERFORM 00006A-RESULTADO-MODO
                   VARYING WS-IDX-MOD FROM 1 BY 1
                   UNTIL WS-IDX-MOD > WS-NUM-MODOS.
               IF WS-EXAMEN-SUPERADO
                   MOVE WS-NOTA TO WS-PCT-VIS
                   DISPLAY "EXAMEN SUPERADO CON " WS-PCT-VIS " %"
               ELSE
                   DISPLAY "EXAMEN NO SUPERADO, NO SE EMITE CERTIFICADO"
               END-IF.

           00006A-RESULTADO-MODO.
               IF WS-MO-APROBADO (WS-IDX-MOD)
                   MOVE WS-MO-MEJOR (WS-IDX-MOD) TO WS-PCT-VIS
                   DISPLAY "  MODO " WS-MO-CODIGO (WS-IDX-MOD)
                       ": SUPERADO (" WS-PCT-VIS " %)"
                   IF WS-MO-MEJOR (WS-IDX-MOD) < WS-NOTA
                       MOVE WS-MO-MEJOR (WS-IDX-MOD) TO WS-NOTA
                   END-IF
               ELSE
                   DISPLAY "  MODO " WS-MO-CODIGO (WS-IDX-MOD)
                       ": SIN SESION QUE SUPERE EL EXAMEN"
                   MOVE "N" TO WS-APROBADO
               END-IF.

           00007-GRABAR-CERTIFICADO.
               OPEN EXTEND CERTIFICADOS.
               MOVE SPACES TO CER-REGISTRO.
               MOVE WS-EMPLEADO TO CER-EMPLEADO.
               MOVE WS-ALUMNO TO CER-ALUMNO.
               MOVE WS-FECHA-SISTEMA-N TO CER-FECHA.
               MOVE WS-NOTA TO CER-PORCENTAJE.
               WRITE CER-REGISTRO.
               CLOSE CERTIFICADOS.
               DISPLAY "CERTIFICADO GRABADO CON FECHA "
                   WS-FECHA-SISTEMA-N ", VALIDO " WS-MESES-CERTIFICADO
                   " MESES".

       END PROGRAM EVALCERT.
