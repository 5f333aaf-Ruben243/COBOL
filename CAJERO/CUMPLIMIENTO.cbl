      *          CUENTA LOS INGRESOS POR DEBAJO DEL UMBRAL DENTRO DE
      *          LA VENTANA DE DIAS INDICADA PARA DETECTAR EL
      *          FRACCIONAMIENTO DE DEPOSITOS. SE EXAMINAN EL DIARIO
      *          VIVO, OPERACION A OPERACION, Y PARA LOS DIAS
      *          CERRADOS DE LA VENTANA EL RESUMEN DIARIO POR CUENTA
      *          RESUMEN-DIARIO.DAT, QUE YA SEPARA EL EFECTIVO POR
      *          ENCIMA DEL UMBRAL: DE ESOS DIAS SE COMUNICA UNA LINEA
      *          POR CUENTA, DIA Y TIPO CON EL TOTAL DE LAS
      *          OPERACIONES SOBRE EL UMBRAL. EL TITULAR SE
      *          IDENTIFICA CON EL DNI DE LA CUENTA Y EL NOMBRE
      *          COMPLETO DEL MAESTRO DE CLIENTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
           FILE STATUS IS WS-STATUS-CLI.

      *    RESUMEN DIARIO DE ACTIVIDAD POR CUENTA Y SU COBERTURA
      *    (VER RESUMEN-DIA)
           SELECT RESUMEN ASSIGN TO "../RESUMEN-DIARIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSD-CLAVE
           ALTERNATE RECORD KEY IS RSD-FECHA WITH DUPLICATES
           FILE STATUS IS WS-STATUS-RSD.

           SELECT CONTROL-RESUMEN ASSIGN TO "../RESUMEN-CONTROL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RCT.

           SELECT REPORTE ASSIGN TO "../COMUNICACIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

             02 CLI-ACTIVO PIC X(01).
                 88 CLI-ESTA-ACTIVO VALUE "A".
                 88 CLI-DE-BAJA     VALUE "B".
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

      *    PRIMER Y ULTIMO DIA CUBIERTOS POR EL RESUMEN
        FD CONTROL-RESUMEN.
         01 RCT-REGISTRO.
             02 RCT-DESDE PIC 9(08).
             02 FILLER    PIC X(01).
             02 RCT-HASTA PIC 9(08).


        FD REPORTE.
         01 REP-LINEA PIC X(90).
             02 SRT-CUENTA  PIC 9(11).
             02 SRT-FECHA   PIC 9(08).
             02 SRT-IMPORTE PIC S9(9)V99.
             02 SRT-NUMERO  PIC 9(05).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MOV PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-CLI PIC X(02).
       77 WS-STATUS-RSD PIC X(02).
       77 WS-STATUS-RCT PIC X(02).
       77 WS-EOF-MOV PIC X(01) VALUE "N".
           88 WS-FIN-MOV VALUE "S".
       77 WS-EOF-ORD PIC X(01) VALUE "N".
           88 WS-FIN-ORD VALUE "S".
       77 WS-EOF-RSD PIC X(01) VALUE "N".
           88 WS-FIN-RSD VALUE "S".

       77 WS-NOMBRE-ENTRADA PIC X(30).
       77 WS-UMBRAL  PIC 9(09) VALUE 3000.
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

      * RETROCESO DIA A DIA HASTA EL PRIMER DIA DE LA VENTANA
       01 WS-FECHA-CALC.
           05 WS-FC-ANIO PIC 9(04).
           05 WS-FC-MES  PIC 9(02).
           05 WS-FC-DIA  PIC 9(02).
       01 WS-FECHA-CALC-NUM REDEFINES WS-FECHA-CALC PIC 9(08).
       77 WS-INICIO-VENTANA PIC 9(08).
       01 WS-TABLA-DIAS-MES VALUE "312831303130313130313031".
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77 WS-DIAS-EN-MES PIC 9(02).
           05 WS-FL-MES  PIC 9(02).
           05 WS-FL-DIA  PIC 9(02).
       77 WS-FECHA-LINEA PIC 9(08).
       77 WS-FECHA-VIS PIC X(10).
       77 WS-TIPO-VIS  PIC X(10).
       77 WS-NUM-BAJO-UMBRAL PIC 9(05).

      * COBERTURA DEL RESUMEN DIARIO (RESUMEN-CONTROL.TXT)
       77 WS-RESUMEN-DESDE PIC 9(08) VALUE 0.

      * CORTE DE CONTROL POR CUENTA PARA EL FRACCIONAMIENTO
       77 WS-CUENTA-CORTE PIC 9(11).
           88 WS-CORTE-ABIERTO VALUE "S".

       77 WS-COMUNICADAS     PIC 9(05) VALUE 0.
       77 WS-LINEAS-DIA      PIC 9(05) VALUE 0.
       77 WS-FRACCIONAMIENTOS PIC 9(05) VALUE 0.
       77 WS-IMPORTE-VIS PIC -ZZZZZZZZ9.99.
       77 WS-NOMBRE-TITULAR PIC X(27).
            OPEN I-O CLIENTES.
            OPEN OUTPUT REPORTE.
            PERFORM 00002-ENCABEZADO.
            PERFORM 00017-COMPROBAR-COBERTURA.

            SORT ORDENACION ON ASCENDING KEY SRT-CUENTA SRT-FECHA
                INPUT PROCEDURE IS 00003-EXAMINAR-DIARIOS
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.

      *        RECORRE EL DIARIO VIVO Y EL RESUMEN DE LOS DIAS
      *        CERRADOS DE LA VENTANA, COMUNICANDO EN EL ACTO LAS
      *        OPERACIONES SOBRE EL UMBRAL Y ENTREGANDO AL SORT LOS
      *        INGRESOS POR DEBAJO DE EL
           00003-EXAMINAR-DIARIOS.
               MOVE "../MOVIMIENTOS.TXT" TO WS-NOMBRE-ENTRADA.
               PERFORM 00005-EXAMINAR-UN-FICHERO.
               PERFORM 00004-EXAMINAR-RESUMEN.

      *        LOS DIAS CERRADOS DE LA VENTANA SE LEEN DEL RESUMEN POR
      *        SU FECHA, DESDE EL PRIMER DIA DE LA VENTANA HASTA LA
      *        VISPERA DE LA FECHA DE NEGOCIO
           00004-EXAMINAR-RESUMEN.
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CALC-NUM.
               MOVE WS-VENTANA TO WS-DIAS-RESTANTES.
               PERFORM 00004A-RETROCEDER-VENTANA
                   UNTIL WS-DIAS-RESTANTES = 0.
               MOVE WS-FECHA-CALC-NUM TO WS-INICIO-VENTANA.
               MOVE "N" TO WS-EOF-RSD.
               OPEN INPUT RESUMEN.
               IF WS-STATUS-RSD = "00"
                   MOVE WS-INICIO-VENTANA TO RSD-FECHA
                   START RESUMEN KEY IS NOT LESS THAN RSD-FECHA
                       INVALID KEY SET WS-FIN-RSD TO TRUE
                   END-START
                   PERFORM 00004B-LEER-RESUMEN
                   PERFORM 00015-EXAMINAR-DIA-CUENTA
                       UNTIL WS-FIN-RSD
                   CLOSE RESUMEN
               END-IF.

           00004A-RETROCEDER-VENTANA.
               PERFORM 00013-RETROCEDER-UN-DIA.
               SUBTRACT 1 FROM WS-DIAS-RESTANTES.

           00004B-LEER-RESUMEN.
               IF NOT WS-FIN-RSD
                   READ RESUMEN NEXT RECORD
                       AT END SET WS-FIN-RSD TO TRUE
                   END-READ
                   IF NOT WS-FIN-RSD
                       AND RSD-FECHA NOT < WS-FECHA-NEGOCIO
                       SET WS-FIN-RSD TO TRUE
                   END-IF
               END-IF.

           00005-EXAMINAR-UN-FICHERO.
               MOVE "N" TO WS-EOF-MOV.
               OPEN INPUT MOVIMIENTOS-LECTURA.
                           MOVE MOVL-CUENTA TO SRT-CUENTA
                           MOVE WS-FECHA-LINEA TO SRT-FECHA
                           MOVE WS-IMPORTE-NUM TO SRT-IMPORTE
                           MOVE 1 TO SRT-NUMERO
                           RELEASE SRT-REGISTRO
                       END-IF
                   END-IF
                   MOVE 0 TO WS-NUM-OPERACIONES
               END-IF.
               ADD SRT-IMPORTE TO WS-ACUM-INGRESOS.
               ADD SRT-NUMERO TO WS-NUM-OPERACIONES.
               PERFORM 00011-RETORNAR.

           00011B-EVALUAR-CORTE.
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

      *        UN DIA CERRADO DE UNA CUENTA: EL EFECTIVO SOBRE EL
      *        UMBRAL SE COMUNICA POR TIPO CON SU TOTAL Y EL RESTO
      *        DE LOS INGRESOS VA AL SORT DEL FRACCIONAMIENTO
           00015-EXAMINAR-DIA-CUENTA.
               MOVE RSD-FECHA TO WS-FECHA-LINEA-GRP.
               MOVE SPACES TO WS-FECHA-VIS.
               STRING WS-FL-DIA "/" WS-FL-MES "/" WS-FL-ANIO
                   DELIMITED BY SIZE INTO WS-FECHA-VIS.
               IF RSD-NUM-ING-UMBRAL > 0
                   MOVE "INGRESO" TO WS-TIPO-VIS
                   MOVE RSD-ING-UMBRAL TO WS-IMPORTE-NUM
                   MOVE RSD-NUM-ING-UMBRAL TO WS-LINEAS-DIA
                   PERFORM 00016-COMUNICAR-DIA
               END-IF.
               IF RSD-NUM-REI-UMBRAL > 0
                   MOVE "REINTEGRO" TO WS-TIPO-VIS
                   MOVE RSD-REI-UMBRAL TO WS-IMPORTE-NUM
                   MOVE RSD-NUM-REI-UMBRAL TO WS-LINEAS-DIA
                   PERFORM 00016-COMUNICAR-DIA
               END-IF.
               COMPUTE WS-NUM-BAJO-UMBRAL =
                   RSD-NUM-INGRESOS - RSD-NUM-ING-UMBRAL.
               IF WS-NUM-BAJO-UMBRAL > 0
                   MOVE RSD-CUENTA TO SRT-CUENTA
                   MOVE RSD-FECHA TO SRT-FECHA
                   COMPUTE SRT-IMPORTE =
                       RSD-EFECTIVO-ENTRADA - RSD-ING-UMBRAL
                   MOVE WS-NUM-BAJO-UMBRAL TO SRT-NUMERO
                   RELEASE SRT-REGISTRO
               END-IF.
               PERFORM 00004B-LEER-RESUMEN.

           00016-COMUNICAR-DIA.
               ADD WS-LINEAS-DIA TO WS-COMUNICADAS.
               MOVE RSD-CUENTA TO CTA-NUMERO.
               PERFORM 00010-IDENTIFICAR-TITULAR.
               MOVE WS-IMPORTE-NUM TO WS-IMPORTE-VIS.
               MOVE SPACES TO REP-LINEA.
               STRING "OPERACION  " WS-FECHA-VIS " "
                   RSD-CUENTA " " WS-TIPO-VIS " "
                   WS-IMPORTE-VIS " " WS-NOMBRE-TITULAR
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

      *        SI EL RESUMEN DIARIO EMPIEZA DESPUES DEL PRIMER DIA DE
      *        LA VENTANA, EL INFORME LO ADVIERTE
           00017-COMPROBAR-COBERTURA.
               OPEN INPUT CONTROL-RESUMEN.
               IF WS-STATUS-RCT = "00"
                   READ CONTROL-RESUMEN
                       AT END CONTINUE
                       NOT AT END
                           IF RCT-DESDE IS NUMERIC
                               MOVE RCT-DESDE TO WS-RESUMEN-DESDE
                           END-IF
                   END-READ
                   CLOSE CONTROL-RESUMEN
               END-IF.
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CALC-NUM.
               MOVE WS-VENTANA TO WS-DIAS-RESTANTES.
               PERFORM 00004A-RETROCEDER-VENTANA
                   UNTIL WS-DIAS-RESTANTES = 0.
               IF WS-RESUMEN-DESDE = 0
                   OR WS-RESUMEN-DESDE > WS-FECHA-CALC-NUM
                   MOVE SPACES TO REP-LINEA
                   STRING "AVISO: RESUMEN DIARIO DISPONIBLE DESDE "
                       WS-RESUMEN-DESDE
                       ", LA VENTANA QUEDA INCOMPLETA"
                       DELIMITED BY SIZE INTO REP-LINEA
                   WRITE REP-LINEA
                   MOVE SPACES TO REP-LINEA
                   WRITE REP-LINEA
               END-IF.

           00013-RETROCEDER-UN-DIA.
               IF WS-FC-DIA > 1
                   SUBTRACT 1 FROM WS-FC-DIA
