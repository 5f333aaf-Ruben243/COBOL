      * Date:
      * Purpose: PREVISION DE DEMANDA DE EFECTIVO Y PROPUESTA DE
      *          REPOSICION DE CASETES: RECORRE LOS REINTEGROS DE LOS
      *          ULTIMOS DIAS (DIARIO VIVO DEL DIA ABIERTO MAS EL
      *          EFECTIVO RETIRADO DE CADA DIA CERRADO DE LA VENTANA
      *          EN EL RESUMEN DIARIO RESUMEN-DIARIO.DAT; UN DIA SIN
      *          NINGUN RESUMEN NO CUENTA COMO OBSERVADO), PROMEDIA
      *          LA DEMANDA POR DIA DE LA
      *          SEMANA (LOS LUNES Y LAS PAGAS NO SE PARECEN A UN
      *          MIERCOLES), PROYECTA LOS PROXIMOS DIAS, DESGLOSA LA
      *          DEMANDA PREVISTA EN BILLETES DE 50/20/10 Y LA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

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

           SELECT REPORTE ASSIGN TO "../PREVISION-EFECTIVO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

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
         01 REP-LINEA PIC X(70).

       77 WS-STATUS-EFE PIC X(02).
       77 WS-STATUS-PAR PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-STATUS-RSD PIC X(02).
       77 WS-STATUS-RCT PIC X(02).
       77 WS-EOF-RSD PIC X(01) VALUE "N".
           88 WS-FIN-RSD VALUE "S".
       77 WS-DIA-CON-RESUMEN PIC X(01).
           88 WS-HAY-RESUMEN-DIA VALUE "S".
       77 WS-RESUMEN-DESDE PIC 9(08) VALUE 0.
       77 WS-EOF-MOV PIC X(01) VALUE "N".
           88 WS-FIN-MOV VALUE "S".

            PERFORM 00002-CARGAR-PARAMETRO.
            PERFORM 00003-CARGAR-EFECTIVO.

      *     OBSERVACION: EL DIA ABIERTO DEL DIARIO VIVO Y LOS DIAS
      *     CERRADOS DE LA VENTANA DEL RESUMEN, DIA A DIA HACIA ATRAS
            MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CALC.
            MOVE WS-FECHA-NEGOCIO TO WS-DIA-OBSERVADO.
            MOVE "../MOVIMIENTOS.TXT" TO WS-NOMBRE-ENTRADA.
            PERFORM 00004-OBSERVAR-UN-FICHERO.
            OPEN INPUT RESUMEN.
            IF WS-STATUS-RSD = "00"
                MOVE WS-VENTANA-DIAS TO WS-DIAS-RESTANTES
                PERFORM 00005-OBSERVAR-DIA-ANTERIOR
                    UNTIL WS-DIAS-RESTANTES = 0
                CLOSE RESUMEN
            END-IF.

      *     PROYECCION: LOS PROXIMOS DIAS SEGUN LA MEDIA DE SU DIA
      *     DE LA SEMANA, DESGLOSADA EN BILLETES
            MOVE WS-DIAS-PREVISION TO WS-DIAS-RESTANTES.
            OPEN OUTPUT REPORTE.
            PERFORM 00008-ENCABEZADO.
            PERFORM 00014-COMPROBAR-COBERTURA.
            PERFORM 00009-PROYECTAR-UN-DIA
                UNTIL WS-DIAS-RESTANTES = 0.
            PERFORM 00012-PROPUESTA-REPOSICION.
                       END-EVALUATE
               END-READ.

      *        EL EFECTIVO RETIRADO DEL DIA ES LA SUMA DE LOS
      *        REINTEGROS DE TODAS LAS CUENTAS RESUMIDAS EN ESA FECHA
           00005-OBSERVAR-DIA-ANTERIOR.
               PERFORM 00006-RETROCEDER-UN-DIA.
               MOVE WS-FECHA-CALC TO WS-DIA-OBSERVADO.
               MOVE 0 TO WS-TOTAL-DIA.
               MOVE "N" TO WS-DIA-CON-RESUMEN.
               MOVE "N" TO WS-EOF-RSD.
               MOVE WS-DIA-OBSERVADO TO RSD-FECHA.
               START RESUMEN KEY IS NOT LESS THAN RSD-FECHA
                   INVALID KEY SET WS-FIN-RSD TO TRUE
               END-START.
               PERFORM 00005A-LEER-RESUMEN.
               PERFORM 00005B-ACUMULAR-RESUMEN UNTIL WS-FIN-RSD.
               IF WS-HAY-RESUMEN-DIA
                   PERFORM 00007-ANOTAR-DIA-OBSERVADO
               END-IF.
               SUBTRACT 1 FROM WS-DIAS-RESTANTES.

           00005A-LEER-RESUMEN.
               IF NOT WS-FIN-RSD
                   READ RESUMEN NEXT RECORD
                       AT END SET WS-FIN-RSD TO TRUE
                   END-READ
                   IF NOT WS-FIN-RSD
                       AND RSD-FECHA NOT = WS-DIA-OBSERVADO
                       SET WS-FIN-RSD TO TRUE
                   END-IF
               END-IF.

           00005B-ACUMULAR-RESUMEN.
               SET WS-HAY-RESUMEN-DIA TO TRUE.
               ADD RSD-EFECTIVO-SALIDA TO WS-TOTAL-DIA.
               PERFORM 00005A-LEER-RESUMEN.

           00004-OBSERVAR-UN-FICHERO.
               MOVE 0 TO WS-TOTAL-DIA.
               MOVE "N" TO WS-EOF-MOV.
               WRITE REP-LINEA.
               SUBTRACT 1 FROM WS-DIAS-RESTANTES.

      *        SI EL RESUMEN DIARIO EMPIEZA DESPUES DEL PRIMER DIA DE
      *        LA VENTANA, LA MEDIA SE HACE CON MENOS DIAS: SE AVISA
           00014-COMPROBAR-COBERTURA.
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
               IF WS-RESUMEN-DESDE = 0
                   OR WS-RESUMEN-DESDE > WS-DIA-OBSERVADO
                   MOVE SPACES TO REP-LINEA
                   STRING "AVISO: RESUMEN DIARIO DISPONIBLE DESDE "
                       WS-RESUMEN-DESDE
                       DELIMITED BY SIZE INTO REP-LINEA
                   WRITE REP-LINEA
                   MOVE SPACES TO REP-LINEA
                   WRITE REP-LINEA
               END-IF.

      *        PROPUESTA = DEMANDA PREVISTA MENOS STOCK, POR
      *        DENOMINACION; LO QUE SOBRA EN STOCK NO SE PIDE
           00012-PROPUESTA-REPOSICION.
