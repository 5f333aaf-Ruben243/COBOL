      ******************************************************************
      * Author:
      * Date:
      * Purpose: DETECCION DE CUENTAS DORMIDAS: LA ACTIVIDAD DE LA
      *          VENTANA DE DORMANCIA SE TOMA DEL DIARIO VIVO (DIA
      *          ABIERTO) Y DEL RESUMEN DIARIO POR CUENTA
      *          RESUMEN-DIARIO.DAT (DIAS CERRADOS), Y SE MARCA COMO
      *          DORMIDA TODA CUENTA SIN NINGUN MOVIMIENTO EN ESE
      *          PERIODO (DORMANCIA-MESES.TXT, 12 MESES POR DEFECTO).
      *          SI EL RESUMEN NO CUBRE TODA LA VENTANA NO SE MARCA
      *          NINGUNA CUENTA.
      *          EMITE EL INFORME DE DORMANCIA DORMANTES.TXT PARA
      *          CUMPLIMIENTO.
      * Tectonics: cobc
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

           SELECT MOVIMIENTOS-LECTURA ASSIGN USING WS-NOMBRE-ENTRADA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOV.

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

           SELECT PARAM-MESES ASSIGN TO "../DORMANCIA-MESES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAR.
             02 FILLER        PIC X(01).
             02 MOVL-TASA-CAMBIO PIC X(05).

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


        FD PARAM-MESES.
         01 PAR-MESES PIC 9(02).

       77 WS-STATUS-MOV PIC X(02).
       77 WS-STATUS-PAR PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-STATUS-RSD PIC X(02).
       77 WS-STATUS-RCT PIC X(02).
       77 WS-EOF-CTA PIC X(01) VALUE "N".
           88 WS-FIN-CTA VALUE "S".
       77 WS-EOF-MOV PIC X(01) VALUE "N".
           05 WS-FC2-DIA  PIC 9(02).
       77 WS-FECHA-CORTE PIC 9(08).

      * FECHA DE TRABAJO: DESGLOSE DE LA FECHA DE NEGOCIO Y VISPERA
      * (ULTIMO DIA QUE DEBE ESTAR RESUMIDO)
       01 WS-FECHA-CALC.
           05 WS-FC-ANIO PIC 9(04).
           05 WS-FC-MES  PIC 9(02).
       77 WS-TEMP-DIVISION PIC 9(04).
       77 WS-RESTO-ANIO PIC 9(04).

      * COBERTURA DEL RESUMEN DIARIO (RESUMEN-CONTROL.TXT)
       77 WS-RESUMEN-DESDE PIC 9(08) VALUE 0.
       77 WS-RESUMEN-HASTA PIC 9(08) VALUE 0.
       77 WS-HAY-COBERTURA PIC X(01) VALUE "N".
           88 WS-RESUMEN-CUBRE-VENTANA VALUE "S".

      * CUENTAS CON ALGUN MOVIMIENTO EN EL DIA ABIERTO; SI LA
      * TABLA SE DESBORDA NO SE MARCA NADA (MEJOR NO DORMIR UNA
      * CUENTA VIVA QUE DORMIR MEDIO LIBRO POR ERROR)
       77 WS-NUM-ACTIVAS PIC 9(04) VALUE 0.
       MAIN-PROCEDURE.
            PERFORM 00001-CARGAR-PARAMETRO.
            PERFORM 00002-CALCULAR-FECHA-CORTE.
            PERFORM 00016-COMPROBAR-COBERTURA.
            IF NOT WS-RESUMEN-CUBRE-VENTANA
                DISPLAY "EL RESUMEN DIARIO NO CUBRE LA VENTANA DESDE "
                    WS-FECHA-CORTE ", NO SE MARCA NINGUNA DORMIDA"
                STOP RUN
            END-IF.
            PERFORM 00011-RECONSTRUIR-ACTIVIDAD.

            IF WS-TABLA-DESBORDADA
            END-IF.

            OPEN I-O CUENTAS.
            OPEN INPUT RESUMEN.
            OPEN OUTPUT REPORTE-DORMANCIA.
            PERFORM 00003-ENCABEZADO.

            PERFORM 00005-EXAMINAR-CUENTA UNTIL WS-FIN-CTA.

            PERFORM 00009-TOTALES.
            CLOSE CUENTAS, RESUMEN, REPORTE-DORMANCIA.
            DISPLAY "CUENTAS EXAMINADAS: " WS-CUENTAS-LEIDAS.
            DISPLAY "CUENTAS MARCADAS DORMIDAS: "
                WS-CUENTAS-DORMIDAS.
               MOVE WS-FECHA-CORTE-GRP TO WS-FECHA-CORTE.

      *        DESDE EL CORTE NOCTURNO EL DIARIO VIVO SOLO GUARDA EL
      *        DIA ABIERTO: SUS CUENTAS SE ANOTAN EN LA TABLA Y LOS
      *        DIAS CERRADOS DE LA VENTANA SE CONSULTAN CUENTA A
      *        CUENTA EN EL RESUMEN DIARIO
           00011-RECONSTRUIR-ACTIVIDAD.
               MOVE "../MOVIMIENTOS.TXT" TO WS-NOMBRE-ENTRADA.
               PERFORM 00012-EXAMINAR-UN-FICHERO.

      *        EL RESUMEN DEBE CUBRIR DESDE LA FECHA DE CORTE HASTA
      *        LA VISPERA DE LA FECHA DE NEGOCIO; UN HUECO DEJARIA
      *        SIN VER ACTIVIDAD Y DORMIRIA CUENTAS VIVAS
           00016-COMPROBAR-COBERTURA.
               MOVE "N" TO WS-HAY-COBERTURA.
               OPEN INPUT CONTROL-RESUMEN.
               IF WS-STATUS-RCT = "00"
                   READ CONTROL-RESUMEN
                       AT END CONTINUE
                       NOT AT END
                           IF RCT-DESDE IS NUMERIC
                               AND RCT-HASTA IS NUMERIC
                               MOVE RCT-DESDE TO WS-RESUMEN-DESDE
                               MOVE RCT-HASTA TO WS-RESUMEN-HASTA
                           END-IF
                   END-READ
                   CLOSE CONTROL-RESUMEN
               END-IF.
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CALC-NUM.
               PERFORM 00014-RETROCEDER-UN-DIA.
               IF WS-RESUMEN-DESDE NOT = 0
                   AND WS-RESUMEN-DESDE NOT > WS-FECHA-CORTE
                   AND WS-RESUMEN-HASTA NOT < WS-FECHA-CALC-NUM
                   SET WS-RESUMEN-CUBRE-VENTANA TO TRUE
               END-IF.

      *        LA CUENTA TUVO ACTIVIDAD SI TIENE ALGUN DIA RESUMIDO A
      *        PARTIR DE LA FECHA DE CORTE (PROPIO O DE TRANSFERENCIA
      *        RECIBIDA)
           00017-BUSCAR-EN-RESUMEN.
               MOVE CTA-NUMERO TO RSD-CUENTA.
               MOVE WS-FECHA-CORTE TO RSD-FECHA.
               START RESUMEN KEY IS NOT LESS THAN RSD-CLAVE
                   INVALID KEY MOVE "23" TO WS-STATUS-RSD
               END-START.
               IF WS-STATUS-RSD = "00"
                   READ RESUMEN NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF RSD-CUENTA = CTA-NUMERO
                               SET WS-CUENTA-CON-ACTIVIDAD TO TRUE
                           END-IF
                   END-READ
               END-IF.

           00012-EXAMINAR-UN-FICHERO.
               IF NOT CTA-ESTA-CERRADA AND NOT CTA-DORMIDA
                   MOVE CTA-NUMERO TO WS-CUENTA-BUSCADA
                   PERFORM 00008A-BUSCAR-EN-ACTIVAS
                   IF NOT WS-CUENTA-CON-ACTIVIDAD
                       PERFORM 00017-BUSCAR-EN-RESUMEN
                   END-IF
                   IF NOT WS-CUENTA-CON-ACTIVIDAD
                       PERFORM 00008B-MARCAR-DORMIDA
                   END-IF
