      * Author:
      * Date:
      * Purpose: INFORME MENSUAL DE INGRESOS POR SUCURSAL: AGREGA DEL
      *          DIARIO VIVO (DIA ABIERTO) Y DEL RESUMEN DIARIO POR
      *          CUENTA RESUMEN-DIARIO.DAT (DIAS CERRADOS DEL MES, CON
      *          SU TABLA DE TIPOS), AMBOS POR LA SUCURSAL DE LA
      *          CUENTA (CUENTAS.DAT), LAS
      *          COMISIONES DE MANTENIMIENTO COBRADAS, LOS INTERESES
      *          ABONADOS Y EL INTERES DEUDOR Y DE PRESTAMOS
      *          COBRADO, LO RETENIDO A HACIENDA Y EL MARGEN DE LAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIS.

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

           SELECT REPORTE ASSIGN TO "../INGRESOS-SUC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    SUCURSAL DE LA CUENTA, LA MISMA QUE LLEVA EL RESUMEN
           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

       DATA DIVISION.
       FILE SECTION.
        FD MOVIMIENTOS.
             02 FILLER       PIC X(01).
             02 HST-MARGEN-FX PIC S9(9)V99 SIGN LEADING SEPARATE.

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

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

        FD CUENTAS.
         01 CTA-REGISTRO.
             02 CTA-NUMERO PIC 9(11).
             02 CTA-NOMBRE PIC A(10).
             02 CTA-SALDO  PIC S9(9)V99.
             02 CTA-PIN    PIC 9(04).
             02 CTA-MONEDA PIC X(03).
             02 CTA-LIMITE-DESCUBIERTO PIC S9(9)V99.
             02 CTA-TASA-INTERES PIC 9(02)V99.
             02 CTA-LIMITE-DIARIO PIC S9(9)V99.
             02 CTA-RETIRADO-HOY  PIC S9(9)V99.
             02 CTA-FECHA-RETIRADO PIC 9(08).
             02 CTA-BLOQUEADA PIC X(01).
                 88 CTA-ESTA-BLOQUEADA VALUE "B".
                 88 CTA-CONGELADA      VALUE "F".
                 88 CTA-PIN-REEMITIDO  VALUE "R".
             02 CTA-ESTADO PIC X(01).
                 88 CTA-ABIERTA      VALUE "A".
                 88 CTA-ESTA-CERRADA VALUE "C".
                 88 CTA-DORMIDA      VALUE "D".
             02 CTA-SALDO-PENDIENTE PIC S9(9)V99.
             02 CTA-SUCURSAL PIC 9(03).
             02 CTA-TIPO-CUENTA PIC X(01).
                 88 CTA-CORRIENTE VALUE "C".
                 88 CTA-AHORRO    VALUE "A".
             02 CTA-DNI PIC X(09).
             02 CTA-ULT-DEVENGO PIC 9(06).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MOV PIC X(02).
       77 WS-STATUS-CAM PIC X(02).
       77 WS-STATUS-HIS PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-STATUS-RSD PIC X(02).
       77 WS-STATUS-RCT PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-MAESTRO-CTA PIC X(01) VALUE "N".
           88 WS-HAY-MAESTRO-CTA VALUE "S".
       77 WS-EOF-RSD PIC X(01) VALUE "N".
           88 WS-FIN-RSD VALUE "S".
       77 WS-RESUMEN-DESDE PIC 9(08) VALUE 0.
       77 WS-EOF-MOV PIC X(01) VALUE "N".
           88 WS-FIN-MOV VALUE "S".
       77 WS-EOF-HIS PIC X(01) VALUE "N".
       77 WS-PERIODO-ANTERIOR PIC 9(06).
       77 WS-PERIODO-LINEA PIC 9(06).
       77 WS-FECHA-LINEA PIC 9(08).
       77 WS-FECHA-INICIO-MES PIC 9(08).
       77 WS-FECHA-FIN-MES PIC 9(08).
       77 WS-ANIO-TRABAJO PIC 9(04).
       77 WS-MES-TRABAJO PIC 9(02).

       77 WS-SUCURSAL-BUSCADA PIC 9(03).

       77 WS-IMPORTE-NUM PIC S9(9)V99.
       77 WS-TIPO-APORTE PIC X(10).
       77 WS-MARGEN PIC S9(9)V99.
       77 WS-IMPORTE-VIS PIC -ZZZZZZZZ9.99.
       77 WS-IMPORTE-VIS-2 PIC -ZZZZZZZZ9.99.
            PERFORM 00003-CARGAR-CAMBIOS.
            PERFORM 00004-CARGAR-MES-ANTERIOR.

      *     RECORRIDO DEL MES: DIARIO VIVO MAS RESUMEN DIARIO
            MOVE "../MOVIMIENTOS.TXT" TO WS-NOMBRE-ENTRADA.
            PERFORM 00005-RECORRER-UN-FICHERO.
            PERFORM 00006-RECORRER-RESUMEN.

            PERFORM 00010-ESCRIBIR-INFORME.
            PERFORM 00011-GUARDAR-HISTORIAL.
               END-IF.
               PERFORM 00004A-LEER-HISTORIAL.

      *        LOS DIAS CERRADOS DEL MES SE LEEN DEL RESUMEN POR SU
      *        FECHA; EL DIA ABIERTO YA VIENE DEL DIARIO VIVO
           00006-RECORRER-RESUMEN.
               COMPUTE WS-FECHA-INICIO-MES = WS-PERIODO * 100 + 1.
               COMPUTE WS-FECHA-FIN-MES = WS-PERIODO * 100 + 31.
               MOVE "N" TO WS-EOF-RSD.
               OPEN INPUT RESUMEN.
               IF WS-STATUS-RSD = "00"
                   MOVE WS-FECHA-INICIO-MES TO RSD-FECHA
                   START RESUMEN KEY IS NOT LESS THAN RSD-FECHA
                       INVALID KEY SET WS-FIN-RSD TO TRUE
                   END-START
                   PERFORM 00006A-LEER-RESUMEN
                   PERFORM 00006B-ACUMULAR-RESUMEN UNTIL WS-FIN-RSD
                   CLOSE RESUMEN
               END-IF.

           00006A-LEER-RESUMEN.
               IF NOT WS-FIN-RSD
                   READ RESUMEN NEXT RECORD
                       AT END SET WS-FIN-RSD TO TRUE
                   END-READ
                   IF NOT WS-FIN-RSD
                       AND (RSD-FECHA > WS-FECHA-FIN-MES
                           OR RSD-FECHA NOT < WS-FECHA-ABIERTA)
                       SET WS-FIN-RSD TO TRUE
                   END-IF
               END-IF.

      *        EL RESUMEN YA TRAE EL MARGEN DE CAMBIO CALCULADO; LOS
      *        DEMAS CONCEPTOS SALEN DE SU TABLA DE TIPOS
           00006B-ACUMULAR-RESUMEN.
               MOVE RSD-SUCURSAL TO WS-SUCURSAL-BUSCADA.
               PERFORM 00007-LOCALIZAR-SUCURSAL.
               IF WS-SUCURSAL-ENCONTRADA
                   PERFORM 00006C-APORTAR-TIPO
                       VARYING RSD-IDX-TIPO FROM 1 BY 1
                       UNTIL RSD-IDX-TIPO > RSD-NUM-TIPOS
                   ADD RSD-MARGEN-FX TO WS-TS-MARGEN (WS-IDX-SUC)
               END-IF.
               PERFORM 00006A-LEER-RESUMEN.

           00006C-APORTAR-TIPO.
               MOVE RSD-TT-TIPO (RSD-IDX-TIPO) TO WS-TIPO-APORTE.
               MOVE RSD-TT-IMPORTE (RSD-IDX-TIPO) TO WS-IMPORTE-NUM.
               PERFORM 00009B-APORTAR-CONCEPTO.

           00005-RECORRER-UN-FICHERO.
               MOVE "N" TO WS-EOF-MOV.
               MOVE "N" TO WS-MAESTRO-CTA.
               OPEN INPUT CUENTAS.
               IF WS-STATUS-CTA = "00"
                   SET WS-HAY-MAESTRO-CTA TO TRUE
               END-IF.
               OPEN INPUT MOVIMIENTOS.
               IF WS-STATUS-MOV = "00"
                   PERFORM 00005A-LEER-MOVIMIENTO
                       UNTIL WS-FIN-MOV
                   CLOSE MOVIMIENTOS
               END-IF.
               IF WS-HAY-MAESTRO-CTA
                   CLOSE CUENTAS
               END-IF.

           00005A-LEER-MOVIMIENTO.
               READ MOVIMIENTOS
                   MOVE MOV-FECHA-NEG TO WS-FECHA-LINEA
                   COMPUTE WS-PERIODO-LINEA = WS-FECHA-LINEA / 100
                   IF WS-PERIODO-LINEA = WS-PERIODO
                       PERFORM 00008A-SUCURSAL-DE-CUENTA
                       PERFORM 00007-LOCALIZAR-SUCURSAL
                       IF WS-SUCURSAL-ENCONTRADA
                           PERFORM 00009-APORTAR-AL-RESULTADO
               END-IF.
               PERFORM 00005A-LEER-MOVIMIENTO.

      *        EL DIA ABIERTO SE ATRIBUYE, COMO LOS CERRADOS DEL
      *        RESUMEN, A LA SUCURSAL DE LA CUENTA; SOLO SI LA CUENTA
      *        NO ESTA EN EL MAESTRO SE USA LA OFICINA QUE OPERO
           00008A-SUCURSAL-DE-CUENTA.
               MOVE MOV-SUCURSAL TO WS-SUCURSAL-BUSCADA.
               IF WS-HAY-MAESTRO-CTA
                   MOVE MOV-CUENTA TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CTA-SUCURSAL TO WS-SUCURSAL-BUSCADA
                   END-READ
               END-IF.

           00009-APORTAR-AL-RESULTADO.
               MOVE MOV-IMPORTE TO WS-IMPORTE-NUM.
               MOVE MOV-TIPO TO WS-TIPO-APORTE.
               PERFORM 00009B-APORTAR-CONCEPTO.
      *        MARGEN DE CAMBIO DE LAS OPERACIONES CON TASA APLICADA
               IF MOV-TASA-CAMBIO IS NUMERIC
                   MOVE MOV-TASA-CAMBIO TO WS-TASA-MOV
                   IF WS-TASA-MOV NOT = 0
                       PERFORM 00009A-MARGEN-DE-CAMBIO
                   END-IF
               END-IF.

           00009B-APORTAR-CONCEPTO.
               EVALUATE WS-TIPO-APORTE
                   WHEN "COMISION"
                   WHEN "COMIS-AMOR"
                   WHEN "COMIS-APER"
                   WHEN "ALQ-CAJA"
                       ADD WS-IMPORTE-NUM
                           TO WS-TS-COMISIONES (WS-IDX-SUC)
                   WHEN "INTERES"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *        LA DIVISA SE RECONOCE POR LA TASA APLICADA (COMPRA O
      *        VENTA DEL CUADRO); EL MARGEN ES LA DIFERENCIA CON LA
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.
               PERFORM 00012-COMPROBAR-COBERTURA.
               PERFORM 00010A-ESCRIBIR-SUCURSAL
                   VARYING WS-IDX-SUC FROM 1 BY 1
                   UNTIL WS-IDX-SUC > WS-NUM-SUCURSALES.
               MOVE WS-TS-MARGEN (WS-IDX-SUC) TO HST-MARGEN-FX.
               WRITE HST-REGISTRO.

      *        SI EL RESUMEN DIARIO EMPIEZA DESPUES DEL PRIMER DIA
      *        DEL PERIODO, EL INFORME LO ADVIERTE
           00012-COMPROBAR-COBERTURA.
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
               IF (WS-RESUMEN-DESDE = 0
                   OR WS-RESUMEN-DESDE > WS-FECHA-INICIO-MES)
                   AND WS-FECHA-INICIO-MES < WS-FECHA-ABIERTA
                   MOVE SPACES TO REP-LINEA
                   STRING "AVISO: RESUMEN DIARIO DISPONIBLE DESDE "
                       WS-RESUMEN-DESDE
                       DELIMITED BY SIZE INTO REP-LINEA
                   WRITE REP-LINEA
                   MOVE SPACES TO REP-LINEA
                   WRITE REP-LINEA
               END-IF.

       END PROGRAM INGRESOS-SUC.
