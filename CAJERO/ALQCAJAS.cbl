      ******************************************************************
      * Author:
      * Date:
      * Purpose: COBRO DEL ALQUILER ANUAL DE LAS CAJAS DE SEGURIDAD:
      *          RECORRE CAJAS-SEGURIDAD.DAT (VER CSGADMIN) Y, PARA
      *          CADA CAJA ALQUILADA CUYO VENCIMIENTO HA LLEGADO A LA
      *          FECHA DE NEGOCIO, DEVENGA LA CUOTA DE SU TRAMO EN
      *          CAJAS-TARIFAS.TXT Y PASA EL VENCIMIENTO AL ANIO
      *          SIGUIENTE. LO DEVENGADO SE ADEUDA EN LA CUENTA DE
      *          CARGO CON LAS MISMAS REGLAS QUE LA COMISION DE
      *          MANTENIMIENTO (CUALQUIER CUENTA NO CANCELADA) COMO
      *          MOVIMIENTO ALQ-CAJA; LO QUE NO SE PUEDE COBRAR QUEDA
      *          PENDIENTE EN LA CAJA, SE REINTENTA EN CADA EJECUCION
      *          Y SE LISTA EN CAJAS-IMPAGADOS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALQCAJAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJAS-SEGURIDAD ASSIGN TO "../CAJAS-SEGURIDAD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CSG-NUMERO
           FILE STATUS IS WS-STATUS-CSG.

           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "../MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "../AUDITORIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVIMIENTOS-IDX ASSIGN TO "../MOVIMIENTOS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVIDX-CLAVE
           FILE STATUS IS WS-STATUS-MIX.

           SELECT SEC-MOVIMIENTO ASSIGN TO "../MOVIMIENTO-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-MIX.

      *    TRAMOS DE ALQUILER: UNA LINEA POR TRAMO CON SU CUOTA ANUAL
           SELECT TARIFAS-CAJA ASSIGN TO "../CAJAS-TARIFAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRC.

           SELECT IMPAGADOS ASSIGN TO "../CAJAS-IMPAGADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    FECHA DE NEGOCIO EN CURSO (LA AVANZA FINDIA EN EL CIERRE)
           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD CAJAS-SEGURIDAD.
         01 CSG-REGISTRO.
             02 CSG-NUMERO      PIC 9(05).
             02 CSG-TAMANO      PIC X(01).
                 88 CSG-PEQUENA VALUE "P".
                 88 CSG-MEDIANA VALUE "M".
                 88 CSG-GRANDE  VALUE "G".
             02 CSG-SUCURSAL    PIC 9(03).
             02 CSG-DNI         PIC X(09).
             02 CSG-CUENTA      PIC 9(11).
             02 CSG-TRAMO       PIC X(01).
             02 CSG-LLAVE-1     PIC X(10).
             02 CSG-LLAVE-2     PIC X(10).
             02 CSG-ESTADO      PIC X(01).
                 88 CSG-LIBRE      VALUE "L".
                 88 CSG-ALQUILADA  VALUE "A".
             02 CSG-FECHA-ALTA  PIC 9(08).
             02 CSG-VENCIMIENTO PIC 9(08).
             02 CSG-FECHA-BAJA  PIC 9(08).
             02 CSG-IMPAGADO    PIC S9(7)V99.

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

        FD MOVIMIENTOS.
         01 MOV-REGISTRO.
             02 MOV-FECHA    PIC X(10).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-CUENTA   PIC 9(11).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TIPO     PIC X(10).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-IMPORTE  PIC -ZZZZZZZZ9.99.
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-SALDO    PIC -ZZZZZZZZ9.99.
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-CUENTA-DESTINO PIC 9(11) VALUE 0.
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-CAJERO   PIC X(08).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-SUPERVISOR PIC X(08).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-PRACTICAS PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-SUCURSAL PIC 9(03).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-FECHA-NEG PIC 9(08).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TASA-CAMBIO PIC 9(01)V9(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-DNI      PIC X(09).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TARJETA  PIC 9(16).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-HORA     PIC 9(02).

        FD MOVIMIENTOS-IDX.
         01 MOVIDX-REGISTRO.
             02 MOVIDX-CLAVE.
                 03 MOVIDX-CUENTA PIC 9(11).
                 03 MOVIDX-ID     PIC 9(08).
             02 MOVIDX-FECHA   PIC X(10).
             02 MOVIDX-TIPO    PIC X(10).
             02 MOVIDX-IMPORTE PIC S9(9)V99.
             02 MOVIDX-SALDO   PIC S9(9)V99.
             02 MOVIDX-CUENTA-DESTINO PIC 9(11).
             02 MOVIDX-CAJERO  PIC X(08).
             02 MOVIDX-SUPERVISOR PIC X(08).
             02 MOVIDX-PRACTICAS PIC X(01).
             02 MOVIDX-SUCURSAL PIC 9(03).
             02 MOVIDX-FECHA-NEG PIC 9(08).
             02 MOVIDX-TASA-CAMBIO PIC 9(01)V9(04).
             02 MOVIDX-DNI PIC X(09).
             02 MOVIDX-TARJETA PIC 9(16).
             02 MOVIDX-ORIGEN PIC X(01).
             02 MOVIDX-TERMINAL PIC X(04).

        FD SEC-MOVIMIENTO.
         01 SEC-MOVIMIENTO-REGISTRO PIC 9(08).

        FD AUDITORIA.
         01 AUD-REGISTRO.
             02 AUD-FECHA    PIC 9(08).
             02 FILLER       PIC X(01).
             02 AUD-HORA     PIC 9(06).
             02 FILLER       PIC X(01).
             02 AUD-PROGRAMA PIC X(12).
             02 FILLER       PIC X(01).
             02 AUD-OPERADOR PIC X(08).
             02 FILLER       PIC X(01).
             02 AUD-ANTES    PIC X(116).
             02 FILLER       PIC X(01).
             02 AUD-DESPUES  PIC X(116).

        FD TARIFAS-CAJA.
         01 TRC-REGISTRO.
             02 TRC-TRAMO   PIC X(01).
             02 FILLER      PIC X(01).
             02 TRC-IMPORTE PIC 9(05)V99.

        FD IMPAGADOS.
         01 IMP-LINEA PIC X(80).

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

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

      * FECHA DE NEGOCIO ESTAMPADA EN CADA MOVIMIENTO; EL VENCIMIENTO
      * DE CADA CAJA SE COMPARA CON ELLA
       77 WS-STATUS-FNG PIC X(02).
       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.

       77 WS-STATUS-CSG PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-TRC PIC X(02).
       77 WS-EOF-CSG PIC X(01) VALUE "N".
           88 WS-FIN-CSG VALUE "S".
       77 WS-EOF-TRC PIC X(01) VALUE "N".
           88 WS-FIN-TRC VALUE "S".

      * TARIFAS DE ALQUILER CARGADAS EN MEMORIA
       77 WS-NUM-TRAMOS PIC 9(02) VALUE 0.
       01 WS-TABLA-TRAMOS.
           05 WS-TRAMO-ENTRY OCCURS 20 TIMES INDEXED BY WS-IDX-TRC.
               10 WS-TC-TRAMO   PIC X(01).
               10 WS-TC-IMPORTE PIC 9(05)V99.
       77 WS-CUOTA-ANUAL PIC 9(05)V99.
       77 WS-TRAMO-OK PIC X(01).
           88 WS-TRAMO-ENCONTRADO VALUE "S".

      * VENCIMIENTO DE LA CAJA DESGLOSADO PARA PASARLO AL ANIO
      * SIGUIENTE (UN 29 DE FEBRERO PASA AL 28)
       01 WS-VENCIMIENTO.
           05 WS-VTO-ANIO PIC 9(04).
           05 WS-VTO-MES  PIC 9(02).
           05 WS-VTO-DIA  PIC 9(02).
       01 WS-VENCIMIENTO-NUM REDEFINES WS-VENCIMIENTO PIC 9(08).

       77 WS-IMPORTE-COBRO PIC S9(7)V99.
       77 WS-MOTIVO-IMPAGO PIC X(20).
       77 WS-CAJAS-ALQUILADAS PIC 9(05) VALUE 0.
       77 WS-CUOTAS-DEVENGADAS PIC 9(05) VALUE 0.
       77 WS-CAJAS-COBRADAS PIC 9(05) VALUE 0.
       77 WS-CAJAS-IMPAGADAS PIC 9(05) VALUE 0.
       77 WS-TOTAL-COBRADO PIC S9(9)V99 VALUE 0.
       77 WS-TOTAL-IMPAGADO PIC S9(9)V99 VALUE 0.
       77 WS-IMPORTE-VIS PIC -ZZZZZZ9.99.
       77 WS-TOTAL-VIS PIC -ZZZZZZZZ9.99.

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).
       77 WS-FECHA-MOV PIC X(10).
      * IMAGEN DEL REGISTRO DE CUENTA ANTES DE MODIFICARLO, PARA LA
      * PISTA DE AUDITORIA DE AUDITORIA.TXT
       77 WS-CTA-ANTES PIC X(116).
       77 WS-HORA-AUD  PIC 9(08).

      * ACCESO AL DIARIO INDEXADO (ALTA DUPLICADA DE CADA MOVIMIENTO)
       77 WS-STATUS-MIX PIC X(02).
       77 WS-STATUS-SEC-MIX PIC X(02).
       77 WS-NUEVO-MOVIMIENTO PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 00001-CARGAR-FECHA-NEGOCIO.
            PERFORM 00002-CARGAR-TARIFAS.
            IF WS-NUM-TRAMOS = 0
                DISPLAY "SIN TARIFAS DE ALQUILER (CAJAS-TARIFAS.TXT),"
                    " PROCESO CANCELADO"
                MOVE "KO" TO WS-RESULTADO-RUN
                PERFORM 00012-ANOTAR-RUN-LOG
                STOP RUN
            END-IF.

            OPEN I-O CAJAS-SEGURIDAD.
            IF WS-STATUS-CSG NOT = "00"
                DISPLAY "NO EXISTE EL MAESTRO DE CAJAS DE SEGURIDAD"
                MOVE "KO" TO WS-RESULTADO-RUN
                PERFORM 00012-ANOTAR-RUN-LOG
                STOP RUN
            END-IF.
            OPEN I-O CUENTAS.
            OPEN EXTEND MOVIMIENTOS.
            OPEN OUTPUT IMPAGADOS.
            MOVE SPACES TO IMP-LINEA.
            STRING "ALQUILERES DE CAJAS DE SEGURIDAD PENDIENTES A "
                WS-FECHA-NEGOCIO DELIMITED BY SIZE INTO IMP-LINEA.
            WRITE IMP-LINEA.
            MOVE "CAJA  DNI       CUENTA      PENDIENTE   MOTIVO"
                TO IMP-LINEA.
            WRITE IMP-LINEA.

            PERFORM 00003-LEER-CAJA.
            PERFORM 00004-TRATAR-CAJA UNTIL WS-FIN-CSG.

            MOVE WS-TOTAL-IMPAGADO TO WS-TOTAL-VIS.
            MOVE SPACES TO IMP-LINEA.
            STRING "CAJAS CON IMPAGO: " WS-CAJAS-IMPAGADAS
                "  TOTAL PENDIENTE: " WS-TOTAL-VIS
                DELIMITED BY SIZE INTO IMP-LINEA.
            WRITE IMP-LINEA.
            CLOSE CAJAS-SEGURIDAD, CUENTAS, MOVIMIENTOS, IMPAGADOS.
            MOVE WS-TOTAL-COBRADO TO WS-TOTAL-VIS.
            DISPLAY "CAJAS ALQUILADAS  : " WS-CAJAS-ALQUILADAS.
            DISPLAY "CUOTAS DEVENGADAS : " WS-CUOTAS-DEVENGADAS.
            DISPLAY "CAJAS COBRADAS    : " WS-CAJAS-COBRADAS.
            DISPLAY "IMPORTE COBRADO   : " WS-TOTAL-VIS.
            DISPLAY "CAJAS CON IMPAGO  : " WS-CAJAS-IMPAGADAS.
            PERFORM 00012-ANOTAR-RUN-LOG.
            STOP RUN.

      *        CARGA LA FECHA DE NEGOCIO; SI EL FICHERO DE CONTROL NO
      *        EXISTE SE USA LA FECHA DEL SISTEMA
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

           00002-CARGAR-TARIFAS.
               OPEN INPUT TARIFAS-CAJA.
               IF WS-STATUS-TRC = "00"
                   PERFORM 00002A-LEER-TARIFA
                   PERFORM 00002B-GUARDAR-TARIFA UNTIL WS-FIN-TRC
                   CLOSE TARIFAS-CAJA
               END-IF.

           00002A-LEER-TARIFA.
               READ TARIFAS-CAJA
                   AT END SET WS-FIN-TRC TO TRUE
               END-READ.

           00002B-GUARDAR-TARIFA.
               IF WS-NUM-TRAMOS < 20
                   ADD 1 TO WS-NUM-TRAMOS
                   SET WS-IDX-TRC TO WS-NUM-TRAMOS
                   MOVE TRC-TRAMO   TO WS-TC-TRAMO (WS-IDX-TRC)
                   MOVE TRC-IMPORTE TO WS-TC-IMPORTE (WS-IDX-TRC)
               END-IF.
               PERFORM 00002A-LEER-TARIFA.

           00003-LEER-CAJA.
               READ CAJAS-SEGURIDAD NEXT RECORD
                   AT END SET WS-FIN-CSG TO TRUE
               END-READ.

      *        PRIMERO SE DEVENGA LA CUOTA SI HA VENCIDO Y DESPUES SE
      *        INTENTA COBRAR TODO LO PENDIENTE DE LA CAJA
           00004-TRATAR-CAJA.
               IF CSG-ALQUILADA
                   ADD 1 TO WS-CAJAS-ALQUILADAS
                   MOVE SPACES TO WS-MOTIVO-IMPAGO
                   IF CSG-VENCIMIENTO NOT > WS-FECHA-NEGOCIO
                       PERFORM 00005-DEVENGAR-CUOTA
                   END-IF
                   IF CSG-IMPAGADO > 0
                       PERFORM 00006-COBRAR-PENDIENTE
                   END-IF
                   IF CSG-IMPAGADO > 0
                       OR WS-MOTIVO-IMPAGO NOT = SPACES
                       PERFORM 00007-LISTAR-IMPAGO
                   END-IF
                   REWRITE CSG-REGISTRO
               END-IF.
               PERFORM 00003-LEER-CAJA.

           00005-DEVENGAR-CUOTA.
               MOVE "N" TO WS-TRAMO-OK.
               SET WS-IDX-TRC TO 1.
               SEARCH WS-TRAMO-ENTRY
                   AT END CONTINUE
                   WHEN WS-IDX-TRC > WS-NUM-TRAMOS
                       CONTINUE
                   WHEN WS-TC-TRAMO (WS-IDX-TRC) = CSG-TRAMO
                       SET WS-TRAMO-ENCONTRADO TO TRUE
                       MOVE WS-TC-IMPORTE (WS-IDX-TRC)
                           TO WS-CUOTA-ANUAL
               END-SEARCH.
               IF NOT WS-TRAMO-ENCONTRADO
      *            SIN TARIFA NO SE DEVENGA NI SE MUEVE EL VENCIMIENTO
                   MOVE "TRAMO SIN TARIFA" TO WS-MOTIVO-IMPAGO
               ELSE
                   ADD WS-CUOTA-ANUAL TO CSG-IMPAGADO
                   ADD 1 TO WS-CUOTAS-DEVENGADAS
                   MOVE CSG-VENCIMIENTO TO WS-VENCIMIENTO-NUM
                   ADD 1 TO WS-VTO-ANIO
                   IF WS-VTO-MES = 2 AND WS-VTO-DIA = 29
                       MOVE 28 TO WS-VTO-DIA
                   END-IF
                   MOVE WS-VENCIMIENTO-NUM TO CSG-VENCIMIENTO
               END-IF.

      *        MISMAS REGLAS QUE LA COMISION DE MANTENIMIENTO: SE
      *        ADEUDA EN CUALQUIER CUENTA QUE NO ESTE CANCELADA
           00006-COBRAR-PENDIENTE.
               MOVE CSG-CUENTA TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       MOVE "CUENTA NO EXISTE" TO WS-MOTIVO-IMPAGO
                   NOT INVALID KEY
                       IF CTA-ESTA-CERRADA
                           MOVE "CUENTA CANCELADA" TO WS-MOTIVO-IMPAGO
                       ELSE
                           MOVE CSG-IMPAGADO TO WS-IMPORTE-COBRO
                           MOVE CTA-REGISTRO TO WS-CTA-ANTES
                           SUBTRACT WS-IMPORTE-COBRO FROM CTA-SALDO
                           REWRITE CTA-REGISTRO
                           PERFORM 00010-AUDITAR-CUENTA
                           PERFORM 00008-REGISTRAR-MOVIMIENTO
                           MOVE 0 TO CSG-IMPAGADO
                           ADD 1 TO WS-CAJAS-COBRADAS
                           ADD WS-IMPORTE-COBRO TO WS-TOTAL-COBRADO
                       END-IF
               END-READ.

           00007-LISTAR-IMPAGO.
               ADD 1 TO WS-CAJAS-IMPAGADAS.
               ADD CSG-IMPAGADO TO WS-TOTAL-IMPAGADO.
               MOVE CSG-IMPAGADO TO WS-IMPORTE-VIS.
               MOVE SPACES TO IMP-LINEA.
               STRING CSG-NUMERO " " CSG-DNI " " CSG-CUENTA " "
                   WS-IMPORTE-VIS " " WS-MOTIVO-IMPAGO
                   DELIMITED BY SIZE INTO IMP-LINEA.
               WRITE IMP-LINEA.

           00008-REGISTRAR-MOVIMIENTO.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               STRING WS-DIA-SIS "/" WS-MES-SIS "/" WS-ANIO-SIS
                   DELIMITED BY SIZE INTO WS-FECHA-MOV.
               MOVE WS-FECHA-MOV TO MOV-FECHA.
               MOVE CTA-NUMERO   TO MOV-CUENTA.
               MOVE "ALQ-CAJA"   TO MOV-TIPO.
               MOVE WS-IMPORTE-COBRO TO MOV-IMPORTE.
               MOVE CTA-SALDO    TO MOV-SALDO.
               MOVE 0            TO MOV-CUENTA-DESTINO.
               MOVE "BATCH"      TO MOV-CAJERO.
               MOVE SPACES       TO MOV-SUPERVISOR.
               MOVE SPACE        TO MOV-PRACTICAS.
               MOVE CTA-SUCURSAL TO MOV-SUCURSAL.
               MOVE WS-FECHA-NEGOCIO TO MOV-FECHA-NEG.
               MOVE 0 TO MOV-TASA-CAMBIO.
               MOVE SPACES TO MOV-DNI.
               MOVE 0 TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               PERFORM 00009-GRABAR-MOV-IDX.

      *        ALTA DEL MISMO MOVIMIENTO EN EL DIARIO INDEXADO
           00009-GRABAR-MOV-IDX.
               PERFORM 00011-SIGUIENTE-NUM-MOVIMIENTO.
               OPEN I-O MOVIMIENTOS-IDX.
               IF WS-STATUS-MIX = "35"
                   OPEN OUTPUT MOVIMIENTOS-IDX
                   CLOSE MOVIMIENTOS-IDX
                   OPEN I-O MOVIMIENTOS-IDX
               END-IF.
               MOVE CTA-NUMERO TO MOVIDX-CUENTA.
               MOVE WS-NUEVO-MOVIMIENTO TO MOVIDX-ID.
               MOVE WS-FECHA-MOV TO MOVIDX-FECHA.
               MOVE MOV-TIPO     TO MOVIDX-TIPO.
               MOVE WS-IMPORTE-COBRO TO MOVIDX-IMPORTE.
               MOVE CTA-SALDO   TO MOVIDX-SALDO.
               MOVE 0 TO MOVIDX-CUENTA-DESTINO.
               MOVE "BATCH"  TO MOVIDX-CAJERO.
               MOVE SPACES TO MOVIDX-SUPERVISOR.
               MOVE SPACE        TO MOVIDX-PRACTICAS.
               MOVE CTA-SUCURSAL TO MOVIDX-SUCURSAL.
               MOVE WS-FECHA-NEGOCIO TO MOVIDX-FECHA-NEG.
               MOVE 0 TO MOVIDX-TASA-CAMBIO.
               MOVE SPACES TO MOVIDX-DNI.
               MOVE 0 TO MOVIDX-TARJETA.
               MOVE SPACE TO MOVIDX-ORIGEN.
               MOVE SPACES TO MOVIDX-TERMINAL.
               WRITE MOVIDX-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EN EL DIARIO INDEXADO"
               END-WRITE.
               CLOSE MOVIMIENTOS-IDX.

      *        ANOTA EN LA PISTA DE AUDITORIA LA IMAGEN ANTERIOR Y
      *        POSTERIOR DE LA CUENTA RECIEN REGRABADA
           00010-AUDITAR-CUENTA.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AUD FROM TIME.
               OPEN EXTEND AUDITORIA.
               MOVE WS-FECHA-SISTEMA TO AUD-FECHA.
               MOVE WS-HORA-AUD (1:6) TO AUD-HORA.
               MOVE "ALQCAJAS" TO AUD-PROGRAMA.
               MOVE "BATCH" TO AUD-OPERADOR.
               MOVE WS-CTA-ANTES TO AUD-ANTES.
               MOVE CTA-REGISTRO TO AUD-DESPUES.
               WRITE AUD-REGISTRO.
               CLOSE AUDITORIA.

           00011-SIGUIENTE-NUM-MOVIMIENTO.
               MOVE 0 TO WS-NUEVO-MOVIMIENTO.
               OPEN INPUT SEC-MOVIMIENTO.
               IF WS-STATUS-SEC-MIX = "00"
                   READ SEC-MOVIMIENTO
                       AT END CONTINUE
                       NOT AT END MOVE SEC-MOVIMIENTO-REGISTRO
                           TO WS-NUEVO-MOVIMIENTO
                   END-READ
                   CLOSE SEC-MOVIMIENTO
               END-IF.
               ADD 1 TO WS-NUEVO-MOVIMIENTO.
               MOVE WS-NUEVO-MOVIMIENTO TO SEC-MOVIMIENTO-REGISTRO.
               OPEN OUTPUT SEC-MOVIMIENTO.
               WRITE SEC-MOVIMIENTO-REGISTRO.
               CLOSE SEC-MOVIMIENTO.

           00012-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "ALQCAJAS" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-CAJAS-ALQUILADAS TO RLOG-PROCESADOS.
               MOVE WS-CAJAS-IMPAGADAS TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM ALQCAJAS.
