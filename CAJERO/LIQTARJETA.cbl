      ******************************************************************
      * Author:
      * Date:
      * Purpose: LIQUIDACION NOCTURNA DE LA RED DE TARJETAS: INGESTA
      *          EL FICHERO DE LIQUIDACION DE LA MARCA
      *          (LIQ-TARJETAS.TXT: TARJETA, CANAL TPV O CAJERO
      *          AJENO, COMERCIO, IMPORTE, DIVISA Y FECHA) Y ADEUDA
      *          CADA OPERACION EN LA CUENTA TAR-CUENTA DE LA TARJETA
      *          CON LAS MISMAS REGLAS QUE CAJEROBAT: SALDO MAS
      *          DESCUBIERTO MENOS EMBARGOS VIGENTES, LIMITE DIARIO EN
      *          LOS REINTEGROS DE CAJERO AJENO Y NINGUN ADEUDO EN
      *          CUENTA CONGELADA POR TESTAMENTARIA. LA DIVISA
      *          EXTRANJERA SE CONVIERTE CON CAMBIOS.TXT A LA TASA DE
      *          VENTA, CRUZANDO POR EUR COMO EL CAJERO. EL FICHERO
      *          LLEGA CON CABECERA (FECHA Y SECUENCIA) Y COLA
      *          (RECUENTO Y TOTAL DE CONTROL) Y SE RECHAZA ENTERO SI
      *          NO CASAN O LA SECUENCIA YA SE INGIRIO, COMO LA
      *          REMESA. LO NO ADEUDADO VUELVE A LA MARCA EN
      *          LIQ-RETROCESIONES.TXT, CON SU PROPIA CABECERA Y COLA:
      *          T1 TARJETA INEXISTENTE     T2 PERDIDA O ROBADA
      *          T3 TARJETA CADUCADA        T4 CUENTA NO OPERATIVA
      *          T5 SIN FONDOS              T6 LIMITE DIARIO
      *          T7 DIVISA SIN CAMBIO       T8 REGISTRO MAL FORMADO
      *          EL PUNTO DE CONTROL LIQTARJETA-CKPT.TXT PERMITE
      *          REANUDAR SIN ADEUDAR DOS VECES Y LA ENTRADA SE VACIA
      *          AL TERMINAR EN LIMPIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQTARJETA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACION ASSIGN TO "../LIQ-TARJETAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIQ.

           SELECT TARJETAS ASSIGN TO "../TARJETAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-NUMERO
           FILE STATUS IS WS-STATUS-TAR.

           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

           SELECT CAMBIOS ASSIGN TO "../CAMBIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAM.

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

      *    RETENCIONES JUDICIALES SOBRE CUENTAS (VER EMBADMIN): EL
      *    IMPORTE RETENIDO NO ES DISPONIBLE PARA PAGOS
           SELECT EMBARGOS ASSIGN TO "../EMBARGOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-ID
           FILE STATUS IS WS-STATUS-EMB.

      *    RETROCESIONES DE LA EJECUCION EN CURSO; AL TERMINAR EN
      *    LIMPIO SE ENSOBRAN EN LIQ-RETROCESIONES.TXT
           SELECT OPTIONAL RETRO-TRABAJO
           ASSIGN TO "../LIQ-RETRO-TRABAJO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RTT.

           SELECT RETROCESIONES ASSIGN TO "../LIQ-RETROCESIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PUNTO-CONTROL ASSIGN TO "../LIQTARJETA-CKPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CKPT.

      *    ULTIMA SECUENCIA DE FICHERO YA INGERIDA: UN FICHERO CON
      *    SECUENCIA REPETIDA O ANTERIOR SE RECHAZA ENTERO
           SELECT SEC-ENTRADA ASSIGN TO "../LIQ-TARJETAS-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-ENT.

      *    BITACORA DE FICHEROS ENVIADOS Y RECIBIDOS CON SUS TOTALES
           SELECT OPTIONAL TRANSMISIONES
           ASSIGN TO "../TRANSMISIONES-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD LIQUIDACION.
         01 LIQ-REGISTRO.
             02 LIQ-TIPO-REG  PIC X(01).
             02 LIQ-TARJETA   PIC X(16).
             02 LIQ-CANAL     PIC X(01).
                 88 LIQ-COMPRA-TPV   VALUE "P".
                 88 LIQ-CAJERO-AJENO VALUE "A".
             02 LIQ-COMERCIO  PIC X(20).
             02 LIQ-IMPORTE   PIC X(11).
             02 LIQ-MONEDA    PIC X(03).
             02 LIQ-FECHA     PIC X(08).
             02 LIQ-REFERENCIA PIC X(12).
      *  VISTA DE CABECERA (H): FECHA Y SECUENCIA DEL FICHERO
         01 LIQ-CABECERA REDEFINES LIQ-REGISTRO.
             02 LIQH-TIPO-REG  PIC X(01).
             02 LIQH-FECHA     PIC X(08).
             02 LIQH-SECUENCIA PIC X(06).
             02 FILLER         PIC X(57).
      *  VISTA DE COLA (F): RECUENTO Y TOTAL DE CONTROL
         01 LIQ-COLA REDEFINES LIQ-REGISTRO.
             02 LIQF-TIPO-REG PIC X(01).
             02 LIQF-RECUENTO PIC X(08).
             02 LIQF-TOTAL    PIC X(13).
             02 FILLER        PIC X(50).

        FD TARJETAS.
         01 TAR-REGISTRO.
             02 TAR-NUMERO    PIC 9(16).
             02 TAR-CUENTA    PIC 9(11).
             02 TAR-CADUCIDAD PIC 9(06).
             02 TAR-ESTADO    PIC X(01).
                 88 TAR-ACTIVA   VALUE "A".
                 88 TAR-PERDIDA  VALUE "P".
                 88 TAR-ROBADA   VALUE "R".
                 88 TAR-CADUCADA VALUE "X".
                 88 TAR-RETENIDA VALUE "C".
             02 TAR-FECHA-ALTA PIC 9(08).

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

        FD CAMBIOS.
         01 CAM-REGISTRO.
             02 CAM-MONEDA PIC X(03).
             02 FILLER     PIC X(01).
             02 CAM-COMPRA PIC 9(01)V9(04).
             02 FILLER     PIC X(01).
             02 CAM-VENTA  PIC 9(01)V9(04).
             02 FILLER     PIC X(01).
             02 CAM-FECHA-EFECTO PIC 9(08).

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

        FD EMBARGOS.
         01 EMB-REGISTRO.
             02 EMB-ID         PIC 9(05).
             02 EMB-CUENTA     PIC 9(11).
             02 EMB-IMPORTE    PIC S9(9)V99.
             02 EMB-REFERENCIA PIC X(20).
             02 EMB-FECHA-ALTA PIC 9(08).
             02 EMB-FECHA-LEVANTE PIC 9(08).
             02 EMB-ESTADO     PIC X(01).
                 88 EMB-VIGENTE   VALUE "V".
                 88 EMB-LEVANTADO VALUE "L".

        FD RETRO-TRABAJO.
         01 RTT-LINEA.
             02 RTT-CODIGO   PIC X(02).
             02 FILLER       PIC X(01).
             02 RTT-REGISTRO PIC X(72).

      *  LA SALIDA A LA MARCA: CABECERA, DETALLES CON SU MOTIVO
      *  DELANTE DEL REGISTRO ORIGINAL Y COLA DE CONTROL
        FD RETROCESIONES.
         01 RTR-LINEA PIC X(76).
         01 RTR-CABECERA REDEFINES RTR-LINEA.
             02 RTRH-TIPO-REG  PIC X(01).
             02 RTRH-FECHA     PIC 9(08).
             02 RTRH-SECUENCIA PIC 9(06).
             02 FILLER         PIC X(61).
         01 RTR-DETALLE REDEFINES RTR-LINEA.
             02 RTRD-TIPO-REG  PIC X(01).
             02 RTRD-MOTIVO    PIC X(75).
         01 RTR-COLA REDEFINES RTR-LINEA.
             02 RTRF-TIPO-REG PIC X(01).
             02 RTRF-RECUENTO PIC 9(08).
             02 RTRF-TOTAL    PIC 9(11)V99.
             02 FILLER        PIC X(54).

        FD PUNTO-CONTROL.
         01 CKPT-REGISTRO.
             02 CKPT-ULTIMO PIC 9(08).
             02 FILLER      PIC X(01).
             02 CKPT-ESTADO PIC X(01).
                 88 CKPT-PARCIAL    VALUE "P".
                 88 CKPT-FINALIZADO VALUE "F".

        FD SEC-ENTRADA.
         01 SEC-ENTRADA-REGISTRO PIC 9(06).

        FD TRANSMISIONES.
         01 TRX-LINEA.
             02 TRX-SENTIDO   PIC X(03).
             02 FILLER        PIC X(01).
             02 TRX-FECHA     PIC 9(08).
             02 FILLER        PIC X(01).
             02 TRX-SECUENCIA PIC 9(06).
             02 FILLER        PIC X(01).
             02 TRX-RECUENTO  PIC 9(08).
             02 FILLER        PIC X(01).
             02 TRX-TOTAL     PIC 9(11)V99.
             02 FILLER        PIC X(01).
             02 TRX-RESULTADO PIC X(09).

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

       77 WS-HORA-INICIO PIC 9(08).
       77 WS-HORA-FIN    PIC 9(08).
       77 WS-RESULTADO-RUN PIC X(02) VALUE "OK".

       77 WS-STATUS-LIQ PIC X(02).
       77 WS-STATUS-TAR PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-CAM PIC X(02).
       77 WS-STATUS-RTT PIC X(02).
       77 WS-STATUS-CKPT PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-EOF-LIQ PIC X(01) VALUE "N".
           88 WS-FIN-LIQ VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       77 WS-IMPORTE-NUM PIC 9(09)V99.
       77 WS-IMPORTE-X REDEFINES WS-IMPORTE-NUM PIC X(11).
       77 WS-IMPORTE-CUENTA PIC 9(09)V99.
       77 WS-TARJETA-NUM PIC 9(16).
       77 WS-PERIODO-OPERACION PIC 9(06).
       77 WS-ADEUDADAS  PIC 9(06) VALUE 0.
       77 WS-DEVUELTAS  PIC 9(06) VALUE 0.
       77 WS-CODIGO-RETRO PIC X(02).

      * CUADRO DE CAMBIOS PARA CONVERTIR LA DIVISA DE LA OPERACION
      * A LA DE LA CUENTA, CRUZANDO POR EUR (EUR VALE 1)
       77 WS-NUM-CAMBIOS PIC 9(02) VALUE 0.
       01 WS-TABLA-CAMBIO.
           05 WS-CAMBIO-ENTRY OCCURS 10 TIMES INDEXED BY WS-IDX-CAM.
               10 WS-CC-MONEDA PIC X(03).
               10 WS-CC-VENTA  PIC 9(01)V9(04).
       77 WS-MONEDA-BUSCADA PIC X(03).
       77 WS-TASA-HALLADA PIC 9(01)V9(04).
       77 WS-TASA-ORIGEN  PIC 9(01)V9(04).
       77 WS-TASA-DESTINO PIC 9(01)V9(04).
       77 WS-TASA-APLICADA PIC 9(01)V9(04).
       77 WS-MONEDA-OK PIC X(01).
           88 WS-MONEDA-VALIDA VALUE "S".

      * REANUDACION TRAS UNA EJECUCION INTERRUMPIDA
       77 WS-ULTIMO-PROCESADO PIC 9(08) VALUE 0.
       77 WS-NUM-LINEA-ACTUAL PIC 9(08) VALUE 0.
       77 WS-SALTADAS PIC 9(06) VALUE 0.
       77 WS-ESTADO-CKPT PIC X(01) VALUE "P".

      * VALIDACION DEL SOBRE DEL FICHERO ANTES DE ADEUDAR NADA
       77 WS-STATUS-SEC-ENT PIC X(02).
       77 WS-ULTIMA-SECUENCIA PIC 9(06) VALUE 0.
       77 WS-SECUENCIA-FICHERO PIC 9(06) VALUE 0.
       77 WS-FECHA-FICHERO PIC 9(08) VALUE 0.
       77 WS-SOBRE-OK PIC X(01) VALUE "S".
           88 WS-SOBRE-VALIDO VALUE "S".
       77 WS-HAY-CABECERA PIC X(01) VALUE "N".
       77 WS-HAY-COLA PIC X(01) VALUE "N".
       77 WS-DETALLES-CONTADOS PIC 9(08) VALUE 0.
       77 WS-TOTAL-CALCULADO PIC 9(11)V99 VALUE 0.
       77 WS-RECUENTO-DECLARADO PIC 9(08) VALUE 0.
       77 WS-TOTAL-DECLARADO PIC 9(11)V99 VALUE 0.
       77 WS-SOBRE-IMPORTE PIC 9(09)V99.
       77 WS-SOBRE-IMPORTE-X REDEFINES WS-SOBRE-IMPORTE PIC X(11).
       77 WS-RESULTADO-TRX PIC X(09).
       77 WS-SENTIDO-TRX PIC X(03).

      * TOTALES DEL FICHERO DE RETROCESIONES
       77 WS-RETRO-RECUENTO PIC 9(08) VALUE 0.
       77 WS-RETRO-TOTAL PIC 9(11)V99 VALUE 0.
       77 WS-EOF-RTT PIC X(01) VALUE "N".
           88 WS-FIN-RTT VALUE "S".
       01 WS-RETRO-DETALLE.
           05 WS-RD-TIPO-REG PIC X(01).
           05 WS-RD-TARJETA  PIC X(16).
           05 WS-RD-CANAL    PIC X(01).
           05 WS-RD-COMERCIO PIC X(20).
           05 WS-RD-IMPORTE  PIC X(11).
           05 FILLER         PIC X(23).

      * SUMA DE EMBARGOS VIGENTES DE LA CUENTA EN CURSO
       77 WS-STATUS-EMB PIC X(02).
       77 WS-EMBARGADO PIC S9(9)V99 VALUE 0.
       77 WS-EOF-EMB PIC X(01) VALUE "N".
           88 WS-FIN-EMB VALUE "S".

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).
       77 WS-FECHA-MOV PIC X(10).
       77 WS-CTA-ANTES PIC X(116).
       77 WS-HORA-AUD  PIC 9(08).

       77 WS-STATUS-MIX PIC X(02).
       77 WS-STATUS-SEC-MIX PIC X(02).
       77 WS-NUEVO-MOVIMIENTO PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            OPEN INPUT LIQUIDACION.
            IF WS-STATUS-LIQ NOT = "00"
                DISPLAY "SIN FICHERO DE LIQUIDACION DE TARJETAS"
                STOP RUN
            END-IF.

      *     PRIMERA PASADA: SE VALIDA EL SOBRE COMPLETO ANTES DE QUE
      *     NADA SE ADEUDE
            PERFORM 00020-VALIDAR-SOBRE.
            IF NOT WS-SOBRE-VALIDO
                CLOSE LIQUIDACION
                MOVE "REC" TO WS-SENTIDO-TRX
                MOVE "RECHAZADA" TO WS-RESULTADO-TRX
                PERFORM 00026-ESCRIBIR-TRANSMISION
                DISPLAY "LIQUIDACION RECHAZADA POR CONTROLES DE"
                    " FICHERO, NADA SE HA ADEUDADO"
                MOVE "KO" TO WS-RESULTADO-RUN
                PERFORM 00015-ANOTAR-RUN-LOG
                STOP RUN
            END-IF.
            CLOSE LIQUIDACION.
            OPEN INPUT LIQUIDACION.
            MOVE "N" TO WS-EOF-LIQ.
            MOVE 0 TO WS-NUM-LINEA-ACTUAL.

            OPEN I-O CUENTAS.
            OPEN INPUT TARJETAS.
            OPEN EXTEND MOVIMIENTOS.

            ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
            STRING WS-DIA-SIS "/" WS-MES-SIS "/" WS-ANIO-SIS
                DELIMITED BY SIZE INTO WS-FECHA-MOV.
            PERFORM 00010-CARGAR-FECHA-NEGOCIO.
            PERFORM 00018-CARGAR-CAMBIOS.
            PERFORM 00011-LEER-CHECKPOINT.
      *     UNA EJECUCION NUEVA EMPIEZA CON LA LISTA DE
      *     RETROCESIONES VACIA; AL REANUDAR SE CONSERVA
            IF WS-ULTIMO-PROCESADO = 0
                OPEN OUTPUT RETRO-TRABAJO
                CLOSE RETRO-TRABAJO
            END-IF.
            PERFORM 00012-GRABAR-CHECKPOINT.

            PERFORM 00001-LEER-OPERACION.
            PERFORM 00002-PROCESAR-OPERACION UNTIL WS-FIN-LIQ.

            CLOSE LIQUIDACION, CUENTAS, TARJETAS, MOVIMIENTOS.
            PERFORM 00021-ENSOBRAR-RETROCESIONES.
      *     EL VACIADO VA ANTES DE CERRAR EL PUNTO DE CONTROL
            PERFORM 00006-VACIAR-ENTRADA.
            MOVE 0 TO WS-ULTIMO-PROCESADO.
            MOVE "F" TO WS-ESTADO-CKPT.
            PERFORM 00012-GRABAR-CHECKPOINT.
            PERFORM 00023-GRABAR-SECUENCIA.
            MOVE "REC" TO WS-SENTIDO-TRX.
            MOVE "INGERIDA" TO WS-RESULTADO-TRX.
            PERFORM 00026-ESCRIBIR-TRANSMISION.
            DISPLAY "OPERACIONES ADEUDADAS  : " WS-ADEUDADAS.
            DISPLAY "OPERACIONES RETROCEDIDAS: " WS-RETRO-RECUENTO.
            IF WS-SALTADAS > 0
                DISPLAY "LINEAS YA TRATADAS (SALTADAS): "
                    WS-SALTADAS
            END-IF.
            PERFORM 00015-ANOTAR-RUN-LOG.
            STOP RUN.

           00001-LEER-OPERACION.
               READ LIQUIDACION
                   AT END SET WS-FIN-LIQ TO TRUE
                   NOT AT END ADD 1 TO WS-NUM-LINEA-ACTUAL
               END-READ.

      *        LAS LINEAS YA TRATADAS EN UNA EJECUCION INTERRUMPIDA
      *        SE SALTAN AL REANUDAR PARA NO ADEUDAR DOS VECES
           00002-PROCESAR-OPERACION.
               IF WS-NUM-LINEA-ACTUAL NOT > WS-ULTIMO-PROCESADO
                   ADD 1 TO WS-SALTADAS
               ELSE
                   IF LIQ-TIPO-REG NOT = "H" AND NOT = "F"
                       PERFORM 00003-EXAMINAR-OPERACION
                   END-IF
                   MOVE WS-NUM-LINEA-ACTUAL TO WS-ULTIMO-PROCESADO
                   PERFORM 00012-GRABAR-CHECKPOINT
               END-IF.
               PERFORM 00001-LEER-OPERACION.

           00003-EXAMINAR-OPERACION.
               IF LIQ-TIPO-REG NOT = "D"
                   OR LIQ-TARJETA NOT NUMERIC
                   OR LIQ-IMPORTE NOT NUMERIC
                   OR LIQ-FECHA NOT NUMERIC
                   OR (NOT LIQ-COMPRA-TPV AND NOT LIQ-CAJERO-AJENO)
                   MOVE "T8" TO WS-CODIGO-RETRO
                   PERFORM 00004-RETROCEDER
               ELSE
                   MOVE LIQ-IMPORTE TO WS-IMPORTE-X
                   MOVE LIQ-TARJETA TO WS-TARJETA-NUM
                   IF WS-IMPORTE-NUM = 0
                       MOVE "T8" TO WS-CODIGO-RETRO
                       PERFORM 00004-RETROCEDER
                   ELSE
                       MOVE WS-TARJETA-NUM TO TAR-NUMERO
                       READ TARJETAS
                           INVALID KEY
                               MOVE "T1" TO WS-CODIGO-RETRO
                               PERFORM 00004-RETROCEDER
                           NOT INVALID KEY
                               PERFORM 00003A-VERIFICAR-TARJETA
                       END-READ
                   END-IF
               END-IF.

      *        LA TARJETA DEBE ESTAR ACTIVA Y NO CADUCADA EN EL MES
      *        DE LA OPERACION (TAR-CADUCIDAD ES AAAAMM)
           00003A-VERIFICAR-TARJETA.
               MOVE LIQ-FECHA (1:6) TO WS-PERIODO-OPERACION.
               IF TAR-PERDIDA OR TAR-ROBADA
                   MOVE "T2" TO WS-CODIGO-RETRO
                   PERFORM 00004-RETROCEDER
               ELSE
               IF TAR-CADUCADA OR NOT TAR-ACTIVA
                   OR TAR-CADUCIDAD < WS-PERIODO-OPERACION
                   MOVE "T3" TO WS-CODIGO-RETRO
                   PERFORM 00004-RETROCEDER
               ELSE
                   MOVE TAR-CUENTA TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY
                           MOVE "T4" TO WS-CODIGO-RETRO
                           PERFORM 00004-RETROCEDER
                       NOT INVALID KEY
      *                    CUENTA CANCELADA O CONGELADA POR
      *                    TESTAMENTARIA: NO ADMITE ADEUDOS
                           IF CTA-ESTA-CERRADA OR CTA-CONGELADA
                               MOVE "T4" TO WS-CODIGO-RETRO
                               PERFORM 00004-RETROCEDER
                           ELSE
                               PERFORM 00003B-CONVERTIR-Y-ADEUDAR
                           END-IF
                   END-READ
               END-IF
               END-IF.

      *        EL IMPORTE SE LLEVA A LA MONEDA DE LA CUENTA Y SE
      *        APLICAN LAS REGLAS DE FONDOS DE CAJEROBAT
           00003B-CONVERTIR-Y-ADEUDAR.
               PERFORM 00019-CONVERTIR-DIVISA.
               IF NOT WS-MONEDA-VALIDA
                   MOVE "T7" TO WS-CODIGO-RETRO
                   PERFORM 00004-RETROCEDER
               ELSE
                   PERFORM 00013-CALCULAR-EMBARGADO
      *            EL ACUMULADO DE RETIROS ES DE OTRO DIA: SE REINICIA
                   IF CTA-FECHA-RETIRADO NOT = WS-FECHA-NEGOCIO
                       MOVE 0 TO CTA-RETIRADO-HOY
                   END-IF
                   IF WS-IMPORTE-CUENTA >
                       CTA-SALDO + CTA-LIMITE-DESCUBIERTO
                       - WS-EMBARGADO
                       MOVE "T5" TO WS-CODIGO-RETRO
                       PERFORM 00004-RETROCEDER
                   ELSE
                   IF LIQ-CAJERO-AJENO AND CTA-LIMITE-DIARIO > 0
                       AND CTA-RETIRADO-HOY + WS-IMPORTE-CUENTA
                           > CTA-LIMITE-DIARIO
                       MOVE "T6" TO WS-CODIGO-RETRO
                       PERFORM 00004-RETROCEDER
                   ELSE
                       PERFORM 00005-ADEUDAR-OPERACION
                   END-IF
                   END-IF
               END-IF.

           00005-ADEUDAR-OPERACION.
               MOVE CTA-REGISTRO TO WS-CTA-ANTES.
               SUBTRACT WS-IMPORTE-CUENTA FROM CTA-SALDO.
               IF LIQ-CAJERO-AJENO
                   ADD WS-IMPORTE-CUENTA TO CTA-RETIRADO-HOY
                   MOVE WS-FECHA-NEGOCIO TO CTA-FECHA-RETIRADO
                   MOVE "REINT-ATM" TO MOV-TIPO
               ELSE
                   MOVE "COMPRA-TAR" TO MOV-TIPO
               END-IF.
               REWRITE CTA-REGISTRO.
               PERFORM 00014-AUDITAR-CUENTA.
               ADD 1 TO WS-ADEUDADAS.
               PERFORM 00016-REGISTRAR-MOVIMIENTO.

           00004-RETROCEDER.
               MOVE WS-CODIGO-RETRO TO RTT-CODIGO.
               MOVE LIQ-REGISTRO TO RTT-REGISTRO.
               MOVE "-" TO RTT-LINEA (3:1).
               OPEN EXTEND RETRO-TRABAJO.
               WRITE RTT-LINEA.
               CLOSE RETRO-TRABAJO.
               ADD 1 TO WS-DEVUELTAS.

           00016-REGISTRAR-MOVIMIENTO.
               MOVE WS-FECHA-MOV TO MOV-FECHA.
               MOVE CTA-NUMERO   TO MOV-CUENTA.
               MOVE WS-IMPORTE-CUENTA TO MOV-IMPORTE.
               MOVE CTA-SALDO    TO MOV-SALDO.
               MOVE 0            TO MOV-CUENTA-DESTINO.
               MOVE "BATCH"      TO MOV-CAJERO.
               MOVE SPACES       TO MOV-SUPERVISOR.
               MOVE SPACE        TO MOV-PRACTICAS.
               MOVE CTA-SUCURSAL TO MOV-SUCURSAL.
               MOVE WS-FECHA-NEGOCIO TO MOV-FECHA-NEG.
               MOVE WS-TASA-APLICADA TO MOV-TASA-CAMBIO.
               MOVE SPACES TO MOV-DNI.
               MOVE WS-TARJETA-NUM TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               PERFORM 00017-GRABAR-MOV-IDX.

           00006-VACIAR-ENTRADA.
               OPEN OUTPUT LIQUIDACION.
               CLOSE LIQUIDACION.

           00017-GRABAR-MOV-IDX.
               PERFORM 00017A-SIGUIENTE-NUM-MOVIMIENTO.
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
               MOVE WS-IMPORTE-CUENTA TO MOVIDX-IMPORTE.
               MOVE CTA-SALDO   TO MOVIDX-SALDO.
               MOVE 0 TO MOVIDX-CUENTA-DESTINO.
               MOVE "BATCH"  TO MOVIDX-CAJERO.
               MOVE SPACES TO MOVIDX-SUPERVISOR.
               MOVE SPACE        TO MOVIDX-PRACTICAS.
               MOVE CTA-SUCURSAL TO MOVIDX-SUCURSAL.
               MOVE WS-FECHA-NEGOCIO TO MOVIDX-FECHA-NEG.
               MOVE WS-TASA-APLICADA TO MOVIDX-TASA-CAMBIO.
               MOVE SPACES TO MOVIDX-DNI.
               MOVE WS-TARJETA-NUM TO MOVIDX-TARJETA.
               MOVE SPACE TO MOVIDX-ORIGEN.
               MOVE SPACES TO MOVIDX-TERMINAL.
               WRITE MOVIDX-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EN EL DIARIO INDEXADO"
               END-WRITE.
               CLOSE MOVIMIENTOS-IDX.

           00017A-SIGUIENTE-NUM-MOVIMIENTO.
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

           00013-CALCULAR-EMBARGADO.
               MOVE 0 TO WS-EMBARGADO.
               MOVE "N" TO WS-EOF-EMB.
               OPEN INPUT EMBARGOS.
               IF WS-STATUS-EMB = "00"
                   PERFORM 00013A-LEER-EMBARGO
                   PERFORM 00013B-SUMAR-EMBARGO UNTIL WS-FIN-EMB
                   CLOSE EMBARGOS
               END-IF.

           00013A-LEER-EMBARGO.
               READ EMBARGOS NEXT RECORD
                   AT END SET WS-FIN-EMB TO TRUE
               END-READ.

           00013B-SUMAR-EMBARGO.
               IF EMB-VIGENTE AND EMB-CUENTA = CTA-NUMERO
                   ADD EMB-IMPORTE TO WS-EMBARGADO
               END-IF.
               PERFORM 00013A-LEER-EMBARGO.

      *        ANOTA EN LA PISTA DE AUDITORIA LA IMAGEN ANTERIOR Y
      *        POSTERIOR DE LA CUENTA RECIEN REGRABADA
           00014-AUDITAR-CUENTA.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AUD FROM TIME.
               OPEN EXTEND AUDITORIA.
               MOVE WS-FECHA-SISTEMA TO AUD-FECHA.
               MOVE WS-HORA-AUD (1:6) TO AUD-HORA.
               MOVE "LIQTARJETA" TO AUD-PROGRAMA.
               MOVE "BATCH" TO AUD-OPERADOR.
               MOVE WS-CTA-ANTES TO AUD-ANTES.
               MOVE CTA-REGISTRO TO AUD-DESPUES.
               WRITE AUD-REGISTRO.
               CLOSE AUDITORIA.

      *        CARGA LA FECHA DE NEGOCIO; SI EL FICHERO DE CONTROL NO
      *        EXISTE SE USA LA FECHA DEL SISTEMA
           00010-CARGAR-FECHA-NEGOCIO.
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

           00011-LEER-CHECKPOINT.
               OPEN INPUT PUNTO-CONTROL.
               IF WS-STATUS-CKPT = "35"
                   MOVE 0 TO WS-ULTIMO-PROCESADO
               ELSE
                   READ PUNTO-CONTROL
                       AT END MOVE 0 TO WS-ULTIMO-PROCESADO
                       NOT AT END
                           IF CKPT-PARCIAL
                               MOVE CKPT-ULTIMO TO WS-ULTIMO-PROCESADO
                               DISPLAY "REANUDANDO LIQUIDACION TRAS"
                               " LA LINEA " CKPT-ULTIMO
                           ELSE
                               MOVE 0 TO WS-ULTIMO-PROCESADO
                           END-IF
                   END-READ
                   CLOSE PUNTO-CONTROL
               END-IF.

           00012-GRABAR-CHECKPOINT.
               OPEN OUTPUT PUNTO-CONTROL.
               MOVE WS-ULTIMO-PROCESADO TO CKPT-ULTIMO.
               MOVE " " TO CKPT-REGISTRO (9:1).
               MOVE WS-ESTADO-CKPT TO CKPT-ESTADO.
               WRITE CKPT-REGISTRO.
               CLOSE PUNTO-CONTROL.

           00015-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "LIQTARJETA" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-ADEUDADAS TO RLOG-PROCESADOS.
               MOVE WS-DEVUELTAS TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

      *        TASAS DE VENTA DEL CUADRO DE CAMBIOS EN VIGOR
           00018-CARGAR-CAMBIOS.
               MOVE 0 TO WS-NUM-CAMBIOS.
               OPEN INPUT CAMBIOS.
               IF WS-STATUS-CAM = "00"
                   PERFORM 00018A-LEER-CAMBIO
                       UNTIL WS-STATUS-CAM NOT = "00"
                       OR WS-NUM-CAMBIOS = 10
                   CLOSE CAMBIOS
               END-IF.

           00018A-LEER-CAMBIO.
               READ CAMBIOS
                   AT END MOVE "10" TO WS-STATUS-CAM
                   NOT AT END
                       ADD 1 TO WS-NUM-CAMBIOS
                       SET WS-IDX-CAM TO WS-NUM-CAMBIOS
                       MOVE CAM-MONEDA TO WS-CC-MONEDA (WS-IDX-CAM)
                       MOVE CAM-VENTA  TO WS-CC-VENTA (WS-IDX-CAM)
               END-READ.

      *        DIVISA DE LA OPERACION A MONEDA DE LA CUENTA: SI NO
      *        COINCIDEN EL CAMBIO CRUZA POR EUR CON LAS DOS TASAS
           00019-CONVERTIR-DIVISA.
               MOVE "S" TO WS-MONEDA-OK.
               MOVE 0 TO WS-TASA-APLICADA.
               IF LIQ-MONEDA = CTA-MONEDA
                   MOVE WS-IMPORTE-NUM TO WS-IMPORTE-CUENTA
               ELSE
                   MOVE LIQ-MONEDA TO WS-MONEDA-BUSCADA
                   PERFORM 00019A-BUSCAR-TASA
                   MOVE WS-TASA-HALLADA TO WS-TASA-ORIGEN
                   MOVE CTA-MONEDA TO WS-MONEDA-BUSCADA
                   PERFORM 00019A-BUSCAR-TASA
                   MOVE WS-TASA-HALLADA TO WS-TASA-DESTINO
                   IF WS-MONEDA-VALIDA
                       COMPUTE WS-IMPORTE-CUENTA ROUNDED =
                           WS-IMPORTE-NUM * WS-TASA-ORIGEN
                           / WS-TASA-DESTINO
                       MOVE WS-TASA-ORIGEN TO WS-TASA-APLICADA
                   END-IF
               END-IF.

           00019A-BUSCAR-TASA.
               IF WS-MONEDA-BUSCADA = "EUR"
                   MOVE 1.0000 TO WS-TASA-HALLADA
               ELSE
                   MOVE 0 TO WS-TASA-HALLADA
                   SET WS-IDX-CAM TO 1
                   SEARCH WS-CAMBIO-ENTRY
                       AT END
                           MOVE "N" TO WS-MONEDA-OK
                       WHEN WS-IDX-CAM > WS-NUM-CAMBIOS
                           MOVE "N" TO WS-MONEDA-OK
                       WHEN WS-CC-MONEDA (WS-IDX-CAM)
                           = WS-MONEDA-BUSCADA
                           MOVE WS-CC-VENTA (WS-IDX-CAM)
                               TO WS-TASA-HALLADA
                   END-SEARCH
                   IF WS-TASA-HALLADA = 0
                       MOVE "N" TO WS-MONEDA-OK
                   END-IF
               END-IF.

      *        RECORRIDO COMPLETO DEL FICHERO PARA COMPROBAR EL
      *        SOBRE: CABECERA H CON SECUENCIA NUEVA, COLA F CUYO
      *        RECUENTO Y TOTAL CASAN CON LOS DETALLES LEIDOS
           00020-VALIDAR-SOBRE.
               MOVE "S" TO WS-SOBRE-OK.
               MOVE "N" TO WS-HAY-CABECERA.
               MOVE "N" TO WS-HAY-COLA.
               MOVE 0 TO WS-DETALLES-CONTADOS.
               MOVE 0 TO WS-TOTAL-CALCULADO.
               PERFORM 00022-LEER-ULTIMA-SECUENCIA.
               MOVE "N" TO WS-EOF-LIQ.
               PERFORM 00020A-LEER-SOBRE.
               PERFORM 00020B-EXAMINAR-SOBRE UNTIL WS-FIN-LIQ.
               IF WS-HAY-CABECERA NOT = "S"
                   DISPLAY "LIQUIDACION SIN CABECERA DE FICHERO"
                   MOVE "N" TO WS-SOBRE-OK
               END-IF.
               IF WS-HAY-COLA NOT = "S"
                   DISPLAY "LIQUIDACION SIN COLA DE CONTROL"
                   MOVE "N" TO WS-SOBRE-OK
               END-IF.
               IF WS-HAY-COLA = "S"
                   IF WS-RECUENTO-DECLARADO
                       NOT = WS-DETALLES-CONTADOS
                       DISPLAY "RECUENTO DECLARADO "
                           WS-RECUENTO-DECLARADO
                           " NO CASA CON LOS DETALLES "
                           WS-DETALLES-CONTADOS
                       MOVE "N" TO WS-SOBRE-OK
                   END-IF
                   IF WS-TOTAL-DECLARADO NOT = WS-TOTAL-CALCULADO
                       DISPLAY "TOTAL DE CONTROL DECLARADO NO CASA"
                           " CON LA SUMA DE DETALLES"
                       MOVE "N" TO WS-SOBRE-OK
                   END-IF
               END-IF.
               IF WS-HAY-CABECERA = "S"
                   AND WS-SECUENCIA-FICHERO
                       NOT > WS-ULTIMA-SECUENCIA
                   DISPLAY "SECUENCIA " WS-SECUENCIA-FICHERO
                       " YA INGERIDA (ULTIMA "
                       WS-ULTIMA-SECUENCIA "), FICHERO DUPLICADO"
                   MOVE "N" TO WS-SOBRE-OK
               END-IF.

           00020A-LEER-SOBRE.
               READ LIQUIDACION
                   AT END SET WS-FIN-LIQ TO TRUE
               END-READ.

           00020B-EXAMINAR-SOBRE.
               EVALUATE LIQ-TIPO-REG
                   WHEN "H"
                       MOVE "S" TO WS-HAY-CABECERA
                       IF LIQH-SECUENCIA IS NUMERIC
                           MOVE LIQH-SECUENCIA
                               TO WS-SECUENCIA-FICHERO
                       END-IF
                       IF LIQH-FECHA IS NUMERIC
                           MOVE LIQH-FECHA TO WS-FECHA-FICHERO
                       END-IF
                   WHEN "F"
                       MOVE "S" TO WS-HAY-COLA
                       IF LIQF-RECUENTO IS NUMERIC
                           MOVE LIQF-RECUENTO
                               TO WS-RECUENTO-DECLARADO
                       END-IF
                       IF LIQF-TOTAL IS NUMERIC
                           MOVE LIQF-TOTAL TO WS-TOTAL-DECLARADO
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-DETALLES-CONTADOS
                       IF LIQ-IMPORTE IS NUMERIC
                           MOVE LIQ-IMPORTE TO WS-SOBRE-IMPORTE-X
                           ADD WS-SOBRE-IMPORTE
                               TO WS-TOTAL-CALCULADO
                       END-IF
               END-EVALUATE.
               PERFORM 00020A-LEER-SOBRE.

      *        FICHERO DE RETROCESIONES PARA LA MARCA: CABECERA CON
      *        LA SECUENCIA DEL FICHERO RECIBIDO, LOS DETALLES DE LA
      *        LISTA DE TRABAJO (TAMBIEN LOS DE ANTES DE UNA
      *        REANUDACION) Y COLA CON RECUENTO Y TOTAL DE IMPORTES
           00021-ENSOBRAR-RETROCESIONES.
               MOVE 0 TO WS-RETRO-RECUENTO, WS-RETRO-TOTAL.
               OPEN OUTPUT RETROCESIONES.
               MOVE SPACES TO RTR-LINEA.
               MOVE "H" TO RTRH-TIPO-REG.
               MOVE WS-FECHA-NEGOCIO TO RTRH-FECHA.
               MOVE WS-SECUENCIA-FICHERO TO RTRH-SECUENCIA.
               WRITE RTR-LINEA.
               MOVE "N" TO WS-EOF-RTT.
               OPEN INPUT RETRO-TRABAJO.
               IF WS-STATUS-RTT = "00"
                   PERFORM 00021A-LEER-RETRO
                   PERFORM 00021B-COPIAR-RETRO UNTIL WS-FIN-RTT
                   CLOSE RETRO-TRABAJO
               END-IF.
               MOVE SPACES TO RTR-LINEA.
               MOVE "F" TO RTRF-TIPO-REG.
               MOVE WS-RETRO-RECUENTO TO RTRF-RECUENTO.
               MOVE WS-RETRO-TOTAL TO RTRF-TOTAL.
               WRITE RTR-LINEA.
               CLOSE RETROCESIONES.
               OPEN OUTPUT RETRO-TRABAJO.
               CLOSE RETRO-TRABAJO.
               MOVE "ENV" TO WS-SENTIDO-TRX.
               MOVE "ENVIADA" TO WS-RESULTADO-TRX.
               PERFORM 00026-ESCRIBIR-TRANSMISION.

           00021A-LEER-RETRO.
               READ RETRO-TRABAJO
                   AT END SET WS-FIN-RTT TO TRUE
               END-READ.

           00021B-COPIAR-RETRO.
               MOVE SPACES TO RTR-LINEA.
               MOVE "D" TO RTRD-TIPO-REG.
               MOVE RTT-LINEA TO RTRD-MOTIVO.
               WRITE RTR-LINEA.
               ADD 1 TO WS-RETRO-RECUENTO.
               MOVE RTT-REGISTRO TO WS-RETRO-DETALLE.
               IF WS-RD-IMPORTE IS NUMERIC
                   MOVE WS-RD-IMPORTE TO WS-IMPORTE-X
                   ADD WS-IMPORTE-NUM TO WS-RETRO-TOTAL
               END-IF.
               PERFORM 00021A-LEER-RETRO.

           00022-LEER-ULTIMA-SECUENCIA.
               OPEN INPUT SEC-ENTRADA.
               IF WS-STATUS-SEC-ENT = "00"
                   READ SEC-ENTRADA
                       AT END CONTINUE
                       NOT AT END MOVE SEC-ENTRADA-REGISTRO
                           TO WS-ULTIMA-SECUENCIA
                   END-READ
                   CLOSE SEC-ENTRADA
               END-IF.

           00023-GRABAR-SECUENCIA.
               MOVE WS-SECUENCIA-FICHERO TO SEC-ENTRADA-REGISTRO.
               OPEN OUTPUT SEC-ENTRADA.
               WRITE SEC-ENTRADA-REGISTRO.
               CLOSE SEC-ENTRADA.

           00026-ESCRIBIR-TRANSMISION.
               OPEN EXTEND TRANSMISIONES.
               MOVE SPACES TO TRX-LINEA.
               MOVE WS-SENTIDO-TRX TO TRX-SENTIDO.
               IF WS-SENTIDO-TRX = "ENV"
                   MOVE WS-FECHA-NEGOCIO TO TRX-FECHA
                   MOVE WS-RETRO-RECUENTO TO TRX-RECUENTO
                   MOVE WS-RETRO-TOTAL TO TRX-TOTAL
               ELSE
                   MOVE WS-FECHA-FICHERO TO TRX-FECHA
                   MOVE WS-DETALLES-CONTADOS TO TRX-RECUENTO
                   MOVE WS-TOTAL-CALCULADO TO TRX-TOTAL
               END-IF.
               MOVE WS-SECUENCIA-FICHERO TO TRX-SECUENCIA.
               MOVE WS-RESULTADO-TRX TO TRX-RESULTADO.
               WRITE TRX-LINEA.
               CLOSE TRANSMISIONES.

       END PROGRAM LIQTARJETA.
