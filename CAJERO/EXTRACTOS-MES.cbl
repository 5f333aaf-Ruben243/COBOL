      * Author:
      * Date:
      * Purpose: PRODUCCION MENSUAL DE EXTRACTOS: PARA UN PERIODO
      *          AAAAMM TOMA DEL RESUMEN DIARIO RESUMEN-DIARIO.DAT LAS
      *          CUENTAS Y DIAS CERRADOS CON MOVIMIENTO EN EL MES,
      *          LEE SUS APUNTES DEL HISTORICO POR CLAVE
      *          HISTORICO.DAT (MAS EL DIARIO VIVO SI EL MES INCLUYE
      *          EL DIA ABIERTO), CLASIFICA LOS MOVIMIENTOS POR
      *          CUENTA Y EMITE EN EXTRACTOS-MES.TXT UN EXTRACTO
      *          FORMATEADO POR CADA CUENTA CON MOVIMIENTO: SALDO DE
      *          APERTURA, MOVIMIENTOS, SALDO DE CIERRE Y RESUMEN DE
      *          EMITIDOS, CUENTAS ABIERTAS SIN MOVIMIENTO (OMITIDAS)
      *          Y CUENTAS DEL DIARIO NO HALLADAS EN EL MAESTRO
      *          (FALLIDAS). ES EL FICHERO DE IMPRESION Y ENSOBRADO
      *          PARA LOS CLIENTES QUE NO PISAN LA OFICINA. CADA
      *          EXTRACTO LLEVA EL IBAN DE LA CUENTA (CUENTAS-IBAN.DAT).
      *          EL CARGO UNICO DE UN LOTE DE PAGOS DE EMPRESA
      *          (LOTE-PAGO) SE DESGLOSA DEBAJO CON CADA PAGO DEL
      *          LOTE, SU BENEFICIARIO Y SU SITUACION
      *          (PAGOS-LINEAS.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS ASSIGN USING WS-NOMBRE-ENTRADA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOV.

      *    HISTORICO CONSOLIDADO POR CLAVE (CUENTA, FECHA, ID) QUE
      *    CARGA EL CORTE NOCTURNO (VER ARCHIVO-MOV)
           SELECT HISTORICO ASSIGN TO "../HISTORICO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-CLAVE
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

           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIR-DNI
           FILE STATUS IS WS-STATUS-DIR.

      *    IBAN DE CADA CUENTA (VER IBAN-CONV), ACCESIBLE TAMBIEN POR
      *    EL PROPIO IBAN
           SELECT CUENTAS-IBAN ASSIGN TO "../CUENTAS-IBAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBN-CUENTA
           ALTERNATE RECORD KEY IS IBN-IBAN
           FILE STATUS IS WS-STATUS-IBN.

      *    PAGOS DE CADA LOTE DE EMPRESA (VER PAGOS-ENTRADA)
           SELECT PAGOS-LINEAS ASSIGN TO "../PAGOS-LINEAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLN-CLAVE
           FILE STATUS IS WS-STATUS-PLN.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.
             02 FILLER       PIC X(01).
             02 MOV-TASA-CAMBIO PIC X(05).

        FD HISTORICO.
         01 HIS-REGISTRO.
             02 HIS-CLAVE.
                 03 HIS-CUENTA PIC 9(11).
                 03 HIS-FECHA  PIC 9(08).
                 03 HIS-ID     PIC 9(08).
             02 HIS-FECHA-TEXTO PIC X(10).
             02 HIS-TIPO    PIC X(10).
             02 HIS-IMPORTE PIC S9(9)V99.
             02 HIS-SALDO   PIC S9(9)V99.
             02 HIS-CUENTA-DESTINO PIC 9(11).
             02 HIS-CAJERO  PIC X(08).
             02 HIS-SUPERVISOR PIC X(08).
             02 HIS-PRACTICAS PIC X(01).
             02 HIS-SUCURSAL PIC 9(03).
             02 HIS-TASA-CAMBIO PIC 9(01)V9(04).
             02 HIS-DNI PIC X(09).
             02 HIS-TARJETA PIC 9(16).
             02 HIS-ORIGEN PIC X(01).
             02 HIS-TERMINAL PIC X(04).

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


        FD CUENTAS.
         01 CTA-REGISTRO.
             02 CTA-NUMERO PIC 9(11).
                 88 DIR-EN-OFICINA  VALUE "O".
             02 DIR-FECHA-ALTA PIC 9(08).

        FD CUENTAS-IBAN.
         01 IBN-REGISTRO.
             02 IBN-CUENTA     PIC 9(11).
             02 IBN-IBAN       PIC X(34).
             02 IBN-FECHA-ALTA PIC 9(08).

        FD PAGOS-LINEAS.
         01 PLN-REGISTRO.
             02 PLN-CLAVE.
                 03 PLN-LOTE      PIC 9(06).
                 03 PLN-LINEA     PIC 9(06).
             02 PLN-CUENTA-ORDENANTE PIC 9(11).
             02 PLN-CUENTA-DESTINO PIC X(11).
             02 PLN-IBAN          PIC X(34).
             02 PLN-NOMBRE        PIC X(30).
             02 PLN-IMPORTE       PIC 9(09)V99.
             02 PLN-CONCEPTO      PIC X(20).
             02 PLN-ESTADO        PIC X(01).
                 88 PLN-VALIDADA    VALUE "V".
                 88 PLN-ABONADA     VALUE "A".
                 88 PLN-ENVIADA     VALUE "E".
                 88 PLN-RETENIDA    VALUE "R".
                 88 PLN-RECHAZADA   VALUE "X".
             02 PLN-MOTIVO        PIC X(02).
             02 PLN-FECHA-ESTADO  PIC 9(08).

        FD EXTRACTOS.
         01 EXT-LINEA PIC X(90).

             02 SRT-TIPO    PIC X(10).
             02 SRT-IMPORTE PIC S9(9)V99.
             02 SRT-SALDO   PIC S9(9)V99.
             02 SRT-DESTINO PIC 9(11).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-MOV PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-STATUS-HIS PIC X(02).
       77 WS-STATUS-RSD PIC X(02).
       77 WS-STATUS-RCT PIC X(02).
       77 WS-EOF-HIS PIC X(01) VALUE "N".
           88 WS-FIN-HIS VALUE "S".
       77 WS-EOF-RSD PIC X(01) VALUE "N".
           88 WS-FIN-RSD VALUE "S".
       77 WS-RESUMEN-DESDE PIC 9(08) VALUE 0.
       77 WS-EOF-MOV PIC X(01) VALUE "N".
           88 WS-FIN-MOV VALUE "S".
       77 WS-EOF-ORD PIC X(01) VALUE "N".
       77 WS-PERIODO PIC 9(06) VALUE 0.
       77 WS-PERIODO-LINEA PIC 9(06).
       77 WS-FECHA-LINEA PIC 9(08).
       77 WS-FECHA-INICIO-MES PIC 9(08).
       77 WS-FECHA-FIN-MES PIC 9(08).
       77 WS-ORDEN-ENTRADA PIC 9(08) VALUE 0.

      * CORTE DE CONTROL POR CUENTA SOBRE EL FICHERO CLASIFICADO
       77 WS-SALDO-VIS   PIC -ZZZZZZZZZZ9.99.
       77 WS-STATUS-DIR PIC X(02).
       77 WS-DIRECCION-ENVIO PIC X(70).
       77 WS-STATUS-IBN PIC X(02).
       77 WS-HAY-IBAN PIC X(01) VALUE "N".
           88 WS-FICHERO-IBAN-ABIERTO VALUE "S".

      * DESGLOSE DE LOS CARGOS DE LOTES DE PAGOS
       77 WS-STATUS-PLN PIC X(02).
       77 WS-HAY-PAGOS PIC X(01) VALUE "N".
           88 WS-FICHERO-PAGOS-ABIERTO VALUE "S".
       77 WS-EOF-PLN PIC X(01) VALUE "N".
           88 WS-FIN-PLN VALUE "S".
       77 WS-LOTE-DESGLOSE PIC 9(06).
       77 WS-BENEFICIARIO-VIS PIC X(34).
       77 WS-SITUACION-VIS PIC X(12).

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
                   CLOSE FECHA-NEGOCIO
               END-IF.

      *        PROCEDIMIENTO DE ENTRADA: EL DIARIO VIVO MAS, PARA
      *        CADA CUENTA Y DIA CERRADO DEL MES QUE FIGURA EN EL
      *        RESUMEN DIARIO, SUS APUNTES DEL HISTORICO POR CLAVE
           00002-SELECCIONAR-MES.
               MOVE "../MOVIMIENTOS.TXT" TO WS-NOMBRE-ENTRADA.
               PERFORM 00003-RECORRER-UN-FICHERO.
               COMPUTE WS-FECHA-INICIO-MES = WS-PERIODO * 100 + 1.
               COMPUTE WS-FECHA-FIN-MES = WS-PERIODO * 100 + 31.
               MOVE "N" TO WS-EOF-RSD.
               OPEN INPUT RESUMEN.
               OPEN INPUT HISTORICO.
               IF WS-STATUS-RSD = "00" AND WS-STATUS-HIS = "00"
                   MOVE WS-FECHA-INICIO-MES TO RSD-FECHA
                   START RESUMEN KEY IS NOT LESS THAN RSD-FECHA
                       INVALID KEY SET WS-FIN-RSD TO TRUE
                   END-START
                   PERFORM 00004-LEER-RESUMEN
                   PERFORM 00004A-RECORRER-DIA-CUENTA
                       UNTIL WS-FIN-RSD
               END-IF.
               IF WS-STATUS-RSD NOT = "35"
                   CLOSE RESUMEN
               END-IF.
               IF WS-STATUS-HIS NOT = "35"
                   CLOSE HISTORICO
               END-IF.

      *        EL DIA ABIERTO YA VIENE DEL DIARIO VIVO
           00004-LEER-RESUMEN.
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

      *        UN DIA CON SOLO TRANSFERENCIAS RECIBIDAS NO TIENE
      *        APUNTES PROPIOS EN EL HISTORICO
           00004A-RECORRER-DIA-CUENTA.
               IF RSD-NUM-MOVIMIENTOS > 0
                   MOVE "N" TO WS-EOF-HIS
                   MOVE RSD-CUENTA TO HIS-CUENTA
                   MOVE RSD-FECHA TO HIS-FECHA
                   MOVE 0 TO HIS-ID
                   START HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
                       INVALID KEY SET WS-FIN-HIS TO TRUE
                   END-START
                   PERFORM 00004B-LEER-HISTORICO
                   PERFORM 00004C-ENTREGAR-HISTORICO UNTIL WS-FIN-HIS
               END-IF.
               PERFORM 00004-LEER-RESUMEN.

           00004B-LEER-HISTORICO.
               IF NOT WS-FIN-HIS
                   READ HISTORICO NEXT RECORD
                       AT END SET WS-FIN-HIS TO TRUE
                   END-READ
                   IF NOT WS-FIN-HIS
                       AND (HIS-CUENTA NOT = RSD-CUENTA
                           OR HIS-FECHA NOT = RSD-FECHA)
                       SET WS-FIN-HIS TO TRUE
                   END-IF
               END-IF.

      *        EL ID DEL MOVIMIENTO ES CORRELATIVO Y CONSERVA EL
      *        ORDEN DE LOS APUNTES DEL DIA
           00004C-ENTREGAR-HISTORICO.
               IF HIS-PRACTICAS NOT = "P"
                   MOVE HIS-CUENTA TO SRT-CUENTA
                   MOVE HIS-FECHA TO SRT-FECHA
                   MOVE HIS-ID TO SRT-ORDEN
                   MOVE HIS-TIPO TO SRT-TIPO
                   MOVE HIS-IMPORTE TO SRT-IMPORTE
                   MOVE HIS-SALDO TO SRT-SALDO
                   MOVE HIS-CUENTA-DESTINO TO SRT-DESTINO
                   RELEASE SRT-REGISTRO
               END-IF.
               PERFORM 00004B-LEER-HISTORICO.

           00003-RECORRER-UN-FICHERO.
               MOVE "N" TO WS-EOF-MOV.
                       MOVE MOV-TIPO TO SRT-TIPO
                       MOVE MOV-IMPORTE TO SRT-IMPORTE
                       MOVE MOV-SALDO TO SRT-SALDO
                       MOVE 0 TO SRT-DESTINO
                       IF MOV-CUENTA-DESTINO IS NUMERIC
                           MOVE MOV-CUENTA-DESTINO TO SRT-DESTINO
                       END-IF
                       RELEASE SRT-REGISTRO
                   END-IF
               END-IF.
           00006-EMITIR-EXTRACTOS.
               OPEN INPUT CUENTAS.
               OPEN INPUT DIRECCIONES.
               OPEN INPUT CUENTAS-IBAN.
               IF WS-STATUS-IBN = "00"
                   SET WS-FICHERO-IBAN-ABIERTO TO TRUE
               END-IF.
               OPEN INPUT PAGOS-LINEAS.
               IF WS-STATUS-PLN = "00"
                   SET WS-FICHERO-PAGOS-ABIERTO TO TRUE
               END-IF.
               MOVE "N" TO WS-EOF-ORD.
               MOVE "N" TO WS-HAY-CORTE.
               PERFORM 00007-RETORNAR-ORDENADO.
               IF WS-STATUS-DIR = "00"
                   CLOSE DIRECCIONES
               END-IF.
               IF WS-FICHERO-IBAN-ABIERTO
                   CLOSE CUENTAS-IBAN
               END-IF.
               IF WS-FICHERO-PAGOS-ABIERTO
                   CLOSE PAGOS-LINEAS
               END-IF.

           00007-RETORNAR-ORDENADO.
               RETURN ORDENACION
                       ADD SRT-IMPORTE TO WS-INTERES-MES
                   WHEN "COMISION"
                       ADD SRT-IMPORTE TO WS-COMISION-MES
                   WHEN "COMIS-AMOR"
                       ADD SRT-IMPORTE TO WS-COMISION-MES
                   WHEN "COMIS-APER"
                       ADD SRT-IMPORTE TO WS-COMISION-MES
                   WHEN "ALQ-CAJA"
                       ADD SRT-IMPORTE TO WS-COMISION-MES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
                   "  TITULAR " CTA-NOMBRE
                   DELIMITED BY SIZE INTO EXT-LINEA.
               WRITE EXT-LINEA.
               PERFORM 00008F-LINEA-IBAN.
               PERFORM 00008E-DIRECCION-ENVIO.
               MOVE ALL "-" TO EXT-LINEA.
               WRITE EXT-LINEA.

           00008F-LINEA-IBAN.
               MOVE "SIN IBAN ASIGNADO" TO IBN-IBAN.
               IF WS-FICHERO-IBAN-ABIERTO
                   MOVE SRT-CUENTA TO IBN-CUENTA
                   READ CUENTAS-IBAN
                       INVALID KEY
                           MOVE "SIN IBAN ASIGNADO" TO IBN-IBAN
                   END-READ
               END-IF.
               MOVE SPACES TO EXT-LINEA.
               STRING "IBAN : " IBN-IBAN
                   DELIMITED BY SIZE INTO EXT-LINEA.
               WRITE EXT-LINEA.

      *        DIRECCION DE ENVIO DEL TITULAR, TOMADA DEL MAESTRO DE
      *        DIRECCIONES POR EL DNI DE LA CUENTA
           00008E-DIRECCION-ENVIO.
                   WHEN "VF-ABONO"
                   WHEN "PREST-DISP"
                   WHEN "TRANSF-DEV"
                   WHEN "TRANSF-RCH"
                   WHEN "DOMIC-DEV"
                   WHEN "COBRO-EMP"
                   WHEN "NOMINA-AB"
                   WHEN "LOTE-ABONO"
                   WHEN "BARR-CRE"
                   WHEN "AJUSTE"
                   WHEN "ANULACION"
                       COMPUTE WS-SALDO-APERTURA =
                   WS-IMPORTE-VIS "  SALDO " WS-SALDO-VIS
                   DELIMITED BY SIZE INTO EXT-LINEA.
               WRITE EXT-LINEA.
               IF SRT-TIPO = "LOTE-PAGO" AND WS-FICHERO-PAGOS-ABIERTO
                   PERFORM 00008G-DESGLOSE-LOTE
               END-IF.

      *        EL CARGO DEL LOTE LLEVA EL NUMERO DE LOTE EN LA CUENTA
      *        DESTINO DEL APUNTE: SE LISTAN SUS PAGOS EJECUTADOS
           00008G-DESGLOSE-LOTE.
               MOVE SRT-DESTINO TO WS-LOTE-DESGLOSE.
               MOVE "N" TO WS-EOF-PLN.
               MOVE WS-LOTE-DESGLOSE TO PLN-LOTE.
               MOVE 0 TO PLN-LINEA.
               START PAGOS-LINEAS KEY IS NOT LESS THAN PLN-CLAVE
                   INVALID KEY SET WS-FIN-PLN TO TRUE
               END-START.
               PERFORM 00008H-LEER-PAGO.
               PERFORM 00008I-LINEA-PAGO UNTIL WS-FIN-PLN.

           00008H-LEER-PAGO.
               IF NOT WS-FIN-PLN
                   READ PAGOS-LINEAS NEXT RECORD
                       AT END SET WS-FIN-PLN TO TRUE
                   END-READ
                   IF NOT WS-FIN-PLN
                       AND PLN-LOTE NOT = WS-LOTE-DESGLOSE
                       SET WS-FIN-PLN TO TRUE
                   END-IF
               END-IF.

      *        LOS PAGOS RECHAZADOS NO FORMAN PARTE DEL CARGO
           00008I-LINEA-PAGO.
               IF NOT PLN-RECHAZADA
                   IF PLN-IBAN NOT = SPACES
                       MOVE PLN-IBAN TO WS-BENEFICIARIO-VIS
                   ELSE
                       MOVE PLN-CUENTA-DESTINO TO WS-BENEFICIARIO-VIS
                   END-IF
                   EVALUATE TRUE
                       WHEN PLN-ABONADA
                           MOVE "ABONADO" TO WS-SITUACION-VIS
                       WHEN PLN-ENVIADA
                           MOVE "ENVIADO" TO WS-SITUACION-VIS
                       WHEN PLN-RETENIDA
                           MOVE "EN REVISION" TO WS-SITUACION-VIS
                       WHEN OTHER
                           MOVE "PENDIENTE" TO WS-SITUACION-VIS
                   END-EVALUATE
                   MOVE PLN-IMPORTE TO WS-IMPORTE-VIS
                   MOVE SPACES TO EXT-LINEA
                   STRING "          " PLN-LINEA " "
                       WS-BENEFICIARIO-VIS " " WS-IMPORTE-VIS " "
                       WS-SITUACION-VIS
                       DELIMITED BY SIZE INTO EXT-LINEA
                   WRITE EXT-LINEA
               END-IF.
               PERFORM 00008H-LEER-PAGO.

           00009-CERRAR-EXTRACTO.
               MOVE WS-SALDO-CIERRE TO WS-SALDO-VIS.
                   WS-PERIODO
                   DELIMITED BY SIZE INTO CTR-LINEA.
               WRITE CTR-LINEA.
               PERFORM 00012-COMPROBAR-COBERTURA.
               MOVE SPACES TO CTR-LINEA.
               STRING "EXTRACTOS EMITIDOS           : " WS-EMITIDOS
                   DELIMITED BY SIZE INTO CTR-LINEA.
               WRITE CTR-LINEA.
               CLOSE CONTROL-REP.

      *        SI EL RESUMEN DIARIO EMPIEZA DESPUES DEL PRIMER DIA
      *        DEL PERIODO, LOS EXTRACTOS PUEDEN SALIR INCOMPLETOS
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
                   MOVE SPACES TO CTR-LINEA
                   STRING "AVISO: RESUMEN DIARIO DISPONIBLE DESDE "
                       WS-RESUMEN-DESDE
                       DELIMITED BY SIZE INTO CTR-LINEA
                   WRITE CTR-LINEA
               END-IF.

       END PROGRAM EXTRACTOS-MES.
