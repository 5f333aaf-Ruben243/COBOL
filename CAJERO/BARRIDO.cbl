      ******************************************************************
      * Author:
      * Date:
      * Purpose: BARRIDO NOCTURNO DE SALDOS ENTRE CUENTAS VINCULADAS
      *          SEGUN LOS ACUERDOS DE BARRIDOS.DAT (VER BARRADMIN):
      *          LA CUENTA ORIGEN (LA CORRIENTE) SE DEJA EN SU SALDO
      *          OBJETIVO MOVIENDO EL EXCEDENTE A LA CUENTA DESTINO
      *          (EL AHORRO), SENTIDO B, O CUBRIENDO LA FALTA DESDE
      *          ELLA, SENTIDO S; SENTIDO A HACE LAS DOS COSAS. EL
      *          EXCEDENTE NO INCLUYE LO RETENIDO POR EMBARGOS Y LA
      *          COBERTURA SOLO TOMA DEL AHORRO LO DISPONIBLE (SALDO
      *          MAS DESCUBIERTO MENOS EMBARGOS); UN TRASPASO MENOR QUE
      *          EL MINIMO DEL ACUERDO NO SE HACE. CADA TRASPASO SE
      *          APUNTA EN AMBOS DIARIOS (BARR-DEB Y BARR-CRE, CON LA
      *          OTRA CUENTA EN LA CUENTA DESTINO DEL APUNTE) Y EL
      *          INFORME BARRIDOS-INFORME.TXT LOS RELACIONA POR
      *          SUCURSAL DE LA CUENTA ORIGEN. VA EN LA CADENA DESPUES
      *          DE VALORFECHA Y ORDENES, QUE HAN DE CONSTAR EN LA
      *          BITACORA CON LA FECHA DE HOY; SI NO, NO SE BARRE NADA.
      *          UN ACUERDO YA BARRIDO EN LA FECHA DE NEGOCIO NO SE
      *          VUELVE A BARRER SI SE RELANZA EL PASO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARRIDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ACUERDOS DE BARRIDO ENTRE CUENTAS VINCULADAS
           SELECT BARRIDOS ASSIGN TO "../BARRIDOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAR-CLAVE
           FILE STATUS IS WS-STATUS-BAR.

           SELECT INFORME ASSIGN TO "../BARRIDOS-INFORME.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    FICHERO DE TRABAJO DE LA CLASIFICACION POR SUCURSAL
           SELECT ORDENACION ASSIGN TO "../BARRIDOS-SORT.TMP".

           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

           SELECT EMBARGOS ASSIGN TO "../EMBARGOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-ID
           FILE STATUS IS WS-STATUS-EMB.

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

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD BARRIDOS.
         01 BAR-REGISTRO.
             02 BAR-CLAVE.
                 03 BAR-CUENTA-ORIGEN  PIC 9(11).
                 03 BAR-CUENTA-DESTINO PIC 9(11).
             02 BAR-SALDO-OBJETIVO PIC S9(9)V99.
             02 BAR-MINIMO         PIC 9(09)V99.
             02 BAR-SENTIDO        PIC X(01).
                 88 BAR-BAJA-EXCEDENTE VALUE "B" "A".
                 88 BAR-SUBE-COBERTURA VALUE "S" "A".
             02 BAR-ESTADO         PIC X(01).
                 88 BAR-ACTIVO     VALUE "A".
                 88 BAR-SUSPENDIDO VALUE "P".
                 88 BAR-CANCELADO  VALUE "X".
             02 BAR-FECHA-ALTA     PIC 9(08).
             02 BAR-SUPERVISOR     PIC X(08).
             02 BAR-ULT-FECHA      PIC 9(08).
             02 BAR-ULT-IMPORTE    PIC S9(9)V99.

        FD INFORME.
         01 INF-LINEA PIC X(90).

        SD ORDENACION.
         01 SRT-REGISTRO.
             02 SRT-SUCURSAL  PIC 9(03).
             02 SRT-ORIGEN    PIC 9(11).
             02 SRT-DESTINO   PIC 9(11).
             02 SRT-SENTIDO   PIC X(01).
             02 SRT-IMPORTE   PIC 9(09)V99.
             02 SRT-SALDO     PIC S9(9)V99.
             02 SRT-RESULTADO PIC X(02).

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

       77 WS-STATUS-BAR PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-EMB PIC X(02).
       77 WS-STATUS-MIX PIC X(02).
       77 WS-STATUS-SEC-MIX PIC X(02).
       77 WS-STATUS-FNG PIC X(02).

       77 WS-EOF-BAR PIC X(01) VALUE "N".
           88 WS-FIN-BAR VALUE "S".
       77 WS-EOF-ORD PIC X(01) VALUE "N".
           88 WS-FIN-ORD VALUE "S".
       77 WS-EOF-EMB PIC X(01) VALUE "N".
           88 WS-FIN-EMB VALUE "S".
       77 WS-EOF-RLOG PIC X(01) VALUE "N".
           88 WS-FIN-RLOG VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       77 WS-FECHA-MOV PIC X(10).

      * LOS PASOS PREVIOS DE LA CADENA HAN DE CONSTAR EN LA BITACORA
       77 WS-HAY-VALORFECHA PIC X(01) VALUE "N".
       77 WS-HAY-ORDENES PIC X(01) VALUE "N".

      * SITUACION DE LAS DOS CUENTAS DEL ACUERDO EN CURSO
       77 WS-CUENTA-OK PIC X(01).
           88 WS-CUENTA-OPERATIVA VALUE "S".
       77 WS-SUCURSAL-ORIGEN PIC 9(03).
       77 WS-SALDO-ORIGEN PIC S9(9)V99.
       77 WS-LIBRE-ORIGEN PIC S9(11)V99.
       77 WS-LIBRE-DESTINO PIC S9(11)V99.
       77 WS-EMBARGADO PIC S9(9)V99 VALUE 0.

      * TRASPASO CALCULADO: SENTIDO B DE ORIGEN A DESTINO Y S DE
      * DESTINO A ORIGEN
       77 WS-SENTIDO PIC X(01).
       77 WS-IMPORTE-BARRIDO PIC S9(11)V99.
       77 WS-CUENTA-CARGO PIC 9(11).
       77 WS-CUENTA-ABONO PIC 9(11).
       77 WS-RESULTADO PIC X(02).

      * DATOS DEL APUNTE EN CURSO PARA LOS DOS DIARIOS
       77 WS-TIPO-MOV PIC X(10).
       77 WS-IMPORTE-MOV PIC S9(9)V99.
       77 WS-DESTINO-MOV PIC 9(11).
       77 WS-NUEVO-MOVIMIENTO PIC 9(08).
       77 WS-CTA-ANTES PIC X(116).
       77 WS-HORA-AUD  PIC 9(08).

      * CORTE DE CONTROL POR SUCURSAL DEL INFORME
       77 WS-HAY-CORTE PIC X(01) VALUE "N".
           88 WS-CORTE-ABIERTO VALUE "S".
       77 WS-SUCURSAL-CORTE PIC 9(03).
       77 WS-SUC-TRASPASOS PIC 9(05).
       77 WS-SUC-BAJADO PIC 9(11)V99.
       77 WS-SUC-SUBIDO PIC 9(11)V99.
       77 WS-TOT-BAJADO PIC 9(11)V99 VALUE 0.
       77 WS-TOT-SUBIDO PIC 9(11)V99 VALUE 0.
       77 WS-IMPORTE-VIS PIC ZZZZZZZZ9.99.
       77 WS-SALDO-VIS PIC -ZZZZZZZZ9.99.
       77 WS-TOTAL-VIS PIC ZZZZZZZZZZ9.99.
       77 WS-TOTAL-SUBIDO-VIS PIC ZZZZZZZZZZ9.99.
       77 WS-SITUACION-VIS PIC X(24).

      * CONTADORES DE LA EJECUCION
       77 WS-ACUERDOS PIC 9(06) VALUE 0.
       77 WS-TRASPASOS PIC 9(06) VALUE 0.
       77 WS-NO-BARRIDOS PIC 9(06) VALUE 0.
       77 WS-FALLIDOS PIC 9(06) VALUE 0.

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).
       77 WS-HOY PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 00010-CARGAR-FECHA-NEGOCIO.
            ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE WS-FECHA-SISTEMA TO WS-HOY.
            STRING WS-DIA-SIS "/" WS-MES-SIS "/" WS-ANIO-SIS
                DELIMITED BY SIZE INTO WS-FECHA-MOV.

            PERFORM 00020-COMPROBAR-CADENA.
            IF WS-HAY-VALORFECHA NOT = "S"
                OR WS-HAY-ORDENES NOT = "S"
                DISPLAY "VALORFECHA Y ORDENES NO CONSTAN HOY EN LA"
                    " BITACORA: BARRIDO NO EJECUTADO"
                MOVE "KO" TO WS-RESULTADO-RUN
            ELSE
                OPEN I-O BARRIDOS
                IF WS-STATUS-BAR NOT = "00"
                    DISPLAY "SIN ACUERDOS DE BARRIDO"
                ELSE
                    OPEN I-O CUENTAS
                    OPEN EXTEND MOVIMIENTOS
                    SORT ORDENACION ON ASCENDING KEY SRT-SUCURSAL
                        SRT-ORIGEN SRT-DESTINO
                        INPUT PROCEDURE IS 00001-BARRER-ACUERDOS
                        OUTPUT PROCEDURE IS 00030-INFORME-SUCURSALES
                    CLOSE CUENTAS, MOVIMIENTOS, BARRIDOS
                END-IF
            END-IF.

            DISPLAY "ACUERDOS EXAMINADOS     : " WS-ACUERDOS.
            DISPLAY "TRASPASOS REALIZADOS    : " WS-TRASPASOS.
            DISPLAY "ACUERDOS SIN TRASPASO   : " WS-NO-BARRIDOS.
            DISPLAY "CUENTAS NO OPERATIVAS   : " WS-FALLIDOS.
            PERFORM 00015-ANOTAR-RUN-LOG.
            STOP RUN.

      *        PROCEDIMIENTO DE ENTRADA: CADA ACUERDO ACTIVO SE
      *        BARRE Y SU RESULTADO SE ENTREGA A LA CLASIFICACION
           00001-BARRER-ACUERDOS.
               MOVE "N" TO WS-EOF-BAR.
               MOVE LOW-VALUES TO BAR-CLAVE.
               START BARRIDOS KEY IS NOT LESS THAN BAR-CLAVE
                   INVALID KEY SET WS-FIN-BAR TO TRUE
               END-START.
               PERFORM 00001A-LEER-ACUERDO.
               PERFORM 00002-TRATAR-ACUERDO UNTIL WS-FIN-BAR.

           00001A-LEER-ACUERDO.
               IF NOT WS-FIN-BAR
                   READ BARRIDOS NEXT RECORD
                       AT END SET WS-FIN-BAR TO TRUE
                   END-READ
               END-IF.

           00002-TRATAR-ACUERDO.
               IF BAR-ACTIVO
                   ADD 1 TO WS-ACUERDOS
                   MOVE SPACE TO WS-SENTIDO
                   MOVE 0 TO WS-IMPORTE-BARRIDO
                   MOVE 0 TO WS-SUCURSAL-ORIGEN
                   MOVE 0 TO WS-SALDO-ORIGEN
                   IF BAR-ULT-FECHA = WS-FECHA-NEGOCIO
                       PERFORM 00002A-YA-BARRIDO
                   ELSE
                       PERFORM 00003-CALCULAR-BARRIDO
                   END-IF
                   IF WS-RESULTADO = "OK"
                       PERFORM 00004-TRASPASAR
                   ELSE
                       IF WS-RESULTADO NOT = "YA"
                           ADD 1 TO WS-NO-BARRIDOS
                       END-IF
                   END-IF
                   MOVE WS-SUCURSAL-ORIGEN TO SRT-SUCURSAL
                   MOVE BAR-CUENTA-ORIGEN TO SRT-ORIGEN
                   MOVE BAR-CUENTA-DESTINO TO SRT-DESTINO
                   MOVE WS-SENTIDO TO SRT-SENTIDO
                   MOVE WS-IMPORTE-BARRIDO TO SRT-IMPORTE
                   MOVE WS-SALDO-ORIGEN TO SRT-SALDO
                   MOVE WS-RESULTADO TO SRT-RESULTADO
                   RELEASE SRT-REGISTRO
               END-IF.
               PERFORM 00001A-LEER-ACUERDO.

      *        UN RELANZAMIENTO DEL PASO NO REPITE EL TRASPASO: SE
      *        INFORMA EL QUE YA SE HIZO EN LA FECHA DE NEGOCIO
           00002A-YA-BARRIDO.
               MOVE "YA" TO WS-RESULTADO.
               IF BAR-ULT-IMPORTE < 0
                   MOVE "S" TO WS-SENTIDO
                   COMPUTE WS-IMPORTE-BARRIDO = 0 - BAR-ULT-IMPORTE
               ELSE
                   MOVE "B" TO WS-SENTIDO
                   MOVE BAR-ULT-IMPORTE TO WS-IMPORTE-BARRIDO
               END-IF.
               MOVE BAR-CUENTA-ORIGEN TO CTA-NUMERO.
               READ CUENTAS
                   NOT INVALID KEY
                       MOVE CTA-SUCURSAL TO WS-SUCURSAL-ORIGEN
                       MOVE CTA-SALDO TO WS-SALDO-ORIGEN
               END-READ.

      *        EXCEDENTE SOBRE EL OBJETIVO QUE NO ESTE EMBARGADO, O
      *        FALTA HASTA EL OBJETIVO LIMITADA A LO DISPONIBLE EN EL
      *        AHORRO; AMBAS CUENTAS HAN DE ESTAR ABIERTAS, SIN
      *        BLOQUEO NI CONGELACION
           00003-CALCULAR-BARRIDO.
               MOVE "OK" TO WS-RESULTADO.
               MOVE BAR-CUENTA-ORIGEN TO CTA-NUMERO.
               PERFORM 00005-COMPROBAR-CUENTA.
               IF NOT WS-CUENTA-OPERATIVA
                   MOVE "CO" TO WS-RESULTADO
               ELSE
                   MOVE CTA-SUCURSAL TO WS-SUCURSAL-ORIGEN
                   MOVE CTA-SALDO TO WS-SALDO-ORIGEN
                   PERFORM 00013-CALCULAR-EMBARGADO
                   COMPUTE WS-LIBRE-ORIGEN = CTA-SALDO - WS-EMBARGADO
               END-IF.
               IF WS-RESULTADO = "OK"
                   MOVE BAR-CUENTA-DESTINO TO CTA-NUMERO
                   PERFORM 00005-COMPROBAR-CUENTA
                   IF NOT WS-CUENTA-OPERATIVA
                       MOVE "CD" TO WS-RESULTADO
                   ELSE
                       PERFORM 00013-CALCULAR-EMBARGADO
                       COMPUTE WS-LIBRE-DESTINO = CTA-SALDO
                           + CTA-LIMITE-DESCUBIERTO - WS-EMBARGADO
                   END-IF
               END-IF.
               IF WS-RESULTADO = "OK"
                   EVALUATE TRUE
                       WHEN WS-SALDO-ORIGEN > BAR-SALDO-OBJETIVO
                           AND BAR-BAJA-EXCEDENTE
                           MOVE "B" TO WS-SENTIDO
                           COMPUTE WS-IMPORTE-BARRIDO =
                               WS-SALDO-ORIGEN - BAR-SALDO-OBJETIVO
                           IF WS-IMPORTE-BARRIDO > WS-LIBRE-ORIGEN
                               MOVE WS-LIBRE-ORIGEN
                                   TO WS-IMPORTE-BARRIDO
                           END-IF
                       WHEN WS-SALDO-ORIGEN < BAR-SALDO-OBJETIVO
                           AND BAR-SUBE-COBERTURA
                           MOVE "S" TO WS-SENTIDO
                           COMPUTE WS-IMPORTE-BARRIDO =
                               BAR-SALDO-OBJETIVO - WS-SALDO-ORIGEN
                           IF WS-IMPORTE-BARRIDO > WS-LIBRE-DESTINO
                               MOVE WS-LIBRE-DESTINO
                                   TO WS-IMPORTE-BARRIDO
                           END-IF
                       WHEN OTHER
                           MOVE "NM" TO WS-RESULTADO
                   END-EVALUATE
               END-IF.
               IF WS-RESULTADO = "OK"
                   IF WS-IMPORTE-BARRIDO NOT > 0
                       MOVE 0 TO WS-IMPORTE-BARRIDO
                       MOVE "SF" TO WS-RESULTADO
                   ELSE
                       IF WS-IMPORTE-BARRIDO < BAR-MINIMO
                           MOVE "MI" TO WS-RESULTADO
                       END-IF
                   END-IF
               END-IF.
               IF WS-RESULTADO = "CO" OR WS-RESULTADO = "CD"
                   ADD 1 TO WS-FALLIDOS
               END-IF.

      *        CARGO EN UNA CUENTA Y ABONO EN LA OTRA, CADA UNO CON LA
      *        OTRA CUENTA EN EL APUNTE; EL ACUERDO GUARDA LA FECHA Y
      *        EL IMPORTE (NEGATIVO SI SUBIO DESDE EL AHORRO)
           00004-TRASPASAR.
               IF WS-SENTIDO = "B"
                   MOVE BAR-CUENTA-ORIGEN TO WS-CUENTA-CARGO
                   MOVE BAR-CUENTA-DESTINO TO WS-CUENTA-ABONO
                   MOVE WS-IMPORTE-BARRIDO TO BAR-ULT-IMPORTE
               ELSE
                   MOVE BAR-CUENTA-DESTINO TO WS-CUENTA-CARGO
                   MOVE BAR-CUENTA-ORIGEN TO WS-CUENTA-ABONO
                   COMPUTE BAR-ULT-IMPORTE = 0 - WS-IMPORTE-BARRIDO
               END-IF.
               MOVE WS-CUENTA-CARGO TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY CONTINUE
               END-READ.
               MOVE CTA-REGISTRO TO WS-CTA-ANTES.
               SUBTRACT WS-IMPORTE-BARRIDO FROM CTA-SALDO.
               REWRITE CTA-REGISTRO.
               PERFORM 00014-AUDITAR-CUENTA.
               MOVE "BARR-DEB" TO WS-TIPO-MOV.
               MOVE WS-IMPORTE-BARRIDO TO WS-IMPORTE-MOV.
               MOVE WS-CUENTA-ABONO TO WS-DESTINO-MOV.
               PERFORM 00007-REGISTRAR-MOVIMIENTO.
               IF WS-CUENTA-CARGO = BAR-CUENTA-ORIGEN
                   MOVE CTA-SALDO TO WS-SALDO-ORIGEN
               END-IF.

               MOVE WS-CUENTA-ABONO TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY CONTINUE
               END-READ.
               MOVE CTA-REGISTRO TO WS-CTA-ANTES.
               ADD WS-IMPORTE-BARRIDO TO CTA-SALDO.
               REWRITE CTA-REGISTRO.
               PERFORM 00014-AUDITAR-CUENTA.
               MOVE "BARR-CRE" TO WS-TIPO-MOV.
               MOVE WS-IMPORTE-BARRIDO TO WS-IMPORTE-MOV.
               MOVE WS-CUENTA-CARGO TO WS-DESTINO-MOV.
               PERFORM 00007-REGISTRAR-MOVIMIENTO.
               IF WS-CUENTA-ABONO = BAR-CUENTA-ORIGEN
                   MOVE CTA-SALDO TO WS-SALDO-ORIGEN
               END-IF.

               MOVE WS-FECHA-NEGOCIO TO BAR-ULT-FECHA.
               REWRITE BAR-REGISTRO.
               ADD 1 TO WS-TRASPASOS.

           00005-COMPROBAR-CUENTA.
               MOVE "N" TO WS-CUENTA-OK.
               READ CUENTAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CTA-ABIERTA AND NOT CTA-ESTA-BLOQUEADA
                           AND NOT CTA-CONGELADA
                           SET WS-CUENTA-OPERATIVA TO TRUE
                       END-IF
               END-READ.

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

      *        EL BARRIDO HA DE VER LOS SALDOS YA VALORADOS Y CON LAS
      *        ORDENES PERMANENTES DEL DIA APLICADAS
           00020-COMPROBAR-CADENA.
               MOVE "N" TO WS-EOF-RLOG.
               OPEN INPUT RUN-LOG.
               PERFORM 00020A-LEER-BITACORA.
               PERFORM 00020B-EXAMINAR-BITACORA UNTIL WS-FIN-RLOG.
               CLOSE RUN-LOG.

           00020A-LEER-BITACORA.
               READ RUN-LOG
                   AT END SET WS-FIN-RLOG TO TRUE
               END-READ.

           00020B-EXAMINAR-BITACORA.
               IF RLOG-FECHA = WS-HOY
                   IF RLOG-PROGRAMA = "VALORFECHA"
                       MOVE "S" TO WS-HAY-VALORFECHA
                   END-IF
                   IF RLOG-PROGRAMA = "ORDENES"
                       MOVE "S" TO WS-HAY-ORDENES
                   END-IF
               END-IF.
               PERFORM 00020A-LEER-BITACORA.

      *        PROCEDIMIENTO DE SALIDA: LOS ACUERDOS POR SUCURSAL DE
      *        LA CUENTA ORIGEN, CON TOTALES DE CADA SUCURSAL
           00030-INFORME-SUCURSALES.
               OPEN OUTPUT INFORME.
               MOVE SPACES TO INF-LINEA.
               STRING "BARRIDOS ENTRE CUENTAS VINCULADAS - FECHA DE "
                   "NEGOCIO " WS-FECHA-NEGOCIO
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE "N" TO WS-EOF-ORD.
               MOVE "N" TO WS-HAY-CORTE.
               PERFORM 00031-RETORNAR.
               PERFORM 00032-LINEA-ACUERDO UNTIL WS-FIN-ORD.
               IF WS-CORTE-ABIERTO
                   PERFORM 00034-TOTAL-SUCURSAL
               END-IF.
               MOVE SPACES TO INF-LINEA.
               WRITE INF-LINEA.
               MOVE WS-TOT-BAJADO TO WS-TOTAL-VIS.
               MOVE SPACES TO INF-LINEA.
               STRING "TOTAL BARRIDO AL AHORRO    : " WS-TOTAL-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE WS-TOT-SUBIDO TO WS-TOTAL-VIS.
               MOVE SPACES TO INF-LINEA.
               STRING "TOTAL CUBIERTO DESDE AHORRO: " WS-TOTAL-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               CLOSE INFORME.

           00031-RETORNAR.
               RETURN ORDENACION
                   AT END SET WS-FIN-ORD TO TRUE
               END-RETURN.

           00032-LINEA-ACUERDO.
               IF NOT WS-CORTE-ABIERTO
                   PERFORM 00033-ABRIR-SUCURSAL
               END-IF.
               IF SRT-SUCURSAL NOT = WS-SUCURSAL-CORTE
                   PERFORM 00034-TOTAL-SUCURSAL
                   PERFORM 00033-ABRIR-SUCURSAL
               END-IF.
               EVALUATE SRT-RESULTADO
                   WHEN "OK"
                       IF SRT-SENTIDO = "B"
                           MOVE "AL AHORRO" TO WS-SITUACION-VIS
                       ELSE
                           MOVE "DESDE EL AHORRO"
                               TO WS-SITUACION-VIS
                       END-IF
                   WHEN "YA"
                       MOVE "YA BARRIDO HOY" TO WS-SITUACION-VIS
                   WHEN "NM"
                       MOVE "EN SALDO OBJETIVO" TO WS-SITUACION-VIS
                   WHEN "MI"
                       MOVE "BAJO EL MINIMO" TO WS-SITUACION-VIS
                   WHEN "SF"
                       MOVE "SIN SALDO DISPONIBLE"
                           TO WS-SITUACION-VIS
                   WHEN "CO"
                       MOVE "CUENTA ORIGEN NO OPERA"
                           TO WS-SITUACION-VIS
                   WHEN OTHER
                       MOVE "CUENTA DESTINO NO OPERA"
                           TO WS-SITUACION-VIS
               END-EVALUATE.
               IF SRT-RESULTADO = "OK"
                   ADD 1 TO WS-SUC-TRASPASOS
                   IF SRT-SENTIDO = "B"
                       ADD SRT-IMPORTE TO WS-SUC-BAJADO
                   ELSE
                       ADD SRT-IMPORTE TO WS-SUC-SUBIDO
                   END-IF
               END-IF.
               MOVE SRT-IMPORTE TO WS-IMPORTE-VIS.
               MOVE SRT-SALDO TO WS-SALDO-VIS.
               MOVE SPACES TO INF-LINEA.
               STRING SRT-ORIGEN " " SRT-DESTINO " " WS-IMPORTE-VIS
                   " " WS-SALDO-VIS "  " WS-SITUACION-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               PERFORM 00031-RETORNAR.

           00033-ABRIR-SUCURSAL.
               SET WS-CORTE-ABIERTO TO TRUE.
               MOVE SRT-SUCURSAL TO WS-SUCURSAL-CORTE.
               MOVE 0 TO WS-SUC-TRASPASOS.
               MOVE 0 TO WS-SUC-BAJADO.
               MOVE 0 TO WS-SUC-SUBIDO.
               MOVE SPACES TO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "SUCURSAL " SRT-SUCURSAL
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "ORIGEN      DESTINO          IMPORTE"
                   "  SALDO ORIGEN  SITUACION"
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.

           00034-TOTAL-SUCURSAL.
               MOVE WS-SUC-BAJADO TO WS-TOTAL-VIS.
               MOVE WS-SUC-SUBIDO TO WS-TOTAL-SUBIDO-VIS.
               MOVE SPACES TO INF-LINEA.
               STRING "  TRASPASOS " WS-SUC-TRASPASOS
                   "  AL AHORRO " WS-TOTAL-VIS
                   "  DESDE AHORRO " WS-TOTAL-SUBIDO-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               ADD WS-SUC-BAJADO TO WS-TOT-BAJADO.
               ADD WS-SUC-SUBIDO TO WS-TOT-SUBIDO.

           00007-REGISTRAR-MOVIMIENTO.
               MOVE WS-FECHA-MOV TO MOV-FECHA.
               MOVE CTA-NUMERO   TO MOV-CUENTA.
               MOVE WS-TIPO-MOV  TO MOV-TIPO.
               MOVE WS-IMPORTE-MOV TO MOV-IMPORTE.
               MOVE CTA-SALDO    TO MOV-SALDO.
               MOVE WS-DESTINO-MOV TO MOV-CUENTA-DESTINO.
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
               PERFORM 00011-GRABAR-MOV-IDX.

      *        ALTA DEL MISMO MOVIMIENTO EN EL DIARIO INDEXADO
           00011-GRABAR-MOV-IDX.
               PERFORM 00012-SIGUIENTE-NUM-MOVIMIENTO.
               OPEN I-O MOVIMIENTOS-IDX.
               IF WS-STATUS-MIX = "35"
                   OPEN OUTPUT MOVIMIENTOS-IDX
                   CLOSE MOVIMIENTOS-IDX
                   OPEN I-O MOVIMIENTOS-IDX
               END-IF.
               MOVE CTA-NUMERO TO MOVIDX-CUENTA.
               MOVE WS-NUEVO-MOVIMIENTO TO MOVIDX-ID.
               MOVE WS-FECHA-MOV TO MOVIDX-FECHA.
               MOVE WS-TIPO-MOV  TO MOVIDX-TIPO.
               MOVE WS-IMPORTE-MOV TO MOVIDX-IMPORTE.
               MOVE CTA-SALDO   TO MOVIDX-SALDO.
               MOVE WS-DESTINO-MOV TO MOVIDX-CUENTA-DESTINO.
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

           00012-SIGUIENTE-NUM-MOVIMIENTO.
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

      *        SUMA DE LOS EMBARGOS VIGENTES DE LA CUENTA RECIEN
      *        LEIDA EN CTA-REGISTRO
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
               MOVE "BARRIDO" TO AUD-PROGRAMA.
               MOVE "BATCH" TO AUD-OPERADOR.
               MOVE WS-CTA-ANTES TO AUD-ANTES.
               MOVE CTA-REGISTRO TO AUD-DESPUES.
               WRITE AUD-REGISTRO.
               CLOSE AUDITORIA.

           00015-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "BARRIDO" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-TRASPASOS TO RLOG-PROCESADOS.
               MOVE WS-FALLIDOS TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM BARRIDO.
