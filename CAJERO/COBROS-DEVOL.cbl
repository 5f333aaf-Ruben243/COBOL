      ******************************************************************
      * Author:
      * Date:
      * Purpose: DEVOLUCIONES DE LOS RECIBOS QUE COBRAMOS POR CUENTA
      *          DE NUESTROS CLIENTES EMPRESA (VER COBROS-ENTRADA).
      *          LEE COBROS-DEVUELTOS.TXT, UNA LINEA POR RECIBO
      *          DEVUELTO CON SU CODIGO DE MOTIVO Y LA IMAGEN DEL
      *          DETALLE TAL COMO SALIO EN COBROS-ENVIO.TXT, Y LA CASA
      *          CON COBROS-LINEAS.DAT POR REMESA Y LINEA:
      *          - SI LA REMESA AUN NO SE HA ABONADO, EL RECIBO SOLO
      *            QUEDA FUERA DEL ABONO;
      *          - SI YA SE ABONO, SE CARGA AL CLIENTE EMPRESA (TIPO
      *            COBRO-DEV) CON SU AUDITORIA.
      *          UN RECIBO INTERNO RECLAMADO POR NUESTRO CLIENTE SE LE
      *          DEVUELVE ADEMAS A SU CUENTA (TIPO DOMIC-DEV).
      *          EL DETALLE CASA SI COINCIDEN CUENTA, IMPORTE E IBAN
      *          DEL DEUDOR CUANDO ESTE VIENE INFORMADO.
      *          LAS LINEAS QUE NO CASAN O YA DEVUELTAS VAN A
      *          COBROS-DEV-EXCEP.TXT. AL TERMINAR EMITE
      *          COBROS-INFORME.TXT: POR CLIENTE EMPRESA, LAS REMESAS
      *          DEL MES DE NEGOCIO Y LAS AUN PENDIENTES CON SUS
      *          RECIBOS COBRADOS, IMPAGADOS, DEVUELTOS Y RECHAZADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBROS-DEVOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVUELTOS ASSIGN TO "../COBROS-DEVUELTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DVC.

           SELECT OPTIONAL EXCEPCIONES
           ASSIGN TO "../COBROS-DEV-EXCEP.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INFORME ASSIGN TO "../COBROS-INFORME.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDENACION ASSIGN TO "../COBROS-SORT.TMP".

           SELECT REMESAS ASSIGN TO "../COBROS-REMESAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCO-ID
           FILE STATUS IS WS-STATUS-RCO.

           SELECT LINEAS ASSIGN TO "../COBROS-LINEAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LCO-CLAVE
           FILE STATUS IS WS-STATUS-LCO.

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

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD DEVUELTOS.
         01 DVC-REGISTRO.
             02 DVC-CODIGO         PIC X(02).
             02 FILLER             PIC X(01).
             02 DVC-TIPO-REG       PIC X(01).
             02 DVC-FECHA-COBRO    PIC X(08).
             02 DVC-CUENTA-DEUDORA PIC X(11).
             02 DVC-IMPORTE        PIC X(11).
             02 DVC-REFERENCIA     PIC X(12).
             02 DVC-EMISOR         PIC X(20).
             02 DVC-REMESA         PIC X(06).
             02 DVC-LINEA          PIC X(06).
             02 DVC-IBAN-DEUDOR    PIC X(34).

        FD EXCEPCIONES.
         01 EXC-LINEA.
             02 EXC-FECHA    PIC 9(08).
             02 FILLER       PIC X(01).
             02 EXC-MOTIVO   PIC X(24).
             02 FILLER       PIC X(01).
             02 EXC-REGISTRO PIC X(112).

        FD INFORME.
         01 INF-LINEA PIC X(132).

        SD ORDENACION.
         01 SRT-REGISTRO.
             02 SRT-CUENTA  PIC 9(11).
             02 SRT-REMESA  PIC 9(06).

        FD REMESAS.
         01 RCO-REGISTRO.
             02 RCO-ID            PIC 9(06).
             02 RCO-CUENTA        PIC 9(11).
             02 RCO-EMISOR        PIC X(20).
             02 RCO-REFERENCIA    PIC X(12).
             02 RCO-FECHA-CARGA   PIC 9(08).
             02 RCO-FECHA-COBRO   PIC 9(08).
             02 RCO-LINEAS        PIC 9(06).
             02 RCO-RECHAZADAS    PIC 9(06).
             02 RCO-IMPORTE-PRESENTADO PIC 9(11)V99.
             02 RCO-IMPORTE-ABONADO    PIC 9(11)V99.
             02 RCO-IMPORTE-DEVUELTO   PIC 9(11)V99.
             02 RCO-ESTADO        PIC X(01).
                 88 RCO-EN-CARGA   VALUE "C".
                 88 RCO-PENDIENTE  VALUE "P".
                 88 RCO-ABONADA    VALUE "A".
             02 RCO-FECHA-ABONO   PIC 9(08).

        FD LINEAS.
         01 LCO-REGISTRO.
             02 LCO-CLAVE.
                 03 LCO-REMESA    PIC 9(06).
                 03 LCO-LINEA     PIC 9(06).
             02 LCO-CUENTA-ABONO  PIC 9(11).
             02 LCO-CUENTA-DEUDORA PIC X(11).
             02 LCO-IMPORTE       PIC 9(09)V99.
             02 LCO-REFERENCIA    PIC X(12).
             02 LCO-NOMBRE        PIC X(20).
             02 LCO-FECHA-COBRO   PIC 9(08).
             02 LCO-ESTADO        PIC X(01).
                 88 LCO-PENDIENTE   VALUE "P".
                 88 LCO-COBRADA     VALUE "C".
                 88 LCO-ENVIADA     VALUE "E".
                 88 LCO-IMPAGADA    VALUE "I".
                 88 LCO-DEVUELTA    VALUE "D".
                 88 LCO-RECHAZADA   VALUE "X".
             02 LCO-MOTIVO        PIC X(02).
             02 LCO-FECHA-ESTADO  PIC 9(08).
             02 LCO-IBAN-DEUDOR   PIC X(34).

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

       77 WS-STATUS-DVC PIC X(02).
       77 WS-STATUS-RCO PIC X(02).
       77 WS-STATUS-LCO PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-MIX PIC X(02).
       77 WS-STATUS-SEC-MIX PIC X(02).
       77 WS-STATUS-FNG PIC X(02).

       77 WS-EOF-DVC PIC X(01) VALUE "N".
           88 WS-FIN-DVC VALUE "S".
       77 WS-EOF-RCO PIC X(01) VALUE "N".
           88 WS-FIN-RCO VALUE "S".
       77 WS-EOF-LCO PIC X(01) VALUE "N".
           88 WS-FIN-LCO VALUE "S".
       77 WS-EOF-ORD PIC X(01) VALUE "N".
           88 WS-FIN-ORD VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       77 WS-MES-NEGOCIO PIC 9(06).
       77 WS-MES-COBRO PIC 9(06).
       77 WS-FECHA-MOV PIC X(10).

      * DEVOLUCION EN CURSO
       77 WS-IMPORTE-NUM PIC 9(09)V99.
       77 WS-IMPORTE-X REDEFINES WS-IMPORTE-NUM PIC X(11).
       77 WS-CUENTA-NUM PIC 9(11).
       77 WS-CUENTA-X REDEFINES WS-CUENTA-NUM PIC X(11).
       77 WS-MOTIVO-EXCEPCION PIC X(24).

      * DATOS DEL APUNTE EN CURSO PARA LOS DOS DIARIOS
       77 WS-TIPO-MOV PIC X(10).
       77 WS-IMPORTE-MOV PIC S9(9)V99.
       77 WS-DESTINO-MOV PIC 9(11).
       77 WS-NUEVO-MOVIMIENTO PIC 9(08).
       77 WS-CTA-ANTES PIC X(116).
       77 WS-HORA-AUD  PIC 9(08).

      * CONTADORES DE LA EJECUCION
       77 WS-DEVOLUCIONES PIC 9(06) VALUE 0.
       77 WS-CARGADAS-EMPRESA PIC 9(06) VALUE 0.
       77 WS-EXCEPCIONES PIC 9(06) VALUE 0.

      * INFORME: CORTE POR CLIENTE EMPRESA Y RECUENTO POR REMESA
       77 WS-CUENTA-CORTE PIC 9(11).
       77 WS-HAY-CORTE PIC X(01) VALUE "N".
           88 WS-CORTE-ABIERTO VALUE "S".
       77 WS-CLI-PRESENTADO PIC 9(11)V99.
       77 WS-CLI-ABONADO PIC 9(11)V99.
       77 WS-CLI-DEVUELTO PIC 9(11)V99.
       77 WS-N-COBRADAS PIC 9(06).
       77 WS-N-IMPAGADAS PIC 9(06).
       77 WS-N-DEVUELTAS PIC 9(06).
       77 WS-N-RECHAZADAS PIC 9(06).
       77 WS-N-PENDIENTES PIC 9(06).
       77 WS-IMPORTE-VIS PIC ZZZZZZZZZZ9.99.
       77 WS-IMPORTE-VIS2 PIC ZZZZZZZZZZ9.99.
       77 WS-IMPORTE-VIS3 PIC ZZZZZZZZZZ9.99.
       77 WS-REMESAS-INFORMADAS PIC 9(06) VALUE 0.

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 00010-CARGAR-FECHA-NEGOCIO.
            ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
            STRING WS-DIA-SIS "/" WS-MES-SIS "/" WS-ANIO-SIS
                DELIMITED BY SIZE INTO WS-FECHA-MOV.
            OPEN I-O REMESAS.
            IF WS-STATUS-RCO NOT = "00"
                DISPLAY "SIN REMESAS DE COBRO DE EMPRESAS"
                STOP RUN
            END-IF.
            OPEN I-O LINEAS.
            OPEN I-O CUENTAS.
            OPEN EXTEND MOVIMIENTOS.

            OPEN INPUT DEVUELTOS.
            IF WS-STATUS-DVC NOT = "00"
                DISPLAY "SIN DEVOLUCIONES DE COBROS QUE TRATAR"
            ELSE
                OPEN EXTEND EXCEPCIONES
                PERFORM 00001-LEER-DEVOLUCION
                PERFORM 00002-TRATAR-DEVOLUCION UNTIL WS-FIN-DVC
                CLOSE DEVUELTOS, EXCEPCIONES
      *         UNA DEVOLUCION YA APLICADA QUEDA MARCADA EN EL
      *         RECIBO, ASI QUE UNA REPETICION SOLO DARIA EXCEPCIONES
                OPEN OUTPUT DEVUELTOS
                CLOSE DEVUELTOS
            END-IF.

            OPEN OUTPUT INFORME.
            PERFORM 00020-ENCABEZADO.
            SORT ORDENACION ON ASCENDING KEY SRT-CUENTA SRT-REMESA
                INPUT PROCEDURE IS 00021-SELECCIONAR-REMESAS
                OUTPUT PROCEDURE IS 00024-INFORMAR-POR-CLIENTE.
            CLOSE INFORME.

            CLOSE REMESAS, LINEAS, CUENTAS, MOVIMIENTOS.
            DISPLAY "DEVOLUCIONES APLICADAS     : " WS-DEVOLUCIONES.
            DISPLAY "CARGADAS AL CLIENTE EMPRESA: "
                WS-CARGADAS-EMPRESA.
            DISPLAY "EXCEPCIONES                : " WS-EXCEPCIONES.
            DISPLAY "REMESAS EN EL INFORME      : "
                WS-REMESAS-INFORMADAS.
            PERFORM 00015-ANOTAR-RUN-LOG.
            STOP RUN.

           00001-LEER-DEVOLUCION.
               READ DEVUELTOS
                   AT END SET WS-FIN-DVC TO TRUE
               END-READ.

      *        LA DEVOLUCION SE CASA POR REMESA Y LINEA Y SE
      *        COMPRUEBA CONTRA LA CUENTA E IMPORTE ENVIADOS
           00002-TRATAR-DEVOLUCION.
               IF DVC-REMESA NOT NUMERIC OR DVC-LINEA NOT NUMERIC
                   OR DVC-IMPORTE NOT NUMERIC
                   MOVE "FORMATO INVALIDO" TO WS-MOTIVO-EXCEPCION
                   PERFORM 00003-ANOTAR-EXCEPCION
               ELSE
                   MOVE DVC-REMESA TO LCO-REMESA
                   MOVE DVC-LINEA TO LCO-LINEA
                   READ LINEAS
                       INVALID KEY
                           MOVE "RECIBO NO ENCONTRADO"
                               TO WS-MOTIVO-EXCEPCION
                           PERFORM 00003-ANOTAR-EXCEPCION
                       NOT INVALID KEY
                           PERFORM 00004-EXAMINAR-RECIBO
                   END-READ
               END-IF.
               PERFORM 00001-LEER-DEVOLUCION.

           00003-ANOTAR-EXCEPCION.
               MOVE SPACES TO EXC-LINEA.
               MOVE WS-FECHA-NEGOCIO TO EXC-FECHA.
               MOVE WS-MOTIVO-EXCEPCION TO EXC-MOTIVO.
               MOVE DVC-REGISTRO TO EXC-REGISTRO.
               WRITE EXC-LINEA.
               ADD 1 TO WS-EXCEPCIONES.

           00004-EXAMINAR-RECIBO.
               MOVE DVC-IMPORTE TO WS-IMPORTE-X.
               EVALUATE TRUE
                   WHEN DVC-CUENTA-DEUDORA NOT = LCO-CUENTA-DEUDORA
                   WHEN WS-IMPORTE-NUM NOT = LCO-IMPORTE
                   WHEN DVC-IBAN-DEUDOR NOT = SPACES
                       AND DVC-IBAN-DEUDOR NOT = LCO-IBAN-DEUDOR
                       MOVE "NO CASA CON EL ENVIO"
                           TO WS-MOTIVO-EXCEPCION
                       PERFORM 00003-ANOTAR-EXCEPCION
                   WHEN LCO-DEVUELTA
                       MOVE "DEVOLUCION DUPLICADA"
                           TO WS-MOTIVO-EXCEPCION
                       PERFORM 00003-ANOTAR-EXCEPCION
                   WHEN NOT LCO-ENVIADA AND NOT LCO-COBRADA
                       MOVE "RECIBO NO COBRADO"
                           TO WS-MOTIVO-EXCEPCION
                       PERFORM 00003-ANOTAR-EXCEPCION
                   WHEN OTHER
                       PERFORM 00005-APLICAR-DEVOLUCION
               END-EVALUATE.

           00005-APLICAR-DEVOLUCION.
               IF LCO-COBRADA
                   PERFORM 00006-REINTEGRAR-DEUDOR
               END-IF.
               MOVE "D" TO LCO-ESTADO.
               MOVE DVC-CODIGO TO LCO-MOTIVO.
               MOVE WS-FECHA-NEGOCIO TO LCO-FECHA-ESTADO.
               REWRITE LCO-REGISTRO.
               ADD 1 TO WS-DEVOLUCIONES.
               MOVE LCO-REMESA TO RCO-ID.
               READ REMESAS
                   INVALID KEY
                       DISPLAY "REMESA " LCO-REMESA " INEXISTENTE"
                       MOVE "KO" TO WS-RESULTADO-RUN
                   NOT INVALID KEY
                       ADD LCO-IMPORTE TO RCO-IMPORTE-DEVUELTO
                       IF RCO-ABONADA
                           PERFORM 00007-CARGAR-EMPRESA
                       END-IF
                       REWRITE RCO-REGISTRO
               END-READ.

      *        EL RECIBO INTERNO RECLAMADO VUELVE A LA CUENTA DE
      *        NUESTRO CLIENTE COMO EL REEMBOLSO DE MANDADMIN
           00006-REINTEGRAR-DEUDOR.
               MOVE LCO-CUENTA-DEUDORA TO WS-CUENTA-X.
               MOVE WS-CUENTA-NUM TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA DEUDORA " WS-CUENTA-NUM
                           " INEXISTENTE"
                       MOVE "KO" TO WS-RESULTADO-RUN
                   NOT INVALID KEY
                       MOVE CTA-REGISTRO TO WS-CTA-ANTES
                       ADD LCO-IMPORTE TO CTA-SALDO
                       REWRITE CTA-REGISTRO
                       PERFORM 00014-AUDITAR-CUENTA
                       MOVE "DOMIC-DEV" TO WS-TIPO-MOV
                       MOVE LCO-IMPORTE TO WS-IMPORTE-MOV
                       MOVE LCO-CUENTA-ABONO TO WS-DESTINO-MOV
                       PERFORM 00008-REGISTRAR-MOVIMIENTO
               END-READ.

      *        LA REMESA YA SE ABONO: EL RECIBO DEVUELTO SE CARGA AL
      *        CLIENTE EMPRESA AUNQUE LE DEJE EN DESCUBIERTO
           00007-CARGAR-EMPRESA.
               MOVE RCO-CUENTA TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA DE ABONO " RCO-CUENTA
                           " INEXISTENTE"
                       MOVE "KO" TO WS-RESULTADO-RUN
                   NOT INVALID KEY
                       MOVE CTA-REGISTRO TO WS-CTA-ANTES
                       SUBTRACT LCO-IMPORTE FROM CTA-SALDO
                       REWRITE CTA-REGISTRO
                       PERFORM 00014-AUDITAR-CUENTA
                       MOVE "COBRO-DEV" TO WS-TIPO-MOV
                       MOVE LCO-IMPORTE TO WS-IMPORTE-MOV
                       MOVE 0 TO WS-DESTINO-MOV
                       PERFORM 00008-REGISTRAR-MOVIMIENTO
                       ADD 1 TO WS-CARGADAS-EMPRESA
               END-READ.

           00008-REGISTRAR-MOVIMIENTO.
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
               DIVIDE WS-FECHA-NEGOCIO BY 100 GIVING WS-MES-NEGOCIO.

      *        ANOTA EN LA PISTA DE AUDITORIA LA IMAGEN ANTERIOR Y
      *        POSTERIOR DE LA CUENTA RECIEN REGRABADA
           00014-AUDITAR-CUENTA.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AUD FROM TIME.
               OPEN EXTEND AUDITORIA.
               MOVE WS-FECHA-SISTEMA TO AUD-FECHA.
               MOVE WS-HORA-AUD (1:6) TO AUD-HORA.
               MOVE "COBROS-DEV" TO AUD-PROGRAMA.
               MOVE "BATCH" TO AUD-OPERADOR.
               MOVE WS-CTA-ANTES TO AUD-ANTES.
               MOVE CTA-REGISTRO TO AUD-DESPUES.
               WRITE AUD-REGISTRO.
               CLOSE AUDITORIA.

           00020-ENCABEZADO.
               MOVE SPACES TO INF-LINEA.
               STRING "COBROS POR CUENTA DE CLIENTES EMPRESA - MES "
                   WS-MES-NEGOCIO " Y REMESAS PENDIENTES"
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "REMESA EMISOR               REFERENCIA   "
                   "F.COBRO  E LINEAS COBR IMPA DEVU RECH PEND"
                   "     PRESENTADO        ABONADO       DEVUELTO"
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.

      *        REMESAS CON FECHA DE COBRO EN EL MES DE NEGOCIO Y LAS
      *        QUE AUN ESPERAN SU FECHA
           00021-SELECCIONAR-REMESAS.
               MOVE "N" TO WS-EOF-RCO.
               MOVE 0 TO RCO-ID.
               START REMESAS KEY IS NOT LESS THAN RCO-ID
                   INVALID KEY SET WS-FIN-RCO TO TRUE
               END-START.
               PERFORM 00022-LEER-REMESA.
               PERFORM 00023-FILTRAR-REMESA UNTIL WS-FIN-RCO.

           00022-LEER-REMESA.
               IF NOT WS-FIN-RCO
                   READ REMESAS NEXT RECORD
                       AT END SET WS-FIN-RCO TO TRUE
                   END-READ
               END-IF.

           00023-FILTRAR-REMESA.
               DIVIDE RCO-FECHA-COBRO BY 100 GIVING WS-MES-COBRO.
               IF WS-MES-COBRO = WS-MES-NEGOCIO
                   OR NOT RCO-ABONADA
                   MOVE RCO-CUENTA TO SRT-CUENTA
                   MOVE RCO-ID TO SRT-REMESA
                   RELEASE SRT-REGISTRO
               END-IF.
               PERFORM 00022-LEER-REMESA.

           00024-INFORMAR-POR-CLIENTE.
               MOVE "N" TO WS-EOF-ORD.
               MOVE "N" TO WS-HAY-CORTE.
               PERFORM 00025-RETORNAR.
               PERFORM 00026-INFORMAR-REMESA UNTIL WS-FIN-ORD.
               IF WS-CORTE-ABIERTO
                   PERFORM 00029-TOTAL-CLIENTE
               END-IF.

           00025-RETORNAR.
               RETURN ORDENACION
                   AT END SET WS-FIN-ORD TO TRUE
               END-RETURN.

           00026-INFORMAR-REMESA.
               IF WS-CORTE-ABIERTO AND SRT-CUENTA NOT = WS-CUENTA-CORTE
                   PERFORM 00029-TOTAL-CLIENTE
               END-IF.
               IF NOT WS-CORTE-ABIERTO
                   PERFORM 00028-CABECERA-CLIENTE
               END-IF.
               MOVE SRT-REMESA TO RCO-ID.
               READ REMESAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 00027-CONTAR-RECIBOS
                       PERFORM 00027C-LINEA-REMESA
               END-READ.
               PERFORM 00025-RETORNAR.

           00027-CONTAR-RECIBOS.
               MOVE 0 TO WS-N-COBRADAS, WS-N-IMPAGADAS,
                   WS-N-DEVUELTAS, WS-N-RECHAZADAS, WS-N-PENDIENTES.
               MOVE "N" TO WS-EOF-LCO.
               MOVE RCO-ID TO LCO-REMESA.
               MOVE 0 TO LCO-LINEA.
               START LINEAS KEY IS NOT LESS THAN LCO-CLAVE
                   INVALID KEY SET WS-FIN-LCO TO TRUE
               END-START.
               PERFORM 00027A-LEER-LINEA.
               PERFORM 00027B-CONTAR-LINEA UNTIL WS-FIN-LCO.

           00027A-LEER-LINEA.
               IF NOT WS-FIN-LCO
                   READ LINEAS NEXT RECORD
                       AT END SET WS-FIN-LCO TO TRUE
                   END-READ
                   IF NOT WS-FIN-LCO AND LCO-REMESA NOT = RCO-ID
                       SET WS-FIN-LCO TO TRUE
                   END-IF
               END-IF.

           00027B-CONTAR-LINEA.
               EVALUATE TRUE
                   WHEN LCO-COBRADA
                   WHEN LCO-ENVIADA
                       ADD 1 TO WS-N-COBRADAS
                   WHEN LCO-IMPAGADA
                       ADD 1 TO WS-N-IMPAGADAS
                   WHEN LCO-DEVUELTA
                       ADD 1 TO WS-N-DEVUELTAS
                   WHEN LCO-RECHAZADA
                       ADD 1 TO WS-N-RECHAZADAS
                   WHEN OTHER
                       ADD 1 TO WS-N-PENDIENTES
               END-EVALUATE.
               PERFORM 00027A-LEER-LINEA.

           00027C-LINEA-REMESA.
               ADD 1 TO WS-REMESAS-INFORMADAS.
               ADD RCO-IMPORTE-PRESENTADO TO WS-CLI-PRESENTADO.
               ADD RCO-IMPORTE-ABONADO TO WS-CLI-ABONADO.
               ADD RCO-IMPORTE-DEVUELTO TO WS-CLI-DEVUELTO.
               MOVE RCO-IMPORTE-PRESENTADO TO WS-IMPORTE-VIS.
               MOVE RCO-IMPORTE-ABONADO TO WS-IMPORTE-VIS2.
               MOVE RCO-IMPORTE-DEVUELTO TO WS-IMPORTE-VIS3.
               MOVE SPACES TO INF-LINEA.
               STRING RCO-ID " " RCO-EMISOR " " RCO-REFERENCIA " "
                   RCO-FECHA-COBRO " " RCO-ESTADO " "
                   RCO-LINEAS " " WS-N-COBRADAS (3:4) " "
                   WS-N-IMPAGADAS (3:4) " " WS-N-DEVUELTAS (3:4) " "
                   WS-N-RECHAZADAS (3:4) " " WS-N-PENDIENTES (3:4)
                   " " WS-IMPORTE-VIS " " WS-IMPORTE-VIS2
                   " " WS-IMPORTE-VIS3
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.

           00028-CABECERA-CLIENTE.
               SET WS-CORTE-ABIERTO TO TRUE.
               MOVE SRT-CUENTA TO WS-CUENTA-CORTE.
               MOVE 0 TO WS-CLI-PRESENTADO, WS-CLI-ABONADO,
                   WS-CLI-DEVUELTO.
               MOVE SPACES TO CTA-NOMBRE.
               MOVE SRT-CUENTA TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY MOVE SPACES TO CTA-NOMBRE
               END-READ.
               MOVE SPACES TO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "CLIENTE EMPRESA - CUENTA " WS-CUENTA-CORTE
                   " " CTA-NOMBRE
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.

           00029-TOTAL-CLIENTE.
               MOVE WS-CLI-PRESENTADO TO WS-IMPORTE-VIS.
               MOVE WS-CLI-ABONADO TO WS-IMPORTE-VIS2.
               MOVE WS-CLI-DEVUELTO TO WS-IMPORTE-VIS3.
               MOVE SPACES TO INF-LINEA.
               STRING "       TOTAL CUENTA " WS-CUENTA-CORTE
                   "                                         "
                   WS-IMPORTE-VIS " " WS-IMPORTE-VIS2
                   " " WS-IMPORTE-VIS3
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE "N" TO WS-HAY-CORTE.

           00015-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "COBROS-DEV" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-DEVOLUCIONES TO RLOG-PROCESADOS.
               MOVE WS-EXCEPCIONES TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM COBROS-DEVOL.
