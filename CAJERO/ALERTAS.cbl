      ******************************************************************
      * Author:
      * Date:
      * Purpose: GENERADOR NOCTURNO DE AVISOS AL CLIENTE: RECORRE LAS
      *          CUENTAS, LOS MOVIMIENTOS DEL DIA DE NEGOCIO DEL
      *          DIARIO INDEXADO, LAS TARJETAS, LOS RECIBOS DEVUELTOS
      *          (DEVOLUCIONES.TXT), LOS PRESTAMOS Y LOS DEPOSITOS A
      *          PLAZO, Y DEJA EN ALERTAS-SALIDA.TXT UN AVISO POR SMS
      *          O CORREO (DATOS DE DIRECCIONES.DAT) PARA CADA HECHO
      *          QUE EL CLIENTE HAYA PEDIDO EN ALERTAS-PREF.DAT (VER
      *          ALERTADM):
      *          SB SALDO POR DEBAJO DEL UMBRAL DEL CLIENTE
      *          IM REINTEGRO O TRANSFERENCIA POR ENCIMA DEL UMBRAL
      *          TB TARJETA BLOQUEADA POR PERDIDA O ROBO
      *          DR RECIBO DOMICILIADO DEVUELTO POR FALTA DE SALDO
      *          PI CUOTA DE PRESTAMO IMPAGADA
      *          PV DEPOSITO A PLAZO QUE VENCE EN LOS PROXIMOS 7 DIAS
      *          CADA HECHO AVISADO QUEDA EN ALERTAS-ENVIADAS.DAT Y NO
      *          SE REPITE, AUNQUE EL PROCESO SE RELANCE; EL SALDO
      *          BAJO SE VUELVE A AVISAR SOLO DESPUES DE QUE LA CUENTA
      *          HAYA SUPERADO DE NUEVO EL UMBRAL. EL INFORME
      *          ALERTAS-CONTROL.TXT DA LOS AVISOS ENVIADOS POR TIPO
      *          Y LOS QUE NO SALIERON POR FALTA DE CONTACTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFERENCIAS ASSIGN TO "../ALERTAS-PREF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APF-DNI
           FILE STATUS IS WS-STATUS-APF.

      *    HECHOS YA AVISADOS: EVENTO + REFERENCIA DEL HECHO
           SELECT ENVIADAS ASSIGN TO "../ALERTAS-ENVIADAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AEN-CLAVE
           FILE STATUS IS WS-STATUS-AEN.

           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

           SELECT MOVIMIENTOS-IDX ASSIGN TO "../MOVIMIENTOS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVIDX-CLAVE
           FILE STATUS IS WS-STATUS-MIX.

           SELECT TARJETAS ASSIGN TO "../TARJETAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-NUMERO
           FILE STATUS IS WS-STATUS-TAR.

           SELECT DEVOLUCIONES ASSIGN TO "../DEVOLUCIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEV.

           SELECT PRESTAMOS ASSIGN TO "../PRESTAMOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-ID
           FILE STATUS IS WS-STATUS-PRE.

           SELECT PLAZOS ASSIGN TO "../PLAZOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLZ-ID
           FILE STATUS IS WS-STATUS-PLZ.

      *    MAESTRO DE DIRECCIONES: TELEFONO Y CORREO DE CONTACTO
           SELECT DIRECCIONES ASSIGN TO "../DIRECCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIR-DNI
           FILE STATUS IS WS-STATUS-DIR.

      *    FICHERO PARA LA PASARELA DE SMS Y CORREO; SE ACUMULA
      *    HASTA QUE LA PASARELA LO RECOGE
           SELECT OPTIONAL SALIDA ASSIGN TO "../ALERTAS-SALIDA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-AVISOS ASSIGN TO "../ALERTAS-CONTROL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD PREFERENCIAS.
         01 APF-REGISTRO.
             02 APF-DNI    PIC X(09).
             02 APF-CANAL  PIC X(01).
                 88 APF-POR-SMS   VALUE "S".
                 88 APF-POR-EMAIL VALUE "E".
             02 APF-AVISO OCCURS 6 TIMES.
                 03 APF-ACTIVO PIC X(01).
                     88 APF-SUSCRITO VALUE "S".
                 03 APF-UMBRAL PIC 9(09)V99.
             02 APF-FECHA-ALTA PIC 9(08).
             02 APF-CAJERO PIC X(08).

        FD ENVIADAS.
         01 AEN-REGISTRO.
             02 AEN-CLAVE.
                 03 AEN-EVENTO     PIC X(02).
                 03 AEN-REFERENCIA PIC X(24).
             02 AEN-FECHA PIC 9(08).

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

      *  RECIBO DEVUELTO: MOTIVO Y REGISTRO ORIGINAL DEL EMISOR
        FD DEVOLUCIONES.
         01 DEV-LINEA.
             02 DEV-CODIGO     PIC X(02).
             02 FILLER         PIC X(01).
             02 DEV-CUENTA     PIC X(11).
             02 FILLER         PIC X(01).
             02 DEV-IMPORTE    PIC X(11).
             02 FILLER         PIC X(01).
             02 DEV-REFERENCIA PIC X(12).
             02 FILLER         PIC X(01).
             02 DEV-EMISOR     PIC X(20).
             02 FILLER         PIC X(01).
             02 DEV-IBAN       PIC X(34).

        FD PRESTAMOS.
         01 PRE-REGISTRO.
             02 PRE-ID       PIC 9(08).
             02 PRE-CUENTA   PIC 9(11).
             02 PRE-DNI      PIC X(09).
             02 PRE-CAPITAL  PIC S9(9)V99.
             02 PRE-TASA     PIC 9(02)V99.
             02 PRE-PLAZO-MESES PIC 9(03).
             02 PRE-CUOTA    PIC S9(9)V99.
             02 PRE-PENDIENTE PIC S9(9)V99.
             02 PRE-CUOTAS-PAGADAS PIC 9(03).
             02 PRE-IMPAGOS  PIC 9(03).
             02 PRE-MORA     PIC S9(9)V99.
             02 PRE-ULT-COBRO PIC 9(06).
             02 PRE-FECHA-ALTA PIC 9(08).
             02 PRE-ESTADO   PIC X(01).
                 88 PRE-VIGENTE   VALUE "V".
                 88 PRE-LIQUIDADO VALUE "L".
                 88 PRE-CANCELADO VALUE "X".
             02 PRE-FICHA    PIC 9(08).

        FD PLAZOS.
         01 PLZ-REGISTRO.
             02 PLZ-ID       PIC 9(08).
             02 PLZ-CUENTA   PIC 9(11).
             02 PLZ-DNI      PIC X(09).
             02 PLZ-CAPITAL  PIC S9(9)V99.
             02 PLZ-TASA     PIC 9(02)V99.
             02 PLZ-PLAZO-MESES PIC 9(03).
             02 PLZ-FECHA-APERTURA PIC 9(08).
             02 PLZ-FECHA-VENCIMIENTO PIC 9(08).
             02 PLZ-RENOVACION PIC X(01).
                 88 PLZ-ABONAR-TODO      VALUE "N".
                 88 PLZ-RENOVAR-CAPITAL  VALUE "C".
                 88 PLZ-RENOVAR-TODO     VALUE "T".
             02 PLZ-ESTADO   PIC X(01).
                 88 PLZ-VIGENTE   VALUE "V".
                 88 PLZ-LIQUIDADO VALUE "L".
                 88 PLZ-CANCELADO VALUE "X".
             02 PLZ-FICHA    PIC 9(08).

        FD DIRECCIONES.
         01 DIR-REGISTRO.
             02 DIR-DNI       PIC X(09).
             02 DIR-DIRECCION PIC X(40).
             02 DIR-POBLACION PIC X(20).
             02 DIR-CP        PIC 9(05).
             02 DIR-TELEFONO  PIC X(12).
             02 DIR-EMAIL     PIC X(30).
             02 DIR-ENTREGA   PIC X(01).
                 88 DIR-POR-CORREO  VALUE "C".
                 88 DIR-POR-EMAIL   VALUE "E".
                 88 DIR-EN-OFICINA  VALUE "O".
             02 DIR-FECHA-ALTA PIC 9(08).

      *  UN AVISO POR LINEA PARA LA PASARELA
        FD SALIDA.
         01 SAL-REGISTRO.
             02 SAL-CANAL   PIC X(01).
             02 FILLER      PIC X(01).
             02 SAL-DESTINO PIC X(30).
             02 FILLER      PIC X(01).
             02 SAL-DNI     PIC X(09).
             02 FILLER      PIC X(01).
             02 SAL-EVENTO  PIC X(02).
             02 FILLER      PIC X(01).
             02 SAL-FECHA   PIC 9(08).
             02 FILLER      PIC X(01).
             02 SAL-TEXTO   PIC X(70).

        FD CONTROL-AVISOS.
         01 CTL-LINEA PIC X(70).

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

       77 WS-STATUS-APF PIC X(02).
       77 WS-STATUS-AEN PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-MIX PIC X(02).
       77 WS-STATUS-TAR PIC X(02).
       77 WS-STATUS-DEV PIC X(02).
       77 WS-STATUS-PRE PIC X(02).
       77 WS-STATUS-PLZ PIC X(02).
       77 WS-STATUS-DIR PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-EOF PIC X(01) VALUE "N".
           88 WS-FIN-FICHERO VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08).
       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

      * LIMITE DE LA SEMANA PROXIMA PARA LOS VENCIMIENTOS DE PLAZO
       01 WS-FECHA-CALC.
           05 WS-FC-ANIO PIC 9(04).
           05 WS-FC-MES  PIC 9(02).
           05 WS-FC-DIA  PIC 9(02).
       01 WS-FECHA-CALC-NUM REDEFINES WS-FECHA-CALC PIC 9(08).
       01 WS-TABLA-DIAS-MES VALUE "312831303130313130313031".
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77 WS-DIAS-EN-MES PIC 9(02).
       77 WS-TEMP-DIVISION PIC 9(04).
       77 WS-RESTO-ANIO PIC 9(04).
       77 WS-FECHA-SEMANA PIC 9(08).

      * DATOS DEL AVISO EN CURSO
       77 WS-NUM-EVENTO PIC 9(01).
       77 WS-DNI-AVISO PIC X(09).
       77 WS-REFERENCIA-AVISO PIC X(24).
       77 WS-TEXTO-AVISO PIC X(70).
       77 WS-IMPORTE-VIS PIC -ZZZZZZZZ9.99.
       77 WS-IMPORTE-NUM PIC 9(09)V99.
       77 WS-IMPORTE-X REDEFINES WS-IMPORTE-NUM PIC X(11).
       77 WS-CUENTA-AVISO PIC 9(11).
       77 WS-SUSCRITO PIC X(01).
           88 WS-CLIENTE-SUSCRITO VALUE "S".

      * CODIGOS Y NOMBRES DE LOS AVISOS, EN EL ORDEN DE APF-AVISO
       01 WS-TABLA-EVENTOS.
           05 FILLER PIC X(32) VALUE "SBSALDO BAJO                    ".
           05 FILLER PIC X(32) VALUE "IMREINTEGRO/TRANSF. IMPORTANTE  ".
           05 FILLER PIC X(32) VALUE "TBTARJETA PERDIDA O ROBADA      ".
           05 FILLER PIC X(32) VALUE "DRRECIBO DEVUELTO SIN SALDO     ".
           05 FILLER PIC X(32) VALUE "PICUOTA DE PRESTAMO IMPAGADA    ".
           05 FILLER PIC X(32) VALUE "PVPLAZO VENCE EN 7 DIAS         ".
       01 WS-EVENTOS REDEFINES WS-TABLA-EVENTOS.
           05 WS-EVENTO OCCURS 6 TIMES.
               10 WS-EV-CODIGO PIC X(02).
               10 WS-EV-NOMBRE PIC X(30).
       01 WS-CONTADORES.
           05 WS-CONTADOR OCCURS 6 TIMES.
               10 WS-CNT-ENVIADOS     PIC 9(06).
               10 WS-CNT-SIN-CONTACTO PIC 9(06).
       77 WS-IDX-EV PIC 9(01).
       77 WS-TOTAL-ENVIADOS PIC 9(08) VALUE 0.
       77 WS-TOTAL-SIN-CONTACTO PIC 9(08) VALUE 0.

       01 WS-LINEA-CONTROL.
           05 WS-LC-CODIGO PIC X(02).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WS-LC-NOMBRE PIC X(30).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WS-LC-ENVIADOS PIC ZZZZZ9.
           05 FILLER       PIC X(04) VALUE SPACES.
           05 WS-LC-SIN-CONTACTO PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            OPEN INPUT PREFERENCIAS.
            IF WS-STATUS-APF NOT = "00"
                DISPLAY "SIN PREFERENCIAS DE AVISOS, NADA QUE ENVIAR"
                STOP RUN
            END-IF.
            INITIALIZE WS-CONTADORES.
            PERFORM 00001-CARGAR-FECHA-NEGOCIO.
            PERFORM 00002-CALCULAR-SEMANA.
            OPEN I-O ENVIADAS.
            IF WS-STATUS-AEN = "35"
                OPEN OUTPUT ENVIADAS
                CLOSE ENVIADAS
                OPEN I-O ENVIADAS
            END-IF.
            OPEN INPUT CUENTAS.
            OPEN INPUT DIRECCIONES.
            OPEN EXTEND SALIDA.

            PERFORM 00003-AVISOS-SALDO.
            PERFORM 00004-AVISOS-MOVIMIENTOS.
            PERFORM 00005-AVISOS-TARJETAS.
            PERFORM 00006-AVISOS-DEVOLUCIONES.
            PERFORM 00007-AVISOS-PRESTAMOS.
            PERFORM 00008-AVISOS-PLAZOS.

            CLOSE PREFERENCIAS, ENVIADAS, CUENTAS, SALIDA.
            IF WS-STATUS-DIR = "00"
                CLOSE DIRECCIONES
            END-IF.
            PERFORM 00009-INFORME-CONTROL.
            DISPLAY "AVISOS ENVIADOS: " WS-TOTAL-ENVIADOS.
            DISPLAY "SIN CONTACTO   : " WS-TOTAL-SIN-CONTACTO.
            PERFORM 00015-ANOTAR-RUN-LOG.
            STOP RUN.

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

           00002-CALCULAR-SEMANA.
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CALC-NUM.
               PERFORM 00020-AVANZAR-UN-DIA 7 TIMES.
               MOVE WS-FECHA-CALC-NUM TO WS-FECHA-SEMANA.

      *        SALDO BAJO: SE AVISA AL CRUZAR EL UMBRAL HACIA ABAJO;
      *        CUANDO LA CUENTA LO RECUPERA SE BORRA LA MARCA PARA
      *        PODER AVISAR DE NUEVO LA PROXIMA VEZ
           00003-AVISOS-SALDO.
               MOVE "N" TO WS-EOF.
               MOVE 0 TO CTA-NUMERO.
               START CUENTAS KEY IS NOT LESS THAN CTA-NUMERO
                   INVALID KEY SET WS-FIN-FICHERO TO TRUE
               END-START.
               PERFORM 00003A-LEER-CUENTA.
               PERFORM 00003B-EXAMINAR-SALDO UNTIL WS-FIN-FICHERO.

           00003A-LEER-CUENTA.
               READ CUENTAS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00003B-EXAMINAR-SALDO.
               IF NOT CTA-ESTA-CERRADA
                   MOVE 1 TO WS-NUM-EVENTO
                   MOVE CTA-DNI TO WS-DNI-AVISO
                   MOVE SPACES TO WS-REFERENCIA-AVISO
                   MOVE CTA-NUMERO TO WS-REFERENCIA-AVISO (1:11)
                   PERFORM 00010-LEER-PREFERENCIAS
                   IF WS-CLIENTE-SUSCRITO
                       AND CTA-SALDO < APF-UMBRAL (1)
                       MOVE CTA-SALDO TO WS-IMPORTE-VIS
                       MOVE SPACES TO WS-TEXTO-AVISO
                       STRING "CUENTA ******" CTA-NUMERO (7:5)
                           " SALDO " WS-IMPORTE-VIS " "
                           CTA-MONEDA " POR DEBAJO DE SU AVISO"
                           DELIMITED BY SIZE INTO WS-TEXTO-AVISO
                       PERFORM 00011-EMITIR-AVISO
                   ELSE
                       MOVE "SB" TO AEN-EVENTO
                       MOVE WS-REFERENCIA-AVISO TO AEN-REFERENCIA
                       DELETE ENVIADAS
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
               END-IF.
               PERFORM 00003A-LEER-CUENTA.

      *        MOVIMIENTOS REALES DEL DIA DE NEGOCIO: REINTEGROS Y
      *        TRANSFERENCIAS EMITIDAS POR ENCIMA DEL UMBRAL
           00004-AVISOS-MOVIMIENTOS.
               OPEN INPUT MOVIMIENTOS-IDX.
               IF WS-STATUS-MIX = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00004A-LEER-MOVIMIENTO
                   PERFORM 00004B-EXAMINAR-MOVIMIENTO
                       UNTIL WS-FIN-FICHERO
                   CLOSE MOVIMIENTOS-IDX
               END-IF.

           00004A-LEER-MOVIMIENTO.
               READ MOVIMIENTOS-IDX NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00004B-EXAMINAR-MOVIMIENTO.
               IF MOVIDX-FECHA-NEG = WS-FECHA-NEGOCIO
                   AND MOVIDX-PRACTICAS NOT = "P"
                   EVALUATE MOVIDX-TIPO
                       WHEN "REINTEGRO"
                       WHEN "REINT-ATM"
                       WHEN "TRANSFER"
                       WHEN "TRANSF-EXT"
                           PERFORM 00004C-AVISAR-MOVIMIENTO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.
               PERFORM 00004A-LEER-MOVIMIENTO.

           00004C-AVISAR-MOVIMIENTO.
               MOVE MOVIDX-CUENTA TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 2 TO WS-NUM-EVENTO
                       MOVE CTA-DNI TO WS-DNI-AVISO
                       PERFORM 00010-LEER-PREFERENCIAS
                       IF WS-CLIENTE-SUSCRITO
                           AND MOVIDX-IMPORTE > APF-UMBRAL (2)
                           MOVE SPACES TO WS-REFERENCIA-AVISO
                           STRING MOVIDX-CUENTA MOVIDX-ID
                               DELIMITED BY SIZE
                               INTO WS-REFERENCIA-AVISO
                           MOVE MOVIDX-IMPORTE TO WS-IMPORTE-VIS
                           MOVE SPACES TO WS-TEXTO-AVISO
                           STRING MOVIDX-TIPO DELIMITED BY " "
                               " DE " WS-IMPORTE-VIS " "
                               CTA-MONEDA " EN CUENTA ******"
                               MOVIDX-CUENTA (7:5)
                               DELIMITED BY SIZE INTO WS-TEXTO-AVISO
                           PERFORM 00011-EMITIR-AVISO
                       END-IF
               END-READ.

      *        TARJETA PERDIDA O ROBADA: UN AVISO POR TARJETA
           00005-AVISOS-TARJETAS.
               OPEN INPUT TARJETAS.
               IF WS-STATUS-TAR = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00005A-LEER-TARJETA
                   PERFORM 00005B-EXAMINAR-TARJETA
                       UNTIL WS-FIN-FICHERO
                   CLOSE TARJETAS
               END-IF.

           00005A-LEER-TARJETA.
               READ TARJETAS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00005B-EXAMINAR-TARJETA.
               IF TAR-PERDIDA OR TAR-ROBADA
                   MOVE TAR-CUENTA TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 3 TO WS-NUM-EVENTO
                           MOVE CTA-DNI TO WS-DNI-AVISO
                           MOVE SPACES TO WS-REFERENCIA-AVISO
                           MOVE TAR-NUMERO
                               TO WS-REFERENCIA-AVISO (1:16)
                           MOVE SPACES TO WS-TEXTO-AVISO
                           STRING "TARJETA ************"
                               TAR-NUMERO (13:4)
                               " BLOQUEADA POR PERDIDA O ROBO"
                               DELIMITED BY SIZE INTO WS-TEXTO-AVISO
                           PERFORM 00010-LEER-PREFERENCIAS
                           IF WS-CLIENTE-SUSCRITO
                               PERFORM 00011-EMITIR-AVISO
                           END-IF
                   END-READ
               END-IF.
               PERFORM 00005A-LEER-TARJETA.

      *        RECIBOS DEVUELTOS POR SALDO INSUFICIENTE (R1)
           00006-AVISOS-DEVOLUCIONES.
               OPEN INPUT DEVOLUCIONES.
               IF WS-STATUS-DEV = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00006A-LEER-DEVOLUCION
                   PERFORM 00006B-EXAMINAR-DEVOLUCION
                       UNTIL WS-FIN-FICHERO
                   CLOSE DEVOLUCIONES
               END-IF.

           00006A-LEER-DEVOLUCION.
               READ DEVOLUCIONES
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00006B-EXAMINAR-DEVOLUCION.
               IF DEV-CODIGO = "R1" AND DEV-CUENTA IS NUMERIC
                   MOVE DEV-CUENTA TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 4 TO WS-NUM-EVENTO
                           MOVE CTA-DNI TO WS-DNI-AVISO
                           MOVE SPACES TO WS-REFERENCIA-AVISO
                           STRING DEV-CUENTA DEV-REFERENCIA
                               DELIMITED BY SIZE
                               INTO WS-REFERENCIA-AVISO
                           MOVE SPACES TO WS-TEXTO-AVISO
                           MOVE 0 TO WS-IMPORTE-NUM
                           IF DEV-IMPORTE IS NUMERIC
                               MOVE DEV-IMPORTE TO WS-IMPORTE-X
                           END-IF
                           MOVE WS-IMPORTE-NUM TO WS-IMPORTE-VIS
                           STRING "RECIBO DE " DEV-EMISOR
                               " DE " WS-IMPORTE-VIS
                               " DEVUELTO SIN SALDO"
                               DELIMITED BY SIZE INTO WS-TEXTO-AVISO
                           PERFORM 00010-LEER-PREFERENCIAS
                           IF WS-CLIENTE-SUSCRITO
                               PERFORM 00011-EMITIR-AVISO
                           END-IF
                   END-READ
               END-IF.
               PERFORM 00006A-LEER-DEVOLUCION.

      *        CADA NUEVA CUOTA IMPAGADA (PRE-IMPAGOS SUBE) ES UN
      *        HECHO DISTINTO
           00007-AVISOS-PRESTAMOS.
               OPEN INPUT PRESTAMOS.
               IF WS-STATUS-PRE = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00007A-LEER-PRESTAMO
                   PERFORM 00007B-EXAMINAR-PRESTAMO
                       UNTIL WS-FIN-FICHERO
                   CLOSE PRESTAMOS
               END-IF.

           00007A-LEER-PRESTAMO.
               READ PRESTAMOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00007B-EXAMINAR-PRESTAMO.
               IF PRE-VIGENTE AND PRE-IMPAGOS > 0
                   MOVE 5 TO WS-NUM-EVENTO
                   MOVE PRE-DNI TO WS-DNI-AVISO
                   MOVE SPACES TO WS-REFERENCIA-AVISO
                   STRING PRE-ID PRE-IMPAGOS
                       DELIMITED BY SIZE INTO WS-REFERENCIA-AVISO
                   MOVE PRE-MORA TO WS-IMPORTE-VIS
                   MOVE SPACES TO WS-TEXTO-AVISO
                   STRING "PRESTAMO " PRE-ID " CUOTA IMPAGADA,"
                       " IMPORTE VENCIDO " WS-IMPORTE-VIS
                       DELIMITED BY SIZE INTO WS-TEXTO-AVISO
                   PERFORM 00010-LEER-PREFERENCIAS
                   IF WS-CLIENTE-SUSCRITO
                       PERFORM 00011-EMITIR-AVISO
                   END-IF
               END-IF.
               PERFORM 00007A-LEER-PRESTAMO.

           00008-AVISOS-PLAZOS.
               OPEN INPUT PLAZOS.
               IF WS-STATUS-PLZ = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00008A-LEER-PLAZO
                   PERFORM 00008B-EXAMINAR-PLAZO
                       UNTIL WS-FIN-FICHERO
                   CLOSE PLAZOS
               END-IF.

           00008A-LEER-PLAZO.
               READ PLAZOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00008B-EXAMINAR-PLAZO.
               IF PLZ-VIGENTE
                   AND PLZ-FECHA-VENCIMIENTO > WS-FECHA-NEGOCIO
                   AND PLZ-FECHA-VENCIMIENTO NOT > WS-FECHA-SEMANA
                   MOVE 6 TO WS-NUM-EVENTO
                   MOVE PLZ-DNI TO WS-DNI-AVISO
                   MOVE SPACES TO WS-REFERENCIA-AVISO
                   STRING PLZ-ID PLZ-FECHA-VENCIMIENTO
                       DELIMITED BY SIZE INTO WS-REFERENCIA-AVISO
                   MOVE PLZ-CAPITAL TO WS-IMPORTE-VIS
                   MOVE SPACES TO WS-TEXTO-AVISO
                   STRING "SU DEPOSITO DE " WS-IMPORTE-VIS
                       " VENCE EL " PLZ-FECHA-VENCIMIENTO (7:2) "/"
                       PLZ-FECHA-VENCIMIENTO (5:2) "/"
                       PLZ-FECHA-VENCIMIENTO (1:4)
                       DELIMITED BY SIZE INTO WS-TEXTO-AVISO
                   PERFORM 00010-LEER-PREFERENCIAS
                   IF WS-CLIENTE-SUSCRITO
                       PERFORM 00011-EMITIR-AVISO
                   END-IF
               END-IF.
               PERFORM 00008A-LEER-PLAZO.

      *        EL CLIENTE RECIBE EL AVISO SOLO SI TIENE FICHA Y LO
      *        TIENE ACTIVADO
           00010-LEER-PREFERENCIAS.
               MOVE "N" TO WS-SUSCRITO.
               MOVE WS-DNI-AVISO TO APF-DNI.
               READ PREFERENCIAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF APF-SUSCRITO (WS-NUM-EVENTO)
                           SET WS-CLIENTE-SUSCRITO TO TRUE
                       END-IF
               END-READ.

      *        UN HECHO YA AVISADO NO SE REPITE; EL AVISO SALE POR EL
      *        CANAL ELEGIDO O, SI FALTA ESE DATO, POR EL OTRO
           00011-EMITIR-AVISO.
               MOVE WS-EV-CODIGO (WS-NUM-EVENTO) TO AEN-EVENTO.
               MOVE WS-REFERENCIA-AVISO TO AEN-REFERENCIA.
               MOVE WS-FECHA-NEGOCIO TO AEN-FECHA.
               WRITE AEN-REGISTRO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 00012-ESCRIBIR-SALIDA
               END-WRITE.

           00012-ESCRIBIR-SALIDA.
               MOVE SPACES TO DIR-REGISTRO.
               IF WS-STATUS-DIR = "00"
                   MOVE WS-DNI-AVISO TO DIR-DNI
                   READ DIRECCIONES
                       INVALID KEY MOVE SPACES TO DIR-REGISTRO
                   END-READ
               END-IF.
               MOVE SPACES TO SAL-REGISTRO.
               IF APF-POR-EMAIL AND DIR-EMAIL NOT = SPACES
                   MOVE "E" TO SAL-CANAL
                   MOVE DIR-EMAIL TO SAL-DESTINO
               ELSE
                   IF DIR-TELEFONO NOT = SPACES
                       MOVE "S" TO SAL-CANAL
                       MOVE DIR-TELEFONO TO SAL-DESTINO
                   ELSE
                       IF DIR-EMAIL NOT = SPACES
                           MOVE "E" TO SAL-CANAL
                           MOVE DIR-EMAIL TO SAL-DESTINO
                       END-IF
                   END-IF
               END-IF.
               IF SAL-CANAL = SPACE
                   ADD 1 TO WS-CNT-SIN-CONTACTO (WS-NUM-EVENTO)
                   ADD 1 TO WS-TOTAL-SIN-CONTACTO
               ELSE
                   MOVE WS-DNI-AVISO TO SAL-DNI
                   MOVE WS-EV-CODIGO (WS-NUM-EVENTO) TO SAL-EVENTO
                   MOVE WS-FECHA-NEGOCIO TO SAL-FECHA
                   MOVE WS-TEXTO-AVISO TO SAL-TEXTO
                   WRITE SAL-REGISTRO
                   ADD 1 TO WS-CNT-ENVIADOS (WS-NUM-EVENTO)
                   ADD 1 TO WS-TOTAL-ENVIADOS
               END-IF.

           00009-INFORME-CONTROL.
               OPEN OUTPUT CONTROL-AVISOS.
               MOVE SPACES TO CTL-LINEA.
               STRING "CONTROL DE AVISOS AL CLIENTE - FECHA "
                   WS-FECHA-NEGOCIO DELIMITED BY SIZE INTO CTL-LINEA.
               WRITE CTL-LINEA.
               MOVE SPACES TO CTL-LINEA.
               WRITE CTL-LINEA.
               MOVE "TIPO  AVISO                           ENVIADOS  SIN
      -            " CONTACTO" TO CTL-LINEA.
               WRITE CTL-LINEA.
               PERFORM 00009A-LINEA-TIPO
                   VARYING WS-IDX-EV FROM 1 BY 1 UNTIL WS-IDX-EV > 6.
               MOVE SPACES TO CTL-LINEA.
               WRITE CTL-LINEA.
               MOVE SPACES TO CTL-LINEA.
               STRING "TOTAL ENVIADOS: " WS-TOTAL-ENVIADOS
                   "   SIN CONTACTO: " WS-TOTAL-SIN-CONTACTO
                   DELIMITED BY SIZE INTO CTL-LINEA.
               WRITE CTL-LINEA.
               CLOSE CONTROL-AVISOS.

           00009A-LINEA-TIPO.
               MOVE WS-EV-CODIGO (WS-IDX-EV) TO WS-LC-CODIGO.
               MOVE WS-EV-NOMBRE (WS-IDX-EV) TO WS-LC-NOMBRE.
               MOVE WS-CNT-ENVIADOS (WS-IDX-EV) TO WS-LC-ENVIADOS.
               MOVE WS-CNT-SIN-CONTACTO (WS-IDX-EV)
                   TO WS-LC-SIN-CONTACTO.
               MOVE WS-LINEA-CONTROL TO CTL-LINEA.
               WRITE CTL-LINEA.

           00015-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "ALERTAS" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-TOTAL-ENVIADOS TO RLOG-PROCESADOS.
               MOVE WS-TOTAL-SIN-CONTACTO TO RLOG-RECHAZADOS.
               MOVE "OK" TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

           00020-AVANZAR-UN-DIA.
               PERFORM 00021-DIAS-DEL-MES.
               IF WS-FC-DIA < WS-DIAS-EN-MES
                   ADD 1 TO WS-FC-DIA
               ELSE
                   MOVE 1 TO WS-FC-DIA
                   IF WS-FC-MES < 12
                       ADD 1 TO WS-FC-MES
                   ELSE
                       MOVE 1 TO WS-FC-MES
                       ADD 1 TO WS-FC-ANIO
                   END-IF
               END-IF.

           00021-DIAS-DEL-MES.
               MOVE WS-DIAS-MES (WS-FC-MES) TO WS-DIAS-EN-MES.
               IF WS-FC-MES = 2
                   DIVIDE WS-FC-ANIO BY 4 GIVING WS-TEMP-DIVISION
                       REMAINDER WS-RESTO-ANIO
                   IF WS-RESTO-ANIO = 0
                       MOVE 29 TO WS-DIAS-EN-MES
                       DIVIDE WS-FC-ANIO BY 100 GIVING WS-TEMP-DIVISION
                           REMAINDER WS-RESTO-ANIO
                       IF WS-RESTO-ANIO = 0
                           MOVE 28 TO WS-DIAS-EN-MES
                           DIVIDE WS-FC-ANIO BY 400
                               GIVING WS-TEMP-DIVISION
                               REMAINDER WS-RESTO-ANIO
                           IF WS-RESTO-ANIO = 0
                               MOVE 29 TO WS-DIAS-EN-MES
                           END-IF
                       END-IF
                   END-IF
               END-IF.

       END PROGRAM ALERTAS.
