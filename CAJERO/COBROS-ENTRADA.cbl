      ******************************************************************
      * Author:
      * Date:
      * Purpose: COBRO DE RECIBOS POR CUENTA DE NUESTROS CLIENTES
      *          EMPRESA (GIMNASIOS, COLEGIOS, COMUNIDADES): LA
      *          CONTRAPARTIDA DE DOMICILIACIONES. CARGA EL FICHERO DE
      *          RECIBOS DEL CLIENTE (COBROS-EMPRESA.TXT) CON CABECERA
      *          H (CUENTA DE ABONO, NOMBRE DE EMISOR, FECHA DE COBRO Y
      *          REFERENCIA DE LA REMESA), DETALLES D Y COLA F DE
      *          CONTROL. CADA RECIBO QUEDA EN COBROS-LINEAS.DAT:
      *          - LOS DE CUENTAS NUESTRAS SE ADEUDAN EN LA FECHA DE
      *            COBRO CON LAS REGLAS DE DOMICILIACIONES (SALDO,
      *            ESTADO DE LA CUENTA Y MANDATO DEL CLIENTE);
      *          - LOS DE OTRAS ENTIDADES SALEN EN EL SOBRE
      *            COBROS-ENVIO.TXT (CABECERA H CON SECUENCIA DE
      *            COBROS-SEQ-SAL.TXT Y COLA F CON RECUENTO Y TOTAL,
      *            COMO REMESA-CIERRE) PARA EL INTERCAMBIO.
      *          LLEGADA LA FECHA DE COBRO, LA CUENTA DEL CLIENTE
      *          EMPRESA RECIBE UN UNICO ABONO (TIPO COBRO-EMP) POR LO
      *          COBRADO Y LO ENVIADO. LAS DEVOLUCIONES POSTERIORES LAS
      *          TRATA COBROS-DEVOL.
      *          RECIBOS RECHAZADOS EN LA CARGA:
      *          C1 CUENTA O IMPORTE NO NUMERICO O IMPORTE CERO
      *          C2 SIN REFERENCIA DE MANDATO
      *          C3 CUENTA DEUDORA IGUAL A LA DE ABONO
      *          C4 IBAN DEL DEUDOR ERRONEO (MODULO 97), O DEUDOR DE
      *             OTRA ENTIDAD SIN IBAN
      *          EL DETALLE LLEVA EL IBAN DEL DEUDOR DETRAS DEL
      *          NOMBRE: UN IBAN NUESTRO (CUENTAS-IBAN.DAT) SE ADEUDA
      *          EN SU CUENTA Y UNO AJENO VIAJA EN EL SOBRE DE SALIDA.
      *          RECIBOS INTERNOS IMPAGADOS: MISMOS CODIGOS R1 A R7
      *          QUE DOMICILIACIONES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBROS-ENTRADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO "../COBROS-EMPRESA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENT.

      *    REMESAS DE COBRO RECIBIDAS DE LOS CLIENTES EMPRESA
           SELECT REMESAS ASSIGN TO "../COBROS-REMESAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCO-ID
           FILE STATUS IS WS-STATUS-RCO.

      *    RECIBOS DE CADA REMESA Y SU SITUACION
           SELECT LINEAS ASSIGN TO "../COBROS-LINEAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LCO-CLAVE
           FILE STATUS IS WS-STATUS-LCO.

           SELECT SEC-REMESA ASSIGN TO "../COBROS-REMESA-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-RCO.

      *    SOBRE DE SALIDA PARA EL INTERCAMBIO BANCARIO
           SELECT ENVIO ASSIGN TO "../COBROS-ENVIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEC-SALIDA ASSIGN TO "../COBROS-SEQ-SAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-SAL.

           SELECT OPTIONAL TRANSMISIONES
           ASSIGN TO "../TRANSMISIONES-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

           SELECT MANDATOS ASSIGN TO "../MANDATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS WS-STATUS-MAN.

           SELECT EMBARGOS ASSIGN TO "../EMBARGOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-ID
           FILE STATUS IS WS-STATUS-EMB.

      *    IBAN DE CADA CUENTA (VER IBAN-CONV), ACCESIBLE TAMBIEN POR
      *    EL PROPIO IBAN
           SELECT CUENTAS-IBAN ASSIGN TO "../CUENTAS-IBAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBN-CUENTA
           ALTERNATE RECORD KEY IS IBN-IBAN
           FILE STATUS IS WS-STATUS-IBN.

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
        FD ENTRADA.
         01 CEM-REGISTRO.
             02 CEM-TIPO-REG   PIC X(01).
             02 CEM-CUENTA     PIC X(11).
             02 CEM-IMPORTE    PIC X(11).
             02 CEM-REFERENCIA PIC X(12).
             02 CEM-NOMBRE     PIC X(20).
             02 CEM-IBAN       PIC X(34).
      *  VISTA DE CABECERA (H): CUENTA DE ABONO DEL CLIENTE EMPRESA,
      *  NOMBRE CON EL QUE COBRA, FECHA DE COBRO Y SU REFERENCIA
         01 CEM-CABECERA REDEFINES CEM-REGISTRO.
             02 CEMH-TIPO-REG   PIC X(01).
             02 CEMH-CUENTA     PIC X(11).
             02 CEMH-EMISOR     PIC X(20).
             02 CEMH-FECHA-COBRO PIC X(08).
             02 CEMH-REFERENCIA PIC X(12).
             02 FILLER          PIC X(37).
      *  VISTA DE COLA (F): RECUENTO Y TOTAL DE CONTROL
         01 CEM-COLA REDEFINES CEM-REGISTRO.
             02 CEMF-TIPO-REG PIC X(01).
             02 CEMF-RECUENTO PIC X(08).
             02 CEMF-TOTAL    PIC X(13).
             02 FILLER        PIC X(67).

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

        FD SEC-REMESA.
         01 SEC-REMESA-REGISTRO PIC 9(06).

        FD ENVIO.
         01 ENV-REGISTRO.
             02 ENV-TIPO-REG      PIC X(01).
             02 ENV-FECHA-COBRO   PIC 9(08).
             02 ENV-CUENTA-DEUDORA PIC X(11).
             02 ENV-IMPORTE       PIC 9(09)V99.
             02 ENV-REFERENCIA    PIC X(12).
             02 ENV-EMISOR        PIC X(20).
             02 ENV-REMESA        PIC 9(06).
             02 ENV-LINEA         PIC 9(06).
             02 ENV-IBAN-DEUDOR   PIC X(34).
      *  VISTA DE CABECERA (H): FECHA Y SECUENCIA DEL FICHERO
         01 ENV-CABECERA REDEFINES ENV-REGISTRO.
             02 ENVH-TIPO-REG  PIC X(01).
             02 ENVH-FECHA     PIC 9(08).
             02 ENVH-SECUENCIA PIC 9(06).
             02 FILLER         PIC X(94).
      *  VISTA DE COLA (F): RECUENTO Y TOTAL DE CONTROL
         01 ENV-COLA REDEFINES ENV-REGISTRO.
             02 ENVF-TIPO-REG PIC X(01).
             02 ENVF-RECUENTO PIC 9(08).
             02 ENVF-TOTAL    PIC 9(11)V99.
             02 FILLER        PIC X(87).

        FD SEC-SALIDA.
         01 SEC-SALIDA-REGISTRO PIC 9(06).

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

        FD CUENTAS-IBAN.
         01 IBN-REGISTRO.
             02 IBN-CUENTA     PIC 9(11).
             02 IBN-IBAN       PIC X(34).
             02 IBN-FECHA-ALTA PIC 9(08).

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

        FD MANDATOS.
         01 MAN-REGISTRO.
             02 MAN-CLAVE.
                 03 MAN-EMISOR     PIC X(20).
                 03 MAN-REFERENCIA PIC X(12).
             02 MAN-CUENTA         PIC 9(11).
             02 MAN-FECHA-FIRMA    PIC 9(08).
             02 MAN-IMPORTE-MAXIMO PIC 9(09)V99.
             02 MAN-ESTADO         PIC X(01).
                 88 MAN-ACTIVO   VALUE "A".
                 88 MAN-REVOCADO VALUE "R".
             02 MAN-FECHA-REVOCACION PIC 9(08).
             02 MAN-SUPERVISOR     PIC X(08).

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

       77 WS-STATUS-ENT PIC X(02).
       77 WS-STATUS-RCO PIC X(02).
       77 WS-STATUS-LCO PIC X(02).
       77 WS-STATUS-SEC-RCO PIC X(02).
       77 WS-STATUS-SEC-SAL PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-MAN PIC X(02).
       77 WS-STATUS-EMB PIC X(02).
       77 WS-STATUS-MIX PIC X(02).
       77 WS-STATUS-SEC-MIX PIC X(02).
       77 WS-STATUS-FNG PIC X(02).

       77 WS-EOF-ENT PIC X(01) VALUE "N".
           88 WS-FIN-ENT VALUE "S".
       77 WS-EOF-RCO PIC X(01) VALUE "N".
           88 WS-FIN-RCO VALUE "S".
       77 WS-EOF-LCO PIC X(01) VALUE "N".
           88 WS-FIN-LCO VALUE "S".
       77 WS-EOF-EMB PIC X(01) VALUE "N".
           88 WS-FIN-EMB VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       77 WS-FECHA-MOV PIC X(10).

      * CONTROLES DEL SOBRE DEL CLIENTE EMPRESA
       77 WS-SOBRE-OK PIC X(01).
           88 WS-SOBRE-VALIDO VALUE "S".
       77 WS-HAY-CABECERA PIC X(01).
       77 WS-HAY-COLA PIC X(01).
       77 WS-DETALLES-CONTADOS PIC 9(08).
       77 WS-TOTAL-CALCULADO PIC 9(11)V99.
       77 WS-RECUENTO-DECLARADO PIC 9(08).
       77 WS-TOTAL-DECLARADO PIC 9(11)V99.
       77 WS-SOBRE-IMPORTE PIC 9(09)V99.
       77 WS-SOBRE-IMPORTE-X REDEFINES WS-SOBRE-IMPORTE PIC X(11).

      * DATOS DE LA CABECERA DE LA REMESA EN CARGA
       77 WS-CUENTA-ABONO PIC 9(11) VALUE 0.
       77 WS-CUENTA-ABONO-X REDEFINES WS-CUENTA-ABONO PIC X(11).
       77 WS-EMISOR PIC X(20).
       77 WS-FECHA-COBRO PIC 9(08) VALUE 0.
       77 WS-REFERENCIA-REMESA PIC X(12).
       77 WS-REMESA-ID PIC 9(06) VALUE 0.
      * UNA REMESA QUE QUEDO A MEDIO CARGAR SE VUELVE A CARGAR ENTERA
      * CON SU MISMO NUMERO
       77 WS-REANUDAR PIC X(01).
           88 WS-REMESA-REANUDADA VALUE "S".
       77 WS-NUM-LINEA PIC 9(06).
       77 WS-REM-RECHAZADAS PIC 9(06).
       77 WS-REM-PRESENTADO PIC 9(11)V99.

      * SOBRE DE SALIDA
       77 WS-SECUENCIA PIC 9(06) VALUE 0.
       77 WS-ENVIADOS PIC 9(08) VALUE 0.
       77 WS-TOTAL-ENVIADO PIC 9(11)V99 VALUE 0.

      * IMPORTE Y CUENTA DEL RECIBO EN CURSO
       77 WS-IMPORTE-NUM PIC 9(09)V99.
       77 WS-IMPORTE-X REDEFINES WS-IMPORTE-NUM PIC X(11).
       77 WS-CUENTA-NUM PIC 9(11).
       77 WS-CUENTA-X REDEFINES WS-CUENTA-NUM PIC X(11).
       77 WS-STATUS-IBN PIC X(02).
       77 WS-HAY-IBAN PIC X(01) VALUE "N".
           88 WS-FICHERO-IBAN-ABIERTO VALUE "S".
       77 WS-IBAN-RECIBO PIC X(01).
           88 WS-IBAN-RECIBO-ERRONEO VALUE "E".
           88 WS-IBAN-AJENO          VALUE "A".
      * CONTROL MODULO 97: EL IBAN SE RECORRE DESDE LA QUINTA
      * POSICION Y LUEGO LAS CUATRO PRIMERAS, CON CADA LETRA
      * SUSTITUIDA POR SU VALOR (A=10 ... Z=35)
       77 WS-IBAN-TECLEADO PIC X(34).
       77 WS-IBAN-CALCULO PIC X(34).
       77 WS-IBAN-LON PIC 9(02).
       77 WS-IBAN-POS PIC 9(02).
       77 WS-IBAN-FIN PIC 9(02).
       77 WS-IBAN-ACUM PIC 9(05).
       77 WS-IBAN-RESTO PIC 9(02).
       77 WS-IBAN-CAR PIC X(01).
       77 WS-IBAN-DIGITO PIC 9(01).
       77 WS-IBAN-LETRA PIC 9(02).
       77 WS-IBAN-CONTROL PIC 9(02).
       77 WS-IBAN-COCIENTE PIC 9(06).
       77 WS-ALFABETO PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 WS-IBAN-OK PIC X(01).
           88 WS-IBAN-VALIDO VALUE "S".

      * LIQUIDACION DE LAS REMESAS QUE LLEGAN A SU FECHA DE COBRO
       77 WS-ABONO-REMESA PIC 9(11)V99.
       77 WS-EMBARGADO PIC S9(9)V99 VALUE 0.
       77 WS-MANDATO PIC X(01).
           88 WS-MANDATO-VALIDO    VALUE "S".
           88 WS-SIN-MANDATO       VALUE "N".
           88 WS-MANDATO-REVOCADO  VALUE "R".
           88 WS-MANDATO-EXCEDIDO  VALUE "E".

      * DATOS DEL APUNTE EN CURSO PARA LOS DOS DIARIOS
       77 WS-TIPO-MOV PIC X(10).
       77 WS-IMPORTE-MOV PIC S9(9)V99.
       77 WS-DESTINO-MOV PIC 9(11).
       77 WS-NUEVO-MOVIMIENTO PIC 9(08).
       77 WS-CTA-ANTES PIC X(116).
       77 WS-HORA-AUD  PIC 9(08).

      * CONTADORES DE LA EJECUCION
       77 WS-CARGADAS PIC 9(06) VALUE 0.
       77 WS-RECHAZADAS PIC 9(06) VALUE 0.
       77 WS-COBRADAS PIC 9(06) VALUE 0.
       77 WS-IMPAGADAS PIC 9(06) VALUE 0.
       77 WS-REMESAS-ABONADAS PIC 9(06) VALUE 0.

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
            OPEN I-O CUENTAS.
            OPEN EXTEND MOVIMIENTOS.
            OPEN INPUT MANDATOS.
            OPEN INPUT CUENTAS-IBAN.
            IF WS-STATUS-IBN = "00"
                SET WS-FICHERO-IBAN-ABIERTO TO TRUE
            END-IF.
            PERFORM 00009-ABRIR-REGISTROS.

            OPEN INPUT ENTRADA.
            IF WS-STATUS-ENT NOT = "00"
                DISPLAY "SIN FICHERO DE COBROS DE EMPRESA QUE CARGAR"
            ELSE
      *         PRIMERA PASADA: SOBRE COMPLETO Y CUENTA DE ABONO
      *         ANTES DE DAR DE ALTA NINGUN RECIBO
                PERFORM 00020-VALIDAR-SOBRE
                CLOSE ENTRADA
                IF WS-SOBRE-VALIDO
                    OPEN INPUT ENTRADA
                    PERFORM 00001-CARGAR-REMESA
                    CLOSE ENTRADA
                    PERFORM 00006-VACIAR-ENTRADA
                ELSE
                    DISPLAY "FICHERO DE COBROS RECHAZADO POR"
                        " CONTROLES, NADA SE HA CARGADO"
                    MOVE "KO" TO WS-RESULTADO-RUN
                END-IF
            END-IF.

      *     LAS REMESAS QUE LLEGAN HOY A SU FECHA DE COBRO SE
      *     ADEUDAN A NUESTROS CLIENTES Y SE ABONAN AL EMISOR
            PERFORM 00030-LIQUIDAR-VENCIDAS.

            CLOSE CUENTAS, MOVIMIENTOS, REMESAS, LINEAS.
            IF WS-STATUS-MAN = "00"
                CLOSE MANDATOS
            END-IF.
            IF WS-FICHERO-IBAN-ABIERTO
                CLOSE CUENTAS-IBAN
            END-IF.
            DISPLAY "RECIBOS CARGADOS       : " WS-CARGADAS.
            DISPLAY "RECIBOS RECHAZADOS     : " WS-RECHAZADAS.
            DISPLAY "RECIBOS AL INTERCAMBIO : " WS-ENVIADOS.
            DISPLAY "RECIBOS INTERNOS COBRADOS : " WS-COBRADAS.
            DISPLAY "RECIBOS INTERNOS IMPAGADOS: " WS-IMPAGADAS.
            DISPLAY "REMESAS ABONADAS       : " WS-REMESAS-ABONADAS.
            PERFORM 00015-ANOTAR-RUN-LOG.
            STOP RUN.

      *        ALTA DE LA REMESA, DE CADA RECIBO Y DEL SOBRE DE
      *        SALIDA CON LOS RECIBOS DE OTRAS ENTIDADES
           00001-CARGAR-REMESA.
               IF WS-REMESA-REANUDADA
                   MOVE WS-REMESA-ID TO RCO-ID
                   READ REMESAS
                       INVALID KEY CONTINUE
                   END-READ
               ELSE
                   PERFORM 00002-SIGUIENTE-NUM-REMESA
                   INITIALIZE RCO-REGISTRO
                   MOVE WS-REMESA-ID TO RCO-ID
               END-IF.
               MOVE WS-CUENTA-ABONO TO RCO-CUENTA.
               MOVE WS-EMISOR TO RCO-EMISOR.
               MOVE WS-REFERENCIA-REMESA TO RCO-REFERENCIA.
               MOVE WS-FECHA-NEGOCIO TO RCO-FECHA-CARGA.
               MOVE WS-FECHA-COBRO TO RCO-FECHA-COBRO.
               MOVE 0 TO RCO-LINEAS, RCO-RECHAZADAS.
               MOVE 0 TO RCO-IMPORTE-PRESENTADO.
               MOVE 0 TO RCO-IMPORTE-ABONADO, RCO-IMPORTE-DEVUELTO.
               MOVE 0 TO RCO-FECHA-ABONO.
               MOVE "C" TO RCO-ESTADO.
               IF WS-REMESA-REANUDADA
                   REWRITE RCO-REGISTRO
               ELSE
                   WRITE RCO-REGISTRO
               END-IF.

               PERFORM 00002A-SIGUIENTE-SECUENCIA.
               OPEN OUTPUT ENVIO.
               MOVE SPACES TO ENV-REGISTRO.
               MOVE "H" TO ENVH-TIPO-REG.
               MOVE WS-FECHA-NEGOCIO TO ENVH-FECHA.
               MOVE WS-SECUENCIA TO ENVH-SECUENCIA.
               WRITE ENV-REGISTRO.

               MOVE 0 TO WS-NUM-LINEA.
               MOVE 0 TO WS-REM-RECHAZADAS.
               MOVE 0 TO WS-REM-PRESENTADO.
               MOVE "N" TO WS-EOF-ENT.
               PERFORM 00020A-LEER-SOBRE.
               PERFORM 00003-TRATAR-REGISTRO UNTIL WS-FIN-ENT.

               MOVE SPACES TO ENV-REGISTRO.
               MOVE "F" TO ENVF-TIPO-REG.
               MOVE WS-ENVIADOS TO ENVF-RECUENTO.
               MOVE WS-TOTAL-ENVIADO TO ENVF-TOTAL.
               WRITE ENV-REGISTRO.
               CLOSE ENVIO.
               PERFORM 00008-ANOTAR-TRANSMISIONES.

      *        LA REMESA QUEDA COMPLETA, A LA ESPERA DE SU FECHA
               MOVE WS-REMESA-ID TO RCO-ID.
               READ REMESAS
                   INVALID KEY CONTINUE
               END-READ.
               MOVE WS-NUM-LINEA TO RCO-LINEAS.
               MOVE WS-REM-RECHAZADAS TO RCO-RECHAZADAS.
               MOVE WS-REM-PRESENTADO TO RCO-IMPORTE-PRESENTADO.
               MOVE "P" TO RCO-ESTADO.
               REWRITE RCO-REGISTRO.

           00002-SIGUIENTE-NUM-REMESA.
               MOVE 0 TO WS-REMESA-ID.
               OPEN INPUT SEC-REMESA.
               IF WS-STATUS-SEC-RCO = "00"
                   READ SEC-REMESA
                       AT END CONTINUE
                       NOT AT END MOVE SEC-REMESA-REGISTRO
                           TO WS-REMESA-ID
                   END-READ
                   CLOSE SEC-REMESA
               END-IF.
               ADD 1 TO WS-REMESA-ID.
               MOVE WS-REMESA-ID TO SEC-REMESA-REGISTRO.
               OPEN OUTPUT SEC-REMESA.
               WRITE SEC-REMESA-REGISTRO.
               CLOSE SEC-REMESA.

           00002A-SIGUIENTE-SECUENCIA.
               MOVE 0 TO WS-SECUENCIA.
               OPEN INPUT SEC-SALIDA.
               IF WS-STATUS-SEC-SAL = "00"
                   READ SEC-SALIDA
                       AT END CONTINUE
                       NOT AT END MOVE SEC-SALIDA-REGISTRO
                           TO WS-SECUENCIA
                   END-READ
                   CLOSE SEC-SALIDA
               END-IF.
               ADD 1 TO WS-SECUENCIA.
               MOVE WS-SECUENCIA TO SEC-SALIDA-REGISTRO.
               OPEN OUTPUT SEC-SALIDA.
               WRITE SEC-SALIDA-REGISTRO.
               CLOSE SEC-SALIDA.

      *        SOLO LOS DETALLES D: CABECERA Y COLA YA SE VALIDARON
           00003-TRATAR-REGISTRO.
               IF CEM-TIPO-REG NOT = "H" AND CEM-TIPO-REG NOT = "F"
                   ADD 1 TO WS-NUM-LINEA
                   INITIALIZE LCO-REGISTRO
                   MOVE WS-REMESA-ID TO LCO-REMESA
                   MOVE WS-NUM-LINEA TO LCO-LINEA
                   MOVE WS-CUENTA-ABONO TO LCO-CUENTA-ABONO
                   MOVE CEM-CUENTA TO LCO-CUENTA-DEUDORA
                   MOVE CEM-REFERENCIA TO LCO-REFERENCIA
                   MOVE CEM-NOMBRE TO LCO-NOMBRE
                   MOVE WS-FECHA-COBRO TO LCO-FECHA-COBRO
                   MOVE WS-FECHA-NEGOCIO TO LCO-FECHA-ESTADO
                   MOVE 0 TO WS-IMPORTE-NUM
                   IF CEM-IMPORTE IS NUMERIC
                       MOVE CEM-IMPORTE TO WS-IMPORTE-X
                   END-IF
                   MOVE WS-IMPORTE-NUM TO LCO-IMPORTE
                   PERFORM 00003A-CLASIFICAR-RECIBO
                   WRITE LCO-REGISTRO
                       INVALID KEY REWRITE LCO-REGISTRO
                   END-WRITE
               END-IF.
               PERFORM 00020A-LEER-SOBRE.

           00003A-CLASIFICAR-RECIBO.
               MOVE SPACE TO WS-IBAN-RECIBO.
               IF CEM-TIPO-REG = "D" AND CEM-IBAN NOT = SPACES
                   PERFORM 00003B-RESOLVER-IBAN
               END-IF.
               EVALUATE TRUE
                   WHEN CEM-TIPO-REG NOT = "D"
                       MOVE "C1" TO LCO-MOTIVO
                       PERFORM 00004-RECHAZAR-RECIBO
                   WHEN WS-IBAN-RECIBO-ERRONEO
                       MOVE "C4" TO LCO-MOTIVO
                       PERFORM 00004-RECHAZAR-RECIBO
                   WHEN CEM-CUENTA NOT NUMERIC AND NOT WS-IBAN-AJENO
                       MOVE "C1" TO LCO-MOTIVO
                       PERFORM 00004-RECHAZAR-RECIBO
                   WHEN WS-IMPORTE-NUM = 0
                       MOVE "C1" TO LCO-MOTIVO
                       PERFORM 00004-RECHAZAR-RECIBO
                   WHEN CEM-REFERENCIA = SPACES
                       MOVE "C2" TO LCO-MOTIVO
                       PERFORM 00004-RECHAZAR-RECIBO
                   WHEN CEM-CUENTA = WS-CUENTA-ABONO-X
                       MOVE "C3" TO LCO-MOTIVO
                       PERFORM 00004-RECHAZAR-RECIBO
                   WHEN OTHER
                       PERFORM 00004A-DIRIGIR-RECIBO
               END-EVALUATE.

      *        EL IBAN MANDA SOBRE LA CUENTA DEL DETALLE: SI ES
      *        NUESTRO SE SUSTITUYE POR SU CUENTA Y SI ES AJENO EL
      *        RECIBO SOLO PUEDE IR AL INTERCAMBIO
           00003B-RESOLVER-IBAN.
               MOVE CEM-IBAN TO WS-IBAN-TECLEADO.
               PERFORM 00017-VALIDAR-IBAN.
               IF NOT WS-IBAN-VALIDO
                   SET WS-IBAN-RECIBO-ERRONEO TO TRUE
               ELSE
                   MOVE WS-IBAN-CALCULO TO LCO-IBAN-DEUDOR
                   SET WS-IBAN-AJENO TO TRUE
                   IF WS-FICHERO-IBAN-ABIERTO
                       MOVE WS-IBAN-CALCULO TO IBN-IBAN
                       READ CUENTAS-IBAN KEY IS IBN-IBAN
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE SPACE TO WS-IBAN-RECIBO
                               MOVE IBN-CUENTA TO WS-CUENTA-NUM
                               MOVE WS-CUENTA-X TO CEM-CUENTA
                       END-READ
                   END-IF
                   IF WS-IBAN-AJENO
                       MOVE SPACES TO CEM-CUENTA
                   END-IF
                   MOVE CEM-CUENTA TO LCO-CUENTA-DEUDORA
               END-IF.

           00004-RECHAZAR-RECIBO.
               MOVE "X" TO LCO-ESTADO.
               ADD 1 TO WS-RECHAZADAS.
               ADD 1 TO WS-REM-RECHAZADAS.

      *        UNA CUENTA NUESTRA QUEDA PENDIENTE DE ADEUDO HASTA LA
      *        FECHA DE COBRO; UN IBAN AJENO VA AL INTERCAMBIO Y UNA
      *        CUENTA QUE NO ES NUESTRA SIN IBAN SE RECHAZA (C4)
           00004A-DIRIGIR-RECIBO.
               IF WS-IBAN-AJENO
                   PERFORM 00004B-ACEPTAR-RECIBO
                   PERFORM 00005-ENVIAR-RECIBO
               ELSE
                   MOVE CEM-CUENTA TO WS-CUENTA-X
                   MOVE WS-CUENTA-NUM TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY
                           MOVE "C4" TO LCO-MOTIVO
                           PERFORM 00004-RECHAZAR-RECIBO
                       NOT INVALID KEY
                           PERFORM 00004B-ACEPTAR-RECIBO
                           MOVE "P" TO LCO-ESTADO
                   END-READ
               END-IF.

           00004B-ACEPTAR-RECIBO.
               ADD 1 TO WS-CARGADAS.
               ADD WS-IMPORTE-NUM TO WS-REM-PRESENTADO.

           00005-ENVIAR-RECIBO.
               MOVE "E" TO LCO-ESTADO.
               MOVE SPACES TO ENV-REGISTRO.
               MOVE "D" TO ENV-TIPO-REG.
               MOVE WS-FECHA-COBRO TO ENV-FECHA-COBRO.
               MOVE CEM-CUENTA TO ENV-CUENTA-DEUDORA.
               MOVE WS-IMPORTE-NUM TO ENV-IMPORTE.
               MOVE CEM-REFERENCIA TO ENV-REFERENCIA.
               MOVE WS-EMISOR TO ENV-EMISOR.
               MOVE WS-REMESA-ID TO ENV-REMESA.
               MOVE WS-NUM-LINEA TO ENV-LINEA.
               MOVE LCO-IBAN-DEUDOR TO ENV-IBAN-DEUDOR.
               WRITE ENV-REGISTRO.
               ADD 1 TO WS-ENVIADOS.
               ADD WS-IMPORTE-NUM TO WS-TOTAL-ENVIADO.

      *        EL FICHERO YA CARGADO SE VACIA PARA QUE UNA SEGUNDA
      *        EJECUCION NO DUPLIQUE LA REMESA
           00006-VACIAR-ENTRADA.
               OPEN OUTPUT ENTRADA.
               CLOSE ENTRADA.

           00008-ANOTAR-TRANSMISIONES.
               OPEN EXTEND TRANSMISIONES.
               MOVE SPACES TO TRX-LINEA.
               MOVE "ENV" TO TRX-SENTIDO.
               MOVE WS-FECHA-NEGOCIO TO TRX-FECHA.
               MOVE WS-SECUENCIA TO TRX-SECUENCIA.
               MOVE WS-ENVIADOS TO TRX-RECUENTO.
               MOVE WS-TOTAL-ENVIADO TO TRX-TOTAL.
               MOVE "ENVIADA" TO TRX-RESULTADO.
               WRITE TRX-LINEA.
               CLOSE TRANSMISIONES.

           00009-ABRIR-REGISTROS.
               OPEN I-O REMESAS.
               IF WS-STATUS-RCO = "35"
                   OPEN OUTPUT REMESAS
                   CLOSE REMESAS
                   OPEN I-O REMESAS
               END-IF.
               OPEN I-O LINEAS.
               IF WS-STATUS-LCO = "35"
                   OPEN OUTPUT LINEAS
                   CLOSE LINEAS
                   OPEN I-O LINEAS
               END-IF.

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

      *        RECORRIDO COMPLETO DEL FICHERO: CABECERA CON CUENTA DE
      *        ABONO ABIERTA Y FECHA DE COBRO NO PASADA, COLA CUYO
      *        RECUENTO Y TOTAL CASAN Y REMESA NO CARGADA ANTES
           00020-VALIDAR-SOBRE.
               MOVE "S" TO WS-SOBRE-OK.
               MOVE "N" TO WS-HAY-CABECERA.
               MOVE "N" TO WS-HAY-COLA.
               MOVE 0 TO WS-DETALLES-CONTADOS.
               MOVE 0 TO WS-TOTAL-CALCULADO.
               MOVE 0 TO WS-RECUENTO-DECLARADO.
               MOVE 0 TO WS-TOTAL-DECLARADO.
               MOVE "N" TO WS-EOF-ENT.
               PERFORM 00020A-LEER-SOBRE.
               PERFORM 00020B-EXAMINAR-SOBRE UNTIL WS-FIN-ENT.
               IF WS-HAY-CABECERA NOT = "S"
                   DISPLAY "FICHERO DE COBROS SIN CABECERA"
                   MOVE "N" TO WS-SOBRE-OK
               END-IF.
               IF WS-HAY-COLA NOT = "S"
                   DISPLAY "FICHERO DE COBROS SIN COLA DE CONTROL"
                   MOVE "N" TO WS-SOBRE-OK
               ELSE
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
                   PERFORM 00021-VALIDAR-CABECERA
               END-IF.

           00020A-LEER-SOBRE.
               READ ENTRADA
                   AT END SET WS-FIN-ENT TO TRUE
               END-READ.

           00020B-EXAMINAR-SOBRE.
               EVALUATE CEM-TIPO-REG
                   WHEN "H"
                       MOVE "S" TO WS-HAY-CABECERA
                       MOVE 0 TO WS-CUENTA-ABONO
                       IF CEMH-CUENTA IS NUMERIC
                           MOVE CEMH-CUENTA TO WS-CUENTA-ABONO-X
                       END-IF
                       MOVE CEMH-EMISOR TO WS-EMISOR
                       MOVE 0 TO WS-FECHA-COBRO
                       IF CEMH-FECHA-COBRO IS NUMERIC
                           MOVE CEMH-FECHA-COBRO TO WS-FECHA-COBRO
                       END-IF
                       MOVE CEMH-REFERENCIA TO WS-REFERENCIA-REMESA
                   WHEN "F"
                       MOVE "S" TO WS-HAY-COLA
                       IF CEMF-RECUENTO IS NUMERIC
                           MOVE CEMF-RECUENTO
                               TO WS-RECUENTO-DECLARADO
                       END-IF
                       IF CEMF-TOTAL IS NUMERIC
                           MOVE CEMF-TOTAL TO WS-TOTAL-DECLARADO
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-DETALLES-CONTADOS
                       IF CEM-IMPORTE IS NUMERIC
                           MOVE CEM-IMPORTE TO WS-SOBRE-IMPORTE-X
                           ADD WS-SOBRE-IMPORTE
                               TO WS-TOTAL-CALCULADO
                       END-IF
               END-EVALUATE.
               PERFORM 00020A-LEER-SOBRE.

           00021-VALIDAR-CABECERA.
               MOVE WS-CUENTA-ABONO TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA DE ABONO " WS-CUENTA-ABONO
                           " INEXISTENTE"
                       MOVE "N" TO WS-SOBRE-OK
                   NOT INVALID KEY
                       IF NOT CTA-ABIERTA OR CTA-ESTA-BLOQUEADA
                           OR CTA-CONGELADA
                           DISPLAY "CUENTA DE ABONO " WS-CUENTA-ABONO
                               " NO OPERATIVA"
                           MOVE "N" TO WS-SOBRE-OK
                       END-IF
               END-READ.
               IF WS-EMISOR = SPACES
                   DISPLAY "CABECERA SIN NOMBRE DE EMISOR"
                   MOVE "N" TO WS-SOBRE-OK
               END-IF.
               IF WS-FECHA-COBRO < WS-FECHA-NEGOCIO
                   DISPLAY "FECHA DE COBRO " WS-FECHA-COBRO
                       " ANTERIOR A LA FECHA DE NEGOCIO"
                   MOVE "N" TO WS-SOBRE-OK
               END-IF.
               PERFORM 00022-BUSCAR-DUPLICADA.

      *        LA MISMA REFERENCIA DEL MISMO CLIENTE YA CARGADA ES UN
      *        FICHERO DUPLICADO; SI QUEDO A MEDIAS SE RECARGA
           00022-BUSCAR-DUPLICADA.
               MOVE "N" TO WS-REANUDAR.
               MOVE "N" TO WS-EOF-RCO.
               MOVE 0 TO RCO-ID.
               START REMESAS KEY IS NOT LESS THAN RCO-ID
                   INVALID KEY SET WS-FIN-RCO TO TRUE
               END-START.
               PERFORM 00022A-LEER-REMESA.
               PERFORM 00022B-COMPARAR-REMESA UNTIL WS-FIN-RCO.

           00022A-LEER-REMESA.
               IF NOT WS-FIN-RCO
                   READ REMESAS NEXT RECORD
                       AT END SET WS-FIN-RCO TO TRUE
                   END-READ
               END-IF.

           00022B-COMPARAR-REMESA.
               IF RCO-CUENTA = WS-CUENTA-ABONO
                   AND RCO-REFERENCIA = WS-REFERENCIA-REMESA
                   IF RCO-EN-CARGA
                       SET WS-REMESA-REANUDADA TO TRUE
                       MOVE RCO-ID TO WS-REMESA-ID
                   ELSE
                       DISPLAY "REMESA " WS-REFERENCIA-REMESA
                           " YA CARGADA CON EL NUMERO " RCO-ID
                       MOVE "N" TO WS-SOBRE-OK
                   END-IF
               END-IF.
               PERFORM 00022A-LEER-REMESA.

      *        RECORRE LAS REMESAS PENDIENTES CUYA FECHA DE COBRO YA
      *        HA LLEGADO
           00030-LIQUIDAR-VENCIDAS.
               MOVE "N" TO WS-EOF-RCO.
               MOVE 0 TO RCO-ID.
               START REMESAS KEY IS NOT LESS THAN RCO-ID
                   INVALID KEY SET WS-FIN-RCO TO TRUE
               END-START.
               PERFORM 00022A-LEER-REMESA.
               PERFORM 00031-EXAMINAR-REMESA UNTIL WS-FIN-RCO.

           00031-EXAMINAR-REMESA.
               IF RCO-PENDIENTE
                   AND RCO-FECHA-COBRO NOT > WS-FECHA-NEGOCIO
                   PERFORM 00032-LIQUIDAR-REMESA
               END-IF.
               PERFORM 00022A-LEER-REMESA.

      *        ADEUDA LOS RECIBOS INTERNOS PENDIENTES Y ABONA AL
      *        CLIENTE EMPRESA LO COBRADO MAS LO ENVIADO QUE NO HAYA
      *        SIDO DEVUELTO YA
           00032-LIQUIDAR-REMESA.
               MOVE 0 TO WS-ABONO-REMESA.
               MOVE "N" TO WS-EOF-LCO.
               MOVE RCO-ID TO LCO-REMESA.
               MOVE 0 TO LCO-LINEA.
               START LINEAS KEY IS NOT LESS THAN LCO-CLAVE
                   INVALID KEY SET WS-FIN-LCO TO TRUE
               END-START.
               PERFORM 00032A-LEER-LINEA.
               PERFORM 00033-LIQUIDAR-RECIBO UNTIL WS-FIN-LCO.
               MOVE RCO-CUENTA TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA DE ABONO " RCO-CUENTA
                           " INEXISTENTE, REMESA " RCO-ID
                           " SIN ABONAR"
                       MOVE "KO" TO WS-RESULTADO-RUN
                   NOT INVALID KEY
                       PERFORM 00035-ABONAR-REMESA
               END-READ.

           00032A-LEER-LINEA.
               IF NOT WS-FIN-LCO
                   READ LINEAS NEXT RECORD
                       AT END SET WS-FIN-LCO TO TRUE
                   END-READ
                   IF NOT WS-FIN-LCO AND LCO-REMESA NOT = RCO-ID
                       SET WS-FIN-LCO TO TRUE
                   END-IF
               END-IF.

           00033-LIQUIDAR-RECIBO.
               IF LCO-PENDIENTE
                   PERFORM 00034-ADEUDAR-INTERNO
                   MOVE WS-FECHA-NEGOCIO TO LCO-FECHA-ESTADO
                   REWRITE LCO-REGISTRO
               END-IF.
               IF LCO-COBRADA OR LCO-ENVIADA
                   ADD LCO-IMPORTE TO WS-ABONO-REMESA
               END-IF.
               PERFORM 00032A-LEER-LINEA.

      *        MISMAS REGLAS QUE DOMICILIACIONES: ESTADO DE LA
      *        CUENTA, MANDATO DEL CLIENTE PARA ESTE EMISOR Y SALDO
      *        DISPONIBLE DESCONTADOS LOS EMBARGOS
           00034-ADEUDAR-INTERNO.
               MOVE LCO-IMPORTE TO WS-IMPORTE-NUM.
               MOVE LCO-CUENTA-DEUDORA TO WS-CUENTA-X.
               MOVE WS-CUENTA-NUM TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       MOVE "R2" TO LCO-MOTIVO
                       PERFORM 00034B-IMPAGADO
                   NOT INVALID KEY
                       PERFORM 00034A-EXAMINAR-DEUDOR
               END-READ.

           00034A-EXAMINAR-DEUDOR.
               PERFORM 00013-CALCULAR-EMBARGADO.
               PERFORM 00016-COMPROBAR-MANDATO.
               EVALUATE TRUE
                   WHEN CTA-ESTA-CERRADA
                       MOVE "R2" TO LCO-MOTIVO
                       PERFORM 00034B-IMPAGADO
                   WHEN CTA-DORMIDA
                       MOVE "R3" TO LCO-MOTIVO
                       PERFORM 00034B-IMPAGADO
                   WHEN CTA-ESTA-BLOQUEADA
                   WHEN CTA-CONGELADA
                       MOVE "R4" TO LCO-MOTIVO
                       PERFORM 00034B-IMPAGADO
                   WHEN WS-SIN-MANDATO
                       MOVE "R5" TO LCO-MOTIVO
                       PERFORM 00034B-IMPAGADO
                   WHEN WS-MANDATO-REVOCADO
                       MOVE "R6" TO LCO-MOTIVO
                       PERFORM 00034B-IMPAGADO
                   WHEN WS-MANDATO-EXCEDIDO
                       MOVE "R7" TO LCO-MOTIVO
                       PERFORM 00034B-IMPAGADO
                   WHEN WS-IMPORTE-NUM >
                       CTA-SALDO + CTA-LIMITE-DESCUBIERTO
                       - WS-EMBARGADO
                       MOVE "R1" TO LCO-MOTIVO
                       PERFORM 00034B-IMPAGADO
                   WHEN OTHER
                       MOVE CTA-REGISTRO TO WS-CTA-ANTES
                       SUBTRACT WS-IMPORTE-NUM FROM CTA-SALDO
                       REWRITE CTA-REGISTRO
                       PERFORM 00014-AUDITAR-CUENTA
                       MOVE "DOMICIL" TO WS-TIPO-MOV
                       MOVE WS-IMPORTE-NUM TO WS-IMPORTE-MOV
                       MOVE RCO-CUENTA TO WS-DESTINO-MOV
                       PERFORM 00007-REGISTRAR-MOVIMIENTO
                       MOVE "C" TO LCO-ESTADO
                       MOVE SPACES TO LCO-MOTIVO
                       ADD 1 TO WS-COBRADAS
               END-EVALUATE.

           00034B-IMPAGADO.
               MOVE "I" TO LCO-ESTADO.
               ADD 1 TO WS-IMPAGADAS.

           00035-ABONAR-REMESA.
               IF WS-ABONO-REMESA > 0
                   MOVE CTA-REGISTRO TO WS-CTA-ANTES
                   ADD WS-ABONO-REMESA TO CTA-SALDO
                   REWRITE CTA-REGISTRO
                   PERFORM 00014-AUDITAR-CUENTA
                   MOVE "COBRO-EMP" TO WS-TIPO-MOV
                   MOVE WS-ABONO-REMESA TO WS-IMPORTE-MOV
                   MOVE 0 TO WS-DESTINO-MOV
                   PERFORM 00007-REGISTRAR-MOVIMIENTO
               END-IF.
               MOVE WS-ABONO-REMESA TO RCO-IMPORTE-ABONADO.
               MOVE WS-FECHA-NEGOCIO TO RCO-FECHA-ABONO.
               MOVE "A" TO RCO-ESTADO.
               REWRITE RCO-REGISTRO.
               ADD 1 TO WS-REMESAS-ABONADAS.

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
               MOVE "COBROS-ENT" TO AUD-PROGRAMA.
               MOVE "BATCH" TO AUD-OPERADOR.
               MOVE WS-CTA-ANTES TO AUD-ANTES.
               MOVE CTA-REGISTRO TO AUD-DESPUES.
               WRITE AUD-REGISTRO.
               CLOSE AUDITORIA.

      *        EL RECIBO NECESITA UN MANDATO DEL CLIENTE PARA ESTE
      *        EMISOR CON ESA REFERENCIA, FIRMADO PARA LA MISMA
      *        CUENTA, NO REVOCADO Y CUYO MAXIMO CUBRA EL IMPORTE
           00016-COMPROBAR-MANDATO.
               SET WS-SIN-MANDATO TO TRUE.
               IF WS-STATUS-MAN = "00"
                   MOVE RCO-EMISOR TO MAN-EMISOR
                   MOVE LCO-REFERENCIA TO MAN-REFERENCIA
                   READ MANDATOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF MAN-CUENTA = CTA-NUMERO
                               EVALUATE TRUE
                                   WHEN MAN-REVOCADO
                                       SET WS-MANDATO-REVOCADO TO TRUE
                                   WHEN MAN-IMPORTE-MAXIMO > 0
                                       AND WS-IMPORTE-NUM >
                                           MAN-IMPORTE-MAXIMO
                                       SET WS-MANDATO-EXCEDIDO TO TRUE
                                   WHEN MAN-ACTIVO
                                       SET WS-MANDATO-VALIDO TO TRUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-IF.

      *        EL IBAN TECLEADO O RECIBIDO SE COMPACTA (SIN LOS
      *        ESPACIOS DE LOS GRUPOS DE CUATRO) Y EN MAYUSCULAS; ES
      *        VALIDO SI EMPIEZA POR PAIS Y DOS DIGITOS, LOS ESPANOLES
      *        TIENEN 24 POSICIONES Y EL RESTO MODULO 97 DA 1
           00017-VALIDAR-IBAN.
               MOVE SPACES TO WS-IBAN-CALCULO.
               MOVE 0 TO WS-IBAN-LON.
               PERFORM 00017D-COPIAR-CARACTER
                   VARYING WS-IBAN-POS FROM 1 BY 1
                   UNTIL WS-IBAN-POS > 34.
               INSPECT WS-IBAN-CALCULO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               PERFORM 00017A-RESTO-MODULO-97.
               IF WS-IBAN-LON < 15
                   OR WS-IBAN-CALCULO (1:2) IS NOT ALPHABETIC-UPPER
                   OR WS-IBAN-CALCULO (3:2) IS NOT NUMERIC
                   OR WS-IBAN-RESTO NOT = 1
                   MOVE "N" TO WS-IBAN-OK
               END-IF.
               IF WS-IBAN-CALCULO (1:2) = "ES"
                   AND WS-IBAN-LON NOT = 24
                   MOVE "N" TO WS-IBAN-OK
               END-IF.

      *        RESTO MODULO 97 DEL IBAN REORDENADO, CIFRA A CIFRA
           00017A-RESTO-MODULO-97.
               MOVE "S" TO WS-IBAN-OK.
               MOVE 34 TO WS-IBAN-LON.
               PERFORM 00017B-RECORTAR-ESPACIOS
                   UNTIL WS-IBAN-LON = 0
                   OR WS-IBAN-CALCULO (WS-IBAN-LON:1) NOT = SPACE.
               MOVE 0 TO WS-IBAN-RESTO.
               MOVE WS-IBAN-LON TO WS-IBAN-FIN.
               PERFORM 00017C-ACUMULAR-CARACTER
                   VARYING WS-IBAN-POS FROM 5 BY 1
                   UNTIL WS-IBAN-POS > WS-IBAN-FIN.
               PERFORM 00017C-ACUMULAR-CARACTER
                   VARYING WS-IBAN-POS FROM 1 BY 1
                   UNTIL WS-IBAN-POS > 4.

           00017B-RECORTAR-ESPACIOS.
               SUBTRACT 1 FROM WS-IBAN-LON.

           00017C-ACUMULAR-CARACTER.
               MOVE WS-IBAN-CALCULO (WS-IBAN-POS:1) TO WS-IBAN-CAR.
               IF WS-IBAN-CAR IS NUMERIC
                   MOVE WS-IBAN-CAR TO WS-IBAN-DIGITO
                   COMPUTE WS-IBAN-ACUM =
                       WS-IBAN-RESTO * 10 + WS-IBAN-DIGITO
               ELSE
                   MOVE 0 TO WS-IBAN-LETRA
                   INSPECT WS-ALFABETO TALLYING WS-IBAN-LETRA
                       FOR CHARACTERS BEFORE INITIAL WS-IBAN-CAR
                   IF WS-IBAN-LETRA = 26
                       MOVE "N" TO WS-IBAN-OK
                   END-IF
                   COMPUTE WS-IBAN-ACUM =
                       WS-IBAN-RESTO * 100 + WS-IBAN-LETRA + 10
               END-IF.
               DIVIDE WS-IBAN-ACUM BY 97 GIVING WS-IBAN-COCIENTE
                   REMAINDER WS-IBAN-RESTO.

           00017D-COPIAR-CARACTER.
               IF WS-IBAN-TECLEADO (WS-IBAN-POS:1) NOT = SPACE
                   ADD 1 TO WS-IBAN-LON
                   MOVE WS-IBAN-TECLEADO (WS-IBAN-POS:1)
                       TO WS-IBAN-CALCULO (WS-IBAN-LON:1)
               END-IF.

           00015-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "COBROS-ENT" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               COMPUTE RLOG-PROCESADOS = WS-CARGADAS + WS-COBRADAS.
               COMPUTE RLOG-RECHAZADOS = WS-RECHAZADAS + WS-IMPAGADAS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM COBROS-ENTRADA.
