      ******************************************************************
      * Author:
      * Date:
      * Purpose: PAGOS MULTIPLES DE NUESTROS CLIENTES EMPRESA: EN LUGAR
      *          DE TECLEAR EN VENTANILLA UNA TRANSFERENCIA TRAS OTRA,
      *          EL CLIENTE ENTREGA SU LOTE DE PAGOS (PAGOS-EMPRESA.TXT)
      *          QUE SE EJECUTA EN LA CADENA NOCTURNA. CABECERA H CON
      *          LA CUENTA ORDENANTE Y LA REFERENCIA DEL LOTE, DETALLES
      *          D (CUENTA O IBAN DEL BENEFICIARIO, IMPORTE, CONCEPTO Y
      *          NOMBRE) Y COLA F DE CONTROL CON RECUENTO Y TOTAL.
      *          CADA PAGO QUEDA EN PAGOS-LINEAS.DAT Y EL LOTE EN
      *          PAGOS-LOTES.DAT. LA PROVISION ES TODO O NADA: LA SUMA
      *          DE LOS PAGOS VALIDOS HA DE CABER EN EL SALDO MAS EL
      *          DESCUBIERTO MENOS LOS EMBARGOS VIGENTES; SI NO CABE NO
      *          SE EJECUTA NINGUNO. SI CABE LA CUENTA ORDENANTE RECIBE
      *          UN UNICO CARGO (TIPO LOTE-PAGO, CON EL NUMERO DE LOTE
      *          EN LA CUENTA DESTINO DEL APUNTE PARA QUE EL EXTRACTO
      *          DESGLOSE SUS PAGOS) Y DESPUES:
      *          - LOS BENEFICIARIOS DE ESTA ENTIDAD SE ABONAN
      *            (TIPO LOTE-ABONO);
      *          - LOS DEMAS SE CRIBAN CONTRA LA LISTA DE VIGILANCIA
      *            Y VAN A LA REMESA DE SALIDA DEL INTERCAMBIO, O A LA
      *            COLA DE RETENIDOS (VER LISTAREV) SI HAY COINCIDENCIA.
      *          EL CLIENTE RECIBE EL INFORME DE EJECUCION LINEA A
      *          LINEA EN PAGOS-INFORME.TXT.
      *          PAGOS RECHAZADOS:
      *          P1 IMPORTE NO NUMERICO O CERO
      *          P2 IBAN DEL BENEFICIARIO ERRONEO (MODULO 97)
      *          P3 BENEFICIARIO NO IDENTIFICADO: CUENTA INEXISTENTE O
      *             CANCELADA (TAMBIEN SI SE CANCELA ANTES DEL ABONO,
      *             EN CUYO CASO EL IMPORTE VUELVE A LA ORDENANTE)
      *          P4 BENEFICIARIO IGUAL A LA CUENTA ORDENANTE
      *          P5 FONDOS INSUFICIENTES PARA EL LOTE COMPLETO
      *          P6 PAGO A OTRA ENTIDAD SIN NOMBRE DE BENEFICIARIO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGOS-ENTRADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO "../PAGOS-EMPRESA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENT.

      *    LOTES DE PAGOS RECIBIDOS DE LOS CLIENTES EMPRESA
           SELECT LOTES ASSIGN TO "../PAGOS-LOTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLT-ID
           FILE STATUS IS WS-STATUS-PLT.

      *    PAGOS DE CADA LOTE Y SU SITUACION
           SELECT LINEAS ASSIGN TO "../PAGOS-LINEAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLN-CLAVE
           FILE STATUS IS WS-STATUS-PLN.

           SELECT SEC-LOTE ASSIGN TO "../PAGOS-LOTE-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-PLT.

      *    INFORME DE EJECUCION PARA EL CLIENTE
           SELECT INFORME ASSIGN TO "../PAGOS-INFORME.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    REMESA DE SALIDA HACIA EL INTERCAMBIO BANCARIO, LA MISMA
      *    EN LA QUE ENCOLA EL CAJERO
           SELECT OPTIONAL REMESA-SALIDA
           ASSIGN TO "../REMESA-SALIDA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    LISTA DE VIGILANCIA DE CUMPLIMIENTO Y COLA DE PAGOS
      *    RETENIDOS PARA SU REVISION (VER LISTAREV)
           SELECT LISTA-VIGILANCIA
           ASSIGN TO "../LISTA-VIGILANCIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LVG.

           SELECT RETENIDOS ASSIGN TO "../RETENIDOS-REMESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-ID
           FILE STATUS IS WS-STATUS-RTN.

           SELECT SEC-RETENIDO ASSIGN TO "../RETENIDO-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-RTN.

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
         01 PGE-REGISTRO.
             02 PGE-TIPO-REG   PIC X(01).
             02 PGE-CUENTA     PIC X(11).
             02 PGE-IMPORTE    PIC X(11).
             02 PGE-CONCEPTO   PIC X(20).
             02 PGE-NOMBRE     PIC X(30).
             02 PGE-IBAN       PIC X(34).
      *  VISTA DE CABECERA (H): CUENTA ORDENANTE Y REFERENCIA DEL LOTE
         01 PGE-CABECERA REDEFINES PGE-REGISTRO.
             02 PGEH-TIPO-REG   PIC X(01).
             02 PGEH-CUENTA     PIC X(11).
             02 PGEH-REFERENCIA PIC X(12).
             02 FILLER          PIC X(83).
      *  VISTA DE COLA (F): RECUENTO Y TOTAL DE CONTROL
         01 PGE-COLA REDEFINES PGE-REGISTRO.
             02 PGEF-TIPO-REG PIC X(01).
             02 PGEF-RECUENTO PIC X(08).
             02 PGEF-TOTAL    PIC X(13).
             02 FILLER        PIC X(85).

        FD LOTES.
         01 PLT-REGISTRO.
             02 PLT-ID            PIC 9(06).
             02 PLT-CUENTA        PIC 9(11).
             02 PLT-REFERENCIA    PIC X(12).
             02 PLT-FECHA-CARGA   PIC 9(08).
             02 PLT-LINEAS        PIC 9(06).
             02 PLT-RECHAZADAS    PIC 9(06).
             02 PLT-IMPORTE-PRESENTADO PIC 9(11)V99.
             02 PLT-IMPORTE-CARGADO    PIC 9(11)V99.
             02 PLT-ESTADO        PIC X(01).
                 88 PLT-EN-CARGA   VALUE "C".
                 88 PLT-EN-REPARTO VALUE "P".
                 88 PLT-EJECUTADO  VALUE "E".
                 88 PLT-SIN-FONDOS VALUE "R".
             02 PLT-FECHA-EJECUCION PIC 9(08).

        FD LINEAS.
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

        FD SEC-LOTE.
         01 SEC-LOTE-REGISTRO PIC 9(06).

        FD INFORME.
         01 INF-LINEA PIC X(100).

        FD REMESA-SALIDA.
         01 REM-REGISTRO.
             02 REM-TIPO-REG       PIC X(01).
             02 REM-FECHA          PIC 9(08).
             02 REM-CUENTA-ORIGEN  PIC 9(11).
             02 REM-CUENTA-DESTINO PIC 9(11).
             02 REM-IMPORTE        PIC 9(09)V99.
             02 REM-CONCEPTO       PIC X(20).
             02 REM-IBAN-DESTINO   PIC X(34).

        FD LISTA-VIGILANCIA.
         01 LVG-REGISTRO PIC X(30).

        FD RETENIDOS.
         01 RET-REGISTRO.
             02 RET-ID      PIC 9(05).
             02 RET-SENTIDO PIC X(01).
                 88 RET-ENTRANTE VALUE "E".
                 88 RET-SALIENTE VALUE "S".
             02 RET-DETALLE PIC X(96).
             02 RET-NOMBRE  PIC X(30).
             02 RET-COINCIDENCIA PIC X(30).
             02 RET-FECHA   PIC 9(08).
             02 RET-ESTADO  PIC X(01).
                 88 RET-PENDIENTE VALUE "P".
                 88 RET-LIBERADO  VALUE "L".
                 88 RET-RECHAZADO VALUE "R".

        FD SEC-RETENIDO.
         01 SEC-RETENIDO-REGISTRO PIC 9(05).

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
       77 WS-STATUS-PLT PIC X(02).
       77 WS-STATUS-PLN PIC X(02).
       77 WS-STATUS-SEC-PLT PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-EMB PIC X(02).
       77 WS-STATUS-MIX PIC X(02).
       77 WS-STATUS-SEC-MIX PIC X(02).
       77 WS-STATUS-FNG PIC X(02).

       77 WS-EOF-ENT PIC X(01) VALUE "N".
           88 WS-FIN-ENT VALUE "S".
       77 WS-EOF-PLT PIC X(01) VALUE "N".
           88 WS-FIN-PLT VALUE "S".
       77 WS-EOF-PLN PIC X(01) VALUE "N".
           88 WS-FIN-PLN VALUE "S".
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

      * DATOS DE LA CABECERA DEL LOTE EN CURSO
       77 WS-CUENTA-ORDENANTE PIC 9(11) VALUE 0.
       77 WS-CUENTA-ORDENANTE-X REDEFINES WS-CUENTA-ORDENANTE
           PIC X(11).
       77 WS-REFERENCIA-LOTE PIC X(12).
       77 WS-LOTE-ID PIC 9(06) VALUE 0.
      * UN LOTE QUE QUEDO A MEDIO CARGAR SE VUELVE A CARGAR ENTERO
      * CON SU MISMO NUMERO; UNO YA CARGADO EN LA CUENTA ORDENANTE
      * PERO A MEDIO REPARTIR SOLO TERMINA DE REPARTIRSE
       77 WS-REANUDAR PIC X(01).
           88 WS-LOTE-REANUDADO  VALUE "C".
           88 WS-REPARTO-REANUDADO VALUE "P".
       77 WS-NUM-LINEA PIC 9(06).
       77 WS-LOTE-RECHAZADAS PIC 9(06).
       77 WS-LOTE-PRESENTADO PIC 9(11)V99.
       77 WS-LOTE-VALIDO PIC 9(11)V99.

      * IMPORTE Y BENEFICIARIO DEL PAGO EN CURSO
       77 WS-IMPORTE-NUM PIC 9(09)V99.
       77 WS-IMPORTE-X REDEFINES WS-IMPORTE-NUM PIC X(11).
       77 WS-CUENTA-NUM PIC 9(11).
       77 WS-CUENTA-X REDEFINES WS-CUENTA-NUM PIC X(11).
       77 WS-STATUS-IBN PIC X(02).
       77 WS-HAY-IBAN PIC X(01) VALUE "N".
           88 WS-FICHERO-IBAN-ABIERTO VALUE "S".
       77 WS-IBAN-PAGO PIC X(01).
           88 WS-IBAN-PAGO-ERRONEO VALUE "E".
           88 WS-IBAN-AJENO        VALUE "A".
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
      * PROVISION DE FONDOS DE LA CUENTA ORDENANTE
       77 WS-EMBARGADO PIC S9(9)V99 VALUE 0.
       77 WS-DISPONIBLE PIC S9(11)V99.

      * CRIBADO DEL BENEFICIARIO CONTRA LA LISTA DE VIGILANCIA:
      * COINCIDENCIA APROXIMADA POR CONTENCION DEL NOMBRE LISTADO
       77 WS-STATUS-LVG PIC X(02).
       77 WS-STATUS-RTN PIC X(02).
       77 WS-STATUS-SEC-RTN PIC X(02).
       77 WS-NUM-VIGILADOS PIC 9(03) VALUE 0.
       77 WS-LISTA-CARGADA PIC X(01) VALUE "N".
       01 WS-TABLA-VIGILANCIA.
           05 WS-VIGILADO OCCURS 100 TIMES
               INDEXED BY WS-IDX-LVG PIC X(30).
       77 WS-NOMBRE-EXAMINADO PIC X(30).
       77 WS-HAY-COINCIDENCIA PIC X(01).
           88 WS-COINCIDE-LISTA VALUE "S".
       77 WS-NOMBRE-COINCIDENTE PIC X(30).
       77 WS-LVG-LON PIC 9(02).
       77 WS-LVG-POS PIC 9(02).
       77 WS-LVG-IDX-NUM PIC 9(03).
       77 WS-NUEVO-RETENIDO PIC 9(05).

      * DATOS DEL APUNTE EN CURSO PARA LOS DOS DIARIOS
       77 WS-TIPO-MOV PIC X(10).
       77 WS-IMPORTE-MOV PIC S9(9)V99.
       77 WS-DESTINO-MOV PIC 9(11).
       77 WS-NUEVO-MOVIMIENTO PIC 9(08).
       77 WS-CTA-ANTES PIC X(116).
       77 WS-HORA-AUD  PIC 9(08).

      * INFORME DE EJECUCION
       77 WS-IMPORTE-VIS PIC ZZZZZZZZ9.99.
       77 WS-TOTAL-VIS PIC ZZZZZZZZZZ9.99.
       77 WS-BENEFICIARIO-VIS PIC X(34).
       77 WS-SITUACION-VIS PIC X(34).

      * CONTADORES DE LA EJECUCION
       77 WS-CARGADAS PIC 9(06) VALUE 0.
       77 WS-RECHAZADAS PIC 9(06) VALUE 0.
       77 WS-ABONADAS PIC 9(06) VALUE 0.
       77 WS-ENVIADAS PIC 9(06) VALUE 0.
       77 WS-RETENIDAS PIC 9(06) VALUE 0.

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
            OPEN INPUT CUENTAS-IBAN.
            IF WS-STATUS-IBN = "00"
                SET WS-FICHERO-IBAN-ABIERTO TO TRUE
            END-IF.
            PERFORM 00009-ABRIR-REGISTROS.

            OPEN INPUT ENTRADA.
            IF WS-STATUS-ENT NOT = "00"
                DISPLAY "SIN FICHERO DE PAGOS DE EMPRESA QUE CARGAR"
            ELSE
      *         PRIMERA PASADA: SOBRE COMPLETO Y CUENTA ORDENANTE
      *         ANTES DE DAR DE ALTA NINGUN PAGO
                PERFORM 00020-VALIDAR-SOBRE
                CLOSE ENTRADA
                IF WS-SOBRE-VALIDO
                    IF NOT WS-REPARTO-REANUDADO
                        OPEN INPUT ENTRADA
                        PERFORM 00001-CARGAR-LOTE
                        CLOSE ENTRADA
                    END-IF
                    PERFORM 00030-EJECUTAR-LOTE
                    PERFORM 00050-INFORME-LOTE
                    PERFORM 00006-VACIAR-ENTRADA
                ELSE
                    DISPLAY "FICHERO DE PAGOS RECHAZADO POR"
                        " CONTROLES, NADA SE HA CARGADO"
                    MOVE "KO" TO WS-RESULTADO-RUN
                END-IF
            END-IF.

            CLOSE CUENTAS, MOVIMIENTOS, LOTES, LINEAS.
            IF WS-FICHERO-IBAN-ABIERTO
                CLOSE CUENTAS-IBAN
            END-IF.
            DISPLAY "PAGOS CARGADOS          : " WS-CARGADAS.
            DISPLAY "PAGOS RECHAZADOS        : " WS-RECHAZADAS.
            DISPLAY "ABONOS INTERNOS         : " WS-ABONADAS.
            DISPLAY "PAGOS AL INTERCAMBIO    : " WS-ENVIADAS.
            DISPLAY "PAGOS RETENIDOS         : " WS-RETENIDAS.
            PERFORM 00015-ANOTAR-RUN-LOG.
            STOP RUN.

      *        ALTA DEL LOTE Y DE CADA PAGO, CLASIFICADO Y VALIDADO
           00001-CARGAR-LOTE.
               IF WS-LOTE-REANUDADO
                   MOVE WS-LOTE-ID TO PLT-ID
                   READ LOTES
                       INVALID KEY CONTINUE
                   END-READ
               ELSE
                   PERFORM 00002-SIGUIENTE-NUM-LOTE
                   INITIALIZE PLT-REGISTRO
                   MOVE WS-LOTE-ID TO PLT-ID
               END-IF.
               MOVE WS-CUENTA-ORDENANTE TO PLT-CUENTA.
               MOVE WS-REFERENCIA-LOTE TO PLT-REFERENCIA.
               MOVE WS-FECHA-NEGOCIO TO PLT-FECHA-CARGA.
               MOVE 0 TO PLT-LINEAS, PLT-RECHAZADAS.
               MOVE 0 TO PLT-IMPORTE-PRESENTADO.
               MOVE 0 TO PLT-IMPORTE-CARGADO.
               MOVE 0 TO PLT-FECHA-EJECUCION.
               MOVE "C" TO PLT-ESTADO.
               IF WS-LOTE-REANUDADO
                   REWRITE PLT-REGISTRO
               ELSE
                   WRITE PLT-REGISTRO
               END-IF.

               MOVE 0 TO WS-NUM-LINEA.
               MOVE 0 TO WS-LOTE-RECHAZADAS.
               MOVE 0 TO WS-LOTE-PRESENTADO.
               MOVE "N" TO WS-EOF-ENT.
               PERFORM 00020A-LEER-SOBRE.
               PERFORM 00003-TRATAR-REGISTRO UNTIL WS-FIN-ENT.

      *        EL LOTE QUEDA COMPLETO, A LA ESPERA DE LA PROVISION
               MOVE WS-LOTE-ID TO PLT-ID.
               READ LOTES
                   INVALID KEY CONTINUE
               END-READ.
               MOVE WS-NUM-LINEA TO PLT-LINEAS.
               MOVE WS-LOTE-RECHAZADAS TO PLT-RECHAZADAS.
               MOVE WS-LOTE-PRESENTADO TO PLT-IMPORTE-PRESENTADO.
               REWRITE PLT-REGISTRO.

           00002-SIGUIENTE-NUM-LOTE.
               MOVE 0 TO WS-LOTE-ID.
               OPEN INPUT SEC-LOTE.
               IF WS-STATUS-SEC-PLT = "00"
                   READ SEC-LOTE
                       AT END CONTINUE
                       NOT AT END MOVE SEC-LOTE-REGISTRO
                           TO WS-LOTE-ID
                   END-READ
                   CLOSE SEC-LOTE
               END-IF.
               ADD 1 TO WS-LOTE-ID.
               MOVE WS-LOTE-ID TO SEC-LOTE-REGISTRO.
               OPEN OUTPUT SEC-LOTE.
               WRITE SEC-LOTE-REGISTRO.
               CLOSE SEC-LOTE.

      *        SOLO LOS DETALLES D: CABECERA Y COLA YA SE VALIDARON
           00003-TRATAR-REGISTRO.
               IF PGE-TIPO-REG NOT = "H" AND PGE-TIPO-REG NOT = "F"
                   ADD 1 TO WS-NUM-LINEA
                   INITIALIZE PLN-REGISTRO
                   MOVE WS-LOTE-ID TO PLN-LOTE
                   MOVE WS-NUM-LINEA TO PLN-LINEA
                   MOVE WS-CUENTA-ORDENANTE TO PLN-CUENTA-ORDENANTE
                   MOVE PGE-CUENTA TO PLN-CUENTA-DESTINO
                   MOVE PGE-NOMBRE TO PLN-NOMBRE
                   MOVE PGE-CONCEPTO TO PLN-CONCEPTO
                   MOVE WS-FECHA-NEGOCIO TO PLN-FECHA-ESTADO
                   MOVE 0 TO WS-IMPORTE-NUM
                   IF PGE-IMPORTE IS NUMERIC
                       MOVE PGE-IMPORTE TO WS-IMPORTE-X
                   END-IF
                   MOVE WS-IMPORTE-NUM TO PLN-IMPORTE
                   ADD WS-IMPORTE-NUM TO WS-LOTE-PRESENTADO
                   PERFORM 00004-CLASIFICAR-PAGO
                   WRITE PLN-REGISTRO
                       INVALID KEY REWRITE PLN-REGISTRO
                   END-WRITE
               END-IF.
               PERFORM 00020A-LEER-SOBRE.

           00004-CLASIFICAR-PAGO.
               MOVE SPACE TO WS-IBAN-PAGO.
               IF PGE-TIPO-REG = "D" AND PGE-IBAN NOT = SPACES
                   PERFORM 00004A-RESOLVER-IBAN
               END-IF.
               EVALUATE TRUE
                   WHEN PGE-TIPO-REG NOT = "D"
                       MOVE "P1" TO PLN-MOTIVO
                       PERFORM 00005-RECHAZAR-PAGO
                   WHEN WS-IMPORTE-NUM = 0
                       MOVE "P1" TO PLN-MOTIVO
                       PERFORM 00005-RECHAZAR-PAGO
                   WHEN WS-IBAN-PAGO-ERRONEO
                       MOVE "P2" TO PLN-MOTIVO
                       PERFORM 00005-RECHAZAR-PAGO
                   WHEN WS-IBAN-AJENO AND PLN-NOMBRE = SPACES
                       MOVE "P6" TO PLN-MOTIVO
                       PERFORM 00005-RECHAZAR-PAGO
                   WHEN WS-IBAN-AJENO
                       PERFORM 00005A-ACEPTAR-PAGO
                   WHEN PLN-CUENTA-DESTINO NOT NUMERIC
                       MOVE "P3" TO PLN-MOTIVO
                       PERFORM 00005-RECHAZAR-PAGO
                   WHEN PLN-CUENTA-DESTINO = WS-CUENTA-ORDENANTE-X
                       MOVE "P4" TO PLN-MOTIVO
                       PERFORM 00005-RECHAZAR-PAGO
                   WHEN OTHER
                       PERFORM 00004B-COMPROBAR-BENEFICIARIO
               END-EVALUATE.

      *        EL IBAN MANDA SOBRE LA CUENTA DEL DETALLE: SI ES
      *        NUESTRO SE SUSTITUYE POR SU CUENTA Y SI ES AJENO EL
      *        PAGO SOLO PUEDE IR AL INTERCAMBIO
           00004A-RESOLVER-IBAN.
               MOVE PGE-IBAN TO WS-IBAN-TECLEADO.
               PERFORM 00017-VALIDAR-IBAN.
               IF NOT WS-IBAN-VALIDO
                   SET WS-IBAN-PAGO-ERRONEO TO TRUE
               ELSE
                   MOVE WS-IBAN-CALCULO TO PLN-IBAN
                   SET WS-IBAN-AJENO TO TRUE
                   IF WS-FICHERO-IBAN-ABIERTO
                       MOVE WS-IBAN-CALCULO TO IBN-IBAN
                       READ CUENTAS-IBAN KEY IS IBN-IBAN
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE SPACE TO WS-IBAN-PAGO
                               MOVE IBN-CUENTA TO WS-CUENTA-NUM
                               MOVE WS-CUENTA-X TO PLN-CUENTA-DESTINO
                       END-READ
                   END-IF
                   IF WS-IBAN-AJENO
                       MOVE SPACES TO PLN-CUENTA-DESTINO
                   END-IF
               END-IF.

      *        BENEFICIARIO DE ESTA ENTIDAD: LA CUENTA HA DE EXISTIR
      *        Y NO ESTAR CANCELADA, COMO EN LA TRANSFERENCIA DE
      *        VENTANILLA
           00004B-COMPROBAR-BENEFICIARIO.
               MOVE PLN-CUENTA-DESTINO TO WS-CUENTA-X.
               MOVE WS-CUENTA-NUM TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       MOVE "P3" TO PLN-MOTIVO
                       PERFORM 00005-RECHAZAR-PAGO
                   NOT INVALID KEY
                       IF CTA-ESTA-CERRADA
                           MOVE "P3" TO PLN-MOTIVO
                           PERFORM 00005-RECHAZAR-PAGO
                       ELSE
                           PERFORM 00005A-ACEPTAR-PAGO
                       END-IF
               END-READ.

           00005-RECHAZAR-PAGO.
               MOVE "X" TO PLN-ESTADO.
               ADD 1 TO WS-RECHAZADAS.
               ADD 1 TO WS-LOTE-RECHAZADAS.

           00005A-ACEPTAR-PAGO.
               MOVE "V" TO PLN-ESTADO.
               MOVE SPACES TO PLN-MOTIVO.
               ADD 1 TO WS-CARGADAS.

      *        EL FICHERO YA TRATADO SE VACIA PARA QUE UNA SEGUNDA
      *        EJECUCION NO DUPLIQUE EL LOTE
           00006-VACIAR-ENTRADA.
               OPEN OUTPUT ENTRADA.
               CLOSE ENTRADA.

           00009-ABRIR-REGISTROS.
               OPEN I-O LOTES.
               IF WS-STATUS-PLT = "35"
                   OPEN OUTPUT LOTES
                   CLOSE LOTES
                   OPEN I-O LOTES
               END-IF.
               OPEN I-O LINEAS.
               IF WS-STATUS-PLN = "35"
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

      *        RECORRIDO COMPLETO DEL FICHERO: CABECERA CON CUENTA
      *        ORDENANTE OPERATIVA, COLA CUYO RECUENTO Y TOTAL CASAN
      *        Y LOTE NO TRATADO ANTES
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
                   DISPLAY "FICHERO DE PAGOS SIN CABECERA"
                   MOVE "N" TO WS-SOBRE-OK
               END-IF.
               IF WS-HAY-COLA NOT = "S"
                   DISPLAY "FICHERO DE PAGOS SIN COLA DE CONTROL"
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
               EVALUATE PGE-TIPO-REG
                   WHEN "H"
                       MOVE "S" TO WS-HAY-CABECERA
                       MOVE 0 TO WS-CUENTA-ORDENANTE
                       IF PGEH-CUENTA IS NUMERIC
                           MOVE PGEH-CUENTA TO WS-CUENTA-ORDENANTE-X
                       END-IF
                       MOVE PGEH-REFERENCIA TO WS-REFERENCIA-LOTE
                   WHEN "F"
                       MOVE "S" TO WS-HAY-COLA
                       IF PGEF-RECUENTO IS NUMERIC
                           MOVE PGEF-RECUENTO
                               TO WS-RECUENTO-DECLARADO
                       END-IF
                       IF PGEF-TOTAL IS NUMERIC
                           MOVE PGEF-TOTAL TO WS-TOTAL-DECLARADO
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-DETALLES-CONTADOS
                       IF PGE-IMPORTE IS NUMERIC
                           MOVE PGE-IMPORTE TO WS-SOBRE-IMPORTE-X
                           ADD WS-SOBRE-IMPORTE
                               TO WS-TOTAL-CALCULADO
                       END-IF
               END-EVALUATE.
               PERFORM 00020A-LEER-SOBRE.

      *        LA CUENTA ORDENANTE HA DE ESTAR ABIERTA, SIN BLOQUEO
      *        NI CONGELACION, Y EL LOTE HA DE TRAER REFERENCIA
           00021-VALIDAR-CABECERA.
               MOVE WS-CUENTA-ORDENANTE TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA ORDENANTE " WS-CUENTA-ORDENANTE
                           " INEXISTENTE"
                       MOVE "N" TO WS-SOBRE-OK
                   NOT INVALID KEY
                       IF NOT CTA-ABIERTA OR CTA-ESTA-BLOQUEADA
                           OR CTA-CONGELADA
                           DISPLAY "CUENTA ORDENANTE "
                               WS-CUENTA-ORDENANTE " NO OPERATIVA"
                           MOVE "N" TO WS-SOBRE-OK
                       END-IF
               END-READ.
               IF WS-REFERENCIA-LOTE = SPACES
                   DISPLAY "CABECERA SIN REFERENCIA DE LOTE"
                   MOVE "N" TO WS-SOBRE-OK
               END-IF.
               PERFORM 00022-BUSCAR-DUPLICADO.

      *        LA MISMA REFERENCIA DEL MISMO CLIENTE YA TRATADA ES UN
      *        FICHERO DUPLICADO; SI QUEDO A MEDIAS SE REANUDA
           00022-BUSCAR-DUPLICADO.
               MOVE "N" TO WS-REANUDAR.
               MOVE "N" TO WS-EOF-PLT.
               MOVE 0 TO PLT-ID.
               START LOTES KEY IS NOT LESS THAN PLT-ID
                   INVALID KEY SET WS-FIN-PLT TO TRUE
               END-START.
               PERFORM 00022A-LEER-LOTE.
               PERFORM 00022B-COMPARAR-LOTE UNTIL WS-FIN-PLT.

           00022A-LEER-LOTE.
               IF NOT WS-FIN-PLT
                   READ LOTES NEXT RECORD
                       AT END SET WS-FIN-PLT TO TRUE
                   END-READ
               END-IF.

           00022B-COMPARAR-LOTE.
               IF PLT-CUENTA = WS-CUENTA-ORDENANTE
                   AND PLT-REFERENCIA = WS-REFERENCIA-LOTE
                   IF PLT-EN-CARGA OR PLT-EN-REPARTO
                       MOVE PLT-ESTADO TO WS-REANUDAR
                       MOVE PLT-ID TO WS-LOTE-ID
                   ELSE
                       DISPLAY "LOTE " WS-REFERENCIA-LOTE
                           " YA TRATADO CON EL NUMERO " PLT-ID
                       MOVE "N" TO WS-SOBRE-OK
                   END-IF
               END-IF.
               PERFORM 00022A-LEER-LOTE.

      *        PROVISION TODO O NADA SOBRE LA SUMA DE LOS PAGOS
      *        VALIDOS; CON FONDOS SE HACE EL CARGO UNICO Y SE
      *        REPARTEN LOS PAGOS
           00030-EJECUTAR-LOTE.
               MOVE WS-LOTE-ID TO PLT-ID.
               READ LOTES
                   INVALID KEY
                       DISPLAY "LOTE " WS-LOTE-ID " NO ENCONTRADO"
                       MOVE "KO" TO WS-RESULTADO-RUN
               END-READ.
               IF PLT-EN-CARGA
                   PERFORM 00031-SUMAR-VALIDOS
                   MOVE WS-CUENTA-ORDENANTE TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY CONTINUE
                   END-READ
                   PERFORM 00013-CALCULAR-EMBARGADO
                   COMPUTE WS-DISPONIBLE = CTA-SALDO
                       + CTA-LIMITE-DESCUBIERTO - WS-EMBARGADO
                   IF WS-LOTE-VALIDO > WS-DISPONIBLE
                       PERFORM 00032-RECHAZAR-POR-FONDOS
                   ELSE
                       PERFORM 00033-CARGAR-ORDENANTE
                   END-IF
               END-IF.
               IF PLT-EN-REPARTO
                   PERFORM 00034-REPARTIR-PAGOS
                   MOVE "E" TO PLT-ESTADO
                   REWRITE PLT-REGISTRO
               END-IF.

      *        SUMA DE LOS PAGOS VALIDADOS DEL LOTE
           00031-SUMAR-VALIDOS.
               MOVE 0 TO WS-LOTE-VALIDO.
               PERFORM 00035-POSICIONAR-LINEAS.
               PERFORM 00031A-SUMAR-LINEA UNTIL WS-FIN-PLN.

           00031A-SUMAR-LINEA.
               IF PLN-VALIDADA
                   ADD PLN-IMPORTE TO WS-LOTE-VALIDO
               END-IF.
               PERFORM 00035A-LEER-LINEA.

      *        SIN FONDOS PARA TODO EL LOTE NO SE EJECUTA NINGUN PAGO
           00032-RECHAZAR-POR-FONDOS.
               DISPLAY "LOTE " PLT-REFERENCIA " SIN FONDOS: "
                   "NINGUN PAGO EJECUTADO".
               PERFORM 00035-POSICIONAR-LINEAS.
               PERFORM 00032A-RECHAZAR-LINEA UNTIL WS-FIN-PLN.
               MOVE WS-LOTE-ID TO PLT-ID.
               READ LOTES
                   INVALID KEY CONTINUE
               END-READ.
               ADD WS-CARGADAS TO PLT-RECHAZADAS.
               MOVE WS-FECHA-NEGOCIO TO PLT-FECHA-EJECUCION.
               MOVE "R" TO PLT-ESTADO.
               REWRITE PLT-REGISTRO.

           00032A-RECHAZAR-LINEA.
               IF PLN-VALIDADA
                   MOVE "X" TO PLN-ESTADO
                   MOVE "P5" TO PLN-MOTIVO
                   MOVE WS-FECHA-NEGOCIO TO PLN-FECHA-ESTADO
                   REWRITE PLN-REGISTRO
                   ADD 1 TO WS-RECHAZADAS
               END-IF.
               PERFORM 00035A-LEER-LINEA.

      *        CARGO UNICO EN LA CUENTA ORDENANTE POR LA SUMA DE LOS
      *        PAGOS VALIDOS; EL NUMERO DE LOTE VIAJA EN LA CUENTA
      *        DESTINO DEL APUNTE
           00033-CARGAR-ORDENANTE.
               IF WS-LOTE-VALIDO > 0
                   MOVE CTA-REGISTRO TO WS-CTA-ANTES
                   SUBTRACT WS-LOTE-VALIDO FROM CTA-SALDO
                   REWRITE CTA-REGISTRO
                   PERFORM 00014-AUDITAR-CUENTA
                   MOVE "LOTE-PAGO" TO WS-TIPO-MOV
                   MOVE WS-LOTE-VALIDO TO WS-IMPORTE-MOV
                   MOVE WS-LOTE-ID TO WS-DESTINO-MOV
                   PERFORM 00007-REGISTRAR-MOVIMIENTO
               END-IF.
               MOVE WS-LOTE-ID TO PLT-ID.
               READ LOTES
                   INVALID KEY CONTINUE
               END-READ.
               MOVE WS-LOTE-VALIDO TO PLT-IMPORTE-CARGADO.
               MOVE WS-FECHA-NEGOCIO TO PLT-FECHA-EJECUCION.
               MOVE "P" TO PLT-ESTADO.
               REWRITE PLT-REGISTRO.

      *        CADA PAGO VALIDADO SE ABONA, SE ENVIA O SE RETIENE;
      *        LOS YA TRATADOS (REANUDACION) NO SE TOCAN
           00034-REPARTIR-PAGOS.
               PERFORM 00035-POSICIONAR-LINEAS.
               PERFORM 00034A-REPARTIR-LINEA UNTIL WS-FIN-PLN.
               MOVE WS-LOTE-ID TO PLT-ID.
               READ LOTES
                   INVALID KEY CONTINUE
               END-READ.

           00034A-REPARTIR-LINEA.
               IF PLN-VALIDADA
                   IF PLN-CUENTA-DESTINO = SPACES
                       PERFORM 00037-PAGO-EXTERNO
                   ELSE
                       PERFORM 00036-ABONO-INTERNO
                   END-IF
                   MOVE WS-FECHA-NEGOCIO TO PLN-FECHA-ESTADO
                   REWRITE PLN-REGISTRO
               END-IF.
               PERFORM 00035A-LEER-LINEA.

           00035-POSICIONAR-LINEAS.
               MOVE "N" TO WS-EOF-PLN.
               MOVE WS-LOTE-ID TO PLN-LOTE.
               MOVE 0 TO PLN-LINEA.
               START LINEAS KEY IS NOT LESS THAN PLN-CLAVE
                   INVALID KEY SET WS-FIN-PLN TO TRUE
               END-START.
               PERFORM 00035A-LEER-LINEA.

           00035A-LEER-LINEA.
               IF NOT WS-FIN-PLN
                   READ LINEAS NEXT RECORD
                       AT END SET WS-FIN-PLN TO TRUE
                   END-READ
                   IF NOT WS-FIN-PLN AND PLN-LOTE NOT = WS-LOTE-ID
                       SET WS-FIN-PLN TO TRUE
                   END-IF
               END-IF.

      *        ABONO AL BENEFICIARIO DE ESTA ENTIDAD; SI LA CUENTA HA
      *        DESAPARECIDO O SE HA CANCELADO DESDE LA CARGA, EL
      *        IMPORTE VUELVE A LA ORDENANTE COMO TRANSF-DEV
           00036-ABONO-INTERNO.
               MOVE PLN-CUENTA-DESTINO TO WS-CUENTA-X.
               MOVE WS-CUENTA-NUM TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       PERFORM 00036A-DEVOLVER-PAGO
                   NOT INVALID KEY
                       IF CTA-ESTA-CERRADA
                           PERFORM 00036A-DEVOLVER-PAGO
                       ELSE
                           MOVE CTA-REGISTRO TO WS-CTA-ANTES
                           ADD PLN-IMPORTE TO CTA-SALDO
                           REWRITE CTA-REGISTRO
                           PERFORM 00014-AUDITAR-CUENTA
                           MOVE "LOTE-ABONO" TO WS-TIPO-MOV
                           MOVE PLN-IMPORTE TO WS-IMPORTE-MOV
                           MOVE PLN-CUENTA-ORDENANTE TO WS-DESTINO-MOV
                           PERFORM 00007-REGISTRAR-MOVIMIENTO
                           MOVE "A" TO PLN-ESTADO
                           ADD 1 TO WS-ABONADAS
                       END-IF
               END-READ.

           00036A-DEVOLVER-PAGO.
               MOVE "X" TO PLN-ESTADO.
               MOVE "P3" TO PLN-MOTIVO.
               ADD 1 TO WS-RECHAZADAS.
               MOVE PLN-CUENTA-ORDENANTE TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA ORDENANTE " PLN-CUENTA-ORDENANTE
                           " INEXISTENTE, PAGO SIN DEVOLVER"
                       MOVE "KO" TO WS-RESULTADO-RUN
                   NOT INVALID KEY
                       MOVE CTA-REGISTRO TO WS-CTA-ANTES
                       ADD PLN-IMPORTE TO CTA-SALDO
                       REWRITE CTA-REGISTRO
                       PERFORM 00014-AUDITAR-CUENTA
                       MOVE "TRANSF-DEV" TO WS-TIPO-MOV
                       MOVE PLN-IMPORTE TO WS-IMPORTE-MOV
                       MOVE 0 TO WS-DESTINO-MOV
                       PERFORM 00007-REGISTRAR-MOVIMIENTO
               END-READ.

      *        PAGO A OTRA ENTIDAD: EL BENEFICIARIO SE CRIBA CONTRA
      *        LA LISTA DE VIGILANCIA; UNA COINCIDENCIA NO VIAJA A LA
      *        REMESA SINO A LA COLA DE RETENIDOS DE CUMPLIMIENTO
           00037-PAGO-EXTERNO.
               MOVE PLN-NOMBRE TO WS-NOMBRE-EXAMINADO.
               PERFORM 00040-CRIBAR-CONTRA-LISTA.
               MOVE SPACES TO REM-REGISTRO.
               MOVE "T" TO REM-TIPO-REG.
               MOVE WS-FECHA-NEGOCIO TO REM-FECHA.
               MOVE PLN-CUENTA-ORDENANTE TO REM-CUENTA-ORIGEN.
               MOVE 0 TO REM-CUENTA-DESTINO.
               MOVE PLN-IMPORTE TO REM-IMPORTE.
               MOVE PLN-CONCEPTO TO REM-CONCEPTO.
               IF PLN-CONCEPTO = SPACES
                   MOVE "PAGO MULTIPLE EMPRESA" TO REM-CONCEPTO
               END-IF.
               MOVE PLN-IBAN TO REM-IBAN-DESTINO.
               IF WS-COINCIDE-LISTA
                   PERFORM 00041-RETENER-PAGO-SALIENTE
                   MOVE "R" TO PLN-ESTADO
                   ADD 1 TO WS-RETENIDAS
               ELSE
                   OPEN EXTEND REMESA-SALIDA
                   WRITE REM-REGISTRO
                   CLOSE REMESA-SALIDA
                   MOVE "E" TO PLN-ESTADO
                   ADD 1 TO WS-ENVIADAS
               END-IF.

      *        CRIBA DEL DATO EXAMINADO CONTRA LA LISTA, CON LA
      *        MISMA COINCIDENCIA APROXIMADA QUE EL CAJERO
           00040-CRIBAR-CONTRA-LISTA.
               MOVE "N" TO WS-HAY-COINCIDENCIA.
               MOVE SPACES TO WS-NOMBRE-COINCIDENTE.
               IF WS-LISTA-CARGADA NOT = "S"
                   PERFORM 00040A-CARGAR-LISTA
                   MOVE "S" TO WS-LISTA-CARGADA
               END-IF.
               MOVE 1 TO WS-LVG-IDX-NUM.
               PERFORM 00040B-EXAMINAR-VIGILADO
                   UNTIL WS-LVG-IDX-NUM > WS-NUM-VIGILADOS
                   OR WS-COINCIDE-LISTA.

           00040A-CARGAR-LISTA.
               OPEN INPUT LISTA-VIGILANCIA.
               IF WS-STATUS-LVG = "00"
                   PERFORM 00040C-LEER-VIGILADO
                       UNTIL WS-STATUS-LVG NOT = "00"
                       OR WS-NUM-VIGILADOS = 100
                   CLOSE LISTA-VIGILANCIA
               END-IF.

           00040C-LEER-VIGILADO.
               READ LISTA-VIGILANCIA
                   AT END MOVE "10" TO WS-STATUS-LVG
                   NOT AT END
                       ADD 1 TO WS-NUM-VIGILADOS
                       SET WS-IDX-LVG TO WS-NUM-VIGILADOS
                       MOVE LVG-REGISTRO
                           TO WS-VIGILADO (WS-IDX-LVG)
               END-READ.

           00040B-EXAMINAR-VIGILADO.
               SET WS-IDX-LVG TO WS-LVG-IDX-NUM.
               MOVE 30 TO WS-LVG-LON.
               PERFORM 00040D-RECORTAR-ESPACIOS
                   UNTIL WS-LVG-LON = 0
                   OR WS-VIGILADO (WS-IDX-LVG) (WS-LVG-LON:1)
                       NOT = SPACE.
               IF WS-LVG-LON > 0
                   MOVE 1 TO WS-LVG-POS
                   PERFORM 00040E-DESLIZAR-COMPARACION
                       UNTIL WS-COINCIDE-LISTA
                       OR WS-LVG-POS + WS-LVG-LON > 31
               END-IF.
               ADD 1 TO WS-LVG-IDX-NUM.

           00040D-RECORTAR-ESPACIOS.
               SUBTRACT 1 FROM WS-LVG-LON.

           00040E-DESLIZAR-COMPARACION.
               IF WS-NOMBRE-EXAMINADO (WS-LVG-POS:WS-LVG-LON)
                   = WS-VIGILADO (WS-IDX-LVG) (1:WS-LVG-LON)
                   SET WS-COINCIDE-LISTA TO TRUE
                   MOVE WS-VIGILADO (WS-IDX-LVG)
                       TO WS-NOMBRE-COINCIDENTE
               END-IF.
               ADD 1 TO WS-LVG-POS.

      *        EL PAGO COINCIDENTE SE RETIENE: LA LINEA DE REMESA
      *        QUE HABRIA VIAJADO AL INTERCAMBIO QUEDA EN LA COLA DE
      *        RETENIDOS A LA ESPERA DE LA DECISION DE CUMPLIMIENTO
           00041-RETENER-PAGO-SALIENTE.
               PERFORM 00041A-SIGUIENTE-NUM-RETENIDO.
               OPEN I-O RETENIDOS.
               IF WS-STATUS-RTN = "35"
                   OPEN OUTPUT RETENIDOS
                   CLOSE RETENIDOS
                   OPEN I-O RETENIDOS
               END-IF.
               MOVE WS-NUEVO-RETENIDO TO RET-ID.
               MOVE "S" TO RET-SENTIDO.
               MOVE REM-REGISTRO TO RET-DETALLE.
               MOVE WS-NOMBRE-EXAMINADO TO RET-NOMBRE.
               MOVE WS-NOMBRE-COINCIDENTE TO RET-COINCIDENCIA.
               MOVE WS-FECHA-NEGOCIO TO RET-FECHA.
               MOVE "P" TO RET-ESTADO.
               WRITE RET-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL RETENER EL PAGO SALIENTE"
               END-WRITE.
               CLOSE RETENIDOS.

           00041A-SIGUIENTE-NUM-RETENIDO.
               MOVE 0 TO WS-NUEVO-RETENIDO.
               OPEN INPUT SEC-RETENIDO.
               IF WS-STATUS-SEC-RTN = "00"
                   READ SEC-RETENIDO
                       AT END CONTINUE
                       NOT AT END MOVE SEC-RETENIDO-REGISTRO
                           TO WS-NUEVO-RETENIDO
                   END-READ
                   CLOSE SEC-RETENIDO
               END-IF.
               ADD 1 TO WS-NUEVO-RETENIDO.
               MOVE WS-NUEVO-RETENIDO TO SEC-RETENIDO-REGISTRO.
               OPEN OUTPUT SEC-RETENIDO.
               WRITE SEC-RETENIDO-REGISTRO.
               CLOSE SEC-RETENIDO.

      *        INFORME DE EJECUCION PARA EL CLIENTE: UNA LINEA POR
      *        PAGO CON SU BENEFICIARIO, IMPORTE Y SITUACION FINAL
           00050-INFORME-LOTE.
               MOVE WS-LOTE-ID TO PLT-ID.
               READ LOTES
                   INVALID KEY CONTINUE
               END-READ.
               OPEN OUTPUT INFORME.
               MOVE SPACES TO INF-LINEA.
               STRING "INFORME DE EJECUCION DEL LOTE DE PAGOS "
                   PLT-REFERENCIA " (NUMERO " PLT-ID ")"
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "CUENTA ORDENANTE " PLT-CUENTA
                   "  FECHA DE EJECUCION " PLT-FECHA-EJECUCION
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "LINEA  BENEFICIARIO" "                  "
                   "          IMPORTE  SITUACION"
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               PERFORM 00035-POSICIONAR-LINEAS.
               PERFORM 00050A-LINEA-INFORME UNTIL WS-FIN-PLN.
               MOVE SPACES TO INF-LINEA.
               WRITE INF-LINEA.
               MOVE PLT-IMPORTE-PRESENTADO TO WS-TOTAL-VIS.
               MOVE SPACES TO INF-LINEA.
               STRING "TOTAL PRESENTADO : " WS-TOTAL-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE PLT-IMPORTE-CARGADO TO WS-TOTAL-VIS.
               MOVE SPACES TO INF-LINEA.
               STRING "CARGO EN CUENTA  : " WS-TOTAL-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               IF PLT-SIN-FONDOS
                   MOVE SPACES TO INF-LINEA
                   STRING "LOTE NO EJECUTADO: FONDOS INSUFICIENTES"
                       " PARA EL TOTAL DE LOS PAGOS"
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
               END-IF.
               CLOSE INFORME.

           00050A-LINEA-INFORME.
               IF PLN-IBAN NOT = SPACES
                   MOVE PLN-IBAN TO WS-BENEFICIARIO-VIS
               ELSE
                   MOVE PLN-CUENTA-DESTINO TO WS-BENEFICIARIO-VIS
               END-IF.
               MOVE PLN-IMPORTE TO WS-IMPORTE-VIS.
               MOVE SPACES TO WS-SITUACION-VIS.
               EVALUATE TRUE
                   WHEN PLN-ABONADA
                       MOVE "ABONADO EN CUENTA" TO WS-SITUACION-VIS
                   WHEN PLN-ENVIADA
                       MOVE "ENVIADO AL INTERCAMBIO"
                           TO WS-SITUACION-VIS
                   WHEN PLN-RETENIDA
                       MOVE "RETENIDO PARA REVISION"
                           TO WS-SITUACION-VIS
                   WHEN PLN-VALIDADA
                       MOVE "PENDIENTE DE EJECUCION"
                           TO WS-SITUACION-VIS
                   WHEN OTHER
                       STRING "RECHAZADO " PLN-MOTIVO
                           DELIMITED BY SIZE INTO WS-SITUACION-VIS
               END-EVALUATE.
               MOVE SPACES TO INF-LINEA.
               STRING PLN-LINEA " " WS-BENEFICIARIO-VIS " "
                   WS-IMPORTE-VIS "  " WS-SITUACION-VIS
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               PERFORM 00035A-LEER-LINEA.

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
               MOVE "PAGOS-ENT" TO AUD-PROGRAMA.
               MOVE "BATCH" TO AUD-OPERADOR.
               MOVE WS-CTA-ANTES TO AUD-ANTES.
               MOVE CTA-REGISTRO TO AUD-DESPUES.
               WRITE AUD-REGISTRO.
               CLOSE AUDITORIA.

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
               MOVE "PAGOS-ENT" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-CARGADAS TO RLOG-PROCESADOS.
               MOVE WS-RECHAZADAS TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM PAGOS-ENTRADA.
