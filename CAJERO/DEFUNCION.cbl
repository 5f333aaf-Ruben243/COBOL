      ******************************************************************
      * Author:
      * Date:
      * Purpose: TESTAMENTARIAS: CUANDO SE NOTIFICA EL FALLECIMIENTO
      *          DE UN CLIENTE, BACK OFFICE LO REGISTRA AQUI CON LA
      *          FECHA DE DEFUNCION. EL DNI QUEDA MARCADO COMO
      *          FALLECIDO EN CLIENTES.DAT (EL CAJERO YA NO LO ADMITE
      *          AL IDENTIFICARSE), SE CONGELAN TODAS LAS CUENTAS DE
      *          LAS QUE ES TITULAR O COTITULAR (CUENTAS.DAT Y
      *          TITULARES.DAT), SE CANCELAN SUS TARJETAS Y SE
      *          SUSPENDEN SUS ORDENES PERMANENTES, Y SE EMITE PARA
      *          LOS HEREDEROS EL CERTIFICADO NUMERADO DE SALDOS,
      *          DEPOSITOS Y PRESTAMOS A LA FECHA DE DEFUNCION
      *          (CERTIFICADO-HEREDEROS.TXT). LA LIQUIDACION POSTERIOR
      *          REPARTE EL SALDO DE LAS CUENTAS DEL CAUSANTE ENTRE
      *          LAS CUENTAS DE LOS HEREDEROS SEGUN SUS PORCENTAJES,
      *          CANCELA ESAS CUENTAS Y LIBERA LAS CUENTAS EN LAS QUE
      *          SOLO ERA COTITULAR; UNAS Y OTRAS RECUPERAN LA MARCA
      *          DE BLOQUEO QUE TENIAN ANTES DE CONGELARLAS, GUARDADA
      *          EN LA TESTAMENTARIA. TODO REGISTRO MODIFICADO DEJA SU
      *          IMAGEN ANTERIOR Y POSTERIOR EN AUDITORIA.TXT; LA
      *          TESTAMENTARIA SE CONSERVA EN TESTAMENTARIAS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFUNCION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

           SELECT CLIENTES ASSIGN TO "../CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-DNI
           ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
           FILE STATUS IS WS-STATUS-CLI.

      *    EXPEDIENTE DE CADA TESTAMENTARIA, POR DNI DEL CAUSANTE
           SELECT TESTAMENTARIAS ASSIGN TO "../TESTAMENTARIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TES-DNI
           FILE STATUS IS WS-STATUS-TES.

           SELECT TITULARES ASSIGN TO "../TITULARES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CLAVE
           FILE STATUS IS WS-STATUS-TIT.

           SELECT TARJETAS ASSIGN TO "../TARJETAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-NUMERO
           FILE STATUS IS WS-STATUS-TAR.

           SELECT ORDENES-PERMANENTES ASSIGN TO "../ORDENES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORD-ID
           FILE STATUS IS WS-STATUS-ORD.

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

           SELECT EMBARGOS ASSIGN TO "../EMBARGOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-ID
           FILE STATUS IS WS-STATUS-EMB.

      *    HISTORICO CONSOLIDADO POR CLAVE (CUENTA, FECHA, ID), DEL
      *    QUE SALE EL SALDO DE CADA CUENTA A LA FECHA DE DEFUNCION
           SELECT HISTORICO ASSIGN TO "../HISTORICO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-CLAVE
           FILE STATUS IS WS-STATUS-HIS.

           SELECT MOVIMIENTOS-IDX ASSIGN TO "../MOVIMIENTOS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOVIDX-CLAVE
           FILE STATUS IS WS-STATUS-MIX.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "../MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "../AUDITORIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEC-MOVIMIENTO ASSIGN TO "../MOVIMIENTO-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-MIX.

      *    NUMERACION CORRELATIVA DE LOS CERTIFICADOS DE LA ENTIDAD
           SELECT SEC-CERTIFICADO ASSIGN TO "../CERTIFICADO-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-CER.

           SELECT OPTIONAL CERTIFICADO-HEREDEROS
           ASSIGN TO "../CERTIFICADO-HEREDEROS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAJEROS ASSIGN TO "../TELLER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

       DATA DIVISION.
       FILE SECTION.
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

        FD CLIENTES.
         01 CLI-REGISTRO.
             02 CLI-DNI    PIC X(09).
             02 CLI-NOMBRE PIC A(11).
             02 CLI-APELLIDO PIC A(15).
             02 CLI-FECHA-NACIMIENTO.
                 03 CLI-DIA  PIC 9(02).
                 03 CLI-MES  PIC 9(02).
                 03 CLI-ANIO PIC 9(04).
             02 CLI-ACTIVO PIC X(01).
                 88 CLI-ESTA-ACTIVO VALUE "A".
                 88 CLI-DE-BAJA     VALUE "B".
                 88 CLI-FALLECIDO   VALUE "F".
             02 CLI-TIPO-DOC PIC X(01).
                 88 CLI-DOC-DNI       VALUE "D".
                 88 CLI-DOC-NIE       VALUE "N".
                 88 CLI-DOC-PASAPORTE VALUE "P".
             02 CLI-CADUCIDAD-DOC PIC 9(08).
             02 CLI-RIESGO PIC X(01).
                 88 CLI-RIESGO-BAJO  VALUE "B".
                 88 CLI-RIESGO-MEDIO VALUE "M".
                 88 CLI-RIESGO-ALTO  VALUE "A".
             02 CLI-FECHA-KYC PIC 9(08).

        FD TESTAMENTARIAS.
         01 TES-REGISTRO.
             02 TES-DNI             PIC X(09).
             02 TES-FECHA-DEFUNCION PIC 9(08).
             02 TES-FECHA-ALTA      PIC 9(08).
             02 TES-SUPERVISOR      PIC X(08).
             02 TES-ESTADO          PIC X(01).
                 88 TES-ABIERTA   VALUE "A".
                 88 TES-LIQUIDADA VALUE "L".
             02 TES-FECHA-LIQUIDACION PIC 9(08).
             02 TES-CERTIFICADO     PIC 9(08).
      *      MARCA DE BLOQUEO QUE TENIA CADA CUENTA ANTES DE LA
      *      CONGELACION, PARA DEVOLVERSELA AL LIBERARLA
             02 TES-NUM-CONGELADAS  PIC 9(02).
             02 TES-CONGELADA OCCURS 50 TIMES INDEXED BY TES-IDX-CG.
                 03 TES-CG-CUENTA   PIC 9(11).
                 03 TES-CG-BLOQUEO  PIC X(01).

        FD TITULARES.
         01 TIT-REGISTRO.
             02 TIT-CLAVE.
                 03 TIT-CUENTA PIC 9(11).
                 03 TIT-DNI    PIC X(09).
             02 TIT-ROL PIC X(01).
                 88 TIT-ES-TITULAR    VALUE "T".
                 88 TIT-ES-COTITULAR  VALUE "C".
                 88 TIT-ES-AUTORIZADO VALUE "A".
             02 TIT-ESTADO PIC X(01).
                 88 TIT-ACTIVO   VALUE "A".
                 88 TIT-DE-BAJA  VALUE "B".
             02 TIT-FECHA-ALTA PIC 9(08).

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

        FD ORDENES-PERMANENTES.
         01 ORD-REGISTRO.
             02 ORD-ID             PIC 9(05).
             02 ORD-CUENTA-ORIGEN  PIC 9(11).
             02 ORD-CUENTA-DESTINO PIC 9(11).
             02 ORD-IMPORTE        PIC S9(9)V99.
             02 ORD-FRECUENCIA     PIC X(01).
                 88 ORD-DIARIA     VALUE "D".
                 88 ORD-SEMANAL    VALUE "S".
                 88 ORD-MENSUAL    VALUE "M".
             02 ORD-PROX-FECHA     PIC 9(08).
             02 ORD-ESTADO         PIC X(01).
                 88 ORD-ACTIVA     VALUE "A".
                 88 ORD-SUSPENDIDA VALUE "P".
                 88 ORD-CANCELADA  VALUE "X".
             02 ORD-FECHA-FIN      PIC 9(08).
             02 ORD-MAX-EJECUCIONES PIC 9(03).
             02 ORD-NUM-EJECUCIONES PIC 9(03).

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

        FD SEC-MOVIMIENTO.
         01 SEC-MOVIMIENTO-REGISTRO PIC 9(08).

        FD SEC-CERTIFICADO.
         01 SEC-CERTIFICADO-REGISTRO PIC 9(08).

        FD CERTIFICADO-HEREDEROS.
         01 CER-LINEA PIC X(70).

        FD CAJEROS.
         01 CAJ-REGISTRO.
             02 CAJ-ID     PIC X(08).
             02 CAJ-NOMBRE PIC A(15).
             02 CAJ-PIN    PIC 9(04).
             02 CAJ-ROL    PIC X(01).
                 88 CAJ-ES-CAJERO     VALUE "C".
                 88 CAJ-ES-SUPERVISOR VALUE "S".
             02 CAJ-ACTIVO PIC X(01).
                 88 CAJ-ESTA-ACTIVO   VALUE "A".
                 88 CAJ-BLOQUEADO     VALUE "L".
             02 CAJ-FECHA-PIN PIC 9(08).
             02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
             02 CAJ-PIN-ANTERIOR PIC 9(04) OCCURS 3 TIMES.
             02 CAJ-EMPLEADO PIC 9(06).

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-CLI PIC X(02).
       77 WS-STATUS-TES PIC X(02).
       77 WS-STATUS-TIT PIC X(02).
       77 WS-STATUS-TAR PIC X(02).
       77 WS-STATUS-ORD PIC X(02).
       77 WS-STATUS-PRE PIC X(02).
       77 WS-STATUS-PLZ PIC X(02).
       77 WS-STATUS-EMB PIC X(02).
       77 WS-STATUS-HIS PIC X(02).
       77 WS-STATUS-MIX PIC X(02).
       77 WS-STATUS-SEC-MIX PIC X(02).
       77 WS-STATUS-SEC-CER PIC X(02).
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-OPCION PIC 9(01).
       77 WS-CONFIRMACION PIC X(01).

       77 WS-EOF PIC X(01) VALUE "N".
           88 WS-FIN-FICHERO VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

      * IDENTIFICACION DEL SUPERVISOR QUE TRAMITA LA TESTAMENTARIA
       77 WS-SUP-ID  PIC X(08).
       77 WS-SUP-PIN PIC 9(04).
       77 WS-ACCESO-OK PIC X(01) VALUE "N".
           88 WS-ACCESO-CONCEDIDO VALUE "S".

      * CAUSANTE
       77 WS-DNI-CAUSANTE PIC X(09).
       77 WS-FECHA-DEFUNCION PIC 9(08).
       77 WS-NOMBRE-CAUSANTE PIC X(27).
       77 WS-CAUSANTE-OK PIC X(01).
           88 WS-CAUSANTE-VALIDO VALUE "S".

      * CUENTAS DEL CAUSANTE: "T" LAS QUE TIENE A SU NOMBRE
      * (CTA-DNI), QUE SE LIQUIDAN A LOS HEREDEROS; "C" AQUELLAS EN
      * LAS QUE FIGURA COMO TITULAR O COTITULAR EN TITULARES.DAT,
      * QUE SOLO SE CONGELAN HASTA LA LIQUIDACION
       77 WS-NUM-CUENTAS-TES PIC 9(02) VALUE 0.
       01 WS-TABLA-CUENTAS-TES.
           05 WS-CUENTA-TES OCCURS 50 TIMES INDEXED BY WS-IDX-CT.
               10 WS-CT-NUMERO PIC 9(11).
               10 WS-CT-ROL    PIC X(01).
               10 WS-CT-MONEDA PIC X(03).
       77 WS-CUENTA-BUSCADA PIC 9(11).
       77 WS-EN-TABLA PIC X(01).
           88 WS-CUENTA-EN-TABLA VALUE "S".
       77 WS-ROL-NUEVO PIC X(01).
       77 WS-BLOQUEO-ANTERIOR PIC X(01).

      * CONTADORES DEL REGISTRO DEL FALLECIMIENTO
       77 WS-CUENTAS-CONGELADAS PIC 9(03) VALUE 0.
       77 WS-TARJETAS-CANCELADAS PIC 9(03) VALUE 0.
       77 WS-ORDENES-SUSPENDIDAS PIC 9(03) VALUE 0.

      * HEREDEROS: CUENTA DE ABONO Y PORCENTAJE ENTERO DEL CAUDAL
       77 WS-NUM-HEREDEROS PIC 9(01) VALUE 0.
       01 WS-TABLA-HEREDEROS.
           05 WS-HEREDERO OCCURS 5 TIMES INDEXED BY WS-IDX-HE.
               10 WS-HE-CUENTA     PIC 9(11).
               10 WS-HE-PORCENTAJE PIC 9(03).
               10 WS-HE-MONEDA     PIC X(03).
       77 WS-HEREDERO-NUM PIC 9(01).
       77 WS-SUMA-PORCENTAJES PIC 9(03).
       77 WS-LINEA-HEREDERO PIC 9(02).
       77 WS-HEREDEROS-OK PIC X(01).
           88 WS-HEREDEROS-VALIDOS VALUE "S".

      * REPARTO DE CADA CUENTA DEL CAUSANTE
       77 WS-SALDO-A-REPARTIR PIC S9(9)V99.
       77 WS-REPARTIDO PIC S9(9)V99.
       77 WS-CUOTA-HEREDERO PIC S9(9)V99.
       77 WS-EMBARGADO PIC S9(9)V99.
       77 WS-OBSTACULO PIC X(30).
       77 WS-CUENTAS-LIQUIDADAS PIC 9(03) VALUE 0.
       77 WS-CUENTAS-LIBERADAS  PIC 9(03) VALUE 0.
       77 WS-CUENTAS-PENDIENTES PIC 9(03) VALUE 0.
       77 WS-LINEA-RESULTADO PIC 9(02).

      * CERTIFICADO
       77 WS-NUM-CERTIFICADO PIC 9(08).
       77 WS-SALDO-A-FECHA PIC S9(9)V99.
       77 WS-ULT-FECHA-PROPIA PIC 9(08).
       77 WS-ULT-ID-PROPIO PIC 9(08).
       77 WS-TOTAL-SALDOS PIC S9(9)V99.
       77 WS-TOTAL-PLAZOS PIC S9(9)V99.
       77 WS-TOTAL-PRESTAMOS PIC S9(9)V99.
       77 WS-IMPORTE-VIS PIC -ZZZZZZZZ9.99.
       77 WS-RELACION-VIS PIC X(10).

      * DIARIOS Y PISTA DE AUDITORIA
       77 WS-AUD-ANTES PIC X(116).
       77 WS-AUD-DESPUES PIC X(116).
       77 WS-HORA-AUD  PIC 9(08).
       77 WS-FECHA-MOV PIC X(10).
       77 WS-NUEVO-MOVIMIENTO PIC 9(08).
       77 WS-CUENTA-MOV PIC 9(11).
       77 WS-DESTINO-MOV PIC 9(11).
       77 WS-IMPORTE-MOV PIC S9(9)V99.
       77 WS-SALDO-MOV PIC S9(9)V99.
       77 WS-SUCURSAL-MOV PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 00001-CONTROL-ACCESO.
            IF WS-ACCESO-CONCEDIDO
                PERFORM 00002-CARGAR-FECHA-NEGOCIO
                PERFORM 00003-ABRIR-MAESTROS
                PERFORM 00004-MENU UNTIL WS-OPCION = 4
                CLOSE CUENTAS, CLIENTES, TESTAMENTARIAS
            END-IF.
            STOP RUN.

           00001-CONTROL-ACCESO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "TESTAMENTARIAS" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               OPEN INPUT CAJEROS.
               IF WS-STATUS-CAJ NOT = "00"
                   DISPLAY "NO EXISTE EL MAESTRO DE CAJEROS" LINE 3
                   COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   DISPLAY "ID DE SUPERVISOR: " LINE 3 COLUMN 20
                   ACCEPT WS-SUP-ID LINE 3 COLUMN 40
                   DISPLAY "PIN: " LINE 4 COLUMN 20
                   ACCEPT WS-SUP-PIN LINE 4 COLUMN 40 WITH NO ECHO
                   MOVE WS-SUP-ID TO CAJ-ID
                   READ CAJEROS
                       INVALID KEY
                           DISPLAY "SUPERVISOR NO ENCONTRADO" LINE 5
                           COLUMN 20 BACKGROUND-COLOR IS 4
                       NOT INVALID KEY
                           IF CAJ-ES-SUPERVISOR AND CAJ-ESTA-ACTIVO
                               AND CAJ-PIN = WS-SUP-PIN
                               SET WS-ACCESO-CONCEDIDO TO TRUE
                           ELSE
                               DISPLAY "ACCESO DENEGADO" LINE 5
                               COLUMN 20 BACKGROUND-COLOR IS 4
                           END-IF
                   END-READ
                   CLOSE CAJEROS
               END-IF.
               IF NOT WS-ACCESO-CONCEDIDO
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               END-IF.

           00002-CARGAR-FECHA-NEGOCIO.
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

           00003-ABRIR-MAESTROS.
               OPEN I-O CUENTAS.
               OPEN I-O CLIENTES.
               OPEN I-O TESTAMENTARIAS.
               IF WS-STATUS-TES = "35"
                   OPEN OUTPUT TESTAMENTARIAS
                   CLOSE TESTAMENTARIAS
                   OPEN I-O TESTAMENTARIAS
               END-IF.

           00004-MENU.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "TESTAMENTARIAS" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               DISPLAY "1-REGISTRAR FALLECIMIENTO" LINE 3 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "2-REEMITIR CERTIFICADO DE HEREDEROS" LINE 4
               COLUMN 20 BACKGROUND-COLOR IS 5.
               DISPLAY "3-LIQUIDAR A LOS HEREDEROS" LINE 5 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "4-SALIR" LINE 6 COLUMN 20
               BACKGROUND-COLOR IS 5.
               ACCEPT WS-OPCION LINE 7 COLUMN 20.
               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 00005-REGISTRAR-FALLECIMIENTO
                   WHEN 2
                       PERFORM 00006-REEMITIR-CERTIFICADO
                   WHEN 3
                       PERFORM 00007-LIQUIDAR-TESTAMENTARIA
               END-EVALUATE.

      *        ALTA DE LA TESTAMENTARIA: MARCA EL CLIENTE, CONGELA SUS
      *        CUENTAS, CANCELA TARJETAS, SUSPENDE ORDENES Y EMITE EL
      *        CERTIFICADO A LA FECHA DE DEFUNCION
           00005-REGISTRAR-FALLECIMIENTO.
               DISPLAY "DNI DEL FALLECIDO: " LINE 9 COLUMN 20.
               ACCEPT WS-DNI-CAUSANTE LINE 9 COLUMN 45.
               DISPLAY "FECHA DE DEFUNCION (AAAAMMDD): " LINE 10
               COLUMN 20.
               ACCEPT WS-FECHA-DEFUNCION LINE 10 COLUMN 52.
               MOVE "N" TO WS-CAUSANTE-OK.
               MOVE WS-DNI-CAUSANTE TO CLI-DNI.
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "CLIENTE NO ENCONTRADO" LINE 11
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       IF CLI-FALLECIDO
                           DISPLAY "EL CLIENTE YA CONSTA COMO"
                           " FALLECIDO" LINE 11 COLUMN 20
                           BACKGROUND-COLOR IS 4
                       ELSE
                       IF WS-FECHA-DEFUNCION = 0
                           OR WS-FECHA-DEFUNCION > WS-FECHA-NEGOCIO
                           DISPLAY "FECHA DE DEFUNCION NO VALIDA"
                           LINE 11 COLUMN 20 BACKGROUND-COLOR IS 4
                       ELSE
                           SET WS-CAUSANTE-VALIDO TO TRUE
                       END-IF
                       END-IF
               END-READ.
               IF WS-CAUSANTE-VALIDO
                   PERFORM 00005A-NOMBRE-CAUSANTE
                   DISPLAY WS-NOMBRE-CAUSANTE LINE 11 COLUMN 20
                   DISPLAY "CONFIRMA EL FALLECIMIENTO? (S/N): " LINE 12
                   COLUMN 20
                   ACCEPT WS-CONFIRMACION LINE 12 COLUMN 55
                   IF WS-CONFIRMACION = "S" OR "s"
                       PERFORM 00005B-ABRIR-TESTAMENTARIA
                   ELSE
                       DISPLAY "REGISTRO CANCELADO" LINE 13 COLUMN 20
                       BACKGROUND-COLOR IS 4
                   END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00005A-NOMBRE-CAUSANTE.
               MOVE SPACES TO WS-NOMBRE-CAUSANTE.
               STRING CLI-NOMBRE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CLI-APELLIDO DELIMITED BY SIZE
                   INTO WS-NOMBRE-CAUSANTE.

           00005B-ABRIR-TESTAMENTARIA.
               MOVE CLI-REGISTRO TO WS-AUD-ANTES.
               MOVE "F" TO CLI-ACTIVO.
               REWRITE CLI-REGISTRO.
               MOVE CLI-REGISTRO TO WS-AUD-DESPUES.
               PERFORM 00019-AUDITAR.

               MOVE WS-DNI-CAUSANTE TO TES-DNI.
               MOVE WS-FECHA-DEFUNCION TO TES-FECHA-DEFUNCION.
               MOVE WS-FECHA-NEGOCIO TO TES-FECHA-ALTA.
               MOVE WS-SUP-ID TO TES-SUPERVISOR.
               MOVE "A" TO TES-ESTADO.
               MOVE 0 TO TES-FECHA-LIQUIDACION.
               MOVE 0 TO TES-CERTIFICADO.
               MOVE 0 TO TES-NUM-CONGELADAS.
               WRITE TES-REGISTRO
                   INVALID KEY
                       REWRITE TES-REGISTRO
               END-WRITE.

               PERFORM 00010-RELACIONAR-CUENTAS.
               PERFORM 00011-CONGELAR-CUENTAS.
               PERFORM 00012-CANCELAR-TARJETAS.
               PERFORM 00013-SUSPENDER-ORDENES.
               PERFORM 00014-EMITIR-CERTIFICADO.

               DISPLAY "CUENTAS CONGELADAS  : " LINE 13 COLUMN 20.
               DISPLAY WS-CUENTAS-CONGELADAS LINE 13 COLUMN 43.
               DISPLAY "TARJETAS CANCELADAS : " LINE 14 COLUMN 20.
               DISPLAY WS-TARJETAS-CANCELADAS LINE 14 COLUMN 43.
               DISPLAY "ORDENES SUSPENDIDAS : " LINE 15 COLUMN 20.
               DISPLAY WS-ORDENES-SUSPENDIDAS LINE 15 COLUMN 43.
               DISPLAY "CERTIFICADO EMITIDO NUMERO " LINE 16
               COLUMN 20 BACKGROUND-COLOR IS 2.
               DISPLAY WS-NUM-CERTIFICADO LINE 16 COLUMN 48
               BACKGROUND-COLOR IS 2.

      *        SOLO MIENTRAS LA TESTAMENTARIA ESTA ABIERTA: UNA VEZ
      *        LIQUIDADA, LAS CUENTAS YA NO ESTAN A NOMBRE DEL CAUSANTE
           00006-REEMITIR-CERTIFICADO.
               DISPLAY "DNI DEL FALLECIDO: " LINE 9 COLUMN 20.
               ACCEPT WS-DNI-CAUSANTE LINE 9 COLUMN 45.
               PERFORM 00008-LOCALIZAR-TESTAMENTARIA.
               IF WS-CAUSANTE-VALIDO
                   PERFORM 00010-RELACIONAR-CUENTAS
                   PERFORM 00014-EMITIR-CERTIFICADO
                   DISPLAY "CERTIFICADO EMITIDO NUMERO " LINE 11
                   COLUMN 20 BACKGROUND-COLOR IS 2
                   DISPLAY WS-NUM-CERTIFICADO LINE 11 COLUMN 48
                   BACKGROUND-COLOR IS 2
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        LIQUIDACION: EL SALDO DE CADA CUENTA A NOMBRE DEL
      *        CAUSANTE SE TRANSFIERE A LOS HEREDEROS Y LA CUENTA SE
      *        CANCELA; LAS CUENTAS AJENAS EN LAS QUE SOLO ERA
      *        COTITULAR SE LIBERAN DANDOLE DE BAJA EN TITULARES. LAS
      *        CUENTAS CON OBSTACULOS (SALDO DEUDOR, CHEQUES PENDIENTES,
      *        EMBARGO, PRESTAMO O PLAZO VIGENTE) SIGUEN CONGELADAS Y
      *        LA TESTAMENTARIA QUEDA ABIERTA PARA REPETIR EL PROCESO
           00007-LIQUIDAR-TESTAMENTARIA.
               DISPLAY "DNI DEL FALLECIDO: " LINE 9 COLUMN 20.
               ACCEPT WS-DNI-CAUSANTE LINE 9 COLUMN 45.
               PERFORM 00008-LOCALIZAR-TESTAMENTARIA.
               IF WS-CAUSANTE-VALIDO
                   PERFORM 00010-RELACIONAR-CUENTAS
                   PERFORM 00007A-PEDIR-HEREDEROS
               END-IF.
               IF WS-CAUSANTE-VALIDO AND WS-HEREDEROS-VALIDOS
                   DISPLAY "CONFIRMA LA LIQUIDACION? (S/N): " LINE 17
                   COLUMN 20
                   ACCEPT WS-CONFIRMACION LINE 17 COLUMN 53
                   IF WS-CONFIRMACION = "S" OR "s"
                       PERFORM 00007E-LIQUIDAR-CUENTAS
                   ELSE
                       DISPLAY "LIQUIDACION CANCELADA" LINE 18
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00007A-PEDIR-HEREDEROS.
               MOVE "N" TO WS-HEREDEROS-OK.
               DISPLAY "NUMERO DE HEREDEROS (1-5): " LINE 10
               COLUMN 20.
               ACCEPT WS-NUM-HEREDEROS LINE 10 COLUMN 48.
               IF WS-NUM-HEREDEROS < 1 OR WS-NUM-HEREDEROS > 5
                   DISPLAY "NUMERO DE HEREDEROS NO VALIDO" LINE 17
                   COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   SET WS-HEREDEROS-VALIDOS TO TRUE
                   MOVE 0 TO WS-SUMA-PORCENTAJES
                   MOVE 10 TO WS-LINEA-HEREDERO
                   PERFORM 00007B-PEDIR-UN-HEREDERO
                       VARYING WS-IDX-HE FROM 1 BY 1
                       UNTIL WS-IDX-HE > WS-NUM-HEREDEROS
                       OR NOT WS-HEREDEROS-VALIDOS
                   IF WS-HEREDEROS-VALIDOS
                       AND WS-SUMA-PORCENTAJES NOT = 100
                       MOVE "N" TO WS-HEREDEROS-OK
                       DISPLAY "LOS PORCENTAJES NO SUMAN 100" LINE 17
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   END-IF
               END-IF.

           00007B-PEDIR-UN-HEREDERO.
               ADD 1 TO WS-LINEA-HEREDERO.
               SET WS-HEREDERO-NUM TO WS-IDX-HE.
               DISPLAY "HEREDERO " LINE WS-LINEA-HEREDERO COLUMN 20.
               DISPLAY WS-HEREDERO-NUM LINE WS-LINEA-HEREDERO
               COLUMN 29.
               DISPLAY "CUENTA: " LINE WS-LINEA-HEREDERO COLUMN 31.
               ACCEPT WS-HE-CUENTA (WS-IDX-HE) LINE WS-LINEA-HEREDERO
               COLUMN 39.
               DISPLAY "%: " LINE WS-LINEA-HEREDERO COLUMN 52.
               ACCEPT WS-HE-PORCENTAJE (WS-IDX-HE)
               LINE WS-LINEA-HEREDERO COLUMN 55.
               PERFORM 00007C-VALIDAR-HEREDERO.

      *        LA CUENTA DEL HEREDERO DEBE EXISTIR, ESTAR VIVA Y NO SER
      *        NINGUNA DE LAS CUENTAS CONGELADAS DE LA TESTAMENTARIA
           00007C-VALIDAR-HEREDERO.
               MOVE WS-HE-CUENTA (WS-IDX-HE) TO WS-CUENTA-BUSCADA.
               PERFORM 00010E-BUSCAR-EN-TABLA.
               MOVE WS-CUENTA-BUSCADA TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       MOVE "N" TO WS-HEREDEROS-OK
                       DISPLAY "CUENTA DEL HEREDERO NO ENCONTRADA"
                       LINE 17 COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       IF CTA-ESTA-CERRADA OR CTA-CONGELADA
                           OR WS-CUENTA-EN-TABLA
                           MOVE "N" TO WS-HEREDEROS-OK
                           DISPLAY "LA CUENTA DEL HEREDERO NO PUEDE"
                           " RECIBIR EL ABONO" LINE 17 COLUMN 20
                           BACKGROUND-COLOR IS 4
                       ELSE
                           MOVE CTA-MONEDA
                               TO WS-HE-MONEDA (WS-IDX-HE)
                           ADD WS-HE-PORCENTAJE (WS-IDX-HE)
                               TO WS-SUMA-PORCENTAJES
                       END-IF
               END-READ.

           00007E-LIQUIDAR-CUENTAS.
               MOVE 0 TO WS-CUENTAS-LIQUIDADAS.
               MOVE 0 TO WS-CUENTAS-LIBERADAS.
               MOVE 0 TO WS-CUENTAS-PENDIENTES.
               MOVE 18 TO WS-LINEA-RESULTADO.
               PERFORM 00007F-LIQUIDAR-UNA-CUENTA
                   VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-NUM-CUENTAS-TES.
               IF WS-CUENTAS-PENDIENTES = 0
                   MOVE "L" TO TES-ESTADO
                   MOVE WS-FECHA-NEGOCIO TO TES-FECHA-LIQUIDACION
                   REWRITE TES-REGISTRO
                   DISPLAY "TESTAMENTARIA LIQUIDADA: " LINE 23
                   COLUMN 20 BACKGROUND-COLOR IS 2
                   DISPLAY WS-CUENTAS-LIQUIDADAS LINE 23 COLUMN 46
                   BACKGROUND-COLOR IS 2
                   DISPLAY "CANCELADAS" LINE 23 COLUMN 50
                   BACKGROUND-COLOR IS 2
                   DISPLAY WS-CUENTAS-LIBERADAS LINE 23 COLUMN 61
                   BACKGROUND-COLOR IS 2
                   DISPLAY "LIBERADAS" LINE 23 COLUMN 65
                   BACKGROUND-COLOR IS 2
               ELSE
                   DISPLAY "CUENTAS PENDIENTES: " LINE 23 COLUMN 20
                   BACKGROUND-COLOR IS 3
                   DISPLAY WS-CUENTAS-PENDIENTES LINE 23 COLUMN 40
                   BACKGROUND-COLOR IS 3
                   DISPLAY "LA TESTAMENTARIA SIGUE ABIERTA" LINE 23
                   COLUMN 44 BACKGROUND-COLOR IS 3
               END-IF.

           00007F-LIQUIDAR-UNA-CUENTA.
               IF WS-CT-ROL (WS-IDX-CT) = "C"
                   PERFORM 00007G-LIBERAR-COTITULARIDAD
               ELSE
                   MOVE WS-CT-NUMERO (WS-IDX-CT) TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY
                           MOVE "CUENTA NO ENCONTRADA" TO WS-OBSTACULO
                       NOT INVALID KEY
                           PERFORM 00015-COMPROBAR-OBSTACULOS
                   END-READ
                   IF WS-OBSTACULO = SPACES
                       MOVE CTA-SALDO TO WS-SALDO-A-REPARTIR
                       MOVE 0 TO WS-REPARTIDO
                       PERFORM 00007H-PAGAR-A-HEREDERO
                           VARYING WS-IDX-HE FROM 1 BY 1
                           UNTIL WS-IDX-HE > WS-NUM-HEREDEROS
                       PERFORM 00007I-CANCELAR-CUENTA-CAUSANTE
                       ADD 1 TO WS-CUENTAS-LIQUIDADAS
                   ELSE
                       ADD 1 TO WS-CUENTAS-PENDIENTES
                       IF WS-LINEA-RESULTADO < 23
                           DISPLAY WS-CT-NUMERO (WS-IDX-CT)
                           LINE WS-LINEA-RESULTADO COLUMN 20
                           BACKGROUND-COLOR IS 3
                           DISPLAY WS-OBSTACULO
                           LINE WS-LINEA-RESULTADO COLUMN 33
                           BACKGROUND-COLOR IS 3
                           ADD 1 TO WS-LINEA-RESULTADO
                       END-IF
                   END-IF
               END-IF.

      *        EL CAUSANTE ERA COTITULAR DE UNA CUENTA AJENA: SE LE DA
      *        DE BAJA EN TITULARES Y LA CUENTA VUELVE A OPERAR PARA
      *        LOS DEMAS TITULARES
           00007G-LIBERAR-COTITULARIDAD.
               OPEN I-O TITULARES.
               IF WS-STATUS-TIT = "00"
                   MOVE WS-CT-NUMERO (WS-IDX-CT) TO TIT-CUENTA
                   MOVE WS-DNI-CAUSANTE TO TIT-DNI
                   READ TITULARES
                       NOT INVALID KEY
                           MOVE TIT-REGISTRO TO WS-AUD-ANTES
                           MOVE "B" TO TIT-ESTADO
                           REWRITE TIT-REGISTRO
                           MOVE TIT-REGISTRO TO WS-AUD-DESPUES
                           PERFORM 00019-AUDITAR
                   END-READ
                   CLOSE TITULARES
               END-IF.
               MOVE WS-CT-NUMERO (WS-IDX-CT) TO CTA-NUMERO.
               READ CUENTAS
                   NOT INVALID KEY
                       IF CTA-CONGELADA
                           MOVE CTA-REGISTRO TO WS-AUD-ANTES
                           PERFORM 00011B-BLOQUEO-ANTERIOR
                           MOVE WS-BLOQUEO-ANTERIOR TO CTA-BLOQUEADA
                           REWRITE CTA-REGISTRO
                           MOVE CTA-REGISTRO TO WS-AUD-DESPUES
                           PERFORM 00019-AUDITAR
                       END-IF
               END-READ.
               ADD 1 TO WS-CUENTAS-LIBERADAS.

      *        CUOTA DEL HEREDERO SOBRE EL SALDO DE LA CUENTA; EL
      *        ULTIMO RECIBE EL RESTO PARA QUE NO QUEDEN CENTIMOS
           00007H-PAGAR-A-HEREDERO.
               IF WS-IDX-HE = WS-NUM-HEREDEROS
                   COMPUTE WS-CUOTA-HEREDERO =
                       WS-SALDO-A-REPARTIR - WS-REPARTIDO
               ELSE
                   COMPUTE WS-CUOTA-HEREDERO ROUNDED =
                       WS-SALDO-A-REPARTIR
                       * WS-HE-PORCENTAJE (WS-IDX-HE) / 100
               END-IF.
               ADD WS-CUOTA-HEREDERO TO WS-REPARTIDO.
               IF WS-CUOTA-HEREDERO > 0
                   MOVE WS-CT-NUMERO (WS-IDX-CT) TO CTA-NUMERO
                   READ CUENTAS
                   MOVE CTA-REGISTRO TO WS-AUD-ANTES
                   SUBTRACT WS-CUOTA-HEREDERO FROM CTA-SALDO
                   REWRITE CTA-REGISTRO
                   MOVE CTA-REGISTRO TO WS-AUD-DESPUES
                   PERFORM 00019-AUDITAR
                   MOVE CTA-NUMERO TO WS-CUENTA-MOV
                   MOVE WS-HE-CUENTA (WS-IDX-HE) TO WS-DESTINO-MOV
                   MOVE WS-CUOTA-HEREDERO TO WS-IMPORTE-MOV
                   MOVE CTA-SALDO TO WS-SALDO-MOV
                   MOVE CTA-SUCURSAL TO WS-SUCURSAL-MOV
                   PERFORM 00016-REGISTRAR-MOVIMIENTO
                   MOVE WS-HE-CUENTA (WS-IDX-HE) TO CTA-NUMERO
                   READ CUENTAS
                   MOVE CTA-REGISTRO TO WS-AUD-ANTES
                   ADD WS-CUOTA-HEREDERO TO CTA-SALDO
                   REWRITE CTA-REGISTRO
                   MOVE CTA-REGISTRO TO WS-AUD-DESPUES
                   PERFORM 00019-AUDITAR
               END-IF.

           00007I-CANCELAR-CUENTA-CAUSANTE.
               MOVE WS-CT-NUMERO (WS-IDX-CT) TO CTA-NUMERO.
               READ CUENTAS.
               MOVE CTA-REGISTRO TO WS-AUD-ANTES.
               MOVE "C" TO CTA-ESTADO.
               PERFORM 00011B-BLOQUEO-ANTERIOR.
               MOVE WS-BLOQUEO-ANTERIOR TO CTA-BLOQUEADA.
               REWRITE CTA-REGISTRO.
               MOVE CTA-REGISTRO TO WS-AUD-DESPUES.
               PERFORM 00019-AUDITAR.

           00008-LOCALIZAR-TESTAMENTARIA.
               MOVE "N" TO WS-CAUSANTE-OK.
               MOVE WS-DNI-CAUSANTE TO TES-DNI.
               READ TESTAMENTARIAS
                   INVALID KEY
                       DISPLAY "NO HAY TESTAMENTARIA PARA ESE DNI"
                       LINE 10 COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       IF TES-LIQUIDADA
                           DISPLAY "LA TESTAMENTARIA YA ESTA"
                           " LIQUIDADA" LINE 10 COLUMN 20
                           BACKGROUND-COLOR IS 4
                       ELSE
                           SET WS-CAUSANTE-VALIDO TO TRUE
                           MOVE TES-FECHA-DEFUNCION
                               TO WS-FECHA-DEFUNCION
                       END-IF
               END-READ.
               IF WS-CAUSANTE-VALIDO
                   MOVE WS-DNI-CAUSANTE TO CLI-DNI
                   READ CLIENTES
                       INVALID KEY
                           MOVE SPACES TO WS-NOMBRE-CAUSANTE
                       NOT INVALID KEY
                           PERFORM 00005A-NOMBRE-CAUSANTE
                   END-READ
               END-IF.

      *        CUENTAS VIVAS A NOMBRE DEL CAUSANTE Y CUENTAS EN LAS
      *        QUE FIGURA ACTIVO COMO TITULAR O COTITULAR
           00010-RELACIONAR-CUENTAS.
               MOVE 0 TO WS-NUM-CUENTAS-TES.
               MOVE "N" TO WS-EOF.
               MOVE 0 TO CTA-NUMERO.
               START CUENTAS KEY IS NOT LESS THAN CTA-NUMERO
                   INVALID KEY SET WS-FIN-FICHERO TO TRUE
               END-START.
               PERFORM 00010A-LEER-CUENTA.
               PERFORM 00010B-EXAMINAR-CUENTA UNTIL WS-FIN-FICHERO.
               OPEN INPUT TITULARES.
               IF WS-STATUS-TIT = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00010C-LEER-TITULAR
                   PERFORM 00010D-EXAMINAR-TITULAR
                       UNTIL WS-FIN-FICHERO
                   CLOSE TITULARES
               END-IF.

           00010A-LEER-CUENTA.
               IF NOT WS-FIN-FICHERO
                   READ CUENTAS NEXT RECORD
                       AT END SET WS-FIN-FICHERO TO TRUE
                   END-READ
               END-IF.

           00010B-EXAMINAR-CUENTA.
               IF CTA-DNI = WS-DNI-CAUSANTE AND NOT CTA-ESTA-CERRADA
                   MOVE "T" TO WS-ROL-NUEVO
                   PERFORM 00010F-ANOTAR-CUENTA
               END-IF.
               PERFORM 00010A-LEER-CUENTA.

           00010C-LEER-TITULAR.
               READ TITULARES NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00010D-EXAMINAR-TITULAR.
               IF TIT-DNI = WS-DNI-CAUSANTE AND TIT-ACTIVO
                   AND (TIT-ES-TITULAR OR TIT-ES-COTITULAR)
                   MOVE TIT-CUENTA TO WS-CUENTA-BUSCADA
                   PERFORM 00010E-BUSCAR-EN-TABLA
                   IF NOT WS-CUENTA-EN-TABLA
                       MOVE TIT-CUENTA TO CTA-NUMERO
                       READ CUENTAS
                           NOT INVALID KEY
                               IF NOT CTA-ESTA-CERRADA
                                   MOVE "C" TO WS-ROL-NUEVO
                                   PERFORM 00010F-ANOTAR-CUENTA
                               END-IF
                       END-READ
                   END-IF
               END-IF.
               PERFORM 00010C-LEER-TITULAR.

           00010E-BUSCAR-EN-TABLA.
               MOVE "N" TO WS-EN-TABLA.
               IF WS-NUM-CUENTAS-TES > 0
                   SET WS-IDX-CT TO 1
                   SEARCH WS-CUENTA-TES
                       AT END CONTINUE
                       WHEN WS-IDX-CT > WS-NUM-CUENTAS-TES
                           CONTINUE
                       WHEN WS-CT-NUMERO (WS-IDX-CT)
                           = WS-CUENTA-BUSCADA
                           SET WS-CUENTA-EN-TABLA TO TRUE
                   END-SEARCH
               END-IF.

           00010F-ANOTAR-CUENTA.
               IF WS-NUM-CUENTAS-TES < 50
                   ADD 1 TO WS-NUM-CUENTAS-TES
                   SET WS-IDX-CT TO WS-NUM-CUENTAS-TES
                   MOVE CTA-NUMERO TO WS-CT-NUMERO (WS-IDX-CT)
                   MOVE WS-ROL-NUEVO TO WS-CT-ROL (WS-IDX-CT)
                   MOVE CTA-MONEDA TO WS-CT-MONEDA (WS-IDX-CT)
               END-IF.

           00011-CONGELAR-CUENTAS.
               MOVE 0 TO WS-CUENTAS-CONGELADAS.
               PERFORM 00011A-CONGELAR-UNA
                   VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-NUM-CUENTAS-TES.
               REWRITE TES-REGISTRO.

      *        LA MARCA QUE TENIA LA CUENTA ("B" BLOQUEADA, "R" PIN
      *        REEMITIDO, "F" CONGELADA POR OTRO CAUSANTE...) QUEDA
      *        GUARDADA EN LA TESTAMENTARIA ANTES DE CONGELARLA
           00011A-CONGELAR-UNA.
               MOVE WS-CT-NUMERO (WS-IDX-CT) TO CTA-NUMERO.
               READ CUENTAS
                   NOT INVALID KEY
                       MOVE CTA-REGISTRO TO WS-AUD-ANTES
                       ADD 1 TO TES-NUM-CONGELADAS
                       SET TES-IDX-CG TO TES-NUM-CONGELADAS
                       MOVE CTA-NUMERO TO TES-CG-CUENTA (TES-IDX-CG)
                       MOVE CTA-BLOQUEADA
                           TO TES-CG-BLOQUEO (TES-IDX-CG)
                       MOVE "F" TO CTA-BLOQUEADA
                       REWRITE CTA-REGISTRO
                       MOVE CTA-REGISTRO TO WS-AUD-DESPUES
                       PERFORM 00019-AUDITAR
                       ADD 1 TO WS-CUENTAS-CONGELADAS
               END-READ.

      *        MARCA QUE SE DEVUELVE A LA CUENTA AL LIBERARLA O
      *        CANCELARLA: LA GUARDADA AL CONGELAR O, SI NO CONSTA
      *        (TESTAMENTARIAS ANTIGUAS), NINGUNA
           00011B-BLOQUEO-ANTERIOR.
               MOVE "N" TO WS-BLOQUEO-ANTERIOR.
               IF TES-NUM-CONGELADAS IS NUMERIC
                   AND TES-NUM-CONGELADAS > 0
                   SET TES-IDX-CG TO 1
                   SEARCH TES-CONGELADA
                       AT END CONTINUE
                       WHEN TES-IDX-CG > TES-NUM-CONGELADAS
                           CONTINUE
                       WHEN TES-CG-CUENTA (TES-IDX-CG) = CTA-NUMERO
                           MOVE TES-CG-BLOQUEO (TES-IDX-CG)
                               TO WS-BLOQUEO-ANTERIOR
                   END-SEARCH
               END-IF.

      *        LAS TARJETAS DE LAS CUENTAS CONGELADAS SE CANCELAN (NO
      *        SOLO SE BLOQUEAN) PARA QUE NO PUEDAN REACTIVARSE
           00012-CANCELAR-TARJETAS.
               MOVE 0 TO WS-TARJETAS-CANCELADAS.
               OPEN I-O TARJETAS.
               IF WS-STATUS-TAR = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00012A-LEER-TARJETA
                   PERFORM 00012B-EXAMINAR-TARJETA
                       UNTIL WS-FIN-FICHERO
                   CLOSE TARJETAS
               END-IF.

           00012A-LEER-TARJETA.
               READ TARJETAS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00012B-EXAMINAR-TARJETA.
               IF NOT TAR-CADUCADA
                   MOVE TAR-CUENTA TO WS-CUENTA-BUSCADA
                   PERFORM 00010E-BUSCAR-EN-TABLA
                   IF WS-CUENTA-EN-TABLA
                       MOVE TAR-REGISTRO TO WS-AUD-ANTES
                       MOVE "X" TO TAR-ESTADO
                       REWRITE TAR-REGISTRO
                       MOVE TAR-REGISTRO TO WS-AUD-DESPUES
                       PERFORM 00019-AUDITAR
                       ADD 1 TO WS-TARJETAS-CANCELADAS
                   END-IF
               END-IF.
               PERFORM 00012A-LEER-TARJETA.

           00013-SUSPENDER-ORDENES.
               MOVE 0 TO WS-ORDENES-SUSPENDIDAS.
               OPEN I-O ORDENES-PERMANENTES.
               IF WS-STATUS-ORD = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00013A-LEER-ORDEN
                   PERFORM 00013B-EXAMINAR-ORDEN
                       UNTIL WS-FIN-FICHERO
                   CLOSE ORDENES-PERMANENTES
               END-IF.

           00013A-LEER-ORDEN.
               READ ORDENES-PERMANENTES NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00013B-EXAMINAR-ORDEN.
               IF ORD-ACTIVA
                   MOVE ORD-CUENTA-ORIGEN TO WS-CUENTA-BUSCADA
                   PERFORM 00010E-BUSCAR-EN-TABLA
                   IF WS-CUENTA-EN-TABLA
                       MOVE ORD-REGISTRO TO WS-AUD-ANTES
                       MOVE "P" TO ORD-ESTADO
                       REWRITE ORD-REGISTRO
                       MOVE ORD-REGISTRO TO WS-AUD-DESPUES
                       PERFORM 00019-AUDITAR
                       ADD 1 TO WS-ORDENES-SUSPENDIDAS
                   END-IF
               END-IF.
               PERFORM 00013A-LEER-ORDEN.

      *        CERTIFICADO NUMERADO DE POSICIONES A LA FECHA DE
      *        DEFUNCION: SALDO DE CADA CUENTA AL CIERRE DE ESE DIA,
      *        DEPOSITOS A PLAZO VIVOS ESE DIA Y PRESTAMOS PENDIENTES
           00014-EMITIR-CERTIFICADO.
               PERFORM 00020-SIGUIENTE-NUM-CERTIFICADO.
               MOVE WS-NUM-CERTIFICADO TO TES-CERTIFICADO.
               REWRITE TES-REGISTRO.
               MOVE 0 TO WS-TOTAL-SALDOS.
               MOVE 0 TO WS-TOTAL-PLAZOS.
               MOVE 0 TO WS-TOTAL-PRESTAMOS.
               OPEN EXTEND CERTIFICADO-HEREDEROS.
               PERFORM 00014A-CABECERA-CERTIFICADO.
               OPEN INPUT HISTORICO.
               PERFORM 00014B-LINEA-CUENTA
                   VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-NUM-CUENTAS-TES.
               IF WS-STATUS-HIS = "00"
                   CLOSE HISTORICO
               END-IF.
               MOVE WS-TOTAL-SALDOS TO WS-IMPORTE-VIS.
               MOVE SPACES TO CER-LINEA.
               STRING "  TOTAL CUENTAS" "                    "
                   WS-IMPORTE-VIS DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.
               PERFORM 00014C-SECCION-PLAZOS.
               PERFORM 00014E-SECCION-PRESTAMOS.
               PERFORM 00014G-PIE-CERTIFICADO.
               CLOSE CERTIFICADO-HEREDEROS.

           00014A-CABECERA-CERTIFICADO.
               MOVE "CERTIFICADO DE POSICIONES A FECHA DE DEFUNCION"
                   TO CER-LINEA.
               WRITE CER-LINEA.
               MOVE SPACES TO CER-LINEA.
               STRING "CERTIFICADO NUMERO: " WS-NUM-CERTIFICADO
                   DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.
               MOVE SPACES TO CER-LINEA.
               STRING "CAUSANTE: " WS-NOMBRE-CAUSANTE
                   "  DNI: " WS-DNI-CAUSANTE
                   DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.
               MOVE SPACES TO CER-LINEA.
               STRING "FECHA DE DEFUNCION: " WS-FECHA-DEFUNCION
                   DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.
               MOVE SPACES TO CER-LINEA.
               WRITE CER-LINEA.
               MOVE "CUENTAS A LA VISTA" TO CER-LINEA.
               WRITE CER-LINEA.
               MOVE "  CUENTA      MONEDA RELACION    SALDO A LA FECHA"
                   TO CER-LINEA.
               WRITE CER-LINEA.

           00014B-LINEA-CUENTA.
               MOVE WS-CT-NUMERO (WS-IDX-CT) TO WS-CUENTA-BUSCADA.
               PERFORM 00017-SALDO-A-FECHA.
               ADD WS-SALDO-A-FECHA TO WS-TOTAL-SALDOS.
               MOVE WS-SALDO-A-FECHA TO WS-IMPORTE-VIS.
               IF WS-CT-ROL (WS-IDX-CT) = "T"
                   MOVE "TITULAR" TO WS-RELACION-VIS
               ELSE
                   MOVE "COTITULAR" TO WS-RELACION-VIS
               END-IF.
               MOVE SPACES TO CER-LINEA.
               STRING "  " WS-CT-NUMERO (WS-IDX-CT) " "
                   WS-CT-MONEDA (WS-IDX-CT) "    "
                   WS-RELACION-VIS " " WS-IMPORTE-VIS
                   DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.

           00014C-SECCION-PLAZOS.
               MOVE SPACES TO CER-LINEA.
               WRITE CER-LINEA.
               MOVE "DEPOSITOS A PLAZO" TO CER-LINEA.
               WRITE CER-LINEA.
               OPEN INPUT PLAZOS.
               IF WS-STATUS-PLZ = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00014D-LEER-PLAZO
                   PERFORM 00014H-EXAMINAR-PLAZO UNTIL WS-FIN-FICHERO
                   CLOSE PLAZOS
               END-IF.
               MOVE WS-TOTAL-PLAZOS TO WS-IMPORTE-VIS.
               MOVE SPACES TO CER-LINEA.
               STRING "  TOTAL DEPOSITOS" "                  "
                   WS-IMPORTE-VIS DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.

           00014D-LEER-PLAZO.
               READ PLAZOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

      *        VIVO A LA FECHA: ABIERTO ANTES Y O SIGUE VIGENTE O
      *        VENCIO DESPUES DE LA DEFUNCION
           00014H-EXAMINAR-PLAZO.
               MOVE PLZ-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM 00010E-BUSCAR-EN-TABLA.
               IF (PLZ-DNI = WS-DNI-CAUSANTE OR WS-CUENTA-EN-TABLA)
                   AND PLZ-FECHA-APERTURA NOT > WS-FECHA-DEFUNCION
                   AND (PLZ-VIGENTE OR (PLZ-LIQUIDADO AND
                       PLZ-FECHA-VENCIMIENTO > WS-FECHA-DEFUNCION))
                   ADD PLZ-CAPITAL TO WS-TOTAL-PLAZOS
                   MOVE PLZ-CAPITAL TO WS-IMPORTE-VIS
                   MOVE SPACES TO CER-LINEA
                   STRING "  " PLZ-ID " CTA " PLZ-CUENTA
                       " VTO " PLZ-FECHA-VENCIMIENTO " "
                       WS-IMPORTE-VIS
                       DELIMITED BY SIZE INTO CER-LINEA
                   WRITE CER-LINEA
               END-IF.
               PERFORM 00014D-LEER-PLAZO.

           00014E-SECCION-PRESTAMOS.
               MOVE SPACES TO CER-LINEA.
               WRITE CER-LINEA.
               MOVE "PRESTAMOS (CAPITAL PENDIENTE)" TO CER-LINEA.
               WRITE CER-LINEA.
               OPEN INPUT PRESTAMOS.
               IF WS-STATUS-PRE = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00014F-LEER-PRESTAMO
                   PERFORM 00014I-EXAMINAR-PRESTAMO
                       UNTIL WS-FIN-FICHERO
                   CLOSE PRESTAMOS
               END-IF.
               MOVE WS-TOTAL-PRESTAMOS TO WS-IMPORTE-VIS.
               MOVE SPACES TO CER-LINEA.
               STRING "  TOTAL PRESTAMOS" "                  "
                   WS-IMPORTE-VIS DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.

           00014F-LEER-PRESTAMO.
               READ PRESTAMOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00014I-EXAMINAR-PRESTAMO.
               MOVE PRE-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM 00010E-BUSCAR-EN-TABLA.
               IF (PRE-DNI = WS-DNI-CAUSANTE OR WS-CUENTA-EN-TABLA)
                   AND PRE-FECHA-ALTA NOT > WS-FECHA-DEFUNCION
                   AND PRE-VIGENTE
                   ADD PRE-PENDIENTE TO WS-TOTAL-PRESTAMOS
                   MOVE PRE-PENDIENTE TO WS-IMPORTE-VIS
                   MOVE SPACES TO CER-LINEA
                   STRING "  " PRE-ID " CTA " PRE-CUENTA
                       " ALTA " PRE-FECHA-ALTA " "
                       WS-IMPORTE-VIS
                       DELIMITED BY SIZE INTO CER-LINEA
                   WRITE CER-LINEA
               END-IF.
               PERFORM 00014F-LEER-PRESTAMO.

           00014G-PIE-CERTIFICADO.
               MOVE SPACES TO CER-LINEA.
               WRITE CER-LINEA.
               MOVE SPACES TO CER-LINEA.
               STRING "EXPEDIDO CON FECHA " WS-FECHA-NEGOCIO
                   " POR " WS-SUP-ID
                   DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.
               MOVE ALL "-" TO CER-LINEA.
               WRITE CER-LINEA.

      *        OBSTACULOS QUE IMPIDEN LIQUIDAR Y CANCELAR LA CUENTA DEL
      *        CAUSANTE RECIEN LEIDA EN CTA-REGISTRO
           00015-COMPROBAR-OBSTACULOS.
               MOVE SPACES TO WS-OBSTACULO.
               MOVE CTA-NUMERO TO WS-CUENTA-BUSCADA.
               PERFORM 00015A-CALCULAR-EMBARGADO.
               EVALUATE TRUE
                   WHEN CTA-SALDO < 0
                       MOVE "SALDO DEUDOR" TO WS-OBSTACULO
                   WHEN CTA-SALDO-PENDIENTE NOT = 0
                       MOVE "CHEQUES PENDIENTES DE COMPENSAR"
                           TO WS-OBSTACULO
                   WHEN WS-EMBARGADO > 0
                       MOVE "EMBARGO VIGENTE" TO WS-OBSTACULO
               END-EVALUATE.
               IF WS-OBSTACULO = SPACES
                   PERFORM 00015D-COMPROBAR-PRESTAMOS
               END-IF.
               IF WS-OBSTACULO = SPACES
                   PERFORM 00015G-COMPROBAR-PLAZOS
               END-IF.
               IF WS-OBSTACULO = SPACES
                   PERFORM 00015J-COMPROBAR-MONEDA
                       VARYING WS-IDX-HE FROM 1 BY 1
                       UNTIL WS-IDX-HE > WS-NUM-HEREDEROS
               END-IF.

           00015A-CALCULAR-EMBARGADO.
               MOVE 0 TO WS-EMBARGADO.
               OPEN INPUT EMBARGOS.
               IF WS-STATUS-EMB = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00015B-LEER-EMBARGO
                   PERFORM 00015C-SUMAR-EMBARGO UNTIL WS-FIN-FICHERO
                   CLOSE EMBARGOS
               END-IF.

           00015B-LEER-EMBARGO.
               READ EMBARGOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00015C-SUMAR-EMBARGO.
               IF EMB-VIGENTE AND EMB-CUENTA = WS-CUENTA-BUSCADA
                   ADD EMB-IMPORTE TO WS-EMBARGADO
               END-IF.
               PERFORM 00015B-LEER-EMBARGO.

           00015D-COMPROBAR-PRESTAMOS.
               OPEN INPUT PRESTAMOS.
               IF WS-STATUS-PRE = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00015E-LEER-PRESTAMO
                   PERFORM 00015F-EXAMINAR-PRESTAMO
                       UNTIL WS-FIN-FICHERO
                   CLOSE PRESTAMOS
               END-IF.

           00015E-LEER-PRESTAMO.
               READ PRESTAMOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00015F-EXAMINAR-PRESTAMO.
               IF PRE-VIGENTE AND PRE-CUENTA = WS-CUENTA-BUSCADA
                   MOVE "PRESTAMO VIGENTE" TO WS-OBSTACULO
               END-IF.
               PERFORM 00015E-LEER-PRESTAMO.

           00015G-COMPROBAR-PLAZOS.
               OPEN INPUT PLAZOS.
               IF WS-STATUS-PLZ = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00015H-LEER-PLAZO
                   PERFORM 00015I-EXAMINAR-PLAZO UNTIL WS-FIN-FICHERO
                   CLOSE PLAZOS
               END-IF.

           00015H-LEER-PLAZO.
               READ PLAZOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00015I-EXAMINAR-PLAZO.
               IF PLZ-VIGENTE AND PLZ-CUENTA = WS-CUENTA-BUSCADA
                   MOVE "DEPOSITO A PLAZO VIGENTE" TO WS-OBSTACULO
               END-IF.
               PERFORM 00015H-LEER-PLAZO.

           00015J-COMPROBAR-MONEDA.
               IF WS-HE-MONEDA (WS-IDX-HE) NOT = CTA-MONEDA
                   MOVE "MONEDA DISTINTA DE LA DEL HEREDERO"
                       TO WS-OBSTACULO
               END-IF.

           00016-REGISTRAR-MOVIMIENTO.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               STRING WS-DIA-SIS "/" WS-MES-SIS "/" WS-ANIO-SIS
                   DELIMITED BY SIZE INTO WS-FECHA-MOV.
               OPEN EXTEND MOVIMIENTOS.
               MOVE WS-FECHA-MOV TO MOV-FECHA.
               MOVE WS-CUENTA-MOV TO MOV-CUENTA.
               MOVE "TRANSFER"   TO MOV-TIPO.
               MOVE WS-IMPORTE-MOV TO MOV-IMPORTE.
               MOVE WS-SALDO-MOV TO MOV-SALDO.
               MOVE WS-DESTINO-MOV TO MOV-CUENTA-DESTINO.
               MOVE "BACKOFF"    TO MOV-CAJERO.
               MOVE WS-SUP-ID    TO MOV-SUPERVISOR.
               MOVE SPACE        TO MOV-PRACTICAS.
               MOVE WS-SUCURSAL-MOV TO MOV-SUCURSAL.
               MOVE WS-FECHA-NEGOCIO TO MOV-FECHA-NEG.
               MOVE 0 TO MOV-TASA-CAMBIO.
               MOVE SPACES TO MOV-DNI.
               MOVE 0 TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               CLOSE MOVIMIENTOS.
               PERFORM 00016A-GRABAR-MOV-IDX.

           00016A-GRABAR-MOV-IDX.
               PERFORM 00016B-SIGUIENTE-NUM-MOVIMIENTO.
               OPEN I-O MOVIMIENTOS-IDX.
               IF WS-STATUS-MIX = "35"
                   OPEN OUTPUT MOVIMIENTOS-IDX
                   CLOSE MOVIMIENTOS-IDX
                   OPEN I-O MOVIMIENTOS-IDX
               END-IF.
               MOVE WS-CUENTA-MOV TO MOVIDX-CUENTA.
               MOVE WS-NUEVO-MOVIMIENTO TO MOVIDX-ID.
               MOVE WS-FECHA-MOV TO MOVIDX-FECHA.
               MOVE "TRANSFER"   TO MOVIDX-TIPO.
               MOVE WS-IMPORTE-MOV TO MOVIDX-IMPORTE.
               MOVE WS-SALDO-MOV TO MOVIDX-SALDO.
               MOVE WS-DESTINO-MOV TO MOVIDX-CUENTA-DESTINO.
               MOVE "BACKOFF" TO MOVIDX-CAJERO.
               MOVE WS-SUP-ID TO MOVIDX-SUPERVISOR.
               MOVE SPACE        TO MOVIDX-PRACTICAS.
               MOVE WS-SUCURSAL-MOV TO MOVIDX-SUCURSAL.
               MOVE WS-FECHA-NEGOCIO TO MOVIDX-FECHA-NEG.
               MOVE 0 TO MOVIDX-TASA-CAMBIO.
               MOVE SPACES TO MOVIDX-DNI.
               MOVE 0 TO MOVIDX-TARJETA.
               MOVE SPACE TO MOVIDX-ORIGEN.
               MOVE SPACES TO MOVIDX-TERMINAL.
               WRITE MOVIDX-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EN EL DIARIO"
                       " INDEXADO" LINE 24 COLUMN 20
               END-WRITE.
               CLOSE MOVIMIENTOS-IDX.

           00016B-SIGUIENTE-NUM-MOVIMIENTO.
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

      *        SALDO DE LA CUENTA AL CIERRE DE LA FECHA DE DEFUNCION:
      *        EL DEL ULTIMO MOVIMIENTO DEL HISTORICO DE ESE DIA O
      *        ANTERIOR, MAS LAS TRANSFERENCIAS INTERNAS RECIBIDAS
      *        DESPUES DE EL (SOLO SE ANOTAN EN LA CUENTA DE ORIGEN).
      *        SI EL FALLECIMIENTO ES DEL DIA ABIERTO, EL SALDO ES EL
      *        DEL MAESTRO
           00017-SALDO-A-FECHA.
               MOVE 0 TO WS-SALDO-A-FECHA.
               MOVE 0 TO WS-ULT-FECHA-PROPIA.
               MOVE 0 TO WS-ULT-ID-PROPIO.
               IF WS-FECHA-DEFUNCION NOT < WS-FECHA-NEGOCIO
                   MOVE WS-CUENTA-BUSCADA TO CTA-NUMERO
                   READ CUENTAS
                       NOT INVALID KEY
                           MOVE CTA-SALDO TO WS-SALDO-A-FECHA
                   END-READ
               ELSE
                   IF WS-STATUS-HIS = "00"
                       MOVE "N" TO WS-EOF
                       MOVE WS-CUENTA-BUSCADA TO HIS-CUENTA
                       MOVE 0 TO HIS-FECHA
                       MOVE 0 TO HIS-ID
                       START HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
                           INVALID KEY SET WS-FIN-FICHERO TO TRUE
                       END-START
                       PERFORM 00017A-LEER-HISTORICO
                       PERFORM 00017B-ACUMULAR-HISTORICO
                           UNTIL WS-FIN-FICHERO
                       PERFORM 00017C-TRANSFERENCIAS-RECIBIDAS
                   END-IF
               END-IF.

           00017A-LEER-HISTORICO.
               IF NOT WS-FIN-FICHERO
                   READ HISTORICO NEXT RECORD
                       AT END SET WS-FIN-FICHERO TO TRUE
                   END-READ
               END-IF.
               IF NOT WS-FIN-FICHERO
                   IF HIS-CUENTA NOT = WS-CUENTA-BUSCADA
                       OR HIS-FECHA > WS-FECHA-DEFUNCION
                       SET WS-FIN-FICHERO TO TRUE
                   END-IF
               END-IF.

           00017B-ACUMULAR-HISTORICO.
               IF HIS-PRACTICAS NOT = "P"
                   MOVE HIS-SALDO TO WS-SALDO-A-FECHA
                   MOVE HIS-FECHA TO WS-ULT-FECHA-PROPIA
                   MOVE HIS-ID TO WS-ULT-ID-PROPIO
               END-IF.
               PERFORM 00017A-LEER-HISTORICO.

           00017C-TRANSFERENCIAS-RECIBIDAS.
               MOVE "N" TO WS-EOF.
               MOVE 0 TO HIS-CUENTA.
               MOVE 0 TO HIS-FECHA.
               MOVE 0 TO HIS-ID.
               START HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
                   INVALID KEY SET WS-FIN-FICHERO TO TRUE
               END-START.
               PERFORM 00017D-LEER-HISTORICO-TODO.
               PERFORM 00017E-SUMAR-SI-RECIBIDA UNTIL WS-FIN-FICHERO.

           00017D-LEER-HISTORICO-TODO.
               IF NOT WS-FIN-FICHERO
                   READ HISTORICO NEXT RECORD
                       AT END SET WS-FIN-FICHERO TO TRUE
                   END-READ
               END-IF.

           00017E-SUMAR-SI-RECIBIDA.
               IF HIS-TIPO = "TRANSFER"
                   AND HIS-CUENTA-DESTINO = WS-CUENTA-BUSCADA
                   AND HIS-PRACTICAS NOT = "P"
                   AND HIS-FECHA NOT > WS-FECHA-DEFUNCION
                   AND (HIS-FECHA > WS-ULT-FECHA-PROPIA
                   OR (HIS-FECHA = WS-ULT-FECHA-PROPIA
                   AND HIS-ID > WS-ULT-ID-PROPIO))
                   ADD HIS-IMPORTE TO WS-SALDO-A-FECHA
               END-IF.
               PERFORM 00017D-LEER-HISTORICO-TODO.

      *        ANOTA EN LA PISTA DE AUDITORIA LA IMAGEN ANTERIOR Y
      *        POSTERIOR DEL REGISTRO RECIEN REGRABADO
           00019-AUDITAR.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AUD FROM TIME.
               OPEN EXTEND AUDITORIA.
               MOVE WS-FECHA-SISTEMA TO AUD-FECHA.
               MOVE WS-HORA-AUD (1:6) TO AUD-HORA.
               MOVE "DEFUNCION" TO AUD-PROGRAMA.
               MOVE WS-SUP-ID TO AUD-OPERADOR.
               MOVE WS-AUD-ANTES TO AUD-ANTES.
               MOVE WS-AUD-DESPUES TO AUD-DESPUES.
               WRITE AUD-REGISTRO.
               CLOSE AUDITORIA.

           00020-SIGUIENTE-NUM-CERTIFICADO.
               MOVE 0 TO WS-NUM-CERTIFICADO.
               OPEN INPUT SEC-CERTIFICADO.
               IF WS-STATUS-SEC-CER = "00"
                   READ SEC-CERTIFICADO
                       AT END CONTINUE
                       NOT AT END MOVE SEC-CERTIFICADO-REGISTRO
                           TO WS-NUM-CERTIFICADO
                   END-READ
                   CLOSE SEC-CERTIFICADO
               END-IF.
               ADD 1 TO WS-NUM-CERTIFICADO.
               MOVE WS-NUM-CERTIFICADO TO SEC-CERTIFICADO-REGISTRO.
               OPEN OUTPUT SEC-CERTIFICADO.
               WRITE SEC-CERTIFICADO-REGISTRO.
               CLOSE SEC-CERTIFICADO.

       END PROGRAM DEFUNCION.
