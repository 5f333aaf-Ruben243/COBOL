      ******************************************************************
      * Author:
      * Date:
      * Purpose: DERECHO DE ACCESO A LOS DATOS PERSONALES: CUANDO UN
      *          CLIENTE, EMPLEADO O ANTIGUO VISITANTE PIDE SABER QUE
      *          DATOS SUYOS GUARDAMOS, BACK OFFICE TECLEA AQUI SU DNI
      *          (O SOLO SU NOMBRE SI ES UN VISITANTE) Y LA FECHA EN
      *          QUE SE RECIBIO LA PETICION. EL PROGRAMA RECORRE TODOS
      *          LOS FICHEROS DE LA ENTIDAD Y EMITE UN UNICO INFORME
      *          NUMERADO (../ACCESO-DATOS-NNNNNNNN.TXT) CON UNA
      *          SECCION POR FICHERO DE ORIGEN: CLIENTES.DAT,
      *          DIRECCIONES.DAT Y SU HISTORICO, CUENTAS Y PAPELES EN
      *          TITULARES.DAT, TARJETAS, PRESTAMOS, DEPOSITOS A
      *          PLAZO, EMBARGOS, TALONARIOS, CHEQUES PAGADOS Y
      *          ORDENES DE NO PAGO, ORDENES PERMANENTES, CAMBIOS EN
      *          AUDITORIA.TXT, LA FICHA DE EMPLEADOS.DAT Y SUS
      *          ACUMULADOS DE NOMINA SI ES PERSONAL DE LA CASA, Y
      *          SUS ENTRADAS EN VISITANTES.TXT, CITAS.TXT, PASES.TXT,
      *          VETADOS.TXT Y ALERTAS-VETADOS.TXT. TAMBIEN SUS
      *          RECLAMACIONES, CAJAS DE SEGURIDAD Y ACCESOS A ELLAS,
      *          MANDATOS Y RECIBOS DOMICILIADOS, PREFERENCIAS DE
      *          AVISOS, TESTAMENTARIA, ESTUDIOS DE RIESGO DE
      *          PRESTAMO Y, SI ES EMPLEADO, SUS AUSENCIAS E
      *          INCIDENCIAS DE NOMINA. CADA PETICION
      *          QUEDA ANOTADA CON SU
      *          FECHA DE RECEPCION Y SU FECHA DE RESPUESTA EN
      *          ../SOLICITUDES-ACCESO.TXT. SI LA PERSONA TIENE MAS
      *          CUENTAS DE LAS QUE CABEN EN LA LISTA, EL INFORME Y
      *          LA SOLICITUD LLEVAN "LISTA DE CUENTAS TRUNCADA".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESO-DATOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "../CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-DNI
           ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
           FILE STATUS IS WS-STATUS-CLI.

           SELECT DIRECCIONES ASSIGN TO "../DIRECCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIR-DNI
           FILE STATUS IS WS-STATUS-DIR.

      *    DIRECCIONES ANTERIORES QUE GUARDA CLIMANT EN CADA CAMBIO
           SELECT OPTIONAL DIRECCIONES-HIST
           ASSIGN TO "../DIRECCIONES-HIST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DHI.

           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

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

      *    CHEQUES: TALONARIOS ENTREGADOS, CHEQUES PROPIOS PAGADOS Y
      *    ORDENES DE NO PAGO
           SELECT TALONARIOS ASSIGN TO "../TALONARIOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAL-ID
           FILE STATUS IS WS-STATUS-TAL.

           SELECT CHEQUES-PAGADOS ASSIGN TO "../CHEQUES-PAGADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAG-CLAVE
           FILE STATUS IS WS-STATUS-PAG.

           SELECT STOP-PAGOS ASSIGN TO "../STOP-PAGOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STP-CLAVE
           FILE STATUS IS WS-STATUS-STP.

           SELECT ORDENES-PERMANENTES ASSIGN TO "../ORDENES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORD-ID
           FILE STATUS IS WS-STATUS-ORD.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "../AUDITORIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUD.

      *    PERSONAL Y NOMINA
           SELECT EMPLEADOS
           ASSIGN TO "../Uso de variables/EMPLEADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-STATUS-EMP.

           SELECT ACUMULADOS
           ASSIGN TO "../Uso de variables/NOMINA-ACUM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACU-CLAVE
           FILE STATUS IS WS-STATUS-ACU.

      *    RECEPCION DE VISITANTES
           SELECT OPTIONAL VISITANTES
           ASSIGN TO "../EntradaSalida/VISITANTES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VIS.

           SELECT OPTIONAL CITAS
           ASSIGN TO "../EntradaSalida/CITAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CIT.

           SELECT OPTIONAL PASES
           ASSIGN TO "../EntradaSalida/PASES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAS.

           SELECT OPTIONAL VETADOS
           ASSIGN TO "../EntradaSalida/VETADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VET.

           SELECT OPTIONAL ALERTAS-VETADOS
           ASSIGN TO "../EntradaSalida/ALERTAS-VETADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALV.

      *    RECLAMACIONES, CAJAS DE SEGURIDAD, DOMICILIACIONES, AVISOS,
      *    TESTAMENTARIAS Y ESTUDIOS DE RIESGO
           SELECT RECLAMACIONES ASSIGN TO "../RECLAMACIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUMERO
           FILE STATUS IS WS-STATUS-REC.

           SELECT CAJAS-SEGURIDAD ASSIGN TO "../CAJAS-SEGURIDAD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSG-NUMERO
           FILE STATUS IS WS-STATUS-CSG.

           SELECT OPTIONAL ACCESOS-CAJA ASSIGN TO "../ACCESOS-CAJA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ACC.

           SELECT MANDATOS ASSIGN TO "../MANDATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS WS-STATUS-MAN.

           SELECT COBROS ASSIGN TO "../COBROS-DOMIC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COB-ID
           FILE STATUS IS WS-STATUS-COB.

           SELECT PREFERENCIAS ASSIGN TO "../ALERTAS-PREF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APF-DNI
           FILE STATUS IS WS-STATUS-APF.

           SELECT TESTAMENTARIAS ASSIGN TO "../TESTAMENTARIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TES-DNI
           FILE STATUS IS WS-STATUS-TES.

           SELECT PRESTAMOS-RIESGO ASSIGN TO "../PRESTAMOS-RIESGO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSG-ID
           FILE STATUS IS WS-STATUS-RSG.

      *    AUSENCIAS E INCIDENCIAS DE NOMINA DEL EMPLEADO
           SELECT AUSENCIAS
           ASSIGN TO "../Uso de variables/AUSENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUS-CLAVE
           FILE STATUS IS WS-STATUS-AUS.

           SELECT INCIDENCIAS
           ASSIGN TO "../Uso de variables/INCIDENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-CLAVE
           FILE STATUS IS WS-STATUS-INC.

      *    INFORME DE CADA PETICION, NUMERADO, Y REGISTRO DE PETICIONES
           SELECT INFORME ASSIGN USING WS-NOMBRE-INFORME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEC-ACCESO ASSIGN TO "../ACCESO-DATOS-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC.

           SELECT OPTIONAL SOLICITUDES
           ASSIGN TO "../SOLICITUDES-ACCESO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

        FD DIRECCIONES-HIST.
         01 DHI-REGISTRO.
             02 DHI-FECHA-CAMBIO PIC 9(08).
             02 FILLER           PIC X(01).
             02 DHI-DIRECCION-ANTERIOR.
                 03 DHI-DNI       PIC X(09).
                 03 DHI-DIRECCION PIC X(40).
                 03 DHI-POBLACION PIC X(20).
                 03 DHI-CP        PIC 9(05).
                 03 DHI-TELEFONO  PIC X(12).
                 03 DHI-EMAIL     PIC X(30).
                 03 DHI-ENTREGA   PIC X(01).
                 03 DHI-FECHA-ALTA PIC 9(08).

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

        FD TITULARES.
         01 TIT-REGISTRO.
             02 TIT-CLAVE.
                 03 TIT-CUENTA PIC 9(11).
                 03 TIT-DNI    PIC X(09).
             02 TIT-ROL PIC X(01).
                 88 TIT-ES-TITULAR    VALUE "T".
                 88 TIT-ES-COTITULAR  VALUE "C".
                 88 TIT-ES-AUTORIZADO VALUE "A".
                 88 TIT-ES-AVALISTA   VALUE "G".
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
                 88 PRE-FALLIDO   VALUE "F".
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

        FD TALONARIOS.
         01 TAL-REGISTRO.
             02 TAL-ID     PIC 9(05).
             02 TAL-CUENTA PIC 9(11).
             02 TAL-DESDE  PIC 9(08).
             02 TAL-HASTA  PIC 9(08).
             02 TAL-FECHA-EMISION PIC 9(08).
             02 TAL-ESTADO PIC X(01).
                 88 TAL-VIGENTE  VALUE "A".
                 88 TAL-ANULADO  VALUE "X".

        FD CHEQUES-PAGADOS.
         01 PAG-REGISTRO.
             02 PAG-CLAVE.
                 03 PAG-CUENTA PIC 9(11).
                 03 PAG-NUMERO PIC 9(08).
             02 PAG-FECHA-PAGO PIC 9(08).
             02 PAG-IMPORTE PIC S9(9)V99.

        FD STOP-PAGOS.
         01 STP-REGISTRO.
             02 STP-CLAVE.
                 03 STP-CUENTA PIC 9(11).
                 03 STP-NUMERO PIC 9(08).
             02 STP-FECHA-ALTA PIC 9(08).
             02 STP-ESTADO PIC X(01).
                 88 STP-VIGENTE   VALUE "V".
                 88 STP-LEVANTADO VALUE "L".

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

        FD EMPLEADOS.
         01 EMP-REGISTRO.
             02 EMP-ID               PIC 9(06).
             02 EMP-NOMBRE-TRAB      PIC A(20).
             02 EMP-APELLIDO-PATERNO PIC A(20).
             02 EMP-APELLIDO-MATERNO PIC A(20).
             02 EMP-EDAD             PIC 9(02).
             02 EMP-SALARIO          PIC 9(05)V99.
             02 EMP-BANDERA          PIC 9(01).
                 88 EMP-ACTIVO   VALUE 1.
                 88 EMP-INACTIVO VALUE 0.
             02 EMP-CUENTA           PIC 9(11).
             02 EMP-BANCO            PIC X(01).
                 88 EMP-COBRA-AQUI   VALUE "P".
                 88 EMP-COBRA-FUERA  VALUE "E".
             02 EMP-DNI              PIC X(09).
             02 EMP-FECHA-BAJA       PIC 9(08).
             02 EMP-MOTIVO-BAJA      PIC X(02).
             02 EMP-FINIQUITO        PIC X(01).
                 88 EMP-FINIQUITO-PENDIENTE VALUE "P".
                 88 EMP-FINIQUITO-PAGADO    VALUE "L".
             02 EMP-CENTRO-COSTE     PIC X(04).
             02 EMP-DEPARTAMENTO     PIC X(04).

        FD ACUMULADOS.
         01 ACU-REGISTRO.
             02 ACU-CLAVE.
                 03 ACU-EMPLEADO PIC 9(06).
                 03 ACU-ANIO     PIC 9(04).
             02 ACU-BRUTO    PIC 9(09)V99.
             02 ACU-RETENIDO PIC 9(09)V99.
             02 ACU-VARIABLE PIC S9(09)V99.
             02 ACU-EXENTO   PIC 9(09)V99.
             02 ACU-SS-TRABAJADOR PIC 9(09)V99.
             02 ACU-SS-EMPRESA    PIC 9(09)V99.

        FD VISITANTES.
         01 VIS-REGISTRO.
             02 VIS-TIPO PIC X(01).
                 88 VIS-ENTRADA VALUE "E".
                 88 VIS-SALIDA  VALUE "S".
             02 FILLER   PIC X(01).
             02 VIS-FECHA PIC X(10).
             02 FILLER   PIC X(01).
             02 VIS-HORA PIC 9(06).
             02 FILLER   PIC X(01).
             02 VIS-NOMBRE PIC X(30).
             02 FILLER   PIC X(01).
             02 VIS-MOTIVO PIC X(20).
             02 FILLER   PIC X(01).
             02 VIS-DEPARTAMENTO PIC X(20).
             02 FILLER   PIC X(01).
             02 VIS-ACREDITACION PIC 9(05).
             02 FILLER   PIC X(01).
             02 VIS-CITA PIC X(01).

        FD CITAS.
         01 CIT-REGISTRO.
             02 CIT-FECHA PIC 9(08).
             02 FILLER    PIC X(01).
             02 CIT-NOMBRE PIC X(30).
             02 FILLER    PIC X(01).
             02 CIT-ANFITRION PIC X(20).
             02 FILLER    PIC X(01).
             02 CIT-MOTIVO PIC X(20).
             02 FILLER    PIC X(01).
             02 CIT-DEPARTAMENTO PIC X(20).

        FD PASES.
         01 PAS-REGISTRO.
             02 PAS-NUMERO PIC 9(05).
             02 FILLER     PIC X(01).
             02 PAS-NOMBRE PIC X(30).
             02 FILLER     PIC X(01).
             02 PAS-DESDE  PIC 9(08).
             02 FILLER     PIC X(01).
             02 PAS-HASTA  PIC 9(08).
             02 FILLER     PIC X(01).
             02 PAS-DEPARTAMENTOS PIC X(40).
             02 FILLER     PIC X(01).
             02 PAS-ESTADO PIC X(01).

        FD VETADOS.
         01 VET-NOMBRE PIC X(30).

        FD ALERTAS-VETADOS.
         01 ALV-REGISTRO.
             02 ALV-FECHA  PIC 9(08).
             02 FILLER     PIC X(01).
             02 ALV-HORA   PIC 9(06).
             02 FILLER     PIC X(01).
             02 ALV-NOMBRE PIC X(30).

        FD RECLAMACIONES.
         01 REC-REGISTRO.
             02 REC-NUMERO      PIC 9(08).
             02 REC-DNI         PIC X(09).
             02 REC-CUENTA      PIC 9(11).
             02 REC-MOV-ID      PIC 9(08).
             02 REC-RECIBO      PIC X(12).
             02 REC-CATEGORIA   PIC X(02).
             02 REC-CANAL       PIC X(01).
                 88 REC-OFICINA  VALUE "O".
                 88 REC-TELEFONO VALUE "T".
                 88 REC-CORREO   VALUE "C".
                 88 REC-INTERNET VALUE "I".
             02 REC-SUCURSAL    PIC 9(03).
             02 REC-CAJERO      PIC X(08).
             02 REC-GESTOR      PIC X(08).
             02 REC-RESUMEN     PIC X(40).
             02 REC-FECHA-ALTA  PIC 9(08).
             02 REC-FECHA-LIMITE PIC 9(08).
             02 REC-ESTADO      PIC X(01).
                 88 REC-ABIERTA    VALUE "A".
                 88 REC-EN-GESTION VALUE "G".
                 88 REC-RESUELTA   VALUE "R".
             02 REC-RESOLUCION  PIC X(01).
                 88 REC-FAVORABLE    VALUE "F".
                 88 REC-PARCIAL      VALUE "P".
                 88 REC-DESFAVORABLE VALUE "D".
                 88 REC-NO-ADMITIDA  VALUE "N".
             02 REC-TEXTO-RESOLUCION PIC X(40).
             02 REC-FECHA-RESOLUCION PIC 9(08).
             02 REC-AJUSTE-ID   PIC 9(08).
             02 REC-IMPORTE-DEVUELTO PIC S9(9)V99.

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

        FD ACCESOS-CAJA.
         01 ACC-REGISTRO.
             02 ACC-CAJA      PIC 9(05).
             02 FILLER        PIC X(01).
             02 ACC-FECHA     PIC 9(08).
             02 FILLER        PIC X(01).
             02 ACC-HORA      PIC 9(06).
             02 FILLER        PIC X(01).
             02 ACC-DNI       PIC X(09).
             02 FILLER        PIC X(01).
             02 ACC-CAJERO    PIC X(08).
             02 FILLER        PIC X(01).
             02 ACC-SUCURSAL  PIC 9(03).
             02 FILLER        PIC X(01).
             02 ACC-RESULTADO PIC X(01).
                 88 ACC-PERMITIDO VALUE "P".
                 88 ACC-DENEGADO  VALUE "D".
             02 FILLER        PIC X(01).
             02 ACC-MOTIVO    PIC X(20).

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

        FD COBROS.
         01 COB-REGISTRO.
             02 COB-ID         PIC 9(08).
             02 COB-CUENTA     PIC 9(11).
             02 COB-IMPORTE    PIC 9(09)V99.
             02 COB-REFERENCIA PIC X(12).
             02 COB-EMISOR     PIC X(20).
             02 COB-FECHA      PIC 9(08).
             02 COB-ESTADO     PIC X(01).
                 88 COB-COBRADO     VALUE "C".
                 88 COB-REEMBOLSADO VALUE "R".
             02 COB-FECHA-REEMBOLSO PIC 9(08).

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
             02 TES-NUM-CONGELADAS  PIC 9(02).
             02 TES-CONGELADA OCCURS 50 TIMES INDEXED BY TES-IDX-CG.
                 03 TES-CG-CUENTA   PIC 9(11).
                 03 TES-CG-BLOQUEO  PIC X(01).

        FD PRESTAMOS-RIESGO.
         01 RSG-REGISTRO.
             02 RSG-ID             PIC 9(08).
             02 RSG-DNI            PIC X(09).
             02 RSG-FECHA          PIC 9(08).
             02 RSG-INGRESOS       PIC S9(9)V99.
             02 RSG-CUOTAS-OTRAS   PIC S9(9)V99.
             02 RSG-NUM-PRESTAMOS  PIC 9(03).
             02 RSG-CUOTA-NUEVA    PIC S9(9)V99.
             02 RSG-RATIO          PIC 9(03)V99.
             02 RSG-RATIO-MAX      PIC 9(02)V99.
             02 RSG-MORA           PIC X(01).
             02 RSG-EMBARGO        PIC X(01).
             02 RSG-DORMIDA        PIC X(01).
             02 RSG-DECISION       PIC X(01).
                 88 RSG-APROBADO VALUE "A".
                 88 RSG-FORZADO  VALUE "F".
             02 RSG-SUPERVISOR     PIC X(08).
             02 RSG-CAJERO         PIC X(08).

        FD AUSENCIAS.
         01 AUS-REGISTRO.
             02 AUS-CLAVE.
                 03 AUS-EMPLEADO PIC 9(06).
                 03 AUS-DESDE    PIC 9(08).
             02 AUS-HASTA        PIC 9(08).
             02 AUS-TIPO         PIC X(02).
                 88 AUS-VACACIONES      VALUE "VA".
                 88 AUS-BAJA-MEDICA     VALUE "BM".
                 88 AUS-SIN-SUELDO      VALUE "PS".
                 88 AUS-RETRIBUIDO      VALUE "PR".
                 88 AUS-TIPO-VALIDO     VALUE "VA" "BM" "PS" "PR".
             02 AUS-DIAS-HABILES PIC 9(03).
             02 AUS-ESTADO       PIC X(01).
                 88 AUS-PENDIENTE VALUE "P".
                 88 AUS-APROBADA  VALUE "A".
                 88 AUS-RECHAZADA VALUE "R".
             02 AUS-APROBADOR    PIC X(08).
             02 AUS-FECHA-ALTA   PIC 9(08).

        FD INCIDENCIAS.
         01 INC-REGISTRO.
             02 INC-CLAVE.
                 03 INC-EMPLEADO PIC 9(06).
                 03 INC-PERIODO  PIC 9(06).
                 03 INC-LINEA    PIC 9(02).
             02 INC-CONCEPTO     PIC X(03).
             02 INC-UNIDADES     PIC 9(04)V99.
             02 INC-IMPORTE      PIC 9(06)V99.
             02 INC-SIGNO        PIC X(01).
                 88 INC-DEVENGO   VALUE "+".
                 88 INC-DESCUENTO VALUE "-".
             02 INC-TRIBUTA      PIC X(01).
                 88 INC-TRIBUTABLE VALUE "S".
                 88 INC-EXENTA     VALUE "N".
             02 INC-ESTADO       PIC X(01).
                 88 INC-PENDIENTE VALUE "P".
                 88 INC-PAGADA    VALUE "L".
                 88 INC-RECHAZADA VALUE "R".
             02 INC-FECHA-ALTA   PIC 9(08).

        FD INFORME.
         01 INF-LINEA PIC X(100).

        FD SEC-ACCESO.
         01 SEC-ACCESO-REGISTRO PIC 9(08).

        FD SOLICITUDES.
         01 SOL-REGISTRO.
             02 SOL-NUMERO          PIC 9(08).
             02 FILLER              PIC X(01).
             02 SOL-DNI             PIC X(09).
             02 FILLER              PIC X(01).
             02 SOL-NOMBRE          PIC X(30).
             02 FILLER              PIC X(01).
             02 SOL-FECHA-RECEPCION PIC 9(08).
             02 FILLER              PIC X(01).
             02 SOL-FECHA-RESPUESTA PIC 9(08).
             02 FILLER              PIC X(01).
             02 SOL-REGISTROS       PIC 9(06).
             02 FILLER              PIC X(01).
             02 SOL-OBSERVACION     PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CLI PIC X(02).
       77 WS-STATUS-DIR PIC X(02).
       77 WS-STATUS-DHI PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-TIT PIC X(02).
       77 WS-STATUS-TAR PIC X(02).
       77 WS-STATUS-PRE PIC X(02).
       77 WS-STATUS-PLZ PIC X(02).
       77 WS-STATUS-EMB PIC X(02).
       77 WS-STATUS-TAL PIC X(02).
       77 WS-STATUS-PAG PIC X(02).
       77 WS-STATUS-STP PIC X(02).
       77 WS-STATUS-ORD PIC X(02).
       77 WS-STATUS-AUD PIC X(02).
       77 WS-STATUS-EMP PIC X(02).
       77 WS-STATUS-ACU PIC X(02).
       77 WS-STATUS-VIS PIC X(02).
       77 WS-STATUS-CIT PIC X(02).
       77 WS-STATUS-PAS PIC X(02).
       77 WS-STATUS-VET PIC X(02).
       77 WS-STATUS-ALV PIC X(02).
       77 WS-STATUS-REC PIC X(02).
       77 WS-STATUS-CSG PIC X(02).
       77 WS-STATUS-ACC PIC X(02).
       77 WS-STATUS-MAN PIC X(02).
       77 WS-STATUS-COB PIC X(02).
       77 WS-STATUS-APF PIC X(02).
       77 WS-STATUS-TES PIC X(02).
       77 WS-STATUS-RSG PIC X(02).
       77 WS-STATUS-AUS PIC X(02).
       77 WS-STATUS-INC PIC X(02).
       77 WS-STATUS-SEC PIC X(02).
       77 WS-SEGUIR PIC X(01) VALUE "S".

       77 WS-EOF PIC X(01) VALUE "N".
           88 WS-FIN-FICHERO VALUE "S".

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

      * PERSONA QUE EJERCE EL DERECHO: POR DNI, POR NOMBRE (VISITANTES)
      * O POR AMBOS
       77 WS-DNI-PEDIDO PIC X(09).
       77 WS-NOMBRE-PEDIDO PIC X(30).
       77 WS-FECHA-RECEPCION PIC 9(08).
       77 WS-PETICION-OK PIC X(01).
           88 WS-PETICION-VALIDA VALUE "S".

      * CUENTAS DE LA PERSONA (TITULAR, COTITULAR, AUTORIZADO O
      * AVALISTA EN TITULARES.DAT, O TITULAR EN CUENTAS.DAT); CON
      * ELLAS SE BUSCAN TARJETAS, EMBARGOS, CHEQUES Y ORDENES. SI NO
      * CABEN TODAS, EL INFORME LO DICE
       77 WS-NUM-CUENTAS PIC 9(03) VALUE 0.
       77 WS-MAX-CUENTAS PIC 9(03) VALUE 500.
       77 WS-TRUNCADA PIC X(01) VALUE "N".
           88 WS-LISTA-TRUNCADA VALUE "S".
       01 WS-TABLA-CUENTAS.
           05 WS-CUENTA-ENTRY OCCURS 500 TIMES INDEXED BY WS-IDX-CTA.
               10 WS-CT-NUMERO PIC 9(11).
       77 WS-CUENTA-BUSCADA PIC X(11).
       77 WS-CUENTA-OK PIC X(01).
           88 WS-CUENTA-DE-LA-PERSONA VALUE "S".
       77 WS-IDX-PROCESO PIC 9(03).

      * INFORME
       77 WS-NUM-SOLICITUD PIC 9(08).
       77 WS-NOMBRE-INFORME PIC X(40).
       77 WS-ORIGEN PIC X(40).
       77 WS-TITULO-SECCION PIC X(40).
       77 WS-REG-SECCION PIC 9(06).
       77 WS-REG-TOTAL PIC 9(06).
       77 WS-APARICIONES PIC 9(03).
       77 WS-EMPLEADO-HALLADO PIC 9(06) VALUE 0.
       77 WS-IMPORTE-VIS PIC -ZZZZZZZZ9.99.
       77 WS-IMPORTE-VIS-2 PIC -ZZZZZZZZ9.99.
       77 WS-ROL-VIS PIC X(10).
       77 WS-ESTADO-VIS PIC X(10).

      * NOMBRES DE LOS AVISOS, EN EL ORDEN DE APF-AVISO (ALERTADM)
       01 WS-TABLA-NOMBRES.
           05 FILLER PIC X(30) VALUE "SALDO POR DEBAJO DE UMBRAL".
           05 FILLER PIC X(30) VALUE "REINTEGRO/TRANSF. SOBRE UMBRAL".
           05 FILLER PIC X(30) VALUE "TARJETA PERDIDA O ROBADA".
           05 FILLER PIC X(30) VALUE "RECIBO DEVUELTO SIN SALDO".
           05 FILLER PIC X(30) VALUE "CUOTA DE PRESTAMO IMPAGADA".
           05 FILLER PIC X(30) VALUE "PLAZO VENCE LA SEMANA PROXIMA".
       01 WS-NOMBRES-AVISO REDEFINES WS-TABLA-NOMBRES.
           05 WS-NOMBRE-AVISO PIC X(30) OCCURS 6 TIMES.
       77 WS-IDX-AVISO PIC 9(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO WS-SEGUIR.
           PERFORM 00001-ATENDER-PETICION
               UNTIL WS-SEGUIR NOT = "S" AND WS-SEGUIR NOT = "s".
           STOP RUN.

           00001-ATENDER-PETICION.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "DERECHO DE ACCESO A DATOS PERSONALES" LINE 2
               COLUMN 20 BACKGROUND-COLOR 2.
               DISPLAY "DNI (EN BLANCO SI ES SOLO VISITANTE): " LINE 4
               COLUMN 10.
               MOVE SPACES TO WS-DNI-PEDIDO.
               ACCEPT WS-DNI-PEDIDO LINE 4 COLUMN 50.
               DISPLAY "NOMBRE EN RECEPCION (EN BLANCO = EL DEL"
               LINE 5 COLUMN 10.
               DISPLAY "CLIENTE): " LINE 6 COLUMN 10.
               MOVE SPACES TO WS-NOMBRE-PEDIDO.
               ACCEPT WS-NOMBRE-PEDIDO LINE 6 COLUMN 50.
               DISPLAY "FECHA DE RECEPCION (AAAAMMDD): " LINE 7
               COLUMN 10.
               ACCEPT WS-FECHA-RECEPCION LINE 7 COLUMN 50.
               PERFORM 00002-VALIDAR-PETICION.
               IF WS-PETICION-VALIDA
                   PERFORM 00003-ABRIR-INFORME
                   PERFORM 00010-SECCION-CLIENTE
                   PERFORM 00011-SECCION-DIRECCIONES
                   PERFORM 00012-SECCION-TITULARES
                   PERFORM 00013-SECCION-TARJETAS
                   PERFORM 00014-SECCION-PRESTAMOS
                   PERFORM 00015-SECCION-PLAZOS
                   PERFORM 00016-SECCION-EMBARGOS
                   PERFORM 00017-SECCION-CHEQUES
                   PERFORM 00018-SECCION-ORDENES
                   PERFORM 00019-SECCION-AUDITORIA
                   PERFORM 00020-SECCION-EMPLEADO
                   PERFORM 00021-SECCION-VISITANTES
                   PERFORM 00022-SECCION-RECLAMACIONES
                   PERFORM 00023-SECCION-CAJAS
                   PERFORM 00024-SECCION-DOMICILIACIONES
                   PERFORM 00025-SECCION-AVISOS
                   PERFORM 00026-SECCION-TESTAMENTARIA
                   PERFORM 00027-SECCION-RIESGO
                   PERFORM 00028-SECCION-AUSENCIAS
                   PERFORM 00004-CERRAR-INFORME
                   DISPLAY "REGISTROS HALLADOS: " LINE 9 COLUMN 10
                   DISPLAY WS-REG-TOTAL LINE 9 COLUMN 40
                   BACKGROUND-COLOR 2
                   DISPLAY "INFORME EMITIDO EN " LINE 10 COLUMN 10
                   DISPLAY WS-NOMBRE-INFORME LINE 10 COLUMN 30
                   BACKGROUND-COLOR 2
               END-IF.
               DISPLAY "OTRA PETICION? (S/N): " LINE 22 COLUMN 20.
               ACCEPT WS-SEGUIR LINE 22 COLUMN 43.

      *        HACE FALTA UN DNI O UN NOMBRE Y UNA FECHA DE RECEPCION
      *        QUE NO SEA FUTURA; CON DNI DE CLIENTE Y SIN NOMBRE, EN
      *        RECEPCION SE BUSCA POR EL NOMBRE DEL CLIENTE
           00002-VALIDAR-PETICION.
               MOVE "N" TO WS-PETICION-OK.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               IF WS-DNI-PEDIDO = SPACES AND WS-NOMBRE-PEDIDO = SPACES
                   DISPLAY "INDIQUE UN DNI O UN NOMBRE" LINE 9
                   COLUMN 10 BACKGROUND-COLOR 4
               ELSE
               IF WS-FECHA-RECEPCION = 0
                   OR WS-FECHA-RECEPCION > WS-FECHA-SISTEMA
                   DISPLAY "FECHA DE RECEPCION NO VALIDA" LINE 9
                   COLUMN 10 BACKGROUND-COLOR 4
               ELSE
                   SET WS-PETICION-VALIDA TO TRUE
               END-IF
               END-IF.
               IF WS-PETICION-VALIDA
                   AND WS-DNI-PEDIDO NOT = SPACES
                   AND WS-NOMBRE-PEDIDO = SPACES
                   OPEN INPUT CLIENTES
                   IF WS-STATUS-CLI = "00"
                       MOVE WS-DNI-PEDIDO TO CLI-DNI
                       READ CLIENTES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               STRING CLI-NOMBRE DELIMITED BY SPACE
                                   " " CLI-APELLIDO DELIMITED BY SIZE
                                   INTO WS-NOMBRE-PEDIDO
                       END-READ
                       CLOSE CLIENTES
                   END-IF
               END-IF.

      *        NUMERO CORRELATIVO DE PETICION, QUE DA NOMBRE AL INFORME
           00003-ABRIR-INFORME.
               MOVE 0 TO WS-NUM-SOLICITUD.
               OPEN INPUT SEC-ACCESO.
               IF WS-STATUS-SEC = "00"
                   READ SEC-ACCESO
                       AT END CONTINUE
                       NOT AT END MOVE SEC-ACCESO-REGISTRO
                           TO WS-NUM-SOLICITUD
                   END-READ
                   CLOSE SEC-ACCESO
               END-IF.
               ADD 1 TO WS-NUM-SOLICITUD.
               OPEN OUTPUT SEC-ACCESO.
               MOVE WS-NUM-SOLICITUD TO SEC-ACCESO-REGISTRO.
               WRITE SEC-ACCESO-REGISTRO.
               CLOSE SEC-ACCESO.
               MOVE SPACES TO WS-NOMBRE-INFORME.
               STRING "../ACCESO-DATOS-" WS-NUM-SOLICITUD ".TXT"
                   DELIMITED BY SIZE INTO WS-NOMBRE-INFORME.
               MOVE 0 TO WS-REG-TOTAL.
               MOVE 0 TO WS-NUM-CUENTAS.
               MOVE "N" TO WS-TRUNCADA.
               MOVE 0 TO WS-EMPLEADO-HALLADO.
               OPEN OUTPUT INFORME.
               MOVE SPACES TO INF-LINEA.
               STRING "DERECHO DE ACCESO - PETICION " WS-NUM-SOLICITUD
                   " RECIBIDA " WS-FECHA-RECEPCION
                   " RESPONDIDA " WS-FECHA-SISTEMA
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "DNI: " WS-DNI-PEDIDO
                   "  NOMBRE: " WS-NOMBRE-PEDIDO
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.

           00004-CERRAR-INFORME.
               MOVE SPACES TO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "TOTAL DE REGISTROS SOBRE LA PERSONA: "
                   WS-REG-TOTAL
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               IF WS-LISTA-TRUNCADA
                   MOVE SPACES TO INF-LINEA
                   STRING "LISTA DE CUENTAS TRUNCADA EN " WS-MAX-CUENTAS
                       ": LAS SECCIONES POR CUENTA PUEDEN ESTAR"
                       " INCOMPLETAS"
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
               END-IF.
               CLOSE INFORME.
               OPEN EXTEND SOLICITUDES.
               MOVE SPACES TO SOL-REGISTRO.
               MOVE WS-NUM-SOLICITUD TO SOL-NUMERO.
               MOVE WS-DNI-PEDIDO TO SOL-DNI.
               MOVE WS-NOMBRE-PEDIDO TO SOL-NOMBRE.
               MOVE WS-FECHA-RECEPCION TO SOL-FECHA-RECEPCION.
               MOVE WS-FECHA-SISTEMA TO SOL-FECHA-RESPUESTA.
               MOVE WS-REG-TOTAL TO SOL-REGISTROS.
               IF WS-LISTA-TRUNCADA
                   MOVE "LISTA DE CUENTAS TRUNCADA" TO SOL-OBSERVACION
               END-IF.
               WRITE SOL-REGISTRO.
               CLOSE SOLICITUDES.

      *        CADA SECCION EMPIEZA CON SU FICHERO DE ORIGEN Y TERMINA
      *        DICIENDO SI NO HABIA NADA SOBRE LA PERSONA
           00005-ABRIR-SECCION.
               MOVE 0 TO WS-REG-SECCION.
               MOVE SPACES TO INF-LINEA.
               WRITE INF-LINEA.
               MOVE SPACES TO INF-LINEA.
               STRING "== " WS-TITULO-SECCION DELIMITED BY "  "
                   " (ORIGEN: " WS-ORIGEN DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.

           00006-CERRAR-SECCION.
               IF WS-REG-SECCION = 0
                   MOVE "   SIN DATOS SOBRE ESTA PERSONA" TO INF-LINEA
                   WRITE INF-LINEA
               END-IF.
               ADD WS-REG-SECCION TO WS-REG-TOTAL.

           00007-SIN-FICHERO.
               MOVE "   FICHERO NO DISPONIBLE" TO INF-LINEA.
               WRITE INF-LINEA.

           00008-ESCRIBIR-LINEA.
               WRITE INF-LINEA.
               ADD 1 TO WS-REG-SECCION.

      *        BUSCA WS-CUENTA-BUSCADA ENTRE LAS CUENTAS DE LA PERSONA
           00009-ES-CUENTA-DE-LA-PERSONA.
               MOVE "N" TO WS-CUENTA-OK.
               SET WS-IDX-CTA TO 1.
               SEARCH WS-CUENTA-ENTRY
                   AT END CONTINUE
                   WHEN WS-IDX-CTA > WS-NUM-CUENTAS
                       CONTINUE
                   WHEN WS-CT-NUMERO (WS-IDX-CTA) = WS-CUENTA-BUSCADA
                       SET WS-CUENTA-DE-LA-PERSONA TO TRUE
               END-SEARCH.

      *        UNA CUENTA QUE YA NO CABE NO SE PIERDE EN SILENCIO:
      *        QUEDA MARCADA LA LISTA COMO TRUNCADA
           00009A-ANOTAR-CUENTA.
               PERFORM 00009-ES-CUENTA-DE-LA-PERSONA.
               IF NOT WS-CUENTA-DE-LA-PERSONA
                   IF WS-NUM-CUENTAS < WS-MAX-CUENTAS
                       ADD 1 TO WS-NUM-CUENTAS
                       SET WS-IDX-CTA TO WS-NUM-CUENTAS
                       MOVE WS-CUENTA-BUSCADA
                           TO WS-CT-NUMERO (WS-IDX-CTA)
                   ELSE
                       SET WS-LISTA-TRUNCADA TO TRUE
                   END-IF
               END-IF.

           00010-SECCION-CLIENTE.
               IF WS-DNI-PEDIDO NOT = SPACES
                   MOVE "FICHA DE CLIENTE" TO WS-TITULO-SECCION
                   MOVE "CLIENTES.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT CLIENTES
                   IF WS-STATUS-CLI = "00"
                       MOVE WS-DNI-PEDIDO TO CLI-DNI
                       READ CLIENTES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO INF-LINEA
                               STRING "   " CLI-DNI " " CLI-NOMBRE
                                   " " CLI-APELLIDO " NACIDO "
                                   CLI-DIA "/" CLI-MES "/" CLI-ANIO
                                   " ESTADO " CLI-ACTIVO
                                   DELIMITED BY SIZE INTO INF-LINEA
                               PERFORM 00008-ESCRIBIR-LINEA
                               MOVE SPACES TO INF-LINEA
                               STRING "   DOCUMENTO " CLI-TIPO-DOC
                                   " CADUCA " CLI-CADUCIDAD-DOC
                                   " RIESGO " CLI-RIESGO
                                   " ULTIMA REVISION KYC "
                                   CLI-FECHA-KYC
                                   DELIMITED BY SIZE INTO INF-LINEA
                               PERFORM 00008-ESCRIBIR-LINEA
                       END-READ
                       CLOSE CLIENTES
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

      *        DIRECCION VIGENTE Y LAS ANTERIORES QUE GUARDA CLIMANT
           00011-SECCION-DIRECCIONES.
               IF WS-DNI-PEDIDO NOT = SPACES
                   MOVE "DIRECCION Y CONTACTO" TO WS-TITULO-SECCION
                   MOVE "DIRECCIONES.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT DIRECCIONES
                   IF WS-STATUS-DIR = "00"
                       MOVE WS-DNI-PEDIDO TO DIR-DNI
                       READ DIRECCIONES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO INF-LINEA
                               STRING "   " DIR-DIRECCION " "
                                   DIR-POBLACION " " DIR-CP
                                   DELIMITED BY SIZE INTO INF-LINEA
                               PERFORM 00008-ESCRIBIR-LINEA
                               MOVE SPACES TO INF-LINEA
                               STRING "   TELEFONO " DIR-TELEFONO
                                   " CORREO " DIR-EMAIL
                                   " ENVIO " DIR-ENTREGA
                                   " DESDE " DIR-FECHA-ALTA
                                   DELIMITED BY SIZE INTO INF-LINEA
                               WRITE INF-LINEA
                       END-READ
                       CLOSE DIRECCIONES
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION

                   MOVE "DIRECCIONES ANTERIORES" TO WS-TITULO-SECCION
                   MOVE "DIRECCIONES-HIST.TXT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   MOVE "N" TO WS-EOF
                   OPEN INPUT DIRECCIONES-HIST
                   PERFORM 00011A-LEER-HISTORICO
                   PERFORM 00011B-TRATAR-HISTORICO UNTIL WS-FIN-FICHERO
                   CLOSE DIRECCIONES-HIST
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00011A-LEER-HISTORICO.
               READ DIRECCIONES-HIST
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00011B-TRATAR-HISTORICO.
               IF DHI-DNI = WS-DNI-PEDIDO
                   MOVE SPACES TO INF-LINEA
                   STRING "   HASTA " DHI-FECHA-CAMBIO " "
                       DHI-DIRECCION " " DHI-POBLACION " " DHI-CP
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
                   MOVE SPACES TO INF-LINEA
                   STRING "      TELEFONO " DHI-TELEFONO
                       " CORREO " DHI-EMAIL
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
               END-IF.
               PERFORM 00011A-LEER-HISTORICO.

      *        PAPELES EN LAS CUENTAS (TITULARES.DAT) Y CUENTAS A SU
      *        NOMBRE EN EL MAESTRO; DEJA LA LISTA DE CUENTAS DE LA
      *        PERSONA PARA LAS SECCIONES SIGUIENTES
           00012-SECCION-TITULARES.
               IF WS-DNI-PEDIDO NOT = SPACES
                   MOVE "CUENTAS Y PAPELES" TO WS-TITULO-SECCION
                   MOVE "TITULARES.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT TITULARES
                   IF WS-STATUS-TIT = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00012A-LEER-TITULAR
                       PERFORM 00012B-TRATAR-TITULAR
                           UNTIL WS-FIN-FICHERO
                       CLOSE TITULARES
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION

                   MOVE "CUENTAS" TO WS-TITULO-SECCION
                   MOVE "CUENTAS.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT CUENTAS
                   IF WS-STATUS-CTA = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00012C-LEER-CUENTA
                       PERFORM 00012D-ANOTAR-CUENTA-PROPIA
                           UNTIL WS-FIN-FICHERO
                       PERFORM 00012E-DETALLAR-CUENTA
                           VARYING WS-IDX-PROCESO FROM 1 BY 1
                           UNTIL WS-IDX-PROCESO > WS-NUM-CUENTAS
                       CLOSE CUENTAS
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   IF WS-LISTA-TRUNCADA
                       MOVE "   LISTA DE CUENTAS TRUNCADA" TO INF-LINEA
                       WRITE INF-LINEA
                   END-IF
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00012A-LEER-TITULAR.
               READ TITULARES NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00012B-TRATAR-TITULAR.
               IF TIT-DNI = WS-DNI-PEDIDO
                   EVALUATE TRUE
                       WHEN TIT-ES-TITULAR
                           MOVE "TITULAR" TO WS-ROL-VIS
                       WHEN TIT-ES-COTITULAR
                           MOVE "COTITULAR" TO WS-ROL-VIS
                       WHEN TIT-ES-AUTORIZADO
                           MOVE "AUTORIZADO" TO WS-ROL-VIS
                       WHEN TIT-ES-AVALISTA
                           MOVE "AVALISTA" TO WS-ROL-VIS
                       WHEN OTHER
                           MOVE TIT-ROL TO WS-ROL-VIS
                   END-EVALUATE
                   MOVE SPACES TO INF-LINEA
                   STRING "   CUENTA " TIT-CUENTA " " WS-ROL-VIS
                       " ESTADO " TIT-ESTADO
                       " DESDE " TIT-FECHA-ALTA
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
                   MOVE TIT-CUENTA TO WS-CUENTA-BUSCADA
                   PERFORM 00009A-ANOTAR-CUENTA
               END-IF.
               PERFORM 00012A-LEER-TITULAR.

           00012C-LEER-CUENTA.
               READ CUENTAS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00012D-ANOTAR-CUENTA-PROPIA.
               IF CTA-DNI = WS-DNI-PEDIDO
                   MOVE CTA-NUMERO TO WS-CUENTA-BUSCADA
                   PERFORM 00009A-ANOTAR-CUENTA
               END-IF.
               PERFORM 00012C-LEER-CUENTA.

           00012E-DETALLAR-CUENTA.
               SET WS-IDX-CTA TO WS-IDX-PROCESO.
               MOVE WS-CT-NUMERO (WS-IDX-CTA) TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CTA-SALDO TO WS-IMPORTE-VIS
                       MOVE SPACES TO INF-LINEA
                       STRING "   CUENTA " CTA-NUMERO " " CTA-NOMBRE
                           " SALDO " WS-IMPORTE-VIS " " CTA-MONEDA
                           " TIPO " CTA-TIPO-CUENTA
                           " ESTADO " CTA-ESTADO
                           " SUCURSAL " CTA-SUCURSAL
                           DELIMITED BY SIZE INTO INF-LINEA
                       PERFORM 00008-ESCRIBIR-LINEA
               END-READ.

           00013-SECCION-TARJETAS.
               IF WS-NUM-CUENTAS > 0
                   MOVE "TARJETAS" TO WS-TITULO-SECCION
                   MOVE "TARJETAS.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT TARJETAS
                   IF WS-STATUS-TAR = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00013A-LEER-TARJETA
                       PERFORM 00013B-TRATAR-TARJETA
                           UNTIL WS-FIN-FICHERO
                       CLOSE TARJETAS
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00013A-LEER-TARJETA.
               READ TARJETAS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00013B-TRATAR-TARJETA.
               MOVE TAR-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM 00009-ES-CUENTA-DE-LA-PERSONA.
               IF WS-CUENTA-DE-LA-PERSONA
                   MOVE SPACES TO INF-LINEA
                   STRING "   TARJETA " TAR-NUMERO
                       " CUENTA " TAR-CUENTA
                       " CADUCA " TAR-CADUCIDAD
                       " ESTADO " TAR-ESTADO
                       " ALTA " TAR-FECHA-ALTA
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
               END-IF.
               PERFORM 00013A-LEER-TARJETA.

      *        PRESTAMOS A SU NOMBRE O SOBRE SUS CUENTAS
           00014-SECCION-PRESTAMOS.
               IF WS-DNI-PEDIDO NOT = SPACES
                   MOVE "PRESTAMOS" TO WS-TITULO-SECCION
                   MOVE "PRESTAMOS.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT PRESTAMOS
                   IF WS-STATUS-PRE = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00014A-LEER-PRESTAMO
                       PERFORM 00014B-TRATAR-PRESTAMO
                           UNTIL WS-FIN-FICHERO
                       CLOSE PRESTAMOS
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00014A-LEER-PRESTAMO.
               READ PRESTAMOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00014B-TRATAR-PRESTAMO.
               MOVE PRE-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM 00009-ES-CUENTA-DE-LA-PERSONA.
               IF PRE-DNI = WS-DNI-PEDIDO OR WS-CUENTA-DE-LA-PERSONA
                   MOVE PRE-CAPITAL TO WS-IMPORTE-VIS
                   MOVE PRE-PENDIENTE TO WS-IMPORTE-VIS-2
                   MOVE SPACES TO INF-LINEA
                   STRING "   PRESTAMO " PRE-ID " CUENTA " PRE-CUENTA
                       " CAPITAL " WS-IMPORTE-VIS
                       " PENDIENTE " WS-IMPORTE-VIS-2
                       " ESTADO " PRE-ESTADO
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
                   MOVE PRE-CUOTA TO WS-IMPORTE-VIS
                   MOVE PRE-MORA TO WS-IMPORTE-VIS-2
                   MOVE SPACES TO INF-LINEA
                   STRING "      TASA " PRE-TASA " PLAZO "
                       PRE-PLAZO-MESES " CUOTA " WS-IMPORTE-VIS
                       " IMPAGOS " PRE-IMPAGOS
                       " MORA " WS-IMPORTE-VIS-2
                       " ALTA " PRE-FECHA-ALTA
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
                   MOVE SPACES TO INF-LINEA
                   STRING "      FICHA PRECONTRACTUAL " PRE-FICHA
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
               END-IF.
               PERFORM 00014A-LEER-PRESTAMO.

           00015-SECCION-PLAZOS.
               IF WS-DNI-PEDIDO NOT = SPACES
                   MOVE "DEPOSITOS A PLAZO" TO WS-TITULO-SECCION
                   MOVE "PLAZOS.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT PLAZOS
                   IF WS-STATUS-PLZ = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00015A-LEER-PLAZO
                       PERFORM 00015B-TRATAR-PLAZO
                           UNTIL WS-FIN-FICHERO
                       CLOSE PLAZOS
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00015A-LEER-PLAZO.
               READ PLAZOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00015B-TRATAR-PLAZO.
               MOVE PLZ-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM 00009-ES-CUENTA-DE-LA-PERSONA.
               IF PLZ-DNI = WS-DNI-PEDIDO OR WS-CUENTA-DE-LA-PERSONA
                   MOVE PLZ-CAPITAL TO WS-IMPORTE-VIS
                   MOVE SPACES TO INF-LINEA
                   STRING "   DEPOSITO " PLZ-ID " CUENTA " PLZ-CUENTA
                       " CAPITAL " WS-IMPORTE-VIS
                       " TASA " PLZ-TASA
                       " APERTURA " PLZ-FECHA-APERTURA
                       " VENCE " PLZ-FECHA-VENCIMIENTO
                       " ESTADO " PLZ-ESTADO
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
                   MOVE SPACES TO INF-LINEA
                   STRING "      FICHA PRECONTRACTUAL " PLZ-FICHA
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
               END-IF.
               PERFORM 00015A-LEER-PLAZO.

           00016-SECCION-EMBARGOS.
               IF WS-NUM-CUENTAS > 0
                   MOVE "EMBARGOS" TO WS-TITULO-SECCION
                   MOVE "EMBARGOS.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT EMBARGOS
                   IF WS-STATUS-EMB = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00016A-LEER-EMBARGO
                       PERFORM 00016B-TRATAR-EMBARGO
                           UNTIL WS-FIN-FICHERO
                       CLOSE EMBARGOS
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00016A-LEER-EMBARGO.
               READ EMBARGOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00016B-TRATAR-EMBARGO.
               MOVE EMB-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM 00009-ES-CUENTA-DE-LA-PERSONA.
               IF WS-CUENTA-DE-LA-PERSONA
                   MOVE EMB-IMPORTE TO WS-IMPORTE-VIS
                   MOVE SPACES TO INF-LINEA
                   STRING "   EMBARGO " EMB-ID " CUENTA " EMB-CUENTA
                       " IMPORTE " WS-IMPORTE-VIS
                       " REF " EMB-REFERENCIA
                       " ALTA " EMB-FECHA-ALTA
                       " ESTADO " EMB-ESTADO
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
               END-IF.
               PERFORM 00016A-LEER-EMBARGO.

      *        TALONARIOS, CHEQUES PAGADOS Y ORDENES DE NO PAGO DE SUS
      *        CUENTAS, CADA UNO CON SU FICHERO DE ORIGEN
           00017-SECCION-CHEQUES.
               IF WS-NUM-CUENTAS > 0
                   MOVE "TALONARIOS" TO WS-TITULO-SECCION
                   MOVE "TALONARIOS.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT TALONARIOS
                   IF WS-STATUS-TAL = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00017A-LEER-TALONARIO
                       PERFORM 00017B-TRATAR-TALONARIO
                           UNTIL WS-FIN-FICHERO
                       CLOSE TALONARIOS
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION

                   MOVE "CHEQUES PAGADOS" TO WS-TITULO-SECCION
                   MOVE "CHEQUES-PAGADOS.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT CHEQUES-PAGADOS
                   IF WS-STATUS-PAG = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00017C-LEER-PAGADO
                       PERFORM 00017D-TRATAR-PAGADO
                           UNTIL WS-FIN-FICHERO
                       CLOSE CHEQUES-PAGADOS
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION

                   MOVE "ORDENES DE NO PAGO" TO WS-TITULO-SECCION
                   MOVE "STOP-PAGOS.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT STOP-PAGOS
                   IF WS-STATUS-STP = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00017E-LEER-STOP
                       PERFORM 00017F-TRATAR-STOP
                           UNTIL WS-FIN-FICHERO
                       CLOSE STOP-PAGOS
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00017A-LEER-TALONARIO.
               READ TALONARIOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00017B-TRATAR-TALONARIO.
               MOVE TAL-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM 00009-ES-CUENTA-DE-LA-PERSONA.
               IF WS-CUENTA-DE-LA-PERSONA
                   MOVE SPACES TO INF-LINEA
                   STRING "   TALONARIO " TAL-ID " CUENTA " TAL-CUENTA
                       " CHEQUES " TAL-DESDE " A " TAL-HASTA
                       " EMITIDO " TAL-FECHA-EMISION
                       " ESTADO " TAL-ESTADO
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
               END-IF.
               PERFORM 00017A-LEER-TALONARIO.

           00017C-LEER-PAGADO.
               READ CHEQUES-PAGADOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00017D-TRATAR-PAGADO.
               MOVE PAG-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM 00009-ES-CUENTA-DE-LA-PERSONA.
               IF WS-CUENTA-DE-LA-PERSONA
                   MOVE PAG-IMPORTE TO WS-IMPORTE-VIS
                   MOVE SPACES TO INF-LINEA
                   STRING "   CHEQUE " PAG-NUMERO " CUENTA " PAG-CUENTA
                       " PAGADO " PAG-FECHA-PAGO
                       " IMPORTE " WS-IMPORTE-VIS
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
               END-IF.
               PERFORM 00017C-LEER-PAGADO.

           00017E-LEER-STOP.
               READ STOP-PAGOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00017F-TRATAR-STOP.
               MOVE STP-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM 00009-ES-CUENTA-DE-LA-PERSONA.
               IF WS-CUENTA-DE-LA-PERSONA
                   MOVE SPACES TO INF-LINEA
                   STRING "   NO PAGAR CHEQUE " STP-NUMERO
                       " CUENTA " STP-CUENTA
                       " DESDE " STP-FECHA-ALTA
                       " ESTADO " STP-ESTADO
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
               END-IF.
               PERFORM 00017E-LEER-STOP.

      *        ORDENES PERMANENTES CON ORIGEN O DESTINO EN SUS CUENTAS
           00018-SECCION-ORDENES.
               IF WS-NUM-CUENTAS > 0
                   MOVE "ORDENES PERMANENTES" TO WS-TITULO-SECCION
                   MOVE "ORDENES.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT ORDENES-PERMANENTES
                   IF WS-STATUS-ORD = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00018A-LEER-ORDEN
                       PERFORM 00018B-TRATAR-ORDEN
                           UNTIL WS-FIN-FICHERO
                       CLOSE ORDENES-PERMANENTES
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00018A-LEER-ORDEN.
               READ ORDENES-PERMANENTES NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00018B-TRATAR-ORDEN.
               MOVE ORD-CUENTA-ORIGEN TO WS-CUENTA-BUSCADA.
               PERFORM 00009-ES-CUENTA-DE-LA-PERSONA.
               IF NOT WS-CUENTA-DE-LA-PERSONA
                   MOVE ORD-CUENTA-DESTINO TO WS-CUENTA-BUSCADA
                   PERFORM 00009-ES-CUENTA-DE-LA-PERSONA
               END-IF.
               IF WS-CUENTA-DE-LA-PERSONA
                   MOVE ORD-IMPORTE TO WS-IMPORTE-VIS
                   MOVE SPACES TO INF-LINEA
                   STRING "   ORDEN " ORD-ID
                       " DE " ORD-CUENTA-ORIGEN
                       " A " ORD-CUENTA-DESTINO
                       " IMPORTE " WS-IMPORTE-VIS
                       " FRECUENCIA " ORD-FRECUENCIA
                       " ESTADO " ORD-ESTADO
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
               END-IF.
               PERFORM 00018A-LEER-ORDEN.

      *        CAMBIOS AUDITADOS DE REGISTROS QUE LLEVAN SU DNI O QUE
      *        SON DE SUS CUENTAS (LA IMAGEN EMPIEZA POR LA CLAVE)
           00019-SECCION-AUDITORIA.
               IF WS-DNI-PEDIDO NOT = SPACES
                   MOVE "CAMBIOS AUDITADOS" TO WS-TITULO-SECCION
                   MOVE "AUDITORIA.TXT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   MOVE "N" TO WS-EOF
                   OPEN INPUT AUDITORIA
                   PERFORM 00019A-LEER-AUDITORIA
                   PERFORM 00019B-TRATAR-AUDITORIA
                       UNTIL WS-FIN-FICHERO
                   CLOSE AUDITORIA
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00019A-LEER-AUDITORIA.
               READ AUDITORIA
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00019B-TRATAR-AUDITORIA.
               MOVE 0 TO WS-APARICIONES.
               INSPECT AUD-ANTES TALLYING WS-APARICIONES
                   FOR ALL WS-DNI-PEDIDO.
               INSPECT AUD-DESPUES TALLYING WS-APARICIONES
                   FOR ALL WS-DNI-PEDIDO.
               MOVE "N" TO WS-CUENTA-OK.
               IF WS-APARICIONES = 0
                   MOVE AUD-ANTES (1:11) TO WS-CUENTA-BUSCADA
                   PERFORM 00009-ES-CUENTA-DE-LA-PERSONA
                   IF NOT WS-CUENTA-DE-LA-PERSONA
                       MOVE AUD-DESPUES (1:11) TO WS-CUENTA-BUSCADA
                       PERFORM 00009-ES-CUENTA-DE-LA-PERSONA
                   END-IF
               END-IF.
               IF WS-APARICIONES > 0 OR WS-CUENTA-DE-LA-PERSONA
                   MOVE SPACES TO INF-LINEA
                   STRING "   " AUD-FECHA " " AUD-HORA " "
                       AUD-PROGRAMA " OPERADOR " AUD-OPERADOR
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
                   MOVE SPACES TO INF-LINEA
                   STRING "      ANTES  " AUD-ANTES (1:80)
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
                   MOVE SPACES TO INF-LINEA
                   STRING "      DESPUES " AUD-DESPUES (1:80)
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
               END-IF.
               PERFORM 00019A-LEER-AUDITORIA.

      *        SI ES PERSONAL DE LA CASA: SU FICHA Y SUS ACUMULADOS DE
      *        NOMINA POR EJERCICIO
           00020-SECCION-EMPLEADO.
               IF WS-DNI-PEDIDO NOT = SPACES
                   MOVE "FICHA DE EMPLEADO" TO WS-TITULO-SECCION
                   MOVE "EMPLEADOS.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT EMPLEADOS
                   IF WS-STATUS-EMP = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00020A-LEER-EMPLEADO
                       PERFORM 00020B-TRATAR-EMPLEADO
                           UNTIL WS-FIN-FICHERO
                       CLOSE EMPLEADOS
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION
                   IF WS-EMPLEADO-HALLADO NOT = 0
                       MOVE "ACUMULADOS DE NOMINA" TO WS-TITULO-SECCION
                       MOVE "NOMINA-ACUM.DAT" TO WS-ORIGEN
                       PERFORM 00005-ABRIR-SECCION
                       OPEN INPUT ACUMULADOS
                       IF WS-STATUS-ACU = "00"
                           MOVE "N" TO WS-EOF
                           MOVE WS-EMPLEADO-HALLADO TO ACU-EMPLEADO
                           MOVE 0 TO ACU-ANIO
                           START ACUMULADOS
                               KEY IS NOT LESS THAN ACU-CLAVE
                               INVALID KEY SET WS-FIN-FICHERO TO TRUE
                           END-START
                           PERFORM 00020C-LEER-ACUMULADO
                           PERFORM 00020D-TRATAR-ACUMULADO
                               UNTIL WS-FIN-FICHERO
                           CLOSE ACUMULADOS
                       ELSE
                           PERFORM 00007-SIN-FICHERO
                       END-IF
                       PERFORM 00006-CERRAR-SECCION
                   END-IF
               END-IF.

           00020A-LEER-EMPLEADO.
               READ EMPLEADOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00020B-TRATAR-EMPLEADO.
               IF EMP-DNI = WS-DNI-PEDIDO
                   MOVE EMP-ID TO WS-EMPLEADO-HALLADO
                   MOVE EMP-SALARIO TO WS-IMPORTE-VIS
                   MOVE SPACES TO INF-LINEA
                   STRING "   EMPLEADO " EMP-ID " " EMP-NOMBRE-TRAB
                       " " EMP-APELLIDO-PATERNO
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
                   MOVE SPACES TO INF-LINEA
                   STRING "      " EMP-APELLIDO-MATERNO
                       " EDAD " EMP-EDAD
                       " SALARIO " WS-IMPORTE-VIS
                       " ACTIVO " EMP-BANDERA
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
                   MOVE SPACES TO INF-LINEA
                   STRING "      CUENTA NOMINA " EMP-CUENTA
                       " BANCO " EMP-BANCO
                       " CENTRO " EMP-CENTRO-COSTE
                       " DEPTO " EMP-DEPARTAMENTO
                       " BAJA " EMP-FECHA-BAJA " " EMP-MOTIVO-BAJA
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
               END-IF.
               PERFORM 00020A-LEER-EMPLEADO.

           00020C-LEER-ACUMULADO.
               IF NOT WS-FIN-FICHERO
                   READ ACUMULADOS NEXT RECORD
                       AT END SET WS-FIN-FICHERO TO TRUE
                   END-READ
               END-IF.
               IF NOT WS-FIN-FICHERO
                   AND ACU-EMPLEADO NOT = WS-EMPLEADO-HALLADO
                   SET WS-FIN-FICHERO TO TRUE
               END-IF.

           00020D-TRATAR-ACUMULADO.
               MOVE ACU-BRUTO TO WS-IMPORTE-VIS.
               MOVE ACU-RETENIDO TO WS-IMPORTE-VIS-2.
               MOVE SPACES TO INF-LINEA.
               STRING "   EJERCICIO " ACU-ANIO
                   " BRUTO " WS-IMPORTE-VIS
                   " RETENIDO " WS-IMPORTE-VIS-2
                   DELIMITED BY SIZE INTO INF-LINEA.
               PERFORM 00008-ESCRIBIR-LINEA.
               MOVE ACU-SS-TRABAJADOR TO WS-IMPORTE-VIS.
               MOVE ACU-EXENTO TO WS-IMPORTE-VIS-2.
               MOVE SPACES TO INF-LINEA.
               STRING "      COTIZ.SS " WS-IMPORTE-VIS
                   " EXENTO " WS-IMPORTE-VIS-2
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.
               PERFORM 00020C-LEER-ACUMULADO.

      *        RECEPCION GUARDA A LOS VISITANTES POR SU NOMBRE
           00021-SECCION-VISITANTES.
               IF WS-NOMBRE-PEDIDO NOT = SPACES
                   MOVE "ENTRADAS Y SALIDAS" TO WS-TITULO-SECCION
                   MOVE "VISITANTES.TXT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   MOVE "N" TO WS-EOF
                   OPEN INPUT VISITANTES
                   PERFORM 00021A-LEER-VISITA
                   PERFORM 00021B-TRATAR-VISITA UNTIL WS-FIN-FICHERO
                   CLOSE VISITANTES
                   PERFORM 00006-CERRAR-SECCION

                   MOVE "CITAS" TO WS-TITULO-SECCION
                   MOVE "CITAS.TXT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   MOVE "N" TO WS-EOF
                   OPEN INPUT CITAS
                   PERFORM 00021C-LEER-CITA
                   PERFORM 00021D-TRATAR-CITA UNTIL WS-FIN-FICHERO
                   CLOSE CITAS
                   PERFORM 00006-CERRAR-SECCION

                   MOVE "PASES DE CONTRATISTA" TO WS-TITULO-SECCION
                   MOVE "PASES.TXT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   MOVE "N" TO WS-EOF
                   OPEN INPUT PASES
                   PERFORM 00021E-LEER-PASE
                   PERFORM 00021F-TRATAR-PASE UNTIL WS-FIN-FICHERO
                   CLOSE PASES
                   PERFORM 00006-CERRAR-SECCION

                   MOVE "LISTA DE VETADOS" TO WS-TITULO-SECCION
                   MOVE "VETADOS.TXT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   MOVE "N" TO WS-EOF
                   OPEN INPUT VETADOS
                   PERFORM 00021G-LEER-VETADO
                   PERFORM 00021H-TRATAR-VETADO UNTIL WS-FIN-FICHERO
                   CLOSE VETADOS
                   PERFORM 00006-CERRAR-SECCION

                   MOVE "ENTRADAS DENEGADAS" TO WS-TITULO-SECCION
                   MOVE "ALERTAS-VETADOS.TXT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   MOVE "N" TO WS-EOF
                   OPEN INPUT ALERTAS-VETADOS
                   PERFORM 00021I-LEER-ALERTA
                   PERFORM 00021J-TRATAR-ALERTA UNTIL WS-FIN-FICHERO
                   CLOSE ALERTAS-VETADOS
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00021A-LEER-VISITA.
               READ VISITANTES
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00021B-TRATAR-VISITA.
               IF VIS-NOMBRE = WS-NOMBRE-PEDIDO
                   MOVE SPACES TO INF-LINEA
                   STRING "   " VIS-TIPO " " VIS-FECHA " " VIS-HORA
                       " " VIS-MOTIVO " " VIS-DEPARTAMENTO
                       " ACRED. " VIS-ACREDITACION " " VIS-CITA
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
               END-IF.
               PERFORM 00021A-LEER-VISITA.

           00021C-LEER-CITA.
               READ CITAS
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00021D-TRATAR-CITA.
               IF CIT-NOMBRE = WS-NOMBRE-PEDIDO
                   MOVE SPACES TO INF-LINEA
                   STRING "   CITA " CIT-FECHA " CON " CIT-ANFITRION
                       " " CIT-MOTIVO " " CIT-DEPARTAMENTO
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
               END-IF.
               PERFORM 00021C-LEER-CITA.

           00021E-LEER-PASE.
               READ PASES
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00021F-TRATAR-PASE.
               IF PAS-NOMBRE = WS-NOMBRE-PEDIDO
                   MOVE SPACES TO INF-LINEA
                   STRING "   PASE " PAS-NUMERO " DEL " PAS-DESDE
                       " AL " PAS-HASTA " " PAS-DEPARTAMENTOS
                       " ESTADO " PAS-ESTADO
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
               END-IF.
               PERFORM 00021E-LEER-PASE.

           00021G-LEER-VETADO.
               READ VETADOS
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00021H-TRATAR-VETADO.
               IF VET-NOMBRE = WS-NOMBRE-PEDIDO
                   MOVE "   FIGURA EN LA LISTA DE VISITANTES VETADOS"
                       TO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
               END-IF.
               PERFORM 00021G-LEER-VETADO.

           00021I-LEER-ALERTA.
               READ ALERTAS-VETADOS
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00021J-TRATAR-ALERTA.
               IF ALV-NOMBRE = WS-NOMBRE-PEDIDO
                   MOVE SPACES TO INF-LINEA
                   STRING "   ENTRADA DENEGADA EL " ALV-FECHA
                       " A LAS " ALV-HORA
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
               END-IF.
               PERFORM 00021I-LEER-ALERTA.

      *        RECLAMACIONES QUE PRESENTO O QUE SON DE SUS CUENTAS
           00022-SECCION-RECLAMACIONES.
               IF WS-DNI-PEDIDO NOT = SPACES
                   MOVE "RECLAMACIONES" TO WS-TITULO-SECCION
                   MOVE "RECLAMACIONES.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT RECLAMACIONES
                   IF WS-STATUS-REC = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00022A-LEER-RECLAMACION
                       PERFORM 00022B-TRATAR-RECLAMACION
                           UNTIL WS-FIN-FICHERO
                       CLOSE RECLAMACIONES
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00022A-LEER-RECLAMACION.
               READ RECLAMACIONES NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00022B-TRATAR-RECLAMACION.
               MOVE REC-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM 00009-ES-CUENTA-DE-LA-PERSONA.
               IF REC-DNI = WS-DNI-PEDIDO OR WS-CUENTA-DE-LA-PERSONA
                   MOVE SPACES TO INF-LINEA
                   STRING "   RECLAMACION " REC-NUMERO
                       " CUENTA " REC-CUENTA
                       " CATEGORIA " REC-CATEGORIA
                       " CANAL " REC-CANAL
                       " ALTA " REC-FECHA-ALTA
                       " ESTADO " REC-ESTADO
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
                   MOVE SPACES TO INF-LINEA
                   STRING "      " REC-RESUMEN
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
                   IF REC-RESUELTA
                       MOVE REC-IMPORTE-DEVUELTO TO WS-IMPORTE-VIS
                       MOVE SPACES TO INF-LINEA
                       STRING "      RESOLUCION " REC-RESOLUCION
                           " " REC-FECHA-RESOLUCION
                           " DEVUELTO " WS-IMPORTE-VIS
                           " " REC-TEXTO-RESOLUCION
                           DELIMITED BY SIZE INTO INF-LINEA
                       WRITE INF-LINEA
                   END-IF
               END-IF.
               PERFORM 00022A-LEER-RECLAMACION.

      *        CAJAS DE SEGURIDAD ALQUILADAS A SU NOMBRE Y SUS VISITAS
      *        A LA CAMARA (ACCESOS-CAJA.TXT LO LLEVA EL CAJERO)
           00023-SECCION-CAJAS.
               IF WS-DNI-PEDIDO NOT = SPACES
                   MOVE "CAJAS DE SEGURIDAD" TO WS-TITULO-SECCION
                   MOVE "CAJAS-SEGURIDAD.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT CAJAS-SEGURIDAD
                   IF WS-STATUS-CSG = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00023A-LEER-CAJA
                       PERFORM 00023B-TRATAR-CAJA
                           UNTIL WS-FIN-FICHERO
                       CLOSE CAJAS-SEGURIDAD
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION

                   MOVE "ACCESOS A CAJAS DE SEGURIDAD"
                       TO WS-TITULO-SECCION
                   MOVE "ACCESOS-CAJA.TXT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   MOVE "N" TO WS-EOF
                   OPEN INPUT ACCESOS-CAJA
                   PERFORM 00023C-LEER-ACCESO
                   PERFORM 00023D-TRATAR-ACCESO UNTIL WS-FIN-FICHERO
                   CLOSE ACCESOS-CAJA
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00023A-LEER-CAJA.
               READ CAJAS-SEGURIDAD NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00023B-TRATAR-CAJA.
               IF CSG-DNI = WS-DNI-PEDIDO
                   MOVE SPACES TO INF-LINEA
                   STRING "   CAJA " CSG-NUMERO
                       " SUCURSAL " CSG-SUCURSAL
                       " CUENTA " CSG-CUENTA
                       " ALTA " CSG-FECHA-ALTA
                       " VENCE " CSG-VENCIMIENTO
                       " ESTADO " CSG-ESTADO
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
                   MOVE CSG-IMPAGADO TO WS-IMPORTE-VIS
                   MOVE SPACES TO INF-LINEA
                   STRING "      TAMANO " CSG-TAMANO
                       " BAJA " CSG-FECHA-BAJA
                       " IMPAGADO " WS-IMPORTE-VIS
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
               END-IF.
               PERFORM 00023A-LEER-CAJA.

           00023C-LEER-ACCESO.
               READ ACCESOS-CAJA
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00023D-TRATAR-ACCESO.
               IF ACC-DNI = WS-DNI-PEDIDO
                   MOVE SPACES TO INF-LINEA
                   STRING "   CAJA " ACC-CAJA " " ACC-FECHA " "
                       ACC-HORA " " ACC-RESULTADO " " ACC-MOTIVO
                       " SUCURSAL " ACC-SUCURSAL
                       " CAJERO " ACC-CAJERO
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
               END-IF.
               PERFORM 00023C-LEER-ACCESO.

      *        MANDATOS DE DOMICILIACION Y RECIBOS CARGADOS EN SUS
      *        CUENTAS
           00024-SECCION-DOMICILIACIONES.
               IF WS-NUM-CUENTAS > 0
                   MOVE "MANDATOS DE DOMICILIACION" TO WS-TITULO-SECCION
                   MOVE "MANDATOS.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT MANDATOS
                   IF WS-STATUS-MAN = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00024A-LEER-MANDATO
                       PERFORM 00024B-TRATAR-MANDATO
                           UNTIL WS-FIN-FICHERO
                       CLOSE MANDATOS
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION

                   MOVE "RECIBOS DOMICILIADOS" TO WS-TITULO-SECCION
                   MOVE "COBROS-DOMIC.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT COBROS
                   IF WS-STATUS-COB = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00024C-LEER-COBRO
                       PERFORM 00024D-TRATAR-COBRO
                           UNTIL WS-FIN-FICHERO
                       CLOSE COBROS
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00024A-LEER-MANDATO.
               READ MANDATOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00024B-TRATAR-MANDATO.
               MOVE MAN-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM 00009-ES-CUENTA-DE-LA-PERSONA.
               IF WS-CUENTA-DE-LA-PERSONA
                   MOVE SPACES TO INF-LINEA
                   STRING "   MANDATO " MAN-EMISOR
                       " REF " MAN-REFERENCIA
                       " CUENTA " MAN-CUENTA
                       " FIRMA " MAN-FECHA-FIRMA
                       " ESTADO " MAN-ESTADO
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
                   MOVE MAN-IMPORTE-MAXIMO TO WS-IMPORTE-VIS
                   MOVE SPACES TO INF-LINEA
                   STRING "      MAXIMO " WS-IMPORTE-VIS
                       " REVOCADO " MAN-FECHA-REVOCACION
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
               END-IF.
               PERFORM 00024A-LEER-MANDATO.

           00024C-LEER-COBRO.
               READ COBROS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00024D-TRATAR-COBRO.
               MOVE COB-CUENTA TO WS-CUENTA-BUSCADA.
               PERFORM 00009-ES-CUENTA-DE-LA-PERSONA.
               IF WS-CUENTA-DE-LA-PERSONA
                   MOVE COB-IMPORTE TO WS-IMPORTE-VIS
                   MOVE SPACES TO INF-LINEA
                   STRING "   RECIBO " COB-ID " CUENTA " COB-CUENTA
                       " FECHA " COB-FECHA
                       " IMPORTE " WS-IMPORTE-VIS
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
                   MOVE SPACES TO INF-LINEA
                   STRING "      " COB-EMISOR " REF " COB-REFERENCIA
                       " ESTADO " COB-ESTADO
                       " REEMBOLSO " COB-FECHA-REEMBOLSO
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
               END-IF.
               PERFORM 00024C-LEER-COBRO.

      *        CANAL Y AVISOS A LOS QUE ESTA SUSCRITO
           00025-SECCION-AVISOS.
               IF WS-DNI-PEDIDO NOT = SPACES
                   MOVE "PREFERENCIAS DE AVISOS" TO WS-TITULO-SECCION
                   MOVE "ALERTAS-PREF.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT PREFERENCIAS
                   IF WS-STATUS-APF = "00"
                       MOVE WS-DNI-PEDIDO TO APF-DNI
                       READ PREFERENCIAS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO INF-LINEA
                               STRING "   CANAL " APF-CANAL
                                   " ALTA " APF-FECHA-ALTA
                                   " CAJERO " APF-CAJERO
                                   DELIMITED BY SIZE INTO INF-LINEA
                               PERFORM 00008-ESCRIBIR-LINEA
                               PERFORM 00025A-DETALLAR-AVISO
                                   VARYING WS-IDX-AVISO FROM 1 BY 1
                                   UNTIL WS-IDX-AVISO > 6
                       END-READ
                       CLOSE PREFERENCIAS
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00025A-DETALLAR-AVISO.
               IF APF-SUSCRITO (WS-IDX-AVISO)
                   MOVE APF-UMBRAL (WS-IDX-AVISO) TO WS-IMPORTE-VIS
                   MOVE SPACES TO INF-LINEA
                   STRING "      " WS-NOMBRE-AVISO (WS-IDX-AVISO)
                       " UMBRAL " WS-IMPORTE-VIS
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
               END-IF.

      *        TESTAMENTARIA ABIERTA A SU NOMBRE
           00026-SECCION-TESTAMENTARIA.
               IF WS-DNI-PEDIDO NOT = SPACES
                   MOVE "TESTAMENTARIA" TO WS-TITULO-SECCION
                   MOVE "TESTAMENTARIAS.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT TESTAMENTARIAS
                   IF WS-STATUS-TES = "00"
                       MOVE WS-DNI-PEDIDO TO TES-DNI
                       READ TESTAMENTARIAS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO INF-LINEA
                               STRING "   DEFUNCION "
                                   TES-FECHA-DEFUNCION
                                   " ALTA " TES-FECHA-ALTA
                                   " ESTADO " TES-ESTADO
                                   " LIQUIDADA " TES-FECHA-LIQUIDACION
                                   DELIMITED BY SIZE INTO INF-LINEA
                               PERFORM 00008-ESCRIBIR-LINEA
                               MOVE SPACES TO INF-LINEA
                               STRING "      CERTIFICADO "
                                   TES-CERTIFICADO
                                   " SUPERVISOR " TES-SUPERVISOR
                                   " CUENTAS CONGELADAS "
                                   TES-NUM-CONGELADAS
                                   DELIMITED BY SIZE INTO INF-LINEA
                               WRITE INF-LINEA
                       END-READ
                       CLOSE TESTAMENTARIAS
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

      *        ESTUDIOS DE ENDEUDAMIENTO HECHOS AL PEDIR UN PRESTAMO
           00027-SECCION-RIESGO.
               IF WS-DNI-PEDIDO NOT = SPACES
                   MOVE "ESTUDIOS DE RIESGO" TO WS-TITULO-SECCION
                   MOVE "PRESTAMOS-RIESGO.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT PRESTAMOS-RIESGO
                   IF WS-STATUS-RSG = "00"
                       MOVE "N" TO WS-EOF
                       PERFORM 00027A-LEER-RIESGO
                       PERFORM 00027B-TRATAR-RIESGO
                           UNTIL WS-FIN-FICHERO
                       CLOSE PRESTAMOS-RIESGO
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00027A-LEER-RIESGO.
               READ PRESTAMOS-RIESGO NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00027B-TRATAR-RIESGO.
               IF RSG-DNI = WS-DNI-PEDIDO
                   MOVE RSG-INGRESOS TO WS-IMPORTE-VIS
                   MOVE RSG-CUOTAS-OTRAS TO WS-IMPORTE-VIS-2
                   MOVE SPACES TO INF-LINEA
                   STRING "   ESTUDIO " RSG-ID " FECHA " RSG-FECHA
                       " INGRESOS " WS-IMPORTE-VIS
                       " CUOTAS " WS-IMPORTE-VIS-2
                       DELIMITED BY SIZE INTO INF-LINEA
                   PERFORM 00008-ESCRIBIR-LINEA
                   MOVE RSG-CUOTA-NUEVA TO WS-IMPORTE-VIS
                   MOVE SPACES TO INF-LINEA
                   STRING "      PRESTAMOS " RSG-NUM-PRESTAMOS
                       " CUOTA NUEVA " WS-IMPORTE-VIS
                       " RATIO " RSG-RATIO " MAXIMO " RSG-RATIO-MAX
                       " DECISION " RSG-DECISION
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
                   MOVE SPACES TO INF-LINEA
                   STRING "      MORA " RSG-MORA
                       " EMBARGO " RSG-EMBARGO
                       " DORMIDA " RSG-DORMIDA
                       " SUPERVISOR " RSG-SUPERVISOR
                       " CAJERO " RSG-CAJERO
                       DELIMITED BY SIZE INTO INF-LINEA
                   WRITE INF-LINEA
               END-IF.
               PERFORM 00027A-LEER-RIESGO.

      *        SI ES PERSONAL DE LA CASA: SUS AUSENCIAS Y LAS
      *        INCIDENCIAS DE NOMINA, LAS DOS POR NUMERO DE EMPLEADO
           00028-SECCION-AUSENCIAS.
               IF WS-EMPLEADO-HALLADO NOT = 0
                   MOVE "AUSENCIAS" TO WS-TITULO-SECCION
                   MOVE "AUSENCIAS.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT AUSENCIAS
                   IF WS-STATUS-AUS = "00"
                       MOVE "N" TO WS-EOF
                       MOVE WS-EMPLEADO-HALLADO TO AUS-EMPLEADO
                       MOVE 0 TO AUS-DESDE
                       START AUSENCIAS
                           KEY IS NOT LESS THAN AUS-CLAVE
                           INVALID KEY SET WS-FIN-FICHERO TO TRUE
                       END-START
                       PERFORM 00028A-LEER-AUSENCIA
                       PERFORM 00028B-TRATAR-AUSENCIA
                           UNTIL WS-FIN-FICHERO
                       CLOSE AUSENCIAS
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION

                   MOVE "INCIDENCIAS DE NOMINA" TO WS-TITULO-SECCION
                   MOVE "INCIDENCIAS.DAT" TO WS-ORIGEN
                   PERFORM 00005-ABRIR-SECCION
                   OPEN INPUT INCIDENCIAS
                   IF WS-STATUS-INC = "00"
                       MOVE "N" TO WS-EOF
                       MOVE WS-EMPLEADO-HALLADO TO INC-EMPLEADO
                       MOVE 0 TO INC-PERIODO
                       MOVE 0 TO INC-LINEA
                       START INCIDENCIAS
                           KEY IS NOT LESS THAN INC-CLAVE
                           INVALID KEY SET WS-FIN-FICHERO TO TRUE
                       END-START
                       PERFORM 00028C-LEER-INCIDENCIA
                       PERFORM 00028D-TRATAR-INCIDENCIA
                           UNTIL WS-FIN-FICHERO
                       CLOSE INCIDENCIAS
                   ELSE
                       PERFORM 00007-SIN-FICHERO
                   END-IF
                   PERFORM 00006-CERRAR-SECCION
               END-IF.

           00028A-LEER-AUSENCIA.
               IF NOT WS-FIN-FICHERO
                   READ AUSENCIAS NEXT RECORD
                       AT END SET WS-FIN-FICHERO TO TRUE
                   END-READ
               END-IF.
               IF NOT WS-FIN-FICHERO
                   AND AUS-EMPLEADO NOT = WS-EMPLEADO-HALLADO
                   SET WS-FIN-FICHERO TO TRUE
               END-IF.

           00028B-TRATAR-AUSENCIA.
               MOVE SPACES TO INF-LINEA.
               STRING "   " AUS-TIPO " DEL " AUS-DESDE
                   " AL " AUS-HASTA
                   " DIAS " AUS-DIAS-HABILES
                   " ESTADO " AUS-ESTADO
                   " APROBADOR " AUS-APROBADOR
                   " ALTA " AUS-FECHA-ALTA
                   DELIMITED BY SIZE INTO INF-LINEA.
               PERFORM 00008-ESCRIBIR-LINEA.
               PERFORM 00028A-LEER-AUSENCIA.

           00028C-LEER-INCIDENCIA.
               IF NOT WS-FIN-FICHERO
                   READ INCIDENCIAS NEXT RECORD
                       AT END SET WS-FIN-FICHERO TO TRUE
                   END-READ
               END-IF.
               IF NOT WS-FIN-FICHERO
                   AND INC-EMPLEADO NOT = WS-EMPLEADO-HALLADO
                   SET WS-FIN-FICHERO TO TRUE
               END-IF.

           00028D-TRATAR-INCIDENCIA.
               MOVE INC-IMPORTE TO WS-IMPORTE-VIS.
               MOVE SPACES TO INF-LINEA.
               STRING "   PERIODO " INC-PERIODO " LINEA " INC-LINEA
                   " CONCEPTO " INC-CONCEPTO
                   " UNIDADES " INC-UNIDADES
                   " IMPORTE " WS-IMPORTE-VIS " " INC-SIGNO
                   " ESTADO " INC-ESTADO
                   DELIMITED BY SIZE INTO INF-LINEA.
               PERFORM 00008-ESCRIBIR-LINEA.
               PERFORM 00028C-LEER-INCIDENCIA.

       END PROGRAM ACCESO-DATOS.
