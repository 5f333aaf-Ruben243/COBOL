      *    LISTA-VIGILANCIA.TXT; a hit diverts the payment to the
      *    held queue RETENIDOS-REMESA.DAT instead of the exchange
      *    file, for compliance review with LISTAREV.
      *  - Account opening (option 8) offers only the products of the
      *    PRODUCTOS.DAT catalogue (maintained with PRODADMIN): type,
      *    currencies, minimum age, overdraft, daily limit and rate
      *    come from the chosen product, and the account-product link
      *    is kept in CUENTAS-PRODUCTO.DAT for the fee and interest
      *    batches.
      *  - Deceased customers: a DNI marked as deceased by DEFUNCION
      *    is refused at sign-on, and the accounts frozen for the
      *    estate (CTA-BLOQUEADA "F") cannot be operated until the
      *    estate is settled.
      *  - Customers change their own PIN (option 17) after keying the
      *    current one; trivial PINs (repeated or consecutive digits,
      *    birth year) are refused. A PIN reissued from DESBLOQUEO
      *    (CTA-BLOQUEADA "R") is released on its first correct use.
      *    Audit images of PIN changes carry the PIN masked.
      *  - Teller PIN policy: the PIN expires after the days in
      *    PIN-CAJERO-DIAS.TXT (90 by default) and must be changed at
      *    sign-on, the last three PINs cannot be reused, and repeated
      *    failures lock the teller id (CAJ-ACTIVO "L") until a
      *    supervisor unlocks it from CAJADMIN.
      *  - Every account carries its IBAN in CUENTAS-IBAN.DAT (new
      *    accounts at opening, existing ones with IBAN-CONV); tickets
      *    and statements print it. The transfer destination accepts
      *    an 11-digit account or an IBAN checked with mod-97 before
      *    anything is queued; our own IBANs resolve to the account.
      *  - Loan guarantors (TITULARES.DAT role "G") are not admitted
      *    at the window; they only receive the arrears letters.
      *  - Early loan repayment (option 18): a partial or total
      *    repayment of a current loan is charged to the cleared
      *    balance (PREST-AMOR) with the fee of COMISION-AMORTIZACION
      *    .TXT (COMIS-AMOR). A partial repayment lowers either the
      *    instalment or the term and prints the new schedule to
      *    CUADRO-PRESTAMO.TXT; a total one liquidates the loan and
      *    issues a numbered debt-cancellation certificate into
      *    CERTIFICADOS-PRESTAMO.TXT. Loans in arrears are refused.
      *  - Loan affordability check: before a loan is written the
      *    holder's monthly income is estimated from six months of
      *    recurring credits in HISTORICO.DAT, the instalments of
      *    their other current loans are added and the debt-to-income
      *    ratio is compared with the RIESGO-PRESTAMO.TXT bands;
      *    arrears, court holds or dormant accounts also refuse. A
      *    refusal only proceeds with a supervisor exception through
      *    AUTORIZACIONES.DAT, and the figures and decision are kept
      *    per loan in PRESTAMOS-RIESGO.DAT.
      *  - Safe deposit box vault access (option 19): the identified
      *    holder must be the renter of the box in CAJAS-SEGURIDAD.DAT
      *    (maintained with CSGADMIN) or an active holder of its
      *    charging account, and the box must belong to this branch.
      *    Every attempt, allowed or refused, is logged with teller
      *    and time in ACCESOS-CAJA.TXT. ALQCAJAS charges the rent.
      *    Not available in training mode.
      *  - Every journal line is stamped with the hour of day of the
      *    operation (MOV-HORA) for the monthly teller productivity
      *    report (PRODCAJERO).
      *  - Pre-contract information sheet before a loan (option 13) or
      *    a term deposit (option 14) is confirmed: a numbered sheet
      *    (FICHA-SEQ.TXT) is appended to FICHAS-PRECONTRACTUALES.TXT
      *    with nominal rate and APR (TAE, solved by bisection on the
      *    monthly rate). Loans add the opening fee of
      *    COMISION-APERTURA.TXT (none without the file, charged as
      *    COMIS-APER), the total payable and the full schedule;
      *    deposits add gross and net interest after the withholding
      *    of RETENCION-TASA.TXT and the early-cancellation terms. The
      *    customer's answer goes to ACEPTACIONES-FICHA.TXT and the
      *    sheet number is kept in PRE-FICHA / PLZ-FICHA.
      *  - Self-service kiosk mode for positions marked "K" in
      *    TERMINAL.TXT: no teller sign-on (teller id KIOSCO), access
      *    by card and PIN only, and a reduced menu of withdrawal,
      *    balance, last movements and transfers between the
      *    customer's own accounts (principal or co-holder in
      *    TITULARES.DAT). Other options are refused. Withdrawals
      *    are capped by the lower of the account daily limit and
      *    the KIOSCO.TXT limit (300 by default), with no supervisor
      *    escalation. The menu closes the session after the idle
      *    seconds of KIOSCO.TXT (60 by default), and so do the
      *    amount and destination prompts, the closing ticket and
      *    statement questions (answered "N") and the message pauses
      *    (the operation in course is abandoned), the card is
      *    retained (TAR-ESTADO "C") when the PIN attempts run out,
      *    and every movement carries MOV-ORIGEN "K" for the daily
      *    close.
      *  - Identity document and KYC review check after the PIN:
      *    the session warns when the holder's document in
      *    CLIENTES.DAT has no expiry on file or has expired at the
      *    business date of FECHA-NEGOCIO.TXT, and
      *    when the periodic KYC review is overdue (12/36/60 months
      *    for high/medium/low risk, from KYC-PARAMETROS.TXT). Once
      *    the grace days after expiry have passed (30 by default)
      *    withdrawals, transfers, standing orders, account
      *    opening and closing, loans and loan repayments, term
      *    deposits and value-date operations are refused until
      *    the document is renewed in CLIMANT; deposits and
      *    inquiries are still allowed. New clients opened here
      *    get document type DNI and risk medium, pending
      *    completion in CLIMANT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cajero.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-UMB.

      *    DIAS DE VALIDEZ DEL PIN DE OPERADOR
           SELECT VALIDEZ-PIN ASSIGN TO "../PIN-CAJERO-DIAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VPN.

           SELECT CHEQUES ASSIGN TO "../CHEQUES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRM.

      *    PARAMETROS DEL QUIOSCO DE AUTOSERVICIO: LIMITE DIARIO DE
      *    REINTEGRO Y SEGUNDOS DE INACTIVIDAD ANTES DE CERRAR
           SELECT PARAM-KIOSCO ASSIGN TO "../KIOSCO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-KIO.

      *    PERIODICIDAD DE LA REVISION KYC POR NIVEL DE RIESGO (MESES)
      *    Y DIAS DE GRACIA TRAS LA CADUCIDAD DEL DOCUMENTO
           SELECT PARAM-KYC ASSIGN TO "../KYC-PARAMETROS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-KYC.

      *    COLA DE AUTORIZACIONES PENDIENTES DE SUPERVISOR: EL
      *    CAJERO ENCOLA Y ESPERA, EL SUPERVISOR RESUELVE CON SUPAUT
           SELECT AUTORIZACIONES ASSIGN TO "../AUTORIZACIONES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-RTN.

      *    CATALOGO DE PRODUCTOS DE CUENTA (VER PRODADMIN) Y PRODUCTO
      *    CONTRATADO POR CADA CUENTA ABIERTA
           SELECT PRODUCTOS ASSIGN TO "../PRODUCTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-CODIGO
           FILE STATUS IS WS-STATUS-PRD.

           SELECT CUENTAS-PRODUCTO ASSIGN TO "../CUENTAS-PRODUCTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPR-CUENTA
           FILE STATUS IS WS-STATUS-CPR.

      *    IBAN DE CADA CUENTA (VER IBAN-CONV), ACCESIBLE TAMBIEN POR
      *    EL PROPIO IBAN Y CODIGO DE ENTIDAD PARA COMPONERLO
           SELECT CUENTAS-IBAN ASSIGN TO "../CUENTAS-IBAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBN-CUENTA
           ALTERNATE RECORD KEY IS IBN-IBAN
           FILE STATUS IS WS-STATUS-IBN.

           SELECT PARAM-ENTIDAD ASSIGN TO "../ENTIDAD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENT.

      *    AMORTIZACION ANTICIPADA DE PRESTAMOS: PORCENTAJE DE
      *    COMISION, NUEVO CUADRO PARA EL CLIENTE Y CERTIFICADO DE
      *    CANCELACION CON LA NUMERACION COMUN DE CERTIFICADOS
           SELECT COMISION-AMORTIZACION
           ASSIGN TO "../COMISION-AMORTIZACION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CMA.

           SELECT CUADRO-PRESTAMO ASSIGN TO "../CUADRO-PRESTAMO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEC-CERTIFICADO ASSIGN TO "../CERTIFICADO-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-CER.

           SELECT OPTIONAL CERTIFICADOS-PRESTAMO
           ASSIGN TO "../CERTIFICADOS-PRESTAMO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    EVALUACION DE SOLVENCIA DE CADA PRESTAMO CONCEDIDO Y
      *    TRAMOS DE RATIO MAXIMO DE ENDEUDAMIENTO
           SELECT PRESTAMOS-RIESGO ASSIGN TO "../PRESTAMOS-RIESGO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSG-ID
           FILE STATUS IS WS-STATUS-RSG.

           SELECT RIESGO-PRESTAMO ASSIGN TO "../RIESGO-PRESTAMO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RSP.

      *    CAJAS DE SEGURIDAD (VER CSGADMIN) Y REGISTRO DE ACCESOS A
      *    LA CAMARA
           SELECT CAJAS-SEGURIDAD ASSIGN TO "../CAJAS-SEGURIDAD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSG-NUMERO
           FILE STATUS IS WS-STATUS-CSG.

           SELECT OPTIONAL ACCESOS-CAJA ASSIGN TO "../ACCESOS-CAJA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    FICHA DE INFORMACION PRECONTRACTUAL DE PRESTAMOS Y PLAZOS:
      *    NUMERACION PROPIA, COMISION DE APERTURA DEL PRESTAMO,
      *    RETENCION FISCAL DEL PLAZO Y REGISTRO DE LA ACEPTACION
           SELECT OPTIONAL FICHAS-PRECONTRACTUALES
           ASSIGN TO "../FICHAS-PRECONTRACTUALES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEC-FICHA ASSIGN TO "../FICHA-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-FIC.

           SELECT COMISION-APERTURA ASSIGN TO "../COMISION-APERTURA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAP.

           SELECT PARAM-RETENCION ASSIGN TO "../RETENCION-TASA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RTF.

           SELECT OPTIONAL ACEPTACIONES-FICHA
           ASSIGN TO "../ACEPTACIONES-FICHA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD TICKET.
             02 TICKET-CAJERO PIC X(08).
             02 FILLER PIC A(01) VALUE SPACE.
             02 TICKET-DUPLICADO PIC X(09).
             02 FILLER PIC A(01) VALUE SPACE.
             02 TICKET-IBAN PIC X(24).

        FD TICKET-LECTURA.
         01 TIK-REGISTRO.
             02 CTA-FECHA-RETIRADO PIC 9(08).
             02 CTA-BLOQUEADA PIC X(01).
                 88 CTA-ESTA-BLOQUEADA VALUE "B".
                 88 CTA-CONGELADA      VALUE "F".
                 88 CTA-PIN-REEMITIDO  VALUE "R".
             02 CTA-ESTADO PIC X(01).
                 88 CTA-ABIERTA      VALUE "A".
                 88 CTA-ESTA-CERRADA VALUE "C".
             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-HORA     PIC 9(02).

        FD SEC-TICKET.
         01 SEC-REGISTRO PIC 9(08).
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

        FD ORDENES-PERMANENTES.
         01 ORD-REGISTRO.
        FD UMBRAL-SUPERVISOR.
         01 UMB-REGISTRO PIC 9(09).

        FD VALIDEZ-PIN.
         01 VPN-REGISTRO PIC 9(03).

        FD CUENTAS-PRACTICA.
         01 PRA-REGISTRO.
             02 PRA-NUMERO PIC 9(11).
             02 REM-CUENTA-DESTINO PIC 9(11).
             02 REM-IMPORTE        PIC 9(09)V99.
             02 REM-CONCEPTO       PIC X(20).
             02 REM-IBAN-DESTINO   PIC X(34).

        FD HISTORICO.
         01 HIS-REGISTRO.
                 88 CAJ-ES-SUPERVISOR VALUE "S".
             02 CAJ-ACTIVO PIC X(01).
                 88 CAJ-ESTA-ACTIVO   VALUE "A".
                 88 CAJ-BLOQUEADO     VALUE "L".
             02 CAJ-FECHA-PIN PIC 9(08).
             02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
             02 CAJ-PIN-ANTERIOR PIC 9(04) OCCURS 3 TIMES.
             02 CAJ-EMPLEADO PIC 9(06).

        FD PRESTAMOS.
         01 PRE-REGISTRO.
                 88 PRE-VIGENTE   VALUE "V".
                 88 PRE-LIQUIDADO VALUE "L".
                 88 PRE-CANCELADO VALUE "X".
                 88 PRE-FALLIDO   VALUE "F".
             02 PRE-FICHA    PIC 9(08).

        FD SEC-PRESTAMO.
         01 SEC-PRESTAMO-REGISTRO PIC 9(08).
                 88 PLZ-VIGENTE   VALUE "V".
                 88 PLZ-LIQUIDADO VALUE "L".
                 88 PLZ-CANCELADO VALUE "X".
             02 PLZ-FICHA    PIC 9(08).

        FD SEC-PLAZO.
         01 SEC-PLAZO-REGISTRO PIC 9(08).
                 88 TIT-ES-TITULAR    VALUE "T".
                 88 TIT-ES-COTITULAR  VALUE "C".
                 88 TIT-ES-AUTORIZADO VALUE "A".
                 88 TIT-ES-AVALISTA   VALUE "G".
             02 TIT-ESTADO PIC X(01).
                 88 TIT-ACTIVO   VALUE "A".
                 88 TIT-DE-BAJA  VALUE "B".
                 88 TAR-PERDIDA  VALUE "P".
                 88 TAR-ROBADA   VALUE "R".
                 88 TAR-CADUCADA VALUE "X".
                 88 TAR-RETENIDA VALUE "C".
             02 TAR-FECHA-ALTA PIC 9(08).

        FD EMBARGOS.
             02 TRM-CODIGO PIC X(04).
             02 FILLER     PIC X(01).
             02 TRM-NOMBRE PIC X(20).
             02 FILLER     PIC X(01).
             02 TRM-TIPO   PIC X(01).
                 88 TRM-ES-KIOSCO VALUE "K".

        FD PARAM-KIOSCO.
         01 KIO-REGISTRO.
             02 KIO-LIMITE PIC 9(09).
             02 FILLER     PIC X(01).
             02 KIO-ESPERA PIC 9(04).

        FD PARAM-KYC.
         01 KYC-REGISTRO.
             02 KYC-MESES-ALTO  PIC 9(02).
             02 FILLER          PIC X(01).
             02 KYC-MESES-MEDIO PIC 9(02).
             02 FILLER          PIC X(01).
             02 KYC-MESES-BAJO  PIC 9(02).
             02 FILLER          PIC X(01).
             02 KYC-GRACIA      PIC 9(03).

        FD AUTORIZACIONES.
         01 AUT-REGISTRO.
             02 RET-SENTIDO PIC X(01).
                 88 RET-ENTRANTE VALUE "E".
                 88 RET-SALIENTE VALUE "S".
             02 RET-DETALLE PIC X(96).
             02 RET-NOMBRE  PIC X(30).
             02 RET-COINCIDENCIA PIC X(30).
             02 RET-FECHA   PIC 9(08).
        FD SEC-RETENIDO.
         01 SEC-RETENIDO-REGISTRO PIC 9(05).

        FD PRODUCTOS.
         01 PRD-REGISTRO.
             02 PRD-CODIGO      PIC X(04).
             02 PRD-DESCRIPCION PIC X(30).
             02 PRD-TIPO-CUENTA PIC X(01).
                 88 PRD-CORRIENTE VALUE "C".
                 88 PRD-AHORRO    VALUE "A".
             02 PRD-MONEDAS.
                 03 PRD-MONEDA PIC X(03) OCCURS 5 TIMES.
             02 PRD-EDAD-MINIMA PIC 9(02).
             02 PRD-DESCUBIERTO PIC S9(9)V99.
             02 PRD-LIMITE-DIARIO PIC S9(9)V99.
             02 PRD-TASA-INTERES PIC 9(02)V99.
             02 PRD-PLAN-COMISION PIC X(01).
             02 PRD-GRUPO-TRAMOS PIC X(01).
             02 PRD-TARJETAS PIC X(01).
                 88 PRD-ADMITE-TARJETAS VALUE "S".
             02 PRD-TALONARIOS PIC X(01).
                 88 PRD-ADMITE-TALONARIOS VALUE "S".
             02 PRD-ESTADO PIC X(01).
                 88 PRD-COMERCIALIZADO VALUE "A".
                 88 PRD-RETIRADO       VALUE "B".

        FD CUENTAS-PRODUCTO.
         01 CPR-REGISTRO.
             02 CPR-CUENTA   PIC 9(11).
             02 CPR-PRODUCTO PIC X(04).
             02 CPR-FECHA-ALTA PIC 9(08).

        FD CUENTAS-IBAN.
         01 IBN-REGISTRO.
             02 IBN-CUENTA     PIC 9(11).
             02 IBN-IBAN       PIC X(34).
             02 IBN-FECHA-ALTA PIC 9(08).

        FD PARAM-ENTIDAD.
         01 PAR-ENTIDAD PIC 9(04).

        FD COMISION-AMORTIZACION.
         01 PAR-COMISION-AMOR PIC 9(02)V99.

        FD CUADRO-PRESTAMO.
         01 CDR-LINEA PIC X(80).

        FD SEC-CERTIFICADO.
         01 SEC-CERTIFICADO-REGISTRO PIC 9(08).

        FD CERTIFICADOS-PRESTAMO.
         01 CEP-LINEA PIC X(80).

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

        FD RIESGO-PRESTAMO.
         01 RSP-REGISTRO.
             02 RSP-HASTA   PIC 9(07).
             02 FILLER      PIC X(01).
             02 RSP-MAXIMO  PIC 9(02)V99.

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

        FD FICHAS-PRECONTRACTUALES.
         01 FIP-LINEA PIC X(80).

        FD SEC-FICHA.
         01 SEC-FICHA-REGISTRO PIC 9(08).

        FD COMISION-APERTURA.
         01 PAR-COMISION-APER PIC 9(02)V99.

        FD PARAM-RETENCION.
         01 PAR-TASA-RETENCION PIC 9(02)V99.

        FD ACEPTACIONES-FICHA.
         01 ACF-REGISTRO.
             02 ACF-FICHA     PIC 9(08).
             02 FILLER        PIC X(01).
             02 ACF-PRODUCTO  PIC X(01).
                 88 ACF-PRESTAMO VALUE "P".
                 88 ACF-PLAZO    VALUE "D".
             02 FILLER        PIC X(01).
             02 ACF-FECHA     PIC 9(08).
             02 FILLER        PIC X(01).
             02 ACF-HORA      PIC 9(06).
             02 FILLER        PIC X(01).
             02 ACF-CUENTA    PIC 9(11).
             02 FILLER        PIC X(01).
             02 ACF-DNI       PIC X(09).
             02 FILLER        PIC X(01).
             02 ACF-CAJERO    PIC X(08).
             02 FILLER        PIC X(01).
             02 ACF-RESULTADO PIC X(01).
                 88 ACF-ACEPTADA  VALUE "A".
                 88 ACF-RECHAZADA VALUE "R".
             02 FILLER        PIC X(01).
             02 ACF-CONTRATO  PIC 9(08).

       WORKING-STORAGE SECTION.
      * ACCESO A LA CAMARA DE CAJAS DE SEGURIDAD (OPCION 19): CAJA
      * PEDIDA, RESULTADO Y MOTIVO QUE QUEDAN EN ACCESOS-CAJA.TXT
       77 WS-STATUS-CSG PIC X(02).
       77 WS-CSG-BUSCADA PIC 9(05).
       77 WS-CSG-RESULTADO PIC X(01).
           88 WS-CSG-PERMITIDO VALUE "P".
           88 WS-CSG-DENEGADO  VALUE "D".
       77 WS-CSG-MOTIVO PIC X(20).
       77 WS-CSG-IMPAGADO-VIS PIC -ZZZZZZ9.99.
       77 WS-CSG-HORA PIC 9(08).
       77 WS-TELLER-ID PIC X(08).
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-TELLER-PIN PIC 9(04).
           88 WS-TELLER-VALIDADO VALUE "S".
       77 WS-INTENTOS-CAJ PIC 9(01) VALUE 0.

      * CADUCIDAD E HISTORICO DEL PIN DE OPERADOR
       77 WS-STATUS-VPN PIC X(02).
       77 WS-DIAS-VALIDEZ-PIN PIC 9(03) VALUE 90.
       77 WS-PIN-CAJ-NUEVO PIC 9(04).
       77 WS-PIN-CAJ-REPETIDO PIC 9(04).
       77 WS-INTENTOS-CAMBIO PIC 9(01) VALUE 0.
       77 WS-PIN-CAJ-CAMBIO PIC X(01) VALUE "N".
           88 WS-PIN-CAJ-CAMBIADO VALUE "S".

      * UMBRAL DE REINTEGRO A PARTIR DEL CUAL HACE FALTA LA
      * AUTORIZACION DE UN SUPERVISOR (DOBLE CONTROL DE CAJA)
       77 WS-STATUS-UMB PIC X(02).
      * PISTA DE AUDITORIA DE AUDITORIA.TXT
       77 WS-CTA-ANTES PIC X(116).
       77 WS-HORA-AUD  PIC 9(08).
      * HORA DE LA OPERACION ESTAMPADA EN CADA MOVIMIENTO DEL DIARIO
       77 WS-HORA-MOV  PIC 9(08).

      * FECHA DE NEGOCIO ESTAMPADA EN CADA MOVIMIENTO
       77 WS-STATUS-FNG PIC X(02).
       77 WS-PRE-CUOTA-VIS PIC -ZZZZZZZZ9.99.
       77 WS-CONFIRMA-PRE PIC A(01).

      * AMORTIZACION ANTICIPADA DE PRESTAMO (OPCION 18): TOTAL O
      * PARCIAL, REDUCIENDO CUOTA O PLAZO, CON COMISION PARAMETRIZADA
       77 WS-STATUS-CMA PIC X(02).
       77 WS-AMO-PORCENTAJE PIC 9(02)V99 VALUE 1.00.
       77 WS-PRE-BUSCADO PIC 9(08).
       77 WS-AMO-MODALIDAD PIC X(01).
           88 WS-AMO-TOTAL   VALUE "T" "t".
           88 WS-AMO-PARCIAL VALUE "P" "p".
       77 WS-AMO-REDUCIR PIC X(01).
           88 WS-AMO-REDUCE-CUOTA VALUE "C" "c".
           88 WS-AMO-REDUCE-PLAZO VALUE "P" "p".
       77 WS-AMO-OK PIC X(01).
           88 WS-AMO-VALIDA VALUE "S".
       77 WS-AMO-IMPORTE PIC S9(9)V99.
       77 WS-AMO-COMISION PIC S9(9)V99.
       77 WS-AMO-CARGO PIC S9(9)V99.
       77 WS-AMO-MESES-REST PIC 9(03).
       77 WS-AMO-MESES PIC 9(03).
       77 WS-AMO-SALDO PIC S9(9)V99.
       77 WS-AMO-INTERES PIC S9(9)V99.
       77 WS-AMO-CAPITAL PIC S9(9)V99.
       77 WS-AMO-CUOTA PIC S9(9)V99.
       77 WS-AMO-TOTAL-INT PIC S9(9)V99.
       01 WS-AMO-PERIODO.
           02 WS-AMO-ANIO PIC 9(04).
           02 WS-AMO-MES  PIC 9(02).
       77 WS-AMO-CUOTA-VIS PIC ZZZZZZZZ9.99.
       77 WS-AMO-INTERES-VIS PIC ZZZZZZZZ9.99.
       77 WS-AMO-CAPITAL-VIS PIC ZZZZZZZZ9.99.
       77 WS-AMO-SALDO-VIS PIC ZZZZZZZZ9.99.
       77 WS-AMO-PORC-VIS PIC Z9.99.
       77 WS-AMO-NOMBRE PIC X(30).
       77 WS-STATUS-SEC-CER PIC X(02).
       77 WS-NUM-CERTIFICADO PIC 9(08).

      * EVALUACION DE SOLVENCIA PREVIA A LA CONCESION DEL PRESTAMO:
      * CUENTAS DEL DNI, INGRESO MENSUAL ESTIMADO, CUOTAS DE OTROS
      * PRESTAMOS Y TRAMOS DE RATIO MAXIMO DE RIESGO-PRESTAMO.TXT
       77 WS-STATUS-RSG PIC X(02).
       77 WS-STATUS-RSP PIC X(02).
       77 WS-RSG-DNI PIC X(09).
       77 WS-RSG-NUM-CUENTAS PIC 9(02) VALUE 0.
       01 WS-RSG-TABLA-CUENTAS.
           05 WS-RSG-CUENTA OCCURS 20 TIMES PIC 9(11).
       77 WS-RSG-CUENTA-BUSCADA PIC 9(11).
       77 WS-RSG-IDX PIC 9(02).
       77 WS-RSG-ENCONTRADA PIC X(01).
           88 WS-RSG-CUENTA-EN-TABLA VALUE "S".
       77 WS-RSG-EOF PIC X(01).
           88 WS-RSG-FIN VALUE "S".
       01 WS-RSG-DESDE.
           05 WS-RSG-DESDE-ANIO PIC 9(04).
           05 WS-RSG-DESDE-MES  PIC 9(02).
           05 WS-RSG-DESDE-DIA  PIC 9(02).
       01 WS-RSG-DESDE-NUM REDEFINES WS-RSG-DESDE PIC 9(08).
       77 WS-RSG-ABONOS PIC S9(9)V99.
       77 WS-RSG-INGRESOS PIC S9(9)V99.
       77 WS-RSG-CUOTAS PIC S9(9)V99.
       77 WS-RSG-CUOTA-TOTAL PIC S9(9)V99.
       77 WS-RSG-NUM-PRESTAMOS PIC 9(03).
       77 WS-RSG-RATIO PIC 9(03)V99.
       77 WS-RSG-RATIO-MAX PIC 9(02)V99.
       77 WS-RSG-RATIO-VIS PIC ZZ9.99.
       77 WS-RSG-MORA PIC X(01).
           88 WS-RSG-CON-MORA VALUE "S".
       77 WS-RSG-EMBARGO PIC X(01).
           88 WS-RSG-CON-EMBARGO VALUE "S".
       77 WS-RSG-DORMIDA PIC X(01).
           88 WS-RSG-CON-DORMIDA VALUE "S".
       77 WS-RSG-DECISION PIC X(01).
           88 WS-RSG-APROBADO VALUE "A".
           88 WS-RSG-DENEGADO VALUE "D".
           88 WS-RSG-FORZADO  VALUE "F".
       77 WS-RSG-SUPERVISOR PIC X(08).
       77 WS-RSG-NUM-TRAMOS PIC 9(02) VALUE 0.
       01 WS-RSG-TABLA-TRAMOS.
           05 WS-RSG-TRAMO OCCURS 10 TIMES.
               10 WS-RSG-HASTA  PIC 9(07).
               10 WS-RSG-MAXIMO PIC 9(02)V99.

      * DEPOSITO A PLAZO FIJO (OPCIONES 14/15): APERTURA CON SALIDA
      * DEL CAPITAL DEL SALDO DISPONIBLE Y CANCELACION ANTICIPADA
      * SIN INTERESES
       77 WS-PLZ-RENOVACION PIC X(01).
       77 WS-PLZ-BUSCADO PIC 9(08).

      * FICHA DE INFORMACION PRECONTRACTUAL (OPCIONES 13 Y 14): TAE
      * POR BISECCION SOBRE EL TIPO MENSUAL EQUIVALENTE, COMISION DE
      * APERTURA DE COMISION-APERTURA.TXT (SIN FICHERO NO HAY) Y
      * RETENCION DE RETENCION-TASA.TXT (19 % POR DEFECTO)
       77 WS-STATUS-SEC-FIC PIC X(02).
       77 WS-STATUS-CAP PIC X(02).
       77 WS-STATUS-RTF PIC X(02).
       77 WS-NUM-FICHA PIC 9(08).
       77 WS-FIC-PRODUCTO PIC X(01).
           88 WS-FIC-ES-PRESTAMO VALUE "P".
           88 WS-FIC-ES-PLAZO    VALUE "D".
       77 WS-FIC-ACEPTA PIC A(01).
       77 WS-FIC-CONTRATO PIC 9(08).
       77 WS-FIC-DNI PIC X(09).
       77 WS-FIC-HORA PIC 9(08).
       77 WS-COMISION-APER PIC 9(02)V99 VALUE 0.
       77 WS-PRE-COMISION PIC S9(9)V99 VALUE 0.
       77 WS-TASA-RETENCION PIC 9(02)V99 VALUE 19.00.
       77 WS-FIC-TOTAL-CUOTAS PIC S9(9)V99.
       77 WS-FIC-TOTAL-PAGAR PIC S9(9)V99.
       77 WS-FIC-INTERES-BRUTO PIC S9(9)V99.
       77 WS-FIC-RETENCION PIC S9(9)V99.
       77 WS-FIC-INTERES-NETO PIC S9(9)V99.
       77 WS-FIC-NETO-RECIBIDO PIC S9(9)V99.
       77 WS-FIC-OBJETIVO PIC 9(01)V9(15).
       77 WS-FIC-MINIMO PIC 9(01)V9(15).
       77 WS-FIC-MAXIMO PIC 9(01)V9(15).
       77 WS-FIC-MEDIO PIC 9(01)V9(15).
       77 WS-FIC-DESCUENTO PIC 9(01)V9(15).
       77 WS-FIC-POTENCIA PIC 9(01)V9(15).
       77 WS-FIC-SUMA PIC 9(04)V9(12).
       77 WS-FIC-VALOR PIC S9(9)V9(06).
       77 WS-FIC-FACTOR-ANUAL PIC 9(05)V9(12).
       77 WS-FIC-PASOS PIC 9(02).
       77 WS-FIC-TAE PIC 9(03)V99.
       77 WS-FIC-TAE-VIS PIC ZZ9.99.
       77 WS-FIC-PORC-VIS PIC Z9.99.
       77 WS-FIC-MESES-VIS PIC ZZ9.
       77 WS-FIC-IMPRIME PIC X(01).
           88 WS-FIC-IMPRIMIR VALUE "S".

      * DNI DEL TITULAR O AUTORIZADO QUE OPERA LA SESION: DEBE SER
      * EL TITULAR PRINCIPAL DE LA CUENTA O FIGURAR ACTIVO EN LA
      * RELACION DE TITULARES; VIAJA EN CADA MOVIMIENTO
       77 WS-DNI-OPERANTE PIC X(09) VALUE SPACES.
       77 WS-TITULAR-OK PIC X(01) VALUE "N".
           88 WS-TITULAR-VALIDO VALUE "S".
       77 WS-DNI-FALLECIDO PIC X(01) VALUE "N".
           88 WS-OPERANTE-FALLECIDO VALUE "S".

      * CAMBIO DE PIN POR EL CLIENTE (OPCION 17)
       77 WS-PIN-ACTUAL-TECLEADO PIC 9(04).
       77 WS-PIN-REPETIDO PIC 9(04).
       77 WS-PIN-NUEVO-OK PIC X(01) VALUE "N".
           88 WS-PIN-NUEVO-ACEPTABLE VALUE "S".
       01 WS-PIN-NUEVO PIC 9(04).
       01 WS-PIN-NUEVO-DIGITOS REDEFINES WS-PIN-NUEVO.
           05 WS-PIN-NUEVO-DIGITO PIC 9(01) OCCURS 4 TIMES.

      * IDENTIFICACION POR TARJETA: EL NUMERO USADO EN LA SESION
      * VIAJA EN CADA MOVIMIENTO (CERO SI SE ENTRO POR CUENTA)
       77 WS-MAX-ABRIR PIC 9(02) VALUE 30.
       77 WS-SEGUNDO-ESPERA PIC 9(01) VALUE 1.

      * PUESTO DE AUTOSERVICIO (TRM-TIPO "K"): SIN CAJERO, ACCESO
      * SOLO CON TARJETA Y PIN, MENU REDUCIDO, LIMITE PROPIO Y
      * CIERRE DE SESION POR INACTIVIDAD; SUS MOVIMIENTOS VIAJAN
      * CON MOV-ORIGEN "K"
       77 WS-MODO-KIOSCO PIC X(01) VALUE "N".
           88 WS-EN-KIOSCO VALUE "S".
       77 WS-MARCA-ORIGEN PIC X(01) VALUE SPACE.
       77 WS-STATUS-KIO PIC X(02).
       77 WS-LIMITE-KIOSCO PIC 9(09) VALUE 300.
       77 WS-ESPERA-KIOSCO PIC 9(04) VALUE 60.
       77 WS-LIMITE-APLICADO PIC S9(9)V99.
       01 WS-KIO-HORA.
           05 WS-KIO-HH PIC 9(02).
           05 WS-KIO-MI PIC 9(02).
           05 WS-KIO-SS PIC 9(02).
           05 WS-KIO-CC PIC 9(02).
       77 WS-KIO-SEG-MENU PIC 9(06).
       77 WS-KIO-SEG-AHORA PIC 9(06).
       77 WS-KIO-INACTIVO PIC X(01) VALUE "N".
           88 WS-SESION-CADUCADA VALUE "S".
       77 WS-KIO-TECLA PIC X(01).
       77 WS-KIO-PROPIA PIC X(01).
           88 WS-CUENTA-PROPIA VALUE "S".
      * ULTIMOS MOVIMIENTOS DEL MINI EXTRACTO EN TABLA CIRCULAR
       77 WS-KIO-MAX-ULTIMOS PIC 9(02) VALUE 10.
       77 WS-KIO-NUM-ULTIMOS PIC 9(02).
       77 WS-KIO-HUECO PIC 9(02).
       77 WS-KIO-MOSTRADOS PIC 9(02).
       01 WS-KIO-TABLA-ULTIMOS.
           05 WS-KIO-ULTIMO OCCURS 10 TIMES.
               10 WS-KIO-U-FECHA   PIC X(10).
               10 WS-KIO-U-TIPO    PIC X(10).
               10 WS-KIO-U-IMPORTE PIC S9(9)V99.

      * DOCUMENTO DE IDENTIDAD Y REVISION KYC DE QUIEN OPERA: CON EL
      * DOCUMENTO CADUCADO MAS ALLA DE LOS DIAS DE GRACIA SOLO SE
      * ADMITEN INGRESOS Y CONSULTAS
       77 WS-STATUS-KYC PIC X(02).
       77 WS-KYC-MESES-ALTO  PIC 9(02) VALUE 12.
       77 WS-KYC-MESES-MEDIO PIC 9(02) VALUE 36.
       77 WS-KYC-MESES-BAJO  PIC 9(02) VALUE 60.
       77 WS-KYC-GRACIA      PIC 9(03) VALUE 30.
       77 WS-KYC-MESES       PIC 9(02).
       77 WS-KYC-TOTAL-MESES PIC 9(04).
       77 WS-KYC-ANIOS       PIC 9(04).
       77 WS-KYC-RESTO-MES   PIC 9(02).
       77 WS-KYC-AVISOS      PIC 9(01).
       01 WS-KYC-VENCE.
           05 WS-KYC-V-ANIO PIC 9(04).
           05 WS-KYC-V-MES  PIC 9(02).
           05 WS-KYC-V-DIA  PIC 9(02).
       01 WS-KYC-VENCE-NUM REDEFINES WS-KYC-VENCE PIC 9(08).
       77 WS-DOC-BLOQUEO PIC X(01) VALUE "N".
           88 WS-DOC-BLOQUEADO VALUE "S".

      * PETICION DE AUTORIZACION ENCOLADA Y ESPERA DE LA DECISION
      * DEL SUPERVISOR DESDE SU CONSOLA (SUPAUT)
       77 WS-STATUS-AUT PIC X(02).
       77 WS-STATUS-SEC-AUT PIC X(02).
       77 WS-NUEVA-AUTORIZACION PIC 9(05).
       77 WS-IMPORTE-AUT PIC S9(9)V99.
       77 WS-MOTIVO-AUT PIC X(20).
       77 WS-RESPUESTA-AUT PIC A(01).
       77 WS-ESPERA-AUT PIC X(01).
           88 WS-ESPERA-TERMINADA VALUE "S".
       77 WS-NUEVO-RETENIDO PIC 9(05).
       77 WS-RET-IMPORTE PIC 9(09)V99.

      * CATALOGO DE PRODUCTOS COMERCIALIZADOS QUE SE OFRECE EN EL
      * ALTA DE CUENTA Y PRODUCTO ELEGIDO POR EL CLIENTE
       77 WS-STATUS-PRD PIC X(02).
       77 WS-STATUS-CPR PIC X(02).
       77 WS-EOF-PRD PIC X(01) VALUE "N".
           88 WS-FIN-PRD VALUE "S".
       77 WS-NUM-PRODUCTOS PIC 9(02) VALUE 0.
       01 WS-TABLA-PRODUCTOS.
           05 WS-PRODUCTO-ENTRY OCCURS 30 TIMES INDEXED BY WS-IDX-PRD.
               10 WS-PC-CODIGO      PIC X(04).
               10 WS-PC-DESCRIPCION PIC X(30).
               10 WS-PC-TIPO        PIC X(01).
               10 WS-PC-MONEDAS.
                   15 WS-PC-MONEDA  PIC X(03) OCCURS 5 TIMES.
               10 WS-PC-EDAD        PIC 9(02).
               10 WS-PC-DESCUBIERTO PIC S9(9)V99.
               10 WS-PC-LIMITE      PIC S9(9)V99.
               10 WS-PC-TASA        PIC 9(02)V99.
       77 WS-PRODUCTO-TECLEADO PIC X(04).
       77 WS-PRODUCTO-VALIDO PIC X(01) VALUE "N".
           88 WS-PRODUCTO-ES-VALIDO VALUE "S".
       77 WS-PRODUCTO-ELEGIDO PIC 9(02).
       77 WS-LINEA-PRODUCTO PIC 9(02).
       77 WS-COLUMNA-PRODUCTO PIC 9(02).
       77 WS-IDX-MONEDA-PRD PIC 9(01).
       77 WS-MONEDA-ADMITIDA PIC X(01).
           88 WS-MONEDA-DEL-PRODUCTO VALUE "S".

      * IBAN DE LA CUENTA DE LA SESION Y DESTINO DE TRANSFERENCIA
      * TECLEADO COMO CUENTA DE 11 CIFRAS O COMO IBAN
       77 WS-STATUS-IBN PIC X(02).
       77 WS-STATUS-ENT PIC X(02).
       77 WS-ENTIDAD PIC 9(04) VALUE 9999.
       77 WS-ENTIDAD-X REDEFINES WS-ENTIDAD PIC X(04).
       77 WS-IBAN-CUENTA PIC X(34).
       77 WS-IBAN-DESTINO PIC X(34).
       77 WS-DESTINO-OK PIC X(01).
           88 WS-DESTINO-VALIDO VALUE "S".
       77 WS-MENSAJE-DESTINO PIC X(40).
       01 WS-CCC.
           05 WS-CCC-ENTIDAD PIC 9(04).
           05 WS-CCC-OFICINA PIC 9(04).
           05 WS-CCC-DC      PIC 9(02).
           05 WS-CCC-CUENTA  PIC 9(10).
       77 WS-CUENTA-11 PIC 9(11).
       77 WS-CUENTA-11-X REDEFINES WS-CUENTA-11 PIC X(11).
       01 WS-PESOS-CCC VALUE "01020408051009070306".
           05 WS-PESO OCCURS 10 TIMES PIC 9(02).
       77 WS-DC-DIGITOS PIC X(10).
       77 WS-DC-SUMA PIC 9(04).
       77 WS-DC-RESULTADO PIC 9(02).
       77 WS-DC-IDX PIC 9(02).
       77 WS-DC-DIGITO PIC 9(01).
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *     UN PUESTO DE AUTOSERVICIO NO TIENE OPERADOR QUE IDENTIFICAR
            PERFORM 00065-CARGAR-TERMINAL.
      *     LA CADUCIDAD DEL PIN DE OPERADOR SE MIDE YA EN FECHA DE
      *     NEGOCIO, QUE SE CARGA ANTES DE IDENTIFICARLO
            PERFORM 00053-CARGAR-FECHA-NEGOCIO.
            IF WS-EN-KIOSCO
                PERFORM 00086-ABRIR-KIOSCO
            ELSE
                PERFORM 00021-CAPTURAR-CAJERO
            END-IF.
            IF WS-TELLER-VALIDADO
                PERFORM 00046-CARGAR-SUCURSAL
                PERFORM 00072-CARGAR-ENTIDAD
                PERFORM 00067-CARGAR-FESTIVOS
                PERFORM 00054-CARGAR-CAMBIOS
                IF NOT WS-EN-KIOSCO
                    PERFORM 00043-PREGUNTAR-PRACTICAS
                END-IF
                PERFORM 00044-CARGAR-EFECTIVO
                PERFORM 00033-CARGAR-UMBRAL
                PERFORM 00090-CARGAR-KYC
                PERFORM 00000-IDENTIFICAR-CUENTA
                IF WS-CUENTA-VALIDA
                    PERFORM 00008-VALIDAR-PIN
                    IF PIN-VALIDADO
                        PERFORM 00091-COMPROBAR-DOCUMENTO
                        IF WS-EN-KIOSCO
                            PERFORM 00087-MENU-KIOSCO
                                UNTIL WS-OPCION = 4
                        ELSE
                            PERFORM 00001-inicio UNTIL WS-OPCION=4
                        END-IF
                    END-IF
                END-IF
                CLOSE CUENTAS, MOVIMIENTOS
            END-IF.
      *     EL QUIOSCO NO SE QUEDA ESPERANDO A NADIE AL TERMINAR
            IF WS-EN-KIOSCO
                DISPLAY " " BLANK SCREEN
            ELSE
                STOP "PAUSE"
            END-IF.

           STOP RUN.

               COLUMN 20.
               ACCEPT WS-TELLER-ID LINE 3 COLUMN 20.

               OPEN I-O CAJEROS.
               IF WS-STATUS-CAJ NOT = "00"
                   DISPLAY "NO EXISTE EL MAESTRO DE CAJEROS, AVISE A"
                   " DIRECCION (CAJADMIN)" LINE 4 COLUMN 20
               END-IF.

           00021A-VALIDAR-CAJERO.
               IF CAJ-BLOQUEADO
                   DISPLAY "CAJERO BLOQUEADO POR INTENTOS, AVISE A UN"
                   " SUPERVISOR" LINE 4 COLUMN 20 BACKGROUND-COLOR IS 4
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               ELSE
               IF NOT CAJ-ESTA-ACTIVO
                   DISPLAY "CAJERO DADO DE BAJA, ACCESO DENEGADO"
                   LINE 4 COLUMN 20 BACKGROUND-COLOR IS 4
                   PERFORM 00021B-PEDIR-PIN-CAJERO
                       UNTIL WS-TELLER-VALIDADO
                       OR WS-INTENTOS-CAJ NOT < WS-MAX-INTENTOS
                       OR CAJ-BLOQUEADO
                   IF NOT WS-TELLER-VALIDADO
                       IF CAJ-BLOQUEADO
                           DISPLAY "CAJERO BLOQUEADO POR INTENTOS"
                           LINE 6 COLUMN 20 BACKGROUND-COLOR IS 4
                       ELSE
                           DISPLAY "DEMASIADOS INTENTOS, ACCESO"
                           " DENEGADO" LINE 6 COLUMN 20
                           BACKGROUND-COLOR IS 4
                       END-IF
                       STOP "PULSE UNA TECLA PARA CONTINUAR"
                   ELSE
                       PERFORM 00021C-COMPROBAR-CADUCIDAD
                   END-IF
               END-IF
               END-IF.

      *        LOS FALLOS SE ACUMULAN EN EL MAESTRO ENTRE SESIONES; AL
      *        LLEGAR AL MAXIMO EL ID QUEDA BLOQUEADO ("L") Y SOLO UN
      *        SUPERVISOR LO DESBLOQUEA DESDE CAJADMIN
           00021B-PEDIR-PIN-CAJERO.
               DISPLAY "PIN DE OPERADOR: " LINE 4 COLUMN 20.
               ACCEPT WS-TELLER-PIN LINE 4 COLUMN 40 WITH NO ECHO.
               IF WS-TELLER-PIN = CAJ-PIN
                   SET WS-TELLER-VALIDADO TO TRUE
                   IF CAJ-INTENTOS-FALLIDOS NOT = 0
                       MOVE 0 TO CAJ-INTENTOS-FALLIDOS
                       REWRITE CAJ-REGISTRO
                   END-IF
               ELSE
                   ADD 1 TO WS-INTENTOS-CAJ
                   ADD 1 TO CAJ-INTENTOS-FALLIDOS
                   IF CAJ-INTENTOS-FALLIDOS NOT < WS-MAX-INTENTOS
                       MOVE "L" TO CAJ-ACTIVO
                   END-IF
                   REWRITE CAJ-REGISTRO
                   DISPLAY "PIN DE OPERADOR INCORRECTO" LINE 5
                   COLUMN 20 BACKGROUND-COLOR IS 4
               END-IF.

      *        PIN SIN FECHA DE CAMBIO (RECIEN DADO DE ALTA O
      *        DESBLOQUEADO CON PIN PROVISIONAL) O CON MAS DIAS DE LOS
      *        PERMITIDOS: EL CAJERO DEBE CAMBIARLO ANTES DE OPERAR
           00021C-COMPROBAR-CADUCIDAD.
               OPEN INPUT VALIDEZ-PIN.
               IF WS-STATUS-VPN = "00"
                   READ VALIDEZ-PIN
                       AT END CONTINUE
                       NOT AT END MOVE VPN-REGISTRO
                           TO WS-DIAS-VALIDEZ-PIN
                   END-READ
                   CLOSE VALIDEZ-PIN
               END-IF.
               MOVE CAJ-FECHA-PIN TO WS-FECHA-ABONO-GRP.
               IF CAJ-FECHA-PIN NOT = 0
                   PERFORM 00040D-AVANZAR-UN-DIA
                       WS-DIAS-VALIDEZ-PIN TIMES
               END-IF.
               IF WS-FECHA-ABONO-GRP NOT > WS-FECHA-NEGOCIO
                   DISPLAY "SU PIN DE OPERADOR HA CADUCADO, DEBE"
                   " CAMBIARLO" LINE 6 COLUMN 20 BACKGROUND-COLOR IS 3
                   MOVE "N" TO WS-PIN-CAJ-CAMBIO
                   MOVE 0 TO WS-INTENTOS-CAMBIO
                   PERFORM 00021D-CAMBIAR-PIN-CAJERO
                       UNTIL WS-PIN-CAJ-CAMBIADO
                       OR WS-INTENTOS-CAMBIO NOT < WS-MAX-INTENTOS
                   IF NOT WS-PIN-CAJ-CAMBIADO
                       MOVE "N" TO WS-TELLER-OK
                       DISPLAY "PIN NO CAMBIADO, ACCESO DENEGADO"
                       LINE 11 COLUMN 20 BACKGROUND-COLOR IS 4
                       STOP "PULSE UNA TECLA PARA CONTINUAR"
                   END-IF
               END-IF.

      *        EL PIN NUEVO NO PUEDE SER EL ACTUAL NI NINGUNO DE LOS
      *        TRES ANTERIORES; AL GRABARLO SE DESPLAZA EL HISTORICO
           00021D-CAMBIAR-PIN-CAJERO.
               ADD 1 TO WS-INTENTOS-CAMBIO.
               DISPLAY "PIN NUEVO: " LINE 8 COLUMN 20.
               ACCEPT WS-PIN-CAJ-NUEVO LINE 8 COLUMN 40 WITH NO ECHO.
               DISPLAY "REPITA EL PIN NUEVO: " LINE 9 COLUMN 20.
               ACCEPT WS-PIN-CAJ-REPETIDO LINE 9 COLUMN 40
               WITH NO ECHO.
               IF WS-PIN-CAJ-REPETIDO NOT = WS-PIN-CAJ-NUEVO
                   DISPLAY "LOS DOS PINES NO COINCIDEN          "
                   LINE 10 COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
               IF WS-PIN-CAJ-NUEVO = CAJ-PIN
                   OR WS-PIN-CAJ-NUEVO = CAJ-PIN-ANTERIOR (1)
                   OR WS-PIN-CAJ-NUEVO = CAJ-PIN-ANTERIOR (2)
                   OR WS-PIN-CAJ-NUEVO = CAJ-PIN-ANTERIOR (3)
                   DISPLAY "PIN USADO RECIENTEMENTE, ELIJA OTRO"
                   LINE 10 COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE CAJ-PIN-ANTERIOR (2) TO CAJ-PIN-ANTERIOR (3)
                   MOVE CAJ-PIN-ANTERIOR (1) TO CAJ-PIN-ANTERIOR (2)
                   MOVE CAJ-PIN TO CAJ-PIN-ANTERIOR (1)
                   MOVE WS-PIN-CAJ-NUEVO TO CAJ-PIN
                   MOVE WS-FECHA-NEGOCIO TO CAJ-FECHA-PIN
                   REWRITE CAJ-REGISTRO
                   SET WS-PIN-CAJ-CAMBIADO TO TRUE
                   DISPLAY "PIN DE OPERADOR CAMBIADO            "
                   LINE 10 COLUMN 20 BACKGROUND-COLOR IS 2
               END-IF
               END-IF.
               MOVE 0 TO WS-PIN-CAJ-NUEVO, WS-PIN-CAJ-REPETIDO.

           00008-VALIDAR-PIN.
               PERFORM UNTIL PIN-VALIDADO
                   OR WS-INTENTOS-PIN NOT < WS-MAX-INTENTOS
                   END-READ
                   DISPLAY "CUENTA BLOQUEADA POR INTENTOS" LINE 5
                   COLUMN 20 BACKGROUND-COLOR IS 4
                   IF WS-EN-KIOSCO
                       PERFORM 00088-RETENER-TARJETA
                   END-IF
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               END-IF.
               IF PIN-VALIDADO
                   PERFORM 00071D-ACTIVAR-PIN-REEMITIDO
               END-IF.

           00000-IDENTIFICAR-CUENTA.
               OPEN I-O CUENTAS.
      *        PASA AL MODO DEGRADADO DE CAPTURA DIFERIDA
               IF WS-STATUS-CTA NOT = "00"
                   MOVE "N" TO WS-CUENTA-OK
                   IF WS-EN-KIOSCO
                       DISPLAY "SERVICIO NO DISPONIBLE, DISCULPE LAS"
                       " MOLESTIAS" LINE 2 COLUMN 20
                       BACKGROUND-COLOR IS 4
                       STOP "PULSE UNA TECLA PARA CONTINUAR"
                   ELSE
                       PERFORM 00063-MODO-OFFLINE
                   END-IF
               ELSE
                   PERFORM 00000B-PEDIR-IDENTIFICACION
               END-IF.

           00000B-PEDIR-IDENTIFICACION.
               DISPLAY " " BLANK SCREEN.
      *        EN EL QUIOSCO SOLO SE ENTRA CON TARJETA
               IF WS-EN-KIOSCO
                   MOVE "T" TO WS-MEDIO-ACCESO
               ELSE
                   DISPLAY "ACCESO POR (C)UENTA O (T)ARJETA: " LINE 2
                   COLUMN 20
                   ACCEPT WS-MEDIO-ACCESO LINE 2 COLUMN 54
               END-IF.
               MOVE 0 TO WS-TARJETA-SESION.
               IF WS-MEDIO-ACCESO = "T" OR "t"
                   PERFORM 00061-IDENTIFICAR-POR-TARJETA
                           IF CTA-ESTA-BLOQUEADA
                               PERFORM 00036-CUENTA-BLOQUEADA
                           ELSE
                           IF CTA-CONGELADA
                               PERFORM 00070A-CUENTA-CONGELADA
                           ELSE
                           IF CTA-ESTA-CERRADA
                               PERFORM 00038-CUENTA-CERRADA
                           ELSE
                           IF CTA-DORMIDA
                               IF WS-EN-KIOSCO
                                   PERFORM 00039A-DORMIDA-EN-KIOSCO
                               ELSE
                                   PERFORM 00039-CUENTA-DORMIDA
                               END-IF
                           ELSE
                               PERFORM 00000A-CARGAR-DATOS-CUENTA
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-IF.
               PERFORM 00041-CARGAR-DIAS-COMPENSACION.
               MOVE CTA-RETIRADO-HOY   TO WS-RETIRADO-HOY.
               MOVE CTA-FECHA-RETIRADO TO WS-FECHA-RETIRADO.
               MOVE CTA-SALDO-PENDIENTE TO WS-SALDO-PENDIENTE.
               PERFORM 00075-CARGAR-IBAN-CUENTA.
               PERFORM 00060-IDENTIFICAR-TITULAR.

      *        QUIEN OPERA DEBE SER EL TITULAR PRINCIPAL DE LA
      *        SU DNI QUEDA EN CADA MOVIMIENTO DE LA SESION
           00060-IDENTIFICAR-TITULAR.
               MOVE "N" TO WS-TITULAR-OK.
      *        EN EL QUIOSCO LA TARJETA Y EL PIN IDENTIFICAN AL
      *        TITULAR PRINCIPAL DE LA CUENTA DE LA TARJETA
               IF WS-EN-KIOSCO
                   MOVE CTA-DNI TO WS-DNI-OPERANTE
               ELSE
                   DISPLAY "DNI DE QUIEN OPERA: " LINE 4 COLUMN 20
                   ACCEPT WS-DNI-OPERANTE LINE 4 COLUMN 42
               END-IF.
               IF WS-DNI-OPERANTE = CTA-DNI
                   SET WS-TITULAR-VALIDO TO TRUE
               ELSE
                   PERFORM 00060A-BUSCAR-EN-TITULARES
               END-IF.
               PERFORM 00070-COMPROBAR-FALLECIDO.
               IF WS-OPERANTE-FALLECIDO
                   MOVE "N" TO WS-CUENTA-OK
                   DISPLAY "DNI DE CLIENTE FALLECIDO, NO PUEDE OPERAR"
                   LINE 5 COLUMN 20 BACKGROUND-COLOR IS 4
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               ELSE
               IF NOT WS-TITULAR-VALIDO
                   MOVE "N" TO WS-CUENTA-OK
                   DISPLAY "EL DNI NO ESTA AUTORIZADO EN ESTA CUENTA"
                   LINE 5 COLUMN 20 BACKGROUND-COLOR IS 4
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               END-IF
               END-IF.

           00060A-BUSCAR-EN-TITULARES.
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TIT-ACTIVO AND NOT TIT-ES-AVALISTA
                               SET WS-TITULAR-VALIDO TO TRUE
                           END-IF
                   END-READ
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               END-IF.

      *        EN EL QUIOSCO NO SE REACTIVAN CUENTAS DORMIDAS
           00039A-DORMIDA-EN-KIOSCO.
               MOVE "N" TO WS-CUENTA-OK.
               DISPLAY "CUENTA DORMIDA POR INACTIVIDAD, ACUDA A SU"
               " OFICINA" LINE 3 COLUMN 20 BACKGROUND-COLOR IS 4.
               STOP "PULSE UNA TECLA PARA CONTINUAR".


      *        LAS CUENTAS NUEVAS SE ABREN SOLO A TRAVES DE LA OPCION
      *        8-ABRIR CUENTA NUEVA DEL MENU (00026-ABRIR-CUENTA-NUEVA),
               BACKGROUND-COLOR IS 5.
               DISPLAY "16-OPERACION A FECHA VALOR" LINE 7 COLUMN 45
               BACKGROUND-COLOR IS 5.
               DISPLAY "17-CAMBIAR PIN" LINE 8 COLUMN 45
               BACKGROUND-COLOR IS 5.
               DISPLAY "18-AMORTIZAR PRESTAMO" LINE 9 COLUMN 45
               BACKGROUND-COLOR IS 5.
               DISPLAY "19-ACCESO CAJA SEGURIDAD" LINE 10 COLUMN 45
               BACKGROUND-COLOR IS 5.
               ACCEPT WS-OPCION LINE 16 COLUMN 20.
               PERFORM 00092-FILTRAR-OPCION.

               EVALUATE WS-OPCION
                WHEN 1
                  PERFORM 00058-CANCELAR-PLAZO

                WHEN 16
                  PERFORM 00066-OPERACION-FECHA-VALOR

                WHEN 17
                  PERFORM 00071-CAMBIAR-PIN

                WHEN 18
                  PERFORM 00077-AMORTIZAR-PRESTAMO

                WHEN 19
                  PERFORM 00079-ACCESO-CAJA-SEGURIDAD.


           00002-REINTEGRO.
               DISPLAY "CUANTO DINERO QUIRE SACAR?" LINE 9 COLUMN 20
               BACKGROUND-COLOR IS 1.
      *        EN EL QUIOSCO LA ESPERA DEL IMPORTE TAMBIEN CADUCA
               IF WS-EN-KIOSCO
                   PERFORM 00087J-INICIAR-ESPERA
                   ACCEPT WS-REINTEGRO LINE 10 COLUMN 20
                   WITH TIME-OUT WS-ESPERA-KIOSCO
                   PERFORM 00087A-COMPROBAR-INACTIVIDAD
               ELSE
                   ACCEPT WS-REINTEGRO LINE 10 COLUMN 20
               END-IF.
               IF WS-SESION-CADUCADA
                   PERFORM 00087I-CERRAR-POR-INACTIVIDAD
               ELSE
                   PERFORM 00002B-COMPROBAR-REINTEGRO
               END-IF.

           00002B-COMPROBAR-REINTEGRO.
               PERFORM 00062-CALCULAR-EMBARGADO.
               IF WS-REINTEGRO > WS-SALDO + WS-LIMITE-DESCUBIERTO
                   - WS-EMBARGADO
                   DISPLAY "SALDO INSUFICIENTE" LINE 11 COLUMN 20
                   BACKGROUND-COLOR IS 4
                   PERFORM 00018-REGISTRAR-RECHAZO
                   PERFORM 00087H-PAUSA
               ELSE
                   PERFORM 00035-CONTROL-LIMITE-DIARIO
                   IF NOT WS-DENTRO-LIMITE-DIARIO
                       DISPLAY "SUPERA EL LIMITE DIARIO DE REINTEGROS"
                       LINE 11 COLUMN 20 BACKGROUND-COLOR IS 4
                       PERFORM 00018-REGISTRAR-RECHAZO
                       PERFORM 00087H-PAUSA
                   ELSE
                       PERFORM 00002A-PAGAR-REINTEGRO
                   END-IF
               MOVE SPACES TO WS-SUPERVISOR-MOV.
               MOVE "S" TO WS-AUTORIZACION.
               IF WS-REINTEGRO > WS-UMBRAL-SUPERVISOR
      *            EN EL QUIOSCO NO HAY A QUIEN PEDIR AUTORIZACION
                   IF WS-EN-KIOSCO
                       MOVE "N" TO WS-AUTORIZACION
                   ELSE
                       PERFORM 00034-AUTORIZAR-SUPERVISOR
                   END-IF
               END-IF.
               IF WS-AUT-CONCEDIDA
                   PERFORM 00017-DESGLOSE-EFECTIVO
                   IF NOT WS-EFECTIVO-DISPONIBLE
                       PERFORM 00018-REGISTRAR-RECHAZO
                       PERFORM 00087H-PAUSA
                   ELSE
                   SUBTRACT WS-REINTEGRO FROM WS-SALDO
                       GIVING WS-RES
                   DISPLAY "REINTEGRO NO AUTORIZADO" LINE 16
                   COLUMN 20 BACKGROUND-COLOR IS 4
                   PERFORM 00018-REGISTRAR-RECHAZO
                   PERFORM 00087H-PAUSA
               END-IF.

      *        SI EL ULTIMO RETIRO REGISTRADO ES DE OTRO DIA EL
      *        ACUMULADO VUELVE A CERO; UN LIMITE DIARIO DE CERO
      *        SIGNIFICA CUENTA SIN LIMITE. EN EL QUIOSCO RIGE EL
      *        MENOR DEL LIMITE DE LA CUENTA Y EL DEL QUIOSCO
           00035-CONTROL-LIMITE-DIARIO.
               MOVE "S" TO WS-LIMITE-DIA-OK.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               IF WS-FECHA-RETIRADO NOT = WS-FECHA-HOY-NUM
                   MOVE 0 TO WS-RETIRADO-HOY
               END-IF.
               MOVE WS-LIMITE-DIARIO TO WS-LIMITE-APLICADO.
               IF WS-EN-KIOSCO
                   IF WS-LIMITE-APLICADO = 0
                       OR WS-LIMITE-APLICADO > WS-LIMITE-KIOSCO
                       MOVE WS-LIMITE-KIOSCO TO WS-LIMITE-APLICADO
                   END-IF
               END-IF.
               IF WS-LIMITE-APLICADO > 0
                   AND WS-RETIRADO-HOY + WS-REINTEGRO
                       > WS-LIMITE-APLICADO
                   MOVE "N" TO WS-LIMITE-DIA-OK
               END-IF.

      *        DELANTE DEL CLIENTE; EL ID DEL SUPERVISOR QUE DECIDE
      *        QUEDA EN EL MOVIMIENTO COMO SIEMPRE
           00034-AUTORIZAR-SUPERVISOR.
               DISPLAY "IMPORTE SUPERA EL UMBRAL, AUTORIZACION DE"
               " SUPERVISOR" LINE 16 COLUMN 20 BACKGROUND-COLOR IS 3.
               MOVE WS-REINTEGRO TO WS-IMPORTE-AUT.
               MOVE "REINTEGRO VENTANILLA" TO WS-MOTIVO-AUT.
               PERFORM 00034F-TRAMITAR-AUTORIZACION.

      *        ENCOLA LA PETICION CON EL IMPORTE Y MOTIVO PREPARADOS
      *        POR QUIEN LA PIDE Y ESPERA LA DECISION
           00034F-TRAMITAR-AUTORIZACION.
               MOVE "N" TO WS-AUTORIZACION.
               PERFORM 00034A-ENCOLAR-PETICION.
               IF WS-STATUS-AUT = "00"
                   MOVE "N" TO WS-ESPERA-AUT
                   ACCEPT WS-HORA-AUD FROM TIME
                   MOVE WS-NUEVA-AUTORIZACION TO AUT-ID
                   MOVE WS-CUENTA TO AUT-CUENTA
                   MOVE WS-IMPORTE-AUT TO AUT-IMPORTE
                   MOVE WS-MOTIVO-AUT TO AUT-MOTIVO
                   MOVE WS-TELLER-ID TO AUT-CAJERO
                   MOVE WS-TERMINAL TO AUT-TERMINAL
                   MOVE WS-FECHA-SISTEMA TO AUT-FECHA
                   DISPLAY "EL SALDO ES " LINE 11 COLUMN 20,
                   WS-RES LINE 11 COLUMN 35 BACKGROUND-COLOR IS 2.
                   MOVE WS-RES TO WS-SALDO.
                   PERFORM 00087H-PAUSA.

           00005-IMPRIMIR.
      *        EN PRACTICAS NO SE EMITE TICKET REAL NI SE CONSUME SU
                   MOVE WS-NUM-TICKET TO NUM-TICKET
                   MOVE WS-TELLER-ID TO TICKET-CAJERO
                   MOVE SPACES TO TICKET-DUPLICADO
                   MOVE WS-IBAN-CUENTA TO TICKET-IBAN
                   WRITE CLI-TICKET
                   CLOSE TICKET
                   DISPLAY "ARCHIVO CREADO CORRECTAMENTE" LINE 11
               END-IF.
               DISPLAY "DESEA TAMBIEN UN EXTRACTO? (S/N): " LINE 12
               COLUMN 20.
               IF WS-EN-KIOSCO
                   PERFORM 00087J-INICIAR-ESPERA
                   ACCEPT WS-DESEA-EXTRACTO LINE 12 COLUMN 55
                   WITH TIME-OUT WS-ESPERA-KIOSCO
                   PERFORM 00087A-COMPROBAR-INACTIVIDAD
               ELSE
                   ACCEPT WS-DESEA-EXTRACTO LINE 12 COLUMN 55
               END-IF.
               IF WS-SESION-CADUCADA
                   MOVE "N" TO WS-DESEA-EXTRACTO
               END-IF.
               IF WS-DESEA-EXTRACTO = "S" OR "s"
                   PERFORM 00012-EXTRACTO
               END-IF.
               IF NOT WS-SESION-CADUCADA
                   PERFORM 00087H-PAUSA
               END-IF.

      *        EL IMPORTE TECLEADO SE LLEVA A LA MONEDA DE LA CUENTA:
      *        SI LA CUENTA NO ES DE EUR EL CAMBIO CRUZA POR EUR CON
                   DELIMITED BY SIZE INTO EXT-LINEA.
               WRITE EXT-LINEA.
               MOVE SPACES TO EXT-LINEA.
               STRING "IBAN " WS-IBAN-CUENTA
                   DELIMITED BY SIZE INTO EXT-LINEA.
               WRITE EXT-LINEA.
               MOVE SPACES TO EXT-LINEA.
               WRITE EXT-LINEA.

               PERFORM 00049-POSICIONAR-MOV-IDX.
           00050-EXTRACTO-ARCHIVADO.
               DISPLAY "INCLUIR HISTORICO ANTERIOR? (S/N): " LINE 14
               COLUMN 20.
               IF WS-EN-KIOSCO
                   PERFORM 00087J-INICIAR-ESPERA
                   ACCEPT WS-DESEA-ARCHIVO LINE 14 COLUMN 56
                   WITH TIME-OUT WS-ESPERA-KIOSCO
                   PERFORM 00087A-COMPROBAR-INACTIVIDAD
               ELSE
                   ACCEPT WS-DESEA-ARCHIVO LINE 14 COLUMN 56
               END-IF.
               IF WS-SESION-CADUCADA
                   MOVE "N" TO WS-DESEA-ARCHIVO
               END-IF.
               IF WS-DESEA-ARCHIVO = "S" OR "s"
                   PERFORM 00050C-PEDIR-RANGO
               END-IF.

      *        EN EL QUIOSCO LAS FECHAS TAMBIEN CADUCAN; SIN RANGO
      *        COMPLETO NO SE LEE EL HISTORICO
           00050C-PEDIR-RANGO.
               DISPLAY "DESDE (AAAAMMDD): " LINE 15 COLUMN 20.
               IF WS-EN-KIOSCO
                   PERFORM 00087J-INICIAR-ESPERA
                   ACCEPT WS-HIST-DESDE LINE 15 COLUMN 40
                   WITH TIME-OUT WS-ESPERA-KIOSCO
                   PERFORM 00087A-COMPROBAR-INACTIVIDAD
               ELSE
                   ACCEPT WS-HIST-DESDE LINE 15 COLUMN 40
               END-IF.
               IF NOT WS-SESION-CADUCADA
                   DISPLAY "HASTA (AAAAMMDD): " LINE 16 COLUMN 20
                   IF WS-EN-KIOSCO
                       PERFORM 00087J-INICIAR-ESPERA
                       ACCEPT WS-HIST-HASTA LINE 16 COLUMN 40
                       WITH TIME-OUT WS-ESPERA-KIOSCO
                       PERFORM 00087A-COMPROBAR-INACTIVIDAD
                   ELSE
                       ACCEPT WS-HIST-HASTA LINE 16 COLUMN 40
                   END-IF
               END-IF.
               IF NOT WS-SESION-CADUCADA
                   PERFORM 00050D-LEER-RANGO
               END-IF.

           00050D-LEER-RANGO.
               MOVE "N" TO WS-EOF-HIS.
               OPEN INPUT HISTORICO.
               IF WS-STATUS-HIS NOT = "00"
                   DISPLAY "SIN HISTORICO CONSOLIDADO" LINE 17
                   COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE WS-CUENTA TO HIS-CUENTA
                   MOVE WS-HIST-DESDE TO HIS-FECHA
                   MOVE 0 TO HIS-ID
                   START HISTORICO
                       KEY IS NOT LESS THAN HIS-CLAVE
                       INVALID KEY SET WS-FIN-HIS TO TRUE
                   END-START
                   PERFORM 00050A-LEER-HISTORICO
                   PERFORM 00050B-ESCRIBIR-HISTORICO
                       UNTIL WS-FIN-HIS
                   CLOSE HISTORICO
               END-IF.

           00050A-LEER-HISTORICO.
               READ HISTORICO NEXT RECORD
                   STOP " PULSE UNA TECLA PARA CONTINUAR"
               ELSE
               IF WS-ANUL-TIPO = "PREST-DISP"
                   OR WS-ANUL-TIPO = "PREST-AMOR"
                   OR WS-ANUL-TIPO = "COMIS-AMOR"
                   OR WS-ANUL-TIPO = "COMIS-APER"
                   OR WS-ANUL-TIPO = "PLAZO-APER"
                   OR WS-ANUL-TIPO = "PLAZO-CANC"
      *            DEVOLVER SOLO EL EFECTIVO DEJARIA EL CONTRATO VIVO
               MOVE WS-TASA-APLICADA TO MOV-TASA-CAMBIO.
               MOVE WS-DNI-OPERANTE TO MOV-DNI.
               MOVE WS-TARJETA-SESION TO MOV-TARJETA.
               MOVE WS-MARCA-ORIGEN TO MOV-ORIGEN.
               MOVE WS-TERMINAL TO MOV-TERMINAL.
               ACCEPT WS-HORA-MOV FROM TIME.
               MOVE WS-HORA-MOV (1:2) TO MOV-HORA.
               WRITE MOV-REGISTRO.
               MOVE "ANULACION" TO WS-TIPO-MOV.
               MOVE WS-ANUL-CUENTA-DESTINO TO WS-MIX-CUENTA.
               PERFORM 00027-PEDIR-DNI-NUEVO UNTIL WS-DNI-ES-VALIDO.
               PERFORM 00026A-CHEQUEAR-DNI-DUPLICADO.

               PERFORM 00069-CARGAR-PRODUCTOS.

               IF WS-CLIENTE-ENCONTRADO
                   DISPLAY "DNI YA DADO DE ALTA, NO SE PUEDE ABRIR"
                   " OTRA CUENTA" LINE 13 COLUMN 20
                   BACKGROUND-COLOR IS 4
                   STOP " PULSE UNA TECLA PARA CONTINUAR"
               END-IF.

               IF NOT WS-CLIENTE-ENCONTRADO AND WS-NUM-PRODUCTOS = 0
                   DISPLAY "NO HAY PRODUCTOS EN EL CATALOGO, NO SE"
                   " PUEDE ABRIR LA CUENTA" LINE 13 COLUMN 20
                   BACKGROUND-COLOR IS 4
                   STOP " PULSE UNA TECLA PARA CONTINUAR"
               END-IF.

               IF NOT WS-CLIENTE-ENCONTRADO AND WS-NUM-PRODUCTOS > 0
      *            SOLO SE OFRECEN PRODUCTOS DEL CATALOGO; EL ELEGIDO
      *            FIJA EL TIPO, LA EDAD MINIMA, LAS DIVISAS Y LAS
      *            CONDICIONES POR DEFECTO DE LA CUENTA
                   PERFORM 00069A-MOSTRAR-CATALOGO
                   MOVE "N" TO WS-PRODUCTO-VALIDO
                   PERFORM 00069B-PEDIR-PRODUCTO
                       UNTIL WS-PRODUCTO-ES-VALIDO
                   SET WS-IDX-PRD TO WS-PRODUCTO-ELEGIDO
                   MOVE WS-PC-EDAD (WS-IDX-PRD) TO WS-EDAD-MINIMA
                   MOVE WS-PC-TIPO (WS-IDX-PRD) TO WS-NUEVO-TIPO

                   MOVE "N" TO WS-EDAD-VALIDO
                   PERFORM 00028-PEDIR-FECHA-NUEVA
                       UNTIL WS-EDAD-ES-VALIDA

                   DISPLAY "PIN (4 DIGITOS): " LINE 8 COLUMN 20
                   ACCEPT WS-NUEVO-PIN LINE 8 COLUMN 40
      *            LA CUENTA SE DENOMINA EN UNA DIVISA ADMITIDA POR EL
      *            PRODUCTO Y COTIZADA EN EL CUADRO DE CAMBIOS; SI NO,
      *            EN LA PRIMERA DIVISA DEL PRODUCTO
                   DISPLAY "MONEDA DE LA CUENTA: " LINE 10 COLUMN 20
                   DISPLAY WS-PC-MONEDAS (WS-IDX-PRD) LINE 10
                   COLUMN 60 BACKGROUND-COLOR IS 3
                   ACCEPT WS-NUEVA-MONEDA LINE 10 COLUMN 56
                   PERFORM 00069C-VALIDAR-MONEDA-PRODUCTO
                   IF WS-MONEDA-DEL-PRODUCTO
                       AND WS-NUEVA-MONEDA NOT = "EUR"
                       MOVE "S" TO WS-MONEDA-OK
                       MOVE WS-NUEVA-MONEDA TO WS-MONEDA-BUSCADA
                       PERFORM 00010A-BUSCAR-TASA
                       IF NOT WS-MONEDA-ES-VALIDA
                           MOVE "N" TO WS-MONEDA-ADMITIDA
                       END-IF
                   END-IF
                   IF NOT WS-MONEDA-DEL-PRODUCTO
                       MOVE WS-PC-MONEDA (WS-IDX-PRD 1)
                           TO WS-NUEVA-MONEDA
                       DISPLAY "MONEDA NO ADMITIDA, SE ABRE EN "
                       WS-NUEVA-MONEDA LINE 11 COLUMN 20
                       BACKGROUND-COLOR IS 3
                   END-IF
                   PERFORM 00029-SIGUIENTE-NUM-CUENTA

      *            EL CLIENTE SOLO SE CENSA DE VERDAD FUERA DE
                   MOVE 0               TO CTA-SALDO
                   MOVE WS-NUEVO-PIN    TO CTA-PIN
                   MOVE WS-NUEVA-MONEDA TO CTA-MONEDA
                   MOVE WS-PC-DESCUBIERTO (WS-IDX-PRD)
                       TO CTA-LIMITE-DESCUBIERTO
                   MOVE WS-PC-TASA (WS-IDX-PRD) TO CTA-TASA-INTERES
                   MOVE WS-PC-LIMITE (WS-IDX-PRD) TO CTA-LIMITE-DIARIO
                   MOVE 0               TO CTA-RETIRADO-HOY
                   MOVE 0               TO CTA-FECHA-RETIRADO
                   MOVE "N"             TO CTA-BLOQUEADA
                   END-WRITE
                   IF WS-STATUS-CTA = "00"
                       PERFORM 00026B-REGISTRAR-APERTURA
                       PERFORM 00073-COMPONER-IBAN
                       IF NOT WS-EN-PRACTICAS
                           PERFORM 00069D-GRABAR-PRODUCTO-CUENTA
                           PERFORM 00075A-GRABAR-IBAN-NUEVO
                       END-IF
                       DISPLAY "IBAN:" LINE 15 COLUMN 20
                       DISPLAY WS-IBAN-CALCULO (1:24) LINE 15
                       COLUMN 54 BACKGROUND-COLOR IS 2
                   END-IF

                   DISPLAY "CUENTA CREADA, NUMERO DE CUENTA:" LINE 14
               MOVE WS-TASA-APLICADA TO MOV-TASA-CAMBIO.
               MOVE WS-DNI-OPERANTE TO MOV-DNI.
               MOVE WS-TARJETA-SESION TO MOV-TARJETA.
               MOVE WS-MARCA-ORIGEN TO MOV-ORIGEN.
               MOVE WS-TERMINAL TO MOV-TERMINAL.
               ACCEPT WS-HORA-MOV FROM TIME.
               MOVE WS-HORA-MOV (1:2) TO MOV-HORA.
               WRITE MOV-REGISTRO.
               MOVE "APERTURA" TO WS-TIPO-MOV.
               MOVE 0 TO WS-IMPORTE-MOV.
               ACCEPT WS-NUEVO-ANIO LINE 6 COLUMN 55.
               PERFORM 00028A-CALCULAR-EDAD-NUEVA.
               IF WS-EDAD < WS-EDAD-MINIMA
                   DISPLAY "TITULAR SIN LA EDAD MINIMA DEL PRODUCTO,"
                   " NO SE PUEDE ABRIR" LINE 7 COLUMN 20
                   BACKGROUND-COLOR IS 4
               ELSE
                   SET WS-EDAD-ES-VALIDA TO TRUE
               END-IF.
               MOVE WS-NUEVO-MES  TO CLI-MES.
               MOVE WS-NUEVO-ANIO TO CLI-ANIO.
               MOVE "A"           TO CLI-ACTIVO.
      *        EL DOCUMENTO Y EL RIESGO SE COMPLETAN EN CLIMANT; HASTA
      *        ENTONCES EL CLIENTE SALE EN LA REVISION KYC MENSUAL
               MOVE "D"           TO CLI-TIPO-DOC.
               MOVE 0             TO CLI-CADUCIDAD-DOC.
               MOVE "M"           TO CLI-RIESGO.
               MOVE 0             TO CLI-FECHA-KYC.
               WRITE CLI-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL CLIENTE" LINE 15
               CLOSE RECHAZOS.

           00015-TRANSFERENCIA.
               DISPLAY "CUENTA DESTINO O IBAN: " LINE 9 COLUMN 20
               BACKGROUND-COLOR IS 1.
               MOVE SPACES TO WS-IBAN-TECLEADO.
               IF WS-EN-KIOSCO
                   PERFORM 00087J-INICIAR-ESPERA
                   ACCEPT WS-IBAN-TECLEADO LINE 9 COLUMN 44
                   WITH TIME-OUT WS-ESPERA-KIOSCO
                   PERFORM 00087A-COMPROBAR-INACTIVIDAD
               ELSE
                   ACCEPT WS-IBAN-TECLEADO LINE 9 COLUMN 44
               END-IF.
               IF WS-SESION-CADUCADA
                   PERFORM 00087I-CERRAR-POR-INACTIVIDAD
               ELSE
                   PERFORM 00015A-PEDIR-IMPORTE
               END-IF.

           00015A-PEDIR-IMPORTE.
               DISPLAY "IMPORTE A TRANSFERIR: " LINE 10 COLUMN 20
               BACKGROUND-COLOR IS 1.
               IF WS-EN-KIOSCO
                   PERFORM 00087J-INICIAR-ESPERA
                   ACCEPT WS-IMPORTE-TRANS LINE 10 COLUMN 45
                   WITH TIME-OUT WS-ESPERA-KIOSCO
                   PERFORM 00087A-COMPROBAR-INACTIVIDAD
               ELSE
                   ACCEPT WS-IMPORTE-TRANS LINE 10 COLUMN 45
               END-IF.
               IF WS-SESION-CADUCADA
                   PERFORM 00087I-CERRAR-POR-INACTIVIDAD
               ELSE
                   PERFORM 00015B-EJECUTAR-TRANSFERENCIA
               END-IF.

           00015B-EJECUTAR-TRANSFERENCIA.
               PERFORM 00062-CALCULAR-EMBARGADO.
               PERFORM 00076-RESOLVER-DESTINO.
               IF WS-EN-KIOSCO AND WS-DESTINO-VALIDO
                   PERFORM 00089-COMPROBAR-CUENTA-PROPIA
               END-IF.
               IF NOT WS-DESTINO-VALIDO
                   DISPLAY WS-MENSAJE-DESTINO
                   LINE 11 COLUMN 20 BACKGROUND-COLOR IS 4
                   PERFORM 00087H-PAUSA
               ELSE IF WS-CUENTA-DESTINO = WS-CUENTA
                   DISPLAY "NO SE PUEDE TRANSFERIR A LA MISMA CUENTA"
                   LINE 11 COLUMN 20 BACKGROUND-COLOR IS 4
                   PERFORM 00087H-PAUSA
               ELSE IF WS-IMPORTE-TRANS >
                       WS-SALDO + WS-LIMITE-DESCUBIERTO
                       - WS-EMBARGADO
                   DISPLAY "SALDO INSUFICIENTE" LINE 11 COLUMN 20
                   BACKGROUND-COLOR IS 4
                   PERFORM 00087H-PAUSA
               ELSE
                   MOVE WS-CUENTA-DESTINO TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY
                           IF WS-IBAN-DESTINO = SPACES
                               DISPLAY "CUENTA INEXISTENTE; SI ES DE"
                               " OTRA ENTIDAD TECLEE SU IBAN"
                               LINE 11 COLUMN 20 BACKGROUND-COLOR IS 4
                               PERFORM 00087H-PAUSA
                           ELSE
                               PERFORM 00051-TRANSFERENCIA-EXTERNA
                           END-IF
                       NOT INVALID KEY
                           IF CTA-ESTA-CERRADA
                               DISPLAY "CUENTA DESTINO CANCELADA"
                               LINE 11 COLUMN 20 BACKGROUND-COLOR IS 4
                               PERFORM 00087H-PAUSA
                           ELSE
                           MOVE CTA-REGISTRO TO WS-CTA-ANTES
                           ADD WS-IMPORTE-TRANS TO CTA-SALDO
                           PERFORM 00016-REGISTRAR-TRANSFERENCIA
                           DISPLAY "TRANSFERENCIA REALIZADA" LINE 11
                           COLUMN 20 BACKGROUND-COLOR IS 2
                           PERFORM 00087H-PAUSA
                           END-IF
                   END-READ
               END-IF
               END-IF
               END-IF.

      *        LA CUENTA DESTINO NO ES DE ESTA ENTIDAD: EL PAGO SE
               MOVE WS-CUENTA-DESTINO TO REM-CUENTA-DESTINO.
               MOVE WS-IMPORTE-TRANS TO REM-IMPORTE.
               MOVE "TRANSFERENCIA CAJERO" TO REM-CONCEPTO.
               MOVE WS-IBAN-DESTINO TO REM-IBAN-DESTINO.
               WRITE REM-REGISTRO.
               CLOSE REMESA-SALIDA.

               MOVE WS-TASA-APLICADA TO MOV-TASA-CAMBIO.
               MOVE WS-DNI-OPERANTE TO MOV-DNI.
               MOVE WS-TARJETA-SESION TO MOV-TARJETA.
               MOVE WS-MARCA-ORIGEN TO MOV-ORIGEN.
               MOVE WS-TERMINAL TO MOV-TERMINAL.
               ACCEPT WS-HORA-MOV FROM TIME.
               MOVE WS-HORA-MOV (1:2) TO MOV-HORA.
               WRITE MOV-REGISTRO.
               MOVE WS-CUENTA-DESTINO TO WS-MIX-DESTINO.
               MOVE WS-CUENTA TO WS-MIX-CUENTA.
               MOVE WS-TASA-APLICADA TO MOV-TASA-CAMBIO.
               MOVE WS-DNI-OPERANTE TO MOV-DNI.
               MOVE WS-TARJETA-SESION TO MOV-TARJETA.
               MOVE WS-MARCA-ORIGEN TO MOV-ORIGEN.
               MOVE WS-TERMINAL TO MOV-TERMINAL.
               ACCEPT WS-HORA-MOV FROM TIME.
               MOVE WS-HORA-MOV (1:2) TO MOV-HORA.
               WRITE MOV-REGISTRO.
               MOVE 0 TO WS-MIX-DESTINO.
               MOVE WS-CUENTA TO WS-MIX-CUENTA.
               MOVE WS-TASA-APLICADA TO MOVIDX-TASA-CAMBIO.
               MOVE WS-DNI-OPERANTE TO MOVIDX-DNI.
               MOVE WS-TARJETA-SESION TO MOVIDX-TARJETA.
               MOVE WS-MARCA-ORIGEN TO MOVIDX-ORIGEN.
               MOVE WS-TERMINAL TO MOVIDX-TERMINAL.
               WRITE MOVIDX-REGISTRO
                   INVALID KEY
               IF WS-STATUS-TRM = "00"
                   READ PUESTO
                       AT END CONTINUE
                       NOT AT END
                           MOVE TRM-CODIGO TO WS-TERMINAL
                           IF TRM-ES-KIOSCO
                               SET WS-EN-KIOSCO TO TRUE
                           END-IF
                   END-READ
                   CLOSE PUESTO
               END-IF.
               MOVE TIK-NUM-TICKET TO NUM-TICKET.
               MOVE WS-TELLER-ID TO TICKET-CAJERO.
               MOVE "DUPLICADO" TO TICKET-DUPLICADO.
               MOVE WS-IBAN-CUENTA TO TICKET-IBAN.
               WRITE CLI-TICKET.
               CLOSE TICKET.
               DISPLAY "DUPLICADO EMITIDO CORRECTAMENTE" LINE 5
               COLUMN 20 BACKGROUND-COLOR IS 2.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        UNA SESION DE QUIOSCO CADUCADA SE CIERRA SIN PREGUNTAR
      *        NADA Y SIN DEJAR EN PANTALLA LOS DATOS DEL CLIENTE
           00006-CERRAR.
               DISPLAY " " BLANK SCREEN.
               IF NOT WS-SESION-CADUCADA
                   PERFORM 00006A-DESPEDIR
               END-IF.

           00006A-DESPEDIR.
               DISPLAY "SALDO FINAL: " LINE 10 COLUMN 20,
               WS-SALDO LINE 10 COLUMN 35 BACKGROUND-COLOR IS 2.
               DISPLAY "DESEA UN TICKET IMPRESO? (S/N): " LINE 11
               COLUMN 20.
               IF WS-EN-KIOSCO
                   PERFORM 00087J-INICIAR-ESPERA
                   ACCEPT WS-TICKET-DESEADO LINE 11 COLUMN 53
                   WITH TIME-OUT WS-ESPERA-KIOSCO
                   PERFORM 00087A-COMPROBAR-INACTIVIDAD
               ELSE
                   ACCEPT WS-TICKET-DESEADO LINE 11 COLUMN 53
               END-IF.
               IF WS-SESION-CADUCADA
                   MOVE "N" TO WS-TICKET-DESEADO
               END-IF.
               IF WS-TICKET-DESEADO = "S" OR "s"
                   MOVE WS-SALDO TO WS-RES
                   PERFORM 00005-IMPRIMIR
               END-IF.
               IF NOT WS-SESION-CADUCADA
                   DISPLAY "GRACIAS POR CONFIAR EN NOSOTROS, " LINE 13
                   COLUMN 20, WS-NOMBRE LINE 13 COLUMN 54
                   BACKGROUND-COLOR IS 2
                   PERFORM 00087H-PAUSA
               END-IF.
               IF WS-SESION-CADUCADA
                   DISPLAY " " BLANK SCREEN
               END-IF.

      *        ALTA DE PRESTAMO PERSONAL SOBRE LA CUENTA DE LA
      *        SESION: SE CALCULA LA CUOTA FRANCESA, SE GRABA EL
                   DISPLAY "CUOTA MENSUAL: " LINE 6 COLUMN 20,
                   WS-PRE-CUOTA-VIS LINE 6 COLUMN 36
                   BACKGROUND-COLOR IS 2
                   PERFORM 00078-EVALUAR-RIESGO
                   IF WS-RSG-DENEGADO
                       PERFORM 00078V-SOLICITAR-EXCEPCION
                   END-IF
                   IF WS-RSG-DENEGADO
                       DISPLAY "CONTRATACION CANCELADA" LINE 19
                       COLUMN 20 BACKGROUND-COLOR IS 4
                       STOP "PULSE UNA TECLA PARA CONTINUAR"
                   ELSE
      *            ANTES DE CONFIRMAR SE ENTREGA LA FICHA DE
      *            INFORMACION PRECONTRACTUAL Y SE ANOTA LA RESPUESTA
                   PERFORM 00080-FICHA-PRESTAMO
                   DISPLAY "ACEPTA EL CLIENTE LA FICHA Y CONTRATA? "
                   "(S/N): " LINE 17 COLUMN 20
                   ACCEPT WS-FIC-ACEPTA LINE 17 COLUMN 66
                   MOVE 0 TO WS-FIC-CONTRATO
                   IF WS-FIC-ACEPTA = "S" OR "s"
                       PERFORM 00056-SIGUIENTE-NUM-PRESTAMO
                       PERFORM 00055C-GRABAR-PRESTAMO
                       MOVE WS-NUEVO-PRESTAMO TO WS-FIC-CONTRATO
                       PERFORM 00082-ANOTAR-ACEPTACION
                       PERFORM 00055D-ABONAR-CAPITAL
                   ELSE
                       PERFORM 00082-ANOTAR-ACEPTACION
                       DISPLAY "CONTRATACION CANCELADA" LINE 19
                       COLUMN 20 BACKGROUND-COLOR IS 4
                       STOP "PULSE UNA TECLA PARA CONTINUAR"
                   END-IF
                   END-IF
               END-IF.

      *        CUOTA DEL SISTEMA FRANCES: EL FACTOR (1+I)**N SE
                   WS-ANIO-SIS * 100 + WS-MES-SIS.
               MOVE WS-FECHA-SISTEMA  TO PRE-FECHA-ALTA.
               MOVE "V"               TO PRE-ESTADO.
               MOVE WS-NUM-FICHA      TO PRE-FICHA.
               WRITE PRE-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL PRESTAMO" LINE 19
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       PERFORM 00078W-GRABAR-EVALUACION
               END-WRITE.
               CLOSE PRESTAMOS.

               MOVE "PREST-DISP" TO WS-TIPO-MOV.
               MOVE WS-PRE-CAPITAL TO WS-IMPORTE-MOV.
               PERFORM 00009-REGISTRAR-MOVIMIENTO.
      *        LA COMISION DE APERTURA DE LA FICHA SE CARGA AL
      *        DISPONER, YA INCLUIDA EN LA TAE INFORMADA
               IF WS-PRE-COMISION > 0
                   SUBTRACT WS-PRE-COMISION FROM WS-SALDO
                   PERFORM 00077I-GRABAR-SALDO
                   MOVE "COMIS-APER" TO WS-TIPO-MOV
                   MOVE WS-PRE-COMISION TO WS-IMPORTE-MOV
                   PERFORM 00009-REGISTRAR-MOVIMIENTO
               END-IF.
               DISPLAY "PRESTAMO CONTRATADO, NUMERO:" LINE 19
               COLUMN 20.
               DISPLAY WS-NUEVO-PRESTAMO LINE 19 COLUMN 50
               BACKGROUND-COLOR IS 2.
               DISPLAY "CAPITAL ABONADO EN LA CUENTA" LINE 20
               COLUMN 20 BACKGROUND-COLOR IS 2.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

                   COLUMN 20 BACKGROUND-COLOR IS 4
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               ELSE
                   PERFORM 00081-FICHA-PLAZO
                   DISPLAY "ACEPTA EL CLIENTE LA FICHA Y CONTRATA? "
                   "(S/N): " LINE 11 COLUMN 20
                   ACCEPT WS-FIC-ACEPTA LINE 11 COLUMN 66
                   MOVE 0 TO WS-FIC-CONTRATO
                   IF WS-FIC-ACEPTA = "S" OR "s"
                       PERFORM 00059-SIGUIENTE-NUM-PLAZO
                       PERFORM 00057B-GRABAR-PLAZO
                       MOVE WS-NUEVO-PLAZO TO WS-FIC-CONTRATO
                       PERFORM 00082-ANOTAR-ACEPTACION
                       PERFORM 00057C-ADEUDAR-CAPITAL
                   ELSE
                       PERFORM 00082-ANOTAR-ACEPTACION
                       DISPLAY "APERTURA CANCELADA" LINE 13
                       COLUMN 20 BACKGROUND-COLOR IS 4
                       STOP "PULSE UNA TECLA PARA CONTINUAR"
                   END-IF
               END-IF
               END-IF.

               MOVE WS-FECHA-ABONO-GRP TO PLZ-FECHA-VENCIMIENTO.
               MOVE WS-PLZ-RENOVACION TO PLZ-RENOVACION.
               MOVE "V"             TO PLZ-ESTADO.
               MOVE WS-NUM-FICHA    TO PLZ-FICHA.
               WRITE PLZ-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL DEPOSITO" LINE 13
                       COLUMN 20 BACKGROUND-COLOR IS 4
               END-WRITE.
               CLOSE PLAZOS.
               MOVE "PLAZO-APER" TO WS-TIPO-MOV.
               MOVE WS-PLZ-CAPITAL TO WS-IMPORTE-MOV.
               PERFORM 00009-REGISTRAR-MOVIMIENTO.
               DISPLAY "DEPOSITO ABIERTO, NUMERO:" LINE 13 COLUMN 20.
               DISPLAY WS-NUEVO-PLAZO LINE 13 COLUMN 47
               BACKGROUND-COLOR IS 2.
               DISPLAY "VENCIMIENTO: " LINE 14 COLUMN 20,
               PLZ-FECHA-VENCIMIENTO LINE 14 COLUMN 34
               BACKGROUND-COLOR IS 2.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

               MOVE WS-IMPORTE-TRANS TO WS-RET-IMPORTE.
               STRING "T" WS-FECHA-SISTEMA WS-CUENTA
                   WS-CUENTA-DESTINO WS-RET-IMPORTE
                   "TRANSFERENCIA CAJERO" WS-IBAN-DESTINO
                   DELIMITED BY SIZE INTO RET-DETALLE.
               MOVE WS-BENEFICIARIO TO RET-NOMBRE.
               MOVE WS-NOMBRE-COINCIDENTE TO RET-COINCIDENCIA.
               WRITE SEC-RETENIDO-REGISTRO.
               CLOSE SEC-RETENIDO.

      *        CARGA LOS PRODUCTOS COMERCIALIZADOS DEL CATALOGO; LOS
      *        RETIRADOS NO SE OFRECEN EN LA APERTURA
           00069-CARGAR-PRODUCTOS.
               MOVE 0 TO WS-NUM-PRODUCTOS.
               MOVE "N" TO WS-EOF-PRD.
               OPEN INPUT PRODUCTOS.
               IF WS-STATUS-PRD = "00"
                   PERFORM 00069E-LEER-PRODUCTO
                   PERFORM 00069F-GUARDAR-PRODUCTO UNTIL WS-FIN-PRD
                   CLOSE PRODUCTOS
               END-IF.

           00069E-LEER-PRODUCTO.
               READ PRODUCTOS NEXT RECORD
                   AT END SET WS-FIN-PRD TO TRUE
               END-READ.

           00069F-GUARDAR-PRODUCTO.
               IF PRD-COMERCIALIZADO AND WS-NUM-PRODUCTOS < 30
                   ADD 1 TO WS-NUM-PRODUCTOS
                   SET WS-IDX-PRD TO WS-NUM-PRODUCTOS
                   MOVE PRD-CODIGO TO WS-PC-CODIGO (WS-IDX-PRD)
                   MOVE PRD-DESCRIPCION
                       TO WS-PC-DESCRIPCION (WS-IDX-PRD)
                   MOVE PRD-TIPO-CUENTA TO WS-PC-TIPO (WS-IDX-PRD)
                   MOVE PRD-MONEDAS TO WS-PC-MONEDAS (WS-IDX-PRD)
                   MOVE PRD-EDAD-MINIMA TO WS-PC-EDAD (WS-IDX-PRD)
                   MOVE PRD-DESCUBIERTO
                       TO WS-PC-DESCUBIERTO (WS-IDX-PRD)
                   MOVE PRD-LIMITE-DIARIO TO WS-PC-LIMITE (WS-IDX-PRD)
                   MOVE PRD-TASA-INTERES TO WS-PC-TASA (WS-IDX-PRD)
               END-IF.
               PERFORM 00069E-LEER-PRODUCTO.

      *        LISTA DE PRODUCTOS EN DOS COLUMNAS AL PIE DE LA
      *        PANTALLA DE ALTA
           00069A-MOSTRAR-CATALOGO.
               DISPLAY "PRODUCTOS DISPONIBLES:" LINE 15 COLUMN 2
               BACKGROUND-COLOR IS 5.
               MOVE 16 TO WS-LINEA-PRODUCTO.
               MOVE 2 TO WS-COLUMNA-PRODUCTO.
               SET WS-IDX-PRD TO 1.
               PERFORM 00069G-MOSTRAR-PRODUCTO
                   WS-NUM-PRODUCTOS TIMES.
               DISPLAY "PRODUCTO (CODIGO): " LINE 9 COLUMN 20.

           00069G-MOSTRAR-PRODUCTO.
               IF WS-LINEA-PRODUCTO < 23
                   DISPLAY WS-PC-CODIGO (WS-IDX-PRD) " "
                       WS-PC-DESCRIPCION (WS-IDX-PRD)
                       LINE WS-LINEA-PRODUCTO
                       COLUMN WS-COLUMNA-PRODUCTO
                   ADD 1 TO WS-LINEA-PRODUCTO
                   IF WS-LINEA-PRODUCTO = 23
                       AND WS-COLUMNA-PRODUCTO = 2
                       MOVE 16 TO WS-LINEA-PRODUCTO
                       MOVE 42 TO WS-COLUMNA-PRODUCTO
                   END-IF
               END-IF.
               SET WS-IDX-PRD UP BY 1.

           00069B-PEDIR-PRODUCTO.
               ACCEPT WS-PRODUCTO-TECLEADO LINE 9 COLUMN 40.
               SET WS-IDX-PRD TO 1.
               SEARCH WS-PRODUCTO-ENTRY
                   AT END CONTINUE
                   WHEN WS-IDX-PRD > WS-NUM-PRODUCTOS
                       CONTINUE
                   WHEN WS-PC-CODIGO (WS-IDX-PRD) = WS-PRODUCTO-TECLEADO
                       SET WS-PRODUCTO-ES-VALIDO TO TRUE
                       SET WS-PRODUCTO-ELEGIDO TO WS-IDX-PRD
               END-SEARCH.
               IF WS-PRODUCTO-ES-VALIDO
                   DISPLAY WS-PC-DESCRIPCION (WS-IDX-PRD) LINE 12
                   COLUMN 20 BACKGROUND-COLOR IS 2
               ELSE
                   DISPLAY "PRODUCTO NO DISPONIBLE, ELIJA OTRO      "
                   LINE 12 COLUMN 20 BACKGROUND-COLOR IS 4
               END-IF.

      *        LA DIVISA TECLEADA DEBE FIGURAR ENTRE LAS DEL PRODUCTO
           00069C-VALIDAR-MONEDA-PRODUCTO.
               MOVE "N" TO WS-MONEDA-ADMITIDA.
               MOVE 1 TO WS-IDX-MONEDA-PRD.
               PERFORM 00069H-COMPARAR-MONEDA 5 TIMES.

           00069H-COMPARAR-MONEDA.
               IF WS-PC-MONEDA (WS-IDX-PRD WS-IDX-MONEDA-PRD)
                   = WS-NUEVA-MONEDA
                   AND WS-NUEVA-MONEDA NOT = SPACES
                   SET WS-MONEDA-DEL-PRODUCTO TO TRUE
               END-IF.
               IF WS-IDX-MONEDA-PRD < 5
                   ADD 1 TO WS-IDX-MONEDA-PRD
               END-IF.

      *        VINCULO CUENTA-PRODUCTO PARA COMISION E INTERES
           00069D-GRABAR-PRODUCTO-CUENTA.
               OPEN I-O CUENTAS-PRODUCTO.
               IF WS-STATUS-CPR = "35"
                   OPEN OUTPUT CUENTAS-PRODUCTO
                   CLOSE CUENTAS-PRODUCTO
                   OPEN I-O CUENTAS-PRODUCTO
               END-IF.
               MOVE WS-NUEVA-CUENTA TO CPR-CUENTA.
               MOVE WS-PC-CODIGO (WS-IDX-PRD) TO CPR-PRODUCTO.
               MOVE WS-FECHA-SISTEMA TO CPR-FECHA-ALTA.
               WRITE CPR-REGISTRO
                   INVALID KEY
                       REWRITE CPR-REGISTRO
               END-WRITE.
               CLOSE CUENTAS-PRODUCTO.

           00056-SIGUIENTE-NUM-PRESTAMO.
               MOVE 0 TO WS-NUEVO-PRESTAMO.
               OPEN INPUT SEC-PRESTAMO.
               WRITE SEC-PRESTAMO-REGISTRO.
               CLOSE SEC-PRESTAMO.

      *        EL DNI DE QUIEN OPERA CONSTA COMO FALLECIDO EN CLIENTES
      *        (MARCADO POR DEFUNCION): NO SE ADMITE AUNQUE SIGA
      *        FIGURANDO COMO TITULAR
           00070-COMPROBAR-FALLECIDO.
               MOVE "N" TO WS-DNI-FALLECIDO.
               OPEN INPUT CLIENTES.
               IF WS-STATUS-CLI = "00"
                   MOVE WS-DNI-OPERANTE TO CLI-DNI
                   READ CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLI-FALLECIDO
                               SET WS-OPERANTE-FALLECIDO TO TRUE
                           END-IF
                   END-READ
                   CLOSE CLIENTES
               END-IF.

      *        CUENTA CONGELADA POR UNA TESTAMENTARIA ABIERTA; SOLO SE
      *        LIBERA AL LIQUIDARLA DESDE DEFUNCION
           00070A-CUENTA-CONGELADA.
               MOVE "N" TO WS-CUENTA-OK.
               DISPLAY "CUENTA INTERVENIDA POR TESTAMENTARIA, ACUDA A"
               " SU OFICINA" LINE 3 COLUMN 20
               BACKGROUND-COLOR IS 4.
               STOP "PULSE UNA TECLA PARA CONTINUAR".


      *        CAMBIO DE PIN POR EL PROPIO CLIENTE: PIN ACTUAL, PIN
      *        NUEVO DOS VECES Y REGLAS CONTRA PINES TRIVIALES
           00071-CAMBIAR-PIN.
               DISPLAY "PIN ACTUAL: " LINE 9 COLUMN 20.
               ACCEPT WS-PIN-ACTUAL-TECLEADO LINE 9 COLUMN 40
               WITH NO ECHO.
               IF WS-PIN-ACTUAL-TECLEADO NOT = WS-PIN
                   DISPLAY "PIN ACTUAL INCORRECTO" LINE 12 COLUMN 20
                   BACKGROUND-COLOR IS 4
               ELSE
                   DISPLAY "PIN NUEVO: " LINE 10 COLUMN 20
                   ACCEPT WS-PIN-NUEVO LINE 10 COLUMN 40
                   WITH NO ECHO
                   DISPLAY "REPITA EL PIN NUEVO: " LINE 11 COLUMN 20
                   ACCEPT WS-PIN-REPETIDO LINE 11 COLUMN 40
                   WITH NO ECHO
                   IF WS-PIN-REPETIDO NOT = WS-PIN-NUEVO
                       DISPLAY "LOS DOS PINES NO COINCIDEN" LINE 12
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   ELSE
                       PERFORM 00071A-VALIDAR-PIN-NUEVO
                       IF WS-PIN-NUEVO-ACEPTABLE
                           PERFORM 00071C-GRABAR-PIN-NUEVO
                       END-IF
                   END-IF
               END-IF.
               MOVE 0 TO WS-PIN-NUEVO, WS-PIN-REPETIDO,
                   WS-PIN-ACTUAL-TECLEADO.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        SE RECHAZAN: EL MISMO PIN, CUATRO DIGITOS IGUALES (0000),
      *        SERIES CORRELATIVAS (1234, 4321) Y EL ANIO DE NACIMIENTO
      *        DEL TITULAR O DE QUIEN OPERA
           00071A-VALIDAR-PIN-NUEVO.
               MOVE "S" TO WS-PIN-NUEVO-OK.
               IF WS-PIN-NUEVO = WS-PIN
                   MOVE "N" TO WS-PIN-NUEVO-OK
               END-IF.
               IF WS-PIN-NUEVO-DIGITO (1) = WS-PIN-NUEVO-DIGITO (2)
                   AND WS-PIN-NUEVO-DIGITO (2) = WS-PIN-NUEVO-DIGITO (3)
                   AND WS-PIN-NUEVO-DIGITO (3) = WS-PIN-NUEVO-DIGITO (4)
                   MOVE "N" TO WS-PIN-NUEVO-OK
               END-IF.
               IF WS-PIN-NUEVO-DIGITO (2) = WS-PIN-NUEVO-DIGITO (1) + 1
                   AND WS-PIN-NUEVO-DIGITO (3)
                       = WS-PIN-NUEVO-DIGITO (2) + 1
                   AND WS-PIN-NUEVO-DIGITO (4)
                       = WS-PIN-NUEVO-DIGITO (3) + 1
                   MOVE "N" TO WS-PIN-NUEVO-OK
               END-IF.
               IF WS-PIN-NUEVO-DIGITO (1) = WS-PIN-NUEVO-DIGITO (2) + 1
                   AND WS-PIN-NUEVO-DIGITO (2)
                       = WS-PIN-NUEVO-DIGITO (3) + 1
                   AND WS-PIN-NUEVO-DIGITO (3)
                       = WS-PIN-NUEVO-DIGITO (4) + 1
                   MOVE "N" TO WS-PIN-NUEVO-OK
               END-IF.
               OPEN INPUT CLIENTES.
               IF WS-STATUS-CLI = "00"
                   MOVE CTA-DNI TO CLI-DNI
                   PERFORM 00071B-COMPARAR-ANIO-NACIMIENTO
                   MOVE WS-DNI-OPERANTE TO CLI-DNI
                   PERFORM 00071B-COMPARAR-ANIO-NACIMIENTO
                   CLOSE CLIENTES
               END-IF.
               IF NOT WS-PIN-NUEVO-ACEPTABLE
                   DISPLAY "PIN DEMASIADO SENCILLO, ELIJA OTRO" LINE 12
                   COLUMN 20 BACKGROUND-COLOR IS 4
               END-IF.

           00071B-COMPARAR-ANIO-NACIMIENTO.
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-ANIO = WS-PIN-NUEVO
                           MOVE "N" TO WS-PIN-NUEVO-OK
                       END-IF
               END-READ.

           00071C-GRABAR-PIN-NUEVO.
               MOVE WS-CUENTA TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA NO ENCONTRADA" LINE 12
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       MOVE CTA-REGISTRO TO WS-CTA-ANTES
                       MOVE WS-PIN-NUEVO TO CTA-PIN
                       REWRITE CTA-REGISTRO
                       PERFORM 00071E-AUDITAR-SIN-PIN
                       MOVE WS-PIN-NUEVO TO WS-PIN
                       DISPLAY "PIN CAMBIADO" LINE 12 COLUMN 20
                       BACKGROUND-COLOR IS 2
               END-READ.

      *        PIN REEMITIDO DESDE DESBLOQUEO: EL PRIMER USO CORRECTO
      *        DEL PIN NUEVO LIBERA LA CUENTA
           00071D-ACTIVAR-PIN-REEMITIDO.
               MOVE WS-CUENTA TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTA-PIN-REEMITIDO
                           MOVE CTA-REGISTRO TO WS-CTA-ANTES
                           MOVE "N" TO CTA-BLOQUEADA
                           REWRITE CTA-REGISTRO
                           PERFORM 00071E-AUDITAR-SIN-PIN
                       END-IF
               END-READ.

      *        IGUAL QUE 00052 PERO CON EL PIN ENMASCARADO EN LAS DOS
      *        IMAGENES (POSICIONES 33 A 36 DEL REGISTRO DE CUENTA)
           00071E-AUDITAR-SIN-PIN.
               IF NOT WS-EN-PRACTICAS
                   ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
                   ACCEPT WS-HORA-AUD FROM TIME
                   OPEN EXTEND AUDITORIA
                   MOVE WS-FECHA-SISTEMA TO AUD-FECHA
                   MOVE WS-HORA-AUD (1:6) TO AUD-HORA
                   MOVE "CAJERO" TO AUD-PROGRAMA
                   MOVE WS-TELLER-ID TO AUD-OPERADOR
                   MOVE WS-CTA-ANTES TO AUD-ANTES
                   MOVE CTA-REGISTRO TO AUD-DESPUES
                   MOVE "****" TO AUD-ANTES (33:4)
                   MOVE "****" TO AUD-DESPUES (33:4)
                   WRITE AUD-REGISTRO
                   CLOSE AUDITORIA
               END-IF.

           00072-CARGAR-ENTIDAD.
               OPEN INPUT PARAM-ENTIDAD.
               IF WS-STATUS-ENT = "00"
                   READ PARAM-ENTIDAD
                       AT END CONTINUE
                       NOT AT END MOVE PAR-ENTIDAD TO WS-ENTIDAD
                   END-READ
                   CLOSE PARAM-ENTIDAD
               END-IF.

      *        IBAN ESPANOL DE 24 POSICIONES PARA LA CUENTA EN
      *        CTA-REGISTRO: PRIMERO LOS DOS DIGITOS DE CONTROL DEL
      *        CCC Y LUEGO EL CONTROL MODULO 97 SOBRE "ES00" + CCC
           00073-COMPONER-IBAN.
               MOVE WS-ENTIDAD TO WS-CCC-ENTIDAD.
               MOVE CTA-SUCURSAL TO WS-CCC-OFICINA.
               MOVE CTA-NUMERO TO WS-CUENTA-11.
               MOVE WS-CUENTA-11-X (2:10) TO WS-CCC-CUENTA.
               MOVE "00" TO WS-DC-DIGITOS (1:2).
               MOVE WS-CCC (1:8) TO WS-DC-DIGITOS (3:8).
               PERFORM 00073A-DIGITO-CONTROL.
               MOVE WS-DC-RESULTADO TO WS-CCC-DC.
               MULTIPLY 10 BY WS-CCC-DC.
               MOVE WS-CCC (11:10) TO WS-DC-DIGITOS.
               PERFORM 00073A-DIGITO-CONTROL.
               ADD WS-DC-RESULTADO TO WS-CCC-DC.
               MOVE SPACES TO WS-IBAN-CALCULO.
               STRING "ES00" WS-CCC DELIMITED BY SIZE
                   INTO WS-IBAN-CALCULO.
               PERFORM 00074A-RESTO-MODULO-97.
               COMPUTE WS-IBAN-CONTROL = 98 - WS-IBAN-RESTO.
               MOVE WS-IBAN-CONTROL TO WS-IBAN-CALCULO (3:2).

      *        DIGITO DE CONTROL DEL CCC SOBRE DIEZ CIFRAS CON LOS
      *        PESOS 1-2-4-8-5-10-9-7-3-6 (11 PASA A 0 Y 10 A 1)
           00073A-DIGITO-CONTROL.
               MOVE 0 TO WS-DC-SUMA.
               PERFORM 00073B-SUMAR-PESO
                   VARYING WS-DC-IDX FROM 1 BY 1 UNTIL WS-DC-IDX > 10.
               DIVIDE WS-DC-SUMA BY 11 GIVING WS-IBAN-COCIENTE
                   REMAINDER WS-DC-RESULTADO.
               COMPUTE WS-DC-RESULTADO = 11 - WS-DC-RESULTADO.
               IF WS-DC-RESULTADO = 11
                   MOVE 0 TO WS-DC-RESULTADO
               END-IF.
               IF WS-DC-RESULTADO = 10
                   MOVE 1 TO WS-DC-RESULTADO
               END-IF.

           00073B-SUMAR-PESO.
               MOVE WS-DC-DIGITOS (WS-DC-IDX:1) TO WS-DC-DIGITO.
               COMPUTE WS-DC-SUMA = WS-DC-SUMA
                   + WS-DC-DIGITO * WS-PESO (WS-DC-IDX).

      *        EL IBAN TECLEADO O RECIBIDO SE COMPACTA (SIN LOS
      *        ESPACIOS DE LOS GRUPOS DE CUATRO) Y EN MAYUSCULAS; ES
      *        VALIDO SI EMPIEZA POR PAIS Y DOS DIGITOS, LOS ESPANOLES
      *        TIENEN 24 POSICIONES Y EL RESTO MODULO 97 DA 1
           00074-VALIDAR-IBAN.
               MOVE SPACES TO WS-IBAN-CALCULO.
               MOVE 0 TO WS-IBAN-LON.
               PERFORM 00074D-COPIAR-CARACTER
                   VARYING WS-IBAN-POS FROM 1 BY 1
                   UNTIL WS-IBAN-POS > 34.
               INSPECT WS-IBAN-CALCULO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               PERFORM 00074A-RESTO-MODULO-97.
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
           00074A-RESTO-MODULO-97.
               MOVE "S" TO WS-IBAN-OK.
               MOVE 34 TO WS-IBAN-LON.
               PERFORM 00074B-RECORTAR-ESPACIOS
                   UNTIL WS-IBAN-LON = 0
                   OR WS-IBAN-CALCULO (WS-IBAN-LON:1) NOT = SPACE.
               MOVE 0 TO WS-IBAN-RESTO.
               MOVE WS-IBAN-LON TO WS-IBAN-FIN.
               PERFORM 00074C-ACUMULAR-CARACTER
                   VARYING WS-IBAN-POS FROM 5 BY 1
                   UNTIL WS-IBAN-POS > WS-IBAN-FIN.
               PERFORM 00074C-ACUMULAR-CARACTER
                   VARYING WS-IBAN-POS FROM 1 BY 1
                   UNTIL WS-IBAN-POS > 4.

           00074B-RECORTAR-ESPACIOS.
               SUBTRACT 1 FROM WS-IBAN-LON.

           00074C-ACUMULAR-CARACTER.
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

           00074D-COPIAR-CARACTER.
               IF WS-IBAN-TECLEADO (WS-IBAN-POS:1) NOT = SPACE
                   ADD 1 TO WS-IBAN-LON
                   MOVE WS-IBAN-TECLEADO (WS-IBAN-POS:1)
                       TO WS-IBAN-CALCULO (WS-IBAN-LON:1)
               END-IF.

      *        IBAN DE LA CUENTA QUE INICIA SESION; SI AUN NO ESTA EN
      *        CUENTAS-IBAN.DAT SE COMPONE AL VUELO PARA EL TICKET
           00075-CARGAR-IBAN-CUENTA.
               MOVE SPACES TO WS-IBAN-CUENTA.
               OPEN INPUT CUENTAS-IBAN.
               IF WS-STATUS-IBN = "00"
                   MOVE CTA-NUMERO TO IBN-CUENTA
                   READ CUENTAS-IBAN
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE IBN-IBAN TO WS-IBAN-CUENTA
                   END-READ
                   CLOSE CUENTAS-IBAN
               END-IF.
               IF WS-IBAN-CUENTA = SPACES
                   PERFORM 00073-COMPONER-IBAN
                   MOVE WS-IBAN-CALCULO TO WS-IBAN-CUENTA
               END-IF.

           00075A-GRABAR-IBAN-NUEVO.
               OPEN I-O CUENTAS-IBAN.
               IF WS-STATUS-IBN = "35"
                   OPEN OUTPUT CUENTAS-IBAN
                   CLOSE CUENTAS-IBAN
                   OPEN I-O CUENTAS-IBAN
               END-IF.
               MOVE WS-NUEVA-CUENTA TO IBN-CUENTA.
               MOVE WS-IBAN-CALCULO TO IBN-IBAN.
               MOVE WS-FECHA-NEGOCIO TO IBN-FECHA-ALTA.
               WRITE IBN-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL IBAN" LINE 16
                       COLUMN 20 BACKGROUND-COLOR IS 4
               END-WRITE.
               CLOSE CUENTAS-IBAN.

      *        EL DESTINO PUEDE SER UNA CUENTA PROPIA DE 11 CIFRAS O
      *        UN IBAN; UN IBAN NUESTRO SE RESUELVE A SU CUENTA Y UNO
      *        AJENO SOLO PASA A LA REMESA SI SUPERA EL MODULO 97
           00076-RESOLVER-DESTINO.
               SET WS-DESTINO-VALIDO TO TRUE.
               MOVE SPACES TO WS-IBAN-DESTINO.
               MOVE 0 TO WS-CUENTA-DESTINO.
               IF WS-IBAN-TECLEADO (1:11) IS NUMERIC
                   AND WS-IBAN-TECLEADO (12:23) = SPACES
                   MOVE WS-IBAN-TECLEADO (1:11) TO WS-CUENTA-DESTINO
               ELSE
                   PERFORM 00074-VALIDAR-IBAN
                   IF NOT WS-IBAN-VALIDO
                       MOVE "N" TO WS-DESTINO-OK
                       MOVE "IBAN NO VALIDO, REVISE LOS DIGITOS"
                           TO WS-MENSAJE-DESTINO
                   ELSE
                       PERFORM 00076A-BUSCAR-IBAN-PROPIO
                   END-IF
               END-IF.

           00076A-BUSCAR-IBAN-PROPIO.
               MOVE WS-IBAN-CALCULO TO WS-IBAN-DESTINO.
               OPEN INPUT CUENTAS-IBAN.
               IF WS-STATUS-IBN = "00"
                   MOVE WS-IBAN-CALCULO TO IBN-IBAN
                   READ CUENTAS-IBAN KEY IS IBN-IBAN
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE IBN-CUENTA TO WS-CUENTA-DESTINO
                           MOVE SPACES TO WS-IBAN-DESTINO
                   END-READ
                   CLOSE CUENTAS-IBAN
               END-IF.
               IF WS-IBAN-DESTINO NOT = SPACES
                   AND WS-IBAN-CALCULO (1:2) = "ES"
                   AND WS-IBAN-CALCULO (5:4) = WS-ENTIDAD-X
                   MOVE "N" TO WS-DESTINO-OK
                   MOVE "IBAN DE ESTA ENTIDAD SIN CUENTA ASIGNADA"
                       TO WS-MENSAJE-DESTINO
               END-IF.

      *        AMORTIZACION ANTICIPADA DE UN PRESTAMO DE LA CUENTA DE
      *        LA SESION: EL IMPORTE Y SU COMISION SALEN DEL SALDO
      *        DISPONIBLE (SIN DESCUBIERTO NI LO EMBARGADO). COMO EL
      *        CONTRATO, NO TIENE COPIA DE PRACTICAS
           00077-AMORTIZAR-PRESTAMO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "AMORTIZACION ANTICIPADA DE PRESTAMO" LINE 2
               COLUMN 20 BACKGROUND-COLOR IS 2.
               IF WS-EN-PRACTICAS
                   DISPLAY "OPCION NO DISPONIBLE EN MODO PRACTICAS"
                   LINE 3 COLUMN 20 BACKGROUND-COLOR IS 4
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               ELSE
                   DISPLAY "NUMERO DE PRESTAMO: " LINE 3 COLUMN 20
                   ACCEPT WS-PRE-BUSCADO LINE 3 COLUMN 42
                   OPEN I-O PRESTAMOS
                   IF WS-STATUS-PRE NOT = "00"
                       DISPLAY "NO HAY PRESTAMOS REGISTRADOS" LINE 4
                       COLUMN 20 BACKGROUND-COLOR IS 4
                       STOP "PULSE UNA TECLA PARA CONTINUAR"
                   ELSE
                       MOVE WS-PRE-BUSCADO TO PRE-ID
                       READ PRESTAMOS
                           INVALID KEY
                               DISPLAY "PRESTAMO NO ENCONTRADO"
                               LINE 4 COLUMN 20 BACKGROUND-COLOR IS 4
                               STOP "PULSE UNA TECLA PARA CONTINUAR"
                           NOT INVALID KEY
                               PERFORM 00077A-VALIDAR-PRESTAMO
                       END-READ
                       CLOSE PRESTAMOS
                   END-IF
               END-IF.

      *        CON CUOTAS IMPAGADAS LA MORA SE SOLAPA CON EL CAPITAL
      *        PENDIENTE: HAY QUE REGULARIZARLA ANTES DE AMORTIZAR
           00077A-VALIDAR-PRESTAMO.
               IF PRE-CUENTA NOT = WS-CUENTA
                   DISPLAY "EL PRESTAMO NO PERTENECE A ESTA CUENTA"
                   LINE 4 COLUMN 20 BACKGROUND-COLOR IS 4
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               ELSE
               IF NOT PRE-VIGENTE
                   DISPLAY "EL PRESTAMO YA NO ESTA VIGENTE" LINE 4
                   COLUMN 20 BACKGROUND-COLOR IS 4
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               ELSE
               IF PRE-MORA > 0
                   DISPLAY "PRESTAMO CON CUOTAS IMPAGADAS: REGULARICE"
                   LINE 4 COLUMN 20 BACKGROUND-COLOR IS 4
                   DISPLAY "LA MORA ANTES DE AMORTIZAR" LINE 5
                   COLUMN 20 BACKGROUND-COLOR IS 4
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               ELSE
                   PERFORM 00077B-PEDIR-AMORTIZACION
               END-IF
               END-IF
               END-IF.

           00077B-PEDIR-AMORTIZACION.
               IF PRE-CUOTAS-PAGADAS < PRE-PLAZO-MESES
                   COMPUTE WS-AMO-MESES-REST =
                       PRE-PLAZO-MESES - PRE-CUOTAS-PAGADAS
               ELSE
                   MOVE 1 TO WS-AMO-MESES-REST
               END-IF.
               MOVE PRE-PENDIENTE TO WS-IMPORTE-VIS.
               DISPLAY "CAPITAL PENDIENTE: " LINE 4 COLUMN 20,
               WS-IMPORTE-VIS LINE 4 COLUMN 48.
               MOVE PRE-CUOTA TO WS-PRE-CUOTA-VIS.
               DISPLAY "CUOTA MENSUAL: " LINE 5 COLUMN 20,
               WS-PRE-CUOTA-VIS LINE 5 COLUMN 48.
               DISPLAY "MESES RESTANTES: " LINE 6 COLUMN 20,
               WS-AMO-MESES-REST LINE 6 COLUMN 48.
               DISPLAY "AMORTIZACION T-TOTAL / P-PARCIAL: " LINE 7
               COLUMN 20.
               ACCEPT WS-AMO-MODALIDAD LINE 7 COLUMN 56.
               MOVE "S" TO WS-AMO-OK.
               IF WS-AMO-TOTAL
                   MOVE PRE-PENDIENTE TO WS-AMO-IMPORTE
               ELSE
               IF WS-AMO-PARCIAL
                   PERFORM 00077C-PEDIR-PARCIAL
               ELSE
                   MOVE "N" TO WS-AMO-OK
               END-IF
               END-IF.
               IF NOT WS-AMO-VALIDA
                   DISPLAY "DATOS NO VALIDOS, AMORTIZACION CANCELADA"
                   LINE 12 COLUMN 20 BACKGROUND-COLOR IS 4
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               ELSE
                   PERFORM 00077D-COMPROBAR-FONDOS
               END-IF.

      *        LA PARCIAL DEBE DEJAR CAPITAL VIVO; SI LO CUBRE TODO
      *        ES UNA AMORTIZACION TOTAL
           00077C-PEDIR-PARCIAL.
               DISPLAY "IMPORTE A AMORTIZAR (EUR): " LINE 8
               COLUMN 20.
               ACCEPT WS-AMO-IMPORTE LINE 8 COLUMN 48.
               IF WS-AMO-IMPORTE NOT > 0
                   OR WS-AMO-IMPORTE NOT < PRE-PENDIENTE
                   MOVE "N" TO WS-AMO-OK
               ELSE
                   DISPLAY "REDUCIR C-CUOTA / P-PLAZO: " LINE 9
                   COLUMN 20
                   ACCEPT WS-AMO-REDUCIR LINE 9 COLUMN 48
                   IF NOT WS-AMO-REDUCE-CUOTA
                       AND NOT WS-AMO-REDUCE-PLAZO
                       MOVE "N" TO WS-AMO-OK
                   END-IF
               END-IF.

           00077D-COMPROBAR-FONDOS.
               PERFORM 00077L-CARGAR-COMISION-AMOR.
               COMPUTE WS-AMO-COMISION ROUNDED =
                   WS-AMO-IMPORTE * WS-AMO-PORCENTAJE / 100.
               COMPUTE WS-AMO-CARGO = WS-AMO-IMPORTE + WS-AMO-COMISION.
               MOVE WS-AMO-PORCENTAJE TO WS-AMO-PORC-VIS.
               MOVE WS-AMO-COMISION TO WS-IMPORTE-VIS.
               DISPLAY "COMISION (" LINE 10 COLUMN 20,
               WS-AMO-PORC-VIS LINE 10 COLUMN 30,
               "%): " LINE 10 COLUMN 35,
               WS-IMPORTE-VIS LINE 10 COLUMN 48.
               MOVE WS-AMO-CARGO TO WS-IMPORTE-VIS.
               DISPLAY "TOTAL A CARGAR EN CUENTA: " LINE 11 COLUMN 20,
               WS-IMPORTE-VIS LINE 11 COLUMN 48 BACKGROUND-COLOR IS 2.
               PERFORM 00062-CALCULAR-EMBARGADO.
               IF WS-AMO-CARGO > WS-SALDO - WS-EMBARGADO
                   DISPLAY "SALDO DISPONIBLE INSUFICIENTE" LINE 12
                   COLUMN 20 BACKGROUND-COLOR IS 4
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               ELSE
                   DISPLAY "CONFIRMA LA AMORTIZACION? (S/N): " LINE 12
                   COLUMN 20
                   ACCEPT WS-CONFIRMA-PRE LINE 12 COLUMN 54
                   IF WS-CONFIRMA-PRE = "S" OR "s"
                       PERFORM 00077E-APLICAR-AMORTIZACION
                   ELSE
                       DISPLAY "AMORTIZACION CANCELADA" LINE 13
                       COLUMN 20 BACKGROUND-COLOR IS 4
                       STOP "PULSE UNA TECLA PARA CONTINUAR"
                   END-IF
               END-IF.

           00077E-APLICAR-AMORTIZACION.
               SUBTRACT WS-AMO-IMPORTE FROM PRE-PENDIENTE.
               IF WS-AMO-TOTAL
                   MOVE 0 TO PRE-PENDIENTE
                   MOVE "L" TO PRE-ESTADO
               ELSE
               IF WS-AMO-REDUCE-CUOTA
                   PERFORM 00077F-RECALCULAR-CUOTA
               ELSE
                   PERFORM 00077G-RECALCULAR-PLAZO
               END-IF
               END-IF.
               REWRITE PRE-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL PRESTAMO" LINE 13
                       COLUMN 20 BACKGROUND-COLOR IS 4
               END-REWRITE.

               SUBTRACT WS-AMO-IMPORTE FROM WS-SALDO.
               PERFORM 00077I-GRABAR-SALDO.
               MOVE "PREST-AMOR" TO WS-TIPO-MOV.
               MOVE WS-AMO-IMPORTE TO WS-IMPORTE-MOV.
               PERFORM 00009-REGISTRAR-MOVIMIENTO.
               IF WS-AMO-COMISION > 0
                   SUBTRACT WS-AMO-COMISION FROM WS-SALDO
                   PERFORM 00077I-GRABAR-SALDO
                   MOVE "COMIS-AMOR" TO WS-TIPO-MOV
                   MOVE WS-AMO-COMISION TO WS-IMPORTE-MOV
                   PERFORM 00009-REGISTRAR-MOVIMIENTO
               END-IF.

               IF WS-AMO-TOTAL
                   PERFORM 00077M-CERTIFICAR-CANCELACION
                   DISPLAY "PRESTAMO LIQUIDADO. CERTIFICADO NUMERO"
                   LINE 13 COLUMN 20 BACKGROUND-COLOR IS 2
                   DISPLAY WS-NUM-CERTIFICADO LINE 13 COLUMN 59
                   BACKGROUND-COLOR IS 2
                   DISPLAY "EMITIDO EN CERTIFICADOS-PRESTAMO.TXT"
                   LINE 14 COLUMN 20 BACKGROUND-COLOR IS 2
               ELSE
                   PERFORM 00077J-IMPRIMIR-CUADRO
                   MOVE PRE-CUOTA TO WS-PRE-CUOTA-VIS
                   DISPLAY "NUEVA CUOTA: " LINE 13 COLUMN 20,
                   WS-PRE-CUOTA-VIS LINE 13 COLUMN 34
                   BACKGROUND-COLOR IS 2
                   DISPLAY "PLAZO TOTAL (MESES): " LINE 13 COLUMN 50,
                   PRE-PLAZO-MESES LINE 13 COLUMN 71
                   BACKGROUND-COLOR IS 2
                   DISPLAY "NUEVO CUADRO EN CUADRO-PRESTAMO.TXT"
                   LINE 14 COLUMN 20 BACKGROUND-COLOR IS 2
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        REDUCCION DE CUOTA: MISMOS MESES RESTANTES, CUOTA
      *        FRANCESA SOBRE EL NUEVO CAPITAL PENDIENTE
           00077F-RECALCULAR-CUOTA.
               MOVE PRE-PENDIENTE     TO WS-PRE-CAPITAL.
               MOVE PRE-TASA          TO WS-PRE-TASA.
               MOVE WS-AMO-MESES-REST TO WS-PRE-PLAZO.
               PERFORM 00055B-CALCULAR-CUOTA.
               MOVE WS-PRE-CUOTA TO PRE-CUOTA.

      *        REDUCCION DE PLAZO: LA CUOTA SE MANTIENE Y SE CUENTAN
      *        LOS MESES QUE TARDA EN AMORTIZAR EL NUEVO PENDIENTE,
      *        CON EL MISMO DESGLOSE QUE APLICA EL LOTE PRESTAMOS
           00077G-RECALCULAR-PLAZO.
               MOVE PRE-PENDIENTE TO WS-AMO-SALDO.
               MOVE 0 TO WS-AMO-MESES.
               PERFORM 00077H-SIMULAR-MES
                   UNTIL WS-AMO-SALDO NOT > 0
                   OR WS-AMO-MESES NOT < WS-AMO-MESES-REST.
               COMPUTE PRE-PLAZO-MESES =
                   PRE-CUOTAS-PAGADAS + WS-AMO-MESES.

           00077H-SIMULAR-MES.
               ADD 1 TO WS-AMO-MESES.
               COMPUTE WS-AMO-INTERES ROUNDED =
                   WS-AMO-SALDO * PRE-TASA / 100 / 12.
               COMPUTE WS-AMO-CAPITAL = PRE-CUOTA - WS-AMO-INTERES.
               IF WS-AMO-CAPITAL > WS-AMO-SALDO
                   MOVE WS-AMO-SALDO TO WS-AMO-CAPITAL
               END-IF.
               SUBTRACT WS-AMO-CAPITAL FROM WS-AMO-SALDO.

           00077I-GRABAR-SALDO.
               MOVE WS-CUENTA TO CTA-NUMERO.
               READ CUENTAS
                   NOT INVALID KEY
                       MOVE CTA-REGISTRO TO WS-CTA-ANTES
                       MOVE WS-SALDO TO CTA-SALDO
                       REWRITE CTA-REGISTRO
                       PERFORM 00052-AUDITAR-CUENTA
               END-READ.

      *        CUADRO DE AMORTIZACION PENDIENTE PARA ENTREGAR AL
      *        CLIENTE: UNA LINEA POR CUOTA DESDE EL MES SIGUIENTE AL
      *        ULTIMO COBRADO HASTA AGOTAR EL CAPITAL
           00077J-IMPRIMIR-CUADRO.
               OPEN OUTPUT CUADRO-PRESTAMO.
               MOVE SPACES TO CDR-LINEA.
               STRING "CUADRO DE AMORTIZACION DEL PRESTAMO " PRE-ID
                   DELIMITED BY SIZE INTO CDR-LINEA.
               WRITE CDR-LINEA.
               MOVE SPACES TO CDR-LINEA.
               STRING "CUENTA " PRE-CUENTA "  IBAN " WS-IBAN-CUENTA
                   DELIMITED BY SIZE INTO CDR-LINEA.
               WRITE CDR-LINEA.
               MOVE WS-AMO-IMPORTE TO WS-AMO-SALDO-VIS.
               MOVE SPACES TO CDR-LINEA.
               STRING "AMORTIZACION ANTICIPADA DE " WS-AMO-SALDO-VIS
                   " EL " WS-FECHA-NEGOCIO
                   DELIMITED BY SIZE INTO CDR-LINEA.
               WRITE CDR-LINEA.
               MOVE PRE-PENDIENTE TO WS-AMO-SALDO-VIS.
               MOVE PRE-CUOTA TO WS-AMO-CUOTA-VIS.
               MOVE SPACES TO CDR-LINEA.
               STRING "PENDIENTE " WS-AMO-SALDO-VIS
                   "  TASA " PRE-TASA "  CUOTA " WS-AMO-CUOTA-VIS
                   DELIMITED BY SIZE INTO CDR-LINEA.
               WRITE CDR-LINEA.
               MOVE SPACES TO CDR-LINEA.
               WRITE CDR-LINEA.
               MOVE SPACES TO CDR-LINEA.
               STRING "CUOTA PERIODO         CUOTA      INTERES"
                   "      CAPITAL    PENDIENTE"
                   DELIMITED BY SIZE INTO CDR-LINEA.
               WRITE CDR-LINEA.
               MOVE PRE-PENDIENTE TO WS-AMO-SALDO.
               MOVE PRE-CUOTAS-PAGADAS TO WS-AMO-MESES.
               MOVE PRE-ULT-COBRO TO WS-AMO-PERIODO.
               MOVE 0 TO WS-AMO-TOTAL-INT.
               PERFORM 00077K-LINEA-CUADRO
                   UNTIL WS-AMO-SALDO NOT > 0
                   OR WS-AMO-MESES = 999.
               MOVE SPACES TO CDR-LINEA.
               WRITE CDR-LINEA.
               MOVE WS-AMO-TOTAL-INT TO WS-AMO-INTERES-VIS.
               MOVE SPACES TO CDR-LINEA.
               STRING "TOTAL INTERESES PENDIENTES " WS-AMO-INTERES-VIS
                   DELIMITED BY SIZE INTO CDR-LINEA.
               WRITE CDR-LINEA.
               CLOSE CUADRO-PRESTAMO.

           00077K-LINEA-CUADRO.
               ADD 1 TO WS-AMO-MESES.
               IF WS-AMO-MES = 12
                   ADD 1 TO WS-AMO-ANIO
                   MOVE 1 TO WS-AMO-MES
               ELSE
                   ADD 1 TO WS-AMO-MES
               END-IF.
               COMPUTE WS-AMO-INTERES ROUNDED =
                   WS-AMO-SALDO * PRE-TASA / 100 / 12.
               COMPUTE WS-AMO-CAPITAL = PRE-CUOTA - WS-AMO-INTERES.
               IF WS-AMO-CAPITAL > WS-AMO-SALDO
                   MOVE WS-AMO-SALDO TO WS-AMO-CAPITAL
               END-IF.
               COMPUTE WS-AMO-CUOTA = WS-AMO-CAPITAL + WS-AMO-INTERES.
               SUBTRACT WS-AMO-CAPITAL FROM WS-AMO-SALDO.
               ADD WS-AMO-INTERES TO WS-AMO-TOTAL-INT.
               MOVE WS-AMO-CUOTA   TO WS-AMO-CUOTA-VIS.
               MOVE WS-AMO-INTERES TO WS-AMO-INTERES-VIS.
               MOVE WS-AMO-CAPITAL TO WS-AMO-CAPITAL-VIS.
               MOVE WS-AMO-SALDO   TO WS-AMO-SALDO-VIS.
               MOVE SPACES TO CDR-LINEA.
               STRING "  " WS-AMO-MESES "  " WS-AMO-MES "/" WS-AMO-ANIO
                   " " WS-AMO-CUOTA-VIS " " WS-AMO-INTERES-VIS
                   " " WS-AMO-CAPITAL-VIS " " WS-AMO-SALDO-VIS
                   DELIMITED BY SIZE INTO CDR-LINEA.
               WRITE CDR-LINEA.

           00077L-CARGAR-COMISION-AMOR.
               OPEN INPUT COMISION-AMORTIZACION.
               IF WS-STATUS-CMA = "00"
                   READ COMISION-AMORTIZACION
                       AT END CONTINUE
                       NOT AT END
                           IF PAR-COMISION-AMOR IS NUMERIC
                               MOVE PAR-COMISION-AMOR
                                   TO WS-AMO-PORCENTAJE
                           END-IF
                   END-READ
                   CLOSE COMISION-AMORTIZACION
               END-IF.

      *        CERTIFICADO DE CANCELACION DE DEUDA, CON LA NUMERACION
      *        COMUN DE LOS CERTIFICADOS DE LA ENTIDAD
           00077M-CERTIFICAR-CANCELACION.
               PERFORM 00077N-SIGUIENTE-NUM-CERTIFICADO.
               MOVE "CLIENTE NO CENSADO" TO WS-AMO-NOMBRE.
               OPEN INPUT CLIENTES.
               IF WS-STATUS-CLI = "00"
                   MOVE PRE-DNI TO CLI-DNI
                   READ CLIENTES
                       NOT INVALID KEY
                           MOVE SPACES TO WS-AMO-NOMBRE
                           STRING CLI-NOMBRE " " CLI-APELLIDO
                               DELIMITED BY SIZE INTO WS-AMO-NOMBRE
                   END-READ
                   CLOSE CLIENTES
               END-IF.
               OPEN EXTEND CERTIFICADOS-PRESTAMO.
               MOVE "CERTIFICADO DE CANCELACION DE DEUDA" TO CEP-LINEA.
               WRITE CEP-LINEA.
               MOVE SPACES TO CEP-LINEA.
               STRING "CERTIFICADO NUMERO: " WS-NUM-CERTIFICADO
                   DELIMITED BY SIZE INTO CEP-LINEA.
               WRITE CEP-LINEA.
               MOVE SPACES TO CEP-LINEA.
               STRING "PRESTAMO: " PRE-ID "  CUENTA: " PRE-CUENTA
                   "  SUCURSAL: " WS-SUCURSAL
                   DELIMITED BY SIZE INTO CEP-LINEA.
               WRITE CEP-LINEA.
               MOVE SPACES TO CEP-LINEA.
               STRING "IBAN  : " WS-IBAN-CUENTA
                   DELIMITED BY SIZE INTO CEP-LINEA.
               WRITE CEP-LINEA.
               MOVE SPACES TO CEP-LINEA.
               STRING "TITULAR: " PRE-DNI " " WS-AMO-NOMBRE
                   DELIMITED BY SIZE INTO CEP-LINEA.
               WRITE CEP-LINEA.
               MOVE SPACES TO CEP-LINEA.
               WRITE CEP-LINEA.
               MOVE PRE-CAPITAL TO WS-IMPORTE-VIS.
               MOVE SPACES TO CEP-LINEA.
               STRING "CAPITAL FORMALIZADO EL " PRE-FECHA-ALTA
                   "      " WS-IMPORTE-VIS
                   DELIMITED BY SIZE INTO CEP-LINEA.
               WRITE CEP-LINEA.
               MOVE WS-AMO-IMPORTE TO WS-IMPORTE-VIS.
               MOVE SPACES TO CEP-LINEA.
               STRING "CAPITAL CANCELADO ANTICIPADAMENTE  "
                   WS-IMPORTE-VIS DELIMITED BY SIZE INTO CEP-LINEA.
               WRITE CEP-LINEA.
               MOVE SPACES TO CEP-LINEA.
               WRITE CEP-LINEA.
               MOVE "EL PRESTAMO QUEDA TOTALMENTE AMORTIZADO Y EL"
                   TO CEP-LINEA.
               WRITE CEP-LINEA.
               MOVE "TITULAR NO MANTIENE DEUDA ALGUNA CON LA ENTIDAD"
                   TO CEP-LINEA.
               WRITE CEP-LINEA.
               MOVE "POR ESTE CONTRATO" TO CEP-LINEA.
               WRITE CEP-LINEA.
               MOVE SPACES TO CEP-LINEA.
               WRITE CEP-LINEA.
               MOVE SPACES TO CEP-LINEA.
               STRING "EXPEDIDO CON FECHA " WS-FECHA-NEGOCIO
                   DELIMITED BY SIZE INTO CEP-LINEA.
               WRITE CEP-LINEA.
               MOVE ALL "-" TO CEP-LINEA.
               WRITE CEP-LINEA.
               CLOSE CERTIFICADOS-PRESTAMO.

           00077N-SIGUIENTE-NUM-CERTIFICADO.
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

      *        EVALUACION DE SOLVENCIA DEL TITULAR ANTES DE CONCEDER:
      *        INGRESOS RECURRENTES DE LOS SEIS ULTIMOS MESES EN EL
      *        HISTORICO, CUOTAS DE SUS OTROS PRESTAMOS VIGENTES EN
      *        CUALQUIER CUENTA DONDE FIGURE SU DNI, RATIO DE
      *        ENDEUDAMIENTO CONTRA EL TRAMO DE RIESGO-PRESTAMO.TXT Y
      *        SITUACIONES QUE LO DESCARTAN (MORA, EMBARGO, CUENTA
      *        DORMIDA)
           00078-EVALUAR-RIESGO.
               MOVE SPACES TO WS-RSG-DNI.
               MOVE WS-CUENTA TO CTA-NUMERO.
               READ CUENTAS
                   NOT INVALID KEY
                       MOVE CTA-DNI TO WS-RSG-DNI
               END-READ.
               MOVE "N" TO WS-RSG-MORA.
               MOVE "N" TO WS-RSG-EMBARGO.
               MOVE "N" TO WS-RSG-DORMIDA.
               MOVE SPACES TO WS-RSG-SUPERVISOR.
               PERFORM 00078A-CUENTAS-DEL-CLIENTE.
               PERFORM 00078H-ESTIMAR-INGRESOS.
               PERFORM 00078L-OTROS-PRESTAMOS.
               PERFORM 00078O-EMBARGOS-DEL-CLIENTE.
               PERFORM 00078P-CARGAR-TRAMOS.
               COMPUTE WS-RSG-CUOTA-TOTAL =
                   WS-RSG-CUOTAS + WS-PRE-CUOTA.
               IF WS-RSG-INGRESOS NOT > 0
                   MOVE 999.99 TO WS-RSG-RATIO
               ELSE
                   COMPUTE WS-RSG-RATIO ROUNDED =
                       WS-RSG-CUOTA-TOTAL * 100 / WS-RSG-INGRESOS
                       ON SIZE ERROR MOVE 999.99 TO WS-RSG-RATIO
                   END-COMPUTE
               END-IF.
               MOVE WS-RSG-MAXIMO (WS-RSG-NUM-TRAMOS)
                   TO WS-RSG-RATIO-MAX.
               PERFORM 00078R-BUSCAR-TRAMO
                   VARYING WS-RSG-IDX FROM WS-RSG-NUM-TRAMOS BY -1
                   UNTIL WS-RSG-IDX = 0.
               IF WS-RSG-RATIO > WS-RSG-RATIO-MAX
                   OR WS-RSG-CON-MORA
                   OR WS-RSG-CON-EMBARGO
                   OR WS-RSG-CON-DORMIDA
                   MOVE "D" TO WS-RSG-DECISION
               ELSE
                   MOVE "A" TO WS-RSG-DECISION
               END-IF.
               PERFORM 00078S-MOSTRAR-EVALUACION.

      *        CUENTAS DEL CLIENTE: LAS QUE TIENE COMO TITULAR
      *        PRINCIPAL EN EL MAESTRO Y LAS QUE COMPARTE COMO
      *        TITULAR O COTITULAR EN TITULARES.DAT
           00078A-CUENTAS-DEL-CLIENTE.
               MOVE 0 TO WS-RSG-NUM-CUENTAS.
               MOVE "N" TO WS-RSG-EOF.
               MOVE 0 TO CTA-NUMERO.
               START CUENTAS KEY IS NOT LESS THAN CTA-NUMERO
                   INVALID KEY SET WS-RSG-FIN TO TRUE
               END-START.
               PERFORM 00078B-LEER-CUENTA.
               PERFORM 00078C-EXAMINAR-CUENTA UNTIL WS-RSG-FIN.
               MOVE "N" TO WS-RSG-EOF.
               OPEN INPUT TITULARES.
               IF WS-STATUS-TIT = "00"
                   PERFORM 00078D-LEER-TITULAR
                   PERFORM 00078E-EXAMINAR-TITULAR UNTIL WS-RSG-FIN
                   CLOSE TITULARES
               END-IF.

           00078B-LEER-CUENTA.
               READ CUENTAS NEXT RECORD
                   AT END SET WS-RSG-FIN TO TRUE
               END-READ.

           00078C-EXAMINAR-CUENTA.
               IF CTA-DNI = WS-RSG-DNI AND NOT CTA-ESTA-CERRADA
                   MOVE CTA-NUMERO TO WS-RSG-CUENTA-BUSCADA
                   PERFORM 00078F-ANADIR-CUENTA
                   IF CTA-DORMIDA
                       MOVE "S" TO WS-RSG-DORMIDA
                   END-IF
               END-IF.
               PERFORM 00078B-LEER-CUENTA.

           00078D-LEER-TITULAR.
               READ TITULARES NEXT RECORD
                   AT END SET WS-RSG-FIN TO TRUE
               END-READ.

           00078E-EXAMINAR-TITULAR.
               IF TIT-DNI = WS-RSG-DNI AND TIT-ACTIVO
                   AND (TIT-ES-TITULAR OR TIT-ES-COTITULAR)
                   MOVE TIT-CUENTA TO WS-RSG-CUENTA-BUSCADA
                   PERFORM 00078G-BUSCAR-CUENTA
                   IF NOT WS-RSG-CUENTA-EN-TABLA
                       MOVE TIT-CUENTA TO CTA-NUMERO
                       READ CUENTAS
                           NOT INVALID KEY
                               IF NOT CTA-ESTA-CERRADA
                                   PERFORM 00078F-ANADIR-CUENTA
                                   IF CTA-DORMIDA
                                       MOVE "S" TO WS-RSG-DORMIDA
                                   END-IF
                               END-IF
                       END-READ
                   END-IF
               END-IF.
               PERFORM 00078D-LEER-TITULAR.

           00078F-ANADIR-CUENTA.
               PERFORM 00078G-BUSCAR-CUENTA.
               IF NOT WS-RSG-CUENTA-EN-TABLA
                   AND WS-RSG-NUM-CUENTAS < 20
                   ADD 1 TO WS-RSG-NUM-CUENTAS
                   MOVE WS-RSG-CUENTA-BUSCADA
                       TO WS-RSG-CUENTA (WS-RSG-NUM-CUENTAS)
               END-IF.

           00078G-BUSCAR-CUENTA.
               MOVE "N" TO WS-RSG-ENCONTRADA.
               PERFORM 00078Q-COMPARAR-CUENTA
                   VARYING WS-RSG-IDX FROM 1 BY 1
                   UNTIL WS-RSG-IDX > WS-RSG-NUM-CUENTAS
                   OR WS-RSG-CUENTA-EN-TABLA.

           00078Q-COMPARAR-CUENTA.
               IF WS-RSG-CUENTA (WS-RSG-IDX) = WS-RSG-CUENTA-BUSCADA
                   MOVE "S" TO WS-RSG-ENCONTRADA
               END-IF.

      *        INGRESO MENSUAL ESTIMADO: ABONOS PERIODICOS (NOMINAS
      *        DE ABONO-NOMINA, ORDENES Y TRANSFERENCIAS RECIBIDAS)
      *        DE LOS SEIS MESES ANTERIORES A LA FECHA DE NEGOCIO,
      *        DIVIDIDOS ENTRE SEIS; EL EFECTIVO NO CUENTA
           00078H-ESTIMAR-INGRESOS.
               MOVE 0 TO WS-RSG-ABONOS.
               MOVE WS-FECHA-NEGOCIO TO WS-RSG-DESDE.
               IF WS-RSG-DESDE-MES > 6
                   SUBTRACT 6 FROM WS-RSG-DESDE-MES
               ELSE
                   ADD 6 TO WS-RSG-DESDE-MES
                   SUBTRACT 1 FROM WS-RSG-DESDE-ANIO
               END-IF.
               OPEN INPUT HISTORICO.
               IF WS-STATUS-HIS = "00"
                   PERFORM 00078I-ABONOS-DE-CUENTA
                       VARYING WS-RSG-IDX FROM 1 BY 1
                       UNTIL WS-RSG-IDX > WS-RSG-NUM-CUENTAS
                   CLOSE HISTORICO
               END-IF.
               COMPUTE WS-RSG-INGRESOS ROUNDED = WS-RSG-ABONOS / 6.

           00078I-ABONOS-DE-CUENTA.
               MOVE "N" TO WS-EOF-HIS.
               MOVE WS-RSG-CUENTA (WS-RSG-IDX) TO HIS-CUENTA.
               MOVE WS-RSG-DESDE-NUM TO HIS-FECHA.
               MOVE 0 TO HIS-ID.
               START HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
                   INVALID KEY SET WS-FIN-HIS TO TRUE
               END-START.
               PERFORM 00078J-LEER-HISTORICO.
               PERFORM 00078K-SUMAR-ABONO UNTIL WS-FIN-HIS.

           00078J-LEER-HISTORICO.
               IF NOT WS-FIN-HIS
                   READ HISTORICO NEXT RECORD
                       AT END SET WS-FIN-HIS TO TRUE
                   END-READ
               END-IF.
               IF NOT WS-FIN-HIS
                   AND (HIS-CUENTA NOT = WS-RSG-CUENTA (WS-RSG-IDX)
                       OR HIS-FECHA > WS-FECHA-NEGOCIO)
                   SET WS-FIN-HIS TO TRUE
               END-IF.

           00078K-SUMAR-ABONO.
               IF HIS-PRACTICAS = SPACE
                   AND (HIS-TIPO = "NOMINA-AB"
                       OR HIS-TIPO = "ORDEN-CRE"
                       OR HIS-TIPO = "TRANSF-REC")
                   ADD HIS-IMPORTE TO WS-RSG-ABONOS
               END-IF.
               PERFORM 00078J-LEER-HISTORICO.

      *        PRESTAMOS DEL DNI O DE SUS CUENTAS: LOS VIGENTES
      *        APORTAN SU CUOTA; LA MORA O UN FALLIDO LO DESCARTAN
           00078L-OTROS-PRESTAMOS.
               MOVE 0 TO WS-RSG-CUOTAS.
               MOVE 0 TO WS-RSG-NUM-PRESTAMOS.
               MOVE "N" TO WS-RSG-EOF.
               OPEN INPUT PRESTAMOS.
               IF WS-STATUS-PRE = "00"
                   PERFORM 00078M-LEER-PRESTAMO
                   PERFORM 00078N-EXAMINAR-PRESTAMO UNTIL WS-RSG-FIN
                   CLOSE PRESTAMOS
               END-IF.

           00078M-LEER-PRESTAMO.
               READ PRESTAMOS NEXT RECORD
                   AT END SET WS-RSG-FIN TO TRUE
               END-READ.

           00078N-EXAMINAR-PRESTAMO.
               MOVE PRE-CUENTA TO WS-RSG-CUENTA-BUSCADA.
               PERFORM 00078G-BUSCAR-CUENTA.
               IF PRE-DNI = WS-RSG-DNI OR WS-RSG-CUENTA-EN-TABLA
                   IF PRE-VIGENTE
                       ADD PRE-CUOTA TO WS-RSG-CUOTAS
                       ADD 1 TO WS-RSG-NUM-PRESTAMOS
                       IF PRE-MORA > 0
                           MOVE "S" TO WS-RSG-MORA
                       END-IF
                   END-IF
                   IF PRE-FALLIDO
                       MOVE "S" TO WS-RSG-MORA
                   END-IF
               END-IF.
               PERFORM 00078M-LEER-PRESTAMO.

           00078O-EMBARGOS-DEL-CLIENTE.
               MOVE "N" TO WS-EOF-EMB.
               OPEN INPUT EMBARGOS.
               IF WS-STATUS-EMB = "00"
                   PERFORM 00062A-LEER-EMBARGO
                   PERFORM 00078T-EXAMINAR-EMBARGO UNTIL WS-FIN-EMB
                   CLOSE EMBARGOS
               END-IF.

           00078T-EXAMINAR-EMBARGO.
               IF EMB-VIGENTE
                   MOVE EMB-CUENTA TO WS-RSG-CUENTA-BUSCADA
                   PERFORM 00078G-BUSCAR-CUENTA
                   IF WS-RSG-CUENTA-EN-TABLA
                       MOVE "S" TO WS-RSG-EMBARGO
                   END-IF
               END-IF.
               PERFORM 00062A-LEER-EMBARGO.

      *        TRAMOS DE INGRESO MENSUAL (HASTA) Y RATIO MAXIMO DE
      *        ENDEUDAMIENTO, EN ORDEN CRECIENTE; SIN FICHERO SE
      *        ADMITE UN 35% PARA CUALQUIER INGRESO
           00078P-CARGAR-TRAMOS.
               MOVE 0 TO WS-RSG-NUM-TRAMOS.
               OPEN INPUT RIESGO-PRESTAMO.
               IF WS-STATUS-RSP = "00"
                   PERFORM 00078U-LEER-TRAMO
                       UNTIL WS-STATUS-RSP NOT = "00"
                       OR WS-RSG-NUM-TRAMOS = 10
                   CLOSE RIESGO-PRESTAMO
               END-IF.
               IF WS-RSG-NUM-TRAMOS = 0
                   MOVE 1 TO WS-RSG-NUM-TRAMOS
                   MOVE 9999999 TO WS-RSG-HASTA (1)
                   MOVE 35.00 TO WS-RSG-MAXIMO (1)
               END-IF.

           00078U-LEER-TRAMO.
               READ RIESGO-PRESTAMO
                   AT END MOVE "10" TO WS-STATUS-RSP
                   NOT AT END
                       IF RSP-HASTA IS NUMERIC
                           AND RSP-MAXIMO IS NUMERIC
                           ADD 1 TO WS-RSG-NUM-TRAMOS
                           MOVE RSP-HASTA
                               TO WS-RSG-HASTA (WS-RSG-NUM-TRAMOS)
                           MOVE RSP-MAXIMO
                               TO WS-RSG-MAXIMO (WS-RSG-NUM-TRAMOS)
                       END-IF
               END-READ.

      *        SE RECORRE DE ATRAS ADELANTE PARA QUEDARSE CON EL
      *        PRIMER TRAMO QUE CUBRE EL INGRESO; POR ENCIMA DEL
      *        ULTIMO SE APLICA EL ULTIMO
           00078R-BUSCAR-TRAMO.
               IF WS-RSG-INGRESOS NOT > WS-RSG-HASTA (WS-RSG-IDX)
                   MOVE WS-RSG-MAXIMO (WS-RSG-IDX) TO WS-RSG-RATIO-MAX
               END-IF.

           00078S-MOSTRAR-EVALUACION.
               MOVE WS-RSG-INGRESOS TO WS-IMPORTE-VIS.
               DISPLAY "INGRESOS MENSUALES ESTIMADOS: " LINE 7
               COLUMN 20, WS-IMPORTE-VIS LINE 7 COLUMN 52.
               MOVE WS-RSG-CUOTAS TO WS-IMPORTE-VIS.
               DISPLAY "CUOTAS DE OTROS PRESTAMOS: " LINE 8
               COLUMN 20, WS-IMPORTE-VIS LINE 8 COLUMN 52.
               MOVE WS-RSG-RATIO TO WS-RSG-RATIO-VIS.
               DISPLAY "ENDEUDAMIENTO (%): " LINE 9 COLUMN 20,
               WS-RSG-RATIO-VIS LINE 9 COLUMN 40.
               MOVE WS-RSG-RATIO-MAX TO WS-RSG-RATIO-VIS.
               DISPLAY "MAXIMO (%): " LINE 9 COLUMN 50,
               WS-RSG-RATIO-VIS LINE 9 COLUMN 63.
               IF WS-RSG-CON-MORA
                   DISPLAY "PRESTAMOS CON IMPAGOS O FALLIDOS" LINE 10
                   COLUMN 20 BACKGROUND-COLOR IS 4
               END-IF.
               IF WS-RSG-CON-EMBARGO
                   DISPLAY "EMBARGO VIGENTE EN CUENTAS DEL CLIENTE"
                   LINE 11 COLUMN 20 BACKGROUND-COLOR IS 4
               END-IF.
               IF WS-RSG-CON-DORMIDA
                   DISPLAY "CUENTA DORMIDA DEL CLIENTE" LINE 12
                   COLUMN 20 BACKGROUND-COLOR IS 4
               END-IF.
               IF WS-RSG-APROBADO
                   DISPLAY "RIESGO ADMITIDO" LINE 13 COLUMN 20
                   BACKGROUND-COLOR IS 2
               ELSE
                   DISPLAY "RIESGO NO ADMITIDO" LINE 13 COLUMN 20
                   BACKGROUND-COLOR IS 4
               END-IF.

      *        UN RIESGO DENEGADO SOLO SE CONCEDE CON LA EXCEPCION DE
      *        UN SUPERVISOR A TRAVES DE LA COLA DE AUTORIZACIONES
           00078V-SOLICITAR-EXCEPCION.
               DISPLAY "SOLICITAR EXCEPCION AL SUPERVISOR? (S/N): "
               LINE 14 COLUMN 20.
               ACCEPT WS-CONFIRMA-PRE LINE 14 COLUMN 63.
               IF WS-CONFIRMA-PRE = "S" OR "s"
                   MOVE WS-PRE-CAPITAL TO WS-IMPORTE-AUT
                   MOVE "RIESGO PRESTAMO" TO WS-MOTIVO-AUT
                   PERFORM 00034F-TRAMITAR-AUTORIZACION
                   IF WS-AUT-CONCEDIDA
                       MOVE "F" TO WS-RSG-DECISION
                       MOVE WS-SUPERVISOR-MOV TO WS-RSG-SUPERVISOR
                   END-IF
               END-IF.

      *        LA DECISION Y LAS CIFRAS QUEDAN CON EL PRESTAMO,
      *        BAJO SU MISMO NUMERO
           00078W-GRABAR-EVALUACION.
               OPEN I-O PRESTAMOS-RIESGO.
               IF WS-STATUS-RSG = "35"
                   OPEN OUTPUT PRESTAMOS-RIESGO
                   CLOSE PRESTAMOS-RIESGO
                   OPEN I-O PRESTAMOS-RIESGO
               END-IF.
               MOVE WS-NUEVO-PRESTAMO   TO RSG-ID.
               MOVE WS-RSG-DNI          TO RSG-DNI.
               MOVE WS-FECHA-NEGOCIO    TO RSG-FECHA.
               MOVE WS-RSG-INGRESOS     TO RSG-INGRESOS.
               MOVE WS-RSG-CUOTAS       TO RSG-CUOTAS-OTRAS.
               MOVE WS-RSG-NUM-PRESTAMOS TO RSG-NUM-PRESTAMOS.
               MOVE WS-PRE-CUOTA        TO RSG-CUOTA-NUEVA.
               MOVE WS-RSG-RATIO        TO RSG-RATIO.
               MOVE WS-RSG-RATIO-MAX    TO RSG-RATIO-MAX.
               MOVE WS-RSG-MORA         TO RSG-MORA.
               MOVE WS-RSG-EMBARGO      TO RSG-EMBARGO.
               MOVE WS-RSG-DORMIDA      TO RSG-DORMIDA.
               MOVE WS-RSG-DECISION     TO RSG-DECISION.
               MOVE WS-RSG-SUPERVISOR   TO RSG-SUPERVISOR.
               MOVE WS-TELLER-ID        TO RSG-CAJERO.
               WRITE RSG-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA EVALUACION" LINE 21
                       COLUMN 20 BACKGROUND-COLOR IS 4
               END-WRITE.
               CLOSE PRESTAMOS-RIESGO.

      *        ACCESO A LA CAMARA: EL DNI IDENTIFICADO EN LA SESION
      *        DEBE SER EL ARRENDATARIO DE LA CAJA O TITULAR ACTIVO DE
      *        SU CUENTA DE CARGO (NO AVALISTA), Y LA CAJA DEBE ESTAR
      *        ALQUILADA EN ESTA SUCURSAL. TODO INTENTO SE ANOTA
      *        EL HISTORICO DE ACCESOS A CAJAS SE USA EN LAS
      *        RECLAMACIONES Y NO TIENE COPIA DE PRACTICAS: EN
      *        FORMACION LA OPCION NO ESTA DISPONIBLE
           00079-ACCESO-CAJA-SEGURIDAD.
               IF WS-EN-PRACTICAS
                   DISPLAY " " BLANK SCREEN
                   DISPLAY "ACCESO A CAJA DE SEGURIDAD" LINE 2
                   COLUMN 20 BACKGROUND-COLOR IS 2
                   DISPLAY "OPCION NO DISPONIBLE EN MODO PRACTICAS"
                   LINE 3 COLUMN 20 BACKGROUND-COLOR IS 4
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               ELSE
                   PERFORM 00079C-TRAMITAR-ACCESO
               END-IF.

           00079C-TRAMITAR-ACCESO.
               DISPLAY "NUMERO DE CAJA DE SEGURIDAD: " LINE 9
               COLUMN 20.
               ACCEPT WS-CSG-BUSCADA LINE 9 COLUMN 50.
               SET WS-CSG-DENEGADO TO TRUE.
               MOVE SPACES TO WS-CSG-MOTIVO.
               OPEN INPUT CAJAS-SEGURIDAD.
               IF WS-STATUS-CSG NOT = "00"
                   MOVE "SIN CAJAS DE SEGURID" TO WS-CSG-MOTIVO
               ELSE
                   MOVE WS-CSG-BUSCADA TO CSG-NUMERO
                   READ CAJAS-SEGURIDAD
                       INVALID KEY
                           MOVE "CAJA NO EXISTE" TO WS-CSG-MOTIVO
                       NOT INVALID KEY
                           PERFORM 00079A-VALIDAR-ACCESO
                   END-READ
                   CLOSE CAJAS-SEGURIDAD
               END-IF.
               PERFORM 00079B-ANOTAR-ACCESO.
               IF WS-CSG-PERMITIDO
                   DISPLAY "ACCESO A LA CAMARA AUTORIZADO" LINE 11
                   COLUMN 20 BACKGROUND-COLOR IS 2
                   IF CSG-IMPAGADO > 0
                       MOVE CSG-IMPAGADO TO WS-CSG-IMPAGADO-VIS
                       DISPLAY "ALQUILER PENDIENTE DE COBRO: " LINE 12
                       COLUMN 20 BACKGROUND-COLOR IS 4
                       DISPLAY WS-CSG-IMPAGADO-VIS LINE 12 COLUMN 50
                       BACKGROUND-COLOR IS 4
                   END-IF
               ELSE
                   DISPLAY "ACCESO DENEGADO: " LINE 11 COLUMN 20
                   BACKGROUND-COLOR IS 4
                   DISPLAY WS-CSG-MOTIVO LINE 11 COLUMN 37
                   BACKGROUND-COLOR IS 4
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00079A-VALIDAR-ACCESO.
               IF NOT CSG-ALQUILADA
                   MOVE "CAJA NO ALQUILADA" TO WS-CSG-MOTIVO
               ELSE
               IF CSG-SUCURSAL NOT = WS-SUCURSAL
                   MOVE "CAJA DE OTRA OFICINA" TO WS-CSG-MOTIVO
               ELSE
               IF WS-DNI-OPERANTE = CSG-DNI
                   SET WS-CSG-PERMITIDO TO TRUE
               ELSE
                   OPEN INPUT TITULARES
                   IF WS-STATUS-TIT = "00"
                       MOVE CSG-CUENTA TO TIT-CUENTA
                       MOVE WS-DNI-OPERANTE TO TIT-DNI
                       READ TITULARES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF TIT-ACTIVO AND NOT TIT-ES-AVALISTA
                                   SET WS-CSG-PERMITIDO TO TRUE
                               END-IF
                       END-READ
                       CLOSE TITULARES
                   END-IF
                   IF WS-CSG-DENEGADO
                       MOVE "DNI NO AUTORIZADO" TO WS-CSG-MOTIVO
                   END-IF
               END-IF
               END-IF
               END-IF.

           00079B-ANOTAR-ACCESO.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               ACCEPT WS-CSG-HORA FROM TIME.
               OPEN EXTEND ACCESOS-CAJA.
               MOVE SPACES TO ACC-REGISTRO.
               MOVE WS-CSG-BUSCADA   TO ACC-CAJA.
               MOVE WS-FECHA-SISTEMA TO ACC-FECHA.
               MOVE WS-CSG-HORA (1:6) TO ACC-HORA.
               MOVE WS-DNI-OPERANTE  TO ACC-DNI.
               MOVE WS-TELLER-ID     TO ACC-CAJERO.
               MOVE WS-SUCURSAL      TO ACC-SUCURSAL.
               MOVE WS-CSG-RESULTADO TO ACC-RESULTADO.
               MOVE WS-CSG-MOTIVO    TO ACC-MOTIVO.
               WRITE ACC-REGISTRO.
               CLOSE ACCESOS-CAJA.

      *        FICHA DE INFORMACION PRECONTRACTUAL DEL PRESTAMO:
      *        CAPITAL, TIPO NOMINAL, COMISION DE APERTURA, TAE, CUOTA,
      *        IMPORTE TOTAL ADEUDADO Y CUADRO DE AMORTIZACION COMPLETO
           00080-FICHA-PRESTAMO.
               MOVE "P" TO WS-FIC-PRODUCTO.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               PERFORM 00080A-CARGAR-COMISION-APER.
               COMPUTE WS-PRE-COMISION ROUNDED =
                   WS-PRE-CAPITAL * WS-COMISION-APER / 100.
      *        EL CUADRO SE RECORRE UNA VEZ SIN IMPRIMIR PARA CONOCER
      *        EL IMPORTE TOTAL ANTES DE ESCRIBIR LA FICHA
               MOVE "N" TO WS-FIC-IMPRIME.
               PERFORM 00080B-INICIAR-CUADRO.
               PERFORM 00080C-LINEA-CUADRO
                   UNTIL WS-AMO-SALDO NOT > 0
                   OR WS-AMO-MESES NOT < WS-PRE-PLAZO.
               COMPUTE WS-FIC-TOTAL-PAGAR =
                   WS-FIC-TOTAL-CUOTAS + WS-PRE-COMISION.
      *        LA TAE IGUALA LAS CUOTAS DESCONTADAS CON EL CAPITAL QUE
      *        RECIBE EL CLIENTE, NETO DE LA COMISION DE APERTURA
               COMPUTE WS-FIC-VALOR = WS-PRE-CAPITAL - WS-PRE-COMISION.
               PERFORM 00083-CALCULAR-TAE.
               PERFORM 00084-SIGUIENTE-NUM-FICHA.

               OPEN EXTEND FICHAS-PRECONTRACTUALES.
               PERFORM 00085-CABECERA-FICHA.
               MOVE "PRODUCTO: PRESTAMO PERSONAL" TO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-PRE-CAPITAL TO WS-IMPORTE-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "CAPITAL SOLICITADO            " WS-IMPORTE-VIS
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-PRE-TASA TO WS-FIC-PORC-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "TIPO DE INTERES NOMINAL ANUAL         "
                   WS-FIC-PORC-VIS " %"
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-COMISION-APER TO WS-FIC-PORC-VIS.
               MOVE WS-PRE-COMISION TO WS-IMPORTE-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "COMISION DE APERTURA          " WS-IMPORTE-VIS
                   "  (" WS-FIC-PORC-VIS " %)"
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-FIC-TAE TO WS-FIC-TAE-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "TASA ANUAL EQUIVALENTE (TAE)         "
                   WS-FIC-TAE-VIS " %"
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-PRE-PLAZO TO WS-FIC-MESES-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "PLAZO (MESES)                          "
                   WS-FIC-MESES-VIS
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-PRE-CUOTA TO WS-IMPORTE-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "CUOTA MENSUAL                 " WS-IMPORTE-VIS
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-AMO-TOTAL-INT TO WS-IMPORTE-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "TOTAL INTERESES               " WS-IMPORTE-VIS
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-FIC-TOTAL-PAGAR TO WS-IMPORTE-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "IMPORTE TOTAL ADEUDADO        " WS-IMPORTE-VIS
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE SPACES TO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE "CUADRO DE AMORTIZACION" TO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE SPACES TO FIP-LINEA.
               STRING "CUOTA PERIODO         CUOTA      INTERES"
                   "      CAPITAL    PENDIENTE"
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE "S" TO WS-FIC-IMPRIME.
               PERFORM 00080B-INICIAR-CUADRO.
               PERFORM 00080C-LINEA-CUADRO
                   UNTIL WS-AMO-SALDO NOT > 0
                   OR WS-AMO-MESES NOT < WS-PRE-PLAZO.
               MOVE SPACES TO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE "LA TAE INCLUYE LA COMISION DE APERTURA, QUE SE"
                   TO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE "CARGA EN LA CUENTA AL DISPONER DEL CAPITAL"
                   TO FIP-LINEA.
               WRITE FIP-LINEA.
               PERFORM 00085B-PIE-FICHA.
               CLOSE FICHAS-PRECONTRACTUALES.

               DISPLAY "FICHA PRECONTRACTUAL NUMERO:" LINE 15
               COLUMN 20, WS-NUM-FICHA LINE 15 COLUMN 49
               BACKGROUND-COLOR IS 2.
               DISPLAY "TAE:" LINE 15 COLUMN 59, WS-FIC-TAE-VIS
               LINE 15 COLUMN 64 BACKGROUND-COLOR IS 2, "%" LINE 15
               COLUMN 71.
               MOVE WS-FIC-TOTAL-PAGAR TO WS-IMPORTE-VIS.
               DISPLAY "IMPORTE TOTAL ADEUDADO: " LINE 16 COLUMN 20,
               WS-IMPORTE-VIS LINE 16 COLUMN 44 BACKGROUND-COLOR IS 2.

           00080A-CARGAR-COMISION-APER.
               OPEN INPUT COMISION-APERTURA.
               IF WS-STATUS-CAP = "00"
                   READ COMISION-APERTURA
                       AT END CONTINUE
                       NOT AT END
                           IF PAR-COMISION-APER IS NUMERIC
                               MOVE PAR-COMISION-APER
                                   TO WS-COMISION-APER
                           END-IF
                   END-READ
                   CLOSE COMISION-APERTURA
               END-IF.

           00080B-INICIAR-CUADRO.
               MOVE WS-PRE-CAPITAL TO WS-AMO-SALDO.
               MOVE 0 TO WS-AMO-MESES.
               MOVE 0 TO WS-AMO-TOTAL-INT.
               MOVE 0 TO WS-FIC-TOTAL-CUOTAS.
               MOVE WS-ANIO-SIS TO WS-AMO-ANIO.
               MOVE WS-MES-SIS  TO WS-AMO-MES.

      *        MISMO DESGLOSE QUE EL LOTE PRESTAMOS; LA ULTIMA CUOTA
      *        RECOGE EL REDONDEO PENDIENTE
           00080C-LINEA-CUADRO.
               ADD 1 TO WS-AMO-MESES.
               IF WS-AMO-MES = 12
                   ADD 1 TO WS-AMO-ANIO
                   MOVE 1 TO WS-AMO-MES
               ELSE
                   ADD 1 TO WS-AMO-MES
               END-IF.
               COMPUTE WS-AMO-INTERES ROUNDED =
                   WS-AMO-SALDO * WS-PRE-TASA / 100 / 12.
               COMPUTE WS-AMO-CAPITAL = WS-PRE-CUOTA - WS-AMO-INTERES.
               IF WS-AMO-CAPITAL > WS-AMO-SALDO
                   OR WS-AMO-MESES = WS-PRE-PLAZO
                   MOVE WS-AMO-SALDO TO WS-AMO-CAPITAL
               END-IF.
               COMPUTE WS-AMO-CUOTA = WS-AMO-CAPITAL + WS-AMO-INTERES.
               SUBTRACT WS-AMO-CAPITAL FROM WS-AMO-SALDO.
               ADD WS-AMO-INTERES TO WS-AMO-TOTAL-INT.
               ADD WS-AMO-CUOTA TO WS-FIC-TOTAL-CUOTAS.
               IF WS-FIC-IMPRIMIR
                   MOVE WS-AMO-CUOTA   TO WS-AMO-CUOTA-VIS
                   MOVE WS-AMO-INTERES TO WS-AMO-INTERES-VIS
                   MOVE WS-AMO-CAPITAL TO WS-AMO-CAPITAL-VIS
                   MOVE WS-AMO-SALDO   TO WS-AMO-SALDO-VIS
                   MOVE SPACES TO FIP-LINEA
                   STRING "  " WS-AMO-MESES "  " WS-AMO-MES "/"
                       WS-AMO-ANIO " " WS-AMO-CUOTA-VIS " "
                       WS-AMO-INTERES-VIS " " WS-AMO-CAPITAL-VIS " "
                       WS-AMO-SALDO-VIS
                       DELIMITED BY SIZE INTO FIP-LINEA
                   WRITE FIP-LINEA
               END-IF.

      *        FICHA DE INFORMACION PRECONTRACTUAL DEL DEPOSITO:
      *        TIPO NOMINAL, TAE, INTERESES BRUTOS Y NETOS DE LA
      *        RETENCION, DESTINO AL VENCIMIENTO Y CONDICIONES DE
      *        CANCELACION ANTICIPADA
           00081-FICHA-PLAZO.
               MOVE "D" TO WS-FIC-PRODUCTO.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               PERFORM 00081A-CARGAR-RETENCION.
      *        MISMO CALCULO QUE APLICARA EL LOTE VENCIMIENTOS
               COMPUTE WS-FIC-INTERES-BRUTO ROUNDED =
                   WS-PLZ-CAPITAL * WS-PLZ-TASA / 100 / 12
                   * WS-PLZ-MESES.
               COMPUTE WS-FIC-RETENCION ROUNDED =
                   WS-FIC-INTERES-BRUTO * WS-TASA-RETENCION / 100.
               COMPUTE WS-FIC-INTERES-NETO =
                   WS-FIC-INTERES-BRUTO - WS-FIC-RETENCION.
               COMPUTE WS-FIC-NETO-RECIBIDO =
                   WS-PLZ-CAPITAL + WS-FIC-INTERES-NETO.
      *        LA TAE CAPITALIZA EL INTERES PACTADO AL PLAZO DE UN ANO
               COMPUTE WS-FIC-OBJETIVO ROUNDED =
                   1 / (1 + WS-PLZ-TASA / 100 * WS-PLZ-MESES / 12).
               PERFORM 00083-CALCULAR-TAE.
               MOVE WS-ANIO-SIS TO WS-FA-ANIO.
               MOVE WS-MES-SIS  TO WS-FA-MES.
               MOVE WS-DIA-SIS  TO WS-FA-DIA.
               PERFORM 00057D-AVANZAR-UN-MES WS-PLZ-MESES TIMES.
               PERFORM 00084-SIGUIENTE-NUM-FICHA.

               OPEN EXTEND FICHAS-PRECONTRACTUALES.
               PERFORM 00085-CABECERA-FICHA.
               MOVE "PRODUCTO: DEPOSITO A PLAZO FIJO" TO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-PLZ-CAPITAL TO WS-IMPORTE-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "CAPITAL A IMPONER             " WS-IMPORTE-VIS
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-PLZ-TASA TO WS-FIC-PORC-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "TIPO DE INTERES NOMINAL ANUAL         "
                   WS-FIC-PORC-VIS " %"
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-FIC-TAE TO WS-FIC-TAE-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "TASA ANUAL EQUIVALENTE (TAE)         "
                   WS-FIC-TAE-VIS " %"
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-PLZ-MESES TO WS-FIC-MESES-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "PLAZO (MESES)                          "
                   WS-FIC-MESES-VIS "  VENCIMIENTO "
                   WS-FECHA-ABONO-GRP
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-FIC-INTERES-BRUTO TO WS-IMPORTE-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "INTERESES BRUTOS AL VENCER    " WS-IMPORTE-VIS
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-TASA-RETENCION TO WS-FIC-PORC-VIS.
               MOVE WS-FIC-RETENCION TO WS-IMPORTE-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "RETENCION FISCAL              " WS-IMPORTE-VIS
                   "  (" WS-FIC-PORC-VIS " %)"
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-FIC-INTERES-NETO TO WS-IMPORTE-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "INTERESES NETOS               " WS-IMPORTE-VIS
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE WS-FIC-NETO-RECIBIDO TO WS-IMPORTE-VIS.
               MOVE SPACES TO FIP-LINEA.
               STRING "CAPITAL MAS INTERESES NETOS   " WS-IMPORTE-VIS
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE SPACES TO FIP-LINEA.
               WRITE FIP-LINEA.
               EVALUATE WS-PLZ-RENOVACION
                   WHEN "C"
                       MOVE "AL VENCIMIENTO: SE RENUEVA EL CAPITAL Y SE"
                           TO FIP-LINEA
                       WRITE FIP-LINEA
                       MOVE "ABONAN LOS INTERESES NETOS EN LA CUENTA"
                           TO FIP-LINEA
                   WHEN "T"
                       MOVE "AL VENCIMIENTO: SE RENUEVA EL CAPITAL MAS"
                           TO FIP-LINEA
                       WRITE FIP-LINEA
                       MOVE "LOS INTERESES NETOS" TO FIP-LINEA
                   WHEN OTHER
                       MOVE "AL VENCIMIENTO: SE ABONAN CAPITAL E"
                           TO FIP-LINEA
                       WRITE FIP-LINEA
                       MOVE "INTERESES NETOS EN LA CUENTA" TO FIP-LINEA
               END-EVALUATE.
               WRITE FIP-LINEA.
               MOVE "CANCELACION ANTICIPADA: EL TITULAR PUEDE CANCELAR"
                   TO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE "EL DEPOSITO ANTES DEL VENCIMIENTO; SE LE DEVUELVE"
                   TO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE "EL CAPITAL IMPUESTO SIN ABONO DE INTERES ALGUNO"
                   TO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE "POR EL TIEMPO TRANSCURRIDO" TO FIP-LINEA.
               WRITE FIP-LINEA.
               PERFORM 00085B-PIE-FICHA.
               CLOSE FICHAS-PRECONTRACTUALES.

               DISPLAY "FICHA PRECONTRACTUAL NUMERO:" LINE 9
               COLUMN 20, WS-NUM-FICHA LINE 9 COLUMN 49
               BACKGROUND-COLOR IS 2.
               DISPLAY "TAE:" LINE 9 COLUMN 59, WS-FIC-TAE-VIS
               LINE 9 COLUMN 64 BACKGROUND-COLOR IS 2, "%" LINE 9
               COLUMN 71.
               MOVE WS-FIC-INTERES-NETO TO WS-IMPORTE-VIS.
               DISPLAY "INTERESES NETOS AL VENCER: " LINE 10 COLUMN 20,
               WS-IMPORTE-VIS LINE 10 COLUMN 47 BACKGROUND-COLOR IS 2.

           00081A-CARGAR-RETENCION.
               OPEN INPUT PARAM-RETENCION.
               IF WS-STATUS-RTF = "00"
                   READ PARAM-RETENCION
                       AT END CONTINUE
                       NOT AT END
                           IF PAR-TASA-RETENCION IS NUMERIC
                               MOVE PAR-TASA-RETENCION
                                   TO WS-TASA-RETENCION
                           END-IF
                   END-READ
                   CLOSE PARAM-RETENCION
               END-IF.

      *        CONFORMIDAD DEL CLIENTE CON LA FICHA: ACEPTADA CON EL
      *        NUMERO DE CONTRATO RESULTANTE, O RECHAZADA
           00082-ANOTAR-ACEPTACION.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               ACCEPT WS-FIC-HORA FROM TIME.
               OPEN EXTEND ACEPTACIONES-FICHA.
               MOVE SPACES TO ACF-REGISTRO.
               MOVE WS-NUM-FICHA     TO ACF-FICHA.
               MOVE WS-FIC-PRODUCTO  TO ACF-PRODUCTO.
               MOVE WS-FECHA-SISTEMA TO ACF-FECHA.
               MOVE WS-FIC-HORA (1:6) TO ACF-HORA.
               MOVE WS-CUENTA        TO ACF-CUENTA.
               MOVE WS-DNI-OPERANTE  TO ACF-DNI.
               MOVE WS-TELLER-ID     TO ACF-CAJERO.
               IF WS-FIC-ACEPTA = "S" OR "s"
                   MOVE "A" TO ACF-RESULTADO
               ELSE
                   MOVE "R" TO ACF-RESULTADO
               END-IF.
               MOVE WS-FIC-CONTRATO  TO ACF-CONTRATO.
               WRITE ACF-REGISTRO.
               CLOSE ACEPTACIONES-FICHA.

      *        TAE POR BISECCION SOBRE EL TIPO MENSUAL: EN EL PRESTAMO
      *        EL QUE IGUALA EL VALOR ACTUAL DE LAS CUOTAS CON EL
      *        CAPITAL NETO RECIBIDO; EN EL DEPOSITO EL QUE PRODUCE EN
      *        LOS MESES DEL PLAZO EL MISMO RENDIMIENTO PACTADO. LUEGO
      *        SE CAPITALIZA DOCE MESES, SIN FUNCIONES
           00083-CALCULAR-TAE.
               MOVE 0 TO WS-FIC-MINIMO.
               MOVE 0.5 TO WS-FIC-MAXIMO.
               PERFORM 00083A-PASO-BISECCION 40 TIMES.
               COMPUTE WS-FIC-MEDIO =
                   (WS-FIC-MINIMO + WS-FIC-MAXIMO) / 2.
               MOVE 1 TO WS-FIC-FACTOR-ANUAL.
               PERFORM 00083D-CAPITALIZAR-MES 12 TIMES.
               COMPUTE WS-FIC-TAE ROUNDED =
                   (WS-FIC-FACTOR-ANUAL - 1) * 100.

           00083A-PASO-BISECCION.
               COMPUTE WS-FIC-MEDIO =
                   (WS-FIC-MINIMO + WS-FIC-MAXIMO) / 2.
               COMPUTE WS-FIC-DESCUENTO ROUNDED =
                   1 / (1 + WS-FIC-MEDIO).
               MOVE 1 TO WS-FIC-POTENCIA.
               MOVE 0 TO WS-FIC-SUMA.
               IF WS-FIC-ES-PRESTAMO
                   PERFORM 00083B-DESCONTAR-CUOTA WS-PRE-PLAZO TIMES
                   IF WS-PRE-CUOTA * WS-FIC-SUMA > WS-FIC-VALOR
                       MOVE WS-FIC-MEDIO TO WS-FIC-MINIMO
                   ELSE
                       MOVE WS-FIC-MEDIO TO WS-FIC-MAXIMO
                   END-IF
               ELSE
                   PERFORM 00083C-DESCONTAR-MES WS-PLZ-MESES TIMES
                   IF WS-FIC-POTENCIA > WS-FIC-OBJETIVO
                       MOVE WS-FIC-MEDIO TO WS-FIC-MINIMO
                   ELSE
                       MOVE WS-FIC-MEDIO TO WS-FIC-MAXIMO
                   END-IF
               END-IF.

           00083B-DESCONTAR-CUOTA.
               COMPUTE WS-FIC-POTENCIA ROUNDED =
                   WS-FIC-POTENCIA * WS-FIC-DESCUENTO.
               ADD WS-FIC-POTENCIA TO WS-FIC-SUMA.

           00083C-DESCONTAR-MES.
               COMPUTE WS-FIC-POTENCIA ROUNDED =
                   WS-FIC-POTENCIA * WS-FIC-DESCUENTO.

           00083D-CAPITALIZAR-MES.
               COMPUTE WS-FIC-FACTOR-ANUAL ROUNDED =
                   WS-FIC-FACTOR-ANUAL * (1 + WS-FIC-MEDIO).

           00084-SIGUIENTE-NUM-FICHA.
               MOVE 0 TO WS-NUM-FICHA.
               OPEN INPUT SEC-FICHA.
               IF WS-STATUS-SEC-FIC = "00"
                   READ SEC-FICHA
                       AT END CONTINUE
                       NOT AT END MOVE SEC-FICHA-REGISTRO
                           TO WS-NUM-FICHA
                   END-READ
                   CLOSE SEC-FICHA
               END-IF.
               ADD 1 TO WS-NUM-FICHA.
               MOVE WS-NUM-FICHA TO SEC-FICHA-REGISTRO.
               OPEN OUTPUT SEC-FICHA.
               WRITE SEC-FICHA-REGISTRO.
               CLOSE SEC-FICHA.

           00085-CABECERA-FICHA.
               MOVE SPACES TO WS-FIC-DNI.
               MOVE WS-CUENTA TO CTA-NUMERO.
               READ CUENTAS
                   NOT INVALID KEY
                       MOVE CTA-DNI TO WS-FIC-DNI
               END-READ.
               MOVE "CLIENTE NO CENSADO" TO WS-AMO-NOMBRE.
               OPEN INPUT CLIENTES.
               IF WS-STATUS-CLI = "00"
                   MOVE WS-FIC-DNI TO CLI-DNI
                   READ CLIENTES
                       NOT INVALID KEY
                           MOVE SPACES TO WS-AMO-NOMBRE
                           STRING CLI-NOMBRE " " CLI-APELLIDO
                               DELIMITED BY SIZE INTO WS-AMO-NOMBRE
                   END-READ
                   CLOSE CLIENTES
               END-IF.
               MOVE "FICHA DE INFORMACION PRECONTRACTUAL" TO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE SPACES TO FIP-LINEA.
               STRING "FICHA NUMERO: " WS-NUM-FICHA
                   "  FECHA: " WS-FECHA-NEGOCIO
                   "  SUCURSAL: " WS-SUCURSAL
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE SPACES TO FIP-LINEA.
               STRING "CUENTA " WS-CUENTA "  IBAN " WS-IBAN-CUENTA
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE SPACES TO FIP-LINEA.
               STRING "TITULAR: " WS-FIC-DNI " " WS-AMO-NOMBRE
                   DELIMITED BY SIZE INTO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE SPACES TO FIP-LINEA.
               WRITE FIP-LINEA.

           00085B-PIE-FICHA.
               MOVE SPACES TO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE "ESTA INFORMACION SE ENTREGA ANTES DE CONTRATAR Y"
                   TO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE "NO OBLIGA AL CLIENTE. SU CONFORMIDAD QUEDA"
                   TO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE "REGISTRADA CON EL NUMERO DE ESTA FICHA EN EL"
                   TO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE "CONTRATO QUE SE FORMALICE" TO FIP-LINEA.
               WRITE FIP-LINEA.
               MOVE ALL "-" TO FIP-LINEA.
               WRITE FIP-LINEA.

      *        PUESTO DE AUTOSERVICIO: OPERA CON UN IDENTIFICADOR DE
      *        CAJERO FIJO Y MARCA SUS MOVIMIENTOS CON EL CANAL "K";
      *        EL LIMITE Y LA ESPERA SALEN DE KIOSCO.TXT SI EXISTE
           00086-ABRIR-KIOSCO.
               MOVE "KIOSCO" TO WS-TELLER-ID.
               MOVE "C" TO WS-TELLER-ROL.
               MOVE "K" TO WS-MARCA-ORIGEN.
               SET WS-TELLER-VALIDADO TO TRUE.
               OPEN INPUT PARAM-KIOSCO.
               IF WS-STATUS-KIO = "00"
                   READ PARAM-KIOSCO
                       AT END CONTINUE
                       NOT AT END
                           IF KIO-LIMITE IS NUMERIC
                               MOVE KIO-LIMITE TO WS-LIMITE-KIOSCO
                           END-IF
                           IF KIO-ESPERA IS NUMERIC
                               AND KIO-ESPERA > 0
                               MOVE KIO-ESPERA TO WS-ESPERA-KIOSCO
                           END-IF
                   END-READ
                   CLOSE PARAM-KIOSCO
               END-IF.

      *        MENU DEL QUIOSCO: SOLO REINTEGRO, SALDO, ULTIMOS
      *        MOVIMIENTOS Y TRASPASO ENTRE CUENTAS PROPIAS. SI EL
      *        CLIENTE NO TECLEA NADA EN EL TIEMPO DE ESPERA LA
      *        SESION SE CIERRA SIN PREGUNTAR
           00087-MENU-KIOSCO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "BIENVENIDO GRACIAS POR USAR NUESTROS SERVICIOS"
               LINE 2 COLUMN 20 BACKGROUND-COLOR IS 2.
               DISPLAY "QUE OPERACION DESEA HACER:" LINE 3 COLUMN 20
               BACKGROUND-COLOR IS 2.
               DISPLAY "1-SACAR EFECTIVO" LINE 4 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "2-CONSULTAR SALDO" LINE 5 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "3-ULTIMOS MOVIMIENTOS" LINE 6 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "4-SALIR" LINE 7 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "5-TRASPASO ENTRE SUS CUENTAS" LINE 8 COLUMN 20
               BACKGROUND-COLOR IS 5.
               MOVE 0 TO WS-OPCION.
               PERFORM 00087J-INICIAR-ESPERA.
               ACCEPT WS-OPCION LINE 16 COLUMN 20
               WITH TIME-OUT WS-ESPERA-KIOSCO.
               PERFORM 00087A-COMPROBAR-INACTIVIDAD.
               IF WS-SESION-CADUCADA
                   PERFORM 00087I-CERRAR-POR-INACTIVIDAD
               ELSE
                   PERFORM 00092-FILTRAR-OPCION
                   EVALUATE WS-OPCION
                       WHEN 0
                           CONTINUE
                       WHEN 1
                           PERFORM 00002-REINTEGRO
                       WHEN 2
                           PERFORM 00087B-CONSULTAR-SALDO
                       WHEN 3
                           PERFORM 00087C-MINI-EXTRACTO
                       WHEN 4
                           PERFORM 00006-CERRAR
                       WHEN 5
                           PERFORM 00015-TRANSFERENCIA
                       WHEN OTHER
                           PERFORM 00087F-OPCION-NO-DISPONIBLE
                   END-EVALUATE
               END-IF.

           00087A-COMPROBAR-INACTIVIDAD.
               MOVE "N" TO WS-KIO-INACTIVO.
               PERFORM 00087G-SEGUNDOS-DEL-DIA.
               IF WS-KIO-SEG-AHORA < WS-KIO-SEG-MENU
                   ADD 86400 TO WS-KIO-SEG-AHORA
               END-IF.
               IF WS-KIO-SEG-AHORA - WS-KIO-SEG-MENU
                   NOT < WS-ESPERA-KIOSCO
                   SET WS-SESION-CADUCADA TO TRUE
               END-IF.

           00087G-SEGUNDOS-DEL-DIA.
               ACCEPT WS-KIO-HORA FROM TIME.
               COMPUTE WS-KIO-SEG-AHORA = WS-KIO-HH * 3600
                   + WS-KIO-MI * 60 + WS-KIO-SS.

      *        CADA ESPERA DEL QUIOSCO CUENTA DESDE QUE SE PIDE EL DATO
           00087J-INICIAR-ESPERA.
               PERFORM 00087G-SEGUNDOS-DEL-DIA.
               MOVE WS-KIO-SEG-AHORA TO WS-KIO-SEG-MENU.

      *        PAUSA TRAS UN MENSAJE: EN VENTANILLA ESPERA AL CAJERO;
      *        EN EL QUIOSCO CADUCA COMO EL MENU Y CIERRA LA SESION
           00087H-PAUSA.
               IF WS-EN-KIOSCO
                   DISPLAY "PULSE INTRO PARA CONTINUAR" LINE 20
                   COLUMN 20
                   PERFORM 00087J-INICIAR-ESPERA
                   ACCEPT WS-KIO-TECLA LINE 20 COLUMN 48
                   WITH TIME-OUT WS-ESPERA-KIOSCO
                   PERFORM 00087A-COMPROBAR-INACTIVIDAD
                   IF WS-SESION-CADUCADA
                       PERFORM 00087I-CERRAR-POR-INACTIVIDAD
                   END-IF
               ELSE
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               END-IF.

      *        LA OPERACION EN CURSO SE ABANDONA Y LA OPCION 4 TERMINA
      *        EL BUCLE DEL MENU, IGUAL QUE SI EL CLIENTE SALIERA
           00087I-CERRAR-POR-INACTIVIDAD.
               DISPLAY "SESION FINALIZADA POR INACTIVIDAD" LINE 17
               COLUMN 20 BACKGROUND-COLOR IS 4.
               CALL "C$SLEEP" USING WS-SEGUNDO-ESPERA.
               MOVE 4 TO WS-OPCION.

           00087B-CONSULTAR-SALDO.
               DISPLAY " " BLANK SCREEN.
               MOVE WS-SALDO TO WS-SALDO-VIS.
               DISPLAY "SALDO ACTUAL: " LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2, WS-SALDO-VIS LINE 2 COLUMN 35
               BACKGROUND-COLOR IS 2.
               IF WS-SALDO-PENDIENTE NOT = 0
                   MOVE WS-SALDO-PENDIENTE TO WS-IMPORTE-VIS
                   DISPLAY "PENDIENTE DE COMPENSAR: " LINE 3
                   COLUMN 20, WS-IMPORTE-VIS LINE 3 COLUMN 45
               END-IF.
               PERFORM 00087H-PAUSA.

      *        MINI EXTRACTO: LOS ULTIMOS MOVIMIENTOS DE LA CUENTA SE
      *        GUARDAN EN UNA TABLA CIRCULAR AL RECORRER EL INDICE Y
      *        SE MUESTRAN DEL MAS ANTIGUO AL MAS RECIENTE
           00087C-MINI-EXTRACTO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "ULTIMOS MOVIMIENTOS DE LA CUENTA " LINE 2
               COLUMN 20 BACKGROUND-COLOR IS 2, WS-CUENTA LINE 2
               COLUMN 53 BACKGROUND-COLOR IS 2.
               MOVE 0 TO WS-KIO-NUM-ULTIMOS.
               MOVE 0 TO WS-KIO-HUECO.
               PERFORM 00049-POSICIONAR-MOV-IDX.
               IF NOT WS-FIN-MIX
                   PERFORM 00049A-LEER-MOV-IDX
                   PERFORM 00087D-GUARDAR-ULTIMO
                       UNTIL WS-FIN-MIX
                   CLOSE MOVIMIENTOS-IDX
               END-IF.
               IF WS-KIO-NUM-ULTIMOS < WS-KIO-MAX-ULTIMOS
                   MOVE 0 TO WS-KIO-HUECO
               END-IF.
               MOVE 4 TO WS-LINEA-CONSULTA.
               IF WS-KIO-NUM-ULTIMOS = 0
                   DISPLAY "NO HAY MOVIMIENTOS" LINE 4 COLUMN 20
                   MOVE 5 TO WS-LINEA-CONSULTA
               ELSE
                   PERFORM 00087E-MOSTRAR-ULTIMO
                       VARYING WS-KIO-MOSTRADOS FROM 1 BY 1
                       UNTIL WS-KIO-MOSTRADOS > WS-KIO-NUM-ULTIMOS
               END-IF.
               ADD 1 TO WS-LINEA-CONSULTA.
               MOVE WS-SALDO TO WS-SALDO-VIS.
               DISPLAY "SALDO ACTUAL: " LINE WS-LINEA-CONSULTA
               COLUMN 20, WS-SALDO-VIS LINE WS-LINEA-CONSULTA
               COLUMN 35.
               PERFORM 00087H-PAUSA.

           00087D-GUARDAR-ULTIMO.
               IF MOVIDX-PRACTICAS = WS-MARCA-PRACTICAS
                   ADD 1 TO WS-KIO-HUECO
                   IF WS-KIO-HUECO > WS-KIO-MAX-ULTIMOS
                       MOVE 1 TO WS-KIO-HUECO
                   END-IF
                   MOVE MOVIDX-FECHA TO WS-KIO-U-FECHA (WS-KIO-HUECO)
                   MOVE MOVIDX-TIPO  TO WS-KIO-U-TIPO (WS-KIO-HUECO)
                   MOVE MOVIDX-IMPORTE
                       TO WS-KIO-U-IMPORTE (WS-KIO-HUECO)
                   IF WS-KIO-NUM-ULTIMOS < WS-KIO-MAX-ULTIMOS
                       ADD 1 TO WS-KIO-NUM-ULTIMOS
                   END-IF
               END-IF.
               PERFORM 00049A-LEER-MOV-IDX.

           00087E-MOSTRAR-ULTIMO.
               ADD 1 TO WS-KIO-HUECO.
               IF WS-KIO-HUECO > WS-KIO-MAX-ULTIMOS
                   MOVE 1 TO WS-KIO-HUECO
               END-IF.
               MOVE WS-KIO-U-IMPORTE (WS-KIO-HUECO) TO WS-IMPORTE-VIS.
               DISPLAY WS-KIO-U-FECHA (WS-KIO-HUECO) " "
                   WS-KIO-U-TIPO (WS-KIO-HUECO) " " WS-IMPORTE-VIS
                   LINE WS-LINEA-CONSULTA COLUMN 20.
               ADD 1 TO WS-LINEA-CONSULTA.

      *        APERTURAS, CANCELACIONES, PRESTAMOS, ANULACIONES,
      *        REIMPRESIONES Y DEMAS OPERACIONES SE HACEN SOLO EN
      *        VENTANILLA
           00087F-OPCION-NO-DISPONIBLE.
               DISPLAY "OPERACION NO DISPONIBLE EN EL QUIOSCO, ACUDA A"
               " VENTANILLA" LINE 17 COLUMN 20 BACKGROUND-COLOR IS 4.
               PERFORM 00087H-PAUSA.

      *        TRAS AGOTAR LOS INTENTOS DE PIN EL QUIOSCO SE QUEDA LA
      *        TARJETA: EL PLASTICO PASA A RETENIDO ("C") Y SOLO LA
      *        OFICINA LO REACTIVA (TARADMIN)
           00088-RETENER-TARJETA.
               OPEN I-O TARJETAS.
               IF WS-STATUS-TAR = "00"
                   MOVE WS-TARJETA-SESION TO TAR-NUMERO
                   READ TARJETAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "C" TO TAR-ESTADO
                           REWRITE TAR-REGISTRO
                   END-READ
                   CLOSE TARJETAS
               END-IF.
               DISPLAY "TARJETA RETENIDA POR SEGURIDAD, ACUDA A SU"
               " OFICINA" LINE 6 COLUMN 20 BACKGROUND-COLOR IS 4.

      *        EN EL QUIOSCO SOLO SE TRASPASA A CUENTAS DE LAS QUE QUIEN
      *        OPERA ES TITULAR PRINCIPAL O COTITULAR ACTIVO
           00089-COMPROBAR-CUENTA-PROPIA.
               MOVE "N" TO WS-KIO-PROPIA.
               MOVE WS-CUENTA-DESTINO TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTA-DNI = WS-DNI-OPERANTE
                           SET WS-CUENTA-PROPIA TO TRUE
                       END-IF
               END-READ.
               IF NOT WS-CUENTA-PROPIA
                   PERFORM 00089A-BUSCAR-COTITULARIDAD
               END-IF.
               IF NOT WS-CUENTA-PROPIA
                   MOVE "N" TO WS-DESTINO-OK
                   MOVE "SOLO TRASPASOS ENTRE SUS PROPIAS CUENTAS"
                       TO WS-MENSAJE-DESTINO
               END-IF.

           00089A-BUSCAR-COTITULARIDAD.
               OPEN INPUT TITULARES.
               IF WS-STATUS-TIT = "00"
                   MOVE WS-CUENTA-DESTINO TO TIT-CUENTA
                   MOVE WS-DNI-OPERANTE TO TIT-DNI
                   READ TITULARES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TIT-ACTIVO
                               AND (TIT-ES-TITULAR OR TIT-ES-COTITULAR)
                               SET WS-CUENTA-PROPIA TO TRUE
                           END-IF
                   END-READ
                   CLOSE TITULARES
               END-IF.

      *        PERIODICIDAD KYC Y DIAS DE GRACIA; SIN FICHERO RIGEN
      *        LOS VALORES POR DEFECTO
           00090-CARGAR-KYC.
               OPEN INPUT PARAM-KYC.
               IF WS-STATUS-KYC = "00"
                   READ PARAM-KYC
                       AT END CONTINUE
                       NOT AT END
                           IF KYC-MESES-ALTO IS NUMERIC
                               AND KYC-MESES-ALTO > 0
                               MOVE KYC-MESES-ALTO
                                   TO WS-KYC-MESES-ALTO
                           END-IF
                           IF KYC-MESES-MEDIO IS NUMERIC
                               AND KYC-MESES-MEDIO > 0
                               MOVE KYC-MESES-MEDIO
                                   TO WS-KYC-MESES-MEDIO
                           END-IF
                           IF KYC-MESES-BAJO IS NUMERIC
                               AND KYC-MESES-BAJO > 0
                               MOVE KYC-MESES-BAJO
                                   TO WS-KYC-MESES-BAJO
                           END-IF
                           IF KYC-GRACIA IS NUMERIC
                               MOVE KYC-GRACIA TO WS-KYC-GRACIA
                           END-IF
                   END-READ
                   CLOSE PARAM-KYC
               END-IF.

      *        TRAS EL PIN SE REVISA EL DOCUMENTO DE QUIEN OPERA: SIN
      *        CADUCIDAD REGISTRADA O CADUCADO DENTRO DE LA GRACIA SOLO
      *        SE AVISA; PASADA LA GRACIA SE BLOQUEAN LAS OPERACIONES
      *        DE SALIDA. UN DNI QUE NO ESTA EN CLIENTES NO SE REVISA
           00091-COMPROBAR-DOCUMENTO.
               MOVE "N" TO WS-DOC-BLOQUEO.
               MOVE 0 TO WS-KYC-AVISOS.
               OPEN INPUT CLIENTES.
               IF WS-STATUS-CLI = "00"
                   MOVE WS-DNI-OPERANTE TO CLI-DNI
                   READ CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 00091A-AVISAR-DOCUMENTO
                           PERFORM 00091B-AVISAR-REVISION
                   END-READ
                   CLOSE CLIENTES
               END-IF.
               IF WS-KYC-AVISOS > 0
                   PERFORM 00087H-PAUSA
               END-IF.

           00091A-AVISAR-DOCUMENTO.
               IF CLI-CADUCIDAD-DOC = 0
                   ADD 1 TO WS-KYC-AVISOS
                   DISPLAY "DOCUMENTO DE IDENTIDAD SIN CADUCIDAD"
                   " REGISTRADA, ACTUALICE SUS DATOS" LINE 6 COLUMN 20
                   BACKGROUND-COLOR IS 3
               ELSE
               IF CLI-CADUCIDAD-DOC NOT > WS-FECHA-NEGOCIO
                   ADD 1 TO WS-KYC-AVISOS
                   MOVE CLI-CADUCIDAD-DOC TO WS-FECHA-ABONO-GRP
                   PERFORM 00040D-AVANZAR-UN-DIA WS-KYC-GRACIA TIMES
                   IF WS-FECHA-ABONO-GRP < WS-FECHA-NEGOCIO
                       SET WS-DOC-BLOQUEADO TO TRUE
                       DISPLAY "DOCUMENTO CADUCADO: SOLO INGRESOS Y"
                       " CONSULTAS HASTA RENOVARLO" LINE 6 COLUMN 20
                       BACKGROUND-COLOR IS 4
                   ELSE
                       DISPLAY "DOCUMENTO CADUCADO, RENUEVELO ANTES"
                       " DEL " LINE 6 COLUMN 20 BACKGROUND-COLOR IS 3
                       DISPLAY WS-FECHA-ABONO-GRP LINE 6 COLUMN 60
                       BACKGROUND-COLOR IS 3
                   END-IF
               END-IF
               END-IF.

      *        LA REVISION VENCE A LOS MESES QUE MARCA EL RIESGO
      *        CONTADOS DESDE LA ULTIMA; SIN REVISION ESTA PENDIENTE
           00091B-AVISAR-REVISION.
               EVALUATE TRUE
                   WHEN CLI-RIESGO-ALTO
                       MOVE WS-KYC-MESES-ALTO TO WS-KYC-MESES
                   WHEN CLI-RIESGO-BAJO
                       MOVE WS-KYC-MESES-BAJO TO WS-KYC-MESES
                   WHEN OTHER
                       MOVE WS-KYC-MESES-MEDIO TO WS-KYC-MESES
               END-EVALUATE.
               MOVE CLI-FECHA-KYC TO WS-KYC-VENCE-NUM.
               IF CLI-FECHA-KYC NOT = 0
                   COMPUTE WS-KYC-TOTAL-MESES =
                       WS-KYC-V-MES - 1 + WS-KYC-MESES
                   DIVIDE WS-KYC-TOTAL-MESES BY 12
                       GIVING WS-KYC-ANIOS REMAINDER WS-KYC-RESTO-MES
                   ADD WS-KYC-ANIOS TO WS-KYC-V-ANIO
                   COMPUTE WS-KYC-V-MES = WS-KYC-RESTO-MES + 1
               END-IF.
               IF WS-KYC-VENCE-NUM NOT > WS-FECHA-NEGOCIO
                   ADD 1 TO WS-KYC-AVISOS
                   DISPLAY "REVISION PERIODICA DE DATOS (KYC)"
                   " PENDIENTE, PASE POR SU OFICINA" LINE 7 COLUMN 20
                   BACKGROUND-COLOR IS 3
               END-IF.

      *        CON EL DOCUMENTO BLOQUEADO SE RECHAZAN LAS OPERACIONES
      *        QUE SACAN DINERO O CONTRATAN PRODUCTOS (1, 5, 8, 9, 10,
      *        13, 14, 16 Y LA AMORTIZACION DE PRESTAMOS, 18, QUE
      *        CARGA EN LA CUENTA); LA OPCION QUEDA A CERO Y EL MENU
      *        SE VUELVE A MOSTRAR
           00092-FILTRAR-OPCION.
               IF WS-DOC-BLOQUEADO
                   AND (WS-OPCION = 1 OR 5 OR 8 OR 9 OR 10 OR 13
                        OR 14 OR 16 OR 18)
                   DISPLAY "DOCUMENTO CADUCADO: OPERACION NO"
                   " PERMITIDA HASTA RENOVARLO" LINE 17 COLUMN 20
                   BACKGROUND-COLOR IS 4
                   MOVE 0 TO WS-OPCION
                   PERFORM 00087H-PAUSA
               END-IF.

       END PROGRAM cajero.
