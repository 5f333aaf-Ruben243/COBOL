      ******************************************************************
      * Author:
      * Date:
      * Purpose: CERTIFICADO DE SALDO A UNA FECHA PASADA: PARA UNA
      *          CUENTA Y UNA FECHA DE NEGOCIO RECONSTRUYE EL SALDO AL
      *          CIERRE DE ESE DIA A PARTIR DEL HISTORICO CONSOLIDADO
      *          (HISTORICO.DAT) Y, SI EL DIA AUN ESTA ABIERTO, DEL
      *          DIARIO INDEXADO (MOVIMIENTOS.IDX), JUNTO CON EL SALDO
      *          PENDIENTE POR CHEQUES SIN COMPENSAR, LOS DEPOSITOS A
      *          PLAZO VIVOS Y EL CAPITAL PENDIENTE DE LOS PRESTAMOS A
      *          ESA FECHA. EMITE UN CERTIFICADO NUMERADO (NUMERACION
      *          COMUN CERTIFICADO-SEQ.TXT) CON LOS TITULARES DE
      *          TITULARES.DAT Y LA DIRECCION DE DIRECCIONES.DAT EN
      *          CERTIFICADOS-SALDO.TXT. LO PIDEN CLIENTES, JUZGADOS Y
      *          AUDITORES (CIERRE DE EJERCICIO, EMBARGOS, ETC.).
      *          EL CERTIFICADO IDENTIFICA LA CUENTA TAMBIEN POR SU
      *          IBAN (CUENTAS-IBAN.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTSALDO.
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

           SELECT TITULARES ASSIGN TO "../TITULARES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CLAVE
           FILE STATUS IS WS-STATUS-TIT.

      *    MAESTRO DE DIRECCIONES PARA EL ENVIO POSTAL
           SELECT DIRECCIONES ASSIGN TO "../DIRECCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIR-DNI
           FILE STATUS IS WS-STATUS-DIR.

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

           SELECT CHEQUES ASSIGN TO "../CHEQUES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQ-ID
           FILE STATUS IS WS-STATUS-CHQ.

           SELECT PLAZOS ASSIGN TO "../PLAZOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLZ-ID
           FILE STATUS IS WS-STATUS-PLZ.

           SELECT PRESTAMOS ASSIGN TO "../PRESTAMOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-ID
           FILE STATUS IS WS-STATUS-PRE.

      *    NUMERACION CORRELATIVA DE LOS CERTIFICADOS DE LA ENTIDAD
           SELECT SEC-CERTIFICADO ASSIGN TO "../CERTIFICADO-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-CER.

           SELECT OPTIONAL CERTIFICADOS-SALDO
           ASSIGN TO "../CERTIFICADOS-SALDO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    IBAN DE CADA CUENTA (VER IBAN-CONV), ACCESIBLE TAMBIEN POR
      *    EL PROPIO IBAN
           SELECT CUENTAS-IBAN ASSIGN TO "../CUENTAS-IBAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBN-CUENTA
           ALTERNATE RECORD KEY IS IBN-IBAN
           FILE STATUS IS WS-STATUS-IBN.

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

        FD CHEQUES.
         01 CHQ-REGISTRO.
             02 CHQ-ID          PIC 9(08).
             02 CHQ-CUENTA      PIC 9(11).
             02 CHQ-NUMERO      PIC X(12).
             02 CHQ-BANCO       PIC X(20).
             02 CHQ-IMPORTE     PIC S9(9)V99.
             02 CHQ-FECHA-ABONO PIC 9(08).
             02 CHQ-ESTADO      PIC X(01).
                 88 CHQ-PENDIENTE VALUE "P".
                 88 CHQ-ABONADO   VALUE "A".
                 88 CHQ-ANULADO   VALUE "X".

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

        FD SEC-CERTIFICADO.
         01 SEC-CERTIFICADO-REGISTRO PIC 9(08).

        FD CERTIFICADOS-SALDO.
         01 CER-LINEA PIC X(80).

        FD CUENTAS-IBAN.
         01 IBN-REGISTRO.
             02 IBN-CUENTA     PIC 9(11).
             02 IBN-IBAN       PIC X(34).
             02 IBN-FECHA-ALTA PIC 9(08).

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-CLI PIC X(02).
       77 WS-STATUS-TIT PIC X(02).
       77 WS-STATUS-DIR PIC X(02).
       77 WS-STATUS-HIS PIC X(02).
       77 WS-STATUS-MIX PIC X(02).
       77 WS-STATUS-CHQ PIC X(02).
       77 WS-STATUS-PLZ PIC X(02).
       77 WS-STATUS-PRE PIC X(02).
       77 WS-STATUS-SEC-CER PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-STATUS-IBN PIC X(02).
       77 WS-HAY-IBAN PIC X(01) VALUE "N".
           88 WS-FICHERO-IBAN-ABIERTO VALUE "S".
       77 WS-SEGUIR PIC X(01) VALUE "S".

       77 WS-EOF PIC X(01) VALUE "N".
           88 WS-FIN-FICHERO VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

      * CUENTA Y FECHA A CERTIFICAR
       77 WS-CUENTA-PEDIDA PIC 9(11).
       01 WS-FECHA-PEDIDA PIC 9(08).
       01 WS-FECHA-PEDIDA-GRP REDEFINES WS-FECHA-PEDIDA.
           05 WS-FP-ANIO PIC 9(04).
           05 WS-FP-MES  PIC 9(02).
           05 WS-FP-DIA  PIC 9(02).
       77 WS-PETICION-OK PIC X(01).
           88 WS-PETICION-VALIDA VALUE "S".
       77 WS-DIA-ABIERTO PIC X(01).
           88 WS-FECHA-ABIERTA VALUE "S".

      * RECONSTRUCCION DEL SALDO: EL SALDO QUE DEJO EL ULTIMO
      * MOVIMIENTO PROPIO DE LA CUENTA HASTA ESA FECHA, MAS LAS
      * TRANSFERENCIAS INTERNAS RECIBIDAS DESPUES DE EL (QUE SOLO SE
      * ANOTAN EN LA CUENTA DE ORIGEN, COMO SABE CONCILIA)
       77 WS-SALDO-A-FECHA PIC S9(9)V99.
       77 WS-ULT-ID-PROPIO PIC 9(08).
       77 WS-ULT-FECHA-PROPIA PIC 9(08).
       77 WS-PENDIENTE-A-FECHA PIC S9(9)V99.
       77 WS-CAPITAL-POSTERIOR PIC S9(9)V99.
       77 WS-CANCELACION-POSTERIOR PIC X(01).
           88 WS-HAY-CANCELACION-POSTERIOR VALUE "S".
       77 WS-TRANSF-RECIBIDAS PIC S9(9)V99.

      * DATOS DEL MOVIMIENTO EN CURSO, VENGA DEL HISTORICO O DEL
      * DIARIO INDEXADO
       77 WS-MOV-FECHA PIC 9(08).
       77 WS-MOV-ID    PIC 9(08).
       77 WS-MOV-TIPO  PIC X(10).
       77 WS-MOV-IMPORTE PIC S9(9)V99.
       77 WS-MOV-SALDO PIC S9(9)V99.
       77 WS-MOV-DESTINO PIC 9(11).
       77 WS-MOV-PRACTICAS PIC X(01).

      * POSICIONES A LA FECHA
       77 WS-TOTAL-PLAZOS PIC S9(9)V99.
       77 WS-TOTAL-PRESTAMOS PIC S9(9)V99.
       77 WS-CAPITAL-PRESTAMO PIC S9(9)V99.

      * CERTIFICADO
       77 WS-NUM-CERTIFICADO PIC 9(08).
       77 WS-NOMBRE-TITULAR PIC X(27).
       77 WS-DNI-TITULAR PIC X(09).
       77 WS-RELACION-VIS PIC X(10).
       77 WS-DIRECCION-ENVIO PIC X(70).
       77 WS-IMPORTE-VIS PIC -ZZZZZZZZ9.99.
       77 WS-FECHA-VIS PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT CUENTAS.
           IF WS-STATUS-CTA NOT = "00"
               DISPLAY "NO EXISTE EL MAESTRO DE CUENTAS" LINE 2
               COLUMN 20 BACKGROUND-COLOR 4
               STOP "PULSE UNA TECLA PARA SALIR"
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT DIRECCIONES.
           OPEN INPUT CUENTAS-IBAN.
           IF WS-STATUS-IBN = "00"
               SET WS-FICHERO-IBAN-ABIERTO TO TRUE
           END-IF.
           PERFORM 00001-CARGAR-FECHA-NEGOCIO.
           MOVE "S" TO WS-SEGUIR.
           PERFORM 00002-CERTIFICAR-UNA-CUENTA
               UNTIL WS-SEGUIR NOT = "S" AND WS-SEGUIR NOT = "s".
           CLOSE CUENTAS.
           IF WS-STATUS-CLI = "00"
               CLOSE CLIENTES
           END-IF.
           IF WS-STATUS-DIR = "00"
               CLOSE DIRECCIONES
           END-IF.
           IF WS-FICHERO-IBAN-ABIERTO
               CLOSE CUENTAS-IBAN
           END-IF.
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

           00002-CERTIFICAR-UNA-CUENTA.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "CERTIFICADO DE SALDO A FECHA" LINE 2 COLUMN 20
               BACKGROUND-COLOR 2.
               DISPLAY "NUMERO DE CUENTA: " LINE 3 COLUMN 20.
               ACCEPT WS-CUENTA-PEDIDA LINE 3 COLUMN 40.
               DISPLAY "FECHA (AAAAMMDD): " LINE 4 COLUMN 20.
               ACCEPT WS-FECHA-PEDIDA LINE 4 COLUMN 40.
               PERFORM 00003-VALIDAR-PETICION.
               IF WS-PETICION-VALIDA
                   PERFORM 00004-RECONSTRUIR-SALDO
                   PERFORM 00005-PENDIENTE-DE-CHEQUES
                   PERFORM 00006-PLAZOS-A-FECHA
                   PERFORM 00007-PRESTAMOS-A-FECHA
                   PERFORM 00008-EMITIR-CERTIFICADO
                   MOVE WS-SALDO-A-FECHA TO WS-IMPORTE-VIS
                   DISPLAY "SALDO A LA FECHA: " LINE 6 COLUMN 20
                   DISPLAY WS-IMPORTE-VIS LINE 6 COLUMN 40
                   BACKGROUND-COLOR 2
                   DISPLAY "CERTIFICADO NUMERO " LINE 7 COLUMN 20
                   BACKGROUND-COLOR 2
                   DISPLAY WS-NUM-CERTIFICADO LINE 7 COLUMN 39
                   BACKGROUND-COLOR 2
                   DISPLAY "EMITIDO EN CERTIFICADOS-SALDO.TXT" LINE 8
                   COLUMN 20 BACKGROUND-COLOR 2
               END-IF.
               DISPLAY "OTRO CERTIFICADO? (S/N): " LINE 22 COLUMN 20.
               ACCEPT WS-SEGUIR LINE 22 COLUMN 46.

      *        LA CUENTA DEBE EXISTIR (AUNQUE HOY ESTE CANCELADA) Y LA
      *        FECHA NO PUEDE SER POSTERIOR A LA FECHA DE NEGOCIO
           00003-VALIDAR-PETICION.
               MOVE "N" TO WS-PETICION-OK.
               MOVE "N" TO WS-DIA-ABIERTO.
               MOVE WS-CUENTA-PEDIDA TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA NO ENCONTRADA" LINE 6
                       COLUMN 20 BACKGROUND-COLOR 4
                   NOT INVALID KEY
                       IF WS-FP-MES < 1 OR WS-FP-MES > 12
                           OR WS-FP-DIA < 1 OR WS-FP-DIA > 31
                           OR WS-FECHA-PEDIDA > WS-FECHA-NEGOCIO
                           DISPLAY "FECHA NO VALIDA O FUTURA" LINE 6
                           COLUMN 20 BACKGROUND-COLOR 4
                       ELSE
                           SET WS-PETICION-VALIDA TO TRUE
                       END-IF
               END-READ.
               IF WS-PETICION-VALIDA
                   AND WS-FECHA-PEDIDA = WS-FECHA-NEGOCIO
                   SET WS-FECHA-ABIERTA TO TRUE
               END-IF.

      *        PRIMERA PASADA POR LOS MOVIMIENTOS PROPIOS DE LA CUENTA
      *        (HISTORICO Y DIARIO DEL DIA ABIERTO): SALDO DEL ULTIMO
      *        HASTA LA FECHA, CHEQUES INGRESADOS Y COMPENSADOS HASTA
      *        ELLA Y CAPITAL DE PRESTAMO AMORTIZADO DESPUES
           00004-RECONSTRUIR-SALDO.
               MOVE 0 TO WS-SALDO-A-FECHA.
               MOVE 0 TO WS-ULT-ID-PROPIO.
               MOVE 0 TO WS-ULT-FECHA-PROPIA.
               MOVE 0 TO WS-PENDIENTE-A-FECHA.
               MOVE 0 TO WS-CAPITAL-POSTERIOR.
               MOVE 0 TO WS-TRANSF-RECIBIDAS.
               MOVE "N" TO WS-CANCELACION-POSTERIOR.
               OPEN INPUT HISTORICO.
               IF WS-STATUS-HIS = "00"
                   MOVE "N" TO WS-EOF
                   MOVE WS-CUENTA-PEDIDA TO HIS-CUENTA
                   MOVE 0 TO HIS-FECHA
                   MOVE 0 TO HIS-ID
                   START HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
                       INVALID KEY SET WS-FIN-FICHERO TO TRUE
                   END-START
                   PERFORM 00004A-LEER-HISTORICO-CUENTA
                   PERFORM 00004B-TRATAR-HISTORICO-CUENTA
                       UNTIL WS-FIN-FICHERO
               END-IF.
               OPEN INPUT MOVIMIENTOS-IDX.
               IF WS-STATUS-MIX = "00"
                   MOVE "N" TO WS-EOF
                   MOVE WS-CUENTA-PEDIDA TO MOVIDX-CUENTA
                   MOVE 0 TO MOVIDX-ID
                   START MOVIMIENTOS-IDX
                       KEY IS NOT LESS THAN MOVIDX-CLAVE
                       INVALID KEY SET WS-FIN-FICHERO TO TRUE
                   END-START
                   PERFORM 00004C-LEER-DIARIO-CUENTA
                   PERFORM 00004D-TRATAR-DIARIO-CUENTA
                       UNTIL WS-FIN-FICHERO
               END-IF.
               PERFORM 00004F-TRANSFERENCIAS-RECIBIDAS.
               ADD WS-TRANSF-RECIBIDAS TO WS-SALDO-A-FECHA.
               IF WS-STATUS-HIS = "00"
                   CLOSE HISTORICO
               END-IF.
               IF WS-STATUS-MIX = "00"
                   CLOSE MOVIMIENTOS-IDX
               END-IF.

           00004A-LEER-HISTORICO-CUENTA.
               IF NOT WS-FIN-FICHERO
                   READ HISTORICO NEXT RECORD
                       AT END SET WS-FIN-FICHERO TO TRUE
                   END-READ
               END-IF.
               IF NOT WS-FIN-FICHERO
                   AND HIS-CUENTA NOT = WS-CUENTA-PEDIDA
                   SET WS-FIN-FICHERO TO TRUE
               END-IF.

           00004B-TRATAR-HISTORICO-CUENTA.
               MOVE HIS-FECHA TO WS-MOV-FECHA.
               MOVE HIS-ID TO WS-MOV-ID.
               MOVE HIS-TIPO TO WS-MOV-TIPO.
               MOVE HIS-IMPORTE TO WS-MOV-IMPORTE.
               MOVE HIS-SALDO TO WS-MOV-SALDO.
               MOVE HIS-PRACTICAS TO WS-MOV-PRACTICAS.
               PERFORM 00004E-ACUMULAR-MOVIMIENTO-PROPIO.
               PERFORM 00004A-LEER-HISTORICO-CUENTA.

           00004C-LEER-DIARIO-CUENTA.
               IF NOT WS-FIN-FICHERO
                   READ MOVIMIENTOS-IDX NEXT RECORD
                       AT END SET WS-FIN-FICHERO TO TRUE
                   END-READ
               END-IF.
               IF NOT WS-FIN-FICHERO
                   AND MOVIDX-CUENTA NOT = WS-CUENTA-PEDIDA
                   SET WS-FIN-FICHERO TO TRUE
               END-IF.

           00004D-TRATAR-DIARIO-CUENTA.
               MOVE MOVIDX-FECHA-NEG TO WS-MOV-FECHA.
               MOVE MOVIDX-ID TO WS-MOV-ID.
               MOVE MOVIDX-TIPO TO WS-MOV-TIPO.
               MOVE MOVIDX-IMPORTE TO WS-MOV-IMPORTE.
               MOVE MOVIDX-SALDO TO WS-MOV-SALDO.
               MOVE MOVIDX-PRACTICAS TO WS-MOV-PRACTICAS.
               PERFORM 00004E-ACUMULAR-MOVIMIENTO-PROPIO.
               PERFORM 00004C-LEER-DIARIO-CUENTA.

      *        LOS APUNTES DE PRACTICAS NO EXISTEN PARA EL MAESTRO
           00004E-ACUMULAR-MOVIMIENTO-PROPIO.
               IF WS-MOV-PRACTICAS NOT = "P"
                   IF WS-MOV-FECHA NOT > WS-FECHA-PEDIDA
                       IF WS-MOV-FECHA > WS-ULT-FECHA-PROPIA
                           OR (WS-MOV-FECHA = WS-ULT-FECHA-PROPIA
                           AND WS-MOV-ID > WS-ULT-ID-PROPIO)
                           MOVE WS-MOV-SALDO TO WS-SALDO-A-FECHA
                           MOVE WS-MOV-FECHA TO WS-ULT-FECHA-PROPIA
                           MOVE WS-MOV-ID TO WS-ULT-ID-PROPIO
                       END-IF
                       IF WS-MOV-TIPO = "CHEQUE-DEP"
                           ADD WS-MOV-IMPORTE TO WS-PENDIENTE-A-FECHA
                       END-IF
                       IF WS-MOV-TIPO = "CHEQUE-ABO"
                           SUBTRACT WS-MOV-IMPORTE
                               FROM WS-PENDIENTE-A-FECHA
                       END-IF
                   ELSE
                       IF WS-MOV-TIPO = "PREST-CAP"
                           ADD WS-MOV-IMPORTE TO WS-CAPITAL-POSTERIOR
                       END-IF
                       IF WS-MOV-TIPO = "PLAZO-CANC"
                           SET WS-HAY-CANCELACION-POSTERIOR TO TRUE
                       END-IF
                   END-IF
               END-IF.

      *        SEGUNDA PASADA, POR TODO EL HISTORICO Y EL DIARIO: LAS
      *        TRANSFERENCIAS INTERNAS HACIA ESTA CUENTA POSTERIORES A
      *        SU ULTIMO MOVIMIENTO PROPIO Y NO POSTERIORES A LA FECHA
      *        NO ESTAN EN EL SALDO DE ESE MOVIMIENTO
           00004F-TRANSFERENCIAS-RECIBIDAS.
               IF WS-STATUS-HIS = "00"
                   MOVE "N" TO WS-EOF
                   MOVE 0 TO HIS-CUENTA
                   MOVE 0 TO HIS-FECHA
                   MOVE 0 TO HIS-ID
                   START HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
                       INVALID KEY SET WS-FIN-FICHERO TO TRUE
                   END-START
                   PERFORM 00004G-LEER-HISTORICO
                   PERFORM 00004H-EXAMINAR-HISTORICO
                       UNTIL WS-FIN-FICHERO
               END-IF.
               IF WS-STATUS-MIX = "00"
                   MOVE "N" TO WS-EOF
                   MOVE 0 TO MOVIDX-CUENTA
                   MOVE 0 TO MOVIDX-ID
                   START MOVIMIENTOS-IDX
                       KEY IS NOT LESS THAN MOVIDX-CLAVE
                       INVALID KEY SET WS-FIN-FICHERO TO TRUE
                   END-START
                   PERFORM 00004I-LEER-DIARIO
                   PERFORM 00004J-EXAMINAR-DIARIO
                       UNTIL WS-FIN-FICHERO
               END-IF.

           00004G-LEER-HISTORICO.
               IF NOT WS-FIN-FICHERO
                   READ HISTORICO NEXT RECORD
                       AT END SET WS-FIN-FICHERO TO TRUE
                   END-READ
               END-IF.

           00004H-EXAMINAR-HISTORICO.
               MOVE HIS-FECHA TO WS-MOV-FECHA.
               MOVE HIS-ID TO WS-MOV-ID.
               MOVE HIS-TIPO TO WS-MOV-TIPO.
               MOVE HIS-IMPORTE TO WS-MOV-IMPORTE.
               MOVE HIS-CUENTA-DESTINO TO WS-MOV-DESTINO.
               MOVE HIS-PRACTICAS TO WS-MOV-PRACTICAS.
               PERFORM 00004K-SUMAR-SI-RECIBIDA.
               PERFORM 00004G-LEER-HISTORICO.

           00004I-LEER-DIARIO.
               IF NOT WS-FIN-FICHERO
                   READ MOVIMIENTOS-IDX NEXT RECORD
                       AT END SET WS-FIN-FICHERO TO TRUE
                   END-READ
               END-IF.

           00004J-EXAMINAR-DIARIO.
               MOVE MOVIDX-FECHA-NEG TO WS-MOV-FECHA.
               MOVE MOVIDX-ID TO WS-MOV-ID.
               MOVE MOVIDX-TIPO TO WS-MOV-TIPO.
               MOVE MOVIDX-IMPORTE TO WS-MOV-IMPORTE.
               MOVE MOVIDX-CUENTA-DESTINO TO WS-MOV-DESTINO.
               MOVE MOVIDX-PRACTICAS TO WS-MOV-PRACTICAS.
               PERFORM 00004K-SUMAR-SI-RECIBIDA.
               PERFORM 00004I-LEER-DIARIO.

           00004K-SUMAR-SI-RECIBIDA.
               IF WS-MOV-TIPO = "TRANSFER"
                   AND WS-MOV-DESTINO = WS-CUENTA-PEDIDA
                   AND WS-MOV-PRACTICAS NOT = "P"
                   AND WS-MOV-FECHA NOT > WS-FECHA-PEDIDA
                   AND (WS-MOV-FECHA > WS-ULT-FECHA-PROPIA
                   OR (WS-MOV-FECHA = WS-ULT-FECHA-PROPIA
                   AND WS-MOV-ID > WS-ULT-ID-PROPIO))
                   ADD WS-MOV-IMPORTE TO WS-TRANSF-RECIBIDAS
               END-IF.

      *        PENDIENTE POR CHEQUES: INGRESADOS MENOS COMPENSADOS
      *        HASTA LA FECHA. LA ANULACION DE UN INGRESO DE CHEQUE NO
      *        DEJA IMPORTE EN EL DIARIO: SE DESCUENTAN LOS CHEQUES
      *        ANULADOS CUYA FECHA DE ABONO PREVISTA YA HABIA PASADO,
      *        PORQUE FORZOSAMENTE SE ANULARON ANTES
           00005-PENDIENTE-DE-CHEQUES.
               OPEN INPUT CHEQUES.
               IF WS-STATUS-CHQ = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00005A-LEER-CHEQUE
                   PERFORM 00005B-EXAMINAR-CHEQUE UNTIL WS-FIN-FICHERO
                   CLOSE CHEQUES
               END-IF.
               IF WS-PENDIENTE-A-FECHA < 0
                   MOVE 0 TO WS-PENDIENTE-A-FECHA
               END-IF.

           00005A-LEER-CHEQUE.
               READ CHEQUES NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00005B-EXAMINAR-CHEQUE.
               IF CHQ-CUENTA = WS-CUENTA-PEDIDA AND CHQ-ANULADO
                   AND CHQ-FECHA-ABONO NOT > WS-FECHA-PEDIDA
                   SUBTRACT CHQ-IMPORTE FROM WS-PENDIENTE-A-FECHA
               END-IF.
               PERFORM 00005A-LEER-CHEQUE.

      *        DEPOSITO VIVO A LA FECHA: ABIERTO ANTES Y O SIGUE
      *        VIGENTE, O VENCIO DESPUES, O SE CANCELO DESPUES (LA
      *        CANCELACION ANTICIPADA SOLO CONSTA EN EL DIARIO)
           00006-PLAZOS-A-FECHA.
               MOVE 0 TO WS-TOTAL-PLAZOS.
               OPEN INPUT PLAZOS.
               IF WS-STATUS-PLZ = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00006A-LEER-PLAZO
                   PERFORM 00006B-EXAMINAR-PLAZO UNTIL WS-FIN-FICHERO
                   CLOSE PLAZOS
               END-IF.

           00006A-LEER-PLAZO.
               READ PLAZOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00006B-EXAMINAR-PLAZO.
               IF PLZ-CUENTA = WS-CUENTA-PEDIDA
                   AND PLZ-FECHA-APERTURA NOT > WS-FECHA-PEDIDA
                   IF PLZ-VIGENTE
                       OR (PLZ-LIQUIDADO AND
                       PLZ-FECHA-VENCIMIENTO > WS-FECHA-PEDIDA)
                       OR (PLZ-CANCELADO AND
                       PLZ-FECHA-VENCIMIENTO > WS-FECHA-PEDIDA AND
                       WS-HAY-CANCELACION-POSTERIOR)
                       ADD PLZ-CAPITAL TO WS-TOTAL-PLAZOS
                   END-IF
               END-IF.
               PERFORM 00006A-LEER-PLAZO.

      *        CAPITAL PENDIENTE A LA FECHA = PENDIENTE DE HOY DE LOS
      *        PRESTAMOS YA CONCEDIDOS ENTONCES, MAS LO AMORTIZADO
      *        DESPUES (APUNTES PREST-CAP), MENOS LO QUE DE ESO
      *        CORRESPONDE A PRESTAMOS CONCEDIDOS DESPUES DE LA FECHA
           00007-PRESTAMOS-A-FECHA.
               MOVE WS-CAPITAL-POSTERIOR TO WS-TOTAL-PRESTAMOS.
               OPEN INPUT PRESTAMOS.
               IF WS-STATUS-PRE = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM 00007A-LEER-PRESTAMO
                   PERFORM 00007B-EXAMINAR-PRESTAMO
                       UNTIL WS-FIN-FICHERO
                   CLOSE PRESTAMOS
               END-IF.
               IF WS-TOTAL-PRESTAMOS < 0
                   MOVE 0 TO WS-TOTAL-PRESTAMOS
               END-IF.

           00007A-LEER-PRESTAMO.
               READ PRESTAMOS NEXT RECORD
                   AT END SET WS-FIN-FICHERO TO TRUE
               END-READ.

           00007B-EXAMINAR-PRESTAMO.
               IF PRE-CUENTA = WS-CUENTA-PEDIDA
                   IF PRE-CANCELADO
                       MOVE 0 TO WS-CAPITAL-PRESTAMO
                   ELSE
                       MOVE PRE-PENDIENTE TO WS-CAPITAL-PRESTAMO
                   END-IF
                   IF PRE-FECHA-ALTA NOT > WS-FECHA-PEDIDA
                       ADD WS-CAPITAL-PRESTAMO TO WS-TOTAL-PRESTAMOS
                   ELSE
                       COMPUTE WS-TOTAL-PRESTAMOS =
                           WS-TOTAL-PRESTAMOS
                           - (PRE-CAPITAL - WS-CAPITAL-PRESTAMO)
                   END-IF
               END-IF.
               PERFORM 00007A-LEER-PRESTAMO.

           00008-EMITIR-CERTIFICADO.
               PERFORM 00009-SIGUIENTE-NUM-CERTIFICADO.
               OPEN EXTEND CERTIFICADOS-SALDO.
               MOVE "CERTIFICADO DE SALDO A FECHA" TO CER-LINEA.
               WRITE CER-LINEA.
               MOVE SPACES TO CER-LINEA.
               STRING "CERTIFICADO NUMERO: " WS-NUM-CERTIFICADO
                   DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.
               MOVE SPACES TO CER-LINEA.
               STRING WS-FP-DIA "/" WS-FP-MES "/" WS-FP-ANIO
                   DELIMITED BY SIZE INTO WS-FECHA-VIS.
               STRING "CUENTA: " WS-CUENTA-PEDIDA
                   "  MONEDA: " CTA-MONEDA
                   "  SUCURSAL: " CTA-SUCURSAL
                   DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.
               PERFORM 00008F-LINEA-IBAN.
               MOVE SPACES TO CER-LINEA.
               STRING "POSICION AL CIERRE DEL DIA " WS-FECHA-VIS
                   DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.
               IF WS-FECHA-ABIERTA
                   MOVE "DIA NO CERRADO, SALDO A LA HORA DE EXPEDICION"
                       TO CER-LINEA
                   WRITE CER-LINEA
               END-IF.
               MOVE SPACES TO CER-LINEA.
               WRITE CER-LINEA.
               MOVE "TITULARES" TO CER-LINEA.
               WRITE CER-LINEA.
               MOVE CTA-DNI TO WS-DNI-TITULAR.
               MOVE "TITULAR" TO WS-RELACION-VIS.
               PERFORM 00008A-LINEA-TITULAR.
               PERFORM 00008B-OTROS-TITULARES.
               MOVE CTA-DNI TO WS-DNI-TITULAR.
               PERFORM 00008E-DIRECCION-ENVIO.
               MOVE SPACES TO CER-LINEA.
               WRITE CER-LINEA.
               MOVE WS-SALDO-A-FECHA TO WS-IMPORTE-VIS.
               MOVE SPACES TO CER-LINEA.
               STRING "SALDO DISPONIBLE                  "
                   WS-IMPORTE-VIS DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.
               MOVE WS-PENDIENTE-A-FECHA TO WS-IMPORTE-VIS.
               MOVE SPACES TO CER-LINEA.
               STRING "CHEQUES PENDIENTES DE COMPENSAR   "
                   WS-IMPORTE-VIS DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.
               MOVE WS-TOTAL-PLAZOS TO WS-IMPORTE-VIS.
               MOVE SPACES TO CER-LINEA.
               STRING "DEPOSITOS A PLAZO                 "
                   WS-IMPORTE-VIS DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.
               MOVE WS-TOTAL-PRESTAMOS TO WS-IMPORTE-VIS.
               MOVE SPACES TO CER-LINEA.
               STRING "CAPITAL PENDIENTE DE PRESTAMOS    "
                   WS-IMPORTE-VIS DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.
               MOVE SPACES TO CER-LINEA.
               WRITE CER-LINEA.
               MOVE SPACES TO CER-LINEA.
               STRING "EXPEDIDO CON FECHA " WS-FECHA-NEGOCIO
                   DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.
               MOVE ALL "-" TO CER-LINEA.
               WRITE CER-LINEA.
               CLOSE CERTIFICADOS-SALDO.

           00008A-LINEA-TITULAR.
               MOVE SPACES TO WS-NOMBRE-TITULAR.
               IF WS-STATUS-CLI = "00"
                   MOVE WS-DNI-TITULAR TO CLI-DNI
                   READ CLIENTES
                       INVALID KEY
                           MOVE "CLIENTE NO CENSADO"
                               TO WS-NOMBRE-TITULAR
                       NOT INVALID KEY
                           STRING CLI-NOMBRE " " CLI-APELLIDO
                               DELIMITED BY SIZE
                               INTO WS-NOMBRE-TITULAR
                   END-READ
               END-IF.
               MOVE SPACES TO CER-LINEA.
               STRING "  " WS-DNI-TITULAR " " WS-NOMBRE-TITULAR
                   " " WS-RELACION-VIS
                   DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.

      *        COTITULARES Y TITULARES ADICIONALES ACTIVOS; LOS
      *        AUTORIZADOS NO SON TITULARES DEL SALDO Y NO SE CITAN
           00008B-OTROS-TITULARES.
               OPEN INPUT TITULARES.
               IF WS-STATUS-TIT = "00"
                   MOVE "N" TO WS-EOF
                   MOVE WS-CUENTA-PEDIDA TO TIT-CUENTA
                   MOVE LOW-VALUES TO TIT-DNI
                   START TITULARES KEY IS NOT LESS THAN TIT-CLAVE
                       INVALID KEY SET WS-FIN-FICHERO TO TRUE
                   END-START
                   PERFORM 00008C-LEER-TITULAR
                   PERFORM 00008D-EXAMINAR-TITULAR
                       UNTIL WS-FIN-FICHERO
                   CLOSE TITULARES
               END-IF.

           00008C-LEER-TITULAR.
               IF NOT WS-FIN-FICHERO
                   READ TITULARES NEXT RECORD
                       AT END SET WS-FIN-FICHERO TO TRUE
                   END-READ
               END-IF.
               IF NOT WS-FIN-FICHERO
                   AND TIT-CUENTA NOT = WS-CUENTA-PEDIDA
                   SET WS-FIN-FICHERO TO TRUE
               END-IF.

           00008D-EXAMINAR-TITULAR.
               IF TIT-ACTIVO AND TIT-DNI NOT = CTA-DNI
                   AND (TIT-ES-TITULAR OR TIT-ES-COTITULAR)
                   MOVE TIT-DNI TO WS-DNI-TITULAR
                   IF TIT-ES-TITULAR
                       MOVE "TITULAR" TO WS-RELACION-VIS
                   ELSE
                       MOVE "COTITULAR" TO WS-RELACION-VIS
                   END-IF
                   PERFORM 00008A-LINEA-TITULAR
               END-IF.
               PERFORM 00008C-LEER-TITULAR.

      *        DIRECCION DEL TITULAR PRINCIPAL; SIN DIRECCION CENSADA
      *        EL CERTIFICADO QUEDA PARA RECOGER EN OFICINA
           00008E-DIRECCION-ENVIO.
               MOVE SPACES TO WS-DIRECCION-ENVIO.
               IF WS-STATUS-DIR = "00"
                   MOVE WS-DNI-TITULAR TO DIR-DNI
                   READ DIRECCIONES
                       INVALID KEY
                           MOVE "SIN DIRECCION, ENTREGA EN OFICINA"
                               TO WS-DIRECCION-ENVIO
                       NOT INVALID KEY
                           STRING DIR-DIRECCION " " DIR-POBLACION
                               " " DIR-CP
                               DELIMITED BY SIZE
                               INTO WS-DIRECCION-ENVIO
                   END-READ
               ELSE
                   MOVE "SIN DIRECCION, ENTREGA EN OFICINA"
                       TO WS-DIRECCION-ENVIO
               END-IF.
               MOVE SPACES TO CER-LINEA.
               STRING "ENVIO: " WS-DIRECCION-ENVIO
                   DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.

      *        IBAN DE LA CUENTA CERTIFICADA
           00008F-LINEA-IBAN.
               MOVE "SIN IBAN ASIGNADO" TO IBN-IBAN.
               IF WS-FICHERO-IBAN-ABIERTO
                   MOVE WS-CUENTA-PEDIDA TO IBN-CUENTA
                   READ CUENTAS-IBAN
                       INVALID KEY
                           MOVE "SIN IBAN ASIGNADO" TO IBN-IBAN
                   END-READ
               END-IF.
               MOVE SPACES TO CER-LINEA.
               STRING "IBAN  : " IBN-IBAN
                   DELIMITED BY SIZE INTO CER-LINEA.
               WRITE CER-LINEA.

           00009-SIGUIENTE-NUM-CERTIFICADO.
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

       END PROGRAM CERTSALDO.
