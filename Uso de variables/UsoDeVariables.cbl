           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-GTO.

      *    FICHEROS DEL BANCO QUE TOCA LA BAJA DE UN EMPLEADO: SUS IDS
      *    DE CAJERO, SUS TURNOS DE CAJA, SUS PETICIONES DE
      *    AUTORIZACION Y EL PRODUCTO DE SU CUENTA DE NOMINA
           SELECT CAJEROS ASSIGN TO "../TELLER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

           SELECT CAJON ASSIGN TO "../CAJON.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CJN-CLAVE
           FILE STATUS IS WS-STATUS-CJN.

           SELECT AUTORIZACIONES ASSIGN TO "../AUTORIZACIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-ID
           FILE STATUS IS WS-STATUS-AUT.

           SELECT CUENTAS-PRODUCTO ASSIGN TO "../CUENTAS-PRODUCTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPR-CUENTA
           FILE STATUS IS WS-STATUS-CPR.

      *    PRODUCTO DE CONDICIONES DE EMPLEADO Y PRODUCTO ESTANDAR AL
      *    QUE PASA LA CUENTA CUANDO EL EMPLEADO CAUSA BAJA
           SELECT PRODUCTO-PERSONAL ASSIGN TO "../PRODUCTO-PERSONAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PPE.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS.
           02 EMP-BANCO             PIC X(01).
               88 EMP-COBRA-AQUI   VALUE "P".
               88 EMP-COBRA-FUERA  VALUE "E".
           02 EMP-DNI               PIC X(09).
           02 EMP-FECHA-BAJA        PIC 9(08).
           02 EMP-MOTIVO-BAJA       PIC X(02).
           02 EMP-FINIQUITO         PIC X(01).
               88 EMP-FINIQUITO-PENDIENTE VALUE "P".
               88 EMP-FINIQUITO-PAGADO    VALUE "L".
           02 EMP-CENTRO-COSTE      PIC X(04).
           02 EMP-DEPARTAMENTO      PIC X(04).

       FD  GASTOS-MAESTRO.
       01  GTO-REGISTRO.
       FD  SEC-GASTO.
       01  SEC-GASTO-REGISTRO PIC 9(06).

       FD  CAJEROS.
       01  CAJ-REGISTRO.
           02 CAJ-ID                PIC X(08).
           02 CAJ-NOMBRE            PIC A(15).
           02 CAJ-PIN               PIC 9(04).
           02 CAJ-ROL               PIC X(01).
           02 CAJ-ACTIVO            PIC X(01).
               88 CAJ-ESTA-ACTIVO   VALUE "A".
               88 CAJ-DE-BAJA       VALUE "B".
           02 CAJ-FECHA-PIN         PIC 9(08).
           02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
           02 CAJ-PIN-ANTERIOR      PIC 9(04) OCCURS 3 TIMES.
           02 CAJ-EMPLEADO          PIC 9(06).

       FD  CAJON.
       01  CJN-REGISTRO.
           02 CJN-CLAVE.
               03 CJN-CAJERO        PIC X(08).
               03 CJN-FECHA         PIC 9(08).
           02 CJN-FONDO-APERTURA    PIC S9(9)V99.
           02 CJN-CAMBIO-NETO       PIC S9(9)V99.
           02 CJN-DECLARADO         PIC S9(9)V99.
           02 CJN-HORA-APERTURA     PIC 9(06).
           02 CJN-HORA-CIERRE       PIC 9(06).
           02 CJN-ESTADO            PIC X(01).
               88 CJN-ABIERTO       VALUE "A".
               88 CJN-CERRADO       VALUE "C".
               88 CJN-LIBERADO      VALUE "L".
           02 CJN-SUCURSAL          PIC 9(03).
           02 CJN-DIFERENCIA        PIC S9(9)V99.

       FD  AUTORIZACIONES.
       01  AUT-REGISTRO.
           02 AUT-ID                PIC 9(05).
           02 AUT-CUENTA            PIC 9(11).
           02 AUT-IMPORTE           PIC S9(9)V99.
           02 AUT-MOTIVO            PIC X(20).
           02 AUT-CAJERO            PIC X(08).
           02 AUT-TERMINAL          PIC X(04).
           02 AUT-FECHA             PIC 9(08).
           02 AUT-HORA              PIC 9(06).
           02 AUT-SUPERVISOR        PIC X(08).
           02 AUT-ESTADO            PIC X(01).
               88 AUT-PENDIENTE     VALUE "P".
               88 AUT-CANCELADA     VALUE "X".

       FD  CUENTAS-PRODUCTO.
       01  CPR-REGISTRO.
           02 CPR-CUENTA            PIC 9(11).
           02 CPR-PRODUCTO          PIC X(04).
           02 CPR-FECHA-ALTA        PIC 9(08).

       FD  PRODUCTO-PERSONAL.
       01  PPE-REGISTRO.
           02 PPE-PRODUCTO-PERSONAL PIC X(04).
           02 FILLER                PIC X(01).
           02 PPE-PRODUCTO-ESTANDAR PIC X(04).

       WORKING-STORAGE SECTION.
       77 WKS-NOMBRE                   PICTURE A(30).                     77 INDICA QUE UNA VARIABLE ELEMENTA QUE NO PUEDE SER DIVIDIDA.NO PUEDE SER RENOMBRADA
       01 WKS-REGISTRO-EMPLEADO.                                         01 INDICA QUE PUEDE SER DIVIDIDA.LAS VARIABLES DIVIDIDAS NO LEVAN TIPO DE VARIABLE AL SER COMPUESTAS.NO PUEDE SER RENOMBRADA
       77 WKS-CUENTA-NOMINA            PIC 9(11).
       77 WKS-BANCO-NOMINA             PIC X(01).

      * DNI DEL EMPLEADO: ENLAZA SU FICHA CON LAS CUENTAS DE LAS QUE
      * ES TITULAR (TITULARES.DAT) PARA VIGILAR LA AUTOCONTRATACION
       77 WKS-DNI-EMPLEADO             PIC X(09).

      * CENTRO DE COSTE Y DEPARTAMENTO DEL EMPLEADO: LA NOMINA
      * CONTABILIZA SUS IMPORTES POR CENTRO DE COSTE Y NO SE EJECUTA
      * SI ALGUN EMPLEADO A PAGAR CARECE DE EL
       77 WKS-CENTRO-COSTE             PIC X(04).
       77 WKS-DEPARTAMENTO             PIC X(04).

      * BAJA DE UN EMPLEADO: FECHA Y MOTIVO (VO VOLUNTARIA, DE
      * DESPIDO, FC FIN DE CONTRATO, JU JUBILACION, FA FALLECIMIENTO,
      * OT OTROS). LA NOMINA LE PAGA EL FINIQUITO PENDIENTE
       77 WS-STATUS-CAJ                PIC X(02).
       77 WS-STATUS-CJN                PIC X(02).
       77 WS-STATUS-AUT                PIC X(02).
       77 WS-STATUS-CPR                PIC X(02).
       77 WS-STATUS-PPE                PIC X(02).
       77 WKS-OPCION-BAJA              PIC X(01).
       77 WKS-FECHA-BAJA               PIC 9(08).
       77 WKS-MOTIVO-BAJA              PIC X(02).
           88 WKS-MOTIVO-VALIDO VALUE "VO" "DE" "FC" "JU" "FA" "OT".
       77 WKS-EOF-CAJ                  PIC X(01).
           88 WKS-FIN-CAJ VALUE "S".
       77 WKS-EOF-CJN                  PIC X(01).
           88 WKS-FIN-CJN VALUE "S".
       77 WKS-EOF-AUT                  PIC X(01).
           88 WKS-FIN-AUT VALUE "S".
       77 WKS-CAJERO-BAJA              PIC X(08).
       77 WKS-IDS-DESACTIVADOS         PIC 9(02).
       77 WKS-TURNOS-LIBERADOS         PIC 9(03).
       77 WKS-PETICIONES-CANCELADAS    PIC 9(03).
       77 WKS-PRODUCTO-PERSONAL        PIC X(04).
       77 WKS-PRODUCTO-ESTANDAR        PIC X(04).

      * CAMPOS PARA EL GASTO DE EMPLEADO (MAESTRO GASTOS.DAT CON
      * PARTIDAS EN GASTOS-LINEAS.DAT: HOTEL, VIAJE, DIETAS... DE
      * UN MISMO VIAJE SON LINEAS DE UN SOLO GASTO)
               PERFORM 000007-INFORME-ACTIVOS
           END-IF.

           DISPLAY "DESEA TRAMITAR LA BAJA DE UN EMPLEADO (S/N)".
           ACCEPT WKS-OPCION-BAJA.
           IF WKS-OPCION-BAJA = "S" OR "s"
               PERFORM 000011-BAJA-EMPLEADO
           END-IF.

           PERFORM 000008-CERRAR-FICHEROS.
           STOP "PAUSA".
           STOP RUN.
           ACCEPT WKS-APELLIDO-PATERNO.
           DISPLAY "APELLIDO MATERNO: ".
           ACCEPT WKS-APELLIDO-MATERNO.
           DISPLAY "DNI DEL EMPLEADO: ".
           ACCEPT WKS-DNI-EMPLEADO.
           DISPLAY "EDAD: ".
           ACCEPT WKS-EDAD.
           DISPLAY "SALARIO: ".
           ACCEPT WKS-CUENTA-NOMINA.
           DISPLAY "BANCO (P=PROPIO/E=OTRA ENTIDAD/BLANCO=SOBRE): ".
           ACCEPT WKS-BANCO-NOMINA.
           MOVE SPACES TO WKS-CENTRO-COSTE.
           PERFORM 000016-PEDIR-CENTRO-COSTE
               UNTIL WKS-CENTRO-COSTE NOT = SPACES.
           DISPLAY "DEPARTAMENTO: ".
           ACCEPT WKS-DEPARTAMENTO.

       000016-PEDIR-CENTRO-COSTE.
           DISPLAY "CENTRO DE COSTE (OBLIGATORIO): ".
           ACCEPT WKS-CENTRO-COSTE.

       000004-GRABAR-EMPLEADO.
           MOVE WKS-EMP-ID            TO EMP-ID.
           MOVE WKS-BANDERA           TO EMP-BANDERA.
           MOVE WKS-CUENTA-NOMINA     TO EMP-CUENTA.
           MOVE WKS-BANCO-NOMINA      TO EMP-BANCO.
           MOVE WKS-DNI-EMPLEADO      TO EMP-DNI.
           MOVE 0                     TO EMP-FECHA-BAJA.
           MOVE SPACES                TO EMP-MOTIVO-BAJA.
           MOVE SPACE                 TO EMP-FINIQUITO.
           MOVE WKS-CENTRO-COSTE      TO EMP-CENTRO-COSTE.
           MOVE WKS-DEPARTAMENTO      TO EMP-DEPARTAMENTO.
           WRITE EMP-REGISTRO
               INVALID KEY
                   REWRITE EMP-REGISTRO
           END-IF.
           PERFORM 000007A-LEER-EMPLEADO.

      * BAJA DEL EMPLEADO: QUEDA INACTIVO CON FECHA Y MOTIVO Y CON EL
      * FINIQUITO PENDIENTE PARA LA NOMINA; SE LE RETIRA EL ACCESO AL
      * TERMINAL Y SU CUENTA PIERDE LAS CONDICIONES DE EMPLEADO
       000011-BAJA-EMPLEADO.
           DISPLAY "ID DEL EMPLEADO QUE CAUSA BAJA: ".
           ACCEPT WKS-EMP-ID.
           MOVE WKS-EMP-ID TO EMP-ID.
           READ EMPLEADOS
               INVALID KEY
                   DISPLAY "EMPLEADO NO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 000011A-PEDIR-DATOS-BAJA
           END-READ.

       000011A-PEDIR-DATOS-BAJA.
           IF NOT EMP-ACTIVO
               DISPLAY "EL EMPLEADO YA ESTA INACTIVO"
           ELSE
               DISPLAY "FECHA DE BAJA (AAAAMMDD): "
               ACCEPT WKS-FECHA-BAJA
               DISPLAY "MOTIVO (VO/DE/FC/JU/FA/OT): "
               ACCEPT WKS-MOTIVO-BAJA
               IF WKS-FECHA-BAJA = 0 OR NOT WKS-MOTIVO-VALIDO
                   DISPLAY "FECHA O MOTIVO NO VALIDO, BAJA CANCELADA"
               ELSE
                   MOVE 0 TO EMP-BANDERA
                   MOVE WKS-FECHA-BAJA TO EMP-FECHA-BAJA
                   MOVE WKS-MOTIVO-BAJA TO EMP-MOTIVO-BAJA
                   MOVE "P" TO EMP-FINIQUITO
                   REWRITE EMP-REGISTRO
                   PERFORM 000012-RETIRAR-ACCESOS
                   PERFORM 000015-CONDICIONES-ESTANDAR
                   DISPLAY "BAJA REGISTRADA, FINIQUITO PENDIENTE DE"
                       " NOMINA"
                   DISPLAY "IDS DE CAJERO DESACTIVADOS : "
                       WKS-IDS-DESACTIVADOS
                   DISPLAY "TURNOS DE CAJA LIBERADOS   : "
                       WKS-TURNOS-LIBERADOS
                   DISPLAY "AUTORIZACIONES CANCELADAS  : "
                       WKS-PETICIONES-CANCELADAS
               END-IF
           END-IF.

      * CADA ID DE CAJERO VINCULADO AL EMPLEADO SE DA DE BAJA ("B")
      * Y SE CIERRAN SUS TURNOS ABIERTOS Y SUS PETICIONES PENDIENTES
       000012-RETIRAR-ACCESOS.
           MOVE 0 TO WKS-IDS-DESACTIVADOS.
           MOVE 0 TO WKS-TURNOS-LIBERADOS.
           MOVE 0 TO WKS-PETICIONES-CANCELADAS.
           OPEN I-O CAJEROS.
           IF WS-STATUS-CAJ = "00"
               MOVE "N" TO WKS-EOF-CAJ
               PERFORM 000012A-LEER-CAJERO
               PERFORM 000012B-TRATAR-CAJERO UNTIL WKS-FIN-CAJ
               CLOSE CAJEROS
           END-IF.

       000012A-LEER-CAJERO.
           READ CAJEROS NEXT RECORD
               AT END SET WKS-FIN-CAJ TO TRUE
           END-READ.

       000012B-TRATAR-CAJERO.
           IF CAJ-EMPLEADO = EMP-ID
               MOVE CAJ-ID TO WKS-CAJERO-BAJA
               IF NOT CAJ-DE-BAJA
                   MOVE "B" TO CAJ-ACTIVO
                   REWRITE CAJ-REGISTRO
                   ADD 1 TO WKS-IDS-DESACTIVADOS
               END-IF
               PERFORM 000013-LIBERAR-TURNOS
               PERFORM 000014-CANCELAR-PETICIONES
           END-IF.
           PERFORM 000012A-LEER-CAJERO.

      * UN TURNO QUE QUEDO ABIERTO SE MARCA COMO LIBERADO ("L"): SIN
      * ARQUEO DEL CAJERO, LO CUADRA LA SUCURSAL
       000013-LIBERAR-TURNOS.
           OPEN I-O CAJON.
           IF WS-STATUS-CJN = "00"
               MOVE "N" TO WKS-EOF-CJN
               MOVE WKS-CAJERO-BAJA TO CJN-CAJERO
               MOVE 0 TO CJN-FECHA
               START CAJON KEY IS NOT LESS THAN CJN-CLAVE
                   INVALID KEY SET WKS-FIN-CJN TO TRUE
               END-START
               PERFORM 000013A-LEER-TURNO
               PERFORM 000013B-TRATAR-TURNO UNTIL WKS-FIN-CJN
               CLOSE CAJON
           END-IF.

       000013A-LEER-TURNO.
           IF NOT WKS-FIN-CJN
               READ CAJON NEXT RECORD
                   AT END SET WKS-FIN-CJN TO TRUE
               END-READ
           END-IF.
           IF NOT WKS-FIN-CJN AND CJN-CAJERO NOT = WKS-CAJERO-BAJA
               SET WKS-FIN-CJN TO TRUE
           END-IF.

       000013B-TRATAR-TURNO.
           IF CJN-ABIERTO
               ACCEPT WS-HORAS FROM TIME
               MOVE "L" TO CJN-ESTADO
               MOVE WS-HORAS (3:6) TO CJN-HORA-CIERRE
               REWRITE CJN-REGISTRO
               ADD 1 TO WKS-TURNOS-LIBERADOS
           END-IF.
           PERFORM 000013A-LEER-TURNO.

       000014-CANCELAR-PETICIONES.
           OPEN I-O AUTORIZACIONES.
           IF WS-STATUS-AUT = "00"
               MOVE "N" TO WKS-EOF-AUT
               PERFORM 000014A-LEER-PETICION
               PERFORM 000014B-TRATAR-PETICION UNTIL WKS-FIN-AUT
               CLOSE AUTORIZACIONES
           END-IF.

       000014A-LEER-PETICION.
           READ AUTORIZACIONES NEXT RECORD
               AT END SET WKS-FIN-AUT TO TRUE
           END-READ.

       000014B-TRATAR-PETICION.
           IF AUT-CAJERO = WKS-CAJERO-BAJA AND AUT-PENDIENTE
               MOVE "X" TO AUT-ESTADO
               REWRITE AUT-REGISTRO
               ADD 1 TO WKS-PETICIONES-CANCELADAS
           END-IF.
           PERFORM 000014A-LEER-PETICION.

      * LA CUENTA DE NOMINA EN ESTA ENTIDAD CON EL PRODUCTO DE
      * EMPLEADO PASA AL PRODUCTO ESTANDAR DESDE LA FECHA DE BAJA
       000015-CONDICIONES-ESTANDAR.
           MOVE SPACES TO WKS-PRODUCTO-PERSONAL.
           MOVE SPACES TO WKS-PRODUCTO-ESTANDAR.
           OPEN INPUT PRODUCTO-PERSONAL.
           IF WS-STATUS-PPE = "00"
               READ PRODUCTO-PERSONAL
                   AT END CONTINUE
                   NOT AT END
                       MOVE PPE-PRODUCTO-PERSONAL
                           TO WKS-PRODUCTO-PERSONAL
                       MOVE PPE-PRODUCTO-ESTANDAR
                           TO WKS-PRODUCTO-ESTANDAR
               END-READ
               CLOSE PRODUCTO-PERSONAL
           END-IF.
           IF EMP-COBRA-AQUI AND EMP-CUENTA NOT = 0
               AND WKS-PRODUCTO-PERSONAL NOT = SPACES
               AND WKS-PRODUCTO-ESTANDAR NOT = SPACES
               OPEN I-O CUENTAS-PRODUCTO
               IF WS-STATUS-CPR = "00"
                   MOVE EMP-CUENTA TO CPR-CUENTA
                   READ CUENTAS-PRODUCTO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CPR-PRODUCTO = WKS-PRODUCTO-PERSONAL
                               MOVE WKS-PRODUCTO-ESTANDAR
                                   TO CPR-PRODUCTO
                               MOVE WKS-FECHA-BAJA TO CPR-FECHA-ALTA
                               REWRITE CPR-REGISTRO
                               DISPLAY "CUENTA " EMP-CUENTA
                                   " PASA AL PRODUCTO "
                                   WKS-PRODUCTO-ESTANDAR
                           END-IF
                   END-READ
                   CLOSE CUENTAS-PRODUCTO
               END-IF
           END-IF.

       000008-CERRAR-FICHEROS.
           CLOSE EMPLEADOS.

