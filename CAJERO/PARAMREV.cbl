      ******************************************************************
      * Author:
      * Date:
      * Purpose: DOBLE CONTROL SOBRE LAS TABLAS DE PARAMETROS. NINGUN
      *          CAMBIO DE TIPOS DE CAMBIO (CAMBIOS.TXT), TRAMOS DE
      *          INTERES (TRAMOS-INTERES.TXT), FESTIVOS (FESTIVOS.TXT),
      *          TARIFAS (TARIFAS.TXT) O UMBRAL DE SUPERVISOR
      *          (UMBRAL-SUPERVISOR.TXT) ENTRA EN VIGOR AL TECLEARLO:
      *          TIPOCAMBIO, TRAMOSADM, FESTADMIN Y ESTE MISMO
      *          PROGRAMA (TARIFAS Y UMBRAL) SOLO GRABAN UNA PROPUESTA
      *          EN PROPUESTAS-PARAM.DAT CON QUIEN LA HACE, VALOR
      *          ANTERIOR, VALOR NUEVO Y FECHA DE EFECTO. OTRO
      *          SUPERVISOR DISTINTO LA APRUEBA O RECHAZA AQUI; LA
      *          APROBADA SE APLICA AL FICHERO EN VIGOR EN CUANTO SU
      *          FECHA DE EFECTO LLEGA A LA FECHA DE NEGOCIO (AL
      *          APROBARLA O, SI ES FUTURA, EN LA PRIMERA ENTRADA A
      *          ESTE PROGRAMA A PARTIR DE ESE DIA O EN EL PASO
      *          PARAMVIG DE LA CADENA NOCTURNA, LO QUE OCURRA
      *          ANTES). LAS PROPUESTAS
      *          APROBADAS NO SE BORRAN NUNCA: SON EL HISTORICO PARA
      *          SABER QUE VALOR ESTABA EN VIGOR EN CUALQUIER FECHA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJEROS ASSIGN TO "../TELLER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

      *    PROPUESTAS DE CAMBIO DE PARAMETROS Y SU HISTORICO
           SELECT PROPUESTAS ASSIGN TO "../PROPUESTAS-PARAM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRP-ID
           FILE STATUS IS WS-STATUS-PRP.

           SELECT SEC-PROPUESTA ASSIGN TO "../PROPUESTA-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-PRP.

      *    LAS CINCO TABLAS SE LEEN Y REESCRIBEN POR EL MISMO
      *    FICHERO, ASIGNADO POR VARIABLE
           SELECT TABLA-PARAM ASSIGN USING WS-NOMBRE-TABLA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TPA.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

       DATA DIVISION.
       FILE SECTION.
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

        FD PROPUESTAS.
         01 PRP-REGISTRO.
             02 PRP-ID       PIC 9(08).
             02 PRP-TABLA    PIC X(08).
                 88 PRP-ES-CAMBIOS  VALUE "CAMBIOS".
                 88 PRP-ES-TRAMOS   VALUE "TRAMOS".
                 88 PRP-ES-FESTIVOS VALUE "FESTIVOS".
                 88 PRP-ES-TARIFAS  VALUE "TARIFAS".
                 88 PRP-ES-UMBRAL   VALUE "UMBRAL".
             02 PRP-ACCION   PIC X(01).
                 88 PRP-ES-ALTA VALUE "A".
                 88 PRP-ES-BAJA VALUE "B".
             02 PRP-CLAVE    PIC X(12).
             02 PRP-VALOR-ANTERIOR PIC X(40).
             02 PRP-VALOR-NUEVO    PIC X(40).
             02 PRP-FECHA-EFECTO   PIC 9(08).
             02 PRP-PROPONENTE     PIC X(08).
             02 PRP-FECHA-PROPUESTA PIC 9(08).
             02 PRP-ESTADO   PIC X(01).
                 88 PRP-PENDIENTE VALUE "P".
                 88 PRP-APROBADA  VALUE "A".
                 88 PRP-RECHAZADA VALUE "R".
             02 PRP-REVISOR  PIC X(08).
             02 PRP-FECHA-REVISION PIC 9(08).
             02 PRP-APLICADA PIC X(01).
                 88 PRP-YA-APLICADA VALUE "S".

        FD SEC-PROPUESTA.
         01 SEC-PROPUESTA-REGISTRO PIC 9(08).

        FD TABLA-PARAM.
         01 TPA-LINEA PIC X(40).

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-PRP PIC X(02).
       77 WS-STATUS-SEC-PRP PIC X(02).
       77 WS-STATUS-TPA PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-OPCION PIC 9(01).
       77 WS-LINEA-LISTA PIC 9(02).
       77 WS-EOF-PRP PIC X(01) VALUE "N".
           88 WS-FIN-PRP VALUE "S".
       77 WS-CONFIRMA PIC X(01).

      * IDENTIFICACION DEL SUPERVISOR QUE REVISA
       77 WS-SUP-ID  PIC X(08).
       77 WS-SUP-PIN PIC 9(04).
       77 WS-ACCESO-OK PIC X(01) VALUE "N".
           88 WS-ACCESO-CONCEDIDO VALUE "S".

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).
       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       77 WS-NUEVA-PROPUESTA PIC 9(08).
       77 WS-ID-TECLEADO PIC 9(08).

      * TABLA DE PARAMETROS EN MEMORIA: CADA LINEA DEL FICHERO EN
      * VIGOR SE COMPARA POR SU CLAVE (LOS PRIMEROS WS-LONG-CLAVE
      * CARACTERES; LOS TRAMOS SE COMPARAN ENTEROS)
       77 WS-NOMBRE-TABLA PIC X(30).
       77 WS-LONG-CLAVE PIC 9(02).
       77 WS-NUM-LINEAS PIC 9(03) VALUE 0.
       01 WS-TABLA-LINEAS.
           05 WS-LINEA-PARAM OCCURS 100 TIMES
               INDEXED BY WS-IDX-LIN PIC X(40).
       77 WS-IDX-TRABAJO PIC 9(03).
       77 WS-LINEA-BUSCADA PIC X(40).
       77 WS-LINEA-HALLADA PIC X(01).
           88 WS-LINEA-EXISTE VALUE "S".
       77 WS-APLICACION PIC X(01).
           88 WS-APLICACION-OK VALUE "S".
       77 WS-APLICADAS PIC 9(03) VALUE 0.

      * PROPUESTA DE TARIFA O UMBRAL TECLEADA AQUI
       01 WS-TARIFA-IMAGEN.
           05 WS-TI-TIPO    PIC X(01).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-TI-IMPORTE PIC 9(03)V99.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-TI-UMBRAL  PIC 9(09).
       77 WS-UMBRAL-NUEVO PIC 9(09).
       77 WS-ACCION-TECLEADA PIC X(01).
       77 WS-FECHA-TECLEADA PIC 9(08).

      * CONSULTA DEL VALOR EN VIGOR A UNA FECHA
       77 WS-TABLA-CONSULTA PIC X(08).
       77 WS-CLAVE-CONSULTA PIC X(12).
       77 WS-FECHA-CONSULTA PIC 9(08).
       77 WS-MEJOR-FECHA PIC 9(08).
       77 WS-MEJOR-ID    PIC 9(08).
       77 WS-MEJOR-VALOR PIC X(40).
       77 WS-MEJOR-ACCION PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 00001-CONTROL-ACCESO.
            IF WS-ACCESO-CONCEDIDO
                PERFORM 00002-CARGAR-FECHA-NEGOCIO
                OPEN I-O PROPUESTAS
                IF WS-STATUS-PRP = "35"
                    OPEN OUTPUT PROPUESTAS
                    CLOSE PROPUESTAS
                    OPEN I-O PROPUESTAS
                END-IF
                PERFORM 00003-APLICAR-VENCIDAS
                PERFORM 00004-MENU UNTIL WS-OPCION = 6
                CLOSE PROPUESTAS
            END-IF.
            STOP RUN.

           00001-CONTROL-ACCESO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "REVISION DE CAMBIOS DE PARAMETROS" LINE 2
               COLUMN 20 BACKGROUND-COLOR IS 2.
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

      *        CARGA LA FECHA DE NEGOCIO; SI EL FICHERO DE CONTROL NO
      *        EXISTE SE USA LA FECHA DEL SISTEMA
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

      *        PROPUESTAS YA APROBADAS CON FECHA DE EFECTO FUTURA QUE
      *        HAN LLEGADO A LA FECHA DE NEGOCIO: SE APLICAN AHORA
           00003-APLICAR-VENCIDAS.
               MOVE 0 TO WS-APLICADAS.
               MOVE "N" TO WS-EOF-PRP.
               MOVE 0 TO PRP-ID.
               START PROPUESTAS KEY IS NOT LESS THAN PRP-ID
                   INVALID KEY SET WS-FIN-PRP TO TRUE
               END-START.
               PERFORM 00003A-LEER-PROPUESTA.
               PERFORM 00003B-APLICAR-SI-VENCIDA UNTIL WS-FIN-PRP.
               IF WS-APLICADAS > 0
                   DISPLAY "PROPUESTAS APROBADAS APLICADAS HOY: "
                   LINE 6 COLUMN 20 WS-APLICADAS LINE 6 COLUMN 56
                   BACKGROUND-COLOR IS 3
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               END-IF.

           00003A-LEER-PROPUESTA.
               IF NOT WS-FIN-PRP
                   READ PROPUESTAS NEXT RECORD
                       AT END SET WS-FIN-PRP TO TRUE
                   END-READ
               END-IF.

           00003B-APLICAR-SI-VENCIDA.
               IF PRP-APROBADA AND NOT PRP-YA-APLICADA
                   AND PRP-FECHA-EFECTO NOT > WS-FECHA-NEGOCIO
                   PERFORM 00010-APLICAR-PROPUESTA
                   IF WS-APLICACION-OK
                       ADD 1 TO WS-APLICADAS
                   END-IF
               END-IF.
               PERFORM 00003A-LEER-PROPUESTA.

           00004-MENU.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "REVISION DE CAMBIOS DE PARAMETROS" LINE 2
               COLUMN 20 BACKGROUND-COLOR IS 2.
               DISPLAY "1-LISTAR PROPUESTAS PENDIENTES" LINE 3
               COLUMN 20 BACKGROUND-COLOR IS 5.
               DISPLAY "2-APROBAR O RECHAZAR PROPUESTA" LINE 4
               COLUMN 20 BACKGROUND-COLOR IS 5.
               DISPLAY "3-PROPONER CAMBIO DE TARIFA" LINE 5 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "4-PROPONER UMBRAL DE SUPERVISOR" LINE 6
               COLUMN 20 BACKGROUND-COLOR IS 5.
               DISPLAY "5-VALOR EN VIGOR A UNA FECHA" LINE 7 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "6-SALIR" LINE 8 COLUMN 20
               BACKGROUND-COLOR IS 5.
               ACCEPT WS-OPCION LINE 9 COLUMN 20.

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 00005-LISTAR-PENDIENTES
                   WHEN 2
                       PERFORM 00006-REVISAR-PROPUESTA
                   WHEN 3
                       PERFORM 00007-PROPONER-TARIFA
                   WHEN 4
                       PERFORM 00008-PROPONER-UMBRAL
                   WHEN 5
                       PERFORM 00009-CONSULTAR-VIGENTE
               END-EVALUATE.

           00005-LISTAR-PENDIENTES.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "NUM      TABLA    A CLAVE        EFECTO   "
               "PROPONE" LINE 2 COLUMN 5 BACKGROUND-COLOR IS 2.
               MOVE 3 TO WS-LINEA-LISTA.
               MOVE "N" TO WS-EOF-PRP.
               MOVE 0 TO PRP-ID.
               START PROPUESTAS KEY IS NOT LESS THAN PRP-ID
                   INVALID KEY SET WS-FIN-PRP TO TRUE
               END-START.
               PERFORM 00003A-LEER-PROPUESTA.
               PERFORM 00005A-MOSTRAR-PENDIENTE UNTIL WS-FIN-PRP.
               IF WS-LINEA-LISTA = 3
                   DISPLAY "NO HAY PROPUESTAS PENDIENTES" LINE 3
                   COLUMN 5 BACKGROUND-COLOR IS 3
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00005A-MOSTRAR-PENDIENTE.
               IF PRP-PENDIENTE AND WS-LINEA-LISTA < 22
                   DISPLAY PRP-ID " " PRP-TABLA " " PRP-ACCION " "
                       PRP-CLAVE " " PRP-FECHA-EFECTO " "
                       PRP-PROPONENTE LINE WS-LINEA-LISTA COLUMN 5
                   ADD 1 TO WS-LINEA-LISTA
               END-IF.
               PERFORM 00003A-LEER-PROPUESTA.

      *        EL REVISOR NO PUEDE SER QUIEN HIZO LA PROPUESTA. AL
      *        APROBARLA SE APLICA EN EL ACTO SI SU FECHA DE EFECTO YA
      *        HA LLEGADO
           00006-REVISAR-PROPUESTA.
               DISPLAY "NUMERO DE PROPUESTA: " LINE 11 COLUMN 20.
               ACCEPT WS-ID-TECLEADO LINE 11 COLUMN 42.
               MOVE WS-ID-TECLEADO TO PRP-ID.
               READ PROPUESTAS
                   INVALID KEY
                       DISPLAY "PROPUESTA NO ENCONTRADA" LINE 12
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       PERFORM 00006A-DECIDIR-PROPUESTA
               END-READ.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00006A-DECIDIR-PROPUESTA.
               IF NOT PRP-PENDIENTE
                   DISPLAY "LA PROPUESTA YA ESTA RESUELTA" LINE 12
                   COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
               IF PRP-PROPONENTE = WS-SUP-ID
                   DISPLAY "NO PUEDE REVISAR SU PROPIA PROPUESTA"
                   LINE 12 COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   DISPLAY "TABLA: " LINE 12 COLUMN 20
                   PRP-TABLA LINE 12 COLUMN 30
                   "ACCION: " LINE 12 COLUMN 42
                   PRP-ACCION LINE 12 COLUMN 50
                   DISPLAY "ANTES: " LINE 13 COLUMN 20
                   PRP-VALOR-ANTERIOR LINE 13 COLUMN 30
                   DISPLAY "NUEVO: " LINE 14 COLUMN 20
                   PRP-VALOR-NUEVO LINE 14 COLUMN 30
                   DISPLAY "EFECTO: " LINE 15 COLUMN 20
                   PRP-FECHA-EFECTO LINE 15 COLUMN 30
                   "PROPUESTA POR: " LINE 15 COLUMN 42
                   PRP-PROPONENTE LINE 15 COLUMN 58
                   DISPLAY "(A)PROBAR, (R)ECHAZAR, OTRA TECLA SALE: "
                   LINE 16 COLUMN 20
                   ACCEPT WS-CONFIRMA LINE 16 COLUMN 62
                   IF WS-CONFIRMA = "A" OR "a" OR "R" OR "r"
                       PERFORM 00006B-REGISTRAR-DECISION
                   END-IF
               END-IF
               END-IF.

           00006B-REGISTRAR-DECISION.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE WS-SUP-ID TO PRP-REVISOR.
               MOVE WS-FECHA-SISTEMA TO PRP-FECHA-REVISION.
               IF WS-CONFIRMA = "R" OR "r"
                   MOVE "R" TO PRP-ESTADO
                   REWRITE PRP-REGISTRO
                   DISPLAY "PROPUESTA RECHAZADA" LINE 17 COLUMN 20
                   BACKGROUND-COLOR IS 2
               ELSE
                   MOVE "A" TO PRP-ESTADO
                   REWRITE PRP-REGISTRO
                   IF PRP-FECHA-EFECTO NOT > WS-FECHA-NEGOCIO
                       PERFORM 00010-APLICAR-PROPUESTA
                       IF WS-APLICACION-OK
                           DISPLAY "APROBADA Y APLICADA" LINE 17
                           COLUMN 20 BACKGROUND-COLOR IS 2
                       ELSE
                           DISPLAY "APROBADA; TABLA LLENA, NO SE HA"
                           " PODIDO APLICAR" LINE 17 COLUMN 20
                           BACKGROUND-COLOR IS 4
                       END-IF
                   ELSE
                       DISPLAY "APROBADA; SE APLICARA EL DIA DE"
                       " EFECTO" LINE 17 COLUMN 20
                       BACKGROUND-COLOR IS 2
                   END-IF
               END-IF.

      *        TARIFAS.TXT: UNA LINEA POR PLAN (TIPO, CUOTA MENSUAL Y
      *        SALDO MEDIO QUE LA EXIME)
           00007-PROPONER-TARIFA.
               DISPLAY "PLAN DE TARIFA (1 CARACTER): " LINE 11
               COLUMN 20.
               ACCEPT WS-TI-TIPO LINE 11 COLUMN 50.
               DISPLAY "(A)LTA O CAMBIO / (B)AJA: " LINE 12 COLUMN 20.
               ACCEPT WS-ACCION-TECLEADA LINE 12 COLUMN 50.
               MOVE 0 TO WS-TI-IMPORTE, WS-TI-UMBRAL.
               IF WS-ACCION-TECLEADA = "a"
                   MOVE "A" TO WS-ACCION-TECLEADA
               END-IF.
               IF WS-ACCION-TECLEADA = "b"
                   MOVE "B" TO WS-ACCION-TECLEADA
               END-IF.
               IF WS-ACCION-TECLEADA = "A"
                   DISPLAY "CUOTA MENSUAL (999.99): " LINE 13
                   COLUMN 20
                   ACCEPT WS-TI-IMPORTE LINE 13 COLUMN 50
                   DISPLAY "SALDO MEDIO EXENTO: " LINE 14 COLUMN 20
                   ACCEPT WS-TI-UMBRAL LINE 14 COLUMN 50
               END-IF.
               PERFORM 00007A-PEDIR-FECHA-EFECTO.
               IF WS-TI-TIPO = SPACE
                   OR (WS-ACCION-TECLEADA NOT = "A"
                   AND WS-ACCION-TECLEADA NOT = "B")
                   DISPLAY "DATOS NO VALIDOS, PROPUESTA CANCELADA"
                   LINE 17 COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE "../TARIFAS.TXT" TO WS-NOMBRE-TABLA
                   PERFORM 00011-CARGAR-TABLA
                   MOVE 1 TO WS-LONG-CLAVE
                   MOVE WS-TARIFA-IMAGEN TO WS-LINEA-BUSCADA
                   PERFORM 00013-BUSCAR-LINEA
                   MOVE SPACES TO PRP-REGISTRO
                   IF WS-LINEA-EXISTE
                       MOVE WS-LINEA-PARAM (WS-IDX-LIN)
                           TO PRP-VALOR-ANTERIOR
                   END-IF
                   IF WS-ACCION-TECLEADA = "B"
                       AND NOT WS-LINEA-EXISTE
                       DISPLAY "ESE PLAN NO EXISTE, PROPUESTA"
                       " CANCELADA" LINE 17 COLUMN 20
                       BACKGROUND-COLOR IS 4
                   ELSE
                       MOVE "TARIFAS" TO PRP-TABLA
                       MOVE WS-ACCION-TECLEADA TO PRP-ACCION
                       MOVE WS-TI-TIPO TO PRP-CLAVE
                       IF WS-ACCION-TECLEADA = "A"
                           MOVE WS-TARIFA-IMAGEN TO PRP-VALOR-NUEVO
                       ELSE
                           MOVE PRP-VALOR-ANTERIOR TO PRP-VALOR-NUEVO
                       END-IF
                       PERFORM 00015-GRABAR-PROPUESTA
                   END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        FECHA DE EFECTO; CERO O ANTERIOR A LA FECHA DE NEGOCIO
      *        SE TOMA COMO LA FECHA DE NEGOCIO
           00007A-PEDIR-FECHA-EFECTO.
               DISPLAY "FECHA DE EFECTO (AAAAMMDD, 0=HOY): " LINE 15
               COLUMN 20.
               ACCEPT WS-FECHA-TECLEADA LINE 15 COLUMN 56.
               IF WS-FECHA-TECLEADA < WS-FECHA-NEGOCIO
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TECLEADA
               END-IF.

           00008-PROPONER-UMBRAL.
               MOVE "../UMBRAL-SUPERVISOR.TXT" TO WS-NOMBRE-TABLA.
               PERFORM 00011-CARGAR-TABLA.
               MOVE SPACES TO PRP-REGISTRO.
               IF WS-NUM-LINEAS > 0
                   MOVE WS-LINEA-PARAM (1) TO PRP-VALOR-ANTERIOR
               END-IF.
               DISPLAY "UMBRAL ACTUAL: " LINE 11 COLUMN 20
               PRP-VALOR-ANTERIOR (1:9) LINE 11 COLUMN 50.
               DISPLAY "UMBRAL NUEVO (EUROS): " LINE 12 COLUMN 20.
               ACCEPT WS-UMBRAL-NUEVO LINE 12 COLUMN 50.
               PERFORM 00007A-PEDIR-FECHA-EFECTO.
               IF WS-UMBRAL-NUEVO = 0
                   DISPLAY "UMBRAL CERO NO ADMITIDO" LINE 17 COLUMN 20
                   BACKGROUND-COLOR IS 4
               ELSE
                   MOVE "UMBRAL" TO PRP-TABLA
                   MOVE "A" TO PRP-ACCION
                   MOVE "UMBRAL" TO PRP-CLAVE
                   MOVE WS-UMBRAL-NUEVO TO PRP-VALOR-NUEVO (1:9)
                   PERFORM 00015-GRABAR-PROPUESTA
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        HISTORICO: ENTRE LAS PROPUESTAS APROBADAS DE LA TABLA Y
      *        CLAVE PEDIDAS GANA LA DE FECHA DE EFECTO MAS RECIENTE NO
      *        POSTERIOR A LA FECHA CONSULTADA (A IGUAL FECHA, LA
      *        ULTIMA APROBADA). CLAVES: DIVISA, PLAN DE TARIFA, TIPO
      *        DE CUENTA MAS SALDO DESDE DEL TRAMO, FECHA DEL FESTIVO,
      *        "UMBRAL"
           00009-CONSULTAR-VIGENTE.
               DISPLAY "TABLA (CAMBIOS/TRAMOS/FESTIVOS/TARIFAS/"
               "UMBRAL): " LINE 11 COLUMN 10.
               ACCEPT WS-TABLA-CONSULTA LINE 11 COLUMN 60.
               DISPLAY "CLAVE: " LINE 12 COLUMN 10.
               ACCEPT WS-CLAVE-CONSULTA LINE 12 COLUMN 60.
               DISPLAY "FECHA (AAAAMMDD): " LINE 13 COLUMN 10.
               ACCEPT WS-FECHA-CONSULTA LINE 13 COLUMN 60.
               MOVE 0 TO WS-MEJOR-FECHA, WS-MEJOR-ID.
               MOVE SPACES TO WS-MEJOR-VALOR.
               MOVE SPACE TO WS-MEJOR-ACCION.
               MOVE "N" TO WS-EOF-PRP.
               MOVE 0 TO PRP-ID.
               START PROPUESTAS KEY IS NOT LESS THAN PRP-ID
                   INVALID KEY SET WS-FIN-PRP TO TRUE
               END-START.
               PERFORM 00003A-LEER-PROPUESTA.
               PERFORM 00009A-EXAMINAR-APROBADA UNTIL WS-FIN-PRP.
               IF WS-MEJOR-ID = 0
                   DISPLAY "SIN CAMBIOS APROBADOS HASTA ESA FECHA"
                   LINE 15 COLUMN 10 BACKGROUND-COLOR IS 3
               ELSE
                   DISPLAY "PROPUESTA " LINE 15 COLUMN 10
                   WS-MEJOR-ID LINE 15 COLUMN 20
                   " EFECTO " LINE 15 COLUMN 29
                   WS-MEJOR-FECHA LINE 15 COLUMN 37
                   IF WS-MEJOR-ACCION = "B"
                       DISPLAY "RETIRADO DE LA TABLA" LINE 16
                       COLUMN 10 BACKGROUND-COLOR IS 3
                   ELSE
                       DISPLAY "VALOR: " LINE 16 COLUMN 10
                       WS-MEJOR-VALOR LINE 16 COLUMN 20
                       BACKGROUND-COLOR IS 2
                   END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00009A-EXAMINAR-APROBADA.
               IF PRP-APROBADA
                   AND PRP-TABLA = WS-TABLA-CONSULTA
                   AND PRP-CLAVE = WS-CLAVE-CONSULTA
                   AND PRP-FECHA-EFECTO NOT > WS-FECHA-CONSULTA
                   AND PRP-FECHA-EFECTO NOT < WS-MEJOR-FECHA
                   MOVE PRP-FECHA-EFECTO TO WS-MEJOR-FECHA
                   MOVE PRP-ID TO WS-MEJOR-ID
                   MOVE PRP-VALOR-NUEVO TO WS-MEJOR-VALOR
                   MOVE PRP-ACCION TO WS-MEJOR-ACCION
               END-IF.
               PERFORM 00003A-LEER-PROPUESTA.

      *        APLICA LA PROPUESTA EN CURSO AL FICHERO EN VIGOR: CARGA
      *        LA TABLA, SUSTITUYE, ANIADE O RETIRA LA LINEA DE SU
      *        CLAVE Y REESCRIBE EL FICHERO COMPLETO
           00010-APLICAR-PROPUESTA.
               MOVE "S" TO WS-APLICACION.
               EVALUATE TRUE
                   WHEN PRP-ES-CAMBIOS
                       MOVE "../CAMBIOS.TXT" TO WS-NOMBRE-TABLA
                       MOVE 3 TO WS-LONG-CLAVE
                   WHEN PRP-ES-TRAMOS
                       MOVE "../TRAMOS-INTERES.TXT" TO WS-NOMBRE-TABLA
                       MOVE 40 TO WS-LONG-CLAVE
                   WHEN PRP-ES-FESTIVOS
                       MOVE "../FESTIVOS.TXT" TO WS-NOMBRE-TABLA
                       MOVE 8 TO WS-LONG-CLAVE
                   WHEN PRP-ES-TARIFAS
                       MOVE "../TARIFAS.TXT" TO WS-NOMBRE-TABLA
                       MOVE 1 TO WS-LONG-CLAVE
                   WHEN PRP-ES-UMBRAL
                       MOVE "../UMBRAL-SUPERVISOR.TXT"
                           TO WS-NOMBRE-TABLA
                       MOVE 40 TO WS-LONG-CLAVE
               END-EVALUATE.
               PERFORM 00011-CARGAR-TABLA.
               IF PRP-ES-UMBRAL
                   MOVE 1 TO WS-NUM-LINEAS
                   MOVE PRP-VALOR-NUEVO TO WS-LINEA-PARAM (1)
               ELSE
               IF PRP-ES-BAJA
                   MOVE PRP-VALOR-ANTERIOR TO WS-LINEA-BUSCADA
                   PERFORM 00013-BUSCAR-LINEA
                   IF WS-LINEA-EXISTE
                       SET WS-IDX-TRABAJO TO WS-IDX-LIN
                       PERFORM 00014-COMPACTAR
                           UNTIL WS-IDX-TRABAJO NOT < WS-NUM-LINEAS
                       SUBTRACT 1 FROM WS-NUM-LINEAS
                   END-IF
               ELSE
                   MOVE PRP-VALOR-NUEVO TO WS-LINEA-BUSCADA
                   PERFORM 00013-BUSCAR-LINEA
                   IF WS-LINEA-EXISTE
                       MOVE PRP-VALOR-NUEVO
                           TO WS-LINEA-PARAM (WS-IDX-LIN)
                   ELSE
                   IF WS-NUM-LINEAS < 100
                       ADD 1 TO WS-NUM-LINEAS
                       SET WS-IDX-LIN TO WS-NUM-LINEAS
                       MOVE PRP-VALOR-NUEVO
                           TO WS-LINEA-PARAM (WS-IDX-LIN)
                   ELSE
                       MOVE "N" TO WS-APLICACION
                   END-IF
                   END-IF
               END-IF
               END-IF.
               IF WS-APLICACION-OK
                   PERFORM 00012-GRABAR-TABLA
                   MOVE "S" TO PRP-APLICADA
                   REWRITE PRP-REGISTRO
               END-IF.

           00011-CARGAR-TABLA.
               MOVE 0 TO WS-NUM-LINEAS.
               OPEN INPUT TABLA-PARAM.
               IF WS-STATUS-TPA = "00"
                   PERFORM 00011A-LEER-LINEA
                       UNTIL WS-STATUS-TPA NOT = "00"
                       OR WS-NUM-LINEAS = 100
                   CLOSE TABLA-PARAM
               END-IF.

           00011A-LEER-LINEA.
               READ TABLA-PARAM
                   AT END MOVE "10" TO WS-STATUS-TPA
                   NOT AT END
                       ADD 1 TO WS-NUM-LINEAS
                       SET WS-IDX-LIN TO WS-NUM-LINEAS
                       MOVE TPA-LINEA TO WS-LINEA-PARAM (WS-IDX-LIN)
               END-READ.

           00012-GRABAR-TABLA.
               OPEN OUTPUT TABLA-PARAM.
               PERFORM 00012A-GRABAR-LINEA
                   VARYING WS-IDX-LIN FROM 1 BY 1
                   UNTIL WS-IDX-LIN > WS-NUM-LINEAS.
               CLOSE TABLA-PARAM.

           00012A-GRABAR-LINEA.
               MOVE WS-LINEA-PARAM (WS-IDX-LIN) TO TPA-LINEA.
               WRITE TPA-LINEA.

           00013-BUSCAR-LINEA.
               MOVE "N" TO WS-LINEA-HALLADA.
               IF WS-NUM-LINEAS > 0
                   SET WS-IDX-LIN TO 1
                   SEARCH WS-LINEA-PARAM
                       AT END CONTINUE
                       WHEN WS-IDX-LIN > WS-NUM-LINEAS
                           CONTINUE
                       WHEN WS-LINEA-PARAM (WS-IDX-LIN)
                           (1:WS-LONG-CLAVE)
                           = WS-LINEA-BUSCADA (1:WS-LONG-CLAVE)
                           SET WS-LINEA-EXISTE TO TRUE
                   END-SEARCH
               END-IF.

           00014-COMPACTAR.
               SET WS-IDX-LIN TO WS-IDX-TRABAJO.
               MOVE WS-LINEA-PARAM (WS-IDX-LIN + 1)
                   TO WS-LINEA-PARAM (WS-IDX-LIN).
               ADD 1 TO WS-IDX-TRABAJO.

      *        ALTA DE LA PROPUESTA PREPARADA EN PRP-REGISTRO
           00015-GRABAR-PROPUESTA.
               PERFORM 00016-SIGUIENTE-NUM-PROPUESTA.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE WS-NUEVA-PROPUESTA TO PRP-ID.
               MOVE WS-FECHA-TECLEADA TO PRP-FECHA-EFECTO.
               MOVE WS-SUP-ID TO PRP-PROPONENTE.
               MOVE WS-FECHA-SISTEMA TO PRP-FECHA-PROPUESTA.
               MOVE "P" TO PRP-ESTADO.
               MOVE SPACES TO PRP-REVISOR.
               MOVE 0 TO PRP-FECHA-REVISION.
               MOVE "N" TO PRP-APLICADA.
               WRITE PRP-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA PROPUESTA" LINE 17
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       DISPLAY "PROPUESTA " LINE 17 COLUMN 20
                       PRP-ID LINE 17 COLUMN 30
                       " PENDIENTE DE APROBACION" LINE 17 COLUMN 38
                       BACKGROUND-COLOR IS 2
               END-WRITE.

           00016-SIGUIENTE-NUM-PROPUESTA.
               MOVE 0 TO WS-NUEVA-PROPUESTA.
               OPEN INPUT SEC-PROPUESTA.
               IF WS-STATUS-SEC-PRP = "00"
                   READ SEC-PROPUESTA
                       AT END CONTINUE
                       NOT AT END MOVE SEC-PROPUESTA-REGISTRO
                           TO WS-NUEVA-PROPUESTA
                   END-READ
                   CLOSE SEC-PROPUESTA
               END-IF.
               ADD 1 TO WS-NUEVA-PROPUESTA.
               MOVE WS-NUEVA-PROPUESTA TO SEC-PROPUESTA-REGISTRO.
               OPEN OUTPUT SEC-PROPUESTA.
               WRITE SEC-PROPUESTA-REGISTRO.
               CLOSE SEC-PROPUESTA.

       END PROGRAM PARAMREV.
