      ******************************************************************
      * Author:
      * Date:
      * Purpose: PASO A FALLIDO DE PRESTAMOS DUDOSOS, RESERVADO A
      *          SUPERVISORES. SOLO UN PRESTAMO VIGENTE QUE MOROSIDAD
      *          HAYA CLASIFICADO DUDOSO PUEDE DARSE DE BAJA DE LA
      *          CARTERA: EL PRESTAMO QUEDA EN ESTADO "F" (YA NO SE
      *          COBRA NI SE PROVISIONA) Y SU SEGUIMIENTO EN
      *          PRESTAMOS-MORA.DAT GUARDA FECHA, CAPITAL DADO DE BAJA,
      *          INTERES DE DEMORA Y SUPERVISOR PARA EL RECOBRO. EL
      *          PASO SE ANOTA EN MOROSIDAD-PRESTAMOS.TXT. TAMBIEN
      *          LISTA LOS DUDOSOS PENDIENTES Y LOS FALLIDOS EN
      *          RECOBRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FALLIDOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS ASSIGN TO "../PRESTAMOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-ID
           FILE STATUS IS WS-STATUS-PRE.

      *    SEGUIMIENTO DE LA MORA DE CADA PRESTAMO (VER MOROSIDAD)
           SELECT PRESTAMOS-MORA ASSIGN TO "../PRESTAMOS-MORA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MRA-ID
           FILE STATUS IS WS-STATUS-MRA.

           SELECT CAJEROS ASSIGN TO "../TELLER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

      *    INFORME DE IMPAGOS PARA LA OFICINA (LO ABRE PRESTAMOS)
           SELECT OPTIONAL MOROSIDAD
           ASSIGN TO "../MOROSIDAD-PRESTAMOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    FECHA DE NEGOCIO EN CURSO (LA AVANZA FINDIA EN EL CIERRE)
           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

       DATA DIVISION.
       FILE SECTION.
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

        FD PRESTAMOS-MORA.
         01 MRA-REGISTRO.
             02 MRA-ID          PIC 9(08).
             02 MRA-CUENTA      PIC 9(11).
             02 MRA-FECHA-IMPAGO PIC 9(08).
             02 MRA-IMPAGOS     PIC 9(03).
             02 MRA-DIAS        PIC 9(04).
             02 MRA-TRAMO       PIC 9(01).
             02 MRA-ULT-CARTA   PIC 9(02).
             02 MRA-FECHA-CARTA PIC 9(08).
             02 MRA-ESTADO      PIC X(01).
                 88 MRA-EN-MORA      VALUE "M".
                 88 MRA-DUDOSO       VALUE "D".
                 88 MRA-FALLIDO      VALUE "F".
                 88 MRA-REGULARIZADO VALUE "R".
             02 MRA-FECHA-DUDOSO PIC 9(08).
             02 MRA-INTERES-DEMORA PIC S9(9)V99.
             02 MRA-ULT-DEVENGO PIC 9(08).
             02 MRA-FECHA-FALLIDO PIC 9(08).
             02 MRA-IMPORTE-FALLIDO PIC S9(9)V99.
             02 MRA-SUPERVISOR  PIC X(08).

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

        FD MOROSIDAD.
         01 MOR-LINEA PIC X(80).

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-PRE PIC X(02).
       77 WS-STATUS-MRA PIC X(02).
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-OPCION PIC 9(01).
       77 WS-EOF-MRA PIC X(01) VALUE "N".
           88 WS-FIN-MRA VALUE "S".
       77 WS-LINEA-LISTA PIC 9(02).

      * ESTADO DE SEGUIMIENTO QUE SE LISTA (D DUDOSOS, F FALLIDOS)
       77 WS-ESTADO-LISTADO PIC X(01).

       77 WS-PRESTAMO-TECLEADO PIC 9(08).
       77 WS-CONFIRMA PIC X(01).
       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.

       77 WS-PENDIENTE-VIS PIC -ZZZZZZZZ9.99.
       77 WS-MORA-VIS      PIC -ZZZZZZZZ9.99.
       77 WS-DEMORA-VIS    PIC -ZZZZZZZZ9.99.

      * IDENTIFICACION DEL SUPERVISOR QUE AUTORIZA EL FALLIDO
       77 WS-SUP-ID  PIC X(08).
       77 WS-SUP-PIN PIC 9(04).
       77 WS-ACCESO-OK PIC X(01) VALUE "N".
           88 WS-ACCESO-CONCEDIDO VALUE "S".

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 00001-CONTROL-ACCESO.
            IF WS-ACCESO-CONCEDIDO
                PERFORM 00002-ABRIR-FICHEROS
                IF WS-STATUS-PRE = "00" AND WS-STATUS-MRA = "00"
                    PERFORM 00003-MENU UNTIL WS-OPCION = 4
                    CLOSE PRESTAMOS, PRESTAMOS-MORA
                END-IF
            END-IF.
            STOP RUN.

           00001-CONTROL-ACCESO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "PASO A FALLIDO DE PRESTAMOS" LINE 2 COLUMN 20
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

      *        SIN CARTERA O SIN SEGUIMIENTO DE MORA NO HAY NADA QUE
      *        DAR DE BAJA
           00002-ABRIR-FICHEROS.
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
               OPEN I-O PRESTAMOS.
               OPEN I-O PRESTAMOS-MORA.
               IF WS-STATUS-PRE NOT = "00"
                   OR WS-STATUS-MRA NOT = "00"
                   DISPLAY "NO HAY PRESTAMOS EN SEGUIMIENTO DE MORA"
                   LINE 5 COLUMN 20 BACKGROUND-COLOR IS 4
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               END-IF.

           00003-MENU.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "PASO A FALLIDO DE PRESTAMOS" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               DISPLAY "1-LISTADO DE DUDOSOS" LINE 3 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "2-PASAR PRESTAMO A FALLIDO" LINE 4 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "3-LISTADO DE FALLIDOS EN RECOBRO" LINE 5
               COLUMN 20 BACKGROUND-COLOR IS 5.
               DISPLAY "4-SALIR" LINE 6 COLUMN 20
               BACKGROUND-COLOR IS 5.
               ACCEPT WS-OPCION LINE 7 COLUMN 20.

               EVALUATE WS-OPCION
                   WHEN 1
                       MOVE "D" TO WS-ESTADO-LISTADO
                       PERFORM 00005-LISTADO
                   WHEN 2
                       PERFORM 00004-PASAR-A-FALLIDO
                   WHEN 3
                       MOVE "F" TO WS-ESTADO-LISTADO
                       PERFORM 00005-LISTADO
               END-EVALUATE.

      *        SOLO PRESTAMOS VIGENTES CLASIFICADOS DUDOSOS; EL
      *        CAPITAL PENDIENTE ES EL IMPORTE QUE SE DA DE BAJA
           00004-PASAR-A-FALLIDO.
               DISPLAY "PRESTAMO: " LINE 9 COLUMN 20.
               ACCEPT WS-PRESTAMO-TECLEADO LINE 9 COLUMN 40.
               MOVE WS-PRESTAMO-TECLEADO TO PRE-ID.
               READ PRESTAMOS
                   INVALID KEY
                       DISPLAY "PRESTAMO NO ENCONTRADO" LINE 11
                       COLUMN 20 BACKGROUND-COLOR IS 4
                       STOP "PULSE UNA TECLA PARA CONTINUAR"
                       MOVE "23" TO WS-STATUS-PRE
               END-READ.
               IF WS-STATUS-PRE = "00"
                   MOVE WS-PRESTAMO-TECLEADO TO MRA-ID
                   READ PRESTAMOS-MORA
                       INVALID KEY
                           MOVE "23" TO WS-STATUS-MRA
                   END-READ
                   IF WS-STATUS-MRA NOT = "00"
                       OR NOT MRA-DUDOSO OR NOT PRE-VIGENTE
                       DISPLAY "EL PRESTAMO NO ESTA CLASIFICADO DUDOSO"
                       LINE 11 COLUMN 20 BACKGROUND-COLOR IS 4
                       STOP "PULSE UNA TECLA PARA CONTINUAR"
                   ELSE
                       PERFORM 00004A-CONFIRMAR-FALLIDO
                   END-IF
               END-IF.
               MOVE "00" TO WS-STATUS-PRE.
               MOVE "00" TO WS-STATUS-MRA.

           00004A-CONFIRMAR-FALLIDO.
               MOVE PRE-PENDIENTE TO WS-PENDIENTE-VIS.
               MOVE PRE-MORA TO WS-MORA-VIS.
               MOVE MRA-INTERES-DEMORA TO WS-DEMORA-VIS.
               DISPLAY "CUENTA          : " PRE-CUENTA LINE 11
               COLUMN 20.
               DISPLAY "CAPITAL PENDIENTE: " WS-PENDIENTE-VIS LINE 12
               COLUMN 20.
               DISPLAY "IMPORTE VENCIDO : " WS-MORA-VIS LINE 13
               COLUMN 20.
               DISPLAY "INTERES DEMORA  : " WS-DEMORA-VIS LINE 14
               COLUMN 20.
               DISPLAY "DIAS DE RETRASO : " MRA-DIAS LINE 15
               COLUMN 20.
               DISPLAY "CONFIRMA EL PASO A FALLIDO (S/N): " LINE 17
               COLUMN 20.
               ACCEPT WS-CONFIRMA LINE 17 COLUMN 55.
               IF WS-CONFIRMA = "S" OR "s"
                   MOVE "F" TO PRE-ESTADO
                   REWRITE PRE-REGISTRO
                   MOVE "F" TO MRA-ESTADO
                   MOVE WS-FECHA-NEGOCIO TO MRA-FECHA-FALLIDO
                   MOVE PRE-PENDIENTE TO MRA-IMPORTE-FALLIDO
                   MOVE WS-SUP-ID TO MRA-SUPERVISOR
                   REWRITE MRA-REGISTRO
                   PERFORM 00004B-ANOTAR-FALLIDO
                   DISPLAY "PRESTAMO PASADO A FALLIDO" LINE 18
                   COLUMN 20 BACKGROUND-COLOR IS 2
               ELSE
                   DISPLAY "OPERACION CANCELADA" LINE 18
                   COLUMN 20 BACKGROUND-COLOR IS 4
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00004B-ANOTAR-FALLIDO.
               MOVE SPACES TO MOR-LINEA.
               STRING WS-FECHA-NEGOCIO " PRESTAMO " PRE-ID
                   " CUENTA " PRE-CUENTA
                   " FALLIDO " WS-PENDIENTE-VIS
                   " SUP " WS-SUP-ID
                   DELIMITED BY SIZE INTO MOR-LINEA.
               OPEN EXTEND MOROSIDAD.
               WRITE MOR-LINEA.
               CLOSE MOROSIDAD.

           00005-LISTADO.
               DISPLAY " " BLANK SCREEN.
               IF WS-ESTADO-LISTADO = "D"
                   DISPLAY "PRESTAMOS DUDOSOS" LINE 2 COLUMN 10
                   BACKGROUND-COLOR IS 2
                   DISPLAY "PRESTAMO CUENTA      DIAS DUDOSO DESDE"
                       "      DEMORA" LINE 3 COLUMN 10
                   BACKGROUND-COLOR IS 2
               ELSE
                   DISPLAY "FALLIDOS EN RECOBRO" LINE 2 COLUMN 10
                   BACKGROUND-COLOR IS 2
                   DISPLAY "PRESTAMO CUENTA      DIAS FALLIDO "
                       "      CAPITAL       DEMORA SUPERV."
                       LINE 3 COLUMN 10 BACKGROUND-COLOR IS 2
               END-IF.
               MOVE "N" TO WS-EOF-MRA.
               MOVE 4 TO WS-LINEA-LISTA.
               MOVE 0 TO MRA-ID.
               START PRESTAMOS-MORA KEY IS NOT LESS THAN MRA-ID
                   INVALID KEY SET WS-FIN-MRA TO TRUE
               END-START.
               PERFORM 00005A-LEER-SEGUIMIENTO.
               PERFORM 00005B-MOSTRAR-SEGUIMIENTO UNTIL WS-FIN-MRA.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00005A-LEER-SEGUIMIENTO.
               READ PRESTAMOS-MORA NEXT RECORD
                   AT END SET WS-FIN-MRA TO TRUE
               END-READ.

           00005B-MOSTRAR-SEGUIMIENTO.
               IF MRA-ESTADO = WS-ESTADO-LISTADO
                   AND WS-LINEA-LISTA < 22
                   MOVE MRA-INTERES-DEMORA TO WS-DEMORA-VIS
                   IF MRA-DUDOSO
                       DISPLAY MRA-ID " " MRA-CUENTA " " MRA-DIAS
                           " " MRA-FECHA-DUDOSO "  " WS-DEMORA-VIS
                           LINE WS-LINEA-LISTA COLUMN 10
                   ELSE
                       MOVE MRA-IMPORTE-FALLIDO TO WS-PENDIENTE-VIS
                       DISPLAY MRA-ID " " MRA-CUENTA " " MRA-DIAS
                           " " MRA-FECHA-FALLIDO " " WS-PENDIENTE-VIS
                           " " WS-DEMORA-VIS " " MRA-SUPERVISOR
                           LINE WS-LINEA-LISTA COLUMN 10
                   END-IF
                   ADD 1 TO WS-LINEA-LISTA
               END-IF.
               PERFORM 00005A-LEER-SEGUIMIENTO.

       END PROGRAM FALLIDOS.
