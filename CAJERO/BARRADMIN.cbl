      ******************************************************************
      * Author:
      * Date:
      * Purpose: ACUERDOS DE BARRIDO ENTRE CUENTAS VINCULADAS
      *          (BARRIDOS.DAT) QUE EJECUTA CADA NOCHE EL PASO
      *          BARRIDO: ALTA DEL ACUERDO FIRMADO POR EL CLIENTE
      *          (CUENTA ORIGEN QUE SE MANTIENE EN EL SALDO OBJETIVO,
      *          CUENTA DESTINO DE AHORRO, TRASPASO MINIMO Y SENTIDO
      *          B = BAJAR EL EXCEDENTE AL AHORRO, S = SUBIR DESDE EL
      *          AHORRO LO QUE FALTE, A = AMBOS), MODIFICACION,
      *          SUSPENSION Y REACTIVACION, CANCELACION Y CONSULTA
      *          POR CUENTA. LAS DOS CUENTAS HAN DE SER DEL MISMO
      *          TITULAR Y MONEDA Y UNA CUENTA ORIGEN SOLO PUEDE TENER
      *          UN ACUERDO VIGENTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARRADMIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BARRIDOS ASSIGN TO "../BARRIDOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAR-CLAVE
           FILE STATUS IS WS-STATUS-BAR.

           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

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
        FD BARRIDOS.
         01 BAR-REGISTRO.
             02 BAR-CLAVE.
                 03 BAR-CUENTA-ORIGEN  PIC 9(11).
                 03 BAR-CUENTA-DESTINO PIC 9(11).
             02 BAR-SALDO-OBJETIVO PIC S9(9)V99.
             02 BAR-MINIMO         PIC 9(09)V99.
             02 BAR-SENTIDO        PIC X(01).
                 88 BAR-BAJA-EXCEDENTE VALUE "B" "A".
                 88 BAR-SUBE-COBERTURA VALUE "S" "A".
             02 BAR-ESTADO         PIC X(01).
                 88 BAR-ACTIVO     VALUE "A".
                 88 BAR-SUSPENDIDO VALUE "P".
                 88 BAR-CANCELADO  VALUE "X".
             02 BAR-FECHA-ALTA     PIC 9(08).
             02 BAR-SUPERVISOR     PIC X(08).
             02 BAR-ULT-FECHA      PIC 9(08).
             02 BAR-ULT-IMPORTE    PIC S9(9)V99.

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
       77 WS-STATUS-BAR PIC X(02).
       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-OPCION PIC 9(01).

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.

      * DATOS TECLEADOS
       77 WS-ORIGEN-TECLEADO PIC 9(11).
       77 WS-DESTINO-TECLEADO PIC 9(11).
       77 WS-CUENTA-TECLEADA PIC 9(11).
       77 WS-OBJETIVO-TECLEADO PIC S9(9)V99.
       77 WS-MINIMO-TECLEADO PIC 9(09)V99.
       77 WS-SENTIDO-TECLEADO PIC X(01).
       77 WS-IMPORTE-VIS PIC -ZZZZZZZZ9.99.
       77 WS-MINIMO-VIS PIC ZZZZZZZZ9.99.

      * COMPROBACION DE LAS DOS CUENTAS DEL ACUERDO
       77 WS-CUENTA-OK PIC X(01).
           88 WS-CUENTAS-VALIDAS VALUE "S".
       77 WS-DNI-ORIGEN PIC X(09).
       77 WS-MONEDA-ORIGEN PIC X(03).
       77 WS-ACUERDO-VIGENTE PIC X(01).
           88 WS-HAY-ACUERDO-VIGENTE VALUE "S".

      * RECORRIDO DEL FICHERO PARA LOS LISTADOS POR CUENTA
       77 WS-EOF-BAR PIC X(01).
           88 WS-FIN-BAR VALUE "S".
       77 WS-LINEA-LISTA PIC 9(02).
       77 WS-ENCONTRADOS PIC 9(04).

      * IDENTIFICACION DEL SUPERVISOR
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
                PERFORM 00002-CARGAR-FECHA-NEGOCIO
                PERFORM 00003-ABRIR-FICHEROS
                PERFORM 00004-MENU UNTIL WS-OPCION = 6
                CLOSE BARRIDOS
            END-IF.
            STOP RUN.

           00001-CONTROL-ACCESO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "BARRIDOS ENTRE CUENTAS" LINE 2 COLUMN 20
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

           00003-ABRIR-FICHEROS.
               OPEN I-O BARRIDOS.
               IF WS-STATUS-BAR = "35"
                   OPEN OUTPUT BARRIDOS
                   CLOSE BARRIDOS
                   OPEN I-O BARRIDOS
               END-IF.

           00004-MENU.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "BARRIDOS ENTRE CUENTAS" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               DISPLAY "1-ALTA DE ACUERDO" LINE 3 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "2-MODIFICAR ACUERDO" LINE 4 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "3-SUSPENDER/REACTIVAR" LINE 5 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "4-CANCELAR ACUERDO" LINE 6 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "5-ACUERDOS DE UNA CUENTA" LINE 7 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "6-SALIR" LINE 8 COLUMN 20
               BACKGROUND-COLOR IS 5.
               ACCEPT WS-OPCION LINE 9 COLUMN 20.

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 00005-ALTA-ACUERDO
                   WHEN 2
                       PERFORM 00006-MODIFICAR-ACUERDO
                   WHEN 3
                       PERFORM 00007-SUSPENDER-REACTIVAR
                   WHEN 4
                       PERFORM 00008-CANCELAR-ACUERDO
                   WHEN 5
                       PERFORM 00009-LISTAR-ACUERDOS
               END-EVALUATE.

      *        UN ACUERDO CANCELADO PUEDE VOLVER A DARSE DE ALTA SI
      *        EL CLIENTE FIRMA DE NUEVO
           00005-ALTA-ACUERDO.
               PERFORM 00010-PEDIR-ACUERDO.
               READ BARRIDOS
                   INVALID KEY
                       INITIALIZE BAR-REGISTRO
                       MOVE WS-ORIGEN-TECLEADO TO BAR-CUENTA-ORIGEN
                       MOVE WS-DESTINO-TECLEADO TO BAR-CUENTA-DESTINO
                       PERFORM 00005A-DATOS-ACUERDO
                       IF WS-CUENTAS-VALIDAS
                           WRITE BAR-REGISTRO
                       END-IF
                   NOT INVALID KEY
                       IF BAR-CANCELADO
                           PERFORM 00005A-DATOS-ACUERDO
                           IF WS-CUENTAS-VALIDAS
                               REWRITE BAR-REGISTRO
                           END-IF
                       ELSE
                           DISPLAY "ACUERDO YA REGISTRADO ENTRE ESAS"
                           " CUENTAS" LINE 7 COLUMN 10
                           BACKGROUND-COLOR IS 4
                       END-IF
               END-READ.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00005A-DATOS-ACUERDO.
               PERFORM 00011-COMPROBAR-CUENTAS.
               IF WS-CUENTAS-VALIDAS
                   PERFORM 00012-PEDIR-CONDICIONES
                   IF WS-CUENTAS-VALIDAS
                       MOVE WS-OBJETIVO-TECLEADO TO BAR-SALDO-OBJETIVO
                       MOVE WS-MINIMO-TECLEADO TO BAR-MINIMO
                       MOVE WS-SENTIDO-TECLEADO TO BAR-SENTIDO
                       MOVE "A" TO BAR-ESTADO
                       MOVE WS-FECHA-NEGOCIO TO BAR-FECHA-ALTA
                       MOVE WS-SUP-ID TO BAR-SUPERVISOR
                       MOVE 0 TO BAR-ULT-FECHA
                       MOVE 0 TO BAR-ULT-IMPORTE
                       DISPLAY "ACUERDO REGISTRADO" LINE 14 COLUMN 10
                       BACKGROUND-COLOR IS 2
                   END-IF
               END-IF.

      *        NUEVO OBJETIVO, MINIMO O SENTIDO; LO NO TECLEADO SE
      *        CONSERVA
           00006-MODIFICAR-ACUERDO.
               PERFORM 00010-PEDIR-ACUERDO.
               READ BARRIDOS
                   INVALID KEY
                       DISPLAY "ACUERDO NO ENCONTRADO" LINE 7
                       COLUMN 10 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       IF BAR-CANCELADO
                           DISPLAY "EL ACUERDO ESTA CANCELADO" LINE 7
                           COLUMN 10 BACKGROUND-COLOR IS 4
                       ELSE
                           PERFORM 00006A-NUEVAS-CONDICIONES
                       END-IF
               END-READ.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00006A-NUEVAS-CONDICIONES.
               MOVE BAR-SALDO-OBJETIVO TO WS-IMPORTE-VIS.
               MOVE BAR-MINIMO TO WS-MINIMO-VIS.
               DISPLAY "OBJETIVO ACTUAL: " LINE 7 COLUMN 10.
               DISPLAY WS-IMPORTE-VIS LINE 7 COLUMN 30.
               DISPLAY "MINIMO ACTUAL  : " LINE 8 COLUMN 10.
               DISPLAY WS-MINIMO-VIS LINE 8 COLUMN 30.
               DISPLAY "SENTIDO ACTUAL : " LINE 9 COLUMN 10.
               DISPLAY BAR-SENTIDO LINE 9 COLUMN 30.
               DISPLAY "NUEVO OBJETIVO (0 = SIN CAMBIO): " LINE 11
               COLUMN 10.
               MOVE 0 TO WS-OBJETIVO-TECLEADO.
               ACCEPT WS-OBJETIVO-TECLEADO LINE 11 COLUMN 45.
               DISPLAY "NUEVO MINIMO (0 = SIN CAMBIO): " LINE 12
               COLUMN 10.
               MOVE 0 TO WS-MINIMO-TECLEADO.
               ACCEPT WS-MINIMO-TECLEADO LINE 12 COLUMN 45.
               DISPLAY "NUEVO SENTIDO (B/S/A, BLANCO = SIN CAMBIO): "
               LINE 13 COLUMN 10.
               MOVE SPACE TO WS-SENTIDO-TECLEADO.
               ACCEPT WS-SENTIDO-TECLEADO LINE 13 COLUMN 56.
               IF WS-OBJETIVO-TECLEADO NOT = 0
                   MOVE WS-OBJETIVO-TECLEADO TO BAR-SALDO-OBJETIVO
               END-IF.
               IF WS-MINIMO-TECLEADO NOT = 0
                   MOVE WS-MINIMO-TECLEADO TO BAR-MINIMO
               END-IF.
               IF WS-SENTIDO-TECLEADO = "B" OR "S" OR "A"
                   MOVE WS-SENTIDO-TECLEADO TO BAR-SENTIDO
               END-IF.
               MOVE WS-SUP-ID TO BAR-SUPERVISOR.
               REWRITE BAR-REGISTRO.
               DISPLAY "ACUERDO ACTUALIZADO" LINE 15 COLUMN 10
               BACKGROUND-COLOR IS 2.

           00007-SUSPENDER-REACTIVAR.
               PERFORM 00010-PEDIR-ACUERDO.
               READ BARRIDOS
                   INVALID KEY
                       DISPLAY "ACUERDO NO ENCONTRADO" LINE 7
                       COLUMN 10 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN BAR-ACTIVO
                               MOVE "P" TO BAR-ESTADO
                               DISPLAY "ACUERDO SUSPENDIDO" LINE 7
                               COLUMN 10 BACKGROUND-COLOR IS 3
                           WHEN BAR-SUSPENDIDO
                               MOVE "A" TO BAR-ESTADO
                               DISPLAY "ACUERDO REACTIVADO" LINE 7
                               COLUMN 10 BACKGROUND-COLOR IS 2
                           WHEN OTHER
                               DISPLAY "EL ACUERDO ESTA CANCELADO"
                               LINE 7 COLUMN 10 BACKGROUND-COLOR IS 4
                       END-EVALUATE
                       MOVE WS-SUP-ID TO BAR-SUPERVISOR
                       REWRITE BAR-REGISTRO
               END-READ.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        EL ACUERDO SE CONSERVA PARA CONSULTA
           00008-CANCELAR-ACUERDO.
               PERFORM 00010-PEDIR-ACUERDO.
               READ BARRIDOS
                   INVALID KEY
                       DISPLAY "ACUERDO NO ENCONTRADO" LINE 7
                       COLUMN 10 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       MOVE "X" TO BAR-ESTADO
                       MOVE WS-SUP-ID TO BAR-SUPERVISOR
                       REWRITE BAR-REGISTRO
                       DISPLAY "ACUERDO CANCELADO" LINE 7
                       COLUMN 10 BACKGROUND-COLOR IS 2
               END-READ.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        ACUERDOS EN LOS QUE LA CUENTA ES ORIGEN O DESTINO
           00009-LISTAR-ACUERDOS.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "ACUERDOS DE UNA CUENTA" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               DISPLAY "CUENTA: " LINE 3 COLUMN 10.
               ACCEPT WS-CUENTA-TECLEADA LINE 3 COLUMN 20.
               DISPLAY "ORIGEN      DESTINO          OBJETIVO"
               "       MINIMO S E ULTIMO" LINE 5 COLUMN 2.
               MOVE 6 TO WS-LINEA-LISTA.
               MOVE 0 TO WS-ENCONTRADOS.
               MOVE "N" TO WS-EOF-BAR.
               MOVE LOW-VALUES TO BAR-CLAVE.
               START BARRIDOS KEY IS NOT LESS THAN BAR-CLAVE
                   INVALID KEY SET WS-FIN-BAR TO TRUE
               END-START.
               PERFORM 00009A-LEER-ACUERDO.
               PERFORM 00009B-MOSTRAR-ACUERDO UNTIL WS-FIN-BAR.
               IF WS-ENCONTRADOS = 0
                   DISPLAY "LA CUENTA NO TIENE ACUERDOS DE BARRIDO"
                   LINE 6 COLUMN 2 BACKGROUND-COLOR IS 3
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00009A-LEER-ACUERDO.
               IF NOT WS-FIN-BAR
                   READ BARRIDOS NEXT RECORD
                       AT END SET WS-FIN-BAR TO TRUE
                   END-READ
               END-IF.

           00009B-MOSTRAR-ACUERDO.
               IF (BAR-CUENTA-ORIGEN = WS-CUENTA-TECLEADA
                   OR BAR-CUENTA-DESTINO = WS-CUENTA-TECLEADA)
                   AND WS-LINEA-LISTA < 22
                   MOVE BAR-SALDO-OBJETIVO TO WS-IMPORTE-VIS
                   MOVE BAR-MINIMO TO WS-MINIMO-VIS
                   DISPLAY BAR-CUENTA-ORIGEN " " BAR-CUENTA-DESTINO
                       " " WS-IMPORTE-VIS " " WS-MINIMO-VIS " "
                       BAR-SENTIDO " " BAR-ESTADO " " BAR-ULT-FECHA
                       LINE WS-LINEA-LISTA COLUMN 2
                   ADD 1 TO WS-LINEA-LISTA
                   ADD 1 TO WS-ENCONTRADOS
               END-IF.
               PERFORM 00009A-LEER-ACUERDO.

           00010-PEDIR-ACUERDO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "BARRIDOS ENTRE CUENTAS" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               DISPLAY "CUENTA ORIGEN (CORRIENTE): " LINE 4 COLUMN 10.
               ACCEPT WS-ORIGEN-TECLEADO LINE 4 COLUMN 40.
               DISPLAY "CUENTA DESTINO (AHORRO): " LINE 5 COLUMN 10.
               ACCEPT WS-DESTINO-TECLEADO LINE 5 COLUMN 40.
               MOVE WS-ORIGEN-TECLEADO TO BAR-CUENTA-ORIGEN.
               MOVE WS-DESTINO-TECLEADO TO BAR-CUENTA-DESTINO.

      *        CUENTAS DISTINTAS, EXISTENTES, NO CANCELADAS, DEL MISMO
      *        TITULAR Y MONEDA, Y SIN OTRO ACUERDO VIGENTE PARA LA
      *        MISMA CUENTA ORIGEN
           00011-COMPROBAR-CUENTAS.
               MOVE "N" TO WS-CUENTA-OK.
               IF WS-ORIGEN-TECLEADO = WS-DESTINO-TECLEADO
                   DISPLAY "ORIGEN Y DESTINO HAN DE SER DISTINTAS"
                   LINE 7 COLUMN 10 BACKGROUND-COLOR IS 4
               ELSE
                   OPEN INPUT CUENTAS
                   IF WS-STATUS-CTA NOT = "00"
                       DISPLAY "NO EXISTE EL MAESTRO DE CUENTAS"
                       LINE 7 COLUMN 10 BACKGROUND-COLOR IS 4
                   ELSE
                       PERFORM 00011A-LEER-CUENTAS
                       CLOSE CUENTAS
                   END-IF
               END-IF.
               IF WS-CUENTAS-VALIDAS
                   PERFORM 00013-BUSCAR-VIGENTE
                   IF WS-HAY-ACUERDO-VIGENTE
                       MOVE "N" TO WS-CUENTA-OK
                       DISPLAY "LA CUENTA ORIGEN YA TIENE UN ACUERDO"
                       " VIGENTE" LINE 7 COLUMN 10
                       BACKGROUND-COLOR IS 4
                   END-IF
               END-IF.

           00011A-LEER-CUENTAS.
               MOVE WS-ORIGEN-TECLEADO TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA ORIGEN NO ENCONTRADA" LINE 7
                       COLUMN 10 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       IF CTA-ESTA-CERRADA
                           DISPLAY "CUENTA ORIGEN CANCELADA" LINE 7
                           COLUMN 10 BACKGROUND-COLOR IS 4
                       ELSE
                           MOVE "S" TO WS-CUENTA-OK
                           MOVE CTA-DNI TO WS-DNI-ORIGEN
                           MOVE CTA-MONEDA TO WS-MONEDA-ORIGEN
                           DISPLAY CTA-NOMBRE LINE 4 COLUMN 53
                       END-IF
               END-READ.
               IF WS-CUENTAS-VALIDAS
                   MOVE "N" TO WS-CUENTA-OK
                   MOVE WS-DESTINO-TECLEADO TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY
                           DISPLAY "CUENTA DESTINO NO ENCONTRADA"
                           LINE 7 COLUMN 10 BACKGROUND-COLOR IS 4
                       NOT INVALID KEY
                           DISPLAY CTA-NOMBRE LINE 5 COLUMN 53
                           EVALUATE TRUE
                               WHEN CTA-ESTA-CERRADA
                                   DISPLAY "CUENTA DESTINO CANCELADA"
                                   LINE 7 COLUMN 10
                                   BACKGROUND-COLOR IS 4
                               WHEN CTA-DNI NOT = WS-DNI-ORIGEN
                                   DISPLAY "LAS CUENTAS NO SON DEL"
                                   " MISMO TITULAR" LINE 7 COLUMN 10
                                   BACKGROUND-COLOR IS 4
                               WHEN CTA-MONEDA NOT = WS-MONEDA-ORIGEN
                                   DISPLAY "LAS CUENTAS NO SON DE LA"
                                   " MISMA MONEDA" LINE 7 COLUMN 10
                                   BACKGROUND-COLOR IS 4
                               WHEN OTHER
                                   MOVE "S" TO WS-CUENTA-OK
                           END-EVALUATE
                   END-READ
               END-IF.

           00012-PEDIR-CONDICIONES.
               DISPLAY "SALDO OBJETIVO DE LA CUENTA ORIGEN: " LINE 9
               COLUMN 10.
               MOVE 0 TO WS-OBJETIVO-TECLEADO.
               ACCEPT WS-OBJETIVO-TECLEADO LINE 9 COLUMN 48.
               DISPLAY "TRASPASO MINIMO: " LINE 10 COLUMN 10.
               MOVE 0 TO WS-MINIMO-TECLEADO.
               ACCEPT WS-MINIMO-TECLEADO LINE 10 COLUMN 48.
               DISPLAY "SENTIDO (B=BAJAR EXCEDENTE, S=SUBIR, A=AMBOS):"
               LINE 11 COLUMN 10.
               MOVE SPACE TO WS-SENTIDO-TECLEADO.
               ACCEPT WS-SENTIDO-TECLEADO LINE 11 COLUMN 58.
               IF WS-SENTIDO-TECLEADO NOT = "B" AND NOT = "S"
                   AND NOT = "A"
                   MOVE "N" TO WS-CUENTA-OK
                   DISPLAY "SENTIDO NO VALIDO" LINE 13 COLUMN 10
                   BACKGROUND-COLOR IS 4
               END-IF.
               IF WS-OBJETIVO-TECLEADO < 0
                   MOVE "N" TO WS-CUENTA-OK
                   DISPLAY "EL SALDO OBJETIVO NO PUEDE SER NEGATIVO"
                   LINE 13 COLUMN 10 BACKGROUND-COLOR IS 4
               END-IF.

      *        BUSQUEDA DE OTRO ACUERDO VIGENTE (ACTIVO O SUSPENDIDO)
      *        CON LA MISMA CUENTA ORIGEN; EL ACUERDO EN CURSO SE
      *        RELEE AL TERMINAR
           00013-BUSCAR-VIGENTE.
               MOVE "N" TO WS-ACUERDO-VIGENTE.
               MOVE "N" TO WS-EOF-BAR.
               MOVE WS-ORIGEN-TECLEADO TO BAR-CUENTA-ORIGEN.
               MOVE 0 TO BAR-CUENTA-DESTINO.
               START BARRIDOS KEY IS NOT LESS THAN BAR-CLAVE
                   INVALID KEY SET WS-FIN-BAR TO TRUE
               END-START.
               PERFORM 00009A-LEER-ACUERDO.
               PERFORM 00013A-EXAMINAR-ACUERDO UNTIL WS-FIN-BAR.
               MOVE WS-ORIGEN-TECLEADO TO BAR-CUENTA-ORIGEN.
               MOVE WS-DESTINO-TECLEADO TO BAR-CUENTA-DESTINO.
               READ BARRIDOS
                   INVALID KEY
                       INITIALIZE BAR-REGISTRO
                       MOVE WS-ORIGEN-TECLEADO TO BAR-CUENTA-ORIGEN
                       MOVE WS-DESTINO-TECLEADO TO BAR-CUENTA-DESTINO
               END-READ.

           00013A-EXAMINAR-ACUERDO.
               IF BAR-CUENTA-ORIGEN NOT = WS-ORIGEN-TECLEADO
                   SET WS-FIN-BAR TO TRUE
               ELSE
                   IF BAR-CUENTA-DESTINO NOT = WS-DESTINO-TECLEADO
                       AND NOT BAR-CANCELADO
                       SET WS-HAY-ACUERDO-VIGENTE TO TRUE
                   END-IF
                   PERFORM 00009A-LEER-ACUERDO
               END-IF.

       END PROGRAM BARRADMIN.
