      ******************************************************************
      * Author:
      * Date:
      * Purpose: PREFERENCIAS DE AVISOS AL CLIENTE (ALERTAS-PREF.DAT):
      *          POR CADA DNI, CANAL PREFERIDO (SMS O CORREO
      *          ELECTRONICO) Y, PARA CADA AVISO, SI EL CLIENTE LO
      *          QUIERE RECIBIR Y SU UMBRAL CUANDO EL AVISO LO USA:
      *          1 SALDO POR DEBAJO DE UMBRAL
      *          2 REINTEGRO O TRANSFERENCIA POR ENCIMA DE UMBRAL
      *          3 TARJETA BLOQUEADA POR PERDIDA O ROBO
      *          4 RECIBO DOMICILIADO DEVUELTO POR FALTA DE SALDO
      *          5 CUOTA DE PRESTAMO IMPAGADA
      *          6 DEPOSITO A PLAZO QUE VENCE LA SEMANA PROXIMA
      *          UN CLIENTE SIN FICHA NO RECIBE NINGUN AVISO. LOS
      *          AVISOS LOS GENERA CADA NOCHE EL PROCESO ALERTAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTADM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFERENCIAS ASSIGN TO "../ALERTAS-PREF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APF-DNI
           FILE STATUS IS WS-STATUS-APF.

           SELECT CLIENTES ASSIGN TO "../CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-DNI
           ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
           FILE STATUS IS WS-STATUS-CLI.

      *    MAESTRO DE DIRECCIONES: TELEFONO Y CORREO DE CONTACTO
           SELECT DIRECCIONES ASSIGN TO "../DIRECCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIR-DNI
           FILE STATUS IS WS-STATUS-DIR.

           SELECT CAJEROS ASSIGN TO "../TELLER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       77 WS-STATUS-APF PIC X(02).
       77 WS-STATUS-CLI PIC X(02).
       77 WS-STATUS-DIR PIC X(02).
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-OPCION PIC 9(01).

      * DATOS TECLEADOS
       77 WS-DNI-TECLEADO PIC X(09).
       77 WS-CANAL-TECLEADO PIC X(01).
       77 WS-ACTIVO-TECLEADO PIC X(01).
       77 WS-UMBRAL-TECLEADO PIC 9(09)V99.
       77 WS-UMBRAL-VIS PIC ZZZZZZZZ9.99.
       77 WS-CLIENTE-OK PIC X(01).
           88 WS-CLIENTE-VALIDO VALUE "S".
       77 WS-EXISTE-FICHA PIC X(01).
           88 WS-FICHA-EXISTENTE VALUE "S".

      * NOMBRES DE LOS AVISOS, EN EL ORDEN DE APF-AVISO; LOS DOS
      * PRIMEROS LLEVAN UMBRAL DE IMPORTE
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
       77 WS-LINEA-AVISO PIC 9(02).

      * IDENTIFICACION DEL SUPERVISOR QUE MANTIENE LAS PREFERENCIAS
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
                PERFORM 00002-ABRIR-PREFERENCIAS
                PERFORM 00003-MENU UNTIL WS-OPCION = 4
                CLOSE PREFERENCIAS
            END-IF.
            STOP RUN.

           00001-CONTROL-ACCESO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "AVISOS AL CLIENTE" LINE 2 COLUMN 20
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

           00002-ABRIR-PREFERENCIAS.
               OPEN I-O PREFERENCIAS.
               IF WS-STATUS-APF = "35"
                   OPEN OUTPUT PREFERENCIAS
                   CLOSE PREFERENCIAS
                   OPEN I-O PREFERENCIAS
               END-IF.

           00003-MENU.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "AVISOS AL CLIENTE" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               DISPLAY "1-ALTA O CAMBIO DE PREFERENCIAS" LINE 3
               COLUMN 20 BACKGROUND-COLOR IS 5.
               DISPLAY "2-CONSULTAR PREFERENCIAS" LINE 4 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "3-BAJA DE TODOS LOS AVISOS" LINE 5 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "4-SALIR" LINE 6 COLUMN 20
               BACKGROUND-COLOR IS 5.
               ACCEPT WS-OPCION LINE 7 COLUMN 20.

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 00004-MANTENER-PREFERENCIAS
                   WHEN 2
                       PERFORM 00005-CONSULTAR-PREFERENCIAS
                   WHEN 3
                       PERFORM 00006-BAJA-AVISOS
               END-EVALUATE.

      *        EL CLIENTE DEBE EXISTIR Y ESTAR ACTIVO; SI YA TIENE
      *        FICHA SE PARTE DE SUS VALORES ACTUALES
           00004-MANTENER-PREFERENCIAS.
               PERFORM 00007-PEDIR-CLIENTE.
               IF WS-CLIENTE-VALIDO
                   PERFORM 00008-LEER-FICHA
                   IF NOT WS-FICHA-EXISTENTE
                       INITIALIZE APF-REGISTRO
                       MOVE WS-DNI-TECLEADO TO APF-DNI
                       MOVE "S" TO APF-CANAL
                       PERFORM 00004A-INICIAR-AVISO
                           VARYING WS-IDX-AVISO FROM 1 BY 1
                           UNTIL WS-IDX-AVISO > 6
                   END-IF
                   PERFORM 00009-MOSTRAR-CONTACTO
                   DISPLAY "CANAL (S-SMS/E-CORREO): " LINE 7
                   COLUMN 10
                   MOVE APF-CANAL TO WS-CANAL-TECLEADO
                   ACCEPT WS-CANAL-TECLEADO LINE 7 COLUMN 40
                   IF WS-CANAL-TECLEADO = "S" OR "E"
                       MOVE WS-CANAL-TECLEADO TO APF-CANAL
                   END-IF
                   MOVE 9 TO WS-LINEA-AVISO
                   PERFORM 00004B-PEDIR-AVISO
                       VARYING WS-IDX-AVISO FROM 1 BY 1
                       UNTIL WS-IDX-AVISO > 6
                   ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
                   MOVE WS-FECHA-SISTEMA TO APF-FECHA-ALTA
                   MOVE WS-SUP-ID TO APF-CAJERO
                   IF WS-FICHA-EXISTENTE
                       REWRITE APF-REGISTRO
                   ELSE
                       WRITE APF-REGISTRO
                   END-IF
                   DISPLAY "PREFERENCIAS GRABADAS" LINE 17 COLUMN 10
                   BACKGROUND-COLOR IS 2
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00004A-INICIAR-AVISO.
               MOVE "N" TO APF-ACTIVO (WS-IDX-AVISO).
               MOVE 0 TO APF-UMBRAL (WS-IDX-AVISO).

           00004B-PEDIR-AVISO.
               DISPLAY WS-NOMBRE-AVISO (WS-IDX-AVISO)
               LINE WS-LINEA-AVISO COLUMN 10.
               DISPLAY "(S/N): " LINE WS-LINEA-AVISO COLUMN 41.
               MOVE APF-ACTIVO (WS-IDX-AVISO) TO WS-ACTIVO-TECLEADO.
               ACCEPT WS-ACTIVO-TECLEADO LINE WS-LINEA-AVISO
               COLUMN 48.
               IF WS-ACTIVO-TECLEADO = "S" OR "N"
                   MOVE WS-ACTIVO-TECLEADO
                       TO APF-ACTIVO (WS-IDX-AVISO)
               END-IF.
               IF WS-IDX-AVISO < 3 AND APF-SUSCRITO (WS-IDX-AVISO)
                   DISPLAY "UMBRAL: " LINE WS-LINEA-AVISO COLUMN 51
                   MOVE APF-UMBRAL (WS-IDX-AVISO)
                       TO WS-UMBRAL-TECLEADO
                   ACCEPT WS-UMBRAL-TECLEADO LINE WS-LINEA-AVISO
                   COLUMN 59
                   MOVE WS-UMBRAL-TECLEADO
                       TO APF-UMBRAL (WS-IDX-AVISO)
               END-IF.
               ADD 1 TO WS-LINEA-AVISO.

           00005-CONSULTAR-PREFERENCIAS.
               PERFORM 00007-PEDIR-CLIENTE.
               IF WS-CLIENTE-VALIDO
                   PERFORM 00008-LEER-FICHA
                   IF NOT WS-FICHA-EXISTENTE
                       DISPLAY "EL CLIENTE NO RECIBE AVISOS" LINE 7
                       COLUMN 10 BACKGROUND-COLOR IS 3
                   ELSE
                       PERFORM 00009-MOSTRAR-CONTACTO
                       IF APF-POR-EMAIL
                           DISPLAY "CANAL: CORREO ELECTRONICO" LINE 7
                           COLUMN 10
                       ELSE
                           DISPLAY "CANAL: SMS" LINE 7 COLUMN 10
                       END-IF
                       MOVE 9 TO WS-LINEA-AVISO
                       PERFORM 00005A-MOSTRAR-AVISO
                           VARYING WS-IDX-AVISO FROM 1 BY 1
                           UNTIL WS-IDX-AVISO > 6
                   END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00005A-MOSTRAR-AVISO.
               DISPLAY WS-NOMBRE-AVISO (WS-IDX-AVISO)
               LINE WS-LINEA-AVISO COLUMN 10.
               DISPLAY APF-ACTIVO (WS-IDX-AVISO)
               LINE WS-LINEA-AVISO COLUMN 42.
               IF WS-IDX-AVISO < 3 AND APF-SUSCRITO (WS-IDX-AVISO)
                   MOVE APF-UMBRAL (WS-IDX-AVISO) TO WS-UMBRAL-VIS
                   DISPLAY WS-UMBRAL-VIS LINE WS-LINEA-AVISO
                   COLUMN 46
               END-IF.
               ADD 1 TO WS-LINEA-AVISO.

      *        LA BAJA DEJA LA FICHA CON TODOS LOS AVISOS A "N"
      *        PARA QUE CONSTE CUANDO Y QUIEN LA TRAMITO
           00006-BAJA-AVISOS.
               PERFORM 00007-PEDIR-CLIENTE.
               IF WS-CLIENTE-VALIDO
                   PERFORM 00008-LEER-FICHA
                   IF NOT WS-FICHA-EXISTENTE
                       DISPLAY "EL CLIENTE NO RECIBE AVISOS" LINE 7
                       COLUMN 10 BACKGROUND-COLOR IS 3
                   ELSE
                       PERFORM 00004A-INICIAR-AVISO
                           VARYING WS-IDX-AVISO FROM 1 BY 1
                           UNTIL WS-IDX-AVISO > 6
                       ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
                       MOVE WS-FECHA-SISTEMA TO APF-FECHA-ALTA
                       MOVE WS-SUP-ID TO APF-CAJERO
                       REWRITE APF-REGISTRO
                       DISPLAY "BAJA DE AVISOS REGISTRADA" LINE 7
                       COLUMN 10 BACKGROUND-COLOR IS 2
                   END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00007-PEDIR-CLIENTE.
               MOVE "N" TO WS-CLIENTE-OK.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "AVISOS AL CLIENTE" LINE 2 COLUMN 20
               BACKGROUND-COLOR IS 2.
               DISPLAY "DNI DEL CLIENTE: " LINE 4 COLUMN 10.
               ACCEPT WS-DNI-TECLEADO LINE 4 COLUMN 30.
               OPEN INPUT CLIENTES.
               IF WS-STATUS-CLI NOT = "00"
                   DISPLAY "NO EXISTE EL MAESTRO DE CLIENTES" LINE 5
                   COLUMN 10 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE WS-DNI-TECLEADO TO CLI-DNI
                   READ CLIENTES
                       INVALID KEY
                           DISPLAY "CLIENTE NO ENCONTRADO" LINE 5
                           COLUMN 10 BACKGROUND-COLOR IS 4
                       NOT INVALID KEY
                           IF CLI-ESTA-ACTIVO
                               SET WS-CLIENTE-VALIDO TO TRUE
                               DISPLAY CLI-NOMBRE " " CLI-APELLIDO
                               LINE 4 COLUMN 42
                           ELSE
                               DISPLAY "CLIENTE NO ACTIVO" LINE 5
                               COLUMN 10 BACKGROUND-COLOR IS 4
                           END-IF
                   END-READ
                   CLOSE CLIENTES
               END-IF.

           00008-LEER-FICHA.
               MOVE WS-DNI-TECLEADO TO APF-DNI.
               READ PREFERENCIAS
                   INVALID KEY MOVE "N" TO WS-EXISTE-FICHA
                   NOT INVALID KEY MOVE "S" TO WS-EXISTE-FICHA
               END-READ.

      *        LOS AVISOS SALEN AL TELEFONO O AL CORREO DE
      *        DIRECCIONES.DAT; SE AVISA SI FALTA EL DATO
           00009-MOSTRAR-CONTACTO.
               MOVE SPACES TO DIR-REGISTRO.
               OPEN INPUT DIRECCIONES.
               IF WS-STATUS-DIR = "00"
                   MOVE WS-DNI-TECLEADO TO DIR-DNI
                   READ DIRECCIONES
                       INVALID KEY MOVE SPACES TO DIR-REGISTRO
                   END-READ
                   CLOSE DIRECCIONES
               END-IF.
               DISPLAY "TELEFONO: " LINE 5 COLUMN 10.
               DISPLAY DIR-TELEFONO LINE 5 COLUMN 20.
               DISPLAY "CORREO: " LINE 6 COLUMN 10.
               DISPLAY DIR-EMAIL LINE 6 COLUMN 20.
               IF DIR-TELEFONO = SPACES AND DIR-EMAIL = SPACES
                   DISPLAY "SIN DATOS DE CONTACTO" LINE 5 COLUMN 45
                   BACKGROUND-COLOR IS 3
               END-IF.

       END PROGRAM ALERTADM.
