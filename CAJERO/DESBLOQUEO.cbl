      *          UN SUPERVISOR REVISA LA LISTA Y DESBLOQUEA TRAS
      *          VERIFICAR LA IDENTIDAD DEL TITULAR. CADA DESBLOQUEO
      *          QUEDA REGISTRADO EN EL DIARIO DE MOVIMIENTOS.
      *          REEMISION DE PIN OLVIDADO: GENERA UN PIN ALEATORIO,
      *          LO IMPRIME EN UN SOBRE CIEGO (PIN-MAILER.TXT) DIRIGIDO
      *          A LA DIRECCION DE DIRECCIONES.DAT Y DEJA LA CUENTA EN
      *          ESTADO "R" HASTA QUE EL CLIENTE USA EL PIN NUEVO EN EL
      *          CAJERO. LA AUDITORIA NUNCA RECOGE EL PIN EN CLARO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-MIX.

           SELECT CLIENTES ASSIGN TO "../CLIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-DNI
           ALTERNATE RECORD KEY IS CLI-APELLIDO WITH DUPLICATES
           FILE STATUS IS WS-STATUS-CLI.

      *    MAESTRO DE DIRECCIONES PARA EL ENVIO POSTAL
           SELECT DIRECCIONES ASSIGN TO "../DIRECCIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIR-DNI
           FILE STATUS IS WS-STATUS-DIR.

      *    SOBRES CIEGOS DE PIN PARA LA IMPRENTA DE SEGURIDAD
           SELECT OPTIONAL PIN-MAILER ASSIGN TO "../PIN-MAILER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.


      *    FECHA DE NEGOCIO EN CURSO (LA AVANZA FINDIA EN EL CIERRE)
           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
             02 CTA-FECHA-RETIRADO PIC 9(08).
             02 CTA-BLOQUEADA PIC X(01).
                 88 CTA-ESTA-BLOQUEADA VALUE "B".
                 88 CTA-CONGELADA      VALUE "F".
                 88 CTA-PIN-REEMITIDO  VALUE "R".
             02 CTA-ESTADO PIC X(01).
                 88 CTA-ABIERTA      VALUE "A".
                 88 CTA-ESTA-CERRADA VALUE "C".
                 88 CAJ-ES-SUPERVISOR VALUE "S".
             02 CAJ-ACTIVO PIC X(01).
                 88 CAJ-ESTA-ACTIVO   VALUE "A".
                 88 CAJ-BLOQUEADO     VALUE "L".
             02 CAJ-FECHA-PIN PIC 9(08).
             02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
             02 CAJ-PIN-ANTERIOR PIC 9(04) OCCURS 3 TIMES.
             02 CAJ-EMPLEADO PIC 9(06).

        FD MOVIMIENTOS.
         01 MOV-REGISTRO.
             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-HORA     PIC 9(02).


        FD MOVIMIENTOS-IDX.
        FD SEC-MOVIMIENTO.
         01 SEC-MOVIMIENTO-REGISTRO PIC 9(08).

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

        FD PIN-MAILER.
         01 PMA-LINEA PIC X(60).


        FD AUDITORIA.
         01 AUD-REGISTRO.
       77 WS-STATUS-SEC-MIX PIC X(02).
       77 WS-NUEVO-MOVIMIENTO PIC 9(08).

      * REEMISION DE PIN: PIN ALEATORIO Y DATOS DEL SOBRE CIEGO
       77 WS-STATUS-CLI PIC X(02).
       77 WS-STATUS-DIR PIC X(02).
       77 WS-SEMILLA    PIC 9(08).
       77 WS-ALEATORIO  PIC V9(09).
       77 WS-PIN-OK     PIC X(01).
           88 WS-PIN-ACEPTABLE VALUE "S".
       77 WS-NOMBRE-SOBRE PIC X(30).
       77 WS-REFERENCIA-SOBRE PIC X(30).
       01 WS-PIN-GENERADO PIC 9(04).
       01 WS-PIN-DIGITOS REDEFINES WS-PIN-GENERADO.
           05 WS-PIN-DIGITO PIC 9(01) OCCURS 4 TIMES.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                PERFORM 00010-CARGAR-FECHA-NEGOCIO
                OPEN I-O CUENTAS
                OPEN EXTEND MOVIMIENTOS
                PERFORM 00002-MENU UNTIL WS-OPCION = 4
                CLOSE CUENTAS, MOVIMIENTOS
            END-IF.
            STOP RUN.
               BACKGROUND-COLOR IS 5.
               DISPLAY "2-DESBLOQUEAR UNA CUENTA" LINE 4 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "3-REEMITIR PIN OLVIDADO" LINE 5 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "4-SALIR" LINE 6 COLUMN 20
               BACKGROUND-COLOR IS 5.
               ACCEPT WS-OPCION LINE 7 COLUMN 20.

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 00003-LISTAR-BLOQUEADAS
                   WHEN 2
                       PERFORM 00004-DESBLOQUEAR
                   WHEN 3
                       PERFORM 00011-REEMITIR-PIN
               END-EVALUATE.

           00003-LISTAR-BLOQUEADAS.
      *        DEJA CONSTANCIA EN EL DIARIO DE QUIEN DESBLOQUEO LA
      *        CUENTA Y CUANDO, CON IMPORTE CERO
           00005-REGISTRAR-DESBLOQUEO.
               MOVE "DESBLOQUEO" TO MOV-TIPO.
               PERFORM 00005A-GRABAR-MOVIMIENTO.

      *        MOVIMIENTO DE IMPORTE CERO DEL TIPO YA INFORMADO EN
      *        MOV-TIPO (DESBLOQUEO O REEMISION DE PIN)
           00005A-GRABAR-MOVIMIENTO.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               STRING WS-DIA-SIS "/" WS-MES-SIS "/" WS-ANIO-SIS
                   DELIMITED BY SIZE INTO WS-FECHA-MOV.
               MOVE WS-FECHA-MOV TO MOV-FECHA.
               MOVE CTA-NUMERO   TO MOV-CUENTA.
               MOVE 0            TO MOV-IMPORTE.
               MOVE CTA-SALDO    TO MOV-SALDO.
               MOVE 0            TO MOV-CUENTA-DESTINO.
               MOVE 0 TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               PERFORM 00006-GRABAR-MOV-IDX.

                   CLOSE FECHA-NEGOCIO
               END-IF.


      *        REEMISION DE UN PIN OLVIDADO. LA CUENTA QUEDA EN ESTADO
      *        "R" (PIN REEMITIDO) Y EL CAJERO LA PASA A "N" EN EL
      *        PRIMER USO CORRECTO DEL PIN NUEVO
           00011-REEMITIR-PIN.
               DISPLAY "NUMERO DE CUENTA: " LINE 9 COLUMN 20.
               ACCEPT WS-CUENTA-TECLEADA LINE 9 COLUMN 40.
               MOVE WS-CUENTA-TECLEADA TO CTA-NUMERO.
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "CUENTA NO ENCONTRADA" LINE 10
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       PERFORM 00011A-CONFIRMAR-REEMISION
               END-READ.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00011A-CONFIRMAR-REEMISION.
               IF CTA-ESTA-CERRADA
                   DISPLAY "LA CUENTA ESTA CERRADA" LINE 10
                   COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
               IF CTA-CONGELADA
                   DISPLAY "CUENTA CONGELADA POR TESTAMENTARIA" LINE 10
                   COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   DISPLAY "TITULAR: " LINE 10 COLUMN 20,
                   CTA-NOMBRE LINE 10 COLUMN 30
                   DISPLAY "IDENTIDAD DEL TITULAR VERIFICADA (S/N): "
                   LINE 11 COLUMN 20
                   ACCEPT WS-CONFIRMA LINE 11 COLUMN 62
                   IF WS-CONFIRMA = "S" OR "s"
                       PERFORM 00012-GENERAR-PIN
                       MOVE CTA-REGISTRO TO WS-CTA-ANTES
                       MOVE WS-PIN-GENERADO TO CTA-PIN
                       MOVE "R" TO CTA-BLOQUEADA
                       REWRITE CTA-REGISTRO
                       PERFORM 00014-IMPRIMIR-SOBRE
                       MOVE 0 TO WS-PIN-GENERADO
                       PERFORM 00015-AUDITAR-SIN-PIN
                       MOVE "PIN-REEMIS" TO MOV-TIPO
                       PERFORM 00005A-GRABAR-MOVIMIENTO
                       DISPLAY "PIN REEMITIDO, SOBRE EN PIN-MAILER.TXT"
                       LINE 12 COLUMN 20 BACKGROUND-COLOR IS 2
                   ELSE
                       DISPLAY "REEMISION CANCELADA" LINE 12
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   END-IF
               END-IF
               END-IF.

      *        PIN ALEATORIO SEMBRADO CON LA HORA; SE DESCARTAN LOS
      *        PINES TRIVIALES (DIGITOS IGUALES O CORRELATIVOS)
           00012-GENERAR-PIN.
               ACCEPT WS-SEMILLA FROM TIME.
               COMPUTE WS-ALEATORIO = FUNCTION RANDOM (WS-SEMILLA).
               MOVE "N" TO WS-PIN-OK.
               PERFORM 00013-SORTEAR-PIN UNTIL WS-PIN-ACEPTABLE.

           00013-SORTEAR-PIN.
               COMPUTE WS-ALEATORIO = FUNCTION RANDOM.
               COMPUTE WS-PIN-GENERADO = WS-ALEATORIO * 10000.
               MOVE "S" TO WS-PIN-OK.
               IF WS-PIN-DIGITO (1) = WS-PIN-DIGITO (2)
                   AND WS-PIN-DIGITO (2) = WS-PIN-DIGITO (3)
                   AND WS-PIN-DIGITO (3) = WS-PIN-DIGITO (4)
                   MOVE "N" TO WS-PIN-OK
               END-IF.
               IF WS-PIN-DIGITO (2) = WS-PIN-DIGITO (1) + 1
                   AND WS-PIN-DIGITO (3) = WS-PIN-DIGITO (2) + 1
                   AND WS-PIN-DIGITO (4) = WS-PIN-DIGITO (3) + 1
                   MOVE "N" TO WS-PIN-OK
               END-IF.
               IF WS-PIN-DIGITO (1) = WS-PIN-DIGITO (2) + 1
                   AND WS-PIN-DIGITO (2) = WS-PIN-DIGITO (3) + 1
                   AND WS-PIN-DIGITO (3) = WS-PIN-DIGITO (4) + 1
                   MOVE "N" TO WS-PIN-OK
               END-IF.
               IF WS-PIN-GENERADO > 1899 AND WS-PIN-GENERADO < 2100
                   MOVE "N" TO WS-PIN-OK
               END-IF.

      *        SOBRE CIEGO: LA CARA EXTERIOR LLEVA SOLO NOMBRE Y
      *        DIRECCION; EL PIN VA EN LA HOJA INTERIOR JUNTO A LA
      *        CUENTA ENMASCARADA
           00014-IMPRIMIR-SOBRE.
               MOVE CTA-NOMBRE TO WS-NOMBRE-SOBRE.
               OPEN INPUT CLIENTES.
               IF WS-STATUS-CLI = "00"
                   MOVE CTA-DNI TO CLI-DNI
                   READ CLIENTES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-NOMBRE-SOBRE
                           STRING CLI-NOMBRE DELIMITED BY "  "
                               " " CLI-APELLIDO DELIMITED BY "  "
                               INTO WS-NOMBRE-SOBRE
                   END-READ
                   CLOSE CLIENTES
               END-IF.
               MOVE SPACES TO DIR-REGISTRO.
               OPEN INPUT DIRECCIONES.
               IF WS-STATUS-DIR = "00"
                   MOVE CTA-DNI TO DIR-DNI
                   READ DIRECCIONES
                       INVALID KEY MOVE SPACES TO DIR-REGISTRO
                   END-READ
                   CLOSE DIRECCIONES
               END-IF.
               MOVE SPACES TO WS-REFERENCIA-SOBRE.
               STRING "CUENTA ******" CTA-NUMERO (7:5)
                   DELIMITED BY SIZE INTO WS-REFERENCIA-SOBRE.
               OPEN EXTEND PIN-MAILER.
               MOVE "*** SOBRE CIEGO - CONFIDENCIAL ***" TO PMA-LINEA.
               WRITE PMA-LINEA.
               MOVE WS-NOMBRE-SOBRE TO PMA-LINEA.
               WRITE PMA-LINEA.
               IF DIR-DNI = SPACES
                   MOVE "SIN DIRECCION: ENTREGA EN OFICINA" TO PMA-LINEA
                   WRITE PMA-LINEA
                   MOVE SPACES TO PMA-LINEA
                   STRING "OFICINA " CTA-SUCURSAL
                       DELIMITED BY SIZE INTO PMA-LINEA
                   WRITE PMA-LINEA
               ELSE
                   MOVE DIR-DIRECCION TO PMA-LINEA
                   WRITE PMA-LINEA
                   MOVE SPACES TO PMA-LINEA
                   STRING DIR-CP " " DIR-POBLACION
                       DELIMITED BY SIZE INTO PMA-LINEA
                   WRITE PMA-LINEA
               END-IF.
               MOVE "--- CORTE INTERIOR ---" TO PMA-LINEA.
               WRITE PMA-LINEA.
               MOVE WS-REFERENCIA-SOBRE TO PMA-LINEA.
               WRITE PMA-LINEA.
               MOVE SPACES TO PMA-LINEA.
               STRING "SU NUEVO PIN: " WS-PIN-GENERADO
                   DELIMITED BY SIZE INTO PMA-LINEA.
               WRITE PMA-LINEA.
               MOVE "USELO EN EL CAJERO PARA ACTIVARLO Y CAMBIELO"
                   TO PMA-LINEA.
               WRITE PMA-LINEA.
               MOVE ALL "=" TO PMA-LINEA.
               WRITE PMA-LINEA.
               CLOSE PIN-MAILER.

      *        AUDITORIA DE LA REEMISION CON EL PIN ENMASCARADO EN
      *        AMBAS IMAGENES (POSICIONES 33 A 36 DEL REGISTRO)
           00015-AUDITAR-SIN-PIN.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               ACCEPT WS-HORA-AUD FROM TIME.
               OPEN EXTEND AUDITORIA.
               MOVE WS-FECHA-SISTEMA TO AUD-FECHA.
               MOVE WS-HORA-AUD (1:6) TO AUD-HORA.
               MOVE "DESBLOQUEO" TO AUD-PROGRAMA.
               MOVE WS-SUP-ID TO AUD-OPERADOR.
               MOVE WS-CTA-ANTES TO AUD-ANTES.
               MOVE CTA-REGISTRO TO AUD-DESPUES.
               MOVE "****" TO AUD-ANTES (33:4).
               MOVE "****" TO AUD-DESPUES (33:4).
               WRITE AUD-REGISTRO.
               CLOSE AUDITORIA.

       END PROGRAM DESBLOQUEO.
