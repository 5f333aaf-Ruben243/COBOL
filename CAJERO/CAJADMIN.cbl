      * Purpose: ADMINISTRACION DEL MAESTRO DE CAJEROS (TELLER.DAT):
      *          ALTAS, BAJAS, REACTIVACIONES Y LISTADO, PARA QUE EL
      *          ACCESO AL TERMINAL QUEDE SIEMPRE BAJO CONTROL DE
      *          DIRECCION. EL PIN SE TECLEA SIN ECO Y NACE CADUCADO
      *          PARA QUE EL CAJERO LO CAMBIE EN SU PRIMER ACCESO; LOS
      *          IDS BLOQUEADOS POR INTENTOS FALLIDOS ("L") SE
      *          DESBLOQUEAN AQUI, OPCIONALMENTE CON UN PIN PROVISIONAL.
      *          CADA ID SE VINCULA AL NUMERO DE EMPLEADO DE LA FICHA
      *          DE PERSONAL (EMPLEADOS.DAT) PARA PODER CONTROLAR LAS
      *          OPERACIONES SOBRE CUENTAS DEL PROPIO PERSONAL.
      *          UN CAJERO (ROL "C") SOLO SE DA DE ALTA O SE REACTIVA
      *          SI SU EMPLEADO TIENE UN CERTIFICADO DE FORMACION EN
      *          VIGOR (CERTIFICADOS-FORMACION.TXT, EMITIDO POR
      *          EVALCERT), QUE CADUCA A LOS MESES DE
      *          CERTIFICACION-MESES.TXT (12 POR DEFECTO). EL ID DE
      *          UN EMPLEADO INACTIVO O CON FECHA DE BAJA NO SE
      *          REACTIVA NI SE DESBLOQUEA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

           SELECT EMPLEADOS
           ASSIGN TO "../Uso de variables/EMPLEADOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-STATUS-EMP.

      *    CERTIFICADOS DE FORMACION Y SU PERIODO DE VALIDEZ EN MESES
           SELECT OPTIONAL CERTIFICADOS
           ASSIGN TO "../CERTIFICADOS-FORMACION.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CER.

           SELECT VALIDEZ-CERT ASSIGN TO "../CERTIFICACION-MESES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VCE.

       DATA DIVISION.
       FILE SECTION.
        FD CAJEROS.
                 88 CAJ-ES-SUPERVISOR VALUE "S".
             02 CAJ-ACTIVO PIC X(01).
                 88 CAJ-ESTA-ACTIVO   VALUE "A".
                 88 CAJ-BLOQUEADO     VALUE "L".
             02 CAJ-FECHA-PIN PIC 9(08).
             02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
             02 CAJ-PIN-ANTERIOR PIC 9(04) OCCURS 3 TIMES.
             02 CAJ-EMPLEADO PIC 9(06).

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
             02 EMP-DNI              PIC X(09).
             02 EMP-FECHA-BAJA       PIC 9(08).
             02 EMP-MOTIVO-BAJA      PIC X(02).
             02 EMP-FINIQUITO        PIC X(01).
                 88 EMP-FINIQUITO-PENDIENTE VALUE "P".
                 88 EMP-FINIQUITO-PAGADO    VALUE "L".
             02 EMP-CENTRO-COSTE     PIC X(04).
             02 EMP-DEPARTAMENTO     PIC X(04).

        FD CERTIFICADOS.
         01 CER-REGISTRO.
             02 CER-EMPLEADO   PIC 9(06).
             02 FILLER         PIC X(01).
             02 CER-ALUMNO     PIC X(15).
             02 FILLER         PIC X(01).
             02 CER-FECHA      PIC 9(08).
             02 FILLER         PIC X(01).
             02 CER-PORCENTAJE PIC 9(03)V99.

        FD VALIDEZ-CERT.
         01 VCE-REGISTRO PIC 9(03).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-EMP PIC X(02).
       77 WS-OPCION PIC 9(01).
       77 WS-EOF-CAJ PIC X(01) VALUE "N".
           88 WS-FIN-CAJ VALUE "S".
       77 WS-NOMBRE-NUEVO PIC A(15).
       77 WS-PIN-NUEVO    PIC 9(04).
       77 WS-ROL-NUEVO    PIC X(01).
       77 WS-CONFIRMA     PIC X(01).

      * NUMERO DE EMPLEADO DEL TITULAR DEL ID (0 = SIN VINCULAR); SOLO
      * SE ACEPTA SI EXISTE Y ESTA ACTIVO EN EMPLEADOS.DAT
       77 WS-EMPLEADO-NUEVO PIC 9(06).
       77 WS-EMPLEADO-OK PIC X(01).
           88 WS-EMPLEADO-VALIDO VALUE "S".

      * CERTIFICADO DE FORMACION DEL EMPLEADO: VIGENTE MIENTRAS NO SE
      * CUMPLAN LOS MESES DE VALIDEZ DESDE SU FECHA
       77 WS-STATUS-CER PIC X(02).
       77 WS-STATUS-VCE PIC X(02).
       77 WS-MESES-CERTIFICADO PIC 9(03) VALUE 12.
       77 WS-CERT-OK PIC X(01).
           88 WS-CERTIFICADO-VIGENTE VALUE "S".
       77 WS-ULTIMO-CERT PIC 9(08).
       77 WS-MESES-TOTAL PIC 9(06).
       01 WS-FECHA-SISTEMA PIC 9(08).
       01 WS-FECHA-CADUCA.
           05 WS-FC-ANIO PIC 9(04).
           05 WS-FC-MES  PIC 9(02).
           05 WS-FC-DIA  PIC 9(02).
       01 WS-FECHA-CADUCA-N REDEFINES WS-FECHA-CADUCA PIC 9(08).
       01 WS-FECHA-CERT.
           05 WS-FCE-ANIO PIC 9(04).
           05 WS-FCE-MES  PIC 9(02).
           05 WS-FCE-DIA  PIC 9(02).

      * IDENTIFICACION DEL SUPERVISOR QUE USA ESTE PROGRAMA; SI EL
      * MAESTRO ESTA VACIO (PRIMERA PUESTA EN MARCHA) SE PERMITE EL
            PERFORM 00001-ABRIR-MAESTRO.
            PERFORM 00002-CONTROL-ACCESO.
            IF WS-ACCESO-CONCEDIDO
                PERFORM 00003-MENU UNTIL WS-OPCION = 7
            END-IF.
            CLOSE CAJEROS.
            STOP RUN.
                   END-READ
               END-IF.
               IF NOT WS-ACCESO-CONCEDIDO
                   MOVE 7 TO WS-OPCION
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               END-IF.

               BACKGROUND-COLOR IS 5.
               DISPLAY "4-LISTADO" LINE 6 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "5-DESBLOQUEAR CAJERO" LINE 7 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "6-VINCULAR A EMPLEADO" LINE 8 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "7-SALIR" LINE 9 COLUMN 20
               BACKGROUND-COLOR IS 5.
               ACCEPT WS-OPCION LINE 9 COLUMN 30.

               EVALUATE WS-OPCION
                   WHEN 1
                       PERFORM 00006-REACTIVAR-CAJERO
                   WHEN 4
                       PERFORM 00007-LISTADO
                   WHEN 5
                       PERFORM 00008-DESBLOQUEAR-CAJERO
                   WHEN 6
                       PERFORM 00009-VINCULAR-EMPLEADO
               END-EVALUATE.

           00004-ALTA-CAJERO.
               DISPLAY "NOMBRE: " LINE 11 COLUMN 20.
               ACCEPT WS-NOMBRE-NUEVO LINE 11 COLUMN 48.
               DISPLAY "PIN (4 DIGITOS): " LINE 12 COLUMN 20.
               ACCEPT WS-PIN-NUEVO LINE 12 COLUMN 48 WITH NO ECHO.
               DISPLAY "ROL (C-CAJERO/S-SUPERVISOR): " LINE 13
               COLUMN 20.
               ACCEPT WS-ROL-NUEVO LINE 13 COLUMN 50.
               DISPLAY "NUMERO DE EMPLEADO (0=SIN VINCULAR): " LINE 14
               COLUMN 20.
               ACCEPT WS-EMPLEADO-NUEVO LINE 14 COLUMN 58.
               PERFORM 00010-VALIDAR-EMPLEADO.
               PERFORM 00011-COMPROBAR-CERTIFICADO.
               IF WS-ROL-NUEVO NOT = "C" AND WS-ROL-NUEVO NOT = "S"
                   DISPLAY "ROL NO VALIDO, ALTA CANCELADA" LINE 15
                   COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
               IF NOT WS-EMPLEADO-VALIDO
                   DISPLAY "EMPLEADO INEXISTENTE O INACTIVO, ALTA"
                   " CANCELADA" LINE 15 COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
               IF WS-ROL-NUEVO = "C" AND NOT WS-CERTIFICADO-VIGENTE
                   PERFORM 00011B-AVISO-SIN-CERTIFICADO
                   DISPLAY "ALTA CANCELADA" LINE 16 COLUMN 20
                   BACKGROUND-COLOR IS 4
               ELSE
                   MOVE WS-ID-TECLEADO  TO CAJ-ID
                   MOVE WS-NOMBRE-NUEVO TO CAJ-NOMBRE
                   MOVE WS-PIN-NUEVO    TO CAJ-PIN
                   MOVE WS-ROL-NUEVO    TO CAJ-ROL
                   MOVE "A"             TO CAJ-ACTIVO
                   MOVE 0               TO CAJ-FECHA-PIN
                   MOVE 0               TO CAJ-INTENTOS-FALLIDOS
                   MOVE 0               TO CAJ-PIN-ANTERIOR (1)
                   MOVE 0               TO CAJ-PIN-ANTERIOR (2)
                   MOVE 0               TO CAJ-PIN-ANTERIOR (3)
                   MOVE WS-EMPLEADO-NUEVO TO CAJ-EMPLEADO
                   WRITE CAJ-REGISTRO
                       INVALID KEY
                           DISPLAY "ESE ID YA EXISTE" LINE 15
                           COLUMN 20 BACKGROUND-COLOR IS 4
                       NOT INVALID KEY
                           DISPLAY "CAJERO DADO DE ALTA" LINE 15
                           COLUMN 20 BACKGROUND-COLOR IS 2
                           MOVE "N" TO WS-MAESTRO-VACIO
                   END-WRITE
               END-IF
               END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

                       DISPLAY "CAJERO NO ENCONTRADO" LINE 11
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       PERFORM 00006A-CONFIRMAR-REACTIVACION
               END-READ.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        UN CAJERO SIN CERTIFICADO EN VIGOR DEBE PASAR ANTES LA
      *        FORMACION DE REPASO; LOS SUPERVISORES NO LO NECESITAN.
      *        EL ID DE UN EMPLEADO DADO DE BAJA NO SE REACTIVA
           00006A-CONFIRMAR-REACTIVACION.
               MOVE CAJ-EMPLEADO TO WS-EMPLEADO-NUEVO.
               PERFORM 00010-VALIDAR-EMPLEADO.
               PERFORM 00011-COMPROBAR-CERTIFICADO.
               IF NOT WS-EMPLEADO-VALIDO
                   DISPLAY "EMPLEADO INEXISTENTE O INACTIVO,"
                   " REACTIVACION CANCELADA" LINE 11 COLUMN 20
                   BACKGROUND-COLOR IS 4
               ELSE
               IF CAJ-ES-CAJERO AND NOT WS-CERTIFICADO-VIGENTE
                   PERFORM 00011B-AVISO-SIN-CERTIFICADO
                   DISPLAY "REACTIVACION CANCELADA" LINE 16 COLUMN 20
                   BACKGROUND-COLOR IS 4
               ELSE
                   MOVE "A" TO CAJ-ACTIVO
                   MOVE 0 TO CAJ-INTENTOS-FALLIDOS
                   REWRITE CAJ-REGISTRO
                   DISPLAY "CAJERO REACTIVADO" LINE 11
                   COLUMN 20 BACKGROUND-COLOR IS 2
               END-IF
               END-IF.

           00007-LISTADO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "ID       NOMBRE          ROL ACTIVO FECHA PIN"
               " EMPLEADO" LINE 2 COLUMN 10 BACKGROUND-COLOR IS 2.
               MOVE "N" TO WS-EOF-CAJ.
               MOVE 3 TO WS-LINEA-LISTA.
               MOVE LOW-VALUES TO CAJ-ID.
           00007B-MOSTRAR-CAJERO.
               IF WS-LINEA-LISTA < 22
                   DISPLAY CAJ-ID " " CAJ-NOMBRE " " CAJ-ROL "   "
                       CAJ-ACTIVO "      " CAJ-FECHA-PIN " "
                       CAJ-EMPLEADO LINE WS-LINEA-LISTA COLUMN 10
                   ADD 1 TO WS-LINEA-LISTA
               END-IF.
               PERFORM 00007A-LEER-CAJERO.

      *        DESBLOQUEO DE UN ID BLOQUEADO POR INTENTOS FALLIDOS. SI
      *        EL CAJERO OLVIDO EL PIN SE LE ASIGNA UNO PROVISIONAL,
      *        QUE NACE CADUCADO Y DEBE CAMBIAR EN SU PRIMER ACCESO
           00008-DESBLOQUEAR-CAJERO.
               DISPLAY "ID A DESBLOQUEAR: " LINE 10 COLUMN 20.
               ACCEPT WS-ID-TECLEADO LINE 10 COLUMN 40.
               MOVE WS-ID-TECLEADO TO CAJ-ID.
               READ CAJEROS
                   INVALID KEY
                       DISPLAY "CAJERO NO ENCONTRADO" LINE 11
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       PERFORM 00008A-CONFIRMAR-DESBLOQUEO
               END-READ.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        TAMPOCO SE DESBLOQUEA EL ID DE UN EMPLEADO DADO DE BAJA
           00008A-CONFIRMAR-DESBLOQUEO.
               MOVE CAJ-EMPLEADO TO WS-EMPLEADO-NUEVO.
               PERFORM 00010-VALIDAR-EMPLEADO.
               IF NOT CAJ-BLOQUEADO
                   DISPLAY "EL CAJERO NO ESTA BLOQUEADO" LINE 11
                   COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
               IF NOT WS-EMPLEADO-VALIDO
                   DISPLAY "EMPLEADO INEXISTENTE O INACTIVO,"
                   " DESBLOQUEO CANCELADO" LINE 11 COLUMN 20
                   BACKGROUND-COLOR IS 4
               ELSE
                   DISPLAY "ASIGNAR PIN PROVISIONAL (S/N): " LINE 11
                   COLUMN 20
                   ACCEPT WS-CONFIRMA LINE 11 COLUMN 52
                   IF WS-CONFIRMA = "S" OR "s"
                       DISPLAY "PIN PROVISIONAL: " LINE 12 COLUMN 20
                       ACCEPT WS-PIN-NUEVO LINE 12 COLUMN 48
                       WITH NO ECHO
                       MOVE CAJ-PIN-ANTERIOR (2)
                           TO CAJ-PIN-ANTERIOR (3)
                       MOVE CAJ-PIN-ANTERIOR (1)
                           TO CAJ-PIN-ANTERIOR (2)
                       MOVE CAJ-PIN TO CAJ-PIN-ANTERIOR (1)
                       MOVE WS-PIN-NUEVO TO CAJ-PIN
                       MOVE 0 TO CAJ-FECHA-PIN
                       MOVE 0 TO WS-PIN-NUEVO
                   END-IF
                   MOVE "A" TO CAJ-ACTIVO
                   MOVE 0 TO CAJ-INTENTOS-FALLIDOS
                   REWRITE CAJ-REGISTRO
                   DISPLAY "CAJERO DESBLOQUEADO" LINE 13
                   COLUMN 20 BACKGROUND-COLOR IS 2
               END-IF
               END-IF.

      *        VINCULO DE UN ID YA EXISTENTE CON SU EMPLEADO (IDS DADOS
      *        DE ALTA ANTES DE QUE EL MAESTRO LO RECOGIERA)
           00009-VINCULAR-EMPLEADO.
               DISPLAY "ID A VINCULAR: " LINE 10 COLUMN 20.
               ACCEPT WS-ID-TECLEADO LINE 10 COLUMN 40.
               MOVE WS-ID-TECLEADO TO CAJ-ID.
               READ CAJEROS
                   INVALID KEY
                       DISPLAY "CAJERO NO ENCONTRADO" LINE 11
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       DISPLAY "NUMERO DE EMPLEADO: " LINE 11
                       COLUMN 20
                       ACCEPT WS-EMPLEADO-NUEVO LINE 11 COLUMN 42
                       PERFORM 00010-VALIDAR-EMPLEADO
                       IF WS-EMPLEADO-VALIDO AND WS-EMPLEADO-NUEVO > 0
                           MOVE WS-EMPLEADO-NUEVO TO CAJ-EMPLEADO
                           REWRITE CAJ-REGISTRO
                           DISPLAY "CAJERO VINCULADO AL EMPLEADO"
                           LINE 12 COLUMN 20 BACKGROUND-COLOR IS 2
                       ELSE
                           DISPLAY "EMPLEADO INEXISTENTE O INACTIVO"
                           LINE 12 COLUMN 20 BACKGROUND-COLOR IS 4
                       END-IF
               END-READ.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        UN EMPLEADO CON FECHA DE BAJA NO CUENTA COMO ACTIVO
      *        AUNQUE LA FICHA NO SE HAYA DESMARCADO TODAVIA
           00010-VALIDAR-EMPLEADO.
               MOVE "S" TO WS-EMPLEADO-OK.
               IF WS-EMPLEADO-NUEVO > 0
                   MOVE "N" TO WS-EMPLEADO-OK
                   OPEN INPUT EMPLEADOS
                   IF WS-STATUS-EMP = "00"
                       MOVE WS-EMPLEADO-NUEVO TO EMP-ID
                       READ EMPLEADOS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF EMP-ACTIVO AND EMP-FECHA-BAJA = 0
                                   SET WS-EMPLEADO-VALIDO TO TRUE
                               END-IF
                       END-READ
                       CLOSE EMPLEADOS
                   END-IF
               END-IF.

      *        CERTIFICADO VIGENTE: ALGUNO DEL EMPLEADO CUYA FECHA MAS
      *        LOS MESES DE VALIDEZ SEA POSTERIOR A HOY. UN ID SIN
      *        EMPLEADO VINCULADO NO PUEDE ACREDITAR LA FORMACION
           00011-COMPROBAR-CERTIFICADO.
               MOVE "N" TO WS-CERT-OK.
               MOVE 0 TO WS-ULTIMO-CERT.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN INPUT VALIDEZ-CERT.
               IF WS-STATUS-VCE = "00"
                   READ VALIDEZ-CERT
                       AT END CONTINUE
                       NOT AT END
                           MOVE VCE-REGISTRO TO WS-MESES-CERTIFICADO
                   END-READ
                   CLOSE VALIDEZ-CERT
               END-IF.
               IF WS-EMPLEADO-NUEVO > 0
                   OPEN INPUT CERTIFICADOS
                   IF WS-STATUS-CER = "00"
                       PERFORM 00011A-LEER-CERTIFICADO
                           UNTIL WS-STATUS-CER NOT = "00"
                       CLOSE CERTIFICADOS
                   END-IF
               END-IF.

           00011A-LEER-CERTIFICADO.
               READ CERTIFICADOS
                   AT END MOVE "10" TO WS-STATUS-CER
                   NOT AT END
                       IF CER-EMPLEADO = WS-EMPLEADO-NUEVO
                           IF CER-FECHA > WS-ULTIMO-CERT
                               MOVE CER-FECHA TO WS-ULTIMO-CERT
                           END-IF
                           MOVE CER-FECHA TO WS-FECHA-CERT
                           COMPUTE WS-MESES-TOTAL = WS-FCE-ANIO * 12
                               + WS-FCE-MES - 1 + WS-MESES-CERTIFICADO
                           DIVIDE WS-MESES-TOTAL BY 12
                               GIVING WS-FC-ANIO REMAINDER WS-FC-MES
                           ADD 1 TO WS-FC-MES
                           MOVE WS-FCE-DIA TO WS-FC-DIA
                           IF WS-FECHA-CADUCA-N > WS-FECHA-SISTEMA
                               SET WS-CERTIFICADO-VIGENTE TO TRUE
                           END-IF
                       END-IF
               END-READ.

           00011B-AVISO-SIN-CERTIFICADO.
               IF WS-ULTIMO-CERT = 0
                   DISPLAY "EL EMPLEADO NO TIENE CERTIFICADO DE"
                   " FORMACION" LINE 15 COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   DISPLAY "CERTIFICADO DE FORMACION DEL "
                   WS-ULTIMO-CERT " CADUCADO" LINE 15 COLUMN 20
                   BACKGROUND-COLOR IS 4
               END-IF.

       END PROGRAM CAJADMIN.
