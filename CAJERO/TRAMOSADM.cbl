      *          EL CUADRO CENTRAL UN CAMBIO DE TARIFAS DE AHORRO YA
      *          NO EXIGE EDITAR MILES DE REGISTROS DE CUENTA: EL
      *          DEVENGO (INTERES) ELIGE EL TRAMO DE CADA CUENTA EN
      *          EJECUCION SEGUN SU SALDO. EL ALTA Y LA BAJA NO TOCAN
      *          EL CUADRO: QUEDAN COMO PROPUESTA PENDIENTE EN
      *          PROPUESTAS-PARAM.DAT HASTA QUE OTRO SUPERVISOR LA
      *          APRUEBE EN PARAMREV.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

           SELECT PROPUESTAS ASSIGN TO "../PROPUESTAS-PARAM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRP-ID
           FILE STATUS IS WS-STATUS-PRP.

           SELECT SEC-PROPUESTA ASSIGN TO "../PROPUESTA-SEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SEC-PRP.

       DATA DIVISION.
       FILE SECTION.
        FD TRAMOS.
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
             02 PRP-ACCION   PIC X(01).
             02 PRP-CLAVE    PIC X(12).
             02 PRP-VALOR-ANTERIOR PIC X(40).
             02 PRP-VALOR-NUEVO    PIC X(40).
             02 PRP-FECHA-EFECTO   PIC 9(08).
             02 PRP-PROPONENTE     PIC X(08).
             02 PRP-FECHA-PROPUESTA PIC 9(08).
             02 PRP-ESTADO   PIC X(01).
             02 PRP-REVISOR  PIC X(08).
             02 PRP-FECHA-REVISION PIC 9(08).
             02 PRP-APLICADA PIC X(01).

        FD SEC-PROPUESTA.
         01 SEC-PROPUESTA-REGISTRO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-TRA PIC X(02).
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-PRP PIC X(02).
       77 WS-STATUS-SEC-PRP PIC X(02).
       77 WS-NUEVA-PROPUESTA PIC 9(08).
       77 WS-OPCION PIC 9(01).
       77 WS-LINEA-LISTA PIC 9(02).

       77 WS-ACCESO-OK PIC X(01) VALUE "N".
           88 WS-ACCESO-CONCEDIDO VALUE "S".

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 00001-CONTROL-ACCESO.
               BACKGROUND-COLOR IS 2.
               DISPLAY "1-LISTAR CUADRO" LINE 3 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "2-PROPONER ALTA DE TRAMO" LINE 4 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "3-PROPONER BAJA DE TRAMO" LINE 5 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "4-SALIR" LINE 6 COLUMN 20
               BACKGROUND-COLOR IS 5.
                   ACCEPT WS-HASTA-TECLEADO LINE 11 COLUMN 36
                   DISPLAY "TASA ANUAL (99.99): " LINE 12 COLUMN 20
                   ACCEPT WS-TASA-TECLEADA LINE 12 COLUMN 42
                   DISPLAY "FECHA DE EFECTO (AAAAMMDD, 0=HOY): "
                   LINE 13 COLUMN 20
                   ACCEPT WS-FECHA-TECLEADA LINE 13 COLUMN 56
                   IF (WS-TIPO-TECLEADO NOT = "C"
                       AND WS-TIPO-TECLEADO NOT = "A")
                       OR WS-HASTA-TECLEADO < WS-DESDE-TECLEADO
                       DISPLAY "DATOS NO VALIDOS, ALTA CANCELADA"
                       LINE 14 COLUMN 20 BACKGROUND-COLOR IS 4
                   ELSE
                       ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
                       IF WS-FECHA-TECLEADA = 0
                           MOVE WS-FECHA-SISTEMA TO WS-FECHA-TECLEADA
                       END-IF
                       MOVE SPACES TO TRA-REGISTRO
                       MOVE WS-TIPO-TECLEADO  TO TRA-TIPO
                       MOVE WS-DESDE-TECLEADO TO TRA-DESDE
                       MOVE WS-HASTA-TECLEADO TO TRA-HASTA
                       MOVE WS-TASA-TECLEADA  TO TRA-TASA
                       MOVE WS-FECHA-TECLEADA TO TRA-FECHA-EFECTO
                       MOVE SPACES TO PRP-REGISTRO
                       MOVE "A" TO PRP-ACCION
                       MOVE TRA-REGISTRO TO PRP-VALOR-NUEVO
                       PERFORM 00007-GRABAR-PROPUESTA
                   END-IF
                   STOP "PULSE UNA TECLA PARA CONTINUAR"
               END-IF.

      *        LA BAJA SE PROPONE CON LA LINEA DEL TRAMO COMO VALOR
      *        ANTERIOR Y EFECTO DE HOY; AL APROBARSE SE RETIRA
           00006-BAJA-TRAMO.
               DISPLAY "NUMERO DE TRAMO A RETIRAR (VER LISTADO): "
               LINE 9 COLUMN 20.
                   DISPLAY "NUMERO NO VALIDO" LINE 10 COLUMN 20
                   BACKGROUND-COLOR IS 4
               ELSE
                   ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
                   MOVE WS-FECHA-SISTEMA TO WS-FECHA-TECLEADA
                   SET WS-IDX-TRA TO WS-NUM-BAJA
                   PERFORM 00006A-IMAGEN-TRAMO
                   MOVE SPACES TO PRP-REGISTRO
                   MOVE "B" TO PRP-ACCION
                   MOVE TRA-REGISTRO TO PRP-VALOR-ANTERIOR
                   PERFORM 00007-GRABAR-PROPUESTA
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00006A-IMAGEN-TRAMO.
               MOVE SPACES TO TRA-REGISTRO.
               MOVE WS-TR-TIPO (WS-IDX-TRA)  TO TRA-TIPO.
               MOVE WS-TR-DESDE (WS-IDX-TRA) TO TRA-DESDE.
               MOVE WS-TR-HASTA (WS-IDX-TRA) TO TRA-HASTA.
               MOVE WS-TR-TASA (WS-IDX-TRA)  TO TRA-TASA.
               MOVE WS-TR-FECHA (WS-IDX-TRA) TO TRA-FECHA-EFECTO.

      *        GRABA LA PROPUESTA; LA CLAVE ES EL TIPO DE CUENTA MAS
      *        EL SALDO DESDE DEL TRAMO
           00007-GRABAR-PROPUESTA.
               PERFORM 00007A-SIGUIENTE-NUM-PROPUESTA.
               MOVE WS-NUEVA-PROPUESTA TO PRP-ID.
               MOVE "TRAMOS" TO PRP-TABLA.
               MOVE TRA-TIPO TO PRP-CLAVE (1:1).
               MOVE TRA-DESDE TO PRP-CLAVE (2:9).
               MOVE WS-FECHA-TECLEADA TO PRP-FECHA-EFECTO.
               MOVE WS-SUP-ID TO PRP-PROPONENTE.
               MOVE WS-FECHA-SISTEMA TO PRP-FECHA-PROPUESTA.
               MOVE "P" TO PRP-ESTADO.
               MOVE SPACES TO PRP-REVISOR.
               MOVE 0 TO PRP-FECHA-REVISION.
               MOVE "N" TO PRP-APLICADA.
               OPEN I-O PROPUESTAS.
               IF WS-STATUS-PRP = "35"
                   OPEN OUTPUT PROPUESTAS
                   CLOSE PROPUESTAS
                   OPEN I-O PROPUESTAS
               END-IF.
               WRITE PRP-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA PROPUESTA" LINE 15
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       DISPLAY "PROPUESTA " LINE 15 COLUMN 20
                       PRP-ID LINE 15 COLUMN 30
                       " PENDIENTE DE APROBACION" LINE 15 COLUMN 38
                       BACKGROUND-COLOR IS 2
               END-WRITE.
               CLOSE PROPUESTAS.

           00007A-SIGUIENTE-NUM-PROPUESTA.
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

       END PROGRAM TRAMOSADM.
