      *          FECHA. EL CALENDARIO LO CONSULTAN FINDIA AL RODAR LA
      *          FECHA DE NEGOCIO, EL CALCULO DE DISPONIBILIDAD DE
      *          CHEQUES DEL CAJERO Y EL DESPLAZAMIENTO DE FECHAS DE
      *          LAS ORDENES PERMANENTES. EL ALTA Y LA BAJA NO TOCAN
      *          EL CALENDARIO: QUEDAN COMO PROPUESTA PENDIENTE EN
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
        FD FESTIVOS.
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
       77 WS-STATUS-FES PIC X(02).
       77 WS-FECHA-TECLEADA PIC 9(08).
       77 WS-FECHA-HALLADA PIC X(01).
           88 WS-FECHA-EXISTE VALUE "S".
       77 WS-STATUS-PRP PIC X(02).
       77 WS-STATUS-SEC-PRP PIC X(02).
       77 WS-NUEVA-PROPUESTA PIC 9(08).
       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

      * IDENTIFICACION DEL SUPERVISOR QUE MANTIENE EL CALENDARIO
       77 WS-SUP-ID  PIC X(08).
               BACKGROUND-COLOR IS 2.
               DISPLAY "1-LISTAR CALENDARIO" LINE 3 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "2-PROPONER ALTA DE FESTIVO" LINE 4 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "3-PROPONER BAJA DE FESTIVO" LINE 5 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "4-SALIR" LINE 6 COLUMN 20
               BACKGROUND-COLOR IS 5.
                   DISPLAY "CALENDARIO LLENO, FECHA NO ANIADIDA"
                   LINE 10 COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE SPACES TO PRP-REGISTRO
                   MOVE "A" TO PRP-ACCION
                   MOVE WS-FECHA-TECLEADA TO PRP-VALOR-NUEVO (1:8)
                   PERFORM 00008-GRABAR-PROPUESTA
               END-IF
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

      *        LA BAJA SE PROPONE CON LA FECHA COMO VALOR ANTERIOR;
      *        AL APROBARSE SE RETIRA DEL CALENDARIO
           00006-BAJA-FESTIVO.
               DISPLAY "FECHA A RETIRAR (AAAAMMDD): " LINE 9
               COLUMN 20.
                   DISPLAY "LA FECHA NO ESTA EN EL CALENDARIO"
                   LINE 10 COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE SPACES TO PRP-REGISTRO
                   MOVE "B" TO PRP-ACCION
                   MOVE WS-FECHA-TECLEADA TO PRP-VALOR-ANTERIOR (1:8)
                   PERFORM 00008-GRABAR-PROPUESTA
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00007-BUSCAR-FECHA.
               MOVE "N" TO WS-FECHA-HALLADA.
               IF WS-NUM-FESTIVOS > 0
                   END-SEARCH
               END-IF.

      *        GRABA LA PROPUESTA CON EFECTO DE HOY; LA CLAVE ES LA
      *        PROPIA FECHA DEL FESTIVO
           00008-GRABAR-PROPUESTA.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               PERFORM 00008A-SIGUIENTE-NUM-PROPUESTA.
               MOVE WS-NUEVA-PROPUESTA TO PRP-ID.
               MOVE "FESTIVOS" TO PRP-TABLA.
               MOVE WS-FECHA-TECLEADA TO PRP-CLAVE (1:8).
               MOVE WS-FECHA-SISTEMA TO PRP-FECHA-EFECTO.
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
                       DISPLAY "ERROR AL GRABAR LA PROPUESTA" LINE 10
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       DISPLAY "PROPUESTA " LINE 10 COLUMN 20
                       PRP-ID LINE 10 COLUMN 30
                       " PENDIENTE DE APROBACION" LINE 10 COLUMN 38
                       BACKGROUND-COLOR IS 2
               END-WRITE.
               CLOSE PROPUESTAS.

           00008A-SIGUIENTE-NUM-PROPUESTA.
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

       END PROGRAM FESTADMIN.
