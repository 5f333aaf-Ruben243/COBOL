      *          ALTA O ACTUALIZACION DE LA TASA DE COMPRA Y VENTA DE
      *          UNA DIVISA, CON SU FECHA DE EFECTO. ASI LAS TASAS
      *          DEJAN DE ESTAR COMPILADAS EN EL CAJERO Y ANIADIR UNA
      *          DIVISA NUEVA YA NO EXIGE TOCAR CODIGO. EL CAMBIO NO
      *          SE APLICA AQUI: QUEDA COMO PROPUESTA PENDIENTE EN
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
        FD CAMBIOS.
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
       77 WS-STATUS-CAM PIC X(02).
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-PRP PIC X(02).
       77 WS-STATUS-SEC-PRP PIC X(02).
       77 WS-NUEVA-PROPUESTA PIC 9(08).
       77 WS-OPCION PIC 9(01).
       77 WS-LINEA-LISTA PIC 9(02).

       77 WS-MONEDA-NUEVA PIC X(03).
       77 WS-COMPRA-NUEVA PIC 9(01)V9(04).
       77 WS-VENTA-NUEVA  PIC 9(01)V9(04).
       77 WS-FECHA-EFECTO-NUEVA PIC 9(08).
       77 WS-MONEDA-HALLADA PIC X(01).
           88 WS-MONEDA-EXISTE VALUE "S".

               COLUMN 20 BACKGROUND-COLOR IS 2.
               DISPLAY "1-LISTAR CUADRO" LINE 3 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "2-PROPONER CAMBIO DE DIVISA" LINE 4 COLUMN 20
               BACKGROUND-COLOR IS 5.
               DISPLAY "3-SALIR" LINE 5 COLUMN 20
               BACKGROUND-COLOR IS 5.
                   LINE WS-LINEA-LISTA COLUMN 10.
               ADD 1 TO WS-LINEA-LISTA.

      *        PROPONE EL ALTA O ACTUALIZACION DE LA DIVISA CON SU
      *        FECHA DE EFECTO (HOY SI NO SE TECLEA O ES ANTERIOR). EL
      *        CUADRO EN VIGOR NO CAMBIA HASTA QUE OTRO SUPERVISOR
      *        APRUEBE LA PROPUESTA EN PARAMREV
           00005-ACTUALIZAR.
               DISPLAY "DIVISA (ISO-3): " LINE 8 COLUMN 20.
               ACCEPT WS-MONEDA-NUEVA LINE 8 COLUMN 40.
               ACCEPT WS-COMPRA-NUEVA LINE 9 COLUMN 48.
               DISPLAY "TASA DE VENTA  (9.9999): " LINE 10 COLUMN 20.
               ACCEPT WS-VENTA-NUEVA LINE 10 COLUMN 48.
               DISPLAY "FECHA DE EFECTO (AAAAMMDD, 0=HOY): " LINE 11
               COLUMN 20.
               ACCEPT WS-FECHA-EFECTO-NUEVA LINE 11 COLUMN 56.

               IF WS-COMPRA-NUEVA = 0 OR WS-VENTA-NUEVA = 0
                   DISPLAY "TASA CERO NO ADMITIDA" LINE 12 COLUMN 20
                   BACKGROUND-COLOR IS 4
               ELSE
                   PERFORM 00005A-PREPARAR-PROPUESTA
               END-IF.
               STOP "PULSE UNA TECLA PARA CONTINUAR".

           00005A-PREPARAR-PROPUESTA.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               IF WS-FECHA-EFECTO-NUEVA < WS-FECHA-SISTEMA
                   MOVE WS-FECHA-SISTEMA TO WS-FECHA-EFECTO-NUEVA
               END-IF.
               MOVE SPACES TO PRP-REGISTRO.
               MOVE "N" TO WS-MONEDA-HALLADA.
               PERFORM 00005B-BUSCAR-DIVISA
                   VARYING WS-IDX-CAM FROM 1 BY 1
                   UNTIL WS-IDX-CAM > WS-NUM-CAMBIOS
                   OR WS-MONEDA-EXISTE.
               IF NOT WS-MONEDA-EXISTE AND WS-NUM-CAMBIOS NOT < 10
                   DISPLAY "CUADRO LLENO, DIVISA NO ANIADIDA"
                   LINE 12 COLUMN 20 BACKGROUND-COLOR IS 4
               ELSE
                   MOVE SPACES TO CAM-REGISTRO
                   MOVE WS-MONEDA-NUEVA TO CAM-MONEDA
                   MOVE WS-COMPRA-NUEVA TO CAM-COMPRA
                   MOVE WS-VENTA-NUEVA  TO CAM-VENTA
                   MOVE WS-FECHA-EFECTO-NUEVA TO CAM-FECHA-EFECTO
                   MOVE CAM-REGISTRO TO PRP-VALOR-NUEVO
                   MOVE WS-MONEDA-NUEVA TO PRP-CLAVE
                   PERFORM 00006-GRABAR-PROPUESTA
               END-IF.

      *        SI LA DIVISA YA ESTA EN EL CUADRO SE GUARDA SU LINEA
      *        ACTUAL COMO VALOR ANTERIOR DE LA PROPUESTA
           00005B-BUSCAR-DIVISA.
               IF WS-CC-MONEDA (WS-IDX-CAM) = WS-MONEDA-NUEVA
                   SET WS-MONEDA-EXISTE TO TRUE
                   MOVE SPACES TO CAM-REGISTRO
                   MOVE WS-CC-MONEDA (WS-IDX-CAM) TO CAM-MONEDA
                   MOVE WS-CC-COMPRA (WS-IDX-CAM) TO CAM-COMPRA
                   MOVE WS-CC-VENTA (WS-IDX-CAM)  TO CAM-VENTA
                   MOVE WS-CC-FECHA (WS-IDX-CAM)  TO CAM-FECHA-EFECTO
                   MOVE CAM-REGISTRO TO PRP-VALOR-ANTERIOR
               END-IF.

           00006-GRABAR-PROPUESTA.
               PERFORM 00006A-SIGUIENTE-NUM-PROPUESTA.
               MOVE WS-NUEVA-PROPUESTA TO PRP-ID.
               MOVE "CAMBIOS" TO PRP-TABLA.
               MOVE "A" TO PRP-ACCION.
               MOVE WS-FECHA-EFECTO-NUEVA TO PRP-FECHA-EFECTO.
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
                       DISPLAY "ERROR AL GRABAR LA PROPUESTA" LINE 12
                       COLUMN 20 BACKGROUND-COLOR IS 4
                   NOT INVALID KEY
                       DISPLAY "PROPUESTA " LINE 12 COLUMN 20
                       PRP-ID LINE 12 COLUMN 30
                       " PENDIENTE DE APROBACION" LINE 12 COLUMN 38
                       BACKGROUND-COLOR IS 2
               END-WRITE.
               CLOSE PROPUESTAS.

           00006A-SIGUIENTE-NUM-PROPUESTA.
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

       END PROGRAM TIPOCAMBIO.
