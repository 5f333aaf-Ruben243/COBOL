      *          ESE CAJERO ANOTO EN EL DIARIO EN LA FECHA DE
      *          NEGOCIO, MAS EL CAMBIO NETO. EL SOBRANTE O FALTANTE
      *          SE IMPRIME EN CAJON-INFORME.TXT, QUE ANTES SE
      *          RECONSTRUIA A MANO DESDE MOVIMIENTOS.TXT, Y QUEDA
      *          GUARDADO EN EL REGISTRO DEL TURNO JUNTO CON LA
      *          SUCURSAL DEL PUESTO (SUCURSAL.TXT) PARA EL INFORME
      *          MENSUAL DE PRODUCTIVIDAD DE CAJEROS. EL TURNO QUE
      *          QUEDA ABIERTO AL DAR DE BAJA AL EMPLEADO SE MARCA
      *          COMO LIBERADO (L) Y YA NO ADMITE OPERACIONES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOV.

           SELECT SUCURSAL ASSIGN TO "../SUCURSAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SUC.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.
             02 CJN-ESTADO PIC X(01).
                 88 CJN-ABIERTO VALUE "A".
                 88 CJN-CERRADO VALUE "C".
                 88 CJN-LIBERADO VALUE "L".
             02 CJN-SUCURSAL PIC 9(03).
             02 CJN-DIFERENCIA PIC S9(9)V99.

        FD CAJEROS.
         01 CAJ-REGISTRO.
                 88 CAJ-ES-SUPERVISOR VALUE "S".
             02 CAJ-ACTIVO PIC X(01).
                 88 CAJ-ESTA-ACTIVO   VALUE "A".
                 88 CAJ-BLOQUEADO     VALUE "L".
             02 CAJ-FECHA-PIN PIC 9(08).
             02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
             02 CAJ-PIN-ANTERIOR PIC 9(04) OCCURS 3 TIMES.
             02 CAJ-EMPLEADO PIC 9(06).

        FD MOVIMIENTOS-LECTURA.
         01 MOVL-REGISTRO.
             02 MOVL-ORIGEN   PIC X(01).
             02 FILLER        PIC X(01).
             02 MOVL-TERMINAL PIC X(04).
             02 FILLER        PIC X(01).
             02 MOVL-HORA     PIC 9(02).

        FD SUCURSAL.
         01 SUC-REGISTRO.
             02 SUC-CODIGO PIC 9(03).
             02 FILLER     PIC X(01).
             02 SUC-NOMBRE PIC X(20).

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-MOV PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-STATUS-SUC PIC X(02).
       77 WS-OPCION PIC 9(01).
       77 WS-EOF-MOV PIC X(01) VALUE "N".
           88 WS-FIN-MOV VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       77 WS-SUCURSAL PIC 9(03) VALUE 1.

      * IDENTIFICACION DEL CAJERO TITULAR DE LA CAJA
       77 WS-TELLER-ID  PIC X(08).
                   END-READ
                   CLOSE FECHA-NEGOCIO
               END-IF.
               OPEN INPUT SUCURSAL.
               IF WS-STATUS-SUC = "00"
                   READ SUCURSAL
                       AT END CONTINUE
                       NOT AT END MOVE SUC-CODIGO TO WS-SUCURSAL
                   END-READ
                   CLOSE SUCURSAL
               END-IF.

           00003-ABRIR-MAESTRO.
               OPEN I-O CAJON.
               MOVE WS-HORA-SISTEMA (1:6) TO CJN-HORA-APERTURA.
               MOVE 0 TO CJN-HORA-CIERRE.
               MOVE "A" TO CJN-ESTADO.
               MOVE WS-SUCURSAL TO CJN-SUCURSAL.
               MOVE 0 TO CJN-DIFERENCIA.
               WRITE CJN-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL ABRIR EL TURNO" LINE 10
                   MOVE WS-DECLARADO TO CJN-DECLARADO
                   MOVE WS-HORA-SISTEMA (1:6) TO CJN-HORA-CIERRE
                   MOVE "C" TO CJN-ESTADO
                   MOVE WS-DIFERENCIA TO CJN-DIFERENCIA
                   REWRITE CJN-REGISTRO
                   PERFORM 00009-IMPRIMIR-ARQUEO
                   MOVE WS-DIFERENCIA TO WS-IMPORTE-VIS
