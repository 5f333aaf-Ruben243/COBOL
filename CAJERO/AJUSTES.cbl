      *          EN MOTIVOS-AJUSTE.TXT Y EL PROGRAMA CONTABILIZA EL
      *          APUNTE CORRECTOR CONTRARIO (TIPO AJUSTE) EN AMBOS
      *          DIARIOS, DEJANDO EN AJUSTES-LOG.TXT LA REFERENCIA AL
      *          MOVIMIENTO CORREGIDO, EL MOTIVO Y EL SUPERVISOR,
      *          ASI COMO EL CAJERO Y LA SUCURSAL QUE LO ANOTARON.
      *          LOS AJUSTES DEL DIA SALEN ADEMAS EN EL INFORME DE
      *          CIERRE-DIARIO PARA QUE NO SE ESCONDAN EN EL TRAFICO.
      * Tectonics: cobc
             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-HORA     PIC 9(02).

        FD SEC-MOVIMIENTO.
         01 SEC-MOVIMIENTO-REGISTRO PIC 9(08).
                 88 CAJ-ES-SUPERVISOR VALUE "S".
             02 CAJ-ACTIVO PIC X(01).
                 88 CAJ-ESTA-ACTIVO   VALUE "A".
                 88 CAJ-BLOQUEADO     VALUE "L".
             02 CAJ-FECHA-PIN PIC 9(08).
             02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
             02 CAJ-PIN-ANTERIOR PIC 9(04) OCCURS 3 TIMES.
             02 CAJ-EMPLEADO PIC 9(06).

        FD MOTIVOS.
         01 MOT-REGISTRO.
             02 AJL-IMPORTE PIC S9(9)V99 SIGN LEADING SEPARATE.
             02 FILLER      PIC X(01).
             02 AJL-SUPERVISOR PIC X(08).
             02 FILLER      PIC X(01).
             02 AJL-CAJERO  PIC X(08).
             02 FILLER      PIC X(01).
             02 AJL-SUCURSAL PIC 9(03).

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).
       77 WS-IMPORTE-AJUSTE PIC S9(9)V99.
       77 WS-IMPORTE-VIS PIC -ZZZZZZZZ9.99.
       77 WS-IMPORTE-ORIGINAL PIC S9(9)V99.
      * CAJERO Y SUCURSAL DEL MOVIMIENTO CORREGIDO, PARA EL INFORME
      * DE PRODUCTIVIDAD DE CAJEROS
       77 WS-CAJERO-ORIGINAL PIC X(08).
       77 WS-SUCURSAL-ORIGINAL PIC 9(03).
       77 WS-SALDO-NUEVO PIC S9(9)V99.

      * IDENTIFICACION DEL SUPERVISOR QUE AUTORIZA EL AJUSTE

           00006-CONFIRMAR-AJUSTE.
               MOVE MOVIDX-IMPORTE TO WS-IMPORTE-ORIGINAL.
               MOVE MOVIDX-CAJERO TO WS-CAJERO-ORIGINAL.
               MOVE MOVIDX-SUCURSAL TO WS-SUCURSAL-ORIGINAL.
               MOVE MOVIDX-IMPORTE TO WS-IMPORTE-VIS.
               DISPLAY "ORIGINAL: " LINE 9 COLUMN 20.
               DISPLAY MOVIDX-FECHA LINE 9 COLUMN 31.
                   WHEN "PLAZO-CANC"
                   WHEN "NOMINA-AB"
                   WHEN "TRANSF-DEV"
                   WHEN "TRANSF-RCH"
                   WHEN "DOMIC-DEV"
                   WHEN "COBRO-EMP"
                   WHEN "LOTE-ABONO"
                   WHEN "BARR-CRE"
                   WHEN "ANULACION"
                       COMPUTE WS-IMPORTE-AJUSTE =
                           0 - WS-IMPORTE-ORIGINAL
               MOVE 0 TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               CLOSE MOVIMIENTOS.
               PERFORM 00012-GRABAR-MOV-IDX.
               MOVE WS-MOTIVO-TECLEADO TO AJL-MOTIVO.
               MOVE WS-IMPORTE-AJUSTE TO AJL-IMPORTE.
               MOVE WS-SUP-ID TO AJL-SUPERVISOR.
               MOVE WS-CAJERO-ORIGINAL TO AJL-CAJERO.
               MOVE WS-SUCURSAL-ORIGINAL TO AJL-SUCURSAL.
               WRITE AJL-LINEA.
               CLOSE AJUSTES-LOG.

