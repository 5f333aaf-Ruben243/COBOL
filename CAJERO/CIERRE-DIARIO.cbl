      *  - Back-office adjustments (AJUSTE movements posted by the
      *    AJUSTES program) are counted and totalled in their own
      *    section so they cannot hide among ordinary traffic.
      *  - Movements made at a self-service kiosk (MOV-ORIGEN "K") are
      *    also counted and totalled in their own section: cash
      *    withdrawn and transfers between the customer's accounts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-DIARIO.
             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-HORA     PIC 9(02).

        FD REPORTE-CIERRE.
         01 REP-LINEA PIC X(60).
       77 WS-NUM-MOVIMIENTOS   PIC 9(05) VALUE 0.
       77 WS-TOTAL-AJUSTES     PIC S9(9)V99 VALUE 0.
       77 WS-NUM-AJUSTES       PIC 9(05) VALUE 0.
      * OPERACIONES DEL QUIOSCO DE AUTOSERVICIO (MOV-ORIGEN "K")
       77 WS-NUM-KIOSCO        PIC 9(05) VALUE 0.
       77 WS-NUM-KIO-REINTEGROS PIC 9(05) VALUE 0.
       77 WS-TOTAL-KIO-REINTEGROS PIC S9(9)V99 VALUE 0.
       77 WS-NUM-KIO-TRASPASOS PIC 9(05) VALUE 0.
       77 WS-TOTAL-KIO-TRASPASOS PIC S9(9)V99 VALUE 0.
       77 WS-KIO-VIS PIC -ZZZZZZZ9.99.

      * TABLA DE ACUMULADOS POR SUCURSAL, PARA QUE CADA OFICINA
      * CONCILIE SU PROPIO EFECTIVO
               MOVE MOV-IMPORTE TO WS-IMPORTE-NUM.
               PERFORM 00007-LOCALIZAR-SUCURSAL.
               PERFORM 00017-LOCALIZAR-TERMINAL.
               IF MOV-ORIGEN = "K"
                   PERFORM 00019-ACUMULAR-KIOSCO
               END-IF.
      *        SOLO SE CONCILIAN MOVIMIENTOS DE EFECTIVO REALES EN EL
      *        CAJERO (INGRESO/REINTEGRO); TRANSFERENCIAS, INTERES,
      *        ORDENES Y ANULACIONES NO MUEVEN EFECTIVO EN LA MAQUINA
                       MOVE WS-IMPORTE-NUM TO SRT-IMPORTE
                       RELEASE SRT-REGISTRO
                   WHEN "COMISION"
                   WHEN "ALQ-CAJA"
      *                LAS COMISIONES DE MANTENIMIENTO Y LOS ALQUILERES
      *                DE CAJAS SE INFORMAN APARTE: NO SON EFECTIVO DE
      *                LA MAQUINA
                       ADD WS-IMPORTE-NUM TO WS-TOTAL-COMISIONES
                   WHEN "AJUSTE"
      *                LOS AJUSTES DE BACK OFFICE SE LISTAN APARTE
               STRING "MOVIMIENTOS LEIDOS: " WS-NUM-MOVIMIENTOS
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               PERFORM 00020-ESCRIBIR-KIOSCO.

      *        LOS REINTEGROS DEL QUIOSCO YA ESTAN EN LOS TOTALES DE
      *        EFECTIVO; AQUI SE SEPARAN PARA CONCILIAR EL CANAL
           00019-ACUMULAR-KIOSCO.
               ADD 1 TO WS-NUM-KIOSCO.
               EVALUATE MOV-TIPO
                   WHEN "REINTEGRO"
                       ADD 1 TO WS-NUM-KIO-REINTEGROS
                       ADD WS-IMPORTE-NUM TO WS-TOTAL-KIO-REINTEGROS
                   WHEN "TRANSFER"
                       ADD 1 TO WS-NUM-KIO-TRASPASOS
                       ADD WS-IMPORTE-NUM TO WS-TOTAL-KIO-TRASPASOS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           00020-ESCRIBIR-KIOSCO.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE "OPERACIONES DE QUIOSCO DE AUTOSERVICIO"
                   TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "MOVIMIENTOS QUIOSCO: " WS-NUM-KIOSCO
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE WS-TOTAL-KIO-REINTEGROS TO WS-KIO-VIS.
               MOVE SPACES TO REP-LINEA.
               STRING "REINTEGROS QUIOSCO : " WS-NUM-KIO-REINTEGROS
                   " POR " WS-KIO-VIS
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE WS-TOTAL-KIO-TRASPASOS TO WS-KIO-VIS.
               MOVE SPACES TO REP-LINEA.
               STRING "TRASPASOS QUIOSCO  : " WS-NUM-KIO-TRASPASOS
                   " POR " WS-KIO-VIS
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

           00018-ESCRIBIR-TERMINAL.
               MOVE WS-TT-CODIGO (WS-IDX-TRM)     TO WS-LT-CODIGO.
