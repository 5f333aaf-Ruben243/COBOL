             02 CLI-DNI   PIC X(09).
             02 CLI-NOMBRE PIC A(11).
             02 CLI-APELLIDO PIC A(15).
             02 CLI-RESTO PIC X(27).

        FD ORDENES-PERMANENTES.
         01 ORD-REGISTRO.
        FD EMPLEADOS.
         01 EMP-REGISTRO.
             02 EMP-ID    PIC 9(06).
             02 EMP-RESTO PIC X(110).

        FD MOVIMIENTOS-LECTURA.
         01 MOVL-REGISTRO.
               CLOSE CLIENTES.

           00002A-CARGAR-CLIENTE.
               MOVE GEN-REGISTRO (1:62) TO CLI-REGISTRO.
               WRITE CLI-REGISTRO
                   INVALID KEY
                       DISPLAY "CLAVE DUPLICADA EN LA GENERACION: "
               CLOSE EMPLEADOS.

           00004A-CARGAR-EMPLEADO.
               MOVE GEN-REGISTRO (1:116) TO EMP-REGISTRO.
               WRITE EMP-REGISTRO
                   INVALID KEY
                       DISPLAY "CLAVE DUPLICADA EN LA GENERACION: "
                   WHEN "INTERES"
                   WHEN "ORDEN-CRE"
                   WHEN "TRANSF-REC"
                   WHEN "TRANSF-RCH"
                   WHEN "BARR-CRE"
                   WHEN "ANULACION"
                       ADD WS-IMPORTE-NUM TO CTA-SALDO
                       REWRITE CTA-REGISTRO
                       ADD 1 TO WS-REAPLICADOS
                   WHEN "REINTEGRO"
                   WHEN "COMISION"
                   WHEN "ALQ-CAJA"
                   WHEN "RETENCION"
                   WHEN "ORDEN-DEB"
                   WHEN "TRANSFER"
                   WHEN "TRANSF-EXT"
                   WHEN "BARR-DEB"
                   WHEN "COMPRA-TAR"
                   WHEN "REINT-ATM"
                       SUBTRACT WS-IMPORTE-NUM FROM CTA-SALDO
                       REWRITE CTA-REGISTRO
                       PERFORM 00008-AUDITAR-CUENTA
