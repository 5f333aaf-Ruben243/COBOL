      *          DEL HISTORICO CONSOLIDADO POR CLAVE (HISTORICO.DAT),
      *          CON LOS ARCHIVOS FECHADOS MOV-AAAAMMDD.TXT COMO
      *          RESPALDO SI EL HISTORICO AUN NO ESTA CARGADO.
      *          EL REGISTRO 11 LLEVA AL FINAL EL IBAN DE LA CUENTA
      *          TOMADO DE CUENTAS-IBAN.DAT (EN BLANCO SI AUN NO
      *          TIENE IBAN ASIGNADO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    IBAN DE CADA CUENTA (VER IBAN-CONV), ACCESIBLE TAMBIEN POR
      *    EL PROPIO IBAN
           SELECT CUENTAS-IBAN ASSIGN TO "../CUENTAS-IBAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBN-CUENTA
           ALTERNATE RECORD KEY IS IBN-IBAN
           FILE STATUS IS WS-STATUS-IBN.

           SELECT SALIDA-N43 ASSIGN TO "../N43.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

        FD CUENTAS-IBAN.
         01 IBN-REGISTRO.
             02 IBN-CUENTA     PIC 9(11).
             02 IBN-IBAN       PIC X(34).
             02 IBN-FECHA-ALTA PIC 9(08).
        FD SALIDA-N43.
         01 N43-LINEA PIC X(80).

       77 WS-EOF-ARC PIC X(01) VALUE "N".
           88 WS-FIN-ARC VALUE "S".
       77 WS-STATUS-HIS PIC X(02).
       77 WS-STATUS-IBN PIC X(02).
       77 WS-IBAN-N43 PIC X(34) VALUE SPACES.
       77 WS-EOF-HIS PIC X(01) VALUE "N".
           88 WS-FIN-HIS VALUE "S".

                   WHEN "VF-ABONO"
                   WHEN "PREST-DISP"
                   WHEN "TRANSF-DEV"
                   WHEN "TRANSF-RCH"
                   WHEN "DOMIC-DEV"
                   WHEN "COBRO-EMP"
                   WHEN "NOMINA-AB"
                   WHEN "LOTE-ABONO"
                   WHEN "BARR-CRE"
                       MOVE "H" TO WS-SENTIDO
                   WHEN "AJUSTE"
                   WHEN "ANULACION"
                   WHEN "TRANSF-EXT"
                   WHEN "TRANSF-REC"
                   WHEN "TRANSF-DEV"
                   WHEN "TRANSF-RCH"
                   WHEN "LOTE-PAGO"
                   WHEN "LOTE-ABONO"
                   WHEN "BARR-DEB"
                   WHEN "BARR-CRE"
                       MOVE "04" TO WS-CONCEPTO
                   WHEN "DOMICIL"
                   WHEN "DOMIC-DEV"
                   WHEN "COBRO-EMP"
                   WHEN "COBRO-DEV"
                   WHEN "ORDEN-DEB"
                   WHEN "ORDEN-CRE"
                       MOVE "05" TO WS-CONCEPTO
                   WHEN "INT-DEUDOR"
                   WHEN "RETENCION"
                       MOVE "06" TO WS-CONCEPTO
                   WHEN "COMPRA-TAR"
                   WHEN "REINT-ATM"
                       MOVE "12" TO WS-CONCEPTO
                   WHEN "COMISION"
                   WHEN "COMIS-AMOR"
                   WHEN "COMIS-APER"
                   WHEN "ALQ-CAJA"
                       MOVE "17" TO WS-CONCEPTO
                   WHEN OTHER
                       MOVE "99" TO WS-CONCEPTO
                   MOVE "2" TO WS-CLAVE-SALDO
                   MOVE WS-SALDO-INICIAL TO WS-SALDO-N43
               END-IF.
               PERFORM 00010A-BUSCAR-IBAN.
               MOVE SPACES TO N43-LINEA.
               STRING "11" WS-CUENTA-PEDIDA
                   WS-FECHA-DESDE (3:6) WS-FECHA-HASTA (3:6)
                   WS-CLAVE-SALDO WS-SALDO-N43 "978" WS-IBAN-N43
                   DELIMITED BY SIZE INTO N43-LINEA.
               WRITE N43-LINEA.
               ADD 1 TO WS-REGISTROS-TOTALES.

      *        IBAN DE LA CUENTA EXPORTADA; SIN FICHERO O SIN IBAN
      *        ASIGNADO EL CAMPO QUEDA EN BLANCO
           00010A-BUSCAR-IBAN.
               MOVE SPACES TO WS-IBAN-N43.
               OPEN INPUT CUENTAS-IBAN.
               IF WS-STATUS-IBN = "00"
                   MOVE WS-CUENTA-PEDIDA TO IBN-CUENTA
                   READ CUENTAS-IBAN
                       INVALID KEY
                           MOVE SPACES TO IBN-IBAN
                   END-READ
                   MOVE IBN-IBAN TO WS-IBAN-N43
                   CLOSE CUENTAS-IBAN
               END-IF.

           00014-ESCRIBIR-REGISTRO-22.
               ADD 1 TO WS-REGISTROS-22.
               ADD 1 TO WS-REGISTROS-TOTALES.
