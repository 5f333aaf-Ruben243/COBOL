      *    CTA-TASA-INTERES. The tier applied to each account is
      *    listed in TRAMOS-APLICADOS.TXT so disputes can be
      *    answered.
      *  - Tiers are now picked by the rate tier set of the account's
      *    product (PRODUCTOS.DAT / CUENTAS-PRODUCTO.DAT, maintained
      *    with PRODADMIN); accounts without a product keep using
      *    their CTA-TIPO-CUENTA letter as the tier key.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERES.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRA.

      *    CATALOGO DE PRODUCTOS (VER PRODADMIN) Y PRODUCTO DE CADA
      *    CUENTA; SIN PRODUCTO SE USA EL TIPO C/A DE LA CUENTA
           SELECT PRODUCTOS ASSIGN TO "../PRODUCTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-CODIGO
           FILE STATUS IS WS-STATUS-PRD.

           SELECT CUENTAS-PRODUCTO ASSIGN TO "../CUENTAS-PRODUCTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPR-CUENTA
           FILE STATUS IS WS-STATUS-CPR.

      *    LISTADO DEL TRAMO APLICADO A CADA CUENTA EN EL MES
           SELECT OPTIONAL TRAMOS-APLICADOS
           ASSIGN TO "../TRAMOS-APLICADOS.TXT"
             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-HORA     PIC 9(02).


        FD MOVIMIENTOS-IDX.
             02 FILLER    PIC X(01).
             02 TRA-FECHA-EFECTO PIC 9(08).

        FD PRODUCTOS.
         01 PRD-REGISTRO.
             02 PRD-CODIGO      PIC X(04).
             02 PRD-DESCRIPCION PIC X(30).
             02 PRD-TIPO-CUENTA PIC X(01).
                 88 PRD-CORRIENTE VALUE "C".
                 88 PRD-AHORRO    VALUE "A".
             02 PRD-MONEDAS.
                 03 PRD-MONEDA PIC X(03) OCCURS 5 TIMES.
             02 PRD-EDAD-MINIMA PIC 9(02).
             02 PRD-DESCUBIERTO PIC S9(9)V99.
             02 PRD-LIMITE-DIARIO PIC S9(9)V99.
             02 PRD-TASA-INTERES PIC 9(02)V99.
             02 PRD-PLAN-COMISION PIC X(01).
             02 PRD-GRUPO-TRAMOS PIC X(01).
             02 PRD-TARJETAS PIC X(01).
                 88 PRD-ADMITE-TARJETAS VALUE "S".
             02 PRD-TALONARIOS PIC X(01).
                 88 PRD-ADMITE-TALONARIOS VALUE "S".
             02 PRD-ESTADO PIC X(01).
                 88 PRD-COMERCIALIZADO VALUE "A".
                 88 PRD-RETIRADO       VALUE "B".

        FD CUENTAS-PRODUCTO.
         01 CPR-REGISTRO.
             02 CPR-CUENTA   PIC 9(11).
             02 CPR-PRODUCTO PIC X(04).
             02 CPR-FECHA-ALTA PIC 9(08).

        FD TRAMOS-APLICADOS.
         01 TAP-LINEA PIC X(70).

       77 WS-TRAMO-OK PIC X(01).
           88 WS-TRAMO-ENCONTRADO VALUE "S".
       77 WS-TRAMO-IDX-NUM PIC 9(02).

      * JUEGO DE TRAMOS DE CADA PRODUCTO DEL CATALOGO Y CLAVE DE
      * TRAMOS QUE CORRESPONDE A LA CUENTA EN CURSO
       77 WS-STATUS-PRD PIC X(02).
       77 WS-STATUS-CPR PIC X(02).
       77 WS-EOF-PRD PIC X(01) VALUE "N".
           88 WS-FIN-PRD VALUE "S".
       77 WS-HAY-VINCULOS PIC X(01) VALUE "N".
           88 WS-VINCULOS-ABIERTOS VALUE "S".
       77 WS-NUM-PRODUCTOS PIC 9(02) VALUE 0.
       01 WS-TABLA-PRODUCTOS.
           05 WS-PRODUCTO-ENTRY OCCURS 30 TIMES INDEXED BY WS-IDX-PRD.
               10 WS-PC-CODIGO PIC X(04).
               10 WS-PC-TRAMOS PIC X(01).
       77 WS-CLAVE-TRAMO PIC X(01).
       77 WS-TASA-VIS PIC Z9.99.

       01 WS-FECHA-SISTEMA.

            PERFORM 00011-CARGAR-TASA-RETENCION.
            PERFORM 00016-CARGAR-TRAMOS.
            PERFORM 00020-CARGAR-PRODUCTOS.
            OPEN INPUT CUENTAS-PRODUCTO.
            IF WS-STATUS-CPR = "00"
                SET WS-VINCULOS-ABIERTOS TO TRUE
            END-IF.
            OPEN I-O CUENTAS.
            OPEN EXTEND MOVIMIENTOS.
            OPEN EXTEND RETENCIONES.

            CLOSE CUENTAS, MOVIMIENTOS, RETENCIONES.
            CLOSE TRAMOS-APLICADOS.
            IF WS-VINCULOS-ABIERTOS
                CLOSE CUENTAS-PRODUCTO
            END-IF.
            PERFORM 00009-GRABAR-CONTROL.
            DISPLAY "CUENTAS PROCESADAS: " WS-CUENTAS-PROCESADAS.
            DISPLAY "TOTAL RETENIDO    : " WS-TOTAL-RETENIDO.
               MOVE 0 TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               MOVE WS-INTERES TO WS-INTERES-GUARDADO.
               MOVE WS-RETENCION TO WS-INTERES.
      *        REGISTRO, COMO SIEMPRE
           00017-DETERMINAR-TASA.
               MOVE "N" TO WS-TRAMO-OK.
               PERFORM 00021-RESOLVER-TRAMOS.
               MOVE CTA-TASA-INTERES TO WS-TASA-APLICABLE.
               MOVE 1 TO WS-TRAMO-IDX-NUM.
               PERFORM 00018-EXAMINAR-TRAMO

           00018-EXAMINAR-TRAMO.
               SET WS-IDX-TRA TO WS-TRAMO-IDX-NUM.
               IF WS-TR-TIPO (WS-IDX-TRA) = WS-CLAVE-TRAMO
                   AND WS-TR-FECHA (WS-IDX-TRA)
                       NOT > WS-FECHA-NEGOCIO
                   AND CTA-SALDO NOT < WS-TR-DESDE (WS-IDX-TRA)
               MOVE SPACES TO TAP-LINEA.
               IF WS-TRAMO-ENCONTRADO
                   STRING WS-PERIODO-ACTUAL " CUENTA " CTA-NUMERO
                       " TIPO " WS-CLAVE-TRAMO
                       " TRAMO " WS-TR-DESDE (WS-IDX-TRA)
                       "-" WS-TR-HASTA (WS-IDX-TRA)
                       " TASA " WS-TASA-VIS
                       DELIMITED BY SIZE INTO TAP-LINEA
               ELSE
                   STRING WS-PERIODO-ACTUAL " CUENTA " CTA-NUMERO
                       " TIPO " WS-CLAVE-TRAMO
                       " TASA PROPIA " WS-TASA-VIS
                       DELIMITED BY SIZE INTO TAP-LINEA
               END-IF.
               MOVE 0 TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               PERFORM 00004-GRABAR-MOV-IDX.

               END-IF.


      *        JUEGO DE TRAMOS DE CADA PRODUCTO DEL CATALOGO,
      *        COMERCIALIZADO O NO
           00020-CARGAR-PRODUCTOS.
               OPEN INPUT PRODUCTOS.
               IF WS-STATUS-PRD = "00"
                   PERFORM 00020A-LEER-PRODUCTO
                   PERFORM 00020B-GUARDAR-PRODUCTO UNTIL WS-FIN-PRD
                   CLOSE PRODUCTOS
               END-IF.

           00020A-LEER-PRODUCTO.
               READ PRODUCTOS NEXT RECORD
                   AT END SET WS-FIN-PRD TO TRUE
               END-READ.

           00020B-GUARDAR-PRODUCTO.
               IF WS-NUM-PRODUCTOS < 30
                   ADD 1 TO WS-NUM-PRODUCTOS
                   SET WS-IDX-PRD TO WS-NUM-PRODUCTOS
                   MOVE PRD-CODIGO TO WS-PC-CODIGO (WS-IDX-PRD)
                   MOVE PRD-GRUPO-TRAMOS TO WS-PC-TRAMOS (WS-IDX-PRD)
               END-IF.
               PERFORM 00020A-LEER-PRODUCTO.

      *        CLAVE DE TRAMOS DE LA CUENTA: EL JUEGO DE SU PRODUCTO
      *        O, SI NO TIENE PRODUCTO, SU TIPO C/A
           00021-RESOLVER-TRAMOS.
               MOVE CTA-TIPO-CUENTA TO WS-CLAVE-TRAMO.
               IF WS-VINCULOS-ABIERTOS
                   MOVE CTA-NUMERO TO CPR-CUENTA
                   READ CUENTAS-PRODUCTO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET WS-IDX-PRD TO 1
                           SEARCH WS-PRODUCTO-ENTRY
                               AT END CONTINUE
                               WHEN WS-IDX-PRD > WS-NUM-PRODUCTOS
                                   CONTINUE
                               WHEN WS-PC-CODIGO (WS-IDX-PRD)
                                   = CPR-PRODUCTO
                                   IF WS-PC-TRAMOS (WS-IDX-PRD)
                                       NOT = SPACE
                                       MOVE WS-PC-TRAMOS (WS-IDX-PRD)
                                           TO WS-CLAVE-TRAMO
                                   END-IF
                           END-SEARCH
                   END-READ
               END-IF.

           00015-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
