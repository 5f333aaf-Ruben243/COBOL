      *          CUENTA CON IMPORTE Y UMBRAL DE EXENCION POR SALDO),
      *          ADEUDA CADA CUENTA ABIERTA Y REGISTRA UN MOVIMIENTO
      *          COMISION DIFERENCIADO. UN CONTROL DE PERIODO EVITA
      *          COBRAR DOS VECES EL MISMO MES. LA LINEA DE TARIFAS
      *          DE CADA CUENTA ES LA DEL PLAN DE COMISIONES DE SU
      *          PRODUCTO (PRODUCTOS.DAT); LAS CUENTAS SIN PRODUCTO
      *          ASIGNADO SE COBRAN POR SU TIPO DE CUENTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CTL.

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


      *    FECHA DE NEGOCIO EN CURSO (LA AVANZA FINDIA EN EL CIERRE)
           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-HORA     PIC 9(02).

        FD TARIFAS.
         01 TAR-REGISTRO.
        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

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

       WORKING-STORAGE SECTION.

      * FECHA DE NEGOCIO ESTAMPADA EN CADA MOVIMIENTO
       77 WS-EOF-TAR PIC X(01) VALUE "N".
           88 WS-FIN-TAR VALUE "S".

      * CUADRO DE TARIFAS CARGADO EN MEMORIA; CADA LINEA ES UN PLAN
      * DE COMISIONES (LOS TIPOS C/A SON LOS PLANES DE SIEMPRE)
       77 WS-NUM-TARIFAS PIC 9(02) VALUE 0.
       01 WS-TABLA-TARIFAS.
           05 WS-TARIFA-ENTRY OCCURS 20 TIMES INDEXED BY WS-IDX-TAR.
               10 WS-TF-TIPO    PIC X(01).
               10 WS-TF-IMPORTE PIC 9(03)V99.
               10 WS-TF-UMBRAL  PIC 9(09).
       77 WS-TARIFA-OK PIC X(01).
           88 WS-TARIFA-ENCONTRADA VALUE "S".

      * PLAN DE COMISIONES DE CADA PRODUCTO DEL CATALOGO Y PLAN QUE
      * CORRESPONDE A LA CUENTA EN CURSO
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
               10 WS-PC-PLAN   PIC X(01).
       77 WS-CLAVE-TARIFA PIC X(01).

       77 WS-PERIODO-ACTUAL PIC 9(06).
       77 WS-ULTIMO-PERIODO PIC 9(06) VALUE 0.
       77 WS-CUENTAS-ADEUDADAS PIC 9(05) VALUE 0.

            PERFORM 00011-CARGAR-FECHA-NEGOCIO.
            PERFORM 00002-CARGAR-TARIFAS.
            PERFORM 00012-CARGAR-PRODUCTOS.
            IF WS-NUM-TARIFAS = 0
                DISPLAY "SIN CUADRO DE TARIFAS (TARIFAS.TXT),"
                    " PROCESO CANCELADO"

            OPEN I-O CUENTAS.
            OPEN EXTEND MOVIMIENTOS.
            OPEN INPUT CUENTAS-PRODUCTO.
            IF WS-STATUS-CPR = "00"
                SET WS-VINCULOS-ABIERTOS TO TRUE
            END-IF.

            PERFORM 00003-LEER-CUENTA.
            PERFORM 00004-ADEUDAR-CUENTA UNTIL WS-FIN-CTA.

            CLOSE CUENTAS, MOVIMIENTOS.
            IF WS-VINCULOS-ABIERTOS
                CLOSE CUENTAS-PRODUCTO
            END-IF.
            PERFORM 00007-GRABAR-CONTROL.
            DISPLAY "CUENTAS ADEUDADAS: " WS-CUENTAS-ADEUDADAS.
            DISPLAY "CUENTAS EXENTAS  : " WS-CUENTAS-EXENTAS.
               END-READ.

           00002B-GUARDAR-TARIFA.
               IF WS-NUM-TARIFAS < 20
                   ADD 1 TO WS-NUM-TARIFAS
                   SET WS-IDX-TAR TO WS-NUM-TARIFAS
                   MOVE TAR-TIPO    TO WS-TF-TIPO (WS-IDX-TAR)

           00005-BUSCAR-TARIFA.
               MOVE "N" TO WS-TARIFA-OK.
               PERFORM 00013-RESOLVER-PLAN.
               SET WS-IDX-TAR TO 1.
               SEARCH WS-TARIFA-ENTRY
                   AT END CONTINUE
                   WHEN WS-IDX-TAR > WS-NUM-TARIFAS
                       CONTINUE
                   WHEN WS-TF-TIPO (WS-IDX-TAR) = WS-CLAVE-TARIFA
                       SET WS-TARIFA-ENCONTRADA TO TRUE
                       MOVE WS-TF-IMPORTE (WS-IDX-TAR)
                           TO WS-IMPORTE-COMISION
               MOVE 0 TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               PERFORM 00008-GRABAR-MOV-IDX.

                   CLOSE FECHA-NEGOCIO
               END-IF.

      *        PLAN DE COMISIONES DE CADA PRODUCTO DEL CATALOGO,
      *        COMERCIALIZADO O NO (UN PRODUCTO RETIRADO SIGUE
      *        COBRANDOSE CON SU PLAN)
           00012-CARGAR-PRODUCTOS.
               OPEN INPUT PRODUCTOS.
               IF WS-STATUS-PRD = "00"
                   PERFORM 00012A-LEER-PRODUCTO
                   PERFORM 00012B-GUARDAR-PRODUCTO UNTIL WS-FIN-PRD
                   CLOSE PRODUCTOS
               END-IF.

           00012A-LEER-PRODUCTO.
               READ PRODUCTOS NEXT RECORD
                   AT END SET WS-FIN-PRD TO TRUE
               END-READ.

           00012B-GUARDAR-PRODUCTO.
               IF WS-NUM-PRODUCTOS < 30
                   ADD 1 TO WS-NUM-PRODUCTOS
                   SET WS-IDX-PRD TO WS-NUM-PRODUCTOS
                   MOVE PRD-CODIGO TO WS-PC-CODIGO (WS-IDX-PRD)
                   MOVE PRD-PLAN-COMISION TO WS-PC-PLAN (WS-IDX-PRD)
               END-IF.
               PERFORM 00012A-LEER-PRODUCTO.

      *        CLAVE DE TARIFAS DE LA CUENTA: EL PLAN DE SU PRODUCTO
      *        O, SI NO TIENE PRODUCTO, SU TIPO C/A
           00013-RESOLVER-PLAN.
               MOVE CTA-TIPO-CUENTA TO WS-CLAVE-TARIFA.
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
                                   IF WS-PC-PLAN (WS-IDX-PRD)
                                       NOT = SPACE
                                       MOVE WS-PC-PLAN (WS-IDX-PRD)
                                           TO WS-CLAVE-TARIFA
                                   END-IF
                           END-SEARCH
                   END-READ
               END-IF.

       END PROGRAM COMISION.
