      *          R1 SALDO INSUFICIENTE
      *          R2 CUENTA INEXISTENTE O CANCELADA
      *          R3 CUENTA DORMIDA
      *          R4 CUENTA BLOQUEADA O CONGELADA POR TESTAMENTARIA
      *          R5 SIN MANDATO DEL CLIENTE PARA ESE EMISOR
      *          R6 MANDATO REVOCADO
      *          R7 IMPORTE SUPERIOR AL MAXIMO DEL MANDATO
      *          R9 IBAN DEL DEUDOR ERRONEO (CONTROL MODULO 97)
      *          EL RECIBO PUEDE TRAER EL IBAN DEL DEUDOR DETRAS DEL
      *          EMISOR: SE VALIDA Y SE RESUELVE A LA CUENTA POR
      *          CUENTAS-IBAN.DAT (R2 SI NO ES NUESTRO); SIN IBAN SE
      *          USA LA CUENTA DE 11 CIFRAS.
      *          EL MANDATO (MANDATOS.DAT, VER MANDADMIN) SE BUSCA POR
      *          EMISOR Y REFERENCIA DEL RECIBO Y DEBE SER DE LA MISMA
      *          CUENTA. CADA RECIBO COBRADO QUEDA EN COBROS-DOMIC.DAT
      *          PARA QUE EL CLIENTE PUEDA PEDIR SU REEMBOLSO.
      *          EL PUNTO DE CONTROL DOMICIL-CKPT.TXT PERMITE REANUDAR
      *          SIN COBRAR DOS VECES Y EL FICHERO DE ENTRADA SE VACIA
      *          AL TERMINAR EN LIMPIO, COMO HACE LA REMESA ENTRANTE.
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

      *    IBAN DE CADA CUENTA (VER IBAN-CONV), ACCESIBLE TAMBIEN POR
      *    EL PROPIO IBAN
           SELECT CUENTAS-IBAN ASSIGN TO "../CUENTAS-IBAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBN-CUENTA
           ALTERNATE RECORD KEY IS IBN-IBAN
           FILE STATUS IS WS-STATUS-IBN.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "../MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           RECORD KEY IS EMB-ID
           FILE STATUS IS WS-STATUS-EMB.

      *    MANDATOS FIRMADOS POR LOS CLIENTES (VER MANDADMIN)
           SELECT MANDATOS ASSIGN TO "../MANDATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS WS-STATUS-MAN.

      *    RECIBOS COBRADOS, POR ID DEL MOVIMIENTO DE ADEUDO
           SELECT COBROS ASSIGN TO "../COBROS-DOMIC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COB-ID
           FILE STATUS IS WS-STATUS-COB.

      *    PUNTO DE CONTROL DE REANUDACION (MISMO ESQUEMA QUE
      *    REMESA-CKPT.TXT): ULTIMA LINEA CONTABILIZADA Y ESTADO
           SELECT PUNTO-CONTROL ASSIGN TO "../DOMICIL-CKPT.TXT"
             02 DOM-REFERENCIA PIC X(12).
             02 FILLER         PIC X(01).
             02 DOM-EMISOR     PIC X(20).
             02 FILLER         PIC X(01).
             02 DOM-IBAN       PIC X(34).

        FD CUENTAS-IBAN.
         01 IBN-REGISTRO.
             02 IBN-CUENTA     PIC 9(11).
             02 IBN-IBAN       PIC X(34).
             02 IBN-FECHA-ALTA PIC 9(08).

        FD CUENTAS.
         01 CTA-REGISTRO.
             02 CTA-FECHA-RETIRADO PIC 9(08).
             02 CTA-BLOQUEADA PIC X(01).
                 88 CTA-ESTA-BLOQUEADA VALUE "B".
                 88 CTA-CONGELADA      VALUE "F".
             02 CTA-ESTADO PIC X(01).
                 88 CTA-ABIERTA      VALUE "A".
                 88 CTA-ESTA-CERRADA VALUE "C".
             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-HORA     PIC 9(02).

        FD MOVIMIENTOS-IDX.
         01 MOVIDX-REGISTRO.
         01 DEV-LINEA.
             02 DEV-CODIGO   PIC X(02).
             02 FILLER       PIC X(01).
             02 DEV-REGISTRO PIC X(92).

        FD MANDATOS.
         01 MAN-REGISTRO.
             02 MAN-CLAVE.
                 03 MAN-EMISOR     PIC X(20).
                 03 MAN-REFERENCIA PIC X(12).
             02 MAN-CUENTA         PIC 9(11).
             02 MAN-FECHA-FIRMA    PIC 9(08).
             02 MAN-IMPORTE-MAXIMO PIC 9(09)V99.
             02 MAN-ESTADO         PIC X(01).
                 88 MAN-ACTIVO   VALUE "A".
                 88 MAN-REVOCADO VALUE "R".
             02 MAN-FECHA-REVOCACION PIC 9(08).
             02 MAN-SUPERVISOR     PIC X(08).

        FD COBROS.
         01 COB-REGISTRO.
             02 COB-ID         PIC 9(08).
             02 COB-CUENTA     PIC 9(11).
             02 COB-IMPORTE    PIC 9(09)V99.
             02 COB-REFERENCIA PIC X(12).
             02 COB-EMISOR     PIC X(20).
             02 COB-FECHA      PIC 9(08).
             02 COB-ESTADO     PIC X(01).
                 88 COB-COBRADO     VALUE "C".
                 88 COB-REEMBOLSADO VALUE "R".
             02 COB-FECHA-REEMBOLSO PIC 9(08).

        FD PUNTO-CONTROL.
         01 CKPT-REGISTRO.
       77 WS-IMPORTE-NUM PIC 9(09)V99.
       77 WS-IMPORTE-X REDEFINES WS-IMPORTE-NUM PIC X(11).
       77 WS-CUENTA-NUM PIC 9(11).
       77 WS-STATUS-IBN PIC X(02).
       77 WS-HAY-IBAN PIC X(01) VALUE "N".
           88 WS-FICHERO-IBAN-ABIERTO VALUE "S".
       77 WS-IBAN-RECIBO PIC X(01).
           88 WS-IBAN-RECIBO-ERRONEO VALUE "E".
      * CONTROL MODULO 97: EL IBAN SE RECORRE DESDE LA QUINTA
      * POSICION Y LUEGO LAS CUATRO PRIMERAS, CON CADA LETRA
      * SUSTITUIDA POR SU VALOR (A=10 ... Z=35)
       77 WS-IBAN-TECLEADO PIC X(34).
       77 WS-IBAN-CALCULO PIC X(34).
       77 WS-IBAN-LON PIC 9(02).
       77 WS-IBAN-POS PIC 9(02).
       77 WS-IBAN-FIN PIC 9(02).
       77 WS-IBAN-ACUM PIC 9(05).
       77 WS-IBAN-RESTO PIC 9(02).
       77 WS-IBAN-CAR PIC X(01).
       77 WS-IBAN-DIGITO PIC 9(01).
       77 WS-IBAN-LETRA PIC 9(02).
       77 WS-IBAN-CONTROL PIC 9(02).
       77 WS-IBAN-COCIENTE PIC 9(06).
       77 WS-ALFABETO PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 WS-IBAN-OK PIC X(01).
           88 WS-IBAN-VALIDO VALUE "S".

       77 WS-COBRADOS   PIC 9(06) VALUE 0.

      * RESULTADO DE LA BUSQUEDA DEL MANDATO DEL RECIBO EN CURSO
       77 WS-STATUS-MAN PIC X(02).
       77 WS-STATUS-COB PIC X(02).
       77 WS-MANDATO PIC X(01).
           88 WS-MANDATO-VALIDO    VALUE "S".
           88 WS-SIN-MANDATO       VALUE "N".
           88 WS-MANDATO-REVOCADO  VALUE "R".
           88 WS-MANDATO-EXCEDIDO  VALUE "E".
       77 WS-DEVUELTOS  PIC 9(06) VALUE 0.

      * REANUDACION TRAS UNA EJECUCION INTERRUMPIDA: LAS LINEAS
            END-IF.
            OPEN I-O CUENTAS.
            OPEN EXTEND MOVIMIENTOS.
            OPEN INPUT MANDATOS.
            OPEN INPUT CUENTAS-IBAN.
            IF WS-STATUS-IBN = "00"
                SET WS-FICHERO-IBAN-ABIERTO TO TRUE
            END-IF.
            OPEN I-O COBROS.
            IF WS-STATUS-COB = "35"
                OPEN OUTPUT COBROS
                CLOSE COBROS
                OPEN I-O COBROS
            END-IF.

            ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
            STRING WS-DIA-SIS "/" WS-MES-SIS "/" WS-ANIO-SIS
            PERFORM 00001-LEER-RECIBO.
            PERFORM 00002-PROCESAR-RECIBO UNTIL WS-FIN-DOM.

            CLOSE DOMICILIACIONES, CUENTAS, MOVIMIENTOS, COBROS.
            IF WS-STATUS-MAN = "00"
                CLOSE MANDATOS
            END-IF.
            IF WS-FICHERO-IBAN-ABIERTO
                CLOSE CUENTAS-IBAN
            END-IF.
      *     EL VACIADO VA ANTES DE CERRAR EL PUNTO DE CONTROL: ASI
      *     UNA CAIDA ENTRE AMBOS NUNCA DEJA RECIBOS COBRADOS A LA
      *     VISTA DE UNA REANUDACION
      *        SOLO SALDO COMPENSADO MAS EL DESCUBIERTO AUTORIZADO;
      *        CUALQUIER OTRO CASO VUELVE AL EMISOR CON SU MOTIVO
           00003-COBRAR-RECIBO.
               MOVE SPACE TO WS-IBAN-RECIBO.
               IF DOM-IBAN NOT = SPACES
                   PERFORM 00003B-RESOLVER-IBAN
               END-IF.
               IF WS-IBAN-RECIBO-ERRONEO
                   PERFORM 00004-DEVOLVER-R9
               ELSE
               IF DOM-CUENTA NOT NUMERIC
                   OR DOM-IMPORTE NOT NUMERIC
                   PERFORM 00004-DEVOLVER-R2
                               PERFORM 00003A-EXAMINAR-CUENTA
                       END-READ
                   END-IF
               END-IF
               END-IF.

      *        EL IBAN MANDA SOBRE LA CUENTA DE 11 CIFRAS: LA CUENTA
      *        RESUELTA SE LLEVA AL RECIBO, ASI LA DEVOLUCION Y EL
      *        COBRO LA MUESTRAN; UN IBAN AJENO DEJA EL RECIBO SIN
      *        CUENTA Y VUELVE COMO R2
           00003B-RESOLVER-IBAN.
               MOVE DOM-IBAN TO WS-IBAN-TECLEADO.
               PERFORM 00018-VALIDAR-IBAN.
               IF NOT WS-IBAN-VALIDO
                   SET WS-IBAN-RECIBO-ERRONEO TO TRUE
               ELSE
                   MOVE SPACES TO DOM-CUENTA
                   IF WS-FICHERO-IBAN-ABIERTO
                       MOVE WS-IBAN-CALCULO TO IBN-IBAN
                       READ CUENTAS-IBAN KEY IS IBN-IBAN
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE IBN-CUENTA TO DOM-CUENTA
                       END-READ
                   END-IF
               END-IF.

           00003A-EXAMINAR-CUENTA.
               PERFORM 00013-CALCULAR-EMBARGADO.
               PERFORM 00016-COMPROBAR-MANDATO.
               EVALUATE TRUE
                   WHEN CTA-ESTA-CERRADA
                       PERFORM 00004-DEVOLVER-R2
                       PERFORM 00004-DEVOLVER-R3
                   WHEN CTA-ESTA-BLOQUEADA
                       PERFORM 00004-DEVOLVER-R4
                   WHEN CTA-CONGELADA
                       PERFORM 00004-DEVOLVER-R4
                   WHEN WS-SIN-MANDATO
                       PERFORM 00004-DEVOLVER-R5
                   WHEN WS-MANDATO-REVOCADO
                       PERFORM 00004-DEVOLVER-R6
                   WHEN WS-MANDATO-EXCEDIDO
                       PERFORM 00004-DEVOLVER-R7
                   WHEN WS-IMPORTE-NUM >
                       CTA-SALDO + CTA-LIMITE-DESCUBIERTO
                       - WS-EMBARGADO
               PERFORM 00009-AUDITAR-CUENTA.
               ADD 1 TO WS-COBRADOS.
               PERFORM 00007-REGISTRAR-MOVIMIENTO.
               PERFORM 00017-ANOTAR-COBRO.

           00004-DEVOLVER-R1.
               MOVE "R1" TO DEV-CODIGO.
               MOVE "R4" TO DEV-CODIGO.
               PERFORM 00004A-ESCRIBIR-DEVOLUCION.

           00004-DEVOLVER-R5.
               MOVE "R5" TO DEV-CODIGO.
               PERFORM 00004A-ESCRIBIR-DEVOLUCION.

           00004-DEVOLVER-R6.
               MOVE "R6" TO DEV-CODIGO.
               PERFORM 00004A-ESCRIBIR-DEVOLUCION.

           00004-DEVOLVER-R7.
               MOVE "R7" TO DEV-CODIGO.
               PERFORM 00004A-ESCRIBIR-DEVOLUCION.

           00004-DEVOLVER-R9.
               MOVE "R9" TO DEV-CODIGO.
               PERFORM 00004A-ESCRIBIR-DEVOLUCION.

           00004A-ESCRIBIR-DEVOLUCION.
               MOVE DOM-REGISTRO TO DEV-REGISTRO.
               MOVE "-" TO DEV-LINEA (3:1).
               MOVE 0 TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               PERFORM 00008-GRABAR-MOV-IDX.

               END-IF.
               PERFORM 00013A-LEER-EMBARGO.

      *        EL RECIBO NECESITA UN MANDATO DEL EMISOR CON ESA
      *        REFERENCIA, FIRMADO PARA LA MISMA CUENTA, NO REVOCADO
      *        Y CUYO MAXIMO (SI LO TIENE) CUBRA EL IMPORTE
           00016-COMPROBAR-MANDATO.
               SET WS-SIN-MANDATO TO TRUE.
               IF WS-STATUS-MAN = "00"
                   MOVE DOM-EMISOR TO MAN-EMISOR
                   MOVE DOM-REFERENCIA TO MAN-REFERENCIA
                   READ MANDATOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF MAN-CUENTA = CTA-NUMERO
                               EVALUATE TRUE
                                   WHEN MAN-REVOCADO
                                       SET WS-MANDATO-REVOCADO TO TRUE
                                   WHEN MAN-IMPORTE-MAXIMO > 0
                                       AND WS-IMPORTE-NUM >
                                           MAN-IMPORTE-MAXIMO
                                       SET WS-MANDATO-EXCEDIDO TO TRUE
                                   WHEN MAN-ACTIVO
                                       SET WS-MANDATO-VALIDO TO TRUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-IF.

      *        EL COBRO SE GUARDA CON EL ID DE SU MOVIMIENTO PARA EL
      *        REEMBOLSO QUE PUEDE PEDIR EL CLIENTE (VER MANDADMIN)
           00017-ANOTAR-COBRO.
               MOVE WS-NUEVO-MOVIMIENTO TO COB-ID.
               MOVE CTA-NUMERO TO COB-CUENTA.
               MOVE WS-IMPORTE-NUM TO COB-IMPORTE.
               MOVE DOM-REFERENCIA TO COB-REFERENCIA.
               MOVE DOM-EMISOR TO COB-EMISOR.
               MOVE WS-FECHA-NEGOCIO TO COB-FECHA.
               MOVE "C" TO COB-ESTADO.
               MOVE 0 TO COB-FECHA-REEMBOLSO.
               WRITE COB-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR AL ANOTAR EL COBRO " COB-ID
               END-WRITE.

      *        EL IBAN TECLEADO O RECIBIDO SE COMPACTA (SIN LOS
      *        ESPACIOS DE LOS GRUPOS DE CUATRO) Y EN MAYUSCULAS; ES
      *        VALIDO SI EMPIEZA POR PAIS Y DOS DIGITOS, LOS ESPANOLES
      *        TIENEN 24 POSICIONES Y EL RESTO MODULO 97 DA 1
           00018-VALIDAR-IBAN.
               MOVE SPACES TO WS-IBAN-CALCULO.
               MOVE 0 TO WS-IBAN-LON.
               PERFORM 00018D-COPIAR-CARACTER
                   VARYING WS-IBAN-POS FROM 1 BY 1
                   UNTIL WS-IBAN-POS > 34.
               INSPECT WS-IBAN-CALCULO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               PERFORM 00018A-RESTO-MODULO-97.
               IF WS-IBAN-LON < 15
                   OR WS-IBAN-CALCULO (1:2) IS NOT ALPHABETIC-UPPER
                   OR WS-IBAN-CALCULO (3:2) IS NOT NUMERIC
                   OR WS-IBAN-RESTO NOT = 1
                   MOVE "N" TO WS-IBAN-OK
               END-IF.
               IF WS-IBAN-CALCULO (1:2) = "ES"
                   AND WS-IBAN-LON NOT = 24
                   MOVE "N" TO WS-IBAN-OK
               END-IF.

      *        RESTO MODULO 97 DEL IBAN REORDENADO, CIFRA A CIFRA
           00018A-RESTO-MODULO-97.
               MOVE "S" TO WS-IBAN-OK.
               MOVE 34 TO WS-IBAN-LON.
               PERFORM 00018B-RECORTAR-ESPACIOS
                   UNTIL WS-IBAN-LON = 0
                   OR WS-IBAN-CALCULO (WS-IBAN-LON:1) NOT = SPACE.
               MOVE 0 TO WS-IBAN-RESTO.
               MOVE WS-IBAN-LON TO WS-IBAN-FIN.
               PERFORM 00018C-ACUMULAR-CARACTER
                   VARYING WS-IBAN-POS FROM 5 BY 1
                   UNTIL WS-IBAN-POS > WS-IBAN-FIN.
               PERFORM 00018C-ACUMULAR-CARACTER
                   VARYING WS-IBAN-POS FROM 1 BY 1
                   UNTIL WS-IBAN-POS > 4.

           00018B-RECORTAR-ESPACIOS.
               SUBTRACT 1 FROM WS-IBAN-LON.

           00018C-ACUMULAR-CARACTER.
               MOVE WS-IBAN-CALCULO (WS-IBAN-POS:1) TO WS-IBAN-CAR.
               IF WS-IBAN-CAR IS NUMERIC
                   MOVE WS-IBAN-CAR TO WS-IBAN-DIGITO
                   COMPUTE WS-IBAN-ACUM =
                       WS-IBAN-RESTO * 10 + WS-IBAN-DIGITO
               ELSE
                   MOVE 0 TO WS-IBAN-LETRA
                   INSPECT WS-ALFABETO TALLYING WS-IBAN-LETRA
                       FOR CHARACTERS BEFORE INITIAL WS-IBAN-CAR
                   IF WS-IBAN-LETRA = 26
                       MOVE "N" TO WS-IBAN-OK
                   END-IF
                   COMPUTE WS-IBAN-ACUM =
                       WS-IBAN-RESTO * 100 + WS-IBAN-LETRA + 10
               END-IF.
               DIVIDE WS-IBAN-ACUM BY 97 GIVING WS-IBAN-COCIENTE
                   REMAINDER WS-IBAN-RESTO.

           00018D-COPIAR-CARACTER.
               IF WS-IBAN-TECLEADO (WS-IBAN-POS:1) NOT = SPACE
                   ADD 1 TO WS-IBAN-LON
                   MOVE WS-IBAN-TECLEADO (WS-IBAN-POS:1)
                       TO WS-IBAN-CALCULO (WS-IBAN-LON:1)
               END-IF.

           00015-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
