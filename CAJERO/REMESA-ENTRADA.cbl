      *                   E2 IMPORTE NO NUMERICO O CERO
      *                   E3 CUENTA DESTINO INEXISTENTE
      *                   E4 CUENTA DESTINO CANCELADA
      *                   E6 IBAN DESTINO NO VALIDO (MODULO 97)
      * Tectonics: cobc
      ******************************************************************
      * Modification history:
      *    hit diverts the payment to the held queue
      *    RETENIDOS-REMESA.DAT for compliance review with LISTAREV
      *    instead of crediting the account.
      *  - Details may carry the beneficiary IBAN after the concept:
      *    it is checked with mod-97 (E6 when wrong) and resolved to
      *    our account through CUENTAS-IBAN.DAT; lines without IBAN
      *    still credit the 11-digit destination account.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESA-ENTRADA.
           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "../MOVIMIENTOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    IBAN DE CADA CUENTA (VER IBAN-CONV), ACCESIBLE TAMBIEN POR
      *    EL PROPIO IBAN
           SELECT CUENTAS-IBAN ASSIGN TO "../CUENTAS-IBAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBN-CUENTA
           ALTERNATE RECORD KEY IS IBN-IBAN
           FILE STATUS IS WS-STATUS-IBN.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "../AUDITORIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

             02 REM-CUENTA-DESTINO PIC X(11).
             02 REM-IMPORTE        PIC X(11).
             02 REM-CONCEPTO       PIC X(20).
             02 REM-IBAN-DESTINO   PIC X(34).
      *  VISTA DE CABECERA (H): FECHA Y SECUENCIA DEL FICHERO
         01 REM-CABECERA REDEFINES REM-REGISTRO.
             02 REMH-TIPO-REG  PIC X(01).
             02 REMH-FECHA     PIC X(08).
             02 REMH-SECUENCIA PIC X(06).
             02 FILLER         PIC X(81).
      *  VISTA DE COLA (F): RECUENTO Y TOTAL DE CONTROL
         01 REM-COLA REDEFINES REM-REGISTRO.
             02 REMF-TIPO-REG PIC X(01).
             02 REMF-RECUENTO PIC X(08).
             02 REMF-TOTAL    PIC X(13).
             02 FILLER        PIC X(74).

        FD CUENTAS-IBAN.
         01 IBN-REGISTRO.
             02 IBN-CUENTA     PIC 9(11).
             02 IBN-IBAN       PIC X(34).
             02 IBN-FECHA-ALTA PIC 9(08).

        FD CUENTAS.
         01 CTA-REGISTRO.
             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01) VALUE SPACE.
             02 MOV-HORA     PIC 9(02).

        FD MOVIMIENTOS-IDX.
         01 MOVIDX-REGISTRO.
         01 ERR-LINEA.
             02 ERR-CODIGO   PIC X(02).
             02 FILLER       PIC X(01).
             02 ERR-REGISTRO PIC X(96).


        FD AUDITORIA.
             02 RET-SENTIDO PIC X(01).
                 88 RET-ENTRANTE VALUE "E".
                 88 RET-SALIENTE VALUE "S".
             02 RET-DETALLE PIC X(96).
             02 RET-NOMBRE  PIC X(30).
             02 RET-COINCIDENCIA PIC X(30).
             02 RET-FECHA   PIC 9(08).
       77 WS-IMPORTE-NUM PIC 9(09)V99.
       77 WS-IMPORTE-X REDEFINES WS-IMPORTE-NUM PIC X(11).
       77 WS-CUENTA-NUM PIC 9(11).
       77 WS-STATUS-IBN PIC X(02).
       77 WS-ERROR-DESTINO PIC X(02).
       77 WS-HAY-IBAN PIC X(01) VALUE "N".
           88 WS-FICHERO-IBAN-ABIERTO VALUE "S".
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

       77 WS-ABONADAS   PIC 9(06) VALUE 0.
       77 WS-RECHAZADAS PIC 9(06) VALUE 0.
            MOVE 0 TO WS-NUM-LINEA-ACTUAL.

            OPEN I-O CUENTAS.
            OPEN INPUT CUENTAS-IBAN.
            IF WS-STATUS-IBN = "00"
                SET WS-FICHERO-IBAN-ABIERTO TO TRUE
            END-IF.
            OPEN EXTEND MOVIMIENTOS.
            OPEN EXTEND ERRORES.

            PERFORM 00002-PROCESAR-REGISTRO UNTIL WS-FIN-REM.

            CLOSE REMESA, CUENTAS, MOVIMIENTOS, ERRORES.
            IF WS-FICHERO-IBAN-ABIERTO
                CLOSE CUENTAS-IBAN
            END-IF.
      *     EL VACIADO VA ANTES DE CERRAR EL PUNTO DE CONTROL: ASI
      *     UNA CAIDA ENTRE AMBOS NUNCA DEJA LINEAS ABONADAS A LA
      *     VISTA DE UNA REANUDACION
               IF WS-COINCIDE-LISTA
                   PERFORM 00031-RETENER-PAGO-ENTRANTE
               ELSE
               PERFORM 00004A-RESOLVER-DESTINO
               IF WS-ERROR-DESTINO NOT = SPACES
                   MOVE WS-ERROR-DESTINO TO ERR-CODIGO
                   PERFORM 00003A-ESCRIBIR-ERROR
               ELSE
                   MOVE WS-CUENTA-NUM TO CTA-NUMERO
                   READ CUENTAS
                       INVALID KEY
               END-IF
               END-IF.

      *        CON IBAN EL DESTINO SE RESUELVE POR EL FICHERO DE IBAN
      *        (SOLO LOS NUESTROS ESTAN EN EL); SIN IBAN SE TOMA LA
      *        CUENTA DE 11 CIFRAS COMO SIEMPRE
           00004A-RESOLVER-DESTINO.
               MOVE SPACES TO WS-ERROR-DESTINO.
               IF REM-IBAN-DESTINO = SPACES
                   IF REM-CUENTA-DESTINO NOT NUMERIC
                       MOVE "E3" TO WS-ERROR-DESTINO
                   ELSE
                       MOVE REM-CUENTA-DESTINO TO WS-CUENTA-NUM
                   END-IF
               ELSE
                   MOVE REM-IBAN-DESTINO TO WS-IBAN-TECLEADO
                   PERFORM 00032-VALIDAR-IBAN
                   IF NOT WS-IBAN-VALIDO
                       MOVE "E6" TO WS-ERROR-DESTINO
                   ELSE
                       PERFORM 00004B-BUSCAR-IBAN
                   END-IF
               END-IF.

           00004B-BUSCAR-IBAN.
               IF NOT WS-FICHERO-IBAN-ABIERTO
                   MOVE "E3" TO WS-ERROR-DESTINO
               ELSE
                   MOVE WS-IBAN-CALCULO TO IBN-IBAN
                   READ CUENTAS-IBAN KEY IS IBN-IBAN
                       INVALID KEY
                           MOVE "E3" TO WS-ERROR-DESTINO
                       NOT INVALID KEY
                           MOVE IBN-CUENTA TO WS-CUENTA-NUM
                   END-READ
               END-IF.

      *        EL IBAN TECLEADO O RECIBIDO SE COMPACTA (SIN LOS
      *        ESPACIOS DE LOS GRUPOS DE CUATRO) Y EN MAYUSCULAS; ES
      *        VALIDO SI EMPIEZA POR PAIS Y DOS DIGITOS, LOS ESPANOLES
      *        TIENEN 24 POSICIONES Y EL RESTO MODULO 97 DA 1
           00032-VALIDAR-IBAN.
               MOVE SPACES TO WS-IBAN-CALCULO.
               MOVE 0 TO WS-IBAN-LON.
               PERFORM 00032D-COPIAR-CARACTER
                   VARYING WS-IBAN-POS FROM 1 BY 1
                   UNTIL WS-IBAN-POS > 34.
               INSPECT WS-IBAN-CALCULO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               PERFORM 00032A-RESTO-MODULO-97.
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
           00032A-RESTO-MODULO-97.
               MOVE "S" TO WS-IBAN-OK.
               MOVE 34 TO WS-IBAN-LON.
               PERFORM 00032B-RECORTAR-ESPACIOS
                   UNTIL WS-IBAN-LON = 0
                   OR WS-IBAN-CALCULO (WS-IBAN-LON:1) NOT = SPACE.
               MOVE 0 TO WS-IBAN-RESTO.
               MOVE WS-IBAN-LON TO WS-IBAN-FIN.
               PERFORM 00032C-ACUMULAR-CARACTER
                   VARYING WS-IBAN-POS FROM 5 BY 1
                   UNTIL WS-IBAN-POS > WS-IBAN-FIN.
               PERFORM 00032C-ACUMULAR-CARACTER
                   VARYING WS-IBAN-POS FROM 1 BY 1
                   UNTIL WS-IBAN-POS > 4.

           00032B-RECORTAR-ESPACIOS.
               SUBTRACT 1 FROM WS-IBAN-LON.

           00032C-ACUMULAR-CARACTER.
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

           00032D-COPIAR-CARACTER.
               IF WS-IBAN-TECLEADO (WS-IBAN-POS:1) NOT = SPACE
                   ADD 1 TO WS-IBAN-LON
                   MOVE WS-IBAN-TECLEADO (WS-IBAN-POS:1)
                       TO WS-IBAN-CALCULO (WS-IBAN-LON:1)
               END-IF.

      *        CRIBA DEL DATO EXAMINADO CONTRA LA LISTA, CON LA
      *        MISMA COINCIDENCIA APROXIMADA QUE EL CAJERO
           00030-CRIBAR-CONTRA-LISTA.
               MOVE 0 TO MOV-TARJETA.
               MOVE SPACE TO MOV-ORIGEN.
               MOVE SPACES TO MOV-TERMINAL.
               MOVE 0 TO MOV-HORA.
               WRITE MOV-REGISTRO.
               PERFORM 00007-GRABAR-MOV-IDX.

