      ******************************************************************
      * Author:
      * Date:
      * Purpose: CONVERSION UNICA A IBAN: RECORRE CUENTAS.DAT Y DA DE
      *          ALTA EN CUENTAS-IBAN.DAT EL IBAN DE CADA CUENTA QUE
      *          AUN NO LO TENGA. EL IBAN SE COMPONE CON EL PAIS (ES),
      *          LOS DIGITOS DE CONTROL MODULO 97, LA ENTIDAD
      *          (ENTIDAD.TXT), LA OFICINA (CTA-SUCURSAL), LOS DOS
      *          DIGITOS DE CONTROL DEL CCC Y LAS DIEZ CIFRAS BAJAS DEL
      *          NUMERO DE CUENTA. LAS CUENTAS QUE YA TIENEN IBAN SE
      *          RESPETAN, ASI QUE EL PROCESO PUEDE RELANZARSE; UN IBAN
      *          QUE YA PERTENECE A OTRA CUENTA SE LISTA EN
      *          IBAN-CONV.TXT Y NO SE GRABA. LAS CUENTAS NUEVAS
      *          RECIBEN SU IBAN EN EL ALTA DEL CAJERO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBAN-CONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO "../CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-NUMERO
           FILE STATUS IS WS-STATUS-CTA.

      *    IBAN DE CADA CUENTA, CON ACCESO TAMBIEN POR EL PROPIO IBAN
           SELECT CUENTAS-IBAN ASSIGN TO "../CUENTAS-IBAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IBN-CUENTA
           ALTERNATE RECORD KEY IS IBN-IBAN
           FILE STATUS IS WS-STATUS-IBN.

           SELECT PARAM-ENTIDAD ASSIGN TO "../ENTIDAD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENT.

           SELECT INFORME ASSIGN TO "../IBAN-CONV.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD CUENTAS.
         01 CTA-REGISTRO.
             02 CTA-NUMERO PIC 9(11).
             02 CTA-NOMBRE PIC A(10).
             02 CTA-SALDO  PIC S9(9)V99.
             02 CTA-PIN    PIC 9(04).
             02 CTA-MONEDA PIC X(03).
             02 CTA-LIMITE-DESCUBIERTO PIC S9(9)V99.
             02 CTA-TASA-INTERES PIC 9(02)V99.
             02 CTA-LIMITE-DIARIO PIC S9(9)V99.
             02 CTA-RETIRADO-HOY  PIC S9(9)V99.
             02 CTA-FECHA-RETIRADO PIC 9(08).
             02 CTA-BLOQUEADA PIC X(01).
                 88 CTA-ESTA-BLOQUEADA VALUE "B".
             02 CTA-ESTADO PIC X(01).
                 88 CTA-ABIERTA      VALUE "A".
                 88 CTA-ESTA-CERRADA VALUE "C".
                 88 CTA-DORMIDA      VALUE "D".
             02 CTA-SALDO-PENDIENTE PIC S9(9)V99.
             02 CTA-SUCURSAL PIC 9(03).
             02 CTA-TIPO-CUENTA PIC X(01).
                 88 CTA-CORRIENTE VALUE "C".
                 88 CTA-AHORRO    VALUE "A".
             02 CTA-DNI PIC X(09).
             02 CTA-ULT-DEVENGO PIC 9(06).

        FD CUENTAS-IBAN.
         01 IBN-REGISTRO.
             02 IBN-CUENTA     PIC 9(11).
             02 IBN-IBAN       PIC X(34).
             02 IBN-FECHA-ALTA PIC 9(08).

        FD PARAM-ENTIDAD.
         01 PAR-ENTIDAD PIC 9(04).

        FD INFORME.
         01 INF-LINEA PIC X(80).

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

        FD RUN-LOG.
         01 RLOG-REGISTRO.
             02 RLOG-PROGRAMA PIC X(12).
             02 FILLER        PIC X(01).
             02 RLOG-FECHA    PIC 9(08).
             02 FILLER        PIC X(01).
             02 RLOG-HORA-INICIO PIC 9(06).
             02 FILLER        PIC X(01).
             02 RLOG-HORA-FIN PIC 9(06).
             02 FILLER        PIC X(01).
             02 RLOG-PROCESADOS PIC 9(08).
             02 FILLER        PIC X(01).
             02 RLOG-RECHAZADOS PIC 9(08).
             02 FILLER        PIC X(01).
             02 RLOG-ESTADO   PIC X(02).

       WORKING-STORAGE SECTION.
       77 WS-HORA-INICIO PIC 9(08).
       77 WS-HORA-FIN    PIC 9(08).
       77 WS-RESULTADO-RUN PIC X(02) VALUE "OK".

       77 WS-STATUS-CTA PIC X(02).
       77 WS-STATUS-IBN PIC X(02).
       77 WS-STATUS-ENT PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-EOF-CTA PIC X(01) VALUE "N".
           88 WS-FIN-CTA VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       77 WS-CUENTAS-LEIDAS PIC 9(08) VALUE 0.
       77 WS-IBAN-ASIGNADOS PIC 9(08) VALUE 0.
       77 WS-IBAN-EXISTENTES PIC 9(08) VALUE 0.
       77 WS-IBAN-COLISIONES PIC 9(08) VALUE 0.

      * COMPOSICION DEL IBAN: ENTIDAD, OFICINA, CONTROL Y CUENTA
       77 WS-ENTIDAD PIC 9(04) VALUE 9999.
       01 WS-CCC.
           05 WS-CCC-ENTIDAD PIC 9(04).
           05 WS-CCC-OFICINA PIC 9(04).
           05 WS-CCC-DC      PIC 9(02).
           05 WS-CCC-CUENTA  PIC 9(10).
       77 WS-CUENTA-11 PIC 9(11).
       77 WS-CUENTA-11-X REDEFINES WS-CUENTA-11 PIC X(11).
       01 WS-PESOS-CCC VALUE "01020408051009070306".
           05 WS-PESO OCCURS 10 TIMES PIC 9(02).
       77 WS-DC-DIGITOS PIC X(10).
       77 WS-DC-SUMA PIC 9(04).
       77 WS-DC-RESULTADO PIC 9(02).
       77 WS-DC-IDX PIC 9(02).
       77 WS-DC-DIGITO PIC 9(01).
       77 WS-TEMP-DIVISION PIC 9(06).

      * CONTROL MODULO 97: EL IBAN SE RECORRE DESDE LA QUINTA
      * POSICION Y LUEGO LAS CUATRO PRIMERAS, CON CADA LETRA
      * SUSTITUIDA POR SU VALOR (A=10 ... Z=35)
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
       77 WS-ALFABETO PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 WS-IBAN-OK PIC X(01).
           88 WS-IBAN-VALIDO VALUE "S".

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 00001-CARGAR-PARAMETROS.
            OPEN INPUT CUENTAS.
            IF WS-STATUS-CTA NOT = "00"
                DISPLAY "SIN FICHERO DE CUENTAS QUE CONVERTIR"
                STOP RUN
            END-IF.
            OPEN I-O CUENTAS-IBAN.
            IF WS-STATUS-IBN = "35"
                OPEN OUTPUT CUENTAS-IBAN
                CLOSE CUENTAS-IBAN
                OPEN I-O CUENTAS-IBAN
            END-IF.
            OPEN OUTPUT INFORME.
            MOVE SPACES TO INF-LINEA.
            STRING "CONVERSION A IBAN - ENTIDAD " WS-ENTIDAD
                " - FECHA " WS-FECHA-NEGOCIO
                DELIMITED BY SIZE INTO INF-LINEA.
            WRITE INF-LINEA.

            PERFORM 00002-LEER-CUENTA.
            PERFORM 00003-CONVERTIR-CUENTA UNTIL WS-FIN-CTA.

            MOVE SPACES TO INF-LINEA.
            STRING "CUENTAS " WS-CUENTAS-LEIDAS
                " ASIGNADOS " WS-IBAN-ASIGNADOS
                " YA EXISTENTES " WS-IBAN-EXISTENTES
                " COLISIONES " WS-IBAN-COLISIONES
                DELIMITED BY SIZE INTO INF-LINEA.
            WRITE INF-LINEA.
            CLOSE CUENTAS, CUENTAS-IBAN, INFORME.
            DISPLAY "CUENTAS LEIDAS      : " WS-CUENTAS-LEIDAS.
            DISPLAY "IBAN ASIGNADOS      : " WS-IBAN-ASIGNADOS.
            DISPLAY "YA TENIAN IBAN      : " WS-IBAN-EXISTENTES.
            DISPLAY "COLISIONES DE IBAN  : " WS-IBAN-COLISIONES.
            IF WS-IBAN-COLISIONES > 0
                MOVE "KO" TO WS-RESULTADO-RUN
            END-IF.
            PERFORM 00015-ANOTAR-RUN-LOG.
            STOP RUN.

           00001-CARGAR-PARAMETROS.
               OPEN INPUT PARAM-ENTIDAD.
               IF WS-STATUS-ENT = "00"
                   READ PARAM-ENTIDAD
                       AT END CONTINUE
                       NOT AT END MOVE PAR-ENTIDAD TO WS-ENTIDAD
                   END-READ
                   CLOSE PARAM-ENTIDAD
               END-IF.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE WS-FECHA-SISTEMA TO WS-FECHA-NEGOCIO.
               OPEN INPUT FECHA-NEGOCIO.
               IF WS-STATUS-FNG = "00"
                   READ FECHA-NEGOCIO
                       AT END CONTINUE
                       NOT AT END MOVE FNG-REGISTRO
                           TO WS-FECHA-NEGOCIO
                   END-READ
                   CLOSE FECHA-NEGOCIO
               END-IF.

           00002-LEER-CUENTA.
               READ CUENTAS NEXT RECORD
                   AT END SET WS-FIN-CTA TO TRUE
               END-READ.

           00003-CONVERTIR-CUENTA.
               ADD 1 TO WS-CUENTAS-LEIDAS.
               MOVE CTA-NUMERO TO IBN-CUENTA.
               READ CUENTAS-IBAN
                   INVALID KEY
                       PERFORM 00004-ASIGNAR-IBAN
                   NOT INVALID KEY
                       ADD 1 TO WS-IBAN-EXISTENTES
               END-READ.
               PERFORM 00002-LEER-CUENTA.

           00004-ASIGNAR-IBAN.
               PERFORM 00020-COMPONER-IBAN.
               MOVE CTA-NUMERO TO IBN-CUENTA.
               MOVE WS-IBAN-CALCULO TO IBN-IBAN.
               MOVE WS-FECHA-NEGOCIO TO IBN-FECHA-ALTA.
               WRITE IBN-REGISTRO
                   INVALID KEY
                       PERFORM 00005-LISTAR-COLISION
                   NOT INVALID KEY
                       ADD 1 TO WS-IBAN-ASIGNADOS
               END-WRITE.

           00005-LISTAR-COLISION.
               ADD 1 TO WS-IBAN-COLISIONES.
               MOVE SPACES TO INF-LINEA.
               STRING "CUENTA " CTA-NUMERO " IBAN "
                   WS-IBAN-CALCULO (1:24)
                   " YA ASIGNADO A OTRA CUENTA"
                   DELIMITED BY SIZE INTO INF-LINEA.
               WRITE INF-LINEA.

      *        IBAN ESPANOL DE 24 POSICIONES PARA LA CUENTA LEIDA:
      *        PRIMERO LOS DOS DIGITOS DE CONTROL DEL CCC Y LUEGO EL
      *        CONTROL MODULO 97 SOBRE "ES00" + CCC
           00020-COMPONER-IBAN.
               MOVE WS-ENTIDAD TO WS-CCC-ENTIDAD.
               MOVE CTA-SUCURSAL TO WS-CCC-OFICINA.
               MOVE CTA-NUMERO TO WS-CUENTA-11.
               MOVE WS-CUENTA-11-X (2:10) TO WS-CCC-CUENTA.
               MOVE "00" TO WS-DC-DIGITOS (1:2).
               MOVE WS-CCC (1:8) TO WS-DC-DIGITOS (3:8).
               PERFORM 00021-DIGITO-CONTROL.
               MOVE WS-DC-RESULTADO TO WS-CCC-DC.
               MULTIPLY 10 BY WS-CCC-DC.
               MOVE WS-CCC (11:10) TO WS-DC-DIGITOS.
               PERFORM 00021-DIGITO-CONTROL.
               ADD WS-DC-RESULTADO TO WS-CCC-DC.
               MOVE SPACES TO WS-IBAN-CALCULO.
               STRING "ES00" WS-CCC DELIMITED BY SIZE
                   INTO WS-IBAN-CALCULO.
               PERFORM 00022-RESTO-MODULO-97.
               COMPUTE WS-IBAN-CONTROL = 98 - WS-IBAN-RESTO.
               MOVE WS-IBAN-CONTROL TO WS-IBAN-CALCULO (3:2).

      *        DIGITO DE CONTROL DEL CCC SOBRE DIEZ CIFRAS CON LOS
      *        PESOS 1-2-4-8-5-10-9-7-3-6 (11 PASA A 0 Y 10 A 1)
           00021-DIGITO-CONTROL.
               MOVE 0 TO WS-DC-SUMA.
               PERFORM 00021A-SUMAR-PESO
                   VARYING WS-DC-IDX FROM 1 BY 1 UNTIL WS-DC-IDX > 10.
               DIVIDE WS-DC-SUMA BY 11 GIVING WS-TEMP-DIVISION
                   REMAINDER WS-DC-RESULTADO.
               COMPUTE WS-DC-RESULTADO = 11 - WS-DC-RESULTADO.
               IF WS-DC-RESULTADO = 11
                   MOVE 0 TO WS-DC-RESULTADO
               END-IF.
               IF WS-DC-RESULTADO = 10
                   MOVE 1 TO WS-DC-RESULTADO
               END-IF.

           00021A-SUMAR-PESO.
               MOVE WS-DC-DIGITOS (WS-DC-IDX:1) TO WS-DC-DIGITO.
               COMPUTE WS-DC-SUMA = WS-DC-SUMA
                   + WS-DC-DIGITO * WS-PESO (WS-DC-IDX).

      *        RESTO MODULO 97 DEL IBAN REORDENADO, CIFRA A CIFRA
           00022-RESTO-MODULO-97.
               MOVE "S" TO WS-IBAN-OK.
               MOVE 34 TO WS-IBAN-LON.
               PERFORM 00022A-RECORTAR-ESPACIOS
                   UNTIL WS-IBAN-LON = 0
                   OR WS-IBAN-CALCULO (WS-IBAN-LON:1) NOT = SPACE.
               MOVE 0 TO WS-IBAN-RESTO.
               MOVE WS-IBAN-LON TO WS-IBAN-FIN.
               PERFORM 00022B-ACUMULAR-CARACTER
                   VARYING WS-IBAN-POS FROM 5 BY 1
                   UNTIL WS-IBAN-POS > WS-IBAN-FIN.
               PERFORM 00022B-ACUMULAR-CARACTER
                   VARYING WS-IBAN-POS FROM 1 BY 1
                   UNTIL WS-IBAN-POS > 4.

           00022A-RECORTAR-ESPACIOS.
               SUBTRACT 1 FROM WS-IBAN-LON.

           00022B-ACUMULAR-CARACTER.
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
               DIVIDE WS-IBAN-ACUM BY 97 GIVING WS-TEMP-DIVISION
                   REMAINDER WS-IBAN-RESTO.

           00015-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "IBAN-CONV" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-IBAN-ASIGNADOS TO RLOG-PROCESADOS.
               MOVE WS-IBAN-COLISIONES TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM IBAN-CONV.
