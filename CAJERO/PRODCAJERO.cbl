      ******************************************************************
      * Author:
      * Date:
      * Purpose: INFORME MENSUAL DE PRODUCTIVIDAD Y ERRORES DE LOS
      *          CAJEROS: RECORRE LOS ARCHIVOS DIARIOS DEL MES
      *          (MOV-AAAAMMDD.TXT) Y EL DIARIO VIVO, Y CUENTA POR
      *          CAJERO DEL MAESTRO TELLER.DAT LAS OPERACIONES POR
      *          TIPO Y POR HORA DEL DIA, LAS ANULACIONES DE SESION Y
      *          LAS CAPTURAS FUERA DE LINEA. ANADE LOS AJUSTES DE
      *          BACK OFFICE SOBRE SUS MOVIMIENTOS (AJUSTES-LOG.TXT),
      *          LAS AUTORIZACIONES PEDIDAS Y DENEGADAS
      *          (AUTORIZACIONES.DAT) Y LOS SOBRANTES Y FALTANTES DE
      *          SUS ARQUEOS (CAJON.DAT). CADA CAJERO SE INFORMA EN
      *          LA SUCURSAL DONDE MAS OPERA Y SE SENALA CUANDO SU
      *          TASA DE ANULACIONES O DE DIFERENCIAS DE CAJA SUPERA
      *          EN MAS DEL FACTOR DE DESVIO-CAJEROS.TXT (2 POR
      *          DEFECTO) LA MEDIA DE SU SUCURSAL. LOS MOVIMIENTOS DE
      *          PRACTICAS NO CUENTAN. RESULTADO EN
      *          PRODUCTIVIDAD-CAJEROS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCAJERO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CADA ARCHIVO FECHADO Y EL DIARIO VIVO SE LEEN POR EL MISMO
      *    FICHERO, ASIGNADO POR VARIABLE
           SELECT MOVIMIENTOS ASSIGN USING WS-NOMBRE-ENTRADA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOV.

           SELECT CAJEROS ASSIGN TO "../TELLER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CAJ-ID
           FILE STATUS IS WS-STATUS-CAJ.

           SELECT AJUSTES-LOG ASSIGN TO "../AJUSTES-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AJL.

           SELECT AUTORIZACIONES ASSIGN TO "../AUTORIZACIONES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AUT-ID
           FILE STATUS IS WS-STATUS-AUT.

           SELECT CAJON ASSIGN TO "../CAJON.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CJN-CLAVE
           FILE STATUS IS WS-STATUS-CJN.

           SELECT PARAM-DESVIO ASSIGN TO "../DESVIO-CAJEROS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAR.

           SELECT FECHA-NEGOCIO ASSIGN TO "../FECHA-NEGOCIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNG.

           SELECT REPORTE ASSIGN TO "../PRODUCTIVIDAD-CAJEROS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    BITACORA COMUN DE EJECUCIONES DE LA CADENA NOCTURNA
           SELECT OPTIONAL RUN-LOG ASSIGN TO "../RUN-LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    FICHERO DE TRABAJO DE LA CLASIFICACION POR SUCURSAL
           SELECT ORDENACION ASSIGN TO "../PRODCAJERO-SORT.TMP".

       DATA DIVISION.
       FILE SECTION.
        FD MOVIMIENTOS.
         01 MOV-REGISTRO.
             02 MOV-FECHA    PIC X(10).
             02 FILLER       PIC X(01).
             02 MOV-CUENTA   PIC 9(11).
             02 FILLER       PIC X(01).
             02 MOV-TIPO     PIC X(10).
             02 FILLER       PIC X(01).
             02 MOV-IMPORTE  PIC -ZZZZZZZZ9.99.
             02 FILLER       PIC X(01).
             02 MOV-SALDO    PIC -ZZZZZZZZ9.99.
             02 FILLER       PIC X(01).
             02 MOV-CUENTA-DESTINO PIC 9(11).
             02 FILLER       PIC X(01).
             02 MOV-CAJERO   PIC X(08).
             02 FILLER       PIC X(01).
             02 MOV-SUPERVISOR PIC X(08).
             02 FILLER       PIC X(01).
             02 MOV-PRACTICAS PIC X(01).
             02 FILLER       PIC X(01).
             02 MOV-SUCURSAL PIC 9(03).
             02 FILLER       PIC X(01).
             02 MOV-FECHA-NEG PIC X(08).
             02 FILLER       PIC X(01).
             02 MOV-TASA-CAMBIO PIC X(05).
             02 FILLER       PIC X(01).
             02 MOV-DNI      PIC X(09).
             02 FILLER       PIC X(01).
             02 MOV-TARJETA  PIC X(16).
             02 FILLER       PIC X(01).
             02 MOV-ORIGEN   PIC X(01).
             02 FILLER       PIC X(01).
             02 MOV-TERMINAL PIC X(04).
             02 FILLER       PIC X(01).
             02 MOV-HORA     PIC X(02).

        FD CAJEROS.
         01 CAJ-REGISTRO.
             02 CAJ-ID     PIC X(08).
             02 CAJ-NOMBRE PIC A(15).
             02 CAJ-PIN    PIC 9(04).
             02 CAJ-ROL    PIC X(01).
                 88 CAJ-ES-CAJERO     VALUE "C".
                 88 CAJ-ES-SUPERVISOR VALUE "S".
             02 CAJ-ACTIVO PIC X(01).
                 88 CAJ-ESTA-ACTIVO   VALUE "A".
                 88 CAJ-BLOQUEADO     VALUE "L".
             02 CAJ-FECHA-PIN PIC 9(08).
             02 CAJ-INTENTOS-FALLIDOS PIC 9(01).
             02 CAJ-PIN-ANTERIOR PIC 9(04) OCCURS 3 TIMES.
             02 CAJ-EMPLEADO PIC 9(06).

        FD AJUSTES-LOG.
         01 AJL-LINEA.
             02 AJL-FECHA   PIC 9(08).
             02 FILLER      PIC X(01).
             02 AJL-CUENTA  PIC 9(11).
             02 FILLER      PIC X(01).
             02 AJL-MOV-REF PIC 9(08).
             02 FILLER      PIC X(01).
             02 AJL-MOTIVO  PIC X(02).
             02 FILLER      PIC X(01).
             02 AJL-IMPORTE PIC S9(9)V99 SIGN LEADING SEPARATE.
             02 FILLER      PIC X(01).
             02 AJL-SUPERVISOR PIC X(08).
             02 FILLER      PIC X(01).
             02 AJL-CAJERO  PIC X(08).
             02 FILLER      PIC X(01).
             02 AJL-SUCURSAL PIC X(03).

        FD AUTORIZACIONES.
         01 AUT-REGISTRO.
             02 AUT-ID       PIC 9(05).
             02 AUT-CUENTA   PIC 9(11).
             02 AUT-IMPORTE  PIC S9(9)V99.
             02 AUT-MOTIVO   PIC X(20).
             02 AUT-CAJERO   PIC X(08).
             02 AUT-TERMINAL PIC X(04).
             02 AUT-FECHA    PIC 9(08).
             02 AUT-HORA     PIC 9(06).
             02 AUT-SUPERVISOR PIC X(08).
             02 AUT-ESTADO   PIC X(01).
                 88 AUT-PENDIENTE VALUE "P".
                 88 AUT-APROBADA  VALUE "A".
                 88 AUT-DENEGADA  VALUE "D".
                 88 AUT-CANCELADA VALUE "X".

        FD CAJON.
         01 CJN-REGISTRO.
             02 CJN-CLAVE.
                 03 CJN-CAJERO PIC X(08).
                 03 CJN-FECHA  PIC 9(08).
             02 CJN-FONDO-APERTURA PIC S9(9)V99.
             02 CJN-CAMBIO-NETO    PIC S9(9)V99.
             02 CJN-DECLARADO      PIC S9(9)V99.
             02 CJN-HORA-APERTURA  PIC 9(06).
             02 CJN-HORA-CIERRE    PIC 9(06).
             02 CJN-ESTADO PIC X(01).
                 88 CJN-ABIERTO VALUE "A".
                 88 CJN-CERRADO VALUE "C".
                 88 CJN-LIBERADO VALUE "L".
             02 CJN-SUCURSAL PIC 9(03).
             02 CJN-DIFERENCIA PIC S9(9)V99.

        FD PARAM-DESVIO.
         01 PAR-FACTOR PIC 9(02)V99.

        FD FECHA-NEGOCIO.
         01 FNG-REGISTRO PIC 9(08).

        FD REPORTE.
         01 REP-LINEA PIC X(120).

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

      *    UNA LINEA POR CAJERO CON ACTIVIDAD EN EL MES, PARA LISTARLOS
      *    POR SUCURSAL
        SD ORDENACION.
         01 SRT-REGISTRO.
             02 SRT-SUCURSAL PIC 9(03).
             02 SRT-CAJERO   PIC X(08).
             02 SRT-INDICE   PIC 9(03).

       WORKING-STORAGE SECTION.

      * BITACORA DE LA CADENA NOCTURNA: HORA DE INICIO Y FIN,
      * REGISTROS TRATADOS Y RESULTADO DE LA EJECUCION
       77 WS-HORA-INICIO PIC 9(08).
       77 WS-HORA-FIN    PIC 9(08).
       77 WS-RESULTADO-RUN PIC X(02) VALUE "OK".

       77 WS-STATUS-MOV PIC X(02).
       77 WS-STATUS-CAJ PIC X(02).
       77 WS-STATUS-AJL PIC X(02).
       77 WS-STATUS-AUT PIC X(02).
       77 WS-STATUS-CJN PIC X(02).
       77 WS-STATUS-PAR PIC X(02).
       77 WS-STATUS-FNG PIC X(02).
       77 WS-EOF-MOV PIC X(01) VALUE "N".
           88 WS-FIN-MOV VALUE "S".
       77 WS-EOF-CAJ PIC X(01) VALUE "N".
           88 WS-FIN-CAJ VALUE "S".
       77 WS-EOF-AJL PIC X(01) VALUE "N".
           88 WS-FIN-AJL VALUE "S".
       77 WS-EOF-AUT PIC X(01) VALUE "N".
           88 WS-FIN-AUT VALUE "S".
       77 WS-EOF-CJN PIC X(01) VALUE "N".
           88 WS-FIN-CJN VALUE "S".
       77 WS-EOF-ORD PIC X(01) VALUE "N".
           88 WS-FIN-ORD VALUE "S".

       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE 0.
       77 WS-NOMBRE-ENTRADA PIC X(30).

      * MES INFORMADO (POR DEFECTO EL ANTERIOR AL DE LA FECHA DE
      * NEGOCIO) Y DIA DEL MES CUYO ARCHIVO SE ESTA LEYENDO
       77 WS-MES-PEDIDO PIC 9(06) VALUE 0.
       01 WS-MES-INFORME.
           05 WS-MI-ANIO PIC 9(04).
           05 WS-MI-MES  PIC 9(02).
       01 WS-MES-NUM REDEFINES WS-MES-INFORME PIC 9(06).
       77 WS-DIA PIC 9(02).
       77 WS-FECHA-DIA PIC 9(08).
       77 WS-FECHA-LINEA PIC 9(08).
       77 WS-MES-LINEA PIC 9(06).
       01 WS-FECHA-NEG-GRP.
           05 WS-FN-ANIO PIC 9(04).
           05 WS-FN-MES  PIC 9(02).
           05 WS-FN-DIA  PIC 9(02).

      * FACTOR SOBRE LA MEDIA DE LA SUCURSAL A PARTIR DEL CUAL UNA
      * TASA SE SENALA COMO DESVIADA
       77 WS-FACTOR-DESVIO PIC 9(02)V99 VALUE 2.00.
       77 WS-FACTOR-VIS PIC Z9.99.

      * CAJEROS DEL MAESTRO Y SU ACTIVIDAD DEL MES; CADA CAJERO
      * GUARDA HASTA TRES SUCURSALES CON SU NUMERO DE APUNTES PARA
      * INFORMARLO EN LA PRINCIPAL. LA TABLA DE TIPOS ACUMULA EN LA
      * ULTIMA POSICION ("OTROS") LOS QUE NO CABEN Y LA DE HORAS
      * GUARDA EN LA POSICION 25 LOS APUNTES SIN HORA (ANTERIORES A
      * QUE EL DIARIO LA RECOGIERA)
       77 WS-MAX-CAJEROS PIC 9(03) VALUE 200.
       77 WS-NUM-CAJEROS PIC 9(03) VALUE 0.
       01 WS-TABLA-CAJEROS.
           05 WS-CAJERO-ENTRY OCCURS 200 TIMES INDEXED BY WS-IDX-CAJ.
               10 WS-CJ-ID       PIC X(08).
               10 WS-CJ-NOMBRE   PIC X(15).
               10 WS-CJ-SUCURSAL PIC 9(03).
               10 WS-CJ-VOTO OCCURS 3 TIMES.
                   15 WS-CJ-VT-SUCURSAL PIC 9(03).
                   15 WS-CJ-VT-NUM      PIC 9(07).
               10 WS-CJ-OPERACIONES PIC 9(07).
               10 WS-CJ-ANULACIONES PIC 9(05).
               10 WS-CJ-OFFLINE     PIC 9(05).
               10 WS-CJ-AJUSTES     PIC 9(05).
               10 WS-CJ-AUT-PEDIDAS PIC 9(05).
               10 WS-CJ-AUT-DENEGADAS PIC 9(05).
               10 WS-CJ-ARQUEOS     PIC 9(03).
               10 WS-CJ-SOBRANTES   PIC 9(03).
               10 WS-CJ-IMP-SOBRANTE PIC S9(9)V99.
               10 WS-CJ-FALTANTES   PIC 9(03).
               10 WS-CJ-IMP-FALTANTE PIC S9(9)V99.
               10 WS-CJ-NUM-TIPOS   PIC 9(02).
               10 WS-CJ-TIPO-ENTRY OCCURS 12 TIMES
                   INDEXED BY WS-IDX-TIPO.
                   15 WS-CJ-TT-TIPO PIC X(10).
                   15 WS-CJ-TT-NUM  PIC 9(05).
               10 WS-CJ-HORA OCCURS 25 TIMES PIC 9(05).
       77 WS-CAJERO-BUSCADO PIC X(08).
       77 WS-CAJERO-OK PIC X(01).
           88 WS-CAJERO-ENCONTRADO VALUE "S".
       77 WS-SUCURSAL-VOTO PIC 9(03).
       77 WS-VOTO-IDX PIC 9(01).
       77 WS-VOTO-OK PIC X(01).
           88 WS-VOTO-ANOTADO VALUE "S".
       77 WS-MAX-VOTOS PIC 9(07).
       77 WS-TIPO-OK PIC X(01).
           88 WS-TIPO-ENCONTRADO VALUE "S".
       77 WS-HORA-IDX PIC 9(02).

      * LA ANULACION DE UNA TRANSFERENCIA DEJA DOS APUNTES SEGUIDOS:
      * EL ADEUDO DE LA CUENTA DESTINO Y LA ANULACION PROPIA, DEL
      * MISMO CAJERO Y PUESTO Y CON EL IMPORTE DE SIGNO CONTRARIO;
      * SE CUENTAN COMO UNA SOLA OPERACION
       77 WS-IMPORTE-NUM PIC S9(9)V99.
       77 WS-ANT-TIPO     PIC X(10).
       77 WS-ANT-CAJERO   PIC X(08).
       77 WS-ANT-TERMINAL PIC X(04).
       77 WS-ANT-IMPORTE  PIC S9(9)V99.
       77 WS-PAREJA-OK PIC X(01).
           88 WS-ES-PAREJA VALUE "S".

      * TOTALES POR SUCURSAL PARA LAS MEDIAS
       77 WS-MAX-SUCURSALES PIC 9(02) VALUE 50.
       77 WS-NUM-SUCURSALES PIC 9(02) VALUE 0.
       01 WS-TABLA-SUCURSALES.
           05 WS-SUCURSAL-ENTRY OCCURS 50 TIMES
               INDEXED BY WS-IDX-SUC.
               10 WS-SU-CODIGO      PIC 9(03).
               10 WS-SU-CAJEROS     PIC 9(03).
               10 WS-SU-OPERACIONES PIC 9(07).
               10 WS-SU-ANULACIONES PIC 9(07).
               10 WS-SU-ARQUEOS     PIC 9(05).
               10 WS-SU-DIFERENCIAS PIC 9(05).
               10 WS-SU-TASA-ANUL   PIC 9(03)V99.
               10 WS-SU-TASA-DIF    PIC 9(03)V99.
       77 WS-SUC-OK PIC X(01).
           88 WS-SUCURSAL-ENCONTRADA VALUE "S".
       77 WS-SUCURSAL-CORTE PIC 9(03).
       77 WS-HAY-CORTE PIC X(01) VALUE "N".
           88 WS-CORTE-ABIERTO VALUE "S".

      * TASAS DEL CAJERO EN CURSO, EN PORCENTAJE
       77 WS-TASA-ANUL PIC 9(03)V99.
       77 WS-TASA-DIF  PIC 9(03)V99.
       77 WS-DIAS-DIFERENCIA PIC 9(03).
       77 WS-LIMITE-TASA PIC 9(05)V99.
       77 WS-SENAL-OK PIC X(01).
           88 WS-CAJERO-SENALADO VALUE "S".

       77 WS-LINEAS-LEIDAS PIC 9(08) VALUE 0.
       77 WS-DIAS-LEIDOS   PIC 9(02) VALUE 0.
       77 WS-CAJEROS-INFORMADOS PIC 9(03) VALUE 0.
       77 WS-CAJEROS-SENALADOS  PIC 9(03) VALUE 0.

      * LINEA DE DESGLOSE (TIPOS U HORAS) EN CASILLAS DE TEXTO Y
      * NUMERO; SE ESCRIBE CUANDO SE LLENA
       01 WS-LINEA-DESGLOSE.
           05 WS-LD-ETIQUETA PIC X(15).
           05 WS-LD-CASILLA OCCURS 6 TIMES.
               10 WS-LD-TEXTO  PIC X(10).
               10 WS-LD-NUMERO PIC ZZZZ9.
               10 FILLER       PIC X(02).
       77 WS-NUM-CASILLAS PIC 9(01) VALUE 0.
       77 WS-CASILLA-TEXTO PIC X(10).
       77 WS-CASILLA-NUM   PIC 9(05).
       77 WS-HORA-VIS PIC 9(02).

      * CAMPOS DE EDICION DEL INFORME
       77 WS-IMPORTE-VIS  PIC -ZZZZZZZ9.99.
       77 WS-IMPORTE-VIS2 PIC -ZZZZZZZ9.99.
       77 WS-TASA-VIS  PIC ZZ9.99.
       77 WS-TASA-VIS2 PIC ZZ9.99.

       01 WS-FECHA-SISTEMA.
           05 WS-ANIO-SIS  PIC 9(04).
           05 WS-MES-SIS   PIC 9(02).
           05 WS-DIA-SIS   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME.
            PERFORM 00001-CARGAR-PARAMETROS.
            DISPLAY "MES A INFORMAR (AAAAMM, 0=MES ANTERIOR): ".
            ACCEPT WS-MES-PEDIDO.
            IF WS-MES-PEDIDO NOT = 0
                MOVE WS-MES-PEDIDO TO WS-MES-NUM
            END-IF.

            PERFORM 00002-CARGAR-CAJEROS.
            IF WS-NUM-CAJEROS = 0
                DISPLAY "SIN MAESTRO DE CAJEROS (TELLER.DAT),"
                    " PROCESO CANCELADO"
                MOVE "KO" TO WS-RESULTADO-RUN
                PERFORM 00030-ANOTAR-RUN-LOG
                STOP RUN
            END-IF.

            PERFORM 00003-RECORRER-ARCHIVO-DIA
                VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31.
            MOVE "../MOVIMIENTOS.TXT" TO WS-NOMBRE-ENTRADA.
            PERFORM 00004-LEER-DIARIO.
            PERFORM 00006-RECORRER-AJUSTES.
            PERFORM 00007-RECORRER-AUTORIZACIONES.
            PERFORM 00008-RECORRER-CAJON.
            PERFORM 00011-TOTALIZAR-CAJERO
                VARYING WS-IDX-CAJ FROM 1 BY 1
                UNTIL WS-IDX-CAJ > WS-NUM-CAJEROS.
            PERFORM 00012-CALCULAR-MEDIAS
                VARYING WS-IDX-SUC FROM 1 BY 1
                UNTIL WS-IDX-SUC > WS-NUM-SUCURSALES.

            OPEN OUTPUT REPORTE.
            PERFORM 00013-CABECERA.
            SORT ORDENACION ON ASCENDING KEY SRT-SUCURSAL SRT-CAJERO
                INPUT PROCEDURE IS 00014-ENTREGAR-CAJEROS
                OUTPUT PROCEDURE IS 00015-IMPRIMIR-CAJEROS.
            MOVE SPACES TO REP-LINEA.
            WRITE REP-LINEA.
            MOVE SPACES TO REP-LINEA.
            STRING "CAJEROS INFORMADOS: " WS-CAJEROS-INFORMADOS
                "  SENALADOS: " WS-CAJEROS-SENALADOS
                "  DIAS ARCHIVADOS LEIDOS: " WS-DIAS-LEIDOS
                DELIMITED BY SIZE INTO REP-LINEA.
            WRITE REP-LINEA.
            CLOSE REPORTE.
            DISPLAY "CAJEROS INFORMADOS: " WS-CAJEROS-INFORMADOS.
            DISPLAY "CAJEROS SENALADOS : " WS-CAJEROS-SENALADOS.
            DISPLAY "INFORME PRODUCTIVIDAD-CAJEROS.TXT GENERADO".
            PERFORM 00030-ANOTAR-RUN-LOG.
            STOP RUN.

      *        FECHA DE NEGOCIO, MES ANTERIOR POR DEFECTO Y FACTOR DE
      *        DESVIO
           00001-CARGAR-PARAMETROS.
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
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-NEG-GRP.
               IF WS-FN-MES = 1
                   COMPUTE WS-MI-ANIO = WS-FN-ANIO - 1
                   MOVE 12 TO WS-MI-MES
               ELSE
                   MOVE WS-FN-ANIO TO WS-MI-ANIO
                   COMPUTE WS-MI-MES = WS-FN-MES - 1
               END-IF.
               OPEN INPUT PARAM-DESVIO.
               IF WS-STATUS-PAR = "00"
                   READ PARAM-DESVIO
                       AT END CONTINUE
                       NOT AT END
                           IF PAR-FACTOR IS NUMERIC
                               AND PAR-FACTOR > 0
                               MOVE PAR-FACTOR TO WS-FACTOR-DESVIO
                           END-IF
                   END-READ
                   CLOSE PARAM-DESVIO
               END-IF.

           00002-CARGAR-CAJEROS.
               OPEN INPUT CAJEROS.
               IF WS-STATUS-CAJ = "00"
                   PERFORM 00002A-LEER-CAJERO
                   PERFORM 00002B-GUARDAR-CAJERO UNTIL WS-FIN-CAJ
                   CLOSE CAJEROS
               END-IF.

           00002A-LEER-CAJERO.
               READ CAJEROS NEXT RECORD
                   AT END SET WS-FIN-CAJ TO TRUE
               END-READ.

           00002B-GUARDAR-CAJERO.
               IF WS-NUM-CAJEROS < WS-MAX-CAJEROS
                   ADD 1 TO WS-NUM-CAJEROS
                   SET WS-IDX-CAJ TO WS-NUM-CAJEROS
                   INITIALIZE WS-CAJERO-ENTRY (WS-IDX-CAJ)
                   MOVE CAJ-ID TO WS-CJ-ID (WS-IDX-CAJ)
                   MOVE CAJ-NOMBRE TO WS-CJ-NOMBRE (WS-IDX-CAJ)
               END-IF.
               PERFORM 00002A-LEER-CAJERO.

      *        UN DIA DEL MES: SU ARCHIVO, SI EXISTE (LOS DIAS QUE NO
      *        EXISTEN EN EL CALENDARIO NO TIENEN ARCHIVO)
           00003-RECORRER-ARCHIVO-DIA.
               COMPUTE WS-FECHA-DIA = WS-MES-NUM * 100 + WS-DIA.
               MOVE SPACES TO WS-NOMBRE-ENTRADA.
               STRING "../MOV-" WS-FECHA-DIA ".TXT"
                   DELIMITED BY SIZE INTO WS-NOMBRE-ENTRADA.
               PERFORM 00004-LEER-DIARIO.
               IF WS-STATUS-MOV = "00"
                   ADD 1 TO WS-DIAS-LEIDOS
               END-IF.

           00004-LEER-DIARIO.
               MOVE "N" TO WS-EOF-MOV.
               MOVE SPACES TO WS-ANT-TIPO.
               OPEN INPUT MOVIMIENTOS.
               IF WS-STATUS-MOV = "00"
                   PERFORM 00004A-LEER-MOVIMIENTO
                   PERFORM 00005-TRATAR-MOVIMIENTO UNTIL WS-FIN-MOV
                   CLOSE MOVIMIENTOS
                   MOVE "00" TO WS-STATUS-MOV
               END-IF.

           00004A-LEER-MOVIMIENTO.
               READ MOVIMIENTOS
                   AT END SET WS-FIN-MOV TO TRUE
               END-READ.

      *        APUNTE DE UN CAJERO DEL MAESTRO, FUERA DE PRACTICAS Y
      *        CON FECHA DE NEGOCIO DEL MES INFORMADO
           00005-TRATAR-MOVIMIENTO.
               ADD 1 TO WS-LINEAS-LEIDAS.
               MOVE 0 TO WS-MES-LINEA.
               IF MOV-FECHA-NEG IS NUMERIC
                   MOVE MOV-FECHA-NEG TO WS-FECHA-LINEA
                   DIVIDE WS-FECHA-LINEA BY 100 GIVING WS-MES-LINEA
               END-IF.
               MOVE MOV-IMPORTE TO WS-IMPORTE-NUM.
               IF MOV-PRACTICAS NOT = "P"
                   AND WS-MES-LINEA = WS-MES-NUM
                   MOVE MOV-CAJERO TO WS-CAJERO-BUSCADO
                   PERFORM 00009-BUSCAR-CAJERO
                   IF WS-CAJERO-ENCONTRADO
                       PERFORM 00005A-COMPROBAR-PAREJA
                       IF NOT WS-ES-PAREJA
                           PERFORM 00005B-CONTAR-OPERACION
                       END-IF
                   END-IF
               END-IF.
               MOVE MOV-TIPO TO WS-ANT-TIPO.
               MOVE MOV-CAJERO TO WS-ANT-CAJERO.
               MOVE MOV-TERMINAL TO WS-ANT-TERMINAL.
               MOVE WS-IMPORTE-NUM TO WS-ANT-IMPORTE.
               PERFORM 00004A-LEER-MOVIMIENTO.

           00005A-COMPROBAR-PAREJA.
               MOVE "N" TO WS-PAREJA-OK.
               IF MOV-TIPO = "ANULACION"
                   AND WS-ANT-TIPO = "ANULACION"
                   AND MOV-CAJERO = WS-ANT-CAJERO
                   AND MOV-TERMINAL = WS-ANT-TERMINAL
                   AND WS-IMPORTE-NUM + WS-ANT-IMPORTE = 0
                   SET WS-ES-PAREJA TO TRUE
               END-IF.

           00005B-CONTAR-OPERACION.
               ADD 1 TO WS-CJ-OPERACIONES (WS-IDX-CAJ).
               IF MOV-TIPO = "ANULACION"
                   ADD 1 TO WS-CJ-ANULACIONES (WS-IDX-CAJ)
               END-IF.
               IF MOV-ORIGEN = "O"
                   ADD 1 TO WS-CJ-OFFLINE (WS-IDX-CAJ)
               END-IF.
               IF MOV-HORA IS NUMERIC
                   MOVE MOV-HORA TO WS-HORA-IDX
                   IF WS-HORA-IDX > 23
                       MOVE 25 TO WS-HORA-IDX
                   ELSE
                       ADD 1 TO WS-HORA-IDX
                   END-IF
               ELSE
                   MOVE 25 TO WS-HORA-IDX
               END-IF.
               ADD 1 TO WS-CJ-HORA (WS-IDX-CAJ, WS-HORA-IDX).
               PERFORM 00005C-CONTAR-TIPO.
               MOVE MOV-SUCURSAL TO WS-SUCURSAL-VOTO.
               PERFORM 00010-VOTAR-SUCURSAL.

           00005C-CONTAR-TIPO.
               MOVE "N" TO WS-TIPO-OK.
               IF WS-CJ-NUM-TIPOS (WS-IDX-CAJ) > 0
                   SET WS-IDX-TIPO TO 1
                   SEARCH WS-CJ-TIPO-ENTRY
                       AT END CONTINUE
                       WHEN WS-IDX-TIPO > WS-CJ-NUM-TIPOS (WS-IDX-CAJ)
                           CONTINUE
                       WHEN WS-CJ-TT-TIPO (WS-IDX-CAJ, WS-IDX-TIPO)
                           = MOV-TIPO
                           SET WS-TIPO-ENCONTRADO TO TRUE
                   END-SEARCH
               END-IF.
               IF NOT WS-TIPO-ENCONTRADO
                   IF WS-CJ-NUM-TIPOS (WS-IDX-CAJ) < 11
                       ADD 1 TO WS-CJ-NUM-TIPOS (WS-IDX-CAJ)
                       SET WS-IDX-TIPO TO WS-CJ-NUM-TIPOS (WS-IDX-CAJ)
                       MOVE MOV-TIPO
                           TO WS-CJ-TT-TIPO (WS-IDX-CAJ, WS-IDX-TIPO)
                   ELSE
                       MOVE 12 TO WS-CJ-NUM-TIPOS (WS-IDX-CAJ)
                       SET WS-IDX-TIPO TO 12
                       MOVE "OTROS"
                           TO WS-CJ-TT-TIPO (WS-IDX-CAJ, WS-IDX-TIPO)
                   END-IF
               END-IF.
               ADD 1 TO WS-CJ-TT-NUM (WS-IDX-CAJ, WS-IDX-TIPO).

      *        AJUSTES DE BACK OFFICE DEL MES SOBRE MOVIMIENTOS DE
      *        CADA CAJERO
           00006-RECORRER-AJUSTES.
               OPEN INPUT AJUSTES-LOG.
               IF WS-STATUS-AJL = "00"
                   PERFORM 00006A-LEER-AJUSTE
                   PERFORM 00006B-TRATAR-AJUSTE UNTIL WS-FIN-AJL
                   CLOSE AJUSTES-LOG
               END-IF.

           00006A-LEER-AJUSTE.
               READ AJUSTES-LOG
                   AT END SET WS-FIN-AJL TO TRUE
               END-READ.

           00006B-TRATAR-AJUSTE.
               MOVE 0 TO WS-MES-LINEA.
               IF AJL-FECHA IS NUMERIC
                   DIVIDE AJL-FECHA BY 100 GIVING WS-MES-LINEA
               END-IF.
               IF WS-MES-LINEA = WS-MES-NUM
                   AND AJL-CAJERO NOT = SPACES
                   MOVE AJL-CAJERO TO WS-CAJERO-BUSCADO
                   PERFORM 00009-BUSCAR-CAJERO
                   IF WS-CAJERO-ENCONTRADO
                       ADD 1 TO WS-CJ-AJUSTES (WS-IDX-CAJ)
                   END-IF
               END-IF.
               PERFORM 00006A-LEER-AJUSTE.

      *        PETICIONES DE AUTORIZACION DEL MES Y SU RESULTADO
           00007-RECORRER-AUTORIZACIONES.
               OPEN INPUT AUTORIZACIONES.
               IF WS-STATUS-AUT = "00"
                   PERFORM 00007A-LEER-AUTORIZACION
                   PERFORM 00007B-TRATAR-AUTORIZACION
                       UNTIL WS-FIN-AUT
                   CLOSE AUTORIZACIONES
               END-IF.

           00007A-LEER-AUTORIZACION.
               READ AUTORIZACIONES NEXT RECORD
                   AT END SET WS-FIN-AUT TO TRUE
               END-READ.

           00007B-TRATAR-AUTORIZACION.
               DIVIDE AUT-FECHA BY 100 GIVING WS-MES-LINEA.
               IF WS-MES-LINEA = WS-MES-NUM
                   MOVE AUT-CAJERO TO WS-CAJERO-BUSCADO
                   PERFORM 00009-BUSCAR-CAJERO
                   IF WS-CAJERO-ENCONTRADO
                       ADD 1 TO WS-CJ-AUT-PEDIDAS (WS-IDX-CAJ)
                       IF AUT-DENEGADA
                           ADD 1 TO WS-CJ-AUT-DENEGADAS (WS-IDX-CAJ)
                       END-IF
                   END-IF
               END-IF.
               PERFORM 00007A-LEER-AUTORIZACION.

      *        ARQUEOS CERRADOS DEL MES: SOBRANTE SI LO DECLARADO
      *        SUPERA AL TEORICO Y FALTANTE SI QUEDA POR DEBAJO
           00008-RECORRER-CAJON.
               OPEN INPUT CAJON.
               IF WS-STATUS-CJN = "00"
                   PERFORM 00008A-LEER-CAJON
                   PERFORM 00008B-TRATAR-CAJON UNTIL WS-FIN-CJN
                   CLOSE CAJON
               END-IF.

           00008A-LEER-CAJON.
               READ CAJON NEXT RECORD
                   AT END SET WS-FIN-CJN TO TRUE
               END-READ.

           00008B-TRATAR-CAJON.
               DIVIDE CJN-FECHA BY 100 GIVING WS-MES-LINEA.
               IF WS-MES-LINEA = WS-MES-NUM AND CJN-CERRADO
                   MOVE CJN-CAJERO TO WS-CAJERO-BUSCADO
                   PERFORM 00009-BUSCAR-CAJERO
                   IF WS-CAJERO-ENCONTRADO
                       ADD 1 TO WS-CJ-ARQUEOS (WS-IDX-CAJ)
                       IF CJN-DIFERENCIA > 0
                           ADD 1 TO WS-CJ-SOBRANTES (WS-IDX-CAJ)
                           ADD CJN-DIFERENCIA
                               TO WS-CJ-IMP-SOBRANTE (WS-IDX-CAJ)
                       END-IF
                       IF CJN-DIFERENCIA < 0
                           ADD 1 TO WS-CJ-FALTANTES (WS-IDX-CAJ)
                           ADD CJN-DIFERENCIA
                               TO WS-CJ-IMP-FALTANTE (WS-IDX-CAJ)
                       END-IF
                       IF CJN-SUCURSAL IS NUMERIC
                           AND CJN-SUCURSAL > 0
                           MOVE CJN-SUCURSAL TO WS-SUCURSAL-VOTO
                           PERFORM 00010-VOTAR-SUCURSAL
                       END-IF
                   END-IF
               END-IF.
               PERFORM 00008A-LEER-CAJON.

           00009-BUSCAR-CAJERO.
               MOVE "N" TO WS-CAJERO-OK.
               SET WS-IDX-CAJ TO 1.
               SEARCH WS-CAJERO-ENTRY
                   AT END CONTINUE
                   WHEN WS-IDX-CAJ > WS-NUM-CAJEROS
                       CONTINUE
                   WHEN WS-CJ-ID (WS-IDX-CAJ) = WS-CAJERO-BUSCADO
                       SET WS-CAJERO-ENCONTRADO TO TRUE
               END-SEARCH.

      *        UN APUNTE DEL CAJERO EN LA SUCURSAL DADA; UNA CUARTA
      *        SUCURSAL DEL MISMO CAJERO YA NO SE CUENTA
           00010-VOTAR-SUCURSAL.
               MOVE "N" TO WS-VOTO-OK.
               MOVE 1 TO WS-VOTO-IDX.
               PERFORM 00010A-EXAMINAR-VOTO
                   UNTIL WS-VOTO-IDX > 3 OR WS-VOTO-ANOTADO.

           00010A-EXAMINAR-VOTO.
               IF WS-CJ-VT-NUM (WS-IDX-CAJ, WS-VOTO-IDX) = 0
                   MOVE WS-SUCURSAL-VOTO
                       TO WS-CJ-VT-SUCURSAL (WS-IDX-CAJ, WS-VOTO-IDX)
               END-IF.
               IF WS-CJ-VT-SUCURSAL (WS-IDX-CAJ, WS-VOTO-IDX)
                   = WS-SUCURSAL-VOTO
                   ADD 1 TO WS-CJ-VT-NUM (WS-IDX-CAJ, WS-VOTO-IDX)
                   SET WS-VOTO-ANOTADO TO TRUE
               ELSE
                   ADD 1 TO WS-VOTO-IDX
               END-IF.

      *        SUCURSAL PRINCIPAL DEL CAJERO (LA DE MAS APUNTES) Y SU
      *        APORTACION A LOS TOTALES DE ESA SUCURSAL
           00011-TOTALIZAR-CAJERO.
               MOVE 0 TO WS-MAX-VOTOS.
               PERFORM 00011A-ELEGIR-SUCURSAL
                   VARYING WS-VOTO-IDX FROM 1 BY 1
                   UNTIL WS-VOTO-IDX > 3.
               IF WS-MAX-VOTOS > 0
                   OR WS-CJ-AUT-PEDIDAS (WS-IDX-CAJ) > 0
                   OR WS-CJ-AJUSTES (WS-IDX-CAJ) > 0
                   PERFORM 00011B-SUMAR-SUCURSAL
               END-IF.

           00011A-ELEGIR-SUCURSAL.
               IF WS-CJ-VT-NUM (WS-IDX-CAJ, WS-VOTO-IDX) > WS-MAX-VOTOS
                   MOVE WS-CJ-VT-NUM (WS-IDX-CAJ, WS-VOTO-IDX)
                       TO WS-MAX-VOTOS
                   MOVE WS-CJ-VT-SUCURSAL (WS-IDX-CAJ, WS-VOTO-IDX)
                       TO WS-CJ-SUCURSAL (WS-IDX-CAJ)
               END-IF.

           00011B-SUMAR-SUCURSAL.
               MOVE "N" TO WS-SUC-OK.
               IF WS-NUM-SUCURSALES > 0
                   SET WS-IDX-SUC TO 1
                   SEARCH WS-SUCURSAL-ENTRY
                       AT END CONTINUE
                       WHEN WS-IDX-SUC > WS-NUM-SUCURSALES
                           CONTINUE
                       WHEN WS-SU-CODIGO (WS-IDX-SUC)
                           = WS-CJ-SUCURSAL (WS-IDX-CAJ)
                           SET WS-SUCURSAL-ENCONTRADA TO TRUE
                   END-SEARCH
               END-IF.
               IF NOT WS-SUCURSAL-ENCONTRADA
                   IF WS-NUM-SUCURSALES < WS-MAX-SUCURSALES
                       ADD 1 TO WS-NUM-SUCURSALES
                       SET WS-IDX-SUC TO WS-NUM-SUCURSALES
                       INITIALIZE WS-SUCURSAL-ENTRY (WS-IDX-SUC)
                       MOVE WS-CJ-SUCURSAL (WS-IDX-CAJ)
                           TO WS-SU-CODIGO (WS-IDX-SUC)
                       SET WS-SUCURSAL-ENCONTRADA TO TRUE
                   END-IF
               END-IF.
               IF WS-SUCURSAL-ENCONTRADA
                   ADD 1 TO WS-SU-CAJEROS (WS-IDX-SUC)
                   ADD WS-CJ-OPERACIONES (WS-IDX-CAJ)
                       TO WS-SU-OPERACIONES (WS-IDX-SUC)
                   ADD WS-CJ-ANULACIONES (WS-IDX-CAJ)
                       TO WS-SU-ANULACIONES (WS-IDX-SUC)
                   ADD WS-CJ-ARQUEOS (WS-IDX-CAJ)
                       TO WS-SU-ARQUEOS (WS-IDX-SUC)
                   ADD WS-CJ-SOBRANTES (WS-IDX-CAJ)
                       TO WS-SU-DIFERENCIAS (WS-IDX-SUC)
                   ADD WS-CJ-FALTANTES (WS-IDX-CAJ)
                       TO WS-SU-DIFERENCIAS (WS-IDX-SUC)
               END-IF.

      *        MEDIAS DE LA SUCURSAL: ANULACIONES SOBRE OPERACIONES Y
      *        ARQUEOS CON DIFERENCIA SOBRE ARQUEOS, EN PORCENTAJE
           00012-CALCULAR-MEDIAS.
               MOVE 0 TO WS-SU-TASA-ANUL (WS-IDX-SUC).
               MOVE 0 TO WS-SU-TASA-DIF (WS-IDX-SUC).
               IF WS-SU-OPERACIONES (WS-IDX-SUC) > 0
                   COMPUTE WS-SU-TASA-ANUL (WS-IDX-SUC) ROUNDED =
                       WS-SU-ANULACIONES (WS-IDX-SUC) * 100
                       / WS-SU-OPERACIONES (WS-IDX-SUC)
               END-IF.
               IF WS-SU-ARQUEOS (WS-IDX-SUC) > 0
                   COMPUTE WS-SU-TASA-DIF (WS-IDX-SUC) ROUNDED =
                       WS-SU-DIFERENCIAS (WS-IDX-SUC) * 100
                       / WS-SU-ARQUEOS (WS-IDX-SUC)
               END-IF.

           00013-CABECERA.
               MOVE WS-FACTOR-DESVIO TO WS-FACTOR-VIS.
               MOVE SPACES TO REP-LINEA.
               STRING "PRODUCTIVIDAD Y ERRORES DE CAJEROS, MES "
                   WS-MES-NUM "  (FECHA DE NEGOCIO "
                   WS-FECHA-NEGOCIO ")"
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "SE SENALAN LAS TASAS SUPERIORES A "
                   WS-FACTOR-VIS " VECES LA MEDIA DE LA SUCURSAL;"
                   " SIN MOVIMIENTOS DE PRACTICAS"
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

      *        PROCEDIMIENTO DE ENTRADA: LOS CAJEROS CON ACTIVIDAD EN
      *        EL MES, CON SU SUCURSAL PRINCIPAL
           00014-ENTREGAR-CAJEROS.
               PERFORM 00014A-ENTREGAR-CAJERO
                   VARYING WS-IDX-CAJ FROM 1 BY 1
                   UNTIL WS-IDX-CAJ > WS-NUM-CAJEROS.

           00014A-ENTREGAR-CAJERO.
               IF WS-CJ-OPERACIONES (WS-IDX-CAJ) > 0
                   OR WS-CJ-ARQUEOS (WS-IDX-CAJ) > 0
                   OR WS-CJ-AUT-PEDIDAS (WS-IDX-CAJ) > 0
                   OR WS-CJ-AJUSTES (WS-IDX-CAJ) > 0
                   MOVE WS-CJ-SUCURSAL (WS-IDX-CAJ) TO SRT-SUCURSAL
                   MOVE WS-CJ-ID (WS-IDX-CAJ) TO SRT-CAJERO
                   SET SRT-INDICE TO WS-IDX-CAJ
                   RELEASE SRT-REGISTRO
               END-IF.

      *        PROCEDIMIENTO DE SALIDA: CABECERA CON LAS MEDIAS DE
      *        CADA SUCURSAL Y BLOQUE DE CADA CAJERO
           00015-IMPRIMIR-CAJEROS.
               MOVE "N" TO WS-EOF-ORD.
               MOVE "N" TO WS-HAY-CORTE.
               PERFORM 00015A-RETORNAR.
               PERFORM 00015B-TRATAR-CAJERO UNTIL WS-FIN-ORD.

           00015A-RETORNAR.
               RETURN ORDENACION
                   AT END SET WS-FIN-ORD TO TRUE
               END-RETURN.

           00015B-TRATAR-CAJERO.
               IF NOT WS-CORTE-ABIERTO
                   OR SRT-SUCURSAL NOT = WS-SUCURSAL-CORTE
                   SET WS-CORTE-ABIERTO TO TRUE
                   MOVE SRT-SUCURSAL TO WS-SUCURSAL-CORTE
                   PERFORM 00016-CABECERA-SUCURSAL
               END-IF.
               SET WS-IDX-CAJ TO SRT-INDICE.
               PERFORM 00017-IMPRIMIR-CAJERO.
               PERFORM 00015A-RETORNAR.

           00016-CABECERA-SUCURSAL.
               SET WS-IDX-SUC TO 1.
               SEARCH WS-SUCURSAL-ENTRY
                   AT END CONTINUE
                   WHEN WS-SU-CODIGO (WS-IDX-SUC) = WS-SUCURSAL-CORTE
                       CONTINUE
               END-SEARCH.
               MOVE WS-SU-TASA-ANUL (WS-IDX-SUC) TO WS-TASA-VIS.
               MOVE WS-SU-TASA-DIF (WS-IDX-SUC) TO WS-TASA-VIS2.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "SUCURSAL " WS-SUCURSAL-CORTE
                   "  CAJEROS " WS-SU-CAJEROS (WS-IDX-SUC)
                   "  OPERACIONES " WS-SU-OPERACIONES (WS-IDX-SUC)
                   "  ANULACIONES " WS-SU-ANULACIONES (WS-IDX-SUC)
                   " (MEDIA " WS-TASA-VIS "%)"
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "              ARQUEOS "
                   WS-SU-ARQUEOS (WS-IDX-SUC)
                   "  CON DIFERENCIA " WS-SU-DIFERENCIAS (WS-IDX-SUC)
                   " (MEDIA " WS-TASA-VIS2 "%)"
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.

      *        BLOQUE DE UN CAJERO: ACTIVIDAD, ERRORES, ARQUEOS,
      *        DESGLOSE POR TIPO Y POR HORA Y SENALES DE DESVIO
           00017-IMPRIMIR-CAJERO.
               ADD 1 TO WS-CAJEROS-INFORMADOS.
               MOVE 0 TO WS-TASA-ANUL.
               MOVE 0 TO WS-TASA-DIF.
               IF WS-CJ-OPERACIONES (WS-IDX-CAJ) > 0
                   COMPUTE WS-TASA-ANUL ROUNDED =
                       WS-CJ-ANULACIONES (WS-IDX-CAJ) * 100
                       / WS-CJ-OPERACIONES (WS-IDX-CAJ)
               END-IF.
               COMPUTE WS-DIAS-DIFERENCIA =
                   WS-CJ-SOBRANTES (WS-IDX-CAJ)
                   + WS-CJ-FALTANTES (WS-IDX-CAJ).
               IF WS-CJ-ARQUEOS (WS-IDX-CAJ) > 0
                   COMPUTE WS-TASA-DIF ROUNDED =
                       WS-DIAS-DIFERENCIA * 100
                       / WS-CJ-ARQUEOS (WS-IDX-CAJ)
               END-IF.
               MOVE SPACES TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO REP-LINEA.
               STRING "  CAJERO " WS-CJ-ID (WS-IDX-CAJ)
                   " " WS-CJ-NOMBRE (WS-IDX-CAJ)
                   "  OPERACIONES " WS-CJ-OPERACIONES (WS-IDX-CAJ)
                   "  FUERA DE LINEA " WS-CJ-OFFLINE (WS-IDX-CAJ)
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE WS-TASA-ANUL TO WS-TASA-VIS.
               MOVE SPACES TO REP-LINEA.
               STRING "    ANULACIONES " WS-CJ-ANULACIONES (WS-IDX-CAJ)
                   " (" WS-TASA-VIS "%)"
                   "  AJUSTES " WS-CJ-AJUSTES (WS-IDX-CAJ)
                   "  AUTORIZACIONES PEDIDAS "
                   WS-CJ-AUT-PEDIDAS (WS-IDX-CAJ)
                   " DENEGADAS " WS-CJ-AUT-DENEGADAS (WS-IDX-CAJ)
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE WS-CJ-IMP-SOBRANTE (WS-IDX-CAJ) TO WS-IMPORTE-VIS.
               MOVE WS-CJ-IMP-FALTANTE (WS-IDX-CAJ) TO WS-IMPORTE-VIS2.
               MOVE WS-TASA-DIF TO WS-TASA-VIS.
               MOVE SPACES TO REP-LINEA.
               STRING "    ARQUEOS " WS-CJ-ARQUEOS (WS-IDX-CAJ)
                   "  SOBRANTES " WS-CJ-SOBRANTES (WS-IDX-CAJ)
                   " " WS-IMPORTE-VIS
                   "  FALTANTES " WS-CJ-FALTANTES (WS-IDX-CAJ)
                   " " WS-IMPORTE-VIS2
                   "  CON DIFERENCIA " WS-TASA-VIS "%"
                   DELIMITED BY SIZE INTO REP-LINEA.
               WRITE REP-LINEA.
               MOVE "    POR TIPO" TO WS-LD-ETIQUETA.
               MOVE 0 TO WS-NUM-CASILLAS.
               PERFORM 00017A-CASILLA-TIPO
                   VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > WS-CJ-NUM-TIPOS (WS-IDX-CAJ).
               PERFORM 00018B-VACIAR-LINEA.
               MOVE "    POR HORA" TO WS-LD-ETIQUETA.
               MOVE 0 TO WS-NUM-CASILLAS.
               PERFORM 00017B-CASILLA-HORA
                   VARYING WS-HORA-IDX FROM 1 BY 1
                   UNTIL WS-HORA-IDX > 25.
               PERFORM 00018B-VACIAR-LINEA.
               PERFORM 00017C-SENALAR-DESVIOS.

           00017A-CASILLA-TIPO.
               MOVE WS-CJ-TT-TIPO (WS-IDX-CAJ, WS-IDX-TIPO)
                   TO WS-CASILLA-TEXTO.
               MOVE WS-CJ-TT-NUM (WS-IDX-CAJ, WS-IDX-TIPO)
                   TO WS-CASILLA-NUM.
               PERFORM 00018-ANADIR-CASILLA.

           00017B-CASILLA-HORA.
               IF WS-CJ-HORA (WS-IDX-CAJ, WS-HORA-IDX) > 0
                   MOVE SPACES TO WS-CASILLA-TEXTO
                   IF WS-HORA-IDX = 25
                       MOVE "SIN HORA" TO WS-CASILLA-TEXTO
                   ELSE
                       COMPUTE WS-HORA-VIS = WS-HORA-IDX - 1
                       STRING WS-HORA-VIS "H" DELIMITED BY SIZE
                           INTO WS-CASILLA-TEXTO
                   END-IF
                   MOVE WS-CJ-HORA (WS-IDX-CAJ, WS-HORA-IDX)
                       TO WS-CASILLA-NUM
                   PERFORM 00018-ANADIR-CASILLA
               END-IF.

      *        UNA TASA SE SENALA SI SUPERA EN EL FACTOR A LA MEDIA DE
      *        LA SUCURSAL (LA SUCURSAL DEL BLOQUE EN CURSO)
           00017C-SENALAR-DESVIOS.
               COMPUTE WS-LIMITE-TASA =
                   WS-SU-TASA-ANUL (WS-IDX-SUC) * WS-FACTOR-DESVIO.
               MOVE "N" TO WS-SENAL-OK.
               IF WS-TASA-ANUL > 0 AND WS-TASA-ANUL > WS-LIMITE-TASA
                   SET WS-CAJERO-SENALADO TO TRUE
                   MOVE SPACES TO REP-LINEA
                   STRING "    *** TASA DE ANULACIONES MUY SUPERIOR A"
                       " LA MEDIA DE LA SUCURSAL"
                       DELIMITED BY SIZE INTO REP-LINEA
                   WRITE REP-LINEA
               END-IF.
               COMPUTE WS-LIMITE-TASA =
                   WS-SU-TASA-DIF (WS-IDX-SUC) * WS-FACTOR-DESVIO.
               IF WS-TASA-DIF > 0 AND WS-TASA-DIF > WS-LIMITE-TASA
                   SET WS-CAJERO-SENALADO TO TRUE
                   MOVE SPACES TO REP-LINEA
                   STRING "    *** TASA DE DIFERENCIAS DE CAJA MUY"
                       " SUPERIOR A LA MEDIA DE LA SUCURSAL"
                       DELIMITED BY SIZE INTO REP-LINEA
                   WRITE REP-LINEA
               END-IF.
               IF WS-CAJERO-SENALADO
                   ADD 1 TO WS-CAJEROS-SENALADOS
               END-IF.

      *        ANADE UNA CASILLA A LA LINEA DE DESGLOSE Y LA ESCRIBE
      *        AL LLENARSE; LAS LINEAS DE CONTINUACION VAN SIN ETIQUETA
           00018-ANADIR-CASILLA.
               IF WS-NUM-CASILLAS = 0
                   MOVE SPACES TO WS-LD-CASILLA (1) WS-LD-CASILLA (2)
                       WS-LD-CASILLA (3) WS-LD-CASILLA (4)
                       WS-LD-CASILLA (5) WS-LD-CASILLA (6)
               END-IF.
               ADD 1 TO WS-NUM-CASILLAS.
               MOVE WS-CASILLA-TEXTO TO WS-LD-TEXTO (WS-NUM-CASILLAS).
               MOVE WS-CASILLA-NUM TO WS-LD-NUMERO (WS-NUM-CASILLAS).
               IF WS-NUM-CASILLAS = 6
                   PERFORM 00018A-ESCRIBIR-LINEA
               END-IF.

           00018A-ESCRIBIR-LINEA.
               MOVE WS-LINEA-DESGLOSE TO REP-LINEA.
               WRITE REP-LINEA.
               MOVE SPACES TO WS-LD-ETIQUETA.
               MOVE 0 TO WS-NUM-CASILLAS.

           00018B-VACIAR-LINEA.
               IF WS-NUM-CASILLAS > 0
                   PERFORM 00018A-ESCRIBIR-LINEA
               END-IF.

           00030-ANOTAR-RUN-LOG.
               ACCEPT WS-HORA-FIN FROM TIME.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND RUN-LOG.
               MOVE SPACES TO RLOG-REGISTRO.
               MOVE "PRODCAJERO" TO RLOG-PROGRAMA.
               MOVE WS-FECHA-SISTEMA TO RLOG-FECHA.
               MOVE WS-HORA-INICIO (1:6) TO RLOG-HORA-INICIO.
               MOVE WS-HORA-FIN (1:6) TO RLOG-HORA-FIN.
               MOVE WS-LINEAS-LEIDAS TO RLOG-PROCESADOS.
               MOVE 0 TO RLOG-RECHAZADOS.
               MOVE WS-RESULTADO-RUN TO RLOG-ESTADO.
               WRITE RLOG-REGISTRO.
               CLOSE RUN-LOG.

       END PROGRAM PRODCAJERO.
