      * Author:Ruben-GFP
      * Date:05/09/2020
      * Purpose:TABLAS DE MILTIPLICAR
      *         Y SIMULACROS DE VENTANILLA PARA CAJEROS EN FORMACION:
      *         DESGLOSE DE BILLETES DE UN REINTEGRO (MODO E) Y CAMBIO
      *         A DEVOLVER EN UNA VENTA DE DIVISA (MODO C)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL EVALUACIONES ASSIGN TO "EVALUACIONES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    CUADRO DE CAMBIOS DE LA ENTIDAD PARA EL SIMULACRO DE VENTA
      *    DE DIVISA
           SELECT CAMBIOS ASSIGN TO "../CAMBIOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAM.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLAS.
           05 FILLER       PIC X(01).
           05 EVA-SEGUNDOS PIC 9(06).

       FD  CAMBIOS.
       01  CAM-REGISTRO.
           05 CAM-MONEDA PIC X(03).
           05 FILLER     PIC X(01).
           05 CAM-COMPRA PIC 9(01)V9(04).
           05 FILLER     PIC X(01).
           05 CAM-VENTA  PIC 9(01)V9(04).
           05 FILLER     PIC X(01).
           05 CAM-FECHA-EFECTO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WS-CONTADOR      PIC 9(02) VALUE 1.
       77 WS-MULTIPLICADOR PIC 9(02) VALUE 1.
           88 WS-MODO-MULTIPLICAR VALUE "M".
           88 WS-MODO-RESTAR      VALUE "R".
           88 WS-MODO-DIVIDIR     VALUE "D".
           88 WS-MODO-EFECTIVO    VALUE "E".
           88 WS-MODO-CAMBIO      VALUE "C".

      * MODO QUIZ PARA FORMAR AL PERSONAL: EL PROGRAMA PREGUNTA SIN
      * MOSTRAR EL RESULTADO, PUNTUA LAS RESPUESTAS, CRONOMETRA LA
           05 WS-DIA-SIS  PIC 9(02).
       77  WS-LINEA-QUIZ PIC 9(02).

      * SIMULACROS DE VENTANILLA: CADA SESION SON WS-EJERCICIOS
      * CASOS AL AZAR. EL DESGLOSE CORRECTO ES EL QUE DARIA LA
      * MAQUINA (BILLETES DE 50, 20 Y 10 LIMITADOS A LAS EXISTENCIAS,
      * COMO EL DESGLOSE DE EFECTIVO DEL CAJERO)
       77  WS-EJERCICIOS   PIC 9(02) VALUE 10.
       77  WS-EJERCICIO    PIC 9(02).
       77  WS-SEMILLA      PIC 9(05).
       77  WS-SEMILLA-CALC PIC 9(10).
       77  WS-SEMILLA-COC  PIC 9(10).
       77  WS-HORA-NUM     PIC 9(08).
       77  WS-RANGO        PIC 9(03).
       77  WS-ALEATORIO    PIC 9(03).
       77  WS-REINTEGRO    PIC 9(04).
       77  WS-STOCK-50     PIC 9(02).
       77  WS-STOCK-20     PIC 9(02).
       77  WS-STOCK-10     PIC 9(02).
       77  WS-NUM-50       PIC 9(02).
       77  WS-NUM-20       PIC 9(02).
       77  WS-NUM-10       PIC 9(02).
       77  WS-RESTO-EFECTIVO  PIC 9(04).
       77  WS-FALTAN-BILLETES PIC 9(02).
       77  WS-CASO-OK      PIC X(01).
           88 WS-CASO-VALIDO VALUE "S".
       77  WS-RESP-50      PIC 9(02).
       77  WS-RESP-20      PIC 9(02).
       77  WS-RESP-10      PIC 9(02).
       77  WS-ULTIMO-RESULTADO PIC X(40).
      * CUADRO DE CAMBIOS Y DATOS DE LA VENTA DE DIVISA
       77  WS-STATUS-CAM   PIC X(02).
       77  WS-NUM-CAMBIOS  PIC 9(02) VALUE 0.
       01  WS-TABLA-CAMBIOS.
           05 WS-CAMBIO-ENTRY OCCURS 10 TIMES INDEXED BY WS-IDX-CAM.
               10 WS-CC-MONEDA PIC X(03).
               10 WS-CC-VENTA  PIC 9(01)V9(04).
       77  WS-IMPORTE-DIVISA PIC 9(04).
       77  WS-IMPORTE-EUR  PIC 9(05)V99.
       77  WS-ENTREGADO    PIC 9(05).
       77  WS-CAMBIO-EUR   PIC 9(05)V99.
       77  WS-RESP-COBRO   PIC 9(05)V99.
       77  WS-RESP-CAMBIO  PIC 9(05)V99.
       77  WS-BILLETES-50  PIC 9(03).
       77  WS-EUR-VIS      PIC ZZZZ9.99.
       77  WS-EUR-VIS-2    PIC ZZZZ9.99.
       77  WS-TASA-VIS     PIC 9.9999.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * SE DISTRIBUYEN EN PANTALLA EN BLOQUES DE 4 COLUMNAS POR FILA,
      * TANTAS FILAS COMO HAGAN FALTA PARA EL NUMERO DE TABLAS PEDIDO
           SET WS-TABLA-INDICE TO 1.
           IF WS-MODO-EFECTIVO OR WS-MODO-CAMBIO
               PERFORM 00004-MODO-SIMULACRO
           ELSE
           IF WS-ES-QUIZ
               PERFORM 00003-MODO-QUIZ
           ELSE
               PERFORM 00001B-GENERAR-TABLA
                   UNTIL WS-TABLA-INDICE > WS-NUM-TABLAS
           END-IF
           END-IF.

           STOP " ".
                  " TABLAS PARA NO SUPERAR EL 99" LINE 20 COLUMN 50
              END-IF.
      * SE PREGUNTA EL MODO DE ENTRENAMIENTO: MULTIPLICAR, RESTAR O
      * DIVIDIR, PARA PRACTICAR MAS ALLA DE LA MULTIPLICACION, O LOS
      * SIMULACROS DE EFECTIVO Y DE CAMBIO DE DIVISA
              DISPLAY "MODO M=MULT,R=RESTA,D=DIVISION,E=EFECTIVO,"
              "C=CAMBIO: " LINE 19 COLUMN 30.
              ACCEPT WS-MODO                    LINE 19 COLUMN 83.
      * SE ELIGE ENTRE VER LAS TABLAS O EL QUIZ PUNTUADO DE
      * FORMACION (EL QUIZ PREGUNTA SIN MOSTRAR EL RESULTADO)
              IF NOT WS-MODO-EFECTIVO AND NOT WS-MODO-CAMBIO
                  DISPLAY "ENTRENAMIENTO T=VER TABLAS,Q=QUIZ: " LINE 20
                  COLUMN 50
                  ACCEPT WS-ENTRENAMIENTO       LINE 20 COLUMN 86
              END-IF.
              MOVE WS-MULTIPLO TO WS-MULTIPLO-INICIAL.
              EVALUATE TRUE
                  WHEN WS-MODO-RESTAR
                   ADD 86400 TO WS-SEGUNDOS
               END-IF.

      * SIMULACRO DE VENTANILLA: MISMO CRONOMETRO Y MISMO REGISTRO EN
      * EVALUACIONES.TXT QUE EL QUIZ, CON SU PROPIO CODIGO DE MODO (E
      * O C) Y SIN RANGO DE TABLAS
           00004-MODO-SIMULACRO.
               IF WS-MODO-CAMBIO
                   PERFORM 00004E-CARGAR-CAMBIOS
               END-IF.
               IF WS-MODO-CAMBIO AND WS-NUM-CAMBIOS = 0
                   DISPLAY " " BLANK SCREEN
                   DISPLAY "NO HAY CUADRO DE CAMBIOS PARA EL SIMULACRO"
                   LINE 2 COLUMN 20 BACKGROUND-COLOR 4
               ELSE
                   DISPLAY " " BLANK SCREEN
                   DISPLAY "NOMBRE DEL ALUMNO: " LINE 2 COLUMN 20
                   ACCEPT WS-ALUMNO LINE 2 COLUMN 40
                   ACCEPT WS-HORA-INICIO FROM TIME
                   MOVE WS-HORA-INICIO TO WS-HORA-NUM
                   DIVIDE WS-HORA-NUM BY 65536 GIVING WS-SEMILLA-COC
                       REMAINDER WS-SEMILLA
                   MOVE SPACES TO WS-ULTIMO-RESULTADO
                   MOVE 1 TO WS-EJERCICIO
                   PERFORM 00004A-EJERCICIO
                       UNTIL WS-EJERCICIO > WS-EJERCICIOS
                   ACCEPT WS-HORA-FIN FROM TIME
                   PERFORM 00003D-CALCULAR-DURACION
                   DISPLAY " " BLANK SCREEN
                   DISPLAY WS-ULTIMO-RESULTADO LINE 7 COLUMN 20
                   DISPLAY "RESULTADO DE " LINE 2 COLUMN 20,
                   WS-ALUMNO LINE 2 COLUMN 34
                   DISPLAY "ACIERTOS: " LINE 3 COLUMN 20,
                   WS-ACIERTOS LINE 3 COLUMN 31
                   DISPLAY "PREGUNTAS: " LINE 4 COLUMN 20,
                   WS-PREGUNTAS LINE 4 COLUMN 32
                   DISPLAY "SEGUNDOS: " LINE 5 COLUMN 20,
                   WS-SEGUNDOS LINE 5 COLUMN 31
                   MOVE 0 TO WS-MULTIPLO-INICIAL
                   MOVE 0 TO WS-MULTIPLO
                   PERFORM 00003E-GRABAR-EVALUACION
               END-IF.

           00004A-EJERCICIO.
               DISPLAY " " BLANK SCREEN.
               DISPLAY "EJERCICIO " LINE 2 COLUMN 20,
               WS-EJERCICIO LINE 2 COLUMN 30,
               " DE " LINE 2 COLUMN 32, WS-EJERCICIOS LINE 2 COLUMN 36.
               DISPLAY WS-ULTIMO-RESULTADO LINE 20 COLUMN 20.
               IF WS-MODO-EFECTIVO
                   PERFORM 00004B-EJERCICIO-EFECTIVO
               ELSE
                   PERFORM 00004D-EJERCICIO-CAMBIO
               END-IF.
               ADD 1 TO WS-PREGUNTAS.
               ADD 1 TO WS-EJERCICIO.

      * REINTEGRO AL AZAR CON EXISTENCIAS AL AZAR, REPITIENDO HASTA
      * QUE LA MAQUINA PUEDA SERVIRLO; SE PIDE EL DESGLOSE EXACTO
           00004B-EJERCICIO-EFECTIVO.
               MOVE "N" TO WS-CASO-OK.
               PERFORM 00004C-GENERAR-REINTEGRO UNTIL WS-CASO-VALIDO.
               DISPLAY "REINTEGRO DE " LINE 4 COLUMN 20,
               WS-REINTEGRO LINE 4 COLUMN 33, " EUR" LINE 4 COLUMN 37.
               DISPLAY "EXISTENCIAS: 50 X " LINE 5 COLUMN 20,
               WS-STOCK-50 LINE 5 COLUMN 38,
               "  20 X " LINE 5 COLUMN 40, WS-STOCK-20 LINE 5 COLUMN 47,
               "  10 X " LINE 5 COLUMN 49, WS-STOCK-10 LINE 5 COLUMN 56.
               DISPLAY "BILLETES DE 50: " LINE 7 COLUMN 20.
               ACCEPT WS-RESP-50 LINE 7 COLUMN 37.
               DISPLAY "BILLETES DE 20: " LINE 8 COLUMN 20.
               ACCEPT WS-RESP-20 LINE 8 COLUMN 37.
               DISPLAY "BILLETES DE 10: " LINE 9 COLUMN 20.
               ACCEPT WS-RESP-10 LINE 9 COLUMN 37.
               MOVE SPACES TO WS-ULTIMO-RESULTADO.
               IF WS-RESP-50 = WS-NUM-50 AND WS-RESP-20 = WS-NUM-20
                   AND WS-RESP-10 = WS-NUM-10
                   ADD 1 TO WS-ACIERTOS
                   MOVE "ANTERIOR: BIEN" TO WS-ULTIMO-RESULTADO
               ELSE
                   STRING "ANTERIOR: ERA " WS-NUM-50 " DE 50, "
                       WS-NUM-20 " DE 20, " WS-NUM-10 " DE 10"
                       DELIMITED BY SIZE INTO WS-ULTIMO-RESULTADO
               END-IF.

           00004C-GENERAR-REINTEGRO.
               MOVE 7 TO WS-RANGO.
               PERFORM 00004G-ALEATORIO.
               MOVE WS-ALEATORIO TO WS-STOCK-50.
               MOVE 11 TO WS-RANGO.
               PERFORM 00004G-ALEATORIO.
               MOVE WS-ALEATORIO TO WS-STOCK-20.
               PERFORM 00004G-ALEATORIO.
               MOVE WS-ALEATORIO TO WS-STOCK-10.
               MOVE 40 TO WS-RANGO.
               PERFORM 00004G-ALEATORIO.
               COMPUTE WS-REINTEGRO = (WS-ALEATORIO + 1) * 10.
               MOVE WS-REINTEGRO TO WS-RESTO-EFECTIVO.
               DIVIDE WS-RESTO-EFECTIVO BY 50 GIVING WS-NUM-50
                   REMAINDER WS-RESTO-EFECTIVO.
               IF WS-NUM-50 > WS-STOCK-50
                   SUBTRACT WS-STOCK-50 FROM WS-NUM-50
                       GIVING WS-FALTAN-BILLETES
                   COMPUTE WS-RESTO-EFECTIVO = WS-RESTO-EFECTIVO
                       + WS-FALTAN-BILLETES * 50
                   MOVE WS-STOCK-50 TO WS-NUM-50
               END-IF.
               DIVIDE WS-RESTO-EFECTIVO BY 20 GIVING WS-NUM-20
                   REMAINDER WS-RESTO-EFECTIVO.
               IF WS-NUM-20 > WS-STOCK-20
                   SUBTRACT WS-STOCK-20 FROM WS-NUM-20
                       GIVING WS-FALTAN-BILLETES
                   COMPUTE WS-RESTO-EFECTIVO = WS-RESTO-EFECTIVO
                       + WS-FALTAN-BILLETES * 20
                   MOVE WS-STOCK-20 TO WS-NUM-20
               END-IF.
               DIVIDE WS-RESTO-EFECTIVO BY 10 GIVING WS-NUM-10
                   REMAINDER WS-RESTO-EFECTIVO.
               IF WS-NUM-10 > WS-STOCK-10
                   SUBTRACT WS-STOCK-10 FROM WS-NUM-10
                       GIVING WS-FALTAN-BILLETES
                   COMPUTE WS-RESTO-EFECTIVO = WS-RESTO-EFECTIVO
                       + WS-FALTAN-BILLETES * 10
                   MOVE WS-STOCK-10 TO WS-NUM-10
               END-IF.
               IF WS-RESTO-EFECTIVO < 10
                   SET WS-CASO-VALIDO TO TRUE
               END-IF.

      * VENTA DE DIVISA: EL CLIENTE COMPRA UN IMPORTE EN DIVISA A LA
      * TASA DE VENTA, PAGA CON BILLETES DE 50 EUR Y HAY QUE DECIR
      * CUANTO SE LE COBRA Y CUANTO CAMBIO SE LE DEVUELVE
           00004D-EJERCICIO-CAMBIO.
               MOVE WS-NUM-CAMBIOS TO WS-RANGO.
               PERFORM 00004G-ALEATORIO.
               ADD 1 TO WS-ALEATORIO.
               SET WS-IDX-CAM TO WS-ALEATORIO.
               MOVE 50 TO WS-RANGO.
               PERFORM 00004G-ALEATORIO.
               COMPUTE WS-IMPORTE-DIVISA = (WS-ALEATORIO + 1) * 10.
               COMPUTE WS-IMPORTE-EUR ROUNDED =
                   WS-IMPORTE-DIVISA * WS-CC-VENTA (WS-IDX-CAM).
               DIVIDE WS-IMPORTE-EUR BY 50 GIVING WS-BILLETES-50.
               COMPUTE WS-ENTREGADO = (WS-BILLETES-50 + 1) * 50.
               COMPUTE WS-CAMBIO-EUR = WS-ENTREGADO - WS-IMPORTE-EUR.
               MOVE WS-CC-VENTA (WS-IDX-CAM) TO WS-TASA-VIS.
               DISPLAY "EL CLIENTE COMPRA " LINE 4 COLUMN 20,
               WS-IMPORTE-DIVISA LINE 4 COLUMN 38,
               WS-CC-MONEDA (WS-IDX-CAM) LINE 4 COLUMN 43,
               " A " LINE 4 COLUMN 46, WS-TASA-VIS LINE 4 COLUMN 49.
               DISPLAY "Y ENTREGA " LINE 5 COLUMN 20,
               WS-ENTREGADO LINE 5 COLUMN 30, " EUR" LINE 5 COLUMN 35.
               DISPLAY "IMPORTE A COBRAR (EUR): " LINE 7 COLUMN 20.
               ACCEPT WS-RESP-COBRO LINE 7 COLUMN 45.
               DISPLAY "CAMBIO A DEVOLVER (EUR): " LINE 8 COLUMN 20.
               ACCEPT WS-RESP-CAMBIO LINE 8 COLUMN 45.
               MOVE SPACES TO WS-ULTIMO-RESULTADO.
               IF WS-RESP-COBRO = WS-IMPORTE-EUR
                   AND WS-RESP-CAMBIO = WS-CAMBIO-EUR
                   ADD 1 TO WS-ACIERTOS
                   MOVE "ANTERIOR: BIEN" TO WS-ULTIMO-RESULTADO
               ELSE
                   MOVE WS-IMPORTE-EUR TO WS-EUR-VIS
                   MOVE WS-CAMBIO-EUR TO WS-EUR-VIS-2
                   STRING "ANTERIOR: ERA " WS-EUR-VIS
                       " Y CAMBIO " WS-EUR-VIS-2
                       DELIMITED BY SIZE INTO WS-ULTIMO-RESULTADO
               END-IF.

           00004E-CARGAR-CAMBIOS.
               MOVE 0 TO WS-NUM-CAMBIOS.
               OPEN INPUT CAMBIOS.
               IF WS-STATUS-CAM = "00"
                   PERFORM 00004F-LEER-CAMBIO
                       UNTIL WS-STATUS-CAM NOT = "00"
                       OR WS-NUM-CAMBIOS = 10
                   CLOSE CAMBIOS
               END-IF.

           00004F-LEER-CAMBIO.
               READ CAMBIOS
                   AT END MOVE "10" TO WS-STATUS-CAM
                   NOT AT END
                       IF CAM-VENTA > 0
                           ADD 1 TO WS-NUM-CAMBIOS
                           SET WS-IDX-CAM TO WS-NUM-CAMBIOS
                           MOVE CAM-MONEDA TO WS-CC-MONEDA (WS-IDX-CAM)
                           MOVE CAM-VENTA TO WS-CC-VENTA (WS-IDX-CAM)
                       END-IF
               END-READ.

      * NUMERO AL AZAR ENTRE 0 Y WS-RANGO - 1 (CONGRUENCIAL SOBRE
      * 65536 SEMBRADO CON LA HORA; SE USAN LOS BITS ALTOS)
           00004G-ALEATORIO.
               COMPUTE WS-SEMILLA-CALC = WS-SEMILLA * 25173 + 13849.
               DIVIDE WS-SEMILLA-CALC BY 65536 GIVING WS-SEMILLA-COC
                   REMAINDER WS-SEMILLA.
               COMPUTE WS-ALEATORIO = WS-SEMILLA * WS-RANGO / 65536.

           00003E-GRABAR-EVALUACION.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               OPEN EXTEND EVALUACIONES.
